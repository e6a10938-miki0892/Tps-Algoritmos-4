      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXPORTAR-SICORE.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Registro permanente de retenciones de Ganancias que deja
      * LIQUIDAR-HONORARIOS, un renglon por certificado.
           SELECT RETENCIONES-GAN ASSIGN TO RUTA-RETENCIONES-GAN
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS FS-RETENCIONES-GAN.

      * Mes a declarar (AAAAMM).
           SELECT PARAM-SICORE ASSIGN TO RUTA-PARAM-SICORE
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS FS-PARAMETROS.

      * Archivo de ancho fijo para importar en el aplicativo de
      * retenciones: un registro por certificado del mes.
           SELECT SICORE       ASSIGN TO RUTA-SICORE
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS FS-SICORE.

       DATA DIVISION.
       FILE SECTION.

       FD RETENCIONES-GAN LABEL RECORD IS STANDARD.
       01 RTG-REG.
           03 RTG-CERTIFICADO PIC 9(8).
           03 RTG-FECHA       PIC 9(8).
           03 RTG-CONSULTOR   PIC X(5).
           03 RTG-DNI         PIC 9(8).
           03 RTG-NOMBRE      PIC X(25).
           03 RTG-FECHA-DESDE PIC 9(8).
           03 RTG-FECHA-HASTA PIC 9(8).
           03 RTG-HONORARIO   PIC 9(9)V99.
           03 RTG-BASE-MES    PIC 9(10)V99.
           03 RTG-MINIMO      PIC 9(9)V99.
           03 RTG-ALICUOTA    PIC 9(2)V99.
           03 RTG-IMPORTE     PIC 9(9)V99.

       FD PARAM-SICORE LABEL RECORD IS STANDARD.
       01 PARAM-REG.
           03 PARAM-PERIODO PIC 9(6).

      * Diseno de registro del aplicativo: importes con coma decimal
      * alineados a derecha, fechas DD/MM/AAAA.
       FD SICORE LABEL RECORD IS STANDARD.
       01 SIC-REG.
           03 SIC-COD-COMPROBANTE   PIC 9(2).
           03 SIC-FECHA-COMPROBANTE PIC X(10).
           03 SIC-NRO-COMPROBANTE   PIC 9(16).
           03 SIC-IMPORTE-COMPROB   PIC 9(13),99.
           03 SIC-COD-IMPUESTO      PIC 9(3).
           03 SIC-COD-REGIMEN       PIC 9(3).
           03 SIC-COD-OPERACION     PIC 9(1).
           03 SIC-BASE-CALCULO      PIC 9(11),99.
           03 SIC-FECHA-RETENCION   PIC X(10).
           03 SIC-COD-CONDICION     PIC 9(2).
           03 SIC-SUJETO-SUSPENDIDO PIC 9(1).
           03 SIC-IMPORTE-RETENCION PIC 9(11),99.
           03 SIC-PORC-EXCLUSION    PIC 9(3),99.
           03 SIC-FECHA-BOLETIN     PIC X(10).
           03 SIC-TIPO-DOC          PIC 9(2).
           03 SIC-NRO-DOC           PIC 9(20).
           03 SIC-NRO-CERT-ORIGINAL PIC 9(14).

       WORKING-STORAGE SECTION.

       77 FS-RETENCIONES-GAN PIC XX.
       77 FS-PARAMETROS      PIC XX.
       77 FS-SICORE          PIC XX.

      * Codificacion fija de las retenciones de honorarios: orden de
      * pago, impuesto a las ganancias, regimen de profesiones
      * liberales, operacion retencion, inscripto, documento DNI.
       01 SIC-CONSTANTES.
           03 SIC-K-COMPROBANTE PIC 9(2) VALUE 06.
           03 SIC-K-IMPUESTO    PIC 9(3) VALUE 217.
           03 SIC-K-REGIMEN     PIC 9(3) VALUE 116.
           03 SIC-K-OPERACION   PIC 9(1) VALUE 1.
           03 SIC-K-CONDICION   PIC 9(2) VALUE 01.
           03 SIC-K-TIPO-DOC    PIC 9(2) VALUE 96.

       01 FECHA-SICORE.
           03 FSI-DD PIC 9(2).
           03 FILLER PIC X VALUE '/'.
           03 FSI-MM PIC 9(2).
           03 FILLER PIC X VALUE '/'.
           03 FSI-AAAA PIC 9(4).

       01 CANT-LEIDOS     PIC 9(7) VALUE ZERO.
       01 CANT-EXPORTADOS PIC 9(5) VALUE ZERO.
       01 TOTAL-BASE      PIC 9(12)V99 VALUE ZERO.
       01 TOTAL-RETENIDO  PIC 9(12)V99 VALUE ZERO.


      * Bitacora central de corridas (ver REGISTRAR-CORRIDA): 'I' al
      * arrancar y 'F' con los contadores al terminar normalmente;
      * una corrida abortada no llega a anotar su 'F' y el resumen
      * diario la muestra como anormal.
       01 WS-OPCION-LOG PIC X.
       01 LOG-PROGRAMA-ID PIC X(12) VALUE 'EXPORTAR-SIC'.
       01 LOG-CANT-ENTRADA PIC 9(7) VALUE ZERO.
       01 LOG-CANT-SALIDA PIC 9(7) VALUE ZERO.
       01 LOG-CANT-EXC PIC 9(5) VALUE ZERO.


      * Rutas fisicas de los archivos, resueltas al arrancar desde
      * rutas.dat via OBTENER-RUTA: mover el sistema o armar un
      * ambiente de prueba es cuestion de editar ese archivo.
       77 FS-RUTA PIC XX.
       01 RUTA-LOGICO PIC X(20).
       01 RUTA-OBTENIDA PIC X(100).
       01 RUTA-RETENCIONES-GAN PIC X(100).
       01 RUTA-PARAM-SICORE PIC X(100).
       01 RUTA-SICORE PIC X(100).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM CARGAR-RUTAS.
           MOVE 'I' TO WS-OPCION-LOG.
           CALL 'REGISTRAR-CORRIDA' USING WS-OPCION-LOG,
               LOG-PROGRAMA-ID, LOG-CANT-ENTRADA, LOG-CANT-SALIDA,
               LOG-CANT-EXC.
           PERFORM LEER-PARAMETROS.
           PERFORM ABRIR-ARCHIVOS.
           READ RETENCIONES-GAN.
           PERFORM EXPORTAR-RETENCION
               UNTIL FS-RETENCIONES-GAN NOT = ZERO.
           CLOSE RETENCIONES-GAN SICORE.
           DISPLAY "RETENCIONES DEL PERIODO " PARAM-PERIODO ": "
               CANT-EXPORTADOS.
           DISPLAY "BASE TOTAL: " TOTAL-BASE
               "  RETENIDO TOTAL: " TOTAL-RETENIDO.
           MOVE CANT-LEIDOS TO LOG-CANT-ENTRADA.
           MOVE CANT-EXPORTADOS TO LOG-CANT-SALIDA.
           MOVE 'F' TO WS-OPCION-LOG.
           CALL 'REGISTRAR-CORRIDA' USING WS-OPCION-LOG,
               LOG-PROGRAMA-ID, LOG-CANT-ENTRADA, LOG-CANT-SALIDA,
               LOG-CANT-EXC.
           STOP RUN.

       LEER-PARAMETROS.
           OPEN INPUT PARAM-SICORE.
           IF FS-PARAMETROS NOT = ZERO
               DISPLAY "ERROR AL ABRIR PARAMETROS FS: " FS-PARAMETROS
               STOP RUN.
           READ PARAM-SICORE.
           IF FS-PARAMETROS NOT = ZERO
               DISPLAY "ERROR AL LEER PARAMETROS FS: " FS-PARAMETROS
               STOP RUN.
           CLOSE PARAM-SICORE.

       ABRIR-ARCHIVOS.
           OPEN INPUT RETENCIONES-GAN.
           IF FS-RETENCIONES-GAN NOT = ZERO
               DISPLAY "ERROR AL ABRIR RETENCIONES GANANCIAS FS: "
                   FS-RETENCIONES-GAN
               STOP RUN.
           OPEN OUTPUT SICORE.
           IF FS-SICORE NOT = ZERO
               DISPLAY "ERROR AL ABRIR SICORE FS: " FS-SICORE
               STOP RUN.

      * Un registro por certificado emitido en el mes: el comprobante
      * es la orden de pago del honorario y la base es lo liquidado.
       EXPORTAR-RETENCION.
           ADD 1 TO CANT-LEIDOS.
           IF RTG-FECHA(1:6) = PARAM-PERIODO
               PERFORM GRABAR-SICORE.
           READ RETENCIONES-GAN.

       GRABAR-SICORE.
           MOVE RTG-FECHA(7:2) TO FSI-DD.
           MOVE RTG-FECHA(5:2) TO FSI-MM.
           MOVE RTG-FECHA(1:4) TO FSI-AAAA.
           MOVE SIC-K-COMPROBANTE TO SIC-COD-COMPROBANTE.
           MOVE FECHA-SICORE TO SIC-FECHA-COMPROBANTE.
           MOVE RTG-CERTIFICADO TO SIC-NRO-COMPROBANTE.
           MOVE RTG-HONORARIO TO SIC-IMPORTE-COMPROB.
           MOVE SIC-K-IMPUESTO TO SIC-COD-IMPUESTO.
           MOVE SIC-K-REGIMEN TO SIC-COD-REGIMEN.
           MOVE SIC-K-OPERACION TO SIC-COD-OPERACION.
           MOVE RTG-HONORARIO TO SIC-BASE-CALCULO.
           MOVE FECHA-SICORE TO SIC-FECHA-RETENCION.
           MOVE SIC-K-CONDICION TO SIC-COD-CONDICION.
           MOVE ZERO TO SIC-SUJETO-SUSPENDIDO.
           MOVE RTG-IMPORTE TO SIC-IMPORTE-RETENCION.
           MOVE ZERO TO SIC-PORC-EXCLUSION.
           MOVE SPACES TO SIC-FECHA-BOLETIN.
           MOVE SIC-K-TIPO-DOC TO SIC-TIPO-DOC.
           MOVE RTG-DNI TO SIC-NRO-DOC.
           MOVE ZERO TO SIC-NRO-CERT-ORIGINAL.
           WRITE SIC-REG.
           IF FS-SICORE NOT = ZERO
               DISPLAY "ERROR AL GRABAR SICORE FS: " FS-SICORE
               STOP RUN.
           ADD 1 TO CANT-EXPORTADOS.
           ADD RTG-HONORARIO TO TOTAL-BASE.
           ADD RTG-IMPORTE TO TOTAL-RETENIDO.


      * Resuelve todas las rutas de este programa contra rutas.dat;
      * una entrada ausente corta la corrida nombrando el logico
      * que falta.
       CARGAR-RUTAS.
           MOVE 'TP1-RETGANANCIAS' TO RUTA-LOGICO.
           PERFORM OBTENER-UNA-RUTA.
           MOVE RUTA-OBTENIDA TO RUTA-RETENCIONES-GAN.
           MOVE 'TP1-PARAMSICORE' TO RUTA-LOGICO.
           PERFORM OBTENER-UNA-RUTA.
           MOVE RUTA-OBTENIDA TO RUTA-PARAM-SICORE.
           MOVE 'TP1-SICORE' TO RUTA-LOGICO.
           PERFORM OBTENER-UNA-RUTA.
           MOVE RUTA-OBTENIDA TO RUTA-SICORE.

       OBTENER-UNA-RUTA.
           CALL 'OBTENER-RUTA' USING RUTA-LOGICO, RUTA-OBTENIDA,
               FS-RUTA.
           IF FS-RUTA NOT = '00'
               DISPLAY "RUTA NO CONFIGURADA PARA " RUTA-LOGICO
               STOP RUN.

       END PROGRAM EXPORTAR-SICORE.
