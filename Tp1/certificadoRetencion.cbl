      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CERTIFICADO-RETENCION.
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

      * Certificado a imprimir; en cero, todos los del mes pedido.
           SELECT PARAM-CERT-RET ASSIGN TO RUTA-PARAM-CERT-RET
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS FS-PARAMETROS.

      * Certificados impresos para entregar a cada consultor.
           SELECT CERTIFICADOS ASSIGN TO RUTA-CERTIFICADOS
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS FS-CERTIFICADOS.

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

       FD PARAM-CERT-RET LABEL RECORD IS STANDARD.
       01 PARAM-REG.
           03 PARAM-NUMERO  PIC 9(8).
           03 PARAM-PERIODO PIC 9(6).

       FD CERTIFICADOS LABEL RECORD IS STANDARD.
       01 CER-LINEA PIC X(90).

       WORKING-STORAGE SECTION.

       77 FS-RETENCIONES-GAN PIC XX.
       77 FS-PARAMETROS      PIC XX.
       77 FS-CERTIFICADOS    PIC XX.

       01 CANT-LEIDOS   PIC 9(7) VALUE ZERO.
       01 CANT-IMPRESOS PIC 9(5) VALUE ZERO.
       01 SW-CERT-PEDIDO PIC X.
           88 CERT-PEDIDO VALUE 'S'.

       01 REP-TITULO.
           02 FILLER PIC X(45)
               VALUE 'CERTIFICADO DE RETENCION - IMPUESTO A LAS GAN'.
           02 FILLER PIC X(7) VALUE 'ANCIAS'.
           02 FILLER PIC X(8) VALUE '   Nro: '.
           02 REP-TIT-NUMERO PIC 9(8).

       01 REP-FECHA.
           02 FILLER PIC X(20) VALUE 'Fecha de retencion: '.
           02 REP-FEC-DD PIC 9(2).
           02 FILLER PIC X VALUE '/'.
           02 REP-FEC-MM PIC 9(2).
           02 FILLER PIC X VALUE '/'.
           02 REP-FEC-AAAA PIC 9(4).

       01 REP-RETENIDO.
           02 FILLER PIC X(20) VALUE 'Sujeto retenido:    '.
           02 REP-RET-NOMBRE PIC X(25).
           02 FILLER PIC X(7) VALUE '  DNI: '.
           02 REP-RET-DNI PIC 9(8).
           02 FILLER PIC X(13) VALUE '  Consultor: '.
           02 REP-RET-CONSULTOR PIC X(5).

       01 REP-CONCEPTO.
           02 FILLER PIC X(20) VALUE 'Concepto:           '.
           02 FILLER PIC X(27) VALUE 'Honorarios del periodo del '.
           02 REP-CON-DESDE PIC 9(8).
           02 FILLER PIC X(4) VALUE ' al '.
           02 REP-CON-HASTA PIC 9(8).

       01 REP-IMPORTE-PAGADO.
           02 FILLER PIC X(36)
               VALUE 'Honorario liquidado:                '.
           02 REP-IMP-HONORARIO PIC Z(9)9,99.

       01 REP-BASE-MES.
           02 FILLER PIC X(36)
               VALUE 'Acumulado sujeto a retencion (mes): '.
           02 REP-IMP-BASE PIC Z(9)9,99.

       01 REP-MINIMO.
           02 FILLER PIC X(36)
               VALUE 'Minimo no sujeto mensual:           '.
           02 REP-IMP-MINIMO PIC Z(9)9,99.

       01 REP-ALICUOTA.
           02 FILLER PIC X(36)
               VALUE 'Alicuota:                           '.
           02 FILLER PIC X(7) VALUE SPACES.
           02 REP-IMP-ALICUOTA PIC Z9,99.
           02 FILLER PIC X(2) VALUE ' %'.

       01 REP-IMPORTE-RETENIDO.
           02 FILLER PIC X(36)
               VALUE 'IMPORTE RETENIDO:                   '.
           02 REP-IMP-RETENIDO PIC Z(9)9,99.

       01 LINEA-GUION PIC X(90) VALUE ALL "-".
       01 LINEA-VACIA PIC X(90) VALUE SPACES.


      * Bitacora central de corridas (ver REGISTRAR-CORRIDA): 'I' al
      * arrancar y 'F' con los contadores al terminar normalmente;
      * una corrida abortada no llega a anotar su 'F' y el resumen
      * diario la muestra como anormal.
       01 WS-OPCION-LOG PIC X.
       01 LOG-PROGRAMA-ID PIC X(12) VALUE 'CERTIF-RET'.
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
       01 RUTA-PARAM-CERT-RET PIC X(100).
       01 RUTA-CERTIFICADOS PIC X(100).

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
           PERFORM SELECCIONAR-CERTIFICADO
               UNTIL FS-RETENCIONES-GAN NOT = ZERO.
           CLOSE RETENCIONES-GAN CERTIFICADOS.
           IF CANT-IMPRESOS = ZERO
               IF PARAM-NUMERO > ZERO
                   DISPLAY "EL CERTIFICADO " PARAM-NUMERO
                       " NO FIGURA EN EL REGISTRO"
               ELSE
                   DISPLAY "SIN RETENCIONES EN EL PERIODO "
                       PARAM-PERIODO.
           DISPLAY "CERTIFICADOS IMPRESOS: " CANT-IMPRESOS.
           MOVE CANT-LEIDOS TO LOG-CANT-ENTRADA.
           MOVE CANT-IMPRESOS TO LOG-CANT-SALIDA.
           MOVE 'F' TO WS-OPCION-LOG.
           CALL 'REGISTRAR-CORRIDA' USING WS-OPCION-LOG,
               LOG-PROGRAMA-ID, LOG-CANT-ENTRADA, LOG-CANT-SALIDA,
               LOG-CANT-EXC.
           STOP RUN.

       LEER-PARAMETROS.
           OPEN INPUT PARAM-CERT-RET.
           IF FS-PARAMETROS NOT = ZERO
               DISPLAY "ERROR AL ABRIR PARAM CERTIFICADO FS: "
                   FS-PARAMETROS
               STOP RUN.
           READ PARAM-CERT-RET.
           IF FS-PARAMETROS NOT = ZERO
               DISPLAY "ERROR AL LEER PARAM CERTIFICADO FS: "
                   FS-PARAMETROS
               STOP RUN.
           CLOSE PARAM-CERT-RET.

       ABRIR-ARCHIVOS.
           OPEN INPUT RETENCIONES-GAN.
           IF FS-RETENCIONES-GAN NOT = ZERO
               DISPLAY "ERROR AL ABRIR RETENCIONES GANANCIAS FS: "
                   FS-RETENCIONES-GAN
               STOP RUN.
           OPEN OUTPUT CERTIFICADOS.
           IF FS-CERTIFICADOS NOT = ZERO
               DISPLAY "ERROR AL ABRIR CERTIFICADOS FS: "
                   FS-CERTIFICADOS
               STOP RUN.

      * Con numero pedido sale solo ese certificado (un duplicado);
      * sin numero, todos los emitidos en el mes del parametro.
       SELECCIONAR-CERTIFICADO.
           ADD 1 TO CANT-LEIDOS.
           MOVE 'N' TO SW-CERT-PEDIDO.
           IF PARAM-NUMERO > ZERO
               IF RTG-CERTIFICADO = PARAM-NUMERO
                   MOVE 'S' TO SW-CERT-PEDIDO
               END-IF
           ELSE
               IF RTG-FECHA(1:6) = PARAM-PERIODO
                   MOVE 'S' TO SW-CERT-PEDIDO.
           IF CERT-PEDIDO
               PERFORM IMPRIMIR-CERTIFICADO.
           READ RETENCIONES-GAN.

       IMPRIMIR-CERTIFICADO.
           IF CANT-IMPRESOS > ZERO
               WRITE CER-LINEA FROM LINEA-VACIA
               WRITE CER-LINEA FROM LINEA-GUION.
           ADD 1 TO CANT-IMPRESOS.
           MOVE RTG-CERTIFICADO TO REP-TIT-NUMERO.
           WRITE CER-LINEA FROM REP-TITULO.
           WRITE CER-LINEA FROM LINEA-VACIA.
           MOVE RTG-FECHA(7:2) TO REP-FEC-DD.
           MOVE RTG-FECHA(5:2) TO REP-FEC-MM.
           MOVE RTG-FECHA(1:4) TO REP-FEC-AAAA.
           WRITE CER-LINEA FROM REP-FECHA.
           MOVE RTG-NOMBRE TO REP-RET-NOMBRE.
           MOVE RTG-DNI TO REP-RET-DNI.
           MOVE RTG-CONSULTOR TO REP-RET-CONSULTOR.
           WRITE CER-LINEA FROM REP-RETENIDO.
           MOVE RTG-FECHA-DESDE TO REP-CON-DESDE.
           MOVE RTG-FECHA-HASTA TO REP-CON-HASTA.
           WRITE CER-LINEA FROM REP-CONCEPTO.
           WRITE CER-LINEA FROM LINEA-VACIA.
           MOVE RTG-HONORARIO TO REP-IMP-HONORARIO.
           WRITE CER-LINEA FROM REP-IMPORTE-PAGADO.
           MOVE RTG-BASE-MES TO REP-IMP-BASE.
           WRITE CER-LINEA FROM REP-BASE-MES.
           MOVE RTG-MINIMO TO REP-IMP-MINIMO.
           WRITE CER-LINEA FROM REP-MINIMO.
           MOVE RTG-ALICUOTA TO REP-IMP-ALICUOTA.
           WRITE CER-LINEA FROM REP-ALICUOTA.
           MOVE RTG-IMPORTE TO REP-IMP-RETENIDO.
           WRITE CER-LINEA FROM REP-IMPORTE-RETENIDO.


      * Resuelve todas las rutas de este programa contra rutas.dat;
      * una entrada ausente corta la corrida nombrando el logico
      * que falta.
       CARGAR-RUTAS.
           MOVE 'TP1-RETGANANCIAS' TO RUTA-LOGICO.
           PERFORM OBTENER-UNA-RUTA.
           MOVE RUTA-OBTENIDA TO RUTA-RETENCIONES-GAN.
           MOVE 'TP1-PARAMCERTRET' TO RUTA-LOGICO.
           PERFORM OBTENER-UNA-RUTA.
           MOVE RUTA-OBTENIDA TO RUTA-PARAM-CERT-RET.
           MOVE 'TP1-CERTRETENCION' TO RUTA-LOGICO.
           PERFORM OBTENER-UNA-RUTA.
           MOVE RUTA-OBTENIDA TO RUTA-CERTIFICADOS.

       OBTENER-UNA-RUTA.
           CALL 'OBTENER-RUTA' USING RUTA-LOGICO, RUTA-OBTENIDA,
               FS-RUTA.
           IF FS-RUTA NOT = '00'
               DISPLAY "RUTA NO CONFIGURADA PARA " RUTA-LOGICO
               STOP RUN.

       END PROGRAM CERTIFICADO-RETENCION.
