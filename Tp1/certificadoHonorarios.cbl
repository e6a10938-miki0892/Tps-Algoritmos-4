      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CERTIFICADO-HONORARIOS.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Anio a certificar: entran las liquidaciones registradas con
      * fecha de liquidacion dentro de ese anio.
           SELECT PARAM-CERTIFICADO ASSIGN TO RUTA-PARAM-CERTIFICADO
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS FS-PARAMETROS.

      * Registro permanente de liquidaciones (LIQUIDAR-HONORARIOS),
      * con el resultado del banco anotado por RETORNO-BANCO: el
      * certificado sale de aca y no de los impresos.
           SELECT REGISTRO-LIQ ASSIGN TO RUTA-REGISTRO-LIQ
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS FS-REGISTRO-LIQ.

           SELECT CONSULTORES  ASSIGN TO RUTA-CONSULTORES
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS FS-CONSULTORES.

      * Un certificado por consultor, uno a continuacion del otro.
           SELECT CERTIFICADOS ASSIGN TO RUTA-CERTIFICADOS
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS FS-CERTIFICADOS.

       DATA DIVISION.
       FILE SECTION.
       FD PARAM-CERTIFICADO LABEL RECORD IS STANDARD.
       01 PARAM-REG.
           03 PARAM-ANIO PIC 9(4).

       FD REGISTRO-LIQ LABEL RECORD IS STANDARD.
       01 RLQ-REG.
           03 RLQ-CONSULTOR   PIC X(5).
           03 RLQ-DNI         PIC 9(8).
           03 RLQ-FECHA-DESDE PIC 9(8).
           03 RLQ-FECHA-HASTA PIC 9(8).
           03 RLQ-FECHA-LIQ   PIC 9(8).
           03 RLQ-HONORARIO   PIC S9(9)V99.
           03 RLQ-ANTICIPOS   PIC 9(9)V99.
           03 RLQ-NETO        PIC 9(9)V99.
           03 RLQ-ESTADO      PIC X(1).
               88 RLQ-PENDIENTE         VALUE ' '.
               88 RLQ-ACREDITADA        VALUE 'A'.
               88 RLQ-RECHAZADA         VALUE 'R'.
               88 RLQ-SIN-TRANSFERENCIA VALUE 'N'.
           03 RLQ-MOTIVO      PIC X(30).
           03 RLQ-RET-GANANCIAS PIC 9(9)V99.
           03 RLQ-REINTEGRO   PIC 9(9)V99.

       FD CONSULTORES LABEL RECORD IS STANDARD.
       01 CONS-REG.
           03 CONS-NUMERO PIC X(5).
           03 CONS-DNI PIC 9(8).
           03 CONS-SRT PIC X(2).
           03 CONS-NOMBRE PIC X(25).
           03 CONS-DIRE PIC X(20).
           03 CONS-TEL PIC X(20).
           03 CONS-PORC-PART PIC 9(3)V99.
           03 CONS-ESTADO PIC X(1).
           03 CONS-FECHA-BAJA PIC 9(8).
           03 CONS-CBU PIC 9(22).

       FD CERTIFICADOS LABEL RECORD IS STANDARD.
       01 LINEA PIC X(90).

       WORKING-STORAGE SECTION.

       77 FS-PARAMETROS   PIC XX.
       77 FS-REGISTRO-LIQ PIC XX.
       77 FS-CONSULTORES  PIC XX.
       77 FS-CERTIFICADOS PIC XX.

      * Maestro de consultores en memoria: el orden del maestro es el
      * orden de emision de los certificados.
       01 TABLA-CONSULTORES.
           03 LINEA-CONSULTOR OCCURS 50 TIMES INDEXED BY IND-CONS.
               05 TAB-CONS-NUMERO PIC X(5).
               05 TAB-CONS-DNI    PIC 9(8).
               05 TAB-CONS-NOMBRE PIC X(25).
       01 CANT-CONSULTORES PIC 9(3) VALUE ZERO.

      * Liquidaciones del anio pedido, en el orden del registro.
       01 TABLA-LIQ-ANIO.
           03 FILA-LIQ-ANIO OCCURS 600 TIMES.
               05 TAB-LIQ-CONSULTOR PIC X(5).
               05 TAB-LIQ-DESDE     PIC 9(8).
               05 TAB-LIQ-HASTA     PIC 9(8).
               05 TAB-LIQ-HONORARIO PIC S9(9)V99.
               05 TAB-LIQ-ANTICIPOS PIC 9(9)V99.
               05 TAB-LIQ-RETENCION PIC 9(9)V99.
               05 TAB-LIQ-NETO      PIC 9(9)V99.
               05 TAB-LIQ-ESTADO    PIC X(1).
       01 CANT-LIQ-ANIO PIC 9(3) VALUE ZERO.
       01 SUB-LIQ PIC 9(3).

      * Totales del certificado en curso: lo pagado (acreditado por
      * el banco o cancelado con anticipos) y lo que sigue pendiente o
      * rechazado, que no se certifica.
       01 CERT-HONORARIO  PIC S9(10)V99.
       01 CERT-ANTICIPOS  PIC 9(10)V99.
       01 CERT-RETENCION  PIC 9(10)V99.
       01 CERT-NETO       PIC 9(10)V99.
       01 CERT-PENDIENTE  PIC 9(10)V99.
       01 CERT-CANT-LIQ   PIC 9(3).
       01 CANT-CERTIFICADOS PIC 9(3) VALUE ZERO.
       01 CANT-SIN-MAESTRO  PIC 9(3) VALUE ZERO.
       01 SW-CONSULTOR-HALLADO PIC X.
           88 CONSULTOR-HALLADO VALUE 'S'.

       01 REP-TITULO.
           02 FILLER PIC X(20) VALUE SPACES.
           02 FILLER PIC X(40)
               VALUE 'Certificado anual de honorarios pagados'.
           02 FILLER PIC X(7) VALUE 'Anio: '.
           02 REP-TIT-ANIO PIC 9(4).

       01 REP-CONSULTOR.
           02 FILLER PIC X(11) VALUE 'Consultor: '.
           02 REP-CONS-NUM PIC X(5).
           02 FILLER PIC X(4) VALUE SPACES.
           02 FILLER PIC X(8) VALUE 'Nombre: '.
           02 REP-CONS-NOM PIC X(25).
           02 FILLER PIC X(4) VALUE SPACES.
           02 FILLER PIC X(5) VALUE 'DNI: '.
           02 REP-CONS-DNI PIC 9(8).

       01 REP-HEADER.
           02 FILLER PIC X(21) VALUE 'Periodo liquidado'.
           02 FILLER PIC X(14) VALUE '     Honorario'.
           02 FILLER PIC X(14) VALUE '     Anticipos'.
           02 FILLER PIC X(14) VALUE '  Ret.Ganancia'.
           02 FILLER PIC X(14) VALUE '          Neto'.
           02 FILLER PIC X(1) VALUE SPACES.
           02 FILLER PIC X(12) VALUE 'Estado'.

       01 REP-FILA.
           02 REP-FIL-DESDE PIC 9(8).
           02 FILLER PIC X(3) VALUE ' a '.
           02 REP-FIL-HASTA PIC 9(8).
           02 FILLER PIC X(2) VALUE SPACES.
           02 REP-FIL-HONORARIO PIC -Z(8)9,99.
           02 FILLER PIC X(1) VALUE SPACES.
           02 REP-FIL-ANTICIPOS PIC Z(9)9,99.
           02 FILLER PIC X(1) VALUE SPACES.
           02 REP-FIL-RETENCION PIC Z(9)9,99.
           02 FILLER PIC X(1) VALUE SPACES.
           02 REP-FIL-NETO PIC Z(9)9,99.
           02 FILLER PIC X(1) VALUE SPACES.
           02 REP-FIL-ESTADO PIC X(12).

       01 REP-TOTALES.
           02 FILLER PIC X(21) VALUE 'Total pagado'.
           02 REP-TOT-HONORARIO PIC -Z(9)9,99.
           02 REP-TOT-ANTICIPOS PIC Z(10)9,99.
           02 REP-TOT-RETENCION PIC Z(10)9,99.
           02 REP-TOT-NETO PIC Z(10)9,99.

       01 REP-PENDIENTE.
           02 FILLER PIC X(45)
               VALUE 'Transferencias pendientes o rechazadas (no se'.
           02 FILLER PIC X(14) VALUE ' certifican): '.
           02 REP-PEND-IMPORTE PIC Z(9)9,99.

       01 LINEA-GUION PIC X(90) VALUE ALL "-".
       01 LINEA-VACIA PIC X(90) VALUE SPACES.


      * Bitacora central de corridas (ver REGISTRAR-CORRIDA): 'I' al
      * arrancar y 'F' con los contadores al terminar normalmente;
      * una corrida abortada no llega a anotar su 'F' y el resumen
      * diario la muestra como anormal.
       01 WS-OPCION-LOG PIC X.
       01 LOG-PROGRAMA-ID PIC X(12) VALUE 'CERTIF-HON'.
       01 LOG-CANT-ENTRADA PIC 9(7) VALUE ZERO.
       01 LOG-CANT-SALIDA PIC 9(7) VALUE ZERO.
       01 LOG-CANT-EXC PIC 9(5) VALUE ZERO.


      * Rutas fisicas de los archivos, resueltas al arrancar desde
      * rutas.dat via OBTENER-RUTA: mover el sistema o armar un
      * ambiente de prueba es cuestion de editar ese archivo.
       77 FS-RUTA PIC XX.
       01 RUTA-LOGICO PIC X(20).
       01 RUTA-OBTENIDA PIC X(100).
       01 RUTA-PARAM-CERTIFICADO PIC X(100).
       01 RUTA-REGISTRO-LIQ PIC X(100).
       01 RUTA-CONSULTORES PIC X(100).
       01 RUTA-CERTIFICADOS PIC X(100).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM CARGAR-RUTAS.
           MOVE 'I' TO WS-OPCION-LOG.
           CALL 'REGISTRAR-CORRIDA' USING WS-OPCION-LOG,
               LOG-PROGRAMA-ID, LOG-CANT-ENTRADA, LOG-CANT-SALIDA,
               LOG-CANT-EXC.
           PERFORM LEER-PARAMETROS.
           PERFORM CARGAR-CONSULTORES.
           PERFORM CARGAR-LIQUIDACIONES.
           OPEN OUTPUT CERTIFICADOS.
           IF FS-CERTIFICADOS NOT = ZERO
               DISPLAY "ERROR AL ABRIR CERTIFICADOS FS: "
                   FS-CERTIFICADOS
               STOP RUN.
           PERFORM EMITIR-CERTIFICADO
               VARYING IND-CONS FROM 1 BY 1
               UNTIL IND-CONS > CANT-CONSULTORES.
           CLOSE CERTIFICADOS.
           DISPLAY "LIQUIDACIONES DEL ANIO " PARAM-ANIO ": "
               CANT-LIQ-ANIO.
           DISPLAY "CERTIFICADOS EMITIDOS: " CANT-CERTIFICADOS.
           IF CANT-SIN-MAESTRO > ZERO
               DISPLAY "LIQUIDACIONES DE CONSULTORES SIN MAESTRO: "
                   CANT-SIN-MAESTRO.
           MOVE CANT-LIQ-ANIO TO LOG-CANT-ENTRADA.
           MOVE CANT-CERTIFICADOS TO LOG-CANT-SALIDA.
           MOVE CANT-SIN-MAESTRO TO LOG-CANT-EXC.
           MOVE 'F' TO WS-OPCION-LOG.
           CALL 'REGISTRAR-CORRIDA' USING WS-OPCION-LOG,
               LOG-PROGRAMA-ID, LOG-CANT-ENTRADA, LOG-CANT-SALIDA,
               LOG-CANT-EXC.
           STOP RUN.

       LEER-PARAMETROS.
           OPEN INPUT PARAM-CERTIFICADO.
           IF FS-PARAMETROS NOT = ZERO
               DISPLAY "ERROR AL ABRIR PARAMETROS FS: " FS-PARAMETROS
               STOP RUN.
           READ PARAM-CERTIFICADO.
           IF FS-PARAMETROS NOT = ZERO
               DISPLAY "ERROR AL LEER PARAMETROS FS: " FS-PARAMETROS
               STOP RUN.
           CLOSE PARAM-CERTIFICADO.

       CARGAR-CONSULTORES.
           OPEN INPUT CONSULTORES.
           IF FS-CONSULTORES NOT = ZERO
               DISPLAY "ERROR AL ABRIR CONSULTORES FS: " FS-CONSULTORES
               STOP RUN.
           READ CONSULTORES.
           PERFORM CARGAR-UN-CONSULTOR
               UNTIL FS-CONSULTORES NOT = ZERO
               OR CANT-CONSULTORES >= 50.
           CLOSE CONSULTORES.

       CARGAR-UN-CONSULTOR.
           ADD 1 TO CANT-CONSULTORES.
           MOVE CONS-NUMERO TO TAB-CONS-NUMERO(CANT-CONSULTORES).
           MOVE CONS-DNI TO TAB-CONS-DNI(CANT-CONSULTORES).
           MOVE CONS-NOMBRE TO TAB-CONS-NOMBRE(CANT-CONSULTORES).
           READ CONSULTORES.

      * Sin registro no hay nada pagado que certificar: es un error
      * de operacion, no un anio vacio.
       CARGAR-LIQUIDACIONES.
           OPEN INPUT REGISTRO-LIQ.
           IF FS-REGISTRO-LIQ NOT = ZERO
               DISPLAY "ERROR AL ABRIR REGISTRO LIQUIDACIONES FS: "
                   FS-REGISTRO-LIQ
               STOP RUN.
           READ REGISTRO-LIQ.
           PERFORM CARGAR-UNA-LIQUIDACION
               UNTIL FS-REGISTRO-LIQ NOT = ZERO.
           CLOSE REGISTRO-LIQ.

       CARGAR-UNA-LIQUIDACION.
           IF RLQ-FECHA-LIQ(1:4) = PARAM-ANIO
               PERFORM ANOTAR-LIQUIDACION-ANIO.
           READ REGISTRO-LIQ.

       ANOTAR-LIQUIDACION-ANIO.
           IF CANT-LIQ-ANIO >= 600
               DISPLAY "MAS DE 600 LIQUIDACIONES EN EL ANIO "
                   PARAM-ANIO ": AMPLIAR LA TABLA"
               STOP RUN.
           PERFORM BUSCAR-CONSULTOR-MAESTRO.
           IF NOT CONSULTOR-HALLADO
               ADD 1 TO CANT-SIN-MAESTRO
               DISPLAY "LIQUIDACION DEL CONSULTOR " RLQ-CONSULTOR
                   " SIN MAESTRO: NO SE CERTIFICA".
           ADD 1 TO CANT-LIQ-ANIO.
           MOVE RLQ-CONSULTOR TO TAB-LIQ-CONSULTOR(CANT-LIQ-ANIO).
           MOVE RLQ-FECHA-DESDE TO TAB-LIQ-DESDE(CANT-LIQ-ANIO).
           MOVE RLQ-FECHA-HASTA TO TAB-LIQ-HASTA(CANT-LIQ-ANIO).
           MOVE RLQ-HONORARIO TO TAB-LIQ-HONORARIO(CANT-LIQ-ANIO).
           MOVE RLQ-ANTICIPOS TO TAB-LIQ-ANTICIPOS(CANT-LIQ-ANIO).
           IF RLQ-RET-GANANCIAS NUMERIC
               MOVE RLQ-RET-GANANCIAS
                   TO TAB-LIQ-RETENCION(CANT-LIQ-ANIO)
           ELSE
               MOVE ZERO TO TAB-LIQ-RETENCION(CANT-LIQ-ANIO).
      * El neto certificado es el del honorario: el reintegro de
      * gastos viaja en la misma transferencia pero no es renta.
           MOVE RLQ-NETO TO TAB-LIQ-NETO(CANT-LIQ-ANIO).
           IF RLQ-REINTEGRO NUMERIC
               IF RLQ-REINTEGRO < RLQ-NETO
                   SUBTRACT RLQ-REINTEGRO
                       FROM TAB-LIQ-NETO(CANT-LIQ-ANIO)
               ELSE
                   MOVE ZERO TO TAB-LIQ-NETO(CANT-LIQ-ANIO).
           MOVE RLQ-ESTADO TO TAB-LIQ-ESTADO(CANT-LIQ-ANIO).

       BUSCAR-CONSULTOR-MAESTRO.
           MOVE 'N' TO SW-CONSULTOR-HALLADO.
           SET IND-CONS TO 1.
           SEARCH LINEA-CONSULTOR
               AT END CONTINUE
               WHEN TAB-CONS-NUMERO(IND-CONS) = RLQ-CONSULTOR
                   MOVE 'S' TO SW-CONSULTOR-HALLADO
           END-SEARCH.

      ******************************************************************
      * Un certificado por consultor con liquidaciones en el anio: el
      * detalle por periodo y el total pagado. Lo pendiente o rechazado
      * por el banco se informa aparte porque todavia no se pago.
       EMITIR-CERTIFICADO.
           MOVE ZERO TO CERT-HONORARIO CERT-ANTICIPOS CERT-NETO
               CERT-RETENCION
               CERT-PENDIENTE CERT-CANT-LIQ.
           PERFORM CONTAR-LIQ-CONSULTOR
               VARYING SUB-LIQ FROM 1 BY 1
               UNTIL SUB-LIQ > CANT-LIQ-ANIO.
           IF CERT-CANT-LIQ > ZERO
               PERFORM IMPRIMIR-CABECERA-CERTIFICADO
               PERFORM IMPRIMIR-LIQ-CONSULTOR
                   VARYING SUB-LIQ FROM 1 BY 1
                   UNTIL SUB-LIQ > CANT-LIQ-ANIO
               PERFORM IMPRIMIR-PIE-CERTIFICADO
               ADD 1 TO CANT-CERTIFICADOS.

       CONTAR-LIQ-CONSULTOR.
           IF TAB-LIQ-CONSULTOR(SUB-LIQ) = TAB-CONS-NUMERO(IND-CONS)
               ADD 1 TO CERT-CANT-LIQ.

       IMPRIMIR-CABECERA-CERTIFICADO.
           MOVE PARAM-ANIO TO REP-TIT-ANIO.
           IF CANT-CERTIFICADOS > ZERO
               WRITE LINEA FROM LINEA-VACIA
               WRITE LINEA FROM LINEA-GUION.
           WRITE LINEA FROM REP-TITULO.
           WRITE LINEA FROM LINEA-VACIA.
           MOVE TAB-CONS-NUMERO(IND-CONS) TO REP-CONS-NUM.
           MOVE TAB-CONS-NOMBRE(IND-CONS) TO REP-CONS-NOM.
           MOVE TAB-CONS-DNI(IND-CONS) TO REP-CONS-DNI.
           WRITE LINEA FROM REP-CONSULTOR.
           WRITE LINEA FROM LINEA-VACIA.
           WRITE LINEA FROM REP-HEADER.
           WRITE LINEA FROM LINEA-GUION.

       IMPRIMIR-LIQ-CONSULTOR.
           IF TAB-LIQ-CONSULTOR(SUB-LIQ) = TAB-CONS-NUMERO(IND-CONS)
               PERFORM IMPRIMIR-UNA-LIQ.

       IMPRIMIR-UNA-LIQ.
           MOVE TAB-LIQ-DESDE(SUB-LIQ) TO REP-FIL-DESDE.
           MOVE TAB-LIQ-HASTA(SUB-LIQ) TO REP-FIL-HASTA.
           MOVE TAB-LIQ-HONORARIO(SUB-LIQ) TO REP-FIL-HONORARIO.
           MOVE TAB-LIQ-ANTICIPOS(SUB-LIQ) TO REP-FIL-ANTICIPOS.
           MOVE TAB-LIQ-RETENCION(SUB-LIQ) TO REP-FIL-RETENCION.
           MOVE TAB-LIQ-NETO(SUB-LIQ) TO REP-FIL-NETO.
           EVALUATE TAB-LIQ-ESTADO(SUB-LIQ)
               WHEN 'A'
                   MOVE 'ACREDITADA' TO REP-FIL-ESTADO
               WHEN 'N'
                   MOVE 'CON ANTICIPO' TO REP-FIL-ESTADO
               WHEN 'R'
                   MOVE 'RECHAZADA' TO REP-FIL-ESTADO
               WHEN OTHER
                   MOVE 'PENDIENTE' TO REP-FIL-ESTADO
           END-EVALUATE.
           WRITE LINEA FROM REP-FILA.
      * Solo se certifica lo acreditado o lo cancelado con anticipos.
           IF TAB-LIQ-ESTADO(SUB-LIQ) = 'A' OR 'N'
               ADD TAB-LIQ-HONORARIO(SUB-LIQ) TO CERT-HONORARIO
               ADD TAB-LIQ-ANTICIPOS(SUB-LIQ) TO CERT-ANTICIPOS
               ADD TAB-LIQ-RETENCION(SUB-LIQ) TO CERT-RETENCION
               ADD TAB-LIQ-NETO(SUB-LIQ) TO CERT-NETO
           ELSE
               ADD TAB-LIQ-NETO(SUB-LIQ) TO CERT-PENDIENTE.

       IMPRIMIR-PIE-CERTIFICADO.
           WRITE LINEA FROM LINEA-GUION.
           MOVE CERT-HONORARIO TO REP-TOT-HONORARIO.
           MOVE CERT-ANTICIPOS TO REP-TOT-ANTICIPOS.
           MOVE CERT-RETENCION TO REP-TOT-RETENCION.
           MOVE CERT-NETO TO REP-TOT-NETO.
           WRITE LINEA FROM REP-TOTALES.
           IF CERT-PENDIENTE > ZERO
               MOVE CERT-PENDIENTE TO REP-PEND-IMPORTE
               WRITE LINEA FROM REP-PENDIENTE.


      * Resuelve todas las rutas de este programa contra rutas.dat;
      * una entrada ausente corta la corrida nombrando el logico
      * que falta.
       CARGAR-RUTAS.
           MOVE 'TP1-PARAMCERTIF' TO RUTA-LOGICO.
           PERFORM OBTENER-UNA-RUTA.
           MOVE RUTA-OBTENIDA TO RUTA-PARAM-CERTIFICADO.
           MOVE 'TP1-REGLIQUIDACION' TO RUTA-LOGICO.
           PERFORM OBTENER-UNA-RUTA.
           MOVE RUTA-OBTENIDA TO RUTA-REGISTRO-LIQ.
           MOVE 'TP1-CONSULTORES' TO RUTA-LOGICO.
           PERFORM OBTENER-UNA-RUTA.
           MOVE RUTA-OBTENIDA TO RUTA-CONSULTORES.
           MOVE 'TP1-CERTHONORARIOS' TO RUTA-LOGICO.
           PERFORM OBTENER-UNA-RUTA.
           MOVE RUTA-OBTENIDA TO RUTA-CERTIFICADOS.

       OBTENER-UNA-RUTA.
           CALL 'OBTENER-RUTA' USING RUTA-LOGICO, RUTA-OBTENIDA,
               FS-RUTA.
           IF FS-RUTA NOT = '00'
               DISPLAY "RUTA NO CONFIGURADA PARA " RUTA-LOGICO
               STOP RUN.

       END PROGRAM CERTIFICADO-HONORARIOS.
