      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHEQUES-A-DEPOSITAR.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Dias de anticipacion: se listan los cheques en cartera cuya
      * fecha de cobro cae hasta hoy mas esos dias; sin archivo se
      * listan solo los que ya se pueden depositar.
           SELECT PARAM-CHEQUES ASSIGN TO RUTA-PARAM-CHEQUES
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS FS-PARAMETROS.

           SELECT CARTERA-CHEQUES ASSIGN TO RUTA-CARTERA
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS FS-CARTERA.

           SELECT LISTADO      ASSIGN TO RUTA-LISTADO
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS FS-LISTADO.

       DATA DIVISION.
       FILE SECTION.

       FD PARAM-CHEQUES LABEL RECORD IS STANDARD.
       01 PARAM-REG.
           03 PARAM-DIAS-ANTICIPACION PIC 9(3).

      * Estado del cheque: 'C' en cartera, 'D' depositado, 'A'
      * acreditado, 'R' rechazado.
       FD CARTERA-CHEQUES LABEL RECORD IS STANDARD.
       01 CHQ-REG.
           03 CHQ-BANCO          PIC 9(3).
           03 CHQ-NUMERO         PIC 9(8).
           03 CHQ-LIBRADOR       PIC X(30).
           03 CHQ-CUIT           PIC 9(11).
           03 CHQ-IMPORTE        PIC 9(9)V99.
           03 CHQ-FECHA-RECEPCION PIC 9(8).
           03 CHQ-FECHA-COBRO    PIC 9(8).
           03 CHQ-RECIBO         PIC 9(8).
           03 CHQ-ESTADO         PIC X(1).
           03 CHQ-FECHA-ESTADO   PIC 9(8).
           03 CHQ-GASTOS         PIC 9(7)V99.

       FD LISTADO LABEL RECORD IS STANDARD.
       01 LIS-LINEA PIC X(100).

       WORKING-STORAGE SECTION.

       77 FS-PARAMETROS PIC XX.
       77 FS-CARTERA    PIC XX.
       77 FS-LISTADO    PIC XX.

       01 DIAS-ANTICIPACION PIC 9(3) VALUE ZERO.
       01 FECHA-CORRIDA PIC 9(8).
       01 FECHA-LIMITE PIC 9(8).
       01 DIAS-AUXILIAR PIC 9(8).

       01 CANT-LEIDOS PIC 9(7) VALUE ZERO.
       01 CANT-A-DEPOSITAR PIC 9(5) VALUE ZERO.
       01 CANT-DIFERIDOS PIC 9(5) VALUE ZERO.
       01 CANT-DEPOSITADOS PIC 9(5) VALUE ZERO.
       01 TOTAL-A-DEPOSITAR PIC 9(11)V99 VALUE ZERO.
       01 TOTAL-DIFERIDOS PIC 9(11)V99 VALUE ZERO.
       01 TOTAL-DEPOSITADOS PIC 9(11)V99 VALUE ZERO.

       01 REP-TITULO.
           02 FILLER PIC X(30) VALUE 'Cheques a depositar'.
           02 FILLER PIC X(16) VALUE 'Cobro hasta el: '.
           02 REP-TIT-LIMITE PIC 9(8).
           02 FILLER PIC X(9) VALUE '  Fecha: '.
           02 REP-TIT-DD PIC 9(2).
           02 FILLER PIC X VALUE '/'.
           02 REP-TIT-MM PIC 9(2).
           02 FILLER PIC X VALUE '/'.
           02 REP-TIT-AAAA PIC 9(4).

       01 REP-HEADER.
           02 FILLER PIC X(13) VALUE 'Bco Numero'.
           02 FILLER PIC X(31) VALUE 'Librador'.
           02 FILLER PIC X(12) VALUE 'Cuit'.
           02 FILLER PIC X(9) VALUE 'Recibido'.
           02 FILLER PIC X(9) VALUE 'Cobro'.
           02 FILLER PIC X(12) VALUE '     Importe'.

       01 REP-CHEQUE.
           02 REP-CHQ-BANCO PIC 9(3).
           02 FILLER PIC X VALUE SPACE.
           02 REP-CHQ-NUMERO PIC 9(8).
           02 FILLER PIC X VALUE SPACE.
           02 REP-CHQ-LIBRADOR PIC X(30).
           02 FILLER PIC X VALUE SPACE.
           02 REP-CHQ-CUIT PIC 9(11).
           02 FILLER PIC X VALUE SPACE.
           02 REP-CHQ-RECEPCION PIC 9(8).
           02 FILLER PIC X VALUE SPACE.
           02 REP-CHQ-COBRO PIC 9(8).
           02 FILLER PIC X VALUE SPACE.
           02 REP-CHQ-IMPORTE PIC Z(8)9,99.

       01 REP-TOTAL-1.
           02 FILLER PIC X(24) VALUE 'A depositar:        '.
           02 REP-TOT-CANT-DEP PIC Z(4)9.
           02 FILLER PIC X(4) VALUE SPACES.
           02 REP-TOT-DEP PIC Z(10)9,99.

       01 REP-TOTAL-2.
           02 FILLER PIC X(24) VALUE 'Diferidos en cartera:'.
           02 REP-TOT-CANT-DIF PIC Z(4)9.
           02 FILLER PIC X(4) VALUE SPACES.
           02 REP-TOT-DIF PIC Z(10)9,99.

       01 REP-TOTAL-3.
           02 FILLER PIC X(24) VALUE 'Depositados sin acred.:'.
           02 REP-TOT-CANT-PEN PIC Z(4)9.
           02 FILLER PIC X(4) VALUE SPACES.
           02 REP-TOT-PEN PIC Z(10)9,99.

       01 LINEA-GUION PIC X(100) VALUE ALL "-".


      * Bitacora central de corridas (ver REGISTRAR-CORRIDA): 'I' al
      * arrancar y 'F' con los contadores al terminar normalmente;
      * una corrida abortada no llega a anotar su 'F' y el resumen
      * diario la muestra como anormal.
       01 WS-OPCION-LOG PIC X.
       01 LOG-PROGRAMA-ID PIC X(12) VALUE 'CHEQUES-DEP'.
       01 LOG-CANT-ENTRADA PIC 9(7) VALUE ZERO.
       01 LOG-CANT-SALIDA PIC 9(7) VALUE ZERO.
       01 LOG-CANT-EXC PIC 9(5) VALUE ZERO.


      * Rutas fisicas de los archivos, resueltas al arrancar desde
      * rutas.dat via OBTENER-RUTA: mover el sistema o armar un
      * ambiente de prueba es cuestion de editar ese archivo.
       77 FS-RUTA PIC XX.
       01 RUTA-LOGICO PIC X(20).
       01 RUTA-OBTENIDA PIC X(100).
       01 RUTA-PARAM-CHEQUES PIC X(100).
       01 RUTA-CARTERA PIC X(100).
       01 RUTA-LISTADO PIC X(100).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM CARGAR-RUTAS.
           MOVE 'I' TO WS-OPCION-LOG.
           CALL 'REGISTRAR-CORRIDA' USING WS-OPCION-LOG,
               LOG-PROGRAMA-ID, LOG-CANT-ENTRADA, LOG-CANT-SALIDA,
               LOG-CANT-EXC.
           PERFORM LEER-PARAMETROS.
           PERFORM ABRIR-ARCHIVOS.
           IF FS-CARTERA = ZERO
               READ CARTERA-CHEQUES
               PERFORM PROCESAR-CHEQUE UNTIL FS-CARTERA NOT = ZERO
               CLOSE CARTERA-CHEQUES.
           PERFORM IMPRIMIR-TOTALES.
           CLOSE LISTADO.
           DISPLAY "CHEQUES A DEPOSITAR: " CANT-A-DEPOSITAR
               "  IMPORTE: " TOTAL-A-DEPOSITAR.
           MOVE CANT-LEIDOS TO LOG-CANT-ENTRADA.
           MOVE CANT-A-DEPOSITAR TO LOG-CANT-SALIDA.
           MOVE 'F' TO WS-OPCION-LOG.
           CALL 'REGISTRAR-CORRIDA' USING WS-OPCION-LOG,
               LOG-PROGRAMA-ID, LOG-CANT-ENTRADA, LOG-CANT-SALIDA,
               LOG-CANT-EXC.
           STOP RUN.

       LEER-PARAMETROS.
           OPEN INPUT PARAM-CHEQUES.
           IF FS-PARAMETROS NOT = ZERO AND '35'
               DISPLAY "ERROR AL ABRIR PARAM CHEQUES FS: "
                   FS-PARAMETROS
               STOP RUN.
           IF FS-PARAMETROS = ZERO
               READ PARAM-CHEQUES
               IF FS-PARAMETROS = ZERO
                   AND PARAM-DIAS-ANTICIPACION NUMERIC
                   MOVE PARAM-DIAS-ANTICIPACION TO DIAS-ANTICIPACION
               END-IF
               CLOSE PARAM-CHEQUES.
           MOVE FUNCTION CURRENT-DATE(1:8) TO FECHA-CORRIDA.
           COMPUTE DIAS-AUXILIAR =
               FUNCTION INTEGER-OF-DATE(FECHA-CORRIDA)
               + DIAS-ANTICIPACION.
           MOVE FUNCTION DATE-OF-INTEGER(DIAS-AUXILIAR) TO FECHA-LIMITE.

      * Sin cartera (todavia no se recibio ningun cheque) el listado
      * sale vacio.
       ABRIR-ARCHIVOS.
           OPEN INPUT CARTERA-CHEQUES.
           IF FS-CARTERA NOT = ZERO AND '35'
               DISPLAY "ERROR AL ABRIR CARTERA CHEQUES FS: " FS-CARTERA
               STOP RUN.
           OPEN OUTPUT LISTADO.
           IF FS-LISTADO NOT = ZERO
               DISPLAY "ERROR AL ABRIR LISTADO FS: " FS-LISTADO
               STOP RUN.
           MOVE FECHA-LIMITE TO REP-TIT-LIMITE.
           MOVE FECHA-CORRIDA(7:2) TO REP-TIT-DD.
           MOVE FECHA-CORRIDA(5:2) TO REP-TIT-MM.
           MOVE FECHA-CORRIDA(1:4) TO REP-TIT-AAAA.
           WRITE LIS-LINEA FROM REP-TITULO.
           WRITE LIS-LINEA FROM LINEA-GUION.
           WRITE LIS-LINEA FROM REP-HEADER.

      * Lo depositado y todavia no acreditado sigue siendo cartera: se
      * totaliza aparte para que tesoreria no lo cuente como banco.
       PROCESAR-CHEQUE.
           ADD 1 TO CANT-LEIDOS.
           EVALUATE TRUE
               WHEN CHQ-ESTADO = 'C' AND CHQ-FECHA-COBRO <= FECHA-LIMITE
                   ADD 1 TO CANT-A-DEPOSITAR
                   ADD CHQ-IMPORTE TO TOTAL-A-DEPOSITAR
                   PERFORM IMPRIMIR-CHEQUE
               WHEN CHQ-ESTADO = 'C'
                   ADD 1 TO CANT-DIFERIDOS
                   ADD CHQ-IMPORTE TO TOTAL-DIFERIDOS
               WHEN CHQ-ESTADO = 'D'
                   ADD 1 TO CANT-DEPOSITADOS
                   ADD CHQ-IMPORTE TO TOTAL-DEPOSITADOS
           END-EVALUATE.
           READ CARTERA-CHEQUES.

       IMPRIMIR-CHEQUE.
           MOVE CHQ-BANCO TO REP-CHQ-BANCO.
           MOVE CHQ-NUMERO TO REP-CHQ-NUMERO.
           MOVE CHQ-LIBRADOR TO REP-CHQ-LIBRADOR.
           MOVE CHQ-CUIT TO REP-CHQ-CUIT.
           MOVE CHQ-FECHA-RECEPCION TO REP-CHQ-RECEPCION.
           MOVE CHQ-FECHA-COBRO TO REP-CHQ-COBRO.
           MOVE CHQ-IMPORTE TO REP-CHQ-IMPORTE.
           WRITE LIS-LINEA FROM REP-CHEQUE.

       IMPRIMIR-TOTALES.
           WRITE LIS-LINEA FROM LINEA-GUION.
           MOVE CANT-A-DEPOSITAR TO REP-TOT-CANT-DEP.
           MOVE TOTAL-A-DEPOSITAR TO REP-TOT-DEP.
           WRITE LIS-LINEA FROM REP-TOTAL-1.
           MOVE CANT-DIFERIDOS TO REP-TOT-CANT-DIF.
           MOVE TOTAL-DIFERIDOS TO REP-TOT-DIF.
           WRITE LIS-LINEA FROM REP-TOTAL-2.
           MOVE CANT-DEPOSITADOS TO REP-TOT-CANT-PEN.
           MOVE TOTAL-DEPOSITADOS TO REP-TOT-PEN.
           WRITE LIS-LINEA FROM REP-TOTAL-3.


      * Resuelve todas las rutas de este programa contra rutas.dat;
      * una entrada ausente corta la corrida nombrando el logico
      * que falta.
       CARGAR-RUTAS.
           MOVE 'SEC-PARAMCHEQUES' TO RUTA-LOGICO.
           PERFORM OBTENER-UNA-RUTA.
           MOVE RUTA-OBTENIDA TO RUTA-PARAM-CHEQUES.
           MOVE 'SEC-CARTERACHEQUES' TO RUTA-LOGICO.
           PERFORM OBTENER-UNA-RUTA.
           MOVE RUTA-OBTENIDA TO RUTA-CARTERA.
           MOVE 'SEC-CHEQUESDEP' TO RUTA-LOGICO.
           PERFORM OBTENER-UNA-RUTA.
           MOVE RUTA-OBTENIDA TO RUTA-LISTADO.

       OBTENER-UNA-RUTA.
           CALL 'OBTENER-RUTA' USING RUTA-LOGICO, RUTA-OBTENIDA,
               FS-RUTA.
           IF FS-RUTA NOT = '00'
               DISPLAY "RUTA NO CONFIGURADA PARA " RUTA-LOGICO
               STOP RUN.

       END PROGRAM CHEQUES-A-DEPOSITAR.
