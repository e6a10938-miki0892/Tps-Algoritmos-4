      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONSULTAR-HORAS-FACTURA.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Horas facturadas que anota TP-2 en cada corrida definitiva; se
      * recorren por la clave alterna del numero de factura.
           SELECT HORAS-FACTURADAS ASSIGN TO RUTA-HORAS-FACTURADAS
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS DYNAMIC
                               RECORD KEY IS HFA-CLAVE
                               ALTERNATE RECORD KEY IS HFA-FACTURA
                               WITH DUPLICATES
                               FILE STATUS IS FS-HORAS-FACT.

           SELECT TIEMPOS      ASSIGN TO RUTA-TIEMPOS
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS DYNAMIC
                               RECORD KEY IS TIE-CLAVE
                               ALTERNATE RECORD KEY IS TIE-CUIT
                               WITH DUPLICATES
                               FILE STATUS IS FS-TIEMPOS.

           SELECT CONSULTORES  ASSIGN TO RUTA-CONSULTORES
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS RANDOM
                               RECORD KEY IS CONS-NUM
                               FILE STATUS IS FS-CONSULTORES.

      * Numero de la factura a consultar.
           SELECT PARAMETROS-HFA ASSIGN TO RUTA-PARAMETROS-HFA
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS FS-PARAMETROS.

           SELECT CONSULTA-HFA ASSIGN TO RUTA-CONSULTA-HFA
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS FS-CONSULTA.

       DATA DIVISION.
       FILE SECTION.
       FD HORAS-FACTURADAS LABEL RECORD IS STANDARD.
       01 HFA-REG.
           03 HFA-CLAVE.
               05 HFA-NUM   PIC X(5).
               05 HFA-FECHA PIC 9(8).
               05 HFA-CUIT  PIC 9(11).
           03 HFA-FACTURA PIC 9(8).
           03 HFA-DESDE   PIC 9(8).
           03 HFA-HASTA   PIC 9(8).

       FD TIEMPOS LABEL RECORD IS STANDARD.
       01 TIE-REG.
           03 TIE-CLAVE.
               05 TIE-NUM PIC X(5).
               05 TIE-FECHA PIC 9(8).
               05 TIE-CUIT PIC 9(11).
           03 TIE-TAREA PIC X(4).
           03 TIE-HORAS PIC 9(2)V99.
           03 TIE-TIPO  PIC X(2).
           03 TIE-IMPORTE PIC 9(7)V99.
           03 TIE-GASTO PIC X(1).

       FD CONSULTORES LABEL RECORD IS STANDARD.
       01 CONS-REG.
           03 CONS-NUM PIC X(5).
           03 CONS-DNI PIC 9(8).
           03 CONS-SRT PIC X(2).
           03 CONS-NOM PIC X(25).
           03 CONS-DIR PIC X(20).
           03 CONS-TEL PIC X(20).
           03 CONS-MAIL PIC X(30).
           03 CONS-ESTADO PIC X(1).
           03 CONS-FECHA-BAJA PIC 9(8).
           03 CONS-CBU PIC 9(22).

       FD PARAMETROS-HFA LABEL RECORD IS STANDARD.
       01 PARAM-REG.
           03 PARAM-FACTURA PIC 9(8).

       FD CONSULTA-HFA LABEL RECORD IS STANDARD.
       01 CON-LINEA PIC X(100).

       WORKING-STORAGE SECTION.

       77 FS-HORAS-FACT  PIC XX.
       77 FS-TIEMPOS     PIC XX.
       77 FS-CONSULTORES PIC XX.
       77 FS-PARAMETROS  PIC XX.
       77 FS-CONSULTA    PIC XX.

       01 CANT-LEIDOS     PIC 9(7) VALUE ZERO.
       01 CANT-INFORMADOS PIC 9(7) VALUE ZERO.
       01 CANT-SIN-TIEMPOS PIC 9(5) VALUE ZERO.
       01 TOTAL-HORAS     PIC 9(7)V99 VALUE ZERO.
       01 TOTAL-GASTOS    PIC 9(9)V99 VALUE ZERO.

       01 REP-ENCABEZADO.
           02 FILLER PIC X(9) VALUE 'Factura: '.
           02 REP-ENC-FACTURA PIC 9(8).
           02 FILLER PIC X(11) VALUE '  Periodo: '.
           02 REP-ENC-DESDE PIC 9(8).
           02 FILLER PIC X(3) VALUE ' - '.
           02 REP-ENC-HASTA PIC 9(8).
           02 FILLER PIC X(8) VALUE '  CUIT: '.
           02 REP-ENC-CUIT PIC 9(11).

       01 REP-FILA.
           02 REP-CONSULTOR PIC X(5).
           02 FILLER PIC X(1) VALUE SPACES.
           02 REP-NOMBRE PIC X(25).
           02 FILLER PIC X(2) VALUE SPACES.
           02 REP-FECHA PIC 9(8).
           02 FILLER PIC X(2) VALUE SPACES.
           02 REP-TAREA PIC X(4).
           02 FILLER PIC X(2) VALUE SPACES.
           02 REP-TIPO PIC X(2).
           02 FILLER PIC X(9) VALUE '  Horas: '.
           02 REP-HORAS PIC Z9,99.
           02 FILLER PIC X(9) VALUE '  Gasto: '.
           02 REP-GASTO PIC Z(6)9,99.

       01 REP-SIN-TIEMPOS.
           02 REP-SIN-CONSULTOR PIC X(5).
           02 FILLER PIC X(1) VALUE SPACES.
           02 FILLER PIC X(27) VALUE 'NO FIGURA MAS EN TIEMPOS'.
           02 REP-SIN-FECHA PIC 9(8).

       01 REP-TOTALES.
           02 FILLER PIC X(16) VALUE 'Total renglones '.
           02 REP-TOT-RENGLONES PIC Z(6)9.
           02 FILLER PIC X(9) VALUE '  Horas: '.
           02 REP-TOT-HORAS PIC Z(6)9,99.
           02 FILLER PIC X(10) VALUE '  Gastos: '.
           02 REP-TOT-GASTOS PIC Z(8)9,99.

       01 REP-SIN-HORAS.
           02 FILLER PIC X(9) VALUE 'Factura: '.
           02 REP-SIN-FACTURA PIC 9(8).
           02 FILLER PIC X(34)
               VALUE '  SIN HORAS FACTURADAS REGISTRADAS'.

      * Bitacora central de corridas (ver REGISTRAR-CORRIDA): 'I' al
      * arrancar y 'F' con los contadores al terminar normalmente;
      * una corrida abortada no llega a anotar su 'F' y el resumen
      * diario la muestra como anormal.
       01 WS-OPCION-LOG PIC X.
       01 LOG-PROGRAMA-ID PIC X(12) VALUE 'CONSULTAR-HF'.
       01 LOG-CANT-ENTRADA PIC 9(7) VALUE ZERO.
       01 LOG-CANT-SALIDA PIC 9(7) VALUE ZERO.
       01 LOG-CANT-EXC PIC 9(5) VALUE ZERO.


      * Rutas fisicas de los archivos, resueltas al arrancar desde
      * rutas.dat via OBTENER-RUTA: mover el sistema o armar un
      * ambiente de prueba es cuestion de editar ese archivo.
       77 FS-RUTA PIC XX.
       01 RUTA-LOGICO PIC X(20).
       01 RUTA-OBTENIDA PIC X(100).
       01 RUTA-HORAS-FACTURADAS PIC X(100).
       01 RUTA-TIEMPOS PIC X(100).
       01 RUTA-CONSULTORES PIC X(100).
       01 RUTA-PARAMETROS-HFA PIC X(100).
       01 RUTA-CONSULTA-HFA PIC X(100).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM CARGAR-RUTAS.
           MOVE 'I' TO WS-OPCION-LOG.
           CALL 'REGISTRAR-CORRIDA' USING WS-OPCION-LOG,
               LOG-PROGRAMA-ID, LOG-CANT-ENTRADA, LOG-CANT-SALIDA,
               LOG-CANT-EXC.
           OPEN INPUT PARAMETROS-HFA.
           IF FS-PARAMETROS NOT = ZERO
               DISPLAY "ERROR AL ABRIR PARAMETROS FS: " FS-PARAMETROS
               STOP RUN.
           READ PARAMETROS-HFA.
           IF FS-PARAMETROS NOT = ZERO
               DISPLAY "ERROR AL LEER PARAMETROS FS: " FS-PARAMETROS
               STOP RUN.
           CLOSE PARAMETROS-HFA.
           PERFORM ABRIR-ARCHIVOS.
           MOVE PARAM-FACTURA TO HFA-FACTURA.
           START HORAS-FACTURADAS KEY IS = HFA-FACTURA.
           IF FS-HORAS-FACT NOT = ZERO AND '23'
               DISPLAY "ERROR AL POSICIONAR HORAS FACTURADAS FS: "
                   FS-HORAS-FACT
               STOP RUN.
           IF FS-HORAS-FACT = ZERO
               PERFORM LEER-HORA-FACTURADA.
           IF FS-HORAS-FACT = ZERO
               MOVE HFA-FACTURA TO REP-ENC-FACTURA
               MOVE HFA-DESDE TO REP-ENC-DESDE
               MOVE HFA-HASTA TO REP-ENC-HASTA
               MOVE HFA-CUIT TO REP-ENC-CUIT
               WRITE CON-LINEA FROM REP-ENCABEZADO
               PERFORM INFORMAR-HORA UNTIL FS-HORAS-FACT NOT = ZERO
               MOVE CANT-INFORMADOS TO REP-TOT-RENGLONES
               MOVE TOTAL-HORAS TO REP-TOT-HORAS
               MOVE TOTAL-GASTOS TO REP-TOT-GASTOS
               WRITE CON-LINEA FROM REP-TOTALES
           ELSE
               MOVE PARAM-FACTURA TO REP-SIN-FACTURA
               WRITE CON-LINEA FROM REP-SIN-HORAS.
           CLOSE HORAS-FACTURADAS TIEMPOS CONSULTORES CONSULTA-HFA.
           DISPLAY "HORAS DE LA FACTURA " PARAM-FACTURA ": "
               CANT-INFORMADOS.
           IF CANT-SIN-TIEMPOS > ZERO
               DISPLAY "RENGLONES QUE YA NO FIGURAN EN TIEMPOS: "
                   CANT-SIN-TIEMPOS.
           MOVE CANT-LEIDOS TO LOG-CANT-ENTRADA.
           MOVE CANT-INFORMADOS TO LOG-CANT-SALIDA.
           MOVE CANT-SIN-TIEMPOS TO LOG-CANT-EXC.
           MOVE 'F' TO WS-OPCION-LOG.
           CALL 'REGISTRAR-CORRIDA' USING WS-OPCION-LOG,
               LOG-PROGRAMA-ID, LOG-CANT-ENTRADA, LOG-CANT-SALIDA,
               LOG-CANT-EXC.
           STOP RUN.

       ABRIR-ARCHIVOS.
           OPEN INPUT HORAS-FACTURADAS.
           IF FS-HORAS-FACT NOT = ZERO
               DISPLAY "ERROR AL ABRIR HORAS FACTURADAS FS: "
                   FS-HORAS-FACT
               STOP RUN.
           OPEN INPUT TIEMPOS.
           IF FS-TIEMPOS NOT = ZERO
               DISPLAY "ERROR AL ABRIR TIMES FS: " FS-TIEMPOS
               STOP RUN.
           OPEN INPUT CONSULTORES.
           IF FS-CONSULTORES NOT = ZERO
               DISPLAY "ERROR AL ABRIR CONSULTORES FS: "
                   FS-CONSULTORES
               STOP RUN.
           OPEN OUTPUT CONSULTA-HFA.
           IF FS-CONSULTA NOT = ZERO
               DISPLAY "ERROR AL ABRIR CONSULTA FS: " FS-CONSULTA
               STOP RUN.

      * La lectura corta al cambiar de numero: la clave alterna trae
      * juntas todas las horas de la factura.
       LEER-HORA-FACTURADA.
           READ HORAS-FACTURADAS NEXT RECORD.
           IF FS-HORAS-FACT NOT = ZERO AND '10'
               DISPLAY "ERROR AL LEER HORAS FACTURADAS FS: "
                   FS-HORAS-FACT
               STOP RUN.
           IF FS-HORAS-FACT = ZERO
               IF HFA-FACTURA NOT = PARAM-FACTURA
                   MOVE '10' TO FS-HORAS-FACT
               ELSE
                   ADD 1 TO CANT-LEIDOS.

      * El renglon se completa con el registro de TIEMPOS tal como esta
      * hoy; si fue borrado despues de facturado queda la clave sola.
       INFORMAR-HORA.
           MOVE HFA-CLAVE TO TIE-CLAVE.
           READ TIEMPOS RECORD.
           IF FS-TIEMPOS = ZERO
               PERFORM INFORMAR-FILA
           ELSE
               ADD 1 TO CANT-SIN-TIEMPOS
               MOVE HFA-NUM TO REP-SIN-CONSULTOR
               MOVE HFA-FECHA TO REP-SIN-FECHA
               WRITE CON-LINEA FROM REP-SIN-TIEMPOS.
           PERFORM LEER-HORA-FACTURADA.

       INFORMAR-FILA.
           ADD 1 TO CANT-INFORMADOS.
           MOVE TIE-NUM TO REP-CONSULTOR CONS-NUM.
           READ CONSULTORES RECORD.
           IF FS-CONSULTORES = ZERO
               MOVE CONS-NOM TO REP-NOMBRE
           ELSE
               MOVE SPACES TO REP-NOMBRE.
           MOVE TIE-FECHA TO REP-FECHA.
           MOVE TIE-TAREA TO REP-TAREA.
           MOVE TIE-TIPO TO REP-TIPO.
           IF TIE-GASTO = 'G'
               MOVE ZERO TO REP-HORAS
               MOVE TIE-IMPORTE TO REP-GASTO
               ADD TIE-IMPORTE TO TOTAL-GASTOS
           ELSE
               MOVE TIE-HORAS TO REP-HORAS
               MOVE ZERO TO REP-GASTO
               ADD TIE-HORAS TO TOTAL-HORAS.
           WRITE CON-LINEA FROM REP-FILA.


      * Resuelve todas las rutas de este programa contra rutas.dat;
      * una entrada ausente corta la corrida nombrando el logico
      * que falta.
       CARGAR-RUTAS.
           MOVE 'IDX-HORASFACT' TO RUTA-LOGICO.
           PERFORM OBTENER-UNA-RUTA.
           MOVE RUTA-OBTENIDA TO RUTA-HORAS-FACTURADAS.
           MOVE 'IDX-TIMES' TO RUTA-LOGICO.
           PERFORM OBTENER-UNA-RUTA.
           MOVE RUTA-OBTENIDA TO RUTA-TIEMPOS.
           MOVE 'IDX-CONSULTORES' TO RUTA-LOGICO.
           PERFORM OBTENER-UNA-RUTA.
           MOVE RUTA-OBTENIDA TO RUTA-CONSULTORES.
           MOVE 'SEC-PARAMHORASFACT' TO RUTA-LOGICO.
           PERFORM OBTENER-UNA-RUTA.
           MOVE RUTA-OBTENIDA TO RUTA-PARAMETROS-HFA.
           MOVE 'SEC-CONSULTAHFA' TO RUTA-LOGICO.
           PERFORM OBTENER-UNA-RUTA.
           MOVE RUTA-OBTENIDA TO RUTA-CONSULTA-HFA.

       OBTENER-UNA-RUTA.
           CALL 'OBTENER-RUTA' USING RUTA-LOGICO, RUTA-OBTENIDA,
               FS-RUTA.
           IF FS-RUTA NOT = '00'
               DISPLAY "RUTA NO CONFIGURADA PARA " RUTA-LOGICO
               STOP RUN.

       END PROGRAM CONSULTAR-HORAS-FACTURA.
