      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ADMINISTRAR-BLOQUEOS.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Registro central de bloqueos que mantiene BLOQUEAR-RECURSO.
           SELECT BLOQUEOS     ASSIGN TO RUTA-BLOQUEOS
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS DYNAMIC
                               RECORD KEY IS BLQ-RECURSO
                               FILE STATUS IS FS-BLOQUEOS.

           SELECT LOG-CORRIDAS ASSIGN TO RUTA-LOG-CORRIDAS
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS FS-LOG.

      * Pedidos del operador: 'B' libera el bloqueo de MOV-RECURSO,
      * 'P' libera todos los que tiene MOV-PROGRAMA (lo que deja una
      * corrida abortada). Sin pedidos solo se lista.
           SELECT MOVTOS-BLOQUEOS ASSIGN TO RUTA-MOVTOS-BLOQUEOS
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS FS-MOVTOS.

           SELECT LISTADO-BLOQUEOS ASSIGN TO RUTA-LISTADO-BLOQUEOS
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS FS-LISTADO.

       DATA DIVISION.
       FILE SECTION.
       FD BLOQUEOS LABEL RECORD IS STANDARD.
       01 BLQ-REG.
           03 BLQ-RECURSO  PIC X(20).
           03 BLQ-PROGRAMA PIC X(12).
           03 BLQ-FECHA    PIC 9(8).
           03 BLQ-HORA     PIC 9(6).

       FD LOG-CORRIDAS LABEL RECORD IS STANDARD.
       01 LOG-REG.
           03 LOG-PROGRAMA PIC X(12).
           03 LOG-FECHA    PIC 9(8).
           03 LOG-HORA     PIC 9(6).
           03 LOG-TIPO     PIC X(1).
           03 LOG-ENTRADA  PIC 9(7).
           03 LOG-SALIDA   PIC 9(7).
           03 LOG-EXC      PIC 9(5).

       FD MOVTOS-BLOQUEOS LABEL RECORD IS STANDARD.
       01 MOV-REG.
           03 MOV-ACCION PIC X(1).
               88 MOV-LIBERAR-RECURSO VALUE 'B'.
               88 MOV-LIBERAR-PROGRAMA VALUE 'P'.
           03 MOV-RECURSO  PIC X(20).
           03 MOV-PROGRAMA PIC X(12).

       FD LISTADO-BLOQUEOS LABEL RECORD IS STANDARD.
       01 LIS-LINEA PIC X(80).

       WORKING-STORAGE SECTION.

       77 FS-BLOQUEOS PIC XX.
       77 FS-LOG      PIC XX.
       77 FS-MOVTOS   PIC XX.
       77 FS-LISTADO  PIC XX.

      * Ultimo fin ('F') de cada programa en la bitacora: un bloqueo
      * tomado antes de ese fin quedo olvidado; uno posterior es de una
      * corrida en curso o abortada.
       01 TABLA-FINES.
           03 FILA-FIN OCCURS 200 TIMES.
               05 TAB-FIN-PROGRAMA PIC X(12).
               05 TAB-FIN-FECHA-HORA.
                   07 TAB-FIN-FECHA PIC 9(8).
                   07 TAB-FIN-HORA  PIC 9(6).
       01 CANT-FINES PIC 9(3) VALUE ZERO.
       01 SUB-FIN PIC 9(3).
       01 IND-FIN PIC 9(3).

       01 SW-PROGRAMA-HALLADO PIC X.
           88 PROGRAMA-HALLADO VALUE 'S'.

       01 FECHA-HORA-BLOQUEO.
           03 FHB-FECHA PIC 9(8).
           03 FHB-HORA  PIC 9(6).

       01 CANT-LIBERADOS  PIC 9(5) VALUE ZERO.
       01 CANT-RECHAZADOS PIC 9(5) VALUE ZERO.
       01 CANT-LISTADOS   PIC 9(5) VALUE ZERO.

       01 REP-TITULO.
           02 FILLER PIC X(20) VALUE 'Recurso'.
           02 FILLER PIC X(2) VALUE SPACES.
           02 FILLER PIC X(12) VALUE 'Programa'.
           02 FILLER PIC X(2) VALUE SPACES.
           02 FILLER PIC X(16) VALUE 'Desde'.
           02 FILLER PIC X(2) VALUE SPACES.
           02 FILLER PIC X(22) VALUE 'Estado'.

       01 REP-FILA.
           02 REP-RECURSO PIC X(20).
           02 FILLER PIC X(2) VALUE SPACES.
           02 REP-PROGRAMA PIC X(12).
           02 FILLER PIC X(2) VALUE SPACES.
           02 REP-FECHA-DD PIC 99.
           02 FILLER PIC X VALUE '/'.
           02 REP-FECHA-MM PIC 99.
           02 FILLER PIC X VALUE '/'.
           02 REP-FECHA-AAAA PIC 9999.
           02 FILLER PIC X VALUE SPACE.
           02 REP-HORA-HH PIC 99.
           02 FILLER PIC X VALUE ':'.
           02 REP-HORA-MM PIC 99.
           02 FILLER PIC X(2) VALUE SPACES.
           02 REP-ESTADO PIC X(22).

       01 REP-SIN-BLOQUEOS PIC X(30) VALUE 'NO HAY BLOQUEOS TOMADOS'.

      * Bitacora central de corridas (ver REGISTRAR-CORRIDA): 'I' al
      * arrancar y 'F' con los contadores al terminar normalmente;
      * una corrida abortada no llega a anotar su 'F' y el resumen
      * diario la muestra como anormal.
       01 WS-OPCION-LOG PIC X.
       01 LOG-PROGRAMA-ID PIC X(12) VALUE 'ADMIN-BLOQ'.
       01 LOG-CANT-ENTRADA PIC 9(7) VALUE ZERO.
       01 LOG-CANT-SALIDA PIC 9(7) VALUE ZERO.
       01 LOG-CANT-EXC PIC 9(5) VALUE ZERO.


      * Rutas fisicas de los archivos, resueltas al arrancar desde
      * rutas.dat via OBTENER-RUTA: mover el sistema o armar un
      * ambiente de prueba es cuestion de editar ese archivo.
       77 FS-RUTA PIC XX.
       01 RUTA-LOGICO PIC X(20).
       01 RUTA-OBTENIDA PIC X(100).
       01 RUTA-BLOQUEOS PIC X(100).
       01 RUTA-LOG-CORRIDAS PIC X(100).
       01 RUTA-MOVTOS-BLOQUEOS PIC X(100).
       01 RUTA-LISTADO-BLOQUEOS PIC X(100).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM CARGAR-RUTAS.
           MOVE 'I' TO WS-OPCION-LOG.
           CALL 'REGISTRAR-CORRIDA' USING WS-OPCION-LOG,
               LOG-PROGRAMA-ID, LOG-CANT-ENTRADA, LOG-CANT-SALIDA,
               LOG-CANT-EXC.
           OPEN I-O BLOQUEOS.
           IF FS-BLOQUEOS = '35'
               OPEN OUTPUT BLOQUEOS
               CLOSE BLOQUEOS
               OPEN I-O BLOQUEOS.
           IF FS-BLOQUEOS NOT = ZERO
               DISPLAY "ERROR AL ABRIR BLOQUEOS FS: " FS-BLOQUEOS
               STOP RUN.
           OPEN INPUT MOVTOS-BLOQUEOS.
           IF FS-MOVTOS NOT = ZERO AND '35'
               DISPLAY "ERROR AL ABRIR MOVIMIENTOS FS: " FS-MOVTOS
               STOP RUN.
           IF FS-MOVTOS = ZERO
               PERFORM LEER-MOVIMIENTO
               PERFORM PROCESAR-MOVIMIENTO UNTIL FS-MOVTOS NOT = ZERO
               CLOSE MOVTOS-BLOQUEOS.
           PERFORM CARGAR-FINES.
           OPEN OUTPUT LISTADO-BLOQUEOS.
           IF FS-LISTADO NOT = ZERO
               DISPLAY "ERROR AL ABRIR LISTADO FS: " FS-LISTADO
               STOP RUN.
           WRITE LIS-LINEA FROM REP-TITULO.
           MOVE LOW-VALUES TO BLQ-RECURSO.
           START BLOQUEOS KEY IS >= BLQ-RECURSO.
           IF FS-BLOQUEOS = ZERO
               READ BLOQUEOS NEXT RECORD
               PERFORM LISTAR-BLOQUEO UNTIL FS-BLOQUEOS NOT = ZERO.
           IF CANT-LISTADOS = ZERO
               WRITE LIS-LINEA FROM REP-SIN-BLOQUEOS.
           CLOSE BLOQUEOS LISTADO-BLOQUEOS.
           DISPLAY "BLOQUEOS LIBERADOS: " CANT-LIBERADOS.
           DISPLAY "PEDIDOS RECHAZADOS: " CANT-RECHAZADOS.
           DISPLAY "BLOQUEOS VIGENTES: " CANT-LISTADOS.
           MOVE CANT-LIBERADOS TO LOG-CANT-SALIDA.
           MOVE CANT-RECHAZADOS TO LOG-CANT-EXC.
           MOVE 'F' TO WS-OPCION-LOG.
           CALL 'REGISTRAR-CORRIDA' USING WS-OPCION-LOG,
               LOG-PROGRAMA-ID, LOG-CANT-ENTRADA, LOG-CANT-SALIDA,
               LOG-CANT-EXC.
           STOP RUN.

       LEER-MOVIMIENTO.
           READ MOVTOS-BLOQUEOS.
           IF FS-MOVTOS NOT = ZERO AND '10'
               DISPLAY "ERROR AL LEER MOVIMIENTOS FS: " FS-MOVTOS
               STOP RUN.

       PROCESAR-MOVIMIENTO.
           ADD 1 TO LOG-CANT-ENTRADA.
           EVALUATE TRUE
               WHEN MOV-LIBERAR-RECURSO
                   PERFORM LIBERAR-RECURSO
               WHEN MOV-LIBERAR-PROGRAMA
                   PERFORM LIBERAR-PROGRAMA
               WHEN OTHER
                   DISPLAY "ACCION DESCONOCIDA: " MOV-ACCION
                   ADD 1 TO CANT-RECHAZADOS
           END-EVALUATE.
           PERFORM LEER-MOVIMIENTO.

       LIBERAR-RECURSO.
           MOVE MOV-RECURSO TO BLQ-RECURSO.
           READ BLOQUEOS RECORD.
           IF FS-BLOQUEOS = '00'
               PERFORM BORRAR-BLOQUEO
           ELSE
               DISPLAY "NO HAY BLOQUEO DE " MOV-RECURSO
               ADD 1 TO CANT-RECHAZADOS.

      * Recorre todo el registro (son pocos renglones) borrando los
      * del programa pedido.
       LIBERAR-PROGRAMA.
           MOVE 'N' TO SW-PROGRAMA-HALLADO.
           MOVE LOW-VALUES TO BLQ-RECURSO.
           START BLOQUEOS KEY IS >= BLQ-RECURSO.
           IF FS-BLOQUEOS = ZERO
               READ BLOQUEOS NEXT RECORD
               PERFORM LIBERAR-SI-ES-DEL-PROGRAMA
                   UNTIL FS-BLOQUEOS NOT = ZERO.
           IF NOT PROGRAMA-HALLADO
               DISPLAY "NO HAY BLOQUEOS DE " MOV-PROGRAMA
               ADD 1 TO CANT-RECHAZADOS.

       LIBERAR-SI-ES-DEL-PROGRAMA.
           IF BLQ-PROGRAMA = MOV-PROGRAMA
               PERFORM BORRAR-BLOQUEO
               MOVE 'S' TO SW-PROGRAMA-HALLADO.
           READ BLOQUEOS NEXT RECORD.

       BORRAR-BLOQUEO.
           DELETE BLOQUEOS RECORD.
           IF FS-BLOQUEOS = ZERO
               ADD 1 TO CANT-LIBERADOS
               DISPLAY "LIBERADO " BLQ-RECURSO " DE " BLQ-PROGRAMA
                   " DESDE " BLQ-FECHA " " BLQ-HORA
           ELSE
               DISPLAY "ERROR AL LIBERAR " BLQ-RECURSO " FS: "
                   FS-BLOQUEOS
               ADD 1 TO CANT-RECHAZADOS.

       CARGAR-FINES.
           OPEN INPUT LOG-CORRIDAS.
           IF FS-LOG = ZERO
               READ LOG-CORRIDAS
               PERFORM CARGAR-UN-FIN UNTIL FS-LOG NOT = ZERO
               CLOSE LOG-CORRIDAS.

       CARGAR-UN-FIN.
           IF LOG-TIPO = 'F'
               PERFORM UBICAR-FIN
               IF IND-FIN = ZERO AND CANT-FINES < 200
                   ADD 1 TO CANT-FINES
                   MOVE CANT-FINES TO IND-FIN
                   MOVE LOG-PROGRAMA TO TAB-FIN-PROGRAMA(IND-FIN)
               END-IF
               IF IND-FIN NOT = ZERO
                   MOVE LOG-FECHA TO TAB-FIN-FECHA(IND-FIN)
                   MOVE LOG-HORA TO TAB-FIN-HORA(IND-FIN).
           READ LOG-CORRIDAS.

       UBICAR-FIN.
           MOVE ZERO TO IND-FIN.
           PERFORM COMPARAR-FIN
               VARYING SUB-FIN FROM 1 BY 1
               UNTIL SUB-FIN > CANT-FINES
               OR IND-FIN NOT = ZERO.

       COMPARAR-FIN.
           IF TAB-FIN-PROGRAMA(SUB-FIN) = LOG-PROGRAMA
               MOVE SUB-FIN TO IND-FIN.

       LISTAR-BLOQUEO.
           ADD 1 TO CANT-LISTADOS.
           MOVE BLQ-RECURSO TO REP-RECURSO.
           MOVE BLQ-PROGRAMA TO REP-PROGRAMA.
           MOVE BLQ-FECHA(7:2) TO REP-FECHA-DD.
           MOVE BLQ-FECHA(5:2) TO REP-FECHA-MM.
           MOVE BLQ-FECHA(1:4) TO REP-FECHA-AAAA.
           MOVE BLQ-HORA(1:2) TO REP-HORA-HH.
           MOVE BLQ-HORA(3:2) TO REP-HORA-MM.
           MOVE BLQ-FECHA TO FHB-FECHA.
           MOVE BLQ-HORA TO FHB-HORA.
           MOVE BLQ-PROGRAMA TO LOG-PROGRAMA.
           PERFORM UBICAR-FIN.
           IF IND-FIN NOT = ZERO
               AND TAB-FIN-FECHA-HORA(IND-FIN) >= FECHA-HORA-BLOQUEO
               MOVE 'TERMINO SIN LIBERAR' TO REP-ESTADO
           ELSE
               MOVE 'SIN FIN EN BITACORA' TO REP-ESTADO.
           WRITE LIS-LINEA FROM REP-FILA.
           READ BLOQUEOS NEXT RECORD.


      * Resuelve todas las rutas de este programa contra rutas.dat;
      * una entrada ausente corta la corrida nombrando el logico
      * que falta.
       CARGAR-RUTAS.
           MOVE 'IDX-BLOQUEOS' TO RUTA-LOGICO.
           PERFORM OBTENER-UNA-RUTA.
           MOVE RUTA-OBTENIDA TO RUTA-BLOQUEOS.
           MOVE 'COMP-LOGCORRIDAS' TO RUTA-LOGICO.
           PERFORM OBTENER-UNA-RUTA.
           MOVE RUTA-OBTENIDA TO RUTA-LOG-CORRIDAS.
           MOVE 'SEC-MOVTOSBLOQUEOS' TO RUTA-LOGICO.
           PERFORM OBTENER-UNA-RUTA.
           MOVE RUTA-OBTENIDA TO RUTA-MOVTOS-BLOQUEOS.
           MOVE 'SEC-LISTBLOQUEOS' TO RUTA-LOGICO.
           PERFORM OBTENER-UNA-RUTA.
           MOVE RUTA-OBTENIDA TO RUTA-LISTADO-BLOQUEOS.

       OBTENER-UNA-RUTA.
           CALL 'OBTENER-RUTA' USING RUTA-LOGICO, RUTA-OBTENIDA,
               FS-RUTA.
           IF FS-RUTA NOT = '00'
               DISPLAY "RUTA NO CONFIGURADA PARA " RUTA-LOGICO
               STOP RUN.

       END PROGRAM ADMINISTRAR-BLOQUEOS.
