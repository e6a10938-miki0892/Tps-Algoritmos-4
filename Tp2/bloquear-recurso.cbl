      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BLOQUEAR-RECURSO.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Registro central de bloqueos: un renglon por archivo compartido
      * que esta siendo actualizado, con el programa que lo tomo y
      * desde cuando. Se lista y se limpia con ADMINISTRAR-BLOQUEOS.
           SELECT BLOQUEOS     ASSIGN TO RUTA-BLOQUEOS
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS DYNAMIC
                               RECORD KEY IS BLQ-RECURSO
                               FILE STATUS IS FS-BLOQUEOS.

      * Bitacora de corridas (ver REGISTRAR-CORRIDA): si el programa
      * que tiene el bloqueo ya anoto su 'F', termino sin liberarlo.
           SELECT LOG-CORRIDAS ASSIGN TO RUTA-LOG-CORRIDAS
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS FS-LOG.

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

       WORKING-STORAGE SECTION.
       77 FS-BLOQUEOS PIC XX.
       77 FS-LOG PIC XX.

       01 SW-FIN-HALLADO PIC X.
           88 FIN-HALLADO VALUE 'S'.

       01 FECHA-HORA-BLOQUEO.
           03 FHB-FECHA PIC 9(8).
           03 FHB-HORA  PIC 9(6).
       01 FECHA-HORA-LOG.
           03 FHL-FECHA PIC 9(8).
           03 FHL-HORA  PIC 9(6).

      * Rutas fisicas de los archivos, resueltas al arrancar desde
      * rutas.dat via OBTENER-RUTA: mover el sistema o armar un
      * ambiente de prueba es cuestion de editar ese archivo.
       77 FS-RUTA PIC XX.
       01 SW-RUTAS-CARGADAS PIC X VALUE 'N'.
           88 RUTAS-SIN-CARGAR VALUE 'N'.
       01 RUTA-LOGICO PIC X(20).
       01 RUTA-OBTENIDA PIC X(100).
       01 RUTA-BLOQUEOS PIC X(100).
       01 RUTA-LOG-CORRIDAS PIC X(100).

       LINKAGE SECTION.
      * OPCION: 'T' tomar el bloqueo de RECURSO para PROGRAMA, 'L'
      * liberarlo. Al tomar, FS-RESULTADO '51' quiere decir que otro
      * programa lo tiene (el motivo ya quedo en pantalla) y la
      * corrida no debe seguir.
           01 OPCION PIC X.
           01 PROGRAMA PIC X(12).
           01 RECURSO PIC X(20).
           01 FS-RESULTADO PIC XX.

       PROCEDURE DIVISION USING OPCION, PROGRAMA, RECURSO,
                                 FS-RESULTADO.
       MAIN-PROCEDURE.
           IF RUTAS-SIN-CARGAR
               PERFORM CARGAR-RUTAS
               MOVE 'S' TO SW-RUTAS-CARGADAS.
           MOVE '00' TO FS-RESULTADO.
           OPEN I-O BLOQUEOS.
           IF FS-BLOQUEOS = '35'
               OPEN OUTPUT BLOQUEOS
               CLOSE BLOQUEOS
               OPEN I-O BLOQUEOS.
           IF FS-BLOQUEOS NOT = ZERO
               DISPLAY "ERROR AL ABRIR BLOQUEOS FS: " FS-BLOQUEOS
               MOVE FS-BLOQUEOS TO FS-RESULTADO
               GOBACK.
           IF OPCION = 'T'
               PERFORM TOMAR-BLOQUEO.
           IF OPCION = 'L'
               PERFORM LIBERAR-BLOQUEO.
           CLOSE BLOQUEOS.
           GOBACK.

       TOMAR-BLOQUEO.
           MOVE RECURSO TO BLQ-RECURSO.
           READ BLOQUEOS RECORD.
           IF FS-BLOQUEOS = '23'
               PERFORM GRABAR-BLOQUEO
           ELSE
               IF FS-BLOQUEOS = '00'
                   PERFORM VERIFICAR-BLOQUEO-VIGENTE
               ELSE
                   DISPLAY "ERROR AL LEER BLOQUEOS FS: " FS-BLOQUEOS
                   MOVE FS-BLOQUEOS TO FS-RESULTADO.

       GRABAR-BLOQUEO.
           PERFORM ARMAR-BLOQUEO.
           WRITE BLQ-REG.
      * '22': otro programa lo tomo entre la lectura y la grabacion.
           IF FS-BLOQUEOS = '22'
               DISPLAY RECURSO " LO ACABA DE TOMAR OTRO PROGRAMA: "
                   "CORRIDA CANCELADA"
               MOVE '51' TO FS-RESULTADO
           ELSE
               IF FS-BLOQUEOS NOT = ZERO
                   DISPLAY "ERROR AL GRABAR BLOQUEOS FS: "
                       FS-BLOQUEOS
                   MOVE FS-BLOQUEOS TO FS-RESULTADO.

       ARMAR-BLOQUEO.
           MOVE RECURSO TO BLQ-RECURSO.
           MOVE PROGRAMA TO BLQ-PROGRAMA.
           MOVE FUNCTION CURRENT-DATE(1:8) TO BLQ-FECHA.
           MOVE FUNCTION CURRENT-DATE(9:6) TO BLQ-HORA.

      * Un bloqueo cuyo dueno ya anoto su 'F' en la bitacora despues
      * de tomarlo quedo olvidado y se reemplaza. Sin 'F' la corrida
      * duena sigue en curso (aunque sea otra corrida del mismo
      * programa) o aborto sin liberarlo: no hay forma de saberlo
      * desde aca, asi que se rechaza y se avisa al operador como
      * liberarlo si aborto. Los cortes controlados de los programas
      * liberan sus bloqueos antes de terminar.
       VERIFICAR-BLOQUEO-VIGENTE.
           MOVE 'N' TO SW-FIN-HALLADO.
           PERFORM BUSCAR-FIN-EN-BITACORA.
           IF FIN-HALLADO
               DISPLAY "BLOQUEO DE " BLQ-RECURSO " QUEDADO DE UNA "
                   "CORRIDA ANTERIOR DE " BLQ-PROGRAMA ": SE RETOMA"
               PERFORM ARMAR-BLOQUEO
               REWRITE BLQ-REG
               IF FS-BLOQUEOS NOT = ZERO
                   DISPLAY "ERROR AL REGRABAR BLOQUEOS FS: "
                       FS-BLOQUEOS
                   MOVE FS-BLOQUEOS TO FS-RESULTADO
               END-IF
           ELSE
               DISPLAY BLQ-RECURSO " EN USO POR " BLQ-PROGRAMA
                   " DESDE " BLQ-FECHA " " BLQ-HORA
               DISPLAY "LA BITACORA NO REGISTRA SU FIN: SI ESA "
                   "CORRIDA ABORTO, LIBERAR EL BLOQUEO CON "
                   "ADMINISTRAR-BLOQUEOS"
               DISPLAY PROGRAMA " NO SE EJECUTA"
               MOVE '51' TO FS-RESULTADO.

       BUSCAR-FIN-EN-BITACORA.
           MOVE BLQ-FECHA TO FHB-FECHA.
           MOVE BLQ-HORA TO FHB-HORA.
           OPEN INPUT LOG-CORRIDAS.
           IF FS-LOG = ZERO
               READ LOG-CORRIDAS
               PERFORM COMPARAR-FIN-CORRIDA
                   UNTIL FS-LOG NOT = ZERO
                   OR FIN-HALLADO
               CLOSE LOG-CORRIDAS.

       COMPARAR-FIN-CORRIDA.
           MOVE LOG-FECHA TO FHL-FECHA.
           MOVE LOG-HORA TO FHL-HORA.
           IF LOG-PROGRAMA = BLQ-PROGRAMA
               AND LOG-TIPO = 'F'
               AND FECHA-HORA-LOG >= FECHA-HORA-BLOQUEO
               MOVE 'S' TO SW-FIN-HALLADO.
           READ LOG-CORRIDAS.

      * Solo el programa que tomo el bloqueo lo libera; el de otro
      * se deja como esta.
       LIBERAR-BLOQUEO.
           MOVE RECURSO TO BLQ-RECURSO.
           READ BLOQUEOS RECORD.
           IF FS-BLOQUEOS = '00'
               AND BLQ-PROGRAMA = PROGRAMA
               DELETE BLOQUEOS RECORD
               IF FS-BLOQUEOS NOT = ZERO
                   DISPLAY "ERROR AL LIBERAR BLOQUEO DE " RECURSO
                       " FS: " FS-BLOQUEOS
                   MOVE FS-BLOQUEOS TO FS-RESULTADO.


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

       OBTENER-UNA-RUTA.
           CALL 'OBTENER-RUTA' USING RUTA-LOGICO, RUTA-OBTENIDA,
               FS-RUTA.
           IF FS-RUTA NOT = '00'
               DISPLAY "RUTA NO CONFIGURADA PARA " RUTA-LOGICO
               STOP RUN.

       END PROGRAM BLOQUEAR-RECURSO.
