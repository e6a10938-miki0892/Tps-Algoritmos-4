       01 LOG-CANT-SALIDA PIC 9(7) VALUE ZERO.
       01 LOG-CANT-EXC PIC 9(5) VALUE ZERO.

      * Bloqueo del archivo compartido que este programa actualiza
      * (ver BLOQUEAR-RECURSO): se toma antes de anotar el inicio y
      * se libera con el fin normal.
       01 WS-OPCION-BLOQUEO PIC X.
       01 BLOQUEO-RECURSO PIC X(20).
       77 FS-BLOQUEO PIC XX.


      * Rutas fisicas de los archivos, resueltas al arrancar desde
      * rutas.dat via OBTENER-RUTA: mover el sistema o armar un
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM CARGAR-RUTAS.
           PERFORM TOMAR-BLOQUEOS.
           MOVE 'I' TO WS-OPCION-LOG.
           CALL 'REGISTRAR-CORRIDA' USING WS-OPCION-LOG,
               LOG-PROGRAMA-ID, LOG-CANT-ENTRADA, LOG-CANT-SALIDA,
           IF NOT FOTO-HALLADA
               DISPLAY "NO HAY FOTO CATALOGADA EN LA RANURA "
                   SLOT-PEDIDO
               PERFORM LIBERAR-BLOQUEOS
               STOP RUN.
           PERFORM ABRIR-ARCHIVOS.
           PERFORM RESTAURAR-VOLCADO.
           PERFORM VERIFICAR-CANTIDADES.
           COMPUTE LOG-CANT-SALIDA = CANT-TIE + CANT-CONS + CANT-EMP
               + CANT-TAR + CANT-TAREA.
           PERFORM LIBERAR-BLOQUEOS.
           MOVE 'F' TO WS-OPCION-LOG.
           CALL 'REGISTRAR-CORRIDA' USING WS-OPCION-LOG,
               LOG-PROGRAMA-ID, LOG-CANT-ENTRADA, LOG-CANT-SALIDA,
           OPEN INPUT PARAMETROS-RST.
           IF FS-PARAMETROS NOT = ZERO
               DISPLAY "ERROR AL ABRIR PARAMETROS FS: " FS-PARAMETROS
               PERFORM LIBERAR-BLOQUEOS
               STOP RUN.
           READ PARAMETROS-RST.
           IF FS-PARAMETROS NOT = ZERO
               OR PARAM-SLOT < 1 OR PARAM-SLOT > 3
               DISPLAY "RANURA A RESTAURAR INVALIDA"
               PERFORM LIBERAR-BLOQUEOS
               STOP RUN.
           CLOSE PARAMETROS-RST.
           MOVE PARAM-SLOT TO SLOT-PEDIDO.
           OPEN INPUT BACKUP-CATALOGO.
           IF FS-CATALOGO NOT = ZERO
               DISPLAY "ERROR AL ABRIR CATALOGO FS: " FS-CATALOGO
               PERFORM LIBERAR-BLOQUEOS
               STOP RUN.
           READ BACKUP-CATALOGO.
           PERFORM EVALUAR-FOTO UNTIL FS-CATALOGO NOT = ZERO.
           IF FS-BACKUP NOT = ZERO
               DISPLAY "ERROR AL ABRIR BACKUP G" SLOT-PEDIDO
                   " FS: " FS-BACKUP
               PERFORM LIBERAR-BLOQUEOS
               STOP RUN.
           OPEN OUTPUT TIEMPOS-INDEX.
           IF FS-TIE-INDEX NOT = ZERO
               DISPLAY "ERROR AL ABRIR TIMES INDEX FS: " FS-TIE-INDEX
               PERFORM LIBERAR-BLOQUEOS
               STOP RUN.
           OPEN OUTPUT CONSULT-INDEX.
           IF FS-CONS-INDEX NOT = ZERO
               DISPLAY "ERROR AL ABRIR CONSULT INDEX FS: "
                   FS-CONS-INDEX
               PERFORM LIBERAR-BLOQUEOS
               STOP RUN.
           OPEN OUTPUT EMP-INDEX.
           IF FS-EMP-INDEX NOT = ZERO
               DISPLAY "ERROR AL ABRIR EMPRESAS INDEX FS: "
                   FS-EMP-INDEX
               PERFORM LIBERAR-BLOQUEOS
               STOP RUN.
           OPEN OUTPUT TAR-INDEX.
           IF FS-TAR-INDEX NOT = ZERO
               DISPLAY "ERROR AL ABRIR TARIFAS INDEX FS: "
                   FS-TAR-INDEX
               PERFORM LIBERAR-BLOQUEOS
               STOP RUN.
           OPEN OUTPUT TAREA-INDEX.
           IF FS-TAREA-INDEX NOT = ZERO
               DISPLAY "ERROR AL ABRIR TAREAS INDEX FS: "
                   FS-TAREA-INDEX
               PERFORM LIBERAR-BLOQUEOS
               STOP RUN.

       LEER-VOLCADO.
                   "CATALOGO: REVISAR ANTES DE OPERAR ***".


       TOMAR-BLOQUEOS.
           MOVE 'T' TO WS-OPCION-BLOQUEO.
           MOVE 'EMPRESAS' TO BLOQUEO-RECURSO.
           CALL 'BLOQUEAR-RECURSO' USING WS-OPCION-BLOQUEO,
               LOG-PROGRAMA-ID, BLOQUEO-RECURSO, FS-BLOQUEO.
           IF FS-BLOQUEO NOT = '00'
               STOP RUN.

       LIBERAR-BLOQUEOS.
           MOVE 'L' TO WS-OPCION-BLOQUEO.
           MOVE 'EMPRESAS' TO BLOQUEO-RECURSO.
           CALL 'BLOQUEAR-RECURSO' USING WS-OPCION-BLOQUEO,
               LOG-PROGRAMA-ID, BLOQUEO-RECURSO, FS-BLOQUEO.

      * Resuelve todas las rutas de este programa contra rutas.dat;
      * una entrada ausente corta la corrida nombrando el logico
      * que falta.
