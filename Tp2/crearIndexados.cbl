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
           PERFORM PROCESAR-TAREAS.
           PERFORM PROCESAR-TIMES.
           PERFORM CERRAR-ARCHIVOS.
           PERFORM LIBERAR-BLOQUEOS.
           MOVE 'F' TO WS-OPCION-LOG.
           CALL 'REGISTRAR-CORRIDA' USING WS-OPCION-LOG,
               LOG-PROGRAMA-ID, LOG-CANT-ENTRADA, LOG-CANT-SALIDA,
           IF FS-TIEM-SEC NOT = ZERO
               DISPLAY "ERROR AL ABRIR TIMES SEC FS: " FS-TIEM-SEC
               PERFORM CERRAR-ARCHIVOS
               PERFORM LIBERAR-BLOQUEOS
               STOP RUN.
           OPEN INPUT CONSULTORES-SEC.
           IF FS-CONS-SEC NOT = ZERO
               DISPLAY "ERROR AL ABRIR CONSULTORES SEC FS: " FS-CONS-SEC
               PERFORM CERRAR-ARCHIVOS
               PERFORM LIBERAR-BLOQUEOS
               STOP RUN.
           OPEN INPUT EMPRESAS-SEC.
           IF FS-EMP-SEC NOT = ZERO
               DISPLAY "ERROR AL ABRIR EMPRESAS SEC FS: " FS-EMP-SEC
               PERFORM CERRAR-ARCHIVOS
               PERFORM LIBERAR-BLOQUEOS
               STOP RUN.
           OPEN INPUT TARIFAS-SEC.
           IF FS-TAR-SEC NOT = ZERO
               DISPLAY "ERROR AL ABRIR TARIFAS SEC FS: " FS-TAR-SEC
               PERFORM CERRAR-ARCHIVOS
               PERFORM LIBERAR-BLOQUEOS
               STOP RUN.
           OPEN INPUT TAREAS-SEC.
           IF FS-TAREA-SEC NOT = ZERO
               DISPLAY "ERROR AL ABRIR TAREAS SEC FS: " FS-TAREA-SEC
               PERFORM CERRAR-ARCHIVOS
               PERFORM LIBERAR-BLOQUEOS
               STOP RUN.
           PERFORM LEER-MODO-CARGA.
      * El modo incremental actualiza los indexados en el lugar: sin
           IF FS-TIE-INDEX NOT = ZERO
               DISPLAY "ERROR AL ABRIR TIMES INDEX FS: " FS-TIE-INDEX
               PERFORM CERRAR-ARCHIVOS
               PERFORM LIBERAR-BLOQUEOS
               STOP RUN.
           IF WS-MODO-CARGA = 'I'
               OPEN I-O CONSULT-INDEX
               DISPLAY "ERROR AL ABRIR CONSULTORES IND FS: "
               FS-CONS-INDEX
               PERFORM CERRAR-ARCHIVOS
               PERFORM LIBERAR-BLOQUEOS
               STOP RUN.
           IF WS-MODO-CARGA = 'I'
               OPEN I-O EMP-INDEX
           IF FS-EMP-INDEX NOT = ZERO
               DISPLAY "ERROR AL ABRIR EMPRESAS INDEX FS: " FS-EMP-INDEX
               PERFORM CERRAR-ARCHIVOS
               PERFORM LIBERAR-BLOQUEOS
               STOP RUN.
           IF WS-MODO-CARGA = 'I'
               OPEN I-O TAR-INDEX
           IF FS-TAR-INDEX NOT = ZERO
               DISPLAY "ERROR AL ABRIR TARIFAS INDEX FS: " FS-TAR-INDEX
               PERFORM CERRAR-ARCHIVOS
               PERFORM LIBERAR-BLOQUEOS
               STOP RUN.
           IF WS-MODO-CARGA = 'I'
               OPEN I-O TAREA-INDEX
               DISPLAY "ERROR AL ABRIR TAREAS INDEX FS: "
               FS-TAREA-INDEX
               PERFORM CERRAR-ARCHIVOS
               PERFORM LIBERAR-BLOQUEOS
               STOP RUN.
      * ERRORES-LECTURA es compartido entre programas: se abre siempre
      * en modo EXTEND y solo cae a OUTPUT si todavia no existe.
               DISPLAY "ERROR AL ABRIR ERRORES LECTURA FS: "
               FS-ERR-LECTURA
               PERFORM CERRAR-ARCHIVOS
               PERFORM LIBERAR-BLOQUEOS
               STOP RUN.


               DISPLAY "SIN FOTO DE RESPALDO DEL DIA: CORRER "
                   "BACKUP-INDEXADOS ANTES DE ACTUALIZAR LOS "
                   "MAESTROS"
               PERFORM LIBERAR-BLOQUEOS
               STOP RUN.

       EVALUAR-FOTO-GUARDIA.
           TAREA-INDEX ERRORES-LECTURA.


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
