      * reescriben TP-2 e INTERESES-MORA al emitirlas).
           03 RFA-COBRADO       PIC 9(9)V99.
           03 RFA-AJUSTE-NOTAS  PIC S9(9)V99.
      * Percepcion de Ingresos Brutos practicada en el documento: la
      * jurisdiccion y la alicuota del padron vigente a la emision; el
      * importe ya esta sumado en RFA-IMPORTE-BRUTO.
           03 RFA-IIBB-JURIS    PIC 9(3).
           03 RFA-IIBB-ALICUOTA PIC 9(2)V99.
           03 RFA-PERCEPCION    PIC 9(9)V99.

       WORKING-STORAGE SECTION.

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
           MOVE CANT-LEIDOS TO LOG-CANT-ENTRADA.
           MOVE CANT-CARGADOS TO LOG-CANT-SALIDA.
           MOVE CANT-RENUMERADAS TO LOG-CANT-EXC.
           PERFORM LIBERAR-BLOQUEOS.
           MOVE 'F' TO WS-OPCION-LOG.
           CALL 'REGISTRAR-CORRIDA' USING WS-OPCION-LOG,
               LOG-PROGRAMA-ID, LOG-CANT-ENTRADA, LOG-CANT-SALIDA,
           OPEN INPUT REGISTRO-SEC.
           IF FS-REG-SEC NOT = ZERO
               DISPLAY "ERROR AL ABRIR REGISTRO SEC FS: " FS-REG-SEC
               PERFORM LIBERAR-BLOQUEOS
               STOP RUN.
           READ REGISTRO-SEC.
           PERFORM ACUMULAR-DOCUMENTO
           IF FS-APLICADOS NOT = ZERO AND '35'
               DISPLAY "ERROR AL ABRIR PAGOS APLICADOS FS: "
                   FS-APLICADOS
               PERFORM LIBERAR-BLOQUEOS
               STOP RUN.
           IF FS-APLICADOS = ZERO
               READ PAGOS-APLICADOS
                   DISPLAY "LA TABLA DE FACTURAS DE LA CONVERSION SE "
                       "LLENO: AMPLIARLA Y RECOMPILAR ANTES DE "
                       "CONVERTIR"
                   PERFORM LIBERAR-BLOQUEOS
                   STOP RUN
               END-IF
               ADD 1 TO CANT-FACTURAS
           MOVE APL-FACTURA TO FACTURA-BUSCADA.
           PERFORM UBICAR-FACTURA.
           IF IND-FAC-ACT NOT = ZERO
               IF APL-MARCA = 'RECHAZO'
                   SUBTRACT APL-IMPORTE
                       FROM TAB-FAC-COBRADO(IND-FAC-ACT)
               ELSE
                   ADD APL-IMPORTE TO TAB-FAC-COBRADO(IND-FAC-ACT).
           READ PAGOS-APLICADOS.

       UBICAR-FACTURA.
           OPEN INPUT REGISTRO-SEC.
           IF FS-REG-SEC NOT = ZERO
               DISPLAY "ERROR AL REABRIR REGISTRO SEC FS: " FS-REG-SEC
               PERFORM LIBERAR-BLOQUEOS
               STOP RUN.
           OPEN OUTPUT REGFACT-INDEX.
           IF FS-REG-IDX NOT = ZERO
               DISPLAY "ERROR AL ABRIR REGISTRO INDEXADO FS: "
                   FS-REG-IDX
               PERFORM LIBERAR-BLOQUEOS
               STOP RUN.
           READ REGISTRO-SEC.
           PERFORM CARGAR-UN-DOCUMENTO UNTIL FS-REG-SEC NOT = ZERO.
           ELSE
               DISPLAY "DOCUMENTO " RFS-NUMERO " RECHAZADO POR EL "
                   "INDEXADO FS: " FS-REG-IDX
               PERFORM LIBERAR-BLOQUEOS
               STOP RUN.
           READ REGISTRO-SEC.


       ESTAMPAR-ACUMULADOS.
           MOVE ZERO TO RFA-COBRADO RFA-AJUSTE-NOTAS.
           MOVE ZERO TO RFA-IIBB-JURIS RFA-IIBB-ALICUOTA RFA-PERCEPCION.
           IF RFA-TIPO-DOC = 'F'
               MOVE RFA-NUMERO TO FACTURA-BUSCADA
               PERFORM UBICAR-FACTURA
                       TO RFA-AJUSTE-NOTAS.


       TOMAR-BLOQUEOS.
           MOVE 'T' TO WS-OPCION-BLOQUEO.
           MOVE 'REGISTRO-FACTURAS' TO BLOQUEO-RECURSO.
           CALL 'BLOQUEAR-RECURSO' USING WS-OPCION-BLOQUEO,
               LOG-PROGRAMA-ID, BLOQUEO-RECURSO, FS-BLOQUEO.
           IF FS-BLOQUEO NOT = '00'
               STOP RUN.

       LIBERAR-BLOQUEOS.
           MOVE 'L' TO WS-OPCION-BLOQUEO.
           MOVE 'REGISTRO-FACTURAS' TO BLOQUEO-RECURSO.
           CALL 'BLOQUEAR-RECURSO' USING WS-OPCION-BLOQUEO,
               LOG-PROGRAMA-ID, BLOQUEO-RECURSO, FS-BLOQUEO.

      * Resuelve todas las rutas de este programa contra rutas.dat;
      * una entrada ausente corta la corrida nombrando el logico
      * que falta.
