           03 RFA-TAREA         PIC X(4).
           03 RFA-COBRADO       PIC 9(9)V99.
           03 RFA-AJUSTE-NOTAS  PIC S9(9)V99.
      * Percepcion de Ingresos Brutos practicada en el documento: la
      * jurisdiccion y la alicuota del padron vigente a la emision; el
      * importe ya esta sumado en RFA-IMPORTE-BRUTO.
           03 RFA-IIBB-JURIS    PIC 9(3).
           03 RFA-IIBB-ALICUOTA PIC 9(2)V99.
           03 RFA-PERCEPCION    PIC 9(9)V99.

       FD PAGOS-APLICADOS LABEL RECORD IS STANDARD.
       01 APL-REG.
           03 APL-MARCA   PIC X(8).

       FD REGISTRO-HISTORICO LABEL RECORD IS STANDARD.
       01 RHI-REG PIC X(210).

       FD PAGOS-HISTORICO LABEL RECORD IS STANDARD.
       01 PHI-REG PIC X(50).

      * Padron de facturas archivables: saldadas (el bruto mas el
      * ajuste de notas no supera lo cobrado, todo leido de la propia
      * factura) y emitidas antes del corte. Una factura castigada
      * con importe todavia sin recuperar queda vigente, para que
      * COBRANZAS pueda imputarle un recupero.
       01 TABLA-FACTURAS.
           03 FILA-FACTURA OCCURS 500 TIMES.
               05 TAB-FAC-NUMERO  PIC 9(8).
               05 TAB-FAC-ARCHIVABLE PIC X(1).
               05 TAB-FAC-BRUTO   PIC 9(9)V99.
       01 CANT-FACTURAS PIC 9(3) VALUE ZERO.
       01 SUB-FAC PIC 9(3).
       01 IND-FAC-ACT PIC 9(3).
       01 CANT-PAG-HISTORICO  PIC 9(7) VALUE ZERO.
       01 CANT-PAG-VIGENTES   PIC 9(7) VALUE ZERO.
       01 CANT-FAC-ARCHIVADAS PIC 9(5) VALUE ZERO.
       01 CANT-CASTIGADAS-VIGENTES PIC 9(5) VALUE ZERO.
       01 IMPORTE-ARCHIVADO   PIC 9(12)V99 VALUE ZERO.
       01 IMPORTE-VIGENTE     PIC 9(12)V99 VALUE ZERO.

       01 LOG-CANT-SALIDA PIC 9(7) VALUE ZERO.
       01 LOG-CANT-EXC PIC 9(5) VALUE ZERO.

      * Bloqueo del archivo compartido que este programa actualiza
      * (ver BLOQUEAR-RECURSO): se toma antes de anotar el inicio y
      * se libera con el fin normal.
       01 WS-OPCION-BLOQUEO PIC X.
       01 BLOQUEO-RECURSO PIC X(20).
       77 FS-BLOQUEO PIC XX.


      * Operador de la corrida (ver VALIDAR-OPERADOR): se valida
      * contra el maestro de operadores y los permisos de su rol
      * antes de hacer nada.
       01 WS-OPCION-OPERADOR PIC X.
       01 OPERADOR-PROGRAMA PIC X(30) VALUE 'ARCHIVAR-COBRANZAS'.
       01 OPERADOR-OBJETO PIC X(12) VALUE SPACES.
       01 OPERADOR-CLAVE PIC X(20) VALUE SPACES.
       01 OPERADOR-CORRIDA PIC X(10).
       01 OPERADOR-CARGA PIC X(10) VALUE SPACES.
       01 OPERADOR-RESULTADO PIC X.

      * Rutas fisicas de los archivos, resueltas al arrancar desde
      * rutas.dat via OBTENER-RUTA: mover el sistema o armar un
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM CARGAR-RUTAS.
           PERFORM VALIDAR-OPERADOR-CORRIDA.
           PERFORM TOMAR-BLOQUEOS.
           MOVE 'I' TO WS-OPCION-LOG.
           CALL 'REGISTRAR-CORRIDA' USING WS-OPCION-LOG,
               LOG-PROGRAMA-ID, LOG-CANT-ENTRADA, LOG-CANT-SALIDA,
           PERFORM IMPRIMIR-CONTROL.
           MOVE CANT-DOC-LEIDOS TO LOG-CANT-ENTRADA.
           MOVE CANT-DOC-HISTORICO TO LOG-CANT-SALIDA.
           PERFORM LIBERAR-BLOQUEOS.
           MOVE 'F' TO WS-OPCION-LOG.
           CALL 'REGISTRAR-CORRIDA' USING WS-OPCION-LOG,
               LOG-PROGRAMA-ID, LOG-CANT-ENTRADA, LOG-CANT-SALIDA,
           OPEN INPUT PARAMETROS-ARC.
           IF FS-PARAMETROS NOT = ZERO
               DISPLAY "ERROR AL ABRIR PARAMETROS FS: " FS-PARAMETROS
               PERFORM LIBERAR-BLOQUEOS
               STOP RUN.
           READ PARAMETROS-ARC.
           IF FS-PARAMETROS NOT = ZERO OR PARAM-FECHA-CORTE = ZERO
               DISPLAY "FECHA DE CORTE AUSENTE O EN CERO: NO SE "
                   "ARCHIVA NADA"
               PERFORM LIBERAR-BLOQUEOS
               STOP RUN.
           CLOSE PARAMETROS-ARC.

           IF FS-REGISTRO NOT = ZERO
               DISPLAY "ERROR AL ABRIR REGISTRO FACTURAS FS: "
                   FS-REGISTRO " - CORRER CREAR-REGFACT-INDEX"
               PERFORM LIBERAR-BLOQUEOS
               STOP RUN.
           READ REGISTRO-FACTURAS NEXT RECORD.
           PERFORM MARCAR-UN-DOCUMENTO
               MOVE 'S' TO SW-TABLA-LLENA
               DISPLAY "*** TABLA DE FACTURAS LLENA (500): EL RESTO "
                   "DEL REGISTRO NO SE EVALUO Y QUEDA VIGENTE ***".
           PERFORM RETENER-CASTIGADAS.
           CLOSE REGISTRO-FACTURAS.

      * Los castigos ocupan el tope de la clave (90000001 en adelante):
      * se posiciona ahi aunque el recorrido anterior haya quedado
      * trunco, para no archivar nunca una factura castigada que
      * todavia puede recuperarse.
       RETENER-CASTIGADAS.
           MOVE 90000001 TO RFA-NUMERO.
           START REGISTRO-FACTURAS KEY IS >= RFA-NUMERO.
           IF FS-REGISTRO = ZERO
               READ REGISTRO-FACTURAS NEXT RECORD
               PERFORM RETENER-UNA-CASTIGADA
                   UNTIL FS-REGISTRO NOT = ZERO.
           IF CANT-CASTIGADAS-VIGENTES > ZERO
               DISPLAY "FACTURAS CASTIGADAS QUE SIGUEN VIGENTES: "
                   CANT-CASTIGADAS-VIGENTES.

       RETENER-UNA-CASTIGADA.
           IF RFA-TIPO-DOC = 'B' AND RFA-COBRADO < RFA-IMPORTE-BRUTO
               MOVE RFA-DOC-REF TO FACTURA-BUSCADA
               PERFORM UBICAR-FACTURA
               IF IND-FAC-ACT NOT = ZERO
                   AND TAB-FAC-ARCHIVABLE(IND-FAC-ACT) = 'S'
                   MOVE 'N' TO TAB-FAC-ARCHIVABLE(IND-FAC-ACT)
                   SUBTRACT 1 FROM CANT-FAC-ARCHIVADAS
                   SUBTRACT TAB-FAC-BRUTO(IND-FAC-ACT)
                       FROM IMPORTE-ARCHIVADO
                   ADD TAB-FAC-BRUTO(IND-FAC-ACT) TO IMPORTE-VIGENTE
                   ADD 1 TO CANT-CASTIGADAS-VIGENTES.
           READ REGISTRO-FACTURAS NEXT RECORD.

       MARCAR-UN-DOCUMENTO.
           IF RFA-TIPO-DOC = 'C' OR RFA-TIPO-DOC = 'D'
               OR RFA-TIPO-DOC = 'I' OR RFA-TIPO-DOC = 'B'
               OR RFA-TIPO-DOC = 'T'
               CONTINUE
           ELSE
               ADD 1 TO CANT-FACTURAS
               MOVE RFA-NUMERO TO TAB-FAC-NUMERO(CANT-FACTURAS)
               MOVE RFA-IMPORTE-BRUTO TO TAB-FAC-BRUTO(CANT-FACTURAS)
               COMPUTE SALDO-FACTURA = RFA-IMPORTE-BRUTO
                   + RFA-AJUSTE-NOTAS - RFA-COBRADO
               IF SALDO-FACTURA <= ZERO
           IF FS-REGISTRO NOT = ZERO
               DISPLAY "ERROR AL REABRIR REGISTRO FACTURAS FS: "
                   FS-REGISTRO
               PERFORM LIBERAR-BLOQUEOS
               STOP RUN.
           OPEN EXTEND REGISTRO-HISTORICO.
           IF FS-REG-HIST = '35'
           IF FS-REG-HIST NOT = ZERO
               DISPLAY "ERROR AL ABRIR REGISTRO HISTORICO FS: "
                   FS-REG-HIST
               PERFORM LIBERAR-BLOQUEOS
               STOP RUN.
           READ REGISTRO-FACTURAS NEXT RECORD.
           PERFORM PARTIR-UN-DOCUMENTO UNTIL FS-REGISTRO NOT = ZERO.
       PARTIR-UN-DOCUMENTO.
           ADD 1 TO CANT-DOC-LEIDOS.
           IF RFA-TIPO-DOC = 'C' OR RFA-TIPO-DOC = 'D'
               OR RFA-TIPO-DOC = 'I' OR RFA-TIPO-DOC = 'B'
               OR RFA-TIPO-DOC = 'T'
               MOVE RFA-DOC-REF TO FACTURA-BUSCADA
           ELSE
               MOVE RFA-NUMERO TO FACTURA-BUSCADA.
               IF FS-REGISTRO NOT = ZERO
                   DISPLAY "ERROR AL ABRIR REGISTRO PARA BORRAR FS: "
                       FS-REGISTRO
                   PERFORM LIBERAR-BLOQUEOS
                   STOP RUN
               END-IF
               PERFORM BORRAR-UN-DOCUMENTO
           IF FS-APLICADOS NOT = ZERO AND '35'
               DISPLAY "ERROR AL REABRIR PAGOS APLICADOS FS: "
                   FS-APLICADOS
               PERFORM LIBERAR-BLOQUEOS
               STOP RUN.
           OPEN EXTEND PAGOS-HISTORICO.
           IF FS-PAGOS-HIST = '35'
           IF FS-PAGOS-HIST NOT = ZERO
               DISPLAY "ERROR AL ABRIR PAGOS HISTORICO FS: "
                   FS-PAGOS-HIST
               PERFORM LIBERAR-BLOQUEOS
               STOP RUN.
           OPEN OUTPUT PAGOS-RECORTADO.
           IF FS-PAGOS-REC NOT = ZERO
               DISPLAY "ERROR AL ABRIR PAGOS RECORTADO FS: "
                   FS-PAGOS-REC
               PERFORM LIBERAR-BLOQUEOS
               STOP RUN.
           IF FS-APLICADOS = ZERO
               READ PAGOS-APLICADOS
               "ARCHIVO VIVO UNA VEZ CONFORMES LOS TOTALES".


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

      * Sin autorizacion la corrida no arranca: el motivo ya quedo
      * en pantalla y en la bitacora de accesos.
       VALIDAR-OPERADOR-CORRIDA.
           MOVE 'P' TO WS-OPCION-OPERADOR.
           CALL 'VALIDAR-OPERADOR' USING WS-OPCION-OPERADOR,
               OPERADOR-PROGRAMA, OPERADOR-OBJETO, OPERADOR-CLAVE,
               OPERADOR-CORRIDA, OPERADOR-CARGA, OPERADOR-RESULTADO.
           IF OPERADOR-RESULTADO NOT = 'S'
               STOP RUN.

      * Resuelve todas las rutas de este programa contra rutas.dat;
      * una entrada ausente corta la corrida nombrando el logico
      * que falta.
