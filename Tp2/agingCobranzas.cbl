                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS FS-AGING.

      * Reclamos de clientes (ver MANTENER-RECLAMOS): el importe en
      * disputa de los abiertos o en revision se informa aparte.
           SELECT RECLAMOS     ASSIGN TO RUTA-RECLAMOS
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS FS-RECLAMOS.

       DATA DIVISION.
       FILE SECTION.

      * RFA-TIPO-DOC: 'F' (o blanco, registros viejos) factura; 'C'/
      * 'D' notas de credito/debito que ajustan la deuda de la factura
      * RFA-DOC-REF, igual que las toma COBRANZAS; 'B' castigo por
      * incobrable y 'T' traspaso a plan de pago, que dejan la factura
      * en cero de la misma manera. Las cuotas 'Q' del plan son deuda
      * propia y envejecen desde su propio vencimiento.
       FD REGISTRO-FACTURAS LABEL RECORD IS STANDARD.
       01 RFA-REG.
           03 RFA-NUMERO        PIC 9(8).
      * reescriben TP-2 e INTERESES-MORA al emitirlas).
           03 RFA-COBRADO       PIC 9(9)V99.
           03 RFA-AJUSTE-NOTAS  PIC S9(9)V99.
      * Percepcion de Ingresos Brutos practicada en el documento: la
      * jurisdiccion y la alicuota del padron vigente a la emision; el
      * importe ya esta sumado en RFA-IMPORTE-BRUTO.
           03 RFA-IIBB-JURIS    PIC 9(3).
           03 RFA-IIBB-ALICUOTA PIC 9(2)V99.
           03 RFA-PERCEPCION    PIC 9(9)V99.

       FD AGING LABEL RECORD IS STANDARD.
       01 AGI-LINEA PIC X(120).

       FD RECLAMOS LABEL RECORD IS STANDARD.
       01 RCL-REG.
           03 RCL-NUMERO PIC 9(6).
           03 RCL-FACTURA PIC 9(8).
           03 RCL-CUIT PIC 9(11).
           03 RCL-IMPORTE PIC 9(9)V99.
           03 RCL-MOTIVO PIC X(2).
           03 RCL-RESPONSABLE PIC X(10).
           03 RCL-ESTADO PIC X(1).
           03 RCL-FECHA-ALTA PIC 9(8).
           03 RCL-FECHA-ESTADO PIC 9(8).
           03 RCL-NOTA-CREDITO PIC 9(8).
           03 RCL-OPERADOR PIC X(10).

       WORKING-STORAGE SECTION.

       77 FS-REGISTRO  PIC XX.
       77 FS-AGING     PIC XX.
       77 FS-RECLAMOS  PIC XX.

      * Padron de facturas con deuda, cobrado y saldo; el tramo se
      * determina por los dias corridos desde el vencimiento a la
               05 TAB-FAC-DEUDA   PIC S9(9)V99.
               05 TAB-FAC-COBRADO PIC 9(9)V99.
               05 TAB-FAC-INTERES PIC 9(9)V99.
               05 TAB-FAC-RECLAMADO PIC 9(9)V99.
       01 CANT-FACTURAS PIC 9(3) VALUE ZERO.
       01 SUB-FAC PIC 9(3).
       01 IND-FAC-ACT PIC 9(3).
       01 DIAS-CORRIDA-INT PIC 9(8).
       01 DIAS-VENCIDA PIC S9(5).
       01 SALDO-FACTURA PIC S9(9)V99.
       01 SALDO-RECLAMO PIC 9(9)V99.
       01 TOTAL-RECLAMO PIC 9(10)V99 VALUE ZERO.

       01 TOTAL-TRAMOS.
           03 TOTAL-TRAMO PIC 9(10)V99 OCCURS 4 TIMES VALUE ZERO.
       01 REP-HEADER.
           02 FILLER PIC X(120) VALUE 'Factura   Empresa
      -        '      Telefono             Vto         Saldo    Tramo
      -        '      Interes    En reclamo'.

       01 REP-FILA.
           02 REP-FIL-NUMERO PIC 9(8).
           02 REP-FIL-TRAMO PIC X(6).
           02 FILLER PIC X(2) VALUE SPACES.
           02 REP-FIL-INTERES PIC Z(8)9,99.
           02 FILLER PIC X(2) VALUE SPACES.
           02 REP-FIL-RECLAMO PIC Z(8)9,99.

       01 REP-TOTALES.
           02 FILLER PIC X(17) VALUE 'Totales por tramo'.
           02 REP-TOT-3 PIC Z(8)9,99.
           02 FILLER PIC X(7) VALUE '  +90: '.
           02 REP-TOT-4 PIC Z(8)9,99.
           02 FILLER PIC X(10) VALUE ' Reclamo: '.
           02 REP-TOT-RECLAMO PIC Z(8)9,99.


      * Bitacora central de corridas (ver REGISTRAR-CORRIDA): 'I' al
       01 RUTA-OBTENIDA PIC X(100).
       01 RUTA-REGISTRO-FACTURAS PIC X(100).
       01 RUTA-AGING PIC X(100).
       01 RUTA-RECLAMOS PIC X(100).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
               LOG-PROGRAMA-ID, LOG-CANT-ENTRADA, LOG-CANT-SALIDA,
               LOG-CANT-EXC.
           PERFORM CARGAR-FACTURAS.
           PERFORM CARGAR-RECLAMOS.
           PERFORM ABRIR-SALIDAS.
           MOVE FUNCTION CURRENT-DATE(1:8) TO FECHA-CORRIDA.
           PERFORM IMPRIMIR-ENCABEZADO.
               WHEN RFA-TIPO-DOC = 'I'
                   PERFORM ACUMULAR-INTERES-FACTURA
               WHEN RFA-TIPO-DOC = 'C' OR RFA-TIPO-DOC = 'D'
                   OR RFA-TIPO-DOC = 'B' OR RFA-TIPO-DOC = 'T'
                   CONTINUE
               WHEN OTHER
                   ADD 1 TO CANT-FACTURAS
                   MOVE RFA-COBRADO
                       TO TAB-FAC-COBRADO(CANT-FACTURAS)
                   MOVE ZERO TO TAB-FAC-INTERES(CANT-FACTURAS)
                   MOVE ZERO TO TAB-FAC-RECLAMADO(CANT-FACTURAS)
           END-EVALUATE.
           READ REGISTRO-FACTURAS NEXT RECORD.

           IF TAB-FAC-NUMERO(SUB-FAC) = RFA-DOC-REF
               MOVE SUB-FAC TO IND-FAC-ACT.

      * Los reclamos abiertos o en revision suman su importe en
      * disputa sobre la factura; sin registro de reclamos todavia no
      * hay nada que separar.
       CARGAR-RECLAMOS.
           OPEN INPUT RECLAMOS.
           IF FS-RECLAMOS NOT = ZERO AND '35'
               DISPLAY "ERROR AL ABRIR RECLAMOS FS: " FS-RECLAMOS
               STOP RUN.
           IF FS-RECLAMOS = ZERO
               READ RECLAMOS
               PERFORM CARGAR-UN-RECLAMO
                   UNTIL FS-RECLAMOS NOT = ZERO
               CLOSE RECLAMOS.

       CARGAR-UN-RECLAMO.
           IF RCL-ESTADO = 'A' OR RCL-ESTADO = 'R'
               MOVE ZERO TO IND-FAC-ACT
               PERFORM COMPARAR-FACTURA-RECLAMO
                   VARYING SUB-FAC FROM 1 BY 1
                   UNTIL SUB-FAC > CANT-FACTURAS
                   OR IND-FAC-ACT NOT = ZERO
               IF IND-FAC-ACT NOT = ZERO
                   ADD RCL-IMPORTE TO TAB-FAC-RECLAMADO(IND-FAC-ACT).
           READ RECLAMOS.

       COMPARAR-FACTURA-RECLAMO.
           IF TAB-FAC-NUMERO(SUB-FAC) = RCL-FACTURA
               MOVE SUB-FAC TO IND-FAC-ACT.

       ABRIR-SALIDAS.
           OPEN OUTPUT AGING.
           IF FS-AGING NOT = ZERO

      * Una factura con saldo se informa en el tramo de dias corridos
      * desde su vencimiento; una factura aun no vencida cae en el
      * tramo 0-30. Lo que esta en reclamo abierto no envejece en los
      * tramos: va en su propia columna y su propio total, y la fila
      * muestra en Saldo solo la parte no discutida.
       INFORMAR-FACTURA.
           COMPUTE SALDO-FACTURA =
               TAB-FAC-DEUDA(SUB-FAC) - TAB-FAC-COBRADO(SUB-FAC).
           IF SALDO-FACTURA > ZERO
               ADD 1 TO CANT-ABIERTAS
               PERFORM SEPARAR-RECLAMO
               PERFORM CLASIFICAR-TRAMO
               PERFORM RESOLVER-EMPRESA
               PERFORM ESCRIBIR-FILA-AGING.

       SEPARAR-RECLAMO.
           IF TAB-FAC-RECLAMADO(SUB-FAC) > SALDO-FACTURA
               MOVE SALDO-FACTURA TO SALDO-RECLAMO
           ELSE
               MOVE TAB-FAC-RECLAMADO(SUB-FAC) TO SALDO-RECLAMO.
           SUBTRACT SALDO-RECLAMO FROM SALDO-FACTURA.
           ADD SALDO-RECLAMO TO TOTAL-RECLAMO.

       CLASIFICAR-TRAMO.
           COMPUTE DIAS-VENCIDA =
               FUNCTION INTEGER-OF-DATE(FECHA-CORRIDA)
           MOVE TAB-FAC-VTO(SUB-FAC)(1:4) TO REP-FIL-VTO-AAAA.
           MOVE SALDO-FACTURA TO REP-FIL-SALDO.
           MOVE TAB-FAC-INTERES(SUB-FAC) TO REP-FIL-INTERES.
           MOVE SALDO-RECLAMO TO REP-FIL-RECLAMO.
           EVALUATE IND-TRAMO
               WHEN 1 MOVE '0-30' TO REP-FIL-TRAMO
               WHEN 2 MOVE '31-60' TO REP-FIL-TRAMO
           MOVE TOTAL-TRAMO(2) TO REP-TOT-2.
           MOVE TOTAL-TRAMO(3) TO REP-TOT-3.
           MOVE TOTAL-TRAMO(4) TO REP-TOT-4.
           MOVE TOTAL-RECLAMO TO REP-TOT-RECLAMO.
           WRITE AGI-LINEA FROM REP-TOTALES.

       CERRAR-ARCHIVOS.
           MOVE 'SEC-AGING' TO RUTA-LOGICO.
           PERFORM OBTENER-UNA-RUTA.
           MOVE RUTA-OBTENIDA TO RUTA-AGING.
           MOVE 'COMP-RECLAMOS' TO RUTA-LOGICO.
           PERFORM OBTENER-UNA-RUTA.
           MOVE RUTA-OBTENIDA TO RUTA-RECLAMOS.

       OBTENER-UNA-RUTA.
           CALL 'OBTENER-RUTA' USING RUTA-LOGICO, RUTA-OBTENIDA,
