           03 RFA-TAREA         PIC X(4).
           03 RFA-COBRADO       PIC 9(9)V99.
           03 RFA-AJUSTE-NOTAS  PIC S9(9)V99.
      * Percepcion de Ingresos Brutos practicada en el documento: la
      * jurisdiccion y la alicuota del padron vigente a la emision; el
      * importe ya esta sumado en RFA-IMPORTE-BRUTO.
           03 RFA-IIBB-JURIS    PIC 9(3).
           03 RFA-IIBB-ALICUOTA PIC 9(2)V99.
           03 RFA-PERCEPCION    PIC 9(9)V99.

       FD PARAM-LIBRO LABEL RECORD IS STANDARD.
       01 PARAM-REG.
               05 TAB-DOC-GRAVADO PIC S9(9)V99.
               05 TAB-DOC-IVA     PIC S9(9)V99.
               05 TAB-DOC-EXENTO  PIC S9(9)V99.
               05 TAB-DOC-PERCEP  PIC S9(9)V99.
               05 TAB-DOC-TOTAL   PIC S9(9)V99.
               05 TAB-DOC-TASA    PIC 9(2)V99.
               05 TAB-DOC-LISTADO PIC X(1).
       01 TOTAL-DIA-GRAVADO PIC S9(10)V99 VALUE ZERO.
       01 TOTAL-DIA-IVA     PIC S9(10)V99 VALUE ZERO.
       01 TOTAL-DIA-EXENTO  PIC S9(10)V99 VALUE ZERO.
       01 TOTAL-DIA-PERCEP  PIC S9(10)V99 VALUE ZERO.
       01 TOTAL-DIA-TOTAL   PIC S9(10)V99 VALUE ZERO.
       01 TOTAL-PER-GRAVADO PIC S9(11)V99 VALUE ZERO.
       01 TOTAL-PER-IVA     PIC S9(11)V99 VALUE ZERO.
       01 TOTAL-PER-EXENTO  PIC S9(11)V99 VALUE ZERO.
       01 TOTAL-PER-PERCEP  PIC S9(11)V99 VALUE ZERO.
       01 TOTAL-PER-TOTAL   PIC S9(11)V99 VALUE ZERO.

       01 IMPORTE-SIGNADO PIC S9(9)V99.
           02 REP-TIT-PERIODO PIC 9(6).

       01 REP-HEADER.
           02 FILLER PIC X(26) VALUE 'Fecha       Doc Numero    '.
           02 FILLER PIC X(39) VALUE
               'Cuit         Razon social              '.
           02 FILLER PIC X(39) VALUE
               '      Gravado          IVA       Exento'.
           02 FILLER PIC X(27) VALUE '    Perc IIBB         Total'.

       01 REP-FILA.
           02 REP-FIL-DD PIC 9(2).
           02 FILLER PIC X(1) VALUE SPACES.
           02 REP-FIL-EXENTO PIC -Z(7)9,99.
           02 FILLER PIC X(1) VALUE SPACES.
           02 REP-FIL-PERCEPCION PIC -Z(7)9,99.
           02 FILLER PIC X(1) VALUE SPACES.
           02 REP-FIL-TOTAL PIC -Z(8)9,99.

       01 REP-SUBT-DIA.
           02 FILLER PIC X(16) VALUE 'Subtotal del dia'.
           02 FILLER PIC X(48) VALUE SPACES.
           02 REP-DIA-GRAVADO PIC -Z(9)9,99.
           02 FILLER PIC X(1) VALUE SPACES.
           02 REP-DIA-IVA PIC -Z(7)9,99.
           02 FILLER PIC X(1) VALUE SPACES.
           02 REP-DIA-EXENTO PIC -Z(7)9,99.
           02 FILLER PIC X(1) VALUE SPACES.
           02 REP-DIA-PERCEPCION PIC -Z(7)9,99.
           02 FILLER PIC X(1) VALUE SPACES.
           02 REP-DIA-TOTAL PIC -Z(8)9,99.

       01 REP-SUBT-TASA.
           02 FILLER PIC X(14) VALUE 'Tasa '.
           02 REP-TASA-VALOR PIC Z9,99.
           02 FILLER PIC X(2) VALUE ' %'.
           02 FILLER PIC X(43) VALUE SPACES.
           02 REP-TASA-GRAVADO PIC -Z(9)9,99.
           02 REP-TASA-IVA PIC -Z(8)9,99.

       01 REP-TOTAL-PER.
           02 FILLER PIC X(18) VALUE 'Total del periodo'.
           02 FILLER PIC X(46) VALUE SPACES.
           02 REP-PER-GRAVADO PIC -Z(9)9,99.
           02 FILLER PIC X(1) VALUE SPACES.
           02 REP-PER-IVA PIC -Z(7)9,99.
           02 FILLER PIC X(1) VALUE SPACES.
           02 REP-PER-EXENTO PIC -Z(7)9,99.
           02 FILLER PIC X(1) VALUE SPACES.
           02 REP-PER-PERCEPCION PIC -Z(7)9,99.
           02 FILLER PIC X(1) VALUE SPACES.
           02 REP-PER-TOTAL PIC -Z(8)9,99.

       01 LINEA-GUION PIC X(131) VALUE ALL "-".
       01 LINEA-VACIA PIC X(80) VALUE SPACES.


               OR CANT-DOCUMENTOS >= 600.
           CLOSE REGISTRO-FACTURAS.

      * El castigo 'B' es un asiento interno, no un comprobante
      * fiscal: no va al libro. Tampoco el traspaso 'T' ni las cuotas
      * 'Q' de un plan de pago, que solo refinancian deuda ya
      * facturada.
       EVALUAR-DOCUMENTO.
           ADD 1 TO LOG-CANT-ENTRADA.
           IF RFA-FECHA-EMISION(1:6) = PARAM-PERIODO
               AND RFA-TIPO-DOC NOT = 'B' AND NOT = 'T' AND NOT = 'Q'
               PERFORM CARGAR-UN-DOCUMENTO.
           READ REGISTRO-FACTURAS NEXT RECORD.

               MOVE ZERO TO TAB-DOC-IVA(CANT-DOCUMENTOS)
               MOVE IMPORTE-SIGNADO
                   TO TAB-DOC-EXENTO(CANT-DOCUMENTOS).
      * La percepcion de Ingresos Brutos no integra el neto ni el IVA:
      * va en su columna y suma al total del comprobante.
           IF RFA-PERCEPCION NUMERIC
               MOVE RFA-PERCEPCION TO TAB-DOC-PERCEP(CANT-DOCUMENTOS)
           ELSE
               MOVE ZERO TO TAB-DOC-PERCEP(CANT-DOCUMENTOS).
           IF TAB-DOC-TIPO(CANT-DOCUMENTOS) = 'C'
               COMPUTE TAB-DOC-PERCEP(CANT-DOCUMENTOS) =
                   TAB-DOC-PERCEP(CANT-DOCUMENTOS) * -1.
           COMPUTE TAB-DOC-TOTAL(CANT-DOCUMENTOS) =
               TAB-DOC-GRAVADO(CANT-DOCUMENTOS)
               + TAB-DOC-IVA(CANT-DOCUMENTOS)
               + TAB-DOC-EXENTO(CANT-DOCUMENTOS)
               + TAB-DOC-PERCEP(CANT-DOCUMENTOS).

       ABRIR-SALIDAS.
           OPEN OUTPUT LIBRO-IVA.
           MOVE TAB-DOC-GRAVADO(IND-DOC-MIN) TO REP-FIL-GRAVADO.
           MOVE TAB-DOC-IVA(IND-DOC-MIN) TO REP-FIL-IVA.
           MOVE TAB-DOC-EXENTO(IND-DOC-MIN) TO REP-FIL-EXENTO.
           MOVE TAB-DOC-PERCEP(IND-DOC-MIN) TO REP-FIL-PERCEPCION.
           MOVE TAB-DOC-TOTAL(IND-DOC-MIN) TO REP-FIL-TOTAL.
           WRITE LIB-LINEA FROM REP-FILA.

               TOTAL-PER-IVA.
           ADD TAB-DOC-EXENTO(IND-DOC-MIN) TO TOTAL-DIA-EXENTO
               TOTAL-PER-EXENTO.
           ADD TAB-DOC-PERCEP(IND-DOC-MIN) TO TOTAL-DIA-PERCEP
               TOTAL-PER-PERCEP.
           ADD TAB-DOC-TOTAL(IND-DOC-MIN) TO TOTAL-DIA-TOTAL
               TOTAL-PER-TOTAL.
           IF TAB-DOC-IVA(IND-DOC-MIN) NOT = ZERO
           MOVE TOTAL-DIA-GRAVADO TO REP-DIA-GRAVADO.
           MOVE TOTAL-DIA-IVA TO REP-DIA-IVA.
           MOVE TOTAL-DIA-EXENTO TO REP-DIA-EXENTO.
           MOVE TOTAL-DIA-PERCEP TO REP-DIA-PERCEPCION.
           MOVE TOTAL-DIA-TOTAL TO REP-DIA-TOTAL.
           WRITE LIB-LINEA FROM REP-SUBT-DIA.
           WRITE LIB-LINEA FROM LINEA-VACIA.
           MOVE ZERO TO TOTAL-DIA-GRAVADO TOTAL-DIA-IVA
               TOTAL-DIA-EXENTO TOTAL-DIA-PERCEP TOTAL-DIA-TOTAL.

       IMPRIMIR-SUBTOTALES-TASA.
           WRITE LIB-LINEA FROM LINEA-GUION.
           MOVE TOTAL-PER-GRAVADO TO REP-PER-GRAVADO.
           MOVE TOTAL-PER-IVA TO REP-PER-IVA.
           MOVE TOTAL-PER-EXENTO TO REP-PER-EXENTO.
           MOVE TOTAL-PER-PERCEP TO REP-PER-PERCEPCION.
           MOVE TOTAL-PER-TOTAL TO REP-PER-TOTAL.
           WRITE LIB-LINEA FROM REP-TOTAL-PER.

