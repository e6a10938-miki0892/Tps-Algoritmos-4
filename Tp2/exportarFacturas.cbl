           03 RFA-TAREA         PIC X(4).
           03 RFA-COBRADO       PIC 9(9)V99.
           03 RFA-AJUSTE-NOTAS  PIC S9(9)V99.
      * Percepcion de Ingresos Brutos practicada en el documento: la
      * jurisdiccion y la alicuota del padron vigente a la emision; el
      * importe ya esta sumado en RFA-IMPORTE-BRUTO.
           03 RFA-IIBB-JURIS    PIC 9(3).
           03 RFA-IIBB-ALICUOTA PIC 9(2)V99.
           03 RFA-PERCEPCION    PIC 9(9)V99.

       FD EMPRESAS LABEL RECORD IS STANDARD.
       01 EMP-REG.
           03 EXP-NETO       PIC 9(9)V99.
           03 EXP-IVA        PIC 9(9)V99.
           03 EXP-TOTAL      PIC 9(9)V99.
      * Otros tributos del comprobante: la percepcion de Ingresos
      * Brutos, ya incluida en EXP-TOTAL.
           03 EXP-PERCEPCION PIC 9(9)V99.

       WORKING-STORAGE SECTION.

      * Exporta cada documento que todavia no tiene CAE; un documento
      * cuyo CUIT no esta en el maestro sale igual, con la condicion
      * en blanco, y se avisa para que se corrija antes de mandar.
      * El castigo 'B' no es comprobante fiscal y nunca lleva CAE;
      * tampoco los traspasos 'T' ni las cuotas 'Q' de planes de pago.
       EXPORTAR-DOCUMENTO.
           ADD 1 TO CANT-LEIDOS.
           IF RFA-CAE NUMERIC AND RFA-CAE > ZERO
               ADD 1 TO CANT-CON-CAE
           ELSE
               IF RFA-TIPO-DOC NOT = 'B' AND NOT = 'T' AND NOT = 'Q'
                   PERFORM RESOLVER-CONDICION
                   PERFORM GRABAR-INTERCAMBIO.
           READ REGISTRO-FACTURAS NEXT RECORD.

       RESOLVER-CONDICION.
               MOVE RFA-IMPORTE-BRUTO TO EXP-TOTAL
           ELSE
               MOVE RFA-IMPORTE TO EXP-TOTAL.
           IF RFA-PERCEPCION NUMERIC
               MOVE RFA-PERCEPCION TO EXP-PERCEPCION
           ELSE
               MOVE ZERO TO EXP-PERCEPCION.
           WRITE EXP-REG.
           ADD 1 TO CANT-EXPORTADOS.

