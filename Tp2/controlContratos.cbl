           03 RFA-TAREA         PIC X(4).
           03 RFA-COBRADO       PIC 9(9)V99.
           03 RFA-AJUSTE-NOTAS  PIC S9(9)V99.
      * Percepcion de Ingresos Brutos practicada en el documento: la
      * jurisdiccion y la alicuota del padron vigente a la emision; el
      * importe ya esta sumado en RFA-IMPORTE-BRUTO.
           03 RFA-IIBB-JURIS    PIC 9(3).
           03 RFA-IIBB-ALICUOTA PIC 9(2)V99.
           03 RFA-PERCEPCION    PIC 9(9)V99.

       FD PARAMETROS-CON LABEL RECORD IS STANDARD.
       01 PARAM-REG.
      * del registro (neto: facturas mas notas de debito menos notas
      * de credito del periodo).
       01 TABLA-CONTRATOS.
           03 FILA-CONTRATO OCCURS 200 TIMES.
               05 TAB-CON-EMPRESA   PIC 9(3).
               05 TAB-CON-CUIT      PIC 9(11).
               05 TAB-CON-RAZON     PIC X(25).
               STOP RUN.
           READ CONTRATOS.
           PERFORM EVALUAR-CONTRATO
               UNTIL FS-CONTRATOS NOT = ZERO OR CANT-CONTRATOS >= 200.
           CLOSE CONTRATOS.

       EVALUAR-CONTRATO.
