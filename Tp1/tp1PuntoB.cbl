
      * Contratos en memoria para la columna de horas contratadas.
       01 TABLA-CONTRATOS.
           03 FILA-CONTRATO OCCURS 200 TIMES.
               05 TAB-CON-EMPRESA PIC 9(3).
               05 TAB-CON-DESDE   PIC 9(6).
               05 TAB-CON-HASTA   PIC 9(6).
                   READ CONTRATOS
                   PERFORM CARGAR-UN-CONTRATO
                       UNTIL FS-CONTRATOS NOT = ZERO
                       OR CANT-CONTRATOS >= 200
                   CLOSE CONTRATOS.

           CARGAR-UN-CONTRATO.
