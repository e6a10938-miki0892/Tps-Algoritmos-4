           03 REC-IMPORTE PIC 9(9)V99.
           03 REC-MEDIO   PIC X(10).
           03 REC-SALDO   PIC S9(9)V99.
      * 'R': renglon agregado al rechazarse el cheque del recibo.
           03 REC-ANOTACION PIC X(1).

       FD PARAM-RECIBO LABEL RECORD IS STANDARD.
       01 PARAM-REG.
           02 REP-REC-CUIT PIC 9(11).

       01 REP-REC-FILA.
           02 REP-REC-LEYENDA PIC X(10).
           02 REP-REC-FACTURA PIC 9(8).
           02 FILLER PIC X(10) VALUE '  Importe '.
           02 REP-REC-IMPORTE PIC Z(8)9,99.
               MOVE REC-FACTURA TO REP-REC-FACTURA
               MOVE REC-IMPORTE TO REP-REC-IMPORTE
               MOVE REC-SALDO TO REP-REC-SALDO
               IF REC-ANOTACION = 'R'
                   MOVE '  Ch.rech.' TO REP-REC-LEYENDA
                   SUBTRACT REC-IMPORTE FROM TOTAL-RECIBO
               ELSE
                   MOVE '  Factura ' TO REP-REC-LEYENDA
                   ADD REC-IMPORTE TO TOTAL-RECIBO
               END-IF
               WRITE DUP-LINEA FROM REP-REC-FILA
               ADD 1 TO CANT-RENGLONES.
           READ REGISTRO-RECIBOS.

