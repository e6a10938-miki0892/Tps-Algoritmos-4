       77 FS-LISTADO     PIC XX.

       01 TABLA-EMPRESAS.
           03 EMPRESA OCCURS 50 TIMES INDEXED BY IND-EMP.
               05 NUMERO-EMP PIC 9(03).
               05 RAZON-SOCIAL PIC X(25).

      * negociada de la empresa manda sobre el maestro general, y la
      * fuente 'C'/'G' queda en la pista de auditoria.
       01 TABLA-TARIFAS-CLIENTE.
           03 FILA-TAR-CLIENTE OCCURS 300 TIMES.
               05 TAB-TCL-EMPRESA PIC 9(3).
               05 TAB-TCL-SRT PIC X(2).
               05 TAB-TCL-TIPO PIC 99.
      * de la corrida; los pares empresa/periodo se descubren sobre la
      * marcha.
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
           ADD 1 TO CANT-CONTRATOS.
               READ TARIFAS-CLIENTE
               PERFORM CARGAR-UNA-TARIFA-CLIENTE
                   UNTIL FS-TAR-CLIENTE NOT = ZERO
                   OR CANT-TARIFAS-CLIENTE >= 300
               CLOSE TARIFAS-CLIENTE.

       CARGAR-UNA-TARIFA-CLIENTE.
               UNTIL FS-EMPRESAS = '10'.

       CARGAR-EMPRESAS.
           IF IND-EMP > 50
               DISPLAY "MAS DE 50 EMPRESAS: AMPLIAR LA TABLA"
               PERFORM CERRAR-ARCHIVOS
               STOP RUN.
           MOVE EMP-CODIGO TO NUMERO-EMP(IND-EMP).
           MOVE EMP-RAZON TO RAZON-SOCIAL(IND-EMP).
           PERFORM LEER-EMPRESAS.
