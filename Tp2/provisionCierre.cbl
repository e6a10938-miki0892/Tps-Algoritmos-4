                                  ORGANIZATION IS LINE SEQUENTIAL
                                  FILE STATUS IS FS-PROVISION.

      * La misma provision en formato de registro, una por empresa
      * con importe, para los asientos de ASIENTOS-CONTABLES.
           SELECT PROVISION-CONTABLE ASSIGN TO RUTA-PROVISION-CONTABLE
                                  ORGANIZATION IS LINE SEQUENTIAL
                                  FILE STATUS IS FS-PROVISION-CONT.

       DATA DIVISION.
       FILE SECTION.

       FD PROVISION LABEL RECORD IS STANDARD.
       01 PRO-LINEA PIC X(110).

       FD PROVISION-CONTABLE LABEL RECORD IS STANDARD.
       01 PVC-REG.
           03 PVC-PERIODO PIC 9(6).
           03 PVC-CUIT    PIC 9(11).
           03 PVC-IMPORTE PIC S9(11)V99.

       WORKING-STORAGE SECTION.

       77 FS-TIEMPOS     PIC XX.
       77 FS-AUDITORIA   PIC XX.
       77 FS-PARAMETROS  PIC XX.
       77 FS-PROVISION   PIC XX.
       77 FS-PROVISION-CONT PIC XX.

      * Tarifas via OBTENER-TARIFA, misma regla que TP-2.
       77 FS-TARIFAS PIC XX.
       01 RUTA-AUDITORIA PIC X(100).
       01 RUTA-PARAMETROS-PRO PIC X(100).
       01 RUTA-PROVISION PIC X(100).
       01 RUTA-PROVISION-CONTABLE PIC X(100).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           IF FS-PROVISION NOT = ZERO
               DISPLAY "ERROR AL ABRIR PROVISION FS: " FS-PROVISION
               STOP RUN.
           OPEN OUTPUT PROVISION-CONTABLE.
           IF FS-PROVISION-CONT NOT = ZERO
               DISPLAY "ERROR AL ABRIR PROVISION CONTABLE FS: "
                   FS-PROVISION-CONT
               STOP RUN.
           MOVE PARAM-PERIODO TO REP-TIT-PERIODO.
           WRITE PRO-LINEA FROM REP-TITULO.
           WRITE PRO-LINEA FROM REP-HEADER.
           WRITE PRO-LINEA FROM LINEA-GUION.
           MOVE TOTAL-PROVISION TO REP-TOT-PROVISION.
           WRITE PRO-LINEA FROM REP-TOTAL.
           CLOSE PROVISION PROVISION-CONTABLE.

       IMPRIMIR-UNA-EMPRESA.
           COMPUTE PROVISION-EMPRESA = TAB-EMP-DEVENGADO(SUB-EMP)
           MOVE PROVISION-EMPRESA TO REP-FIL-PROVISION.
           WRITE PRO-LINEA FROM REP-FILA.
           ADD PROVISION-EMPRESA TO TOTAL-PROVISION.
           IF PROVISION-EMPRESA NOT = ZERO
               MOVE PARAM-PERIODO TO PVC-PERIODO
               MOVE TAB-EMP-CUIT(SUB-EMP) TO PVC-CUIT
               MOVE PROVISION-EMPRESA TO PVC-IMPORTE
               WRITE PVC-REG.

       CERRAR-ARCHIVOS.
           CLOSE TIEMPOS CONSULTORES.
           MOVE 'SEC-PROVISION' TO RUTA-LOGICO.
           PERFORM OBTENER-UNA-RUTA.
           MOVE RUTA-OBTENIDA TO RUTA-PROVISION.
           MOVE 'SEC-PROVCONTABLE' TO RUTA-LOGICO.
           PERFORM OBTENER-UNA-RUTA.
           MOVE RUTA-OBTENIDA TO RUTA-PROVISION-CONTABLE.

       OBTENER-UNA-RUTA.
           CALL 'OBTENER-RUTA' USING RUTA-LOGICO, RUTA-OBTENIDA,
