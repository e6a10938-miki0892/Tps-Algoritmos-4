                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS FS-CONCILIACION.

      * Registro permanente de liquidaciones de LIQUIDAR-HONORARIOS:
      * cada entrada pendiente recibe el resultado de su transferencia.
           SELECT REGISTRO-LIQ ASSIGN TO RUTA-REGISTRO-LIQ
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS FS-REGISTRO-LIQ.

       DATA DIVISION.
       FILE SECTION.

       FD CONCILIACION LABEL RECORD IS STANDARD.
       01 CON-LINEA PIC X(100).

       FD REGISTRO-LIQ LABEL RECORD IS STANDARD.
       01 RLQ-REG.
           03 RLQ-CONSULTOR   PIC X(5).
           03 RLQ-DNI         PIC 9(8).
           03 RLQ-FECHA-DESDE PIC 9(8).
           03 RLQ-FECHA-HASTA PIC 9(8).
           03 RLQ-FECHA-LIQ   PIC 9(8).
           03 RLQ-HONORARIO   PIC S9(9)V99.
           03 RLQ-ANTICIPOS   PIC 9(9)V99.
           03 RLQ-NETO        PIC 9(9)V99.
           03 RLQ-ESTADO      PIC X(1).
           03 RLQ-MOTIVO      PIC X(30).
           03 RLQ-RET-GANANCIAS PIC 9(9)V99.
           03 RLQ-REINTEGRO   PIC 9(9)V99.

       WORKING-STORAGE SECTION.

       77 FS-PAGOS-BANCO PIC XX.
       77 FS-RETORNO     PIC XX.
       77 FS-REENVIOS    PIC XX.
       77 FS-CONCILIACION PIC XX.
       77 FS-REGISTRO-LIQ PIC XX.

      * Transferencias enviadas en memoria, con el estado que les
      * asigna el retorno; lo que el banco no contesto queda marcado
       01 SUB-ENV PIC 9(3).
       01 IND-ENV-ACT PIC 9(3).

      * Registro de liquidaciones en memoria para anotarle el
      * resultado del banco y regrabarlo; es permanente, asi que si no
      * entra en la tabla la corrida se corta antes de truncarlo.
       01 TABLA-REGISTRO-LIQ.
           03 FILA-REG-LIQ OCCURS 2000 TIMES.
               05 TAB-RLQ-REG     PIC X(123).
               05 TAB-RLQ-DATOS REDEFINES TAB-RLQ-REG.
                   07 TAB-RLQ-CONSULTOR PIC X(5).
                   07 FILLER            PIC X(54).
                   07 TAB-RLQ-NETO      PIC 9(9)V99.
                   07 TAB-RLQ-ESTADO    PIC X(1).
                   07 TAB-RLQ-MOTIVO    PIC X(30).
                   07 FILLER            PIC X(22).
       01 CANT-REG-LIQ PIC 9(4) VALUE ZERO.
       01 SUB-RLQ PIC 9(4).
       01 IND-RLQ-ACT PIC 9(4).
       01 SW-REG-LIQ-EXISTE PIC X VALUE 'N'.
           88 REG-LIQ-EXISTE VALUE 'S'.
       01 CANT-REG-ANOTADAS PIC 9(5) VALUE ZERO.

       01 CANT-RETORNOS     PIC 9(5) VALUE ZERO.
       01 CANT-ACREDITADAS  PIC 9(5) VALUE ZERO.
       01 CANT-RECHAZADAS   PIC 9(5) VALUE ZERO.
       01 RUTA-RETORNO PIC X(100).
       01 RUTA-REENVIOS-BANCO PIC X(100).
       01 RUTA-CONCILIACION PIC X(100).
       01 RUTA-REGISTRO-LIQ PIC X(100).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
               LOG-PROGRAMA-ID, LOG-CANT-ENTRADA, LOG-CANT-SALIDA,
               LOG-CANT-EXC.
           PERFORM CARGAR-ENVIADAS.
           PERFORM CARGAR-REGISTRO-LIQ.
           PERFORM PROCESAR-RETORNO.
           PERFORM GRABAR-REENVIOS.
           PERFORM REGRABAR-REGISTRO-LIQ.
           PERFORM IMPRIMIR-CONCILIACION.
           DISPLAY "TRANSFERENCIAS ENVIADAS: " CANT-ENVIADAS.
           DISPLAY "ACREDITADAS: " CANT-ACREDITADAS
               "  RECHAZADAS: " CANT-RECHAZADAS
               "  SIN RETORNO: " CANT-SIN-RETORNO.
           DISPLAY "RETORNOS SIN ENVIO CONOCIDO: " CANT-SIN-ENVIO.
           DISPLAY "LIQUIDACIONES ANOTADAS EN EL REGISTRO: "
               CANT-REG-ANOTADAS.
           MOVE CANT-ENVIADAS TO LOG-CANT-ENTRADA.
           MOVE CANT-ACREDITADAS TO LOG-CANT-SALIDA.
           MOVE CANT-RECHAZADAS TO LOG-CANT-EXC.
           ADD BAN-IMPORTE TO TOTAL-ENVIADO.
           READ PAGOS-BANCO.

      * El registro puede no existir (liquidaciones anteriores a su
      * implantacion): el retorno se concilia igual, sin anotarlo.
       CARGAR-REGISTRO-LIQ.
           OPEN INPUT REGISTRO-LIQ.
           IF FS-REGISTRO-LIQ NOT = ZERO AND '35'
               DISPLAY "ERROR AL ABRIR REGISTRO LIQUIDACIONES FS: "
                   FS-REGISTRO-LIQ
               STOP RUN.
           IF FS-REGISTRO-LIQ = ZERO
               MOVE 'S' TO SW-REG-LIQ-EXISTE
               READ REGISTRO-LIQ
               PERFORM CARGAR-UNA-REG-LIQ
                   UNTIL FS-REGISTRO-LIQ NOT = ZERO
               CLOSE REGISTRO-LIQ.

       CARGAR-UNA-REG-LIQ.
           IF CANT-REG-LIQ >= 2000
               DISPLAY "REGISTRO DE LIQUIDACIONES EXCEDE LA TABLA DE "
                   "2000 ENTRADAS: DEPURAR ANTES DE CONCILIAR"
               STOP RUN.
           ADD 1 TO CANT-REG-LIQ.
           MOVE RLQ-REG TO TAB-RLQ-REG(CANT-REG-LIQ).
           READ REGISTRO-LIQ.

       PROCESAR-RETORNO.
           OPEN INPUT RETORNO.
           IF FS-RETORNO NOT = ZERO
                   MOVE 'A' TO TAB-ENV-ESTADO(IND-ENV-ACT)
                   ADD 1 TO CANT-ACREDITADAS
                   ADD TAB-ENV-IMPORTE(IND-ENV-ACT)
                       TO TOTAL-ACREDITADO
               END-IF
               PERFORM ANOTAR-REGISTRO-LIQ.
           READ RETORNO.

      * La transferencia se anota en la entrada del registro del mismo
      * consultor e importe: primero una pendiente y, si no hay, una
      * rechazada antes (es un reenvio que ahora volvio del banco).
       ANOTAR-REGISTRO-LIQ.
           MOVE ZERO TO IND-RLQ-ACT.
           PERFORM COMPARAR-REG-PENDIENTE
               VARYING SUB-RLQ FROM 1 BY 1
               UNTIL SUB-RLQ > CANT-REG-LIQ
               OR IND-RLQ-ACT NOT = ZERO.
           IF IND-RLQ-ACT = ZERO
               PERFORM COMPARAR-REG-RECHAZADA
                   VARYING SUB-RLQ FROM 1 BY 1
                   UNTIL SUB-RLQ > CANT-REG-LIQ
                   OR IND-RLQ-ACT NOT = ZERO.
           IF IND-RLQ-ACT NOT = ZERO
               MOVE TAB-ENV-ESTADO(IND-ENV-ACT)
                   TO TAB-RLQ-ESTADO(IND-RLQ-ACT)
               MOVE TAB-ENV-MOTIVO(IND-ENV-ACT)
                   TO TAB-RLQ-MOTIVO(IND-RLQ-ACT)
               ADD 1 TO CANT-REG-ANOTADAS
           ELSE
               IF REG-LIQ-EXISTE
                   DISPLAY "TRANSFERENCIA DEL CONSULTOR " RET-NUMERO
                       " POR " RET-IMPORTE
                       " SIN LIQUIDACION EN EL REGISTRO".

       COMPARAR-REG-PENDIENTE.
           IF TAB-RLQ-ESTADO(SUB-RLQ) = SPACE
               AND TAB-RLQ-CONSULTOR(SUB-RLQ) = RET-NUMERO
               AND TAB-RLQ-NETO(SUB-RLQ) = RET-IMPORTE
               MOVE SUB-RLQ TO IND-RLQ-ACT.

       COMPARAR-REG-RECHAZADA.
           IF TAB-RLQ-ESTADO(SUB-RLQ) = 'R'
               AND TAB-RLQ-CONSULTOR(SUB-RLQ) = RET-NUMERO
               AND TAB-RLQ-NETO(SUB-RLQ) = RET-IMPORTE
               MOVE SUB-RLQ TO IND-RLQ-ACT.

       REGRABAR-REGISTRO-LIQ.
           IF REG-LIQ-EXISTE
               OPEN OUTPUT REGISTRO-LIQ
               IF FS-REGISTRO-LIQ NOT = ZERO
                   DISPLAY "ERROR AL REGRABAR REGISTRO LIQUIDACIONES "
                       "FS: " FS-REGISTRO-LIQ
                   STOP RUN
               END-IF
               PERFORM GRABAR-UNA-REG-LIQ
                   VARYING SUB-RLQ FROM 1 BY 1
                   UNTIL SUB-RLQ > CANT-REG-LIQ
               CLOSE REGISTRO-LIQ.

       GRABAR-UNA-REG-LIQ.
           MOVE TAB-RLQ-REG(SUB-RLQ) TO RLQ-REG.
           WRITE RLQ-REG.

       UBICAR-ENVIADA.
           MOVE ZERO TO IND-ENV-ACT.
           PERFORM COMPARAR-ENVIADA
           MOVE 'TP1-CONCILBANCO' TO RUTA-LOGICO.
           PERFORM OBTENER-UNA-RUTA.
           MOVE RUTA-OBTENIDA TO RUTA-CONCILIACION.
           MOVE 'TP1-REGLIQUIDACION' TO RUTA-LOGICO.
           PERFORM OBTENER-UNA-RUTA.
           MOVE RUTA-OBTENIDA TO RUTA-REGISTRO-LIQ.

       OBTENER-UNA-RUTA.
           CALL 'OBTENER-RUTA' USING RUTA-LOGICO, RUTA-OBTENIDA,
