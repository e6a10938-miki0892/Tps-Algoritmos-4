                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS FS-MOVTOS.

      * Maestro de limites de credito (ver MANTENER-LIMITES): una
      * empresa retenida por finanzas no recibe asignaciones nuevas
      * hasta que la liberen.
           SELECT LIMITES-CREDITO ASSIGN TO RUTA-LIMITES
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS FS-LIMITES.

       DATA DIVISION.
       FILE SECTION.
       FD ASIGNACIONES LABEL RECORD IS STANDARD.
           03 MOV-DESDE PIC 9(8).
           03 MOV-HASTA PIC 9(8).

       FD LIMITES-CREDITO LABEL RECORD IS STANDARD.
       01 LIM-REG.
           03 LIM-EMPRESA PIC 9(3).
           03 LIM-IMPORTE PIC 9(9)V99.
           03 LIM-PORC-AVISO PIC 9(3).
           03 LIM-RETENIDA PIC X(1).
           03 LIM-FECHA-RETENCION PIC 9(8).
           03 LIM-OPERADOR PIC X(10).

       WORKING-STORAGE SECTION.

       77 FS-ASIGNACIONES PIC XX.
       77 FS-MOVTOS       PIC XX.
       77 FS-LIMITES      PIC XX.

      * Foto en memoria del maestro; 300 asignaciones dan para toda la
      * dotacion con historia.
       01 SUB-ASG PIC 9(3).
       01 IND-ASG-ACT PIC 9(3).

      * Empresas retenidas por finanzas; ausente el maestro no se
      * retiene ninguna, que es el comportamiento historico.
       01 TABLA-RETENIDAS.
           03 FILA-RETENIDA OCCURS 200 TIMES.
               05 TAB-RET-EMPRESA PIC 9(3).
       01 CANT-RETENIDAS PIC 9(3) VALUE ZERO.
       01 SUB-RET PIC 9(3).
       01 SW-EMPRESA-RETENIDA PIC X.
           88 EMPRESA-RETENIDA VALUE 'S'.

       01 CANT-ALTAS      PIC 9(5) VALUE ZERO.
       01 CANT-BAJAS      PIC 9(5) VALUE ZERO.
       01 CANT-RECHAZADOS PIC 9(5) VALUE ZERO.
       01 RUTA-OBTENIDA PIC X(100).
       01 RUTA-ASIGNACIONES PIC X(100).
       01 RUTA-MOVTOS-ASIG PIC X(100).
       01 RUTA-LIMITES PIC X(100).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
               LOG-PROGRAMA-ID, LOG-CANT-ENTRADA, LOG-CANT-SALIDA,
               LOG-CANT-EXC.
           PERFORM CARGAR-ASIGNACIONES.
           PERFORM CARGAR-RETENIDAS.
           OPEN INPUT MOVTOS-ASIGNACIONES.
           IF FS-MOVTOS NOT = ZERO
               DISPLAY "ERROR AL ABRIR MOVTOS ASIGNACIONES FS: "
           MOVE 'N' TO TAB-ASG-BAJA(CANT-ASIGNACIONES).
           READ ASIGNACIONES.

      * El maestro de limites puede no existir: sin archivo ninguna
      * empresa esta retenida.
       CARGAR-RETENIDAS.
           OPEN INPUT LIMITES-CREDITO.
           IF FS-LIMITES NOT = ZERO AND '35'
               DISPLAY "ERROR AL ABRIR LIMITES CREDITO FS: "
                   FS-LIMITES
               STOP RUN.
           IF FS-LIMITES = ZERO
               READ LIMITES-CREDITO
               PERFORM CARGAR-UNA-RETENIDA
                   UNTIL FS-LIMITES NOT = ZERO
                   OR CANT-RETENIDAS >= 200
               CLOSE LIMITES-CREDITO.

       CARGAR-UNA-RETENIDA.
           IF LIM-RETENIDA = 'S'
               ADD 1 TO CANT-RETENIDAS
               MOVE LIM-EMPRESA TO TAB-RET-EMPRESA(CANT-RETENIDAS).
           READ LIMITES-CREDITO.

       LEER-MOVIMIENTO.
           READ MOVTOS-ASIGNACIONES.
           IF FS-MOVTOS NOT = ZERO AND '10'

      * Un alta con consultor/empresa/fecha-desde ya cargados pisa la
      * fecha hasta (es la manera de extender o acortar la vigencia).
      * Una asignacion nueva contra una empresa retenida por limite de
      * credito se rechaza; las ya cargadas se pueden seguir tocando.
       PROCESAR-MOVIMIENTO.
           PERFORM UBICAR-ASIGNACION.
           PERFORM VERIFICAR-RETENCION.
           EVALUATE TRUE
               WHEN MOV-ALTA AND MOV-HASTA < MOV-DESDE
                   DISPLAY "ASIGNACION CON RANGO INVERTIDO "
                   MOVE MOV-HASTA TO TAB-ASG-HASTA(IND-ASG-ACT)
                   MOVE 'N' TO TAB-ASG-BAJA(IND-ASG-ACT)
                   ADD 1 TO CANT-ALTAS
               WHEN MOV-ALTA AND EMPRESA-RETENIDA
                   DISPLAY "EMPRESA " MOV-EMPRESA " RETENIDA POR "
                       "LIMITE DE CREDITO: ASIGNACION RECHAZADA "
                       MOV-CONSULTOR
                   ADD 1 TO CANT-RECHAZADOS
               WHEN MOV-ALTA
                   PERFORM AGREGAR-ASIGNACION
               WHEN MOV-BAJA AND IND-ASG-ACT NOT = ZERO
           END-EVALUATE.
           PERFORM LEER-MOVIMIENTO.

       VERIFICAR-RETENCION.
           MOVE 'N' TO SW-EMPRESA-RETENIDA.
           PERFORM BUSCAR-RETENIDA
               VARYING SUB-RET FROM 1 BY 1
               UNTIL SUB-RET > CANT-RETENIDAS
               OR EMPRESA-RETENIDA.

       BUSCAR-RETENIDA.
           IF TAB-RET-EMPRESA(SUB-RET) = MOV-EMPRESA
               MOVE 'S' TO SW-EMPRESA-RETENIDA.

       UBICAR-ASIGNACION.
           MOVE ZERO TO IND-ASG-ACT.
           PERFORM COMPARAR-ASIGNACION
           MOVE 'SEC-MOVASIGNACIONES' TO RUTA-LOGICO.
           PERFORM OBTENER-UNA-RUTA.
           MOVE RUTA-OBTENIDA TO RUTA-MOVTOS-ASIG.
           MOVE 'COMP-LIMCREDITO' TO RUTA-LOGICO.
           PERFORM OBTENER-UNA-RUTA.
           MOVE RUTA-OBTENIDA TO RUTA-LIMITES.

       OBTENER-UNA-RUTA.
           CALL 'OBTENER-RUTA' USING RUTA-LOGICO, RUTA-OBTENIDA,
