      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANTENER-INDICES.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Maestro de indices de actualizacion publicados (IPC, ICL,
      * costo de la construccion...): un registro por indice y mes
      * AAAAMM con su valor. AJUSTAR-PRECIOS toma de aca la variacion.
           SELECT INDICES      ASSIGN TO RUTA-INDICES
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS FS-INDICES.

      * Clausulas de ajuste: por contrato de la empresa ('C') o por
      * tarifa negociada empresa/SRT/tipo ('T'), el indice que la
      * actualiza, cada cuantos meses y el mes base del valor vigente.
           SELECT CLAUSULAS    ASSIGN TO RUTA-CLAUSULAS
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS FS-CLAUSULAS.

      * Movimientos: 'I' valor de un indice, 'C' clausula; accion
      * 'A' alta (pisa si ya existe) o 'B' baja.
           SELECT MOVTOS-INDICES ASSIGN TO RUTA-MOVTOS-IND
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS FS-MOVTOS.

       DATA DIVISION.
       FILE SECTION.
       FD INDICES LABEL RECORD IS STANDARD.
       01 IND-REG.
           03 IND-CODIGO PIC X(6).
           03 IND-MES    PIC 9(6).
           03 IND-VALOR  PIC 9(7)V9(4).

       FD CLAUSULAS LABEL RECORD IS STANDARD.
       01 CLA-REG.
           03 CLA-OBJETO PIC X(1).
           03 CLA-EMPRESA PIC 9(3).
           03 CLA-SRT PIC X(2).
           03 CLA-TIPO PIC 99.
           03 CLA-INDICE PIC X(6).
           03 CLA-FRECUENCIA PIC 9(2).
           03 CLA-MES-BASE PIC 9(6).

       FD MOVTOS-INDICES LABEL RECORD IS STANDARD.
       01 MOV-REG.
           03 MOV-REGISTRO PIC X(1).
               88 MOV-DE-INDICE   VALUE 'I'.
               88 MOV-DE-CLAUSULA VALUE 'C'.
           03 MOV-ACCION PIC X(1).
               88 MOV-ALTA VALUE 'A'.
               88 MOV-BAJA VALUE 'B'.
           03 MOV-INDICE.
               05 MOV-IND-CODIGO PIC X(6).
               05 MOV-IND-MES    PIC 9(6).
               05 MOV-IND-VALOR  PIC 9(7)V9(4).
               05 FILLER         PIC X(5).
           03 MOV-CLAUSULA REDEFINES MOV-INDICE.
               05 MOV-CLA-OBJETO PIC X(1).
               05 MOV-CLA-EMPRESA PIC 9(3).
               05 MOV-CLA-SRT PIC X(2).
               05 MOV-CLA-TIPO PIC 99.
               05 MOV-CLA-INDICE PIC X(6).
               05 MOV-CLA-FRECUENCIA PIC 9(2).
               05 MOV-CLA-MES-BASE PIC 9(6).
               05 FILLER PIC X(6).

       WORKING-STORAGE SECTION.

       77 FS-INDICES   PIC XX.
       77 FS-CLAUSULAS PIC XX.
       77 FS-MOVTOS    PIC XX.

      * 600 valores dan diez años de historia mensual de cinco
      * indices.
       01 TABLA-INDICES.
           03 FILA-INDICE OCCURS 600 TIMES.
               05 TAB-IND-CODIGO PIC X(6).
               05 TAB-IND-MES    PIC 9(6).
               05 TAB-IND-VALOR  PIC 9(7)V9(4).
               05 TAB-IND-BAJA   PIC X(1).
       01 CANT-INDICES PIC 9(3) VALUE ZERO.
       01 SUB-IND PIC 9(3).
       01 IND-IND-ACT PIC 9(3).
       01 SW-INDICE-CONOCIDO PIC X.
           88 INDICE-CONOCIDO VALUE 'S'.

       01 TABLA-CLAUSULAS.
           03 FILA-CLAUSULA OCCURS 300 TIMES.
               05 TAB-CLA-OBJETO PIC X(1).
               05 TAB-CLA-EMPRESA PIC 9(3).
               05 TAB-CLA-SRT PIC X(2).
               05 TAB-CLA-TIPO PIC 99.
               05 TAB-CLA-INDICE PIC X(6).
               05 TAB-CLA-FRECUENCIA PIC 9(2).
               05 TAB-CLA-MES-BASE PIC 9(6).
               05 TAB-CLA-BAJA PIC X(1).
       01 CANT-CLAUSULAS PIC 9(3) VALUE ZERO.
       01 SUB-CLA PIC 9(3).
       01 IND-CLA-ACT PIC 9(3).

       01 MES-VALIDAR PIC 9(6).
       01 MES-VALIDAR-R REDEFINES MES-VALIDAR.
           03 MES-VALIDAR-AAAA PIC 9(4).
           03 MES-VALIDAR-MM   PIC 9(2).
       01 SW-MES-VALIDO PIC X.
           88 MES-VALIDO VALUE 'S'.

       01 CANT-ALTAS      PIC 9(5) VALUE ZERO.
       01 CANT-BAJAS      PIC 9(5) VALUE ZERO.
       01 CANT-CLA-ALTAS  PIC 9(5) VALUE ZERO.
       01 CANT-CLA-BAJAS  PIC 9(5) VALUE ZERO.
       01 CANT-RECHAZADOS PIC 9(5) VALUE ZERO.


      * Bitacora central de corridas (ver REGISTRAR-CORRIDA): 'I' al
      * arrancar y 'F' con los contadores al terminar normalmente;
      * una corrida abortada no llega a anotar su 'F' y el resumen
      * diario la muestra como anormal.
       01 WS-OPCION-LOG PIC X.
       01 LOG-PROGRAMA-ID PIC X(12) VALUE 'MANT-INDICES'.
       01 LOG-CANT-ENTRADA PIC 9(7) VALUE ZERO.
       01 LOG-CANT-SALIDA PIC 9(7) VALUE ZERO.
       01 LOG-CANT-EXC PIC 9(5) VALUE ZERO.


      * Rutas fisicas de los archivos, resueltas al arrancar desde
      * rutas.dat via OBTENER-RUTA: mover el sistema o armar un
      * ambiente de prueba es cuestion de editar ese archivo.
       77 FS-RUTA PIC XX.
       01 RUTA-LOGICO PIC X(20).
       01 RUTA-OBTENIDA PIC X(100).
       01 RUTA-INDICES PIC X(100).
       01 RUTA-CLAUSULAS PIC X(100).
       01 RUTA-MOVTOS-IND PIC X(100).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM CARGAR-RUTAS.
           MOVE 'I' TO WS-OPCION-LOG.
           CALL 'REGISTRAR-CORRIDA' USING WS-OPCION-LOG,
               LOG-PROGRAMA-ID, LOG-CANT-ENTRADA, LOG-CANT-SALIDA,
               LOG-CANT-EXC.
           PERFORM CARGAR-INDICES.
           PERFORM CARGAR-CLAUSULAS.
           OPEN INPUT MOVTOS-INDICES.
           IF FS-MOVTOS NOT = ZERO
               DISPLAY "ERROR AL ABRIR MOVTOS INDICES FS: " FS-MOVTOS
               STOP RUN.
           PERFORM LEER-MOVIMIENTO.
           PERFORM PROCESAR-MOVIMIENTO UNTIL FS-MOVTOS = '10'.
           CLOSE MOVTOS-INDICES.
           PERFORM REGRABAR-INDICES.
           PERFORM REGRABAR-CLAUSULAS.
           PERFORM IMPRIMIR-RESUMEN.
           MOVE CANT-RECHAZADOS TO LOG-CANT-EXC.
           MOVE 'F' TO WS-OPCION-LOG.
           CALL 'REGISTRAR-CORRIDA' USING WS-OPCION-LOG,
               LOG-PROGRAMA-ID, LOG-CANT-ENTRADA, LOG-CANT-SALIDA,
               LOG-CANT-EXC.
           STOP RUN.

      * Los maestros pueden no existir todavia: se arrancan vacios.
       CARGAR-INDICES.
           OPEN INPUT INDICES.
           IF FS-INDICES NOT = ZERO AND '35'
               DISPLAY "ERROR AL ABRIR INDICES FS: " FS-INDICES
               STOP RUN.
           IF FS-INDICES = ZERO
               READ INDICES
               PERFORM CARGAR-UN-INDICE
                   UNTIL FS-INDICES NOT = ZERO
                   OR CANT-INDICES >= 600
               CLOSE INDICES.

       CARGAR-UN-INDICE.
           ADD 1 TO CANT-INDICES.
           MOVE IND-CODIGO TO TAB-IND-CODIGO(CANT-INDICES).
           MOVE IND-MES TO TAB-IND-MES(CANT-INDICES).
           MOVE IND-VALOR TO TAB-IND-VALOR(CANT-INDICES).
           MOVE 'N' TO TAB-IND-BAJA(CANT-INDICES).
           READ INDICES.

       CARGAR-CLAUSULAS.
           OPEN INPUT CLAUSULAS.
           IF FS-CLAUSULAS NOT = ZERO AND '35'
               DISPLAY "ERROR AL ABRIR CLAUSULAS FS: " FS-CLAUSULAS
               STOP RUN.
           IF FS-CLAUSULAS = ZERO
               READ CLAUSULAS
               PERFORM CARGAR-UNA-CLAUSULA
                   UNTIL FS-CLAUSULAS NOT = ZERO
                   OR CANT-CLAUSULAS >= 300
               CLOSE CLAUSULAS.

       CARGAR-UNA-CLAUSULA.
           ADD 1 TO CANT-CLAUSULAS.
           MOVE CLA-OBJETO TO TAB-CLA-OBJETO(CANT-CLAUSULAS).
           MOVE CLA-EMPRESA TO TAB-CLA-EMPRESA(CANT-CLAUSULAS).
           MOVE CLA-SRT TO TAB-CLA-SRT(CANT-CLAUSULAS).
           MOVE CLA-TIPO TO TAB-CLA-TIPO(CANT-CLAUSULAS).
           MOVE CLA-INDICE TO TAB-CLA-INDICE(CANT-CLAUSULAS).
           MOVE CLA-FRECUENCIA TO TAB-CLA-FRECUENCIA(CANT-CLAUSULAS).
           MOVE CLA-MES-BASE TO TAB-CLA-MES-BASE(CANT-CLAUSULAS).
           MOVE 'N' TO TAB-CLA-BAJA(CANT-CLAUSULAS).
           READ CLAUSULAS.

       LEER-MOVIMIENTO.
           READ MOVTOS-INDICES.
           IF FS-MOVTOS NOT = ZERO AND '10'
               DISPLAY "ERROR AL LEER MOVTOS INDICES FS: " FS-MOVTOS
               STOP RUN.
           IF FS-MOVTOS = ZERO
               ADD 1 TO LOG-CANT-ENTRADA.

       PROCESAR-MOVIMIENTO.
           EVALUATE TRUE
               WHEN MOV-DE-INDICE
                   PERFORM PROCESAR-MOV-INDICE
               WHEN MOV-DE-CLAUSULA
                   PERFORM PROCESAR-MOV-CLAUSULA
               WHEN OTHER
                   DISPLAY "TIPO DE REGISTRO INVALIDO: " MOV-REGISTRO
                   ADD 1 TO CANT-RECHAZADOS
           END-EVALUATE.
           PERFORM LEER-MOVIMIENTO.

      * Un alta con el indice/mes ya cargado pisa el valor (es la
      * manera de corregir un valor provisorio o mal tipeado).
       PROCESAR-MOV-INDICE.
           MOVE MOV-IND-MES TO MES-VALIDAR.
           PERFORM VALIDAR-MES.
           PERFORM UBICAR-INDICE.
           EVALUATE TRUE
               WHEN MOV-ALTA AND (MOV-IND-CODIGO = SPACES
                   OR NOT MES-VALIDO OR MOV-IND-VALOR = ZERO)
                   DISPLAY "VALOR DE INDICE INCOMPLETO RECHAZADO: "
                       MOV-IND-CODIGO " " MOV-IND-MES
                   ADD 1 TO CANT-RECHAZADOS
               WHEN MOV-ALTA AND IND-IND-ACT NOT = ZERO
                   MOVE MOV-IND-VALOR TO TAB-IND-VALOR(IND-IND-ACT)
                   MOVE 'N' TO TAB-IND-BAJA(IND-IND-ACT)
                   ADD 1 TO CANT-ALTAS
               WHEN MOV-ALTA
                   PERFORM AGREGAR-INDICE
               WHEN MOV-BAJA AND IND-IND-ACT NOT = ZERO
                   MOVE 'S' TO TAB-IND-BAJA(IND-IND-ACT)
                   ADD 1 TO CANT-BAJAS
               WHEN MOV-BAJA
                   DISPLAY "NO EXISTE EL INDICE " MOV-IND-CODIGO " "
                       MOV-IND-MES " PARA DAR DE BAJA"
                   ADD 1 TO CANT-RECHAZADOS
               WHEN OTHER
                   DISPLAY "ACCION INVALIDA: " MOV-ACCION
                       " INDICE " MOV-IND-CODIGO " " MOV-IND-MES
                   ADD 1 TO CANT-RECHAZADOS
           END-EVALUATE.

       VALIDAR-MES.
           MOVE 'N' TO SW-MES-VALIDO.
           IF MES-VALIDAR NUMERIC AND MES-VALIDAR-AAAA > 1900
               AND MES-VALIDAR-MM >= 1 AND MES-VALIDAR-MM <= 12
               MOVE 'S' TO SW-MES-VALIDO.

       UBICAR-INDICE.
           MOVE ZERO TO IND-IND-ACT.
           PERFORM COMPARAR-INDICE
               VARYING SUB-IND FROM 1 BY 1
               UNTIL SUB-IND > CANT-INDICES
               OR IND-IND-ACT NOT = ZERO.

       COMPARAR-INDICE.
           IF TAB-IND-CODIGO(SUB-IND) = MOV-IND-CODIGO
               AND TAB-IND-MES(SUB-IND) = MOV-IND-MES
               MOVE SUB-IND TO IND-IND-ACT.

       AGREGAR-INDICE.
           IF CANT-INDICES < 600
               ADD 1 TO CANT-INDICES
               MOVE MOV-IND-CODIGO TO TAB-IND-CODIGO(CANT-INDICES)
               MOVE MOV-IND-MES TO TAB-IND-MES(CANT-INDICES)
               MOVE MOV-IND-VALOR TO TAB-IND-VALOR(CANT-INDICES)
               MOVE 'N' TO TAB-IND-BAJA(CANT-INDICES)
               ADD 1 TO CANT-ALTAS
           ELSE
               DISPLAY "SIN LUGAR EN LA TABLA DE INDICES PARA "
                   MOV-IND-CODIGO " " MOV-IND-MES
               ADD 1 TO CANT-RECHAZADOS.

      * La clave de la clausula es objeto/empresa/SRT/tipo; la de un
      * contrato no lleva SRT ni tipo. El indice tiene que tener al
      * menos un valor cargado, para no aceptar un codigo mal tipeado.
       PROCESAR-MOV-CLAUSULA.
           IF MOV-CLA-OBJETO = 'C'
               MOVE SPACES TO MOV-CLA-SRT
               MOVE ZERO TO MOV-CLA-TIPO.
           MOVE MOV-CLA-MES-BASE TO MES-VALIDAR.
           PERFORM VALIDAR-MES.
           PERFORM VERIFICAR-INDICE-CONOCIDO.
           PERFORM UBICAR-CLAUSULA.
           EVALUATE TRUE
               WHEN MOV-CLA-OBJETO NOT = 'C' AND NOT = 'T'
                   DISPLAY "OBJETO DE CLAUSULA INVALIDO: "
                       MOV-CLA-OBJETO " EMPRESA " MOV-CLA-EMPRESA
                   ADD 1 TO CANT-RECHAZADOS
               WHEN MOV-ALTA AND (NOT MES-VALIDO
                   OR MOV-CLA-FRECUENCIA NOT NUMERIC
                   OR MOV-CLA-FRECUENCIA = ZERO
                   OR (MOV-CLA-OBJETO = 'T' AND MOV-CLA-SRT = SPACES))
                   DISPLAY "CLAUSULA INCOMPLETA RECHAZADA: "
                       MOV-CLA-OBJETO " EMPRESA " MOV-CLA-EMPRESA
                       " " MOV-CLA-SRT " " MOV-CLA-TIPO
                   ADD 1 TO CANT-RECHAZADOS
               WHEN MOV-ALTA AND NOT INDICE-CONOCIDO
                   DISPLAY "INDICE " MOV-CLA-INDICE " SIN VALORES "
                       "CARGADOS: CLAUSULA DE LA EMPRESA "
                       MOV-CLA-EMPRESA " RECHAZADA"
                   ADD 1 TO CANT-RECHAZADOS
               WHEN MOV-ALTA AND IND-CLA-ACT NOT = ZERO
                   PERFORM ACTUALIZAR-CLAUSULA
                   ADD 1 TO CANT-CLA-ALTAS
               WHEN MOV-ALTA
                   PERFORM AGREGAR-CLAUSULA
               WHEN MOV-BAJA AND IND-CLA-ACT NOT = ZERO
                   MOVE 'S' TO TAB-CLA-BAJA(IND-CLA-ACT)
                   ADD 1 TO CANT-CLA-BAJAS
               WHEN MOV-BAJA
                   DISPLAY "NO EXISTE LA CLAUSULA " MOV-CLA-OBJETO
                       " EMPRESA " MOV-CLA-EMPRESA " " MOV-CLA-SRT
                       " " MOV-CLA-TIPO " PARA DAR DE BAJA"
                   ADD 1 TO CANT-RECHAZADOS
               WHEN OTHER
                   DISPLAY "ACCION INVALIDA: " MOV-ACCION
                       " CLAUSULA EMPRESA " MOV-CLA-EMPRESA
                   ADD 1 TO CANT-RECHAZADOS
           END-EVALUATE.

       VERIFICAR-INDICE-CONOCIDO.
           MOVE 'N' TO SW-INDICE-CONOCIDO.
           PERFORM COMPARAR-INDICE-CONOCIDO
               VARYING SUB-IND FROM 1 BY 1
               UNTIL SUB-IND > CANT-INDICES
               OR INDICE-CONOCIDO.

       COMPARAR-INDICE-CONOCIDO.
           IF TAB-IND-CODIGO(SUB-IND) = MOV-CLA-INDICE
               AND TAB-IND-BAJA(SUB-IND) = 'N'
               MOVE 'S' TO SW-INDICE-CONOCIDO.

       UBICAR-CLAUSULA.
           MOVE ZERO TO IND-CLA-ACT.
           PERFORM COMPARAR-CLAUSULA
               VARYING SUB-CLA FROM 1 BY 1
               UNTIL SUB-CLA > CANT-CLAUSULAS
               OR IND-CLA-ACT NOT = ZERO.

       COMPARAR-CLAUSULA.
           IF TAB-CLA-OBJETO(SUB-CLA) = MOV-CLA-OBJETO
               AND TAB-CLA-EMPRESA(SUB-CLA) = MOV-CLA-EMPRESA
               AND TAB-CLA-SRT(SUB-CLA) = MOV-CLA-SRT
               AND TAB-CLA-TIPO(SUB-CLA) = MOV-CLA-TIPO
               MOVE SUB-CLA TO IND-CLA-ACT.

       ACTUALIZAR-CLAUSULA.
           MOVE MOV-CLA-INDICE TO TAB-CLA-INDICE(IND-CLA-ACT).
           MOVE MOV-CLA-FRECUENCIA TO TAB-CLA-FRECUENCIA(IND-CLA-ACT).
           MOVE MOV-CLA-MES-BASE TO TAB-CLA-MES-BASE(IND-CLA-ACT).
           MOVE 'N' TO TAB-CLA-BAJA(IND-CLA-ACT).

       AGREGAR-CLAUSULA.
           IF CANT-CLAUSULAS < 300
               ADD 1 TO CANT-CLAUSULAS
               MOVE CANT-CLAUSULAS TO IND-CLA-ACT
               MOVE MOV-CLA-OBJETO TO TAB-CLA-OBJETO(IND-CLA-ACT)
               MOVE MOV-CLA-EMPRESA TO TAB-CLA-EMPRESA(IND-CLA-ACT)
               MOVE MOV-CLA-SRT TO TAB-CLA-SRT(IND-CLA-ACT)
               MOVE MOV-CLA-TIPO TO TAB-CLA-TIPO(IND-CLA-ACT)
               PERFORM ACTUALIZAR-CLAUSULA
               ADD 1 TO CANT-CLA-ALTAS
           ELSE
               DISPLAY "SIN LUGAR EN LA TABLA DE CLAUSULAS PARA LA "
                   "EMPRESA " MOV-CLA-EMPRESA
               ADD 1 TO CANT-RECHAZADOS.

       REGRABAR-INDICES.
           OPEN OUTPUT INDICES.
           IF FS-INDICES NOT = ZERO
               DISPLAY "ERROR AL REGRABAR INDICES FS: " FS-INDICES
               STOP RUN.
           PERFORM GRABAR-UN-INDICE
               VARYING SUB-IND FROM 1 BY 1
               UNTIL SUB-IND > CANT-INDICES.
           CLOSE INDICES.

       GRABAR-UN-INDICE.
           IF TAB-IND-BAJA(SUB-IND) NOT = 'S'
               MOVE TAB-IND-CODIGO(SUB-IND) TO IND-CODIGO
               MOVE TAB-IND-MES(SUB-IND) TO IND-MES
               MOVE TAB-IND-VALOR(SUB-IND) TO IND-VALOR
               WRITE IND-REG
               ADD 1 TO LOG-CANT-SALIDA.

       REGRABAR-CLAUSULAS.
           OPEN OUTPUT CLAUSULAS.
           IF FS-CLAUSULAS NOT = ZERO
               DISPLAY "ERROR AL REGRABAR CLAUSULAS FS: " FS-CLAUSULAS
               STOP RUN.
           PERFORM GRABAR-UNA-CLAUSULA
               VARYING SUB-CLA FROM 1 BY 1
               UNTIL SUB-CLA > CANT-CLAUSULAS.
           CLOSE CLAUSULAS.

       GRABAR-UNA-CLAUSULA.
           IF TAB-CLA-BAJA(SUB-CLA) NOT = 'S'
               MOVE TAB-CLA-OBJETO(SUB-CLA) TO CLA-OBJETO
               MOVE TAB-CLA-EMPRESA(SUB-CLA) TO CLA-EMPRESA
               MOVE TAB-CLA-SRT(SUB-CLA) TO CLA-SRT
               MOVE TAB-CLA-TIPO(SUB-CLA) TO CLA-TIPO
               MOVE TAB-CLA-INDICE(SUB-CLA) TO CLA-INDICE
               MOVE TAB-CLA-FRECUENCIA(SUB-CLA) TO CLA-FRECUENCIA
               MOVE TAB-CLA-MES-BASE(SUB-CLA) TO CLA-MES-BASE
               WRITE CLA-REG
               ADD 1 TO LOG-CANT-SALIDA.

       IMPRIMIR-RESUMEN.
           DISPLAY "VALORES DE INDICE DADOS DE ALTA: " CANT-ALTAS.
           DISPLAY "VALORES DE INDICE DADOS DE BAJA: " CANT-BAJAS.
           DISPLAY "CLAUSULAS DADAS DE ALTA O MODIFICADAS: "
               CANT-CLA-ALTAS.
           DISPLAY "CLAUSULAS DADAS DE BAJA: " CANT-CLA-BAJAS.
           DISPLAY "MOVIMIENTOS RECHAZADOS: " CANT-RECHAZADOS.


      * Resuelve todas las rutas de este programa contra rutas.dat;
      * una entrada ausente corta la corrida nombrando el logico
      * que falta.
       CARGAR-RUTAS.
           MOVE 'COMP-INDICES' TO RUTA-LOGICO.
           PERFORM OBTENER-UNA-RUTA.
           MOVE RUTA-OBTENIDA TO RUTA-INDICES.
           MOVE 'COMP-CLAUSULASAJUSTE' TO RUTA-LOGICO.
           PERFORM OBTENER-UNA-RUTA.
           MOVE RUTA-OBTENIDA TO RUTA-CLAUSULAS.
           MOVE 'SEC-MOVINDICES' TO RUTA-LOGICO.
           PERFORM OBTENER-UNA-RUTA.
           MOVE RUTA-OBTENIDA TO RUTA-MOVTOS-IND.

       OBTENER-UNA-RUTA.
           CALL 'OBTENER-RUTA' USING RUTA-LOGICO, RUTA-OBTENIDA,
               FS-RUTA.
           IF FS-RUTA NOT = '00'
               DISPLAY "RUTA NO CONFIGURADA PARA " RUTA-LOGICO
               STOP RUN.

       END PROGRAM MANTENER-INDICES.
