      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANTENER-LIMITES.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Maestro de limites de credito por empresa, unico y compartido:
      * EXPOSICION-CREDITO lo compara contra la exposicion del cliente
      * y la marca de retencion hace que VALIDAR-NOVEDADES avise las
      * horas nuevas y MANTENER-ASIGNACIONES rechace altas.
           SELECT LIMITES-CREDITO ASSIGN TO RUTA-LIMITES
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS FS-LIMITES.

      * Movimientos de finanzas: accion, empresa, limite, porcentaje
      * de aviso y operador que la pide.
           SELECT MOVTOS-LIMITES ASSIGN TO RUTA-MOVTOS-LIMITES
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS FS-MOVTOS.

       DATA DIVISION.
       FILE SECTION.
      * LIM-IMPORTE en cero: empresa sin limite (solo puede estar
      * retenida). LIM-PORC-AVISO en cero toma el 80% por omision.
       FD LIMITES-CREDITO LABEL RECORD IS STANDARD.
       01 LIM-REG.
           03 LIM-EMPRESA PIC 9(3).
           03 LIM-IMPORTE PIC 9(9)V99.
           03 LIM-PORC-AVISO PIC 9(3).
           03 LIM-RETENIDA PIC X(1).
           03 LIM-FECHA-RETENCION PIC 9(8).
           03 LIM-OPERADOR PIC X(10).

       FD MOVTOS-LIMITES LABEL RECORD IS STANDARD.
       01 MOV-REG.
           03 MOV-ACCION PIC X(1).
               88 MOV-ALTA VALUE 'A'.
               88 MOV-RETENER VALUE 'R'.
               88 MOV-LIBERAR VALUE 'L'.
               88 MOV-BAJA VALUE 'B'.
           03 MOV-EMPRESA PIC 9(3).
           03 MOV-IMPORTE PIC 9(9)V99.
           03 MOV-PORC-AVISO PIC 9(3).
           03 MOV-OPERADOR PIC X(10).

       WORKING-STORAGE SECTION.

       77 FS-LIMITES PIC XX.
       77 FS-MOVTOS  PIC XX.

      * Foto en memoria del maestro: una fila por empresa.
       01 TABLA-LIMITES.
           03 FILA-LIMITE OCCURS 200 TIMES.
               05 TAB-LIM-EMPRESA PIC 9(3).
               05 TAB-LIM-IMPORTE PIC 9(9)V99.
               05 TAB-LIM-PORC-AVISO PIC 9(3).
               05 TAB-LIM-RETENIDA PIC X(1).
               05 TAB-LIM-FECHA-RETENCION PIC 9(8).
               05 TAB-LIM-OPERADOR PIC X(10).
               05 TAB-LIM-BAJA PIC X(1).
       01 CANT-LIMITES PIC 9(3) VALUE ZERO.

       01 SUB-LIM PIC 9(3).
       01 IND-LIM-ACT PIC 9(3).
       01 FECHA-HOY PIC 9(8).

       01 CANT-ALTAS       PIC 9(5) VALUE ZERO.
       01 CANT-RETENCIONES PIC 9(5) VALUE ZERO.
       01 CANT-LIBERACIONES PIC 9(5) VALUE ZERO.
       01 CANT-BAJAS       PIC 9(5) VALUE ZERO.
       01 CANT-RECHAZADOS  PIC 9(5) VALUE ZERO.
       01 CANT-LEIDOS      PIC 9(7) VALUE ZERO.

       01 WS-OPCION-EMPRESA PIC X.
       01 EMP-CODIGO-AUX PIC 9(3).
       01 EMP-CUIT-AUX   PIC 9(11).
       01 EMP-RAZON-AUX  PIC X(25).
       01 EMP-DIRE-AUX   PIC X(20).
       01 EMP-TEL-AUX    PIC X(20).
       01 EMP-MAIL-AUX   PIC X(30).


      * Bitacora central de corridas (ver REGISTRAR-CORRIDA): 'I' al
      * arrancar y 'F' con los contadores al terminar normalmente;
      * una corrida abortada no llega a anotar su 'F' y el resumen
      * diario la muestra como anormal.
       01 WS-OPCION-LOG PIC X.
       01 LOG-PROGRAMA-ID PIC X(12) VALUE 'MANT-LIMITES'.
       01 LOG-CANT-ENTRADA PIC 9(7) VALUE ZERO.
       01 LOG-CANT-SALIDA PIC 9(7) VALUE ZERO.
       01 LOG-CANT-EXC PIC 9(5) VALUE ZERO.


      * Rutas fisicas de los archivos, resueltas al arrancar desde
      * rutas.dat via OBTENER-RUTA: mover el sistema o armar un
      * ambiente de prueba es cuestion de editar ese archivo.
       77 FS-RUTA PIC XX.
       01 RUTA-LOGICO PIC X(20).
       01 RUTA-OBTENIDA PIC X(100).
       01 RUTA-LIMITES PIC X(100).
       01 RUTA-MOVTOS-LIMITES PIC X(100).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM CARGAR-RUTAS.
           MOVE 'I' TO WS-OPCION-LOG.
           CALL 'REGISTRAR-CORRIDA' USING WS-OPCION-LOG,
               LOG-PROGRAMA-ID, LOG-CANT-ENTRADA, LOG-CANT-SALIDA,
               LOG-CANT-EXC.
           MOVE FUNCTION CURRENT-DATE(1:8) TO FECHA-HOY.
           PERFORM CARGAR-LIMITES.
           MOVE 'A' TO WS-OPCION-EMPRESA.
           CALL 'OBTENER-EMPRESA' USING WS-OPCION-EMPRESA,
               EMP-CODIGO-AUX, EMP-CUIT-AUX, EMP-RAZON-AUX,
               EMP-DIRE-AUX, EMP-TEL-AUX, EMP-MAIL-AUX.
           OPEN INPUT MOVTOS-LIMITES.
           IF FS-MOVTOS NOT = ZERO
               DISPLAY "ERROR AL ABRIR MOVTOS LIMITES FS: " FS-MOVTOS
               STOP RUN.
           PERFORM LEER-MOVIMIENTO.
           PERFORM PROCESAR-MOVIMIENTO UNTIL FS-MOVTOS = '10'.
           CLOSE MOVTOS-LIMITES.
           MOVE 'C' TO WS-OPCION-EMPRESA.
           CALL 'OBTENER-EMPRESA' USING WS-OPCION-EMPRESA,
               EMP-CODIGO-AUX, EMP-CUIT-AUX, EMP-RAZON-AUX,
               EMP-DIRE-AUX, EMP-TEL-AUX, EMP-MAIL-AUX.
           PERFORM REGRABAR-LIMITES.
           PERFORM IMPRIMIR-RESUMEN.
           MOVE CANT-LEIDOS TO LOG-CANT-ENTRADA.
           COMPUTE LOG-CANT-SALIDA = CANT-ALTAS + CANT-RETENCIONES
               + CANT-LIBERACIONES + CANT-BAJAS.
           MOVE CANT-RECHAZADOS TO LOG-CANT-EXC.
           MOVE 'F' TO WS-OPCION-LOG.
           CALL 'REGISTRAR-CORRIDA' USING WS-OPCION-LOG,
               LOG-PROGRAMA-ID, LOG-CANT-ENTRADA, LOG-CANT-SALIDA,
               LOG-CANT-EXC.
           STOP RUN.

      * El maestro puede no existir todavia: se arranca vacio.
       CARGAR-LIMITES.
           OPEN INPUT LIMITES-CREDITO.
           IF FS-LIMITES NOT = ZERO AND '35'
               DISPLAY "ERROR AL ABRIR LIMITES CREDITO FS: "
                   FS-LIMITES
               STOP RUN.
           IF FS-LIMITES = ZERO
               READ LIMITES-CREDITO
               PERFORM CARGAR-UN-LIMITE
                   UNTIL FS-LIMITES NOT = ZERO
                   OR CANT-LIMITES >= 200
               CLOSE LIMITES-CREDITO.

       CARGAR-UN-LIMITE.
           ADD 1 TO CANT-LIMITES.
           MOVE LIM-EMPRESA TO TAB-LIM-EMPRESA(CANT-LIMITES).
           MOVE LIM-IMPORTE TO TAB-LIM-IMPORTE(CANT-LIMITES).
           MOVE LIM-PORC-AVISO TO TAB-LIM-PORC-AVISO(CANT-LIMITES).
           MOVE LIM-RETENIDA TO TAB-LIM-RETENIDA(CANT-LIMITES).
           MOVE LIM-FECHA-RETENCION
               TO TAB-LIM-FECHA-RETENCION(CANT-LIMITES).
           MOVE LIM-OPERADOR TO TAB-LIM-OPERADOR(CANT-LIMITES).
           MOVE 'N' TO TAB-LIM-BAJA(CANT-LIMITES).
           READ LIMITES-CREDITO.

       LEER-MOVIMIENTO.
           READ MOVTOS-LIMITES.
           IF FS-MOVTOS NOT = ZERO AND '10'
               DISPLAY "ERROR AL LEER MOVTOS LIMITES FS: " FS-MOVTOS
               STOP RUN.

      * Un alta sobre una empresa ya cargada pisa limite y porcentaje
      * de aviso sin tocar la retencion: retener y liberar son
      * acciones aparte, que quedan firmadas con fecha y operador.
      * Retener una empresa sin limite le abre fila con limite cero.
       PROCESAR-MOVIMIENTO.
           ADD 1 TO CANT-LEIDOS.
           PERFORM UBICAR-LIMITE.
           EVALUATE TRUE
               WHEN NOT MOV-ALTA AND NOT MOV-RETENER
                   AND NOT MOV-LIBERAR AND NOT MOV-BAJA
                   DISPLAY "ACCION INVALIDA: " MOV-ACCION
                       " EMPRESA " MOV-EMPRESA
                   ADD 1 TO CANT-RECHAZADOS
               WHEN MOV-OPERADOR = SPACES
                   DISPLAY "MOVIMIENTO SIN OPERADOR RECHAZADO: "
                       MOV-ACCION " EMPRESA " MOV-EMPRESA
                   ADD 1 TO CANT-RECHAZADOS
               WHEN (MOV-ALTA OR MOV-RETENER) AND IND-LIM-ACT = ZERO
                   PERFORM AGREGAR-LIMITE
               WHEN MOV-ALTA
                   MOVE MOV-IMPORTE TO TAB-LIM-IMPORTE(IND-LIM-ACT)
                   MOVE MOV-PORC-AVISO
                       TO TAB-LIM-PORC-AVISO(IND-LIM-ACT)
                   MOVE 'N' TO TAB-LIM-BAJA(IND-LIM-ACT)
                   ADD 1 TO CANT-ALTAS
               WHEN MOV-RETENER
                   PERFORM RETENER-EMPRESA
               WHEN IND-LIM-ACT = ZERO
                   DISPLAY "NO HAY LIMITE CARGADO PARA LA EMPRESA "
                       MOV-EMPRESA " (ACCION " MOV-ACCION ")"
                   ADD 1 TO CANT-RECHAZADOS
               WHEN MOV-LIBERAR
                   MOVE 'N' TO TAB-LIM-RETENIDA(IND-LIM-ACT)
                   MOVE FECHA-HOY
                       TO TAB-LIM-FECHA-RETENCION(IND-LIM-ACT)
                   MOVE MOV-OPERADOR TO TAB-LIM-OPERADOR(IND-LIM-ACT)
                   DISPLAY "EMPRESA " MOV-EMPRESA " LIBERADA POR "
                       MOV-OPERADOR
                   ADD 1 TO CANT-LIBERACIONES
               WHEN MOV-BAJA
                   MOVE 'S' TO TAB-LIM-BAJA(IND-LIM-ACT)
                   ADD 1 TO CANT-BAJAS
           END-EVALUATE.
           PERFORM LEER-MOVIMIENTO.

       UBICAR-LIMITE.
           MOVE ZERO TO IND-LIM-ACT.
           PERFORM COMPARAR-LIMITE
               VARYING SUB-LIM FROM 1 BY 1
               UNTIL SUB-LIM > CANT-LIMITES
               OR IND-LIM-ACT NOT = ZERO.

       COMPARAR-LIMITE.
           IF TAB-LIM-EMPRESA(SUB-LIM) = MOV-EMPRESA
               MOVE SUB-LIM TO IND-LIM-ACT.

      * Solo se abre fila para una empresa que exista en el maestro:
      * un codigo mal tipeado no debe dejar un limite huerfano.
       AGREGAR-LIMITE.
           MOVE MOV-EMPRESA TO EMP-CODIGO-AUX.
           MOVE 'B' TO WS-OPCION-EMPRESA.
           CALL 'OBTENER-EMPRESA' USING WS-OPCION-EMPRESA,
               EMP-CODIGO-AUX, EMP-CUIT-AUX, EMP-RAZON-AUX,
               EMP-DIRE-AUX, EMP-TEL-AUX, EMP-MAIL-AUX.
           IF EMP-RAZON-AUX = SPACES
               DISPLAY "EMPRESA " MOV-EMPRESA " INEXISTENTE EN EL "
                   "MAESTRO: MOVIMIENTO RECHAZADO"
               ADD 1 TO CANT-RECHAZADOS
           ELSE
               IF CANT-LIMITES < 200
                   ADD 1 TO CANT-LIMITES
                   MOVE CANT-LIMITES TO IND-LIM-ACT
                   MOVE MOV-EMPRESA TO TAB-LIM-EMPRESA(IND-LIM-ACT)
                   MOVE ZERO TO TAB-LIM-IMPORTE(IND-LIM-ACT)
                       TAB-LIM-PORC-AVISO(IND-LIM-ACT)
                       TAB-LIM-FECHA-RETENCION(IND-LIM-ACT)
                   MOVE 'N' TO TAB-LIM-RETENIDA(IND-LIM-ACT)
                       TAB-LIM-BAJA(IND-LIM-ACT)
                   MOVE SPACES TO TAB-LIM-OPERADOR(IND-LIM-ACT)
                   PERFORM COMPLETAR-ALTA
               ELSE
                   DISPLAY "SIN LUGAR EN LA TABLA DE LIMITES PARA "
                       "LA EMPRESA " MOV-EMPRESA
                   ADD 1 TO CANT-RECHAZADOS.

       COMPLETAR-ALTA.
           IF MOV-ALTA
               MOVE MOV-IMPORTE TO TAB-LIM-IMPORTE(IND-LIM-ACT)
               MOVE MOV-PORC-AVISO TO TAB-LIM-PORC-AVISO(IND-LIM-ACT)
               ADD 1 TO CANT-ALTAS
           ELSE
               PERFORM RETENER-EMPRESA.

       RETENER-EMPRESA.
           MOVE 'S' TO TAB-LIM-RETENIDA(IND-LIM-ACT).
           MOVE 'N' TO TAB-LIM-BAJA(IND-LIM-ACT).
           MOVE FECHA-HOY TO TAB-LIM-FECHA-RETENCION(IND-LIM-ACT).
           MOVE MOV-OPERADOR TO TAB-LIM-OPERADOR(IND-LIM-ACT).
           DISPLAY "EMPRESA " MOV-EMPRESA " RETENIDA POR "
               MOV-OPERADOR.
           ADD 1 TO CANT-RETENCIONES.

      * Una empresa retenida no se da de baja del maestro aunque lo
      * pida el movimiento: primero finanzas la libera.
       REGRABAR-LIMITES.
           OPEN OUTPUT LIMITES-CREDITO.
           IF FS-LIMITES NOT = ZERO
               DISPLAY "ERROR AL REGRABAR LIMITES CREDITO FS: "
                   FS-LIMITES
               STOP RUN.
           PERFORM GRABAR-UN-LIMITE
               VARYING SUB-LIM FROM 1 BY 1
               UNTIL SUB-LIM > CANT-LIMITES.
           CLOSE LIMITES-CREDITO.

       GRABAR-UN-LIMITE.
           IF TAB-LIM-BAJA(SUB-LIM) = 'S'
               AND TAB-LIM-RETENIDA(SUB-LIM) = 'S'
               DISPLAY "EMPRESA " TAB-LIM-EMPRESA(SUB-LIM)
                   " RETENIDA: NO SE DA DE BAJA HASTA LIBERARLA"
               MOVE 'N' TO TAB-LIM-BAJA(SUB-LIM)
               SUBTRACT 1 FROM CANT-BAJAS
               ADD 1 TO CANT-RECHAZADOS.
           IF TAB-LIM-BAJA(SUB-LIM) NOT = 'S'
               MOVE TAB-LIM-EMPRESA(SUB-LIM) TO LIM-EMPRESA
               MOVE TAB-LIM-IMPORTE(SUB-LIM) TO LIM-IMPORTE
               MOVE TAB-LIM-PORC-AVISO(SUB-LIM) TO LIM-PORC-AVISO
               MOVE TAB-LIM-RETENIDA(SUB-LIM) TO LIM-RETENIDA
               MOVE TAB-LIM-FECHA-RETENCION(SUB-LIM)
                   TO LIM-FECHA-RETENCION
               MOVE TAB-LIM-OPERADOR(SUB-LIM) TO LIM-OPERADOR
               WRITE LIM-REG.

       IMPRIMIR-RESUMEN.
           DISPLAY "LIMITES DADOS DE ALTA O MODIFICADOS: " CANT-ALTAS.
           DISPLAY "EMPRESAS RETENIDAS: " CANT-RETENCIONES.
           DISPLAY "EMPRESAS LIBERADAS: " CANT-LIBERACIONES.
           DISPLAY "LIMITES DADOS DE BAJA: " CANT-BAJAS.
           DISPLAY "MOVIMIENTOS RECHAZADOS: " CANT-RECHAZADOS.


      * Resuelve todas las rutas de este programa contra rutas.dat;
      * una entrada ausente corta la corrida nombrando el logico
      * que falta.
       CARGAR-RUTAS.
           MOVE 'COMP-LIMCREDITO' TO RUTA-LOGICO.
           PERFORM OBTENER-UNA-RUTA.
           MOVE RUTA-OBTENIDA TO RUTA-LIMITES.
           MOVE 'SEC-MOVLIMCREDITO' TO RUTA-LOGICO.
           PERFORM OBTENER-UNA-RUTA.
           MOVE RUTA-OBTENIDA TO RUTA-MOVTOS-LIMITES.

       OBTENER-UNA-RUTA.
           CALL 'OBTENER-RUTA' USING RUTA-LOGICO, RUTA-OBTENIDA,
               FS-RUTA.
           IF FS-RUTA NOT = '00'
               DISPLAY "RUTA NO CONFIGURADA PARA " RUTA-LOGICO
               STOP RUN.

       END PROGRAM MANTENER-LIMITES.
