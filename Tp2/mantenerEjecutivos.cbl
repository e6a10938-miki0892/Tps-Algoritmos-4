      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANTENER-EJECUTIVOS.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Maestro de ejecutivos de cuenta, unico y compartido: las
      * carteras (MANTENER-CARTERAS) y los porcentajes de comision
      * (MANTENER-COMISIONES) se cargan contra estos codigos, y
      * LIQUIDAR-COMISIONES toma de aca el legajo para sueldos.
           SELECT EJECUTIVOS   ASSIGN TO RUTA-EJECUTIVOS
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS FS-EJECUTIVOS.

      * Movimientos de alta/baja: accion, codigo, nombre, legajo y
      * mail. Un alta sobre un codigo ya cargado pisa los datos (y
      * reactiva al ejecutivo dado de baja).
           SELECT MOVTOS-EJECUTIVOS ASSIGN TO RUTA-MOVTOS-EJE
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS FS-MOVTOS.

       DATA DIVISION.
       FILE SECTION.
      * La baja es logica, como la de consultores: el ejecutivo queda
      * con estado 'I' para que las liquidaciones de meses anteriores
      * lo sigan encontrando.
       FD EJECUTIVOS LABEL RECORD IS STANDARD.
       01 EJE-REG.
           03 EJE-CODIGO PIC X(4).
           03 EJE-NOMBRE PIC X(25).
           03 EJE-LEGAJO PIC 9(6).
           03 EJE-MAIL PIC X(30).
           03 EJE-ESTADO PIC X(1).
           03 EJE-FECHA-BAJA PIC 9(8).

       FD MOVTOS-EJECUTIVOS LABEL RECORD IS STANDARD.
       01 MOV-REG.
           03 MOV-ACCION PIC X(1).
               88 MOV-ALTA VALUE 'A'.
               88 MOV-BAJA VALUE 'B'.
           03 MOV-CODIGO PIC X(4).
           03 MOV-NOMBRE PIC X(25).
           03 MOV-LEGAJO PIC 9(6).
           03 MOV-MAIL PIC X(30).

       WORKING-STORAGE SECTION.

       77 FS-EJECUTIVOS PIC XX.
       77 FS-MOVTOS     PIC XX.

       01 TABLA-EJECUTIVOS.
           03 FILA-EJECUTIVO OCCURS 100 TIMES.
               05 TAB-EJE-CODIGO PIC X(4).
               05 TAB-EJE-NOMBRE PIC X(25).
               05 TAB-EJE-LEGAJO PIC 9(6).
               05 TAB-EJE-MAIL PIC X(30).
               05 TAB-EJE-ESTADO PIC X(1).
               05 TAB-EJE-FECHA-BAJA PIC 9(8).
       01 CANT-EJECUTIVOS PIC 9(3) VALUE ZERO.

       01 SUB-EJE PIC 9(3).
       01 IND-EJE-ACT PIC 9(3).

       01 FECHA-CORRIDA PIC 9(8).

       01 CANT-ALTAS      PIC 9(5) VALUE ZERO.
       01 CANT-MODIFICADOS PIC 9(5) VALUE ZERO.
       01 CANT-BAJAS      PIC 9(5) VALUE ZERO.
       01 CANT-RECHAZADOS PIC 9(5) VALUE ZERO.


      * Bitacora central de corridas (ver REGISTRAR-CORRIDA): 'I' al
      * arrancar y 'F' con los contadores al terminar normalmente;
      * una corrida abortada no llega a anotar su 'F' y el resumen
      * diario la muestra como anormal.
       01 WS-OPCION-LOG PIC X.
       01 LOG-PROGRAMA-ID PIC X(12) VALUE 'MANT-EJECUT'.
       01 LOG-CANT-ENTRADA PIC 9(7) VALUE ZERO.
       01 LOG-CANT-SALIDA PIC 9(7) VALUE ZERO.
       01 LOG-CANT-EXC PIC 9(5) VALUE ZERO.


      * Rutas fisicas de los archivos, resueltas al arrancar desde
      * rutas.dat via OBTENER-RUTA: mover el sistema o armar un
      * ambiente de prueba es cuestion de editar ese archivo.
       77 FS-RUTA PIC XX.
       01 RUTA-LOGICO PIC X(20).
       01 RUTA-OBTENIDA PIC X(100).
       01 RUTA-EJECUTIVOS PIC X(100).
       01 RUTA-MOVTOS-EJE PIC X(100).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM CARGAR-RUTAS.
           MOVE 'I' TO WS-OPCION-LOG.
           CALL 'REGISTRAR-CORRIDA' USING WS-OPCION-LOG,
               LOG-PROGRAMA-ID, LOG-CANT-ENTRADA, LOG-CANT-SALIDA,
               LOG-CANT-EXC.
           MOVE FUNCTION CURRENT-DATE(1:8) TO FECHA-CORRIDA.
           PERFORM CARGAR-EJECUTIVOS.
           OPEN INPUT MOVTOS-EJECUTIVOS.
           IF FS-MOVTOS NOT = ZERO
               DISPLAY "ERROR AL ABRIR MOVTOS EJECUTIVOS FS: "
                   FS-MOVTOS
               STOP RUN.
           PERFORM LEER-MOVIMIENTO.
           PERFORM PROCESAR-MOVIMIENTO UNTIL FS-MOVTOS = '10'.
           CLOSE MOVTOS-EJECUTIVOS.
           PERFORM REGRABAR-EJECUTIVOS.
           PERFORM IMPRIMIR-RESUMEN.
           MOVE CANT-RECHAZADOS TO LOG-CANT-EXC.
           MOVE 'F' TO WS-OPCION-LOG.
           CALL 'REGISTRAR-CORRIDA' USING WS-OPCION-LOG,
               LOG-PROGRAMA-ID, LOG-CANT-ENTRADA, LOG-CANT-SALIDA,
               LOG-CANT-EXC.
           STOP RUN.

      * El maestro puede no existir todavia: se arranca vacio.
       CARGAR-EJECUTIVOS.
           OPEN INPUT EJECUTIVOS.
           IF FS-EJECUTIVOS NOT = ZERO AND '35'
               DISPLAY "ERROR AL ABRIR EJECUTIVOS FS: " FS-EJECUTIVOS
               STOP RUN.
           IF FS-EJECUTIVOS = ZERO
               READ EJECUTIVOS
               PERFORM CARGAR-UN-EJECUTIVO
                   UNTIL FS-EJECUTIVOS NOT = ZERO
                   OR CANT-EJECUTIVOS >= 100
               CLOSE EJECUTIVOS.

       CARGAR-UN-EJECUTIVO.
           ADD 1 TO CANT-EJECUTIVOS.
           MOVE EJE-CODIGO TO TAB-EJE-CODIGO(CANT-EJECUTIVOS).
           MOVE EJE-NOMBRE TO TAB-EJE-NOMBRE(CANT-EJECUTIVOS).
           MOVE EJE-LEGAJO TO TAB-EJE-LEGAJO(CANT-EJECUTIVOS).
           MOVE EJE-MAIL TO TAB-EJE-MAIL(CANT-EJECUTIVOS).
           MOVE EJE-ESTADO TO TAB-EJE-ESTADO(CANT-EJECUTIVOS).
           MOVE EJE-FECHA-BAJA TO TAB-EJE-FECHA-BAJA(CANT-EJECUTIVOS).
           READ EJECUTIVOS.

       LEER-MOVIMIENTO.
           READ MOVTOS-EJECUTIVOS.
           IF FS-MOVTOS NOT = ZERO AND '10'
               DISPLAY "ERROR AL LEER MOVTOS EJECUTIVOS FS: "
                   FS-MOVTOS
               STOP RUN.
           IF FS-MOVTOS = ZERO
               ADD 1 TO LOG-CANT-ENTRADA.

      * El legajo es el que sueldos usa para pagar la comision: sin
      * legajo el alta se rechaza.
       PROCESAR-MOVIMIENTO.
           PERFORM UBICAR-EJECUTIVO.
           EVALUATE TRUE
               WHEN MOV-ALTA AND (MOV-CODIGO = SPACES
                   OR MOV-NOMBRE = SPACES)
                   DISPLAY "EJECUTIVO SIN CODIGO O NOMBRE RECHAZADO: "
                       MOV-CODIGO
                   ADD 1 TO CANT-RECHAZADOS
               WHEN MOV-ALTA AND (MOV-LEGAJO NOT NUMERIC
                   OR MOV-LEGAJO = ZERO)
                   DISPLAY "EJECUTIVO SIN LEGAJO RECHAZADO: "
                       MOV-CODIGO
                   ADD 1 TO CANT-RECHAZADOS
               WHEN MOV-ALTA AND IND-EJE-ACT NOT = ZERO
                   PERFORM ACTUALIZAR-EJECUTIVO
                   ADD 1 TO CANT-MODIFICADOS
               WHEN MOV-ALTA
                   PERFORM AGREGAR-EJECUTIVO
               WHEN MOV-BAJA AND IND-EJE-ACT NOT = ZERO
                   AND TAB-EJE-ESTADO(IND-EJE-ACT) NOT = 'I'
                   MOVE 'I' TO TAB-EJE-ESTADO(IND-EJE-ACT)
                   MOVE FECHA-CORRIDA
                       TO TAB-EJE-FECHA-BAJA(IND-EJE-ACT)
                   ADD 1 TO CANT-BAJAS
               WHEN MOV-BAJA
                   DISPLAY "NO EXISTE EL EJECUTIVO ACTIVO " MOV-CODIGO
                       " PARA DAR DE BAJA"
                   ADD 1 TO CANT-RECHAZADOS
               WHEN OTHER
                   DISPLAY "ACCION INVALIDA: " MOV-ACCION
                       " EJECUTIVO " MOV-CODIGO
                   ADD 1 TO CANT-RECHAZADOS
           END-EVALUATE.
           PERFORM LEER-MOVIMIENTO.

       UBICAR-EJECUTIVO.
           MOVE ZERO TO IND-EJE-ACT.
           PERFORM COMPARAR-EJECUTIVO
               VARYING SUB-EJE FROM 1 BY 1
               UNTIL SUB-EJE > CANT-EJECUTIVOS
               OR IND-EJE-ACT NOT = ZERO.

       COMPARAR-EJECUTIVO.
           IF TAB-EJE-CODIGO(SUB-EJE) = MOV-CODIGO
               MOVE SUB-EJE TO IND-EJE-ACT.

       ACTUALIZAR-EJECUTIVO.
           MOVE MOV-NOMBRE TO TAB-EJE-NOMBRE(IND-EJE-ACT).
           MOVE MOV-LEGAJO TO TAB-EJE-LEGAJO(IND-EJE-ACT).
           MOVE MOV-MAIL TO TAB-EJE-MAIL(IND-EJE-ACT).
           MOVE 'A' TO TAB-EJE-ESTADO(IND-EJE-ACT).
           MOVE ZERO TO TAB-EJE-FECHA-BAJA(IND-EJE-ACT).

       AGREGAR-EJECUTIVO.
           IF CANT-EJECUTIVOS < 100
               ADD 1 TO CANT-EJECUTIVOS
               MOVE CANT-EJECUTIVOS TO IND-EJE-ACT
               MOVE MOV-CODIGO TO TAB-EJE-CODIGO(IND-EJE-ACT)
               PERFORM ACTUALIZAR-EJECUTIVO
               ADD 1 TO CANT-ALTAS
           ELSE
               DISPLAY "SIN LUGAR EN LA TABLA DE EJECUTIVOS PARA "
                   MOV-CODIGO
               ADD 1 TO CANT-RECHAZADOS.

       REGRABAR-EJECUTIVOS.
           OPEN OUTPUT EJECUTIVOS.
           IF FS-EJECUTIVOS NOT = ZERO
               DISPLAY "ERROR AL REGRABAR EJECUTIVOS FS: "
                   FS-EJECUTIVOS
               STOP RUN.
           PERFORM GRABAR-UN-EJECUTIVO
               VARYING SUB-EJE FROM 1 BY 1
               UNTIL SUB-EJE > CANT-EJECUTIVOS.
           CLOSE EJECUTIVOS.

       GRABAR-UN-EJECUTIVO.
           MOVE TAB-EJE-CODIGO(SUB-EJE) TO EJE-CODIGO.
           MOVE TAB-EJE-NOMBRE(SUB-EJE) TO EJE-NOMBRE.
           MOVE TAB-EJE-LEGAJO(SUB-EJE) TO EJE-LEGAJO.
           MOVE TAB-EJE-MAIL(SUB-EJE) TO EJE-MAIL.
           MOVE TAB-EJE-ESTADO(SUB-EJE) TO EJE-ESTADO.
           MOVE TAB-EJE-FECHA-BAJA(SUB-EJE) TO EJE-FECHA-BAJA.
           WRITE EJE-REG.
           ADD 1 TO LOG-CANT-SALIDA.

       IMPRIMIR-RESUMEN.
           DISPLAY "EJECUTIVOS DADOS DE ALTA: " CANT-ALTAS.
           DISPLAY "EJECUTIVOS MODIFICADOS: " CANT-MODIFICADOS.
           DISPLAY "EJECUTIVOS DADOS DE BAJA: " CANT-BAJAS.
           DISPLAY "MOVIMIENTOS RECHAZADOS: " CANT-RECHAZADOS.


      * Resuelve todas las rutas de este programa contra rutas.dat;
      * una entrada ausente corta la corrida nombrando el logico
      * que falta.
       CARGAR-RUTAS.
           MOVE 'COMP-EJECUTIVOS' TO RUTA-LOGICO.
           PERFORM OBTENER-UNA-RUTA.
           MOVE RUTA-OBTENIDA TO RUTA-EJECUTIVOS.
           MOVE 'SEC-MOVEJECUTIVOS' TO RUTA-LOGICO.
           PERFORM OBTENER-UNA-RUTA.
           MOVE RUTA-OBTENIDA TO RUTA-MOVTOS-EJE.

       OBTENER-UNA-RUTA.
           CALL 'OBTENER-RUTA' USING RUTA-LOGICO, RUTA-OBTENIDA,
               FS-RUTA.
           IF FS-RUTA NOT = '00'
               DISPLAY "RUTA NO CONFIGURADA PARA " RUTA-LOGICO
               STOP RUN.

       END PROGRAM MANTENER-EJECUTIVOS.
