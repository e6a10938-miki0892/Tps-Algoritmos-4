      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANTENER-COMISIONES.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Tabla de porcentajes de comision por ejecutivo, con excepcion
      * opcional por empresa: LIQUIDAR-COMISIONES usa el renglon del
      * ejecutivo y la empresa si existe, y si no el general del
      * ejecutivo (empresa en cero).
           SELECT COMISIONES   ASSIGN TO RUTA-COMISIONES
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS FS-COMISIONES.

      * Movimientos de alta/baja: accion, ejecutivo, empresa (cero
      * para el porcentaje general) y porcentaje; la identidad es
      * ejecutivo mas empresa, y un alta sobre una ya cargada pisa el
      * porcentaje.
           SELECT MOVTOS-COMISIONES ASSIGN TO RUTA-MOVTOS-COM
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS FS-MOVTOS.

           SELECT EJECUTIVOS   ASSIGN TO RUTA-EJECUTIVOS
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS FS-EJECUTIVOS.

       DATA DIVISION.
       FILE SECTION.
       FD COMISIONES LABEL RECORD IS STANDARD.
       01 COMISION-REG.
           03 COM-EJECUTIVO PIC X(4).
           03 COM-EMPRESA PIC 9(3).
           03 COM-PORCENTAJE PIC 9(2)V99.

       FD MOVTOS-COMISIONES LABEL RECORD IS STANDARD.
       01 MOV-REG.
           03 MOV-ACCION PIC X(1).
               88 MOV-ALTA VALUE 'A'.
               88 MOV-BAJA VALUE 'B'.
           03 MOV-EJECUTIVO PIC X(4).
           03 MOV-EMPRESA PIC 9(3).
           03 MOV-PORCENTAJE PIC 9(2)V99.

       FD EJECUTIVOS LABEL RECORD IS STANDARD.
       01 EJE-REG.
           03 EJE-CODIGO PIC X(4).
           03 EJE-NOMBRE PIC X(25).
           03 EJE-LEGAJO PIC 9(6).
           03 EJE-MAIL PIC X(30).
           03 EJE-ESTADO PIC X(1).
           03 EJE-FECHA-BAJA PIC 9(8).

       WORKING-STORAGE SECTION.

       77 FS-COMISIONES PIC XX.
       77 FS-MOVTOS     PIC XX.
       77 FS-EJECUTIVOS PIC XX.

       01 TABLA-COMISIONES.
           03 FILA-COMISION OCCURS 500 TIMES.
               05 TAB-COM-EJECUTIVO PIC X(4).
               05 TAB-COM-EMPRESA PIC 9(3).
               05 TAB-COM-PORCENTAJE PIC 9(2)V99.
               05 TAB-COM-BAJA PIC X(1).
       01 CANT-COMISIONES PIC 9(3) VALUE ZERO.

       01 SUB-COM PIC 9(3).
       01 IND-COM-ACT PIC 9(3).

       01 TABLA-EJECUTIVOS.
           03 FILA-EJECUTIVO OCCURS 100 TIMES.
               05 TAB-EJE-CODIGO PIC X(4).
       01 CANT-EJECUTIVOS PIC 9(3) VALUE ZERO.
       01 SUB-EJE PIC 9(3).
       01 SW-EJECUTIVO PIC X.
           88 EJECUTIVO-EXISTENTE VALUE 'S'.

       01 WS-OPCION-EMPRESA PIC X.
       01 EMP-CODIGO-AUX PIC 9(3).
       01 EMP-CUIT-AUX   PIC 9(11).
       01 EMP-RAZON-AUX  PIC X(25).
       01 EMP-DIRE-AUX   PIC X(20).
       01 EMP-TEL-AUX    PIC X(20).
       01 EMP-MAIL-AUX   PIC X(30).

       01 CANT-ALTAS      PIC 9(5) VALUE ZERO.
       01 CANT-MODIFICADAS PIC 9(5) VALUE ZERO.
       01 CANT-BAJAS      PIC 9(5) VALUE ZERO.
       01 CANT-RECHAZADOS PIC 9(5) VALUE ZERO.


      * Bitacora central de corridas (ver REGISTRAR-CORRIDA): 'I' al
      * arrancar y 'F' con los contadores al terminar normalmente;
      * una corrida abortada no llega a anotar su 'F' y el resumen
      * diario la muestra como anormal.
       01 WS-OPCION-LOG PIC X.
       01 LOG-PROGRAMA-ID PIC X(12) VALUE 'MANT-COMISIO'.
       01 LOG-CANT-ENTRADA PIC 9(7) VALUE ZERO.
       01 LOG-CANT-SALIDA PIC 9(7) VALUE ZERO.
       01 LOG-CANT-EXC PIC 9(5) VALUE ZERO.


      * Rutas fisicas de los archivos, resueltas al arrancar desde
      * rutas.dat via OBTENER-RUTA: mover el sistema o armar un
      * ambiente de prueba es cuestion de editar ese archivo.
       77 FS-RUTA PIC XX.
       01 RUTA-LOGICO PIC X(20).
       01 RUTA-OBTENIDA PIC X(100).
       01 RUTA-COMISIONES PIC X(100).
       01 RUTA-MOVTOS-COM PIC X(100).
       01 RUTA-EJECUTIVOS PIC X(100).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM CARGAR-RUTAS.
           MOVE 'I' TO WS-OPCION-LOG.
           CALL 'REGISTRAR-CORRIDA' USING WS-OPCION-LOG,
               LOG-PROGRAMA-ID, LOG-CANT-ENTRADA, LOG-CANT-SALIDA,
               LOG-CANT-EXC.
           PERFORM CARGAR-COMISIONES.
           PERFORM CARGAR-EJECUTIVOS.
           MOVE 'A' TO WS-OPCION-EMPRESA.
           CALL 'OBTENER-EMPRESA' USING WS-OPCION-EMPRESA,
               EMP-CODIGO-AUX, EMP-CUIT-AUX, EMP-RAZON-AUX,
               EMP-DIRE-AUX, EMP-TEL-AUX, EMP-MAIL-AUX.
           OPEN INPUT MOVTOS-COMISIONES.
           IF FS-MOVTOS NOT = ZERO
               DISPLAY "ERROR AL ABRIR MOVTOS COMISIONES FS: "
                   FS-MOVTOS
               STOP RUN.
           PERFORM LEER-MOVIMIENTO.
           PERFORM PROCESAR-MOVIMIENTO UNTIL FS-MOVTOS = '10'.
           CLOSE MOVTOS-COMISIONES.
           MOVE 'C' TO WS-OPCION-EMPRESA.
           CALL 'OBTENER-EMPRESA' USING WS-OPCION-EMPRESA,
               EMP-CODIGO-AUX, EMP-CUIT-AUX, EMP-RAZON-AUX,
               EMP-DIRE-AUX, EMP-TEL-AUX, EMP-MAIL-AUX.
           PERFORM REGRABAR-COMISIONES.
           PERFORM IMPRIMIR-RESUMEN.
           MOVE CANT-RECHAZADOS TO LOG-CANT-EXC.
           MOVE 'F' TO WS-OPCION-LOG.
           CALL 'REGISTRAR-CORRIDA' USING WS-OPCION-LOG,
               LOG-PROGRAMA-ID, LOG-CANT-ENTRADA, LOG-CANT-SALIDA,
               LOG-CANT-EXC.
           STOP RUN.

      * El maestro puede no existir todavia: se arranca vacio.
       CARGAR-COMISIONES.
           OPEN INPUT COMISIONES.
           IF FS-COMISIONES NOT = ZERO AND '35'
               DISPLAY "ERROR AL ABRIR COMISIONES FS: " FS-COMISIONES
               STOP RUN.
           IF FS-COMISIONES = ZERO
               READ COMISIONES
               PERFORM CARGAR-UNA-COMISION
                   UNTIL FS-COMISIONES NOT = ZERO
                   OR CANT-COMISIONES >= 500
               CLOSE COMISIONES.

       CARGAR-UNA-COMISION.
           ADD 1 TO CANT-COMISIONES.
           MOVE COM-EJECUTIVO TO TAB-COM-EJECUTIVO(CANT-COMISIONES).
           MOVE COM-EMPRESA TO TAB-COM-EMPRESA(CANT-COMISIONES).
           MOVE COM-PORCENTAJE TO TAB-COM-PORCENTAJE(CANT-COMISIONES).
           MOVE 'N' TO TAB-COM-BAJA(CANT-COMISIONES).
           READ COMISIONES.

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
           READ EJECUTIVOS.

       LEER-MOVIMIENTO.
           READ MOVTOS-COMISIONES.
           IF FS-MOVTOS NOT = ZERO AND '10'
               DISPLAY "ERROR AL LEER MOVTOS COMISIONES FS: "
                   FS-MOVTOS
               STOP RUN.
           IF FS-MOVTOS = ZERO
               ADD 1 TO LOG-CANT-ENTRADA.

       PROCESAR-MOVIMIENTO.
           PERFORM UBICAR-COMISION.
           MOVE 'N' TO SW-EJECUTIVO.
           MOVE 'X' TO EMP-RAZON-AUX.
           IF MOV-ALTA
               PERFORM BUSCAR-EJECUTIVO
                   VARYING SUB-EJE FROM 1 BY 1
                   UNTIL SUB-EJE > CANT-EJECUTIVOS
                   OR EJECUTIVO-EXISTENTE
               IF MOV-EMPRESA NUMERIC AND MOV-EMPRESA NOT = ZERO
                   MOVE SPACES TO EMP-RAZON-AUX
                   MOVE MOV-EMPRESA TO EMP-CODIGO-AUX
                   MOVE 'B' TO WS-OPCION-EMPRESA
                   CALL 'OBTENER-EMPRESA' USING WS-OPCION-EMPRESA,
                       EMP-CODIGO-AUX, EMP-CUIT-AUX, EMP-RAZON-AUX,
                       EMP-DIRE-AUX, EMP-TEL-AUX, EMP-MAIL-AUX.
           EVALUATE TRUE
               WHEN MOV-ALTA AND NOT EJECUTIVO-EXISTENTE
                   DISPLAY "EJECUTIVO " MOV-EJECUTIVO " INEXISTENTE: "
                       "PORCENTAJE RECHAZADO"
                   ADD 1 TO CANT-RECHAZADOS
               WHEN MOV-ALTA AND EMP-RAZON-AUX = SPACES
                   DISPLAY "EMPRESA " MOV-EMPRESA " INEXISTENTE: "
                       "PORCENTAJE RECHAZADO " MOV-EJECUTIVO
                   ADD 1 TO CANT-RECHAZADOS
               WHEN MOV-ALTA AND (MOV-PORCENTAJE NOT NUMERIC
                   OR MOV-PORCENTAJE = ZERO)
                   DISPLAY "PORCENTAJE INVALIDO RECHAZADO: "
                       MOV-EJECUTIVO "/" MOV-EMPRESA
                   ADD 1 TO CANT-RECHAZADOS
               WHEN MOV-ALTA AND IND-COM-ACT NOT = ZERO
                   MOVE MOV-PORCENTAJE
                       TO TAB-COM-PORCENTAJE(IND-COM-ACT)
                   MOVE 'N' TO TAB-COM-BAJA(IND-COM-ACT)
                   ADD 1 TO CANT-MODIFICADAS
               WHEN MOV-ALTA
                   PERFORM AGREGAR-COMISION
               WHEN MOV-BAJA AND IND-COM-ACT NOT = ZERO
                   MOVE 'S' TO TAB-COM-BAJA(IND-COM-ACT)
                   ADD 1 TO CANT-BAJAS
               WHEN MOV-BAJA
                   DISPLAY "NO EXISTE EL PORCENTAJE " MOV-EJECUTIVO
                       "/" MOV-EMPRESA " PARA DAR DE BAJA"
                   ADD 1 TO CANT-RECHAZADOS
               WHEN OTHER
                   DISPLAY "ACCION INVALIDA: " MOV-ACCION
                       " PORCENTAJE " MOV-EJECUTIVO "/" MOV-EMPRESA
                   ADD 1 TO CANT-RECHAZADOS
           END-EVALUATE.
           PERFORM LEER-MOVIMIENTO.

       BUSCAR-EJECUTIVO.
           IF TAB-EJE-CODIGO(SUB-EJE) = MOV-EJECUTIVO
               MOVE 'S' TO SW-EJECUTIVO.

       UBICAR-COMISION.
           MOVE ZERO TO IND-COM-ACT.
           PERFORM COMPARAR-COMISION
               VARYING SUB-COM FROM 1 BY 1
               UNTIL SUB-COM > CANT-COMISIONES
               OR IND-COM-ACT NOT = ZERO.

       COMPARAR-COMISION.
           IF TAB-COM-EJECUTIVO(SUB-COM) = MOV-EJECUTIVO
               AND TAB-COM-EMPRESA(SUB-COM) = MOV-EMPRESA
               MOVE SUB-COM TO IND-COM-ACT.

       AGREGAR-COMISION.
           IF CANT-COMISIONES < 500
               ADD 1 TO CANT-COMISIONES
               MOVE MOV-EJECUTIVO TO TAB-COM-EJECUTIVO(CANT-COMISIONES)
               MOVE MOV-EMPRESA TO TAB-COM-EMPRESA(CANT-COMISIONES)
               MOVE MOV-PORCENTAJE
                   TO TAB-COM-PORCENTAJE(CANT-COMISIONES)
               MOVE 'N' TO TAB-COM-BAJA(CANT-COMISIONES)
               ADD 1 TO CANT-ALTAS
           ELSE
               DISPLAY "SIN LUGAR EN LA TABLA DE COMISIONES PARA "
                   MOV-EJECUTIVO "/" MOV-EMPRESA
               ADD 1 TO CANT-RECHAZADOS.

       REGRABAR-COMISIONES.
           OPEN OUTPUT COMISIONES.
           IF FS-COMISIONES NOT = ZERO
               DISPLAY "ERROR AL REGRABAR COMISIONES FS: "
                   FS-COMISIONES
               STOP RUN.
           PERFORM GRABAR-UNA-COMISION
               VARYING SUB-COM FROM 1 BY 1
               UNTIL SUB-COM > CANT-COMISIONES.
           CLOSE COMISIONES.

       GRABAR-UNA-COMISION.
           IF TAB-COM-BAJA(SUB-COM) NOT = 'S'
               MOVE TAB-COM-EJECUTIVO(SUB-COM) TO COM-EJECUTIVO
               MOVE TAB-COM-EMPRESA(SUB-COM) TO COM-EMPRESA
               MOVE TAB-COM-PORCENTAJE(SUB-COM) TO COM-PORCENTAJE
               WRITE COMISION-REG
               ADD 1 TO LOG-CANT-SALIDA.

       IMPRIMIR-RESUMEN.
           DISPLAY "PORCENTAJES DADOS DE ALTA: " CANT-ALTAS.
           DISPLAY "PORCENTAJES MODIFICADOS: " CANT-MODIFICADAS.
           DISPLAY "PORCENTAJES DADOS DE BAJA: " CANT-BAJAS.
           DISPLAY "MOVIMIENTOS RECHAZADOS: " CANT-RECHAZADOS.


      * Resuelve todas las rutas de este programa contra rutas.dat;
      * una entrada ausente corta la corrida nombrando el logico
      * que falta.
       CARGAR-RUTAS.
           MOVE 'COMP-COMISIONES' TO RUTA-LOGICO.
           PERFORM OBTENER-UNA-RUTA.
           MOVE RUTA-OBTENIDA TO RUTA-COMISIONES.
           MOVE 'SEC-MOVCOMISIONES' TO RUTA-LOGICO.
           PERFORM OBTENER-UNA-RUTA.
           MOVE RUTA-OBTENIDA TO RUTA-MOVTOS-COM.
           MOVE 'COMP-EJECUTIVOS' TO RUTA-LOGICO.
           PERFORM OBTENER-UNA-RUTA.
           MOVE RUTA-OBTENIDA TO RUTA-EJECUTIVOS.

       OBTENER-UNA-RUTA.
           CALL 'OBTENER-RUTA' USING RUTA-LOGICO, RUTA-OBTENIDA,
               FS-RUTA.
           IF FS-RUTA NOT = '00'
               DISPLAY "RUTA NO CONFIGURADA PARA " RUTA-LOGICO
               STOP RUN.

       END PROGRAM MANTENER-COMISIONES.
