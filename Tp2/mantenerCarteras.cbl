      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANTENER-CARTERAS.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Cartera de cada ejecutivo de cuenta: que empresa atiende y
      * desde/hasta cuando. LIQUIDAR-COMISIONES atribuye cada cobranza
      * al ejecutivo responsable de la empresa a la fecha de la
      * factura.
           SELECT CARTERAS     ASSIGN TO RUTA-CARTERAS
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS FS-CARTERAS.

      * Movimientos de alta/baja: accion, empresa, ejecutivo y rango
      * de vigencia AAAAMMDD; la identidad es empresa mas fecha
      * desde. Una cartera sin fin previsto va hasta 99991231.
           SELECT MOVTOS-CARTERAS ASSIGN TO RUTA-MOVTOS-CAR
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS FS-MOVTOS.

           SELECT EJECUTIVOS   ASSIGN TO RUTA-EJECUTIVOS
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS FS-EJECUTIVOS.

       DATA DIVISION.
       FILE SECTION.
       FD CARTERAS LABEL RECORD IS STANDARD.
       01 CAR-REG.
           03 CAR-EMPRESA PIC 9(3).
           03 CAR-EJECUTIVO PIC X(4).
           03 CAR-DESDE PIC 9(8).
           03 CAR-HASTA PIC 9(8).

       FD MOVTOS-CARTERAS LABEL RECORD IS STANDARD.
       01 MOV-REG.
           03 MOV-ACCION PIC X(1).
               88 MOV-ALTA VALUE 'A'.
               88 MOV-BAJA VALUE 'B'.
           03 MOV-EMPRESA PIC 9(3).
           03 MOV-EJECUTIVO PIC X(4).
           03 MOV-DESDE PIC 9(8).
           03 MOV-HASTA PIC 9(8).

       FD EJECUTIVOS LABEL RECORD IS STANDARD.
       01 EJE-REG.
           03 EJE-CODIGO PIC X(4).
           03 EJE-NOMBRE PIC X(25).
           03 EJE-LEGAJO PIC 9(6).
           03 EJE-MAIL PIC X(30).
           03 EJE-ESTADO PIC X(1).
           03 EJE-FECHA-BAJA PIC 9(8).

       WORKING-STORAGE SECTION.

       77 FS-CARTERAS   PIC XX.
       77 FS-MOVTOS     PIC XX.
       77 FS-EJECUTIVOS PIC XX.

       01 TABLA-CARTERAS.
           03 FILA-CARTERA OCCURS 500 TIMES.
               05 TAB-CAR-EMPRESA PIC 9(3).
               05 TAB-CAR-EJECUTIVO PIC X(4).
               05 TAB-CAR-DESDE PIC 9(8).
               05 TAB-CAR-HASTA PIC 9(8).
               05 TAB-CAR-BAJA  PIC X(1).
       01 CANT-CARTERAS PIC 9(3) VALUE ZERO.

       01 SUB-CAR PIC 9(3).
       01 IND-CAR-ACT PIC 9(3).

      * Solo los ejecutivos activos reciben empresas nuevas.
       01 TABLA-EJECUTIVOS.
           03 FILA-EJECUTIVO OCCURS 100 TIMES.
               05 TAB-EJE-CODIGO PIC X(4).
       01 CANT-EJECUTIVOS PIC 9(3) VALUE ZERO.
       01 SUB-EJE PIC 9(3).
       01 SW-EJECUTIVO PIC X.
           88 EJECUTIVO-ACTIVO VALUE 'S'.

      * Una empresa tiene un solo ejecutivo responsable por fecha: el
      * alta que pise la vigencia de otra cartera de la misma empresa
      * se rechaza.
       01 SW-SUPERPUESTA PIC X.
           88 CARTERA-SUPERPUESTA VALUE 'S'.

       01 WS-OPCION-EMPRESA PIC X.
       01 EMP-CODIGO-AUX PIC 9(3).
       01 EMP-CUIT-AUX   PIC 9(11).
       01 EMP-RAZON-AUX  PIC X(25).
       01 EMP-DIRE-AUX   PIC X(20).
       01 EMP-TEL-AUX    PIC X(20).
       01 EMP-MAIL-AUX   PIC X(30).

       01 CANT-ALTAS      PIC 9(5) VALUE ZERO.
       01 CANT-BAJAS      PIC 9(5) VALUE ZERO.
       01 CANT-RECHAZADOS PIC 9(5) VALUE ZERO.


      * Bitacora central de corridas (ver REGISTRAR-CORRIDA): 'I' al
      * arrancar y 'F' con los contadores al terminar normalmente;
      * una corrida abortada no llega a anotar su 'F' y el resumen
      * diario la muestra como anormal.
       01 WS-OPCION-LOG PIC X.
       01 LOG-PROGRAMA-ID PIC X(12) VALUE 'MANT-CARTERA'.
       01 LOG-CANT-ENTRADA PIC 9(7) VALUE ZERO.
       01 LOG-CANT-SALIDA PIC 9(7) VALUE ZERO.
       01 LOG-CANT-EXC PIC 9(5) VALUE ZERO.


      * Rutas fisicas de los archivos, resueltas al arrancar desde
      * rutas.dat via OBTENER-RUTA: mover el sistema o armar un
      * ambiente de prueba es cuestion de editar ese archivo.
       77 FS-RUTA PIC XX.
       01 RUTA-LOGICO PIC X(20).
       01 RUTA-OBTENIDA PIC X(100).
       01 RUTA-CARTERAS PIC X(100).
       01 RUTA-MOVTOS-CAR PIC X(100).
       01 RUTA-EJECUTIVOS PIC X(100).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM CARGAR-RUTAS.
           MOVE 'I' TO WS-OPCION-LOG.
           CALL 'REGISTRAR-CORRIDA' USING WS-OPCION-LOG,
               LOG-PROGRAMA-ID, LOG-CANT-ENTRADA, LOG-CANT-SALIDA,
               LOG-CANT-EXC.
           PERFORM CARGAR-CARTERAS.
           PERFORM CARGAR-EJECUTIVOS.
           MOVE 'A' TO WS-OPCION-EMPRESA.
           CALL 'OBTENER-EMPRESA' USING WS-OPCION-EMPRESA,
               EMP-CODIGO-AUX, EMP-CUIT-AUX, EMP-RAZON-AUX,
               EMP-DIRE-AUX, EMP-TEL-AUX, EMP-MAIL-AUX.
           OPEN INPUT MOVTOS-CARTERAS.
           IF FS-MOVTOS NOT = ZERO
               DISPLAY "ERROR AL ABRIR MOVTOS CARTERAS FS: "
                   FS-MOVTOS
               STOP RUN.
           PERFORM LEER-MOVIMIENTO.
           PERFORM PROCESAR-MOVIMIENTO UNTIL FS-MOVTOS = '10'.
           CLOSE MOVTOS-CARTERAS.
           MOVE 'C' TO WS-OPCION-EMPRESA.
           CALL 'OBTENER-EMPRESA' USING WS-OPCION-EMPRESA,
               EMP-CODIGO-AUX, EMP-CUIT-AUX, EMP-RAZON-AUX,
               EMP-DIRE-AUX, EMP-TEL-AUX, EMP-MAIL-AUX.
           PERFORM REGRABAR-CARTERAS.
           PERFORM IMPRIMIR-RESUMEN.
           MOVE CANT-RECHAZADOS TO LOG-CANT-EXC.
           MOVE 'F' TO WS-OPCION-LOG.
           CALL 'REGISTRAR-CORRIDA' USING WS-OPCION-LOG,
               LOG-PROGRAMA-ID, LOG-CANT-ENTRADA, LOG-CANT-SALIDA,
               LOG-CANT-EXC.
           STOP RUN.

      * El maestro puede no existir todavia: se arranca vacio.
       CARGAR-CARTERAS.
           OPEN INPUT CARTERAS.
           IF FS-CARTERAS NOT = ZERO AND '35'
               DISPLAY "ERROR AL ABRIR CARTERAS FS: " FS-CARTERAS
               STOP RUN.
           IF FS-CARTERAS = ZERO
               READ CARTERAS
               PERFORM CARGAR-UNA-CARTERA
                   UNTIL FS-CARTERAS NOT = ZERO
                   OR CANT-CARTERAS >= 500
               CLOSE CARTERAS.

       CARGAR-UNA-CARTERA.
           ADD 1 TO CANT-CARTERAS.
           MOVE CAR-EMPRESA TO TAB-CAR-EMPRESA(CANT-CARTERAS).
           MOVE CAR-EJECUTIVO TO TAB-CAR-EJECUTIVO(CANT-CARTERAS).
           MOVE CAR-DESDE TO TAB-CAR-DESDE(CANT-CARTERAS).
           MOVE CAR-HASTA TO TAB-CAR-HASTA(CANT-CARTERAS).
           MOVE 'N' TO TAB-CAR-BAJA(CANT-CARTERAS).
           READ CARTERAS.

      * Sin maestro de ejecutivos no se puede dar de alta ninguna
      * cartera: las altas se rechazan todas.
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
           IF EJE-ESTADO NOT = 'I'
               ADD 1 TO CANT-EJECUTIVOS
               MOVE EJE-CODIGO TO TAB-EJE-CODIGO(CANT-EJECUTIVOS).
           READ EJECUTIVOS.

       LEER-MOVIMIENTO.
           READ MOVTOS-CARTERAS.
           IF FS-MOVTOS NOT = ZERO AND '10'
               DISPLAY "ERROR AL LEER MOVTOS CARTERAS FS: "
                   FS-MOVTOS
               STOP RUN.
           IF FS-MOVTOS = ZERO
               ADD 1 TO LOG-CANT-ENTRADA.

      * Un alta con empresa/fecha-desde ya cargadas pisa el ejecutivo
      * y la fecha hasta (asi se cierra una cartera al cambiar de
      * ejecutivo: se le pone fecha hasta y se da de alta la nueva).
       PROCESAR-MOVIMIENTO.
           PERFORM UBICAR-CARTERA.
           IF MOV-ALTA
               PERFORM VERIFICAR-EJECUTIVO
               PERFORM VERIFICAR-SUPERPOSICION
               MOVE SPACES TO EMP-RAZON-AUX
               MOVE MOV-EMPRESA TO EMP-CODIGO-AUX
               MOVE 'B' TO WS-OPCION-EMPRESA
               CALL 'OBTENER-EMPRESA' USING WS-OPCION-EMPRESA,
                   EMP-CODIGO-AUX, EMP-CUIT-AUX, EMP-RAZON-AUX,
                   EMP-DIRE-AUX, EMP-TEL-AUX, EMP-MAIL-AUX.
           EVALUATE TRUE
               WHEN MOV-ALTA AND EMP-RAZON-AUX = SPACES
                   DISPLAY "EMPRESA " MOV-EMPRESA " INEXISTENTE: "
                       "CARTERA RECHAZADA"
                   ADD 1 TO CANT-RECHAZADOS
               WHEN MOV-ALTA AND NOT EJECUTIVO-ACTIVO
                   DISPLAY "EJECUTIVO " MOV-EJECUTIVO " INEXISTENTE O "
                       "DADO DE BAJA: CARTERA RECHAZADA " MOV-EMPRESA
                   ADD 1 TO CANT-RECHAZADOS
               WHEN MOV-ALTA AND (MOV-DESDE NOT NUMERIC
                   OR MOV-HASTA NOT NUMERIC OR MOV-HASTA < MOV-DESDE)
                   DISPLAY "CARTERA CON RANGO INVALIDO RECHAZADA: "
                       MOV-EMPRESA "/" MOV-EJECUTIVO
                   ADD 1 TO CANT-RECHAZADOS
               WHEN MOV-ALTA AND CARTERA-SUPERPUESTA
                   DISPLAY "CARTERA SUPERPUESTA CON OTRA DE LA "
                       "EMPRESA " MOV-EMPRESA ": RECHAZADA "
                       MOV-EJECUTIVO " DESDE " MOV-DESDE
                   ADD 1 TO CANT-RECHAZADOS
               WHEN MOV-ALTA AND IND-CAR-ACT NOT = ZERO
                   MOVE MOV-EJECUTIVO TO TAB-CAR-EJECUTIVO(IND-CAR-ACT)
                   MOVE MOV-HASTA TO TAB-CAR-HASTA(IND-CAR-ACT)
                   MOVE 'N' TO TAB-CAR-BAJA(IND-CAR-ACT)
                   ADD 1 TO CANT-ALTAS
               WHEN MOV-ALTA
                   PERFORM AGREGAR-CARTERA
               WHEN MOV-BAJA AND IND-CAR-ACT NOT = ZERO
                   MOVE 'S' TO TAB-CAR-BAJA(IND-CAR-ACT)
                   ADD 1 TO CANT-BAJAS
               WHEN MOV-BAJA
                   DISPLAY "NO EXISTE LA CARTERA " MOV-EMPRESA
                       " DESDE " MOV-DESDE " PARA DAR DE BAJA"
                   ADD 1 TO CANT-RECHAZADOS
               WHEN OTHER
                   DISPLAY "ACCION INVALIDA: " MOV-ACCION
                       " CARTERA " MOV-EMPRESA "/" MOV-EJECUTIVO
                   ADD 1 TO CANT-RECHAZADOS
           END-EVALUATE.
           PERFORM LEER-MOVIMIENTO.

       VERIFICAR-EJECUTIVO.
           MOVE 'N' TO SW-EJECUTIVO.
           PERFORM BUSCAR-EJECUTIVO
               VARYING SUB-EJE FROM 1 BY 1
               UNTIL SUB-EJE > CANT-EJECUTIVOS
               OR EJECUTIVO-ACTIVO.

       BUSCAR-EJECUTIVO.
           IF TAB-EJE-CODIGO(SUB-EJE) = MOV-EJECUTIVO
               MOVE 'S' TO SW-EJECUTIVO.

      * La propia cartera que se modifica no cuenta como superpuesta.
       VERIFICAR-SUPERPOSICION.
           MOVE 'N' TO SW-SUPERPUESTA.
           PERFORM COMPARAR-VIGENCIA
               VARYING SUB-CAR FROM 1 BY 1
               UNTIL SUB-CAR > CANT-CARTERAS
               OR CARTERA-SUPERPUESTA.

       COMPARAR-VIGENCIA.
           IF SUB-CAR NOT = IND-CAR-ACT
               AND TAB-CAR-BAJA(SUB-CAR) NOT = 'S'
               AND TAB-CAR-EMPRESA(SUB-CAR) = MOV-EMPRESA
               AND TAB-CAR-DESDE(SUB-CAR) <= MOV-HASTA
               AND TAB-CAR-HASTA(SUB-CAR) >= MOV-DESDE
               MOVE 'S' TO SW-SUPERPUESTA.

       UBICAR-CARTERA.
           MOVE ZERO TO IND-CAR-ACT.
           PERFORM COMPARAR-CARTERA
               VARYING SUB-CAR FROM 1 BY 1
               UNTIL SUB-CAR > CANT-CARTERAS
               OR IND-CAR-ACT NOT = ZERO.

       COMPARAR-CARTERA.
           IF TAB-CAR-EMPRESA(SUB-CAR) = MOV-EMPRESA
               AND TAB-CAR-DESDE(SUB-CAR) = MOV-DESDE
               MOVE SUB-CAR TO IND-CAR-ACT.

       AGREGAR-CARTERA.
           IF CANT-CARTERAS < 500
               ADD 1 TO CANT-CARTERAS
               MOVE MOV-EMPRESA TO TAB-CAR-EMPRESA(CANT-CARTERAS)
               MOVE MOV-EJECUTIVO TO TAB-CAR-EJECUTIVO(CANT-CARTERAS)
               MOVE MOV-DESDE TO TAB-CAR-DESDE(CANT-CARTERAS)
               MOVE MOV-HASTA TO TAB-CAR-HASTA(CANT-CARTERAS)
               MOVE 'N' TO TAB-CAR-BAJA(CANT-CARTERAS)
               ADD 1 TO CANT-ALTAS
           ELSE
               DISPLAY "SIN LUGAR EN LA TABLA DE CARTERAS PARA "
                   MOV-EMPRESA "/" MOV-EJECUTIVO
               ADD 1 TO CANT-RECHAZADOS.

       REGRABAR-CARTERAS.
           OPEN OUTPUT CARTERAS.
           IF FS-CARTERAS NOT = ZERO
               DISPLAY "ERROR AL REGRABAR CARTERAS FS: " FS-CARTERAS
               STOP RUN.
           PERFORM GRABAR-UNA-CARTERA
               VARYING SUB-CAR FROM 1 BY 1
               UNTIL SUB-CAR > CANT-CARTERAS.
           CLOSE CARTERAS.

       GRABAR-UNA-CARTERA.
           IF TAB-CAR-BAJA(SUB-CAR) NOT = 'S'
               MOVE TAB-CAR-EMPRESA(SUB-CAR) TO CAR-EMPRESA
               MOVE TAB-CAR-EJECUTIVO(SUB-CAR) TO CAR-EJECUTIVO
               MOVE TAB-CAR-DESDE(SUB-CAR) TO CAR-DESDE
               MOVE TAB-CAR-HASTA(SUB-CAR) TO CAR-HASTA
               WRITE CAR-REG
               ADD 1 TO LOG-CANT-SALIDA.

       IMPRIMIR-RESUMEN.
           DISPLAY "CARTERAS DADAS DE ALTA: " CANT-ALTAS.
           DISPLAY "CARTERAS DADAS DE BAJA: " CANT-BAJAS.
           DISPLAY "MOVIMIENTOS RECHAZADOS: " CANT-RECHAZADOS.


      * Resuelve todas las rutas de este programa contra rutas.dat;
      * una entrada ausente corta la corrida nombrando el logico
      * que falta.
       CARGAR-RUTAS.
           MOVE 'COMP-CARTERAS' TO RUTA-LOGICO.
           PERFORM OBTENER-UNA-RUTA.
           MOVE RUTA-OBTENIDA TO RUTA-CARTERAS.
           MOVE 'SEC-MOVCARTERAS' TO RUTA-LOGICO.
           PERFORM OBTENER-UNA-RUTA.
           MOVE RUTA-OBTENIDA TO RUTA-MOVTOS-CAR.
           MOVE 'COMP-EJECUTIVOS' TO RUTA-LOGICO.
           PERFORM OBTENER-UNA-RUTA.
           MOVE RUTA-OBTENIDA TO RUTA-EJECUTIVOS.

       OBTENER-UNA-RUTA.
           CALL 'OBTENER-RUTA' USING RUTA-LOGICO, RUTA-OBTENIDA,
               FS-RUTA.
           IF FS-RUTA NOT = '00'
               DISPLAY "RUTA NO CONFIGURADA PARA " RUTA-LOGICO
               STOP RUN.

       END PROGRAM MANTENER-CARTERAS.
