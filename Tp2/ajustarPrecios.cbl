      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AJUSTAR-PRECIOS.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Mes AAAAMM desde el que rigen los valores ajustados.
           SELECT PARAM-AJUSTE ASSIGN TO RUTA-PARAM-AJUSTE
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS FS-PARAMETROS.

      * Indices y clausulas de ajuste (ver MANTENER-INDICES).
           SELECT INDICES      ASSIGN TO RUTA-INDICES
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS FS-INDICES.

           SELECT CLAUSULAS    ASSIGN TO RUTA-CLAUSULAS
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS FS-CLAUSULAS.

      * Los valores vigentes que se ajustan: el abono mensual de los
      * contratos y las tarifas negociadas por cliente. Aca solo se
      * leen; los escribe APROBAR-MOVIMIENTOS al aprobar el ajuste.
           SELECT CONTRATOS    ASSIGN TO RUTA-CONTRATOS
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS FS-CONTRATOS.

           SELECT TARIFAS-CLIENTE ASSIGN TO RUTA-TARIFAS-CLIENTE
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS FS-TAR-CLIENTE.

      * El ajuste entero se estaciona como UN movimiento pendiente
      * ('AJUSTE-PREC', clave el mes); el detalle queda en
      * AJUSTES-PRECIO hasta que un segundo operador lo decide.
           SELECT MOVTOS-PENDIENTES ASSIGN TO RUTA-PENDIENTES
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS FS-PENDIENTES.

           SELECT AJUSTES-PRECIO ASSIGN TO RUTA-AJUSTES-PRECIO
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS FS-AJUSTES.

      * Un aviso por cliente: valor anterior, nuevo y variacion.
           SELECT AVISOS-AJUSTE ASSIGN TO RUTA-AVISOS-AJUSTE
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS FS-AVISOS.

       DATA DIVISION.
       FILE SECTION.
       FD PARAM-AJUSTE LABEL RECORD IS STANDARD.
       01 PARAM-REG.
           03 PARAM-MES-AJUSTE PIC 9(6).

       FD INDICES LABEL RECORD IS STANDARD.
       01 IND-REG.
           03 IND-CODIGO PIC X(6).
           03 IND-MES    PIC 9(6).
           03 IND-VALOR  PIC 9(7)V9(4).

       FD CLAUSULAS LABEL RECORD IS STANDARD.
       01 CLA-REG.
           03 CLA-OBJETO PIC X(1).
               88 CLA-DE-CONTRATO VALUE 'C'.
               88 CLA-DE-TARIFA   VALUE 'T'.
           03 CLA-EMPRESA PIC 9(3).
           03 CLA-SRT PIC X(2).
           03 CLA-TIPO PIC 99.
           03 CLA-INDICE PIC X(6).
           03 CLA-FRECUENCIA PIC 9(2).
           03 CLA-MES-BASE PIC 9(6).

       FD CONTRATOS LABEL RECORD IS STANDARD.
       01 CON-REG.
           03 CON-EMPRESA PIC 9(3).
           03 CON-PERIODO-DESDE PIC 9(6).
           03 CON-PERIODO-HASTA PIC 9(6).
           03 CON-HORAS-MENSUALES PIC 9(4)V99.
           03 CON-IMPORTE-MENSUAL PIC 9(9)V99.

       FD TARIFAS-CLIENTE LABEL RECORD IS STANDARD.
       01 TCL-REG.
           03 TCL-EMPRESA PIC 9(3).
           03 TCL-SRT PIC X(2).
           03 TCL-TIPO PIC 99.
           03 TCL-VIGENCIA PIC 9(8).
           03 TCL-TARIFA PIC 9(5)V99.

       FD MOVTOS-PENDIENTES LABEL RECORD IS STANDARD.
       01 PEN-REG.
           03 PEN-MAESTRO PIC X(12).
           03 PEN-FECHA   PIC 9(8).
           03 PEN-HORA    PIC 9(6).
           03 PEN-TIPO-MOV PIC X(1).
           03 PEN-CLAVE   PIC X(20).
           03 PEN-MOVIMIENTO PIC X(140).
      * Operador que cargo el movimiento: quien lo apruebe debe ser
      * otro (ver VALIDAR-OPERADOR).
           03 PEN-OPERADOR PIC X(10).

      * Un renglon por valor ajustado: los indices aplicados, el valor
      * anterior y el nuevo, y lo necesario para ubicar la fila vigente
      * (contrato desde/hasta, vigencia de la tarifa).
       FD AJUSTES-PRECIO LABEL RECORD IS STANDARD.
       01 AJP-REG.
           03 AJP-MES PIC 9(6).
           03 AJP-OBJETO PIC X(1).
           03 AJP-EMPRESA PIC 9(3).
           03 AJP-SRT PIC X(2).
           03 AJP-TIPO PIC 99.
           03 AJP-INDICE PIC X(6).
           03 AJP-MES-IND-ANT PIC 9(6).
           03 AJP-IND-ANT PIC 9(7)V9(4).
           03 AJP-MES-IND-NUEVO PIC 9(6).
           03 AJP-IND-NUEVO PIC 9(7)V9(4).
           03 AJP-VALOR-ANT PIC 9(9)V99.
           03 AJP-VALOR-NUEVO PIC 9(9)V99.
           03 AJP-CON-DESDE PIC 9(6).
           03 AJP-CON-HASTA PIC 9(6).
           03 AJP-CON-HORAS PIC 9(4)V99.
           03 AJP-TCL-VIGENCIA-ANT PIC 9(8).

       FD AVISOS-AJUSTE LABEL RECORD IS STANDARD.
       01 AVI-LINEA PIC X(110).

       WORKING-STORAGE SECTION.

       77 FS-PARAMETROS  PIC XX.
       77 FS-INDICES     PIC XX.
       77 FS-CLAUSULAS   PIC XX.
       77 FS-CONTRATOS   PIC XX.
       77 FS-TAR-CLIENTE PIC XX.
       77 FS-PENDIENTES  PIC XX.
       77 FS-AJUSTES     PIC XX.
       77 FS-AVISOS      PIC XX.

       01 TABLA-INDICES.
           03 FILA-INDICE OCCURS 600 TIMES.
               05 TAB-IND-CODIGO PIC X(6).
               05 TAB-IND-MES    PIC 9(6).
               05 TAB-IND-VALOR  PIC 9(7)V9(4).
       01 CANT-INDICES PIC 9(3) VALUE ZERO.
       01 SUB-IND PIC 9(3).

       01 TABLA-CONTRATOS.
           03 FILA-CONTRATO OCCURS 200 TIMES.
               05 TAB-CON-EMPRESA PIC 9(3).
               05 TAB-CON-DESDE   PIC 9(6).
               05 TAB-CON-HASTA   PIC 9(6).
               05 TAB-CON-HORAS   PIC 9(4)V99.
               05 TAB-CON-IMPORTE PIC 9(9)V99.
       01 CANT-CONTRATOS PIC 9(3) VALUE ZERO.
       01 SUB-CON PIC 9(3).
       01 IND-CON-ACT PIC 9(3).

       01 TABLA-TARIFAS-CLIENTE.
           03 FILA-TAR-CLIENTE OCCURS 300 TIMES.
               05 TAB-TCL-EMPRESA PIC 9(3).
               05 TAB-TCL-SRT PIC X(2).
               05 TAB-TCL-TIPO PIC 99.
               05 TAB-TCL-VIGENCIA PIC 9(8).
               05 TAB-TCL-TARIFA PIC 9(5)V99.
       01 CANT-TARIFAS-CLIENTE PIC 9(3) VALUE ZERO.
       01 SUB-TCL PIC 9(3).
       01 VIGENCIA-TCL-ELEGIDA PIC 9(8).
       01 TARIFA-TCL-ELEGIDA PIC 9(5)V99.
       01 SW-TCL-POSTERIOR PIC X.
           88 TCL-POSTERIOR VALUE 'S'.

      * Lo propuesto, en memoria para armar los avisos por cliente.
       01 TABLA-PROPUESTAS.
           03 FILA-PROPUESTA OCCURS 500 TIMES.
               05 TAB-PRO-EMPRESA PIC 9(3).
               05 TAB-PRO-OBJETO PIC X(1).
               05 TAB-PRO-SRT PIC X(2).
               05 TAB-PRO-TIPO PIC 99.
               05 TAB-PRO-INDICE PIC X(6).
               05 TAB-PRO-MES-ANT PIC 9(6).
               05 TAB-PRO-MES-NUEVO PIC 9(6).
               05 TAB-PRO-VARIACION PIC S9(3)V99.
               05 TAB-PRO-VALOR-ANT PIC 9(9)V99.
               05 TAB-PRO-VALOR-NUEVO PIC 9(9)V99.
               05 TAB-PRO-AVISADA PIC X(1).
       01 CANT-PROPUESTAS PIC 9(3) VALUE ZERO.
       01 SUB-PRO PIC 9(3).
       01 SUB-AVI PIC 9(3).
       01 EMPRESA-AVISO PIC 9(3).

      * Aritmetica de meses: AAAAMM a un numero corrido de meses y
      * vuelta.
       01 MES-CALC PIC 9(6).
       01 MES-CALC-R REDEFINES MES-CALC.
           03 MES-CALC-AAAA PIC 9(4).
           03 MES-CALC-MM   PIC 9(2).
       01 MES-ABSOLUTO PIC 9(6).
       01 RESTO-MES PIC 9(2).
       01 ABS-AJUSTE PIC 9(6).
       01 ABS-BASE PIC 9(6).
       01 MESES-TRANSCURRIDOS PIC S9(6).
       01 CICLOS-CUMPLIDOS PIC 9(6).
       01 RESTO-CICLO PIC 9(2).
       01 VIGENCIA-AJUSTE PIC 9(8).

       01 MES-IND-ANT PIC 9(6).
       01 MES-IND-NUEVO PIC 9(6).
       01 CODIGO-BUSCADO PIC X(6).
       01 MES-BUSCADO PIC 9(6).
       01 VALOR-HALLADO PIC 9(7)V9(4).
       01 VALOR-IND-ANT PIC 9(7)V9(4).
       01 VALOR-IND-NUEVO PIC 9(7)V9(4).
       01 VARIACION-PORC PIC S9(3)V99.
       01 VALOR-ANTERIOR PIC 9(9)V99.
       01 VALOR-NUEVO PIC 9(9)V99.

       01 SW-AJUSTE-PENDIENTE PIC X VALUE 'N'.
           88 AJUSTE-PENDIENTE VALUE 'S'.
       01 MES-PENDIENTE PIC X(20).
       01 CANT-PENDIENTES PIC 9(3) VALUE ZERO.

      * Movimiento de ajuste tal como lo lee APROBAR-MOVIMIENTOS.
       01 MOV-AJUSTE.
           03 MAJ-MES PIC 9(6).
           03 MAJ-CANT-CONTRATOS PIC 9(5).
           03 MAJ-CANT-TARIFAS PIC 9(5).
           03 FILLER PIC X(124).

       01 CANT-CLAUSULAS PIC 9(5) VALUE ZERO.
       01 CANT-NO-VENCIDAS PIC 9(5) VALUE ZERO.
       01 CANT-AJ-CONTRATOS PIC 9(5) VALUE ZERO.
       01 CANT-AJ-TARIFAS PIC 9(5) VALUE ZERO.
       01 CANT-OMITIDAS PIC 9(5) VALUE ZERO.

       01 WS-OPCION-EMPRESA PIC X.
       01 EMP-CODIGO-AUX PIC 9(3).
       01 EMP-CUIT-AUX   PIC 9(11).
       01 EMP-RAZON-AUX  PIC X(25).
       01 EMP-DIRE-AUX   PIC X(20).
       01 EMP-TEL-AUX    PIC X(20).
       01 EMP-MAIL-AUX   PIC X(30).

       01 AVI-TITULO.
           02 FILLER PIC X(50)
               VALUE 'Aviso de actualizacion de precios por indice'.

       01 AVI-CLIENTE.
           02 FILLER PIC X(9) VALUE 'Cliente: '.
           02 AVI-CLI-CODIGO PIC 9(3).
           02 FILLER PIC X(1) VALUE SPACES.
           02 AVI-CLI-RAZON PIC X(25).
           02 FILLER PIC X(8) VALUE '  CUIT: '.
           02 AVI-CLI-CUIT PIC 9(11).

       01 AVI-VIGENCIA.
           02 FILLER PIC X(32)
               VALUE 'Nuevos valores vigentes desde: '.
           02 AVI-VIG-MM PIC 9(2).
           02 FILLER PIC X VALUE '/'.
           02 AVI-VIG-AAAA PIC 9(4).

       01 AVI-HEADER.
           02 FILLER PIC X(20) VALUE 'Concepto'.
           02 FILLER PIC X(8) VALUE 'Indice'.
           02 FILLER PIC X(8) VALUE 'Mes ant.'.
           02 FILLER PIC X(10) VALUE 'Mes ref.'.
           02 FILLER PIC X(11) VALUE 'Variac. %'.
           02 FILLER PIC X(16) VALUE 'Valor anterior'.
           02 FILLER PIC X(11) VALUE 'Valor nuevo'.

       01 AVI-FILA.
           02 AVI-FIL-CONCEPTO PIC X(14).
           02 AVI-FIL-SRT PIC X(2).
           02 AVI-FIL-BARRA PIC X(1).
           02 AVI-FIL-TIPO PIC X(2).
           02 FILLER PIC X(1) VALUE SPACES.
           02 AVI-FIL-INDICE PIC X(6).
           02 FILLER PIC X(2) VALUE SPACES.
           02 AVI-FIL-MES-ANT PIC 9(6).
           02 FILLER PIC X(2) VALUE SPACES.
           02 AVI-FIL-MES-NUEVO PIC 9(6).
           02 FILLER PIC X(4) VALUE SPACES.
           02 AVI-FIL-VARIACION PIC -ZZ9,99.
           02 FILLER PIC X(4) VALUE SPACES.
           02 AVI-FIL-VALOR-ANT PIC Z(8)9,99.
           02 FILLER PIC X(4) VALUE SPACES.
           02 AVI-FIL-VALOR-NUEVO PIC Z(8)9,99.

       01 LINEA-GUION PIC X(110) VALUE ALL "-".


      * Bitacora central de corridas (ver REGISTRAR-CORRIDA): 'I' al
      * arrancar y 'F' con los contadores al terminar normalmente;
      * una corrida abortada no llega a anotar su 'F' y el resumen
      * diario la muestra como anormal.
       01 WS-OPCION-LOG PIC X.
       01 LOG-PROGRAMA-ID PIC X(12) VALUE 'AJUSTAR-PREC'.
       01 LOG-CANT-ENTRADA PIC 9(7) VALUE ZERO.
       01 LOG-CANT-SALIDA PIC 9(7) VALUE ZERO.
       01 LOG-CANT-EXC PIC 9(5) VALUE ZERO.


      * Operador de la corrida (ver VALIDAR-OPERADOR): se valida
      * contra el maestro de operadores y los permisos de su rol
      * antes de hacer nada.
       01 WS-OPCION-OPERADOR PIC X.
       01 OPERADOR-PROGRAMA PIC X(30) VALUE 'AJUSTAR-PRECIOS'.
       01 OPERADOR-OBJETO PIC X(12) VALUE SPACES.
       01 OPERADOR-CLAVE PIC X(20) VALUE SPACES.
       01 OPERADOR-CORRIDA PIC X(10).
       01 OPERADOR-CARGA PIC X(10) VALUE SPACES.
       01 OPERADOR-RESULTADO PIC X.

      * Rutas fisicas de los archivos, resueltas al arrancar desde
      * rutas.dat via OBTENER-RUTA: mover el sistema o armar un
      * ambiente de prueba es cuestion de editar ese archivo.
       77 FS-RUTA PIC XX.
       01 RUTA-LOGICO PIC X(20).
       01 RUTA-OBTENIDA PIC X(100).
       01 RUTA-PARAM-AJUSTE PIC X(100).
       01 RUTA-INDICES PIC X(100).
       01 RUTA-CLAUSULAS PIC X(100).
       01 RUTA-CONTRATOS PIC X(100).
       01 RUTA-TARIFAS-CLIENTE PIC X(100).
       01 RUTA-PENDIENTES PIC X(100).
       01 RUTA-AJUSTES-PRECIO PIC X(100).
       01 RUTA-AVISOS-AJUSTE PIC X(100).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM CARGAR-RUTAS.
           PERFORM VALIDAR-OPERADOR-CORRIDA.
           MOVE 'I' TO WS-OPCION-LOG.
           CALL 'REGISTRAR-CORRIDA' USING WS-OPCION-LOG,
               LOG-PROGRAMA-ID, LOG-CANT-ENTRADA, LOG-CANT-SALIDA,
               LOG-CANT-EXC.
           PERFORM LEER-PARAMETROS.
           PERFORM VERIFICAR-PENDIENTES.
           PERFORM CARGAR-INDICES.
           PERFORM CARGAR-CONTRATOS.
           PERFORM CARGAR-TARIFAS-CLIENTE.
           PERFORM ABRIR-ARCHIVOS.
           READ CLAUSULAS.
           PERFORM EVALUAR-CLAUSULA UNTIL FS-CLAUSULAS NOT = ZERO.
           CLOSE CLAUSULAS AJUSTES-PRECIO.
           PERFORM IMPRIMIR-AVISOS
               VARYING SUB-PRO FROM 1 BY 1
               UNTIL SUB-PRO > CANT-PROPUESTAS.
           PERFORM CERRAR-ARCHIVOS.
           IF CANT-PROPUESTAS > ZERO
               PERFORM ESTACIONAR-AJUSTE.
           DISPLAY "CLAUSULAS LEIDAS: " CANT-CLAUSULAS.
           DISPLAY "SIN AJUSTE EN EL MES: " CANT-NO-VENCIDAS.
           DISPLAY "CONTRATOS AJUSTADOS: " CANT-AJ-CONTRATOS.
           DISPLAY "TARIFAS NEGOCIADAS AJUSTADAS: " CANT-AJ-TARIFAS.
           DISPLAY "CLAUSULAS VENCIDAS NO AJUSTADAS: " CANT-OMITIDAS.
           IF CANT-PROPUESTAS > ZERO
               DISPLAY "AJUSTE ESTACIONADO PARA APROBACION: LOS "
                   "AVISOS SE ENVIAN UNA VEZ APROBADO".
           MOVE CANT-CLAUSULAS TO LOG-CANT-ENTRADA.
           MOVE CANT-PROPUESTAS TO LOG-CANT-SALIDA.
           MOVE CANT-OMITIDAS TO LOG-CANT-EXC.
           MOVE 'F' TO WS-OPCION-LOG.
           CALL 'REGISTRAR-CORRIDA' USING WS-OPCION-LOG,
               LOG-PROGRAMA-ID, LOG-CANT-ENTRADA, LOG-CANT-SALIDA,
               LOG-CANT-EXC.
           STOP RUN.

       LEER-PARAMETROS.
           OPEN INPUT PARAM-AJUSTE.
           IF FS-PARAMETROS NOT = ZERO
               DISPLAY "ERROR AL ABRIR PARAM AJUSTE FS: "
                   FS-PARAMETROS
               STOP RUN.
           READ PARAM-AJUSTE.
           IF FS-PARAMETROS NOT = ZERO
               DISPLAY "ERROR AL LEER PARAM AJUSTE FS: "
                   FS-PARAMETROS
               STOP RUN.
           CLOSE PARAM-AJUSTE.
           MOVE PARAM-MES-AJUSTE TO MES-CALC.
           IF PARAM-MES-AJUSTE NOT NUMERIC
               OR MES-CALC-MM < 1 OR MES-CALC-MM > 12
               DISPLAY "MES DE AJUSTE INVALIDO: " PARAM-REG
               STOP RUN.
           PERFORM MES-A-ABSOLUTO.
           MOVE MES-ABSOLUTO TO ABS-AJUSTE.
           COMPUTE VIGENCIA-AJUSTE = PARAM-MES-AJUSTE * 100 + 1.

      * Un solo ajuste puede esperar decision a la vez: su detalle
      * ocupa AJUSTES-PRECIO y otro lo pisaria.
       VERIFICAR-PENDIENTES.
           OPEN INPUT MOVTOS-PENDIENTES.
           IF FS-PENDIENTES NOT = ZERO AND '35'
               DISPLAY "ERROR AL ABRIR MOVTOS PENDIENTES FS: "
                   FS-PENDIENTES
               STOP RUN.
           IF FS-PENDIENTES = ZERO
               READ MOVTOS-PENDIENTES
               PERFORM EVALUAR-PENDIENTE
                   UNTIL FS-PENDIENTES NOT = ZERO
               CLOSE MOVTOS-PENDIENTES.
           IF AJUSTE-PENDIENTE
               DISPLAY "EL AJUSTE DE " MES-PENDIENTE " ESPERA "
                   "APROBACION: DECIDIRLO ANTES DE PROPONER OTRO"
               STOP RUN.
           IF CANT-PENDIENTES >= 100
               DISPLAY "PENDIENTES DE APROBACION COMPLETOS (100): "
                   "EL AJUSTE NO SE PUEDE ESTACIONAR"
               STOP RUN.

       EVALUAR-PENDIENTE.
           ADD 1 TO CANT-PENDIENTES.
           IF PEN-MAESTRO = 'AJUSTE-PREC'
               MOVE 'S' TO SW-AJUSTE-PENDIENTE
               MOVE PEN-CLAVE TO MES-PENDIENTE.
           READ MOVTOS-PENDIENTES.

       CARGAR-INDICES.
           OPEN INPUT INDICES.
           IF FS-INDICES NOT = ZERO
               DISPLAY "ERROR AL ABRIR INDICES FS: " FS-INDICES
               STOP RUN.
           READ INDICES.
           PERFORM CARGAR-UN-INDICE
               UNTIL FS-INDICES NOT = ZERO OR CANT-INDICES >= 600.
           CLOSE INDICES.

       CARGAR-UN-INDICE.
           ADD 1 TO CANT-INDICES.
           MOVE IND-CODIGO TO TAB-IND-CODIGO(CANT-INDICES).
           MOVE IND-MES TO TAB-IND-MES(CANT-INDICES).
           MOVE IND-VALOR TO TAB-IND-VALOR(CANT-INDICES).
           READ INDICES.

      * Los maestros de contratos y tarifas negociadas pueden no
      * existir: las clausulas que los nombran se informan sin valor.
       CARGAR-CONTRATOS.
           OPEN INPUT CONTRATOS.
           IF FS-CONTRATOS NOT = ZERO AND '35'
               DISPLAY "ERROR AL ABRIR CONTRATOS FS: " FS-CONTRATOS
               STOP RUN.
           IF FS-CONTRATOS = ZERO
               READ CONTRATOS
               PERFORM CARGAR-UN-CONTRATO
                   UNTIL FS-CONTRATOS NOT = ZERO
                   OR CANT-CONTRATOS >= 200
               CLOSE CONTRATOS.

       CARGAR-UN-CONTRATO.
           ADD 1 TO CANT-CONTRATOS.
           MOVE CON-EMPRESA TO TAB-CON-EMPRESA(CANT-CONTRATOS).
           MOVE CON-PERIODO-DESDE TO TAB-CON-DESDE(CANT-CONTRATOS).
           MOVE CON-PERIODO-HASTA TO TAB-CON-HASTA(CANT-CONTRATOS).
           MOVE CON-HORAS-MENSUALES TO TAB-CON-HORAS(CANT-CONTRATOS).
           MOVE CON-IMPORTE-MENSUAL
               TO TAB-CON-IMPORTE(CANT-CONTRATOS).
           READ CONTRATOS.

       CARGAR-TARIFAS-CLIENTE.
           OPEN INPUT TARIFAS-CLIENTE.
           IF FS-TAR-CLIENTE NOT = ZERO AND '35'
               DISPLAY "ERROR AL ABRIR TARIFAS CLIENTE FS: "
                   FS-TAR-CLIENTE
               STOP RUN.
           IF FS-TAR-CLIENTE = ZERO
               READ TARIFAS-CLIENTE
               PERFORM CARGAR-UNA-TARIFA-CLIENTE
                   UNTIL FS-TAR-CLIENTE NOT = ZERO
                   OR CANT-TARIFAS-CLIENTE >= 300
               CLOSE TARIFAS-CLIENTE.

       CARGAR-UNA-TARIFA-CLIENTE.
           ADD 1 TO CANT-TARIFAS-CLIENTE.
           MOVE TCL-EMPRESA TO TAB-TCL-EMPRESA(CANT-TARIFAS-CLIENTE).
           MOVE TCL-SRT TO TAB-TCL-SRT(CANT-TARIFAS-CLIENTE).
           MOVE TCL-TIPO TO TAB-TCL-TIPO(CANT-TARIFAS-CLIENTE).
           MOVE TCL-VIGENCIA TO TAB-TCL-VIGENCIA(CANT-TARIFAS-CLIENTE).
           MOVE TCL-TARIFA TO TAB-TCL-TARIFA(CANT-TARIFAS-CLIENTE).
           READ TARIFAS-CLIENTE.

       ABRIR-ARCHIVOS.
           OPEN INPUT CLAUSULAS.
           IF FS-CLAUSULAS NOT = ZERO
               DISPLAY "ERROR AL ABRIR CLAUSULAS FS: " FS-CLAUSULAS
               STOP RUN.
           OPEN OUTPUT AJUSTES-PRECIO.
           IF FS-AJUSTES NOT = ZERO
               DISPLAY "ERROR AL ABRIR AJUSTES PRECIO FS: " FS-AJUSTES
               STOP RUN.
           OPEN OUTPUT AVISOS-AJUSTE.
           IF FS-AVISOS NOT = ZERO
               DISPLAY "ERROR AL ABRIR AVISOS AJUSTE FS: " FS-AVISOS
               STOP RUN.
           MOVE 'A' TO WS-OPCION-EMPRESA.
           CALL 'OBTENER-EMPRESA' USING WS-OPCION-EMPRESA,
               EMP-CODIGO-AUX, EMP-CUIT-AUX, EMP-RAZON-AUX,
               EMP-DIRE-AUX, EMP-TEL-AUX, EMP-MAIL-AUX.

      ******************************************************************
      * La clausula vence en los meses base + n * frecuencia. La
      * variacion es la del indice entre el mes anterior al ajuste y
      * el mes anterior al ajuste previo (el ultimo publicado en cada
      * momento).
       EVALUAR-CLAUSULA.
           ADD 1 TO CANT-CLAUSULAS.
           MOVE CLA-MES-BASE TO MES-CALC.
           PERFORM MES-A-ABSOLUTO.
           MOVE MES-ABSOLUTO TO ABS-BASE.
           COMPUTE MESES-TRANSCURRIDOS = ABS-AJUSTE - ABS-BASE.
           MOVE 1 TO RESTO-CICLO.
           IF CLA-FRECUENCIA NUMERIC AND CLA-FRECUENCIA > ZERO
               AND MESES-TRANSCURRIDOS > ZERO
               DIVIDE MESES-TRANSCURRIDOS BY CLA-FRECUENCIA
                   GIVING CICLOS-CUMPLIDOS REMAINDER RESTO-CICLO.
           IF RESTO-CICLO NOT = ZERO
               ADD 1 TO CANT-NO-VENCIDAS
           ELSE
               PERFORM CALCULAR-VARIACION.
           READ CLAUSULAS.

       CALCULAR-VARIACION.
           COMPUTE MES-ABSOLUTO = ABS-AJUSTE - 1.
           PERFORM ABSOLUTO-A-MES.
           MOVE MES-CALC TO MES-IND-NUEVO.
           COMPUTE MES-ABSOLUTO = ABS-AJUSTE - 1 - CLA-FRECUENCIA.
           PERFORM ABSOLUTO-A-MES.
           MOVE MES-CALC TO MES-IND-ANT.
           MOVE CLA-INDICE TO CODIGO-BUSCADO.
           MOVE MES-IND-NUEVO TO MES-BUSCADO.
           PERFORM BUSCAR-VALOR-INDICE.
           MOVE VALOR-HALLADO TO VALOR-IND-NUEVO.
           MOVE MES-IND-ANT TO MES-BUSCADO.
           PERFORM BUSCAR-VALOR-INDICE.
           MOVE VALOR-HALLADO TO VALOR-IND-ANT.
           IF VALOR-IND-NUEVO = ZERO OR VALOR-IND-ANT = ZERO
               DISPLAY "FALTA EL INDICE " CLA-INDICE " DE " MES-IND-ANT
                   " O " MES-IND-NUEVO ": EMPRESA " CLA-EMPRESA
                   " SIN AJUSTAR"
               ADD 1 TO CANT-OMITIDAS
           ELSE
               COMPUTE VARIACION-PORC ROUNDED =
                   (VALOR-IND-NUEVO - VALOR-IND-ANT) * 100
                   / VALOR-IND-ANT
               EVALUATE TRUE
                   WHEN CLA-DE-CONTRATO
                       PERFORM AJUSTAR-CONTRATO
                   WHEN CLA-DE-TARIFA
                       PERFORM AJUSTAR-TARIFA-CLIENTE
                   WHEN OTHER
                       DISPLAY "CLAUSULA CON OBJETO INVALIDO: "
                           CLA-OBJETO " EMPRESA " CLA-EMPRESA
                       ADD 1 TO CANT-OMITIDAS
               END-EVALUATE.

       BUSCAR-VALOR-INDICE.
           MOVE ZERO TO VALOR-HALLADO.
           PERFORM COMPARAR-VALOR-INDICE
               VARYING SUB-IND FROM 1 BY 1
               UNTIL SUB-IND > CANT-INDICES
               OR VALOR-HALLADO NOT = ZERO.

       COMPARAR-VALOR-INDICE.
           IF TAB-IND-CODIGO(SUB-IND) = CODIGO-BUSCADO
               AND TAB-IND-MES(SUB-IND) = MES-BUSCADO
               MOVE TAB-IND-VALOR(SUB-IND) TO VALOR-HALLADO.

      * El contrato que cubre el mes de ajuste; si ya arranca ese mes
      * es que el ajuste se aplico (o se cargo a mano) y no se repite.
       AJUSTAR-CONTRATO.
           MOVE ZERO TO IND-CON-ACT.
           PERFORM UBICAR-CONTRATO
               VARYING SUB-CON FROM 1 BY 1
               UNTIL SUB-CON > CANT-CONTRATOS
               OR IND-CON-ACT NOT = ZERO.
           IF IND-CON-ACT = ZERO
               DISPLAY "EMPRESA " CLA-EMPRESA " SIN CONTRATO VIGENTE "
                   "EN " PARAM-MES-AJUSTE ": CLAUSULA SIN AJUSTAR"
               ADD 1 TO CANT-OMITIDAS
           ELSE
           IF TAB-CON-DESDE(IND-CON-ACT) = PARAM-MES-AJUSTE
               DISPLAY "CONTRATO DE LA EMPRESA " CLA-EMPRESA
                   " YA TIENE VALOR DESDE " PARAM-MES-AJUSTE
               ADD 1 TO CANT-OMITIDAS
           ELSE
               MOVE TAB-CON-IMPORTE(IND-CON-ACT) TO VALOR-ANTERIOR
               COMPUTE VALOR-NUEVO ROUNDED = VALOR-ANTERIOR
                   * VALOR-IND-NUEVO / VALOR-IND-ANT
               PERFORM ARMAR-AJUSTE
               MOVE TAB-CON-DESDE(IND-CON-ACT) TO AJP-CON-DESDE
               MOVE TAB-CON-HASTA(IND-CON-ACT) TO AJP-CON-HASTA
               MOVE TAB-CON-HORAS(IND-CON-ACT) TO AJP-CON-HORAS
               PERFORM GRABAR-AJUSTE
               ADD 1 TO CANT-AJ-CONTRATOS.

       UBICAR-CONTRATO.
           IF TAB-CON-EMPRESA(SUB-CON) = CLA-EMPRESA
               AND PARAM-MES-AJUSTE >= TAB-CON-DESDE(SUB-CON)
               AND PARAM-MES-AJUSTE <= TAB-CON-HASTA(SUB-CON)
               MOVE SUB-CON TO IND-CON-ACT.

      * La tarifa vigente al dia anterior al ajuste; una fila con
      * vigencia desde el ajuste en adelante quiere decir que ya hay
      * un valor nuevo cargado.
       AJUSTAR-TARIFA-CLIENTE.
           MOVE ZERO TO VIGENCIA-TCL-ELEGIDA TARIFA-TCL-ELEGIDA.
           MOVE 'N' TO SW-TCL-POSTERIOR.
           PERFORM EVALUAR-TARIFA-CLIENTE
               VARYING SUB-TCL FROM 1 BY 1
               UNTIL SUB-TCL > CANT-TARIFAS-CLIENTE.
           IF VIGENCIA-TCL-ELEGIDA = ZERO
               DISPLAY "EMPRESA " CLA-EMPRESA " SIN TARIFA NEGOCIADA "
                   CLA-SRT "/" CLA-TIPO ": CLAUSULA SIN AJUSTAR"
               ADD 1 TO CANT-OMITIDAS
           ELSE
           IF TCL-POSTERIOR
               DISPLAY "TARIFA " CLA-SRT "/" CLA-TIPO " DE LA EMPRESA "
                   CLA-EMPRESA " YA TIENE VALOR DESDE "
                   PARAM-MES-AJUSTE
               ADD 1 TO CANT-OMITIDAS
           ELSE
               MOVE TARIFA-TCL-ELEGIDA TO VALOR-ANTERIOR
               COMPUTE VALOR-NUEVO ROUNDED = VALOR-ANTERIOR
                   * VALOR-IND-NUEVO / VALOR-IND-ANT
               IF VALOR-NUEVO > 99999,99
                   DISPLAY "TARIFA " CLA-SRT "/" CLA-TIPO
                       " DE LA EMPRESA " CLA-EMPRESA
                       " AJUSTADA EXCEDE EL MAXIMO: SIN AJUSTAR"
                   ADD 1 TO CANT-OMITIDAS
               ELSE
                   PERFORM ARMAR-AJUSTE
                   MOVE VIGENCIA-TCL-ELEGIDA TO AJP-TCL-VIGENCIA-ANT
                   PERFORM GRABAR-AJUSTE
                   ADD 1 TO CANT-AJ-TARIFAS.

       EVALUAR-TARIFA-CLIENTE.
           IF TAB-TCL-EMPRESA(SUB-TCL) = CLA-EMPRESA
               AND TAB-TCL-SRT(SUB-TCL) = CLA-SRT
               AND TAB-TCL-TIPO(SUB-TCL) = CLA-TIPO
               IF TAB-TCL-VIGENCIA(SUB-TCL) >= VIGENCIA-AJUSTE
                   MOVE 'S' TO SW-TCL-POSTERIOR
               ELSE
                   IF TAB-TCL-VIGENCIA(SUB-TCL) > VIGENCIA-TCL-ELEGIDA
                       MOVE TAB-TCL-VIGENCIA(SUB-TCL)
                           TO VIGENCIA-TCL-ELEGIDA
                       MOVE TAB-TCL-TARIFA(SUB-TCL)
                           TO TARIFA-TCL-ELEGIDA.

       ARMAR-AJUSTE.
           MOVE PARAM-MES-AJUSTE TO AJP-MES.
           MOVE CLA-OBJETO TO AJP-OBJETO.
           MOVE CLA-EMPRESA TO AJP-EMPRESA.
           MOVE CLA-SRT TO AJP-SRT.
           MOVE CLA-TIPO TO AJP-TIPO.
           MOVE CLA-INDICE TO AJP-INDICE.
           MOVE MES-IND-ANT TO AJP-MES-IND-ANT.
           MOVE VALOR-IND-ANT TO AJP-IND-ANT.
           MOVE MES-IND-NUEVO TO AJP-MES-IND-NUEVO.
           MOVE VALOR-IND-NUEVO TO AJP-IND-NUEVO.
           MOVE VALOR-ANTERIOR TO AJP-VALOR-ANT.
           MOVE VALOR-NUEVO TO AJP-VALOR-NUEVO.
           MOVE ZERO TO AJP-CON-DESDE AJP-CON-HASTA AJP-CON-HORAS
               AJP-TCL-VIGENCIA-ANT.

       GRABAR-AJUSTE.
           IF CANT-PROPUESTAS >= 500
               DISPLAY "MAS DE 500 VALORES A AJUSTAR: AJUSTE "
                   "CANCELADO"
               STOP RUN.
           WRITE AJP-REG.
           ADD 1 TO CANT-PROPUESTAS.
           MOVE CLA-EMPRESA TO TAB-PRO-EMPRESA(CANT-PROPUESTAS).
           MOVE CLA-OBJETO TO TAB-PRO-OBJETO(CANT-PROPUESTAS).
           MOVE CLA-SRT TO TAB-PRO-SRT(CANT-PROPUESTAS).
           MOVE CLA-TIPO TO TAB-PRO-TIPO(CANT-PROPUESTAS).
           MOVE CLA-INDICE TO TAB-PRO-INDICE(CANT-PROPUESTAS).
           MOVE MES-IND-ANT TO TAB-PRO-MES-ANT(CANT-PROPUESTAS).
           MOVE MES-IND-NUEVO TO TAB-PRO-MES-NUEVO(CANT-PROPUESTAS).
           MOVE VARIACION-PORC TO TAB-PRO-VARIACION(CANT-PROPUESTAS).
           MOVE VALOR-ANTERIOR TO TAB-PRO-VALOR-ANT(CANT-PROPUESTAS).
           MOVE VALOR-NUEVO TO TAB-PRO-VALOR-NUEVO(CANT-PROPUESTAS).
           MOVE 'N' TO TAB-PRO-AVISADA(CANT-PROPUESTAS).

       MES-A-ABSOLUTO.
           COMPUTE MES-ABSOLUTO = MES-CALC-AAAA * 12 + MES-CALC-MM - 1.

       ABSOLUTO-A-MES.
           DIVIDE MES-ABSOLUTO BY 12 GIVING MES-CALC-AAAA
               REMAINDER RESTO-MES.
           COMPUTE MES-CALC-MM = RESTO-MES + 1.

      ******************************************************************
      * Un aviso por cliente con todos sus valores ajustados: la
      * primera propuesta sin avisar de cada empresa arma el aviso
      * entero.
       IMPRIMIR-AVISOS.
           IF TAB-PRO-AVISADA(SUB-PRO) = 'N'
               MOVE TAB-PRO-EMPRESA(SUB-PRO) TO EMPRESA-AVISO
               PERFORM IMPRIMIR-CABECERA-AVISO
               PERFORM IMPRIMIR-FILA-AVISO
                   VARYING SUB-AVI FROM SUB-PRO BY 1
                   UNTIL SUB-AVI > CANT-PROPUESTAS
               WRITE AVI-LINEA FROM LINEA-GUION
               MOVE SPACES TO AVI-LINEA
               WRITE AVI-LINEA.

       IMPRIMIR-CABECERA-AVISO.
           MOVE EMPRESA-AVISO TO EMP-CODIGO-AUX.
           MOVE ZERO TO EMP-CUIT-AUX.
           MOVE SPACES TO EMP-RAZON-AUX.
           MOVE 'B' TO WS-OPCION-EMPRESA.
           CALL 'OBTENER-EMPRESA' USING WS-OPCION-EMPRESA,
               EMP-CODIGO-AUX, EMP-CUIT-AUX, EMP-RAZON-AUX,
               EMP-DIRE-AUX, EMP-TEL-AUX, EMP-MAIL-AUX.
           MOVE EMPRESA-AVISO TO AVI-CLI-CODIGO.
           MOVE EMP-RAZON-AUX TO AVI-CLI-RAZON.
           MOVE EMP-CUIT-AUX TO AVI-CLI-CUIT.
           MOVE PARAM-MES-AJUSTE TO MES-CALC.
           MOVE MES-CALC-MM TO AVI-VIG-MM.
           MOVE MES-CALC-AAAA TO AVI-VIG-AAAA.
           WRITE AVI-LINEA FROM AVI-TITULO.
           WRITE AVI-LINEA FROM AVI-CLIENTE.
           WRITE AVI-LINEA FROM AVI-VIGENCIA.
           WRITE AVI-LINEA FROM AVI-HEADER.
           WRITE AVI-LINEA FROM LINEA-GUION.

       IMPRIMIR-FILA-AVISO.
           IF TAB-PRO-EMPRESA(SUB-AVI) = EMPRESA-AVISO
               IF TAB-PRO-OBJETO(SUB-AVI) = 'C'
                   MOVE 'Abono mensual' TO AVI-FIL-CONCEPTO
                   MOVE SPACES TO AVI-FIL-SRT AVI-FIL-BARRA
                       AVI-FIL-TIPO
               ELSE
                   MOVE 'Tarifa hora' TO AVI-FIL-CONCEPTO
                   MOVE TAB-PRO-SRT(SUB-AVI) TO AVI-FIL-SRT
                   MOVE '/' TO AVI-FIL-BARRA
                   MOVE TAB-PRO-TIPO(SUB-AVI) TO AVI-FIL-TIPO
               END-IF
               MOVE TAB-PRO-INDICE(SUB-AVI) TO AVI-FIL-INDICE
               MOVE TAB-PRO-MES-ANT(SUB-AVI) TO AVI-FIL-MES-ANT
               MOVE TAB-PRO-MES-NUEVO(SUB-AVI) TO AVI-FIL-MES-NUEVO
               MOVE TAB-PRO-VARIACION(SUB-AVI) TO AVI-FIL-VARIACION
               MOVE TAB-PRO-VALOR-ANT(SUB-AVI) TO AVI-FIL-VALOR-ANT
               MOVE TAB-PRO-VALOR-NUEVO(SUB-AVI)
                   TO AVI-FIL-VALOR-NUEVO
               WRITE AVI-LINEA FROM AVI-FILA
               MOVE 'S' TO TAB-PRO-AVISADA(SUB-AVI).

       CERRAR-ARCHIVOS.
           CLOSE AVISOS-AJUSTE.
           MOVE 'C' TO WS-OPCION-EMPRESA.
           CALL 'OBTENER-EMPRESA' USING WS-OPCION-EMPRESA,
               EMP-CODIGO-AUX, EMP-CUIT-AUX, EMP-RAZON-AUX,
               EMP-DIRE-AUX, EMP-TEL-AUX, EMP-MAIL-AUX.

       ESTACIONAR-AJUSTE.
           OPEN EXTEND MOVTOS-PENDIENTES.
           IF FS-PENDIENTES = '35'
               OPEN OUTPUT MOVTOS-PENDIENTES.
           IF FS-PENDIENTES NOT = ZERO
               DISPLAY "ERROR AL ABRIR MOVTOS PENDIENTES FS: "
                   FS-PENDIENTES
               STOP RUN.
           MOVE PARAM-MES-AJUSTE TO MAJ-MES.
           MOVE CANT-AJ-CONTRATOS TO MAJ-CANT-CONTRATOS.
           MOVE CANT-AJ-TARIFAS TO MAJ-CANT-TARIFAS.
           MOVE 'AJUSTE-PREC' TO PEN-MAESTRO.
           MOVE FUNCTION CURRENT-DATE(1:8) TO PEN-FECHA.
           MOVE FUNCTION CURRENT-DATE(9:6) TO PEN-HORA.
           MOVE 'M' TO PEN-TIPO-MOV.
           MOVE PARAM-MES-AJUSTE TO PEN-CLAVE.
           MOVE MOV-AJUSTE TO PEN-MOVIMIENTO.
           MOVE OPERADOR-CORRIDA TO PEN-OPERADOR.
           WRITE PEN-REG.
           CLOSE MOVTOS-PENDIENTES.

      * Sin autorizacion la corrida no arranca: el motivo ya quedo
      * en pantalla y en la bitacora de accesos.
       VALIDAR-OPERADOR-CORRIDA.
           MOVE 'P' TO WS-OPCION-OPERADOR.
           CALL 'VALIDAR-OPERADOR' USING WS-OPCION-OPERADOR,
               OPERADOR-PROGRAMA, OPERADOR-OBJETO, OPERADOR-CLAVE,
               OPERADOR-CORRIDA, OPERADOR-CARGA, OPERADOR-RESULTADO.
           IF OPERADOR-RESULTADO NOT = 'S'
               STOP RUN.


      * Resuelve todas las rutas de este programa contra rutas.dat;
      * una entrada ausente corta la corrida nombrando el logico
      * que falta.
       CARGAR-RUTAS.
           MOVE 'SEC-PARAMAJUSTE' TO RUTA-LOGICO.
           PERFORM OBTENER-UNA-RUTA.
           MOVE RUTA-OBTENIDA TO RUTA-PARAM-AJUSTE.
           MOVE 'COMP-INDICES' TO RUTA-LOGICO.
           PERFORM OBTENER-UNA-RUTA.
           MOVE RUTA-OBTENIDA TO RUTA-INDICES.
           MOVE 'COMP-CLAUSULASAJUSTE' TO RUTA-LOGICO.
           PERFORM OBTENER-UNA-RUTA.
           MOVE RUTA-OBTENIDA TO RUTA-CLAUSULAS.
           MOVE 'COMP-CONTRATOS' TO RUTA-LOGICO.
           PERFORM OBTENER-UNA-RUTA.
           MOVE RUTA-OBTENIDA TO RUTA-CONTRATOS.
           MOVE 'COMP-TARIFASCLIENTE' TO RUTA-LOGICO.
           PERFORM OBTENER-UNA-RUTA.
           MOVE RUTA-OBTENIDA TO RUTA-TARIFAS-CLIENTE.
           MOVE 'COMP-MOVPENDIENTES' TO RUTA-LOGICO.
           PERFORM OBTENER-UNA-RUTA.
           MOVE RUTA-OBTENIDA TO RUTA-PENDIENTES.
           MOVE 'COMP-AJUSTESPRECIO' TO RUTA-LOGICO.
           PERFORM OBTENER-UNA-RUTA.
           MOVE RUTA-OBTENIDA TO RUTA-AJUSTES-PRECIO.
           MOVE 'SEC-AVISOSAJUSTE' TO RUTA-LOGICO.
           PERFORM OBTENER-UNA-RUTA.
           MOVE RUTA-OBTENIDA TO RUTA-AVISOS-AJUSTE.

       OBTENER-UNA-RUTA.
           CALL 'OBTENER-RUTA' USING RUTA-LOGICO, RUTA-OBTENIDA,
               FS-RUTA.
           IF FS-RUTA NOT = '00'
               DISPLAY "RUTA NO CONFIGURADA PARA " RUTA-LOGICO
               STOP RUN.

       END PROGRAM AJUSTAR-PRECIOS.
