      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. IMPRIMIR-PRESUPUESTOS.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Numero de presupuesto a imprimir; en cero (o sin archivo) se
      * imprimen todos los borradores y enviados.
           SELECT PARAM-PRESUPUESTO ASSIGN TO RUTA-PARAM-PRESUPUESTO
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS FS-PARAMETROS.

      * Maestro de presupuestos (ver MANTENER-PRESUPUESTOS): cada
      * cabecera seguida de sus renglones. Solo se lee.
           SELECT PRESUPUESTOS ASSIGN TO RUTA-PRESUPUESTOS
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS FS-PRESUPUESTOS.

      * La tasa de IVA sale de la condicion de la empresa (o de la
      * del prospecto), igual que en la factura.
           SELECT IVA-CONDICIONES ASSIGN TO RUTA-IVA-CONDICIONES
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS FS-IVA.

           SELECT EMPRESAS     ASSIGN TO RUTA-EMPRESAS
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS RANDOM
                               RECORD KEY IS EMP-COD
                               ALTERNATE RECORD KEY IS EMP-CUIT
                               FILE STATUS IS FS-EMPRESAS.

      * Presupuestos a entregar a las empresas y prospectos.
           SELECT PRESUPUESTOS-IMPRESOS ASSIGN TO RUTA-IMPRESOS
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS FS-IMPRESOS.

       DATA DIVISION.
       FILE SECTION.
       FD PARAM-PRESUPUESTO LABEL RECORD IS STANDARD.
       01 PARAM-REG.
           03 PARAM-NUMERO PIC 9(6).

       FD PRESUPUESTOS LABEL RECORD IS STANDARD.
       01 PRE-REG.
           03 PRE-NUMERO PIC 9(6).
           03 PRE-TIPO-REG PIC X(1).
               88 PRE-ES-CABECERA VALUE 'C'.
               88 PRE-ES-LINEA VALUE 'L'.
           03 PRE-EMPRESA PIC 9(3).
           03 PRE-PROSPECTO PIC X(25).
           03 PRE-CONDICION PIC X(1).
           03 PRE-MES-DESDE PIC 9(6).
           03 PRE-MES-HASTA PIC 9(6).
           03 PRE-FECHA-ALTA PIC 9(8).
           03 PRE-FECHA-VALIDEZ PIC 9(8).
           03 PRE-ESTADO PIC X(1).
           03 PRE-FECHA-ESTADO PIC 9(8).
           03 PRE-OPERADOR PIC X(10).
       01 PRE-LINEA.
           03 FILLER PIC X(7).
           03 LIN-RENGLON PIC 9(2).
           03 LIN-SRT PIC X(2).
           03 LIN-TIPO PIC 99.
           03 LIN-HORAS PIC 9(4)V99.
           03 LIN-TARIFA PIC 9(5)V99.
           03 LIN-ORIGEN PIC X(1).
           03 LIN-VIGENCIA PIC 9(8).
           03 LIN-CONSULTOR PIC X(5).

       FD IVA-CONDICIONES LABEL RECORD IS STANDARD.
       01 IVA-REG.
           03 IVA-CONDICION PIC X(1).
           03 IVA-TASA      PIC 9(2)V99.

       FD EMPRESAS LABEL RECORD IS STANDARD.
       01 EMP-REG.
           03 EMP-COD  PIC 9(3).
           03 EMP-RAZ  PIC X(25).
           03 EMP-DIR  PIC X(20).
           03 EMP-TEL  PIC X(20).
           03 EMP-CUIT PIC 9(11).
           03 EMP-MAIL PIC X(30).
           03 EMP-CONDICION PIC X(1).
           03 EMP-MONEDA PIC X(3).
           03 EMP-MODALIDAD PIC X(1).
           03 EMP-FACT-POR-TAREA PIC X(1).

       FD PRESUPUESTOS-IMPRESOS LABEL RECORD IS STANDARD.
       01 LINEA-PRESUPUESTO PIC X(80).

       WORKING-STORAGE SECTION.

       77 FS-PARAMETROS   PIC XX.
       77 FS-PRESUPUESTOS PIC XX.
       77 FS-IVA          PIC XX.
       77 FS-EMPRESAS     PIC XX.
       77 FS-IMPRESOS     PIC XX.

       01 NUMERO-PEDIDO PIC 9(6) VALUE ZERO.
       01 FECHA-HOY PIC 9(8).

       01 TABLA-TASAS-IVA.
           03 FILA-TASA-IVA OCCURS 10 TIMES.
               05 TAB-IVA-CONDICION PIC X(1).
               05 TAB-IVA-TASA      PIC 9(2)V99.
       01 CANT-TASAS-IVA PIC 9(2) VALUE ZERO.
       01 SUB-IVA PIC 9(2).
       01 TASA-IVA-ACTUAL PIC 9(2)V99.
       01 CONDICION-ACTUAL PIC X(1).

       01 SW-IMPRIMIENDO PIC X VALUE 'N'.
           88 IMPRIMIENDO VALUE 'S'.

       01 MES-CALC PIC 9(6).
       01 MES-CALC-R REDEFINES MES-CALC.
           03 MES-CALC-AAAA PIC 9(4).
           03 MES-CALC-MM   PIC 9(2).
       01 MESES-PERIODO PIC 9(4).

       01 IMPORTE-RENGLON PIC 9(9)V99.
       01 TOTAL-HORAS PIC 9(6)V99.
       01 TOTAL-NETO PIC 9(11)V99.
       01 TOTAL-IVA PIC 9(11)V99.
       01 TOTAL-MENSUAL PIC 9(11)V99.
       01 TOTAL-PERIODO PIC 9(13)V99.

       01 CANT-IMPRESOS PIC 9(5) VALUE ZERO.

       01 LINEA-VACIA PIC X(80) VALUE SPACES.
       01 LINEA-GUION PIC X(80) VALUE ALL "-".

       01 REP-LINEA1.
           02 FILLER PIC X(8) VALUE 'Fecha: '.
           02 REP-LINEA1-FECHA-DD PIC 9(2).
           02 FILLER PIC X(1) VALUE '/'.
           02 REP-LINEA1-FECHA-MM PIC 9(2).
           02 FILLER PIC X(1) VALUE '/'.
           02 REP-LINEA1-FECHA-AAAA PIC 9(4).

       01 REP-PRE-TITULO.
           02 FILLER PIC X(26) VALUE SPACES.
           02 FILLER PIC X(28) VALUE 'Presupuesto de Servicios'.
           02 FILLER PIC X(26) VALUE SPACES.

       01 REP-NRO-PRESUPUESTO.
           02 FILLER PIC X(17) VALUE 'Presupuesto Nro: '.
           02 REP-PRE-NUMERO PIC 9(6).
           02 FILLER PIC X(10) VALUE '  Estado: '.
           02 REP-PRE-ESTADO PIC X(10).

       01 REP-RAZON-EMP.
           02 FILLER PIC X(9) VALUE 'Cliente: '.
           02 REP-RAZON PIC X(25).
           02 FILLER PIC X(46) VALUE SPACES.

       01 REP-CUIT-EMP.
           02 FILLER PIC X(6) VALUE 'Cuit: '.
           02 REP-NRO-CUIT PIC 9(11) VALUE ZERO.
           02 FILLER PIC X(63) VALUE SPACES.

       01 REP-PERIODO.
           02 FILLER PIC X(24) VALUE 'Periodo del servicio: '.
           02 REP-PER-DESDE-MM PIC 9(2).
           02 FILLER PIC X VALUE '/'.
           02 REP-PER-DESDE-AAAA PIC 9(4).
           02 FILLER PIC X(3) VALUE ' a '.
           02 REP-PER-HASTA-MM PIC 9(2).
           02 FILLER PIC X VALUE '/'.
           02 REP-PER-HASTA-AAAA PIC 9(4).

       01 REP-FECHAS-PRESUPUESTO.
           02 FILLER PIC X(10) VALUE 'Emision: '.
           02 REP-PRE-EMI-DD PIC 9(2).
           02 FILLER PIC X VALUE '/'.
           02 REP-PRE-EMI-MM PIC 9(2).
           02 FILLER PIC X VALUE '/'.
           02 REP-PRE-EMI-AAAA PIC 9(4).
           02 FILLER PIC X(16) VALUE '  Valido hasta: '.
           02 REP-PRE-VAL-DD PIC 9(2).
           02 FILLER PIC X VALUE '/'.
           02 REP-PRE-VAL-MM PIC 9(2).
           02 FILLER PIC X VALUE '/'.
           02 REP-PRE-VAL-AAAA PIC 9(4).

       01 REP-TITULOS-RENGLON.
           02 FILLER PIC X(5) VALUE 'Rgl'.
           02 FILLER PIC X(11) VALUE 'Categoria'.
           02 FILLER PIC X(6) VALUE 'Tipo'.
           02 FILLER PIC X(12) VALUE ' Horas/mes'.
           02 FILLER PIC X(12) VALUE '   Tarifa'.
           02 FILLER PIC X(16) VALUE '  Importe/mes'.
           02 FILLER PIC X(10) VALUE ' Tarifa de'.

       01 REP-RENGLON.
           02 REP-LIN-RENGLON PIC Z9.
           02 FILLER PIC X(3) VALUE SPACES.
           02 REP-LIN-SRT PIC X(2).
           02 FILLER PIC X(9) VALUE SPACES.
           02 REP-LIN-TIPO PIC 99.
           02 FILLER PIC X(4) VALUE SPACES.
           02 REP-LIN-HORAS PIC Z(3)9,99.
           02 FILLER PIC X(3) VALUE SPACES.
           02 REP-LIN-TARIFA PIC Z(4)9,99.
           02 FILLER PIC X(3) VALUE SPACES.
           02 REP-LIN-IMPORTE PIC Z(8)9,99.
           02 FILLER PIC X(3) VALUE SPACES.
           02 REP-LIN-ORIGEN PIC X(10).

       01 REP-TOTALES-HORAS.
           02 FILLER PIC X(34) VALUE 'Horas mensuales estimadas'.
           02 REP-TOTAL-HORAS PIC Z(5)9,99.

       01 REP-TOTALES-NETO.
           02 FILLER PIC X(19) VALUE 'Abono mensual neto'.
           02 FILLER PIC X(39) VALUE SPACES.
           02 REP-TOTAL-NETO PIC Z(8)9,99.

       01 REP-TOTALES-IVA.
           02 FILLER PIC X(4) VALUE 'IVA '.
           02 REP-IVA-TASA PIC Z9,99.
           02 FILLER PIC X(1) VALUE '%'.
           02 FILLER PIC X(48) VALUE SPACES.
           02 REP-TOTAL-IVA PIC Z(8)9,99.

       01 REP-TOTALES-MENSUAL.
           02 FILLER PIC X(21) VALUE 'Total mensual con IVA'.
           02 FILLER PIC X(37) VALUE SPACES.
           02 REP-TOTAL-MENSUAL PIC Z(8)9,99.

       01 REP-TOTALES-PERIODO.
           02 FILLER PIC X(22) VALUE 'Total del periodo con '.
           02 FILLER PIC X(8) VALUE 'IVA por '.
           02 REP-MESES PIC ZZZ9.
           02 FILLER PIC X(6) VALUE ' meses'.
           02 FILLER PIC X(16) VALUE SPACES.
           02 REP-TOTAL-PERIODO PIC Z(10)9,99.


      * Bitacora central de corridas (ver REGISTRAR-CORRIDA): 'I' al
      * arrancar y 'F' con los contadores al terminar normalmente;
      * una corrida abortada no llega a anotar su 'F' y el resumen
      * diario la muestra como anormal.
       01 WS-OPCION-LOG PIC X.
       01 LOG-PROGRAMA-ID PIC X(12) VALUE 'IMPR-PRESUP'.
       01 LOG-CANT-ENTRADA PIC 9(7) VALUE ZERO.
       01 LOG-CANT-SALIDA PIC 9(7) VALUE ZERO.
       01 LOG-CANT-EXC PIC 9(5) VALUE ZERO.


      * Rutas fisicas de los archivos, resueltas al arrancar desde
      * rutas.dat via OBTENER-RUTA: mover el sistema o armar un
      * ambiente de prueba es cuestion de editar ese archivo.
       77 FS-RUTA PIC XX.
       01 RUTA-LOGICO PIC X(20).
       01 RUTA-OBTENIDA PIC X(100).
       01 RUTA-PARAM-PRESUPUESTO PIC X(100).
       01 RUTA-PRESUPUESTOS PIC X(100).
       01 RUTA-IVA-CONDICIONES PIC X(100).
       01 RUTA-EMPRESAS PIC X(100).
       01 RUTA-IMPRESOS PIC X(100).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM CARGAR-RUTAS.
           MOVE 'I' TO WS-OPCION-LOG.
           CALL 'REGISTRAR-CORRIDA' USING WS-OPCION-LOG,
               LOG-PROGRAMA-ID, LOG-CANT-ENTRADA, LOG-CANT-SALIDA,
               LOG-CANT-EXC.
           MOVE FUNCTION CURRENT-DATE(1:8) TO FECHA-HOY.
           PERFORM LEER-PARAMETROS.
           PERFORM CARGAR-TASAS-IVA.
           PERFORM ABRIR-ARCHIVOS.
           READ PRESUPUESTOS.
           PERFORM PROCESAR-REGISTRO UNTIL FS-PRESUPUESTOS NOT = ZERO.
           IF IMPRIMIENDO
               PERFORM IMPRIMIR-TOTALES.
           CLOSE PRESUPUESTOS EMPRESAS PRESUPUESTOS-IMPRESOS.
           DISPLAY "PRESUPUESTOS IMPRESOS: " CANT-IMPRESOS.
           IF NUMERO-PEDIDO NOT = ZERO AND CANT-IMPRESOS = ZERO
               DISPLAY "NO EXISTE EL PRESUPUESTO " NUMERO-PEDIDO.
           MOVE CANT-IMPRESOS TO LOG-CANT-SALIDA.
           MOVE 'F' TO WS-OPCION-LOG.
           CALL 'REGISTRAR-CORRIDA' USING WS-OPCION-LOG,
               LOG-PROGRAMA-ID, LOG-CANT-ENTRADA, LOG-CANT-SALIDA,
               LOG-CANT-EXC.
           STOP RUN.

       LEER-PARAMETROS.
           OPEN INPUT PARAM-PRESUPUESTO.
           IF FS-PARAMETROS NOT = ZERO AND '35'
               DISPLAY "ERROR AL ABRIR PARAM PRESUPUESTO FS: "
                   FS-PARAMETROS
               STOP RUN.
           IF FS-PARAMETROS = ZERO
               READ PARAM-PRESUPUESTO
               IF FS-PARAMETROS = ZERO AND PARAM-NUMERO NUMERIC
                   MOVE PARAM-NUMERO TO NUMERO-PEDIDO
               END-IF
               CLOSE PARAM-PRESUPUESTO.

       CARGAR-TASAS-IVA.
           OPEN INPUT IVA-CONDICIONES.
           IF FS-IVA = ZERO
               READ IVA-CONDICIONES
               PERFORM CARGAR-UNA-TASA
                   UNTIL FS-IVA NOT = ZERO OR CANT-TASAS-IVA >= 10
               CLOSE IVA-CONDICIONES.

       CARGAR-UNA-TASA.
           ADD 1 TO CANT-TASAS-IVA.
           MOVE IVA-CONDICION TO TAB-IVA-CONDICION(CANT-TASAS-IVA).
           MOVE IVA-TASA TO TAB-IVA-TASA(CANT-TASAS-IVA).
           READ IVA-CONDICIONES.

       ABRIR-ARCHIVOS.
           OPEN INPUT PRESUPUESTOS.
           IF FS-PRESUPUESTOS NOT = ZERO
               DISPLAY "ERROR AL ABRIR PRESUPUESTOS FS: "
                   FS-PRESUPUESTOS
               STOP RUN.
           OPEN INPUT EMPRESAS.
           IF FS-EMPRESAS NOT = ZERO
               DISPLAY "ERROR AL ABRIR EMPRESAS FS: " FS-EMPRESAS
               STOP RUN.
           OPEN OUTPUT PRESUPUESTOS-IMPRESOS.
           IF FS-IMPRESOS NOT = ZERO
               DISPLAY "ERROR AL ABRIR PRESUPUESTOS IMPRESOS FS: "
                   FS-IMPRESOS
               STOP RUN.

      ******************************************************************
      * El maestro viene con cada cabecera seguida de sus renglones:
      * la cabecera cierra los totales del presupuesto anterior y abre
      * el siguiente si corresponde imprimirlo.
       PROCESAR-REGISTRO.
           ADD 1 TO LOG-CANT-ENTRADA.
           IF PRE-ES-CABECERA
               IF IMPRIMIENDO
                   PERFORM IMPRIMIR-TOTALES
               END-IF
               MOVE 'N' TO SW-IMPRIMIENDO
               IF (NUMERO-PEDIDO = ZERO
                   AND (PRE-ESTADO = 'B' OR PRE-ESTADO = 'E'))
                   OR (NUMERO-PEDIDO NOT = ZERO
                   AND PRE-NUMERO = NUMERO-PEDIDO)
                   PERFORM IMPRIMIR-CABECERA.
           IF PRE-ES-LINEA AND IMPRIMIENDO
               PERFORM IMPRIMIR-RENGLON.
           READ PRESUPUESTOS.

      * Empresa del maestro: razon social, CUIT y condicion de IVA de
      * ahi; prospecto: su nombre y la condicion cargada. Una
      * condicion sin tasa cargada queda en cero (exenta).
       IMPRIMIR-CABECERA.
           MOVE 'S' TO SW-IMPRIMIENDO.
           ADD 1 TO CANT-IMPRESOS.
           MOVE ZERO TO TOTAL-HORAS TOTAL-NETO.
           MOVE PRE-PROSPECTO TO REP-RAZON.
           MOVE ZERO TO REP-NRO-CUIT.
           MOVE PRE-CONDICION TO CONDICION-ACTUAL.
           IF PRE-EMPRESA NOT = ZERO
               MOVE PRE-EMPRESA TO EMP-COD
               READ EMPRESAS RECORD KEY IS EMP-COD
               IF FS-EMPRESAS = ZERO
                   MOVE EMP-RAZ TO REP-RAZON
                   MOVE EMP-CUIT TO REP-NRO-CUIT
                   MOVE EMP-CONDICION TO CONDICION-ACTUAL
               ELSE
                   DISPLAY "EMPRESA " PRE-EMPRESA " DEL PRESUPUESTO "
                       PRE-NUMERO " INEXISTENTE: SE IMPRIME CON LOS "
                       "DATOS CARGADOS"
                   ADD 1 TO LOG-CANT-EXC.
           MOVE ZERO TO TASA-IVA-ACTUAL.
           PERFORM COMPARAR-TASA-IVA
               VARYING SUB-IVA FROM 1 BY 1
               UNTIL SUB-IVA > CANT-TASAS-IVA.
           MOVE FECHA-HOY(7:2) TO REP-LINEA1-FECHA-DD.
           MOVE FECHA-HOY(5:2) TO REP-LINEA1-FECHA-MM.
           MOVE FECHA-HOY(1:4) TO REP-LINEA1-FECHA-AAAA.
           WRITE LINEA-PRESUPUESTO FROM REP-LINEA1.
           WRITE LINEA-PRESUPUESTO FROM LINEA-VACIA.
           WRITE LINEA-PRESUPUESTO FROM REP-PRE-TITULO.
           MOVE PRE-NUMERO TO REP-PRE-NUMERO.
           EVALUATE PRE-ESTADO
               WHEN 'B'
                   MOVE 'BORRADOR' TO REP-PRE-ESTADO
               WHEN 'E'
                   MOVE 'ENVIADO' TO REP-PRE-ESTADO
               WHEN 'A'
                   MOVE 'ACEPTADO' TO REP-PRE-ESTADO
               WHEN 'P'
                   MOVE 'PERDIDO' TO REP-PRE-ESTADO
               WHEN OTHER
                   MOVE PRE-ESTADO TO REP-PRE-ESTADO
           END-EVALUATE.
           WRITE LINEA-PRESUPUESTO FROM REP-NRO-PRESUPUESTO.
           WRITE LINEA-PRESUPUESTO FROM REP-RAZON-EMP.
           IF REP-NRO-CUIT NOT = ZERO
               WRITE LINEA-PRESUPUESTO FROM REP-CUIT-EMP.
           MOVE PRE-FECHA-ALTA(7:2) TO REP-PRE-EMI-DD.
           MOVE PRE-FECHA-ALTA(5:2) TO REP-PRE-EMI-MM.
           MOVE PRE-FECHA-ALTA(1:4) TO REP-PRE-EMI-AAAA.
           MOVE PRE-FECHA-VALIDEZ(7:2) TO REP-PRE-VAL-DD.
           MOVE PRE-FECHA-VALIDEZ(5:2) TO REP-PRE-VAL-MM.
           MOVE PRE-FECHA-VALIDEZ(1:4) TO REP-PRE-VAL-AAAA.
           WRITE LINEA-PRESUPUESTO FROM REP-FECHAS-PRESUPUESTO.
           MOVE PRE-MES-DESDE TO MES-CALC.
           MOVE MES-CALC-MM TO REP-PER-DESDE-MM.
           MOVE MES-CALC-AAAA TO REP-PER-DESDE-AAAA.
           COMPUTE MESES-PERIODO = 1 - MES-CALC-AAAA * 12 - MES-CALC-MM.
           MOVE PRE-MES-HASTA TO MES-CALC.
           MOVE MES-CALC-MM TO REP-PER-HASTA-MM.
           MOVE MES-CALC-AAAA TO REP-PER-HASTA-AAAA.
           COMPUTE MESES-PERIODO = MESES-PERIODO
               + MES-CALC-AAAA * 12 + MES-CALC-MM.
           WRITE LINEA-PRESUPUESTO FROM REP-PERIODO.
           WRITE LINEA-PRESUPUESTO FROM LINEA-GUION.
           WRITE LINEA-PRESUPUESTO FROM REP-TITULOS-RENGLON.

       COMPARAR-TASA-IVA.
           IF TAB-IVA-CONDICION(SUB-IVA) = CONDICION-ACTUAL
               MOVE TAB-IVA-TASA(SUB-IVA) TO TASA-IVA-ACTUAL.

       IMPRIMIR-RENGLON.
           COMPUTE IMPORTE-RENGLON ROUNDED = LIN-HORAS * LIN-TARIFA.
           ADD LIN-HORAS TO TOTAL-HORAS.
           ADD IMPORTE-RENGLON TO TOTAL-NETO.
           MOVE LIN-RENGLON TO REP-LIN-RENGLON.
           MOVE LIN-SRT TO REP-LIN-SRT.
           MOVE LIN-TIPO TO REP-LIN-TIPO.
           MOVE LIN-HORAS TO REP-LIN-HORAS.
           MOVE LIN-TARIFA TO REP-LIN-TARIFA.
           MOVE IMPORTE-RENGLON TO REP-LIN-IMPORTE.
           EVALUATE LIN-ORIGEN
               WHEN 'M'
                   MOVE 'LISTA' TO REP-LIN-ORIGEN
               WHEN 'C'
                   MOVE 'CONVENIDA' TO REP-LIN-ORIGEN
               WHEN OTHER
                   MOVE 'ESPECIAL' TO REP-LIN-ORIGEN
           END-EVALUATE.
           WRITE LINEA-PRESUPUESTO FROM REP-RENGLON.

      * El IVA se calcula sobre el abono mensual; el total del
      * periodo es el mensual con IVA por la cantidad de meses.
       IMPRIMIR-TOTALES.
           COMPUTE TOTAL-IVA ROUNDED =
               TOTAL-NETO * TASA-IVA-ACTUAL / 100.
           COMPUTE TOTAL-MENSUAL = TOTAL-NETO + TOTAL-IVA.
           COMPUTE TOTAL-PERIODO = TOTAL-MENSUAL * MESES-PERIODO.
           WRITE LINEA-PRESUPUESTO FROM LINEA-GUION.
           MOVE TOTAL-HORAS TO REP-TOTAL-HORAS.
           WRITE LINEA-PRESUPUESTO FROM REP-TOTALES-HORAS.
           MOVE TOTAL-NETO TO REP-TOTAL-NETO.
           WRITE LINEA-PRESUPUESTO FROM REP-TOTALES-NETO.
           MOVE TASA-IVA-ACTUAL TO REP-IVA-TASA.
           MOVE TOTAL-IVA TO REP-TOTAL-IVA.
           WRITE LINEA-PRESUPUESTO FROM REP-TOTALES-IVA.
           MOVE TOTAL-MENSUAL TO REP-TOTAL-MENSUAL.
           WRITE LINEA-PRESUPUESTO FROM REP-TOTALES-MENSUAL.
           MOVE MESES-PERIODO TO REP-MESES.
           MOVE TOTAL-PERIODO TO REP-TOTAL-PERIODO.
           WRITE LINEA-PRESUPUESTO FROM REP-TOTALES-PERIODO.
           WRITE LINEA-PRESUPUESTO FROM LINEA-VACIA.


      * Resuelve todas las rutas de este programa contra rutas.dat;
      * una entrada ausente corta la corrida nombrando el logico
      * que falta.
       CARGAR-RUTAS.
           MOVE 'SEC-PARAMPRESUP' TO RUTA-LOGICO.
           PERFORM OBTENER-UNA-RUTA.
           MOVE RUTA-OBTENIDA TO RUTA-PARAM-PRESUPUESTO.
           MOVE 'COMP-PRESUPUESTOS' TO RUTA-LOGICO.
           PERFORM OBTENER-UNA-RUTA.
           MOVE RUTA-OBTENIDA TO RUTA-PRESUPUESTOS.
           MOVE 'SEC-TASASIVA' TO RUTA-LOGICO.
           PERFORM OBTENER-UNA-RUTA.
           MOVE RUTA-OBTENIDA TO RUTA-IVA-CONDICIONES.
           MOVE 'IDX-EMPRESAS' TO RUTA-LOGICO.
           PERFORM OBTENER-UNA-RUTA.
           MOVE RUTA-OBTENIDA TO RUTA-EMPRESAS.
           MOVE 'SEC-PRESUPIMPRESOS' TO RUTA-LOGICO.
           PERFORM OBTENER-UNA-RUTA.
           MOVE RUTA-OBTENIDA TO RUTA-IMPRESOS.

       OBTENER-UNA-RUTA.
           CALL 'OBTENER-RUTA' USING RUTA-LOGICO, RUTA-OBTENIDA,
               FS-RUTA.
           IF FS-RUTA NOT = '00'
               DISPLAY "RUTA NO CONFIGURADA PARA " RUTA-LOGICO
               STOP RUN.

       END PROGRAM IMPRIMIR-PRESUPUESTOS.
