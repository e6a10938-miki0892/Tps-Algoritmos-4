      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ASIENTOS-CONTABLES.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Periodo AAAAMM a contabilizar.
           SELECT PARAM-ASIENTOS ASSIGN TO RUTA-PARAM-ASIENTOS
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS FS-PARAMETROS.

      * Plan de cuentas: cada concepto que generan los asientos
      * (ventas, IVA debito, deudores, cada retencion, honorarios,
      * banco...) apunta a una cuenta del paquete contable.
           SELECT PLAN-CUENTAS ASSIGN TO RUTA-PLAN-CUENTAS
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS FS-PLAN.

           SELECT REGISTRO-FACTURAS ASSIGN TO RUTA-REGISTRO-FACTURAS
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS DYNAMIC
                               RECORD KEY IS RFA-NUMERO
                               ALTERNATE RECORD KEY IS RFA-CUIT
                               WITH DUPLICATES
                               FILE STATUS IS FS-REGISTRO.

      * Lo que COBRANZAS aplico y lo que los clientes nos retuvieron.
           SELECT PAGOS-APLICADOS ASSIGN TO RUTA-PAGOS-APLICADOS
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS FS-APLICADOS.

           SELECT RETENCIONES  ASSIGN TO RUTA-RETENCIONES
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS FS-RETENCIONES.

      * Cartera de cheques de terceros (la alimenta COBRANZAS) y la
      * historia de sus acreditaciones y rechazos
      * (MOVIMIENTOS-CHEQUES).
           SELECT CARTERA-CHEQUES ASSIGN TO RUTA-CARTERA
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS FS-CARTERA.

           SELECT HISTORIA-CHEQUES ASSIGN TO RUTA-HISTORIA
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS FS-HISTORIA.

      * Honorarios liquidados por LIQUIDAR-HONORARIOS.
           SELECT REGISTRO-LIQ ASSIGN TO RUTA-REGISTRO-LIQ
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS FS-REGISTRO-LIQ.

      * Provision del cierre por empresa (PROVISION-CIERRE).
           SELECT PROVISION-CONTABLE ASSIGN TO RUTA-PROVISION-CONTABLE
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS FS-PROVISION.

      * Asientos para el paquete contable: un registro por renglon,
      * los renglones de un asiento con el mismo numero.
           SELECT ASIENTOS     ASSIGN TO RUTA-ASIENTOS
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS FS-ASIENTOS.

      * Sumas y saldos por cuenta de lo generado, mas los asientos
      * rechazados por no balancear o por concepto sin cuenta.
           SELECT SUMAS-SALDOS ASSIGN TO RUTA-SUMAS-SALDOS
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS FS-SUMAS.

       DATA DIVISION.
       FILE SECTION.

       FD PARAM-ASIENTOS LABEL RECORD IS STANDARD.
       01 PARAM-REG.
           03 PARAM-PERIODO PIC 9(6).

       FD PLAN-CUENTAS LABEL RECORD IS STANDARD.
       01 PLC-REG.
           03 PLC-CONCEPTO    PIC X(10).
           03 PLC-CUENTA      PIC X(12).
           03 PLC-DESCRIPCION PIC X(30).

       FD REGISTRO-FACTURAS LABEL RECORD IS STANDARD.
       01 RFA-REG.
           03 RFA-NUMERO        PIC 9(8).
           03 RFA-CUIT          PIC 9(11).
           03 RFA-FECHA-EMISION PIC 9(8).
           03 RFA-FECHA-VTO     PIC 9(8).
           03 RFA-FECHA-DESDE   PIC 9(8).
           03 RFA-FECHA-HASTA   PIC 9(8).
           03 RFA-IMPORTE       PIC 9(9)V99.
           03 RFA-IVA           PIC 9(9)V99.
           03 RFA-IMPORTE-BRUTO PIC 9(9)V99.
           03 RFA-TIPO-DOC      PIC X(1).
           03 RFA-DOC-REF       PIC 9(8).
           03 RFA-MONEDA        PIC X(3).
           03 RFA-IMPORTE-MON   PIC 9(9)V99.
           03 RFA-CAE           PIC 9(14).
           03 RFA-CAE-VTO       PIC 9(8).
           03 RFA-TASA-IVA      PIC 9(2)V99.
           03 RFA-IMP-ABONO     PIC 9(9)V99.
           03 RFA-IMP-EXCESO    PIC 9(9)V99.
           03 RFA-BONIFICACION  PIC 9(9)V99.
           03 RFA-TAREA         PIC X(4).
           03 RFA-COBRADO       PIC 9(9)V99.
           03 RFA-AJUSTE-NOTAS  PIC S9(9)V99.
      * Percepcion de Ingresos Brutos practicada en el documento: la
      * jurisdiccion y la alicuota del padron vigente a la emision; el
      * importe ya esta sumado en RFA-IMPORTE-BRUTO.
           03 RFA-IIBB-JURIS    PIC 9(3).
           03 RFA-IIBB-ALICUOTA PIC 9(2)V99.
           03 RFA-PERCEPCION    PIC 9(9)V99.

       FD PAGOS-APLICADOS LABEL RECORD IS STANDARD.
       01 APL-REG.
           03 APL-FACTURA PIC 9(8).
           03 APL-FECHA   PIC 9(8).
           03 APL-IMPORTE PIC 9(9)V99.
           03 APL-MEDIO   PIC X(10).
           03 APL-MARCA   PIC X(8).

       FD RETENCIONES LABEL RECORD IS STANDARD.
       01 RET-REG.
           03 RET-CUIT     PIC 9(11).
           03 RET-FACTURA  PIC 9(8).
           03 RET-FECHA    PIC 9(8).
           03 RET-IMPUESTO PIC X(3).
           03 RET-IMPORTE  PIC 9(9)V99.

       FD CARTERA-CHEQUES LABEL RECORD IS STANDARD.
       01 CHQ-REG.
           03 CHQ-BANCO          PIC 9(3).
           03 CHQ-NUMERO         PIC 9(8).
           03 CHQ-LIBRADOR       PIC X(30).
           03 CHQ-CUIT           PIC 9(11).
           03 CHQ-IMPORTE        PIC 9(9)V99.
           03 CHQ-FECHA-RECEPCION PIC 9(8).
           03 CHQ-FECHA-COBRO    PIC 9(8).
           03 CHQ-RECIBO         PIC 9(8).
           03 CHQ-ESTADO         PIC X(1).
           03 CHQ-FECHA-ESTADO   PIC 9(8).
           03 CHQ-GASTOS         PIC 9(7)V99.

       FD HISTORIA-CHEQUES LABEL RECORD IS STANDARD.
       01 HCH-REG.
           03 HCH-FECHA   PIC 9(8).
           03 HCH-TIPO    PIC X(1).
           03 HCH-BANCO   PIC 9(3).
           03 HCH-NUMERO  PIC 9(8).
           03 HCH-CUIT    PIC 9(11).
           03 HCH-IMPORTE PIC 9(9)V99.
           03 HCH-REVERTIDO PIC 9(9)V99.
           03 HCH-GASTOS  PIC 9(7)V99.
           03 HCH-NOTA    PIC 9(8).
           03 HCH-MOTIVO  PIC X(20).

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

       FD PROVISION-CONTABLE LABEL RECORD IS STANDARD.
       01 PVC-REG.
           03 PVC-PERIODO PIC 9(6).
           03 PVC-CUIT    PIC 9(11).
           03 PVC-IMPORTE PIC S9(11)V99.

       FD ASIENTOS LABEL RECORD IS STANDARD.
       01 ASI-REG.
           03 ASI-PERIODO     PIC 9(6).
           03 ASI-NUMERO      PIC 9(6).
           03 ASI-FECHA       PIC 9(8).
           03 ASI-RENGLON     PIC 9(2).
           03 ASI-CUENTA      PIC X(12).
           03 ASI-DEBE        PIC 9(11)V99.
           03 ASI-HABER       PIC 9(11)V99.
      * FAC/NC/ND/NDI documentos, COB cobranza, RET retencion sufrida,
      * HON honorarios liquidados, PRV provision del cierre, CHQ
      * cheques de terceros.
           03 ASI-ORIGEN      PIC X(3).
           03 ASI-COMPROBANTE PIC X(12).
           03 ASI-LEYENDA     PIC X(30).

       FD SUMAS-SALDOS LABEL RECORD IS STANDARD.
       01 SUM-LINEA PIC X(100).

       WORKING-STORAGE SECTION.

       77 FS-PARAMETROS   PIC XX.
       77 FS-PLAN         PIC XX.
       77 FS-REGISTRO     PIC XX.
       77 FS-APLICADOS    PIC XX.
       77 FS-RETENCIONES  PIC XX.
       77 FS-CARTERA      PIC XX.
       77 FS-HISTORIA     PIC XX.
       77 FS-REGISTRO-LIQ PIC XX.
       77 FS-PROVISION    PIC XX.
       77 FS-ASIENTOS     PIC XX.
       77 FS-SUMAS        PIC XX.

       01 TABLA-PLAN.
           03 FILA-PLAN OCCURS 50 TIMES.
               05 TAB-PLC-CONCEPTO    PIC X(10).
               05 TAB-PLC-CUENTA      PIC X(12).
               05 TAB-PLC-DESCRIPCION PIC X(30).
       01 CANT-PLAN PIC 9(2) VALUE ZERO.
       01 SUB-PLC PIC 9(2).
       01 IND-PLC-ACT PIC 9(2).

      * Asiento en armado: se valida completo antes de grabar el
      * primer renglon.
       01 TABLA-RENGLONES.
           03 FILA-RENGLON OCCURS 10 TIMES.
               05 TAB-REN-CONCEPTO PIC X(10).
               05 TAB-REN-CUENTA   PIC X(12).
               05 TAB-REN-DEBE     PIC 9(11)V99.
               05 TAB-REN-HABER    PIC 9(11)V99.
       01 CANT-RENGLONES PIC 9(2) VALUE ZERO.
       01 SUB-REN PIC 9(2).
       01 ASIENTO-FECHA       PIC 9(8).
       01 ASIENTO-ORIGEN      PIC X(3).
       01 ASIENTO-COMPROBANTE PIC X(12).
       01 ASIENTO-LEYENDA     PIC X(30).
       01 TOTAL-DEBE-ASIENTO  PIC 9(12)V99.
       01 TOTAL-HABER-ASIENTO PIC 9(12)V99.
       01 MOTIVO-RECHAZO      PIC X(30).
       01 CONCEPTO-RENGLON    PIC X(10).
       01 IMPORTE-RENGLON     PIC 9(11)V99.

       01 MOTIVO-SIN-CUENTA.
           03 FILLER PIC X(16) VALUE 'SIN CUENTA PARA '.
           03 MOT-CONCEPTO PIC X(10).
           03 FILLER PIC X(4) VALUE SPACES.

      * El impuesto de la retencion (GAN, IB, IVA) arma el concepto.
       01 CONCEPTO-RETENCION.
           03 FILLER PIC X(4) VALUE 'RET-'.
           03 CR-IMPUESTO PIC X(3).
           03 FILLER PIC X(3) VALUE SPACES.

      * Sumas por cuenta de lo efectivamente grabado.
       01 TABLA-SUMAS.
           03 FILA-SUMA OCCURS 50 TIMES.
               05 TAB-SUM-CUENTA      PIC X(12).
               05 TAB-SUM-DESCRIPCION PIC X(30).
               05 TAB-SUM-DEBE        PIC 9(12)V99.
               05 TAB-SUM-HABER       PIC 9(12)V99.
       01 CANT-SUMAS PIC 9(2) VALUE ZERO.
       01 SUB-SUM PIC 9(2).
       01 IND-SUM-ACT PIC 9(2).

       01 TABLA-RECHAZADOS.
           03 FILA-RECHAZADO OCCURS 200 TIMES.
               05 TAB-RCH-ORIGEN      PIC X(3).
               05 TAB-RCH-COMPROBANTE PIC X(12).
               05 TAB-RCH-FECHA       PIC 9(8).
               05 TAB-RCH-DEBE        PIC 9(12)V99.
               05 TAB-RCH-HABER       PIC 9(12)V99.
               05 TAB-RCH-MOTIVO      PIC X(30).
       01 SUB-RCH PIC 9(3).

       01 NUMERO-ASIENTO PIC 9(6) VALUE ZERO.
       01 CANT-RENGLONES-GRABADOS PIC 9(7) VALUE ZERO.
       01 CANT-RECHAZADOS PIC 9(5) VALUE ZERO.
       01 CANT-LEIDOS PIC 9(7) VALUE ZERO.
       01 TOTAL-DEBE PIC 9(13)V99 VALUE ZERO.
       01 TOTAL-HABER PIC 9(13)V99 VALUE ZERO.
       01 SALDO-CUENTA PIC S9(13)V99.

       01 IMPORTE-NETO-DOC  PIC 9(9)V99.
       01 IVA-DOC           PIC 9(9)V99.
       01 PERCEPCION-DOC    PIC 9(9)V99.
       01 TOTAL-DOC         PIC 9(9)V99.
       01 RETENCION-HON     PIC 9(9)V99.
       01 REINTEGRO-HON     PIC 9(9)V99.

       01 COMPROBANTE-CHEQUE.
           03 CCH-BANCO  PIC 9(3).
           03 FILLER     PIC X VALUE '-'.
           03 CCH-NUMERO PIC 9(8).

      * Fecha de cierre del periodo para el asiento de provision.
       01 FECHA-CIERRE PIC 9(8).
       01 DIAS-MES-VALORES PIC X(24) VALUE '312831303130313130313031'.
       01 DIAS-MES-TABLA REDEFINES DIAS-MES-VALORES.
           03 DIAS-MES PIC 99 OCCURS 12 TIMES.
       01 MES-CIERRE PIC 99.
       01 ANIO-CIERRE PIC 9(4).
       01 COCIENTE-AUX PIC 9(4).
       01 RESTO-AUX PIC 9(4).

       01 REP-TITULO.
           02 FILLER PIC X(40)
               VALUE 'Sumas y saldos de asientos del periodo '.
           02 REP-TIT-PERIODO PIC 9(6).

       01 REP-HEADER.
           02 FILLER PIC X(14) VALUE 'Cuenta'.
           02 FILLER PIC X(32) VALUE 'Descripcion'.
           02 FILLER PIC X(15) VALUE '           Debe'.
           02 FILLER PIC X(2) VALUE SPACES.
           02 FILLER PIC X(15) VALUE '          Haber'.
           02 FILLER PIC X(2) VALUE SPACES.
           02 FILLER PIC X(16) VALUE '           Saldo'.

       01 REP-FILA.
           02 REP-FIL-CUENTA PIC X(12).
           02 FILLER PIC X(2) VALUE SPACES.
           02 REP-FIL-DESCRIPCION PIC X(30).
           02 FILLER PIC X(2) VALUE SPACES.
           02 REP-FIL-DEBE PIC Z(11)9,99.
           02 FILLER PIC X(2) VALUE SPACES.
           02 REP-FIL-HABER PIC Z(11)9,99.
           02 FILLER PIC X(2) VALUE SPACES.
           02 REP-FIL-SALDO PIC -Z(11)9,99.

       01 REP-TOTAL.
           02 FILLER PIC X(46) VALUE 'Totales'.
           02 REP-TOT-DEBE PIC Z(11)9,99.
           02 FILLER PIC X(2) VALUE SPACES.
           02 REP-TOT-HABER PIC Z(11)9,99.

       01 REP-CANTIDADES.
           02 FILLER PIC X(20) VALUE 'Asientos grabados: '.
           02 REP-CANT-ASIENTOS PIC Z(5)9.
           02 FILLER PIC X(14) VALUE '  Renglones: '.
           02 REP-CANT-RENGLONES PIC Z(6)9.
           02 FILLER PIC X(15) VALUE '  Rechazados: '.
           02 REP-CANT-RECHAZADOS PIC Z(4)9.

       01 REP-TIT-RECHAZADOS.
           02 FILLER PIC X(26) VALUE 'Asientos rechazados'.
           02 FILLER PIC X(15) VALUE '           Debe'.
           02 FILLER PIC X(1) VALUE SPACES.
           02 FILLER PIC X(15) VALUE '          Haber'.
           02 FILLER PIC X(2) VALUE SPACES.
           02 FILLER PIC X(6) VALUE 'Motivo'.

       01 REP-RECHAZO.
           02 REP-RCH-ORIGEN PIC X(3).
           02 FILLER PIC X(1) VALUE SPACES.
           02 REP-RCH-COMPROBANTE PIC X(12).
           02 FILLER PIC X(1) VALUE SPACES.
           02 REP-RCH-FECHA PIC 9(8).
           02 FILLER PIC X(1) VALUE SPACES.
           02 REP-RCH-DEBE PIC Z(11)9,99.
           02 FILLER PIC X(1) VALUE SPACES.
           02 REP-RCH-HABER PIC Z(11)9,99.
           02 FILLER PIC X(2) VALUE SPACES.
           02 REP-RCH-MOTIVO PIC X(30).

       01 LINEA-GUION PIC X(100) VALUE ALL "-".
       01 LINEA-VACIA PIC X(80) VALUE SPACES.


      * Bitacora central de corridas (ver REGISTRAR-CORRIDA): 'I' al
      * arrancar y 'F' con los contadores al terminar normalmente;
      * una corrida abortada no llega a anotar su 'F' y el resumen
      * diario la muestra como anormal.
       01 WS-OPCION-LOG PIC X.
       01 LOG-PROGRAMA-ID PIC X(12) VALUE 'ASIENTOS-CON'.
       01 LOG-CANT-ENTRADA PIC 9(7) VALUE ZERO.
       01 LOG-CANT-SALIDA PIC 9(7) VALUE ZERO.
       01 LOG-CANT-EXC PIC 9(5) VALUE ZERO.


      * Rutas fisicas de los archivos, resueltas al arrancar desde
      * rutas.dat via OBTENER-RUTA: mover el sistema o armar un
      * ambiente de prueba es cuestion de editar ese archivo.
       77 FS-RUTA PIC XX.
       01 RUTA-LOGICO PIC X(20).
       01 RUTA-OBTENIDA PIC X(100).
       01 RUTA-PARAM-ASIENTOS PIC X(100).
       01 RUTA-PLAN-CUENTAS PIC X(100).
       01 RUTA-REGISTRO-FACTURAS PIC X(100).
       01 RUTA-PAGOS-APLICADOS PIC X(100).
       01 RUTA-RETENCIONES PIC X(100).
       01 RUTA-CARTERA PIC X(100).
       01 RUTA-HISTORIA PIC X(100).
       01 RUTA-REGISTRO-LIQ PIC X(100).
       01 RUTA-PROVISION-CONTABLE PIC X(100).
       01 RUTA-ASIENTOS PIC X(100).
       01 RUTA-SUMAS-SALDOS PIC X(100).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM CARGAR-RUTAS.
           MOVE 'I' TO WS-OPCION-LOG.
           CALL 'REGISTRAR-CORRIDA' USING WS-OPCION-LOG,
               LOG-PROGRAMA-ID, LOG-CANT-ENTRADA, LOG-CANT-SALIDA,
               LOG-CANT-EXC.
           PERFORM LEER-PARAMETROS.
           PERFORM CARGAR-PLAN-CUENTAS.
           PERFORM ABRIR-SALIDAS.
           PERFORM CONTABILIZAR-DOCUMENTOS.
           PERFORM CONTABILIZAR-COBRANZAS.
           PERFORM CONTABILIZAR-RETENCIONES.
           PERFORM CONTABILIZAR-CHEQUES.
           PERFORM CONTABILIZAR-HONORARIOS.
           PERFORM CONTABILIZAR-PROVISION.
           PERFORM IMPRIMIR-SUMAS-SALDOS.
           PERFORM IMPRIMIR-RECHAZADOS.
           CLOSE ASIENTOS SUMAS-SALDOS.
           DISPLAY "ASIENTOS GRABADOS: " NUMERO-ASIENTO
               "  RENGLONES: " CANT-RENGLONES-GRABADOS.
           DISPLAY "ASIENTOS RECHAZADOS: " CANT-RECHAZADOS.
           MOVE CANT-LEIDOS TO LOG-CANT-ENTRADA.
           MOVE CANT-RENGLONES-GRABADOS TO LOG-CANT-SALIDA.
           MOVE CANT-RECHAZADOS TO LOG-CANT-EXC.
           MOVE 'F' TO WS-OPCION-LOG.
           CALL 'REGISTRAR-CORRIDA' USING WS-OPCION-LOG,
               LOG-PROGRAMA-ID, LOG-CANT-ENTRADA, LOG-CANT-SALIDA,
               LOG-CANT-EXC.
           STOP RUN.

       LEER-PARAMETROS.
           OPEN INPUT PARAM-ASIENTOS.
           IF FS-PARAMETROS NOT = ZERO
               DISPLAY "ERROR AL ABRIR PARAM ASIENTOS FS: "
                   FS-PARAMETROS
               STOP RUN.
           READ PARAM-ASIENTOS.
           IF FS-PARAMETROS NOT = ZERO
               DISPLAY "ERROR AL LEER PARAM ASIENTOS FS: "
                   FS-PARAMETROS
               STOP RUN.
           CLOSE PARAM-ASIENTOS.
           PERFORM CALCULAR-FECHA-CIERRE.

      * Ultimo dia del mes del periodo (febrero de 29 en los anios
      * divisibles por 4).
       CALCULAR-FECHA-CIERRE.
           MOVE PARAM-PERIODO(1:4) TO ANIO-CIERRE.
           MOVE PARAM-PERIODO(5:2) TO MES-CIERRE.
           MOVE PARAM-PERIODO TO FECHA-CIERRE(1:6).
           IF MES-CIERRE < 1 OR MES-CIERRE > 12
               DISPLAY "PERIODO INVALIDO: " PARAM-PERIODO
               STOP RUN.
           MOVE DIAS-MES(MES-CIERRE) TO FECHA-CIERRE(7:2).
           IF MES-CIERRE = 2
               DIVIDE ANIO-CIERRE BY 4 GIVING COCIENTE-AUX
                   REMAINDER RESTO-AUX
               IF RESTO-AUX = ZERO
                   MOVE 29 TO FECHA-CIERRE(7:2).

       CARGAR-PLAN-CUENTAS.
           OPEN INPUT PLAN-CUENTAS.
           IF FS-PLAN NOT = ZERO
               DISPLAY "ERROR AL ABRIR PLAN DE CUENTAS FS: " FS-PLAN
               STOP RUN.
           READ PLAN-CUENTAS.
           PERFORM CARGAR-UNA-CUENTA UNTIL FS-PLAN NOT = ZERO.
           CLOSE PLAN-CUENTAS.
           IF CANT-PLAN = ZERO
               DISPLAY "PLAN DE CUENTAS VACIO"
               STOP RUN.

       CARGAR-UNA-CUENTA.
           IF CANT-PLAN >= 50
               DISPLAY "PLAN DE CUENTAS EXCEDE LAS 50 CUENTAS"
               STOP RUN.
           ADD 1 TO CANT-PLAN.
           MOVE PLC-CONCEPTO TO TAB-PLC-CONCEPTO(CANT-PLAN).
           MOVE PLC-CUENTA TO TAB-PLC-CUENTA(CANT-PLAN).
           MOVE PLC-DESCRIPCION TO TAB-PLC-DESCRIPCION(CANT-PLAN).
           READ PLAN-CUENTAS.

       ABRIR-SALIDAS.
           OPEN OUTPUT ASIENTOS.
           IF FS-ASIENTOS NOT = ZERO
               DISPLAY "ERROR AL ABRIR ASIENTOS FS: " FS-ASIENTOS
               STOP RUN.
           OPEN OUTPUT SUMAS-SALDOS.
           IF FS-SUMAS NOT = ZERO
               DISPLAY "ERROR AL ABRIR SUMAS Y SALDOS FS: " FS-SUMAS
               STOP RUN.

      ******************************************************************
      * Documentos emitidos en el periodo: la factura y la nota de
      * debito cargan deudores contra ventas e IVA; la nota de credito
      * los revierte; la nota de interes acredita intereses; el
      * castigo da de baja el deudor contra la perdida por
      * incobrables. La percepcion de Ingresos Brutos cobrada con el
      * documento es un pasivo a depositar a la jurisdiccion.
       CONTABILIZAR-DOCUMENTOS.
           OPEN INPUT REGISTRO-FACTURAS.
           IF FS-REGISTRO NOT = ZERO
               DISPLAY "ERROR AL ABRIR REGISTRO FACTURAS FS: "
                   FS-REGISTRO
               STOP RUN.
           READ REGISTRO-FACTURAS NEXT RECORD.
           PERFORM EVALUAR-DOCUMENTO UNTIL FS-REGISTRO NOT = ZERO.
           CLOSE REGISTRO-FACTURAS.

      * El pase de facturas a un plan de pago ('T' y sus cuotas 'Q')
      * es una reclasificacion dentro de DEUDORES: no genera asiento.
       EVALUAR-DOCUMENTO.
           ADD 1 TO CANT-LEIDOS.
           IF RFA-FECHA-EMISION(1:6) = PARAM-PERIODO
               AND RFA-TIPO-DOC NOT = 'T' AND NOT = 'Q'
               PERFORM CONTABILIZAR-UN-DOCUMENTO.
           READ REGISTRO-FACTURAS NEXT RECORD.

       CONTABILIZAR-UN-DOCUMENTO.
           PERFORM INICIAR-ASIENTO.
           MOVE RFA-FECHA-EMISION TO ASIENTO-FECHA.
           MOVE RFA-NUMERO TO ASIENTO-COMPROBANTE.
           MOVE RFA-IMPORTE TO IMPORTE-NETO-DOC.
           IF RFA-IVA NUMERIC
               MOVE RFA-IVA TO IVA-DOC
           ELSE
               MOVE ZERO TO IVA-DOC.
           IF RFA-PERCEPCION NUMERIC
               MOVE RFA-PERCEPCION TO PERCEPCION-DOC
           ELSE
               MOVE ZERO TO PERCEPCION-DOC.
           IF RFA-IMPORTE-BRUTO NUMERIC AND RFA-IMPORTE-BRUTO > ZERO
               MOVE RFA-IMPORTE-BRUTO TO TOTAL-DOC
           ELSE
               MOVE RFA-IMPORTE TO TOTAL-DOC.
           EVALUATE RFA-TIPO-DOC
               WHEN 'C'
                   MOVE 'NC' TO ASIENTO-ORIGEN
                   MOVE 'NOTA DE CREDITO' TO ASIENTO-LEYENDA
                   PERFORM ASENTAR-NOTA-CREDITO
               WHEN 'D'
                   MOVE 'ND' TO ASIENTO-ORIGEN
                   MOVE 'NOTA DE DEBITO' TO ASIENTO-LEYENDA
                   PERFORM ASENTAR-VENTA
               WHEN 'I'
                   MOVE 'NDI' TO ASIENTO-ORIGEN
                   MOVE 'NOTA DE DEBITO POR INTERESES'
                       TO ASIENTO-LEYENDA
                   PERFORM ASENTAR-INTERESES
               WHEN 'B'
                   MOVE 'CAS' TO ASIENTO-ORIGEN
                   MOVE 'CASTIGO POR INCOBRABLE' TO ASIENTO-LEYENDA
                   PERFORM ASENTAR-CASTIGO
               WHEN OTHER
                   MOVE 'FAC' TO ASIENTO-ORIGEN
                   MOVE 'FACTURA' TO ASIENTO-LEYENDA
                   PERFORM ASENTAR-VENTA
           END-EVALUATE.
           PERFORM CERRAR-ASIENTO.

       ASENTAR-VENTA.
           MOVE 'DEUDORES' TO CONCEPTO-RENGLON.
           MOVE TOTAL-DOC TO IMPORTE-RENGLON.
           PERFORM ANOTAR-DEBE.
           MOVE 'VENTAS' TO CONCEPTO-RENGLON.
           MOVE IMPORTE-NETO-DOC TO IMPORTE-RENGLON.
           PERFORM ANOTAR-HABER.
           MOVE 'IVA-DEBITO' TO CONCEPTO-RENGLON.
           MOVE IVA-DOC TO IMPORTE-RENGLON.
           PERFORM ANOTAR-HABER.
           MOVE 'PERC-IIBB' TO CONCEPTO-RENGLON.
           MOVE PERCEPCION-DOC TO IMPORTE-RENGLON.
           PERFORM ANOTAR-HABER.

       ASENTAR-NOTA-CREDITO.
           MOVE 'VENTAS' TO CONCEPTO-RENGLON.
           MOVE IMPORTE-NETO-DOC TO IMPORTE-RENGLON.
           PERFORM ANOTAR-DEBE.
           MOVE 'IVA-DEBITO' TO CONCEPTO-RENGLON.
           MOVE IVA-DOC TO IMPORTE-RENGLON.
           PERFORM ANOTAR-DEBE.
           MOVE 'PERC-IIBB' TO CONCEPTO-RENGLON.
           MOVE PERCEPCION-DOC TO IMPORTE-RENGLON.
           PERFORM ANOTAR-DEBE.
           MOVE 'DEUDORES' TO CONCEPTO-RENGLON.
           MOVE TOTAL-DOC TO IMPORTE-RENGLON.
           PERFORM ANOTAR-HABER.

       ASENTAR-INTERESES.
           MOVE 'DEUDORES' TO CONCEPTO-RENGLON.
           MOVE TOTAL-DOC TO IMPORTE-RENGLON.
           PERFORM ANOTAR-DEBE.
           MOVE 'INTERESES' TO CONCEPTO-RENGLON.
           MOVE IMPORTE-NETO-DOC TO IMPORTE-RENGLON.
           PERFORM ANOTAR-HABER.
           MOVE 'IVA-DEBITO' TO CONCEPTO-RENGLON.
           MOVE IVA-DOC TO IMPORTE-RENGLON.
           PERFORM ANOTAR-HABER.

       ASENTAR-CASTIGO.
           MOVE 'INCOBRABLE' TO CONCEPTO-RENGLON.
           MOVE TOTAL-DOC TO IMPORTE-RENGLON.
           PERFORM ANOTAR-DEBE.
           MOVE 'DEUDORES' TO CONCEPTO-RENGLON.
           PERFORM ANOTAR-HABER.

      ******************************************************************
      * Cada pago aplicado entra al banco por el total que cancela
      * (efectivo mas lo retenido, como lo graba COBRANZAS); las
      * retenciones pasan despues esa parte del banco a su cuenta.
      * El pago sobre una factura castigada ya no cancela deudores:
      * es un recupero de incobrables. La reversion por un cheque
      * rechazado se contabiliza con el rechazo, desde la historia de
      * la cartera.
       CONTABILIZAR-COBRANZAS.
           OPEN INPUT PAGOS-APLICADOS.
           IF FS-APLICADOS NOT = ZERO AND '35'
               DISPLAY "ERROR AL ABRIR PAGOS APLICADOS FS: "
                   FS-APLICADOS
               STOP RUN.
           IF FS-APLICADOS = ZERO
               READ PAGOS-APLICADOS
               PERFORM EVALUAR-PAGO-APLICADO
                   UNTIL FS-APLICADOS NOT = ZERO
               CLOSE PAGOS-APLICADOS.

       EVALUAR-PAGO-APLICADO.
           ADD 1 TO CANT-LEIDOS.
           IF APL-FECHA(1:6) = PARAM-PERIODO
               AND APL-MARCA NOT = 'RECHAZO'
               PERFORM INICIAR-ASIENTO
               MOVE APL-FECHA TO ASIENTO-FECHA
               MOVE 'COB' TO ASIENTO-ORIGEN
               MOVE APL-FACTURA TO ASIENTO-COMPROBANTE
               MOVE 'COBRANZA' TO ASIENTO-LEYENDA
               MOVE 'BANCO' TO CONCEPTO-RENGLON
               MOVE APL-IMPORTE TO IMPORTE-RENGLON
               PERFORM ANOTAR-DEBE
               IF APL-MARCA = 'RECUPERO'
                   MOVE 'RECUPERO' TO CONCEPTO-RENGLON
                   MOVE 'RECUPERO DE INCOBRABLE' TO ASIENTO-LEYENDA
               ELSE
                   MOVE 'DEUDORES' TO CONCEPTO-RENGLON
               END-IF
               PERFORM ANOTAR-HABER
               PERFORM CERRAR-ASIENTO.
           READ PAGOS-APLICADOS.

       CONTABILIZAR-RETENCIONES.
           OPEN INPUT RETENCIONES.
           IF FS-RETENCIONES NOT = ZERO AND '35'
               DISPLAY "ERROR AL ABRIR RETENCIONES FS: "
                   FS-RETENCIONES
               STOP RUN.
           IF FS-RETENCIONES = ZERO
               READ RETENCIONES
               PERFORM EVALUAR-RETENCION
                   UNTIL FS-RETENCIONES NOT = ZERO
               CLOSE RETENCIONES.

       EVALUAR-RETENCION.
           ADD 1 TO CANT-LEIDOS.
           IF RET-FECHA(1:6) = PARAM-PERIODO
               PERFORM INICIAR-ASIENTO
               MOVE RET-FECHA TO ASIENTO-FECHA
               MOVE 'RET' TO ASIENTO-ORIGEN
               MOVE RET-FACTURA TO ASIENTO-COMPROBANTE
               MOVE 'RETENCION SUFRIDA' TO ASIENTO-LEYENDA
               MOVE RET-IMPUESTO TO CR-IMPUESTO
               MOVE CONCEPTO-RETENCION TO CONCEPTO-RENGLON
               MOVE RET-IMPORTE TO IMPORTE-RENGLON
               PERFORM ANOTAR-DEBE
               MOVE 'BANCO' TO CONCEPTO-RENGLON
               PERFORM ANOTAR-HABER
               PERFORM CERRAR-ASIENTO.
           READ RETENCIONES.

      ******************************************************************
      * Un cheque recibido no es banco hasta que se acredita: la
      * cobranza lo entro al banco y aca se pasa a la cartera; la
      * acreditacion lo devuelve al banco. El rechazo saca el cheque
      * de la cartera contra lo que vuelve a deber el cliente (y, por
      * lo que el cheque habia dejado a cuenta, contra el banco); los
      * gastos que cobra el banco van a su cuenta.
       CONTABILIZAR-CHEQUES.
           OPEN INPUT CARTERA-CHEQUES.
           IF FS-CARTERA NOT = ZERO AND '35'
               DISPLAY "ERROR AL ABRIR CARTERA CHEQUES FS: "
                   FS-CARTERA
               STOP RUN.
           IF FS-CARTERA = ZERO
               READ CARTERA-CHEQUES
               PERFORM EVALUAR-CHEQUE-RECIBIDO
                   UNTIL FS-CARTERA NOT = ZERO
               CLOSE CARTERA-CHEQUES.
           OPEN INPUT HISTORIA-CHEQUES.
           IF FS-HISTORIA NOT = ZERO AND '35'
               DISPLAY "ERROR AL ABRIR HISTORIA CHEQUES FS: "
                   FS-HISTORIA
               STOP RUN.
           IF FS-HISTORIA = ZERO
               READ HISTORIA-CHEQUES
               PERFORM EVALUAR-MOVIMIENTO-CHEQUE
                   UNTIL FS-HISTORIA NOT = ZERO
               CLOSE HISTORIA-CHEQUES.

       EVALUAR-CHEQUE-RECIBIDO.
           ADD 1 TO CANT-LEIDOS.
           IF CHQ-FECHA-RECEPCION(1:6) = PARAM-PERIODO
               PERFORM INICIAR-ASIENTO
               MOVE CHQ-FECHA-RECEPCION TO ASIENTO-FECHA
               MOVE 'CHQ' TO ASIENTO-ORIGEN
               MOVE CHQ-BANCO TO CCH-BANCO
               MOVE CHQ-NUMERO TO CCH-NUMERO
               MOVE COMPROBANTE-CHEQUE TO ASIENTO-COMPROBANTE
               MOVE 'CHEQUE RECIBIDO EN CARTERA' TO ASIENTO-LEYENDA
               MOVE 'CARTERA' TO CONCEPTO-RENGLON
               MOVE CHQ-IMPORTE TO IMPORTE-RENGLON
               PERFORM ANOTAR-DEBE
               MOVE 'BANCO' TO CONCEPTO-RENGLON
               PERFORM ANOTAR-HABER
               PERFORM CERRAR-ASIENTO.
           READ CARTERA-CHEQUES.

       EVALUAR-MOVIMIENTO-CHEQUE.
           ADD 1 TO CANT-LEIDOS.
           IF HCH-FECHA(1:6) = PARAM-PERIODO
               AND (HCH-TIPO = 'A' OR HCH-TIPO = 'R')
               PERFORM INICIAR-ASIENTO
               MOVE HCH-FECHA TO ASIENTO-FECHA
               MOVE 'CHQ' TO ASIENTO-ORIGEN
               MOVE HCH-BANCO TO CCH-BANCO
               MOVE HCH-NUMERO TO CCH-NUMERO
               MOVE COMPROBANTE-CHEQUE TO ASIENTO-COMPROBANTE
               IF HCH-TIPO = 'A'
                   MOVE 'CHEQUE ACREDITADO' TO ASIENTO-LEYENDA
                   MOVE 'BANCO' TO CONCEPTO-RENGLON
                   MOVE HCH-IMPORTE TO IMPORTE-RENGLON
                   PERFORM ANOTAR-DEBE
               ELSE
                   MOVE 'CHEQUE RECHAZADO' TO ASIENTO-LEYENDA
                   MOVE 'DEUDORES' TO CONCEPTO-RENGLON
                   MOVE HCH-REVERTIDO TO IMPORTE-RENGLON
                   PERFORM ANOTAR-DEBE
                   MOVE 'BANCO' TO CONCEPTO-RENGLON
                   COMPUTE IMPORTE-RENGLON =
                       HCH-IMPORTE - HCH-REVERTIDO
                   PERFORM ANOTAR-DEBE
                   MOVE 'GASTOS-BCO' TO CONCEPTO-RENGLON
                   MOVE HCH-GASTOS TO IMPORTE-RENGLON
                   PERFORM ANOTAR-DEBE
                   MOVE 'BANCO' TO CONCEPTO-RENGLON
                   PERFORM ANOTAR-HABER
               END-IF
               MOVE 'CARTERA' TO CONCEPTO-RENGLON
               MOVE HCH-IMPORTE TO IMPORTE-RENGLON
               PERFORM ANOTAR-HABER
               PERFORM CERRAR-ASIENTO.
           READ HISTORIA-CHEQUES.

      ******************************************************************
      * Honorarios liquidados en el periodo: el gasto contra los
      * anticipos recuperados, la retencion de Ganancias a depositar
      * y lo transferido. Un honorario negativo no genera asiento
      * salvo por el reintegro de gastos que viajo en la transferencia
      * (el banco lo incluye y va contra REINTEGROS).
       CONTABILIZAR-HONORARIOS.
           OPEN INPUT REGISTRO-LIQ.
           IF FS-REGISTRO-LIQ NOT = ZERO AND '35'
               DISPLAY "ERROR AL ABRIR REGISTRO LIQUIDACIONES FS: "
                   FS-REGISTRO-LIQ
               STOP RUN.
           IF FS-REGISTRO-LIQ = ZERO
               READ REGISTRO-LIQ
               PERFORM EVALUAR-LIQUIDACION
                   UNTIL FS-REGISTRO-LIQ NOT = ZERO
               CLOSE REGISTRO-LIQ.

       EVALUAR-LIQUIDACION.
           ADD 1 TO CANT-LEIDOS.
           IF RLQ-REINTEGRO NUMERIC
               MOVE RLQ-REINTEGRO TO REINTEGRO-HON
           ELSE
               MOVE ZERO TO REINTEGRO-HON.
           IF RLQ-FECHA-LIQ(1:6) = PARAM-PERIODO
               AND (RLQ-HONORARIO > ZERO OR REINTEGRO-HON > ZERO)
               PERFORM CONTABILIZAR-UNA-LIQUIDACION.
           READ REGISTRO-LIQ.

       CONTABILIZAR-UNA-LIQUIDACION.
           PERFORM INICIAR-ASIENTO.
           MOVE RLQ-FECHA-LIQ TO ASIENTO-FECHA.
           MOVE 'HON' TO ASIENTO-ORIGEN.
           MOVE RLQ-CONSULTOR TO ASIENTO-COMPROBANTE.
           MOVE 'HONORARIOS LIQUIDADOS' TO ASIENTO-LEYENDA.
           IF RLQ-RET-GANANCIAS NUMERIC
               MOVE RLQ-RET-GANANCIAS TO RETENCION-HON
           ELSE
               MOVE ZERO TO RETENCION-HON.
           IF RLQ-HONORARIO > ZERO
               MOVE 'HONORARIOS' TO CONCEPTO-RENGLON
               MOVE RLQ-HONORARIO TO IMPORTE-RENGLON
               PERFORM ANOTAR-DEBE
               MOVE 'ANTICIPOS' TO CONCEPTO-RENGLON
               MOVE RLQ-ANTICIPOS TO IMPORTE-RENGLON
               PERFORM ANOTAR-HABER
               MOVE 'GAN-A-DEP' TO CONCEPTO-RENGLON
               MOVE RETENCION-HON TO IMPORTE-RENGLON
               PERFORM ANOTAR-HABER.
           MOVE 'REINTEGROS' TO CONCEPTO-RENGLON.
           MOVE REINTEGRO-HON TO IMPORTE-RENGLON.
           PERFORM ANOTAR-DEBE.
           MOVE 'BANCO' TO CONCEPTO-RENGLON.
           MOVE RLQ-NETO TO IMPORTE-RENGLON.
           PERFORM ANOTAR-HABER.
           PERFORM CERRAR-ASIENTO.

      * Provision del cierre por empresa, fechada al ultimo dia del
      * periodo; una provision negativa (facturado de mas) invierte
      * el asiento.
       CONTABILIZAR-PROVISION.
           OPEN INPUT PROVISION-CONTABLE.
           IF FS-PROVISION NOT = ZERO AND '35'
               DISPLAY "ERROR AL ABRIR PROVISION CONTABLE FS: "
                   FS-PROVISION
               STOP RUN.
           IF FS-PROVISION = ZERO
               READ PROVISION-CONTABLE
               PERFORM EVALUAR-PROVISION
                   UNTIL FS-PROVISION NOT = ZERO
               CLOSE PROVISION-CONTABLE.

       EVALUAR-PROVISION.
           ADD 1 TO CANT-LEIDOS.
           IF PVC-PERIODO = PARAM-PERIODO AND PVC-IMPORTE NOT = ZERO
               PERFORM CONTABILIZAR-UNA-PROVISION.
           READ PROVISION-CONTABLE.

       CONTABILIZAR-UNA-PROVISION.
           PERFORM INICIAR-ASIENTO.
           MOVE FECHA-CIERRE TO ASIENTO-FECHA.
           MOVE 'PRV' TO ASIENTO-ORIGEN.
           MOVE PVC-CUIT TO ASIENTO-COMPROBANTE.
           MOVE 'PROVISION INGRESOS DEVENGADOS' TO ASIENTO-LEYENDA.
           IF PVC-IMPORTE > ZERO
               MOVE PVC-IMPORTE TO IMPORTE-RENGLON
               MOVE 'DEVENGADO' TO CONCEPTO-RENGLON
               PERFORM ANOTAR-DEBE
               MOVE 'VTA-DEVENG' TO CONCEPTO-RENGLON
               PERFORM ANOTAR-HABER
           ELSE
               COMPUTE IMPORTE-RENGLON = PVC-IMPORTE * -1
               MOVE 'VTA-DEVENG' TO CONCEPTO-RENGLON
               PERFORM ANOTAR-DEBE
               MOVE 'DEVENGADO' TO CONCEPTO-RENGLON
               PERFORM ANOTAR-HABER.
           PERFORM CERRAR-ASIENTO.

      ******************************************************************
      * Armado de un asiento: renglones en cero no se anotan; al
      * cerrar se resuelve cada concepto contra el plan de cuentas y
      * se controla que debe y haber igualen. Solo un asiento sano
      * llega al archivo y a las sumas.
       INICIAR-ASIENTO.
           MOVE ZERO TO CANT-RENGLONES.
           MOVE SPACES TO ASIENTO-COMPROBANTE ASIENTO-LEYENDA.

       ANOTAR-DEBE.
           IF IMPORTE-RENGLON NOT = ZERO AND CANT-RENGLONES < 10
               ADD 1 TO CANT-RENGLONES
               MOVE CONCEPTO-RENGLON
                   TO TAB-REN-CONCEPTO(CANT-RENGLONES)
               MOVE IMPORTE-RENGLON TO TAB-REN-DEBE(CANT-RENGLONES)
               MOVE ZERO TO TAB-REN-HABER(CANT-RENGLONES).

       ANOTAR-HABER.
           IF IMPORTE-RENGLON NOT = ZERO AND CANT-RENGLONES < 10
               ADD 1 TO CANT-RENGLONES
               MOVE CONCEPTO-RENGLON
                   TO TAB-REN-CONCEPTO(CANT-RENGLONES)
               MOVE ZERO TO TAB-REN-DEBE(CANT-RENGLONES)
               MOVE IMPORTE-RENGLON TO TAB-REN-HABER(CANT-RENGLONES).

       CERRAR-ASIENTO.
           IF CANT-RENGLONES > ZERO
               PERFORM VALIDAR-ASIENTO
               IF MOTIVO-RECHAZO = SPACES
                   PERFORM GRABAR-ASIENTO
               ELSE
                   PERFORM RECHAZAR-ASIENTO.

       VALIDAR-ASIENTO.
           MOVE SPACES TO MOTIVO-RECHAZO.
           MOVE ZERO TO TOTAL-DEBE-ASIENTO TOTAL-HABER-ASIENTO.
           PERFORM VALIDAR-RENGLON
               VARYING SUB-REN FROM 1 BY 1
               UNTIL SUB-REN > CANT-RENGLONES.
           IF MOTIVO-RECHAZO = SPACES
               AND TOTAL-DEBE-ASIENTO NOT = TOTAL-HABER-ASIENTO
               MOVE 'DEBE Y HABER NO BALANCEAN' TO MOTIVO-RECHAZO.

       VALIDAR-RENGLON.
           ADD TAB-REN-DEBE(SUB-REN) TO TOTAL-DEBE-ASIENTO.
           ADD TAB-REN-HABER(SUB-REN) TO TOTAL-HABER-ASIENTO.
           MOVE TAB-REN-CONCEPTO(SUB-REN) TO CONCEPTO-RENGLON.
           PERFORM UBICAR-CUENTA.
           IF IND-PLC-ACT = ZERO
               IF MOTIVO-RECHAZO = SPACES
                   MOVE CONCEPTO-RENGLON TO MOT-CONCEPTO
                   MOVE MOTIVO-SIN-CUENTA TO MOTIVO-RECHAZO
               END-IF
           ELSE
               MOVE TAB-PLC-CUENTA(IND-PLC-ACT)
                   TO TAB-REN-CUENTA(SUB-REN).

       UBICAR-CUENTA.
           MOVE ZERO TO IND-PLC-ACT.
           PERFORM COMPARAR-CUENTA
               VARYING SUB-PLC FROM 1 BY 1
               UNTIL SUB-PLC > CANT-PLAN
               OR IND-PLC-ACT NOT = ZERO.

       COMPARAR-CUENTA.
           IF TAB-PLC-CONCEPTO(SUB-PLC) = CONCEPTO-RENGLON
               MOVE SUB-PLC TO IND-PLC-ACT.

       GRABAR-ASIENTO.
           ADD 1 TO NUMERO-ASIENTO.
           PERFORM GRABAR-RENGLON
               VARYING SUB-REN FROM 1 BY 1
               UNTIL SUB-REN > CANT-RENGLONES.

       GRABAR-RENGLON.
           MOVE PARAM-PERIODO TO ASI-PERIODO.
           MOVE NUMERO-ASIENTO TO ASI-NUMERO.
           MOVE ASIENTO-FECHA TO ASI-FECHA.
           MOVE SUB-REN TO ASI-RENGLON.
           MOVE TAB-REN-CUENTA(SUB-REN) TO ASI-CUENTA.
           MOVE TAB-REN-DEBE(SUB-REN) TO ASI-DEBE.
           MOVE TAB-REN-HABER(SUB-REN) TO ASI-HABER.
           MOVE ASIENTO-ORIGEN TO ASI-ORIGEN.
           MOVE ASIENTO-COMPROBANTE TO ASI-COMPROBANTE.
           MOVE ASIENTO-LEYENDA TO ASI-LEYENDA.
           WRITE ASI-REG.
           IF FS-ASIENTOS NOT = ZERO
               DISPLAY "ERROR AL GRABAR ASIENTOS FS: " FS-ASIENTOS
               STOP RUN.
           ADD 1 TO CANT-RENGLONES-GRABADOS.
           PERFORM ACUMULAR-SUMA.

       ACUMULAR-SUMA.
           MOVE ZERO TO IND-SUM-ACT.
           PERFORM COMPARAR-SUMA
               VARYING SUB-SUM FROM 1 BY 1
               UNTIL SUB-SUM > CANT-SUMAS
               OR IND-SUM-ACT NOT = ZERO.
           IF IND-SUM-ACT = ZERO
               ADD 1 TO CANT-SUMAS
               MOVE CANT-SUMAS TO IND-SUM-ACT
               MOVE TAB-REN-CUENTA(SUB-REN)
                   TO TAB-SUM-CUENTA(IND-SUM-ACT)
               MOVE TAB-REN-CONCEPTO(SUB-REN) TO CONCEPTO-RENGLON
               PERFORM UBICAR-CUENTA
               MOVE TAB-PLC-DESCRIPCION(IND-PLC-ACT)
                   TO TAB-SUM-DESCRIPCION(IND-SUM-ACT)
               MOVE ZERO TO TAB-SUM-DEBE(IND-SUM-ACT)
               MOVE ZERO TO TAB-SUM-HABER(IND-SUM-ACT).
           ADD TAB-REN-DEBE(SUB-REN) TO TAB-SUM-DEBE(IND-SUM-ACT).
           ADD TAB-REN-HABER(SUB-REN) TO TAB-SUM-HABER(IND-SUM-ACT).

       COMPARAR-SUMA.
           IF TAB-SUM-CUENTA(SUB-SUM) = TAB-REN-CUENTA(SUB-REN)
               MOVE SUB-SUM TO IND-SUM-ACT.

       RECHAZAR-ASIENTO.
           ADD 1 TO CANT-RECHAZADOS.
           DISPLAY "ASIENTO RECHAZADO " ASIENTO-ORIGEN " "
               ASIENTO-COMPROBANTE ": " MOTIVO-RECHAZO.
           IF CANT-RECHAZADOS <= 200
               MOVE ASIENTO-ORIGEN TO TAB-RCH-ORIGEN(CANT-RECHAZADOS)
               MOVE ASIENTO-COMPROBANTE
                   TO TAB-RCH-COMPROBANTE(CANT-RECHAZADOS)
               MOVE ASIENTO-FECHA TO TAB-RCH-FECHA(CANT-RECHAZADOS)
               MOVE TOTAL-DEBE-ASIENTO
                   TO TAB-RCH-DEBE(CANT-RECHAZADOS)
               MOVE TOTAL-HABER-ASIENTO
                   TO TAB-RCH-HABER(CANT-RECHAZADOS)
               MOVE MOTIVO-RECHAZO TO TAB-RCH-MOTIVO(CANT-RECHAZADOS).

      ******************************************************************
       IMPRIMIR-SUMAS-SALDOS.
           MOVE PARAM-PERIODO TO REP-TIT-PERIODO.
           WRITE SUM-LINEA FROM REP-TITULO.
           WRITE SUM-LINEA FROM REP-HEADER.
           WRITE SUM-LINEA FROM LINEA-GUION.
           PERFORM IMPRIMIR-UNA-CUENTA
               VARYING SUB-SUM FROM 1 BY 1
               UNTIL SUB-SUM > CANT-SUMAS.
           WRITE SUM-LINEA FROM LINEA-GUION.
           MOVE TOTAL-DEBE TO REP-TOT-DEBE.
           MOVE TOTAL-HABER TO REP-TOT-HABER.
           WRITE SUM-LINEA FROM REP-TOTAL.
           WRITE SUM-LINEA FROM LINEA-VACIA.
           MOVE NUMERO-ASIENTO TO REP-CANT-ASIENTOS.
           MOVE CANT-RENGLONES-GRABADOS TO REP-CANT-RENGLONES.
           MOVE CANT-RECHAZADOS TO REP-CANT-RECHAZADOS.
           WRITE SUM-LINEA FROM REP-CANTIDADES.

       IMPRIMIR-UNA-CUENTA.
           MOVE TAB-SUM-CUENTA(SUB-SUM) TO REP-FIL-CUENTA.
           MOVE TAB-SUM-DESCRIPCION(SUB-SUM) TO REP-FIL-DESCRIPCION.
           MOVE TAB-SUM-DEBE(SUB-SUM) TO REP-FIL-DEBE.
           MOVE TAB-SUM-HABER(SUB-SUM) TO REP-FIL-HABER.
           COMPUTE SALDO-CUENTA = TAB-SUM-DEBE(SUB-SUM)
               - TAB-SUM-HABER(SUB-SUM).
           MOVE SALDO-CUENTA TO REP-FIL-SALDO.
           WRITE SUM-LINEA FROM REP-FILA.
           ADD TAB-SUM-DEBE(SUB-SUM) TO TOTAL-DEBE.
           ADD TAB-SUM-HABER(SUB-SUM) TO TOTAL-HABER.

       IMPRIMIR-RECHAZADOS.
           IF CANT-RECHAZADOS > ZERO
               WRITE SUM-LINEA FROM LINEA-VACIA
               WRITE SUM-LINEA FROM REP-TIT-RECHAZADOS
               WRITE SUM-LINEA FROM LINEA-GUION
               PERFORM IMPRIMIR-UN-RECHAZO
                   VARYING SUB-RCH FROM 1 BY 1
                   UNTIL SUB-RCH > CANT-RECHAZADOS
                   OR SUB-RCH > 200.

       IMPRIMIR-UN-RECHAZO.
           MOVE TAB-RCH-ORIGEN(SUB-RCH) TO REP-RCH-ORIGEN.
           MOVE TAB-RCH-COMPROBANTE(SUB-RCH) TO REP-RCH-COMPROBANTE.
           MOVE TAB-RCH-FECHA(SUB-RCH) TO REP-RCH-FECHA.
           MOVE TAB-RCH-DEBE(SUB-RCH) TO REP-RCH-DEBE.
           MOVE TAB-RCH-HABER(SUB-RCH) TO REP-RCH-HABER.
           MOVE TAB-RCH-MOTIVO(SUB-RCH) TO REP-RCH-MOTIVO.
           WRITE SUM-LINEA FROM REP-RECHAZO.


      * Resuelve todas las rutas de este programa contra rutas.dat;
      * una entrada ausente corta la corrida nombrando el logico
      * que falta.
       CARGAR-RUTAS.
           MOVE 'SEC-PARAMASIENTOS' TO RUTA-LOGICO.
           PERFORM OBTENER-UNA-RUTA.
           MOVE RUTA-OBTENIDA TO RUTA-PARAM-ASIENTOS.
           MOVE 'SEC-PLANCUENTAS' TO RUTA-LOGICO.
           PERFORM OBTENER-UNA-RUTA.
           MOVE RUTA-OBTENIDA TO RUTA-PLAN-CUENTAS.
           MOVE 'IDX-REGFACTURAS' TO RUTA-LOGICO.
           PERFORM OBTENER-UNA-RUTA.
           MOVE RUTA-OBTENIDA TO RUTA-REGISTRO-FACTURAS.
           MOVE 'SEC-PAGOSAPLIC' TO RUTA-LOGICO.
           PERFORM OBTENER-UNA-RUTA.
           MOVE RUTA-OBTENIDA TO RUTA-PAGOS-APLICADOS.
           MOVE 'SEC-RETENCIONES' TO RUTA-LOGICO.
           PERFORM OBTENER-UNA-RUTA.
           MOVE RUTA-OBTENIDA TO RUTA-RETENCIONES.
           MOVE 'SEC-CARTERACHEQUES' TO RUTA-LOGICO.
           PERFORM OBTENER-UNA-RUTA.
           MOVE RUTA-OBTENIDA TO RUTA-CARTERA.
           MOVE 'SEC-HISTCHEQUES' TO RUTA-LOGICO.
           PERFORM OBTENER-UNA-RUTA.
           MOVE RUTA-OBTENIDA TO RUTA-HISTORIA.
           MOVE 'TP1-REGLIQUIDACION' TO RUTA-LOGICO.
           PERFORM OBTENER-UNA-RUTA.
           MOVE RUTA-OBTENIDA TO RUTA-REGISTRO-LIQ.
           MOVE 'SEC-PROVCONTABLE' TO RUTA-LOGICO.
           PERFORM OBTENER-UNA-RUTA.
           MOVE RUTA-OBTENIDA TO RUTA-PROVISION-CONTABLE.
           MOVE 'SEC-ASIENTOS' TO RUTA-LOGICO.
           PERFORM OBTENER-UNA-RUTA.
           MOVE RUTA-OBTENIDA TO RUTA-ASIENTOS.
           MOVE 'SEC-SUMASSALDOS' TO RUTA-LOGICO.
           PERFORM OBTENER-UNA-RUTA.
           MOVE RUTA-OBTENIDA TO RUTA-SUMAS-SALDOS.

       OBTENER-UNA-RUTA.
           CALL 'OBTENER-RUTA' USING RUTA-LOGICO, RUTA-OBTENIDA,
               FS-RUTA.
           IF FS-RUTA NOT = '00'
               DISPLAY "RUTA NO CONFIGURADA PARA " RUTA-LOGICO
               STOP RUN.

       END PROGRAM ASIENTOS-CONTABLES.
