      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LIQUIDAR-COMISIONES.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Periodo AAAAMM a liquidar: entran las cobranzas aplicadas con
      * fecha dentro del mes.
           SELECT PARAMETROS-COM  ASSIGN TO RUTA-PARAMETROS-COM
                                  ORGANIZATION IS LINE SEQUENTIAL
                                  FILE STATUS IS FS-PARAMETROS.

      * Todo lo que se imputo a facturas (con recibo o consumiendo un
      * credito a cuenta) y las reversiones por cheque rechazado.
           SELECT PAGOS-APLICADOS ASSIGN TO RUTA-PAGOS-APLICADOS
                                  ORGANIZATION IS LINE SEQUENTIAL
                                  FILE STATUS IS FS-APLICADOS.

      * De los recibos sale el numero que se muestra en cada renglon
      * de la liquidacion.
           SELECT REGISTRO-RECIBOS ASSIGN TO RUTA-REG-RECIBOS
                                  ORGANIZATION IS LINE SEQUENTIAL
                                  FILE STATUS IS FS-REG-RECIBOS.

      * Lo retenido por el cliente cancela deuda pero no es ingreso:
      * se descuenta de la base de la comision.
           SELECT RETENCIONES     ASSIGN TO RUTA-RETENCIONES
                                  ORGANIZATION IS LINE SEQUENTIAL
                                  FILE STATUS IS FS-RETENCIONES.

           SELECT REGISTRO-FACTURAS ASSIGN TO RUTA-REGISTRO-FACTURAS
                                  ORGANIZATION IS INDEXED
                                  ACCESS MODE IS DYNAMIC
                                  RECORD KEY IS RFA-NUMERO
                                  ALTERNATE RECORD KEY IS RFA-CUIT
                                  WITH DUPLICATES
                                  FILE STATUS IS FS-REGISTRO.

           SELECT EJECUTIVOS      ASSIGN TO RUTA-EJECUTIVOS
                                  ORGANIZATION IS LINE SEQUENTIAL
                                  FILE STATUS IS FS-EJECUTIVOS.

           SELECT CARTERAS        ASSIGN TO RUTA-CARTERAS
                                  ORGANIZATION IS LINE SEQUENTIAL
                                  FILE STATUS IS FS-CARTERAS.

           SELECT COMISIONES      ASSIGN TO RUTA-COMISIONES
                                  ORGANIZATION IS LINE SEQUENTIAL
                                  FILE STATUS IS FS-COMISIONES.

      * Liquidacion impresa por ejecutivo, con el detalle de cada
      * cobranza que compone su comision.
           SELECT LIQUIDACION     ASSIGN TO RUTA-LIQUIDACION
                                  ORGANIZATION IS LINE SEQUENTIAL
                                  FILE STATUS IS FS-LIQUIDACION.

      * Resumen para sueldos: un registro por ejecutivo con legajo,
      * base y comision del periodo.
           SELECT COMISIONES-SUELDOS ASSIGN TO RUTA-COMI-SUELDOS
                                  ORGANIZATION IS LINE SEQUENTIAL
                                  FILE STATUS IS FS-COMI-SUELDOS.

           SELECT ARCHIVO-ORDENADO
                                  ASSIGN TO DISK
                                  SORT STATUS IS FS-ORDENADO.

       DATA DIVISION.
       FILE SECTION.

       FD PARAMETROS-COM LABEL RECORD IS STANDARD.
       01 PARAM-REG.
           03 PARAM-PERIODO PIC 9(6).

       FD PAGOS-APLICADOS LABEL RECORD IS STANDARD.
       01 APL-REG.
           03 APL-FACTURA PIC 9(8).
           03 APL-FECHA   PIC 9(8).
           03 APL-IMPORTE PIC 9(9)V99.
           03 APL-MEDIO   PIC X(10).
      * TOTAL: el pago deja la factura saldada justa; PARCIAL: queda
      * saldo pendiente; EXCEDIDO: lo cobrado supera la factura;
      * RECUPERO: pago sobre una factura castigada; RECHAZO: reversion
      * por cheque rechazado (la graba MOVIMIENTOS-CHEQUES).
           03 APL-MARCA   PIC X(8).

       FD REGISTRO-RECIBOS LABEL RECORD IS STANDARD.
       01 REC-REG.
           03 REC-NUMERO  PIC 9(8).
           03 REC-FECHA   PIC 9(8).
           03 REC-CUIT    PIC 9(11).
           03 REC-FACTURA PIC 9(8).
           03 REC-IMPORTE PIC 9(9)V99.
           03 REC-MEDIO   PIC X(10).
           03 REC-SALDO   PIC S9(9)V99.
      * 'R': renglon agregado por MOVIMIENTOS-CHEQUES al rechazarse el
      * cheque del recibo (revierte lo imputado a esa factura).
           03 REC-ANOTACION PIC X(1).

       FD RETENCIONES LABEL RECORD IS STANDARD.
       01 RET-REG.
           03 RET-CUIT     PIC 9(11).
           03 RET-FACTURA  PIC 9(8).
           03 RET-FECHA    PIC 9(8).
           03 RET-IMPUESTO PIC X(3).
           03 RET-IMPORTE  PIC 9(9)V99.

      * RFA-TIPO-DOC: 'F' factura; 'C'/'D' notas de credito/debito e
      * 'I' notas de interes, todas referidas a RFA-DOC-REF; su efecto
      * sobre la deuda ya viene neteado en RFA-AJUSTE-NOTAS de la
      * factura. 'B' castigo por incobrable: tambien netea su importe
      * en la factura y acumula en su propio RFA-COBRADO lo que el
      * cliente pague despues (recupero). 'T' traspaso a plan de pago:
      * netea igual que el castigo; la deuda pasa a las cuotas 'Q' del
      * plan, que se cobran como facturas con su propio vencimiento.
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
      * CAE devuelto por el servicio fiscal (IMPORTAR-CAE) y su
      * vencimiento; cero mientras el documento no fue autorizado.
           03 RFA-CAE           PIC 9(14).
           03 RFA-CAE-VTO       PIC 9(8).
      * Tasa de IVA con la que TP-2 liquido el documento, para el
      * libro IVA ventas; cero en los documentos exentos y en los
      * registros anteriores al campo.
           03 RFA-TASA-IVA      PIC 9(2)V99.
           03 RFA-IMP-ABONO     PIC 9(9)V99.
           03 RFA-IMP-EXCESO    PIC 9(9)V99.
           03 RFA-BONIFICACION  PIC 9(9)V99.
           03 RFA-TAREA         PIC X(4).
      * Acumulados mantenidos sobre la propia factura: lo cobrado (lo
      * reescribe COBRANZAS al aplicar cada pago) y el ajuste neto
      * de las notas que la referencian (lo reescriben TP-2 e
      * INTERESES-MORA al emitirlas).
           03 RFA-COBRADO       PIC 9(9)V99.
           03 RFA-AJUSTE-NOTAS  PIC S9(9)V99.
      * Percepcion de Ingresos Brutos practicada en el documento: la
      * jurisdiccion y la alicuota del padron vigente a la emision; el
      * importe ya esta sumado en RFA-IMPORTE-BRUTO.
           03 RFA-IIBB-JURIS    PIC 9(3).
           03 RFA-IIBB-ALICUOTA PIC 9(2)V99.
           03 RFA-PERCEPCION    PIC 9(9)V99.

       FD EJECUTIVOS LABEL RECORD IS STANDARD.
       01 EJE-REG.
           03 EJE-CODIGO PIC X(4).
           03 EJE-NOMBRE PIC X(25).
           03 EJE-LEGAJO PIC 9(6).
           03 EJE-MAIL PIC X(30).
           03 EJE-ESTADO PIC X(1).
           03 EJE-FECHA-BAJA PIC 9(8).

       FD CARTERAS LABEL RECORD IS STANDARD.
       01 CAR-REG.
           03 CAR-EMPRESA PIC 9(3).
           03 CAR-EJECUTIVO PIC X(4).
           03 CAR-DESDE PIC 9(8).
           03 CAR-HASTA PIC 9(8).

       FD COMISIONES LABEL RECORD IS STANDARD.
       01 COMISION-REG.
           03 COM-EJECUTIVO PIC X(4).
           03 COM-EMPRESA PIC 9(3).
           03 COM-PORCENTAJE PIC 9(2)V99.

       FD LIQUIDACION LABEL RECORD IS STANDARD.
       01 LIQ-LINEA PIC X(132).

       FD COMISIONES-SUELDOS LABEL RECORD IS STANDARD.
       01 CSU-REG.
           03 CSU-PERIODO PIC 9(6).
           03 CSU-LEGAJO PIC 9(6).
           03 CSU-EJECUTIVO PIC X(4).
           03 CSU-NOMBRE PIC X(25).
           03 CSU-BASE PIC S9(9)V99.
           03 CSU-COMISION PIC S9(9)V99.

      * Primero las cobranzas con ejecutivo (grupo 1) y al final las
      * que no tienen ejecutivo responsable a la fecha de la factura.
       SD ARCHIVO-ORDENADO
          DATA RECORD IS REG-ORDENADO.
       01 REG-ORDENADO.
           03 ORD-CLAVE.
               05 ORD-GRUPO PIC 9(1).
               05 ORD-EJECUTIVO PIC X(4).
               05 ORD-FECHA PIC 9(8).
               05 ORD-FACTURA PIC 9(8).
           03 ORD-EMPRESA PIC 9(3).
           03 ORD-RAZON PIC X(25).
           03 ORD-EMISION PIC 9(8).
           03 ORD-RECIBO PIC X(8).
           03 ORD-COBRADO PIC S9(9)V99.
           03 ORD-RETENIDO PIC 9(9)V99.
           03 ORD-NETO PIC S9(9)V99.
           03 ORD-PORCENTAJE PIC 9(2)V99.
           03 ORD-COMISION PIC S9(9)V99.

       WORKING-STORAGE SECTION.

       77 FS-PARAMETROS   PIC XX.
       77 FS-APLICADOS    PIC XX.
       77 FS-REG-RECIBOS  PIC XX.
       77 FS-RETENCIONES  PIC XX.
       77 FS-REGISTRO     PIC XX.
       77 FS-EJECUTIVOS   PIC XX.
       77 FS-CARTERAS     PIC XX.
       77 FS-COMISIONES   PIC XX.
       77 FS-LIQUIDACION  PIC XX.
       77 FS-COMI-SUELDOS PIC XX.
       77 FS-ORDENADO     PIC XX.

       01 TABLA-EJECUTIVOS.
           03 FILA-EJECUTIVO OCCURS 100 TIMES.
               05 TAB-EJE-CODIGO PIC X(4).
               05 TAB-EJE-NOMBRE PIC X(25).
               05 TAB-EJE-LEGAJO PIC 9(6).
       01 CANT-EJECUTIVOS PIC 9(3) VALUE ZERO.
       01 SUB-EJE PIC 9(3).
       01 IND-EJE-ACT PIC 9(3).

       01 TABLA-CARTERAS.
           03 FILA-CARTERA OCCURS 500 TIMES.
               05 TAB-CAR-EMPRESA PIC 9(3).
               05 TAB-CAR-EJECUTIVO PIC X(4).
               05 TAB-CAR-DESDE PIC 9(8).
               05 TAB-CAR-HASTA PIC 9(8).
       01 CANT-CARTERAS PIC 9(3) VALUE ZERO.
       01 SUB-CAR PIC 9(3).
       01 IND-CAR-ACT PIC 9(3).

       01 TABLA-COMISIONES.
           03 FILA-COMISION OCCURS 500 TIMES.
               05 TAB-COM-EJECUTIVO PIC X(4).
               05 TAB-COM-EMPRESA PIC 9(3).
               05 TAB-COM-PORCENTAJE PIC 9(2)V99.
       01 CANT-COMISIONES PIC 9(3) VALUE ZERO.
       01 SUB-COM PIC 9(3).
       01 IND-COM-ACT PIC 9(3).
       01 EMPRESA-BUSCADA PIC 9(3).

      * Retenciones del periodo por factura y fecha de pago; cada una
      * se descuenta una sola vez (la marca la deja consumida).
       01 TABLA-RETENCIONES.
           03 FILA-RETENCION OCCURS 2000 TIMES.
               05 TAB-RET-FACTURA PIC 9(8).
               05 TAB-RET-FECHA PIC 9(8).
               05 TAB-RET-IMPORTE PIC 9(9)V99.
               05 TAB-RET-USADA PIC X(1).
       01 CANT-RETENCIONES PIC 9(4) VALUE ZERO.
       01 SUB-RET PIC 9(4).

      * Renglones de recibo del periodo; 'R' son las reversiones por
      * cheque rechazado.
       01 TABLA-RECIBOS.
           03 FILA-RECIBO OCCURS 3000 TIMES.
               05 TAB-REC-FACTURA PIC 9(8).
               05 TAB-REC-FECHA PIC 9(8).
               05 TAB-REC-NUMERO PIC 9(8).
               05 TAB-REC-ANOTACION PIC X(1).
       01 CANT-RECIBOS PIC 9(4) VALUE ZERO.
       01 SUB-REC PIC 9(4).
       01 IND-REC-ACT PIC 9(4).
       01 ANOTACION-BUSCADA PIC X(1).

       01 WS-OPCION-EMPRESA PIC X.
       01 EMP-CODIGO-AUX PIC 9(3).
       01 EMP-CUIT-AUX   PIC 9(11).
       01 EMP-RAZON-AUX  PIC X(25).
       01 EMP-DIRE-AUX   PIC X(20).
       01 EMP-TEL-AUX    PIC X(20).
       01 EMP-MAIL-AUX   PIC X(30).

       01 IMPORTE-SIN-RETENCION PIC S9(9)V99.

      * Acumuladores del ejecutivo en curso y del total general.
       01 EJECUTIVO-ACTUAL PIC X(4).
       01 GRUPO-ACTUAL PIC 9(1).
       01 ACU-EJE-COBRADO PIC S9(11)V99.
       01 ACU-EJE-NETO PIC S9(11)V99.
       01 ACU-EJE-COMISION PIC S9(11)V99.
       01 ACU-TOT-COBRADO PIC S9(11)V99 VALUE ZERO.
       01 ACU-TOT-NETO PIC S9(11)V99 VALUE ZERO.
       01 ACU-TOT-COMISION PIC S9(11)V99 VALUE ZERO.

       01 CANT-LEIDOS PIC 9(7) VALUE ZERO.
       01 CANT-DEL-PERIODO PIC 9(7) VALUE ZERO.
       01 CANT-SIN-FACTURA PIC 9(5) VALUE ZERO.
       01 CANT-SIN-EJECUTIVO PIC 9(5) VALUE ZERO.
       01 CANT-SIN-PORCENTAJE PIC 9(5) VALUE ZERO.
       01 CANT-LIQUIDADOS PIC 9(5) VALUE ZERO.

       01 REP-TITULO.
           02 FILLER PIC X(40)
               VALUE 'Liquidacion de comisiones del periodo '.
           02 REP-TIT-PERIODO PIC 9(6).

       01 REP-EJECUTIVO.
           02 FILLER PIC X(11) VALUE 'Ejecutivo: '.
           02 REP-EJE-CODIGO PIC X(4).
           02 FILLER PIC X(1) VALUE SPACE.
           02 REP-EJE-NOMBRE PIC X(25).
           02 FILLER PIC X(10) VALUE '  Legajo: '.
           02 REP-EJE-LEGAJO PIC 9(6).

       01 REP-HEADER.
           02 FILLER PIC X(40) VALUE
               'Cobro    Recibo   Factura  Emision  Emp '.
           02 FILLER PIC X(40) VALUE
               'Razon social               Cobrado   Ret'.
           02 FILLER PIC X(38) VALUE
               'enido  Neto sin IVA     %     Comision'.

       01 REP-FILA.
           02 REP-FIL-FECHA PIC 9(8).
           02 FILLER PIC X(1) VALUE SPACE.
           02 REP-FIL-RECIBO PIC X(8).
           02 FILLER PIC X(1) VALUE SPACE.
           02 REP-FIL-FACTURA PIC 9(8).
           02 FILLER PIC X(1) VALUE SPACE.
           02 REP-FIL-EMISION PIC 9(8).
           02 FILLER PIC X(1) VALUE SPACE.
           02 REP-FIL-EMPRESA PIC 9(3).
           02 FILLER PIC X(1) VALUE SPACE.
           02 REP-FIL-RAZON PIC X(20).
           02 FILLER PIC X(1) VALUE SPACE.
           02 REP-FIL-COBRADO PIC -Z(8)9,99.
           02 FILLER PIC X(1) VALUE SPACE.
           02 REP-FIL-RETENIDO PIC Z(6)9,99.
           02 FILLER PIC X(1) VALUE SPACE.
           02 REP-FIL-NETO PIC -Z(8)9,99.
           02 FILLER PIC X(1) VALUE SPACE.
           02 REP-FIL-PORCENTAJE PIC Z9,99.
           02 FILLER PIC X(1) VALUE SPACE.
           02 REP-FIL-COMISION PIC -Z(7)9,99.

       01 REP-TOTAL.
           02 REP-TOT-LEYENDA PIC X(40).
           02 FILLER PIC X(19) VALUE SPACES.
           02 REP-TOT-COBRADO PIC -Z(10)9,99.
           02 FILLER PIC X(10) VALUE SPACES.
           02 REP-TOT-NETO PIC -Z(10)9,99.
           02 FILLER PIC X(4) VALUE SPACES.
           02 REP-TOT-COMISION PIC -Z(9)9,99.

       01 LINEA-GUION PIC X(132) VALUE ALL "-".
       01 LINEA-VACIA PIC X(132) VALUE SPACES.


      * Bitacora central de corridas (ver REGISTRAR-CORRIDA): 'I' al
      * arrancar y 'F' con los contadores al terminar normalmente;
      * una corrida abortada no llega a anotar su 'F' y el resumen
      * diario la muestra como anormal.
       01 WS-OPCION-LOG PIC X.
       01 LOG-PROGRAMA-ID PIC X(12) VALUE 'LIQ-COMISION'.
       01 LOG-CANT-ENTRADA PIC 9(7) VALUE ZERO.
       01 LOG-CANT-SALIDA PIC 9(7) VALUE ZERO.
       01 LOG-CANT-EXC PIC 9(5) VALUE ZERO.


      * Rutas fisicas de los archivos, resueltas al arrancar desde
      * rutas.dat via OBTENER-RUTA: mover el sistema o armar un
      * ambiente de prueba es cuestion de editar ese archivo.
       77 FS-RUTA PIC XX.
       01 RUTA-LOGICO PIC X(20).
       01 RUTA-OBTENIDA PIC X(100).
       01 RUTA-PARAMETROS-COM PIC X(100).
       01 RUTA-PAGOS-APLICADOS PIC X(100).
       01 RUTA-REG-RECIBOS PIC X(100).
       01 RUTA-RETENCIONES PIC X(100).
       01 RUTA-REGISTRO-FACTURAS PIC X(100).
       01 RUTA-EJECUTIVOS PIC X(100).
       01 RUTA-CARTERAS PIC X(100).
       01 RUTA-COMISIONES PIC X(100).
       01 RUTA-LIQUIDACION PIC X(100).
       01 RUTA-COMI-SUELDOS PIC X(100).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM CARGAR-RUTAS.
           MOVE 'I' TO WS-OPCION-LOG.
           CALL 'REGISTRAR-CORRIDA' USING WS-OPCION-LOG,
               LOG-PROGRAMA-ID, LOG-CANT-ENTRADA, LOG-CANT-SALIDA,
               LOG-CANT-EXC.
           PERFORM LEER-PARAMETROS.
           PERFORM CARGAR-EJECUTIVOS.
           PERFORM CARGAR-CARTERAS.
           PERFORM CARGAR-COMISIONES.
           PERFORM CARGAR-RETENCIONES.
           PERFORM CARGAR-RECIBOS.
           SORT ARCHIVO-ORDENADO
               ON ASCENDING KEY ORD-CLAVE
               INPUT PROCEDURE IS PROCESO-ENTRADA
               OUTPUT PROCEDURE IS PROCESO-SALIDA.
           DISPLAY "PAGOS APLICADOS LEIDOS: " CANT-LEIDOS.
           DISPLAY "COBRANZAS DEL PERIODO: " CANT-DEL-PERIODO.
           DISPLAY "EJECUTIVOS LIQUIDADOS: " CANT-LIQUIDADOS.
           DISPLAY "COBRANZAS SIN FACTURA EN EL REGISTRO: "
               CANT-SIN-FACTURA.
           DISPLAY "COBRANZAS SIN EJECUTIVO RESPONSABLE: "
               CANT-SIN-EJECUTIVO.
           DISPLAY "COBRANZAS SIN PORCENTAJE DE COMISION: "
               CANT-SIN-PORCENTAJE.
           MOVE CANT-LEIDOS TO LOG-CANT-ENTRADA.
           MOVE CANT-LIQUIDADOS TO LOG-CANT-SALIDA.
           COMPUTE LOG-CANT-EXC = CANT-SIN-FACTURA + CANT-SIN-EJECUTIVO
               + CANT-SIN-PORCENTAJE.
           MOVE 'F' TO WS-OPCION-LOG.
           CALL 'REGISTRAR-CORRIDA' USING WS-OPCION-LOG,
               LOG-PROGRAMA-ID, LOG-CANT-ENTRADA, LOG-CANT-SALIDA,
               LOG-CANT-EXC.
           STOP RUN.

       LEER-PARAMETROS.
           OPEN INPUT PARAMETROS-COM.
           IF FS-PARAMETROS NOT = ZERO
               DISPLAY "ERROR AL ABRIR PARAMETROS FS: " FS-PARAMETROS
               STOP RUN.
           READ PARAMETROS-COM.
           IF FS-PARAMETROS NOT = ZERO
               DISPLAY "ERROR AL LEER PARAMETROS FS: " FS-PARAMETROS
               STOP RUN.
           CLOSE PARAMETROS-COM.
           IF PARAM-PERIODO NOT NUMERIC
               OR PARAM-PERIODO(5:2) < '01' OR PARAM-PERIODO(5:2) > '12'
               DISPLAY "PERIODO INVALIDO: " PARAM-PERIODO
               STOP RUN.

      * Sin maestro de ejecutivos no hay a quien liquidar: la corrida
      * igual sale y todo queda sin ejecutivo.
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
           READ EJECUTIVOS.

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
           READ CARTERAS.

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
           READ COMISIONES.

       CARGAR-RETENCIONES.
           OPEN INPUT RETENCIONES.
           IF FS-RETENCIONES NOT = ZERO AND '35'
               DISPLAY "ERROR AL ABRIR RETENCIONES FS: " FS-RETENCIONES
               STOP RUN.
           IF FS-RETENCIONES = ZERO
               READ RETENCIONES
               PERFORM CARGAR-UNA-RETENCION
                   UNTIL FS-RETENCIONES NOT = ZERO
                   OR CANT-RETENCIONES >= 2000
               CLOSE RETENCIONES.

       CARGAR-UNA-RETENCION.
           IF RET-FECHA(1:6) = PARAM-PERIODO
               ADD 1 TO CANT-RETENCIONES
               MOVE RET-FACTURA TO TAB-RET-FACTURA(CANT-RETENCIONES)
               MOVE RET-FECHA TO TAB-RET-FECHA(CANT-RETENCIONES)
               MOVE RET-IMPORTE TO TAB-RET-IMPORTE(CANT-RETENCIONES)
               MOVE 'N' TO TAB-RET-USADA(CANT-RETENCIONES).
           READ RETENCIONES.

       CARGAR-RECIBOS.
           OPEN INPUT REGISTRO-RECIBOS.
           IF FS-REG-RECIBOS NOT = ZERO AND '35'
               DISPLAY "ERROR AL ABRIR REGISTRO RECIBOS FS: "
                   FS-REG-RECIBOS
               STOP RUN.
           IF FS-REG-RECIBOS = ZERO
               READ REGISTRO-RECIBOS
               PERFORM CARGAR-UN-RECIBO
                   UNTIL FS-REG-RECIBOS NOT = ZERO
                   OR CANT-RECIBOS >= 3000
               CLOSE REGISTRO-RECIBOS.

       CARGAR-UN-RECIBO.
           IF REC-FECHA(1:6) = PARAM-PERIODO
               ADD 1 TO CANT-RECIBOS
               MOVE REC-FACTURA TO TAB-REC-FACTURA(CANT-RECIBOS)
               MOVE REC-FECHA TO TAB-REC-FECHA(CANT-RECIBOS)
               MOVE REC-NUMERO TO TAB-REC-NUMERO(CANT-RECIBOS)
               MOVE REC-ANOTACION TO TAB-REC-ANOTACION(CANT-RECIBOS).
           READ REGISTRO-RECIBOS.

      ******************************************************************
      * Recorre las cobranzas aplicadas del periodo y entrega al SORT
      * cada una con su ejecutivo, base neta y comision.
       PROCESO-ENTRADA SECTION.
           OPEN INPUT PAGOS-APLICADOS.
           IF FS-APLICADOS NOT = ZERO AND '35'
               DISPLAY "ERROR AL ABRIR PAGOS APLICADOS FS: "
                   FS-APLICADOS
               STOP RUN.
           OPEN INPUT REGISTRO-FACTURAS.
           IF FS-REGISTRO NOT = ZERO
               DISPLAY "ERROR AL ABRIR REGISTRO FACTURAS FS: "
                   FS-REGISTRO
               STOP RUN.
           MOVE 'A' TO WS-OPCION-EMPRESA.
           CALL 'OBTENER-EMPRESA' USING WS-OPCION-EMPRESA,
               EMP-CODIGO-AUX, EMP-CUIT-AUX, EMP-RAZON-AUX,
               EMP-DIRE-AUX, EMP-TEL-AUX, EMP-MAIL-AUX.
           IF FS-APLICADOS = ZERO
               PERFORM LEER-APLICADO
               PERFORM EVALUAR-APLICADO
                   UNTIL FS-APLICADOS NOT = ZERO
               CLOSE PAGOS-APLICADOS.
           CLOSE REGISTRO-FACTURAS.
           MOVE 'C' TO WS-OPCION-EMPRESA.
           CALL 'OBTENER-EMPRESA' USING WS-OPCION-EMPRESA,
               EMP-CODIGO-AUX, EMP-CUIT-AUX, EMP-RAZON-AUX,
               EMP-DIRE-AUX, EMP-TEL-AUX, EMP-MAIL-AUX.

       RUTINAS-ENTRADA SECTION.

       LEER-APLICADO.
           READ PAGOS-APLICADOS.
           IF FS-APLICADOS NOT = ZERO AND '10'
               DISPLAY "ERROR AL LEER PAGOS APLICADOS FS: "
                   FS-APLICADOS
               STOP RUN.
           IF FS-APLICADOS = ZERO
               ADD 1 TO CANT-LEIDOS.

       EVALUAR-APLICADO.
           IF APL-FECHA(1:6) = PARAM-PERIODO
               ADD 1 TO CANT-DEL-PERIODO
               MOVE APL-FACTURA TO RFA-NUMERO
               READ REGISTRO-FACTURAS RECORD
               IF FS-REGISTRO = ZERO
                   PERFORM ATRIBUIR-COBRANZA
               ELSE
                   ADD 1 TO CANT-SIN-FACTURA
                   DISPLAY "FACTURA " APL-FACTURA " DEL COBRO DEL "
                       APL-FECHA " INEXISTENTE: NO SE LIQUIDA".
           PERFORM LEER-APLICADO.

      * El ejecutivo es el responsable de la empresa a la fecha de
      * emision de la factura, no a la del cobro.
       ATRIBUIR-COBRANZA.
           MOVE ZERO TO EMP-CODIGO-AUX.
           MOVE RFA-CUIT TO EMP-CUIT-AUX.
           MOVE 'P' TO WS-OPCION-EMPRESA.
           CALL 'OBTENER-EMPRESA' USING WS-OPCION-EMPRESA,
               EMP-CODIGO-AUX, EMP-CUIT-AUX, EMP-RAZON-AUX,
               EMP-DIRE-AUX, EMP-TEL-AUX, EMP-MAIL-AUX.
           IF EMP-RAZON-AUX = SPACES
               MOVE ZERO TO EMP-CODIGO-AUX
               MOVE 'CUIT SIN EMPRESA' TO EMP-RAZON-AUX.
           MOVE ZERO TO IND-CAR-ACT.
           PERFORM BUSCAR-CARTERA
               VARYING SUB-CAR FROM 1 BY 1
               UNTIL SUB-CAR > CANT-CARTERAS
               OR IND-CAR-ACT NOT = ZERO.
           MOVE APL-FECHA TO ORD-FECHA.
           MOVE APL-FACTURA TO ORD-FACTURA.
           MOVE EMP-CODIGO-AUX TO ORD-EMPRESA.
           MOVE EMP-RAZON-AUX TO ORD-RAZON.
           MOVE RFA-FECHA-EMISION TO ORD-EMISION.
           PERFORM CALCULAR-BASE.
           PERFORM BUSCAR-NUMERO-RECIBO.
           IF IND-CAR-ACT = ZERO
               ADD 1 TO CANT-SIN-EJECUTIVO
               MOVE 2 TO ORD-GRUPO
               MOVE SPACES TO ORD-EJECUTIVO
               MOVE ZERO TO ORD-PORCENTAJE ORD-COMISION
           ELSE
               MOVE 1 TO ORD-GRUPO
               MOVE TAB-CAR-EJECUTIVO(IND-CAR-ACT)
                   TO ORD-EJECUTIVO
               PERFORM CALCULAR-COMISION.
           RELEASE REG-ORDENADO.

       BUSCAR-CARTERA.
           IF TAB-CAR-EMPRESA(SUB-CAR) = EMP-CODIGO-AUX
               AND RFA-FECHA-EMISION >= TAB-CAR-DESDE(SUB-CAR)
               AND RFA-FECHA-EMISION <= TAB-CAR-HASTA(SUB-CAR)
               MOVE SUB-CAR TO IND-CAR-ACT.

      * Base: lo imputado menos lo retenido en ese mismo pago, sin el
      * IVA en la proporcion que tiene la factura. Una reversion por
      * cheque rechazado resta.
       CALCULAR-BASE.
           MOVE ZERO TO ORD-RETENIDO.
           IF APL-MARCA = 'RECHAZO'
               COMPUTE ORD-COBRADO = ZERO - APL-IMPORTE
           ELSE
               MOVE APL-IMPORTE TO ORD-COBRADO
               PERFORM DESCONTAR-RETENCION
                   VARYING SUB-RET FROM 1 BY 1
                   UNTIL SUB-RET > CANT-RETENCIONES.
           COMPUTE IMPORTE-SIN-RETENCION =
               ORD-COBRADO - ORD-RETENIDO.
           IF RFA-IMPORTE-BRUTO > ZERO
               AND RFA-IMPORTE < RFA-IMPORTE-BRUTO
               COMPUTE ORD-NETO ROUNDED =
                   IMPORTE-SIN-RETENCION * RFA-IMPORTE
                   / RFA-IMPORTE-BRUTO
           ELSE
               MOVE IMPORTE-SIN-RETENCION TO ORD-NETO.

       DESCONTAR-RETENCION.
           IF TAB-RET-USADA(SUB-RET) = 'N'
               AND TAB-RET-FACTURA(SUB-RET) = APL-FACTURA
               AND TAB-RET-FECHA(SUB-RET) = APL-FECHA
               ADD TAB-RET-IMPORTE(SUB-RET) TO ORD-RETENIDO
               MOVE 'S' TO TAB-RET-USADA(SUB-RET).

      * Lo imputado consumiendo un credito a cuenta no tiene recibo
      * propio: su pago original ya lo tuvo.
       BUSCAR-NUMERO-RECIBO.
           IF APL-MARCA = 'RECHAZO'
               MOVE 'R' TO ANOTACION-BUSCADA
           ELSE
               MOVE SPACE TO ANOTACION-BUSCADA.
           MOVE ZERO TO IND-REC-ACT.
           PERFORM COMPARAR-RECIBO
               VARYING SUB-REC FROM 1 BY 1
               UNTIL SUB-REC > CANT-RECIBOS
               OR IND-REC-ACT NOT = ZERO.
           IF IND-REC-ACT = ZERO
               MOVE 'A CUENTA' TO ORD-RECIBO
           ELSE
               MOVE TAB-REC-NUMERO(IND-REC-ACT) TO ORD-RECIBO.

       COMPARAR-RECIBO.
           IF TAB-REC-FACTURA(SUB-REC) = APL-FACTURA
               AND TAB-REC-FECHA(SUB-REC) = APL-FECHA
               AND TAB-REC-ANOTACION(SUB-REC) = ANOTACION-BUSCADA
               MOVE SUB-REC TO IND-REC-ACT.

      * Porcentaje del ejecutivo para esa empresa; si no tiene uno
      * propio, el general del ejecutivo (empresa cero).
       CALCULAR-COMISION.
           MOVE EMP-CODIGO-AUX TO EMPRESA-BUSCADA.
           PERFORM UBICAR-COMISION.
           IF IND-COM-ACT = ZERO
               MOVE ZERO TO EMPRESA-BUSCADA
               PERFORM UBICAR-COMISION.
           IF IND-COM-ACT = ZERO
               ADD 1 TO CANT-SIN-PORCENTAJE
               DISPLAY "EJECUTIVO " ORD-EJECUTIVO " SIN PORCENTAJE "
                   "PARA LA EMPRESA " EMP-CODIGO-AUX
               MOVE ZERO TO ORD-PORCENTAJE ORD-COMISION
           ELSE
               MOVE TAB-COM-PORCENTAJE(IND-COM-ACT)
                   TO ORD-PORCENTAJE
               COMPUTE ORD-COMISION ROUNDED =
                   ORD-NETO * ORD-PORCENTAJE / 100.

       UBICAR-COMISION.
           MOVE ZERO TO IND-COM-ACT.
           PERFORM COMPARAR-COMISION
               VARYING SUB-COM FROM 1 BY 1
               UNTIL SUB-COM > CANT-COMISIONES
               OR IND-COM-ACT NOT = ZERO.

       COMPARAR-COMISION.
           IF TAB-COM-EJECUTIVO(SUB-COM) = ORD-EJECUTIVO
               AND TAB-COM-EMPRESA(SUB-COM) = EMPRESA-BUSCADA
               MOVE SUB-COM TO IND-COM-ACT.

      ******************************************************************
      * Liquidacion por ejecutivo con su subtotal y el registro para
      * sueldos; al final las cobranzas que no se atribuyeron a nadie.
       PROCESO-SALIDA SECTION.
           OPEN OUTPUT LIQUIDACION.
           IF FS-LIQUIDACION NOT = ZERO
               DISPLAY "ERROR AL ABRIR LIQUIDACION FS: " FS-LIQUIDACION
               STOP RUN.
           OPEN OUTPUT COMISIONES-SUELDOS.
           IF FS-COMI-SUELDOS NOT = ZERO
               DISPLAY "ERROR AL ABRIR COMISIONES SUELDOS FS: "
                   FS-COMI-SUELDOS
               STOP RUN.
           MOVE PARAM-PERIODO TO REP-TIT-PERIODO.
           WRITE LIQ-LINEA FROM REP-TITULO.
           WRITE LIQ-LINEA FROM LINEA-VACIA.
           RETURN ARCHIVO-ORDENADO END MOVE '10' TO FS-ORDENADO.
           PERFORM CORTE-EJECUTIVO UNTIL FS-ORDENADO = '10'.
           MOVE 'Total general' TO REP-TOT-LEYENDA.
           MOVE ACU-TOT-COBRADO TO REP-TOT-COBRADO.
           MOVE ACU-TOT-NETO TO REP-TOT-NETO.
           MOVE ACU-TOT-COMISION TO REP-TOT-COMISION.
           WRITE LIQ-LINEA FROM REP-TOTAL.
           CLOSE LIQUIDACION COMISIONES-SUELDOS.

       RUTINAS-SALIDA SECTION.

       CORTE-EJECUTIVO.
           MOVE ORD-GRUPO TO GRUPO-ACTUAL.
           MOVE ORD-EJECUTIVO TO EJECUTIVO-ACTUAL.
           MOVE ZERO TO ACU-EJE-COBRADO ACU-EJE-NETO
               ACU-EJE-COMISION.
           PERFORM IMPRIMIR-ENCABEZADO-EJECUTIVO.
           PERFORM IMPRIMIR-COBRANZA UNTIL FS-ORDENADO = '10'
               OR ORD-GRUPO NOT = GRUPO-ACTUAL
               OR ORD-EJECUTIVO NOT = EJECUTIVO-ACTUAL.
           IF GRUPO-ACTUAL = 1
               MOVE 'Total del ejecutivo' TO REP-TOT-LEYENDA
           ELSE
               MOVE 'Total sin ejecutivo (no se liquida)'
                   TO REP-TOT-LEYENDA.
           MOVE ACU-EJE-COBRADO TO REP-TOT-COBRADO.
           MOVE ACU-EJE-NETO TO REP-TOT-NETO.
           MOVE ACU-EJE-COMISION TO REP-TOT-COMISION.
           WRITE LIQ-LINEA FROM REP-TOTAL.
           WRITE LIQ-LINEA FROM LINEA-VACIA.
           IF GRUPO-ACTUAL = 1
               PERFORM GRABAR-COMISION-SUELDOS.
           ADD ACU-EJE-COBRADO TO ACU-TOT-COBRADO.
           ADD ACU-EJE-NETO TO ACU-TOT-NETO.
           ADD ACU-EJE-COMISION TO ACU-TOT-COMISION.

      * Un ejecutivo que ya no esta en el maestro sale igual, sin
      * nombre ni legajo, para que no se pierda su comision.
       IMPRIMIR-ENCABEZADO-EJECUTIVO.
           MOVE ZERO TO IND-EJE-ACT.
           PERFORM COMPARAR-EJECUTIVO
               VARYING SUB-EJE FROM 1 BY 1
               UNTIL SUB-EJE > CANT-EJECUTIVOS
               OR IND-EJE-ACT NOT = ZERO.
           MOVE EJECUTIVO-ACTUAL TO REP-EJE-CODIGO.
           IF GRUPO-ACTUAL NOT = 1
               MOVE 'SIN EJECUTIVO ASIGNADO' TO REP-EJE-NOMBRE
               MOVE ZERO TO REP-EJE-LEGAJO
           ELSE
               IF IND-EJE-ACT = ZERO
                   MOVE 'EJECUTIVO INEXISTENTE' TO REP-EJE-NOMBRE
                   MOVE ZERO TO REP-EJE-LEGAJO
               ELSE
                   MOVE TAB-EJE-NOMBRE(IND-EJE-ACT)
                       TO REP-EJE-NOMBRE
                   MOVE TAB-EJE-LEGAJO(IND-EJE-ACT)
                       TO REP-EJE-LEGAJO.
           WRITE LIQ-LINEA FROM REP-EJECUTIVO.
           WRITE LIQ-LINEA FROM REP-HEADER.
           WRITE LIQ-LINEA FROM LINEA-GUION.

       COMPARAR-EJECUTIVO.
           IF TAB-EJE-CODIGO(SUB-EJE) = EJECUTIVO-ACTUAL
               MOVE SUB-EJE TO IND-EJE-ACT.

       IMPRIMIR-COBRANZA.
           MOVE ORD-FECHA TO REP-FIL-FECHA.
           MOVE ORD-RECIBO TO REP-FIL-RECIBO.
           MOVE ORD-FACTURA TO REP-FIL-FACTURA.
           MOVE ORD-EMISION TO REP-FIL-EMISION.
           MOVE ORD-EMPRESA TO REP-FIL-EMPRESA.
           MOVE ORD-RAZON TO REP-FIL-RAZON.
           MOVE ORD-COBRADO TO REP-FIL-COBRADO.
           MOVE ORD-RETENIDO TO REP-FIL-RETENIDO.
           MOVE ORD-NETO TO REP-FIL-NETO.
           MOVE ORD-PORCENTAJE TO REP-FIL-PORCENTAJE.
           MOVE ORD-COMISION TO REP-FIL-COMISION.
           WRITE LIQ-LINEA FROM REP-FILA.
           ADD ORD-COBRADO TO ACU-EJE-COBRADO.
           ADD ORD-NETO TO ACU-EJE-NETO.
           ADD ORD-COMISION TO ACU-EJE-COMISION.
           RETURN ARCHIVO-ORDENADO END MOVE '10' TO FS-ORDENADO.

       GRABAR-COMISION-SUELDOS.
           MOVE PARAM-PERIODO TO CSU-PERIODO.
           MOVE REP-EJE-LEGAJO TO CSU-LEGAJO.
           MOVE EJECUTIVO-ACTUAL TO CSU-EJECUTIVO.
           MOVE REP-EJE-NOMBRE TO CSU-NOMBRE.
           MOVE ACU-EJE-NETO TO CSU-BASE.
           MOVE ACU-EJE-COMISION TO CSU-COMISION.
           WRITE CSU-REG.
           ADD 1 TO CANT-LIQUIDADOS.


      * Resuelve todas las rutas de este programa contra rutas.dat;
      * una entrada ausente corta la corrida nombrando el logico
      * que falta.
       CARGAR-RUTAS.
           MOVE 'SEC-PARAMCOMISION' TO RUTA-LOGICO.
           PERFORM OBTENER-UNA-RUTA.
           MOVE RUTA-OBTENIDA TO RUTA-PARAMETROS-COM.
           MOVE 'SEC-PAGOSAPLIC' TO RUTA-LOGICO.
           PERFORM OBTENER-UNA-RUTA.
           MOVE RUTA-OBTENIDA TO RUTA-PAGOS-APLICADOS.
           MOVE 'SEC-REGRECIBOS' TO RUTA-LOGICO.
           PERFORM OBTENER-UNA-RUTA.
           MOVE RUTA-OBTENIDA TO RUTA-REG-RECIBOS.
           MOVE 'SEC-RETENCIONES' TO RUTA-LOGICO.
           PERFORM OBTENER-UNA-RUTA.
           MOVE RUTA-OBTENIDA TO RUTA-RETENCIONES.
           MOVE 'IDX-REGFACTURAS' TO RUTA-LOGICO.
           PERFORM OBTENER-UNA-RUTA.
           MOVE RUTA-OBTENIDA TO RUTA-REGISTRO-FACTURAS.
           MOVE 'COMP-EJECUTIVOS' TO RUTA-LOGICO.
           PERFORM OBTENER-UNA-RUTA.
           MOVE RUTA-OBTENIDA TO RUTA-EJECUTIVOS.
           MOVE 'COMP-CARTERAS' TO RUTA-LOGICO.
           PERFORM OBTENER-UNA-RUTA.
           MOVE RUTA-OBTENIDA TO RUTA-CARTERAS.
           MOVE 'COMP-COMISIONES' TO RUTA-LOGICO.
           PERFORM OBTENER-UNA-RUTA.
           MOVE RUTA-OBTENIDA TO RUTA-COMISIONES.
           MOVE 'SEC-LIQCOMISIONES' TO RUTA-LOGICO.
           PERFORM OBTENER-UNA-RUTA.
           MOVE RUTA-OBTENIDA TO RUTA-LIQUIDACION.
           MOVE 'SEC-COMISUELDOS' TO RUTA-LOGICO.
           PERFORM OBTENER-UNA-RUTA.
           MOVE RUTA-OBTENIDA TO RUTA-COMI-SUELDOS.

       OBTENER-UNA-RUTA.
           CALL 'OBTENER-RUTA' USING RUTA-LOGICO, RUTA-OBTENIDA,
               FS-RUTA.
           IF FS-RUTA NOT = '00'
               DISPLAY "RUTA NO CONFIGURADA PARA " RUTA-LOGICO
               STOP RUN.

       END PROGRAM LIQUIDAR-COMISIONES.
