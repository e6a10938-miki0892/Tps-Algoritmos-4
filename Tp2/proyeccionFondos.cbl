      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROYECCION-FONDOS.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Fecha de arranque, cantidad de semanas (8 a 12), saldo de caja
      * inicial y fecha de la proxima liquidacion de honorarios.
           SELECT PARAM-FLUJO  ASSIGN TO RUTA-PARAM-FLUJO
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS FS-PARAMETROS.

      * Registro de facturas: las abiertas son los ingresos a cobrar;
      * por clave se resuelve el vencimiento de cada factura cobrada
      * para medir la demora historica del cliente.
           SELECT REGISTRO-FACTURAS ASSIGN TO RUTA-REGISTRO-FACTURAS
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS DYNAMIC
                               RECORD KEY IS RFA-NUMERO
                               ALTERNATE RECORD KEY IS RFA-CUIT
                               WITH DUPLICATES
                               FILE STATUS IS FS-REGISTRO.

      * Historia de cobros aplicados (ver COBRANZAS): fecha de cobro
      * contra vencimiento da la demora promedio de cada cliente.
           SELECT PAGOS-APLICADOS ASSIGN TO RUTA-PAGOS-APLICADOS
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS FS-PAGOS-APLICADOS.

      * Cartera de cheques de terceros (ver MOVIMIENTOS-CHEQUES).
           SELECT CARTERA-CHEQUES ASSIGN TO RUTA-CARTERA-CHEQUES
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS FS-CARTERA.

      * Reclamos abiertos (ver MANTENER-RECLAMOS): lo que esta en
      * disputa no se proyecta como cobranza.
           SELECT RECLAMOS     ASSIGN TO RUTA-RECLAMOS
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS FS-RECLAMOS.

      * Lado TP1: horas facturadas todavia no liquidadas, maestro de
      * consultores con su participacion, tarifas y tareas, anticipos
      * abiertos, registro de liquidaciones y reenvios al banco.
           SELECT TIEMPOS-NEW  ASSIGN TO RUTA-TIEMPOS-NEW
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS FS-TIEMPOS-NEW.

           SELECT CONSULTORES  ASSIGN TO RUTA-CONSULTORES
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS FS-CONSULTORES.

           SELECT TARIFAS      ASSIGN TO RUTA-TARIFAS
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS FS-TARIFAS.

           SELECT TAREAS       ASSIGN TO RUTA-TAREAS
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS FS-TAREAS.

           SELECT ANTICIPOS    ASSIGN TO RUTA-ANTICIPOS
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS FS-ANTICIPOS.

           SELECT REGISTRO-LIQ ASSIGN TO RUTA-REGISTRO-LIQ
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS FS-REGISTRO-LIQ.

           SELECT REENVIOS-BANCO ASSIGN TO RUTA-REENVIOS-BANCO
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS FS-REENVIOS.

           SELECT GASTOS-CONSULTOR ASSIGN TO RUTA-GASTOS-CONSULTOR
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS FS-GASTOS-CONS.

      * Proyeccion semanal impresa.
           SELECT PROYECCION   ASSIGN TO RUTA-PROYECCION
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS FS-PROYECCION.

       DATA DIVISION.
       FILE SECTION.

      * Fecha de arranque en cero: hoy. Semanas fuera de 8-12: 12.
      * Fecha de liquidacion en cero: el primero del mes siguiente al
      * arranque.
       FD PARAM-FLUJO LABEL RECORD IS STANDARD.
       01 PARAM-REG.
           03 PARAM-FECHA-INICIO PIC 9(8).
           03 PARAM-SEMANAS PIC 9(2).
           03 PARAM-SALDO-INICIAL PIC S9(11)V99.
           03 PARAM-FECHA-LIQUIDACION PIC 9(8).

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

      * Estado del cheque: 'C' en cartera, 'D' depositado, 'A'
      * acreditado, 'R' rechazado.
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

       FD RECLAMOS LABEL RECORD IS STANDARD.
       01 RCL-REG.
           03 RCL-NUMERO PIC 9(6).
           03 RCL-FACTURA PIC 9(8).
           03 RCL-CUIT PIC 9(11).
           03 RCL-IMPORTE PIC 9(9)V99.
           03 RCL-MOTIVO PIC X(2).
           03 RCL-RESPONSABLE PIC X(10).
           03 RCL-ESTADO PIC X(1).
           03 RCL-FECHA-ALTA PIC 9(8).
           03 RCL-FECHA-ESTADO PIC 9(8).
           03 RCL-NOTA-CREDITO PIC 9(8).
           03 RCL-OPERADOR PIC X(10).

       FD TIEMPOS-NEW LABEL RECORD IS STANDARD.
       01 TIE-NEW-REG.
           03 TIE-NEW-NUMERO PIC X(5).
           03 TIE-NEW-FECHA.
               05 TIE-NEW-DIA PIC 9(2).
               05 TIE-NEW-MES PIC 9(2).
               05 TIE-NEW-ANIO PIC 9(4).
           03 TIE-NEW-EMPRESA PIC 9(03).
           03 TIE-NEW-TAREA PIC X(04).
           03 TIE-NEW-HORAS PIC 9(2)V99.
           03 TIE-NEW-INDICADOR PIC X(01).
               88 ES-REVERSA VALUE 'R'.
           03 TIE-NEW-TIPO      PIC 99.
           03 TIE-NEW-OFICINA   PIC 9(03).
           03 TIE-NEW-IMPORTE   PIC 9(7)V99.

       FD CONSULTORES LABEL RECORD IS STANDARD.
       01 CONS-REG.
           03 CONS-NUMERO PIC X(5).
           03 CONS-DNI PIC 9(8).
           03 CONS-SRT PIC X(2).
           03 CONS-NOMBRE PIC X(25).
           03 CONS-DIRE PIC X(20).
           03 CONS-TEL PIC X(20).
           03 CONS-PORC-PART PIC 9(3)V99.
           03 CONS-ESTADO PIC X(1).
           03 CONS-FECHA-BAJA PIC 9(8).
           03 CONS-CBU PIC 9(22).

       FD TARIFAS LABEL RECORD IS STANDARD.
       01 TAR-REG.
           03 TAR-SRT PIC X(02).
           03 TAR-TIPO PIC 99.
           03 TAR-VIGENCIA PIC 9(8).
           03 TAR-TARIFA PIC 9(5)V99.

       FD TAREAS LABEL RECORD IS STANDARD.
       01 TAREA-REG.
           03 TAREA-CODIGO PIC X(4).
           03 TAREA-DESC   PIC X(20).
           03 TAREA-FACT   PIC X(1).

       FD ANTICIPOS LABEL RECORD IS STANDARD.
       01 ANT-REG.
           03 ANT-CONSULTOR PIC X(5).
           03 ANT-FECHA PIC 9(8).
           03 ANT-IMPORTE PIC 9(9)V99.
           03 ANT-RECUPERADO PIC 9(9)V99.

       FD GASTOS-CONSULTOR LABEL RECORD IS STANDARD.
       01 GCO-REG.
           03 GCO-CONSULTOR PIC X(5).
           03 GCO-FECHA     PIC 9(8).
           03 GCO-CONCEPTO  PIC X(4).
           03 GCO-IMPORTE   PIC 9(7)V99.
           03 GCO-DETALLE   PIC X(30).

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

       FD REENVIOS-BANCO LABEL RECORD IS STANDARD.
       01 REE-REG.
           03 REE-NUMERO  PIC X(5).
           03 REE-DNI     PIC 9(8).
           03 REE-IMPORTE PIC 9(9)V99.
           03 REE-FECHA   PIC 9(8).
           03 REE-CBU     PIC 9(22).

       FD PROYECCION LABEL RECORD IS STANDARD.
       01 PRY-LINEA PIC X(120).

       WORKING-STORAGE SECTION.

       77 FS-PARAMETROS     PIC XX.
       77 FS-REGISTRO       PIC XX.
       77 FS-PAGOS-APLICADOS PIC XX.
       77 FS-CARTERA        PIC XX.
       77 FS-RECLAMOS       PIC XX.
       77 FS-TIEMPOS-NEW    PIC XX.
       77 FS-CONSULTORES    PIC XX.
       77 FS-TARIFAS        PIC XX.
       77 FS-TAREAS         PIC XX.
       77 FS-ANTICIPOS      PIC XX.
       77 FS-GASTOS-CONS    PIC XX.
       77 FS-REGISTRO-LIQ   PIC XX.
       77 FS-REENVIOS       PIC XX.
       77 FS-PROYECCION     PIC XX.

       01 FECHA-INICIO PIC 9(8).
       01 FECHA-LIQUIDACION PIC 9(8).
       01 ANIO-LIQUIDACION PIC 9(4).
       01 MES-LIQUIDACION PIC 9(2).
       01 CANT-SEMANAS PIC 9(2).
       01 SALDO-INICIAL PIC S9(11)V99.
       01 DIA-INICIO PIC 9(8).
       01 DIA-EVENTO PIC S9(9).
       01 DIAS-DESDE-INICIO PIC S9(9).
       01 DIA-AUXILIAR PIC 9(8).
       01 IND-SEM PIC 9(2).
       01 SUB-SEM PIC 9(2).

      * Semanas de la proyeccion: la 1 arranca en la fecha de inicio y
      * recibe tambien lo atrasado (vencido segun la demora del
      * cliente y todavia no cobrado); lo que cae despues de la
      * ultima semana se informa como posterior.
       01 TABLA-SEMANAS.
           03 FILA-SEMANA OCCURS 12 TIMES.
               05 SEM-DESDE PIC 9(8).
               05 SEM-HASTA PIC 9(8).
               05 SEM-FACTURAS PIC 9(11)V99.
               05 SEM-CHEQUES PIC 9(11)V99.
               05 SEM-HONORARIOS PIC 9(11)V99.
               05 SEM-NETO PIC S9(11)V99.
               05 SEM-SALDO PIC S9(11)V99.
       01 ATRASADO-FACTURAS PIC 9(11)V99 VALUE ZERO.
       01 POSTERIOR-FACTURAS PIC 9(11)V99 VALUE ZERO.
       01 POSTERIOR-CHEQUES PIC 9(11)V99 VALUE ZERO.
       01 POSTERIOR-HONORARIOS PIC 9(11)V99 VALUE ZERO.
       01 TOTAL-EN-RECLAMO PIC 9(11)V99 VALUE ZERO.
       01 TOTAL-INGRESOS PIC 9(11)V99 VALUE ZERO.
       01 TOTAL-EGRESOS PIC 9(11)V99 VALUE ZERO.

      * Facturas y cuotas abiertas: saldo (bruto + ajuste de notas -
      * cobrado) menos lo que este en reclamo abierto.
       01 TABLA-FACTURAS.
           03 FILA-FACTURA OCCURS 500 TIMES.
               05 TAB-FAC-NUMERO PIC 9(8).
               05 TAB-FAC-CUIT PIC 9(11).
               05 TAB-FAC-VTO PIC 9(8).
               05 TAB-FAC-SALDO PIC S9(9)V99.
       01 CANT-FACTURAS PIC 9(3) VALUE ZERO.
       01 SUB-FAC PIC 9(3).
       01 IND-FAC-ACT PIC 9(3).

      * Demora historica por cliente: dias entre vencimiento y cobro
      * de cada aplicacion, promediados (negativos si paga antes).
       01 TABLA-DEMORAS.
           03 FILA-DEMORA OCCURS 300 TIMES.
               05 TAB-DEM-CUIT PIC 9(11).
               05 TAB-DEM-DIAS PIC S9(9).
               05 TAB-DEM-CANT PIC 9(5).
               05 TAB-DEM-PROMEDIO PIC S9(5).
       01 CANT-DEMORAS PIC 9(3) VALUE ZERO.
       01 SUB-DEM PIC 9(3).
       01 IND-DEM-ACT PIC 9(3).
       01 CUIT-BUSCADO PIC 9(11).
       01 DIAS-DEMORA PIC S9(5).
       01 CANT-COBROS-MEDIDOS PIC 9(7) VALUE ZERO.

      * Consultores de TP1 con su participacion, el ultimo dia ya
      * liquidado segun el registro y lo facturado pendiente de
      * liquidar en TIEMPOS-NEW.
       01 TABLA-CONSULTORES.
           03 LINEA-CONSULTOR OCCURS 100 TIMES INDEXED BY IND-CONS.
               05 TAB-CONS-NUMERO PIC X(5).
               05 TAB-CONS-SRT    PIC X(2).
               05 TAB-CONS-PORC   PIC 9(3)V99.
               05 TAB-CONS-ULT-LIQ PIC 9(8).
               05 TAB-CONS-FACTURADO PIC S9(10)V99.
               05 TAB-CONS-ANTICIPO PIC 9(10)V99.
       01 CANT-CONSULTORES PIC 9(3) VALUE ZERO.
       01 SUB-CONS PIC 9(3).

      * Misma regla de vigencia que la liquidacion: gana la mayor
      * vigencia no posterior a la fecha del registro.
       01 TABLA-TARIFAS.
           03 ELEMENTO OCCURS 90 TIMES INDEXED BY IND-TAR.
               05 CATEGORIA PIC X(02).
               05 TIPO-TAR PIC 99.
               05 VIGENCIA PIC 9(8).
               05 TARIFA PIC 9(5)V99.
       01 CANT-TARIFAS PIC 9(3) VALUE ZERO.

       01 TABLA-TAREAS-MAESTRO.
           03 LINEA-TAREA OCCURS 20 TIMES INDEXED BY IND-TMA.
               05 TAB-TAREA-COD  PIC X(4).
               05 TAB-TAREA-FACT PIC X(1).

       01 FECHA-REGISTRO PIC 9(8).
       01 VIGENCIA-ELEGIDA PIC 9(8).
       01 TARIFA-ELEGIDA PIC 9(5)V99.
       01 IMPORTE-AUX PIC S9(10)V99.
       01 SW-TAREA-FACTURABLE PIC X.
           88 TAREA-FACTURABLE VALUE 'S'.
       01 SW-CONSULTOR-HALLADO PIC X.
           88 CONSULTOR-HALLADO VALUE 'S'.

       01 HONORARIO-CONS PIC S9(10)V99.
       01 RECUPERO-CONS PIC 9(10)V99.
       01 TOTAL-HONORARIO-BRUTO PIC 9(11)V99 VALUE ZERO.
       01 TOTAL-RECUPERO-ANT PIC 9(11)V99 VALUE ZERO.
       01 TOTAL-REENVIOS PIC 9(11)V99 VALUE ZERO.
       01 TOTAL-REINTEGROS PIC 9(11)V99 VALUE ZERO.
       01 TOTAL-EGRESO-LIQ PIC 9(11)V99 VALUE ZERO.
       01 CANT-SIN-MAESTRO PIC 9(5) VALUE ZERO.

       01 REP-TITULO.
           02 FILLER PIC X(45)
               VALUE 'Proyeccion semanal de fondos desde el '.
           02 REP-TIT-DD PIC 9(2).
           02 FILLER PIC X VALUE '/'.
           02 REP-TIT-MM PIC 9(2).
           02 FILLER PIC X VALUE '/'.
           02 REP-TIT-AAAA PIC 9(4).
           02 FILLER PIC X(18) VALUE '   Saldo inicial: '.
           02 REP-TIT-SALDO PIC -Z(10)9,99.

       01 REP-HEADER.
           02 FILLER PIC X(40) VALUE
               'Sem Desde      Hasta          Facturas '.
           02 FILLER PIC X(40) VALUE
               '     Cheques     Ingresos  Honorarios   '.
           02 FILLER PIC X(40) VALUE
               '       Neto            Saldo'.

       01 REP-FILA.
           02 REP-FIL-SEMANA PIC Z9.
           02 FILLER PIC X(2) VALUE SPACES.
           02 REP-FIL-DESDE PIC X(10).
           02 FILLER PIC X(1) VALUE SPACE.
           02 REP-FIL-HASTA PIC X(10).
           02 FILLER PIC X(1) VALUE SPACE.
           02 REP-FIL-FACTURAS PIC Z(9)9,99.
           02 FILLER PIC X(1) VALUE SPACE.
           02 REP-FIL-CHEQUES PIC Z(9)9,99.
           02 FILLER PIC X(1) VALUE SPACE.
           02 REP-FIL-INGRESOS PIC Z(9)9,99.
           02 FILLER PIC X(1) VALUE SPACE.
           02 REP-FIL-HONORARIOS PIC Z(9)9,99.
           02 FILLER PIC X(1) VALUE SPACE.
           02 REP-FIL-NETO PIC -Z(9)9,99.
           02 FILLER PIC X(1) VALUE SPACE.
           02 REP-FIL-SALDO PIC -Z(10)9,99.

       01 REP-FECHA-EDIT.
           02 REP-FEC-DD PIC 9(2).
           02 FILLER PIC X VALUE '/'.
           02 REP-FEC-MM PIC 9(2).
           02 FILLER PIC X VALUE '/'.
           02 REP-FEC-AAAA PIC 9(4).

       01 REP-DETALLE.
           02 REP-DET-LEYENDA PIC X(50).
           02 REP-DET-IMPORTE PIC -Z(10)9,99.

       01 LINEA-GUION PIC X(120) VALUE ALL "-".
       01 LINEA-BLANCO PIC X(120) VALUE SPACES.


      * Bitacora central de corridas (ver REGISTRAR-CORRIDA): 'I' al
      * arrancar y 'F' con los contadores al terminar normalmente;
      * una corrida abortada no llega a anotar su 'F' y el resumen
      * diario la muestra como anormal.
       01 WS-OPCION-LOG PIC X.
       01 LOG-PROGRAMA-ID PIC X(12) VALUE 'PROYEC-FONDO'.
       01 LOG-CANT-ENTRADA PIC 9(7) VALUE ZERO.
       01 LOG-CANT-SALIDA PIC 9(7) VALUE ZERO.
       01 LOG-CANT-EXC PIC 9(5) VALUE ZERO.


      * Rutas fisicas de los archivos, resueltas al arrancar desde
      * rutas.dat via OBTENER-RUTA: mover el sistema o armar un
      * ambiente de prueba es cuestion de editar ese archivo.
       77 FS-RUTA PIC XX.
       01 RUTA-LOGICO PIC X(20).
       01 RUTA-OBTENIDA PIC X(100).
       01 RUTA-PARAM-FLUJO PIC X(100).
       01 RUTA-REGISTRO-FACTURAS PIC X(100).
       01 RUTA-PAGOS-APLICADOS PIC X(100).
       01 RUTA-CARTERA-CHEQUES PIC X(100).
       01 RUTA-RECLAMOS PIC X(100).
       01 RUTA-TIEMPOS-NEW PIC X(100).
       01 RUTA-CONSULTORES PIC X(100).
       01 RUTA-TARIFAS PIC X(100).
       01 RUTA-TAREAS PIC X(100).
       01 RUTA-ANTICIPOS PIC X(100).
       01 RUTA-REGISTRO-LIQ PIC X(100).
       01 RUTA-REENVIOS-BANCO PIC X(100).
       01 RUTA-GASTOS-CONSULTOR PIC X(100).
       01 RUTA-PROYECCION PIC X(100).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM CARGAR-RUTAS.
           MOVE 'I' TO WS-OPCION-LOG.
           CALL 'REGISTRAR-CORRIDA' USING WS-OPCION-LOG,
               LOG-PROGRAMA-ID, LOG-CANT-ENTRADA, LOG-CANT-SALIDA,
               LOG-CANT-EXC.
           PERFORM LEER-PARAMETROS.
           PERFORM ARMAR-SEMANAS.
           PERFORM CARGAR-FACTURAS.
           PERFORM DESCONTAR-RECLAMOS.
           PERFORM CALCULAR-DEMORAS.
           PERFORM PROYECTAR-FACTURAS.
           PERFORM PROYECTAR-CHEQUES.
           PERFORM CARGAR-TABLAS-TP1.
           PERFORM CARGAR-ULTIMAS-LIQUIDACIONES.
           PERFORM CARGAR-ANTICIPOS.
           PERFORM CARGAR-GASTOS-CONSULTOR.
           PERFORM ESTIMAR-HORAS-PENDIENTES.
           PERFORM ESTIMAR-LIQUIDACION.
           PERFORM ACUMULAR-SEMANAS.
           PERFORM IMPRIMIR-PROYECCION.
           DISPLAY "FACTURAS ABIERTAS PROYECTADAS: " CANT-FACTURAS.
           DISPLAY "COBROS MEDIDOS PARA LA DEMORA: "
               CANT-COBROS-MEDIDOS.
           DISPLAY "INGRESOS EN EL HORIZONTE: " TOTAL-INGRESOS.
           DISPLAY "EGRESOS EN EL HORIZONTE: " TOTAL-EGRESOS.
           IF CANT-SIN-MAESTRO > ZERO
               DISPLAY "REGISTROS DE HORAS SIN CONSULTOR EN EL "
                   "MAESTRO (NO ESTIMADOS): " CANT-SIN-MAESTRO.
           MOVE CANT-FACTURAS TO LOG-CANT-ENTRADA.
           MOVE CANT-SEMANAS TO LOG-CANT-SALIDA.
           MOVE CANT-SIN-MAESTRO TO LOG-CANT-EXC.
           MOVE 'F' TO WS-OPCION-LOG.
           CALL 'REGISTRAR-CORRIDA' USING WS-OPCION-LOG,
               LOG-PROGRAMA-ID, LOG-CANT-ENTRADA, LOG-CANT-SALIDA,
               LOG-CANT-EXC.
           STOP RUN.

       LEER-PARAMETROS.
           MOVE FUNCTION CURRENT-DATE(1:8) TO FECHA-INICIO.
           MOVE 12 TO CANT-SEMANAS.
           MOVE ZERO TO SALDO-INICIAL FECHA-LIQUIDACION.
           OPEN INPUT PARAM-FLUJO.
           IF FS-PARAMETROS NOT = ZERO AND '35'
               DISPLAY "ERROR AL ABRIR PARAM FLUJO FS: " FS-PARAMETROS
               STOP RUN.
           IF FS-PARAMETROS = ZERO
               READ PARAM-FLUJO
               IF FS-PARAMETROS = ZERO
                   PERFORM TOMAR-PARAMETROS
               END-IF
               CLOSE PARAM-FLUJO.
           COMPUTE DIA-INICIO = FUNCTION INTEGER-OF-DATE(FECHA-INICIO).
           IF FECHA-LIQUIDACION = ZERO
               MOVE FECHA-INICIO(1:4) TO ANIO-LIQUIDACION
               MOVE FECHA-INICIO(5:2) TO MES-LIQUIDACION
               IF MES-LIQUIDACION = 12
                   MOVE 1 TO MES-LIQUIDACION
                   ADD 1 TO ANIO-LIQUIDACION
               ELSE
                   ADD 1 TO MES-LIQUIDACION
               END-IF
               COMPUTE FECHA-LIQUIDACION = ANIO-LIQUIDACION * 10000
                   + MES-LIQUIDACION * 100 + 1
           END-IF.

       TOMAR-PARAMETROS.
           IF PARAM-FECHA-INICIO NUMERIC
               AND PARAM-FECHA-INICIO NOT = ZERO
               MOVE PARAM-FECHA-INICIO TO FECHA-INICIO.
           IF PARAM-SEMANAS NUMERIC
               AND PARAM-SEMANAS >= 8 AND PARAM-SEMANAS <= 12
               MOVE PARAM-SEMANAS TO CANT-SEMANAS.
           IF PARAM-SALDO-INICIAL NUMERIC
               MOVE PARAM-SALDO-INICIAL TO SALDO-INICIAL.
           IF PARAM-FECHA-LIQUIDACION NUMERIC
               MOVE PARAM-FECHA-LIQUIDACION TO FECHA-LIQUIDACION.

       ARMAR-SEMANAS.
           PERFORM ARMAR-UNA-SEMANA
               VARYING SUB-SEM FROM 1 BY 1
               UNTIL SUB-SEM > CANT-SEMANAS.

       ARMAR-UNA-SEMANA.
           COMPUTE DIA-AUXILIAR = DIA-INICIO + (SUB-SEM - 1) * 7.
           MOVE FUNCTION DATE-OF-INTEGER(DIA-AUXILIAR)
               TO SEM-DESDE(SUB-SEM).
           ADD 6 TO DIA-AUXILIAR.
           MOVE FUNCTION DATE-OF-INTEGER(DIA-AUXILIAR)
               TO SEM-HASTA(SUB-SEM).
           MOVE ZERO TO SEM-FACTURAS(SUB-SEM) SEM-CHEQUES(SUB-SEM)
               SEM-HONORARIOS(SUB-SEM) SEM-NETO(SUB-SEM)
               SEM-SALDO(SUB-SEM).

      * Ubica la semana del dia DIA-EVENTO: lo anterior al inicio va a
      * la semana 1; lo posterior a la ultima deja IND-SEM en cero.
       UBICAR-SEMANA.
           COMPUTE DIAS-DESDE-INICIO = DIA-EVENTO - DIA-INICIO.
           IF DIAS-DESDE-INICIO < ZERO
               MOVE 1 TO IND-SEM
           ELSE
               COMPUTE IND-SEM = DIAS-DESDE-INICIO / 7 + 1
               IF DIAS-DESDE-INICIO >= CANT-SEMANAS * 7
                   MOVE ZERO TO IND-SEM.

      ******************************************************************
      * Ingresos por facturas: las F/Q (o en blanco, registros viejos)
      * con saldo; las notas ya estan netas en el ajuste de la factura.
       CARGAR-FACTURAS.
           OPEN INPUT REGISTRO-FACTURAS.
           IF FS-REGISTRO NOT = ZERO
               DISPLAY "ERROR AL ABRIR REGISTRO FACTURAS FS: "
                   FS-REGISTRO
               STOP RUN.
           READ REGISTRO-FACTURAS NEXT RECORD.
           PERFORM CARGAR-UNA-FACTURA
               UNTIL FS-REGISTRO NOT = ZERO OR CANT-FACTURAS >= 500.
           IF CANT-FACTURAS >= 500 AND FS-REGISTRO = ZERO
               DISPLAY "*** TABLA DE FACTURAS LLENA (500): LA "
                   "PROYECCION DE COBRANZAS QUEDA INCOMPLETA ***".

       CARGAR-UNA-FACTURA.
           IF RFA-TIPO-DOC = 'F' OR RFA-TIPO-DOC = 'Q'
               OR RFA-TIPO-DOC = SPACE
               IF RFA-IMPORTE-BRUTO + RFA-AJUSTE-NOTAS > RFA-COBRADO
                   ADD 1 TO CANT-FACTURAS
                   MOVE RFA-NUMERO TO TAB-FAC-NUMERO(CANT-FACTURAS)
                   MOVE RFA-CUIT TO TAB-FAC-CUIT(CANT-FACTURAS)
                   MOVE RFA-FECHA-VTO TO TAB-FAC-VTO(CANT-FACTURAS)
                   COMPUTE TAB-FAC-SALDO(CANT-FACTURAS) =
                       RFA-IMPORTE-BRUTO + RFA-AJUSTE-NOTAS
                       - RFA-COBRADO.
           READ REGISTRO-FACTURAS NEXT RECORD.

       DESCONTAR-RECLAMOS.
           OPEN INPUT RECLAMOS.
           IF FS-RECLAMOS NOT = ZERO AND '35'
               DISPLAY "ERROR AL ABRIR RECLAMOS FS: " FS-RECLAMOS
               STOP RUN.
           IF FS-RECLAMOS = ZERO
               READ RECLAMOS
               PERFORM DESCONTAR-UN-RECLAMO
                   UNTIL FS-RECLAMOS NOT = ZERO
               CLOSE RECLAMOS.

       DESCONTAR-UN-RECLAMO.
           IF RCL-ESTADO = 'A' OR RCL-ESTADO = 'R'
               MOVE ZERO TO IND-FAC-ACT
               PERFORM COMPARAR-FACTURA-RECLAMO
                   VARYING SUB-FAC FROM 1 BY 1
                   UNTIL SUB-FAC > CANT-FACTURAS
                   OR IND-FAC-ACT NOT = ZERO
               IF IND-FAC-ACT NOT = ZERO
                   PERFORM RESTAR-RECLAMO.
           READ RECLAMOS.

       COMPARAR-FACTURA-RECLAMO.
           IF TAB-FAC-NUMERO(SUB-FAC) = RCL-FACTURA
               MOVE SUB-FAC TO IND-FAC-ACT.

       RESTAR-RECLAMO.
           IF RCL-IMPORTE > TAB-FAC-SALDO(IND-FAC-ACT)
               ADD TAB-FAC-SALDO(IND-FAC-ACT) TO TOTAL-EN-RECLAMO
               MOVE ZERO TO TAB-FAC-SALDO(IND-FAC-ACT)
           ELSE
               ADD RCL-IMPORTE TO TOTAL-EN-RECLAMO
               SUBTRACT RCL-IMPORTE FROM TAB-FAC-SALDO(IND-FAC-ACT).

      * La demora de cada cobro sale del vencimiento de su factura,
      * leida por clave; las reversiones por cheque rechazado y los
      * cobros sin factura no miden nada.
       CALCULAR-DEMORAS.
           OPEN INPUT PAGOS-APLICADOS.
           IF FS-PAGOS-APLICADOS NOT = ZERO AND '35'
               DISPLAY "ERROR AL ABRIR PAGOS APLICADOS FS: "
                   FS-PAGOS-APLICADOS
               STOP RUN.
           IF FS-PAGOS-APLICADOS = ZERO
               READ PAGOS-APLICADOS
               PERFORM MEDIR-UN-COBRO
                   UNTIL FS-PAGOS-APLICADOS NOT = ZERO
               CLOSE PAGOS-APLICADOS.
           CLOSE REGISTRO-FACTURAS.
           PERFORM PROMEDIAR-DEMORA
               VARYING SUB-DEM FROM 1 BY 1
               UNTIL SUB-DEM > CANT-DEMORAS.

       MEDIR-UN-COBRO.
           IF APL-MARCA NOT = 'RECHAZO' AND APL-FACTURA NOT = ZERO
               MOVE APL-FACTURA TO RFA-NUMERO
               READ REGISTRO-FACTURAS RECORD
               IF FS-REGISTRO = '00'
                   AND RFA-FECHA-VTO > 19000101
                   AND APL-FECHA > 19000101
                   PERFORM ACUMULAR-DEMORA.
           READ PAGOS-APLICADOS.

       ACUMULAR-DEMORA.
           COMPUTE DIAS-DEMORA =
               FUNCTION INTEGER-OF-DATE(APL-FECHA)
               - FUNCTION INTEGER-OF-DATE(RFA-FECHA-VTO).
           MOVE RFA-CUIT TO CUIT-BUSCADO.
           PERFORM UBICAR-DEMORA.
           IF IND-DEM-ACT = ZERO AND CANT-DEMORAS < 300
               ADD 1 TO CANT-DEMORAS
               MOVE CANT-DEMORAS TO IND-DEM-ACT
               MOVE RFA-CUIT TO TAB-DEM-CUIT(IND-DEM-ACT)
               MOVE ZERO TO TAB-DEM-DIAS(IND-DEM-ACT)
                   TAB-DEM-CANT(IND-DEM-ACT)
                   TAB-DEM-PROMEDIO(IND-DEM-ACT).
           IF IND-DEM-ACT NOT = ZERO
               ADD DIAS-DEMORA TO TAB-DEM-DIAS(IND-DEM-ACT)
               ADD 1 TO TAB-DEM-CANT(IND-DEM-ACT)
               ADD 1 TO CANT-COBROS-MEDIDOS.

       UBICAR-DEMORA.
           MOVE ZERO TO IND-DEM-ACT.
           PERFORM COMPARAR-DEMORA
               VARYING SUB-DEM FROM 1 BY 1
               UNTIL SUB-DEM > CANT-DEMORAS
               OR IND-DEM-ACT NOT = ZERO.

       COMPARAR-DEMORA.
           IF TAB-DEM-CUIT(SUB-DEM) = CUIT-BUSCADO
               MOVE SUB-DEM TO IND-DEM-ACT.

       PROMEDIAR-DEMORA.
           IF TAB-DEM-CANT(SUB-DEM) > ZERO
               COMPUTE TAB-DEM-PROMEDIO(SUB-DEM) ROUNDED =
                   TAB-DEM-DIAS(SUB-DEM) / TAB-DEM-CANT(SUB-DEM).

      * Fecha esperada de cobro = vencimiento + demora promedio del
      * cliente (cero si no tiene cobros en la historia).
       PROYECTAR-FACTURAS.
           PERFORM PROYECTAR-UNA-FACTURA
               VARYING SUB-FAC FROM 1 BY 1
               UNTIL SUB-FAC > CANT-FACTURAS.

       PROYECTAR-UNA-FACTURA.
           IF TAB-FAC-SALDO(SUB-FAC) > ZERO
               MOVE TAB-FAC-CUIT(SUB-FAC) TO CUIT-BUSCADO
               PERFORM UBICAR-DEMORA
               IF TAB-FAC-VTO(SUB-FAC) > 19000101
                   COMPUTE DIA-EVENTO = FUNCTION INTEGER-OF-DATE(
                       TAB-FAC-VTO(SUB-FAC))
               ELSE
                   MOVE DIA-INICIO TO DIA-EVENTO
               END-IF
               IF IND-DEM-ACT NOT = ZERO
                   ADD TAB-DEM-PROMEDIO(IND-DEM-ACT) TO DIA-EVENTO
               END-IF
               PERFORM UBICAR-SEMANA
               IF DIAS-DESDE-INICIO < ZERO
                   ADD TAB-FAC-SALDO(SUB-FAC) TO ATRASADO-FACTURAS
               END-IF
               IF IND-SEM = ZERO
                   ADD TAB-FAC-SALDO(SUB-FAC) TO POSTERIOR-FACTURAS
               ELSE
                   ADD TAB-FAC-SALDO(SUB-FAC) TO SEM-FACTURAS(IND-SEM).

      * Cheques en cartera por su fecha de cobro; los depositados
      * todavia no acreditados entran en la primera semana.
       PROYECTAR-CHEQUES.
           OPEN INPUT CARTERA-CHEQUES.
           IF FS-CARTERA NOT = ZERO AND '35'
               DISPLAY "ERROR AL ABRIR CARTERA CHEQUES FS: " FS-CARTERA
               STOP RUN.
           IF FS-CARTERA = ZERO
               READ CARTERA-CHEQUES
               PERFORM PROYECTAR-UN-CHEQUE
                   UNTIL FS-CARTERA NOT = ZERO
               CLOSE CARTERA-CHEQUES.

       PROYECTAR-UN-CHEQUE.
           EVALUATE TRUE
               WHEN CHQ-ESTADO = 'C' AND CHQ-FECHA-COBRO > 19000101
                   COMPUTE DIA-EVENTO =
                       FUNCTION INTEGER-OF-DATE(CHQ-FECHA-COBRO)
                   PERFORM UBICAR-SEMANA
               WHEN CHQ-ESTADO = 'C' OR CHQ-ESTADO = 'D'
                   MOVE 1 TO IND-SEM
               WHEN OTHER
                   MOVE 99 TO IND-SEM
           END-EVALUATE.
           EVALUATE TRUE
               WHEN IND-SEM = 99
                   CONTINUE
               WHEN IND-SEM = ZERO
                   ADD CHQ-IMPORTE TO POSTERIOR-CHEQUES
               WHEN OTHER
                   ADD CHQ-IMPORTE TO SEM-CHEQUES(IND-SEM)
           END-EVALUATE.
           READ CARTERA-CHEQUES.

      ******************************************************************
      * Egresos: la proxima liquidacion de honorarios, estimada como
      * la liquidaria LIQUIDAR-HONORARIOS con lo facturado hasta hoy.
       CARGAR-TABLAS-TP1.
           OPEN INPUT CONSULTORES.
           IF FS-CONSULTORES NOT = ZERO
               DISPLAY "ERROR AL ABRIR CONSULTORES FS: " FS-CONSULTORES
               STOP RUN.
           READ CONSULTORES.
           PERFORM CARGAR-CONSULTOR
               UNTIL FS-CONSULTORES NOT = ZERO
               OR CANT-CONSULTORES >= 100.
           CLOSE CONSULTORES.
           OPEN INPUT TARIFAS.
           IF FS-TARIFAS NOT = ZERO
               DISPLAY "ERROR AL ABRIR TARIFAS FS: " FS-TARIFAS
               STOP RUN.
           READ TARIFAS.
           PERFORM CARGAR-TARIFA
               UNTIL FS-TARIFAS NOT = ZERO OR CANT-TARIFAS >= 90.
           CLOSE TARIFAS.
           OPEN INPUT TAREAS.
           IF FS-TAREAS NOT = ZERO
               DISPLAY "ERROR AL ABRIR TAREAS FS: " FS-TAREAS
               STOP RUN.
           READ TAREAS.
           PERFORM CARGAR-TAREA VARYING IND-TMA FROM 1 BY 1
               UNTIL FS-TAREAS NOT = ZERO OR IND-TMA > 20.
           CLOSE TAREAS.

       CARGAR-CONSULTOR.
           ADD 1 TO CANT-CONSULTORES.
           MOVE CONS-NUMERO TO TAB-CONS-NUMERO(CANT-CONSULTORES).
           MOVE CONS-SRT TO TAB-CONS-SRT(CANT-CONSULTORES).
           MOVE CONS-PORC-PART TO TAB-CONS-PORC(CANT-CONSULTORES).
           MOVE ZERO TO TAB-CONS-ULT-LIQ(CANT-CONSULTORES)
               TAB-CONS-FACTURADO(CANT-CONSULTORES)
               TAB-CONS-ANTICIPO(CANT-CONSULTORES).
           READ CONSULTORES.

       CARGAR-TARIFA.
           ADD 1 TO CANT-TARIFAS.
           MOVE TAR-SRT TO CATEGORIA(CANT-TARIFAS).
           MOVE TAR-TIPO TO TIPO-TAR(CANT-TARIFAS).
           MOVE TAR-VIGENCIA TO VIGENCIA(CANT-TARIFAS).
           MOVE TAR-TARIFA TO TARIFA(CANT-TARIFAS).
           READ TARIFAS.

       CARGAR-TAREA.
           MOVE TAREA-CODIGO TO TAB-TAREA-COD(IND-TMA).
           MOVE TAREA-FACT TO TAB-TAREA-FACT(IND-TMA).
           READ TAREAS.

      * Lo liquidado a cada consultor llega hasta el mayor HASTA que
      * tenga en el registro; una transferencia rechazada igual cuenta
      * como liquidada (su reenvio se suma aparte).
       CARGAR-ULTIMAS-LIQUIDACIONES.
           OPEN INPUT REGISTRO-LIQ.
           IF FS-REGISTRO-LIQ NOT = ZERO AND '35'
               DISPLAY "ERROR AL ABRIR REGISTRO LIQUIDACIONES FS: "
                   FS-REGISTRO-LIQ
               STOP RUN.
           IF FS-REGISTRO-LIQ = ZERO
               READ REGISTRO-LIQ
               PERFORM EVALUAR-UNA-LIQUIDACION
                   UNTIL FS-REGISTRO-LIQ NOT = ZERO
               CLOSE REGISTRO-LIQ.
           OPEN INPUT REENVIOS-BANCO.
           IF FS-REENVIOS NOT = ZERO AND '35'
               DISPLAY "ERROR AL ABRIR REENVIOS BANCO FS: " FS-REENVIOS
               STOP RUN.
           IF FS-REENVIOS = ZERO
               READ REENVIOS-BANCO
               PERFORM SUMAR-UN-REENVIO
                   UNTIL FS-REENVIOS NOT = ZERO
               CLOSE REENVIOS-BANCO.

       EVALUAR-UNA-LIQUIDACION.
           SET IND-CONS TO 1.
           SEARCH LINEA-CONSULTOR
               AT END CONTINUE
               WHEN TAB-CONS-NUMERO(IND-CONS) = RLQ-CONSULTOR
                   IF RLQ-FECHA-HASTA > TAB-CONS-ULT-LIQ(IND-CONS)
                       MOVE RLQ-FECHA-HASTA
                           TO TAB-CONS-ULT-LIQ(IND-CONS)
                   END-IF
           END-SEARCH.
           READ REGISTRO-LIQ.

       SUMAR-UN-REENVIO.
           ADD REE-IMPORTE TO TOTAL-REENVIOS.
           READ REENVIOS-BANCO.

      * Saldo abierto de anticipos por consultor: es lo que la
      * liquidacion va a recuperar descontandolo del honorario.
       CARGAR-ANTICIPOS.
           OPEN INPUT ANTICIPOS.
           IF FS-ANTICIPOS NOT = ZERO AND '35'
               DISPLAY "ERROR AL ABRIR ANTICIPOS FS: " FS-ANTICIPOS
               STOP RUN.
           IF FS-ANTICIPOS = ZERO
               READ ANTICIPOS
               PERFORM SUMAR-UN-ANTICIPO
                   UNTIL FS-ANTICIPOS NOT = ZERO
               CLOSE ANTICIPOS.

       SUMAR-UN-ANTICIPO.
           IF ANT-RECUPERADO NOT NUMERIC
               MOVE ZERO TO ANT-RECUPERADO.
           IF ANT-IMPORTE > ANT-RECUPERADO
               SET IND-CONS TO 1
               SEARCH LINEA-CONSULTOR
                   AT END CONTINUE
                   WHEN TAB-CONS-NUMERO(IND-CONS) = ANT-CONSULTOR
                       COMPUTE TAB-CONS-ANTICIPO(IND-CONS) =
                           TAB-CONS-ANTICIPO(IND-CONS)
                           + ANT-IMPORTE - ANT-RECUPERADO
               END-SEARCH.
           READ ANTICIPOS.

      * Gastos propios pendientes de reintegro: la liquidacion los
      * paga en la misma transferencia, sin porcentaje ni anticipos.
       CARGAR-GASTOS-CONSULTOR.
           OPEN INPUT GASTOS-CONSULTOR.
           IF FS-GASTOS-CONS NOT = ZERO AND '35'
               DISPLAY "ERROR AL ABRIR GASTOS CONSULTOR FS: "
                   FS-GASTOS-CONS
               STOP RUN.
           IF FS-GASTOS-CONS = ZERO
               READ GASTOS-CONSULTOR
               PERFORM SUMAR-UN-GASTO-CONSULTOR
                   UNTIL FS-GASTOS-CONS NOT = ZERO
               CLOSE GASTOS-CONSULTOR.

       SUMAR-UN-GASTO-CONSULTOR.
           IF GCO-FECHA <= FECHA-LIQUIDACION
               ADD GCO-IMPORTE TO TOTAL-REINTEGROS.
           READ GASTOS-CONSULTOR.

      * Las horas de TIEMPOS-NEW posteriores a lo ya liquidado del
      * consultor, valuadas a la tarifa vigente de su categoria; las
      * tareas no facturables no generan honorario y las reversas
      * restan. Los gastos facturables no generan honorario pero se
      * reintegran al consultor por su importe.
       ESTIMAR-HORAS-PENDIENTES.
           OPEN INPUT TIEMPOS-NEW.
           IF FS-TIEMPOS-NEW NOT = ZERO AND '35'
               DISPLAY "ERROR AL ABRIR TIMES NEW FS: " FS-TIEMPOS-NEW
               STOP RUN.
           IF FS-TIEMPOS-NEW = ZERO
               READ TIEMPOS-NEW
               PERFORM ESTIMAR-UN-REGISTRO
                   UNTIL FS-TIEMPOS-NEW NOT = ZERO
               CLOSE TIEMPOS-NEW.

       ESTIMAR-UN-REGISTRO.
           IF TIE-NEW-NUMERO NOT = 'TRAIL'
               PERFORM UBICAR-CONSULTOR-HORAS
               IF CONSULTOR-HALLADO
                   MOVE TIE-NEW-ANIO TO FECHA-REGISTRO(1:4)
                   MOVE TIE-NEW-MES TO FECHA-REGISTRO(5:2)
                   MOVE TIE-NEW-DIA TO FECHA-REGISTRO(7:2)
                   IF FECHA-REGISTRO > TAB-CONS-ULT-LIQ(IND-CONS)
                       IF TIE-NEW-INDICADOR = 'G'
                           ADD TIE-NEW-IMPORTE TO TOTAL-REINTEGROS
                       ELSE
                           PERFORM VALUAR-REGISTRO-HORAS
                       END-IF
                   END-IF
               ELSE
                   ADD 1 TO CANT-SIN-MAESTRO.
           READ TIEMPOS-NEW.

       UBICAR-CONSULTOR-HORAS.
           MOVE 'N' TO SW-CONSULTOR-HALLADO.
           SET IND-CONS TO 1.
           SEARCH LINEA-CONSULTOR
               AT END CONTINUE
               WHEN TAB-CONS-NUMERO(IND-CONS) = TIE-NEW-NUMERO
                   MOVE 'S' TO SW-CONSULTOR-HALLADO
           END-SEARCH.

       VALUAR-REGISTRO-HORAS.
           MOVE 'S' TO SW-TAREA-FACTURABLE.
           SET IND-TMA TO 1.
           SEARCH LINEA-TAREA
               AT END CONTINUE
               WHEN TAB-TAREA-COD(IND-TMA) = TIE-NEW-TAREA
                   MOVE TAB-TAREA-FACT(IND-TMA)
                       TO SW-TAREA-FACTURABLE
           END-SEARCH.
           IF TAREA-FACTURABLE
               MOVE ZERO TO VIGENCIA-ELEGIDA TARIFA-ELEGIDA
               PERFORM EVALUAR-VIGENCIA-TARIFA
                   VARYING IND-TAR FROM 1 BY 1
                   UNTIL IND-TAR > CANT-TARIFAS
               COMPUTE IMPORTE-AUX = TARIFA-ELEGIDA * TIE-NEW-HORAS
               IF ES-REVERSA
                   SUBTRACT IMPORTE-AUX
                       FROM TAB-CONS-FACTURADO(IND-CONS)
               ELSE
                   ADD IMPORTE-AUX TO TAB-CONS-FACTURADO(IND-CONS).

       EVALUAR-VIGENCIA-TARIFA.
           IF CATEGORIA(IND-TAR) = TAB-CONS-SRT(IND-CONS)
               AND TIPO-TAR(IND-TAR) = TIE-NEW-TIPO
               AND VIGENCIA(IND-TAR) <= FECHA-REGISTRO
               AND VIGENCIA(IND-TAR) > VIGENCIA-ELEGIDA
               MOVE VIGENCIA(IND-TAR) TO VIGENCIA-ELEGIDA
               MOVE TARIFA(IND-TAR) TO TARIFA-ELEGIDA.

      * Honorario = facturado x participacion; lo que recuperan los
      * anticipos no sale de caja. Los reenvios pendientes viajan en
      * la misma liquidacion.
       ESTIMAR-LIQUIDACION.
           PERFORM ESTIMAR-UN-CONSULTOR
               VARYING SUB-CONS FROM 1 BY 1
               UNTIL SUB-CONS > CANT-CONSULTORES.
           COMPUTE TOTAL-EGRESO-LIQ = TOTAL-HONORARIO-BRUTO
               - TOTAL-RECUPERO-ANT + TOTAL-REENVIOS + TOTAL-REINTEGROS.
           COMPUTE DIA-EVENTO =
               FUNCTION INTEGER-OF-DATE(FECHA-LIQUIDACION).
           PERFORM UBICAR-SEMANA.
           IF IND-SEM = ZERO
               ADD TOTAL-EGRESO-LIQ TO POSTERIOR-HONORARIOS
           ELSE
               ADD TOTAL-EGRESO-LIQ TO SEM-HONORARIOS(IND-SEM).

       ESTIMAR-UN-CONSULTOR.
           COMPUTE HONORARIO-CONS ROUNDED =
               TAB-CONS-FACTURADO(SUB-CONS) * TAB-CONS-PORC(SUB-CONS)
               / 100.
           IF HONORARIO-CONS > ZERO
               ADD HONORARIO-CONS TO TOTAL-HONORARIO-BRUTO
               IF TAB-CONS-ANTICIPO(SUB-CONS) > HONORARIO-CONS
                   MOVE HONORARIO-CONS TO RECUPERO-CONS
               ELSE
                   MOVE TAB-CONS-ANTICIPO(SUB-CONS) TO RECUPERO-CONS
               END-IF
               ADD RECUPERO-CONS TO TOTAL-RECUPERO-ANT.

       ACUMULAR-SEMANAS.
           PERFORM ACUMULAR-UNA-SEMANA
               VARYING SUB-SEM FROM 1 BY 1
               UNTIL SUB-SEM > CANT-SEMANAS.

       ACUMULAR-UNA-SEMANA.
           COMPUTE SEM-NETO(SUB-SEM) = SEM-FACTURAS(SUB-SEM)
               + SEM-CHEQUES(SUB-SEM) - SEM-HONORARIOS(SUB-SEM).
           IF SUB-SEM = 1
               COMPUTE SEM-SALDO(SUB-SEM) =
                   SALDO-INICIAL + SEM-NETO(SUB-SEM)
           ELSE
               COMPUTE SEM-SALDO(SUB-SEM) =
                   SEM-SALDO(SUB-SEM - 1) + SEM-NETO(SUB-SEM).
           ADD SEM-FACTURAS(SUB-SEM) SEM-CHEQUES(SUB-SEM)
               TO TOTAL-INGRESOS.
           ADD SEM-HONORARIOS(SUB-SEM) TO TOTAL-EGRESOS.

      ******************************************************************
       IMPRIMIR-PROYECCION.
           OPEN OUTPUT PROYECCION.
           IF FS-PROYECCION NOT = ZERO
               DISPLAY "ERROR AL ABRIR PROYECCION FS: " FS-PROYECCION
               STOP RUN.
           MOVE FECHA-INICIO(7:2) TO REP-TIT-DD.
           MOVE FECHA-INICIO(5:2) TO REP-TIT-MM.
           MOVE FECHA-INICIO(1:4) TO REP-TIT-AAAA.
           MOVE SALDO-INICIAL TO REP-TIT-SALDO.
           WRITE PRY-LINEA FROM REP-TITULO.
           WRITE PRY-LINEA FROM LINEA-GUION.
           WRITE PRY-LINEA FROM REP-HEADER.
           PERFORM IMPRIMIR-UNA-SEMANA
               VARYING SUB-SEM FROM 1 BY 1
               UNTIL SUB-SEM > CANT-SEMANAS.
           WRITE PRY-LINEA FROM LINEA-GUION.
           MOVE 'Cobranza atrasada incluida en la semana 1:'
               TO REP-DET-LEYENDA.
           MOVE ATRASADO-FACTURAS TO REP-DET-IMPORTE.
           WRITE PRY-LINEA FROM REP-DETALLE.
           MOVE 'Importe en reclamo abierto (no proyectado):'
               TO REP-DET-LEYENDA.
           MOVE TOTAL-EN-RECLAMO TO REP-DET-IMPORTE.
           WRITE PRY-LINEA FROM REP-DETALLE.
           MOVE 'Facturas a cobrar despues del horizonte:'
               TO REP-DET-LEYENDA.
           MOVE POSTERIOR-FACTURAS TO REP-DET-IMPORTE.
           WRITE PRY-LINEA FROM REP-DETALLE.
           MOVE 'Cheques a cobrar despues del horizonte:'
               TO REP-DET-LEYENDA.
           MOVE POSTERIOR-CHEQUES TO REP-DET-IMPORTE.
           WRITE PRY-LINEA FROM REP-DETALLE.
           WRITE PRY-LINEA FROM LINEA-BLANCO.
           MOVE FECHA-LIQUIDACION(7:2) TO REP-FEC-DD.
           MOVE FECHA-LIQUIDACION(5:2) TO REP-FEC-MM.
           MOVE FECHA-LIQUIDACION(1:4) TO REP-FEC-AAAA.
           MOVE SPACES TO REP-DET-LEYENDA.
           STRING 'Proxima liquidacion de honorarios: '
               REP-FECHA-EDIT DELIMITED BY SIZE INTO REP-DET-LEYENDA.
           MOVE TOTAL-EGRESO-LIQ TO REP-DET-IMPORTE.
           WRITE PRY-LINEA FROM REP-DETALLE.
           MOVE '  Honorarios sobre horas no liquidadas:'
               TO REP-DET-LEYENDA.
           MOVE TOTAL-HONORARIO-BRUTO TO REP-DET-IMPORTE.
           WRITE PRY-LINEA FROM REP-DETALLE.
           MOVE '  Menos anticipos a recuperar:' TO REP-DET-LEYENDA.
           MOVE TOTAL-RECUPERO-ANT TO REP-DET-IMPORTE.
           WRITE PRY-LINEA FROM REP-DETALLE.
           MOVE '  Mas transferencias a reenviar:' TO REP-DET-LEYENDA.
           MOVE TOTAL-REENVIOS TO REP-DET-IMPORTE.
           WRITE PRY-LINEA FROM REP-DETALLE.
           MOVE '  Mas reintegros de gastos:' TO REP-DET-LEYENDA.
           MOVE TOTAL-REINTEGROS TO REP-DET-IMPORTE.
           WRITE PRY-LINEA FROM REP-DETALLE.
           IF POSTERIOR-HONORARIOS > ZERO
               MOVE '  (la fecha cae despues del horizonte)'
                   TO REP-DET-LEYENDA
               MOVE POSTERIOR-HONORARIOS TO REP-DET-IMPORTE
               WRITE PRY-LINEA FROM REP-DETALLE.
           CLOSE PROYECCION.

       IMPRIMIR-UNA-SEMANA.
           MOVE SUB-SEM TO REP-FIL-SEMANA.
           MOVE SEM-DESDE(SUB-SEM)(7:2) TO REP-FEC-DD.
           MOVE SEM-DESDE(SUB-SEM)(5:2) TO REP-FEC-MM.
           MOVE SEM-DESDE(SUB-SEM)(1:4) TO REP-FEC-AAAA.
           MOVE REP-FECHA-EDIT TO REP-FIL-DESDE.
           MOVE SEM-HASTA(SUB-SEM)(7:2) TO REP-FEC-DD.
           MOVE SEM-HASTA(SUB-SEM)(5:2) TO REP-FEC-MM.
           MOVE SEM-HASTA(SUB-SEM)(1:4) TO REP-FEC-AAAA.
           MOVE REP-FECHA-EDIT TO REP-FIL-HASTA.
           MOVE SEM-FACTURAS(SUB-SEM) TO REP-FIL-FACTURAS.
           MOVE SEM-CHEQUES(SUB-SEM) TO REP-FIL-CHEQUES.
           COMPUTE REP-FIL-INGRESOS =
               SEM-FACTURAS(SUB-SEM) + SEM-CHEQUES(SUB-SEM).
           MOVE SEM-HONORARIOS(SUB-SEM) TO REP-FIL-HONORARIOS.
           MOVE SEM-NETO(SUB-SEM) TO REP-FIL-NETO.
           MOVE SEM-SALDO(SUB-SEM) TO REP-FIL-SALDO.
           WRITE PRY-LINEA FROM REP-FILA.


      * Resuelve todas las rutas de este programa contra rutas.dat;
      * una entrada ausente corta la corrida nombrando el logico
      * que falta.
       CARGAR-RUTAS.
           MOVE 'SEC-PARAMFLUJO' TO RUTA-LOGICO.
           PERFORM OBTENER-UNA-RUTA.
           MOVE RUTA-OBTENIDA TO RUTA-PARAM-FLUJO.
           MOVE 'IDX-REGFACTURAS' TO RUTA-LOGICO.
           PERFORM OBTENER-UNA-RUTA.
           MOVE RUTA-OBTENIDA TO RUTA-REGISTRO-FACTURAS.
           MOVE 'SEC-PAGOSAPLIC' TO RUTA-LOGICO.
           PERFORM OBTENER-UNA-RUTA.
           MOVE RUTA-OBTENIDA TO RUTA-PAGOS-APLICADOS.
           MOVE 'SEC-CARTERACHEQUES' TO RUTA-LOGICO.
           PERFORM OBTENER-UNA-RUTA.
           MOVE RUTA-OBTENIDA TO RUTA-CARTERA-CHEQUES.
           MOVE 'COMP-RECLAMOS' TO RUTA-LOGICO.
           PERFORM OBTENER-UNA-RUTA.
           MOVE RUTA-OBTENIDA TO RUTA-RECLAMOS.
           MOVE 'TP1-TIMESNEW' TO RUTA-LOGICO.
           PERFORM OBTENER-UNA-RUTA.
           MOVE RUTA-OBTENIDA TO RUTA-TIEMPOS-NEW.
           MOVE 'TP1-CONSULTORES' TO RUTA-LOGICO.
           PERFORM OBTENER-UNA-RUTA.
           MOVE RUTA-OBTENIDA TO RUTA-CONSULTORES.
           MOVE 'TP1-TARIFAS' TO RUTA-LOGICO.
           PERFORM OBTENER-UNA-RUTA.
           MOVE RUTA-OBTENIDA TO RUTA-TARIFAS.
           MOVE 'TP1-TAREAS' TO RUTA-LOGICO.
           PERFORM OBTENER-UNA-RUTA.
           MOVE RUTA-OBTENIDA TO RUTA-TAREAS.
           MOVE 'TP1-ANTICIPOS' TO RUTA-LOGICO.
           PERFORM OBTENER-UNA-RUTA.
           MOVE RUTA-OBTENIDA TO RUTA-ANTICIPOS.
           MOVE 'TP1-REGLIQUIDACION' TO RUTA-LOGICO.
           PERFORM OBTENER-UNA-RUTA.
           MOVE RUTA-OBTENIDA TO RUTA-REGISTRO-LIQ.
           MOVE 'TP1-REENVIOBANCO' TO RUTA-LOGICO.
           PERFORM OBTENER-UNA-RUTA.
           MOVE RUTA-OBTENIDA TO RUTA-REENVIOS-BANCO.
           MOVE 'TP1-GASTOSCONSULTOR' TO RUTA-LOGICO.
           PERFORM OBTENER-UNA-RUTA.
           MOVE RUTA-OBTENIDA TO RUTA-GASTOS-CONSULTOR.
           MOVE 'SEC-FLUJOFONDOS' TO RUTA-LOGICO.
           PERFORM OBTENER-UNA-RUTA.
           MOVE RUTA-OBTENIDA TO RUTA-PROYECCION.

       OBTENER-UNA-RUTA.
           CALL 'OBTENER-RUTA' USING RUTA-LOGICO, RUTA-OBTENIDA,
               FS-RUTA.
           IF FS-RUTA NOT = '00'
               DISPLAY "RUTA NO CONFIGURADA PARA " RUTA-LOGICO
               STOP RUN.

       END PROGRAM PROYECCION-FONDOS.
