      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ESTADO-PLANES.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Dias de atraso de una cuota a partir de los cuales el plan se
      * considera caido; sin archivo se toman 30.
           SELECT PARAM-PLANES ASSIGN TO RUTA-PARAM-PLANES
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS FS-PARAMETROS.

           SELECT PLANES-PAGO  ASSIGN TO RUTA-PLANES
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS FS-PLANES.

           SELECT REGISTRO-FACTURAS ASSIGN TO RUTA-REGISTRO-FACTURAS
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS DYNAMIC
                               RECORD KEY IS RFA-NUMERO
                               ALTERNATE RECORD KEY IS RFA-CUIT
                               WITH DUPLICATES
                               FILE STATUS IS FS-REGISTRO.

           SELECT LISTADO      ASSIGN TO RUTA-LISTADO
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS FS-LISTADO.

       DATA DIVISION.
       FILE SECTION.

       FD PARAM-PLANES LABEL RECORD IS STANDARD.
       01 PARAM-REG.
           03 PARAM-DIAS-CADUCIDAD PIC 9(3).

       FD PLANES-PAGO LABEL RECORD IS STANDARD.
       01 PLN-REG.
           03 PLN-NUMERO       PIC 9(8).
           03 PLN-TIPO-REG     PIC X(1).
               88 PLN-ES-CABECERA VALUE 'C'.
               88 PLN-ES-FACTURA  VALUE 'F'.
               88 PLN-ES-CUOTA    VALUE 'Q'.
           03 PLN-CUIT         PIC 9(11).
           03 PLN-FECHA        PIC 9(8).
           03 PLN-IMPORTE      PIC 9(9)V99.
           03 PLN-CANT-CUOTAS  PIC 9(3).
           03 PLN-OPERADOR     PIC X(10).
       01 PLN-FAC.
           03 FILLER           PIC X(9).
           03 PLN-FAC-FACTURA  PIC 9(8).
           03 PLN-FAC-TRASPASO PIC 9(8).
           03 PLN-FAC-IMPORTE  PIC 9(9)V99.
       01 PLN-CUO.
           03 FILLER            PIC X(9).
           03 PLN-CUO-NRO       PIC 9(3).
           03 PLN-CUO-DOCUMENTO PIC 9(8).
           03 PLN-CUO-VTO       PIC 9(8).
           03 PLN-CUO-IMPORTE   PIC 9(9)V99.

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

       FD LISTADO LABEL RECORD IS STANDARD.
       01 LIS-LINEA PIC X(100).

       WORKING-STORAGE SECTION.

       77 FS-PARAMETROS PIC XX.
       77 FS-PLANES     PIC XX.
       77 FS-REGISTRO   PIC XX.
       77 FS-LISTADO    PIC XX.

       01 DIAS-CADUCIDAD PIC 9(3) VALUE 30.
       01 FECHA-CORRIDA PIC 9(8).
       01 DEUDA-CUOTA PIC S9(9)V99.
       01 SALDO-CUOTA PIC S9(9)V99.
       01 DIAS-ATRASO PIC S9(5).

      * Acumulados del plan en curso; se imprime su estado al llegar
      * la cabecera del siguiente o el fin del maestro.
       01 SW-HAY-PLAN PIC X VALUE 'N'.
           88 HAY-PLAN VALUE 'S'.
       01 PLAN-NUMERO PIC 9(8).
       01 PLAN-CANT-PAGADAS PIC 9(3).
       01 PLAN-CANT-PENDIENTES PIC 9(3).
       01 PLAN-CANT-VENCIDAS PIC 9(3).
       01 PLAN-SALDO PIC S9(9)V99.
       01 SW-PLAN-CAIDO PIC X.
           88 PLAN-CAIDO VALUE 'S'.
       01 ESTADO-CUOTA PIC X(12).

       01 CANT-PLANES PIC 9(5) VALUE ZERO.
       01 CANT-VIGENTES PIC 9(5) VALUE ZERO.
       01 CANT-CAIDOS PIC 9(5) VALUE ZERO.
       01 CANT-CANCELADOS PIC 9(5) VALUE ZERO.
       01 CANT-CUOTAS PIC 9(7) VALUE ZERO.
       01 CANT-SIN-DOCUMENTO PIC 9(5) VALUE ZERO.
       01 TOTAL-PENDIENTE PIC S9(11)V99 VALUE ZERO.
       01 TOTAL-CAIDO PIC S9(11)V99 VALUE ZERO.

       01 REP-TITULO.
           02 FILLER PIC X(30) VALUE 'Estado de planes de pago'.
           02 FILLER PIC X(30) VALUE 'Dias para considerar caido: '.
           02 REP-TIT-DIAS PIC ZZ9.
           02 FILLER PIC X(9) VALUE '  Fecha: '.
           02 REP-TIT-DD PIC 9(2).
           02 FILLER PIC X VALUE '/'.
           02 REP-TIT-MM PIC 9(2).
           02 FILLER PIC X VALUE '/'.
           02 REP-TIT-AAAA PIC 9(4).

       01 REP-PLAN.
           02 FILLER PIC X(6) VALUE 'Plan: '.
           02 REP-PLA-NUMERO PIC 9(8).
           02 FILLER PIC X(8) VALUE '  Cuit: '.
           02 REP-PLA-CUIT PIC 9(11).
           02 FILLER PIC X(9) VALUE '  Fecha: '.
           02 REP-PLA-FECHA PIC 9(8).
           02 FILLER PIC X(9) VALUE '  Total: '.
           02 REP-PLA-IMPORTE PIC Z(8)9,99.
           02 FILLER PIC X(12) VALUE '  Operador: '.
           02 REP-PLA-OPERADOR PIC X(10).

       01 REP-HEADER.
           02 FILLER PIC X(100) VALUE '  Cuota  Documento  Vencim.
      -        '        Importe          Saldo  Atraso  Estado'.

       01 REP-CUOTA.
           02 FILLER PIC X(4) VALUE SPACES.
           02 REP-CUO-NRO PIC ZZ9.
           02 FILLER PIC X(2) VALUE SPACES.
           02 REP-CUO-DOCUMENTO PIC 9(8).
           02 FILLER PIC X(2) VALUE SPACES.
           02 REP-CUO-VTO PIC 9(8).
           02 FILLER PIC X(2) VALUE SPACES.
           02 REP-CUO-IMPORTE PIC Z(8)9,99.
           02 FILLER PIC X(2) VALUE SPACES.
           02 REP-CUO-SALDO PIC -Z(8)9,99.
           02 FILLER PIC X(2) VALUE SPACES.
           02 REP-CUO-DIAS PIC ZZZZ9.
           02 FILLER PIC X(2) VALUE SPACES.
           02 REP-CUO-ESTADO PIC X(12).

       01 REP-RESUMEN.
           02 FILLER PIC X(11) VALUE '  Pagadas: '.
           02 REP-RES-PAGADAS PIC ZZ9.
           02 FILLER PIC X(14) VALUE '  Pendientes: '.
           02 REP-RES-PENDIENTES PIC ZZ9.
           02 FILLER PIC X(12) VALUE '  Vencidas: '.
           02 REP-RES-VENCIDAS PIC ZZ9.
           02 FILLER PIC X(9) VALUE '  Saldo: '.
           02 REP-RES-SALDO PIC -Z(8)9,99.
           02 FILLER PIC X(2) VALUE SPACES.
           02 REP-RES-ESTADO PIC X(10).

       01 REP-TOTAL-1.
           02 FILLER PIC X(10) VALUE 'Planes:   '.
           02 REP-TOT-PLANES PIC Z(4)9.
           02 FILLER PIC X(12) VALUE '  Vigentes: '.
           02 REP-TOT-VIGENTES PIC Z(4)9.
           02 FILLER PIC X(10) VALUE '  Caidos: '.
           02 REP-TOT-CAIDOS PIC Z(4)9.
           02 FILLER PIC X(14) VALUE '  Cancelados: '.
           02 REP-TOT-CANCELADOS PIC Z(4)9.

       01 REP-TOTAL-2.
           02 FILLER PIC X(20) VALUE 'Saldo pendiente:    '.
           02 REP-TOT-PENDIENTE PIC -Z(10)9,99.
           02 FILLER PIC X(22) VALUE '  de planes caidos:  '.
           02 REP-TOT-CAIDO PIC -Z(10)9,99.

       01 LINEA-GUION PIC X(100) VALUE ALL "-".
       01 LINEA-BLANCO PIC X(100) VALUE SPACES.


      * Bitacora central de corridas (ver REGISTRAR-CORRIDA): 'I' al
      * arrancar y 'F' con los contadores al terminar normalmente;
      * una corrida abortada no llega a anotar su 'F' y el resumen
      * diario la muestra como anormal.
       01 WS-OPCION-LOG PIC X.
       01 LOG-PROGRAMA-ID PIC X(12) VALUE 'ESTADO-PLAN'.
       01 LOG-CANT-ENTRADA PIC 9(7) VALUE ZERO.
       01 LOG-CANT-SALIDA PIC 9(7) VALUE ZERO.
       01 LOG-CANT-EXC PIC 9(5) VALUE ZERO.


      * Rutas fisicas de los archivos, resueltas al arrancar desde
      * rutas.dat via OBTENER-RUTA: mover el sistema o armar un
      * ambiente de prueba es cuestion de editar ese archivo.
       77 FS-RUTA PIC XX.
       01 RUTA-LOGICO PIC X(20).
       01 RUTA-OBTENIDA PIC X(100).
       01 RUTA-PARAM-PLANES PIC X(100).
       01 RUTA-PLANES PIC X(100).
       01 RUTA-REGISTRO-FACTURAS PIC X(100).
       01 RUTA-LISTADO PIC X(100).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM CARGAR-RUTAS.
           MOVE 'I' TO WS-OPCION-LOG.
           CALL 'REGISTRAR-CORRIDA' USING WS-OPCION-LOG,
               LOG-PROGRAMA-ID, LOG-CANT-ENTRADA, LOG-CANT-SALIDA,
               LOG-CANT-EXC.
           PERFORM LEER-PARAMETROS.
           PERFORM ABRIR-ARCHIVOS.
           READ PLANES-PAGO.
           PERFORM PROCESAR-UN-REGISTRO UNTIL FS-PLANES NOT = ZERO.
           IF HAY-PLAN
               PERFORM CERRAR-PLAN.
           PERFORM IMPRIMIR-TOTALES.
           CLOSE PLANES-PAGO REGISTRO-FACTURAS LISTADO.
           DISPLAY "PLANES: " CANT-PLANES "  CAIDOS: " CANT-CAIDOS
               "  CUOTAS ARCHIVADAS: " CANT-SIN-DOCUMENTO.
           MOVE CANT-CUOTAS TO LOG-CANT-ENTRADA.
           MOVE CANT-PLANES TO LOG-CANT-SALIDA.
           MOVE CANT-SIN-DOCUMENTO TO LOG-CANT-EXC.
           MOVE 'F' TO WS-OPCION-LOG.
           CALL 'REGISTRAR-CORRIDA' USING WS-OPCION-LOG,
               LOG-PROGRAMA-ID, LOG-CANT-ENTRADA, LOG-CANT-SALIDA,
               LOG-CANT-EXC.
           STOP RUN.

       LEER-PARAMETROS.
           OPEN INPUT PARAM-PLANES.
           IF FS-PARAMETROS NOT = ZERO AND '35'
               DISPLAY "ERROR AL ABRIR PARAM PLANES FS: "
                   FS-PARAMETROS
               STOP RUN.
           IF FS-PARAMETROS = ZERO
               READ PARAM-PLANES
               IF FS-PARAMETROS = ZERO AND PARAM-DIAS-CADUCIDAD NUMERIC
                   AND PARAM-DIAS-CADUCIDAD > ZERO
                   MOVE PARAM-DIAS-CADUCIDAD TO DIAS-CADUCIDAD
               END-IF
               CLOSE PARAM-PLANES.
           MOVE FUNCTION CURRENT-DATE(1:8) TO FECHA-CORRIDA.

       ABRIR-ARCHIVOS.
           OPEN INPUT PLANES-PAGO.
           IF FS-PLANES NOT = ZERO
               DISPLAY "ERROR AL ABRIR PLANES DE PAGO FS: " FS-PLANES
               STOP RUN.
           OPEN INPUT REGISTRO-FACTURAS.
           IF FS-REGISTRO NOT = ZERO
               DISPLAY "ERROR AL ABRIR REGISTRO FACTURAS FS: "
                   FS-REGISTRO
               STOP RUN.
           OPEN OUTPUT LISTADO.
           IF FS-LISTADO NOT = ZERO
               DISPLAY "ERROR AL ABRIR LISTADO FS: " FS-LISTADO
               STOP RUN.
           MOVE DIAS-CADUCIDAD TO REP-TIT-DIAS.
           MOVE FECHA-CORRIDA(7:2) TO REP-TIT-DD.
           MOVE FECHA-CORRIDA(5:2) TO REP-TIT-MM.
           MOVE FECHA-CORRIDA(1:4) TO REP-TIT-AAAA.
           WRITE LIS-LINEA FROM REP-TITULO.
           WRITE LIS-LINEA FROM LINEA-GUION.

      ******************************************************************
      * Las lineas de factura traspasada solo documentan el origen del
      * plan; el estado sale de las cuotas, leidas por clave en el
      * registro.
       PROCESAR-UN-REGISTRO.
           EVALUATE TRUE
               WHEN PLN-ES-CABECERA
                   IF HAY-PLAN
                       PERFORM CERRAR-PLAN
                   END-IF
                   PERFORM ABRIR-PLAN
               WHEN PLN-ES-CUOTA AND HAY-PLAN
                   PERFORM EVALUAR-CUOTA
           END-EVALUATE.
           READ PLANES-PAGO.

       ABRIR-PLAN.
           MOVE 'S' TO SW-HAY-PLAN.
           MOVE 'N' TO SW-PLAN-CAIDO.
           MOVE PLN-NUMERO TO PLAN-NUMERO.
           MOVE ZERO TO PLAN-CANT-PAGADAS PLAN-CANT-PENDIENTES
               PLAN-CANT-VENCIDAS PLAN-SALDO.
           ADD 1 TO CANT-PLANES.
           MOVE PLN-NUMERO TO REP-PLA-NUMERO.
           MOVE PLN-CUIT TO REP-PLA-CUIT.
           MOVE PLN-FECHA TO REP-PLA-FECHA.
           MOVE PLN-IMPORTE TO REP-PLA-IMPORTE.
           MOVE PLN-OPERADOR TO REP-PLA-OPERADOR.
           WRITE LIS-LINEA FROM REP-PLAN.
           WRITE LIS-LINEA FROM REP-HEADER.

      * Una cuota refinanciada en otro plan o castigada queda en cero
      * sin haberse cobrado (AJUSTADA); una que ya no esta en el
      * registro solo pudo irse con ARCHIVAR-COBRANZAS, que archiva
      * lo saldado (ARCHIVADA). Ambas cuentan como canceladas.
       EVALUAR-CUOTA.
           ADD 1 TO CANT-CUOTAS.
           MOVE ZERO TO DIAS-ATRASO.
           MOVE PLN-CUO-DOCUMENTO TO RFA-NUMERO.
           READ REGISTRO-FACTURAS RECORD.
           IF FS-REGISTRO NOT = ZERO OR RFA-TIPO-DOC NOT = 'Q'
               ADD 1 TO CANT-SIN-DOCUMENTO
               MOVE ZERO TO SALDO-CUOTA
               MOVE 'ARCHIVADA' TO ESTADO-CUOTA
           ELSE
               PERFORM CALCULAR-SALDO-CUOTA
               MOVE 'PAGADA' TO ESTADO-CUOTA
               IF RFA-COBRADO NUMERIC
                   AND RFA-COBRADO < RFA-IMPORTE-BRUTO
                   MOVE 'AJUSTADA' TO ESTADO-CUOTA.
           IF SALDO-CUOTA NOT > ZERO
               ADD 1 TO PLAN-CANT-PAGADAS
           ELSE
               ADD SALDO-CUOTA TO PLAN-SALDO
               IF PLN-CUO-VTO < FECHA-CORRIDA
                   ADD 1 TO PLAN-CANT-VENCIDAS
                   MOVE 'VENCIDA' TO ESTADO-CUOTA
                   COMPUTE DIAS-ATRASO =
                       FUNCTION INTEGER-OF-DATE(FECHA-CORRIDA)
                       - FUNCTION INTEGER-OF-DATE(PLN-CUO-VTO)
                   IF DIAS-ATRASO > DIAS-CADUCIDAD
                       MOVE 'S' TO SW-PLAN-CAIDO
                   END-IF
               ELSE
                   ADD 1 TO PLAN-CANT-PENDIENTES
                   MOVE 'PENDIENTE' TO ESTADO-CUOTA.
           MOVE PLN-CUO-NRO TO REP-CUO-NRO.
           MOVE PLN-CUO-DOCUMENTO TO REP-CUO-DOCUMENTO.
           MOVE PLN-CUO-VTO TO REP-CUO-VTO.
           MOVE PLN-CUO-IMPORTE TO REP-CUO-IMPORTE.
           MOVE SALDO-CUOTA TO REP-CUO-SALDO.
           MOVE DIAS-ATRASO TO REP-CUO-DIAS.
           MOVE ESTADO-CUOTA TO REP-CUO-ESTADO.
           WRITE LIS-LINEA FROM REP-CUOTA.

       CALCULAR-SALDO-CUOTA.
           MOVE RFA-IMPORTE-BRUTO TO DEUDA-CUOTA.
           IF RFA-AJUSTE-NOTAS NUMERIC
               ADD RFA-AJUSTE-NOTAS TO DEUDA-CUOTA.
           IF RFA-COBRADO NUMERIC
               COMPUTE SALDO-CUOTA = DEUDA-CUOTA - RFA-COBRADO
           ELSE
               MOVE DEUDA-CUOTA TO SALDO-CUOTA.

      * Caido: alguna cuota vencida hace mas de los dias de
      * caducidad; cancelado: ninguna cuota con saldo.
       CERRAR-PLAN.
           MOVE 'N' TO SW-HAY-PLAN.
           MOVE PLAN-CANT-PAGADAS TO REP-RES-PAGADAS.
           MOVE PLAN-CANT-PENDIENTES TO REP-RES-PENDIENTES.
           MOVE PLAN-CANT-VENCIDAS TO REP-RES-VENCIDAS.
           MOVE PLAN-SALDO TO REP-RES-SALDO.
           IF PLAN-CAIDO
               MOVE 'CAIDO' TO REP-RES-ESTADO
               ADD 1 TO CANT-CAIDOS
               ADD PLAN-SALDO TO TOTAL-CAIDO
           ELSE
               IF PLAN-SALDO NOT > ZERO
                   MOVE 'CANCELADO' TO REP-RES-ESTADO
                   ADD 1 TO CANT-CANCELADOS
               ELSE
                   MOVE 'VIGENTE' TO REP-RES-ESTADO
                   ADD 1 TO CANT-VIGENTES.
           ADD PLAN-SALDO TO TOTAL-PENDIENTE.
           WRITE LIS-LINEA FROM REP-RESUMEN.
           WRITE LIS-LINEA FROM LINEA-BLANCO.

       IMPRIMIR-TOTALES.
           WRITE LIS-LINEA FROM LINEA-GUION.
           MOVE CANT-PLANES TO REP-TOT-PLANES.
           MOVE CANT-VIGENTES TO REP-TOT-VIGENTES.
           MOVE CANT-CAIDOS TO REP-TOT-CAIDOS.
           MOVE CANT-CANCELADOS TO REP-TOT-CANCELADOS.
           WRITE LIS-LINEA FROM REP-TOTAL-1.
           MOVE TOTAL-PENDIENTE TO REP-TOT-PENDIENTE.
           MOVE TOTAL-CAIDO TO REP-TOT-CAIDO.
           WRITE LIS-LINEA FROM REP-TOTAL-2.


      * Resuelve todas las rutas de este programa contra rutas.dat;
      * una entrada ausente corta la corrida nombrando el logico
      * que falta.
       CARGAR-RUTAS.
           MOVE 'SEC-PARAMPLANES' TO RUTA-LOGICO.
           PERFORM OBTENER-UNA-RUTA.
           MOVE RUTA-OBTENIDA TO RUTA-PARAM-PLANES.
           MOVE 'COMP-PLANESPAGO' TO RUTA-LOGICO.
           PERFORM OBTENER-UNA-RUTA.
           MOVE RUTA-OBTENIDA TO RUTA-PLANES.
           MOVE 'IDX-REGFACTURAS' TO RUTA-LOGICO.
           PERFORM OBTENER-UNA-RUTA.
           MOVE RUTA-OBTENIDA TO RUTA-REGISTRO-FACTURAS.
           MOVE 'SEC-ESTPLANES' TO RUTA-LOGICO.
           PERFORM OBTENER-UNA-RUTA.
           MOVE RUTA-OBTENIDA TO RUTA-LISTADO.

       OBTENER-UNA-RUTA.
           CALL 'OBTENER-RUTA' USING RUTA-LOGICO, RUTA-OBTENIDA,
               FS-RUTA.
           IF FS-RUTA NOT = '00'
               DISPLAY "RUTA NO CONFIGURADA PARA " RUTA-LOGICO
               STOP RUN.

       END PROGRAM ESTADO-PLANES.
