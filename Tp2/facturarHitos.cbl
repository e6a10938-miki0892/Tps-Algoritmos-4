      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FACTURAR-HITOS.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Hitos logrados informados por el responsable del proyecto:
      * empresa, tarea, numero de hito, fecha de logro y operador.
      * Cada hito aceptado se factura en el momento.
           SELECT HITOS-LOGRADOS ASSIGN TO RUTA-HITOS-LOGRADOS
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS FS-LOGRADOS.

      * Maestro de proyectos (ver MANTENER-PROYECTOS); se carga entero
      * y se regraba con los hitos facturados.
           SELECT PROYECTOS    ASSIGN TO RUTA-PROYECTOS
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS FS-PROYECTOS.

      * Las facturas de hito son facturas comunes del registro: toman
      * la numeracion de TP-2 y la tasa de IVA de la condicion de la
      * empresa.
           SELECT REGISTRO-FACTURAS ASSIGN TO RUTA-REGISTRO-FACTURAS
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS DYNAMIC
                               RECORD KEY IS RFA-NUMERO
                               ALTERNATE RECORD KEY IS RFA-CUIT
                               WITH DUPLICATES
                               FILE STATUS IS FS-REGISTRO.

           SELECT NUMERACION   ASSIGN TO RUTA-NUMERACION
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS FS-NUMERACION.

           SELECT IVA-CONDICIONES ASSIGN TO RUTA-IVA-CONDICIONES
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS FS-IVA.

           SELECT EMPRESAS     ASSIGN TO RUTA-EMPRESAS
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS RANDOM
                               RECORD KEY IS EMP-COD
                               ALTERNATE RECORD KEY IS EMP-CUIT
                               FILE STATUS IS FS-EMPRESAS.

      * Facturas de hito a entregar a las empresas.
           SELECT FACTURAS-HITOS ASSIGN TO RUTA-FACTURAS-HITOS
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS FS-FACTURAS.

       DATA DIVISION.
       FILE SECTION.

       FD HITOS-LOGRADOS LABEL RECORD IS STANDARD.
       01 HLG-REG.
           03 HLG-CUIT PIC 9(11).
           03 HLG-TAREA PIC X(4).
           03 HLG-HITO PIC 9(2).
           03 HLG-FECHA PIC 9(8).
           03 HLG-OPERADOR PIC X(10).

       FD PROYECTOS LABEL RECORD IS STANDARD.
       01 PRY-REG.
           03 PRY-CUIT PIC 9(11).
           03 PRY-TAREA PIC X(4).
           03 PRY-TIPO-REG PIC X(1).
               88 PRY-ES-PROYECTO VALUE 'P'.
               88 PRY-ES-HITO VALUE 'H'.
           03 PRY-DESCRIPCION PIC X(30).
           03 PRY-PRECIO PIC 9(9)V99.
           03 PRY-HORAS-PRESUP PIC 9(5)V99.
           03 PRY-ESTADO PIC X(1).
           03 PRY-FECHA-ALTA PIC 9(8).
           03 PRY-OPERADOR PIC X(10).
       01 PRY-HITO.
           03 FILLER PIC X(16).
           03 HIT-NUMERO PIC 9(2).
           03 HIT-DESCRIPCION PIC X(30).
           03 HIT-PORCENTAJE PIC 9(3)V99.
           03 HIT-IMPORTE PIC 9(9)V99.
           03 HIT-FECHA-PREVISTA PIC 9(8).
           03 HIT-ESTADO PIC X(1).
           03 HIT-FECHA-LOGRO PIC 9(8).
           03 HIT-FACTURA PIC 9(8).

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

       FD NUMERACION LABEL RECORD IS STANDARD.
       01 NUM-REG.
           03 NUM-PROXIMA   PIC 9(8).
           03 NUM-DIAS-PLAZO PIC 9(3).
           03 NUM-PROXIMA-NOTA PIC 9(8).
           03 NUM-PROXIMA-INTERES PIC 9(8).

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

       FD FACTURAS-HITOS LABEL RECORD IS STANDARD.
       01 LINEA-FACTURA PIC X(80).

       WORKING-STORAGE SECTION.

       77 FS-LOGRADOS   PIC XX.
       77 FS-PROYECTOS  PIC XX.
       77 FS-REGISTRO   PIC XX.
       77 FS-NUMERACION PIC XX.
       77 FS-IVA        PIC XX.
       77 FS-EMPRESAS   PIC XX.
       77 FS-FACTURAS   PIC XX.

      * Numeracion compartida con TP-2 e INTERESES-MORA: se preservan
      * las otras series al regrabar.
       01 WS-PROXIMA-FACTURA PIC 9(8) VALUE 1.
       01 WS-DIAS-PLAZO PIC 9(3) VALUE 30.
       01 WS-PROXIMA-NOTA PIC 9(8) VALUE 60000001.
       01 WS-PROXIMA-INTERES PIC 9(8) VALUE 80000001.
       01 NUMERO-MAXIMO-REG PIC 9(8) VALUE ZERO.

       01 TABLA-TASAS-IVA.
           03 FILA-TASA-IVA OCCURS 10 TIMES.
               05 TAB-IVA-CONDICION PIC X(1).
               05 TAB-IVA-TASA      PIC 9(2)V99.
       01 CANT-TASAS-IVA PIC 9(2) VALUE ZERO.
       01 SUB-IVA PIC 9(2).
       01 TASA-IVA-ACTUAL PIC 9(2)V99.

       01 TABLA-PROYECTOS.
           03 FILA-PROYECTO OCCURS 200 TIMES.
               05 TAB-PRY-REG PIC X(90).
       01 CANT-PROYECTOS PIC 9(3) VALUE ZERO.
       01 SUB-PRY PIC 9(3).
       01 IND-PRY-ACT PIC 9(3).

       01 TABLA-HITOS.
           03 FILA-HITO OCCURS 1000 TIMES.
               05 TAB-HIT-REG PIC X(90).
       01 CANT-HITOS PIC 9(4) VALUE ZERO.
       01 SUB-HIT PIC 9(4).
       01 IND-HIT-ACT PIC 9(4).

       01 FECHA-EMISION PIC 9(8).
       01 FECHA-VTO PIC 9(8).
       01 DIAS-AUXILIAR PIC 9(8).
       01 FACTURA-ACTUAL PIC 9(8).
       01 IMPORTE-NETO PIC 9(9)V99.
       01 IMPORTE-IVA PIC 9(9)V99.
       01 IMPORTE-BRUTO PIC 9(9)V99.

      * Percepcion de Ingresos Brutos, igual que en TP-2: jurisdiccion
      * y alicuota del padron vigentes a la emision via
      * OBTENER-PERCEPCION, sobre el neto del hito.
       01 IMPORTE-PERCEPCION PIC 9(9)V99.
       01 WS-OPCION-PERCEPCION PIC X.
       01 JURIS-PERCEPCION PIC 9(3).
       01 ALICUOTA-PERCEPCION PIC 9(2)V99.
       77 FS-PERCEPCION PIC XX.
       01 MOTIVO-RECHAZO PIC X(40).
       01 DESCRIPCION-PROYECTO PIC X(30).

       01 CANT-LEIDOS PIC 9(5) VALUE ZERO.
       01 CANT-FACTURADOS PIC 9(5) VALUE ZERO.
       01 CANT-RECHAZADOS PIC 9(5) VALUE ZERO.
       01 TOTAL-FACTURADO PIC 9(11)V99 VALUE ZERO.

       01 LINEA-VACIA PIC X(80) VALUE SPACES.
       01 LINEA-GUION PIC X(80) VALUE ALL "-".

       01 REP-LINEA1.
           02 FILLER PIC X(8) VALUE 'Fecha: '.
           02 REP-LINEA1-FECHA-DD PIC 9(2).
           02 FILLER PIC X(1) VALUE '/'.
           02 REP-LINEA1-FECHA-MM PIC 9(2).
           02 FILLER PIC X(1) VALUE '/'.
           02 REP-LINEA1-FECHA-AAAA PIC 9(4).

       01 REP-FACT-TITULO.
           02 FILLER PIC X(26) VALUE SPACES.
           02 FILLER PIC X(28) VALUE 'Factura de Servicios'.
           02 FILLER PIC X(26) VALUE SPACES.

       01 REP-RAZON-EMP.
           02 FILLER PIC X(9) VALUE 'Empresa: '.
           02 REP-RAZON PIC X(25).
           02 FILLER PIC X(46) VALUE SPACES.

       01 REP-CUIT-EMP.
           02 FILLER PIC X(6) VALUE 'Cuit: '.
           02 REP-NRO-CUIT PIC 9(11) VALUE ZERO.
           02 FILLER PIC X(63) VALUE SPACES.

       01 REP-NRO-FACTURA.
           02 FILLER PIC X(14) VALUE 'Factura Nro: '.
           02 REP-FAC-NUMERO PIC 9(8).
           02 FILLER PIC X(58) VALUE SPACES.

       01 REP-FECHAS-FACTURA.
           02 FILLER PIC X(10) VALUE 'Emision: '.
           02 REP-FAC-EMI-DD PIC 9(2).
           02 FILLER PIC X VALUE '/'.
           02 REP-FAC-EMI-MM PIC 9(2).
           02 FILLER PIC X VALUE '/'.
           02 REP-FAC-EMI-AAAA PIC 9(4).
           02 FILLER PIC X(15) VALUE '  Vencimiento: '.
           02 REP-FAC-VTO-DD PIC 9(2).
           02 FILLER PIC X VALUE '/'.
           02 REP-FAC-VTO-MM PIC 9(2).
           02 FILLER PIC X VALUE '/'.
           02 REP-FAC-VTO-AAAA PIC 9(4).
           02 FILLER PIC X(28) VALUE SPACES.

       01 REP-CONCEPTO-PROYECTO.
           02 FILLER PIC X(10) VALUE 'Proyecto: '.
           02 REP-PRY-DESCRIPCION PIC X(30).
           02 FILLER PIC X(9) VALUE '  Tarea: '.
           02 REP-PRY-TAREA PIC X(4).

       01 REP-CONCEPTO-HITO.
           02 FILLER PIC X(6) VALUE 'Hito '.
           02 REP-HIT-NUMERO PIC Z9.
           02 FILLER PIC X(2) VALUE ': '.
           02 REP-HIT-DESCRIPCION PIC X(30).
           02 FILLER PIC X(10) VALUE '  Logrado '.
           02 REP-HIT-DD PIC 9(2).
           02 FILLER PIC X VALUE '/'.
           02 REP-HIT-MM PIC 9(2).
           02 FILLER PIC X VALUE '/'.
           02 REP-HIT-AAAA PIC 9(4).

       01 REP-TOTALES-NETO.
           02 FILLER PIC X(19) VALUE 'Importe neto'.
           02 FILLER PIC X(39) VALUE SPACES.
           02 REP-TOTAL-NETO PIC Z(8)9,99.

       01 REP-TOTALES-IVA.
           02 FILLER PIC X(4) VALUE 'IVA '.
           02 REP-IVA-TASA PIC Z9,99.
           02 FILLER PIC X(1) VALUE '%'.
           02 FILLER PIC X(48) VALUE SPACES.
           02 REP-TOTAL-IVA PIC Z(8)9,99.

       01 REP-TOTALES-PERCEP.
           02 FILLER PIC X(16) VALUE 'Percepcion IIBB '.
           02 REP-PERC-JURIS PIC 9(3).
           02 FILLER PIC X(1) VALUE SPACE.
           02 REP-PERC-ALICUOTA PIC Z9,99.
           02 FILLER PIC X(1) VALUE '%'.
           02 FILLER PIC X(32) VALUE SPACES.
           02 REP-TOTAL-PERCEP PIC Z(8)9,99.

       01 REP-TOTALES-BRUTO.
           02 FILLER PIC X(19) VALUE 'Total con IVA'.
           02 FILLER PIC X(39) VALUE SPACES.
           02 REP-TOTAL-BRUTO PIC Z(8)9,99.


      * Bitacora central de corridas (ver REGISTRAR-CORRIDA): 'I' al
      * arrancar y 'F' con los contadores al terminar normalmente;
      * una corrida abortada no llega a anotar su 'F' y el resumen
      * diario la muestra como anormal.
       01 WS-OPCION-LOG PIC X.
       01 LOG-PROGRAMA-ID PIC X(12) VALUE 'FACT-HITOS'.
       01 LOG-CANT-ENTRADA PIC 9(7) VALUE ZERO.
       01 LOG-CANT-SALIDA PIC 9(7) VALUE ZERO.
       01 LOG-CANT-EXC PIC 9(5) VALUE ZERO.

      * Bloqueo del archivo compartido que este programa actualiza
      * (ver BLOQUEAR-RECURSO): se toma antes de anotar el inicio y
      * se libera con el fin normal.
       01 WS-OPCION-BLOQUEO PIC X.
       01 BLOQUEO-RECURSO PIC X(20).
       77 FS-BLOQUEO PIC XX.


      * Rutas fisicas de los archivos, resueltas al arrancar desde
      * rutas.dat via OBTENER-RUTA: mover el sistema o armar un
      * ambiente de prueba es cuestion de editar ese archivo.
       77 FS-RUTA PIC XX.
       01 RUTA-LOGICO PIC X(20).
       01 RUTA-OBTENIDA PIC X(100).
       01 RUTA-HITOS-LOGRADOS PIC X(100).
       01 RUTA-PROYECTOS PIC X(100).
       01 RUTA-REGISTRO-FACTURAS PIC X(100).
       01 RUTA-NUMERACION PIC X(100).
       01 RUTA-IVA-CONDICIONES PIC X(100).
       01 RUTA-EMPRESAS PIC X(100).
       01 RUTA-FACTURAS-HITOS PIC X(100).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM CARGAR-RUTAS.
           PERFORM TOMAR-BLOQUEOS.
           MOVE 'I' TO WS-OPCION-LOG.
           CALL 'REGISTRAR-CORRIDA' USING WS-OPCION-LOG,
               LOG-PROGRAMA-ID, LOG-CANT-ENTRADA, LOG-CANT-SALIDA,
               LOG-CANT-EXC.
           MOVE FUNCTION CURRENT-DATE(1:8) TO FECHA-EMISION.
           PERFORM CARGAR-PROYECTOS.
           PERFORM CARGAR-NUMERACION.
           PERFORM CARGAR-TASAS-IVA.
           PERFORM ABRIR-ARCHIVOS.
           MOVE 'A' TO WS-OPCION-PERCEPCION.
           CALL 'OBTENER-PERCEPCION' USING WS-OPCION-PERCEPCION,
               HLG-CUIT, FECHA-EMISION, JURIS-PERCEPCION,
               ALICUOTA-PERCEPCION, FS-PERCEPCION.
           PERFORM REALINEAR-NUMERACION.
           COMPUTE DIAS-AUXILIAR =
               FUNCTION INTEGER-OF-DATE(FECHA-EMISION) + WS-DIAS-PLAZO.
           MOVE FUNCTION DATE-OF-INTEGER(DIAS-AUXILIAR) TO FECHA-VTO.
           PERFORM LEER-LOGRADO.
           PERFORM PROCESAR-LOGRADO UNTIL FS-LOGRADOS = '10'.
           CLOSE HITOS-LOGRADOS REGISTRO-FACTURAS EMPRESAS
               FACTURAS-HITOS.
           MOVE 'C' TO WS-OPCION-PERCEPCION.
           CALL 'OBTENER-PERCEPCION' USING WS-OPCION-PERCEPCION,
               HLG-CUIT, FECHA-EMISION, JURIS-PERCEPCION,
               ALICUOTA-PERCEPCION, FS-PERCEPCION.
           PERFORM REGRABAR-NUMERACION.
           PERFORM REGRABAR-PROYECTOS.
           DISPLAY "HITOS LEIDOS: " CANT-LEIDOS
               "  FACTURADOS: " CANT-FACTURADOS
               "  RECHAZADOS: " CANT-RECHAZADOS.
           DISPLAY "TOTAL NETO FACTURADO POR HITOS: " TOTAL-FACTURADO.
           MOVE CANT-LEIDOS TO LOG-CANT-ENTRADA.
           MOVE CANT-FACTURADOS TO LOG-CANT-SALIDA.
           MOVE CANT-RECHAZADOS TO LOG-CANT-EXC.
           PERFORM LIBERAR-BLOQUEOS.
           MOVE 'F' TO WS-OPCION-LOG.
           CALL 'REGISTRAR-CORRIDA' USING WS-OPCION-LOG,
               LOG-PROGRAMA-ID, LOG-CANT-ENTRADA, LOG-CANT-SALIDA,
               LOG-CANT-EXC.
           STOP RUN.

      * El maestro se guarda en memoria tal cual, cabeceras e hitos en
      * tablas aparte, para regrabarlo en el mismo orden.
       CARGAR-PROYECTOS.
           OPEN INPUT PROYECTOS.
           IF FS-PROYECTOS NOT = ZERO
               DISPLAY "ERROR AL ABRIR PROYECTOS FS: " FS-PROYECTOS
               PERFORM LIBERAR-BLOQUEOS
               STOP RUN.
           READ PROYECTOS.
           PERFORM CARGAR-UN-REGISTRO UNTIL FS-PROYECTOS NOT = ZERO.
           CLOSE PROYECTOS.

       CARGAR-UN-REGISTRO.
           IF PRY-ES-PROYECTO
               IF CANT-PROYECTOS >= 200
                   DISPLAY "PROYECTOS EXCEDE LOS 200 REGISTROS"
                   PERFORM LIBERAR-BLOQUEOS
                   STOP RUN
               END-IF
               ADD 1 TO CANT-PROYECTOS
               MOVE PRY-REG TO TAB-PRY-REG(CANT-PROYECTOS).
           IF PRY-ES-HITO
               IF CANT-HITOS >= 1000
                   DISPLAY "HITOS DE PROYECTOS EXCEDE LOS 1000 "
                       "REGISTROS"
                   PERFORM LIBERAR-BLOQUEOS
                   STOP RUN
               END-IF
               ADD 1 TO CANT-HITOS
               MOVE PRY-HITO TO TAB-HIT-REG(CANT-HITOS).
           READ PROYECTOS.

      * Ausente el archivo de numeracion se arranca del numero 1 con
      * 30 dias de plazo, igual que TP-2.
       CARGAR-NUMERACION.
           OPEN INPUT NUMERACION.
           IF FS-NUMERACION = ZERO
               READ NUMERACION
               IF FS-NUMERACION = ZERO
                   MOVE NUM-PROXIMA TO WS-PROXIMA-FACTURA
                   MOVE NUM-DIAS-PLAZO TO WS-DIAS-PLAZO
                   IF NUM-PROXIMA-NOTA NUMERIC
                       AND NUM-PROXIMA-NOTA > ZERO
                       MOVE NUM-PROXIMA-NOTA TO WS-PROXIMA-NOTA
                   END-IF
                   IF NUM-PROXIMA-INTERES NUMERIC
                       AND NUM-PROXIMA-INTERES > ZERO
                       MOVE NUM-PROXIMA-INTERES TO WS-PROXIMA-INTERES
                   END-IF
               END-IF
               CLOSE NUMERACION.

       REGRABAR-NUMERACION.
           OPEN OUTPUT NUMERACION.
           IF FS-NUMERACION NOT = ZERO
               DISPLAY "ERROR AL REGRABAR NUMERACION FS: "
                   FS-NUMERACION
               PERFORM LIBERAR-BLOQUEOS
               STOP RUN.
           MOVE WS-PROXIMA-FACTURA TO NUM-PROXIMA.
           MOVE WS-DIAS-PLAZO TO NUM-DIAS-PLAZO.
           MOVE WS-PROXIMA-NOTA TO NUM-PROXIMA-NOTA.
           MOVE WS-PROXIMA-INTERES TO NUM-PROXIMA-INTERES.
           WRITE NUM-REG.
           CLOSE NUMERACION.

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
           OPEN INPUT HITOS-LOGRADOS.
           IF FS-LOGRADOS NOT = ZERO
               DISPLAY "ERROR AL ABRIR HITOS LOGRADOS FS: "
                   FS-LOGRADOS
               PERFORM LIBERAR-BLOQUEOS
               STOP RUN.
           OPEN I-O REGISTRO-FACTURAS.
           IF FS-REGISTRO NOT = ZERO
               DISPLAY "ERROR AL ABRIR REGISTRO FACTURAS FS: "
                   FS-REGISTRO
               PERFORM LIBERAR-BLOQUEOS
               STOP RUN.
           OPEN INPUT EMPRESAS.
           IF FS-EMPRESAS NOT = ZERO
               DISPLAY "ERROR AL ABRIR EMPRESAS FS: " FS-EMPRESAS
               PERFORM LIBERAR-BLOQUEOS
               STOP RUN.
           OPEN OUTPUT FACTURAS-HITOS.
           IF FS-FACTURAS NOT = ZERO
               DISPLAY "ERROR AL ABRIR FACTURAS HITOS FS: "
                   FS-FACTURAS
               PERFORM LIBERAR-BLOQUEOS
               STOP RUN.

      * La numeracion nunca queda por debajo de la ultima factura del
      * registro (mismo control que hace TP-2 al arrancar).
       REALINEAR-NUMERACION.
           READ REGISTRO-FACTURAS NEXT RECORD.
           PERFORM EVALUAR-NUMERO-REGISTRO
               UNTIL FS-REGISTRO NOT = ZERO.
           IF NUMERO-MAXIMO-REG >= WS-PROXIMA-FACTURA
               COMPUTE WS-PROXIMA-FACTURA = NUMERO-MAXIMO-REG + 1
               DISPLAY "NUMERACION REALINEADA CON EL REGISTRO: "
                   "PROXIMA FACTURA " WS-PROXIMA-FACTURA.

       EVALUAR-NUMERO-REGISTRO.
           IF RFA-NUMERO < 50000000
               AND RFA-NUMERO > NUMERO-MAXIMO-REG
               MOVE RFA-NUMERO TO NUMERO-MAXIMO-REG.
           READ REGISTRO-FACTURAS NEXT RECORD.

       LEER-LOGRADO.
           READ HITOS-LOGRADOS.
           IF FS-LOGRADOS NOT = ZERO AND '10'
               DISPLAY "ERROR AL LEER HITOS LOGRADOS FS: " FS-LOGRADOS
               PERFORM LIBERAR-BLOQUEOS
               STOP RUN.

      ******************************************************************
      * Un hito se factura una sola vez, del proyecto activo y por su
      * importe neto cargado; el IVA sale de la condicion de la
      * empresa igual que en TP-2.
       PROCESAR-LOGRADO.
           ADD 1 TO CANT-LEIDOS.
           MOVE SPACES TO MOTIVO-RECHAZO.
           PERFORM UBICAR-PROYECTO.
           IF IND-PRY-ACT = ZERO
               MOVE 'PROYECTO INEXISTENTE' TO MOTIVO-RECHAZO
           ELSE
               MOVE TAB-PRY-REG(IND-PRY-ACT) TO PRY-REG
               IF PRY-ESTADO NOT = 'A'
                   MOVE 'PROYECTO CERRADO' TO MOTIVO-RECHAZO
               ELSE
                   PERFORM UBICAR-HITO
                   IF IND-HIT-ACT = ZERO
                       MOVE 'HITO INEXISTENTE' TO MOTIVO-RECHAZO
                   ELSE
                       MOVE TAB-HIT-REG(IND-HIT-ACT) TO PRY-HITO
                       IF HIT-ESTADO NOT = 'P'
                           MOVE 'HITO YA FACTURADO' TO MOTIVO-RECHAZO.
           IF MOTIVO-RECHAZO = SPACES
               IF HLG-FECHA NOT NUMERIC OR HLG-FECHA = ZERO
                   OR HLG-FECHA > FECHA-EMISION
                   MOVE 'FECHA DE LOGRO INVALIDA' TO MOTIVO-RECHAZO.
           IF MOTIVO-RECHAZO = SPACES
               PERFORM BUSCAR-EMPRESA.
           IF MOTIVO-RECHAZO = SPACES
               PERFORM FACTURAR-HITO
           ELSE
               ADD 1 TO CANT-RECHAZADOS
               DISPLAY "HITO RECHAZADO " HLG-CUIT "/" HLG-TAREA
                   " HITO " HLG-HITO ": " MOTIVO-RECHAZO.
           PERFORM LEER-LOGRADO.

       UBICAR-PROYECTO.
           MOVE ZERO TO IND-PRY-ACT.
           PERFORM COMPARAR-PROYECTO
               VARYING SUB-PRY FROM 1 BY 1
               UNTIL SUB-PRY > CANT-PROYECTOS
               OR IND-PRY-ACT NOT = ZERO.

       COMPARAR-PROYECTO.
           MOVE TAB-PRY-REG(SUB-PRY) TO PRY-REG.
           IF PRY-CUIT = HLG-CUIT AND PRY-TAREA = HLG-TAREA
               MOVE SUB-PRY TO IND-PRY-ACT.

       UBICAR-HITO.
           MOVE ZERO TO IND-HIT-ACT.
           PERFORM COMPARAR-HITO
               VARYING SUB-HIT FROM 1 BY 1
               UNTIL SUB-HIT > CANT-HITOS
               OR IND-HIT-ACT NOT = ZERO.

       COMPARAR-HITO.
           MOVE TAB-HIT-REG(SUB-HIT) TO PRY-HITO.
           IF PRY-CUIT = HLG-CUIT AND PRY-TAREA = HLG-TAREA
               AND HIT-NUMERO = HLG-HITO
               MOVE SUB-HIT TO IND-HIT-ACT.

      * Una condicion sin tasa cargada queda en cero (exenta).
       BUSCAR-EMPRESA.
           MOVE HLG-CUIT TO EMP-CUIT.
           READ EMPRESAS KEY IS EMP-CUIT.
           IF FS-EMPRESAS NOT = ZERO
               MOVE 'EMPRESA INEXISTENTE' TO MOTIVO-RECHAZO
           ELSE
               MOVE ZERO TO TASA-IVA-ACTUAL
               PERFORM COMPARAR-TASA-IVA
                   VARYING SUB-IVA FROM 1 BY 1
                   UNTIL SUB-IVA > CANT-TASAS-IVA.

       COMPARAR-TASA-IVA.
           IF TAB-IVA-CONDICION(SUB-IVA) = EMP-CONDICION
               MOVE TAB-IVA-TASA(SUB-IVA) TO TASA-IVA-ACTUAL.

       FACTURAR-HITO.
           IF WS-PROXIMA-FACTURA >= 50000000
               DISPLAY "LA SERIE DE FACTURAS AGOTO SU RANGO: "
                   "PISARIA LA SERIE DE PLANES"
               PERFORM LIBERAR-BLOQUEOS
               STOP RUN.
           MOVE WS-PROXIMA-FACTURA TO FACTURA-ACTUAL.
           ADD 1 TO WS-PROXIMA-FACTURA.
           MOVE TAB-PRY-REG(IND-PRY-ACT) TO PRY-REG.
           MOVE PRY-DESCRIPCION TO DESCRIPCION-PROYECTO.
           MOVE TAB-HIT-REG(IND-HIT-ACT) TO PRY-HITO.
           MOVE HIT-IMPORTE TO IMPORTE-NETO.
           COMPUTE IMPORTE-IVA ROUNDED =
               IMPORTE-NETO * TASA-IVA-ACTUAL / 100.
           MOVE 'B' TO WS-OPCION-PERCEPCION.
           CALL 'OBTENER-PERCEPCION' USING WS-OPCION-PERCEPCION,
               HLG-CUIT, FECHA-EMISION, JURIS-PERCEPCION,
               ALICUOTA-PERCEPCION, FS-PERCEPCION.
           COMPUTE IMPORTE-PERCEPCION ROUNDED =
               IMPORTE-NETO * ALICUOTA-PERCEPCION / 100.
           COMPUTE IMPORTE-BRUTO =
               IMPORTE-NETO + IMPORTE-IVA + IMPORTE-PERCEPCION.
           PERFORM GRABAR-REGISTRO-FACTURA.
           PERFORM IMPRIMIR-FACTURA.
           MOVE TAB-HIT-REG(IND-HIT-ACT) TO PRY-HITO.
           MOVE 'F' TO HIT-ESTADO.
           MOVE HLG-FECHA TO HIT-FECHA-LOGRO.
           MOVE FACTURA-ACTUAL TO HIT-FACTURA.
           MOVE PRY-HITO TO TAB-HIT-REG(IND-HIT-ACT).
           ADD 1 TO CANT-FACTURADOS.
           ADD IMPORTE-NETO TO TOTAL-FACTURADO.

      * Periodo de la factura: el dia del logro. RFA-TAREA lleva la
      * tarea del proyecto para que el informe la reconozca.
       GRABAR-REGISTRO-FACTURA.
           MOVE FACTURA-ACTUAL TO RFA-NUMERO.
           MOVE HLG-CUIT TO RFA-CUIT.
           MOVE FECHA-EMISION TO RFA-FECHA-EMISION.
           MOVE FECHA-VTO TO RFA-FECHA-VTO.
           MOVE HLG-FECHA TO RFA-FECHA-DESDE RFA-FECHA-HASTA.
           MOVE IMPORTE-NETO TO RFA-IMPORTE.
           MOVE IMPORTE-IVA TO RFA-IVA.
           MOVE IMPORTE-BRUTO TO RFA-IMPORTE-BRUTO.
           MOVE 'F' TO RFA-TIPO-DOC.
           MOVE ZERO TO RFA-DOC-REF.
           MOVE SPACES TO RFA-MONEDA.
           MOVE ZERO TO RFA-IMPORTE-MON.
           MOVE ZERO TO RFA-CAE RFA-CAE-VTO.
           MOVE TASA-IVA-ACTUAL TO RFA-TASA-IVA.
           MOVE ZERO TO RFA-IMP-ABONO RFA-IMP-EXCESO.
           MOVE ZERO TO RFA-BONIFICACION.
           MOVE HLG-TAREA TO RFA-TAREA.
           MOVE ZERO TO RFA-COBRADO RFA-AJUSTE-NOTAS.
           MOVE JURIS-PERCEPCION TO RFA-IIBB-JURIS.
           MOVE ALICUOTA-PERCEPCION TO RFA-IIBB-ALICUOTA.
           MOVE IMPORTE-PERCEPCION TO RFA-PERCEPCION.
           WRITE RFA-REG.
           IF FS-REGISTRO NOT = ZERO
               DISPLAY "ERROR AL GRABAR LA FACTURA " FACTURA-ACTUAL
                   " EN EL REGISTRO FS: " FS-REGISTRO
               PERFORM LIBERAR-BLOQUEOS
               STOP RUN.

       IMPRIMIR-FACTURA.
           MOVE FECHA-EMISION(7:2) TO REP-LINEA1-FECHA-DD.
           MOVE FECHA-EMISION(5:2) TO REP-LINEA1-FECHA-MM.
           MOVE FECHA-EMISION(1:4) TO REP-LINEA1-FECHA-AAAA.
           WRITE LINEA-FACTURA FROM REP-LINEA1.
           WRITE LINEA-FACTURA FROM LINEA-VACIA.
           WRITE LINEA-FACTURA FROM REP-FACT-TITULO.
           MOVE EMP-RAZ TO REP-RAZON.
           MOVE HLG-CUIT TO REP-NRO-CUIT.
           WRITE LINEA-FACTURA FROM REP-RAZON-EMP.
           WRITE LINEA-FACTURA FROM REP-CUIT-EMP.
           MOVE FACTURA-ACTUAL TO REP-FAC-NUMERO.
           WRITE LINEA-FACTURA FROM REP-NRO-FACTURA.
           MOVE FECHA-EMISION(7:2) TO REP-FAC-EMI-DD.
           MOVE FECHA-EMISION(5:2) TO REP-FAC-EMI-MM.
           MOVE FECHA-EMISION(1:4) TO REP-FAC-EMI-AAAA.
           MOVE FECHA-VTO(7:2) TO REP-FAC-VTO-DD.
           MOVE FECHA-VTO(5:2) TO REP-FAC-VTO-MM.
           MOVE FECHA-VTO(1:4) TO REP-FAC-VTO-AAAA.
           WRITE LINEA-FACTURA FROM REP-FECHAS-FACTURA.
           WRITE LINEA-FACTURA FROM LINEA-GUION.
           MOVE DESCRIPCION-PROYECTO TO REP-PRY-DESCRIPCION.
           MOVE HLG-TAREA TO REP-PRY-TAREA.
           WRITE LINEA-FACTURA FROM REP-CONCEPTO-PROYECTO.
           MOVE HIT-NUMERO TO REP-HIT-NUMERO.
           MOVE HIT-DESCRIPCION TO REP-HIT-DESCRIPCION.
           MOVE HLG-FECHA(7:2) TO REP-HIT-DD.
           MOVE HLG-FECHA(5:2) TO REP-HIT-MM.
           MOVE HLG-FECHA(1:4) TO REP-HIT-AAAA.
           WRITE LINEA-FACTURA FROM REP-CONCEPTO-HITO.
           WRITE LINEA-FACTURA FROM LINEA-GUION.
           MOVE IMPORTE-NETO TO REP-TOTAL-NETO.
           WRITE LINEA-FACTURA FROM REP-TOTALES-NETO.
           MOVE TASA-IVA-ACTUAL TO REP-IVA-TASA.
           MOVE IMPORTE-IVA TO REP-TOTAL-IVA.
           WRITE LINEA-FACTURA FROM REP-TOTALES-IVA.
           IF IMPORTE-PERCEPCION > ZERO
               MOVE JURIS-PERCEPCION TO REP-PERC-JURIS
               MOVE ALICUOTA-PERCEPCION TO REP-PERC-ALICUOTA
               MOVE IMPORTE-PERCEPCION TO REP-TOTAL-PERCEP
               WRITE LINEA-FACTURA FROM REP-TOTALES-PERCEP.
           MOVE IMPORTE-BRUTO TO REP-TOTAL-BRUTO.
           WRITE LINEA-FACTURA FROM REP-TOTALES-BRUTO.
           WRITE LINEA-FACTURA FROM LINEA-VACIA.

      * Cada cabecera sale seguida de sus hitos, igual que en
      * MANTENER-PROYECTOS.
       REGRABAR-PROYECTOS.
           OPEN OUTPUT PROYECTOS.
           IF FS-PROYECTOS NOT = ZERO
               DISPLAY "ERROR AL REGRABAR PROYECTOS FS: "
                   FS-PROYECTOS
               PERFORM LIBERAR-BLOQUEOS
               STOP RUN.
           PERFORM GRABAR-UN-PROYECTO
               VARYING SUB-PRY FROM 1 BY 1
               UNTIL SUB-PRY > CANT-PROYECTOS.
           CLOSE PROYECTOS.

       GRABAR-UN-PROYECTO.
           MOVE TAB-PRY-REG(SUB-PRY) TO PRY-REG.
           WRITE PRY-REG.
           PERFORM GRABAR-UN-HITO
               VARYING SUB-HIT FROM 1 BY 1
               UNTIL SUB-HIT > CANT-HITOS.

       GRABAR-UN-HITO.
           IF TAB-HIT-REG(SUB-HIT)(1:15) = TAB-PRY-REG(SUB-PRY)(1:15)
               MOVE TAB-HIT-REG(SUB-HIT) TO PRY-HITO
               WRITE PRY-HITO.


       TOMAR-BLOQUEOS.
           MOVE 'T' TO WS-OPCION-BLOQUEO.
           MOVE 'REGISTRO-FACTURAS' TO BLOQUEO-RECURSO.
           CALL 'BLOQUEAR-RECURSO' USING WS-OPCION-BLOQUEO,
               LOG-PROGRAMA-ID, BLOQUEO-RECURSO, FS-BLOQUEO.
           IF FS-BLOQUEO NOT = '00'
               STOP RUN.

       LIBERAR-BLOQUEOS.
           MOVE 'L' TO WS-OPCION-BLOQUEO.
           MOVE 'REGISTRO-FACTURAS' TO BLOQUEO-RECURSO.
           CALL 'BLOQUEAR-RECURSO' USING WS-OPCION-BLOQUEO,
               LOG-PROGRAMA-ID, BLOQUEO-RECURSO, FS-BLOQUEO.

      * Resuelve todas las rutas de este programa contra rutas.dat;
      * una entrada ausente corta la corrida nombrando el logico
      * que falta.
       CARGAR-RUTAS.
           MOVE 'SEC-HITOSLOGRADOS' TO RUTA-LOGICO.
           PERFORM OBTENER-UNA-RUTA.
           MOVE RUTA-OBTENIDA TO RUTA-HITOS-LOGRADOS.
           MOVE 'COMP-PROYECTOS' TO RUTA-LOGICO.
           PERFORM OBTENER-UNA-RUTA.
           MOVE RUTA-OBTENIDA TO RUTA-PROYECTOS.
           MOVE 'IDX-REGFACTURAS' TO RUTA-LOGICO.
           PERFORM OBTENER-UNA-RUTA.
           MOVE RUTA-OBTENIDA TO RUTA-REGISTRO-FACTURAS.
           MOVE 'SEC-NUMERACION' TO RUTA-LOGICO.
           PERFORM OBTENER-UNA-RUTA.
           MOVE RUTA-OBTENIDA TO RUTA-NUMERACION.
           MOVE 'SEC-TASASIVA' TO RUTA-LOGICO.
           PERFORM OBTENER-UNA-RUTA.
           MOVE RUTA-OBTENIDA TO RUTA-IVA-CONDICIONES.
           MOVE 'IDX-EMPRESAS' TO RUTA-LOGICO.
           PERFORM OBTENER-UNA-RUTA.
           MOVE RUTA-OBTENIDA TO RUTA-EMPRESAS.
           MOVE 'SEC-FACTURASHITOS' TO RUTA-LOGICO.
           PERFORM OBTENER-UNA-RUTA.
           MOVE RUTA-OBTENIDA TO RUTA-FACTURAS-HITOS.

       OBTENER-UNA-RUTA.
           CALL 'OBTENER-RUTA' USING RUTA-LOGICO, RUTA-OBTENIDA,
               FS-RUTA.
           IF FS-RUTA NOT = '00'
               DISPLAY "RUTA NO CONFIGURADA PARA " RUTA-LOGICO
               STOP RUN.

       END PROGRAM FACTURAR-HITOS.
