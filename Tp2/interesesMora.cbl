                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS FS-NUMERACION.

      * Reclamos de clientes (ver MANTENER-RECLAMOS): mientras estan
      * abiertos o en revision, el importe en disputa no devenga.
           SELECT RECLAMOS     ASSIGN TO RUTA-RECLAMOS
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS FS-RECLAMOS.

      * Impreso de cada nota de interes en su propio archivo, con
      * fecha, hora de la corrida y numero de nota en el nombre: es el
      * documento que se adjunta en la cola de envios.
           SELECT NOTA-DOCUMENTO ASSIGN TO RUTA-NOTA-DOC
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS FS-NOTA-DOC.

       DATA DIVISION.
       FILE SECTION.

           03 RFA-TAREA         PIC X(4).
           03 RFA-COBRADO       PIC 9(9)V99.
           03 RFA-AJUSTE-NOTAS  PIC S9(9)V99.
      * Percepcion de Ingresos Brutos practicada en el documento: la
      * jurisdiccion y la alicuota del padron vigente a la emision; el
      * importe ya esta sumado en RFA-IMPORTE-BRUTO.
           03 RFA-IIBB-JURIS    PIC 9(3).
           03 RFA-IIBB-ALICUOTA PIC 9(2)V99.
           03 RFA-PERCEPCION    PIC 9(9)V99.

       FD PARAM-INTERES LABEL RECORD IS STANDARD.
       01 PARAM-REG.
           03 NUM-PROXIMA-NOTA PIC 9(8).
           03 NUM-PROXIMA-INTERES PIC 9(8).

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

       FD NOTA-DOCUMENTO LABEL RECORD IS STANDARD.
       01 NDOC-LINEA PIC X(80).

       WORKING-STORAGE SECTION.

       77 FS-REGISTRO   PIC XX.
       77 FS-PARAMETROS PIC XX.
       77 FS-NUMERACION PIC XX.
       77 FS-RECLAMOS   PIC XX.
       77 FS-NOTA-DOC   PIC XX.

      * Padron de facturas con vencimiento, deuda (ajustada por notas
      * de credito/debito), cobrado e interes ya devengado en notas
               05 TAB-FAC-DEUDA   PIC 9(9)V99.
               05 TAB-FAC-COBRADO PIC 9(9)V99.
               05 TAB-FAC-INTERES-EMITIDO PIC 9(9)V99.
               05 TAB-FAC-RECLAMADO PIC 9(9)V99.
       01 CANT-FACTURAS PIC 9(3) VALUE ZERO.
       01 SUB-FAC PIC 9(3).
       01 IND-FAC-ACT PIC 9(3).

      * Rangos disjuntos de las series (ver TP-2): facturas
      * 1-49999999, planes de pago desde 50000001, notas de ajuste
      * desde 60000001, notas de interes 80000001-89999999 y castigos
      * desde 90000001; toda nota queda
      * despues de su factura en el orden de la clave del registro
      * indexado.
       01 WS-PROXIMA-INTERES PIC 9(8) VALUE 80000001.
       01 WS-PROXIMA-FACTURA PIC 9(8) VALUE 1.
       01 WS-DIAS-PLAZO PIC 9(3) VALUE 30.

       01 CANT-ABIERTAS PIC 9(5) VALUE ZERO.
       01 CANT-NOTAS-EMITIDAS PIC 9(5) VALUE ZERO.
       01 CANT-EN-RECLAMO PIC 9(5) VALUE ZERO.
       01 TOTAL-INTERES-EMITIDO PIC 9(10)V99 VALUE ZERO.

      * Cada nota emitida queda en la cola de envios electronicos (ver
      * ENCOLAR-ENVIO) con el correo de la empresa, resuelto por CUIT
      * via OBTENER-EMPRESA; el documento adjunto es el impreso de la
      * nota (ver GRABAR-NOTA-DOCUMENTO).
       01 WS-OPCION-EMPRESA PIC X.
       01 EMP-CODIGO-AUX PIC 9(3).
       01 EMP-CUIT-AUX   PIC 9(11).
       01 EMP-RAZON-AUX  PIC X(25).
       01 EMP-DIRE-AUX   PIC X(20).
       01 EMP-TEL-AUX    PIC X(20).
       01 EMP-MAIL-AUX   PIC X(30).
       01 WS-OPCION-ENVIO PIC X.
       01 ENV-TIPO-AUX    PIC X(3).
       01 ENV-NUMERO-AUX  PIC 9(8).
       01 ENV-ARCHIVO-AUX PIC X(100).
       01 ENV-MAIL-VALIDO PIC X.
       01 HORA-DOCUMENTO PIC 9(8).

       01 REP-NOTA-TITULO.
           02 FILLER PIC X(36)
               VALUE 'Nota de debito por intereses de mora'.
           02 FILLER PIC X(9) VALUE '  Numero '.
           02 REP-NOTA-NUMERO PIC 9(8).
       01 REP-NOTA-FECHA.
           02 FILLER PIC X(7) VALUE 'Fecha: '.
           02 REP-NOTA-DD PIC 9(2).
           02 FILLER PIC X VALUE '/'.
           02 REP-NOTA-MM PIC 9(2).
           02 FILLER PIC X VALUE '/'.
           02 REP-NOTA-AAAA PIC 9(4).
       01 REP-NOTA-EMPRESA.
           02 FILLER PIC X(9) VALUE 'Empresa: '.
           02 REP-NOTA-RAZON PIC X(25).
           02 FILLER PIC X(8) VALUE '  Cuit: '.
           02 REP-NOTA-CUIT PIC 9(11).
       01 REP-NOTA-DETALLE.
           02 FILLER PIC X(25) VALUE 'Interes sobre la factura '.
           02 REP-NOTA-FACTURA PIC 9(8).
           02 FILLER PIC X(5) VALUE ' con '.
           02 REP-NOTA-DIAS PIC ZZZZ9.
           02 FILLER PIC X(20) VALUE ' dias de mora, tasa '.
           02 REP-NOTA-TASA PIC ZZ9,99.
           02 FILLER PIC X(9) VALUE '% mensual'.
       01 REP-NOTA-IMPORTE.
           02 FILLER PIC X(18) VALUE 'Importe de la nota'.
           02 FILLER PIC X(46) VALUE SPACES.
           02 REP-NOTA-IMP PIC Z(10)9,99.
       01 LINEA-GUION-NOTA PIC X(80) VALUE ALL "-".


      * Bitacora central de corridas (ver REGISTRAR-CORRIDA): 'I' al
      * arrancar y 'F' con los contadores al terminar normalmente;
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
       01 RUTA-REGISTRO-FACTURAS PIC X(100).
       01 RUTA-PARAM-INTERES PIC X(100).
       01 RUTA-NUMERACION PIC X(100).
       01 RUTA-RECLAMOS PIC X(100).
       01 RUTA-DIR-DOCUMENTOS PIC X(100).
       01 RUTA-NOTA-DOC PIC X(100).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM CARGAR-RUTAS.
           PERFORM TOMAR-BLOQUEOS.
           MOVE 'I' TO WS-OPCION-LOG.
           CALL 'REGISTRAR-CORRIDA' USING WS-OPCION-LOG,
               LOG-PROGRAMA-ID, LOG-CANT-ENTRADA, LOG-CANT-SALIDA,
               LOG-CANT-EXC.
           MOVE FUNCTION CURRENT-DATE(1:8) TO FECHA-CORRIDA.
           MOVE FUNCTION CURRENT-DATE(9:8) TO HORA-DOCUMENTO.
           PERFORM LEER-PARAMETROS.
           PERFORM CARGAR-NUMERACION.
           PERFORM CARGAR-FACTURAS.
           PERFORM CARGAR-RECLAMOS.
           PERFORM ABRIR-REGISTRO-IO.
           MOVE 'A' TO WS-OPCION-EMPRESA.
           CALL 'OBTENER-EMPRESA' USING WS-OPCION-EMPRESA,
               EMP-CODIGO-AUX, EMP-CUIT-AUX, EMP-RAZON-AUX,
               EMP-DIRE-AUX, EMP-TEL-AUX, EMP-MAIL-AUX.
           PERFORM DEVENGAR-FACTURA
               VARYING SUB-FAC FROM 1 BY 1
               UNTIL SUB-FAC > CANT-FACTURAS.
           CLOSE REGISTRO-FACTURAS.
           MOVE 'C' TO WS-OPCION-EMPRESA.
           CALL 'OBTENER-EMPRESA' USING WS-OPCION-EMPRESA,
               EMP-CODIGO-AUX, EMP-CUIT-AUX, EMP-RAZON-AUX,
               EMP-DIRE-AUX, EMP-TEL-AUX, EMP-MAIL-AUX.
           PERFORM REGRABAR-NUMERACION.
           DISPLAY "FACTURAS VENCIDAS CON SALDO: " CANT-ABIERTAS.
           DISPLAY "NOTAS DE INTERES EMITIDAS: " CANT-NOTAS-EMITIDAS
               " POR " TOTAL-INTERES-EMITIDO.
           DISPLAY "FACTURAS CON IMPORTE EN RECLAMO: " CANT-EN-RECLAMO.
           MOVE CANT-FACTURAS TO LOG-CANT-ENTRADA.
           MOVE CANT-NOTAS-EMITIDAS TO LOG-CANT-SALIDA.
           PERFORM LIBERAR-BLOQUEOS.
           MOVE 'F' TO WS-OPCION-LOG.
           CALL 'REGISTRAR-CORRIDA' USING WS-OPCION-LOG,
               LOG-PROGRAMA-ID, LOG-CANT-ENTRADA, LOG-CANT-SALIDA,
           IF FS-PARAMETROS NOT = ZERO
               DISPLAY "ERROR AL ABRIR PARAM INTERES FS: "
                   FS-PARAMETROS
               PERFORM LIBERAR-BLOQUEOS
               STOP RUN.
           READ PARAM-INTERES.
           IF FS-PARAMETROS NOT = ZERO OR PARAM-TASA-MENSUAL = ZERO
               DISPLAY "TASA MENSUAL AUSENTE O EN CERO: NO SE "
                   "DEVENGA INTERES"
               PERFORM LIBERAR-BLOQUEOS
               STOP RUN.
           CLOSE PARAM-INTERES.

           IF FS-NUMERACION NOT = ZERO
               DISPLAY "ERROR AL REGRABAR NUMERACION FS: "
                   FS-NUMERACION
               PERFORM LIBERAR-BLOQUEOS
               STOP RUN.
           MOVE WS-PROXIMA-FACTURA TO NUM-PROXIMA.
           MOVE WS-DIAS-PLAZO TO NUM-DIAS-PLAZO.
           CLOSE NUMERACION.

      * Las facturas abren fila propia; las notas 'C'/'D' ajustan la
      * deuda de su factura (el castigo 'B' la baja como una nota de
      * credito y la factura deja de devengar) y las notas 'I'
      * anteriores acumulan el interes ya devengado para no emitirlo
      * dos veces. La pasada unica alcanza porque los rangos
      * disjuntos de las series garantizan que toda nota viene
      * DESPUES de su factura en el orden de RFA-NUMERO.
       CARGAR-FACTURAS.
           OPEN INPUT REGISTRO-FACTURAS.
           IF FS-REGISTRO NOT = ZERO
               DISPLAY "ERROR AL ABRIR REGISTRO FACTURAS FS: "
                   FS-REGISTRO
               PERFORM LIBERAR-BLOQUEOS
               STOP RUN.
           READ REGISTRO-FACTURAS NEXT RECORD.
           PERFORM CARGAR-UN-DOCUMENTO
               DISPLAY "*** CORRER ARCHIVAR-COBRANZAS Y REINTENTAR: "
                   "NO SE EMITIO NINGUNA NOTA ***"
               CLOSE REGISTRO-FACTURAS
               PERFORM LIBERAR-BLOQUEOS
               STOP RUN.
           CLOSE REGISTRO-FACTURAS.
           IF NUMERO-MAXIMO-INTERES >= WS-PROXIMA-INTERES
                   PERFORM AJUSTAR-DEUDA-POR-NOTA
               WHEN 'D'
                   PERFORM AJUSTAR-DEUDA-POR-NOTA
               WHEN 'B'
                   PERFORM AJUSTAR-DEUDA-POR-NOTA
               WHEN 'T'
                   PERFORM AJUSTAR-DEUDA-POR-NOTA
               WHEN 'I'
                   PERFORM ACUMULAR-INTERES-EMITIDO
               WHEN OTHER
      * indexado: ya no hace falta recorrer pagosAplicados.
           MOVE RFA-COBRADO TO TAB-FAC-COBRADO(CANT-FACTURAS).
           MOVE ZERO TO TAB-FAC-INTERES-EMITIDO(CANT-FACTURAS).
           MOVE ZERO TO TAB-FAC-RECLAMADO(CANT-FACTURAS).

       AJUSTAR-DEUDA-POR-NOTA.
           PERFORM UBICAR-FACTURA-REF.
           IF IND-FAC-ACT NOT = ZERO
               IF RFA-TIPO-DOC = 'C' OR RFA-TIPO-DOC = 'B'
                   OR RFA-TIPO-DOC = 'T'
                   IF RFA-IMPORTE-BRUTO > TAB-FAC-DEUDA(IND-FAC-ACT)
                       MOVE ZERO TO TAB-FAC-DEUDA(IND-FAC-ACT)
                   ELSE
           IF TAB-FAC-NUMERO(SUB-FAC) = RFA-DOC-REF
               MOVE SUB-FAC TO IND-FAC-ACT.

      * Los reclamos abiertos o en revision suman su importe en
      * disputa sobre la factura; sin registro de reclamos todavia no
      * hay nada que excluir.
       CARGAR-RECLAMOS.
           OPEN INPUT RECLAMOS.
           IF FS-RECLAMOS NOT = ZERO AND '35'
               DISPLAY "ERROR AL ABRIR RECLAMOS FS: " FS-RECLAMOS
               PERFORM LIBERAR-BLOQUEOS
               STOP RUN.
           IF FS-RECLAMOS = ZERO
               READ RECLAMOS
               PERFORM CARGAR-UN-RECLAMO
                   UNTIL FS-RECLAMOS NOT = ZERO
               CLOSE RECLAMOS.

       CARGAR-UN-RECLAMO.
           IF RCL-ESTADO = 'A' OR RCL-ESTADO = 'R'
               MOVE ZERO TO IND-FAC-ACT
               PERFORM COMPARAR-FACTURA-RECLAMO
                   VARYING SUB-FAC FROM 1 BY 1
                   UNTIL SUB-FAC > CANT-FACTURAS
                   OR IND-FAC-ACT NOT = ZERO
               IF IND-FAC-ACT NOT = ZERO
                   ADD RCL-IMPORTE TO TAB-FAC-RECLAMADO(IND-FAC-ACT).
           READ RECLAMOS.

       COMPARAR-FACTURA-RECLAMO.
           IF TAB-FAC-NUMERO(SUB-FAC) = RCL-FACTURA
               MOVE SUB-FAC TO IND-FAC-ACT.

       ABRIR-REGISTRO-IO.
           OPEN I-O REGISTRO-FACTURAS.
           IF FS-REGISTRO NOT = ZERO
               DISPLAY "ERROR AL REABRIR REGISTRO FACTURAS FS: "
                   FS-REGISTRO
               PERFORM LIBERAR-BLOQUEOS
               STOP RUN.

      ******************************************************************
      * Interes simple sobre el saldo abierto, a la tasa mensual del
      * parametro prorrateada por dias corridos desde el vencimiento
      * (mes comercial de 30 dias); se emite solo la diferencia contra
      * lo ya devengado en notas 'I' anteriores. El importe en
      * reclamo abierto no devenga: se descuenta del saldo mientras
      * dure la disputa.
       DEVENGAR-FACTURA.
           COMPUTE SALDO-FACTURA = TAB-FAC-DEUDA(SUB-FAC)
               - TAB-FAC-COBRADO(SUB-FAC).
           IF TAB-FAC-RECLAMADO(SUB-FAC) > ZERO
               AND SALDO-FACTURA > ZERO
               ADD 1 TO CANT-EN-RECLAMO
               SUBTRACT TAB-FAC-RECLAMADO(SUB-FAC) FROM SALDO-FACTURA.
           IF SALDO-FACTURA > ZERO
               AND TAB-FAC-VTO(SUB-FAC) < FECHA-CORRIDA
               ADD 1 TO CANT-ABIERTAS
                   PERFORM EMITIR-NOTA-INTERES.

       EMITIR-NOTA-INTERES.
           IF WS-PROXIMA-INTERES >= 90000000
               DISPLAY "LA SERIE DE NOTAS DE INTERES AGOTO SU RANGO"
                   " (90000001 EN ADELANTE SON CASTIGOS)"
               PERFORM LIBERAR-BLOQUEOS
               STOP RUN.
           MOVE WS-PROXIMA-INTERES TO RFA-NUMERO.
           ADD 1 TO WS-PROXIMA-INTERES.
           MOVE ZERO TO RFA-BONIFICACION.
           MOVE SPACES TO RFA-TAREA.
           MOVE ZERO TO RFA-COBRADO RFA-AJUSTE-NOTAS.
           MOVE ZERO TO RFA-IIBB-JURIS RFA-IIBB-ALICUOTA RFA-PERCEPCION.
           WRITE RFA-REG.
      * Sin la nota grabada no se toca la factura ni los contadores:
      * ajustar el saldo sin documento que lo respalde dejaria la
           IF FS-REGISTRO NOT = ZERO
               DISPLAY "NO SE PUDO GRABAR LA NOTA DE INTERES FS: "
                   FS-REGISTRO
               PERFORM LIBERAR-BLOQUEOS
               STOP RUN.
           ADD 1 TO CANT-NOTAS-EMITIDAS.
           ADD INTERES-A-EMITIR TO TOTAL-INTERES-EMITIDO.
           PERFORM ENCOLAR-NOTA-INTERES.
           DISPLAY "NOTA DE INTERES SOBRE LA FACTURA "
               TAB-FAC-NUMERO(SUB-FAC) " POR " INTERES-A-EMITIR.
           PERFORM ACTUALIZAR-AJUSTE-FACTURA.

       ENCOLAR-NOTA-INTERES.
           MOVE RFA-NUMERO TO ENV-NUMERO-AUX.
           MOVE RFA-CUIT TO EMP-CUIT-AUX.
           MOVE 'P' TO WS-OPCION-EMPRESA.
           CALL 'OBTENER-EMPRESA' USING WS-OPCION-EMPRESA,
               EMP-CODIGO-AUX, EMP-CUIT-AUX, EMP-RAZON-AUX,
               EMP-DIRE-AUX, EMP-TEL-AUX, EMP-MAIL-AUX.
           MOVE 'E' TO WS-OPCION-ENVIO.
           MOVE 'INT' TO ENV-TIPO-AUX.
           PERFORM GRABAR-NOTA-DOCUMENTO.
           MOVE RUTA-NOTA-DOC TO ENV-ARCHIVO-AUX.
           CALL 'ENCOLAR-ENVIO' USING WS-OPCION-ENVIO, ENV-TIPO-AUX,
               ENV-NUMERO-AUX, RFA-CUIT, EMP-MAIL-AUX,
               ENV-ARCHIVO-AUX, ENV-MAIL-VALIDO.

       GRABAR-NOTA-DOCUMENTO.
           MOVE SPACES TO RUTA-NOTA-DOC.
           STRING RUTA-DIR-DOCUMENTOS DELIMITED BY SPACE
               '/INT-' FECHA-CORRIDA '-' HORA-DOCUMENTO '-'
               RFA-NUMERO '.TXT' DELIMITED BY SIZE
               INTO RUTA-NOTA-DOC.
           OPEN OUTPUT NOTA-DOCUMENTO.
           IF FS-NOTA-DOC NOT = ZERO
               DISPLAY "ERROR AL ABRIR EL IMPRESO DE LA NOTA "
                   RFA-NUMERO " FS: " FS-NOTA-DOC
               PERFORM LIBERAR-BLOQUEOS
               STOP RUN.
           MOVE RFA-NUMERO TO REP-NOTA-NUMERO.
           MOVE FECHA-CORRIDA(7:2) TO REP-NOTA-DD.
           MOVE FECHA-CORRIDA(5:2) TO REP-NOTA-MM.
           MOVE FECHA-CORRIDA(1:4) TO REP-NOTA-AAAA.
           MOVE EMP-RAZON-AUX TO REP-NOTA-RAZON.
           MOVE RFA-CUIT TO REP-NOTA-CUIT.
           MOVE RFA-DOC-REF TO REP-NOTA-FACTURA.
           MOVE DIAS-VENCIDA TO REP-NOTA-DIAS.
           MOVE PARAM-TASA-MENSUAL TO REP-NOTA-TASA.
           MOVE RFA-IMPORTE-BRUTO TO REP-NOTA-IMP.
           WRITE NDOC-LINEA FROM REP-NOTA-TITULO.
           WRITE NDOC-LINEA FROM REP-NOTA-FECHA.
           WRITE NDOC-LINEA FROM REP-NOTA-EMPRESA.
           WRITE NDOC-LINEA FROM LINEA-GUION-NOTA.
           WRITE NDOC-LINEA FROM REP-NOTA-DETALLE.
           WRITE NDOC-LINEA FROM LINEA-GUION-NOTA.
           WRITE NDOC-LINEA FROM REP-NOTA-IMPORTE.
           CLOSE NOTA-DOCUMENTO.

      * La nota deja su huella sobre la factura: el interes suma al
      * ajuste neto que cobranzas y el aging leen por clave.
       ACTUALIZAR-AJUSTE-FACTURA.
                   FS-REGISTRO.


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
           MOVE 'SEC-NUMERACION' TO RUTA-LOGICO.
           PERFORM OBTENER-UNA-RUTA.
           MOVE RUTA-OBTENIDA TO RUTA-NUMERACION.
           MOVE 'COMP-RECLAMOS' TO RUTA-LOGICO.
           PERFORM OBTENER-UNA-RUTA.
           MOVE RUTA-OBTENIDA TO RUTA-RECLAMOS.
           MOVE 'DIR-DOCENVIOS' TO RUTA-LOGICO.
           PERFORM OBTENER-UNA-RUTA.
           MOVE RUTA-OBTENIDA TO RUTA-DIR-DOCUMENTOS.
      * El nombre del impreso se arma detras del directorio: mas de 60
      * posiciones no dejarian lugar para fecha, hora y numero.
           IF RUTA-DIR-DOCUMENTOS(61:40) NOT = SPACES
               DISPLAY "RUTA DE DIR-DOCENVIOS MAYOR A 60 POSICIONES"
               STOP RUN.

       OBTENER-UNA-RUTA.
           CALL 'OBTENER-RUTA' USING RUTA-LOGICO, RUTA-OBTENIDA,
