                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS FS-EXTRACTO.

      * Copia del bloque de cada empresa en su propio archivo, con
      * fecha, hora de la corrida y CUIT en el nombre: es el que se
      * adjunta en la cola de envios, porque EXTRACTO se pisa en la
      * corrida siguiente.
           SELECT EXTRACTO-EMPRESA ASSIGN TO RUTA-EXTRACTO-EMP
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS FS-EXTRACTO-EMP.

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

       FD PAGOS-APLICADOS LABEL RECORD IS STANDARD.
       01 APL-REG.
       FD EXTRACTO LABEL RECORD IS STANDARD.
       01 EXT-LINEA PIC X(100).

       FD EXTRACTO-EMPRESA LABEL RECORD IS STANDARD.
       01 EXE-LINEA PIC X(100).

       WORKING-STORAGE SECTION.

       77 FS-REGISTRO  PIC XX.
       77 FS-APLICADOS PIC XX.
       77 FS-EXTRACTO  PIC XX.
       77 FS-EXTRACTO-EMP PIC XX.

      * Todos los movimientos de la cuenta corriente en memoria: los
      * documentos del registro (facturas y notas) mas los pagos
       01 EMP-TEL-AUX    PIC X(20).
       01 EMP-MAIL-AUX   PIC X(30).

      * Cola de envios electronicos (ver ENCOLAR-ENVIO): cada bloque
      * del extracto queda encolado para el correo de la empresa; el
      * numero del documento es la fecha de la corrida (AAAAMMDD) y el
      * CUIT distingue el bloque dentro del archivo. Lo que se adjunta
      * es la copia del bloque de la empresa.
       01 WS-OPCION-ENVIO PIC X.
       01 ENV-TIPO-AUX    PIC X(3).
       01 ENV-NUMERO-AUX  PIC 9(8).
       01 ENV-CUIT-AUX    PIC 9(11).
       01 ENV-ARCHIVO-AUX PIC X(100).
       01 ENV-MAIL-VALIDO PIC X.
       01 FECHA-DOCUMENTO PIC 9(8).
       01 HORA-DOCUMENTO PIC 9(8).

       01 REP-TITULO.
           02 FILLER PIC X(42)
               VALUE 'Extracto de cuenta corriente por empresa'.
       01 RUTA-REGISTRO-FACTURAS PIC X(100).
       01 RUTA-PAGOS-APLICADOS PIC X(100).
       01 RUTA-EXTRACTO PIC X(100).
       01 RUTA-DIR-DOCUMENTOS PIC X(100).
       01 RUTA-EXTRACTO-EMP PIC X(100).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           STOP RUN.

      * Cada documento del registro es un movimiento: la factura y la
      * nota de debito suman deuda, la nota de credito resta. El
      * castigo 'B' resta solo lo que sigue sin recuperar: lo que el
      * cliente pago despues ya figura como pago.
       CARGAR-DOCUMENTOS.
           OPEN INPUT REGISTRO-FACTURAS.
           IF FS-REGISTRO NOT = ZERO
           MOVE RFA-CUIT TO TAB-MOV-CUIT(CANT-MOVIMIENTOS).
           MOVE RFA-FECHA-EMISION TO TAB-MOV-FECHA(CANT-MOVIMIENTOS).
           IF RFA-TIPO-DOC = 'C' OR RFA-TIPO-DOC = 'D'
               OR RFA-TIPO-DOC = 'I' OR RFA-TIPO-DOC = 'B'
               OR RFA-TIPO-DOC = 'T' OR RFA-TIPO-DOC = 'Q'
               MOVE RFA-TIPO-DOC TO TAB-MOV-TIPO(CANT-MOVIMIENTOS)
           ELSE
               MOVE 'F' TO TAB-MOV-TIPO(CANT-MOVIMIENTOS).
                   TO TAB-MOV-IMPORTE(CANT-MOVIMIENTOS)
           ELSE
               MOVE RFA-IMPORTE TO TAB-MOV-IMPORTE(CANT-MOVIMIENTOS).
           IF TAB-MOV-TIPO(CANT-MOVIMIENTOS) = 'B'
               AND RFA-COBRADO NUMERIC
               SUBTRACT RFA-COBRADO
                   FROM TAB-MOV-IMPORTE(CANT-MOVIMIENTOS).
           IF TAB-MOV-TIPO(CANT-MOVIMIENTOS) = 'C'
               OR TAB-MOV-TIPO(CANT-MOVIMIENTOS) = 'B'
               OR TAB-MOV-TIPO(CANT-MOVIMIENTOS) = 'T'
               COMPUTE TAB-MOV-IMPORTE(CANT-MOVIMIENTOS) =
                   TAB-MOV-IMPORTE(CANT-MOVIMIENTOS) * -1.
           PERFORM UBICAR-CUENTA.
               MOVE APL-MARCA TO TAB-MOV-DETALLE(CANT-MOVIMIENTOS)
               COMPUTE TAB-MOV-IMPORTE(CANT-MOVIMIENTOS) =
                   APL-IMPORTE * -1
               IF APL-MARCA = 'RECHAZO'
                   MOVE APL-IMPORTE TO TAB-MOV-IMPORTE(CANT-MOVIMIENTOS)
               END-IF
               MOVE 'N' TO TAB-MOV-LISTADO(CANT-MOVIMIENTOS).
           READ PAGOS-APLICADOS.

               EMP-DIRE-AUX, EMP-TEL-AUX, EMP-MAIL-AUX.

       IMPRIMIR-ENCABEZADO-GRAL.
           MOVE FUNCTION CURRENT-DATE(1:8) TO FECHA-DOCUMENTO.
           MOVE FUNCTION CURRENT-DATE(9:8) TO HORA-DOCUMENTO.
           MOVE FUNCTION CURRENT-DATE(7:2) TO REP-TIT-DD.
           MOVE FUNCTION CURRENT-DATE(5:2) TO REP-TIT-MM.
           MOVE FUNCTION CURRENT-DATE(1:4) TO REP-TIT-AAAA.
       IMPRIMIR-CUENTA.
           MOVE TAB-CTA-CUIT(SUB-CTA) TO CUIT-ACTUAL.
           PERFORM RESOLVER-EMPRESA.
           PERFORM ABRIR-EXTRACTO-EMPRESA.
           WRITE EXT-LINEA FROM LINEA-VACIA.
           MOVE EMP-RAZON-AUX TO REP-EMP-RAZON.
           MOVE CUIT-ACTUAL TO REP-EMP-CUIT.
           WRITE EXT-LINEA FROM REP-EMPRESA.
           WRITE EXT-LINEA FROM REP-HEADER.
           WRITE EXT-LINEA FROM LINEA-GUION.
           WRITE EXE-LINEA FROM REP-EMPRESA.
           WRITE EXE-LINEA FROM REP-HEADER.
           WRITE EXE-LINEA FROM LINEA-GUION.
           MOVE ZERO TO SALDO-CORRIDO.
           PERFORM BUSCAR-MOVIMIENTO-MINIMO.
           PERFORM IMPRIMIR-MOVIMIENTO UNTIL IND-MOV-MIN = ZERO.
           MOVE SALDO-CORRIDO TO REP-SAL-IMPORTE.
           WRITE EXT-LINEA FROM LINEA-GUION.
           WRITE EXT-LINEA FROM REP-SALDO-FINAL.
           WRITE EXE-LINEA FROM LINEA-GUION.
           WRITE EXE-LINEA FROM REP-SALDO-FINAL.
           CLOSE EXTRACTO-EMPRESA.
           PERFORM ENCOLAR-EXTRACTO.

       ABRIR-EXTRACTO-EMPRESA.
           MOVE SPACES TO RUTA-EXTRACTO-EMP.
           STRING RUTA-DIR-DOCUMENTOS DELIMITED BY SPACE
               '/EXT-' FECHA-DOCUMENTO '-' HORA-DOCUMENTO '-'
               CUIT-ACTUAL '.TXT' DELIMITED BY SIZE
               INTO RUTA-EXTRACTO-EMP.
           OPEN OUTPUT EXTRACTO-EMPRESA.
           IF FS-EXTRACTO-EMP NOT = ZERO
               DISPLAY "ERROR AL ABRIR EXTRACTO DE " CUIT-ACTUAL
                   " FS: " FS-EXTRACTO-EMP
               PERFORM CERRAR-ARCHIVOS
               STOP RUN.
           WRITE EXE-LINEA FROM REP-TITULO.

       ENCOLAR-EXTRACTO.
           MOVE 'E' TO WS-OPCION-ENVIO.
           MOVE 'EXT' TO ENV-TIPO-AUX.
           MOVE FUNCTION CURRENT-DATE(1:8) TO ENV-NUMERO-AUX.
           MOVE CUIT-ACTUAL TO ENV-CUIT-AUX.
           MOVE RUTA-EXTRACTO-EMP TO ENV-ARCHIVO-AUX.
           CALL 'ENCOLAR-ENVIO' USING WS-OPCION-ENVIO, ENV-TIPO-AUX,
               ENV-NUMERO-AUX, ENV-CUIT-AUX, EMP-MAIL-AUX,
               ENV-ARCHIVO-AUX, ENV-MAIL-VALIDO.

       RESOLVER-EMPRESA.
           MOVE CUIT-ACTUAL TO EMP-CUIT-AUX.
               WHEN 'C' MOVE 'Nota credito' TO REP-FIL-TIPO
               WHEN 'D' MOVE 'Nota debito' TO REP-FIL-TIPO
               WHEN 'I' MOVE 'Nota interes' TO REP-FIL-TIPO
               WHEN 'B' MOVE 'Castigo' TO REP-FIL-TIPO
               WHEN 'T' MOVE 'Pase a plan' TO REP-FIL-TIPO
               WHEN 'Q' MOVE 'Cuota plan' TO REP-FIL-TIPO
               WHEN 'P' MOVE 'Pago' TO REP-FIL-TIPO
           END-EVALUATE.
           MOVE TAB-MOV-NUMERO(IND-MOV-MIN) TO REP-FIL-NUMERO.
           MOVE TAB-MOV-IMPORTE(IND-MOV-MIN) TO REP-FIL-IMPORTE.
           MOVE SALDO-CORRIDO TO REP-FIL-SALDO.
           WRITE EXT-LINEA FROM REP-FILA.
           WRITE EXE-LINEA FROM REP-FILA.
           PERFORM BUSCAR-MOVIMIENTO-MINIMO.

       CERRAR-ARCHIVOS.
           MOVE 'SEC-EXTRACTO' TO RUTA-LOGICO.
           PERFORM OBTENER-UNA-RUTA.
           MOVE RUTA-OBTENIDA TO RUTA-EXTRACTO.
           MOVE 'DIR-DOCENVIOS' TO RUTA-LOGICO.
           PERFORM OBTENER-UNA-RUTA.
           MOVE RUTA-OBTENIDA TO RUTA-DIR-DOCUMENTOS.
      * El nombre del extracto se arma detras del directorio: mas de
      * 60 posiciones no dejarian lugar para fecha, hora y CUIT.
           IF RUTA-DIR-DOCUMENTOS(61:40) NOT = SPACES
               DISPLAY "RUTA DE DIR-DOCENVIOS MAYOR A 60 POSICIONES"
               STOP RUN.

       OBTENER-UNA-RUTA.
           CALL 'OBTENER-RUTA' USING RUTA-LOGICO, RUTA-OBTENIDA,
