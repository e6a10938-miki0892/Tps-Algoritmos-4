      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MOVIMIENTOS-CHEQUES.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Movimientos de la cartera de cheques: 'D' deposito, 'A'
      * acreditacion informada por el banco, 'R' rechazo (con los
      * gastos que el banco cobra y se le debitan al cliente).
           SELECT MOVTOS-CARTERA ASSIGN TO RUTA-MOVTOS-CARTERA
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS FS-MOVTOS.

      * Cartera de cheques (la alimenta COBRANZAS): se carga entera,
      * se le aplican los movimientos y se regraba.
           SELECT CARTERA-CHEQUES ASSIGN TO RUTA-CARTERA
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS FS-CARTERA.

      * Historia permanente de los movimientos aplicados; de aca
      * toma ASIENTOS-CONTABLES la acreditacion y el rechazo.
           SELECT HISTORIA-CHEQUES ASSIGN TO RUTA-HISTORIA
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS FS-HISTORIA.

           SELECT REGISTRO-FACTURAS ASSIGN TO RUTA-REGISTRO-FACTURAS
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS DYNAMIC
                               RECORD KEY IS RFA-NUMERO
                               ALTERNATE RECORD KEY IS RFA-CUIT
                               WITH DUPLICATES
                               FILE STATUS IS FS-REGISTRO.

           SELECT REGISTRO-RECIBOS ASSIGN TO RUTA-REG-RECIBOS
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS FS-REG-RECIBOS.

           SELECT PAGOS-APLICADOS ASSIGN TO RUTA-PAGOS-APLICADOS
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS FS-APLICADOS.

           SELECT CREDITOS-CUENTA ASSIGN TO RUTA-CREDITOS
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS FS-CREDITOS.

       DATA DIVISION.
       FILE SECTION.

       FD MOVTOS-CARTERA LABEL RECORD IS STANDARD.
       01 MVC-REG.
           03 MVC-TIPO    PIC X(1).
               88 MVC-DEPOSITO     VALUE 'D'.
               88 MVC-ACREDITACION VALUE 'A'.
               88 MVC-RECHAZO      VALUE 'R'.
           03 MVC-BANCO   PIC 9(3).
           03 MVC-NUMERO  PIC 9(8).
           03 MVC-FECHA   PIC 9(8).
           03 MVC-GASTOS  PIC 9(7)V99.
           03 MVC-MOTIVO  PIC X(20).

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

       FD REGISTRO-RECIBOS LABEL RECORD IS STANDARD.
       01 REC-REG.
           03 REC-NUMERO  PIC 9(8).
           03 REC-FECHA   PIC 9(8).
           03 REC-CUIT    PIC 9(11).
           03 REC-FACTURA PIC 9(8).
           03 REC-IMPORTE PIC 9(9)V99.
           03 REC-MEDIO   PIC X(10).
           03 REC-SALDO   PIC S9(9)V99.
           03 REC-ANOTACION PIC X(1).

       FD PAGOS-APLICADOS LABEL RECORD IS STANDARD.
       01 APL-REG.
           03 APL-FACTURA PIC 9(8).
           03 APL-FECHA   PIC 9(8).
           03 APL-IMPORTE PIC 9(9)V99.
           03 APL-MEDIO   PIC X(10).
           03 APL-MARCA   PIC X(8).

       FD CREDITOS-CUENTA LABEL RECORD IS STANDARD.
       01 CRE-REG.
           03 CRE-CUIT    PIC 9(11).
           03 CRE-FECHA   PIC 9(8).
           03 CRE-IMPORTE PIC 9(9)V99.

       WORKING-STORAGE SECTION.

       77 FS-MOVTOS      PIC XX.
       77 FS-CARTERA     PIC XX.
       77 FS-HISTORIA    PIC XX.
       77 FS-REGISTRO    PIC XX.
       77 FS-REG-RECIBOS PIC XX.
       77 FS-APLICADOS   PIC XX.
       77 FS-CREDITOS    PIC XX.

       01 TABLA-CARTERA.
           03 FILA-CHEQUE OCCURS 2000 TIMES.
               05 TAB-CHQ-BANCO          PIC 9(3).
               05 TAB-CHQ-NUMERO         PIC 9(8).
               05 TAB-CHQ-LIBRADOR       PIC X(30).
               05 TAB-CHQ-CUIT           PIC 9(11).
               05 TAB-CHQ-IMPORTE        PIC 9(9)V99.
               05 TAB-CHQ-FECHA-RECEPCION PIC 9(8).
               05 TAB-CHQ-FECHA-COBRO    PIC 9(8).
               05 TAB-CHQ-RECIBO         PIC 9(8).
               05 TAB-CHQ-ESTADO         PIC X(1).
               05 TAB-CHQ-FECHA-ESTADO   PIC 9(8).
               05 TAB-CHQ-GASTOS         PIC 9(7)V99.
       01 CANT-CHEQUES PIC 9(4) VALUE ZERO.
       01 SUB-CHQ PIC 9(4).
       01 IND-CHQ-ACT PIC 9(4).

      * Renglones del recibo del cheque rechazado (sin las
      * anotaciones de un rechazo anterior).
       01 TABLA-RENGLONES.
           03 FILA-RENGLON OCCURS 100 TIMES.
               05 TAB-REN-FACTURA PIC 9(8).
               05 TAB-REN-IMPORTE PIC 9(9)V99.
       01 CANT-RENGLONES PIC 9(3) VALUE ZERO.
       01 SUB-REN PIC 9(3).
       01 CUIT-RECIBO PIC 9(11).
       01 FECHA-RECIBO PIC 9(8).

       01 TABLA-CREDITOS.
           03 FILA-CREDITO OCCURS 200 TIMES.
               05 TAB-CRE-CUIT    PIC 9(11).
               05 TAB-CRE-FECHA   PIC 9(8).
               05 TAB-CRE-IMPORTE PIC 9(9)V99.
       01 CANT-CREDITOS PIC 9(3) VALUE ZERO.
       01 SUB-CRE PIC 9(3).

       01 IMPORTE-A-REVERTIR PIC 9(9)V99.
       01 IMPORTE-REVERTIDO PIC 9(9)V99.
       01 IMPORTE-RENGLON PIC 9(9)V99.
       01 SALDO-FACTURA PIC S9(9)V99.
       01 FACTURA-NOTA PIC 9(8).
       01 FACTURA-GUARDADA PIC X(210).

      * Nota de debito por los gastos del rechazo: serie de notas de
      * ajuste de TP-2 (60000001-79999999), realineada contra el
      * registro igual que lo hace TP-2 al arrancar; vence a los 30
      * dias, el plazo por defecto de TP-2.
       01 PROXIMA-NOTA PIC 9(8) VALUE 60000001.
       01 NUMERO-MAXIMO-NOTA PIC 9(8) VALUE ZERO.
       01 NOTA-EMITIDA PIC 9(8).
       01 DIAS-PLAZO-NOTA PIC 9(3) VALUE 30.
       01 DIAS-AUXILIAR PIC 9(8).

       01 CANT-MOVIMIENTOS PIC 9(5) VALUE ZERO.
       01 CANT-DEPOSITOS PIC 9(5) VALUE ZERO.
       01 CANT-ACREDITADOS PIC 9(5) VALUE ZERO.
       01 CANT-RECHAZOS PIC 9(5) VALUE ZERO.
       01 CANT-NOTAS PIC 9(5) VALUE ZERO.
       01 CANT-OBSERVADOS PIC 9(5) VALUE ZERO.


      * Bitacora central de corridas (ver REGISTRAR-CORRIDA): 'I' al
      * arrancar y 'F' con los contadores al terminar normalmente;
      * una corrida abortada no llega a anotar su 'F' y el resumen
      * diario la muestra como anormal.
       01 WS-OPCION-LOG PIC X.
       01 LOG-PROGRAMA-ID PIC X(12) VALUE 'MOV-CHEQUES'.
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
       01 RUTA-MOVTOS-CARTERA PIC X(100).
       01 RUTA-CARTERA PIC X(100).
       01 RUTA-HISTORIA PIC X(100).
       01 RUTA-REGISTRO-FACTURAS PIC X(100).
       01 RUTA-REG-RECIBOS PIC X(100).
       01 RUTA-PAGOS-APLICADOS PIC X(100).
       01 RUTA-CREDITOS PIC X(100).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM CARGAR-RUTAS.
           PERFORM TOMAR-BLOQUEOS.
           MOVE 'I' TO WS-OPCION-LOG.
           CALL 'REGISTRAR-CORRIDA' USING WS-OPCION-LOG,
               LOG-PROGRAMA-ID, LOG-CANT-ENTRADA, LOG-CANT-SALIDA,
               LOG-CANT-EXC.
           PERFORM CARGAR-CARTERA.
           PERFORM CARGAR-CREDITOS.
           PERFORM ABRIR-ARCHIVOS.
           PERFORM REALINEAR-NUMERACION-NOTAS.
           READ MOVTOS-CARTERA.
           PERFORM APLICAR-MOVIMIENTO UNTIL FS-MOVTOS NOT = ZERO.
           CLOSE MOVTOS-CARTERA HISTORIA-CHEQUES REGISTRO-FACTURAS
               PAGOS-APLICADOS.
           PERFORM REGRABAR-CARTERA.
           PERFORM REGRABAR-CREDITOS.
           DISPLAY "MOVIMIENTOS LEIDOS: " CANT-MOVIMIENTOS.
           DISPLAY "DEPOSITADOS: " CANT-DEPOSITOS
               "  ACREDITADOS: " CANT-ACREDITADOS
               "  RECHAZADOS: " CANT-RECHAZOS.
           DISPLAY "NOTAS DE DEBITO POR GASTOS: " CANT-NOTAS
               "  MOVIMIENTOS OBSERVADOS: " CANT-OBSERVADOS.
           MOVE CANT-MOVIMIENTOS TO LOG-CANT-ENTRADA.
           COMPUTE LOG-CANT-SALIDA = CANT-DEPOSITOS + CANT-ACREDITADOS
               + CANT-RECHAZOS.
           MOVE CANT-OBSERVADOS TO LOG-CANT-EXC.
           PERFORM LIBERAR-BLOQUEOS.
           MOVE 'F' TO WS-OPCION-LOG.
           CALL 'REGISTRAR-CORRIDA' USING WS-OPCION-LOG,
               LOG-PROGRAMA-ID, LOG-CANT-ENTRADA, LOG-CANT-SALIDA,
               LOG-CANT-EXC.
           STOP RUN.

      * Con la tabla llena se corta antes de aplicar nada: regrabar
      * una cartera truncada perderia cheques.
       CARGAR-CARTERA.
           OPEN INPUT CARTERA-CHEQUES.
           IF FS-CARTERA NOT = ZERO AND '35'
               DISPLAY "ERROR AL ABRIR CARTERA CHEQUES FS: " FS-CARTERA
               PERFORM LIBERAR-BLOQUEOS
               STOP RUN.
           IF FS-CARTERA = ZERO
               READ CARTERA-CHEQUES
               PERFORM CARGAR-UN-CHEQUE
                   UNTIL FS-CARTERA NOT = ZERO
               CLOSE CARTERA-CHEQUES.

       CARGAR-UN-CHEQUE.
           IF CANT-CHEQUES >= 2000
               DISPLAY "CARTERA DE CHEQUES LLENA (2000): DEPURAR LOS "
                   "ACREDITADOS ANTES DE SEGUIR"
               PERFORM LIBERAR-BLOQUEOS
               STOP RUN.
           ADD 1 TO CANT-CHEQUES.
           MOVE CHQ-REG TO FILA-CHEQUE(CANT-CHEQUES).
           READ CARTERA-CHEQUES.

       CARGAR-CREDITOS.
           OPEN INPUT CREDITOS-CUENTA.
           IF FS-CREDITOS NOT = ZERO AND '35'
               DISPLAY "ERROR AL ABRIR CREDITOS FS: " FS-CREDITOS
               PERFORM LIBERAR-BLOQUEOS
               STOP RUN.
           IF FS-CREDITOS = ZERO
               READ CREDITOS-CUENTA
               PERFORM CARGAR-UN-CREDITO
                   UNTIL FS-CREDITOS NOT = ZERO
                   OR CANT-CREDITOS >= 200
               CLOSE CREDITOS-CUENTA.

       CARGAR-UN-CREDITO.
           ADD 1 TO CANT-CREDITOS.
           MOVE CRE-CUIT TO TAB-CRE-CUIT(CANT-CREDITOS).
           MOVE CRE-FECHA TO TAB-CRE-FECHA(CANT-CREDITOS).
           MOVE CRE-IMPORTE TO TAB-CRE-IMPORTE(CANT-CREDITOS).
           READ CREDITOS-CUENTA.

       ABRIR-ARCHIVOS.
           OPEN INPUT MOVTOS-CARTERA.
           IF FS-MOVTOS NOT = ZERO
               DISPLAY "ERROR AL ABRIR MOVIMIENTOS CARTERA FS: "
                   FS-MOVTOS
               PERFORM LIBERAR-BLOQUEOS
               STOP RUN.
           OPEN I-O REGISTRO-FACTURAS.
           IF FS-REGISTRO NOT = ZERO
               DISPLAY "ERROR AL ABRIR REGISTRO FACTURAS FS: "
                   FS-REGISTRO
               PERFORM LIBERAR-BLOQUEOS
               STOP RUN.
           OPEN EXTEND HISTORIA-CHEQUES.
           IF FS-HISTORIA = '35'
               OPEN OUTPUT HISTORIA-CHEQUES.
           IF FS-HISTORIA NOT = ZERO
               DISPLAY "ERROR AL ABRIR HISTORIA CHEQUES FS: "
                   FS-HISTORIA
               PERFORM LIBERAR-BLOQUEOS
               STOP RUN.
           OPEN EXTEND PAGOS-APLICADOS.
           IF FS-APLICADOS = '35'
               OPEN OUTPUT PAGOS-APLICADOS.
           IF FS-APLICADOS NOT = ZERO
               DISPLAY "ERROR AL ABRIR PAGOS APLICADOS FS: "
                   FS-APLICADOS
               PERFORM LIBERAR-BLOQUEOS
               STOP RUN.

       REALINEAR-NUMERACION-NOTAS.
           MOVE 60000001 TO RFA-NUMERO.
           START REGISTRO-FACTURAS KEY IS >= RFA-NUMERO.
           IF FS-REGISTRO = ZERO
               READ REGISTRO-FACTURAS NEXT RECORD
               PERFORM EVALUAR-MAXIMO-NOTA
                   UNTIL FS-REGISTRO NOT = ZERO
                   OR RFA-NUMERO > 79999999.
           IF NUMERO-MAXIMO-NOTA >= PROXIMA-NOTA
               COMPUTE PROXIMA-NOTA = NUMERO-MAXIMO-NOTA + 1.

       EVALUAR-MAXIMO-NOTA.
           IF (RFA-TIPO-DOC = 'C' OR RFA-TIPO-DOC = 'D')
               AND RFA-NUMERO > NUMERO-MAXIMO-NOTA
               MOVE RFA-NUMERO TO NUMERO-MAXIMO-NOTA.
           READ REGISTRO-FACTURAS NEXT RECORD.

      ******************************************************************
      * Cada movimiento busca su cheque por banco y numero; un estado
      * que no corresponde al movimiento lo deja observado.
       APLICAR-MOVIMIENTO.
           ADD 1 TO CANT-MOVIMIENTOS.
           PERFORM UBICAR-CHEQUE.
           IF IND-CHQ-ACT = ZERO
               ADD 1 TO CANT-OBSERVADOS
               DISPLAY "CHEQUE " MVC-BANCO "-" MVC-NUMERO
                   " NO ESTA EN CARTERA"
           ELSE
               EVALUATE TRUE
                   WHEN MVC-DEPOSITO
                       PERFORM DEPOSITAR-CHEQUE
                   WHEN MVC-ACREDITACION
                       PERFORM ACREDITAR-CHEQUE
                   WHEN MVC-RECHAZO
                       PERFORM RECHAZAR-CHEQUE
                   WHEN OTHER
                       ADD 1 TO CANT-OBSERVADOS
                       DISPLAY "TIPO DE MOVIMIENTO INVALIDO: " MVC-TIPO
               END-EVALUATE.
           READ MOVTOS-CARTERA.

       UBICAR-CHEQUE.
           MOVE ZERO TO IND-CHQ-ACT.
           PERFORM COMPARAR-CHEQUE
               VARYING SUB-CHQ FROM 1 BY 1
               UNTIL SUB-CHQ > CANT-CHEQUES
               OR IND-CHQ-ACT NOT = ZERO.

       COMPARAR-CHEQUE.
           IF TAB-CHQ-BANCO(SUB-CHQ) = MVC-BANCO
               AND TAB-CHQ-NUMERO(SUB-CHQ) = MVC-NUMERO
               MOVE SUB-CHQ TO IND-CHQ-ACT.

      * Un cheque diferido no se puede depositar antes de su fecha.
       DEPOSITAR-CHEQUE.
           IF TAB-CHQ-ESTADO(IND-CHQ-ACT) NOT = 'C'
               ADD 1 TO CANT-OBSERVADOS
               DISPLAY "CHEQUE " MVC-BANCO "-" MVC-NUMERO
                   " NO ESTA EN CARTERA PARA DEPOSITAR (ESTADO "
                   TAB-CHQ-ESTADO(IND-CHQ-ACT) ")"
           ELSE
               IF MVC-FECHA < TAB-CHQ-FECHA-COBRO(IND-CHQ-ACT)
                   ADD 1 TO CANT-OBSERVADOS
                   DISPLAY "CHEQUE " MVC-BANCO "-" MVC-NUMERO
                       " DIFERIDO AL " TAB-CHQ-FECHA-COBRO(IND-CHQ-ACT)
                       ": NO SE PUEDE DEPOSITAR TODAVIA"
               ELSE
                   MOVE 'D' TO TAB-CHQ-ESTADO(IND-CHQ-ACT)
                   MOVE MVC-FECHA TO TAB-CHQ-FECHA-ESTADO(IND-CHQ-ACT)
                   MOVE ZERO TO HCH-REVERTIDO HCH-GASTOS HCH-NOTA
                   PERFORM GRABAR-HISTORIA
                   ADD 1 TO CANT-DEPOSITOS.

       ACREDITAR-CHEQUE.
           IF TAB-CHQ-ESTADO(IND-CHQ-ACT) NOT = 'D'
               ADD 1 TO CANT-OBSERVADOS
               DISPLAY "CHEQUE " MVC-BANCO "-" MVC-NUMERO
                   " NO FIGURA DEPOSITADO (ESTADO "
                   TAB-CHQ-ESTADO(IND-CHQ-ACT) ")"
           ELSE
               MOVE 'A' TO TAB-CHQ-ESTADO(IND-CHQ-ACT)
               MOVE MVC-FECHA TO TAB-CHQ-FECHA-ESTADO(IND-CHQ-ACT)
               MOVE ZERO TO HCH-REVERTIDO HCH-GASTOS HCH-NOTA
               PERFORM GRABAR-HISTORIA
               ADD 1 TO CANT-ACREDITADOS.

      ******************************************************************
      * Rechazo: se revierte lo que el recibo del cheque imputo a cada
      * factura (hasta el importe del cheque; las retenciones del pago
      * siguen valiendo), se anota el recibo, lo que el cheque habia
      * dejado a cuenta se descuenta de los creditos del cliente y los
      * gastos del banco se le debitan con una nota.
       RECHAZAR-CHEQUE.
           IF TAB-CHQ-ESTADO(IND-CHQ-ACT) NOT = 'C'
               AND TAB-CHQ-ESTADO(IND-CHQ-ACT) NOT = 'D'
               ADD 1 TO CANT-OBSERVADOS
               DISPLAY "CHEQUE " MVC-BANCO "-" MVC-NUMERO
                   " YA ACREDITADO O RECHAZADO (ESTADO "
                   TAB-CHQ-ESTADO(IND-CHQ-ACT) ")"
           ELSE
               PERFORM CARGAR-RENGLONES-RECIBO
               MOVE TAB-CHQ-IMPORTE(IND-CHQ-ACT) TO IMPORTE-A-REVERTIR
               MOVE ZERO TO IMPORTE-REVERTIDO FACTURA-NOTA NOTA-EMITIDA
               PERFORM ABRIR-RECIBOS-EXTEND
               PERFORM REVERTIR-UN-RENGLON
                   VARYING SUB-REN FROM 1 BY 1
                   UNTIL SUB-REN > CANT-RENGLONES
                   OR IMPORTE-A-REVERTIR = ZERO
               CLOSE REGISTRO-RECIBOS
               IF IMPORTE-A-REVERTIR > ZERO
                   PERFORM DESCONTAR-CREDITO
                       VARYING SUB-CRE FROM 1 BY 1
                       UNTIL SUB-CRE > CANT-CREDITOS
                       OR IMPORTE-A-REVERTIR = ZERO
               END-IF
               IF IMPORTE-A-REVERTIR > ZERO
                   ADD 1 TO CANT-OBSERVADOS
                   DISPLAY "CHEQUE " MVC-BANCO "-" MVC-NUMERO
                       ": QUEDAN " IMPORTE-A-REVERTIR
                       " SIN REVERTIR, REVISAR A MANO"
               END-IF
               IF MVC-GASTOS NUMERIC AND MVC-GASTOS > ZERO
                   PERFORM EMITIR-NOTA-GASTOS
               END-IF
               MOVE 'R' TO TAB-CHQ-ESTADO(IND-CHQ-ACT)
               MOVE MVC-FECHA TO TAB-CHQ-FECHA-ESTADO(IND-CHQ-ACT)
               IF MVC-GASTOS NUMERIC
                   MOVE MVC-GASTOS TO TAB-CHQ-GASTOS(IND-CHQ-ACT)
                   MOVE MVC-GASTOS TO HCH-GASTOS
               ELSE
                   MOVE ZERO TO HCH-GASTOS
               END-IF
               MOVE IMPORTE-REVERTIDO TO HCH-REVERTIDO
               MOVE NOTA-EMITIDA TO HCH-NOTA
               PERFORM GRABAR-HISTORIA
               ADD 1 TO CANT-RECHAZOS
               DISPLAY "CHEQUE " MVC-BANCO "-" MVC-NUMERO
                   " RECHAZADO: RECIBO " TAB-CHQ-RECIBO(IND-CHQ-ACT)
                   " REVERTIDO " IMPORTE-REVERTIDO.

       CARGAR-RENGLONES-RECIBO.
           MOVE ZERO TO CANT-RENGLONES.
           MOVE TAB-CHQ-CUIT(IND-CHQ-ACT) TO CUIT-RECIBO.
           MOVE TAB-CHQ-FECHA-RECEPCION(IND-CHQ-ACT) TO FECHA-RECIBO.
           OPEN INPUT REGISTRO-RECIBOS.
           IF FS-REG-RECIBOS NOT = ZERO AND '35'
               DISPLAY "ERROR AL ABRIR REGISTRO RECIBOS FS: "
                   FS-REG-RECIBOS
               PERFORM LIBERAR-BLOQUEOS
               STOP RUN.
           IF FS-REG-RECIBOS = ZERO
               READ REGISTRO-RECIBOS
               PERFORM CARGAR-UN-RENGLON
                   UNTIL FS-REG-RECIBOS NOT = ZERO
               CLOSE REGISTRO-RECIBOS.

       CARGAR-UN-RENGLON.
           IF REC-NUMERO = TAB-CHQ-RECIBO(IND-CHQ-ACT)
               AND REC-ANOTACION NOT = 'R'
               AND CANT-RENGLONES < 100
               ADD 1 TO CANT-RENGLONES
               MOVE REC-FACTURA TO TAB-REN-FACTURA(CANT-RENGLONES)
               MOVE REC-IMPORTE TO TAB-REN-IMPORTE(CANT-RENGLONES).
           READ REGISTRO-RECIBOS.

       ABRIR-RECIBOS-EXTEND.
           OPEN EXTEND REGISTRO-RECIBOS.
           IF FS-REG-RECIBOS = '35'
               OPEN OUTPUT REGISTRO-RECIBOS.
           IF FS-REG-RECIBOS NOT = ZERO
               DISPLAY "ERROR AL ABRIR REGISTRO RECIBOS FS: "
                   FS-REG-RECIBOS
               PERFORM LIBERAR-BLOQUEOS
               STOP RUN.

      * Se revierte lo imputado sin bajar lo cobrado de la factura
      * de cero; el renglon de anotacion queda en el mismo recibo y el
      * pago aplicado 'RECHAZO' devuelve la deuda al estado de cuenta.
       REVERTIR-UN-RENGLON.
           MOVE TAB-REN-FACTURA(SUB-REN) TO RFA-NUMERO.
           READ REGISTRO-FACTURAS RECORD.
           IF FS-REGISTRO NOT = ZERO
               DISPLAY "FACTURA " TAB-REN-FACTURA(SUB-REN)
                   " DEL RECIBO " TAB-CHQ-RECIBO(IND-CHQ-ACT)
                   " NO ESTA EN EL REGISTRO: REVERTIR A MANO"
           ELSE
               MOVE TAB-REN-IMPORTE(SUB-REN) TO IMPORTE-RENGLON
               IF IMPORTE-RENGLON > IMPORTE-A-REVERTIR
                   MOVE IMPORTE-A-REVERTIR TO IMPORTE-RENGLON
               END-IF
               IF IMPORTE-RENGLON > RFA-COBRADO
                   MOVE RFA-COBRADO TO IMPORTE-RENGLON
               END-IF
               SUBTRACT IMPORTE-RENGLON FROM RFA-COBRADO
               REWRITE RFA-REG
               IF FS-REGISTRO NOT = ZERO
                   DISPLAY "NO SE PUDO REVERTIR LA FACTURA "
                       RFA-NUMERO " FS: " FS-REGISTRO
               ELSE
                   SUBTRACT IMPORTE-RENGLON FROM IMPORTE-A-REVERTIR
                   ADD IMPORTE-RENGLON TO IMPORTE-REVERTIDO
                   IF FACTURA-NOTA = ZERO
                       MOVE RFA-NUMERO TO FACTURA-NOTA
                   END-IF
                   COMPUTE SALDO-FACTURA = RFA-IMPORTE-BRUTO
                       + RFA-AJUSTE-NOTAS - RFA-COBRADO
                   PERFORM ANOTAR-RECIBO
                   PERFORM GRABAR-APLICADO-RECHAZO.

       ANOTAR-RECIBO.
           MOVE TAB-CHQ-RECIBO(IND-CHQ-ACT) TO REC-NUMERO.
           MOVE MVC-FECHA TO REC-FECHA.
           MOVE CUIT-RECIBO TO REC-CUIT.
           MOVE RFA-NUMERO TO REC-FACTURA.
           MOVE IMPORTE-RENGLON TO REC-IMPORTE.
           MOVE 'CHQ RECHAZ' TO REC-MEDIO.
           MOVE SALDO-FACTURA TO REC-SALDO.
           MOVE 'R' TO REC-ANOTACION.
           WRITE REC-REG.

       GRABAR-APLICADO-RECHAZO.
           MOVE RFA-NUMERO TO APL-FACTURA.
           MOVE MVC-FECHA TO APL-FECHA.
           MOVE IMPORTE-RENGLON TO APL-IMPORTE.
           MOVE 'CHEQUE' TO APL-MEDIO.
           MOVE 'RECHAZO' TO APL-MARCA.
           WRITE APL-REG.

      * El sobrante del cheque que COBRANZAS dejo a cuenta se saca de
      * los creditos del mismo CUIT, mientras alcancen.
       DESCONTAR-CREDITO.
           IF TAB-CRE-CUIT(SUB-CRE) = CUIT-RECIBO
               AND TAB-CRE-IMPORTE(SUB-CRE) > ZERO
               IF TAB-CRE-IMPORTE(SUB-CRE) > IMPORTE-A-REVERTIR
                   SUBTRACT IMPORTE-A-REVERTIR
                       FROM TAB-CRE-IMPORTE(SUB-CRE)
                   ADD IMPORTE-A-REVERTIR TO IMPORTE-REVERTIDO
                   MOVE ZERO TO IMPORTE-A-REVERTIR
               ELSE
                   SUBTRACT TAB-CRE-IMPORTE(SUB-CRE)
                       FROM IMPORTE-A-REVERTIR
                   ADD TAB-CRE-IMPORTE(SUB-CRE) TO IMPORTE-REVERTIDO
                   MOVE ZERO TO TAB-CRE-IMPORTE(SUB-CRE).

      * La nota se refiere a la primera factura revertida, cuyo ajuste
      * de notas sube por los gastos (como las notas 'D' de TP-2).
      * Los gastos se trasladan sin IVA.
       EMITIR-NOTA-GASTOS.
           IF FACTURA-NOTA = ZERO
               ADD 1 TO CANT-OBSERVADOS
               DISPLAY "CHEQUE " MVC-BANCO "-" MVC-NUMERO
                   ": SIN FACTURA A LA CUAL REFERIR LA NOTA DE GASTOS"
                   ", EMITIRLA A MANO"
           ELSE
               IF PROXIMA-NOTA > 79999999
                   DISPLAY "LA SERIE DE NOTAS AGOTO SU RANGO"
                   PERFORM LIBERAR-BLOQUEOS
                   STOP RUN
               END-IF
               MOVE FACTURA-NOTA TO RFA-NUMERO
               READ REGISTRO-FACTURAS RECORD
               MOVE RFA-REG TO FACTURA-GUARDADA
               MOVE PROXIMA-NOTA TO RFA-NUMERO
               MOVE MVC-FECHA TO RFA-FECHA-EMISION
               COMPUTE DIAS-AUXILIAR =
                   FUNCTION INTEGER-OF-DATE(MVC-FECHA)
                   + DIAS-PLAZO-NOTA
               MOVE FUNCTION DATE-OF-INTEGER(DIAS-AUXILIAR)
                   TO RFA-FECHA-VTO
               MOVE ZERO TO RFA-FECHA-DESDE RFA-FECHA-HASTA
               MOVE MVC-GASTOS TO RFA-IMPORTE RFA-IMPORTE-BRUTO
               MOVE ZERO TO RFA-IVA RFA-IMPORTE-MON RFA-CAE
                   RFA-CAE-VTO RFA-TASA-IVA RFA-IMP-ABONO
                   RFA-IMP-EXCESO RFA-BONIFICACION RFA-COBRADO
                   RFA-AJUSTE-NOTAS RFA-IIBB-JURIS RFA-IIBB-ALICUOTA
                   RFA-PERCEPCION
               MOVE 'D' TO RFA-TIPO-DOC
               MOVE FACTURA-NOTA TO RFA-DOC-REF
               MOVE SPACES TO RFA-MONEDA RFA-TAREA
               WRITE RFA-REG
               IF FS-REGISTRO NOT = ZERO
                   ADD 1 TO CANT-OBSERVADOS
                   DISPLAY "NO SE PUDO GRABAR LA NOTA DE GASTOS DEL "
                       "CHEQUE " MVC-BANCO "-" MVC-NUMERO
                       " FS: " FS-REGISTRO
               ELSE
                   MOVE PROXIMA-NOTA TO NOTA-EMITIDA
                   ADD 1 TO PROXIMA-NOTA CANT-NOTAS
                   MOVE FACTURA-GUARDADA TO RFA-REG
                   IF RFA-AJUSTE-NOTAS NOT NUMERIC
                       MOVE ZERO TO RFA-AJUSTE-NOTAS
                   END-IF
                   ADD MVC-GASTOS TO RFA-AJUSTE-NOTAS
                   REWRITE RFA-REG
                   IF FS-REGISTRO NOT = ZERO
                       DISPLAY "NOTA " NOTA-EMITIDA " GRABADA PERO "
                           "NO SE PUDO AJUSTAR LA FACTURA "
                           FACTURA-NOTA " FS: " FS-REGISTRO.

       GRABAR-HISTORIA.
           MOVE MVC-FECHA TO HCH-FECHA.
           MOVE MVC-TIPO TO HCH-TIPO.
           MOVE MVC-BANCO TO HCH-BANCO.
           MOVE MVC-NUMERO TO HCH-NUMERO.
           MOVE TAB-CHQ-CUIT(IND-CHQ-ACT) TO HCH-CUIT.
           MOVE TAB-CHQ-IMPORTE(IND-CHQ-ACT) TO HCH-IMPORTE.
           MOVE MVC-MOTIVO TO HCH-MOTIVO.
           WRITE HCH-REG.

       REGRABAR-CARTERA.
           OPEN OUTPUT CARTERA-CHEQUES.
           IF FS-CARTERA NOT = ZERO
               DISPLAY "ERROR AL REGRABAR CARTERA CHEQUES FS: "
                   FS-CARTERA
               PERFORM LIBERAR-BLOQUEOS
               STOP RUN.
           PERFORM GRABAR-UN-CHEQUE
               VARYING SUB-CHQ FROM 1 BY 1
               UNTIL SUB-CHQ > CANT-CHEQUES.
           CLOSE CARTERA-CHEQUES.

       GRABAR-UN-CHEQUE.
           MOVE FILA-CHEQUE(SUB-CHQ) TO CHQ-REG.
           WRITE CHQ-REG.

       REGRABAR-CREDITOS.
           OPEN OUTPUT CREDITOS-CUENTA.
           IF FS-CREDITOS NOT = ZERO
               DISPLAY "ERROR AL REGRABAR CREDITOS FS: " FS-CREDITOS
               PERFORM LIBERAR-BLOQUEOS
               STOP RUN.
           PERFORM GRABAR-UN-CREDITO
               VARYING SUB-CRE FROM 1 BY 1
               UNTIL SUB-CRE > CANT-CREDITOS.
           CLOSE CREDITOS-CUENTA.

       GRABAR-UN-CREDITO.
           IF TAB-CRE-IMPORTE(SUB-CRE) > ZERO
               MOVE TAB-CRE-CUIT(SUB-CRE) TO CRE-CUIT
               MOVE TAB-CRE-FECHA(SUB-CRE) TO CRE-FECHA
               MOVE TAB-CRE-IMPORTE(SUB-CRE) TO CRE-IMPORTE
               WRITE CRE-REG.


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
           MOVE 'SEC-MOVCARTERA' TO RUTA-LOGICO.
           PERFORM OBTENER-UNA-RUTA.
           MOVE RUTA-OBTENIDA TO RUTA-MOVTOS-CARTERA.
           MOVE 'SEC-CARTERACHEQUES' TO RUTA-LOGICO.
           PERFORM OBTENER-UNA-RUTA.
           MOVE RUTA-OBTENIDA TO RUTA-CARTERA.
           MOVE 'SEC-HISTCHEQUES' TO RUTA-LOGICO.
           PERFORM OBTENER-UNA-RUTA.
           MOVE RUTA-OBTENIDA TO RUTA-HISTORIA.
           MOVE 'IDX-REGFACTURAS' TO RUTA-LOGICO.
           PERFORM OBTENER-UNA-RUTA.
           MOVE RUTA-OBTENIDA TO RUTA-REGISTRO-FACTURAS.
           MOVE 'SEC-REGRECIBOS' TO RUTA-LOGICO.
           PERFORM OBTENER-UNA-RUTA.
           MOVE RUTA-OBTENIDA TO RUTA-REG-RECIBOS.
           MOVE 'SEC-PAGOSAPLIC' TO RUTA-LOGICO.
           PERFORM OBTENER-UNA-RUTA.
           MOVE RUTA-OBTENIDA TO RUTA-PAGOS-APLICADOS.
           MOVE 'SEC-CREDITOS' TO RUTA-LOGICO.
           PERFORM OBTENER-UNA-RUTA.
           MOVE RUTA-OBTENIDA TO RUTA-CREDITOS.

       OBTENER-UNA-RUTA.
           CALL 'OBTENER-RUTA' USING RUTA-LOGICO, RUTA-OBTENIDA,
               FS-RUTA.
           IF FS-RUTA NOT = '00'
               DISPLAY "RUTA NO CONFIGURADA PARA " RUTA-LOGICO
               STOP RUN.

       END PROGRAM MOVIMIENTOS-CHEQUES.
