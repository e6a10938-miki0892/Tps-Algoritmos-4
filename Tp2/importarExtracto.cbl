      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. IMPORTAR-EXTRACTO.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Extracto de creditos del banco: transferencias recibidas con
      * el CUIT del ordenante y el texto de referencia que cargo.
           SELECT EXTRACTO     ASSIGN TO RUTA-EXTRACTO
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS FS-EXTRACTO.

      * Archivo de pagos del dia que procesa COBRANZAS.
           SELECT PAGOS        ASSIGN TO RUTA-PAGOS
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS FS-PAGOS.

      * Creditos que no son de un cliente conocido: quedan en
      * suspenso para que los revise cobranzas (se acumulan).
           SELECT SUSPENSO     ASSIGN TO RUTA-SUSPENSO
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS FS-SUSPENSO.

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

       FD EXTRACTO LABEL RECORD IS STANDARD.
       01 EXT-REG.
           03 EXT-FECHA      PIC 9(8).
           03 EXT-CUIT       PIC 9(11).
           03 EXT-IMPORTE    PIC 9(9)V99.
           03 EXT-REFERENCIA PIC X(60).

      * Mismo registro que lee COBRANZAS.
       FD PAGOS LABEL RECORD IS STANDARD.
       01 PAG-REG.
           03 PAG-FACTURA PIC 9(8).
           03 PAG-FECHA   PIC 9(8).
           03 PAG-IMPORTE PIC 9(9)V99.
           03 PAG-MEDIO   PIC X(10).
           03 PAG-CUIT    PIC 9(11).
           03 PAG-RET-GANANCIAS PIC 9(9)V99.
           03 PAG-RET-IIBB      PIC 9(9)V99.
           03 PAG-RET-IVA       PIC 9(9)V99.
           03 PAG-CHQ-BANCO     PIC 9(3).
           03 PAG-CHQ-NUMERO    PIC 9(8).
           03 PAG-CHQ-LIBRADOR  PIC X(30).
           03 PAG-CHQ-FECHA-COBRO PIC 9(8).

       FD SUSPENSO LABEL RECORD IS STANDARD.
       01 SUS-REG.
           03 SUS-FECHA      PIC 9(8).
           03 SUS-CUIT       PIC 9(11).
           03 SUS-IMPORTE    PIC 9(9)V99.
           03 SUS-REFERENCIA PIC X(60).
           03 SUS-MOTIVO     PIC X(20).
           03 SUS-FECHA-PROCESO PIC 9(8).

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

       77 FS-EXTRACTO PIC XX.
       77 FS-PAGOS    PIC XX.
       77 FS-SUSPENSO PIC XX.
       77 FS-REGISTRO PIC XX.
       77 FS-LISTADO  PIC XX.

       01 FECHA-CORRIDA PIC 9(8).

      * Numeros candidatos leidos en la referencia: toda tira de 1 a
      * 8 digitos (una tira mas larga es un CUIT, un CBU o una fecha
      * con hora, no una factura).
       01 TABLA-CANDIDATOS.
           03 TAB-CANDIDATO PIC 9(8) OCCURS 10 TIMES.
       01 CANT-CANDIDATOS PIC 9(2).
       01 SUB-CAN PIC 9(2).
       01 SW-REPETIDO PIC X.
           88 CANDIDATO-REPETIDO VALUE 'S'.
       01 SUB-CAR PIC 9(2).
       01 CARACTER-REF PIC X.
       01 DIGITO-REF REDEFINES CARACTER-REF PIC 9.
       01 NUMERO-EN-CURSO PIC 9(8).
       01 LARGO-EN-CURSO PIC 9(2).

      * Facturas reconocidas: existen, son del ordenante y se pueden
      * cobrar (factura o cuota de plan), en el orden en que las cita.
       01 TABLA-RECONOCIDAS.
           03 FILA-RECONOCIDA OCCURS 10 TIMES.
               05 TAB-REC-FACTURA PIC 9(8).
               05 TAB-REC-SALDO   PIC S9(9)V99.
       01 CANT-RECONOCIDAS PIC 9(2).
       01 SUB-RCN PIC 9(2).
       01 IMPORTE-RESTANTE PIC 9(9)V99.

      * Datos de la empresa resueltos via OBTENER-EMPRESA por CUIT.
       01 WS-OPCION-EMPRESA PIC X.
       01 EMP-CODIGO-AUX PIC 9(3).
       01 EMP-CUIT-AUX   PIC 9(11).
       01 EMP-RAZON-AUX  PIC X(25).
       01 EMP-DIRE-AUX   PIC X(20).
       01 EMP-TEL-AUX    PIC X(20).
       01 EMP-MAIL-AUX   PIC X(30).

       01 CANT-CREDITOS PIC 9(5) VALUE ZERO.
       01 CANT-PAGOS PIC 9(5) VALUE ZERO.
       01 CANT-POR-FACTURA PIC 9(5) VALUE ZERO.
       01 CANT-POR-CUIT PIC 9(5) VALUE ZERO.
       01 CANT-SUSPENSO PIC 9(5) VALUE ZERO.
       01 TOTAL-CREDITOS PIC 9(11)V99 VALUE ZERO.
       01 TOTAL-PAGOS PIC 9(11)V99 VALUE ZERO.
       01 TOTAL-SUSPENSO PIC 9(11)V99 VALUE ZERO.
       01 DIFERENCIA PIC S9(11)V99.

       01 REP-TITULO.
           02 FILLER PIC X(40) VALUE
               'Importacion del extracto bancario'.
           02 FILLER PIC X(7) VALUE 'Fecha: '.
           02 REP-TIT-DD PIC 9(2).
           02 FILLER PIC X VALUE '/'.
           02 REP-TIT-MM PIC 9(2).
           02 FILLER PIC X VALUE '/'.
           02 REP-TIT-AAAA PIC 9(4).

       01 REP-HEADER.
           02 FILLER PIC X(10) VALUE 'Fecha'.
           02 FILLER PIC X(13) VALUE 'Cuit'.
           02 FILLER PIC X(14) VALUE '       Importe'.
           02 FILLER PIC X(2) VALUE SPACES.
           02 FILLER PIC X(20) VALUE 'Destino'.

       01 REP-CREDITO.
           02 REP-CRE-FECHA PIC 9(8).
           02 FILLER PIC X(2) VALUE SPACES.
           02 REP-CRE-CUIT PIC 9(11).
           02 FILLER PIC X(2) VALUE SPACES.
           02 REP-CRE-IMPORTE PIC Z(10)9,99.
           02 FILLER PIC X(2) VALUE SPACES.
           02 REP-CRE-DESTINO PIC X(20).
           02 REP-CRE-DETALLE PIC X(40).

       01 DETALLE-FACTURA.
           02 FILLER PIC X(8) VALUE 'Factura '.
           02 DFA-NUMERO PIC 9(8).
           02 FILLER PIC X VALUE SPACE.
           02 DFA-IMPORTE PIC Z(8)9,99.

       01 REP-TOTAL-1.
           02 FILLER PIC X(26) VALUE 'Creditos del extracto:'.
           02 REP-TOT-CANT-CRE PIC Z(4)9.
           02 FILLER PIC X(2) VALUE SPACES.
           02 REP-TOT-CRE PIC Z(10)9,99.

       01 REP-TOTAL-2.
           02 FILLER PIC X(26) VALUE 'Pagos generados:'.
           02 REP-TOT-CANT-PAG PIC Z(4)9.
           02 FILLER PIC X(2) VALUE SPACES.
           02 REP-TOT-PAG PIC Z(10)9,99.
           02 FILLER PIC X(15) VALUE '  por factura: '.
           02 REP-TOT-CANT-FAC PIC Z(4)9.
           02 FILLER PIC X(12) VALUE '  por CUIT: '.
           02 REP-TOT-CANT-CUIT PIC Z(4)9.

       01 REP-TOTAL-3.
           02 FILLER PIC X(26) VALUE 'Enviados a suspenso:'.
           02 REP-TOT-CANT-SUS PIC Z(4)9.
           02 FILLER PIC X(2) VALUE SPACES.
           02 REP-TOT-SUS PIC Z(10)9,99.

       01 REP-TOTAL-4.
           02 FILLER PIC X(33) VALUE 'Diferencia (debe ser cero):'.
           02 REP-TOT-DIF PIC -Z(10)9,99.

       01 LINEA-GUION PIC X(100) VALUE ALL "-".


      * Bitacora central de corridas (ver REGISTRAR-CORRIDA): 'I' al
      * arrancar y 'F' con los contadores al terminar normalmente;
      * una corrida abortada no llega a anotar su 'F' y el resumen
      * diario la muestra como anormal.
       01 WS-OPCION-LOG PIC X.
       01 LOG-PROGRAMA-ID PIC X(12) VALUE 'IMPORT-EXTR'.
       01 LOG-CANT-ENTRADA PIC 9(7) VALUE ZERO.
       01 LOG-CANT-SALIDA PIC 9(7) VALUE ZERO.
       01 LOG-CANT-EXC PIC 9(5) VALUE ZERO.


      * Rutas fisicas de los archivos, resueltas al arrancar desde
      * rutas.dat via OBTENER-RUTA: mover el sistema o armar un
      * ambiente de prueba es cuestion de editar ese archivo.
       77 FS-RUTA PIC XX.
       01 RUTA-LOGICO PIC X(20).
       01 RUTA-OBTENIDA PIC X(100).
       01 RUTA-EXTRACTO PIC X(100).
       01 RUTA-PAGOS PIC X(100).
       01 RUTA-SUSPENSO PIC X(100).
       01 RUTA-REGISTRO-FACTURAS PIC X(100).
       01 RUTA-LISTADO PIC X(100).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM CARGAR-RUTAS.
           MOVE 'I' TO WS-OPCION-LOG.
           CALL 'REGISTRAR-CORRIDA' USING WS-OPCION-LOG,
               LOG-PROGRAMA-ID, LOG-CANT-ENTRADA, LOG-CANT-SALIDA,
               LOG-CANT-EXC.
           MOVE FUNCTION CURRENT-DATE(1:8) TO FECHA-CORRIDA.
           PERFORM ABRIR-ARCHIVOS.
           READ EXTRACTO.
           PERFORM PROCESAR-CREDITO UNTIL FS-EXTRACTO NOT = ZERO.
           PERFORM IMPRIMIR-TOTALES.
           MOVE 'C' TO WS-OPCION-EMPRESA.
           CALL 'OBTENER-EMPRESA' USING WS-OPCION-EMPRESA,
               EMP-CODIGO-AUX, EMP-CUIT-AUX, EMP-RAZON-AUX,
               EMP-DIRE-AUX, EMP-TEL-AUX, EMP-MAIL-AUX.
           CLOSE EXTRACTO PAGOS SUSPENSO REGISTRO-FACTURAS LISTADO.
           DISPLAY "CREDITOS: " CANT-CREDITOS "  " TOTAL-CREDITOS.
           DISPLAY "PAGOS GENERADOS: " CANT-PAGOS "  " TOTAL-PAGOS.
           DISPLAY "EN SUSPENSO: " CANT-SUSPENSO "  " TOTAL-SUSPENSO.
           IF DIFERENCIA NOT = ZERO
               DISPLAY "ATENCION: EL EXTRACTO NO CUADRA, DIFERENCIA "
                   DIFERENCIA.
           MOVE CANT-CREDITOS TO LOG-CANT-ENTRADA.
           MOVE CANT-PAGOS TO LOG-CANT-SALIDA.
           MOVE CANT-SUSPENSO TO LOG-CANT-EXC.
           MOVE 'F' TO WS-OPCION-LOG.
           CALL 'REGISTRAR-CORRIDA' USING WS-OPCION-LOG,
               LOG-PROGRAMA-ID, LOG-CANT-ENTRADA, LOG-CANT-SALIDA,
               LOG-CANT-EXC.
           STOP RUN.

      * El archivo de pagos del dia se arma de nuevo desde el
      * extracto; el suspenso se acumula hasta que cobranzas lo
      * depura.
       ABRIR-ARCHIVOS.
           OPEN INPUT EXTRACTO.
           IF FS-EXTRACTO NOT = ZERO
               DISPLAY "ERROR AL ABRIR EXTRACTO FS: " FS-EXTRACTO
               STOP RUN.
           OPEN INPUT REGISTRO-FACTURAS.
           IF FS-REGISTRO NOT = ZERO
               DISPLAY "ERROR AL ABRIR REGISTRO FACTURAS FS: "
                   FS-REGISTRO
               STOP RUN.
           OPEN OUTPUT PAGOS.
           IF FS-PAGOS NOT = ZERO
               DISPLAY "ERROR AL ABRIR PAGOS FS: " FS-PAGOS
               STOP RUN.
           OPEN EXTEND SUSPENSO.
           IF FS-SUSPENSO = '35'
               OPEN OUTPUT SUSPENSO.
           IF FS-SUSPENSO NOT = ZERO
               DISPLAY "ERROR AL ABRIR SUSPENSO FS: " FS-SUSPENSO
               STOP RUN.
           OPEN OUTPUT LISTADO.
           IF FS-LISTADO NOT = ZERO
               DISPLAY "ERROR AL ABRIR LISTADO FS: " FS-LISTADO
               STOP RUN.
           MOVE 'A' TO WS-OPCION-EMPRESA.
           CALL 'OBTENER-EMPRESA' USING WS-OPCION-EMPRESA,
               EMP-CODIGO-AUX, EMP-CUIT-AUX, EMP-RAZON-AUX,
               EMP-DIRE-AUX, EMP-TEL-AUX, EMP-MAIL-AUX.
           MOVE FECHA-CORRIDA(7:2) TO REP-TIT-DD.
           MOVE FECHA-CORRIDA(5:2) TO REP-TIT-MM.
           MOVE FECHA-CORRIDA(1:4) TO REP-TIT-AAAA.
           WRITE LIS-LINEA FROM REP-TITULO.
           WRITE LIS-LINEA FROM LINEA-GUION.
           WRITE LIS-LINEA FROM REP-HEADER.

      ******************************************************************
      * Un credito de un CUIT que no esta en el maestro de empresas va
      * a suspenso; uno de un cliente sale como pago, contra las
      * facturas que cita la referencia o, si no cita ninguna
      * reconocible, por CUIT para que COBRANZAS lo impute de la mas
      * vieja a la mas nueva.
       PROCESAR-CREDITO.
           ADD 1 TO CANT-CREDITOS.
           IF EXT-IMPORTE NOT NUMERIC
               MOVE ZERO TO EXT-IMPORTE
               MOVE 'IMPORTE INVALIDO' TO SUS-MOTIVO
               PERFORM ENVIAR-A-SUSPENSO
           ELSE
               ADD EXT-IMPORTE TO TOTAL-CREDITOS
               MOVE EXT-FECHA TO REP-CRE-FECHA
               MOVE EXT-CUIT TO REP-CRE-CUIT
               MOVE EXT-IMPORTE TO REP-CRE-IMPORTE
               MOVE SPACES TO REP-CRE-DETALLE
               MOVE SPACES TO EMP-RAZON-AUX
               IF EXT-CUIT NUMERIC AND EXT-CUIT > ZERO
                   MOVE EXT-CUIT TO EMP-CUIT-AUX
                   MOVE 'P' TO WS-OPCION-EMPRESA
                   CALL 'OBTENER-EMPRESA' USING WS-OPCION-EMPRESA,
                       EMP-CODIGO-AUX, EMP-CUIT-AUX, EMP-RAZON-AUX,
                       EMP-DIRE-AUX, EMP-TEL-AUX, EMP-MAIL-AUX
               END-IF
               IF EMP-RAZON-AUX = SPACES
                   MOVE 'CUIT NO ES CLIENTE' TO SUS-MOTIVO
                   PERFORM ENVIAR-A-SUSPENSO
               ELSE
                   IF EXT-IMPORTE = ZERO
                       MOVE 'IMPORTE EN CERO' TO SUS-MOTIVO
                       PERFORM ENVIAR-A-SUSPENSO
                   ELSE
                       PERFORM BUSCAR-FACTURAS-CITADAS
                       IF CANT-RECONOCIDAS = ZERO
                           PERFORM GENERAR-PAGO-POR-CUIT
                       ELSE
                           PERFORM GENERAR-PAGOS-POR-FACTURA.
           READ EXTRACTO.

       ENVIAR-A-SUSPENSO.
           MOVE EXT-FECHA TO SUS-FECHA.
           MOVE EXT-CUIT TO SUS-CUIT.
           MOVE EXT-IMPORTE TO SUS-IMPORTE.
           MOVE EXT-REFERENCIA TO SUS-REFERENCIA.
           MOVE FECHA-CORRIDA TO SUS-FECHA-PROCESO.
           WRITE SUS-REG.
           ADD 1 TO CANT-SUSPENSO.
           ADD EXT-IMPORTE TO TOTAL-SUSPENSO.
           MOVE EXT-FECHA TO REP-CRE-FECHA.
           MOVE EXT-CUIT TO REP-CRE-CUIT.
           MOVE EXT-IMPORTE TO REP-CRE-IMPORTE.
           MOVE 'SUSPENSO' TO REP-CRE-DESTINO.
           MOVE SUS-MOTIVO TO REP-CRE-DETALLE.
           WRITE LIS-LINEA FROM REP-CREDITO.

      * Recorre la referencia caracter por caracter armando las tiras
      * de digitos; cada tira de hasta 8 digitos se busca en el
      * registro.
       BUSCAR-FACTURAS-CITADAS.
           MOVE ZERO TO CANT-CANDIDATOS CANT-RECONOCIDAS.
           MOVE ZERO TO NUMERO-EN-CURSO LARGO-EN-CURSO.
           PERFORM EXAMINAR-CARACTER
               VARYING SUB-CAR FROM 1 BY 1 UNTIL SUB-CAR > 60.
           PERFORM CERRAR-TIRA.
           PERFORM VERIFICAR-CANDIDATO
               VARYING SUB-CAN FROM 1 BY 1
               UNTIL SUB-CAN > CANT-CANDIDATOS.

       EXAMINAR-CARACTER.
           MOVE EXT-REFERENCIA(SUB-CAR:1) TO CARACTER-REF.
           IF CARACTER-REF IS NUMERIC
               ADD 1 TO LARGO-EN-CURSO
               IF LARGO-EN-CURSO <= 8
                   COMPUTE NUMERO-EN-CURSO =
                       NUMERO-EN-CURSO * 10 + DIGITO-REF
               END-IF
           ELSE
               PERFORM CERRAR-TIRA.

       CERRAR-TIRA.
           IF LARGO-EN-CURSO > ZERO AND LARGO-EN-CURSO <= 8
               AND NUMERO-EN-CURSO > ZERO AND CANT-CANDIDATOS < 10
               MOVE 'N' TO SW-REPETIDO
               PERFORM COMPARAR-CANDIDATO
                   VARYING SUB-CAN FROM 1 BY 1
                   UNTIL SUB-CAN > CANT-CANDIDATOS
               IF NOT CANDIDATO-REPETIDO
                   ADD 1 TO CANT-CANDIDATOS
                   MOVE NUMERO-EN-CURSO
                       TO TAB-CANDIDATO(CANT-CANDIDATOS).
           MOVE ZERO TO NUMERO-EN-CURSO LARGO-EN-CURSO.

       COMPARAR-CANDIDATO.
           IF TAB-CANDIDATO(SUB-CAN) = NUMERO-EN-CURSO
               MOVE 'S' TO SW-REPETIDO.

      * Solo cuenta un documento del mismo CUIT que COBRANZAS acepte
      * como numero de factura del pago.
       VERIFICAR-CANDIDATO.
           MOVE TAB-CANDIDATO(SUB-CAN) TO RFA-NUMERO.
           READ REGISTRO-FACTURAS RECORD.
           IF FS-REGISTRO = ZERO AND RFA-CUIT = EXT-CUIT
               AND (RFA-TIPO-DOC = 'F' OR RFA-TIPO-DOC = 'Q'
                   OR RFA-TIPO-DOC = SPACE)
               ADD 1 TO CANT-RECONOCIDAS
               MOVE RFA-NUMERO TO TAB-REC-FACTURA(CANT-RECONOCIDAS)
               IF RFA-AJUSTE-NOTAS NOT NUMERIC
                   MOVE ZERO TO RFA-AJUSTE-NOTAS
               END-IF
               COMPUTE TAB-REC-SALDO(CANT-RECONOCIDAS) =
                   RFA-IMPORTE-BRUTO + RFA-AJUSTE-NOTAS - RFA-COBRADO.

      * Con varias facturas citadas el credito se reparte en el orden
      * de la referencia hasta el saldo de cada una; la ultima se
      * lleva lo que quede (COBRANZAS pasa el excedente a cuenta).
       GENERAR-PAGOS-POR-FACTURA.
           MOVE EXT-IMPORTE TO IMPORTE-RESTANTE.
           PERFORM GENERAR-UN-PAGO-FACTURA
               VARYING SUB-RCN FROM 1 BY 1
               UNTIL SUB-RCN > CANT-RECONOCIDAS
               OR IMPORTE-RESTANTE = ZERO.

       GENERAR-UN-PAGO-FACTURA.
           PERFORM INICIAR-PAGO.
           MOVE TAB-REC-FACTURA(SUB-RCN) TO PAG-FACTURA.
           IF SUB-RCN = CANT-RECONOCIDAS
               OR TAB-REC-SALDO(SUB-RCN) >= IMPORTE-RESTANTE
               MOVE IMPORTE-RESTANTE TO PAG-IMPORTE
           ELSE
               IF TAB-REC-SALDO(SUB-RCN) > ZERO
                   MOVE TAB-REC-SALDO(SUB-RCN) TO PAG-IMPORTE
               ELSE
                   MOVE ZERO TO PAG-IMPORTE.
           IF PAG-IMPORTE > ZERO
               SUBTRACT PAG-IMPORTE FROM IMPORTE-RESTANTE
               PERFORM GRABAR-PAGO
               ADD 1 TO CANT-POR-FACTURA
               MOVE 'FACTURA' TO REP-CRE-DESTINO
               MOVE PAG-FACTURA TO DFA-NUMERO
               MOVE PAG-IMPORTE TO DFA-IMPORTE
               MOVE DETALLE-FACTURA TO REP-CRE-DETALLE
               WRITE LIS-LINEA FROM REP-CREDITO
               MOVE ZERO TO REP-CRE-IMPORTE.

       GENERAR-PAGO-POR-CUIT.
           PERFORM INICIAR-PAGO.
           MOVE ZERO TO PAG-FACTURA.
           MOVE EXT-IMPORTE TO PAG-IMPORTE.
           PERFORM GRABAR-PAGO.
           ADD 1 TO CANT-POR-CUIT.
           MOVE 'CUIT' TO REP-CRE-DESTINO.
           MOVE EMP-RAZON-AUX TO REP-CRE-DETALLE.
           WRITE LIS-LINEA FROM REP-CREDITO.

       INICIAR-PAGO.
           MOVE EXT-FECHA TO PAG-FECHA.
           MOVE 'TRANSFER' TO PAG-MEDIO.
           MOVE EXT-CUIT TO PAG-CUIT.
           MOVE ZERO TO PAG-RET-GANANCIAS PAG-RET-IIBB PAG-RET-IVA
               PAG-CHQ-BANCO PAG-CHQ-NUMERO PAG-CHQ-FECHA-COBRO.
           MOVE SPACES TO PAG-CHQ-LIBRADOR.

       GRABAR-PAGO.
           WRITE PAG-REG.
           ADD 1 TO CANT-PAGOS.
           ADD PAG-IMPORTE TO TOTAL-PAGOS.

      * Conciliacion: lo acreditado en el extracto tiene que quedar
      * entero entre los pagos generados y el suspenso.
       IMPRIMIR-TOTALES.
           COMPUTE DIFERENCIA = TOTAL-CREDITOS - TOTAL-PAGOS
               - TOTAL-SUSPENSO.
           WRITE LIS-LINEA FROM LINEA-GUION.
           MOVE CANT-CREDITOS TO REP-TOT-CANT-CRE.
           MOVE TOTAL-CREDITOS TO REP-TOT-CRE.
           WRITE LIS-LINEA FROM REP-TOTAL-1.
           MOVE CANT-PAGOS TO REP-TOT-CANT-PAG.
           MOVE TOTAL-PAGOS TO REP-TOT-PAG.
           MOVE CANT-POR-FACTURA TO REP-TOT-CANT-FAC.
           MOVE CANT-POR-CUIT TO REP-TOT-CANT-CUIT.
           WRITE LIS-LINEA FROM REP-TOTAL-2.
           MOVE CANT-SUSPENSO TO REP-TOT-CANT-SUS.
           MOVE TOTAL-SUSPENSO TO REP-TOT-SUS.
           WRITE LIS-LINEA FROM REP-TOTAL-3.
           MOVE DIFERENCIA TO REP-TOT-DIF.
           WRITE LIS-LINEA FROM REP-TOTAL-4.


      * Resuelve todas las rutas de este programa contra rutas.dat;
      * una entrada ausente corta la corrida nombrando el logico
      * que falta.
       CARGAR-RUTAS.
           MOVE 'SEC-EXTRACTO' TO RUTA-LOGICO.
           PERFORM OBTENER-UNA-RUTA.
           MOVE RUTA-OBTENIDA TO RUTA-EXTRACTO.
           MOVE 'SEC-PAGOS' TO RUTA-LOGICO.
           PERFORM OBTENER-UNA-RUTA.
           MOVE RUTA-OBTENIDA TO RUTA-PAGOS.
           MOVE 'SEC-SUSPENSO' TO RUTA-LOGICO.
           PERFORM OBTENER-UNA-RUTA.
           MOVE RUTA-OBTENIDA TO RUTA-SUSPENSO.
           MOVE 'IDX-REGFACTURAS' TO RUTA-LOGICO.
           PERFORM OBTENER-UNA-RUTA.
           MOVE RUTA-OBTENIDA TO RUTA-REGISTRO-FACTURAS.
           MOVE 'SEC-CONCEXTRACTO' TO RUTA-LOGICO.
           PERFORM OBTENER-UNA-RUTA.
           MOVE RUTA-OBTENIDA TO RUTA-LISTADO.

       OBTENER-UNA-RUTA.
           CALL 'OBTENER-RUTA' USING RUTA-LOGICO, RUTA-OBTENIDA,
               FS-RUTA.
           IF FS-RUTA NOT = '00'
               DISPLAY "RUTA NO CONFIGURADA PARA " RUTA-LOGICO
               STOP RUN.

       END PROGRAM IMPORTAR-EXTRACTO.
