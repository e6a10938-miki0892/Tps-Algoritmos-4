      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CARTAS-COBRANZA.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Dias de atraso desde los que una factura pasa a cada nivel de
      * carta (recordatorio, intimacion, aviso prejudicial). Archivo
      * opcional: sin el, los cortes del aging (1, 31 y 61 dias).
           SELECT PARAM-CARTAS ASSIGN TO RUTA-PARAM-CARTAS
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS FS-PARAMETROS.

           SELECT REGISTRO-FACTURAS ASSIGN TO RUTA-REGISTRO-FACTURAS
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS DYNAMIC
                               RECORD KEY IS RFA-NUMERO
                               ALTERNATE RECORD KEY IS RFA-CUIT
                               WITH DUPLICATES
                               FILE STATUS IS FS-REGISTRO.

      * Creditos a cuenta que dejo COBRANZAS: si cubren lo vencido del
      * cliente no se le manda carta.
           SELECT CREDITOS-CUENTA ASSIGN TO RUTA-CREDITOS
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS FS-CREDITOS.

      * Historial permanente de cartas: un renglon por factura y carta
      * enviada, con el nivel y la fecha. Una factura solo vuelve a
      * salir en carta cuando sube de nivel.
           SELECT HISTORIAL-CARTAS ASSIGN TO RUTA-HISTORIAL
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS FS-HISTORIAL.

           SELECT CARTAS       ASSIGN TO RUTA-CARTAS
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS FS-CARTAS.

       DATA DIVISION.
       FILE SECTION.

       FD PARAM-CARTAS LABEL RECORD IS STANDARD.
       01 PARAM-REG.
           03 PARAM-DIAS-NIVEL PIC 9(3) OCCURS 3 TIMES.

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

       FD CREDITOS-CUENTA LABEL RECORD IS STANDARD.
       01 CRE-REG.
           03 CRE-CUIT    PIC 9(11).
           03 CRE-FECHA   PIC 9(8).
           03 CRE-IMPORTE PIC 9(9)V99.

       FD HISTORIAL-CARTAS LABEL RECORD IS STANDARD.
       01 HCA-REG.
           03 HCA-FACTURA PIC 9(8).
           03 HCA-CUIT    PIC 9(11).
           03 HCA-NIVEL   PIC 9(1).
           03 HCA-FECHA   PIC 9(8).

       FD CARTAS LABEL RECORD IS STANDARD.
       01 CAR-LINEA PIC X(100).

       WORKING-STORAGE SECTION.

       77 FS-PARAMETROS PIC XX.
       77 FS-REGISTRO   PIC XX.
       77 FS-CREDITOS   PIC XX.
       77 FS-HISTORIAL  PIC XX.
       77 FS-CARTAS     PIC XX.

       01 DIAS-NIVEL-1 PIC 9(3) VALUE 1.
       01 DIAS-NIVEL-2 PIC 9(3) VALUE 31.
       01 DIAS-NIVEL-3 PIC 9(3) VALUE 61.

      * Padron de facturas con su saldo (bruto mas ajuste de notas
      * menos cobrado), el interes de sus notas 'I', el nivel que le
      * corresponde hoy y el ultimo nivel que ya recibio.
       01 TABLA-FACTURAS.
           03 FILA-FACTURA OCCURS 500 TIMES.
               05 TAB-FAC-NUMERO   PIC 9(8).
               05 TAB-FAC-CUIT     PIC 9(11).
               05 TAB-FAC-VTO      PIC 9(8).
               05 TAB-FAC-SALDO    PIC S9(9)V99.
               05 TAB-FAC-INTERES  PIC 9(9)V99.
               05 TAB-FAC-DIAS     PIC S9(5).
               05 TAB-FAC-NIVEL    PIC 9(1).
               05 TAB-FAC-ULT-NIVEL PIC 9(1).
               05 TAB-FAC-ULT-FECHA PIC 9(8).
       01 CANT-FACTURAS PIC 9(3) VALUE ZERO.
       01 SUB-FAC PIC 9(3).
       01 IND-FAC-ACT PIC 9(3).
       01 FACTURA-BUSCADA PIC 9(8).

      * Clientes con algo vencido: total vencido, credito a cuenta,
      * nivel de la carta (el mayor de sus facturas) y si alguna
      * factura subio de nivel desde la ultima carta.
       01 TABLA-CLIENTES.
           03 FILA-CLIENTE OCCURS 200 TIMES.
               05 TAB-CLI-CUIT     PIC 9(11).
               05 TAB-CLI-VENCIDO  PIC 9(11)V99.
               05 TAB-CLI-INTERES  PIC 9(11)V99.
               05 TAB-CLI-CREDITO  PIC 9(11)V99.
               05 TAB-CLI-NIVEL    PIC 9(1).
               05 TAB-CLI-NUEVO    PIC X(1).
       01 CANT-CLIENTES PIC 9(3) VALUE ZERO.
       01 SUB-CLI PIC 9(3).
       01 IND-CLI-ACT PIC 9(3).
       01 CUIT-BUSCADO PIC 9(11).

       01 FECHA-CORRIDA PIC 9(8).
       01 DIAS-VENCIDA PIC S9(5).
       01 NIVEL-FACTURA PIC 9(1).

       01 CANT-LEIDOS PIC 9(7) VALUE ZERO.
       01 CANT-CARTAS PIC 9(5) VALUE ZERO.
       01 CANT-CUBIERTOS PIC 9(5) VALUE ZERO.
       01 CANT-REPETIDAS PIC 9(5) VALUE ZERO.
       01 CANT-SIN-EMPRESA PIC 9(5) VALUE ZERO.
       01 CANT-HISTORIAL PIC 9(7) VALUE ZERO.

      * Datos de la empresa resueltos via OBTENER-EMPRESA por CUIT.
       01 WS-OPCION-EMPRESA PIC X.
       01 EMP-CODIGO-AUX PIC 9(3).
       01 EMP-CUIT-AUX   PIC 9(11).
       01 EMP-RAZON-AUX  PIC X(25).
       01 EMP-DIRE-AUX   PIC X(20).
       01 EMP-TEL-AUX    PIC X(20).
       01 EMP-MAIL-AUX   PIC X(30).

       01 CAR-SEPARADOR PIC X(100) VALUE ALL "=".
       01 LINEA-GUION PIC X(80) VALUE ALL "-".

       01 CAR-DESTINO.
           02 FILLER PIC X(8) VALUE 'Senores '.
           02 CAR-DES-RAZON PIC X(25).
           02 FILLER PIC X(10) VALUE '    CUIT: '.
           02 CAR-DES-CUIT PIC 9(11).
       01 CAR-DOMICILIO.
           02 FILLER PIC X(8) VALUE SPACES.
           02 CAR-DOM-DIRECCION PIC X(20).
       01 CAR-CORREO.
           02 FILLER PIC X(8) VALUE 'Correo: '.
           02 CAR-COR-MAIL PIC X(30).
       01 CAR-FECHA.
           02 FILLER PIC X(60) VALUE SPACES.
           02 FILLER PIC X(14) VALUE 'Buenos Aires, '.
           02 CAR-FEC-DD PIC 9(2).
           02 FILLER PIC X VALUE '/'.
           02 CAR-FEC-MM PIC 9(2).
           02 FILLER PIC X VALUE '/'.
           02 CAR-FEC-AAAA PIC 9(4).
       01 CAR-REFERENCIA.
           02 FILLER PIC X(6) VALUE 'Ref.: '.
           02 CAR-REF-TEXTO PIC X(40).

       01 CAR-DETALLE-HEADER.
           02 FILLER PIC X(100) VALUE 'Factura    Vencimiento  Dias de
      -        ' atraso          Saldo       Interes'.

       01 CAR-DETALLE.
           02 CAR-DET-NUMERO PIC 9(8).
           02 FILLER PIC X(3) VALUE SPACES.
           02 CAR-DET-VTO-DD PIC 9(2).
           02 FILLER PIC X VALUE '/'.
           02 CAR-DET-VTO-MM PIC 9(2).
           02 FILLER PIC X VALUE '/'.
           02 CAR-DET-VTO-AAAA PIC 9(4).
           02 FILLER PIC X(6) VALUE SPACES.
           02 CAR-DET-DIAS PIC Z(4)9.
           02 FILLER PIC X(4) VALUE SPACES.
           02 CAR-DET-SALDO PIC Z(8)9,99.
           02 FILLER PIC X(2) VALUE SPACES.
           02 CAR-DET-INTERES PIC Z(8)9,99.

       01 CAR-TOTAL.
           02 FILLER PIC X(35) VALUE 'Total vencido a la fecha'.
           02 CAR-TOT-SALDO PIC Z(10)9,99.
           02 FILLER PIC X(2) VALUE SPACES.
           02 CAR-TOT-INTERES PIC Z(8)9,99.

      * Textos por nivel: el tono sube de recordatorio amable a
      * intimacion formal y a aviso previo a la via judicial.
       01 TEXTOS-NIVEL.
           03 FILLER PIC X(40) VALUE 'RECORDATORIO DE PAGO'.
           03 FILLER PIC X(40) VALUE 'INTIMACION FORMAL DE PAGO'.
           03 FILLER PIC X(40) VALUE 'AVISO PREVIO A ACCIONES LEGALES'.
       01 TEXTOS-NIVEL-R REDEFINES TEXTOS-NIVEL.
           03 TEXTO-REFERENCIA PIC X(40) OCCURS 3 TIMES.

       01 PARRAFOS-NIVEL.
           03 FILLER PIC X(60) VALUE
               'De nuestra consideracion: les recordamos que'.
           03 FILLER PIC X(60) VALUE
               'a la fecha registramos estas facturas vencidas.'.
           03 FILLER PIC X(60) VALUE
               'Si ya realizaron el pago, desestimen este aviso.'.
           03 FILLER PIC X(60) VALUE
               'De nuestra consideracion: pese a nuestro aviso,'.
           03 FILLER PIC X(60) VALUE
               'las facturas que se detallan continuan impagas. Los'.
           03 FILLER PIC X(60) VALUE
               'intimamos a cancelarlas dentro de los 10 dias.'.
           03 FILLER PIC X(60) VALUE
               'De nuestra consideracion: sin respuesta a nuestras'.
           03 FILLER PIC X(60) VALUE
               'intimaciones, de no regularizar la deuda en 72 horas'.
           03 FILLER PIC X(60) VALUE
               'giraremos el caso a nuestros abogados.'.
       01 PARRAFOS-NIVEL-R REDEFINES PARRAFOS-NIVEL.
           03 PARRAFO-NIVEL OCCURS 3 TIMES.
               05 PARRAFO-LINEA PIC X(60) OCCURS 3 TIMES.
       01 SUB-LINEA PIC 9(1).

       01 CAR-CIERRE PIC X(60) VALUE
           'Sin otro particular, los saludamos atentamente.'.
       01 CAR-FIRMA PIC X(60) VALUE 'Departamento de Cobranzas'.


      * Bitacora central de corridas (ver REGISTRAR-CORRIDA): 'I' al
      * arrancar y 'F' con los contadores al terminar normalmente;
      * una corrida abortada no llega a anotar su 'F' y el resumen
      * diario la muestra como anormal.
       01 WS-OPCION-LOG PIC X.
       01 LOG-PROGRAMA-ID PIC X(12) VALUE 'CARTAS-COB'.
       01 LOG-CANT-ENTRADA PIC 9(7) VALUE ZERO.
       01 LOG-CANT-SALIDA PIC 9(7) VALUE ZERO.
       01 LOG-CANT-EXC PIC 9(5) VALUE ZERO.


      * Rutas fisicas de los archivos, resueltas al arrancar desde
      * rutas.dat via OBTENER-RUTA: mover el sistema o armar un
      * ambiente de prueba es cuestion de editar ese archivo.
       77 FS-RUTA PIC XX.
       01 RUTA-LOGICO PIC X(20).
       01 RUTA-OBTENIDA PIC X(100).
       01 RUTA-PARAM-CARTAS PIC X(100).
       01 RUTA-REGISTRO-FACTURAS PIC X(100).
       01 RUTA-CREDITOS PIC X(100).
       01 RUTA-HISTORIAL PIC X(100).
       01 RUTA-CARTAS PIC X(100).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM CARGAR-RUTAS.
           MOVE 'I' TO WS-OPCION-LOG.
           CALL 'REGISTRAR-CORRIDA' USING WS-OPCION-LOG,
               LOG-PROGRAMA-ID, LOG-CANT-ENTRADA, LOG-CANT-SALIDA,
               LOG-CANT-EXC.
           MOVE FUNCTION CURRENT-DATE(1:8) TO FECHA-CORRIDA.
           PERFORM LEER-PARAMETROS.
           PERFORM CARGAR-FACTURAS.
           PERFORM CARGAR-HISTORIAL.
           PERFORM CLASIFICAR-FACTURA
               VARYING SUB-FAC FROM 1 BY 1
               UNTIL SUB-FAC > CANT-FACTURAS.
           PERFORM CARGAR-CREDITOS.
           PERFORM ABRIR-SALIDAS.
           PERFORM EVALUAR-CLIENTE
               VARYING SUB-CLI FROM 1 BY 1
               UNTIL SUB-CLI > CANT-CLIENTES.
           PERFORM CERRAR-ARCHIVOS.
           DISPLAY "CARTAS EMITIDAS: " CANT-CARTAS.
           DISPLAY "CLIENTES CUBIERTOS POR CREDITO A CUENTA: "
               CANT-CUBIERTOS.
           DISPLAY "CLIENTES SIN CAMBIO DE NIVEL (SIN CARTA): "
               CANT-REPETIDAS.
           IF CANT-SIN-EMPRESA > ZERO
               DISPLAY "CARTAS SIN EMPRESA EN EL MAESTRO: "
                   CANT-SIN-EMPRESA.
           MOVE CANT-LEIDOS TO LOG-CANT-ENTRADA.
           MOVE CANT-CARTAS TO LOG-CANT-SALIDA.
           MOVE CANT-SIN-EMPRESA TO LOG-CANT-EXC.
           MOVE 'F' TO WS-OPCION-LOG.
           CALL 'REGISTRAR-CORRIDA' USING WS-OPCION-LOG,
               LOG-PROGRAMA-ID, LOG-CANT-ENTRADA, LOG-CANT-SALIDA,
               LOG-CANT-EXC.
           STOP RUN.

       LEER-PARAMETROS.
           OPEN INPUT PARAM-CARTAS.
           IF FS-PARAMETROS NOT = ZERO AND '35'
               DISPLAY "ERROR AL ABRIR PARAM CARTAS FS: "
                   FS-PARAMETROS
               STOP RUN.
           IF FS-PARAMETROS = ZERO
               READ PARAM-CARTAS
               IF FS-PARAMETROS = ZERO
                   AND PARAM-REG NUMERIC
                   MOVE PARAM-DIAS-NIVEL(1) TO DIAS-NIVEL-1
                   MOVE PARAM-DIAS-NIVEL(2) TO DIAS-NIVEL-2
                   MOVE PARAM-DIAS-NIVEL(3) TO DIAS-NIVEL-3
               END-IF
               CLOSE PARAM-CARTAS.
           IF DIAS-NIVEL-1 = ZERO
               MOVE 1 TO DIAS-NIVEL-1.
           IF DIAS-NIVEL-2 <= DIAS-NIVEL-1
               OR DIAS-NIVEL-3 <= DIAS-NIVEL-2
               DISPLAY "LOS DIAS DE CADA NIVEL DEBEN SER CRECIENTES: "
                   DIAS-NIVEL-1 " " DIAS-NIVEL-2 " " DIAS-NIVEL-3
               STOP RUN.

      ******************************************************************
      * Una sola pasada por el registro: las facturas abren fila y las
      * notas 'I' suman su interes a la factura que referencian; las
      * demas notas y el castigo ya vienen neteados en el saldo.
       CARGAR-FACTURAS.
           OPEN INPUT REGISTRO-FACTURAS.
           IF FS-REGISTRO NOT = ZERO
               DISPLAY "ERROR AL ABRIR REGISTRO FACTURAS FS: "
                   FS-REGISTRO
               STOP RUN.
           READ REGISTRO-FACTURAS NEXT RECORD.
           PERFORM CARGAR-UN-DOCUMENTO
               UNTIL FS-REGISTRO NOT = ZERO OR CANT-FACTURAS >= 500.
           IF CANT-FACTURAS >= 500 AND FS-REGISTRO = ZERO
               DISPLAY "*** TABLA DE FACTURAS LLENA (500): EL RESTO "
                   "DEL REGISTRO NO SE EVALUO ***".
           CLOSE REGISTRO-FACTURAS.

       CARGAR-UN-DOCUMENTO.
           ADD 1 TO CANT-LEIDOS.
           EVALUATE TRUE
               WHEN RFA-TIPO-DOC = 'I'
                   MOVE RFA-DOC-REF TO FACTURA-BUSCADA
                   PERFORM UBICAR-FACTURA
                   IF IND-FAC-ACT NOT = ZERO
                       ADD RFA-IMPORTE-BRUTO
                           TO TAB-FAC-INTERES(IND-FAC-ACT)
                   END-IF
               WHEN RFA-TIPO-DOC = 'C' OR RFA-TIPO-DOC = 'D'
                   OR RFA-TIPO-DOC = 'B' OR RFA-TIPO-DOC = 'T'
                   CONTINUE
               WHEN OTHER
                   ADD 1 TO CANT-FACTURAS
                   MOVE RFA-NUMERO TO TAB-FAC-NUMERO(CANT-FACTURAS)
                   MOVE RFA-CUIT TO TAB-FAC-CUIT(CANT-FACTURAS)
                   MOVE RFA-FECHA-VTO TO TAB-FAC-VTO(CANT-FACTURAS)
                   COMPUTE TAB-FAC-SALDO(CANT-FACTURAS) =
                       RFA-IMPORTE-BRUTO + RFA-AJUSTE-NOTAS
                       - RFA-COBRADO
                   MOVE ZERO TO TAB-FAC-INTERES(CANT-FACTURAS)
                       TAB-FAC-DIAS(CANT-FACTURAS)
                       TAB-FAC-NIVEL(CANT-FACTURAS)
                       TAB-FAC-ULT-NIVEL(CANT-FACTURAS)
                       TAB-FAC-ULT-FECHA(CANT-FACTURAS)
           END-EVALUATE.
           READ REGISTRO-FACTURAS NEXT RECORD.

       UBICAR-FACTURA.
           MOVE ZERO TO IND-FAC-ACT.
           PERFORM COMPARAR-FACTURA
               VARYING SUB-FAC FROM 1 BY 1
               UNTIL SUB-FAC > CANT-FACTURAS
               OR IND-FAC-ACT NOT = ZERO.

       COMPARAR-FACTURA.
           IF TAB-FAC-NUMERO(SUB-FAC) = FACTURA-BUSCADA
               MOVE SUB-FAC TO IND-FAC-ACT.

      * El historial se graba en orden cronologico: el ultimo renglon
      * de cada factura es la ultima carta que recibio.
       CARGAR-HISTORIAL.
           OPEN INPUT HISTORIAL-CARTAS.
           IF FS-HISTORIAL NOT = ZERO AND '35'
               DISPLAY "ERROR AL ABRIR HISTORIAL CARTAS FS: "
                   FS-HISTORIAL
               STOP RUN.
           IF FS-HISTORIAL = ZERO
               READ HISTORIAL-CARTAS
               PERFORM CARGAR-UN-HISTORIAL
                   UNTIL FS-HISTORIAL NOT = ZERO
               CLOSE HISTORIAL-CARTAS.

       CARGAR-UN-HISTORIAL.
           ADD 1 TO CANT-HISTORIAL.
           MOVE HCA-FACTURA TO FACTURA-BUSCADA.
           PERFORM UBICAR-FACTURA.
           IF IND-FAC-ACT NOT = ZERO
               MOVE HCA-NIVEL TO TAB-FAC-ULT-NIVEL(IND-FAC-ACT)
               MOVE HCA-FECHA TO TAB-FAC-ULT-FECHA(IND-FAC-ACT).
           READ HISTORIAL-CARTAS.

      ******************************************************************
      * Nivel de cada factura vencida segun sus dias de atraso; el
      * cliente toma el mayor nivel y queda marcado si alguna factura
      * supera el ultimo nivel que ya recibio.
       CLASIFICAR-FACTURA.
           IF TAB-FAC-SALDO(SUB-FAC) > ZERO
               AND TAB-FAC-VTO(SUB-FAC) NUMERIC
               AND TAB-FAC-VTO(SUB-FAC) > ZERO
               AND TAB-FAC-VTO(SUB-FAC) < FECHA-CORRIDA
               COMPUTE DIAS-VENCIDA =
                   FUNCTION INTEGER-OF-DATE(FECHA-CORRIDA)
                   - FUNCTION INTEGER-OF-DATE(TAB-FAC-VTO(SUB-FAC))
               EVALUATE TRUE
                   WHEN DIAS-VENCIDA >= DIAS-NIVEL-3
                       MOVE 3 TO NIVEL-FACTURA
                   WHEN DIAS-VENCIDA >= DIAS-NIVEL-2
                       MOVE 2 TO NIVEL-FACTURA
                   WHEN DIAS-VENCIDA >= DIAS-NIVEL-1
                       MOVE 1 TO NIVEL-FACTURA
                   WHEN OTHER
                       MOVE ZERO TO NIVEL-FACTURA
               END-EVALUATE
               IF NIVEL-FACTURA > ZERO
                   MOVE DIAS-VENCIDA TO TAB-FAC-DIAS(SUB-FAC)
                   MOVE NIVEL-FACTURA TO TAB-FAC-NIVEL(SUB-FAC)
                   PERFORM ACUMULAR-CLIENTE.

       ACUMULAR-CLIENTE.
           MOVE TAB-FAC-CUIT(SUB-FAC) TO CUIT-BUSCADO.
           PERFORM UBICAR-CLIENTE.
           IF IND-CLI-ACT = ZERO
               IF CANT-CLIENTES >= 200
                   DISPLAY "TABLA DE CLIENTES LLENA (200): SIN CARTA "
                       "PARA EL CUIT " CUIT-BUSCADO
                   MOVE ZERO TO TAB-FAC-NIVEL(SUB-FAC)
               ELSE
                   ADD 1 TO CANT-CLIENTES
                   MOVE CANT-CLIENTES TO IND-CLI-ACT
                   MOVE CUIT-BUSCADO TO TAB-CLI-CUIT(IND-CLI-ACT)
                   MOVE ZERO TO TAB-CLI-VENCIDO(IND-CLI-ACT)
                       TAB-CLI-INTERES(IND-CLI-ACT)
                       TAB-CLI-CREDITO(IND-CLI-ACT)
                       TAB-CLI-NIVEL(IND-CLI-ACT)
                   MOVE 'N' TO TAB-CLI-NUEVO(IND-CLI-ACT).
           IF IND-CLI-ACT NOT = ZERO
               ADD TAB-FAC-SALDO(SUB-FAC)
                   TO TAB-CLI-VENCIDO(IND-CLI-ACT)
               ADD TAB-FAC-INTERES(SUB-FAC)
                   TO TAB-CLI-INTERES(IND-CLI-ACT)
               IF NIVEL-FACTURA > TAB-CLI-NIVEL(IND-CLI-ACT)
                   MOVE NIVEL-FACTURA TO TAB-CLI-NIVEL(IND-CLI-ACT)
               END-IF
               IF NIVEL-FACTURA > TAB-FAC-ULT-NIVEL(SUB-FAC)
                   MOVE 'S' TO TAB-CLI-NUEVO(IND-CLI-ACT).

       UBICAR-CLIENTE.
           MOVE ZERO TO IND-CLI-ACT.
           PERFORM COMPARAR-CLIENTE
               VARYING SUB-CLI FROM 1 BY 1
               UNTIL SUB-CLI > CANT-CLIENTES
               OR IND-CLI-ACT NOT = ZERO.

       COMPARAR-CLIENTE.
           IF TAB-CLI-CUIT(SUB-CLI) = CUIT-BUSCADO
               MOVE SUB-CLI TO IND-CLI-ACT.

      * El archivo de creditos puede no existir todavia; un CUIT puede
      * tener mas de un renglon y se suman.
       CARGAR-CREDITOS.
           OPEN INPUT CREDITOS-CUENTA.
           IF FS-CREDITOS NOT = ZERO AND '35'
               DISPLAY "ERROR AL ABRIR CREDITOS FS: " FS-CREDITOS
               STOP RUN.
           IF FS-CREDITOS = ZERO
               READ CREDITOS-CUENTA
               PERFORM CARGAR-UN-CREDITO
                   UNTIL FS-CREDITOS NOT = ZERO
               CLOSE CREDITOS-CUENTA.

       CARGAR-UN-CREDITO.
           MOVE CRE-CUIT TO CUIT-BUSCADO.
           PERFORM UBICAR-CLIENTE.
           IF IND-CLI-ACT NOT = ZERO AND CRE-IMPORTE NUMERIC
               ADD CRE-IMPORTE TO TAB-CLI-CREDITO(IND-CLI-ACT).
           READ CREDITOS-CUENTA.

       ABRIR-SALIDAS.
           OPEN OUTPUT CARTAS.
           IF FS-CARTAS NOT = ZERO
               DISPLAY "ERROR AL ABRIR CARTAS FS: " FS-CARTAS
               STOP RUN.
           OPEN EXTEND HISTORIAL-CARTAS.
           IF FS-HISTORIAL = '35'
               OPEN OUTPUT HISTORIAL-CARTAS.
           IF FS-HISTORIAL NOT = ZERO
               DISPLAY "ERROR AL ABRIR HISTORIAL CARTAS FS: "
                   FS-HISTORIAL
               STOP RUN.
           MOVE 'A' TO WS-OPCION-EMPRESA.
           CALL 'OBTENER-EMPRESA' USING WS-OPCION-EMPRESA,
               EMP-CODIGO-AUX, EMP-CUIT-AUX, EMP-RAZON-AUX,
               EMP-DIRE-AUX, EMP-TEL-AUX, EMP-MAIL-AUX.
           MOVE FECHA-CORRIDA(7:2) TO CAR-FEC-DD.
           MOVE FECHA-CORRIDA(5:2) TO CAR-FEC-MM.
           MOVE FECHA-CORRIDA(1:4) TO CAR-FEC-AAAA.

      ******************************************************************
      * Si ninguna factura del cliente subio de nivel desde la ultima
      * carta no hay nada nuevo que decirle; si su credito a cuenta
      * cubre lo vencido tampoco se le escribe (COBRANZAS lo va a
      * consumir en la proxima corrida).
       EVALUAR-CLIENTE.
           EVALUATE TRUE
               WHEN TAB-CLI-CREDITO(SUB-CLI)
                   >= TAB-CLI-VENCIDO(SUB-CLI)
                   ADD 1 TO CANT-CUBIERTOS
               WHEN TAB-CLI-NUEVO(SUB-CLI) NOT = 'S'
                   ADD 1 TO CANT-REPETIDAS
               WHEN OTHER
                   PERFORM EMITIR-CARTA
           END-EVALUATE.

       EMITIR-CARTA.
           ADD 1 TO CANT-CARTAS.
           MOVE TAB-CLI-CUIT(SUB-CLI) TO EMP-CUIT-AUX.
           MOVE 'P' TO WS-OPCION-EMPRESA.
           CALL 'OBTENER-EMPRESA' USING WS-OPCION-EMPRESA,
               EMP-CODIGO-AUX, EMP-CUIT-AUX, EMP-RAZON-AUX,
               EMP-DIRE-AUX, EMP-TEL-AUX, EMP-MAIL-AUX.
           IF EMP-RAZON-AUX = SPACES
               ADD 1 TO CANT-SIN-EMPRESA
               DISPLAY "CUIT " TAB-CLI-CUIT(SUB-CLI)
                   " SIN EMPRESA EN EL MAESTRO: CARTA SIN DESTINATARIO".
           WRITE CAR-LINEA FROM CAR-SEPARADOR.
           WRITE CAR-LINEA FROM CAR-FECHA.
           MOVE EMP-RAZON-AUX TO CAR-DES-RAZON.
           MOVE TAB-CLI-CUIT(SUB-CLI) TO CAR-DES-CUIT.
           WRITE CAR-LINEA FROM CAR-DESTINO.
           MOVE EMP-DIRE-AUX TO CAR-DOM-DIRECCION.
           WRITE CAR-LINEA FROM CAR-DOMICILIO.
           MOVE EMP-MAIL-AUX TO CAR-COR-MAIL.
           WRITE CAR-LINEA FROM CAR-CORREO.
           MOVE SPACES TO CAR-LINEA.
           WRITE CAR-LINEA.
           MOVE TEXTO-REFERENCIA(TAB-CLI-NIVEL(SUB-CLI))
               TO CAR-REF-TEXTO.
           WRITE CAR-LINEA FROM CAR-REFERENCIA.
           MOVE SPACES TO CAR-LINEA.
           WRITE CAR-LINEA.
           PERFORM ESCRIBIR-PARRAFO
               VARYING SUB-LINEA FROM 1 BY 1 UNTIL SUB-LINEA > 3.
           MOVE SPACES TO CAR-LINEA.
           WRITE CAR-LINEA.
           WRITE CAR-LINEA FROM CAR-DETALLE-HEADER.
           WRITE CAR-LINEA FROM LINEA-GUION.
           PERFORM DETALLAR-FACTURA
               VARYING SUB-FAC FROM 1 BY 1
               UNTIL SUB-FAC > CANT-FACTURAS.
           WRITE CAR-LINEA FROM LINEA-GUION.
           MOVE TAB-CLI-VENCIDO(SUB-CLI) TO CAR-TOT-SALDO.
           MOVE TAB-CLI-INTERES(SUB-CLI) TO CAR-TOT-INTERES.
           WRITE CAR-LINEA FROM CAR-TOTAL.
           MOVE SPACES TO CAR-LINEA.
           WRITE CAR-LINEA.
           WRITE CAR-LINEA FROM CAR-CIERRE.
           WRITE CAR-LINEA FROM CAR-FIRMA.

       ESCRIBIR-PARRAFO.
           WRITE CAR-LINEA
               FROM PARRAFO-LINEA(TAB-CLI-NIVEL(SUB-CLI) SUB-LINEA).

      * Cada factura listada queda en el historial con el nivel con
      * que salio en esta carta.
       DETALLAR-FACTURA.
           IF TAB-FAC-CUIT(SUB-FAC) = TAB-CLI-CUIT(SUB-CLI)
               AND TAB-FAC-NIVEL(SUB-FAC) > ZERO
               MOVE TAB-FAC-NUMERO(SUB-FAC) TO CAR-DET-NUMERO
               MOVE TAB-FAC-VTO(SUB-FAC)(7:2) TO CAR-DET-VTO-DD
               MOVE TAB-FAC-VTO(SUB-FAC)(5:2) TO CAR-DET-VTO-MM
               MOVE TAB-FAC-VTO(SUB-FAC)(1:4) TO CAR-DET-VTO-AAAA
               MOVE TAB-FAC-DIAS(SUB-FAC) TO CAR-DET-DIAS
               MOVE TAB-FAC-SALDO(SUB-FAC) TO CAR-DET-SALDO
               MOVE TAB-FAC-INTERES(SUB-FAC) TO CAR-DET-INTERES
               WRITE CAR-LINEA FROM CAR-DETALLE
               MOVE TAB-FAC-NUMERO(SUB-FAC) TO HCA-FACTURA
               MOVE TAB-FAC-CUIT(SUB-FAC) TO HCA-CUIT
               MOVE TAB-FAC-NIVEL(SUB-FAC) TO HCA-NIVEL
               MOVE FECHA-CORRIDA TO HCA-FECHA
               WRITE HCA-REG.

       CERRAR-ARCHIVOS.
           CLOSE CARTAS HISTORIAL-CARTAS.
           MOVE 'C' TO WS-OPCION-EMPRESA.
           CALL 'OBTENER-EMPRESA' USING WS-OPCION-EMPRESA,
               EMP-CODIGO-AUX, EMP-CUIT-AUX, EMP-RAZON-AUX,
               EMP-DIRE-AUX, EMP-TEL-AUX, EMP-MAIL-AUX.


      * Resuelve todas las rutas de este programa contra rutas.dat;
      * una entrada ausente corta la corrida nombrando el logico
      * que falta.
       CARGAR-RUTAS.
           MOVE 'SEC-PARAMCARTAS' TO RUTA-LOGICO.
           PERFORM OBTENER-UNA-RUTA.
           MOVE RUTA-OBTENIDA TO RUTA-PARAM-CARTAS.
           MOVE 'IDX-REGFACTURAS' TO RUTA-LOGICO.
           PERFORM OBTENER-UNA-RUTA.
           MOVE RUTA-OBTENIDA TO RUTA-REGISTRO-FACTURAS.
           MOVE 'SEC-CREDITOS' TO RUTA-LOGICO.
           PERFORM OBTENER-UNA-RUTA.
           MOVE RUTA-OBTENIDA TO RUTA-CREDITOS.
           MOVE 'SEC-HISTCARTAS' TO RUTA-LOGICO.
           PERFORM OBTENER-UNA-RUTA.
           MOVE RUTA-OBTENIDA TO RUTA-HISTORIAL.
           MOVE 'SEC-CARTASCOB' TO RUTA-LOGICO.
           PERFORM OBTENER-UNA-RUTA.
           MOVE RUTA-OBTENIDA TO RUTA-CARTAS.

       OBTENER-UNA-RUTA.
           CALL 'OBTENER-RUTA' USING RUTA-LOGICO, RUTA-OBTENIDA,
               FS-RUTA.
           IF FS-RUTA NOT = '00'
               DISPLAY "RUTA NO CONFIGURADA PARA " RUTA-LOGICO
               STOP RUN.

       END PROGRAM CARTAS-COBRANZA.
