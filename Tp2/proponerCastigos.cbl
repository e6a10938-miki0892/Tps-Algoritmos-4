      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROPONER-CASTIGOS.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Dias de atraso sobre RFA-FECHA-VTO a partir de los cuales una
      * factura es candidata (cero: solo clientes marcados) y el
      * operador que propone, que no podra aprobar su propio castigo.
           SELECT PARAM-CASTIGOS ASSIGN TO RUTA-PARAM-CASTIGOS
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS FS-PARAMETROS.

      * Clientes marcados como incobrables (concurso, quiebra, sin
      * domicilio): todas sus facturas con saldo son candidatas.
           SELECT CLIENTES-INCOBRABLES ASSIGN TO RUTA-INCOBRABLES
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS FS-INCOBRABLES.

           SELECT REGISTRO-FACTURAS ASSIGN TO RUTA-REGISTRO-FACTURAS
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS DYNAMIC
                               RECORD KEY IS RFA-NUMERO
                               ALTERNATE RECORD KEY IS RFA-CUIT
                               WITH DUPLICATES
                               FILE STATUS IS FS-REGISTRO.

      * Cada castigo propuesto se estaciona en el mismo archivo de
      * movimientos pendientes que MANTENER-EMPRESAS; lo aplica
      * APROBAR-MOVIMIENTOS con la decision de un segundo operador.
           SELECT MOVTOS-PENDIENTES ASSIGN TO RUTA-PENDIENTES
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS FS-PENDIENTES.

           SELECT PROPUESTA    ASSIGN TO RUTA-PROPUESTA
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS FS-PROPUESTA.

       DATA DIVISION.
       FILE SECTION.

       FD PARAM-CASTIGOS LABEL RECORD IS STANDARD.
       01 PARAM-REG.
           03 PARAM-DIAS     PIC 9(4).
           03 PARAM-OPERADOR PIC X(10).

       FD CLIENTES-INCOBRABLES LABEL RECORD IS STANDARD.
       01 INC-REG.
           03 INC-CUIT   PIC 9(11).
           03 INC-MOTIVO PIC X(30).

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

       FD MOVTOS-PENDIENTES LABEL RECORD IS STANDARD.
       01 PEN-REG.
           03 PEN-MAESTRO PIC X(12).
           03 PEN-FECHA   PIC 9(8).
           03 PEN-HORA    PIC 9(6).
           03 PEN-TIPO-MOV PIC X(1).
           03 PEN-CLAVE   PIC X(20).
           03 PEN-MOVIMIENTO PIC X(140).
      * Operador que cargo el movimiento: quien lo apruebe debe ser
      * otro (ver VALIDAR-OPERADOR).
           03 PEN-OPERADOR PIC X(10).

       FD PROPUESTA LABEL RECORD IS STANDARD.
       01 PRP-LINEA PIC X(100).

       WORKING-STORAGE SECTION.

       77 FS-PARAMETROS  PIC XX.
       77 FS-INCOBRABLES PIC XX.
       77 FS-REGISTRO    PIC XX.
       77 FS-PENDIENTES  PIC XX.
       77 FS-PROPUESTA   PIC XX.

      * Movimiento de castigo tal como lo lee APROBAR-MOVIMIENTOS.
       01 MOV-CASTIGO.
           03 MCA-FACTURA   PIC 9(8).
           03 MCA-CUIT      PIC 9(11).
           03 MCA-FECHA-VTO PIC 9(8).
           03 MCA-SALDO     PIC 9(9)V99.
           03 MCA-DIAS      PIC 9(5).
      * 'A' por antiguedad, 'M' por cliente marcado.
           03 MCA-CRITERIO  PIC X(1).
           03 MCA-OPERADOR  PIC X(10).
           03 FILLER        PIC X(86).

       01 TABLA-INCOBRABLES.
           03 FILA-INCOBRABLE OCCURS 100 TIMES.
               05 TAB-INC-CUIT PIC 9(11).
       01 CANT-INCOBRABLES PIC 9(3) VALUE ZERO.
       01 SUB-INC PIC 9(3).
       01 SW-CLIENTE-MARCADO PIC X.
           88 CLIENTE-MARCADO VALUE 'S'.

      * Castigos ya estacionados: la misma factura no se propone dos
      * veces mientras espera decision.
       01 TABLA-YA-PROPUESTAS.
           03 TAB-PRO-FACTURA PIC 9(8) OCCURS 100 TIMES.
       01 CANT-PENDIENTES PIC 9(3) VALUE ZERO.
       01 CANT-YA-PROPUESTAS PIC 9(3) VALUE ZERO.
       01 SUB-PRO PIC 9(3).
       01 SW-YA-PROPUESTA PIC X.
           88 YA-PROPUESTA VALUE 'S'.
       01 CLAVE-FACTURA PIC 9(8).

       01 FECHA-CORRIDA PIC 9(8).
       01 DEUDA-FACTURA PIC S9(9)V99.
       01 SALDO-FACTURA PIC S9(9)V99.
       01 DIAS-VENCIDA PIC S9(5).

       01 CANT-LEIDOS PIC 9(7) VALUE ZERO.
       01 CANT-PROPUESTAS PIC 9(5) VALUE ZERO.
       01 CANT-SIN-LUGAR PIC 9(5) VALUE ZERO.
       01 TOTAL-PROPUESTO PIC 9(11)V99 VALUE ZERO.

       01 REP-TITULO.
           02 FILLER PIC X(36)
               VALUE 'Propuesta de castigo de incobrables'.
           02 FILLER PIC X(10) VALUE 'Operador: '.
           02 REP-TIT-OPERADOR PIC X(10).
           02 FILLER PIC X(9) VALUE '  Fecha: '.
           02 REP-TIT-DD PIC 9(2).
           02 FILLER PIC X VALUE '/'.
           02 REP-TIT-MM PIC 9(2).
           02 FILLER PIC X VALUE '/'.
           02 REP-TIT-AAAA PIC 9(4).

       01 REP-HEADER.
           02 FILLER PIC X(100) VALUE 'Factura   Cuit         Vencim.
      -        '   Dias atraso         Saldo  Criterio'.

       01 REP-FILA.
           02 REP-FIL-FACTURA PIC 9(8).
           02 FILLER PIC X(2) VALUE SPACES.
           02 REP-FIL-CUIT PIC 9(11).
           02 FILLER PIC X(2) VALUE SPACES.
           02 REP-FIL-VTO PIC 9(8).
           02 FILLER PIC X(3) VALUE SPACES.
           02 REP-FIL-DIAS PIC -Z(4)9.
           02 FILLER PIC X(3) VALUE SPACES.
           02 REP-FIL-SALDO PIC Z(8)9,99.
           02 FILLER PIC X(2) VALUE SPACES.
           02 REP-FIL-CRITERIO PIC X(16).

       01 REP-TOTAL.
           02 FILLER PIC X(22) VALUE 'Facturas propuestas: '.
           02 REP-TOT-CANT PIC Z(4)9.
           02 FILLER PIC X(14) VALUE '  Total: '.
           02 REP-TOT-IMPORTE PIC Z(10)9,99.

       01 LINEA-GUION PIC X(80) VALUE ALL "-".


      * Bitacora central de corridas (ver REGISTRAR-CORRIDA): 'I' al
      * arrancar y 'F' con los contadores al terminar normalmente;
      * una corrida abortada no llega a anotar su 'F' y el resumen
      * diario la muestra como anormal.
       01 WS-OPCION-LOG PIC X.
       01 LOG-PROGRAMA-ID PIC X(12) VALUE 'PROP-CASTIGO'.
       01 LOG-CANT-ENTRADA PIC 9(7) VALUE ZERO.
       01 LOG-CANT-SALIDA PIC 9(7) VALUE ZERO.
       01 LOG-CANT-EXC PIC 9(5) VALUE ZERO.


      * Rutas fisicas de los archivos, resueltas al arrancar desde
      * rutas.dat via OBTENER-RUTA: mover el sistema o armar un
      * ambiente de prueba es cuestion de editar ese archivo.
       77 FS-RUTA PIC XX.
       01 RUTA-LOGICO PIC X(20).
       01 RUTA-OBTENIDA PIC X(100).
       01 RUTA-PARAM-CASTIGOS PIC X(100).
       01 RUTA-INCOBRABLES PIC X(100).
       01 RUTA-REGISTRO-FACTURAS PIC X(100).
       01 RUTA-PENDIENTES PIC X(100).
       01 RUTA-PROPUESTA PIC X(100).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM CARGAR-RUTAS.
           MOVE 'I' TO WS-OPCION-LOG.
           CALL 'REGISTRAR-CORRIDA' USING WS-OPCION-LOG,
               LOG-PROGRAMA-ID, LOG-CANT-ENTRADA, LOG-CANT-SALIDA,
               LOG-CANT-EXC.
           PERFORM LEER-PARAMETROS.
           PERFORM CARGAR-INCOBRABLES.
           PERFORM CARGAR-YA-PROPUESTAS.
           PERFORM ABRIR-ARCHIVOS.
           PERFORM EVALUAR-FACTURAS.
           PERFORM IMPRIMIR-TOTAL.
           PERFORM CERRAR-ARCHIVOS.
           DISPLAY "FACTURAS LEIDAS: " CANT-LEIDOS
               "  CASTIGOS PROPUESTOS: " CANT-PROPUESTAS.
           IF CANT-SIN-LUGAR > ZERO
               DISPLAY "SIN LUGAR EN PENDIENTES (100): "
                   CANT-SIN-LUGAR " CANDIDATAS QUEDAN PARA LA "
                   "PROXIMA CORRIDA".
           MOVE CANT-LEIDOS TO LOG-CANT-ENTRADA.
           MOVE CANT-PROPUESTAS TO LOG-CANT-SALIDA.
           MOVE CANT-SIN-LUGAR TO LOG-CANT-EXC.
           MOVE 'F' TO WS-OPCION-LOG.
           CALL 'REGISTRAR-CORRIDA' USING WS-OPCION-LOG,
               LOG-PROGRAMA-ID, LOG-CANT-ENTRADA, LOG-CANT-SALIDA,
               LOG-CANT-EXC.
           STOP RUN.

       LEER-PARAMETROS.
           OPEN INPUT PARAM-CASTIGOS.
           IF FS-PARAMETROS NOT = ZERO
               DISPLAY "ERROR AL ABRIR PARAM CASTIGOS FS: "
                   FS-PARAMETROS
               STOP RUN.
           READ PARAM-CASTIGOS.
           IF FS-PARAMETROS NOT = ZERO
               DISPLAY "ERROR AL LEER PARAM CASTIGOS FS: "
                   FS-PARAMETROS
               STOP RUN.
           CLOSE PARAM-CASTIGOS.
           IF PARAM-DIAS NOT NUMERIC
               MOVE ZERO TO PARAM-DIAS.
           IF PARAM-OPERADOR = SPACES
               DISPLAY "FALTA EL OPERADOR QUE PROPONE LOS CASTIGOS"
               STOP RUN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO FECHA-CORRIDA.

       CARGAR-INCOBRABLES.
           OPEN INPUT CLIENTES-INCOBRABLES.
           IF FS-INCOBRABLES NOT = ZERO AND '35'
               DISPLAY "ERROR AL ABRIR CLIENTES INCOBRABLES FS: "
                   FS-INCOBRABLES
               STOP RUN.
           IF FS-INCOBRABLES = ZERO
               READ CLIENTES-INCOBRABLES
               PERFORM CARGAR-UN-INCOBRABLE
                   UNTIL FS-INCOBRABLES NOT = ZERO
                   OR CANT-INCOBRABLES >= 100
               CLOSE CLIENTES-INCOBRABLES.
           IF PARAM-DIAS = ZERO AND CANT-INCOBRABLES = ZERO
               DISPLAY "SIN DIAS DE ATRASO NI CLIENTES MARCADOS: NO "
                   "HAY CRITERIO PARA PROPONER"
               STOP RUN.

       CARGAR-UN-INCOBRABLE.
           ADD 1 TO CANT-INCOBRABLES.
           MOVE INC-CUIT TO TAB-INC-CUIT(CANT-INCOBRABLES).
           READ CLIENTES-INCOBRABLES.

      * Los castigos que ya esperan decision no se vuelven a proponer;
      * el total de pendientes (de todos los maestros) no puede pasar
      * lo que APROBAR-MOVIMIENTOS carga en memoria.
       CARGAR-YA-PROPUESTAS.
           OPEN INPUT MOVTOS-PENDIENTES.
           IF FS-PENDIENTES NOT = ZERO AND '35'
               DISPLAY "ERROR AL ABRIR MOVTOS PENDIENTES FS: "
                   FS-PENDIENTES
               STOP RUN.
           IF FS-PENDIENTES = ZERO
               READ MOVTOS-PENDIENTES
               PERFORM CARGAR-UNA-YA-PROPUESTA
                   UNTIL FS-PENDIENTES NOT = ZERO
               CLOSE MOVTOS-PENDIENTES.

       CARGAR-UNA-YA-PROPUESTA.
           ADD 1 TO CANT-PENDIENTES.
           IF PEN-MAESTRO = 'CASTIGO' AND CANT-YA-PROPUESTAS < 100
               ADD 1 TO CANT-YA-PROPUESTAS
               MOVE PEN-MOVIMIENTO TO MOV-CASTIGO
               MOVE MCA-FACTURA TO TAB-PRO-FACTURA(CANT-YA-PROPUESTAS).
           READ MOVTOS-PENDIENTES.

       ABRIR-ARCHIVOS.
           OPEN INPUT REGISTRO-FACTURAS.
           IF FS-REGISTRO NOT = ZERO
               DISPLAY "ERROR AL ABRIR REGISTRO FACTURAS FS: "
                   FS-REGISTRO
               STOP RUN.
           OPEN EXTEND MOVTOS-PENDIENTES.
           IF FS-PENDIENTES = '35'
               OPEN OUTPUT MOVTOS-PENDIENTES.
           IF FS-PENDIENTES NOT = ZERO
               DISPLAY "ERROR AL ABRIR MOVTOS PENDIENTES FS: "
                   FS-PENDIENTES
               STOP RUN.
           OPEN OUTPUT PROPUESTA.
           IF FS-PROPUESTA NOT = ZERO
               DISPLAY "ERROR AL ABRIR PROPUESTA FS: " FS-PROPUESTA
               STOP RUN.
           MOVE PARAM-OPERADOR TO REP-TIT-OPERADOR.
           MOVE FECHA-CORRIDA(7:2) TO REP-TIT-DD.
           MOVE FECHA-CORRIDA(5:2) TO REP-TIT-MM.
           MOVE FECHA-CORRIDA(1:4) TO REP-TIT-AAAA.
           WRITE PRP-LINEA FROM REP-TITULO.
           WRITE PRP-LINEA FROM REP-HEADER.
           WRITE PRP-LINEA FROM LINEA-GUION.

      ******************************************************************
      * Solo las facturas y las cuotas de planes de pago tienen saldo
      * propio (bruto mas ajuste de notas menos cobrado); una factura
      * ya castigada queda en cero y no vuelve a aparecer.
       EVALUAR-FACTURAS.
           READ REGISTRO-FACTURAS NEXT RECORD.
           PERFORM EVALUAR-UNA-FACTURA UNTIL FS-REGISTRO NOT = ZERO.

       EVALUAR-UNA-FACTURA.
           ADD 1 TO CANT-LEIDOS.
           IF RFA-TIPO-DOC = 'F' OR RFA-TIPO-DOC = SPACE
               OR RFA-TIPO-DOC = 'Q'
               PERFORM CALCULAR-SALDO-FACTURA
               IF SALDO-FACTURA > ZERO
                   PERFORM EVALUAR-CRITERIOS.
           READ REGISTRO-FACTURAS NEXT RECORD.

       CALCULAR-SALDO-FACTURA.
           IF RFA-IMPORTE-BRUTO NUMERIC AND RFA-IMPORTE-BRUTO > ZERO
               MOVE RFA-IMPORTE-BRUTO TO DEUDA-FACTURA
           ELSE
               MOVE RFA-IMPORTE TO DEUDA-FACTURA.
           IF RFA-AJUSTE-NOTAS NUMERIC
               ADD RFA-AJUSTE-NOTAS TO DEUDA-FACTURA.
           IF RFA-COBRADO NUMERIC
               COMPUTE SALDO-FACTURA = DEUDA-FACTURA - RFA-COBRADO
           ELSE
               MOVE DEUDA-FACTURA TO SALDO-FACTURA.

       EVALUAR-CRITERIOS.
           MOVE ZERO TO DIAS-VENCIDA.
           IF RFA-FECHA-VTO NUMERIC AND RFA-FECHA-VTO > ZERO
               AND RFA-FECHA-VTO < FECHA-CORRIDA
               COMPUTE DIAS-VENCIDA =
                   FUNCTION INTEGER-OF-DATE(FECHA-CORRIDA)
                   - FUNCTION INTEGER-OF-DATE(RFA-FECHA-VTO).
           PERFORM VERIFICAR-CLIENTE-MARCADO.
           MOVE SPACE TO MCA-CRITERIO.
           IF CLIENTE-MARCADO
               MOVE 'M' TO MCA-CRITERIO
           ELSE
               IF PARAM-DIAS > ZERO AND DIAS-VENCIDA > PARAM-DIAS
                   MOVE 'A' TO MCA-CRITERIO.
           IF MCA-CRITERIO NOT = SPACE
               PERFORM VERIFICAR-YA-PROPUESTA
               IF NOT YA-PROPUESTA
                   PERFORM PROPONER-CASTIGO.

       VERIFICAR-CLIENTE-MARCADO.
           MOVE 'N' TO SW-CLIENTE-MARCADO.
           PERFORM COMPARAR-INCOBRABLE
               VARYING SUB-INC FROM 1 BY 1
               UNTIL SUB-INC > CANT-INCOBRABLES
               OR CLIENTE-MARCADO.

       COMPARAR-INCOBRABLE.
           IF TAB-INC-CUIT(SUB-INC) = RFA-CUIT
               MOVE 'S' TO SW-CLIENTE-MARCADO.

       VERIFICAR-YA-PROPUESTA.
           MOVE 'N' TO SW-YA-PROPUESTA.
           PERFORM COMPARAR-YA-PROPUESTA
               VARYING SUB-PRO FROM 1 BY 1
               UNTIL SUB-PRO > CANT-YA-PROPUESTAS
               OR YA-PROPUESTA.

       COMPARAR-YA-PROPUESTA.
           IF TAB-PRO-FACTURA(SUB-PRO) = RFA-NUMERO
               MOVE 'S' TO SW-YA-PROPUESTA.

       PROPONER-CASTIGO.
           IF CANT-PENDIENTES >= 100
               ADD 1 TO CANT-SIN-LUGAR
           ELSE
               MOVE RFA-NUMERO TO MCA-FACTURA
               MOVE RFA-CUIT TO MCA-CUIT
               MOVE RFA-FECHA-VTO TO MCA-FECHA-VTO
               MOVE SALDO-FACTURA TO MCA-SALDO
               MOVE DIAS-VENCIDA TO MCA-DIAS
               MOVE PARAM-OPERADOR TO MCA-OPERADOR
               MOVE 'CASTIGO' TO PEN-MAESTRO
               MOVE FUNCTION CURRENT-DATE(1:8) TO PEN-FECHA
               MOVE FUNCTION CURRENT-DATE(9:6) TO PEN-HORA
               MOVE 'B' TO PEN-TIPO-MOV
               MOVE RFA-NUMERO TO CLAVE-FACTURA
               MOVE CLAVE-FACTURA TO PEN-CLAVE
               MOVE MOV-CASTIGO TO PEN-MOVIMIENTO
               MOVE PARAM-OPERADOR TO PEN-OPERADOR
               WRITE PEN-REG
               ADD 1 TO CANT-PENDIENTES CANT-PROPUESTAS
               ADD SALDO-FACTURA TO TOTAL-PROPUESTO
               PERFORM IMPRIMIR-PROPUESTA.

       IMPRIMIR-PROPUESTA.
           MOVE RFA-NUMERO TO REP-FIL-FACTURA.
           MOVE RFA-CUIT TO REP-FIL-CUIT.
           MOVE RFA-FECHA-VTO TO REP-FIL-VTO.
           MOVE DIAS-VENCIDA TO REP-FIL-DIAS.
           MOVE SALDO-FACTURA TO REP-FIL-SALDO.
           IF MCA-CRITERIO = 'M'
               MOVE 'Cliente marcado' TO REP-FIL-CRITERIO
           ELSE
               MOVE 'Antiguedad' TO REP-FIL-CRITERIO.
           WRITE PRP-LINEA FROM REP-FILA.

       IMPRIMIR-TOTAL.
           WRITE PRP-LINEA FROM LINEA-GUION.
           MOVE CANT-PROPUESTAS TO REP-TOT-CANT.
           MOVE TOTAL-PROPUESTO TO REP-TOT-IMPORTE.
           WRITE PRP-LINEA FROM REP-TOTAL.

       CERRAR-ARCHIVOS.
           CLOSE REGISTRO-FACTURAS MOVTOS-PENDIENTES PROPUESTA.


      * Resuelve todas las rutas de este programa contra rutas.dat;
      * una entrada ausente corta la corrida nombrando el logico
      * que falta.
       CARGAR-RUTAS.
           MOVE 'SEC-PARAMCASTIGO' TO RUTA-LOGICO.
           PERFORM OBTENER-UNA-RUTA.
           MOVE RUTA-OBTENIDA TO RUTA-PARAM-CASTIGOS.
           MOVE 'SEC-CLIENTESINCOB' TO RUTA-LOGICO.
           PERFORM OBTENER-UNA-RUTA.
           MOVE RUTA-OBTENIDA TO RUTA-INCOBRABLES.
           MOVE 'IDX-REGFACTURAS' TO RUTA-LOGICO.
           PERFORM OBTENER-UNA-RUTA.
           MOVE RUTA-OBTENIDA TO RUTA-REGISTRO-FACTURAS.
           MOVE 'COMP-MOVPENDIENTES' TO RUTA-LOGICO.
           PERFORM OBTENER-UNA-RUTA.
           MOVE RUTA-OBTENIDA TO RUTA-PENDIENTES.
           MOVE 'SEC-PROPCASTIGOS' TO RUTA-LOGICO.
           PERFORM OBTENER-UNA-RUTA.
           MOVE RUTA-OBTENIDA TO RUTA-PROPUESTA.

       OBTENER-UNA-RUTA.
           CALL 'OBTENER-RUTA' USING RUTA-LOGICO, RUTA-OBTENIDA,
               FS-RUTA.
           IF FS-RUTA NOT = '00'
               DISPLAY "RUTA NO CONFIGURADA PARA " RUTA-LOGICO
               STOP RUN.

       END PROGRAM PROPONER-CASTIGOS.
