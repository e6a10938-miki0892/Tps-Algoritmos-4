      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CREAR-PLAN-PAGO.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Solicitudes de plan: una cabecera 'C' (cuit, cuotas, primer
      * vencimiento, operador) seguida de las facturas 'F' que se
      * refinancian. Un error en cualquier factura rechaza el plan
      * entero: no se arman planes parciales.
           SELECT SOLICITUDES  ASSIGN TO RUTA-SOLICITUDES
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS FS-SOLICITUDES.

           SELECT REGISTRO-FACTURAS ASSIGN TO RUTA-REGISTRO-FACTURAS
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS DYNAMIC
                               RECORD KEY IS RFA-NUMERO
                               ALTERNATE RECORD KEY IS RFA-CUIT
                               WITH DUPLICATES
                               FILE STATUS IS FS-REGISTRO.

      * Maestro de planes: permanente, se agrega al final. Por plan
      * una cabecera, una linea por factura traspasada y una por
      * cuota, todas con el numero de plan adelante.
           SELECT PLANES-PAGO  ASSIGN TO RUTA-PLANES
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS FS-PLANES.

           SELECT NUMERACION-PLANES ASSIGN TO RUTA-NUMERACION
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS FS-NUMERACION.

       DATA DIVISION.
       FILE SECTION.

       FD SOLICITUDES LABEL RECORD IS STANDARD.
       01 SOL-REG.
           03 SOL-TIPO        PIC X(1).
               88 SOL-CABECERA VALUE 'C'.
               88 SOL-FACTURA  VALUE 'F'.
           03 SOL-CUIT        PIC 9(11).
           03 SOL-CANT-CUOTAS PIC 9(3).
           03 SOL-PRIMER-VTO  PIC 9(8).
           03 SOL-OPERADOR    PIC X(10).
       01 SOL-DETALLE.
           03 FILLER          PIC X(1).
           03 SOL-NRO-FACTURA PIC 9(8).

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

       FD NUMERACION-PLANES LABEL RECORD IS STANDARD.
       01 NUMP-REG.
           03 NUMP-PROXIMO-PLAN PIC 9(8).
           03 NUMP-PROXIMO-DOC  PIC 9(8).

       WORKING-STORAGE SECTION.

       77 FS-SOLICITUDES PIC XX.
       77 FS-REGISTRO    PIC XX.
       77 FS-PLANES      PIC XX.
       77 FS-NUMERACION  PIC XX.

      * Traspasos 'T' y cuotas 'Q' comparten la serie 50000001 a
      * 59999999 del registro: por debajo de las notas, para que
      * cada nota siga quedando despues del documento que ajusta.
       01 PROXIMO-PLAN PIC 9(8) VALUE 1.
       01 PROXIMO-DOC-PLAN PIC 9(8) VALUE 50000001.
       01 NUMERO-MAXIMO-PLAN PIC 9(8) VALUE ZERO.
       01 NUMERO-MAXIMO-DOC PIC 9(8) VALUE ZERO.
       01 NUMERO-PLAN-ACTUAL PIC 9(8).

      * Plan en armado: cabecera de la solicitud y sus facturas.
       01 CAB-CUIT PIC 9(11).
       01 CAB-CANT-CUOTAS PIC 9(3).
       01 CAB-PRIMER-VTO PIC 9(8).
       01 CAB-OPERADOR PIC X(10).
       01 TABLA-SOLICITUD.
           03 FILA-SOLICITUD OCCURS 50 TIMES.
               05 TAB-SOL-FACTURA PIC 9(8).
               05 TAB-SOL-SALDO   PIC 9(9)V99.
       01 CANT-SOL-FACTURAS PIC 9(3) VALUE ZERO.
       01 SUB-SOL PIC 9(3).
       01 SUB-DUP PIC 9(3).
       01 SW-HAY-CABECERA PIC X VALUE 'N'.
           88 HAY-CABECERA VALUE 'S'.
       01 SW-DESBORDE PIC X VALUE 'N'.
           88 HAY-DESBORDE VALUE 'S'.
       01 SW-PLAN-VALIDO PIC X.
           88 PLAN-VALIDO VALUE 'S'.

       01 FECHA-PLAN PIC 9(8).
       01 DEUDA-FACTURA PIC S9(9)V99.
       01 SALDO-FACTURA PIC S9(9)V99.
       01 TOTAL-PLAN PIC 9(9)V99.
       01 IMPORTE-CUOTA PIC 9(9)V99.
       01 IMPORTE-ULTIMA PIC 9(9)V99.
       01 NRO-CUOTA PIC 9(3).
       01 FACTURA-GUARDADA PIC X(210).

      * Vencimientos mensuales desde el primero pedido; el dia se
      * recorta al ultimo del mes cuando no existe (31 en abril).
       01 DIAS-MES-VALORES PIC X(24) VALUE '312831303130313130313031'.
       01 DIAS-MES-TABLA REDEFINES DIAS-MES-VALORES.
           03 DIAS-MES PIC 99 OCCURS 12 TIMES.
       01 ANIO-CUOTA PIC 9(4).
       01 MES-CUOTA PIC 9(2).
       01 DIA-PEDIDO PIC 9(2).
       01 DIAS-DEL-MES PIC 9(2).
       01 VTO-CUOTA PIC 9(8).
       01 COCIENTE-AUX PIC 9(4).
       01 RESTO-AUX PIC 9(2).

       01 CANT-LEIDOS PIC 9(7) VALUE ZERO.
       01 CANT-PLANES PIC 9(5) VALUE ZERO.
       01 CANT-RECHAZADOS PIC 9(5) VALUE ZERO.
       01 CANT-CUOTAS-GRABADAS PIC 9(7) VALUE ZERO.


      * Bitacora central de corridas (ver REGISTRAR-CORRIDA): 'I' al
      * arrancar y 'F' con los contadores al terminar normalmente;
      * una corrida abortada no llega a anotar su 'F' y el resumen
      * diario la muestra como anormal.
       01 WS-OPCION-LOG PIC X.
       01 LOG-PROGRAMA-ID PIC X(12) VALUE 'CREAR-PLAN'.
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
       01 RUTA-SOLICITUDES PIC X(100).
       01 RUTA-REGISTRO-FACTURAS PIC X(100).
       01 RUTA-PLANES PIC X(100).
       01 RUTA-NUMERACION PIC X(100).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM CARGAR-RUTAS.
           PERFORM TOMAR-BLOQUEOS.
           MOVE 'I' TO WS-OPCION-LOG.
           CALL 'REGISTRAR-CORRIDA' USING WS-OPCION-LOG,
               LOG-PROGRAMA-ID, LOG-CANT-ENTRADA, LOG-CANT-SALIDA,
               LOG-CANT-EXC.
           MOVE FUNCTION CURRENT-DATE(1:8) TO FECHA-PLAN.
           PERFORM LEER-NUMERACION.
           PERFORM ABRIR-ARCHIVOS.
           PERFORM REALINEAR-NUMERACION.
           PERFORM PROCESAR-SOLICITUDES.
           PERFORM CERRAR-ARCHIVOS.
           DISPLAY "REGISTROS LEIDOS: " CANT-LEIDOS
               "  PLANES CREADOS: " CANT-PLANES
               "  RECHAZADOS: " CANT-RECHAZADOS.
           MOVE CANT-LEIDOS TO LOG-CANT-ENTRADA.
           MOVE CANT-CUOTAS-GRABADAS TO LOG-CANT-SALIDA.
           MOVE CANT-RECHAZADOS TO LOG-CANT-EXC.
           PERFORM LIBERAR-BLOQUEOS.
           MOVE 'F' TO WS-OPCION-LOG.
           CALL 'REGISTRAR-CORRIDA' USING WS-OPCION-LOG,
               LOG-PROGRAMA-ID, LOG-CANT-ENTRADA, LOG-CANT-SALIDA,
               LOG-CANT-EXC.
           STOP RUN.

       LEER-NUMERACION.
           OPEN INPUT NUMERACION-PLANES.
           IF FS-NUMERACION NOT = ZERO AND '35'
               DISPLAY "ERROR AL ABRIR NUMERACION PLANES FS: "
                   FS-NUMERACION
               PERFORM LIBERAR-BLOQUEOS
               STOP RUN.
           IF FS-NUMERACION = ZERO
               READ NUMERACION-PLANES
               IF FS-NUMERACION = ZERO
                   IF NUMP-PROXIMO-PLAN NUMERIC
                       AND NUMP-PROXIMO-PLAN > PROXIMO-PLAN
                       MOVE NUMP-PROXIMO-PLAN TO PROXIMO-PLAN
                   END-IF
                   IF NUMP-PROXIMO-DOC NUMERIC
                       AND NUMP-PROXIMO-DOC > PROXIMO-DOC-PLAN
                       MOVE NUMP-PROXIMO-DOC TO PROXIMO-DOC-PLAN
                   END-IF
               END-IF
               CLOSE NUMERACION-PLANES.

      * El maestro se lee entero antes de abrirlo para agregar: el
      * mayor numero de plan ya grabado manda sobre la numeracion.
       ABRIR-ARCHIVOS.
           OPEN INPUT PLANES-PAGO.
           IF FS-PLANES NOT = ZERO AND '35'
               DISPLAY "ERROR AL ABRIR PLANES DE PAGO FS: " FS-PLANES
               PERFORM LIBERAR-BLOQUEOS
               STOP RUN.
           IF FS-PLANES = ZERO
               READ PLANES-PAGO
               PERFORM EVALUAR-MAXIMO-PLAN
                   UNTIL FS-PLANES NOT = ZERO
               CLOSE PLANES-PAGO.
           OPEN EXTEND PLANES-PAGO.
           IF FS-PLANES = '35'
               OPEN OUTPUT PLANES-PAGO.
           IF FS-PLANES NOT = ZERO
               DISPLAY "ERROR AL ABRIR PLANES DE PAGO FS: " FS-PLANES
               PERFORM LIBERAR-BLOQUEOS
               STOP RUN.
           OPEN I-O REGISTRO-FACTURAS.
           IF FS-REGISTRO NOT = ZERO
               DISPLAY "ERROR AL ABRIR REGISTRO FACTURAS FS: "
                   FS-REGISTRO
               PERFORM LIBERAR-BLOQUEOS
               STOP RUN.
           OPEN INPUT SOLICITUDES.
           IF FS-SOLICITUDES NOT = ZERO
               DISPLAY "ERROR AL ABRIR SOLICITUDES DE PLAN FS: "
                   FS-SOLICITUDES
               PERFORM LIBERAR-BLOQUEOS
               STOP RUN.

       EVALUAR-MAXIMO-PLAN.
           IF PLN-NUMERO NUMERIC AND PLN-NUMERO > NUMERO-MAXIMO-PLAN
               MOVE PLN-NUMERO TO NUMERO-MAXIMO-PLAN.
           READ PLANES-PAGO.

      * Se recorre la serie de planes del registro buscando el mayor
      * documento ya grabado, por si la numeracion quedo atrasada.
       REALINEAR-NUMERACION.
           IF NUMERO-MAXIMO-PLAN >= PROXIMO-PLAN
               COMPUTE PROXIMO-PLAN = NUMERO-MAXIMO-PLAN + 1
               DISPLAY "NUMERACION DE PLANES REALINEADA CON EL "
                   "MAESTRO: PROXIMO " PROXIMO-PLAN.
           MOVE 50000001 TO RFA-NUMERO.
           START REGISTRO-FACTURAS KEY IS >= RFA-NUMERO.
           IF FS-REGISTRO = ZERO
               READ REGISTRO-FACTURAS NEXT RECORD
               PERFORM EVALUAR-MAXIMO-DOC
                   UNTIL FS-REGISTRO NOT = ZERO
                   OR RFA-NUMERO > 59999999.
           IF NUMERO-MAXIMO-DOC >= PROXIMO-DOC-PLAN
               COMPUTE PROXIMO-DOC-PLAN = NUMERO-MAXIMO-DOC + 1
               DISPLAY "NUMERACION DE CUOTAS REALINEADA CON EL "
                   "REGISTRO: PROXIMO " PROXIMO-DOC-PLAN.

       EVALUAR-MAXIMO-DOC.
           IF RFA-NUMERO > NUMERO-MAXIMO-DOC
               MOVE RFA-NUMERO TO NUMERO-MAXIMO-DOC.
           READ REGISTRO-FACTURAS NEXT RECORD.

      ******************************************************************
      * Cada cabecera cierra el plan anterior; el ultimo se procesa
      * al llegar al fin del archivo.
       PROCESAR-SOLICITUDES.
           READ SOLICITUDES.
           PERFORM PROCESAR-UN-REGISTRO
               UNTIL FS-SOLICITUDES NOT = ZERO.
           IF HAY-CABECERA
               PERFORM PROCESAR-PLAN.

       PROCESAR-UN-REGISTRO.
           ADD 1 TO CANT-LEIDOS.
           EVALUATE TRUE
               WHEN SOL-CABECERA
                   IF HAY-CABECERA
                       PERFORM PROCESAR-PLAN
                   END-IF
                   PERFORM INICIAR-PLAN
               WHEN SOL-FACTURA AND HAY-CABECERA
                   PERFORM AGREGAR-FACTURA
               WHEN SOL-FACTURA
                   DISPLAY "FACTURA " SOL-NRO-FACTURA
                       " SIN CABECERA DE PLAN: IGNORADA"
                   ADD 1 TO CANT-RECHAZADOS
               WHEN OTHER
                   DISPLAY "REGISTRO DE SOLICITUD DE TIPO INVALIDO: "
                       SOL-TIPO
                   ADD 1 TO CANT-RECHAZADOS
           END-EVALUATE.
           READ SOLICITUDES.

       INICIAR-PLAN.
           MOVE 'S' TO SW-HAY-CABECERA.
           MOVE 'N' TO SW-DESBORDE.
           MOVE ZERO TO CANT-SOL-FACTURAS.
           MOVE SOL-CUIT TO CAB-CUIT.
           MOVE SOL-CANT-CUOTAS TO CAB-CANT-CUOTAS.
           MOVE SOL-PRIMER-VTO TO CAB-PRIMER-VTO.
           MOVE SOL-OPERADOR TO CAB-OPERADOR.

       AGREGAR-FACTURA.
           IF CANT-SOL-FACTURAS >= 50
               MOVE 'S' TO SW-DESBORDE
           ELSE
               ADD 1 TO CANT-SOL-FACTURAS
               MOVE SOL-NRO-FACTURA
                   TO TAB-SOL-FACTURA(CANT-SOL-FACTURAS)
               MOVE ZERO TO TAB-SOL-SALDO(CANT-SOL-FACTURAS).

       PROCESAR-PLAN.
           MOVE 'N' TO SW-HAY-CABECERA.
           MOVE 'S' TO SW-PLAN-VALIDO.
           PERFORM VALIDAR-CABECERA.
           IF PLAN-VALIDO
               PERFORM VALIDAR-UNA-FACTURA
                   VARYING SUB-SOL FROM 1 BY 1
                   UNTIL SUB-SOL > CANT-SOL-FACTURAS.
           IF PLAN-VALIDO
               PERFORM GENERAR-PLAN
           ELSE
               ADD 1 TO CANT-RECHAZADOS
               DISPLAY "PLAN DEL CUIT " CAB-CUIT " RECHAZADO".

       VALIDAR-CABECERA.
           IF CAB-CUIT NOT NUMERIC OR CAB-CUIT = ZERO
               DISPLAY "CUIT INVALIDO EN LA SOLICITUD DE PLAN"
               MOVE 'N' TO SW-PLAN-VALIDO.
           IF CAB-CANT-CUOTAS NOT NUMERIC
               OR CAB-CANT-CUOTAS < 1 OR CAB-CANT-CUOTAS > 60
               DISPLAY "CANTIDAD DE CUOTAS INVALIDA (1 A 60): "
                   CAB-CANT-CUOTAS
               MOVE 'N' TO SW-PLAN-VALIDO.
           IF CAB-OPERADOR = SPACES
               DISPLAY "FALTA EL OPERADOR QUE OTORGA EL PLAN"
               MOVE 'N' TO SW-PLAN-VALIDO.
           IF CANT-SOL-FACTURAS = ZERO
               DISPLAY "LA SOLICITUD NO TRAE FACTURAS"
               MOVE 'N' TO SW-PLAN-VALIDO.
           IF HAY-DESBORDE
               DISPLAY "MAS DE 50 FACTURAS EN UN MISMO PLAN"
               MOVE 'N' TO SW-PLAN-VALIDO.
           PERFORM VALIDAR-PRIMER-VTO.

       VALIDAR-PRIMER-VTO.
           IF CAB-PRIMER-VTO NOT NUMERIC
               OR CAB-PRIMER-VTO < FECHA-PLAN
               DISPLAY "PRIMER VENCIMIENTO INVALIDO O PASADO: "
                   CAB-PRIMER-VTO
               MOVE 'N' TO SW-PLAN-VALIDO
           ELSE
               MOVE CAB-PRIMER-VTO(1:4) TO ANIO-CUOTA
               MOVE CAB-PRIMER-VTO(5:2) TO MES-CUOTA
               MOVE CAB-PRIMER-VTO(7:2) TO DIA-PEDIDO
               IF MES-CUOTA < 1 OR MES-CUOTA > 12
                   DISPLAY "PRIMER VENCIMIENTO INVALIDO: "
                       CAB-PRIMER-VTO
                   MOVE 'N' TO SW-PLAN-VALIDO
               ELSE
                   PERFORM OBTENER-DIAS-DEL-MES
                   IF DIA-PEDIDO < 1 OR DIA-PEDIDO > DIAS-DEL-MES
                       DISPLAY "PRIMER VENCIMIENTO INVALIDO: "
                           CAB-PRIMER-VTO
                       MOVE 'N' TO SW-PLAN-VALIDO.

      * Solo se refinancian facturas (o cuotas de un plan anterior)
      * del mismo cliente y con saldo; el saldo de HOY es el que se
      * traspasa.
       VALIDAR-UNA-FACTURA.
           MOVE TAB-SOL-FACTURA(SUB-SOL) TO RFA-NUMERO.
           READ REGISTRO-FACTURAS RECORD.
           IF FS-REGISTRO NOT = ZERO
               DISPLAY "FACTURA " TAB-SOL-FACTURA(SUB-SOL)
                   " INEXISTENTE"
               MOVE 'N' TO SW-PLAN-VALIDO
           ELSE
               IF RFA-TIPO-DOC NOT = 'F' AND NOT = SPACE
                   AND NOT = 'Q'
                   DISPLAY "EL DOCUMENTO " RFA-NUMERO
                       " NO ES UNA FACTURA NI UNA CUOTA"
                   MOVE 'N' TO SW-PLAN-VALIDO
               ELSE
                   IF RFA-CUIT NOT = CAB-CUIT
                       DISPLAY "LA FACTURA " RFA-NUMERO
                           " ES DE OTRO CLIENTE: " RFA-CUIT
                       MOVE 'N' TO SW-PLAN-VALIDO
                   ELSE
                       PERFORM CALCULAR-SALDO-FACTURA
                       IF SALDO-FACTURA NOT > ZERO
                           DISPLAY "LA FACTURA " RFA-NUMERO
                               " NO TIENE SALDO"
                           MOVE 'N' TO SW-PLAN-VALIDO
                       ELSE
                           MOVE SALDO-FACTURA
                               TO TAB-SOL-SALDO(SUB-SOL).
           PERFORM COMPARAR-DUPLICADA
               VARYING SUB-DUP FROM 1 BY 1
               UNTIL SUB-DUP >= SUB-SOL.

       COMPARAR-DUPLICADA.
           IF TAB-SOL-FACTURA(SUB-DUP) = TAB-SOL-FACTURA(SUB-SOL)
               DISPLAY "FACTURA " TAB-SOL-FACTURA(SUB-SOL)
                   " REPETIDA EN LA SOLICITUD"
               MOVE 'N' TO SW-PLAN-VALIDO.

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

      ******************************************************************
      * Cuotas iguales (la ultima absorbe el redondeo). Por factura un
      * documento 'T' que la deja en cero como un castigo, y por
      * cuota un documento 'Q' que es deuda propia con su vencimiento.
       GENERAR-PLAN.
           MOVE PROXIMO-PLAN TO NUMERO-PLAN-ACTUAL.
           ADD 1 TO PROXIMO-PLAN.
           MOVE ZERO TO TOTAL-PLAN.
           PERFORM SUMAR-SALDO
               VARYING SUB-SOL FROM 1 BY 1
               UNTIL SUB-SOL > CANT-SOL-FACTURAS.
           DIVIDE TOTAL-PLAN BY CAB-CANT-CUOTAS GIVING IMPORTE-CUOTA.
           COMPUTE IMPORTE-ULTIMA = TOTAL-PLAN
               - IMPORTE-CUOTA * (CAB-CANT-CUOTAS - 1).
           MOVE SPACES TO PLN-REG.
           MOVE NUMERO-PLAN-ACTUAL TO PLN-NUMERO.
           MOVE 'C' TO PLN-TIPO-REG.
           MOVE CAB-CUIT TO PLN-CUIT.
           MOVE FECHA-PLAN TO PLN-FECHA.
           MOVE TOTAL-PLAN TO PLN-IMPORTE.
           MOVE CAB-CANT-CUOTAS TO PLN-CANT-CUOTAS.
           MOVE CAB-OPERADOR TO PLN-OPERADOR.
           WRITE PLN-REG.
           PERFORM GRABAR-TRASPASO
               VARYING SUB-SOL FROM 1 BY 1
               UNTIL SUB-SOL > CANT-SOL-FACTURAS.
           MOVE CAB-PRIMER-VTO(1:4) TO ANIO-CUOTA.
           MOVE CAB-PRIMER-VTO(5:2) TO MES-CUOTA.
           MOVE CAB-PRIMER-VTO(7:2) TO DIA-PEDIDO.
           PERFORM GRABAR-CUOTA
               VARYING NRO-CUOTA FROM 1 BY 1
               UNTIL NRO-CUOTA > CAB-CANT-CUOTAS.
           ADD 1 TO CANT-PLANES.
           DISPLAY "PLAN " NUMERO-PLAN-ACTUAL " CUIT " CAB-CUIT
               " CUOTAS " CAB-CANT-CUOTAS " TOTAL " TOTAL-PLAN.

       SUMAR-SALDO.
           ADD TAB-SOL-SALDO(SUB-SOL) TO TOTAL-PLAN.

       VERIFICAR-SERIE.
           IF PROXIMO-DOC-PLAN > 59999999
               DISPLAY "LA SERIE DE PLANES DE PAGO AGOTO SU RANGO"
               PERFORM LIBERAR-BLOQUEOS
               STOP RUN.

      * Primero el traspaso y despues la factura, igual que el
      * castigo: nunca queda una factura en cero sin su documento.
       GRABAR-TRASPASO.
           PERFORM VERIFICAR-SERIE.
           MOVE TAB-SOL-FACTURA(SUB-SOL) TO RFA-NUMERO.
           READ REGISTRO-FACTURAS RECORD.
           MOVE RFA-REG TO FACTURA-GUARDADA.
           MOVE PROXIMO-DOC-PLAN TO RFA-NUMERO.
           MOVE FECHA-PLAN TO RFA-FECHA-EMISION RFA-FECHA-VTO.
           MOVE ZERO TO RFA-FECHA-DESDE RFA-FECHA-HASTA.
           MOVE TAB-SOL-SALDO(SUB-SOL)
               TO RFA-IMPORTE RFA-IMPORTE-BRUTO.
           MOVE ZERO TO RFA-IVA RFA-IMPORTE-MON RFA-CAE RFA-CAE-VTO
               RFA-TASA-IVA RFA-IMP-ABONO RFA-IMP-EXCESO
               RFA-BONIFICACION RFA-COBRADO RFA-AJUSTE-NOTAS
               RFA-IIBB-JURIS RFA-IIBB-ALICUOTA RFA-PERCEPCION.
           MOVE 'T' TO RFA-TIPO-DOC.
           MOVE TAB-SOL-FACTURA(SUB-SOL) TO RFA-DOC-REF.
           MOVE SPACES TO RFA-TAREA.
           WRITE RFA-REG.
           IF FS-REGISTRO NOT = ZERO
               DISPLAY "NO SE PUDO GRABAR EL TRASPASO DE LA FACTURA "
                   TAB-SOL-FACTURA(SUB-SOL) " FS: " FS-REGISTRO
               PERFORM LIBERAR-BLOQUEOS
               STOP RUN.
           ADD 1 TO PROXIMO-DOC-PLAN.
           MOVE SPACES TO PLN-FAC.
           MOVE NUMERO-PLAN-ACTUAL TO PLN-NUMERO.
           MOVE 'F' TO PLN-TIPO-REG.
           MOVE TAB-SOL-FACTURA(SUB-SOL) TO PLN-FAC-FACTURA.
           MOVE RFA-NUMERO TO PLN-FAC-TRASPASO.
           MOVE TAB-SOL-SALDO(SUB-SOL) TO PLN-FAC-IMPORTE.
           WRITE PLN-FAC.
           MOVE FACTURA-GUARDADA TO RFA-REG.
           IF RFA-AJUSTE-NOTAS NOT NUMERIC
               MOVE ZERO TO RFA-AJUSTE-NOTAS.
           SUBTRACT TAB-SOL-SALDO(SUB-SOL) FROM RFA-AJUSTE-NOTAS.
           REWRITE RFA-REG.
           IF FS-REGISTRO NOT = ZERO
               DISPLAY "TRASPASO " PLN-FAC-TRASPASO " GRABADO PERO NO "
                   "SE PUDO AJUSTAR LA FACTURA " PLN-FAC-FACTURA
                   " FS: " FS-REGISTRO.

       GRABAR-CUOTA.
           PERFORM VERIFICAR-SERIE.
           IF NRO-CUOTA > 1
               ADD 1 TO MES-CUOTA
               IF MES-CUOTA > 12
                   MOVE 1 TO MES-CUOTA
                   ADD 1 TO ANIO-CUOTA.
           PERFORM OBTENER-DIAS-DEL-MES.
           MOVE ANIO-CUOTA TO VTO-CUOTA(1:4).
           MOVE MES-CUOTA TO VTO-CUOTA(5:2).
           IF DIA-PEDIDO > DIAS-DEL-MES
               MOVE DIAS-DEL-MES TO VTO-CUOTA(7:2)
           ELSE
               MOVE DIA-PEDIDO TO VTO-CUOTA(7:2).
           MOVE PROXIMO-DOC-PLAN TO RFA-NUMERO.
           MOVE CAB-CUIT TO RFA-CUIT.
           MOVE FECHA-PLAN TO RFA-FECHA-EMISION.
           MOVE VTO-CUOTA TO RFA-FECHA-VTO.
           MOVE ZERO TO RFA-FECHA-DESDE RFA-FECHA-HASTA.
           IF NRO-CUOTA = CAB-CANT-CUOTAS
               MOVE IMPORTE-ULTIMA TO RFA-IMPORTE RFA-IMPORTE-BRUTO
           ELSE
               MOVE IMPORTE-CUOTA TO RFA-IMPORTE RFA-IMPORTE-BRUTO.
           MOVE ZERO TO RFA-IVA RFA-IMPORTE-MON RFA-CAE RFA-CAE-VTO
               RFA-TASA-IVA RFA-IMP-ABONO RFA-IMP-EXCESO
               RFA-BONIFICACION RFA-COBRADO RFA-AJUSTE-NOTAS
               RFA-IIBB-JURIS RFA-IIBB-ALICUOTA RFA-PERCEPCION.
           MOVE 'Q' TO RFA-TIPO-DOC.
           MOVE NUMERO-PLAN-ACTUAL TO RFA-DOC-REF.
           MOVE SPACES TO RFA-MONEDA RFA-TAREA.
           WRITE RFA-REG.
           IF FS-REGISTRO NOT = ZERO
               DISPLAY "NO SE PUDO GRABAR LA CUOTA " NRO-CUOTA
                   " DEL PLAN " NUMERO-PLAN-ACTUAL " FS: " FS-REGISTRO
               PERFORM LIBERAR-BLOQUEOS
               STOP RUN.
           ADD 1 TO PROXIMO-DOC-PLAN CANT-CUOTAS-GRABADAS.
           MOVE SPACES TO PLN-CUO.
           MOVE NUMERO-PLAN-ACTUAL TO PLN-NUMERO.
           MOVE 'Q' TO PLN-TIPO-REG.
           MOVE NRO-CUOTA TO PLN-CUO-NRO.
           MOVE RFA-NUMERO TO PLN-CUO-DOCUMENTO.
           MOVE VTO-CUOTA TO PLN-CUO-VTO.
           MOVE RFA-IMPORTE-BRUTO TO PLN-CUO-IMPORTE.
           WRITE PLN-CUO.

      * Febrero de 29 en los anios divisibles por 4.
       OBTENER-DIAS-DEL-MES.
           MOVE DIAS-MES(MES-CUOTA) TO DIAS-DEL-MES.
           IF MES-CUOTA = 2
               DIVIDE ANIO-CUOTA BY 4 GIVING COCIENTE-AUX
                   REMAINDER RESTO-AUX
               IF RESTO-AUX = ZERO
                   MOVE 29 TO DIAS-DEL-MES.

       CERRAR-ARCHIVOS.
           CLOSE SOLICITUDES REGISTRO-FACTURAS PLANES-PAGO.
           OPEN OUTPUT NUMERACION-PLANES.
           IF FS-NUMERACION NOT = ZERO
               DISPLAY "ERROR AL GRABAR NUMERACION PLANES FS: "
                   FS-NUMERACION
           ELSE
               MOVE PROXIMO-PLAN TO NUMP-PROXIMO-PLAN
               MOVE PROXIMO-DOC-PLAN TO NUMP-PROXIMO-DOC
               WRITE NUMP-REG
               CLOSE NUMERACION-PLANES.


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
           MOVE 'SEC-SOLPLANES' TO RUTA-LOGICO.
           PERFORM OBTENER-UNA-RUTA.
           MOVE RUTA-OBTENIDA TO RUTA-SOLICITUDES.
           MOVE 'IDX-REGFACTURAS' TO RUTA-LOGICO.
           PERFORM OBTENER-UNA-RUTA.
           MOVE RUTA-OBTENIDA TO RUTA-REGISTRO-FACTURAS.
           MOVE 'COMP-PLANESPAGO' TO RUTA-LOGICO.
           PERFORM OBTENER-UNA-RUTA.
           MOVE RUTA-OBTENIDA TO RUTA-PLANES.
           MOVE 'COMP-NUMPLANES' TO RUTA-LOGICO.
           PERFORM OBTENER-UNA-RUTA.
           MOVE RUTA-OBTENIDA TO RUTA-NUMERACION.

       OBTENER-UNA-RUTA.
           CALL 'OBTENER-RUTA' USING RUTA-LOGICO, RUTA-OBTENIDA,
               FS-RUTA.
           IF FS-RUTA NOT = '00'
               DISPLAY "RUTA NO CONFIGURADA PARA " RUTA-LOGICO
               STOP RUN.

       END PROGRAM CREAR-PLAN-PAGO.
