      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REGISTRAR-CONFORMIDAD.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Respuestas de los clientes cargadas por el operador:
      * 'A' acepta el periodo, 'O' observa una linea, 'F' resuelve
      * una linea observada a facturar, 'X' la resuelve sin facturar.
           SELECT RESPUESTAS ASSIGN TO RUTA-RESPUESTAS
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS FS-RESPUESTAS.

           SELECT CONFORMIDADES ASSIGN TO RUTA-CONFORMIDADES
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS FS-CONFORMIDADES.

           SELECT HORAS-OBSERVADAS ASSIGN TO RUTA-HORAS-OBSERVADAS
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS FS-OBSERVADAS.

           SELECT TIEMPOS         ASSIGN TO RUTA-TIEMPOS
                                  ORGANIZATION IS INDEXED
                                  ACCESS MODE IS DYNAMIC
                                  RECORD KEY IS TIE-CLAVE
                                  ALTERNATE RECORD KEY IS TIE-CUIT
                                  WITH DUPLICATES
                                  FILE STATUS IS FS-TIEMPOS.

      * Respuestas rechazadas y conformidades todavia pendientes.
           SELECT LISTADO      ASSIGN TO RUTA-LISTADO
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS FS-LISTADO.

       DATA DIVISION.
       FILE SECTION.

       FD RESPUESTAS LABEL RECORD IS STANDARD.
       01 RSP-REG.
           03 RSP-TIPO        PIC X(1).
           03 RSP-CUIT        PIC 9(11).
           03 RSP-PERIODO     PIC 9(6).
           03 RSP-CONSULTOR   PIC X(5).
           03 RSP-FECHA-LINEA PIC 9(8).
           03 RSP-FECHA       PIC 9(8).
           03 RSP-OPERADOR    PIC X(10).
           03 RSP-MOTIVO      PIC X(30).

       FD CONFORMIDADES LABEL RECORD IS STANDARD.
       01 CNF-REG.
           03 CNF-CUIT            PIC 9(11).
           03 CNF-PERIODO         PIC 9(6).
           03 CNF-ESTADO          PIC X(1).
           03 CNF-FECHA-ENVIO     PIC 9(8).
           03 CNF-FECHA-RESPUESTA PIC 9(8).
           03 CNF-CANT-LINEAS     PIC 9(5).
           03 CNF-HORAS           PIC 9(5)V99.
           03 CNF-OPERADOR        PIC X(10).

       FD HORAS-OBSERVADAS LABEL RECORD IS STANDARD.
       01 HOB-REG.
           03 HOB-CUIT         PIC 9(11).
           03 HOB-PERIODO      PIC 9(6).
           03 HOB-CONSULTOR    PIC X(5).
           03 HOB-FECHA        PIC 9(8).
           03 HOB-ESTADO       PIC X(1).
           03 HOB-MOTIVO       PIC X(30).
           03 HOB-FECHA-ESTADO PIC 9(8).
           03 HOB-OPERADOR     PIC X(10).

       FD TIEMPOS LABEL RECORD IS STANDARD.
       01 TIE-REG.
           03 TIE-CLAVE.
               05 TIE-NUM PIC X(5).
               05 TIE-FECHA.
                   07 TIE-FECHA-AAAA PIC 9(4).
                   07 TIE-FECHA-MM   PIC 9(2).
                   07 TIE-FECHA-DD   PIC 9(2).
               05 TIE-FECHA-NUM REDEFINES TIE-FECHA PIC 9(8).
               05 TIE-CUIT PIC 9(11).
           03 TIE-TAREA PIC X(4).
           03 TIE-HORAS PIC 9(2)V99.
           03 TIE-TIPO  PIC X(2).
           03 TIE-IMPORTE PIC 9(7)V99.
           03 TIE-GASTO PIC X(1).

       FD LISTADO LABEL RECORD IS STANDARD.
       01 LIS-LINEA PIC X(100).

       WORKING-STORAGE SECTION.

       77 FS-RESPUESTAS    PIC XX.
       77 FS-CONFORMIDADES PIC XX.
       77 FS-OBSERVADAS    PIC XX.
       77 FS-TIEMPOS       PIC XX.
       77 FS-LISTADO       PIC XX.

       01 FECHA-CORRIDA PIC 9(8).
       01 FECHA-RESPUESTA PIC 9(8).
       01 DIAS-PENDIENTE PIC 9(5).

       01 TABLA-CONFORMIDADES.
           03 FILA-CONFORMIDAD OCCURS 1000 TIMES.
               05 TAB-CNF-CUIT            PIC 9(11).
               05 TAB-CNF-PERIODO         PIC 9(6).
               05 TAB-CNF-ESTADO          PIC X(1).
               05 TAB-CNF-FECHA-ENVIO     PIC 9(8).
               05 TAB-CNF-FECHA-RESPUESTA PIC 9(8).
               05 TAB-CNF-CANT-LINEAS     PIC 9(5).
               05 TAB-CNF-HORAS           PIC 9(5)V99.
               05 TAB-CNF-OPERADOR        PIC X(10).
       01 CANT-CONFORMIDADES PIC 9(4) VALUE ZERO.
       01 SUB-CNF PIC 9(4).
       01 IND-CNF-ACT PIC 9(4).

       01 TABLA-OBSERVADAS.
           03 FILA-OBSERVADA OCCURS 2000 TIMES.
               05 TAB-HOB-CUIT         PIC 9(11).
               05 TAB-HOB-PERIODO      PIC 9(6).
               05 TAB-HOB-CONSULTOR    PIC X(5).
               05 TAB-HOB-FECHA        PIC 9(8).
               05 TAB-HOB-ESTADO       PIC X(1).
               05 TAB-HOB-MOTIVO       PIC X(30).
               05 TAB-HOB-FECHA-ESTADO PIC 9(8).
               05 TAB-HOB-OPERADOR     PIC X(10).
       01 CANT-OBSERVADAS PIC 9(4) VALUE ZERO.
       01 SUB-HOB PIC 9(4).
       01 IND-HOB-ACT PIC 9(4).

       01 MOTIVO-RECHAZO PIC X(40).
       01 SW-RESPUESTA PIC X.
           88 RESPUESTA-VALIDA VALUE 'S'.
           88 RESPUESTA-RECHAZADA VALUE 'N'.

       01 CANT-LEIDAS PIC 9(5) VALUE ZERO.
       01 CANT-APLICADAS PIC 9(5) VALUE ZERO.
       01 CANT-RECHAZADAS PIC 9(5) VALUE ZERO.
       01 CANT-PENDIENTES PIC 9(5) VALUE ZERO.
       01 CANT-ABIERTAS PIC 9(5) VALUE ZERO.

       01 LINEA-GUION PIC X(100) VALUE ALL "-".

       01 LIS-TITULO-RECHAZOS PIC X(100) VALUE
           'RESPUESTAS DE CONFORMIDAD RECHAZADAS'.

       01 LIS-RECHAZO.
           02 LIS-RCH-TIPO PIC X(1).
           02 FILLER PIC X(2) VALUE SPACES.
           02 LIS-RCH-CUIT PIC 9(11).
           02 FILLER PIC X(2) VALUE SPACES.
           02 LIS-RCH-PERIODO PIC 9(6).
           02 FILLER PIC X(2) VALUE SPACES.
           02 LIS-RCH-CONSULTOR PIC X(5).
           02 FILLER PIC X(2) VALUE SPACES.
           02 LIS-RCH-FECHA PIC 9(8).
           02 FILLER PIC X(2) VALUE SPACES.
           02 LIS-RCH-MOTIVO PIC X(40).

       01 LIS-TITULO-PENDIENTES PIC X(100) VALUE
           'CONFORMIDADES PENDIENTES DE RESPUESTA'.

       01 LIS-HEADER-PENDIENTES.
           02 FILLER PIC X(13) VALUE 'CUIT'.
           02 FILLER PIC X(9) VALUE 'Periodo'.
           02 FILLER PIC X(12) VALUE 'Enviado'.
           02 FILLER PIC X(8) VALUE ' Dias'.
           02 FILLER PIC X(8) VALUE 'Lineas'.
           02 FILLER PIC X(8) VALUE '  Horas'.

       01 LIS-PENDIENTE.
           02 LIS-PEN-CUIT PIC 9(11).
           02 FILLER PIC X(2) VALUE SPACES.
           02 LIS-PEN-PERIODO PIC 9(6).
           02 FILLER PIC X(3) VALUE SPACES.
           02 LIS-PEN-DD PIC 9(2).
           02 FILLER PIC X VALUE '/'.
           02 LIS-PEN-MM PIC 9(2).
           02 FILLER PIC X VALUE '/'.
           02 LIS-PEN-AAAA PIC 9(4).
           02 FILLER PIC X(2) VALUE SPACES.
           02 LIS-PEN-DIAS PIC ZZZZ9.
           02 FILLER PIC X(3) VALUE SPACES.
           02 LIS-PEN-LINEAS PIC ZZZZ9.
           02 FILLER PIC X(2) VALUE SPACES.
           02 LIS-PEN-HORAS PIC ZZZZ9,99.

       01 LIS-TITULO-ABIERTAS PIC X(100) VALUE
           'LINEAS OBSERVADAS SIN RESOLVER (RETENIDAS DE LA FACTURA)'.

       01 LIS-ABIERTA.
           02 LIS-ABI-CUIT PIC 9(11).
           02 FILLER PIC X(2) VALUE SPACES.
           02 LIS-ABI-PERIODO PIC 9(6).
           02 FILLER PIC X(2) VALUE SPACES.
           02 LIS-ABI-CONSULTOR PIC X(5).
           02 FILLER PIC X(2) VALUE SPACES.
           02 LIS-ABI-DD PIC 9(2).
           02 FILLER PIC X VALUE '/'.
           02 LIS-ABI-MM PIC 9(2).
           02 FILLER PIC X VALUE '/'.
           02 LIS-ABI-AAAA PIC 9(4).
           02 FILLER PIC X(2) VALUE SPACES.
           02 LIS-ABI-MOTIVO PIC X(30).

       01 LIS-TOTALES.
           02 FILLER PIC X(20) VALUE 'Periodos pendientes:'.
           02 LIS-TOT-PENDIENTES PIC ZZZZ9.
           02 FILLER PIC X(22) VALUE '   Lineas retenidas: '.
           02 LIS-TOT-ABIERTAS PIC ZZZZ9.


      * Bitacora central de corridas (ver REGISTRAR-CORRIDA): 'I' al
      * arrancar y 'F' con los contadores al terminar normalmente;
      * una corrida abortada no llega a anotar su 'F' y el resumen
      * diario la muestra como anormal.
       01 WS-OPCION-LOG PIC X.
       01 LOG-PROGRAMA-ID PIC X(12) VALUE 'REGIST-CONF'.
       01 LOG-CANT-ENTRADA PIC 9(7) VALUE ZERO.
       01 LOG-CANT-SALIDA PIC 9(7) VALUE ZERO.
       01 LOG-CANT-EXC PIC 9(5) VALUE ZERO.


      * Rutas fisicas de los archivos, resueltas al arrancar desde
      * rutas.dat via OBTENER-RUTA: mover el sistema o armar un
      * ambiente de prueba es cuestion de editar ese archivo.
       77 FS-RUTA PIC XX.
       01 RUTA-LOGICO PIC X(20).
       01 RUTA-OBTENIDA PIC X(100).
       01 RUTA-RESPUESTAS PIC X(100).
       01 RUTA-CONFORMIDADES PIC X(100).
       01 RUTA-HORAS-OBSERVADAS PIC X(100).
       01 RUTA-TIEMPOS PIC X(100).
       01 RUTA-LISTADO PIC X(100).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM CARGAR-RUTAS.
           MOVE 'I' TO WS-OPCION-LOG.
           CALL 'REGISTRAR-CORRIDA' USING WS-OPCION-LOG,
               LOG-PROGRAMA-ID, LOG-CANT-ENTRADA, LOG-CANT-SALIDA,
               LOG-CANT-EXC.
           MOVE FUNCTION CURRENT-DATE(1:8) TO FECHA-CORRIDA.
           PERFORM CARGAR-CONFORMIDADES.
           PERFORM CARGAR-OBSERVADAS.
           PERFORM ABRIR-ARCHIVOS.
           IF FS-RESPUESTAS = ZERO
               READ RESPUESTAS
               PERFORM PROCESAR-RESPUESTA
                   UNTIL FS-RESPUESTAS NOT = ZERO
               CLOSE RESPUESTAS.
           CLOSE TIEMPOS.
           PERFORM LISTAR-PENDIENTES.
           CLOSE LISTADO.
           PERFORM REGRABAR-CONFORMIDADES.
           PERFORM REGRABAR-OBSERVADAS.
           DISPLAY "RESPUESTAS LEIDAS: " CANT-LEIDAS
               "  APLICADAS: " CANT-APLICADAS
               "  RECHAZADAS: " CANT-RECHAZADAS.
           DISPLAY "PERIODOS PENDIENTES: " CANT-PENDIENTES
               "  LINEAS RETENIDAS: " CANT-ABIERTAS.
           MOVE CANT-LEIDAS TO LOG-CANT-ENTRADA.
           MOVE CANT-APLICADAS TO LOG-CANT-SALIDA.
           MOVE CANT-RECHAZADAS TO LOG-CANT-EXC.
           MOVE 'F' TO WS-OPCION-LOG.
           CALL 'REGISTRAR-CORRIDA' USING WS-OPCION-LOG,
               LOG-PROGRAMA-ID, LOG-CANT-ENTRADA, LOG-CANT-SALIDA,
               LOG-CANT-EXC.
           STOP RUN.

       CARGAR-CONFORMIDADES.
           OPEN INPUT CONFORMIDADES.
           IF FS-CONFORMIDADES NOT = ZERO AND '35'
               DISPLAY "ERROR AL ABRIR CONFORMIDADES FS: "
                   FS-CONFORMIDADES
               STOP RUN.
           IF FS-CONFORMIDADES = ZERO
               READ CONFORMIDADES
               PERFORM CARGAR-UNA-CONFORMIDAD
                   UNTIL FS-CONFORMIDADES NOT = ZERO
               CLOSE CONFORMIDADES.

       CARGAR-UNA-CONFORMIDAD.
           IF CANT-CONFORMIDADES >= 1000
               DISPLAY "CONFORMIDADES EXCEDE LOS 1000 REGISTROS"
               STOP RUN.
           ADD 1 TO CANT-CONFORMIDADES.
           MOVE CNF-REG TO FILA-CONFORMIDAD(CANT-CONFORMIDADES).
           READ CONFORMIDADES.

       CARGAR-OBSERVADAS.
           OPEN INPUT HORAS-OBSERVADAS.
           IF FS-OBSERVADAS NOT = ZERO AND '35'
               DISPLAY "ERROR AL ABRIR HORAS OBSERVADAS FS: "
                   FS-OBSERVADAS
               STOP RUN.
           IF FS-OBSERVADAS = ZERO
               READ HORAS-OBSERVADAS
               PERFORM CARGAR-UNA-OBSERVADA
                   UNTIL FS-OBSERVADAS NOT = ZERO
               CLOSE HORAS-OBSERVADAS.

       CARGAR-UNA-OBSERVADA.
           IF CANT-OBSERVADAS >= 2000
               DISPLAY "HORAS OBSERVADAS EXCEDE LOS 2000 REGISTROS"
               STOP RUN.
           ADD 1 TO CANT-OBSERVADAS.
           MOVE HOB-REG TO FILA-OBSERVADA(CANT-OBSERVADAS).
           READ HORAS-OBSERVADAS.

      * Sin respuestas para cargar la corrida igual emite el listado
      * de pendientes.
       ABRIR-ARCHIVOS.
           OPEN INPUT RESPUESTAS.
           IF FS-RESPUESTAS NOT = ZERO AND '35'
               DISPLAY "ERROR AL ABRIR RESPUESTAS FS: " FS-RESPUESTAS
               STOP RUN.
           OPEN INPUT TIEMPOS.
           IF FS-TIEMPOS NOT = ZERO
               DISPLAY "ERROR AL ABRIR TIEMPOS FS: " FS-TIEMPOS
               STOP RUN.
           OPEN OUTPUT LISTADO.
           IF FS-LISTADO NOT = ZERO
               DISPLAY "ERROR AL ABRIR LISTADO FS: " FS-LISTADO
               STOP RUN.
           WRITE LIS-LINEA FROM LIS-TITULO-RECHAZOS.
           WRITE LIS-LINEA FROM LINEA-GUION.

      ******************************************************************
      * Cada respuesta se valida contra la conformidad emitida y, si
      * nombra una linea, contra TIEMPOS; la rechazada no toca nada y
      * sale en el listado con el motivo.
       PROCESAR-RESPUESTA.
           ADD 1 TO CANT-LEIDAS.
           SET RESPUESTA-VALIDA TO TRUE.
           IF RSP-FECHA NUMERIC AND RSP-FECHA > ZERO
               MOVE RSP-FECHA TO FECHA-RESPUESTA
           ELSE
               MOVE FECHA-CORRIDA TO FECHA-RESPUESTA.
           PERFORM UBICAR-CONFORMIDAD.
           IF IND-CNF-ACT = ZERO
               MOVE 'PERIODO SIN DETALLE EMITIDO' TO MOTIVO-RECHAZO
               SET RESPUESTA-RECHAZADA TO TRUE
           ELSE
               EVALUATE RSP-TIPO
                   WHEN 'A'
                       PERFORM ACEPTAR-PERIODO
                   WHEN 'O'
                       PERFORM OBSERVAR-LINEA
                   WHEN 'F'
                   WHEN 'X'
                       PERFORM RESOLVER-LINEA
                   WHEN OTHER
                       MOVE 'TIPO DE RESPUESTA INVALIDO'
                           TO MOTIVO-RECHAZO
                       SET RESPUESTA-RECHAZADA TO TRUE
               END-EVALUATE.
           IF RESPUESTA-VALIDA
               ADD 1 TO CANT-APLICADAS
           ELSE
               PERFORM LISTAR-RECHAZO.
           READ RESPUESTAS.

       UBICAR-CONFORMIDAD.
           MOVE ZERO TO IND-CNF-ACT.
           PERFORM COMPARAR-CONFORMIDAD
               VARYING SUB-CNF FROM 1 BY 1
               UNTIL SUB-CNF > CANT-CONFORMIDADES
               OR IND-CNF-ACT NOT = ZERO.

       COMPARAR-CONFORMIDAD.
           IF TAB-CNF-CUIT(SUB-CNF) = RSP-CUIT
               AND TAB-CNF-PERIODO(SUB-CNF) = RSP-PERIODO
               MOVE SUB-CNF TO IND-CNF-ACT.

      * Aceptar un periodo con lineas todavia observadas lo deja como
      * aceptado con observaciones: se factura todo menos esas lineas.
       ACEPTAR-PERIODO.
           MOVE 'A' TO TAB-CNF-ESTADO(IND-CNF-ACT).
           PERFORM VERIFICAR-ABIERTA-PERIODO
               VARYING SUB-HOB FROM 1 BY 1
               UNTIL SUB-HOB > CANT-OBSERVADAS.
           PERFORM ANOTAR-RESPUESTA.

       VERIFICAR-ABIERTA-PERIODO.
           IF TAB-HOB-CUIT(SUB-HOB) = RSP-CUIT
               AND TAB-HOB-PERIODO(SUB-HOB) = RSP-PERIODO
               AND TAB-HOB-ESTADO(SUB-HOB) = 'O'
               MOVE 'O' TO TAB-CNF-ESTADO(IND-CNF-ACT).

       ANOTAR-RESPUESTA.
           MOVE FECHA-RESPUESTA TO
               TAB-CNF-FECHA-RESPUESTA(IND-CNF-ACT).
           MOVE RSP-OPERADOR TO TAB-CNF-OPERADOR(IND-CNF-ACT).

      * Observar una linea equivale a contestar el periodo: el resto
      * de las lineas queda aceptado y la observada retenida.
       OBSERVAR-LINEA.
           IF RSP-FECHA-LINEA NOT NUMERIC
               OR RSP-FECHA-LINEA(1:6) NOT = RSP-PERIODO
               MOVE 'FECHA DE LINEA FUERA DEL PERIODO'
                   TO MOTIVO-RECHAZO
               SET RESPUESTA-RECHAZADA TO TRUE
           ELSE
               MOVE RSP-CONSULTOR TO TIE-NUM
               MOVE RSP-FECHA-LINEA TO TIE-FECHA-NUM
               MOVE RSP-CUIT TO TIE-CUIT
               READ TIEMPOS KEY IS TIE-CLAVE
               IF FS-TIEMPOS NOT = ZERO
                   MOVE 'LINEA INEXISTENTE EN TIEMPOS'
                       TO MOTIVO-RECHAZO
                   SET RESPUESTA-RECHAZADA TO TRUE.
           IF RESPUESTA-VALIDA
               PERFORM UBICAR-OBSERVADA
               IF IND-HOB-ACT = ZERO
                   PERFORM AGREGAR-OBSERVADA
               END-IF
               MOVE 'O' TO TAB-HOB-ESTADO(IND-HOB-ACT)
               MOVE RSP-MOTIVO TO TAB-HOB-MOTIVO(IND-HOB-ACT)
               MOVE FECHA-RESPUESTA TO
                   TAB-HOB-FECHA-ESTADO(IND-HOB-ACT)
               MOVE RSP-OPERADOR TO TAB-HOB-OPERADOR(IND-HOB-ACT)
               MOVE 'O' TO TAB-CNF-ESTADO(IND-CNF-ACT)
               PERFORM ANOTAR-RESPUESTA.

       AGREGAR-OBSERVADA.
           IF CANT-OBSERVADAS >= 2000
               DISPLAY "HORAS OBSERVADAS EXCEDE LOS 2000 REGISTROS"
               STOP RUN.
           ADD 1 TO CANT-OBSERVADAS.
           MOVE CANT-OBSERVADAS TO IND-HOB-ACT.
           MOVE RSP-CUIT TO TAB-HOB-CUIT(IND-HOB-ACT).
           MOVE RSP-PERIODO TO TAB-HOB-PERIODO(IND-HOB-ACT).
           MOVE RSP-CONSULTOR TO TAB-HOB-CONSULTOR(IND-HOB-ACT).
           MOVE RSP-FECHA-LINEA TO TAB-HOB-FECHA(IND-HOB-ACT).

       UBICAR-OBSERVADA.
           MOVE ZERO TO IND-HOB-ACT.
           PERFORM COMPARAR-OBSERVADA
               VARYING SUB-HOB FROM 1 BY 1
               UNTIL SUB-HOB > CANT-OBSERVADAS
               OR IND-HOB-ACT NOT = ZERO.

       COMPARAR-OBSERVADA.
           IF TAB-HOB-CUIT(SUB-HOB) = RSP-CUIT
               AND TAB-HOB-CONSULTOR(SUB-HOB) = RSP-CONSULTOR
               AND TAB-HOB-FECHA(SUB-HOB) = RSP-FECHA-LINEA
               MOVE SUB-HOB TO IND-HOB-ACT.

      * 'F' libera la linea para la proxima corrida definitiva; 'X' la
      * deja fuera de la facturacion en forma permanente.
       RESOLVER-LINEA.
           PERFORM UBICAR-OBSERVADA.
           IF IND-HOB-ACT = ZERO
               MOVE 'LINEA NO OBSERVADA' TO MOTIVO-RECHAZO
               SET RESPUESTA-RECHAZADA TO TRUE
           ELSE
               IF TAB-HOB-ESTADO(IND-HOB-ACT) NOT = 'O'
                   MOVE 'OBSERVACION YA RESUELTA' TO MOTIVO-RECHAZO
                   SET RESPUESTA-RECHAZADA TO TRUE
               ELSE
                   MOVE RSP-TIPO TO TAB-HOB-ESTADO(IND-HOB-ACT)
                   MOVE FECHA-RESPUESTA TO
                       TAB-HOB-FECHA-ESTADO(IND-HOB-ACT)
                   MOVE RSP-OPERADOR TO TAB-HOB-OPERADOR(IND-HOB-ACT)
                   IF RSP-MOTIVO NOT = SPACES
                       MOVE RSP-MOTIVO TO TAB-HOB-MOTIVO(IND-HOB-ACT).

       LISTAR-RECHAZO.
           ADD 1 TO CANT-RECHAZADAS.
           MOVE RSP-TIPO TO LIS-RCH-TIPO.
           MOVE RSP-CUIT TO LIS-RCH-CUIT.
           MOVE RSP-PERIODO TO LIS-RCH-PERIODO.
           MOVE RSP-CONSULTOR TO LIS-RCH-CONSULTOR.
           MOVE RSP-FECHA-LINEA TO LIS-RCH-FECHA.
           MOVE MOTIVO-RECHAZO TO LIS-RCH-MOTIVO.
           WRITE LIS-LINEA FROM LIS-RECHAZO.

      ******************************************************************
      * Quien no contesto todavia y que lineas siguen retenidas.
       LISTAR-PENDIENTES.
           MOVE SPACES TO LIS-LINEA.
           WRITE LIS-LINEA.
           WRITE LIS-LINEA FROM LIS-TITULO-PENDIENTES.
           WRITE LIS-LINEA FROM LINEA-GUION.
           WRITE LIS-LINEA FROM LIS-HEADER-PENDIENTES.
           PERFORM LISTAR-UNA-PENDIENTE
               VARYING SUB-CNF FROM 1 BY 1
               UNTIL SUB-CNF > CANT-CONFORMIDADES.
           MOVE SPACES TO LIS-LINEA.
           WRITE LIS-LINEA.
           WRITE LIS-LINEA FROM LIS-TITULO-ABIERTAS.
           WRITE LIS-LINEA FROM LINEA-GUION.
           PERFORM LISTAR-UNA-ABIERTA
               VARYING SUB-HOB FROM 1 BY 1
               UNTIL SUB-HOB > CANT-OBSERVADAS.
           WRITE LIS-LINEA FROM LINEA-GUION.
           MOVE CANT-PENDIENTES TO LIS-TOT-PENDIENTES.
           MOVE CANT-ABIERTAS TO LIS-TOT-ABIERTAS.
           WRITE LIS-LINEA FROM LIS-TOTALES.

       LISTAR-UNA-PENDIENTE.
           IF TAB-CNF-ESTADO(SUB-CNF) = 'P'
               ADD 1 TO CANT-PENDIENTES
               COMPUTE DIAS-PENDIENTE =
                   FUNCTION INTEGER-OF-DATE(FECHA-CORRIDA)
                   - FUNCTION INTEGER-OF-DATE(
                       TAB-CNF-FECHA-ENVIO(SUB-CNF))
               MOVE TAB-CNF-CUIT(SUB-CNF) TO LIS-PEN-CUIT
               MOVE TAB-CNF-PERIODO(SUB-CNF) TO LIS-PEN-PERIODO
               MOVE TAB-CNF-FECHA-ENVIO(SUB-CNF)(7:2) TO LIS-PEN-DD
               MOVE TAB-CNF-FECHA-ENVIO(SUB-CNF)(5:2) TO LIS-PEN-MM
               MOVE TAB-CNF-FECHA-ENVIO(SUB-CNF)(1:4) TO LIS-PEN-AAAA
               MOVE DIAS-PENDIENTE TO LIS-PEN-DIAS
               MOVE TAB-CNF-CANT-LINEAS(SUB-CNF) TO LIS-PEN-LINEAS
               MOVE TAB-CNF-HORAS(SUB-CNF) TO LIS-PEN-HORAS
               WRITE LIS-LINEA FROM LIS-PENDIENTE.

       LISTAR-UNA-ABIERTA.
           IF TAB-HOB-ESTADO(SUB-HOB) = 'O'
               ADD 1 TO CANT-ABIERTAS
               MOVE TAB-HOB-CUIT(SUB-HOB) TO LIS-ABI-CUIT
               MOVE TAB-HOB-PERIODO(SUB-HOB) TO LIS-ABI-PERIODO
               MOVE TAB-HOB-CONSULTOR(SUB-HOB) TO LIS-ABI-CONSULTOR
               MOVE TAB-HOB-FECHA(SUB-HOB)(7:2) TO LIS-ABI-DD
               MOVE TAB-HOB-FECHA(SUB-HOB)(5:2) TO LIS-ABI-MM
               MOVE TAB-HOB-FECHA(SUB-HOB)(1:4) TO LIS-ABI-AAAA
               MOVE TAB-HOB-MOTIVO(SUB-HOB) TO LIS-ABI-MOTIVO
               WRITE LIS-LINEA FROM LIS-ABIERTA.

       REGRABAR-CONFORMIDADES.
           OPEN OUTPUT CONFORMIDADES.
           IF FS-CONFORMIDADES NOT = ZERO
               DISPLAY "ERROR AL REGRABAR CONFORMIDADES FS: "
                   FS-CONFORMIDADES
               STOP RUN.
           PERFORM GRABAR-UNA-CONFORMIDAD
               VARYING SUB-CNF FROM 1 BY 1
               UNTIL SUB-CNF > CANT-CONFORMIDADES.
           CLOSE CONFORMIDADES.

       GRABAR-UNA-CONFORMIDAD.
           MOVE FILA-CONFORMIDAD(SUB-CNF) TO CNF-REG.
           WRITE CNF-REG.

       REGRABAR-OBSERVADAS.
           OPEN OUTPUT HORAS-OBSERVADAS.
           IF FS-OBSERVADAS NOT = ZERO
               DISPLAY "ERROR AL REGRABAR HORAS OBSERVADAS FS: "
                   FS-OBSERVADAS
               STOP RUN.
           PERFORM GRABAR-UNA-OBSERVADA
               VARYING SUB-HOB FROM 1 BY 1
               UNTIL SUB-HOB > CANT-OBSERVADAS.
           CLOSE HORAS-OBSERVADAS.

       GRABAR-UNA-OBSERVADA.
           MOVE FILA-OBSERVADA(SUB-HOB) TO HOB-REG.
           WRITE HOB-REG.


      * Resuelve todas las rutas de este programa contra rutas.dat;
      * una entrada ausente corta la corrida nombrando el logico
      * que falta.
       CARGAR-RUTAS.
           MOVE 'SEC-RESPCONF' TO RUTA-LOGICO.
           PERFORM OBTENER-UNA-RUTA.
           MOVE RUTA-OBTENIDA TO RUTA-RESPUESTAS.
           MOVE 'SEC-CONFORMIDADES' TO RUTA-LOGICO.
           PERFORM OBTENER-UNA-RUTA.
           MOVE RUTA-OBTENIDA TO RUTA-CONFORMIDADES.
           MOVE 'SEC-HORASOBSERV' TO RUTA-LOGICO.
           PERFORM OBTENER-UNA-RUTA.
           MOVE RUTA-OBTENIDA TO RUTA-HORAS-OBSERVADAS.
           MOVE 'IDX-TIMES' TO RUTA-LOGICO.
           PERFORM OBTENER-UNA-RUTA.
           MOVE RUTA-OBTENIDA TO RUTA-TIEMPOS.
           MOVE 'SEC-PENDCONF' TO RUTA-LOGICO.
           PERFORM OBTENER-UNA-RUTA.
           MOVE RUTA-OBTENIDA TO RUTA-LISTADO.

       OBTENER-UNA-RUTA.
           CALL 'OBTENER-RUTA' USING RUTA-LOGICO, RUTA-OBTENIDA,
               FS-RUTA.
           IF FS-RUTA NOT = '00'
               DISPLAY "RUTA NO CONFIGURADA PARA " RUTA-LOGICO
               STOP RUN.

       END PROGRAM REGISTRAR-CONFORMIDAD.
