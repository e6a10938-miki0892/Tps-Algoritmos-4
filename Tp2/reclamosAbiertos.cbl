      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RECLAMOS-ABIERTOS.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Listado semanal de los reclamos abiertos o en revision, por
      * responsable y del mas antiguo al mas nuevo, con tramos de
      * antiguedad desde el alta del reclamo.
           SELECT RECLAMOS        ASSIGN TO RUTA-RECLAMOS
                                  ORGANIZATION IS LINE SEQUENTIAL
                                  FILE STATUS IS FS-RECLAMOS.

           SELECT LISTADO         ASSIGN TO RUTA-LISTADO
                                  ORGANIZATION IS LINE SEQUENTIAL
                                  FILE STATUS IS FS-LISTADO.

           SELECT ARCHIVO-ORDENADO
                                  ASSIGN TO DISK
                                  SORT STATUS IS FS-ORDENADO.

       DATA DIVISION.
       FILE SECTION.

      * RCL-ESTADO: 'A' abierto, 'R' en revision, 'N' resuelto con
      * nota de credito, 'X' rechazado (ver MANTENER-RECLAMOS).
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

       FD LISTADO LABEL RECORD IS STANDARD.
       01 LIS-LINEA PIC X(120).

       SD ARCHIVO-ORDENADO
          DATA RECORD IS REG-ORDENADO.
       01 REG-ORDENADO.
           03 ORD-RESPONSABLE PIC X(10).
           03 ORD-DIAS PIC 9(5).
           03 ORD-NUMERO PIC 9(6).
           03 ORD-FACTURA PIC 9(8).
           03 ORD-CUIT PIC 9(11).
           03 ORD-IMPORTE PIC 9(9)V99.
           03 ORD-MOTIVO PIC X(2).
           03 ORD-ESTADO PIC X(1).
           03 ORD-FECHA-ALTA PIC 9(8).

       WORKING-STORAGE SECTION.

       77 FS-RECLAMOS PIC XX.
       77 FS-LISTADO  PIC XX.
       77 FS-ORDENADO PIC XX.

       01 FECHA-CORRIDA PIC 9(8).
       01 RESPONSABLE-ANTERIOR PIC X(10).
       01 IND-TRAMO PIC 9.

       01 CANT-LEIDOS PIC 9(5) VALUE ZERO.
       01 CANT-ABIERTOS PIC 9(5) VALUE ZERO.
       01 CANT-RESPONSABLE PIC 9(5) VALUE ZERO.
       01 TOTAL-RESPONSABLE PIC 9(10)V99 VALUE ZERO.
       01 TOTAL-GENERAL PIC 9(10)V99 VALUE ZERO.

      * Tramos de antiguedad del reclamo: hasta 7 dias (la semana del
      * listado), 8-30, 31-60 y mas de 60.
       01 TOTALES-TRAMO.
           03 TOTAL-TRAMO OCCURS 4 TIMES.
               05 TOT-TRA-CANT PIC 9(5).
               05 TOT-TRA-IMPORTE PIC 9(10)V99.

      * Datos de la empresa resueltos via OBTENER-EMPRESA por CUIT.
       01 WS-OPCION-EMPRESA PIC X.
       01 EMP-CODIGO-AUX PIC 9(3).
       01 EMP-CUIT-AUX   PIC 9(11).
       01 EMP-RAZON-AUX  PIC X(25).
       01 EMP-DIRE-AUX   PIC X(20).
       01 EMP-TEL-AUX    PIC X(20).
       01 EMP-MAIL-AUX   PIC X(30).

       01 REP-TITULO.
           02 FILLER PIC X(42)
               VALUE 'Reclamos de clientes abiertos al '.
           02 REP-TIT-DD PIC 9(2).
           02 FILLER PIC X VALUE '/'.
           02 REP-TIT-MM PIC 9(2).
           02 FILLER PIC X VALUE '/'.
           02 REP-TIT-AAAA PIC 9(4).

       01 REP-RESPONSABLE.
           02 FILLER PIC X(13) VALUE 'Responsable: '.
           02 REP-RES-CODIGO PIC X(10).

       01 REP-HEADER.
           02 FILLER PIC X(40) VALUE
               'Reclamo Factura  Empresa                '.
           02 FILLER PIC X(40) VALUE
               '    Mot Estado      Alta        Dias  Tr'.
           02 FILLER PIC X(20) VALUE
               'amo      Importe'.

       01 REP-FILA.
           02 REP-FIL-NUMERO PIC 9(6).
           02 FILLER PIC X(2) VALUE SPACES.
           02 REP-FIL-FACTURA PIC 9(8).
           02 FILLER PIC X(1) VALUE SPACE.
           02 REP-FIL-RAZON PIC X(25).
           02 FILLER PIC X(2) VALUE SPACES.
           02 REP-FIL-MOTIVO PIC X(2).
           02 FILLER PIC X(2) VALUE SPACES.
           02 REP-FIL-ESTADO PIC X(11).
           02 FILLER PIC X(1) VALUE SPACE.
           02 REP-FIL-ALTA-DD PIC 9(2).
           02 FILLER PIC X VALUE '/'.
           02 REP-FIL-ALTA-MM PIC 9(2).
           02 FILLER PIC X VALUE '/'.
           02 REP-FIL-ALTA-AAAA PIC 9(4).
           02 FILLER PIC X(1) VALUE SPACE.
           02 REP-FIL-DIAS PIC Z(4)9.
           02 FILLER PIC X(2) VALUE SPACES.
           02 REP-FIL-TRAMO PIC X(5).
           02 FILLER PIC X(1) VALUE SPACE.
           02 REP-FIL-IMPORTE PIC Z(8)9,99.

       01 REP-SUBTOTAL.
           02 FILLER PIC X(18) VALUE '  Total reclamos: '.
           02 REP-SUB-CANT PIC Z(4)9.
           02 FILLER PIC X(12) VALUE '  Importe: '.
           02 REP-SUB-IMPORTE PIC Z(9)9,99.

       01 REP-TRAMO.
           02 FILLER PIC X(8) VALUE 'Tramo '.
           02 REP-TRA-NOMBRE PIC X(6).
           02 FILLER PIC X(11) VALUE 'Reclamos: '.
           02 REP-TRA-CANT PIC Z(4)9.
           02 FILLER PIC X(12) VALUE '  Importe: '.
           02 REP-TRA-IMPORTE PIC Z(9)9,99.

       01 REP-TOTAL.
           02 FILLER PIC X(25) VALUE 'Total reclamos abiertos: '.
           02 REP-TOT-CANT PIC Z(4)9.
           02 FILLER PIC X(12) VALUE '  Importe: '.
           02 REP-TOT-IMPORTE PIC Z(9)9,99.

       01 LINEA-GUION PIC X(120) VALUE ALL "-".
       01 LINEA-BLANCO PIC X(120) VALUE SPACES.


      * Bitacora central de corridas (ver REGISTRAR-CORRIDA): 'I' al
      * arrancar y 'F' con los contadores al terminar normalmente;
      * una corrida abortada no llega a anotar su 'F' y el resumen
      * diario la muestra como anormal.
       01 WS-OPCION-LOG PIC X.
       01 LOG-PROGRAMA-ID PIC X(12) VALUE 'RECLAMOS-ABI'.
       01 LOG-CANT-ENTRADA PIC 9(7) VALUE ZERO.
       01 LOG-CANT-SALIDA PIC 9(7) VALUE ZERO.
       01 LOG-CANT-EXC PIC 9(5) VALUE ZERO.


      * Rutas fisicas de los archivos, resueltas al arrancar desde
      * rutas.dat via OBTENER-RUTA: mover el sistema o armar un
      * ambiente de prueba es cuestion de editar ese archivo.
       77 FS-RUTA PIC XX.
       01 RUTA-LOGICO PIC X(20).
       01 RUTA-OBTENIDA PIC X(100).
       01 RUTA-RECLAMOS PIC X(100).
       01 RUTA-LISTADO PIC X(100).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM CARGAR-RUTAS.
           MOVE 'I' TO WS-OPCION-LOG.
           CALL 'REGISTRAR-CORRIDA' USING WS-OPCION-LOG,
               LOG-PROGRAMA-ID, LOG-CANT-ENTRADA, LOG-CANT-SALIDA,
               LOG-CANT-EXC.
           MOVE FUNCTION CURRENT-DATE(1:8) TO FECHA-CORRIDA.
           INITIALIZE TOTALES-TRAMO.
           SORT ARCHIVO-ORDENADO
               ON ASCENDING KEY ORD-RESPONSABLE
               ON DESCENDING KEY ORD-DIAS
               ON ASCENDING KEY ORD-NUMERO
               INPUT PROCEDURE IS PROCESO-ENTRADA
               OUTPUT PROCEDURE IS PROCESO-SALIDA.
           DISPLAY "RECLAMOS LEIDOS: " CANT-LEIDOS.
           DISPLAY "RECLAMOS ABIERTOS O EN REVISION: " CANT-ABIERTOS
               " POR " TOTAL-GENERAL.
           MOVE CANT-LEIDOS TO LOG-CANT-ENTRADA.
           MOVE CANT-ABIERTOS TO LOG-CANT-SALIDA.
           MOVE 'F' TO WS-OPCION-LOG.
           CALL 'REGISTRAR-CORRIDA' USING WS-OPCION-LOG,
               LOG-PROGRAMA-ID, LOG-CANT-ENTRADA, LOG-CANT-SALIDA,
               LOG-CANT-EXC.
           STOP RUN.

      ******************************************************************
      * Entrega al SORT los reclamos abiertos o en revision con sus
      * dias desde el alta; los cerrados no se listan.
       PROCESO-ENTRADA SECTION.
           OPEN INPUT RECLAMOS.
           IF FS-RECLAMOS NOT = ZERO AND '35'
               DISPLAY "ERROR AL ABRIR RECLAMOS FS: " FS-RECLAMOS
               STOP RUN.
           IF FS-RECLAMOS = ZERO
               PERFORM LEER-RECLAMO
               PERFORM EVALUAR-RECLAMO
                   UNTIL FS-RECLAMOS NOT = ZERO
               CLOSE RECLAMOS.

       RUTINAS-ENTRADA SECTION.

       LEER-RECLAMO.
           READ RECLAMOS.
           IF FS-RECLAMOS NOT = ZERO AND '10'
               DISPLAY "ERROR AL LEER RECLAMOS FS: " FS-RECLAMOS
               STOP RUN.
           IF FS-RECLAMOS = ZERO
               ADD 1 TO CANT-LEIDOS.

       EVALUAR-RECLAMO.
           IF RCL-ESTADO = 'A' OR RCL-ESTADO = 'R'
               MOVE RCL-RESPONSABLE TO ORD-RESPONSABLE
               COMPUTE ORD-DIAS =
                   FUNCTION INTEGER-OF-DATE(FECHA-CORRIDA)
                   - FUNCTION INTEGER-OF-DATE(RCL-FECHA-ALTA)
               MOVE RCL-NUMERO TO ORD-NUMERO
               MOVE RCL-FACTURA TO ORD-FACTURA
               MOVE RCL-CUIT TO ORD-CUIT
               MOVE RCL-IMPORTE TO ORD-IMPORTE
               MOVE RCL-MOTIVO TO ORD-MOTIVO
               MOVE RCL-ESTADO TO ORD-ESTADO
               MOVE RCL-FECHA-ALTA TO ORD-FECHA-ALTA
               RELEASE REG-ORDENADO.
           PERFORM LEER-RECLAMO.

      ******************************************************************
      * Un corte por responsable con su subtotal; al final, el total
      * general y la apertura por tramo de antiguedad.
       PROCESO-SALIDA SECTION.
           OPEN OUTPUT LISTADO.
           IF FS-LISTADO NOT = ZERO
               DISPLAY "ERROR AL ABRIR LISTADO RECLAMOS FS: "
                   FS-LISTADO
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
           MOVE HIGH-VALUES TO RESPONSABLE-ANTERIOR.
           RETURN ARCHIVO-ORDENADO END MOVE '10' TO FS-ORDENADO.
           PERFORM IMPRIMIR-RECLAMO UNTIL FS-ORDENADO = '10'.
           IF CANT-ABIERTOS > ZERO
               PERFORM IMPRIMIR-SUBTOTAL.
           PERFORM IMPRIMIR-TOTALES.
           MOVE 'C' TO WS-OPCION-EMPRESA.
           CALL 'OBTENER-EMPRESA' USING WS-OPCION-EMPRESA,
               EMP-CODIGO-AUX, EMP-CUIT-AUX, EMP-RAZON-AUX,
               EMP-DIRE-AUX, EMP-TEL-AUX, EMP-MAIL-AUX.
           CLOSE LISTADO.

       RUTINAS-SALIDA SECTION.

       IMPRIMIR-RECLAMO.
           IF ORD-RESPONSABLE NOT = RESPONSABLE-ANTERIOR
               IF CANT-ABIERTOS > ZERO
                   PERFORM IMPRIMIR-SUBTOTAL
               END-IF
               MOVE ORD-RESPONSABLE TO RESPONSABLE-ANTERIOR
               MOVE ORD-RESPONSABLE TO REP-RES-CODIGO
               WRITE LIS-LINEA FROM REP-RESPONSABLE
               WRITE LIS-LINEA FROM REP-HEADER
               MOVE ZERO TO CANT-RESPONSABLE TOTAL-RESPONSABLE.
           PERFORM CLASIFICAR-TRAMO.
           MOVE ORD-CUIT TO EMP-CUIT-AUX.
           MOVE SPACES TO EMP-RAZON-AUX.
           MOVE 'P' TO WS-OPCION-EMPRESA.
           CALL 'OBTENER-EMPRESA' USING WS-OPCION-EMPRESA,
               EMP-CODIGO-AUX, EMP-CUIT-AUX, EMP-RAZON-AUX,
               EMP-DIRE-AUX, EMP-TEL-AUX, EMP-MAIL-AUX.
           MOVE ORD-NUMERO TO REP-FIL-NUMERO.
           MOVE ORD-FACTURA TO REP-FIL-FACTURA.
           MOVE EMP-RAZON-AUX TO REP-FIL-RAZON.
           MOVE ORD-MOTIVO TO REP-FIL-MOTIVO.
           IF ORD-ESTADO = 'R'
               MOVE 'EN REVISION' TO REP-FIL-ESTADO
           ELSE
               MOVE 'ABIERTO' TO REP-FIL-ESTADO.
           MOVE ORD-FECHA-ALTA(7:2) TO REP-FIL-ALTA-DD.
           MOVE ORD-FECHA-ALTA(5:2) TO REP-FIL-ALTA-MM.
           MOVE ORD-FECHA-ALTA(1:4) TO REP-FIL-ALTA-AAAA.
           MOVE ORD-DIAS TO REP-FIL-DIAS.
           MOVE ORD-IMPORTE TO REP-FIL-IMPORTE.
           WRITE LIS-LINEA FROM REP-FILA.
           ADD 1 TO CANT-ABIERTOS CANT-RESPONSABLE.
           ADD ORD-IMPORTE TO TOTAL-RESPONSABLE TOTAL-GENERAL.
           RETURN ARCHIVO-ORDENADO END MOVE '10' TO FS-ORDENADO.

       CLASIFICAR-TRAMO.
           EVALUATE TRUE
               WHEN ORD-DIAS <= 7
                   MOVE 1 TO IND-TRAMO
                   MOVE '0-7' TO REP-FIL-TRAMO
               WHEN ORD-DIAS <= 30
                   MOVE 2 TO IND-TRAMO
                   MOVE '8-30' TO REP-FIL-TRAMO
               WHEN ORD-DIAS <= 60
                   MOVE 3 TO IND-TRAMO
                   MOVE '31-60' TO REP-FIL-TRAMO
               WHEN OTHER
                   MOVE 4 TO IND-TRAMO
                   MOVE '+60' TO REP-FIL-TRAMO
           END-EVALUATE.
           ADD 1 TO TOT-TRA-CANT(IND-TRAMO).
           ADD ORD-IMPORTE TO TOT-TRA-IMPORTE(IND-TRAMO).

       IMPRIMIR-SUBTOTAL.
           MOVE CANT-RESPONSABLE TO REP-SUB-CANT.
           MOVE TOTAL-RESPONSABLE TO REP-SUB-IMPORTE.
           WRITE LIS-LINEA FROM REP-SUBTOTAL.
           WRITE LIS-LINEA FROM LINEA-BLANCO.

       IMPRIMIR-TOTALES.
           WRITE LIS-LINEA FROM LINEA-GUION.
           MOVE CANT-ABIERTOS TO REP-TOT-CANT.
           MOVE TOTAL-GENERAL TO REP-TOT-IMPORTE.
           WRITE LIS-LINEA FROM REP-TOTAL.
           PERFORM IMPRIMIR-UN-TRAMO
               VARYING IND-TRAMO FROM 1 BY 1
               UNTIL IND-TRAMO > 4.

       IMPRIMIR-UN-TRAMO.
           EVALUATE IND-TRAMO
               WHEN 1 MOVE '0-7' TO REP-TRA-NOMBRE
               WHEN 2 MOVE '8-30' TO REP-TRA-NOMBRE
               WHEN 3 MOVE '31-60' TO REP-TRA-NOMBRE
               WHEN 4 MOVE '+60' TO REP-TRA-NOMBRE
           END-EVALUATE.
           MOVE TOT-TRA-CANT(IND-TRAMO) TO REP-TRA-CANT.
           MOVE TOT-TRA-IMPORTE(IND-TRAMO) TO REP-TRA-IMPORTE.
           WRITE LIS-LINEA FROM REP-TRAMO.


      * Resuelve todas las rutas de este programa contra rutas.dat;
      * una entrada ausente corta la corrida nombrando el logico
      * que falta.
       CARGAR-RUTAS.
           MOVE 'COMP-RECLAMOS' TO RUTA-LOGICO.
           PERFORM OBTENER-UNA-RUTA.
           MOVE RUTA-OBTENIDA TO RUTA-RECLAMOS.
           MOVE 'SEC-RECLABIERTOS' TO RUTA-LOGICO.
           PERFORM OBTENER-UNA-RUTA.
           MOVE RUTA-OBTENIDA TO RUTA-LISTADO.

       OBTENER-UNA-RUTA.
           CALL 'OBTENER-RUTA' USING RUTA-LOGICO, RUTA-OBTENIDA,
               FS-RUTA.
           IF FS-RUTA NOT = '00'
               DISPLAY "RUTA NO CONFIGURADA PARA " RUTA-LOGICO
               STOP RUN.

       END PROGRAM RECLAMOS-ABIERTOS.
