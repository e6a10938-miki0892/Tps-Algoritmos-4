      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VENCIMIENTO-CERTIF.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Certificaciones que vencen dentro de los proximos 60 dias
      * (y las ya vencidas, para que no queden olvidadas), en orden
      * de vencimiento.
           SELECT HABILIDADES     ASSIGN TO RUTA-HABILIDADES
                                  ORGANIZATION IS LINE SEQUENTIAL
                                  FILE STATUS IS FS-HABILIDADES.

           SELECT CONSULTORES     ASSIGN TO RUTA-CONSULTORES
                                  ORGANIZATION IS INDEXED
                                  ACCESS MODE IS RANDOM
                                  RECORD KEY IS CONS-NUM
                                  FILE STATUS IS FS-CONSULTORES.

           SELECT VENCIMIENTOS    ASSIGN TO RUTA-VENCIMIENTOS
                                  ORGANIZATION IS LINE SEQUENTIAL
                                  FILE STATUS IS FS-VENCIMIENTOS.

           SELECT ARCHIVO-ORDENADO
                                  ASSIGN TO DISK
                                  SORT STATUS IS FS-ORDENADO.

       DATA DIVISION.
       FILE SECTION.

       FD HABILIDADES LABEL RECORD IS STANDARD.
       01 HAB-REG.
           03 HAB-CONSULTOR PIC X(5).
           03 HAB-CODIGO PIC X(6).
           03 HAB-NIVEL PIC 9(1).
           03 HAB-CERTIFICACION PIC X(25).
           03 HAB-VENCE-CERT PIC 9(8).

       FD CONSULTORES LABEL RECORD IS STANDARD.
       01 CONS-REG.
           03 CONS-NUM PIC X(5).
           03 CONS-DNI PIC 9(8).
           03 CONS-SRT PIC X(2).
           03 CONS-NOM PIC X(25).
           03 CONS-DIR PIC X(20).
           03 CONS-TEL PIC X(20).
           03 CONS-MAIL PIC X(30).
           03 CONS-ESTADO PIC X(1).
           03 CONS-FECHA-BAJA PIC 9(8).
           03 CONS-CBU PIC 9(22).

       FD VENCIMIENTOS LABEL RECORD IS STANDARD.
       01 VEN-LINEA PIC X(120).

       SD ARCHIVO-ORDENADO
          DATA RECORD IS REG-ORDENADO.
       01 REG-ORDENADO.
           03 ORD-VENCE-CERT PIC 9(8).
           03 ORD-CONSULTOR PIC X(5).
           03 ORD-CODIGO PIC X(6).
           03 ORD-CERTIFICACION PIC X(25).
           03 ORD-DIAS PIC S9(5).

       WORKING-STORAGE SECTION.

       77 FS-HABILIDADES  PIC XX.
       77 FS-CONSULTORES  PIC XX.
       77 FS-VENCIMIENTOS PIC XX.
       77 FS-ORDENADO     PIC XX.

       01 DIAS-AVISO PIC 9(3) VALUE 60.
       01 FECHA-CORRIDA PIC 9(8).
       01 FECHA-LIMITE PIC 9(8).
       01 DIAS-AUXILIAR PIC 9(8).

       01 CANT-LEIDAS PIC 9(5) VALUE ZERO.
       01 CANT-A-VENCER PIC 9(5) VALUE ZERO.
       01 CANT-VENCIDAS PIC 9(5) VALUE ZERO.

       01 REP-TITULO.
           02 FILLER PIC X(42)
               VALUE 'Certificaciones a vencer al '.
           02 REP-TIT-LIMITE PIC 9(8).
           02 FILLER PIC X(13) VALUE '  (corrida: '.
           02 REP-TIT-CORRIDA PIC 9(8).
           02 FILLER PIC X(1) VALUE ')'.

       01 REP-HEADER.
           02 FILLER PIC X(40) VALUE
               'Vence     Dias  Cons.  Nombre           '.
           02 FILLER PIC X(40) VALUE
               '         Habil. Certificacion'.

       01 REP-FILA.
           02 REP-FIL-VENCE PIC 9(8).
           02 FILLER PIC X(1) VALUE SPACE.
           02 REP-FIL-DIAS PIC -(4)9.
           02 FILLER PIC X(2) VALUE SPACES.
           02 REP-FIL-CONSULTOR PIC X(5).
           02 FILLER PIC X(2) VALUE SPACES.
           02 REP-FIL-NOMBRE PIC X(25).
           02 FILLER PIC X(1) VALUE SPACE.
           02 REP-FIL-CODIGO PIC X(6).
           02 FILLER PIC X(1) VALUE SPACE.
           02 REP-FIL-CERTIFICACION PIC X(25).
           02 FILLER PIC X(2) VALUE SPACES.
           02 REP-FIL-MARCA PIC X(11).

       01 LINEA-GUION PIC X(120) VALUE ALL "-".


      * Bitacora central de corridas (ver REGISTRAR-CORRIDA): 'I' al
      * arrancar y 'F' con los contadores al terminar normalmente;
      * una corrida abortada no llega a anotar su 'F' y el resumen
      * diario la muestra como anormal.
       01 WS-OPCION-LOG PIC X.
       01 LOG-PROGRAMA-ID PIC X(12) VALUE 'VENCE-CERTIF'.
       01 LOG-CANT-ENTRADA PIC 9(7) VALUE ZERO.
       01 LOG-CANT-SALIDA PIC 9(7) VALUE ZERO.
       01 LOG-CANT-EXC PIC 9(5) VALUE ZERO.


      * Rutas fisicas de los archivos, resueltas al arrancar desde
      * rutas.dat via OBTENER-RUTA: mover el sistema o armar un
      * ambiente de prueba es cuestion de editar ese archivo.
       77 FS-RUTA PIC XX.
       01 RUTA-LOGICO PIC X(20).
       01 RUTA-OBTENIDA PIC X(100).
       01 RUTA-HABILIDADES PIC X(100).
       01 RUTA-CONSULTORES PIC X(100).
       01 RUTA-VENCIMIENTOS PIC X(100).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM CARGAR-RUTAS.
           MOVE 'I' TO WS-OPCION-LOG.
           CALL 'REGISTRAR-CORRIDA' USING WS-OPCION-LOG,
               LOG-PROGRAMA-ID, LOG-CANT-ENTRADA, LOG-CANT-SALIDA,
               LOG-CANT-EXC.
           MOVE FUNCTION CURRENT-DATE(1:8) TO FECHA-CORRIDA.
           COMPUTE DIAS-AUXILIAR =
               FUNCTION INTEGER-OF-DATE(FECHA-CORRIDA) + DIAS-AVISO.
           MOVE FUNCTION DATE-OF-INTEGER(DIAS-AUXILIAR) TO FECHA-LIMITE.
           SORT ARCHIVO-ORDENADO
               ON ASCENDING KEY ORD-VENCE-CERT ORD-CONSULTOR
               INPUT PROCEDURE IS PROCESO-ENTRADA
               OUTPUT PROCEDURE IS PROCESO-SALIDA.
           DISPLAY "HABILIDADES LEIDAS: " CANT-LEIDAS.
           DISPLAY "CERTIFICACIONES A VENCER: " CANT-A-VENCER.
           DISPLAY "CERTIFICACIONES YA VENCIDAS: " CANT-VENCIDAS.
           MOVE CANT-LEIDAS TO LOG-CANT-ENTRADA.
           COMPUTE LOG-CANT-SALIDA = CANT-A-VENCER + CANT-VENCIDAS.
           MOVE CANT-VENCIDAS TO LOG-CANT-EXC.
           MOVE 'F' TO WS-OPCION-LOG.
           CALL 'REGISTRAR-CORRIDA' USING WS-OPCION-LOG,
               LOG-PROGRAMA-ID, LOG-CANT-ENTRADA, LOG-CANT-SALIDA,
               LOG-CANT-EXC.
           STOP RUN.

      ******************************************************************
      * Entrega al SORT las certificaciones con vencimiento hasta la
      * fecha limite; las habilidades sin certificacion no vencen.
       PROCESO-ENTRADA SECTION.
           OPEN INPUT HABILIDADES.
           IF FS-HABILIDADES NOT = ZERO AND '35'
               DISPLAY "ERROR AL ABRIR HABILIDADES FS: "
                   FS-HABILIDADES
               STOP RUN.
           IF FS-HABILIDADES = ZERO
               PERFORM LEER-HABILIDAD
               PERFORM EVALUAR-HABILIDAD
                   UNTIL FS-HABILIDADES NOT = ZERO
               CLOSE HABILIDADES.

       RUTINAS-ENTRADA SECTION.

       LEER-HABILIDAD.
           READ HABILIDADES.
           IF FS-HABILIDADES NOT = ZERO AND '10'
               DISPLAY "ERROR AL LEER HABILIDADES FS: "
                   FS-HABILIDADES
               STOP RUN.
           IF FS-HABILIDADES = ZERO
               ADD 1 TO CANT-LEIDAS.

       EVALUAR-HABILIDAD.
           IF HAB-VENCE-CERT NUMERIC
               AND HAB-VENCE-CERT NOT = ZERO
               AND HAB-VENCE-CERT <= FECHA-LIMITE
               MOVE HAB-VENCE-CERT TO ORD-VENCE-CERT
               MOVE HAB-CONSULTOR TO ORD-CONSULTOR
               MOVE HAB-CODIGO TO ORD-CODIGO
               MOVE HAB-CERTIFICACION TO ORD-CERTIFICACION
               COMPUTE ORD-DIAS =
                   FUNCTION INTEGER-OF-DATE(HAB-VENCE-CERT)
                   - FUNCTION INTEGER-OF-DATE(FECHA-CORRIDA)
               RELEASE REG-ORDENADO.
           PERFORM LEER-HABILIDAD.

      ******************************************************************
      * Los dias negativos son certificaciones ya vencidas.
       PROCESO-SALIDA SECTION.
           OPEN INPUT CONSULTORES.
           IF FS-CONSULTORES NOT = ZERO
               DISPLAY "ERROR AL ABRIR CONSULTORES FS: "
                   FS-CONSULTORES
               STOP RUN.
           OPEN OUTPUT VENCIMIENTOS.
           IF FS-VENCIMIENTOS NOT = ZERO
               DISPLAY "ERROR AL ABRIR VENCIMIENTOS FS: "
                   FS-VENCIMIENTOS
               STOP RUN.
           MOVE FECHA-LIMITE TO REP-TIT-LIMITE.
           MOVE FECHA-CORRIDA TO REP-TIT-CORRIDA.
           WRITE VEN-LINEA FROM REP-TITULO.
           WRITE VEN-LINEA FROM REP-HEADER.
           WRITE VEN-LINEA FROM LINEA-GUION.
           RETURN ARCHIVO-ORDENADO END MOVE '10' TO FS-ORDENADO.
           PERFORM IMPRIMIR-VENCIMIENTO UNTIL FS-ORDENADO = '10'.
           CLOSE VENCIMIENTOS CONSULTORES.

       RUTINAS-SALIDA SECTION.

       IMPRIMIR-VENCIMIENTO.
           MOVE ORD-CONSULTOR TO CONS-NUM.
           READ CONSULTORES.
           IF FS-CONSULTORES = ZERO
               MOVE CONS-NOM TO REP-FIL-NOMBRE
           ELSE
               MOVE 'CONSULTOR INEXISTENTE' TO REP-FIL-NOMBRE.
           MOVE ORD-VENCE-CERT TO REP-FIL-VENCE.
           MOVE ORD-DIAS TO REP-FIL-DIAS.
           MOVE ORD-CONSULTOR TO REP-FIL-CONSULTOR.
           MOVE ORD-CODIGO TO REP-FIL-CODIGO.
           MOVE ORD-CERTIFICACION TO REP-FIL-CERTIFICACION.
           IF ORD-DIAS < ZERO
               ADD 1 TO CANT-VENCIDAS
               MOVE '*** VENCIDA' TO REP-FIL-MARCA
           ELSE
               ADD 1 TO CANT-A-VENCER
               MOVE SPACES TO REP-FIL-MARCA.
           WRITE VEN-LINEA FROM REP-FILA.
           RETURN ARCHIVO-ORDENADO END MOVE '10' TO FS-ORDENADO.


      * Resuelve todas las rutas de este programa contra rutas.dat;
      * una entrada ausente corta la corrida nombrando el logico
      * que falta.
       CARGAR-RUTAS.
           MOVE 'COMP-HABILIDADES' TO RUTA-LOGICO.
           PERFORM OBTENER-UNA-RUTA.
           MOVE RUTA-OBTENIDA TO RUTA-HABILIDADES.
           MOVE 'IDX-CONSULTORES' TO RUTA-LOGICO.
           PERFORM OBTENER-UNA-RUTA.
           MOVE RUTA-OBTENIDA TO RUTA-CONSULTORES.
           MOVE 'SEC-VENCECERT' TO RUTA-LOGICO.
           PERFORM OBTENER-UNA-RUTA.
           MOVE RUTA-OBTENIDA TO RUTA-VENCIMIENTOS.

       OBTENER-UNA-RUTA.
           CALL 'OBTENER-RUTA' USING RUTA-LOGICO, RUTA-OBTENIDA,
               FS-RUTA.
           IF FS-RUTA NOT = '00'
               DISPLAY "RUTA NO CONFIGURADA PARA " RUTA-LOGICO
               STOP RUN.

       END PROGRAM VENCIMIENTO-CERTIF.
