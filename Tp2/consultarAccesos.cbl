      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONSULTAR-ACCESOS.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Bitacora de accesos que graba VALIDAR-OPERADOR: un renglon
      * por cada intento de correr un programa o de aprobar un
      * movimiento estacionado, permitido o no.
           SELECT LOG-ACCESOS  ASSIGN TO RUTA-LOG-ACCESOS
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS FS-ACCESOS.

      * Operador (en blanco = todos) y rango de fechas a consultar.
           SELECT PARAMETROS-ACC ASSIGN TO RUTA-PARAMETROS-ACC
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS FS-PARAMETROS.

           SELECT CONSULTA-ACC ASSIGN TO RUTA-CONSULTA-ACC
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS FS-CONSULTA.

       DATA DIVISION.
       FILE SECTION.
       FD LOG-ACCESOS LABEL RECORD IS STANDARD.
       01 ACC-REG.
           03 ACC-FECHA     PIC 9(8).
           03 ACC-HORA      PIC 9(6).
           03 ACC-OPERADOR  PIC X(10).
           03 ACC-PROGRAMA  PIC X(30).
           03 ACC-TIPO      PIC X(1).
           03 ACC-OBJETO    PIC X(12).
           03 ACC-CLAVE     PIC X(20).
           03 ACC-RESULTADO PIC X(1).
               88 ACC-PERMITIDO VALUE 'S'.
           03 ACC-MOTIVO    PIC X(30).

       FD PARAMETROS-ACC LABEL RECORD IS STANDARD.
       01 PARAM-REG.
           03 PARAM-OPERADOR PIC X(10).
           03 PARAM-FECHA-DESDE PIC 9(8).
           03 PARAM-FECHA-HASTA PIC 9(8).

       FD CONSULTA-ACC LABEL RECORD IS STANDARD.
       01 CON-LINEA PIC X(160).

       WORKING-STORAGE SECTION.

       77 FS-ACCESOS    PIC XX.
       77 FS-PARAMETROS PIC XX.
       77 FS-CONSULTA   PIC XX.

       01 CANT-LEIDOS     PIC 9(7) VALUE ZERO.
       01 CANT-INFORMADOS PIC 9(7) VALUE ZERO.
       01 CANT-DENEGADOS  PIC 9(7) VALUE ZERO.

       01 REP-FILA.
           02 REP-FECHA PIC 9(8).
           02 FILLER PIC X(1) VALUE SPACES.
           02 REP-HORA PIC 9(6).
           02 FILLER PIC X(2) VALUE SPACES.
           02 REP-OPERADOR PIC X(10).
           02 FILLER PIC X(2) VALUE SPACES.
           02 REP-PROGRAMA PIC X(30).
           02 FILLER PIC X(2) VALUE SPACES.
           02 REP-TIPO PIC X(1).
           02 FILLER PIC X(2) VALUE SPACES.
           02 REP-OBJETO PIC X(12).
           02 FILLER PIC X(2) VALUE SPACES.
           02 REP-CLAVE PIC X(20).
           02 FILLER PIC X(2) VALUE SPACES.
           02 REP-RESULTADO PIC X(9).
           02 FILLER PIC X(2) VALUE SPACES.
           02 REP-MOTIVO PIC X(30).


      * Bitacora central de corridas (ver REGISTRAR-CORRIDA): 'I' al
      * arrancar y 'F' con los contadores al terminar normalmente;
      * una corrida abortada no llega a anotar su 'F' y el resumen
      * diario la muestra como anormal.
       01 WS-OPCION-LOG PIC X.
       01 LOG-PROGRAMA-ID PIC X(12) VALUE 'CONSULTAR-AC'.
       01 LOG-CANT-ENTRADA PIC 9(7) VALUE ZERO.
       01 LOG-CANT-SALIDA PIC 9(7) VALUE ZERO.
       01 LOG-CANT-EXC PIC 9(5) VALUE ZERO.


      * Operador de la corrida (ver VALIDAR-OPERADOR): se valida
      * contra el maestro de operadores y los permisos de su rol
      * antes de hacer nada.
       01 WS-OPCION-OPERADOR PIC X.
       01 OPERADOR-PROGRAMA PIC X(30) VALUE 'CONSULTAR-ACCESOS'.
       01 OPERADOR-OBJETO PIC X(12) VALUE SPACES.
       01 OPERADOR-CLAVE PIC X(20) VALUE SPACES.
       01 OPERADOR-CORRIDA PIC X(10).
       01 OPERADOR-CARGA PIC X(10) VALUE SPACES.
       01 OPERADOR-RESULTADO PIC X.

      * Rutas fisicas de los archivos, resueltas al arrancar desde
      * rutas.dat via OBTENER-RUTA: mover el sistema o armar un
      * ambiente de prueba es cuestion de editar ese archivo.
       77 FS-RUTA PIC XX.
       01 RUTA-LOGICO PIC X(20).
       01 RUTA-OBTENIDA PIC X(100).
       01 RUTA-LOG-ACCESOS PIC X(100).
       01 RUTA-PARAMETROS-ACC PIC X(100).
       01 RUTA-CONSULTA-ACC PIC X(100).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM CARGAR-RUTAS.
           PERFORM VALIDAR-OPERADOR-CORRIDA.
           MOVE 'I' TO WS-OPCION-LOG.
           CALL 'REGISTRAR-CORRIDA' USING WS-OPCION-LOG,
               LOG-PROGRAMA-ID, LOG-CANT-ENTRADA, LOG-CANT-SALIDA,
               LOG-CANT-EXC.
           OPEN INPUT PARAMETROS-ACC.
           IF FS-PARAMETROS NOT = ZERO
               DISPLAY "ERROR AL ABRIR PARAMETROS FS: " FS-PARAMETROS
               STOP RUN.
           READ PARAMETROS-ACC.
           IF FS-PARAMETROS NOT = ZERO
               DISPLAY "ERROR AL LEER PARAMETROS FS: " FS-PARAMETROS
               STOP RUN.
           CLOSE PARAMETROS-ACC.
           IF PARAM-FECHA-HASTA = ZERO
               MOVE 99999999 TO PARAM-FECHA-HASTA.
           OPEN INPUT LOG-ACCESOS.
           IF FS-ACCESOS NOT = ZERO
               DISPLAY "ERROR AL ABRIR BITACORA DE ACCESOS FS: "
                   FS-ACCESOS
               STOP RUN.
           OPEN OUTPUT CONSULTA-ACC.
           IF FS-CONSULTA NOT = ZERO
               DISPLAY "ERROR AL ABRIR CONSULTA FS: " FS-CONSULTA
               STOP RUN.
           PERFORM LEER-ACCESO.
           PERFORM FILTRAR-REGISTRO UNTIL FS-ACCESOS = '10'.
           CLOSE LOG-ACCESOS CONSULTA-ACC.
           DISPLAY "ACCESOS LEIDOS: " CANT-LEIDOS.
           DISPLAY "INFORMADOS EN LA CONSULTA: " CANT-INFORMADOS.
           DISPLAY "DE ELLOS DENEGADOS: " CANT-DENEGADOS.
           MOVE CANT-LEIDOS TO LOG-CANT-ENTRADA.
           MOVE CANT-INFORMADOS TO LOG-CANT-SALIDA.
           MOVE 'F' TO WS-OPCION-LOG.
           CALL 'REGISTRAR-CORRIDA' USING WS-OPCION-LOG,
               LOG-PROGRAMA-ID, LOG-CANT-ENTRADA, LOG-CANT-SALIDA,
               LOG-CANT-EXC.
           STOP RUN.

       LEER-ACCESO.
           READ LOG-ACCESOS.
           IF FS-ACCESOS NOT = ZERO AND '10'
               DISPLAY "ERROR AL LEER BITACORA DE ACCESOS FS: "
                   FS-ACCESOS
               STOP RUN.

       FILTRAR-REGISTRO.
           ADD 1 TO CANT-LEIDOS.
           IF (PARAM-OPERADOR = SPACES
                   OR ACC-OPERADOR = PARAM-OPERADOR)
               AND ACC-FECHA >= PARAM-FECHA-DESDE
               AND ACC-FECHA <= PARAM-FECHA-HASTA
               PERFORM INFORMAR-REGISTRO.
           PERFORM LEER-ACCESO.

       INFORMAR-REGISTRO.
           ADD 1 TO CANT-INFORMADOS.
           MOVE ACC-FECHA TO REP-FECHA.
           MOVE ACC-HORA TO REP-HORA.
           MOVE ACC-OPERADOR TO REP-OPERADOR.
           MOVE ACC-PROGRAMA TO REP-PROGRAMA.
           MOVE ACC-TIPO TO REP-TIPO.
           MOVE ACC-OBJETO TO REP-OBJETO.
           MOVE ACC-CLAVE TO REP-CLAVE.
           MOVE ACC-MOTIVO TO REP-MOTIVO.
           IF ACC-PERMITIDO
               MOVE 'PERMITIDO' TO REP-RESULTADO
           ELSE
               MOVE 'DENEGADO' TO REP-RESULTADO
               ADD 1 TO CANT-DENEGADOS.
           WRITE CON-LINEA FROM REP-FILA.

       VALIDAR-OPERADOR-CORRIDA.
           MOVE 'P' TO WS-OPCION-OPERADOR.
           CALL 'VALIDAR-OPERADOR' USING WS-OPCION-OPERADOR,
               OPERADOR-PROGRAMA, OPERADOR-OBJETO, OPERADOR-CLAVE,
               OPERADOR-CORRIDA, OPERADOR-CARGA, OPERADOR-RESULTADO.
           IF OPERADOR-RESULTADO NOT = 'S'
               STOP RUN.


      * Resuelve todas las rutas de este programa contra rutas.dat;
      * una entrada ausente corta la corrida nombrando el logico
      * que falta.
       CARGAR-RUTAS.
           MOVE 'COMP-LOGACCESOS' TO RUTA-LOGICO.
           PERFORM OBTENER-UNA-RUTA.
           MOVE RUTA-OBTENIDA TO RUTA-LOG-ACCESOS.
           MOVE 'SEC-PARAMACCESOS' TO RUTA-LOGICO.
           PERFORM OBTENER-UNA-RUTA.
           MOVE RUTA-OBTENIDA TO RUTA-PARAMETROS-ACC.
           MOVE 'SEC-CONSULTAACC' TO RUTA-LOGICO.
           PERFORM OBTENER-UNA-RUTA.
           MOVE RUTA-OBTENIDA TO RUTA-CONSULTA-ACC.

       OBTENER-UNA-RUTA.
           CALL 'OBTENER-RUTA' USING RUTA-LOGICO, RUTA-OBTENIDA,
               FS-RUTA.
           IF FS-RUTA NOT = '00'
               DISPLAY "RUTA NO CONFIGURADA PARA " RUTA-LOGICO
               STOP RUN.

       END PROGRAM CONSULTAR-ACCESOS.
