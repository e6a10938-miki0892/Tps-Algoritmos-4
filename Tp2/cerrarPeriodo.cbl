       01 LOG-CANT-EXC PIC 9(5) VALUE ZERO.


      * Operador de la corrida (ver VALIDAR-OPERADOR): se valida
      * contra el maestro de operadores y los permisos de su rol
      * antes de hacer nada.
       01 WS-OPCION-OPERADOR PIC X.
       01 OPERADOR-PROGRAMA PIC X(30) VALUE 'CERRAR-PERIODO'.
       01 OPERADOR-OBJETO PIC X(12) VALUE SPACES.
       01 OPERADOR-CLAVE PIC X(20) VALUE SPACES.
       01 OPERADOR-CORRIDA PIC X(10).
       01 OPERADOR-CARGA PIC X(10) VALUE SPACES.
       01 OPERADOR-RESULTADO PIC X.

      * Rutas fisicas de los archivos, resueltas al arrancar desde
      * rutas.dat via OBTENER-RUTA: mover el sistema o armar un
      * ambiente de prueba es cuestion de editar ese archivo.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM CARGAR-RUTAS.
           PERFORM VALIDAR-OPERADOR-CORRIDA.
           MOVE 'I' TO WS-OPCION-LOG.
           CALL 'REGISTRAR-CORRIDA' USING WS-OPCION-LOG,
               LOG-PROGRAMA-ID, LOG-CANT-ENTRADA, LOG-CANT-SALIDA,
           DISPLAY "MOVIMIENTOS RECHAZADOS: " CANT-RECHAZADOS.


      * Sin autorizacion la corrida no arranca: el motivo ya quedo
      * en pantalla y en la bitacora de accesos.
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
