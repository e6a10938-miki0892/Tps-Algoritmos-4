           03 PEN-TIPO-MOV PIC X(1).
           03 PEN-CLAVE   PIC X(20).
           03 PEN-MOVIMIENTO PIC X(140).
      * Operador que cargo el movimiento: quien lo apruebe debe ser
      * otro (ver VALIDAR-OPERADOR).
           03 PEN-OPERADOR PIC X(10).

       FD CATEGORIAS-HIST LABEL RECORD IS STANDARD.
       01 CAH-REG.
       01 CANT-MODIFICACIONES PIC 9(5) VALUE ZERO.
       01 CANT-RECHAZADOS    PIC 9(5) VALUE ZERO.

      * Control del DNI y de los digitos verificadores del CBU (ver
      * VALIDAR-IDENTIFICACION): un CBU mal tipeado recien aparece
      * dias despues, cuando RETORNO-BANCO rechaza la transferencia
      * de honorarios. Un CBU en cero es "todavia no informado" y se
      * acepta.
       01 WS-OPCION-IDENTIF PIC X.
       01 IDENT-VALOR PIC X(22).
       01 IDENT-RESULTADO PIC X.
       01 MOTIVO-IDENTIF PIC X(20).


      * Bitacora central de corridas (ver REGISTRAR-CORRIDA): 'I' al
      * arrancar y 'F' con los contadores al terminar normalmente;
       01 LOG-CANT-EXC PIC 9(5) VALUE ZERO.


      * Operador de la corrida (ver VALIDAR-OPERADOR): se valida
      * contra el maestro de operadores y los permisos de su rol
      * antes de hacer nada.
       01 WS-OPCION-OPERADOR PIC X.
       01 OPERADOR-PROGRAMA PIC X(30) VALUE 'MANTENER-CONSULTORES'.
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

      ******************************************************************
       PROCESAR-MOVIMIENTO.
           MOVE 'S' TO IDENT-RESULTADO.
           IF MOV-ALTA OR MOV-MODIFICACION
               PERFORM VALIDAR-IDENTIF-MOVIMIENTO.
           EVALUATE TRUE
               WHEN IDENT-RESULTADO = 'N'
                   PERFORM RECHAZAR-IDENTIF-INVALIDA
               WHEN MOV-ALTA         PERFORM PROCESAR-ALTA
               WHEN MOV-MODIFICACION PERFORM PROCESAR-MODIFICACION
               WHEN MOV-BAJA         PERFORM PROCESAR-BAJA
           END-EVALUATE.
           PERFORM LEER-MOVIMIENTO.

       VALIDAR-IDENTIF-MOVIMIENTO.
           MOVE 'D' TO WS-OPCION-IDENTIF.
           MOVE MOV-DNI TO IDENT-VALOR.
           MOVE 'DNI INVALIDO' TO MOTIVO-IDENTIF.
           CALL 'VALIDAR-IDENTIFICACION' USING WS-OPCION-IDENTIF,
               IDENT-VALOR, IDENT-RESULTADO.
           IF IDENT-RESULTADO = 'S' AND MOV-CBU NOT = ZERO
               MOVE 'B' TO WS-OPCION-IDENTIF
               MOVE MOV-CBU TO IDENT-VALOR
               MOVE 'CBU INVALIDO' TO MOTIVO-IDENTIF
               CALL 'VALIDAR-IDENTIFICACION' USING WS-OPCION-IDENTIF,
                   IDENT-VALOR, IDENT-RESULTADO.

       RECHAZAR-IDENTIF-INVALIDA.
           DISPLAY MOTIVO-IDENTIF " " IDENT-VALOR ": CONSULTOR "
               MOV-NUM " RECHAZADO".
           MOVE MOTIVO-IDENTIF TO EXC-BUSQUEDA.
           PERFORM GRABAR-EXCEPCION.

       PROCESAR-ALTA.
           MOVE MOV-NUM TO CONS-IND-NUM.
           MOVE MOV-DNI TO CONS-IND-DNI.
           MOVE MOV-TIPO TO PEN-TIPO-MOV.
           MOVE MOV-NUM TO PEN-CLAVE.
           MOVE MOV-REG TO PEN-MOVIMIENTO.
           MOVE OPERADOR-CORRIDA TO PEN-OPERADOR.
           WRITE PEN-REG.
           DISPLAY "BAJA DEL CONSULTOR " MOV-NUM " ESTACIONADA: LA "
               "APLICA APROBAR-MOVIMIENTOS CON EL VISTO BUENO DE "
           WRITE JRN-REG.

       REGISTRAR-EXCEPCION.
           MOVE 'CONSULTOR'  TO EXC-BUSQUEDA.
           PERFORM GRABAR-EXCEPCION.

       GRABAR-EXCEPCION.
           ADD 1 TO CANT-RECHAZADOS.
           MOVE 'MANT-CONS' TO EXC-PROGRAMA.
           MOVE MOV-NUM      TO EXC-CLAVE.
           MOVE MOV-NUM      TO EXC-NUMERO.
           MOVE FUNCTION CURRENT-DATE(1:4) TO EXC-FECHA-AAAA.
                 MOVTOS-PENDIENTES CATEGORIAS-HIST.


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
