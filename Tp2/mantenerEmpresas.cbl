           03 PEN-TIPO-MOV PIC X(1).
           03 PEN-CLAVE   PIC X(20).
           03 PEN-MOVIMIENTO PIC X(140).
      * Operador que cargo el movimiento: quien lo apruebe debe ser
      * otro (ver VALIDAR-OPERADOR).
           03 PEN-OPERADOR PIC X(10).

       FD JOURNAL-MAESTROS LABEL RECORD IS STANDARD.
       01 JRN-REG.
       01 CANT-BAJAS          PIC 9(5) VALUE ZERO.
       01 CANT-RECHAZADOS     PIC 9(5) VALUE ZERO.

      * Digito verificador del CUIT (ver VALIDAR-IDENTIFICACION): un
      * CUIT mal tipeado termina en facturas electronicas rechazadas
      * y en pagos imputados a otro cliente.
       01 WS-OPCION-IDENTIF PIC X.
       01 IDENT-VALOR PIC X(22).
       01 IDENT-RESULTADO PIC X.


      * Bitacora central de corridas (ver REGISTRAR-CORRIDA): 'I' al
      * arrancar y 'F' con los contadores al terminar normalmente;
       01 LOG-CANT-SALIDA PIC 9(7) VALUE ZERO.
       01 LOG-CANT-EXC PIC 9(5) VALUE ZERO.

      * Bloqueo del archivo compartido que este programa actualiza
      * (ver BLOQUEAR-RECURSO): se toma antes de anotar el inicio y
      * se libera con el fin normal.
       01 WS-OPCION-BLOQUEO PIC X.
       01 BLOQUEO-RECURSO PIC X(20).
       77 FS-BLOQUEO PIC XX.


      * Operador de la corrida (ver VALIDAR-OPERADOR): se valida
      * contra el maestro de operadores y los permisos de su rol
      * antes de hacer nada.
       01 WS-OPCION-OPERADOR PIC X.
       01 OPERADOR-PROGRAMA PIC X(30) VALUE 'MANTENER-EMPRESAS'.
       01 OPERADOR-OBJETO PIC X(12) VALUE SPACES.
       01 OPERADOR-CLAVE PIC X(20) VALUE SPACES.
       01 OPERADOR-CORRIDA PIC X(10).
       01 OPERADOR-CARGA PIC X(10) VALUE SPACES.
       01 OPERADOR-RESULTADO PIC X.

      * Rutas fisicas de los archivos, resueltas al arrancar desde
      * rutas.dat via OBTENER-RUTA: mover el sistema o armar un
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM CARGAR-RUTAS.
           PERFORM VALIDAR-OPERADOR-CORRIDA.
           PERFORM TOMAR-BLOQUEOS.
           MOVE 'I' TO WS-OPCION-LOG.
           CALL 'REGISTRAR-CORRIDA' USING WS-OPCION-LOG,
               LOG-PROGRAMA-ID, LOG-CANT-ENTRADA, LOG-CANT-SALIDA,
           PERFORM IMPRIMIR-RESUMEN.
           PERFORM CERRAR-ARCHIVOS.
           MOVE CANT-RECHAZADOS TO LOG-CANT-EXC.
           PERFORM LIBERAR-BLOQUEOS.
           MOVE 'F' TO WS-OPCION-LOG.
           CALL 'REGISTRAR-CORRIDA' USING WS-OPCION-LOG,
               LOG-PROGRAMA-ID, LOG-CANT-ENTRADA, LOG-CANT-SALIDA,
               DISPLAY "SIN FOTO DE RESPALDO DEL DIA: CORRER "
                   "BACKUP-INDEXADOS ANTES DE ACTUALIZAR LOS "
                   "MAESTROS"
               PERFORM LIBERAR-BLOQUEOS
               STOP RUN.

       EVALUAR-FOTO-GUARDIA.
               DISPLAY "ERROR AL ABRIR MOVTOS EMPRESAS FS: "
                   FS-MOVTOS
               PERFORM CERRAR-ARCHIVOS
               PERFORM LIBERAR-BLOQUEOS
               STOP RUN.
           OPEN I-O EMP-INDEX.
           IF FS-EMP-INDEX NOT = ZERO
               DISPLAY "ERROR AL ABRIR EMPRESAS INDEX FS: "
                   FS-EMP-INDEX
               PERFORM CERRAR-ARCHIVOS
               PERFORM LIBERAR-BLOQUEOS
               STOP RUN.
      * JOURNAL-MAESTROS es compartido entre los programas de
      * mantenimiento: mismo criterio de apertura que EXCEPCIONES.
               DISPLAY "ERROR AL ABRIR JOURNAL MAESTROS FS: "
                   FS-JOURNAL
               PERFORM CERRAR-ARCHIVOS
               PERFORM LIBERAR-BLOQUEOS
               STOP RUN.
      * El estacionamiento de pendientes es compartido con
      * MANTENER-CONSULTORES: mismo criterio de apertura que
               DISPLAY "ERROR AL ABRIR MOVTOS PENDIENTES FS: "
                   FS-PENDIENTES
               PERFORM CERRAR-ARCHIVOS
               PERFORM LIBERAR-BLOQUEOS
               STOP RUN.
      * EXCEPCIONES es compartido entre programas: se abre siempre en
      * modo EXTEND y solo cae a OUTPUT si todavia no existe.
           IF FS-EXCEPCIONES NOT = ZERO
               DISPLAY "ERROR AL ABRIR EXCEPCIONES FS: " FS-EXCEPCIONES
               PERFORM CERRAR-ARCHIVOS
               PERFORM LIBERAR-BLOQUEOS
               STOP RUN.
      * EMPRESAS-SEC se reescribe entera al final de la corrida
      * (ver REGENERAR-EMPRESAS-SEC), asi que se abre en OUTPUT.
           IF FS-EMP-SEC NOT = ZERO
               DISPLAY "ERROR AL ABRIR EMPRESAS SEC FS: " FS-EMP-SEC
               PERFORM CERRAR-ARCHIVOS
               PERFORM LIBERAR-BLOQUEOS
               STOP RUN.

       LEER-MOVIMIENTO.
               DISPLAY "ERROR AL LEER MOVTOS EMPRESAS FS: "
                   FS-MOVTOS
               PERFORM CERRAR-ARCHIVOS
               PERFORM LIBERAR-BLOQUEOS
               STOP RUN.

      ******************************************************************
       PROCESAR-MOVIMIENTO.
           MOVE 'S' TO IDENT-RESULTADO.
           IF MOV-ALTA OR MOV-MODIFICACION
               MOVE 'C' TO WS-OPCION-IDENTIF
               MOVE MOV-CUIT TO IDENT-VALOR
               CALL 'VALIDAR-IDENTIFICACION' USING WS-OPCION-IDENTIF,
                   IDENT-VALOR, IDENT-RESULTADO.
           EVALUATE TRUE
               WHEN IDENT-RESULTADO = 'N'
                   PERFORM RECHAZAR-CUIT-INVALIDO
               WHEN MOV-ALTA         PERFORM PROCESAR-ALTA
               WHEN MOV-MODIFICACION PERFORM PROCESAR-MODIFICACION
               WHEN MOV-BAJA         PERFORM PROCESAR-BAJA
           MOVE MOV-TIPO TO PEN-TIPO-MOV.
           MOVE MOV-COD TO PEN-CLAVE.
           MOVE MOV-REG TO PEN-MOVIMIENTO.
           MOVE OPERADOR-CORRIDA TO PEN-OPERADOR.
           WRITE PEN-REG.
           DISPLAY "MOVIMIENTO SENSIBLE DE LA EMPRESA " MOV-COD
               " ESTACIONADO: LO APLICA APROBAR-MOVIMIENTOS CON EL "
           MOVE IMAGEN-DESPUES TO JRN-DESPUES.
           WRITE JRN-REG.

       RECHAZAR-CUIT-INVALIDO.
           DISPLAY "CUIT " MOV-CUIT " CON DIGITO VERIFICADOR "
               "INVALIDO: EMPRESA " MOV-COD " RECHAZADA".
           MOVE 'CUIT INVALIDO' TO EXC-BUSQUEDA.
           PERFORM GRABAR-EXCEPCION.

       REGISTRAR-EXCEPCION.
           MOVE 'EMPRESA'   TO EXC-BUSQUEDA.
           PERFORM GRABAR-EXCEPCION.

       GRABAR-EXCEPCION.
           ADD 1 TO CANT-RECHAZADOS.
           MOVE 'MANT-EMP'  TO EXC-PROGRAMA.
           MOVE MOV-COD     TO EXC-CLAVE.
           MOVE SPACES      TO EXC-NUMERO.
           MOVE FUNCTION CURRENT-DATE(1:4) TO EXC-FECHA-AAAA.
                 JOURNAL-MAESTROS EMPRESAS-SEC MOVTOS-PENDIENTES.


       TOMAR-BLOQUEOS.
           MOVE 'T' TO WS-OPCION-BLOQUEO.
           MOVE 'EMPRESAS' TO BLOQUEO-RECURSO.
           CALL 'BLOQUEAR-RECURSO' USING WS-OPCION-BLOQUEO,
               LOG-PROGRAMA-ID, BLOQUEO-RECURSO, FS-BLOQUEO.
           IF FS-BLOQUEO NOT = '00'
               STOP RUN.

       LIBERAR-BLOQUEOS.
           MOVE 'L' TO WS-OPCION-BLOQUEO.
           MOVE 'EMPRESAS' TO BLOQUEO-RECURSO.
           CALL 'BLOQUEAR-RECURSO' USING WS-OPCION-BLOQUEO,
               LOG-PROGRAMA-ID, BLOQUEO-RECURSO, FS-BLOQUEO.

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
