      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VERIFICAR-IDENTIFICACIONES.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Recorrido completo de los dos maestros indexados para detectar
      * los CUIT, DNI y CBU cargados antes de que el mantenimiento
      * controlara los digitos verificadores; no modifica nada.
           SELECT EMP-INDEX       ASSIGN TO RUTA-EMP-INDEX
                                  ORGANIZATION IS INDEXED
                                  ACCESS MODE IS DYNAMIC
                                  RECORD KEY IS EMP-IND-COD
                                  ALTERNATE RECORD KEY IS EMP-IND-CUIT
                                  FILE STATUS IS FS-EMP-INDEX.

           SELECT CONSULT-INDEX   ASSIGN TO RUTA-CONSULT-INDEX
                                  ORGANIZATION IS INDEXED
                                  ACCESS MODE IS DYNAMIC
                                  RECORD KEY IS CONS-IND-NUM
                                  FILE STATUS IS FS-CONS-INDEX.

      * Una linea por dato invalido, con su motivo, para corregir los
      * maestros con MANTENER-EMPRESAS y MANTENER-CONSULTORES.
           SELECT LISTADO         ASSIGN TO RUTA-LISTADO
                                  ORGANIZATION IS LINE SEQUENTIAL
                                  FILE STATUS IS FS-LISTADO.

       DATA DIVISION.
       FILE SECTION.

       FD EMP-INDEX LABEL RECORD IS STANDARD.

       01 EMP-IND-REG.
           03 EMP-IND-COD  PIC 9(3).
           03 EMP-IND-RAZ  PIC X(25).
           03 EMP-IND-DIR  PIC X(20).
           03 EMP-IND-TEL  PIC X(20).
           03 EMP-IND-CUIT PIC 9(11).
           03 EMP-IND-MAIL PIC X(30).
           03 EMP-IND-CONDICION PIC X(1).
           03 EMP-IND-MONEDA PIC X(3).
           03 EMP-IND-MODALIDAD PIC X(1).
           03 EMP-IND-FACT-TAREA PIC X(1).

       FD CONSULT-INDEX LABEL RECORD IS STANDARD.

       01 CONS-IND-REG.
           03 CONS-IND-NUM PIC X(5).
           03 CONS-IND-DNI PIC 9(8).
           03 CONS-IND-SRT PIC X(2).
           03 CONS-IND-NOM PIC X(25).
           03 CONS-IND-DIR PIC X(20).
           03 CONS-IND-TEL PIC X(20).
           03 CONS-IND-MAIL PIC X(30).
           03 CONS-IND-ESTADO PIC X(1).
           03 CONS-IND-FECHA-BAJA PIC 9(8).
           03 CONS-IND-CBU PIC 9(22).

       FD LISTADO LABEL RECORD IS STANDARD.
       01 LIS-LINEA PIC X(100).

       WORKING-STORAGE SECTION.

       77 FS-EMP-INDEX  PIC XX.
       77 FS-CONS-INDEX PIC XX.
       77 FS-LISTADO    PIC XX.

       01 WS-OPCION-IDENTIF PIC X.
       01 IDENT-VALOR PIC X(22).
       01 IDENT-RESULTADO PIC X.

       01 CANT-EMPRESAS PIC 9(5) VALUE ZERO.
       01 CANT-CONSULTORES PIC 9(5) VALUE ZERO.
       01 CANT-CUIT-INVALIDOS PIC 9(5) VALUE ZERO.
       01 CANT-DNI-INVALIDOS PIC 9(5) VALUE ZERO.
       01 CANT-CBU-INVALIDOS PIC 9(5) VALUE ZERO.
       01 CANT-CBU-FALTANTES PIC 9(5) VALUE ZERO.

       01 REP-TITULO.
           02 FILLER PIC X(50) VALUE
               'Identificaciones invalidas en los maestros'.
           02 FILLER PIC X(8) VALUE 'Fecha: '.
           02 REP-TIT-FECHA PIC 9(8).

       01 REP-HEADER.
           02 FILLER PIC X(48) VALUE
               'Maestro    Clave Nombre                    Dato '.
           02 FILLER PIC X(29) VALUE
               'Valor                  Motivo'.

       01 REP-FILA.
           02 REP-FIL-MAESTRO PIC X(10).
           02 FILLER PIC X(1) VALUE SPACE.
           02 REP-FIL-CLAVE PIC X(5).
           02 FILLER PIC X(1) VALUE SPACE.
           02 REP-FIL-NOMBRE PIC X(25).
           02 FILLER PIC X(1) VALUE SPACE.
           02 REP-FIL-DATO PIC X(4).
           02 FILLER PIC X(1) VALUE SPACE.
           02 REP-FIL-VALOR PIC X(22).
           02 FILLER PIC X(1) VALUE SPACE.
           02 REP-FIL-MOTIVO PIC X(29).

       01 REP-TOTAL.
           02 REP-TOT-LEYENDA PIC X(40).
           02 REP-TOT-CANTIDAD PIC Z(4)9.

       01 LINEA-GUION PIC X(100) VALUE ALL "-".
       01 LINEA-VACIA PIC X(100) VALUE SPACES.


      * Bitacora central de corridas (ver REGISTRAR-CORRIDA): 'I' al
      * arrancar y 'F' con los contadores al terminar normalmente;
      * una corrida abortada no llega a anotar su 'F' y el resumen
      * diario la muestra como anormal.
       01 WS-OPCION-LOG PIC X.
       01 LOG-PROGRAMA-ID PIC X(12) VALUE 'VERIF-IDENT'.
       01 LOG-CANT-ENTRADA PIC 9(7) VALUE ZERO.
       01 LOG-CANT-SALIDA PIC 9(7) VALUE ZERO.
       01 LOG-CANT-EXC PIC 9(5) VALUE ZERO.


      * Rutas fisicas de los archivos, resueltas al arrancar desde
      * rutas.dat via OBTENER-RUTA: mover el sistema o armar un
      * ambiente de prueba es cuestion de editar ese archivo.
       77 FS-RUTA PIC XX.
       01 RUTA-LOGICO PIC X(20).
       01 RUTA-OBTENIDA PIC X(100).
       01 RUTA-EMP-INDEX PIC X(100).
       01 RUTA-CONSULT-INDEX PIC X(100).
       01 RUTA-LISTADO PIC X(100).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM CARGAR-RUTAS.
           MOVE 'I' TO WS-OPCION-LOG.
           CALL 'REGISTRAR-CORRIDA' USING WS-OPCION-LOG,
               LOG-PROGRAMA-ID, LOG-CANT-ENTRADA, LOG-CANT-SALIDA,
               LOG-CANT-EXC.
           PERFORM ABRIR-ARCHIVOS.
           PERFORM RECORRER-EMPRESAS.
           PERFORM RECORRER-CONSULTORES.
           PERFORM IMPRIMIR-TOTALES.
           PERFORM CERRAR-ARCHIVOS.
           COMPUTE LOG-CANT-ENTRADA = CANT-EMPRESAS + CANT-CONSULTORES.
           COMPUTE LOG-CANT-SALIDA = CANT-CUIT-INVALIDOS
               + CANT-DNI-INVALIDOS + CANT-CBU-INVALIDOS
               + CANT-CBU-FALTANTES.
           MOVE LOG-CANT-SALIDA TO LOG-CANT-EXC.
           MOVE 'F' TO WS-OPCION-LOG.
           CALL 'REGISTRAR-CORRIDA' USING WS-OPCION-LOG,
               LOG-PROGRAMA-ID, LOG-CANT-ENTRADA, LOG-CANT-SALIDA,
               LOG-CANT-EXC.
           STOP RUN.

       ABRIR-ARCHIVOS.
           OPEN INPUT EMP-INDEX.
           IF FS-EMP-INDEX NOT = ZERO
               DISPLAY "ERROR AL ABRIR EMPRESAS INDEX FS: "
                   FS-EMP-INDEX
               STOP RUN.
           OPEN INPUT CONSULT-INDEX.
           IF FS-CONS-INDEX NOT = ZERO
               DISPLAY "ERROR AL ABRIR CONSULTORES INDEX FS: "
                   FS-CONS-INDEX
               STOP RUN.
           OPEN OUTPUT LISTADO.
           IF FS-LISTADO NOT = ZERO
               DISPLAY "ERROR AL ABRIR LISTADO FS: " FS-LISTADO
               STOP RUN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO REP-TIT-FECHA.
           WRITE LIS-LINEA FROM REP-TITULO.
           WRITE LIS-LINEA FROM LINEA-VACIA.
           WRITE LIS-LINEA FROM REP-HEADER.
           WRITE LIS-LINEA FROM LINEA-GUION.

      ******************************************************************
       RECORRER-EMPRESAS.
           MOVE ZERO TO EMP-IND-COD.
           START EMP-INDEX KEY IS >= EMP-IND-COD.
           IF FS-EMP-INDEX = ZERO
               READ EMP-INDEX NEXT RECORD
               PERFORM VERIFICAR-EMPRESA UNTIL FS-EMP-INDEX NOT = ZERO.

       VERIFICAR-EMPRESA.
           ADD 1 TO CANT-EMPRESAS.
           MOVE 'C' TO WS-OPCION-IDENTIF.
           MOVE EMP-IND-CUIT TO IDENT-VALOR.
           CALL 'VALIDAR-IDENTIFICACION' USING WS-OPCION-IDENTIF,
               IDENT-VALOR, IDENT-RESULTADO.
           IF IDENT-RESULTADO = 'N'
               ADD 1 TO CANT-CUIT-INVALIDOS
               MOVE 'EMPRESA' TO REP-FIL-MAESTRO
               MOVE EMP-IND-COD TO REP-FIL-CLAVE
               MOVE EMP-IND-RAZ TO REP-FIL-NOMBRE
               MOVE 'CUIT' TO REP-FIL-DATO
               MOVE 'DIGITO VERIFICADOR' TO REP-FIL-MOTIVO
               PERFORM IMPRIMIR-INVALIDO.
           READ EMP-INDEX NEXT RECORD.

      ******************************************************************
      * Un CBU en cero no es un error de tipeo, pero un consultor
      * activo sin CBU no puede cobrar por transferencia: se lista
      * aparte para completarlo.
       RECORRER-CONSULTORES.
           MOVE LOW-VALUES TO CONS-IND-NUM.
           START CONSULT-INDEX KEY IS >= CONS-IND-NUM.
           IF FS-CONS-INDEX = ZERO
               READ CONSULT-INDEX NEXT RECORD
               PERFORM VERIFICAR-CONSULTOR
                   UNTIL FS-CONS-INDEX NOT = ZERO.

       VERIFICAR-CONSULTOR.
           ADD 1 TO CANT-CONSULTORES.
           MOVE 'CONSULTOR' TO REP-FIL-MAESTRO.
           MOVE CONS-IND-NUM TO REP-FIL-CLAVE.
           MOVE CONS-IND-NOM TO REP-FIL-NOMBRE.
           MOVE 'D' TO WS-OPCION-IDENTIF.
           MOVE CONS-IND-DNI TO IDENT-VALOR.
           CALL 'VALIDAR-IDENTIFICACION' USING WS-OPCION-IDENTIF,
               IDENT-VALOR, IDENT-RESULTADO.
           IF IDENT-RESULTADO = 'N'
               ADD 1 TO CANT-DNI-INVALIDOS
               MOVE 'DNI' TO REP-FIL-DATO
               MOVE 'FUERA DE RANGO' TO REP-FIL-MOTIVO
               PERFORM IMPRIMIR-INVALIDO.
           IF CONS-IND-CBU = ZERO
               IF CONS-IND-ESTADO NOT = 'I'
                   ADD 1 TO CANT-CBU-FALTANTES
                   MOVE 'CBU' TO REP-FIL-DATO
                   MOVE ZERO TO IDENT-VALOR
                   MOVE 'NO INFORMADO (ACTIVO)' TO REP-FIL-MOTIVO
                   PERFORM IMPRIMIR-INVALIDO
               END-IF
           ELSE
               MOVE 'B' TO WS-OPCION-IDENTIF
               MOVE CONS-IND-CBU TO IDENT-VALOR
               CALL 'VALIDAR-IDENTIFICACION' USING WS-OPCION-IDENTIF,
                   IDENT-VALOR, IDENT-RESULTADO
               IF IDENT-RESULTADO = 'N'
                   ADD 1 TO CANT-CBU-INVALIDOS
                   MOVE 'CBU' TO REP-FIL-DATO
                   MOVE 'DIGITO VERIFICADOR' TO REP-FIL-MOTIVO
                   PERFORM IMPRIMIR-INVALIDO.
           READ CONSULT-INDEX NEXT RECORD.

       IMPRIMIR-INVALIDO.
           MOVE IDENT-VALOR TO REP-FIL-VALOR.
           WRITE LIS-LINEA FROM REP-FILA.

       IMPRIMIR-TOTALES.
           WRITE LIS-LINEA FROM LINEA-GUION.
           MOVE 'Empresas revisadas' TO REP-TOT-LEYENDA.
           MOVE CANT-EMPRESAS TO REP-TOT-CANTIDAD.
           WRITE LIS-LINEA FROM REP-TOTAL.
           MOVE 'CUIT invalidos' TO REP-TOT-LEYENDA.
           MOVE CANT-CUIT-INVALIDOS TO REP-TOT-CANTIDAD.
           WRITE LIS-LINEA FROM REP-TOTAL.
           MOVE 'Consultores revisados' TO REP-TOT-LEYENDA.
           MOVE CANT-CONSULTORES TO REP-TOT-CANTIDAD.
           WRITE LIS-LINEA FROM REP-TOTAL.
           MOVE 'DNI invalidos' TO REP-TOT-LEYENDA.
           MOVE CANT-DNI-INVALIDOS TO REP-TOT-CANTIDAD.
           WRITE LIS-LINEA FROM REP-TOTAL.
           MOVE 'CBU invalidos' TO REP-TOT-LEYENDA.
           MOVE CANT-CBU-INVALIDOS TO REP-TOT-CANTIDAD.
           WRITE LIS-LINEA FROM REP-TOTAL.
           MOVE 'Consultores activos sin CBU' TO REP-TOT-LEYENDA.
           MOVE CANT-CBU-FALTANTES TO REP-TOT-CANTIDAD.
           WRITE LIS-LINEA FROM REP-TOTAL.
           DISPLAY "EMPRESAS REVISADAS: " CANT-EMPRESAS
               "  CUIT INVALIDOS: " CANT-CUIT-INVALIDOS.
           DISPLAY "CONSULTORES REVISADOS: " CANT-CONSULTORES
               "  DNI INVALIDOS: " CANT-DNI-INVALIDOS
               "  CBU INVALIDOS: " CANT-CBU-INVALIDOS.
           DISPLAY "CONSULTORES ACTIVOS SIN CBU: " CANT-CBU-FALTANTES.

       CERRAR-ARCHIVOS.
           CLOSE EMP-INDEX CONSULT-INDEX LISTADO.


      * Resuelve todas las rutas de este programa contra rutas.dat;
      * una entrada ausente corta la corrida nombrando el logico
      * que falta.
       CARGAR-RUTAS.
           MOVE 'IDX-EMPRESAS' TO RUTA-LOGICO.
           PERFORM OBTENER-UNA-RUTA.
           MOVE RUTA-OBTENIDA TO RUTA-EMP-INDEX.
           MOVE 'IDX-CONSULTORES' TO RUTA-LOGICO.
           PERFORM OBTENER-UNA-RUTA.
           MOVE RUTA-OBTENIDA TO RUTA-CONSULT-INDEX.
           MOVE 'SEC-IDENTINVALIDAS' TO RUTA-LOGICO.
           PERFORM OBTENER-UNA-RUTA.
           MOVE RUTA-OBTENIDA TO RUTA-LISTADO.

       OBTENER-UNA-RUTA.
           CALL 'OBTENER-RUTA' USING RUTA-LOGICO, RUTA-OBTENIDA,
               FS-RUTA.
           IF FS-RUTA NOT = '00'
               DISPLAY "RUTA NO CONFIGURADA PARA " RUTA-LOGICO
               STOP RUN.

       END PROGRAM VERIFICAR-IDENTIFICACIONES.
