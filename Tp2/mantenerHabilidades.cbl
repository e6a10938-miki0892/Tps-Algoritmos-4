      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANTENER-HABILIDADES.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Maestro de habilidades y certificaciones por consultor, unico
      * y compartido: BUSCAR-CANDIDATOS elige consultores para un
      * cliente nuevo por habilidad y nivel, y VENCIMIENTO-CERTIF
      * avisa las certificaciones proximas a vencer.
           SELECT HABILIDADES  ASSIGN TO RUTA-HABILIDADES
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS FS-HABILIDADES.

      * Movimientos de alta/baja: accion, consultor, habilidad, nivel,
      * certificacion y su vencimiento AAAAMMDD; la identidad es
      * consultor mas habilidad, y un alta sobre una ya cargada pisa
      * los datos (es la modificacion).
           SELECT MOVTOS-HABILIDADES ASSIGN TO RUTA-MOVTOS-HAB
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS FS-MOVTOS.

      * Solo se cargan habilidades de consultores del maestro.
           SELECT CONSULTORES  ASSIGN TO RUTA-CONSULTORES
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS RANDOM
                               RECORD KEY IS CONS-NUM
                               FILE STATUS IS FS-CONSULTORES.

       DATA DIVISION.
       FILE SECTION.
      * HAB-NIVEL: 1 basico a 5 experto. Sin certificacion, nombre en
      * blanco y vencimiento en cero.
       FD HABILIDADES LABEL RECORD IS STANDARD.
       01 HAB-REG.
           03 HAB-CONSULTOR PIC X(5).
           03 HAB-CODIGO PIC X(6).
           03 HAB-NIVEL PIC 9(1).
           03 HAB-CERTIFICACION PIC X(25).
           03 HAB-VENCE-CERT PIC 9(8).

       FD MOVTOS-HABILIDADES LABEL RECORD IS STANDARD.
       01 MOV-REG.
           03 MOV-ACCION PIC X(1).
               88 MOV-ALTA VALUE 'A'.
               88 MOV-BAJA VALUE 'B'.
           03 MOV-CONSULTOR PIC X(5).
           03 MOV-CODIGO PIC X(6).
           03 MOV-NIVEL PIC 9(1).
           03 MOV-CERTIFICACION PIC X(25).
           03 MOV-VENCE-CERT PIC 9(8).

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

       WORKING-STORAGE SECTION.

       77 FS-HABILIDADES  PIC XX.
       77 FS-MOVTOS       PIC XX.
       77 FS-CONSULTORES  PIC XX.

      * Foto en memoria del maestro.
       01 TABLA-HABILIDADES.
           03 FILA-HABILIDAD OCCURS 1000 TIMES.
               05 TAB-HAB-CONSULTOR PIC X(5).
               05 TAB-HAB-CODIGO PIC X(6).
               05 TAB-HAB-NIVEL PIC 9(1).
               05 TAB-HAB-CERTIFICACION PIC X(25).
               05 TAB-HAB-VENCE-CERT PIC 9(8).
               05 TAB-HAB-BAJA PIC X(1).
       01 CANT-HABILIDADES PIC 9(4) VALUE ZERO.

       01 SUB-HAB PIC 9(4).
       01 IND-HAB-ACT PIC 9(4).

       01 CANT-ALTAS      PIC 9(5) VALUE ZERO.
       01 CANT-MODIFICADAS PIC 9(5) VALUE ZERO.
       01 CANT-BAJAS      PIC 9(5) VALUE ZERO.
       01 CANT-RECHAZADOS PIC 9(5) VALUE ZERO.


      * Bitacora central de corridas (ver REGISTRAR-CORRIDA): 'I' al
      * arrancar y 'F' con los contadores al terminar normalmente;
      * una corrida abortada no llega a anotar su 'F' y el resumen
      * diario la muestra como anormal.
       01 WS-OPCION-LOG PIC X.
       01 LOG-PROGRAMA-ID PIC X(12) VALUE 'MANT-HABILID'.
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
       01 RUTA-MOVTOS-HAB PIC X(100).
       01 RUTA-CONSULTORES PIC X(100).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM CARGAR-RUTAS.
           MOVE 'I' TO WS-OPCION-LOG.
           CALL 'REGISTRAR-CORRIDA' USING WS-OPCION-LOG,
               LOG-PROGRAMA-ID, LOG-CANT-ENTRADA, LOG-CANT-SALIDA,
               LOG-CANT-EXC.
           PERFORM CARGAR-HABILIDADES.
           OPEN INPUT CONSULTORES.
           IF FS-CONSULTORES NOT = ZERO
               DISPLAY "ERROR AL ABRIR CONSULTORES FS: "
                   FS-CONSULTORES
               STOP RUN.
           OPEN INPUT MOVTOS-HABILIDADES.
           IF FS-MOVTOS NOT = ZERO
               DISPLAY "ERROR AL ABRIR MOVTOS HABILIDADES FS: "
                   FS-MOVTOS
               STOP RUN.
           PERFORM LEER-MOVIMIENTO.
           PERFORM PROCESAR-MOVIMIENTO UNTIL FS-MOVTOS = '10'.
           CLOSE MOVTOS-HABILIDADES CONSULTORES.
           PERFORM REGRABAR-HABILIDADES.
           PERFORM IMPRIMIR-RESUMEN.
           MOVE CANT-RECHAZADOS TO LOG-CANT-EXC.
           MOVE 'F' TO WS-OPCION-LOG.
           CALL 'REGISTRAR-CORRIDA' USING WS-OPCION-LOG,
               LOG-PROGRAMA-ID, LOG-CANT-ENTRADA, LOG-CANT-SALIDA,
               LOG-CANT-EXC.
           STOP RUN.

      * El maestro puede no existir todavia: se arranca vacio.
       CARGAR-HABILIDADES.
           OPEN INPUT HABILIDADES.
           IF FS-HABILIDADES NOT = ZERO AND '35'
               DISPLAY "ERROR AL ABRIR HABILIDADES FS: "
                   FS-HABILIDADES
               STOP RUN.
           IF FS-HABILIDADES = ZERO
               READ HABILIDADES
               PERFORM CARGAR-UNA-HABILIDAD
                   UNTIL FS-HABILIDADES NOT = ZERO
                   OR CANT-HABILIDADES >= 1000
               CLOSE HABILIDADES.

       CARGAR-UNA-HABILIDAD.
           ADD 1 TO CANT-HABILIDADES.
           MOVE HAB-CONSULTOR TO TAB-HAB-CONSULTOR(CANT-HABILIDADES).
           MOVE HAB-CODIGO TO TAB-HAB-CODIGO(CANT-HABILIDADES).
           MOVE HAB-NIVEL TO TAB-HAB-NIVEL(CANT-HABILIDADES).
           MOVE HAB-CERTIFICACION
               TO TAB-HAB-CERTIFICACION(CANT-HABILIDADES).
           MOVE HAB-VENCE-CERT TO TAB-HAB-VENCE-CERT(CANT-HABILIDADES).
           MOVE 'N' TO TAB-HAB-BAJA(CANT-HABILIDADES).
           READ HABILIDADES.

       LEER-MOVIMIENTO.
           READ MOVTOS-HABILIDADES.
           IF FS-MOVTOS NOT = ZERO AND '10'
               DISPLAY "ERROR AL LEER MOVTOS HABILIDADES FS: "
                   FS-MOVTOS
               STOP RUN.
           IF FS-MOVTOS = ZERO
               ADD 1 TO LOG-CANT-ENTRADA.

      * El alta exige consultor del maestro, habilidad informada y
      * nivel de 1 a 5; una certificacion con nombre necesita fecha
      * de vencimiento.
       PROCESAR-MOVIMIENTO.
           PERFORM UBICAR-HABILIDAD.
           IF MOV-ALTA
               MOVE MOV-CONSULTOR TO CONS-NUM
               READ CONSULTORES.
           EVALUATE TRUE
               WHEN MOV-ALTA AND FS-CONSULTORES NOT = ZERO
                   DISPLAY "CONSULTOR INEXISTENTE: HABILIDAD "
                       "RECHAZADA " MOV-CONSULTOR "/" MOV-CODIGO
                   ADD 1 TO CANT-RECHAZADOS
               WHEN MOV-ALTA AND MOV-CODIGO = SPACES
                   DISPLAY "HABILIDAD SIN CODIGO RECHAZADA: "
                       MOV-CONSULTOR
                   ADD 1 TO CANT-RECHAZADOS
               WHEN MOV-ALTA AND (MOV-NIVEL NOT NUMERIC
                   OR MOV-NIVEL < 1 OR MOV-NIVEL > 5)
                   DISPLAY "NIVEL INVALIDO " MOV-NIVEL
                       ": HABILIDAD RECHAZADA " MOV-CONSULTOR "/"
                       MOV-CODIGO
                   ADD 1 TO CANT-RECHAZADOS
               WHEN MOV-ALTA AND MOV-CERTIFICACION NOT = SPACES
                   AND (MOV-VENCE-CERT NOT NUMERIC
                   OR MOV-VENCE-CERT = ZERO)
                   DISPLAY "CERTIFICACION SIN VENCIMIENTO RECHAZADA: "
                       MOV-CONSULTOR "/" MOV-CODIGO
                   ADD 1 TO CANT-RECHAZADOS
               WHEN MOV-ALTA AND IND-HAB-ACT NOT = ZERO
                   PERFORM ACTUALIZAR-HABILIDAD
                   MOVE 'N' TO TAB-HAB-BAJA(IND-HAB-ACT)
                   ADD 1 TO CANT-MODIFICADAS
               WHEN MOV-ALTA
                   PERFORM AGREGAR-HABILIDAD
               WHEN MOV-BAJA AND IND-HAB-ACT NOT = ZERO
                   MOVE 'S' TO TAB-HAB-BAJA(IND-HAB-ACT)
                   ADD 1 TO CANT-BAJAS
               WHEN MOV-BAJA
                   DISPLAY "NO EXISTE LA HABILIDAD " MOV-CONSULTOR
                       "/" MOV-CODIGO " PARA DAR DE BAJA"
                   ADD 1 TO CANT-RECHAZADOS
               WHEN OTHER
                   DISPLAY "ACCION INVALIDA: " MOV-ACCION
                       " HABILIDAD " MOV-CONSULTOR "/" MOV-CODIGO
                   ADD 1 TO CANT-RECHAZADOS
           END-EVALUATE.
           PERFORM LEER-MOVIMIENTO.

       UBICAR-HABILIDAD.
           MOVE ZERO TO IND-HAB-ACT.
           PERFORM COMPARAR-HABILIDAD
               VARYING SUB-HAB FROM 1 BY 1
               UNTIL SUB-HAB > CANT-HABILIDADES
               OR IND-HAB-ACT NOT = ZERO.

       COMPARAR-HABILIDAD.
           IF TAB-HAB-CONSULTOR(SUB-HAB) = MOV-CONSULTOR
               AND TAB-HAB-CODIGO(SUB-HAB) = MOV-CODIGO
               MOVE SUB-HAB TO IND-HAB-ACT.

       ACTUALIZAR-HABILIDAD.
           MOVE MOV-NIVEL TO TAB-HAB-NIVEL(IND-HAB-ACT).
           MOVE MOV-CERTIFICACION TO TAB-HAB-CERTIFICACION(IND-HAB-ACT).
           IF MOV-CERTIFICACION = SPACES
               MOVE ZERO TO TAB-HAB-VENCE-CERT(IND-HAB-ACT)
           ELSE
               MOVE MOV-VENCE-CERT TO TAB-HAB-VENCE-CERT(IND-HAB-ACT).

       AGREGAR-HABILIDAD.
           IF CANT-HABILIDADES < 1000
               ADD 1 TO CANT-HABILIDADES
               MOVE CANT-HABILIDADES TO IND-HAB-ACT
               MOVE MOV-CONSULTOR TO TAB-HAB-CONSULTOR(IND-HAB-ACT)
               MOVE MOV-CODIGO TO TAB-HAB-CODIGO(IND-HAB-ACT)
               PERFORM ACTUALIZAR-HABILIDAD
               MOVE 'N' TO TAB-HAB-BAJA(IND-HAB-ACT)
               ADD 1 TO CANT-ALTAS
           ELSE
               DISPLAY "SIN LUGAR EN LA TABLA DE HABILIDADES PARA "
                   MOV-CONSULTOR "/" MOV-CODIGO
               ADD 1 TO CANT-RECHAZADOS.

       REGRABAR-HABILIDADES.
           OPEN OUTPUT HABILIDADES.
           IF FS-HABILIDADES NOT = ZERO
               DISPLAY "ERROR AL REGRABAR HABILIDADES FS: "
                   FS-HABILIDADES
               STOP RUN.
           PERFORM GRABAR-UNA-HABILIDAD
               VARYING SUB-HAB FROM 1 BY 1
               UNTIL SUB-HAB > CANT-HABILIDADES.
           CLOSE HABILIDADES.

       GRABAR-UNA-HABILIDAD.
           IF TAB-HAB-BAJA(SUB-HAB) NOT = 'S'
               MOVE TAB-HAB-CONSULTOR(SUB-HAB) TO HAB-CONSULTOR
               MOVE TAB-HAB-CODIGO(SUB-HAB) TO HAB-CODIGO
               MOVE TAB-HAB-NIVEL(SUB-HAB) TO HAB-NIVEL
               MOVE TAB-HAB-CERTIFICACION(SUB-HAB) TO HAB-CERTIFICACION
               MOVE TAB-HAB-VENCE-CERT(SUB-HAB) TO HAB-VENCE-CERT
               WRITE HAB-REG
               ADD 1 TO LOG-CANT-SALIDA.

       IMPRIMIR-RESUMEN.
           DISPLAY "HABILIDADES DADAS DE ALTA: " CANT-ALTAS.
           DISPLAY "HABILIDADES MODIFICADAS: " CANT-MODIFICADAS.
           DISPLAY "HABILIDADES DADAS DE BAJA: " CANT-BAJAS.
           DISPLAY "MOVIMIENTOS RECHAZADOS: " CANT-RECHAZADOS.


      * Resuelve todas las rutas de este programa contra rutas.dat;
      * una entrada ausente corta la corrida nombrando el logico
      * que falta.
       CARGAR-RUTAS.
           MOVE 'COMP-HABILIDADES' TO RUTA-LOGICO.
           PERFORM OBTENER-UNA-RUTA.
           MOVE RUTA-OBTENIDA TO RUTA-HABILIDADES.
           MOVE 'SEC-MOVHABILIDADES' TO RUTA-LOGICO.
           PERFORM OBTENER-UNA-RUTA.
           MOVE RUTA-OBTENIDA TO RUTA-MOVTOS-HAB.
           MOVE 'IDX-CONSULTORES' TO RUTA-LOGICO.
           PERFORM OBTENER-UNA-RUTA.
           MOVE RUTA-OBTENIDA TO RUTA-CONSULTORES.

       OBTENER-UNA-RUTA.
           CALL 'OBTENER-RUTA' USING RUTA-LOGICO, RUTA-OBTENIDA,
               FS-RUTA.
           IF FS-RUTA NOT = '00'
               DISPLAY "RUTA NO CONFIGURADA PARA " RUTA-LOGICO
               STOP RUN.

       END PROGRAM MANTENER-HABILIDADES.
