      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANTENER-OPERADORES.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Maestro de operadores y tabla de permisos por rol, los dos
      * que VALIDAR-OPERADOR consulta al arrancar cada programa de
      * mantenimiento y cierre y en cada aprobacion.
           SELECT OPERADORES   ASSIGN TO RUTA-OPERADORES
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS FS-OPERADORES.

           SELECT PERMISOS     ASSIGN TO RUTA-PERMISOS
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS FS-PERMISOS.

      * Movimientos: 'O' operador (alta/modificacion o baja logica),
      * 'P' permiso (alta o baja) de un rol sobre un PROGRAM-ID ('P')
      * o sobre la aprobacion de un maestro estacionado ('A').
           SELECT MOVTOS-OPERADORES ASSIGN TO RUTA-MOVTOS-OPE
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS FS-MOVTOS.

       DATA DIVISION.
       FILE SECTION.
      * La baja del operador es logica: la bitacora de accesos lo
      * sigue nombrando.
       FD OPERADORES LABEL RECORD IS STANDARD.
       01 OPE-REG.
           03 OPE-CODIGO PIC X(10).
           03 OPE-NOMBRE PIC X(30).
           03 OPE-ROL    PIC X(10).
           03 OPE-ESTADO PIC X(1).
           03 OPE-FECHA-BAJA PIC 9(8).

       FD PERMISOS LABEL RECORD IS STANDARD.
       01 PRM-REG.
           03 PRM-ROL    PIC X(10).
           03 PRM-TIPO   PIC X(1).
           03 PRM-OBJETO PIC X(30).

       FD MOVTOS-OPERADORES LABEL RECORD IS STANDARD.
       01 MOV-REG.
           03 MOV-REGISTRO PIC X(1).
               88 MOV-DE-OPERADOR VALUE 'O'.
               88 MOV-DE-PERMISO  VALUE 'P'.
           03 MOV-ACCION PIC X(1).
               88 MOV-ALTA VALUE 'A'.
               88 MOV-BAJA VALUE 'B'.
           03 MOV-OPERADOR.
               05 MOV-OPE-CODIGO PIC X(10).
               05 MOV-OPE-NOMBRE PIC X(30).
               05 MOV-OPE-ROL    PIC X(10).
           03 MOV-PERMISO REDEFINES MOV-OPERADOR.
               05 MOV-PRM-ROL    PIC X(10).
               05 MOV-PRM-TIPO   PIC X(1).
               05 MOV-PRM-OBJETO PIC X(30).
               05 FILLER         PIC X(9).

       WORKING-STORAGE SECTION.

       77 FS-OPERADORES PIC XX.
       77 FS-PERMISOS   PIC XX.
       77 FS-MOVTOS     PIC XX.

       01 TABLA-OPERADORES.
           03 FILA-OPERADOR OCCURS 200 TIMES.
               05 TAB-OPE-CODIGO PIC X(10).
               05 TAB-OPE-NOMBRE PIC X(30).
               05 TAB-OPE-ROL    PIC X(10).
               05 TAB-OPE-ESTADO PIC X(1).
               05 TAB-OPE-FECHA-BAJA PIC 9(8).
       01 CANT-OPERADORES PIC 9(3) VALUE ZERO.
       01 SUB-OPE PIC 9(3).
       01 IND-OPE-ACT PIC 9(3).

      * El permiso dado de baja se marca y no se regraba.
       01 TABLA-PERMISOS.
           03 FILA-PERMISO OCCURS 500 TIMES.
               05 TAB-PRM-ROL    PIC X(10).
               05 TAB-PRM-TIPO   PIC X(1).
               05 TAB-PRM-OBJETO PIC X(30).
               05 TAB-PRM-BAJA   PIC X(1).
       01 CANT-PERMISOS PIC 9(3) VALUE ZERO.
       01 SUB-PRM PIC 9(3).
       01 IND-PRM-ACT PIC 9(3).

       01 FECHA-CORRIDA PIC 9(8).

       01 CANT-ALTAS      PIC 9(5) VALUE ZERO.
       01 CANT-MODIFICADOS PIC 9(5) VALUE ZERO.
       01 CANT-BAJAS      PIC 9(5) VALUE ZERO.
       01 CANT-PERM-ALTAS PIC 9(5) VALUE ZERO.
       01 CANT-PERM-BAJAS PIC 9(5) VALUE ZERO.
       01 CANT-RECHAZADOS PIC 9(5) VALUE ZERO.


      * Bitacora central de corridas (ver REGISTRAR-CORRIDA): 'I' al
      * arrancar y 'F' con los contadores al terminar normalmente;
      * una corrida abortada no llega a anotar su 'F' y el resumen
      * diario la muestra como anormal.
       01 WS-OPCION-LOG PIC X.
       01 LOG-PROGRAMA-ID PIC X(12) VALUE 'MANT-OPERAD'.
       01 LOG-CANT-ENTRADA PIC 9(7) VALUE ZERO.
       01 LOG-CANT-SALIDA PIC 9(7) VALUE ZERO.
       01 LOG-CANT-EXC PIC 9(5) VALUE ZERO.


      * Operador de la corrida (ver VALIDAR-OPERADOR): se valida
      * contra el maestro de operadores y los permisos de su rol
      * antes de hacer nada.
       01 WS-OPCION-OPERADOR PIC X.
       01 OPERADOR-PROGRAMA PIC X(30) VALUE 'MANTENER-OPERADORES'.
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
       01 RUTA-OPERADORES PIC X(100).
       01 RUTA-PERMISOS PIC X(100).
       01 RUTA-MOVTOS-OPE PIC X(100).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM CARGAR-RUTAS.
           PERFORM CARGAR-OPERADORES.
           PERFORM VALIDAR-OPERADOR-CORRIDA.
           MOVE 'I' TO WS-OPCION-LOG.
           CALL 'REGISTRAR-CORRIDA' USING WS-OPCION-LOG,
               LOG-PROGRAMA-ID, LOG-CANT-ENTRADA, LOG-CANT-SALIDA,
               LOG-CANT-EXC.
           MOVE FUNCTION CURRENT-DATE(1:8) TO FECHA-CORRIDA.
           PERFORM CARGAR-PERMISOS.
           OPEN INPUT MOVTOS-OPERADORES.
           IF FS-MOVTOS NOT = ZERO
               DISPLAY "ERROR AL ABRIR MOVTOS OPERADORES FS: "
                   FS-MOVTOS
               STOP RUN.
           PERFORM LEER-MOVIMIENTO.
           PERFORM PROCESAR-MOVIMIENTO UNTIL FS-MOVTOS = '10'.
           CLOSE MOVTOS-OPERADORES.
           PERFORM REGRABAR-OPERADORES.
           PERFORM REGRABAR-PERMISOS.
           PERFORM IMPRIMIR-RESUMEN.
           MOVE CANT-RECHAZADOS TO LOG-CANT-EXC.
           MOVE 'F' TO WS-OPCION-LOG.
           CALL 'REGISTRAR-CORRIDA' USING WS-OPCION-LOG,
               LOG-PROGRAMA-ID, LOG-CANT-ENTRADA, LOG-CANT-SALIDA,
               LOG-CANT-EXC.
           STOP RUN.

      * El maestro puede no existir todavia: se arranca vacio.
       CARGAR-OPERADORES.
           OPEN INPUT OPERADORES.
           IF FS-OPERADORES NOT = ZERO AND '35'
               DISPLAY "ERROR AL ABRIR OPERADORES FS: " FS-OPERADORES
               STOP RUN.
           IF FS-OPERADORES = ZERO
               READ OPERADORES
               PERFORM CARGAR-UN-OPERADOR
                   UNTIL FS-OPERADORES NOT = ZERO
                   OR CANT-OPERADORES >= 200
               CLOSE OPERADORES.

       CARGAR-UN-OPERADOR.
           ADD 1 TO CANT-OPERADORES.
           MOVE OPE-CODIGO TO TAB-OPE-CODIGO(CANT-OPERADORES).
           MOVE OPE-NOMBRE TO TAB-OPE-NOMBRE(CANT-OPERADORES).
           MOVE OPE-ROL TO TAB-OPE-ROL(CANT-OPERADORES).
           MOVE OPE-ESTADO TO TAB-OPE-ESTADO(CANT-OPERADORES).
           MOVE OPE-FECHA-BAJA TO TAB-OPE-FECHA-BAJA(CANT-OPERADORES).
           READ OPERADORES.

       CARGAR-PERMISOS.
           OPEN INPUT PERMISOS.
           IF FS-PERMISOS NOT = ZERO AND '35'
               DISPLAY "ERROR AL ABRIR PERMISOS FS: " FS-PERMISOS
               STOP RUN.
           IF FS-PERMISOS = ZERO
               READ PERMISOS
               PERFORM CARGAR-UN-PERMISO
                   UNTIL FS-PERMISOS NOT = ZERO
                   OR CANT-PERMISOS >= 500
               CLOSE PERMISOS.

       CARGAR-UN-PERMISO.
           ADD 1 TO CANT-PERMISOS.
           MOVE PRM-ROL TO TAB-PRM-ROL(CANT-PERMISOS).
           MOVE PRM-TIPO TO TAB-PRM-TIPO(CANT-PERMISOS).
           MOVE PRM-OBJETO TO TAB-PRM-OBJETO(CANT-PERMISOS).
           MOVE SPACE TO TAB-PRM-BAJA(CANT-PERMISOS).
           READ PERMISOS.

      * Con el maestro vacio no hay contra quien validar: la primera
      * carga (el administrador y su rol con permiso sobre este
      * programa) corre sin operador. A partir de ahi se exige.
       VALIDAR-OPERADOR-CORRIDA.
           IF CANT-OPERADORES = ZERO
               DISPLAY "MAESTRO DE OPERADORES VACIO: PRIMERA CARGA "
                   "SIN VALIDAR OPERADOR"
           ELSE
               MOVE 'P' TO WS-OPCION-OPERADOR
               CALL 'VALIDAR-OPERADOR' USING WS-OPCION-OPERADOR,
                   OPERADOR-PROGRAMA, OPERADOR-OBJETO, OPERADOR-CLAVE,
                   OPERADOR-CORRIDA, OPERADOR-CARGA, OPERADOR-RESULTADO
               IF OPERADOR-RESULTADO NOT = 'S'
                   STOP RUN.

       LEER-MOVIMIENTO.
           READ MOVTOS-OPERADORES.
           IF FS-MOVTOS NOT = ZERO AND '10'
               DISPLAY "ERROR AL LEER MOVTOS OPERADORES FS: "
                   FS-MOVTOS
               STOP RUN.
           IF FS-MOVTOS = ZERO
               ADD 1 TO LOG-CANT-ENTRADA.

       PROCESAR-MOVIMIENTO.
           EVALUATE TRUE
               WHEN MOV-DE-OPERADOR
                   PERFORM PROCESAR-MOV-OPERADOR
               WHEN MOV-DE-PERMISO
                   PERFORM PROCESAR-MOV-PERMISO
               WHEN OTHER
                   DISPLAY "TIPO DE REGISTRO INVALIDO: " MOV-REGISTRO
                   ADD 1 TO CANT-RECHAZADOS
           END-EVALUATE.
           PERFORM LEER-MOVIMIENTO.

      * Un alta sobre un codigo ya cargado pisa nombre y rol (y
      * reactiva al operador dado de baja).
       PROCESAR-MOV-OPERADOR.
           PERFORM UBICAR-OPERADOR.
           EVALUATE TRUE
               WHEN MOV-ALTA AND (MOV-OPE-CODIGO = SPACES
                   OR MOV-OPE-NOMBRE = SPACES
                   OR MOV-OPE-ROL = SPACES)
                   DISPLAY "OPERADOR SIN CODIGO, NOMBRE O ROL "
                       "RECHAZADO: " MOV-OPE-CODIGO
                   ADD 1 TO CANT-RECHAZADOS
               WHEN MOV-ALTA AND IND-OPE-ACT NOT = ZERO
                   PERFORM ACTUALIZAR-OPERADOR
                   ADD 1 TO CANT-MODIFICADOS
               WHEN MOV-ALTA
                   PERFORM AGREGAR-OPERADOR
               WHEN MOV-BAJA AND IND-OPE-ACT NOT = ZERO
                   AND TAB-OPE-ESTADO(IND-OPE-ACT) NOT = 'I'
                   MOVE 'I' TO TAB-OPE-ESTADO(IND-OPE-ACT)
                   MOVE FECHA-CORRIDA
                       TO TAB-OPE-FECHA-BAJA(IND-OPE-ACT)
                   ADD 1 TO CANT-BAJAS
               WHEN MOV-BAJA
                   DISPLAY "NO EXISTE EL OPERADOR ACTIVO "
                       MOV-OPE-CODIGO " PARA DAR DE BAJA"
                   ADD 1 TO CANT-RECHAZADOS
               WHEN OTHER
                   DISPLAY "ACCION INVALIDA: " MOV-ACCION
                       " OPERADOR " MOV-OPE-CODIGO
                   ADD 1 TO CANT-RECHAZADOS
           END-EVALUATE.

       UBICAR-OPERADOR.
           MOVE ZERO TO IND-OPE-ACT.
           PERFORM COMPARAR-OPERADOR
               VARYING SUB-OPE FROM 1 BY 1
               UNTIL SUB-OPE > CANT-OPERADORES
               OR IND-OPE-ACT NOT = ZERO.

       COMPARAR-OPERADOR.
           IF TAB-OPE-CODIGO(SUB-OPE) = MOV-OPE-CODIGO
               MOVE SUB-OPE TO IND-OPE-ACT.

       ACTUALIZAR-OPERADOR.
           MOVE MOV-OPE-NOMBRE TO TAB-OPE-NOMBRE(IND-OPE-ACT).
           MOVE MOV-OPE-ROL TO TAB-OPE-ROL(IND-OPE-ACT).
           MOVE 'A' TO TAB-OPE-ESTADO(IND-OPE-ACT).
           MOVE ZERO TO TAB-OPE-FECHA-BAJA(IND-OPE-ACT).

       AGREGAR-OPERADOR.
           IF CANT-OPERADORES < 200
               ADD 1 TO CANT-OPERADORES
               MOVE CANT-OPERADORES TO IND-OPE-ACT
               MOVE MOV-OPE-CODIGO TO TAB-OPE-CODIGO(IND-OPE-ACT)
               PERFORM ACTUALIZAR-OPERADOR
               ADD 1 TO CANT-ALTAS
           ELSE
               DISPLAY "SIN LUGAR EN LA TABLA DE OPERADORES PARA "
                   MOV-OPE-CODIGO
               ADD 1 TO CANT-RECHAZADOS.

      * El objeto de un permiso 'P' es el PROGRAM-ID completo; el de
      * uno 'A' es el maestro del movimiento estacionado.
       PROCESAR-MOV-PERMISO.
           PERFORM UBICAR-PERMISO.
           EVALUATE TRUE
               WHEN MOV-PRM-ROL = SPACES OR MOV-PRM-OBJETO = SPACES
                   OR (MOV-PRM-TIPO NOT = 'P' AND NOT = 'A')
                   DISPLAY "PERMISO INCOMPLETO RECHAZADO: " MOV-PRM-ROL
                       " " MOV-PRM-TIPO " " MOV-PRM-OBJETO
                   ADD 1 TO CANT-RECHAZADOS
               WHEN MOV-ALTA AND IND-PRM-ACT NOT = ZERO
                   DISPLAY "PERMISO YA OTORGADO: " MOV-PRM-ROL " "
                       MOV-PRM-TIPO " " MOV-PRM-OBJETO
               WHEN MOV-ALTA
                   PERFORM AGREGAR-PERMISO
               WHEN MOV-BAJA AND IND-PRM-ACT NOT = ZERO
                   MOVE 'S' TO TAB-PRM-BAJA(IND-PRM-ACT)
                   ADD 1 TO CANT-PERM-BAJAS
               WHEN MOV-BAJA
                   DISPLAY "NO EXISTE EL PERMISO " MOV-PRM-ROL " "
                       MOV-PRM-TIPO " " MOV-PRM-OBJETO
                   ADD 1 TO CANT-RECHAZADOS
               WHEN OTHER
                   DISPLAY "ACCION INVALIDA: " MOV-ACCION
                       " PERMISO " MOV-PRM-ROL
                   ADD 1 TO CANT-RECHAZADOS
           END-EVALUATE.

       UBICAR-PERMISO.
           MOVE ZERO TO IND-PRM-ACT.
           PERFORM COMPARAR-PERMISO
               VARYING SUB-PRM FROM 1 BY 1
               UNTIL SUB-PRM > CANT-PERMISOS
               OR IND-PRM-ACT NOT = ZERO.

       COMPARAR-PERMISO.
           IF TAB-PRM-ROL(SUB-PRM) = MOV-PRM-ROL
               AND TAB-PRM-TIPO(SUB-PRM) = MOV-PRM-TIPO
               AND TAB-PRM-OBJETO(SUB-PRM) = MOV-PRM-OBJETO
               AND TAB-PRM-BAJA(SUB-PRM) = SPACE
               MOVE SUB-PRM TO IND-PRM-ACT.

       AGREGAR-PERMISO.
           IF CANT-PERMISOS < 500
               ADD 1 TO CANT-PERMISOS
               MOVE MOV-PRM-ROL TO TAB-PRM-ROL(CANT-PERMISOS)
               MOVE MOV-PRM-TIPO TO TAB-PRM-TIPO(CANT-PERMISOS)
               MOVE MOV-PRM-OBJETO TO TAB-PRM-OBJETO(CANT-PERMISOS)
               MOVE SPACE TO TAB-PRM-BAJA(CANT-PERMISOS)
               ADD 1 TO CANT-PERM-ALTAS
           ELSE
               DISPLAY "SIN LUGAR EN LA TABLA DE PERMISOS PARA "
                   MOV-PRM-ROL " " MOV-PRM-OBJETO
               ADD 1 TO CANT-RECHAZADOS.

       REGRABAR-OPERADORES.
           OPEN OUTPUT OPERADORES.
           IF FS-OPERADORES NOT = ZERO
               DISPLAY "ERROR AL REGRABAR OPERADORES FS: "
                   FS-OPERADORES
               STOP RUN.
           PERFORM GRABAR-UN-OPERADOR
               VARYING SUB-OPE FROM 1 BY 1
               UNTIL SUB-OPE > CANT-OPERADORES.
           CLOSE OPERADORES.

       GRABAR-UN-OPERADOR.
           MOVE TAB-OPE-CODIGO(SUB-OPE) TO OPE-CODIGO.
           MOVE TAB-OPE-NOMBRE(SUB-OPE) TO OPE-NOMBRE.
           MOVE TAB-OPE-ROL(SUB-OPE) TO OPE-ROL.
           MOVE TAB-OPE-ESTADO(SUB-OPE) TO OPE-ESTADO.
           MOVE TAB-OPE-FECHA-BAJA(SUB-OPE) TO OPE-FECHA-BAJA.
           WRITE OPE-REG.
           ADD 1 TO LOG-CANT-SALIDA.

       REGRABAR-PERMISOS.
           OPEN OUTPUT PERMISOS.
           IF FS-PERMISOS NOT = ZERO
               DISPLAY "ERROR AL REGRABAR PERMISOS FS: " FS-PERMISOS
               STOP RUN.
           PERFORM GRABAR-UN-PERMISO
               VARYING SUB-PRM FROM 1 BY 1
               UNTIL SUB-PRM > CANT-PERMISOS.
           CLOSE PERMISOS.

       GRABAR-UN-PERMISO.
           IF TAB-PRM-BAJA(SUB-PRM) = SPACE
               MOVE TAB-PRM-ROL(SUB-PRM) TO PRM-ROL
               MOVE TAB-PRM-TIPO(SUB-PRM) TO PRM-TIPO
               MOVE TAB-PRM-OBJETO(SUB-PRM) TO PRM-OBJETO
               WRITE PRM-REG
               ADD 1 TO LOG-CANT-SALIDA.

       IMPRIMIR-RESUMEN.
           DISPLAY "OPERADORES DADOS DE ALTA: " CANT-ALTAS.
           DISPLAY "OPERADORES MODIFICADOS: " CANT-MODIFICADOS.
           DISPLAY "OPERADORES DADOS DE BAJA: " CANT-BAJAS.
           DISPLAY "PERMISOS OTORGADOS: " CANT-PERM-ALTAS.
           DISPLAY "PERMISOS QUITADOS: " CANT-PERM-BAJAS.
           DISPLAY "MOVIMIENTOS RECHAZADOS: " CANT-RECHAZADOS.


      * Resuelve todas las rutas de este programa contra rutas.dat;
      * una entrada ausente corta la corrida nombrando el logico
      * que falta.
       CARGAR-RUTAS.
           MOVE 'COMP-OPERADORES' TO RUTA-LOGICO.
           PERFORM OBTENER-UNA-RUTA.
           MOVE RUTA-OBTENIDA TO RUTA-OPERADORES.
           MOVE 'COMP-PERMISOS' TO RUTA-LOGICO.
           PERFORM OBTENER-UNA-RUTA.
           MOVE RUTA-OBTENIDA TO RUTA-PERMISOS.
           MOVE 'SEC-MOVOPERADORES' TO RUTA-LOGICO.
           PERFORM OBTENER-UNA-RUTA.
           MOVE RUTA-OBTENIDA TO RUTA-MOVTOS-OPE.

       OBTENER-UNA-RUTA.
           CALL 'OBTENER-RUTA' USING RUTA-LOGICO, RUTA-OBTENIDA,
               FS-RUTA.
           IF FS-RUTA NOT = '00'
               DISPLAY "RUTA NO CONFIGURADA PARA " RUTA-LOGICO
               STOP RUN.

       END PROGRAM MANTENER-OPERADORES.
