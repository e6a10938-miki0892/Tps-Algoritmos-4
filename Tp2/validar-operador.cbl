      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VALIDAR-OPERADOR.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Maestro de operadores (ver MANTENER-OPERADORES): codigo,
      * nombre, rol y estado.
           SELECT OPERADORES   ASSIGN TO RUTA-OPERADORES
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS FS-OPERADORES.

      * Permisos por rol: 'P' el rol puede correr el PROGRAM-ID del
      * objeto; 'A' el rol puede aprobar los movimientos estacionados
      * de ese maestro (MANT-EMP, MANT-CONS, CASTIGO).
           SELECT PERMISOS     ASSIGN TO RUTA-PERMISOS
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS FS-PERMISOS.

      * Tarjeta de la corrida: el codigo del operador que la lanza.
           SELECT TARJETA-OPERADOR ASSIGN TO RUTA-TARJETA-OPERADOR
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS FS-TARJETA.

      * Bitacora de accesos, unica y compartida: un renglon por cada
      * intento, permitido o no (ver CONSULTAR-ACCESOS).
           SELECT LOG-ACCESOS  ASSIGN TO RUTA-LOG-ACCESOS
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS FS-ACCESOS.

       DATA DIVISION.
       FILE SECTION.
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

       FD TARJETA-OPERADOR LABEL RECORD IS STANDARD.
       01 TJO-REG.
           03 TJO-OPERADOR PIC X(10).

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
           03 ACC-MOTIVO    PIC X(30).

       WORKING-STORAGE SECTION.
       77 FS-OPERADORES PIC XX.
       77 FS-PERMISOS PIC XX.
       77 FS-TARJETA PIC XX.
       77 FS-ACCESOS PIC XX.

      * Maestro y permisos se cargan una sola vez por corrida.
       01 SW-TABLAS-CARGADAS PIC X VALUE 'N'.
           88 TABLAS-SIN-CARGAR VALUE 'N'.
      * Un maestro que no entra en su tabla deniega todo: un operador
      * que quedara afuera se rechazaria con un motivo falso.
       01 SW-TABLA-EXCEDIDA PIC X VALUE 'N'.
           88 TABLA-EXCEDIDA VALUE 'S'.

       01 TABLA-OPERADORES.
           03 FILA-OPERADOR OCCURS 200 TIMES.
               05 TAB-OPE-CODIGO PIC X(10).
               05 TAB-OPE-ROL    PIC X(10).
               05 TAB-OPE-ESTADO PIC X(1).
       01 CANT-OPERADORES PIC 9(3) VALUE ZERO.
       01 SUB-OPE PIC 9(3).
       01 IND-OPE-ACT PIC 9(3).

       01 TABLA-PERMISOS.
           03 FILA-PERMISO OCCURS 500 TIMES.
               05 TAB-PRM-ROL    PIC X(10).
               05 TAB-PRM-TIPO   PIC X(1).
               05 TAB-PRM-OBJETO PIC X(30).
       01 CANT-PERMISOS PIC 9(3) VALUE ZERO.
       01 SUB-PRM PIC 9(3).
       01 SW-PERMISO-HALLADO PIC X.
           88 PERMISO-HALLADO VALUE 'S'.

       01 OBJETO-PERMISO PIC X(30).
       01 MOTIVO-RECHAZO PIC X(30).

      * Rutas fisicas de los archivos, resueltas al arrancar desde
      * rutas.dat via OBTENER-RUTA: mover el sistema o armar un
      * ambiente de prueba es cuestion de editar ese archivo.
       77 FS-RUTA PIC XX.
       01 SW-RUTAS-CARGADAS PIC X VALUE 'N'.
           88 RUTAS-SIN-CARGAR VALUE 'N'.
       01 RUTA-LOGICO PIC X(20).
       01 RUTA-OBTENIDA PIC X(100).
       01 RUTA-OPERADORES PIC X(100).
       01 RUTA-PERMISOS PIC X(100).
       01 RUTA-TARJETA-OPERADOR PIC X(100).
       01 RUTA-LOG-ACCESOS PIC X(100).

       LINKAGE SECTION.
      * OPCION 'P': se toma el operador de la tarjeta de la corrida
      * (vuelve en OPERADOR) y se controla que exista, este activo y
      * que su rol pueda correr PROGRAMA. OPCION 'A': OPERADOR quiere
      * aprobar un movimiento de OBJETO (maestro) y CLAVE que cargo
      * OPERADOR-CARGA; ademas de lo anterior debe ser otro operador
      * y su rol poder aprobar ese maestro. RESULTADO 'S' permitido,
      * 'N' denegado (el motivo ya quedo en pantalla). Todo intento
      * queda en la bitacora de accesos.
           01 OPCION PIC X.
           01 PROGRAMA PIC X(30).
           01 OBJETO PIC X(12).
           01 CLAVE PIC X(20).
           01 OPERADOR PIC X(10).
           01 OPERADOR-CARGA PIC X(10).
           01 RESULTADO PIC X.

       PROCEDURE DIVISION USING OPCION, PROGRAMA, OBJETO, CLAVE,
                                 OPERADOR, OPERADOR-CARGA, RESULTADO.
       MAIN-PROCEDURE.
           IF RUTAS-SIN-CARGAR
               PERFORM CARGAR-RUTAS
               MOVE 'S' TO SW-RUTAS-CARGADAS.
           IF TABLAS-SIN-CARGAR
               PERFORM CARGAR-OPERADORES
               PERFORM CARGAR-PERMISOS
               MOVE 'S' TO SW-TABLAS-CARGADAS.
           IF TABLA-EXCEDIDA
               MOVE 'N' TO RESULTADO
               GOBACK.
           MOVE SPACES TO MOTIVO-RECHAZO.
           IF OPCION = 'P'
               PERFORM LEER-TARJETA
               MOVE PROGRAMA TO OBJETO-PERMISO
           ELSE
               MOVE OBJETO TO OBJETO-PERMISO.
           PERFORM CONTROLAR-OPERADOR.
           IF MOTIVO-RECHAZO = SPACES
               MOVE 'S' TO RESULTADO
           ELSE
               MOVE 'N' TO RESULTADO
               PERFORM INFORMAR-RECHAZO.
           PERFORM GRABAR-ACCESO.
           GOBACK.

       CARGAR-OPERADORES.
           OPEN INPUT OPERADORES.
           IF FS-OPERADORES NOT = ZERO AND '35'
               DISPLAY "ERROR AL ABRIR OPERADORES FS: " FS-OPERADORES
               STOP RUN.
           IF FS-OPERADORES = ZERO
               READ OPERADORES
               PERFORM CARGAR-UN-OPERADOR
                   UNTIL FS-OPERADORES NOT = ZERO OR TABLA-EXCEDIDA
               CLOSE OPERADORES.

       CARGAR-UN-OPERADOR.
           IF CANT-OPERADORES >= 200
               DISPLAY "MAESTRO DE OPERADORES EXCEDE 200"
               MOVE 'S' TO SW-TABLA-EXCEDIDA
           ELSE
               PERFORM ANOTAR-OPERADOR
               READ OPERADORES.

       ANOTAR-OPERADOR.
           ADD 1 TO CANT-OPERADORES.
           MOVE OPE-CODIGO TO TAB-OPE-CODIGO(CANT-OPERADORES).
           MOVE OPE-ROL TO TAB-OPE-ROL(CANT-OPERADORES).
           MOVE OPE-ESTADO TO TAB-OPE-ESTADO(CANT-OPERADORES).

       CARGAR-PERMISOS.
           OPEN INPUT PERMISOS.
           IF FS-PERMISOS NOT = ZERO AND '35'
               DISPLAY "ERROR AL ABRIR PERMISOS FS: " FS-PERMISOS
               STOP RUN.
           IF FS-PERMISOS = ZERO
               READ PERMISOS
               PERFORM CARGAR-UN-PERMISO
                   UNTIL FS-PERMISOS NOT = ZERO OR TABLA-EXCEDIDA
               CLOSE PERMISOS.

       CARGAR-UN-PERMISO.
           IF CANT-PERMISOS >= 500
               DISPLAY "PERMISOS EXCEDE 500"
               MOVE 'S' TO SW-TABLA-EXCEDIDA
           ELSE
               PERFORM ANOTAR-PERMISO
               READ PERMISOS.

       ANOTAR-PERMISO.
           ADD 1 TO CANT-PERMISOS.
           MOVE PRM-ROL TO TAB-PRM-ROL(CANT-PERMISOS).
           MOVE PRM-TIPO TO TAB-PRM-TIPO(CANT-PERMISOS).
           MOVE PRM-OBJETO TO TAB-PRM-OBJETO(CANT-PERMISOS).

      * Sin tarjeta (o en blanco) la corrida no tiene operador y se
      * deniega.
       LEER-TARJETA.
           MOVE SPACES TO OPERADOR.
           OPEN INPUT TARJETA-OPERADOR.
           IF FS-TARJETA = ZERO
               READ TARJETA-OPERADOR
               IF FS-TARJETA = ZERO
                   MOVE TJO-OPERADOR TO OPERADOR
               END-IF
               CLOSE TARJETA-OPERADOR.

       CONTROLAR-OPERADOR.
           PERFORM UBICAR-OPERADOR.
           EVALUATE TRUE
               WHEN OPERADOR = SPACES
                   MOVE 'SIN OPERADOR IDENTIFICADO' TO MOTIVO-RECHAZO
               WHEN IND-OPE-ACT = ZERO
                   MOVE 'OPERADOR INEXISTENTE' TO MOTIVO-RECHAZO
               WHEN TAB-OPE-ESTADO(IND-OPE-ACT) NOT = 'A'
                   MOVE 'OPERADOR DADO DE BAJA' TO MOTIVO-RECHAZO
               WHEN OPCION = 'A' AND OPERADOR-CARGA = SPACES
                   MOVE 'MOVIMIENTO SIN OPERADOR DE CARGA'
                       TO MOTIVO-RECHAZO
               WHEN OPCION = 'A' AND OPERADOR-CARGA = OPERADOR
                   MOVE 'APRUEBA QUIEN LO CARGO' TO MOTIVO-RECHAZO
               WHEN OTHER
                   PERFORM BUSCAR-PERMISO
                   IF NOT PERMISO-HALLADO
                       MOVE 'ROL SIN PERMISO' TO MOTIVO-RECHAZO
                   END-IF
           END-EVALUATE.

       UBICAR-OPERADOR.
           MOVE ZERO TO IND-OPE-ACT.
           PERFORM COMPARAR-OPERADOR
               VARYING SUB-OPE FROM 1 BY 1
               UNTIL SUB-OPE > CANT-OPERADORES
               OR IND-OPE-ACT NOT = ZERO.

       COMPARAR-OPERADOR.
           IF TAB-OPE-CODIGO(SUB-OPE) = OPERADOR
               MOVE SUB-OPE TO IND-OPE-ACT.

       BUSCAR-PERMISO.
           MOVE 'N' TO SW-PERMISO-HALLADO.
           PERFORM COMPARAR-PERMISO
               VARYING SUB-PRM FROM 1 BY 1
               UNTIL SUB-PRM > CANT-PERMISOS
               OR PERMISO-HALLADO.

       COMPARAR-PERMISO.
           IF TAB-PRM-ROL(SUB-PRM) = TAB-OPE-ROL(IND-OPE-ACT)
               AND TAB-PRM-TIPO(SUB-PRM) = OPCION
               AND TAB-PRM-OBJETO(SUB-PRM) = OBJETO-PERMISO
               MOVE 'S' TO SW-PERMISO-HALLADO.

       INFORMAR-RECHAZO.
           IF OPCION = 'P'
               DISPLAY "OPERADOR '" OPERADOR "' NO AUTORIZADO A "
                   "CORRER " PROGRAMA ": " MOTIVO-RECHAZO
           ELSE
               DISPLAY "OPERADOR '" OPERADOR "' NO AUTORIZADO A "
                   "APROBAR " OBJETO " " CLAVE ": " MOTIVO-RECHAZO.

       GRABAR-ACCESO.
           OPEN EXTEND LOG-ACCESOS.
           IF FS-ACCESOS = '35'
               OPEN OUTPUT LOG-ACCESOS.
           IF FS-ACCESOS NOT = ZERO
               DISPLAY "ERROR AL ABRIR LOG ACCESOS FS: " FS-ACCESOS
               MOVE 'N' TO RESULTADO
               GOBACK.
           MOVE FUNCTION CURRENT-DATE(1:8) TO ACC-FECHA.
           MOVE FUNCTION CURRENT-DATE(9:6) TO ACC-HORA.
           MOVE OPERADOR TO ACC-OPERADOR.
           MOVE PROGRAMA TO ACC-PROGRAMA.
           MOVE OPCION TO ACC-TIPO.
           IF OPCION = 'P'
               MOVE SPACES TO ACC-OBJETO ACC-CLAVE
           ELSE
               MOVE OBJETO TO ACC-OBJETO
               MOVE CLAVE TO ACC-CLAVE.
           MOVE RESULTADO TO ACC-RESULTADO.
           MOVE MOTIVO-RECHAZO TO ACC-MOTIVO.
           WRITE ACC-REG.
           CLOSE LOG-ACCESOS.


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
           MOVE 'SEC-OPERADOR' TO RUTA-LOGICO.
           PERFORM OBTENER-UNA-RUTA.
           MOVE RUTA-OBTENIDA TO RUTA-TARJETA-OPERADOR.
           MOVE 'COMP-LOGACCESOS' TO RUTA-LOGICO.
           PERFORM OBTENER-UNA-RUTA.
           MOVE RUTA-OBTENIDA TO RUTA-LOG-ACCESOS.

       OBTENER-UNA-RUTA.
           CALL 'OBTENER-RUTA' USING RUTA-LOGICO, RUTA-OBTENIDA,
               FS-RUTA.
           IF FS-RUTA NOT = '00'
               DISPLAY "RUTA NO CONFIGURADA PARA " RUTA-LOGICO
               STOP RUN.

       END PROGRAM VALIDAR-OPERADOR.
