      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANTENER-MAPEOS.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Tabla de equivalencias de la herramienta web de carga de
      * horas: sus codigos de cliente van a EMP-COD y sus codigos de
      * proyecto a codigos de TAREAS. La usa IMPORTAR-HORAS para armar
      * los lotes NOVTIMES de cada oficina.
           SELECT MAPEOS       ASSIGN TO RUTA-MAPEOS
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS FS-MAPEOS.

      * Movimientos de alta/baja: un alta con la clave ya cargada
      * pisa el destino (es la modificacion).
           SELECT MOVTOS-MAPEOS ASSIGN TO RUTA-MOVTOS-MAPEOS
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS FS-MOVTOS.

      * Maestro de tareas de TP1: un proyecto solo puede apuntar a
      * una tarea existente.
           SELECT TAREAS       ASSIGN TO RUTA-TAREAS
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS FS-TAREAS.

       DATA DIVISION.
       FILE SECTION.
      * Clave: clase ('C' cliente, 'P' proyecto) + codigo externo.
      * Un cliente usa MAP-EMPRESA; un proyecto usa MAP-TAREA.
       FD MAPEOS LABEL RECORD IS STANDARD.
       01 MAP-REG.
           03 MAP-CLASE PIC X(1).
           03 MAP-CODIGO-EXT PIC X(20).
           03 MAP-EMPRESA PIC 9(3).
           03 MAP-TAREA PIC X(4).
           03 MAP-DESCRIPCION PIC X(25).

       FD MOVTOS-MAPEOS LABEL RECORD IS STANDARD.
       01 MOV-REG.
           03 MOV-ACCION PIC X(1).
               88 MOV-ALTA VALUE 'A'.
               88 MOV-BAJA VALUE 'B'.
           03 MOV-CLASE PIC X(1).
               88 MOV-CLASE-CLIENTE VALUE 'C'.
               88 MOV-CLASE-PROYECTO VALUE 'P'.
           03 MOV-CODIGO-EXT PIC X(20).
           03 MOV-EMPRESA PIC 9(3).
           03 MOV-TAREA PIC X(4).
           03 MOV-DESCRIPCION PIC X(25).

       FD TAREAS LABEL RECORD IS STANDARD.
       01 TAREA-REG.
           03 TAREA-CODIGO PIC X(4).
           03 TAREA-DESC   PIC X(20).
           03 TAREA-FACT   PIC X(1).

       WORKING-STORAGE SECTION.

       77 FS-MAPEOS PIC XX.
       77 FS-MOVTOS PIC XX.
       77 FS-TAREAS PIC XX.

      * Foto en memoria de la tabla; 500 equivalencias alcanzan para
      * la cartera de clientes y proyectos activos de la herramienta.
       01 TABLA-MAPEOS.
           03 FILA-MAPEO OCCURS 500 TIMES.
               05 TAB-MAP-CLASE PIC X(1).
               05 TAB-MAP-CODIGO-EXT PIC X(20).
               05 TAB-MAP-EMPRESA PIC 9(3).
               05 TAB-MAP-TAREA PIC X(4).
               05 TAB-MAP-DESCRIPCION PIC X(25).
               05 TAB-MAP-BAJA PIC X(1).
       01 CANT-MAPEOS PIC 9(3) VALUE ZERO.

       01 SUB-MAP PIC 9(3).
       01 IND-MAP-ACT PIC 9(3).

      * Mismo techo compilado que usa TP1-PUNTO-A para su tabla de
      * tareas.
       01 TABLA-TAREAS.
           03 LINEA-TAREA OCCURS 20 TIMES INDEXED BY IND-TAR.
               05 TAB-TAREA-COD PIC X(4).

       01 SW-DESTINO-VALIDO PIC X.
           88 DESTINO-VALIDO VALUE 'S'.

       01 CANT-ALTAS      PIC 9(5) VALUE ZERO.
       01 CANT-BAJAS      PIC 9(5) VALUE ZERO.
       01 CANT-RECHAZADOS PIC 9(5) VALUE ZERO.

       01 WS-OPCION-EMPRESA PIC X.
       01 EMP-CODIGO-AUX PIC 9(3).
       01 EMP-CUIT-AUX   PIC 9(11).
       01 EMP-RAZON-AUX  PIC X(25).
       01 EMP-DIRE-AUX   PIC X(20).
       01 EMP-TEL-AUX    PIC X(20).
       01 EMP-MAIL-AUX   PIC X(30).


      * Bitacora central de corridas (ver REGISTRAR-CORRIDA): 'I' al
      * arrancar y 'F' con los contadores al terminar normalmente;
      * una corrida abortada no llega a anotar su 'F' y el resumen
      * diario la muestra como anormal.
       01 WS-OPCION-LOG PIC X.
       01 LOG-PROGRAMA-ID PIC X(12) VALUE 'MANT-MAPEOS'.
       01 LOG-CANT-ENTRADA PIC 9(7) VALUE ZERO.
       01 LOG-CANT-SALIDA PIC 9(7) VALUE ZERO.
       01 LOG-CANT-EXC PIC 9(5) VALUE ZERO.


      * Rutas fisicas de los archivos, resueltas al arrancar desde
      * rutas.dat via OBTENER-RUTA: mover el sistema o armar un
      * ambiente de prueba es cuestion de editar ese archivo.
       77 FS-RUTA PIC XX.
       01 RUTA-LOGICO PIC X(20).
       01 RUTA-OBTENIDA PIC X(100).
       01 RUTA-MAPEOS PIC X(100).
       01 RUTA-MOVTOS-MAPEOS PIC X(100).
       01 RUTA-TAREAS PIC X(100).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM CARGAR-RUTAS.
           MOVE 'I' TO WS-OPCION-LOG.
           CALL 'REGISTRAR-CORRIDA' USING WS-OPCION-LOG,
               LOG-PROGRAMA-ID, LOG-CANT-ENTRADA, LOG-CANT-SALIDA,
               LOG-CANT-EXC.
           PERFORM CARGAR-MAPEOS.
           PERFORM CARGAR-TABLA-TAREAS.
           MOVE 'A' TO WS-OPCION-EMPRESA.
           CALL 'OBTENER-EMPRESA' USING WS-OPCION-EMPRESA,
               EMP-CODIGO-AUX, EMP-CUIT-AUX, EMP-RAZON-AUX,
               EMP-DIRE-AUX, EMP-TEL-AUX, EMP-MAIL-AUX.
           OPEN INPUT MOVTOS-MAPEOS.
           IF FS-MOVTOS NOT = ZERO
               DISPLAY "ERROR AL ABRIR MOVTOS MAPEOS FS: " FS-MOVTOS
               STOP RUN.
           PERFORM LEER-MOVIMIENTO.
           PERFORM PROCESAR-MOVIMIENTO UNTIL FS-MOVTOS = '10'.
           CLOSE MOVTOS-MAPEOS.
           MOVE 'C' TO WS-OPCION-EMPRESA.
           CALL 'OBTENER-EMPRESA' USING WS-OPCION-EMPRESA,
               EMP-CODIGO-AUX, EMP-CUIT-AUX, EMP-RAZON-AUX,
               EMP-DIRE-AUX, EMP-TEL-AUX, EMP-MAIL-AUX.
           PERFORM REGRABAR-MAPEOS.
           PERFORM IMPRIMIR-RESUMEN.
           COMPUTE LOG-CANT-ENTRADA = CANT-ALTAS + CANT-BAJAS
               + CANT-RECHAZADOS.
           MOVE CANT-MAPEOS TO LOG-CANT-SALIDA.
           MOVE CANT-RECHAZADOS TO LOG-CANT-EXC.
           MOVE 'F' TO WS-OPCION-LOG.
           CALL 'REGISTRAR-CORRIDA' USING WS-OPCION-LOG,
               LOG-PROGRAMA-ID, LOG-CANT-ENTRADA, LOG-CANT-SALIDA,
               LOG-CANT-EXC.
           STOP RUN.

      * La tabla puede no existir todavia: se arranca vacia.
       CARGAR-MAPEOS.
           OPEN INPUT MAPEOS.
           IF FS-MAPEOS NOT = ZERO AND '35'
               DISPLAY "ERROR AL ABRIR MAPEOS FS: " FS-MAPEOS
               STOP RUN.
           IF FS-MAPEOS = ZERO
               READ MAPEOS
               PERFORM CARGAR-UN-MAPEO
                   UNTIL FS-MAPEOS NOT = ZERO
                   OR CANT-MAPEOS >= 500
               CLOSE MAPEOS.

       CARGAR-UN-MAPEO.
           ADD 1 TO CANT-MAPEOS.
           MOVE MAP-CLASE TO TAB-MAP-CLASE(CANT-MAPEOS).
           MOVE MAP-CODIGO-EXT TO TAB-MAP-CODIGO-EXT(CANT-MAPEOS).
           MOVE MAP-EMPRESA TO TAB-MAP-EMPRESA(CANT-MAPEOS).
           MOVE MAP-TAREA TO TAB-MAP-TAREA(CANT-MAPEOS).
           MOVE MAP-DESCRIPCION TO TAB-MAP-DESCRIPCION(CANT-MAPEOS).
           MOVE 'N' TO TAB-MAP-BAJA(CANT-MAPEOS).
           READ MAPEOS.

       CARGAR-TABLA-TAREAS.
           OPEN INPUT TAREAS.
           IF FS-TAREAS NOT = ZERO
               DISPLAY "ERROR AL ABRIR TAREAS FS: " FS-TAREAS
               STOP RUN.
           READ TAREAS.
           PERFORM CARGAR-TAREA VARYING IND-TAR FROM 1 BY 1
               UNTIL FS-TAREAS = '10' OR IND-TAR > 20.
           CLOSE TAREAS.

       CARGAR-TAREA.
           MOVE TAREA-CODIGO TO TAB-TAREA-COD(IND-TAR).
           READ TAREAS.

       LEER-MOVIMIENTO.
           READ MOVTOS-MAPEOS.
           IF FS-MOVTOS NOT = ZERO AND '10'
               DISPLAY "ERROR AL LEER MOVTOS MAPEOS FS: " FS-MOVTOS
               STOP RUN.

       PROCESAR-MOVIMIENTO.
           PERFORM UBICAR-MAPEO.
           EVALUATE TRUE
               WHEN NOT MOV-CLASE-CLIENTE AND NOT MOV-CLASE-PROYECTO
                   DISPLAY "CLASE INVALIDA: " MOV-CLASE
                       " CODIGO " MOV-CODIGO-EXT
                   ADD 1 TO CANT-RECHAZADOS
               WHEN MOV-CODIGO-EXT = SPACES
                   DISPLAY "CODIGO EXTERNO EN BLANCO"
                   ADD 1 TO CANT-RECHAZADOS
               WHEN MOV-ALTA
                   PERFORM VALIDAR-DESTINO
                   IF NOT DESTINO-VALIDO
                       ADD 1 TO CANT-RECHAZADOS
                   ELSE
                       IF IND-MAP-ACT NOT = ZERO
                           PERFORM ACTUALIZAR-MAPEO
                       ELSE
                           PERFORM AGREGAR-MAPEO
                       END-IF
                   END-IF
               WHEN MOV-BAJA AND IND-MAP-ACT NOT = ZERO
                   MOVE 'S' TO TAB-MAP-BAJA(IND-MAP-ACT)
                   ADD 1 TO CANT-BAJAS
               WHEN MOV-BAJA
                   DISPLAY "NO EXISTE EL MAPEO " MOV-CLASE " "
                       MOV-CODIGO-EXT " PARA DAR DE BAJA"
                   ADD 1 TO CANT-RECHAZADOS
               WHEN OTHER
                   DISPLAY "ACCION INVALIDA: " MOV-ACCION
                       " CODIGO " MOV-CODIGO-EXT
                   ADD 1 TO CANT-RECHAZADOS
           END-EVALUATE.
           PERFORM LEER-MOVIMIENTO.

       UBICAR-MAPEO.
           MOVE ZERO TO IND-MAP-ACT.
           PERFORM COMPARAR-MAPEO
               VARYING SUB-MAP FROM 1 BY 1
               UNTIL SUB-MAP > CANT-MAPEOS
               OR IND-MAP-ACT NOT = ZERO.

       COMPARAR-MAPEO.
           IF TAB-MAP-CLASE(SUB-MAP) = MOV-CLASE
               AND TAB-MAP-CODIGO-EXT(SUB-MAP) = MOV-CODIGO-EXT
               MOVE SUB-MAP TO IND-MAP-ACT.

      * Un cliente tiene que apuntar a una empresa del maestro y un
      * proyecto a una tarea del maestro de TP1: una equivalencia
      * rota haria rechazar en VALIDAR-NOVEDADES un lote entero.
       VALIDAR-DESTINO.
           MOVE 'S' TO SW-DESTINO-VALIDO.
           IF MOV-CLASE-CLIENTE
               MOVE MOV-EMPRESA TO EMP-CODIGO-AUX
               MOVE 'B' TO WS-OPCION-EMPRESA
               CALL 'OBTENER-EMPRESA' USING WS-OPCION-EMPRESA,
                   EMP-CODIGO-AUX, EMP-CUIT-AUX, EMP-RAZON-AUX,
                   EMP-DIRE-AUX, EMP-TEL-AUX, EMP-MAIL-AUX
               IF EMP-RAZON-AUX = SPACES
                   MOVE 'N' TO SW-DESTINO-VALIDO
                   DISPLAY "EMPRESA " MOV-EMPRESA " INEXISTENTE PARA "
                       "EL CLIENTE " MOV-CODIGO-EXT
               END-IF
           ELSE
               SET IND-TAR TO 1
               SEARCH LINEA-TAREA
                   AT END
                       MOVE 'N' TO SW-DESTINO-VALIDO
                       DISPLAY "TAREA " MOV-TAREA " INEXISTENTE PARA "
                           "EL PROYECTO " MOV-CODIGO-EXT
                   WHEN TAB-TAREA-COD(IND-TAR) = MOV-TAREA
                       CONTINUE
               END-SEARCH.

       ACTUALIZAR-MAPEO.
           MOVE MOV-EMPRESA TO TAB-MAP-EMPRESA(IND-MAP-ACT).
           MOVE MOV-TAREA TO TAB-MAP-TAREA(IND-MAP-ACT).
           MOVE MOV-DESCRIPCION TO TAB-MAP-DESCRIPCION(IND-MAP-ACT).
           MOVE 'N' TO TAB-MAP-BAJA(IND-MAP-ACT).
           ADD 1 TO CANT-ALTAS.

       AGREGAR-MAPEO.
           IF CANT-MAPEOS < 500
               ADD 1 TO CANT-MAPEOS
               MOVE MOV-CLASE TO TAB-MAP-CLASE(CANT-MAPEOS)
               MOVE MOV-CODIGO-EXT TO TAB-MAP-CODIGO-EXT(CANT-MAPEOS)
               MOVE MOV-EMPRESA TO TAB-MAP-EMPRESA(CANT-MAPEOS)
               MOVE MOV-TAREA TO TAB-MAP-TAREA(CANT-MAPEOS)
               MOVE MOV-DESCRIPCION
                   TO TAB-MAP-DESCRIPCION(CANT-MAPEOS)
               MOVE 'N' TO TAB-MAP-BAJA(CANT-MAPEOS)
               ADD 1 TO CANT-ALTAS
           ELSE
               DISPLAY "SIN LUGAR EN LA TABLA DE MAPEOS PARA "
                   MOV-CODIGO-EXT
               ADD 1 TO CANT-RECHAZADOS.

       REGRABAR-MAPEOS.
           OPEN OUTPUT MAPEOS.
           IF FS-MAPEOS NOT = ZERO
               DISPLAY "ERROR AL REGRABAR MAPEOS FS: " FS-MAPEOS
               STOP RUN.
           PERFORM GRABAR-UN-MAPEO
               VARYING SUB-MAP FROM 1 BY 1
               UNTIL SUB-MAP > CANT-MAPEOS.
           CLOSE MAPEOS.

       GRABAR-UN-MAPEO.
           IF TAB-MAP-BAJA(SUB-MAP) NOT = 'S'
               MOVE TAB-MAP-CLASE(SUB-MAP) TO MAP-CLASE
               MOVE TAB-MAP-CODIGO-EXT(SUB-MAP) TO MAP-CODIGO-EXT
               MOVE TAB-MAP-EMPRESA(SUB-MAP) TO MAP-EMPRESA
               MOVE TAB-MAP-TAREA(SUB-MAP) TO MAP-TAREA
               MOVE TAB-MAP-DESCRIPCION(SUB-MAP) TO MAP-DESCRIPCION
               WRITE MAP-REG.

       IMPRIMIR-RESUMEN.
           DISPLAY "MAPEOS DADOS DE ALTA O MODIFICADOS: " CANT-ALTAS.
           DISPLAY "MAPEOS DADOS DE BAJA: " CANT-BAJAS.
           DISPLAY "MOVIMIENTOS RECHAZADOS: " CANT-RECHAZADOS.


      * Resuelve todas las rutas de este programa contra rutas.dat;
      * una entrada ausente corta la corrida nombrando el logico
      * que falta.
       CARGAR-RUTAS.
           MOVE 'COMP-MAPEOHORAS' TO RUTA-LOGICO.
           PERFORM OBTENER-UNA-RUTA.
           MOVE RUTA-OBTENIDA TO RUTA-MAPEOS.
           MOVE 'SEC-MOVMAPEOS' TO RUTA-LOGICO.
           PERFORM OBTENER-UNA-RUTA.
           MOVE RUTA-OBTENIDA TO RUTA-MOVTOS-MAPEOS.
           MOVE 'TP1-TAREAS' TO RUTA-LOGICO.
           PERFORM OBTENER-UNA-RUTA.
           MOVE RUTA-OBTENIDA TO RUTA-TAREAS.

       OBTENER-UNA-RUTA.
           CALL 'OBTENER-RUTA' USING RUTA-LOGICO, RUTA-OBTENIDA,
               FS-RUTA.
           IF FS-RUTA NOT = '00'
               DISPLAY "RUTA NO CONFIGURADA PARA " RUTA-LOGICO
               STOP RUN.

       END PROGRAM MANTENER-MAPEOS.
