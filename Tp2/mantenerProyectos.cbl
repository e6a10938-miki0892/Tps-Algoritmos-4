      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANTENER-PROYECTOS.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Maestro de proyectos a precio cerrado, compartido con TP-2,
      * FACTURAR-HITOS e INFORME-PROYECTOS: por empresa y tarea una
      * cabecera 'P' con el precio total, seguida de sus hitos 'H'.
      * Las horas cargadas a la tarea de un proyecto no se facturan a
      * tarifa: se factura cada hito al lograrse.
           SELECT PROYECTOS    ASSIGN TO RUTA-PROYECTOS
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS FS-PROYECTOS.

      * Movimientos: 'A' alta de proyecto, 'H' alta de hito, 'B' baja
      * de un hito todavia no facturado, 'C' cierre del proyecto.
           SELECT MOVTOS-PROYECTOS ASSIGN TO RUTA-MOVTOS-PROYECTOS
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS FS-MOVTOS.

       DATA DIVISION.
       FILE SECTION.
      * PRY-ESTADO: 'A' activo, 'C' cerrado. HIT-ESTADO: 'P' pendiente,
      * 'F' facturado (con su numero en HIT-FACTURA). HIT-IMPORTE es
      * siempre el importe neto del hito, aunque se haya cargado como
      * porcentaje del precio.
       FD PROYECTOS LABEL RECORD IS STANDARD.
       01 PRY-REG.
           03 PRY-CUIT PIC 9(11).
           03 PRY-TAREA PIC X(4).
           03 PRY-TIPO-REG PIC X(1).
               88 PRY-ES-PROYECTO VALUE 'P'.
               88 PRY-ES-HITO VALUE 'H'.
           03 PRY-DESCRIPCION PIC X(30).
           03 PRY-PRECIO PIC 9(9)V99.
           03 PRY-HORAS-PRESUP PIC 9(5)V99.
           03 PRY-ESTADO PIC X(1).
           03 PRY-FECHA-ALTA PIC 9(8).
           03 PRY-OPERADOR PIC X(10).
       01 PRY-HITO.
           03 FILLER PIC X(16).
           03 HIT-NUMERO PIC 9(2).
           03 HIT-DESCRIPCION PIC X(30).
           03 HIT-PORCENTAJE PIC 9(3)V99.
           03 HIT-IMPORTE PIC 9(9)V99.
           03 HIT-FECHA-PREVISTA PIC 9(8).
           03 HIT-ESTADO PIC X(1).
           03 HIT-FECHA-LOGRO PIC 9(8).
           03 HIT-FACTURA PIC 9(8).

      * MOV-PORCENTAJE y MOV-IMPORTE son excluyentes en el alta de
      * hito: con porcentaje el importe se calcula sobre el precio.
       FD MOVTOS-PROYECTOS LABEL RECORD IS STANDARD.
       01 MOV-REG.
           03 MOV-ACCION PIC X(1).
               88 MOV-ALTA VALUE 'A'.
               88 MOV-HITO VALUE 'H'.
               88 MOV-BAJA-HITO VALUE 'B'.
               88 MOV-CIERRE VALUE 'C'.
           03 MOV-CUIT PIC 9(11).
           03 MOV-TAREA PIC X(4).
           03 MOV-DESCRIPCION PIC X(30).
           03 MOV-PRECIO PIC 9(9)V99.
           03 MOV-HORAS-PRESUP PIC 9(5)V99.
           03 MOV-HITO-NRO PIC 9(2).
           03 MOV-PORCENTAJE PIC 9(3)V99.
           03 MOV-IMPORTE PIC 9(9)V99.
           03 MOV-FECHA-PREVISTA PIC 9(8).
           03 MOV-OPERADOR PIC X(10).

       WORKING-STORAGE SECTION.

       77 FS-PROYECTOS PIC XX.
       77 FS-MOVTOS    PIC XX.

       01 FECHA-HOY PIC 9(8).

      * Foto en memoria del maestro: proyectos y, aparte, sus hitos
      * con la misma clave empresa/tarea.
       01 TABLA-PROYECTOS.
           03 FILA-PROYECTO OCCURS 200 TIMES.
               05 TAB-PRY-CUIT PIC 9(11).
               05 TAB-PRY-TAREA PIC X(4).
               05 TAB-PRY-DESCRIPCION PIC X(30).
               05 TAB-PRY-PRECIO PIC 9(9)V99.
               05 TAB-PRY-HORAS-PRESUP PIC 9(5)V99.
               05 TAB-PRY-ESTADO PIC X(1).
               05 TAB-PRY-FECHA-ALTA PIC 9(8).
               05 TAB-PRY-OPERADOR PIC X(10).
       01 CANT-PROYECTOS PIC 9(3) VALUE ZERO.
       01 SUB-PRY PIC 9(3).
       01 IND-PRY-ACT PIC 9(3).

       01 TABLA-HITOS.
           03 FILA-HITO OCCURS 1000 TIMES.
               05 TAB-HIT-CUIT PIC 9(11).
               05 TAB-HIT-TAREA PIC X(4).
               05 TAB-HIT-NUMERO PIC 9(2).
               05 TAB-HIT-DESCRIPCION PIC X(30).
               05 TAB-HIT-PORCENTAJE PIC 9(3)V99.
               05 TAB-HIT-IMPORTE PIC 9(9)V99.
               05 TAB-HIT-FECHA-PREVISTA PIC 9(8).
               05 TAB-HIT-ESTADO PIC X(1).
               05 TAB-HIT-FECHA-LOGRO PIC 9(8).
               05 TAB-HIT-FACTURA PIC 9(8).
               05 TAB-HIT-BAJA PIC X(1).
       01 CANT-HITOS PIC 9(4) VALUE ZERO.
       01 SUB-HIT PIC 9(4).
       01 IND-HIT-ACT PIC 9(4).

       01 IMPORTE-HITO PIC 9(9)V99.
       01 TOTAL-HITOS PIC 9(11)V99.
       01 CANT-HITOS-PENDIENTES PIC 9(3).

       01 CANT-LEIDOS PIC 9(5) VALUE ZERO.
       01 CANT-ALTAS PIC 9(5) VALUE ZERO.
       01 CANT-ALTAS-HITO PIC 9(5) VALUE ZERO.
       01 CANT-BAJAS-HITO PIC 9(5) VALUE ZERO.
       01 CANT-CIERRES PIC 9(5) VALUE ZERO.
       01 CANT-RECHAZADOS PIC 9(5) VALUE ZERO.

      * Validacion de la empresa y de la tarea contra sus maestros.
       01 WS-OPCION-EMPRESA PIC X.
       01 EMP-CODIGO-AUX PIC 9(3).
       01 EMP-CUIT-AUX   PIC 9(11).
       01 EMP-RAZON-AUX  PIC X(25).
       01 EMP-DIRE-AUX   PIC X(20).
       01 EMP-TEL-AUX    PIC X(20).
       01 EMP-MAIL-AUX   PIC X(30).

       77 FS-TAREA-MAESTRO  PIC XX.
       01 WS-OPCION-TAREA   PIC X.
       01 TAREA-COD-BUSCADA PIC X(4).
       01 TAREA-DESCRIPCION PIC X(20).
       01 TAREA-FACTURABLE  PIC X(1).


      * Bitacora central de corridas (ver REGISTRAR-CORRIDA): 'I' al
      * arrancar y 'F' con los contadores al terminar normalmente;
      * una corrida abortada no llega a anotar su 'F' y el resumen
      * diario la muestra como anormal.
       01 WS-OPCION-LOG PIC X.
       01 LOG-PROGRAMA-ID PIC X(12) VALUE 'MANT-PROYEC'.
       01 LOG-CANT-ENTRADA PIC 9(7) VALUE ZERO.
       01 LOG-CANT-SALIDA PIC 9(7) VALUE ZERO.
       01 LOG-CANT-EXC PIC 9(5) VALUE ZERO.


      * Rutas fisicas de los archivos, resueltas al arrancar desde
      * rutas.dat via OBTENER-RUTA: mover el sistema o armar un
      * ambiente de prueba es cuestion de editar ese archivo.
       77 FS-RUTA PIC XX.
       01 RUTA-LOGICO PIC X(20).
       01 RUTA-OBTENIDA PIC X(100).
       01 RUTA-PROYECTOS PIC X(100).
       01 RUTA-MOVTOS-PROYECTOS PIC X(100).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM CARGAR-RUTAS.
           MOVE 'I' TO WS-OPCION-LOG.
           CALL 'REGISTRAR-CORRIDA' USING WS-OPCION-LOG,
               LOG-PROGRAMA-ID, LOG-CANT-ENTRADA, LOG-CANT-SALIDA,
               LOG-CANT-EXC.
           MOVE FUNCTION CURRENT-DATE(1:8) TO FECHA-HOY.
           PERFORM CARGAR-PROYECTOS.
           MOVE 'A' TO WS-OPCION-EMPRESA.
           CALL 'OBTENER-EMPRESA' USING WS-OPCION-EMPRESA,
               EMP-CODIGO-AUX, EMP-CUIT-AUX, EMP-RAZON-AUX,
               EMP-DIRE-AUX, EMP-TEL-AUX, EMP-MAIL-AUX.
           MOVE 'A' TO WS-OPCION-TAREA.
           CALL 'OBTENER-TAREA' USING WS-OPCION-TAREA,
               TAREA-COD-BUSCADA, TAREA-DESCRIPCION,
               TAREA-FACTURABLE, FS-TAREA-MAESTRO.
           OPEN INPUT MOVTOS-PROYECTOS.
           IF FS-MOVTOS NOT = ZERO
               DISPLAY "ERROR AL ABRIR MOVTOS PROYECTOS FS: "
                   FS-MOVTOS
               STOP RUN.
           PERFORM LEER-MOVIMIENTO.
           PERFORM PROCESAR-MOVIMIENTO UNTIL FS-MOVTOS = '10'.
           CLOSE MOVTOS-PROYECTOS.
           MOVE 'C' TO WS-OPCION-EMPRESA.
           CALL 'OBTENER-EMPRESA' USING WS-OPCION-EMPRESA,
               EMP-CODIGO-AUX, EMP-CUIT-AUX, EMP-RAZON-AUX,
               EMP-DIRE-AUX, EMP-TEL-AUX, EMP-MAIL-AUX.
           MOVE 'C' TO WS-OPCION-TAREA.
           CALL 'OBTENER-TAREA' USING WS-OPCION-TAREA,
               TAREA-COD-BUSCADA, TAREA-DESCRIPCION,
               TAREA-FACTURABLE, FS-TAREA-MAESTRO.
           PERFORM REGRABAR-PROYECTOS.
           PERFORM IMPRIMIR-RESUMEN.
           MOVE CANT-LEIDOS TO LOG-CANT-ENTRADA.
           COMPUTE LOG-CANT-SALIDA = CANT-ALTAS + CANT-ALTAS-HITO
               + CANT-BAJAS-HITO + CANT-CIERRES.
           MOVE CANT-RECHAZADOS TO LOG-CANT-EXC.
           MOVE 'F' TO WS-OPCION-LOG.
           CALL 'REGISTRAR-CORRIDA' USING WS-OPCION-LOG,
               LOG-PROGRAMA-ID, LOG-CANT-ENTRADA, LOG-CANT-SALIDA,
               LOG-CANT-EXC.
           STOP RUN.

      * El maestro puede no existir todavia: se arranca vacio. Con
      * una tabla llena se corta, porque regrabar un maestro truncado
      * perderia proyectos o hitos ya facturados.
       CARGAR-PROYECTOS.
           OPEN INPUT PROYECTOS.
           IF FS-PROYECTOS NOT = ZERO AND '35'
               DISPLAY "ERROR AL ABRIR PROYECTOS FS: " FS-PROYECTOS
               STOP RUN.
           IF FS-PROYECTOS = ZERO
               READ PROYECTOS
               PERFORM CARGAR-UN-REGISTRO
                   UNTIL FS-PROYECTOS NOT = ZERO
               CLOSE PROYECTOS.

       CARGAR-UN-REGISTRO.
           IF PRY-ES-PROYECTO
               IF CANT-PROYECTOS >= 200
                   DISPLAY "PROYECTOS EXCEDE LOS 200 REGISTROS"
                   STOP RUN
               END-IF
               ADD 1 TO CANT-PROYECTOS
               MOVE PRY-CUIT TO TAB-PRY-CUIT(CANT-PROYECTOS)
               MOVE PRY-TAREA TO TAB-PRY-TAREA(CANT-PROYECTOS)
               MOVE PRY-DESCRIPCION
                   TO TAB-PRY-DESCRIPCION(CANT-PROYECTOS)
               MOVE PRY-PRECIO TO TAB-PRY-PRECIO(CANT-PROYECTOS)
               MOVE PRY-HORAS-PRESUP
                   TO TAB-PRY-HORAS-PRESUP(CANT-PROYECTOS)
               MOVE PRY-ESTADO TO TAB-PRY-ESTADO(CANT-PROYECTOS)
               MOVE PRY-FECHA-ALTA TO TAB-PRY-FECHA-ALTA(CANT-PROYECTOS)
               MOVE PRY-OPERADOR TO TAB-PRY-OPERADOR(CANT-PROYECTOS).
           IF PRY-ES-HITO
               IF CANT-HITOS >= 1000
                   DISPLAY "HITOS DE PROYECTOS EXCEDE LOS 1000 "
                       "REGISTROS"
                   STOP RUN
               END-IF
               ADD 1 TO CANT-HITOS
               MOVE PRY-CUIT TO TAB-HIT-CUIT(CANT-HITOS)
               MOVE PRY-TAREA TO TAB-HIT-TAREA(CANT-HITOS)
               MOVE HIT-NUMERO TO TAB-HIT-NUMERO(CANT-HITOS)
               MOVE HIT-DESCRIPCION TO TAB-HIT-DESCRIPCION(CANT-HITOS)
               MOVE HIT-PORCENTAJE TO TAB-HIT-PORCENTAJE(CANT-HITOS)
               MOVE HIT-IMPORTE TO TAB-HIT-IMPORTE(CANT-HITOS)
               MOVE HIT-FECHA-PREVISTA
                   TO TAB-HIT-FECHA-PREVISTA(CANT-HITOS)
               MOVE HIT-ESTADO TO TAB-HIT-ESTADO(CANT-HITOS)
               MOVE HIT-FECHA-LOGRO TO TAB-HIT-FECHA-LOGRO(CANT-HITOS)
               MOVE HIT-FACTURA TO TAB-HIT-FACTURA(CANT-HITOS)
               MOVE 'N' TO TAB-HIT-BAJA(CANT-HITOS).
           READ PROYECTOS.

       LEER-MOVIMIENTO.
           READ MOVTOS-PROYECTOS.
           IF FS-MOVTOS NOT = ZERO AND '10'
               DISPLAY "ERROR AL LEER MOVTOS PROYECTOS FS: " FS-MOVTOS
               STOP RUN.

       PROCESAR-MOVIMIENTO.
           ADD 1 TO CANT-LEIDOS.
           PERFORM UBICAR-PROYECTO.
           EVALUATE TRUE
               WHEN NOT MOV-ALTA AND NOT MOV-HITO
                   AND NOT MOV-BAJA-HITO AND NOT MOV-CIERRE
                   DISPLAY "ACCION INVALIDA: " MOV-ACCION
                       " PROYECTO " MOV-CUIT "/" MOV-TAREA
                   ADD 1 TO CANT-RECHAZADOS
               WHEN MOV-OPERADOR = SPACES
                   DISPLAY "MOVIMIENTO SIN OPERADOR RECHAZADO: "
                       MOV-ACCION " PROYECTO " MOV-CUIT "/" MOV-TAREA
                   ADD 1 TO CANT-RECHAZADOS
               WHEN MOV-ALTA AND IND-PRY-ACT NOT = ZERO
                   DISPLAY "PROYECTO YA EXISTENTE: " MOV-CUIT "/"
                       MOV-TAREA
                   ADD 1 TO CANT-RECHAZADOS
               WHEN MOV-ALTA
                   PERFORM AGREGAR-PROYECTO
               WHEN IND-PRY-ACT = ZERO
                   DISPLAY "NO EXISTE EL PROYECTO " MOV-CUIT "/"
                       MOV-TAREA " (ACCION " MOV-ACCION ")"
                   ADD 1 TO CANT-RECHAZADOS
               WHEN TAB-PRY-ESTADO(IND-PRY-ACT) = 'C'
                   DISPLAY "PROYECTO CERRADO: " MOV-CUIT "/"
                       MOV-TAREA " (ACCION " MOV-ACCION ")"
                   ADD 1 TO CANT-RECHAZADOS
               WHEN MOV-HITO
                   PERFORM AGREGAR-HITO
               WHEN MOV-BAJA-HITO
                   PERFORM BAJAR-HITO
               WHEN MOV-CIERRE
                   PERFORM CERRAR-PROYECTO
           END-EVALUATE.
           PERFORM LEER-MOVIMIENTO.

       UBICAR-PROYECTO.
           MOVE ZERO TO IND-PRY-ACT.
           PERFORM COMPARAR-PROYECTO
               VARYING SUB-PRY FROM 1 BY 1
               UNTIL SUB-PRY > CANT-PROYECTOS
               OR IND-PRY-ACT NOT = ZERO.

       COMPARAR-PROYECTO.
           IF TAB-PRY-CUIT(SUB-PRY) = MOV-CUIT
               AND TAB-PRY-TAREA(SUB-PRY) = MOV-TAREA
               MOVE SUB-PRY TO IND-PRY-ACT.

      * La empresa y la tarea tienen que existir en sus maestros: un
      * proyecto sobre una clave mal tipeada dejaria horas reales
      * facturandose a tarifa.
       AGREGAR-PROYECTO.
           MOVE MOV-CUIT TO EMP-CUIT-AUX.
           MOVE 'P' TO WS-OPCION-EMPRESA.
           CALL 'OBTENER-EMPRESA' USING WS-OPCION-EMPRESA,
               EMP-CODIGO-AUX, EMP-CUIT-AUX, EMP-RAZON-AUX,
               EMP-DIRE-AUX, EMP-TEL-AUX, EMP-MAIL-AUX.
           MOVE MOV-TAREA TO TAREA-COD-BUSCADA.
           MOVE 'B' TO WS-OPCION-TAREA.
           CALL 'OBTENER-TAREA' USING WS-OPCION-TAREA,
               TAREA-COD-BUSCADA, TAREA-DESCRIPCION,
               TAREA-FACTURABLE, FS-TAREA-MAESTRO.
           IF EMP-RAZON-AUX = SPACES
               DISPLAY "EMPRESA INEXISTENTE PARA EL PROYECTO: "
                   MOV-CUIT
               ADD 1 TO CANT-RECHAZADOS
           ELSE
               IF FS-TAREA-MAESTRO NOT = '00'
                   DISPLAY "TAREA INEXISTENTE PARA EL PROYECTO: "
                       MOV-TAREA
                   ADD 1 TO CANT-RECHAZADOS
               ELSE
                   IF MOV-PRECIO NOT NUMERIC OR MOV-PRECIO = ZERO
                       DISPLAY "PROYECTO SIN PRECIO: " MOV-CUIT "/"
                           MOV-TAREA
                       ADD 1 TO CANT-RECHAZADOS
                   ELSE
                       PERFORM COMPLETAR-ALTA.

       COMPLETAR-ALTA.
           IF CANT-PROYECTOS >= 200
               DISPLAY "PROYECTOS EXCEDE LOS 200 REGISTROS"
               STOP RUN.
           ADD 1 TO CANT-PROYECTOS.
           MOVE MOV-CUIT TO TAB-PRY-CUIT(CANT-PROYECTOS).
           MOVE MOV-TAREA TO TAB-PRY-TAREA(CANT-PROYECTOS).
           MOVE MOV-DESCRIPCION TO TAB-PRY-DESCRIPCION(CANT-PROYECTOS).
           MOVE MOV-PRECIO TO TAB-PRY-PRECIO(CANT-PROYECTOS).
           IF MOV-HORAS-PRESUP NUMERIC
               MOVE MOV-HORAS-PRESUP
                   TO TAB-PRY-HORAS-PRESUP(CANT-PROYECTOS)
           ELSE
               MOVE ZERO TO TAB-PRY-HORAS-PRESUP(CANT-PROYECTOS).
           MOVE 'A' TO TAB-PRY-ESTADO(CANT-PROYECTOS).
           MOVE FECHA-HOY TO TAB-PRY-FECHA-ALTA(CANT-PROYECTOS).
           MOVE MOV-OPERADOR TO TAB-PRY-OPERADOR(CANT-PROYECTOS).
           ADD 1 TO CANT-ALTAS.

      * Los hitos no pueden sumar mas que el precio del proyecto.
       AGREGAR-HITO.
           PERFORM UBICAR-HITO.
           IF MOV-PORCENTAJE NUMERIC AND MOV-PORCENTAJE > ZERO
               COMPUTE IMPORTE-HITO ROUNDED =
                   TAB-PRY-PRECIO(IND-PRY-ACT) * MOV-PORCENTAJE / 100
           ELSE
               IF MOV-IMPORTE NUMERIC
                   MOVE MOV-IMPORTE TO IMPORTE-HITO
               ELSE
                   MOVE ZERO TO IMPORTE-HITO.
           PERFORM SUMAR-HITOS-PROYECTO.
           ADD IMPORTE-HITO TO TOTAL-HITOS.
           IF IND-HIT-ACT NOT = ZERO
               DISPLAY "HITO YA EXISTENTE: " MOV-CUIT "/" MOV-TAREA
                   " HITO " MOV-HITO-NRO
               ADD 1 TO CANT-RECHAZADOS
           ELSE
               IF IMPORTE-HITO = ZERO
                   DISPLAY "HITO SIN IMPORTE NI PORCENTAJE: " MOV-CUIT
                       "/" MOV-TAREA " HITO " MOV-HITO-NRO
                   ADD 1 TO CANT-RECHAZADOS
               ELSE
                   IF TOTAL-HITOS > TAB-PRY-PRECIO(IND-PRY-ACT)
                       DISPLAY "LOS HITOS SUPERAN EL PRECIO DEL "
                           "PROYECTO: " MOV-CUIT "/" MOV-TAREA
                           " HITO " MOV-HITO-NRO
                       ADD 1 TO CANT-RECHAZADOS
                   ELSE
                       PERFORM COMPLETAR-ALTA-HITO.

       COMPLETAR-ALTA-HITO.
           IF CANT-HITOS >= 1000
               DISPLAY "HITOS DE PROYECTOS EXCEDE LOS 1000 REGISTROS"
               STOP RUN.
           ADD 1 TO CANT-HITOS.
           MOVE MOV-CUIT TO TAB-HIT-CUIT(CANT-HITOS).
           MOVE MOV-TAREA TO TAB-HIT-TAREA(CANT-HITOS).
           MOVE MOV-HITO-NRO TO TAB-HIT-NUMERO(CANT-HITOS).
           MOVE MOV-DESCRIPCION TO TAB-HIT-DESCRIPCION(CANT-HITOS).
           IF MOV-PORCENTAJE NUMERIC
               MOVE MOV-PORCENTAJE TO TAB-HIT-PORCENTAJE(CANT-HITOS)
           ELSE
               MOVE ZERO TO TAB-HIT-PORCENTAJE(CANT-HITOS).
           MOVE IMPORTE-HITO TO TAB-HIT-IMPORTE(CANT-HITOS).
           MOVE MOV-FECHA-PREVISTA
               TO TAB-HIT-FECHA-PREVISTA(CANT-HITOS).
           MOVE 'P' TO TAB-HIT-ESTADO(CANT-HITOS).
           MOVE ZERO TO TAB-HIT-FECHA-LOGRO(CANT-HITOS).
           MOVE ZERO TO TAB-HIT-FACTURA(CANT-HITOS).
           MOVE 'N' TO TAB-HIT-BAJA(CANT-HITOS).
           ADD 1 TO CANT-ALTAS-HITO.

       UBICAR-HITO.
           MOVE ZERO TO IND-HIT-ACT.
           PERFORM COMPARAR-HITO
               VARYING SUB-HIT FROM 1 BY 1
               UNTIL SUB-HIT > CANT-HITOS
               OR IND-HIT-ACT NOT = ZERO.

       COMPARAR-HITO.
           IF TAB-HIT-CUIT(SUB-HIT) = MOV-CUIT
               AND TAB-HIT-TAREA(SUB-HIT) = MOV-TAREA
               AND TAB-HIT-NUMERO(SUB-HIT) = MOV-HITO-NRO
               AND TAB-HIT-BAJA(SUB-HIT) NOT = 'S'
               MOVE SUB-HIT TO IND-HIT-ACT.

      * Suma de los hitos vigentes del proyecto y cuantos siguen sin
      * facturar.
       SUMAR-HITOS-PROYECTO.
           MOVE ZERO TO TOTAL-HITOS CANT-HITOS-PENDIENTES.
           PERFORM SUMAR-UN-HITO
               VARYING SUB-HIT FROM 1 BY 1
               UNTIL SUB-HIT > CANT-HITOS.

       SUMAR-UN-HITO.
           IF TAB-HIT-CUIT(SUB-HIT) = MOV-CUIT
               AND TAB-HIT-TAREA(SUB-HIT) = MOV-TAREA
               AND TAB-HIT-BAJA(SUB-HIT) NOT = 'S'
               ADD TAB-HIT-IMPORTE(SUB-HIT) TO TOTAL-HITOS
               IF TAB-HIT-ESTADO(SUB-HIT) = 'P'
                   ADD 1 TO CANT-HITOS-PENDIENTES.

      * Un hito ya facturado no se borra: su factura sigue en el
      * registro y el informe del proyecto la necesita.
       BAJAR-HITO.
           PERFORM UBICAR-HITO.
           IF IND-HIT-ACT = ZERO
               DISPLAY "HITO INEXISTENTE: " MOV-CUIT "/" MOV-TAREA
                   " HITO " MOV-HITO-NRO
               ADD 1 TO CANT-RECHAZADOS
           ELSE
               IF TAB-HIT-ESTADO(IND-HIT-ACT) NOT = 'P'
                   DISPLAY "HITO YA FACTURADO, NO SE DA DE BAJA: "
                       MOV-CUIT "/" MOV-TAREA " HITO " MOV-HITO-NRO
                   ADD 1 TO CANT-RECHAZADOS
               ELSE
                   MOVE 'S' TO TAB-HIT-BAJA(IND-HIT-ACT)
                   ADD 1 TO CANT-BAJAS-HITO.

      * Cerrar el proyecto con hitos sin facturar se permite (se
      * renegocio o se cancelo) pero se avisa; las horas que se sigan
      * cargando a la tarea tampoco se facturan a tarifa.
       CERRAR-PROYECTO.
           PERFORM SUMAR-HITOS-PROYECTO.
           IF CANT-HITOS-PENDIENTES > ZERO
               DISPLAY "PROYECTO " MOV-CUIT "/" MOV-TAREA
                   " CERRADO CON " CANT-HITOS-PENDIENTES
                   " HITOS SIN FACTURAR".
           MOVE 'C' TO TAB-PRY-ESTADO(IND-PRY-ACT).
           MOVE MOV-OPERADOR TO TAB-PRY-OPERADOR(IND-PRY-ACT).
           ADD 1 TO CANT-CIERRES.

      * Cada cabecera sale seguida de sus hitos vigentes.
       REGRABAR-PROYECTOS.
           OPEN OUTPUT PROYECTOS.
           IF FS-PROYECTOS NOT = ZERO
               DISPLAY "ERROR AL REGRABAR PROYECTOS FS: "
                   FS-PROYECTOS
               STOP RUN.
           PERFORM GRABAR-UN-PROYECTO
               VARYING SUB-PRY FROM 1 BY 1
               UNTIL SUB-PRY > CANT-PROYECTOS.
           CLOSE PROYECTOS.

       GRABAR-UN-PROYECTO.
           MOVE SPACES TO PRY-REG.
           MOVE TAB-PRY-CUIT(SUB-PRY) TO PRY-CUIT.
           MOVE TAB-PRY-TAREA(SUB-PRY) TO PRY-TAREA.
           MOVE 'P' TO PRY-TIPO-REG.
           MOVE TAB-PRY-DESCRIPCION(SUB-PRY) TO PRY-DESCRIPCION.
           MOVE TAB-PRY-PRECIO(SUB-PRY) TO PRY-PRECIO.
           MOVE TAB-PRY-HORAS-PRESUP(SUB-PRY) TO PRY-HORAS-PRESUP.
           MOVE TAB-PRY-ESTADO(SUB-PRY) TO PRY-ESTADO.
           MOVE TAB-PRY-FECHA-ALTA(SUB-PRY) TO PRY-FECHA-ALTA.
           MOVE TAB-PRY-OPERADOR(SUB-PRY) TO PRY-OPERADOR.
           WRITE PRY-REG.
           PERFORM GRABAR-UN-HITO
               VARYING SUB-HIT FROM 1 BY 1
               UNTIL SUB-HIT > CANT-HITOS.

       GRABAR-UN-HITO.
           IF TAB-HIT-CUIT(SUB-HIT) = TAB-PRY-CUIT(SUB-PRY)
               AND TAB-HIT-TAREA(SUB-HIT) = TAB-PRY-TAREA(SUB-PRY)
               AND TAB-HIT-BAJA(SUB-HIT) NOT = 'S'
               MOVE SPACES TO PRY-HITO
               MOVE TAB-HIT-CUIT(SUB-HIT) TO PRY-CUIT
               MOVE TAB-HIT-TAREA(SUB-HIT) TO PRY-TAREA
               MOVE 'H' TO PRY-TIPO-REG
               MOVE TAB-HIT-NUMERO(SUB-HIT) TO HIT-NUMERO
               MOVE TAB-HIT-DESCRIPCION(SUB-HIT) TO HIT-DESCRIPCION
               MOVE TAB-HIT-PORCENTAJE(SUB-HIT) TO HIT-PORCENTAJE
               MOVE TAB-HIT-IMPORTE(SUB-HIT) TO HIT-IMPORTE
               MOVE TAB-HIT-FECHA-PREVISTA(SUB-HIT)
                   TO HIT-FECHA-PREVISTA
               MOVE TAB-HIT-ESTADO(SUB-HIT) TO HIT-ESTADO
               MOVE TAB-HIT-FECHA-LOGRO(SUB-HIT) TO HIT-FECHA-LOGRO
               MOVE TAB-HIT-FACTURA(SUB-HIT) TO HIT-FACTURA
               WRITE PRY-HITO.

       IMPRIMIR-RESUMEN.
           DISPLAY "PROYECTOS DADOS DE ALTA: " CANT-ALTAS.
           DISPLAY "HITOS DADOS DE ALTA: " CANT-ALTAS-HITO.
           DISPLAY "HITOS DADOS DE BAJA: " CANT-BAJAS-HITO.
           DISPLAY "PROYECTOS CERRADOS: " CANT-CIERRES.
           DISPLAY "MOVIMIENTOS RECHAZADOS: " CANT-RECHAZADOS.


      * Resuelve todas las rutas de este programa contra rutas.dat;
      * una entrada ausente corta la corrida nombrando el logico
      * que falta.
       CARGAR-RUTAS.
           MOVE 'COMP-PROYECTOS' TO RUTA-LOGICO.
           PERFORM OBTENER-UNA-RUTA.
           MOVE RUTA-OBTENIDA TO RUTA-PROYECTOS.
           MOVE 'SEC-MOVPROYECTOS' TO RUTA-LOGICO.
           PERFORM OBTENER-UNA-RUTA.
           MOVE RUTA-OBTENIDA TO RUTA-MOVTOS-PROYECTOS.

       OBTENER-UNA-RUTA.
           CALL 'OBTENER-RUTA' USING RUTA-LOGICO, RUTA-OBTENIDA,
               FS-RUTA.
           IF FS-RUTA NOT = '00'
               DISPLAY "RUTA NO CONFIGURADA PARA " RUTA-LOGICO
               STOP RUN.

       END PROGRAM MANTENER-PROYECTOS.
