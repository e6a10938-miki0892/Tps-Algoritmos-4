      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INFORME-PROYECTOS.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Maestro de proyectos a precio cerrado con sus hitos (ver
      * MANTENER-PROYECTOS y FACTURAR-HITOS).
           SELECT PROYECTOS    ASSIGN TO RUTA-PROYECTOS
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS FS-PROYECTOS.

      * Horas cargadas: las de la tarea del proyecto no se facturan a
      * tarifa pero se liquidan igual, y son el costo del proyecto.
           SELECT TIEMPOS      ASSIGN TO RUTA-TIEMPOS
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS DYNAMIC
                               RECORD KEY IS TIE-CLAVE
                               ALTERNATE RECORD KEY IS TIE-CUIT
                               WITH DUPLICATES
                               FILE STATUS IS FS-TIEMPOS.

      * Copia TP1 del maestro de consultores: SRT para la tarifa y
      * porcentaje de participacion con el que se liquida el
      * honorario (ver LIQUIDAR-HONORARIOS).
           SELECT CONSULTORES  ASSIGN TO RUTA-CONSULTORES
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS FS-CONSULTORES.

      * Por proyecto: precio, facturado por hitos, horas consumidas
      * contra presupuesto, costo y margen proyectado al cierre.
           SELECT INFORME      ASSIGN TO RUTA-INFORME
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS FS-INFORME.

       DATA DIVISION.
       FILE SECTION.

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

       FD TIEMPOS LABEL RECORD IS STANDARD.
       01 TIE-REG.
           03 TIE-CLAVE.
               05 TIE-NUM PIC X(5).
               05 TIE-FECHA.
                   07 TIE-FECHA-AAAA PIC 9(4).
                   07 TIE-FECHA-MM   PIC 9(2).
                   07 TIE-FECHA-DD   PIC 9(2).
               05 TIE-FECHA-NUM REDEFINES TIE-FECHA PIC 9(8).
               05 TIE-CUIT PIC 9(11).
           03 TIE-TAREA PIC X(4).
           03 TIE-HORAS PIC 9(2)V99.
           03 TIE-TIPO  PIC X(2).
           03 TIE-IMPORTE PIC 9(7)V99.
           03 TIE-GASTO PIC X(1).

       FD CONSULTORES LABEL RECORD IS STANDARD.
       01 CONS-REG.
           03 CONS-NUMERO PIC X(5).
           03 CONS-DNI PIC 9(8).
           03 CONS-SRT PIC X(2).
           03 CONS-NOMBRE PIC X(25).
           03 CONS-DIRE PIC X(20).
           03 CONS-TEL PIC X(20).
           03 CONS-PORC-PART PIC 9(3)V99.
           03 CONS-ESTADO PIC X(1).
           03 CONS-FECHA-BAJA PIC 9(8).
           03 CONS-CBU PIC 9(22).

       FD INFORME LABEL RECORD IS STANDARD.
       01 INF-LINEA PIC X(120).

       WORKING-STORAGE SECTION.

       77 FS-PROYECTOS   PIC XX.
       77 FS-TIEMPOS     PIC XX.
       77 FS-CONSULTORES PIC XX.
       77 FS-INFORME     PIC XX.

       01 TABLA-CONSULTORES.
           03 LINEA-CONSULTOR OCCURS 50 TIMES INDEXED BY IND-CONS.
               05 TAB-CONS-NUMERO PIC X(5).
               05 TAB-CONS-SRT    PIC X(2).
               05 TAB-CONS-PORC   PIC 9(3)V99.

       01 TABLA-PROYECTOS.
           03 FILA-PROYECTO OCCURS 200 TIMES.
               05 TAB-PRY-CUIT         PIC 9(11).
               05 TAB-PRY-TAREA        PIC X(4).
               05 TAB-PRY-DESCRIPCION  PIC X(30).
               05 TAB-PRY-PRECIO       PIC 9(9)V99.
               05 TAB-PRY-HORAS-PRESUP PIC 9(5)V99.
               05 TAB-PRY-ESTADO       PIC X(1).
               05 TAB-PRY-FACTURADO    PIC 9(9)V99.
               05 TAB-PRY-HITOS        PIC 9(2).
               05 TAB-PRY-HITOS-FACT   PIC 9(2).
       01 CANT-PROYECTOS PIC 9(3) VALUE ZERO.
       01 SUB-PRY PIC 9(3).
       01 IND-PRY-ACT PIC 9(3).

      * Parametros de OBTENER-TARIFA.
       01 WS-OPCION-TARIFA PIC X.
       01 TAR-SRT          PIC X(2).
       01 TAR-TIPO         PIC 99.
       01 TAR-VIGENCIA     PIC 9(8).
       01 TAR-TAR          PIC 9(5)V99.
       77 FS-TARIFAS PIC XX.

      * Datos de la empresa resueltos via OBTENER-EMPRESA por CUIT.
       01 WS-OPCION-EMPRESA PIC X.
       01 EMP-CODIGO-AUX PIC 9(3).
       01 EMP-CUIT-AUX   PIC 9(11).
       01 EMP-RAZON-AUX  PIC X(25).
       01 EMP-DIRE-AUX   PIC X(20).
       01 EMP-TEL-AUX    PIC X(20).
       01 EMP-MAIL-AUX   PIC X(30).

       01 PORC-CONSULTOR PIC 9(3)V99.
       01 SW-CONS-HALLADO PIC X.
           88 CONS-HALLADO VALUE 'S'.
       01 HORAS-CONSUMIDAS PIC 9(7)V99.
       01 COSTO-LINEA PIC 9(9)V99.
       01 COSTO-PROYECTO PIC 9(11)V99.
       01 COSTO-PROYECTADO PIC 9(11)V99.
       01 MARGEN-PROYECTADO PIC S9(11)V99.
       01 MARGEN-PORCENTUAL PIC S9(5)V99.
       01 PORC-FACTURADO PIC 9(3)V99.
       01 FECHA-HOY PIC 9(8).

       01 CANT-HORAS-LEIDAS PIC 9(7) VALUE ZERO.
       01 CANT-SIN-TARIFA PIC 9(5) VALUE ZERO.
       01 CANT-SIN-CONSULTOR PIC 9(5) VALUE ZERO.
       01 TOTAL-PRECIO PIC 9(11)V99 VALUE ZERO.
       01 TOTAL-FACTURADO PIC 9(11)V99 VALUE ZERO.
       01 TOTAL-COSTO PIC 9(11)V99 VALUE ZERO.
       01 TOTAL-MARGEN PIC S9(11)V99 VALUE ZERO.

       01 REP-TITULO.
           02 FILLER PIC X(40)
               VALUE 'Proyectos a precio cerrado al '.
           02 REP-TIT-DD PIC 9(2).
           02 FILLER PIC X VALUE '/'.
           02 REP-TIT-MM PIC 9(2).
           02 FILLER PIC X VALUE '/'.
           02 REP-TIT-AAAA PIC 9(4).

       01 REP-HEADER1.
           02 FILLER PIC X(31) VALUE 'Empresa                   Tarea'.
           02 FILLER PIC X(31) VALUE ' Proyecto'.
           02 FILLER PIC X(27) VALUE '      Precio      Facturado'.
           02 FILLER PIC X(31) VALUE '   %Fact Est Hitos'.

       01 REP-HEADER2.
           02 FILLER PIC X(27) VALUE '    Horas presup Consumidas'.
           02 FILLER PIC X(30) VALUE '            Costo   Proyectado'.
           02 FILLER PIC X(30) VALUE '       Margen proy.   Margen%'.
           02 FILLER PIC X(33) VALUE SPACES.

       01 REP-PROYECTO.
           02 REP-PRY-RAZON PIC X(25).
           02 FILLER PIC X VALUE SPACE.
           02 REP-PRY-TAREA PIC X(4).
           02 FILLER PIC X VALUE SPACE.
           02 REP-PRY-DESCRIPCION PIC X(30).
           02 FILLER PIC X VALUE SPACE.
           02 REP-PRY-PRECIO PIC Z(8)9,99.
           02 FILLER PIC X(2) VALUE SPACES.
           02 REP-PRY-FACTURADO PIC Z(8)9,99.
           02 FILLER PIC X(2) VALUE SPACES.
           02 REP-PRY-PORC-FACT PIC ZZ9,99.
           02 FILLER PIC X(2) VALUE SPACES.
           02 REP-PRY-ESTADO PIC X(1).
           02 FILLER PIC X(2) VALUE SPACES.
           02 REP-PRY-HITOS-FACT PIC Z9.
           02 FILLER PIC X VALUE '/'.
           02 REP-PRY-HITOS PIC Z9.

       01 REP-COSTOS.
           02 FILLER PIC X(4) VALUE SPACES.
           02 REP-CST-PRESUP PIC Z(5)9,99.
           02 FILLER PIC X(2) VALUE SPACES.
           02 REP-CST-CONSUMIDAS PIC Z(7)9,99.
           02 FILLER PIC X(2) VALUE SPACES.
           02 REP-CST-COSTO PIC Z(10)9,99.
           02 FILLER PIC X(2) VALUE SPACES.
           02 REP-CST-PROYECTADO PIC Z(10)9,99.
           02 FILLER PIC X(2) VALUE SPACES.
           02 REP-CST-MARGEN PIC -Z(10)9,99.
           02 FILLER PIC X(2) VALUE SPACES.
           02 REP-CST-MARGEN-PORC PIC -Z(4)9,99.
           02 FILLER PIC X(2) VALUE SPACES.
           02 REP-CST-MARCA PIC X(12).

       01 REP-TOTALES.
           02 FILLER PIC X(20) VALUE 'Totales: precio '.
           02 REP-TOT-PRECIO PIC Z(10)9,99.
           02 FILLER PIC X(13) VALUE '  facturado '.
           02 REP-TOT-FACTURADO PIC Z(10)9,99.
           02 FILLER PIC X(9) VALUE '  costo '.
           02 REP-TOT-COSTO PIC Z(10)9,99.
           02 FILLER PIC X(10) VALUE '  margen '.
           02 REP-TOT-MARGEN PIC -Z(10)9,99.

       01 LINEA-GUION PIC X(120) VALUE ALL "-".
       01 LINEA-VACIA PIC X(120) VALUE SPACES.


      * Bitacora central de corridas (ver REGISTRAR-CORRIDA): 'I' al
      * arrancar y 'F' con los contadores al terminar normalmente;
      * una corrida abortada no llega a anotar su 'F' y el resumen
      * diario la muestra como anormal.
       01 WS-OPCION-LOG PIC X.
       01 LOG-PROGRAMA-ID PIC X(12) VALUE 'INF-PROYEC'.
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
       01 RUTA-TIEMPOS PIC X(100).
       01 RUTA-CONSULTORES PIC X(100).
       01 RUTA-INFORME PIC X(100).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM CARGAR-RUTAS.
           MOVE 'I' TO WS-OPCION-LOG.
           CALL 'REGISTRAR-CORRIDA' USING WS-OPCION-LOG,
               LOG-PROGRAMA-ID, LOG-CANT-ENTRADA, LOG-CANT-SALIDA,
               LOG-CANT-EXC.
           MOVE FUNCTION CURRENT-DATE(1:8) TO FECHA-HOY.
           PERFORM CARGAR-CONSULTORES.
           PERFORM CARGAR-PROYECTOS.
           PERFORM ABRIR-ARCHIVOS.
           PERFORM IMPRIMIR-UN-PROYECTO
               VARYING SUB-PRY FROM 1 BY 1
               UNTIL SUB-PRY > CANT-PROYECTOS.
           PERFORM IMPRIMIR-TOTALES.
           PERFORM CERRAR-ARCHIVOS.
           DISPLAY "PROYECTOS INFORMADOS: " CANT-PROYECTOS.
           DISPLAY "HORAS DE PROYECTOS LEIDAS: " CANT-HORAS-LEIDAS.
           DISPLAY "LINEAS SIN TARIFA (COSTO CERO): " CANT-SIN-TARIFA.
           DISPLAY "LINEAS DE CONSULTORES INEXISTENTES: "
               CANT-SIN-CONSULTOR.
           MOVE CANT-HORAS-LEIDAS TO LOG-CANT-ENTRADA.
           MOVE CANT-PROYECTOS TO LOG-CANT-SALIDA.
           COMPUTE LOG-CANT-EXC = CANT-SIN-TARIFA + CANT-SIN-CONSULTOR.
           MOVE 'F' TO WS-OPCION-LOG.
           CALL 'REGISTRAR-CORRIDA' USING WS-OPCION-LOG,
               LOG-PROGRAMA-ID, LOG-CANT-ENTRADA, LOG-CANT-SALIDA,
               LOG-CANT-EXC.
           STOP RUN.

       CARGAR-CONSULTORES.
           OPEN INPUT CONSULTORES.
           IF FS-CONSULTORES NOT = ZERO
               DISPLAY "ERROR AL ABRIR CONSULTORES FS: "
                   FS-CONSULTORES
               STOP RUN.
           READ CONSULTORES.
           PERFORM CARGAR-CONSULTOR VARYING IND-CONS FROM 1 BY 1
               UNTIL FS-CONSULTORES = '10' OR IND-CONS > 50.
           CLOSE CONSULTORES.

       CARGAR-CONSULTOR.
           MOVE CONS-NUMERO TO TAB-CONS-NUMERO(IND-CONS).
           MOVE CONS-SRT TO TAB-CONS-SRT(IND-CONS).
           MOVE CONS-PORC-PART TO TAB-CONS-PORC(IND-CONS).
           READ CONSULTORES.

      * Lo facturado a la fecha es la suma de los hitos ya facturados;
      * los renglones de hito siguen siempre a su cabecera.
       CARGAR-PROYECTOS.
           OPEN INPUT PROYECTOS.
           IF FS-PROYECTOS NOT = ZERO
               DISPLAY "ERROR AL ABRIR PROYECTOS FS: " FS-PROYECTOS
               STOP RUN.
           READ PROYECTOS.
           PERFORM CARGAR-UN-REGISTRO UNTIL FS-PROYECTOS NOT = ZERO.
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
               MOVE ZERO TO TAB-PRY-FACTURADO(CANT-PROYECTOS)
               MOVE ZERO TO TAB-PRY-HITOS(CANT-PROYECTOS)
               MOVE ZERO TO TAB-PRY-HITOS-FACT(CANT-PROYECTOS).
           IF PRY-ES-HITO
               PERFORM UBICAR-PROYECTO
               IF IND-PRY-ACT NOT = ZERO
                   ADD 1 TO TAB-PRY-HITOS(IND-PRY-ACT)
                   IF HIT-ESTADO = 'F'
                       ADD 1 TO TAB-PRY-HITOS-FACT(IND-PRY-ACT)
                       ADD HIT-IMPORTE
                           TO TAB-PRY-FACTURADO(IND-PRY-ACT).
           READ PROYECTOS.

       UBICAR-PROYECTO.
           MOVE ZERO TO IND-PRY-ACT.
           PERFORM COMPARAR-PROYECTO
               VARYING SUB-PRY FROM 1 BY 1
               UNTIL SUB-PRY > CANT-PROYECTOS
               OR IND-PRY-ACT NOT = ZERO.

       COMPARAR-PROYECTO.
           IF TAB-PRY-CUIT(SUB-PRY) = PRY-CUIT
               AND TAB-PRY-TAREA(SUB-PRY) = PRY-TAREA
               MOVE SUB-PRY TO IND-PRY-ACT.

       ABRIR-ARCHIVOS.
           OPEN INPUT TIEMPOS.
           IF FS-TIEMPOS NOT = ZERO
               DISPLAY "ERROR AL ABRIR TIMES FS: " FS-TIEMPOS
               STOP RUN.
           OPEN OUTPUT INFORME.
           IF FS-INFORME NOT = ZERO
               DISPLAY "ERROR AL ABRIR INFORME PROYECTOS FS: "
                   FS-INFORME
               STOP RUN.
           MOVE 'A' TO WS-OPCION-TARIFA.
           CALL 'OBTENER-TARIFA' USING WS-OPCION-TARIFA, TAR-SRT,
               TAR-TIPO, TAR-VIGENCIA, TAR-TAR, FS-TARIFAS.
           MOVE 'A' TO WS-OPCION-EMPRESA.
           CALL 'OBTENER-EMPRESA' USING WS-OPCION-EMPRESA,
               EMP-CODIGO-AUX, EMP-CUIT-AUX, EMP-RAZON-AUX,
               EMP-DIRE-AUX, EMP-TEL-AUX, EMP-MAIL-AUX.
           MOVE FECHA-HOY(7:2) TO REP-TIT-DD.
           MOVE FECHA-HOY(5:2) TO REP-TIT-MM.
           MOVE FECHA-HOY(1:4) TO REP-TIT-AAAA.
           WRITE INF-LINEA FROM REP-TITULO.
           WRITE INF-LINEA FROM LINEA-VACIA.
           WRITE INF-LINEA FROM REP-HEADER1.
           WRITE INF-LINEA FROM REP-HEADER2.
           WRITE INF-LINEA FROM LINEA-GUION.

       CERRAR-ARCHIVOS.
           CLOSE TIEMPOS INFORME.
           MOVE 'C' TO WS-OPCION-TARIFA.
           CALL 'OBTENER-TARIFA' USING WS-OPCION-TARIFA, TAR-SRT,
               TAR-TIPO, TAR-VIGENCIA, TAR-TAR, FS-TARIFAS.
           MOVE 'C' TO WS-OPCION-EMPRESA.
           CALL 'OBTENER-EMPRESA' USING WS-OPCION-EMPRESA,
               EMP-CODIGO-AUX, EMP-CUIT-AUX, EMP-RAZON-AUX,
               EMP-DIRE-AUX, EMP-TEL-AUX, EMP-MAIL-AUX.

      ******************************************************************
      * El costo de las horas es lo que se le liquida al consultor:
      * horas por tarifa vigente a la fecha de la linea por su
      * porcentaje de participacion. Con horas presupuestadas, el
      * costo se proyecta al total del presupuesto en proporcion a lo
      * consumido; pasado el presupuesto, el costo real ya es el
      * proyectado.
       IMPRIMIR-UN-PROYECTO.
           MOVE ZERO TO HORAS-CONSUMIDAS COSTO-PROYECTO.
           PERFORM ACUMULAR-HORAS.
           MOVE COSTO-PROYECTO TO COSTO-PROYECTADO.
           IF TAB-PRY-HORAS-PRESUP(SUB-PRY) > HORAS-CONSUMIDAS
               AND HORAS-CONSUMIDAS > ZERO
               COMPUTE COSTO-PROYECTADO ROUNDED = COSTO-PROYECTO
                   * TAB-PRY-HORAS-PRESUP(SUB-PRY) / HORAS-CONSUMIDAS.
           COMPUTE MARGEN-PROYECTADO = TAB-PRY-PRECIO(SUB-PRY)
               - COSTO-PROYECTADO.
           IF TAB-PRY-PRECIO(SUB-PRY) = ZERO
               MOVE ZERO TO MARGEN-PORCENTUAL PORC-FACTURADO
           ELSE
               COMPUTE MARGEN-PORCENTUAL ROUNDED =
                   MARGEN-PROYECTADO * 100 / TAB-PRY-PRECIO(SUB-PRY)
               COMPUTE PORC-FACTURADO ROUNDED =
                   TAB-PRY-FACTURADO(SUB-PRY) * 100
                   / TAB-PRY-PRECIO(SUB-PRY).
           MOVE TAB-PRY-CUIT(SUB-PRY) TO EMP-CUIT-AUX.
           MOVE SPACES TO EMP-RAZON-AUX.
           MOVE 'P' TO WS-OPCION-EMPRESA.
           CALL 'OBTENER-EMPRESA' USING WS-OPCION-EMPRESA,
               EMP-CODIGO-AUX, EMP-CUIT-AUX, EMP-RAZON-AUX,
               EMP-DIRE-AUX, EMP-TEL-AUX, EMP-MAIL-AUX.
           MOVE EMP-RAZON-AUX TO REP-PRY-RAZON.
           MOVE TAB-PRY-TAREA(SUB-PRY) TO REP-PRY-TAREA.
           MOVE TAB-PRY-DESCRIPCION(SUB-PRY) TO REP-PRY-DESCRIPCION.
           MOVE TAB-PRY-PRECIO(SUB-PRY) TO REP-PRY-PRECIO.
           MOVE TAB-PRY-FACTURADO(SUB-PRY) TO REP-PRY-FACTURADO.
           MOVE PORC-FACTURADO TO REP-PRY-PORC-FACT.
           MOVE TAB-PRY-ESTADO(SUB-PRY) TO REP-PRY-ESTADO.
           MOVE TAB-PRY-HITOS-FACT(SUB-PRY) TO REP-PRY-HITOS-FACT.
           MOVE TAB-PRY-HITOS(SUB-PRY) TO REP-PRY-HITOS.
           WRITE INF-LINEA FROM REP-PROYECTO.
           MOVE TAB-PRY-HORAS-PRESUP(SUB-PRY) TO REP-CST-PRESUP.
           MOVE HORAS-CONSUMIDAS TO REP-CST-CONSUMIDAS.
           MOVE COSTO-PROYECTO TO REP-CST-COSTO.
           MOVE COSTO-PROYECTADO TO REP-CST-PROYECTADO.
           MOVE MARGEN-PROYECTADO TO REP-CST-MARGEN.
           MOVE MARGEN-PORCENTUAL TO REP-CST-MARGEN-PORC.
           IF MARGEN-PROYECTADO < ZERO
               MOVE 'A PERDIDA' TO REP-CST-MARCA
           ELSE
               IF TAB-PRY-HORAS-PRESUP(SUB-PRY) > ZERO
                   AND HORAS-CONSUMIDAS > TAB-PRY-HORAS-PRESUP(SUB-PRY)
                   MOVE 'EXCEDIDO' TO REP-CST-MARCA
               ELSE
                   MOVE SPACES TO REP-CST-MARCA.
           WRITE INF-LINEA FROM REP-COSTOS.
           ADD TAB-PRY-PRECIO(SUB-PRY) TO TOTAL-PRECIO.
           ADD TAB-PRY-FACTURADO(SUB-PRY) TO TOTAL-FACTURADO.
           ADD COSTO-PROYECTO TO TOTAL-COSTO.
           ADD MARGEN-PROYECTADO TO TOTAL-MARGEN.

      * Recorre las horas de la empresa por la clave alterna y toma
      * las de la tarea del proyecto; los gastos no son horas.
       ACUMULAR-HORAS.
           MOVE TAB-PRY-CUIT(SUB-PRY) TO TIE-CUIT.
           START TIEMPOS KEY >= TIE-CUIT.
           IF FS-TIEMPOS = '00'
               READ TIEMPOS NEXT RECORD
               PERFORM EVALUAR-HORA
                   UNTIL FS-TIEMPOS NOT = '00'
                   OR TIE-CUIT NOT = TAB-PRY-CUIT(SUB-PRY).

       EVALUAR-HORA.
           IF TIE-TAREA = TAB-PRY-TAREA(SUB-PRY)
               AND TIE-GASTO NOT = 'G'
               ADD 1 TO CANT-HORAS-LEIDAS
               ADD TIE-HORAS TO HORAS-CONSUMIDAS
               PERFORM COSTEAR-HORA
               ADD COSTO-LINEA TO COSTO-PROYECTO.
           READ TIEMPOS NEXT RECORD.

       COSTEAR-HORA.
           MOVE ZERO TO COSTO-LINEA.
           PERFORM BUSCAR-CONSULTOR.
           IF CONS-HALLADO
               MOVE TIE-TIPO TO TAR-TIPO
               MOVE TIE-FECHA-NUM TO TAR-VIGENCIA
               MOVE 'B' TO WS-OPCION-TARIFA
               CALL 'OBTENER-TARIFA' USING WS-OPCION-TARIFA, TAR-SRT,
                   TAR-TIPO, TAR-VIGENCIA, TAR-TAR, FS-TARIFAS
               IF FS-TARIFAS = '00'
                   COMPUTE COSTO-LINEA ROUNDED =
                       TIE-HORAS * TAR-TAR * PORC-CONSULTOR / 100
               ELSE
                   ADD 1 TO CANT-SIN-TARIFA.

       BUSCAR-CONSULTOR.
           MOVE 'N' TO SW-CONS-HALLADO.
           SET IND-CONS TO 1.
           SEARCH LINEA-CONSULTOR
               AT END
                   ADD 1 TO CANT-SIN-CONSULTOR
               WHEN TAB-CONS-NUMERO(IND-CONS) = TIE-NUM
                   MOVE 'S' TO SW-CONS-HALLADO
                   MOVE TAB-CONS-SRT(IND-CONS) TO TAR-SRT
                   MOVE TAB-CONS-PORC(IND-CONS) TO PORC-CONSULTOR
           END-SEARCH.

       IMPRIMIR-TOTALES.
           WRITE INF-LINEA FROM LINEA-GUION.
           MOVE TOTAL-PRECIO TO REP-TOT-PRECIO.
           MOVE TOTAL-FACTURADO TO REP-TOT-FACTURADO.
           MOVE TOTAL-COSTO TO REP-TOT-COSTO.
           MOVE TOTAL-MARGEN TO REP-TOT-MARGEN.
           WRITE INF-LINEA FROM REP-TOTALES.


      * Resuelve todas las rutas de este programa contra rutas.dat;
      * una entrada ausente corta la corrida nombrando el logico
      * que falta.
       CARGAR-RUTAS.
           MOVE 'COMP-PROYECTOS' TO RUTA-LOGICO.
           PERFORM OBTENER-UNA-RUTA.
           MOVE RUTA-OBTENIDA TO RUTA-PROYECTOS.
           MOVE 'IDX-TIMES' TO RUTA-LOGICO.
           PERFORM OBTENER-UNA-RUTA.
           MOVE RUTA-OBTENIDA TO RUTA-TIEMPOS.
           MOVE 'TP1-CONSULTORES' TO RUTA-LOGICO.
           PERFORM OBTENER-UNA-RUTA.
           MOVE RUTA-OBTENIDA TO RUTA-CONSULTORES.
           MOVE 'SEC-INFPROYECTOS' TO RUTA-LOGICO.
           PERFORM OBTENER-UNA-RUTA.
           MOVE RUTA-OBTENIDA TO RUTA-INFORME.

       OBTENER-UNA-RUTA.
           CALL 'OBTENER-RUTA' USING RUTA-LOGICO, RUTA-OBTENIDA,
               FS-RUTA.
           IF FS-RUTA NOT = '00'
               DISPLAY "RUTA NO CONFIGURADA PARA " RUTA-LOGICO
               STOP RUN.

       END PROGRAM INFORME-PROYECTOS.
