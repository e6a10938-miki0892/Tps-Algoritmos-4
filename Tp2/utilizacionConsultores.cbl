      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. UTILIZACION-CONSULTORES.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONSULTORES     ASSIGN TO RUTA-CONSULTORES
                                  ORGANIZATION IS INDEXED
                                  ACCESS MODE IS DYNAMIC
                                  RECORD KEY IS CONS-NUM
                                  FILE STATUS IS FS-CONSULTORES.

           SELECT TIEMPOS         ASSIGN TO RUTA-TIEMPOS
                                  ORGANIZATION IS INDEXED
                                  ACCESS MODE IS DYNAMIC
                                  RECORD KEY IS TIE-CLAVE
                                  ALTERNATE RECORD KEY IS TIE-CUIT
                                  WITH DUPLICATES
                                  FILE STATUS IS FS-TIEMPOS.

      * Calendarios compartidos: los dias habiles del mes descuentan
      * sabados, domingos y feriados, y los del consultor ademas sus
      * dias de licencia (igual que CONTROL-FALTANTES).
           SELECT FERIADOS        ASSIGN TO RUTA-FERIADOS
                                  ORGANIZATION IS LINE SEQUENTIAL
                                  FILE STATUS IS FS-FERIADOS.

           SELECT LICENCIAS       ASSIGN TO RUTA-LICENCIAS
                                  ORGANIZATION IS LINE SEQUENTIAL
                                  FILE STATUS IS FS-LICENCIAS.

      * El maestro de consultores no lleva oficina: la del consultor
      * es la de los lotes en que se cargaron sus horas del mes, que
      * TP1-PUNTO-A deja en cada registro de TIMES-NEW.
           SELECT TIEMPOS-NEW     ASSIGN TO RUTA-TIEMPOS-NEW
                                  ORGANIZATION IS LINE SEQUENTIAL
                                  FILE STATUS IS FS-TIEMPOS-NEW.

           SELECT OFICINAS        ASSIGN TO RUTA-OFICINAS
                                  ORGANIZATION IS LINE SEQUENTIAL
                                  FILE STATUS IS FS-OFICINAS.

      * Periodo AAAAMM, horas de la jornada estandar y utilizacion
      * objetivo (%) debajo de la cual se resalta al consultor.
           SELECT PARAMETROS-UTI  ASSIGN TO RUTA-PARAMETROS-UTI
                                  ORGANIZATION IS LINE SEQUENTIAL
                                  FILE STATUS IS FS-PARAMETROS.

           SELECT UTILIZACION     ASSIGN TO RUTA-UTILIZACION
                                  ORGANIZATION IS LINE SEQUENTIAL
                                  FILE STATUS IS FS-UTILIZACION.

           SELECT ARCHIVO-ORDENADO
                                  ASSIGN TO DISK
                                  SORT STATUS IS FS-ORDENADO.

       DATA DIVISION.
       FILE SECTION.

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
      * Gastos facturables al cliente: 'G' marca el registro como
      * gasto (el importe viaja directo, sin tarifa ni horas).
           03 TIE-IMPORTE PIC 9(7)V99.
           03 TIE-GASTO PIC X(1).

       FD FERIADOS LABEL RECORD IS STANDARD.
       01 FER-REG.
           03 FER-FECHA PIC 9(8).
           03 FER-DESC  PIC X(30).

       FD LICENCIAS LABEL RECORD IS STANDARD.
       01 LIC-REG.
           03 LIC-CONSULTOR PIC X(5).
           03 LIC-TIPO  PIC X(2).
           03 LIC-DESDE PIC 9(8).
           03 LIC-HASTA PIC 9(8).

       FD TIEMPOS-NEW LABEL RECORD IS STANDARD.
       01 TIE-NEW-REG.
           03 TIE-NEW-NUMERO PIC X(5).
           03 TIE-NEW-FECHA.
               05 TIE-NEW-DIA PIC 9(2).
               05 TIE-NEW-MES PIC 9(2).
               05 TIE-NEW-ANIO PIC 9(4).
           03 TIE-NEW-EMPRESA PIC 9(03).
           03 TIE-NEW-TAREA PIC X(04).
           03 TIE-NEW-HORAS PIC 9(2)V99.
           03 TIE-NEW-INDICADOR PIC X(01).
           03 TIE-NEW-TIPO      PIC 99.
           03 TIE-NEW-OFICINA   PIC 9(03).
           03 TIE-NEW-IMPORTE   PIC 9(7)V99.

       FD OFICINAS LABEL RECORD IS STANDARD.
       01 OFI-REG.
           03 OFI-CODIGO PIC 9(3).
           03 OFI-NOMBRE PIC X(25).
           03 OFI-RESPONSABLE PIC X(25).
           03 OFI-MAIL PIC X(30).

       FD PARAMETROS-UTI LABEL RECORD IS STANDARD.
       01 PARAM-REG.
           03 PARAM-PERIODO PIC 9(6).
           03 PARAM-HORAS-DIARIAS PIC 9(2)V99.
           03 PARAM-OBJETIVO-PORC PIC 9(3).

       FD UTILIZACION LABEL RECORD IS STANDARD.
       01 UTI-LINEA PIC X(120).

      * Oficina y categoria encabezan la clave para los subtotales.
       SD ARCHIVO-ORDENADO
          DATA RECORD IS REG-ORDENADO.
       01 REG-ORDENADO.
           03 ORD-CLAVE.
               05 ORD-OFICINA PIC 9(3).
               05 ORD-SRT PIC X(2).
               05 ORD-CONSULTOR PIC X(5).
           03 ORD-NOMBRE PIC X(25).
           03 ORD-DISPONIBLES PIC 9(4)V99.
           03 ORD-FACTURABLES PIC 9(4)V99.
           03 ORD-NO-FACTURABLES PIC 9(4)V99.
           03 ORD-BANCO PIC 9(4)V99.

       WORKING-STORAGE SECTION.

       77 FS-CONSULTORES PIC XX.
       77 FS-TIEMPOS     PIC XX.
       77 FS-FERIADOS    PIC XX.
       77 FS-LICENCIAS   PIC XX.
       77 FS-TIEMPOS-NEW PIC XX.
       77 FS-OFICINAS    PIC XX.
       77 FS-PARAMETROS  PIC XX.
       77 FS-UTILIZACION PIC XX.
       77 FS-ORDENADO    PIC XX.

       01 TABLA-FERIADOS.
           03 FILA-FERIADO OCCURS 120 TIMES.
               05 TAB-FER-FECHA PIC 9(8).
       01 CANT-FERIADOS PIC 9(3) VALUE ZERO.
       01 SUB-FER PIC 9(3).

       01 TABLA-LICENCIAS.
           03 FILA-LICENCIA OCCURS 200 TIMES.
               05 TAB-LIC-CONSULTOR PIC X(5).
               05 TAB-LIC-DESDE PIC 9(8).
               05 TAB-LIC-HASTA PIC 9(8).
       01 CANT-LICENCIAS PIC 9(3) VALUE ZERO.
       01 SUB-LIC PIC 9(3).
       01 SW-DIA-LICENCIADO PIC X.
           88 DIA-LICENCIADO VALUE 'S'.

       01 TABLA-OFICINAS.
           03 FILA-OFICINA OCCURS 50 TIMES.
               05 TAB-OFI-CODIGO PIC 9(3).
               05 TAB-OFI-NOMBRE PIC X(25).
       01 CANT-OFICINAS PIC 9(3) VALUE ZERO.
       01 SUB-OFI PIC 9(3).

      * Oficina de cada consultor en el periodo: la del ultimo lote
      * del mes que trajo horas suyas.
       01 TABLA-OFICINA-CONS.
           03 FILA-OFICINA-CONS OCCURS 500 TIMES.
               05 TAB-OCO-CONSULTOR PIC X(5).
               05 TAB-OCO-OFICINA PIC 9(3).
       01 CANT-OFICINA-CONS PIC 9(3) VALUE ZERO.
       01 SUB-OCO PIC 9(3).
       01 IND-OCO-ACT PIC 9(3).
       01 CONSULTOR-BUSCADO PIC X(5).

      * Acumulado por categoria a traves de todas las oficinas.
       01 TABLA-CATEGORIAS.
           03 FILA-CATEGORIA OCCURS 30 TIMES.
               05 TAB-CAT-SRT PIC X(2).
               05 TAB-CAT-CONSULTORES PIC 9(4).
               05 TAB-CAT-DISPONIBLES PIC 9(7)V99.
               05 TAB-CAT-FACTURABLES PIC 9(7)V99.
               05 TAB-CAT-NO-FACTURABLES PIC 9(7)V99.
               05 TAB-CAT-BANCO PIC 9(7)V99.
       01 CANT-CATEGORIAS PIC 9(2) VALUE ZERO.
       01 SUB-CAT PIC 9(2).
       01 IND-CAT-ACT PIC 9(2).

      * Parametros de OBTENER-TAREA: la marca de facturable de la
      * tarea separa las horas facturables de las que no lo son.
       01 WS-OPCION-TAREA PIC X.
       01 TAREA-COD-BUSCADA PIC X(4).
       01 TAREA-DESCRIPCION PIC X(20).
       01 TAREA-FACTURABLE PIC X(1).
       77 FS-TAREA-MAESTRO PIC XX.

       01 FECHA-DIA PIC 9(8).
       01 FECHA-DIA-DET REDEFINES FECHA-DIA.
           03 FECHA-DIA-AAAA PIC 9(4).
           03 FECHA-DIA-MM   PIC 9(2).
           03 FECHA-DIA-DD   PIC 9(2).
       01 DIA-DE-SEMANA PIC 9.
       01 DIAS-DEL-MES PIC 9(2).
       01 DIAS-HABILES PIC 9(2) VALUE ZERO.
       01 DIAS-LICENCIA-CONS PIC 9(2).
       01 SW-DIA-HABIL PIC X.
           88 DIA-HABIL VALUE 'S'.
       01 FECHA-DESDE PIC 9(8).
       01 FECHA-HASTA PIC 9(8).

       01 HORAS-DISPONIBLES PIC 9(4)V99.
       01 HORAS-FACTURABLES PIC 9(4)V99.
       01 HORAS-NO-FACTURABLES PIC 9(4)V99.
       01 HORAS-BANCO PIC 9(4)V99.
       01 HORAS-LOGUEADAS PIC 9(4)V99.
       01 PORC-UTILIZACION PIC 9(3)V99.

      * Acumuladores de corte: categoria dentro de oficina, oficina y
      * total general.
       01 ACUM-CATEGORIA.
           03 ACU-CAT-CONSULTORES PIC 9(4).
           03 ACU-CAT-DISPONIBLES PIC 9(7)V99.
           03 ACU-CAT-FACTURABLES PIC 9(7)V99.
           03 ACU-CAT-NO-FACTURABLES PIC 9(7)V99.
           03 ACU-CAT-BANCO PIC 9(7)V99.
       01 ACUM-OFICINA.
           03 ACU-OFI-CONSULTORES PIC 9(4).
           03 ACU-OFI-DISPONIBLES PIC 9(7)V99.
           03 ACU-OFI-FACTURABLES PIC 9(7)V99.
           03 ACU-OFI-NO-FACTURABLES PIC 9(7)V99.
           03 ACU-OFI-BANCO PIC 9(7)V99.
       01 ACUM-TOTAL.
           03 ACU-TOT-CONSULTORES PIC 9(4) VALUE ZERO.
           03 ACU-TOT-DISPONIBLES PIC 9(7)V99 VALUE ZERO.
           03 ACU-TOT-FACTURABLES PIC 9(7)V99 VALUE ZERO.
           03 ACU-TOT-NO-FACTURABLES PIC 9(7)V99 VALUE ZERO.
           03 ACU-TOT-BANCO PIC 9(7)V99 VALUE ZERO.
       01 OFICINA-ACTUAL PIC 9(3).
       01 SRT-ACTUAL PIC X(2).

      * Area comun de la linea de subtotal.
       01 SUB-DISPONIBLES PIC 9(7)V99.
       01 SUB-FACTURABLES PIC 9(7)V99.
       01 SUB-NO-FACTURABLES PIC 9(7)V99.
       01 SUB-BANCO PIC 9(7)V99.

       01 CANT-CONSULTORES PIC 9(5) VALUE ZERO.
       01 CANT-BAJO-OBJETIVO PIC 9(5) VALUE ZERO.
       01 CANT-SIN-OFICINA PIC 9(5) VALUE ZERO.

       01 REP-TITULO.
           02 FILLER PIC X(40)
               VALUE 'Utilizacion de consultores del periodo '.
           02 REP-TIT-PERIODO PIC 9(6).

       01 REP-PARAMETROS.
           02 FILLER PIC X(14) VALUE 'Dias habiles: '.
           02 REP-PAR-DIAS PIC 9(2).
           02 FILLER PIC X(11) VALUE '  Jornada: '.
           02 REP-PAR-JORNADA PIC Z9,99.
           02 FILLER PIC X(24) VALUE '  Utilizacion objetivo: '.
           02 REP-PAR-OBJETIVO PIC ZZ9.
           02 FILLER PIC X(1) VALUE '%'.

       01 REP-HEADER.
           02 FILLER PIC X(40) VALUE
               'Cons.  Nombre                    Cat'.
           02 FILLER PIC X(40) VALUE
               ' Disponibles Facturables  No factur.'.
           02 FILLER PIC X(40) VALUE
               '     Banca  Util.%'.

       01 REP-OFICINA.
           02 FILLER PIC X(9) VALUE 'Oficina: '.
           02 REP-OFI-CODIGO PIC 9(3).
           02 FILLER PIC X(1) VALUE SPACE.
           02 REP-OFI-NOMBRE PIC X(25).

       01 REP-FILA.
           02 REP-FIL-CONSULTOR PIC X(5).
           02 FILLER PIC X(2) VALUE SPACES.
           02 REP-FIL-NOMBRE PIC X(25).
           02 FILLER PIC X(1) VALUE SPACE.
           02 REP-FIL-SRT PIC X(2).
           02 FILLER PIC X(2) VALUE SPACES.
           02 REP-FIL-DISPONIBLES PIC Z(7)9,99.
           02 FILLER PIC X(1) VALUE SPACE.
           02 REP-FIL-FACTURABLES PIC Z(7)9,99.
           02 FILLER PIC X(1) VALUE SPACE.
           02 REP-FIL-NO-FACTURABLES PIC Z(7)9,99.
           02 FILLER PIC X(1) VALUE SPACE.
           02 REP-FIL-BANCO PIC Z(7)9,99.
           02 FILLER PIC X(2) VALUE SPACES.
           02 REP-FIL-PORC PIC ZZ9,99.
           02 FILLER PIC X(2) VALUE SPACES.
           02 REP-FIL-MARCA PIC X(14).

       01 LINEA-GUION PIC X(120) VALUE ALL "-".
       01 LINEA-VACIA PIC X(120) VALUE SPACES.


      * Bitacora central de corridas (ver REGISTRAR-CORRIDA): 'I' al
      * arrancar y 'F' con los contadores al terminar normalmente;
      * una corrida abortada no llega a anotar su 'F' y el resumen
      * diario la muestra como anormal.
       01 WS-OPCION-LOG PIC X.
       01 LOG-PROGRAMA-ID PIC X(12) VALUE 'UTILIZACION'.
       01 LOG-CANT-ENTRADA PIC 9(7) VALUE ZERO.
       01 LOG-CANT-SALIDA PIC 9(7) VALUE ZERO.
       01 LOG-CANT-EXC PIC 9(5) VALUE ZERO.


      * Rutas fisicas de los archivos, resueltas al arrancar desde
      * rutas.dat via OBTENER-RUTA: mover el sistema o armar un
      * ambiente de prueba es cuestion de editar ese archivo.
       77 FS-RUTA PIC XX.
       01 RUTA-LOGICO PIC X(20).
       01 RUTA-OBTENIDA PIC X(100).
       01 RUTA-CONSULTORES PIC X(100).
       01 RUTA-TIEMPOS PIC X(100).
       01 RUTA-FERIADOS PIC X(100).
       01 RUTA-LICENCIAS PIC X(100).
       01 RUTA-TIEMPOS-NEW PIC X(100).
       01 RUTA-OFICINAS PIC X(100).
       01 RUTA-PARAMETROS-UTI PIC X(100).
       01 RUTA-UTILIZACION PIC X(100).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM CARGAR-RUTAS.
           MOVE 'I' TO WS-OPCION-LOG.
           CALL 'REGISTRAR-CORRIDA' USING WS-OPCION-LOG,
               LOG-PROGRAMA-ID, LOG-CANT-ENTRADA, LOG-CANT-SALIDA,
               LOG-CANT-EXC.
           PERFORM LEER-PARAMETROS.
           PERFORM CARGAR-FERIADOS.
           PERFORM CARGAR-LICENCIAS.
           PERFORM CARGAR-OFICINAS.
           PERFORM CARGAR-OFICINA-CONSULTORES.
           PERFORM CALCULAR-DIAS-HABILES.
           SORT ARCHIVO-ORDENADO
               ON ASCENDING KEY ORD-CLAVE
               INPUT PROCEDURE IS PROCESO-ENTRADA
               OUTPUT PROCEDURE IS PROCESO-SALIDA.
           DISPLAY "CONSULTORES INFORMADOS: " CANT-CONSULTORES.
           DISPLAY "DEBAJO DE LA UTILIZACION OBJETIVO: "
               CANT-BAJO-OBJETIVO.
           DISPLAY "SIN OFICINA EN EL PERIODO: " CANT-SIN-OFICINA.
           MOVE CANT-CONSULTORES TO LOG-CANT-ENTRADA.
           MOVE CANT-CONSULTORES TO LOG-CANT-SALIDA.
           MOVE CANT-BAJO-OBJETIVO TO LOG-CANT-EXC.
           MOVE 'F' TO WS-OPCION-LOG.
           CALL 'REGISTRAR-CORRIDA' USING WS-OPCION-LOG,
               LOG-PROGRAMA-ID, LOG-CANT-ENTRADA, LOG-CANT-SALIDA,
               LOG-CANT-EXC.
           STOP RUN.

       LEER-PARAMETROS.
           OPEN INPUT PARAMETROS-UTI.
           IF FS-PARAMETROS NOT = ZERO
               DISPLAY "ERROR AL ABRIR PARAMETROS FS: " FS-PARAMETROS
               STOP RUN.
           READ PARAMETROS-UTI.
           IF FS-PARAMETROS NOT = ZERO
               DISPLAY "ERROR AL LEER PARAMETROS FS: " FS-PARAMETROS
               STOP RUN.
           CLOSE PARAMETROS-UTI.

       CARGAR-FERIADOS.
           OPEN INPUT FERIADOS.
           IF FS-FERIADOS NOT = ZERO AND '35'
               DISPLAY "ERROR AL ABRIR FERIADOS FS: " FS-FERIADOS
               STOP RUN.
           IF FS-FERIADOS = ZERO
               READ FERIADOS
               PERFORM CARGAR-UN-FERIADO
                   UNTIL FS-FERIADOS NOT = ZERO OR CANT-FERIADOS >= 120
               CLOSE FERIADOS.

       CARGAR-UN-FERIADO.
           ADD 1 TO CANT-FERIADOS.
           MOVE FER-FECHA TO TAB-FER-FECHA(CANT-FERIADOS).
           READ FERIADOS.

       CARGAR-LICENCIAS.
           OPEN INPUT LICENCIAS.
           IF FS-LICENCIAS NOT = ZERO AND '35'
               DISPLAY "ERROR AL ABRIR LICENCIAS FS: " FS-LICENCIAS
               STOP RUN.
           IF FS-LICENCIAS = ZERO
               READ LICENCIAS
               PERFORM CARGAR-UNA-LICENCIA
                   UNTIL FS-LICENCIAS NOT = ZERO
                   OR CANT-LICENCIAS >= 200
               CLOSE LICENCIAS.

       CARGAR-UNA-LICENCIA.
           ADD 1 TO CANT-LICENCIAS.
           MOVE LIC-CONSULTOR TO TAB-LIC-CONSULTOR(CANT-LICENCIAS).
           MOVE LIC-DESDE TO TAB-LIC-DESDE(CANT-LICENCIAS).
           MOVE LIC-HASTA TO TAB-LIC-HASTA(CANT-LICENCIAS).
           READ LICENCIAS.

       CARGAR-OFICINAS.
           OPEN INPUT OFICINAS.
           IF FS-OFICINAS NOT = ZERO AND '35'
               DISPLAY "ERROR AL ABRIR OFICINAS FS: " FS-OFICINAS
               STOP RUN.
           IF FS-OFICINAS = ZERO
               READ OFICINAS
               PERFORM CARGAR-UNA-OFICINA
                   UNTIL FS-OFICINAS NOT = ZERO OR CANT-OFICINAS >= 50
               CLOSE OFICINAS.

       CARGAR-UNA-OFICINA.
           ADD 1 TO CANT-OFICINAS.
           MOVE OFI-CODIGO TO TAB-OFI-CODIGO(CANT-OFICINAS).
           MOVE OFI-NOMBRE TO TAB-OFI-NOMBRE(CANT-OFICINAS).
           READ OFICINAS.

      * Sin TIMES-NEW (todavia no corrio TP1-PUNTO-A) todos quedan en
      * la oficina cero; la cola TRAIL no es un registro de horas.
       CARGAR-OFICINA-CONSULTORES.
           OPEN INPUT TIEMPOS-NEW.
           IF FS-TIEMPOS-NEW NOT = ZERO AND '35'
               DISPLAY "ERROR AL ABRIR TIMES NEW FS: " FS-TIEMPOS-NEW
               STOP RUN.
           IF FS-TIEMPOS-NEW = ZERO
               READ TIEMPOS-NEW
               PERFORM ANOTAR-OFICINA-CONSULTOR
                   UNTIL FS-TIEMPOS-NEW NOT = ZERO
               CLOSE TIEMPOS-NEW.

       ANOTAR-OFICINA-CONSULTOR.
           IF TIE-NEW-NUMERO NOT = 'TRAIL'
               AND TIE-NEW-ANIO = PARAM-PERIODO(1:4)
               AND TIE-NEW-MES = PARAM-PERIODO(5:2)
               AND TIE-NEW-OFICINA NUMERIC
               AND TIE-NEW-OFICINA NOT = ZERO
               MOVE TIE-NEW-NUMERO TO CONSULTOR-BUSCADO
               PERFORM UBICAR-OFICINA-CONSULTOR
               IF IND-OCO-ACT = ZERO AND CANT-OFICINA-CONS < 500
                   ADD 1 TO CANT-OFICINA-CONS
                   MOVE CANT-OFICINA-CONS TO IND-OCO-ACT
                   MOVE TIE-NEW-NUMERO
                       TO TAB-OCO-CONSULTOR(IND-OCO-ACT)
               END-IF
               IF IND-OCO-ACT NOT = ZERO
                   MOVE TIE-NEW-OFICINA
                       TO TAB-OCO-OFICINA(IND-OCO-ACT).
           READ TIEMPOS-NEW.

       UBICAR-OFICINA-CONSULTOR.
           MOVE ZERO TO IND-OCO-ACT.
           PERFORM COMPARAR-OFICINA-CONSULTOR
               VARYING SUB-OCO FROM 1 BY 1
               UNTIL SUB-OCO > CANT-OFICINA-CONS
               OR IND-OCO-ACT NOT = ZERO.

       COMPARAR-OFICINA-CONSULTOR.
           IF TAB-OCO-CONSULTOR(SUB-OCO) = CONSULTOR-BUSCADO
               MOVE SUB-OCO TO IND-OCO-ACT.

      * Dias habiles del periodo: lunes a viernes que no figuren en el
      * calendario de feriados.
       CALCULAR-DIAS-HABILES.
           MOVE PARAM-PERIODO TO FECHA-DIA(1:6).
           MOVE 01 TO FECHA-DIA-DD.
           MOVE FECHA-DIA TO FECHA-DESDE.
           PERFORM OBTENER-DIAS-DEL-MES.
           PERFORM CONTAR-DIA-HABIL
               VARYING FECHA-DIA-DD FROM 1 BY 1
               UNTIL FECHA-DIA-DD > DIAS-DEL-MES.
           MOVE PARAM-PERIODO TO FECHA-HASTA(1:6).
           MOVE DIAS-DEL-MES TO FECHA-HASTA(7:2).

       OBTENER-DIAS-DEL-MES.
           EVALUATE FECHA-DIA-MM
               WHEN 01 MOVE 31 TO DIAS-DEL-MES
               WHEN 02 PERFORM OBTENER-DIAS-FEBRERO
               WHEN 03 MOVE 31 TO DIAS-DEL-MES
               WHEN 04 MOVE 30 TO DIAS-DEL-MES
               WHEN 05 MOVE 31 TO DIAS-DEL-MES
               WHEN 06 MOVE 30 TO DIAS-DEL-MES
               WHEN 07 MOVE 31 TO DIAS-DEL-MES
               WHEN 08 MOVE 31 TO DIAS-DEL-MES
               WHEN 09 MOVE 30 TO DIAS-DEL-MES
               WHEN 10 MOVE 31 TO DIAS-DEL-MES
               WHEN 11 MOVE 30 TO DIAS-DEL-MES
               WHEN 12 MOVE 31 TO DIAS-DEL-MES
               WHEN OTHER MOVE ZERO TO DIAS-DEL-MES
           END-EVALUATE.

       OBTENER-DIAS-FEBRERO.
           IF FUNCTION MOD(FECHA-DIA-AAAA, 400) = ZERO
               OR (FUNCTION MOD(FECHA-DIA-AAAA, 4) = ZERO
                   AND FUNCTION MOD(FECHA-DIA-AAAA, 100) NOT = ZERO)
               MOVE 29 TO DIAS-DEL-MES
           ELSE
               MOVE 28 TO DIAS-DEL-MES.

       CONTAR-DIA-HABIL.
           PERFORM EVALUAR-DIA-HABIL.
           IF DIA-HABIL
               ADD 1 TO DIAS-HABILES.

       EVALUAR-DIA-HABIL.
           MOVE 'S' TO SW-DIA-HABIL.
           COMPUTE DIA-DE-SEMANA = FUNCTION MOD(
               FUNCTION INTEGER-OF-DATE(FECHA-DIA), 7).
           IF DIA-DE-SEMANA = 6 OR DIA-DE-SEMANA = ZERO
               MOVE 'N' TO SW-DIA-HABIL
           ELSE
               PERFORM DESCONTAR-FERIADO
                   VARYING SUB-FER FROM 1 BY 1
                   UNTIL SUB-FER > CANT-FERIADOS
                   OR NOT DIA-HABIL.

       DESCONTAR-FERIADO.
           IF TAB-FER-FECHA(SUB-FER) = FECHA-DIA
               MOVE 'N' TO SW-DIA-HABIL.

      ******************************************************************
      * Recorre el maestro de consultores activos y entrega al SORT las
      * horas disponibles, facturables, no facturables y de banca de
      * cada uno, con su oficina y categoria como clave.
       PROCESO-ENTRADA SECTION.
           OPEN INPUT CONSULTORES.
           IF FS-CONSULTORES NOT = ZERO
               DISPLAY "ERROR AL ABRIR CONSULTORES FS: "
                   FS-CONSULTORES
               STOP RUN.
           OPEN INPUT TIEMPOS.
           IF FS-TIEMPOS NOT = ZERO
               DISPLAY "ERROR AL ABRIR TIEMPOS FS: " FS-TIEMPOS
               STOP RUN.
           MOVE 'A' TO WS-OPCION-TAREA.
           CALL 'OBTENER-TAREA' USING WS-OPCION-TAREA,
               TAREA-COD-BUSCADA, TAREA-DESCRIPCION,
               TAREA-FACTURABLE, FS-TAREA-MAESTRO.
           MOVE LOW-VALUES TO CONS-NUM.
           START CONSULTORES KEY IS >= CONS-NUM.
           IF FS-CONSULTORES = ZERO
               PERFORM LEER-CONSULTOR
               PERFORM MEDIR-CONSULTOR
                   UNTIL FS-CONSULTORES = '10'.
           CLOSE CONSULTORES TIEMPOS.
           MOVE 'C' TO WS-OPCION-TAREA.
           CALL 'OBTENER-TAREA' USING WS-OPCION-TAREA,
               TAREA-COD-BUSCADA, TAREA-DESCRIPCION,
               TAREA-FACTURABLE, FS-TAREA-MAESTRO.

       RUTINAS-ENTRADA SECTION.

       LEER-CONSULTOR.
           READ CONSULTORES NEXT RECORD.
           IF FS-CONSULTORES NOT = ZERO AND '10'
               DISPLAY "ERROR AL LEER CONSULTORES FS: "
                   FS-CONSULTORES
               STOP RUN.

      * Los inactivos (baja logica) no tienen tiempo disponible.
       MEDIR-CONSULTOR.
           IF CONS-ESTADO NOT = 'I'
               PERFORM MEDIR-CONSULTOR-ACTIVO.
           PERFORM LEER-CONSULTOR.

      * Banca: lo disponible que no se cargo ni como facturable ni como
      * no facturable; si cargo de mas, la banca queda en cero.
       MEDIR-CONSULTOR-ACTIVO.
           ADD 1 TO CANT-CONSULTORES.
           PERFORM CALCULAR-DISPONIBLES.
           PERFORM SUMAR-HORAS-DEL-MES.
           COMPUTE HORAS-LOGUEADAS =
               HORAS-FACTURABLES + HORAS-NO-FACTURABLES.
           IF HORAS-DISPONIBLES > HORAS-LOGUEADAS
               COMPUTE HORAS-BANCO =
                   HORAS-DISPONIBLES - HORAS-LOGUEADAS
           ELSE
               MOVE ZERO TO HORAS-BANCO.
           MOVE CONS-NUM TO ORD-CONSULTOR CONSULTOR-BUSCADO.
           PERFORM UBICAR-OFICINA-CONSULTOR.
           IF IND-OCO-ACT = ZERO
               ADD 1 TO CANT-SIN-OFICINA
               MOVE ZERO TO ORD-OFICINA
           ELSE
               MOVE TAB-OCO-OFICINA(IND-OCO-ACT) TO ORD-OFICINA.
           MOVE CONS-SRT TO ORD-SRT.
           MOVE CONS-NOM TO ORD-NOMBRE.
           MOVE HORAS-DISPONIBLES TO ORD-DISPONIBLES.
           MOVE HORAS-FACTURABLES TO ORD-FACTURABLES.
           MOVE HORAS-NO-FACTURABLES TO ORD-NO-FACTURABLES.
           MOVE HORAS-BANCO TO ORD-BANCO.
           RELEASE REG-ORDENADO.

      * Disponibles: dias habiles del mes menos los que el consultor
      * paso en licencia, por la jornada estandar.
       CALCULAR-DISPONIBLES.
           MOVE ZERO TO DIAS-LICENCIA-CONS.
           IF CANT-LICENCIAS > ZERO
               PERFORM CONTAR-DIA-LICENCIA
                   VARYING FECHA-DIA-DD FROM 1 BY 1
                   UNTIL FECHA-DIA-DD > DIAS-DEL-MES.
           COMPUTE HORAS-DISPONIBLES =
               (DIAS-HABILES - DIAS-LICENCIA-CONS)
               * PARAM-HORAS-DIARIAS.

       CONTAR-DIA-LICENCIA.
           PERFORM EVALUAR-DIA-HABIL.
           IF DIA-HABIL
               MOVE 'N' TO SW-DIA-LICENCIADO
               PERFORM BUSCAR-LICENCIA-DIA
                   VARYING SUB-LIC FROM 1 BY 1
                   UNTIL SUB-LIC > CANT-LICENCIAS
                   OR DIA-LICENCIADO
               IF DIA-LICENCIADO
                   ADD 1 TO DIAS-LICENCIA-CONS.

       BUSCAR-LICENCIA-DIA.
           IF TAB-LIC-CONSULTOR(SUB-LIC) = CONS-NUM
               AND FECHA-DIA >= TAB-LIC-DESDE(SUB-LIC)
               AND FECHA-DIA <= TAB-LIC-HASTA(SUB-LIC)
               MOVE 'S' TO SW-DIA-LICENCIADO.

      * Los gastos no son horas; una tarea que no figura en el maestro
      * cuenta como facturable, igual que la trata TP-2.
       SUMAR-HORAS-DEL-MES.
           MOVE ZERO TO HORAS-FACTURABLES HORAS-NO-FACTURABLES.
           MOVE LOW-VALUES TO TIE-CLAVE.
           MOVE CONS-NUM TO TIE-NUM.
           MOVE FECHA-DESDE TO TIE-FECHA-NUM.
           START TIEMPOS KEY IS >= TIE-CLAVE.
           IF FS-TIEMPOS = ZERO
               PERFORM LEER-TIEMPOS
               PERFORM CLASIFICAR-REGISTRO
                   UNTIL FS-TIEMPOS = '10'
                   OR TIE-NUM NOT = CONS-NUM
                   OR TIE-FECHA-NUM > FECHA-HASTA.

       LEER-TIEMPOS.
           READ TIEMPOS NEXT RECORD.
           IF FS-TIEMPOS NOT = ZERO AND '10'
               DISPLAY "ERROR AL LEER TIEMPOS FS: " FS-TIEMPOS
               STOP RUN.

       CLASIFICAR-REGISTRO.
           IF TIE-GASTO NOT = 'G'
               MOVE TIE-TAREA TO TAREA-COD-BUSCADA
               MOVE 'B' TO WS-OPCION-TAREA
               CALL 'OBTENER-TAREA' USING WS-OPCION-TAREA,
                   TAREA-COD-BUSCADA, TAREA-DESCRIPCION,
                   TAREA-FACTURABLE, FS-TAREA-MAESTRO
               IF TAREA-FACTURABLE = 'N'
                   ADD TIE-HORAS TO HORAS-NO-FACTURABLES
               ELSE
                   ADD TIE-HORAS TO HORAS-FACTURABLES.
           PERFORM LEER-TIEMPOS.

      ******************************************************************
      * Salida ordenada por oficina, categoria y consultor: subtotal
      * por categoria dentro de cada oficina, subtotal por oficina,
      * total general y al pie el resumen por categoria de todas las
      * oficinas.
       PROCESO-SALIDA SECTION.
           OPEN OUTPUT UTILIZACION.
           IF FS-UTILIZACION NOT = ZERO
               DISPLAY "ERROR AL ABRIR UTILIZACION FS: "
                   FS-UTILIZACION
               STOP RUN.
           PERFORM IMPRIMIR-ENCABEZADO.
           RETURN ARCHIVO-ORDENADO END MOVE '10' TO FS-ORDENADO.
           PERFORM CORTE-OFICINA UNTIL FS-ORDENADO = '10'.
           PERFORM IMPRIMIR-TOTAL-GENERAL.
           PERFORM IMPRIMIR-RESUMEN-CATEGORIAS.
           CLOSE UTILIZACION.

       RUTINAS-SALIDA SECTION.

       IMPRIMIR-ENCABEZADO.
           MOVE PARAM-PERIODO TO REP-TIT-PERIODO.
           WRITE UTI-LINEA FROM REP-TITULO.
           MOVE DIAS-HABILES TO REP-PAR-DIAS.
           MOVE PARAM-HORAS-DIARIAS TO REP-PAR-JORNADA.
           MOVE PARAM-OBJETIVO-PORC TO REP-PAR-OBJETIVO.
           WRITE UTI-LINEA FROM REP-PARAMETROS.
           WRITE UTI-LINEA FROM LINEA-VACIA.
           WRITE UTI-LINEA FROM REP-HEADER.
           WRITE UTI-LINEA FROM LINEA-GUION.

       CORTE-OFICINA.
           MOVE ORD-OFICINA TO OFICINA-ACTUAL.
           INITIALIZE ACUM-OFICINA.
           MOVE OFICINA-ACTUAL TO REP-OFI-CODIGO.
           MOVE 'SIN OFICINA EN EL PERIODO' TO REP-OFI-NOMBRE.
           PERFORM BUSCAR-NOMBRE-OFICINA
               VARYING SUB-OFI FROM 1 BY 1
               UNTIL SUB-OFI > CANT-OFICINAS.
           WRITE UTI-LINEA FROM REP-OFICINA.
           PERFORM CORTE-CATEGORIA UNTIL FS-ORDENADO = '10'
               OR ORD-OFICINA NOT = OFICINA-ACTUAL.
           MOVE 'Subtotal oficina' TO REP-FIL-NOMBRE.
           MOVE SPACES TO REP-FIL-SRT.
           MOVE ACU-OFI-DISPONIBLES TO SUB-DISPONIBLES.
           MOVE ACU-OFI-FACTURABLES TO SUB-FACTURABLES.
           MOVE ACU-OFI-NO-FACTURABLES TO SUB-NO-FACTURABLES.
           MOVE ACU-OFI-BANCO TO SUB-BANCO.
           PERFORM IMPRIMIR-SUBTOTAL.
           WRITE UTI-LINEA FROM LINEA-GUION.
           ADD ACU-OFI-CONSULTORES TO ACU-TOT-CONSULTORES.
           ADD ACU-OFI-DISPONIBLES TO ACU-TOT-DISPONIBLES.
           ADD ACU-OFI-FACTURABLES TO ACU-TOT-FACTURABLES.
           ADD ACU-OFI-NO-FACTURABLES TO ACU-TOT-NO-FACTURABLES.
           ADD ACU-OFI-BANCO TO ACU-TOT-BANCO.

       BUSCAR-NOMBRE-OFICINA.
           IF TAB-OFI-CODIGO(SUB-OFI) = OFICINA-ACTUAL
               MOVE TAB-OFI-NOMBRE(SUB-OFI) TO REP-OFI-NOMBRE.

       CORTE-CATEGORIA.
           MOVE ORD-SRT TO SRT-ACTUAL.
           INITIALIZE ACUM-CATEGORIA.
           PERFORM IMPRIMIR-CONSULTOR UNTIL FS-ORDENADO = '10'
               OR ORD-OFICINA NOT = OFICINA-ACTUAL
               OR ORD-SRT NOT = SRT-ACTUAL.
           MOVE 'Subtotal categoria' TO REP-FIL-NOMBRE.
           MOVE SRT-ACTUAL TO REP-FIL-SRT.
           MOVE ACU-CAT-DISPONIBLES TO SUB-DISPONIBLES.
           MOVE ACU-CAT-FACTURABLES TO SUB-FACTURABLES.
           MOVE ACU-CAT-NO-FACTURABLES TO SUB-NO-FACTURABLES.
           MOVE ACU-CAT-BANCO TO SUB-BANCO.
           PERFORM IMPRIMIR-SUBTOTAL.
           WRITE UTI-LINEA FROM LINEA-VACIA.
           ADD ACU-CAT-CONSULTORES TO ACU-OFI-CONSULTORES.
           ADD ACU-CAT-DISPONIBLES TO ACU-OFI-DISPONIBLES.
           ADD ACU-CAT-FACTURABLES TO ACU-OFI-FACTURABLES.
           ADD ACU-CAT-NO-FACTURABLES TO ACU-OFI-NO-FACTURABLES.
           ADD ACU-CAT-BANCO TO ACU-OFI-BANCO.

      * Utilizacion: horas facturables sobre horas disponibles. El que
      * queda debajo del objetivo sale resaltado.
       IMPRIMIR-CONSULTOR.
           IF ORD-DISPONIBLES = ZERO
               MOVE ZERO TO PORC-UTILIZACION
           ELSE
               COMPUTE PORC-UTILIZACION ROUNDED =
                   ORD-FACTURABLES * 100 / ORD-DISPONIBLES
                   ON SIZE ERROR MOVE 999,99 TO PORC-UTILIZACION
               END-COMPUTE.
           MOVE ORD-CONSULTOR TO REP-FIL-CONSULTOR.
           MOVE ORD-NOMBRE TO REP-FIL-NOMBRE.
           MOVE ORD-SRT TO REP-FIL-SRT.
           MOVE ORD-DISPONIBLES TO REP-FIL-DISPONIBLES.
           MOVE ORD-FACTURABLES TO REP-FIL-FACTURABLES.
           MOVE ORD-NO-FACTURABLES TO REP-FIL-NO-FACTURABLES.
           MOVE ORD-BANCO TO REP-FIL-BANCO.
           MOVE PORC-UTILIZACION TO REP-FIL-PORC.
           IF ORD-DISPONIBLES > ZERO
               AND PORC-UTILIZACION < PARAM-OBJETIVO-PORC
               ADD 1 TO CANT-BAJO-OBJETIVO
               MOVE '*** BAJO OBJ.' TO REP-FIL-MARCA
           ELSE
               MOVE SPACES TO REP-FIL-MARCA.
           WRITE UTI-LINEA FROM REP-FILA.
           ADD 1 TO ACU-CAT-CONSULTORES.
           ADD ORD-DISPONIBLES TO ACU-CAT-DISPONIBLES.
           ADD ORD-FACTURABLES TO ACU-CAT-FACTURABLES.
           ADD ORD-NO-FACTURABLES TO ACU-CAT-NO-FACTURABLES.
           ADD ORD-BANCO TO ACU-CAT-BANCO.
           PERFORM ACUMULAR-CATEGORIA.
           RETURN ARCHIVO-ORDENADO END MOVE '10' TO FS-ORDENADO.

       ACUMULAR-CATEGORIA.
           MOVE ZERO TO IND-CAT-ACT.
           PERFORM COMPARAR-CATEGORIA
               VARYING SUB-CAT FROM 1 BY 1
               UNTIL SUB-CAT > CANT-CATEGORIAS
               OR IND-CAT-ACT NOT = ZERO.
           IF IND-CAT-ACT = ZERO AND CANT-CATEGORIAS < 30
               ADD 1 TO CANT-CATEGORIAS
               MOVE CANT-CATEGORIAS TO IND-CAT-ACT
               MOVE ORD-SRT TO TAB-CAT-SRT(IND-CAT-ACT)
               MOVE ZERO TO TAB-CAT-CONSULTORES(IND-CAT-ACT)
               MOVE ZERO TO TAB-CAT-DISPONIBLES(IND-CAT-ACT)
               MOVE ZERO TO TAB-CAT-FACTURABLES(IND-CAT-ACT)
               MOVE ZERO TO TAB-CAT-NO-FACTURABLES(IND-CAT-ACT)
               MOVE ZERO TO TAB-CAT-BANCO(IND-CAT-ACT).
           IF IND-CAT-ACT NOT = ZERO
               ADD 1 TO TAB-CAT-CONSULTORES(IND-CAT-ACT)
               ADD ORD-DISPONIBLES
                   TO TAB-CAT-DISPONIBLES(IND-CAT-ACT)
               ADD ORD-FACTURABLES
                   TO TAB-CAT-FACTURABLES(IND-CAT-ACT)
               ADD ORD-NO-FACTURABLES
                   TO TAB-CAT-NO-FACTURABLES(IND-CAT-ACT)
               ADD ORD-BANCO TO TAB-CAT-BANCO(IND-CAT-ACT).

       COMPARAR-CATEGORIA.
           IF TAB-CAT-SRT(SUB-CAT) = ORD-SRT
               MOVE SUB-CAT TO IND-CAT-ACT.

      * Linea de subtotal: el nombre y la categoria los deja armados
      * quien la pide; el porcentaje se recalcula sobre los totales.
       IMPRIMIR-SUBTOTAL.
           MOVE SPACES TO REP-FIL-CONSULTOR REP-FIL-MARCA.
           IF SUB-DISPONIBLES = ZERO
               MOVE ZERO TO PORC-UTILIZACION
           ELSE
               COMPUTE PORC-UTILIZACION ROUNDED =
                   SUB-FACTURABLES * 100 / SUB-DISPONIBLES
                   ON SIZE ERROR MOVE 999,99 TO PORC-UTILIZACION
               END-COMPUTE.
           MOVE SUB-DISPONIBLES TO REP-FIL-DISPONIBLES.
           MOVE SUB-FACTURABLES TO REP-FIL-FACTURABLES.
           MOVE SUB-NO-FACTURABLES TO REP-FIL-NO-FACTURABLES.
           MOVE SUB-BANCO TO REP-FIL-BANCO.
           MOVE PORC-UTILIZACION TO REP-FIL-PORC.
           IF SUB-DISPONIBLES > ZERO
               AND PORC-UTILIZACION < PARAM-OBJETIVO-PORC
               MOVE '*** BAJO OBJ.' TO REP-FIL-MARCA.
           WRITE UTI-LINEA FROM REP-FILA.

       IMPRIMIR-TOTAL-GENERAL.
           MOVE 'Total general' TO REP-FIL-NOMBRE.
           MOVE SPACES TO REP-FIL-SRT.
           MOVE ACU-TOT-DISPONIBLES TO SUB-DISPONIBLES.
           MOVE ACU-TOT-FACTURABLES TO SUB-FACTURABLES.
           MOVE ACU-TOT-NO-FACTURABLES TO SUB-NO-FACTURABLES.
           MOVE ACU-TOT-BANCO TO SUB-BANCO.
           PERFORM IMPRIMIR-SUBTOTAL.

       IMPRIMIR-RESUMEN-CATEGORIAS.
           WRITE UTI-LINEA FROM LINEA-VACIA.
           MOVE 'Resumen por categoria, todas las oficinas'
               TO UTI-LINEA.
           WRITE UTI-LINEA.
           WRITE UTI-LINEA FROM LINEA-GUION.
           PERFORM IMPRIMIR-UNA-CATEGORIA
               VARYING SUB-CAT FROM 1 BY 1
               UNTIL SUB-CAT > CANT-CATEGORIAS.

       IMPRIMIR-UNA-CATEGORIA.
           MOVE 'Categoria' TO REP-FIL-NOMBRE.
           MOVE TAB-CAT-SRT(SUB-CAT) TO REP-FIL-SRT.
           MOVE TAB-CAT-DISPONIBLES(SUB-CAT) TO SUB-DISPONIBLES.
           MOVE TAB-CAT-FACTURABLES(SUB-CAT) TO SUB-FACTURABLES.
           MOVE TAB-CAT-NO-FACTURABLES(SUB-CAT)
               TO SUB-NO-FACTURABLES.
           MOVE TAB-CAT-BANCO(SUB-CAT) TO SUB-BANCO.
           PERFORM IMPRIMIR-SUBTOTAL.


      * Resuelve todas las rutas de este programa contra rutas.dat;
      * una entrada ausente corta la corrida nombrando el logico
      * que falta.
       CARGAR-RUTAS.
           MOVE 'IDX-CONSULTORES' TO RUTA-LOGICO.
           PERFORM OBTENER-UNA-RUTA.
           MOVE RUTA-OBTENIDA TO RUTA-CONSULTORES.
           MOVE 'IDX-TIMES' TO RUTA-LOGICO.
           PERFORM OBTENER-UNA-RUTA.
           MOVE RUTA-OBTENIDA TO RUTA-TIEMPOS.
           MOVE 'COMP-FERIADOS' TO RUTA-LOGICO.
           PERFORM OBTENER-UNA-RUTA.
           MOVE RUTA-OBTENIDA TO RUTA-FERIADOS.
           MOVE 'COMP-LICENCIAS' TO RUTA-LOGICO.
           PERFORM OBTENER-UNA-RUTA.
           MOVE RUTA-OBTENIDA TO RUTA-LICENCIAS.
           MOVE 'TP1-TIMESNEW' TO RUTA-LOGICO.
           PERFORM OBTENER-UNA-RUTA.
           MOVE RUTA-OBTENIDA TO RUTA-TIEMPOS-NEW.
           MOVE 'COMP-OFICINAS' TO RUTA-LOGICO.
           PERFORM OBTENER-UNA-RUTA.
           MOVE RUTA-OBTENIDA TO RUTA-OFICINAS.
           MOVE 'SEC-PARAMUTIL' TO RUTA-LOGICO.
           PERFORM OBTENER-UNA-RUTA.
           MOVE RUTA-OBTENIDA TO RUTA-PARAMETROS-UTI.
           MOVE 'SEC-UTILIZACION' TO RUTA-LOGICO.
           PERFORM OBTENER-UNA-RUTA.
           MOVE RUTA-OBTENIDA TO RUTA-UTILIZACION.

       OBTENER-UNA-RUTA.
           CALL 'OBTENER-RUTA' USING RUTA-LOGICO, RUTA-OBTENIDA,
               FS-RUTA.
           IF FS-RUTA NOT = '00'
               DISPLAY "RUTA NO CONFIGURADA PARA " RUTA-LOGICO
               STOP RUN.

       END PROGRAM UTILIZACION-CONSULTORES.
