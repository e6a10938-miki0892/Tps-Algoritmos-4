      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONCILIAR-GASTOS.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Rango de fechas de gasto a conciliar.
           SELECT PARAM-CONCILIACION ASSIGN TO RUTA-PARAM-CONCILIACION
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS FS-PARAMETROS.

      * Salida facturada de TP1-PUNTO-A: los gastos ('G') de aca son
      * los que se le facturaron al cliente.
           SELECT TIEMPOS-NEW  ASSIGN TO RUTA-TIEMPOS-NEW
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS FS-TIEMPOS-NEW.

      * Registro permanente de reintegros que deja LIQUIDAR-HONORARIOS:
      * los gastos que efectivamente se le devolvieron al consultor.
           SELECT REINTEGROS   ASSIGN TO RUTA-REINTEGROS
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS FS-REINTEGROS.

           SELECT CONSULTORES  ASSIGN TO RUTA-CONSULTORES
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS FS-CONSULTORES.

           SELECT CONCILIACION ASSIGN TO RUTA-CONCILIACION
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS FS-CONCILIACION.

       DATA DIVISION.
       FILE SECTION.
       FD PARAM-CONCILIACION LABEL RECORD IS STANDARD.
       01 PARAM-REG.
           03 PARAM-FECHA-DESDE PIC 9(8).
           03 PARAM-FECHA-HASTA PIC 9(8).

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

       FD REINTEGROS LABEL RECORD IS STANDARD.
       01 RIN-REG.
           03 RIN-CONSULTOR   PIC X(5).
           03 RIN-FECHA-LIQ   PIC 9(8).
           03 RIN-FECHA-DESDE PIC 9(8).
           03 RIN-FECHA-HASTA PIC 9(8).
           03 RIN-FECHA-GASTO PIC 9(8).
           03 RIN-EMPRESA     PIC 9(3).
           03 RIN-CONCEPTO    PIC X(4).
           03 RIN-IMPORTE     PIC 9(7)V99.
           03 RIN-ORIGEN      PIC X(1).
               88 RIN-FACTURABLE    VALUE 'F'.
               88 RIN-NO-FACTURABLE VALUE 'N'.
           03 RIN-DETALLE     PIC X(30).

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

       FD CONCILIACION LABEL RECORD IS STANDARD.
       01 LINEA PIC X(90).

       WORKING-STORAGE SECTION.

       77 FS-PARAMETROS   PIC XX.
       77 FS-TIEMPOS-NEW  PIC XX.
       77 FS-REINTEGROS   PIC XX.
       77 FS-CONSULTORES  PIC XX.
       77 FS-CONCILIACION PIC XX.

       01 TABLA-CONSULTORES.
           03 LINEA-CONSULTOR OCCURS 50 TIMES INDEXED BY IND-CONS.
               05 TAB-CONS-NUMERO PIC X(5).
               05 TAB-CONS-NOMBRE PIC X(25).
       01 CANT-CONSULTORES PIC 9(3) VALUE ZERO.

      * Reintegros de gastos facturables del rango, a la espera de su
      * gasto facturado: un gasto se concilia contra un reintegro del
      * mismo consultor, fecha, empresa, concepto e importe, y cada
      * reintegro se usa una sola vez.
       01 TABLA-REINTEGROS.
           03 FILA-REINTEGRO OCCURS 1000 TIMES.
               05 TAB-RIN-CONSULTOR PIC X(5).
               05 TAB-RIN-FECHA     PIC 9(8).
               05 TAB-RIN-EMPRESA   PIC 9(3).
               05 TAB-RIN-CONCEPTO  PIC X(4).
               05 TAB-RIN-IMPORTE   PIC 9(7)V99.
               05 TAB-RIN-CONCILIADO PIC X(1).
       01 CANT-REINTEGROS PIC 9(4) VALUE ZERO.
       01 SUB-RIN PIC 9(4).
       01 IND-RIN-ACT PIC 9(4).

      * Totales por consultor, en el orden en que aparecen.
       01 TABLA-RESUMEN.
           03 FILA-RESUMEN OCCURS 100 TIMES.
               05 TAB-RES-CONSULTOR   PIC X(5).
               05 TAB-RES-FACTURADO   PIC 9(9)V99.
               05 TAB-RES-REINT-FACT  PIC 9(9)V99.
               05 TAB-RES-REINT-PROPIO PIC 9(9)V99.
       01 CANT-RESUMEN PIC 9(3) VALUE ZERO.
       01 SUB-RES PIC 9(3).
       01 IND-RES-ACT PIC 9(3).

       01 CONSULTOR-BUSCADO PIC X(5).
       01 FECHA-REGISTRO PIC 9(8).
       01 DIFERENCIA-CONS PIC S9(9)V99.
       01 CANT-GASTOS-LEIDOS PIC 9(7) VALUE ZERO.
       01 CANT-DIFERENCIAS PIC 9(5) VALUE ZERO.
       01 TOTAL-FACTURADO PIC 9(10)V99 VALUE ZERO.
       01 TOTAL-REINT-FACT PIC 9(10)V99 VALUE ZERO.
       01 TOTAL-REINT-PROPIO PIC 9(10)V99 VALUE ZERO.
       01 TOTAL-DIFERENCIA PIC S9(10)V99.

       01 REP-TITULO.
           02 FILLER PIC X(16) VALUE SPACES.
           02 FILLER PIC X(49)
               VALUE 'Conciliacion de gastos facturados y reintegrados'.

       01 REP-PERIODO.
           02 FILLER PIC X(20) VALUE 'Fechas de gasto del '.
           02 REP-PER-DESDE PIC 9(8).
           02 FILLER PIC X(4) VALUE ' al '.
           02 REP-PER-HASTA PIC 9(8).

       01 REP-SUBTITULO PIC X(60).

       01 REP-HEADER-DIF.
           02 FILLER PIC X(11) VALUE 'Consultor'.
           02 FILLER PIC X(11) VALUE 'Fecha'.
           02 FILLER PIC X(9) VALUE 'Empresa'.
           02 FILLER PIC X(9) VALUE 'Concepto'.
           02 FILLER PIC X(12) VALUE '     Importe'.
           02 FILLER PIC X(3) VALUE SPACES.
           02 FILLER PIC X(25) VALUE 'Situacion'.

       01 REP-DIFERENCIA.
           02 REP-DIF-CONSULTOR PIC X(5).
           02 FILLER PIC X(6) VALUE SPACES.
           02 REP-DIF-FECHA PIC 9(8).
           02 FILLER PIC X(3) VALUE SPACES.
           02 REP-DIF-EMPRESA PIC 9(3).
           02 FILLER PIC X(6) VALUE SPACES.
           02 REP-DIF-CONCEPTO PIC X(4).
           02 FILLER PIC X(5) VALUE SPACES.
           02 REP-DIF-IMPORTE PIC Z(8)9,99.
           02 FILLER PIC X(3) VALUE SPACES.
           02 REP-DIF-SITUACION PIC X(25).

       01 REP-HEADER-RES.
           02 FILLER PIC X(32) VALUE 'Consultor'.
           02 FILLER PIC X(14) VALUE '     Facturado'.
           02 FILLER PIC X(14) VALUE '   Reintegrado'.
           02 FILLER PIC X(14) VALUE '    Diferencia'.
           02 FILLER PIC X(14) VALUE ' Gtos. propios'.

       01 REP-RESUMEN.
           02 REP-RES-CONSULTOR PIC X(5).
           02 FILLER PIC X(1) VALUE SPACES.
           02 REP-RES-NOMBRE PIC X(25).
           02 FILLER PIC X(1) VALUE SPACES.
           02 REP-RES-FACTURADO PIC Z(10)9,99.
           02 REP-RES-REINT-FACT PIC Z(10)9,99.
           02 REP-RES-DIFERENCIA PIC -(10)9,99.
           02 REP-RES-REINT-PROPIO PIC Z(10)9,99.

       01 REP-NOTA-PROPIOS.
           02 FILLER PIC X(47)
               VALUE 'Gastos propios: no facturables, reintegrados al'.
           02 FILLER PIC X(30)
               VALUE ' consultor y no recuperados.'.

       01 LINEA-GUION PIC X(90) VALUE ALL "-".
       01 LINEA-VACIA PIC X(90) VALUE SPACES.


      * Bitacora central de corridas (ver REGISTRAR-CORRIDA): 'I' al
      * arrancar y 'F' con los contadores al terminar normalmente;
      * una corrida abortada no llega a anotar su 'F' y el resumen
      * diario la muestra como anormal.
       01 WS-OPCION-LOG PIC X.
       01 LOG-PROGRAMA-ID PIC X(12) VALUE 'CONCIL-GASTO'.
       01 LOG-CANT-ENTRADA PIC 9(7) VALUE ZERO.
       01 LOG-CANT-SALIDA PIC 9(7) VALUE ZERO.
       01 LOG-CANT-EXC PIC 9(5) VALUE ZERO.


      * Rutas fisicas de los archivos, resueltas al arrancar desde
      * rutas.dat via OBTENER-RUTA: mover el sistema o armar un
      * ambiente de prueba es cuestion de editar ese archivo.
       77 FS-RUTA PIC XX.
       01 RUTA-LOGICO PIC X(20).
       01 RUTA-OBTENIDA PIC X(100).
       01 RUTA-PARAM-CONCILIACION PIC X(100).
       01 RUTA-TIEMPOS-NEW PIC X(100).
       01 RUTA-REINTEGROS PIC X(100).
       01 RUTA-CONSULTORES PIC X(100).
       01 RUTA-CONCILIACION PIC X(100).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM CARGAR-RUTAS.
           MOVE 'I' TO WS-OPCION-LOG.
           CALL 'REGISTRAR-CORRIDA' USING WS-OPCION-LOG,
               LOG-PROGRAMA-ID, LOG-CANT-ENTRADA, LOG-CANT-SALIDA,
               LOG-CANT-EXC.
           PERFORM LEER-PARAMETROS.
           PERFORM CARGAR-CONSULTORES.
           PERFORM CARGAR-REINTEGROS.
           OPEN OUTPUT CONCILIACION.
           IF FS-CONCILIACION NOT = ZERO
               DISPLAY "ERROR AL ABRIR CONCILIACION FS: "
                   FS-CONCILIACION
               STOP RUN.
           PERFORM IMPRIMIR-ENCABEZADO.
           PERFORM CONCILIAR-FACTURADOS.
           PERFORM LISTAR-REINTEGROS-SIN-FACTURA
               VARYING SUB-RIN FROM 1 BY 1
               UNTIL SUB-RIN > CANT-REINTEGROS.
           IF CANT-DIFERENCIAS = ZERO
               MOVE 'Sin diferencias: todo lo facturado fue reintegrado'
                   TO LINEA
               WRITE LINEA.
           PERFORM IMPRIMIR-RESUMEN.
           CLOSE CONCILIACION.
           DISPLAY "GASTOS FACTURADOS LEIDOS: " CANT-GASTOS-LEIDOS.
           DISPLAY "REINTEGROS DE GASTOS FACTURABLES: " CANT-REINTEGROS.
           DISPLAY "DIFERENCIAS: " CANT-DIFERENCIAS.
           COMPUTE LOG-CANT-ENTRADA =
               CANT-GASTOS-LEIDOS + CANT-REINTEGROS.
           MOVE CANT-RESUMEN TO LOG-CANT-SALIDA.
           MOVE CANT-DIFERENCIAS TO LOG-CANT-EXC.
           MOVE 'F' TO WS-OPCION-LOG.
           CALL 'REGISTRAR-CORRIDA' USING WS-OPCION-LOG,
               LOG-PROGRAMA-ID, LOG-CANT-ENTRADA, LOG-CANT-SALIDA,
               LOG-CANT-EXC.
           STOP RUN.

       LEER-PARAMETROS.
           OPEN INPUT PARAM-CONCILIACION.
           IF FS-PARAMETROS NOT = ZERO
               DISPLAY "ERROR AL ABRIR PARAMETROS FS: " FS-PARAMETROS
               STOP RUN.
           READ PARAM-CONCILIACION.
           IF FS-PARAMETROS NOT = ZERO
               DISPLAY "ERROR AL LEER PARAMETROS FS: " FS-PARAMETROS
               STOP RUN.
           CLOSE PARAM-CONCILIACION.

       CARGAR-CONSULTORES.
           OPEN INPUT CONSULTORES.
           IF FS-CONSULTORES NOT = ZERO
               DISPLAY "ERROR AL ABRIR CONSULTORES FS: " FS-CONSULTORES
               STOP RUN.
           READ CONSULTORES.
           PERFORM CARGAR-UN-CONSULTOR
               UNTIL FS-CONSULTORES NOT = ZERO
               OR CANT-CONSULTORES >= 50.
           CLOSE CONSULTORES.

       CARGAR-UN-CONSULTOR.
           ADD 1 TO CANT-CONSULTORES.
           MOVE CONS-NUMERO TO TAB-CONS-NUMERO(CANT-CONSULTORES).
           MOVE CONS-NOMBRE TO TAB-CONS-NOMBRE(CANT-CONSULTORES).
           READ CONSULTORES.

      * El registro puede no existir (nunca se reintegro nada): todo
      * lo facturado queda sin reintegrar.
       CARGAR-REINTEGROS.
           OPEN INPUT REINTEGROS.
           IF FS-REINTEGROS NOT = ZERO AND '35'
               DISPLAY "ERROR AL ABRIR REINTEGROS FS: " FS-REINTEGROS
               STOP RUN.
           IF FS-REINTEGROS = ZERO
               READ REINTEGROS
               PERFORM CARGAR-UN-REINTEGRO
                   UNTIL FS-REINTEGROS NOT = ZERO
               CLOSE REINTEGROS.

       CARGAR-UN-REINTEGRO.
           IF RIN-FECHA-GASTO >= PARAM-FECHA-DESDE
               AND RIN-FECHA-GASTO <= PARAM-FECHA-HASTA
               MOVE RIN-CONSULTOR TO CONSULTOR-BUSCADO
               PERFORM UBICAR-RESUMEN
               IF RIN-FACTURABLE
                   PERFORM ANOTAR-REINTEGRO-FACTURABLE
               ELSE
                   ADD RIN-IMPORTE
                       TO TAB-RES-REINT-PROPIO(IND-RES-ACT)
                   ADD RIN-IMPORTE TO TOTAL-REINT-PROPIO.
           READ REINTEGROS.

       ANOTAR-REINTEGRO-FACTURABLE.
           IF CANT-REINTEGROS >= 1000
               DISPLAY "MAS DE 1000 REINTEGROS EN EL RANGO: "
                   "AMPLIAR LA TABLA"
               STOP RUN.
           ADD 1 TO CANT-REINTEGROS.
           MOVE RIN-CONSULTOR TO TAB-RIN-CONSULTOR(CANT-REINTEGROS).
           MOVE RIN-FECHA-GASTO TO TAB-RIN-FECHA(CANT-REINTEGROS).
           MOVE RIN-EMPRESA TO TAB-RIN-EMPRESA(CANT-REINTEGROS).
           MOVE RIN-CONCEPTO TO TAB-RIN-CONCEPTO(CANT-REINTEGROS).
           MOVE RIN-IMPORTE TO TAB-RIN-IMPORTE(CANT-REINTEGROS).
           MOVE 'N' TO TAB-RIN-CONCILIADO(CANT-REINTEGROS).
           ADD RIN-IMPORTE TO TAB-RES-REINT-FACT(IND-RES-ACT).
           ADD RIN-IMPORTE TO TOTAL-REINT-FACT.

      * Ubica la fila del consultor en el resumen; si no esta la
      * agrega. Sin lugar la corrida se corta: un resumen incompleto
      * no concilia.
       UBICAR-RESUMEN.
           MOVE ZERO TO IND-RES-ACT.
           PERFORM COMPARAR-RESUMEN
               VARYING SUB-RES FROM 1 BY 1
               UNTIL SUB-RES > CANT-RESUMEN
               OR IND-RES-ACT NOT = ZERO.
           IF IND-RES-ACT = ZERO
               IF CANT-RESUMEN >= 100
                   DISPLAY "MAS DE 100 CONSULTORES CON GASTOS: "
                       "AMPLIAR LA TABLA"
                   STOP RUN
               ELSE
                   ADD 1 TO CANT-RESUMEN
                   MOVE CANT-RESUMEN TO IND-RES-ACT
                   MOVE CONSULTOR-BUSCADO
                       TO TAB-RES-CONSULTOR(IND-RES-ACT)
                   MOVE ZERO TO TAB-RES-FACTURADO(IND-RES-ACT)
                       TAB-RES-REINT-FACT(IND-RES-ACT)
                       TAB-RES-REINT-PROPIO(IND-RES-ACT).

       COMPARAR-RESUMEN.
           IF TAB-RES-CONSULTOR(SUB-RES) = CONSULTOR-BUSCADO
               MOVE SUB-RES TO IND-RES-ACT.

       IMPRIMIR-ENCABEZADO.
           WRITE LINEA FROM REP-TITULO.
           MOVE PARAM-FECHA-DESDE TO REP-PER-DESDE.
           MOVE PARAM-FECHA-HASTA TO REP-PER-HASTA.
           WRITE LINEA FROM REP-PERIODO.
           WRITE LINEA FROM LINEA-VACIA.
           MOVE 'Diferencias entre lo facturado y lo reintegrado'
               TO REP-SUBTITULO.
           WRITE LINEA FROM REP-SUBTITULO.
           WRITE LINEA FROM REP-HEADER-DIF.
           WRITE LINEA FROM LINEA-GUION.

      ******************************************************************
      * Cada gasto facturado del rango busca su reintegro; el que no
      * lo encuentra se lista como facturado sin reintegrar (el
      * consultor todavia no lo cobro, o se le pago por fuera).
       CONCILIAR-FACTURADOS.
           OPEN INPUT TIEMPOS-NEW.
           IF FS-TIEMPOS-NEW NOT = ZERO
               DISPLAY "ERROR AL ABRIR TIMES NEW FS: " FS-TIEMPOS-NEW
               STOP RUN.
           READ TIEMPOS-NEW.
           PERFORM CONCILIAR-UN-REGISTRO
               UNTIL FS-TIEMPOS-NEW NOT = ZERO.
           CLOSE TIEMPOS-NEW.

       CONCILIAR-UN-REGISTRO.
           MOVE TIE-NEW-ANIO TO FECHA-REGISTRO(1:4).
           MOVE TIE-NEW-MES TO FECHA-REGISTRO(5:2).
           MOVE TIE-NEW-DIA TO FECHA-REGISTRO(7:2).
           IF TIE-NEW-NUMERO NOT = 'TRAIL'
               AND TIE-NEW-INDICADOR = 'G'
               AND FECHA-REGISTRO >= PARAM-FECHA-DESDE
               AND FECHA-REGISTRO <= PARAM-FECHA-HASTA
               PERFORM CONCILIAR-UN-GASTO.
           READ TIEMPOS-NEW.

       CONCILIAR-UN-GASTO.
           ADD 1 TO CANT-GASTOS-LEIDOS.
           MOVE TIE-NEW-NUMERO TO CONSULTOR-BUSCADO.
           PERFORM UBICAR-RESUMEN.
           ADD TIE-NEW-IMPORTE TO TAB-RES-FACTURADO(IND-RES-ACT).
           ADD TIE-NEW-IMPORTE TO TOTAL-FACTURADO.
           MOVE ZERO TO IND-RIN-ACT.
           PERFORM COMPARAR-REINTEGRO
               VARYING SUB-RIN FROM 1 BY 1
               UNTIL SUB-RIN > CANT-REINTEGROS
               OR IND-RIN-ACT NOT = ZERO.
           IF IND-RIN-ACT = ZERO
               MOVE TIE-NEW-NUMERO TO REP-DIF-CONSULTOR
               MOVE FECHA-REGISTRO TO REP-DIF-FECHA
               MOVE TIE-NEW-EMPRESA TO REP-DIF-EMPRESA
               MOVE TIE-NEW-TAREA TO REP-DIF-CONCEPTO
               MOVE TIE-NEW-IMPORTE TO REP-DIF-IMPORTE
               MOVE 'FACTURADO SIN REINTEGRAR' TO REP-DIF-SITUACION
               WRITE LINEA FROM REP-DIFERENCIA
               ADD 1 TO CANT-DIFERENCIAS
           ELSE
               MOVE 'S' TO TAB-RIN-CONCILIADO(IND-RIN-ACT).

       COMPARAR-REINTEGRO.
           IF TAB-RIN-CONCILIADO(SUB-RIN) = 'N'
               AND TAB-RIN-CONSULTOR(SUB-RIN) = TIE-NEW-NUMERO
               AND TAB-RIN-FECHA(SUB-RIN) = FECHA-REGISTRO
               AND TAB-RIN-EMPRESA(SUB-RIN) = TIE-NEW-EMPRESA
               AND TAB-RIN-CONCEPTO(SUB-RIN) = TIE-NEW-TAREA
               AND TAB-RIN-IMPORTE(SUB-RIN) = TIE-NEW-IMPORTE
               MOVE SUB-RIN TO IND-RIN-ACT.

      * Un reintegro facturable sin su gasto en TIEMPOS-NEW se pago al
      * consultor pero no se le facturo al cliente (o el gasto se
      * corrigio despues de liquidado).
       LISTAR-REINTEGROS-SIN-FACTURA.
           IF TAB-RIN-CONCILIADO(SUB-RIN) = 'N'
               MOVE TAB-RIN-CONSULTOR(SUB-RIN) TO REP-DIF-CONSULTOR
               MOVE TAB-RIN-FECHA(SUB-RIN) TO REP-DIF-FECHA
               MOVE TAB-RIN-EMPRESA(SUB-RIN) TO REP-DIF-EMPRESA
               MOVE TAB-RIN-CONCEPTO(SUB-RIN) TO REP-DIF-CONCEPTO
               MOVE TAB-RIN-IMPORTE(SUB-RIN) TO REP-DIF-IMPORTE
               MOVE 'REINTEGRADO SIN FACTURAR' TO REP-DIF-SITUACION
               WRITE LINEA FROM REP-DIFERENCIA
               ADD 1 TO CANT-DIFERENCIAS.

      ******************************************************************
      * Resumen por consultor: facturado contra reintegrado de los
      * gastos facturables (la diferencia es lo que falta devolver, o
      * si es negativa lo devuelto sin facturar) y, aparte, los gastos
      * propios, que son costo no recuperado del cliente.
       IMPRIMIR-RESUMEN.
           WRITE LINEA FROM LINEA-VACIA.
           MOVE 'Resumen por consultor' TO REP-SUBTITULO.
           WRITE LINEA FROM REP-SUBTITULO.
           WRITE LINEA FROM REP-HEADER-RES.
           WRITE LINEA FROM LINEA-GUION.
           PERFORM IMPRIMIR-UN-RESUMEN
               VARYING SUB-RES FROM 1 BY 1
               UNTIL SUB-RES > CANT-RESUMEN.
           WRITE LINEA FROM LINEA-GUION.
           MOVE SPACES TO REP-RES-CONSULTOR.
           MOVE 'Total' TO REP-RES-NOMBRE.
           MOVE TOTAL-FACTURADO TO REP-RES-FACTURADO.
           MOVE TOTAL-REINT-FACT TO REP-RES-REINT-FACT.
           COMPUTE TOTAL-DIFERENCIA =
               TOTAL-FACTURADO - TOTAL-REINT-FACT.
           MOVE TOTAL-DIFERENCIA TO REP-RES-DIFERENCIA.
           MOVE TOTAL-REINT-PROPIO TO REP-RES-REINT-PROPIO.
           WRITE LINEA FROM REP-RESUMEN.
           WRITE LINEA FROM LINEA-VACIA.
           WRITE LINEA FROM REP-NOTA-PROPIOS.

       IMPRIMIR-UN-RESUMEN.
           MOVE TAB-RES-CONSULTOR(SUB-RES) TO REP-RES-CONSULTOR.
           MOVE 'SIN MAESTRO' TO REP-RES-NOMBRE.
           SET IND-CONS TO 1.
           SEARCH LINEA-CONSULTOR
               AT END CONTINUE
               WHEN TAB-CONS-NUMERO(IND-CONS) =
                   TAB-RES-CONSULTOR(SUB-RES)
                   MOVE TAB-CONS-NOMBRE(IND-CONS) TO REP-RES-NOMBRE
           END-SEARCH.
           MOVE TAB-RES-FACTURADO(SUB-RES) TO REP-RES-FACTURADO.
           MOVE TAB-RES-REINT-FACT(SUB-RES) TO REP-RES-REINT-FACT.
           COMPUTE DIFERENCIA-CONS = TAB-RES-FACTURADO(SUB-RES)
               - TAB-RES-REINT-FACT(SUB-RES).
           MOVE DIFERENCIA-CONS TO REP-RES-DIFERENCIA.
           MOVE TAB-RES-REINT-PROPIO(SUB-RES) TO REP-RES-REINT-PROPIO.
           WRITE LINEA FROM REP-RESUMEN.


      * Resuelve todas las rutas de este programa contra rutas.dat;
      * una entrada ausente corta la corrida nombrando el logico
      * que falta.
       CARGAR-RUTAS.
           MOVE 'TP1-PARAMCONCGASTOS' TO RUTA-LOGICO.
           PERFORM OBTENER-UNA-RUTA.
           MOVE RUTA-OBTENIDA TO RUTA-PARAM-CONCILIACION.
           MOVE 'TP1-TIMESNEW' TO RUTA-LOGICO.
           PERFORM OBTENER-UNA-RUTA.
           MOVE RUTA-OBTENIDA TO RUTA-TIEMPOS-NEW.
           MOVE 'TP1-REINTEGROS' TO RUTA-LOGICO.
           PERFORM OBTENER-UNA-RUTA.
           MOVE RUTA-OBTENIDA TO RUTA-REINTEGROS.
           MOVE 'TP1-CONSULTORES' TO RUTA-LOGICO.
           PERFORM OBTENER-UNA-RUTA.
           MOVE RUTA-OBTENIDA TO RUTA-CONSULTORES.
           MOVE 'TP1-CONCGASTOS' TO RUTA-LOGICO.
           PERFORM OBTENER-UNA-RUTA.
           MOVE RUTA-OBTENIDA TO RUTA-CONCILIACION.

       OBTENER-UNA-RUTA.
           CALL 'OBTENER-RUTA' USING RUTA-LOGICO, RUTA-OBTENIDA,
               FS-RUTA.
           IF FS-RUTA NOT = '00'
               DISPLAY "RUTA NO CONFIGURADA PARA " RUTA-LOGICO
               STOP RUN.

       END PROGRAM CONCILIAR-GASTOS.
