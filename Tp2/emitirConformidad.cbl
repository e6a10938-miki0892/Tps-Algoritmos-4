      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMITIR-CONFORMIDAD.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Periodo AAAAMM a informar y CUIT puntual (en cero, todas las
      * empresas que piden conformidad).
           SELECT PARAM-CONFORMIDAD ASSIGN TO RUTA-PARAM-CONFORMIDAD
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS FS-PARAMETROS.

      * Empresas que exigen aprobar el detalle de horas antes de
      * aceptar la factura.
           SELECT CLIENTES-CONFORMIDAD ASSIGN TO RUTA-CLIENTES-CONF
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS FS-CLIENTES.

      * Estado de la conformidad por empresa y periodo; se carga
      * entera y se regraba.
           SELECT CONFORMIDADES ASSIGN TO RUTA-CONFORMIDADES
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS FS-CONFORMIDADES.

      * Lineas observadas por el cliente, para marcarlas en el
      * detalle.
           SELECT HORAS-OBSERVADAS ASSIGN TO RUTA-HORAS-OBSERVADAS
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS FS-OBSERVADAS.

           SELECT TIEMPOS         ASSIGN TO RUTA-TIEMPOS
                                  ORGANIZATION IS INDEXED
                                  ACCESS MODE IS DYNAMIC
                                  RECORD KEY IS TIE-CLAVE
                                  ALTERNATE RECORD KEY IS TIE-CUIT
                                  WITH DUPLICATES
                                  FILE STATUS IS FS-TIEMPOS.

           SELECT CONSULTORES     ASSIGN TO RUTA-CONSULTORES
                                  ORGANIZATION IS INDEXED
                                  ACCESS MODE IS RANDOM
                                  RECORD KEY IS CONS-NUM
                                  FILE STATUS IS FS-CONSULTORES.

      * Detalle de horas a enviar a cada empresa.
           SELECT DETALLE      ASSIGN TO RUTA-DETALLE
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS FS-DETALLE.

       DATA DIVISION.
       FILE SECTION.

       FD PARAM-CONFORMIDAD LABEL RECORD IS STANDARD.
       01 PARAM-REG.
           03 PARAM-PERIODO PIC 9(6).
           03 PARAM-CUIT    PIC 9(11).

       FD CLIENTES-CONFORMIDAD LABEL RECORD IS STANDARD.
       01 CLC-REG.
           03 CLC-CUIT PIC 9(11).

      * CNF-ESTADO: 'P' detalle enviado sin respuesta, 'A' aceptado,
      * 'O' aceptado con lineas observadas.
       FD CONFORMIDADES LABEL RECORD IS STANDARD.
       01 CNF-REG.
           03 CNF-CUIT            PIC 9(11).
           03 CNF-PERIODO         PIC 9(6).
           03 CNF-ESTADO          PIC X(1).
           03 CNF-FECHA-ENVIO     PIC 9(8).
           03 CNF-FECHA-RESPUESTA PIC 9(8).
           03 CNF-CANT-LINEAS     PIC 9(5).
           03 CNF-HORAS           PIC 9(5)V99.
           03 CNF-OPERADOR        PIC X(10).

      * HOB-ESTADO: 'O' observada (retenida), 'F' resuelta a facturar,
      * 'X' resuelta sin facturar.
       FD HORAS-OBSERVADAS LABEL RECORD IS STANDARD.
       01 HOB-REG.
           03 HOB-CUIT         PIC 9(11).
           03 HOB-PERIODO      PIC 9(6).
           03 HOB-CONSULTOR    PIC X(5).
           03 HOB-FECHA        PIC 9(8).
           03 HOB-ESTADO       PIC X(1).
           03 HOB-MOTIVO       PIC X(30).
           03 HOB-FECHA-ESTADO PIC 9(8).
           03 HOB-OPERADOR     PIC X(10).

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

       FD DETALLE LABEL RECORD IS STANDARD.
       01 DET-LINEA PIC X(100).

       WORKING-STORAGE SECTION.

       77 FS-PARAMETROS    PIC XX.
       77 FS-CLIENTES      PIC XX.
       77 FS-CONFORMIDADES PIC XX.
       77 FS-OBSERVADAS    PIC XX.
       77 FS-TIEMPOS       PIC XX.
       77 FS-CONSULTORES   PIC XX.
       77 FS-DETALLE       PIC XX.

       01 FECHA-CORRIDA PIC 9(8).

       01 TABLA-CLIENTES.
           03 TAB-CLC-CUIT PIC 9(11) OCCURS 100 TIMES.
       01 CANT-CLIENTES PIC 9(3) VALUE ZERO.
       01 SUB-CLC PIC 9(3).

       01 TABLA-CONFORMIDADES.
           03 FILA-CONFORMIDAD OCCURS 1000 TIMES.
               05 TAB-CNF-CUIT            PIC 9(11).
               05 TAB-CNF-PERIODO         PIC 9(6).
               05 TAB-CNF-ESTADO          PIC X(1).
               05 TAB-CNF-FECHA-ENVIO     PIC 9(8).
               05 TAB-CNF-FECHA-RESPUESTA PIC 9(8).
               05 TAB-CNF-CANT-LINEAS     PIC 9(5).
               05 TAB-CNF-HORAS           PIC 9(5)V99.
               05 TAB-CNF-OPERADOR        PIC X(10).
       01 CANT-CONFORMIDADES PIC 9(4) VALUE ZERO.
       01 SUB-CNF PIC 9(4).
       01 IND-CNF-ACT PIC 9(4).

       01 TABLA-OBSERVADAS.
           03 FILA-OBSERVADA OCCURS 2000 TIMES.
               05 TAB-HOB-CUIT      PIC 9(11).
               05 TAB-HOB-CONSULTOR PIC X(5).
               05 TAB-HOB-FECHA     PIC 9(8).
               05 TAB-HOB-ESTADO    PIC X(1).
       01 CANT-OBSERVADAS PIC 9(4) VALUE ZERO.
       01 SUB-HOB PIC 9(4).
       01 MARCA-LINEA PIC X(12).

       01 CUIT-EMPRESA PIC 9(11).
       01 PERIODO-LINEA PIC 9(6).
       01 CANT-LINEAS-EMPRESA PIC 9(5).
       01 HORAS-EMPRESA PIC 9(5)V99.
       01 GASTOS-EMPRESA PIC 9(9)V99.

      * Datos de la empresa resueltos via OBTENER-EMPRESA por CUIT.
       01 WS-OPCION-EMPRESA PIC X.
       01 EMP-CODIGO-AUX PIC 9(3).
       01 EMP-CUIT-AUX   PIC 9(11).
       01 EMP-RAZON-AUX  PIC X(25).
       01 EMP-DIRE-AUX   PIC X(20).
       01 EMP-TEL-AUX    PIC X(20).
       01 EMP-MAIL-AUX   PIC X(30).

       01 CANT-EMITIDOS PIC 9(5) VALUE ZERO.
       01 CANT-SIN-HORAS PIC 9(5) VALUE ZERO.
       01 CANT-REEMITIDOS PIC 9(5) VALUE ZERO.
       01 CANT-LINEAS-TOTAL PIC 9(7) VALUE ZERO.

       01 DET-SEPARADOR PIC X(100) VALUE ALL "=".
       01 LINEA-GUION PIC X(100) VALUE ALL "-".

       01 DET-TITULO.
           02 FILLER PIC X(40) VALUE
               'Detalle de horas para su conformidad'.
           02 FILLER PIC X(9) VALUE 'Periodo: '.
           02 DET-TIT-MM PIC 9(2).
           02 FILLER PIC X VALUE '/'.
           02 DET-TIT-AAAA PIC 9(4).
           02 FILLER PIC X(9) VALUE '  Fecha: '.
           02 DET-TIT-DD PIC 9(2).
           02 FILLER PIC X VALUE '/'.
           02 DET-TIT-MES PIC 9(2).
           02 FILLER PIC X VALUE '/'.
           02 DET-TIT-ANIO PIC 9(4).

       01 DET-EMPRESA.
           02 FILLER PIC X(9) VALUE 'Empresa: '.
           02 DET-EMP-RAZON PIC X(25).
           02 FILLER PIC X(8) VALUE '  CUIT: '.
           02 DET-EMP-CUIT PIC 9(11).
           02 FILLER PIC X(8) VALUE '  Mail: '.
           02 DET-EMP-MAIL PIC X(30).

       01 DET-HEADER.
           02 FILLER PIC X(7) VALUE 'Cons.'.
           02 FILLER PIC X(27) VALUE 'Nombre'.
           02 FILLER PIC X(10) VALUE 'Fecha'.
           02 FILLER PIC X(7) VALUE 'Tarea'.
           02 FILLER PIC X(7) VALUE ' Horas'.
           02 FILLER PIC X(14) VALUE '        Gasto'.
           02 FILLER PIC X(2) VALUE SPACES.
           02 FILLER PIC X(12) VALUE 'Marca'.

       01 DET-FILA.
           02 DET-FIL-CONS PIC X(5).
           02 FILLER PIC X(2) VALUE SPACES.
           02 DET-FIL-NOMBRE PIC X(25).
           02 FILLER PIC X(2) VALUE SPACES.
           02 DET-FIL-DD PIC 9(2).
           02 FILLER PIC X VALUE '/'.
           02 DET-FIL-MM PIC 9(2).
           02 FILLER PIC X VALUE '/'.
           02 DET-FIL-AAAA PIC 9(4).
           02 FILLER PIC X(2) VALUE SPACES.
           02 DET-FIL-TAREA PIC X(4).
           02 FILLER PIC X(2) VALUE SPACES.
           02 DET-FIL-HORAS PIC Z9,99.
           02 FILLER PIC X(2) VALUE SPACES.
           02 DET-FIL-GASTO PIC Z(7)9,99.
           02 FILLER PIC X(2) VALUE SPACES.
           02 DET-FIL-MARCA PIC X(12).

       01 DET-TOTAL.
           02 FILLER PIC X(10) VALUE 'Lineas: '.
           02 DET-TOT-LINEAS PIC Z(4)9.
           02 FILLER PIC X(15) VALUE '  Total horas: '.
           02 DET-TOT-HORAS PIC Z(4)9,99.
           02 FILLER PIC X(16) VALUE '  Total gastos: '.
           02 DET-TOT-GASTOS PIC Z(8)9,99.

       01 DET-PIE PIC X(100) VALUE 'Responder indicando la conformi
      -    'dad o las lineas observadas (consultor y fecha).'.


      * Bitacora central de corridas (ver REGISTRAR-CORRIDA): 'I' al
      * arrancar y 'F' con los contadores al terminar normalmente;
      * una corrida abortada no llega a anotar su 'F' y el resumen
      * diario la muestra como anormal.
       01 WS-OPCION-LOG PIC X.
       01 LOG-PROGRAMA-ID PIC X(12) VALUE 'EMITIR-CONF'.
       01 LOG-CANT-ENTRADA PIC 9(7) VALUE ZERO.
       01 LOG-CANT-SALIDA PIC 9(7) VALUE ZERO.
       01 LOG-CANT-EXC PIC 9(5) VALUE ZERO.


      * Rutas fisicas de los archivos, resueltas al arrancar desde
      * rutas.dat via OBTENER-RUTA: mover el sistema o armar un
      * ambiente de prueba es cuestion de editar ese archivo.
       77 FS-RUTA PIC XX.
       01 RUTA-LOGICO PIC X(20).
       01 RUTA-OBTENIDA PIC X(100).
       01 RUTA-PARAM-CONFORMIDAD PIC X(100).
       01 RUTA-CLIENTES-CONF PIC X(100).
       01 RUTA-CONFORMIDADES PIC X(100).
       01 RUTA-HORAS-OBSERVADAS PIC X(100).
       01 RUTA-TIEMPOS PIC X(100).
       01 RUTA-CONSULTORES PIC X(100).
       01 RUTA-DETALLE PIC X(100).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM CARGAR-RUTAS.
           MOVE 'I' TO WS-OPCION-LOG.
           CALL 'REGISTRAR-CORRIDA' USING WS-OPCION-LOG,
               LOG-PROGRAMA-ID, LOG-CANT-ENTRADA, LOG-CANT-SALIDA,
               LOG-CANT-EXC.
           PERFORM LEER-PARAMETROS.
           PERFORM CARGAR-CLIENTES.
           PERFORM CARGAR-CONFORMIDADES.
           PERFORM CARGAR-OBSERVADAS.
           PERFORM ABRIR-ARCHIVOS.
           PERFORM EMITIR-DETALLE-EMPRESA
               VARYING SUB-CLC FROM 1 BY 1
               UNTIL SUB-CLC > CANT-CLIENTES.
           MOVE 'C' TO WS-OPCION-EMPRESA.
           CALL 'OBTENER-EMPRESA' USING WS-OPCION-EMPRESA,
               EMP-CODIGO-AUX, EMP-CUIT-AUX, EMP-RAZON-AUX,
               EMP-DIRE-AUX, EMP-TEL-AUX, EMP-MAIL-AUX.
           CLOSE TIEMPOS CONSULTORES DETALLE.
           PERFORM REGRABAR-CONFORMIDADES.
           DISPLAY "DETALLES EMITIDOS: " CANT-EMITIDOS
               "  REEMITIDOS: " CANT-REEMITIDOS
               "  EMPRESAS SIN HORAS: " CANT-SIN-HORAS.
           MOVE CANT-LINEAS-TOTAL TO LOG-CANT-ENTRADA.
           MOVE CANT-EMITIDOS TO LOG-CANT-SALIDA.
           MOVE CANT-SIN-HORAS TO LOG-CANT-EXC.
           MOVE 'F' TO WS-OPCION-LOG.
           CALL 'REGISTRAR-CORRIDA' USING WS-OPCION-LOG,
               LOG-PROGRAMA-ID, LOG-CANT-ENTRADA, LOG-CANT-SALIDA,
               LOG-CANT-EXC.
           STOP RUN.

       LEER-PARAMETROS.
           OPEN INPUT PARAM-CONFORMIDAD.
           IF FS-PARAMETROS NOT = ZERO
               DISPLAY "ERROR AL ABRIR PARAM CONFORMIDAD FS: "
                   FS-PARAMETROS
               STOP RUN.
           READ PARAM-CONFORMIDAD.
           IF FS-PARAMETROS NOT = ZERO
               DISPLAY "ERROR AL LEER PARAM CONFORMIDAD FS: "
                   FS-PARAMETROS
               STOP RUN.
           CLOSE PARAM-CONFORMIDAD.
           IF PARAM-PERIODO NOT NUMERIC
               OR PARAM-PERIODO(5:2) < '01' OR PARAM-PERIODO(5:2) > '12'
               DISPLAY "PERIODO INVALIDO: " PARAM-PERIODO
               STOP RUN.
           IF PARAM-CUIT NOT NUMERIC
               MOVE ZERO TO PARAM-CUIT.
           MOVE FUNCTION CURRENT-DATE(1:8) TO FECHA-CORRIDA.

      * Con un CUIT puntual se emite solo para esa empresa, siempre
      * que este entre las que piden conformidad.
       CARGAR-CLIENTES.
           OPEN INPUT CLIENTES-CONFORMIDAD.
           IF FS-CLIENTES NOT = ZERO AND '35'
               DISPLAY "ERROR AL ABRIR CLIENTES CONFORMIDAD FS: "
                   FS-CLIENTES
               STOP RUN.
           IF FS-CLIENTES = ZERO
               READ CLIENTES-CONFORMIDAD
               PERFORM CARGAR-UN-CLIENTE
                   UNTIL FS-CLIENTES NOT = ZERO
                   OR CANT-CLIENTES >= 100
               CLOSE CLIENTES-CONFORMIDAD.
           IF CANT-CLIENTES = ZERO
               DISPLAY "NINGUNA EMPRESA A INFORMAR PARA CONFORMIDAD".

       CARGAR-UN-CLIENTE.
           IF CLC-CUIT NUMERIC AND CLC-CUIT > ZERO
               AND (PARAM-CUIT = ZERO OR PARAM-CUIT = CLC-CUIT)
               ADD 1 TO CANT-CLIENTES
               MOVE CLC-CUIT TO TAB-CLC-CUIT(CANT-CLIENTES).
           READ CLIENTES-CONFORMIDAD.

       CARGAR-CONFORMIDADES.
           OPEN INPUT CONFORMIDADES.
           IF FS-CONFORMIDADES NOT = ZERO AND '35'
               DISPLAY "ERROR AL ABRIR CONFORMIDADES FS: "
                   FS-CONFORMIDADES
               STOP RUN.
           IF FS-CONFORMIDADES = ZERO
               READ CONFORMIDADES
               PERFORM CARGAR-UNA-CONFORMIDAD
                   UNTIL FS-CONFORMIDADES NOT = ZERO
               CLOSE CONFORMIDADES.

      * Con la tabla llena se corta: regrabar un maestro truncado
      * perderia respuestas ya registradas.
       CARGAR-UNA-CONFORMIDAD.
           IF CANT-CONFORMIDADES >= 1000
               DISPLAY "CONFORMIDADES EXCEDE LOS 1000 REGISTROS"
               STOP RUN.
           ADD 1 TO CANT-CONFORMIDADES.
           MOVE CNF-REG TO FILA-CONFORMIDAD(CANT-CONFORMIDADES).
           READ CONFORMIDADES.

       CARGAR-OBSERVADAS.
           OPEN INPUT HORAS-OBSERVADAS.
           IF FS-OBSERVADAS NOT = ZERO AND '35'
               DISPLAY "ERROR AL ABRIR HORAS OBSERVADAS FS: "
                   FS-OBSERVADAS
               STOP RUN.
           IF FS-OBSERVADAS = ZERO
               READ HORAS-OBSERVADAS
               PERFORM CARGAR-UNA-OBSERVADA
                   UNTIL FS-OBSERVADAS NOT = ZERO
               CLOSE HORAS-OBSERVADAS.

      * Con la tabla llena se corta: un detalle sin todas las marcas
      * de observacion no puede salir hacia el cliente.
       CARGAR-UNA-OBSERVADA.
           IF HOB-PERIODO = PARAM-PERIODO
               AND CANT-OBSERVADAS >= 2000
               DISPLAY "HORAS OBSERVADAS EXCEDE LOS 2000 REGISTROS"
               STOP RUN.
           IF HOB-PERIODO = PARAM-PERIODO
               ADD 1 TO CANT-OBSERVADAS
               MOVE HOB-CUIT TO TAB-HOB-CUIT(CANT-OBSERVADAS)
               MOVE HOB-CONSULTOR TO TAB-HOB-CONSULTOR(CANT-OBSERVADAS)
               MOVE HOB-FECHA TO TAB-HOB-FECHA(CANT-OBSERVADAS)
               MOVE HOB-ESTADO TO TAB-HOB-ESTADO(CANT-OBSERVADAS).
           READ HORAS-OBSERVADAS.

       ABRIR-ARCHIVOS.
           OPEN INPUT TIEMPOS.
           IF FS-TIEMPOS NOT = ZERO
               DISPLAY "ERROR AL ABRIR TIEMPOS FS: " FS-TIEMPOS
               STOP RUN.
           OPEN INPUT CONSULTORES.
           IF FS-CONSULTORES NOT = ZERO
               DISPLAY "ERROR AL ABRIR CONSULTORES FS: "
                   FS-CONSULTORES
               STOP RUN.
           OPEN OUTPUT DETALLE.
           IF FS-DETALLE NOT = ZERO
               DISPLAY "ERROR AL ABRIR DETALLE FS: " FS-DETALLE
               STOP RUN.
           MOVE 'A' TO WS-OPCION-EMPRESA.
           CALL 'OBTENER-EMPRESA' USING WS-OPCION-EMPRESA,
               EMP-CODIGO-AUX, EMP-CUIT-AUX, EMP-RAZON-AUX,
               EMP-DIRE-AUX, EMP-TEL-AUX, EMP-MAIL-AUX.
           MOVE PARAM-PERIODO(5:2) TO DET-TIT-MM.
           MOVE PARAM-PERIODO(1:4) TO DET-TIT-AAAA.
           MOVE FECHA-CORRIDA(7:2) TO DET-TIT-DD.
           MOVE FECHA-CORRIDA(5:2) TO DET-TIT-MES.
           MOVE FECHA-CORRIDA(1:4) TO DET-TIT-ANIO.

      ******************************************************************
      * Un detalle por empresa con las horas y gastos del periodo
      * tomados de TIEMPOS por CUIT. Emitirlo deja la conformidad de
      * ese periodo pendiente de respuesta: si ya se habia contestado,
      * el detalle nuevo reemplaza al anterior y hay que volver a
      * pedir la respuesta.
       EMITIR-DETALLE-EMPRESA.
           MOVE TAB-CLC-CUIT(SUB-CLC) TO CUIT-EMPRESA.
           MOVE ZERO TO CANT-LINEAS-EMPRESA HORAS-EMPRESA
               GASTOS-EMPRESA.
           MOVE CUIT-EMPRESA TO TIE-CUIT.
           START TIEMPOS KEY IS >= TIE-CUIT.
           IF FS-TIEMPOS = ZERO
               PERFORM LEER-TIEMPOS
               PERFORM EVALUAR-TIEMPO
                   UNTIL FS-TIEMPOS NOT = ZERO
                   OR TIE-CUIT NOT = CUIT-EMPRESA.
           IF CANT-LINEAS-EMPRESA = ZERO
               ADD 1 TO CANT-SIN-HORAS
               DISPLAY "CUIT " CUIT-EMPRESA " SIN HORAS EN EL PERIODO "
                   PARAM-PERIODO ": NO SE EMITE DETALLE"
           ELSE
               PERFORM IMPRIMIR-TOTAL-EMPRESA
               PERFORM ANOTAR-CONFORMIDAD-PENDIENTE.

       LEER-TIEMPOS.
           READ TIEMPOS NEXT RECORD.
           IF FS-TIEMPOS NOT = ZERO AND '10'
               DISPLAY "ERROR AL LEER TIEMPOS FS: " FS-TIEMPOS
               STOP RUN.

       EVALUAR-TIEMPO.
           MOVE TIE-FECHA-NUM(1:6) TO PERIODO-LINEA.
           IF PERIODO-LINEA = PARAM-PERIODO
               IF CANT-LINEAS-EMPRESA = ZERO
                   PERFORM IMPRIMIR-CABECERA-EMPRESA
               END-IF
               PERFORM IMPRIMIR-LINEA.
           PERFORM LEER-TIEMPOS.

       IMPRIMIR-CABECERA-EMPRESA.
           MOVE CUIT-EMPRESA TO EMP-CUIT-AUX.
           MOVE 'P' TO WS-OPCION-EMPRESA.
           CALL 'OBTENER-EMPRESA' USING WS-OPCION-EMPRESA,
               EMP-CODIGO-AUX, EMP-CUIT-AUX, EMP-RAZON-AUX,
               EMP-DIRE-AUX, EMP-TEL-AUX, EMP-MAIL-AUX.
           WRITE DET-LINEA FROM DET-SEPARADOR.
           WRITE DET-LINEA FROM DET-TITULO.
           MOVE EMP-RAZON-AUX TO DET-EMP-RAZON.
           MOVE CUIT-EMPRESA TO DET-EMP-CUIT.
           MOVE EMP-MAIL-AUX TO DET-EMP-MAIL.
           WRITE DET-LINEA FROM DET-EMPRESA.
           WRITE DET-LINEA FROM LINEA-GUION.
           WRITE DET-LINEA FROM DET-HEADER.

       IMPRIMIR-LINEA.
           ADD 1 TO CANT-LINEAS-EMPRESA CANT-LINEAS-TOTAL.
           MOVE TIE-NUM TO DET-FIL-CONS CONS-NUM.
           READ CONSULTORES.
           IF FS-CONSULTORES = ZERO
               MOVE CONS-NOM TO DET-FIL-NOMBRE
           ELSE
               MOVE SPACES TO DET-FIL-NOMBRE.
           MOVE TIE-FECHA-DD TO DET-FIL-DD.
           MOVE TIE-FECHA-MM TO DET-FIL-MM.
           MOVE TIE-FECHA-AAAA TO DET-FIL-AAAA.
           MOVE TIE-TAREA TO DET-FIL-TAREA.
           IF TIE-GASTO = 'G'
               MOVE ZERO TO DET-FIL-HORAS
               IF TIE-IMPORTE NUMERIC
                   MOVE TIE-IMPORTE TO DET-FIL-GASTO
                   ADD TIE-IMPORTE TO GASTOS-EMPRESA
               ELSE
                   MOVE ZERO TO DET-FIL-GASTO
               END-IF
           ELSE
               MOVE TIE-HORAS TO DET-FIL-HORAS
               MOVE ZERO TO DET-FIL-GASTO
               ADD TIE-HORAS TO HORAS-EMPRESA.
           PERFORM BUSCAR-MARCA-LINEA.
           MOVE MARCA-LINEA TO DET-FIL-MARCA.
           WRITE DET-LINEA FROM DET-FILA.

      * Una linea ya observada se marca para que el cliente vea en
      * que quedo su observacion.
       BUSCAR-MARCA-LINEA.
           MOVE SPACES TO MARCA-LINEA.
           PERFORM COMPARAR-OBSERVADA
               VARYING SUB-HOB FROM 1 BY 1
               UNTIL SUB-HOB > CANT-OBSERVADAS.

       COMPARAR-OBSERVADA.
           IF TAB-HOB-CUIT(SUB-HOB) = CUIT-EMPRESA
               AND TAB-HOB-CONSULTOR(SUB-HOB) = TIE-NUM
               AND TAB-HOB-FECHA(SUB-HOB) = TIE-FECHA-NUM
               EVALUATE TAB-HOB-ESTADO(SUB-HOB)
                   WHEN 'O' MOVE 'OBSERVADA' TO MARCA-LINEA
                   WHEN 'F' MOVE 'CONFIRMADA' TO MARCA-LINEA
                   WHEN 'X' MOVE 'ANULADA' TO MARCA-LINEA
               END-EVALUATE.

       IMPRIMIR-TOTAL-EMPRESA.
           WRITE DET-LINEA FROM LINEA-GUION.
           MOVE CANT-LINEAS-EMPRESA TO DET-TOT-LINEAS.
           MOVE HORAS-EMPRESA TO DET-TOT-HORAS.
           MOVE GASTOS-EMPRESA TO DET-TOT-GASTOS.
           WRITE DET-LINEA FROM DET-TOTAL.
           WRITE DET-LINEA FROM DET-PIE.
           ADD 1 TO CANT-EMITIDOS.

       ANOTAR-CONFORMIDAD-PENDIENTE.
           MOVE ZERO TO IND-CNF-ACT.
           PERFORM COMPARAR-CONFORMIDAD
               VARYING SUB-CNF FROM 1 BY 1
               UNTIL SUB-CNF > CANT-CONFORMIDADES
               OR IND-CNF-ACT NOT = ZERO.
           IF IND-CNF-ACT = ZERO
               IF CANT-CONFORMIDADES >= 1000
                   DISPLAY "CONFORMIDADES EXCEDE LOS 1000 REGISTROS"
                   STOP RUN
               END-IF
               ADD 1 TO CANT-CONFORMIDADES
               MOVE CANT-CONFORMIDADES TO IND-CNF-ACT
               MOVE CUIT-EMPRESA TO TAB-CNF-CUIT(IND-CNF-ACT)
               MOVE PARAM-PERIODO TO TAB-CNF-PERIODO(IND-CNF-ACT)
           ELSE
               IF TAB-CNF-ESTADO(IND-CNF-ACT) NOT = 'P'
                   ADD 1 TO CANT-REEMITIDOS
                   DISPLAY "CUIT " CUIT-EMPRESA " PERIODO "
                       PARAM-PERIODO " YA TENIA RESPUESTA: QUEDA "
                       "PENDIENTE DE UNA NUEVA".
           MOVE 'P' TO TAB-CNF-ESTADO(IND-CNF-ACT).
           MOVE FECHA-CORRIDA TO TAB-CNF-FECHA-ENVIO(IND-CNF-ACT).
           MOVE ZERO TO TAB-CNF-FECHA-RESPUESTA(IND-CNF-ACT).
           MOVE CANT-LINEAS-EMPRESA TO TAB-CNF-CANT-LINEAS(IND-CNF-ACT).
           MOVE HORAS-EMPRESA TO TAB-CNF-HORAS(IND-CNF-ACT).
           MOVE SPACES TO TAB-CNF-OPERADOR(IND-CNF-ACT).

       COMPARAR-CONFORMIDAD.
           IF TAB-CNF-CUIT(SUB-CNF) = CUIT-EMPRESA
               AND TAB-CNF-PERIODO(SUB-CNF) = PARAM-PERIODO
               MOVE SUB-CNF TO IND-CNF-ACT.

       REGRABAR-CONFORMIDADES.
           OPEN OUTPUT CONFORMIDADES.
           IF FS-CONFORMIDADES NOT = ZERO
               DISPLAY "ERROR AL REGRABAR CONFORMIDADES FS: "
                   FS-CONFORMIDADES
               STOP RUN.
           PERFORM GRABAR-UNA-CONFORMIDAD
               VARYING SUB-CNF FROM 1 BY 1
               UNTIL SUB-CNF > CANT-CONFORMIDADES.
           CLOSE CONFORMIDADES.

       GRABAR-UNA-CONFORMIDAD.
           MOVE FILA-CONFORMIDAD(SUB-CNF) TO CNF-REG.
           WRITE CNF-REG.


      * Resuelve todas las rutas de este programa contra rutas.dat;
      * una entrada ausente corta la corrida nombrando el logico
      * que falta.
       CARGAR-RUTAS.
           MOVE 'SEC-PARAMCONF' TO RUTA-LOGICO.
           PERFORM OBTENER-UNA-RUTA.
           MOVE RUTA-OBTENIDA TO RUTA-PARAM-CONFORMIDAD.
           MOVE 'SEC-CLIENTESCONF' TO RUTA-LOGICO.
           PERFORM OBTENER-UNA-RUTA.
           MOVE RUTA-OBTENIDA TO RUTA-CLIENTES-CONF.
           MOVE 'SEC-CONFORMIDADES' TO RUTA-LOGICO.
           PERFORM OBTENER-UNA-RUTA.
           MOVE RUTA-OBTENIDA TO RUTA-CONFORMIDADES.
           MOVE 'SEC-HORASOBSERV' TO RUTA-LOGICO.
           PERFORM OBTENER-UNA-RUTA.
           MOVE RUTA-OBTENIDA TO RUTA-HORAS-OBSERVADAS.
           MOVE 'IDX-TIMES' TO RUTA-LOGICO.
           PERFORM OBTENER-UNA-RUTA.
           MOVE RUTA-OBTENIDA TO RUTA-TIEMPOS.
           MOVE 'IDX-CONSULTORES' TO RUTA-LOGICO.
           PERFORM OBTENER-UNA-RUTA.
           MOVE RUTA-OBTENIDA TO RUTA-CONSULTORES.
           MOVE 'SEC-DETCONF' TO RUTA-LOGICO.
           PERFORM OBTENER-UNA-RUTA.
           MOVE RUTA-OBTENIDA TO RUTA-DETALLE.

       OBTENER-UNA-RUTA.
           CALL 'OBTENER-RUTA' USING RUTA-LOGICO, RUTA-OBTENIDA,
               FS-RUTA.
           IF FS-RUTA NOT = '00'
               DISPLAY "RUTA NO CONFIGURADA PARA " RUTA-LOGICO
               STOP RUN.

       END PROGRAM EMITIR-CONFORMIDAD.
