      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BUSCAR-CANDIDATOS.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Habilidad requerida, nivel minimo, fecha de inicio AAAAMMDD,
      * dias del periodo a cubrir y dias de historia de TIEMPOS que
      * cuentan como carga reciente (sin informar, 30 y 30).
           SELECT PARAMETROS-CAND ASSIGN TO RUTA-PARAMETROS-CAND
                                  ORGANIZATION IS LINE SEQUENTIAL
                                  FILE STATUS IS FS-PARAMETROS.

           SELECT HABILIDADES     ASSIGN TO RUTA-HABILIDADES
                                  ORGANIZATION IS LINE SEQUENTIAL
                                  FILE STATUS IS FS-HABILIDADES.

           SELECT CONSULTORES     ASSIGN TO RUTA-CONSULTORES
                                  ORGANIZATION IS INDEXED
                                  ACCESS MODE IS RANDOM
                                  RECORD KEY IS CONS-NUM
                                  FILE STATUS IS FS-CONSULTORES.

           SELECT TIEMPOS         ASSIGN TO RUTA-TIEMPOS
                                  ORGANIZATION IS INDEXED
                                  ACCESS MODE IS DYNAMIC
                                  RECORD KEY IS TIE-CLAVE
                                  ALTERNATE RECORD KEY IS TIE-CUIT
                                  WITH DUPLICATES
                                  FILE STATUS IS FS-TIEMPOS.

      * Un consultor con licencia que se superponga con el periodo no
      * es candidato; la carga actual sale de las asignaciones
      * vigentes a la fecha de inicio.
           SELECT LICENCIAS       ASSIGN TO RUTA-LICENCIAS
                                  ORGANIZATION IS LINE SEQUENTIAL
                                  FILE STATUS IS FS-LICENCIAS.

           SELECT ASIGNACIONES    ASSIGN TO RUTA-ASIGNACIONES
                                  ORGANIZATION IS LINE SEQUENTIAL
                                  FILE STATUS IS FS-ASIGNACIONES.

           SELECT CANDIDATOS      ASSIGN TO RUTA-CANDIDATOS
                                  ORGANIZATION IS LINE SEQUENTIAL
                                  FILE STATUS IS FS-CANDIDATOS.

           SELECT ARCHIVO-ORDENADO
                                  ASSIGN TO DISK
                                  SORT STATUS IS FS-ORDENADO.

       DATA DIVISION.
       FILE SECTION.

       FD PARAMETROS-CAND LABEL RECORD IS STANDARD.
       01 PARAM-REG.
           03 PARAM-HABILIDAD PIC X(6).
           03 PARAM-NIVEL-MINIMO PIC 9(1).
           03 PARAM-FECHA-INICIO PIC 9(8).
           03 PARAM-DIAS-PERIODO PIC 9(3).
           03 PARAM-DIAS-HISTORIA PIC 9(3).

       FD HABILIDADES LABEL RECORD IS STANDARD.
       01 HAB-REG.
           03 HAB-CONSULTOR PIC X(5).
           03 HAB-CODIGO PIC X(6).
           03 HAB-NIVEL PIC 9(1).
           03 HAB-CERTIFICACION PIC X(25).
           03 HAB-VENCE-CERT PIC 9(8).

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

       FD LICENCIAS LABEL RECORD IS STANDARD.
       01 LIC-REG.
           03 LIC-CONSULTOR PIC X(5).
           03 LIC-TIPO  PIC X(2).
           03 LIC-DESDE PIC 9(8).
           03 LIC-HASTA PIC 9(8).

       FD ASIGNACIONES LABEL RECORD IS STANDARD.
       01 ASG-REG.
           03 ASG-CONSULTOR PIC X(5).
           03 ASG-EMPRESA PIC 9(3).
           03 ASG-DESDE PIC 9(8).
           03 ASG-HASTA PIC 9(8).

       FD CANDIDATOS LABEL RECORD IS STANDARD.
       01 CAN-LINEA PIC X(120).

      * Menos asignaciones primero, a igual asignacion menos horas
      * recientes, y a igual carga el de mayor nivel.
       SD ARCHIVO-ORDENADO
          DATA RECORD IS REG-ORDENADO.
       01 REG-ORDENADO.
           03 ORD-ASIGNACIONES PIC 9(3).
           03 ORD-HORAS PIC 9(5)V99.
           03 ORD-NIVEL PIC 9(1).
           03 ORD-CONSULTOR PIC X(5).
           03 ORD-NOMBRE PIC X(25).
           03 ORD-SRT PIC X(2).
           03 ORD-CERTIFICACION PIC X(25).
           03 ORD-VENCE-CERT PIC 9(8).

       WORKING-STORAGE SECTION.

       77 FS-PARAMETROS   PIC XX.
       77 FS-HABILIDADES  PIC XX.
       77 FS-CONSULTORES  PIC XX.
       77 FS-TIEMPOS      PIC XX.
       77 FS-LICENCIAS    PIC XX.
       77 FS-ASIGNACIONES PIC XX.
       77 FS-CANDIDATOS   PIC XX.
       77 FS-ORDENADO     PIC XX.

       01 TABLA-LICENCIAS.
           03 FILA-LICENCIA OCCURS 200 TIMES.
               05 TAB-LIC-CONSULTOR PIC X(5).
               05 TAB-LIC-DESDE PIC 9(8).
               05 TAB-LIC-HASTA PIC 9(8).
       01 CANT-LICENCIAS PIC 9(3) VALUE ZERO.
       01 SUB-LIC PIC 9(3).
       01 SW-CON-LICENCIA PIC X.
           88 CON-LICENCIA VALUE 'S'.

      * Solo las asignaciones vigentes a la fecha de inicio.
       01 TABLA-ASIGNACIONES.
           03 FILA-ASIGNACION OCCURS 500 TIMES.
               05 TAB-ASG-CONSULTOR PIC X(5).
       01 CANT-ASIGNACIONES PIC 9(3) VALUE ZERO.
       01 SUB-ASG PIC 9(3).

       01 DIAS-PERIODO PIC 9(3) VALUE 30.
       01 DIAS-HISTORIA PIC 9(3) VALUE 30.
       01 DIAS-AUXILIAR PIC 9(8).
       01 FECHA-FIN PIC 9(8).
       01 FECHA-HISTORIA-DESDE PIC 9(8).
       01 FECHA-HISTORIA-HASTA PIC 9(8).

       01 ASIGNACIONES-CONS PIC 9(3).
       01 HORAS-RECIENTES PIC 9(5)V99.

       01 CANT-LEIDAS PIC 9(5) VALUE ZERO.
       01 CANT-CANDIDATOS PIC 9(5) VALUE ZERO.
       01 CANT-INACTIVOS PIC 9(5) VALUE ZERO.
       01 CANT-CON-LICENCIA PIC 9(5) VALUE ZERO.
       01 CANT-CERT-VENCIDA PIC 9(5) VALUE ZERO.

       01 REP-TITULO.
           02 FILLER PIC X(32) VALUE 'Candidatos para la habilidad '.
           02 REP-TIT-HABILIDAD PIC X(6).
           02 FILLER PIC X(16) VALUE '  nivel minimo '.
           02 REP-TIT-NIVEL PIC 9(1).

       01 REP-PERIODO.
           02 FILLER PIC X(9) VALUE 'Periodo '.
           02 REP-PER-DESDE PIC 9(8).
           02 FILLER PIC X(3) VALUE ' a '.
           02 REP-PER-HASTA PIC 9(8).
           02 FILLER PIC X(21) VALUE '  Horas recientes de '.
           02 REP-PER-HIS-DESDE PIC 9(8).
           02 FILLER PIC X(3) VALUE ' a '.
           02 REP-PER-HIS-HASTA PIC 9(8).

       01 REP-HEADER.
           02 FILLER PIC X(40) VALUE
               'Orden Cons.  Nombre                    '.
           02 FILLER PIC X(40) VALUE
               'Cat Niv Asig.  Horas rec. Certificacion'.
           02 FILLER PIC X(40) VALUE
               '               Vence'.

       01 REP-FILA.
           02 REP-FIL-ORDEN PIC ZZZ9.
           02 FILLER PIC X(2) VALUE SPACES.
           02 REP-FIL-CONSULTOR PIC X(5).
           02 FILLER PIC X(2) VALUE SPACES.
           02 REP-FIL-NOMBRE PIC X(25).
           02 FILLER PIC X(1) VALUE SPACE.
           02 REP-FIL-SRT PIC X(2).
           02 FILLER PIC X(3) VALUE SPACES.
           02 REP-FIL-NIVEL PIC 9(1).
           02 FILLER PIC X(3) VALUE SPACES.
           02 REP-FIL-ASIGNACIONES PIC ZZ9.
           02 FILLER PIC X(2) VALUE SPACES.
           02 REP-FIL-HORAS PIC Z(4)9,99.
           02 FILLER PIC X(2) VALUE SPACES.
           02 REP-FIL-CERTIFICACION PIC X(25).
           02 FILLER PIC X(1) VALUE SPACE.
           02 REP-FIL-VENCE PIC X(8).
           02 FILLER PIC X(2) VALUE SPACES.
           02 REP-FIL-MARCA PIC X(17).

       01 LINEA-GUION PIC X(120) VALUE ALL "-".
       01 LINEA-VACIA PIC X(120) VALUE SPACES.


      * Bitacora central de corridas (ver REGISTRAR-CORRIDA): 'I' al
      * arrancar y 'F' con los contadores al terminar normalmente;
      * una corrida abortada no llega a anotar su 'F' y el resumen
      * diario la muestra como anormal.
       01 WS-OPCION-LOG PIC X.
       01 LOG-PROGRAMA-ID PIC X(12) VALUE 'BUSCAR-CAND'.
       01 LOG-CANT-ENTRADA PIC 9(7) VALUE ZERO.
       01 LOG-CANT-SALIDA PIC 9(7) VALUE ZERO.
       01 LOG-CANT-EXC PIC 9(5) VALUE ZERO.


      * Rutas fisicas de los archivos, resueltas al arrancar desde
      * rutas.dat via OBTENER-RUTA: mover el sistema o armar un
      * ambiente de prueba es cuestion de editar ese archivo.
       77 FS-RUTA PIC XX.
       01 RUTA-LOGICO PIC X(20).
       01 RUTA-OBTENIDA PIC X(100).
       01 RUTA-PARAMETROS-CAND PIC X(100).
       01 RUTA-HABILIDADES PIC X(100).
       01 RUTA-CONSULTORES PIC X(100).
       01 RUTA-TIEMPOS PIC X(100).
       01 RUTA-LICENCIAS PIC X(100).
       01 RUTA-ASIGNACIONES PIC X(100).
       01 RUTA-CANDIDATOS PIC X(100).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM CARGAR-RUTAS.
           MOVE 'I' TO WS-OPCION-LOG.
           CALL 'REGISTRAR-CORRIDA' USING WS-OPCION-LOG,
               LOG-PROGRAMA-ID, LOG-CANT-ENTRADA, LOG-CANT-SALIDA,
               LOG-CANT-EXC.
           PERFORM LEER-PARAMETROS.
           PERFORM CARGAR-LICENCIAS.
           PERFORM CARGAR-ASIGNACIONES.
           SORT ARCHIVO-ORDENADO
               ON ASCENDING KEY ORD-ASIGNACIONES ORD-HORAS
               ON DESCENDING KEY ORD-NIVEL
               INPUT PROCEDURE IS PROCESO-ENTRADA
               OUTPUT PROCEDURE IS PROCESO-SALIDA.
           DISPLAY "HABILIDADES LEIDAS: " CANT-LEIDAS.
           DISPLAY "CANDIDATOS PROPUESTOS: " CANT-CANDIDATOS.
           DISPLAY "DESCARTADOS POR INACTIVOS: " CANT-INACTIVOS.
           DISPLAY "DESCARTADOS POR LICENCIA: " CANT-CON-LICENCIA.
           DISPLAY "CANDIDATOS CON CERTIFICACION VENCIDA: "
               CANT-CERT-VENCIDA.
           MOVE CANT-LEIDAS TO LOG-CANT-ENTRADA.
           MOVE CANT-CANDIDATOS TO LOG-CANT-SALIDA.
           MOVE CANT-CERT-VENCIDA TO LOG-CANT-EXC.
           MOVE 'F' TO WS-OPCION-LOG.
           CALL 'REGISTRAR-CORRIDA' USING WS-OPCION-LOG,
               LOG-PROGRAMA-ID, LOG-CANT-ENTRADA, LOG-CANT-SALIDA,
               LOG-CANT-EXC.
           STOP RUN.

      * El periodo va del inicio a inicio + dias - 1; la historia son
      * los dias inmediatamente anteriores al inicio.
       LEER-PARAMETROS.
           OPEN INPUT PARAMETROS-CAND.
           IF FS-PARAMETROS NOT = ZERO
               DISPLAY "ERROR AL ABRIR PARAMETROS FS: " FS-PARAMETROS
               STOP RUN.
           READ PARAMETROS-CAND.
           IF FS-PARAMETROS NOT = ZERO
               DISPLAY "ERROR AL LEER PARAMETROS FS: " FS-PARAMETROS
               STOP RUN.
           CLOSE PARAMETROS-CAND.
           IF PARAM-HABILIDAD = SPACES
               OR PARAM-FECHA-INICIO NOT NUMERIC
               OR FUNCTION TEST-DATE-YYYYMMDD(PARAM-FECHA-INICIO)
                   NOT = ZERO
               DISPLAY "PARAMETROS INVALIDOS: HABILIDAD "
                   PARAM-HABILIDAD " INICIO " PARAM-FECHA-INICIO
               STOP RUN.
           IF PARAM-NIVEL-MINIMO NOT NUMERIC
               MOVE 1 TO PARAM-NIVEL-MINIMO.
           IF PARAM-DIAS-PERIODO NUMERIC
               AND PARAM-DIAS-PERIODO > ZERO
               MOVE PARAM-DIAS-PERIODO TO DIAS-PERIODO.
           IF PARAM-DIAS-HISTORIA NUMERIC
               AND PARAM-DIAS-HISTORIA > ZERO
               MOVE PARAM-DIAS-HISTORIA TO DIAS-HISTORIA.
           COMPUTE DIAS-AUXILIAR =
               FUNCTION INTEGER-OF-DATE(PARAM-FECHA-INICIO)
               + DIAS-PERIODO - 1.
           MOVE FUNCTION DATE-OF-INTEGER(DIAS-AUXILIAR) TO FECHA-FIN.
           COMPUTE DIAS-AUXILIAR =
               FUNCTION INTEGER-OF-DATE(PARAM-FECHA-INICIO)
               - DIAS-HISTORIA.
           MOVE FUNCTION DATE-OF-INTEGER(DIAS-AUXILIAR)
               TO FECHA-HISTORIA-DESDE.
           COMPUTE DIAS-AUXILIAR =
               FUNCTION INTEGER-OF-DATE(PARAM-FECHA-INICIO) - 1.
           MOVE FUNCTION DATE-OF-INTEGER(DIAS-AUXILIAR)
               TO FECHA-HISTORIA-HASTA.

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

      * Solo interesan las que se superponen con el periodo.
       CARGAR-UNA-LICENCIA.
           IF LIC-DESDE <= FECHA-FIN
               AND LIC-HASTA >= PARAM-FECHA-INICIO
               ADD 1 TO CANT-LICENCIAS
               MOVE LIC-CONSULTOR TO TAB-LIC-CONSULTOR(CANT-LICENCIAS)
               MOVE LIC-DESDE TO TAB-LIC-DESDE(CANT-LICENCIAS)
               MOVE LIC-HASTA TO TAB-LIC-HASTA(CANT-LICENCIAS).
           READ LICENCIAS.

       CARGAR-ASIGNACIONES.
           OPEN INPUT ASIGNACIONES.
           IF FS-ASIGNACIONES NOT = ZERO AND '35'
               DISPLAY "ERROR AL ABRIR ASIGNACIONES FS: "
                   FS-ASIGNACIONES
               STOP RUN.
           IF FS-ASIGNACIONES = ZERO
               READ ASIGNACIONES
               PERFORM CARGAR-UNA-ASIGNACION
                   UNTIL FS-ASIGNACIONES NOT = ZERO
                   OR CANT-ASIGNACIONES >= 500
               CLOSE ASIGNACIONES.

       CARGAR-UNA-ASIGNACION.
           IF PARAM-FECHA-INICIO >= ASG-DESDE
               AND PARAM-FECHA-INICIO <= ASG-HASTA
               ADD 1 TO CANT-ASIGNACIONES
               MOVE ASG-CONSULTOR
                   TO TAB-ASG-CONSULTOR(CANT-ASIGNACIONES).
           READ ASIGNACIONES.

      ******************************************************************
      * Recorre el maestro de habilidades y entrega al SORT cada
      * consultor activo, sin licencia en el periodo, que tenga la
      * habilidad pedida con el nivel minimo, junto con su carga.
       PROCESO-ENTRADA SECTION.
           OPEN INPUT HABILIDADES.
           IF FS-HABILIDADES NOT = ZERO AND '35'
               DISPLAY "ERROR AL ABRIR HABILIDADES FS: "
                   FS-HABILIDADES
               STOP RUN.
           OPEN INPUT CONSULTORES.
           IF FS-CONSULTORES NOT = ZERO
               DISPLAY "ERROR AL ABRIR CONSULTORES FS: "
                   FS-CONSULTORES
               STOP RUN.
           OPEN INPUT TIEMPOS.
           IF FS-TIEMPOS NOT = ZERO
               DISPLAY "ERROR AL ABRIR TIEMPOS FS: " FS-TIEMPOS
               STOP RUN.
           IF FS-HABILIDADES = ZERO
               PERFORM LEER-HABILIDAD
               PERFORM EVALUAR-HABILIDAD
                   UNTIL FS-HABILIDADES NOT = ZERO
               CLOSE HABILIDADES.
           CLOSE CONSULTORES TIEMPOS.

       RUTINAS-ENTRADA SECTION.

       LEER-HABILIDAD.
           READ HABILIDADES.
           IF FS-HABILIDADES NOT = ZERO AND '10'
               DISPLAY "ERROR AL LEER HABILIDADES FS: "
                   FS-HABILIDADES
               STOP RUN.
           IF FS-HABILIDADES = ZERO
               ADD 1 TO CANT-LEIDAS.

       EVALUAR-HABILIDAD.
           IF HAB-CODIGO = PARAM-HABILIDAD
               AND HAB-NIVEL >= PARAM-NIVEL-MINIMO
               PERFORM EVALUAR-CONSULTOR.
           PERFORM LEER-HABILIDAD.

      * Un consultor que ya no esta en el maestro cuenta como
      * inactivo.
       EVALUAR-CONSULTOR.
           MOVE HAB-CONSULTOR TO CONS-NUM.
           READ CONSULTORES.
           IF FS-CONSULTORES NOT = ZERO OR CONS-ESTADO = 'I'
               ADD 1 TO CANT-INACTIVOS
           ELSE
               MOVE 'N' TO SW-CON-LICENCIA
               PERFORM BUSCAR-LICENCIA
                   VARYING SUB-LIC FROM 1 BY 1
                   UNTIL SUB-LIC > CANT-LICENCIAS
                   OR CON-LICENCIA
               IF CON-LICENCIA
                   ADD 1 TO CANT-CON-LICENCIA
               ELSE
                   PERFORM ENTREGAR-CANDIDATO.

       BUSCAR-LICENCIA.
           IF TAB-LIC-CONSULTOR(SUB-LIC) = HAB-CONSULTOR
               MOVE 'S' TO SW-CON-LICENCIA.

       ENTREGAR-CANDIDATO.
           MOVE ZERO TO ASIGNACIONES-CONS.
           PERFORM CONTAR-ASIGNACION
               VARYING SUB-ASG FROM 1 BY 1
               UNTIL SUB-ASG > CANT-ASIGNACIONES.
           PERFORM SUMAR-HORAS-RECIENTES.
           MOVE ASIGNACIONES-CONS TO ORD-ASIGNACIONES.
           MOVE HORAS-RECIENTES TO ORD-HORAS.
           MOVE HAB-NIVEL TO ORD-NIVEL.
           MOVE HAB-CONSULTOR TO ORD-CONSULTOR.
           MOVE CONS-NOM TO ORD-NOMBRE.
           MOVE CONS-SRT TO ORD-SRT.
           MOVE HAB-CERTIFICACION TO ORD-CERTIFICACION.
           MOVE HAB-VENCE-CERT TO ORD-VENCE-CERT.
           RELEASE REG-ORDENADO.

       CONTAR-ASIGNACION.
           IF TAB-ASG-CONSULTOR(SUB-ASG) = HAB-CONSULTOR
               ADD 1 TO ASIGNACIONES-CONS.

      * Horas cargadas en los dias de historia; los gastos no son
      * horas.
       SUMAR-HORAS-RECIENTES.
           MOVE ZERO TO HORAS-RECIENTES.
           MOVE LOW-VALUES TO TIE-CLAVE.
           MOVE HAB-CONSULTOR TO TIE-NUM.
           MOVE FECHA-HISTORIA-DESDE TO TIE-FECHA-NUM.
           START TIEMPOS KEY IS >= TIE-CLAVE.
           IF FS-TIEMPOS = ZERO
               PERFORM LEER-TIEMPOS
               PERFORM SUMAR-REGISTRO
                   UNTIL FS-TIEMPOS = '10'
                   OR TIE-NUM NOT = HAB-CONSULTOR
                   OR TIE-FECHA-NUM > FECHA-HISTORIA-HASTA.

       LEER-TIEMPOS.
           READ TIEMPOS NEXT RECORD.
           IF FS-TIEMPOS NOT = ZERO AND '10'
               DISPLAY "ERROR AL LEER TIEMPOS FS: " FS-TIEMPOS
               STOP RUN.

       SUMAR-REGISTRO.
           IF TIE-GASTO NOT = 'G'
               ADD TIE-HORAS TO HORAS-RECIENTES.
           PERFORM LEER-TIEMPOS.

      ******************************************************************
      * Salida en el orden de preferencia: el primero es el menos
      * cargado. Una certificacion vencida a la fecha de inicio no
      * descarta al candidato pero sale marcada.
       PROCESO-SALIDA SECTION.
           OPEN OUTPUT CANDIDATOS.
           IF FS-CANDIDATOS NOT = ZERO
               DISPLAY "ERROR AL ABRIR CANDIDATOS FS: " FS-CANDIDATOS
               STOP RUN.
           PERFORM IMPRIMIR-ENCABEZADO.
           RETURN ARCHIVO-ORDENADO END MOVE '10' TO FS-ORDENADO.
           PERFORM IMPRIMIR-CANDIDATO UNTIL FS-ORDENADO = '10'.
           IF CANT-CANDIDATOS = ZERO
               MOVE 'No hay consultores disponibles con la habilidad'
                   TO CAN-LINEA
               WRITE CAN-LINEA.
           CLOSE CANDIDATOS.

       RUTINAS-SALIDA SECTION.

       IMPRIMIR-ENCABEZADO.
           MOVE PARAM-HABILIDAD TO REP-TIT-HABILIDAD.
           MOVE PARAM-NIVEL-MINIMO TO REP-TIT-NIVEL.
           WRITE CAN-LINEA FROM REP-TITULO.
           MOVE PARAM-FECHA-INICIO TO REP-PER-DESDE.
           MOVE FECHA-FIN TO REP-PER-HASTA.
           MOVE FECHA-HISTORIA-DESDE TO REP-PER-HIS-DESDE.
           MOVE FECHA-HISTORIA-HASTA TO REP-PER-HIS-HASTA.
           WRITE CAN-LINEA FROM REP-PERIODO.
           WRITE CAN-LINEA FROM LINEA-VACIA.
           WRITE CAN-LINEA FROM REP-HEADER.
           WRITE CAN-LINEA FROM LINEA-GUION.

       IMPRIMIR-CANDIDATO.
           ADD 1 TO CANT-CANDIDATOS.
           MOVE CANT-CANDIDATOS TO REP-FIL-ORDEN.
           MOVE ORD-CONSULTOR TO REP-FIL-CONSULTOR.
           MOVE ORD-NOMBRE TO REP-FIL-NOMBRE.
           MOVE ORD-SRT TO REP-FIL-SRT.
           MOVE ORD-NIVEL TO REP-FIL-NIVEL.
           MOVE ORD-ASIGNACIONES TO REP-FIL-ASIGNACIONES.
           MOVE ORD-HORAS TO REP-FIL-HORAS.
           MOVE ORD-CERTIFICACION TO REP-FIL-CERTIFICACION.
           MOVE SPACES TO REP-FIL-VENCE REP-FIL-MARCA.
           IF ORD-VENCE-CERT NOT = ZERO
               MOVE ORD-VENCE-CERT TO REP-FIL-VENCE
               IF ORD-VENCE-CERT < PARAM-FECHA-INICIO
                   ADD 1 TO CANT-CERT-VENCIDA
                   MOVE '*** CERT. VENCIDA' TO REP-FIL-MARCA.
           WRITE CAN-LINEA FROM REP-FILA.
           RETURN ARCHIVO-ORDENADO END MOVE '10' TO FS-ORDENADO.


      * Resuelve todas las rutas de este programa contra rutas.dat;
      * una entrada ausente corta la corrida nombrando el logico
      * que falta.
       CARGAR-RUTAS.
           MOVE 'SEC-PARAMCANDIDATOS' TO RUTA-LOGICO.
           PERFORM OBTENER-UNA-RUTA.
           MOVE RUTA-OBTENIDA TO RUTA-PARAMETROS-CAND.
           MOVE 'COMP-HABILIDADES' TO RUTA-LOGICO.
           PERFORM OBTENER-UNA-RUTA.
           MOVE RUTA-OBTENIDA TO RUTA-HABILIDADES.
           MOVE 'IDX-CONSULTORES' TO RUTA-LOGICO.
           PERFORM OBTENER-UNA-RUTA.
           MOVE RUTA-OBTENIDA TO RUTA-CONSULTORES.
           MOVE 'IDX-TIMES' TO RUTA-LOGICO.
           PERFORM OBTENER-UNA-RUTA.
           MOVE RUTA-OBTENIDA TO RUTA-TIEMPOS.
           MOVE 'COMP-LICENCIAS' TO RUTA-LOGICO.
           PERFORM OBTENER-UNA-RUTA.
           MOVE RUTA-OBTENIDA TO RUTA-LICENCIAS.
           MOVE 'COMP-ASIGNACIONES' TO RUTA-LOGICO.
           PERFORM OBTENER-UNA-RUTA.
           MOVE RUTA-OBTENIDA TO RUTA-ASIGNACIONES.
           MOVE 'SEC-CANDIDATOS' TO RUTA-LOGICO.
           PERFORM OBTENER-UNA-RUTA.
           MOVE RUTA-OBTENIDA TO RUTA-CANDIDATOS.

       OBTENER-UNA-RUTA.
           CALL 'OBTENER-RUTA' USING RUTA-LOGICO, RUTA-OBTENIDA,
               FS-RUTA.
           IF FS-RUTA NOT = '00'
               DISPLAY "RUTA NO CONFIGURADA PARA " RUTA-LOGICO
               STOP RUN.

       END PROGRAM BUSCAR-CANDIDATOS.
