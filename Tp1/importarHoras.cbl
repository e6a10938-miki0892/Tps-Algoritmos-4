      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. IMPORTAR-HORAS.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Una linea por oficina a convertir: su codigo, la ruta del CSV
      * exportado por la herramienta web de carga de horas y la ruta
      * del lote NOVTIMES a generar (la misma que despues se lista en
      * NOV-CONTROL para VALIDAR-NOVEDADES y TP1-PUNTO-A).
           SELECT CONTROL-IMPORT ASSIGN TO RUTA-CONTROL-IMPORT
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS FS-CONTROL.

      * Igual que VALIDAR-NOVEDADES, las oficinas se procesan de a
      * una: cada FD se reasigna antes de cada OPEN.
           SELECT HORAS-CSV    ASSIGN TO RUTA-CSV-ACTUAL
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS FS-CSV.

           SELECT NOVTIMES     ASSIGN TO RUTA-NOVTIMES-ACTUAL
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS FS-NOVTIMES.

           SELECT RECHAZOS-IMP ASSIGN TO RUTA-RECHAZOS-ACTUAL
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS FS-RECHAZOS.

      * Equivalencias de codigos de la herramienta (ver
      * MANTENER-MAPEOS).
           SELECT MAPEOS       ASSIGN TO RUTA-MAPEOS
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS FS-MAPEOS.

           SELECT ARCHIVO-ORDENADO
                               ASSIGN TO DISK
                               SORT STATUS IS FS-ORDENADO.

       DATA DIVISION.
       FILE SECTION.
       FD CONTROL-IMPORT LABEL RECORD IS STANDARD.
       01 IMC-REG.
           03 IMC-OFICINA PIC 9(3).
           03 IMC-RUTA-CSV PIC X(100).
           03 IMC-RUTA-NOVTIMES PIC X(100).

      * Columnas separadas por ';' (la coma es el separador decimal):
      * consultor; fecha (AAAA-MM-DD o DD/MM/AAAA); cliente; proyecto;
      * horas (negativas para una reversa); tipo de hora; marca de
      * reversa ('R', opcional). La primera linea puede traer los
      * titulos de las columnas.
       FD HORAS-CSV LABEL RECORD IS STANDARD.
       01 CSV-LINEA PIC X(150).

      * Mismo registro de 36 posiciones que NOV-REG, con la cabecera
      * CABEC del lote como primera linea.
       FD NOVTIMES LABEL RECORD IS STANDARD.
       01 NOV-CAB.
           03 NOV-CAB-MARCA   PIC X(5).
           03 NOV-CAB-OFICINA PIC 9(3).
           03 NOV-CAB-FECHA   PIC 9(8).
           03 NOV-CAB-CANT    PIC 9(7).
           03 NOV-CAB-HORAS   PIC 9(7)V99.
       01 NOV-REG PIC X(36).

      * Cada linea rechazada sale intacta mas un codigo de motivo,
      * igual que los rechazos de VALIDAR-NOVEDADES.
       FD RECHAZOS-IMP LABEL RECORD IS STANDARD.
       01 RIM-REG.
           03 RIM-ORIGINAL PIC X(150).
           03 FILLER       PIC X(2).
           03 RIM-MOTIVO   PIC X(2).
           03 FILLER       PIC X(2).
           03 RIM-DETALLE  PIC X(25).

       FD MAPEOS LABEL RECORD IS STANDARD.
       01 MAP-REG.
           03 MAP-CLASE PIC X(1).
           03 MAP-CODIGO-EXT PIC X(20).
           03 MAP-EMPRESA PIC 9(3).
           03 MAP-TAREA PIC X(4).
           03 MAP-DESCRIPCION PIC X(25).

      * El merge de TP1-PUNTO-A espera cada lote por consultor y,
      * dentro del consultor, por fecha ascendente.
       SD ARCHIVO-ORDENADO
          DATA RECORD IS REG-ORDENADO.
       01 REG-ORDENADO.
           03 ORD-NUMERO PIC X(5).
           03 ORD-FECHA.
               05 ORD-DIA PIC 9(2).
               05 ORD-MES PIC 9(2).
               05 ORD-ANIO PIC 9(4).
           03 ORD-EMPRESA PIC 9(03).
           03 ORD-TAREA PIC X(04).
           03 ORD-HORAS PIC 9(2)V99.
           03 ORD-INDICADOR PIC X(01).
           03 ORD-TIPO PIC 99.
           03 ORD-IMPORTE PIC 9(7)V99.

       WORKING-STORAGE SECTION.

       77 FS-CONTROL   PIC XX.
       77 FS-CSV       PIC XX.
       77 FS-NOVTIMES  PIC XX.
       77 FS-RECHAZOS  PIC XX.
       77 FS-MAPEOS    PIC XX.
       77 FS-ORDENADO  PIC XX.

       01 RUTA-CSV-ACTUAL PIC X(100).
       01 RUTA-NOVTIMES-ACTUAL PIC X(100).
       01 RUTA-RECHAZOS-ACTUAL PIC X(108).

       01 FECHA-CORRIDA PIC 9(8).
       01 OFICINA-ACTUAL PIC 9(3).

      * Equivalencias en memoria: clase 'C' cliente, 'P' proyecto.
       01 TABLA-MAPEOS.
           03 FILA-MAPEO OCCURS 500 TIMES.
               05 TAB-MAP-CLASE PIC X(1).
               05 TAB-MAP-CODIGO-EXT PIC X(20).
               05 TAB-MAP-EMPRESA PIC 9(3).
               05 TAB-MAP-TAREA PIC X(4).
       01 CANT-MAPEOS PIC 9(3) VALUE ZERO.
       01 SUB-MAP PIC 9(3).
       01 IND-MAP-ACT PIC 9(3).
       01 CLASE-BUSCADA PIC X(1).
       01 CODIGO-BUSCADO PIC X(20).

      * Columnas de la linea en curso.
       01 CSV-CONSULTOR PIC X(20).
       01 CSV-FECHA PIC X(20).
       01 CSV-CLIENTE PIC X(20).
       01 CSV-PROYECTO PIC X(20).
       01 CSV-HORAS PIC X(20).
       01 CSV-TIPO PIC X(20).
       01 CSV-REVERSA PIC X(20).
       01 CANT-COLUMNAS PIC 9(2).

      * Campo de trabajo para alinear a izquierda y medir una columna.
       01 CAMPO-AUX PIC X(20).
       01 CAMPO-CORRIDO PIC X(20).
       01 LARGO-CAMPO PIC 9(2).
       01 ESPACIOS-CAMPO PIC 9(2).

       01 NUMERO-CONSULTOR PIC X(5).
       01 FECHA-NOVEDAD.
           03 FEC-NOV-DIA PIC 9(2).
           03 FEC-NOV-MES PIC 9(2).
           03 FEC-NOV-ANIO PIC 9(4).
       01 FECHA-NOVEDAD-X REDEFINES FECHA-NOVEDAD PIC X(8).

      * Horas: parte entera alineada a derecha y decimales a izquierda.
       01 HORAS-ARMADAS.
           03 HORAS-ENTERA PIC X(2).
           03 HORAS-DECIMAL PIC X(2).
       01 HORAS-NUMERICAS REDEFINES HORAS-ARMADAS PIC 9(2)V99.
       01 HORAS-ENTERA-TXT PIC X(20).
       01 HORAS-DECIMAL-TXT PIC X(20).
       01 LARGO-ENTERA PIC 9(2).
       01 LARGO-DECIMAL PIC 9(2).
       01 CANT-SIGNOS PIC 9(2).

       01 TIPO-NOVEDAD PIC X(2).
       01 INDICADOR-NOVEDAD PIC X(1).

       01 SW-LINEA-VALIDA PIC X.
           88 LINEA-VALIDA VALUE 'S'.
       01 MOTIVO-RECHAZO  PIC X(2).
       01 DETALLE-RECHAZO PIC X(25).

      * Contadores de la oficina en curso y de la corrida; los del
      * lote generado son los que van a la cabecera CABEC.
       01 CANT-LINEAS-OFI PIC 9(7) VALUE ZERO.
       01 CANT-LIBERADAS-OFI PIC 9(7) VALUE ZERO.
       01 HORAS-LIBERADAS-OFI PIC 9(7)V99 VALUE ZERO.
       01 CANT-RECHAZADAS-OFI PIC 9(7) VALUE ZERO.
       01 CANT-GRABADAS-OFI PIC 9(7) VALUE ZERO.
       01 CANT-LINEAS-TOT PIC 9(7) VALUE ZERO.
       01 CANT-GRABADAS-TOT PIC 9(7) VALUE ZERO.
       01 CANT-RECHAZADAS-TOT PIC 9(7) VALUE ZERO.
       01 CANT-OFICINAS PIC 9(3) VALUE ZERO.


      * Bitacora central de corridas (ver REGISTRAR-CORRIDA): 'I' al
      * arrancar y 'F' con los contadores al terminar normalmente;
      * una corrida abortada no llega a anotar su 'F' y el resumen
      * diario la muestra como anormal.
       01 WS-OPCION-LOG PIC X.
       01 LOG-PROGRAMA-ID PIC X(12) VALUE 'IMPORT-HORAS'.
       01 LOG-CANT-ENTRADA PIC 9(7) VALUE ZERO.
       01 LOG-CANT-SALIDA PIC 9(7) VALUE ZERO.
       01 LOG-CANT-EXC PIC 9(5) VALUE ZERO.


      * Rutas fisicas de los archivos, resueltas al arrancar desde
      * rutas.dat via OBTENER-RUTA: mover el sistema o armar un
      * ambiente de prueba es cuestion de editar ese archivo.
       77 FS-RUTA PIC XX.
       01 RUTA-LOGICO PIC X(20).
       01 RUTA-OBTENIDA PIC X(100).
       01 RUTA-CONTROL-IMPORT PIC X(100).
       01 RUTA-MAPEOS PIC X(100).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM CARGAR-RUTAS.
           MOVE 'I' TO WS-OPCION-LOG.
           CALL 'REGISTRAR-CORRIDA' USING WS-OPCION-LOG,
               LOG-PROGRAMA-ID, LOG-CANT-ENTRADA, LOG-CANT-SALIDA,
               LOG-CANT-EXC.
           MOVE FUNCTION CURRENT-DATE(1:8) TO FECHA-CORRIDA.
           PERFORM CARGAR-MAPEOS.
           OPEN INPUT CONTROL-IMPORT.
           IF FS-CONTROL NOT = ZERO
               DISPLAY "ERROR AL ABRIR CONTROL IMPORTACION FS: "
                   FS-CONTROL
               STOP RUN.
           PERFORM LEER-CONTROL.
           PERFORM IMPORTAR-OFICINA UNTIL FS-CONTROL = '10'.
           CLOSE CONTROL-IMPORT.
           DISPLAY "TOTAL LINEAS LEIDAS: " CANT-LINEAS-TOT
               "  GRABADAS: " CANT-GRABADAS-TOT
               "  RECHAZADAS: " CANT-RECHAZADAS-TOT.
           MOVE CANT-LINEAS-TOT TO LOG-CANT-ENTRADA.
           MOVE CANT-GRABADAS-TOT TO LOG-CANT-SALIDA.
           MOVE CANT-RECHAZADAS-TOT TO LOG-CANT-EXC.
           MOVE 'F' TO WS-OPCION-LOG.
           CALL 'REGISTRAR-CORRIDA' USING WS-OPCION-LOG,
               LOG-PROGRAMA-ID, LOG-CANT-ENTRADA, LOG-CANT-SALIDA,
               LOG-CANT-EXC.
           STOP RUN.

      * Sin la tabla de equivalencias no se puede convertir nada.
       CARGAR-MAPEOS.
           OPEN INPUT MAPEOS.
           IF FS-MAPEOS NOT = ZERO
               DISPLAY "ERROR AL ABRIR MAPEOS FS: " FS-MAPEOS
               STOP RUN.
           READ MAPEOS.
           PERFORM CARGAR-UN-MAPEO
               UNTIL FS-MAPEOS NOT = ZERO OR CANT-MAPEOS >= 500.
           CLOSE MAPEOS.

       CARGAR-UN-MAPEO.
           ADD 1 TO CANT-MAPEOS.
           MOVE MAP-CLASE TO TAB-MAP-CLASE(CANT-MAPEOS).
           MOVE MAP-CODIGO-EXT TO TAB-MAP-CODIGO-EXT(CANT-MAPEOS).
           MOVE MAP-EMPRESA TO TAB-MAP-EMPRESA(CANT-MAPEOS).
           MOVE MAP-TAREA TO TAB-MAP-TAREA(CANT-MAPEOS).
           READ MAPEOS.

       LEER-CONTROL.
           READ CONTROL-IMPORT.
           IF FS-CONTROL NOT = ZERO AND '10'
               DISPLAY "ERROR AL LEER CONTROL IMPORTACION FS: "
                   FS-CONTROL
               STOP RUN.

      ******************************************************************
      * Convierte el CSV de una oficina: el SORT recibe las lineas ya
      * convertidas y, al devolverlas ordenadas, el lote sale con su
      * cabecera calculada sobre lo que realmente se graba.
       IMPORTAR-OFICINA.
           ADD 1 TO CANT-OFICINAS.
           MOVE IMC-OFICINA TO OFICINA-ACTUAL.
           MOVE IMC-RUTA-CSV TO RUTA-CSV-ACTUAL.
           MOVE IMC-RUTA-NOVTIMES TO RUTA-NOVTIMES-ACTUAL.
           MOVE SPACES TO RUTA-RECHAZOS-ACTUAL.
           STRING FUNCTION TRIM(RUTA-NOVTIMES-ACTUAL) DELIMITED BY SIZE
                  '.imp'                               DELIMITED BY SIZE
                  INTO RUTA-RECHAZOS-ACTUAL.
           MOVE ZERO TO CANT-LINEAS-OFI CANT-LIBERADAS-OFI
               HORAS-LIBERADAS-OFI CANT-RECHAZADAS-OFI
               CANT-GRABADAS-OFI.
           SORT ARCHIVO-ORDENADO
               ON ASCENDING KEY ORD-NUMERO ORD-ANIO ORD-MES ORD-DIA
               INPUT PROCEDURE IS PROCESO-ENTRADA
               OUTPUT PROCEDURE IS PROCESO-SALIDA.
           DISPLAY "OFICINA " OFICINA-ACTUAL ": "
               FUNCTION TRIM(RUTA-CSV-ACTUAL).
           DISPLAY "  LINEAS: " CANT-LINEAS-OFI
               "  GRABADAS: " CANT-GRABADAS-OFI
               "  RECHAZADAS: " CANT-RECHAZADAS-OFI.
           IF CANT-RECHAZADAS-OFI > ZERO
               DISPLAY "  LINEAS SIN CONVERTIR EN "
                   FUNCTION TRIM(RUTA-RECHAZOS-ACTUAL).
           ADD CANT-LINEAS-OFI TO CANT-LINEAS-TOT.
           ADD CANT-GRABADAS-OFI TO CANT-GRABADAS-TOT.
           ADD CANT-RECHAZADAS-OFI TO CANT-RECHAZADAS-TOT.
           PERFORM LEER-CONTROL.

      ******************************************************************
      * Entrega al SORT cada linea convertida; lo que no se puede
      * convertir va al archivo de rechazos con su motivo.
       PROCESO-ENTRADA SECTION.
           OPEN INPUT HORAS-CSV.
           IF FS-CSV NOT = ZERO
               DISPLAY "ERROR AL ABRIR CSV DE LA OFICINA "
                   OFICINA-ACTUAL " FS: " FS-CSV
               STOP RUN.
           OPEN OUTPUT RECHAZOS-IMP.
           IF FS-RECHAZOS NOT = ZERO
               DISPLAY "ERROR AL ABRIR RECHAZOS DE LA OFICINA "
                   OFICINA-ACTUAL " FS: " FS-RECHAZOS
               STOP RUN.
           PERFORM LEER-LINEA-CSV.
           IF FS-CSV = ZERO
               PERFORM SALTEAR-TITULOS.
           PERFORM CONVERTIR-LINEA UNTIL FS-CSV NOT = ZERO.
           CLOSE HORAS-CSV RECHAZOS-IMP.

       RUTINAS-ENTRADA SECTION.

       LEER-LINEA-CSV.
           READ HORAS-CSV.
           IF FS-CSV NOT = ZERO AND '10'
               DISPLAY "ERROR AL LEER CSV DE LA OFICINA "
                   OFICINA-ACTUAL " FS: " FS-CSV
               STOP RUN.
      * Un CSV armado en Windows trae el retorno de carro al final y
      * la herramienta puede encerrar columnas entre comillas.
           IF FS-CSV = ZERO
               INSPECT CSV-LINEA REPLACING ALL X'0D' BY SPACE
               INSPECT CSV-LINEA REPLACING ALL '"' BY SPACE.

      * La linea de titulos se reconoce porque su primera columna no
      * es un numero de consultor.
       SALTEAR-TITULOS.
           PERFORM SEPARAR-COLUMNAS.
           MOVE CSV-CONSULTOR TO CAMPO-AUX.
           PERFORM MEDIR-CAMPO.
           IF LARGO-CAMPO > ZERO
               AND CAMPO-AUX(1:LARGO-CAMPO) NOT NUMERIC
               PERFORM LEER-LINEA-CSV.

       CONVERTIR-LINEA.
           IF CSV-LINEA NOT = SPACES
               ADD 1 TO CANT-LINEAS-OFI
               MOVE 'S' TO SW-LINEA-VALIDA
               PERFORM SEPARAR-COLUMNAS
               PERFORM VALIDAR-COLUMNAS
               IF LINEA-VALIDA
                   PERFORM CONVERTIR-CONSULTOR
               END-IF
               IF LINEA-VALIDA
                   PERFORM CONVERTIR-FECHA
               END-IF
               IF LINEA-VALIDA
                   PERFORM CONVERTIR-HORAS
               END-IF
               IF LINEA-VALIDA
                   PERFORM CONVERTIR-TIPO
               END-IF
               IF LINEA-VALIDA
                   PERFORM MAPEAR-CLIENTE
               END-IF
               IF LINEA-VALIDA
                   PERFORM MAPEAR-PROYECTO
               END-IF
               IF LINEA-VALIDA
                   PERFORM LIBERAR-NOVEDAD.
           PERFORM LEER-LINEA-CSV.

       SEPARAR-COLUMNAS.
           MOVE SPACES TO CSV-CONSULTOR CSV-FECHA CSV-CLIENTE
               CSV-PROYECTO CSV-HORAS CSV-TIPO CSV-REVERSA.
           MOVE ZERO TO CANT-COLUMNAS.
           UNSTRING CSV-LINEA DELIMITED BY ';'
               INTO CSV-CONSULTOR CSV-FECHA CSV-CLIENTE
                   CSV-PROYECTO CSV-HORAS CSV-TIPO CSV-REVERSA
               TALLYING IN CANT-COLUMNAS.

       VALIDAR-COLUMNAS.
           IF CANT-COLUMNAS < 6
               MOVE '31' TO MOTIVO-RECHAZO
               MOVE 'FALTAN COLUMNAS' TO DETALLE-RECHAZO
               PERFORM RECHAZAR-LINEA.

      * Deja CAMPO-AUX alineado a izquierda y su largo util en
      * LARGO-CAMPO (cero si vino vacio).
       MEDIR-CAMPO.
           MOVE ZERO TO ESPACIOS-CAMPO LARGO-CAMPO.
           IF CAMPO-AUX NOT = SPACES
               INSPECT CAMPO-AUX TALLYING ESPACIOS-CAMPO
                   FOR LEADING SPACES
               IF ESPACIOS-CAMPO > ZERO
                   MOVE CAMPO-AUX(ESPACIOS-CAMPO + 1:)
                       TO CAMPO-CORRIDO
                   MOVE CAMPO-CORRIDO TO CAMPO-AUX
               END-IF
               MOVE ZERO TO ESPACIOS-CAMPO
               INSPECT FUNCTION REVERSE(CAMPO-AUX)
                   TALLYING ESPACIOS-CAMPO FOR LEADING SPACES
               COMPUTE LARGO-CAMPO = 20 - ESPACIOS-CAMPO.

      * El numero de consultor de TP1 es de 5 posiciones numericas;
      * la herramienta lo exporta sin ceros a la izquierda.
       CONVERTIR-CONSULTOR.
           MOVE CSV-CONSULTOR TO CAMPO-AUX.
           PERFORM MEDIR-CAMPO.
           MOVE ZEROS TO NUMERO-CONSULTOR.
           IF LARGO-CAMPO > ZERO AND LARGO-CAMPO <= 5
               MOVE CAMPO-AUX(1:LARGO-CAMPO)
                   TO NUMERO-CONSULTOR(6 - LARGO-CAMPO:LARGO-CAMPO).
           IF LARGO-CAMPO = ZERO OR LARGO-CAMPO > 5
               OR NUMERO-CONSULTOR NOT NUMERIC
               MOVE '32' TO MOTIVO-RECHAZO
               MOVE 'CONSULTOR INVALIDO' TO DETALLE-RECHAZO
               PERFORM RECHAZAR-LINEA.

      * El calendario fino (dias del mes, bisiestos) lo sigue
      * controlando VALIDAR-NOVEDADES; aca solo se arma la fecha.
       CONVERTIR-FECHA.
           MOVE CSV-FECHA TO CAMPO-AUX.
           PERFORM MEDIR-CAMPO.
           MOVE SPACES TO FECHA-NOVEDAD-X.
           EVALUATE TRUE
               WHEN LARGO-CAMPO = 10 AND CAMPO-AUX(5:1) = '-'
                   AND CAMPO-AUX(8:1) = '-'
                   MOVE CAMPO-AUX(9:2) TO FECHA-NOVEDAD-X(1:2)
                   MOVE CAMPO-AUX(6:2) TO FECHA-NOVEDAD-X(3:2)
                   MOVE CAMPO-AUX(1:4) TO FECHA-NOVEDAD-X(5:4)
               WHEN LARGO-CAMPO = 10 AND CAMPO-AUX(3:1) = '/'
                   AND CAMPO-AUX(6:1) = '/'
                   MOVE CAMPO-AUX(1:2) TO FECHA-NOVEDAD-X(1:2)
                   MOVE CAMPO-AUX(4:2) TO FECHA-NOVEDAD-X(3:2)
                   MOVE CAMPO-AUX(7:4) TO FECHA-NOVEDAD-X(5:4)
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           IF FECHA-NOVEDAD-X NOT NUMERIC
               MOVE '33' TO MOTIVO-RECHAZO
               MOVE 'FECHA INVALIDA' TO DETALLE-RECHAZO
               PERFORM RECHAZAR-LINEA
           ELSE
               IF FEC-NOV-MES < 1 OR FEC-NOV-MES > 12
                   OR FEC-NOV-DIA < 1 OR FEC-NOV-DIA > 31
                   MOVE '33' TO MOTIVO-RECHAZO
                   MOVE 'FECHA INVALIDA' TO DETALLE-RECHAZO
                   PERFORM RECHAZAR-LINEA.

      * Horas con punto o coma decimal; un signo menos o la marca de
      * reversa en la ultima columna dan una reversa (indicador 'R')
      * con las horas en positivo, como las carga la oficina hoy.
       CONVERTIR-HORAS.
           MOVE SPACE TO INDICADOR-NOVEDAD.
           MOVE CSV-REVERSA TO CAMPO-AUX.
           PERFORM MEDIR-CAMPO.
           IF CAMPO-AUX(1:1) = 'R' OR CAMPO-AUX(1:1) = 'r'
               MOVE 'R' TO INDICADOR-NOVEDAD.
           MOVE CSV-HORAS TO CAMPO-AUX.
           MOVE ZERO TO CANT-SIGNOS.
           INSPECT CAMPO-AUX TALLYING CANT-SIGNOS FOR ALL '-'.
           IF CANT-SIGNOS > ZERO
               MOVE 'R' TO INDICADOR-NOVEDAD
               INSPECT CAMPO-AUX REPLACING ALL '-' BY SPACE.
           PERFORM MEDIR-CAMPO.
           MOVE SPACES TO HORAS-ENTERA-TXT HORAS-DECIMAL-TXT.
           MOVE ZERO TO LARGO-ENTERA LARGO-DECIMAL.
           IF LARGO-CAMPO > ZERO
               UNSTRING CAMPO-AUX(1:LARGO-CAMPO)
                   DELIMITED BY '.' OR ','
                   INTO HORAS-ENTERA-TXT COUNT IN LARGO-ENTERA
                       HORAS-DECIMAL-TXT COUNT IN LARGO-DECIMAL.
           MOVE '00' TO HORAS-ENTERA HORAS-DECIMAL.
           IF LARGO-ENTERA > ZERO AND LARGO-ENTERA <= 2
               MOVE HORAS-ENTERA-TXT(1:LARGO-ENTERA)
                   TO HORAS-ENTERA(3 - LARGO-ENTERA:LARGO-ENTERA).
           IF LARGO-DECIMAL > ZERO AND LARGO-DECIMAL <= 2
               MOVE HORAS-DECIMAL-TXT(1:LARGO-DECIMAL)
                   TO HORAS-DECIMAL(1:LARGO-DECIMAL).
           IF LARGO-ENTERA > 2 OR LARGO-DECIMAL > 2
               OR HORAS-ARMADAS NOT NUMERIC
               OR HORAS-NUMERICAS = ZERO
               MOVE '34' TO MOTIVO-RECHAZO
               MOVE 'HORAS INVALIDAS' TO DETALLE-RECHAZO
               PERFORM RECHAZAR-LINEA.

       CONVERTIR-TIPO.
           MOVE CSV-TIPO TO CAMPO-AUX.
           PERFORM MEDIR-CAMPO.
           MOVE SPACES TO TIPO-NOVEDAD.
           IF LARGO-CAMPO = 1
               MOVE '0' TO TIPO-NOVEDAD(1:1)
               MOVE CAMPO-AUX(1:1) TO TIPO-NOVEDAD(2:1).
           IF LARGO-CAMPO = 2
               MOVE CAMPO-AUX(1:2) TO TIPO-NOVEDAD.
           IF TIPO-NOVEDAD NOT NUMERIC
               MOVE '35' TO MOTIVO-RECHAZO
               MOVE 'TIPO DE HORA INVALIDO' TO DETALLE-RECHAZO
               PERFORM RECHAZAR-LINEA.

       MAPEAR-CLIENTE.
           MOVE CSV-CLIENTE TO CAMPO-AUX.
           PERFORM MEDIR-CAMPO.
           MOVE 'C' TO CLASE-BUSCADA.
           MOVE CAMPO-AUX TO CODIGO-BUSCADO.
           PERFORM UBICAR-MAPEO.
           IF IND-MAP-ACT = ZERO
               MOVE '36' TO MOTIVO-RECHAZO
               MOVE 'CLIENTE SIN EQUIVALENCIA' TO DETALLE-RECHAZO
               PERFORM RECHAZAR-LINEA
           ELSE
               MOVE TAB-MAP-EMPRESA(IND-MAP-ACT) TO ORD-EMPRESA.

       MAPEAR-PROYECTO.
           MOVE CSV-PROYECTO TO CAMPO-AUX.
           PERFORM MEDIR-CAMPO.
           MOVE 'P' TO CLASE-BUSCADA.
           MOVE CAMPO-AUX TO CODIGO-BUSCADO.
           PERFORM UBICAR-MAPEO.
           IF IND-MAP-ACT = ZERO
               MOVE '37' TO MOTIVO-RECHAZO
               MOVE 'PROYECTO SIN EQUIVALENCIA' TO DETALLE-RECHAZO
               PERFORM RECHAZAR-LINEA
           ELSE
               MOVE TAB-MAP-TAREA(IND-MAP-ACT) TO ORD-TAREA.

       UBICAR-MAPEO.
           MOVE ZERO TO IND-MAP-ACT.
           IF CODIGO-BUSCADO NOT = SPACES
               PERFORM COMPARAR-MAPEO
                   VARYING SUB-MAP FROM 1 BY 1
                   UNTIL SUB-MAP > CANT-MAPEOS
                   OR IND-MAP-ACT NOT = ZERO.

       COMPARAR-MAPEO.
           IF TAB-MAP-CLASE(SUB-MAP) = CLASE-BUSCADA
               AND TAB-MAP-CODIGO-EXT(SUB-MAP) = CODIGO-BUSCADO
               MOVE SUB-MAP TO IND-MAP-ACT.

      * Empresa y tarea ya quedaron en el registro del SORT al
      * mapear; las lineas de horas no llevan importe de gasto.
       LIBERAR-NOVEDAD.
           MOVE NUMERO-CONSULTOR TO ORD-NUMERO.
           MOVE FECHA-NOVEDAD TO ORD-FECHA.
           MOVE HORAS-NUMERICAS TO ORD-HORAS.
           MOVE INDICADOR-NOVEDAD TO ORD-INDICADOR.
           MOVE TIPO-NOVEDAD TO ORD-TIPO.
           MOVE ZERO TO ORD-IMPORTE.
           RELEASE REG-ORDENADO.
           ADD 1 TO CANT-LIBERADAS-OFI.
           ADD HORAS-NUMERICAS TO HORAS-LIBERADAS-OFI.

       RECHAZAR-LINEA.
           MOVE 'N' TO SW-LINEA-VALIDA.
           MOVE SPACES TO RIM-REG.
           MOVE CSV-LINEA TO RIM-ORIGINAL.
           MOVE MOTIVO-RECHAZO TO RIM-MOTIVO.
           MOVE DETALLE-RECHAZO TO RIM-DETALLE.
           WRITE RIM-REG.
           ADD 1 TO CANT-RECHAZADAS-OFI.

      ******************************************************************
      * La cabecera declara exactamente lo que se entrego al SORT, asi
      * VALIDAR-NOVEDADES y TP1-PUNTO-A encuentran el lote cerrado.
       PROCESO-SALIDA SECTION.
           OPEN OUTPUT NOVTIMES.
           IF FS-NOVTIMES NOT = ZERO
               DISPLAY "ERROR AL ABRIR NOVTIMES DE LA OFICINA "
                   OFICINA-ACTUAL " FS: " FS-NOVTIMES
               STOP RUN.
           MOVE 'CABEC' TO NOV-CAB-MARCA.
           MOVE OFICINA-ACTUAL TO NOV-CAB-OFICINA.
           MOVE FECHA-CORRIDA TO NOV-CAB-FECHA.
           MOVE CANT-LIBERADAS-OFI TO NOV-CAB-CANT.
           MOVE HORAS-LIBERADAS-OFI TO NOV-CAB-HORAS.
           WRITE NOV-CAB.
           RETURN ARCHIVO-ORDENADO END MOVE '10' TO FS-ORDENADO.
           PERFORM GRABAR-NOVEDAD UNTIL FS-ORDENADO = '10'.
           CLOSE NOVTIMES.

       RUTINAS-SALIDA SECTION.

       GRABAR-NOVEDAD.
           WRITE NOV-REG FROM REG-ORDENADO.
           ADD 1 TO CANT-GRABADAS-OFI.
           RETURN ARCHIVO-ORDENADO END MOVE '10' TO FS-ORDENADO.


      * Resuelve todas las rutas de este programa contra rutas.dat;
      * una entrada ausente corta la corrida nombrando el logico
      * que falta.
       CARGAR-RUTAS.
           MOVE 'TP1-IMPORTHORAS' TO RUTA-LOGICO.
           PERFORM OBTENER-UNA-RUTA.
           MOVE RUTA-OBTENIDA TO RUTA-CONTROL-IMPORT.
           MOVE 'COMP-MAPEOHORAS' TO RUTA-LOGICO.
           PERFORM OBTENER-UNA-RUTA.
           MOVE RUTA-OBTENIDA TO RUTA-MAPEOS.

       OBTENER-UNA-RUTA.
           CALL 'OBTENER-RUTA' USING RUTA-LOGICO, RUTA-OBTENIDA,
               FS-RUTA.
           IF FS-RUTA NOT = '00'
               DISPLAY "RUTA NO CONFIGURADA PARA " RUTA-LOGICO
               STOP RUN.

       END PROGRAM IMPORTAR-HORAS.
