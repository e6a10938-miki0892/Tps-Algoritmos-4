      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. IMPORTAR-PADRON-IIBB.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Jurisdiccion (codigo del Convenio Multilateral) a la que
      * pertenece el padron que se importa en esta corrida.
           SELECT PARAM-PADRON    ASSIGN TO RUTA-PARAM-PADRON
                                  ORGANIZATION IS LINE SEQUENTIAL
                                  FILE STATUS IS FS-PARAMETROS.

      * Padron de alicuotas de percepcion publicado por la
      * jurisdiccion, llevado a ancho fijo: un CUIT por renglon.
           SELECT PADRON-JURIS    ASSIGN TO RUTA-PADRON-JURIS
                                  ORGANIZATION IS LINE SEQUENTIAL
                                  FILE STATUS IS FS-PADRON-JURIS.

      * DYNAMIC: lectura al azar por la clave alterna del CUIT para
      * cada renglon del padron, como IMPORTAR-PADRON.
           SELECT EMP-INDEX       ASSIGN TO RUTA-EMP-INDEX
                                  ORGANIZATION IS INDEXED
                                  ACCESS MODE IS DYNAMIC
                                  RECORD KEY IS EMP-IND-COD
                                  ALTERNATE RECORD KEY IS EMP-IND-CUIT
                                  FILE STATUS IS FS-EMP-INDEX.

      * El padron propio de percepciones que consulta
      * OBTENER-PERCEPCION: solo los CUIT que son clientes nuestros.
           SELECT PADRON-IIBB     ASSIGN TO RUTA-PADRON-IIBB
                                  ORGANIZATION IS INDEXED
                                  ACCESS MODE IS DYNAMIC
                                  RECORD KEY IS PIB-CLAVE
                                  FILE STATUS IS FS-PADRON-IIBB.

           SELECT LISTADO         ASSIGN TO RUTA-LISTADO
                                  ORGANIZATION IS LINE SEQUENTIAL
                                  FILE STATUS IS FS-LISTADO.

       DATA DIVISION.
       FILE SECTION.

       FD PARAM-PADRON LABEL RECORD IS STANDARD.
       01 PARAM-REG.
           03 PARAM-JURISDICCION PIC 9(3).

       FD PADRON-JURIS LABEL RECORD IS STANDARD.
       01 PPJ-REG.
           03 PPJ-CUIT           PIC 9(11).
           03 PPJ-VIGENCIA-DESDE PIC 9(8).
           03 PPJ-VIGENCIA-HASTA PIC 9(8).
           03 PPJ-ALICUOTA       PIC 9(2)V99.

       FD EMP-INDEX LABEL RECORD IS STANDARD.

       01 EMP-IND-REG.
           03 EMP-IND-COD  PIC 9(3).
           03 EMP-IND-RAZ  PIC X(25).
           03 EMP-IND-DIR  PIC X(20).
           03 EMP-IND-TEL  PIC X(20).
           03 EMP-IND-CUIT PIC 9(11).
           03 EMP-IND-MAIL PIC X(30).
           03 EMP-IND-CONDICION PIC X(1).
           03 EMP-IND-MONEDA PIC X(3).
           03 EMP-IND-MODALIDAD PIC X(1).
           03 EMP-IND-FACT-TAREA PIC X(1).

       FD PADRON-IIBB LABEL RECORD IS STANDARD.

      * Mismo layout que en OBTENER-PERCEPCION.
       01 PIB-REG.
           03 PIB-CLAVE.
               05 PIB-CUIT     PIC 9(11).
               05 PIB-VIGENCIA PIC 9(8).
           03 PIB-VIGENCIA-HASTA PIC 9(8).
           03 PIB-JURISDICCION PIC 9(3).
           03 PIB-ALICUOTA PIC 9(2)V99.

       FD LISTADO LABEL RECORD IS STANDARD.
       01 LIS-LINEA PIC X(100).

       WORKING-STORAGE SECTION.

       77 FS-PARAMETROS  PIC XX.
       77 FS-PADRON-JURIS PIC XX.
       77 FS-EMP-INDEX   PIC XX.
       77 FS-PADRON-IIBB PIC XX.
       77 FS-LISTADO     PIC XX.

       01 CANT-PADRON PIC 9(8) VALUE ZERO.
       01 CANT-CLIENTES PIC 9(5) VALUE ZERO.
       01 CANT-ALTAS PIC 9(5) VALUE ZERO.
       01 CANT-ACTUALIZADOS PIC 9(5) VALUE ZERO.
       01 CANT-CONFLICTOS PIC 9(5) VALUE ZERO.
       01 CANT-INVALIDOS PIC 9(5) VALUE ZERO.

       01 REP-TITULO.
           02 FILLER PIC X(44) VALUE
               'Padron de percepciones IIBB - Jurisdiccion '.
           02 REP-TIT-JURISDICCION PIC 9(3).
           02 FILLER PIC X(10) VALUE '   Fecha: '.
           02 REP-TIT-FECHA PIC 9(8).

       01 REP-HEADER.
           02 FILLER PIC X(43) VALUE
               'Emp Razon social              CUIT         '.
           02 FILLER PIC X(33) VALUE
               'Desde     Hasta      Alic  Accion'.

       01 REP-FILA.
           02 REP-FIL-CODIGO PIC 9(3).
           02 FILLER PIC X(1) VALUE SPACE.
           02 REP-FIL-RAZON PIC X(25).
           02 FILLER PIC X(1) VALUE SPACE.
           02 REP-FIL-CUIT PIC 9(11).
           02 FILLER PIC X(2) VALUE SPACES.
           02 REP-FIL-DESDE PIC 9(8).
           02 FILLER PIC X(2) VALUE SPACES.
           02 REP-FIL-HASTA PIC 9(8).
           02 FILLER PIC X(2) VALUE SPACES.
           02 REP-FIL-ALICUOTA PIC Z9,99.
           02 FILLER PIC X(2) VALUE SPACES.
           02 REP-FIL-ACCION PIC X(30).

       01 REP-TOTAL.
           02 REP-TOT-LEYENDA PIC X(40).
           02 REP-TOT-CANTIDAD PIC Z(7)9.

       01 LINEA-GUION PIC X(100) VALUE ALL "-".
       01 LINEA-VACIA PIC X(100) VALUE SPACES.


      * Bitacora central de corridas (ver REGISTRAR-CORRIDA): 'I' al
      * arrancar y 'F' con los contadores al terminar normalmente;
      * una corrida abortada no llega a anotar su 'F' y el resumen
      * diario la muestra como anormal.
       01 WS-OPCION-LOG PIC X.
       01 LOG-PROGRAMA-ID PIC X(12) VALUE 'IMPORTAR-IIB'.
       01 LOG-CANT-ENTRADA PIC 9(7) VALUE ZERO.
       01 LOG-CANT-SALIDA PIC 9(7) VALUE ZERO.
       01 LOG-CANT-EXC PIC 9(5) VALUE ZERO.


      * Rutas fisicas de los archivos, resueltas al arrancar desde
      * rutas.dat via OBTENER-RUTA: mover el sistema o armar un
      * ambiente de prueba es cuestion de editar ese archivo.
       77 FS-RUTA PIC XX.
       01 RUTA-LOGICO PIC X(20).
       01 RUTA-OBTENIDA PIC X(100).
       01 RUTA-PARAM-PADRON PIC X(100).
       01 RUTA-PADRON-JURIS PIC X(100).
       01 RUTA-EMP-INDEX PIC X(100).
       01 RUTA-PADRON-IIBB PIC X(100).
       01 RUTA-LISTADO PIC X(100).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM CARGAR-RUTAS.
           MOVE 'I' TO WS-OPCION-LOG.
           CALL 'REGISTRAR-CORRIDA' USING WS-OPCION-LOG,
               LOG-PROGRAMA-ID, LOG-CANT-ENTRADA, LOG-CANT-SALIDA,
               LOG-CANT-EXC.
           PERFORM LEER-PARAMETROS.
           PERFORM ABRIR-ARCHIVOS.
           PERFORM LEER-PADRON.
           PERFORM CRUZAR-PADRON UNTIL FS-PADRON-JURIS NOT = ZERO.
           PERFORM IMPRIMIR-TOTALES.
           CLOSE PADRON-JURIS EMP-INDEX PADRON-IIBB LISTADO.
           MOVE CANT-PADRON TO LOG-CANT-ENTRADA.
           COMPUTE LOG-CANT-SALIDA = CANT-ALTAS + CANT-ACTUALIZADOS.
           COMPUTE LOG-CANT-EXC = CANT-CONFLICTOS + CANT-INVALIDOS.
           MOVE 'F' TO WS-OPCION-LOG.
           CALL 'REGISTRAR-CORRIDA' USING WS-OPCION-LOG,
               LOG-PROGRAMA-ID, LOG-CANT-ENTRADA, LOG-CANT-SALIDA,
               LOG-CANT-EXC.
           STOP RUN.

       LEER-PARAMETROS.
           OPEN INPUT PARAM-PADRON.
           IF FS-PARAMETROS NOT = ZERO
               DISPLAY "ERROR AL ABRIR PARAMETROS FS: " FS-PARAMETROS
               STOP RUN.
           READ PARAM-PADRON.
           IF FS-PARAMETROS NOT = ZERO
               DISPLAY "ERROR AL LEER PARAMETROS FS: " FS-PARAMETROS
               STOP RUN.
           CLOSE PARAM-PADRON.
           IF PARAM-JURISDICCION NOT NUMERIC
               OR PARAM-JURISDICCION = ZERO
               DISPLAY "JURISDICCION INVALIDA: " PARAM-JURISDICCION
               STOP RUN.

      * El padron propio se crea vacio la primera vez, igual que
      * CREAR-INDEXADOS con los maestros: despues se lo reabre I-O
      * para poder leer el renglon que ya estaba.
       ABRIR-ARCHIVOS.
           OPEN INPUT PADRON-JURIS.
           IF FS-PADRON-JURIS NOT = ZERO
               DISPLAY "ERROR AL ABRIR PADRON DE LA JURISDICCION FS: "
                   FS-PADRON-JURIS
               STOP RUN.
           OPEN INPUT EMP-INDEX.
           IF FS-EMP-INDEX NOT = ZERO
               DISPLAY "ERROR AL ABRIR EMPRESAS INDEX FS: "
                   FS-EMP-INDEX
               STOP RUN.
           OPEN I-O PADRON-IIBB.
           IF FS-PADRON-IIBB = '35'
               OPEN OUTPUT PADRON-IIBB
               CLOSE PADRON-IIBB
               OPEN I-O PADRON-IIBB.
           IF FS-PADRON-IIBB NOT = ZERO
               DISPLAY "ERROR AL ABRIR PADRON IIBB FS: "
                   FS-PADRON-IIBB
               STOP RUN.
           OPEN OUTPUT LISTADO.
           IF FS-LISTADO NOT = ZERO
               DISPLAY "ERROR AL ABRIR LISTADO FS: " FS-LISTADO
               STOP RUN.
           MOVE PARAM-JURISDICCION TO REP-TIT-JURISDICCION.
           MOVE FUNCTION CURRENT-DATE(1:8) TO REP-TIT-FECHA.
           WRITE LIS-LINEA FROM REP-TITULO.
           WRITE LIS-LINEA FROM LINEA-VACIA.
           WRITE LIS-LINEA FROM REP-HEADER.
           WRITE LIS-LINEA FROM LINEA-GUION.

       LEER-PADRON.
           READ PADRON-JURIS.
           IF FS-PADRON-JURIS NOT = ZERO AND '10'
               DISPLAY "ERROR AL LEER PADRON DE LA JURISDICCION FS: "
                   FS-PADRON-JURIS
               STOP RUN.
           IF FS-PADRON-JURIS = ZERO
               ADD 1 TO CANT-PADRON.

      ******************************************************************
      * El padron de la jurisdiccion trae a todos sus contribuyentes:
      * solo interesan los CUIT que resuelven en el maestro de
      * empresas.
       CRUZAR-PADRON.
           IF PPJ-CUIT NUMERIC
               MOVE PPJ-CUIT TO EMP-IND-CUIT
               READ EMP-INDEX RECORD KEY IS EMP-IND-CUIT
               IF FS-EMP-INDEX = ZERO
                   ADD 1 TO CANT-CLIENTES
                   PERFORM REGISTRAR-CLIENTE.
           PERFORM LEER-PADRON.

       REGISTRAR-CLIENTE.
           IF PPJ-VIGENCIA-DESDE NOT NUMERIC
               OR PPJ-VIGENCIA-DESDE = ZERO
               OR PPJ-VIGENCIA-HASTA NOT NUMERIC
               OR PPJ-ALICUOTA NOT NUMERIC
               OR (PPJ-VIGENCIA-HASTA NOT = ZERO
               AND PPJ-VIGENCIA-HASTA < PPJ-VIGENCIA-DESDE)
               ADD 1 TO CANT-INVALIDOS
               MOVE 'RENGLON INVALIDO: NO SE CARGA' TO REP-FIL-ACCION
           ELSE
               PERFORM GRABAR-RENGLON.
           PERFORM IMPRIMIR-CLIENTE.

      * Un renglon con la misma vigencia ya cargado se reemplaza si es
      * de esta misma jurisdiccion (padron republicado); si lo cargo
      * otra jurisdiccion, el cliente figura en dos padrones para el
      * mismo periodo y se conserva el primero hasta que lo revise
      * impuestos.
       GRABAR-RENGLON.
           MOVE PPJ-CUIT TO PIB-CUIT.
           MOVE PPJ-VIGENCIA-DESDE TO PIB-VIGENCIA.
           MOVE PPJ-VIGENCIA-HASTA TO PIB-VIGENCIA-HASTA.
           MOVE PARAM-JURISDICCION TO PIB-JURISDICCION.
           MOVE PPJ-ALICUOTA TO PIB-ALICUOTA.
           WRITE PIB-REG.
           IF FS-PADRON-IIBB = ZERO
               ADD 1 TO CANT-ALTAS
               MOVE 'ALTA' TO REP-FIL-ACCION
           ELSE
               IF FS-PADRON-IIBB NOT = '22'
                   DISPLAY "ERROR AL GRABAR PADRON IIBB FS: "
                       FS-PADRON-IIBB
                   STOP RUN
               END-IF
               READ PADRON-IIBB RECORD KEY IS PIB-CLAVE
               IF PIB-JURISDICCION = PARAM-JURISDICCION
                   MOVE PPJ-VIGENCIA-HASTA TO PIB-VIGENCIA-HASTA
                   MOVE PPJ-ALICUOTA TO PIB-ALICUOTA
                   REWRITE PIB-REG
                   ADD 1 TO CANT-ACTUALIZADOS
                   MOVE 'ACTUALIZADO' TO REP-FIL-ACCION
               ELSE
                   ADD 1 TO CANT-CONFLICTOS
                   MOVE 'YA CARGADO POR OTRA JURISDICC.'
                       TO REP-FIL-ACCION.

       IMPRIMIR-CLIENTE.
           MOVE EMP-IND-COD TO REP-FIL-CODIGO.
           MOVE EMP-IND-RAZ TO REP-FIL-RAZON.
           MOVE PPJ-CUIT TO REP-FIL-CUIT.
           MOVE PPJ-VIGENCIA-DESDE TO REP-FIL-DESDE.
           MOVE PPJ-VIGENCIA-HASTA TO REP-FIL-HASTA.
           IF PPJ-ALICUOTA NUMERIC
               MOVE PPJ-ALICUOTA TO REP-FIL-ALICUOTA
           ELSE
               MOVE ZERO TO REP-FIL-ALICUOTA.
           WRITE LIS-LINEA FROM REP-FILA.

       IMPRIMIR-TOTALES.
           WRITE LIS-LINEA FROM LINEA-VACIA.
           MOVE 'Renglones del padron leidos' TO REP-TOT-LEYENDA.
           MOVE CANT-PADRON TO REP-TOT-CANTIDAD.
           WRITE LIS-LINEA FROM REP-TOTAL.
           MOVE 'Clientes en el padron' TO REP-TOT-LEYENDA.
           MOVE CANT-CLIENTES TO REP-TOT-CANTIDAD.
           WRITE LIS-LINEA FROM REP-TOTAL.
           MOVE 'Renglones dados de alta' TO REP-TOT-LEYENDA.
           MOVE CANT-ALTAS TO REP-TOT-CANTIDAD.
           WRITE LIS-LINEA FROM REP-TOTAL.
           MOVE 'Renglones actualizados' TO REP-TOT-LEYENDA.
           MOVE CANT-ACTUALIZADOS TO REP-TOT-CANTIDAD.
           WRITE LIS-LINEA FROM REP-TOTAL.
           MOVE 'Cargados antes por otra jurisdiccion'
               TO REP-TOT-LEYENDA.
           MOVE CANT-CONFLICTOS TO REP-TOT-CANTIDAD.
           WRITE LIS-LINEA FROM REP-TOTAL.
           MOVE 'Renglones invalidos' TO REP-TOT-LEYENDA.
           MOVE CANT-INVALIDOS TO REP-TOT-CANTIDAD.
           WRITE LIS-LINEA FROM REP-TOTAL.
           DISPLAY "RENGLONES DEL PADRON LEIDOS: " CANT-PADRON
               "  CLIENTES: " CANT-CLIENTES.
           DISPLAY "ALTAS: " CANT-ALTAS
               "  ACTUALIZADOS: " CANT-ACTUALIZADOS
               "  CONFLICTOS: " CANT-CONFLICTOS
               "  INVALIDOS: " CANT-INVALIDOS.


      * Resuelve todas las rutas de este programa contra rutas.dat;
      * una entrada ausente corta la corrida nombrando el logico
      * que falta.
       CARGAR-RUTAS.
           MOVE 'SEC-PARAMPADIIBB' TO RUTA-LOGICO.
           PERFORM OBTENER-UNA-RUTA.
           MOVE RUTA-OBTENIDA TO RUTA-PARAM-PADRON.
           MOVE 'SEC-PADRONIIBB' TO RUTA-LOGICO.
           PERFORM OBTENER-UNA-RUTA.
           MOVE RUTA-OBTENIDA TO RUTA-PADRON-JURIS.
           MOVE 'IDX-EMPRESAS' TO RUTA-LOGICO.
           PERFORM OBTENER-UNA-RUTA.
           MOVE RUTA-OBTENIDA TO RUTA-EMP-INDEX.
           MOVE 'IDX-PADRONIIBB' TO RUTA-LOGICO.
           PERFORM OBTENER-UNA-RUTA.
           MOVE RUTA-OBTENIDA TO RUTA-PADRON-IIBB.
           MOVE 'SEC-LISTPADIIBB' TO RUTA-LOGICO.
           PERFORM OBTENER-UNA-RUTA.
           MOVE RUTA-OBTENIDA TO RUTA-LISTADO.

       OBTENER-UNA-RUTA.
           CALL 'OBTENER-RUTA' USING RUTA-LOGICO, RUTA-OBTENIDA,
               FS-RUTA.
           IF FS-RUTA NOT = '00'
               DISPLAY "RUTA NO CONFIGURADA PARA " RUTA-LOGICO
               STOP RUN.

       END PROGRAM IMPORTAR-PADRON-IIBB.
