      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DECLARAR-PERCEPCIONES.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Mes a declarar (AAAAMM).
           SELECT PARAM-DECLARACION ASSIGN TO RUTA-PARAM-DECLARACION
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS FS-PARAMETROS.

           SELECT REGISTRO-FACTURAS ASSIGN TO RUTA-REGISTRO-FACTURAS
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS DYNAMIC
                               RECORD KEY IS RFA-NUMERO
                               ALTERNATE RECORD KEY IS RFA-CUIT
                               WITH DUPLICATES
                               FILE STATUS IS FS-REGISTRO.

      * Un archivo por jurisdiccion para importar en su aplicativo de
      * declaracion jurada: la ruta se resuelve con cada jurisdiccion
      * (logico SEC-DDJJIIBB-nnn) y el archivo se abre y se cierra
      * una vez por cada una.
           SELECT DECLARACION  ASSIGN TO RUTA-DECLARACION
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS FS-DECLARACION.

       DATA DIVISION.
       FILE SECTION.

       FD PARAM-DECLARACION LABEL RECORD IS STANDARD.
       01 PARAM-REG.
           03 PARAM-PERIODO PIC 9(6).

       FD REGISTRO-FACTURAS LABEL RECORD IS STANDARD.
       01 RFA-REG.
           03 RFA-NUMERO        PIC 9(8).
           03 RFA-CUIT          PIC 9(11).
           03 RFA-FECHA-EMISION PIC 9(8).
           03 RFA-FECHA-VTO     PIC 9(8).
           03 RFA-FECHA-DESDE   PIC 9(8).
           03 RFA-FECHA-HASTA   PIC 9(8).
           03 RFA-IMPORTE       PIC 9(9)V99.
           03 RFA-IVA           PIC 9(9)V99.
           03 RFA-IMPORTE-BRUTO PIC 9(9)V99.
           03 RFA-TIPO-DOC      PIC X(1).
           03 RFA-DOC-REF       PIC 9(8).
           03 RFA-MONEDA        PIC X(3).
           03 RFA-IMPORTE-MON   PIC 9(9)V99.
           03 RFA-CAE           PIC 9(14).
           03 RFA-CAE-VTO       PIC 9(8).
           03 RFA-TASA-IVA      PIC 9(2)V99.
           03 RFA-IMP-ABONO     PIC 9(9)V99.
           03 RFA-IMP-EXCESO    PIC 9(9)V99.
           03 RFA-BONIFICACION  PIC 9(9)V99.
           03 RFA-TAREA         PIC X(4).
           03 RFA-COBRADO       PIC 9(9)V99.
           03 RFA-AJUSTE-NOTAS  PIC S9(9)V99.
      * Percepcion de Ingresos Brutos practicada en el documento: la
      * jurisdiccion y la alicuota del padron vigente a la emision; el
      * importe ya esta sumado en RFA-IMPORTE-BRUTO.
           03 RFA-IIBB-JURIS    PIC 9(3).
           03 RFA-IIBB-ALICUOTA PIC 9(2)V99.
           03 RFA-PERCEPCION    PIC 9(9)V99.

      * Diseno de registro de percepciones de los aplicativos
      * provinciales: CUIT con guiones, fecha DD/MM/AAAA, importes con
      * coma decimal y signo adelante (las notas de credito restan).
       FD DECLARACION LABEL RECORD IS STANDARD.
       01 DDJ-REG.
           03 DDJ-CUIT             PIC X(13).
           03 DDJ-FECHA            PIC X(10).
           03 DDJ-TIPO-COMPROBANTE PIC X(1).
           03 DDJ-NUMERO           PIC 9(8).
           03 DDJ-BASE             PIC -9(9),99.
           03 DDJ-ALICUOTA         PIC 9(2),99.
           03 DDJ-IMPORTE          PIC -9(9),99.

       WORKING-STORAGE SECTION.

       77 FS-PARAMETROS  PIC XX.
       77 FS-REGISTRO    PIC XX.
       77 FS-DECLARACION PIC XX.

      * Documentos del mes con percepcion, con el signo ya aplicado.
       01 TABLA-DOCUMENTOS.
           03 FILA-DOC OCCURS 2000 TIMES.
               05 TAB-DOC-JURIS    PIC 9(3).
               05 TAB-DOC-CUIT     PIC 9(11).
               05 TAB-DOC-FECHA    PIC 9(8).
               05 TAB-DOC-TIPO     PIC X(1).
               05 TAB-DOC-NUMERO   PIC 9(8).
               05 TAB-DOC-BASE     PIC S9(9)V99.
               05 TAB-DOC-ALICUOTA PIC 9(2)V99.
               05 TAB-DOC-PERCEP   PIC S9(9)V99.
       01 CANT-DOCUMENTOS PIC 9(4) VALUE ZERO.
       01 SUB-DOC PIC 9(4).

      * Jurisdicciones con movimiento en el mes y sus totales.
       01 TABLA-JURISDICCIONES.
           03 FILA-JURIS OCCURS 24 TIMES.
               05 TAB-JUR-CODIGO PIC 9(3).
               05 TAB-JUR-CANT   PIC 9(5).
               05 TAB-JUR-BASE   PIC S9(11)V99.
               05 TAB-JUR-PERCEP PIC S9(11)V99.
       01 CANT-JURISDICCIONES PIC 9(2) VALUE ZERO.
       01 SUB-JUR PIC 9(2).
       01 IND-JUR-ACT PIC 9(2).

       01 CUIT-AUX PIC 9(11).
       01 FILLER REDEFINES CUIT-AUX.
           03 CUIT-AUX-PREFIJO PIC X(2).
           03 CUIT-AUX-NUMERO  PIC X(8).
           03 CUIT-AUX-DV      PIC X(1).
       01 CUIT-DDJJ.
           03 CDJ-PREFIJO PIC X(2).
           03 FILLER PIC X VALUE '-'.
           03 CDJ-NUMERO PIC X(8).
           03 FILLER PIC X VALUE '-'.
           03 CDJ-DV PIC X(1).

       01 FECHA-DDJJ.
           03 FDJ-DD PIC 9(2).
           03 FILLER PIC X VALUE '/'.
           03 FDJ-MM PIC 9(2).
           03 FILLER PIC X VALUE '/'.
           03 FDJ-AAAA PIC 9(4).

       01 CANT-LEIDOS     PIC 9(7) VALUE ZERO.
       01 CANT-EXPORTADOS PIC 9(5) VALUE ZERO.
       01 CANT-SIN-RUTA   PIC 9(5) VALUE ZERO.
       01 TOTAL-IMPRESO   PIC -Z(10)9,99.


      * Bitacora central de corridas (ver REGISTRAR-CORRIDA): 'I' al
      * arrancar y 'F' con los contadores al terminar normalmente;
      * una corrida abortada no llega a anotar su 'F' y el resumen
      * diario la muestra como anormal.
       01 WS-OPCION-LOG PIC X.
       01 LOG-PROGRAMA-ID PIC X(12) VALUE 'DECL-PERCEP'.
       01 LOG-CANT-ENTRADA PIC 9(7) VALUE ZERO.
       01 LOG-CANT-SALIDA PIC 9(7) VALUE ZERO.
       01 LOG-CANT-EXC PIC 9(5) VALUE ZERO.


      * Rutas fisicas de los archivos, resueltas al arrancar desde
      * rutas.dat via OBTENER-RUTA: mover el sistema o armar un
      * ambiente de prueba es cuestion de editar ese archivo.
       77 FS-RUTA PIC XX.
       01 RUTA-LOGICO PIC X(20).
       01 RUTA-OBTENIDA PIC X(100).
       01 RUTA-PARAM-DECLARACION PIC X(100).
       01 RUTA-REGISTRO-FACTURAS PIC X(100).
       01 RUTA-DECLARACION PIC X(100).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM CARGAR-RUTAS.
           MOVE 'I' TO WS-OPCION-LOG.
           CALL 'REGISTRAR-CORRIDA' USING WS-OPCION-LOG,
               LOG-PROGRAMA-ID, LOG-CANT-ENTRADA, LOG-CANT-SALIDA,
               LOG-CANT-EXC.
           PERFORM LEER-PARAMETROS.
           PERFORM CARGAR-DOCUMENTOS.
           PERFORM DECLARAR-JURISDICCION
               VARYING SUB-JUR FROM 1 BY 1
               UNTIL SUB-JUR > CANT-JURISDICCIONES.
           DISPLAY "PERCEPCIONES DEL PERIODO " PARAM-PERIODO ": "
               CANT-EXPORTADOS.
           IF CANT-SIN-RUTA > ZERO
               DISPLAY "DOCUMENTOS SIN DECLARAR POR FALTA DE RUTA: "
                   CANT-SIN-RUTA.
           MOVE CANT-LEIDOS TO LOG-CANT-ENTRADA.
           MOVE CANT-EXPORTADOS TO LOG-CANT-SALIDA.
           MOVE CANT-SIN-RUTA TO LOG-CANT-EXC.
           MOVE 'F' TO WS-OPCION-LOG.
           CALL 'REGISTRAR-CORRIDA' USING WS-OPCION-LOG,
               LOG-PROGRAMA-ID, LOG-CANT-ENTRADA, LOG-CANT-SALIDA,
               LOG-CANT-EXC.
           STOP RUN.

       LEER-PARAMETROS.
           OPEN INPUT PARAM-DECLARACION.
           IF FS-PARAMETROS NOT = ZERO
               DISPLAY "ERROR AL ABRIR PARAMETROS FS: " FS-PARAMETROS
               STOP RUN.
           READ PARAM-DECLARACION.
           IF FS-PARAMETROS NOT = ZERO
               DISPLAY "ERROR AL LEER PARAMETROS FS: " FS-PARAMETROS
               STOP RUN.
           CLOSE PARAM-DECLARACION.
           IF PARAM-PERIODO NOT NUMERIC
               OR PARAM-PERIODO(5:2) < '01' OR PARAM-PERIODO(5:2) > '12'
               DISPLAY "PERIODO INVALIDO: " PARAM-PERIODO
               STOP RUN.

      * Entran las facturas y notas de debito y credito emitidas en el
      * mes que llevan percepcion; la nota de credito resta.
       CARGAR-DOCUMENTOS.
           OPEN INPUT REGISTRO-FACTURAS.
           IF FS-REGISTRO NOT = ZERO
               DISPLAY "ERROR AL ABRIR REGISTRO FACTURAS FS: "
                   FS-REGISTRO
               STOP RUN.
           READ REGISTRO-FACTURAS NEXT RECORD.
           PERFORM EVALUAR-DOCUMENTO UNTIL FS-REGISTRO NOT = ZERO.
           CLOSE REGISTRO-FACTURAS.

       EVALUAR-DOCUMENTO.
           ADD 1 TO CANT-LEIDOS.
           IF RFA-FECHA-EMISION(1:6) = PARAM-PERIODO
               AND (RFA-TIPO-DOC = 'F' OR 'C' OR 'D' OR SPACE)
               AND RFA-PERCEPCION NUMERIC
               AND RFA-PERCEPCION > ZERO
               PERFORM CARGAR-UN-DOCUMENTO.
           READ REGISTRO-FACTURAS NEXT RECORD.

       CARGAR-UN-DOCUMENTO.
           IF CANT-DOCUMENTOS >= 2000
               DISPLAY "MAS DE 2000 DOCUMENTOS CON PERCEPCION EN EL "
                   "PERIODO: AMPLIAR LA TABLA"
               STOP RUN.
           ADD 1 TO CANT-DOCUMENTOS.
           MOVE RFA-IIBB-JURIS TO TAB-DOC-JURIS(CANT-DOCUMENTOS).
           MOVE RFA-CUIT TO TAB-DOC-CUIT(CANT-DOCUMENTOS).
           MOVE RFA-FECHA-EMISION TO TAB-DOC-FECHA(CANT-DOCUMENTOS).
           IF RFA-TIPO-DOC = SPACE
               MOVE 'F' TO TAB-DOC-TIPO(CANT-DOCUMENTOS)
           ELSE
               MOVE RFA-TIPO-DOC TO TAB-DOC-TIPO(CANT-DOCUMENTOS).
           MOVE RFA-NUMERO TO TAB-DOC-NUMERO(CANT-DOCUMENTOS).
           MOVE RFA-IMPORTE TO TAB-DOC-BASE(CANT-DOCUMENTOS).
           MOVE RFA-IIBB-ALICUOTA TO TAB-DOC-ALICUOTA(CANT-DOCUMENTOS).
           MOVE RFA-PERCEPCION TO TAB-DOC-PERCEP(CANT-DOCUMENTOS).
           IF RFA-TIPO-DOC = 'C'
               COMPUTE TAB-DOC-BASE(CANT-DOCUMENTOS) =
                   TAB-DOC-BASE(CANT-DOCUMENTOS) * -1
               COMPUTE TAB-DOC-PERCEP(CANT-DOCUMENTOS) =
                   TAB-DOC-PERCEP(CANT-DOCUMENTOS) * -1.
           PERFORM UBICAR-JURISDICCION.
           ADD 1 TO TAB-JUR-CANT(IND-JUR-ACT).
           ADD TAB-DOC-BASE(CANT-DOCUMENTOS)
               TO TAB-JUR-BASE(IND-JUR-ACT).
           ADD TAB-DOC-PERCEP(CANT-DOCUMENTOS)
               TO TAB-JUR-PERCEP(IND-JUR-ACT).

       UBICAR-JURISDICCION.
           MOVE ZERO TO IND-JUR-ACT.
           PERFORM COMPARAR-JURISDICCION
               VARYING SUB-JUR FROM 1 BY 1
               UNTIL SUB-JUR > CANT-JURISDICCIONES
               OR IND-JUR-ACT NOT = ZERO.
           IF IND-JUR-ACT = ZERO
               ADD 1 TO CANT-JURISDICCIONES
               MOVE CANT-JURISDICCIONES TO IND-JUR-ACT
               MOVE RFA-IIBB-JURIS TO TAB-JUR-CODIGO(IND-JUR-ACT)
               MOVE ZERO TO TAB-JUR-CANT(IND-JUR-ACT)
                   TAB-JUR-BASE(IND-JUR-ACT)
                   TAB-JUR-PERCEP(IND-JUR-ACT).

       COMPARAR-JURISDICCION.
           IF TAB-JUR-CODIGO(SUB-JUR) = RFA-IIBB-JURIS
               MOVE SUB-JUR TO IND-JUR-ACT.

      ******************************************************************
      * Cada jurisdiccion sale a su propio archivo; una jurisdiccion
      * sin ruta configurada no corta la corrida de las demas: se
      * avisa y sus documentos quedan sin declarar.
       DECLARAR-JURISDICCION.
           MOVE SPACES TO RUTA-LOGICO.
           STRING 'SEC-DDJJIIBB-' TAB-JUR-CODIGO(SUB-JUR)
               DELIMITED BY SIZE INTO RUTA-LOGICO.
           CALL 'OBTENER-RUTA' USING RUTA-LOGICO, RUTA-OBTENIDA,
               FS-RUTA.
           IF FS-RUTA NOT = '00'
               DISPLAY "RUTA NO CONFIGURADA PARA " RUTA-LOGICO
                   ": LA JURISDICCION " TAB-JUR-CODIGO(SUB-JUR)
                   " NO SE DECLARA"
               ADD TAB-JUR-CANT(SUB-JUR) TO CANT-SIN-RUTA
           ELSE
               MOVE RUTA-OBTENIDA TO RUTA-DECLARACION
               OPEN OUTPUT DECLARACION
               IF FS-DECLARACION NOT = ZERO
                   DISPLAY "ERROR AL ABRIR DECLARACION FS: "
                       FS-DECLARACION
                   STOP RUN
               END-IF
               PERFORM GRABAR-DOCUMENTO-JURISDICCION
                   VARYING SUB-DOC FROM 1 BY 1
                   UNTIL SUB-DOC > CANT-DOCUMENTOS
               CLOSE DECLARACION
               MOVE TAB-JUR-PERCEP(SUB-JUR) TO TOTAL-IMPRESO
               DISPLAY "JURISDICCION " TAB-JUR-CODIGO(SUB-JUR)
                   ": " TAB-JUR-CANT(SUB-JUR)
                   " DOCUMENTOS, PERCIBIDO " TOTAL-IMPRESO.

       GRABAR-DOCUMENTO-JURISDICCION.
           IF TAB-DOC-JURIS(SUB-DOC) = TAB-JUR-CODIGO(SUB-JUR)
               PERFORM GRABAR-DECLARACION.

       GRABAR-DECLARACION.
           MOVE TAB-DOC-CUIT(SUB-DOC) TO CUIT-AUX.
           MOVE CUIT-AUX-PREFIJO TO CDJ-PREFIJO.
           MOVE CUIT-AUX-NUMERO TO CDJ-NUMERO.
           MOVE CUIT-AUX-DV TO CDJ-DV.
           MOVE CUIT-DDJJ TO DDJ-CUIT.
           MOVE TAB-DOC-FECHA(SUB-DOC)(7:2) TO FDJ-DD.
           MOVE TAB-DOC-FECHA(SUB-DOC)(5:2) TO FDJ-MM.
           MOVE TAB-DOC-FECHA(SUB-DOC)(1:4) TO FDJ-AAAA.
           MOVE FECHA-DDJJ TO DDJ-FECHA.
           MOVE TAB-DOC-TIPO(SUB-DOC) TO DDJ-TIPO-COMPROBANTE.
           MOVE TAB-DOC-NUMERO(SUB-DOC) TO DDJ-NUMERO.
           MOVE TAB-DOC-BASE(SUB-DOC) TO DDJ-BASE.
           MOVE TAB-DOC-ALICUOTA(SUB-DOC) TO DDJ-ALICUOTA.
           MOVE TAB-DOC-PERCEP(SUB-DOC) TO DDJ-IMPORTE.
           WRITE DDJ-REG.
           IF FS-DECLARACION NOT = ZERO
               DISPLAY "ERROR AL GRABAR DECLARACION FS: "
                   FS-DECLARACION
               STOP RUN.
           ADD 1 TO CANT-EXPORTADOS.


      * Resuelve todas las rutas de este programa contra rutas.dat;
      * una entrada ausente corta la corrida nombrando el logico
      * que falta.
       CARGAR-RUTAS.
           MOVE 'SEC-PARAMDDJJIIBB' TO RUTA-LOGICO.
           PERFORM OBTENER-UNA-RUTA.
           MOVE RUTA-OBTENIDA TO RUTA-PARAM-DECLARACION.
           MOVE 'IDX-REGFACTURAS' TO RUTA-LOGICO.
           PERFORM OBTENER-UNA-RUTA.
           MOVE RUTA-OBTENIDA TO RUTA-REGISTRO-FACTURAS.

       OBTENER-UNA-RUTA.
           CALL 'OBTENER-RUTA' USING RUTA-LOGICO, RUTA-OBTENIDA,
               FS-RUTA.
           IF FS-RUTA NOT = '00'
               DISPLAY "RUTA NO CONFIGURADA PARA " RUTA-LOGICO
               STOP RUN.

       END PROGRAM DECLARAR-PERCEPCIONES.
