      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONCILIAR-MAESTROS.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Los mismos maestros existen dos veces: los secuenciales que lee
      * TP1 y los indexados que lee TP-2. Un restore, un arreglo a
      * mano o una corrida abortada los deja distintos y entonces TP1
      * y TP-2 facturan las mismas horas de manera diferente: cada par
      * se cruza clave por clave antes de facturar.
           SELECT CONSULTORES-SEC ASSIGN TO RUTA-CONSULTORES-SEC
                                  ORGANIZATION IS LINE SEQUENTIAL
                                  FILE STATUS IS FS-CONS-SEC.

           SELECT EMPRESAS-SEC    ASSIGN TO RUTA-EMPRESAS-SEC
                                  ORGANIZATION IS LINE SEQUENTIAL
                                  FILE STATUS IS FS-EMP-SEC.

           SELECT TARIFAS-SEC     ASSIGN TO RUTA-TARIFAS-SEC
                                  ORGANIZATION IS LINE SEQUENTIAL
                                  FILE STATUS IS FS-TAR-SEC.

           SELECT TAREAS-SEC      ASSIGN TO RUTA-TAREAS-SEC
                                  ORGANIZATION IS LINE SEQUENTIAL
                                  FILE STATUS IS FS-TAREA-SEC.

           SELECT CONSULT-INDEX   ASSIGN TO RUTA-CONSULT-INDEX
                                  ORGANIZATION IS INDEXED
                                  ACCESS MODE IS DYNAMIC
                                  RECORD KEY IS CONS-IND-NUM
                                  FILE STATUS IS FS-CONS-INDEX.

           SELECT EMP-INDEX       ASSIGN TO RUTA-EMP-INDEX
                                  ORGANIZATION IS INDEXED
                                  ACCESS MODE IS DYNAMIC
                                  RECORD KEY IS EMP-IND-COD
                                  ALTERNATE RECORD KEY IS EMP-IND-CUIT
                                  FILE STATUS IS FS-EMP-INDEX.

           SELECT TAR-INDEX       ASSIGN TO RUTA-TAR-INDEX
                                  ORGANIZATION IS INDEXED
                                  ACCESS MODE IS DYNAMIC
                                  RECORD KEY IS TAR-IND-CLAVE
                                  FILE STATUS IS FS-TAR-INDEX.

           SELECT TAREA-INDEX     ASSIGN TO RUTA-TAREA-INDEX
                                  ORGANIZATION IS INDEXED
                                  ACCESS MODE IS DYNAMIC
                                  RECORD KEY IS TAREA-IND-COD
                                  FILE STATUS IS FS-TAREA-INDEX.

      * Una linea por registro presente de un solo lado o por campo
      * compartido que difiere entre los dos lados.
           SELECT DIFERENCIAS     ASSIGN TO RUTA-DIFERENCIAS
                                  ORGANIZATION IS LINE SEQUENTIAL
                                  FILE STATUS IS FS-DIFERENCIAS.

      * Veredicto LIMPIO/SUCIO de la corrida: CADENA-NOCTURNA no
      * larga la facturacion sin un veredicto LIMPIO del dia.
           SELECT VEREDICTO       ASSIGN TO RUTA-VEREDICTO
                                  ORGANIZATION IS LINE SEQUENTIAL
                                  FILE STATUS IS FS-VEREDICTO.

       DATA DIVISION.
       FILE SECTION.

       FD CONSULTORES-SEC LABEL RECORD IS STANDARD.
       01 CONS-REG.
           03 CONS-NUMERO PIC X(5).
           03 CONS-DNI PIC 9(8).
           03 CONS-SRT PIC X(2).
           03 CONS-NOMBRE PIC X(25).
           03 CONS-DIRE PIC X(20).
           03 CONS-TEL PIC X(20).
           03 CONS-MAIL PIC X(30).
           03 CONS-ESTADO PIC X(1).
           03 CONS-FECHA-BAJA PIC 9(8).
           03 CONS-CBU PIC 9(22).

       FD EMPRESAS-SEC LABEL RECORD IS STANDARD.
       01 EMP-REG.
           03 EMP-CODIGO PIC 9(3).
           03 EMP-RAZON PIC X(25).
           03 EMP-DIRE PIC X(20).
           03 EMP-TEL PIC X(20).
           03 EMP-CUIT PIC 9(11).
           03 EMP-MAIL PIC X(30).
           03 EMP-CONDICION PIC X(1).
           03 EMP-MONEDA PIC X(3).
           03 EMP-MODALIDAD PIC X(1).
           03 EMP-FACT-POR-TAREA PIC X(1).

       FD TARIFAS-SEC LABEL RECORD IS STANDARD.
       01 TAR-REG.
           03 TAR-SRT PIC X(02).
           03 TAR-TIPO PIC 99.
           03 TAR-VIGENCIA PIC 9(8).
           03 TAR-TARIFA PIC 9(5)V99.

       FD TAREAS-SEC LABEL RECORD IS STANDARD.
       01 TAREA-REG.
           03 TAREA-CODIGO PIC X(4).
           03 TAREA-DESC   PIC X(20).
           03 TAREA-FACT   PIC X(1).

       FD CONSULT-INDEX LABEL RECORD IS STANDARD.
       01 CONS-IND-REG.
           03 CONS-IND-NUM PIC X(5).
           03 CONS-IND-DNI PIC 9(8).
           03 CONS-IND-SRT PIC X(2).
           03 CONS-IND-NOM PIC X(25).
           03 CONS-IND-DIR PIC X(20).
           03 CONS-IND-TEL PIC X(20).
           03 CONS-IND-MAIL PIC X(30).
           03 CONS-IND-ESTADO PIC X(1).
           03 CONS-IND-FECHA-BAJA PIC 9(8).
           03 CONS-IND-CBU PIC 9(22).

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

       FD TAR-INDEX LABEL RECORD IS STANDARD.
       01 TAR-IND-REG.
           03 TAR-IND-CLAVE.
               05 TAR-IND-SRT      PIC X(2).
               05 TAR-IND-TIPO     PIC 99.
               05 TAR-IND-VIGENCIA PIC 9(8).
           03 TAR-IND-TAR PIC 9(5)V99.

       FD TAREA-INDEX LABEL RECORD IS STANDARD.
       01 TAREA-IND-REG.
           03 TAREA-IND-COD  PIC X(4).
           03 TAREA-IND-DESC PIC X(20).
           03 TAREA-IND-FACT PIC X(1).

       FD DIFERENCIAS LABEL RECORD IS STANDARD.
       01 DIF-LINEA PIC X(100).

       FD VEREDICTO LABEL RECORD IS STANDARD.
       01 VER-REG.
           03 VER-RESULTADO PIC X(6).
           03 VER-FECHA PIC 9(8).
           03 VER-CANT-DIFERENCIAS PIC 9(7).

       WORKING-STORAGE SECTION.

       77 FS-CONS-SEC    PIC XX.
       77 FS-EMP-SEC     PIC XX.
       77 FS-TAR-SEC     PIC XX.
       77 FS-TAREA-SEC   PIC XX.
       77 FS-CONS-INDEX  PIC XX.
       77 FS-EMP-INDEX   PIC XX.
       77 FS-TAR-INDEX   PIC XX.
       77 FS-TAREA-INDEX PIC XX.
       77 FS-DIFERENCIAS PIC XX.
       77 FS-VEREDICTO   PIC XX.

      * Claves leidas del lado secuencial: al recorrer despues el
      * indexado, la clave que no esta aca es un registro que solo
      * existe en TP-2.
       01 TABLA-CLAVES-CONS.
           03 LINEA-CLAVE-CONS OCCURS 500 TIMES INDEXED BY IND-CONS.
               05 TAB-CLAVE-CONS PIC X(5).
       01 CANT-CLAVES-CONS PIC 9(4) VALUE ZERO.
       01 TABLA-CLAVES-EMP.
           03 LINEA-CLAVE-EMP OCCURS 500 TIMES INDEXED BY IND-EMP.
               05 TAB-CLAVE-EMP PIC X(3).
       01 CANT-CLAVES-EMP PIC 9(4) VALUE ZERO.
       01 TABLA-CLAVES-TAR.
           03 LINEA-CLAVE-TAR OCCURS 900 TIMES INDEXED BY IND-TAR.
               05 TAB-CLAVE-TAR PIC X(12).
       01 CANT-CLAVES-TAR PIC 9(4) VALUE ZERO.
       01 TABLA-CLAVES-TAREA.
           03 LINEA-CLAVE-TAREA OCCURS 200 TIMES INDEXED BY IND-TMA.
               05 TAB-CLAVE-TAREA PIC X(4).
       01 CANT-CLAVES-TAREA PIC 9(4) VALUE ZERO.

       01 CLAVE-EMPRESA PIC X(3).
       01 CLAVE-TARIFA.
           03 CLAVE-TAR-SRT PIC X(2).
           03 CLAVE-TAR-TIPO PIC 99.
           03 CLAVE-TAR-VIGENCIA PIC 9(8).

       01 TARIFA-EDITADA PIC Z(4)9,99.

       01 CANT-LEIDOS PIC 9(7) VALUE ZERO.
       01 CANT-SOLO-TP1 PIC 9(7) VALUE ZERO.
       01 CANT-SOLO-TP2 PIC 9(7) VALUE ZERO.
       01 CANT-CAMPOS-DISTINTOS PIC 9(7) VALUE ZERO.
       01 CANT-DIFERENCIAS PIC 9(7) VALUE ZERO.

       01 REP-TITULO-DIF.
           02 FILLER PIC X(40)
               VALUE 'Conciliacion de maestros TP1 (secuencial'.
           02 FILLER PIC X(30) VALUE 'es) contra TP-2 (indexados)'.

       01 REP-COLUMNAS-DIF.
           02 FILLER PIC X(13) VALUE 'Maestro'.
           02 FILLER PIC X(15) VALUE 'Clave'.
           02 FILLER PIC X(13) VALUE 'Campo'.
           02 FILLER PIC X(27) VALUE 'Valor TP1'.
           02 FILLER PIC X(26) VALUE 'Valor TP-2'.

       01 REP-DIFERENCIA.
           02 REP-MAESTRO PIC X(12).
           02 FILLER PIC X(1) VALUE SPACES.
           02 REP-CLAVE PIC X(14).
           02 FILLER PIC X(1) VALUE SPACES.
           02 REP-CAMPO PIC X(12).
           02 FILLER PIC X(1) VALUE SPACES.
           02 REP-VALOR-TP1 PIC X(26).
           02 FILLER PIC X(1) VALUE SPACES.
           02 REP-VALOR-TP2 PIC X(26).


      * Bitacora central de corridas (ver REGISTRAR-CORRIDA): 'I' al
      * arrancar y 'F' con los contadores al terminar normalmente;
      * una corrida abortada no llega a anotar su 'F' y el resumen
      * diario la muestra como anormal.
       01 WS-OPCION-LOG PIC X.
       01 LOG-PROGRAMA-ID PIC X(12) VALUE 'CONCIL-MAEST'.
       01 LOG-CANT-ENTRADA PIC 9(7) VALUE ZERO.
       01 LOG-CANT-SALIDA PIC 9(7) VALUE ZERO.
       01 LOG-CANT-EXC PIC 9(5) VALUE ZERO.


      * Rutas fisicas de los archivos, resueltas al arrancar desde
      * rutas.dat via OBTENER-RUTA: mover el sistema o armar un
      * ambiente de prueba es cuestion de editar ese archivo.
       77 FS-RUTA PIC XX.
       01 RUTA-LOGICO PIC X(20).
       01 RUTA-OBTENIDA PIC X(100).
       01 RUTA-CONSULTORES-SEC PIC X(100).
       01 RUTA-EMPRESAS-SEC PIC X(100).
       01 RUTA-TARIFAS-SEC PIC X(100).
       01 RUTA-TAREAS-SEC PIC X(100).
       01 RUTA-CONSULT-INDEX PIC X(100).
       01 RUTA-EMP-INDEX PIC X(100).
       01 RUTA-TAR-INDEX PIC X(100).
       01 RUTA-TAREA-INDEX PIC X(100).
       01 RUTA-DIFERENCIAS PIC X(100).
       01 RUTA-VEREDICTO PIC X(100).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM CARGAR-RUTAS.
           MOVE 'I' TO WS-OPCION-LOG.
           CALL 'REGISTRAR-CORRIDA' USING WS-OPCION-LOG,
               LOG-PROGRAMA-ID, LOG-CANT-ENTRADA, LOG-CANT-SALIDA,
               LOG-CANT-EXC.
           MOVE SPACES TO TABLA-CLAVES-CONS TABLA-CLAVES-EMP
               TABLA-CLAVES-TAR TABLA-CLAVES-TAREA.
           PERFORM ABRIR-ARCHIVOS.
           WRITE DIF-LINEA FROM REP-TITULO-DIF.
           WRITE DIF-LINEA FROM REP-COLUMNAS-DIF.
           PERFORM CONCILIAR-CONSULTORES.
           PERFORM CONCILIAR-EMPRESAS.
           PERFORM CONCILIAR-TARIFAS.
           PERFORM CONCILIAR-TAREAS.
           PERFORM CERRAR-ARCHIVOS.
           PERFORM GRABAR-VEREDICTO.
           MOVE CANT-LEIDOS TO LOG-CANT-ENTRADA.
           MOVE CANT-DIFERENCIAS TO LOG-CANT-SALIDA.
           IF CANT-DIFERENCIAS > 99999
               MOVE 99999 TO LOG-CANT-EXC
           ELSE
               MOVE CANT-DIFERENCIAS TO LOG-CANT-EXC.
           MOVE 'F' TO WS-OPCION-LOG.
           CALL 'REGISTRAR-CORRIDA' USING WS-OPCION-LOG,
               LOG-PROGRAMA-ID, LOG-CANT-ENTRADA, LOG-CANT-SALIDA,
               LOG-CANT-EXC.
           STOP RUN.

       ABRIR-ARCHIVOS.
           OPEN INPUT CONSULTORES-SEC.
           IF FS-CONS-SEC NOT = ZERO
               DISPLAY "ERROR AL ABRIR CONSULTORES SEC FS: "
                   FS-CONS-SEC
               STOP RUN.
           OPEN INPUT EMPRESAS-SEC.
           IF FS-EMP-SEC NOT = ZERO
               DISPLAY "ERROR AL ABRIR EMPRESAS SEC FS: " FS-EMP-SEC
               STOP RUN.
           OPEN INPUT TARIFAS-SEC.
           IF FS-TAR-SEC NOT = ZERO
               DISPLAY "ERROR AL ABRIR TARIFAS SEC FS: " FS-TAR-SEC
               STOP RUN.
           OPEN INPUT TAREAS-SEC.
           IF FS-TAREA-SEC NOT = ZERO
               DISPLAY "ERROR AL ABRIR TAREAS SEC FS: " FS-TAREA-SEC
               STOP RUN.
           OPEN INPUT CONSULT-INDEX.
           IF FS-CONS-INDEX NOT = ZERO
               DISPLAY "ERROR AL ABRIR CONSULTORES IND FS: "
                   FS-CONS-INDEX
               STOP RUN.
           OPEN INPUT EMP-INDEX.
           IF FS-EMP-INDEX NOT = ZERO
               DISPLAY "ERROR AL ABRIR EMPRESAS INDEX FS: "
                   FS-EMP-INDEX
               STOP RUN.
           OPEN INPUT TAR-INDEX.
           IF FS-TAR-INDEX NOT = ZERO
               DISPLAY "ERROR AL ABRIR TARIFAS INDEX FS: "
                   FS-TAR-INDEX
               STOP RUN.
           OPEN INPUT TAREA-INDEX.
           IF FS-TAREA-INDEX NOT = ZERO
               DISPLAY "ERROR AL ABRIR TAREAS INDEX FS: "
                   FS-TAREA-INDEX
               STOP RUN.
           OPEN OUTPUT DIFERENCIAS.
           IF FS-DIFERENCIAS NOT = ZERO
               DISPLAY "ERROR AL ABRIR DIFERENCIAS FS: "
                   FS-DIFERENCIAS
               STOP RUN.

      ******************************************************************
      * Consultores: el secuencial se lee entero buscando cada numero
      * en el indexado; despues se recorre el indexado buscando los
      * numeros que el secuencial no tiene.
       CONCILIAR-CONSULTORES.
           MOVE 'CONSULTORES' TO REP-MAESTRO.
           READ CONSULTORES-SEC.
           PERFORM COMPARAR-CONSULTOR UNTIL FS-CONS-SEC NOT = ZERO.
           MOVE LOW-VALUES TO CONS-IND-NUM.
           START CONSULT-INDEX KEY IS >= CONS-IND-NUM.
           IF FS-CONS-INDEX = ZERO
               READ CONSULT-INDEX NEXT RECORD
               PERFORM BUSCAR-CONSULTOR-TP1
                   UNTIL FS-CONS-INDEX NOT = ZERO.

       COMPARAR-CONSULTOR.
           ADD 1 TO CANT-LEIDOS.
           IF CANT-CLAVES-CONS >= 500
               DISPLAY "MAS DE 500 CONSULTORES: AMPLIAR LA TABLA"
               STOP RUN.
           ADD 1 TO CANT-CLAVES-CONS.
           MOVE CONS-NUMERO TO TAB-CLAVE-CONS(CANT-CLAVES-CONS).
           MOVE CONS-NUMERO TO REP-CLAVE CONS-IND-NUM.
           READ CONSULT-INDEX RECORD.
           IF FS-CONS-INDEX NOT = ZERO
               PERFORM INFORMAR-SOLO-TP1
           ELSE
               PERFORM COMPARAR-CAMPOS-CONSULTOR.
           READ CONSULTORES-SEC.

       COMPARAR-CAMPOS-CONSULTOR.
           IF CONS-SRT NOT = CONS-IND-SRT
               MOVE 'CONS-SRT' TO REP-CAMPO
               MOVE CONS-SRT TO REP-VALOR-TP1
               MOVE CONS-IND-SRT TO REP-VALOR-TP2
               PERFORM INFORMAR-CAMPO-DISTINTO.
           IF CONS-ESTADO NOT = CONS-IND-ESTADO
               MOVE 'CONS-ESTADO' TO REP-CAMPO
               MOVE CONS-ESTADO TO REP-VALOR-TP1
               MOVE CONS-IND-ESTADO TO REP-VALOR-TP2
               PERFORM INFORMAR-CAMPO-DISTINTO.
           IF CONS-FECHA-BAJA NOT = CONS-IND-FECHA-BAJA
               MOVE 'CONS-F-BAJA' TO REP-CAMPO
               MOVE CONS-FECHA-BAJA TO REP-VALOR-TP1
               MOVE CONS-IND-FECHA-BAJA TO REP-VALOR-TP2
               PERFORM INFORMAR-CAMPO-DISTINTO.
           IF CONS-CBU NOT = CONS-IND-CBU
               MOVE 'CONS-CBU' TO REP-CAMPO
               MOVE CONS-CBU TO REP-VALOR-TP1
               MOVE CONS-IND-CBU TO REP-VALOR-TP2
               PERFORM INFORMAR-CAMPO-DISTINTO.
           IF CONS-DNI NOT = CONS-IND-DNI
               MOVE 'CONS-DNI' TO REP-CAMPO
               MOVE CONS-DNI TO REP-VALOR-TP1
               MOVE CONS-IND-DNI TO REP-VALOR-TP2
               PERFORM INFORMAR-CAMPO-DISTINTO.
           IF CONS-NOMBRE NOT = CONS-IND-NOM
               MOVE 'CONS-NOMBRE' TO REP-CAMPO
               MOVE CONS-NOMBRE TO REP-VALOR-TP1
               MOVE CONS-IND-NOM TO REP-VALOR-TP2
               PERFORM INFORMAR-CAMPO-DISTINTO.

       BUSCAR-CONSULTOR-TP1.
           SET IND-CONS TO 1.
           SEARCH LINEA-CLAVE-CONS
               AT END
                   MOVE CONS-IND-NUM TO REP-CLAVE
                   PERFORM INFORMAR-SOLO-TP2
               WHEN TAB-CLAVE-CONS(IND-CONS) = CONS-IND-NUM
                   CONTINUE
           END-SEARCH.
           READ CONSULT-INDEX NEXT RECORD.

      ******************************************************************
      * Empresas: el CUIT es el que resuelve las horas a facturar; la
      * condicion de IVA, la moneda y la modalidad cambian el importe.
       CONCILIAR-EMPRESAS.
           MOVE 'EMPRESAS' TO REP-MAESTRO.
           READ EMPRESAS-SEC.
           PERFORM COMPARAR-EMPRESA UNTIL FS-EMP-SEC NOT = ZERO.
           MOVE ZERO TO EMP-IND-COD.
           START EMP-INDEX KEY IS >= EMP-IND-COD.
           IF FS-EMP-INDEX = ZERO
               READ EMP-INDEX NEXT RECORD
               PERFORM BUSCAR-EMPRESA-TP1
                   UNTIL FS-EMP-INDEX NOT = ZERO.

       COMPARAR-EMPRESA.
           ADD 1 TO CANT-LEIDOS.
           IF CANT-CLAVES-EMP >= 500
               DISPLAY "MAS DE 500 EMPRESAS: AMPLIAR LA TABLA"
               STOP RUN.
           ADD 1 TO CANT-CLAVES-EMP.
           MOVE EMP-CODIGO TO CLAVE-EMPRESA.
           MOVE CLAVE-EMPRESA TO TAB-CLAVE-EMP(CANT-CLAVES-EMP)
               REP-CLAVE.
           MOVE EMP-CODIGO TO EMP-IND-COD.
           READ EMP-INDEX RECORD.
           IF FS-EMP-INDEX NOT = ZERO
               PERFORM INFORMAR-SOLO-TP1
           ELSE
               PERFORM COMPARAR-CAMPOS-EMPRESA.
           READ EMPRESAS-SEC.

       COMPARAR-CAMPOS-EMPRESA.
           IF EMP-CUIT NOT = EMP-IND-CUIT
               MOVE 'EMP-CUIT' TO REP-CAMPO
               MOVE EMP-CUIT TO REP-VALOR-TP1
               MOVE EMP-IND-CUIT TO REP-VALOR-TP2
               PERFORM INFORMAR-CAMPO-DISTINTO.
           IF EMP-CONDICION NOT = EMP-IND-CONDICION
               MOVE 'EMP-CONDIC' TO REP-CAMPO
               MOVE EMP-CONDICION TO REP-VALOR-TP1
               MOVE EMP-IND-CONDICION TO REP-VALOR-TP2
               PERFORM INFORMAR-CAMPO-DISTINTO.
           IF EMP-MONEDA NOT = EMP-IND-MONEDA
               MOVE 'EMP-MONEDA' TO REP-CAMPO
               MOVE EMP-MONEDA TO REP-VALOR-TP1
               MOVE EMP-IND-MONEDA TO REP-VALOR-TP2
               PERFORM INFORMAR-CAMPO-DISTINTO.
           IF EMP-MODALIDAD NOT = EMP-IND-MODALIDAD
               MOVE 'EMP-MODALID' TO REP-CAMPO
               MOVE EMP-MODALIDAD TO REP-VALOR-TP1
               MOVE EMP-IND-MODALIDAD TO REP-VALOR-TP2
               PERFORM INFORMAR-CAMPO-DISTINTO.
           IF EMP-FACT-POR-TAREA NOT = EMP-IND-FACT-TAREA
               MOVE 'EMP-FACT-TAR' TO REP-CAMPO
               MOVE EMP-FACT-POR-TAREA TO REP-VALOR-TP1
               MOVE EMP-IND-FACT-TAREA TO REP-VALOR-TP2
               PERFORM INFORMAR-CAMPO-DISTINTO.
           IF EMP-RAZON NOT = EMP-IND-RAZ
               MOVE 'EMP-RAZON' TO REP-CAMPO
               MOVE EMP-RAZON TO REP-VALOR-TP1
               MOVE EMP-IND-RAZ TO REP-VALOR-TP2
               PERFORM INFORMAR-CAMPO-DISTINTO.

       BUSCAR-EMPRESA-TP1.
           MOVE EMP-IND-COD TO CLAVE-EMPRESA.
           SET IND-EMP TO 1.
           SEARCH LINEA-CLAVE-EMP
               AT END
                   MOVE CLAVE-EMPRESA TO REP-CLAVE
                   PERFORM INFORMAR-SOLO-TP2
               WHEN TAB-CLAVE-EMP(IND-EMP) = CLAVE-EMPRESA
                   CONTINUE
           END-SEARCH.
           READ EMP-INDEX NEXT RECORD.

      ******************************************************************
      * Tarifas: la vigencia es parte de la clave, asi que una vigencia
      * distinta aparece como una fila presente de un solo lado.
       CONCILIAR-TARIFAS.
           MOVE 'TARIFAS' TO REP-MAESTRO.
           READ TARIFAS-SEC.
           PERFORM COMPARAR-TARIFA UNTIL FS-TAR-SEC NOT = ZERO.
           MOVE LOW-VALUES TO TAR-IND-CLAVE.
           START TAR-INDEX KEY IS >= TAR-IND-CLAVE.
           IF FS-TAR-INDEX = ZERO
               READ TAR-INDEX NEXT RECORD
               PERFORM BUSCAR-TARIFA-TP1
                   UNTIL FS-TAR-INDEX NOT = ZERO.

       COMPARAR-TARIFA.
           ADD 1 TO CANT-LEIDOS.
           IF CANT-CLAVES-TAR >= 900
               DISPLAY "MAS DE 900 TARIFAS: AMPLIAR LA TABLA"
               STOP RUN.
           ADD 1 TO CANT-CLAVES-TAR.
           MOVE TAR-SRT TO CLAVE-TAR-SRT.
           MOVE TAR-TIPO TO CLAVE-TAR-TIPO.
           MOVE TAR-VIGENCIA TO CLAVE-TAR-VIGENCIA.
           MOVE CLAVE-TARIFA TO TAB-CLAVE-TAR(CANT-CLAVES-TAR)
               REP-CLAVE TAR-IND-CLAVE.
           READ TAR-INDEX RECORD.
           IF FS-TAR-INDEX NOT = ZERO
               PERFORM INFORMAR-SOLO-TP1
           ELSE
               IF TAR-TARIFA NOT = TAR-IND-TAR
                   MOVE 'TAR-TARIFA' TO REP-CAMPO
                   MOVE TAR-TARIFA TO TARIFA-EDITADA
                   MOVE TARIFA-EDITADA TO REP-VALOR-TP1
                   MOVE TAR-IND-TAR TO TARIFA-EDITADA
                   MOVE TARIFA-EDITADA TO REP-VALOR-TP2
                   PERFORM INFORMAR-CAMPO-DISTINTO.
           READ TARIFAS-SEC.

       BUSCAR-TARIFA-TP1.
           MOVE TAR-IND-CLAVE TO CLAVE-TARIFA.
           SET IND-TAR TO 1.
           SEARCH LINEA-CLAVE-TAR
               AT END
                   MOVE CLAVE-TARIFA TO REP-CLAVE
                   PERFORM INFORMAR-SOLO-TP2
               WHEN TAB-CLAVE-TAR(IND-TAR) = CLAVE-TARIFA
                   CONTINUE
           END-SEARCH.
           READ TAR-INDEX NEXT RECORD.

      ******************************************************************
      * Tareas: la marca de facturable decide si las horas se cobran.
       CONCILIAR-TAREAS.
           MOVE 'TAREAS' TO REP-MAESTRO.
           READ TAREAS-SEC.
           PERFORM COMPARAR-TAREA UNTIL FS-TAREA-SEC NOT = ZERO.
           MOVE LOW-VALUES TO TAREA-IND-COD.
           START TAREA-INDEX KEY IS >= TAREA-IND-COD.
           IF FS-TAREA-INDEX = ZERO
               READ TAREA-INDEX NEXT RECORD
               PERFORM BUSCAR-TAREA-TP1
                   UNTIL FS-TAREA-INDEX NOT = ZERO.

       COMPARAR-TAREA.
           ADD 1 TO CANT-LEIDOS.
           IF CANT-CLAVES-TAREA >= 200
               DISPLAY "MAS DE 200 TAREAS: AMPLIAR LA TABLA"
               STOP RUN.
           ADD 1 TO CANT-CLAVES-TAREA.
           MOVE TAREA-CODIGO TO TAB-CLAVE-TAREA(CANT-CLAVES-TAREA)
               REP-CLAVE TAREA-IND-COD.
           READ TAREA-INDEX RECORD.
           IF FS-TAREA-INDEX NOT = ZERO
               PERFORM INFORMAR-SOLO-TP1
           ELSE
               PERFORM COMPARAR-CAMPOS-TAREA.
           READ TAREAS-SEC.

       COMPARAR-CAMPOS-TAREA.
           IF TAREA-FACT NOT = TAREA-IND-FACT
               MOVE 'TAREA-FACT' TO REP-CAMPO
               MOVE TAREA-FACT TO REP-VALOR-TP1
               MOVE TAREA-IND-FACT TO REP-VALOR-TP2
               PERFORM INFORMAR-CAMPO-DISTINTO.
           IF TAREA-DESC NOT = TAREA-IND-DESC
               MOVE 'TAREA-DESC' TO REP-CAMPO
               MOVE TAREA-DESC TO REP-VALOR-TP1
               MOVE TAREA-IND-DESC TO REP-VALOR-TP2
               PERFORM INFORMAR-CAMPO-DISTINTO.

       BUSCAR-TAREA-TP1.
           SET IND-TMA TO 1.
           SEARCH LINEA-CLAVE-TAREA
               AT END
                   MOVE TAREA-IND-COD TO REP-CLAVE
                   PERFORM INFORMAR-SOLO-TP2
               WHEN TAB-CLAVE-TAREA(IND-TMA) = TAREA-IND-COD
                   CONTINUE
           END-SEARCH.
           READ TAREA-INDEX NEXT RECORD.

      ******************************************************************
       INFORMAR-SOLO-TP1.
           ADD 1 TO CANT-SOLO-TP1.
           MOVE 'REGISTRO' TO REP-CAMPO.
           MOVE 'PRESENTE' TO REP-VALOR-TP1.
           MOVE 'AUSENTE' TO REP-VALOR-TP2.
           PERFORM GRABAR-DIFERENCIA.

       INFORMAR-SOLO-TP2.
           ADD 1 TO CANT-SOLO-TP2.
           MOVE 'REGISTRO' TO REP-CAMPO.
           MOVE 'AUSENTE' TO REP-VALOR-TP1.
           MOVE 'PRESENTE' TO REP-VALOR-TP2.
           PERFORM GRABAR-DIFERENCIA.

       INFORMAR-CAMPO-DISTINTO.
           ADD 1 TO CANT-CAMPOS-DISTINTOS.
           PERFORM GRABAR-DIFERENCIA.

       GRABAR-DIFERENCIA.
           ADD 1 TO CANT-DIFERENCIAS.
           WRITE DIF-LINEA FROM REP-DIFERENCIA.

       CERRAR-ARCHIVOS.
           CLOSE CONSULTORES-SEC EMPRESAS-SEC TARIFAS-SEC TAREAS-SEC
               CONSULT-INDEX EMP-INDEX TAR-INDEX TAREA-INDEX
               DIFERENCIAS.

       GRABAR-VEREDICTO.
           OPEN OUTPUT VEREDICTO.
           IF FS-VEREDICTO NOT = ZERO
               DISPLAY "ERROR AL ABRIR VEREDICTO FS: " FS-VEREDICTO
               STOP RUN.
           IF CANT-DIFERENCIAS = ZERO
               MOVE 'LIMPIO' TO VER-RESULTADO
           ELSE
               MOVE 'SUCIO' TO VER-RESULTADO.
           MOVE FUNCTION CURRENT-DATE(1:8) TO VER-FECHA.
           MOVE CANT-DIFERENCIAS TO VER-CANT-DIFERENCIAS.
           WRITE VER-REG.
           CLOSE VEREDICTO.
           DISPLAY "REGISTROS SECUENCIALES LEIDOS: " CANT-LEIDOS.
           DISPLAY "SOLO EN TP1 (SECUENCIAL): " CANT-SOLO-TP1.
           DISPLAY "SOLO EN TP-2 (INDEXADO): " CANT-SOLO-TP2.
           DISPLAY "CAMPOS DISTINTOS: " CANT-CAMPOS-DISTINTOS.
           DISPLAY "VEREDICTO: " VER-RESULTADO.
           IF CANT-DIFERENCIAS NOT = ZERO
               DISPLAY "NO FACTURAR HASTA ALINEAR LOS MAESTROS".


      * Resuelve todas las rutas de este programa contra rutas.dat;
      * una entrada ausente corta la corrida nombrando el logico
      * que falta.
       CARGAR-RUTAS.
           MOVE 'SEC-CONSULTORES' TO RUTA-LOGICO.
           PERFORM OBTENER-UNA-RUTA.
           MOVE RUTA-OBTENIDA TO RUTA-CONSULTORES-SEC.
           MOVE 'SEC-EMPRESAS' TO RUTA-LOGICO.
           PERFORM OBTENER-UNA-RUTA.
           MOVE RUTA-OBTENIDA TO RUTA-EMPRESAS-SEC.
           MOVE 'SEC-TARIFAS' TO RUTA-LOGICO.
           PERFORM OBTENER-UNA-RUTA.
           MOVE RUTA-OBTENIDA TO RUTA-TARIFAS-SEC.
           MOVE 'SEC-TAREAS' TO RUTA-LOGICO.
           PERFORM OBTENER-UNA-RUTA.
           MOVE RUTA-OBTENIDA TO RUTA-TAREAS-SEC.
           MOVE 'IDX-CONSULTORES' TO RUTA-LOGICO.
           PERFORM OBTENER-UNA-RUTA.
           MOVE RUTA-OBTENIDA TO RUTA-CONSULT-INDEX.
           MOVE 'IDX-EMPRESAS' TO RUTA-LOGICO.
           PERFORM OBTENER-UNA-RUTA.
           MOVE RUTA-OBTENIDA TO RUTA-EMP-INDEX.
           MOVE 'IDX-TARIFAS' TO RUTA-LOGICO.
           PERFORM OBTENER-UNA-RUTA.
           MOVE RUTA-OBTENIDA TO RUTA-TAR-INDEX.
           MOVE 'IDX-TAREAS' TO RUTA-LOGICO.
           PERFORM OBTENER-UNA-RUTA.
           MOVE RUTA-OBTENIDA TO RUTA-TAREA-INDEX.
           MOVE 'SEC-DIFMAESTROS' TO RUTA-LOGICO.
           PERFORM OBTENER-UNA-RUTA.
           MOVE RUTA-OBTENIDA TO RUTA-DIFERENCIAS.
           MOVE 'SEC-VEREDMAESTROS' TO RUTA-LOGICO.
           PERFORM OBTENER-UNA-RUTA.
           MOVE RUTA-OBTENIDA TO RUTA-VEREDICTO.

       OBTENER-UNA-RUTA.
           CALL 'OBTENER-RUTA' USING RUTA-LOGICO, RUTA-OBTENIDA,
               FS-RUTA.
           IF FS-RUTA NOT = '00'
               DISPLAY "RUTA NO CONFIGURADA PARA " RUTA-LOGICO
               STOP RUN.

       END PROGRAM CONCILIAR-MAESTROS.
