      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ANONIMIZAR-DATOS.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Copia anonimizada de produccion para el ambiente de prueba:
      * se leen los archivos reales y se graban sus gemelos (logicos
      * IDX-ANON.../SEC-ANON..., que en rutas.dat apuntan al
      * directorio de prueba) con los datos personales reemplazados.
      * Importes y fechas no se tocan.
           SELECT EMP-INDEX       ASSIGN TO RUTA-EMP-INDEX
                                  ORGANIZATION IS INDEXED
                                  ACCESS MODE IS DYNAMIC
                                  RECORD KEY IS EMP-IND-COD
                                  ALTERNATE RECORD KEY IS EMP-IND-CUIT
                                  FILE STATUS IS FS-EMP-INDEX.

           SELECT CONSULT-INDEX   ASSIGN TO RUTA-CONSULT-INDEX
                                  ORGANIZATION IS INDEXED
                                  ACCESS MODE IS DYNAMIC
                                  RECORD KEY IS CONS-IND-NUM
                                  FILE STATUS IS FS-CONS-INDEX.

           SELECT TIEMPOS-INDEX   ASSIGN TO RUTA-TIEMPOS-INDEX
                                  ORGANIZATION IS INDEXED
                                  ACCESS MODE IS DYNAMIC
                                  RECORD KEY IS TIE-IND-CLAVE
                                  ALTERNATE RECORD KEY IS TIE-IND-CUIT
                                  WITH DUPLICATES
                                  FILE STATUS IS FS-TIE-INDEX.

           SELECT REGISTRO-FACTURAS ASSIGN TO RUTA-REGISTRO-FACTURAS
                                  ORGANIZATION IS INDEXED
                                  ACCESS MODE IS DYNAMIC
                                  RECORD KEY IS RFA-NUMERO
                                  ALTERNATE RECORD KEY IS RFA-CUIT
                                  WITH DUPLICATES
                                  FILE STATUS IS FS-REGISTRO.

           SELECT PAGOS-APLICADOS ASSIGN TO RUTA-PAGOS-APLICADOS
                                  ORGANIZATION IS LINE SEQUENTIAL
                                  FILE STATUS IS FS-APLICADOS.

           SELECT REGISTRO-RECIBOS ASSIGN TO RUTA-REG-RECIBOS
                                  ORGANIZATION IS LINE SEQUENTIAL
                                  FILE STATUS IS FS-REG-RECIBOS.

           SELECT RETENCIONES     ASSIGN TO RUTA-RETENCIONES
                                  ORGANIZATION IS LINE SEQUENTIAL
                                  FILE STATUS IS FS-RETENCIONES.

           SELECT ASIGNACIONES    ASSIGN TO RUTA-ASIGNACIONES
                                  ORGANIZATION IS LINE SEQUENTIAL
                                  FILE STATUS IS FS-ASIGNACIONES.

           SELECT ANON-EMPRESAS   ASSIGN TO RUTA-ANON-EMPRESAS
                                  ORGANIZATION IS INDEXED
                                  ACCESS MODE IS DYNAMIC
                                  RECORD KEY IS AEM-COD
                                  ALTERNATE RECORD KEY IS AEM-CUIT
                                  FILE STATUS IS FS-ANON-EMPRESAS.

           SELECT ANON-CONSULTORES ASSIGN TO RUTA-ANON-CONSULTORES
                                  ORGANIZATION IS INDEXED
                                  ACCESS MODE IS DYNAMIC
                                  RECORD KEY IS ACO-NUM
                                  FILE STATUS IS FS-ANON-CONSULTORES.

           SELECT ANON-TIEMPOS    ASSIGN TO RUTA-ANON-TIEMPOS
                                  ORGANIZATION IS INDEXED
                                  ACCESS MODE IS DYNAMIC
                                  RECORD KEY IS ATI-CLAVE
                                  ALTERNATE RECORD KEY IS ATI-CUIT
                                  WITH DUPLICATES
                                  FILE STATUS IS FS-ANON-TIEMPOS.

           SELECT ANON-FACTURAS   ASSIGN TO RUTA-ANON-FACTURAS
                                  ORGANIZATION IS INDEXED
                                  ACCESS MODE IS DYNAMIC
                                  RECORD KEY IS AFA-NUMERO
                                  ALTERNATE RECORD KEY IS AFA-CUIT
                                  WITH DUPLICATES
                                  FILE STATUS IS FS-ANON-FACTURAS.

           SELECT ANON-APLICADOS  ASSIGN TO RUTA-ANON-APLICADOS
                                  ORGANIZATION IS LINE SEQUENTIAL
                                  FILE STATUS IS FS-ANON-SEC.

           SELECT ANON-RECIBOS    ASSIGN TO RUTA-ANON-RECIBOS
                                  ORGANIZATION IS LINE SEQUENTIAL
                                  FILE STATUS IS FS-ANON-SEC.

           SELECT ANON-RETENCIONES ASSIGN TO RUTA-ANON-RETENCIONES
                                  ORGANIZATION IS LINE SEQUENTIAL
                                  FILE STATUS IS FS-ANON-SEC.

           SELECT ANON-ASIGNACIONES ASSIGN TO RUTA-ANON-ASIGNACIONES
                                  ORGANIZATION IS LINE SEQUENTIAL
                                  FILE STATUS IS FS-ANON-SEC.

       DATA DIVISION.
       FILE SECTION.

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

       FD TIEMPOS-INDEX LABEL RECORD IS STANDARD.
       01 TIE-IND-REG.
           03 TIE-IND-CLAVE.
               05 TIE-IND-NUM PIC X(5).
               05 TIE-IND-FECHA PIC 9(8).
               05 TIE-IND-CUIT PIC 9(11).
           03 TIE-IND-TAREA PIC X(4).
           03 TIE-IND-HORAS PIC 9(2)V99.
           03 TIE-IND-TIPO  PIC X(2).
           03 TIE-IND-IMPORTE PIC 9(7)V99.
           03 TIE-IND-GASTO PIC X(1).

      * Del registro de facturas solo se reemplaza el CUIT; el resto
      * (importes, fechas, CAE) pasa tal cual.
       FD REGISTRO-FACTURAS LABEL RECORD IS STANDARD.
       01 RFA-REG.
           03 RFA-NUMERO        PIC 9(8).
           03 RFA-CUIT          PIC 9(11).
           03 RFA-RESTO         PIC X(191).

       FD PAGOS-APLICADOS LABEL RECORD IS STANDARD.
       01 APL-REG PIC X(45).

       FD REGISTRO-RECIBOS LABEL RECORD IS STANDARD.
       01 REC-REG.
           03 REC-NUMERO  PIC 9(8).
           03 REC-FECHA   PIC 9(8).
           03 REC-CUIT    PIC 9(11).
           03 REC-RESTO   PIC X(41).

       FD RETENCIONES LABEL RECORD IS STANDARD.
       01 RET-REG.
           03 RET-CUIT     PIC 9(11).
           03 RET-RESTO    PIC X(30).

       FD ASIGNACIONES LABEL RECORD IS STANDARD.
       01 ASG-REG PIC X(24).

       FD ANON-EMPRESAS LABEL RECORD IS STANDARD.
       01 AEM-REG.
           03 AEM-COD  PIC 9(3).
           03 FILLER   PIC X(65).
           03 AEM-CUIT PIC 9(11).
           03 FILLER   PIC X(36).

       FD ANON-CONSULTORES LABEL RECORD IS STANDARD.
       01 ACO-REG.
           03 ACO-NUM PIC X(5).
           03 FILLER  PIC X(136).

       FD ANON-TIEMPOS LABEL RECORD IS STANDARD.
       01 ATI-REG.
           03 ATI-CLAVE.
               05 ATI-NUM PIC X(5).
               05 ATI-FECHA PIC 9(8).
               05 ATI-CUIT PIC 9(11).
           03 FILLER PIC X(20).

       FD ANON-FACTURAS LABEL RECORD IS STANDARD.
       01 AFA-REG.
           03 AFA-NUMERO PIC 9(8).
           03 AFA-CUIT   PIC 9(11).
           03 FILLER     PIC X(191).

       FD ANON-APLICADOS LABEL RECORD IS STANDARD.
       01 AAP-REG PIC X(45).

       FD ANON-RECIBOS LABEL RECORD IS STANDARD.
       01 ARE-REG PIC X(68).

       FD ANON-RETENCIONES LABEL RECORD IS STANDARD.
       01 ART-REG PIC X(41).

       FD ANON-ASIGNACIONES LABEL RECORD IS STANDARD.
       01 AAS-REG PIC X(24).

       WORKING-STORAGE SECTION.

       77 FS-EMP-INDEX   PIC XX.
       77 FS-CONS-INDEX  PIC XX.
       77 FS-TIE-INDEX   PIC XX.
       77 FS-REGISTRO    PIC XX.
       77 FS-APLICADOS   PIC XX.
       77 FS-REG-RECIBOS PIC XX.
       77 FS-RETENCIONES PIC XX.
       77 FS-ASIGNACIONES PIC XX.
       77 FS-ANON-EMPRESAS PIC XX.
       77 FS-ANON-CONSULTORES PIC XX.
       77 FS-ANON-TIEMPOS PIC XX.
       77 FS-ANON-FACTURAS PIC XX.
       77 FS-ANON-SEC    PIC XX.

      * Tabla de equivalencias de CUIT: cada CUIT real recibe uno
      * ficticio la primera vez que aparece (primero los del maestro
      * de empresas, en orden de codigo) y el mismo en todos los
      * archivos siguientes, asi las referencias cruzadas se
      * conservan.
       01 TABLA-CUITS.
           03 FILA-CUIT OCCURS 2000 TIMES.
               05 TAB-CUIT-REAL PIC 9(11).
               05 TAB-CUIT-FICTICIO PIC 9(11).
       01 CANT-CUITS PIC 9(4) VALUE ZERO.
       01 SUB-CUIT PIC 9(4).
       01 CUIT-BUSCADO PIC 9(11).
       01 CUIT-REEMPLAZO PIC 9(11).
       01 SW-CUIT-HALLADO PIC X.
           88 CUIT-HALLADO VALUE 'S'.
       01 SW-ORIGEN-MAESTRO PIC X VALUE 'S'.
           88 ORIGEN-MAESTRO VALUE 'S'.
       01 CANT-CUITS-SIN-MAESTRO PIC 9(5) VALUE ZERO.

      * CUIT ficticio: se conserva el prefijo real (persona fisica o
      * juridica) sobre un cuerpo correlativo, con el digito
      * verificador modulo 11 calculado igual que en
      * VALIDAR-IDENTIFICACION; un cuerpo cuyo digito daria 10 se
      * saltea.
       01 PROXIMO-CUERPO-CUIT PIC 9(8) VALUE 10000000.
       01 CUIT-ARMADO.
           03 CUIT-ARMADO-PREFIJO PIC 9(2).
               88 PREFIJO-VALIDO VALUES 20 23 24 25 26 27 30 33 34.
           03 CUIT-ARMADO-CUERPO PIC 9(8).
           03 CUIT-ARMADO-DV PIC 9(1).
       01 FILLER REDEFINES CUIT-ARMADO.
           03 DIGITO-CUIT PIC 9(1) OCCURS 11 TIMES.
       01 CUIT-ARMADO-NUM REDEFINES CUIT-ARMADO PIC 9(11).
       01 PESOS-CUIT PIC X(10) VALUE '5432765432'.
       01 FILLER REDEFINES PESOS-CUIT.
           03 PESO-CUIT PIC 9(1) OCCURS 10 TIMES.

      * CBU ficticio: banco y sucursal fijos de prueba y la cuenta
      * correlativa por consultor, ambos bloques con su verificador
      * modulo 10 para que sigan pasando la validacion.
       01 CBU-ARMADO.
           03 CBU-ARMADO-BANCO PIC 9(7) VALUE 9990001.
           03 CBU-ARMADO-DV1 PIC 9(1).
           03 CBU-ARMADO-CUENTA PIC 9(13).
           03 CBU-ARMADO-DV2 PIC 9(1).
       01 FILLER REDEFINES CBU-ARMADO.
           03 DIGITO-CBU PIC 9(1) OCCURS 22 TIMES.
       01 CBU-ARMADO-NUM REDEFINES CBU-ARMADO PIC 9(22).
       01 PESOS-CBU-BLOQUE1 PIC X(7) VALUE '7139713'.
       01 FILLER REDEFINES PESOS-CBU-BLOQUE1.
           03 PESO-CBU-1 PIC 9(1) OCCURS 7 TIMES.
       01 PESOS-CBU-BLOQUE2 PIC X(13) VALUE '3971397139713'.
       01 FILLER REDEFINES PESOS-CBU-BLOQUE2.
           03 PESO-CBU-2 PIC 9(1) OCCURS 13 TIMES.

       01 SUB-DIGITO PIC 9(2).
       01 SUMA-PONDERADA PIC 9(4).
       01 COCIENTE-AUX PIC 9(4).
       01 RESTO-AUX PIC 9(2).
       01 DIGITO-CALCULADO PIC 9(2).

      * Los consultores conservan su numero (clave de tiempos y
      * asignaciones); DNI, nombre, contacto y CBU salen del
      * correlativo de la copia.
       01 CANT-CONS-ANON PIC 9(7) VALUE ZERO.
       01 DNI-FICTICIO PIC 9(8).

       01 CANT-EMP  PIC 9(7) VALUE ZERO.
       01 CANT-CONS PIC 9(7) VALUE ZERO.
       01 CANT-TIE  PIC 9(7) VALUE ZERO.
       01 CANT-RFA  PIC 9(7) VALUE ZERO.
       01 CANT-APL  PIC 9(7) VALUE ZERO.
       01 CANT-REC  PIC 9(7) VALUE ZERO.
       01 CANT-RET  PIC 9(7) VALUE ZERO.
       01 CANT-ASG  PIC 9(7) VALUE ZERO.

      * Bitacora central de corridas (ver REGISTRAR-CORRIDA).
       01 WS-OPCION-LOG PIC X.
       01 LOG-PROGRAMA-ID PIC X(12) VALUE 'ANONIMIZAR'.
       01 LOG-CANT-ENTRADA PIC 9(7) VALUE ZERO.
       01 LOG-CANT-SALIDA PIC 9(7) VALUE ZERO.
       01 LOG-CANT-EXC PIC 9(5) VALUE ZERO.


      * Rutas fisicas de los archivos, resueltas al arrancar desde
      * rutas.dat via OBTENER-RUTA: mover el sistema o armar un
      * ambiente de prueba es cuestion de editar ese archivo.
       77 FS-RUTA PIC XX.
       01 RUTA-LOGICO PIC X(20).
       01 RUTA-OBTENIDA PIC X(100).
       01 RUTA-EMP-INDEX PIC X(100).
       01 RUTA-CONSULT-INDEX PIC X(100).
       01 RUTA-TIEMPOS-INDEX PIC X(100).
       01 RUTA-REGISTRO-FACTURAS PIC X(100).
       01 RUTA-PAGOS-APLICADOS PIC X(100).
       01 RUTA-REG-RECIBOS PIC X(100).
       01 RUTA-RETENCIONES PIC X(100).
       01 RUTA-ASIGNACIONES PIC X(100).
       01 RUTA-ANON-EMPRESAS PIC X(100).
       01 RUTA-ANON-CONSULTORES PIC X(100).
       01 RUTA-ANON-TIEMPOS PIC X(100).
       01 RUTA-ANON-FACTURAS PIC X(100).
       01 RUTA-ANON-APLICADOS PIC X(100).
       01 RUTA-ANON-RECIBOS PIC X(100).
       01 RUTA-ANON-RETENCIONES PIC X(100).
       01 RUTA-ANON-ASIGNACIONES PIC X(100).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM CARGAR-RUTAS.
           MOVE 'I' TO WS-OPCION-LOG.
           CALL 'REGISTRAR-CORRIDA' USING WS-OPCION-LOG,
               LOG-PROGRAMA-ID, LOG-CANT-ENTRADA, LOG-CANT-SALIDA,
               LOG-CANT-EXC.
           PERFORM COPIAR-EMPRESAS.
           MOVE 'N' TO SW-ORIGEN-MAESTRO.
           PERFORM COPIAR-CONSULTORES.
           PERFORM COPIAR-TIEMPOS.
           PERFORM COPIAR-FACTURAS.
           PERFORM COPIAR-APLICADOS.
           PERFORM COPIAR-RECIBOS.
           PERFORM COPIAR-RETENCIONES.
           PERFORM COPIAR-ASIGNACIONES.
           PERFORM IMPRIMIR-RESUMEN.
           COMPUTE LOG-CANT-ENTRADA = CANT-EMP + CANT-CONS + CANT-TIE
               + CANT-RFA + CANT-APL + CANT-REC + CANT-RET + CANT-ASG.
           MOVE LOG-CANT-ENTRADA TO LOG-CANT-SALIDA.
           MOVE 'F' TO WS-OPCION-LOG.
           CALL 'REGISTRAR-CORRIDA' USING WS-OPCION-LOG,
               LOG-PROGRAMA-ID, LOG-CANT-ENTRADA, LOG-CANT-SALIDA,
               LOG-CANT-EXC.
           STOP RUN.

      * Empresas: razon social, domicilio, telefono y mail pasan a
      * textos armados con el codigo; el CUIT sale de la tabla.
       COPIAR-EMPRESAS.
           OPEN INPUT EMP-INDEX.
           IF FS-EMP-INDEX NOT = ZERO
               DISPLAY "ERROR AL ABRIR EMPRESAS INDEX FS: "
                   FS-EMP-INDEX
               STOP RUN.
           OPEN OUTPUT ANON-EMPRESAS.
           IF FS-ANON-EMPRESAS NOT = ZERO
               DISPLAY "ERROR AL ABRIR COPIA DE EMPRESAS FS: "
                   FS-ANON-EMPRESAS
               STOP RUN.
           MOVE ZERO TO EMP-IND-COD.
           START EMP-INDEX KEY IS >= EMP-IND-COD.
           IF FS-EMP-INDEX = ZERO
               READ EMP-INDEX NEXT RECORD
               PERFORM ANONIMIZAR-EMPRESA
                   UNTIL FS-EMP-INDEX NOT = ZERO.
           CLOSE EMP-INDEX ANON-EMPRESAS.

       ANONIMIZAR-EMPRESA.
           MOVE EMP-IND-CUIT TO CUIT-BUSCADO.
           PERFORM REEMPLAZAR-CUIT.
           MOVE CUIT-REEMPLAZO TO EMP-IND-CUIT.
           MOVE SPACES TO EMP-IND-RAZ EMP-IND-DIR EMP-IND-TEL
               EMP-IND-MAIL.
           STRING 'EMPRESA ' EMP-IND-COD DELIMITED BY SIZE
               INTO EMP-IND-RAZ.
           STRING 'DOMICILIO ' EMP-IND-COD DELIMITED BY SIZE
               INTO EMP-IND-DIR.
           STRING '0000-0' EMP-IND-COD DELIMITED BY SIZE
               INTO EMP-IND-TEL.
           STRING 'EMPRESA' EMP-IND-COD '@PRUEBA.INVALID'
               DELIMITED BY SIZE INTO EMP-IND-MAIL.
           WRITE AEM-REG FROM EMP-IND-REG.
           IF FS-ANON-EMPRESAS NOT = ZERO
               DISPLAY "ERROR AL GRABAR COPIA DE EMPRESAS FS: "
                   FS-ANON-EMPRESAS " EMPRESA " EMP-IND-COD
               STOP RUN.
           ADD 1 TO CANT-EMP.
           READ EMP-INDEX NEXT RECORD.

       COPIAR-CONSULTORES.
           OPEN INPUT CONSULT-INDEX.
           IF FS-CONS-INDEX NOT = ZERO
               DISPLAY "ERROR AL ABRIR CONSULT INDEX FS: "
                   FS-CONS-INDEX
               STOP RUN.
           OPEN OUTPUT ANON-CONSULTORES.
           IF FS-ANON-CONSULTORES NOT = ZERO
               DISPLAY "ERROR AL ABRIR COPIA DE CONSULTORES FS: "
                   FS-ANON-CONSULTORES
               STOP RUN.
           MOVE LOW-VALUES TO CONS-IND-NUM.
           START CONSULT-INDEX KEY IS >= CONS-IND-NUM.
           IF FS-CONS-INDEX = ZERO
               READ CONSULT-INDEX NEXT RECORD
               PERFORM ANONIMIZAR-CONSULTOR
                   UNTIL FS-CONS-INDEX NOT = ZERO.
           CLOSE CONSULT-INDEX ANON-CONSULTORES.

      * Un CBU en cero (consultor sin cuenta informada) queda en cero.
       ANONIMIZAR-CONSULTOR.
           ADD 1 TO CANT-CONS-ANON.
           COMPUTE DNI-FICTICIO = 10000000 + CANT-CONS-ANON.
           MOVE DNI-FICTICIO TO CONS-IND-DNI.
           MOVE SPACES TO CONS-IND-NOM CONS-IND-DIR CONS-IND-TEL
               CONS-IND-MAIL.
           STRING 'CONSULTOR ' CONS-IND-NUM DELIMITED BY SIZE
               INTO CONS-IND-NOM.
           STRING 'DOMICILIO ' CONS-IND-NUM DELIMITED BY SIZE
               INTO CONS-IND-DIR.
           STRING '0000-' CONS-IND-NUM DELIMITED BY SIZE
               INTO CONS-IND-TEL.
           STRING 'CONSULTOR' CONS-IND-NUM '@PRUEBA.INVALID'
               DELIMITED BY SIZE INTO CONS-IND-MAIL.
           IF CONS-IND-CBU NOT = ZERO
               PERFORM ARMAR-CBU-FICTICIO
               MOVE CBU-ARMADO-NUM TO CONS-IND-CBU.
           WRITE ACO-REG FROM CONS-IND-REG.
           IF FS-ANON-CONSULTORES NOT = ZERO
               DISPLAY "ERROR AL GRABAR COPIA DE CONSULTORES FS: "
                   FS-ANON-CONSULTORES " CONSULTOR " CONS-IND-NUM
               STOP RUN.
           ADD 1 TO CANT-CONS.
           READ CONSULT-INDEX NEXT RECORD.

       ARMAR-CBU-FICTICIO.
           MOVE CANT-CONS-ANON TO CBU-ARMADO-CUENTA.
           MOVE ZERO TO SUMA-PONDERADA.
           PERFORM PONDERAR-CBU-BLOQUE1
               VARYING SUB-DIGITO FROM 1 BY 1
               UNTIL SUB-DIGITO > 7.
           PERFORM CALCULAR-DIGITO-MOD10.
           MOVE DIGITO-CALCULADO TO CBU-ARMADO-DV1.
           MOVE ZERO TO SUMA-PONDERADA.
           PERFORM PONDERAR-CBU-BLOQUE2
               VARYING SUB-DIGITO FROM 1 BY 1
               UNTIL SUB-DIGITO > 13.
           PERFORM CALCULAR-DIGITO-MOD10.
           MOVE DIGITO-CALCULADO TO CBU-ARMADO-DV2.

       PONDERAR-CBU-BLOQUE1.
           COMPUTE SUMA-PONDERADA = SUMA-PONDERADA
               + DIGITO-CBU(SUB-DIGITO) * PESO-CBU-1(SUB-DIGITO).

       PONDERAR-CBU-BLOQUE2.
           COMPUTE SUMA-PONDERADA = SUMA-PONDERADA
               + DIGITO-CBU(SUB-DIGITO + 8) * PESO-CBU-2(SUB-DIGITO).

       CALCULAR-DIGITO-MOD10.
           DIVIDE SUMA-PONDERADA BY 10 GIVING COCIENTE-AUX
               REMAINDER RESTO-AUX.
           COMPUTE DIGITO-CALCULADO = 10 - RESTO-AUX.
           IF DIGITO-CALCULADO = 10
               MOVE ZERO TO DIGITO-CALCULADO.

      * La clave de tiempos incluye el CUIT: la copia se graba con el
      * CUIT reemplazado y queda ordenada por la clave nueva.
       COPIAR-TIEMPOS.
           OPEN INPUT TIEMPOS-INDEX.
           IF FS-TIE-INDEX NOT = ZERO
               DISPLAY "ERROR AL ABRIR TIMES INDEX FS: " FS-TIE-INDEX
               STOP RUN.
           OPEN OUTPUT ANON-TIEMPOS.
           IF FS-ANON-TIEMPOS NOT = ZERO
               DISPLAY "ERROR AL ABRIR COPIA DE TIEMPOS FS: "
                   FS-ANON-TIEMPOS
               STOP RUN.
           MOVE LOW-VALUES TO TIE-IND-CLAVE.
           START TIEMPOS-INDEX KEY IS >= TIE-IND-CLAVE.
           IF FS-TIE-INDEX = ZERO
               READ TIEMPOS-INDEX NEXT RECORD
               PERFORM ANONIMIZAR-TIEMPO
                   UNTIL FS-TIE-INDEX NOT = ZERO.
           CLOSE TIEMPOS-INDEX ANON-TIEMPOS.

       ANONIMIZAR-TIEMPO.
           MOVE TIE-IND-CUIT TO CUIT-BUSCADO.
           PERFORM REEMPLAZAR-CUIT.
           MOVE TIE-IND-REG TO ATI-REG.
           MOVE CUIT-REEMPLAZO TO ATI-CUIT.
           WRITE ATI-REG.
           IF FS-ANON-TIEMPOS NOT = ZERO
               DISPLAY "ERROR AL GRABAR COPIA DE TIEMPOS FS: "
                   FS-ANON-TIEMPOS " CLAVE " TIE-IND-CLAVE
               STOP RUN.
           ADD 1 TO CANT-TIE.
           READ TIEMPOS-INDEX NEXT RECORD.

       COPIAR-FACTURAS.
           OPEN INPUT REGISTRO-FACTURAS.
           IF FS-REGISTRO NOT = ZERO
               DISPLAY "ERROR AL ABRIR REGISTRO FACTURAS FS: "
                   FS-REGISTRO
               STOP RUN.
           OPEN OUTPUT ANON-FACTURAS.
           IF FS-ANON-FACTURAS NOT = ZERO
               DISPLAY "ERROR AL ABRIR COPIA DE FACTURAS FS: "
                   FS-ANON-FACTURAS
               STOP RUN.
           MOVE ZERO TO RFA-NUMERO.
           START REGISTRO-FACTURAS KEY IS >= RFA-NUMERO.
           IF FS-REGISTRO = ZERO
               READ REGISTRO-FACTURAS NEXT RECORD
               PERFORM ANONIMIZAR-FACTURA
                   UNTIL FS-REGISTRO NOT = ZERO.
           CLOSE REGISTRO-FACTURAS ANON-FACTURAS.

       ANONIMIZAR-FACTURA.
           MOVE RFA-CUIT TO CUIT-BUSCADO.
           PERFORM REEMPLAZAR-CUIT.
           MOVE CUIT-REEMPLAZO TO RFA-CUIT.
           WRITE AFA-REG FROM RFA-REG.
           IF FS-ANON-FACTURAS NOT = ZERO
               DISPLAY "ERROR AL GRABAR COPIA DE FACTURAS FS: "
                   FS-ANON-FACTURAS " FACTURA " RFA-NUMERO
               STOP RUN.
           ADD 1 TO CANT-RFA.
           READ REGISTRO-FACTURAS NEXT RECORD.

      * Los secuenciales pueden no existir todavia (sistema sin
      * cobranzas registradas): la copia queda vacia.
       COPIAR-APLICADOS.
           MOVE 'SEC-ANONPAGOSAPLIC' TO RUTA-LOGICO.
           OPEN OUTPUT ANON-APLICADOS.
           PERFORM VERIFICAR-APERTURA-COPIA.
           OPEN INPUT PAGOS-APLICADOS.
           IF FS-APLICADOS = ZERO
               READ PAGOS-APLICADOS
               PERFORM COPIAR-UN-APLICADO
                   UNTIL FS-APLICADOS NOT = ZERO
               CLOSE PAGOS-APLICADOS.
           CLOSE ANON-APLICADOS.

      * Los pagos aplicados no tienen datos personales: se referencian
      * por numero de factura, que no cambia.
       COPIAR-UN-APLICADO.
           WRITE AAP-REG FROM APL-REG.
           ADD 1 TO CANT-APL.
           READ PAGOS-APLICADOS.

       COPIAR-RECIBOS.
           MOVE 'SEC-ANONREGRECIBOS' TO RUTA-LOGICO.
           OPEN OUTPUT ANON-RECIBOS.
           PERFORM VERIFICAR-APERTURA-COPIA.
           OPEN INPUT REGISTRO-RECIBOS.
           IF FS-REG-RECIBOS = ZERO
               READ REGISTRO-RECIBOS
               PERFORM ANONIMIZAR-RECIBO
                   UNTIL FS-REG-RECIBOS NOT = ZERO
               CLOSE REGISTRO-RECIBOS.
           CLOSE ANON-RECIBOS.

       ANONIMIZAR-RECIBO.
           MOVE REC-CUIT TO CUIT-BUSCADO.
           PERFORM REEMPLAZAR-CUIT.
           MOVE CUIT-REEMPLAZO TO REC-CUIT.
           WRITE ARE-REG FROM REC-REG.
           ADD 1 TO CANT-REC.
           READ REGISTRO-RECIBOS.

       COPIAR-RETENCIONES.
           MOVE 'SEC-ANONRETENCIONES' TO RUTA-LOGICO.
           OPEN OUTPUT ANON-RETENCIONES.
           PERFORM VERIFICAR-APERTURA-COPIA.
           OPEN INPUT RETENCIONES.
           IF FS-RETENCIONES = ZERO
               READ RETENCIONES
               PERFORM ANONIMIZAR-RETENCION
                   UNTIL FS-RETENCIONES NOT = ZERO
               CLOSE RETENCIONES.
           CLOSE ANON-RETENCIONES.

       ANONIMIZAR-RETENCION.
           MOVE RET-CUIT TO CUIT-BUSCADO.
           PERFORM REEMPLAZAR-CUIT.
           MOVE CUIT-REEMPLAZO TO RET-CUIT.
           WRITE ART-REG FROM RET-REG.
           ADD 1 TO CANT-RET.
           READ RETENCIONES.

      * Las asignaciones relacionan numero de consultor con codigo de
      * empresa, que se conservan: pasan sin cambios.
       COPIAR-ASIGNACIONES.
           MOVE 'SEC-ANONASIGNACION' TO RUTA-LOGICO.
           OPEN OUTPUT ANON-ASIGNACIONES.
           PERFORM VERIFICAR-APERTURA-COPIA.
           OPEN INPUT ASIGNACIONES.
           IF FS-ASIGNACIONES = ZERO
               READ ASIGNACIONES
               PERFORM COPIAR-UNA-ASIGNACION
                   UNTIL FS-ASIGNACIONES NOT = ZERO
               CLOSE ASIGNACIONES.
           CLOSE ANON-ASIGNACIONES.

       COPIAR-UNA-ASIGNACION.
           WRITE AAS-REG FROM ASG-REG.
           ADD 1 TO CANT-ASG.
           READ ASIGNACIONES.

       VERIFICAR-APERTURA-COPIA.
           IF FS-ANON-SEC NOT = ZERO
               DISPLAY "ERROR AL ABRIR " RUTA-LOGICO " FS: "
                   FS-ANON-SEC
               STOP RUN.

      * Devuelve en CUIT-REEMPLAZO el ficticio de CUIT-BUSCADO,
      * dandolo de alta en la tabla si es la primera vez. El cero
      * (sin CUIT) queda en cero.
       REEMPLAZAR-CUIT.
           MOVE ZERO TO CUIT-REEMPLAZO.
           IF CUIT-BUSCADO NOT = ZERO
               MOVE 'N' TO SW-CUIT-HALLADO
               PERFORM BUSCAR-CUIT
                   VARYING SUB-CUIT FROM 1 BY 1
                   UNTIL SUB-CUIT > CANT-CUITS OR CUIT-HALLADO
               IF NOT CUIT-HALLADO
                   PERFORM AGREGAR-CUIT.

       BUSCAR-CUIT.
           IF TAB-CUIT-REAL(SUB-CUIT) = CUIT-BUSCADO
               MOVE TAB-CUIT-FICTICIO(SUB-CUIT) TO CUIT-REEMPLAZO
               MOVE 'S' TO SW-CUIT-HALLADO.

       AGREGAR-CUIT.
           IF CANT-CUITS = 2000
               DISPLAY "TABLA DE CUITS COMPLETA (2000): COPIA "
                   "CANCELADA"
               STOP RUN.
           MOVE CUIT-BUSCADO TO CUIT-ARMADO-NUM.
           IF NOT PREFIJO-VALIDO
               MOVE 30 TO CUIT-ARMADO-PREFIJO.
           MOVE 10 TO DIGITO-CALCULADO.
           PERFORM ARMAR-CUIT-FICTICIO UNTIL DIGITO-CALCULADO < 10.
           ADD 1 TO CANT-CUITS.
           MOVE CUIT-BUSCADO TO TAB-CUIT-REAL(CANT-CUITS).
           MOVE CUIT-ARMADO-NUM TO TAB-CUIT-FICTICIO(CANT-CUITS).
           MOVE CUIT-ARMADO-NUM TO CUIT-REEMPLAZO.
           IF NOT ORIGEN-MAESTRO
               ADD 1 TO CANT-CUITS-SIN-MAESTRO.

       ARMAR-CUIT-FICTICIO.
           ADD 1 TO PROXIMO-CUERPO-CUIT.
           MOVE PROXIMO-CUERPO-CUIT TO CUIT-ARMADO-CUERPO.
           MOVE ZERO TO SUMA-PONDERADA.
           PERFORM PONDERAR-CUIT
               VARYING SUB-DIGITO FROM 1 BY 1
               UNTIL SUB-DIGITO > 10.
           DIVIDE SUMA-PONDERADA BY 11 GIVING COCIENTE-AUX
               REMAINDER RESTO-AUX.
           COMPUTE DIGITO-CALCULADO = 11 - RESTO-AUX.
           IF DIGITO-CALCULADO = 11
               MOVE ZERO TO DIGITO-CALCULADO.
           IF DIGITO-CALCULADO < 10
               MOVE DIGITO-CALCULADO TO CUIT-ARMADO-DV.

       PONDERAR-CUIT.
           COMPUTE SUMA-PONDERADA = SUMA-PONDERADA
               + DIGITO-CUIT(SUB-DIGITO) * PESO-CUIT(SUB-DIGITO).

       IMPRIMIR-RESUMEN.
           DISPLAY "COPIA ANONIMIZADA PARA EL AMBIENTE DE PRUEBA".
           DISPLAY "EMPRESAS: " CANT-EMP "  CONSULTORES: " CANT-CONS
               "  TIEMPOS: " CANT-TIE.
           DISPLAY "FACTURAS: " CANT-RFA "  PAGOS APLICADOS: "
               CANT-APL "  RECIBOS: " CANT-REC.
           DISPLAY "RETENCIONES: " CANT-RET "  ASIGNACIONES: "
               CANT-ASG.
           DISPLAY "CUITS REEMPLAZADOS: " CANT-CUITS
               "  (FUERA DEL MAESTRO DE EMPRESAS: "
               CANT-CUITS-SIN-MAESTRO ")".


      * Resuelve todas las rutas de este programa contra rutas.dat;
      * una entrada ausente corta la corrida nombrando el logico
      * que falta.
       CARGAR-RUTAS.
           MOVE 'IDX-EMPRESAS' TO RUTA-LOGICO.
           PERFORM OBTENER-UNA-RUTA.
           MOVE RUTA-OBTENIDA TO RUTA-EMP-INDEX.
           MOVE 'IDX-CONSULTORES' TO RUTA-LOGICO.
           PERFORM OBTENER-UNA-RUTA.
           MOVE RUTA-OBTENIDA TO RUTA-CONSULT-INDEX.
           MOVE 'IDX-TIMES' TO RUTA-LOGICO.
           PERFORM OBTENER-UNA-RUTA.
           MOVE RUTA-OBTENIDA TO RUTA-TIEMPOS-INDEX.
           MOVE 'IDX-REGFACTURAS' TO RUTA-LOGICO.
           PERFORM OBTENER-UNA-RUTA.
           MOVE RUTA-OBTENIDA TO RUTA-REGISTRO-FACTURAS.
           MOVE 'SEC-PAGOSAPLIC' TO RUTA-LOGICO.
           PERFORM OBTENER-UNA-RUTA.
           MOVE RUTA-OBTENIDA TO RUTA-PAGOS-APLICADOS.
           MOVE 'SEC-REGRECIBOS' TO RUTA-LOGICO.
           PERFORM OBTENER-UNA-RUTA.
           MOVE RUTA-OBTENIDA TO RUTA-REG-RECIBOS.
           MOVE 'SEC-RETENCIONES' TO RUTA-LOGICO.
           PERFORM OBTENER-UNA-RUTA.
           MOVE RUTA-OBTENIDA TO RUTA-RETENCIONES.
           MOVE 'COMP-ASIGNACIONES' TO RUTA-LOGICO.
           PERFORM OBTENER-UNA-RUTA.
           MOVE RUTA-OBTENIDA TO RUTA-ASIGNACIONES.
           MOVE 'IDX-ANONEMPRESAS' TO RUTA-LOGICO.
           PERFORM OBTENER-UNA-RUTA.
           MOVE RUTA-OBTENIDA TO RUTA-ANON-EMPRESAS.
           MOVE 'IDX-ANONCONSULTORES' TO RUTA-LOGICO.
           PERFORM OBTENER-UNA-RUTA.
           MOVE RUTA-OBTENIDA TO RUTA-ANON-CONSULTORES.
           MOVE 'IDX-ANONTIMES' TO RUTA-LOGICO.
           PERFORM OBTENER-UNA-RUTA.
           MOVE RUTA-OBTENIDA TO RUTA-ANON-TIEMPOS.
           MOVE 'IDX-ANONREGFACTURAS' TO RUTA-LOGICO.
           PERFORM OBTENER-UNA-RUTA.
           MOVE RUTA-OBTENIDA TO RUTA-ANON-FACTURAS.
           MOVE 'SEC-ANONPAGOSAPLIC' TO RUTA-LOGICO.
           PERFORM OBTENER-UNA-RUTA.
           MOVE RUTA-OBTENIDA TO RUTA-ANON-APLICADOS.
           MOVE 'SEC-ANONREGRECIBOS' TO RUTA-LOGICO.
           PERFORM OBTENER-UNA-RUTA.
           MOVE RUTA-OBTENIDA TO RUTA-ANON-RECIBOS.
           MOVE 'SEC-ANONRETENCIONES' TO RUTA-LOGICO.
           PERFORM OBTENER-UNA-RUTA.
           MOVE RUTA-OBTENIDA TO RUTA-ANON-RETENCIONES.
           MOVE 'SEC-ANONASIGNACION' TO RUTA-LOGICO.
           PERFORM OBTENER-UNA-RUTA.
           MOVE RUTA-OBTENIDA TO RUTA-ANON-ASIGNACIONES.

       OBTENER-UNA-RUTA.
           CALL 'OBTENER-RUTA' USING RUTA-LOGICO, RUTA-OBTENIDA,
               FS-RUTA.
           IF FS-RUTA NOT = '00'
               DISPLAY "RUTA NO CONFIGURADA PARA " RUTA-LOGICO
               STOP RUN.

       END PROGRAM ANONIMIZAR-DATOS.
