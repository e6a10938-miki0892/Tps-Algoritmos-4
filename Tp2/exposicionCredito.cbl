      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXPOSICION-CREDITO.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Maestro de limites de credito (ver MANTENER-LIMITES): solo se
      * evaluan las empresas que tienen fila en el.
           SELECT LIMITES-CREDITO ASSIGN TO RUTA-LIMITES
                                  ORGANIZATION IS LINE SEQUENTIAL
                                  FILE STATUS IS FS-LIMITES.

           SELECT REGISTRO-FACTURAS ASSIGN TO RUTA-REGISTRO-FACTURAS
                                  ORGANIZATION IS INDEXED
                                  ACCESS MODE IS DYNAMIC
                                  RECORD KEY IS RFA-NUMERO
                                  ALTERNATE RECORD KEY IS RFA-CUIT
                                  WITH DUPLICATES
                                  FILE STATUS IS FS-REGISTRO.

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

      * Control de periodos (ver CERRAR-PERIODO): las horas de un mes
      * cerrado ya estan facturadas y su deuda vive en el registro de
      * facturas; solo las de meses abiertos suman como no facturado.
           SELECT PERIODOS        ASSIGN TO RUTA-PERIODOS
                                  ORGANIZATION IS LINE SEQUENTIAL
                                  FILE STATUS IS FS-PERIODOS.

      * Pista de auditoria de TP-2, con la misma regla de ultima
      * corrida por periodo que usa PROVISION-CIERRE.
           SELECT AUDITORIA-PRECIOS ASSIGN TO RUTA-AUDITORIA
                                  ORGANIZATION IS LINE SEQUENTIAL
                                  FILE STATUS IS FS-AUDITORIA.

           SELECT EXPOSICION      ASSIGN TO RUTA-EXPOSICION
                                  ORGANIZATION IS LINE SEQUENTIAL
                                  FILE STATUS IS FS-EXPOSICION.

       DATA DIVISION.
       FILE SECTION.

       FD LIMITES-CREDITO LABEL RECORD IS STANDARD.
       01 LIM-REG.
           03 LIM-EMPRESA PIC 9(3).
           03 LIM-IMPORTE PIC 9(9)V99.
           03 LIM-PORC-AVISO PIC 9(3).
           03 LIM-RETENIDA PIC X(1).
           03 LIM-FECHA-RETENCION PIC 9(8).
           03 LIM-OPERADOR PIC X(10).

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

       FD PERIODOS LABEL RECORD IS STANDARD.
       01 PER-REG.
           03 PER-PERIODO PIC 9(6).
           03 PER-ESTADO  PIC X(1).

       FD AUDITORIA-PRECIOS LABEL RECORD IS STANDARD.
       01 AUD-REG.
           03 AUD-PROGRAMA PIC X(12).
           03 AUD-FECHA-CORRIDA PIC 9(8).
           03 AUD-CONSULTOR PIC X(5).
           03 AUD-FECHA PIC 9(8).
           03 AUD-EMPRESA PIC 9(3).
           03 AUD-CUIT PIC 9(11).
           03 AUD-SRT PIC X(2).
           03 AUD-TIPO PIC 99.
           03 AUD-VIGENCIA PIC 9(8).
           03 AUD-TARIFA PIC 9(5)V99.
           03 AUD-HORAS PIC 9(2)V99.
           03 AUD-IMPORTE PIC S9(10)V99.
           03 AUD-FUENTE PIC X(1).

       FD EXPOSICION LABEL RECORD IS STANDARD.
       01 EXP-LINEA PIC X(150).

       WORKING-STORAGE SECTION.

       77 FS-LIMITES     PIC XX.
       77 FS-REGISTRO    PIC XX.
       77 FS-TIEMPOS     PIC XX.
       77 FS-CONSULTORES PIC XX.
       77 FS-PERIODOS    PIC XX.
       77 FS-AUDITORIA   PIC XX.
       77 FS-EXPOSICION  PIC XX.

      * Tarifas via OBTENER-TARIFA, misma regla que TP-2.
       77 FS-TARIFAS PIC XX.
       01 WS-OPCION-TARIFA PIC X.
       01 TAR-SRT      PIC X(2).
       01 TAR-TIPO     PIC 99.
       01 TAR-VIGENCIA PIC 9(8).
       01 TAR-TAR      PIC 9(5)V99.

      * Una fila por empresa con limite: lo adeudado en facturas y lo
      * trabajado y todavia no facturado, con su limite y retencion.
       01 TABLA-CLIENTES.
           03 FILA-CLIENTE OCCURS 200 TIMES.
               05 TAB-CLI-EMPRESA    PIC 9(3).
               05 TAB-CLI-CUIT       PIC 9(11).
               05 TAB-CLI-RAZON      PIC X(25).
               05 TAB-CLI-LIMITE     PIC 9(9)V99.
               05 TAB-CLI-PORC-AVISO PIC 9(3).
               05 TAB-CLI-RETENIDA   PIC X(1).
               05 TAB-CLI-ADEUDADO   PIC 9(11)V99.
               05 TAB-CLI-NO-FACTURADO PIC S9(11)V99.
       01 CANT-CLIENTES PIC 9(3) VALUE ZERO.
       01 SUB-CLI PIC 9(3).
       01 IND-CLI-ACT PIC 9(3).
       01 CUIT-BUSCADO PIC 9(11).

      * Meses cerrados segun el control de periodos.
       01 TABLA-CERRADOS.
           03 FILA-CERRADO OCCURS 120 TIMES.
               05 TAB-CER-PERIODO PIC 9(6).
       01 CANT-CERRADOS PIC 9(3) VALUE ZERO.
       01 SUB-CER PIC 9(3).
       01 SW-PERIODO-CERRADO PIC X.
           88 PERIODO-CERRADO VALUE 'S'.

      * Meses abiertos con horas, y la ultima corrida de TP-2 sobre
      * cada uno (la unica cuyos renglones se descuentan).
       01 TABLA-ABIERTOS.
           03 FILA-ABIERTO OCCURS 24 TIMES.
               05 TAB-ABI-PERIODO PIC 9(6).
               05 TAB-ABI-CORRIDA PIC 9(8).
       01 CANT-ABIERTOS PIC 9(3) VALUE ZERO.
       01 SUB-ABI PIC 9(3).
       01 IND-ABI-ACT PIC 9(3).
       01 PERIODO-BUSCADO PIC 9(6).

       01 SALDO-FACTURA PIC S9(9)V99.
       01 IMPORTE-AUX PIC 9(9)V99.
       01 EXPOSICION-CLIENTE PIC S9(11)V99.
       01 PORC-USO PIC 9(5)V9.
       01 PORC-AVISO PIC 9(3).
       01 FECHA-HOY PIC 9(8).

      * Cache del ultimo consultor resuelto, como PROVISION-CIERRE.
       01 CONSULTOR-CACHE PIC X(5) VALUE SPACES.
       01 SRT-CACHE PIC X(2) VALUE SPACES.

       01 CANT-LEIDOS PIC 9(7) VALUE ZERO.
       01 CANT-SIN-TARIFA PIC 9(5) VALUE ZERO.
       01 CANT-SIN-EMPRESA PIC 9(5) VALUE ZERO.
       01 CANT-EXCEDIDOS PIC 9(5) VALUE ZERO.
       01 CANT-EN-AVISO PIC 9(5) VALUE ZERO.
       01 CANT-RETENIDAS PIC 9(5) VALUE ZERO.

       01 WS-OPCION-EMPRESA PIC X.
       01 EMP-CODIGO-AUX PIC 9(3).
       01 EMP-CUIT-AUX   PIC 9(11).
       01 EMP-RAZON-AUX  PIC X(25).
       01 EMP-DIRE-AUX   PIC X(20).
       01 EMP-TEL-AUX    PIC X(20).
       01 EMP-MAIL-AUX   PIC X(30).

       01 REP-TITULO.
           02 FILLER PIC X(50) VALUE
               'Exposicion crediticia de clientes'.
           02 FILLER PIC X(7) VALUE 'Fecha: '.
           02 REP-TIT-FECHA PIC 9(8).

       01 REP-HEADER-1.
           02 FILLER PIC X(40) VALUE
               'Emp Cuit        Razon social'.
           02 FILLER PIC X(40) VALUE
               '                 Limite       Facturado'.
           02 FILLER PIC X(40) VALUE
               '   No facturado      Exposicion    Uso %'.
           02 FILLER PIC X(20) VALUE '  Estado'.

       01 REP-FILA.
           02 REP-FIL-EMPRESA PIC 9(3).
           02 FILLER PIC X(1) VALUE SPACES.
           02 REP-FIL-CUIT PIC 9(11).
           02 FILLER PIC X(1) VALUE SPACES.
           02 REP-FIL-RAZON PIC X(25).
           02 FILLER PIC X(1) VALUE SPACES.
           02 REP-FIL-LIMITE PIC Z(9)9,99.
           02 FILLER PIC X(2) VALUE SPACES.
           02 REP-FIL-ADEUDADO PIC Z(10)9,99.
           02 FILLER PIC X(1) VALUE SPACES.
           02 REP-FIL-NO-FACTURADO PIC -Z(10)9,99.
           02 FILLER PIC X(1) VALUE SPACES.
           02 REP-FIL-EXPOSICION PIC -Z(10)9,99.
           02 FILLER PIC X(2) VALUE SPACES.
           02 REP-FIL-USO PIC ZZZZ9,9.
           02 FILLER PIC X(2) VALUE SPACES.
           02 REP-FIL-ESTADO PIC X(9).
           02 FILLER PIC X(1) VALUE SPACES.
           02 REP-FIL-RETENIDA PIC X(9).

       01 REP-RESUMEN.
           02 FILLER PIC X(11) VALUE 'Excedidos: '.
           02 REP-RES-EXCEDIDOS PIC ZZZZ9.
           02 FILLER PIC X(14) VALUE '   Cerca (%): '.
           02 REP-RES-AVISO PIC ZZZZ9.
           02 FILLER PIC X(14) VALUE '   Retenidas: '.
           02 REP-RES-RETENIDAS PIC ZZZZ9.

       01 LINEA-GUION PIC X(150) VALUE ALL "-".


      * Bitacora central de corridas (ver REGISTRAR-CORRIDA): 'I' al
      * arrancar y 'F' con los contadores al terminar normalmente;
      * una corrida abortada no llega a anotar su 'F' y el resumen
      * diario la muestra como anormal.
       01 WS-OPCION-LOG PIC X.
       01 LOG-PROGRAMA-ID PIC X(12) VALUE 'EXPOSICION'.
       01 LOG-CANT-ENTRADA PIC 9(7) VALUE ZERO.
       01 LOG-CANT-SALIDA PIC 9(7) VALUE ZERO.
       01 LOG-CANT-EXC PIC 9(5) VALUE ZERO.


      * Rutas fisicas de los archivos, resueltas al arrancar desde
      * rutas.dat via OBTENER-RUTA: mover el sistema o armar un
      * ambiente de prueba es cuestion de editar ese archivo.
       77 FS-RUTA PIC XX.
       01 RUTA-LOGICO PIC X(20).
       01 RUTA-OBTENIDA PIC X(100).
       01 RUTA-LIMITES PIC X(100).
       01 RUTA-REGISTRO-FACTURAS PIC X(100).
       01 RUTA-TIEMPOS PIC X(100).
       01 RUTA-CONSULTORES PIC X(100).
       01 RUTA-PERIODOS PIC X(100).
       01 RUTA-AUDITORIA PIC X(100).
       01 RUTA-EXPOSICION PIC X(100).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM CARGAR-RUTAS.
           MOVE 'I' TO WS-OPCION-LOG.
           CALL 'REGISTRAR-CORRIDA' USING WS-OPCION-LOG,
               LOG-PROGRAMA-ID, LOG-CANT-ENTRADA, LOG-CANT-SALIDA,
               LOG-CANT-EXC.
           MOVE FUNCTION CURRENT-DATE(1:8) TO FECHA-HOY.
           MOVE 'A' TO WS-OPCION-EMPRESA.
           CALL 'OBTENER-EMPRESA' USING WS-OPCION-EMPRESA,
               EMP-CODIGO-AUX, EMP-CUIT-AUX, EMP-RAZON-AUX,
               EMP-DIRE-AUX, EMP-TEL-AUX, EMP-MAIL-AUX.
           PERFORM CARGAR-LIMITES.
           PERFORM CARGAR-PERIODOS.
           PERFORM SUMAR-FACTURAS.
           PERFORM DEVENGAR-TIEMPOS.
           PERFORM DESCONTAR-FACTURADO.
           PERFORM IMPRIMIR-REPORTE.
           MOVE 'C' TO WS-OPCION-EMPRESA.
           CALL 'OBTENER-EMPRESA' USING WS-OPCION-EMPRESA,
               EMP-CODIGO-AUX, EMP-CUIT-AUX, EMP-RAZON-AUX,
               EMP-DIRE-AUX, EMP-TEL-AUX, EMP-MAIL-AUX.
           DISPLAY "EMPRESAS CON LIMITE: " CANT-CLIENTES
               "  EXCEDIDAS: " CANT-EXCEDIDOS
               "  CERCA DEL LIMITE: " CANT-EN-AVISO.
           DISPLAY "EMPRESAS RETENIDAS: " CANT-RETENIDAS.
           IF CANT-SIN-TARIFA > ZERO
               DISPLAY "HORAS SIN TARIFA (VALORIZADAS EN CERO): "
                   CANT-SIN-TARIFA.
           IF CANT-SIN-EMPRESA > ZERO
               DISPLAY "LIMITES DE EMPRESAS INEXISTENTES (IGNORADOS): "
                   CANT-SIN-EMPRESA.
           MOVE CANT-LEIDOS TO LOG-CANT-ENTRADA.
           COMPUTE LOG-CANT-SALIDA = CANT-EXCEDIDOS + CANT-EN-AVISO.
           MOVE CANT-SIN-EMPRESA TO LOG-CANT-EXC.
           MOVE 'F' TO WS-OPCION-LOG.
           CALL 'REGISTRAR-CORRIDA' USING WS-OPCION-LOG,
               LOG-PROGRAMA-ID, LOG-CANT-ENTRADA, LOG-CANT-SALIDA,
               LOG-CANT-EXC.
           STOP RUN.

      * Sin maestro de limites no hay nada que controlar: la corrida
      * termina con el reporte vacio.
       CARGAR-LIMITES.
           OPEN INPUT LIMITES-CREDITO.
           IF FS-LIMITES NOT = ZERO AND '35'
               DISPLAY "ERROR AL ABRIR LIMITES CREDITO FS: "
                   FS-LIMITES
               STOP RUN.
           IF FS-LIMITES = ZERO
               READ LIMITES-CREDITO
               PERFORM CARGAR-UN-LIMITE
                   UNTIL FS-LIMITES NOT = ZERO
                   OR CANT-CLIENTES >= 200
               CLOSE LIMITES-CREDITO.

       CARGAR-UN-LIMITE.
           MOVE LIM-EMPRESA TO EMP-CODIGO-AUX.
           MOVE ZERO TO EMP-CUIT-AUX.
           MOVE 'B' TO WS-OPCION-EMPRESA.
           CALL 'OBTENER-EMPRESA' USING WS-OPCION-EMPRESA,
               EMP-CODIGO-AUX, EMP-CUIT-AUX, EMP-RAZON-AUX,
               EMP-DIRE-AUX, EMP-TEL-AUX, EMP-MAIL-AUX.
           IF EMP-RAZON-AUX = SPACES
               ADD 1 TO CANT-SIN-EMPRESA
           ELSE
               ADD 1 TO CANT-CLIENTES
               MOVE LIM-EMPRESA TO TAB-CLI-EMPRESA(CANT-CLIENTES)
               MOVE EMP-CUIT-AUX TO TAB-CLI-CUIT(CANT-CLIENTES)
               MOVE EMP-RAZON-AUX TO TAB-CLI-RAZON(CANT-CLIENTES)
               MOVE LIM-IMPORTE TO TAB-CLI-LIMITE(CANT-CLIENTES)
               MOVE LIM-PORC-AVISO
                   TO TAB-CLI-PORC-AVISO(CANT-CLIENTES)
               MOVE LIM-RETENIDA TO TAB-CLI-RETENIDA(CANT-CLIENTES)
               MOVE ZERO TO TAB-CLI-ADEUDADO(CANT-CLIENTES)
                   TAB-CLI-NO-FACTURADO(CANT-CLIENTES).
           READ LIMITES-CREDITO.

       UBICAR-CLIENTE.
           MOVE ZERO TO IND-CLI-ACT.
           PERFORM COMPARAR-CLIENTE
               VARYING SUB-CLI FROM 1 BY 1
               UNTIL SUB-CLI > CANT-CLIENTES
               OR IND-CLI-ACT NOT = ZERO.

       COMPARAR-CLIENTE.
           IF TAB-CLI-CUIT(SUB-CLI) = CUIT-BUSCADO
               MOVE SUB-CLI TO IND-CLI-ACT.

      * Sin control de periodos ningun mes cuenta como cerrado: todo
      * lo que quede en tiempos se toma como no facturado.
       CARGAR-PERIODOS.
           OPEN INPUT PERIODOS.
           IF FS-PERIODOS NOT = ZERO AND '35'
               DISPLAY "ERROR AL ABRIR PERIODOS FS: " FS-PERIODOS
               STOP RUN.
           IF FS-PERIODOS = ZERO
               READ PERIODOS
               PERFORM CARGAR-UN-PERIODO
                   UNTIL FS-PERIODOS NOT = ZERO
                   OR CANT-CERRADOS >= 120
               CLOSE PERIODOS.

       CARGAR-UN-PERIODO.
           IF PER-ESTADO = 'C'
               ADD 1 TO CANT-CERRADOS
               MOVE PER-PERIODO TO TAB-CER-PERIODO(CANT-CERRADOS).
           READ PERIODOS.

      ******************************************************************
      * Saldo abierto de las facturas del cliente (bruto mas ajuste de
      * notas menos cobrado); las notas y los castigos ya vienen
      * neteados en la factura que referencian.
       SUMAR-FACTURAS.
           OPEN INPUT REGISTRO-FACTURAS.
           IF FS-REGISTRO NOT = ZERO
               DISPLAY "ERROR AL ABRIR REGISTRO FACTURAS FS: "
                   FS-REGISTRO
               STOP RUN.
           READ REGISTRO-FACTURAS NEXT RECORD.
           PERFORM SUMAR-UN-DOCUMENTO UNTIL FS-REGISTRO NOT = ZERO.
           CLOSE REGISTRO-FACTURAS.

       SUMAR-UN-DOCUMENTO.
           ADD 1 TO CANT-LEIDOS.
           IF RFA-TIPO-DOC NOT = 'C' AND RFA-TIPO-DOC NOT = 'D'
               AND RFA-TIPO-DOC NOT = 'I' AND RFA-TIPO-DOC NOT = 'B'
               AND RFA-TIPO-DOC NOT = 'T'
               COMPUTE SALDO-FACTURA = RFA-IMPORTE-BRUTO
                   + RFA-AJUSTE-NOTAS - RFA-COBRADO
               IF SALDO-FACTURA > ZERO
                   MOVE RFA-CUIT TO CUIT-BUSCADO
                   PERFORM UBICAR-CLIENTE
                   IF IND-CLI-ACT NOT = ZERO
                       ADD SALDO-FACTURA
                           TO TAB-CLI-ADEUDADO(IND-CLI-ACT).
           READ REGISTRO-FACTURAS NEXT RECORD.

      ******************************************************************
      * Horas y gastos de meses abiertos, valorizados como los
      * valoriza PROVISION-CIERRE (misma tarifa que TP-2).
       DEVENGAR-TIEMPOS.
           OPEN INPUT TIEMPOS.
           IF FS-TIEMPOS NOT = ZERO
               DISPLAY "ERROR AL ABRIR TIEMPOS FS: " FS-TIEMPOS
               STOP RUN.
           OPEN INPUT CONSULTORES.
           IF FS-CONSULTORES NOT = ZERO
               DISPLAY "ERROR AL ABRIR CONSULTORES FS: "
                   FS-CONSULTORES
               STOP RUN.
           MOVE 'A' TO WS-OPCION-TARIFA.
           CALL 'OBTENER-TARIFA' USING WS-OPCION-TARIFA, TAR-SRT,
               TAR-TIPO, TAR-VIGENCIA, TAR-TAR, FS-TARIFAS.
           MOVE LOW-VALUES TO TIE-CLAVE.
           START TIEMPOS KEY IS >= TIE-CLAVE.
           IF FS-TIEMPOS = ZERO
               PERFORM LEER-TIEMPOS
               PERFORM DEVENGAR-REGISTRO UNTIL FS-TIEMPOS = '10'.
           CLOSE TIEMPOS CONSULTORES.
           MOVE 'C' TO WS-OPCION-TARIFA.
           CALL 'OBTENER-TARIFA' USING WS-OPCION-TARIFA, TAR-SRT,
               TAR-TIPO, TAR-VIGENCIA, TAR-TAR, FS-TARIFAS.

       LEER-TIEMPOS.
           READ TIEMPOS NEXT RECORD.
           IF FS-TIEMPOS NOT = ZERO AND '10'
               DISPLAY "ERROR AL LEER TIEMPOS FS: " FS-TIEMPOS
               STOP RUN.

       DEVENGAR-REGISTRO.
           ADD 1 TO CANT-LEIDOS.
           MOVE TIE-CUIT TO CUIT-BUSCADO.
           PERFORM UBICAR-CLIENTE.
           IF IND-CLI-ACT NOT = ZERO
               MOVE TIE-FECHA-NUM(1:6) TO PERIODO-BUSCADO
               PERFORM VERIFICAR-PERIODO-CERRADO
               IF NOT PERIODO-CERRADO
                   PERFORM REGISTRAR-PERIODO-ABIERTO
                   PERFORM VALORIZAR-REGISTRO
                   ADD IMPORTE-AUX
                       TO TAB-CLI-NO-FACTURADO(IND-CLI-ACT).
           PERFORM LEER-TIEMPOS.

       VERIFICAR-PERIODO-CERRADO.
           MOVE 'N' TO SW-PERIODO-CERRADO.
           PERFORM COMPARAR-CERRADO
               VARYING SUB-CER FROM 1 BY 1
               UNTIL SUB-CER > CANT-CERRADOS
               OR PERIODO-CERRADO.

       COMPARAR-CERRADO.
           IF TAB-CER-PERIODO(SUB-CER) = PERIODO-BUSCADO
               MOVE 'S' TO SW-PERIODO-CERRADO.

       REGISTRAR-PERIODO-ABIERTO.
           PERFORM UBICAR-ABIERTO.
           IF IND-ABI-ACT = ZERO AND CANT-ABIERTOS < 24
               ADD 1 TO CANT-ABIERTOS
               MOVE PERIODO-BUSCADO TO TAB-ABI-PERIODO(CANT-ABIERTOS)
               MOVE ZERO TO TAB-ABI-CORRIDA(CANT-ABIERTOS).

       UBICAR-ABIERTO.
           MOVE ZERO TO IND-ABI-ACT.
           PERFORM COMPARAR-ABIERTO
               VARYING SUB-ABI FROM 1 BY 1
               UNTIL SUB-ABI > CANT-ABIERTOS
               OR IND-ABI-ACT NOT = ZERO.

       COMPARAR-ABIERTO.
           IF TAB-ABI-PERIODO(SUB-ABI) = PERIODO-BUSCADO
               MOVE SUB-ABI TO IND-ABI-ACT.

       VALORIZAR-REGISTRO.
           IF TIE-GASTO = 'G'
               IF TIE-IMPORTE NUMERIC
                   MOVE TIE-IMPORTE TO IMPORTE-AUX
               ELSE
                   MOVE ZERO TO IMPORTE-AUX
               END-IF
           ELSE
               PERFORM VALORIZAR-HORAS-REGISTRO.

       VALORIZAR-HORAS-REGISTRO.
           IF TIE-NUM NOT = CONSULTOR-CACHE
               MOVE TIE-NUM TO CONSULTOR-CACHE CONS-NUM
               READ CONSULTORES
               IF FS-CONSULTORES = '00'
                   MOVE CONS-SRT TO SRT-CACHE
               ELSE
                   MOVE SPACES TO SRT-CACHE.
           MOVE SRT-CACHE TO TAR-SRT.
           MOVE TIE-TIPO TO TAR-TIPO.
           MOVE TIE-FECHA-NUM TO TAR-VIGENCIA.
           MOVE 'B' TO WS-OPCION-TARIFA.
           CALL 'OBTENER-TARIFA' USING WS-OPCION-TARIFA, TAR-SRT,
               TAR-TIPO, TAR-VIGENCIA, TAR-TAR, FS-TARIFAS.
           IF FS-TARIFAS = '00'
               COMPUTE IMPORTE-AUX = TAR-TAR * TIE-HORAS
           ELSE
               ADD 1 TO CANT-SIN-TARIFA
               MOVE ZERO TO IMPORTE-AUX.

      ******************************************************************
      * Lo que TP-2 ya facturo de un mes todavia abierto esta en el
      * registro de facturas: se descuenta de lo no facturado, solo la
      * ultima corrida de cada mes (como en PROVISION-CIERRE).
       DESCONTAR-FACTURADO.
           IF CANT-ABIERTOS > ZERO
               PERFORM BUSCAR-ULTIMAS-CORRIDAS
               PERFORM DESCONTAR-CORRIDAS.

       BUSCAR-ULTIMAS-CORRIDAS.
           OPEN INPUT AUDITORIA-PRECIOS.
           IF FS-AUDITORIA NOT = ZERO AND '35'
               DISPLAY "ERROR AL ABRIR AUDITORIA FS: " FS-AUDITORIA
               STOP RUN.
           IF FS-AUDITORIA = ZERO
               READ AUDITORIA-PRECIOS
               PERFORM EVALUAR-CORRIDA
                   UNTIL FS-AUDITORIA NOT = ZERO
               CLOSE AUDITORIA-PRECIOS.

       EVALUAR-CORRIDA.
           IF AUD-PROGRAMA = 'TP-2'
               MOVE AUD-FECHA(1:6) TO PERIODO-BUSCADO
               PERFORM UBICAR-ABIERTO
               IF IND-ABI-ACT NOT = ZERO
                   AND AUD-FECHA-CORRIDA > TAB-ABI-CORRIDA(IND-ABI-ACT)
                   MOVE AUD-FECHA-CORRIDA
                       TO TAB-ABI-CORRIDA(IND-ABI-ACT).
           READ AUDITORIA-PRECIOS.

       DESCONTAR-CORRIDAS.
           OPEN INPUT AUDITORIA-PRECIOS.
           IF FS-AUDITORIA = ZERO
               READ AUDITORIA-PRECIOS
               PERFORM DESCONTAR-RENGLON
                   UNTIL FS-AUDITORIA NOT = ZERO
               CLOSE AUDITORIA-PRECIOS.

       DESCONTAR-RENGLON.
           IF AUD-PROGRAMA = 'TP-2'
               MOVE AUD-FECHA(1:6) TO PERIODO-BUSCADO
               PERFORM UBICAR-ABIERTO
               IF IND-ABI-ACT NOT = ZERO
                   AND AUD-FECHA-CORRIDA = TAB-ABI-CORRIDA(IND-ABI-ACT)
                   MOVE AUD-CUIT TO CUIT-BUSCADO
                   PERFORM UBICAR-CLIENTE
                   IF IND-CLI-ACT NOT = ZERO
                       SUBTRACT AUD-IMPORTE
                           FROM TAB-CLI-NO-FACTURADO(IND-CLI-ACT).
           READ AUDITORIA-PRECIOS.

      ******************************************************************
      * Salen las empresas excedidas, las que pasaron el porcentaje de
      * aviso y todas las retenidas (para que finanzas vea cuales
      * puede liberar).
       IMPRIMIR-REPORTE.
           OPEN OUTPUT EXPOSICION.
           IF FS-EXPOSICION NOT = ZERO
               DISPLAY "ERROR AL ABRIR EXPOSICION FS: " FS-EXPOSICION
               STOP RUN.
           MOVE FECHA-HOY TO REP-TIT-FECHA.
           WRITE EXP-LINEA FROM REP-TITULO.
           WRITE EXP-LINEA FROM REP-HEADER-1.
           WRITE EXP-LINEA FROM LINEA-GUION.
           PERFORM EVALUAR-CLIENTE
               VARYING SUB-CLI FROM 1 BY 1
               UNTIL SUB-CLI > CANT-CLIENTES.
           WRITE EXP-LINEA FROM LINEA-GUION.
           MOVE CANT-EXCEDIDOS TO REP-RES-EXCEDIDOS.
           MOVE CANT-EN-AVISO TO REP-RES-AVISO.
           MOVE CANT-RETENIDAS TO REP-RES-RETENIDAS.
           WRITE EXP-LINEA FROM REP-RESUMEN.
           CLOSE EXPOSICION.

      * Lo devengado de un mes abierto puede quedar negativo si TP-2
      * facturo algo que ya no esta en tiempos: no se resta de la
      * deuda, se toma como cero.
       EVALUAR-CLIENTE.
           IF TAB-CLI-NO-FACTURADO(SUB-CLI) < ZERO
               MOVE ZERO TO TAB-CLI-NO-FACTURADO(SUB-CLI).
           COMPUTE EXPOSICION-CLIENTE = TAB-CLI-ADEUDADO(SUB-CLI)
               + TAB-CLI-NO-FACTURADO(SUB-CLI).
           MOVE TAB-CLI-PORC-AVISO(SUB-CLI) TO PORC-AVISO.
           IF PORC-AVISO = ZERO
               MOVE 80 TO PORC-AVISO.
           MOVE ZERO TO PORC-USO.
           MOVE SPACES TO REP-FIL-ESTADO REP-FIL-RETENIDA.
           IF TAB-CLI-LIMITE(SUB-CLI) > ZERO
               COMPUTE PORC-USO ROUNDED = EXPOSICION-CLIENTE * 100
                   / TAB-CLI-LIMITE(SUB-CLI)
                   ON SIZE ERROR MOVE 99999,9 TO PORC-USO
               END-COMPUTE
               IF EXPOSICION-CLIENTE > TAB-CLI-LIMITE(SUB-CLI)
                   MOVE 'EXCEDIDO' TO REP-FIL-ESTADO
                   ADD 1 TO CANT-EXCEDIDOS
               ELSE
                   IF PORC-USO >= PORC-AVISO
                       MOVE 'CERCA' TO REP-FIL-ESTADO
                       ADD 1 TO CANT-EN-AVISO.
           IF TAB-CLI-RETENIDA(SUB-CLI) = 'S'
               MOVE 'RETENIDA' TO REP-FIL-RETENIDA
               ADD 1 TO CANT-RETENIDAS.
           IF REP-FIL-ESTADO NOT = SPACES
               OR REP-FIL-RETENIDA NOT = SPACES
               PERFORM IMPRIMIR-CLIENTE.

       IMPRIMIR-CLIENTE.
           MOVE TAB-CLI-EMPRESA(SUB-CLI) TO REP-FIL-EMPRESA.
           MOVE TAB-CLI-CUIT(SUB-CLI) TO REP-FIL-CUIT.
           MOVE TAB-CLI-RAZON(SUB-CLI) TO REP-FIL-RAZON.
           MOVE TAB-CLI-LIMITE(SUB-CLI) TO REP-FIL-LIMITE.
           MOVE TAB-CLI-ADEUDADO(SUB-CLI) TO REP-FIL-ADEUDADO.
           MOVE TAB-CLI-NO-FACTURADO(SUB-CLI) TO REP-FIL-NO-FACTURADO.
           MOVE EXPOSICION-CLIENTE TO REP-FIL-EXPOSICION.
           MOVE PORC-USO TO REP-FIL-USO.
           WRITE EXP-LINEA FROM REP-FILA.


      * Resuelve todas las rutas de este programa contra rutas.dat;
      * una entrada ausente corta la corrida nombrando el logico
      * que falta.
       CARGAR-RUTAS.
           MOVE 'COMP-LIMCREDITO' TO RUTA-LOGICO.
           PERFORM OBTENER-UNA-RUTA.
           MOVE RUTA-OBTENIDA TO RUTA-LIMITES.
           MOVE 'IDX-REGFACTURAS' TO RUTA-LOGICO.
           PERFORM OBTENER-UNA-RUTA.
           MOVE RUTA-OBTENIDA TO RUTA-REGISTRO-FACTURAS.
           MOVE 'IDX-TIMES' TO RUTA-LOGICO.
           PERFORM OBTENER-UNA-RUTA.
           MOVE RUTA-OBTENIDA TO RUTA-TIEMPOS.
           MOVE 'IDX-CONSULTORES' TO RUTA-LOGICO.
           PERFORM OBTENER-UNA-RUTA.
           MOVE RUTA-OBTENIDA TO RUTA-CONSULTORES.
           MOVE 'COMP-PERIODOS' TO RUTA-LOGICO.
           PERFORM OBTENER-UNA-RUTA.
           MOVE RUTA-OBTENIDA TO RUTA-PERIODOS.
           MOVE 'COMP-AUDITORIAPRECIO' TO RUTA-LOGICO.
           PERFORM OBTENER-UNA-RUTA.
           MOVE RUTA-OBTENIDA TO RUTA-AUDITORIA.
           MOVE 'SEC-EXPOSICION' TO RUTA-LOGICO.
           PERFORM OBTENER-UNA-RUTA.
           MOVE RUTA-OBTENIDA TO RUTA-EXPOSICION.

       OBTENER-UNA-RUTA.
           CALL 'OBTENER-RUTA' USING RUTA-LOGICO, RUTA-OBTENIDA,
               FS-RUTA.
           IF FS-RUTA NOT = '00'
               DISPLAY "RUTA NO CONFIGURADA PARA " RUTA-LOGICO
               STOP RUN.

       END PROGRAM EXPOSICION-CREDITO.
