      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANTENER-RECLAMOS.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Registro de reclamos de clientes sobre facturas, unico y
      * compartido: mientras un reclamo esta abierto o en revision,
      * INTERESES-MORA no devenga sobre el importe en disputa y el
      * aging lo muestra aparte; RECLAMOS-ABIERTOS lo lista semanal.
           SELECT RECLAMOS     ASSIGN TO RUTA-RECLAMOS
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS FS-RECLAMOS.

      * Movimientos de cobranzas: alta, pase a revision, cambio de
      * responsable, resolucion con nota de credito y rechazo.
           SELECT MOVTOS-RECLAMOS ASSIGN TO RUTA-MOVTOS-RECLAMOS
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS FS-MOVTOS.

      * Registro de facturas: de aca sale el saldo de la factura
      * reclamada y la nota de credito de TP-2 que resuelve el
      * reclamo. Solo se lee.
           SELECT REGISTRO-FACTURAS ASSIGN TO RUTA-REGISTRO-FACTURAS
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS DYNAMIC
                               RECORD KEY IS RFA-NUMERO
                               ALTERNATE RECORD KEY IS RFA-CUIT
                               WITH DUPLICATES
                               FILE STATUS IS FS-REGISTRO.

       DATA DIVISION.
       FILE SECTION.
      * RCL-ESTADO: 'A' abierto, 'R' en revision, 'N' resuelto con
      * nota de credito (RCL-NOTA-CREDITO), 'X' rechazado. Los
      * reclamos cerrados quedan en el registro como historia.
       FD RECLAMOS LABEL RECORD IS STANDARD.
       01 RCL-REG.
           03 RCL-NUMERO PIC 9(6).
           03 RCL-FACTURA PIC 9(8).
           03 RCL-CUIT PIC 9(11).
           03 RCL-IMPORTE PIC 9(9)V99.
           03 RCL-MOTIVO PIC X(2).
           03 RCL-RESPONSABLE PIC X(10).
           03 RCL-ESTADO PIC X(1).
           03 RCL-FECHA-ALTA PIC 9(8).
           03 RCL-FECHA-ESTADO PIC 9(8).
           03 RCL-NOTA-CREDITO PIC 9(8).
           03 RCL-OPERADOR PIC X(10).

      * MOV-RECLAMO en cero para el alta (el numero lo asigna la
      * corrida); MOV-NOTA en cero en la resolucion busca la nota de
      * credito de TP-2 referida a la factura.
       FD MOVTOS-RECLAMOS LABEL RECORD IS STANDARD.
       01 MOV-REG.
           03 MOV-ACCION PIC X(1).
               88 MOV-ALTA VALUE 'A'.
               88 MOV-REVISION VALUE 'R'.
               88 MOV-DERIVAR VALUE 'D'.
               88 MOV-RESOLVER VALUE 'N'.
               88 MOV-RECHAZAR VALUE 'X'.
           03 MOV-RECLAMO PIC 9(6).
           03 MOV-FACTURA PIC 9(8).
           03 MOV-IMPORTE PIC 9(9)V99.
      * Motivos: PR precio o tarifa, HS horas no reconocidas, DU
      * facturacion duplicada, SV servicio no conforme, IM impuestos
      * mal liquidados, OT otros.
           03 MOV-MOTIVO PIC X(2).
               88 MOV-MOTIVO-VALIDO VALUE 'PR' 'HS' 'DU' 'SV' 'IM'
                   'OT'.
           03 MOV-RESPONSABLE PIC X(10).
           03 MOV-NOTA PIC 9(8).
           03 MOV-OPERADOR PIC X(10).

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
           03 RFA-IIBB-JURIS    PIC 9(3).
           03 RFA-IIBB-ALICUOTA PIC 9(2)V99.
           03 RFA-PERCEPCION    PIC 9(9)V99.

       WORKING-STORAGE SECTION.

       77 FS-RECLAMOS PIC XX.
       77 FS-MOVTOS   PIC XX.
       77 FS-REGISTRO PIC XX.

      * Foto en memoria del registro completo, abiertos y cerrados.
       01 TABLA-RECLAMOS.
           03 FILA-RECLAMO OCCURS 500 TIMES.
               05 TAB-RCL-NUMERO PIC 9(6).
               05 TAB-RCL-FACTURA PIC 9(8).
               05 TAB-RCL-CUIT PIC 9(11).
               05 TAB-RCL-IMPORTE PIC 9(9)V99.
               05 TAB-RCL-MOTIVO PIC X(2).
               05 TAB-RCL-RESPONSABLE PIC X(10).
               05 TAB-RCL-ESTADO PIC X(1).
               05 TAB-RCL-FECHA-ALTA PIC 9(8).
               05 TAB-RCL-FECHA-ESTADO PIC 9(8).
               05 TAB-RCL-NOTA-CREDITO PIC 9(8).
               05 TAB-RCL-OPERADOR PIC X(10).
       01 CANT-RECLAMOS PIC 9(3) VALUE ZERO.

       01 SUB-RCL PIC 9(3).
       01 IND-RCL-ACT PIC 9(3).
       01 PROXIMO-RECLAMO PIC 9(6) VALUE 1.
       01 FECHA-HOY PIC 9(8).

       01 SALDO-FACTURA PIC S9(9)V99.
       01 RECLAMADO-FACTURA PIC 9(10)V99.
       01 NOTA-ENCONTRADA PIC 9(8).
       01 NOTA-VINCULADA PIC X(1).
       01 FIN-NOTAS PIC X(1).

       01 CANT-ALTAS       PIC 9(5) VALUE ZERO.
       01 CANT-REVISIONES  PIC 9(5) VALUE ZERO.
       01 CANT-DERIVACIONES PIC 9(5) VALUE ZERO.
       01 CANT-RESUELTOS   PIC 9(5) VALUE ZERO.
       01 CANT-RECHAZOS    PIC 9(5) VALUE ZERO.
       01 CANT-INVALIDOS   PIC 9(5) VALUE ZERO.
       01 CANT-LEIDOS      PIC 9(7) VALUE ZERO.


      * Bitacora central de corridas (ver REGISTRAR-CORRIDA): 'I' al
      * arrancar y 'F' con los contadores al terminar normalmente;
      * una corrida abortada no llega a anotar su 'F' y el resumen
      * diario la muestra como anormal.
       01 WS-OPCION-LOG PIC X.
       01 LOG-PROGRAMA-ID PIC X(12) VALUE 'MANT-RECLAMO'.
       01 LOG-CANT-ENTRADA PIC 9(7) VALUE ZERO.
       01 LOG-CANT-SALIDA PIC 9(7) VALUE ZERO.
       01 LOG-CANT-EXC PIC 9(5) VALUE ZERO.


      * Rutas fisicas de los archivos, resueltas al arrancar desde
      * rutas.dat via OBTENER-RUTA: mover el sistema o armar un
      * ambiente de prueba es cuestion de editar ese archivo.
       77 FS-RUTA PIC XX.
       01 RUTA-LOGICO PIC X(20).
       01 RUTA-OBTENIDA PIC X(100).
       01 RUTA-RECLAMOS PIC X(100).
       01 RUTA-MOVTOS-RECLAMOS PIC X(100).
       01 RUTA-REGISTRO-FACTURAS PIC X(100).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM CARGAR-RUTAS.
           MOVE 'I' TO WS-OPCION-LOG.
           CALL 'REGISTRAR-CORRIDA' USING WS-OPCION-LOG,
               LOG-PROGRAMA-ID, LOG-CANT-ENTRADA, LOG-CANT-SALIDA,
               LOG-CANT-EXC.
           MOVE FUNCTION CURRENT-DATE(1:8) TO FECHA-HOY.
           PERFORM CARGAR-RECLAMOS.
           OPEN INPUT REGISTRO-FACTURAS.
           IF FS-REGISTRO NOT = ZERO
               DISPLAY "ERROR AL ABRIR REGISTRO FACTURAS FS: "
                   FS-REGISTRO
               STOP RUN.
           OPEN INPUT MOVTOS-RECLAMOS.
           IF FS-MOVTOS NOT = ZERO
               DISPLAY "ERROR AL ABRIR MOVTOS RECLAMOS FS: " FS-MOVTOS
               STOP RUN.
           PERFORM LEER-MOVIMIENTO.
           PERFORM PROCESAR-MOVIMIENTO UNTIL FS-MOVTOS = '10'.
           CLOSE MOVTOS-RECLAMOS.
           CLOSE REGISTRO-FACTURAS.
           PERFORM REGRABAR-RECLAMOS.
           PERFORM IMPRIMIR-RESUMEN.
           MOVE CANT-LEIDOS TO LOG-CANT-ENTRADA.
           COMPUTE LOG-CANT-SALIDA = CANT-ALTAS + CANT-REVISIONES
               + CANT-DERIVACIONES + CANT-RESUELTOS + CANT-RECHAZOS.
           MOVE CANT-INVALIDOS TO LOG-CANT-EXC.
           MOVE 'F' TO WS-OPCION-LOG.
           CALL 'REGISTRAR-CORRIDA' USING WS-OPCION-LOG,
               LOG-PROGRAMA-ID, LOG-CANT-ENTRADA, LOG-CANT-SALIDA,
               LOG-CANT-EXC.
           STOP RUN.

      * El registro puede no existir todavia: se arranca vacio. El
      * proximo numero sale del mayor cargado. Un registro que no
      * entra en la tabla corta la corrida antes de regrabarlo, para
      * no perder los reclamos que quedaron sin leer.
       CARGAR-RECLAMOS.
           OPEN INPUT RECLAMOS.
           IF FS-RECLAMOS NOT = ZERO AND '35'
               DISPLAY "ERROR AL ABRIR RECLAMOS FS: " FS-RECLAMOS
               STOP RUN.
           IF FS-RECLAMOS = ZERO
               READ RECLAMOS
               PERFORM CARGAR-UN-RECLAMO
                   UNTIL FS-RECLAMOS NOT = ZERO
                   OR CANT-RECLAMOS >= 500
               IF CANT-RECLAMOS >= 500 AND FS-RECLAMOS = ZERO
                   DISPLAY "*** REGISTRO DE RECLAMOS LLENO (500): "
                       "NO SE APLICO NINGUN MOVIMIENTO ***"
                   CLOSE RECLAMOS
                   STOP RUN
               END-IF
               CLOSE RECLAMOS.

       CARGAR-UN-RECLAMO.
           ADD 1 TO CANT-RECLAMOS.
           MOVE RCL-NUMERO TO TAB-RCL-NUMERO(CANT-RECLAMOS).
           MOVE RCL-FACTURA TO TAB-RCL-FACTURA(CANT-RECLAMOS).
           MOVE RCL-CUIT TO TAB-RCL-CUIT(CANT-RECLAMOS).
           MOVE RCL-IMPORTE TO TAB-RCL-IMPORTE(CANT-RECLAMOS).
           MOVE RCL-MOTIVO TO TAB-RCL-MOTIVO(CANT-RECLAMOS).
           MOVE RCL-RESPONSABLE TO TAB-RCL-RESPONSABLE(CANT-RECLAMOS).
           MOVE RCL-ESTADO TO TAB-RCL-ESTADO(CANT-RECLAMOS).
           MOVE RCL-FECHA-ALTA TO TAB-RCL-FECHA-ALTA(CANT-RECLAMOS).
           MOVE RCL-FECHA-ESTADO
               TO TAB-RCL-FECHA-ESTADO(CANT-RECLAMOS).
           MOVE RCL-NOTA-CREDITO
               TO TAB-RCL-NOTA-CREDITO(CANT-RECLAMOS).
           MOVE RCL-OPERADOR TO TAB-RCL-OPERADOR(CANT-RECLAMOS).
           IF RCL-NUMERO >= PROXIMO-RECLAMO
               COMPUTE PROXIMO-RECLAMO = RCL-NUMERO + 1.
           READ RECLAMOS.

       LEER-MOVIMIENTO.
           READ MOVTOS-RECLAMOS.
           IF FS-MOVTOS NOT = ZERO AND '10'
               DISPLAY "ERROR AL LEER MOVTOS RECLAMOS FS: " FS-MOVTOS
               STOP RUN.

      * Solo un reclamo abierto o en revision admite cambios; los
      * cerrados quedan como estan.
       PROCESAR-MOVIMIENTO.
           ADD 1 TO CANT-LEIDOS.
           IF NOT MOV-ALTA
               PERFORM UBICAR-RECLAMO.
           EVALUATE TRUE
               WHEN NOT MOV-ALTA AND NOT MOV-REVISION
                   AND NOT MOV-DERIVAR AND NOT MOV-RESOLVER
                   AND NOT MOV-RECHAZAR
                   DISPLAY "ACCION INVALIDA: " MOV-ACCION
                       " RECLAMO " MOV-RECLAMO
                   ADD 1 TO CANT-INVALIDOS
               WHEN MOV-OPERADOR = SPACES
                   DISPLAY "MOVIMIENTO SIN OPERADOR RECHAZADO: "
                       MOV-ACCION " RECLAMO " MOV-RECLAMO
                   ADD 1 TO CANT-INVALIDOS
               WHEN MOV-ALTA
                   PERFORM ALTA-RECLAMO
               WHEN IND-RCL-ACT = ZERO
                   DISPLAY "RECLAMO " MOV-RECLAMO " INEXISTENTE "
                       "(ACCION " MOV-ACCION ")"
                   ADD 1 TO CANT-INVALIDOS
               WHEN TAB-RCL-ESTADO(IND-RCL-ACT) NOT = 'A'
                   AND TAB-RCL-ESTADO(IND-RCL-ACT) NOT = 'R'
                   DISPLAY "RECLAMO " MOV-RECLAMO " YA CERRADO "
                       "(ESTADO " TAB-RCL-ESTADO(IND-RCL-ACT) ")"
                   ADD 1 TO CANT-INVALIDOS
               WHEN MOV-REVISION
                   MOVE 'R' TO TAB-RCL-ESTADO(IND-RCL-ACT)
                   PERFORM FIRMAR-CAMBIO
                   ADD 1 TO CANT-REVISIONES
               WHEN MOV-DERIVAR AND MOV-RESPONSABLE = SPACES
                   DISPLAY "RECLAMO " MOV-RECLAMO
                       " SIN RESPONSABLE NUEVO"
                   ADD 1 TO CANT-INVALIDOS
               WHEN MOV-DERIVAR
                   MOVE MOV-RESPONSABLE
                       TO TAB-RCL-RESPONSABLE(IND-RCL-ACT)
                   PERFORM FIRMAR-CAMBIO
                   ADD 1 TO CANT-DERIVACIONES
               WHEN MOV-RESOLVER
                   PERFORM RESOLVER-RECLAMO
               WHEN MOV-RECHAZAR
                   MOVE 'X' TO TAB-RCL-ESTADO(IND-RCL-ACT)
                   PERFORM FIRMAR-CAMBIO
                   DISPLAY "RECLAMO " MOV-RECLAMO " RECHAZADO: LA "
                       "FACTURA " TAB-RCL-FACTURA(IND-RCL-ACT)
                       " VUELVE A DEVENGAR INTERES ENTERA"
                   ADD 1 TO CANT-RECHAZOS
           END-EVALUATE.
           PERFORM LEER-MOVIMIENTO.

       UBICAR-RECLAMO.
           MOVE ZERO TO IND-RCL-ACT.
           PERFORM COMPARAR-RECLAMO
               VARYING SUB-RCL FROM 1 BY 1
               UNTIL SUB-RCL > CANT-RECLAMOS
               OR IND-RCL-ACT NOT = ZERO.

       COMPARAR-RECLAMO.
           IF TAB-RCL-NUMERO(SUB-RCL) = MOV-RECLAMO
               MOVE SUB-RCL TO IND-RCL-ACT.

       FIRMAR-CAMBIO.
           MOVE FECHA-HOY TO TAB-RCL-FECHA-ESTADO(IND-RCL-ACT).
           MOVE MOV-OPERADOR TO TAB-RCL-OPERADOR(IND-RCL-ACT).

      ******************************************************************
      * El reclamo se abre contra una factura o cuota del registro
      * (no contra una nota) y no puede disputar mas que su saldo: la
      * suma de los reclamos vivos de la factura, con el nuevo, tiene
      * que caber en bruto + ajuste de notas - cobrado.
       ALTA-RECLAMO.
           MOVE MOV-FACTURA TO RFA-NUMERO.
           READ REGISTRO-FACTURAS RECORD.
           EVALUATE TRUE
               WHEN FS-REGISTRO NOT = '00'
                   DISPLAY "FACTURA " MOV-FACTURA " INEXISTENTE EN EL "
                       "REGISTRO: RECLAMO RECHAZADO"
                   ADD 1 TO CANT-INVALIDOS
               WHEN RFA-TIPO-DOC NOT = 'F' AND RFA-TIPO-DOC NOT = 'Q'
                   AND RFA-TIPO-DOC NOT = SPACE
                   DISPLAY "EL DOCUMENTO " MOV-FACTURA " (TIPO "
                       RFA-TIPO-DOC ") NO ES UNA FACTURA: RECLAMO "
                       "RECHAZADO"
                   ADD 1 TO CANT-INVALIDOS
               WHEN NOT MOV-MOTIVO-VALIDO
                   DISPLAY "MOTIVO INVALIDO " MOV-MOTIVO
                       " EN EL RECLAMO SOBRE LA FACTURA " MOV-FACTURA
                   ADD 1 TO CANT-INVALIDOS
               WHEN MOV-RESPONSABLE = SPACES
                   DISPLAY "RECLAMO SOBRE LA FACTURA " MOV-FACTURA
                       " SIN RESPONSABLE"
                   ADD 1 TO CANT-INVALIDOS
               WHEN MOV-IMPORTE = ZERO
                   DISPLAY "RECLAMO SOBRE LA FACTURA " MOV-FACTURA
                       " SIN IMPORTE EN DISPUTA"
                   ADD 1 TO CANT-INVALIDOS
               WHEN CANT-RECLAMOS >= 500
                   DISPLAY "SIN LUGAR EN EL REGISTRO DE RECLAMOS PARA "
                       "LA FACTURA " MOV-FACTURA
                   ADD 1 TO CANT-INVALIDOS
               WHEN OTHER
                   PERFORM VALIDAR-IMPORTE-RECLAMO
           END-EVALUATE.

       VALIDAR-IMPORTE-RECLAMO.
           COMPUTE SALDO-FACTURA = RFA-IMPORTE-BRUTO + RFA-AJUSTE-NOTAS
               - RFA-COBRADO.
           MOVE MOV-IMPORTE TO RECLAMADO-FACTURA.
           PERFORM SUMAR-RECLAMO-VIVO
               VARYING SUB-RCL FROM 1 BY 1
               UNTIL SUB-RCL > CANT-RECLAMOS.
           IF RECLAMADO-FACTURA > SALDO-FACTURA
               DISPLAY "RECLAMO SOBRE LA FACTURA " MOV-FACTURA
                   " POR " MOV-IMPORTE " EXCEDE SU SALDO "
                   SALDO-FACTURA " (CON LOS RECLAMOS ABIERTOS)"
               ADD 1 TO CANT-INVALIDOS
           ELSE
               PERFORM AGREGAR-RECLAMO.

       SUMAR-RECLAMO-VIVO.
           IF TAB-RCL-FACTURA(SUB-RCL) = MOV-FACTURA
               AND (TAB-RCL-ESTADO(SUB-RCL) = 'A'
               OR TAB-RCL-ESTADO(SUB-RCL) = 'R')
               ADD TAB-RCL-IMPORTE(SUB-RCL) TO RECLAMADO-FACTURA.

       AGREGAR-RECLAMO.
           ADD 1 TO CANT-RECLAMOS.
           MOVE CANT-RECLAMOS TO IND-RCL-ACT.
           MOVE PROXIMO-RECLAMO TO TAB-RCL-NUMERO(IND-RCL-ACT).
           ADD 1 TO PROXIMO-RECLAMO.
           MOVE MOV-FACTURA TO TAB-RCL-FACTURA(IND-RCL-ACT).
           MOVE RFA-CUIT TO TAB-RCL-CUIT(IND-RCL-ACT).
           MOVE MOV-IMPORTE TO TAB-RCL-IMPORTE(IND-RCL-ACT).
           MOVE MOV-MOTIVO TO TAB-RCL-MOTIVO(IND-RCL-ACT).
           MOVE MOV-RESPONSABLE TO TAB-RCL-RESPONSABLE(IND-RCL-ACT).
           MOVE 'A' TO TAB-RCL-ESTADO(IND-RCL-ACT).
           MOVE FECHA-HOY TO TAB-RCL-FECHA-ALTA(IND-RCL-ACT).
           MOVE ZERO TO TAB-RCL-NOTA-CREDITO(IND-RCL-ACT).
           PERFORM FIRMAR-CAMBIO.
           DISPLAY "RECLAMO " TAB-RCL-NUMERO(IND-RCL-ACT)
               " ABIERTO SOBRE LA FACTURA " MOV-FACTURA " POR "
               MOV-IMPORTE " A CARGO DE " MOV-RESPONSABLE.
           ADD 1 TO CANT-ALTAS.

      ******************************************************************
      * La resolucion a favor del cliente la materializa la nota de
      * credito que emite TP-2 al re-facturar el periodo: el reclamo
      * queda vinculado a esa nota, que tiene que ser una 'C' referida
      * a la factura reclamada y no estar ya vinculada a otro reclamo.
      * Sin numero en el movimiento se toma la primera nota de credito
      * de la factura emitida desde el alta del reclamo.
       RESOLVER-RECLAMO.
           MOVE ZERO TO NOTA-ENCONTRADA.
           IF MOV-NOTA NOT = ZERO
               PERFORM VERIFICAR-NOTA-INDICADA
           ELSE
               PERFORM BUSCAR-NOTA-CREDITO.
           IF NOTA-ENCONTRADA = ZERO
               DISPLAY "RECLAMO " MOV-RECLAMO " SIN NOTA DE CREDITO "
                   "VALIDA SOBRE LA FACTURA "
                   TAB-RCL-FACTURA(IND-RCL-ACT)
                   ": SIGUE ABIERTO"
               ADD 1 TO CANT-INVALIDOS
           ELSE
               MOVE 'N' TO TAB-RCL-ESTADO(IND-RCL-ACT)
               MOVE NOTA-ENCONTRADA
                   TO TAB-RCL-NOTA-CREDITO(IND-RCL-ACT)
               PERFORM FIRMAR-CAMBIO
               DISPLAY "RECLAMO " MOV-RECLAMO " RESUELTO CON LA NOTA "
                   "DE CREDITO " NOTA-ENCONTRADA
               IF RFA-IMPORTE-BRUTO < TAB-RCL-IMPORTE(IND-RCL-ACT)
                   DISPLAY "  AVISO: LA NOTA (" RFA-IMPORTE-BRUTO
                       ") NO CUBRE EL IMPORTE RECLAMADO ("
                       TAB-RCL-IMPORTE(IND-RCL-ACT) ")"
               END-IF
               ADD 1 TO CANT-RESUELTOS.

       VERIFICAR-NOTA-INDICADA.
           MOVE MOV-NOTA TO RFA-NUMERO.
           READ REGISTRO-FACTURAS RECORD.
           IF FS-REGISTRO = '00'
               PERFORM EVALUAR-NOTA
           ELSE
               DISPLAY "NOTA " MOV-NOTA " INEXISTENTE EN EL REGISTRO".

      * Las notas de ajuste de TP-2 viven en la serie 60000001 en
      * adelante, por debajo de las de interes (80000001).
       BUSCAR-NOTA-CREDITO.
           MOVE 'N' TO FIN-NOTAS.
           MOVE 60000001 TO RFA-NUMERO.
           START REGISTRO-FACTURAS KEY IS NOT LESS THAN RFA-NUMERO.
           IF FS-REGISTRO NOT = '00'
               MOVE 'S' TO FIN-NOTAS.
           PERFORM LEER-NOTA-SIGUIENTE
               UNTIL FIN-NOTAS = 'S' OR NOTA-ENCONTRADA NOT = ZERO.

       LEER-NOTA-SIGUIENTE.
           READ REGISTRO-FACTURAS NEXT RECORD.
           IF FS-REGISTRO NOT = '00' OR RFA-NUMERO >= 80000000
               MOVE 'S' TO FIN-NOTAS
           ELSE
               IF RFA-FECHA-EMISION >= TAB-RCL-FECHA-ALTA(IND-RCL-ACT)
                   PERFORM EVALUAR-NOTA.

       EVALUAR-NOTA.
           IF RFA-TIPO-DOC = 'C'
               AND RFA-DOC-REF = TAB-RCL-FACTURA(IND-RCL-ACT)
               MOVE 'N' TO NOTA-VINCULADA
               PERFORM COMPARAR-NOTA-VINCULADA
                   VARYING SUB-RCL FROM 1 BY 1
                   UNTIL SUB-RCL > CANT-RECLAMOS
               IF NOTA-VINCULADA = 'N'
                   MOVE RFA-NUMERO TO NOTA-ENCONTRADA
               ELSE
                   IF MOV-NOTA NOT = ZERO
                       DISPLAY "LA NOTA " RFA-NUMERO
                           " YA RESUELVE OTRO RECLAMO"
                   END-IF
               END-IF
           ELSE
               IF MOV-NOTA NOT = ZERO
                   DISPLAY "EL DOCUMENTO " RFA-NUMERO " NO ES UNA "
                       "NOTA DE CREDITO DE LA FACTURA "
                       TAB-RCL-FACTURA(IND-RCL-ACT).

       COMPARAR-NOTA-VINCULADA.
           IF TAB-RCL-NOTA-CREDITO(SUB-RCL) = RFA-NUMERO
               MOVE 'S' TO NOTA-VINCULADA.

       REGRABAR-RECLAMOS.
           OPEN OUTPUT RECLAMOS.
           IF FS-RECLAMOS NOT = ZERO
               DISPLAY "ERROR AL REGRABAR RECLAMOS FS: " FS-RECLAMOS
               STOP RUN.
           PERFORM GRABAR-UN-RECLAMO
               VARYING SUB-RCL FROM 1 BY 1
               UNTIL SUB-RCL > CANT-RECLAMOS.
           CLOSE RECLAMOS.

       GRABAR-UN-RECLAMO.
           MOVE TAB-RCL-NUMERO(SUB-RCL) TO RCL-NUMERO.
           MOVE TAB-RCL-FACTURA(SUB-RCL) TO RCL-FACTURA.
           MOVE TAB-RCL-CUIT(SUB-RCL) TO RCL-CUIT.
           MOVE TAB-RCL-IMPORTE(SUB-RCL) TO RCL-IMPORTE.
           MOVE TAB-RCL-MOTIVO(SUB-RCL) TO RCL-MOTIVO.
           MOVE TAB-RCL-RESPONSABLE(SUB-RCL) TO RCL-RESPONSABLE.
           MOVE TAB-RCL-ESTADO(SUB-RCL) TO RCL-ESTADO.
           MOVE TAB-RCL-FECHA-ALTA(SUB-RCL) TO RCL-FECHA-ALTA.
           MOVE TAB-RCL-FECHA-ESTADO(SUB-RCL) TO RCL-FECHA-ESTADO.
           MOVE TAB-RCL-NOTA-CREDITO(SUB-RCL) TO RCL-NOTA-CREDITO.
           MOVE TAB-RCL-OPERADOR(SUB-RCL) TO RCL-OPERADOR.
           WRITE RCL-REG.

       IMPRIMIR-RESUMEN.
           DISPLAY "RECLAMOS ABIERTOS: " CANT-ALTAS.
           DISPLAY "RECLAMOS PASADOS A REVISION: " CANT-REVISIONES.
           DISPLAY "RECLAMOS DERIVADOS: " CANT-DERIVACIONES.
           DISPLAY "RECLAMOS RESUELTOS CON NOTA: " CANT-RESUELTOS.
           DISPLAY "RECLAMOS RECHAZADOS: " CANT-RECHAZOS.
           DISPLAY "MOVIMIENTOS INVALIDOS: " CANT-INVALIDOS.


      * Resuelve todas las rutas de este programa contra rutas.dat;
      * una entrada ausente corta la corrida nombrando el logico
      * que falta.
       CARGAR-RUTAS.
           MOVE 'COMP-RECLAMOS' TO RUTA-LOGICO.
           PERFORM OBTENER-UNA-RUTA.
           MOVE RUTA-OBTENIDA TO RUTA-RECLAMOS.
           MOVE 'SEC-MOVRECLAMOS' TO RUTA-LOGICO.
           PERFORM OBTENER-UNA-RUTA.
           MOVE RUTA-OBTENIDA TO RUTA-MOVTOS-RECLAMOS.
           MOVE 'IDX-REGFACTURAS' TO RUTA-LOGICO.
           PERFORM OBTENER-UNA-RUTA.
           MOVE RUTA-OBTENIDA TO RUTA-REGISTRO-FACTURAS.

       OBTENER-UNA-RUTA.
           CALL 'OBTENER-RUTA' USING RUTA-LOGICO, RUTA-OBTENIDA,
               FS-RUTA.
           IF FS-RUTA NOT = '00'
               DISPLAY "RUTA NO CONFIGURADA PARA " RUTA-LOGICO
               STOP RUN.

       END PROGRAM MANTENER-RECLAMOS.
