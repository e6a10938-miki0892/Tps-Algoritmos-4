      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANTENER-PRESUPUESTOS.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Maestro de presupuestos de comercial: por numero una cabecera
      * 'C' (empresa o prospecto, periodo del contrato, validez y
      * estado) seguida de sus renglones 'L' por categoria y tipo de
      * tarea con las horas mensuales estimadas y la tarifa cotizada.
      * IMPRIMIR-PRESUPUESTOS lo lista para el cliente.
           SELECT PRESUPUESTOS ASSIGN TO RUTA-PRESUPUESTOS
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS FS-PRESUPUESTOS.

      * Movimientos de comercial: 'A' alta de presupuesto, 'L' alta
      * de renglon, 'B' baja de renglon, 'E' envio al cliente, 'C'
      * aceptacion y 'P' presupuesto perdido.
           SELECT MOVTOS-PRESUPUESTOS ASSIGN TO RUTA-MOVTOS-PRESUP
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS FS-MOVTOS.

      * Tarifas negociadas por cliente: para una empresa existente el
      * renglon sin tarifa se cotiza primero a su tarifa vigente.
           SELECT TARIFAS-CLIENTE ASSIGN TO RUTA-TARIFAS-CLIENTE
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS FS-TAR-CLIENTE.

      * El presupuesto aceptado se estaciona como UN movimiento
      * pendiente ('PRESUPUESTO', clave el numero): al aprobarlo,
      * APROBAR-MOVIMIENTOS graba el contrato y las tarifas del
      * cliente y deja los movimientos de asignacion.
           SELECT MOVTOS-PENDIENTES ASSIGN TO RUTA-PENDIENTES
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS FS-PENDIENTES.

       DATA DIVISION.
       FILE SECTION.
      * PRE-ESTADO: 'B' borrador, 'E' enviado, 'A' aceptado, 'P'
      * perdido. PRE-EMPRESA en cero es un prospecto todavia sin alta
      * en el maestro de empresas: PRE-PROSPECTO lleva su nombre y
      * PRE-CONDICION su condicion de IVA. LIN-ORIGEN dice de donde
      * salio la tarifa: 'M' maestro de tarifas, 'C' tarifa negociada
      * vigente del cliente, 'N' negociada en el presupuesto; con
      * LIN-VIGENCIA la vigencia de la tarifa tomada.
       FD PRESUPUESTOS LABEL RECORD IS STANDARD.
       01 PRE-REG.
           03 PRE-NUMERO PIC 9(6).
           03 PRE-TIPO-REG PIC X(1).
               88 PRE-ES-CABECERA VALUE 'C'.
               88 PRE-ES-LINEA VALUE 'L'.
           03 PRE-EMPRESA PIC 9(3).
           03 PRE-PROSPECTO PIC X(25).
           03 PRE-CONDICION PIC X(1).
           03 PRE-MES-DESDE PIC 9(6).
           03 PRE-MES-HASTA PIC 9(6).
           03 PRE-FECHA-ALTA PIC 9(8).
           03 PRE-FECHA-VALIDEZ PIC 9(8).
           03 PRE-ESTADO PIC X(1).
           03 PRE-FECHA-ESTADO PIC 9(8).
           03 PRE-OPERADOR PIC X(10).
       01 PRE-LINEA.
           03 FILLER PIC X(7).
           03 LIN-RENGLON PIC 9(2).
           03 LIN-SRT PIC X(2).
           03 LIN-TIPO PIC 99.
           03 LIN-HORAS PIC 9(4)V99.
           03 LIN-TARIFA PIC 9(5)V99.
           03 LIN-ORIGEN PIC X(1).
           03 LIN-VIGENCIA PIC 9(8).
           03 LIN-CONSULTOR PIC X(5).

      * MOV-PRESUPUESTO en cero para el alta (el numero lo asigna la
      * corrida). En el renglon, MOV-TARIFA en cero cotiza a la
      * tarifa vigente; MOV-CONSULTOR es opcional y, si viene, genera
      * la asignacion al aceptarse. En la aceptacion de un prospecto
      * MOV-EMPRESA trae el codigo con que ya se lo dio de alta.
       FD MOVTOS-PRESUPUESTOS LABEL RECORD IS STANDARD.
       01 MOV-REG.
           03 MOV-ACCION PIC X(1).
               88 MOV-ALTA VALUE 'A'.
               88 MOV-RENGLON-ALTA VALUE 'L'.
               88 MOV-RENGLON-BAJA VALUE 'B'.
               88 MOV-ENVIO VALUE 'E'.
               88 MOV-ACEPTACION VALUE 'C'.
               88 MOV-PERDIDA VALUE 'P'.
           03 MOV-PRESUPUESTO PIC 9(6).
           03 MOV-EMPRESA PIC 9(3).
           03 MOV-PROSPECTO PIC X(25).
           03 MOV-CONDICION PIC X(1).
           03 MOV-MES-DESDE PIC 9(6).
           03 MOV-MES-HASTA PIC 9(6).
           03 MOV-FECHA-VALIDEZ PIC 9(8).
           03 MOV-RENGLON PIC 9(2).
           03 MOV-SRT PIC X(2).
           03 MOV-TIPO PIC 99.
           03 MOV-HORAS PIC 9(4)V99.
           03 MOV-TARIFA PIC 9(5)V99.
           03 MOV-CONSULTOR PIC X(5).
           03 MOV-OPERADOR PIC X(10).

       FD TARIFAS-CLIENTE LABEL RECORD IS STANDARD.
       01 TCL-REG.
           03 TCL-EMPRESA PIC 9(3).
           03 TCL-SRT PIC X(2).
           03 TCL-TIPO PIC 99.
           03 TCL-VIGENCIA PIC 9(8).
           03 TCL-TARIFA PIC 9(5)V99.

       FD MOVTOS-PENDIENTES LABEL RECORD IS STANDARD.
       01 PEN-REG.
           03 PEN-MAESTRO PIC X(12).
           03 PEN-FECHA   PIC 9(8).
           03 PEN-HORA    PIC 9(6).
           03 PEN-TIPO-MOV PIC X(1).
           03 PEN-CLAVE   PIC X(20).
           03 PEN-MOVIMIENTO PIC X(140).
           03 PEN-OPERADOR PIC X(10).

       WORKING-STORAGE SECTION.

       77 FS-PRESUPUESTOS PIC XX.
       77 FS-MOVTOS       PIC XX.
       77 FS-TAR-CLIENTE  PIC XX.
       77 FS-PENDIENTES   PIC XX.

       01 FECHA-HOY PIC 9(8).
       01 DIAS-AUXILIAR PIC 9(8).

      * Foto en memoria del maestro: cabeceras y, aparte, renglones
      * con el mismo numero de presupuesto.
       01 TABLA-PRESUPUESTOS.
           03 FILA-PRESUPUESTO OCCURS 300 TIMES.
               05 TAB-PRE-NUMERO PIC 9(6).
               05 TAB-PRE-EMPRESA PIC 9(3).
               05 TAB-PRE-PROSPECTO PIC X(25).
               05 TAB-PRE-CONDICION PIC X(1).
               05 TAB-PRE-MES-DESDE PIC 9(6).
               05 TAB-PRE-MES-HASTA PIC 9(6).
               05 TAB-PRE-FECHA-ALTA PIC 9(8).
               05 TAB-PRE-FECHA-VALIDEZ PIC 9(8).
               05 TAB-PRE-ESTADO PIC X(1).
               05 TAB-PRE-FECHA-ESTADO PIC 9(8).
               05 TAB-PRE-OPERADOR PIC X(10).
       01 CANT-PRESUPUESTOS PIC 9(3) VALUE ZERO.
       01 SUB-PRE PIC 9(3).
       01 IND-PRE-ACT PIC 9(3).
       01 PROXIMO-PRESUPUESTO PIC 9(6) VALUE 1.

       01 TABLA-RENGLONES.
           03 FILA-RENGLON OCCURS 2000 TIMES.
               05 TAB-LIN-NUMERO PIC 9(6).
               05 TAB-LIN-RENGLON PIC 9(2).
               05 TAB-LIN-SRT PIC X(2).
               05 TAB-LIN-TIPO PIC 99.
               05 TAB-LIN-HORAS PIC 9(4)V99.
               05 TAB-LIN-TARIFA PIC 9(5)V99.
               05 TAB-LIN-ORIGEN PIC X(1).
               05 TAB-LIN-VIGENCIA PIC 9(8).
               05 TAB-LIN-CONSULTOR PIC X(5).
               05 TAB-LIN-BAJA PIC X(1).
       01 CANT-RENGLONES PIC 9(4) VALUE ZERO.
       01 SUB-LIN PIC 9(4).
       01 IND-LIN-ACT PIC 9(4).

       01 TABLA-TARIFAS-CLIENTE.
           03 FILA-TAR-CLIENTE OCCURS 300 TIMES.
               05 TAB-TCL-EMPRESA PIC 9(3).
               05 TAB-TCL-SRT PIC X(2).
               05 TAB-TCL-TIPO PIC 99.
               05 TAB-TCL-VIGENCIA PIC 9(8).
               05 TAB-TCL-TARIFA PIC 9(5)V99.
       01 CANT-TARIFAS-CLIENTE PIC 9(3) VALUE ZERO.
       01 SUB-TCL PIC 9(3).
       01 VIGENCIA-TCL-ELEGIDA PIC 9(8).
       01 TARIFA-TCL-ELEGIDA PIC 9(5)V99.

      * Tarifa del maestro via OBTENER-TARIFA, vigente a la fecha de
      * la corrida.
       01 WS-OPCION-TARIFA PIC X.
       01 TARIFA-SRT PIC X(2).
       01 TARIFA-TIPO PIC 99.
       01 TARIFA-VIGENCIA PIC 9(8).
       01 TARIFA-VALOR PIC 9(5)V99.
       77 FS-TARIFA-MAESTRO PIC XX.
       01 ORIGEN-TARIFA PIC X(1).

      * Validacion de la empresa contra su maestro.
       01 WS-OPCION-EMPRESA PIC X.
       01 EMP-CODIGO-AUX PIC 9(3).
       01 EMP-CUIT-AUX   PIC 9(11).
       01 EMP-RAZON-AUX  PIC X(25).
       01 EMP-DIRE-AUX   PIC X(20).
       01 EMP-TEL-AUX    PIC X(20).
       01 EMP-MAIL-AUX   PIC X(30).

       01 MES-CONTROL PIC 9(6).
       01 MES-CONTROL-R REDEFINES MES-CONTROL.
           03 MES-CONTROL-AAAA PIC 9(4).
           03 MES-CONTROL-MM   PIC 9(2).
       01 SW-MES-VALIDO PIC X.
           88 MES-VALIDO VALUE 'S'.

       01 CANT-RENGLONES-PRE PIC 9(3).
       01 TOTAL-HORAS-PRE PIC 9(6)V99.
       01 TOTAL-IMPORTE-PRE PIC 9(11)V99.
       01 IMPORTE-RENGLON PIC 9(9)V99.

       01 CANT-PENDIENTES PIC 9(3) VALUE ZERO.

      * Movimiento de presupuesto tal como lo lee
      * APROBAR-MOVIMIENTOS: importes y horas mensuales del contrato.
       01 MOV-PRESUPUESTO-PEN.
           03 MPR-NUMERO PIC 9(6).
           03 MPR-EMPRESA PIC 9(3).
           03 MPR-MES-DESDE PIC 9(6).
           03 MPR-MES-HASTA PIC 9(6).
           03 MPR-HORAS PIC 9(4)V99.
           03 MPR-IMPORTE PIC 9(9)V99.
           03 MPR-CANT-RENGLONES PIC 9(3).
           03 FILLER PIC X(99) VALUE SPACES.

       01 CANT-LEIDOS PIC 9(5) VALUE ZERO.
       01 CANT-ALTAS PIC 9(5) VALUE ZERO.
       01 CANT-ALTAS-RENGLON PIC 9(5) VALUE ZERO.
       01 CANT-BAJAS-RENGLON PIC 9(5) VALUE ZERO.
       01 CANT-ENVIOS PIC 9(5) VALUE ZERO.
       01 CANT-ACEPTADOS PIC 9(5) VALUE ZERO.
       01 CANT-PERDIDOS PIC 9(5) VALUE ZERO.
       01 CANT-RECHAZADOS PIC 9(5) VALUE ZERO.


      * Bitacora central de corridas (ver REGISTRAR-CORRIDA): 'I' al
      * arrancar y 'F' con los contadores al terminar normalmente;
      * una corrida abortada no llega a anotar su 'F' y el resumen
      * diario la muestra como anormal.
       01 WS-OPCION-LOG PIC X.
       01 LOG-PROGRAMA-ID PIC X(12) VALUE 'MANT-PRESUP'.
       01 LOG-CANT-ENTRADA PIC 9(7) VALUE ZERO.
       01 LOG-CANT-SALIDA PIC 9(7) VALUE ZERO.
       01 LOG-CANT-EXC PIC 9(5) VALUE ZERO.


      * Rutas fisicas de los archivos, resueltas al arrancar desde
      * rutas.dat via OBTENER-RUTA: mover el sistema o armar un
      * ambiente de prueba es cuestion de editar ese archivo.
       77 FS-RUTA PIC XX.
       01 RUTA-LOGICO PIC X(20).
       01 RUTA-OBTENIDA PIC X(100).
       01 RUTA-PRESUPUESTOS PIC X(100).
       01 RUTA-MOVTOS-PRESUP PIC X(100).
       01 RUTA-TARIFAS-CLIENTE PIC X(100).
       01 RUTA-PENDIENTES PIC X(100).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM CARGAR-RUTAS.
           MOVE 'I' TO WS-OPCION-LOG.
           CALL 'REGISTRAR-CORRIDA' USING WS-OPCION-LOG,
               LOG-PROGRAMA-ID, LOG-CANT-ENTRADA, LOG-CANT-SALIDA,
               LOG-CANT-EXC.
           MOVE FUNCTION CURRENT-DATE(1:8) TO FECHA-HOY.
           PERFORM CARGAR-PRESUPUESTOS.
           PERFORM CARGAR-TARIFAS-CLIENTE.
           PERFORM CONTAR-PENDIENTES.
           MOVE 'A' TO WS-OPCION-EMPRESA.
           CALL 'OBTENER-EMPRESA' USING WS-OPCION-EMPRESA,
               EMP-CODIGO-AUX, EMP-CUIT-AUX, EMP-RAZON-AUX,
               EMP-DIRE-AUX, EMP-TEL-AUX, EMP-MAIL-AUX.
           MOVE 'A' TO WS-OPCION-TARIFA.
           CALL 'OBTENER-TARIFA' USING WS-OPCION-TARIFA, TARIFA-SRT,
               TARIFA-TIPO, TARIFA-VIGENCIA, TARIFA-VALOR,
               FS-TARIFA-MAESTRO.
           OPEN INPUT MOVTOS-PRESUPUESTOS.
           IF FS-MOVTOS NOT = ZERO
               DISPLAY "ERROR AL ABRIR MOVTOS PRESUPUESTOS FS: "
                   FS-MOVTOS
               STOP RUN.
           PERFORM LEER-MOVIMIENTO.
           PERFORM PROCESAR-MOVIMIENTO UNTIL FS-MOVTOS = '10'.
           CLOSE MOVTOS-PRESUPUESTOS.
           MOVE 'C' TO WS-OPCION-EMPRESA.
           CALL 'OBTENER-EMPRESA' USING WS-OPCION-EMPRESA,
               EMP-CODIGO-AUX, EMP-CUIT-AUX, EMP-RAZON-AUX,
               EMP-DIRE-AUX, EMP-TEL-AUX, EMP-MAIL-AUX.
           MOVE 'C' TO WS-OPCION-TARIFA.
           CALL 'OBTENER-TARIFA' USING WS-OPCION-TARIFA, TARIFA-SRT,
               TARIFA-TIPO, TARIFA-VIGENCIA, TARIFA-VALOR,
               FS-TARIFA-MAESTRO.
           PERFORM REGRABAR-PRESUPUESTOS.
           PERFORM IMPRIMIR-RESUMEN.
           MOVE CANT-LEIDOS TO LOG-CANT-ENTRADA.
           COMPUTE LOG-CANT-SALIDA = CANT-ALTAS + CANT-ALTAS-RENGLON
               + CANT-BAJAS-RENGLON + CANT-ENVIOS + CANT-ACEPTADOS
               + CANT-PERDIDOS.
           MOVE CANT-RECHAZADOS TO LOG-CANT-EXC.
           MOVE 'F' TO WS-OPCION-LOG.
           CALL 'REGISTRAR-CORRIDA' USING WS-OPCION-LOG,
               LOG-PROGRAMA-ID, LOG-CANT-ENTRADA, LOG-CANT-SALIDA,
               LOG-CANT-EXC.
           STOP RUN.

      * El maestro puede no existir todavia: se arranca vacio. Con
      * una tabla llena se corta, porque regrabar un maestro truncado
      * perderia presupuestos. El proximo numero sale del mayor.
       CARGAR-PRESUPUESTOS.
           OPEN INPUT PRESUPUESTOS.
           IF FS-PRESUPUESTOS NOT = ZERO AND '35'
               DISPLAY "ERROR AL ABRIR PRESUPUESTOS FS: "
                   FS-PRESUPUESTOS
               STOP RUN.
           IF FS-PRESUPUESTOS = ZERO
               READ PRESUPUESTOS
               PERFORM CARGAR-UN-REGISTRO
                   UNTIL FS-PRESUPUESTOS NOT = ZERO
               CLOSE PRESUPUESTOS.

       CARGAR-UN-REGISTRO.
           IF PRE-ES-CABECERA
               IF CANT-PRESUPUESTOS >= 300
                   DISPLAY "PRESUPUESTOS EXCEDE LOS 300 REGISTROS"
                   STOP RUN
               END-IF
               ADD 1 TO CANT-PRESUPUESTOS
               MOVE PRE-NUMERO TO TAB-PRE-NUMERO(CANT-PRESUPUESTOS)
               MOVE PRE-EMPRESA TO TAB-PRE-EMPRESA(CANT-PRESUPUESTOS)
               MOVE PRE-PROSPECTO
                   TO TAB-PRE-PROSPECTO(CANT-PRESUPUESTOS)
               MOVE PRE-CONDICION
                   TO TAB-PRE-CONDICION(CANT-PRESUPUESTOS)
               MOVE PRE-MES-DESDE
                   TO TAB-PRE-MES-DESDE(CANT-PRESUPUESTOS)
               MOVE PRE-MES-HASTA
                   TO TAB-PRE-MES-HASTA(CANT-PRESUPUESTOS)
               MOVE PRE-FECHA-ALTA
                   TO TAB-PRE-FECHA-ALTA(CANT-PRESUPUESTOS)
               MOVE PRE-FECHA-VALIDEZ
                   TO TAB-PRE-FECHA-VALIDEZ(CANT-PRESUPUESTOS)
               MOVE PRE-ESTADO TO TAB-PRE-ESTADO(CANT-PRESUPUESTOS)
               MOVE PRE-FECHA-ESTADO
                   TO TAB-PRE-FECHA-ESTADO(CANT-PRESUPUESTOS)
               MOVE PRE-OPERADOR TO TAB-PRE-OPERADOR(CANT-PRESUPUESTOS)
               IF PRE-NUMERO >= PROXIMO-PRESUPUESTO
                   COMPUTE PROXIMO-PRESUPUESTO = PRE-NUMERO + 1.
           IF PRE-ES-LINEA
               IF CANT-RENGLONES >= 2000
                   DISPLAY "RENGLONES DE PRESUPUESTOS EXCEDE LOS 2000 "
                       "REGISTROS"
                   STOP RUN
               END-IF
               ADD 1 TO CANT-RENGLONES
               MOVE PRE-NUMERO TO TAB-LIN-NUMERO(CANT-RENGLONES)
               MOVE LIN-RENGLON TO TAB-LIN-RENGLON(CANT-RENGLONES)
               MOVE LIN-SRT TO TAB-LIN-SRT(CANT-RENGLONES)
               MOVE LIN-TIPO TO TAB-LIN-TIPO(CANT-RENGLONES)
               MOVE LIN-HORAS TO TAB-LIN-HORAS(CANT-RENGLONES)
               MOVE LIN-TARIFA TO TAB-LIN-TARIFA(CANT-RENGLONES)
               MOVE LIN-ORIGEN TO TAB-LIN-ORIGEN(CANT-RENGLONES)
               MOVE LIN-VIGENCIA TO TAB-LIN-VIGENCIA(CANT-RENGLONES)
               MOVE LIN-CONSULTOR TO TAB-LIN-CONSULTOR(CANT-RENGLONES)
               MOVE 'N' TO TAB-LIN-BAJA(CANT-RENGLONES).
           READ PRESUPUESTOS.

      * Las tarifas negociadas pueden no existir todavia.
       CARGAR-TARIFAS-CLIENTE.
           OPEN INPUT TARIFAS-CLIENTE.
           IF FS-TAR-CLIENTE NOT = ZERO AND '35'
               DISPLAY "ERROR AL ABRIR TARIFAS CLIENTE FS: "
                   FS-TAR-CLIENTE
               STOP RUN.
           IF FS-TAR-CLIENTE = ZERO
               READ TARIFAS-CLIENTE
               PERFORM CARGAR-UNA-TARIFA-CLIENTE
                   UNTIL FS-TAR-CLIENTE NOT = ZERO
                   OR CANT-TARIFAS-CLIENTE >= 300
               CLOSE TARIFAS-CLIENTE.

       CARGAR-UNA-TARIFA-CLIENTE.
           ADD 1 TO CANT-TARIFAS-CLIENTE.
           MOVE TCL-EMPRESA TO TAB-TCL-EMPRESA(CANT-TARIFAS-CLIENTE).
           MOVE TCL-SRT TO TAB-TCL-SRT(CANT-TARIFAS-CLIENTE).
           MOVE TCL-TIPO TO TAB-TCL-TIPO(CANT-TARIFAS-CLIENTE).
           MOVE TCL-VIGENCIA TO TAB-TCL-VIGENCIA(CANT-TARIFAS-CLIENTE).
           MOVE TCL-TARIFA TO TAB-TCL-TARIFA(CANT-TARIFAS-CLIENTE).
           READ TARIFAS-CLIENTE.

      * La aceptacion necesita lugar entre los pendientes de
      * aprobacion, que APROBAR-MOVIMIENTOS carga hasta 100.
       CONTAR-PENDIENTES.
           OPEN INPUT MOVTOS-PENDIENTES.
           IF FS-PENDIENTES NOT = ZERO AND '35'
               DISPLAY "ERROR AL ABRIR MOVTOS PENDIENTES FS: "
                   FS-PENDIENTES
               STOP RUN.
           IF FS-PENDIENTES = ZERO
               READ MOVTOS-PENDIENTES
               PERFORM CONTAR-UN-PENDIENTE
                   UNTIL FS-PENDIENTES NOT = ZERO
               CLOSE MOVTOS-PENDIENTES.

       CONTAR-UN-PENDIENTE.
           ADD 1 TO CANT-PENDIENTES.
           READ MOVTOS-PENDIENTES.

       LEER-MOVIMIENTO.
           READ MOVTOS-PRESUPUESTOS.
           IF FS-MOVTOS NOT = ZERO AND '10'
               DISPLAY "ERROR AL LEER MOVTOS PRESUPUESTOS FS: "
                   FS-MOVTOS
               STOP RUN.

      * Solo el borrador admite cambios de renglones; el aceptado y
      * el perdido quedan como historia y no se tocan mas.
       PROCESAR-MOVIMIENTO.
           ADD 1 TO CANT-LEIDOS.
           IF NOT MOV-ALTA
               PERFORM UBICAR-PRESUPUESTO.
           EVALUATE TRUE
               WHEN NOT MOV-ALTA AND NOT MOV-RENGLON-ALTA
                   AND NOT MOV-RENGLON-BAJA AND NOT MOV-ENVIO
                   AND NOT MOV-ACEPTACION AND NOT MOV-PERDIDA
                   DISPLAY "ACCION INVALIDA: " MOV-ACCION
                       " PRESUPUESTO " MOV-PRESUPUESTO
                   ADD 1 TO CANT-RECHAZADOS
               WHEN MOV-OPERADOR = SPACES
                   DISPLAY "MOVIMIENTO SIN OPERADOR RECHAZADO: "
                       MOV-ACCION " PRESUPUESTO " MOV-PRESUPUESTO
                   ADD 1 TO CANT-RECHAZADOS
               WHEN MOV-ALTA
                   PERFORM ALTA-PRESUPUESTO
               WHEN IND-PRE-ACT = ZERO
                   DISPLAY "PRESUPUESTO " MOV-PRESUPUESTO
                       " INEXISTENTE (ACCION " MOV-ACCION ")"
                   ADD 1 TO CANT-RECHAZADOS
               WHEN TAB-PRE-ESTADO(IND-PRE-ACT) = 'A'
                   OR TAB-PRE-ESTADO(IND-PRE-ACT) = 'P'
                   DISPLAY "PRESUPUESTO " MOV-PRESUPUESTO " YA CERRADO "
                       "(ESTADO " TAB-PRE-ESTADO(IND-PRE-ACT) ")"
                   ADD 1 TO CANT-RECHAZADOS
               WHEN (MOV-RENGLON-ALTA OR MOV-RENGLON-BAJA)
                   AND TAB-PRE-ESTADO(IND-PRE-ACT) NOT = 'B'
                   DISPLAY "PRESUPUESTO " MOV-PRESUPUESTO " YA ENVIADO:"
                       " LOS RENGLONES NO SE MODIFICAN"
                   ADD 1 TO CANT-RECHAZADOS
               WHEN MOV-RENGLON-ALTA
                   PERFORM ALTA-RENGLON
               WHEN MOV-RENGLON-BAJA
                   PERFORM BAJA-RENGLON
               WHEN MOV-ENVIO
                   PERFORM ENVIAR-PRESUPUESTO
               WHEN MOV-ACEPTACION
                   PERFORM ACEPTAR-PRESUPUESTO
               WHEN MOV-PERDIDA
                   MOVE 'P' TO TAB-PRE-ESTADO(IND-PRE-ACT)
                   PERFORM FIRMAR-CAMBIO
                   ADD 1 TO CANT-PERDIDOS
           END-EVALUATE.
           PERFORM LEER-MOVIMIENTO.

       UBICAR-PRESUPUESTO.
           MOVE ZERO TO IND-PRE-ACT.
           PERFORM COMPARAR-PRESUPUESTO
               VARYING SUB-PRE FROM 1 BY 1
               UNTIL SUB-PRE > CANT-PRESUPUESTOS
               OR IND-PRE-ACT NOT = ZERO.

       COMPARAR-PRESUPUESTO.
           IF TAB-PRE-NUMERO(SUB-PRE) = MOV-PRESUPUESTO
               MOVE SUB-PRE TO IND-PRE-ACT.

       FIRMAR-CAMBIO.
           MOVE FECHA-HOY TO TAB-PRE-FECHA-ESTADO(IND-PRE-ACT).
           MOVE MOV-OPERADOR TO TAB-PRE-OPERADOR(IND-PRE-ACT).

      ******************************************************************
      * El presupuesto es para una empresa del maestro o para un
      * prospecto con nombre y condicion de IVA. El periodo es el del
      * contrato que saldria al aceptarlo; sin validez informada vale
      * 30 dias desde el alta.
       ALTA-PRESUPUESTO.
           MOVE SPACES TO EMP-RAZON-AUX.
           IF MOV-EMPRESA NUMERIC AND MOV-EMPRESA NOT = ZERO
               MOVE MOV-EMPRESA TO EMP-CODIGO-AUX
               MOVE 'B' TO WS-OPCION-EMPRESA
               CALL 'OBTENER-EMPRESA' USING WS-OPCION-EMPRESA,
                   EMP-CODIGO-AUX, EMP-CUIT-AUX, EMP-RAZON-AUX,
                   EMP-DIRE-AUX, EMP-TEL-AUX, EMP-MAIL-AUX.
           MOVE MOV-MES-DESDE TO MES-CONTROL.
           PERFORM CONTROLAR-MES.
           IF MES-VALIDO
               MOVE MOV-MES-HASTA TO MES-CONTROL
               PERFORM CONTROLAR-MES.
           EVALUATE TRUE
               WHEN MOV-EMPRESA NOT NUMERIC
                   DISPLAY "EMPRESA INVALIDA EN EL ALTA DE "
                       "PRESUPUESTO: " MOV-EMPRESA
                   ADD 1 TO CANT-RECHAZADOS
               WHEN MOV-EMPRESA NOT = ZERO AND EMP-RAZON-AUX = SPACES
                   DISPLAY "EMPRESA INEXISTENTE PARA EL PRESUPUESTO: "
                       MOV-EMPRESA
                   ADD 1 TO CANT-RECHAZADOS
               WHEN MOV-EMPRESA = ZERO
                   AND (MOV-PROSPECTO = SPACES
                   OR MOV-CONDICION = SPACE)
                   DISPLAY "PRESUPUESTO A PROSPECTO SIN NOMBRE O SIN "
                       "CONDICION DE IVA"
                   ADD 1 TO CANT-RECHAZADOS
               WHEN NOT MES-VALIDO
                   OR MOV-MES-HASTA < MOV-MES-DESDE
                   DISPLAY "PERIODO INVALIDO EN EL ALTA DE "
                       "PRESUPUESTO: " MOV-MES-DESDE " A "
                       MOV-MES-HASTA
                   ADD 1 TO CANT-RECHAZADOS
               WHEN CANT-PRESUPUESTOS >= 300
                   DISPLAY "PRESUPUESTOS EXCEDE LOS 300 REGISTROS"
                   STOP RUN
               WHEN OTHER
                   PERFORM AGREGAR-PRESUPUESTO
           END-EVALUATE.

       CONTROLAR-MES.
           MOVE 'S' TO SW-MES-VALIDO.
           IF MES-CONTROL NOT NUMERIC
               MOVE 'N' TO SW-MES-VALIDO
           ELSE
               IF MES-CONTROL-MM < 1 OR MES-CONTROL-MM > 12
                   MOVE 'N' TO SW-MES-VALIDO.

       AGREGAR-PRESUPUESTO.
           ADD 1 TO CANT-PRESUPUESTOS.
           MOVE CANT-PRESUPUESTOS TO IND-PRE-ACT.
           MOVE PROXIMO-PRESUPUESTO TO TAB-PRE-NUMERO(IND-PRE-ACT).
           ADD 1 TO PROXIMO-PRESUPUESTO.
           MOVE MOV-EMPRESA TO TAB-PRE-EMPRESA(IND-PRE-ACT).
           IF MOV-EMPRESA = ZERO
               MOVE MOV-PROSPECTO TO TAB-PRE-PROSPECTO(IND-PRE-ACT)
               MOVE MOV-CONDICION TO TAB-PRE-CONDICION(IND-PRE-ACT)
           ELSE
               MOVE EMP-RAZON-AUX TO TAB-PRE-PROSPECTO(IND-PRE-ACT)
               MOVE SPACE TO TAB-PRE-CONDICION(IND-PRE-ACT).
           MOVE MOV-MES-DESDE TO TAB-PRE-MES-DESDE(IND-PRE-ACT).
           MOVE MOV-MES-HASTA TO TAB-PRE-MES-HASTA(IND-PRE-ACT).
           MOVE FECHA-HOY TO TAB-PRE-FECHA-ALTA(IND-PRE-ACT).
           IF MOV-FECHA-VALIDEZ NUMERIC
               AND MOV-FECHA-VALIDEZ >= FECHA-HOY
               MOVE MOV-FECHA-VALIDEZ
                   TO TAB-PRE-FECHA-VALIDEZ(IND-PRE-ACT)
           ELSE
               COMPUTE DIAS-AUXILIAR =
                   FUNCTION INTEGER-OF-DATE(FECHA-HOY) + 30
               MOVE FUNCTION DATE-OF-INTEGER(DIAS-AUXILIAR)
                   TO TAB-PRE-FECHA-VALIDEZ(IND-PRE-ACT).
           MOVE 'B' TO TAB-PRE-ESTADO(IND-PRE-ACT).
           PERFORM FIRMAR-CAMBIO.
           DISPLAY "PRESUPUESTO " TAB-PRE-NUMERO(IND-PRE-ACT)
               " ABIERTO PARA " TAB-PRE-PROSPECTO(IND-PRE-ACT).
           ADD 1 TO CANT-ALTAS.

      ******************************************************************
      * El renglon se cotiza a la tarifa negociada que traiga el
      * movimiento; sin ella, a la negociada vigente del cliente y,
      * si no la hay, a la del maestro de tarifas vigente hoy. Un
      * renglon sin ninguna tarifa no se carga.
       ALTA-RENGLON.
           PERFORM UBICAR-RENGLON.
           EVALUATE TRUE
               WHEN IND-LIN-ACT NOT = ZERO
                   DISPLAY "RENGLON YA EXISTENTE: PRESUPUESTO "
                       MOV-PRESUPUESTO " RENGLON " MOV-RENGLON
                   ADD 1 TO CANT-RECHAZADOS
               WHEN MOV-RENGLON NOT NUMERIC OR MOV-RENGLON = ZERO
                   OR MOV-SRT = SPACES OR MOV-TIPO NOT NUMERIC
                   DISPLAY "RENGLON SIN NUMERO, CATEGORIA O TIPO: "
                       "PRESUPUESTO " MOV-PRESUPUESTO
                   ADD 1 TO CANT-RECHAZADOS
               WHEN MOV-HORAS NOT NUMERIC OR MOV-HORAS = ZERO
                   DISPLAY "RENGLON SIN HORAS ESTIMADAS: PRESUPUESTO "
                       MOV-PRESUPUESTO " RENGLON " MOV-RENGLON
                   ADD 1 TO CANT-RECHAZADOS
               WHEN OTHER
                   PERFORM COTIZAR-RENGLON
           END-EVALUATE.

       COTIZAR-RENGLON.
           MOVE ZERO TO TARIFA-VALOR TARIFA-VIGENCIA.
           MOVE SPACE TO ORIGEN-TARIFA.
           IF MOV-TARIFA NUMERIC AND MOV-TARIFA > ZERO
               MOVE MOV-TARIFA TO TARIFA-VALOR
               MOVE 'N' TO ORIGEN-TARIFA
           ELSE
               PERFORM BUSCAR-TARIFA-CLIENTE
               IF VIGENCIA-TCL-ELEGIDA NOT = ZERO
                   MOVE TARIFA-TCL-ELEGIDA TO TARIFA-VALOR
                   MOVE VIGENCIA-TCL-ELEGIDA TO TARIFA-VIGENCIA
                   MOVE 'C' TO ORIGEN-TARIFA
               ELSE
                   PERFORM BUSCAR-TARIFA-MAESTRO.
           IF TARIFA-VALOR = ZERO
               DISPLAY "SIN TARIFA PARA LA CATEGORIA " MOV-SRT
                   " TIPO " MOV-TIPO ": PRESUPUESTO " MOV-PRESUPUESTO
                   " RENGLON " MOV-RENGLON
               ADD 1 TO CANT-RECHAZADOS
           ELSE
               PERFORM AGREGAR-RENGLON.

       BUSCAR-TARIFA-CLIENTE.
           MOVE ZERO TO VIGENCIA-TCL-ELEGIDA TARIFA-TCL-ELEGIDA.
           IF TAB-PRE-EMPRESA(IND-PRE-ACT) NOT = ZERO
               PERFORM EVALUAR-TARIFA-CLIENTE
                   VARYING SUB-TCL FROM 1 BY 1
                   UNTIL SUB-TCL > CANT-TARIFAS-CLIENTE.

       EVALUAR-TARIFA-CLIENTE.
           IF TAB-TCL-EMPRESA(SUB-TCL) = TAB-PRE-EMPRESA(IND-PRE-ACT)
               AND TAB-TCL-SRT(SUB-TCL) = MOV-SRT
               AND TAB-TCL-TIPO(SUB-TCL) = MOV-TIPO
               AND TAB-TCL-VIGENCIA(SUB-TCL) <= FECHA-HOY
               AND TAB-TCL-VIGENCIA(SUB-TCL) > VIGENCIA-TCL-ELEGIDA
               MOVE TAB-TCL-VIGENCIA(SUB-TCL) TO VIGENCIA-TCL-ELEGIDA
               MOVE TAB-TCL-TARIFA(SUB-TCL) TO TARIFA-TCL-ELEGIDA.

       BUSCAR-TARIFA-MAESTRO.
           MOVE MOV-SRT TO TARIFA-SRT.
           MOVE MOV-TIPO TO TARIFA-TIPO.
           MOVE FECHA-HOY TO TARIFA-VIGENCIA.
           MOVE 'B' TO WS-OPCION-TARIFA.
           CALL 'OBTENER-TARIFA' USING WS-OPCION-TARIFA, TARIFA-SRT,
               TARIFA-TIPO, TARIFA-VIGENCIA, TARIFA-VALOR,
               FS-TARIFA-MAESTRO.
           IF FS-TARIFA-MAESTRO = '00'
               MOVE 'M' TO ORIGEN-TARIFA
           ELSE
               MOVE ZERO TO TARIFA-VALOR.

       AGREGAR-RENGLON.
           IF CANT-RENGLONES >= 2000
               DISPLAY "RENGLONES DE PRESUPUESTOS EXCEDE LOS 2000 "
                   "REGISTROS"
               STOP RUN.
           ADD 1 TO CANT-RENGLONES.
           MOVE MOV-PRESUPUESTO TO TAB-LIN-NUMERO(CANT-RENGLONES).
           MOVE MOV-RENGLON TO TAB-LIN-RENGLON(CANT-RENGLONES).
           MOVE MOV-SRT TO TAB-LIN-SRT(CANT-RENGLONES).
           MOVE MOV-TIPO TO TAB-LIN-TIPO(CANT-RENGLONES).
           MOVE MOV-HORAS TO TAB-LIN-HORAS(CANT-RENGLONES).
           MOVE TARIFA-VALOR TO TAB-LIN-TARIFA(CANT-RENGLONES).
           MOVE ORIGEN-TARIFA TO TAB-LIN-ORIGEN(CANT-RENGLONES).
           MOVE TARIFA-VIGENCIA TO TAB-LIN-VIGENCIA(CANT-RENGLONES).
           MOVE MOV-CONSULTOR TO TAB-LIN-CONSULTOR(CANT-RENGLONES).
           MOVE 'N' TO TAB-LIN-BAJA(CANT-RENGLONES).
           PERFORM FIRMAR-CAMBIO.
           ADD 1 TO CANT-ALTAS-RENGLON.

       BAJA-RENGLON.
           PERFORM UBICAR-RENGLON.
           IF IND-LIN-ACT = ZERO
               DISPLAY "RENGLON INEXISTENTE: PRESUPUESTO "
                   MOV-PRESUPUESTO " RENGLON " MOV-RENGLON
               ADD 1 TO CANT-RECHAZADOS
           ELSE
               MOVE 'S' TO TAB-LIN-BAJA(IND-LIN-ACT)
               PERFORM FIRMAR-CAMBIO
               ADD 1 TO CANT-BAJAS-RENGLON.

       UBICAR-RENGLON.
           MOVE ZERO TO IND-LIN-ACT.
           PERFORM COMPARAR-RENGLON
               VARYING SUB-LIN FROM 1 BY 1
               UNTIL SUB-LIN > CANT-RENGLONES
               OR IND-LIN-ACT NOT = ZERO.

       COMPARAR-RENGLON.
           IF TAB-LIN-NUMERO(SUB-LIN) = MOV-PRESUPUESTO
               AND TAB-LIN-RENGLON(SUB-LIN) = MOV-RENGLON
               AND TAB-LIN-BAJA(SUB-LIN) NOT = 'S'
               MOVE SUB-LIN TO IND-LIN-ACT.

      * Horas y abono mensual del presupuesto: suma de sus renglones
      * vigentes, cada uno redondeado a centavos.
       SUMAR-RENGLONES.
           MOVE ZERO TO CANT-RENGLONES-PRE TOTAL-HORAS-PRE
               TOTAL-IMPORTE-PRE.
           PERFORM SUMAR-UN-RENGLON
               VARYING SUB-LIN FROM 1 BY 1
               UNTIL SUB-LIN > CANT-RENGLONES.

       SUMAR-UN-RENGLON.
           IF TAB-LIN-NUMERO(SUB-LIN) = TAB-PRE-NUMERO(IND-PRE-ACT)
               AND TAB-LIN-BAJA(SUB-LIN) NOT = 'S'
               ADD 1 TO CANT-RENGLONES-PRE
               ADD TAB-LIN-HORAS(SUB-LIN) TO TOTAL-HORAS-PRE
               COMPUTE IMPORTE-RENGLON ROUNDED =
                   TAB-LIN-HORAS(SUB-LIN) * TAB-LIN-TARIFA(SUB-LIN)
               ADD IMPORTE-RENGLON TO TOTAL-IMPORTE-PRE.

      * El envio (o reenvio) puede traer una validez nueva; no se
      * envia un presupuesto sin renglones.
       ENVIAR-PRESUPUESTO.
           PERFORM SUMAR-RENGLONES.
           IF CANT-RENGLONES-PRE = ZERO
               DISPLAY "PRESUPUESTO " MOV-PRESUPUESTO " SIN RENGLONES:"
                   " NO SE ENVIA"
               ADD 1 TO CANT-RECHAZADOS
           ELSE
               IF MOV-FECHA-VALIDEZ NUMERIC
                   AND MOV-FECHA-VALIDEZ >= FECHA-HOY
                   MOVE MOV-FECHA-VALIDEZ
                       TO TAB-PRE-FECHA-VALIDEZ(IND-PRE-ACT)
               END-IF
               MOVE 'E' TO TAB-PRE-ESTADO(IND-PRE-ACT)
               PERFORM FIRMAR-CAMBIO
               ADD 1 TO CANT-ENVIOS.

      ******************************************************************
      * Se acepta un presupuesto enviado y dentro de su validez. Un
      * prospecto tiene que haberse dado de alta antes como empresa:
      * la aceptacion trae su codigo. Lo aceptado se estaciona para
      * que un segundo operador lo apruebe; recien entonces salen el
      * contrato, las tarifas y las asignaciones.
       ACEPTAR-PRESUPUESTO.
           PERFORM SUMAR-RENGLONES.
           MOVE SPACES TO EMP-RAZON-AUX.
           IF TAB-PRE-EMPRESA(IND-PRE-ACT) = ZERO
               AND MOV-EMPRESA NUMERIC AND MOV-EMPRESA NOT = ZERO
               MOVE MOV-EMPRESA TO EMP-CODIGO-AUX
               MOVE 'B' TO WS-OPCION-EMPRESA
               CALL 'OBTENER-EMPRESA' USING WS-OPCION-EMPRESA,
                   EMP-CODIGO-AUX, EMP-CUIT-AUX, EMP-RAZON-AUX,
                   EMP-DIRE-AUX, EMP-TEL-AUX, EMP-MAIL-AUX.
           EVALUATE TRUE
               WHEN TAB-PRE-ESTADO(IND-PRE-ACT) NOT = 'E'
                   DISPLAY "PRESUPUESTO " MOV-PRESUPUESTO " NO ENVIADO:"
                       " NO SE PUEDE ACEPTAR"
                   ADD 1 TO CANT-RECHAZADOS
               WHEN TAB-PRE-FECHA-VALIDEZ(IND-PRE-ACT) < FECHA-HOY
                   DISPLAY "PRESUPUESTO " MOV-PRESUPUESTO " VENCIDO EL "
                       TAB-PRE-FECHA-VALIDEZ(IND-PRE-ACT)
                       ": REENVIARLO CON VALIDEZ NUEVA"
                   ADD 1 TO CANT-RECHAZADOS
               WHEN TAB-PRE-EMPRESA(IND-PRE-ACT) = ZERO
                   AND EMP-RAZON-AUX = SPACES
                   DISPLAY "PRESUPUESTO " MOV-PRESUPUESTO
                       " A PROSPECTO: DAR DE ALTA LA EMPRESA E "
                       "INFORMAR SU CODIGO"
                   ADD 1 TO CANT-RECHAZADOS
               WHEN TOTAL-HORAS-PRE > 9999,99
                   DISPLAY "PRESUPUESTO " MOV-PRESUPUESTO " CON MAS "
                       "HORAS MENSUALES DE LAS QUE ADMITE UN CONTRATO"
                   ADD 1 TO CANT-RECHAZADOS
               WHEN CANT-PENDIENTES >= 100
                   DISPLAY "PENDIENTES DE APROBACION COMPLETOS (100): "
                       "PRESUPUESTO " MOV-PRESUPUESTO " SIN ACEPTAR"
                   ADD 1 TO CANT-RECHAZADOS
               WHEN OTHER
                   PERFORM ESTACIONAR-PRESUPUESTO
           END-EVALUATE.

       ESTACIONAR-PRESUPUESTO.
           IF TAB-PRE-EMPRESA(IND-PRE-ACT) = ZERO
               MOVE MOV-EMPRESA TO TAB-PRE-EMPRESA(IND-PRE-ACT).
           MOVE TAB-PRE-NUMERO(IND-PRE-ACT) TO MPR-NUMERO.
           MOVE TAB-PRE-EMPRESA(IND-PRE-ACT) TO MPR-EMPRESA.
           MOVE TAB-PRE-MES-DESDE(IND-PRE-ACT) TO MPR-MES-DESDE.
           MOVE TAB-PRE-MES-HASTA(IND-PRE-ACT) TO MPR-MES-HASTA.
           MOVE TOTAL-HORAS-PRE TO MPR-HORAS.
           MOVE TOTAL-IMPORTE-PRE TO MPR-IMPORTE.
           MOVE CANT-RENGLONES-PRE TO MPR-CANT-RENGLONES.
           OPEN EXTEND MOVTOS-PENDIENTES.
           IF FS-PENDIENTES = '35'
               OPEN OUTPUT MOVTOS-PENDIENTES.
           IF FS-PENDIENTES NOT = ZERO
               DISPLAY "ERROR AL ABRIR MOVTOS PENDIENTES FS: "
                   FS-PENDIENTES
               STOP RUN.
           MOVE 'PRESUPUESTO' TO PEN-MAESTRO.
           MOVE FUNCTION CURRENT-DATE(1:8) TO PEN-FECHA.
           MOVE FUNCTION CURRENT-DATE(9:6) TO PEN-HORA.
           MOVE 'A' TO PEN-TIPO-MOV.
           MOVE TAB-PRE-NUMERO(IND-PRE-ACT) TO PEN-CLAVE.
           MOVE MOV-PRESUPUESTO-PEN TO PEN-MOVIMIENTO.
           MOVE MOV-OPERADOR TO PEN-OPERADOR.
           WRITE PEN-REG.
           CLOSE MOVTOS-PENDIENTES.
           ADD 1 TO CANT-PENDIENTES.
           MOVE 'A' TO TAB-PRE-ESTADO(IND-PRE-ACT).
           PERFORM FIRMAR-CAMBIO.
           DISPLAY "PRESUPUESTO " MOV-PRESUPUESTO " ACEPTADO: ABONO "
               "MENSUAL " TOTAL-IMPORTE-PRE " POR " TOTAL-HORAS-PRE
               " HORAS, ESTACIONADO PARA APROBACION".
           ADD 1 TO CANT-ACEPTADOS.

      * Cada cabecera sale seguida de sus renglones vigentes.
       REGRABAR-PRESUPUESTOS.
           OPEN OUTPUT PRESUPUESTOS.
           IF FS-PRESUPUESTOS NOT = ZERO
               DISPLAY "ERROR AL REGRABAR PRESUPUESTOS FS: "
                   FS-PRESUPUESTOS
               STOP RUN.
           PERFORM GRABAR-UN-PRESUPUESTO
               VARYING SUB-PRE FROM 1 BY 1
               UNTIL SUB-PRE > CANT-PRESUPUESTOS.
           CLOSE PRESUPUESTOS.

       GRABAR-UN-PRESUPUESTO.
           MOVE SPACES TO PRE-REG.
           MOVE TAB-PRE-NUMERO(SUB-PRE) TO PRE-NUMERO.
           MOVE 'C' TO PRE-TIPO-REG.
           MOVE TAB-PRE-EMPRESA(SUB-PRE) TO PRE-EMPRESA.
           MOVE TAB-PRE-PROSPECTO(SUB-PRE) TO PRE-PROSPECTO.
           MOVE TAB-PRE-CONDICION(SUB-PRE) TO PRE-CONDICION.
           MOVE TAB-PRE-MES-DESDE(SUB-PRE) TO PRE-MES-DESDE.
           MOVE TAB-PRE-MES-HASTA(SUB-PRE) TO PRE-MES-HASTA.
           MOVE TAB-PRE-FECHA-ALTA(SUB-PRE) TO PRE-FECHA-ALTA.
           MOVE TAB-PRE-FECHA-VALIDEZ(SUB-PRE) TO PRE-FECHA-VALIDEZ.
           MOVE TAB-PRE-ESTADO(SUB-PRE) TO PRE-ESTADO.
           MOVE TAB-PRE-FECHA-ESTADO(SUB-PRE) TO PRE-FECHA-ESTADO.
           MOVE TAB-PRE-OPERADOR(SUB-PRE) TO PRE-OPERADOR.
           WRITE PRE-REG.
           PERFORM GRABAR-UN-RENGLON
               VARYING SUB-LIN FROM 1 BY 1
               UNTIL SUB-LIN > CANT-RENGLONES.

       GRABAR-UN-RENGLON.
           IF TAB-LIN-NUMERO(SUB-LIN) = TAB-PRE-NUMERO(SUB-PRE)
               AND TAB-LIN-BAJA(SUB-LIN) NOT = 'S'
               MOVE SPACES TO PRE-LINEA
               MOVE TAB-LIN-NUMERO(SUB-LIN) TO PRE-NUMERO
               MOVE 'L' TO PRE-TIPO-REG
               MOVE TAB-LIN-RENGLON(SUB-LIN) TO LIN-RENGLON
               MOVE TAB-LIN-SRT(SUB-LIN) TO LIN-SRT
               MOVE TAB-LIN-TIPO(SUB-LIN) TO LIN-TIPO
               MOVE TAB-LIN-HORAS(SUB-LIN) TO LIN-HORAS
               MOVE TAB-LIN-TARIFA(SUB-LIN) TO LIN-TARIFA
               MOVE TAB-LIN-ORIGEN(SUB-LIN) TO LIN-ORIGEN
               MOVE TAB-LIN-VIGENCIA(SUB-LIN) TO LIN-VIGENCIA
               MOVE TAB-LIN-CONSULTOR(SUB-LIN) TO LIN-CONSULTOR
               WRITE PRE-LINEA.

       IMPRIMIR-RESUMEN.
           DISPLAY "PRESUPUESTOS DADOS DE ALTA: " CANT-ALTAS.
           DISPLAY "RENGLONES DADOS DE ALTA: " CANT-ALTAS-RENGLON.
           DISPLAY "RENGLONES DADOS DE BAJA: " CANT-BAJAS-RENGLON.
           DISPLAY "PRESUPUESTOS ENVIADOS: " CANT-ENVIOS.
           DISPLAY "PRESUPUESTOS ACEPTADOS: " CANT-ACEPTADOS.
           DISPLAY "PRESUPUESTOS PERDIDOS: " CANT-PERDIDOS.
           DISPLAY "MOVIMIENTOS RECHAZADOS: " CANT-RECHAZADOS.
           IF CANT-ACEPTADOS > ZERO
               DISPLAY "CORRER APROBAR-MOVIMIENTOS PARA GENERAR LOS "
                   "CONTRATOS DE LOS PRESUPUESTOS ACEPTADOS".


      * Resuelve todas las rutas de este programa contra rutas.dat;
      * una entrada ausente corta la corrida nombrando el logico
      * que falta.
       CARGAR-RUTAS.
           MOVE 'COMP-PRESUPUESTOS' TO RUTA-LOGICO.
           PERFORM OBTENER-UNA-RUTA.
           MOVE RUTA-OBTENIDA TO RUTA-PRESUPUESTOS.
           MOVE 'SEC-MOVPRESUPUESTOS' TO RUTA-LOGICO.
           PERFORM OBTENER-UNA-RUTA.
           MOVE RUTA-OBTENIDA TO RUTA-MOVTOS-PRESUP.
           MOVE 'COMP-TARIFASCLIENTE' TO RUTA-LOGICO.
           PERFORM OBTENER-UNA-RUTA.
           MOVE RUTA-OBTENIDA TO RUTA-TARIFAS-CLIENTE.
           MOVE 'COMP-MOVPENDIENTES' TO RUTA-LOGICO.
           PERFORM OBTENER-UNA-RUTA.
           MOVE RUTA-OBTENIDA TO RUTA-PENDIENTES.

       OBTENER-UNA-RUTA.
           CALL 'OBTENER-RUTA' USING RUTA-LOGICO, RUTA-OBTENIDA,
               FS-RUTA.
           IF FS-RUTA NOT = '00'
               DISPLAY "RUTA NO CONFIGURADA PARA " RUTA-LOGICO
               STOP RUN.

       END PROGRAM MANTENER-PRESUPUESTOS.
