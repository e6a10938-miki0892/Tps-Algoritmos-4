      * Movimientos sensibles que MANTENER-EMPRESAS y
      * MANTENER-CONSULTORES estacionaron a la espera del visto bueno
      * de un segundo operador; el mismo espiritu con que
      * CADENA-NOCTURNA exige APROBACION-TARIFAS. PROPONER-CASTIGOS
      * estaciona aqui tambien los castigos de incobrables y
      * AJUSTAR-PRECIOS el ajuste por indice de contratos y tarifas.
           SELECT MOVTOS-PENDIENTES ASSIGN TO RUTA-PENDIENTES
                                  ORGANIZATION IS LINE SEQUENTIAL
                                  FILE STATUS IS FS-PENDIENTES.

      * Decisiones del segundo operador: maestro, clave, accion ('A'
      * aplica, 'R' rechaza) y quien decidio, que debe ser el operador
      * de la corrida (en blanco se toma ese).
           SELECT DECISIONES      ASSIGN TO RUTA-DECISIONES
                                  ORGANIZATION IS LINE SEQUENTIAL
                                  FILE STATUS IS FS-DECISIONES.
                                  ORGANIZATION IS LINE SEQUENTIAL
                                  FILE STATUS IS FS-JOURNAL.

      * El castigo aprobado se asienta en el registro de facturas como
      * documento 'B' (serie 90000001 en adelante) que lleva a cero
      * el saldo de la factura sin nota de credito al cliente.
           SELECT REGISTRO-FACTURAS ASSIGN TO RUTA-REGISTRO-FACTURAS
                                  ORGANIZATION IS INDEXED
                                  ACCESS MODE IS DYNAMIC
                                  RECORD KEY IS RFA-NUMERO
                                  ALTERNATE RECORD KEY IS RFA-CUIT
                                  WITH DUPLICATES
                                  FILE STATUS IS FS-REGISTRO.

           SELECT NUMERACION-CASTIGOS ASSIGN TO RUTA-NUM-CASTIGOS
                                  ORGANIZATION IS LINE SEQUENTIAL
                                  FILE STATUS IS FS-NUM-CASTIGOS.

      * Registro permanente de castigos: quien propuso y quien aprobo.
           SELECT REGISTRO-CASTIGOS ASSIGN TO RUTA-REG-CASTIGOS
                                  ORGANIZATION IS LINE SEQUENTIAL
                                  FILE STATUS IS FS-REG-CASTIGOS.

      * Ajuste de precios por indice (ver AJUSTAR-PRECIOS): el
      * pendiente es uno por ajuste y el detalle esta en
      * AJUSTES-PRECIO. Aprobado, cada contrato ajustado cierra su
      * vigencia el mes anterior y suma una fila con el valor nuevo;
      * cada tarifa negociada suma una fila con vigencia nueva.
           SELECT AJUSTES-PRECIO  ASSIGN TO RUTA-AJUSTES-PRECIO
                                  ORGANIZATION IS LINE SEQUENTIAL
                                  FILE STATUS IS FS-AJUSTES.

           SELECT CONTRATOS       ASSIGN TO RUTA-CONTRATOS
                                  ORGANIZATION IS LINE SEQUENTIAL
                                  FILE STATUS IS FS-CONTRATOS.

           SELECT TARIFAS-CLIENTE ASSIGN TO RUTA-TARIFAS-CLIENTE
                                  ORGANIZATION IS LINE SEQUENTIAL
                                  FILE STATUS IS FS-TAR-CLIENTE.

      * Presupuesto aceptado: se lee el presupuesto (cabecera y
      * renglones) para dar de alta el contrato, las tarifas del
      * cliente y los movimientos de asignacion de los consultores
      * propuestos.
           SELECT PRESUPUESTOS    ASSIGN TO RUTA-PRESUPUESTOS
                                  ORGANIZATION IS LINE SEQUENTIAL
                                  FILE STATUS IS FS-PRESUPUESTOS.

           SELECT MOVTOS-ASIGNACIONES ASSIGN TO RUTA-MOVTOS-ASIG
                                  ORGANIZATION IS LINE SEQUENTIAL
                                  FILE STATUS IS FS-MOVTOS-ASIG.

           SELECT EXCEPCIONES     ASSIGN TO RUTA-EXCEPCIONES
                                  ORGANIZATION IS LINE SEQUENTIAL
                                  FILE STATUS IS FS-EXCEPCIONES.

       DATA DIVISION.
       FILE SECTION.

           03 PEN-TIPO-MOV PIC X(1).
           03 PEN-CLAVE   PIC X(20).
           03 PEN-MOVIMIENTO PIC X(140).
      * Operador que cargo el movimiento: quien lo apruebe debe ser
      * otro (ver VALIDAR-OPERADOR).
           03 PEN-OPERADOR PIC X(10).

       FD DECISIONES LABEL RECORD IS STANDARD.
       01 DEC-REG.
           03 JRN-ANTES    PIC X(130).
           03 JRN-DESPUES  PIC X(130).

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

       FD NUMERACION-CASTIGOS LABEL RECORD IS STANDARD.
       01 NUMK-REG.
           03 NUMK-PROXIMA PIC 9(8).

       FD REGISTRO-CASTIGOS LABEL RECORD IS STANDARD.
       01 RCA-REG.
           03 RCA-FACTURA    PIC 9(8).
           03 RCA-DOCUMENTO  PIC 9(8).
           03 RCA-CUIT       PIC 9(11).
           03 RCA-FECHA      PIC 9(8).
           03 RCA-IMPORTE    PIC 9(9)V99.
           03 RCA-CRITERIO   PIC X(1).
           03 RCA-PROPUSO    PIC X(10).
           03 RCA-APROBO     PIC X(10).

       FD AJUSTES-PRECIO LABEL RECORD IS STANDARD.
       01 AJP-REG.
           03 AJP-MES PIC 9(6).
           03 AJP-OBJETO PIC X(1).
           03 AJP-EMPRESA PIC 9(3).
           03 AJP-SRT PIC X(2).
           03 AJP-TIPO PIC 99.
           03 AJP-INDICE PIC X(6).
           03 AJP-MES-IND-ANT PIC 9(6).
           03 AJP-IND-ANT PIC 9(7)V9(4).
           03 AJP-MES-IND-NUEVO PIC 9(6).
           03 AJP-IND-NUEVO PIC 9(7)V9(4).
           03 AJP-VALOR-ANT PIC 9(9)V99.
           03 AJP-VALOR-NUEVO PIC 9(9)V99.
           03 AJP-CON-DESDE PIC 9(6).
           03 AJP-CON-HASTA PIC 9(6).
           03 AJP-CON-HORAS PIC 9(4)V99.
           03 AJP-TCL-VIGENCIA-ANT PIC 9(8).

       FD CONTRATOS LABEL RECORD IS STANDARD.
       01 CON-REG.
           03 CON-EMPRESA PIC 9(3).
           03 CON-PERIODO-DESDE PIC 9(6).
           03 CON-PERIODO-HASTA PIC 9(6).
           03 CON-HORAS-MENSUALES PIC 9(4)V99.
           03 CON-IMPORTE-MENSUAL PIC 9(9)V99.

       FD TARIFAS-CLIENTE LABEL RECORD IS STANDARD.
       01 TCL-REG.
           03 TCL-EMPRESA PIC 9(3).
           03 TCL-SRT PIC X(2).
           03 TCL-TIPO PIC 99.
           03 TCL-VIGENCIA PIC 9(8).
           03 TCL-TARIFA PIC 9(5)V99.

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

       FD MOVTOS-ASIGNACIONES LABEL RECORD IS STANDARD.
       01 MAS-REG.
           03 MAS-ACCION PIC X(1).
           03 MAS-CONSULTOR PIC X(5).
           03 MAS-EMPRESA PIC 9(3).
           03 MAS-DESDE PIC 9(8).
           03 MAS-HASTA PIC 9(8).

      * Excepciones.dat es el archivo unico compartido por todo el
      * sistema; EXC-REG lleva los mismos campos en todos los
      * programas, aunque cada uno siga con su propia FD independiente
      * en lugar de una copybook.
       FD EXCEPCIONES LABEL RECORD IS STANDARD.

       01 EXC-REG.
           03 EXC-PROGRAMA PIC X(12).
           03 EXC-BUSQUEDA PIC X(20).
           03 EXC-CLAVE    PIC X(20).
           03 EXC-NUMERO   PIC X(5).
           03 EXC-FECHA.
               05 EXC-FECHA-AAAA PIC 9(4).
               05 EXC-FECHA-MM   PIC 9(2).
               05 EXC-FECHA-DD   PIC 9(2).
           03 EXC-EMPRESA  PIC 9(03).
           03 EXC-CUIT     PIC 9(11).

       WORKING-STORAGE SECTION.

       77 FS-PENDIENTES PIC XX.
       77 FS-TIEMPOS    PIC XX.
       77 FS-CATALOGO   PIC XX.
       77 FS-JOURNAL    PIC XX.
       77 FS-REGISTRO   PIC XX.
       77 FS-NUM-CASTIGOS PIC XX.
       77 FS-REG-CASTIGOS PIC XX.
       77 FS-EXCEPCIONES PIC XX.
       77 FS-AJUSTES    PIC XX.
       77 FS-CONTRATOS  PIC XX.
       77 FS-TAR-CLIENTE PIC XX.
       77 FS-PRESUPUESTOS PIC XX.
       77 FS-MOVTOS-ASIG PIC XX.

      * Un CUIT estacionado antes de que MANTENER-EMPRESAS controlara
      * el digito verificador se vuelve a controlar al aplicarlo.
       01 WS-OPCION-IDENTIF PIC X.
       01 IDENT-VALOR PIC X(22).
       01 IDENT-RESULTADO PIC X.

      * Pendientes en memoria con su veredicto: 'A' aplicado, 'R'
      * rechazado, ' ' sigue pendiente y se regraba.
               05 TAB-PEN-TIPO    PIC X(1).
               05 TAB-PEN-CLAVE   PIC X(20).
               05 TAB-PEN-MOV     PIC X(140).
               05 TAB-PEN-OPERADOR PIC X(10).
               05 TAB-PEN-VEREDICTO PIC X(1).
       01 CANT-PENDIENTES PIC 9(3) VALUE ZERO.
       01 SUB-PEN PIC 9(3).
           03 MCO-MAIL PIC X(30).
           03 MCO-CBU PIC 9(22).
           03 FILLER PIC X(7).
       01 MOV-CASTIGO REDEFINES AREA-MOVIMIENTO.
           03 MCA-FACTURA   PIC 9(8).
           03 MCA-CUIT      PIC 9(11).
           03 MCA-FECHA-VTO PIC 9(8).
           03 MCA-SALDO     PIC 9(9)V99.
           03 MCA-DIAS      PIC 9(5).
           03 MCA-CRITERIO  PIC X(1).
           03 MCA-OPERADOR  PIC X(10).
           03 FILLER        PIC X(86).
       01 MOV-AJUSTE REDEFINES AREA-MOVIMIENTO.
           03 MAJ-MES PIC 9(6).
           03 MAJ-CANT-CONTRATOS PIC 9(5).
           03 MAJ-CANT-TARIFAS PIC 9(5).
           03 FILLER PIC X(124).
       01 MOV-PRESUPUESTO REDEFINES AREA-MOVIMIENTO.
           03 MPR-NUMERO PIC 9(6).
           03 MPR-EMPRESA PIC 9(3).
           03 MPR-MES-DESDE PIC 9(6).
           03 MPR-MES-HASTA PIC 9(6).
           03 MPR-HORAS PIC 9(4)V99.
           03 MPR-IMPORTE PIC 9(9)V99.
           03 MPR-CANT-RENGLONES PIC 9(3).
           03 FILLER PIC X(99).

       01 IMAGEN-ANTES   PIC X(130).
       01 IMAGEN-DESPUES PIC X(130).
       01 CANT-SIN-DECISION PIC 9(5) VALUE ZERO.
       01 CANT-DECISIONES-HUERFANAS PIC 9(5) VALUE ZERO.
       01 SW-DECISION-USADA PIC X.
       01 CANT-DECISIONES-AJENAS PIC 9(5) VALUE ZERO.
       01 CANT-APROBACIONES-DENEGADAS PIC 9(5) VALUE ZERO.

      * Castigos: el registro de facturas solo se abre si hay alguno
      * estacionado. La serie 'B' arranca en 90000001 y se realinea
      * contra el mayor documento 'B' del registro.
       01 SW-HAY-CASTIGOS PIC X VALUE 'N'.
           88 HAY-CASTIGOS VALUE 'S'.
       01 WS-PROXIMA-CASTIGO PIC 9(8) VALUE 90000001.
       01 NUMERO-MAXIMO-CASTIGO PIC 9(8) VALUE ZERO.
       01 FACTURA-GUARDADA PIC X(210).
       01 DEUDA-FACTURA PIC S9(9)V99.
       01 SALDO-FACTURA PIC S9(9)V99.
       01 FECHA-CASTIGO PIC 9(8).
       01 CANT-CASTIGOS PIC 9(5) VALUE ZERO.

      * Ajuste de precios: los contratos se regraban enteros desde
      * la tabla, con la fila vigente cerrada y la nueva al final.
       01 TABLA-CONTRATOS.
           03 FILA-CONTRATO OCCURS 200 TIMES.
               05 TAB-CON-EMPRESA PIC 9(3).
               05 TAB-CON-DESDE   PIC 9(6).
               05 TAB-CON-HASTA   PIC 9(6).
               05 TAB-CON-HORAS   PIC 9(4)V99.
               05 TAB-CON-IMPORTE PIC 9(9)V99.
       01 CANT-CONTRATOS PIC 9(3) VALUE ZERO.
       01 SUB-CON PIC 9(3).
       01 IND-CON-ACT PIC 9(3).
       01 MES-CIERRE PIC 9(6).
       01 MES-CIERRE-R REDEFINES MES-CIERRE.
           03 MES-CIERRE-AAAA PIC 9(4).
           03 MES-CIERRE-MM   PIC 9(2).
       01 CANT-VALORES-AJUSTADOS PIC 9(5) VALUE ZERO.
       01 CANT-VALORES-OMITIDOS PIC 9(5) VALUE ZERO.
       01 CANT-AJUSTES-CONTRATO PIC 9(5) VALUE ZERO.

      * Presupuesto aceptado: el contrato arranca el primer dia del
      * mes desde y las asignaciones llegan al ultimo dia del mes
      * hasta.
       01 SW-PRESUPUESTO-OK PIC X.
           88 PRESUPUESTO-OK VALUE 'S'.
       01 ESTADO-PRESUPUESTO PIC X(1).
       01 FECHA-INICIO-PRE PIC 9(8).
       01 FECHA-FIN-PRE PIC 9(8).
       01 DIAS-AUXILIAR PIC 9(8).
       01 CANT-TARIFAS-PRE PIC 9(3).
       01 CANT-ASIGNACIONES-PRE PIC 9(3).


      * Bitacora central de corridas (ver REGISTRAR-CORRIDA): 'I' al
       01 LOG-CANT-SALIDA PIC 9(7) VALUE ZERO.
       01 LOG-CANT-EXC PIC 9(5) VALUE ZERO.

      * Bloqueos de los archivos compartidos que este programa
      * actualiza (ver BLOQUEAR-RECURSO): se toman antes de anotar
      * el inicio y se liberan con el fin normal.
       01 WS-OPCION-BLOQUEO PIC X.
       01 BLOQUEO-RECURSO PIC X(20).
       77 FS-BLOQUEO PIC XX.


      * Operador de la corrida (ver VALIDAR-OPERADOR): se valida
      * contra el maestro de operadores y los permisos de su rol
      * antes de hacer nada.
       01 WS-OPCION-OPERADOR PIC X.
       01 OPERADOR-PROGRAMA PIC X(30) VALUE 'APROBAR-MOVIMIENTOS'.
       01 OPERADOR-OBJETO PIC X(12) VALUE SPACES.
       01 OPERADOR-CLAVE PIC X(20) VALUE SPACES.
       01 OPERADOR-CORRIDA PIC X(10).
       01 OPERADOR-CARGA PIC X(10) VALUE SPACES.
       01 OPERADOR-RESULTADO PIC X.

      * Rutas fisicas de los archivos, resueltas al arrancar desde
      * rutas.dat via OBTENER-RUTA: mover el sistema o armar un
       01 RUTA-TIEMPOS PIC X(100).
       01 RUTA-BACKUP-CATALOGO PIC X(100).
       01 RUTA-JOURNAL PIC X(100).
       01 RUTA-REGISTRO-FACTURAS PIC X(100).
       01 RUTA-NUM-CASTIGOS PIC X(100).
       01 RUTA-REG-CASTIGOS PIC X(100).
       01 RUTA-EXCEPCIONES PIC X(100).
       01 RUTA-AJUSTES-PRECIO PIC X(100).
       01 RUTA-CONTRATOS PIC X(100).
       01 RUTA-TARIFAS-CLIENTE PIC X(100).
       01 RUTA-PRESUPUESTOS PIC X(100).
       01 RUTA-MOVTOS-ASIG PIC X(100).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM CARGAR-RUTAS.
           PERFORM VALIDAR-OPERADOR-CORRIDA.
           PERFORM TOMAR-BLOQUEOS.
           MOVE 'I' TO WS-OPCION-LOG.
           CALL 'REGISTRAR-CORRIDA' USING WS-OPCION-LOG,
               LOG-PROGRAMA-ID, LOG-CANT-ENTRADA, LOG-CANT-SALIDA,
           PERFORM CERRAR-ARCHIVOS.
           PERFORM REGRABAR-PENDIENTES.
           DISPLAY "MOVIMIENTOS APLICADOS: " CANT-APLICADOS.
           IF HAY-CASTIGOS
               DISPLAY "CASTIGOS ASENTADOS: " CANT-CASTIGOS.
           DISPLAY "MOVIMIENTOS RECHAZADOS: " CANT-RECHAZADOS.
           DISPLAY "SIGUEN PENDIENTES: " CANT-SIN-DECISION.
           DISPLAY "APROBACIONES DENEGADAS (SIGUEN PENDIENTES): "
               CANT-APROBACIONES-DENEGADAS.
           DISPLAY "DECISIONES DE OTRO OPERADOR IGNORADAS: "
               CANT-DECISIONES-AJENAS.
           DISPLAY "DECISIONES SIN PENDIENTE: "
               CANT-DECISIONES-HUERFANAS.
           IF CANT-APLICADOS > ZERO
                   "MANTENER-CONSULTORES (AUN SIN MOVIMIENTOS) PARA "
                   "REGENERAR LAS COPIAS SECUENCIALES".
           MOVE CANT-PENDIENTES TO LOG-CANT-ENTRADA.
           COMPUTE LOG-CANT-SALIDA = CANT-APLICADOS + CANT-CASTIGOS.
           MOVE CANT-RECHAZADOS TO LOG-CANT-EXC.
           PERFORM LIBERAR-BLOQUEOS.
           MOVE 'F' TO WS-OPCION-LOG.
           CALL 'REGISTRAR-CORRIDA' USING WS-OPCION-LOG,
               LOG-PROGRAMA-ID, LOG-CANT-ENTRADA, LOG-CANT-SALIDA,
               DISPLAY "SIN FOTO DE RESPALDO DEL DIA: CORRER "
                   "BACKUP-INDEXADOS ANTES DE ACTUALIZAR LOS "
                   "MAESTROS"
               PERFORM LIBERAR-BLOQUEOS
               STOP RUN.

       EVALUAR-FOTO-GUARDIA.
           IF FS-PENDIENTES NOT = ZERO AND '35'
               DISPLAY "ERROR AL ABRIR MOVTOS PENDIENTES FS: "
                   FS-PENDIENTES
               PERFORM LIBERAR-BLOQUEOS
               STOP RUN.
           IF FS-PENDIENTES = ZERO
               READ MOVTOS-PENDIENTES
               CLOSE MOVTOS-PENDIENTES.
           IF CANT-PENDIENTES = ZERO
               DISPLAY "NO HAY MOVIMIENTOS PENDIENTES DE APROBACION"
               PERFORM LIBERAR-BLOQUEOS
               MOVE 'F' TO WS-OPCION-LOG
               CALL 'REGISTRAR-CORRIDA' USING WS-OPCION-LOG,
                   LOG-PROGRAMA-ID, LOG-CANT-ENTRADA,
           MOVE PEN-TIPO-MOV TO TAB-PEN-TIPO(CANT-PENDIENTES).
           MOVE PEN-CLAVE TO TAB-PEN-CLAVE(CANT-PENDIENTES).
           MOVE PEN-MOVIMIENTO TO TAB-PEN-MOV(CANT-PENDIENTES).
           MOVE PEN-OPERADOR TO TAB-PEN-OPERADOR(CANT-PENDIENTES).
           MOVE SPACE TO TAB-PEN-VEREDICTO(CANT-PENDIENTES).
           IF PEN-MAESTRO = 'CASTIGO'
               MOVE 'S' TO SW-HAY-CASTIGOS.
           READ MOVTOS-PENDIENTES.

       ABRIR-ARCHIVOS.
           IF FS-EMP-INDEX NOT = ZERO
               DISPLAY "ERROR AL ABRIR EMPRESAS INDEX FS: "
                   FS-EMP-INDEX
               PERFORM LIBERAR-BLOQUEOS
               STOP RUN.
           OPEN I-O CONSULT-INDEX.
           IF FS-CONS-INDEX NOT = ZERO
               DISPLAY "ERROR AL ABRIR CONSULTORES INDEX FS: "
                   FS-CONS-INDEX
               PERFORM LIBERAR-BLOQUEOS
               STOP RUN.
           OPEN INPUT TIEMPOS.
           IF FS-TIEMPOS NOT = ZERO
               DISPLAY "ERROR AL ABRIR TIEMPOS FS: " FS-TIEMPOS
               PERFORM LIBERAR-BLOQUEOS
               STOP RUN.
           OPEN EXTEND JOURNAL-MAESTROS.
           IF FS-JOURNAL = '35'
           IF FS-JOURNAL NOT = ZERO
               DISPLAY "ERROR AL ABRIR JOURNAL MAESTROS FS: "
                   FS-JOURNAL
               PERFORM LIBERAR-BLOQUEOS
               STOP RUN.
      * EXCEPCIONES es compartido entre programas: se abre siempre en
      * modo EXTEND y solo cae a OUTPUT si todavia no existe.
           OPEN EXTEND EXCEPCIONES.
           IF FS-EXCEPCIONES = '35'
               OPEN OUTPUT EXCEPCIONES.
           IF FS-EXCEPCIONES NOT = ZERO
               DISPLAY "ERROR AL ABRIR EXCEPCIONES FS: " FS-EXCEPCIONES
               PERFORM LIBERAR-BLOQUEOS
               STOP RUN.
           IF HAY-CASTIGOS
               PERFORM ABRIR-ARCHIVOS-CASTIGO.

       ABRIR-ARCHIVOS-CASTIGO.
           OPEN I-O REGISTRO-FACTURAS.
           IF FS-REGISTRO NOT = ZERO
               DISPLAY "ERROR AL ABRIR REGISTRO FACTURAS FS: "
                   FS-REGISTRO
               PERFORM LIBERAR-BLOQUEOS
               STOP RUN.
           OPEN EXTEND REGISTRO-CASTIGOS.
           IF FS-REG-CASTIGOS = '35'
               OPEN OUTPUT REGISTRO-CASTIGOS.
           IF FS-REG-CASTIGOS NOT = ZERO
               DISPLAY "ERROR AL ABRIR REGISTRO CASTIGOS FS: "
                   FS-REG-CASTIGOS
               PERFORM LIBERAR-BLOQUEOS
               STOP RUN.
           OPEN INPUT NUMERACION-CASTIGOS.
           IF FS-NUM-CASTIGOS NOT = ZERO AND '35'
               DISPLAY "ERROR AL ABRIR NUMERACION CASTIGOS FS: "
                   FS-NUM-CASTIGOS
               PERFORM LIBERAR-BLOQUEOS
               STOP RUN.
           IF FS-NUM-CASTIGOS = ZERO
               READ NUMERACION-CASTIGOS
               IF FS-NUM-CASTIGOS = ZERO AND NUMK-PROXIMA NUMERIC
                   AND NUMK-PROXIMA > WS-PROXIMA-CASTIGO
                   MOVE NUMK-PROXIMA TO WS-PROXIMA-CASTIGO
               END-IF
               CLOSE NUMERACION-CASTIGOS.
           PERFORM REALINEAR-NUMERACION-CASTIGO.
           MOVE FUNCTION CURRENT-DATE(1:8) TO FECHA-CASTIGO.

      * Los documentos 'B' ocupan el tope de la clave: se recorre
      * desde 90000001 hasta el final buscando el mayor ya grabado.
       REALINEAR-NUMERACION-CASTIGO.
           MOVE 90000001 TO RFA-NUMERO.
           START REGISTRO-FACTURAS KEY IS >= RFA-NUMERO.
           IF FS-REGISTRO = ZERO
               READ REGISTRO-FACTURAS NEXT RECORD
               PERFORM EVALUAR-MAXIMO-CASTIGO
                   UNTIL FS-REGISTRO NOT = ZERO.
           IF NUMERO-MAXIMO-CASTIGO >= WS-PROXIMA-CASTIGO
               COMPUTE WS-PROXIMA-CASTIGO = NUMERO-MAXIMO-CASTIGO + 1
               DISPLAY "NUMERACION DE CASTIGOS REALINEADA CON EL "
                   "REGISTRO: PROXIMO " WS-PROXIMA-CASTIGO.

       EVALUAR-MAXIMO-CASTIGO.
           IF RFA-TIPO-DOC = 'B' AND RFA-NUMERO > NUMERO-MAXIMO-CASTIGO
               MOVE RFA-NUMERO TO NUMERO-MAXIMO-CASTIGO.
           READ REGISTRO-FACTURAS NEXT RECORD.

      ******************************************************************
      * Cada decision del operador busca su pendiente por maestro y
           OPEN INPUT DECISIONES.
           IF FS-DECISIONES NOT = ZERO
               DISPLAY "ERROR AL ABRIR DECISIONES FS: " FS-DECISIONES
               PERFORM LIBERAR-BLOQUEOS
               STOP RUN.
           READ DECISIONES.
           PERFORM PROCESAR-UNA-DECISION
               VARYING SUB-PEN FROM 1 BY 1
               UNTIL SUB-PEN > CANT-PENDIENTES.

      * Un operador no firma por otro: la decision cargada a nombre
      * de alguien distinto del operador de la corrida no se toma.
       PROCESAR-UNA-DECISION.
           IF DEC-OPERADOR = SPACES
               MOVE OPERADOR-CORRIDA TO DEC-OPERADOR.
           MOVE 'N' TO SW-DECISION-USADA.
           IF DEC-OPERADOR NOT = OPERADOR-CORRIDA
               MOVE 'S' TO SW-DECISION-USADA
               ADD 1 TO CANT-DECISIONES-AJENAS
               DISPLAY "DECISION DE " DEC-OPERADOR " SOBRE "
                   DEC-MAESTRO " " DEC-CLAVE " IGNORADA: LA CORRIDA "
                   "ES DE " OPERADOR-CORRIDA.
           PERFORM APLICAR-DECISION-PENDIENTE
               VARYING SUB-PEN FROM 1 BY 1
               UNTIL SUB-PEN > CANT-PENDIENTES
               AND TAB-PEN-CLAVE(SUB-PEN) = DEC-CLAVE
               MOVE 'S' TO SW-DECISION-USADA
               IF DEC-APROBAR
                   PERFORM AUTORIZAR-APROBACION
                   IF OPERADOR-RESULTADO = 'S'
                       PERFORM APLICAR-PENDIENTE
                   ELSE
                       ADD 1 TO CANT-APROBACIONES-DENEGADAS
                   END-IF
               ELSE
                   MOVE 'R' TO TAB-PEN-VEREDICTO(SUB-PEN)
                   ADD 1 TO CANT-RECHAZADOS
                   DISPLAY "MOVIMIENTO DE " DEC-MAESTRO " CLAVE "
                       DEC-CLAVE " RECHAZADO POR " DEC-OPERADOR.

      * El rol del operador de la corrida debe poder aprobar ese
      * maestro y no puede ser quien cargo el movimiento; denegado, el
      * movimiento sigue estacionado. Los castigos propuestos antes de
      * que el pendiente llevara su operador lo traen adentro.
       AUTORIZAR-APROBACION.
           MOVE TAB-PEN-MOV(SUB-PEN) TO AREA-MOVIMIENTO.
           MOVE TAB-PEN-OPERADOR(SUB-PEN) TO OPERADOR-CARGA.
           IF OPERADOR-CARGA = SPACES
               AND TAB-PEN-MAESTRO(SUB-PEN) = 'CASTIGO'
               MOVE MCA-OPERADOR TO OPERADOR-CARGA.
           MOVE 'A' TO WS-OPCION-OPERADOR.
           MOVE TAB-PEN-MAESTRO(SUB-PEN) TO OPERADOR-OBJETO.
           MOVE TAB-PEN-CLAVE(SUB-PEN) TO OPERADOR-CLAVE.
           CALL 'VALIDAR-OPERADOR' USING WS-OPCION-OPERADOR,
               OPERADOR-PROGRAMA, OPERADOR-OBJETO, OPERADOR-CLAVE,
               OPERADOR-CORRIDA, OPERADOR-CARGA, OPERADOR-RESULTADO.

       APLICAR-PENDIENTE.
           MOVE TAB-PEN-MOV(SUB-PEN) TO AREA-MOVIMIENTO.
           EVALUATE TAB-PEN-MAESTRO(SUB-PEN)
               WHEN 'MANT-EMP'
                   PERFORM APLICAR-MODIF-EMPRESA
               WHEN 'CASTIGO'
                   PERFORM APLICAR-CASTIGO
               WHEN 'AJUSTE-PREC'
                   PERFORM APLICAR-AJUSTE-PRECIOS
               WHEN 'PRESUPUESTO'
                   PERFORM APLICAR-PRESUPUESTO
               WHEN OTHER
                   PERFORM APLICAR-BAJA-CONSULTOR
           END-EVALUATE.

      * La modificacion sensible de la empresa se aplica con la misma
      * regla que MANTENER-EMPRESAS: el REWRITE puede caer con FS 22
      * si el CUIT nuevo ya pertenece a otra empresa.
       APLICAR-MODIF-EMPRESA.
           MOVE 'C' TO WS-OPCION-IDENTIF.
           MOVE MEM-CUIT TO IDENT-VALOR.
           CALL 'VALIDAR-IDENTIFICACION' USING WS-OPCION-IDENTIF,
               IDENT-VALOR, IDENT-RESULTADO.
           MOVE MEM-COD TO EMP-IND-COD.
           READ EMP-INDEX RECORD.
           IF IDENT-RESULTADO = 'N'
               DISPLAY "CUIT " MEM-CUIT " CON DIGITO VERIFICADOR "
                   "INVALIDO: MODIFICACION DE LA EMPRESA " MEM-COD
                   " RECHAZADA"
               MOVE 'R' TO TAB-PEN-VEREDICTO(SUB-PEN)
               ADD 1 TO CANT-RECHAZADOS
               PERFORM REGISTRAR-CUIT-INVALIDO
           ELSE
           IF FS-EMP-INDEX NOT = ZERO
               DISPLAY "NO SE ENCONTRO LA EMPRESA " MEM-COD
                   " PARA APLICAR EL PENDIENTE"
               IF FS-TIEMPOS = ZERO AND TIE-NUM = MCO-NUM
                   MOVE 'S' TO SW-CON-HISTORIA.

      ******************************************************************
      * El castigo ya paso por AUTORIZAR-APROBACION (un aprobador
      * distinto de quien lo propuso). Se castiga el saldo que la
      * factura tenga HOY, que puede haber cambiado desde la propuesta.
       APLICAR-CASTIGO.
           MOVE MCA-FACTURA TO RFA-NUMERO.
           READ REGISTRO-FACTURAS RECORD.
           IF FS-REGISTRO NOT = ZERO
               OR (RFA-TIPO-DOC NOT = 'F' AND NOT = SPACE
                   AND NOT = 'Q')
               DISPLAY "NO SE ENCONTRO LA FACTURA " MCA-FACTURA
                   " PARA APLICAR EL CASTIGO"
               MOVE 'R' TO TAB-PEN-VEREDICTO(SUB-PEN)
               ADD 1 TO CANT-RECHAZADOS
           ELSE
               PERFORM CALCULAR-SALDO-FACTURA
               IF SALDO-FACTURA NOT > ZERO
                   DISPLAY "LA FACTURA " MCA-FACTURA
                       " YA NO TIENE SALDO: CASTIGO DESCARTADO"
                   MOVE 'R' TO TAB-PEN-VEREDICTO(SUB-PEN)
                   ADD 1 TO CANT-RECHAZADOS
               ELSE
                   PERFORM GRABAR-CASTIGO.

       CALCULAR-SALDO-FACTURA.
           IF RFA-IMPORTE-BRUTO NUMERIC AND RFA-IMPORTE-BRUTO > ZERO
               MOVE RFA-IMPORTE-BRUTO TO DEUDA-FACTURA
           ELSE
               MOVE RFA-IMPORTE TO DEUDA-FACTURA.
           IF RFA-AJUSTE-NOTAS NUMERIC
               ADD RFA-AJUSTE-NOTAS TO DEUDA-FACTURA.
           IF RFA-COBRADO NUMERIC
               COMPUTE SALDO-FACTURA = DEUDA-FACTURA - RFA-COBRADO
           ELSE
               MOVE DEUDA-FACTURA TO SALDO-FACTURA.

      * Primero el documento 'B' y despues la factura: si la segunda
      * grabacion falla, el documento queda y el saldo se corrige
      * a mano, pero nunca hay una factura en cero sin su castigo.
       GRABAR-CASTIGO.
           IF WS-PROXIMA-CASTIGO >= 99999999
               DISPLAY "LA SERIE DE CASTIGOS AGOTO SU RANGO"
               PERFORM LIBERAR-BLOQUEOS
               STOP RUN.
           MOVE RFA-REG TO FACTURA-GUARDADA.
           MOVE WS-PROXIMA-CASTIGO TO RFA-NUMERO.
           MOVE FECHA-CASTIGO TO RFA-FECHA-EMISION RFA-FECHA-VTO.
           MOVE ZERO TO RFA-FECHA-DESDE RFA-FECHA-HASTA.
           MOVE SALDO-FACTURA TO RFA-IMPORTE RFA-IMPORTE-BRUTO.
           MOVE ZERO TO RFA-IVA RFA-IMPORTE-MON RFA-CAE RFA-CAE-VTO
               RFA-TASA-IVA RFA-IMP-ABONO RFA-IMP-EXCESO
               RFA-BONIFICACION RFA-COBRADO RFA-AJUSTE-NOTAS
               RFA-IIBB-JURIS RFA-IIBB-ALICUOTA RFA-PERCEPCION.
           MOVE 'B' TO RFA-TIPO-DOC.
           MOVE MCA-FACTURA TO RFA-DOC-REF.
           MOVE SPACES TO RFA-TAREA.
           WRITE RFA-REG.
           IF FS-REGISTRO NOT = ZERO
               DISPLAY "NO SE PUDO GRABAR EL CASTIGO DE LA FACTURA "
                   MCA-FACTURA " FS: " FS-REGISTRO
               MOVE 'R' TO TAB-PEN-VEREDICTO(SUB-PEN)
               ADD 1 TO CANT-RECHAZADOS
           ELSE
               MOVE RFA-NUMERO TO RCA-DOCUMENTO
               ADD 1 TO WS-PROXIMA-CASTIGO
               MOVE FACTURA-GUARDADA TO RFA-REG
               IF RFA-AJUSTE-NOTAS NOT NUMERIC
                   MOVE ZERO TO RFA-AJUSTE-NOTAS
               END-IF
               SUBTRACT SALDO-FACTURA FROM RFA-AJUSTE-NOTAS
               REWRITE RFA-REG
               IF FS-REGISTRO NOT = ZERO
                   DISPLAY "CASTIGO " RCA-DOCUMENTO " GRABADO PERO NO "
                       "SE PUDO AJUSTAR LA FACTURA " MCA-FACTURA
                       " FS: " FS-REGISTRO
               END-IF
               MOVE MCA-FACTURA TO RCA-FACTURA
               MOVE RFA-CUIT TO RCA-CUIT
               MOVE FECHA-CASTIGO TO RCA-FECHA
               MOVE SALDO-FACTURA TO RCA-IMPORTE
               MOVE MCA-CRITERIO TO RCA-CRITERIO
               MOVE MCA-OPERADOR TO RCA-PROPUSO
               MOVE DEC-OPERADOR TO RCA-APROBO
               WRITE RCA-REG
               MOVE 'A' TO TAB-PEN-VEREDICTO(SUB-PEN)
               ADD 1 TO CANT-CASTIGOS.

      ******************************************************************
      * El ajuste de precios se aplica entero con el detalle que dejo
      * AJUSTAR-PRECIOS para ese mes. Un contrato que cambio desde la
      * propuesta (otra vigencia, otro importe) no se toca y se avisa.
      * Si las vigencias nuevas no entran en la tabla de contratos el
      * ajuste se rechaza sin grabar nada.
       APLICAR-AJUSTE-PRECIOS.
           MOVE ZERO TO CANT-VALORES-AJUSTADOS CANT-VALORES-OMITIDOS
               CANT-CONTRATOS CANT-AJUSTES-CONTRATO.
           OPEN INPUT AJUSTES-PRECIO.
           IF FS-AJUSTES NOT = ZERO
               DISPLAY "SIN DETALLE DEL AJUSTE DE PRECIOS " MAJ-MES
                   " FS: " FS-AJUSTES ": AJUSTE RECHAZADO"
               MOVE 'R' TO TAB-PEN-VEREDICTO(SUB-PEN)
               ADD 1 TO CANT-RECHAZADOS
           ELSE
               PERFORM CARGAR-CONTRATOS
               READ AJUSTES-PRECIO
               PERFORM CONTAR-AJUSTE-CONTRATO
                   UNTIL FS-AJUSTES NOT = ZERO
               CLOSE AJUSTES-PRECIO
               IF CANT-CONTRATOS + CANT-AJUSTES-CONTRATO > 200
                   DISPLAY "TABLA DE CONTRATOS LLENA: AMPLIAR ANTES DE "
                       "APLICAR EL AJUSTE " MAJ-MES
                   MOVE 'R' TO TAB-PEN-VEREDICTO(SUB-PEN)
                   ADD 1 TO CANT-RECHAZADOS
               ELSE
                   OPEN INPUT AJUSTES-PRECIO
                   PERFORM ABRIR-TARIFAS-CLIENTE
                   READ AJUSTES-PRECIO
                   PERFORM APLICAR-UN-AJUSTE
                       UNTIL FS-AJUSTES NOT = ZERO
                   CLOSE AJUSTES-PRECIO TARIFAS-CLIENTE
                   PERFORM REGRABAR-CONTRATOS
                   PERFORM CERRAR-AJUSTE-PRECIOS.

       CONTAR-AJUSTE-CONTRATO.
           IF AJP-MES = MAJ-MES AND AJP-OBJETO = 'C'
               ADD 1 TO CANT-AJUSTES-CONTRATO.
           READ AJUSTES-PRECIO.

       CERRAR-AJUSTE-PRECIOS.
           IF CANT-VALORES-AJUSTADOS = ZERO
               DISPLAY "EL AJUSTE DE PRECIOS " MAJ-MES " NO TIENE "
                   "VALORES APLICABLES: AJUSTE RECHAZADO"
               MOVE 'R' TO TAB-PEN-VEREDICTO(SUB-PEN)
               ADD 1 TO CANT-RECHAZADOS
           ELSE
               DISPLAY "AJUSTE DE PRECIOS " MAJ-MES ": "
                   CANT-VALORES-AJUSTADOS " VALORES APLICADOS, "
                   CANT-VALORES-OMITIDOS " OMITIDOS"
               MOVE 'A' TO TAB-PEN-VEREDICTO(SUB-PEN)
               ADD 1 TO CANT-APLICADOS.

       CARGAR-CONTRATOS.
           OPEN INPUT CONTRATOS.
           IF FS-CONTRATOS NOT = ZERO AND '35'
               DISPLAY "ERROR AL ABRIR CONTRATOS FS: " FS-CONTRATOS
               PERFORM LIBERAR-BLOQUEOS
               STOP RUN.
           IF FS-CONTRATOS = ZERO
               READ CONTRATOS
               PERFORM CARGAR-UN-CONTRATO
                   UNTIL FS-CONTRATOS NOT = ZERO
               CLOSE CONTRATOS.

       CARGAR-UN-CONTRATO.
           IF CANT-CONTRATOS >= 200
               DISPLAY "MAS DE 200 CONTRATOS: AMPLIAR LA TABLA ANTES "
                   "DE APLICAR EL AJUSTE"
               PERFORM LIBERAR-BLOQUEOS
               STOP RUN.
           ADD 1 TO CANT-CONTRATOS.
           MOVE CON-EMPRESA TO TAB-CON-EMPRESA(CANT-CONTRATOS).
           MOVE CON-PERIODO-DESDE TO TAB-CON-DESDE(CANT-CONTRATOS).
           MOVE CON-PERIODO-HASTA TO TAB-CON-HASTA(CANT-CONTRATOS).
           MOVE CON-HORAS-MENSUALES TO TAB-CON-HORAS(CANT-CONTRATOS).
           MOVE CON-IMPORTE-MENSUAL
               TO TAB-CON-IMPORTE(CANT-CONTRATOS).
           READ CONTRATOS.

       ABRIR-TARIFAS-CLIENTE.
           OPEN EXTEND TARIFAS-CLIENTE.
           IF FS-TAR-CLIENTE = '35'
               OPEN OUTPUT TARIFAS-CLIENTE.
           IF FS-TAR-CLIENTE NOT = ZERO
               DISPLAY "ERROR AL ABRIR TARIFAS CLIENTE FS: "
                   FS-TAR-CLIENTE
               PERFORM LIBERAR-BLOQUEOS
               STOP RUN.

       APLICAR-UN-AJUSTE.
           IF AJP-MES = MAJ-MES
               IF AJP-OBJETO = 'C'
                   PERFORM AJUSTAR-CONTRATO
               ELSE
                   PERFORM AJUSTAR-TARIFA-CLIENTE.
           READ AJUSTES-PRECIO.

       AJUSTAR-CONTRATO.
           MOVE ZERO TO IND-CON-ACT.
           PERFORM UBICAR-CONTRATO
               VARYING SUB-CON FROM 1 BY 1
               UNTIL SUB-CON > CANT-CONTRATOS
               OR IND-CON-ACT NOT = ZERO.
           IF IND-CON-ACT = ZERO
               DISPLAY "CONTRATO DE LA EMPRESA " AJP-EMPRESA
                   " CAMBIADO DESDE LA PROPUESTA: NO SE AJUSTA"
               ADD 1 TO CANT-VALORES-OMITIDOS
           ELSE
               MOVE AJP-MES TO MES-CIERRE
               IF MES-CIERRE-MM = 1
                   SUBTRACT 1 FROM MES-CIERRE-AAAA
                   MOVE 12 TO MES-CIERRE-MM
               ELSE
                   SUBTRACT 1 FROM MES-CIERRE-MM
               END-IF
               MOVE MES-CIERRE TO TAB-CON-HASTA(IND-CON-ACT)
               ADD 1 TO CANT-CONTRATOS
               MOVE AJP-EMPRESA TO TAB-CON-EMPRESA(CANT-CONTRATOS)
               MOVE AJP-MES TO TAB-CON-DESDE(CANT-CONTRATOS)
               MOVE AJP-CON-HASTA TO TAB-CON-HASTA(CANT-CONTRATOS)
               MOVE AJP-CON-HORAS TO TAB-CON-HORAS(CANT-CONTRATOS)
               MOVE AJP-VALOR-NUEVO
                   TO TAB-CON-IMPORTE(CANT-CONTRATOS)
               ADD 1 TO CANT-VALORES-AJUSTADOS.

       UBICAR-CONTRATO.
           IF TAB-CON-EMPRESA(SUB-CON) = AJP-EMPRESA
               AND TAB-CON-DESDE(SUB-CON) = AJP-CON-DESDE
               AND TAB-CON-HASTA(SUB-CON) = AJP-CON-HASTA
               AND TAB-CON-IMPORTE(SUB-CON) = AJP-VALOR-ANT
               MOVE SUB-CON TO IND-CON-ACT.

       AJUSTAR-TARIFA-CLIENTE.
           MOVE AJP-EMPRESA TO TCL-EMPRESA.
           MOVE AJP-SRT TO TCL-SRT.
           MOVE AJP-TIPO TO TCL-TIPO.
           COMPUTE TCL-VIGENCIA = AJP-MES * 100 + 1.
           MOVE AJP-VALOR-NUEVO TO TCL-TARIFA.
           WRITE TCL-REG.
           ADD 1 TO CANT-VALORES-AJUSTADOS.

       REGRABAR-CONTRATOS.
           IF CANT-CONTRATOS > ZERO
               OPEN OUTPUT CONTRATOS
               IF FS-CONTRATOS NOT = ZERO
                   DISPLAY "ERROR AL REGRABAR CONTRATOS FS: "
                       FS-CONTRATOS
                   PERFORM LIBERAR-BLOQUEOS
                   STOP RUN
               END-IF
               PERFORM GRABAR-UN-CONTRATO
                   VARYING SUB-CON FROM 1 BY 1
                   UNTIL SUB-CON > CANT-CONTRATOS
               CLOSE CONTRATOS.

       GRABAR-UN-CONTRATO.
           MOVE TAB-CON-EMPRESA(SUB-CON) TO CON-EMPRESA.
           MOVE TAB-CON-DESDE(SUB-CON) TO CON-PERIODO-DESDE.
           MOVE TAB-CON-HASTA(SUB-CON) TO CON-PERIODO-HASTA.
           MOVE TAB-CON-HORAS(SUB-CON) TO CON-HORAS-MENSUALES.
           MOVE TAB-CON-IMPORTE(SUB-CON) TO CON-IMPORTE-MENSUAL.
           WRITE CON-REG.

      ******************************************************************
      * Presupuesto aceptado en MANTENER-PRESUPUESTOS: se agrega el
      * contrato (cerrando el vigente de la empresa el mes anterior),
      * una tarifa del cliente por renglon con vigencia el primer dia
      * del periodo, y un alta de asignacion por cada renglon con
      * consultor propuesto, que aplica MANTENER-ASIGNACIONES con sus
      * controles de siempre.
       APLICAR-PRESUPUESTO.
           MOVE 'N' TO SW-PRESUPUESTO-OK.
           MOVE SPACE TO ESTADO-PRESUPUESTO.
           OPEN INPUT PRESUPUESTOS.
           IF FS-PRESUPUESTOS NOT = ZERO
               DISPLAY "ERROR AL ABRIR PRESUPUESTOS FS: "
                   FS-PRESUPUESTOS ": PRESUPUESTO " MPR-NUMERO
                   " RECHAZADO"
               MOVE 'R' TO TAB-PEN-VEREDICTO(SUB-PEN)
               ADD 1 TO CANT-RECHAZADOS
           ELSE
               READ PRESUPUESTOS
               PERFORM BUSCAR-CABECERA-PRESUPUESTO
                   UNTIL FS-PRESUPUESTOS NOT = ZERO
                   OR ESTADO-PRESUPUESTO NOT = SPACE
               PERFORM VALIDAR-CONTRATO-PRESUPUESTO
               IF PRESUPUESTO-OK
                   PERFORM ALTA-CONTRATO-PRESUPUESTO
               END-IF
               CLOSE PRESUPUESTOS.

       BUSCAR-CABECERA-PRESUPUESTO.
           IF PRE-ES-CABECERA AND PRE-NUMERO = MPR-NUMERO
               MOVE PRE-ESTADO TO ESTADO-PRESUPUESTO
           ELSE
               READ PRESUPUESTOS.

      * El presupuesto tiene que seguir aceptado y la empresa no puede
      * tener ya un contrato que arranque en el periodo o despues.
       VALIDAR-CONTRATO-PRESUPUESTO.
           MOVE ZERO TO CANT-CONTRATOS IND-CON-ACT.
           IF ESTADO-PRESUPUESTO NOT = 'A'
               DISPLAY "EL PRESUPUESTO " MPR-NUMERO " NO EXISTE O YA "
                   "NO ESTA ACEPTADO: RECHAZADO"
               MOVE 'R' TO TAB-PEN-VEREDICTO(SUB-PEN)
               ADD 1 TO CANT-RECHAZADOS
           ELSE
               PERFORM CARGAR-CONTRATOS
               MOVE 'S' TO SW-PRESUPUESTO-OK
               PERFORM UBICAR-CONTRATO-PRESUPUESTO
                   VARYING SUB-CON FROM 1 BY 1
                   UNTIL SUB-CON > CANT-CONTRATOS
               IF CANT-CONTRATOS >= 200
                   MOVE 'N' TO SW-PRESUPUESTO-OK
                   DISPLAY "TABLA DE CONTRATOS LLENA (200): "
                       "PRESUPUESTO " MPR-NUMERO " RECHAZADO"
                   MOVE 'R' TO TAB-PEN-VEREDICTO(SUB-PEN)
                   ADD 1 TO CANT-RECHAZADOS
               ELSE
                   IF NOT PRESUPUESTO-OK
                       DISPLAY "LA EMPRESA " MPR-EMPRESA " YA TIENE "
                           "CONTRATO DESDE " MPR-MES-DESDE
                           " O POSTERIOR: PRESUPUESTO " MPR-NUMERO
                           " RECHAZADO"
                       MOVE 'R' TO TAB-PEN-VEREDICTO(SUB-PEN)
                       ADD 1 TO CANT-RECHAZADOS.

       UBICAR-CONTRATO-PRESUPUESTO.
           IF TAB-CON-EMPRESA(SUB-CON) = MPR-EMPRESA
               IF TAB-CON-DESDE(SUB-CON) >= MPR-MES-DESDE
                   MOVE 'N' TO SW-PRESUPUESTO-OK
               ELSE
                   IF TAB-CON-HASTA(SUB-CON) >= MPR-MES-DESDE
                       MOVE SUB-CON TO IND-CON-ACT.

       ALTA-CONTRATO-PRESUPUESTO.
           IF IND-CON-ACT NOT = ZERO
               MOVE MPR-MES-DESDE TO MES-CIERRE
               IF MES-CIERRE-MM = 1
                   SUBTRACT 1 FROM MES-CIERRE-AAAA
                   MOVE 12 TO MES-CIERRE-MM
               ELSE
                   SUBTRACT 1 FROM MES-CIERRE-MM
               END-IF
               MOVE MES-CIERRE TO TAB-CON-HASTA(IND-CON-ACT).
           ADD 1 TO CANT-CONTRATOS.
           MOVE MPR-EMPRESA TO TAB-CON-EMPRESA(CANT-CONTRATOS).
           MOVE MPR-MES-DESDE TO TAB-CON-DESDE(CANT-CONTRATOS).
           MOVE MPR-MES-HASTA TO TAB-CON-HASTA(CANT-CONTRATOS).
           MOVE MPR-HORAS TO TAB-CON-HORAS(CANT-CONTRATOS).
           MOVE MPR-IMPORTE TO TAB-CON-IMPORTE(CANT-CONTRATOS).
           PERFORM REGRABAR-CONTRATOS.
           COMPUTE FECHA-INICIO-PRE = MPR-MES-DESDE * 100 + 1.
           MOVE MPR-MES-HASTA TO MES-CIERRE.
           IF MES-CIERRE-MM = 12
               ADD 1 TO MES-CIERRE-AAAA
               MOVE 1 TO MES-CIERRE-MM
           ELSE
               ADD 1 TO MES-CIERRE-MM.
           COMPUTE DIAS-AUXILIAR =
               FUNCTION INTEGER-OF-DATE(MES-CIERRE * 100 + 1) - 1.
           MOVE FUNCTION DATE-OF-INTEGER(DIAS-AUXILIAR)
               TO FECHA-FIN-PRE.
           MOVE ZERO TO CANT-TARIFAS-PRE CANT-ASIGNACIONES-PRE.
           PERFORM ABRIR-TARIFAS-CLIENTE.
           OPEN EXTEND MOVTOS-ASIGNACIONES.
           IF FS-MOVTOS-ASIG = '35'
               OPEN OUTPUT MOVTOS-ASIGNACIONES.
           IF FS-MOVTOS-ASIG NOT = ZERO
               DISPLAY "ERROR AL ABRIR MOVTOS ASIGNACIONES FS: "
                   FS-MOVTOS-ASIG
               PERFORM LIBERAR-BLOQUEOS
               STOP RUN.
           READ PRESUPUESTOS.
           PERFORM GRABAR-RENGLON-PRESUPUESTO
               UNTIL FS-PRESUPUESTOS NOT = ZERO
               OR PRE-NUMERO NOT = MPR-NUMERO
               OR NOT PRE-ES-LINEA.
           CLOSE TARIFAS-CLIENTE MOVTOS-ASIGNACIONES.
           DISPLAY "PRESUPUESTO " MPR-NUMERO ": CONTRATO DE LA EMPRESA "
               MPR-EMPRESA " DESDE " MPR-MES-DESDE ", "
               CANT-TARIFAS-PRE " TARIFAS, " CANT-ASIGNACIONES-PRE
               " ASIGNACIONES".
           IF CANT-ASIGNACIONES-PRE > ZERO
               DISPLAY "CORRER MANTENER-ASIGNACIONES PARA APLICAR LAS "
                   "ASIGNACIONES DEL PRESUPUESTO " MPR-NUMERO.
           MOVE 'A' TO TAB-PEN-VEREDICTO(SUB-PEN).
           ADD 1 TO CANT-APLICADOS.

       GRABAR-RENGLON-PRESUPUESTO.
           MOVE MPR-EMPRESA TO TCL-EMPRESA.
           MOVE LIN-SRT TO TCL-SRT.
           MOVE LIN-TIPO TO TCL-TIPO.
           MOVE FECHA-INICIO-PRE TO TCL-VIGENCIA.
           MOVE LIN-TARIFA TO TCL-TARIFA.
           WRITE TCL-REG.
           ADD 1 TO CANT-TARIFAS-PRE.
           IF LIN-CONSULTOR NOT = SPACES
               MOVE 'A' TO MAS-ACCION
               MOVE LIN-CONSULTOR TO MAS-CONSULTOR
               MOVE MPR-EMPRESA TO MAS-EMPRESA
               MOVE FECHA-INICIO-PRE TO MAS-DESDE
               MOVE FECHA-FIN-PRE TO MAS-HASTA
               WRITE MAS-REG
               ADD 1 TO CANT-ASIGNACIONES-PRE.
           READ PRESUPUESTOS.

       REGISTRAR-CUIT-INVALIDO.
           MOVE 'APROBAR-MOV' TO EXC-PROGRAMA.
           MOVE 'CUIT INVALIDO' TO EXC-BUSQUEDA.
           MOVE MEM-COD TO EXC-CLAVE.
           MOVE SPACES TO EXC-NUMERO.
           MOVE FUNCTION CURRENT-DATE(1:4) TO EXC-FECHA-AAAA.
           MOVE FUNCTION CURRENT-DATE(5:2) TO EXC-FECHA-MM.
           MOVE FUNCTION CURRENT-DATE(7:2) TO EXC-FECHA-DD.
           MOVE MEM-COD TO EXC-EMPRESA.
           MOVE MEM-CUIT TO EXC-CUIT.
           WRITE EXC-REG.

       GRABAR-JOURNAL.
           MOVE 'APROBAR-MOV' TO JRN-PROGRAMA.
           MOVE FUNCTION CURRENT-DATE(1:8) TO JRN-FECHA.
               ADD 1 TO CANT-SIN-DECISION.

       CERRAR-ARCHIVOS.
           CLOSE EMP-INDEX CONSULT-INDEX TIEMPOS JOURNAL-MAESTROS
                 EXCEPCIONES.
           IF HAY-CASTIGOS
               CLOSE REGISTRO-FACTURAS REGISTRO-CASTIGOS
               PERFORM REGRABAR-NUMERACION-CASTIGOS.

       REGRABAR-NUMERACION-CASTIGOS.
           OPEN OUTPUT NUMERACION-CASTIGOS.
           IF FS-NUM-CASTIGOS NOT = ZERO
               DISPLAY "ERROR AL REGRABAR NUMERACION CASTIGOS FS: "
                   FS-NUM-CASTIGOS
               PERFORM LIBERAR-BLOQUEOS
               STOP RUN.
           MOVE WS-PROXIMA-CASTIGO TO NUMK-PROXIMA.
           WRITE NUMK-REG.
           CLOSE NUMERACION-CASTIGOS.

      * Los pendientes que siguen sin decision se regraban; los
      * aplicados y rechazados salen del estacionamiento.
           IF FS-PENDIENTES NOT = ZERO
               DISPLAY "ERROR AL REGRABAR PENDIENTES FS: "
                   FS-PENDIENTES
               PERFORM LIBERAR-BLOQUEOS
               STOP RUN.
           PERFORM GRABAR-UN-PENDIENTE
               VARYING SUB-PEN FROM 1 BY 1
               MOVE TAB-PEN-TIPO(SUB-PEN) TO PEN-TIPO-MOV
               MOVE TAB-PEN-CLAVE(SUB-PEN) TO PEN-CLAVE
               MOVE TAB-PEN-MOV(SUB-PEN) TO PEN-MOVIMIENTO
               MOVE TAB-PEN-OPERADOR(SUB-PEN) TO PEN-OPERADOR
               WRITE PEN-REG.


      * Si el segundo bloqueo esta tomado se devuelve el primero y la
      * corrida no arranca.
       TOMAR-BLOQUEOS.
           MOVE 'T' TO WS-OPCION-BLOQUEO.
           MOVE 'REGISTRO-FACTURAS' TO BLOQUEO-RECURSO.
           CALL 'BLOQUEAR-RECURSO' USING WS-OPCION-BLOQUEO,
               LOG-PROGRAMA-ID, BLOQUEO-RECURSO, FS-BLOQUEO.
           IF FS-BLOQUEO NOT = '00'
               STOP RUN.
           MOVE 'EMPRESAS' TO BLOQUEO-RECURSO.
           CALL 'BLOQUEAR-RECURSO' USING WS-OPCION-BLOQUEO,
               LOG-PROGRAMA-ID, BLOQUEO-RECURSO, FS-BLOQUEO.
           IF FS-BLOQUEO NOT = '00'
               MOVE 'L' TO WS-OPCION-BLOQUEO
               MOVE 'REGISTRO-FACTURAS' TO BLOQUEO-RECURSO
               CALL 'BLOQUEAR-RECURSO' USING WS-OPCION-BLOQUEO,
                   LOG-PROGRAMA-ID, BLOQUEO-RECURSO, FS-BLOQUEO
               STOP RUN.

       LIBERAR-BLOQUEOS.
           MOVE 'L' TO WS-OPCION-BLOQUEO.
           MOVE 'REGISTRO-FACTURAS' TO BLOQUEO-RECURSO.
           CALL 'BLOQUEAR-RECURSO' USING WS-OPCION-BLOQUEO,
               LOG-PROGRAMA-ID, BLOQUEO-RECURSO, FS-BLOQUEO.
           MOVE 'EMPRESAS' TO BLOQUEO-RECURSO.
           CALL 'BLOQUEAR-RECURSO' USING WS-OPCION-BLOQUEO,
               LOG-PROGRAMA-ID, BLOQUEO-RECURSO, FS-BLOQUEO.

      * Sin autorizacion la corrida no arranca: el motivo ya quedo
      * en pantalla y en la bitacora de accesos.
       VALIDAR-OPERADOR-CORRIDA.
           MOVE 'P' TO WS-OPCION-OPERADOR.
           CALL 'VALIDAR-OPERADOR' USING WS-OPCION-OPERADOR,
               OPERADOR-PROGRAMA, OPERADOR-OBJETO, OPERADOR-CLAVE,
               OPERADOR-CORRIDA, OPERADOR-CARGA, OPERADOR-RESULTADO.
           IF OPERADOR-RESULTADO NOT = 'S'
               STOP RUN.

      * Resuelve todas las rutas de este programa contra rutas.dat;
      * una entrada ausente corta la corrida nombrando el logico
      * que falta.
           MOVE 'COMP-JOURNALMAESTRO' TO RUTA-LOGICO.
           PERFORM OBTENER-UNA-RUTA.
           MOVE RUTA-OBTENIDA TO RUTA-JOURNAL.
           MOVE 'IDX-REGFACTURAS' TO RUTA-LOGICO.
           PERFORM OBTENER-UNA-RUTA.
           MOVE RUTA-OBTENIDA TO RUTA-REGISTRO-FACTURAS.
           MOVE 'SEC-NUMCASTIGOS' TO RUTA-LOGICO.
           PERFORM OBTENER-UNA-RUTA.
           MOVE RUTA-OBTENIDA TO RUTA-NUM-CASTIGOS.
           MOVE 'SEC-REGCASTIGOS' TO RUTA-LOGICO.
           PERFORM OBTENER-UNA-RUTA.
           MOVE RUTA-OBTENIDA TO RUTA-REG-CASTIGOS.
           MOVE 'COMP-EXCEPCIONES' TO RUTA-LOGICO.
           PERFORM OBTENER-UNA-RUTA.
           MOVE RUTA-OBTENIDA TO RUTA-EXCEPCIONES.
           MOVE 'COMP-AJUSTESPRECIO' TO RUTA-LOGICO.
           PERFORM OBTENER-UNA-RUTA.
           MOVE RUTA-OBTENIDA TO RUTA-AJUSTES-PRECIO.
           MOVE 'COMP-CONTRATOS' TO RUTA-LOGICO.
           PERFORM OBTENER-UNA-RUTA.
           MOVE RUTA-OBTENIDA TO RUTA-CONTRATOS.
           MOVE 'COMP-TARIFASCLIENTE' TO RUTA-LOGICO.
           PERFORM OBTENER-UNA-RUTA.
           MOVE RUTA-OBTENIDA TO RUTA-TARIFAS-CLIENTE.
           MOVE 'COMP-PRESUPUESTOS' TO RUTA-LOGICO.
           PERFORM OBTENER-UNA-RUTA.
           MOVE RUTA-OBTENIDA TO RUTA-PRESUPUESTOS.
           MOVE 'SEC-MOVASIGNACIONES' TO RUTA-LOGICO.
           PERFORM OBTENER-UNA-RUTA.
           MOVE RUTA-OBTENIDA TO RUTA-MOVTOS-ASIG.

       OBTENER-UNA-RUTA.
           CALL 'OBTENER-RUTA' USING RUTA-LOGICO, RUTA-OBTENIDA,
