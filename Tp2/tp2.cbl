                                  ORGANIZATION IS LINE SEQUENTIAL
                                  FILE STATUS IS FS-PERIODOS.

      * Conformidad de horas, mantenida por EMITIR-CONFORMIDAD y
      * REGISTRAR-CONFORMIDAD: las empresas que la exigen solo se
      * facturan en definitiva con el periodo aceptado y sin las
      * lineas que siguen observadas.
           SELECT CLIENTES-CONFORMIDAD ASSIGN TO RUTA-CLIENTES-CONF
                                  ORGANIZATION IS LINE SEQUENTIAL
                                  FILE STATUS IS FS-CLIENTES-CONF.

           SELECT CONFORMIDADES  ASSIGN TO RUTA-CONFORMIDADES
                                  ORGANIZATION IS LINE SEQUENTIAL
                                  FILE STATUS IS FS-CONFORMIDADES.

           SELECT HORAS-OBSERVADAS ASSIGN TO RUTA-HORAS-OBSERVADAS
                                  ORGANIZATION IS LINE SEQUENTIAL
                                  FILE STATUS IS FS-OBSERVADAS.

      * Proyectos a precio cerrado (ver MANTENER-PROYECTOS): las horas
      * cargadas a la tarea de un proyecto se facturan por hitos
      * (FACTURAR-HITOS) y no a tarifa.
           SELECT PROYECTOS      ASSIGN TO RUTA-PROYECTOS
                                  ORGANIZATION IS LINE SEQUENTIAL
                                  FILE STATUS IS FS-PROYECTOS.

           SELECT AUDITORIA-PRECIOS ASSIGN TO RUTA-AUDITORIA-PRECIOS
                                  ORGANIZATION IS LINE SEQUENTIAL
                                  FILE STATUS IS FS-AUDITORIA.
                                  WITH DUPLICATES
                                  FILE STATUS IS FS-REGISTRO.

      * Horas facturadas: una fila por registro de TIEMPOS emitido en
      * una corrida definitiva, con la misma clave de TIEMPOS y el
      * numero de la factura que lo cobro (clave alterna, para la
      * consulta de CONSULTAR-HORAS-FACTURA). La definitiva siguiente
      * no vuelve a facturar una hora que ya figura aca.
           SELECT HORAS-FACTURADAS ASSIGN TO RUTA-HORAS-FACTURADAS
                                  ORGANIZATION IS INDEXED
                                  ACCESS MODE IS DYNAMIC
                                  RECORD KEY IS HFA-CLAVE
                                  ALTERNATE RECORD KEY IS HFA-FACTURA
                                  WITH DUPLICATES
                                  FILE STATUS IS FS-HORAS-FACT.

      * Relectura de las salidas para la copia de generacion: LISTADO
      * y FACTURAS se escriben como SEQUENTIAL con WRITE AFTER, que
      * intercala los saltos de linea en el flujo de bytes; releerlas
      * INTERESES-MORA al emitirlas).
           03 RFA-COBRADO       PIC 9(9)V99.
           03 RFA-AJUSTE-NOTAS  PIC S9(9)V99.
      * Percepcion de Ingresos Brutos practicada en el documento: la
      * jurisdiccion y la alicuota del padron vigente a la emision; el
      * importe ya esta sumado en RFA-IMPORTE-BRUTO.
           03 RFA-IIBB-JURIS    PIC 9(3).
           03 RFA-IIBB-ALICUOTA PIC 9(2)V99.
           03 RFA-PERCEPCION    PIC 9(9)V99.

      * HFA-DESDE/HASTA son el periodo de la factura que cobro la hora:
      * una definitiva sobre el mismo periodo es la reimpresion de esa
      * misma factura y no cuenta como doble facturacion.
       FD HORAS-FACTURADAS LABEL RECORD IS STANDARD.
       01 HFA-REG.
           03 HFA-CLAVE.
               05 HFA-NUM   PIC X(5).
               05 HFA-FECHA PIC 9(8).
               05 HFA-CUIT  PIC 9(11).
           03 HFA-FACTURA PIC 9(8).
           03 HFA-DESDE   PIC 9(8).
           03 HFA-HASTA   PIC 9(8).

       FD RELECTURA-LISTADO LABEL RECORD IS STANDARD.
       01 REL-LIS-REG PIC X(90).
           03 PER-PERIODO PIC 9(6).
           03 PER-ESTADO  PIC X(1).

       FD CLIENTES-CONFORMIDAD LABEL RECORD IS STANDARD.
       01 CLC-REG.
           03 CLC-CUIT PIC 9(11).

      * CNF-ESTADO: 'P' pendiente, 'A' aceptado, 'O' aceptado con
      * lineas observadas.
       FD CONFORMIDADES LABEL RECORD IS STANDARD.
       01 CNF-REG.
           03 CNF-CUIT            PIC 9(11).
           03 CNF-PERIODO         PIC 9(6).
           03 CNF-ESTADO          PIC X(1).
           03 CNF-FECHA-ENVIO     PIC 9(8).
           03 CNF-FECHA-RESPUESTA PIC 9(8).
           03 CNF-CANT-LINEAS     PIC 9(5).
           03 CNF-HORAS           PIC 9(5)V99.
           03 CNF-OPERADOR        PIC X(10).

      * HOB-ESTADO: 'O' observada, 'F' resuelta a facturar, 'X'
      * resuelta sin facturar.
       FD HORAS-OBSERVADAS LABEL RECORD IS STANDARD.
       01 HOB-REG.
           03 HOB-CUIT         PIC 9(11).
           03 HOB-PERIODO      PIC 9(6).
           03 HOB-CONSULTOR    PIC X(5).
           03 HOB-FECHA        PIC 9(8).
           03 HOB-ESTADO       PIC X(1).
           03 HOB-MOTIVO       PIC X(30).
           03 HOB-FECHA-ESTADO PIC 9(8).
           03 HOB-OPERADOR     PIC X(10).

      * Solo interesan las cabeceras; los renglones de hito se saltean.
       FD PROYECTOS LABEL RECORD IS STANDARD.
       01 PRY-REG.
           03 PRY-CUIT     PIC 9(11).
           03 PRY-TAREA    PIC X(4).
           03 PRY-TIPO-REG PIC X(1).
               88 PRY-ES-PROYECTO VALUE 'P'.
           03 FILLER       PIC X(73).

      * Pista de auditoria de valorizacion, unica y compartida con
      * TP1-PUNTO-A: un registro por linea facturada con la vigencia
      * exacta de la tarifa elegida.
       01 SW-RANGO-HABILITADO PIC X.
           88 RANGO-HABILITADO VALUE 'S'.

      * Conformidad de horas en memoria; solo se carga en una corrida
      * definitiva.
       77 FS-CLIENTES-CONF PIC XX.
       77 FS-CONFORMIDADES PIC XX.
       77 FS-OBSERVADAS PIC XX.
       01 TABLA-CLIENTES-CONF.
           03 TAB-CLC-CUIT PIC 9(11) OCCURS 100 TIMES.
       01 CANT-CLIENTES-CONF PIC 9(3) VALUE ZERO.
       01 SUB-CLC PIC 9(3).
       01 TABLA-CONFORMIDADES.
           03 FILA-CONFORMIDAD OCCURS 1000 TIMES.
               05 TAB-CNF-CUIT    PIC 9(11).
               05 TAB-CNF-PERIODO PIC 9(6).
               05 TAB-CNF-ESTADO  PIC X(1).
       01 CANT-CONFORMIDADES PIC 9(4) VALUE ZERO.
       01 SUB-CNF PIC 9(4).
       01 TABLA-OBSERVADAS.
           03 FILA-OBSERVADA OCCURS 2000 TIMES.
               05 TAB-HOB-CUIT      PIC 9(11).
               05 TAB-HOB-CONSULTOR PIC X(5).
               05 TAB-HOB-FECHA     PIC 9(8).
               05 TAB-HOB-ESTADO    PIC X(1).
       01 CANT-OBSERVADAS PIC 9(4) VALUE ZERO.
       01 SUB-HOB PIC 9(4).
       01 PERIODO-CONFORMIDAD PIC 9(6).
       01 SW-EXIGE-CONFORMIDAD PIC X.
           88 EXIGE-CONFORMIDAD VALUE 'S'.
       01 SW-LINEA-CONFORMADA PIC X.
           88 LINEA-CONFORMADA VALUE 'S'.
       01 ESTADO-CONFORMIDAD PIC X(1).
       01 CLAVE-AVISO-CONF.
           03 AVISO-CONF-CUIT    PIC 9(11) VALUE ZERO.
           03 AVISO-CONF-PERIODO PIC 9(6) VALUE ZERO.
       01 CANT-SIN-CONFORMIDAD PIC 9(7) VALUE ZERO.
       01 CANT-OBSERVADAS-RETENIDAS PIC 9(7) VALUE ZERO.
      * Horas que una definitiva anterior ya facturo en otro periodo:
      * se retienen y quedan en excepciones con la factura que las
      * cobro. Sin el archivo (ninguna definitiva todavia) no hay nada
      * que controlar.
       77 FS-HORAS-FACT PIC XX.
       01 SW-HORAS-FACT-ABIERTO PIC X VALUE 'N'.
           88 HORAS-FACT-ABIERTO VALUE 'S'.
       01 SW-LINEA-YA-FACTURADA PIC X.
           88 LINEA-YA-FACTURADA VALUE 'S'.
       01 CANT-YA-FACTURADAS PIC 9(7) VALUE ZERO.
      * Empresa y tarea de cada proyecto a precio cerrado.
       77 FS-PROYECTOS PIC XX.
       01 TABLA-PROYECTOS.
           03 FILA-PROYECTO OCCURS 200 TIMES.
               05 TAB-PRY-CUIT  PIC 9(11).
               05 TAB-PRY-TAREA PIC X(4).
       01 CANT-PROYECTOS PIC 9(3) VALUE ZERO.
       01 SUB-PRY PIC 9(3).
       01 SW-LINEA-PROYECTO PIC X.
           88 LINEA-DE-PROYECTO VALUE 'S'.
       01 CANT-HORAS-PROYECTO PIC 9(7) VALUE ZERO.

       01 REP-LINEA1.
           02 FILLER PIC X(8) VALUE 'Fecha: '.
           02 REP-LINEA1-FECHA-DD PIC 9(2).
       77 FS-NUMERACION PIC XX.
       77 FS-REGISTRO   PIC XX.

      * Las series comparten la clave unica RFA-NUMERO del registro
      * indexado, asi que cada una vive en un rango propio: facturas
      * 1-49999999, traspasos y cuotas de planes de pago (los numera
      * CREAR-PLAN-PAGO) 50000001-59999999, notas de ajuste
      * 60000001-79999999, notas de interes 80000001-89999999 y
      * castigos por incobrable (los numera APROBAR-MOVIMIENTOS)
      * 90000001-99999999. Ademas de evitar
      * colisiones, el rango garantiza que toda nota queda DESPUES de
      * su factura en el orden de la clave, cosa que los lectores de
      * una sola pasada asumen.
      * valorizadas a la tarifa de cada renglon.
       77 FS-CONTRATOS PIC XX.
       01 TABLA-CONTRATOS.
           03 FILA-CONTRATO OCCURS 200 TIMES.
               05 TAB-CON-EMPRESA PIC 9(3).
               05 TAB-CON-DESDE   PIC 9(6).
               05 TAB-CON-HASTA   PIC 9(6).
       01 TASA-IVA-ACTUAL PIC 9(2)V99.
       01 TOTAL-EMP-IVA   PIC 9(9)V99.
       01 TOTAL-EMP-BRUTO PIC 9(9)V99.
      * Percepcion de Ingresos Brutos del grupo: OBTENER-PERCEPCION da
      * la jurisdiccion y la alicuota del padron vigentes a la fecha
      * de emision; sin renglon en el padron no se percibe.
       01 TOTAL-EMP-PERCEP PIC 9(9)V99.
       01 WS-OPCION-PERCEPCION PIC X.
       01 JURIS-GRUPO PIC 9(3).
       01 ALICUOTA-IIBB-GRUPO PIC 9(2)V99.
       77 FS-PERCEPCION PIC XX.
      * Toda factura o nota de ajuste de una corrida definitiva queda
      * en la cola de envios electronicos (ver ENCOLAR-ENVIO) con el
      * correo de la empresa, resuelto por CUIT via OBTENER-EMPRESA;
      * una corrida de prueba no encola nada.
      * El documento que se adjunta es la generacion catalogada de la
      * corrida (ver GENERAR-GENERACION) y no FACTURAS, que la corrida
      * siguiente vuelve a abrir OUTPUT: por eso cada documento se
      * anota aca y se encola recien cuando la ranura ya fue grabada.
       01 TABLA-ENVIOS-CORRIDA.
           03 FILA-ENVIO OCCURS 1000 TIMES.
               05 TAB-ENV-TIPO   PIC X(3).
               05 TAB-ENV-NUMERO PIC 9(8).
               05 TAB-ENV-CUIT   PIC 9(11).
               05 TAB-ENV-MAIL   PIC X(30).
       01 CANT-ENVIOS-CORRIDA PIC 9(4) VALUE ZERO.
       01 SUB-ENV PIC 9(4).
       01 WS-OPCION-EMPRESA PIC X.
       01 EMP-CODIGO-AUX PIC 9(3).
       01 EMP-CUIT-AUX   PIC 9(11).
       01 EMP-RAZON-AUX  PIC X(25).
       01 EMP-DIRE-AUX   PIC X(20).
       01 EMP-TEL-AUX    PIC X(20).
       01 EMP-MAIL-AUX   PIC X(30).
       01 WS-OPCION-ENVIO PIC X.
       01 ENV-TIPO-AUX    PIC X(3).
       01 ENV-NUMERO-AUX  PIC 9(8).
       01 ENV-ARCHIVO-AUX PIC X(100).
       01 ENV-MAIL-VALIDO PIC X.
       01 IVA-LINEA       PIC 9(7)V99.
       01 BRUTO-LINEA     PIC 9(8)V99.
       01 REP-CSV-IVA     PIC Z(6)9,99.
           02 FILLER PIC X(48) VALUE SPACES.
           02 REP-TOTAL-EMP-IVA PIC Z(8)9,99.

       01 REP-TOTALES-PERCEP.
           02 FILLER PIC X(16) VALUE 'Percepcion IIBB '.
           02 REP-PERC-JURIS PIC 9(3).
           02 FILLER PIC X(1) VALUE SPACE.
           02 REP-PERC-ALICUOTA PIC Z9,99.
           02 FILLER PIC X(1) VALUE '%'.
           02 FILLER PIC X(32) VALUE SPACES.
           02 REP-TOTAL-EMP-PERCEP PIC Z(8)9,99.

       01 REP-TOTALES-BRUTO.
           02 FILLER PIC X(19) VALUE 'Total con IVA'.
           02 FILLER PIC X(39) VALUE SPACES.
               05 TAB-RFA-IMPORTE PIC 9(9)V99.
               05 TAB-RFA-IVA    PIC 9(9)V99.
               05 TAB-RFA-BRUTO  PIC 9(9)V99.
               05 TAB-RFA-PERCEP PIC 9(9)V99.
               05 TAB-RFA-CAE    PIC 9(14).
               05 TAB-RFA-TAREA  PIC X(4).
       01 CANT-REG-FACTURAS PIC 9(3) VALUE ZERO.
       01 NOTA-DIF-IMPORTE PIC S9(9)V99.
       01 NOTA-DIF-IVA     PIC S9(9)V99.
       01 NOTA-DIF-BRUTO   PIC S9(9)V99.
       01 NOTA-DIF-PERCEP  PIC S9(9)V99.
       01 NOTA-TIPO-DOC    PIC X(1).
       01 NOTA-NUMERO      PIC 9(8).
       01 CANT-NOTAS-EMITIDAS PIC 9(5) VALUE ZERO.
      * auditoria.
       77 FS-TAR-CLIENTE PIC XX.
       01 TABLA-TARIFAS-CLIENTE.
           03 FILA-TAR-CLIENTE OCCURS 300 TIMES.
               05 TAB-TCL-EMPRESA PIC 9(3).
               05 TAB-TCL-SRT PIC X(2).
               05 TAB-TCL-TIPO PIC 99.
       01 LOG-CANT-SALIDA PIC 9(7) VALUE ZERO.
       01 LOG-CANT-EXC PIC 9(5) VALUE ZERO.

      * Bloqueo del archivo compartido que este programa actualiza
      * (ver BLOQUEAR-RECURSO): se toma antes de anotar el inicio y
      * se libera con el fin normal.
       01 WS-OPCION-BLOQUEO PIC X.
       01 BLOQUEO-RECURSO PIC X(20).
       77 FS-BLOQUEO PIC XX.


      * Rutas fisicas de los archivos, resueltas al arrancar desde
      * rutas.dat via OBTENER-RUTA: mover el sistema o armar un
       01 RUTA-CATEGORIAS-HIST PIC X(100).
       01 RUTA-REGISTRO-FACTURAS PIC X(100).
       01 RUTA-PERIODOS PIC X(100).
       01 RUTA-CLIENTES-CONF PIC X(100).
       01 RUTA-CONFORMIDADES PIC X(100).
       01 RUTA-HORAS-OBSERVADAS PIC X(100).
       01 RUTA-PROYECTOS PIC X(100).
       01 RUTA-AUDITORIA-PRECIOS PIC X(100).
       01 RUTA-FERIADOS PIC X(100).
       01 RUTA-PARAM-RECARGO PIC X(100).
       01 RUTA-ERRORES-LECTURA PIC X(100).
       01 RUTA-HORAS-FACTURADAS PIC X(100).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM CARGAR-RUTAS.
           PERFORM TOMAR-BLOQUEOS.
           MOVE 'I' TO WS-OPCION-LOG.
           CALL 'REGISTRAR-CORRIDA' USING WS-OPCION-LOG,
               LOG-PROGRAMA-ID, LOG-CANT-ENTRADA, LOG-CANT-SALIDA,
           MOVE CANT-LEIDOS-RANGO TO LOG-CANT-ENTRADA.
           MOVE CANT-SELECCIONADOS TO LOG-CANT-SALIDA.
           MOVE CANT-EXCEPCIONES TO LOG-CANT-EXC.
           PERFORM LIBERAR-BLOQUEOS.
           MOVE 'F' TO WS-OPCION-LOG.
           CALL 'REGISTRAR-CORRIDA' USING WS-OPCION-LOG,
               LOG-PROGRAMA-ID, LOG-CANT-ENTRADA, LOG-CANT-SALIDA,
           PERFORM CARGAR-CATEGORIAS-HIST.
           PERFORM CARGAR-PERIODOS.
           PERFORM CARGAR-FERIADOS.
           IF CORRIDA-DEFINITIVA
               PERFORM CARGAR-CONFORMIDADES.
           PERFORM CARGAR-PROYECTOS.
           PERFORM LEER-RECARGO.
           PERFORM LEER-PARAMETROS.
           PERFORM PROCESAR-RANGO UNTIL FS-PARAMETROS = '10'.
               IF FS-TIEMPOS NOT = ZERO
                   DISPLAY "ERROR AL ABRIR TIMES FS: " FS-TIEMPOS
                   PERFORM CERRAR-ARCHIVOS
                   PERFORM LIBERAR-BLOQUEOS
                   STOP RUN.
               OPEN INPUT CONSULTORES.
               IF FS-CONSULTORES NOT = ZERO
                   DISPLAY "ERROR AL ABRIR CONSULTORES FS: "
                   FS-CONSULTORES
                   PERFORM CERRAR-ARCHIVOS
                   PERFORM LIBERAR-BLOQUEOS
                   STOP RUN.
               OPEN INPUT EMPRESAS.
               IF FS-EMPRESAS NOT = ZERO
                   DISPLAY "ERROR AL ABRIR EMPRESAS FS: " FS-EMPRESAS
                   PERFORM CERRAR-ARCHIVOS
                   PERFORM LIBERAR-BLOQUEOS
                   STOP RUN.
      * OBTENER-TARIFA abre y mantiene su propio TARIFAS indexado; si
      * falla, aborta la corrida por su cuenta, igual que un OPEN INPUT
                   DISPLAY "ERROR AL ABRIR PARAMETROS FS: "
                   FS-PARAMETROS
                   PERFORM CERRAR-ARCHIVOS
                   PERFORM LIBERAR-BLOQUEOS
                   STOP RUN.
      * EXCEPCIONES es compartido entre programas: se abre siempre en
      * modo EXTEND y solo cae a OUTPUT si todavia no existe.
                   DISPLAY "ERROR AL ABRIR EXCEPCIONES FS: "
                   FS-EXCEPCIONES
                   PERFORM CERRAR-ARCHIVOS
                   PERFORM LIBERAR-BLOQUEOS
                   STOP RUN.
      * AUDITORIA-PRECIOS es compartido con TP1-PUNTO-A: mismo
      * criterio de apertura que EXCEPCIONES.
                   DISPLAY "ERROR AL ABRIR AUDITORIA PRECIOS FS: "
                       FS-AUDITORIA
                   PERFORM CERRAR-ARCHIVOS
                   PERFORM LIBERAR-BLOQUEOS
                   STOP RUN.
      * ERRORES-LECTURA es compartido entre programas: se abre siempre
      * en modo EXTEND y solo cae a OUTPUT si todavia no existe.
                   DISPLAY "ERROR AL ABRIR ERRORES LECTURA FS: "
                   FS-ERR-LECTURA
                   PERFORM CERRAR-ARCHIVOS
                   PERFORM LIBERAR-BLOQUEOS
                   STOP RUN.
               IF CORRIDA-DEFINITIVA
                   PERFORM ABRIR-HORAS-FACTURADAS.

      * En la entrada solo se consulta; la salida lo reabre para
      * anotar las horas de cada factura emitida.
       ABRIR-HORAS-FACTURADAS.
           OPEN INPUT HORAS-FACTURADAS.
           IF FS-HORAS-FACT NOT = ZERO AND '35'
               DISPLAY "ERROR AL ABRIR HORAS FACTURADAS FS: "
                   FS-HORAS-FACT
               PERFORM CERRAR-ARCHIVOS
               PERFORM LIBERAR-BLOQUEOS
               STOP RUN.
           IF FS-HORAS-FACT = ZERO
               MOVE 'S' TO SW-HORAS-FACT-ABIERTO.

      * El archivo de periodos puede no existir (el control recien se
      * implanta): en ese caso una corrida definitiva no encuentra
               IF FS-PERIODOS NOT = ZERO AND '35'
                   DISPLAY "ERROR AL ABRIR PERIODOS FS: " FS-PERIODOS
                   PERFORM CERRAR-ARCHIVOS
                   PERFORM LIBERAR-BLOQUEOS
                   STOP RUN.
               IF FS-PERIODOS = ZERO
                   READ PERIODOS
               IF FS-FERIADOS NOT = ZERO AND '35'
                   DISPLAY "ERROR AL ABRIR FERIADOS FS: " FS-FERIADOS
                   PERFORM CERRAR-ARCHIVOS
                   PERFORM LIBERAR-BLOQUEOS
                   STOP RUN.
               IF FS-FERIADOS = ZERO
                   READ FERIADOS
               MOVE FER-FECHA TO TAB-FER-FECHA(CANT-FERIADOS).
               READ FERIADOS.

      * Los tres archivos de conformidad pueden no existir: sin lista
      * de empresas que la exijan la corrida definitiva factura igual
      * que siempre.
       CARGAR-CONFORMIDADES.
           OPEN INPUT CLIENTES-CONFORMIDAD.
           IF FS-CLIENTES-CONF NOT = ZERO AND '35'
               DISPLAY "ERROR AL ABRIR CLIENTES CONFORMIDAD FS: "
                   FS-CLIENTES-CONF
               PERFORM CERRAR-ARCHIVOS
               PERFORM LIBERAR-BLOQUEOS
               STOP RUN.
           IF FS-CLIENTES-CONF = ZERO
               READ CLIENTES-CONFORMIDAD
               PERFORM CARGAR-UN-CLIENTE-CONF
                   UNTIL FS-CLIENTES-CONF NOT = ZERO
                   OR CANT-CLIENTES-CONF >= 100
               CLOSE CLIENTES-CONFORMIDAD.
           OPEN INPUT CONFORMIDADES.
           IF FS-CONFORMIDADES NOT = ZERO AND '35'
               DISPLAY "ERROR AL ABRIR CONFORMIDADES FS: "
                   FS-CONFORMIDADES
               PERFORM CERRAR-ARCHIVOS
               PERFORM LIBERAR-BLOQUEOS
               STOP RUN.
           IF FS-CONFORMIDADES = ZERO
               READ CONFORMIDADES
               PERFORM CARGAR-UNA-CONFORMIDAD
                   UNTIL FS-CONFORMIDADES NOT = ZERO
                   OR CANT-CONFORMIDADES >= 1000
               CLOSE CONFORMIDADES.
           OPEN INPUT HORAS-OBSERVADAS.
           IF FS-OBSERVADAS NOT = ZERO AND '35'
               DISPLAY "ERROR AL ABRIR HORAS OBSERVADAS FS: "
                   FS-OBSERVADAS
               PERFORM CERRAR-ARCHIVOS
               PERFORM LIBERAR-BLOQUEOS
               STOP RUN.
           IF FS-OBSERVADAS = ZERO
               READ HORAS-OBSERVADAS
               PERFORM CARGAR-UNA-OBSERVADA
                   UNTIL FS-OBSERVADAS NOT = ZERO
                   OR CANT-OBSERVADAS >= 2000
               CLOSE HORAS-OBSERVADAS.

      * Sin maestro de proyectos no hay horas a precio cerrado.
       CARGAR-PROYECTOS.
           OPEN INPUT PROYECTOS.
           IF FS-PROYECTOS NOT = ZERO AND '35'
               DISPLAY "ERROR AL ABRIR PROYECTOS FS: " FS-PROYECTOS
               PERFORM CERRAR-ARCHIVOS
               PERFORM LIBERAR-BLOQUEOS
               STOP RUN.
           IF FS-PROYECTOS = ZERO
               READ PROYECTOS
               PERFORM CARGAR-UN-PROYECTO
                   UNTIL FS-PROYECTOS NOT = ZERO
               CLOSE PROYECTOS.

       CARGAR-UN-PROYECTO.
           IF PRY-ES-PROYECTO
               IF CANT-PROYECTOS >= 200
                   DISPLAY "PROYECTOS EXCEDE LOS 200 REGISTROS"
                   PERFORM CERRAR-ARCHIVOS
                   PERFORM LIBERAR-BLOQUEOS
                   STOP RUN
               END-IF
               ADD 1 TO CANT-PROYECTOS
               MOVE PRY-CUIT TO TAB-PRY-CUIT(CANT-PROYECTOS)
               MOVE PRY-TAREA TO TAB-PRY-TAREA(CANT-PROYECTOS).
           READ PROYECTOS.

       CARGAR-UN-CLIENTE-CONF.
           IF CLC-CUIT NUMERIC AND CLC-CUIT > ZERO
               ADD 1 TO CANT-CLIENTES-CONF
               MOVE CLC-CUIT TO TAB-CLC-CUIT(CANT-CLIENTES-CONF).
           READ CLIENTES-CONFORMIDAD.

       CARGAR-UNA-CONFORMIDAD.
           ADD 1 TO CANT-CONFORMIDADES.
           MOVE CNF-CUIT TO TAB-CNF-CUIT(CANT-CONFORMIDADES).
           MOVE CNF-PERIODO TO TAB-CNF-PERIODO(CANT-CONFORMIDADES).
           MOVE CNF-ESTADO TO TAB-CNF-ESTADO(CANT-CONFORMIDADES).
           READ CONFORMIDADES.

      * Solo interesan las lineas retenidas; una resuelta 'F' se
      * factura como cualquier otra.
       CARGAR-UNA-OBSERVADA.
           IF HOB-ESTADO = 'O' OR 'X'
               ADD 1 TO CANT-OBSERVADAS
               MOVE HOB-CUIT TO TAB-HOB-CUIT(CANT-OBSERVADAS)
               MOVE HOB-CONSULTOR
                   TO TAB-HOB-CONSULTOR(CANT-OBSERVADAS)
               MOVE HOB-FECHA TO TAB-HOB-FECHA(CANT-OBSERVADAS)
               MOVE HOB-ESTADO TO TAB-HOB-ESTADO(CANT-OBSERVADAS).
           READ HORAS-OBSERVADAS.

      * El archivo de tarifas de cliente puede no existir: todos los
      * clientes valorizan con el maestro general, que es lo
      * historico.
                   DISPLAY "ERROR AL ABRIR TARIFAS CLIENTE FS: "
                       FS-TAR-CLIENTE
                   PERFORM CERRAR-ARCHIVOS
                   PERFORM LIBERAR-BLOQUEOS
                   STOP RUN.
               IF FS-TAR-CLIENTE = ZERO
                   READ TARIFAS-CLIENTE
                   PERFORM CARGAR-UNA-TARIFA-CLIENTE
                       UNTIL FS-TAR-CLIENTE NOT = ZERO
                       OR CANT-TARIFAS-CLIENTE >= 300
                   CLOSE TARIFAS-CLIENTE.

           CARGAR-UNA-TARIFA-CLIENTE.
                   DISPLAY "ERROR AL ABRIR CATEGORIAS HIST FS: "
                       FS-CAT-HIST
                   PERFORM CERRAR-ARCHIVOS
                   PERFORM LIBERAR-BLOQUEOS
                   STOP RUN.
               IF FS-CAT-HIST = ZERO
                   READ CATEGORIAS-HIST
               IF FS-PARAMETROS NOT = ZERO AND '10'
                   DISPLAY "ERROR AL LEER PARAMETROS FS: " FS-PARAMETROS
                   PERFORM CERRAR-ARCHIVOS
                   PERFORM LIBERAR-BLOQUEOS
                   STOP RUN.
               IF PARAM-FECHA-DESDE NOT NUMERIC
                   MOVE ZERO TO PARAM-FECHA-DESDE.

           CARGAR-ORDENADO.
               ADD 1 TO CANT-LEIDOS-RANGO.
               MOVE 'S' TO SW-LINEA-CONFORMADA.
               IF CORRIDA-DEFINITIVA AND CANT-CLIENTES-CONF > ZERO
                   AND TIE-FECHA-NUM >= PARAM-FECHA-DESDE
                   AND TIE-FECHA-NUM <= PARAM-FECHA-HASTA
                   PERFORM VERIFICAR-CONFORMIDAD.
               MOVE 'N' TO SW-LINEA-YA-FACTURADA.
               IF HORAS-FACT-ABIERTO
                   AND TIE-FECHA-NUM >= PARAM-FECHA-DESDE
                   AND TIE-FECHA-NUM <= PARAM-FECHA-HASTA
                   PERFORM VERIFICAR-HORA-FACTURADA.
               MOVE 'N' TO SW-LINEA-PROYECTO.
               IF TIE-GASTO NOT = 'G' AND CANT-PROYECTOS > ZERO
                   AND TIE-FECHA-NUM >= PARAM-FECHA-DESDE
                   AND TIE-FECHA-NUM <= PARAM-FECHA-HASTA
                   PERFORM BUSCAR-PROYECTO
                       VARYING SUB-PRY FROM 1 BY 1
                       UNTIL SUB-PRY > CANT-PROYECTOS
                       OR LINEA-DE-PROYECTO
                   IF LINEA-DE-PROYECTO
                       ADD 1 TO CANT-HORAS-PROYECTO.
               IF TIE-FECHA-NUM >= PARAM-FECHA-DESDE
                   AND TIE-FECHA-NUM <= PARAM-FECHA-HASTA
                   AND LINEA-CONFORMADA
                   AND NOT LINEA-YA-FACTURADA
                   AND NOT LINEA-DE-PROYECTO
                   ADD 1 TO CANT-SELECCIONADOS
                   MOVE TIE-NUM TO ORD-NRO-CONS
                   MOVE TIE-FECHA TO ORD-FECHA
                   RELEASE REG-ORDENADO.
               PERFORM LEER-TIEMPOS.

      * Una empresa que exige conformidad solo se factura en definitiva
      * si contesto el periodo de la linea ('A' u 'O'); aun asi, la
      * linea observada sin resolver o resuelta sin facturar queda
      * afuera. Se avisa una vez por empresa y periodo sin respuesta.
       VERIFICAR-CONFORMIDAD.
           MOVE 'N' TO SW-EXIGE-CONFORMIDAD.
           PERFORM BUSCAR-CLIENTE-CONF
               VARYING SUB-CLC FROM 1 BY 1
               UNTIL SUB-CLC > CANT-CLIENTES-CONF
               OR EXIGE-CONFORMIDAD.
           IF EXIGE-CONFORMIDAD
               MOVE TIE-FECHA-NUM(1:6) TO PERIODO-CONFORMIDAD
               MOVE SPACE TO ESTADO-CONFORMIDAD
               PERFORM BUSCAR-CONFORMIDAD
                   VARYING SUB-CNF FROM 1 BY 1
                   UNTIL SUB-CNF > CANT-CONFORMIDADES
                   OR ESTADO-CONFORMIDAD NOT = SPACE
               IF ESTADO-CONFORMIDAD = 'A' OR 'O'
                   PERFORM BUSCAR-OBSERVADA
                       VARYING SUB-HOB FROM 1 BY 1
                       UNTIL SUB-HOB > CANT-OBSERVADAS
                       OR NOT LINEA-CONFORMADA
               ELSE
                   MOVE 'N' TO SW-LINEA-CONFORMADA
                   ADD 1 TO CANT-SIN-CONFORMIDAD
                   PERFORM AVISAR-SIN-CONFORMIDAD.

      * Una hora ya cobrada por una factura de otro periodo no se
      * vuelve a facturar; si la factura es del mismo periodo que esta
      * corrida, es su reimpresion y la hora sigue en ella.
       VERIFICAR-HORA-FACTURADA.
           MOVE TIE-CLAVE TO HFA-CLAVE.
           READ HORAS-FACTURADAS RECORD.
           IF FS-HORAS-FACT NOT = ZERO AND '23'
               DISPLAY "ERROR AL LEER HORAS FACTURADAS FS: "
                   FS-HORAS-FACT
               PERFORM CERRAR-ARCHIVOS
               PERFORM LIBERAR-BLOQUEOS
               STOP RUN.
           IF FS-HORAS-FACT = ZERO
               AND (HFA-DESDE NOT = FECHA-CORRIDA-DESDE
               OR HFA-HASTA NOT = FECHA-CORRIDA-HASTA)
               MOVE 'S' TO SW-LINEA-YA-FACTURADA
               ADD 1 TO CANT-YA-FACTURADAS
               PERFORM REGISTRAR-EXCEPCION-FACTURADA.

      * Las horas de un proyecto a precio cerrado no se facturan a
      * tarifa; los gastos cargados a la misma tarea si.
       BUSCAR-PROYECTO.
           IF TAB-PRY-CUIT(SUB-PRY) = TIE-CUIT
               AND TAB-PRY-TAREA(SUB-PRY) = TIE-TAREA
               MOVE 'S' TO SW-LINEA-PROYECTO.

       BUSCAR-CLIENTE-CONF.
           IF TAB-CLC-CUIT(SUB-CLC) = TIE-CUIT
               MOVE 'S' TO SW-EXIGE-CONFORMIDAD.

       BUSCAR-CONFORMIDAD.
           IF TAB-CNF-CUIT(SUB-CNF) = TIE-CUIT
               AND TAB-CNF-PERIODO(SUB-CNF) = PERIODO-CONFORMIDAD
               MOVE TAB-CNF-ESTADO(SUB-CNF) TO ESTADO-CONFORMIDAD
               IF ESTADO-CONFORMIDAD = SPACE
                   MOVE 'P' TO ESTADO-CONFORMIDAD.

       BUSCAR-OBSERVADA.
           IF TAB-HOB-CUIT(SUB-HOB) = TIE-CUIT
               AND TAB-HOB-CONSULTOR(SUB-HOB) = TIE-NUM
               AND TAB-HOB-FECHA(SUB-HOB) = TIE-FECHA-NUM
               MOVE 'N' TO SW-LINEA-CONFORMADA
               ADD 1 TO CANT-OBSERVADAS-RETENIDAS.

       AVISAR-SIN-CONFORMIDAD.
           IF AVISO-CONF-CUIT NOT = TIE-CUIT
               OR AVISO-CONF-PERIODO NOT = PERIODO-CONFORMIDAD
               MOVE TIE-CUIT TO AVISO-CONF-CUIT
               MOVE PERIODO-CONFORMIDAD TO AVISO-CONF-PERIODO
               DISPLAY "CUIT " TIE-CUIT " PERIODO "
                   PERIODO-CONFORMIDAD " SIN CONFORMIDAD DEL "
                   "CLIENTE: NO SE FACTURA".

      * Un gasto facturable no se valoriza: su importe viaja directo,
      * sin tarifa, recargo ni maestro de tareas (la posicion de la
      * tarea trae el concepto de gasto).
               WRITE EXC-REG.
               ADD 1 TO CANT-EXCEPCIONES.

       REGISTRAR-EXCEPCION-FACTURADA.
           MOVE 'TP-2'      TO EXC-PROGRAMA.
           MOVE 'HORA YA FACTURADA' TO EXC-BUSQUEDA.
           MOVE HFA-FACTURA TO EXC-CLAVE.
           MOVE TIE-NUM     TO EXC-NUMERO.
           MOVE TIE-FECHA   TO EXC-FECHA.
           MOVE ZERO        TO EXC-EMPRESA.
           MOVE TIE-CUIT    TO EXC-CUIT.
           WRITE EXC-REG.
           ADD 1 TO CANT-EXCEPCIONES.

           REGISTRAR-EXCEPCION-CONSULTOR.
               MOVE 'TP-2'      TO EXC-PROGRAMA.
               MOVE 'CONSULTOR' TO EXC-BUSQUEDA.
               DISPLAY "EXCEPCIONES REGISTRADAS: " CANT-EXCEPCIONES.
               CLOSE TIEMPOS CONSULTORES EMPRESAS PARAMETROS
                     EXCEPCIONES AUDITORIA-PRECIOS ERRORES-LECTURA.
               IF HORAS-FACT-ABIERTO
                   CLOSE HORAS-FACTURADAS
                   MOVE 'N' TO SW-HORAS-FACT-ABIERTO.
               MOVE 'C' TO WS-OPCION-TARIFA.
               CALL 'OBTENER-TARIFA' USING WS-OPCION-TARIFA, TAR-SRT,
                   TAR-TIPO, TAR-VIGENCIA, TAR-TAR, FS-TARIFAS.
           PERFORM CARGAR-COTIZACIONES.
           PERFORM CARGAR-CONTRATOS.
           PERFORM CARGAR-BONIFICACIONES.
           MOVE 'A' TO WS-OPCION-PERCEPCION.
           CALL 'OBTENER-PERCEPCION' USING WS-OPCION-PERCEPCION,
               CUIT-GRUPO, FECHA-EMISION, JURIS-GRUPO,
               ALICUOTA-IIBB-GRUPO, FS-PERCEPCION.
           IF CORRIDA-DEFINITIVA
               PERFORM ABRIR-HORAS-FACT-SALIDA
               MOVE 'A' TO WS-OPCION-EMPRESA
               CALL 'OBTENER-EMPRESA' USING WS-OPCION-EMPRESA,
                   EMP-CODIGO-AUX, EMP-CUIT-AUX, EMP-RAZON-AUX,
                   EMP-DIRE-AUX, EMP-TEL-AUX, EMP-MAIL-AUX.
           MOVE 1 TO REP-LINEA1-HOJAS.
           RETURN ARCHIVO-ORDENADO END MOVE '10' TO FS-ORDENADO.
           MOVE 0 TO TOTAL-GRAL-IMP.
           IF CANT-GRUPOS-SALTEADOS > ZERO
               DISPLAY "GRUPOS YA FACTURADOS SALTEADOS POR EL "
                   "REINICIO: " CANT-GRUPOS-SALTEADOS.
           IF CANT-SIN-CONFORMIDAD > ZERO
               OR CANT-OBSERVADAS-RETENIDAS > ZERO
               DISPLAY "LINEAS RETENIDAS SIN CONFORMIDAD: "
                   CANT-SIN-CONFORMIDAD "  OBSERVADAS: "
                   CANT-OBSERVADAS-RETENIDAS.
           IF CANT-HORAS-PROYECTO > ZERO
               DISPLAY "HORAS DE PROYECTOS A PRECIO CERRADO NO "
                   "FACTURADAS A TARIFA: " CANT-HORAS-PROYECTO.
           IF CANT-YA-FACTURADAS > ZERO
               DISPLAY "HORAS YA FACTURADAS EN OTRO PERIODO NO "
                   "REFACTURADAS: " CANT-YA-FACTURADAS.
           PERFORM REGRABAR-NUMERACION.
      * Solo la corrida definitiva que llego completa limpia su
      * checkpoint: una corrida de prueba lanzada con una definitiva
           IF CORRIDA-DEFINITIVA
               PERFORM BORRAR-CHECKPOINT-TP2.
           CLOSE LISTADO LISTADO-CSV FACTURAS REGISTRO-FACTURAS.
           IF HORAS-FACT-ABIERTO
               CLOSE HORAS-FACTURADAS.
           IF CORRIDA-DEFINITIVA
               MOVE 'C' TO WS-OPCION-EMPRESA
               CALL 'OBTENER-EMPRESA' USING WS-OPCION-EMPRESA,
                   EMP-CODIGO-AUX, EMP-CUIT-AUX, EMP-RAZON-AUX,
                   EMP-DIRE-AUX, EMP-TEL-AUX, EMP-MAIL-AUX.
           MOVE 'C' TO WS-OPCION-PERCEPCION.
           CALL 'OBTENER-PERCEPCION' USING WS-OPCION-PERCEPCION,
               CUIT-GRUPO, FECHA-EMISION, JURIS-GRUPO,
               ALICUOTA-IIBB-GRUPO, FS-PERCEPCION.
           PERFORM GENERAR-GENERACION.

       RUTINAS-SALIDA SECTION.
               IF FS-LISTADO NOT = ZERO
                   DISPLAY "ERROR AL ABRIR LISTADO FS: " FS-LISTADO
                   CLOSE LISTADO
                   PERFORM LIBERAR-BLOQUEOS
                   STOP RUN.
               OPEN OUTPUT LISTADO-CSV.
               IF FS-LISTADO-CSV NOT = ZERO
                   DISPLAY "ERROR AL ABRIR LISTADO CSV FS: "
                       FS-LISTADO-CSV
                   CLOSE LISTADO LISTADO-CSV
                   PERFORM LIBERAR-BLOQUEOS
                   STOP RUN.
               OPEN OUTPUT FACTURAS.
               IF FS-FACTURAS NOT = ZERO
                   DISPLAY "ERROR AL ABRIR FACTURAS FS: " FS-FACTURAS
                   CLOSE LISTADO LISTADO-CSV FACTURAS
                   PERFORM LIBERAR-BLOQUEOS
                   STOP RUN.

      * Orden 'F' (por defecto) agrupa por empresa y despues por fecha,
               IF FS-NUMERACION NOT = ZERO
                   DISPLAY "ERROR AL REGRABAR NUMERACION FS: "
                       FS-NUMERACION
                   PERFORM LIBERAR-BLOQUEOS
                   STOP RUN.
               MOVE WS-PROXIMA-FACTURA TO NUM-PROXIMA.
               MOVE WS-DIAS-PLAZO TO NUM-DIAS-PLAZO.
                       DISPLAY "CORRIDA DEFINITIVA INCOMPLETA "
                           "PENDIENTE (ULTIMO GRUPO: " CKP2-RAZON
                           "): RELANZAR CON PARAM-REINICIO = S"
                       PERFORM LIBERAR-BLOQUEOS
                       STOP RUN
                   END-IF
                   MOVE 'S' TO SW-REINICIO-TP2
               IF FS-CHECKPOINT NOT = ZERO
                   DISPLAY "ERROR AL GRABAR CHECKPOINT TP2 FS: "
                       FS-CHECKPOINT
                   PERFORM LIBERAR-BLOQUEOS
                   STOP RUN.
               MOVE RAZON-ANT TO CKP2-RAZON.
               MOVE CUIT-GRUPO TO CKP2-CUIT.
               OPEN OUTPUT CHECKPOINT-TP2.
               CLOSE CHECKPOINT-TP2.

      * Abre el registro de horas facturadas, creandolo si no existe.
       ABRIR-HORAS-FACT-SALIDA.
           OPEN I-O HORAS-FACTURADAS.
           IF FS-HORAS-FACT = '35'
               OPEN OUTPUT HORAS-FACTURADAS.
           IF FS-HORAS-FACT NOT = ZERO
               DISPLAY "ERROR AL ABRIR HORAS FACTURADAS FS: "
                   FS-HORAS-FACT
               PERFORM LIBERAR-BLOQUEOS
               STOP RUN.
           MOVE 'S' TO SW-HORAS-FACT-ABIERTO.

      * Cada renglon de la factura deja la clave de su registro de
      * TIEMPOS apuntando al numero que lo cobro. En una reimpresion la
      * clave ya esta anotada con ese mismo numero ('22').
       GRABAR-HORA-FACTURADA.
           MOVE ORD-NRO-CONS TO HFA-NUM.
           MOVE ORD-FECHA TO HFA-FECHA.
           MOVE ORD-CUIT TO HFA-CUIT.
           MOVE FACTURA-ACTUAL TO HFA-FACTURA.
           MOVE FECHA-CORRIDA-DESDE TO HFA-DESDE.
           MOVE FECHA-CORRIDA-HASTA TO HFA-HASTA.
           WRITE HFA-REG.
           IF FS-HORAS-FACT NOT = ZERO AND '22'
               DISPLAY "ERROR AL ANOTAR LA HORA " HFA-NUM " "
                   HFA-FECHA " EN LA FACTURA " FACTURA-ACTUAL
                   " FS: " FS-HORAS-FACT.

      * Carga el registro historico para reconocer reimpresiones y lo
      * deja abierto en EXTEND para anexar las facturas nuevas.
           CARGAR-REGISTRO-FACTURAS.
               IF FS-REGISTRO NOT = ZERO
                   DISPLAY "ERROR AL ABRIR REGISTRO FACTURAS FS: "
                       FS-REGISTRO
                   PERFORM LIBERAR-BLOQUEOS
                   STOP RUN.
      * Una corrida abortada puede haber registrado facturas sin
      * llegar a regrabar la numeracion: el registro manda, asi que la
      * reconocimiento de reimpresiones; solo realinean su serie.
           CARGAR-UNA-FACTURA.
               IF RFA-TIPO-DOC = 'C' OR RFA-TIPO-DOC = 'D'
                   OR RFA-TIPO-DOC = 'I' OR RFA-TIPO-DOC = 'B'
                   OR RFA-TIPO-DOC = 'T' OR RFA-TIPO-DOC = 'Q'
      * Solo las notas 'C'/'D' realinean la serie de notas de ajuste;
      * las series de interes, de castigos y de planes las realinean
      * INTERESES-MORA, APROBAR-MOVIMIENTOS y CREAR-PLAN-PAGO por su
      * cuenta.
                   IF RFA-TIPO-DOC = 'C' OR RFA-TIPO-DOC = 'D'
                       AND RFA-NUMERO > NUMERO-MAXIMO-NOTA
                       MOVE RFA-NUMERO TO NUMERO-MAXIMO-NOTA
                   END-IF
                       TO TAB-RFA-BRUTO(CANT-REG-FACTURAS)
               ELSE
                   MOVE RFA-IMPORTE TO TAB-RFA-BRUTO(CANT-REG-FACTURAS).
               IF RFA-PERCEPCION NUMERIC
                   MOVE RFA-PERCEPCION
                       TO TAB-RFA-PERCEP(CANT-REG-FACTURAS)
               ELSE
                   MOVE ZERO TO TAB-RFA-PERCEP(CANT-REG-FACTURAS).
               IF RFA-CAE NUMERIC
                   MOVE RFA-CAE TO TAB-RFA-CAE(CANT-REG-FACTURAS)
               ELSE
               CLOSE RELECTURA-FACTURAS.
               PERFORM CERRAR-SLOT-GENERACION.
               PERFORM ANOTAR-CATALOGO-LISTADOS.
               PERFORM ENCOLAR-DOCUMENTOS.

           ELEGIR-SLOT-GENERACION.
               MOVE ZERO TO CANT-GEN-PREVIAS SECUENCIA-DEL-DIA.
               IF FS-GENERACION NOT = ZERO
                   DISPLAY "ERROR AL ABRIR GENERACION G"
                       SLOT-GENERACION " FS: " FS-GENERACION
                   PERFORM LIBERAR-BLOQUEOS
                   STOP RUN.

           CERRAR-SLOT-GENERACION.
                   SLOT-GENERACION " (SECUENCIA "
                   SECUENCIA-DEL-DIA " DEL DIA)".

      * Cada documento anotado en la corrida entra en la cola con la
      * ranura recien grabada como archivo a adjuntar.
       ENCOLAR-DOCUMENTOS.
           EVALUATE SLOT-GENERACION
               WHEN 1 MOVE RUTA-GENERACION-G1 TO ENV-ARCHIVO-AUX
               WHEN 2 MOVE RUTA-GENERACION-G2 TO ENV-ARCHIVO-AUX
               WHEN 3 MOVE RUTA-GENERACION-G3 TO ENV-ARCHIVO-AUX
           END-EVALUATE.
           MOVE 'E' TO WS-OPCION-ENVIO.
           PERFORM ENCOLAR-UN-DOCUMENTO
               VARYING SUB-ENV FROM 1 BY 1
               UNTIL SUB-ENV > CANT-ENVIOS-CORRIDA.

       ENCOLAR-UN-DOCUMENTO.
           CALL 'ENCOLAR-ENVIO' USING WS-OPCION-ENVIO,
               TAB-ENV-TIPO(SUB-ENV), TAB-ENV-NUMERO(SUB-ENV),
               TAB-ENV-CUIT(SUB-ENV), TAB-ENV-MAIL(SUB-ENV),
               ENV-ARCHIVO-AUX, ENV-MAIL-VALIDO.

           CARGAR-TASAS-IVA.
               OPEN INPUT IVA-CONDICIONES.
               IF FS-IVA = ZERO
               IF FS-COTIZACIONES NOT = ZERO AND '35'
                   DISPLAY "ERROR AL ABRIR COTIZACIONES FS: "
                       FS-COTIZACIONES
                   PERFORM LIBERAR-BLOQUEOS
                   STOP RUN.
               IF FS-COTIZACIONES = ZERO
                   READ COTIZACIONES
               IF FS-CONTRATOS NOT = ZERO AND '35'
                   DISPLAY "ERROR AL ABRIR CONTRATOS FS: "
                       FS-CONTRATOS
                   PERFORM LIBERAR-BLOQUEOS
                   STOP RUN.
               IF FS-CONTRATOS = ZERO
                   READ CONTRATOS
                   PERFORM CARGAR-UN-CONTRATO
                       UNTIL FS-CONTRATOS NOT = ZERO
                       OR CANT-CONTRATOS >= 200
                   CLOSE CONTRATOS.

           CARGAR-UN-CONTRATO.
               IF FS-BONIFICACIONES NOT = ZERO AND '35'
                   DISPLAY "ERROR AL ABRIR BONIFICACIONES FS: "
                       FS-BONIFICACIONES
                   PERFORM LIBERAR-BLOQUEOS
                   STOP RUN.
               IF FS-BONIFICACIONES = ZERO
                   READ BONIFICACIONES
                   UNTIL SUB-RFA > CANT-REG-FACTURAS
                   OR FACTURA-REUSADA.
               IF NOT FACTURA-REUSADA
                   AND WS-PROXIMA-FACTURA >= 50000000
                   DISPLAY "LA SERIE DE FACTURAS AGOTO SU RANGO: "
                       "PISARIA LA SERIE DE PLANES"
                   PERFORM LIBERAR-BLOQUEOS
                   STOP RUN.
               IF NOT FACTURA-REUSADA
                   MOVE WS-PROXIMA-FACTURA TO FACTURA-ACTUAL
               MOVE IMPORTE-BONIFICACION TO RFA-BONIFICACION.
               MOVE TAREA-GRUPO TO RFA-TAREA.
               MOVE ZERO TO RFA-COBRADO RFA-AJUSTE-NOTAS.
               MOVE JURIS-GRUPO TO RFA-IIBB-JURIS.
               MOVE ALICUOTA-IIBB-GRUPO TO RFA-IIBB-ALICUOTA.
               MOVE TOTAL-EMP-PERCEP TO RFA-PERCEPCION.
               WRITE RFA-REG.
               IF FS-REGISTRO NOT = ZERO
                   DISPLAY "ERROR AL GRABAR LA FACTURA "
                       FACTURA-ACTUAL " EN EL REGISTRO FS: "
                       FS-REGISTRO
               ELSE
                   IF CORRIDA-DEFINITIVA
                       MOVE 'FAC' TO ENV-TIPO-AUX
                       MOVE FACTURA-ACTUAL TO ENV-NUMERO-AUX
                       PERFORM ANOTAR-DOCUMENTO-ENVIO.
               IF CANT-REG-FACTURAS < 500
                   ADD 1 TO CANT-REG-FACTURAS
                   MOVE FACTURA-ACTUAL
                   MOVE TOTAL-EMP-IVA TO TAB-RFA-IVA(CANT-REG-FACTURAS)
                   MOVE TOTAL-EMP-BRUTO
                       TO TAB-RFA-BRUTO(CANT-REG-FACTURAS)
                   MOVE TOTAL-EMP-PERCEP
                       TO TAB-RFA-PERCEP(CANT-REG-FACTURAS)
                   MOVE ZERO TO TAB-RFA-CAE(CANT-REG-FACTURAS)
                   MOVE TAREA-GRUPO
                       TO TAB-RFA-TAREA(CANT-REG-FACTURAS).

      * El correo se resuelve ahora, con el maestro de empresas
      * abierto; el encolado lo hace ENCOLAR-DOCUMENTOS al final.
       ANOTAR-DOCUMENTO-ENVIO.
           IF CANT-ENVIOS-CORRIDA >= 1000
               DISPLAY "MAS DE 1000 DOCUMENTOS A ENVIAR EN LA CORRIDA: "
                   "AMPLIAR LA TABLA"
               PERFORM LIBERAR-BLOQUEOS
               STOP RUN.
           MOVE CUIT-GRUPO TO EMP-CUIT-AUX.
           MOVE 'P' TO WS-OPCION-EMPRESA.
           CALL 'OBTENER-EMPRESA' USING WS-OPCION-EMPRESA,
               EMP-CODIGO-AUX, EMP-CUIT-AUX, EMP-RAZON-AUX,
               EMP-DIRE-AUX, EMP-TEL-AUX, EMP-MAIL-AUX.
           ADD 1 TO CANT-ENVIOS-CORRIDA.
           MOVE ENV-TIPO-AUX TO TAB-ENV-TIPO(CANT-ENVIOS-CORRIDA).
           MOVE ENV-NUMERO-AUX TO TAB-ENV-NUMERO(CANT-ENVIOS-CORRIDA).
           MOVE CUIT-GRUPO TO TAB-ENV-CUIT(CANT-ENVIOS-CORRIDA).
           MOVE EMP-MAIL-AUX TO TAB-ENV-MAIL(CANT-ENVIOS-CORRIDA).

      ******************************************************************
      * Una corrida definitiva que re-factura un periodo ya emitido
      * (tipicamente porque GENERAR-CORRECCIONES neteo reversas en el
                   TOTAL-EMP-IVA - TAB-RFA-IVA(IND-RFA-REUSADA).
               COMPUTE NOTA-DIF-BRUTO =
                   TOTAL-EMP-BRUTO - TAB-RFA-BRUTO(IND-RFA-REUSADA).
               COMPUTE NOTA-DIF-PERCEP =
                   TOTAL-EMP-PERCEP - TAB-RFA-PERCEP(IND-RFA-REUSADA).
               IF NOTA-DIF-BRUTO < ZERO
                   MOVE 'C' TO NOTA-TIPO-DOC
               ELSE
               IF WS-PROXIMA-NOTA >= 80000000
                   DISPLAY "LA SERIE DE NOTAS AGOTO SU RANGO: "
                       "PISARIA LA SERIE DE INTERES"
                   PERFORM LIBERAR-BLOQUEOS
                   STOP RUN.
               MOVE WS-PROXIMA-NOTA TO NOTA-NUMERO.
               ADD 1 TO WS-PROXIMA-NOTA.
               MOVE ZERO TO RFA-BONIFICACION.
               MOVE TAREA-GRUPO TO RFA-TAREA.
               MOVE ZERO TO RFA-COBRADO RFA-AJUSTE-NOTAS.
      * La nota lleva la parte de la diferencia que es percepcion,
      * para que la declaracion de la jurisdiccion la reste o la sume.
               MOVE JURIS-GRUPO TO RFA-IIBB-JURIS.
               MOVE ALICUOTA-IIBB-GRUPO TO RFA-IIBB-ALICUOTA.
               COMPUTE RFA-PERCEPCION =
                   FUNCTION ABS(NOTA-DIF-PERCEP).
               WRITE RFA-REG.
      * Sin la nota grabada no se toca la factura: ajustar el saldo
      * sin documento que lo respalde dejaria la deuda sin papeles.
               IF FS-REGISTRO NOT = ZERO
                   DISPLAY "ERROR AL GRABAR LA NOTA " NOTA-NUMERO
                       " FS: " FS-REGISTRO
                   PERFORM LIBERAR-BLOQUEOS
                   STOP RUN.
               ADD 1 TO CANT-NOTAS-EMITIDAS.
      * Una nota sobre factura suprimida no sale impresa: no hay
      * documento que mandar.
               IF NOT FACTURA-SUPRIMIDA
                   MOVE 'NOT' TO ENV-TIPO-AUX
                   MOVE NOTA-NUMERO TO ENV-NUMERO-AUX
                   PERFORM ANOTAR-DOCUMENTO-ENVIO.
               PERFORM ACTUALIZAR-AJUSTE-FACTURA.
      * Los totales guardados pasan a ser los corregidos, para que una
      * nueva corrida identica no vuelva a emitir la misma nota.
               MOVE TOTAL-EMP-IMP TO TAB-RFA-IMPORTE(IND-RFA-REUSADA).
               MOVE TOTAL-EMP-IVA TO TAB-RFA-IVA(IND-RFA-REUSADA).
               MOVE TOTAL-EMP-BRUTO TO TAB-RFA-BRUTO(IND-RFA-REUSADA).
               MOVE TOTAL-EMP-PERCEP TO TAB-RFA-PERCEP(IND-RFA-REUSADA).
               IF NOTA-TIPO-DOC = 'C'
                   MOVE 'Nota de credito' TO REP-NOTA-LEYENDA
               ELSE
           PROCESAR-FECHAS.
               PERFORM CHEQUEAR-CANT-LINEAS.
               PERFORM IMPRIMIR-FILA-TABLA.
               IF HORAS-FACT-ABIERTO
                   PERFORM GRABAR-HORA-FACTURADA.
               PERFORM ACTUALIZAR-TOTALES.
               RETURN ARCHIVO-ORDENADO END MOVE '10' TO FS-ORDENADO.

      * Discrimina el IVA segun la condicion de la empresa y cierra
      * con el total bruto, tanto en el listado interno como en la
      * factura, para que contaduria deje de recalcularlo a mano.
      * La percepcion de Ingresos Brutos sale en renglon aparte, sobre
      * el neto, y entra en el bruto: es deuda del cliente.
           IMPRIMIR-IVA-EMPRESA.
               PERFORM OBTENER-TASA-IVA.
               COMPUTE TOTAL-EMP-IVA ROUNDED =
                   TOTAL-EMP-IMP * TASA-IVA-ACTUAL / 100.
               MOVE 'B' TO WS-OPCION-PERCEPCION.
               CALL 'OBTENER-PERCEPCION' USING WS-OPCION-PERCEPCION,
                   CUIT-GRUPO, FECHA-EMISION, JURIS-GRUPO,
                   ALICUOTA-IIBB-GRUPO, FS-PERCEPCION.
               COMPUTE TOTAL-EMP-PERCEP ROUNDED =
                   TOTAL-EMP-IMP * ALICUOTA-IIBB-GRUPO / 100.
               COMPUTE TOTAL-EMP-BRUTO =
                   TOTAL-EMP-IMP + TOTAL-EMP-IVA + TOTAL-EMP-PERCEP.
               MOVE TASA-IVA-ACTUAL TO REP-IVA-TASA.
               MOVE TOTAL-EMP-IVA TO REP-TOTAL-EMP-IVA.
               MOVE TOTAL-EMP-BRUTO TO REP-TOTAL-EMP-BRUTO.
               WRITE LINEA FROM REP-TOTALES-IVA AFTER 1.
               IF NOT FACTURA-SUPRIMIDA
                   WRITE LINEA-FACTURA FROM REP-TOTALES-IVA AFTER 1.
               IF TOTAL-EMP-PERCEP > ZERO
                   PERFORM IMPRIMIR-PERCEPCION-EMPRESA.
               WRITE LINEA FROM REP-TOTALES-BRUTO AFTER 1.
               IF NOT FACTURA-SUPRIMIDA
                   WRITE LINEA-FACTURA FROM REP-TOTALES-BRUTO AFTER 1.
               ADD 2 TO CANT-LINEAS.
               PERFORM VALORIZAR-MONEDA-GRUPO.

       IMPRIMIR-PERCEPCION-EMPRESA.
           MOVE JURIS-GRUPO TO REP-PERC-JURIS.
           MOVE ALICUOTA-IIBB-GRUPO TO REP-PERC-ALICUOTA.
           MOVE TOTAL-EMP-PERCEP TO REP-TOTAL-EMP-PERCEP.
           WRITE LINEA FROM REP-TOTALES-PERCEP AFTER 1.
           IF NOT FACTURA-SUPRIMIDA
               WRITE LINEA-FACTURA FROM REP-TOTALES-PERCEP AFTER 1.
           ADD 1 TO CANT-LINEAS.

      * Empresa con contrato en otra moneda: el total bruto se expresa
      * ademas en esa moneda a la cotizacion vigente al dia de emision
      * (la mayor fecha cargada que no sea posterior); sin cotizacion
               ADD 1 TO CANT-LINEAS.


       TOMAR-BLOQUEOS.
           MOVE 'T' TO WS-OPCION-BLOQUEO.
           MOVE 'REGISTRO-FACTURAS' TO BLOQUEO-RECURSO.
           CALL 'BLOQUEAR-RECURSO' USING WS-OPCION-BLOQUEO,
               LOG-PROGRAMA-ID, BLOQUEO-RECURSO, FS-BLOQUEO.
           IF FS-BLOQUEO NOT = '00'
               STOP RUN.

       LIBERAR-BLOQUEOS.
           MOVE 'L' TO WS-OPCION-BLOQUEO.
           MOVE 'REGISTRO-FACTURAS' TO BLOQUEO-RECURSO.
           CALL 'BLOQUEAR-RECURSO' USING WS-OPCION-BLOQUEO,
               LOG-PROGRAMA-ID, BLOQUEO-RECURSO, FS-BLOQUEO.

      * Resuelve todas las rutas de este programa contra rutas.dat;
      * una entrada ausente corta la corrida nombrando el logico
      * que falta.
           MOVE 'COMP-PERIODOS' TO RUTA-LOGICO.
           PERFORM OBTENER-UNA-RUTA.
           MOVE RUTA-OBTENIDA TO RUTA-PERIODOS.
           MOVE 'SEC-CLIENTESCONF' TO RUTA-LOGICO.
           PERFORM OBTENER-UNA-RUTA.
           MOVE RUTA-OBTENIDA TO RUTA-CLIENTES-CONF.
           MOVE 'SEC-CONFORMIDADES' TO RUTA-LOGICO.
           PERFORM OBTENER-UNA-RUTA.
           MOVE RUTA-OBTENIDA TO RUTA-CONFORMIDADES.
           MOVE 'SEC-HORASOBSERV' TO RUTA-LOGICO.
           PERFORM OBTENER-UNA-RUTA.
           MOVE RUTA-OBTENIDA TO RUTA-HORAS-OBSERVADAS.
           MOVE 'COMP-PROYECTOS' TO RUTA-LOGICO.
           PERFORM OBTENER-UNA-RUTA.
           MOVE RUTA-OBTENIDA TO RUTA-PROYECTOS.
           MOVE 'COMP-AUDITORIAPRECIO' TO RUTA-LOGICO.
           PERFORM OBTENER-UNA-RUTA.
           MOVE RUTA-OBTENIDA TO RUTA-AUDITORIA-PRECIOS.
           MOVE 'COMP-ERRORESLECTURA' TO RUTA-LOGICO.
           PERFORM OBTENER-UNA-RUTA.
           MOVE RUTA-OBTENIDA TO RUTA-ERRORES-LECTURA.
           MOVE 'IDX-HORASFACT' TO RUTA-LOGICO.
           PERFORM OBTENER-UNA-RUTA.
           MOVE RUTA-OBTENIDA TO RUTA-HORAS-FACTURADAS.

       OBTENER-UNA-RUTA.
           CALL 'OBTENER-RUTA' USING RUTA-LOGICO, RUTA-OBTENIDA,
