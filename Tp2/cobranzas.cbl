                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS FS-REG-RECIBOS.

      * Cartera de cheques de terceros: cada pago con medio CHEQUE y
      * los datos del cheque queda en cartera hasta que se acredita;
      * el deposito, la acreditacion y el rechazo los registra
      * MOVIMIENTOS-CHEQUES.
           SELECT CARTERA-CHEQUES ASSIGN TO RUTA-CARTERA
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS FS-CARTERA.

      * Recibos impresos de la corrida, uno por pago aplicado, con las
      * facturas que cancela y el saldo restante de cada una.
           SELECT RECIBOS      ASSIGN TO RUTA-RECIBOS
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS FS-RECIBOS.

      * Copia de cada recibo en su propio archivo, con fecha, hora de
      * la corrida y numero en el nombre: es el que se adjunta en la
      * cola de envios, porque RECIBOS se pisa en la corrida siguiente.
           SELECT RECIBO-DOCUMENTO ASSIGN TO RUTA-RECIBO-DOC
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS FS-RECIBO-DOC.

       DATA DIVISION.
       FILE SECTION.

      * nueva. Los clientes agentes de retencion pagan neto de
      * retenciones (ganancias, IIBB, IVA): el pago cancela deuda por
      * el importe en efectivo MAS lo retenido, y cada retencion queda
      * asentada en el registro de certificados. Un pago con cheque
      * trae banco, numero, librador y fecha de cobro del cheque.
      * Un registro viejo sin los campos nuevos los trae en blanco
      * (cero).
       01 PAG-REG.
           03 PAG-FACTURA PIC 9(8).
           03 PAG-FECHA   PIC 9(8).
           03 PAG-RET-GANANCIAS PIC 9(9)V99.
           03 PAG-RET-IIBB      PIC 9(9)V99.
           03 PAG-RET-IVA       PIC 9(9)V99.
           03 PAG-CHQ-BANCO     PIC 9(3).
           03 PAG-CHQ-NUMERO    PIC 9(8).
           03 PAG-CHQ-LIBRADOR  PIC X(30).
           03 PAG-CHQ-FECHA-COBRO PIC 9(8).

      * RFA-TIPO-DOC: 'F' factura; 'C'/'D' notas de credito/debito e
      * 'I' notas de interes, todas referidas a RFA-DOC-REF; su efecto
      * sobre la deuda ya viene neteado en RFA-AJUSTE-NOTAS de la
      * factura. 'B' castigo por incobrable: tambien netea su importe
      * en la factura y acumula en su propio RFA-COBRADO lo que el
      * cliente pague despues (recupero). 'T' traspaso a plan de pago:
      * netea igual que el castigo; la deuda pasa a las cuotas 'Q' del
      * plan, que se cobran como facturas con su propio vencimiento.
       FD REGISTRO-FACTURAS LABEL RECORD IS STANDARD.
       01 RFA-REG.
           03 RFA-NUMERO        PIC 9(8).
      * INTERESES-MORA al emitirlas).
           03 RFA-COBRADO       PIC 9(9)V99.
           03 RFA-AJUSTE-NOTAS  PIC S9(9)V99.
      * Percepcion de Ingresos Brutos practicada en el documento: la
      * jurisdiccion y la alicuota del padron vigente a la emision; el
      * importe ya esta sumado en RFA-IMPORTE-BRUTO.
           03 RFA-IIBB-JURIS    PIC 9(3).
           03 RFA-IIBB-ALICUOTA PIC 9(2)V99.
           03 RFA-PERCEPCION    PIC 9(9)V99.

       FD PAGOS-APLICADOS LABEL RECORD IS STANDARD.
       01 APL-REG.
           03 APL-IMPORTE PIC 9(9)V99.
           03 APL-MEDIO   PIC X(10).
      * TOTAL: el pago deja la factura saldada justa; PARCIAL: queda
      * saldo pendiente; EXCEDIDO: lo cobrado supera la factura;
      * RECUPERO: pago sobre una factura castigada; RECHAZO: reversion
      * por cheque rechazado (la graba MOVIMIENTOS-CHEQUES).
           03 APL-MARCA   PIC X(8).

      * Excepciones.dat es el archivo unico compartido por todo el
           03 REC-IMPORTE PIC 9(9)V99.
           03 REC-MEDIO   PIC X(10).
           03 REC-SALDO   PIC S9(9)V99.
      * 'R': renglon agregado por MOVIMIENTOS-CHEQUES al rechazarse el
      * cheque del recibo (revierte lo imputado a esa factura).
           03 REC-ANOTACION PIC X(1).

      * Estado del cheque: 'C' en cartera, 'D' depositado, 'A'
      * acreditado, 'R' rechazado.
       FD CARTERA-CHEQUES LABEL RECORD IS STANDARD.
       01 CHQ-REG.
           03 CHQ-BANCO          PIC 9(3).
           03 CHQ-NUMERO         PIC 9(8).
           03 CHQ-LIBRADOR       PIC X(30).
           03 CHQ-CUIT           PIC 9(11).
           03 CHQ-IMPORTE        PIC 9(9)V99.
           03 CHQ-FECHA-RECEPCION PIC 9(8).
           03 CHQ-FECHA-COBRO    PIC 9(8).
           03 CHQ-RECIBO         PIC 9(8).
           03 CHQ-ESTADO         PIC X(1).
           03 CHQ-FECHA-ESTADO   PIC 9(8).
           03 CHQ-GASTOS         PIC 9(7)V99.

       FD RECIBOS LABEL RECORD IS STANDARD.
       01 RCB-LINEA PIC X(90).

       FD RECIBO-DOCUMENTO LABEL RECORD IS STANDARD.
       01 RDOC-LINEA PIC X(90).

       WORKING-STORAGE SECTION.

       77 FS-PAGOS       PIC XX.
       77 FS-NUM-RECIBOS PIC XX.
       77 FS-REG-RECIBOS PIC XX.
       77 FS-RECIBOS     PIC XX.
       77 FS-RECIBO-DOC  PIC XX.
       77 FS-CARTERA     PIC XX.

      * Recibo en curso: numero correlativo, CUIT del cliente, total
      * imputado y si corresponde emitirlo (los creditos a cuenta que
           88 EMITIR-RECIBO VALUE 'S'.
       01 SALDO-TRAS-PAGO PIC S9(9)V99.
       01 CANT-RECIBOS PIC 9(5) VALUE ZERO.
       01 FECHA-DOCUMENTO PIC 9(8).
       01 HORA-DOCUMENTO PIC 9(8).

       01 REP-REC-TITULO.
           02 FILLER PIC X(12) VALUE 'Recibo Nro: '.
       01 CUIT-CLAVE PIC 9(11).
       01 SW-HAY-ABIERTA PIC X.
           88 HAY-FACTURA-ABIERTA VALUE 'S'.
      * Las cuotas de plan se ordenan por su vencimiento y no por la
      * emision, que es la misma para todas las del plan.
       01 FECHA-ORDEN PIC 9(8).

      * Pago que cita una factura ya traspasada a un plan: se imputa
      * solo a las cuotas abiertas del cliente.
       01 FACTURA-EN-PLAN PIC 9(8).
       01 SW-HAY-TRASPASO PIC X.
           88 HAY-TRASPASO VALUE 'S'.
       01 SW-SOLO-CUOTAS PIC X VALUE 'N'.
           88 SOLO-CUOTAS VALUE 'S'.
       01 CANT-A-CUOTAS PIC 9(5) VALUE ZERO.

       01 CANT-CHEQUES PIC 9(5) VALUE ZERO.
       01 CANT-CHEQUES-SIN-DATOS PIC 9(5) VALUE ZERO.
       01 TOTAL-CHEQUES PIC 9(11)V99 VALUE ZERO.

      * Recupero de una factura castigada: el pago repone la deuda
      * castigada (hasta lo que quede sin recuperar del documento 'B')
      * en vez de quedar como exceso.
       01 FACTURA-GUARDADA PIC X(210).
       01 FACTURA-CASTIGADA PIC 9(8).
       01 IMPORTE-RECUPERO PIC 9(9)V99.
       01 SW-HAY-CASTIGO PIC X.
           88 HAY-CASTIGO VALUE 'S'.

      * Creditos a cuenta en memoria: los que vienen del archivo de
      * corridas anteriores mas los sobrantes nuevos de esta corrida;
       01 FECHA-PAGO-CUENTA  PIC 9(8).
       01 MEDIO-PAGO-CUENTA  PIC X(10).

      * El CUIT de un pago global se controla por digito verificador
      * (ver VALIDAR-IDENTIFICACION): uno mal tipeado que coincidiera
      * con otro cliente imputaria el pago a facturas ajenas.
       01 WS-OPCION-IDENTIF PIC X.
       01 IDENT-VALOR PIC X(22).
       01 IDENT-RESULTADO PIC X.

      * Cada recibo emitido queda en la cola de envios electronicos
      * (ver ENCOLAR-ENVIO) con el correo de la empresa, resuelto por
      * CUIT via OBTENER-EMPRESA.
       01 WS-OPCION-EMPRESA PIC X.
       01 EMP-CODIGO-AUX PIC 9(3).
       01 EMP-CUIT-AUX   PIC 9(11).
       01 EMP-RAZON-AUX  PIC X(25).
       01 EMP-DIRE-AUX   PIC X(20).
       01 EMP-TEL-AUX    PIC X(20).
       01 EMP-MAIL-AUX   PIC X(30).
       01 WS-OPCION-ENVIO PIC X.
       01 ENV-TIPO-AUX    PIC X(3).
       01 ENV-ARCHIVO-AUX PIC X(100).
       01 ENV-MAIL-VALIDO PIC X.

       01 CANT-PAGOS        PIC 9(5) VALUE ZERO.
       01 CANT-APLICADOS    PIC 9(5) VALUE ZERO.
       01 CANT-PARCIALES    PIC 9(5) VALUE ZERO.
       01 CANT-EXCEDIDOS    PIC 9(5) VALUE ZERO.
       01 CANT-RECUPEROS    PIC 9(5) VALUE ZERO.
       01 CANT-RECHAZADOS   PIC 9(5) VALUE ZERO.
       01 CANT-POR-CUIT     PIC 9(5) VALUE ZERO.
       01 CANT-A-CUENTA     PIC 9(5) VALUE ZERO.
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
       01 RUTA-PAGOS-APLICADOS PIC X(100).
       01 RUTA-EXCEPCIONES PIC X(100).
       01 RUTA-CREDITOS PIC X(100).
       01 RUTA-CARTERA PIC X(100).
       01 RUTA-RETENCIONES PIC X(100).
       01 RUTA-NUM-RECIBOS PIC X(100).
       01 RUTA-REG-RECIBOS PIC X(100).
       01 RUTA-RECIBOS PIC X(100).
       01 RUTA-DIR-DOCUMENTOS PIC X(100).
       01 RUTA-RECIBO-DOC PIC X(100).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM CARGAR-RUTAS.
           PERFORM TOMAR-BLOQUEOS.
           MOVE 'I' TO WS-OPCION-LOG.
           CALL 'REGISTRAR-CORRIDA' USING WS-OPCION-LOG,
               LOG-PROGRAMA-ID, LOG-CANT-ENTRADA, LOG-CANT-SALIDA,
           MOVE CANT-PAGOS TO LOG-CANT-ENTRADA.
           MOVE CANT-APLICADOS TO LOG-CANT-SALIDA.
           MOVE CANT-RECHAZADOS TO LOG-CANT-EXC.
           PERFORM LIBERAR-BLOQUEOS.
           MOVE 'F' TO WS-OPCION-LOG.
           CALL 'REGISTRAR-CORRIDA' USING WS-OPCION-LOG,
               LOG-PROGRAMA-ID, LOG-CANT-ENTRADA, LOG-CANT-SALIDA,
           STOP RUN.

       ABRIR-ARCHIVOS.
           MOVE FUNCTION CURRENT-DATE(1:8) TO FECHA-DOCUMENTO.
           MOVE FUNCTION CURRENT-DATE(9:8) TO HORA-DOCUMENTO.
      * El registro indexado tiene que existir: sin el no hay padron
      * contra el cual aplicar (la carga inicial desde el secuencial
      * historico la hace CREAR-REGFACT-INDEX).
           IF FS-REGISTRO NOT = ZERO
               DISPLAY "ERROR AL ABRIR REGISTRO FACTURAS FS: "
                   FS-REGISTRO " - CORRER CREAR-REGFACT-INDEX"
               PERFORM LIBERAR-BLOQUEOS
               STOP RUN.
           OPEN INPUT PAGOS.
           IF FS-PAGOS NOT = ZERO
               DISPLAY "ERROR AL ABRIR PAGOS FS: " FS-PAGOS
               PERFORM LIBERAR-BLOQUEOS
               STOP RUN.
           OPEN EXTEND PAGOS-APLICADOS.
           IF FS-APLICADOS = '35'
           IF FS-APLICADOS NOT = ZERO
               DISPLAY "ERROR AL ABRIR PAGOS APLICADOS FS: "
                   FS-APLICADOS
               PERFORM LIBERAR-BLOQUEOS
               STOP RUN.
      * El registro de recibos es permanente: siempre EXTEND y solo
      * cae a OUTPUT si todavia no existe; el impreso de la corrida se
           IF FS-REG-RECIBOS NOT = ZERO
               DISPLAY "ERROR AL ABRIR REGISTRO RECIBOS FS: "
                   FS-REG-RECIBOS
               PERFORM LIBERAR-BLOQUEOS
               STOP RUN.
           OPEN OUTPUT RECIBOS.
           IF FS-RECIBOS NOT = ZERO
               DISPLAY "ERROR AL ABRIR RECIBOS FS: " FS-RECIBOS
               PERFORM LIBERAR-BLOQUEOS
               STOP RUN.
      * El registro de retenciones es permanente: siempre EXTEND y
      * solo cae a OUTPUT si todavia no existe.
           IF FS-RETENCIONES NOT = ZERO
               DISPLAY "ERROR AL ABRIR RETENCIONES FS: "
                   FS-RETENCIONES
               PERFORM LIBERAR-BLOQUEOS
               STOP RUN.
           OPEN EXTEND CARTERA-CHEQUES.
           IF FS-CARTERA = '35'
               OPEN OUTPUT CARTERA-CHEQUES.
           IF FS-CARTERA NOT = ZERO
               DISPLAY "ERROR AL ABRIR CARTERA CHEQUES FS: " FS-CARTERA
               PERFORM LIBERAR-BLOQUEOS
               STOP RUN.
      * EXCEPCIONES es compartido entre programas: se abre siempre en
      * modo EXTEND y solo cae a OUTPUT si todavia no existe.
               OPEN OUTPUT EXCEPCIONES.
           IF FS-EXCEPCIONES NOT = ZERO
               DISPLAY "ERROR AL ABRIR EXCEPCIONES FS: " FS-EXCEPCIONES
               PERFORM LIBERAR-BLOQUEOS
               STOP RUN.
           MOVE 'A' TO WS-OPCION-EMPRESA.
           CALL 'OBTENER-EMPRESA' USING WS-OPCION-EMPRESA,
               EMP-CODIGO-AUX, EMP-CUIT-AUX, EMP-RAZON-AUX,
               EMP-DIRE-AUX, EMP-TEL-AUX, EMP-MAIL-AUX.

       LEER-PAGO.
           READ PAGOS.
           IF FS-PAGOS NOT = ZERO AND '10'
               DISPLAY "ERROR AL LEER PAGOS FS: " FS-PAGOS
               PERFORM CERRAR-ARCHIVOS
               PERFORM LIBERAR-BLOQUEOS
               STOP RUN.

      * Lectura puntual de la factura del pago por su clave; '23'
               DISPLAY "ERROR AL LEER REGISTRO FACTURAS FS: "
                   FS-REGISTRO
               PERFORM CERRAR-ARCHIVOS
               PERFORM LIBERAR-BLOQUEOS
               STOP RUN.

      * Aplica el pago contra la factura: lo acumulado se compara con
           IF PAG-FACTURA NUMERIC AND PAG-FACTURA > ZERO
               PERFORM LEER-FACTURA-POR-NUMERO
               IF FS-REGISTRO NOT = '00'
                   OR (RFA-TIPO-DOC NOT = 'F' AND NOT = 'Q'
                       AND RFA-TIPO-DOC NOT = SPACE)
                   PERFORM RECHAZAR-PAGO
               ELSE
                   PERFORM BUSCAR-TRASPASO-FACTURA
                   IF HAY-TRASPASO
                       PERFORM APLICAR-PAGO-A-CUOTAS
                   ELSE
                       MOVE RFA-CUIT TO CUIT-RECIBO
                       PERFORM ABRIR-RECIBO
                       PERFORM GRABAR-PAGO-APLICADO
                       PERFORM CERRAR-RECIBO
                   END-IF
                   PERFORM REGISTRAR-CHEQUE
               END-IF
           ELSE
               IF PAG-CUIT NUMERIC AND PAG-CUIT > ZERO
                   MOVE 'C' TO WS-OPCION-IDENTIF
                   MOVE PAG-CUIT TO IDENT-VALOR
                   CALL 'VALIDAR-IDENTIFICACION' USING
                       WS-OPCION-IDENTIF, IDENT-VALOR, IDENT-RESULTADO
                   IF IDENT-RESULTADO = 'S'
                       PERFORM APLICAR-PAGO-POR-CUIT
                       PERFORM REGISTRAR-CHEQUE
                   ELSE
                       PERFORM RECHAZAR-PAGO-CUIT
                   END-IF
               ELSE
                   PERFORM RECHAZAR-PAGO.
           PERFORM LEER-PAGO.

      * El cheque entra a cartera con el recibo que lo documenta, para
      * que un rechazo sepa que imputaciones revertir. Un pago con
      * medio CHEQUE sin los datos del cheque (formato viejo) no se
      * puede seguir en cartera y se toma como efectivo, con aviso.
       REGISTRAR-CHEQUE.
           IF PAG-MEDIO = 'CHEQUE'
               IF PAG-CHQ-NUMERO NUMERIC AND PAG-CHQ-NUMERO > ZERO
                   PERFORM GRABAR-CHEQUE-EN-CARTERA
               ELSE
                   ADD 1 TO CANT-CHEQUES-SIN-DATOS
                   DISPLAY "PAGO CON CHEQUE SIN DATOS DEL CHEQUE "
                       "(RECIBO " RECIBO-ACTUAL "): NO ENTRA A CARTERA".

       GRABAR-CHEQUE-EN-CARTERA.
           IF PAG-CHQ-BANCO NUMERIC
               MOVE PAG-CHQ-BANCO TO CHQ-BANCO
           ELSE
               MOVE ZERO TO CHQ-BANCO.
           MOVE PAG-CHQ-NUMERO TO CHQ-NUMERO.
           MOVE PAG-CHQ-LIBRADOR TO CHQ-LIBRADOR.
           MOVE CUIT-RECIBO TO CHQ-CUIT.
           MOVE PAG-IMPORTE TO CHQ-IMPORTE.
           MOVE PAG-FECHA TO CHQ-FECHA-RECEPCION CHQ-FECHA-ESTADO.
           IF PAG-CHQ-FECHA-COBRO NUMERIC
               AND PAG-CHQ-FECHA-COBRO > PAG-FECHA
               MOVE PAG-CHQ-FECHA-COBRO TO CHQ-FECHA-COBRO
           ELSE
               MOVE PAG-FECHA TO CHQ-FECHA-COBRO.
           MOVE RECIBO-ACTUAL TO CHQ-RECIBO.
           MOVE 'C' TO CHQ-ESTADO.
           MOVE ZERO TO CHQ-GASTOS.
           WRITE CHQ-REG.
           ADD 1 TO CANT-CHEQUES.
           ADD PAG-IMPORTE TO TOTAL-CHEQUES.

      ******************************************************************
      * Pago global identificado por CUIT: lo disponible se imputa a
      * las facturas abiertas del cliente de la mas vieja a la mas
      * nueva (por fecha de emision; las cuotas de plan por su
      * vencimiento); lo que no alcanza a imputarse
      * queda como credito a cuenta para la proxima corrida.
       APLICAR-PAGO-POR-CUIT.
           ADD 1 TO CANT-POR-CUIT.
               PERFORM GUARDAR-CREDITO-SOBRANTE.
           PERFORM CERRAR-RECIBO.

      ******************************************************************
      * La factura citada ya no tiene saldo porque paso a un plan: el
      * pago va a las cuotas abiertas del cliente, de la de
      * vencimiento mas viejo en adelante, y el sobrante a cuenta.
       APLICAR-PAGO-A-CUOTAS.
           ADD 1 TO CANT-A-CUOTAS.
           DISPLAY "LA FACTURA " PAG-FACTURA " ESTA EN PLAN DE PAGO: "
               "SE IMPUTA A SUS CUOTAS".
           MOVE RFA-CUIT TO CUIT-PAGO CUIT-RECIBO.
           MOVE PAG-FECHA TO FECHA-PAGO-CUENTA.
           MOVE PAG-MEDIO TO MEDIO-PAGO-CUENTA.
           MOVE IMPORTE-PAGO-TOTAL TO IMPORTE-DISPONIBLE.
           PERFORM ABRIR-RECIBO.
           MOVE 'S' TO SW-SOLO-CUOTAS.
           PERFORM IMPUTAR-DISPONIBLE.
           MOVE 'N' TO SW-SOLO-CUOTAS.
           IF TOTAL-RETENIDO > ZERO
               MOVE CUIT-PAGO TO CUIT-RETENCION
               PERFORM GRABAR-RETENCIONES.
           IF IMPORTE-DISPONIBLE > ZERO
               PERFORM GUARDAR-CREDITO-SOBRANTE.
           PERFORM CERRAR-RECIBO.

      * Solo se busca el traspaso si el documento quedo sin saldo; se
      * guarda y se relee igual que en la busqueda del castigo.
       BUSCAR-TRASPASO-FACTURA.
           MOVE 'N' TO SW-HAY-TRASPASO.
           COMPUTE DEUDA-FACTURA = RFA-IMPORTE-BRUTO
               + RFA-AJUSTE-NOTAS.
           IF RFA-COBRADO >= DEUDA-FACTURA
               MOVE RFA-REG TO FACTURA-GUARDADA
               MOVE RFA-NUMERO TO FACTURA-EN-PLAN
               MOVE RFA-CUIT TO CUIT-CLAVE
               START REGISTRO-FACTURAS KEY IS = RFA-CUIT
               IF FS-REGISTRO = '00'
                   PERFORM LEER-SIGUIENTE-DEL-CUIT
                   PERFORM EVALUAR-TRASPASO-FACTURA
                       UNTIL FS-REGISTRO NOT = '00'
                       OR RFA-CUIT NOT = CUIT-CLAVE
                       OR HAY-TRASPASO
               END-IF
               MOVE FACTURA-GUARDADA TO RFA-REG
               READ REGISTRO-FACTURAS RECORD
               IF FS-REGISTRO NOT = '00'
                   DISPLAY "NO SE PUDO RELEER LA FACTURA "
                       FACTURA-EN-PLAN " FS: " FS-REGISTRO
                   PERFORM CERRAR-ARCHIVOS
                   PERFORM LIBERAR-BLOQUEOS
                   STOP RUN.

       EVALUAR-TRASPASO-FACTURA.
           IF RFA-TIPO-DOC = 'T' AND RFA-DOC-REF = FACTURA-EN-PLAN
               MOVE 'S' TO SW-HAY-TRASPASO
           ELSE
               PERFORM LEER-SIGUIENTE-DEL-CUIT.

       IMPUTAR-DISPONIBLE.
           PERFORM UBICAR-FACTURA-ABIERTA.
           PERFORM IMPUTAR-A-UNA-FACTURA
               DISPLAY "ERROR AL POSICIONAR REGISTRO FACTURAS FS: "
                   FS-REGISTRO
               PERFORM CERRAR-ARCHIVOS
               PERFORM LIBERAR-BLOQUEOS
               STOP RUN.
           IF FS-REGISTRO = '00'
               PERFORM LEER-SIGUIENTE-DEL-CUIT
               DISPLAY "ERROR AL LEER REGISTRO FACTURAS FS: "
                   FS-REGISTRO
               PERFORM CERRAR-ARCHIVOS
               PERFORM LIBERAR-BLOQUEOS
               STOP RUN.

       EVALUAR-FACTURA-ABIERTA.
           IF RFA-TIPO-DOC = 'Q'
               OR ((RFA-TIPO-DOC = 'F' OR RFA-TIPO-DOC = SPACE)
                   AND NOT SOLO-CUOTAS)
               IF RFA-TIPO-DOC = 'Q'
                   MOVE RFA-FECHA-VTO TO FECHA-ORDEN
               ELSE
                   MOVE RFA-FECHA-EMISION TO FECHA-ORDEN
               END-IF
               COMPUTE DEUDA-FACTURA = RFA-IMPORTE-BRUTO
                   + RFA-AJUSTE-NOTAS
               IF RFA-COBRADO < DEUDA-FACTURA
                   AND FECHA-ORDEN < EMISION-ABIERTA
                   MOVE 'S' TO SW-HAY-ABIERTA
                   MOVE RFA-NUMERO TO FACTURA-ABIERTA
                   MOVE FECHA-ORDEN TO EMISION-ABIERTA
               END-IF
           END-IF.
           PERFORM LEER-SIGUIENTE-DEL-CUIT.
           IF FS-NUM-RECIBOS NOT = ZERO
               DISPLAY "ERROR AL REGRABAR NUMERACION RECIBOS FS: "
                   FS-NUM-RECIBOS
               PERFORM LIBERAR-BLOQUEOS
               STOP RUN.
           MOVE WS-PROXIMA-RECIBO TO NUMR-PROXIMA.
           WRITE NUMR-REG.
           MOVE PAG-FECHA(5:2) TO REP-REC-MM.
           MOVE PAG-FECHA(1:4) TO REP-REC-AAAA.
           MOVE CUIT-RECIBO TO REP-REC-CUIT.
           PERFORM ABRIR-RECIBO-DOCUMENTO.
           WRITE RCB-LINEA FROM LINEA-VACIA-REC.
           WRITE RCB-LINEA FROM REP-REC-TITULO.
           WRITE RDOC-LINEA FROM REP-REC-TITULO.

       ABRIR-RECIBO-DOCUMENTO.
           MOVE SPACES TO RUTA-RECIBO-DOC.
           STRING RUTA-DIR-DOCUMENTOS DELIMITED BY SPACE
               '/REC-' FECHA-DOCUMENTO '-' HORA-DOCUMENTO '-'
               RECIBO-ACTUAL '.TXT' DELIMITED BY SIZE
               INTO RUTA-RECIBO-DOC.
           OPEN OUTPUT RECIBO-DOCUMENTO.
           IF FS-RECIBO-DOC NOT = ZERO
               DISPLAY "ERROR AL ABRIR EL RECIBO " RECIBO-ACTUAL
                   " FS: " FS-RECIBO-DOC
               PERFORM CERRAR-ARCHIVOS
               PERFORM LIBERAR-BLOQUEOS
               STOP RUN.

      * Un renglon del recibo (impreso y registro) por cada factura
      * que el pago cancela, con el saldo que le queda a esa factura.
           MOVE APL-IMPORTE TO REC-IMPORTE.
           MOVE APL-MEDIO TO REC-MEDIO.
           MOVE SALDO-TRAS-PAGO TO REC-SALDO.
           MOVE SPACE TO REC-ANOTACION.
           WRITE REC-REG.
           MOVE APL-FACTURA TO REP-REC-FACTURA.
           MOVE APL-IMPORTE TO REP-REC-IMPORTE.
           MOVE SALDO-TRAS-PAGO TO REP-REC-SALDO.
           WRITE RCB-LINEA FROM REP-REC-FILA.
           WRITE RDOC-LINEA FROM REP-REC-FILA.
           ADD APL-IMPORTE TO TOTAL-RECIBO.

       CERRAR-RECIBO.
           MOVE TOTAL-RECIBO TO REP-REC-TOT-IMP.
           WRITE RCB-LINEA FROM REP-REC-TOTAL.
           WRITE RDOC-LINEA FROM REP-REC-TOTAL.
           CLOSE RECIBO-DOCUMENTO.
           MOVE 'N' TO SW-EMITIR-RECIBO.
           PERFORM ENCOLAR-RECIBO.

       ENCOLAR-RECIBO.
           MOVE CUIT-RECIBO TO EMP-CUIT-AUX.
           MOVE 'P' TO WS-OPCION-EMPRESA.
           CALL 'OBTENER-EMPRESA' USING WS-OPCION-EMPRESA,
               EMP-CODIGO-AUX, EMP-CUIT-AUX, EMP-RAZON-AUX,
               EMP-DIRE-AUX, EMP-TEL-AUX, EMP-MAIL-AUX.
           MOVE 'E' TO WS-OPCION-ENVIO.
           MOVE 'REC' TO ENV-TIPO-AUX.
           MOVE RUTA-RECIBO-DOC TO ENV-ARCHIVO-AUX.
           CALL 'ENCOLAR-ENVIO' USING WS-OPCION-ENVIO, ENV-TIPO-AUX,
               RECIBO-ACTUAL, CUIT-RECIBO, EMP-MAIL-AUX,
               ENV-ARCHIVO-AUX, ENV-MAIL-VALIDO.

      * El archivo de creditos puede no existir todavia: se arranca
      * con la tabla vacia.
           OPEN INPUT CREDITOS-CUENTA.
           IF FS-CREDITOS NOT = ZERO AND '35'
               DISPLAY "ERROR AL ABRIR CREDITOS FS: " FS-CREDITOS
               PERFORM LIBERAR-BLOQUEOS
               STOP RUN.
           IF FS-CREDITOS = ZERO
               READ CREDITOS-CUENTA
           OPEN OUTPUT CREDITOS-CUENTA.
           IF FS-CREDITOS NOT = ZERO
               DISPLAY "ERROR AL REGRABAR CREDITOS FS: " FS-CREDITOS
               PERFORM LIBERAR-BLOQUEOS
               STOP RUN.
           PERFORM GRABAR-UN-CREDITO
               VARYING SUB-CRE FROM 1 BY 1
       GRABAR-PAGO-APLICADO.
           COMPUTE DEUDA-FACTURA = RFA-IMPORTE-BRUTO
               + RFA-AJUSTE-NOTAS.
           MOVE ZERO TO IMPORTE-RECUPERO.
           IF RFA-COBRADO >= DEUDA-FACTURA
               PERFORM BUSCAR-CASTIGO-FACTURA.
           ADD IMPORTE-RECUPERO TO RFA-AJUSTE-NOTAS DEUDA-FACTURA.
           ADD IMPORTE-PAGO-TOTAL TO RFA-COBRADO.
           MOVE PAG-FACTURA TO APL-FACTURA.
           MOVE PAG-FECHA TO APL-FECHA.
           MOVE IMPORTE-PAGO-TOTAL TO APL-IMPORTE.
           MOVE PAG-MEDIO TO APL-MEDIO.
           EVALUATE TRUE
               WHEN IMPORTE-RECUPERO > ZERO
                   MOVE 'RECUPERO' TO APL-MARCA
                   ADD 1 TO CANT-RECUPEROS
                   DISPLAY "RECUPERO SOBRE LA FACTURA CASTIGADA "
                       PAG-FACTURA
                   IF RFA-COBRADO > DEUDA-FACTURA
                       DISPLAY "  EL PAGO SUPERA LO CASTIGADO: "
                           "REVISAR EL SOBRANTE A MANO"
                   END-IF
               WHEN RFA-COBRADO > DEUDA-FACTURA
                   MOVE 'EXCEDIDO' TO APL-MARCA
                   ADD 1 TO CANT-EXCEDIDOS
               MOVE RFA-CUIT TO CUIT-RETENCION
               PERFORM GRABAR-RETENCIONES.

      * La factura ya saldada puede estarlo por un castigo: se busca
      * entre los documentos del mismo CUIT el 'B' que la referencia
      * y que todavia tiene importe sin recuperar. La factura se
      * guarda y se relee al final para seguir con su registro.
       BUSCAR-CASTIGO-FACTURA.
           MOVE RFA-REG TO FACTURA-GUARDADA.
           MOVE RFA-NUMERO TO FACTURA-CASTIGADA.
           MOVE 'N' TO SW-HAY-CASTIGO.
           MOVE RFA-CUIT TO CUIT-CLAVE.
           START REGISTRO-FACTURAS KEY IS = RFA-CUIT.
           IF FS-REGISTRO = '00'
               PERFORM LEER-SIGUIENTE-DEL-CUIT
               PERFORM EVALUAR-CASTIGO-FACTURA
                   UNTIL FS-REGISTRO NOT = '00'
                   OR RFA-CUIT NOT = CUIT-CLAVE
                   OR HAY-CASTIGO.
           IF HAY-CASTIGO
               PERFORM REGISTRAR-RECUPERO.
           MOVE FACTURA-GUARDADA TO RFA-REG.
           READ REGISTRO-FACTURAS RECORD.
           IF FS-REGISTRO NOT = '00'
               DISPLAY "NO SE PUDO RELEER LA FACTURA "
                   FACTURA-CASTIGADA " FS: " FS-REGISTRO
               PERFORM CERRAR-ARCHIVOS
               PERFORM LIBERAR-BLOQUEOS
               STOP RUN.

       EVALUAR-CASTIGO-FACTURA.
           IF RFA-TIPO-DOC = 'B' AND RFA-DOC-REF = FACTURA-CASTIGADA
               AND RFA-COBRADO < RFA-IMPORTE-BRUTO
               MOVE 'S' TO SW-HAY-CASTIGO
           ELSE
               PERFORM LEER-SIGUIENTE-DEL-CUIT.

       REGISTRAR-RECUPERO.
           COMPUTE IMPORTE-RECUPERO = RFA-IMPORTE-BRUTO - RFA-COBRADO.
           IF IMPORTE-PAGO-TOTAL < IMPORTE-RECUPERO
               MOVE IMPORTE-PAGO-TOTAL TO IMPORTE-RECUPERO.
           ADD IMPORTE-RECUPERO TO RFA-COBRADO.
           REWRITE RFA-REG.
           IF FS-REGISTRO NOT = ZERO
               DISPLAY "ERROR AL REESCRIBIR EL CASTIGO " RFA-NUMERO
                   " FS: " FS-REGISTRO
               MOVE ZERO TO IMPORTE-RECUPERO.

       NORMALIZAR-RETENCIONES.
           IF PAG-RET-GANANCIAS NUMERIC
               MOVE PAG-RET-GANANCIAS TO RET-GANANCIAS-PAGO
           MOVE ZERO TO EXC-EMPRESA EXC-CUIT.
           WRITE EXC-REG.

       RECHAZAR-PAGO-CUIT.
           ADD 1 TO CANT-RECHAZADOS.
           DISPLAY "PAGO GLOBAL CON CUIT INVALIDO: " PAG-CUIT.
           MOVE 'COBRANZAS' TO EXC-PROGRAMA.
           MOVE 'CUIT INVALIDO' TO EXC-BUSQUEDA.
           MOVE PAG-CUIT TO EXC-CLAVE.
           MOVE SPACES TO EXC-NUMERO.
           MOVE PAG-FECHA TO EXC-FECHA.
           MOVE ZERO TO EXC-EMPRESA.
           MOVE PAG-CUIT TO EXC-CUIT.
           WRITE EXC-REG.

       IMPRIMIR-RESUMEN.
           DISPLAY "PAGOS LEIDOS: " CANT-PAGOS.
           DISPLAY "APLICADOS: " CANT-APLICADOS
               "  PARCIALES: " CANT-PARCIALES
               "  EXCEDIDOS: " CANT-EXCEDIDOS.
           DISPLAY "RECUPEROS DE CASTIGOS: " CANT-RECUPEROS.
           DISPLAY "PAGOS GLOBALES POR CUIT: " CANT-POR-CUIT
               "  SOBRANTES A CUENTA: " CANT-A-CUENTA.
           DISPLAY "PAGOS DE FACTURAS EN PLAN A CUOTAS: "
               CANT-A-CUOTAS.
           DISPLAY "RECIBOS EMITIDOS: " CANT-RECIBOS.
           DISPLAY "CHEQUES A CARTERA: " CANT-CHEQUES
               "  TOTAL: " TOTAL-CHEQUES.
           IF CANT-CHEQUES-SIN-DATOS > ZERO
               DISPLAY "PAGOS CON CHEQUE SIN DATOS: "
                   CANT-CHEQUES-SIN-DATOS.
           DISPLAY "RETENCIONES REGISTRADAS: " CANT-RETENCIONES.
           DISPLAY "RECHAZADOS: " CANT-RECHAZADOS.

       CERRAR-ARCHIVOS.
           CLOSE PAGOS PAGOS-APLICADOS EXCEPCIONES RETENCIONES
                 REGISTRO-RECIBOS RECIBOS REGISTRO-FACTURAS
                 CARTERA-CHEQUES.
           MOVE 'C' TO WS-OPCION-EMPRESA.
           CALL 'OBTENER-EMPRESA' USING WS-OPCION-EMPRESA,
               EMP-CODIGO-AUX, EMP-CUIT-AUX, EMP-RAZON-AUX,
               EMP-DIRE-AUX, EMP-TEL-AUX, EMP-MAIL-AUX.


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
           MOVE 'SEC-RECIBOS' TO RUTA-LOGICO.
           PERFORM OBTENER-UNA-RUTA.
           MOVE RUTA-OBTENIDA TO RUTA-RECIBOS.
           MOVE 'DIR-DOCENVIOS' TO RUTA-LOGICO.
           PERFORM OBTENER-UNA-RUTA.
           MOVE RUTA-OBTENIDA TO RUTA-DIR-DOCUMENTOS.
      * El nombre del recibo se arma detras del directorio: mas de 60
      * posiciones no dejarian lugar para fecha, hora y numero.
           IF RUTA-DIR-DOCUMENTOS(61:40) NOT = SPACES
               DISPLAY "RUTA DE DIR-DOCENVIOS MAYOR A 60 POSICIONES"
               STOP RUN.
           MOVE 'SEC-CARTERACHEQUES' TO RUTA-LOGICO.
           PERFORM OBTENER-UNA-RUTA.
           MOVE RUTA-OBTENIDA TO RUTA-CARTERA.

       OBTENER-UNA-RUTA.
           CALL 'OBTENER-RUTA' USING RUTA-LOGICO, RUTA-OBTENIDA,
