                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS FS-REENVIOS.

      * Registro permanente de liquidaciones: una entrada por
      * consultor y periodo liquidado, con el estado que RETORNO-BANCO
      * le anota al conciliar la transferencia. Es la base del control
      * de doble liquidacion y del certificado anual de honorarios.
           SELECT REGISTRO-LIQ ASSIGN TO RUTA-REGISTRO-LIQ
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS FS-REGISTRO-LIQ.

      * Retencion de Ganancias como agente: minimo no sujeto mensual
      * y alicuota vigentes, un unico registro.
           SELECT PARAM-GANANCIAS ASSIGN TO RUTA-PARAM-GANANCIAS
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS FS-PARAM-GAN.

      * Registro permanente de retenciones practicadas, una por
      * certificado: de aca se imprime el certificado para el
      * consultor (CERTIFICADO-RETENCION) y sale el archivo mensual
      * para el aplicativo (EXPORTAR-SICORE).
           SELECT RETENCIONES-GAN ASSIGN TO RUTA-RETENCIONES-GAN
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS FS-RETENCIONES-GAN.

      * Numeracion correlativa de certificados de retencion, un unico
      * registro que sobrevive de corrida en corrida.
           SELECT NUMERACION-CERT ASSIGN TO RUTA-NUMERACION-CERT
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS FS-NUM-CERT.

      * Gastos no facturables que el consultor pago de su bolsillo
      * (viajes a nuestra oficina, capacitacion), cargados por
      * administracion: se reintegran en la primera liquidacion cuyo
      * periodo llegue a la fecha del gasto y salen del archivo.
           SELECT GASTOS-CONSULTOR ASSIGN TO RUTA-GASTOS-CONSULTOR
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS FS-GASTOS-CONS.

      * Registro permanente de reintegros de gastos, uno por gasto
      * reintegrado (facturable o no): es la base de la conciliacion
      * contra lo facturado a los clientes (CONCILIAR-GASTOS).
           SELECT REINTEGROS   ASSIGN TO RUTA-REINTEGROS
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS FS-REINTEGROS.

       DATA DIVISION.
       FILE SECTION.
       FD TIEMPOS-NEW LABEL RECORD IS STANDARD.
           03 REE-FECHA   PIC 9(8).
           03 REE-CBU     PIC 9(22).

      * RLQ-NETO: lo que efectivamente se mando al banco (cero si los
      * anticipos absorbieron todo el honorario, estado 'N'), con el
      * reintegro de gastos incluido en la misma transferencia.
       FD REGISTRO-LIQ LABEL RECORD IS STANDARD.
       01 RLQ-REG.
           03 RLQ-CONSULTOR   PIC X(5).
           03 RLQ-DNI         PIC 9(8).
           03 RLQ-FECHA-DESDE PIC 9(8).
           03 RLQ-FECHA-HASTA PIC 9(8).
           03 RLQ-FECHA-LIQ   PIC 9(8).
           03 RLQ-HONORARIO   PIC S9(9)V99.
           03 RLQ-ANTICIPOS   PIC 9(9)V99.
           03 RLQ-NETO        PIC 9(9)V99.
           03 RLQ-ESTADO      PIC X(1).
               88 RLQ-PENDIENTE         VALUE ' '.
               88 RLQ-ACREDITADA        VALUE 'A'.
               88 RLQ-RECHAZADA         VALUE 'R'.
               88 RLQ-SIN-TRANSFERENCIA VALUE 'N'.
           03 RLQ-MOTIVO      PIC X(30).
      * Ganancias retenida en la liquidacion (ya descontada de
      * RLQ-NETO); en blanco en las entradas anteriores al campo.
           03 RLQ-RET-GANANCIAS PIC 9(9)V99.
      * Reintegro de gastos pagado junto con el honorario (ya sumado
      * en RLQ-NETO); en blanco en las entradas anteriores al campo.
           03 RLQ-REINTEGRO   PIC 9(9)V99.

       FD PARAM-GANANCIAS LABEL RECORD IS STANDARD.
       01 GAN-PARAM-REG.
           03 GAN-MINIMO-MENSUAL PIC 9(9)V99.
           03 GAN-ALICUOTA       PIC 9(2)V99.

       FD RETENCIONES-GAN LABEL RECORD IS STANDARD.
       01 RTG-REG.
           03 RTG-CERTIFICADO PIC 9(8).
           03 RTG-FECHA       PIC 9(8).
           03 RTG-CONSULTOR   PIC X(5).
           03 RTG-DNI         PIC 9(8).
           03 RTG-NOMBRE      PIC X(25).
           03 RTG-FECHA-DESDE PIC 9(8).
           03 RTG-FECHA-HASTA PIC 9(8).
           03 RTG-HONORARIO   PIC 9(9)V99.
           03 RTG-BASE-MES    PIC 9(10)V99.
           03 RTG-MINIMO      PIC 9(9)V99.
           03 RTG-ALICUOTA    PIC 9(2)V99.
           03 RTG-IMPORTE     PIC 9(9)V99.

       FD NUMERACION-CERT LABEL RECORD IS STANDARD.
       01 NUMC-REG.
           03 NUMC-PROXIMA PIC 9(8).

       FD GASTOS-CONSULTOR LABEL RECORD IS STANDARD.
       01 GCO-REG.
           03 GCO-CONSULTOR PIC X(5).
           03 GCO-FECHA     PIC 9(8).
           03 GCO-CONCEPTO  PIC X(4).
           03 GCO-IMPORTE   PIC 9(7)V99.
           03 GCO-DETALLE   PIC X(30).

      * RIN-ORIGEN 'F' gasto facturable al cliente (de TIEMPOS-NEW, con
      * la empresa a la que se facturo), 'N' gasto no facturable (de
      * GASTOS-CONSULTOR, empresa cero).
       FD REINTEGROS LABEL RECORD IS STANDARD.
       01 RIN-REG.
           03 RIN-CONSULTOR   PIC X(5).
           03 RIN-FECHA-LIQ   PIC 9(8).
           03 RIN-FECHA-DESDE PIC 9(8).
           03 RIN-FECHA-HASTA PIC 9(8).
           03 RIN-FECHA-GASTO PIC 9(8).
           03 RIN-EMPRESA     PIC 9(3).
           03 RIN-CONCEPTO    PIC X(4).
           03 RIN-IMPORTE     PIC 9(7)V99.
           03 RIN-ORIGEN      PIC X(1).
               88 RIN-FACTURABLE    VALUE 'F'.
               88 RIN-NO-FACTURABLE VALUE 'N'.
           03 RIN-DETALLE     PIC X(30).

       WORKING-STORAGE SECTION.

       77 FS-TIEMPOS-NEW PIC XX.
       77 FS-CAT-HIST    PIC XX.
       77 FS-ANTICIPOS   PIC XX.
       77 FS-REENVIOS    PIC XX.
       77 FS-REGISTRO-LIQ PIC XX.
       77 FS-PARAM-GAN    PIC XX.
       77 FS-RETENCIONES-GAN PIC XX.
       77 FS-NUM-CERT     PIC XX.
       77 FS-GASTOS-CONS  PIC XX.
       77 FS-REINTEGROS   PIC XX.
       01 CANT-REENVIADOS PIC 9(5) VALUE ZERO.

      * Consultores con una liquidacion registrada cuyo periodo se
      * superpone con el rango pedido; si alguno de ellos trae horas
      * en TIEMPOS-NEW la corrida se rechaza.
       01 TABLA-YA-LIQUIDADOS.
           03 FILA-YA-LIQUIDADO OCCURS 50 TIMES.
               05 TAB-YAL-CONSULTOR PIC X(5).
               05 TAB-YAL-DESDE     PIC 9(8).
               05 TAB-YAL-HASTA     PIC 9(8).
       01 CANT-YA-LIQUIDADOS PIC 9(3) VALUE ZERO.
       01 SUB-YAL PIC 9(3).
       01 IND-YAL-ACT PIC 9(3).
       01 CANT-DOBLES PIC 9(3) VALUE ZERO.

      * Ganancias: lo ya liquidado y retenido en el mes a cada DNI
      * (del registro y de esta misma corrida), para que el minimo no
      * sujeto se aplique una sola vez en el mes aunque el consultor
      * cobre en varias liquidaciones. Del registro entran a lo sumo
      * 50 DNI: el resto de la tabla queda para los consultores de la
      * corrida, asi no se llena una vez abiertas las salidas.
       01 TABLA-ACUM-GANANCIAS.
           03 FILA-ACUM-GAN OCCURS 100 TIMES.
               05 TAB-GAN-DNI       PIC 9(8).
               05 TAB-GAN-HONORARIO PIC S9(10)V99.
               05 TAB-GAN-RETENIDO  PIC 9(10)V99.
       01 CANT-ACUM-GAN PIC 9(3) VALUE ZERO.
       01 SUB-GAN PIC 9(3).
       01 IND-GAN-ACT PIC 9(3).
       01 MES-LIQUIDACION PIC 9(6).
       01 DNI-BUSCADO PIC 9(8).
       01 MINIMO-GANANCIAS PIC 9(9)V99 VALUE ZERO.
       01 ALICUOTA-GANANCIAS PIC 9(2)V99 VALUE ZERO.
       01 BASE-GAN-MES PIC S9(10)V99.
       01 RETENCION-GAN-MES PIC S9(10)V99.
       01 RETENCION-GAN PIC 9(9)V99.
       01 TOTAL-RETENIDO-GAN PIC 9(10)V99 VALUE ZERO.
       01 WS-PROXIMO-CERT PIC 9(8) VALUE 1.
       01 NUMERO-MAXIMO-CERT PIC 9(8) VALUE ZERO.
       01 CERT-ACTUAL PIC 9(8).
       01 CANT-CERT-EMITIDOS PIC 9(5) VALUE ZERO.

      * Maestro de consultores en memoria: SRT para la tarifa, nombre
      * para el impreso, DNI para el banco y porcentaje de
      * participacion para el honorario.
       01 HONORARIO-NETO PIC S9(9)V99.
       01 TOTAL-DESCONTADO PIC 9(10)V99 VALUE ZERO.

      * Gastos no facturables pendientes de reintegro; el archivo se
      * regraba entero sin los reintegrados, asi que si no entra en la
      * tabla la corrida se corta antes de abrir las salidas.
       01 TABLA-GASTOS-CONSULTOR.
           03 FILA-GASTO-CONS OCCURS 200 TIMES.
               05 TAB-GCO-CONSULTOR   PIC X(5).
               05 TAB-GCO-FECHA       PIC 9(8).
               05 TAB-GCO-CONCEPTO    PIC X(4).
               05 TAB-GCO-IMPORTE     PIC 9(7)V99.
               05 TAB-GCO-DETALLE     PIC X(30).
               05 TAB-GCO-REINTEGRADO PIC X(1).
       01 CANT-GASTOS-CONS PIC 9(3) VALUE ZERO.
       01 SUB-GCO PIC 9(3).

      * Reintegro de gastos del consultor en curso: va al banco en la
      * misma transferencia que el honorario neto pero no pasa por el
      * porcentaje de participacion, Ganancias ni anticipos.
       01 TOTAL-CONS-REINTEGRO PIC 9(9)V99.
       01 IMPORTE-TRANSFERENCIA PIC 9(9)V99.
       01 TOTAL-REINTEGRADO PIC 9(10)V99 VALUE ZERO.
       01 CANT-REINTEGROS PIC 9(5) VALUE ZERO.
       01 SUB-GCO-PEND PIC 9(3).

       01 NUMERO-ANTERIOR PIC X(5).
       01 IMPORTE-AUX     PIC S9(10)V99.
       01 TOTAL-CONS-HS   PIC S9(5)V99.
           02 FILLER PIC X(16) VALUE '  Neto a pagar: '.
           02 REP-ANT-NETO PIC -Z(8)9,99.

       01 REP-RETENCION.
           02 FILLER PIC X(23) VALUE 'Retencion Ganancias:   '.
           02 REP-RET-IMPORTE PIC Z(8)9,99.
           02 FILLER PIC X(16) VALUE '  Certificado: '.
           02 REP-RET-CERT PIC 9(8).
           02 FILLER PIC X(17) VALUE '  Base del mes: '.
           02 REP-RET-BASE PIC -Z(8)9,99.

       01 REP-TOTAL-CONSULTOR.
           02 FILLER PIC X(21) VALUE 'Total facturado      '.
           02 REP-TOT-HS PIC -Z(3)9,99.
           02 FILLER PIC X(14) VALUE '%  Honorario: '.
           02 REP-TOT-HON PIC -Z(8)9,99.

       01 REP-GASTO.
           02 REP-GTO-DIA PIC 9(2).
           02 FILLER PIC X VALUE '/'.
           02 REP-GTO-MES PIC 9(2).
           02 FILLER PIC X VALUE '/'.
           02 REP-GTO-ANIO PIC 9(4).
           02 FILLER PIC X(3) VALUE SPACES.
           02 FILLER PIC X(9) VALUE 'Empresa: '.
           02 REP-GTO-EMPRESA PIC 9(3).
           02 FILLER PIC X(3) VALUE SPACES.
           02 REP-GTO-CONCEPTO PIC X(4).
           02 FILLER PIC X(3) VALUE SPACES.
           02 REP-GTO-ORIGEN PIC X(19).
           02 REP-GTO-IMPORTE PIC Z(7)9,99.
           02 FILLER PIC X(4) VALUE SPACES.
           02 FILLER PIC X(3) VALUE 'Rei'.

       01 REP-REINTEGRO.
           02 FILLER PIC X(23) VALUE 'Reintegro de gastos:   '.
           02 REP-REI-IMPORTE PIC Z(8)9,99.
           02 FILLER PIC X(16) VALUE '  Transferido: '.
           02 REP-REI-TRANSFERIDO PIC Z(8)9,99.

       01 LINEA-GUION PIC X(80) VALUE ALL "-".
       01 LINEA-VACIA PIC X(80) VALUE SPACES.

       01 RUTA-REENVIOS-BANCO PIC X(100).
       01 RUTA-CATEGORIAS-HIST PIC X(100).
       01 RUTA-ANTICIPOS PIC X(100).
       01 RUTA-REGISTRO-LIQ PIC X(100).
       01 RUTA-PARAM-GANANCIAS PIC X(100).
       01 RUTA-RETENCIONES-GAN PIC X(100).
       01 RUTA-NUMERACION-CERT PIC X(100).
       01 RUTA-GASTOS-CONSULTOR PIC X(100).
       01 RUTA-REINTEGROS PIC X(100).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM LEER-TIMES-NEW.
           PERFORM SALTAR-FUERA-DE-PERIODO.
           PERFORM LIQUIDAR-CONSULTOR UNTIL FS-TIEMPOS-NEW = '10'.
      * Consultores sin horas ni gastos facturables en el periodo pero
      * con gastos propios a reintegrar: un bloque solo de reintegro.
           PERFORM LIQUIDAR-SOLO-GASTOS
               VARYING SUB-GCO-PEND FROM 1 BY 1
               UNTIL SUB-GCO-PEND > CANT-GASTOS-CONS.
           PERFORM CERRAR-ARCHIVOS.
           PERFORM REGRABAR-ANTICIPOS.
           PERFORM REGRABAR-GASTOS-CONSULTOR.
           PERFORM REGRABAR-NUMERACION-CERT.
           DISPLAY "CONSULTORES LIQUIDADOS: " CANT-LIQUIDADOS.
           DISPLAY "TOTAL HONORARIOS: " TOTAL-HONORARIOS.
           DISPLAY "ANTICIPOS DESCONTADOS: " TOTAL-DESCONTADO.
           DISPLAY "GASTOS REINTEGRADOS: " TOTAL-REINTEGRADO
               " EN " CANT-REINTEGROS " COMPROBANTES".
           DISPLAY "RETENIDO GANANCIAS: " TOTAL-RETENIDO-GAN
               " EN " CANT-CERT-EMITIDOS " CERTIFICADOS".
           MOVE CANT-LIQUIDADOS TO LOG-CANT-SALIDA.
           MOVE 'F' TO WS-OPCION-LOG.
           CALL 'REGISTRAR-CORRIDA' USING WS-OPCION-LOG,
               DISPLAY "ERROR AL LEER PARAMETROS FS: " FS-PARAMETROS
               STOP RUN.
           CLOSE PARAMETROS-LIQ.
           PERFORM LEER-PARAM-GANANCIAS.
           MOVE FUNCTION CURRENT-DATE(1:6) TO MES-LIQUIDACION.
      * El control de doble liquidacion va antes de abrir las salidas:
      * una corrida rechazada no pisa la liquidacion ni el archivo del
      * banco de la corrida anterior.
           PERFORM VERIFICAR-PERIODO-LIQUIDADO.
           PERFORM CARGAR-GASTOS-CONSULTOR.
           OPEN INPUT TIEMPOS-NEW.
           IF FS-TIEMPOS-NEW NOT = ZERO
               DISPLAY "ERROR AL ABRIR TIMES NEW FS: " FS-TIEMPOS-NEW
               DISPLAY "ERROR AL ABRIR PAGOS BANCO FS: "
                   FS-PAGOS-BANCO
               STOP RUN.
      * El registro de liquidaciones es permanente: siempre EXTEND y
      * solo cae a OUTPUT si todavia no existe.
           OPEN EXTEND REGISTRO-LIQ.
           IF FS-REGISTRO-LIQ = '35'
               OPEN OUTPUT REGISTRO-LIQ.
           IF FS-REGISTRO-LIQ NOT = ZERO
               DISPLAY "ERROR AL ABRIR REGISTRO LIQUIDACIONES FS: "
                   FS-REGISTRO-LIQ
               STOP RUN.
           PERFORM CARGAR-NUMERACION-CERT.
           OPEN EXTEND RETENCIONES-GAN.
           IF FS-RETENCIONES-GAN = '35'
               OPEN OUTPUT RETENCIONES-GAN.
           IF FS-RETENCIONES-GAN NOT = ZERO
               DISPLAY "ERROR AL ABRIR RETENCIONES GANANCIAS FS: "
                   FS-RETENCIONES-GAN
               STOP RUN.
           OPEN EXTEND REINTEGROS.
           IF FS-REINTEGROS = '35'
               OPEN OUTPUT REINTEGROS.
           IF FS-REINTEGROS NOT = ZERO
               DISPLAY "ERROR AL ABRIR REINTEGROS FS: " FS-REINTEGROS
               STOP RUN.

      * Sin el minimo y la alicuota no se puede liquidar: pagar sin
      * retener deja el impuesto no retenido a cargo del agente.
       LEER-PARAM-GANANCIAS.
           OPEN INPUT PARAM-GANANCIAS.
           IF FS-PARAM-GAN NOT = ZERO
               DISPLAY "ERROR AL ABRIR PARAMETROS GANANCIAS FS: "
                   FS-PARAM-GAN
               STOP RUN.
           READ PARAM-GANANCIAS.
           IF FS-PARAM-GAN NOT = ZERO
               DISPLAY "ERROR AL LEER PARAMETROS GANANCIAS FS: "
                   FS-PARAM-GAN
               STOP RUN.
           MOVE GAN-MINIMO-MENSUAL TO MINIMO-GANANCIAS.
           MOVE GAN-ALICUOTA TO ALICUOTA-GANANCIAS.
           CLOSE PARAM-GANANCIAS.

      * Ausente el archivo de numeracion se arranca del certificado 1
      * y se lo crea al final; ademas se realinea con el mayor numero
      * ya emitido en el registro, como la numeracion de recibos.
       CARGAR-NUMERACION-CERT.
           OPEN INPUT NUMERACION-CERT.
           IF FS-NUM-CERT = ZERO
               READ NUMERACION-CERT
               IF FS-NUM-CERT = ZERO
                   MOVE NUMC-PROXIMA TO WS-PROXIMO-CERT
               END-IF
               CLOSE NUMERACION-CERT.
           PERFORM BUSCAR-MAXIMO-CERT.
           IF NUMERO-MAXIMO-CERT >= WS-PROXIMO-CERT
               COMPUTE WS-PROXIMO-CERT = NUMERO-MAXIMO-CERT + 1
               DISPLAY "NUMERACION DE CERTIFICADOS REALINEADA: "
                   "PROXIMO " WS-PROXIMO-CERT.

       BUSCAR-MAXIMO-CERT.
           OPEN INPUT RETENCIONES-GAN.
           IF FS-RETENCIONES-GAN = ZERO
               READ RETENCIONES-GAN
               PERFORM EVALUAR-MAXIMO-CERT
                   UNTIL FS-RETENCIONES-GAN NOT = ZERO
               CLOSE RETENCIONES-GAN.

       EVALUAR-MAXIMO-CERT.
           IF RTG-CERTIFICADO > NUMERO-MAXIMO-CERT
               MOVE RTG-CERTIFICADO TO NUMERO-MAXIMO-CERT.
           READ RETENCIONES-GAN.

       REGRABAR-NUMERACION-CERT.
           OPEN OUTPUT NUMERACION-CERT.
           IF FS-NUM-CERT NOT = ZERO
               DISPLAY "ERROR AL REGRABAR NUMERACION CERTIFICADOS FS: "
                   FS-NUM-CERT
               STOP RUN.
           MOVE WS-PROXIMO-CERT TO NUMC-PROXIMA.
           WRITE NUMC-REG.
           CLOSE NUMERACION-CERT.

      ******************************************************************
      * Doble liquidacion: si el rango de PARAMETROS-LIQ se superpone
      * con un periodo ya registrado para algun consultor que trae
      * horas en el rango, la corrida se rechaza entera nombrando a
      * cada consultor y el periodo con el que choca.
       VERIFICAR-PERIODO-LIQUIDADO.
           PERFORM CARGAR-YA-LIQUIDADOS.
           IF CANT-YA-LIQUIDADOS > ZERO
               PERFORM BUSCAR-DOBLE-LIQUIDACION
               IF CANT-DOBLES > ZERO
                   DISPLAY "CORRIDA RECHAZADA: " CANT-DOBLES
                       " CONSULTOR(ES) YA LIQUIDADOS EN UN PERIODO "
                       "SUPERPUESTO CON " PARAM-FECHA-DESDE " A "
                       PARAM-FECHA-HASTA
                   STOP RUN.

      * El registro puede no existir (primera liquidacion con el
      * registro implantado): no hay nada liquidado contra que chocar.
       CARGAR-YA-LIQUIDADOS.
           OPEN INPUT REGISTRO-LIQ.
           IF FS-REGISTRO-LIQ NOT = ZERO AND '35'
               DISPLAY "ERROR AL ABRIR REGISTRO LIQUIDACIONES FS: "
                   FS-REGISTRO-LIQ
               STOP RUN.
           IF FS-REGISTRO-LIQ = ZERO
               READ REGISTRO-LIQ
               PERFORM EVALUAR-UNA-LIQUIDACION
                   UNTIL FS-REGISTRO-LIQ NOT = ZERO
               CLOSE REGISTRO-LIQ.

       EVALUAR-UNA-LIQUIDACION.
           IF RLQ-FECHA-LIQ(1:6) = MES-LIQUIDACION
               PERFORM ACUMULAR-MES-GANANCIAS.
           IF RLQ-FECHA-DESDE <= PARAM-FECHA-HASTA
               AND RLQ-FECHA-HASTA >= PARAM-FECHA-DESDE
               MOVE RLQ-CONSULTOR TO NUMERO-ANTERIOR
               PERFORM UBICAR-YA-LIQUIDADO
               IF IND-YAL-ACT = ZERO AND CANT-YA-LIQUIDADOS >= 50
                   DISPLAY "MAS DE 50 CONSULTORES YA LIQUIDADOS EN "
                       "PERIODOS SUPERPUESTOS: AMPLIAR LA TABLA"
                   STOP RUN
               END-IF
               IF IND-YAL-ACT = ZERO
                   ADD 1 TO CANT-YA-LIQUIDADOS
                   MOVE RLQ-CONSULTOR
                       TO TAB-YAL-CONSULTOR(CANT-YA-LIQUIDADOS)
                   MOVE RLQ-FECHA-DESDE
                       TO TAB-YAL-DESDE(CANT-YA-LIQUIDADOS)
                   MOVE RLQ-FECHA-HASTA
                       TO TAB-YAL-HASTA(CANT-YA-LIQUIDADOS).
           READ REGISTRO-LIQ.

      * Lo liquidado antes en el mes entra en la base acumulada del DNI
      * junto con lo que ya se le retuvo.
       ACUMULAR-MES-GANANCIAS.
           MOVE RLQ-DNI TO DNI-BUSCADO.
           PERFORM UBICAR-ACUM-GANANCIAS.
           IF CANT-ACUM-GAN > 50
               DISPLAY "MAS DE 50 DNI LIQUIDADOS EN EL MES: AMPLIAR LA "
                   "TABLA DE GANANCIAS"
               STOP RUN.
           IF IND-GAN-ACT NOT = ZERO
               ADD RLQ-HONORARIO TO TAB-GAN-HONORARIO(IND-GAN-ACT)
               IF RLQ-RET-GANANCIAS NUMERIC
                   ADD RLQ-RET-GANANCIAS
                       TO TAB-GAN-RETENIDO(IND-GAN-ACT).

      * Ubica la fila del DNI buscado; si no esta la agrega.
       UBICAR-ACUM-GANANCIAS.
           MOVE ZERO TO IND-GAN-ACT.
           PERFORM COMPARAR-ACUM-GANANCIAS
               VARYING SUB-GAN FROM 1 BY 1
               UNTIL SUB-GAN > CANT-ACUM-GAN
               OR IND-GAN-ACT NOT = ZERO.
           IF IND-GAN-ACT = ZERO
               IF CANT-ACUM-GAN >= 100
                   DISPLAY "SIN LUGAR EN LA TABLA DE GANANCIAS PARA "
                       "EL DNI " DNI-BUSCADO
                   STOP RUN
               END-IF
               ADD 1 TO CANT-ACUM-GAN
               MOVE CANT-ACUM-GAN TO IND-GAN-ACT
               MOVE DNI-BUSCADO TO TAB-GAN-DNI(IND-GAN-ACT)
               MOVE ZERO TO TAB-GAN-HONORARIO(IND-GAN-ACT)
                   TAB-GAN-RETENIDO(IND-GAN-ACT).

       COMPARAR-ACUM-GANANCIAS.
           IF TAB-GAN-DNI(SUB-GAN) = DNI-BUSCADO
               MOVE SUB-GAN TO IND-GAN-ACT.

       UBICAR-YA-LIQUIDADO.
           MOVE ZERO TO IND-YAL-ACT.
           PERFORM COMPARAR-YA-LIQUIDADO
               VARYING SUB-YAL FROM 1 BY 1
               UNTIL SUB-YAL > CANT-YA-LIQUIDADOS
               OR IND-YAL-ACT NOT = ZERO.

       COMPARAR-YA-LIQUIDADO.
           IF TAB-YAL-CONSULTOR(SUB-YAL) = NUMERO-ANTERIOR
               MOVE SUB-YAL TO IND-YAL-ACT.

      * Pasada previa sobre TIEMPOS-NEW con el mismo filtro que la
      * liquidacion (sin TRAIL, solo el rango): como viene ordenado
      * por consultor, cada uno se controla una sola vez.
       BUSCAR-DOBLE-LIQUIDACION.
           OPEN INPUT TIEMPOS-NEW.
           IF FS-TIEMPOS-NEW NOT = ZERO
               DISPLAY "ERROR AL ABRIR TIMES NEW FS: " FS-TIEMPOS-NEW
               STOP RUN.
           MOVE SPACES TO NUMERO-ANTERIOR.
           PERFORM LEER-TIMES-NEW.
           PERFORM CONTROLAR-DOBLE-REGISTRO
               UNTIL FS-TIEMPOS-NEW = '10'.
           CLOSE TIEMPOS-NEW.

       CONTROLAR-DOBLE-REGISTRO.
           PERFORM ARMAR-FECHA-REGISTRO.
           IF TIE-NEW-NUMERO NOT = NUMERO-ANTERIOR
               AND TIE-NEW-NUMERO NOT = 'TRAIL'
               AND FECHA-REGISTRO >= PARAM-FECHA-DESDE
               AND FECHA-REGISTRO <= PARAM-FECHA-HASTA
               MOVE TIE-NEW-NUMERO TO NUMERO-ANTERIOR
               PERFORM UBICAR-YA-LIQUIDADO
               IF IND-YAL-ACT NOT = ZERO
                   ADD 1 TO CANT-DOBLES
                   DISPLAY "CONSULTOR " NUMERO-ANTERIOR
                       " YA LIQUIDADO DEL "
                       TAB-YAL-DESDE(IND-YAL-ACT) " AL "
                       TAB-YAL-HASTA(IND-YAL-ACT).
           PERFORM LEER-TIMES-NEW.

       CARGAR-TABLAS.
           READ CONSULTORES.
               MOVE ZERO TO TAB-ANT-RECUPERADO(CANT-ANTICIPOS).
           READ ANTICIPOS.

      * El archivo de gastos puede no existir: no hay gastos propios
      * que reintegrar.
       CARGAR-GASTOS-CONSULTOR.
           OPEN INPUT GASTOS-CONSULTOR.
           IF FS-GASTOS-CONS NOT = ZERO AND '35'
               DISPLAY "ERROR AL ABRIR GASTOS CONSULTOR FS: "
                   FS-GASTOS-CONS
               STOP RUN.
           IF FS-GASTOS-CONS = ZERO
               READ GASTOS-CONSULTOR
               PERFORM CARGAR-UN-GASTO-CONSULTOR
                   UNTIL FS-GASTOS-CONS NOT = ZERO
               CLOSE GASTOS-CONSULTOR.

       CARGAR-UN-GASTO-CONSULTOR.
           IF CANT-GASTOS-CONS >= 200
               DISPLAY "MAS DE 200 GASTOS DE CONSULTORES PENDIENTES: "
                   "AMPLIAR LA TABLA"
               STOP RUN.
           ADD 1 TO CANT-GASTOS-CONS.
           MOVE GCO-CONSULTOR TO TAB-GCO-CONSULTOR(CANT-GASTOS-CONS).
           MOVE GCO-FECHA TO TAB-GCO-FECHA(CANT-GASTOS-CONS).
           MOVE GCO-CONCEPTO TO TAB-GCO-CONCEPTO(CANT-GASTOS-CONS).
           MOVE GCO-IMPORTE TO TAB-GCO-IMPORTE(CANT-GASTOS-CONS).
           MOVE GCO-DETALLE TO TAB-GCO-DETALLE(CANT-GASTOS-CONS).
           MOVE 'N' TO TAB-GCO-REINTEGRADO(CANT-GASTOS-CONS).
           READ GASTOS-CONSULTOR.

       LEER-RECARGO.
           OPEN INPUT PARAM-RECARGO.
           IF FS-RECARGO = ZERO
               DISPLAY "ERROR AL LEER TIMES NEW FS: " FS-TIEMPOS-NEW
               STOP RUN.

      * Saltea el registro de cola TRAIL y todo lo que cae fuera del
      * periodo a liquidar (en particular los registros historicos que
      * TP1-PUNTO-A re-arrastra). Los gastos facturables del periodo
      * entran: no generan honorario pero se reintegran.
       SALTAR-FUERA-DE-PERIODO.
           PERFORM ARMAR-FECHA-REGISTRO.
           PERFORM SALTEAR-REGISTRO UNTIL FS-TIEMPOS-NEW = '10'
               OR (TIE-NEW-NUMERO NOT = 'TRAIL'
                   AND FECHA-REGISTRO >= PARAM-FECHA-DESDE
                   AND FECHA-REGISTRO <= PARAM-FECHA-HASTA).

           MOVE TIE-NEW-NUMERO TO NUMERO-ANTERIOR.
           PERFORM BUSCAR-CONSULTOR.
           PERFORM IMPRIMIR-BLOQUE-CONSULTOR.
           MOVE ZERO TO TOTAL-CONS-HS TOTAL-CONS-IMP
               TOTAL-CONS-REINTEGRO.
           PERFORM LIQUIDAR-REGISTRO
               UNTIL FS-TIEMPOS-NEW = '10'
               OR TIE-NEW-NUMERO NOT = NUMERO-ANTERIOR.
           SET IND-CONS TO 1.
           SEARCH LINEA-CONSULTOR
               AT END
                   DISPLAY "CONSULTOR SIN MAESTRO: " NUMERO-ANTERIOR
               WHEN TAB-CONS-NUMERO(IND-CONS) = NUMERO-ANTERIOR
                   MOVE 'S' TO SW-CONSULTOR-HALLADO
                   MOVE TAB-CONS-SRT(IND-CONS) TO SRT-CONSULTOR
                   MOVE TAB-CONS-PORC(IND-CONS) TO PORC-CONSULTOR
           END-SEARCH.

       IMPRIMIR-BLOQUE-CONSULTOR.
           MOVE NUMERO-ANTERIOR TO REP-CONS-NUM.
           WRITE LINEA FROM REP-CONSULTOR.
           WRITE LINEA FROM LINEA-GUION.

       LIQUIDAR-REGISTRO.
           IF TIE-NEW-INDICADOR = 'G'
               PERFORM REINTEGRAR-GASTO-FACTURABLE
           ELSE
               PERFORM VALORIZAR-HORAS.
           PERFORM LEER-TIMES-NEW.
           PERFORM SALTAR-FUERA-DE-PERIODO.

       VALORIZAR-HORAS.
           PERFORM BUSCAR-TARIFA-VIGENTE.
           PERFORM APLICAR-RECARGO-FECHA.
           COMPUTE IMPORTE-AUX =
               ADD TIE-NEW-HORAS TO TOTAL-CONS-HS.
           ADD IMPORTE-AUX TO TOTAL-CONS-IMP.
           PERFORM IMPRIMIR-FILA-LIQUIDACION.

      * El gasto facturable lo pago el consultor: se le devuelve el
      * importe tal cual se facturo al cliente, fuera del total que
      * lleva el porcentaje de participacion.
       REINTEGRAR-GASTO-FACTURABLE.
           MOVE TIE-NEW-DIA TO REP-GTO-DIA.
           MOVE TIE-NEW-MES TO REP-GTO-MES.
           MOVE TIE-NEW-ANIO TO REP-GTO-ANIO.
           MOVE TIE-NEW-EMPRESA TO REP-GTO-EMPRESA.
           MOVE TIE-NEW-TAREA TO REP-GTO-CONCEPTO.
           MOVE 'Gto facturable' TO REP-GTO-ORIGEN.
           MOVE TIE-NEW-IMPORTE TO REP-GTO-IMPORTE.
           WRITE LINEA FROM REP-GASTO.
           IF CONSULTOR-HALLADO
               ADD TIE-NEW-IMPORTE TO TOTAL-CONS-REINTEGRO
               MOVE FECHA-REGISTRO TO RIN-FECHA-GASTO
               MOVE TIE-NEW-EMPRESA TO RIN-EMPRESA
               MOVE TIE-NEW-TAREA TO RIN-CONCEPTO
               MOVE TIE-NEW-IMPORTE TO RIN-IMPORTE
               MOVE 'F' TO RIN-ORIGEN
               MOVE SPACES TO RIN-DETALLE
               PERFORM GRABAR-REINTEGRO.

      * Gastos propios pendientes del consultor con fecha no posterior
      * al fin del periodo liquidado; un consultor sin maestro no
      * cobra y sus gastos quedan pendientes.
       REINTEGRAR-GASTOS-PROPIOS.
           IF CONSULTOR-HALLADO
               PERFORM REINTEGRAR-UN-GASTO-PROPIO
                   VARYING SUB-GCO FROM 1 BY 1
                   UNTIL SUB-GCO > CANT-GASTOS-CONS.

       REINTEGRAR-UN-GASTO-PROPIO.
           IF TAB-GCO-CONSULTOR(SUB-GCO) = NUMERO-ANTERIOR
               AND TAB-GCO-REINTEGRADO(SUB-GCO) = 'N'
               AND TAB-GCO-FECHA(SUB-GCO) <= PARAM-FECHA-HASTA
               MOVE TAB-GCO-FECHA(SUB-GCO)(7:2) TO REP-GTO-DIA
               MOVE TAB-GCO-FECHA(SUB-GCO)(5:2) TO REP-GTO-MES
               MOVE TAB-GCO-FECHA(SUB-GCO)(1:4) TO REP-GTO-ANIO
               MOVE ZERO TO REP-GTO-EMPRESA
               MOVE TAB-GCO-CONCEPTO(SUB-GCO) TO REP-GTO-CONCEPTO
               MOVE 'Gto propio' TO REP-GTO-ORIGEN
               MOVE TAB-GCO-IMPORTE(SUB-GCO) TO REP-GTO-IMPORTE
               WRITE LINEA FROM REP-GASTO
               ADD TAB-GCO-IMPORTE(SUB-GCO) TO TOTAL-CONS-REINTEGRO
               MOVE 'S' TO TAB-GCO-REINTEGRADO(SUB-GCO)
               MOVE TAB-GCO-FECHA(SUB-GCO) TO RIN-FECHA-GASTO
               MOVE ZERO TO RIN-EMPRESA
               MOVE TAB-GCO-CONCEPTO(SUB-GCO) TO RIN-CONCEPTO
               MOVE TAB-GCO-IMPORTE(SUB-GCO) TO RIN-IMPORTE
               MOVE 'N' TO RIN-ORIGEN
               MOVE TAB-GCO-DETALLE(SUB-GCO) TO RIN-DETALLE
               PERFORM GRABAR-REINTEGRO.

       GRABAR-REINTEGRO.
           MOVE NUMERO-ANTERIOR TO RIN-CONSULTOR.
           MOVE FUNCTION CURRENT-DATE(1:8) TO RIN-FECHA-LIQ.
           MOVE PARAM-FECHA-DESDE TO RIN-FECHA-DESDE.
           MOVE PARAM-FECHA-HASTA TO RIN-FECHA-HASTA.
           WRITE RIN-REG.
           IF FS-REINTEGROS NOT = ZERO
               DISPLAY "ERROR AL GRABAR REINTEGROS FS: " FS-REINTEGROS
               STOP RUN.
           ADD RIN-IMPORTE TO TOTAL-REINTEGRADO.
           ADD 1 TO CANT-REINTEGROS.

      * Un gasto propio todavia pendiente despues de la pasada por
      * TIEMPOS-NEW es de un consultor que no trajo nada en el periodo:
      * se le arma un bloque solo de reintegro (la primera vez que se
      * lo encuentra; el bloque se lleva todos sus gastos pendientes).
       LIQUIDAR-SOLO-GASTOS.
           IF TAB-GCO-REINTEGRADO(SUB-GCO-PEND) = 'N'
               AND TAB-GCO-FECHA(SUB-GCO-PEND) <= PARAM-FECHA-HASTA
               MOVE TAB-GCO-CONSULTOR(SUB-GCO-PEND) TO NUMERO-ANTERIOR
               PERFORM BUSCAR-CONSULTOR
               IF CONSULTOR-HALLADO
                   PERFORM LIQUIDAR-BLOQUE-SOLO-GASTOS.

       LIQUIDAR-BLOQUE-SOLO-GASTOS.
           PERFORM IMPRIMIR-BLOQUE-CONSULTOR.
           MOVE ZERO TO TOTAL-CONS-HS TOTAL-CONS-IMP
               TOTAL-CONS-REINTEGRO.
           PERFORM CERRAR-BLOQUE-CONSULTOR.

      * Mismo recargo de fin de semana y feriado que aplico la
      * facturacion; la fecha ya viene validada por el circuito de
      * Los anticipos abiertos del consultor se descuentan del
      * honorario (del mas viejo al mas nuevo) y al banco va el neto;
      * lo que no alcanza a recuperarse queda para la proxima.
      * El reintegro de gastos se suma despues, en la misma
      * transferencia: un honorario negativo no se lo come.
       CERRAR-BLOQUE-CONSULTOR.
           COMPUTE HONORARIO-CONS ROUNDED =
               TOTAL-CONS-IMP * PORC-CONSULTOR / 100.
           MOVE PORC-CONSULTOR TO REP-TOT-PORC.
           MOVE HONORARIO-CONS TO REP-TOT-HON.
           WRITE LINEA FROM REP-TOTAL-CONSULTOR.
           PERFORM CALCULAR-RETENCION-GAN.
           PERFORM DESCONTAR-ANTICIPOS.
           PERFORM REINTEGRAR-GASTOS-PROPIOS.
           IF HONORARIO-NETO > ZERO
               COMPUTE IMPORTE-TRANSFERENCIA =
                   HONORARIO-NETO + TOTAL-CONS-REINTEGRO
           ELSE
               MOVE TOTAL-CONS-REINTEGRO TO IMPORTE-TRANSFERENCIA.
           IF TOTAL-CONS-REINTEGRO > ZERO
               MOVE TOTAL-CONS-REINTEGRO TO REP-REI-IMPORTE
               MOVE IMPORTE-TRANSFERENCIA TO REP-REI-TRANSFERIDO
               WRITE LINEA FROM REP-REINTEGRO.
           WRITE LINEA FROM LINEA-VACIA.
           ADD HONORARIO-CONS TO TOTAL-HONORARIOS.
           ADD 1 TO CANT-LIQUIDADOS.
           IF CONSULTOR-HALLADO AND IMPORTE-TRANSFERENCIA > ZERO
               MOVE NUMERO-ANTERIOR TO BAN-NUMERO
               MOVE DNI-CONSULTOR TO BAN-DNI
               MOVE IMPORTE-TRANSFERENCIA TO BAN-IMPORTE
               MOVE FUNCTION CURRENT-DATE(1:8) TO BAN-FECHA
               MOVE CBU-CONSULTOR TO BAN-CBU
               WRITE BAN-REG.
           IF CONSULTOR-HALLADO
               PERFORM GRABAR-REGISTRO-LIQ.

      * Una entrada por consultor y periodo; la transferencia queda
      * pendiente hasta que RETORNO-BANCO le anote el resultado.
       GRABAR-REGISTRO-LIQ.
           MOVE NUMERO-ANTERIOR TO RLQ-CONSULTOR.
           MOVE DNI-CONSULTOR TO RLQ-DNI.
           MOVE PARAM-FECHA-DESDE TO RLQ-FECHA-DESDE.
           MOVE PARAM-FECHA-HASTA TO RLQ-FECHA-HASTA.
           MOVE FUNCTION CURRENT-DATE(1:8) TO RLQ-FECHA-LIQ.
           MOVE HONORARIO-CONS TO RLQ-HONORARIO.
           MOVE DESCUENTO-ANTICIPOS TO RLQ-ANTICIPOS.
           MOVE RETENCION-GAN TO RLQ-RET-GANANCIAS.
           MOVE TOTAL-CONS-REINTEGRO TO RLQ-REINTEGRO.
           MOVE SPACES TO RLQ-MOTIVO.
           IF IMPORTE-TRANSFERENCIA > ZERO
               MOVE IMPORTE-TRANSFERENCIA TO RLQ-NETO
               MOVE SPACE TO RLQ-ESTADO
           ELSE
               MOVE ZERO TO RLQ-NETO
               MOVE 'N' TO RLQ-ESTADO.
           WRITE RLQ-REG.
           IF FS-REGISTRO-LIQ NOT = ZERO
               DISPLAY "ERROR AL GRABAR REGISTRO LIQUIDACIONES FS: "
                   FS-REGISTRO-LIQ
               STOP RUN.

      ******************************************************************
      * Ganancias: sobre lo liquidado al DNI en el mes (incluida esta
      * liquidacion) se aplica la alicuota al excedente del minimo no
      * sujeto y se resta lo ya retenido en el mes. La retencion sale
      * del honorario antes que los anticipos y lleva su certificado.
       CALCULAR-RETENCION-GAN.
           MOVE ZERO TO RETENCION-GAN.
           IF CONSULTOR-HALLADO AND HONORARIO-CONS > ZERO
               MOVE DNI-CONSULTOR TO DNI-BUSCADO
               PERFORM UBICAR-ACUM-GANANCIAS
               IF IND-GAN-ACT NOT = ZERO
                   COMPUTE BASE-GAN-MES =
                       TAB-GAN-HONORARIO(IND-GAN-ACT) + HONORARIO-CONS
                   IF BASE-GAN-MES > MINIMO-GANANCIAS
                       COMPUTE RETENCION-GAN-MES ROUNDED =
                           (BASE-GAN-MES - MINIMO-GANANCIAS)
                           * ALICUOTA-GANANCIAS / 100
                           - TAB-GAN-RETENIDO(IND-GAN-ACT)
                       IF RETENCION-GAN-MES > HONORARIO-CONS
                           MOVE HONORARIO-CONS TO RETENCION-GAN
                       ELSE
                           IF RETENCION-GAN-MES > ZERO
                               MOVE RETENCION-GAN-MES TO RETENCION-GAN
                           END-IF
                       END-IF
                   END-IF
                   ADD HONORARIO-CONS TO TAB-GAN-HONORARIO(IND-GAN-ACT)
                   ADD RETENCION-GAN TO TAB-GAN-RETENIDO(IND-GAN-ACT).
           IF RETENCION-GAN > ZERO
               PERFORM EMITIR-CERTIFICADO-GAN.

       EMITIR-CERTIFICADO-GAN.
           MOVE WS-PROXIMO-CERT TO CERT-ACTUAL.
           ADD 1 TO WS-PROXIMO-CERT.
           MOVE CERT-ACTUAL TO RTG-CERTIFICADO.
           MOVE FUNCTION CURRENT-DATE(1:8) TO RTG-FECHA.
           MOVE NUMERO-ANTERIOR TO RTG-CONSULTOR.
           MOVE DNI-CONSULTOR TO RTG-DNI.
           MOVE REP-CONS-NOM TO RTG-NOMBRE.
           MOVE PARAM-FECHA-DESDE TO RTG-FECHA-DESDE.
           MOVE PARAM-FECHA-HASTA TO RTG-FECHA-HASTA.
           MOVE HONORARIO-CONS TO RTG-HONORARIO.
           MOVE BASE-GAN-MES TO RTG-BASE-MES.
           MOVE MINIMO-GANANCIAS TO RTG-MINIMO.
           MOVE ALICUOTA-GANANCIAS TO RTG-ALICUOTA.
           MOVE RETENCION-GAN TO RTG-IMPORTE.
           WRITE RTG-REG.
           IF FS-RETENCIONES-GAN NOT = ZERO
               DISPLAY "ERROR AL GRABAR RETENCION GANANCIAS FS: "
                   FS-RETENCIONES-GAN
               STOP RUN.
           ADD RETENCION-GAN TO TOTAL-RETENIDO-GAN.
           ADD 1 TO CANT-CERT-EMITIDOS.
           MOVE RETENCION-GAN TO REP-RET-IMPORTE.
           MOVE CERT-ACTUAL TO REP-RET-CERT.
           MOVE BASE-GAN-MES TO REP-RET-BASE.
           WRITE LINEA FROM REP-RETENCION.

      * La retencion ya salio del honorario: los anticipos se
      * recuperan sobre lo que queda y al banco va el neto final.
       DESCONTAR-ANTICIPOS.
           MOVE ZERO TO DESCUENTO-ANTICIPOS.
           COMPUTE HONORARIO-NETO = HONORARIO-CONS - RETENCION-GAN.
           IF HONORARIO-NETO > ZERO AND CANT-ANTICIPOS > ZERO
               PERFORM UBICAR-ANTICIPO-ABIERTO
               PERFORM CONSUMIR-UN-ANTICIPO
                   UNTIL HONORARIO-NETO = ZERO
                   OR IND-ANT-ACT = ZERO.
           IF DESCUENTO-ANTICIPOS > ZERO OR RETENCION-GAN > ZERO
               ADD DESCUENTO-ANTICIPOS TO TOTAL-DESCONTADO
               MOVE DESCUENTO-ANTICIPOS TO REP-ANT-DESCONTADO
               MOVE HONORARIO-NETO TO REP-ANT-NETO
      * El archivo de reenvios puede no existir (ningun rechazo
      * pendiente); consumido, se lo deja vacio para que RETORNO-BANCO
      * vuelva a llenarlo con el proximo retorno.
      * Los gastos propios no reintegrados (de consultores sin maestro
      * o fechados despues del periodo) quedan para la proxima.
       REGRABAR-GASTOS-CONSULTOR.
           OPEN OUTPUT GASTOS-CONSULTOR.
           IF FS-GASTOS-CONS NOT = ZERO
               DISPLAY "ERROR AL REGRABAR GASTOS CONSULTOR FS: "
                   FS-GASTOS-CONS
               STOP RUN.
           PERFORM GRABAR-UN-GASTO-CONSULTOR
               VARYING SUB-GCO FROM 1 BY 1
               UNTIL SUB-GCO > CANT-GASTOS-CONS.
           CLOSE GASTOS-CONSULTOR.

       GRABAR-UN-GASTO-CONSULTOR.
           IF TAB-GCO-REINTEGRADO(SUB-GCO) = 'N'
               MOVE TAB-GCO-CONSULTOR(SUB-GCO) TO GCO-CONSULTOR
               MOVE TAB-GCO-FECHA(SUB-GCO) TO GCO-FECHA
               MOVE TAB-GCO-CONCEPTO(SUB-GCO) TO GCO-CONCEPTO
               MOVE TAB-GCO-IMPORTE(SUB-GCO) TO GCO-IMPORTE
               MOVE TAB-GCO-DETALLE(SUB-GCO) TO GCO-DETALLE
               WRITE GCO-REG.

       COPIAR-REENVIOS-PENDIENTES.
           OPEN INPUT REENVIOS-BANCO.
           IF FS-REENVIOS NOT = ZERO AND '35'
           READ REENVIOS-BANCO.

       CERRAR-ARCHIVOS.
           CLOSE TIEMPOS-NEW LIQUIDACION PAGOS-BANCO REGISTRO-LIQ
               RETENCIONES-GAN REINTEGROS.


      * Resuelve todas las rutas de este programa contra rutas.dat;
           MOVE 'TP1-ANTICIPOS' TO RUTA-LOGICO.
           PERFORM OBTENER-UNA-RUTA.
           MOVE RUTA-OBTENIDA TO RUTA-ANTICIPOS.
           MOVE 'TP1-REGLIQUIDACION' TO RUTA-LOGICO.
           PERFORM OBTENER-UNA-RUTA.
           MOVE RUTA-OBTENIDA TO RUTA-REGISTRO-LIQ.
           MOVE 'TP1-PARAMGANANCIAS' TO RUTA-LOGICO.
           PERFORM OBTENER-UNA-RUTA.
           MOVE RUTA-OBTENIDA TO RUTA-PARAM-GANANCIAS.
           MOVE 'TP1-RETGANANCIAS' TO RUTA-LOGICO.
           PERFORM OBTENER-UNA-RUTA.
           MOVE RUTA-OBTENIDA TO RUTA-RETENCIONES-GAN.
           MOVE 'TP1-NUMCERTGAN' TO RUTA-LOGICO.
           PERFORM OBTENER-UNA-RUTA.
           MOVE RUTA-OBTENIDA TO RUTA-NUMERACION-CERT.
           MOVE 'TP1-GASTOSCONSULTOR' TO RUTA-LOGICO.
           PERFORM OBTENER-UNA-RUTA.
           MOVE RUTA-OBTENIDA TO RUTA-GASTOS-CONSULTOR.
           MOVE 'TP1-REINTEGROS' TO RUTA-LOGICO.
           PERFORM OBTENER-UNA-RUTA.
           MOVE RUTA-OBTENIDA TO RUTA-REINTEGROS.

       OBTENER-UNA-RUTA.
           CALL 'OBTENER-RUTA' USING RUTA-LOGICO, RUTA-OBTENIDA,
