                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS FS-CONCEPTOS.

      * Maestro de limites de credito (ver MANTENER-LIMITES): las
      * horas nuevas contra una empresa retenida por finanzas se
      * aceptan igual, pero salen avisadas para que la oficina sepa
      * que no se van a poder seguir facturando.
           SELECT LIMITES-CREDITO ASSIGN TO RUTA-LIMITES
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS FS-LIMITES.

       DATA DIVISION.
       FILE SECTION.
       FD NOV-CONTROL LABEL RECORD IS STANDARD.
           03 CGA-CODIGO PIC X(4).
           03 CGA-DESC   PIC X(20).

       FD LIMITES-CREDITO LABEL RECORD IS STANDARD.
       01 LIM-REG.
           03 LIM-EMPRESA PIC 9(3).
           03 LIM-IMPORTE PIC 9(9)V99.
           03 LIM-PORC-AVISO PIC 9(3).
           03 LIM-RETENIDA PIC X(1).
           03 LIM-FECHA-RETENCION PIC 9(8).
           03 LIM-OPERADOR PIC X(10).

       WORKING-STORAGE SECTION.

       77 FS-NOV-CONTROL PIC XX.
       77 FS-ASIGNACIONES PIC XX.
       77 FS-OFICINAS    PIC XX.
       77 FS-CONCEPTOS   PIC XX.
       77 FS-LIMITES     PIC XX.

      * Ruta de la oficina en curso y rutas derivadas de los archivos
      * de salida; la depurada con sufijo .ok es la que despues se
       01 SW-CONCEPTO-VALIDO PIC X.
           88 CONCEPTO-VALIDO VALUE 'S'.

      * Empresas retenidas por finanzas; ausente el maestro no hay
      * aviso, que es el comportamiento historico.
       01 TABLA-RETENIDAS.
           03 FILA-RETENIDA OCCURS 200 TIMES.
               05 TAB-RET-EMPRESA PIC 9(3).
       01 CANT-RETENIDAS PIC 9(3) VALUE ZERO.
       01 SUB-RET PIC 9(3).
       01 SW-EMPRESA-RETENIDA PIC X.
           88 EMPRESA-RETENIDA VALUE 'S'.

       01 MOTIVO-RECHAZO  PIC X(2).
       01 DETALLE-RECHAZO PIC X(25).

       01 CANT-LEIDAS-TOT     PIC 9(7) VALUE ZERO.
       01 CANT-ACEPTADAS-TOT  PIC 9(7) VALUE ZERO.
       01 CANT-RECHAZADAS-TOT PIC 9(7) VALUE ZERO.
       01 CANT-AVISOS-RET-OFI PIC 9(7) VALUE ZERO.
       01 CANT-AVISOS-RET-TOT PIC 9(7) VALUE ZERO.


      * Bitacora central de corridas (ver REGISTRAR-CORRIDA): 'I' al
       01 RUTA-ASIGNACIONES PIC X(100).
       01 RUTA-OFICINAS PIC X(100).
       01 RUTA-CONCEPTOS PIC X(100).
       01 RUTA-LIMITES PIC X(100).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM CARGAR-ASIGNACIONES.
           PERFORM CARGAR-OFICINAS.
           PERFORM CARGAR-CONCEPTOS.
           PERFORM CARGAR-RETENIDAS.
           OPEN INPUT NOV-CONTROL.
           IF FS-NOV-CONTROL NOT = ZERO
               DISPLAY "ERROR AL ABRIR NOV-CONTROL FS: " FS-NOV-CONTROL
           MOVE CGA-CODIGO TO TAB-CGA-CODIGO(CANT-CONCEPTOS).
           READ CONCEPTOS-GASTO.

      * El maestro de limites puede no existir: sin archivo no se avisa
      * ninguna empresa como retenida.
       CARGAR-RETENIDAS.
           OPEN INPUT LIMITES-CREDITO.
           IF FS-LIMITES NOT = ZERO AND '35'
               DISPLAY "ERROR AL ABRIR LIMITES CREDITO FS: "
                   FS-LIMITES
               STOP RUN.
           IF FS-LIMITES = ZERO
               READ LIMITES-CREDITO
               PERFORM CARGAR-UNA-RETENIDA
                   UNTIL FS-LIMITES NOT = ZERO
                   OR CANT-RETENIDAS >= 200
               CLOSE LIMITES-CREDITO.

       CARGAR-UNA-RETENIDA.
           IF LIM-RETENIDA = 'S'
               ADD 1 TO CANT-RETENIDAS
               MOVE LIM-EMPRESA TO TAB-RET-EMPRESA(CANT-RETENIDAS).
           READ LIMITES-CREDITO.

       LEER-NOV-CONTROL.
           READ NOV-CONTROL.
           IF FS-NOV-CONTROL NOT = ZERO AND '10'
           PERFORM ARMAR-RUTAS-SALIDA.
           PERFORM ABRIR-ARCHIVOS-OFICINA.
           MOVE ZERO TO CANT-LEIDAS-OFI CANT-ACEPTADAS-OFI
               CANT-RECHAZADAS-OFI HORAS-LEIDAS-OFI
               CANT-AVISOS-RET-OFI.
           MOVE LOW-VALUES TO CLAVE-ANT-NUMERO.
           MOVE ZERO TO CLAVE-ANT-FECHA.
           PERFORM LEER-NOVEDAD.
               PERFORM VALIDAR-LICENCIA.
           IF REGISTRO-VALIDO
               PERFORM VALIDAR-ASIGNACION.
           IF REGISTRO-VALIDO
               PERFORM AVISAR-EMPRESA-RETENIDA.
           IF REGISTRO-VALIDO
               WRITE ACEP-REG FROM NOV-REG
               ADD 1 TO CANT-ACEPTADAS-OFI
               AND FECHA-INVERTIDA-NUM <= TAB-ASG-HASTA(SUB-ASG)
               MOVE 'S' TO SW-CON-ASIGNACION.

      * No es un rechazo: las horas ya se trabajaron y la facturacion
      * la decide finanzas; el aviso deja constancia de que entraron
      * horas nuevas contra una empresa con la facturacion retenida.
       AVISAR-EMPRESA-RETENIDA.
           IF NOV-INDICADOR = 'R' OR CANT-RETENIDAS = ZERO
               CONTINUE
           ELSE
               MOVE 'N' TO SW-EMPRESA-RETENIDA
               PERFORM BUSCAR-RETENIDA
                   VARYING SUB-RET FROM 1 BY 1
                   UNTIL SUB-RET > CANT-RETENIDAS
                   OR EMPRESA-RETENIDA
               IF EMPRESA-RETENIDA
                   DISPLAY "ADVERTENCIA: HORAS NUEVAS DEL CONSULTOR "
                       NOV-NUMERO " CONTRA LA EMPRESA " NOV-EMPRESA
                       " RETENIDA POR LIMITE DE CREDITO"
                   ADD 1 TO CANT-AVISOS-RET-OFI.

       BUSCAR-RETENIDA.
           IF TAB-RET-EMPRESA(SUB-RET) = NOV-EMPRESA
               MOVE 'S' TO SW-EMPRESA-RETENIDA.

       VALIDAR-IMPORTE-GASTO.
           IF NOV-IMPORTE NOT NUMERIC OR NOV-IMPORTE = ZERO
               MOVE '13' TO MOTIVO-RECHAZO
           IF CANT-RECHAZADAS-OFI > ZERO
               DISPLAY "  LOTE CON RECHAZOS: DEVOLVER A LA OFICINA "
                   "ANTES DEL MERGE".
           IF CANT-AVISOS-RET-OFI > ZERO
               DISPLAY "  ACEPTADAS CONTRA EMPRESAS RETENIDAS: "
                   CANT-AVISOS-RET-OFI.
           ADD CANT-AVISOS-RET-OFI TO CANT-AVISOS-RET-TOT.
           ADD CANT-LEIDAS-OFI TO CANT-LEIDAS-TOT.
           ADD CANT-ACEPTADAS-OFI TO CANT-ACEPTADAS-TOT.
           ADD CANT-RECHAZADAS-OFI TO CANT-RECHAZADAS-TOT.
           DISPLAY "TOTAL LEIDAS: " CANT-LEIDAS-TOT
               "  ACEPTADAS: " CANT-ACEPTADAS-TOT
               "  RECHAZADAS: " CANT-RECHAZADAS-TOT.
           IF CANT-AVISOS-RET-TOT > ZERO
               DISPLAY "ACEPTADAS CONTRA EMPRESAS RETENIDAS: "
                   CANT-AVISOS-RET-TOT.


      * Resuelve todas las rutas de este programa contra rutas.dat;
           MOVE 'COMP-CONCEPTOSGASTO' TO RUTA-LOGICO.
           PERFORM OBTENER-UNA-RUTA.
           MOVE RUTA-OBTENIDA TO RUTA-CONCEPTOS.
           MOVE 'COMP-LIMCREDITO' TO RUTA-LOGICO.
           PERFORM OBTENER-UNA-RUTA.
           MOVE RUTA-OBTENIDA TO RUTA-LIMITES.

       OBTENER-UNA-RUTA.
           CALL 'OBTENER-RUTA' USING RUTA-LOGICO, RUTA-OBTENIDA,
