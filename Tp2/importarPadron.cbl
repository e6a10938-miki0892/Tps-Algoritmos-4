      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. IMPORTAR-PADRON.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Extracto del padron de contribuyentes de AFIP (registro de
      * ancho fijo, un CUIT por renglon), tal como se lo descarga.
           SELECT PADRON          ASSIGN TO RUTA-PADRON
                                  ORGANIZATION IS LINE SEQUENTIAL
                                  FILE STATUS IS FS-PADRON.

      * DYNAMIC: lectura al azar por la clave alterna del CUIT para
      * cada renglon del padron (como OBTENER-EMPRESA 'P') y recorrido
      * completo por codigo para saber que empresas no aparecieron.
           SELECT EMP-INDEX       ASSIGN TO RUTA-EMP-INDEX
                                  ORGANIZATION IS INDEXED
                                  ACCESS MODE IS DYNAMIC
                                  RECORD KEY IS EMP-IND-COD
                                  ALTERNATE RECORD KEY IS EMP-IND-CUIT
                                  FILE STATUS IS FS-EMP-INDEX.

      * La condicion IVA es un campo sensible de MANTENER-EMPRESAS:
      * cada diferencia se estaciona como modificacion pendiente y la
      * aplica APROBAR-MOVIMIENTOS con el visto bueno de otro operador.
           SELECT MOVTOS-PENDIENTES ASSIGN TO RUTA-PENDIENTES
                                  ORGANIZATION IS LINE SEQUENTIAL
                                  FILE STATUS IS FS-PENDIENTES.

           SELECT LISTADO         ASSIGN TO RUTA-LISTADO
                                  ORGANIZATION IS LINE SEQUENTIAL
                                  FILE STATUS IS FS-LISTADO.

       DATA DIVISION.
       FILE SECTION.

      * PAD-IMP-IVA: 'AC' activo (responsable inscripto), 'EX' exento,
      * 'NA'/'XN'/'AN' no alcanzado; PAD-MONOTRIBUTO: 'NI' no inscripto
      * o la categoria del monotributista.
       FD PADRON LABEL RECORD IS STANDARD.
       01 PAD-REG.
           03 PAD-CUIT           PIC 9(11).
           03 PAD-DENOMINACION   PIC X(30).
           03 PAD-IMP-GANANCIAS  PIC X(2).
           03 PAD-IMP-IVA        PIC X(2).
           03 PAD-MONOTRIBUTO    PIC X(2).
           03 PAD-INTEGRANTE-SOC PIC X(1).
           03 PAD-EMPLEADOR      PIC X(1).
           03 PAD-ACT-MONOTRIBUTO PIC X(2).

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

       FD MOVTOS-PENDIENTES LABEL RECORD IS STANDARD.
       01 PEN-REG.
           03 PEN-MAESTRO PIC X(12).
           03 PEN-FECHA   PIC 9(8).
           03 PEN-HORA    PIC 9(6).
           03 PEN-TIPO-MOV PIC X(1).
           03 PEN-CLAVE   PIC X(20).
           03 PEN-MOVIMIENTO PIC X(140).
      * Operador que cargo el movimiento: quien lo apruebe debe ser
      * otro (ver VALIDAR-OPERADOR).
           03 PEN-OPERADOR PIC X(10).

       FD LISTADO LABEL RECORD IS STANDARD.
       01 LIS-LINEA PIC X(100).

       WORKING-STORAGE SECTION.

       77 FS-PADRON     PIC XX.
       77 FS-EMP-INDEX  PIC XX.
       77 FS-PENDIENTES PIC XX.
       77 FS-LISTADO    PIC XX.

      * Movimiento de modificacion con el mismo layout que el MOV-REG
      * de MANTENER-EMPRESAS: todos los datos actuales de la empresa
      * con la condicion que informa el padron.
       01 MOV-REG.
           03 MOV-TIPO PIC X(1).
           03 MOV-COD PIC 9(3).
           03 MOV-RAZ PIC X(25).
           03 MOV-DIR PIC X(20).
           03 MOV-TEL PIC X(20).
           03 MOV-CUIT PIC 9(11).
           03 MOV-MAIL PIC X(30).
           03 MOV-CONDICION PIC X(1).
           03 MOV-MONEDA PIC X(3).
           03 MOV-MODALIDAD PIC X(1).
           03 MOV-FACT-TAREA PIC X(1).

      * Empresas del maestro: la marca dice si el padron las trajo.
       01 TABLA-EMPRESAS.
           03 FILA-EMPRESA OCCURS 999 TIMES.
               05 TAB-EMP-CODIGO PIC 9(3).
               05 TAB-EMP-VISTA PIC X(1).
       01 CANT-EMPRESAS PIC 9(4) VALUE ZERO.
       01 SUB-EMP PIC 9(4).

      * Empresas que ya tienen una modificacion esperando aprobacion:
      * no se les estaciona otra encima.
       01 TABLA-YA-PENDIENTES.
           03 FILA-YA-PENDIENTE OCCURS 100 TIMES.
               05 TAB-PEN-CLAVE PIC X(20).
       01 CANT-YA-PENDIENTES PIC 9(3) VALUE ZERO.
       01 SUB-PEN PIC 9(3).
       01 SW-YA-PENDIENTE PIC X.
           88 YA-PENDIENTE VALUE 'S'.

       01 CONDICION-PADRON PIC X(1).

       01 CANT-PADRON PIC 9(8) VALUE ZERO.
       01 CANT-COINCIDENTES PIC 9(5) VALUE ZERO.
       01 CANT-DIFERENCIAS PIC 9(5) VALUE ZERO.
       01 CANT-ESTACIONADOS PIC 9(5) VALUE ZERO.
       01 CANT-NO-EN-PADRON PIC 9(5) VALUE ZERO.

       01 REP-TITULO.
           02 FILLER PIC X(50) VALUE
               'Cruce del maestro de empresas con el padron AFIP'.
           02 FILLER PIC X(8) VALUE 'Fecha: '.
           02 REP-TIT-FECHA PIC 9(8).

       01 REP-SUBTITULO PIC X(100).

       01 REP-HEADER.
           02 FILLER PIC X(43) VALUE
               'Emp Razon social              CUIT         '.
           02 FILLER PIC X(27) VALUE
               'Actual   Pad IVA Mon Accion'.

       01 REP-FILA.
           02 REP-FIL-CODIGO PIC 9(3).
           02 FILLER PIC X(1) VALUE SPACE.
           02 REP-FIL-RAZON PIC X(25).
           02 FILLER PIC X(1) VALUE SPACE.
           02 REP-FIL-CUIT PIC 9(11).
           02 FILLER PIC X(4) VALUE SPACES.
           02 REP-FIL-ACTUAL PIC X(1).
           02 FILLER PIC X(6) VALUE SPACES.
           02 REP-FIL-PADRON PIC X(1).
           02 FILLER PIC X(3) VALUE SPACES.
           02 REP-FIL-IVA PIC X(2).
           02 FILLER PIC X(2) VALUE SPACES.
           02 REP-FIL-MONO PIC X(2).
           02 FILLER PIC X(2) VALUE SPACES.
           02 REP-FIL-ACCION PIC X(30).

       01 REP-TOTAL.
           02 REP-TOT-LEYENDA PIC X(40).
           02 REP-TOT-CANTIDAD PIC Z(7)9.

       01 LINEA-GUION PIC X(100) VALUE ALL "-".
       01 LINEA-VACIA PIC X(100) VALUE SPACES.


      * Bitacora central de corridas (ver REGISTRAR-CORRIDA): 'I' al
      * arrancar y 'F' con los contadores al terminar normalmente;
      * una corrida abortada no llega a anotar su 'F' y el resumen
      * diario la muestra como anormal.
       01 WS-OPCION-LOG PIC X.
       01 LOG-PROGRAMA-ID PIC X(12) VALUE 'IMPORTAR-PAD'.
       01 LOG-CANT-ENTRADA PIC 9(7) VALUE ZERO.
       01 LOG-CANT-SALIDA PIC 9(7) VALUE ZERO.
       01 LOG-CANT-EXC PIC 9(5) VALUE ZERO.


      * Rutas fisicas de los archivos, resueltas al arrancar desde
      * rutas.dat via OBTENER-RUTA: mover el sistema o armar un
      * ambiente de prueba es cuestion de editar ese archivo.
       77 FS-RUTA PIC XX.
       01 RUTA-LOGICO PIC X(20).
       01 RUTA-OBTENIDA PIC X(100).
       01 RUTA-PADRON PIC X(100).
       01 RUTA-EMP-INDEX PIC X(100).
       01 RUTA-PENDIENTES PIC X(100).
       01 RUTA-LISTADO PIC X(100).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM CARGAR-RUTAS.
           MOVE 'I' TO WS-OPCION-LOG.
           CALL 'REGISTRAR-CORRIDA' USING WS-OPCION-LOG,
               LOG-PROGRAMA-ID, LOG-CANT-ENTRADA, LOG-CANT-SALIDA,
               LOG-CANT-EXC.
           PERFORM CARGAR-YA-PENDIENTES.
           PERFORM ABRIR-ARCHIVOS.
           PERFORM CARGAR-EMPRESAS.
           MOVE 'Empresas con condicion IVA distinta de la del padron'
               TO REP-SUBTITULO.
           PERFORM IMPRIMIR-ENCABEZADO.
           PERFORM LEER-PADRON.
           PERFORM CRUZAR-PADRON UNTIL FS-PADRON NOT = ZERO.
           WRITE LIS-LINEA FROM LINEA-VACIA.
           MOVE 'Empresas del maestro que no figuran en el padron'
               TO REP-SUBTITULO.
           PERFORM IMPRIMIR-ENCABEZADO.
           PERFORM INFORMAR-NO-VISTA
               VARYING SUB-EMP FROM 1 BY 1
               UNTIL SUB-EMP > CANT-EMPRESAS.
           PERFORM IMPRIMIR-TOTALES.
           CLOSE PADRON EMP-INDEX MOVTOS-PENDIENTES LISTADO.
           MOVE CANT-PADRON TO LOG-CANT-ENTRADA.
           MOVE CANT-ESTACIONADOS TO LOG-CANT-SALIDA.
           COMPUTE LOG-CANT-EXC = CANT-DIFERENCIAS + CANT-NO-EN-PADRON.
           MOVE 'F' TO WS-OPCION-LOG.
           CALL 'REGISTRAR-CORRIDA' USING WS-OPCION-LOG,
               LOG-PROGRAMA-ID, LOG-CANT-ENTRADA, LOG-CANT-SALIDA,
               LOG-CANT-EXC.
           STOP RUN.

      * Claves de empresa ya estacionadas (de MANTENER-EMPRESAS o de
      * una corrida anterior de este programa) sin decision todavia.
       CARGAR-YA-PENDIENTES.
           OPEN INPUT MOVTOS-PENDIENTES.
           IF FS-PENDIENTES NOT = ZERO AND '35'
               DISPLAY "ERROR AL ABRIR MOVTOS PENDIENTES FS: "
                   FS-PENDIENTES
               STOP RUN.
           IF FS-PENDIENTES = ZERO
               READ MOVTOS-PENDIENTES
               PERFORM CARGAR-UN-YA-PENDIENTE
                   UNTIL FS-PENDIENTES NOT = ZERO
               CLOSE MOVTOS-PENDIENTES.

       CARGAR-UN-YA-PENDIENTE.
           IF PEN-MAESTRO = 'MANT-EMP' AND CANT-YA-PENDIENTES < 100
               ADD 1 TO CANT-YA-PENDIENTES
               MOVE PEN-CLAVE TO TAB-PEN-CLAVE(CANT-YA-PENDIENTES).
           READ MOVTOS-PENDIENTES.

       ABRIR-ARCHIVOS.
           OPEN INPUT PADRON.
           IF FS-PADRON NOT = ZERO
               DISPLAY "ERROR AL ABRIR PADRON FS: " FS-PADRON
               STOP RUN.
           OPEN INPUT EMP-INDEX.
           IF FS-EMP-INDEX NOT = ZERO
               DISPLAY "ERROR AL ABRIR EMPRESAS INDEX FS: "
                   FS-EMP-INDEX
               STOP RUN.
      * El estacionamiento de pendientes es compartido con los
      * programas de mantenimiento: mismo criterio de apertura que
      * EXCEPCIONES.
           OPEN EXTEND MOVTOS-PENDIENTES.
           IF FS-PENDIENTES = '35'
               OPEN OUTPUT MOVTOS-PENDIENTES.
           IF FS-PENDIENTES NOT = ZERO
               DISPLAY "ERROR AL ABRIR MOVTOS PENDIENTES FS: "
                   FS-PENDIENTES
               STOP RUN.
           OPEN OUTPUT LISTADO.
           IF FS-LISTADO NOT = ZERO
               DISPLAY "ERROR AL ABRIR LISTADO FS: " FS-LISTADO
               STOP RUN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO REP-TIT-FECHA.
           WRITE LIS-LINEA FROM REP-TITULO.
           WRITE LIS-LINEA FROM LINEA-VACIA.

       CARGAR-EMPRESAS.
           MOVE ZERO TO EMP-IND-COD.
           START EMP-INDEX KEY IS >= EMP-IND-COD.
           IF FS-EMP-INDEX = ZERO
               READ EMP-INDEX NEXT RECORD
               PERFORM CARGAR-UNA-EMPRESA
                   UNTIL FS-EMP-INDEX NOT = ZERO
                   OR CANT-EMPRESAS >= 999.

       CARGAR-UNA-EMPRESA.
           ADD 1 TO CANT-EMPRESAS.
           MOVE EMP-IND-COD TO TAB-EMP-CODIGO(CANT-EMPRESAS).
           MOVE 'N' TO TAB-EMP-VISTA(CANT-EMPRESAS).
           READ EMP-INDEX NEXT RECORD.

       IMPRIMIR-ENCABEZADO.
           WRITE LIS-LINEA FROM REP-SUBTITULO.
           WRITE LIS-LINEA FROM REP-HEADER.
           WRITE LIS-LINEA FROM LINEA-GUION.

       LEER-PADRON.
           READ PADRON.
           IF FS-PADRON NOT = ZERO AND '10'
               DISPLAY "ERROR AL LEER PADRON FS: " FS-PADRON
               STOP RUN.
           IF FS-PADRON = ZERO
               ADD 1 TO CANT-PADRON.

      ******************************************************************
      * El padron trae a todos los contribuyentes: solo interesan los
      * CUIT que resuelven en el maestro de empresas.
       CRUZAR-PADRON.
           IF PAD-CUIT NUMERIC
               MOVE PAD-CUIT TO EMP-IND-CUIT
               READ EMP-INDEX RECORD KEY IS EMP-IND-CUIT
               IF FS-EMP-INDEX = ZERO
                   PERFORM COMPARAR-CONDICION.
           PERFORM LEER-PADRON.

       COMPARAR-CONDICION.
           PERFORM MARCAR-EMPRESA-VISTA
               VARYING SUB-EMP FROM 1 BY 1
               UNTIL SUB-EMP > CANT-EMPRESAS.
           PERFORM TRADUCIR-CONDICION.
           IF CONDICION-PADRON = EMP-IND-CONDICION
               ADD 1 TO CANT-COINCIDENTES
           ELSE
               ADD 1 TO CANT-DIFERENCIAS
               PERFORM VERIFICAR-YA-PENDIENTE
               IF YA-PENDIENTE
                   MOVE 'YA HAY UN PENDIENTE: REVISAR'
                       TO REP-FIL-ACCION
               ELSE
                   PERFORM ESTACIONAR-MODIFICACION
                   MOVE 'ESTACIONADA PARA APROBAR'
                       TO REP-FIL-ACCION
               END-IF
               MOVE CONDICION-PADRON TO REP-FIL-PADRON
               MOVE PAD-IMP-IVA TO REP-FIL-IVA
               MOVE PAD-MONOTRIBUTO TO REP-FIL-MONO
               PERFORM IMPRIMIR-EMPRESA.

       MARCAR-EMPRESA-VISTA.
           IF TAB-EMP-CODIGO(SUB-EMP) = EMP-IND-COD
               MOVE 'S' TO TAB-EMP-VISTA(SUB-EMP).

      * Condicion del sistema que corresponde a la situacion en el
      * padron: inscripto en IVA 'I', monotributista 'M' y todo lo
      * demas (exento o no alcanzado) 'E'. La tasa de cada una vive
      * en ivaCondiciones.dat.
       TRADUCIR-CONDICION.
           EVALUATE TRUE
               WHEN PAD-IMP-IVA = 'AC'
                   MOVE 'I' TO CONDICION-PADRON
               WHEN PAD-MONOTRIBUTO NOT = 'NI'
                   AND PAD-MONOTRIBUTO NOT = SPACES
                   MOVE 'M' TO CONDICION-PADRON
               WHEN OTHER
                   MOVE 'E' TO CONDICION-PADRON
           END-EVALUATE.

       VERIFICAR-YA-PENDIENTE.
           MOVE 'N' TO SW-YA-PENDIENTE.
           PERFORM COMPARAR-YA-PENDIENTE
               VARYING SUB-PEN FROM 1 BY 1
               UNTIL SUB-PEN > CANT-YA-PENDIENTES
               OR YA-PENDIENTE.

       COMPARAR-YA-PENDIENTE.
           IF TAB-PEN-CLAVE(SUB-PEN) = EMP-IND-COD
               MOVE 'S' TO SW-YA-PENDIENTE.

      * Misma forma en que MANTENER-EMPRESAS estaciona una
      * modificacion sensible: maestro 'MANT-EMP', clave el codigo.
       ESTACIONAR-MODIFICACION.
           MOVE 'M' TO MOV-TIPO.
           MOVE EMP-IND-COD TO MOV-COD.
           MOVE EMP-IND-RAZ TO MOV-RAZ.
           MOVE EMP-IND-DIR TO MOV-DIR.
           MOVE EMP-IND-TEL TO MOV-TEL.
           MOVE EMP-IND-CUIT TO MOV-CUIT.
           MOVE EMP-IND-MAIL TO MOV-MAIL.
           MOVE CONDICION-PADRON TO MOV-CONDICION.
           MOVE EMP-IND-MONEDA TO MOV-MONEDA.
           MOVE EMP-IND-MODALIDAD TO MOV-MODALIDAD.
           MOVE EMP-IND-FACT-TAREA TO MOV-FACT-TAREA.
           MOVE 'MANT-EMP' TO PEN-MAESTRO.
           MOVE FUNCTION CURRENT-DATE(1:8) TO PEN-FECHA.
           MOVE FUNCTION CURRENT-DATE(9:6) TO PEN-HORA.
           MOVE MOV-TIPO TO PEN-TIPO-MOV.
           MOVE MOV-COD TO PEN-CLAVE.
           MOVE MOV-REG TO PEN-MOVIMIENTO.
      * Lo carga el propio padron, no un operador: cualquier operador
      * autorizado puede aprobarlo.
           MOVE 'PADRON' TO PEN-OPERADOR.
           WRITE PEN-REG.
           ADD 1 TO CANT-ESTACIONADOS.

       IMPRIMIR-EMPRESA.
           MOVE EMP-IND-COD TO REP-FIL-CODIGO.
           MOVE EMP-IND-RAZ TO REP-FIL-RAZON.
           MOVE EMP-IND-CUIT TO REP-FIL-CUIT.
           MOVE EMP-IND-CONDICION TO REP-FIL-ACTUAL.
           WRITE LIS-LINEA FROM REP-FILA.

      ******************************************************************
      * Un cliente ausente del padron suele ser un CUIT mal cargado o
      * dado de baja en AFIP: no se estaciona nada, se informa.
       INFORMAR-NO-VISTA.
           IF TAB-EMP-VISTA(SUB-EMP) = 'N'
               MOVE TAB-EMP-CODIGO(SUB-EMP) TO EMP-IND-COD
               READ EMP-INDEX RECORD KEY IS EMP-IND-COD
               IF FS-EMP-INDEX = ZERO
                   ADD 1 TO CANT-NO-EN-PADRON
                   MOVE SPACES TO REP-FIL-PADRON REP-FIL-IVA
                       REP-FIL-MONO
                   MOVE 'NO FIGURA EN EL PADRON' TO REP-FIL-ACCION
                   PERFORM IMPRIMIR-EMPRESA.

       IMPRIMIR-TOTALES.
           WRITE LIS-LINEA FROM LINEA-VACIA.
           MOVE 'Renglones del padron leidos' TO REP-TOT-LEYENDA.
           MOVE CANT-PADRON TO REP-TOT-CANTIDAD.
           WRITE LIS-LINEA FROM REP-TOTAL.
           MOVE 'Empresas con la misma condicion' TO REP-TOT-LEYENDA.
           MOVE CANT-COINCIDENTES TO REP-TOT-CANTIDAD.
           WRITE LIS-LINEA FROM REP-TOTAL.
           MOVE 'Empresas con condicion distinta' TO REP-TOT-LEYENDA.
           MOVE CANT-DIFERENCIAS TO REP-TOT-CANTIDAD.
           WRITE LIS-LINEA FROM REP-TOTAL.
           MOVE 'Modificaciones estacionadas' TO REP-TOT-LEYENDA.
           MOVE CANT-ESTACIONADOS TO REP-TOT-CANTIDAD.
           WRITE LIS-LINEA FROM REP-TOTAL.
           MOVE 'Empresas que no figuran en el padron'
               TO REP-TOT-LEYENDA.
           MOVE CANT-NO-EN-PADRON TO REP-TOT-CANTIDAD.
           WRITE LIS-LINEA FROM REP-TOTAL.
           DISPLAY "RENGLONES DEL PADRON LEIDOS: " CANT-PADRON.
           DISPLAY "EMPRESAS CON CONDICION DISTINTA: " CANT-DIFERENCIAS
               "  ESTACIONADAS: " CANT-ESTACIONADOS.
           DISPLAY "EMPRESAS QUE NO FIGURAN EN EL PADRON: "
               CANT-NO-EN-PADRON.
           IF CANT-ESTACIONADOS > ZERO
               DISPLAY "LAS MODIFICACIONES LAS APLICA "
                   "APROBAR-MOVIMIENTOS CON EL VISTO BUENO DE OTRO "
                   "OPERADOR".


      * Resuelve todas las rutas de este programa contra rutas.dat;
      * una entrada ausente corta la corrida nombrando el logico
      * que falta.
       CARGAR-RUTAS.
           MOVE 'SEC-PADRON' TO RUTA-LOGICO.
           PERFORM OBTENER-UNA-RUTA.
           MOVE RUTA-OBTENIDA TO RUTA-PADRON.
           MOVE 'IDX-EMPRESAS' TO RUTA-LOGICO.
           PERFORM OBTENER-UNA-RUTA.
           MOVE RUTA-OBTENIDA TO RUTA-EMP-INDEX.
           MOVE 'COMP-MOVPENDIENTES' TO RUTA-LOGICO.
           PERFORM OBTENER-UNA-RUTA.
           MOVE RUTA-OBTENIDA TO RUTA-PENDIENTES.
           MOVE 'SEC-DIFPADRON' TO RUTA-LOGICO.
           PERFORM OBTENER-UNA-RUTA.
           MOVE RUTA-OBTENIDA TO RUTA-LISTADO.

       OBTENER-UNA-RUTA.
           CALL 'OBTENER-RUTA' USING RUTA-LOGICO, RUTA-OBTENIDA,
               FS-RUTA.
           IF FS-RUTA NOT = '00'
               DISPLAY "RUTA NO CONFIGURADA PARA " RUTA-LOGICO
               STOP RUN.

       END PROGRAM IMPORTAR-PADRON.
