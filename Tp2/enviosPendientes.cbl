      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ENVIOS-PENDIENTES.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Informe diario de la cola de envios electronicos: documentos
      * todavia no entregados (pendientes, rebotados o sin correo) y
      * empresas del maestro sin una direccion de correo valida, para
      * corregirlas con MANTENER-EMPRESAS antes de la proxima emision.
      * No modifica nada.
           SELECT COLA-ENVIOS     ASSIGN TO RUTA-COLA-ENVIOS
                                  ORGANIZATION IS LINE SEQUENTIAL
                                  FILE STATUS IS FS-COLA.

           SELECT EMP-INDEX       ASSIGN TO RUTA-EMP-INDEX
                                  ORGANIZATION IS INDEXED
                                  ACCESS MODE IS DYNAMIC
                                  RECORD KEY IS EMP-IND-COD
                                  ALTERNATE RECORD KEY IS EMP-IND-CUIT
                                  FILE STATUS IS FS-EMP-INDEX.

           SELECT LISTADO         ASSIGN TO RUTA-LISTADO
                                  ORGANIZATION IS LINE SEQUENTIAL
                                  FILE STATUS IS FS-LISTADO.

       DATA DIVISION.
       FILE SECTION.
      * Mismo layout que graba ENCOLAR-ENVIO.
       FD COLA-ENVIOS LABEL RECORD IS STANDARD.
       01 ENV-REG.
           03 ENV-TIPO         PIC X(3).
           03 ENV-NUMERO       PIC 9(8).
           03 ENV-CUIT         PIC 9(11).
           03 ENV-MAIL         PIC X(30).
           03 ENV-ARCHIVO      PIC X(100).
           03 ENV-FECHA-ALTA   PIC 9(8).
           03 ENV-HORA-ALTA    PIC 9(6).
           03 ENV-ESTADO       PIC X(1).
               88 ENV-PENDIENTE VALUE 'P'.
               88 ENV-SIN-MAIL  VALUE 'M'.
               88 ENV-ENTREGADO VALUE 'S'.
               88 ENV-REBOTADO  VALUE 'R'.
           03 ENV-FECHA-ESTADO PIC 9(8).
           03 ENV-DETALLE      PIC X(30).

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

       FD LISTADO LABEL RECORD IS STANDARD.
       01 LIS-LINEA PIC X(100).

       WORKING-STORAGE SECTION.

       77 FS-COLA       PIC XX.
       77 FS-EMP-INDEX  PIC XX.
       77 FS-LISTADO    PIC XX.

      * El control de forma del correo es el mismo con el que
      * ENCOLAR-ENVIO decide si un documento sale o queda en 'M'.
       01 WS-OPCION-ENVIO PIC X.
       01 ENV-TIPO-AUX    PIC X(3).
       01 ENV-NUMERO-AUX  PIC 9(8).
       01 ENV-ARCHIVO-AUX PIC X(100).
       01 ENV-MAIL-VALIDO PIC X.

       01 FECHA-CORRIDA PIC 9(8).
       01 DIAS-ESPERA PIC 9(5).

       01 CANT-LEIDOS      PIC 9(5) VALUE ZERO.
       01 CANT-PENDIENTES  PIC 9(5) VALUE ZERO.
       01 CANT-REBOTADOS   PIC 9(5) VALUE ZERO.
       01 CANT-SIN-MAIL    PIC 9(5) VALUE ZERO.
       01 CANT-EMPRESAS    PIC 9(5) VALUE ZERO.
       01 CANT-EMP-SIN-MAIL PIC 9(5) VALUE ZERO.

       01 REP-TITULO.
           02 FILLER PIC X(50) VALUE
               'Envios electronicos no entregados'.
           02 FILLER PIC X(8) VALUE 'Fecha: '.
           02 REP-TIT-FECHA PIC 9(8).

       01 REP-HEADER.
           02 FILLER PIC X(48) VALUE
               'Doc Numero   CUIT        Correo                 '.
           02 FILLER PIC X(52) VALUE
               '        Alta     Dias E Detalle'.

       01 REP-FILA.
           02 REP-FIL-TIPO PIC X(3).
           02 FILLER PIC X(1) VALUE SPACE.
           02 REP-FIL-NUMERO PIC 9(8).
           02 FILLER PIC X(1) VALUE SPACE.
           02 REP-FIL-CUIT PIC 9(11).
           02 FILLER PIC X(1) VALUE SPACE.
           02 REP-FIL-MAIL PIC X(30).
           02 FILLER PIC X(1) VALUE SPACE.
           02 REP-FIL-ALTA PIC 9(8).
           02 FILLER PIC X(1) VALUE SPACE.
           02 REP-FIL-DIAS PIC ZZZ9.
           02 FILLER PIC X(1) VALUE SPACE.
           02 REP-FIL-ESTADO PIC X(1).
           02 FILLER PIC X(1) VALUE SPACE.
           02 REP-FIL-DETALLE PIC X(28).

       01 REP-TITULO-EMP.
           02 FILLER PIC X(50) VALUE
               'Empresas sin direccion de correo valida'.

       01 REP-HEADER-EMP.
           02 FILLER PIC X(48) VALUE
               'Cod Razon social               CUIT        Corre'.
           02 FILLER PIC X(52) VALUE
               'o                         Motivo'.

       01 REP-FILA-EMP.
           02 REP-EMP-COD PIC 9(3).
           02 FILLER PIC X(1) VALUE SPACE.
           02 REP-EMP-RAZON PIC X(25).
           02 FILLER PIC X(1) VALUE SPACE.
           02 REP-EMP-CUIT PIC 9(11).
           02 FILLER PIC X(1) VALUE SPACE.
           02 REP-EMP-MAIL PIC X(30).
           02 FILLER PIC X(1) VALUE SPACE.
           02 REP-EMP-MOTIVO PIC X(20).

       01 REP-TOTAL.
           02 REP-TOT-LEYENDA PIC X(40).
           02 REP-TOT-CANTIDAD PIC Z(4)9.

       01 LINEA-GUION PIC X(100) VALUE ALL "-".
       01 LINEA-VACIA PIC X(100) VALUE SPACES.


      * Bitacora central de corridas (ver REGISTRAR-CORRIDA): 'I' al
      * arrancar y 'F' con los contadores al terminar normalmente;
      * una corrida abortada no llega a anotar su 'F' y el resumen
      * diario la muestra como anormal.
       01 WS-OPCION-LOG PIC X.
       01 LOG-PROGRAMA-ID PIC X(12) VALUE 'ENVIOS-PEND'.
       01 LOG-CANT-ENTRADA PIC 9(7) VALUE ZERO.
       01 LOG-CANT-SALIDA PIC 9(7) VALUE ZERO.
       01 LOG-CANT-EXC PIC 9(5) VALUE ZERO.


      * Rutas fisicas de los archivos, resueltas al arrancar desde
      * rutas.dat via OBTENER-RUTA: mover el sistema o armar un
      * ambiente de prueba es cuestion de editar ese archivo.
       77 FS-RUTA PIC XX.
       01 RUTA-LOGICO PIC X(20).
       01 RUTA-OBTENIDA PIC X(100).
       01 RUTA-COLA-ENVIOS PIC X(100).
       01 RUTA-EMP-INDEX PIC X(100).
       01 RUTA-LISTADO PIC X(100).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM CARGAR-RUTAS.
           MOVE 'I' TO WS-OPCION-LOG.
           CALL 'REGISTRAR-CORRIDA' USING WS-OPCION-LOG,
               LOG-PROGRAMA-ID, LOG-CANT-ENTRADA, LOG-CANT-SALIDA,
               LOG-CANT-EXC.
           MOVE FUNCTION CURRENT-DATE(1:8) TO FECHA-CORRIDA.
           PERFORM ABRIR-ARCHIVOS.
           PERFORM RECORRER-COLA.
           PERFORM RECORRER-EMPRESAS.
           PERFORM IMPRIMIR-TOTALES.
           PERFORM CERRAR-ARCHIVOS.
           COMPUTE LOG-CANT-ENTRADA = CANT-LEIDOS + CANT-EMPRESAS.
           COMPUTE LOG-CANT-SALIDA = CANT-PENDIENTES + CANT-REBOTADOS
               + CANT-SIN-MAIL.
           MOVE CANT-EMP-SIN-MAIL TO LOG-CANT-EXC.
           MOVE 'F' TO WS-OPCION-LOG.
           CALL 'REGISTRAR-CORRIDA' USING WS-OPCION-LOG,
               LOG-PROGRAMA-ID, LOG-CANT-ENTRADA, LOG-CANT-SALIDA,
               LOG-CANT-EXC.
           STOP RUN.

      * Sin cola todavia no hay documentos que informar, pero las
      * empresas sin correo se listan igual.
       ABRIR-ARCHIVOS.
           OPEN INPUT COLA-ENVIOS.
           IF FS-COLA NOT = ZERO AND '35'
               DISPLAY "ERROR AL ABRIR COLA DE ENVIOS FS: " FS-COLA
               STOP RUN.
           OPEN INPUT EMP-INDEX.
           IF FS-EMP-INDEX NOT = ZERO
               DISPLAY "ERROR AL ABRIR EMPRESAS INDEX FS: "
                   FS-EMP-INDEX
               STOP RUN.
           OPEN OUTPUT LISTADO.
           IF FS-LISTADO NOT = ZERO
               DISPLAY "ERROR AL ABRIR LISTADO FS: " FS-LISTADO
               STOP RUN.
           MOVE FECHA-CORRIDA TO REP-TIT-FECHA.
           WRITE LIS-LINEA FROM REP-TITULO.
           WRITE LIS-LINEA FROM LINEA-VACIA.
           WRITE LIS-LINEA FROM REP-HEADER.
           WRITE LIS-LINEA FROM LINEA-GUION.

      ******************************************************************
      * Todo renglon que no figure como entregado: pendiente ('P'),
      * rebotado ('R') o encolado sin correo valido ('M'), con los
      * dias que lleva desde que se emitio el documento.
       RECORRER-COLA.
           IF FS-COLA = ZERO
               READ COLA-ENVIOS
               PERFORM VERIFICAR-ENVIO UNTIL FS-COLA NOT = ZERO.

       VERIFICAR-ENVIO.
           ADD 1 TO CANT-LEIDOS.
           IF NOT ENV-ENTREGADO
               PERFORM IMPRIMIR-ENVIO.
           READ COLA-ENVIOS.

       IMPRIMIR-ENVIO.
           EVALUATE TRUE
               WHEN ENV-REBOTADO
                   ADD 1 TO CANT-REBOTADOS
               WHEN ENV-SIN-MAIL
                   ADD 1 TO CANT-SIN-MAIL
               WHEN OTHER
                   ADD 1 TO CANT-PENDIENTES
           END-EVALUATE.
           COMPUTE DIAS-ESPERA =
               FUNCTION INTEGER-OF-DATE(FECHA-CORRIDA)
               - FUNCTION INTEGER-OF-DATE(ENV-FECHA-ALTA).
           MOVE ENV-TIPO TO REP-FIL-TIPO.
           MOVE ENV-NUMERO TO REP-FIL-NUMERO.
           MOVE ENV-CUIT TO REP-FIL-CUIT.
           MOVE ENV-MAIL TO REP-FIL-MAIL.
           MOVE ENV-FECHA-ALTA TO REP-FIL-ALTA.
           MOVE DIAS-ESPERA TO REP-FIL-DIAS.
           MOVE ENV-ESTADO TO REP-FIL-ESTADO.
           MOVE ENV-DETALLE TO REP-FIL-DETALLE.
           WRITE LIS-LINEA FROM REP-FILA.

      ******************************************************************
      * Una empresa sin correo o con uno mal formado no recibe nada
      * por la cola: cada documento que se le emita queda en 'M'.
       RECORRER-EMPRESAS.
           WRITE LIS-LINEA FROM LINEA-GUION.
           WRITE LIS-LINEA FROM LINEA-VACIA.
           WRITE LIS-LINEA FROM REP-TITULO-EMP.
           WRITE LIS-LINEA FROM LINEA-VACIA.
           WRITE LIS-LINEA FROM REP-HEADER-EMP.
           WRITE LIS-LINEA FROM LINEA-GUION.
           MOVE ZERO TO EMP-IND-COD.
           START EMP-INDEX KEY IS >= EMP-IND-COD.
           IF FS-EMP-INDEX = ZERO
               READ EMP-INDEX NEXT RECORD
               PERFORM VERIFICAR-EMPRESA UNTIL FS-EMP-INDEX NOT = ZERO.

       VERIFICAR-EMPRESA.
           ADD 1 TO CANT-EMPRESAS.
           MOVE 'V' TO WS-OPCION-ENVIO.
           MOVE SPACES TO ENV-TIPO-AUX ENV-ARCHIVO-AUX.
           MOVE ZERO TO ENV-NUMERO-AUX.
           CALL 'ENCOLAR-ENVIO' USING WS-OPCION-ENVIO, ENV-TIPO-AUX,
               ENV-NUMERO-AUX, EMP-IND-CUIT, EMP-IND-MAIL,
               ENV-ARCHIVO-AUX, ENV-MAIL-VALIDO.
           IF ENV-MAIL-VALIDO NOT = 'S'
               ADD 1 TO CANT-EMP-SIN-MAIL
               MOVE EMP-IND-COD TO REP-EMP-COD
               MOVE EMP-IND-RAZ TO REP-EMP-RAZON
               MOVE EMP-IND-CUIT TO REP-EMP-CUIT
               MOVE EMP-IND-MAIL TO REP-EMP-MAIL
               IF EMP-IND-MAIL = SPACES
                   MOVE 'NO INFORMADO' TO REP-EMP-MOTIVO
               ELSE
                   MOVE 'FORMA INVALIDA' TO REP-EMP-MOTIVO
               END-IF
               WRITE LIS-LINEA FROM REP-FILA-EMP.
           READ EMP-INDEX NEXT RECORD.

       IMPRIMIR-TOTALES.
           WRITE LIS-LINEA FROM LINEA-GUION.
           MOVE 'Documentos pendientes de envio' TO REP-TOT-LEYENDA.
           MOVE CANT-PENDIENTES TO REP-TOT-CANTIDAD.
           WRITE LIS-LINEA FROM REP-TOTAL.
           MOVE 'Documentos rebotados' TO REP-TOT-LEYENDA.
           MOVE CANT-REBOTADOS TO REP-TOT-CANTIDAD.
           WRITE LIS-LINEA FROM REP-TOTAL.
           MOVE 'Documentos sin correo valido' TO REP-TOT-LEYENDA.
           MOVE CANT-SIN-MAIL TO REP-TOT-CANTIDAD.
           WRITE LIS-LINEA FROM REP-TOTAL.
           MOVE 'Empresas revisadas' TO REP-TOT-LEYENDA.
           MOVE CANT-EMPRESAS TO REP-TOT-CANTIDAD.
           WRITE LIS-LINEA FROM REP-TOTAL.
           MOVE 'Empresas sin correo valido' TO REP-TOT-LEYENDA.
           MOVE CANT-EMP-SIN-MAIL TO REP-TOT-CANTIDAD.
           WRITE LIS-LINEA FROM REP-TOTAL.
           DISPLAY "RENGLONES DE LA COLA: " CANT-LEIDOS.
           DISPLAY "PENDIENTES: " CANT-PENDIENTES
               "  REBOTADOS: " CANT-REBOTADOS
               "  SIN CORREO: " CANT-SIN-MAIL.
           DISPLAY "EMPRESAS SIN CORREO VALIDO: " CANT-EMP-SIN-MAIL.

       CERRAR-ARCHIVOS.
           IF FS-COLA NOT = '35'
               CLOSE COLA-ENVIOS.
           CLOSE EMP-INDEX LISTADO.


      * Resuelve todas las rutas de este programa contra rutas.dat;
      * una entrada ausente corta la corrida nombrando el logico
      * que falta.
       CARGAR-RUTAS.
           MOVE 'COMP-COLAENVIOS' TO RUTA-LOGICO.
           PERFORM OBTENER-UNA-RUTA.
           MOVE RUTA-OBTENIDA TO RUTA-COLA-ENVIOS.
           MOVE 'IDX-EMPRESAS' TO RUTA-LOGICO.
           PERFORM OBTENER-UNA-RUTA.
           MOVE RUTA-OBTENIDA TO RUTA-EMP-INDEX.
           MOVE 'SEC-ENVIOSPEND' TO RUTA-LOGICO.
           PERFORM OBTENER-UNA-RUTA.
           MOVE RUTA-OBTENIDA TO RUTA-LISTADO.

       OBTENER-UNA-RUTA.
           CALL 'OBTENER-RUTA' USING RUTA-LOGICO, RUTA-OBTENIDA,
               FS-RUTA.
           IF FS-RUTA NOT = '00'
               DISPLAY "RUTA NO CONFIGURADA PARA " RUTA-LOGICO
               STOP RUN.

       END PROGRAM ENVIOS-PENDIENTES.
