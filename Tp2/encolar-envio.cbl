      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ENCOLAR-ENVIO.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Cola unica de envios electronicos: cada programa que emite un
      * documento para el cliente (factura, nota, extracto, recibo,
      * nota de interes) deja un renglon; la pasarela de correo toma
      * los pendientes ('P') y CARGAR-ENTREGAS vuelve a anotar en la
      * cola si salio ('S') o reboto ('R').
           SELECT COLA-ENVIOS ASSIGN TO RUTA-COLA-ENVIOS
                              ORGANIZATION IS LINE SEQUENTIAL
                              FILE STATUS IS FS-COLA.

       DATA DIVISION.
       FILE SECTION.
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
           03 ENV-FECHA-ESTADO PIC 9(8).
           03 ENV-DETALLE      PIC X(30).

       WORKING-STORAGE SECTION.
       77 FS-COLA PIC XX.

      * Control de forma de la direccion: un solo '@' con algo antes,
      * un punto en el dominio que no quede pegado al '@' ni al final,
      * y ningun blanco intercalado.
       01 CANT-ARROBAS PIC 9(2).
       01 CANT-PUNTOS PIC 9(2).
       01 LARGO-MAIL PIC 9(2).
       01 POS-ARROBA PIC 9(2).
       01 LARGO-DOMINIO PIC 9(2).

      * Rutas fisicas de los archivos, resueltas al arrancar desde
      * rutas.dat via OBTENER-RUTA: mover el sistema o armar un
      * ambiente de prueba es cuestion de editar ese archivo.
       77 FS-RUTA PIC XX.
       01 SW-RUTAS-CARGADAS PIC X VALUE 'N'.
           88 RUTAS-SIN-CARGAR VALUE 'N'.
       01 RUTA-LOGICO PIC X(20).
       01 RUTA-OBTENIDA PIC X(100).
       01 RUTA-COLA-ENVIOS PIC X(100).

      * OPCION 'E' encola el documento; 'V' solo controla la direccion
      * (para el informe de empresas sin correo valido). En los dos
      * casos MAIL-VALIDO vuelve 'S' o 'N'; un documento con direccion
      * invalida igual se encola, en estado 'M', para que figure en el
      * informe de pendientes y no se pierda.
       LINKAGE SECTION.
           01 OPCION PIC X.
           01 TIPO-DOC PIC X(3).
           01 NUMERO-DOC PIC 9(8).
           01 CUIT PIC 9(11).
           01 EMAIL PIC X(30).
           01 ARCHIVO PIC X(100).
           01 MAIL-VALIDO PIC X.

       PROCEDURE DIVISION USING OPCION, TIPO-DOC, NUMERO-DOC, CUIT,
                                 EMAIL, ARCHIVO, MAIL-VALIDO.
       MAIN-PROCEDURE.
           PERFORM VALIDAR-MAIL.
           IF OPCION = 'E'
               PERFORM ENCOLAR-DOCUMENTO.
      * GOBACK y no STOP RUN: este modulo se invoca por CALL y un
      * STOP RUN aca cortaria la corrida entera del programa que lo
      * llama en la primera invocacion.
           GOBACK.

       ENCOLAR-DOCUMENTO.
           IF RUTAS-SIN-CARGAR
               PERFORM CARGAR-RUTAS
               MOVE 'S' TO SW-RUTAS-CARGADAS.
           OPEN EXTEND COLA-ENVIOS.
           IF FS-COLA = '35'
               OPEN OUTPUT COLA-ENVIOS.
           IF FS-COLA NOT = ZERO
               DISPLAY "ERROR AL ABRIR COLA DE ENVIOS FS: " FS-COLA
               GOBACK.
           MOVE TIPO-DOC TO ENV-TIPO.
           MOVE NUMERO-DOC TO ENV-NUMERO.
           MOVE CUIT TO ENV-CUIT.
           MOVE EMAIL TO ENV-MAIL.
           MOVE ARCHIVO TO ENV-ARCHIVO.
           MOVE FUNCTION CURRENT-DATE(1:8) TO ENV-FECHA-ALTA.
           MOVE FUNCTION CURRENT-DATE(9:6) TO ENV-HORA-ALTA.
           MOVE ENV-FECHA-ALTA TO ENV-FECHA-ESTADO.
           IF MAIL-VALIDO = 'S'
               MOVE 'P' TO ENV-ESTADO
               MOVE SPACES TO ENV-DETALLE
           ELSE
               MOVE 'M' TO ENV-ESTADO
               MOVE 'SIN DIRECCION DE CORREO VALIDA' TO ENV-DETALLE.
           WRITE ENV-REG.
           CLOSE COLA-ENVIOS.

       VALIDAR-MAIL.
           MOVE 'S' TO MAIL-VALIDO.
           MOVE ZERO TO CANT-ARROBAS LARGO-MAIL POS-ARROBA CANT-PUNTOS.
           INSPECT EMAIL TALLYING CANT-ARROBAS FOR ALL '@'.
           INSPECT EMAIL TALLYING LARGO-MAIL
               FOR CHARACTERS BEFORE INITIAL SPACE.
           INSPECT EMAIL TALLYING POS-ARROBA
               FOR CHARACTERS BEFORE INITIAL '@'.
           IF CANT-ARROBAS NOT = 1
               OR POS-ARROBA = ZERO
               OR POS-ARROBA + 1 >= LARGO-MAIL
               MOVE 'N' TO MAIL-VALIDO.
           IF MAIL-VALIDO = 'S' AND LARGO-MAIL < 30
               IF EMAIL(LARGO-MAIL + 1:) NOT = SPACES
                   MOVE 'N' TO MAIL-VALIDO.
           IF MAIL-VALIDO = 'S'
               PERFORM VALIDAR-DOMINIO.

       VALIDAR-DOMINIO.
           COMPUTE LARGO-DOMINIO = LARGO-MAIL - POS-ARROBA - 1.
           INSPECT EMAIL(POS-ARROBA + 2:LARGO-DOMINIO)
               TALLYING CANT-PUNTOS FOR ALL '.'.
           IF CANT-PUNTOS = ZERO
               OR EMAIL(POS-ARROBA + 2:1) = '.'
               OR EMAIL(LARGO-MAIL:1) = '.'
               MOVE 'N' TO MAIL-VALIDO.


      * Resuelve todas las rutas de este programa contra rutas.dat;
      * una entrada ausente corta la corrida nombrando el logico
      * que falta.
       CARGAR-RUTAS.
           MOVE 'COMP-COLAENVIOS' TO RUTA-LOGICO.
           PERFORM OBTENER-UNA-RUTA.
           MOVE RUTA-OBTENIDA TO RUTA-COLA-ENVIOS.

       OBTENER-UNA-RUTA.
           CALL 'OBTENER-RUTA' USING RUTA-LOGICO, RUTA-OBTENIDA,
               FS-RUTA.
           IF FS-RUTA NOT = '00'
               DISPLAY "RUTA NO CONFIGURADA PARA " RUTA-LOGICO
               STOP RUN.

       END PROGRAM ENCOLAR-ENVIO.
