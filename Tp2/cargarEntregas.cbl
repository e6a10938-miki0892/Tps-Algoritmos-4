      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CARGAR-ENTREGAS.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Cola de envios electronicos que alimentan TP-2, ESTADO-CUENTA,
      * COBRANZAS e INTERESES-MORA via ENCOLAR-ENVIO.
           SELECT COLA-ENVIOS  ASSIGN TO RUTA-COLA-ENVIOS
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS FS-COLA.

      * Resultados que devuelve la pasarela de correo: un renglon por
      * documento intentado, salido ('S') o rebotado ('R').
           SELECT RESULTADOS   ASSIGN TO RUTA-RESULTADOS
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS FS-RESULTADOS.

       DATA DIVISION.
       FILE SECTION.
      * Mismo layout que graba ENCOLAR-ENVIO. Estados: 'P' pendiente,
      * 'M' sin direccion de correo valida, 'S' entregado, 'R'
      * rebotado.
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

       FD RESULTADOS LABEL RECORD IS STANDARD.
       01 RES-REG.
           03 RES-TIPO      PIC X(3).
           03 RES-NUMERO    PIC 9(8).
           03 RES-CUIT      PIC 9(11).
           03 RES-FECHA     PIC 9(8).
           03 RES-RESULTADO PIC X(1).
               88 RES-ENTREGADO VALUE 'S'.
               88 RES-REBOTADO  VALUE 'R'.
           03 RES-DETALLE   PIC X(30).

       WORKING-STORAGE SECTION.

       77 FS-COLA PIC XX.
       77 FS-RESULTADOS PIC XX.

      * Foto en memoria de la cola; lo entregado se depura a los
      * DIAS-RETENCION dias, asi que 3000 renglones cubren con holgura
      * un mes de documentos.
       01 TABLA-ENVIOS.
           03 FILA-ENVIO OCCURS 3000 TIMES.
               05 TAB-ENV-TIPO         PIC X(3).
               05 TAB-ENV-NUMERO       PIC 9(8).
               05 TAB-ENV-CUIT         PIC 9(11).
               05 TAB-ENV-MAIL         PIC X(30).
               05 TAB-ENV-ARCHIVO      PIC X(100).
               05 TAB-ENV-FECHA-ALTA   PIC 9(8).
               05 TAB-ENV-HORA-ALTA    PIC 9(6).
               05 TAB-ENV-ESTADO       PIC X(1).
               05 TAB-ENV-FECHA-ESTADO PIC 9(8).
               05 TAB-ENV-DETALLE      PIC X(30).
       01 CANT-ENVIOS PIC 9(4) VALUE ZERO.
       01 SUB-ENV PIC 9(4).

       01 DIAS-RETENCION PIC 9(3) VALUE 30.
       01 FECHA-CORRIDA PIC 9(8).
       01 FECHA-DEPURACION PIC 9(8).
       01 DIAS-AUXILIAR PIC 9(7).

       01 SW-RESULTADO-UBICADO PIC X.
           88 RESULTADO-UBICADO VALUE 'S'.

       01 CANT-RESULTADOS   PIC 9(5) VALUE ZERO.
       01 CANT-ENTREGADOS   PIC 9(5) VALUE ZERO.
       01 CANT-REBOTADOS    PIC 9(5) VALUE ZERO.
       01 CANT-SIN-UBICAR   PIC 9(5) VALUE ZERO.
       01 CANT-DEPURADOS    PIC 9(5) VALUE ZERO.
       01 CANT-REGRABADOS   PIC 9(5) VALUE ZERO.


      * Bitacora central de corridas (ver REGISTRAR-CORRIDA): 'I' al
      * arrancar y 'F' con los contadores al terminar normalmente;
      * una corrida abortada no llega a anotar su 'F' y el resumen
      * diario la muestra como anormal.
       01 WS-OPCION-LOG PIC X.
       01 LOG-PROGRAMA-ID PIC X(12) VALUE 'CARGAR-ENTRE'.
       01 LOG-CANT-ENTRADA PIC 9(7) VALUE ZERO.
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
      * ambiente de prueba es cuestion de editar ese archivo.
       77 FS-RUTA PIC XX.
       01 RUTA-LOGICO PIC X(20).
       01 RUTA-OBTENIDA PIC X(100).
       01 RUTA-COLA-ENVIOS PIC X(100).
       01 RUTA-RESULTADOS PIC X(100).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM CARGAR-RUTAS.
           PERFORM TOMAR-BLOQUEOS.
           MOVE 'I' TO WS-OPCION-LOG.
           CALL 'REGISTRAR-CORRIDA' USING WS-OPCION-LOG,
               LOG-PROGRAMA-ID, LOG-CANT-ENTRADA, LOG-CANT-SALIDA,
               LOG-CANT-EXC.
           MOVE FUNCTION CURRENT-DATE(1:8) TO FECHA-CORRIDA.
           COMPUTE DIAS-AUXILIAR =
               FUNCTION INTEGER-OF-DATE(FECHA-CORRIDA) - DIAS-RETENCION.
           MOVE FUNCTION DATE-OF-INTEGER(DIAS-AUXILIAR)
               TO FECHA-DEPURACION.
           PERFORM CARGAR-COLA.
           OPEN INPUT RESULTADOS.
           IF FS-RESULTADOS NOT = ZERO
               DISPLAY "ERROR AL ABRIR RESULTADOS ENVIOS FS: "
                   FS-RESULTADOS
               PERFORM LIBERAR-BLOQUEOS
               STOP RUN.
           PERFORM LEER-RESULTADO.
           PERFORM PROCESAR-RESULTADO UNTIL FS-RESULTADOS = '10'.
           CLOSE RESULTADOS.
           PERFORM REGRABAR-COLA.
           PERFORM IMPRIMIR-RESUMEN.
           MOVE CANT-RESULTADOS TO LOG-CANT-ENTRADA.
           MOVE CANT-REGRABADOS TO LOG-CANT-SALIDA.
           MOVE CANT-SIN-UBICAR TO LOG-CANT-EXC.
           PERFORM LIBERAR-BLOQUEOS.
           MOVE 'F' TO WS-OPCION-LOG.
           CALL 'REGISTRAR-CORRIDA' USING WS-OPCION-LOG,
               LOG-PROGRAMA-ID, LOG-CANT-ENTRADA, LOG-CANT-SALIDA,
               LOG-CANT-EXC.
           STOP RUN.

      * La cola puede no existir todavia (ningun documento encolado):
      * se arranca vacia. Una cola que no entra en la tabla corta la
      * corrida: regrabarla truncada perderia documentos.
       CARGAR-COLA.
           OPEN INPUT COLA-ENVIOS.
           IF FS-COLA NOT = ZERO AND '35'
               DISPLAY "ERROR AL ABRIR COLA DE ENVIOS FS: " FS-COLA
               PERFORM LIBERAR-BLOQUEOS
               STOP RUN.
           IF FS-COLA = ZERO
               READ COLA-ENVIOS
               PERFORM CARGAR-UN-ENVIO
                   UNTIL FS-COLA NOT = ZERO
               CLOSE COLA-ENVIOS.

       CARGAR-UN-ENVIO.
           IF CANT-ENVIOS >= 3000
               DISPLAY "LA COLA DE ENVIOS SUPERA LOS 3000 RENGLONES"
               CLOSE COLA-ENVIOS
               PERFORM LIBERAR-BLOQUEOS
               STOP RUN.
           ADD 1 TO CANT-ENVIOS.
           MOVE ENV-TIPO TO TAB-ENV-TIPO(CANT-ENVIOS).
           MOVE ENV-NUMERO TO TAB-ENV-NUMERO(CANT-ENVIOS).
           MOVE ENV-CUIT TO TAB-ENV-CUIT(CANT-ENVIOS).
           MOVE ENV-MAIL TO TAB-ENV-MAIL(CANT-ENVIOS).
           MOVE ENV-ARCHIVO TO TAB-ENV-ARCHIVO(CANT-ENVIOS).
           MOVE ENV-FECHA-ALTA TO TAB-ENV-FECHA-ALTA(CANT-ENVIOS).
           MOVE ENV-HORA-ALTA TO TAB-ENV-HORA-ALTA(CANT-ENVIOS).
           MOVE ENV-ESTADO TO TAB-ENV-ESTADO(CANT-ENVIOS).
           MOVE ENV-FECHA-ESTADO TO TAB-ENV-FECHA-ESTADO(CANT-ENVIOS).
           MOVE ENV-DETALLE TO TAB-ENV-DETALLE(CANT-ENVIOS).
           READ COLA-ENVIOS.

       LEER-RESULTADO.
           READ RESULTADOS.
           IF FS-RESULTADOS NOT = ZERO AND '10'
               DISPLAY "ERROR AL LEER RESULTADOS ENVIOS FS: "
                   FS-RESULTADOS
               PERFORM LIBERAR-BLOQUEOS
               STOP RUN.

      * Un resultado se aplica a todo renglon todavia no entregado del
      * mismo documento (tipo, numero y CUIT): un extracto reemitido
      * el mismo dia o un reenvio tras un rebote comparten la clave.
       PROCESAR-RESULTADO.
           ADD 1 TO CANT-RESULTADOS.
           IF NOT RES-ENTREGADO AND NOT RES-REBOTADO
               DISPLAY "RESULTADO INVALIDO '" RES-RESULTADO
                   "' PARA " RES-TIPO " " RES-NUMERO
               ADD 1 TO CANT-SIN-UBICAR
           ELSE
               MOVE 'N' TO SW-RESULTADO-UBICADO
               PERFORM APLICAR-RESULTADO
                   VARYING SUB-ENV FROM 1 BY 1
                   UNTIL SUB-ENV > CANT-ENVIOS
               PERFORM CONTAR-RESULTADO.
           PERFORM LEER-RESULTADO.

       APLICAR-RESULTADO.
           IF TAB-ENV-TIPO(SUB-ENV) = RES-TIPO
               AND TAB-ENV-NUMERO(SUB-ENV) = RES-NUMERO
               AND TAB-ENV-CUIT(SUB-ENV) = RES-CUIT
               AND TAB-ENV-ESTADO(SUB-ENV) NOT = 'S'
               MOVE RES-RESULTADO TO TAB-ENV-ESTADO(SUB-ENV)
               MOVE RES-FECHA TO TAB-ENV-FECHA-ESTADO(SUB-ENV)
               MOVE RES-DETALLE TO TAB-ENV-DETALLE(SUB-ENV)
               MOVE 'S' TO SW-RESULTADO-UBICADO.

       CONTAR-RESULTADO.
           IF NOT RESULTADO-UBICADO
               DISPLAY "RESULTADO SIN DOCUMENTO EN LA COLA: "
                   RES-TIPO " " RES-NUMERO " CUIT " RES-CUIT
               ADD 1 TO CANT-SIN-UBICAR
           ELSE
               IF RES-ENTREGADO
                   ADD 1 TO CANT-ENTREGADOS
               ELSE
                   ADD 1 TO CANT-REBOTADOS.

      * Lo entregado hace mas de DIAS-RETENCION dias sale de la cola;
      * lo pendiente, rebotado o sin correo queda hasta resolverse.
       REGRABAR-COLA.
           OPEN OUTPUT COLA-ENVIOS.
           IF FS-COLA NOT = ZERO
               DISPLAY "ERROR AL REGRABAR COLA DE ENVIOS FS: " FS-COLA
               PERFORM LIBERAR-BLOQUEOS
               STOP RUN.
           PERFORM GRABAR-UN-ENVIO
               VARYING SUB-ENV FROM 1 BY 1
               UNTIL SUB-ENV > CANT-ENVIOS.
           CLOSE COLA-ENVIOS.

       GRABAR-UN-ENVIO.
           IF TAB-ENV-ESTADO(SUB-ENV) = 'S'
               AND TAB-ENV-FECHA-ESTADO(SUB-ENV) < FECHA-DEPURACION
               ADD 1 TO CANT-DEPURADOS
           ELSE
               MOVE TAB-ENV-TIPO(SUB-ENV) TO ENV-TIPO
               MOVE TAB-ENV-NUMERO(SUB-ENV) TO ENV-NUMERO
               MOVE TAB-ENV-CUIT(SUB-ENV) TO ENV-CUIT
               MOVE TAB-ENV-MAIL(SUB-ENV) TO ENV-MAIL
               MOVE TAB-ENV-ARCHIVO(SUB-ENV) TO ENV-ARCHIVO
               MOVE TAB-ENV-FECHA-ALTA(SUB-ENV) TO ENV-FECHA-ALTA
               MOVE TAB-ENV-HORA-ALTA(SUB-ENV) TO ENV-HORA-ALTA
               MOVE TAB-ENV-ESTADO(SUB-ENV) TO ENV-ESTADO
               MOVE TAB-ENV-FECHA-ESTADO(SUB-ENV) TO ENV-FECHA-ESTADO
               MOVE TAB-ENV-DETALLE(SUB-ENV) TO ENV-DETALLE
               WRITE ENV-REG
               ADD 1 TO CANT-REGRABADOS.

       IMPRIMIR-RESUMEN.
           DISPLAY "RESULTADOS LEIDOS: " CANT-RESULTADOS.
           DISPLAY "ENTREGADOS: " CANT-ENTREGADOS
               "  REBOTADOS: " CANT-REBOTADOS.
           DISPLAY "RESULTADOS SIN UBICAR: " CANT-SIN-UBICAR.
           DISPLAY "ENTREGADOS DEPURADOS DE LA COLA: " CANT-DEPURADOS.
           DISPLAY "RENGLONES EN LA COLA: " CANT-REGRABADOS.


       TOMAR-BLOQUEOS.
           MOVE 'T' TO WS-OPCION-BLOQUEO.
           MOVE 'COLA-ENVIOS' TO BLOQUEO-RECURSO.
           CALL 'BLOQUEAR-RECURSO' USING WS-OPCION-BLOQUEO,
               LOG-PROGRAMA-ID, BLOQUEO-RECURSO, FS-BLOQUEO.
           IF FS-BLOQUEO NOT = '00'
               STOP RUN.

       LIBERAR-BLOQUEOS.
           MOVE 'L' TO WS-OPCION-BLOQUEO.
           MOVE 'COLA-ENVIOS' TO BLOQUEO-RECURSO.
           CALL 'BLOQUEAR-RECURSO' USING WS-OPCION-BLOQUEO,
               LOG-PROGRAMA-ID, BLOQUEO-RECURSO, FS-BLOQUEO.

      * Resuelve todas las rutas de este programa contra rutas.dat;
      * una entrada ausente corta la corrida nombrando el logico
      * que falta.
       CARGAR-RUTAS.
           MOVE 'COMP-COLAENVIOS' TO RUTA-LOGICO.
           PERFORM OBTENER-UNA-RUTA.
           MOVE RUTA-OBTENIDA TO RUTA-COLA-ENVIOS.
           MOVE 'SEC-RESULTENVIOS' TO RUTA-LOGICO.
           PERFORM OBTENER-UNA-RUTA.
           MOVE RUTA-OBTENIDA TO RUTA-RESULTADOS.

       OBTENER-UNA-RUTA.
           CALL 'OBTENER-RUTA' USING RUTA-LOGICO, RUTA-OBTENIDA,
               FS-RUTA.
           IF FS-RUTA NOT = '00'
               DISPLAY "RUTA NO CONFIGURADA PARA " RUTA-LOGICO
               STOP RUN.

       END PROGRAM CARGAR-ENTREGAS.
