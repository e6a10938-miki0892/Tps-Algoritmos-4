      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OBTENER-PERCEPCION.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Padron de percepciones de Ingresos Brutos de nuestros clientes,
      * armado por IMPORTAR-PADRON-IIBB con los padrones que publica
      * cada jurisdiccion en la que actuamos como agente.
           SELECT PADRON-IIBB     ASSIGN TO RUTA-PADRON-IIBB
                                  ORGANIZATION IS INDEXED
                                  ACCESS MODE IS DYNAMIC
                                  RECORD KEY IS PIB-CLAVE
                                  FILE STATUS IS FS-PADRON-IIBB.
       DATA DIVISION.

       FILE SECTION.
       FD PADRON-IIBB LABEL RECORD IS STANDARD.

      * PIB-VIGENCIA forma parte de la clave, igual que en TARIFAS:
      * un mismo CUIT tiene un renglon por cada padron publicado.
      * PIB-VIGENCIA-HASTA en cero es un renglon sin vencimiento.
       01 PIB-REG.
           03 PIB-CLAVE.
               05 PIB-CUIT     PIC 9(11).
               05 PIB-VIGENCIA PIC 9(8).
           03 PIB-VIGENCIA-HASTA PIC 9(8).
           03 PIB-JURISDICCION PIC 9(3).
           03 PIB-ALICUOTA PIC 9(2)V99.

       WORKING-STORAGE SECTION.
       77 FS-PADRON-IIBB PIC XX.

       01 WS-CUIT-BUSCADO  PIC 9(11).
       01 WS-FECHA-BUSCADA PIC 9(8).

      * Sin padron cargado (ninguna jurisdiccion importada todavia)
      * no hay percepciones que practicar: toda busqueda da '23'.
       01 SW-PADRON-ABIERTO PIC X VALUE 'N'.
           88 PADRON-ABIERTO VALUE 'S'.

      * Rutas fisicas de los archivos, resueltas al arrancar desde
      * rutas.dat via OBTENER-RUTA: mover el sistema o armar un
      * ambiente de prueba es cuestion de editar ese archivo.
       77 FS-RUTA PIC XX.
       01 SW-RUTAS-CARGADAS PIC X VALUE 'N'.
           88 RUTAS-SIN-CARGAR VALUE 'N'.
       01 RUTA-LOGICO PIC X(20).
       01 RUTA-OBTENIDA PIC X(100).
       01 RUTA-PADRON-IIBB PIC X(100).

       LINKAGE SECTION.
      * OPCION: 'A' abrir, 'B' buscar, 'C' cerrar. En la busqueda
      * entran CUIT y FECHA (la de emision del documento) y vuelven la
      * jurisdiccion y la alicuota vigentes a esa fecha; sin renglon
      * vigente vuelven en cero con FS-RESULTADO '23'.
           01 OPCION PIC X.
           01 CUIT PIC 9(11).
           01 FECHA PIC 9(8).
           01 JURISDICCION PIC 9(3).
           01 ALICUOTA PIC 9(2)V99.
           01 FS-RESULTADO PIC XX.

       PROCEDURE DIVISION USING OPCION, CUIT, FECHA, JURISDICCION,
                                 ALICUOTA, FS-RESULTADO.
       MAIN-PROCEDURE.
           IF RUTAS-SIN-CARGAR
               PERFORM CARGAR-RUTAS
               MOVE 'S' TO SW-RUTAS-CARGADAS.
           IF OPCION = 'A'
               PERFORM ABRIR-PADRON.
           IF OPCION = 'B'
               PERFORM BUSCAR-PERCEPCION.
           IF OPCION = 'C' AND PADRON-ABIERTO
               CLOSE PADRON-IIBB
               MOVE 'N' TO SW-PADRON-ABIERTO.
           GOBACK.

       ABRIR-PADRON.
           OPEN INPUT PADRON-IIBB.
           IF FS-PADRON-IIBB NOT = ZERO AND '35'
               DISPLAY "ERROR AL ABRIR PADRON IIBB FS: "
                   FS-PADRON-IIBB
               STOP RUN.
           IF FS-PADRON-IIBB = ZERO
               MOVE 'S' TO SW-PADRON-ABIERTO.

      * Ubica el renglon del CUIT de mayor vigencia que no sea
      * posterior a la fecha buscada, misma regla que OBTENER-TARIFA;
      * ademas el padron tiene que seguir vigente a esa fecha.
       BUSCAR-PERCEPCION.
           MOVE '23' TO FS-PADRON-IIBB.
           IF PADRON-ABIERTO
               MOVE CUIT  TO PIB-CUIT WS-CUIT-BUSCADO
               MOVE FECHA TO PIB-VIGENCIA WS-FECHA-BUSCADA
               START PADRON-IIBB KEY IS <= PIB-CLAVE
               IF FS-PADRON-IIBB NOT = ZERO AND '10' AND '23'
                   DISPLAY "ERROR AL POSICIONAR PADRON IIBB FS: "
                       FS-PADRON-IIBB
                   CLOSE PADRON-IIBB
                   STOP RUN
               END-IF
               IF FS-PADRON-IIBB = '00'
                   READ PADRON-IIBB NEXT RECORD
               END-IF
               IF FS-PADRON-IIBB NOT = ZERO AND '10' AND '23'
                   DISPLAY "ERROR AL LEER PADRON IIBB FS: "
                       FS-PADRON-IIBB
                   CLOSE PADRON-IIBB
                   STOP RUN
               END-IF
               IF FS-PADRON-IIBB = '00'
                   AND (PIB-CUIT NOT = WS-CUIT-BUSCADO
                   OR (PIB-VIGENCIA-HASTA NOT = ZERO
                   AND PIB-VIGENCIA-HASTA < WS-FECHA-BUSCADA))
                   MOVE '23' TO FS-PADRON-IIBB.
           MOVE FS-PADRON-IIBB TO FS-RESULTADO.
           IF FS-PADRON-IIBB = '00'
               MOVE PIB-JURISDICCION TO JURISDICCION
               MOVE PIB-ALICUOTA TO ALICUOTA
           ELSE
               MOVE ZERO TO JURISDICCION
               MOVE ZERO TO ALICUOTA.


      * Resuelve todas las rutas de este programa contra rutas.dat;
      * una entrada ausente corta la corrida nombrando el logico
      * que falta.
       CARGAR-RUTAS.
           MOVE 'IDX-PADRONIIBB' TO RUTA-LOGICO.
           PERFORM OBTENER-UNA-RUTA.
           MOVE RUTA-OBTENIDA TO RUTA-PADRON-IIBB.

       OBTENER-UNA-RUTA.
           CALL 'OBTENER-RUTA' USING RUTA-LOGICO, RUTA-OBTENIDA,
               FS-RUTA.
           IF FS-RUTA NOT = '00'
               DISPLAY "RUTA NO CONFIGURADA PARA " RUTA-LOGICO
               STOP RUN.

       END PROGRAM OBTENER-PERCEPCION.
