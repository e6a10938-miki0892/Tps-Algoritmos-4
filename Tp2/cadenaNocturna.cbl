                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS FS-VEREDICTO.

      * Veredicto de CONCILIAR-MAESTROS: con los maestros de TP1 y de
      * TP-2 desalineados no se factura.
           SELECT VEREDICTO-MAESTROS ASSIGN TO RUTA-VEREDICTO-MAESTROS
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS FS-VER-MAESTROS.

       DATA DIVISION.
       FILE SECTION.
       FD CADENA-COMANDOS LABEL RECORD IS STANDARD.
           03 VER-FECHA PIC 9(8).
           03 VER-CANT-HUERFANOS PIC 9(7).

       FD VEREDICTO-MAESTROS LABEL RECORD IS STANDARD.
       01 VMA-REG.
           03 VMA-RESULTADO PIC X(6).
           03 VMA-FECHA PIC 9(8).
           03 VMA-CANT-DIFERENCIAS PIC 9(7).

       WORKING-STORAGE SECTION.

       77 FS-COMANDOS   PIC XX.
       77 FS-CAMBIOS    PIC XX.
       77 FS-APROBACION PIC XX.
       77 FS-VEREDICTO  PIC XX.
       77 FS-VER-MAESTROS PIC XX.

       01 TABLA-PASOS.
           03 FILA-PASO OCCURS 10 TIMES.
       01 RUTA-CAMBIOS-TARIFAS PIC X(100).
       01 RUTA-APROBACION-TARIFAS PIC X(100).
       01 RUTA-VEREDICTO PIC X(100).
       01 RUTA-VEREDICTO-MAESTROS PIC X(100).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

      * Precondiciones de CREAR-INDEXADOS: sin grupos duplicados, sin
      * cambios de tarifas pendientes de visto bueno y con veredicto
      * LIMPIO del validador de referencias. La facturacion, ademas,
      * exige los maestros de TP1 y TP-2 conciliados. Toda la cadena
      * arranca por el control de capacidad de las tablas en memoria:
      * si el primer paso es otro, no corre nada.
       VERIFICAR-PRECONDICIONES.
           MOVE 'S' TO SW-PASO-HABILITADO.
           IF SUB-PASO = 1 AND TAB-PASO-PROGRAMA(1) NOT = 'CONTROL-CAP'
               DISPLAY "  EL PRIMER PASO DEBE SER CONTROL-CAP: LA "
                   "CADENA NO CORRE"
               MOVE 'N' TO SW-PASO-HABILITADO.
           IF TAB-PASO-PROGRAMA(SUB-PASO) = 'CREAR-INDEX'
               PERFORM VERIFICAR-DUPLICADOS
               PERFORM VERIFICAR-CAMBIOS-TARIFAS
               PERFORM VERIFICAR-VEREDICTO.
           IF TAB-PASO-PROGRAMA(SUB-PASO) = 'TP-2'
               OR TAB-PASO-PROGRAMA(SUB-PASO) = 'TP1-PUNTO-A'
               PERFORM VERIFICAR-CONCILIACION.

       VERIFICAR-DUPLICADOS.
           PERFORM VERIFICAR-ARCHIVO-DUP.
               END-IF
               CLOSE VEREDICTO.

      * Precondicion de la facturacion (TP1-PUNTO-A y TP-2): veredicto
      * LIMPIO de hoy de CONCILIAR-MAESTROS.
       VERIFICAR-CONCILIACION.
           OPEN INPUT VEREDICTO-MAESTROS.
           IF FS-VER-MAESTROS NOT = ZERO
               DISPLAY "  SIN CONCILIACION DE MAESTROS: "
                   TAB-PASO-PROGRAMA(SUB-PASO) " NO CORRE"
               MOVE 'N' TO SW-PASO-HABILITADO
           ELSE
               READ VEREDICTO-MAESTROS
               IF FS-VER-MAESTROS NOT = ZERO
                   OR VMA-RESULTADO NOT = 'LIMPIO'
                   OR VMA-FECHA NOT = FECHA-HOY
                   DISPLAY "  MAESTROS TP1/TP-2 CON DIFERENCIAS O "
                       "CONCILIACION VIEJA: "
                       TAB-PASO-PROGRAMA(SUB-PASO) " NO CORRE"
                   MOVE 'N' TO SW-PASO-HABILITADO
               END-IF
               CLOSE VEREDICTO-MAESTROS.

      * Cuenta los fines normales de hoy del programa buscado; un paso
      * exitoso deja exactamente uno mas que antes de lanzarlo.
       CONTAR-FINES-DEL-DIA.
           MOVE 'SEC-VEREDICTO' TO RUTA-LOGICO.
           PERFORM OBTENER-UNA-RUTA.
           MOVE RUTA-OBTENIDA TO RUTA-VEREDICTO.
           MOVE 'SEC-VEREDMAESTROS' TO RUTA-LOGICO.
           PERFORM OBTENER-UNA-RUTA.
           MOVE RUTA-OBTENIDA TO RUTA-VEREDICTO-MAESTROS.

       OBTENER-UNA-RUTA.
           CALL 'OBTENER-RUTA' USING RUTA-LOGICO, RUTA-OBTENIDA,
