      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONTROLAR-CAPACIDAD.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Muchos programas cargan archivos compartidos en tablas de
      * tamano fijo y, cuando los datos las superan, truncan en
      * silencio o se portan mal. Este control corre como primer paso
      * de CADENA-NOCTURNA: cuenta los registros de cada archivo
      * compartido, los compara con el tope de la tabla de cada
      * programa que lo carga y corta la cadena si alguno se excede.

      * Porcentaje del tope a partir del cual se avisa (sin archivo o
      * en cero, el 80%).
           SELECT PARAM-CAPACIDAD ASSIGN TO RUTA-PARAM-CAPACIDAD
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS FS-PARAMETROS.

      * Archivo secuencial a contar: la ruta se resuelve para cada
      * logico de la tabla de topes antes de abrirlo.
           SELECT ARCHIVO-CONTADO ASSIGN TO RUTA-CONTADO
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS FS-CONTADO.

      * El registro de facturas es indexado: se recorre entero y se
      * cuentan los documentos segun el criterio de cada tabla.
           SELECT REGISTRO-FACTURAS ASSIGN TO RUTA-REGISTRO-FACTURAS
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS DYNAMIC
                               RECORD KEY IS RFA-NUMERO
                               ALTERNATE RECORD KEY IS RFA-CUIT
                               WITH DUPLICATES
                               FILE STATUS IS FS-REGISTRO.

       DATA DIVISION.
       FILE SECTION.
       FD PARAM-CAPACIDAD LABEL RECORD IS STANDARD.
       01 PARAM-REG.
           03 PARAM-PORCENTAJE PIC 9(3).

       FD ARCHIVO-CONTADO LABEL RECORD IS STANDARD.
       01 CONTADO-LINEA PIC X(1000).

       FD REGISTRO-FACTURAS LABEL RECORD IS STANDARD.
       01 RFA-REG.
           03 RFA-NUMERO        PIC 9(8).
           03 RFA-CUIT          PIC 9(11).
           03 RFA-FECHA-EMISION PIC 9(8).
           03 RFA-FECHA-VTO     PIC 9(8).
           03 RFA-FECHA-DESDE   PIC 9(8).
           03 RFA-FECHA-HASTA   PIC 9(8).
           03 RFA-IMPORTE       PIC 9(9)V99.
           03 RFA-IVA           PIC 9(9)V99.
           03 RFA-IMPORTE-BRUTO PIC 9(9)V99.
           03 RFA-TIPO-DOC      PIC X(1).
           03 RFA-DOC-REF       PIC 9(8).
           03 RFA-MONEDA        PIC X(3).
           03 RFA-IMPORTE-MON   PIC 9(9)V99.
           03 RFA-CAE           PIC 9(14).
           03 RFA-CAE-VTO       PIC 9(8).
           03 RFA-TASA-IVA      PIC 9(2)V99.
           03 RFA-IMP-ABONO     PIC 9(9)V99.
           03 RFA-IMP-EXCESO    PIC 9(9)V99.
           03 RFA-BONIFICACION  PIC 9(9)V99.
           03 RFA-TAREA         PIC X(4).
           03 RFA-COBRADO       PIC 9(9)V99.
           03 RFA-AJUSTE-NOTAS  PIC S9(9)V99.
           03 RFA-IIBB-JURIS    PIC 9(3).
           03 RFA-IIBB-ALICUOTA PIC 9(2)V99.
           03 RFA-PERCEPCION    PIC 9(9)V99.

       WORKING-STORAGE SECTION.

       77 FS-PARAMETROS PIC XX.
       77 FS-CONTADO    PIC XX.
       77 FS-REGISTRO   PIC XX.

      * Topes de las tablas en memoria: archivo logico que se carga,
      * criterio de conteo, programa que lo carga, tabla y cantidad
      * de filas. Al ampliar o agregar una tabla en un programa,
      * actualizar esta lista. Criterios (las tablas que no cargan el
      * archivo entero se comparan solo con lo que cargan):
      *   en blanco  todos los registros;
      *   Vppps      los registros con el valor s en la posicion ppp;
      *   Appp       los del anio con fecha en la posicion ppp (el
      *              mayor entre el anio en curso y el anterior);
      *   F          registro de facturas: las facturas;
      *   C          registro de facturas: clientes con facturas;
      *   P          registro de facturas: documentos con percepcion
      *              del mes (el mayor entre el mes en curso y el
      *              anterior).
       01 VALORES-LIMITES.
           03 FILLER PIC X(20) VALUE 'TP1-CONSULTORES'.
           03 FILLER PIC X(5)  VALUE SPACES.
           03 FILLER PIC X(24) VALUE 'LIQUIDAR-HONORARIOS'.
           03 FILLER PIC X(18) VALUE 'LINEA-CONSULTOR'.
           03 FILLER PIC 9(5)  VALUE 50.
           03 FILLER PIC X(20) VALUE 'TP1-CONSULTORES'.
           03 FILLER PIC X(5)  VALUE SPACES.
           03 FILLER PIC X(24) VALUE 'VALIDAR-NOVEDADES'.
           03 FILLER PIC X(18) VALUE 'LINEA-CONSULTOR'.
           03 FILLER PIC 9(5)  VALUE 50.
           03 FILLER PIC X(20) VALUE 'TP1-CONSULTORES'.
           03 FILLER PIC X(5)  VALUE SPACES.
           03 FILLER PIC X(24) VALUE 'CERTIFICADO-HONORARIOS'.
           03 FILLER PIC X(18) VALUE 'LINEA-CONSULTOR'.
           03 FILLER PIC 9(5)  VALUE 50.
           03 FILLER PIC X(20) VALUE 'TP1-CONSULTORES'.
           03 FILLER PIC X(5)  VALUE SPACES.
           03 FILLER PIC X(24) VALUE 'CONCILIAR-GASTOS'.
           03 FILLER PIC X(18) VALUE 'LINEA-CONSULTOR'.
           03 FILLER PIC 9(5)  VALUE 50.
           03 FILLER PIC X(20) VALUE 'TP1-CONSULTORES'.
           03 FILLER PIC X(5)  VALUE SPACES.
           03 FILLER PIC X(24) VALUE 'GENERAR-CORRECCIONES'.
           03 FILLER PIC X(18) VALUE 'LINEA-CONSULTOR'.
           03 FILLER PIC 9(5)  VALUE 50.
           03 FILLER PIC X(20) VALUE 'TP1-CONSULTORES'.
           03 FILLER PIC X(5)  VALUE SPACES.
           03 FILLER PIC X(24) VALUE 'REPROCESAR-RECHAZOS'.
           03 FILLER PIC X(18) VALUE 'LINEA-CONSULTOR'.
           03 FILLER PIC 9(5)  VALUE 50.
           03 FILLER PIC X(20) VALUE 'TP1-CONSULTORES'.
           03 FILLER PIC X(5)  VALUE SPACES.
           03 FILLER PIC X(24) VALUE 'TP1-PUNTO-C'.
           03 FILLER PIC X(18) VALUE 'WS-CONSULTOR'.
           03 FILLER PIC 9(5)  VALUE 50.
           03 FILLER PIC X(20) VALUE 'TP1-CONSULTORES'.
           03 FILLER PIC X(5)  VALUE SPACES.
           03 FILLER PIC X(24) VALUE 'INFORME-PROYECTOS'.
           03 FILLER PIC X(18) VALUE 'LINEA-CONSULTOR'.
           03 FILLER PIC 9(5)  VALUE 50.
           03 FILLER PIC X(20) VALUE 'TP1-CONSULTORES'.
           03 FILLER PIC X(5)  VALUE SPACES.
           03 FILLER PIC X(24) VALUE 'RENTABILIDAD-CLIENTES'.
           03 FILLER PIC X(18) VALUE 'LINEA-CONSULTOR'.
           03 FILLER PIC 9(5)  VALUE 50.
           03 FILLER PIC X(20) VALUE 'TP1-CONSULTORES'.
           03 FILLER PIC X(5)  VALUE SPACES.
           03 FILLER PIC X(24) VALUE 'PROYECCION-FONDOS'.
           03 FILLER PIC X(18) VALUE 'LINEA-CONSULTOR'.
           03 FILLER PIC 9(5)  VALUE 100.
           03 FILLER PIC X(20) VALUE 'SEC-CONSULTORES'.
           03 FILLER PIC X(5)  VALUE SPACES.
           03 FILLER PIC X(24) VALUE 'VALIDAR-REFERENCIAS'.
           03 FILLER PIC X(18) VALUE 'LINEA-CONSULTOR'.
           03 FILLER PIC 9(5)  VALUE 50.
           03 FILLER PIC X(20) VALUE 'SEC-CONSULTORES'.
           03 FILLER PIC X(5)  VALUE SPACES.
           03 FILLER PIC X(24) VALUE 'CONCILIAR-MAESTROS'.
           03 FILLER PIC X(18) VALUE 'LINEA-CLAVE-CONS'.
           03 FILLER PIC 9(5)  VALUE 500.
           03 FILLER PIC X(20) VALUE 'TP1-EMPRESAS'.
           03 FILLER PIC X(5)  VALUE SPACES.
           03 FILLER PIC X(24) VALUE 'TP1-PUNTO-A'.
           03 FILLER PIC X(18) VALUE 'EMPRESA'.
           03 FILLER PIC 9(5)  VALUE 50.
           03 FILLER PIC X(20) VALUE 'TP1-EMPRESAS'.
           03 FILLER PIC X(5)  VALUE SPACES.
           03 FILLER PIC X(24) VALUE 'TP1-PUNTO-B'.
           03 FILLER PIC X(18) VALUE 'WS-EMPRESA'.
           03 FILLER PIC 9(5)  VALUE 50.
           03 FILLER PIC X(20) VALUE 'SEC-EMPRESAS'.
           03 FILLER PIC X(5)  VALUE SPACES.
           03 FILLER PIC X(24) VALUE 'VALIDAR-REFERENCIAS'.
           03 FILLER PIC X(18) VALUE 'LINEA-EMPRESA'.
           03 FILLER PIC 9(5)  VALUE 50.
           03 FILLER PIC X(20) VALUE 'SEC-EMPRESAS'.
           03 FILLER PIC X(5)  VALUE SPACES.
           03 FILLER PIC X(24) VALUE 'CREAR-INDEXADOS'.
           03 FILLER PIC X(18) VALUE 'EMPRESA'.
           03 FILLER PIC 9(5)  VALUE 50.
           03 FILLER PIC X(20) VALUE 'SEC-EMPRESAS'.
           03 FILLER PIC X(5)  VALUE SPACES.
           03 FILLER PIC X(24) VALUE 'CONCILIAR-MAESTROS'.
           03 FILLER PIC X(18) VALUE 'LINEA-CLAVE-EMP'.
           03 FILLER PIC 9(5)  VALUE 500.
           03 FILLER PIC X(20) VALUE 'TP1-TARIFAS'.
           03 FILLER PIC X(5)  VALUE SPACES.
           03 FILLER PIC X(24) VALUE 'LIQUIDAR-HONORARIOS'.
           03 FILLER PIC X(18) VALUE 'ELEMENTO'.
           03 FILLER PIC 9(5)  VALUE 90.
           03 FILLER PIC X(20) VALUE 'TP1-TARIFAS'.
           03 FILLER PIC X(5)  VALUE SPACES.
           03 FILLER PIC X(24) VALUE 'TP1-PUNTO-A'.
           03 FILLER PIC X(18) VALUE 'ELEMENTO'.
           03 FILLER PIC 9(5)  VALUE 90.
           03 FILLER PIC X(20) VALUE 'TP1-TARIFAS'.
           03 FILLER PIC X(5)  VALUE SPACES.
           03 FILLER PIC X(24) VALUE 'PROYECCION-FONDOS'.
           03 FILLER PIC X(18) VALUE 'ELEMENTO'.
           03 FILLER PIC 9(5)  VALUE 90.
           03 FILLER PIC X(20) VALUE 'SEC-TARIFAS'.
           03 FILLER PIC X(5)  VALUE SPACES.
           03 FILLER PIC X(24) VALUE 'VALIDAR-REFERENCIAS'.
           03 FILLER PIC X(18) VALUE 'LINEA-TARIFA'.
           03 FILLER PIC 9(5)  VALUE 90.
           03 FILLER PIC X(20) VALUE 'SEC-TARIFAS'.
           03 FILLER PIC X(5)  VALUE SPACES.
           03 FILLER PIC X(24) VALUE 'VALIDAR-TARIFAS'.
           03 FILLER PIC X(18) VALUE 'ELEMENTO-ACTUAL'.
           03 FILLER PIC 9(5)  VALUE 90.
           03 FILLER PIC X(20) VALUE 'SEC-TARIFAS'.
           03 FILLER PIC X(5)  VALUE SPACES.
           03 FILLER PIC X(24) VALUE 'CONCILIAR-MAESTROS'.
           03 FILLER PIC X(18) VALUE 'LINEA-CLAVE-TAR'.
           03 FILLER PIC 9(5)  VALUE 900.
           03 FILLER PIC X(20) VALUE 'TP1-TAREAS'.
           03 FILLER PIC X(5)  VALUE SPACES.
           03 FILLER PIC X(24) VALUE 'LIQUIDAR-HONORARIOS'.
           03 FILLER PIC X(18) VALUE 'LINEA-TAREA'.
           03 FILLER PIC 9(5)  VALUE 20.
           03 FILLER PIC X(20) VALUE 'TP1-TAREAS'.
           03 FILLER PIC X(5)  VALUE SPACES.
           03 FILLER PIC X(24) VALUE 'TP1-PUNTO-A'.
           03 FILLER PIC X(18) VALUE 'LINEA-TAREA'.
           03 FILLER PIC 9(5)  VALUE 20.
           03 FILLER PIC X(20) VALUE 'TP1-TAREAS'.
           03 FILLER PIC X(5)  VALUE SPACES.
           03 FILLER PIC X(24) VALUE 'TP1-PUNTO-B'.
           03 FILLER PIC X(18) VALUE 'WS-TAREA'.
           03 FILLER PIC 9(5)  VALUE 20.
           03 FILLER PIC X(20) VALUE 'TP1-TAREAS'.
           03 FILLER PIC X(5)  VALUE SPACES.
           03 FILLER PIC X(24) VALUE 'VALIDAR-NOVEDADES'.
           03 FILLER PIC X(18) VALUE 'LINEA-TAREA'.
           03 FILLER PIC 9(5)  VALUE 20.
           03 FILLER PIC X(20) VALUE 'TP1-TAREAS'.
           03 FILLER PIC X(5)  VALUE SPACES.
           03 FILLER PIC X(24) VALUE 'REPROCESAR-RECHAZOS'.
           03 FILLER PIC X(18) VALUE 'LINEA-TAREA'.
           03 FILLER PIC 9(5)  VALUE 20.
           03 FILLER PIC X(20) VALUE 'TP1-TAREAS'.
           03 FILLER PIC X(5)  VALUE SPACES.
           03 FILLER PIC X(24) VALUE 'PROYECCION-FONDOS'.
           03 FILLER PIC X(18) VALUE 'LINEA-TAREA'.
           03 FILLER PIC 9(5)  VALUE 20.
           03 FILLER PIC X(20) VALUE 'SEC-TAREAS'.
           03 FILLER PIC X(5)  VALUE SPACES.
           03 FILLER PIC X(24) VALUE 'VALIDAR-REFERENCIAS'.
           03 FILLER PIC X(18) VALUE 'LINEA-TAREA'.
           03 FILLER PIC 9(5)  VALUE 20.
           03 FILLER PIC X(20) VALUE 'SEC-TAREAS'.
           03 FILLER PIC X(5)  VALUE SPACES.
           03 FILLER PIC X(24) VALUE 'CONCILIAR-MAESTROS'.
           03 FILLER PIC X(18) VALUE 'LINEA-CLAVE-TAREA'.
           03 FILLER PIC 9(5)  VALUE 200.
           03 FILLER PIC X(20) VALUE 'COMP-FERIADOS'.
           03 FILLER PIC X(5)  VALUE SPACES.
           03 FILLER PIC X(24) VALUE 'LIQUIDAR-HONORARIOS'.
           03 FILLER PIC X(18) VALUE 'FILA-FERIADO'.
           03 FILLER PIC 9(5)  VALUE 120.
           03 FILLER PIC X(20) VALUE 'COMP-FERIADOS'.
           03 FILLER PIC X(5)  VALUE SPACES.
           03 FILLER PIC X(24) VALUE 'TP1-PUNTO-A'.
           03 FILLER PIC X(18) VALUE 'FILA-FERIADO'.
           03 FILLER PIC 9(5)  VALUE 120.
           03 FILLER PIC X(20) VALUE 'COMP-FERIADOS'.
           03 FILLER PIC X(5)  VALUE SPACES.
           03 FILLER PIC X(24) VALUE 'TP-2'.
           03 FILLER PIC X(18) VALUE 'FILA-FERIADO'.
           03 FILLER PIC 9(5)  VALUE 120.
           03 FILLER PIC X(20) VALUE 'COMP-FERIADOS'.
           03 FILLER PIC X(5)  VALUE SPACES.
           03 FILLER PIC X(24) VALUE 'CONTROL-FALTANTES'.
           03 FILLER PIC X(18) VALUE 'FILA-FERIADO'.
           03 FILLER PIC 9(5)  VALUE 120.
           03 FILLER PIC X(20) VALUE 'COMP-FERIADOS'.
           03 FILLER PIC X(5)  VALUE SPACES.
           03 FILLER PIC X(24) VALUE 'MANTENER-FERIADOS'.
           03 FILLER PIC X(18) VALUE 'FILA-FERIADO'.
           03 FILLER PIC 9(5)  VALUE 120.
           03 FILLER PIC X(20) VALUE 'COMP-FERIADOS'.
           03 FILLER PIC X(5)  VALUE SPACES.
           03 FILLER PIC X(24) VALUE 'UTILIZACION-CONSULTORES'.
           03 FILLER PIC X(18) VALUE 'FILA-FERIADO'.
           03 FILLER PIC 9(5)  VALUE 120.
           03 FILLER PIC X(20) VALUE 'COMP-PERIODOS'.
           03 FILLER PIC X(5)  VALUE SPACES.
           03 FILLER PIC X(24) VALUE 'TP1-PUNTO-A'.
           03 FILLER PIC X(18) VALUE 'FILA-PERIODO'.
           03 FILLER PIC 9(5)  VALUE 120.
           03 FILLER PIC X(20) VALUE 'COMP-PERIODOS'.
           03 FILLER PIC X(5)  VALUE SPACES.
           03 FILLER PIC X(24) VALUE 'TP-2'.
           03 FILLER PIC X(18) VALUE 'FILA-PERIODO'.
           03 FILLER PIC 9(5)  VALUE 120.
           03 FILLER PIC X(20) VALUE 'COMP-PERIODOS'.
           03 FILLER PIC X(5)  VALUE SPACES.
           03 FILLER PIC X(24) VALUE 'GENERAR-CORRECCIONES'.
           03 FILLER PIC X(18) VALUE 'FILA-PERIODO'.
           03 FILLER PIC 9(5)  VALUE 120.
           03 FILLER PIC X(20) VALUE 'COMP-PERIODOS'.
           03 FILLER PIC X(5)  VALUE SPACES.
           03 FILLER PIC X(24) VALUE 'CERRAR-PERIODO'.
           03 FILLER PIC X(18) VALUE 'FILA-PERIODO'.
           03 FILLER PIC 9(5)  VALUE 120.
           03 FILLER PIC X(20) VALUE 'COMP-LICENCIAS'.
           03 FILLER PIC X(5)  VALUE SPACES.
           03 FILLER PIC X(24) VALUE 'VALIDAR-NOVEDADES'.
           03 FILLER PIC X(18) VALUE 'FILA-LICENCIA'.
           03 FILLER PIC 9(5)  VALUE 200.
           03 FILLER PIC X(20) VALUE 'COMP-LICENCIAS'.
           03 FILLER PIC X(5)  VALUE SPACES.
           03 FILLER PIC X(24) VALUE 'REPROCESAR-RECHAZOS'.
           03 FILLER PIC X(18) VALUE 'FILA-LICENCIA'.
           03 FILLER PIC 9(5)  VALUE 200.
           03 FILLER PIC X(20) VALUE 'COMP-LICENCIAS'.
           03 FILLER PIC X(5)  VALUE SPACES.
           03 FILLER PIC X(24) VALUE 'BUSCAR-CANDIDATOS'.
           03 FILLER PIC X(18) VALUE 'FILA-LICENCIA'.
           03 FILLER PIC 9(5)  VALUE 200.
           03 FILLER PIC X(20) VALUE 'COMP-LICENCIAS'.
           03 FILLER PIC X(5)  VALUE SPACES.
           03 FILLER PIC X(24) VALUE 'CONTROL-FALTANTES'.
           03 FILLER PIC X(18) VALUE 'FILA-LICENCIA'.
           03 FILLER PIC 9(5)  VALUE 200.
           03 FILLER PIC X(20) VALUE 'COMP-LICENCIAS'.
           03 FILLER PIC X(5)  VALUE SPACES.
           03 FILLER PIC X(24) VALUE 'MANTENER-LICENCIAS'.
           03 FILLER PIC X(18) VALUE 'FILA-LICENCIA'.
           03 FILLER PIC 9(5)  VALUE 200.
           03 FILLER PIC X(20) VALUE 'COMP-LICENCIAS'.
           03 FILLER PIC X(5)  VALUE SPACES.
           03 FILLER PIC X(24) VALUE 'UTILIZACION-CONSULTORES'.
           03 FILLER PIC X(18) VALUE 'FILA-LICENCIA'.
           03 FILLER PIC 9(5)  VALUE 200.
           03 FILLER PIC X(20) VALUE 'COMP-ASIGNACIONES'.
           03 FILLER PIC X(5)  VALUE SPACES.
           03 FILLER PIC X(24) VALUE 'TP1-PUNTO-A'.
           03 FILLER PIC X(18) VALUE 'FILA-ASIGNACION'.
           03 FILLER PIC 9(5)  VALUE 300.
           03 FILLER PIC X(20) VALUE 'COMP-ASIGNACIONES'.
           03 FILLER PIC X(5)  VALUE SPACES.
           03 FILLER PIC X(24) VALUE 'VALIDAR-NOVEDADES'.
           03 FILLER PIC X(18) VALUE 'FILA-ASIGNACION'.
           03 FILLER PIC 9(5)  VALUE 300.
           03 FILLER PIC X(20) VALUE 'COMP-ASIGNACIONES'.
           03 FILLER PIC X(5)  VALUE SPACES.
           03 FILLER PIC X(24) VALUE 'REPROCESAR-RECHAZOS'.
           03 FILLER PIC X(18) VALUE 'FILA-ASIGNACION'.
           03 FILLER PIC 9(5)  VALUE 300.
           03 FILLER PIC X(20) VALUE 'COMP-ASIGNACIONES'.
           03 FILLER PIC X(5)  VALUE SPACES.
           03 FILLER PIC X(24) VALUE 'LISTAR-ASIGNACIONES'.
           03 FILLER PIC X(18) VALUE 'FILA-ASIGNACION'.
           03 FILLER PIC 9(5)  VALUE 300.
           03 FILLER PIC X(20) VALUE 'COMP-ASIGNACIONES'.
           03 FILLER PIC X(5)  VALUE SPACES.
           03 FILLER PIC X(24) VALUE 'MANTENER-ASIGNACIONES'.
           03 FILLER PIC X(18) VALUE 'FILA-ASIGNACION'.
           03 FILLER PIC 9(5)  VALUE 300.
           03 FILLER PIC X(20) VALUE 'COMP-ASIGNACIONES'.
           03 FILLER PIC X(5)  VALUE SPACES.
           03 FILLER PIC X(24) VALUE 'BUSCAR-CANDIDATOS'.
           03 FILLER PIC X(18) VALUE 'FILA-ASIGNACION'.
           03 FILLER PIC 9(5)  VALUE 500.
           03 FILLER PIC X(20) VALUE 'COMP-OFICINAS'.
           03 FILLER PIC X(5)  VALUE SPACES.
           03 FILLER PIC X(24) VALUE 'TP1-PUNTO-A'.
           03 FILLER PIC X(18) VALUE 'FILA-OFICINA'.
           03 FILLER PIC 9(5)  VALUE 50.
           03 FILLER PIC X(20) VALUE 'COMP-OFICINAS'.
           03 FILLER PIC X(5)  VALUE SPACES.
           03 FILLER PIC X(24) VALUE 'VALIDAR-NOVEDADES'.
           03 FILLER PIC X(18) VALUE 'FILA-OFICINA'.
           03 FILLER PIC 9(5)  VALUE 50.
           03 FILLER PIC X(20) VALUE 'COMP-OFICINAS'.
           03 FILLER PIC X(5)  VALUE SPACES.
           03 FILLER PIC X(24) VALUE 'MANTENER-OFICINAS'.
           03 FILLER PIC X(18) VALUE 'FILA-OFICINA'.
           03 FILLER PIC 9(5)  VALUE 50.
           03 FILLER PIC X(20) VALUE 'COMP-OFICINAS'.
           03 FILLER PIC X(5)  VALUE SPACES.
           03 FILLER PIC X(24) VALUE 'UTILIZACION-CONSULTORES'.
           03 FILLER PIC X(18) VALUE 'FILA-OFICINA'.
           03 FILLER PIC 9(5)  VALUE 50.
           03 FILLER PIC X(20) VALUE 'COMP-CONTRATOS'.
           03 FILLER PIC X(5)  VALUE SPACES.
           03 FILLER PIC X(24) VALUE 'TP1-PUNTO-A'.
           03 FILLER PIC X(18) VALUE 'FILA-CONTRATO'.
           03 FILLER PIC 9(5)  VALUE 200.
           03 FILLER PIC X(20) VALUE 'COMP-CONTRATOS'.
           03 FILLER PIC X(5)  VALUE SPACES.
           03 FILLER PIC X(24) VALUE 'TP1-PUNTO-B'.
           03 FILLER PIC X(18) VALUE 'FILA-CONTRATO'.
           03 FILLER PIC 9(5)  VALUE 200.
           03 FILLER PIC X(20) VALUE 'COMP-CONTRATOS'.
           03 FILLER PIC X(5)  VALUE SPACES.
           03 FILLER PIC X(24) VALUE 'TP-2'.
           03 FILLER PIC X(18) VALUE 'FILA-CONTRATO'.
           03 FILLER PIC 9(5)  VALUE 200.
           03 FILLER PIC X(20) VALUE 'COMP-CONTRATOS'.
           03 FILLER PIC X(5)  VALUE SPACES.
           03 FILLER PIC X(24) VALUE 'AJUSTAR-PRECIOS'.
           03 FILLER PIC X(18) VALUE 'FILA-CONTRATO'.
           03 FILLER PIC 9(5)  VALUE 200.
           03 FILLER PIC X(20) VALUE 'COMP-CONTRATOS'.
           03 FILLER PIC X(5)  VALUE SPACES.
           03 FILLER PIC X(24) VALUE 'APROBAR-MOVIMIENTOS'.
           03 FILLER PIC X(18) VALUE 'FILA-CONTRATO'.
           03 FILLER PIC 9(5)  VALUE 200.
           03 FILLER PIC X(20) VALUE 'COMP-CONTRATOS'.
           03 FILLER PIC X(5)  VALUE SPACES.
           03 FILLER PIC X(24) VALUE 'CONTROL-CONTRATOS'.
           03 FILLER PIC X(18) VALUE 'FILA-CONTRATO'.
           03 FILLER PIC 9(5)  VALUE 200.
           03 FILLER PIC X(20) VALUE 'COMP-TARIFASCLIENTE'.
           03 FILLER PIC X(5)  VALUE SPACES.
           03 FILLER PIC X(24) VALUE 'TP1-PUNTO-A'.
           03 FILLER PIC X(18) VALUE 'FILA-TAR-CLIENTE'.
           03 FILLER PIC 9(5)  VALUE 300.
           03 FILLER PIC X(20) VALUE 'COMP-TARIFASCLIENTE'.
           03 FILLER PIC X(5)  VALUE SPACES.
           03 FILLER PIC X(24) VALUE 'TP-2'.
           03 FILLER PIC X(18) VALUE 'FILA-TAR-CLIENTE'.
           03 FILLER PIC 9(5)  VALUE 300.
           03 FILLER PIC X(20) VALUE 'COMP-TARIFASCLIENTE'.
           03 FILLER PIC X(5)  VALUE SPACES.
           03 FILLER PIC X(24) VALUE 'AJUSTAR-PRECIOS'.
           03 FILLER PIC X(18) VALUE 'FILA-TAR-CLIENTE'.
           03 FILLER PIC 9(5)  VALUE 300.
           03 FILLER PIC X(20) VALUE 'COMP-TARIFASCLIENTE'.
           03 FILLER PIC X(5)  VALUE SPACES.
           03 FILLER PIC X(24) VALUE 'MANTENER-PRESUPUESTOS'.
           03 FILLER PIC X(18) VALUE 'FILA-TAR-CLIENTE'.
           03 FILLER PIC 9(5)  VALUE 300.
           03 FILLER PIC X(20) VALUE 'COMP-CATEGORIASHIST'.
           03 FILLER PIC X(5)  VALUE SPACES.
           03 FILLER PIC X(24) VALUE 'LIQUIDAR-HONORARIOS'.
           03 FILLER PIC X(18) VALUE 'FILA-CAT-HIST'.
           03 FILLER PIC 9(5)  VALUE 150.
           03 FILLER PIC X(20) VALUE 'COMP-CATEGORIASHIST'.
           03 FILLER PIC X(5)  VALUE SPACES.
           03 FILLER PIC X(24) VALUE 'TP1-PUNTO-A'.
           03 FILLER PIC X(18) VALUE 'FILA-CAT-HIST'.
           03 FILLER PIC 9(5)  VALUE 150.
           03 FILLER PIC X(20) VALUE 'COMP-CATEGORIASHIST'.
           03 FILLER PIC X(5)  VALUE SPACES.
           03 FILLER PIC X(24) VALUE 'TP-2'.
           03 FILLER PIC X(18) VALUE 'FILA-CAT-HIST'.
           03 FILLER PIC 9(5)  VALUE 150.
           03 FILLER PIC X(20) VALUE 'IDX-REGFACTURAS'.
           03 FILLER PIC X(5)  VALUE 'F'.
           03 FILLER PIC X(24) VALUE 'AGING-COBRANZAS'.
           03 FILLER PIC X(18) VALUE 'FILA-FACTURA'.
           03 FILLER PIC 9(5)  VALUE 500.
           03 FILLER PIC X(20) VALUE 'IDX-REGFACTURAS'.
           03 FILLER PIC X(5)  VALUE 'F'.
           03 FILLER PIC X(24) VALUE 'INTERESES-MORA'.
           03 FILLER PIC X(18) VALUE 'FILA-FACTURA'.
           03 FILLER PIC 9(5)  VALUE 500.
           03 FILLER PIC X(20) VALUE 'IDX-REGFACTURAS'.
           03 FILLER PIC X(5)  VALUE 'F'.
           03 FILLER PIC X(24) VALUE 'CARTAS-COBRANZA'.
           03 FILLER PIC X(18) VALUE 'FILA-FACTURA'.
           03 FILLER PIC 9(5)  VALUE 500.
           03 FILLER PIC X(20) VALUE 'IDX-REGFACTURAS'.
           03 FILLER PIC X(5)  VALUE 'F'.
           03 FILLER PIC X(24) VALUE 'ARCHIVAR-COBRANZAS'.
           03 FILLER PIC X(18) VALUE 'FILA-FACTURA'.
           03 FILLER PIC 9(5)  VALUE 500.
           03 FILLER PIC X(20) VALUE 'IDX-REGFACTURAS'.
           03 FILLER PIC X(5)  VALUE 'F'.
           03 FILLER PIC X(24) VALUE 'PROYECCION-FONDOS'.
           03 FILLER PIC X(18) VALUE 'FILA-FACTURA'.
           03 FILLER PIC 9(5)  VALUE 500.
           03 FILLER PIC X(20) VALUE 'IDX-REGFACTURAS'.
           03 FILLER PIC X(5)  VALUE 'F'.
           03 FILLER PIC X(24) VALUE 'TP-2'.
           03 FILLER PIC X(18) VALUE 'FILA-RFA'.
           03 FILLER PIC 9(5)  VALUE 500.
           03 FILLER PIC X(20) VALUE 'IDX-REGFACTURAS'.
           03 FILLER PIC X(5)  VALUE 'P'.
           03 FILLER PIC X(24) VALUE 'DECLARAR-PERCEPCIONES'.
           03 FILLER PIC X(18) VALUE 'FILA-DOC'.
           03 FILLER PIC 9(5)  VALUE 2000.
           03 FILLER PIC X(20) VALUE 'IDX-REGFACTURAS'.
           03 FILLER PIC X(5)  VALUE 'C'.
           03 FILLER PIC X(24) VALUE 'CARTAS-COBRANZA'.
           03 FILLER PIC X(18) VALUE 'FILA-CLIENTE'.
           03 FILLER PIC 9(5)  VALUE 200.
           03 FILLER PIC X(20) VALUE 'COMP-MOVPENDIENTES'.
           03 FILLER PIC X(5)  VALUE SPACES.
           03 FILLER PIC X(24) VALUE 'APROBAR-MOVIMIENTOS'.
           03 FILLER PIC X(18) VALUE 'FILA-PENDIENTE'.
           03 FILLER PIC 9(5)  VALUE 100.
           03 FILLER PIC X(20) VALUE 'COMP-MOVPENDIENTES'.
           03 FILLER PIC X(5)  VALUE SPACES.
           03 FILLER PIC X(24) VALUE 'IMPORTAR-PADRON'.
           03 FILLER PIC X(18) VALUE 'FILA-YA-PENDIENTE'.
           03 FILLER PIC 9(5)  VALUE 100.
           03 FILLER PIC X(20) VALUE 'TP1-REGLIQUIDACION'.
           03 FILLER PIC X(5)  VALUE SPACES.
           03 FILLER PIC X(24) VALUE 'RETORNO-BANCO'.
           03 FILLER PIC X(18) VALUE 'FILA-REG-LIQ'.
           03 FILLER PIC 9(5)  VALUE 2000.
           03 FILLER PIC X(20) VALUE 'TP1-REGLIQUIDACION'.
           03 FILLER PIC X(5)  VALUE 'A030'.
           03 FILLER PIC X(24) VALUE 'CERTIFICADO-HONORARIOS'.
           03 FILLER PIC X(18) VALUE 'FILA-LIQ-ANIO'.
           03 FILLER PIC 9(5)  VALUE 600.
           03 FILLER PIC X(20) VALUE 'TP1-GASTOSCONSULTOR'.
           03 FILLER PIC X(5)  VALUE SPACES.
           03 FILLER PIC X(24) VALUE 'LIQUIDAR-HONORARIOS'.
           03 FILLER PIC X(18) VALUE 'FILA-GASTO-CONS'.
           03 FILLER PIC 9(5)  VALUE 200.
           03 FILLER PIC X(20) VALUE 'SEC-CLIENTESCONF'.
           03 FILLER PIC X(5)  VALUE SPACES.
           03 FILLER PIC X(24) VALUE 'TP-2'.
           03 FILLER PIC X(18) VALUE 'TAB-CLC-CUIT'.
           03 FILLER PIC 9(5)  VALUE 100.
           03 FILLER PIC X(20) VALUE 'SEC-CLIENTESCONF'.
           03 FILLER PIC X(5)  VALUE SPACES.
           03 FILLER PIC X(24) VALUE 'EMITIR-CONFORMIDAD'.
           03 FILLER PIC X(18) VALUE 'TAB-CLC-CUIT'.
           03 FILLER PIC 9(5)  VALUE 100.
           03 FILLER PIC X(20) VALUE 'SEC-CONFORMIDADES'.
           03 FILLER PIC X(5)  VALUE SPACES.
           03 FILLER PIC X(24) VALUE 'TP-2'.
           03 FILLER PIC X(18) VALUE 'FILA-CONFORMIDAD'.
           03 FILLER PIC 9(5)  VALUE 1000.
           03 FILLER PIC X(20) VALUE 'SEC-CONFORMIDADES'.
           03 FILLER PIC X(5)  VALUE SPACES.
           03 FILLER PIC X(24) VALUE 'EMITIR-CONFORMIDAD'.
           03 FILLER PIC X(18) VALUE 'FILA-CONFORMIDAD'.
           03 FILLER PIC 9(5)  VALUE 1000.
           03 FILLER PIC X(20) VALUE 'SEC-CONFORMIDADES'.
           03 FILLER PIC X(5)  VALUE SPACES.
           03 FILLER PIC X(24) VALUE 'REGISTRAR-CONFORMIDAD'.
           03 FILLER PIC X(18) VALUE 'FILA-CONFORMIDAD'.
           03 FILLER PIC 9(5)  VALUE 1000.
           03 FILLER PIC X(20) VALUE 'SEC-HORASOBSERV'.
           03 FILLER PIC X(5)  VALUE SPACES.
           03 FILLER PIC X(24) VALUE 'TP-2'.
           03 FILLER PIC X(18) VALUE 'FILA-OBSERVADA'.
           03 FILLER PIC 9(5)  VALUE 2000.
           03 FILLER PIC X(20) VALUE 'SEC-HORASOBSERV'.
           03 FILLER PIC X(5)  VALUE SPACES.
           03 FILLER PIC X(24) VALUE 'EMITIR-CONFORMIDAD'.
           03 FILLER PIC X(18) VALUE 'FILA-OBSERVADA'.
           03 FILLER PIC 9(5)  VALUE 2000.
           03 FILLER PIC X(20) VALUE 'SEC-HORASOBSERV'.
           03 FILLER PIC X(5)  VALUE SPACES.
           03 FILLER PIC X(24) VALUE 'REGISTRAR-CONFORMIDAD'.
           03 FILLER PIC X(18) VALUE 'FILA-OBSERVADA'.
           03 FILLER PIC 9(5)  VALUE 2000.
           03 FILLER PIC X(20) VALUE 'COMP-PROYECTOS'.
           03 FILLER PIC X(5)  VALUE 'V016P'.
           03 FILLER PIC X(24) VALUE 'TP-2'.
           03 FILLER PIC X(18) VALUE 'FILA-PROYECTO'.
           03 FILLER PIC 9(5)  VALUE 200.
           03 FILLER PIC X(20) VALUE 'COMP-PROYECTOS'.
           03 FILLER PIC X(5)  VALUE 'V016P'.
           03 FILLER PIC X(24) VALUE 'FACTURAR-HITOS'.
           03 FILLER PIC X(18) VALUE 'FILA-PROYECTO'.
           03 FILLER PIC 9(5)  VALUE 200.
           03 FILLER PIC X(20) VALUE 'COMP-PROYECTOS'.
           03 FILLER PIC X(5)  VALUE 'V016P'.
           03 FILLER PIC X(24) VALUE 'INFORME-PROYECTOS'.
           03 FILLER PIC X(18) VALUE 'FILA-PROYECTO'.
           03 FILLER PIC 9(5)  VALUE 200.
           03 FILLER PIC X(20) VALUE 'COMP-PROYECTOS'.
           03 FILLER PIC X(5)  VALUE 'V016P'.
           03 FILLER PIC X(24) VALUE 'MANTENER-PROYECTOS'.
           03 FILLER PIC X(18) VALUE 'FILA-PROYECTO'.
           03 FILLER PIC 9(5)  VALUE 200.
           03 FILLER PIC X(20) VALUE 'COMP-PROYECTOS'.
           03 FILLER PIC X(5)  VALUE 'V016H'.
           03 FILLER PIC X(24) VALUE 'FACTURAR-HITOS'.
           03 FILLER PIC X(18) VALUE 'FILA-HITO'.
           03 FILLER PIC 9(5)  VALUE 1000.
           03 FILLER PIC X(20) VALUE 'COMP-PROYECTOS'.
           03 FILLER PIC X(5)  VALUE 'V016H'.
           03 FILLER PIC X(24) VALUE 'MANTENER-PROYECTOS'.
           03 FILLER PIC X(18) VALUE 'FILA-HITO'.
           03 FILLER PIC 9(5)  VALUE 1000.
           03 FILLER PIC X(20) VALUE 'COMP-LIMCREDITO'.
           03 FILLER PIC X(5)  VALUE SPACES.
           03 FILLER PIC X(24) VALUE 'VALIDAR-NOVEDADES'.
           03 FILLER PIC X(18) VALUE 'FILA-RETENIDA'.
           03 FILLER PIC 9(5)  VALUE 200.
           03 FILLER PIC X(20) VALUE 'COMP-LIMCREDITO'.
           03 FILLER PIC X(5)  VALUE SPACES.
           03 FILLER PIC X(24) VALUE 'MANTENER-ASIGNACIONES'.
           03 FILLER PIC X(18) VALUE 'FILA-RETENIDA'.
           03 FILLER PIC 9(5)  VALUE 200.
           03 FILLER PIC X(20) VALUE 'COMP-LIMCREDITO'.
           03 FILLER PIC X(5)  VALUE SPACES.
           03 FILLER PIC X(24) VALUE 'EXPOSICION-CREDITO'.
           03 FILLER PIC X(18) VALUE 'FILA-CLIENTE'.
           03 FILLER PIC 9(5)  VALUE 200.
           03 FILLER PIC X(20) VALUE 'COMP-LIMCREDITO'.
           03 FILLER PIC X(5)  VALUE SPACES.
           03 FILLER PIC X(24) VALUE 'MANTENER-LIMITES'.
           03 FILLER PIC X(18) VALUE 'FILA-LIMITE'.
           03 FILLER PIC 9(5)  VALUE 200.
           03 FILLER PIC X(20) VALUE 'COMP-OPERADORES'.
           03 FILLER PIC X(5)  VALUE SPACES.
           03 FILLER PIC X(24) VALUE 'VALIDAR-OPERADOR'.
           03 FILLER PIC X(18) VALUE 'FILA-OPERADOR'.
           03 FILLER PIC 9(5)  VALUE 200.
           03 FILLER PIC X(20) VALUE 'COMP-OPERADORES'.
           03 FILLER PIC X(5)  VALUE SPACES.
           03 FILLER PIC X(24) VALUE 'MANTENER-OPERADORES'.
           03 FILLER PIC X(18) VALUE 'FILA-OPERADOR'.
           03 FILLER PIC 9(5)  VALUE 200.
           03 FILLER PIC X(20) VALUE 'COMP-PERMISOS'.
           03 FILLER PIC X(5)  VALUE SPACES.
           03 FILLER PIC X(24) VALUE 'VALIDAR-OPERADOR'.
           03 FILLER PIC X(18) VALUE 'FILA-PERMISO'.
           03 FILLER PIC 9(5)  VALUE 500.
           03 FILLER PIC X(20) VALUE 'COMP-PERMISOS'.
           03 FILLER PIC X(5)  VALUE SPACES.
           03 FILLER PIC X(24) VALUE 'MANTENER-OPERADORES'.
           03 FILLER PIC X(18) VALUE 'FILA-PERMISO'.
           03 FILLER PIC 9(5)  VALUE 500.
           03 FILLER PIC X(20) VALUE 'SEC-CARTERACHEQUES'.
           03 FILLER PIC X(5)  VALUE SPACES.
           03 FILLER PIC X(24) VALUE 'MOVIMIENTOS-CHEQUES'.
           03 FILLER PIC X(18) VALUE 'FILA-CHEQUE'.
           03 FILLER PIC 9(5)  VALUE 2000.
           03 FILLER PIC X(20) VALUE 'COMP-PRESUPUESTOS'.
           03 FILLER PIC X(5)  VALUE 'V007C'.
           03 FILLER PIC X(24) VALUE 'MANTENER-PRESUPUESTOS'.
           03 FILLER PIC X(18) VALUE 'FILA-PRESUPUESTO'.
           03 FILLER PIC 9(5)  VALUE 300.
           03 FILLER PIC X(20) VALUE 'COMP-PRESUPUESTOS'.
           03 FILLER PIC X(5)  VALUE 'V007L'.
           03 FILLER PIC X(24) VALUE 'MANTENER-PRESUPUESTOS'.
           03 FILLER PIC X(18) VALUE 'FILA-RENGLON'.
           03 FILLER PIC 9(5)  VALUE 2000.
       01 TABLA-LIMITES REDEFINES VALORES-LIMITES.
           03 FILA-LIMITE OCCURS 108 TIMES.
               05 LIM-CLAVE-CONTEO.
                   07 LIM-LOGICO   PIC X(20).
                   07 LIM-CRITERIO PIC X(1).
                   07 LIM-POSICION PIC 9(3).
                   07 LIM-VALOR    PIC X(1).
               05 LIM-PROGRAMA PIC X(24).
               05 LIM-TABLA    PIC X(18).
               05 LIM-MAXIMO   PIC 9(5).
       01 CANT-LIMITES PIC 9(3) VALUE 108.
       01 SUB-LIM PIC 9(3).

      * Cada archivo se cuenta una sola vez por criterio aunque lo
      * carguen varios programas.
       01 TABLA-CONTEOS.
           03 FILA-CONTEO OCCURS 108 TIMES.
               05 TAB-CNT-CLAVE    PIC X(25).
               05 TAB-CNT-CANTIDAD PIC 9(7).
       01 CANT-CONTEOS PIC 9(3) VALUE ZERO.
       01 SUB-CNT PIC 9(3).
       01 IND-CNT PIC 9(3).

       01 PORCENTAJE-AVISO PIC 9(3) VALUE 80.
       01 CANT-REGISTROS PIC 9(7).
       01 CANT-ACTUAL PIC 9(7).
       01 CANT-ANTERIOR PIC 9(7).
       01 CUIT-ANTERIOR PIC 9(11).

      * Anio y mes en curso y anteriores, para los criterios por anio
      * y por mes.
       01 FECHA-HOY PIC 9(8).
       01 FECHA-HOY-DET REDEFINES FECHA-HOY.
           03 ANIO-HOY PIC 9(4).
           03 MES-HOY  PIC 9(2).
           03 DIA-HOY  PIC 9(2).
       01 ANIO-ANTERIOR PIC 9(4).
       01 PERIODO-ACTUAL PIC 9(6).
       01 PERIODO-ACTUAL-DET REDEFINES PERIODO-ACTUAL.
           03 PER-ACT-ANIO PIC 9(4).
           03 PER-ACT-MES  PIC 9(2).
       01 PERIODO-ANTERIOR PIC 9(6).
       01 PERIODO-ANTERIOR-DET REDEFINES PERIODO-ANTERIOR.
           03 PER-ANT-ANIO PIC 9(4).
           03 PER-ANT-MES  PIC 9(2).
       01 UMBRAL-AVISO PIC 9(7)V99.

       01 CANT-EXCEDIDOS PIC 9(3) VALUE ZERO.
       01 CANT-AVISOS PIC 9(3) VALUE ZERO.


      * Bitacora central de corridas (ver REGISTRAR-CORRIDA): 'I' al
      * arrancar y 'F' con los contadores al terminar normalmente;
      * una corrida abortada no llega a anotar su 'F' y el resumen
      * diario la muestra como anormal.
       01 WS-OPCION-LOG PIC X.
       01 LOG-PROGRAMA-ID PIC X(12) VALUE 'CONTROL-CAP'.
       01 LOG-CANT-ENTRADA PIC 9(7) VALUE ZERO.
       01 LOG-CANT-SALIDA PIC 9(7) VALUE ZERO.
       01 LOG-CANT-EXC PIC 9(5) VALUE ZERO.


      * Rutas fisicas de los archivos, resueltas al arrancar desde
      * rutas.dat via OBTENER-RUTA: mover el sistema o armar un
      * ambiente de prueba es cuestion de editar ese archivo.
       77 FS-RUTA PIC XX.
       01 RUTA-LOGICO PIC X(20).
       01 RUTA-OBTENIDA PIC X(100).
       01 RUTA-PARAM-CAPACIDAD PIC X(100).
       01 RUTA-CONTADO PIC X(100).
       01 RUTA-REGISTRO-FACTURAS PIC X(100).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM CARGAR-RUTAS.
           MOVE 'I' TO WS-OPCION-LOG.
           CALL 'REGISTRAR-CORRIDA' USING WS-OPCION-LOG,
               LOG-PROGRAMA-ID, LOG-CANT-ENTRADA, LOG-CANT-SALIDA,
               LOG-CANT-EXC.
           PERFORM LEER-PARAMETROS.
           PERFORM ARMAR-PERIODOS.
           DISPLAY "CONTROL DE CAPACIDAD: AVISO AL " PORCENTAJE-AVISO
               "% DEL TOPE".
           PERFORM CONTROLAR-UN-LIMITE
               VARYING SUB-LIM FROM 1 BY 1
               UNTIL SUB-LIM > CANT-LIMITES.
           DISPLAY "TABLAS CONTROLADAS: " CANT-LIMITES.
           DISPLAY "TABLAS CERCA DEL TOPE: " CANT-AVISOS.
           DISPLAY "TABLAS EXCEDIDAS: " CANT-EXCEDIDOS.
      * Con alguna tabla excedida la corrida termina sin anotar su
      * fin normal: CADENA-NOCTURNA lo toma como paso fallido y no
      * larga ningun programa mas.
           IF CANT-EXCEDIDOS > ZERO
               DISPLAY "CAPACIDAD EXCEDIDA: AMPLIAR LAS TABLAS "
                   "INDICADAS O DEPURAR LOS ARCHIVOS ANTES DE "
                   "CORRER LA CADENA"
               STOP RUN.
           MOVE CANT-CONTEOS TO LOG-CANT-ENTRADA.
           MOVE CANT-LIMITES TO LOG-CANT-SALIDA.
           MOVE CANT-AVISOS TO LOG-CANT-EXC.
           MOVE 'F' TO WS-OPCION-LOG.
           CALL 'REGISTRAR-CORRIDA' USING WS-OPCION-LOG,
               LOG-PROGRAMA-ID, LOG-CANT-ENTRADA, LOG-CANT-SALIDA,
               LOG-CANT-EXC.
           STOP RUN.

       LEER-PARAMETROS.
           OPEN INPUT PARAM-CAPACIDAD.
           IF FS-PARAMETROS NOT = ZERO AND '35'
               DISPLAY "ERROR AL ABRIR PARAM CAPACIDAD FS: "
                   FS-PARAMETROS
               STOP RUN.
           IF FS-PARAMETROS = ZERO
               READ PARAM-CAPACIDAD
               IF FS-PARAMETROS = ZERO AND PARAM-PORCENTAJE NUMERIC
                   AND PARAM-PORCENTAJE > ZERO
                   MOVE PARAM-PORCENTAJE TO PORCENTAJE-AVISO
               END-IF
               CLOSE PARAM-CAPACIDAD.

      ******************************************************************
      * Compara la cantidad de registros del archivo con el tope de
      * la tabla: por encima del tope se corta, desde el porcentaje de
      * aviso se informa.
       CONTROLAR-UN-LIMITE.
           PERFORM OBTENER-CONTEO.
           COMPUTE UMBRAL-AVISO =
               LIM-MAXIMO(SUB-LIM) * PORCENTAJE-AVISO / 100.
           IF CANT-REGISTROS > LIM-MAXIMO(SUB-LIM)
               ADD 1 TO CANT-EXCEDIDOS
               DISPLAY "*** EXCEDIDA: " LIM-PROGRAMA(SUB-LIM) " "
                   LIM-TABLA(SUB-LIM) " TOPE " LIM-MAXIMO(SUB-LIM)
                   " - " LIM-LOGICO(SUB-LIM) " TIENE "
                   CANT-REGISTROS
           ELSE
               IF CANT-REGISTROS >= UMBRAL-AVISO
                   ADD 1 TO CANT-AVISOS
                   DISPLAY "AVISO: " LIM-PROGRAMA(SUB-LIM) " "
                       LIM-TABLA(SUB-LIM) " TOPE " LIM-MAXIMO(SUB-LIM)
                       " - " LIM-LOGICO(SUB-LIM) " TIENE "
                       CANT-REGISTROS.

       OBTENER-CONTEO.
           MOVE ZERO TO IND-CNT.
           PERFORM BUSCAR-CONTEO
               VARYING SUB-CNT FROM 1 BY 1
               UNTIL SUB-CNT > CANT-CONTEOS OR IND-CNT NOT = ZERO.
           IF IND-CNT = ZERO
               MOVE ZERO TO CANT-REGISTROS CANT-ACTUAL CANT-ANTERIOR
               IF LIM-LOGICO(SUB-LIM) = 'IDX-REGFACTURAS'
                   PERFORM CONTAR-FACTURAS
               ELSE
                   PERFORM CONTAR-SECUENCIAL
               END-IF
               IF LIM-CRITERIO(SUB-LIM) = 'A' OR 'P'
                   IF CANT-ACTUAL > CANT-ANTERIOR
                       MOVE CANT-ACTUAL TO CANT-REGISTROS
                   ELSE
                       MOVE CANT-ANTERIOR TO CANT-REGISTROS
                   END-IF
               END-IF
               ADD 1 TO CANT-CONTEOS
               MOVE LIM-CLAVE-CONTEO(SUB-LIM)
                   TO TAB-CNT-CLAVE(CANT-CONTEOS)
               MOVE CANT-REGISTROS TO TAB-CNT-CANTIDAD(CANT-CONTEOS)
           ELSE
               MOVE TAB-CNT-CANTIDAD(IND-CNT) TO CANT-REGISTROS.

       BUSCAR-CONTEO.
           IF TAB-CNT-CLAVE(SUB-CNT) = LIM-CLAVE-CONTEO(SUB-LIM)
               MOVE SUB-CNT TO IND-CNT.

      * Un archivo que todavia no existe cuenta cero.
       CONTAR-SECUENCIAL.
           MOVE LIM-LOGICO(SUB-LIM) TO RUTA-LOGICO.
           PERFORM OBTENER-UNA-RUTA.
           MOVE RUTA-OBTENIDA TO RUTA-CONTADO.
           OPEN INPUT ARCHIVO-CONTADO.
           IF FS-CONTADO NOT = ZERO AND '35'
               DISPLAY "ERROR AL ABRIR " LIM-LOGICO(SUB-LIM) " FS: "
                   FS-CONTADO
               STOP RUN.
           IF FS-CONTADO = ZERO
               READ ARCHIVO-CONTADO
               PERFORM CONTAR-UN-REGISTRO
                   UNTIL FS-CONTADO(1:1) NOT = '0'
               CLOSE ARCHIVO-CONTADO.

       CONTAR-UN-REGISTRO.
           EVALUATE LIM-CRITERIO(SUB-LIM)
               WHEN 'V'
                   IF CONTADO-LINEA(LIM-POSICION(SUB-LIM):1)
                       = LIM-VALOR(SUB-LIM)
                       ADD 1 TO CANT-REGISTROS
                   END-IF
               WHEN 'A'
                   IF CONTADO-LINEA(LIM-POSICION(SUB-LIM):4) = ANIO-HOY
                       ADD 1 TO CANT-ACTUAL
                   END-IF
                   IF CONTADO-LINEA(LIM-POSICION(SUB-LIM):4)
                       = ANIO-ANTERIOR
                       ADD 1 TO CANT-ANTERIOR
                   END-IF
               WHEN OTHER
                   ADD 1 TO CANT-REGISTROS
           END-EVALUATE.
           READ ARCHIVO-CONTADO.

      * Para los clientes el registro se recorre por CUIT y se cuenta
      * cada CUIT nuevo con alguna factura.
       CONTAR-FACTURAS.
           OPEN INPUT REGISTRO-FACTURAS.
           IF FS-REGISTRO NOT = ZERO AND '35'
               DISPLAY "ERROR AL ABRIR REGISTRO FACTURAS FS: "
                   FS-REGISTRO
               STOP RUN.
           IF FS-REGISTRO = ZERO
               MOVE ZERO TO CUIT-ANTERIOR
               IF LIM-CRITERIO(SUB-LIM) = 'C'
                   MOVE ZERO TO RFA-CUIT
                   START REGISTRO-FACTURAS KEY IS >= RFA-CUIT
               END-IF
               IF FS-REGISTRO = ZERO
                   READ REGISTRO-FACTURAS NEXT RECORD
               END-IF
               PERFORM CONTAR-UNA-FACTURA
                   UNTIL FS-REGISTRO NOT = ZERO
               CLOSE REGISTRO-FACTURAS.

      * Mismo criterio que AGING-COBRANZAS, INTERESES-MORA y los demas:
      * ocupan fila las facturas (tipo 'F', 'Q' o en blanco). Las
      * percepciones se toman como DECLARAR-PERCEPCIONES: facturas y
      * notas de debito y credito del mes con percepcion.
       CONTAR-UNA-FACTURA.
           EVALUATE LIM-CRITERIO(SUB-LIM)
               WHEN 'P'
                   IF (RFA-TIPO-DOC = 'F' OR 'C' OR 'D' OR SPACE)
                       AND RFA-PERCEPCION NUMERIC
                       AND RFA-PERCEPCION > ZERO
                       PERFORM CONTAR-PERCEPCION
                   END-IF
               WHEN 'C'
                   IF RFA-TIPO-DOC NOT = 'C' AND NOT = 'D' AND NOT = 'I'
                       AND NOT = 'B' AND NOT = 'T'
                       AND RFA-CUIT NOT = CUIT-ANTERIOR
                       ADD 1 TO CANT-REGISTROS
                       MOVE RFA-CUIT TO CUIT-ANTERIOR
                   END-IF
               WHEN OTHER
                   IF RFA-TIPO-DOC NOT = 'C' AND NOT = 'D' AND NOT = 'I'
                       AND NOT = 'B' AND NOT = 'T'
                       ADD 1 TO CANT-REGISTROS
                   END-IF
           END-EVALUATE.
           READ REGISTRO-FACTURAS NEXT RECORD.

       CONTAR-PERCEPCION.
           IF RFA-FECHA-EMISION(1:6) = PERIODO-ACTUAL
               ADD 1 TO CANT-ACTUAL.
           IF RFA-FECHA-EMISION(1:6) = PERIODO-ANTERIOR
               ADD 1 TO CANT-ANTERIOR.

       ARMAR-PERIODOS.
           MOVE FUNCTION CURRENT-DATE(1:8) TO FECHA-HOY.
           COMPUTE ANIO-ANTERIOR = ANIO-HOY - 1.
           MOVE ANIO-HOY TO PER-ACT-ANIO.
           MOVE MES-HOY TO PER-ACT-MES.
           IF MES-HOY = 1
               MOVE ANIO-ANTERIOR TO PER-ANT-ANIO
               MOVE 12 TO PER-ANT-MES
           ELSE
               MOVE ANIO-HOY TO PER-ANT-ANIO
               COMPUTE PER-ANT-MES = MES-HOY - 1.


      * Resuelve todas las rutas de este programa contra rutas.dat;
      * una entrada ausente corta la corrida nombrando el logico
      * que falta.
       CARGAR-RUTAS.
           MOVE 'SEC-PARAMCAPACIDAD' TO RUTA-LOGICO.
           PERFORM OBTENER-UNA-RUTA.
           MOVE RUTA-OBTENIDA TO RUTA-PARAM-CAPACIDAD.
           MOVE 'IDX-REGFACTURAS' TO RUTA-LOGICO.
           PERFORM OBTENER-UNA-RUTA.
           MOVE RUTA-OBTENIDA TO RUTA-REGISTRO-FACTURAS.

       OBTENER-UNA-RUTA.
           CALL 'OBTENER-RUTA' USING RUTA-LOGICO, RUTA-OBTENIDA,
               FS-RUTA.
           IF FS-RUTA NOT = '00'
               DISPLAY "RUTA NO CONFIGURADA PARA " RUTA-LOGICO
               STOP RUN.

       END PROGRAM CONTROLAR-CAPACIDAD.
