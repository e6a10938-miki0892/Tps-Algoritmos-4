      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VALIDAR-IDENTIFICACION.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       DATA DIVISION.

       WORKING-STORAGE SECTION.

      * El valor a validar, digito por digito.
       01 VALOR-TRABAJO PIC X(22).
       01 FILLER REDEFINES VALOR-TRABAJO.
           03 DIGITO-VALOR PIC 9(1) OCCURS 22 TIMES.

      * Ponderadores del digito verificador: CUIT (modulo 11 sobre los
      * 10 primeros digitos) y los dos bloques del CBU (modulo 10: el
      * primero sobre banco y sucursal, el segundo sobre la cuenta).
       01 PESOS-CUIT PIC X(10) VALUE '5432765432'.
       01 FILLER REDEFINES PESOS-CUIT.
           03 PESO-CUIT PIC 9(1) OCCURS 10 TIMES.
       01 PESOS-CBU-BLOQUE1 PIC X(7) VALUE '7139713'.
       01 FILLER REDEFINES PESOS-CBU-BLOQUE1.
           03 PESO-CBU-1 PIC 9(1) OCCURS 7 TIMES.
       01 PESOS-CBU-BLOQUE2 PIC X(13) VALUE '3971397139713'.
       01 FILLER REDEFINES PESOS-CBU-BLOQUE2.
           03 PESO-CBU-2 PIC 9(1) OCCURS 13 TIMES.

       01 SUB-DIGITO PIC 9(2).
       01 SUMA-PONDERADA PIC 9(4).
       01 COCIENTE-AUX PIC 9(4).
       01 RESTO-AUX PIC 9(2).
       01 DIGITO-CALCULADO PIC 9(2).

       01 PREFIJO-CUIT PIC 9(2).
           88 PREFIJO-VALIDO VALUES 20 23 24 25 26 27 30 33 34.
       01 NUMERO-DNI PIC 9(8).

       LINKAGE SECTION.
      * OPCION: 'C' CUIT (11 digitos), 'D' DNI (8 digitos), 'B' CBU
      * (22 digitos); el valor viene alineado a izquierda. RESULTADO:
      * 'S' valido, 'N' invalido.
           01 OPCION PIC X.
           01 VALOR PIC X(22).
           01 RESULTADO PIC X.

       PROCEDURE DIVISION USING OPCION, VALOR, RESULTADO.
       MAIN-PROCEDURE.
           MOVE VALOR TO VALOR-TRABAJO.
           MOVE 'N' TO RESULTADO.
           IF OPCION = 'C'
               PERFORM VALIDAR-CUIT.
           IF OPCION = 'D'
               PERFORM VALIDAR-DNI.
           IF OPCION = 'B'
               PERFORM VALIDAR-CBU.
           GOBACK.

      * Prefijo de persona fisica (20/23/24/25/26/27) o juridica
      * (30/33/34) y digito verificador modulo 11; un resto que da 10
      * no tiene digito posible (AFIP reasigna el prefijo), asi que
      * el CUIT es invalido.
       VALIDAR-CUIT.
           IF VALOR-TRABAJO(1:11) NUMERIC
               AND VALOR-TRABAJO(1:11) NOT = ZERO
               MOVE VALOR-TRABAJO(1:2) TO PREFIJO-CUIT
               MOVE ZERO TO SUMA-PONDERADA
               PERFORM PONDERAR-CUIT
                   VARYING SUB-DIGITO FROM 1 BY 1
                   UNTIL SUB-DIGITO > 10
               DIVIDE SUMA-PONDERADA BY 11 GIVING COCIENTE-AUX
                   REMAINDER RESTO-AUX
               COMPUTE DIGITO-CALCULADO = 11 - RESTO-AUX
               IF DIGITO-CALCULADO = 11
                   MOVE ZERO TO DIGITO-CALCULADO
               END-IF
               IF PREFIJO-VALIDO
                   AND DIGITO-CALCULADO < 10
                   AND DIGITO-CALCULADO = DIGITO-VALOR(11)
                   MOVE 'S' TO RESULTADO.

       PONDERAR-CUIT.
           COMPUTE SUMA-PONDERADA = SUMA-PONDERADA
               + DIGITO-VALOR(SUB-DIGITO) * PESO-CUIT(SUB-DIGITO).

      * El DNI no tiene digito verificador: se controla que sea
      * numerico y este dentro del rango de documentos emitidos.
       VALIDAR-DNI.
           IF VALOR-TRABAJO(1:8) NUMERIC
               MOVE VALOR-TRABAJO(1:8) TO NUMERO-DNI
               IF NUMERO-DNI >= 1000000
                   MOVE 'S' TO RESULTADO.

      * Bloque 1 (8 digitos): banco, sucursal y verificador; bloque 2
      * (14 digitos): cuenta y verificador. Ambos modulo 10.
       VALIDAR-CBU.
           IF VALOR-TRABAJO NUMERIC
               AND VALOR-TRABAJO(1:3) NOT = ZERO
               AND VALOR-TRABAJO(9:13) NOT = ZERO
               MOVE ZERO TO SUMA-PONDERADA
               PERFORM PONDERAR-CBU-BLOQUE1
                   VARYING SUB-DIGITO FROM 1 BY 1
                   UNTIL SUB-DIGITO > 7
               PERFORM CALCULAR-DIGITO-MOD10
               IF DIGITO-CALCULADO = DIGITO-VALOR(8)
                   MOVE ZERO TO SUMA-PONDERADA
                   PERFORM PONDERAR-CBU-BLOQUE2
                       VARYING SUB-DIGITO FROM 1 BY 1
                       UNTIL SUB-DIGITO > 13
                   PERFORM CALCULAR-DIGITO-MOD10
                   IF DIGITO-CALCULADO = DIGITO-VALOR(22)
                       MOVE 'S' TO RESULTADO.

       PONDERAR-CBU-BLOQUE1.
           COMPUTE SUMA-PONDERADA = SUMA-PONDERADA
               + DIGITO-VALOR(SUB-DIGITO) * PESO-CBU-1(SUB-DIGITO).

       PONDERAR-CBU-BLOQUE2.
           COMPUTE SUMA-PONDERADA = SUMA-PONDERADA
               + DIGITO-VALOR(SUB-DIGITO + 8) * PESO-CBU-2(SUB-DIGITO).

       CALCULAR-DIGITO-MOD10.
           DIVIDE SUMA-PONDERADA BY 10 GIVING COCIENTE-AUX
               REMAINDER RESTO-AUX.
           COMPUTE DIGITO-CALCULADO = 10 - RESTO-AUX.
           IF DIGITO-CALCULADO = 10
               MOVE ZERO TO DIGITO-CALCULADO.

       END PROGRAM VALIDAR-IDENTIFICACION.
