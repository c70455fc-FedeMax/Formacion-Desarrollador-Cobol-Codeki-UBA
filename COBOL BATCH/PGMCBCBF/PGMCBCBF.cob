       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMCBCBF.
       AUTHOR.    FEDERICO FALCON.
      **************************************************************
      *  MODULO DE CBU DE LA SUITE.                                *
      *  SE INVOCA CON CALL USANDO EL AREA DE CPVALCBU Y RESUELVE, *
      *  EN UN SOLO LUGAR PARA TODOS LOS PROGRAMAS, LA CLAVE       *
      *  BANCARIA UNIFORME DE 22 DIGITOS:                          *
      *    - 'G': ARMA EL CBU DE UNA CUENTA PROPIA CON EL CODIGO   *
      *      DE ENTIDAD, LA SUCURSAL Y EL BLOQUE DE CUENTA         *
      *      000 + TIPO + NUMERO, Y CALCULA LOS DOS DIGITOS        *
      *      VERIFICADORES                                         *
      *    - 'V': VALIDA UN CBU RECIBIDO (NUMERICO Y AMBOS         *
      *      DIGITOS VERIFICADORES) E INFORMA SI ES DE NUESTRA     *
      *      ENTIDAD                                               *
      *  DIGITOS VERIFICADORES: PESOS 7139713 SOBRE LOS SIETE      *
      *  DIGITOS DEL PRIMER BLOQUE Y 3971397139713 SOBRE LOS       *
      *  TRECE DE LA CUENTA; EL DIGITO ES LO QUE FALTA PARA LA     *
      *  DECENA SIGUIENTE DE LA SUMA (CERO SI YA ES MULTIPLO).     *
      **************************************************************
       ENVIRONMENT DIVISION.
      **************************************************************
       CONFIGURATION SECTION.

       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
      **************************************************************
       DATA DIVISION.
      **************************************************************
       WORKING-STORAGE SECTION.

       77  FILLER        PIC X(26) VALUE '* INICIO WORKING-STORAGE *'.
      **************************************************************

      *    CODIGO DE ENTIDAD ASIGNADO AL BANCO EN EL SISTEMA
      *    NACIONAL DE PAGOS.
       77  WS-ENTIDAD-PROPIA  PIC 9(03)  VALUE 305.

      *****************TRABAJO DEL CALCULO****************************
       01  WS-BLOQUE1-TRABAJO.
           03  WS-DIG1              OCCURS 7 TIMES
                                     PIC 9(01).

       01  WS-BLOQUE2-TRABAJO.
           03  WS-DIG2              OCCURS 13 TIMES
                                     PIC 9(01).

      *    PESOS DEL PRIMER BLOQUE (ENTIDAD + SUCURSAL).
       01  WS-PESOS-BLOQUE1.
           05  FILLER      PIC X(07) VALUE '7139713'.
       01  WS-PESOS1-R REDEFINES WS-PESOS-BLOQUE1.
           03  WS-PESO1             OCCURS 7 TIMES
                                     PIC 9(01).

      *    PESOS DEL SEGUNDO BLOQUE (CUENTA).
       01  WS-PESOS-BLOQUE2.
           05  FILLER      PIC X(13) VALUE '3971397139713'.
       01  WS-PESOS2-R REDEFINES WS-PESOS-BLOQUE2.
           03  WS-PESO2             OCCURS 13 TIMES
                                     PIC 9(01).

       77  WS-DIG-SUB      PIC 9(02) USAGE COMP VALUE ZEROS.
       77  WS-SUMA         PIC 9(05) USAGE COMP VALUE ZEROS.
       77  WS-COCIENTE     PIC 9(05) USAGE COMP VALUE ZEROS.
       77  WS-RESTO        PIC 9(02) USAGE COMP VALUE ZEROS.
       77  WS-DV1-CALC     PIC 9(01)            VALUE ZEROS.
       77  WS-DV2-CALC     PIC 9(01)            VALUE ZEROS.

       77  FILLER        PIC X(26) VALUE '* FINAL  WORKING-STORAGE *'.
      **************************************************************
       LINKAGE SECTION.

       01  LK-VALCBU-AREA.
           05  LK-FUNCION          PIC X(01).
           05  LK-CBU.
               10  LK-BLOQUE1.
                   15  LK-ENTIDAD      PIC 9(03).
                   15  LK-SUCURSAL     PIC 9(04).
                   15  LK-DV1          PIC 9(01).
               10  LK-BLOQUE2.
                   15  LK-CUENTA.
                       20  LK-CTA-PREFIJO  PIC 9(03).
                       20  LK-TIPCUEN      PIC 9(02).
                       20  LK-NROCUEN      PIC 9(08).
                   15  LK-DV2          PIC 9(01).
           05  LK-PROPIO           PIC X(01).
           05  LK-RESULTADO        PIC X(01).
           05  LK-MOTIVO           PIC X(20).
      **************************************************************
       PROCEDURE DIVISION USING LK-VALCBU-AREA.
      **************************************
      *                                    *
      *  CUERPO PRINCIPAL DEL MODULO       *
      *                                    *
      **************************************
       MAIN-PROGRAM.

           MOVE 'S'    TO LK-RESULTADO
           MOVE 'N'    TO LK-PROPIO
           MOVE SPACES TO LK-MOTIVO

           EVALUATE LK-FUNCION
               WHEN 'G'
                    PERFORM 1000-GENERAR THRU F-1000-GENERAR
               WHEN 'V'
                    PERFORM 2000-VALIDAR THRU F-2000-VALIDAR
               WHEN OTHER
                    MOVE 'N' TO LK-RESULTADO
                    MOVE 'FUNCION INVALIDA    ' TO LK-MOTIVO
           END-EVALUATE.

       F-MAIN-PROGRAM. GOBACK.

      **************************************************************
       1000-GENERAR.
      *    EL LLAMADOR DEJA SUCURSAL, TIPO Y NUMERO DE CUENTA.
           IF LK-SUCURSAL IS NOT NUMERIC
              OR LK-TIPCUEN IS NOT NUMERIC
              OR LK-NROCUEN IS NOT NUMERIC
              MOVE 'N' TO LK-RESULTADO
              MOVE 'CUENTA NO NUMERICA  ' TO LK-MOTIVO
              GO TO F-1000-GENERAR
           END-IF

           MOVE WS-ENTIDAD-PROPIA TO LK-ENTIDAD
           MOVE ZEROS             TO LK-CTA-PREFIJO
           MOVE 'S'               TO LK-PROPIO

           PERFORM 3000-CALCULAR-DV1 THRU F-3000-CALCULAR-DV1
           PERFORM 3100-CALCULAR-DV2 THRU F-3100-CALCULAR-DV2

           MOVE WS-DV1-CALC TO LK-DV1
           MOVE WS-DV2-CALC TO LK-DV2.

       F-1000-GENERAR. EXIT.
      **************************************************************
       2000-VALIDAR.

           IF LK-CBU IS NOT NUMERIC
              MOVE 'N' TO LK-RESULTADO
              MOVE 'CBU NO NUMERICO     ' TO LK-MOTIVO
              GO TO F-2000-VALIDAR
           END-IF

           PERFORM 3000-CALCULAR-DV1 THRU F-3000-CALCULAR-DV1

           IF WS-DV1-CALC IS NOT EQUAL LK-DV1
              MOVE 'N' TO LK-RESULTADO
              MOVE 'DV BLOQUE 1 ERRADO  ' TO LK-MOTIVO
              GO TO F-2000-VALIDAR
           END-IF

           PERFORM 3100-CALCULAR-DV2 THRU F-3100-CALCULAR-DV2

           IF WS-DV2-CALC IS NOT EQUAL LK-DV2
              MOVE 'N' TO LK-RESULTADO
              MOVE 'DV BLOQUE 2 ERRADO  ' TO LK-MOTIVO
              GO TO F-2000-VALIDAR
           END-IF

           IF LK-ENTIDAD IS EQUAL WS-ENTIDAD-PROPIA
              MOVE 'S' TO LK-PROPIO
           END-IF.

       F-2000-VALIDAR. EXIT.
      **************************************************************
       3000-CALCULAR-DV1.

           MOVE LK-ENTIDAD  TO WS-BLOQUE1-TRABAJO (1:3)
           MOVE LK-SUCURSAL TO WS-BLOQUE1-TRABAJO (4:4)
           MOVE ZEROS       TO WS-SUMA

           PERFORM VARYING WS-DIG-SUB FROM 1 BY 1
                   UNTIL WS-DIG-SUB > 7
               COMPUTE WS-SUMA = WS-SUMA
                     + (WS-DIG1 (WS-DIG-SUB)
                        * WS-PESO1 (WS-DIG-SUB))
           END-PERFORM

           DIVIDE WS-SUMA BY 10
                  GIVING WS-COCIENTE REMAINDER WS-RESTO

           IF WS-RESTO IS EQUAL ZEROS
              MOVE ZEROS TO WS-DV1-CALC
           ELSE
              COMPUTE WS-DV1-CALC = 10 - WS-RESTO
           END-IF.

       F-3000-CALCULAR-DV1. EXIT.
      **************************************************************
       3100-CALCULAR-DV2.

           MOVE LK-CUENTA TO WS-BLOQUE2-TRABAJO
           MOVE ZEROS     TO WS-SUMA

           PERFORM VARYING WS-DIG-SUB FROM 1 BY 1
                   UNTIL WS-DIG-SUB > 13
               COMPUTE WS-SUMA = WS-SUMA
                     + (WS-DIG2 (WS-DIG-SUB)
                        * WS-PESO2 (WS-DIG-SUB))
           END-PERFORM

           DIVIDE WS-SUMA BY 10
                  GIVING WS-COCIENTE REMAINDER WS-RESTO

           IF WS-RESTO IS EQUAL ZEROS
              MOVE ZEROS TO WS-DV2-CALC
           ELSE
              COMPUTE WS-DV2-CALC = 10 - WS-RESTO
           END-IF.

       F-3100-CALCULAR-DV2. EXIT.
