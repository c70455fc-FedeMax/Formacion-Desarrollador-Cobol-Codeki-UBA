      *  SALDO EN MONEDA DE ORIGEN Y VALUADO EN PESOS. SE          *
      *  TERMINA LA CONVERSION CONGELADA DE LAS CAJAS DE AHORRO    *
      *  EN DOLARES.                                               *
      *  CADA MOVIMIENTO EMITIDO LLEVA SU TIPO DE MOVIMIENTO       *
      *  (CPTIPMOV) PARA QUE LA INTERFAZ CONTABLE PGMGLCBF LO      *
      *  IMPUTE A SU CUENTA DEL PLAN.                              *
      **************************************************************
       ENVIRONMENT DIVISION.
      **************************************************************

           COPY MOVIMCC.

           COPY CPTIPMOV.

           COPY CPSUCASI.

       77  WS-DIFERENCIA   PIC S9(11)V99 COMP-3 VALUE ZEROS.
           MOVE SAL-TIPCUEN   TO WS-MOV-TIPO
           MOVE SAL-NROCUEN   TO WS-MOV-CUENTA
           MOVE WS-FECHA-PROC TO WS-MOV-FECHA
           MOVE TMV-REVALUACION TO WS-MOV-TIPMOV

           IF WS-DIFERENCIA IS GREATER THAN ZERO
              MOVE 'C'            TO WS-MOV-DBCR
