      *  MOVIMCC (DDMOVSAL) PARA QUE EL MOTOR DE SALDOS LOS        *
      *  APLIQUE, CON SU PROPIO DIARIO (DDSALI) POR CUENTA Y POR   *
      *  TIPO DE CUENTA.                                           *
      *  CADA MOVIMIENTO EMITIDO LLEVA SU TIPO DE MOVIMIENTO       *
      *  (CPTIPMOV) PARA QUE LA INTERFAZ CONTABLE PGMGLCBF LO      *
      *  IMPUTE A SU CUENTA DEL PLAN.                              *
      **************************************************************
       ENVIRONMENT DIVISION.
      **************************************************************

           COPY MOVIMCC.

           COPY CPTIPMOV.

      *****************DIARIO POR TIPO DE CUENTA***********************
       77  WS-DIA-CONT     PIC 9(02) USAGE COMP VALUE ZEROS.
       77  WS-DIA-SUB      PIC 9(02) USAGE COMP VALUE ZEROS.
                 MOVE WS-INTERES                  TO WS-MOV-IMPORTE
                 MOVE WS-FECHA-PROC               TO WS-MOV-FECHA
                 MOVE 'D'                         TO WS-MOV-DBCR
                 MOVE TMV-INT-DEUDOR              TO WS-MOV-TIPMOV

                 WRITE REG-MOVSAL FROM WS-REG-MOVIMI

