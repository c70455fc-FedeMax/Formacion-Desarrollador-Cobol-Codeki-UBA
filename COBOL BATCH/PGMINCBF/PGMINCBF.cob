      *  APLIQUE EN LA PROXIMA CORRIDA. EL DIARIO DE               *
      *  DEVENGAMIENTO (DDSALI) TOTALIZA POR TIPO DE CUENTA.       *
      *  SE TERMINA LA PLANILLA DE CALCULO TIPEADA A MANO.         *
      *  CADA MOVIMIENTO EMITIDO LLEVA SU TIPO DE MOVIMIENTO       *
      *  (CPTIPMOV) PARA QUE LA INTERFAZ CONTABLE PGMGLCBF LO      *
      *  IMPUTE A SU CUENTA DEL PLAN.                              *
      **************************************************************
       ENVIRONMENT DIVISION.
      **************************************************************

           COPY MOVIMCC.

           COPY CPTIPMOV.

       77  WS-BASE         PIC S9(09)V99 COMP-3 VALUE ZEROS.
       77  WS-INTERES      PIC S9(09)V99 COMP-3 VALUE ZEROS.
       77  WS-COMISION     PIC S9(09)V99 COMP-3 VALUE ZEROS.
              IF WS-INTERES IS GREATER THAN ZERO
                 MOVE 'C' TO WS-MOV-DBCR
                 MOVE WS-INTERES TO WS-MOV-IMPORTE
                 MOVE TMV-INT-ACREEDOR TO WS-MOV-TIPMOV
                 PERFORM 3100-EMITIR-MOV THRU F-3100-EMITIR-MOV
              END-IF

              IF WS-COMISION IS GREATER THAN ZERO
                 MOVE 'D' TO WS-MOV-DBCR
                 MOVE WS-COMISION TO WS-MOV-IMPORTE
                 MOVE TMV-COM-MANTEN TO WS-MOV-TIPMOV
                 PERFORM 3100-EMITIR-MOV THRU F-3100-EMITIR-MOV
              END-IF

