      *    - LOS GRUPOS ROTOS QUEDAN RETENIDOS EN DDROTOS PARA LA  *
      *      PROXIMA NOCHE Y SE LISTAN EN DDSALI CON SU NETO,      *
      *      PARA CONFRONTAR A LA SUCURSAL CON SU PROPIO ARCHIVO   *
      *  LAS DOS PATAS DE UNA OPERACION DE CAMBIO (PGMCXCBF) ESTAN *
      *  EN MONEDAS DISTINTAS: PARA ELLAS SE NETEA EL CONTRAVALOR  *
      *  EN PESOS (WS-MOV-CONTRAVALOR) EN LUGAR DEL IMPORTE, Y     *
      *  UNA PATA DE CAMBIO SIN CONTRAVALOR ROMPE EL GRUPO.        *
      **************************************************************
       ENVIRONMENT DIVISION.
      **************************************************************
           03  WS-PAT      OCCURS 2000 TIMES.
               05  WS-PAT-REFER     PIC X(08).
               05  WS-PAT-DBCR      PIC X(01).
               05  WS-PAT-IMPORTE   PIC S9(09)V99.
               05  WS-PAT-PROCES    PIC X(01).
               05  WS-PAT-VALIDA    PIC X(01).
               05  WS-PAT-REGISTRO  PIC X(80).

      *****************EVALUACION DEL GRUPO EN CURSO*******************
       77  WS-GRP-NETO     PIC S9(09)V99 COMP-3 VALUE ZEROS.
       77  WS-GRP-DEBITOS  PIC 9(03)  VALUE ZEROS.
       77  WS-GRP-CREDITOS PIC 9(03)  VALUE ZEROS.
       77  WS-GRP-INVALIDAS PIC 9(03) VALUE ZEROS.
       01  WS-GRP-REFER    PIC X(08)  VALUE SPACES.

       01  WS-FLAG-GRUPO   PIC X.
      *****************REGISTRO DE TRABAJO*****************************
           COPY MOVIMCC.

           COPY CPTIPMOV.

      *****************LINEA DEL REPORTE DE GRUPOS ROTOS***************
       01  WS-LIN-ROTO.
           05  FILLER               PIC X(13)   VALUE
              MOVE WS-MOV-REFER   TO WS-PAT-REFER    (WS-PAT-CONT)
              MOVE WS-MOV-DBCR    TO WS-PAT-DBCR     (WS-PAT-CONT)
              MOVE WS-MOV-IMPORTE TO WS-PAT-IMPORTE  (WS-PAT-CONT)
              MOVE 'S'            TO WS-PAT-VALIDA   (WS-PAT-CONT)
      *       LA PATA DE CAMBIO SE NETEA POR SU CONTRAVALOR EN PESOS;
      *       SIN CONTRAVALOR VALIDO EL GRUPO NO PUEDE CERRAR.
              IF WS-MOV-TIPMOV IS EQUAL TMV-OPER-CAMBIO
                 IF WS-MOV-CONTRAVALOR IS NUMERIC
                    AND WS-MOV-CONTRAVALOR IS NOT EQUAL ZEROS
                    MOVE WS-MOV-CONTRAVALOR TO
                         WS-PAT-IMPORTE (WS-PAT-CONT)
                 ELSE
                    MOVE 'N' TO WS-PAT-VALIDA (WS-PAT-CONT)
                 END-IF
              END-IF
              MOVE 'N'            TO WS-PAT-PROCES   (WS-PAT-CONT)
              MOVE WS-REG-MOVIMI  TO WS-PAT-REGISTRO (WS-PAT-CONT)
           ELSE
       8100-EVALUAR-GRUPO.
      *    UN GRUPO ESTA COMPLETO CUANDO TIENE AL MENOS UN DEBITO
      *    Y UN CREDITO Y LA SUMA DE CREDITOS MENOS DEBITOS DA
      *    EXACTAMENTE CERO (EN LAS PATAS DE CAMBIO, SU
      *    CONTRAVALOR EN PESOS) Y NINGUNA PATA ES INVALIDA.
           MOVE ZEROS TO WS-GRP-NETO
           MOVE ZEROS TO WS-GRP-DEBITOS
           MOVE ZEROS TO WS-GRP-CREDITOS
           MOVE ZEROS TO WS-GRP-INVALIDAS

           PERFORM VARYING WS-PAT-SUB2 FROM 1 BY 1
                   UNTIL WS-PAT-SUB2 > WS-PAT-CONT
               IF WS-PAT-REFER (WS-PAT-SUB2) IS EQUAL WS-GRP-REFER
                  IF WS-PAT-VALIDA (WS-PAT-SUB2) IS NOT EQUAL 'S'
                     ADD 1 TO WS-GRP-INVALIDAS
                  END-IF
                  IF WS-PAT-DBCR (WS-PAT-SUB2) IS EQUAL 'D'
                     ADD 1 TO WS-GRP-DEBITOS
                     SUBTRACT WS-PAT-IMPORTE (WS-PAT-SUB2)
           IF WS-GRP-NETO IS EQUAL ZEROS
              AND WS-GRP-DEBITOS IS GREATER THAN ZEROS
              AND WS-GRP-CREDITOS IS GREATER THAN ZEROS
              AND WS-GRP-INVALIDAS IS EQUAL ZEROS
              SET WS-GRUPO-COMPLETO TO TRUE
           ELSE
              SET WS-GRUPO-ROTO TO TRUE
