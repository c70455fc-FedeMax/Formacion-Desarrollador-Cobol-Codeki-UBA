      *      EMITIENDO EL CONTRAASIENTO DE SUSPENSO                *
      *    - GRABA EL NUEVO PENDIENTE (DDSUSSAL) Y EL REPORTE      *
      *      DIARIO DE SUSPENSO CON ANTIGUEDAD EN DIAS (DDSALI)    *
      *  CADA MOVIMIENTO EMITIDO LLEVA SU TIPO DE MOVIMIENTO       *
      *  (CPTIPMOV) PARA QUE LA INTERFAZ CONTABLE PGMGLCBF LO      *
      *  IMPUTE A SU CUENTA DEL PLAN.                              *
      **************************************************************
       ENVIRONMENT DIVISION.
      **************************************************************
      *****************REGISTROS DE TRABAJO****************************
           COPY MOVIMCC.

           COPY CPTIPMOV.

      *****************PARTIDA EN SUSPENSO*****************************
       01  WS-REG-SUSP.
           05  SUS-FEC-INGRESO      PIC 9(08).
           MOVE SUS-IMPORTE     TO WS-MOV-IMPORTE
           MOVE WS-FECHA-PROC   TO WS-MOV-FECHA
           MOVE SUS-DBCR        TO WS-MOV-DBCR
           MOVE TMV-SUSPENSO    TO WS-MOV-TIPMOV

           WRITE REG-MOVSAL FROM WS-REG-MOVIMI

           MOVE WS-SUSP-CUENTA  TO WS-MOV-CUENTA
           MOVE SUS-IMPORTE     TO WS-MOV-IMPORTE
           MOVE WS-FECHA-PROC   TO WS-MOV-FECHA
           MOVE TMV-SUSPENSO    TO WS-MOV-TIPMOV

           IF SUS-DBCR IS EQUAL 'D'
              MOVE 'C' TO WS-MOV-DBCR
