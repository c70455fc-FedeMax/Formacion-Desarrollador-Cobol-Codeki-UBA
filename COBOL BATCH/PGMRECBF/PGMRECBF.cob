      *      EL EXTRACTO                                           *
      *    - GRABA EL RESUMEN FISCAL (DDFISCAL) PARA LA            *
      *      PRESENTACION MENSUAL Y EL DIARIO EN DDSALI            *
      *  CADA MOVIMIENTO EMITIDO LLEVA SU TIPO DE MOVIMIENTO       *
      *  (CPTIPMOV) PARA QUE LA INTERFAZ CONTABLE PGMGLCBF LO      *
      *  IMPUTE A SU CUENTA DEL PLAN.                              *
      *  LOS INTERESES DE PLAZO FIJO (DDINTPFJ DE PGMFVCBF) ENTRAN *
      *  CONCATENADOS A DDMOVSAL Y RETIENEN COMO LOS DE CUENTA.    *
      **************************************************************
       ENVIRONMENT DIVISION.
      **************************************************************
      *****************REGISTROS DE TRABAJO****************************
           COPY MOVIMCC.

           COPY CPTIPMOV.

       01  WS-REG-CTA.
           05  CTA-TIPCUEN          PIC X(02).
           05  CTA-NROCUEN          PIC 9(08).
           MOVE WS-RETENCION  TO WS-MOV-IMPORTE
           MOVE WS-FECHA-PROC TO WS-MOV-FECHA
           MOVE 'D'           TO WS-MOV-DBCR
           MOVE TMV-RETENCION TO WS-MOV-TIPMOV

           WRITE REG-MOVRET FROM WS-REG-MOVIMI

