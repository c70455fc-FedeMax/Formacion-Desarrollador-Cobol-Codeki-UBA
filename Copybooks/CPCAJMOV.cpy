      ******************************************************************
      *    LAYOUT DEL MOVIMIENTO DE EFECTIVO DE CAJA (DDCAJMOV). UNA   *
      *    ENTRADA POR OPERACION EN EFECTIVO DE UNA CAJA DE LINEA O    *
      *    DEL TESORO (CAJA 'TESO') DE LA SUCURSAL:                    *
      *      - DE / EX: DEPOSITO O EXTRACCION DE UN CLIENTE, CON SU    *
      *        CUENTA (EL MOVIMIENTO DE LA CUENTA VIAJA POR DDMOVIM)   *
      *      - PR / RE: PROVISION DEL TESORO A LA CAJA O REMESA DE LA  *
      *        CAJA AL TESORO; VIAJAN DOS ENTRADAS, UNA POR CADA LADO  *
      *      - TR: TRASLADO DE CAUDALES RECIBIDO O ENVIADO POR EL      *
      *        TESORO                                                  *
      *    EL SENTIDO ('I' ENTRA / 'E' SALE EFECTIVO) ES EL DE LA CAJA *
      *    DE LA ENTRADA. LO LEE EL BALANCEO DE FIN DE DIA PGMAQCBF.   *
      ******************************************************************
       01  WS-REG-CAJMOV.
           05  CJM-FECHA           PIC 9(08).
           05  CJM-SUCURSAL        PIC 9(02).
           05  CJM-CAJA            PIC X(04).
               88  CJM-ES-TESORO             VALUE 'TESO'.
           05  CJM-SECUENCIA       PIC 9(05).
           05  CJM-TIPO            PIC X(02).
           05  CJM-SENTIDO         PIC X(01).
               88  CJM-INGRESO               VALUE 'I'.
               88  CJM-EGRESO                VALUE 'E'.
           05  CJM-IMPORTE         PIC 9(09)V99.
           05  CJM-TIPCUEN         PIC X(02).
           05  CJM-NROCUEN         PIC 9(08).
           05  FILLER              PIC X(17).
