      ******************************************************************
      *    LAYOUT DEL REGISTRO DE CHEQUES PAGADOS (DDCHQPAG, INDEXADO  *
      *    POR CUENTA + NUMERO DE CHEQUE). LO GRABA EL CLEARING        *
      *    PGMCHCBF AL PAGAR CADA CHEQUE Y LO CONSULTA ANTES DE PAGAR  *
      *    PARA RECHAZAR LA SEGUNDA PRESENTACION DEL MISMO CHEQUE.     *
      ******************************************************************
       01  WS-REG-CHQPAG.
           05  PAG-CLAVE.
               10  PAG-TIPCUEN     PIC 9(02).
               10  PAG-NROCUEN     PIC 9(08).
               10  PAG-NROCHEQUE   PIC 9(08).
           05  PAG-FEC-PAGO        PIC 9(08).
           05  PAG-IMPORTE         PIC 9(07)V99.
           05  FILLER              PIC X(05).
