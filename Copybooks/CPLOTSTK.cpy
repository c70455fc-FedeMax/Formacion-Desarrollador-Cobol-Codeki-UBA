      ******************************************************************
      *    LAYOUT DEL MAESTRO DE LOTES (DDLOTANT GENERACION ANTERIOR / *
      *    DDLOTSAL NUEVA), UN REGISTRO POR PRODUCTO Y LOTE CON        *
      *    EXISTENCIA. LO MANTIENE EL MOTOR PGMSKCBF: LA ENTRADA CON   *
      *    LOTE LO DA DE ALTA O LO SUMA, LA SALIDA SIN LOTE SE IMPUTA  *
      *    AL LOTE NO VENCIDO QUE VENCE PRIMERO Y LA SALIDA CON LOTE   *
      *    (BAJAS) DESCUENTA DE ESE LOTE. EL LOTE AGOTADO NO PASA A LA *
      *    NUEVA GENERACION. LOS LOTES SON DEL PRODUCTO, NO DEL        *
      *    DEPOSITO.                                                   *
      ******************************************************************
       01  WS-REG-LOTSTK.
           05  LOT-COD-PROD        PIC 9(02).
           05  LOT-NUMERO          PIC X(10).
           05  LOT-FEC-VENCE       PIC 9(08).
           05  LOT-CANTIDAD        PIC S9(07).
           05  LOT-FEC-ALTA        PIC 9(08).
           05  FILLER              PIC X(05).
