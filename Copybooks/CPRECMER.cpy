      ******************************************************************
      *    LAYOUT DEL REGISTRO DE RECEPCION DE MERCADERIA (DDRECEPC).  *
      *    CADA ENTREGA DEL PROVEEDOR INFORMA LA ORDEN DE COMPRA Y EL  *
      *    PRODUCTO QUE CUMPLE, LA CANTIDAD RECIBIDA Y LA FECHA DE     *
      *    RECEPCION. REM-MOTIVO VA EN BLANCO EN LA ENTRADA Y LO       *
      *    COMPLETA PGMRZCBF AL RECHAZAR LA ENTREGA (DDRECREC).        *
      *    REM-COSTO-UNIT ES EL COSTO FACTURADO POR EL PROVEEDOR; EN   *
      *    CERO SE TOMA EL PACTADO EN LA ORDEN DE COMPRA.              *
      *    REM-LOTE Y REM-FEC-VENCE VIENEN EN LOS PRODUCTOS QUE VENCEN *
      *    Y PASAN A LA ENTRADA DE STOCK; EN BLANCO SI NO VENCE.       *
      ******************************************************************
       01  WS-REG-RECMER.
           05  REM-NRO-ORDEN       PIC 9(07).
           05  REM-COD-PROD        PIC 9(02).
           05  REM-CANTIDAD        PIC 9(07).
           05  REM-FECHA           PIC 9(08).
           05  REM-MOTIVO          PIC X(12).
           05  REM-COSTO-UNIT      PIC 9(07)V99.
           05  REM-LOTE            PIC X(10).
           05  REM-FEC-VENCE       PIC 9(08).
           05  FILLER              PIC X(17).
