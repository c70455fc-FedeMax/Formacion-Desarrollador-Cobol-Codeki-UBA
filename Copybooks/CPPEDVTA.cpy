      ******************************************************************
      *    LAYOUT DEL RENGLON DE PEDIDO DE VENTA. LA TOMA DE PEDIDOS   *
      *    PGMPDCBF VALIDA LOS PEDIDOS DEL DIA (DDPEDNUE) Y GRABA LOS  *
      *    ACEPTADOS EN DDPEDVAL; LA FACTURACION PGMFTCBF LOS FACTURA  *
      *    JUNTO CON LA PENDIENTE DE ENTREGA ANTERIOR (DDBACKAN) Y     *
      *    DEJA EN DDBACKSA LOS RENGLONES QUE NO TUVIERON STOCK. UN    *
      *    PEDIDO ES EL GRUPO DE RENGLONES CONSECUTIVOS CON EL MISMO   *
      *    PED-NRO-PEDIDO.                                             *
      *    PED-MOTIVO VA EN BLANCO EN LA ENTRADA Y LO COMPLETAN LOS    *
      *    PROGRAMAS AL RECHAZAR EL RENGLON (DDPEDREC) O AL DEJARLO    *
      *    PENDIENTE.                                                  *
      ******************************************************************
       01  WS-REG-PEDVTA.
           05  PED-NRO-PEDIDO      PIC 9(07).
           05  PED-COD-CLIENTE     PIC 9(07).
           05  PED-NOM-CLIENTE     PIC X(30).
           05  PED-COD-PROD        PIC 9(02).
           05  PED-CANTIDAD        PIC 9(05).
           05  PED-FECHA           PIC 9(08).
           05  PED-MOTIVO          PIC X(12).
           05  FILLER              PIC X(09).
