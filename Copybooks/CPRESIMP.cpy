      ******************************************************************
      *    LAYOUT DEL REGISTRO DE RESUMENES IMPRESOS (DDRESIMP). EL    *
      *    GENERADOR DE RESUMENES PGMSTCBF GRABA UN REGISTRO POR CADA  *
      *    RESUMEN QUE SALE EN PAPEL, CON LA SUCURSAL DE LA CUENTA Y   *
      *    EL PERIODO DE LA TARJETA DDCTRL; LA FACTURACION MENSUAL DE  *
      *    COMISIONES PGMFCCBF LEE LAS CORRIDAS DEL MES CONCATENADAS Y *
      *    COBRA CADA RESUMEN IMPRESO.                                 *
      ******************************************************************
       01  WS-REG-RESIMP.
           05  RIM-TIPCUEN         PIC 9(02).
           05  RIM-NROCUEN         PIC 9(08).
           05  RIM-PERIODO         PIC 9(06).
           05  RIM-SUCURSAL        PIC 9(02).
           05  FILLER              PIC X(02).
