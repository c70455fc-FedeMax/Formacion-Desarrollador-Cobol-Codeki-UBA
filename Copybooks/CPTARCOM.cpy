      ******************************************************************
      *    LAYOUT DE LA TABLA DE COMISIONES POR ACTIVIDAD (DDTARCOM),  *
      *    MANTENIDA POR PGMTFCBF Y LEIDA POR LA FACTURACION MENSUAL   *
      *    DE COMISIONES PGMFCCBF. UNA FILA POR TIPO DE CUENTA,        *
      *    SEGMENTO Y FECHA DE VIGENCIA: EL SEGMENTO EN BLANCO ES LA   *
      *    FILA GENERAL DEL TIPO DE CUENTA Y UNA FILA CON SEGMENTO (A, *
      *    B, C) LA REEMPLAZA PARA LOS CLIENTES DE ESE SEGMENTO. RIGE  *
      *    LA FILA DE VIGENCIA MAS RECIENTE QUE NO SUPERE LA FECHA DE  *
      *    LA FACTURACION.                                             *
      *    LOS MOVIMIENTOS LIBRES SON LOS QUE EL CLIENTE HACE EN EL    *
      *    MES SIN CARGO; CADA UNO DE MAS PAGA EL CARGO POR            *
      *    MOVIMIENTO. EL RESUMEN IMPRESO, LA CHEQUERA ENTREGADA Y EL  *
      *    MES CON DESCUBIERTO PAGAN CADA UNO SU CARGO. LOS            *
      *    PORCENTAJES DE BONIFICACION (0 A 100) LOS DEFINE MARKETING  *
      *    Y SOLO SE APLICAN A LOS CLIENTES DEL SEGMENTO A DE DDSEGM.  *
      ******************************************************************
       01  WS-REG-TARCOM.
           05  TAR-TIPCUEN         PIC 9(02).
           05  TAR-SEGMENTO        PIC X(01).
           05  TAR-FEC-VIGENCIA    PIC 9(08).
           05  TAR-MOV-LIBRES      PIC 9(03).
           05  TAR-CARGO-MOV       PIC 9(05)V99.
           05  TAR-CARGO-RESUMEN   PIC 9(05)V99.
           05  TAR-CARGO-CHEQUERA  PIC 9(05)V99.
           05  TAR-CARGO-DESCUB    PIC 9(05)V99.
           05  TAR-BON-MOV         PIC 9(03).
           05  TAR-BON-RESUMEN     PIC 9(03).
           05  TAR-BON-CHEQUERA    PIC 9(03).
           05  TAR-BON-DESCUB      PIC 9(03).
           05  FILLER              PIC X(26).
