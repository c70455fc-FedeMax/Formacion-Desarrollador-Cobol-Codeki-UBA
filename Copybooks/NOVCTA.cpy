      *    LAYOUT DE NOVEDAD DE CUENTA - ENTRADA PGMCTCBF              *
      *    TIPOS DE NOVEDAD: AP = APERTURA, CE = CIERRE,               *
      *    CT = CAMBIO DE TITULAR, CA = ALTA DE COTITULAR,             *
      *    CB = BAJA DE COTITULAR, TC = CAMBIO DE TIPO DE CUENTA.      *
      *    EN CA / CB EL NCT-NROCLI ES EL                              *
      *    CLIENTE COTITULAR QUE SE AGREGA O SE QUITA EN DDCOTIT.      *
      *    LA SUCURSAL DE APERTURA OCUPA PARTE DEL VIEJO FILLER: SOLO  *
      *    SE USA EN AP, PARA EL BLOQUE DE SUCURSAL DEL CBU; EN BLANCO *
      *    SE TOMA CERO (CASA CENTRAL).                                *
      *    EN TC LA CUENTA NCT-TIPCUEN / NCT-NROCUEN PASA AL TIPO      *
      *    NCT-TIPCUEN-NVO CONSERVANDO NUMERO, SALDO Y CBU.            *
      ******************************************************************
       01  WS-REG-NOVCTA.
           05  NCT-TIP-NOV         PIC X(02).
           05  NCT-TIPCUEN         PIC X(02).
           05  NCT-NROCUEN         PIC 9(08).
           05  NCT-NROCLI          PIC 9(07).
           05  NCT-SUCURSAL        PIC 9(02).
           05  NCT-TIPCUEN-NVO     PIC X(02).
           05  FILLER              PIC X(57).
