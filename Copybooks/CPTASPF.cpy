      ******************************************************************
      *    LAYOUT DE LA TABLA DE TASAS DE PLAZO FIJO (DDTASPF), QUE    *
      *    ACOMPANA A LA DE CUENTAS A LA VISTA DDTASAS. UNA FILA POR   *
      *    TRAMO DE PLAZO: RIGE PARA LOS PLAZOS DE PLAZO-DESDE DIAS EN *
      *    ADELANTE, HASTA EL TRAMO SIGUIENTE. DE CADA TRAMO SE USA LA *
      *    FILA DE MAYOR VIGENCIA NO POSTERIOR A LA FECHA DE NEGOCIO.  *
      *    TASA NOMINAL ANUAL EN PORCENTAJE.                           *
      ******************************************************************
       01  WS-REG-TASPF.
           05  TPF-PLAZO-DESDE     PIC 9(03).
           05  TPF-TASA-ANUAL      PIC 9(02)V9(04).
           05  TPF-FEC-VIGENCIA    PIC 9(08).
           05  FILLER              PIC X(63).
