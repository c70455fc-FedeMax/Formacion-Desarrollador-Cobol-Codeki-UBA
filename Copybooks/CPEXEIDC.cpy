      ******************************************************************
      *    LAYOUT DEL REGISTRO DE EXENCIONES DEL IMPUESTO A LOS        *
      *    DEBITOS Y CREDITOS BANCARIOS (DDEXEIDC, INDEXADO POR TIPO   *
      *    + CUENTA). LO MANTIENE PGMIECBF POR NOVEDADES Y PGMNPCBF    *
      *    DA DE ALTA SOLA LA CUENTA SUELDO QUE ACREDITA. LO CONSULTA  *
      *    PGMIBCBF AL LIQUIDAR EL IMPUESTO DE CADA MOVIMIENTO:        *
      *      'S' CUENTA SUELDO: EXENTA EN AMBOS SENTIDOS               *
      *      'R' CERTIFICADO DE ALICUOTA REDUCIDA: PAGA CON LAS        *
      *          ALICUOTAS DEL REGISTRO EN LUGAR DE LAS GENERALES      *
      *    SOLO RIGE ENTRE VIGENCIA DESDE Y HASTA; HASTA EN CERO       *
      *    SIGNIFICA SIN VENCIMIENTO. FUERA DE VIGENCIA LA CUENTA      *
      *    PAGA LA ALICUOTA GENERAL.                                   *
      ******************************************************************
       01  WS-REG-EXEIDC.
           05  EXI-CLAVE.
               10  EXI-TIPCUEN     PIC 9(02).
               10  EXI-NROCUEN     PIC 9(08).
           05  EXI-CATEGORIA       PIC X(01).
           05  EXI-NRO-CERTIF      PIC X(12).
           05  EXI-ALIC-DEBITO     PIC 9(02)V9999.
           05  EXI-ALIC-CREDITO    PIC 9(02)V9999.
           05  EXI-VIG-DESDE       PIC 9(08).
           05  EXI-VIG-HASTA       PIC 9(08).
           05  FILLER              PIC X(09).
