      ******************************************************************
      *    LAYOUT DEL RESUMEN ANUAL POR CUENTA (DDRESANU) QUE GRABA EL *
      *    CIERRE DE EJERCICIO PGMCECBF: INTERESES Y COMISIONES        *
      *    DEVENGADOS EN EL ANIO (DDDEVHIS) Y RETENCIONES, INTERES     *
      *    DEUDOR E IMPUESTO A LOS DEBITOS Y CREDITOS IMPUTADOS EN EL  *
      *    ANIO (DIARIO DDDIAMOV, TIPOS 13, 12 Y 30, NETOS DE          *
      *    CONTRA-ASIENTOS). ES LA FOTO CONGELADA DEL EJERCICIO PARA   *
      *    EL CERTIFICADO IMPOSITIVO; UNA CORRIDA POSTERIOR NO LA      *
      *    MODIFICA.                                                   *
      ******************************************************************
       01  WS-REG-RESANU.
           05  RAN-ANIO            PIC 9(04).
           05  RAN-TIPCUEN         PIC 9(02).
           05  RAN-NROCUEN         PIC 9(08).
           05  RAN-INTERES         PIC S9(09)V99.
           05  RAN-COMISION        PIC S9(09)V99.
           05  RAN-RETENCION       PIC S9(09)V99.
           05  RAN-INT-DEUDOR      PIC S9(09)V99.
           05  RAN-IMP-DEBCRED     PIC S9(09)V99.
           05  FILLER              PIC X(11).
