      ******************************************************************
      *    LAYOUT DEL MAESTRO DE PLAZOS FIJOS (DDPLAFIJ, INDEXADO POR  *
      *    NUMERO DE CERTIFICADO). LO DA DE ALTA PGMFJCBF POR          *
      *    NOVEDADES DEBITANDO LA CUENTA DEL CLIENTE; LO VENCE Y       *
      *    RENUEVA CADA NOCHE PGMFVCBF.                                *
      *    TASA: NOMINAL ANUAL EN PORCENTAJE, DE LA TABLA DE TASAS     *
      *    DE PLAZO FIJO DDTASPF (LAYOUT CPTASPF); INTERES SIMPLE      *
      *    SOBRE 365 DIAS POR EL PLAZO PACTADO.                        *
      *    VENCIMIENTO: CONSTITUCION + PLAZO EN DIAS CORRIDOS, PASADO  *
      *    AL SIGUIENTE DIA HABIL SI CAE EN INHABIL.                   *
      *    RENOVACION: S = RENOVACION AUTOMATICA DEL CAPITAL A LA TASA *
      *    VIGENTE AL VENCIMIENTO, N = SE ACREDITA TODO EN LA CUENTA.  *
      *    ESTADO: V = VIGENTE, P = PAGADO AL VENCIMIENTO.             *
      ******************************************************************
       01  WS-REG-PLAFIJ.
           05  PFJ-NRO             PIC 9(08).
           05  PFJ-NROCLI          PIC 9(07).
           05  PFJ-TIPCUEN         PIC 9(02).
           05  PFJ-NROCUEN         PIC 9(08).
           05  PFJ-CAPITAL         PIC 9(09)V99.
           05  PFJ-PLAZO-DIAS      PIC 9(03).
           05  PFJ-TASA-ANUAL      PIC 9(02)V9(04).
           05  PFJ-FEC-CONST       PIC 9(08).
           05  PFJ-FEC-VENC        PIC 9(08).
           05  PFJ-INTERES         PIC 9(09)V99.
           05  PFJ-RENOVACION      PIC X(01).
           05  PFJ-ESTADO          PIC X(01).
           05  PFJ-RENOVACIONES    PIC 9(03).
           05  FILLER              PIC X(23).
