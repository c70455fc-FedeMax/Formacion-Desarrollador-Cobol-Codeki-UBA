      ******************************************************************
      *    LAYOUT DEL MAESTRO DE RIESGO DE CLIENTE (DDRIESGO,          *
      *    INDEXADO POR TIPO + NUMERO DE DOCUMENTO). LO GRABA LA       *
      *    CALIFICACION MENSUAL PGMRICBF: RIESGO 'B' BAJO, 'M' MEDIO,  *
      *    'A' ALTO, CON EL PUNTAJE Y LOS FACTORES QUE LO FORMARON     *
      *    (UNA 'X' POR FACTOR PRESENTE: DOCUMENTO EXTRANJERO,         *
      *    CLIENTE BLOQUEADO, SEGMENTO A, VIGILANCIA A 30 DIAS,        *
      *    COMPRA DE MONEDA EXTRANJERA, USO DE EFECTIVO). LA PROXIMA   *
      *    REVISION DE LEGAJO (KYC) VENCE A 1, 2 O 5 ANIOS DE LA       *
      *    ULTIMA SEGUN EL RIESGO; EN CERO LA ULTIMA REVISION NO SE    *
      *    INFORMO TODAVIA.                                            *
      ******************************************************************
       01  WS-REG-RIESGO.
           05  RSG-CLAVE.
               10  RSG-TIPDOC      PIC X(02).
               10  RSG-NRODOC      PIC 9(11).
           05  RSG-NROCLI          PIC 9(07).
           05  RSG-RIESGO          PIC X(01).
               88  RSG-RIESGO-BAJO             VALUE 'B'.
               88  RSG-RIESGO-MEDIO            VALUE 'M'.
               88  RSG-RIESGO-ALTO             VALUE 'A'.
           05  RSG-PUNTAJE         PIC 9(03).
           05  RSG-FACTORES.
               10  RSG-FAC-DOCUMENTO   PIC X(01).
               10  RSG-FAC-ESTADO      PIC X(01).
               10  RSG-FAC-SEGMENTO    PIC X(01).
               10  RSG-FAC-VIGILANCIA  PIC X(01).
               10  RSG-FAC-CAMBIO      PIC X(01).
               10  RSG-FAC-EFECTIVO    PIC X(01).
           05  RSG-FEC-CALIF       PIC 9(08).
           05  RSG-FEC-ULT-REVISION PIC 9(08).
           05  RSG-FEC-PROX-REVISION PIC 9(08).
           05  FILLER              PIC X(06).
