      ******************************************************************
      *    LAYOUT DEL MAESTRO DE PRESTAMOS (DDPRESTA, INDEXADO POR     *
      *    NUMERO DE PRESTAMO). LO DA DE ALTA PGMPRCBF POR NOVEDADES,  *
      *    QUE EN EL MISMO PASO ARMA EL CUADRO DE CUOTAS (DDCUOTAS,    *
      *    LAYOUT CPCUOTAS) Y EMITE EL DESEMBOLSO; EL GENERADOR        *
      *    NOCTURNO PGMPCCBF COBRA LAS CUOTAS VENCIDAS Y BAJA EL       *
      *    SALDO DE CAPITAL.                                           *
      *    TASA: MENSUAL EN PORCENTAJE, COMO EN DDTASAS.               *
      *    SISTEMA: F = FRANCES (CUOTA CONSTANTE), A = ALEMAN          *
      *    (AMORTIZACION CONSTANTE).                                   *
      *    ESTADO: A = ACTIVO, T = TERMINADO (TODAS LAS CUOTAS         *
      *    COBRADAS), C = CANCELADO POR BAJA.                          *
      ******************************************************************
       01  WS-REG-PRESTA.
           05  PRE-NRO             PIC 9(08).
           05  PRE-NROCLI          PIC 9(07).
           05  PRE-TIPCUEN         PIC 9(02).
           05  PRE-NROCUEN         PIC 9(08).
           05  PRE-CAPITAL         PIC 9(09)V99.
           05  PRE-TASA-MENSUAL    PIC 9(02)V9(04).
           05  PRE-PLAZO           PIC 9(03).
           05  PRE-SISTEMA         PIC X(01).
           05  PRE-FEC-DESEMB      PIC 9(08).
           05  PRE-SALDO-CAPITAL   PIC 9(09)V99.
           05  PRE-CUOTAS-PAGAS    PIC 9(03).
           05  PRE-ESTADO          PIC X(01).
           05  FILLER              PIC X(31).
