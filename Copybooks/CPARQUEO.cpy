      ******************************************************************
      *    LAYOUT DEL ARQUEO DE FIN DE DIA (DDARQUEO). UNA ENTRADA POR *
      *    CAJA DE LINEA Y UNA POR EL TESORO (CAJA 'TESO') DE CADA     *
      *    SUCURSAL, CON EL EFECTIVO CON QUE ABRIO EL DIA Y EL         *
      *    EFECTIVO CONTADO AL CERRARLO. EL BALANCEO PGMAQCBF COMPARA  *
      *    LO CONTADO CONTRA LO QUE DEBERIA HABER SEGUN DDCAJMOV.      *
      ******************************************************************
       01  WS-REG-ARQUEO.
           05  ARQ-FECHA           PIC 9(08).
           05  ARQ-SUCURSAL        PIC 9(02).
           05  ARQ-CAJA            PIC X(04).
           05  ARQ-SALDO-INICIAL   PIC 9(09)V99.
           05  ARQ-CONTADO         PIC 9(09)V99.
           05  FILLER              PIC X(14).
