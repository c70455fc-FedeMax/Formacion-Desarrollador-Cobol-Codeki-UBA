      ******************************************************************
      *    LAYOUT DEL CUADRO DE CUOTAS DE PRESTAMOS (DDCUOTAS,         *
      *    INDEXADO POR PRESTAMO + NUMERO DE CUOTA). LO ARMA PGMPRCBF  *
      *    AL DAR DE ALTA EL PRESTAMO Y LO ACTUALIZA EL GENERADOR      *
      *    NOCTURNO PGMPCCBF.                                          *
      *    ESTADO: P = PENDIENTE, I = IMPAGA (VENCIDA SIN FONDOS,      *
      *    QUEDA ABIERTA EN EL PRESTAMO Y SE REINTENTA CADA NOCHE),    *
      *    C = COBRADA. EL SALDO RESIDUAL ES EL CAPITAL QUE QUEDA      *
      *    DEBIENDO EL PRESTAMO DESPUES DE PAGAR LA CUOTA.             *
      ******************************************************************
       01  WS-REG-CUOTA.
           05  CUO-CLAVE.
               10  CUO-NRO-PRESTAMO PIC 9(08).
               10  CUO-NRO-CUOTA   PIC 9(03).
           05  CUO-FEC-VENC        PIC 9(08).
           05  CUO-CAPITAL         PIC 9(09)V99.
           05  CUO-INTERES         PIC 9(09)V99.
           05  CUO-SALDO-RESIDUAL  PIC 9(09)V99.
           05  CUO-ESTADO          PIC X(01).
           05  CUO-FEC-COBRO       PIC 9(08).
           05  FILLER              PIC X(19).
