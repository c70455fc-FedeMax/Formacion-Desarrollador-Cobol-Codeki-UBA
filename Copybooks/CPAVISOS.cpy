      ******************************************************************
      *    LAYOUT DEL AVISO AL CLIENTE PARA LA PASARELA DE MENSAJERIA  *
      *    (DDAVISOS). LO GRABA PGMAVCBF: UN REGISTRO POR EVENTO       *
      *    OCURRIDO Y POR CLIENTE SUSCRIPTO A ESE EVENTO (TITULAR O    *
      *    COTITULAR DE LA CUENTA). LA PASARELA ARMA EL TEXTO SEGUN EL *
      *    EVENTO (CPPREAVI) Y LO MANDA POR EL CANAL PEDIDO; CON CANAL *
      *    'A' VA POR SMS Y POR CORREO. EL DETALLE LLEVA EL DATO       *
      *    PROPIO DEL EVENTO (NUMERO DE CHEQUE Y MOTIVO DEL RECHAZO,   *
      *    LIMITE EXCEDIDO).                                           *
      ******************************************************************
       01  WS-REG-AVISO.
           05  AVI-FECHA           PIC 9(08).
           05  AVI-NROCLI          PIC 9(07).
           05  AVI-EVENTO          PIC X(02).
           05  AVI-CANAL           PIC X(01).
           05  AVI-TELEFONO        PIC X(15).
           05  AVI-CORREO          PIC X(40).
           05  AVI-TIPCUEN         PIC 9(02).
           05  AVI-NROCUEN         PIC 9(08).
           05  AVI-IMPORTE         PIC 9(09)V99.
           05  AVI-DBCR            PIC X(01).
           05  AVI-DETALLE         PIC X(30).
           05  FILLER              PIC X(15).
