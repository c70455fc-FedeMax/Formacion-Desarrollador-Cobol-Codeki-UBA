      ******************************************************************
      *    LAYOUT DEL MAESTRO DE ADHESIONES A DEBITO AUTOMATICO        *
      *    (DDMANDAT, INDEXADO POR CUIT DE LA EMPRESA + REFERENCIA     *
      *    DEL ABONADO EN LA EMPRESA). LO MANTIENE PGMADCBF POR        *
      *    NOVEDADES DE ADHESION Y REVOCACION Y LO CONSULTA PGMDACBF   *
      *    CON CADA FACTURA DEL ARCHIVO DE LA EMPRESA.                 *
      *    IMPORTE MAXIMO: TOPE POR FACTURA QUE FIJO EL CLIENTE; EN    *
      *    CERO NO HAY TOPE.                                           *
      *    ESTADO: A = ACTIVA, R = REVOCADA POR EL CLIENTE.            *
      *    EL ULTIMO DEBITO LO ESTAMPA PGMDACBF, PARA QUE LA           *
      *    SUCURSAL PUEDA CONTESTAR QUE SE COBRO SIN IR AL ARCHIVO.    *
      ******************************************************************
       01  WS-REG-MANDAT.
           05  MAN-CLAVE.
               10  MAN-CUIT        PIC 9(11).
               10  MAN-REFERENCIA  PIC X(20).
           05  MAN-TIPCUEN         PIC 9(02).
           05  MAN-NROCUEN         PIC 9(08).
           05  MAN-IMPORTE-MAX     PIC 9(07)V99.
           05  MAN-ESTADO          PIC X(01).
           05  MAN-FEC-ALTA        PIC 9(08).
           05  MAN-FEC-BAJA        PIC 9(08).
           05  MAN-FEC-ULT-DEB     PIC 9(08).
           05  MAN-IMP-ULT-DEB     PIC 9(07)V99.
           05  FILLER              PIC X(16).
