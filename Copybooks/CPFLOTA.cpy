      ******************************************************************
      *    LAYOUT DEL MAESTRO DE FLOTANTE DE CHEQUES DEPOSITADOS       *
      *    (DDFLOTA, INDEXADO POR CUENTA DEPOSITANTE + BANCO GIRADO +  *
      *    NUMERO DE CHEQUE). LO GRABA PGMDQCBF CON CADA CHEQUE DE     *
      *    OTRO BANCO DEPOSITADO EN NUESTRAS SUCURSALES Y LO CONSULTA  *
      *    TODO PASO QUE VERIFICA FONDOS: EL CREDITO YA ESTA EN EL     *
      *    SALDO PERO NO SE PUEDE USAR HASTA LA FECHA DE               *
      *    DISPONIBILIDAD (N DIAS HABILES DESPUES DEL DEPOSITO).       *
      *    ESTADO: P = PENDIENTE DE COMPENSAR (DISPONIBLE A PARTIR DE  *
      *    FLT-FEC-DISPON), D = DEVUELTO POR LA CAMARA Y CREDITO       *
      *    REVERTIDO EL DIA FLT-FEC-DEVOL.                             *
      ******************************************************************
       01  WS-REG-FLOTA.
           05  FLT-CLAVE.
               10  FLT-TIPCUEN     PIC 9(02).
               10  FLT-NROCUEN     PIC 9(08).
               10  FLT-BANCO       PIC 9(03).
               10  FLT-NROCHEQUE   PIC 9(08).
           05  FLT-IMPORTE         PIC 9(07)V99.
           05  FLT-FEC-DEPOSITO    PIC 9(08).
           05  FLT-FEC-DISPON      PIC 9(08).
           05  FLT-SUCURSAL        PIC 9(02).
           05  FLT-ESTADO          PIC X(01).
           05  FLT-FEC-DEVOL       PIC 9(08).
           05  FLT-MOTIVO-DEV      PIC X(02).
           05  FILLER              PIC X(21).
