      ******************************************************************
      *    LAYOUT DEL MAESTRO DE CONVENIOS DE BARRIDO (DDBARRID,       *
      *    INDEXADO POR CUENTA EN DESCUBIERTO + CUENTA FONDEADORA). LO *
      *    MANTIENE PGMBNCBF POR NOVEDADES Y EL BARRIDO NOCTURNO       *
      *    PGMBGCBF, QUE CORRE DESPUES DEL MOTOR DE SALDOS, CUBRE EL   *
      *    DESCUBIERTO DE LA PRIMERA CUENTA CON EL DISPONIBLE DE LA    *
      *    SEGUNDA.                                                    *
      *    SALDO MINIMO: LO QUE EL CLIENTE QUIERE CONSERVAR SIEMPRE EN *
      *    LA CUENTA FONDEADORA; EN CERO SE PUEDE BARRER TODO EL       *
      *    DISPONIBLE.                                                 *
      *    ESTADO: A = ACTIVO, C = CANCELADO.                          *
      *    EL ULTIMO BARRIDO LO ESTAMPA PGMBGCBF, PARA QUE LA SUCURSAL *
      *    PUEDA CONTESTAR SIN IR AL ARCHIVO.                          *
      ******************************************************************
       01  WS-REG-BARRID.
           05  BAR-CLAVE.
               10  BAR-TIPCUEN-DEU PIC 9(02).
               10  BAR-NROCUEN-DEU PIC 9(08).
               10  BAR-TIPCUEN-FON PIC 9(02).
               10  BAR-NROCUEN-FON PIC 9(08).
           05  BAR-SALDO-MINIMO    PIC 9(07)V99.
           05  BAR-ESTADO          PIC X(01).
           05  BAR-FEC-ALTA        PIC 9(08).
           05  BAR-FEC-BAJA        PIC 9(08).
           05  BAR-FEC-ULT-BARRIDO PIC 9(08).
           05  BAR-IMP-ULT-BARRIDO PIC 9(07)V99.
           05  FILLER              PIC X(17).
