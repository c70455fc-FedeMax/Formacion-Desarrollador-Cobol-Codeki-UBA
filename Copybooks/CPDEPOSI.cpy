      ******************************************************************
      *    LAYOUT DEL CATALOGO DE DEPOSITOS (DDDEPOSI): EL DEPOSITO    *
      *    CENTRAL (CODIGO 01) Y LOS PANOLES DONDE SE GUARDA           *
      *    MERCADERIA. LOS CODIGOS VAN DE 01 A 20; SIN CATALOGO SOLO   *
      *    EXISTE EL CENTRAL.                                          *
      ******************************************************************
       01  WS-REG-DEPOSI.
           05  DEP-CODIGO          PIC 9(02).
           05  DEP-NOMBRE          PIC X(30).
           05  FILLER              PIC X(48).
