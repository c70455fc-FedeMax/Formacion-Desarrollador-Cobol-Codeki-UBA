      ******************************************************************
      *    LAYOUT DEL MAESTRO DE CBU POR CUENTA (DDCBU, INDEXADO POR   *
      *    TIPO + CUENTA). EL CBU SE GENERA UNA SOLA VEZ CON EL        *
      *    MODULO PGMCBCBF: EN LA APERTURA (PGMCTCBF, NOVEDAD AP) Y    *
      *    PARA EL STOCK DE CUENTAS ANTERIOR CON PGMCUCBF. QUEDA       *
      *    GRABADO PORQUE LA SUCURSAL DEL CBU ES LA DE LA APERTURA Y   *
      *    NO CAMBIA AUNQUE LA CUENTA SE REASIGNE DESPUES. LO LEEN     *
      *    LAS TRANSFERENCIAS INTERBANCARIAS PGMTOCBF (ENVIADAS) Y     *
      *    PGMTICBF (RECIBIDAS).                                       *
      ******************************************************************
       01  WS-REG-CBU.
           05  CBU-CLAVE.
               10  CBU-TIPCUEN     PIC 9(02).
               10  CBU-NROCUEN     PIC 9(08).
           05  CBU-NUMERO          PIC X(22).
           05  CBU-SUCURSAL        PIC 9(04).
           05  CBU-FEC-ALTA        PIC 9(08).
           05  FILLER              PIC X(06).
