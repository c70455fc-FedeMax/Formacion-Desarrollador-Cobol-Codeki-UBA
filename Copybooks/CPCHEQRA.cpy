      ******************************************************************
      *    LAYOUT DEL REGISTRO DE CHEQUERAS ENTREGADAS (DDCHEQRA,      *
      *    INDEXADO POR CUENTA + PRIMER NUMERO DE LA CHEQUERA). LO     *
      *    ALIMENTA PGMCQCBF CON LAS ENTREGAS DE LAS SUCURSALES Y LO   *
      *    CONSULTA EL CLEARING PGMCHCBF: UN CHEQUE CUYO NUMERO NO     *
      *    CAE EN NINGUNA CHEQUERA ENTREGADA A LA CUENTA SE RECHAZA    *
      *    COMO NO EMITIDO.                                            *
      ******************************************************************
       01  WS-REG-CHEQRA.
           05  CHR-CLAVE.
               10  CHR-TIPCUEN     PIC 9(02).
               10  CHR-NROCUEN     PIC 9(08).
               10  CHR-NRO-DESDE   PIC 9(08).
           05  CHR-NRO-HASTA       PIC 9(08).
           05  CHR-FEC-ENTREGA     PIC 9(08).
           05  CHR-SUCURSAL        PIC 9(02).
           05  FILLER              PIC X(24).
