      ******************************************************************
      *    LAYOUT DEL MAESTRO DE STOCK POR DEPOSITO (DDDEPANT          *
      *    GENERACION ANTERIOR / DDDEPSAL NUEVA), UN REGISTRO POR      *
      *    PRODUCTO Y DEPOSITO. LO MANTIENE EL MOTOR PGMSKCBF:         *
      *      - SKD-CANTIDAD ES LA EXISTENCIA FISICA EN EL DEPOSITO     *
      *      - SKD-TRANSITO ES LO TRANSFERIDO HACIA EL DEPOSITO        *
      *        (MOVIMIENTO T) QUE TODAVIA NO SE RECIBIO (MOVIMIENTO R) *
      *      - SKD-STOCK-MINIMO ES EL PUNTO DE REPOSICION DEL DEPOSITO *
      *        (DDMINDEP; EN EL CENTRAL, SI NO SE INFORMA, EL DEL      *
      *        CATALOGO)                                               *
      *    LA SUMA DE EXISTENCIA Y TRANSITO DE TODOS LOS DEPOSITOS ES  *
      *    LA CANTIDAD DEL PRODUCTO EN DDSTKSAL.                       *
      ******************************************************************
       01  WS-REG-STKDEP.
           05  SKD-COD-PROD        PIC 9(02).
           05  SKD-DEPOSITO        PIC 9(02).
           05  SKD-CANTIDAD        PIC S9(07).
           05  SKD-TRANSITO        PIC S9(07).
           05  SKD-STOCK-MINIMO    PIC 9(05).
           05  FILLER              PIC X(07).
