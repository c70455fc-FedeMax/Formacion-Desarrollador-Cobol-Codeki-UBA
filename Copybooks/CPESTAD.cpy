      *    Y TIEMPO TRANSCURRIDO. EL REPORTE MENSUAL DE OPERACIONES    *
      *    (PGMMECBF) LEE EL ACUMULADO PARA LAS TENDENCIAS DE          *
      *    VOLUMEN Y LAS NOCHES CON RECHAZOS FUERA DE LO NORMAL.       *
      *    LA DEPURACION MENSUAL PGMRDCBF LE SACA LO ANTERIOR AL PLAZO *
      *    DEL CATALOGO DE RETENCION (CPRETCAT).                       *
      ******************************************************************
       01  WS-REG-ESTAD.
           05  EST-PROGRAMA        PIC X(08).
