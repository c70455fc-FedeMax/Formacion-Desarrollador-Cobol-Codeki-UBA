      ******************************************************************
      *    LAYOUT DEL RESULTADO MENSUAL DE RENTABILIDAD POR CLIENTE    *
      *    (DDRENTAB), QUE GRABA PGMRNCBF PARA LOS EQUIPOS DE          *
      *    SEGMENTACION Y CAMPANIAS. INGRESOS DEL MES: COMISIONES      *
      *    DEVENGADAS (DDDEVHIS), INTERES DEUDOR COBRADO Y COMISIONES  *
      *    POR CHEQUE RECHAZADO (DIARIO DDDIAMOV); EGRESO: INTERES     *
      *    ACREEDOR PAGADO (DDDEVHIS). EL MARGEN ES INGRESOS MENOS     *
      *    EGRESO. LOS IMPORTES DE CADA CUENTA SE REPARTEN EN PARTES   *
      *    IGUALES ENTRE EL TITULAR Y SUS COTITULARES. EL RANKING Y EL *
      *    DECIL (1 = EL MAS RENTABLE) SON DENTRO DEL GRUPO SUCURSAL + *
      *    SEGMENTO; SEGMENTO '-' ES CLIENTE SIN SEGMENTAR.            *
      ******************************************************************
       01  WS-REG-RENTAB.
           05  REN-PERIODO         PIC 9(06).
           05  REN-TIPDOC          PIC X(02).
           05  REN-NRODOC          PIC 9(11).
           05  REN-NROCLI          PIC 9(07).
           05  REN-SUCURSAL        PIC 9(02).
           05  REN-SEGMENTO        PIC X(01).
           05  REN-COMISIONES      PIC S9(09)V99.
           05  REN-INT-DEUDOR      PIC S9(09)V99.
           05  REN-COM-RECHAZO     PIC S9(09)V99.
           05  REN-INT-ACREEDOR    PIC S9(09)V99.
           05  REN-MARGEN          PIC S9(09)V99.
           05  REN-RANKING         PIC 9(05).
           05  REN-DECIL           PIC 9(02).
           05  REN-CLIENTES-GRUPO  PIC 9(05).
           05  FILLER              PIC X(04).
