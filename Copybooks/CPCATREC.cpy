      ******************************************************************
      *    LAYOUT DE LA TABLA DE CATEGORIAS DE RECLAMO (DDCATREC):     *
      *    CODIGO, DESCRIPCION Y PLAZO DE RESPUESTA EN DIAS HABILES    *
      *    (SLA). LA LEEN EL ALTA DE RECLAMOS PGMRLCBF PARA FIJAR EL   *
      *    VENCIMIENTO Y LA ESTADISTICA MENSUAL PGMRMCBF PARA ABRIR    *
      *    SUS TOTALES.                                                *
      ******************************************************************
       01  WS-REG-CATREC.
           05  CAT-CODIGO          PIC X(02).
           05  CAT-DESCRIPCION     PIC X(25).
           05  CAT-DIAS-SLA        PIC 9(03).
           05  FILLER              PIC X(50).
