      ******************************************************************
      *    LAYOUT DE LA COLA DE ALTAS RETENIDAS POR CUMPLIMIENTO       *
      *    (DDCMPANT / DDCMPSAL). LA GRABA PGMSNCBF CON LA NOVEDAD AL  *
      *    COMPLETA (LAYOUT NOVCLI), LA FECHA EN QUE ENTRO A LA COLA Y *
      *    LA COINCIDENCIA QUE LA RETUVO; SALE DE LA COLA CUANDO UNA   *
      *    TARJETA DE DDDECCUM LA LIBERA ('L') O LA RECHAZA ('R').     *
      ******************************************************************
       01  WS-REG-PENCUM.
           05  PCU-NOVEDAD         PIC X(84).
           05  PCU-FECHA-ALTA      PIC 9(08).
           05  PCU-RESULTADO       PIC X(01).
           05  PCU-LISTA           PIC X(01).
           05  PCU-ID              PIC X(10).
           05  FILLER              PIC X(16).
