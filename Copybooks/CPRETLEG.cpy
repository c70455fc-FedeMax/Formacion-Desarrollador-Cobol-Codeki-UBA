      ******************************************************************
      *    LAYOUT DE LA LISTA DE RETENCIONES DE LEGALES (DDRETLEG):    *
      *    CLIENTES CUYOS REGISTROS NO PUEDEN DEPURARSE AUNQUE HAYA    *
      *    VENCIDO EL PLAZO DEL CATALOGO (CPRETCAT), POR PEDIDO        *
      *    JUDICIAL, INVESTIGACION O LITIGIO. VIGENCIA HASTA EN CERO   *
      *    ES SIN VENCIMIENTO. LA CARGA LEGALES Y LA LEE LA            *
      *    DEPURACION MENSUAL PGMRDCBF, JUNTO CON LOS EMBARGOS         *
      *    ACTIVOS, LOS RECLAMOS ABIERTOS Y LAS SOLICITUDES DE         *
      *    SUPRESION PENDIENTES DE PGMPGCBF.                           *
      ******************************************************************
       01  WS-REG-RETLEG.
           05  RLG-TIPDOC          PIC X(02).
           05  RLG-NRODOC          PIC 9(11).
           05  RLG-FEC-DESDE       PIC 9(08).
           05  RLG-FEC-HASTA       PIC 9(08).
           05  RLG-EXPEDIENTE      PIC X(15).
           05  RLG-MOTIVO          PIC X(30).
           05  FILLER              PIC X(06).
