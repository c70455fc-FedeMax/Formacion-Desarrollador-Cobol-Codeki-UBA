      ******************************************************************
      *    LAYOUT DEL HISTORICO MENSUAL DE BAJAS POR SUCURSAL          *
      *    (DDATRHIS, INDEXADO POR PERIODO + SUCURSAL). LO GRABA       *
      *    PGMATCBF AL CIERRE DE CADA MES CON LOS CLIENTES AL INICIO,  *
      *    LAS ALTAS, LAS BAJAS Y LAS CUENTAS CERRADAS, Y LO RELEE     *
      *    PARA LA TASA MOVIL DE DOCE MESES. UN MES REPROCESADO PISA   *
      *    SU PROPIA ENTRADA. LA SUCURSAL ES LA DEL MOMENTO DE LA      *
      *    CORRIDA: LAS ENTRADAS DE UNA SUCURSAL ABSORBIDA SE SUMAN A  *
      *    LA SOBREVIVIENTE AL LEERLAS (SUC-PREDECESOR DE DDSUCMAE).   *
      ******************************************************************
       01  WS-REG-ATRHIS.
           05  ATH-CLAVE.
               10  ATH-PERIODO     PIC 9(06).
               10  ATH-SUCURSAL    PIC 9(02).
           05  ATH-INICIALES       PIC 9(07).
           05  ATH-ALTAS           PIC 9(07).
           05  ATH-BAJAS           PIC 9(07).
           05  ATH-CTAS-CERRADAS   PIC 9(07).
           05  ATH-FEC-PROCESO     PIC 9(08).
           05  FILLER              PIC X(06).
