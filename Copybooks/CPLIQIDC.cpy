      ******************************************************************
      *    LAYOUT DE LA LIQUIDACION MENSUAL DEL IMPUESTO A LOS         *
      *    DEBITOS Y CREDITOS BANCARIOS (DDLIQANT / DDLIQHOY DE        *
      *    PGMIBCBF). UNA FILA POR PERIODO + CATEGORIA + SENTIDO CON   *
      *    LA CANTIDAD DE MOVIMIENTOS, LA BASE Y EL IMPUESTO           *
      *    ACUMULADOS EN EL MES; LA DEL ULTIMO DIA DEL MES ES LA BASE  *
      *    DE LA DECLARACION JURADA ANTE EL FISCO.                     *
      *    CATEGORIAS: 'G' ALICUOTA GENERAL, 'R' ALICUOTA REDUCIDA     *
      *    POR CERTIFICADO, 'S' CUENTA SUELDO EXENTA.                  *
      ******************************************************************
       01  WS-REG-LIQIDC.
           05  LIQ-PERIODO         PIC 9(06).
           05  LIQ-CATEGORIA       PIC X(01).
           05  LIQ-DBCR            PIC X(01).
           05  LIQ-CANT            PIC 9(07).
           05  LIQ-BASE            PIC S9(13)V99.
           05  LIQ-IMPUESTO        PIC S9(11)V99.
           05  FILLER              PIC X(37).
