      ******************************************************************
      *    LAYOUT DE LA TABLA DE INDEXACION DE TASAS (DDINDTAS). UNA   *
      *    FILA POR TIPO DE CUENTA Y CONCEPTO CUYA TASA SE PACTO COMO  *
      *    UNA TASA DE REFERENCIA PUBLICADA MAS UN DIFERENCIAL. LA     *
      *    LEE PGMIXCBF, QUE GENERA LAS NOVEDADES DE DDNOVTAS.         *
      *    CONCEPTO: A = TASA MENSUAL ACREEDORA, D = TASA DEUDORA      *
      *    (ADELANTO EN CUENTA).                                       *
      *    INDICE: CODIGO DE LA TASA DE REFERENCIA EN DDTASREF         *
      *    (LAYOUT CPTASREF).                                          *
      *    DIFERENCIAL, PISO Y TECHO EN PUNTOS DE TASA NOMINAL ANUAL,  *
      *    COMO SE PUBLICA LA REFERENCIA; EL DIFERENCIAL PUEDE SER     *
      *    NEGATIVO Y EL TECHO EN CERO ES SIN TECHO.                   *
      *    FRECUENCIA: M = MENSUAL, T = TRIMESTRAL, S = SEMESTRAL,     *
      *    A = ANUAL (SE AJUSTA EL PRIMER DIA HABIL DE ENERO, Y DE     *
      *    ABRIL, JULIO Y OCTUBRE SEGUN LA FRECUENCIA), P = CON CADA   *
      *    PUBLICACION DE LA REFERENCIA.                               *
      ******************************************************************
       01  WS-REG-INDTAS.
           05  ITX-TIPCUEN         PIC 9(02).
           05  ITX-CONCEPTO        PIC X(01).
               88  ITX-ACREEDORA              VALUE 'A'.
               88  ITX-DEUDORA                VALUE 'D'.
           05  ITX-INDICE          PIC X(08).
           05  ITX-DIFERENCIAL     PIC S9(03)V9(04).
           05  ITX-PISO            PIC 9(03)V9(04).
           05  ITX-TECHO           PIC 9(03)V9(04).
           05  ITX-FRECUENCIA      PIC X(01).
               88  ITX-FREC-VALIDA            VALUE 'M' 'T' 'S' 'A'
                                                    'P'.
           05  FILLER              PIC X(47).
