      ******************************************************************
      *    AREA DE COMUNICACION CON EL MODULO DE COTEJO CONTRA LA      *
      *    LISTA DE VIGILANCIA PGMSMCBF (CALL 'PGMSMCBF' USING         *
      *    WS-SANCIO-AREA). EL MODULO CARGA DDLISSAN UNA VEZ POR       *
      *    CORRIDA. FUNCION 'V' = SOLO DEVUELVE LA VERSION VIGENTE DE  *
      *    LA LISTA; 'C' = COTEJA NOMBRE, FECHA DE NACIMIENTO Y        *
      *    DOCUMENTO DEL CLIENTE. RESULTADO 'E' = COINCIDENCIA EXACTA  *
      *    (MISMO DOCUMENTO, O MISMO NOMBRE NORMALIZADO SIN FECHA DE   *
      *    NACIMIENTO QUE LO CONTRADIGA), 'A' = COINCIDENCIA           *
      *    APROXIMADA (NOMBRE A UNA LETRA DE DISTANCIA, UNO CONTENIDO  *
      *    EN EL OTRO, O MISMO NOMBRE CON OTRA FECHA), 'N' = SIN       *
      *    COINCIDENCIA. CON COINCIDENCIA VIENEN LA LISTA, EL          *
      *    IDENTIFICADOR Y EL NOMBRE DE LA ENTRADA (LA EXACTA GANA     *
      *    SOBRE LA APROXIMADA).                                       *
      ******************************************************************
       01  WS-SANCIO-AREA.
           05  SNC-FUNCION         PIC X(01).
           05  SNC-NOMAPE          PIC X(30).
           05  SNC-FECNAC          PIC X(08).
           05  SNC-TIPDOC          PIC X(02).
           05  SNC-NRODOC          PIC 9(11).
           05  SNC-RESULTADO       PIC X(01).
               88  SNC-EXACTA                  VALUE 'E'.
               88  SNC-APROXIMADA              VALUE 'A'.
               88  SNC-SIN-COINCIDENCIA        VALUE 'N'.
           05  SNC-LISTA           PIC X(01).
           05  SNC-ID              PIC X(10).
           05  SNC-NOMBRE-LISTA    PIC X(30).
           05  SNC-VERSION         PIC 9(08).
