      ******************************************************************
      *    LAYOUT DE LA LISTA DE VIGILANCIA (DDLISSAN): LISTAS DE      *
      *    SANCIONES ('S') Y PADRON DE PERSONAS EXPUESTAS              *
      *    POLITICAMENTE ('P') TAL COMO SE RECIBEN. CADA ENTRADA       *
      *    TRAE SU IDENTIFICADOR EN LA LISTA, EL NOMBRE, Y CUANDO SE   *
      *    CONOCEN LA FECHA DE NACIMIENTO Y EL DOCUMENTO (EN BLANCO /  *
      *    CERO SI NO). LIS-VERSION ES LA FECHA DE LA VERSION DE LA    *
      *    LISTA; LA MAYOR DEL ARCHIVO ES LA VERSION VIGENTE. LA LEE   *
      *    SOLO EL MODULO DE COTEJO PGMSMCBF.                          *
      ******************************************************************
       01  WS-REG-LISSAN.
           05  LIS-LISTA           PIC X(01).
               88  LIS-SANCIONES               VALUE 'S'.
               88  LIS-PEP                     VALUE 'P'.
           05  LIS-ID              PIC X(10).
           05  LIS-NOMBRE          PIC X(30).
           05  LIS-FECNAC          PIC X(08).
           05  LIS-TIPDOC          PIC X(02).
           05  LIS-NRODOC          PIC 9(11).
           05  LIS-VERSION         PIC 9(08).
           05  FILLER              PIC X(10).
