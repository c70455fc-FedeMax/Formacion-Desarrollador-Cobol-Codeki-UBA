      *    'N' = INVALIDO (EL MOTIVO VIENE EN CLARO). UN TIPO SIN      *
      *    REGLA DECLARADA SE ACEPTA, PARA QUE UN TIPO NUEVO NO        *
      *    RECHACE TODO HASTA QUE SE CARGUE SU REGLA.                  *
      *    VDC-EXIGE-DV EN 'S' OBLIGA AL DIGITO VERIFICADOR DE CUIT    *
      *    AUNQUE EL TIPO NO TENGA REGLA O NO LO DECLARE (ALTAS DE     *
      *    PERSONAS JURIDICAS); EN BLANCO EL MODULO SE COMPORTA COMO   *
      *    SIEMPRE.                                                    *
      ******************************************************************
       01  WS-VALDOC-AREA.
           05  VDC-TIPDOC          PIC X(02).
           05  VDC-NRODOC          PIC 9(11).
           05  VDC-RESULTADO       PIC X(01).
           05  VDC-MOTIVO          PIC X(20).
           05  VDC-EXIGE-DV        PIC X(01) VALUE SPACE.
               88  VDC-DV-OBLIGATORIO        VALUE 'S'.
