      ******************************************************************
      *    LAYOUT DE LA PROPUESTA DE CONVERSION DE CUENTA DE MENOR     *
      *    (DDMAYANT / DDMAYSAL, ARCHIVO DE REVISION DE PGMMYCBF). UNA *
      *    ENTRADA POR CUENTA DE UN TIPO DE MENORES CUYO TITULAR       *
      *    CUMPLE 18. LA SUCURSAL LA APRUEBA PONIENDO 'A' EN           *
      *    MAY-ESTADO; EN LA CORRIDA SIGUIENTE SALE COMO PAR DE        *
      *    NOVEDADES NOVCTA PARA PGMCTCBF (AP DEL TIPO ADULTO CON EL   *
      *    MISMO NUMERO DE CUENTA Y CE DE LA CUENTA DE MENOR).         *
      *    MAY-FEC-LIMITE ES EL CUMPLEANIOS MAS 60 DIAS CORRIDOS:      *
      *    PASADA ESA FECHA LA PENDIENTE SALE COMO VENCIDA EN EL       *
      *    REPORTE.                                                    *
      ******************************************************************
       01  WS-REG-MAYEDA.
           05  MAY-ESTADO          PIC X(01).
               88  MAY-PENDIENTE               VALUE 'P'.
               88  MAY-APROBADA                VALUE 'A'.
           05  MAY-FEC-DETEC       PIC 9(08).
           05  MAY-FEC-CUMPLE      PIC 9(08).
           05  MAY-FEC-LIMITE      PIC 9(08).
           05  MAY-TIPDOC          PIC X(02).
           05  MAY-NRODOC          PIC 9(11).
           05  MAY-NROCLI          PIC 9(07).
           05  MAY-NOMAPE          PIC X(30).
           05  MAY-SUCURSAL        PIC 9(02).
           05  MAY-TIPCUEN         PIC X(02).
           05  MAY-NROCUEN         PIC 9(08).
           05  MAY-TIPCUEN-ADULTO  PIC X(02).
           05  FILLER              PIC X(31).
