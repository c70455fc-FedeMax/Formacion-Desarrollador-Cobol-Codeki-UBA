      ******************************************************************
      *    LAYOUT DEL ARCHIVO MENSUAL DE DEUDORES PARA EL BANCO        *
      *    CENTRAL (DDDEUDOR). LO GRABA LA CLASIFICACION DE DEUDORES   *
      *    PGMDECBF AL CIERRE DE MES: UN DETALLE ('D') POR CLIENTE     *
      *    CON DEUDA (PRESTAMOS + DESCUBIERTOS) CON SU SITUACION 1 A 5 *
      *    Y LA PREVISION EXIGIDA, Y AL FINAL UN REGISTRO DE TOTALES   *
      *    ('T') CON LA CANTIDAD DE DEUDORES PARA CONTROL DEL ENVIO.   *
      ******************************************************************
       01  WS-REG-DEUDOR.
           05  DEU-TIPREG          PIC X(01).
               88  DEU-DETALLE                 VALUE 'D'.
               88  DEU-TOTALES                 VALUE 'T'.
           05  DEU-PERIODO         PIC 9(06).
           05  DEU-DATOS           PIC X(93).
           05  DEU-DET REDEFINES DEU-DATOS.
               10  DEU-NROCLI      PIC 9(07).
               10  DEU-SITUACION   PIC 9(01).
               10  DEU-DIAS-ATRASO PIC 9(05).
               10  DEU-DEUDA-PRE   PIC 9(11)V99.
               10  DEU-DEUDA-DESC  PIC 9(11)V99.
               10  DEU-DEUDA-TOTAL PIC 9(11)V99.
               10  DEU-PORC-PREV   PIC 9(03)V99.
               10  DEU-PREVISION   PIC 9(11)V99.
               10  FILLER          PIC X(23).
           05  DEU-TRL REDEFINES DEU-DATOS.
               10  DEU-CANT-DEUDORES PIC 9(07).
               10  DEU-TOT-DEUDA   PIC 9(13)V99.
               10  DEU-TOT-PREVISION PIC 9(13)V99.
               10  FILLER          PIC X(56).
