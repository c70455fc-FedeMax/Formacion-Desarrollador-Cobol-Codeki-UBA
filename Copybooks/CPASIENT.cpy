      ******************************************************************
      *    LAYOUT DEL ASIENTO DIARIO PARA CONTABILIDAD (DDASIENT).     *
      *    LO GRABA LA INTERFAZ CONTABLE PGMGLCBF: UN DETALLE ('D')    *
      *    POR CUENTA CONTABLE + TIPO DE MOVIMIENTO + DEBE/HABER CON   *
      *    EL IMPORTE RESUMIDO DEL DIA, Y AL FINAL UN REGISTRO DE      *
      *    TOTALES ('T') CON DEBE = HABER PARA LA FECHA DE NEGOCIO.    *
      ******************************************************************
       01  WS-REG-ASIENTO.
           05  ASI-TIPREG          PIC X(01).
               88  ASI-DETALLE                 VALUE 'D'.
               88  ASI-TOTALES                 VALUE 'T'.
           05  ASI-FECHA           PIC 9(08).
           05  ASI-DATOS           PIC X(71).
           05  ASI-DET REDEFINES ASI-DATOS.
               10  ASI-NROLIN      PIC 9(05).
               10  ASI-CUENTA      PIC X(10).
               10  ASI-DBCR        PIC X(01).
               10  ASI-IMPORTE     PIC 9(13)V99.
               10  ASI-TIPMOV      PIC 9(02).
               10  ASI-CANTIDAD    PIC 9(07).
               10  ASI-DESCRIPCION PIC X(30).
               10  FILLER          PIC X(01).
           05  ASI-TRL REDEFINES ASI-DATOS.
               10  ASI-CANT-LINEAS PIC 9(05).
               10  ASI-TOT-DEBE    PIC 9(13)V99.
               10  ASI-TOT-HABER   PIC 9(13)V99.
               10  FILLER          PIC X(36).
