      ******************************************************************
      *    LAYOUT DEL ARCHIVO MENSUAL DEL REGIMEN INFORMATIVO DE       *
      *    DEPOSITOS PARA EL BANCO CENTRAL (DDREGDEP). LO GRABA EL     *
      *    REPORTE DE CONCENTRACION DE DEPOSITOS PGMCZCBF AL CIERRE DE *
      *    MES: UN DETALLE ('D') POR TIPO DE CUENTA + MONEDA + TRAMO   *
      *    DE SALDO CON LA CANTIDAD DE CUENTAS Y EL IMPORTE EN MONEDA  *
      *    DE ORIGEN Y EN PESOS, Y AL FINAL UN REGISTRO DE TOTALES     *
      *    ('T') CON LOS CONTROLES DEL ENVIO Y LA PARTICIPACION DE LOS *
      *    20 Y 100 MAYORES DEPOSITANTES SOBRE EL TOTAL. SOLO SE       *
      *    INFORMAN SALDOS ACREEDORES; LOS TRAMOS SE MIDEN SOBRE EL    *
      *    SALDO EN PESOS DE CADA CUENTA (1 HASTA 1 MILLON, 2 HASTA 10 *
      *    MILLONES, 3 HASTA 100 MILLONES, 4 MAS DE 100 MILLONES).     *
      ******************************************************************
       01  WS-REG-REGDEP.
           05  RGD-TIPREG          PIC X(01).
               88  RGD-DETALLE                 VALUE 'D'.
               88  RGD-TOTALES                 VALUE 'T'.
           05  RGD-PERIODO         PIC 9(06).
           05  RGD-DATOS           PIC X(93).
           05  RGD-DET REDEFINES RGD-DATOS.
               10  RGD-TIPCUEN     PIC 9(02).
               10  RGD-MONEDA      PIC X(03).
               10  RGD-TRAMO       PIC 9(01).
               10  RGD-CANT-CTAS   PIC 9(07).
               10  RGD-IMP-ORIGEN  PIC 9(13)V99.
               10  RGD-IMP-PESOS   PIC 9(13)V99.
               10  FILLER          PIC X(50).
           05  RGD-TRL REDEFINES RGD-DATOS.
               10  RGD-CANT-REGISTROS PIC 9(07).
               10  RGD-TOT-CUENTAS PIC 9(07).
               10  RGD-TOT-DEPOSITANTES PIC 9(07).
               10  RGD-TOT-PESOS   PIC 9(15)V99.
               10  RGD-PORC-20     PIC 9(03)V99.
               10  RGD-PORC-100    PIC 9(03)V99.
               10  FILLER          PIC X(45).
