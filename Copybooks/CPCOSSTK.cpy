      ******************************************************************
      *    LAYOUT DEL MAESTRO DE COSTOS DEL STOCK (DDCOSANT GENERACION *
      *    ANTERIOR / DDCOSSAL NUEVA), UN REGISTRO POR PRODUCTO DEL    *
      *    CATALOGO. LO MANTIENE EL MOTOR DE STOCK PGMSKCBF:           *
      *      - COS-COSTO-PROM ES EL COSTO UNITARIO PROMEDIO PONDERADO  *
      *        EN PESOS; CADA ENTRADA DE COMPRA CON COSTO LO RECALCULA *
      *        Y LAS SALIDAS SE VALORIZAN A ESE COSTO                  *
      *      - LOS ACUMULADOS DEL MES DE COS-PERIODO (AAAAMM) SE PONEN *
      *        EN CERO EN LA PRIMERA CORRIDA DEL MOTOR CON FECHA DE    *
      *        NEGOCIO DE UN MES NUEVO: UNIDADES VENDIDAS, COSTO DE LO *
      *        VENDIDO, VENTAS A PRECIO DE DDPREMA Y VALOR NETO DE LOS *
      *        AJUSTES DE CONTEO DE PGMICCBF Y DE LAS BAJAS DE LOTES   *
      *        VENCIDOS DE PGMBJCBF (NEGATIVO = FALTANTE O MERMA)      *
      *    LA VALORIZACION Y EL MARGEN DE FIN DE MES (PGMVMCBF) SE     *
      *    SACAN DE ESTE MAESTRO.                                      *
      ******************************************************************
       01  WS-REG-COSSTK.
           05  COS-COD-PROD        PIC 9(02).
           05  COS-COSTO-PROM      PIC 9(07)V9(04).
           05  COS-PERIODO         PIC 9(06).
           05  COS-CANT-VENDIDA    PIC S9(07).
           05  COS-COSTO-VENTAS    PIC S9(11)V99.
           05  COS-VENTAS          PIC S9(11)V99.
           05  COS-VALOR-AJUSTE    PIC S9(11)V99.
           05  FILLER              PIC X(15).
