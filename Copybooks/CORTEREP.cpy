      *    (EJERCI02, EJERCI03, PGMCORT2) PARA QUE EL JOB DE           *
      *    ARCHIVADO DE REPORTES PUEDA LEER CUALQUIERA DE LOS TRES     *
      *    CON UN UNICO LAYOUT, SIN PARSEO A MEDIDA POR PROGRAMA.      *
      *    REP-RANGO LO LLENA SOLO EL SEPARADOR POR SUCURSAL CUANDO EL *
      *    PERFIL DEL DESTINATARIO INFORMA EL SALDO COMO RANGO (Y      *
      *    ENTONCES REP-VALOR VIAJA EN CERO).                          *
      ******************************************************************
       01  WS-REP-LINEA.
           05  REP-PGM             PIC X(08).
           05  REP-ETIQUETA        PIC X(26).
           05  REP-VALOR           PIC S9(9)V99.
           05  REP-DBCR            PIC X(02).
           05  REP-RANGO           PIC X(20).
           05  FILLER              PIC X(08).
