      ******************************************************************
      *    LAYOUT DEL MAESTRO DE TARJETAS DE DEBITO (DDTARDEB,         *
      *    INDEXADO POR NUMERO DE TARJETA). LO MANTIENE PGMTJCBF POR   *
      *    NOVEDADES DE LAS SUCURSALES Y LO CONSULTAN LA CONCILIACION  *
      *    DEL SWITCH PGMCJCBF Y EL AVISO DE VENCIMIENTOS PGMVTCBF.    *
      *    VENCIMIENTO: ULTIMO DIA EN QUE LA TARJETA OPERA.            *
      *    ESTADO: A = ACTIVA, B = BLOQUEADA, R = REEMPLAZADA (LA      *
      *    NUEVA QUEDA EN TDB-TARJ-REEMPLAZO).                         *
      *    MOTIVO DE BLOQUEO: E = EXTRAVIO, R = ROBO, P = PREVENTIVO   *
      *    DEL BANCO; SOLO EL PREVENTIVO SE PUEDE DESBLOQUEAR.         *
      *    FECHA DE ESTADO: DESDE CUANDO RIGE EL ESTADO ACTUAL.        *
      ******************************************************************
       01  WS-REG-TARDEB.
           05  TDB-NROTARJ         PIC 9(16).
           05  TDB-TIPCUEN         PIC 9(02).
           05  TDB-NROCUEN         PIC 9(08).
           05  TDB-TIPDOC          PIC X(02).
           05  TDB-NRODOC          PIC 9(11).
           05  TDB-SUCURSAL        PIC 9(02).
           05  TDB-FEC-EMISION     PIC 9(08).
           05  TDB-FEC-VENC        PIC 9(08).
           05  TDB-ESTADO          PIC X(01).
               88  TDB-ACTIVA                 VALUE 'A'.
               88  TDB-BLOQUEADA              VALUE 'B'.
               88  TDB-REEMPLAZADA            VALUE 'R'.
           05  TDB-MOTIVO-BLOQ     PIC X(01).
           05  TDB-FEC-ESTADO      PIC 9(08).
           05  TDB-LIMITE-DIARIO   PIC 9(07)V99.
           05  TDB-TARJ-REEMPLAZO  PIC 9(16).
           05  FILLER              PIC X(08).
