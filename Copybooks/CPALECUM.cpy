      ******************************************************************
      *    LAYOUT DE LA COLA DE ALERTAS DE CUMPLIMIENTO (DDALECUM).    *
      *    UN REGISTRO POR ALERTA, CON EL PROGRAMA QUE LA LEVANTA Y    *
      *    EL MOTIVO. MOTIVO 'RA' = REACTIVACION DE CUENTA INACTIVA    *
      *    (PGMRACBF): FECHA DE LA ULTIMA ACTIVIDAD, DIAS Y MESES      *
      *    INACTIVA (30/360), IMPORTE DE LA NOCHE EN EL SENTIDO        *
      *    ALERTADO ('D' DEBITOS, 'C' CREDITOS), CANTIDAD DE           *
      *    MOVIMIENTOS Y FUENTE DE LA ULTIMA ACTIVIDAD ('M' MAESTRO    *
      *    DDULTMOV, 'H' HISTORICO DE SALDOS DDHISSAL).                *
      ******************************************************************
       01  WS-REG-ALECUM.
           05  ALE-FECHA           PIC 9(08).
           05  ALE-ORIGEN          PIC X(08).
           05  ALE-MOTIVO          PIC X(02).
               88  ALE-REACTIVACION            VALUE 'RA'.
           05  ALE-TIPCUEN         PIC 9(02).
           05  ALE-NROCUEN         PIC 9(08).
           05  ALE-FEC-ULT-ACT     PIC 9(08).
           05  ALE-DIAS-INACTIVA   PIC 9(05).
           05  ALE-MESES-INACTIVA  PIC 9(03).
           05  ALE-IMPORTE         PIC 9(09)V99.
           05  ALE-DBCR            PIC X(01).
           05  ALE-CANT-MOVS       PIC 9(03).
           05  ALE-FUENTE          PIC X(01).
           05  FILLER              PIC X(20).
