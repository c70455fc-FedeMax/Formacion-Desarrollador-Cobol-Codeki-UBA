      ******************************************************************
      *    LAYOUT DE LA SOLICITUD DE REVERSO (DDSOLREV). LA SUCURSAL   *
      *    IDENTIFICA EL MOVIMIENTO A ANULAR POR SU CLAVE EN EL DIARIO *
      *    PERMANENTE DDDIAMOV (CUENTA, FECHA DE NEGOCIO Y SECUENCIA,  *
      *    COMO LA MUESTRA LA CONSULTA PGMCMCBF) Y EL MOTIVO. LA       *
      *    PROCESA EL CONTRA-ASIENTO PGMCOCBF; LAS QUE NO PASAN        *
      *    VUELVEN A LA SUCURSAL EN DDRECHA CON EL MOTIVO DEL RECHAZO. *
      ******************************************************************
       01  WS-REG-SOLREV.
           05  SRV-CLAVE.
               10  SRV-TIPCUEN     PIC 9(02).
               10  SRV-NROCUEN     PIC 9(08).
               10  SRV-FECHA       PIC 9(08).
               10  SRV-SECUENCIA   PIC 9(05).
           05  SRV-SUCURSAL        PIC 9(02).
           05  SRV-MOTIVO          PIC X(30).
           05  FILLER              PIC X(25).
