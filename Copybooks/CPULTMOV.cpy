      ******************************************************************
      *    LAYOUT DEL MAESTRO DE ULTIMO MOVIMIENTO POR CUENTA          *
      *    (DDULTMOV, INDEXADO POR TIPO + NUMERO DE CUENTA). LO        *
      *    ACTUALIZA CADA NOCHE EL CONTROL DE REACTIVACION PGMRACBF    *
      *    CON LA FECHA DE NEGOCIO DE TODA CUENTA QUE MUEVE EN         *
      *    DDMOVIM; LA FECHA ANTERIOR GUARDA EL ULTIMO MOVIMIENTO      *
      *    PREVIO, QUE ES EL QUE VALE SI LA NOCHE SE REPROCESA.        *
      *    LA FECHA DE ULTIMO MOVIMIENTO DEL CLIENTE OCUPA PARTE DEL   *
      *    FILLER: ES LA ULTIMA FECHA DE NEGOCIO EN QUE LA CUENTA TUVO *
      *    UN MOVIMIENTO ORDENADO POR EL TITULAR (SUCURSAL, CHEQUE     *
      *    LIBRADO, DEPOSITO DE CHEQUE, TRANSFERENCIA ENVIADA U        *
      *    OPERACION DE CAMBIO), SIN CONTAR INTERESES, COMISIONES NI   *
      *    ACREDITACIONES DE TERCEROS. LA USA LA DETECCION DE SALDOS   *
      *    INMOVILIZADOS PGMSRCBF; EN CERO O EN BLANCO (REGISTROS      *
      *    ANTERIORES) VALE EL ULTIMO MOVIMIENTO.                      *
      ******************************************************************
       01  WS-REG-ULTMOV.
           05  UMV-CLAVE.
               10  UMV-TIPCUEN     PIC 9(02).
               10  UMV-NROCUEN     PIC 9(08).
           05  UMV-FEC-ULT-MOV     PIC 9(08).
           05  UMV-FEC-ANTERIOR    PIC 9(08).
           05  UMV-FEC-ULT-CLIENTE PIC 9(08).
           05  FILLER              PIC X(06).
