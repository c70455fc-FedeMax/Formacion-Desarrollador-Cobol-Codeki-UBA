      *    CUENTA CERRADA POR LA LIQUIDACION PGMCLCBF Y EL MOTOR       *
      *    RECHAZA TODO MOVIMIENTO POSTERIOR; EN BLANCO LA CUENTA      *
      *    ESTA ACTIVA.                                                *
      *    'I' MARCA LA CUENTA CUYO SALDO INMOVILIZADO SE TRANSFIRIO A *
      *    LA CUENTA DE SALDOS INMOVILIZADOS (PGMSRCBF, MARCAS         *
      *    DDCTAINM); EL MOTOR LA LEVANTA CUANDO LA CUENTA SE          *
      *    REHABILITA Y DEJA DE FIGURAR EN LAS MARCAS.                 *
      ******************************************************************
       01  WS-REG-SALDO.
           05  SAL-TIPCUEN         PIC 9(02).
