      *    DE LA CORRIDA; LO LEEN EL CALCULO DE SALDOS PROMEDIO DE     *
      *    FIN DE MES (PGMPBCBF) Y TODO PROCESO QUE NECESITE           *
      *    RECONSTRUIR EL SALDO DE UNA CUENTA EN UN DIA PASADO.        *
      *    LA DEPURACION MENSUAL PGMRDCBF LE SACA LO ANTERIOR AL PLAZO *
      *    DEL CATALOGO DE RETENCION (CPRETCAT).                       *
      ******************************************************************
       01  WS-REG-HISSAL.
           05  HSA-FECHA           PIC 9(08).
