      *    LEEN LA CONSULTA DE HISTORIAL (PGMHICBF) Y LA DEPURACION    *
      *    MENSUAL (PGMDPCBF). LA CLAVE ORDENA POR DOCUMENTO, FECHA    *
      *    Y SECUENCIA DENTRO DE LA CORRIDA.                           *
      *    LA BAJA BJ QUEDA COMO CAMBIO DE ESTADO (CAMPO 'ESTADO', DE  *
      *    'A' A 'I'); DE AHI TOMA LAS BAJAS DEL MES PGMATCBF.         *
      ******************************************************************
       01  WS-REG-AUDIT.
           05  AUD-CLAVE.
