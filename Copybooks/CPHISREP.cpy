      *    PROGRAMA + FECHA DE PROCESO + TIPO DE LINEA + CLAVE +       *
      *    ETIQUETA. LO CARGA PGMRHCBF CADA NOCHE Y LO LEE PGMRVCBF    *
      *    PARA COMPARAR CONTRA EL MISMO DIA DEL MES ANTERIOR.         *
      *    LA DEPURACION MENSUAL PGMRDCBF LE SACA LO ANTERIOR AL PLAZO *
      *    DEL CATALOGO DE RETENCION (CPRETCAT).                       *
      ******************************************************************
       01  WS-REG-HISTREP.
           05  HIS-CLAVE.
