      ******************************************************************
      *    LAYOUT DEL ARCHIVO DE TASAS DE REFERENCIA PUBLICADAS        *
      *    (DDTASREF). UN REGISTRO POR INDICE Y FECHA DE PUBLICACION,  *
      *    CON LA TASA NOMINAL ANUAL PUBLICADA; PUEDE TRAER HISTORIA.  *
      *    LO LEE LA INDEXACION DE TASAS PGMIXCBF (TABLA CPINDTAS).    *
      ******************************************************************
       01  WS-REG-TASREF.
           05  RFT-INDICE          PIC X(08).
           05  RFT-FECHA           PIC 9(08).
           05  RFT-TASA-ANUAL      PIC 9(03)V9(04).
           05  FILLER              PIC X(57).
