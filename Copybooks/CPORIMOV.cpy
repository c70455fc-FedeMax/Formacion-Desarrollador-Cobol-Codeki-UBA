      ******************************************************************
      *    PROGRAMA QUE ORIGINA CADA TIPO DE MOVIMIENTO (CODIGOS DE    *
      *    CPTIPMOV), EN EL ORDEN DEL CODIGO: LA ENTRADA N ES EL       *
      *    ORIGEN DEL TIPO N. LOS TIPOS 01 A 09 Y EL TIPO EN BLANCO    *
      *    O CERO SON MOVIMIENTOS DE SUCURSAL. UN CODIGO NUEVO EN      *
      *    CPTIPMOV SE AGREGA TAMBIEN ACA, SUBIENDO ORI-CANT.          *
      ******************************************************************
       01  WS-ORIGENES-MOVIMIENTO.
           05  FILLER              PIC X(08)   VALUE 'SUCURSAL'.
           05  FILLER              PIC X(08)   VALUE 'SUCURSAL'.
           05  FILLER              PIC X(08)   VALUE 'SUCURSAL'.
           05  FILLER              PIC X(08)   VALUE 'SUCURSAL'.
           05  FILLER              PIC X(08)   VALUE 'SUCURSAL'.
           05  FILLER              PIC X(08)   VALUE 'SUCURSAL'.
           05  FILLER              PIC X(08)   VALUE 'SUCURSAL'.
           05  FILLER              PIC X(08)   VALUE 'SUCURSAL'.
           05  FILLER              PIC X(08)   VALUE 'SUCURSAL'.
           05  FILLER              PIC X(08)   VALUE 'PGMINCBF'.
           05  FILLER              PIC X(08)   VALUE 'PGMINCBF'.
           05  FILLER              PIC X(08)   VALUE 'PGMIDCBF'.
           05  FILLER              PIC X(08)   VALUE 'PGMRECBF'.
           05  FILLER              PIC X(08)   VALUE 'PGMCHCBF'.
           05  FILLER              PIC X(08)   VALUE 'PGMCHCBF'.
           05  FILLER              PIC X(08)   VALUE 'PGMSPCBF'.
           05  FILLER              PIC X(08)   VALUE 'PGMRXCBF'.
           05  FILLER              PIC X(08)   VALUE 'PGMPRCBF'.
           05  FILLER              PIC X(08)   VALUE 'PGMPCCBF'.
           05  FILLER              PIC X(08)   VALUE 'PGMPCCBF'.
           05  FILLER              PIC X(08)   VALUE 'PGMFJCBF'.
           05  FILLER              PIC X(08)   VALUE 'PGMFVCBF'.
           05  FILLER              PIC X(08)   VALUE 'PGMFVCBF'.
           05  FILLER              PIC X(08)   VALUE 'PGMEBCBF'.
           05  FILLER              PIC X(08)   VALUE 'PGMDQCBF'.
           05  FILLER              PIC X(08)   VALUE 'PGMDQCBF'.
           05  FILLER              PIC X(08)   VALUE 'PGMDACBF'.
           05  FILLER              PIC X(08)   VALUE 'PGMTOCBF'.
           05  FILLER              PIC X(08)   VALUE 'PGMTICBF'.
           05  FILLER              PIC X(08)   VALUE 'PGMIBCBF'.
           05  FILLER              PIC X(08)   VALUE 'PGMCXCBF'.
           05  FILLER              PIC X(08)   VALUE 'PGMFCCBF'.
           05  FILLER              PIC X(08)   VALUE 'PGMFCCBF'.
           05  FILLER              PIC X(08)   VALUE 'PGMFCCBF'.
           05  FILLER              PIC X(08)   VALUE 'PGMFCCBF'.
           05  FILLER              PIC X(08)   VALUE 'PGMSRCBF'.
           05  FILLER              PIC X(08)   VALUE 'PGMBGCBF'.
       01  WS-TABLA-ORIGENES REDEFINES WS-ORIGENES-MOVIMIENTO.
           05  ORI-PROGRAMA        OCCURS 37 TIMES
                                   PIC X(08).
       77  ORI-CANT                PIC 9(02)   VALUE 37.
