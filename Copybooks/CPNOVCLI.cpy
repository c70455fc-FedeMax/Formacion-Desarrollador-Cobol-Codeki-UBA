      ******************************************************************
      *    LAYOUT DE NOVEDAD DE CLIENTE - ENTRADA PGMVACBF             *
      *    NOV-CLI-PERSONA TOMA UN BYTE DEL FILLER: 'F' (O BLANCO)     *
      *    PERSONA FISICA, 'J' PERSONA JURIDICA, QUE SOLO SE ACEPTA    *
      *    CON CUIT ('CU').                                            *
      ******************************************************************
       01  WS-REG-NOVCLIE.
           05  NOV-TIP-DOC         PIC X(02).
           05  NOV-CLI-TIPO        PIC 9(01).
           05  NOV-CLI-FECHA       PIC X(08).
           05  NOV-CLI-DOMICILIO   PIC X(20).
           05  NOV-CLI-PERSONA     PIC X(01).
               88  NOV-PERSONA-FISICA        VALUE 'F' ' '.
               88  NOV-PERSONA-JURIDICA      VALUE 'J'.
           05  FILLER              PIC X(05).
