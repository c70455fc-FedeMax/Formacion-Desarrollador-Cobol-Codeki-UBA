      ******************************************************************
      *    LAYOUT DEL MAESTRO DE PREFERENCIAS DE ENVIO DEL RESUMEN     *
      *    (DDPREENV, INDEXADO POR CLIENTE). EL MEDIO ES 'P' PAPEL,    *
      *    'E' CORREO ELECTRONICO O 'A' AMBOS. CUANDO LA PASARELA DE   *
      *    CORREO INFORMA QUE LA DIRECCION REBOTO, PEN-REBOTE QUEDA EN *
      *    'S' Y EL RESUMEN VUELVE A SALIR EN PAPEL HASTA QUE LA       *
      *    SUCURSAL INFORME UNA DIRECCION NUEVA. LO MANTIENE PGMPECBF  *
      *    Y LO CONSULTA EL GENERADOR DE RESUMENES PGMSTCBF; SIN FILA  *
      *    EL CLIENTE RECIBE PAPEL.                                    *
      ******************************************************************
       01  WS-REG-PREENV.
           05  PEN-NROCLI          PIC 9(07).
           05  PEN-MEDIO           PIC X(01).
               88  PEN-MEDIO-VALIDO            VALUE 'P' 'E' 'A'.
               88  PEN-MEDIO-PAPEL             VALUE 'P' 'A'.
               88  PEN-MEDIO-CORREO            VALUE 'E' 'A'.
           05  PEN-CORREO          PIC X(40).
           05  PEN-REBOTE          PIC X(01).
               88  PEN-REBOTADO                VALUE 'S'.
           05  PEN-FEC-REBOTE      PIC 9(08).
           05  PEN-FEC-ALTA        PIC 9(08).
           05  PEN-FEC-MODIF       PIC 9(08).
           05  FILLER              PIC X(07).
