      ******************************************************************
      *    LAYOUT DEL INDICE DE RESUMENES ELECTRONICOS (DDRESIDX) QUE  *
      *    GRABA PGMSTCBF PARA EL ENVIADOR DE CORREO: UN REGISTRO POR  *
      *    RESUMEN CON DESTINATARIO, DIRECCION Y CANTIDAD DE LINEAS    *
      *    DEL DOCUMENTO, QUE VA EN DDRESELE BAJO LA MISMA CUENTA Y    *
      *    PERIODO.                                                    *
      ******************************************************************
       01  WS-REG-RESIDX.
           05  RIX-CLAVE.
               10  RIX-TIPCUEN     PIC X(02).
               10  RIX-NROCUEN     PIC 9(08).
               10  RIX-PERIODO     PIC 9(06).
           05  RIX-NROCLI          PIC 9(07).
           05  RIX-TIPDOC          PIC X(02).
           05  RIX-NRODOC          PIC 9(11).
           05  RIX-NOMAPE          PIC X(30).
           05  RIX-CORREO          PIC X(40).
           05  RIX-MEDIO           PIC X(01).
           05  RIX-LINEAS          PIC 9(04).
           05  FILLER              PIC X(09).
