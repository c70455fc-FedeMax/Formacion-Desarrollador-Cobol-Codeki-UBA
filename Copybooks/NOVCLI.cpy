      *    EL REPROCESO DE RECHAZADAS (PGMRQCBF) PARA CONTAR LAS      *
      *    VUELTAS DE CADA NOVEDAD; EN LAS NOVEDADES ORIGINALES       *
      *    VIENE EN BLANCO Y SE TOMA COMO CERO.                       *
      *    LA NOVEDAD CS (CONSENTIMIENTO COMERCIAL) USA EL LUGAR DEL  *
      *    NOMBRE PARA CANAL, ACCION ('O' OTORGA, 'R' REVOCA),        *
      *    SUCURSAL QUE LA CAPTO Y FECHA; LA APLICA PGMCNCBF.         *
      *    NOV-CLI-PERSONA (ULTIMO BYTE DEL FILLER) DISTINGUE PERSONA *
      *    FISICA ('F', O BLANCO EN LAS NOVEDADES VIEJAS) DE PERSONA  *
      *    JURIDICA ('J'): EN LA JURIDICA EL APELLIDO LLEVA LA RAZON  *
      *    SOCIAL, LA FECHA ES LA DE CONSTITUCION, EL DOCUMENTO ES    *
      *    CUIT Y EL SEXO VA EN BLANCO.                               *
      ******************************************************************
       01  WS-REG-NOVCLI.
           05  NOV-TIP-NOV         PIC X(02).
           05  NOV-NRO-DOC         PIC 9(11).
           05  NOV-CLI-NRO         PIC 9(07).
           05  NOV-CLI-APELLIDO    PIC X(30).
           05  NOV-CONSENT REDEFINES NOV-CLI-APELLIDO.
               10  NOV-CON-CANAL   PIC X(01).
               10  NOV-CON-ACCION  PIC X(01).
               10  NOV-CON-SUCURSAL PIC 9(02).
               10  NOV-CON-FECHA   PIC 9(08).
               10  FILLER          PIC X(18).
           05  NOV-CLI-SEXO        PIC X(01).
           05  NOV-CLI-FENAC       PIC X(08).
           05  NOV-CLI-DOMICILIO   PIC X(20).
           05  NOV-REINTENTOS      PIC 9(02).
           05  NOV-CLI-PERSONA     PIC X(01).
               88  NOV-PERSONA-FISICA        VALUE 'F' ' '.
               88  NOV-PERSONA-JURIDICA      VALUE 'J'.
