      ******************************************************************
      *    LAYOUT DEL MAESTRO DE PREFERENCIAS DE AVISOS AL CLIENTE     *
      *    (DDPREAVI, INDEXADO POR CLIENTE + EVENTO). UNA FILA POR     *
      *    EVENTO AL QUE EL CLIENTE SE SUSCRIBIO, CON EL CANAL ('S'    *
      *    SMS, 'E' CORREO, 'A' AMBOS), LOS DATOS DE CONTACTO Y EL     *
      *    IMPORTE MINIMO QUE DISPARA EL AVISO (EN CERO, CUALQUIER     *
      *    IMPORTE). LO MANTIENE PGMPACBF POR NOVEDADES Y LO CONSULTA  *
      *    EL PASO DE AVISOS PGMAVCBF. EVENTOS:                        *
      *      SU = ACREDITACION DE HABERES (PGMNPCBF)                   *
      *      CH = CHEQUE RECHAZADO (DDRECHCH, PGMCHCBF)                *
      *      EX = EXCESO SOBRE EL DESCUBIERTO (DDEXCESO, PGMBECBF)     *
      *      MD = DEBITO EN CUENTA (DDMOVIM)                           *
      *      MC = CREDITO EN CUENTA (DDMOVIM)                          *
      ******************************************************************
       01  WS-REG-PREAVI.
           05  PAV-CLAVE.
               10  PAV-NROCLI      PIC 9(07).
               10  PAV-EVENTO      PIC X(02).
                   88  PAV-EVENTO-VALIDO       VALUE 'SU' 'CH' 'EX'
                                                     'MD' 'MC'.
           05  PAV-CANAL           PIC X(01).
               88  PAV-CANAL-VALIDO            VALUE 'S' 'E' 'A'.
               88  PAV-CANAL-SMS               VALUE 'S' 'A'.
               88  PAV-CANAL-CORREO            VALUE 'E' 'A'.
           05  PAV-UMBRAL          PIC 9(07)V99.
           05  PAV-TELEFONO        PIC X(15).
           05  PAV-CORREO          PIC X(40).
           05  PAV-FEC-ALTA        PIC 9(08).
           05  PAV-FEC-MODIF       PIC 9(08).
           05  FILLER              PIC X(10).
