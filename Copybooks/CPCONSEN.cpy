      ******************************************************************
      *    LAYOUT DEL REGISTRO DE CONSENTIMIENTOS COMERCIALES          *
      *    (DDCONSEN, INDEXADO POR DOCUMENTO + CANAL). CANALES: 'C'    *
      *    CORREO POSTAL, 'E' CORREO ELECTRONICO, 'T' TELEFONO, 'S'    *
      *    SMS. EL CONSENTIMIENTO ESTA VIGENTE CON FECHA DE            *
      *    OTORGAMIENTO Y SIN FECHA DE REVOCACION; SIN FILA NO HAY     *
      *    CONSENTIMIENTO. LO ALIMENTA LA NOVEDAD CS DE LA CADENA DE   *
      *    CLIENTES POR PGMCNCBF Y LO CONSULTAN LOS MENSAJES DE        *
      *    RESUMEN (PGMSTCBF) Y EL EXTRACTO DE SEGMENTOS PARA          *
      *    MARKETING (PGMSGCBF).                                       *
      ******************************************************************
       01  WS-REG-CONSEN.
           05  CNS-CLAVE.
               10  CNS-TIPDOC      PIC X(02).
               10  CNS-NRODOC      PIC 9(11).
               10  CNS-CANAL       PIC X(01).
                   88  CNS-CANAL-VALIDO        VALUE 'C' 'E' 'T' 'S'.
           05  CNS-NROCLI          PIC 9(07).
           05  CNS-FEC-OTORGA      PIC 9(08).
           05  CNS-FEC-REVOCA      PIC 9(08).
           05  CNS-SUCURSAL        PIC 9(02).
           05  CNS-FEC-MODIF       PIC 9(08).
           05  FILLER              PIC X(33).
