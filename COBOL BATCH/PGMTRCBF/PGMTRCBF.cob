      *      PARA QUE EL CRONICAMENTE TARDE QUEDE A LA VISTA       *
      *    - INFORMA LOTES ACEPTADOS Y RECHAZADOS POR SUCURSAL Y   *
      *      DEJA LA NUEVA SECUENCIA EN DDSECSAL                   *
      *    - MARCA 'ARRASTRE DE CORTE' EN LA TRAZA RECIBIDA        *
      *      DE LOS LOTES QUE ENTRAN DESDE EL ARRASTRE, PARA QUE   *
      *      EL INFORME SEMANAL DE DEMORAS PGMNSCBF CARGUE ESA     *
      *      VENTANA PERDIDA AL CORTE                              *
      **************************************************************
       ENVIRONMENT DIVISION.
      **************************************************************
      *****************DIARIO DE TRAZAS********************************
      *    UNA ANOTACION POR DETALLE Y POR ETAPA; ESTE FRENTE ANOTA
      *    RECIBIDA O RECHAZADA, LAS ETAPAS SIGUIENTES AGREGAN LAS
      *    SUYAS CON LA MISMA TRAZA (O POR DOCUMENTO, LAS QUE YA NO
      *    LA TIENEN EN EL REGISTRO).
       01  WS-REG-TRAZA.
           05  TRZ-LOTE             PIC 9(05).
           05  TRZ-SECUEN           PIC 9(05).
                  ADD 1 TO WS-CANT-DETALLES
                  MOVE 'RECIBIDA    ' TO TRZ-ETAPA
                  MOVE SPACES         TO TRZ-DETALLE
      *    EL LOTE QUE VIENE DEL ARRASTRE PERDIO UNA VENTANA: LA
      *    MEDICION DE DEMORAS DE PGMNSCBF LO CARGA AL CORTE.
                  IF WS-ORIGEN-CARRY
                     MOVE 'ARRASTRE DE CORTE' TO TRZ-DETALLE
                  END-IF
                  PERFORM 6000-ANOTAR-TRAZA
                          THRU F-6000-ANOTAR-TRAZA
               END-IF
