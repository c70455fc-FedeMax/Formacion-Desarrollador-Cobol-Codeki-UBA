           88  WS-SUC-ABIERTA                   VALUE 'N'.

       77  WS-CANT-CERRADAS         PIC 9(05)   VALUE ZEROES.
       77  WS-CANT-JURIDICAS        PIC 9(05)   VALUE ZEROES.

       01  WS-FECHA-PROCESO         PIC 9(08)   VALUE ZEROES.

       2500-LEER.
      *    LEE HASTA ENCONTRAR UN REGISTRO DE SUCURSAL ABIERTA; LOS
      *    DE SUCURSALES CERRADAS A LA FECHA DE PROCESO SE CUENTAN
      *    COMO RECHAZADOS Y NO ENTRAN EN LA DEMOGRAFIA. LAS
      *    PERSONAS JURIDICAS TAMPOCO: NO TIENEN ESTADO CIVIL, SE
      *    CUENTAN APARTE Y NO PESAN EN LOS PORCENTAJES.
           SET WS-REG-RECHAZADO TO TRUE

           PERFORM 2550-LEER-FISICO THRU F-2550-LEER-FISICO
             WHEN '00'
              PERFORM 1200-BUSCAR-SUCURSAL
                      THRU F-1200-BUSCAR-SUCURSAL
              EVALUATE TRUE
                WHEN WS-SUC-PERSONA-JURIDICA
                 ADD 1 TO WS-CANT-JURIDICAS
                WHEN WS-SUC-CERRADA
                 ADD 1 TO WS-CANT-CERRADAS
                WHEN OTHER
                 SET WS-REG-ACEPTADO TO TRUE
                 MOVE WS-SUC-EST-CIV TO   WS-EST-CIV
                 ADD 1 TO WS-TOTAL-LEI
              END-EVALUATE

              WHEN '10'
              SET WS-FIN          TO TRUE
                DISPLAY 'INVALIDOS   --> ' INVALIDO
                DISPLAY 'RECHAZADOS POR SUCURSAL CERRADA --> '
                                          WS-CANT-CERRADAS
                DISPLAY 'PERSONAS JURIDICAS EXCLUIDAS    --> '
                                          WS-CANT-JURIDICAS

                MOVE 'SOLTEROS'     TO WS-3000-ETIQUETA
                MOVE SOLTERO        TO WS-3000-CANT
