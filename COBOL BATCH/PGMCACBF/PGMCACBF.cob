      **************************************************************
       4000-SUMAR-CIVILES.
      *    EL ESTADO CIVIL EN BLANCO ES LA MARCA DE CALIDAD QUE LA
      *    DEMOGRAFIA YA AISLA; LA PERSONA JURIDICA NO TIENE ESTADO
      *    CIVIL Y NO CUENTA COMO FALTANTE.
           OPEN INPUT CLIDEMO

           IF FS-CLIDEMO IS EQUAL '00'
                       MOVE '10' TO FS-CLIDEMO
                    NOT AT END
                       IF WS-SUC-EST-CIV IS EQUAL SPACES
                          AND NOT WS-SUC-PERSONA-JURIDICA
                          ADD 1 TO WS-CIV-INVALIDOS
                          MOVE WS-SUC-NRO-SUC TO WS-SUC-ACT
                          PERFORM 6000-ABRIR-SUCURSAL
