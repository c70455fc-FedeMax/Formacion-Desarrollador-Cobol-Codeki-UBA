      *  59, 60 O MAS, Y SIN FECHA DE NACIMIENTO (QUE ES LA        *
      *  COLUMNA DE CALIDAD DE DATOS). LA SALIDA QUEDA EN DDSALI,  *
      *  UNA LINEA POR SUCURSAL MAS EL TOTAL DEL BANCO.            *
      *  LAS PERSONAS JURIDICAS (MARCADAS POR EL PUENTE) NO TIENEN *
      *  EDAD: SU FECHA ES LA DE CONSTITUCION, ASI QUE SE SALTEAN  *
      *  Y SOLO SE CUENTAN EN EL TOTAL DE CONTROL.                 *
      **************************************************************
       ENVIRONMENT DIVISION.
      **************************************************************

      *********************CONTADORES*******************************
       77  WS-CLI-LEIDOS              PIC 9(07)   VALUE ZEROES.
       77  WS-CLI-JURIDICAS           PIC 9(07)   VALUE ZEROES.

           COPY CPFECPRO.

           EVALUATE FS-ENTRADA
             WHEN '00'
                  ADD 1 TO WS-CLI-LEIDOS
                  IF WS-SUC-PERSONA-JURIDICA
                     ADD 1 TO WS-CLI-JURIDICAS
                  ELSE
                     PERFORM 3000-CLASIFICAR THRU F-3000-CLASIFICAR
                  END-IF

              WHEN '10'
                CONTINUE

             DISPLAY '***************************************'
             DISPLAY ' CLIENTES LEIDOS             :  ' WS-CLI-LEIDOS
             DISPLAY ' PERSONAS JURIDICAS EXCLUIDAS:  '
                                                      WS-CLI-JURIDICAS
             DISPLAY '***************************************'

           END-IF.
