           EVALUATE FS-JOURNAL
             WHEN '00'
                  ADD 1 TO WS-JRN-LEIDAS
      *    LAS VUELTAS ATRAS (ROLLBK) NO SON PASOS Y NO SE MIDEN.
                  IF JRN-ACCION IS EQUAL 'INICIO'
                     OR JRN-ACCION IS EQUAL 'FIN   '
                     PERFORM 3000-ANOTAR-PAR THRU F-3000-ANOTAR-PAR
                  END-IF

              WHEN '10'
                CONTINUE
