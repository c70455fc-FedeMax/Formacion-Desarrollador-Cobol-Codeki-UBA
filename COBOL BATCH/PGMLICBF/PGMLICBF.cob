      *  CONSULTA ESTE MAESTRO PARA SEPARAR LOS DESCUBIERTOS       *
      *  DENTRO DEL LIMITE DE LOS EXCESOS QUE VAN A LA MESA DE     *
      *  CREDITOS. SE TERMINAN LAS FICHAS DE ACUERDOS EN PAPEL.    *
      *  CADA NOVEDAD TRAE EL OPERADOR QUE LA CARGO; SE AUTORIZA   *
      *  CONTRA LA MATRIZ DE OPERADORES POR MEDIO DE PGMAXCBF (EL  *
      *  IMPORTE DEL LIMITE SE CONTROLA CONTRA EL TOPE DEL         *
      *  OPERADOR) Y CADA CAMBIO APLICADO QUEDA EN EL LOG          *
      *  CONSOLIDADO DE MAESTROS DE REFERENCIA.                    *
      **************************************************************
       ENVIRONMENT DIVISION.
      **************************************************************
       77  WS-CANT-CAMBIOS            PIC 9(05)   VALUE ZEROES.
       77  WS-CANT-BAJAS              PIC 9(05)   VALUE ZEROES.
       77  WS-CANT-RECHAZADAS         PIC 9(05)   VALUE ZEROES.
       77  WS-CANT-NO-AUTORIZ         PIC 9(05)   VALUE ZEROES.

      *****************AUTORIZACION DE OPERADORES**********************
           COPY CPAUTOPE.

      *****************NOVEDAD DE LIMITE*******************************
       01  WS-REG-NOVLIM.
           05  NLI-NROCUEN          PIC 9(08).
           05  NLI-IMPORTE          PIC 9(09)V99.
           05  NLI-FEC-VIGENCIA     PIC 9(08).
           05  FILLER               PIC X(41).
           05  NLI-OPERADOR         PIC X(08).

       77  FILLER        PIC X(26) VALUE '* FINAL  WORKING-STORAGE *'.
      **************************************************************
           EVALUATE FS-NOVEDAD
             WHEN '00'
                  ADD 1 TO WS-CANT-LEIDAS
                  PERFORM 2050-AUTORIZAR THRU F-2050-AUTORIZAR
                  IF AOP-AUTORIZADO
                     IF NLI-TIPCUEN IS NOT NUMERIC
                        OR NLI-NROCUEN IS NOT NUMERIC
                        MOVE 'CUENTA NO NUMERICA' TO RCH-MOTIVO
                        PERFORM 4100-GRABAR-RECHAZO
                                THRU F-4100-GRABAR-RECHAZO
                     ELSE
                        EVALUATE NLI-ACCION
                            WHEN 'AL'
                                 PERFORM 3000-ALTA THRU F-3000-ALTA
                            WHEN 'CM'
                                 PERFORM 3100-CAMBIO THRU F-3100-CAMBIO
                            WHEN 'BJ'
                                 PERFORM 3200-BAJA THRU F-3200-BAJA
                            WHEN OTHER
                                 MOVE 'ACCION NO RECONOCIDA'
                                      TO RCH-MOTIVO
                                 PERFORM 4100-GRABAR-RECHAZO
                                         THRU F-4100-GRABAR-RECHAZO
                        END-EVALUATE
                     END-IF
                  END-IF

              WHEN '10'
           END-EVALUATE.

       F-2000-PROCESO. EXIT.
      **************************************************************
       2050-AUTORIZAR.

           MOVE 'V'              TO AOP-FUNCION
           MOVE 'PGMLICBF'       TO AOP-PROGRAMA
           MOVE 'LIMITES'        TO AOP-MAESTRO
           MOVE NLI-OPERADOR     TO AOP-OPERADOR
           MOVE NLI-ACCION       TO AOP-TIPO-NOV
           MOVE ZEROS            TO AOP-IMPORTE

           IF NLI-IMPORTE IS NUMERIC
              MOVE NLI-IMPORTE   TO AOP-IMPORTE
           END-IF

           MOVE WS-REG-NOVLIM    TO AOP-NOVEDAD

           CALL 'PGMAXCBF' USING WS-AUTOPE-AREA

           IF AOP-ERROR
              DISPLAY '* ERROR EN AUTORIZACION   = ' AOP-MOTIVO
              MOVE 9999 TO RETURN-CODE
              SET FS-NOVEDAD-FIN TO TRUE
              GO TO F-2050-AUTORIZAR
           END-IF

           IF NOT AOP-AUTORIZADO
              ADD 1 TO WS-CANT-NO-AUTORIZ
              MOVE AOP-MOTIVO TO RCH-MOTIVO
              PERFORM 4100-GRABAR-RECHAZO THRU F-4100-GRABAR-RECHAZO
           END-IF.

       F-2050-AUTORIZAR. EXIT.
      **************************************************************
       3000-ALTA.

                            THRU F-4100-GRABAR-RECHAZO
                 NOT INVALID KEY
                    ADD 1 TO WS-CANT-ALTAS
                    MOVE MAE-LIM-CLAVE  TO AOP-CLAVE
                    MOVE SPACES         TO AOP-ANTES
                    MOVE WS-REG-LIMAUT  TO AOP-DESPUES
                    PERFORM 5500-REGISTRAR-CAMBIO
                            THRU F-5500-REGISTRAR-CAMBIO
              END-WRITE
           END-IF.

                 PERFORM 4100-GRABAR-RECHAZO
                         THRU F-4100-GRABAR-RECHAZO
              NOT INVALID KEY
                 MOVE WS-REG-LIMAUT TO AOP-ANTES
                 IF NLI-IMPORTE IS NUMERIC
                    AND NLI-IMPORTE IS NOT EQUAL ZEROS
                    MOVE NLI-IMPORTE TO LIM-IMPORTE
                    SET FS-NOVEDAD-FIN TO TRUE
                 ELSE
                    ADD 1 TO WS-CANT-CAMBIOS
                    MOVE MAE-LIM-CLAVE  TO AOP-CLAVE
                    MOVE WS-REG-LIMAUT  TO AOP-DESPUES
                    PERFORM 5500-REGISTRAR-CAMBIO
                            THRU F-5500-REGISTRAR-CAMBIO
                 END-IF
           END-READ.

                    SET FS-NOVEDAD-FIN TO TRUE
                 ELSE
                    ADD 1 TO WS-CANT-BAJAS
                    MOVE MAE-LIM-CLAVE  TO AOP-CLAVE
                    MOVE WS-REG-LIMAUT  TO AOP-ANTES
                    MOVE SPACES         TO AOP-DESPUES
                    PERFORM 5500-REGISTRAR-CAMBIO
                            THRU F-5500-REGISTRAR-CAMBIO
                 END-IF
           END-READ.

           END-IF.

       F-4100-GRABAR-RECHAZO. EXIT.
      **************************************************************
       5500-REGISTRAR-CAMBIO.

           MOVE 'L' TO AOP-FUNCION

           CALL 'PGMAXCBF' USING WS-AUTOPE-AREA

           IF AOP-ERROR
              DISPLAY '* ERROR EN LOG DE MAESTROS = ' AOP-MOTIVO
              MOVE 9999 TO RETURN-CODE
              SET FS-NOVEDAD-FIN TO TRUE
           END-IF.

       F-5500-REGISTRAR-CAMBIO. EXIT.
      **************************************************************
       9999-FINAL.

           IF RETURN-CODE NOT EQUAL 9999
             MOVE 'F' TO AOP-FUNCION
             CALL 'PGMAXCBF' USING WS-AUTOPE-AREA
                 IF AOP-ERROR
                  DISPLAY '* ERROR EN CIERRE LOG DE MAESTROS'
                  MOVE 9999 TO RETURN-CODE
                 END-IF

             CLOSE LIMITES
                 IF FS-LIMITES IS NOT EQUAL '00'
                  DISPLAY '* ERROR EN CLOSE LIMITES  = '
                                               WS-CANT-BAJAS
             DISPLAY ' NOVEDADES RECHAZADAS         :  '
                                               WS-CANT-RECHAZADAS
             DISPLAY '   DE ELLAS NO AUTORIZADAS    :  '
                                               WS-CANT-NO-AUTORIZ
             DISPLAY '***************************************'

           END-IF.
