      *  FECHA DE CIERRE, ASI LOS REPORTES PUEDEN SEGUIR           *
      *  RESOLVIENDO EL NOMBRE DE SUCURSALES HISTORICAS Y A LA     *
      *  VEZ RECHAZAR MOVIMIENTO POSTERIOR AL CIERRE.              *
      *  EL ALTA Y EL CAMBIO CARGAN TAMBIEN LOS LIMITES DEL TESORO *
      *  EN MILES DE PESOS (MAXIMO ASEGURADO Y MINIMO OPERATIVO)   *
      *  QUE CONTROLA EL BALANCEO DE CAJAS PGMAQCBF; EN EL CAMBIO, *
      *  UN LIMITE EN CERO O EN BLANCO NO SE TOCA.                 *
      *  CADA NOVEDAD TRAE EL OPERADOR QUE LA CARGO; SE AUTORIZA   *
      *  CONTRA LA MATRIZ DE OPERADORES POR MEDIO DE PGMAXCBF (EL  *
      *  MAXIMO DEL TESORO SE CONTROLA CONTRA EL TOPE DEL          *
      *  OPERADOR) Y CADA CAMBIO APLICADO QUEDA EN EL LOG          *
      *  CONSOLIDADO DE MAESTROS DE REFERENCIA.                    *
      **************************************************************
       ENVIRONMENT DIVISION.
      **************************************************************
       77  WS-CANT-CAMBIOS            PIC 9(05)   VALUE ZEROES.
       77  WS-CANT-CIERRES            PIC 9(05)   VALUE ZEROES.
       77  WS-CANT-RECHAZADAS         PIC 9(05)   VALUE ZEROES.
       77  WS-CANT-NO-AUTORIZ         PIC 9(05)   VALUE ZEROES.

      *****************AUTORIZACION DE OPERADORES**********************
           COPY CPAUTOPE.

      *****************NOVEDAD DE SUCURSAL*****************************
       01  WS-REG-NOVSUC.
           05  NSU-REGION           PIC X(01).
           05  NSU-FEC-APERTURA     PIC 9(08).
           05  NSU-FEC-CIERRE       PIC 9(08).
           05  NSU-TESO-MAXIMO      PIC 9(05).
           05  NSU-TESO-MINIMO      PIC 9(04).
           05  FILLER               PIC X(22).
           05  NSU-OPERADOR         PIC X(08).

       77  FILLER        PIC X(26) VALUE '* FINAL  WORKING-STORAGE *'.
      **************************************************************
           EVALUATE FS-NOVEDAD
             WHEN '00'
                  ADD 1 TO WS-CANT-LEIDAS
                  PERFORM 2050-AUTORIZAR THRU F-2050-AUTORIZAR
                  IF AOP-AUTORIZADO
                     EVALUATE NSU-ACCION
                         WHEN 'AL'
                              PERFORM 3000-ALTA THRU F-3000-ALTA
                         WHEN 'CM'
                              PERFORM 3100-CAMBIO THRU F-3100-CAMBIO
                         WHEN 'CI'
                              PERFORM 3200-CIERRE THRU F-3200-CIERRE
                         WHEN OTHER
                              MOVE 'ACCION NO RECONOCIDA' TO RCH-MOTIVO
                              PERFORM 4100-GRABAR-RECHAZO
                                      THRU F-4100-GRABAR-RECHAZO
                     END-EVALUATE
                  END-IF

              WHEN '10'
                CONTINUE
           END-EVALUATE.

       F-2000-PROCESO. EXIT.
      **************************************************************
       2050-AUTORIZAR.
      *    EL TOPE DEL OPERADOR ES EN PESOS; EL MAXIMO DEL TESORO
      *    VIENE EN MILES.
           MOVE 'V'              TO AOP-FUNCION
           MOVE 'PGMSUCBF'       TO AOP-PROGRAMA
           MOVE 'SUCURSAL'       TO AOP-MAESTRO
           MOVE NSU-OPERADOR     TO AOP-OPERADOR
           MOVE NSU-ACCION       TO AOP-TIPO-NOV
           MOVE ZEROS            TO AOP-IMPORTE

           IF NSU-TESO-MAXIMO IS NUMERIC
              COMPUTE AOP-IMPORTE = NSU-TESO-MAXIMO * 1000
           END-IF

           MOVE WS-REG-NOVSUC    TO AOP-NOVEDAD

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

           MOVE NSU-FEC-APERTURA TO SUC-FEC-APERTURA
           MOVE ZEROS            TO SUC-FEC-CIERRE
           MOVE ZEROS            TO SUC-PREDECESOR
           MOVE ZEROS            TO SUC-TESO-MAXIMO
           MOVE ZEROS            TO SUC-TESO-MINIMO
           IF NSU-TESO-MAXIMO IS NUMERIC
              MOVE NSU-TESO-MAXIMO TO SUC-TESO-MAXIMO
           END-IF
           IF NSU-TESO-MINIMO IS NUMERIC
              MOVE NSU-TESO-MINIMO TO SUC-TESO-MINIMO
           END-IF

           WRITE REG-SUCMAE FROM WS-REG-SUCMAE
              INVALID KEY
                         THRU F-4100-GRABAR-RECHAZO
              NOT INVALID KEY
                 ADD 1 TO WS-CANT-ALTAS
                 MOVE MAE-SUC-NRO    TO AOP-CLAVE
                 MOVE SPACES         TO AOP-ANTES
                 MOVE WS-REG-SUCMAE  TO AOP-DESPUES
                 PERFORM 5500-REGISTRAR-CAMBIO
                         THRU F-5500-REGISTRAR-CAMBIO
           END-WRITE.

       F-3000-ALTA. EXIT.
                 PERFORM 4100-GRABAR-RECHAZO
                         THRU F-4100-GRABAR-RECHAZO
              NOT INVALID KEY
                 MOVE WS-REG-SUCMAE TO AOP-ANTES
                 IF NSU-NOMBRE IS NOT EQUAL SPACES
                    MOVE NSU-NOMBRE TO SUC-NOMBRE
                 END-IF
                    AND NSU-FEC-APERTURA IS NOT EQUAL ZEROS
                    MOVE NSU-FEC-APERTURA TO SUC-FEC-APERTURA
                 END-IF
                 IF NSU-TESO-MAXIMO IS NUMERIC
                    AND NSU-TESO-MAXIMO IS NOT EQUAL ZEROS
                    MOVE NSU-TESO-MAXIMO TO SUC-TESO-MAXIMO
                 END-IF
                 IF NSU-TESO-MINIMO IS NUMERIC
                    AND NSU-TESO-MINIMO IS NOT EQUAL ZEROS
                    MOVE NSU-TESO-MINIMO TO SUC-TESO-MINIMO
                 END-IF
                 REWRITE REG-SUCMAE FROM WS-REG-SUCMAE
                 IF FS-SUCMAE IS NOT EQUAL '00'
                    DISPLAY '* ERROR EN REWRITE SUCMAE = ' FS-SUCMAE
                    SET FS-NOVEDAD-FIN TO TRUE
                 ELSE
                    ADD 1 TO WS-CANT-CAMBIOS
                    MOVE MAE-SUC-NRO    TO AOP-CLAVE
                    MOVE WS-REG-SUCMAE  TO AOP-DESPUES
                    PERFORM 5500-REGISTRAR-CAMBIO
                            THRU F-5500-REGISTRAR-CAMBIO
                 END-IF
           END-READ.

                 PERFORM 4100-GRABAR-RECHAZO
                         THRU F-4100-GRABAR-RECHAZO
              NOT INVALID KEY
                 MOVE WS-REG-SUCMAE TO AOP-ANTES
                 IF NSU-FEC-CIERRE IS NUMERIC
                    AND NSU-FEC-CIERRE IS NOT EQUAL ZEROS
                    MOVE NSU-FEC-CIERRE TO SUC-FEC-CIERRE
                       SET FS-NOVEDAD-FIN TO TRUE
                    ELSE
                       ADD 1 TO WS-CANT-CIERRES
                       MOVE MAE-SUC-NRO    TO AOP-CLAVE
                       MOVE WS-REG-SUCMAE  TO AOP-DESPUES
                       PERFORM 5500-REGISTRAR-CAMBIO
                               THRU F-5500-REGISTRAR-CAMBIO
                    END-IF
                 ELSE
                    MOVE 'CIERRE SIN FECHA' TO RCH-MOTIVO
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

             CLOSE SUCMAE
                 IF FS-SUCMAE IS NOT EQUAL '00'
                  DISPLAY '* ERROR EN CLOSE SUCMAE   = '
                                               WS-CANT-CIERRES
             DISPLAY ' NOVEDADES RECHAZADAS         :  '
                                               WS-CANT-RECHAZADAS
             DISPLAY '   DE ELLAS NO AUTORIZADAS    :  '
                                               WS-CANT-NO-AUTORIZ
             DISPLAY '***************************************'

           END-IF.
