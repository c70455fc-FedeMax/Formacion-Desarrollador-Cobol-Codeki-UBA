      *  MAESTRO DE SUCURSALES DE PGMSUCBF; LA BAJA ESTAMPA LA     *
      *  VIGENCIA HASTA EN LUGAR DE BORRAR, ASI LOS REPORTES       *
      *  SIGUEN RESOLVIENDO NOMBRES HISTORICOS.                    *
      *  EN LOS TIPOS DE MOVIMIENTO EL ALTA Y EL CAMBIO LLEVAN     *
      *  ADEMAS LA MARCA DE EXENTO DEL IMPUESTO A LOS DEBITOS Y    *
      *  CREDITOS ('S' / 'N') QUE CONSULTA PGMIBCBF.               *
      *  EN LOS TIPOS DE CUENTA LLEVAN LA MARCA DE EXCLUIDO DE LA  *
      *  GARANTIA DE LOS DEPOSITOS ('S' / 'N') QUE CONSULTA        *
      *  PGMSDCBF, Y EN LOS TIPOS DE MENORES EL TIPO ADULTO AL QUE *
      *  SE CONVIERTE LA CUENTA CUANDO EL TITULAR CUMPLE 18, QUE   *
      *  USA PGMMYCBF.                                             *
      *  CADA NOVEDAD TRAE EL OPERADOR QUE LA CARGO; SE AUTORIZA   *
      *  CONTRA LA MATRIZ DE OPERADORES POR MEDIO DE PGMAXCBF Y    *
      *  CADA CAMBIO APLICADO QUEDA EN EL LOG CONSOLIDADO DE       *
      *  MAESTROS DE REFERENCIA.                                   *
      **************************************************************
       ENVIRONMENT DIVISION.
      **************************************************************
       77  WS-CANT-CAMBIOS            PIC 9(05)   VALUE ZEROES.
       77  WS-CANT-BAJAS              PIC 9(05)   VALUE ZEROES.
       77  WS-CANT-RECHAZADAS         PIC 9(05)   VALUE ZEROES.
       77  WS-CANT-NO-AUTORIZ         PIC 9(05)   VALUE ZEROES.

      *****************AUTORIZACION DE OPERADORES**********************
           COPY CPAUTOPE.

      *****************NOVEDAD DE TIPO*********************************
       01  WS-REG-NOVTIP.
           05  NTI-DESCRIPCION      PIC X(30).
           05  NTI-VIG-DESDE        PIC 9(08).
           05  NTI-VIG-HASTA        PIC 9(08).
           05  NTI-EXENTO-IDC       PIC X(01).
           05  NTI-EXCL-GARANTIA    PIC X(01).
           05  NTI-TIPO-ADULTO      PIC X(02).
           05  FILLER               PIC X(17).
           05  NTI-OPERADOR         PIC X(08).

       77  FILLER        PIC X(26) VALUE '* FINAL  WORKING-STORAGE *'.
      **************************************************************
           EVALUATE FS-NOVEDAD
             WHEN '00'
                  ADD 1 TO WS-CANT-LEIDAS
                  PERFORM 2050-AUTORIZAR THRU F-2050-AUTORIZAR
                  IF NOT AOP-AUTORIZADO
                     CONTINUE
                  ELSE
                  IF NTI-CLASE IS NOT EQUAL 'C' AND 'M'
                     MOVE 'CLASE INVALIDA' TO RCH-MOTIVO
                     PERFORM 4100-GRABAR-RECHAZO
                             THRU F-4100-GRABAR-RECHAZO
                  ELSE
                  IF NTI-EXENTO-IDC IS NOT EQUAL SPACE AND 'S' AND 'N'
                     MOVE 'MARCA DE EXENTO INVALIDA' TO RCH-MOTIVO
                     PERFORM 4100-GRABAR-RECHAZO
                             THRU F-4100-GRABAR-RECHAZO
                  ELSE
                  IF NTI-EXCL-GARANTIA IS NOT EQUAL SPACE
                     AND NTI-EXCL-GARANTIA IS NOT EQUAL 'S'
                     AND NTI-EXCL-GARANTIA IS NOT EQUAL 'N'
                     MOVE 'MARCA DE GARANTIA INVALIDA'
                          TO RCH-MOTIVO
                     PERFORM 4100-GRABAR-RECHAZO
                             THRU F-4100-GRABAR-RECHAZO
                  ELSE
                  IF NTI-TIPO-ADULTO IS NOT EQUAL SPACES
                     AND (NTI-TIPO-ADULTO IS NOT NUMERIC
                          OR NTI-CLASE IS NOT EQUAL 'C')
                     MOVE 'TIPO ADULTO INVALIDO' TO RCH-MOTIVO
                     PERFORM 4100-GRABAR-RECHAZO
                             THRU F-4100-GRABAR-RECHAZO
                  ELSE
                     EVALUATE NTI-ACCION
                         WHEN 'AL'
                                      THRU F-4100-GRABAR-RECHAZO
                     END-EVALUATE
                  END-IF
                  END-IF
                  END-IF
                  END-IF
                  END-IF

              WHEN '10'
                CONTINUE
           END-EVALUATE.

       F-2000-PROCESO. EXIT.
      **************************************************************
       2050-AUTORIZAR.

           MOVE 'V'              TO AOP-FUNCION
           MOVE 'PGMTMCBF'       TO AOP-PROGRAMA
           MOVE 'TIPOS'          TO AOP-MAESTRO
           MOVE NTI-OPERADOR     TO AOP-OPERADOR
           MOVE NTI-ACCION       TO AOP-TIPO-NOV
           MOVE ZEROS            TO AOP-IMPORTE
           MOVE WS-REG-NOVTIP    TO AOP-NOVEDAD

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

              MOVE NTI-DESCRIPCION TO TIP-DESCRIPCION
              MOVE NTI-VIG-DESDE   TO TIP-VIG-DESDE
              MOVE NTI-VIG-HASTA   TO TIP-VIG-HASTA
              MOVE NTI-EXENTO-IDC  TO TIP-EXENTO-IDC
              MOVE NTI-EXCL-GARANTIA TO TIP-EXCL-GARANTIA
              MOVE ZEROS           TO TIP-TIPO-ADULTO
              IF NTI-TIPO-ADULTO IS NUMERIC
                 MOVE NTI-TIPO-ADULTO TO TIP-TIPO-ADULTO
              END-IF

              WRITE REG-TIPOS FROM WS-REG-TIPOS
                 INVALID KEY
                            THRU F-4100-GRABAR-RECHAZO
                 NOT INVALID KEY
                    ADD 1 TO WS-CANT-ALTAS
                    MOVE MAE-TIP-CLAVE  TO AOP-CLAVE
                    MOVE SPACES         TO AOP-ANTES
                    MOVE WS-REG-TIPOS   TO AOP-DESPUES
                    PERFORM 5500-REGISTRAR-CAMBIO
                            THRU F-5500-REGISTRAR-CAMBIO
              END-WRITE
           END-IF.

                 PERFORM 4100-GRABAR-RECHAZO
                         THRU F-4100-GRABAR-RECHAZO
              NOT INVALID KEY
                 MOVE WS-REG-TIPOS TO AOP-ANTES
                 IF NTI-DESCRIPCION IS NOT EQUAL SPACES
                    MOVE NTI-DESCRIPCION TO TIP-DESCRIPCION
                 END-IF
                    AND NTI-VIG-HASTA IS NOT EQUAL ZEROS
                    MOVE NTI-VIG-HASTA TO TIP-VIG-HASTA
                 END-IF
                 IF NTI-EXENTO-IDC IS NOT EQUAL SPACE
                    MOVE NTI-EXENTO-IDC TO TIP-EXENTO-IDC
                 END-IF
                 IF NTI-EXCL-GARANTIA IS NOT EQUAL SPACE
                    MOVE NTI-EXCL-GARANTIA TO TIP-EXCL-GARANTIA
                 END-IF
                 IF NTI-TIPO-ADULTO IS NUMERIC
                    MOVE NTI-TIPO-ADULTO TO TIP-TIPO-ADULTO
                 END-IF
                 REWRITE REG-TIPOS FROM WS-REG-TIPOS
                 IF FS-TIPOS IS NOT EQUAL '00'
                    DISPLAY '* ERROR EN REWRITE TIPOS  = ' FS-TIPOS
                    SET FS-NOVEDAD-FIN TO TRUE
                 ELSE
                    ADD 1 TO WS-CANT-CAMBIOS
                    MOVE MAE-TIP-CLAVE  TO AOP-CLAVE
                    MOVE WS-REG-TIPOS   TO AOP-DESPUES
                    PERFORM 5500-REGISTRAR-CAMBIO
                            THRU F-5500-REGISTRAR-CAMBIO
                 END-IF
           END-READ.

                 PERFORM 4100-GRABAR-RECHAZO
                         THRU F-4100-GRABAR-RECHAZO
              NOT INVALID KEY
                 MOVE WS-REG-TIPOS TO AOP-ANTES
                 IF NTI-VIG-HASTA IS NUMERIC
                    AND NTI-VIG-HASTA IS NOT EQUAL ZEROS
                    MOVE NTI-VIG-HASTA TO TIP-VIG-HASTA
                       SET FS-NOVEDAD-FIN TO TRUE
                    ELSE
                       ADD 1 TO WS-CANT-BAJAS
                       MOVE MAE-TIP-CLAVE  TO AOP-CLAVE
                       MOVE WS-REG-TIPOS   TO AOP-DESPUES
                       PERFORM 5500-REGISTRAR-CAMBIO
                               THRU F-5500-REGISTRAR-CAMBIO
                    END-IF
                 ELSE
                    MOVE 'BAJA SIN FECHA DE VIGENCIA' TO RCH-MOTIVO
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

             CLOSE TIPOS
                 IF FS-TIPOS IS NOT EQUAL '00'
                  DISPLAY '* ERROR EN CLOSE TIPOS    = '
                                               WS-CANT-BAJAS
             DISPLAY ' NOVEDADES RECHAZADAS         :  '
                                               WS-CANT-RECHAZADAS
             DISPLAY '   DE ELLAS NO AUTORIZADAS    :  '
                                               WS-CANT-NO-AUTORIZ
             DISPLAY '***************************************'

           END-IF.
