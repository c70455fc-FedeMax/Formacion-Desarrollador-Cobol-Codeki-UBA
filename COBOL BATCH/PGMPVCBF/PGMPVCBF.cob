      *  APLICA NOVEDADES AL = ALTA, CM = CAMBIO, BJ = BAJA,       *
      *  VALIDANDO ANTES QUE EL PRODUCTO EXISTA EN EL CATALOGO     *
      *  INDEXADO DDPRODU, COMO HACE PGMPMCBF CON LOS PRECIOS.     *
      *  CADA NOVEDAD TRAE EL OPERADOR QUE LA CARGO; SE AUTORIZA   *
      *  CONTRA LA MATRIZ DE OPERADORES POR MEDIO DE PGMAXCBF Y    *
      *  CADA CAMBIO APLICADO QUEDA EN EL LOG CONSOLIDADO DE       *
      *  MAESTROS DE REFERENCIA.                                   *
      **************************************************************
       ENVIRONMENT DIVISION.
      **************************************************************
       77  WS-CANT-CAMBIOS            PIC 9(05)    VALUE ZEROES.
       77  WS-CANT-BAJAS              PIC 9(05)    VALUE ZEROES.
       77  WS-CANT-RECHAZADAS         PIC 9(05)    VALUE ZEROES.
       77  WS-CANT-NO-AUTORIZ         PIC 9(05)    VALUE ZEROES.

      *****************AUTORIZACION DE OPERADORES**********************
           COPY CPAUTOPE.

      *****************NOVEDAD DE PROVEEDOR****************************
       01  WS-REG-NOVPRV.
           05  NV-PROVEEDOR           PIC X(30).
           05  NV-DIAS-ENTREGA        PIC 9(03).
           05  NV-LOTE-COMPRA         PIC 9(05).
           05  FILLER                 PIC X(30).
           05  NV-OPERADOR            PIC X(08).

       01  WS-FLAG-PRODUCTO           PIC X.
           88  WS-PRODUCTO-OK                      VALUE 'S'.
           EVALUATE FS-NOVEDAD
             WHEN '00'
                ADD 1 TO WS-CANT-LEIDAS
                PERFORM 2050-AUTORIZAR THRU F-2050-AUTORIZAR
                IF AOP-AUTORIZADO
                   PERFORM 2100-VALIDAR-PRODUCTO
                           THRU F-2100-VALIDAR-PRODUCTO

                   IF WS-PRODUCTO-OK
                      EVALUATE NV-ACCION
                          WHEN 'AL'
                               PERFORM 3000-ALTA-PROVEE
                                       THRU F-3000-ALTA-PROVEE
                          WHEN 'CM'
                               PERFORM 3100-CAMBIO-PROVEE
                                       THRU F-3100-CAMBIO-PROVEE
                          WHEN 'BJ'
                               PERFORM 3200-BAJA-PROVEE
                                       THRU F-3200-BAJA-PROVEE
                          WHEN OTHER
                               MOVE 'ACCION NO RECONOCIDA'
                                    TO RCH-MOTIVO
                               PERFORM 4100-GRABAR-RECHAZO
                                       THRU F-4100-GRABAR-RECHAZO
                      END-EVALUATE
                   END-IF
                END-IF

              WHEN '10'

       F-2000-PROCESO. EXIT.

      **************************************************************
       2050-AUTORIZAR.

           MOVE 'V'              TO AOP-FUNCION
           MOVE 'PGMPVCBF'       TO AOP-PROGRAMA
           MOVE 'PROVEED'        TO AOP-MAESTRO
           MOVE NV-OPERADOR      TO AOP-OPERADOR
           MOVE NV-ACCION        TO AOP-TIPO-NOV
           MOVE ZEROS            TO AOP-IMPORTE
           MOVE WS-REG-NOVPRV    TO AOP-NOVEDAD

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
       2100-VALIDAR-PRODUCTO.

                            THRU F-4100-GRABAR-RECHAZO
                 NOT INVALID KEY
                    ADD 1 TO WS-CANT-ALTAS
                    MOVE PRV-COD-PROD   TO AOP-CLAVE
                    MOVE SPACES         TO AOP-ANTES
                    MOVE REG-PROVEE     TO AOP-DESPUES
                    PERFORM 5500-REGISTRAR-CAMBIO
                            THRU F-5500-REGISTRAR-CAMBIO
              END-WRITE
           END-IF.

                 PERFORM 4100-GRABAR-RECHAZO
                         THRU F-4100-GRABAR-RECHAZO
              NOT INVALID KEY
                 MOVE REG-PROVEE TO AOP-ANTES
                 IF NV-PROVEEDOR IS NOT EQUAL SPACES
                    MOVE NV-PROVEEDOR TO PRV-PROVEEDOR
                 END-IF
                    SET FS-NOVEDAD-FIN TO TRUE
                 ELSE
                    ADD 1 TO WS-CANT-CAMBIOS
                    MOVE PRV-COD-PROD   TO AOP-CLAVE
                    MOVE REG-PROVEE     TO AOP-DESPUES
                    PERFORM 5500-REGISTRAR-CAMBIO
                            THRU F-5500-REGISTRAR-CAMBIO
                 END-IF
           END-READ.

                 PERFORM 4100-GRABAR-RECHAZO
                         THRU F-4100-GRABAR-RECHAZO
              NOT INVALID KEY
                 MOVE REG-PROVEE TO AOP-ANTES
                 DELETE PROVEE
                 IF FS-PROVEE IS NOT EQUAL '00'
                    DISPLAY '* ERROR EN DELETE PROVEE  = '
                    SET FS-NOVEDAD-FIN TO TRUE
                 ELSE
                    ADD 1 TO WS-CANT-BAJAS
                    MOVE NV-COD-PROD    TO AOP-CLAVE
                    MOVE SPACES         TO AOP-DESPUES
                    PERFORM 5500-REGISTRAR-CAMBIO
                            THRU F-5500-REGISTRAR-CAMBIO
                 END-IF
           END-READ.


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

           IF RETURN-CODE = 9999
            CONTINUE
           ELSE
             MOVE 'F' TO AOP-FUNCION
             CALL 'PGMAXCBF' USING WS-AUTOPE-AREA
                 IF AOP-ERROR
                  DISPLAY '* ERROR EN CIERRE LOG DE MAESTROS'
                  MOVE 9999 TO RETURN-CODE
                 END-IF

             CLOSE PRODUCT
                 IF FS-PRODUCT  IS NOT EQUAL '00'
                  DISPLAY '* ERROR EN CLOSE PRODUCT  = '
                                              WS-CANT-BAJAS
             DISPLAY ' NOVEDADES RECHAZADAS          :  '
                                              WS-CANT-RECHAZADAS
             DISPLAY '   DE ELLAS NO AUTORIZADAS     :  '
                                              WS-CANT-NO-AUTORIZ
             DISPLAY '***************************************'

           END-IF.
