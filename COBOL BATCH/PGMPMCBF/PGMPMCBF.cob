      *  (DDSALI) LE MUESTRA A LA MESA COMERCIAL QUE VA A          *
      *  ACTIVARSE Y CUANDO; LA VALORIZACION DE PGMSKCBF ELIGE EL  *
      *  PRECIO EN VIGOR A LA FECHA DE NEGOCIO.                    *
      *  CADA NOVEDAD TRAE EL OPERADOR QUE LA CARGO; SE AUTORIZA   *
      *  CONTRA LA MATRIZ DE OPERADORES POR MEDIO DE PGMAXCBF (EL  *
      *  PRECIO SE CONTROLA CONTRA EL TOPE DEL OPERADOR) Y CADA    *
      *  CAMBIO APLICADO QUEDA ADEMAS EN EL LOG CONSOLIDADO DE     *
      *  MAESTROS DE REFERENCIA CON EL REGISTRO ANTES Y DESPUES.   *
      **************************************************************
       ENVIRONMENT DIVISION.
      **************************************************************
       77  WS-CANT-CAMBIOS            PIC 9(05)    VALUE ZEROES.
       77  WS-CANT-BAJAS              PIC 9(05)    VALUE ZEROES.
       77  WS-CANT-RECHAZADAS         PIC 9(05)    VALUE ZEROES.
       77  WS-CANT-NO-AUTORIZ         PIC 9(05)    VALUE ZEROES.

      *****************AUTORIZACION DE OPERADORES**********************
           COPY CPAUTOPE.

      *****************NOVEDAD DE PRECIO*******************************
      *    LA VIGENCIA OCUPA PARTE DEL VIEJO FILLER: EN CERO O
           05  NP-PRECIO              PIC 9(03)V99.
           05  NP-MONEDA              PIC X(03).
           05  NP-VIGENCIA            PIC 9(08).
           05  FILLER                 PIC X(52).
           05  NP-OPERADOR            PIC X(08).

       77  WS-FECHA-HOY    PIC 9(08)  VALUE ZEROS.
       77  WS-CANT-FUTURAS PIC 9(05)  VALUE ZEROS.
           EVALUATE FS-NOVEDAD
             WHEN '00'
                ADD 1 TO WS-CANT-LEIDAS
                PERFORM 2050-AUTORIZAR THRU F-2050-AUTORIZAR
                IF AOP-AUTORIZADO
                   PERFORM 2100-VALIDAR-PRODUCTO
                           THRU F-2100-VALIDAR-PRODUCTO

                   IF WS-PRODUCTO-OK
                      EVALUATE NP-ACCION
                          WHEN 'AL'
                               PERFORM 3000-ALTA-PRECIO
                                       THRU F-3000-ALTA-PRECIO
                          WHEN 'CM'
                               PERFORM 3100-CAMBIO-PRECIO
                                       THRU F-3100-CAMBIO-PRECIO
                          WHEN 'BJ'
                               PERFORM 3200-BAJA-PRECIO
                                       THRU F-3200-BAJA-PRECIO
                          WHEN OTHER
                               PERFORM 4000-RECHAZAR
                                       THRU F-4000-RECHAZAR
                      END-EVALUATE
                   END-IF
                END-IF

              WHEN '10'

       F-2000-PROCESO. EXIT.

      **************************************************************
       2050-AUTORIZAR.

           MOVE 'V'              TO AOP-FUNCION
           MOVE 'PGMPMCBF'       TO AOP-PROGRAMA
           MOVE 'PRECIOS'        TO AOP-MAESTRO
           MOVE NP-OPERADOR      TO AOP-OPERADOR
           MOVE NP-ACCION        TO AOP-TIPO-NOV
           MOVE ZEROS            TO AOP-IMPORTE

           IF NP-PRECIO IS NUMERIC
              MOVE NP-PRECIO     TO AOP-IMPORTE
           END-IF

           MOVE WS-REG-NOVPRE    TO AOP-NOVEDAD

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
      *    EL CODIGO DE LA NOVEDAD DEBE EXISTIR EN EL ARCHIVO DE
              NOT INVALID KEY
                 ADD 1 TO WS-CANT-ALTAS
                 MOVE ZEROS TO WS-PRECIO-ANT
                 MOVE SPACES TO AOP-ANTES
                 PERFORM 5000-GRABAR-LOG THRU F-5000-GRABAR-LOG
           END-WRITE.

                         THRU F-4100-GRABAR-RECHAZO
              NOT INVALID KEY
                 MOVE PM-PRECIO TO WS-PRECIO-ANT
                 MOVE REG-PRECIOMAE TO AOP-ANTES
      *    CON VIGENCIA FUTURA EL PRECIO SE CARGA EN EL CASILLERO
      *    PROXIMO Y EL VIGENTE NO SE TOCA TODAVIA.
                 IF NP-VIGENCIA IS NUMERIC
                         THRU F-4100-GRABAR-RECHAZO
              NOT INVALID KEY
                 MOVE PM-PRECIO TO WS-PRECIO-ANT
                 MOVE REG-PRECIOMAE TO AOP-ANTES
                 DELETE PRECIOMAE
                 IF FS-PRECIOMAE IS NOT EQUAL '00'
                    DISPLAY '* ERROR EN DELETE PRECIOMAE = '
              DISPLAY '* ERROR EN WRITE LOG      = ' FS-LOG
              MOVE 9999 TO RETURN-CODE
              SET FS-NOVEDAD-FIN TO TRUE
           END-IF

      *    EN EL LOG CONSOLIDADO LA BAJA QUEDA SIN IMAGEN DESPUES.
           IF NP-ACCION IS EQUAL 'BJ'
              MOVE SPACES        TO AOP-DESPUES
           ELSE
              MOVE REG-PRECIOMAE TO AOP-DESPUES
           END-IF

           MOVE NP-COD-PROD      TO AOP-CLAVE

           PERFORM 5500-REGISTRAR-CAMBIO THRU F-5500-REGISTRAR-CAMBIO.

       F-5000-GRABAR-LOG. EXIT.
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

             PERFORM 8000-REVISAR-VIGENCIAS
                     THRU F-8000-REVISAR-VIGENCIAS

                                              WS-CANT-BAJAS
             DISPLAY ' NOVEDADES RECHAZADAS        :  '
                                              WS-CANT-RECHAZADAS
             DISPLAY '   DE ELLAS NO AUTORIZADAS   :  '
                                              WS-CANT-NO-AUTORIZ
             DISPLAY ' PRECIOS FUTUROS CARGADOS    :  '
                                              WS-CANT-FUTURAS
             DISPLAY ' PRECIOS FUTUROS ACTIVADOS   :  '
