      *  COMO HACE PGMSUCBF CON LAS SUCURSALES CERRADAS, ASI LAS   *
      *  CANCELACIONES QUEDAN A LA VISTA DEL GENERADOR Y DE LOS    *
      *  REPORTES.                                                 *
      *  LAS CUOTAS DE PRESTAMO YA NO SE CARGAN COMO ORDENES:      *
      *  VIVEN CON CAPITAL, TASA Y PLAZO EN EL MAESTRO DE          *
      *  PRESTAMOS (PGMPRCBF) Y LAS COBRA EL GENERADOR PGMPCCBF.   *
      *  CADA NOVEDAD TRAE EL OPERADOR QUE LA CARGO; SE AUTORIZA   *
      *  CONTRA LA MATRIZ DE OPERADORES POR MEDIO DE PGMAXCBF (EL  *
      *  IMPORTE DE LA ORDEN SE CONTROLA CONTRA EL TOPE DEL        *
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

      *****************NOVEDAD DE ORDEN PERMANENTE*********************
       01  WS-REG-NOVORD.
           05  NOR-FRECUENCIA       PIC X(01).
           05  NOR-FEC-PROXIMA      PIC 9(08).
           05  NOR-FEC-VENCIM       PIC 9(08).
           05  FILLER               PIC X(27).
           05  NOR-OPERADOR         PIC X(08).

       77  FILLER        PIC X(26) VALUE '* FINAL  WORKING-STORAGE *'.
      **************************************************************
           EVALUATE FS-NOVEDAD
             WHEN '00'
                  ADD 1 TO WS-CANT-LEIDAS
                  PERFORM 2050-AUTORIZAR THRU F-2050-AUTORIZAR
                  IF AOP-AUTORIZADO
                     EVALUATE NOR-ACCION
                         WHEN 'AL'
                              PERFORM 3000-ALTA THRU F-3000-ALTA
                         WHEN 'CM'
                              PERFORM 3100-CAMBIO THRU F-3100-CAMBIO
                         WHEN 'BJ'
                              PERFORM 3200-BAJA THRU F-3200-BAJA
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

           MOVE 'V'              TO AOP-FUNCION
           MOVE 'PGMOMCBF'       TO AOP-PROGRAMA
           MOVE 'ORDPER'         TO AOP-MAESTRO
           MOVE NOR-OPERADOR     TO AOP-OPERADOR
           MOVE NOR-ACCION       TO AOP-TIPO-NOV
           MOVE ZEROS            TO AOP-IMPORTE

           IF NOR-IMPORTE IS NUMERIC
              MOVE NOR-IMPORTE   TO AOP-IMPORTE
           END-IF

           MOVE WS-REG-NOVORD    TO AOP-NOVEDAD

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
                    MOVE MAE-ORD-NRO    TO AOP-CLAVE
                    MOVE SPACES         TO AOP-ANTES
                    MOVE WS-REG-ORDPER  TO AOP-DESPUES
                    PERFORM 5500-REGISTRAR-CAMBIO
                            THRU F-5500-REGISTRAR-CAMBIO
              END-WRITE
           END-IF
           END-IF
                 PERFORM 4100-GRABAR-RECHAZO
                         THRU F-4100-GRABAR-RECHAZO
              NOT INVALID KEY
                 MOVE WS-REG-ORDPER TO AOP-ANTES
                 IF NOR-IMPORTE IS NUMERIC
                    AND NOR-IMPORTE IS NOT EQUAL ZEROS
                    MOVE NOR-IMPORTE TO ORD-IMPORTE
                    SET FS-NOVEDAD-FIN TO TRUE
                 ELSE
                    ADD 1 TO WS-CANT-CAMBIOS
                    MOVE MAE-ORD-NRO    TO AOP-CLAVE
                    MOVE WS-REG-ORDPER  TO AOP-DESPUES
                    PERFORM 5500-REGISTRAR-CAMBIO
                            THRU F-5500-REGISTRAR-CAMBIO
                 END-IF
           END-READ.

                 PERFORM 4100-GRABAR-RECHAZO
                         THRU F-4100-GRABAR-RECHAZO
              NOT INVALID KEY
                 MOVE WS-REG-ORDPER TO AOP-ANTES
                 MOVE 'C' TO ORD-ESTADO
                 REWRITE REG-ORDENES FROM WS-REG-ORDPER
                 IF FS-ORDENES IS NOT EQUAL '00'
                    SET FS-NOVEDAD-FIN TO TRUE
                 ELSE
                    ADD 1 TO WS-CANT-BAJAS
                    MOVE MAE-ORD-NRO    TO AOP-CLAVE
                    MOVE WS-REG-ORDPER  TO AOP-DESPUES
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

             CLOSE ORDENES
                 IF FS-ORDENES IS NOT EQUAL '00'
                  DISPLAY '* ERROR EN CLOSE ORDENES  = '
                                               WS-CANT-BAJAS
             DISPLAY ' NOVEDADES RECHAZADAS         :  '
                                               WS-CANT-RECHAZADAS
             DISPLAY '   DE ELLAS NO AUTORIZADAS    :  '
                                               WS-CANT-NO-AUTORIZ
             DISPLAY '***************************************'

           END-IF.
