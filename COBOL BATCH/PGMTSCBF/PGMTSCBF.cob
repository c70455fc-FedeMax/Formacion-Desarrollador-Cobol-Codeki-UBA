      *    - GRABA LA TABLA RESULTANTE EN DDTASSAL Y EL LISTADO    *
      *      PARA FIRMA DE LA MESA DE PRODUCTOS EN DDSALI          *
      *  LOS RECHAZOS QUEDAN EN DDRECHA CON SU MOTIVO.             *
      *  CADA NOVEDAD TRAE EL OPERADOR QUE LA CARGO; SE AUTORIZA   *
      *  CONTRA LA MATRIZ DE OPERADORES POR MEDIO DE PGMAXCBF Y    *
      *  CADA CAMBIO APLICADO QUEDA ADEMAS EN EL LOG CONSOLIDADO   *
      *  DE MAESTROS DE REFERENCIA CON LA FILA ANTES Y DESPUES.    *
      **************************************************************
       ENVIRONMENT DIVISION.
      **************************************************************
       77  WS-CANT-BAJAS              PIC 9(05)   VALUE ZEROES.
       77  WS-CANT-RECHAZADAS         PIC 9(05)   VALUE ZEROES.
       77  WS-FILAS-GRABADAS          PIC 9(05)   VALUE ZEROES.
       77  WS-CANT-NO-AUTORIZ         PIC 9(05)   VALUE ZEROES.

      *****************FILA DE LA TABLA DE TASAS***********************
      *    MISMO LAYOUT QUE EL FD DE PGMINCBF / PGMIDCBF; LA TASA
           05  NTA-FEC-VIGENCIA     PIC 9(08).
           05  NTA-COMISION         PIC 9(05)V99.
           05  NTA-TASA-DEUDORA     PIC 9(02)V9(04).
           05  FILLER               PIC X(41).
           05  NTA-OPERADOR         PIC X(08).

      *****************TABLA DE TASAS EN MEMORIA***********************
       77  WS-TAS-CONT     PIC 9(03) USAGE COMP VALUE ZEROS.
      *****************AREA DEL MODULO DE FECHAS***********************
           COPY CPFECSRV.

      *****************AUTORIZACION DE OPERADORES**********************
           COPY CPAUTOPE.

      *****************LINEAS DEL LOG Y DEL LISTADO********************
       01  WS-LIN-LOG.
           05  WS-LG-ACCION         PIC X(02).
           EVALUATE FS-NOVEDAD
             WHEN '00'
                  ADD 1 TO WS-CANT-LEIDAS
                  PERFORM 2050-AUTORIZAR THRU F-2050-AUTORIZAR
                  IF AOP-AUTORIZADO
                     PERFORM 3000-APLICAR-NOVEDAD
                             THRU F-3000-APLICAR-NOVEDAD
                  END-IF

              WHEN '10'
                CONTINUE
           END-EVALUATE.

       F-2000-PROCESO. EXIT.
      **************************************************************
       2050-AUTORIZAR.

           MOVE 'V'              TO AOP-FUNCION
           MOVE 'PGMTSCBF'       TO AOP-PROGRAMA
           MOVE 'TASAS'          TO AOP-MAESTRO
           MOVE NTA-OPERADOR     TO AOP-OPERADOR
           MOVE NTA-ACCION       TO AOP-TIPO-NOV
           MOVE ZEROS            TO AOP-IMPORTE
           MOVE WS-REG-NOVTAS    TO AOP-NOVEDAD

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
       3000-APLICAR-NOVEDAD.
      *    LA FECHA DE VIGENCIA SE VALIDA CON EL MODULO DE FECHAS
                 MOVE 'N'              TO
                      WS-TAS-BAJA     (WS-TAS-CONT)
                 MOVE ZEROS TO WS-LG-TASA-ANT
                 MOVE WS-TAS-CONT TO WS-TAS-IDX
                 MOVE SPACES      TO AOP-ANTES
                 PERFORM 5000-GRABAR-LOG THRU F-5000-GRABAR-LOG
              ELSE
                 MOVE 'TABLA DE TASAS LLENA' TO RCH-MOTIVO
           ELSE
              ADD 1 TO WS-CANT-CAMBIOS
              MOVE WS-TAS-TASA (WS-TAS-IDX) TO WS-LG-TASA-ANT
              PERFORM 5600-IMAGEN-FILA THRU F-5600-IMAGEN-FILA
              MOVE WS-REG-TASA      TO AOP-ANTES
              MOVE NTA-TASA-MENSUAL TO WS-TAS-TASA     (WS-TAS-IDX)
              MOVE NTA-COMISION     TO WS-TAS-COMISION (WS-TAS-IDX)
              MOVE NTA-TASA-DEUDORA TO WS-TAS-DEUDORA  (WS-TAS-IDX)
           ELSE
              ADD 1 TO WS-CANT-BAJAS
              MOVE WS-TAS-TASA (WS-TAS-IDX) TO WS-LG-TASA-ANT
              PERFORM 5600-IMAGEN-FILA THRU F-5600-IMAGEN-FILA
              MOVE WS-REG-TASA      TO AOP-ANTES
              MOVE 'S' TO WS-TAS-BAJA (WS-TAS-IDX)
              PERFORM 5000-GRABAR-LOG THRU F-5000-GRABAR-LOG
           END-IF.
              DISPLAY '* ERROR EN WRITE LOG      = ' FS-LOG
              MOVE 9999 TO RETURN-CODE
              SET FS-NOVEDAD-FIN TO TRUE
           END-IF

      *    EN EL LOG CONSOLIDADO LA BAJA QUEDA SIN IMAGEN DESPUES.
           IF NTA-ACCION IS EQUAL 'BJ'
              MOVE SPACES TO AOP-DESPUES
           ELSE
              PERFORM 5600-IMAGEN-FILA THRU F-5600-IMAGEN-FILA
              MOVE WS-REG-TASA TO AOP-DESPUES
           END-IF

           MOVE SPACES           TO AOP-CLAVE
           MOVE NTA-TIPCUEN      TO AOP-CLAVE (1:2)
           MOVE NTA-FEC-VIGENCIA TO AOP-CLAVE (3:8)

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
       5600-IMAGEN-FILA.
      *    ARMA LA FILA APUNTADA POR WS-TAS-IDX CON EL LAYOUT DE LA
      *    TABLA DE TASAS.
           MOVE SPACES TO WS-REG-TASA
           MOVE WS-TAS-TIPCUEN  (WS-TAS-IDX) TO TAS-TIPCUEN
           MOVE WS-TAS-TASA     (WS-TAS-IDX) TO TAS-TASA-MENSUAL
           MOVE WS-TAS-VIGENCIA (WS-TAS-IDX) TO TAS-FEC-VIGENCIA
           MOVE WS-TAS-COMISION (WS-TAS-IDX) TO TAS-COMISION
           MOVE WS-TAS-DEUDORA  (WS-TAS-IDX) TO TAS-TASA-DEUDORA.

       F-5600-IMAGEN-FILA. EXIT.
      **************************************************************
       9999-FINAL.

           IF RETURN-CODE NOT EQUAL 9999
             MOVE 'F' TO AOP-FUNCION
             CALL 'PGMAXCBF' USING WS-AUTOPE-AREA
                 IF AOP-ERROR
                  DISPLAY '* ERROR EN CIERRE LOG DE MAESTROS'
                  MOVE 9999 TO RETURN-CODE
                 END-IF

             CLOSE NOVEDADES
                 IF FS-NOVEDAD IS NOT EQUAL '00' AND '10'
                  DISPLAY '* ERROR EN CLOSE NOVEDADES = '
                                               WS-CANT-BAJAS
             DISPLAY ' NOVEDADES RECHAZADAS         :  '
                                               WS-CANT-RECHAZADAS
             DISPLAY '   DE ELLAS NO AUTORIZADAS    :  '
                                               WS-CANT-NO-AUTORIZ
             DISPLAY ' FILAS GRABADAS               :  '
                                               WS-FILAS-GRABADAS
             DISPLAY '***************************************'
