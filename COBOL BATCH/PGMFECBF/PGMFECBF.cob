      *      LA FECHA DE LA TARJETA DDCTRL QUEDO SIN FERIADOS      *
      *      CARGADOS, QUE ES LA FORMA SILENCIOSA EN QUE SE        *
      *      OLVIDA EL CALENDARIO DEL ANIO PROXIMO                 *
      *    - AUTORIZA CADA NOVEDAD CONTRA LA MATRIZ DE OPERADORES  *
      *      (PGMAXCBF) Y REGISTRA CADA ALTA O BAJA APLICADA EN EL *
      *      LOG CONSOLIDADO DE MAESTROS DE REFERENCIA             *
      **************************************************************
       ENVIRONMENT DIVISION.
      **************************************************************
           05  NFE-ACCION           PIC X(02).
           05  NFE-FECHA            PIC 9(08).
           05  NFE-DESCRIPCION      PIC X(30).
           05  FILLER               PIC X(32).
           05  NFE-OPERADOR         PIC X(08).

       FD   FERSAL
           BLOCK CONTAINS 0 RECORDS
       77  WS-CANT-RECHAZADAS         PIC 9(05)   VALUE ZEROES.
       77  WS-FER-GRABADOS            PIC 9(03)   VALUE ZEROES.
       77  WS-MESES-VACIOS            PIC 9(01)   VALUE ZEROES.
       77  WS-CANT-NO-AUTORIZ         PIC 9(05)   VALUE ZEROES.

      *****************AUTORIZACION DE OPERADORES**********************
           COPY CPAUTOPE.

      *****************FECHA DE PROCESO DE LA TARJETA*****************
       77  WS-FECHA-PROC              PIC 9(08)   VALUE ZEROES.
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
           MOVE 'PGMFECBF'       TO AOP-PROGRAMA
           MOVE 'FERIADOS'       TO AOP-MAESTRO
           MOVE NFE-OPERADOR     TO AOP-OPERADOR
           MOVE NFE-ACCION       TO AOP-TIPO-NOV
           MOVE ZEROS            TO AOP-IMPORTE
           MOVE REG-NOVEDAD      TO AOP-NOVEDAD

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

                          MOVE NFE-DESCRIPCION TO
                               WS-FER-DESC  (WS-FER-CONT)
                          MOVE 'N' TO WS-FER-BAJA (WS-FER-CONT)
                          MOVE SPACES          TO AOP-ANTES
                                                  AOP-DESPUES
                          MOVE NFE-FECHA       TO AOP-DESPUES (1:8)
                          MOVE NFE-DESCRIPCION TO AOP-DESPUES (9:30)
                          PERFORM 5500-REGISTRAR-CAMBIO
                                  THRU F-5500-REGISTRAR-CAMBIO
                       ELSE
                          MOVE 'CALENDARIO LLENO' TO RCH-MOTIVO
                          PERFORM 4100-GRABAR-RECHAZO
                    ELSE
                       ADD 1 TO WS-CANT-BAJAS
                       MOVE 'S' TO WS-FER-BAJA (WS-FER-IDX)
                       MOVE SPACES TO AOP-ANTES
                                      AOP-DESPUES
                       MOVE WS-FER-FECHA (WS-FER-IDX)
                            TO AOP-ANTES (1:8)
                       MOVE WS-FER-DESC  (WS-FER-IDX)
                            TO AOP-ANTES (9:30)
                       PERFORM 5500-REGISTRAR-CAMBIO
                               THRU F-5500-REGISTRAR-CAMBIO
                    END-IF

               WHEN OTHER
           END-IF.

       F-4100-GRABAR-RECHAZO. EXIT.
      **************************************************************
       5500-REGISTRAR-CAMBIO.
      *    EN EL LOG CONSOLIDADO LA IMAGEN DEL FERIADO ES LA FILA
      *    DEL CALENDARIO: FECHA Y DESCRIPCION.
           MOVE NFE-FECHA TO AOP-CLAVE
           MOVE 'L'       TO AOP-FUNCION

           CALL 'PGMAXCBF' USING WS-AUTOPE-AREA

           IF AOP-ERROR
              DISPLAY '* ERROR EN LOG DE MAESTROS = ' AOP-MOTIVO
              MOVE 9999 TO RETURN-CODE
              SET FS-NOVEDAD-FIN TO TRUE
           END-IF.

       F-5500-REGISTRAR-CAMBIO. EXIT.
      **************************************************************
       5000-VALIDAR-FECHA.

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
             DISPLAY ' FERIADOS EN EL CALENDARIO    :  '
                                               WS-FER-GRABADOS
             DISPLAY ' MESES PROXIMOS SIN FERIADOS  :  '
