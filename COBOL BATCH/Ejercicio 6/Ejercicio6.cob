               10  RCH-EXI          PIC 9.
               10  RCH-HABIL        PIC 9.
               10  RCH-CUIT         PIC 9.
               10  RCH-PERSONA      PIC 9.
           05  FILLER               PIC X(16).
      **************************************************************
       FD   PENDIENTES
           BLOCK CONTAINS 0 RECORDS
       77  WS-VERI-EXI                PIC 9       VALUE ZERO.
       77  WS-VERI-HABIL              PIC 9       VALUE ZERO.
       77  WS-VERI-CUIT               PIC 9       VALUE ZERO.
       77  WS-VERI-PERSONA            PIC 9       VALUE ZERO.

      *********************VARIABLES A USAR*************************
       77  WS-TIP-DOC                 PIC X(2)    VALUE SPACES.
       77  WS-TOT-VERI-EXI            PIC 9(5)    VALUE ZEROES.
       77  WS-TOT-VERI-HABIL          PIC 9(5)    VALUE ZEROES.
       77  WS-TOT-VERI-CUIT           PIC 9(5)    VALUE ZEROES.
       77  WS-TOT-VERI-PERSONA        PIC 9(5)    VALUE ZEROES.

      *****************AñO DE CORTE COMO PARAMETRO*********************
      *    SE LEE DE LA TARJETA DE CONTROL EN 1000-INICIO; SI NO SE
      **************************************************************

       2400-CONTROLAR-DOCU.
      *    LA PERSONA JURIDICA SOLO SE DA DE ALTA CON CUIT; UNA
      *    JURIDICA CON OTRO DOCUMENTO, O UN TIPO DE PERSONA QUE NO
      *    ES 'F' NI 'J', SE MARCA CON SU PROPIO DIGITO DE REGLA.
           IF NOV-PERSONA-JURIDICA

              IF WS-TIP-DOC = 'CU'

                 CONTINUE

              ELSE
                   ADD 1 TO WS-CANT-ERRONEOS
                   ADD 1 TO WS-VERIFICA
                   ADD 1 TO WS-VERI-PERSONA
              END-IF

           ELSE

              IF NOT NOV-PERSONA-FISICA
                   ADD 1 TO WS-CANT-ERRONEOS
                   ADD 1 TO WS-VERIFICA
                   ADD 1 TO WS-VERI-PERSONA
              END-IF

              IF WS-TIP-DOC = 'DU' OR WS-TIP-DOC = 'PA'
              OR WS-TIP-DOC = 'PE' OR WS-TIP-DOC = 'CI'

                 CONTINUE

              ELSE
                   ADD 1 TO WS-CANT-ERRONEOS
                   ADD 1 TO WS-VERIFICA
                   ADD 1 TO WS-VERI-DOC
              END-IF

           END-IF

             PERFORM 2430-CONT-VALDOC THRU F-2430-CONT-VALDOC.

       2430-CONT-VALDOC.
      *    EL MODULO COMUN APLICA EL DIGITO VERIFICADOR DE
      *    CUIT/CUIL Y LAS REGLAS DE LONGITUD Y RANGO POR TIPO DE
      *    DOCUMENTO; ACA SOLO SE MARCA EL RESULTADO. PARA LA
      *    PERSONA JURIDICA EL DIGITO VERIFICADOR DE CUIT ES
      *    OBLIGATORIO, TENGA O NO REGLA EL TIPO.
           MOVE WS-TIP-DOC TO VDC-TIPDOC
           MOVE WS-NRO-DOC TO VDC-NRODOC

           IF NOV-PERSONA-JURIDICA
              SET VDC-DV-OBLIGATORIO TO TRUE
           ELSE
              MOVE SPACE TO VDC-EXIGE-DV
           END-IF

           CALL 'PGMCDCBF' USING WS-VALDOC-AREA

           IF VDC-RESULTADO IS EQUAL 'N'
                                           WS-TOT-VERI-HABIL
           DISPLAY '   DOCUMENTO CON REGLA/DV INVALIDO  :  '
                                           WS-TOT-VERI-CUIT
           DISPLAY '   TIPO DE PERSONA / DOCUMENTO      :  '
                                           WS-TOT-VERI-PERSONA
           DISPLAY '   FECHAS AJUSTADAS A DIA HABIL     :  '
                                           WS-CANT-AJUSTADAS
           DISPLAY '******************************'
              INITIALIZE WS-VERI-CUIT
           END-IF

           IF WS-VERI-PERSONA > 0
              PERFORM 4870-ERROR-PERSONA THRU F-4870-ERROR-PERSONA
              MOVE WS-VERI-PERSONA TO RCH-PERSONA
              ADD WS-VERI-PERSONA TO WS-TOT-VERI-PERSONA
              INITIALIZE WS-VERI-PERSONA
           END-IF

           IF WS-VERIFICA > 0
              WRITE REG-RECHAZO
              IF FS-RECHAZO IS NOT EQUAL '00'
      *         DISPLAY '-----------------------------'

       F-4850-ERROR-VALDOC. EXIT.
      **************************************************************
       4870-ERROR-PERSONA.

      *         DISPLAY '-----------------------------'
                DISPLAY ' TIPO DE PERSONA NO VALIDO O JURIDICA '
                        'SIN CUIT : ' NOV-CLI-PERSONA.
      *         DISPLAY '-----------------------------'

       F-4870-ERROR-PERSONA. EXIT.
      **************************************************************
       8900-GRABAR-ESTADISTICA.

