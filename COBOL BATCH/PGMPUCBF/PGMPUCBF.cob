      *  EXCEPCIONES (DDEXCEP) EN LUGAR DEL ARCHIVO DE SALIDA; LOS *
      *  CLIENTES SIN ESTADO CIVIL SALEN CON EL CAMPO EN BLANCO,   *
      *  QUE PGMC1CBF YA LISTA COMO INVALIDO PARA CALIDAD DE DATOS.*
      *  LAS PERSONAS JURIDICAS DEL EXTRACTO APARTE DDPERJUR       *
      *  (MISMO ORDEN) SALEN MARCADAS EN WS-SUC-TIPO-PERSONA = 'J' *
      *  PARA QUE LAS DEMOGRAFIAS DE PERSONAS LAS DEJEN AFUERA;    *
      *  SIN ESE ARCHIVO TODOS SALEN COMO PERSONA FISICA, COMO     *
      *  ANTES.                                                    *
      **************************************************************
       ENVIRONMENT DIVISION.
      **************************************************************

           SELECT EXCEPCIONES ASSIGN TO DDEXCEP
                 FILE STATUS IS FS-EXCEPCION.

           SELECT PERJUR     ASSIGN TO DDPERJUR
                 FILE STATUS IS FS-PERJUR.
      **************************************************************
       I-O-CONTROL.

           RECORDING MODE IS F.

       01   REG-EXCEPCION           PIC X(59).

       FD   PERJUR
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01   REG-PERJUR              PIC X(60).
      **************************************************************
       WORKING-STORAGE SECTION.
       77  FILLER        PIC X(26) VALUE '* INICIO WORKING-STORAGE *'.
       77  FS-ESTCIVIL                PIC XX      VALUE SPACES.
       77  FS-SALIDA                  PIC XX      VALUE SPACES.
       77  FS-EXCEPCION               PIC XX      VALUE SPACES.
       77  FS-PERJUR                  PIC XX      VALUE SPACES.

       77  WS-STATUS                  PIC X.
           88  WS-FIN                 VALUE 'Y'.
           88  WS-FIN-CIV             VALUE 'Y'.
           88  WS-NO-FIN-CIV          VALUE 'N'.

       77  WS-PJU-FLAG                PIC X.
           88  WS-FIN-PJU             VALUE 'Y'.
           88  WS-NO-FIN-PJU          VALUE 'N'.

      *********************CONTADORES*******************************
       77  WS-EXT-LEIDOS              PIC 9(05)   VALUE ZEROES.
       77  WS-CANT-EMITIDOS           PIC 9(05)   VALUE ZEROES.
       77  WS-CANT-SIN-SUC            PIC 9(05)   VALUE ZEROES.
       77  WS-CANT-SIN-CIV            PIC 9(05)   VALUE ZEROES.
       77  WS-CANT-JURIDICAS          PIC 9(05)   VALUE ZEROES.

      *****************REGISTRO DEL EXTRACTO***************************
       01  WS-REG-EXT.
               10  CIV-NRODOC       PIC 9(11).
           05  CIV-EST-CIV          PIC X(10).

      *****************PERSONAS JURIDICAS******************************
           COPY CPPERJUR.

      ***********************COPYS**********************************
           COPY CLICOB.

             SET  WS-FIN     TO TRUE
           END-IF.

      *    EL EXTRACTO DE PERSONAS JURIDICAS ES OPCIONAL: SIN EL,
      *    TODOS LOS CLIENTES SALEN COMO PERSONA FISICA.
           SET WS-NO-FIN-PJU TO TRUE

           OPEN INPUT  PERJUR.

           IF FS-PERJUR   IS NOT EQUAL '00'
             DISPLAY '* SIN EXTRACTO DE PERSONAS JURIDICAS (FS '
                     FS-PERJUR '), TODOS SALEN COMO PERSONA FISICA'
             SET  WS-FIN-PJU TO TRUE
             MOVE HIGH-VALUE TO PJU-CLAVE
           END-IF.

           PERFORM 2600-LEER-SUCASIG    THRU F-2600-LEER-SUCASIG.
           PERFORM 2700-LEER-ESTCIVIL   THRU F-2700-LEER-ESTCIVIL.
           PERFORM 2800-LEER-PERJUR     THRU F-2800-LEER-PERJUR.

       F-1000-INICIO.   EXIT.
      **************************************************************
                      UNTIL WS-FIN-CIV
                      OR CIV-CLAVE IS NOT LESS THAN EXT-CLAVE

              PERFORM 2800-LEER-PERJUR   THRU F-2800-LEER-PERJUR
                      UNTIL WS-FIN-PJU
                      OR PJU-CLAVE IS NOT LESS THAN EXT-CLAVE

              PERFORM 3000-ARMAR-CLICOB  THRU F-3000-ARMAR-CLICOB

           END-IF.
           END-IF.

       F-2700-LEER-ESTCIVIL. EXIT.
      **************************************************************
       2800-LEER-PERJUR.

           IF WS-FIN-PJU
              CONTINUE
           ELSE
              READ PERJUR    INTO WS-REG-PERJUR

              EVALUATE FS-PERJUR
                WHEN '00'
                   CONTINUE

                 WHEN '10'
                 SET WS-FIN-PJU      TO TRUE
                      MOVE HIGH-VALUE TO PJU-CLAVE

              WHEN OTHER
                 DISPLAY '* ERROR EN LECTURA PERJUR   = ' FS-PERJUR
                 MOVE 9999 TO RETURN-CODE
                 SET WS-FIN-PJU  TO TRUE
                 SET WS-FIN      TO TRUE

              END-EVALUATE
           END-IF.

       F-2800-LEER-PERJUR. EXIT.
      **************************************************************
       3000-ARMAR-CLICOB.
      *    ARMA EL REGISTRO CLICOB DEL CLIENTE LEIDO: LA SUCURSAL ES
                 MOVE SPACES       TO WS-SUC-EST-CIV
              END-IF

      *    LA PERSONA JURIDICA NO TIENE ESTADO CIVIL: NO SE CUENTA
      *    COMO FALTANTE DE CALIDAD DE DATOS.
              IF PJU-CLAVE IS EQUAL EXT-CLAVE
                 MOVE 'J'          TO WS-SUC-TIPO-PERSONA
                 ADD 1 TO WS-CANT-JURIDICAS
                 IF CIV-CLAVE IS NOT EQUAL EXT-CLAVE
                    SUBTRACT 1 FROM WS-CANT-SIN-CIV
                 END-IF
              ELSE
                 MOVE 'F'          TO WS-SUC-TIPO-PERSONA
              END-IF

              WRITE REG-SALIDA FROM WS-REG-CLICOB

              IF FS-SALIDA IS NOT EQUAL '00'
                  MOVE 9999 TO RETURN-CODE
                 END-IF

             IF FS-PERJUR IS EQUAL '00' OR FS-PERJUR IS EQUAL '10'
                CLOSE PERJUR
             END-IF

             DISPLAY '***************************************'
             DISPLAY ' CLIENTES LEIDOS DEL EXTRACTO :  ' WS-EXT-LEIDOS
             DISPLAY ' REGISTROS CLICOB EMITIDOS    :  '
                                                   WS-CANT-SIN-SUC
             DISPLAY ' CLIENTES SIN ESTADO CIVIL    :  '
                                                   WS-CANT-SIN-CIV
             DISPLAY ' PERSONAS JURIDICAS MARCADAS  :  '
                                                   WS-CANT-JURIDICAS
             DISPLAY '***************************************'

           END-IF.
