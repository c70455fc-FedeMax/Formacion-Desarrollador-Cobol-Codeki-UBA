      *  DDSEGM PARA EL TARGETING DE CAMPANIAS Y, CONTRA LA        *
      *  GENERACION ANTERIOR (DDSEGANT), IMPRIME EN DDSALI LA      *
      *  MATRIZ DE MIGRACION DE SEGMENTOS DEL MES.                 *
      *  PARA MARKETING GRABA APARTE EL EXTRACTO DDSEGMKT, CON EL  *
      *  MISMO DOCUMENTO - SEGMENTO MAS UNA MARCA POR CANAL (CORREO*
      *  POSTAL, CORREO ELECTRONICO, TELEFONO, SMS) TOMADA DEL     *
      *  REGISTRO DE CONSENTIMIENTOS DDCONSEN (LAYOUT CPCONSEN):   *
      *  SOLO ENTRA EL CLIENTE CON ALGUN CANAL CONSENTIDO, ASI LAS *
      *  CAMPANIAS NO LLEGAN A QUIEN PIDIO NO SER CONTACTADO.      *
      *  DDSEGM SIGUE COMPLETO PORQUE ES LA BASE DE LA MATRIZ Y    *
      *  DEL TARGETING DE LOS MENSAJES DE RESUMEN.                 *
      **************************************************************
       ENVIRONMENT DIVISION.
      **************************************************************

           SELECT SALIDA     ASSIGN TO DDSALI
                 FILE STATUS IS FS-SALIDA.

           SELECT SEGMKT     ASSIGN TO DDSEGMKT
                 FILE STATUS IS FS-SEGMKT.

           SELECT CONSENT    ASSIGN TO DDCONSEN
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS MAE-CNS-CLAVE
                 FILE STATUS IS FS-CONSENT.
      **************************************************************
       I-O-CONTROL.

           RECORDING MODE IS F.

       01   REG-SALIDA              PIC X(80).

      *    MARCAS DE CANAL: 'S' = CONSENTIMIENTO VIGENTE.
       FD   SEGMKT
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01   REG-SEGMKT.
           05  SMK-TIPDOC           PIC X(02).
           05  SMK-NRODOC           PIC 9(11).
           05  SMK-SEGMENTO         PIC X(01).
           05  SMK-CANALES.
               10  SMK-CON-CORREO   PIC X(01).
               10  SMK-CON-EMAIL    PIC X(01).
               10  SMK-CON-TELEFONO PIC X(01).
               10  SMK-CON-SMS      PIC X(01).
           05  FILLER               PIC X(02).

       FD   CONSENT.

       01   REG-CONSENT.
           03  MAE-CNS-CLAVE        PIC X(14).
           03  FILLER               PIC X(66).
      **************************************************************
       WORKING-STORAGE SECTION.
       77  FILLER        PIC X(26) VALUE '* INICIO WORKING-STORAGE *'.
       77  FS-CONTROL                 PIC XX      VALUE SPACES.
       77  FS-SEGSAL                  PIC XX      VALUE SPACES.
       77  FS-SALIDA                  PIC XX      VALUE SPACES.
       77  FS-SEGMKT                  PIC XX      VALUE SPACES.
       77  FS-CONSENT                 PIC XX      VALUE SPACES.

      *    SIN REGISTRO DE CONSENTIMIENTOS EL EXTRACTO DE MARKETING
      *    SALE VACIO: NADIE SE CONTACTA SIN CONSENTIMIENTO.
       01  WS-FLAG-CONSENT            PIC X       VALUE 'N'.
           88  WS-HAY-CONSENT                     VALUE 'S'.

      *********************CONTADORES*******************************
       77  WS-CLI-SEGMENTADOS         PIC 9(05)   VALUE ZEROES.
       77  WS-CLI-MARKETING           PIC 9(05)   VALUE ZEROES.
       77  WS-CLI-NO-CONTACTAR        PIC 9(05)   VALUE ZEROES.

      *****************CONSENTIMIENTO POR CANAL************************
       77  WS-CNL-SUB      PIC 9(01)  VALUE ZEROS.
       01  WS-LETRAS-CANAL PIC X(04)  VALUE 'CETS'.

           COPY CPCONSEN.

      *****************UMBRALES DE LA TARJETA**************************
       77  WS-UMBRAL-A     PIC 9(09)  VALUE 100000.
              SET  FS-EXTRACTO-FIN TO TRUE
           END-IF

           OPEN OUTPUT SEGMKT.

           IF FS-SEGMKT IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN SEGMKT    = ' FS-SEGMKT
              MOVE 9999 TO RETURN-CODE
              SET  FS-EXTRACTO-FIN TO TRUE
           END-IF

           OPEN INPUT  CONSENT.

           IF FS-CONSENT IS EQUAL '00'
              SET WS-HAY-CONSENT TO TRUE
           ELSE
              DISPLAY '* SIN REGISTRO DE CONSENTIMIENTOS, EXTRACTO '
                      'DE MARKETING VACIO, FS = ' FS-CONSENT
           END-IF

           OPEN INPUT  TARJETA.
           IF FS-CONTROL IS EQUAL '00'
              READ TARJETA

           PERFORM 3100-ACUM-MATRIZ THRU F-3100-ACUM-MATRIZ.

           PERFORM 3200-EXTRACTO-MKT THRU F-3200-EXTRACTO-MKT.

       F-3000-SEGMENTAR. EXIT.
      **************************************************************
       3100-ACUM-MATRIZ.
           ADD 1 TO WS-MAT-CELDA (WS-FILA WS-COLUMNA).

       F-3100-ACUM-MATRIZ. EXIT.
      **************************************************************
       3200-EXTRACTO-MKT.
      *    MARCA CADA CANAL CON CONSENTIMIENTO VIGENTE (OTORGADO Y
      *    NO RETIRADO); SIN NINGUNO EL CLIENTE QUEDA FUERA.
           MOVE SPACES       TO REG-SEGMKT
           MOVE 'NNNN'       TO SMK-CANALES

           IF NOT WS-HAY-CONSENT
              ADD 1 TO WS-CLI-NO-CONTACTAR
              GO TO F-3200-EXTRACTO-MKT
           END-IF

           PERFORM VARYING WS-CNL-SUB FROM 1 BY 1
                   UNTIL WS-CNL-SUB > 4
               MOVE WS-DOC-CLIENTE TO MAE-CNS-CLAVE (1:13)
               MOVE WS-LETRAS-CANAL (WS-CNL-SUB:1)
                                   TO MAE-CNS-CLAVE (14:1)
               READ CONSENT INTO WS-REG-CONSEN
                  INVALID KEY
                     CONTINUE
                  NOT INVALID KEY
                     IF CNS-FEC-OTORGA IS GREATER ZEROS
                        AND CNS-FEC-REVOCA IS EQUAL ZEROS
                        MOVE 'S' TO SMK-CANALES (WS-CNL-SUB:1)
                     END-IF
               END-READ
           END-PERFORM

           IF SMK-CANALES IS EQUAL 'NNNN'
              ADD 1 TO WS-CLI-NO-CONTACTAR
              GO TO F-3200-EXTRACTO-MKT
           END-IF

           MOVE EXT-TIPDOC   TO SMK-TIPDOC
           MOVE EXT-NRODOC   TO SMK-NRODOC
           MOVE WS-SEG-NUEVO TO SMK-SEGMENTO
           WRITE REG-SEGMKT

           IF FS-SEGMKT IS NOT EQUAL '00'
              DISPLAY '* ERROR EN WRITE SEGMKT   = ' FS-SEGMKT
              MOVE 9999 TO RETURN-CODE
              SET FS-EXTRACTO-FIN TO TRUE
           ELSE
              ADD 1 TO WS-CLI-MARKETING
           END-IF.

       F-3200-EXTRACTO-MKT. EXIT.
      **************************************************************
       9999-FINAL.

                  MOVE 9999 TO RETURN-CODE
                 END-IF

             CLOSE SEGMKT
                 IF FS-SEGMKT IS NOT EQUAL '00'
                  DISPLAY '* ERROR EN CLOSE SEGMKT    = '
                                            FS-SEGMKT
                  MOVE 9999 TO RETURN-CODE
                 END-IF

             IF WS-HAY-CONSENT
                CLOSE CONSENT
             END-IF

      **************************************
      *   MATRIZ DE MIGRACION DEL MES      *
      **************************************
             DISPLAY '***************************************'
             DISPLAY ' CLIENTES SEGMENTADOS        :  '
                                               WS-CLI-SEGMENTADOS
             DISPLAY ' EN EXTRACTO DE MARKETING    :  '
                                               WS-CLI-MARKETING
             DISPLAY ' SIN CONSENTIMIENTO (NO CONT):  '
                                               WS-CLI-NO-CONTACTAR
             DISPLAY '***************************************'

           END-IF.
