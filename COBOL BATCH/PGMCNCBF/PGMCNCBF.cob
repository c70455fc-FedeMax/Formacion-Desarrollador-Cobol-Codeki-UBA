       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMCNCBF.
       AUTHOR.    FEDERICO FALCON.
      **************************************************************
      *  REGISTRO DE CONSENTIMIENTO COMERCIAL Y DE NO CONTACTAR.   *
      *  SE UBICA EN LA CADENA DE NOVEDADES DE CLIENTES ENTRE      *
      *  PGMSNCBF Y PGMD2CBF: LEE EL FLUJO EN LAYOUT NOVCLI        *
      *  (DDENTRA) Y TOMA LAS NOVEDADES CS, QUE LA SUCURSAL CARGA  *
      *  CUANDO EL CLIENTE OTORGA ('O') O RETIRA ('R') SU          *
      *  CONSENTIMIENTO PARA UN CANAL ('C' CORREO POSTAL, 'E'      *
      *  CORREO ELECTRONICO, 'T' TELEFONO, 'S' SMS).               *
      *    - LAS APLICA SOBRE EL REGISTRO INDEXADO DDCONSEN        *
      *      (LAYOUT CPCONSEN), POR DOCUMENTO Y CANAL, CON LA      *
      *      FECHA INFORMADA Y LA SUCURSAL QUE LA CAPTO; UN RETIRO *
      *      SIN CONSENTIMIENTO PREVIO QUEDA IGUAL REGISTRADO COMO *
      *      NO CONTACTAR                                          *
      *    - AGREGA CADA CAMBIO AL HISTORICO DDCONHIS (LAYOUT      *
      *      CPCONHIS), QUE LISTA EL REPORTE DE AUDITORIA PGMCRCBF *
      *    - LA NOVEDAD CS INVALIDA VA A DDRECHA CON SU MOTIVO     *
      *  LAS NOVEDADES CS NO SIGUEN A PGMD2CBF; LAS DEMAS PASAN    *
      *  TAL CUAL. COMO EL PASO SACA REGISTROS DEL FLUJO, EL       *
      *  TRAILER DE DEFENSA SE RECALCULA SOBRE LO REALMENTE        *
      *  GRABADO, COMO EN PGMSNCBF.                                *
      **************************************************************
       ENVIRONMENT DIVISION.
      **************************************************************
       CONFIGURATION SECTION.

       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
      **************************************************************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

            SELECT ENTRADA ASSIGN TO DDENTRA
                 FILE STATUS IS FS-ENTRADA.

            SELECT SALIDA ASSIGN TO DDSALI
                 FILE STATUS IS FS-SALIDA.

            SELECT CONSENT ASSIGN TO DDCONSEN
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS MAE-CNS-CLAVE
                 FILE STATUS IS FS-CONSENT.

            SELECT CONHIS ASSIGN TO DDCONHIS
                 FILE STATUS IS FS-CONHIS.

            SELECT RECHAZOS ASSIGN TO DDRECHA
                 FILE STATUS IS FS-RECHAZOS.

            SELECT FECPRO ASSIGN TO DDFECPRO
                 FILE STATUS IS FS-FECPRO.
      **************************************************************
       I-O-CONTROL.

       DATA DIVISION.
       FILE SECTION.
       FD   ENTRADA
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01   REG-ENTRADA             PIC X(84).
      **************************************************************
       FD   SALIDA
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01   REG-SALIDA              PIC X(84).
      **************************************************************
       FD   CONSENT.

       01   REG-CONSENT.
           03  MAE-CNS-CLAVE        PIC X(14).
           03  FILLER               PIC X(66).
      **************************************************************
       FD   CONHIS
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01   REG-CONHIS              PIC X(60).
      **************************************************************
       FD   RECHAZOS
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01   REG-RECHAZO.
           05  RCH-NOVEDAD          PIC X(84).
           05  RCH-MOTIVO           PIC X(30).
      **************************************************************
       FD   FECPRO
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01   REG-FECPRO.
           05  FPR-FECHA            PIC 9(08).
           05  FILLER               PIC X(72).
      **************************************************************
       WORKING-STORAGE SECTION.

       77  FILLER        PIC X(26) VALUE '* INICIO WORKING-STORAGE *'.
      **************************************************************

           COPY NOVCLI.

       77  FS-ENTRADA      PIC XX    VALUE SPACES.
           88  FS-ENTRADA-FIN        VALUE '10'.

       77  FS-SALIDA       PIC XX    VALUE SPACES.
       77  FS-CONSENT      PIC XX    VALUE SPACES.
       77  FS-CONHIS       PIC XX    VALUE SPACES.
       77  FS-RECHAZOS     PIC XX    VALUE SPACES.
       77  FS-FECPRO       PIC XX    VALUE SPACES.

      *********************CONTADORES*******************************
       77  WS-CANT-LEIDAS             PIC 9(05)   VALUE ZEROES.
       77  WS-CANT-PASADAS            PIC 9(05)   VALUE ZEROES.
       77  WS-CANT-CONSENT            PIC 9(05)   VALUE ZEROES.
       77  WS-CANT-OTORGADOS          PIC 9(05)   VALUE ZEROES.
       77  WS-CANT-REVOCADOS          PIC 9(05)   VALUE ZEROES.
       77  WS-CANT-RECHAZADAS         PIC 9(05)   VALUE ZEROES.

      *****************TRAILER DE DEFENSA, RECALCULADO*****************
      *    LAS NOVEDADES CS SE CONSUMEN ACA, ASI QUE EL TRAILER QUE
      *    VIENE EN LA ENTRADA SE RETIENE Y A LA SALIDA SE ESCRIBE
      *    UNO NUEVO CON LA CANTIDAD Y EL HASH DE LO REALMENTE
      *    GRABADO, CONSERVANDO SU FECHA DE NEGOCIO.
       01  WS-FLAG-TRAILER PIC X     VALUE 'N'.
           88  WS-TRAILER-VISTO      VALUE 'S'.
           88  WS-TRAILER-AUSENTE    VALUE 'N'.

       77  WS-SAL-CANT     PIC 9(05) VALUE ZEROS.
       77  WS-SAL-HASH     PIC 9(11) VALUE ZEROS.

       01  WS-VISTA-TRAILER.
           05  VTR-MARCA       PIC X(02).
           05  VTR-CANT        PIC 9(05).
           05  VTR-HASH        PIC 9(11).
           05  VTR-FECHA       PIC 9(08).
           05  FILLER          PIC X(58).

      *****************ESTADO DEL CANAL ANTES DEL CAMBIO***************
      *    'V' = CONSENTIMIENTO VIGENTE, 'R' = RETIRADO,
      *    'N' = SIN REGISTRO PARA EL DOCUMENTO Y CANAL.
       01  WS-ESTADO-ANT   PIC X(01)  VALUE SPACE.
           88  WS-ANT-VIGENTE        VALUE 'V'.
           88  WS-ANT-REVOCADO       VALUE 'R'.
           88  WS-ANT-INEXISTENTE    VALUE 'N'.

       01  WS-FECHA-EFECTIVA PIC 9(08) VALUE ZEROS.

           COPY CPCONSEN.

           COPY CPCONHIS.

           COPY CPFECPRO.

       77  FILLER        PIC X(26) VALUE '* FINAL  WORKING-STORAGE *'.
      **************************************************************
       PROCEDURE DIVISION.
      **************************************
      *                                    *
      *  CUERPO PRINCIPAL DEL PROGRAMA     *
      *                                    *
      **************************************
       MAIN-PROGRAM.

           PERFORM 1000-INICIO  THRU   F-1000-INICIO.

           PERFORM 2000-PROCESO  THRU  F-2000-PROCESO
                   UNTIL FS-ENTRADA-FIN.

           PERFORM 9999-FINAL    THRU  F-9999-FINAL.

       F-MAIN-PROGRAM. GOBACK.

      **************************************
      *                                    *
      *  CUERPO INICIO APERTURA ARCHIVOS   *
      *                                    *
      **************************************
       1000-INICIO.

           OPEN INPUT  ENTRADA.

           IF FS-ENTRADA IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN ENTRADA   = ' FS-ENTRADA
              MOVE 9999 TO RETURN-CODE
              SET  FS-ENTRADA-FIN TO TRUE
           END-IF

           OPEN OUTPUT SALIDA.

           IF FS-SALIDA IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN SALIDA    = ' FS-SALIDA
              MOVE 9999 TO RETURN-CODE
              SET  FS-ENTRADA-FIN TO TRUE
           END-IF

      *    SI EL REGISTRO TODAVIA NO EXISTE SE CREA VACIO Y SE
      *    REABRE I-O, COMO HACE PGMLICBF CON EL DE LIMITES.
           OPEN I-O CONSENT.

           IF FS-CONSENT IS EQUAL '35'
              OPEN OUTPUT CONSENT
              CLOSE CONSENT
              OPEN I-O CONSENT
           END-IF

           IF FS-CONSENT IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN CONSENT   = ' FS-CONSENT
              MOVE 9999 TO RETURN-CODE
              SET  FS-ENTRADA-FIN TO TRUE
           END-IF

      *    EL HISTORICO DE CONSENTIMIENTOS ES PERMANENTE: SE AGREGA
      *    AL FINAL Y EN LA PRIMERA CORRIDA SE CREA.
           OPEN EXTEND CONHIS.

           IF FS-CONHIS IS EQUAL '35'
              OPEN OUTPUT CONHIS
           END-IF

           IF FS-CONHIS IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN CONHIS    = ' FS-CONHIS
              MOVE 9999 TO RETURN-CODE
              SET  FS-ENTRADA-FIN TO TRUE
           END-IF

           OPEN OUTPUT RECHAZOS.

           IF FS-RECHAZOS IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN RECHAZOS  = ' FS-RECHAZOS
              MOVE 9999 TO RETURN-CODE
              SET  FS-ENTRADA-FIN TO TRUE
           END-IF

           PERFORM 1100-LEER-FECHA      THRU F-1100-LEER-FECHA.

       F-1000-INICIO.   EXIT.
      **************************************************************
       1100-LEER-FECHA.

           MOVE ZEROS TO WS-FECHA-NEGOCIO-R.

           OPEN INPUT FECPRO.

           IF FS-FECPRO IS EQUAL '00'
              READ FECPRO
                 AT END
                    CONTINUE
                 NOT AT END
                    IF FPR-FECHA IS NUMERIC
                       MOVE FPR-FECHA TO WS-FECHA-NEGOCIO-R
                    END-IF
              END-READ
              CLOSE FECPRO
           END-IF.

           IF WS-FECHA-NEGOCIO-R IS EQUAL ZEROS
              ACCEPT WS-FECHA-NEGOCIO FROM DATE YYYYMMDD
           END-IF.

       F-1100-LEER-FECHA. EXIT.
      **************************************************************
       2000-PROCESO.

           READ ENTRADA INTO WS-REG-NOVCLI

           EVALUATE FS-ENTRADA
             WHEN '00'
                  IF NOV-TIP-NOV IS EQUAL 'TR'
      *    EL TRAILER DE LA FUENTE SE RETIENE: A LA SALIDA VA UNO
      *    RECALCULADO SOBRE LO REALMENTE GRABADO.
                     SET WS-TRAILER-VISTO TO TRUE
                     MOVE WS-REG-NOVCLI TO WS-VISTA-TRAILER
                  ELSE
                  ADD 1 TO WS-CANT-LEIDAS
                  IF NOV-TIP-NOV IS EQUAL 'CS'
                     PERFORM 3000-CONSENTIMIENTO
                             THRU F-3000-CONSENTIMIENTO
                  ELSE
                     PERFORM 4000-GRABAR-SALIDA
                             THRU F-4000-GRABAR-SALIDA
                  END-IF
                  END-IF

              WHEN '10'
                CONTINUE

              WHEN OTHER
              DISPLAY '* ERROR EN LECTURA DE ENTRADA ' FS-ENTRADA
              MOVE 9999 TO RETURN-CODE
              SET FS-ENTRADA-FIN TO TRUE

           END-EVALUATE.

       F-2000-PROCESO. EXIT.
      **************************************************************
       3000-CONSENTIMIENTO.

           ADD 1 TO WS-CANT-CONSENT

           PERFORM 3100-VALIDAR-CONSENT THRU F-3100-VALIDAR-CONSENT

           IF RCH-MOTIVO IS NOT EQUAL SPACES
              PERFORM 4100-GRABAR-RECHAZO THRU F-4100-GRABAR-RECHAZO
              GO TO F-3000-CONSENTIMIENTO
           END-IF

      *    SIN FECHA INFORMADA VALE LA FECHA DE NEGOCIO.
           IF NOV-CON-FECHA IS NUMERIC
              AND NOV-CON-FECHA IS GREATER ZEROS
              MOVE NOV-CON-FECHA      TO WS-FECHA-EFECTIVA
           ELSE
              MOVE WS-FECHA-NEGOCIO-R TO WS-FECHA-EFECTIVA
           END-IF

           MOVE NOV-TIP-DOC   TO MAE-CNS-CLAVE (1:2)
           MOVE NOV-NRO-DOC   TO MAE-CNS-CLAVE (3:11)
           MOVE NOV-CON-CANAL TO MAE-CNS-CLAVE (14:1)

           READ CONSENT INTO WS-REG-CONSEN
              INVALID KEY
                 SET WS-ANT-INEXISTENTE TO TRUE
                 MOVE SPACES        TO WS-REG-CONSEN
                 MOVE NOV-TIP-DOC   TO CNS-TIPDOC
                 MOVE NOV-NRO-DOC   TO CNS-NRODOC
                 MOVE NOV-CON-CANAL TO CNS-CANAL
                 MOVE ZEROS         TO CNS-FEC-OTORGA
                                       CNS-FEC-REVOCA
              NOT INVALID KEY
                 IF CNS-FEC-OTORGA IS GREATER ZEROS
                    AND CNS-FEC-REVOCA IS EQUAL ZEROS
                    SET WS-ANT-VIGENTE  TO TRUE
                 ELSE
                    SET WS-ANT-REVOCADO TO TRUE
                 END-IF
           END-READ

      *    UN RETIRO SOBRE UN CANAL YA RETIRADO NO CAMBIA NADA.
           IF NOV-CON-ACCION IS EQUAL 'R'
              AND WS-ANT-REVOCADO
              MOVE 'CONSENTIMIENTO YA RETIRADO' TO RCH-MOTIVO
              PERFORM 4100-GRABAR-RECHAZO THRU F-4100-GRABAR-RECHAZO
              GO TO F-3000-CONSENTIMIENTO
           END-IF

           IF NOV-CON-ACCION IS EQUAL 'O'
              MOVE WS-FECHA-EFECTIVA  TO CNS-FEC-OTORGA
              MOVE ZEROS              TO CNS-FEC-REVOCA
           ELSE
              MOVE WS-FECHA-EFECTIVA  TO CNS-FEC-REVOCA
           END-IF

           IF NOV-CLI-NRO IS NUMERIC
              AND NOV-CLI-NRO IS GREATER ZEROS
              MOVE NOV-CLI-NRO        TO CNS-NROCLI
           END-IF
           IF CNS-NROCLI IS NOT NUMERIC
              MOVE ZEROS              TO CNS-NROCLI
           END-IF
           MOVE NOV-CON-SUCURSAL      TO CNS-SUCURSAL
           MOVE WS-FECHA-NEGOCIO-R    TO CNS-FEC-MODIF

           IF WS-ANT-INEXISTENTE
              WRITE REG-CONSENT FROM WS-REG-CONSEN
           ELSE
              REWRITE REG-CONSENT FROM WS-REG-CONSEN
           END-IF

           IF FS-CONSENT IS NOT EQUAL '00'
              DISPLAY '* ERROR EN GRABAR CONSENT = ' FS-CONSENT
              MOVE 9999 TO RETURN-CODE
              SET FS-ENTRADA-FIN TO TRUE
              GO TO F-3000-CONSENTIMIENTO
           END-IF

           IF NOV-CON-ACCION IS EQUAL 'O'
              ADD 1 TO WS-CANT-OTORGADOS
           ELSE
              ADD 1 TO WS-CANT-REVOCADOS
           END-IF

           PERFORM 3200-GRABAR-HISTORICO THRU F-3200-GRABAR-HISTORICO.

       F-3000-CONSENTIMIENTO. EXIT.
      **************************************************************
       3100-VALIDAR-CONSENT.
      *    DEJA EN RCH-MOTIVO LA FALTA ENCONTRADA EN LA NOVEDAD; EN
      *    BLANCO LA NOVEDAD SE PUEDE APLICAR.
           MOVE SPACES TO RCH-MOTIVO

           IF NOV-TIP-DOC IS EQUAL SPACES
              OR NOV-NRO-DOC IS NOT NUMERIC
              OR NOV-NRO-DOC IS EQUAL ZEROS
              MOVE 'DOCUMENTO INVALIDO' TO RCH-MOTIVO
              GO TO F-3100-VALIDAR-CONSENT
           END-IF

           MOVE NOV-CON-CANAL TO CNS-CANAL

           IF NOT CNS-CANAL-VALIDO
              MOVE 'CANAL DE CONTACTO INVALIDO' TO RCH-MOTIVO
              GO TO F-3100-VALIDAR-CONSENT
           END-IF

           IF NOV-CON-ACCION IS NOT EQUAL 'O' AND 'R'
              MOVE 'ACCION DE CONSENTIMIENTO INVAL' TO RCH-MOTIVO
              GO TO F-3100-VALIDAR-CONSENT
           END-IF

           IF NOV-CON-SUCURSAL IS NOT NUMERIC
              MOVE 'SUCURSAL INVALIDA' TO RCH-MOTIVO
              GO TO F-3100-VALIDAR-CONSENT
           END-IF

           IF NOV-CON-FECHA IS NUMERIC
              AND NOV-CON-FECHA IS GREATER WS-FECHA-NEGOCIO-R
              MOVE 'FECHA DE CONSENTIMIENTO FUTURA' TO RCH-MOTIVO
           END-IF.

       F-3100-VALIDAR-CONSENT. EXIT.
      **************************************************************
       3200-GRABAR-HISTORICO.

           MOVE SPACES             TO WS-REG-CONHIS
           MOVE WS-FECHA-NEGOCIO-R TO HCN-FECHA
           MOVE CNS-TIPDOC         TO HCN-TIPDOC
           MOVE CNS-NRODOC         TO HCN-NRODOC
           MOVE CNS-CANAL          TO HCN-CANAL
           MOVE NOV-CON-ACCION     TO HCN-ACCION
           MOVE WS-FECHA-EFECTIVA  TO HCN-FEC-EFECTIVA
           MOVE CNS-SUCURSAL       TO HCN-SUCURSAL
           MOVE CNS-NROCLI         TO HCN-NROCLI
           MOVE WS-ESTADO-ANT      TO HCN-ESTADO-ANT

           WRITE REG-CONHIS FROM WS-REG-CONHIS

           IF FS-CONHIS IS NOT EQUAL '00'
              DISPLAY '* ERROR EN WRITE CONHIS   = ' FS-CONHIS
              MOVE 9999 TO RETURN-CODE
              SET FS-ENTRADA-FIN TO TRUE
           END-IF.

       F-3200-GRABAR-HISTORICO. EXIT.
      **************************************************************
       4000-GRABAR-SALIDA.

           WRITE REG-SALIDA FROM WS-REG-NOVCLI

           IF FS-SALIDA IS NOT EQUAL '00'
              DISPLAY '* ERROR EN WRITE SALIDA   = ' FS-SALIDA
              MOVE 9999 TO RETURN-CODE
              SET FS-ENTRADA-FIN TO TRUE
           ELSE
              ADD 1 TO WS-CANT-PASADAS
              ADD 1 TO WS-SAL-CANT
              IF NOV-NRO-DOC IS NUMERIC
                 ADD NOV-NRO-DOC TO WS-SAL-HASH
              END-IF
           END-IF.

       F-4000-GRABAR-SALIDA. EXIT.
      **************************************************************
       4100-GRABAR-RECHAZO.

           ADD 1 TO WS-CANT-RECHAZADAS

           MOVE WS-REG-NOVCLI TO RCH-NOVEDAD
           WRITE REG-RECHAZO

           IF FS-RECHAZOS IS NOT EQUAL '00'
              DISPLAY '* ERROR EN WRITE RECHAZOS = ' FS-RECHAZOS
              MOVE 9999 TO RETURN-CODE
              SET FS-ENTRADA-FIN TO TRUE
           END-IF.

       F-4100-GRABAR-RECHAZO. EXIT.
      **************************************************************
       9999-FINAL.

           IF RETURN-CODE NOT EQUAL 9999
             CLOSE ENTRADA
                 IF FS-ENTRADA IS NOT EQUAL '00' AND '10'
                  DISPLAY '* ERROR EN CLOSE ENTRADA  = '
                                            FS-ENTRADA
                  MOVE 9999 TO RETURN-CODE
                 END-IF

             IF WS-TRAILER-VISTO
                MOVE WS-SAL-CANT TO VTR-CANT
                MOVE WS-SAL-HASH TO VTR-HASH
                WRITE REG-SALIDA FROM WS-VISTA-TRAILER
                IF FS-SALIDA IS NOT EQUAL '00'
                   DISPLAY '* ERROR EN GRABAR TRAILER = '
                                             FS-SALIDA
                   MOVE 9999 TO RETURN-CODE
                END-IF
             END-IF

             CLOSE SALIDA
                 IF FS-SALIDA IS NOT EQUAL '00'
                  DISPLAY '* ERROR EN CLOSE SALIDA   = '
                                            FS-SALIDA
                  MOVE 9999 TO RETURN-CODE
                 END-IF

             CLOSE CONSENT
                 IF FS-CONSENT IS NOT EQUAL '00'
                  DISPLAY '* ERROR EN CLOSE CONSENT  = '
                                            FS-CONSENT
                  MOVE 9999 TO RETURN-CODE
                 END-IF

             CLOSE CONHIS
                 IF FS-CONHIS IS NOT EQUAL '00'
                  DISPLAY '* ERROR EN CLOSE CONHIS   = '
                                            FS-CONHIS
                  MOVE 9999 TO RETURN-CODE
                 END-IF

             CLOSE RECHAZOS
                 IF FS-RECHAZOS IS NOT EQUAL '00'
                  DISPLAY '* ERROR EN CLOSE RECHAZOS = '
                                            FS-RECHAZOS
                  MOVE 9999 TO RETURN-CODE
                 END-IF

             DISPLAY '******************************'
             DISPLAY ' NOVEDADES LEIDAS        :  ' WS-CANT-LEIDAS
             DISPLAY ' PASADAS A PGMD2CBF      :  ' WS-CANT-PASADAS
             DISPLAY ' NOVEDADES CS            :  ' WS-CANT-CONSENT
             DISPLAY ' CONSENTIMIENTOS DADOS   :  '
                                               WS-CANT-OTORGADOS
             DISPLAY ' CONSENTIMIENTOS RETIRADOS: '
                                               WS-CANT-REVOCADOS
             DISPLAY ' RECHAZADAS              :  '
                                               WS-CANT-RECHAZADAS
             DISPLAY '******************************'

           END-IF.

       F-9999-FINAL.
           EXIT.
