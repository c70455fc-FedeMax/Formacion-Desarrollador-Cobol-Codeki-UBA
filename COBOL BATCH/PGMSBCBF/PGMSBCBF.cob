       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMSBCBF.
       AUTHOR.    FEDERICO FALCON.
      **************************************************************
      *  REPASO DE TODA LA BASE DE CLIENTES CONTRA LA LISTA DE     *
      *  VIGILANCIA (SANCIONES Y PERSONAS EXPUESTAS                *
      *  POLITICAMENTE). CORRE CADA NOCHE PERO SOLO TRABAJA CUANDO *
      *  LLEGO UNA VERSION NUEVA DE LA LISTA: LA VERSION VIGENTE   *
      *  LA INFORMA EL MODULO DE COTEJO PGMSMCBF Y SE COMPARA CON  *
      *  LA ULTIMA REPASADA (DDVERANT); SI NO CAMBIO, NO HACE NADA *
      *  Y LA ARRASTRA A DDVERSAL. CON VERSION NUEVA COTEJA CADA   *
      *  CLIENTE DEL EXTRACTO DDEXTRAC Y, DE LAS COINCIDENCIAS,    *
      *  INFORMA EN DDSALI SOLO LAS QUE NO ESTABAN EN EL MAESTRO   *
      *  DE COINCIDENCIAS DDHITSAN (LAYOUT CPHITSAN), DONDE QUEDAN *
      *  GRABADAS PARA LAS VERSIONES SIGUIENTES.                   *
      **************************************************************
       ENVIRONMENT DIVISION.
      **************************************************************
       CONFIGURATION SECTION.

       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
      **************************************************************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

            SELECT EXTRACTO ASSIGN TO DDEXTRAC
                 FILE STATUS IS FS-EXTRACTO.

            SELECT COINCIDEN ASSIGN TO DDHITSAN
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS MAE-HIT-CLAVE
                 FILE STATUS IS FS-COINCIDEN.

            SELECT VERANT ASSIGN TO DDVERANT
                 FILE STATUS IS FS-VERANT.

            SELECT VERSAL ASSIGN TO DDVERSAL
                 FILE STATUS IS FS-VERSAL.

            SELECT SALIDA ASSIGN TO DDSALI
                 FILE STATUS IS FS-SALIDA.

            SELECT FECPRO ASSIGN TO DDFECPRO
                 FILE STATUS IS FS-FECPRO.
      **************************************************************
       I-O-CONTROL.

       DATA DIVISION.
       FILE SECTION.
       FD   EXTRACTO
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01   REG-EXTRACTO            PIC X(59).
      **************************************************************
       FD   COINCIDEN.

       01   REG-COINCIDEN.
           03  MAE-HIT-CLAVE        PIC X(24).
           03  FILLER               PIC X(56).
      **************************************************************
       FD   VERANT
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01   REG-VERANT.
           05  VRA-VERSION          PIC 9(08).
           05  FILLER               PIC X(72).
      **************************************************************
       FD   VERSAL
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01   REG-VERSAL.
           05  VRS-VERSION          PIC 9(08).
           05  FILLER               PIC X(72).
      **************************************************************
       FD   SALIDA
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01   REG-SALIDA              PIC X(80).
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

       77  FS-EXTRACTO     PIC XX    VALUE SPACES.
           88  FS-EXTRACTO-FIN       VALUE '10'.

       77  FS-COINCIDEN    PIC XX    VALUE SPACES.
       77  FS-VERANT       PIC XX    VALUE SPACES.
       77  FS-VERSAL       PIC XX    VALUE SPACES.
       77  FS-SALIDA       PIC XX    VALUE SPACES.
       77  FS-FECPRO       PIC XX    VALUE SPACES.

       01  WS-FLAG-REPASO  PIC X     VALUE 'N'.
           88  WS-HAY-REPASO         VALUE 'S'.

       77  WS-VERSION-ANT  PIC 9(08) VALUE ZEROS.
       77  WS-VERSION-HOY  PIC 9(08) VALUE ZEROS.

      *********************CONTADORES*******************************
       77  WS-CANT-LEIDOS             PIC 9(05)   VALUE ZEROES.
       77  WS-CANT-COINCIDEN          PIC 9(05)   VALUE ZEROES.
       77  WS-CANT-NUEVAS             PIC 9(05)   VALUE ZEROES.
       77  WS-CANT-CONOCIDAS          PIC 9(05)   VALUE ZEROES.

      *****************REGISTRO DEL EXTRACTO***************************
       01  WS-REG-EXT.
           05  EXT-TIPDOC           PIC X(02).
           05  EXT-NRODOC           PIC 9(11).
           05  EXT-NROCLI           PIC 9(07).
           05  EXT-NOMAPE           PIC X(30).
           05  EXT-SEXO             PIC X(01).
           05  EXT-FECNAC           PIC X(08).

      *****************LINEAS DEL REPORTE******************************
       01  WS-LIN-TITULO.
           05  FILLER               PIC X(40)   VALUE
           ' COINCIDENCIAS NUEVAS CON LA LISTA DE VI'.
           05  FILLER               PIC X(18)   VALUE
           'GILANCIA, VERSION '.
           05  WS-LT-VERSION        PIC 9(08).
           05  FILLER               PIC X(14)   VALUE SPACES.

       01  WS-LIN-DETALLE.
           05  FILLER               PIC X(01)   VALUE SPACE.
           05  WS-LD-RESULTADO      PIC X(01).
           05  FILLER               PIC X(01)   VALUE SPACE.
           05  WS-LD-LISTA          PIC X(01).
           05  FILLER               PIC X(01)   VALUE SPACE.
           05  WS-LD-ID             PIC X(10).
           05  FILLER               PIC X(01)   VALUE SPACE.
           05  WS-LD-TIPDOC         PIC X(02).
           05  FILLER               PIC X(01)   VALUE '-'.
           05  WS-LD-NRODOC         PIC 9(11).
           05  FILLER               PIC X(01)   VALUE SPACE.
           05  WS-LD-NOMAPE         PIC X(30).
           05  FILLER               PIC X(05)   VALUE ' CLI '.
           05  WS-LD-NROCLI         PIC 9(07).
           05  FILLER               PIC X(07)   VALUE SPACES.

      *****************AREAS DEL MAESTRO Y DEL MODULO******************
           COPY CPHITSAN.

           COPY CPSANCIO.

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
                   UNTIL FS-EXTRACTO-FIN.

           PERFORM 9999-FINAL    THRU  F-9999-FINAL.

       F-MAIN-PROGRAM. GOBACK.

      **************************************
      *                                    *
      *  CUERPO INICIO APERTURA ARCHIVOS   *
      *                                    *
      **************************************
       1000-INICIO.

           PERFORM 1100-LEER-FECHA   THRU F-1100-LEER-FECHA.

           PERFORM 1200-VER-VERSION  THRU F-1200-VER-VERSION.

           OPEN OUTPUT VERSAL.

           IF FS-VERSAL IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN VERSAL    = ' FS-VERSAL
              MOVE 9999 TO RETURN-CODE
              SET  FS-EXTRACTO-FIN TO TRUE
              GO TO F-1000-INICIO
           END-IF

           IF NOT WS-HAY-REPASO
              SET  FS-EXTRACTO-FIN TO TRUE
              GO TO F-1000-INICIO
           END-IF

           OPEN INPUT  EXTRACTO.

           IF FS-EXTRACTO IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN EXTRACTO  = ' FS-EXTRACTO
              MOVE 9999 TO RETURN-CODE
              SET  FS-EXTRACTO-FIN TO TRUE
           END-IF

           OPEN I-O    COINCIDEN.

           IF FS-COINCIDEN IS EQUAL '35'
              OPEN OUTPUT COINCIDEN
              CLOSE COINCIDEN
              OPEN I-O COINCIDEN
           END-IF

           IF FS-COINCIDEN IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN COINCIDEN = ' FS-COINCIDEN
              MOVE 9999 TO RETURN-CODE
              SET  FS-EXTRACTO-FIN TO TRUE
           END-IF

           OPEN OUTPUT SALIDA.

           IF FS-SALIDA IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN SALIDA    = ' FS-SALIDA
              MOVE 9999 TO RETURN-CODE
              SET  FS-EXTRACTO-FIN TO TRUE
           ELSE
              MOVE WS-VERSION-HOY TO WS-LT-VERSION
              WRITE REG-SALIDA FROM WS-LIN-TITULO
           END-IF.

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
       1200-VER-VERSION.
      *    SIN REGISTRO DE LA ULTIMA VERSION REPASADA (PRIMERA VEZ)
      *    CUALQUIER LISTA CUENTA COMO NUEVA.
           OPEN INPUT VERANT

           IF FS-VERANT IS EQUAL '00'
              READ VERANT
                 AT END
                    CONTINUE
                 NOT AT END
                    IF VRA-VERSION IS NUMERIC
                       MOVE VRA-VERSION TO WS-VERSION-ANT
                    END-IF
              END-READ
              CLOSE VERANT
           ELSE
              DISPLAY '* SIN REGISTRO DE ULTIMA VERSION REPASADA'
           END-IF

           MOVE 'V' TO SNC-FUNCION
           CALL 'PGMSMCBF' USING WS-SANCIO-AREA
           MOVE SNC-VERSION TO WS-VERSION-HOY

           EVALUATE TRUE
               WHEN WS-VERSION-HOY IS EQUAL ZEROS
                    DISPLAY '* LISTA DE VIGILANCIA VACIA O AUSENTE, '
                            'NO SE REPASA LA BASE'
                    MOVE WS-VERSION-ANT TO WS-VERSION-HOY
               WHEN WS-VERSION-HOY IS EQUAL WS-VERSION-ANT
                    DISPLAY '* LISTA SIN VERSION NUEVA ('
                            WS-VERSION-HOY '), NO SE REPASA LA BASE'
               WHEN OTHER
                    SET WS-HAY-REPASO TO TRUE
                    DISPLAY '* VERSION NUEVA DE LA LISTA '
                            WS-VERSION-HOY
                            ' (ANTERIOR ' WS-VERSION-ANT ')'
           END-EVALUATE.

       F-1200-VER-VERSION. EXIT.
      **************************************************************
       2000-PROCESO.

           READ EXTRACTO INTO WS-REG-EXT

           EVALUATE FS-EXTRACTO
             WHEN '00'
                  ADD 1 TO WS-CANT-LEIDOS
                  PERFORM 3000-COTEJAR THRU F-3000-COTEJAR

              WHEN '10'
                CONTINUE

              WHEN OTHER
              DISPLAY '* ERROR EN LECTURA EXTRACTO = ' FS-EXTRACTO
              MOVE 9999 TO RETURN-CODE
              SET FS-EXTRACTO-FIN TO TRUE

           END-EVALUATE.

       F-2000-PROCESO. EXIT.
      **************************************************************
       3000-COTEJAR.

           MOVE 'C'        TO SNC-FUNCION
           MOVE EXT-NOMAPE TO SNC-NOMAPE
           MOVE EXT-FECNAC TO SNC-FECNAC
           MOVE EXT-TIPDOC TO SNC-TIPDOC
           MOVE EXT-NRODOC TO SNC-NRODOC

           CALL 'PGMSMCBF' USING WS-SANCIO-AREA

           IF SNC-SIN-COINCIDENCIA
              GO TO F-3000-COTEJAR
           END-IF

           ADD 1 TO WS-CANT-COINCIDEN

           MOVE SPACES     TO WS-REG-HITSAN
           MOVE EXT-TIPDOC TO HIT-TIPDOC
           MOVE EXT-NRODOC TO HIT-NRODOC
           MOVE SNC-LISTA  TO HIT-LISTA
           MOVE SNC-ID     TO HIT-ID
           MOVE HIT-CLAVE  TO MAE-HIT-CLAVE

           READ COINCIDEN
              INVALID KEY
                 PERFORM 3100-GRABAR-NUEVA THRU F-3100-GRABAR-NUEVA
              NOT INVALID KEY
                 ADD 1 TO WS-CANT-CONOCIDAS
           END-READ.

       F-3000-COTEJAR. EXIT.
      **************************************************************
       3100-GRABAR-NUEVA.

           MOVE SNC-RESULTADO      TO HIT-RESULTADO
           MOVE WS-VERSION-HOY     TO HIT-VERSION
           MOVE WS-FECHA-NEGOCIO-R TO HIT-FECHA
           MOVE EXT-NOMAPE         TO HIT-NOMAPE

           WRITE REG-COINCIDEN FROM WS-REG-HITSAN

           IF FS-COINCIDEN IS NOT EQUAL '00'
              DISPLAY '* ERROR EN WRITE COINCIDEN = ' FS-COINCIDEN
              MOVE 9999 TO RETURN-CODE
              SET FS-EXTRACTO-FIN TO TRUE
              GO TO F-3100-GRABAR-NUEVA
           END-IF

           ADD 1 TO WS-CANT-NUEVAS

           MOVE SNC-RESULTADO TO WS-LD-RESULTADO
           MOVE SNC-LISTA     TO WS-LD-LISTA
           MOVE SNC-ID        TO WS-LD-ID
           MOVE EXT-TIPDOC    TO WS-LD-TIPDOC
           MOVE EXT-NRODOC    TO WS-LD-NRODOC
           MOVE EXT-NOMAPE    TO WS-LD-NOMAPE
           MOVE EXT-NROCLI    TO WS-LD-NROCLI

           WRITE REG-SALIDA FROM WS-LIN-DETALLE

           IF FS-SALIDA IS NOT EQUAL '00'
              DISPLAY '* ERROR EN WRITE SALIDA   = ' FS-SALIDA
              MOVE 9999 TO RETURN-CODE
              SET FS-EXTRACTO-FIN TO TRUE
           END-IF.

       F-3100-GRABAR-NUEVA. EXIT.
      **************************************************************
       9999-FINAL.

           IF RETURN-CODE NOT EQUAL 9999

             MOVE SPACES         TO REG-VERSAL
             MOVE WS-VERSION-HOY TO VRS-VERSION
             WRITE REG-VERSAL
                 IF FS-VERSAL IS NOT EQUAL '00'
                  DISPLAY '* ERROR EN GRABAR VERSAL  = '
                                            FS-VERSAL
                  MOVE 9999 TO RETURN-CODE
                 END-IF

             CLOSE VERSAL

             IF WS-HAY-REPASO
               CLOSE EXTRACTO
                 IF FS-EXTRACTO IS NOT EQUAL '00' AND '10'
                  DISPLAY '* ERROR EN CLOSE EXTRACTO = '
                                            FS-EXTRACTO
                  MOVE 9999 TO RETURN-CODE
                 END-IF

               CLOSE COINCIDEN
                 IF FS-COINCIDEN IS NOT EQUAL '00'
                  DISPLAY '* ERROR EN CLOSE COINCIDEN = '
                                            FS-COINCIDEN
                  MOVE 9999 TO RETURN-CODE
                 END-IF

               CLOSE SALIDA
                 IF FS-SALIDA IS NOT EQUAL '00'
                  DISPLAY '* ERROR EN CLOSE SALIDA   = '
                                            FS-SALIDA
                  MOVE 9999 TO RETURN-CODE
                 END-IF
             END-IF

             DISPLAY '******************************'
             DISPLAY ' VERSION DE LA LISTA     :  ' WS-VERSION-HOY
             DISPLAY ' CLIENTES COTEJADOS      :  ' WS-CANT-LEIDOS
             DISPLAY ' CON COINCIDENCIA        :  '
                                               WS-CANT-COINCIDEN
             DISPLAY '   NUEVAS, INFORMADAS    :  ' WS-CANT-NUEVAS
             DISPLAY '   YA CONOCIDAS          :  '
                                               WS-CANT-CONOCIDAS
             DISPLAY '******************************'

           END-IF.

       F-9999-FINAL.
           EXIT.
