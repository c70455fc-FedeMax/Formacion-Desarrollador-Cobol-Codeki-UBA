       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMSNCBF.
       AUTHOR.    FEDERICO FALCON.
      **************************************************************
      *  FILTRO DE SANCIONES Y PERSONAS EXPUESTAS POLITICAMENTE    *
      *  SOBRE LAS NOVEDADES DE LA NOCHE. SE UBICA ENTRE PGMVACBF  *
      *  (DESPUES DE PGMDOCBF) Y PGMD2CBF: LEE EL FLUJO DE         *
      *  NOVEDADES EN LAYOUT NOVCLI (DDENTRA) Y COTEJA CADA ALTA   *
      *  (AL) Y CADA CAMBIO DE NOMBRE (CN, QUE LAS CARTAS DE       *
      *  PGMNTCBF LLAMAN NA) CONTRA LA LISTA DE VIGILANCIA CON EL  *
      *  MODULO PGMSMCBF (AREA CPSANCIO). LAS DEMAS NOVEDADES      *
      *  PASAN TAL CUAL.                                           *
      *    - ALTA CON COINCIDENCIA: NO ENTRA A LA BASE; QUEDA EN   *
      *      LA COLA DE CUMPLIMIENTO DDCMPSAL (LAYOUT CPPENCUM)    *
      *      HASTA QUE UNA TARJETA DE DDDECCUM LA LIBERE ('L') O   *
      *      LA RECHACE ('R')                                      *
      *    - CAMBIO DE NOMBRE CON COINCIDENCIA: PASA Y SE INFORMA  *
      *  LA COLA DE LA NOCHE ANTERIOR (DDCMPANT) SE REPASA PRIMERO *
      *  CONTRA LAS TARJETAS: LAS LIBERADAS VUELVEN AL FLUJO, LAS  *
      *  RECHAZADAS VAN A DDRECHA Y LAS DEMAS SIGUEN ESPERANDO.    *
      *  TODO LO ACTUADO SE LISTA EN DDREPOR. COMO EL PASO SACA Y  *
      *  AGREGA REGISTROS AL FLUJO, EL TRAILER DE DEFENSA SE       *
      *  RECALCULA SOBRE LO REALMENTE GRABADO, COMO EN PGMDOCBF.   *
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

            SELECT PENDANT ASSIGN TO DDCMPANT
                 FILE STATUS IS FS-PENDANT.

            SELECT PENDSAL ASSIGN TO DDCMPSAL
                 FILE STATUS IS FS-PENDSAL.

            SELECT DECISIONES ASSIGN TO DDDECCUM
                 FILE STATUS IS FS-DECISION.

            SELECT RECHAZOS ASSIGN TO DDRECHA
                 FILE STATUS IS FS-RECHAZOS.

            SELECT REPORTE ASSIGN TO DDREPOR
                 FILE STATUS IS FS-REPORTE.

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
       FD   PENDANT
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01   REG-PENDANT             PIC X(120).
      **************************************************************
       FD   PENDSAL
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01   REG-PENDSAL             PIC X(120).
      **************************************************************
      *    DECISION DE CUMPLIMIENTO SOBRE UN ALTA RETENIDA:
      *    'L' = LIBERAR AL FLUJO, 'R' = RECHAZAR.
       FD   DECISIONES
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01   REG-DECISION.
           05  DEC-TIPDOC           PIC X(02).
           05  DEC-NRODOC           PIC 9(11).
           05  DEC-DECISION         PIC X(01).
           05  DEC-OPERADOR         PIC X(08).
           05  FILLER               PIC X(58).
      **************************************************************
       FD   RECHAZOS
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01   REG-RECHAZO.
           05  RCH-NOVEDAD          PIC X(84).
           05  RCH-MOTIVO           PIC X(30).
      **************************************************************
       FD   REPORTE
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01   REG-REPORTE             PIC X(80).
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
       77  FS-PENDANT      PIC XX    VALUE SPACES.
       77  FS-PENDSAL      PIC XX    VALUE SPACES.
       77  FS-DECISION     PIC XX    VALUE SPACES.
       77  FS-RECHAZOS     PIC XX    VALUE SPACES.
       77  FS-REPORTE      PIC XX    VALUE SPACES.
       77  FS-FECPRO       PIC XX    VALUE SPACES.

      *********************CONTADORES*******************************
       77  WS-CANT-LEIDAS             PIC 9(05)   VALUE ZEROES.
       77  WS-CANT-COTEJADAS          PIC 9(05)   VALUE ZEROES.
       77  WS-CANT-COINCIDEN          PIC 9(05)   VALUE ZEROES.
       77  WS-CANT-RETENIDAS          PIC 9(05)   VALUE ZEROES.
       77  WS-CANT-LIBERADAS          PIC 9(05)   VALUE ZEROES.
       77  WS-CANT-RECHAZADAS         PIC 9(05)   VALUE ZEROES.
       77  WS-CANT-ESPERAN            PIC 9(05)   VALUE ZEROES.

      *****************TRAILER DE DEFENSA, RECALCULADO*****************
      *    ESTE PROGRAMA SACA DEL FLUJO LAS ALTAS RETENIDAS Y LE
      *    AGREGA LAS QUE CUMPLIMIENTO LIBERA, ASI QUE EL TRAILER QUE
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

      *****************DECISIONES DE CUMPLIMIENTO**********************
       77  WS-DEC-CONT     PIC 9(03) USAGE COMP VALUE ZEROS.
       77  WS-DEC-SUB      PIC 9(03) USAGE COMP VALUE ZEROS.
       01  WS-TABLA-DECIS.
           03  WS-DEC      OCCURS 500 TIMES.
               05  WS-DEC-DOC       PIC X(13).
               05  WS-DEC-DECISION  PIC X(01).
               05  WS-DEC-OPERADOR  PIC X(08).

       01  WS-DOC-NOVEDAD  PIC X(13)  VALUE SPACES.
       01  WS-DECISION     PIC X(01)  VALUE SPACE.
           88  WS-DEC-LIBERAR        VALUE 'L'.
           88  WS-DEC-RECHAZAR       VALUE 'R'.

      *****************LINEA DEL REPORTE******************************
       01  WS-LIN-DETALLE.
           05  WS-LD-ESTADO         PIC X(10).
           05  WS-LD-TIPNOV         PIC X(02).
           05  FILLER               PIC X(01)   VALUE SPACE.
           05  WS-LD-TIPDOC         PIC X(02).
           05  FILLER               PIC X(01)   VALUE '-'.
           05  WS-LD-NRODOC         PIC 9(11).
           05  FILLER               PIC X(01)   VALUE SPACE.
           05  WS-LD-RESULTADO      PIC X(01).
           05  FILLER               PIC X(01)   VALUE SPACE.
           05  WS-LD-LISTA          PIC X(01).
           05  FILLER               PIC X(01)   VALUE SPACE.
           05  WS-LD-ID             PIC X(10).
           05  FILLER               PIC X(01)   VALUE SPACE.
           05  WS-LD-NOMBRE         PIC X(30).
           05  FILLER               PIC X(07)   VALUE SPACES.

      *****************AREAS DE LA COLA Y DEL MODULO*******************
           COPY CPPENCUM.

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

           OPEN OUTPUT PENDSAL.

           IF FS-PENDSAL IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN PENDSAL   = ' FS-PENDSAL
              MOVE 9999 TO RETURN-CODE
              SET  FS-ENTRADA-FIN TO TRUE
           END-IF

           OPEN OUTPUT RECHAZOS.

           IF FS-RECHAZOS IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN RECHAZOS  = ' FS-RECHAZOS
              MOVE 9999 TO RETURN-CODE
              SET  FS-ENTRADA-FIN TO TRUE
           END-IF

           OPEN OUTPUT REPORTE.

           IF FS-REPORTE IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN REPORTE   = ' FS-REPORTE
              MOVE 9999 TO RETURN-CODE
              SET  FS-ENTRADA-FIN TO TRUE
           END-IF

           IF RETURN-CODE IS EQUAL 9999
              GO TO F-1000-INICIO
           END-IF

           PERFORM 1100-LEER-FECHA      THRU F-1100-LEER-FECHA.

           PERFORM 1200-CARGAR-DECISION THRU F-1200-CARGAR-DECISION.

           PERFORM 1300-REPASAR-COLA    THRU F-1300-REPASAR-COLA.

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
       1200-CARGAR-DECISION.
      *    SIN TARJETAS DE CUMPLIMIENTO TODA LA COLA SIGUE ESPERANDO.
           OPEN INPUT DECISIONES

           IF FS-DECISION IS EQUAL '00'
              PERFORM UNTIL FS-DECISION IS NOT EQUAL '00'
                 READ DECISIONES
                    AT END
                       MOVE '10' TO FS-DECISION
                    NOT AT END
                       IF (DEC-DECISION IS EQUAL 'L'
                           OR DEC-DECISION IS EQUAL 'R')
                          AND WS-DEC-CONT < 500
                          ADD 1 TO WS-DEC-CONT
                          MOVE DEC-TIPDOC   TO
                               WS-DEC-DOC (WS-DEC-CONT) (1:2)
                          MOVE DEC-NRODOC   TO
                               WS-DEC-DOC (WS-DEC-CONT) (3:11)
                          MOVE DEC-DECISION TO
                               WS-DEC-DECISION (WS-DEC-CONT)
                          MOVE DEC-OPERADOR TO
                               WS-DEC-OPERADOR (WS-DEC-CONT)
                       ELSE
                          DISPLAY '* TARJETA DE CUMPLIMIENTO '
                                  'IGNORADA: ' DEC-TIPDOC '-'
                                  DEC-NRODOC ' ' DEC-DECISION
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE DECISIONES
           ELSE
              DISPLAY '* SIN TARJETAS DE CUMPLIMIENTO DDDECCUM'
           END-IF.

       F-1200-CARGAR-DECISION. EXIT.
      **************************************************************
       1300-REPASAR-COLA.
      *    LA COLA DE ANOCHE SE RESUELVE ANTES QUE LAS NOVEDADES DE
      *    HOY, PARA QUE UNA ALTA LIBERADA LLEGUE A PGMD2CBF ANTES
      *    QUE CUALQUIER CAMBIO POSTERIOR SOBRE EL MISMO CLIENTE.
           OPEN INPUT PENDANT

           IF FS-PENDANT IS EQUAL '00'
              PERFORM UNTIL FS-PENDANT IS NOT EQUAL '00'
                 READ PENDANT INTO WS-REG-PENCUM
                    AT END
                       MOVE '10' TO FS-PENDANT
                    NOT AT END
                       PERFORM 1310-RESOLVER-RETENIDA
                               THRU F-1310-RESOLVER-RETENIDA
                 END-READ
              END-PERFORM
              CLOSE PENDANT
           ELSE
              DISPLAY '* SIN COLA DE CUMPLIMIENTO ANTERIOR, FS = '
                      FS-PENDANT
           END-IF.

       F-1300-REPASAR-COLA. EXIT.
      **************************************************************
       1310-RESOLVER-RETENIDA.

           MOVE PCU-NOVEDAD   TO WS-REG-NOVCLI
           MOVE PCU-RESULTADO TO SNC-RESULTADO
           MOVE PCU-LISTA     TO SNC-LISTA
           MOVE PCU-ID        TO SNC-ID
           MOVE SPACES        TO SNC-NOMBRE-LISTA

           PERFORM 3200-BUSCAR-DECISION THRU F-3200-BUSCAR-DECISION

           EVALUATE TRUE
               WHEN WS-DEC-LIBERAR
                    PERFORM 3300-LIBERAR  THRU F-3300-LIBERAR
               WHEN WS-DEC-RECHAZAR
                    PERFORM 3400-RECHAZAR THRU F-3400-RECHAZAR
               WHEN OTHER
                    ADD 1 TO WS-CANT-ESPERAN
                    MOVE 'ESPERA    ' TO WS-LD-ESTADO
                    PERFORM 3500-ENCOLAR  THRU F-3500-ENCOLAR
           END-EVALUATE.

       F-1310-RESOLVER-RETENIDA. EXIT.
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
                  IF NOV-TIP-NOV IS EQUAL 'AL' OR 'CN' OR 'NA'
                     PERFORM 3000-COTEJAR THRU F-3000-COTEJAR
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
       3000-COTEJAR.

           ADD 1 TO WS-CANT-COTEJADAS

           MOVE 'C'              TO SNC-FUNCION
           MOVE NOV-CLI-APELLIDO TO SNC-NOMAPE
           MOVE NOV-CLI-FENAC    TO SNC-FECNAC
           MOVE NOV-TIP-DOC      TO SNC-TIPDOC
           MOVE NOV-NRO-DOC      TO SNC-NRODOC

           CALL 'PGMSMCBF' USING WS-SANCIO-AREA

           IF SNC-SIN-COINCIDENCIA
              PERFORM 4000-GRABAR-SALIDA THRU F-4000-GRABAR-SALIDA
              GO TO F-3000-COTEJAR
           END-IF

           ADD 1 TO WS-CANT-COINCIDEN

      *    EL CAMBIO DE NOMBRE NO SE RETIENE: EL CLIENTE YA ESTA EN
      *    LA BASE Y EL REPASO DE LA BASE LO SEGUIRA; SE INFORMA.
           IF NOV-TIP-NOV IS NOT EQUAL 'AL'
              MOVE 'INFORMADA ' TO WS-LD-ESTADO
              PERFORM 4000-GRABAR-SALIDA THRU F-4000-GRABAR-SALIDA
              PERFORM 4100-LINEA-REPORTE THRU F-4100-LINEA-REPORTE
              GO TO F-3000-COTEJAR
           END-IF

      *    UNA TARJETA DE LA MISMA NOCHE PUEDE RESOLVER EL ALTA SIN
      *    QUE PASE POR LA COLA.
           PERFORM 3200-BUSCAR-DECISION THRU F-3200-BUSCAR-DECISION

           EVALUATE TRUE
               WHEN WS-DEC-LIBERAR
                    PERFORM 3300-LIBERAR  THRU F-3300-LIBERAR
               WHEN WS-DEC-RECHAZAR
                    PERFORM 3400-RECHAZAR THRU F-3400-RECHAZAR
               WHEN OTHER
                    ADD 1 TO WS-CANT-RETENIDAS
                    MOVE SPACES              TO WS-REG-PENCUM
                    MOVE WS-REG-NOVCLI       TO PCU-NOVEDAD
                    MOVE WS-FECHA-NEGOCIO-R  TO PCU-FECHA-ALTA
                    MOVE SNC-RESULTADO       TO PCU-RESULTADO
                    MOVE SNC-LISTA           TO PCU-LISTA
                    MOVE SNC-ID              TO PCU-ID
                    MOVE 'RETENIDA  ' TO WS-LD-ESTADO
                    PERFORM 3500-ENCOLAR  THRU F-3500-ENCOLAR
           END-EVALUATE.

       F-3000-COTEJAR. EXIT.
      **************************************************************
       3200-BUSCAR-DECISION.

           MOVE NOV-TIP-DOC TO WS-DOC-NOVEDAD (1:2)
           MOVE NOV-NRO-DOC TO WS-DOC-NOVEDAD (3:11)
           MOVE SPACE       TO WS-DECISION

           PERFORM VARYING WS-DEC-SUB FROM 1 BY 1
                   UNTIL WS-DEC-SUB > WS-DEC-CONT
               IF WS-DEC-DOC (WS-DEC-SUB) IS EQUAL WS-DOC-NOVEDAD
                  MOVE WS-DEC-DECISION (WS-DEC-SUB) TO WS-DECISION
               END-IF
           END-PERFORM.

       F-3200-BUSCAR-DECISION. EXIT.
      **************************************************************
       3300-LIBERAR.

           ADD 1 TO WS-CANT-LIBERADAS
           MOVE 'LIBERADA  ' TO WS-LD-ESTADO

           PERFORM 4000-GRABAR-SALIDA THRU F-4000-GRABAR-SALIDA
           PERFORM 4100-LINEA-REPORTE THRU F-4100-LINEA-REPORTE.

       F-3300-LIBERAR. EXIT.
      **************************************************************
       3400-RECHAZAR.

           ADD 1 TO WS-CANT-RECHAZADAS
           MOVE 'RECHAZADA ' TO WS-LD-ESTADO

           MOVE WS-REG-NOVCLI TO RCH-NOVEDAD
           MOVE 'RECHAZADA POR CUMPLIMIENTO' TO RCH-MOTIVO
           WRITE REG-RECHAZO

           IF FS-RECHAZOS IS NOT EQUAL '00'
              DISPLAY '* ERROR EN WRITE RECHAZOS = ' FS-RECHAZOS
              MOVE 9999 TO RETURN-CODE
              SET FS-ENTRADA-FIN TO TRUE
           END-IF

           PERFORM 4100-LINEA-REPORTE THRU F-4100-LINEA-REPORTE.

       F-3400-RECHAZAR. EXIT.
      **************************************************************
       3500-ENCOLAR.

           WRITE REG-PENDSAL FROM WS-REG-PENCUM

           IF FS-PENDSAL IS NOT EQUAL '00'
              DISPLAY '* ERROR EN WRITE PENDSAL  = ' FS-PENDSAL
              MOVE 9999 TO RETURN-CODE
              SET FS-ENTRADA-FIN TO TRUE
           END-IF

           PERFORM 4100-LINEA-REPORTE THRU F-4100-LINEA-REPORTE.

       F-3500-ENCOLAR. EXIT.
      **************************************************************
       4000-GRABAR-SALIDA.

           WRITE REG-SALIDA FROM WS-REG-NOVCLI

           IF FS-SALIDA IS NOT EQUAL '00'
              DISPLAY '* ERROR EN WRITE SALIDA   = ' FS-SALIDA
              MOVE 9999 TO RETURN-CODE
              SET FS-ENTRADA-FIN TO TRUE
           ELSE
              ADD 1 TO WS-SAL-CANT
              IF NOV-NRO-DOC IS NUMERIC
                 ADD NOV-NRO-DOC TO WS-SAL-HASH
              END-IF
           END-IF.

       F-4000-GRABAR-SALIDA. EXIT.
      **************************************************************
       4100-LINEA-REPORTE.

           MOVE NOV-TIP-NOV      TO WS-LD-TIPNOV
           MOVE NOV-TIP-DOC      TO WS-LD-TIPDOC
           MOVE NOV-NRO-DOC      TO WS-LD-NRODOC
           MOVE SNC-RESULTADO    TO WS-LD-RESULTADO
           MOVE SNC-LISTA        TO WS-LD-LISTA
           MOVE SNC-ID           TO WS-LD-ID
           MOVE SNC-NOMBRE-LISTA TO WS-LD-NOMBRE

           WRITE REG-REPORTE FROM WS-LIN-DETALLE

           IF FS-REPORTE IS NOT EQUAL '00'
              DISPLAY '* ERROR EN WRITE REPORTE  = ' FS-REPORTE
              MOVE 9999 TO RETURN-CODE
              SET FS-ENTRADA-FIN TO TRUE
           END-IF.

       F-4100-LINEA-REPORTE. EXIT.
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

             CLOSE PENDSAL
                 IF FS-PENDSAL IS NOT EQUAL '00'
                  DISPLAY '* ERROR EN CLOSE PENDSAL  = '
                                            FS-PENDSAL
                  MOVE 9999 TO RETURN-CODE
                 END-IF

             CLOSE RECHAZOS
                 IF FS-RECHAZOS IS NOT EQUAL '00'
                  DISPLAY '* ERROR EN CLOSE RECHAZOS = '
                                            FS-RECHAZOS
                  MOVE 9999 TO RETURN-CODE
                 END-IF

             CLOSE REPORTE
                 IF FS-REPORTE IS NOT EQUAL '00'
                  DISPLAY '* ERROR EN CLOSE REPORTE  = '
                                            FS-REPORTE
                  MOVE 9999 TO RETURN-CODE
                 END-IF

             DISPLAY '******************************'
             DISPLAY ' NOVEDADES LEIDAS        :  ' WS-CANT-LEIDAS
             DISPLAY ' COTEJADAS CON LA LISTA  :  '
                                               WS-CANT-COTEJADAS
             DISPLAY ' CON COINCIDENCIA        :  '
                                               WS-CANT-COINCIDEN
             DISPLAY ' ALTAS RETENIDAS HOY     :  '
                                               WS-CANT-RETENIDAS
             DISPLAY ' LIBERADAS AL FLUJO      :  '
                                               WS-CANT-LIBERADAS
             DISPLAY ' RECHAZADAS              :  '
                                               WS-CANT-RECHAZADAS
             DISPLAY ' SIGUEN EN LA COLA       :  '
                                               WS-CANT-ESPERAN
             DISPLAY '******************************'

           END-IF.

       F-9999-FINAL.
           EXIT.
