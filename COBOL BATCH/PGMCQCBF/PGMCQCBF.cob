       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMCQCBF.
       AUTHOR.    FEDERICO FALCON.
      **************************************************************
      *  REGISTRO DE CHEQUERAS Y DENUNCIAS DE CHEQUES.             *
      *  EL CLEARING PGMCHCBF SOLO VERIFICABA FONDOS: NUNCA        *
      *  PREGUNTABA SI EL CHEQUE HABIA SIDO ENTREGADO A LA CUENTA  *
      *  NI SI EL CLIENTE LO HABIA DENUNCIADO. ESTE PASO APLICA    *
      *  LAS NOVEDADES DE LAS SUCURSALES (DDNOVCHQ):               *
      *    - EC = ENTREGA DE CHEQUERA: ALTA EN EL REGISTRO         *
      *      DDCHEQRA (LAYOUT CPCHEQRA) CON PRIMER Y ULTIMO        *
      *      NUMERO; NO PUEDE PISAR UNA CHEQUERA YA ENTREGADA      *
      *    - DN = DENUNCIA U ORDEN DE NO PAGAR DE UN CHEQUE O UN   *
      *      RANGO, CON MOTIVO Y VENCIMIENTO: ALTA EN DDDENCHQ     *
      *      (LAYOUT CPDENCHQ)                                     *
      *    - LD = LEVANTAMIENTO DE UNA DENUNCIA                    *
      *  LAS NOVEDADES INVALIDAS VAN A DDRECHA CON SU MOTIVO Y LAS *
      *  APLICADAS SE LISTAN EN DDSALI.                            *
      *  LAS CHEQUERAS EN PODER DE LOS CLIENTES ANTES DE ESTE      *
      *  REGISTRO SE CARGAN CON NOVEDADES EC DE MIGRACION.         *
      **************************************************************
       ENVIRONMENT DIVISION.
      **************************************************************
       CONFIGURATION SECTION.

       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
      **************************************************************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

            SELECT CHEQUERAS ASSIGN TO DDCHEQRA
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS MAE-CHR-CLAVE
                 FILE STATUS IS FS-CHEQUERAS.

            SELECT DENUNCIAS ASSIGN TO DDDENCHQ
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS MAE-DEN-CLAVE
                 FILE STATUS IS FS-DENUNCIAS.

            SELECT NOVEDADES ASSIGN TO DDNOVCHQ
                 FILE STATUS IS FS-NOVEDAD.

            SELECT RECHAZOS ASSIGN TO DDRECHA
                 FILE STATUS IS FS-RECHAZO.

            SELECT FECHAPRO ASSIGN TO DDFECPRO
                 FILE STATUS IS FS-FECHAPRO.

            SELECT SALIDA ASSIGN TO DDSALI
                 FILE STATUS IS FS-SALIDA.
      **************************************************************
       I-O-CONTROL.

       DATA DIVISION.
       FILE SECTION.
       FD   CHEQUERAS.

       01   REG-CHEQUERAS.
           03  MAE-CHR-CLAVE        PIC X(18).
           03  FILLER               PIC X(42).
      **************************************************************
       FD   DENUNCIAS.

       01   REG-DENUNCIAS.
           03  MAE-DEN-CLAVE        PIC X(18).
           03  FILLER               PIC X(42).
      **************************************************************
       FD   NOVEDADES
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01   REG-NOVEDAD             PIC X(80).
      **************************************************************
       FD   RECHAZOS
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01   REG-RECHAZO.
           05  RCH-NOVEDAD          PIC X(80).
           05  RCH-MOTIVO           PIC X(30).
      **************************************************************
       FD   FECHAPRO
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01   REG-FECHAPRO.
           05  FPR-FECHA            PIC 9(08).
           05  FILLER               PIC X(72).
      **************************************************************
       FD   SALIDA
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01   REG-SALIDA              PIC X(80).
      **************************************************************
       WORKING-STORAGE SECTION.

       77  FILLER        PIC X(26) VALUE '* INICIO WORKING-STORAGE *'.
      **************************************************************

           COPY CPCHEQRA.

           COPY CPDENCHQ.

           COPY CPFECPRO.

       77  FS-CHEQUERAS    PIC XX    VALUE SPACES.
       77  FS-DENUNCIAS    PIC XX    VALUE SPACES.

       77  FS-NOVEDAD      PIC XX    VALUE SPACES.
           88  FS-NOVEDAD-FIN        VALUE '10'.

       77  FS-RECHAZO      PIC XX    VALUE SPACES.
       77  FS-FECHAPRO     PIC XX    VALUE SPACES.
       77  FS-SALIDA       PIC XX    VALUE SPACES.

      *********************CONTADORES*******************************
       77  WS-CANT-LEIDAS             PIC 9(05)   VALUE ZEROES.
       77  WS-CANT-ENTREGAS           PIC 9(05)   VALUE ZEROES.
       77  WS-CANT-DENUNCIAS          PIC 9(05)   VALUE ZEROES.
       77  WS-CANT-LEVANTADAS         PIC 9(05)   VALUE ZEROES.
       77  WS-CANT-RECHAZADAS         PIC 9(05)   VALUE ZEROES.

      *****************NOVEDAD DE CHEQUERAS***************************
       01  WS-REG-NOVCHQ.
           05  NCQ-ACCION           PIC X(02).
           05  NCQ-CLAVE.
               10  NCQ-TIPCUEN      PIC 9(02).
               10  NCQ-NROCUEN      PIC 9(08).
               10  NCQ-NRO-DESDE    PIC 9(08).
           05  NCQ-NRO-HASTA        PIC 9(08).
           05  NCQ-SUCURSAL         PIC 9(02).
           05  NCQ-MOTIVO           PIC X(01).
           05  NCQ-FEC-VENC         PIC 9(08).
           05  FILLER               PIC X(41).

      *    MAXIMO DE CHEQUES DE UNA CHEQUERA.
       77  WS-MAX-CHEQUES   PIC 9(03)  VALUE 100.
       77  WS-CANT-CHEQUES  PIC 9(08)  VALUE ZEROS.

       01  WS-FLAG-SOLAPA             PIC X       VALUE 'N'.
           88  WS-SOLAPA                          VALUE 'S'.

      *****************LINEA DEL DIARIO DE NOVEDADES******************
       01  WS-LIN-NOVEDAD.
           05  FILLER               PIC X(01)   VALUE SPACE.
           05  WS-LN-ACCION         PIC X(18).
           05  FILLER               PIC X(09)   VALUE ' CUENTA  '.
           05  WS-LN-TIPO           PIC 9(02).
           05  FILLER               PIC X(01)   VALUE '-'.
           05  WS-LN-CUENTA         PIC 9(08).
           05  FILLER               PIC X(08)   VALUE ' CHEQUES'.
           05  FILLER               PIC X(01)   VALUE SPACE.
           05  WS-LN-DESDE          PIC 9(08).
           05  FILLER               PIC X(03)   VALUE ' A '.
           05  WS-LN-HASTA          PIC 9(08).
           05  FILLER               PIC X(01)   VALUE SPACE.
           05  WS-LN-DETALLE        PIC X(12).

       01  FILLER        PIC X(26) VALUE '* FINAL  WORKING-STORAGE *'.

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
                   UNTIL FS-NOVEDAD-FIN.

           PERFORM 9999-FINAL    THRU  F-9999-FINAL.

       F-MAIN-PROGRAM. GOBACK.

      **************************************
      *                                    *
      *  CUERPO INICIO APERTURA ARCHIVOS   *
      *                                    *
      **************************************
       1000-INICIO.

      *    SI LOS MAESTROS TODAVIA NO EXISTEN SE CREAN VACIOS Y SE
      *    REABREN I-O, COMO HACE PGMOMCBF CON EL DE ORDENES.
           OPEN I-O CHEQUERAS.

           IF FS-CHEQUERAS IS EQUAL '35'
              OPEN OUTPUT CHEQUERAS
              CLOSE CHEQUERAS
              OPEN I-O CHEQUERAS
           END-IF

           IF FS-CHEQUERAS IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN CHEQUERAS = ' FS-CHEQUERAS
              MOVE 9999 TO RETURN-CODE
              SET  FS-NOVEDAD-FIN TO TRUE
           END-IF

           OPEN I-O DENUNCIAS.

           IF FS-DENUNCIAS IS EQUAL '35'
              OPEN OUTPUT DENUNCIAS
              CLOSE DENUNCIAS
              OPEN I-O DENUNCIAS
           END-IF

           IF FS-DENUNCIAS IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN DENUNCIAS = ' FS-DENUNCIAS
              MOVE 9999 TO RETURN-CODE
              SET  FS-NOVEDAD-FIN TO TRUE
           END-IF

           OPEN INPUT  NOVEDADES.

           IF FS-NOVEDAD IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN NOVEDADES = ' FS-NOVEDAD
              MOVE 9999 TO RETURN-CODE
              SET  FS-NOVEDAD-FIN TO TRUE
           END-IF

           OPEN OUTPUT RECHAZOS.

           IF FS-RECHAZO IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN RECHAZOS  = ' FS-RECHAZO
              MOVE 9999 TO RETURN-CODE
              SET  FS-NOVEDAD-FIN TO TRUE
           END-IF

           OPEN OUTPUT SALIDA.

           IF FS-SALIDA IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN SALIDA    = ' FS-SALIDA
              MOVE 9999 TO RETURN-CODE
              SET  FS-NOVEDAD-FIN TO TRUE
           END-IF

           PERFORM 1100-LEER-FECHA    THRU F-1100-LEER-FECHA.

       F-1000-INICIO.   EXIT.
      **************************************************************
       1100-LEER-FECHA.

           MOVE ZEROS TO WS-FECHA-NEGOCIO-R.

           OPEN INPUT FECHAPRO.

           IF FS-FECHAPRO IS EQUAL '00'
              READ FECHAPRO
                 AT END
                    CONTINUE
                 NOT AT END
                    IF FPR-FECHA IS NUMERIC
                       MOVE FPR-FECHA TO WS-FECHA-NEGOCIO-R
                    END-IF
              END-READ
              CLOSE FECHAPRO
           END-IF.

           IF WS-FECHA-NEGOCIO-R IS EQUAL ZEROS
              ACCEPT WS-FECHA-NEGOCIO FROM DATE YYYYMMDD
           END-IF.

       F-1100-LEER-FECHA. EXIT.
      **************************************************************
       2000-PROCESO.

           READ NOVEDADES INTO WS-REG-NOVCHQ

           EVALUATE FS-NOVEDAD
             WHEN '00'
                  ADD 1 TO WS-CANT-LEIDAS
                  PERFORM 2100-VALIDAR-NOVEDAD
                          THRU F-2100-VALIDAR-NOVEDAD

              WHEN '10'
                CONTINUE

              WHEN OTHER
              DISPLAY '* ERROR EN LECTURA NOVEDAD  = ' FS-NOVEDAD
              MOVE 9999 TO RETURN-CODE
              SET FS-NOVEDAD-FIN TO TRUE

           END-EVALUATE.

       F-2000-PROCESO. EXIT.
      **************************************************************
       2100-VALIDAR-NOVEDAD.
      *    VALIDACIONES COMUNES A TODAS LAS ACCIONES; UN SOLO
      *    CHEQUE PUEDE VENIR CON EL HASTA EN CERO.
           IF NCQ-TIPCUEN IS NOT NUMERIC
              OR NCQ-NROCUEN IS NOT NUMERIC
              OR NCQ-NROCUEN IS EQUAL ZEROS
              MOVE 'CUENTA INVALIDA' TO RCH-MOTIVO
              PERFORM 4100-GRABAR-RECHAZO THRU F-4100-GRABAR-RECHAZO
              GO TO F-2100-VALIDAR-NOVEDAD
           END-IF

           IF NCQ-NRO-DESDE IS NOT NUMERIC
              OR NCQ-NRO-DESDE IS EQUAL ZEROS
              OR NCQ-NRO-HASTA IS NOT NUMERIC
              MOVE 'NUMERACION INVALIDA' TO RCH-MOTIVO
              PERFORM 4100-GRABAR-RECHAZO THRU F-4100-GRABAR-RECHAZO
              GO TO F-2100-VALIDAR-NOVEDAD
           END-IF

           IF NCQ-NRO-HASTA IS EQUAL ZEROS
              MOVE NCQ-NRO-DESDE TO NCQ-NRO-HASTA
           END-IF

           IF NCQ-NRO-HASTA IS LESS NCQ-NRO-DESDE
              MOVE 'RANGO INVERTIDO' TO RCH-MOTIVO
              PERFORM 4100-GRABAR-RECHAZO THRU F-4100-GRABAR-RECHAZO
              GO TO F-2100-VALIDAR-NOVEDAD
           END-IF

           EVALUATE NCQ-ACCION
               WHEN 'EC'
                    PERFORM 3000-ENTREGA THRU F-3000-ENTREGA
               WHEN 'DN'
                    PERFORM 3100-DENUNCIA THRU F-3100-DENUNCIA
               WHEN 'LD'
                    PERFORM 3200-LEVANTAR THRU F-3200-LEVANTAR
               WHEN OTHER
                    MOVE 'ACCION NO RECONOCIDA' TO RCH-MOTIVO
                    PERFORM 4100-GRABAR-RECHAZO
                            THRU F-4100-GRABAR-RECHAZO
           END-EVALUATE.

       F-2100-VALIDAR-NOVEDAD. EXIT.
      **************************************************************
       3000-ENTREGA.

           COMPUTE WS-CANT-CHEQUES = NCQ-NRO-HASTA - NCQ-NRO-DESDE + 1

           IF WS-CANT-CHEQUES IS GREATER WS-MAX-CHEQUES
              MOVE 'CHEQUERA DEMASIADO LARGA' TO RCH-MOTIVO
              PERFORM 4100-GRABAR-RECHAZO THRU F-4100-GRABAR-RECHAZO
              GO TO F-3000-ENTREGA
           END-IF

           PERFORM 3500-BUSCAR-SOLAPE THRU F-3500-BUSCAR-SOLAPE

           IF WS-SOLAPA
              MOVE 'NUMERACION YA ENTREGADA' TO RCH-MOTIVO
              PERFORM 4100-GRABAR-RECHAZO THRU F-4100-GRABAR-RECHAZO
              GO TO F-3000-ENTREGA
           END-IF

           MOVE SPACES             TO WS-REG-CHEQRA
           MOVE NCQ-CLAVE          TO CHR-CLAVE
           MOVE NCQ-NRO-HASTA      TO CHR-NRO-HASTA
           MOVE WS-FECHA-NEGOCIO-R TO CHR-FEC-ENTREGA
           MOVE ZEROS              TO CHR-SUCURSAL

           IF NCQ-SUCURSAL IS NUMERIC
              MOVE NCQ-SUCURSAL    TO CHR-SUCURSAL
           END-IF

           WRITE REG-CHEQUERAS FROM WS-REG-CHEQRA
              INVALID KEY
                 MOVE 'NUMERACION YA ENTREGADA' TO RCH-MOTIVO
                 PERFORM 4100-GRABAR-RECHAZO
                         THRU F-4100-GRABAR-RECHAZO
              NOT INVALID KEY
                 ADD 1 TO WS-CANT-ENTREGAS
                 MOVE 'CHEQUERA ENTREGADA' TO WS-LN-ACCION
                 MOVE SPACES               TO WS-LN-DETALLE
                 PERFORM 5000-GRABAR-LINEA THRU F-5000-GRABAR-LINEA
           END-WRITE.

       F-3000-ENTREGA. EXIT.
      **************************************************************
       3100-DENUNCIA.
      *    SE ACEPTA AUNQUE LA NUMERACION NO ESTE ENTREGADA: EL
      *    CLIENTE PUEDE DENUNCIAR ANTES DE QUE LA SUCURSAL INFORME
      *    LA ENTREGA.
           IF NCQ-MOTIVO IS NOT EQUAL 'E' AND 'R' AND 'O'
              MOVE 'MOTIVO DE DENUNCIA INVALIDO' TO RCH-MOTIVO
              PERFORM 4100-GRABAR-RECHAZO THRU F-4100-GRABAR-RECHAZO
              GO TO F-3100-DENUNCIA
           END-IF

           IF NCQ-FEC-VENC IS NOT NUMERIC
              MOVE ZEROS TO NCQ-FEC-VENC
           END-IF

           IF NCQ-FEC-VENC IS NOT EQUAL ZEROS
              AND NCQ-FEC-VENC IS LESS WS-FECHA-NEGOCIO-R
              MOVE 'DENUNCIA YA VENCIDA' TO RCH-MOTIVO
              PERFORM 4100-GRABAR-RECHAZO THRU F-4100-GRABAR-RECHAZO
              GO TO F-3100-DENUNCIA
           END-IF

           MOVE SPACES             TO WS-REG-DENCHQ
           MOVE NCQ-CLAVE          TO DEN-CLAVE
           MOVE NCQ-NRO-HASTA      TO DEN-NRO-HASTA
           MOVE NCQ-MOTIVO         TO DEN-MOTIVO
           MOVE WS-FECHA-NEGOCIO-R TO DEN-FEC-ALTA
           MOVE NCQ-FEC-VENC       TO DEN-FEC-VENC
           MOVE 'A'                TO DEN-ESTADO
           MOVE ZEROS              TO DEN-FEC-BAJA

           WRITE REG-DENUNCIAS FROM WS-REG-DENCHQ
              INVALID KEY
                 MOVE 'DENUNCIA YA REGISTRADA' TO RCH-MOTIVO
                 PERFORM 4100-GRABAR-RECHAZO
                         THRU F-4100-GRABAR-RECHAZO
              NOT INVALID KEY
                 ADD 1 TO WS-CANT-DENUNCIAS
                 MOVE 'DENUNCIA          ' TO WS-LN-ACCION
                 EVALUATE DEN-MOTIVO
                     WHEN 'E'
                          MOVE 'EXTRAVIO    ' TO WS-LN-DETALLE
                     WHEN 'R'
                          MOVE 'ROBO        ' TO WS-LN-DETALLE
                     WHEN OTHER
                          MOVE 'NO PAGAR    ' TO WS-LN-DETALLE
                 END-EVALUATE
                 PERFORM 5000-GRABAR-LINEA THRU F-5000-GRABAR-LINEA
           END-WRITE.

       F-3100-DENUNCIA. EXIT.
      **************************************************************
       3200-LEVANTAR.
      *    LA NOVEDAD TRAE LA CUENTA Y EL PRIMER NUMERO DE LA
      *    DENUNCIA QUE SE LEVANTA.
           MOVE NCQ-CLAVE TO MAE-DEN-CLAVE

           READ DENUNCIAS INTO WS-REG-DENCHQ
              INVALID KEY
                 MOVE 'DENUNCIA INEXISTENTE' TO RCH-MOTIVO
                 PERFORM 4100-GRABAR-RECHAZO
                         THRU F-4100-GRABAR-RECHAZO
                 GO TO F-3200-LEVANTAR
           END-READ

           IF DEN-ESTADO IS NOT EQUAL 'A'
              MOVE 'DENUNCIA NO ACTIVA' TO RCH-MOTIVO
              PERFORM 4100-GRABAR-RECHAZO THRU F-4100-GRABAR-RECHAZO
              GO TO F-3200-LEVANTAR
           END-IF

           MOVE 'L'                TO DEN-ESTADO
           MOVE WS-FECHA-NEGOCIO-R TO DEN-FEC-BAJA

           REWRITE REG-DENUNCIAS FROM WS-REG-DENCHQ

           IF FS-DENUNCIAS IS NOT EQUAL '00'
              DISPLAY '* ERROR EN REWRITE DENUNCIAS = ' FS-DENUNCIAS
              MOVE 9999 TO RETURN-CODE
              SET FS-NOVEDAD-FIN TO TRUE
           ELSE
              ADD 1 TO WS-CANT-LEVANTADAS
              MOVE DEN-NRO-HASTA         TO NCQ-NRO-HASTA
              MOVE 'DENUNCIA LEVANTADA'  TO WS-LN-ACCION
              MOVE SPACES                TO WS-LN-DETALLE
              PERFORM 5000-GRABAR-LINEA THRU F-5000-GRABAR-LINEA
           END-IF.

       F-3200-LEVANTAR. EXIT.
      **************************************************************
       3500-BUSCAR-SOLAPE.
      *    RECORRE LAS CHEQUERAS YA ENTREGADAS A LA CUENTA Y MARCA
      *    SI ALGUNA COMPARTE NUMEROS CON LA NUEVA.
           MOVE 'N' TO WS-FLAG-SOLAPA

           MOVE LOW-VALUES  TO MAE-CHR-CLAVE
           MOVE NCQ-TIPCUEN TO MAE-CHR-CLAVE (1:2)
           MOVE NCQ-NROCUEN TO MAE-CHR-CLAVE (3:8)

           START CHEQUERAS KEY IS NOT LESS MAE-CHR-CLAVE
              INVALID KEY
                 GO TO F-3500-BUSCAR-SOLAPE
           END-START

           MOVE '00' TO FS-CHEQUERAS

           PERFORM UNTIL FS-CHEQUERAS IS NOT EQUAL '00'
              READ CHEQUERAS NEXT INTO WS-REG-CHEQRA
                 AT END
                    MOVE '10' TO FS-CHEQUERAS
                 NOT AT END
                    IF CHR-TIPCUEN IS NOT EQUAL NCQ-TIPCUEN
                       OR CHR-NROCUEN IS NOT EQUAL NCQ-NROCUEN
                       MOVE '10' TO FS-CHEQUERAS
                    ELSE
                       IF CHR-NRO-DESDE IS NOT GREATER NCQ-NRO-HASTA
                          AND CHR-NRO-HASTA IS NOT LESS
                              NCQ-NRO-DESDE
                          SET WS-SOLAPA TO TRUE
                          MOVE '10' TO FS-CHEQUERAS
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.

       F-3500-BUSCAR-SOLAPE. EXIT.
      **************************************************************
       4100-GRABAR-RECHAZO.

           ADD 1 TO WS-CANT-RECHAZADAS

           MOVE WS-REG-NOVCHQ TO RCH-NOVEDAD
           WRITE REG-RECHAZO

           IF FS-RECHAZO IS NOT EQUAL '00'
              DISPLAY '* ERROR EN WRITE RECHAZOS = ' FS-RECHAZO
              MOVE 9999 TO RETURN-CODE
              SET FS-NOVEDAD-FIN TO TRUE
           END-IF.

       F-4100-GRABAR-RECHAZO. EXIT.
      **************************************************************
       5000-GRABAR-LINEA.
      *    EL LLAMADOR DEJA CARGADAS LA ACCION Y EL DETALLE.
           MOVE NCQ-TIPCUEN   TO WS-LN-TIPO
           MOVE NCQ-NROCUEN   TO WS-LN-CUENTA
           MOVE NCQ-NRO-DESDE TO WS-LN-DESDE
           MOVE NCQ-NRO-HASTA TO WS-LN-HASTA

           WRITE REG-SALIDA FROM WS-LIN-NOVEDAD

           IF FS-SALIDA IS NOT EQUAL '00'
              DISPLAY '* ERROR EN WRITE SALIDA   = ' FS-SALIDA
              MOVE 9999 TO RETURN-CODE
              SET FS-NOVEDAD-FIN TO TRUE
           END-IF.

       F-5000-GRABAR-LINEA. EXIT.
      **************************************************************
       9999-FINAL.

           IF RETURN-CODE NOT EQUAL 9999
             CLOSE CHEQUERAS
                 IF FS-CHEQUERAS IS NOT EQUAL '00'
                  DISPLAY '* ERROR EN CLOSE CHEQUERAS = '
                                            FS-CHEQUERAS
                  MOVE 9999 TO RETURN-CODE
                 END-IF

             CLOSE DENUNCIAS
                 IF FS-DENUNCIAS IS NOT EQUAL '00'
                  DISPLAY '* ERROR EN CLOSE DENUNCIAS = '
                                            FS-DENUNCIAS
                  MOVE 9999 TO RETURN-CODE
                 END-IF

             CLOSE NOVEDADES
                 IF FS-NOVEDAD IS NOT EQUAL '00' AND '10'
                  DISPLAY '* ERROR EN CLOSE NOVEDADES = '
                                            FS-NOVEDAD
                  MOVE 9999 TO RETURN-CODE
                 END-IF

             CLOSE RECHAZOS
                 IF FS-RECHAZO IS NOT EQUAL '00'
                  DISPLAY '* ERROR EN CLOSE RECHAZOS = '
                                            FS-RECHAZO
                  MOVE 9999 TO RETURN-CODE
                 END-IF

             CLOSE SALIDA
                 IF FS-SALIDA IS NOT EQUAL '00'
                  DISPLAY '* ERROR EN CLOSE SALIDA   = '
                                            FS-SALIDA
                  MOVE 9999 TO RETURN-CODE
                 END-IF

             DISPLAY '***************************************'
             DISPLAY ' NOVEDADES DE CHEQUERAS      :  '
                                               WS-CANT-LEIDAS
             DISPLAY ' CHEQUERAS ENTREGADAS   (EC) :  '
                                               WS-CANT-ENTREGAS
             DISPLAY ' DENUNCIAS REGISTRADAS  (DN) :  '
                                               WS-CANT-DENUNCIAS
             DISPLAY ' DENUNCIAS LEVANTADAS   (LD) :  '
                                               WS-CANT-LEVANTADAS
             DISPLAY ' NOVEDADES RECHAZADAS        :  '
                                               WS-CANT-RECHAZADAS
             DISPLAY '***************************************'

           END-IF.

       F-9999-FINAL.
           EXIT.
