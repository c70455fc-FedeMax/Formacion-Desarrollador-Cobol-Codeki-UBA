       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMPECBF.
       AUTHOR.    FEDERICO FALCON.
      **************************************************************
      *  MANTENIMIENTO DE LAS PREFERENCIAS DE ENVIO DEL RESUMEN.   *
      *  TODOS LOS RESUMENES SE IMPRIMIAN Y SE DESPACHABAN POR     *
      *  CORREO POSTAL, AUN PARA EL CLIENTE QUE PIDIO RECIBIRLOS   *
      *  SOLO POR CORREO ELECTRONICO. LA SUCURSAL CARGA EL MEDIO   *
      *  ELEGIDO EN DDNOVPEN Y ESTE PASO LO APLICA, AL ESTILO DE   *
      *  PGMLICBF, CONTRA EL MAESTRO INDEXADO DDPREENV (LAYOUT     *
      *  CPPREENV):                                                *
      *    - AL = ALTA CON MEDIO ('P' PAPEL, 'E' CORREO, 'A'       *
      *      AMBOS) Y DIRECCION DE CORREO                          *
      *    - CM = CAMBIO: LO QUE VIENE INFORMADO PISA LO GRABADO;  *
      *      UNA DIRECCION INFORMADA LEVANTA LA MARCA DE REBOTE    *
      *    - BJ = BAJA: EL CLIENTE VUELVE AL PAPEL                 *
      *  DESPUES APLICA LOS REBOTES QUE INFORMA LA PASARELA DE     *
      *  CORREO EN DDREBOTE: SI LA DIRECCION REBOTADA ES LA        *
      *  GRABADA, MARCA EL REBOTE Y EL PROXIMO CICLO DE PGMSTCBF   *
      *  IMPRIME EL RESUMEN. LAS NOVEDADES INVALIDAS VAN A DDRECHA *
      *  CON SU MOTIVO.                                            *
      **************************************************************
       ENVIRONMENT DIVISION.
      **************************************************************
       CONFIGURATION SECTION.

       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
      **************************************************************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

            SELECT PREFENV ASSIGN TO DDPREENV
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS MAE-PEN-CLAVE
                 FILE STATUS IS FS-PREFENV.

            SELECT NOVEDADES ASSIGN TO DDNOVPEN
                 FILE STATUS IS FS-NOVEDAD.

            SELECT REBOTES ASSIGN TO DDREBOTE
                 FILE STATUS IS FS-REBOTE.

            SELECT RECHAZOS ASSIGN TO DDRECHA
                 FILE STATUS IS FS-RECHAZO.

            SELECT FECHAPRO ASSIGN TO DDFECPRO
                 FILE STATUS IS FS-FECHAPRO.
      **************************************************************
       I-O-CONTROL.

       DATA DIVISION.
       FILE SECTION.
       FD   PREFENV.

       01   REG-PREFENV.
           03  MAE-PEN-CLAVE        PIC X(07).
           03  FILLER               PIC X(73).
      **************************************************************
       FD   NOVEDADES
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01   REG-NOVEDAD             PIC X(80).
      **************************************************************
      *    REBOTE INFORMADO POR LA PASARELA DE CORREO.
       FD   REBOTES
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01   REG-REBOTE.
           05  REB-NROCLI           PIC 9(07).
           05  REB-CORREO           PIC X(40).
           05  REB-FECHA            PIC 9(08).
           05  REB-MOTIVO           PIC X(25).
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
       WORKING-STORAGE SECTION.

       77  FILLER        PIC X(26) VALUE '* INICIO WORKING-STORAGE *'.
      **************************************************************

           COPY CPPREENV.

           COPY CPFECPRO.

       77  FS-PREFENV      PIC XX    VALUE SPACES.

       77  FS-NOVEDAD      PIC XX    VALUE SPACES.
           88  FS-NOVEDAD-FIN        VALUE '10'.

       77  FS-REBOTE       PIC XX    VALUE SPACES.
           88  FS-REBOTE-FIN         VALUE '10'.

       77  FS-RECHAZO      PIC XX    VALUE SPACES.
       77  FS-FECHAPRO     PIC XX    VALUE SPACES.

       01  WS-FLAG-REBOTES            PIC X       VALUE 'N'.
           88  WS-HAY-REBOTES                     VALUE 'S'.

      *********************CONTADORES*******************************
       77  WS-CANT-LEIDAS             PIC 9(05)   VALUE ZEROES.
       77  WS-CANT-ALTAS              PIC 9(05)   VALUE ZEROES.
       77  WS-CANT-CAMBIOS            PIC 9(05)   VALUE ZEROES.
       77  WS-CANT-BAJAS              PIC 9(05)   VALUE ZEROES.
       77  WS-CANT-RECHAZADAS         PIC 9(05)   VALUE ZEROES.
       77  WS-CANT-REBOTES            PIC 9(05)   VALUE ZEROES.
       77  WS-CANT-REB-MARCADOS       PIC 9(05)   VALUE ZEROES.
       77  WS-CANT-REB-IGNORADOS      PIC 9(05)   VALUE ZEROES.

      *****************NOVEDAD DE PREFERENCIAS DE ENVIO***************
      *    EN UN CAMBIO, MEDIO Y CORREO EN BLANCO DEJAN LO GRABADO.
       01  WS-REG-NOVPEN.
           05  NPE-ACCION           PIC X(02).
           05  NPE-NROCLI           PIC 9(07).
           05  NPE-MEDIO            PIC X(01).
           05  NPE-CORREO           PIC X(40).
           05  FILLER               PIC X(30).

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
                   UNTIL FS-NOVEDAD-FIN.

           PERFORM 5000-REBOTES  THRU  F-5000-REBOTES
                   UNTIL FS-REBOTE-FIN
                      OR RETURN-CODE IS EQUAL 9999.

           PERFORM 9999-FINAL    THRU  F-9999-FINAL.

       F-MAIN-PROGRAM. GOBACK.

      **************************************
      *                                    *
      *  CUERPO INICIO APERTURA ARCHIVOS   *
      *                                    *
      **************************************
       1000-INICIO.

      *    SI EL MAESTRO TODAVIA NO EXISTE SE CREA VACIO Y SE
      *    REABRE I-O, COMO HACE PGMLICBF CON EL DE LIMITES.
           OPEN I-O PREFENV.

           IF FS-PREFENV IS EQUAL '35'
              OPEN OUTPUT PREFENV
              CLOSE PREFENV
              OPEN I-O PREFENV
           END-IF

           IF FS-PREFENV IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN PREFENV   = ' FS-PREFENV
              MOVE 9999 TO RETURN-CODE
              SET  FS-NOVEDAD-FIN TO TRUE
           END-IF

           OPEN INPUT  NOVEDADES.

           IF FS-NOVEDAD IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN NOVEDADES = ' FS-NOVEDAD
              MOVE 9999 TO RETURN-CODE
              SET  FS-NOVEDAD-FIN TO TRUE
           END-IF

      *    UNA NOCHE SIN REBOTES LA PASARELA NO MANDA ARCHIVO.
           OPEN INPUT  REBOTES.

           IF FS-REBOTE IS EQUAL '00'
              SET  WS-HAY-REBOTES TO TRUE
           ELSE
              DISPLAY '* SIN REBOTES DE CORREO, FS = ' FS-REBOTE
              SET  FS-REBOTE-FIN TO TRUE
           END-IF

           OPEN OUTPUT RECHAZOS.

           IF FS-RECHAZO IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN RECHAZOS  = ' FS-RECHAZO
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

           READ NOVEDADES INTO WS-REG-NOVPEN

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

           IF NPE-NROCLI IS NOT NUMERIC
              OR NPE-NROCLI IS EQUAL ZEROS
              MOVE 'CLIENTE INVALIDO' TO RCH-MOTIVO
              PERFORM 4100-GRABAR-RECHAZO THRU F-4100-GRABAR-RECHAZO
              GO TO F-2100-VALIDAR-NOVEDAD
           END-IF

           EVALUATE NPE-ACCION
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
           END-EVALUATE.

       F-2100-VALIDAR-NOVEDAD. EXIT.
      **************************************************************
       3000-ALTA.

           MOVE SPACES             TO WS-REG-PREENV
           MOVE NPE-NROCLI         TO PEN-NROCLI
           MOVE NPE-MEDIO          TO PEN-MEDIO
           MOVE NPE-CORREO         TO PEN-CORREO
           MOVE 'N'                TO PEN-REBOTE
           MOVE ZEROS              TO PEN-FEC-REBOTE
           MOVE WS-FECHA-NEGOCIO-R TO PEN-FEC-ALTA
                                      PEN-FEC-MODIF

           PERFORM 3500-VALIDAR-MEDIO THRU F-3500-VALIDAR-MEDIO

           IF RCH-MOTIVO IS NOT EQUAL SPACES
              PERFORM 4100-GRABAR-RECHAZO THRU F-4100-GRABAR-RECHAZO
              GO TO F-3000-ALTA
           END-IF

           WRITE REG-PREFENV FROM WS-REG-PREENV
              INVALID KEY
                 MOVE 'PREFERENCIA YA EXISTENTE' TO RCH-MOTIVO
                 PERFORM 4100-GRABAR-RECHAZO
                         THRU F-4100-GRABAR-RECHAZO
              NOT INVALID KEY
                 ADD 1 TO WS-CANT-ALTAS
           END-WRITE.

       F-3000-ALTA. EXIT.
      **************************************************************
       3100-CAMBIO.

           MOVE NPE-NROCLI TO MAE-PEN-CLAVE

           READ PREFENV INTO WS-REG-PREENV
              INVALID KEY
                 MOVE 'PREFERENCIA INEXISTENTE' TO RCH-MOTIVO
                 PERFORM 4100-GRABAR-RECHAZO
                         THRU F-4100-GRABAR-RECHAZO
                 GO TO F-3100-CAMBIO
           END-READ

           IF NPE-MEDIO IS NOT EQUAL SPACES
              MOVE NPE-MEDIO       TO PEN-MEDIO
           END-IF

      *    LA DIRECCION INFORMADA POR LA SUCURSAL ES UNA DIRECCION
      *    VALIDADA: LEVANTA LA MARCA DE REBOTE.
           IF NPE-CORREO IS NOT EQUAL SPACES
              MOVE NPE-CORREO      TO PEN-CORREO
              MOVE 'N'             TO PEN-REBOTE
              MOVE ZEROS           TO PEN-FEC-REBOTE
           END-IF
           MOVE WS-FECHA-NEGOCIO-R TO PEN-FEC-MODIF

           PERFORM 3500-VALIDAR-MEDIO THRU F-3500-VALIDAR-MEDIO

           IF RCH-MOTIVO IS NOT EQUAL SPACES
              PERFORM 4100-GRABAR-RECHAZO THRU F-4100-GRABAR-RECHAZO
              GO TO F-3100-CAMBIO
           END-IF

           REWRITE REG-PREFENV FROM WS-REG-PREENV

           IF FS-PREFENV IS NOT EQUAL '00'
              DISPLAY '* ERROR EN REWRITE PREFENV = ' FS-PREFENV
              MOVE 9999 TO RETURN-CODE
              SET FS-NOVEDAD-FIN TO TRUE
           ELSE
              ADD 1 TO WS-CANT-CAMBIOS
           END-IF.

       F-3100-CAMBIO. EXIT.
      **************************************************************
       3200-BAJA.

           MOVE NPE-NROCLI TO MAE-PEN-CLAVE

           READ PREFENV INTO WS-REG-PREENV
              INVALID KEY
                 MOVE 'BAJA SIN PREFERENCIA' TO RCH-MOTIVO
                 PERFORM 4100-GRABAR-RECHAZO
                         THRU F-4100-GRABAR-RECHAZO
              NOT INVALID KEY
                 DELETE PREFENV
                 IF FS-PREFENV IS NOT EQUAL '00'
                    DISPLAY '* ERROR EN DELETE PREFENV = '
                                              FS-PREFENV
                    MOVE 9999 TO RETURN-CODE
                    SET FS-NOVEDAD-FIN TO TRUE
                 ELSE
                    ADD 1 TO WS-CANT-BAJAS
                 END-IF
           END-READ.

       F-3200-BAJA. EXIT.
      **************************************************************
       3500-VALIDAR-MEDIO.
      *    DEJA EN RCH-MOTIVO LA FALTA ENCONTRADA EN EL REGISTRO YA
      *    ARMADO; EN BLANCO EL REGISTRO ESTA COMPLETO.
           MOVE SPACES TO RCH-MOTIVO

           IF NOT PEN-MEDIO-VALIDO
              MOVE 'MEDIO DE ENVIO INVALIDO' TO RCH-MOTIVO
              GO TO F-3500-VALIDAR-MEDIO
           END-IF

           IF PEN-MEDIO-CORREO
              AND PEN-CORREO IS EQUAL SPACES
              MOVE 'FALTA EL CORREO' TO RCH-MOTIVO
           END-IF.

       F-3500-VALIDAR-MEDIO. EXIT.
      **************************************************************
       4100-GRABAR-RECHAZO.

           ADD 1 TO WS-CANT-RECHAZADAS

           MOVE WS-REG-NOVPEN TO RCH-NOVEDAD
           WRITE REG-RECHAZO

           IF FS-RECHAZO IS NOT EQUAL '00'
              DISPLAY '* ERROR EN WRITE RECHAZOS = ' FS-RECHAZO
              MOVE 9999 TO RETURN-CODE
              SET FS-NOVEDAD-FIN TO TRUE
           END-IF.

       F-4100-GRABAR-RECHAZO. EXIT.
      **************************************************************
       5000-REBOTES.
      *    EL REBOTE DE UNA DIRECCION QUE YA NO ES LA GRABADA (LA
      *    SUCURSAL LA CAMBIO DESPUES DEL ENVIO) NO MARCA NADA.
           READ REBOTES

           EVALUATE FS-REBOTE
             WHEN '00'
                  ADD 1 TO WS-CANT-REBOTES
                  PERFORM 5100-MARCAR-REBOTE THRU F-5100-MARCAR-REBOTE

              WHEN '10'
                CONTINUE

              WHEN OTHER
              DISPLAY '* ERROR EN LECTURA REBOTES  = ' FS-REBOTE
              MOVE 9999 TO RETURN-CODE

           END-EVALUATE.

       F-5000-REBOTES. EXIT.
      **************************************************************
       5100-MARCAR-REBOTE.

           IF REB-NROCLI IS NOT NUMERIC
              ADD 1 TO WS-CANT-REB-IGNORADOS
              GO TO F-5100-MARCAR-REBOTE
           END-IF

           MOVE REB-NROCLI TO MAE-PEN-CLAVE

           READ PREFENV INTO WS-REG-PREENV
              INVALID KEY
                 ADD 1 TO WS-CANT-REB-IGNORADOS
                 GO TO F-5100-MARCAR-REBOTE
           END-READ

           IF PEN-CORREO IS NOT EQUAL REB-CORREO
              ADD 1 TO WS-CANT-REB-IGNORADOS
              GO TO F-5100-MARCAR-REBOTE
           END-IF

           MOVE 'S'                TO PEN-REBOTE
           MOVE WS-FECHA-NEGOCIO-R TO PEN-FEC-REBOTE
                                      PEN-FEC-MODIF

           IF REB-FECHA IS NUMERIC AND REB-FECHA IS NOT EQUAL ZEROS
              MOVE REB-FECHA       TO PEN-FEC-REBOTE
           END-IF

           REWRITE REG-PREFENV FROM WS-REG-PREENV

           IF FS-PREFENV IS NOT EQUAL '00'
              DISPLAY '* ERROR EN REWRITE PREFENV = ' FS-PREFENV
              MOVE 9999 TO RETURN-CODE
           ELSE
              ADD 1 TO WS-CANT-REB-MARCADOS
           END-IF.

       F-5100-MARCAR-REBOTE. EXIT.
      **************************************************************
       9999-FINAL.

           IF RETURN-CODE NOT EQUAL 9999
             CLOSE PREFENV
                 IF FS-PREFENV IS NOT EQUAL '00'
                  DISPLAY '* ERROR EN CLOSE PREFENV  = '
                                            FS-PREFENV
                  MOVE 9999 TO RETURN-CODE
                 END-IF

             CLOSE NOVEDADES
                 IF FS-NOVEDAD IS NOT EQUAL '00' AND '10'
                  DISPLAY '* ERROR EN CLOSE NOVEDADES = '
                                            FS-NOVEDAD
                  MOVE 9999 TO RETURN-CODE
                 END-IF

             IF WS-HAY-REBOTES
                CLOSE REBOTES
             END-IF

             CLOSE RECHAZOS
                 IF FS-RECHAZO IS NOT EQUAL '00'
                  DISPLAY '* ERROR EN CLOSE RECHAZOS = '
                                            FS-RECHAZO
                  MOVE 9999 TO RETURN-CODE
                 END-IF

             DISPLAY '***************************************'
             DISPLAY ' NOVEDADES DE ENVIO LEIDAS    :  '
                                               WS-CANT-LEIDAS
             DISPLAY ' ALTAS APLICADAS         (AL) :  '
                                               WS-CANT-ALTAS
             DISPLAY ' CAMBIOS APLICADOS       (CM) :  '
                                               WS-CANT-CAMBIOS
             DISPLAY ' BAJAS APLICADAS         (BJ) :  '
                                               WS-CANT-BAJAS
             DISPLAY ' NOVEDADES RECHAZADAS         :  '
                                               WS-CANT-RECHAZADAS
             DISPLAY ' REBOTES DE CORREO LEIDOS     :  '
                                               WS-CANT-REBOTES
             DISPLAY ' CLIENTES VUELTOS A PAPEL     :  '
                                               WS-CANT-REB-MARCADOS
             DISPLAY ' REBOTES SIN EFECTO           :  '
                                               WS-CANT-REB-IGNORADOS
             DISPLAY '***************************************'

           END-IF.

       F-9999-FINAL.
           EXIT.
