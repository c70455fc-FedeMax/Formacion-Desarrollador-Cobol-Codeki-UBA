       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMPACBF.
       AUTHOR.    FEDERICO FALCON.
      **************************************************************
      *  MANTENIMIENTO POR NOVEDADES DE LAS PREFERENCIAS DE AVISOS *
      *  AL CLIENTE.                                               *
      *  LOS CLIENTES SE ENTERABAN POR EL RESUMEN DE QUE LES       *
      *  HABIAN ACREDITADO EL SUELDO, RECHAZADO UN CHEQUE O DE QUE *
      *  LA CUENTA HABIA PASADO EL DESCUBIERTO. LA SUCURSAL CARGA  *
      *  LA SUSCRIPCION DEL CLIENTE A CADA EVENTO EN DDNOVPAV Y    *
      *  ESTE PASO LA APLICA, AL ESTILO DE PGMLICBF, CONTRA EL     *
      *  MAESTRO INDEXADO DDPREAVI (LAYOUT CPPREAVI):              *
      *    - AL = ALTA DE LA SUSCRIPCION CON CANAL, CONTACTO E     *
      *      IMPORTE MINIMO                                        *
      *    - CM = CAMBIO: LO QUE VIENE INFORMADO PISA LO GRABADO   *
      *    - BJ = BAJA DE LA SUSCRIPCION                           *
      *  EL CANAL SMS EXIGE TELEFONO Y EL CORREO EXIGE DIRECCION.  *
      *  LAS NOVEDADES INVALIDAS VAN A DDRECHA CON SU MOTIVO. LOS  *
      *  AVISOS LOS GENERA CADA NOCHE PGMAVCBF.                    *
      **************************************************************
       ENVIRONMENT DIVISION.
      **************************************************************
       CONFIGURATION SECTION.

       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
      **************************************************************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

            SELECT PREFEREN ASSIGN TO DDPREAVI
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS MAE-PAV-CLAVE
                 FILE STATUS IS FS-PREFEREN.

            SELECT NOVEDADES ASSIGN TO DDNOVPAV
                 FILE STATUS IS FS-NOVEDAD.

            SELECT RECHAZOS ASSIGN TO DDRECHA
                 FILE STATUS IS FS-RECHAZO.

            SELECT FECHAPRO ASSIGN TO DDFECPRO
                 FILE STATUS IS FS-FECHAPRO.
      **************************************************************
       I-O-CONTROL.

       DATA DIVISION.
       FILE SECTION.
       FD   PREFEREN.

       01   REG-PREFEREN.
           03  MAE-PAV-CLAVE        PIC X(09).
           03  FILLER               PIC X(91).
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
       WORKING-STORAGE SECTION.

       77  FILLER        PIC X(26) VALUE '* INICIO WORKING-STORAGE *'.
      **************************************************************

           COPY CPPREAVI.

           COPY CPFECPRO.

       77  FS-PREFEREN     PIC XX    VALUE SPACES.

       77  FS-NOVEDAD      PIC XX    VALUE SPACES.
           88  FS-NOVEDAD-FIN        VALUE '10'.

       77  FS-RECHAZO      PIC XX    VALUE SPACES.
       77  FS-FECHAPRO     PIC XX    VALUE SPACES.

      *********************CONTADORES*******************************
       77  WS-CANT-LEIDAS             PIC 9(05)   VALUE ZEROES.
       77  WS-CANT-ALTAS              PIC 9(05)   VALUE ZEROES.
       77  WS-CANT-CAMBIOS            PIC 9(05)   VALUE ZEROES.
       77  WS-CANT-BAJAS              PIC 9(05)   VALUE ZEROES.
       77  WS-CANT-RECHAZADAS         PIC 9(05)   VALUE ZEROES.

      *****************NOVEDAD DE PREFERENCIAS************************
      *    EN UN CAMBIO, CANAL, TELEFONO Y CORREO EN BLANCO Y EL
      *    IMPORTE NO NUMERICO DEJAN LO GRABADO.
       01  WS-REG-NOVPAV.
           05  NPA-ACCION           PIC X(02).
           05  NPA-CLAVE.
               10  NPA-NROCLI       PIC 9(07).
               10  NPA-EVENTO       PIC X(02).
           05  NPA-CANAL            PIC X(01).
           05  NPA-UMBRAL           PIC 9(07)V99.
           05  NPA-TELEFONO         PIC X(15).
           05  NPA-CORREO           PIC X(40).
           05  FILLER               PIC X(04).

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
           OPEN I-O PREFEREN.

           IF FS-PREFEREN IS EQUAL '35'
              OPEN OUTPUT PREFEREN
              CLOSE PREFEREN
              OPEN I-O PREFEREN
           END-IF

           IF FS-PREFEREN IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN PREFEREN  = ' FS-PREFEREN
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

           READ NOVEDADES INTO WS-REG-NOVPAV

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

           IF NPA-NROCLI IS NOT NUMERIC
              OR NPA-NROCLI IS EQUAL ZEROS
              MOVE 'CLIENTE INVALIDO' TO RCH-MOTIVO
              PERFORM 4100-GRABAR-RECHAZO THRU F-4100-GRABAR-RECHAZO
              GO TO F-2100-VALIDAR-NOVEDAD
           END-IF

           MOVE NPA-EVENTO TO PAV-EVENTO

           IF NOT PAV-EVENTO-VALIDO
              MOVE 'EVENTO NO RECONOCIDO' TO RCH-MOTIVO
              PERFORM 4100-GRABAR-RECHAZO THRU F-4100-GRABAR-RECHAZO
              GO TO F-2100-VALIDAR-NOVEDAD
           END-IF

           EVALUATE NPA-ACCION
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

           MOVE SPACES             TO WS-REG-PREAVI
           MOVE NPA-CLAVE          TO PAV-CLAVE
           MOVE NPA-CANAL          TO PAV-CANAL
           MOVE NPA-TELEFONO       TO PAV-TELEFONO
           MOVE NPA-CORREO         TO PAV-CORREO
           MOVE WS-FECHA-NEGOCIO-R TO PAV-FEC-ALTA
                                      PAV-FEC-MODIF
           MOVE ZEROS              TO PAV-UMBRAL

           IF NPA-UMBRAL IS NUMERIC
              MOVE NPA-UMBRAL      TO PAV-UMBRAL
           END-IF

           PERFORM 3500-VALIDAR-CONTACTO THRU F-3500-VALIDAR-CONTACTO

           IF RCH-MOTIVO IS NOT EQUAL SPACES
              PERFORM 4100-GRABAR-RECHAZO THRU F-4100-GRABAR-RECHAZO
              GO TO F-3000-ALTA
           END-IF

           WRITE REG-PREFEREN FROM WS-REG-PREAVI
              INVALID KEY
                 MOVE 'SUSCRIPCION YA EXISTENTE' TO RCH-MOTIVO
                 PERFORM 4100-GRABAR-RECHAZO
                         THRU F-4100-GRABAR-RECHAZO
              NOT INVALID KEY
                 ADD 1 TO WS-CANT-ALTAS
           END-WRITE.

       F-3000-ALTA. EXIT.
      **************************************************************
       3100-CAMBIO.

           MOVE NPA-CLAVE TO MAE-PAV-CLAVE

           READ PREFEREN INTO WS-REG-PREAVI
              INVALID KEY
                 MOVE 'SUSCRIPCION INEXISTENTE' TO RCH-MOTIVO
                 PERFORM 4100-GRABAR-RECHAZO
                         THRU F-4100-GRABAR-RECHAZO
                 GO TO F-3100-CAMBIO
           END-READ

           IF NPA-CANAL IS NOT EQUAL SPACES
              MOVE NPA-CANAL       TO PAV-CANAL
           END-IF
           IF NPA-TELEFONO IS NOT EQUAL SPACES
              MOVE NPA-TELEFONO    TO PAV-TELEFONO
           END-IF
           IF NPA-CORREO IS NOT EQUAL SPACES
              MOVE NPA-CORREO      TO PAV-CORREO
           END-IF
           IF NPA-UMBRAL IS NUMERIC
              MOVE NPA-UMBRAL      TO PAV-UMBRAL
           END-IF
           MOVE WS-FECHA-NEGOCIO-R TO PAV-FEC-MODIF

           PERFORM 3500-VALIDAR-CONTACTO THRU F-3500-VALIDAR-CONTACTO

           IF RCH-MOTIVO IS NOT EQUAL SPACES
              PERFORM 4100-GRABAR-RECHAZO THRU F-4100-GRABAR-RECHAZO
              GO TO F-3100-CAMBIO
           END-IF

           REWRITE REG-PREFEREN FROM WS-REG-PREAVI

           IF FS-PREFEREN IS NOT EQUAL '00'
              DISPLAY '* ERROR EN REWRITE PREFEREN = ' FS-PREFEREN
              MOVE 9999 TO RETURN-CODE
              SET FS-NOVEDAD-FIN TO TRUE
           ELSE
              ADD 1 TO WS-CANT-CAMBIOS
           END-IF.

       F-3100-CAMBIO. EXIT.
      **************************************************************
       3200-BAJA.

           MOVE NPA-CLAVE TO MAE-PAV-CLAVE

           READ PREFEREN INTO WS-REG-PREAVI
              INVALID KEY
                 MOVE 'BAJA SIN SUSCRIPCION' TO RCH-MOTIVO
                 PERFORM 4100-GRABAR-RECHAZO
                         THRU F-4100-GRABAR-RECHAZO
              NOT INVALID KEY
                 DELETE PREFEREN
                 IF FS-PREFEREN IS NOT EQUAL '00'
                    DISPLAY '* ERROR EN DELETE PREFEREN = '
                                              FS-PREFEREN
                    MOVE 9999 TO RETURN-CODE
                    SET FS-NOVEDAD-FIN TO TRUE
                 ELSE
                    ADD 1 TO WS-CANT-BAJAS
                 END-IF
           END-READ.

       F-3200-BAJA. EXIT.
      **************************************************************
       3500-VALIDAR-CONTACTO.
      *    DEJA EN RCH-MOTIVO LA FALTA ENCONTRADA EN EL REGISTRO YA
      *    ARMADO; EN BLANCO EL REGISTRO ESTA COMPLETO.
           MOVE SPACES TO RCH-MOTIVO

           IF NOT PAV-CANAL-VALIDO
              MOVE 'CANAL INVALIDO' TO RCH-MOTIVO
              GO TO F-3500-VALIDAR-CONTACTO
           END-IF

           IF PAV-CANAL-SMS
              AND PAV-TELEFONO IS EQUAL SPACES
              MOVE 'FALTA EL TELEFONO' TO RCH-MOTIVO
              GO TO F-3500-VALIDAR-CONTACTO
           END-IF

           IF PAV-CANAL-CORREO
              AND PAV-CORREO IS EQUAL SPACES
              MOVE 'FALTA EL CORREO' TO RCH-MOTIVO
           END-IF.

       F-3500-VALIDAR-CONTACTO. EXIT.
      **************************************************************
       4100-GRABAR-RECHAZO.

           ADD 1 TO WS-CANT-RECHAZADAS

           MOVE WS-REG-NOVPAV TO RCH-NOVEDAD
           WRITE REG-RECHAZO

           IF FS-RECHAZO IS NOT EQUAL '00'
              DISPLAY '* ERROR EN WRITE RECHAZOS = ' FS-RECHAZO
              MOVE 9999 TO RETURN-CODE
              SET FS-NOVEDAD-FIN TO TRUE
           END-IF.

       F-4100-GRABAR-RECHAZO. EXIT.
      **************************************************************
       9999-FINAL.

           IF RETURN-CODE NOT EQUAL 9999
             CLOSE PREFEREN
                 IF FS-PREFEREN IS NOT EQUAL '00'
                  DISPLAY '* ERROR EN CLOSE PREFEREN = '
                                            FS-PREFEREN
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

             DISPLAY '***************************************'
             DISPLAY ' NOVEDADES DE AVISOS LEIDAS   :  '
                                               WS-CANT-LEIDAS
             DISPLAY ' ALTAS APLICADAS         (AL) :  '
                                               WS-CANT-ALTAS
             DISPLAY ' CAMBIOS APLICADOS       (CM) :  '
                                               WS-CANT-CAMBIOS
             DISPLAY ' BAJAS APLICADAS         (BJ) :  '
                                               WS-CANT-BAJAS
             DISPLAY ' NOVEDADES RECHAZADAS         :  '
                                               WS-CANT-RECHAZADAS
             DISPLAY '***************************************'

           END-IF.

       F-9999-FINAL.
           EXIT.
