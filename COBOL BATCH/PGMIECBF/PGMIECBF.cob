       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMIECBF.
       AUTHOR.    FEDERICO FALCON.
      **************************************************************
      *  MANTENIMIENTO POR NOVEDADES DEL REGISTRO DE EXENCIONES    *
      *  DEL IMPUESTO A LOS DEBITOS Y CREDITOS BANCARIOS.          *
      *  APLICA NOVEDADES (AL = ALTA, CM = CAMBIO, BJ = BAJA)      *
      *  CONTRA EL MAESTRO INDEXADO DDEXEIDC (LAYOUT CPEXEIDC),    *
      *  AL ESTILO DEL MAESTRO DE LIMITES DE PGMLICBF:             *
      *    - 'S' CUENTA SUELDO (PGMNPCBF YA LAS DA DE ALTA AL      *
      *      ACREDITAR HABERES; ACA SE CORRIGEN O SE DAN DE BAJA)  *
      *    - 'R' CERTIFICADO DE ALICUOTA REDUCIDA: NUMERO DE       *
      *      CERTIFICADO, ALICUOTAS DE DEBITO Y DE CREDITO Y       *
      *      VIGENCIA DESDE / HASTA                                *
      *  LA BAJA NO BORRA LA FILA: ESTAMPA LA VIGENCIA HASTA, ASI  *
      *  LOS AUDITORES SIGUEN VIENDO QUE CERTIFICADO RIGIO CADA    *
      *  DIA. EL IMPUESTO LO LIQUIDA PGMIBCBF.                     *
      **************************************************************
       ENVIRONMENT DIVISION.
      **************************************************************
       CONFIGURATION SECTION.

       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
      **************************************************************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

            SELECT EXENCION ASSIGN TO DDEXEIDC
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS MAE-EXI-CLAVE
                 FILE STATUS IS FS-EXENCION.

            SELECT NOVEDADES ASSIGN TO DDNOVEXI
                 FILE STATUS IS FS-NOVEDAD.

            SELECT RECHAZOS ASSIGN TO DDRECHA
                 FILE STATUS IS FS-RECHAZO.
      **************************************************************
       I-O-CONTROL.

       DATA DIVISION.
       FILE SECTION.
       FD   EXENCION.

       01   REG-EXENCION.
           03  MAE-EXI-CLAVE        PIC X(10).
           03  FILLER               PIC X(50).
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
       WORKING-STORAGE SECTION.

       77  FILLER        PIC X(26) VALUE '* INICIO WORKING-STORAGE *'.
      **************************************************************

           COPY CPEXEIDC.

       77  FS-EXENCION     PIC XX    VALUE SPACES.

       77  FS-NOVEDAD      PIC XX    VALUE SPACES.
           88  FS-NOVEDAD-FIN        VALUE '10'.

       77  FS-RECHAZO      PIC XX    VALUE SPACES.

      *********************CONTADORES*******************************
       77  WS-CANT-LEIDAS             PIC 9(05)   VALUE ZEROES.
       77  WS-CANT-ALTAS              PIC 9(05)   VALUE ZEROES.
       77  WS-CANT-CAMBIOS            PIC 9(05)   VALUE ZEROES.
       77  WS-CANT-BAJAS              PIC 9(05)   VALUE ZEROES.
       77  WS-CANT-RECHAZADAS         PIC 9(05)   VALUE ZEROES.

      *****************NOVEDAD DE EXENCION*****************************
       01  WS-REG-NOVEXI.
           05  NEI-ACCION           PIC X(02).
           05  NEI-TIPCUEN          PIC 9(02).
           05  NEI-NROCUEN          PIC 9(08).
           05  NEI-CATEGORIA        PIC X(01).
           05  NEI-NRO-CERTIF       PIC X(12).
           05  NEI-ALIC-DEBITO      PIC 9(02)V9999.
           05  NEI-ALIC-CREDITO     PIC 9(02)V9999.
           05  NEI-VIG-DESDE        PIC 9(08).
           05  NEI-VIG-HASTA        PIC 9(08).
           05  FILLER               PIC X(27).

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
      *    REABRE I-O, COMO HACE PGMSUCBF CON EL DE SUCURSALES.
           OPEN I-O EXENCION.

           IF FS-EXENCION IS EQUAL '35'
              OPEN OUTPUT EXENCION
              CLOSE EXENCION
              OPEN I-O EXENCION
           END-IF

           IF FS-EXENCION IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN EXENCION  = ' FS-EXENCION
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
           END-IF.

       F-1000-INICIO.   EXIT.
      **************************************************************
       2000-PROCESO.

           READ NOVEDADES INTO WS-REG-NOVEXI

           EVALUATE FS-NOVEDAD
             WHEN '00'
                  ADD 1 TO WS-CANT-LEIDAS
                  IF NEI-TIPCUEN IS NOT NUMERIC
                     OR NEI-NROCUEN IS NOT NUMERIC
                     MOVE 'CUENTA NO NUMERICA' TO RCH-MOTIVO
                     PERFORM 4100-GRABAR-RECHAZO
                             THRU F-4100-GRABAR-RECHAZO
                  ELSE
                     EVALUATE NEI-ACCION
                         WHEN 'AL'
                              PERFORM 3000-ALTA THRU F-3000-ALTA
                         WHEN 'CM'
                              PERFORM 3100-CAMBIO THRU F-3100-CAMBIO
                         WHEN 'BJ'
                              PERFORM 3200-BAJA THRU F-3200-BAJA
                         WHEN OTHER
                              MOVE 'ACCION NO RECONOCIDA'
                                   TO RCH-MOTIVO
                              PERFORM 4100-GRABAR-RECHAZO
                                      THRU F-4100-GRABAR-RECHAZO
                     END-EVALUATE
                  END-IF

              WHEN '10'
                CONTINUE

              WHEN OTHER
              DISPLAY '* ERROR EN LECTURA NOVEDAD  = ' FS-NOVEDAD
              MOVE 9999 TO RETURN-CODE
              SET FS-NOVEDAD-FIN TO TRUE

           END-EVALUATE.

       F-2000-PROCESO. EXIT.
      **************************************************************
       3000-ALTA.

           IF NEI-CATEGORIA IS NOT EQUAL 'S' AND 'R'
              MOVE 'CATEGORIA INVALIDA' TO RCH-MOTIVO
              PERFORM 4100-GRABAR-RECHAZO THRU F-4100-GRABAR-RECHAZO
              GO TO F-3000-ALTA
           END-IF

           IF NEI-VIG-DESDE IS NOT NUMERIC
              OR NEI-VIG-DESDE IS EQUAL ZEROS
              MOVE 'ALTA SIN VIGENCIA DESDE' TO RCH-MOTIVO
              PERFORM 4100-GRABAR-RECHAZO THRU F-4100-GRABAR-RECHAZO
              GO TO F-3000-ALTA
           END-IF

           IF NEI-VIG-HASTA IS NOT NUMERIC
              MOVE ZEROS TO NEI-VIG-HASTA
           END-IF

           IF NEI-VIG-HASTA IS NOT EQUAL ZEROS
              AND NEI-VIG-HASTA IS LESS NEI-VIG-DESDE
              MOVE 'VIGENCIA HASTA ANTERIOR A DESDE' TO RCH-MOTIVO
              PERFORM 4100-GRABAR-RECHAZO THRU F-4100-GRABAR-RECHAZO
              GO TO F-3000-ALTA
           END-IF

      *    LA ALICUOTA REDUCIDA PUEDE SER CERO (EXENCION TOTAL POR
      *    CERTIFICADO) PERO TIENE QUE VENIR INFORMADA.
           IF NEI-CATEGORIA IS EQUAL 'R'
              IF NEI-NRO-CERTIF IS EQUAL SPACES
                 OR NEI-ALIC-DEBITO IS NOT NUMERIC
                 OR NEI-ALIC-CREDITO IS NOT NUMERIC
                 MOVE 'CERTIFICADO INCOMPLETO' TO RCH-MOTIVO
                 PERFORM 4100-GRABAR-RECHAZO
                         THRU F-4100-GRABAR-RECHAZO
                 GO TO F-3000-ALTA
              END-IF
           ELSE
              MOVE ZEROS TO NEI-ALIC-DEBITO
              MOVE ZEROS TO NEI-ALIC-CREDITO
           END-IF

           MOVE SPACES           TO WS-REG-EXEIDC
           MOVE NEI-TIPCUEN      TO EXI-TIPCUEN
           MOVE NEI-NROCUEN      TO EXI-NROCUEN
           MOVE NEI-CATEGORIA    TO EXI-CATEGORIA
           MOVE NEI-NRO-CERTIF   TO EXI-NRO-CERTIF
           MOVE NEI-ALIC-DEBITO  TO EXI-ALIC-DEBITO
           MOVE NEI-ALIC-CREDITO TO EXI-ALIC-CREDITO
           MOVE NEI-VIG-DESDE    TO EXI-VIG-DESDE
           MOVE NEI-VIG-HASTA    TO EXI-VIG-HASTA

           WRITE REG-EXENCION FROM WS-REG-EXEIDC
              INVALID KEY
                 MOVE 'EXENCION YA EXISTENTE' TO RCH-MOTIVO
                 PERFORM 4100-GRABAR-RECHAZO
                         THRU F-4100-GRABAR-RECHAZO
              NOT INVALID KEY
                 ADD 1 TO WS-CANT-ALTAS
           END-WRITE.

       F-3000-ALTA. EXIT.
      **************************************************************
       3100-CAMBIO.
      *    SOLO SE CAMBIA LO QUE VIENE INFORMADO; UNA NUEVA
      *    VIGENCIA DESDE SIRVE PARA RENOVAR UN CERTIFICADO.
           MOVE NEI-TIPCUEN TO MAE-EXI-CLAVE (1:2)
           MOVE NEI-NROCUEN TO MAE-EXI-CLAVE (3:8)

           READ EXENCION INTO WS-REG-EXEIDC
              INVALID KEY
                 MOVE 'EXENCION INEXISTENTE' TO RCH-MOTIVO
                 PERFORM 4100-GRABAR-RECHAZO
                         THRU F-4100-GRABAR-RECHAZO
                 GO TO F-3100-CAMBIO
           END-READ

           IF NEI-CATEGORIA IS NOT EQUAL SPACE
              IF NEI-CATEGORIA IS EQUAL 'S' OR 'R'
                 MOVE NEI-CATEGORIA TO EXI-CATEGORIA
              ELSE
                 MOVE 'CATEGORIA INVALIDA' TO RCH-MOTIVO
                 PERFORM 4100-GRABAR-RECHAZO
                         THRU F-4100-GRABAR-RECHAZO
                 GO TO F-3100-CAMBIO
              END-IF
           END-IF

           IF NEI-NRO-CERTIF IS NOT EQUAL SPACES
              MOVE NEI-NRO-CERTIF TO EXI-NRO-CERTIF
           END-IF

           IF NEI-ALIC-DEBITO IS NUMERIC
              MOVE NEI-ALIC-DEBITO TO EXI-ALIC-DEBITO
           END-IF

           IF NEI-ALIC-CREDITO IS NUMERIC
              MOVE NEI-ALIC-CREDITO TO EXI-ALIC-CREDITO
           END-IF

           IF NEI-VIG-DESDE IS NUMERIC
              AND NEI-VIG-DESDE IS NOT EQUAL ZEROS
              MOVE NEI-VIG-DESDE TO EXI-VIG-DESDE
           END-IF

           IF NEI-VIG-HASTA IS NUMERIC
              AND NEI-VIG-HASTA IS NOT EQUAL ZEROS
              MOVE NEI-VIG-HASTA TO EXI-VIG-HASTA
           END-IF

           REWRITE REG-EXENCION FROM WS-REG-EXEIDC

           IF FS-EXENCION IS NOT EQUAL '00'
              DISPLAY '* ERROR EN REWRITE EXENCION = ' FS-EXENCION
              MOVE 9999 TO RETURN-CODE
              SET FS-NOVEDAD-FIN TO TRUE
           ELSE
              ADD 1 TO WS-CANT-CAMBIOS
           END-IF.

       F-3100-CAMBIO. EXIT.
      **************************************************************
       3200-BAJA.

           MOVE NEI-TIPCUEN TO MAE-EXI-CLAVE (1:2)
           MOVE NEI-NROCUEN TO MAE-EXI-CLAVE (3:8)

           READ EXENCION INTO WS-REG-EXEIDC
              INVALID KEY
                 MOVE 'EXENCION INEXISTENTE EN BAJA' TO RCH-MOTIVO
                 PERFORM 4100-GRABAR-RECHAZO
                         THRU F-4100-GRABAR-RECHAZO
              NOT INVALID KEY
                 IF NEI-VIG-HASTA IS NUMERIC
                    AND NEI-VIG-HASTA IS NOT EQUAL ZEROS
                    MOVE NEI-VIG-HASTA TO EXI-VIG-HASTA
                    REWRITE REG-EXENCION FROM WS-REG-EXEIDC
                    IF FS-EXENCION IS NOT EQUAL '00'
                       DISPLAY '* ERROR EN REWRITE EXENCION = '
                                                 FS-EXENCION
                       MOVE 9999 TO RETURN-CODE
                       SET FS-NOVEDAD-FIN TO TRUE
                    ELSE
                       ADD 1 TO WS-CANT-BAJAS
                    END-IF
                 ELSE
                    MOVE 'BAJA SIN FECHA DE VIGENCIA' TO RCH-MOTIVO
                    PERFORM 4100-GRABAR-RECHAZO
                            THRU F-4100-GRABAR-RECHAZO
                 END-IF
           END-READ.

       F-3200-BAJA. EXIT.
      **************************************************************
       4100-GRABAR-RECHAZO.

           ADD 1 TO WS-CANT-RECHAZADAS

           MOVE WS-REG-NOVEXI TO RCH-NOVEDAD
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
             CLOSE EXENCION
                 IF FS-EXENCION IS NOT EQUAL '00'
                  DISPLAY '* ERROR EN CLOSE EXENCION = '
                                            FS-EXENCION
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
             DISPLAY ' NOVEDADES DE EXENCION LEIDAS :  '
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
