       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMADCBF.
       AUTHOR.    FEDERICO FALCON.
      **************************************************************
      *  MANTENIMIENTO POR NOVEDADES DE LAS ADHESIONES A DEBITO    *
      *  AUTOMATICO.                                               *
      *  LAS ORDENES PERMANENTES DE DDORDPER SOLO CUBREN IMPORTES  *
      *  FIJOS QUE PROGRAMA EL CLIENTE; LAS EMPRESAS DE SERVICIOS, *
      *  SEGUROS Y CUOTAS FACTURAN IMPORTES VARIABLES Y COBRAN POR *
      *  DEBITO SOBRE LA ADHESION QUE EL CLIENTE FIRMO. ESTE PASO  *
      *  APLICA LAS NOVEDADES DE LAS SUCURSALES (DDNOVADH) SOBRE   *
      *  EL MAESTRO DDMANDAT (LAYOUT CPMANDAT):                    *
      *    - AD = ADHESION: ALTA CON CUENTA E IMPORTE MAXIMO; SOBRE *
      *      UNA ADHESION EXISTENTE ACTUALIZA CUENTA Y TOPE, Y     *
      *      SOBRE UNA REVOCADA LA REACTIVA                        *
      *    - RV = REVOCACION POR PEDIDO DEL CLIENTE                *
      *  EL CUIT DE LA EMPRESA SE VALIDA CON EL MODULO DE          *
      *  DOCUMENTOS PGMCDCBF (AREA CPVALDOC). LAS NOVEDADES        *
      *  INVALIDAS VAN A DDRECHA CON SU MOTIVO Y LAS APLICADAS SE  *
      *  LISTAN EN DDSALI. LOS DEBITOS LOS GENERA PGMDACBF.        *
      **************************************************************
       ENVIRONMENT DIVISION.
      **************************************************************
       CONFIGURATION SECTION.

       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
      **************************************************************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

            SELECT MANDATOS ASSIGN TO DDMANDAT
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS MAE-MAN-CLAVE
                 FILE STATUS IS FS-MANDATOS.

            SELECT NOVEDADES ASSIGN TO DDNOVADH
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
       FD   MANDATOS.

       01   REG-MANDATOS.
           03  MAE-MAN-CLAVE        PIC X(31).
           03  FILLER               PIC X(69).
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

           COPY CPMANDAT.

           COPY CPFECPRO.

           COPY CPVALDOC.

       77  FS-MANDATOS     PIC XX    VALUE SPACES.

       77  FS-NOVEDAD      PIC XX    VALUE SPACES.
           88  FS-NOVEDAD-FIN        VALUE '10'.

       77  FS-RECHAZO      PIC XX    VALUE SPACES.
       77  FS-FECHAPRO     PIC XX    VALUE SPACES.
       77  FS-SALIDA       PIC XX    VALUE SPACES.

      *********************CONTADORES*******************************
       77  WS-CANT-LEIDAS             PIC 9(05)   VALUE ZEROES.
       77  WS-CANT-ADHESIONES         PIC 9(05)   VALUE ZEROES.
       77  WS-CANT-MODIFICADAS        PIC 9(05)   VALUE ZEROES.
       77  WS-CANT-REVOCADAS          PIC 9(05)   VALUE ZEROES.
       77  WS-CANT-RECHAZADAS         PIC 9(05)   VALUE ZEROES.

      *****************NOVEDAD DE ADHESION****************************
       01  WS-REG-NOVADH.
           05  NAD-ACCION           PIC X(02).
           05  NAD-CLAVE.
               10  NAD-CUIT         PIC 9(11).
               10  NAD-REFERENCIA   PIC X(20).
           05  NAD-TIPCUEN          PIC 9(02).
           05  NAD-NROCUEN          PIC 9(08).
           05  NAD-IMPORTE-MAX      PIC 9(07)V99.
           05  FILLER               PIC X(28).

      *****************LINEA DEL DIARIO DE NOVEDADES******************
       01  WS-LIN-NOVEDAD.
           05  FILLER               PIC X(01)   VALUE SPACE.
           05  WS-LN-ACCION         PIC X(12).
           05  FILLER               PIC X(06)   VALUE ' CUIT '.
           05  WS-LN-CUIT           PIC 9(11).
           05  FILLER               PIC X(01)   VALUE SPACE.
           05  WS-LN-REFERENCIA     PIC X(20).
           05  FILLER               PIC X(01)   VALUE SPACE.
           05  WS-LN-TIPO           PIC 9(02).
           05  FILLER               PIC X(01)   VALUE '-'.
           05  WS-LN-CUENTA         PIC 9(08).
           05  FILLER               PIC X(01)   VALUE SPACE.
           05  WS-LN-TOPE           PIC ZZZZZZ9,99.
           05  FILLER               PIC X(06)   VALUE SPACES.

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

      *    SI EL MAESTRO TODAVIA NO EXISTE SE CREA VACIO Y SE
      *    REABRE I-O.
           OPEN I-O MANDATOS.

           IF FS-MANDATOS IS EQUAL '35'
              OPEN OUTPUT MANDATOS
              CLOSE MANDATOS
              OPEN I-O MANDATOS
           END-IF

           IF FS-MANDATOS IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN MANDATOS  = ' FS-MANDATOS
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

           READ NOVEDADES INTO WS-REG-NOVADH

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

           IF NAD-CUIT IS NOT NUMERIC
              MOVE 'CUIT DE EMPRESA INVALIDO' TO RCH-MOTIVO
              PERFORM 4100-GRABAR-RECHAZO THRU F-4100-GRABAR-RECHAZO
              GO TO F-2100-VALIDAR-NOVEDAD
           END-IF

           MOVE 'CU'          TO VDC-TIPDOC
           MOVE NAD-CUIT      TO VDC-NRODOC
           CALL 'PGMCDCBF' USING WS-VALDOC-AREA

           IF VDC-RESULTADO IS NOT EQUAL 'S'
              MOVE 'CUIT DE EMPRESA INVALIDO' TO RCH-MOTIVO
              PERFORM 4100-GRABAR-RECHAZO THRU F-4100-GRABAR-RECHAZO
              GO TO F-2100-VALIDAR-NOVEDAD
           END-IF

           IF NAD-REFERENCIA IS EQUAL SPACES
              MOVE 'REFERENCIA DE ABONADO VACIA' TO RCH-MOTIVO
              PERFORM 4100-GRABAR-RECHAZO THRU F-4100-GRABAR-RECHAZO
              GO TO F-2100-VALIDAR-NOVEDAD
           END-IF

           EVALUATE NAD-ACCION
               WHEN 'AD'
                    PERFORM 3000-ADHESION THRU F-3000-ADHESION
               WHEN 'RV'
                    PERFORM 3100-REVOCACION THRU F-3100-REVOCACION
               WHEN OTHER
                    MOVE 'ACCION NO RECONOCIDA' TO RCH-MOTIVO
                    PERFORM 4100-GRABAR-RECHAZO
                            THRU F-4100-GRABAR-RECHAZO
           END-EVALUATE.

       F-2100-VALIDAR-NOVEDAD. EXIT.
      **************************************************************
       3000-ADHESION.

           IF NAD-TIPCUEN IS NOT NUMERIC
              OR NAD-NROCUEN IS NOT NUMERIC
              OR NAD-NROCUEN IS EQUAL ZEROS
              MOVE 'CUENTA INVALIDA' TO RCH-MOTIVO
              PERFORM 4100-GRABAR-RECHAZO THRU F-4100-GRABAR-RECHAZO
              GO TO F-3000-ADHESION
           END-IF

           IF NAD-IMPORTE-MAX IS NOT NUMERIC
              MOVE 'IMPORTE MAXIMO INVALIDO' TO RCH-MOTIVO
              PERFORM 4100-GRABAR-RECHAZO THRU F-4100-GRABAR-RECHAZO
              GO TO F-3000-ADHESION
           END-IF

           MOVE NAD-CLAVE TO MAE-MAN-CLAVE

           READ MANDATOS INTO WS-REG-MANDAT
              INVALID KEY
                 MOVE '23' TO FS-MANDATOS
           END-READ

      *    ADHESION NUEVA.
           IF FS-MANDATOS IS NOT EQUAL '00'
              MOVE SPACES             TO WS-REG-MANDAT
              MOVE NAD-CLAVE          TO MAN-CLAVE
              MOVE NAD-TIPCUEN        TO MAN-TIPCUEN
              MOVE NAD-NROCUEN        TO MAN-NROCUEN
              MOVE NAD-IMPORTE-MAX    TO MAN-IMPORTE-MAX
              MOVE 'A'                TO MAN-ESTADO
              MOVE WS-FECHA-NEGOCIO-R TO MAN-FEC-ALTA
              MOVE ZEROS              TO MAN-FEC-BAJA
              MOVE ZEROS              TO MAN-FEC-ULT-DEB
              MOVE ZEROS              TO MAN-IMP-ULT-DEB
              WRITE REG-MANDATOS FROM WS-REG-MANDAT
              IF FS-MANDATOS IS NOT EQUAL '00'
                 DISPLAY '* ERROR EN WRITE MANDATOS = ' FS-MANDATOS
                 MOVE 9999 TO RETURN-CODE
                 SET FS-NOVEDAD-FIN TO TRUE
              ELSE
                 ADD 1 TO WS-CANT-ADHESIONES
                 MOVE 'ADHESION    ' TO WS-LN-ACCION
                 PERFORM 5000-GRABAR-LINEA THRU F-5000-GRABAR-LINEA
              END-IF
              GO TO F-3000-ADHESION
           END-IF

      *    ADHESION EXISTENTE: CAMBIO DE CUENTA O TOPE, O
      *    REACTIVACION DE UNA REVOCADA.
           IF MAN-ESTADO IS EQUAL 'R'
              MOVE 'A'                TO MAN-ESTADO
              MOVE WS-FECHA-NEGOCIO-R TO MAN-FEC-ALTA
              MOVE ZEROS              TO MAN-FEC-BAJA
              MOVE 'REACTIVADA  '     TO WS-LN-ACCION
           ELSE
              MOVE 'MODIFICADA  '     TO WS-LN-ACCION
           END-IF

           MOVE NAD-TIPCUEN        TO MAN-TIPCUEN
           MOVE NAD-NROCUEN        TO MAN-NROCUEN
           MOVE NAD-IMPORTE-MAX    TO MAN-IMPORTE-MAX

           REWRITE REG-MANDATOS FROM WS-REG-MANDAT

           IF FS-MANDATOS IS NOT EQUAL '00'
              DISPLAY '* ERROR EN REWRITE MANDATOS = ' FS-MANDATOS
              MOVE 9999 TO RETURN-CODE
              SET FS-NOVEDAD-FIN TO TRUE
           ELSE
              ADD 1 TO WS-CANT-MODIFICADAS
              PERFORM 5000-GRABAR-LINEA THRU F-5000-GRABAR-LINEA
           END-IF.

       F-3000-ADHESION. EXIT.
      **************************************************************
       3100-REVOCACION.

           MOVE NAD-CLAVE TO MAE-MAN-CLAVE

           READ MANDATOS INTO WS-REG-MANDAT
              INVALID KEY
                 MOVE 'ADHESION INEXISTENTE' TO RCH-MOTIVO
                 PERFORM 4100-GRABAR-RECHAZO
                         THRU F-4100-GRABAR-RECHAZO
                 GO TO F-3100-REVOCACION
           END-READ

           IF MAN-ESTADO IS NOT EQUAL 'A'
              MOVE 'ADHESION YA REVOCADA' TO RCH-MOTIVO
              PERFORM 4100-GRABAR-RECHAZO THRU F-4100-GRABAR-RECHAZO
              GO TO F-3100-REVOCACION
           END-IF

           MOVE 'R'                TO MAN-ESTADO
           MOVE WS-FECHA-NEGOCIO-R TO MAN-FEC-BAJA

           REWRITE REG-MANDATOS FROM WS-REG-MANDAT

           IF FS-MANDATOS IS NOT EQUAL '00'
              DISPLAY '* ERROR EN REWRITE MANDATOS = ' FS-MANDATOS
              MOVE 9999 TO RETURN-CODE
              SET FS-NOVEDAD-FIN TO TRUE
           ELSE
              ADD 1 TO WS-CANT-REVOCADAS
              MOVE 'REVOCADA    ' TO WS-LN-ACCION
              PERFORM 5000-GRABAR-LINEA THRU F-5000-GRABAR-LINEA
           END-IF.

       F-3100-REVOCACION. EXIT.
      **************************************************************
       4100-GRABAR-RECHAZO.

           ADD 1 TO WS-CANT-RECHAZADAS

           MOVE WS-REG-NOVADH TO RCH-NOVEDAD
           WRITE REG-RECHAZO

           IF FS-RECHAZO IS NOT EQUAL '00'
              DISPLAY '* ERROR EN WRITE RECHAZOS = ' FS-RECHAZO
              MOVE 9999 TO RETURN-CODE
              SET FS-NOVEDAD-FIN TO TRUE
           END-IF.

       F-4100-GRABAR-RECHAZO. EXIT.
      **************************************************************
       5000-GRABAR-LINEA.
      *    EL LLAMADOR DEJA CARGADA LA ACCION; EL RESTO SALE DEL
      *    REGISTRO DEL MAESTRO YA ACTUALIZADO.
           MOVE MAN-CUIT          TO WS-LN-CUIT
           MOVE MAN-REFERENCIA    TO WS-LN-REFERENCIA
           MOVE MAN-TIPCUEN       TO WS-LN-TIPO
           MOVE MAN-NROCUEN       TO WS-LN-CUENTA
           MOVE MAN-IMPORTE-MAX   TO WS-LN-TOPE

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
             CLOSE MANDATOS
                 IF FS-MANDATOS IS NOT EQUAL '00'
                  DISPLAY '* ERROR EN CLOSE MANDATOS  = '
                                            FS-MANDATOS
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
             DISPLAY ' NOVEDADES DE ADHESION       :  '
                                               WS-CANT-LEIDAS
             DISPLAY ' ADHESIONES NUEVAS      (AD) :  '
                                               WS-CANT-ADHESIONES
             DISPLAY ' MODIFICADAS/REACTIVADAS(AD) :  '
                                               WS-CANT-MODIFICADAS
             DISPLAY ' REVOCADAS              (RV) :  '
                                               WS-CANT-REVOCADAS
             DISPLAY ' NOVEDADES RECHAZADAS        :  '
                                               WS-CANT-RECHAZADAS
             DISPLAY '***************************************'

           END-IF.

       F-9999-FINAL.
           EXIT.
