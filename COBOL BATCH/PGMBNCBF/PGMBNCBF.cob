       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMBNCBF.
       AUTHOR.    FEDERICO FALCON.
      **************************************************************
      *  MANTENIMIENTO POR NOVEDADES DEL MAESTRO DE CONVENIOS DE   *
      *  BARRIDO.                                                  *
      *  EL CLIENTE CON UNA CAJA DE AHORRO CON SALDO Y UNA CUENTA  *
      *  CORRIENTE EN DESCUBIERTO PAGABA INTERES DEUDOR (PGMIDCBF) *
      *  Y FIGURABA EN DDEXCESO CON SU PROPIA PLATA AL LADO. CADA  *
      *  CONVENIO (CUENTA EN DESCUBIERTO, CUENTA FONDEADORA Y      *
      *  SALDO MINIMO A CONSERVAR) VIVE EN EL MAESTRO INDEXADO     *
      *  DDBARRID (LAYOUT CPBARRID) Y EL BARRIDO NOCTURNO PGMBGCBF *
      *  LO APLICA DESPUES DEL MOTOR DE SALDOS.                    *
      *  APLICA NOVEDADES AL = ALTA, CM = CAMBIO DEL SALDO MINIMO, *
      *  BJ = BAJA; LA BAJA NO BORRA LA FILA, ESTAMPA ESTADO C     *
      *  (CANCELADO) COMO HACE PGMOMCBF CON LAS ORDENES            *
      *  PERMANENTES. EL ALTA DE UN CONVENIO CANCELADO LO VUELVE A *
      *  ACTIVAR. LA TITULARIDAD Y LA MONEDA DE LAS DOS CUENTAS SE *
      *  CONTROLAN EN CADA BARRIDO, PORQUE PUEDEN CAMBIAR DESPUES  *
      *  DEL ALTA.                                                 *
      *  CADA NOVEDAD TRAE EL OPERADOR QUE LA CARGO; SE AUTORIZA   *
      *  CONTRA LA MATRIZ DE OPERADORES POR MEDIO DE PGMAXCBF Y    *
      *  CADA CAMBIO APLICADO QUEDA EN EL LOG CONSOLIDADO DE       *
      *  MAESTROS DE REFERENCIA.                                   *
      **************************************************************
       ENVIRONMENT DIVISION.
      **************************************************************
       CONFIGURATION SECTION.

       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
      **************************************************************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

            SELECT BARRIDOS ASSIGN TO DDBARRID
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS MAE-BAR-CLAVE
                 FILE STATUS IS FS-BARRIDOS.

            SELECT NOVEDADES ASSIGN TO DDNOVBAR
                 FILE STATUS IS FS-NOVEDAD.

            SELECT FECHAPRO ASSIGN TO DDFECPRO
                 FILE STATUS IS FS-FECHAPRO.

            SELECT RECHAZOS ASSIGN TO DDRECHA
                 FILE STATUS IS FS-RECHAZO.
      **************************************************************
       I-O-CONTROL.

       DATA DIVISION.
       FILE SECTION.
       FD   BARRIDOS.

       01   REG-BARRIDOS.
           03  MAE-BAR-CLAVE        PIC X(20).
           03  FILLER               PIC X(60).
      **************************************************************
       FD   NOVEDADES
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01   REG-NOVEDAD             PIC X(80).
      **************************************************************
       FD   FECHAPRO
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01   REG-FECHAPRO.
           05  FPR-FECHA            PIC 9(08).
           05  FILLER               PIC X(72).
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

           COPY CPBARRID.

           COPY CPFECPRO.

       77  FS-BARRIDOS     PIC XX    VALUE SPACES.

       77  FS-NOVEDAD      PIC XX    VALUE SPACES.
           88  FS-NOVEDAD-FIN        VALUE '10'.

       77  FS-FECHAPRO     PIC XX    VALUE SPACES.

       77  FS-RECHAZO      PIC XX    VALUE SPACES.

      *********************CONTADORES*******************************
       77  WS-CANT-LEIDAS             PIC 9(05)   VALUE ZEROES.
       77  WS-CANT-ALTAS              PIC 9(05)   VALUE ZEROES.
       77  WS-CANT-REACTIVADOS        PIC 9(05)   VALUE ZEROES.
       77  WS-CANT-CAMBIOS            PIC 9(05)   VALUE ZEROES.
       77  WS-CANT-BAJAS              PIC 9(05)   VALUE ZEROES.
       77  WS-CANT-RECHAZADAS         PIC 9(05)   VALUE ZEROES.
       77  WS-CANT-NO-AUTORIZ         PIC 9(05)   VALUE ZEROES.

      *****************AUTORIZACION DE OPERADORES**********************
           COPY CPAUTOPE.

      *****************NOVEDAD DE CONVENIO DE BARRIDO******************
      *    SALDO MINIMO EN BLANCO EN EL ALTA SE TOMA COMO CERO; EN
      *    EL CAMBIO ES OBLIGATORIO.
       01  WS-REG-NOVBAR.
           05  NBA-ACCION           PIC X(02).
           05  NBA-CLAVE.
               10  NBA-TIPCUEN-DEU  PIC 9(02).
               10  NBA-NROCUEN-DEU  PIC 9(08).
               10  NBA-TIPCUEN-FON  PIC 9(02).
               10  NBA-NROCUEN-FON  PIC 9(08).
           05  NBA-SALDO-MINIMO     PIC 9(07)V99.
           05  FILLER               PIC X(41).
           05  NBA-OPERADOR         PIC X(08).

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
      *    REABRE I-O, COMO HACE PGMOMCBF CON EL DE ORDENES.
           OPEN I-O BARRIDOS.

           IF FS-BARRIDOS IS EQUAL '35'
              OPEN OUTPUT BARRIDOS
              CLOSE BARRIDOS
              OPEN I-O BARRIDOS
           END-IF

           IF FS-BARRIDOS IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN BARRIDOS  = ' FS-BARRIDOS
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

           PERFORM 1100-LEER-FECHA THRU F-1100-LEER-FECHA.

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

           READ NOVEDADES INTO WS-REG-NOVBAR

           EVALUATE FS-NOVEDAD
             WHEN '00'
                  ADD 1 TO WS-CANT-LEIDAS
                  PERFORM 2050-AUTORIZAR THRU F-2050-AUTORIZAR
                  IF AOP-AUTORIZADO
                     EVALUATE NBA-ACCION
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
       2050-AUTORIZAR.
      *    EL CONVENIO NO TIENE IMPORTE SUJETO A TOPE.
           MOVE 'V'              TO AOP-FUNCION
           MOVE 'PGMBNCBF'       TO AOP-PROGRAMA
           MOVE 'BARRID'         TO AOP-MAESTRO
           MOVE NBA-OPERADOR     TO AOP-OPERADOR
           MOVE NBA-ACCION       TO AOP-TIPO-NOV
           MOVE ZEROS            TO AOP-IMPORTE
           MOVE WS-REG-NOVBAR    TO AOP-NOVEDAD

           CALL 'PGMAXCBF' USING WS-AUTOPE-AREA

           IF AOP-ERROR
              DISPLAY '* ERROR EN AUTORIZACION   = ' AOP-MOTIVO
              MOVE 9999 TO RETURN-CODE
              SET FS-NOVEDAD-FIN TO TRUE
              GO TO F-2050-AUTORIZAR
           END-IF

           IF NOT AOP-AUTORIZADO
              ADD 1 TO WS-CANT-NO-AUTORIZ
              MOVE AOP-MOTIVO TO RCH-MOTIVO
              PERFORM 4100-GRABAR-RECHAZO THRU F-4100-GRABAR-RECHAZO
           END-IF.

       F-2050-AUTORIZAR. EXIT.
      **************************************************************
       3000-ALTA.

           IF NBA-CLAVE IS NOT NUMERIC
              MOVE 'CUENTAS INVALIDAS' TO RCH-MOTIVO
              PERFORM 4100-GRABAR-RECHAZO THRU F-4100-GRABAR-RECHAZO
              GO TO F-3000-ALTA
           END-IF

           IF NBA-TIPCUEN-DEU IS EQUAL NBA-TIPCUEN-FON
              AND NBA-NROCUEN-DEU IS EQUAL NBA-NROCUEN-FON
              MOVE 'CUENTA FONDEADORA IGUAL' TO RCH-MOTIVO
              PERFORM 4100-GRABAR-RECHAZO THRU F-4100-GRABAR-RECHAZO
              GO TO F-3000-ALTA
           END-IF

           IF NBA-SALDO-MINIMO IS NOT NUMERIC
              MOVE ZEROS TO NBA-SALDO-MINIMO
           END-IF

           MOVE NBA-CLAVE TO MAE-BAR-CLAVE

           READ BARRIDOS INTO WS-REG-BARRID
              INVALID KEY
                 PERFORM 3050-NUEVO THRU F-3050-NUEVO
                 GO TO F-3000-ALTA
           END-READ

           IF BAR-ESTADO IS NOT EQUAL 'C'
              MOVE 'CONVENIO YA EXISTENTE' TO RCH-MOTIVO
              PERFORM 4100-GRABAR-RECHAZO THRU F-4100-GRABAR-RECHAZO
              GO TO F-3000-ALTA
           END-IF

      *    CONVENIO CANCELADO QUE SE VUELVE A DAR DE ALTA.
           MOVE WS-REG-BARRID      TO AOP-ANTES
           MOVE NBA-SALDO-MINIMO   TO BAR-SALDO-MINIMO
           MOVE 'A'                TO BAR-ESTADO
           MOVE WS-FECHA-NEGOCIO-R TO BAR-FEC-ALTA
           MOVE ZEROS              TO BAR-FEC-BAJA

           REWRITE REG-BARRIDOS FROM WS-REG-BARRID

           IF FS-BARRIDOS IS NOT EQUAL '00'
              DISPLAY '* ERROR EN REWRITE BARRIDOS = ' FS-BARRIDOS
              MOVE 9999 TO RETURN-CODE
              SET FS-NOVEDAD-FIN TO TRUE
           ELSE
              ADD 1 TO WS-CANT-REACTIVADOS
              MOVE MAE-BAR-CLAVE  TO AOP-CLAVE
              MOVE WS-REG-BARRID  TO AOP-DESPUES
              PERFORM 5500-REGISTRAR-CAMBIO
                      THRU F-5500-REGISTRAR-CAMBIO
           END-IF.

       F-3000-ALTA. EXIT.
      **************************************************************
       3050-NUEVO.

           MOVE SPACES             TO WS-REG-BARRID
           MOVE NBA-CLAVE          TO BAR-CLAVE
           MOVE NBA-SALDO-MINIMO   TO BAR-SALDO-MINIMO
           MOVE 'A'                TO BAR-ESTADO
           MOVE WS-FECHA-NEGOCIO-R TO BAR-FEC-ALTA
           MOVE ZEROS              TO BAR-FEC-BAJA
                                      BAR-FEC-ULT-BARRIDO
                                      BAR-IMP-ULT-BARRIDO

           WRITE REG-BARRIDOS FROM WS-REG-BARRID
              INVALID KEY
                 MOVE 'CONVENIO YA EXISTENTE' TO RCH-MOTIVO
                 PERFORM 4100-GRABAR-RECHAZO
                         THRU F-4100-GRABAR-RECHAZO
              NOT INVALID KEY
                 ADD 1 TO WS-CANT-ALTAS
                 MOVE MAE-BAR-CLAVE  TO AOP-CLAVE
                 MOVE SPACES         TO AOP-ANTES
                 MOVE WS-REG-BARRID  TO AOP-DESPUES
                 PERFORM 5500-REGISTRAR-CAMBIO
                         THRU F-5500-REGISTRAR-CAMBIO
           END-WRITE.

       F-3050-NUEVO. EXIT.
      **************************************************************
       3100-CAMBIO.

           MOVE NBA-CLAVE TO MAE-BAR-CLAVE

           READ BARRIDOS INTO WS-REG-BARRID
              INVALID KEY
                 MOVE 'CONVENIO INEXISTENTE' TO RCH-MOTIVO
                 PERFORM 4100-GRABAR-RECHAZO
                         THRU F-4100-GRABAR-RECHAZO
                 GO TO F-3100-CAMBIO
           END-READ

           IF NBA-SALDO-MINIMO IS NOT NUMERIC
              MOVE 'CAMBIO SIN SALDO MINIMO' TO RCH-MOTIVO
              PERFORM 4100-GRABAR-RECHAZO THRU F-4100-GRABAR-RECHAZO
              GO TO F-3100-CAMBIO
           END-IF

           MOVE WS-REG-BARRID    TO AOP-ANTES
           MOVE NBA-SALDO-MINIMO TO BAR-SALDO-MINIMO

           REWRITE REG-BARRIDOS FROM WS-REG-BARRID

           IF FS-BARRIDOS IS NOT EQUAL '00'
              DISPLAY '* ERROR EN REWRITE BARRIDOS = ' FS-BARRIDOS
              MOVE 9999 TO RETURN-CODE
              SET FS-NOVEDAD-FIN TO TRUE
           ELSE
              ADD 1 TO WS-CANT-CAMBIOS
              MOVE MAE-BAR-CLAVE  TO AOP-CLAVE
              MOVE WS-REG-BARRID  TO AOP-DESPUES
              PERFORM 5500-REGISTRAR-CAMBIO
                      THRU F-5500-REGISTRAR-CAMBIO
           END-IF.

       F-3100-CAMBIO. EXIT.
      **************************************************************
       3200-BAJA.

           MOVE NBA-CLAVE TO MAE-BAR-CLAVE

           READ BARRIDOS INTO WS-REG-BARRID
              INVALID KEY
                 MOVE 'CONVENIO INEXISTENTE EN BAJA' TO RCH-MOTIVO
                 PERFORM 4100-GRABAR-RECHAZO
                         THRU F-4100-GRABAR-RECHAZO
              NOT INVALID KEY
                 MOVE WS-REG-BARRID      TO AOP-ANTES
                 MOVE 'C'                TO BAR-ESTADO
                 MOVE WS-FECHA-NEGOCIO-R TO BAR-FEC-BAJA
                 REWRITE REG-BARRIDOS FROM WS-REG-BARRID
                 IF FS-BARRIDOS IS NOT EQUAL '00'
                    DISPLAY '* ERROR EN REWRITE BARRIDOS = '
                                              FS-BARRIDOS
                    MOVE 9999 TO RETURN-CODE
                    SET FS-NOVEDAD-FIN TO TRUE
                 ELSE
                    ADD 1 TO WS-CANT-BAJAS
                    MOVE MAE-BAR-CLAVE  TO AOP-CLAVE
                    MOVE WS-REG-BARRID  TO AOP-DESPUES
                    PERFORM 5500-REGISTRAR-CAMBIO
                            THRU F-5500-REGISTRAR-CAMBIO
                 END-IF
           END-READ.

       F-3200-BAJA. EXIT.
      **************************************************************
       4100-GRABAR-RECHAZO.

           ADD 1 TO WS-CANT-RECHAZADAS

           MOVE WS-REG-NOVBAR TO RCH-NOVEDAD
           WRITE REG-RECHAZO

           IF FS-RECHAZO IS NOT EQUAL '00'
              DISPLAY '* ERROR EN WRITE RECHAZOS = ' FS-RECHAZO
              MOVE 9999 TO RETURN-CODE
              SET FS-NOVEDAD-FIN TO TRUE
           END-IF.

       F-4100-GRABAR-RECHAZO. EXIT.
      **************************************************************
       5500-REGISTRAR-CAMBIO.

           MOVE 'L' TO AOP-FUNCION

           CALL 'PGMAXCBF' USING WS-AUTOPE-AREA

           IF AOP-ERROR
              DISPLAY '* ERROR EN LOG DE MAESTROS = ' AOP-MOTIVO
              MOVE 9999 TO RETURN-CODE
              SET FS-NOVEDAD-FIN TO TRUE
           END-IF.

       F-5500-REGISTRAR-CAMBIO. EXIT.
      **************************************************************
       9999-FINAL.

           IF RETURN-CODE NOT EQUAL 9999
             MOVE 'F' TO AOP-FUNCION
             CALL 'PGMAXCBF' USING WS-AUTOPE-AREA
                 IF AOP-ERROR
                  DISPLAY '* ERROR EN CIERRE LOG DE MAESTROS'
                  MOVE 9999 TO RETURN-CODE
                 END-IF

             CLOSE BARRIDOS
                 IF FS-BARRIDOS IS NOT EQUAL '00'
                  DISPLAY '* ERROR EN CLOSE BARRIDOS = '
                                            FS-BARRIDOS
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
             DISPLAY ' NOVEDADES DE CONVENIO LEIDAS :  '
                                               WS-CANT-LEIDAS
             DISPLAY ' ALTAS APLICADAS         (AL) :  '
                                               WS-CANT-ALTAS
             DISPLAY ' CONVENIOS REACTIVADOS   (AL) :  '
                                               WS-CANT-REACTIVADOS
             DISPLAY ' CAMBIOS APLICADOS       (CM) :  '
                                               WS-CANT-CAMBIOS
             DISPLAY ' CANCELACIONES           (BJ) :  '
                                               WS-CANT-BAJAS
             DISPLAY ' NOVEDADES RECHAZADAS         :  '
                                               WS-CANT-RECHAZADAS
             DISPLAY '   DE ELLAS NO AUTORIZADAS    :  '
                                               WS-CANT-NO-AUTORIZ
             DISPLAY '***************************************'

           END-IF.

       F-9999-FINAL.
           EXIT.
