       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMPRCBF.
       AUTHOR.    FEDERICO FALCON.
      **************************************************************
      *  ORIGINACION Y MANTENIMIENTO POR NOVEDADES DEL MAESTRO DE  *
      *  PRESTAMOS.                                                *
      *  LAS CUOTAS DE PRESTAMO DEJAN DE CARGARSE COMO ORDENES     *
      *  PERMANENTES (DDORDPER) SIN CAPITAL, TASA NI PLAZO: CADA   *
      *  PRESTAMO VIVE EN EL MAESTRO INDEXADO DDPRESTA (LAYOUT     *
      *  CPPRESTA) CON CLIENTE, CUENTA DE DEBITO, CAPITAL, TASA    *
      *  MENSUAL, PLAZO EN MESES, SISTEMA (F = FRANCES, A =        *
      *  ALEMAN) Y FECHA DE DESEMBOLSO.                            *
      *  APLICA NOVEDADES AL = ALTA, CM = CAMBIO DE CUENTA DE      *
      *  DEBITO, BJ = BAJA (ESTAMPA ESTADO C, COMO PGMOMCBF).      *
      *  EL ALTA ARMA EL CUADRO DE CUOTAS (DDCUOTAS, LAYOUT        *
      *  CPCUOTAS) CON VENCIMIENTOS MENSUALES CORRIDOS A DIA       *
      *  HABIL (MODULO PGMFSCBF), LO IMPRIME EN DDSALI Y EMITE EL  *
      *  CREDITO DEL DESEMBOLSO EN LA CUENTA DEL CLIENTE COMO      *
      *  MOVIMIENTO MOVIMCC (DDMOVDES) PARA EL MOTOR DE SALDOS.    *
      *  LAS CUOTAS LAS COBRA EL GENERADOR NOCTURNO PGMPCCBF.      *
      **************************************************************
       ENVIRONMENT DIVISION.
      **************************************************************
       CONFIGURATION SECTION.

       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
      **************************************************************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

            SELECT PRESTAMOS ASSIGN TO DDPRESTA
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS MAE-PRE-NRO
                 FILE STATUS IS FS-PRESTAMOS.

            SELECT CUOTAS ASSIGN TO DDCUOTAS
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS MAE-CUO-CLAVE
                 FILE STATUS IS FS-CUOTAS.

            SELECT NOVEDADES ASSIGN TO DDNOVPRE
                 FILE STATUS IS FS-NOVEDAD.

            SELECT RECHAZOS ASSIGN TO DDRECHA
                 FILE STATUS IS FS-RECHAZO.

            SELECT MOVDES ASSIGN TO DDMOVDES
                 FILE STATUS IS FS-MOVDES.

            SELECT SALIDA ASSIGN TO DDSALI
                 FILE STATUS IS FS-SALIDA.

            SELECT FECHAPRO ASSIGN TO DDFECPRO
                 FILE STATUS IS FS-FECHAPRO.
      **************************************************************
       I-O-CONTROL.

       DATA DIVISION.
       FILE SECTION.
       FD   PRESTAMOS.

       01   REG-PRESTAMOS.
           03  MAE-PRE-NRO          PIC 9(08).
           03  FILLER               PIC X(92).
      **************************************************************
       FD   CUOTAS.

       01   REG-CUOTAS.
           03  MAE-CUO-CLAVE        PIC X(11).
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
       FD   MOVDES
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01   REG-MOVDES              PIC X(80).
      **************************************************************
       FD   SALIDA
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01   REG-SALIDA              PIC X(80).
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

           COPY CPPRESTA.

           COPY CPCUOTAS.

           COPY MOVIMCC.

           COPY CPTIPMOV.

           COPY CPFECPRO.

           COPY CPFECSRV.

       77  FS-PRESTAMOS    PIC XX    VALUE SPACES.
       77  FS-CUOTAS       PIC XX    VALUE SPACES.

       77  FS-NOVEDAD      PIC XX    VALUE SPACES.
           88  FS-NOVEDAD-FIN        VALUE '10'.

       77  FS-RECHAZO      PIC XX    VALUE SPACES.
       77  FS-MOVDES       PIC XX    VALUE SPACES.
       77  FS-SALIDA       PIC XX    VALUE SPACES.
       77  FS-FECHAPRO     PIC XX    VALUE SPACES.

      *********************CONTADORES*******************************
       77  WS-CANT-LEIDAS             PIC 9(05)   VALUE ZEROES.
       77  WS-CANT-ALTAS              PIC 9(05)   VALUE ZEROES.
       77  WS-CANT-CAMBIOS            PIC 9(05)   VALUE ZEROES.
       77  WS-CANT-BAJAS              PIC 9(05)   VALUE ZEROES.
       77  WS-CANT-RECHAZADAS         PIC 9(05)   VALUE ZEROES.
       77  WS-CANT-CUOTAS             PIC 9(07)   VALUE ZEROES.
       77  WS-TOT-DESEMBOLSO  PIC S9(11)V99 COMP-3 VALUE ZEROS.
       01  WS-TOT-EDIT                PIC -ZZZZZZZZZZZZ9,99.

      *****************NOVEDAD DE PRESTAMO*****************************
       01  WS-REG-NOVPRE.
           05  NPR-ACCION           PIC X(02).
           05  NPR-NRO              PIC 9(08).
           05  NPR-NROCLI           PIC 9(07).
           05  NPR-TIPCUEN          PIC 9(02).
           05  NPR-NROCUEN          PIC 9(08).
           05  NPR-CAPITAL          PIC 9(09)V99.
           05  NPR-TASA-MENSUAL     PIC 9(02)V9(04).
           05  NPR-PLAZO            PIC 9(03).
           05  NPR-SISTEMA          PIC X(01).
           05  NPR-FEC-DESEMB       PIC 9(08).
           05  FILLER               PIC X(24).

      *****************CALCULO DEL CUADRO DE CUOTAS********************
      *    TASA MENSUAL EN TANTO POR UNO; EL FACTOR ES (1 + I) A LA
      *    N PARA LA CUOTA CONSTANTE DEL SISTEMA FRANCES.
       77  WS-CUO-NRO      PIC 9(03) USAGE COMP VALUE ZEROS.
       77  WS-TASA-DEC     PIC 9(01)V9(08)      VALUE ZEROS.
       77  WS-FACTOR       PIC 9(15)V9(10) COMP-3 VALUE ZEROS.
       77  WS-CUOTA-FIJA   PIC S9(09)V99 COMP-3 VALUE ZEROS.
       77  WS-AMORT-FIJA   PIC S9(09)V99 COMP-3 VALUE ZEROS.
       77  WS-RESIDUAL     PIC S9(09)V99 COMP-3 VALUE ZEROS.
       77  WS-INTERES      PIC S9(09)V99 COMP-3 VALUE ZEROS.
       77  WS-AMORT        PIC S9(09)V99 COMP-3 VALUE ZEROS.

      *****************VENCIMIENTO MENSUAL******************************
      *    CUOTA K VENCE K MESES DESPUES DEL DESEMBOLSO (DIA TOPE 28,
      *    COMO LAS ORDENES MENSUALES) CORRIDA A DIA HABIL.
       77  WS-MESES        PIC 9(05) USAGE COMP VALUE ZEROS.
       77  WS-ANIOS        PIC 9(05) USAGE COMP VALUE ZEROS.
       01  WS-FECHA-AVANCE.
           05  WS-FA-ANIO           PIC 9(04).
           05  WS-FA-MES            PIC 9(02).
           05  WS-FA-DIA            PIC 9(02).
       01  WS-FECHA-AVANCE-R REDEFINES WS-FECHA-AVANCE
                               PIC 9(08).
       01  WS-FECHA-BASE.
           05  WS-FB-ANIO           PIC 9(04).
           05  WS-FB-MES            PIC 9(02).
           05  WS-FB-DIA            PIC 9(02).
       01  WS-FECHA-BASE-R REDEFINES WS-FECHA-BASE
                               PIC 9(08).

      *****************LINEAS DEL CUADRO DE CUOTAS*********************
       01  WS-LIN-PRESTAMO.
           05  FILLER               PIC X(10)   VALUE ' PRESTAMO '.
           05  WS-LP-NRO            PIC 9(08).
           05  FILLER               PIC X(09)   VALUE ' CLIENTE '.
           05  WS-LP-NROCLI         PIC 9(07).
           05  FILLER               PIC X(08)   VALUE ' CUENTA '.
           05  WS-LP-TIPO           PIC 9(02).
           05  FILLER               PIC X(01)   VALUE '-'.
           05  WS-LP-CUENTA         PIC 9(08).
           05  FILLER               PIC X(09)   VALUE ' CAPITAL '.
           05  WS-LP-CAPITAL        PIC ZZZZZZZZ9,99.
           05  FILLER               PIC X(01)   VALUE SPACE.
           05  WS-LP-SISTEMA        PIC X(01).
           05  FILLER               PIC X(04)   VALUE SPACES.

       01  WS-LIN-CUOTA.
           05  FILLER               PIC X(08)   VALUE '  CUOTA '.
           05  WS-LC-NRO            PIC ZZ9.
           05  FILLER               PIC X(07)   VALUE '  VTO. '.
           05  WS-LC-VENC           PIC 9(08).
           05  FILLER               PIC X(01)   VALUE SPACE.
           05  WS-LC-CAPITAL        PIC ZZZZZZZZ9,99.
           05  FILLER               PIC X(01)   VALUE SPACE.
           05  WS-LC-INTERES        PIC ZZZZZZZZ9,99.
           05  FILLER               PIC X(01)   VALUE SPACE.
           05  WS-LC-RESIDUAL       PIC ZZZZZZZZ9,99.
           05  FILLER               PIC X(15)   VALUE SPACES.

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

      *    SI LOS MAESTROS TODAVIA NO EXISTEN SE CREAN VACIOS Y SE
      *    REABREN I-O, COMO HACE PGMOMCBF CON EL DE ORDENES.
           OPEN I-O PRESTAMOS.

           IF FS-PRESTAMOS IS EQUAL '35'
              OPEN OUTPUT PRESTAMOS
              CLOSE PRESTAMOS
              OPEN I-O PRESTAMOS
           END-IF

           IF FS-PRESTAMOS IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN PRESTAMOS = ' FS-PRESTAMOS
              MOVE 9999 TO RETURN-CODE
              SET  FS-NOVEDAD-FIN TO TRUE
           END-IF

           OPEN I-O CUOTAS.

           IF FS-CUOTAS IS EQUAL '35'
              OPEN OUTPUT CUOTAS
              CLOSE CUOTAS
              OPEN I-O CUOTAS
           END-IF

           IF FS-CUOTAS IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN CUOTAS    = ' FS-CUOTAS
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

           OPEN OUTPUT MOVDES.

           IF FS-MOVDES IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN MOVDES    = ' FS-MOVDES
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

           READ NOVEDADES INTO WS-REG-NOVPRE

           EVALUATE FS-NOVEDAD
             WHEN '00'
                  ADD 1 TO WS-CANT-LEIDAS
                  EVALUATE NPR-ACCION
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

           IF NPR-SISTEMA IS NOT EQUAL 'F' AND 'A'
              MOVE 'SISTEMA DE AMORTIZ. INVALIDO' TO RCH-MOTIVO
              PERFORM 4100-GRABAR-RECHAZO THRU F-4100-GRABAR-RECHAZO
           ELSE
           IF NPR-CAPITAL IS NOT NUMERIC
              OR NPR-CAPITAL IS EQUAL ZEROS
              MOVE 'ALTA SIN CAPITAL' TO RCH-MOTIVO
              PERFORM 4100-GRABAR-RECHAZO THRU F-4100-GRABAR-RECHAZO
           ELSE
           IF NPR-PLAZO IS NOT NUMERIC
              OR NPR-PLAZO IS EQUAL ZEROS
              OR NPR-PLAZO IS GREATER 360
              MOVE 'PLAZO INVALIDO' TO RCH-MOTIVO
              PERFORM 4100-GRABAR-RECHAZO THRU F-4100-GRABAR-RECHAZO
           ELSE
           IF NPR-TASA-MENSUAL IS NOT NUMERIC
              MOVE 'TASA INVALIDA' TO RCH-MOTIVO
              PERFORM 4100-GRABAR-RECHAZO THRU F-4100-GRABAR-RECHAZO
           ELSE
              MOVE SPACES           TO WS-REG-PRESTA
              MOVE NPR-NRO          TO PRE-NRO
              MOVE NPR-NROCLI       TO PRE-NROCLI
              MOVE NPR-TIPCUEN      TO PRE-TIPCUEN
              MOVE NPR-NROCUEN      TO PRE-NROCUEN
              MOVE NPR-CAPITAL      TO PRE-CAPITAL
              MOVE NPR-TASA-MENSUAL TO PRE-TASA-MENSUAL
              MOVE NPR-PLAZO        TO PRE-PLAZO
              MOVE NPR-SISTEMA      TO PRE-SISTEMA
      *    SIN FECHA DE DESEMBOLSO SE DESEMBOLSA EN LA FECHA DE
      *    NEGOCIO DE LA CORRIDA.
              IF NPR-FEC-DESEMB IS NUMERIC
                 AND NPR-FEC-DESEMB IS NOT EQUAL ZEROS
                 MOVE NPR-FEC-DESEMB     TO PRE-FEC-DESEMB
              ELSE
                 MOVE WS-FECHA-NEGOCIO-R TO PRE-FEC-DESEMB
              END-IF
              MOVE NPR-CAPITAL      TO PRE-SALDO-CAPITAL
              MOVE ZEROS            TO PRE-CUOTAS-PAGAS
              MOVE 'A'              TO PRE-ESTADO

              WRITE REG-PRESTAMOS FROM WS-REG-PRESTA
                 INVALID KEY
                    MOVE 'PRESTAMO YA EXISTENTE' TO RCH-MOTIVO
                    PERFORM 4100-GRABAR-RECHAZO
                            THRU F-4100-GRABAR-RECHAZO
                 NOT INVALID KEY
                    ADD 1 TO WS-CANT-ALTAS
                    PERFORM 3300-ARMAR-CUADRO
                            THRU F-3300-ARMAR-CUADRO
                    PERFORM 3500-EMITIR-DESEMBOLSO
                            THRU F-3500-EMITIR-DESEMBOLSO
              END-WRITE
           END-IF
           END-IF
           END-IF
           END-IF.

       F-3000-ALTA. EXIT.
      **************************************************************
       3100-CAMBIO.
      *    SOLO SE PUEDE CAMBIAR LA CUENTA DE DEBITO: CAPITAL, TASA
      *    Y PLAZO QUEDAN FIJADOS EN EL CUADRO DEL ALTA.
           MOVE NPR-NRO TO MAE-PRE-NRO

           READ PRESTAMOS INTO WS-REG-PRESTA
              INVALID KEY
                 MOVE 'PRESTAMO INEXISTENTE' TO RCH-MOTIVO
                 PERFORM 4100-GRABAR-RECHAZO
                         THRU F-4100-GRABAR-RECHAZO
              NOT INVALID KEY
                 IF NPR-NROCUEN IS NUMERIC
                    AND NPR-NROCUEN IS NOT EQUAL ZEROS
                    MOVE NPR-TIPCUEN TO PRE-TIPCUEN
                    MOVE NPR-NROCUEN TO PRE-NROCUEN
                 END-IF
                 REWRITE REG-PRESTAMOS FROM WS-REG-PRESTA
                 IF FS-PRESTAMOS IS NOT EQUAL '00'
                    DISPLAY '* ERROR EN REWRITE PRESTAMOS = '
                                              FS-PRESTAMOS
                    MOVE 9999 TO RETURN-CODE
                    SET FS-NOVEDAD-FIN TO TRUE
                 ELSE
                    ADD 1 TO WS-CANT-CAMBIOS
                 END-IF
           END-READ.

       F-3100-CAMBIO. EXIT.
      **************************************************************
       3200-BAJA.

           MOVE NPR-NRO TO MAE-PRE-NRO

           READ PRESTAMOS INTO WS-REG-PRESTA
              INVALID KEY
                 MOVE 'PRESTAMO INEXISTENTE EN BAJA' TO RCH-MOTIVO
                 PERFORM 4100-GRABAR-RECHAZO
                         THRU F-4100-GRABAR-RECHAZO
              NOT INVALID KEY
                 MOVE 'C' TO PRE-ESTADO
                 REWRITE REG-PRESTAMOS FROM WS-REG-PRESTA
                 IF FS-PRESTAMOS IS NOT EQUAL '00'
                    DISPLAY '* ERROR EN REWRITE PRESTAMOS = '
                                              FS-PRESTAMOS
                    MOVE 9999 TO RETURN-CODE
                    SET FS-NOVEDAD-FIN TO TRUE
                 ELSE
                    ADD 1 TO WS-CANT-BAJAS
                 END-IF
           END-READ.

       F-3200-BAJA. EXIT.
      **************************************************************
       3300-ARMAR-CUADRO.
      *    FRANCES: CUOTA CONSTANTE C * I * F / (F - 1) CON
      *    F = (1 + I) ** N; ALEMAN: AMORTIZACION CONSTANTE C / N.
      *    EL INTERES DE CADA CUOTA ES SOBRE EL SALDO RESIDUAL Y LA
      *    ULTIMA CUOTA AMORTIZA TODO LO QUE QUEDA (REDONDEOS).
           MOVE PRE-NRO          TO WS-LP-NRO
           MOVE PRE-NROCLI       TO WS-LP-NROCLI
           MOVE PRE-TIPCUEN      TO WS-LP-TIPO
           MOVE PRE-NROCUEN      TO WS-LP-CUENTA
           MOVE PRE-CAPITAL      TO WS-LP-CAPITAL
           MOVE PRE-SISTEMA      TO WS-LP-SISTEMA
           PERFORM 5000-GRABAR-REPORTE-PRE
                   THRU F-5000-GRABAR-REPORTE-PRE

           COMPUTE WS-TASA-DEC = PRE-TASA-MENSUAL / 100
           MOVE PRE-CAPITAL    TO WS-RESIDUAL
           MOVE PRE-FEC-DESEMB TO WS-FECHA-BASE-R

           IF PRE-SISTEMA IS EQUAL 'F'
              IF WS-TASA-DEC IS EQUAL ZEROS
                 COMPUTE WS-CUOTA-FIJA ROUNDED =
                         PRE-CAPITAL / PRE-PLAZO
              ELSE
                 COMPUTE WS-FACTOR ROUNDED =
                         (1 + WS-TASA-DEC) ** PRE-PLAZO
                 COMPUTE WS-CUOTA-FIJA ROUNDED =
                         (PRE-CAPITAL * WS-TASA-DEC)
                       * (WS-FACTOR / (WS-FACTOR - 1))
              END-IF
           ELSE
              COMPUTE WS-AMORT-FIJA ROUNDED = PRE-CAPITAL / PRE-PLAZO
           END-IF

           PERFORM VARYING WS-CUO-NRO FROM 1 BY 1
                   UNTIL WS-CUO-NRO > PRE-PLAZO
                      OR FS-NOVEDAD-FIN
               COMPUTE WS-INTERES ROUNDED = WS-RESIDUAL * WS-TASA-DEC
               IF WS-CUO-NRO IS EQUAL PRE-PLAZO
                  MOVE WS-RESIDUAL TO WS-AMORT
               ELSE
                  IF PRE-SISTEMA IS EQUAL 'F'
                     COMPUTE WS-AMORT = WS-CUOTA-FIJA - WS-INTERES
                  ELSE
                     MOVE WS-AMORT-FIJA TO WS-AMORT
                  END-IF
                  IF WS-AMORT IS GREATER WS-RESIDUAL
                     MOVE WS-RESIDUAL TO WS-AMORT
                  END-IF
               END-IF
               SUBTRACT WS-AMORT FROM WS-RESIDUAL

               PERFORM 3400-CALCULAR-VENCIMIENTO
                       THRU F-3400-CALCULAR-VENCIMIENTO

               MOVE SPACES            TO WS-REG-CUOTA
               MOVE PRE-NRO           TO CUO-NRO-PRESTAMO
               MOVE WS-CUO-NRO        TO CUO-NRO-CUOTA
               MOVE WS-FECHA-AVANCE-R TO CUO-FEC-VENC
               MOVE WS-AMORT          TO CUO-CAPITAL
               MOVE WS-INTERES        TO CUO-INTERES
               MOVE WS-RESIDUAL       TO CUO-SALDO-RESIDUAL
               MOVE 'P'               TO CUO-ESTADO
               MOVE ZEROS             TO CUO-FEC-COBRO

               WRITE REG-CUOTAS FROM WS-REG-CUOTA
                  INVALID KEY
                     DISPLAY '* CUOTA YA EXISTENTE PRESTAMO '
                             PRE-NRO ' CUOTA ' CUO-NRO-CUOTA
                     MOVE 9999 TO RETURN-CODE
                     SET FS-NOVEDAD-FIN TO TRUE
                  NOT INVALID KEY
                     ADD 1 TO WS-CANT-CUOTAS
               END-WRITE

               MOVE WS-CUO-NRO   TO WS-LC-NRO
               MOVE CUO-FEC-VENC TO WS-LC-VENC
               MOVE CUO-CAPITAL  TO WS-LC-CAPITAL
               MOVE CUO-INTERES  TO WS-LC-INTERES
               MOVE CUO-SALDO-RESIDUAL TO WS-LC-RESIDUAL
               PERFORM 5100-GRABAR-REPORTE-CUO
                       THRU F-5100-GRABAR-REPORTE-CUO
           END-PERFORM.

       F-3300-ARMAR-CUADRO. EXIT.
      **************************************************************
       3400-CALCULAR-VENCIMIENTO.
      *    SE CUENTA SIEMPRE DESDE EL DESEMBOLSO PARA QUE EL DIA
      *    HABIL DE UNA CUOTA NO CORRA LAS SIGUIENTES.
           COMPUTE WS-MESES = WS-FB-MES - 1 + WS-CUO-NRO
           DIVIDE WS-MESES BY 12 GIVING WS-ANIOS
                  REMAINDER WS-FA-MES
           ADD 1 TO WS-FA-MES
           COMPUTE WS-FA-ANIO = WS-FB-ANIO + WS-ANIOS
           MOVE WS-FB-DIA TO WS-FA-DIA
           IF WS-FA-DIA > 28
              MOVE 28 TO WS-FA-DIA
           END-IF

           MOVE 'H'                TO FSV-FUNCION
           MOVE WS-FECHA-AVANCE-R  TO FSV-FECHA-ENT
           CALL 'PGMFSCBF' USING WS-FECSRV-AREA
           IF FSV-RESULTADO IS EQUAL 'N'
              MOVE 'S'               TO FSV-FUNCION
              MOVE WS-FECHA-AVANCE-R TO FSV-FECHA-ENT
              CALL 'PGMFSCBF' USING WS-FECSRV-AREA
              IF FSV-RESULTADO IS EQUAL 'S'
                 MOVE FSV-FECHA-SAL TO WS-FECHA-AVANCE-R
              END-IF
           END-IF.

       F-3400-CALCULAR-VENCIMIENTO. EXIT.
      **************************************************************
       3500-EMITIR-DESEMBOLSO.
      *    EL CAPITAL SE ACREDITA EN LA CUENTA DEL CLIENTE; LO
      *    APLICA EL MOTOR DE SALDOS EN LA CORRIDA DE LA NOCHE.
           MOVE SPACES             TO WS-REG-MOVIMI
           MOVE PRE-TIPCUEN        TO WS-MOV-TIPO
           MOVE PRE-NROCUEN        TO WS-MOV-CUENTA
           MOVE PRE-CAPITAL        TO WS-MOV-IMPORTE
           MOVE WS-FECHA-NEGOCIO-R TO WS-MOV-FECHA
           MOVE 'C'                TO WS-MOV-DBCR
           MOVE TMV-DESEMBOLSO     TO WS-MOV-TIPMOV

           WRITE REG-MOVDES FROM WS-REG-MOVIMI

           IF FS-MOVDES IS NOT EQUAL '00'
              DISPLAY '* ERROR EN WRITE MOVDES   = ' FS-MOVDES
              MOVE 9999 TO RETURN-CODE
              SET FS-NOVEDAD-FIN TO TRUE
           ELSE
              ADD PRE-CAPITAL TO WS-TOT-DESEMBOLSO
           END-IF.

       F-3500-EMITIR-DESEMBOLSO. EXIT.
      **************************************************************
       4100-GRABAR-RECHAZO.

           ADD 1 TO WS-CANT-RECHAZADAS

           MOVE WS-REG-NOVPRE TO RCH-NOVEDAD
           WRITE REG-RECHAZO

           IF FS-RECHAZO IS NOT EQUAL '00'
              DISPLAY '* ERROR EN WRITE RECHAZOS = ' FS-RECHAZO
              MOVE 9999 TO RETURN-CODE
              SET FS-NOVEDAD-FIN TO TRUE
           END-IF.

       F-4100-GRABAR-RECHAZO. EXIT.
      **************************************************************
       5000-GRABAR-REPORTE-PRE.

           WRITE REG-SALIDA FROM WS-LIN-PRESTAMO

           IF FS-SALIDA IS NOT EQUAL '00'
              DISPLAY '* ERROR EN WRITE SALIDA   = ' FS-SALIDA
              MOVE 9999 TO RETURN-CODE
              SET FS-NOVEDAD-FIN TO TRUE
           END-IF.

       F-5000-GRABAR-REPORTE-PRE. EXIT.
      **************************************************************
       5100-GRABAR-REPORTE-CUO.

           WRITE REG-SALIDA FROM WS-LIN-CUOTA

           IF FS-SALIDA IS NOT EQUAL '00'
              DISPLAY '* ERROR EN WRITE SALIDA   = ' FS-SALIDA
              MOVE 9999 TO RETURN-CODE
              SET FS-NOVEDAD-FIN TO TRUE
           END-IF.

       F-5100-GRABAR-REPORTE-CUO. EXIT.
      **************************************************************
       9999-FINAL.

           IF RETURN-CODE NOT EQUAL 9999
             CLOSE PRESTAMOS
                 IF FS-PRESTAMOS IS NOT EQUAL '00'
                  DISPLAY '* ERROR EN CLOSE PRESTAMOS = '
                                            FS-PRESTAMOS
                  MOVE 9999 TO RETURN-CODE
                 END-IF

             CLOSE CUOTAS
                 IF FS-CUOTAS IS NOT EQUAL '00'
                  DISPLAY '* ERROR EN CLOSE CUOTAS   = '
                                            FS-CUOTAS
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

             CLOSE MOVDES
                 IF FS-MOVDES IS NOT EQUAL '00'
                  DISPLAY '* ERROR EN CLOSE MOVDES   = '
                                            FS-MOVDES
                  MOVE 9999 TO RETURN-CODE
                 END-IF

             CLOSE SALIDA
                 IF FS-SALIDA IS NOT EQUAL '00'
                  DISPLAY '* ERROR EN CLOSE SALIDA   = '
                                            FS-SALIDA
                  MOVE 9999 TO RETURN-CODE
                 END-IF

             DISPLAY '***************************************'
             DISPLAY ' NOVEDADES DE PRESTAMO LEIDAS :  '
                                               WS-CANT-LEIDAS
             DISPLAY ' ALTAS APLICADAS         (AL) :  '
                                               WS-CANT-ALTAS
             DISPLAY ' CAMBIOS APLICADOS       (CM) :  '
                                               WS-CANT-CAMBIOS
             DISPLAY ' CANCELACIONES           (BJ) :  '
                                               WS-CANT-BAJAS
             DISPLAY ' NOVEDADES RECHAZADAS         :  '
                                               WS-CANT-RECHAZADAS
             DISPLAY ' CUOTAS GENERADAS             :  '
                                               WS-CANT-CUOTAS
             MOVE WS-TOT-DESEMBOLSO TO WS-TOT-EDIT
             DISPLAY ' TOTAL DESEMBOLSADO           :  ' WS-TOT-EDIT
             DISPLAY '***************************************'

           END-IF.

       F-9999-FINAL.
           EXIT.
