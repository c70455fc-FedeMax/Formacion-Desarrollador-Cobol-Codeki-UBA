       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMDECBF.
       AUTHOR.    FEDERICO FALCON.
      **************************************************************
      *  CLASIFICACION DE DEUDORES Y PREVISIONAMIENTO DE FIN DE    *
      *  MES. RIESGO CREDITICIO LO ARMABA EN UNA PLANILLA A PARTIR *
      *  DE LOS LISTADOS DDEXCESO. ESTE PASO:                      *
      *    - TOMA COMO DEUDA DE CADA CLIENTE EL SALDO DE CAPITAL   *
      *      DE SUS PRESTAMOS ACTIVOS (DDPRESTA, CPPRESTA) Y EL    *
      *      DESCUBIERTO DE CIERRE DE SUS CUENTAS                  *
      *    - ENVEJECE CADA CUOTA VENCIDA NO COBRADA DEL CUADRO     *
      *      DDCUOTAS (CPCUOTAS) Y CADA CUENTA EN DESCUBIERTO NO   *
      *      AUTORIZADO CONTINUO SEGUN EL HISTORICO DDHISSAL       *
      *      (CPHISSAL) CONTRA LOS LIMITES DDLIMAUT (CPLIMAUT),    *
      *      EN LOS TRAMOS 1-30 / 31-90 / 91-180 / 181-365 / +365  *
      *    - ASIGNA A CADA CLIENTE LA SITUACION 1 A 5 SEGUN SU     *
      *      PEOR ATRASO EN TODAS SUS CUENTAS (TITULAR POR DDCTAS) *
      *    - CALCULA LA PREVISION CON EL PORCENTAJE DE LA          *
      *      SITUACION EN LA TABLA DE PARAMETROS DDPREVIS          *
      *    - GRABA EL ARCHIVO MENSUAL DE DEUDORES PARA EL BANCO    *
      *      CENTRAL (DDDEUDOR, LAYOUT CPDEUDOR) Y EL LISTADO DE   *
      *      ENVEJECIMIENTO Y CLASIFICACION EN DDSALI              *
      *  LOS DIAS DE ATRASO SIGUEN LA CONVENCION 30/360 DE LA      *
      *  SUITE. EN LOS DESCUBIERTOS EL PRIMER DIA EN EXCESO YA     *
      *  CUENTA COMO UN DIA DE ATRASO.                             *
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

            SELECT LIMITES ASSIGN TO DDLIMAUT
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS MAE-LIM-CLAVE
                 FILE STATUS IS FS-LIMITES.

            SELECT HISTSAL ASSIGN TO DDHISSAL
                 FILE STATUS IS FS-HISTSAL.

            SELECT CUENTAS ASSIGN TO DDCTAS
                 FILE STATUS IS FS-CUENTAS.

            SELECT PREVISION ASSIGN TO DDPREVIS
                 FILE STATUS IS FS-PREVISION.

            SELECT FECHAPRO ASSIGN TO DDFECPRO
                 FILE STATUS IS FS-FECHAPRO.

            SELECT DEUDORES ASSIGN TO DDDEUDOR
                 FILE STATUS IS FS-DEUDORES.

            SELECT SALIDA ASSIGN TO DDSALI
                 FILE STATUS IS FS-SALIDA.
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
       FD   LIMITES.

       01   REG-LIMITES.
           03  MAE-LIM-CLAVE        PIC X(10).
           03  FILLER               PIC X(30).
      **************************************************************
       FD   HISTSAL
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01   REG-HISTSAL             PIC X(40).
      **************************************************************
       FD   CUENTAS
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01   REG-CUENTA              PIC X(17).
      **************************************************************
       FD   PREVISION
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01   REG-PREVISION.
           05  PRV-SITUACION        PIC 9(01).
           05  PRV-PORCENTAJE       PIC 9(03)V99.
           05  FILLER               PIC X(74).
      **************************************************************
       FD   FECHAPRO
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01   REG-FECHAPRO.
           05  FPR-FECHA            PIC 9(08).
           05  FILLER               PIC X(72).
      **************************************************************
       FD   DEUDORES
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01   REG-DEUDORES            PIC X(100).
      **************************************************************
       FD   SALIDA
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01   REG-SALIDA              PIC X(80).
      **************************************************************
       WORKING-STORAGE SECTION.
       77  FILLER        PIC X(26) VALUE '* INICIO WORKING-STORAGE *'.

      ***********************FILE STATUS****************************
       77  FS-PRESTAMOS               PIC XX      VALUE SPACES.
           88  FS-PRESTAMOS-FIN                   VALUE '10'.
       77  FS-CUOTAS                  PIC XX      VALUE SPACES.
           88  FS-CUOTAS-FIN                      VALUE '10'.
       77  FS-LIMITES                 PIC XX      VALUE SPACES.
       77  FS-HISTSAL                 PIC XX      VALUE SPACES.
           88  FS-HISTSAL-FIN                     VALUE '10'.
       77  FS-CUENTAS                 PIC XX      VALUE SPACES.
       77  FS-PREVISION               PIC XX      VALUE SPACES.
       77  FS-FECHAPRO                PIC XX      VALUE SPACES.
       77  FS-DEUDORES                PIC XX      VALUE SPACES.
       77  FS-SALIDA                  PIC XX      VALUE SPACES.

       01  WS-FLAG-LIMITES            PIC X       VALUE 'N'.
           88  WS-HAY-LIMITES                     VALUE 'S'.

       77  WS-STATUS                  PIC X       VALUE 'N'.
           88  WS-FIN                 VALUE 'Y'.
           88  WS-NO-FIN              VALUE 'N'.

      *********************CONTADORES*******************************
       77  WS-PRE-LEIDOS              PIC 9(07)   VALUE ZEROES.
       77  WS-CUO-VENCIDAS            PIC 9(07)   VALUE ZEROES.
       77  WS-HIS-LEIDOS              PIC 9(09)   VALUE ZEROES.
       77  WS-CTAS-EN-MORA            PIC 9(05)   VALUE ZEROES.
       77  WS-SIN-TITULAR             PIC 9(05)   VALUE ZEROES.
       77  WS-DEUDORES-GRAB           PIC 9(07)   VALUE ZEROES.
       77  WS-TOT-DEUDA       PIC S9(13)V99 COMP-3 VALUE ZEROS.
       77  WS-TOT-PREVISION   PIC S9(13)V99 COMP-3 VALUE ZEROS.
       01  WS-TOT-EDIT                PIC -ZZZZZZZZZZZZ9,99.

           COPY CPFECPRO.

      *****************CUENTA - TITULAR DEL EXTRACTO*******************
       77  WS-TCU-CONT     PIC 9(04) USAGE COMP VALUE ZEROS.
       77  WS-TCU-SUB      PIC 9(04) USAGE COMP VALUE ZEROS.
       77  WS-TCU-IDX      PIC 9(04) USAGE COMP VALUE ZEROS.
       01  WS-TABLA-CUENTAS.
           03  WS-TCU      OCCURS 5000 TIMES.
               05  WS-TCU-TIPCUEN   PIC X(02).
               05  WS-TCU-NROCUEN   PIC 9(08).
               05  WS-TCU-NROCLI    PIC 9(07).

      *****************PORCENTAJE DE PREVISION POR SITUACION***********
       77  WS-PRV-SUB      PIC 9(04) USAGE COMP VALUE ZEROS.
       01  WS-TABLA-PREVISION.
           03  WS-PRV-PORC          PIC 9(03)V99 OCCURS 5 TIMES.

      *****************TRAMOS DE ENVEJECIMIENTO*************************
       77  WS-TRA-SUB      PIC 9(04) USAGE COMP VALUE ZEROS.
       01  WS-TABLA-TRAMOS.
           03  WS-TRA      OCCURS 5 TIMES.
               05  WS-TRA-CANT      PIC 9(07).
               05  WS-TRA-IMPORTE   PIC S9(13)V99 COMP-3.
       01  WS-NOMBRES-TRAMOS.
           03  FILLER               PIC X(08)   VALUE '1-30    '.
           03  FILLER               PIC X(08)   VALUE '31-90   '.
           03  FILLER               PIC X(08)   VALUE '91-180  '.
           03  FILLER               PIC X(08)   VALUE '181-365 '.
           03  FILLER               PIC X(08)   VALUE '+365    '.
       01  WS-NOMBRES-TRAMOS-R REDEFINES WS-NOMBRES-TRAMOS.
           03  WS-TRA-NOMBRE        PIC X(08)   OCCURS 5 TIMES.

      *****************CUENTAS CON DESCUBIERTO EN EL HISTORICO**********
      *    SOLO ENTRAN LAS CUENTAS QUE ALGUNA VEZ CERRARON EN
      *    NEGATIVO. FEC-INICIO ES EL PRIMER DIA DE LA RACHA ACTUAL
      *    DE EXCESO SOBRE EL LIMITE (CERO SI NO ESTA EN EXCESO).
       77  WS-DES-CONT     PIC 9(04) USAGE COMP VALUE ZEROS.
       77  WS-DES-SUB      PIC 9(04) USAGE COMP VALUE ZEROS.
       77  WS-DES-IDX      PIC 9(04) USAGE COMP VALUE ZEROS.
       01  WS-TABLA-DESCUB.
           03  WS-DES      OCCURS 5000 TIMES.
               05  WS-DES-TIPCUEN   PIC 9(02).
               05  WS-DES-NROCUEN   PIC 9(08).
               05  WS-DES-LIMITE    PIC 9(09)V99 COMP-3.
               05  WS-DES-VIGENCIA  PIC 9(08).
               05  WS-DES-FEC-ULT   PIC 9(08).
               05  WS-DES-FEC-INI   PIC 9(08).
               05  WS-DES-SALDO     PIC S9(09)V99 COMP-3.
       77  WS-FEC-HIS-MAX  PIC 9(08)  VALUE ZEROS.

      *****************POSICION DE CADA CLIENTE DEUDOR*****************
       77  WS-CLI-CONT     PIC 9(04) USAGE COMP VALUE ZEROS.
       77  WS-CLI-SUB      PIC 9(04) USAGE COMP VALUE ZEROS.
       77  WS-CLI-IDX      PIC 9(04) USAGE COMP VALUE ZEROS.
       01  WS-TABLA-CLIENTES.
           03  WS-CLI      OCCURS 5000 TIMES.
               05  WS-CLI-NROCLI    PIC 9(07).
               05  WS-CLI-DIAS      PIC 9(05).
               05  WS-CLI-DEUDA-PRE PIC S9(11)V99 COMP-3.
               05  WS-CLI-DEUDA-DES PIC S9(11)V99 COMP-3.

      *****************REGISTROS DE TRABAJO****************************
           COPY CPPRESTA.

           COPY CPCUOTAS.

           COPY CPLIMAUT.

           COPY CPHISSAL.

           COPY CPDEUDOR.

       01  WS-REG-CTA.
           05  CTA-TIPCUEN          PIC X(02).
           05  CTA-NROCUEN          PIC 9(08).
           05  CTA-NROCLI           PIC 9(07).

       01  WS-CTA-BUSCADA.
           05  WS-CB-TIPCUEN        PIC 9(02).
           05  WS-CB-NROCUEN        PIC 9(08).
       77  WS-NROCLI-BUSCADO PIC 9(07) VALUE ZEROS.

       77  WS-LIMITE-DIA   PIC 9(09)V99   COMP-3 VALUE ZEROS.
       77  WS-DESCUBIERTO  PIC S9(09)V99  COMP-3 VALUE ZEROS.
       77  WS-IMP-TRAMO    PIC S9(11)V99  COMP-3 VALUE ZEROS.
       77  WS-DEUDA-CLI    PIC S9(11)V99  COMP-3 VALUE ZEROS.
       77  WS-PREV-CLI     PIC S9(11)V99  COMP-3 VALUE ZEROS.
       77  WS-SITUACION    PIC 9(01)      VALUE ZEROS.

      *****************DIAS DE ATRASO (30/360)**************************
      *    MISMA APROXIMACION COMERCIAL QUE EL REPORTE DE SUSPENSO
      *    PGMSPCBF: ANIO DE 360 DIAS Y MES DE 30.
       77  WS-DIAS-PROC    PIC 9(07)  VALUE ZEROS.
       77  WS-DIAS-ATRASO  PIC S9(05) VALUE ZEROS.
       01  WS-FECHA-CONV.
           05  WS-FC-ANIO           PIC 9(04).
           05  WS-FC-MES            PIC 9(02).
           05  WS-FC-DIA            PIC 9(02).
       77  WS-DIAS-CONV    PIC 9(07)  VALUE ZEROS.

      *****************LINEA DE ENVEJECIMIENTO*************************
       01  WS-LIN-ATRASO.
           05  WS-LA-ORIGEN         PIC X(10).
           05  WS-LA-REFERENCIA     PIC X(12).
           05  FILLER               PIC X(01)   VALUE SPACE.
           05  WS-LA-NROCLI         PIC 9(07).
           05  FILLER               PIC X(01)   VALUE SPACE.
           05  WS-LA-DESDE          PIC 9(08).
           05  FILLER               PIC X(01)   VALUE SPACE.
           05  WS-LA-IMPORTE        PIC ZZZZZZZZ9,99.
           05  FILLER               PIC X(01)   VALUE SPACE.
           05  WS-LA-DIAS           PIC ZZZZ9.
           05  FILLER               PIC X(01)   VALUE SPACE.
           05  WS-LA-TRAMO          PIC X(08).
           05  FILLER               PIC X(13)   VALUE SPACES.

      *****************LINEA DE RESUMEN POR TRAMO**********************
       01  WS-LIN-TRAMO.
           05  FILLER               PIC X(10)   VALUE ' TRAMO    '.
           05  WS-LT-NOMBRE         PIC X(08).
           05  FILLER               PIC X(12)   VALUE ' POSICIONES '.
           05  WS-LT-CANT           PIC ZZZZZZ9.
           05  FILLER               PIC X(10)   VALUE ' IMPORTE  '.
           05  WS-LT-IMPORTE        PIC -ZZZZZZZZZZZZ9,99.
           05  FILLER               PIC X(16)   VALUE SPACES.

      *****************LINEA DE CLASIFICACION**************************
       01  WS-LIN-CLASIF.
           05  FILLER               PIC X(09)   VALUE ' CLIENTE '.
           05  WS-LK-NROCLI         PIC 9(07).
           05  FILLER               PIC X(05)   VALUE ' SIT '.
           05  WS-LK-SITUACION      PIC 9(01).
           05  FILLER               PIC X(07)   VALUE ' DIAS  '.
           05  WS-LK-DIAS           PIC ZZZZ9.
           05  FILLER               PIC X(07)   VALUE ' DEUDA '.
           05  WS-LK-DEUDA          PIC ZZZZZZZZZZ9,99.
           05  FILLER               PIC X(06)   VALUE ' PREV '.
           05  WS-LK-PREVISION      PIC ZZZZZZZZZZ9,99.
           05  FILLER               PIC X(05)   VALUE SPACES.

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

           PERFORM 2000-PRESTAMOS  THRU  F-2000-PRESTAMOS
                   UNTIL FS-PRESTAMOS-FIN.

           PERFORM 3000-CUOTAS     THRU  F-3000-CUOTAS
                   UNTIL FS-CUOTAS-FIN.

           PERFORM 4000-HISTORICO  THRU  F-4000-HISTORICO
                   UNTIL FS-HISTSAL-FIN.

           PERFORM 4500-DESCUBIERTOS THRU F-4500-DESCUBIERTOS.

           PERFORM 5000-CLASIFICAR THRU  F-5000-CLASIFICAR.

           PERFORM 9999-FINAL    THRU  F-9999-FINAL.

       F-MAIN-PROGRAM. GOBACK.

      **************************************
      *                                    *
      *  CUERPO INICIO APERTURA ARCHIVOS   *
      *                                    *
      **************************************
       1000-INICIO.

           INITIALIZE WS-TABLA-TRAMOS
                      WS-TABLA-PREVISION.

           OPEN OUTPUT DEUDORES.

           IF FS-DEUDORES IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN DEUDORES  = ' FS-DEUDORES
              MOVE 9999 TO RETURN-CODE
              SET  WS-FIN TO TRUE
           END-IF

           OPEN OUTPUT SALIDA.

           IF FS-SALIDA IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN SALIDA    = ' FS-SALIDA
              MOVE 9999 TO RETURN-CODE
              SET  WS-FIN TO TRUE
           END-IF

           PERFORM 1100-LEER-FECHA      THRU F-1100-LEER-FECHA.
           PERFORM 1200-CARGAR-CUENTAS  THRU F-1200-CARGAR-CUENTAS.
           PERFORM 1300-CARGAR-PREVISION
                   THRU F-1300-CARGAR-PREVISION.

           MOVE WS-FECHA-NEGOCIO TO WS-FECHA-CONV
           PERFORM 7000-FECHA-A-DIAS THRU F-7000-FECHA-A-DIAS
           MOVE WS-DIAS-CONV TO WS-DIAS-PROC

      *    SIN MAESTRO DE LIMITES TODO DESCUBIERTO SE TRATA COMO NO
      *    AUTORIZADO, IGUAL QUE EN EL MOTOR DE SALDOS.
           OPEN INPUT LIMITES.

           IF FS-LIMITES IS EQUAL '00'
              SET WS-HAY-LIMITES TO TRUE
           ELSE
              DISPLAY '* SIN MAESTRO DE LIMITES, TODO DESCUBIERTO '
                      'SE TRATA COMO NO AUTORIZADO'
           END-IF

      *    SIN PRESTAMOS O SIN HISTORICO ESA PARTE DE LA DEUDA
      *    SIMPLEMENTE NO EXISTE; SE AVISA Y SE SIGUE.
           OPEN INPUT PRESTAMOS.

           IF FS-PRESTAMOS IS EQUAL '00'
              MOVE LOW-VALUES TO MAE-PRE-NRO
              START PRESTAMOS KEY IS NOT LESS MAE-PRE-NRO
                 INVALID KEY
                    SET FS-PRESTAMOS-FIN TO TRUE
              END-START
           ELSE
              DISPLAY '* SIN MAESTRO DE PRESTAMOS = ' FS-PRESTAMOS
              SET FS-PRESTAMOS-FIN TO TRUE
           END-IF

           OPEN INPUT CUOTAS.

           IF FS-CUOTAS IS EQUAL '00'
              MOVE LOW-VALUES TO MAE-CUO-CLAVE
              START CUOTAS KEY IS NOT LESS MAE-CUO-CLAVE
                 INVALID KEY
                    SET FS-CUOTAS-FIN TO TRUE
              END-START
           ELSE
              DISPLAY '* SIN CUADRO DE CUOTAS     = ' FS-CUOTAS
              SET FS-CUOTAS-FIN TO TRUE
           END-IF

           OPEN INPUT HISTSAL.

           IF FS-HISTSAL IS NOT EQUAL '00'
              DISPLAY '* SIN HISTORICO DE SALDOS  = ' FS-HISTSAL
              SET FS-HISTSAL-FIN TO TRUE
           END-IF

           IF WS-FIN
              SET FS-PRESTAMOS-FIN TO TRUE
              SET FS-CUOTAS-FIN    TO TRUE
              SET FS-HISTSAL-FIN   TO TRUE
           END-IF.

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
       1200-CARGAR-CUENTAS.

           OPEN INPUT CUENTAS

           IF FS-CUENTAS IS EQUAL '00'
              PERFORM UNTIL FS-CUENTAS IS NOT EQUAL '00'
                 READ CUENTAS INTO WS-REG-CTA
                    AT END
                       MOVE '10' TO FS-CUENTAS
                    NOT AT END
                       IF WS-TCU-CONT < 5000
                          ADD 1 TO WS-TCU-CONT
                          MOVE CTA-TIPCUEN TO
                               WS-TCU-TIPCUEN (WS-TCU-CONT)
                          MOVE CTA-NROCUEN TO
                               WS-TCU-NROCUEN (WS-TCU-CONT)
                          MOVE CTA-NROCLI  TO
                               WS-TCU-NROCLI  (WS-TCU-CONT)
                       ELSE
                          DISPLAY '* ATENCION: TABLA DE CUENTAS '
                                  'LLENA (5000)'
                          MOVE '10' TO FS-CUENTAS
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE CUENTAS
           ELSE
              DISPLAY '* SIN EXTRACTO CUENTA-TITULAR, NO SE '
                      'CLASIFICA'
              MOVE 9999 TO RETURN-CODE
              SET WS-FIN TO TRUE
           END-IF.

       F-1200-CARGAR-CUENTAS. EXIT.
      **************************************************************
       1300-CARGAR-PREVISION.
      *    UNA FILA POR SITUACION CON SU PORCENTAJE DE PREVISION.
      *    SIN LA TABLA EL ARCHIVO AL BANCO CENTRAL SALDRIA SIN
      *    PREVISIONES, ASI QUE NO SE CLASIFICA.
           OPEN INPUT PREVISION

           IF FS-PREVISION IS EQUAL '00'
              PERFORM UNTIL FS-PREVISION IS NOT EQUAL '00'
                 READ PREVISION
                    AT END
                       MOVE '10' TO FS-PREVISION
                    NOT AT END
                       IF PRV-SITUACION IS NUMERIC
                          AND PRV-SITUACION > ZERO
                          AND PRV-SITUACION < 6
                          AND PRV-PORCENTAJE IS NUMERIC
                          MOVE PRV-PORCENTAJE TO
                               WS-PRV-PORC (PRV-SITUACION)
                       ELSE
                          DISPLAY '* FILA DE PREVISION INVALIDA: '
                                  REG-PREVISION (1:6)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE PREVISION
           ELSE
              DISPLAY '* SIN TABLA DE PREVISIONES, NO SE CLASIFICA'
              MOVE 9999 TO RETURN-CODE
              SET WS-FIN TO TRUE
           END-IF.

       F-1300-CARGAR-PREVISION. EXIT.
      **************************************************************
       2000-PRESTAMOS.
      *    LA DEUDA POR PRESTAMOS ES EL SALDO DE CAPITAL DE CADA
      *    PRESTAMO ACTIVO, ESTE O NO ATRASADO.
           READ PRESTAMOS NEXT INTO WS-REG-PRESTA
              AT END
                 SET FS-PRESTAMOS-FIN TO TRUE
           END-READ

           IF FS-PRESTAMOS IS EQUAL '00'
              ADD 1 TO WS-PRE-LEIDOS
              IF PRE-ESTADO IS EQUAL 'A'
                 AND PRE-SALDO-CAPITAL > ZEROS
                 MOVE PRE-NROCLI TO WS-NROCLI-BUSCADO
                 PERFORM 6000-BUSCAR-CLIENTE
                         THRU F-6000-BUSCAR-CLIENTE
                 IF WS-CLI-IDX NOT EQUAL ZEROS
                    ADD PRE-SALDO-CAPITAL TO
                        WS-CLI-DEUDA-PRE (WS-CLI-IDX)
                 END-IF
              END-IF
           ELSE
              IF FS-PRESTAMOS IS NOT EQUAL '10'
                 DISPLAY '* ERROR EN LECTURA PRESTAMOS = '
                         FS-PRESTAMOS
                 MOVE 9999 TO RETURN-CODE
                 SET FS-PRESTAMOS-FIN TO TRUE
                 SET FS-CUOTAS-FIN    TO TRUE
                 SET FS-HISTSAL-FIN   TO TRUE
              END-IF
           END-IF.

       F-2000-PRESTAMOS. EXIT.
      **************************************************************
       3000-CUOTAS.

           READ CUOTAS NEXT INTO WS-REG-CUOTA
              AT END
                 SET FS-CUOTAS-FIN TO TRUE
           END-READ

           IF FS-CUOTAS IS EQUAL '00'
              PERFORM 3100-ENVEJECER-CUOTA
                      THRU F-3100-ENVEJECER-CUOTA
           ELSE
              IF FS-CUOTAS IS NOT EQUAL '10'
                 DISPLAY '* ERROR EN LECTURA CUOTAS   = ' FS-CUOTAS
                 MOVE 9999 TO RETURN-CODE
                 SET FS-CUOTAS-FIN  TO TRUE
                 SET FS-HISTSAL-FIN TO TRUE
              END-IF
           END-IF.

       F-3000-CUOTAS. EXIT.
      **************************************************************
       3100-ENVEJECER-CUOTA.
      *    CUOTA PENDIENTE O IMPAGA CON VENCIMIENTO ANTERIOR A LA
      *    FECHA DE NEGOCIO, DE UN PRESTAMO ACTIVO.
           IF CUO-ESTADO IS NOT EQUAL 'P' AND 'I'
              GO TO F-3100-ENVEJECER-CUOTA
           END-IF

           IF CUO-FEC-VENC IS NOT LESS WS-FECHA-NEGOCIO-R
              GO TO F-3100-ENVEJECER-CUOTA
           END-IF

           MOVE CUO-NRO-PRESTAMO TO MAE-PRE-NRO

           READ PRESTAMOS INTO WS-REG-PRESTA
              INVALID KEY
                 DISPLAY '* CUOTA SIN PRESTAMO EN EL MAESTRO: '
                         CUO-NRO-PRESTAMO
                 GO TO F-3100-ENVEJECER-CUOTA
           END-READ

           IF PRE-ESTADO IS NOT EQUAL 'A'
              GO TO F-3100-ENVEJECER-CUOTA
           END-IF

           ADD 1 TO WS-CUO-VENCIDAS

           MOVE CUO-FEC-VENC TO WS-FECHA-CONV
           PERFORM 7000-FECHA-A-DIAS THRU F-7000-FECHA-A-DIAS
           COMPUTE WS-DIAS-ATRASO = WS-DIAS-PROC - WS-DIAS-CONV

           COMPUTE WS-IMP-TRAMO = CUO-CAPITAL + CUO-INTERES

           MOVE 'PRESTAMO  '       TO WS-LA-ORIGEN
           MOVE SPACES             TO WS-LA-REFERENCIA
           STRING CUO-NRO-PRESTAMO DELIMITED BY SIZE
                  '/'              DELIMITED BY SIZE
                  CUO-NRO-CUOTA    DELIMITED BY SIZE
                  INTO WS-LA-REFERENCIA
           END-STRING
           MOVE PRE-NROCLI         TO WS-LA-NROCLI
           MOVE CUO-FEC-VENC       TO WS-LA-DESDE

           MOVE PRE-NROCLI TO WS-NROCLI-BUSCADO
           PERFORM 3500-REGISTRAR-ATRASO THRU F-3500-REGISTRAR-ATRASO.

       F-3100-ENVEJECER-CUOTA. EXIT.
      **************************************************************
       3500-REGISTRAR-ATRASO.
      *    COMUN A CUOTAS Y DESCUBIERTOS: EL LLAMADOR DEJA CARGADOS
      *    LOS DIAS, EL IMPORTE, EL CLIENTE Y LA LINEA DE LISTADO.
      *    ACUMULA EL TRAMO Y GUARDA EL PEOR ATRASO DEL CLIENTE.
           EVALUATE TRUE
              WHEN WS-DIAS-ATRASO < 31
                 MOVE 1 TO WS-TRA-SUB
              WHEN WS-DIAS-ATRASO < 91
                 MOVE 2 TO WS-TRA-SUB
              WHEN WS-DIAS-ATRASO < 181
                 MOVE 3 TO WS-TRA-SUB
              WHEN WS-DIAS-ATRASO < 366
                 MOVE 4 TO WS-TRA-SUB
              WHEN OTHER
                 MOVE 5 TO WS-TRA-SUB
           END-EVALUATE

           ADD 1            TO WS-TRA-CANT    (WS-TRA-SUB)
           ADD WS-IMP-TRAMO TO WS-TRA-IMPORTE (WS-TRA-SUB)

           MOVE WS-IMP-TRAMO              TO WS-LA-IMPORTE
           MOVE WS-DIAS-ATRASO            TO WS-LA-DIAS
           MOVE WS-TRA-NOMBRE (WS-TRA-SUB) TO WS-LA-TRAMO

           WRITE REG-SALIDA FROM WS-LIN-ATRASO

           IF FS-SALIDA IS NOT EQUAL '00'
              DISPLAY '* ERROR EN WRITE SALIDA   = ' FS-SALIDA
              MOVE 9999 TO RETURN-CODE
           END-IF

           IF WS-NROCLI-BUSCADO IS EQUAL ZEROS
              GO TO F-3500-REGISTRAR-ATRASO
           END-IF

           PERFORM 6000-BUSCAR-CLIENTE THRU F-6000-BUSCAR-CLIENTE

           IF WS-CLI-IDX NOT EQUAL ZEROS
              IF WS-DIAS-ATRASO > WS-CLI-DIAS (WS-CLI-IDX)
                 MOVE WS-DIAS-ATRASO TO WS-CLI-DIAS (WS-CLI-IDX)
              END-IF
           END-IF.

       F-3500-REGISTRAR-ATRASO. EXIT.
      **************************************************************
       4000-HISTORICO.
      *    EL HISTORICO ESTA EN ORDEN DE FECHA; POR CUENTA SE SIGUE
      *    LA RACHA DE DIAS CONSECUTIVOS EN EXCESO SOBRE EL LIMITE.
      *    UN DIA DENTRO DEL LIMITE O EN POSITIVO CORTA LA RACHA.
           READ HISTSAL INTO WS-REG-HISSAL

           EVALUATE FS-HISTSAL
             WHEN '00'
                  IF HSA-FECHA IS NOT GREATER WS-FECHA-NEGOCIO-R
                     ADD 1 TO WS-HIS-LEIDOS
                     PERFORM 4100-SEGUIR-CUENTA
                             THRU F-4100-SEGUIR-CUENTA
                  END-IF

              WHEN '10'
                CONTINUE

              WHEN OTHER
              DISPLAY '* ERROR EN LECTURA HISTSAL  = ' FS-HISTSAL
              MOVE 9999 TO RETURN-CODE
              SET FS-HISTSAL-FIN TO TRUE

           END-EVALUATE.

       F-4000-HISTORICO. EXIT.
      **************************************************************
       4100-SEGUIR-CUENTA.

           IF HSA-FECHA > WS-FEC-HIS-MAX
              MOVE HSA-FECHA TO WS-FEC-HIS-MAX
           END-IF

           MOVE ZEROS TO WS-DES-IDX

           PERFORM VARYING WS-DES-SUB FROM 1 BY 1
                   UNTIL WS-DES-SUB > WS-DES-CONT
               IF WS-DES-TIPCUEN (WS-DES-SUB) IS EQUAL HSA-TIPCUEN
                  AND WS-DES-NROCUEN (WS-DES-SUB) IS EQUAL
                      HSA-NROCUEN
                  MOVE WS-DES-SUB TO WS-DES-IDX
               END-IF
           END-PERFORM

      *    UNA CUENTA QUE NUNCA CERRO EN NEGATIVO NO SE SIGUE.
           IF WS-DES-IDX IS EQUAL ZEROS
              IF HSA-SALDO IS NOT LESS ZEROS
                 GO TO F-4100-SEGUIR-CUENTA
              END-IF
              PERFORM 4200-ALTA-CUENTA THRU F-4200-ALTA-CUENTA
              IF WS-DES-IDX IS EQUAL ZEROS
                 GO TO F-4100-SEGUIR-CUENTA
              END-IF
           END-IF

           MOVE HSA-FECHA TO WS-DES-FEC-ULT (WS-DES-IDX)
           MOVE HSA-SALDO TO WS-DES-SALDO   (WS-DES-IDX)

           MOVE ZEROS TO WS-LIMITE-DIA
           IF WS-DES-VIGENCIA (WS-DES-IDX) IS NOT GREATER HSA-FECHA
              MOVE WS-DES-LIMITE (WS-DES-IDX) TO WS-LIMITE-DIA
           END-IF

           COMPUTE WS-DESCUBIERTO = ZERO - HSA-SALDO

           IF WS-DESCUBIERTO IS GREATER WS-LIMITE-DIA
              IF WS-DES-FEC-INI (WS-DES-IDX) IS EQUAL ZEROS
                 MOVE HSA-FECHA TO WS-DES-FEC-INI (WS-DES-IDX)
              END-IF
           ELSE
              MOVE ZEROS TO WS-DES-FEC-INI (WS-DES-IDX)
           END-IF.

       F-4100-SEGUIR-CUENTA. EXIT.
      **************************************************************
       4200-ALTA-CUENTA.
      *    AL ENTRAR LA CUENTA SE LEE UNA SOLA VEZ SU LIMITE; UN
      *    LIMITE RIGE RECIEN DESDE SU FECHA DE VIGENCIA.
           IF WS-DES-CONT NOT LESS 5000
              DISPLAY '* ATENCION: TABLA DE DESCUBIERTOS LLENA (5000)'
              MOVE 9999 TO RETURN-CODE
              SET FS-HISTSAL-FIN TO TRUE
              GO TO F-4200-ALTA-CUENTA
           END-IF

           ADD 1 TO WS-DES-CONT
           MOVE WS-DES-CONT TO WS-DES-IDX
           MOVE HSA-TIPCUEN TO WS-DES-TIPCUEN  (WS-DES-IDX)
           MOVE HSA-NROCUEN TO WS-DES-NROCUEN  (WS-DES-IDX)
           MOVE ZEROS       TO WS-DES-LIMITE   (WS-DES-IDX)
                               WS-DES-VIGENCIA (WS-DES-IDX)
                               WS-DES-FEC-INI  (WS-DES-IDX)

           IF WS-HAY-LIMITES
              MOVE HSA-TIPCUEN TO WS-CB-TIPCUEN
              MOVE HSA-NROCUEN TO WS-CB-NROCUEN
              MOVE WS-CTA-BUSCADA TO MAE-LIM-CLAVE
              READ LIMITES INTO WS-REG-LIMAUT
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE LIM-IMPORTE      TO
                         WS-DES-LIMITE   (WS-DES-IDX)
                    MOVE LIM-FEC-VIGENCIA TO
                         WS-DES-VIGENCIA (WS-DES-IDX)
              END-READ
           END-IF.

       F-4200-ALTA-CUENTA. EXIT.
      **************************************************************
       4500-DESCUBIERTOS.
      *    CUENTA EN DESCUBIERTO ES LA QUE CERRO EN NEGATIVO EL
      *    ULTIMO DIA DEL HISTORICO; TODO EL DESCUBIERTO ES DEUDA
      *    DEL TITULAR, Y SI ESTA EN RACHA DE EXCESO SE ENVEJECE
      *    EL EXCESO DESDE EL PRIMER DIA DE LA RACHA.
           IF RETURN-CODE IS EQUAL 9999
              GO TO F-4500-DESCUBIERTOS
           END-IF

           PERFORM VARYING WS-DES-SUB FROM 1 BY 1
                   UNTIL WS-DES-SUB > WS-DES-CONT
               IF WS-DES-FEC-ULT (WS-DES-SUB) IS EQUAL WS-FEC-HIS-MAX
                  AND WS-DES-SALDO (WS-DES-SUB) < ZEROS
                  PERFORM 4600-DEUDA-DESCUBIERTO
                          THRU F-4600-DEUDA-DESCUBIERTO
               END-IF
           END-PERFORM.

       F-4500-DESCUBIERTOS. EXIT.
      **************************************************************
       4600-DEUDA-DESCUBIERTO.

           MOVE WS-DES-TIPCUEN (WS-DES-SUB) TO WS-CB-TIPCUEN
           MOVE WS-DES-NROCUEN (WS-DES-SUB) TO WS-CB-NROCUEN
           COMPUTE WS-DESCUBIERTO = ZERO - WS-DES-SALDO (WS-DES-SUB)

           MOVE ZEROS TO WS-TCU-IDX

           PERFORM VARYING WS-TCU-SUB FROM 1 BY 1
                   UNTIL WS-TCU-SUB > WS-TCU-CONT
               IF WS-TCU-TIPCUEN (WS-TCU-SUB) IS EQUAL
                  WS-CTA-BUSCADA (1:2)
                  AND WS-TCU-NROCUEN (WS-TCU-SUB) IS EQUAL
                      WS-CB-NROCUEN
                  MOVE WS-TCU-SUB TO WS-TCU-IDX
               END-IF
           END-PERFORM

           IF WS-TCU-IDX IS EQUAL ZEROS
              ADD 1 TO WS-SIN-TITULAR
              DISPLAY '* DESCUBIERTO SIN TITULAR EN DDCTAS: '
                      WS-CTA-BUSCADA
              MOVE ZEROS TO WS-NROCLI-BUSCADO
           ELSE
              MOVE WS-TCU-NROCLI (WS-TCU-IDX) TO WS-NROCLI-BUSCADO
              PERFORM 6000-BUSCAR-CLIENTE THRU F-6000-BUSCAR-CLIENTE
              IF WS-CLI-IDX NOT EQUAL ZEROS
                 ADD WS-DESCUBIERTO TO WS-CLI-DEUDA-DES (WS-CLI-IDX)
              END-IF
           END-IF

           IF WS-DES-FEC-INI (WS-DES-SUB) IS EQUAL ZEROS
              GO TO F-4600-DEUDA-DESCUBIERTO
           END-IF

           ADD 1 TO WS-CTAS-EN-MORA

           MOVE ZEROS TO WS-LIMITE-DIA
           IF WS-DES-VIGENCIA (WS-DES-SUB) IS NOT GREATER
              WS-FEC-HIS-MAX
              MOVE WS-DES-LIMITE (WS-DES-SUB) TO WS-LIMITE-DIA
           END-IF
           COMPUTE WS-IMP-TRAMO = WS-DESCUBIERTO - WS-LIMITE-DIA

           MOVE WS-DES-FEC-INI (WS-DES-SUB) TO WS-FECHA-CONV
           PERFORM 7000-FECHA-A-DIAS THRU F-7000-FECHA-A-DIAS
           COMPUTE WS-DIAS-ATRASO = WS-DIAS-PROC - WS-DIAS-CONV + 1

           MOVE 'DESCUBIER '       TO WS-LA-ORIGEN
           MOVE SPACES             TO WS-LA-REFERENCIA
           STRING WS-CB-TIPCUEN    DELIMITED BY SIZE
                  '-'              DELIMITED BY SIZE
                  WS-CB-NROCUEN    DELIMITED BY SIZE
                  INTO WS-LA-REFERENCIA
           END-STRING
           MOVE WS-NROCLI-BUSCADO  TO WS-LA-NROCLI
           MOVE WS-DES-FEC-INI (WS-DES-SUB) TO WS-LA-DESDE

           PERFORM 3500-REGISTRAR-ATRASO THRU F-3500-REGISTRAR-ATRASO.

       F-4600-DEUDA-DESCUBIERTO. EXIT.
      **************************************************************
       5000-CLASIFICAR.
      *    SITUACION POR PEOR ATRASO DEL CLIENTE: HASTA 30 DIAS 1,
      *    HASTA 90 DIAS 2, HASTA 180 DIAS 3, HASTA 365 DIAS 4 Y
      *    MAS DE UN ANIO 5.
           IF RETURN-CODE IS EQUAL 9999
              GO TO F-5000-CLASIFICAR
           END-IF

           PERFORM VARYING WS-TRA-SUB FROM 1 BY 1
                   UNTIL WS-TRA-SUB > 5
               MOVE WS-TRA-NOMBRE  (WS-TRA-SUB) TO WS-LT-NOMBRE
               MOVE WS-TRA-CANT    (WS-TRA-SUB) TO WS-LT-CANT
               MOVE WS-TRA-IMPORTE (WS-TRA-SUB) TO WS-LT-IMPORTE
               WRITE REG-SALIDA FROM WS-LIN-TRAMO
               IF FS-SALIDA IS NOT EQUAL '00'
                  DISPLAY '* ERROR EN WRITE SALIDA   = ' FS-SALIDA
                  MOVE 9999 TO RETURN-CODE
               END-IF
           END-PERFORM

           PERFORM VARYING WS-CLI-SUB FROM 1 BY 1
                   UNTIL WS-CLI-SUB > WS-CLI-CONT
               COMPUTE WS-DEUDA-CLI = WS-CLI-DEUDA-PRE (WS-CLI-SUB)
                                    + WS-CLI-DEUDA-DES (WS-CLI-SUB)
               IF WS-DEUDA-CLI > ZEROS
                  PERFORM 5100-GRABAR-DEUDOR THRU F-5100-GRABAR-DEUDOR
               END-IF
           END-PERFORM

           PERFORM 5200-GRABAR-TOTALES THRU F-5200-GRABAR-TOTALES.

       F-5000-CLASIFICAR. EXIT.
      **************************************************************
       5100-GRABAR-DEUDOR.

           EVALUATE TRUE
              WHEN WS-CLI-DIAS (WS-CLI-SUB) < 31
                 MOVE 1 TO WS-SITUACION
              WHEN WS-CLI-DIAS (WS-CLI-SUB) < 91
                 MOVE 2 TO WS-SITUACION
              WHEN WS-CLI-DIAS (WS-CLI-SUB) < 181
                 MOVE 3 TO WS-SITUACION
              WHEN WS-CLI-DIAS (WS-CLI-SUB) < 366
                 MOVE 4 TO WS-SITUACION
              WHEN OTHER
                 MOVE 5 TO WS-SITUACION
           END-EVALUATE

           COMPUTE WS-PREV-CLI ROUNDED =
                   (WS-DEUDA-CLI * WS-PRV-PORC (WS-SITUACION)) / 100

           MOVE SPACES                       TO WS-REG-DEUDOR
           SET  DEU-DETALLE                  TO TRUE
           MOVE WS-FECHA-NEGOCIO-R (1:6)     TO DEU-PERIODO
           MOVE WS-CLI-NROCLI (WS-CLI-SUB)   TO DEU-NROCLI
           MOVE WS-SITUACION                 TO DEU-SITUACION
           MOVE WS-CLI-DIAS (WS-CLI-SUB)     TO DEU-DIAS-ATRASO
           MOVE WS-CLI-DEUDA-PRE (WS-CLI-SUB) TO DEU-DEUDA-PRE
           MOVE WS-CLI-DEUDA-DES (WS-CLI-SUB) TO DEU-DEUDA-DESC
           MOVE WS-DEUDA-CLI                 TO DEU-DEUDA-TOTAL
           MOVE WS-PRV-PORC (WS-SITUACION)   TO DEU-PORC-PREV
           MOVE WS-PREV-CLI                  TO DEU-PREVISION

           WRITE REG-DEUDORES FROM WS-REG-DEUDOR

           IF FS-DEUDORES IS NOT EQUAL '00'
              DISPLAY '* ERROR EN WRITE DEUDORES = ' FS-DEUDORES
              MOVE 9999 TO RETURN-CODE
           ELSE
              ADD 1            TO WS-DEUDORES-GRAB
              ADD WS-DEUDA-CLI TO WS-TOT-DEUDA
              ADD WS-PREV-CLI  TO WS-TOT-PREVISION
           END-IF

           MOVE WS-CLI-NROCLI (WS-CLI-SUB)   TO WS-LK-NROCLI
           MOVE WS-SITUACION                 TO WS-LK-SITUACION
           MOVE WS-CLI-DIAS (WS-CLI-SUB)     TO WS-LK-DIAS
           MOVE WS-DEUDA-CLI                 TO WS-LK-DEUDA
           MOVE WS-PREV-CLI                  TO WS-LK-PREVISION

           WRITE REG-SALIDA FROM WS-LIN-CLASIF

           IF FS-SALIDA IS NOT EQUAL '00'
              DISPLAY '* ERROR EN WRITE SALIDA   = ' FS-SALIDA
              MOVE 9999 TO RETURN-CODE
           END-IF.

       F-5100-GRABAR-DEUDOR. EXIT.
      **************************************************************
       5200-GRABAR-TOTALES.

           MOVE SPACES                   TO WS-REG-DEUDOR
           SET  DEU-TOTALES              TO TRUE
           MOVE WS-FECHA-NEGOCIO-R (1:6) TO DEU-PERIODO
           MOVE WS-DEUDORES-GRAB         TO DEU-CANT-DEUDORES
           MOVE WS-TOT-DEUDA             TO DEU-TOT-DEUDA
           MOVE WS-TOT-PREVISION         TO DEU-TOT-PREVISION

           WRITE REG-DEUDORES FROM WS-REG-DEUDOR

           IF FS-DEUDORES IS NOT EQUAL '00'
              DISPLAY '* ERROR EN WRITE DEUDORES = ' FS-DEUDORES
              MOVE 9999 TO RETURN-CODE
           END-IF.

       F-5200-GRABAR-TOTALES. EXIT.
      **************************************************************
       6000-BUSCAR-CLIENTE.
      *    BUSCA AL CLIENTE EN LA TABLA DE DEUDORES Y LO AGREGA SI
      *    NO ESTA; DEJA SU POSICION EN WS-CLI-IDX (CERO SI LA
      *    TABLA SE LLENO).
           MOVE ZEROS TO WS-CLI-IDX

           PERFORM VARYING WS-CLI-SUB FROM 1 BY 1
                   UNTIL WS-CLI-SUB > WS-CLI-CONT
               IF WS-CLI-NROCLI (WS-CLI-SUB) IS EQUAL
                  WS-NROCLI-BUSCADO
                  MOVE WS-CLI-SUB TO WS-CLI-IDX
               END-IF
           END-PERFORM

           IF WS-CLI-IDX IS EQUAL ZEROS
              IF WS-CLI-CONT < 5000
                 ADD 1 TO WS-CLI-CONT
                 MOVE WS-CLI-CONT       TO WS-CLI-IDX
                 MOVE WS-NROCLI-BUSCADO TO WS-CLI-NROCLI (WS-CLI-IDX)
                 MOVE ZEROS TO WS-CLI-DIAS      (WS-CLI-IDX)
                               WS-CLI-DEUDA-PRE (WS-CLI-IDX)
                               WS-CLI-DEUDA-DES (WS-CLI-IDX)
              ELSE
                 DISPLAY '* ATENCION: TABLA DE CLIENTES LLENA (5000)'
                 MOVE 9999 TO RETURN-CODE
              END-IF
           END-IF.

       F-6000-BUSCAR-CLIENTE. EXIT.
      **************************************************************
       7000-FECHA-A-DIAS.
      *    CONVIERTE AAAAMMDD A DIAS 30/360 PARA EL ATRASO.
           COMPUTE WS-DIAS-CONV =
                   (WS-FC-ANIO * 360) + (WS-FC-MES * 30) + WS-FC-DIA.

       F-7000-FECHA-A-DIAS. EXIT.
      **************************************************************
       9999-FINAL.

           IF RETURN-CODE NOT EQUAL 9999
             IF WS-HAY-LIMITES
                CLOSE LIMITES
             END-IF

             CLOSE PRESTAMOS
             CLOSE CUOTAS
             CLOSE HISTSAL

             CLOSE DEUDORES
                 IF FS-DEUDORES IS NOT EQUAL '00'
                  DISPLAY '* ERROR EN CLOSE DEUDORES = '
                                            FS-DEUDORES
                  MOVE 9999 TO RETURN-CODE
                 END-IF

             CLOSE SALIDA
                 IF FS-SALIDA IS NOT EQUAL '00'
                  DISPLAY '* ERROR EN CLOSE SALIDA   = '
                                            FS-SALIDA
                  MOVE 9999 TO RETURN-CODE
                 END-IF

             DISPLAY '***************************************'
             DISPLAY ' PRESTAMOS LEIDOS            :  ' WS-PRE-LEIDOS
             DISPLAY ' CUOTAS VENCIDAS ENVEJECIDAS :  '
                                                   WS-CUO-VENCIDAS
             DISPLAY ' REGISTROS HISTORICO LEIDOS  :  ' WS-HIS-LEIDOS
             DISPLAY ' CUENTAS EN EXCESO CONTINUO  :  '
                                                   WS-CTAS-EN-MORA
             DISPLAY ' DESCUBIERTOS SIN TITULAR    :  '
                                                   WS-SIN-TITULAR
             DISPLAY ' DEUDORES INFORMADOS         :  '
                                                   WS-DEUDORES-GRAB
             MOVE WS-TOT-DEUDA TO WS-TOT-EDIT
             DISPLAY ' TOTAL DEUDA                 :  ' WS-TOT-EDIT
             MOVE WS-TOT-PREVISION TO WS-TOT-EDIT
             DISPLAY ' TOTAL PREVISION             :  ' WS-TOT-EDIT
             DISPLAY '***************************************'

           END-IF.

       F-9999-FINAL.
           EXIT.
