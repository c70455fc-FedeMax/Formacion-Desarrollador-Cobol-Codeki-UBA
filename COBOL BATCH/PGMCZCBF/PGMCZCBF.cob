       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMCZCBF.
       AUTHOR.    FEDERICO FALCON.
      **************************************************************
      *  CONCENTRACION DE DEPOSITOS Y REGIMEN INFORMATIVO DE       *
      *  DEPOSITOS.                                                *
      *  TESORERIA Y EL BANCO CENTRAL PIDEN CADA MES QUE TAN       *
      *  CONCENTRADOS ESTAN LOS DEPOSITOS. ESTE PASO TOMA LOS      *
      *  SALDOS ACREEDORES DE DDSALHOY (LAYOUT CPSALDO), LOS PASA  *
      *  A PESOS CON LA ULTIMA COTIZACION DE DDCAMBIO NO POSTERIOR *
      *  A LA FECHA DE NEGOCIO Y ATRIBUYE CADA CUENTA A SU TITULAR *
      *  (DDCTAS) Y A SUS COTITULARES (DDCOTIT) EN PARTES IGUALES, *
      *  COMO LA GARANTIA DE LOS DEPOSITOS PGMSDCBF. PRODUCE:      *
      *    - EN DDSALI, EN LINEAS CORTEREP PARA QUE PGMRHCBF LAS   *
      *      CARGUE Y PGMRVCBF LAS COMPARE MES CONTRA MES: LOS     *
      *      100 MAYORES DEPOSITANTES, EL IMPORTE Y LA             *
      *      PARTICIPACION SOBRE EL TOTAL DE LOS 20 Y DE LOS 100   *
      *      MAYORES, Y LA APERTURA POR TIPO DE CUENTA, MONEDA,    *
      *      TRAMO DE SALDO Y REGION DE LA SUCURSAL (ASIGNACION    *
      *      DDCTASUC Y REGION DEL MAESTRO DDSUCMAE)               *
      *    - EN DDREGDEP EL ARCHIVO DE FORMATO FIJO DEL REGIMEN    *
      *      INFORMATIVO (LAYOUT CPREGDEP)                         *
      *  UNA CUENTA EN MONEDA SIN COTIZACION QUEDA AFUERA Y SE     *
      *  AVISA; UNA CUENTA SIN TITULAR CONOCIDO ENTRA EN LOS       *
      *  TOTALES Y APERTURAS PERO NO EN EL RANKING. UN IMPORTE     *
      *  QUE NO ENTRA EN EL REP-VALOR DE CORTEREP NO SE TRUNCA:    *
      *  SALE EN CERO, SE AVISA Y LA CORRIDA TERMINA CON RC 9999.  *
      **************************************************************
       ENVIRONMENT DIVISION.
      **************************************************************
       CONFIGURATION SECTION.

       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
      **************************************************************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

            SELECT SALDOS ASSIGN TO DDSALHOY
                 FILE STATUS IS FS-SALDOS.

            SELECT CUENTAS ASSIGN TO DDCTAS
                 FILE STATUS IS FS-CUENTAS.

            SELECT COTITUL ASSIGN TO DDCOTIT
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS MAE-COT-CLAVE
                 FILE STATUS IS FS-COTITUL.

            SELECT CAMBIOS ASSIGN TO DDCAMBIO
                 FILE STATUS IS FS-CAMBIOS.

            SELECT ASIGNA ASSIGN TO DDCTASUC
                 FILE STATUS IS FS-ASIGNA.

            SELECT SUCMAE ASSIGN TO DDSUCMAE
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS MAE-SUC-NRO
                 FILE STATUS IS FS-SUCMAE.

            SELECT FECHAPRO ASSIGN TO DDFECPRO
                 FILE STATUS IS FS-FECHAPRO.

            SELECT REGIMEN ASSIGN TO DDREGDEP
                 FILE STATUS IS FS-REGIMEN.

            SELECT SALIDA ASSIGN TO DDSALI
                 FILE STATUS IS FS-SALIDA.
      **************************************************************
       I-O-CONTROL.

       DATA DIVISION.
       FILE SECTION.
       FD   SALDOS
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01   REG-SALDOS              PIC X(30).
      **************************************************************
       FD   CUENTAS
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01   REG-CUENTAS             PIC X(17).
      **************************************************************
       FD   COTITUL.

       01   REG-COTITUL.
           03  MAE-COT-CLAVE        PIC X(17).
           03  FILLER               PIC X(03).
      **************************************************************
       FD   CAMBIOS
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01   REG-CAMBIO.
           05  CAM-MONEDA           PIC X(03).
           05  CAM-COTIZACION       PIC 9(03)V9(04).
           05  CAM-FECHA            PIC 9(08).
           05  FILLER               PIC X(62).
      **************************************************************
       FD   ASIGNA
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01   REG-ASIGNA              PIC X(20).
      **************************************************************
       FD   SUCMAE.

       01   REG-SUCMAE.
           03  MAE-SUC-NRO          PIC 9(02).
           03  FILLER               PIC X(48).
      **************************************************************
       FD   FECHAPRO
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01   REG-FECHAPRO.
           05  FPR-FECHA            PIC 9(08).
           05  FILLER               PIC X(72).
      **************************************************************
       FD   REGIMEN
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01   REG-REGIMEN             PIC X(100).
      **************************************************************
       FD   SALIDA
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01   REG-SALIDA              PIC X(80).
      **************************************************************
       WORKING-STORAGE SECTION.

       77  FILLER        PIC X(26) VALUE '* INICIO WORKING-STORAGE *'.
      **************************************************************

       77  FS-SALDOS       PIC XX    VALUE SPACES.
           88  FS-SALDOS-FIN         VALUE '10'.

       77  FS-CUENTAS      PIC XX    VALUE SPACES.
       77  FS-COTITUL      PIC XX    VALUE SPACES.
       77  FS-CAMBIOS      PIC XX    VALUE SPACES.
       77  FS-ASIGNA       PIC XX    VALUE SPACES.
       77  FS-SUCMAE       PIC XX    VALUE SPACES.
       77  FS-FECHAPRO     PIC XX    VALUE SPACES.
       77  FS-REGIMEN      PIC XX    VALUE SPACES.
       77  FS-SALIDA       PIC XX    VALUE SPACES.

      *****************PERIODO Y COTIZACIONES**************************
       01  WS-PERIODO.
           05  WS-PER-ANIO          PIC 9(04).
           05  WS-PER-MES           PIC 9(02).
       01  WS-PERIODO-R REDEFINES WS-PERIODO
                                    PIC 9(06).

       77  WS-COT-CONT     PIC 9(04) USAGE COMP VALUE ZEROS.
       77  WS-COT-SUB      PIC 9(04) USAGE COMP VALUE ZEROS.
       77  WS-COT-IDX      PIC 9(04) USAGE COMP VALUE ZEROS.
       01  WS-TABLA-COTIZ.
           03  WS-COT      OCCURS 50 TIMES.
               05  WS-COT-MONEDA    PIC X(03).
               05  WS-COT-VALOR     PIC 9(03)V9(04).
               05  WS-COT-FECHA     PIC 9(08).

      *****************CUENTA - SUCURSAL Y SUCURSAL - REGION************
       77  WS-ASI-CONT     PIC 9(04) USAGE COMP VALUE ZEROS.
       77  WS-ASI-SUB      PIC 9(04) USAGE COMP VALUE ZEROS.
       01  WS-TABLA-ASIGNA.
           03  WS-ASI      OCCURS 5000 TIMES.
               05  WS-ASI-CLAVE     PIC X(10).
               05  WS-ASI-SUC       PIC 9(02).

      *    REGION DE CADA SUCURSAL, POSICION = SUCURSAL + 1.
       77  WS-SRG-SUB      PIC 9(04) USAGE COMP VALUE ZEROS.
       01  WS-TABLA-SUC-REGION.
           03  WS-SRG-REGION   OCCURS 100 TIMES PIC X(01).

      *****************CUENTA - TITULAR Y COTITULARES******************
       77  WS-TCU-CONT     PIC 9(04) USAGE COMP VALUE ZEROS.
       77  WS-TCU-SUB      PIC 9(04) USAGE COMP VALUE ZEROS.
       01  WS-TABLA-CUENTAS.
           03  WS-TCU      OCCURS 5000 TIMES.
               05  WS-TCU-CLAVE     PIC X(10).
               05  WS-TCU-NROCLI    PIC 9(07).

       77  WS-TCO-CONT     PIC 9(04) USAGE COMP VALUE ZEROS.
       77  WS-TCO-SUB      PIC 9(04) USAGE COMP VALUE ZEROS.
       01  WS-TABLA-COTIT.
           03  WS-TCO      OCCURS 5000 TIMES.
               05  WS-TCO-CLAVE     PIC X(10).
               05  WS-TCO-NROCLI    PIC 9(07).

      *    TITULARES DE LA CUENTA EN CURSO.
       77  WS-HOL-CONT     PIC 9(04) USAGE COMP VALUE ZEROS.
       77  WS-HOL-SUB      PIC 9(04) USAGE COMP VALUE ZEROS.
       01  WS-TABLA-HOLDERS.
           03  WS-HOL-NROCLI   OCCURS 20 TIMES PIC 9(07).

      *****************DEPOSITANTES************************************
       77  WS-DEP-CONT     PIC 9(04) USAGE COMP VALUE ZEROS.
       77  WS-DEP-SUB      PIC 9(04) USAGE COMP VALUE ZEROS.
       77  WS-DEP-IDX      PIC 9(04) USAGE COMP VALUE ZEROS.
       01  WS-TABLA-DEPOSITANTES.
           03  WS-DEP      OCCURS 5000 TIMES.
               05  WS-DEP-NROCLI    PIC 9(07).
               05  WS-DEP-TOTAL     PIC S9(11)V99 COMP-3.
               05  WS-DEP-LISTADO   PIC X(01).

      *****************RANKING DE MAYORES DEPOSITANTES*****************
       77  WS-PUESTO       PIC 9(04) USAGE COMP VALUE ZEROS.
       77  WS-MAX-IDX      PIC 9(04) USAGE COMP VALUE ZEROS.
       77  WS-MAX-IMPORTE  PIC S9(11)V99 COMP-3 VALUE ZEROS.
       77  WS-TOP-20       PIC S9(13)V99 COMP-3 VALUE ZEROS.
       77  WS-TOP-100      PIC S9(13)V99 COMP-3 VALUE ZEROS.
       77  WS-PORC-20      PIC 9(03)V99         VALUE ZEROS.
       77  WS-PORC-100     PIC 9(03)V99         VALUE ZEROS.
       77  WS-PORC-AUX     PIC S9(15)V99 COMP-3 VALUE ZEROS.

      *****************APERTURA POR TIPO DE CUENTA*********************
      *    POSICION = TIPO DE CUENTA + 1.
       77  WS-TTI-SUB      PIC 9(04) USAGE COMP VALUE ZEROS.
       01  WS-TABLA-TIPOS.
           03  WS-TTI      OCCURS 100 TIMES.
               05  WS-TTI-CANT      PIC 9(07).
               05  WS-TTI-PESOS     PIC S9(13)V99 COMP-3.

      *****************APERTURA POR MONEDA*****************************
       77  WS-MON-CONT     PIC 9(04) USAGE COMP VALUE ZEROS.
       77  WS-MON-SUB      PIC 9(04) USAGE COMP VALUE ZEROS.
       77  WS-MON-IDX      PIC 9(04) USAGE COMP VALUE ZEROS.
       01  WS-TABLA-MONEDAS.
           03  WS-MON      OCCURS 50 TIMES.
               05  WS-MON-MONEDA    PIC X(03).
               05  WS-MON-CANT      PIC 9(07).
               05  WS-MON-ORIGEN    PIC S9(13)V99 COMP-3.
               05  WS-MON-PESOS     PIC S9(13)V99 COMP-3.

      *****************APERTURA POR TRAMO DE SALDO*********************
      *    TOPE EN PESOS DE CADA TRAMO; EL ULTIMO NO TIENE TOPE.
       77  WS-BAN-SUB      PIC 9(04) USAGE COMP VALUE ZEROS.
       77  WS-TRAMO        PIC 9(01)            VALUE ZEROS.
       01  WS-TOPES-TRAMOS.
           03  FILLER      PIC 9(11)V99 VALUE 1000000.
           03  FILLER      PIC 9(11)V99 VALUE 10000000.
           03  FILLER      PIC 9(11)V99 VALUE 100000000.
       01  WS-TOPES-TRAMOS-R REDEFINES WS-TOPES-TRAMOS.
           03  WS-BAN-TOPE PIC 9(11)V99 OCCURS 3 TIMES.
       01  WS-NOMBRES-TRAMOS.
           03  FILLER      PIC X(26) VALUE 'TRAMO HASTA 1 MILLON'.
           03  FILLER      PIC X(26) VALUE 'TRAMO HASTA 10 MILLONES'.
           03  FILLER      PIC X(26) VALUE 'TRAMO HASTA 100 MILLONES'.
           03  FILLER      PIC X(26) VALUE 'TRAMO MAS DE 100 MILLONES'.
       01  WS-NOMBRES-TRAMOS-R REDEFINES WS-NOMBRES-TRAMOS.
           03  WS-BAN-NOMBRE PIC X(26) OCCURS 4 TIMES.
       01  WS-TABLA-TRAMOS.
           03  WS-BAN      OCCURS 4 TIMES.
               05  WS-BAN-CANT      PIC 9(07).
               05  WS-BAN-PESOS     PIC S9(13)V99 COMP-3.

      *****************APERTURA POR REGION*****************************
       77  WS-RGN-CONT     PIC 9(04) USAGE COMP VALUE ZEROS.
       77  WS-RGN-SUB      PIC 9(04) USAGE COMP VALUE ZEROS.
       77  WS-RGN-IDX      PIC 9(04) USAGE COMP VALUE ZEROS.
       01  WS-TABLA-REGIONES.
           03  WS-RGN      OCCURS 40 TIMES.
               05  WS-RGN-REGION    PIC X(01).
               05  WS-RGN-CANT      PIC 9(07).
               05  WS-RGN-PESOS     PIC S9(13)V99 COMP-3.

      *****************CELDAS DEL REGIMEN INFORMATIVO******************
      *    TIPO + MONEDA + TRAMO, MANTENIDAS EN ORDEN DE CLAVE.
       77  WS-CEL-CONT     PIC 9(04) USAGE COMP VALUE ZEROS.
       77  WS-CEL-SUB      PIC 9(04) USAGE COMP VALUE ZEROS.
       77  WS-CEL-IDX      PIC 9(04) USAGE COMP VALUE ZEROS.
       01  WS-TABLA-CELDAS.
           03  WS-CEL      OCCURS 500 TIMES.
               05  WS-CEL-CLAVE.
                   10  WS-CEL-TIPCUEN   PIC 9(02).
                   10  WS-CEL-MONEDA    PIC X(03).
                   10  WS-CEL-TRAMO     PIC 9(01).
               05  WS-CEL-CANT      PIC 9(07).
               05  WS-CEL-ORIGEN    PIC S9(13)V99 COMP-3.
               05  WS-CEL-PESOS     PIC S9(13)V99 COMP-3.

       01  WS-CEL-BUSCADA.
           05  WS-CBU-TIPCUEN       PIC 9(02).
           05  WS-CBU-MONEDA        PIC X(03).
           05  WS-CBU-TRAMO         PIC 9(01).

      *****************IMPORTES DE TRABAJO*****************************
       77  WS-SUC-CUENTA   PIC 9(02)            VALUE ZEROS.
       77  WS-TIPCUEN      PIC 9(02)            VALUE ZEROS.
       77  WS-REGION       PIC X(01)            VALUE SPACES.
       77  WS-MONEDA       PIC X(03)            VALUE SPACES.
       77  WS-SALDO-PES    PIC S9(11)V99 COMP-3 VALUE ZEROS.
       77  WS-PARTE        PIC S9(11)V99 COMP-3 VALUE ZEROS.
       77  WS-RESTO        PIC S9(11)V99 COMP-3 VALUE ZEROS.
       77  WS-TOT-DEPOSITOS PIC S9(13)V99 COMP-3 VALUE ZEROS.
      *    IMPORTE A INFORMAR: REP-VALOR NO ADMITE MAS DE NUEVE
      *    ENTEROS Y UN IMPORTE MAYOR NO PUEDE SALIR TRUNCADO.
       77  WS-VALOR-REP    PIC S9(13)V99 COMP-3 VALUE ZEROS.

      *********************CONTADORES*******************************
       77  WS-CANT-LEIDAS             PIC 9(07)   VALUE ZEROES.
       77  WS-CANT-CUENTAS            PIC 9(07)   VALUE ZEROES.
       77  WS-CANT-SIN-COTIZ          PIC 9(05)   VALUE ZEROES.
       77  WS-CANT-SIN-TITULAR        PIC 9(05)   VALUE ZEROES.
       77  WS-CANT-REGIMEN            PIC 9(07)   VALUE ZEROES.
       77  WS-CANT-LINEAS             PIC 9(05)   VALUE ZEROES.
       01  WS-TOT-EDIT     PIC -ZZZZZZZZZZZZ9,99.

      *****************FECHA DE NEGOCIO Y LAYOUTS**********************
           COPY CPFECPRO.

           COPY CPSALDO.

           COPY CPCOTIT.

           COPY CPSUCASI.

           COPY CPSUCMAE.

           COPY CPREGDEP.

           COPY CORTEREP.

       01  WS-REG-CTA.
           05  CTA-TIPCUEN          PIC X(02).
           05  CTA-NROCUEN          PIC 9(08).
           05  CTA-NROCLI           PIC 9(07).

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
                   UNTIL FS-SALDOS-FIN.

           IF RETURN-CODE NOT EQUAL 9999
              PERFORM 5000-RANKING      THRU F-5000-RANKING
              PERFORM 6000-APERTURAS    THRU F-6000-APERTURAS
              PERFORM 7000-REGIMEN      THRU F-7000-REGIMEN
           END-IF

           PERFORM 9999-FINAL    THRU  F-9999-FINAL.

       F-MAIN-PROGRAM. GOBACK.

      **************************************
      *                                    *
      *  CUERPO INICIO APERTURA ARCHIVOS   *
      *                                    *
      **************************************
       1000-INICIO.

           INITIALIZE WS-TABLA-TIPOS
                      WS-TABLA-TRAMOS.

           MOVE SPACES TO WS-TABLA-SUC-REGION.

           OPEN INPUT  SALDOS.

           IF FS-SALDOS IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN SALDOS    = ' FS-SALDOS
              MOVE 9999 TO RETURN-CODE
              SET  FS-SALDOS-FIN TO TRUE
           END-IF

           OPEN OUTPUT REGIMEN.

           IF FS-REGIMEN IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN REGIMEN   = ' FS-REGIMEN
              MOVE 9999 TO RETURN-CODE
              SET  FS-SALDOS-FIN TO TRUE
           END-IF

           OPEN OUTPUT SALIDA.

           IF FS-SALIDA IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN SALIDA    = ' FS-SALIDA
              MOVE 9999 TO RETURN-CODE
              SET  FS-SALDOS-FIN TO TRUE
           END-IF

           PERFORM 1100-LEER-FECHA      THRU F-1100-LEER-FECHA.
           PERFORM 1300-CARGAR-COTIZ    THRU F-1300-CARGAR-COTIZ.
           PERFORM 1500-CARGAR-ASIGNA   THRU F-1500-CARGAR-ASIGNA.
           PERFORM 1550-CARGAR-REGIONES THRU F-1550-CARGAR-REGIONES.
           PERFORM 1600-CARGAR-TITULAR  THRU F-1600-CARGAR-TITULAR.
           PERFORM 1700-CARGAR-COTIT    THRU F-1700-CARGAR-COTIT.

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

           MOVE FNG-ANIO TO WS-PER-ANIO.
           MOVE FNG-MES  TO WS-PER-MES.

       F-1100-LEER-FECHA. EXIT.
      **************************************************************
       1300-CARGAR-COTIZ.
      *    POR MONEDA QUEDA LA COTIZACION DE FECHA MAS RECIENTE QUE
      *    NO SEA POSTERIOR A LA FECHA DE NEGOCIO.
           OPEN INPUT CAMBIOS

           IF FS-CAMBIOS IS EQUAL '00'
              PERFORM UNTIL FS-CAMBIOS IS NOT EQUAL '00'
                 READ CAMBIOS
                    AT END
                       MOVE '10' TO FS-CAMBIOS
                    NOT AT END
                       IF CAM-COTIZACION IS NUMERIC
                          AND CAM-FECHA IS NUMERIC
                          AND CAM-FECHA IS NOT GREATER
                              WS-FECHA-NEGOCIO-R
                          PERFORM 1310-GUARDAR-COTIZ
                                  THRU F-1310-GUARDAR-COTIZ
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE CAMBIOS
           ELSE
              DISPLAY '* SIN COTIZACIONES, SOLO ENTRAN LAS CUENTAS '
                      'EN PESOS'
           END-IF.

       F-1300-CARGAR-COTIZ. EXIT.
      **************************************************************
       1310-GUARDAR-COTIZ.

           MOVE ZEROS TO WS-COT-IDX

           PERFORM VARYING WS-COT-SUB FROM 1 BY 1
                   UNTIL WS-COT-SUB > WS-COT-CONT
               IF WS-COT-MONEDA (WS-COT-SUB) IS EQUAL CAM-MONEDA
                  MOVE WS-COT-SUB TO WS-COT-IDX
               END-IF
           END-PERFORM

           IF WS-COT-IDX IS EQUAL ZEROS
              IF WS-COT-CONT < 50
                 ADD 1 TO WS-COT-CONT
                 MOVE CAM-MONEDA     TO WS-COT-MONEDA (WS-COT-CONT)
                 MOVE CAM-COTIZACION TO WS-COT-VALOR  (WS-COT-CONT)
                 MOVE CAM-FECHA      TO WS-COT-FECHA  (WS-COT-CONT)
              ELSE
                 DISPLAY '* ATENCION: TABLA DE COTIZACIONES LLENA (50)'
              END-IF
           ELSE
              IF CAM-FECHA IS NOT LESS WS-COT-FECHA (WS-COT-IDX)
                 MOVE CAM-COTIZACION TO WS-COT-VALOR (WS-COT-IDX)
                 MOVE CAM-FECHA      TO WS-COT-FECHA (WS-COT-IDX)
              END-IF
           END-IF.

       F-1310-GUARDAR-COTIZ. EXIT.
      **************************************************************
       1500-CARGAR-ASIGNA.
      *    SIN ASIGNACION LAS CUENTAS VAN A LA SUCURSAL 00.
           OPEN INPUT ASIGNA

           IF FS-ASIGNA IS EQUAL '00'
              PERFORM UNTIL FS-ASIGNA IS NOT EQUAL '00'
                 READ ASIGNA INTO WS-REG-SUCASI
                    AT END
                       MOVE '10' TO FS-ASIGNA
                    NOT AT END
                       IF WS-ASI-CONT < 5000
                          ADD 1 TO WS-ASI-CONT
                          MOVE WS-REG-SUCASI (1:10) TO
                               WS-ASI-CLAVE (WS-ASI-CONT)
                          MOVE ASI-SUC              TO
                               WS-ASI-SUC   (WS-ASI-CONT)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE ASIGNA
           ELSE
              DISPLAY '* SIN ASIGNACION CUENTA-SUCURSAL, TODO A '
                      'SUCURSAL 00'
           END-IF.

       F-1500-CARGAR-ASIGNA. EXIT.
      **************************************************************
       1550-CARGAR-REGIONES.
      *    REGION DE CADA SUCURSAL DEL MAESTRO; SIN MAESTRO (O SIN
      *    REGION CARGADA) LOS DEPOSITOS SALEN SIN REGION.
           OPEN INPUT SUCMAE.

           IF FS-SUCMAE IS EQUAL '00'
              MOVE ZEROS TO MAE-SUC-NRO
              START SUCMAE KEY IS NOT LESS MAE-SUC-NRO
                 INVALID KEY
                    MOVE '10' TO FS-SUCMAE
              END-START

              PERFORM UNTIL FS-SUCMAE IS NOT EQUAL '00'
                 READ SUCMAE NEXT INTO WS-REG-SUCMAE
                    AT END
                       MOVE '10' TO FS-SUCMAE
                    NOT AT END
                       IF SUC-NRO IS NUMERIC
                          COMPUTE WS-SRG-SUB = SUC-NRO + 1
                          MOVE SUC-REGION TO
                               WS-SRG-REGION (WS-SRG-SUB)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE SUCMAE
           ELSE
              DISPLAY '* SIN MAESTRO DE SUCURSALES, FS = ' FS-SUCMAE
           END-IF.

       F-1550-CARGAR-REGIONES. EXIT.
      **************************************************************
       1600-CARGAR-TITULAR.

           OPEN INPUT CUENTAS

           IF FS-CUENTAS IS EQUAL '00'
              PERFORM UNTIL FS-CUENTAS IS NOT EQUAL '00'
                 READ CUENTAS INTO WS-REG-CTA
                    AT END
                       MOVE '10' TO FS-CUENTAS
                    NOT AT END
                       IF WS-TCU-CONT < 5000
                          ADD 1 TO WS-TCU-CONT
                          MOVE WS-REG-CTA (1:10) TO
                               WS-TCU-CLAVE  (WS-TCU-CONT)
                          MOVE CTA-NROCLI        TO
                               WS-TCU-NROCLI (WS-TCU-CONT)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE CUENTAS
           ELSE
              DISPLAY '* SIN EXTRACTO CUENTA-TITULAR, NO SE '
                      'CALCULA LA CONCENTRACION'
              MOVE 9999 TO RETURN-CODE
              SET FS-SALDOS-FIN TO TRUE
           END-IF.

       F-1600-CARGAR-TITULAR. EXIT.
      **************************************************************
       1700-CARGAR-COTIT.
      *    SIN COTITULARES CADA CUENTA ES TODA DE SU TITULAR.
           OPEN INPUT COTITUL

           IF FS-COTITUL IS EQUAL '00'
              MOVE LOW-VALUES TO MAE-COT-CLAVE
              START COTITUL KEY IS NOT LESS MAE-COT-CLAVE
                 INVALID KEY
                    MOVE '10' TO FS-COTITUL
              END-START

              PERFORM UNTIL FS-COTITUL IS NOT EQUAL '00'
                 READ COTITUL NEXT INTO WS-REG-COTIT
                    AT END
                       MOVE '10' TO FS-COTITUL
                    NOT AT END
                       IF WS-TCO-CONT < 5000
                          ADD 1 TO WS-TCO-CONT
                          MOVE COT-CLAVE (1:10) TO
                               WS-TCO-CLAVE  (WS-TCO-CONT)
                          MOVE COT-NROCLI       TO
                               WS-TCO-NROCLI (WS-TCO-CONT)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE COTITUL
           ELSE
              DISPLAY '* SIN ARCHIVO DE COTITULARES, FS = ' FS-COTITUL
           END-IF.

       F-1700-CARGAR-COTIT. EXIT.
      **************************************************************
       2000-PROCESO.

           READ SALDOS INTO WS-REG-SALDO

           EVALUATE FS-SALDOS
             WHEN '00'
                  ADD 1 TO WS-CANT-LEIDAS
                  PERFORM 3000-ATRIBUIR-CUENTA
                          THRU F-3000-ATRIBUIR-CUENTA

              WHEN '10'
                CONTINUE

              WHEN OTHER
              DISPLAY '* ERROR EN LECTURA SALDOS = ' FS-SALDOS
              MOVE 9999 TO RETURN-CODE
              SET FS-SALDOS-FIN TO TRUE

           END-EVALUATE.

       F-2000-PROCESO. EXIT.
      **************************************************************
       3000-ATRIBUIR-CUENTA.

           IF SAL-SALDO IS NOT GREATER ZEROS
              GO TO F-3000-ATRIBUIR-CUENTA
           END-IF

      *    SALDO EN PESOS.
           IF SAL-MONEDA IS EQUAL SPACES OR 'PES'
              MOVE 'PES'     TO WS-MONEDA
              MOVE SAL-SALDO TO WS-SALDO-PES
           ELSE
              MOVE SAL-MONEDA TO WS-MONEDA
              MOVE ZEROS TO WS-COT-IDX
              PERFORM VARYING WS-COT-SUB FROM 1 BY 1
                      UNTIL WS-COT-SUB > WS-COT-CONT
                  IF WS-COT-MONEDA (WS-COT-SUB) IS EQUAL SAL-MONEDA
                     MOVE WS-COT-SUB TO WS-COT-IDX
                  END-IF
              END-PERFORM
              IF WS-COT-IDX IS EQUAL ZEROS
                 DISPLAY '* CUENTA ' SAL-TIPCUEN '-' SAL-NROCUEN
                         ' SIN COTIZACION PARA ' SAL-MONEDA
                 ADD 1 TO WS-CANT-SIN-COTIZ
                 GO TO F-3000-ATRIBUIR-CUENTA
              END-IF
              COMPUTE WS-SALDO-PES ROUNDED =
                      SAL-SALDO * WS-COT-VALOR (WS-COT-IDX)
           END-IF

           ADD 1            TO WS-CANT-CUENTAS
           ADD WS-SALDO-PES TO WS-TOT-DEPOSITOS

           PERFORM 3300-ACUMULAR-APERTURAS
                   THRU F-3300-ACUMULAR-APERTURAS

      *    TITULAR Y COTITULARES DE LA CUENTA.
           MOVE ZEROS TO WS-HOL-CONT

           PERFORM VARYING WS-TCU-SUB FROM 1 BY 1
                   UNTIL WS-TCU-SUB > WS-TCU-CONT
               IF WS-TCU-CLAVE (WS-TCU-SUB) IS EQUAL
                  WS-REG-SALDO (1:10)
                  AND WS-HOL-CONT < 20
                  ADD 1 TO WS-HOL-CONT
                  MOVE WS-TCU-NROCLI (WS-TCU-SUB) TO
                       WS-HOL-NROCLI (WS-HOL-CONT)
               END-IF
           END-PERFORM

           PERFORM VARYING WS-TCO-SUB FROM 1 BY 1
                   UNTIL WS-TCO-SUB > WS-TCO-CONT
               IF WS-TCO-CLAVE (WS-TCO-SUB) IS EQUAL
                  WS-REG-SALDO (1:10)
                  AND WS-HOL-CONT < 20
                  ADD 1 TO WS-HOL-CONT
                  MOVE WS-TCO-NROCLI (WS-TCO-SUB) TO
                       WS-HOL-NROCLI (WS-HOL-CONT)
               END-IF
           END-PERFORM

      *    SIN TITULAR CONOCIDO EL SALDO NO ENTRA EN EL RANKING.
           IF WS-HOL-CONT IS EQUAL ZEROS
              ADD 1 TO WS-CANT-SIN-TITULAR
              GO TO F-3000-ATRIBUIR-CUENTA
           END-IF

      *    PARTES IGUALES; EL REDONDEO QUEDA EN LA ULTIMA PARTE.
           MOVE WS-SALDO-PES TO WS-RESTO

           PERFORM VARYING WS-HOL-SUB FROM 1 BY 1
                   UNTIL WS-HOL-SUB > WS-HOL-CONT
               IF WS-HOL-SUB IS EQUAL WS-HOL-CONT
                  MOVE WS-RESTO TO WS-PARTE
               ELSE
                  COMPUTE WS-PARTE ROUNDED =
                          WS-SALDO-PES / WS-HOL-CONT
                  SUBTRACT WS-PARTE FROM WS-RESTO
               END-IF
               PERFORM 3100-BUSCAR-DEPOSITANTE
                       THRU F-3100-BUSCAR-DEPOSITANTE
               IF WS-DEP-IDX NOT EQUAL ZEROS
                  ADD WS-PARTE TO WS-DEP-TOTAL (WS-DEP-IDX)
               END-IF
           END-PERFORM.

       F-3000-ATRIBUIR-CUENTA. EXIT.
      **************************************************************
       3100-BUSCAR-DEPOSITANTE.
      *    ENTRADA DEL CLIENTE WS-HOL-NROCLI (WS-HOL-SUB); LA CREA
      *    SI ES NUEVO. CON LA TABLA LLENA WS-DEP-IDX QUEDA EN CERO.
           MOVE ZEROS TO WS-DEP-IDX

           PERFORM VARYING WS-DEP-SUB FROM 1 BY 1
                   UNTIL WS-DEP-SUB > WS-DEP-CONT
               IF WS-DEP-NROCLI (WS-DEP-SUB) IS EQUAL
                  WS-HOL-NROCLI (WS-HOL-SUB)
                  MOVE WS-DEP-SUB  TO WS-DEP-IDX
                  MOVE WS-DEP-CONT TO WS-DEP-SUB
               END-IF
           END-PERFORM

           IF WS-DEP-IDX IS EQUAL ZEROS
              IF WS-DEP-CONT < 5000
                 ADD 1 TO WS-DEP-CONT
                 MOVE WS-DEP-CONT TO WS-DEP-IDX
                 MOVE WS-HOL-NROCLI (WS-HOL-SUB) TO
                      WS-DEP-NROCLI (WS-DEP-IDX)
                 MOVE ZEROS TO WS-DEP-TOTAL   (WS-DEP-IDX)
                 MOVE 'N'   TO WS-DEP-LISTADO (WS-DEP-IDX)
              ELSE
                 DISPLAY '* ATENCION: TABLA DE DEPOSITANTES LLENA '
                         '(5000)'
              END-IF
           END-IF.

       F-3100-BUSCAR-DEPOSITANTE. EXIT.
      **************************************************************
       3300-ACUMULAR-APERTURAS.
      *    TIPO DE CUENTA, MONEDA, TRAMO DE SALDO EN PESOS, REGION
      *    DE LA SUCURSAL Y CELDA DEL REGIMEN INFORMATIVO.
           COMPUTE WS-TTI-SUB = SAL-TIPCUEN + 1
           ADD 1            TO WS-TTI-CANT  (WS-TTI-SUB)
           ADD WS-SALDO-PES TO WS-TTI-PESOS (WS-TTI-SUB)

           MOVE ZEROS TO WS-MON-IDX
           PERFORM VARYING WS-MON-SUB FROM 1 BY 1
                   UNTIL WS-MON-SUB > WS-MON-CONT
               IF WS-MON-MONEDA (WS-MON-SUB) IS EQUAL WS-MONEDA
                  MOVE WS-MON-SUB TO WS-MON-IDX
               END-IF
           END-PERFORM

           IF WS-MON-IDX IS EQUAL ZEROS
              AND WS-MON-CONT < 50
              ADD 1 TO WS-MON-CONT
              MOVE WS-MON-CONT TO WS-MON-IDX
              MOVE WS-MONEDA   TO WS-MON-MONEDA (WS-MON-IDX)
              MOVE ZEROS       TO WS-MON-CANT   (WS-MON-IDX)
                                  WS-MON-ORIGEN (WS-MON-IDX)
                                  WS-MON-PESOS  (WS-MON-IDX)
           END-IF

           IF WS-MON-IDX NOT EQUAL ZEROS
              ADD 1            TO WS-MON-CANT   (WS-MON-IDX)
              ADD SAL-SALDO    TO WS-MON-ORIGEN (WS-MON-IDX)
              ADD WS-SALDO-PES TO WS-MON-PESOS  (WS-MON-IDX)
           END-IF

           MOVE 4 TO WS-TRAMO
           PERFORM VARYING WS-BAN-SUB FROM 3 BY -1
                   UNTIL WS-BAN-SUB < 1
               IF WS-SALDO-PES IS NOT GREATER WS-BAN-TOPE (WS-BAN-SUB)
                  MOVE WS-BAN-SUB TO WS-TRAMO
               END-IF
           END-PERFORM

           ADD 1            TO WS-BAN-CANT  (WS-TRAMO)
           ADD WS-SALDO-PES TO WS-BAN-PESOS (WS-TRAMO)

           MOVE ZEROS TO WS-SUC-CUENTA
           PERFORM VARYING WS-ASI-SUB FROM 1 BY 1
                   UNTIL WS-ASI-SUB > WS-ASI-CONT
               IF WS-ASI-CLAVE (WS-ASI-SUB) IS EQUAL
                  WS-REG-SALDO (1:10)
                  MOVE WS-ASI-SUC (WS-ASI-SUB) TO WS-SUC-CUENTA
               END-IF
           END-PERFORM

           COMPUTE WS-SRG-SUB = WS-SUC-CUENTA + 1
           MOVE WS-SRG-REGION (WS-SRG-SUB) TO WS-REGION

           MOVE ZEROS TO WS-RGN-IDX
           PERFORM VARYING WS-RGN-SUB FROM 1 BY 1
                   UNTIL WS-RGN-SUB > WS-RGN-CONT
               IF WS-RGN-REGION (WS-RGN-SUB) IS EQUAL WS-REGION
                  MOVE WS-RGN-SUB TO WS-RGN-IDX
               END-IF
           END-PERFORM

           IF WS-RGN-IDX IS EQUAL ZEROS
              AND WS-RGN-CONT < 40
              ADD 1 TO WS-RGN-CONT
              MOVE WS-RGN-CONT TO WS-RGN-IDX
              MOVE WS-REGION   TO WS-RGN-REGION (WS-RGN-IDX)
              MOVE ZEROS       TO WS-RGN-CANT   (WS-RGN-IDX)
                                  WS-RGN-PESOS  (WS-RGN-IDX)
           END-IF

           IF WS-RGN-IDX NOT EQUAL ZEROS
              ADD 1            TO WS-RGN-CANT  (WS-RGN-IDX)
              ADD WS-SALDO-PES TO WS-RGN-PESOS (WS-RGN-IDX)
           END-IF

           MOVE SAL-TIPCUEN TO WS-CBU-TIPCUEN
           MOVE WS-MONEDA   TO WS-CBU-MONEDA
           MOVE WS-TRAMO    TO WS-CBU-TRAMO
           PERFORM 3400-BUSCAR-CELDA THRU F-3400-BUSCAR-CELDA

           IF WS-CEL-IDX NOT EQUAL ZEROS
              ADD 1            TO WS-CEL-CANT   (WS-CEL-IDX)
              ADD SAL-SALDO    TO WS-CEL-ORIGEN (WS-CEL-IDX)
              ADD WS-SALDO-PES TO WS-CEL-PESOS  (WS-CEL-IDX)
           END-IF.

       F-3300-ACUMULAR-APERTURAS. EXIT.
      **************************************************************
       3400-BUSCAR-CELDA.
      *    UBICA LA CELDA TIPO + MONEDA + TRAMO DE WS-CEL-BUSCADA;
      *    SI NO ESTA LA INSERTA EN ORDEN CORRIENDO LAS SIGUIENTES.
           MOVE ZEROS TO WS-CEL-IDX

           PERFORM VARYING WS-CEL-SUB FROM 1 BY 1
                   UNTIL WS-CEL-SUB > WS-CEL-CONT
                      OR WS-CEL-IDX NOT EQUAL ZEROS
               IF WS-CEL-CLAVE (WS-CEL-SUB) IS NOT LESS
                  WS-CEL-BUSCADA
                  MOVE WS-CEL-SUB TO WS-CEL-IDX
               END-IF
           END-PERFORM

           IF WS-CEL-IDX NOT EQUAL ZEROS
              IF WS-CEL-CLAVE (WS-CEL-IDX) IS EQUAL WS-CEL-BUSCADA
                 GO TO F-3400-BUSCAR-CELDA
              END-IF
           END-IF

           IF WS-CEL-CONT NOT LESS 500
              DISPLAY '* ATENCION: TABLA DE CELDAS LLENA (500)'
              MOVE ZEROS TO WS-CEL-IDX
              GO TO F-3400-BUSCAR-CELDA
           END-IF

           IF WS-CEL-IDX IS EQUAL ZEROS
              ADD 1 TO WS-CEL-CONT
              MOVE WS-CEL-CONT TO WS-CEL-IDX
           ELSE
              PERFORM VARYING WS-CEL-SUB FROM WS-CEL-CONT BY -1
                      UNTIL WS-CEL-SUB < WS-CEL-IDX
                  MOVE WS-CEL (WS-CEL-SUB) TO WS-CEL (WS-CEL-SUB + 1)
              END-PERFORM
              ADD 1 TO WS-CEL-CONT
           END-IF

           MOVE WS-CEL-BUSCADA TO WS-CEL-CLAVE  (WS-CEL-IDX)
           MOVE ZEROS          TO WS-CEL-CANT   (WS-CEL-IDX)
                                  WS-CEL-ORIGEN (WS-CEL-IDX)
                                  WS-CEL-PESOS  (WS-CEL-IDX).

       F-3400-BUSCAR-CELDA. EXIT.
      **************************************************************
       5000-RANKING.
      *    LOS 100 MAYORES DEPOSITANTES DE MAYOR A MENOR COMO
      *    DETALLES CLAVEADOS POR PUESTO, Y EL IMPORTE Y LA
      *    PARTICIPACION DE LOS 20 Y LOS 100 MAYORES COMO SUBTOTALES
      *    PARA LA COMPARACION MES CONTRA MES.
           MOVE SPACES              TO WS-REP-LINEA
           MOVE 'PGMCZCBF'          TO REP-PGM
           SET  REP-CABECERA        TO TRUE
           MOVE 'CONCENTRACION DEPOSITOS' TO REP-ETIQUETA
           MOVE WS-PERIODO-R        TO REP-RANGO
           PERFORM 8000-GRABAR-LINEA THRU F-8000-GRABAR-LINEA

           PERFORM VARYING WS-PUESTO FROM 1 BY 1
                   UNTIL WS-PUESTO > 100
                      OR WS-PUESTO > WS-DEP-CONT
               PERFORM 5100-ELEGIR-MAYOR THRU F-5100-ELEGIR-MAYOR
               IF WS-MAX-IDX NOT EQUAL ZEROS
                  PERFORM 5200-LISTAR-DEPOSITANTE
                          THRU F-5200-LISTAR-DEPOSITANTE
               END-IF
           END-PERFORM

           IF WS-TOT-DEPOSITOS IS GREATER ZEROS
              MULTIPLY WS-TOP-20  BY 100 GIVING WS-PORC-AUX
              DIVIDE WS-PORC-AUX BY WS-TOT-DEPOSITOS
                     GIVING WS-PORC-20  ROUNDED
              MULTIPLY WS-TOP-100 BY 100 GIVING WS-PORC-AUX
              DIVIDE WS-PORC-AUX BY WS-TOT-DEPOSITOS
                     GIVING WS-PORC-100 ROUNDED
           END-IF

           MOVE 'T020'                    TO REP-CLAVE
           MOVE 'DEPOSITOS 20 MAYORES'    TO REP-ETIQUETA
           MOVE WS-TOP-20                 TO WS-VALOR-REP
           PERFORM 8200-CARGAR-VALOR THRU F-8200-CARGAR-VALOR
           PERFORM 8100-GRABAR-SUBTOTAL THRU F-8100-GRABAR-SUBTOTAL

           MOVE 'T020'                    TO REP-CLAVE
           MOVE 'PARTICIPACION 20 MAY. %' TO REP-ETIQUETA
           MOVE WS-PORC-20                TO REP-VALOR
           PERFORM 8100-GRABAR-SUBTOTAL THRU F-8100-GRABAR-SUBTOTAL

           MOVE 'T100'                    TO REP-CLAVE
           MOVE 'DEPOSITOS 100 MAYORES'   TO REP-ETIQUETA
           MOVE WS-TOP-100                TO WS-VALOR-REP
           PERFORM 8200-CARGAR-VALOR THRU F-8200-CARGAR-VALOR
           PERFORM 8100-GRABAR-SUBTOTAL THRU F-8100-GRABAR-SUBTOTAL

           MOVE 'T100'                    TO REP-CLAVE
           MOVE 'PARTICIPACION 100 MAY. %' TO REP-ETIQUETA
           MOVE WS-PORC-100               TO REP-VALOR
           PERFORM 8100-GRABAR-SUBTOTAL THRU F-8100-GRABAR-SUBTOTAL.

       F-5000-RANKING. EXIT.
      **************************************************************
       5100-ELEGIR-MAYOR.

           MOVE ZEROS TO WS-MAX-IDX
           MOVE ZEROS TO WS-MAX-IMPORTE

           PERFORM VARYING WS-DEP-SUB FROM 1 BY 1
                   UNTIL WS-DEP-SUB > WS-DEP-CONT
               IF WS-DEP-LISTADO (WS-DEP-SUB) IS EQUAL 'N'
                  AND (WS-MAX-IDX IS EQUAL ZEROS
                       OR WS-DEP-TOTAL (WS-DEP-SUB) IS GREATER
                          WS-MAX-IMPORTE)
                  MOVE WS-DEP-SUB TO WS-MAX-IDX
                  MOVE WS-DEP-TOTAL (WS-DEP-SUB)
                       TO WS-MAX-IMPORTE
               END-IF
           END-PERFORM.

       F-5100-ELEGIR-MAYOR. EXIT.
      **************************************************************
       5200-LISTAR-DEPOSITANTE.

           MOVE 'S' TO WS-DEP-LISTADO (WS-MAX-IDX)

           ADD WS-DEP-TOTAL (WS-MAX-IDX) TO WS-TOP-100

           IF WS-PUESTO IS NOT GREATER 20
              ADD WS-DEP-TOTAL (WS-MAX-IDX) TO WS-TOP-20
           END-IF

           MOVE SPACES              TO WS-REP-LINEA
           MOVE 'PGMCZCBF'          TO REP-PGM
           SET  REP-DETALLE         TO TRUE
           MOVE WS-PUESTO           TO REP-CLAVE
           STRING 'CLIENTE '                  DELIMITED BY SIZE
                  WS-DEP-NROCLI (WS-MAX-IDX)  DELIMITED BY SIZE
                  INTO REP-ETIQUETA
           END-STRING
           MOVE WS-DEP-TOTAL (WS-MAX-IDX) TO WS-VALOR-REP
           PERFORM 8200-CARGAR-VALOR THRU F-8200-CARGAR-VALOR
           PERFORM 8000-GRABAR-LINEA THRU F-8000-GRABAR-LINEA.

       F-5200-LISTAR-DEPOSITANTE. EXIT.
      **************************************************************
       6000-APERTURAS.
      *    UN SUBTOTAL EN PESOS POR TIPO DE CUENTA, MONEDA, TRAMO Y
      *    REGION. LAS CLAVES EMPIEZAN CON LETRAS PARA QUE PGMRVCBF
      *    NO LAS CONFUNDA CON UN NUMERO DE SUCURSAL. LA MONEDA
      *    LLEVA ADEMAS UN DETALLE CON EL IMPORTE EN MONEDA DE ORIGEN.
           PERFORM VARYING WS-TTI-SUB FROM 1 BY 1
                   UNTIL WS-TTI-SUB > 100
               IF WS-TTI-CANT (WS-TTI-SUB) IS GREATER ZEROS
                  MOVE 'TC'                 TO REP-CLAVE
                  COMPUTE WS-TIPCUEN = WS-TTI-SUB - 1
                  MOVE WS-TIPCUEN           TO REP-CLAVE (3:2)
                  MOVE SPACES               TO REP-ETIQUETA
                  STRING 'TIPO DE CUENTA '  DELIMITED BY SIZE
                         WS-TIPCUEN         DELIMITED BY SIZE
                         INTO REP-ETIQUETA
                  END-STRING
                  MOVE WS-TTI-PESOS (WS-TTI-SUB) TO WS-VALOR-REP
                  PERFORM 8200-CARGAR-VALOR THRU F-8200-CARGAR-VALOR
                  PERFORM 8100-GRABAR-SUBTOTAL
                          THRU F-8100-GRABAR-SUBTOTAL
               END-IF
           END-PERFORM

           PERFORM VARYING WS-MON-SUB FROM 1 BY 1
                   UNTIL WS-MON-SUB > WS-MON-CONT
               MOVE 'M'                        TO REP-CLAVE
               MOVE WS-MON-MONEDA (WS-MON-SUB) TO REP-CLAVE (2:3)
               MOVE SPACES                     TO REP-ETIQUETA
               STRING 'MONEDA '                   DELIMITED BY SIZE
                      WS-MON-MONEDA (WS-MON-SUB)  DELIMITED BY SIZE
                      ' EN PESOS'                 DELIMITED BY SIZE
                      INTO REP-ETIQUETA
               END-STRING
               MOVE WS-MON-PESOS (WS-MON-SUB)  TO WS-VALOR-REP
               PERFORM 8200-CARGAR-VALOR THRU F-8200-CARGAR-VALOR
               PERFORM 8100-GRABAR-SUBTOTAL THRU F-8100-GRABAR-SUBTOTAL

               MOVE SPACES              TO WS-REP-LINEA
               MOVE 'PGMCZCBF'          TO REP-PGM
               SET  REP-DETALLE         TO TRUE
               MOVE 'M'                        TO REP-CLAVE
               MOVE WS-MON-MONEDA (WS-MON-SUB) TO REP-CLAVE (2:3)
               STRING 'MONEDA '                   DELIMITED BY SIZE
                      WS-MON-MONEDA (WS-MON-SUB)  DELIMITED BY SIZE
                      ' EN ORIGEN'                DELIMITED BY SIZE
                      INTO REP-ETIQUETA
               END-STRING
               MOVE WS-MON-ORIGEN (WS-MON-SUB) TO WS-VALOR-REP
               PERFORM 8200-CARGAR-VALOR THRU F-8200-CARGAR-VALOR
               PERFORM 8000-GRABAR-LINEA THRU F-8000-GRABAR-LINEA
           END-PERFORM

           PERFORM VARYING WS-BAN-SUB FROM 1 BY 1
                   UNTIL WS-BAN-SUB > 4
               MOVE 'BD0'                      TO REP-CLAVE
               MOVE WS-BAN-SUB                 TO WS-TRAMO
               MOVE WS-TRAMO                   TO REP-CLAVE (4:1)
               MOVE WS-BAN-NOMBRE (WS-BAN-SUB) TO REP-ETIQUETA
               MOVE WS-BAN-PESOS  (WS-BAN-SUB) TO WS-VALOR-REP
               PERFORM 8200-CARGAR-VALOR THRU F-8200-CARGAR-VALOR
               PERFORM 8100-GRABAR-SUBTOTAL THRU F-8100-GRABAR-SUBTOTAL
           END-PERFORM

           PERFORM VARYING WS-RGN-SUB FROM 1 BY 1
                   UNTIL WS-RGN-SUB > WS-RGN-CONT
               MOVE 'RG'                       TO REP-CLAVE
               MOVE WS-RGN-REGION (WS-RGN-SUB) TO REP-CLAVE (3:1)
               IF WS-RGN-REGION (WS-RGN-SUB) IS EQUAL SPACE
                  MOVE 'SIN REGION'            TO REP-ETIQUETA
               ELSE
                  MOVE SPACES                  TO REP-ETIQUETA
                  STRING 'REGION '                  DELIMITED BY SIZE
                         WS-RGN-REGION (WS-RGN-SUB) DELIMITED BY SIZE
                         INTO REP-ETIQUETA
                  END-STRING
               END-IF
               MOVE WS-RGN-PESOS (WS-RGN-SUB)  TO WS-VALOR-REP
               PERFORM 8200-CARGAR-VALOR THRU F-8200-CARGAR-VALOR
               PERFORM 8100-GRABAR-SUBTOTAL THRU F-8100-GRABAR-SUBTOTAL
           END-PERFORM

           MOVE SPACES              TO WS-REP-LINEA
           MOVE 'PGMCZCBF'          TO REP-PGM
           SET  REP-TOTAL           TO TRUE
           MOVE 'TOTL'              TO REP-CLAVE
           MOVE 'TOTAL DE DEPOSITOS' TO REP-ETIQUETA
           MOVE WS-TOT-DEPOSITOS    TO WS-VALOR-REP
           PERFORM 8200-CARGAR-VALOR THRU F-8200-CARGAR-VALOR
           PERFORM 8000-GRABAR-LINEA THRU F-8000-GRABAR-LINEA.

       F-6000-APERTURAS. EXIT.
      **************************************************************
       7000-REGIMEN.
      *    UN DETALLE POR CELDA EN ORDEN DE TIPO + MONEDA + TRAMO Y
      *    EL REGISTRO DE TOTALES AL FINAL.
           PERFORM VARYING WS-CEL-SUB FROM 1 BY 1
                   UNTIL WS-CEL-SUB > WS-CEL-CONT
               MOVE SPACES       TO WS-REG-REGDEP
               SET  RGD-DETALLE  TO TRUE
               MOVE WS-PERIODO-R TO RGD-PERIODO
               MOVE WS-CEL-TIPCUEN (WS-CEL-SUB) TO RGD-TIPCUEN
               MOVE WS-CEL-MONEDA  (WS-CEL-SUB) TO RGD-MONEDA
               MOVE WS-CEL-TRAMO   (WS-CEL-SUB) TO RGD-TRAMO
               MOVE WS-CEL-CANT    (WS-CEL-SUB) TO RGD-CANT-CTAS
               MOVE WS-CEL-ORIGEN  (WS-CEL-SUB) TO RGD-IMP-ORIGEN
               MOVE WS-CEL-PESOS   (WS-CEL-SUB) TO RGD-IMP-PESOS
               PERFORM 7100-GRABAR-REGIMEN THRU F-7100-GRABAR-REGIMEN
           END-PERFORM

           MOVE SPACES       TO WS-REG-REGDEP
           SET  RGD-TOTALES  TO TRUE
           MOVE WS-PERIODO-R TO RGD-PERIODO
           MOVE WS-CANT-REGIMEN  TO RGD-CANT-REGISTROS
           MOVE WS-CANT-CUENTAS  TO RGD-TOT-CUENTAS
           MOVE WS-DEP-CONT      TO RGD-TOT-DEPOSITANTES
           MOVE WS-TOT-DEPOSITOS TO RGD-TOT-PESOS
           MOVE WS-PORC-20       TO RGD-PORC-20
           MOVE WS-PORC-100      TO RGD-PORC-100
           PERFORM 7100-GRABAR-REGIMEN THRU F-7100-GRABAR-REGIMEN.

       F-7000-REGIMEN. EXIT.
      **************************************************************
       7100-GRABAR-REGIMEN.

           WRITE REG-REGIMEN FROM WS-REG-REGDEP

           IF FS-REGIMEN IS NOT EQUAL '00'
              DISPLAY '* ERROR EN WRITE REGIMEN  = ' FS-REGIMEN
              MOVE 9999 TO RETURN-CODE
           ELSE
              IF RGD-DETALLE
                 ADD 1 TO WS-CANT-REGIMEN
              END-IF
           END-IF.

       F-7100-GRABAR-REGIMEN. EXIT.
      **************************************************************
       8000-GRABAR-LINEA.

           WRITE REG-SALIDA FROM WS-REP-LINEA

           IF FS-SALIDA IS NOT EQUAL '00'
              DISPLAY '* ERROR EN WRITE SALIDA   = ' FS-SALIDA
              MOVE 9999 TO RETURN-CODE
           ELSE
              ADD 1 TO WS-CANT-LINEAS
           END-IF.

       F-8000-GRABAR-LINEA. EXIT.
      **************************************************************
       8100-GRABAR-SUBTOTAL.
      *    LA CLAVE, LA ETIQUETA Y EL VALOR VIENEN CARGADOS.
           MOVE 'PGMCZCBF'          TO REP-PGM
           SET  REP-SUBTOTAL        TO TRUE
           MOVE SPACES              TO REP-DBCR
                                       REP-RANGO
           PERFORM 8000-GRABAR-LINEA THRU F-8000-GRABAR-LINEA.

       F-8100-GRABAR-SUBTOTAL. EXIT.
      **************************************************************
       8200-CARGAR-VALOR.
      *    UN IMPORTE QUE NO ENTRA EN REP-VALOR SALE EN CERO Y LA
      *    CORRIDA TERMINA CON ERROR EN LUGAR DE INFORMAR UN IMPORTE
      *    TRUNCADO A TESORERIA O AL BANCO CENTRAL.
           COMPUTE REP-VALOR = WS-VALOR-REP
              ON SIZE ERROR
                 DISPLAY '* ERROR: IMPORTE FUERA DE RANGO EN '
                         REP-CLAVE ' ' REP-ETIQUETA
                 DISPLAY '* IMPORTE = ' WS-VALOR-REP
                 MOVE ZEROS TO REP-VALOR
                 MOVE 9999 TO RETURN-CODE
           END-COMPUTE.

       F-8200-CARGAR-VALOR. EXIT.
      **************************************************************
       9999-FINAL.

           IF RETURN-CODE NOT EQUAL 9999
             CLOSE SALDOS
                 IF FS-SALDOS IS NOT EQUAL '00' AND '10'
                  DISPLAY '* ERROR EN CLOSE SALDOS   = '
                                            FS-SALDOS
                  MOVE 9999 TO RETURN-CODE
                 END-IF

             CLOSE REGIMEN
                 IF FS-REGIMEN IS NOT EQUAL '00'
                  DISPLAY '* ERROR EN CLOSE REGIMEN  = '
                                            FS-REGIMEN
                  MOVE 9999 TO RETURN-CODE
                 END-IF

             CLOSE SALIDA
                 IF FS-SALIDA IS NOT EQUAL '00'
                  DISPLAY '* ERROR EN CLOSE SALIDA   = '
                                            FS-SALIDA
                  MOVE 9999 TO RETURN-CODE
                 END-IF

             DISPLAY '***************************************'
             DISPLAY ' SALDOS LEIDOS               :  '
                                               WS-CANT-LEIDAS
             DISPLAY ' CUENTAS CON DEPOSITOS       :  '
                                               WS-CANT-CUENTAS
             DISPLAY ' CUENTAS SIN COTIZACION      :  '
                                               WS-CANT-SIN-COTIZ
             DISPLAY ' CUENTAS SIN TITULAR         :  '
                                               WS-CANT-SIN-TITULAR
             DISPLAY ' DEPOSITANTES                :  ' WS-DEP-CONT
             DISPLAY ' REGISTROS DEL REGIMEN       :  '
                                               WS-CANT-REGIMEN
             DISPLAY ' LINEAS DE REPORTE           :  '
                                               WS-CANT-LINEAS
             MOVE WS-TOT-DEPOSITOS TO WS-TOT-EDIT
             DISPLAY ' TOTAL DE DEPOSITOS          :  ' WS-TOT-EDIT
             DISPLAY '***************************************'

           END-IF.

       F-9999-FINAL.
           EXIT.
