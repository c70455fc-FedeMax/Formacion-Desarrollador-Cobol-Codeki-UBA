       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMFCCBF.
       AUTHOR.    FEDERICO FALCON.
      **************************************************************
      *  FACTURACION MENSUAL DE COMISIONES POR ACTIVIDAD. LA       *
      *  COMISION FIJA DE MANTENIMIENTO DE PGMINCBF SIGUE IGUAL;   *
      *  ESTE PASO DE FIN DE MES COBRA ADEMAS LO QUE CADA CUENTA   *
      *  USO EN EL MES DE LA FECHA DE NEGOCIO (DDFECPRO), SEGUN LA *
      *  TABLA DE COMISIONES DDTARCOM (LAYOUT CPTARCOM, MANTENIDA  *
      *  POR PGMTFCBF):                                            *
      *    - RECORRE EL MAESTRO DE SALDOS DDSALANT (LAYOUT         *
      *      CPSALDO); LAS CUENTAS CERRADAS NO SE FACTURAN         *
      *    - TOMA LA FILA DE LA TABLA DEL TIPO DE CUENTA Y DEL     *
      *      SEGMENTO DEL TITULAR (DDCTAS, DDEXTRAC Y DDSEGM), O   *
      *      LA FILA GENERAL SI EL SEGMENTO NO TIENE UNA PROPIA,   *
      *      CON LA VIGENCIA MAS RECIENTE QUE NO SUPERE LA FECHA   *
      *      DE NEGOCIO                                            *
      *    - CUENTA LOS MOVIMIENTOS DEL CLIENTE EN EL DIARIO       *
      *      DDDIAMOV (SUCURSAL, CHEQUES, DEPOSITOS DE CHEQUE,     *
      *      DEBITOS AUTOMATICOS, TRANSFERENCIAS ENVIADAS Y        *
      *      OPERACIONES DE CAMBIO; LOS ANULADOS Y SUS             *
      *      CONTRA-ASIENTOS NO CUENTAN) Y COBRA LOS QUE PASAN DE  *
      *      LOS LIBRES DEL MES                                    *
      *    - COBRA CADA RESUMEN IMPRESO DEL REGISTRO DDRESIMP      *
      *      (LAYOUT CPRESIMP, LO GRABA PGMSTCBF), CADA CHEQUERA   *
      *      ENTREGADA EN EL MES SEGUN DDCHEQRA Y UNA GESTION DE   *
      *      DESCUBIERTO SI LA CUENTA CERRO ALGUN DIA DEL MES EN   *
      *      NEGATIVO EN EL HISTORICO DDHISSAL                     *
      *    - A LOS CLIENTES DEL SEGMENTO A LES BONIFICA EL         *
      *      PORCENTAJE QUE LA TABLA DEFINE PARA CADA CONCEPTO     *
      *    - EMITE UN DEBITO MOVIMCC POR CONCEPTO (DDMOVSAL) CON   *
      *      SU TIPO DE MOVIMIENTO (CPTIPMOV) PARA QUE EL MOTOR DE *
      *      SALDOS LO APLIQUE                                     *
      *    - IMPRIME EN DDSALI LA FACTURACION POR SUCURSAL         *
      *      (DDCTASUC) Y CONCEPTO CON LO BRUTO, LO BONIFICADO Y   *
      *      LO COBRADO, MAS EL TOTAL DEL BANCO                    *
      **************************************************************
       ENVIRONMENT DIVISION.
      **************************************************************
       CONFIGURATION SECTION.

       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
      **************************************************************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT SALDOS     ASSIGN TO DDSALANT
                 FILE STATUS IS FS-SALDOS.

           SELECT TARIFAS    ASSIGN TO DDTARCOM
                 FILE STATUS IS FS-TARIFAS.

           SELECT FECHAPRO   ASSIGN TO DDFECPRO
                 FILE STATUS IS FS-FECHAPRO.

           SELECT CUENTAS    ASSIGN TO DDCTAS
                 FILE STATUS IS FS-CUENTAS.

           SELECT EXTRACTO   ASSIGN TO DDEXTRAC
                 FILE STATUS IS FS-EXTRACTO.

           SELECT SEGMENTOS  ASSIGN TO DDSEGM
                 FILE STATUS IS FS-SEGM.

           SELECT ASIGNA     ASSIGN TO DDCTASUC
                 FILE STATUS IS FS-ASIGNA.

           SELECT DIARIO     ASSIGN TO DDDIAMOV
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS MAE-DIA-CLAVE
                 FILE STATUS IS FS-DIARIO.

           SELECT CHEQUERAS  ASSIGN TO DDCHEQRA
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS MAE-CHR-CLAVE
                 FILE STATUS IS FS-CHEQUERAS.

           SELECT HISTSAL    ASSIGN TO DDHISSAL
                 FILE STATUS IS FS-HISTSAL.

           SELECT RESIMP     ASSIGN TO DDRESIMP
                 FILE STATUS IS FS-RESIMP.

           SELECT MOVSALIDA  ASSIGN TO DDMOVSAL
                 FILE STATUS IS FS-MOVSAL.

           SELECT SALIDA     ASSIGN TO DDSALI
                 FILE STATUS IS FS-SALIDA.
      **************************************************************
       I-O-CONTROL.

       DATA DIVISION.
       FILE SECTION.
       FD   SALDOS
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01   REG-SALDOS              PIC X(30).

       FD   TARIFAS
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01   REG-TARIFA              PIC X(80).

       FD   FECHAPRO
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01   REG-FECHAPRO.
           05  FPR-FECHA            PIC 9(08).
           05  FILLER               PIC X(72).

       FD   CUENTAS
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01   REG-CUENTA              PIC X(17).

       FD   EXTRACTO
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01   REG-EXTRACTO            PIC X(59).

       FD   SEGMENTOS
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01   REG-SEGMENTO.
           05  SEG-TIPDOC           PIC X(02).
           05  SEG-NRODOC           PIC 9(11).
           05  SEG-SEGMENTO         PIC X(01).
           05  FILLER               PIC X(06).

       FD   ASIGNA
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01   REG-ASIGNA              PIC X(20).

       FD   DIARIO.

       01   REG-DIARIO.
           03  MAE-DIA-CLAVE        PIC X(23).
           03  FILLER               PIC X(77).

       FD   CHEQUERAS.

       01   REG-CHEQUERA.
           03  MAE-CHR-CLAVE        PIC X(18).
           03  FILLER               PIC X(42).

       FD   HISTSAL
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01   REG-HISTSAL             PIC X(40).

       FD   RESIMP
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01   REG-RESIMP              PIC X(20).

       FD   MOVSALIDA
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01   REG-MOVSAL              PIC X(80).

       FD   SALIDA
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01   REG-SALIDA              PIC X(80).
      **************************************************************
       WORKING-STORAGE SECTION.
       77  FILLER        PIC X(26) VALUE '* INICIO WORKING-STORAGE *'.

      ***********************FILE STATUS****************************
       77  FS-SALDOS                  PIC XX      VALUE SPACES.
           88  FS-SALDOS-FIN                      VALUE '10'.
       77  FS-TARIFAS                 PIC XX      VALUE SPACES.
       77  FS-FECHAPRO                PIC XX      VALUE SPACES.
       77  FS-CUENTAS                 PIC XX      VALUE SPACES.
       77  FS-EXTRACTO                PIC XX      VALUE SPACES.
       77  FS-SEGM                    PIC XX      VALUE SPACES.
       77  FS-ASIGNA                  PIC XX      VALUE SPACES.
       77  FS-DIARIO                  PIC XX      VALUE SPACES.
       77  FS-CHEQUERAS               PIC XX      VALUE SPACES.
       77  FS-HISTSAL                 PIC XX      VALUE SPACES.
       77  FS-RESIMP                  PIC XX      VALUE SPACES.
       77  FS-MOVSAL                  PIC XX      VALUE SPACES.
       77  FS-SALIDA                  PIC XX      VALUE SPACES.

       01  WS-FLAG-CHEQUERAS          PIC X       VALUE 'N'.
           88  WS-HAY-CHEQUERAS                   VALUE 'S'.

      *********************CONTADORES*******************************
       77  WS-CTAS-LEIDAS             PIC 9(07)   VALUE ZEROES.
       77  WS-CTAS-CERRADAS           PIC 9(07)   VALUE ZEROES.
       77  WS-CTAS-SIN-TARIFA         PIC 9(07)   VALUE ZEROES.
       77  WS-CTAS-FACTURADAS         PIC 9(07)   VALUE ZEROES.
       77  WS-DEB-EMITIDOS            PIC 9(07)   VALUE ZEROES.
       77  WS-TOT-EMITIDO   PIC S9(11)V99 COMP-3  VALUE ZEROES.

           COPY CPFECPRO.

           COPY CPTIPMOV.

           COPY CPSALDO.

           COPY CPTARCOM.

           COPY CPDIAMOV.

           COPY CPCHEQRA.

           COPY CPHISSAL.

           COPY CPRESIMP.

           COPY MOVIMCC.

       01  WS-REG-CTA.
           05  CTA-TIPCUEN          PIC X(02).
           05  CTA-NROCUEN          PIC 9(08).
           05  CTA-NROCLI           PIC 9(07).

       01  WS-REG-EXT.
           05  EXT-TIPDOC           PIC X(02).
           05  EXT-NRODOC           PIC 9(11).
           05  EXT-NROCLI           PIC 9(07).
           05  EXT-NOMAPE           PIC X(30).
           05  EXT-SEXO             PIC X(01).
           05  EXT-FECNAC           PIC X(08).

       77  WS-PERIODO      PIC 9(06)  VALUE ZEROS.
       77  WS-MES-REG      PIC 9(06)  VALUE ZEROS.
       77  WS-FECHA-DESDE  PIC 9(08)  VALUE ZEROS.

      *****************TABLA DE COMISIONES*****************************
      *    CADA FILA GUARDA LOS 54 BYTES DE DATOS DE CPTARCOM.
       77  WS-TRF-CONT     PIC 9(03) USAGE COMP VALUE ZEROS.
       77  WS-TRF-SUB      PIC 9(03) USAGE COMP VALUE ZEROS.
       77  WS-TRF-IDX      PIC 9(03) USAGE COMP VALUE ZEROS.
       77  WS-TRF-IDX-SEG  PIC 9(03) USAGE COMP VALUE ZEROS.
       77  WS-VIG-GRAL     PIC 9(08)  VALUE ZEROS.
       77  WS-VIG-SEG      PIC 9(08)  VALUE ZEROS.
       01  WS-TABLA-TARIFAS.
           03  WS-TRF      OCCURS 500 TIMES.
               05  WS-TRF-TIPCUEN   PIC 9(02).
               05  WS-TRF-SEGMENTO  PIC X(01).
               05  WS-TRF-VIGENCIA  PIC 9(08).
               05  WS-TRF-RESTO     PIC X(43).

      *****************CUENTA - TITULAR - SUCURSAL*********************
       77  WS-TCU-CONT     PIC 9(04) USAGE COMP VALUE ZEROS.
       77  WS-TCU-SUB      PIC 9(04) USAGE COMP VALUE ZEROS.
       01  WS-TABLA-CUENTAS.
           03  WS-TCU      OCCURS 5000 TIMES.
               05  WS-TCU-CLAVE     PIC X(10).
               05  WS-TCU-NROCLI    PIC 9(07).
               05  WS-TCU-SUC       PIC 9(02).

      *****************CLIENTE - DOCUMENTO*****************************
       77  WS-TEX-CONT     PIC 9(04) USAGE COMP VALUE ZEROS.
       77  WS-TEX-SUB      PIC 9(04) USAGE COMP VALUE ZEROS.
       01  WS-TABLA-EXTRACTO.
           03  WS-TEX      OCCURS 5000 TIMES.
               05  WS-TEX-NROCLI    PIC 9(07).
               05  WS-TEX-DOC       PIC X(13).

      *****************SEGMENTO POR DOCUMENTO**************************
       77  WS-SGM-CONT     PIC 9(04) USAGE COMP VALUE ZEROS.
       77  WS-SGM-SUB      PIC 9(04) USAGE COMP VALUE ZEROS.
       01  WS-TABLA-SEGM.
           03  WS-SGM      OCCURS 5000 TIMES.
               05  WS-SGM-DOC       PIC X(13).
               05  WS-SGM-SEG       PIC X(01).

      *****************RESUMENES IMPRESOS POR CUENTA*******************
       77  WS-TIM-CONT     PIC 9(04) USAGE COMP VALUE ZEROS.
       77  WS-TIM-SUB      PIC 9(04) USAGE COMP VALUE ZEROS.
       77  WS-TIM-IDX      PIC 9(04) USAGE COMP VALUE ZEROS.
       01  WS-TABLA-IMPRESOS.
           03  WS-TIM      OCCURS 5000 TIMES.
               05  WS-TIM-CLAVE     PIC X(10).
               05  WS-TIM-CANT      PIC 9(03) USAGE COMP.

      *****************CUENTAS CON DESCUBIERTO EN EL MES***************
       77  WS-TDS-CONT     PIC 9(04) USAGE COMP VALUE ZEROS.
       77  WS-TDS-SUB      PIC 9(04) USAGE COMP VALUE ZEROS.
       77  WS-TDS-IDX      PIC 9(04) USAGE COMP VALUE ZEROS.
       01  WS-TABLA-DESCUB.
           03  WS-TDS-CLAVE         PIC X(10) OCCURS 5000 TIMES.

      *****************CONCEPTOS FACTURADOS****************************
      *    1 MOVIMIENTOS, 2 RESUMEN IMPRESO, 3 CHEQUERA,
      *    4 DESCUBIERTO; EL TIPO DE MOVIMIENTO SE CARGA AL INICIO
      *    DESDE CPTIPMOV.
       01  WS-NOMBRES-CONCEPTO.
           05  FILLER               PIC X(14)   VALUE 'MOVIMIENTOS'.
           05  FILLER               PIC X(14)   VALUE 'RESUMEN IMPR.'.
           05  FILLER               PIC X(14)   VALUE 'CHEQUERAS'.
           05  FILLER               PIC X(14)   VALUE 'DESCUBIERTO'.
       01  WS-NOMBRES-CONCEPTO-R REDEFINES WS-NOMBRES-CONCEPTO.
           05  WS-CON-NOMBRE        PIC X(14) OCCURS 4 TIMES.
       77  WS-CON-SUB      PIC 9(04) USAGE COMP VALUE ZEROS.
       01  WS-TABLA-TIPMOV-CON.
           05  WS-CON-TIPMOV        PIC 9(02) OCCURS 4 TIMES.

      *****************CUENTA EN CURSO*********************************
       01  WS-CTA-CLAVE    PIC X(10)  VALUE SPACES.
       77  WS-CTA-SUC      PIC 9(02)  VALUE ZEROS.
       01  WS-CTA-SEG      PIC X(01)  VALUE SPACE.
       77  WS-CTA-NROCLI   PIC 9(07)  VALUE ZEROS.
       01  WS-CTA-DOC      PIC X(13)  VALUE SPACES.
       77  WS-CTA-MOVS     PIC 9(05) USAGE COMP VALUE ZEROS.
       77  WS-CTA-FACTURO  PIC X(01)  VALUE 'N'.
       01  WS-TABLA-CTA-CONCEPTOS.
           03  WS-CTA-CON  OCCURS 4 TIMES.
               05  WS-CTA-EVENTOS   PIC 9(05) USAGE COMP.
               05  WS-CTA-CARGO     PIC 9(05)V99.
               05  WS-CTA-BON-PCT   PIC 9(03).

       77  WS-BRUTO        PIC S9(09)V99 COMP-3 VALUE ZEROS.
       77  WS-BONIF        PIC S9(09)V99 COMP-3 VALUE ZEROS.
       77  WS-NETO         PIC S9(09)V99 COMP-3 VALUE ZEROS.

      *****************ACUMULADOS POR SUCURSAL Y CONCEPTO**************
      *    SUCURSAL 00 A 99 EN LAS POSICIONES 1 A 100.
       77  WS-SUC-SUB      PIC 9(04) USAGE COMP VALUE ZEROS.
       01  WS-TABLA-SUCURSALES.
           03  WS-SUC      OCCURS 100 TIMES.
               05  WS-SUC-CTAS      PIC 9(05) USAGE COMP.
               05  WS-SCO  OCCURS 4 TIMES.
                   10  WS-SCO-EVENTOS   PIC 9(07) USAGE COMP.
                   10  WS-SCO-BRUTO     PIC S9(11)V99 COMP-3.
                   10  WS-SCO-BONIF     PIC S9(11)V99 COMP-3.
                   10  WS-SCO-COBRADO   PIC S9(11)V99 COMP-3.

       01  WS-TABLA-BANCO.
           03  WS-BCO      OCCURS 4 TIMES.
               05  WS-BCO-EVENTOS   PIC 9(07) USAGE COMP.
               05  WS-BCO-BRUTO     PIC S9(11)V99 COMP-3.
               05  WS-BCO-BONIF     PIC S9(11)V99 COMP-3.
               05  WS-BCO-COBRADO   PIC S9(11)V99 COMP-3.

      *****************LINEA A IMPRIMIR Y TOTAL DEL GRUPO**************
       77  WS-IMP-EVENTOS  PIC 9(07)  VALUE ZEROS.
       77  WS-IMP-BRUTO    PIC S9(11)V99 COMP-3 VALUE ZEROS.
       77  WS-IMP-BONIF    PIC S9(11)V99 COMP-3 VALUE ZEROS.
       77  WS-IMP-COBRADO  PIC S9(11)V99 COMP-3 VALUE ZEROS.
       77  WS-GRT-EVENTOS  PIC 9(07)  VALUE ZEROS.
       77  WS-GRT-BRUTO    PIC S9(11)V99 COMP-3 VALUE ZEROS.
       77  WS-GRT-BONIF    PIC S9(11)V99 COMP-3 VALUE ZEROS.
       77  WS-GRT-COBRADO  PIC S9(11)V99 COMP-3 VALUE ZEROS.

       01  WS-LIN-TITULO.
           05  FILLER               PIC X(40)   VALUE
           ' FACTURACION DE COMISIONES POR ACTIVIDAD'.
           05  FILLER               PIC X(10)   VALUE
           ', PERIODO '.
           05  WS-LT-PERIODO        PIC 9(06).
           05  FILLER               PIC X(24)   VALUE SPACES.

       01  WS-LIN-SUCURSAL.
           05  FILLER               PIC X(10)   VALUE ' SUCURSAL '.
           05  WS-LS-SUC            PIC 9(02).
           05  FILLER               PIC X(20)   VALUE
           '  CUENTAS FACTURADAS'.
           05  WS-LS-CTAS           PIC ZZZZ9.
           05  FILLER               PIC X(43)   VALUE SPACES.

       01  WS-LIN-BANCO.
           05  FILLER               PIC X(12)   VALUE ' TOTAL BANCO'.
           05  FILLER               PIC X(20)   VALUE
           '  CUENTAS FACTURADAS'.
           05  WS-LB-CTAS           PIC ZZZZZZ9.
           05  FILLER               PIC X(41)   VALUE SPACES.

       01  WS-LIN-ENCABEZADO.
           05  FILLER               PIC X(40)   VALUE
           '  CONCEPTO        EVENTOS          BRUTO'.
           05  FILLER               PIC X(40)   VALUE
           '      BONIFICADO        COBRADO         '.

       01  WS-LIN-CONCEPTO.
           05  FILLER               PIC X(02)   VALUE SPACES.
           05  WS-LC-CONCEPTO       PIC X(14).
           05  FILLER               PIC X(02)   VALUE SPACES.
           05  WS-LC-EVENTOS        PIC ZZZZZZ9.
           05  FILLER               PIC X(01)   VALUE SPACE.
           05  WS-LC-BRUTO          PIC ZZZ.ZZZ.ZZ9,99.
           05  FILLER               PIC X(02)   VALUE SPACES.
           05  WS-LC-BONIF          PIC ZZZ.ZZZ.ZZ9,99.
           05  FILLER               PIC X(01)   VALUE SPACE.
           05  WS-LC-COBRADO        PIC ZZZ.ZZZ.ZZ9,99.
           05  FILLER               PIC X(09)   VALUE SPACES.

       01  WS-LIN-BLANCO            PIC X(80)   VALUE SPACES.

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
                   UNTIL FS-SALDOS-FIN.

           PERFORM 6000-IMPRIMIR THRU  F-6000-IMPRIMIR.

           PERFORM 9999-FINAL    THRU  F-9999-FINAL.

       F-MAIN-PROGRAM. GOBACK.

      **************************************
      *                                    *
      *  CUERPO INICIO APERTURA ARCHIVOS   *
      *                                    *
      **************************************
       1000-INICIO.

           INITIALIZE WS-TABLA-SUCURSALES WS-TABLA-BANCO.

           MOVE TMV-COM-MOVIMIENTOS TO WS-CON-TIPMOV (1)
           MOVE TMV-COM-RESUMEN     TO WS-CON-TIPMOV (2)
           MOVE TMV-COM-CHEQUERA    TO WS-CON-TIPMOV (3)
           MOVE TMV-COM-DESCUBIERTO TO WS-CON-TIPMOV (4)

           OPEN INPUT  SALDOS.

           IF FS-SALDOS IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN SALDOS    = ' FS-SALDOS
              MOVE 9999 TO RETURN-CODE
              SET  FS-SALDOS-FIN TO TRUE
           END-IF

           OPEN INPUT  DIARIO.

           IF FS-DIARIO IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN DIARIO    = ' FS-DIARIO
              MOVE 9999 TO RETURN-CODE
              SET  FS-SALDOS-FIN TO TRUE
           END-IF

           OPEN OUTPUT MOVSALIDA.

           IF FS-MOVSAL IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN MOVSALIDA = ' FS-MOVSAL
              MOVE 9999 TO RETURN-CODE
              SET  FS-SALDOS-FIN TO TRUE
           END-IF

           OPEN OUTPUT SALIDA.

           IF FS-SALIDA IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN SALIDA    = ' FS-SALIDA
              MOVE 9999 TO RETURN-CODE
              SET  FS-SALDOS-FIN TO TRUE
           END-IF

           IF RETURN-CODE IS EQUAL 9999
              GO TO F-1000-INICIO
           END-IF

      *    SIN REGISTRO DE CHEQUERAS NO SE COBRAN CHEQUERAS.
           OPEN INPUT CHEQUERAS.

           IF FS-CHEQUERAS IS EQUAL '00'
              SET WS-HAY-CHEQUERAS TO TRUE
           ELSE
              DISPLAY '* SIN REGISTRO DE CHEQUERAS, NO SE COBRAN'
           END-IF

           PERFORM 1100-LEER-FECHA    THRU F-1100-LEER-FECHA.

           COMPUTE WS-PERIODO = FNG-ANIO * 100 + FNG-MES
           COMPUTE WS-FECHA-DESDE = WS-PERIODO * 100 + 1

           PERFORM 1200-CARGAR-TARIFAS  THRU F-1200-CARGAR-TARIFAS.
           PERFORM 1300-CARGAR-CUENTAS  THRU F-1300-CARGAR-CUENTAS.
           PERFORM 1400-CARGAR-SEGM     THRU F-1400-CARGAR-SEGM.
           PERFORM 1500-CARGAR-DESCUB   THRU F-1500-CARGAR-DESCUB.
           PERFORM 1600-CARGAR-IMPRESOS THRU F-1600-CARGAR-IMPRESOS.

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
       1200-CARGAR-TARIFAS.
      *    SIN TABLA DE COMISIONES NO HAY NADA QUE FACTURAR.
           OPEN INPUT TARIFAS.

           IF FS-TARIFAS IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN TARIFAS   = ' FS-TARIFAS
              MOVE 9999 TO RETURN-CODE
              SET  FS-SALDOS-FIN TO TRUE
              GO TO F-1200-CARGAR-TARIFAS
           END-IF

           PERFORM UNTIL FS-TARIFAS IS NOT EQUAL '00'
              READ TARIFAS INTO WS-REG-TARCOM
                 AT END
                    MOVE '10' TO FS-TARIFAS
                 NOT AT END
                    IF WS-TRF-CONT < 500
                       ADD 1 TO WS-TRF-CONT
                       MOVE WS-REG-TARCOM (1:54) TO
                            WS-TRF (WS-TRF-CONT)
                    ELSE
                       DISPLAY '* ATENCION: TABLA DE COMISIONES '
                               'LLENA (500)'
                       MOVE '10' TO FS-TARIFAS
                    END-IF
              END-READ
           END-PERFORM
           CLOSE TARIFAS.

       F-1200-CARGAR-TARIFAS. EXIT.
      **************************************************************
       1300-CARGAR-CUENTAS.
      *    CUENTA - TITULAR DE DDCTAS CON LA SUCURSAL DE DDCTASUC Y
      *    EL DOCUMENTO DE CADA TITULAR DE DDEXTRAC.
           IF RETURN-CODE IS EQUAL 9999
              GO TO F-1300-CARGAR-CUENTAS
           END-IF

           OPEN INPUT CUENTAS.

           IF FS-CUENTAS IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN CUENTAS   = ' FS-CUENTAS
              MOVE 9999 TO RETURN-CODE
              SET  FS-SALDOS-FIN TO TRUE
              GO TO F-1300-CARGAR-CUENTAS
           END-IF

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
                       MOVE ZEROS             TO
                            WS-TCU-SUC    (WS-TCU-CONT)
                    ELSE
                       DISPLAY '* ATENCION: TABLA DE CUENTAS '
                               'LLENA (5000)'
                       MOVE '10' TO FS-CUENTAS
                    END-IF
              END-READ
           END-PERFORM
           CLOSE CUENTAS

           OPEN INPUT ASIGNA.

           IF FS-ASIGNA IS EQUAL '00'
              PERFORM UNTIL FS-ASIGNA IS NOT EQUAL '00'
                 READ ASIGNA
                    AT END
                       MOVE '10' TO FS-ASIGNA
                    NOT AT END
                       PERFORM VARYING WS-TCU-SUB FROM 1 BY 1
                               UNTIL WS-TCU-SUB > WS-TCU-CONT
                           IF WS-TCU-CLAVE (WS-TCU-SUB) IS EQUAL
                              REG-ASIGNA (1:10)
                              MOVE REG-ASIGNA (11:2) TO
                                   WS-TCU-SUC (WS-TCU-SUB)
                              MOVE WS-TCU-CONT TO WS-TCU-SUB
                           END-IF
                       END-PERFORM
                 END-READ
              END-PERFORM
              CLOSE ASIGNA
           ELSE
              DISPLAY '* SIN ASIGNACION DE SUCURSALES, CUENTAS EN '
                      'SUCURSAL CERO'
           END-IF

           OPEN INPUT EXTRACTO.

           IF FS-EXTRACTO IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN EXTRACTO  = ' FS-EXTRACTO
              MOVE 9999 TO RETURN-CODE
              SET  FS-SALDOS-FIN TO TRUE
              GO TO F-1300-CARGAR-CUENTAS
           END-IF

           PERFORM UNTIL FS-EXTRACTO IS NOT EQUAL '00'
              READ EXTRACTO INTO WS-REG-EXT
                 AT END
                    MOVE '10' TO FS-EXTRACTO
                 NOT AT END
                    IF WS-TEX-CONT < 5000
                       ADD 1 TO WS-TEX-CONT
                       MOVE EXT-NROCLI        TO
                            WS-TEX-NROCLI (WS-TEX-CONT)
                       MOVE WS-REG-EXT (1:13) TO
                            WS-TEX-DOC    (WS-TEX-CONT)
                    ELSE
                       DISPLAY '* ATENCION: TABLA DE CLIENTES '
                               'LLENA (5000)'
                       MOVE '10' TO FS-EXTRACTO
                    END-IF
              END-READ
           END-PERFORM
           CLOSE EXTRACTO.

       F-1300-CARGAR-CUENTAS. EXIT.
      **************************************************************
       1400-CARGAR-SEGM.
      *    SIN SEGMENTACION NINGUN CLIENTE TIENE BONIFICACION.
           IF RETURN-CODE IS EQUAL 9999
              GO TO F-1400-CARGAR-SEGM
           END-IF

           OPEN INPUT SEGMENTOS.

           IF FS-SEGM IS EQUAL '00'
              PERFORM UNTIL FS-SEGM IS NOT EQUAL '00'
                 READ SEGMENTOS
                    AT END
                       MOVE '10' TO FS-SEGM
                    NOT AT END
                       IF WS-SGM-CONT < 5000
                          ADD 1 TO WS-SGM-CONT
                          MOVE REG-SEGMENTO (1:13) TO
                               WS-SGM-DOC (WS-SGM-CONT)
                          MOVE SEG-SEGMENTO        TO
                               WS-SGM-SEG (WS-SGM-CONT)
                       ELSE
                          DISPLAY '* ATENCION: TABLA DE SEGMENTOS '
                                  'LLENA (5000)'
                          MOVE '10' TO FS-SEGM
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE SEGMENTOS
           ELSE
              DISPLAY '* SIN SEGMENTACION, SE FACTURA SIN '
                      'BONIFICACIONES'
           END-IF.

       F-1400-CARGAR-SEGM. EXIT.
      **************************************************************
       1500-CARGAR-DESCUB.
      *    CUENTAS QUE CERRARON AL MENOS UN DIA DEL MES EN NEGATIVO;
      *    SIN HISTORICO NO SE COBRA GESTION DE DESCUBIERTO.
           IF RETURN-CODE IS EQUAL 9999
              GO TO F-1500-CARGAR-DESCUB
           END-IF

           OPEN INPUT HISTSAL.

           IF FS-HISTSAL IS NOT EQUAL '00'
              DISPLAY '* SIN HISTORICO DE SALDOS, NO SE COBRA '
                      'DESCUBIERTO'
              GO TO F-1500-CARGAR-DESCUB
           END-IF

           PERFORM UNTIL FS-HISTSAL IS NOT EQUAL '00'
              READ HISTSAL INTO WS-REG-HISSAL
                 AT END
                    MOVE '10' TO FS-HISTSAL
                 NOT AT END
                    COMPUTE WS-MES-REG = HSA-FECHA / 100
                    IF WS-MES-REG IS EQUAL WS-PERIODO
                       AND HSA-SALDO IS LESS ZEROS
                       PERFORM 1510-MARCAR-DESCUB
                               THRU F-1510-MARCAR-DESCUB
                    END-IF
              END-READ
           END-PERFORM
           CLOSE HISTSAL.

       F-1500-CARGAR-DESCUB. EXIT.
      **************************************************************
       1510-MARCAR-DESCUB.

           MOVE ZEROS TO WS-TDS-IDX

           PERFORM VARYING WS-TDS-SUB FROM 1 BY 1
                   UNTIL WS-TDS-SUB > WS-TDS-CONT
                      OR WS-TDS-IDX > 0
               IF WS-TDS-CLAVE (WS-TDS-SUB) IS EQUAL
                  WS-REG-HISSAL (9:10)
                  MOVE WS-TDS-SUB TO WS-TDS-IDX
               END-IF
           END-PERFORM

           IF WS-TDS-IDX > 0
              GO TO F-1510-MARCAR-DESCUB
           END-IF

           IF WS-TDS-CONT < 5000
              ADD 1 TO WS-TDS-CONT
              MOVE WS-REG-HISSAL (9:10) TO WS-TDS-CLAVE (WS-TDS-CONT)
           ELSE
              DISPLAY '* ATENCION: TABLA DE DESCUBIERTOS LLENA '
                      '(5000), QUEDA FUERA ' WS-REG-HISSAL (9:10)
           END-IF.

       F-1510-MARCAR-DESCUB. EXIT.
      **************************************************************
       1600-CARGAR-IMPRESOS.
      *    EL REGISTRO TRAE LAS CORRIDAS DE RESUMENES DEL MES; SIN
      *    REGISTRO NO SE COBRAN RESUMENES IMPRESOS.
           IF RETURN-CODE IS EQUAL 9999
              GO TO F-1600-CARGAR-IMPRESOS
           END-IF

           OPEN INPUT RESIMP.

           IF FS-RESIMP IS NOT EQUAL '00'
              DISPLAY '* SIN REGISTRO DE RESUMENES IMPRESOS, NO SE '
                      'COBRAN'
              GO TO F-1600-CARGAR-IMPRESOS
           END-IF

           PERFORM UNTIL FS-RESIMP IS NOT EQUAL '00'
              READ RESIMP INTO WS-REG-RESIMP
                 AT END
                    MOVE '10' TO FS-RESIMP
                 NOT AT END
                    PERFORM 1610-SUMAR-IMPRESO
                            THRU F-1610-SUMAR-IMPRESO
              END-READ
           END-PERFORM
           CLOSE RESIMP.

       F-1600-CARGAR-IMPRESOS. EXIT.
      **************************************************************
       1610-SUMAR-IMPRESO.

           MOVE ZEROS TO WS-TIM-IDX

           PERFORM VARYING WS-TIM-SUB FROM 1 BY 1
                   UNTIL WS-TIM-SUB > WS-TIM-CONT
                      OR WS-TIM-IDX > 0
               IF WS-TIM-CLAVE (WS-TIM-SUB) IS EQUAL
                  WS-REG-RESIMP (1:10)
                  MOVE WS-TIM-SUB TO WS-TIM-IDX
               END-IF
           END-PERFORM

           IF WS-TIM-IDX IS EQUAL ZEROS
              IF WS-TIM-CONT < 5000
                 ADD 1 TO WS-TIM-CONT
                 MOVE WS-TIM-CONT TO WS-TIM-IDX
                 MOVE WS-REG-RESIMP (1:10) TO WS-TIM-CLAVE (WS-TIM-IDX)
                 MOVE ZEROS TO WS-TIM-CANT (WS-TIM-IDX)
              ELSE
                 DISPLAY '* ATENCION: TABLA DE IMPRESOS LLENA '
                         '(5000), QUEDA FUERA ' WS-REG-RESIMP (1:10)
                 GO TO F-1610-SUMAR-IMPRESO
              END-IF
           END-IF

           ADD 1 TO WS-TIM-CANT (WS-TIM-IDX).

       F-1610-SUMAR-IMPRESO. EXIT.
      **************************************************************
       2000-PROCESO.

           READ SALDOS INTO WS-REG-SALDO

           EVALUATE FS-SALDOS
             WHEN '00'
                  ADD 1 TO WS-CTAS-LEIDAS
                  IF SAL-ESTADO IS EQUAL 'C'
                     ADD 1 TO WS-CTAS-CERRADAS
                  ELSE
                     PERFORM 3000-FACTURAR-CUENTA
                             THRU F-3000-FACTURAR-CUENTA
                  END-IF

              WHEN '10'
                CONTINUE

              WHEN OTHER
              DISPLAY '* ERROR EN LECTURA SALDOS = ' FS-SALDOS
              MOVE 9999 TO RETURN-CODE
              SET FS-SALDOS-FIN TO TRUE

           END-EVALUATE.

       F-2000-PROCESO. EXIT.
      **************************************************************
       3000-FACTURAR-CUENTA.

           MOVE WS-REG-SALDO (1:10) TO WS-CTA-CLAVE

           PERFORM 3100-DATOS-CUENTA  THRU F-3100-DATOS-CUENTA.
           PERFORM 3200-BUSCAR-TARIFA THRU F-3200-BUSCAR-TARIFA.

           IF WS-TRF-IDX IS EQUAL ZEROS
              ADD 1 TO WS-CTAS-SIN-TARIFA
              GO TO F-3000-FACTURAR-CUENTA
           END-IF

           MOVE SPACES TO WS-REG-TARCOM
           MOVE WS-TRF (WS-TRF-IDX) TO WS-REG-TARCOM (1:54)

           PERFORM 3300-CONTAR-EVENTOS THRU F-3300-CONTAR-EVENTOS.

           MOVE TAR-CARGO-MOV      TO WS-CTA-CARGO   (1)
           MOVE TAR-CARGO-RESUMEN  TO WS-CTA-CARGO   (2)
           MOVE TAR-CARGO-CHEQUERA TO WS-CTA-CARGO   (3)
           MOVE TAR-CARGO-DESCUB   TO WS-CTA-CARGO   (4)
           MOVE TAR-BON-MOV        TO WS-CTA-BON-PCT (1)
           MOVE TAR-BON-RESUMEN    TO WS-CTA-BON-PCT (2)
           MOVE TAR-BON-CHEQUERA   TO WS-CTA-BON-PCT (3)
           MOVE TAR-BON-DESCUB     TO WS-CTA-BON-PCT (4)

           MOVE 'N' TO WS-CTA-FACTURO
           COMPUTE WS-SUC-SUB = WS-CTA-SUC + 1

           PERFORM 3500-LIQUIDAR-CONCEPTO THRU F-3500-LIQUIDAR-CONCEPTO
                   VARYING WS-CON-SUB FROM 1 BY 1
                   UNTIL WS-CON-SUB > 4

           IF WS-CTA-FACTURO IS EQUAL 'S'
              ADD 1 TO WS-CTAS-FACTURADAS
              ADD 1 TO WS-SUC-CTAS (WS-SUC-SUB)
           END-IF.

       F-3000-FACTURAR-CUENTA. EXIT.
      **************************************************************
       3100-DATOS-CUENTA.
      *    SUCURSAL DE LA CUENTA Y SEGMENTO DE SU TITULAR; SIN DATOS
      *    LA CUENTA QUEDA EN SUCURSAL CERO Y SIN SEGMENTO.
           MOVE ZEROS  TO WS-CTA-SUC WS-CTA-NROCLI
           MOVE SPACES TO WS-CTA-SEG WS-CTA-DOC

           PERFORM VARYING WS-TCU-SUB FROM 1 BY 1
                   UNTIL WS-TCU-SUB > WS-TCU-CONT
               IF WS-TCU-CLAVE (WS-TCU-SUB) IS EQUAL WS-CTA-CLAVE
                  MOVE WS-TCU-SUC    (WS-TCU-SUB) TO WS-CTA-SUC
                  MOVE WS-TCU-NROCLI (WS-TCU-SUB) TO WS-CTA-NROCLI
                  MOVE WS-TCU-CONT TO WS-TCU-SUB
               END-IF
           END-PERFORM

           IF WS-CTA-NROCLI IS EQUAL ZEROS
              GO TO F-3100-DATOS-CUENTA
           END-IF

           PERFORM VARYING WS-TEX-SUB FROM 1 BY 1
                   UNTIL WS-TEX-SUB > WS-TEX-CONT
               IF WS-TEX-NROCLI (WS-TEX-SUB) IS EQUAL WS-CTA-NROCLI
                  MOVE WS-TEX-DOC (WS-TEX-SUB) TO WS-CTA-DOC
                  MOVE WS-TEX-CONT TO WS-TEX-SUB
               END-IF
           END-PERFORM

           IF WS-CTA-DOC IS EQUAL SPACES
              GO TO F-3100-DATOS-CUENTA
           END-IF

           PERFORM VARYING WS-SGM-SUB FROM 1 BY 1
                   UNTIL WS-SGM-SUB > WS-SGM-CONT
               IF WS-SGM-DOC (WS-SGM-SUB) IS EQUAL WS-CTA-DOC
                  MOVE WS-SGM-SEG (WS-SGM-SUB) TO WS-CTA-SEG
                  MOVE WS-SGM-CONT TO WS-SGM-SUB
               END-IF
           END-PERFORM.

       F-3100-DATOS-CUENTA. EXIT.
      **************************************************************
       3200-BUSCAR-TARIFA.
      *    LA FILA DEL SEGMENTO DEL TITULAR MANDA SOBRE LA GENERAL;
      *    EN CADA UNA RIGE LA VIGENCIA MAS RECIENTE QUE NO SUPERE
      *    LA FECHA DE NEGOCIO.
           MOVE ZEROS TO WS-TRF-IDX WS-TRF-IDX-SEG
                         WS-VIG-GRAL WS-VIG-SEG

           PERFORM VARYING WS-TRF-SUB FROM 1 BY 1
                   UNTIL WS-TRF-SUB > WS-TRF-CONT
               IF WS-TRF-TIPCUEN (WS-TRF-SUB) IS EQUAL SAL-TIPCUEN
                  AND WS-TRF-VIGENCIA (WS-TRF-SUB) IS NOT GREATER
                      WS-FECHA-NEGOCIO-R
                  IF WS-TRF-SEGMENTO (WS-TRF-SUB) IS EQUAL SPACE
                     AND WS-TRF-VIGENCIA (WS-TRF-SUB) IS NOT LESS
                         WS-VIG-GRAL
                     MOVE WS-TRF-SUB TO WS-TRF-IDX
                     MOVE WS-TRF-VIGENCIA (WS-TRF-SUB) TO WS-VIG-GRAL
                  END-IF
                  IF WS-CTA-SEG IS NOT EQUAL SPACE
                     AND WS-TRF-SEGMENTO (WS-TRF-SUB) IS EQUAL
                         WS-CTA-SEG
                     AND WS-TRF-VIGENCIA (WS-TRF-SUB) IS NOT LESS
                         WS-VIG-SEG
                     MOVE WS-TRF-SUB TO WS-TRF-IDX-SEG
                     MOVE WS-TRF-VIGENCIA (WS-TRF-SUB) TO WS-VIG-SEG
                  END-IF
               END-IF
           END-PERFORM

           IF WS-TRF-IDX-SEG IS NOT EQUAL ZEROS
              MOVE WS-TRF-IDX-SEG TO WS-TRF-IDX
           END-IF.

       F-3200-BUSCAR-TARIFA. EXIT.
      **************************************************************
       3300-CONTAR-EVENTOS.

           MOVE ZEROS TO WS-CTA-MOVS
                         WS-CTA-EVENTOS (1) WS-CTA-EVENTOS (2)
                         WS-CTA-EVENTOS (3) WS-CTA-EVENTOS (4)

           PERFORM 3310-CONTAR-MOVIMIENTOS
                   THRU F-3310-CONTAR-MOVIMIENTOS.

           IF WS-CTA-MOVS IS GREATER TAR-MOV-LIBRES
              COMPUTE WS-CTA-EVENTOS (1) = WS-CTA-MOVS - TAR-MOV-LIBRES
           END-IF

           PERFORM VARYING WS-TIM-SUB FROM 1 BY 1
                   UNTIL WS-TIM-SUB > WS-TIM-CONT
               IF WS-TIM-CLAVE (WS-TIM-SUB) IS EQUAL WS-CTA-CLAVE
                  MOVE WS-TIM-CANT (WS-TIM-SUB) TO WS-CTA-EVENTOS (2)
                  MOVE WS-TIM-CONT TO WS-TIM-SUB
               END-IF
           END-PERFORM

           IF WS-HAY-CHEQUERAS
              PERFORM 3330-CONTAR-CHEQUERAS
                      THRU F-3330-CONTAR-CHEQUERAS
           END-IF

           PERFORM VARYING WS-TDS-SUB FROM 1 BY 1
                   UNTIL WS-TDS-SUB > WS-TDS-CONT
               IF WS-TDS-CLAVE (WS-TDS-SUB) IS EQUAL WS-CTA-CLAVE
                  MOVE 1 TO WS-CTA-EVENTOS (4)
                  MOVE WS-TDS-CONT TO WS-TDS-SUB
               END-IF
           END-PERFORM.

       F-3300-CONTAR-EVENTOS. EXIT.
      **************************************************************
       3310-CONTAR-MOVIMIENTOS.
      *    SOLO EL TRAMO DEL DIARIO DE LA CUENTA QUE EMPIEZA EL
      *    PRIMERO DEL MES.
           MOVE WS-CTA-CLAVE   TO MAE-DIA-CLAVE (1:10)
           MOVE WS-FECHA-DESDE TO MAE-DIA-CLAVE (11:8)
           MOVE ZEROS          TO MAE-DIA-CLAVE (19:5)

           START DIARIO KEY IS NOT LESS MAE-DIA-CLAVE
              INVALID KEY
                 GO TO F-3310-CONTAR-MOVIMIENTOS
           END-START

           MOVE '00' TO FS-DIARIO

           PERFORM UNTIL FS-DIARIO IS NOT EQUAL '00'
              READ DIARIO NEXT INTO WS-REG-DIAMOV
                 AT END
                    MOVE '10' TO FS-DIARIO
                 NOT AT END
                    COMPUTE WS-MES-REG = DIA-FECHA / 100
                    IF WS-REG-DIAMOV (1:10) IS NOT EQUAL WS-CTA-CLAVE
                       OR WS-MES-REG IS NOT EQUAL WS-PERIODO
                       MOVE '10' TO FS-DIARIO
                    ELSE
                       PERFORM 3320-CLASIFICAR-MOV
                               THRU F-3320-CLASIFICAR-MOV
                    END-IF
              END-READ
           END-PERFORM.

       F-3310-CONTAR-MOVIMIENTOS. EXIT.
      **************************************************************
       3320-CLASIFICAR-MOV.
      *    CUENTA SOLO LO QUE HACE EL CLIENTE; LO QUE EMITE EL
      *    BANCO (INTERESES, COMISIONES, IMPUESTOS, ETC.) NO. EL
      *    MOVIMIENTO ANULADO Y SU CONTRA-ASIENTO NO CUENTAN.
           IF DIA-REVERSADO
              GO TO F-3320-CLASIFICAR-MOV
           END-IF

           IF DIA-REV-FECHA IS NUMERIC
              AND DIA-REV-FECHA IS NOT EQUAL ZEROS
              GO TO F-3320-CLASIFICAR-MOV
           END-IF

           IF DIA-TIPMOV IS NOT NUMERIC
              OR DIA-TIPMOV IS LESS 10
              ADD 1 TO WS-CTA-MOVS
              GO TO F-3320-CLASIFICAR-MOV
           END-IF

           EVALUATE DIA-TIPMOV
               WHEN TMV-CHEQUE
               WHEN TMV-DEP-CHEQUE
               WHEN TMV-DEBITO-AUTOM
               WHEN TMV-TRANSF-ENVIADA
               WHEN TMV-OPER-CAMBIO
                    ADD 1 TO WS-CTA-MOVS
               WHEN OTHER
                    CONTINUE
           END-EVALUATE.

       F-3320-CLASIFICAR-MOV. EXIT.
      **************************************************************
       3330-CONTAR-CHEQUERAS.
      *    CHEQUERAS DE LA CUENTA ENTREGADAS EN EL MES.
           MOVE LOW-VALUES   TO MAE-CHR-CLAVE
           MOVE WS-CTA-CLAVE TO MAE-CHR-CLAVE (1:10)

           START CHEQUERAS KEY IS NOT LESS MAE-CHR-CLAVE
              INVALID KEY
                 GO TO F-3330-CONTAR-CHEQUERAS
           END-START

           MOVE '00' TO FS-CHEQUERAS

           PERFORM UNTIL FS-CHEQUERAS IS NOT EQUAL '00'
              READ CHEQUERAS NEXT INTO WS-REG-CHEQRA
                 AT END
                    MOVE '10' TO FS-CHEQUERAS
                 NOT AT END
                    IF WS-REG-CHEQRA (1:10) IS NOT EQUAL WS-CTA-CLAVE
                       MOVE '10' TO FS-CHEQUERAS
                    ELSE
                       COMPUTE WS-MES-REG = CHR-FEC-ENTREGA / 100
                       IF WS-MES-REG IS EQUAL WS-PERIODO
                          ADD 1 TO WS-CTA-EVENTOS (3)
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.

       F-3330-CONTAR-CHEQUERAS. EXIT.
      **************************************************************
       3500-LIQUIDAR-CONCEPTO.
      *    BRUTO = EVENTOS POR CARGO; AL SEGMENTO A SE LE BONIFICA
      *    EL PORCENTAJE DE LA TABLA Y SE DEBITA EL NETO.
           IF WS-CTA-EVENTOS (WS-CON-SUB) IS EQUAL ZEROS
              OR WS-CTA-CARGO (WS-CON-SUB) IS EQUAL ZEROS
              GO TO F-3500-LIQUIDAR-CONCEPTO
           END-IF

           COMPUTE WS-BRUTO = WS-CTA-EVENTOS (WS-CON-SUB) *
                              WS-CTA-CARGO   (WS-CON-SUB)
           MOVE ZEROS TO WS-BONIF

           IF WS-CTA-SEG IS EQUAL 'A'
              COMPUTE WS-BONIF ROUNDED = WS-BRUTO *
                      WS-CTA-BON-PCT (WS-CON-SUB) / 100
           END-IF

           COMPUTE WS-NETO = WS-BRUTO - WS-BONIF

           ADD WS-CTA-EVENTOS (WS-CON-SUB) TO
               WS-SCO-EVENTOS (WS-SUC-SUB, WS-CON-SUB)
               WS-BCO-EVENTOS (WS-CON-SUB)
           ADD WS-BRUTO TO WS-SCO-BRUTO (WS-SUC-SUB, WS-CON-SUB)
                           WS-BCO-BRUTO (WS-CON-SUB)
           ADD WS-BONIF TO WS-SCO-BONIF (WS-SUC-SUB, WS-CON-SUB)
                           WS-BCO-BONIF (WS-CON-SUB)
           ADD WS-NETO  TO WS-SCO-COBRADO (WS-SUC-SUB, WS-CON-SUB)
                           WS-BCO-COBRADO (WS-CON-SUB)
           MOVE 'S' TO WS-CTA-FACTURO

           IF WS-NETO IS GREATER ZEROS
              PERFORM 3600-EMITIR-DEBITO THRU F-3600-EMITIR-DEBITO
           END-IF.

       F-3500-LIQUIDAR-CONCEPTO. EXIT.
      **************************************************************
       3600-EMITIR-DEBITO.

           MOVE SPACES                     TO WS-REG-MOVIMI
           MOVE SAL-TIPCUEN                TO WS-MOV-TIPO
           MOVE SAL-NROCUEN                TO WS-MOV-CUENTA
           MOVE WS-NETO                    TO WS-MOV-IMPORTE
           MOVE WS-FECHA-NEGOCIO-R         TO WS-MOV-FECHA
           MOVE 'D'                        TO WS-MOV-DBCR
           MOVE WS-CON-TIPMOV (WS-CON-SUB) TO WS-MOV-TIPMOV

           WRITE REG-MOVSAL FROM WS-REG-MOVIMI

           IF FS-MOVSAL IS NOT EQUAL '00'
              DISPLAY '* ERROR EN WRITE MOVSALIDA = ' FS-MOVSAL
              MOVE 9999 TO RETURN-CODE
              SET FS-SALDOS-FIN TO TRUE
           ELSE
              ADD 1       TO WS-DEB-EMITIDOS
              ADD WS-NETO TO WS-TOT-EMITIDO
           END-IF.

       F-3600-EMITIR-DEBITO. EXIT.
      **************************************************************
       6000-IMPRIMIR.
      *    UN BLOQUE POR SUCURSAL CON FACTURACION, UNA LINEA POR
      *    CONCEPTO MAS EL TOTAL, Y AL FINAL EL TOTAL DEL BANCO.
           IF RETURN-CODE IS EQUAL 9999
              GO TO F-6000-IMPRIMIR
           END-IF

           MOVE WS-PERIODO TO WS-LT-PERIODO
           WRITE REG-SALIDA FROM WS-LIN-TITULO
           WRITE REG-SALIDA FROM WS-LIN-BLANCO

           PERFORM 6100-IMPRIMIR-SUCURSAL THRU F-6100-IMPRIMIR-SUCURSAL
                   VARYING WS-SUC-SUB FROM 1 BY 1
                   UNTIL WS-SUC-SUB > 100

           MOVE WS-CTAS-FACTURADAS TO WS-LB-CTAS
           WRITE REG-SALIDA FROM WS-LIN-BANCO
           WRITE REG-SALIDA FROM WS-LIN-ENCABEZADO
           MOVE ZEROS TO WS-GRT-EVENTOS WS-GRT-BRUTO
                         WS-GRT-BONIF   WS-GRT-COBRADO

           PERFORM VARYING WS-CON-SUB FROM 1 BY 1
                   UNTIL WS-CON-SUB > 4
               MOVE WS-BCO-EVENTOS (WS-CON-SUB) TO WS-IMP-EVENTOS
               MOVE WS-BCO-BRUTO   (WS-CON-SUB) TO WS-IMP-BRUTO
               MOVE WS-BCO-BONIF   (WS-CON-SUB) TO WS-IMP-BONIF
               MOVE WS-BCO-COBRADO (WS-CON-SUB) TO WS-IMP-COBRADO
               MOVE WS-CON-NOMBRE  (WS-CON-SUB) TO WS-LC-CONCEPTO
               PERFORM 6200-LINEA-CONCEPTO THRU F-6200-LINEA-CONCEPTO
           END-PERFORM

           PERFORM 6300-LINEA-TOTAL THRU F-6300-LINEA-TOTAL.

       F-6000-IMPRIMIR. EXIT.
      **************************************************************
       6100-IMPRIMIR-SUCURSAL.

           IF WS-SUC-CTAS (WS-SUC-SUB) IS EQUAL ZEROS
              GO TO F-6100-IMPRIMIR-SUCURSAL
           END-IF

           COMPUTE WS-LS-SUC = WS-SUC-SUB - 1
           MOVE WS-SUC-CTAS (WS-SUC-SUB) TO WS-LS-CTAS
           WRITE REG-SALIDA FROM WS-LIN-SUCURSAL
           WRITE REG-SALIDA FROM WS-LIN-ENCABEZADO
           MOVE ZEROS TO WS-GRT-EVENTOS WS-GRT-BRUTO
                         WS-GRT-BONIF   WS-GRT-COBRADO

           PERFORM VARYING WS-CON-SUB FROM 1 BY 1
                   UNTIL WS-CON-SUB > 4
               MOVE WS-SCO-EVENTOS (WS-SUC-SUB, WS-CON-SUB) TO
                    WS-IMP-EVENTOS
               MOVE WS-SCO-BRUTO   (WS-SUC-SUB, WS-CON-SUB) TO
                    WS-IMP-BRUTO
               MOVE WS-SCO-BONIF   (WS-SUC-SUB, WS-CON-SUB) TO
                    WS-IMP-BONIF
               MOVE WS-SCO-COBRADO (WS-SUC-SUB, WS-CON-SUB) TO
                    WS-IMP-COBRADO
               MOVE WS-CON-NOMBRE  (WS-CON-SUB) TO WS-LC-CONCEPTO
               PERFORM 6200-LINEA-CONCEPTO THRU F-6200-LINEA-CONCEPTO
           END-PERFORM

           PERFORM 6300-LINEA-TOTAL THRU F-6300-LINEA-TOTAL.

       F-6100-IMPRIMIR-SUCURSAL. EXIT.
      **************************************************************
       6200-LINEA-CONCEPTO.

           MOVE WS-IMP-EVENTOS TO WS-LC-EVENTOS
           MOVE WS-IMP-BRUTO   TO WS-LC-BRUTO
           MOVE WS-IMP-BONIF   TO WS-LC-BONIF
           MOVE WS-IMP-COBRADO TO WS-LC-COBRADO
           WRITE REG-SALIDA FROM WS-LIN-CONCEPTO

           ADD WS-IMP-EVENTOS TO WS-GRT-EVENTOS
           ADD WS-IMP-BRUTO   TO WS-GRT-BRUTO
           ADD WS-IMP-BONIF   TO WS-GRT-BONIF
           ADD WS-IMP-COBRADO TO WS-GRT-COBRADO.

       F-6200-LINEA-CONCEPTO. EXIT.
      **************************************************************
       6300-LINEA-TOTAL.

           MOVE 'TOTAL'        TO WS-LC-CONCEPTO
           MOVE WS-GRT-EVENTOS TO WS-LC-EVENTOS
           MOVE WS-GRT-BRUTO   TO WS-LC-BRUTO
           MOVE WS-GRT-BONIF   TO WS-LC-BONIF
           MOVE WS-GRT-COBRADO TO WS-LC-COBRADO
           WRITE REG-SALIDA FROM WS-LIN-CONCEPTO
           WRITE REG-SALIDA FROM WS-LIN-BLANCO.

       F-6300-LINEA-TOTAL. EXIT.
      **************************************************************
       9999-FINAL.

           IF RETURN-CODE NOT EQUAL 9999
             CLOSE SALDOS
                 IF FS-SALDOS IS NOT EQUAL '00'
                  DISPLAY '* ERROR EN CLOSE SALDOS    = '
                                            FS-SALDOS
                  MOVE 9999 TO RETURN-CODE
                 END-IF

             CLOSE DIARIO

             IF WS-HAY-CHEQUERAS
                CLOSE CHEQUERAS
             END-IF

             CLOSE MOVSALIDA
                 IF FS-MOVSAL IS NOT EQUAL '00'
                  DISPLAY '* ERROR EN CLOSE MOVSALIDA = '
                                            FS-MOVSAL
                  MOVE 9999 TO RETURN-CODE
                 END-IF

             CLOSE SALIDA
                 IF FS-SALIDA IS NOT EQUAL '00'
                  DISPLAY '* ERROR EN CLOSE SALIDA    = '
                                            FS-SALIDA
                  MOVE 9999 TO RETURN-CODE
                 END-IF

             DISPLAY '***************************************'
             DISPLAY ' CUENTAS LEIDAS               :  '
                                               WS-CTAS-LEIDAS
             DISPLAY ' CUENTAS CERRADAS             :  '
                                               WS-CTAS-CERRADAS
             DISPLAY ' CUENTAS SIN TARIFA           :  '
                                               WS-CTAS-SIN-TARIFA
             DISPLAY ' CUENTAS FACTURADAS           :  '
                                               WS-CTAS-FACTURADAS
             DISPLAY ' DEBITOS EMITIDOS             :  '
                                               WS-DEB-EMITIDOS
             DISPLAY ' IMPORTE DEBITADO             :  '
                                               WS-TOT-EMITIDO
             DISPLAY '***************************************'

           END-IF.

       F-9999-FINAL.
           EXIT.
