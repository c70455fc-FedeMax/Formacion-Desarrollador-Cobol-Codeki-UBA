       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMCXCBF.
       AUTHOR.    FEDERICO FALCON.
      **************************************************************
      *  OPERACIONES DE CAMBIO (COMPRA Y VENTA DE MONEDA           *
      *  EXTRANJERA) ENTRE UNA CUENTA EN PESOS Y UNA CUENTA EN     *
      *  MONEDA EXTRANJERA DEL MISMO CLIENTE.                      *
      *  CADA PEDIDO (DDOPECAM) SE VALIDA Y SE LIQUIDA A LA        *
      *  COTIZACION DEL DIA (LA ULTIMA DE DDCAMBIO NO POSTERIOR A  *
      *  LA FECHA DE NEGOCIO) CON EL SPREAD DE LA MONEDA (DDSPREAD,*
      *  RECARGO CUANDO EL CLIENTE COMPRA Y DESCUENTO CUANDO       *
      *  VENDE; SIN FILA NO HAY SPREAD). SE RECHAZAN A DDRECHA:    *
      *    - LA CUENTA EN PESOS QUE NO ES DE PESOS O LA CUENTA EN  *
      *      MONEDA EXTRANJERA QUE NO ES DE LA MONEDA OPERADA      *
      *      (MAESTRO DDMONCTA, LAYOUT CPMONCTA)                   *
      *    - EL DOCUMENTO QUE NO ES TITULAR (DDCTAS + DDEXTRAC) NI *
      *      COTITULAR (DDCOTIT) DE LAS DOS CUENTAS                *
      *    - LA COMPRA QUE SUPERA EL CUPO MENSUAL EN DOLARES DE LA *
      *      TARJETA DDCTRL: EL ACUMULADO SE LLEVA POR PERSONA EN  *
      *      DDCUPCAM (LAYOUT CPCUPCAM), ASI EL CUPO ES UNO SOLO   *
      *      AUNQUE LA PERSONA OPERE DESDE VARIAS CUENTAS PROPIAS  *
      *      O COTITULADAS                                         *
      *  LA OPERACION ACEPTADA SALE COMO DOS MOVIMIENTOS MOVIMCC   *
      *  (DDMOVCAM) TIPO TMV-OPER-CAMBIO CON LA MISMA REFERENCIA Y *
      *  EL CONTRAVALOR EN PESOS EN LAS DOS PATAS, QUE EL PAREO    *
      *  PGMPTCBF NETEA; SIN REFERENCIA EN EL PEDIDO SE GENERA UNA *
      *  'CX' + SECUENCIA. CADA OPERACION SE INFORMA EN EL REGIMEN *
      *  INFORMATIVO DE CAMBIOS PARA EL BANCO CENTRAL (DDREGCAM).  *
      *  LOS FONDOS NO SE VERIFICAN ACA: EL DEBITO ENTRA AL MOTOR  *
      *  DE SALDOS COMO CUALQUIER OTRO MOVIMIENTO.                 *
      **************************************************************
       ENVIRONMENT DIVISION.
      **************************************************************
       CONFIGURATION SECTION.

       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
      **************************************************************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

            SELECT OPERACIONES ASSIGN TO DDOPECAM
                 FILE STATUS IS FS-OPERACIONES.

            SELECT CAMBIOS ASSIGN TO DDCAMBIO
                 FILE STATUS IS FS-CAMBIOS.

            SELECT SPREADS ASSIGN TO DDSPREAD
                 FILE STATUS IS FS-SPREADS.

            SELECT MONEDAS ASSIGN TO DDMONCTA
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS MAE-MON-CLAVE
                 FILE STATUS IS FS-MONEDAS.

            SELECT CUENTAS ASSIGN TO DDCTAS
                 FILE STATUS IS FS-CUENTAS.

            SELECT EXTRACTO ASSIGN TO DDEXTRAC
                 FILE STATUS IS FS-EXTRACTO.

            SELECT COTITUL ASSIGN TO DDCOTIT
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS MAE-COT-CLAVE
                 FILE STATUS IS FS-COTITUL.

            SELECT CUPOS ASSIGN TO DDCUPCAM
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS MAE-CUP-CLAVE
                 FILE STATUS IS FS-CUPOS.

            SELECT TARJETA ASSIGN TO DDCTRL
                 FILE STATUS IS FS-TARJETA.

            SELECT FECHAPRO ASSIGN TO DDFECPRO
                 FILE STATUS IS FS-FECHAPRO.

            SELECT MOVCAM ASSIGN TO DDMOVCAM
                 FILE STATUS IS FS-MOVCAM.

            SELECT REGIMEN ASSIGN TO DDREGCAM
                 FILE STATUS IS FS-REGIMEN.

            SELECT RECHAZOS ASSIGN TO DDRECHA
                 FILE STATUS IS FS-RECHAZO.
      **************************************************************
       I-O-CONTROL.

       DATA DIVISION.
       FILE SECTION.
       FD   OPERACIONES
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01   REG-OPERACION           PIC X(80).
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
      *    SPREAD POR MONEDA EN PORCENTAJE: SPR-PCT-COMPRA RECARGA
      *    LA COTIZACION CUANDO EL CLIENTE COMPRA Y SPR-PCT-VENTA LA
      *    DESCUENTA CUANDO EL CLIENTE VENDE.
       FD   SPREADS
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01   REG-SPREAD.
           05  SPR-MONEDA           PIC X(03).
           05  SPR-PCT-COMPRA       PIC 9(02)V99.
           05  SPR-PCT-VENTA        PIC 9(02)V99.
           05  FILLER               PIC X(69).
      **************************************************************
       FD   MONEDAS.

       01   REG-MONEDAS.
           03  MAE-MON-CLAVE        PIC X(10).
           03  FILLER               PIC X(30).
      **************************************************************
       FD   CUENTAS
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01   REG-CUENTAS             PIC X(17).
      **************************************************************
       FD   EXTRACTO
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01   REG-EXTRACTO            PIC X(59).
      **************************************************************
       FD   COTITUL.

       01   REG-COTITUL.
           03  MAE-COT-CLAVE        PIC X(17).
           03  FILLER               PIC X(03).
      **************************************************************
       FD   CUPOS.

       01   REG-CUPOS.
           03  MAE-CUP-CLAVE        PIC X(13).
           03  FILLER               PIC X(37).
      **************************************************************
      *    CUPO MENSUAL DE COMPRA POR PERSONA, EN DOLARES.
       FD   TARJETA
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01   REG-TARJETA.
           05  CTL-CUPO-MENSUAL     PIC 9(07)V99.
           05  FILLER               PIC X(71).
      **************************************************************
       FD   FECHAPRO
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01   REG-FECHAPRO.
           05  FPR-FECHA            PIC 9(08).
           05  FILLER               PIC X(72).
      **************************************************************
       FD   MOVCAM
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01   REG-MOVCAM              PIC X(80).
      **************************************************************
       FD   REGIMEN
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01   REG-REGIMEN             PIC X(80).
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

       77  FS-OPERACIONES  PIC XX    VALUE SPACES.
           88  FS-OPERACIONES-FIN    VALUE '10'.

       77  FS-CAMBIOS      PIC XX    VALUE SPACES.
       77  FS-SPREADS      PIC XX    VALUE SPACES.
       77  FS-MONEDAS      PIC XX    VALUE SPACES.
       77  FS-CUENTAS      PIC XX    VALUE SPACES.
       77  FS-EXTRACTO     PIC XX    VALUE SPACES.
       77  FS-COTITUL      PIC XX    VALUE SPACES.
       77  FS-CUPOS        PIC XX    VALUE SPACES.
       77  FS-TARJETA      PIC XX    VALUE SPACES.
       77  FS-FECHAPRO     PIC XX    VALUE SPACES.
       77  FS-MOVCAM       PIC XX    VALUE SPACES.
       77  FS-REGIMEN      PIC XX    VALUE SPACES.
       77  FS-RECHAZO      PIC XX    VALUE SPACES.

       01  WS-FLAG-COTITUL            PIC X       VALUE 'N'.
           88  WS-HAY-COTITUL                     VALUE 'S'.

       01  WS-FLAG-TITULAR            PIC X       VALUE 'N'.
           88  WS-ES-TITULAR                      VALUE 'S'.

       01  WS-FLAG-CUPO-NUEVO         PIC X       VALUE 'N'.
           88  WS-CUPO-NUEVO                      VALUE 'S'.

      *****************PEDIDO DE OPERACION DE CAMBIO*******************
       01  WS-REG-OPERACION.
           05  OPC-OPERACION        PIC X(01).
               88  OPC-COMPRA                   VALUE 'C'.
               88  OPC-VENTA                    VALUE 'V'.
           05  OPC-MONEDA           PIC X(03).
           05  OPC-IMPORTE-ME       PIC 9(07)V99.
           05  OPC-TIPCUEN-PES      PIC 9(02).
           05  OPC-NROCUEN-PES      PIC 9(08).
           05  OPC-TIPCUEN-ME       PIC 9(02).
           05  OPC-NROCUEN-ME       PIC 9(08).
           05  OPC-TIPDOC           PIC X(02).
           05  OPC-NRODOC           PIC 9(11).
           05  OPC-REFERENCIA       PIC X(08).
           05  FILLER               PIC X(26).

      *****************COTIZACION VIGENTE Y SPREAD POR MONEDA**********
       77  WS-COT-CONT     PIC 9(04) USAGE COMP VALUE ZEROS.
       77  WS-COT-SUB      PIC 9(04) USAGE COMP VALUE ZEROS.
       77  WS-COT-IDX      PIC 9(04) USAGE COMP VALUE ZEROS.
       01  WS-TABLA-COTIZ.
           03  WS-COT      OCCURS 50 TIMES.
               05  WS-COT-MONEDA    PIC X(03).
               05  WS-COT-VALOR     PIC 9(03)V9(04).
               05  WS-COT-FECHA     PIC 9(08).

       77  WS-SPR-CONT     PIC 9(04) USAGE COMP VALUE ZEROS.
       77  WS-SPR-SUB      PIC 9(04) USAGE COMP VALUE ZEROS.
       77  WS-SPR-IDX      PIC 9(04) USAGE COMP VALUE ZEROS.
       01  WS-TABLA-SPREAD.
           03  WS-SPR      OCCURS 50 TIMES.
               05  WS-SPR-MONEDA    PIC X(03).
               05  WS-SPR-COMPRA    PIC 9(02)V99.
               05  WS-SPR-VENTA     PIC 9(02)V99.

       77  WS-COT-MEDIA    PIC 9(03)V9(04)      VALUE ZEROS.
       77  WS-COT-DOLAR    PIC 9(03)V9(04)      VALUE ZEROS.
       77  WS-COT-APLICADA PIC 9(03)V9(04)      VALUE ZEROS.
       77  WS-PCT-SPREAD   PIC 9(02)V99         VALUE ZEROS.
       77  WS-IMPORTE-PES  PIC S9(09)V99 COMP-3 VALUE ZEROS.
       77  WS-IMPORTE-USD  PIC S9(09)V99 COMP-3 VALUE ZEROS.
       77  WS-MAX-MOVIM    PIC S9(09)V99 COMP-3 VALUE 9999999,99.

      *****************TITULARES Y COTITULARES*************************
       77  WS-VCU-CONT     PIC 9(04) USAGE COMP VALUE ZEROS.
       77  WS-VCU-SUB      PIC 9(04) USAGE COMP VALUE ZEROS.
       77  WS-VCU-IDX      PIC 9(04) USAGE COMP VALUE ZEROS.
       01  WS-TABLA-VCTAS.
           03  WS-VCU      OCCURS 5000 TIMES.
               05  WS-VCU-CLAVE     PIC X(10).
               05  WS-VCU-NROCLI    PIC 9(07).

       77  WS-VCL-CONT     PIC 9(04) USAGE COMP VALUE ZEROS.
       77  WS-VCL-SUB      PIC 9(04) USAGE COMP VALUE ZEROS.
       77  WS-VCL-IDX      PIC 9(04) USAGE COMP VALUE ZEROS.
       01  WS-TABLA-VCLIS.
           03  WS-VCL      OCCURS 5000 TIMES.
               05  WS-VCL-NROCLI    PIC 9(07).
               05  WS-VCL-DOC       PIC X(13).

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

       01  WS-DOC-OPERACION.
           05  WS-DOC-TIPDOC        PIC X(02).
           05  WS-DOC-NRODOC        PIC 9(11).

       01  WS-BUS-CUENTA.
           05  WS-BUS-TIPCUEN       PIC 9(02).
           05  WS-BUS-NROCUEN       PIC 9(08).

       77  WS-BUS-NROCLI   PIC 9(07)            VALUE ZEROS.

      *****************CUPO, PERIODO Y REFERENCIA**********************
       77  WS-CUPO-MENSUAL PIC 9(07)V99         VALUE ZEROS.

       01  WS-PERIODO.
           05  WS-PER-ANIO          PIC 9(04).
           05  WS-PER-MES           PIC 9(02).
       01  WS-PERIODO-R REDEFINES WS-PERIODO
                                    PIC 9(06).

       01  WS-REFER-GENERADA.
           05  FILLER               PIC X(02)   VALUE 'CX'.
           05  WS-REFER-SEC         PIC 9(06)   VALUE ZEROS.

       77  WS-REFER-OPER   PIC X(08)            VALUE SPACES.

      *****************REGIMEN INFORMATIVO DE CAMBIOS******************
       01  WS-REG-REGIMEN.
           05  RGC-FECHA            PIC 9(08).
           05  RGC-OPERACION        PIC X(01).
           05  RGC-MONEDA           PIC X(03).
           05  RGC-IMPORTE-ME       PIC 9(07)V99.
           05  RGC-COTIZACION       PIC 9(03)V9(04).
           05  RGC-IMPORTE-PES      PIC 9(09)V99.
           05  RGC-TIPDOC           PIC X(02).
           05  RGC-NRODOC           PIC 9(11).
           05  RGC-REFERENCIA       PIC X(08).
           05  RGC-TIPCUEN          PIC 9(02).
           05  RGC-NROCUEN          PIC 9(08).
           05  FILLER               PIC X(10).

      *********************CONTADORES*******************************
       77  WS-CANT-LEIDOS             PIC 9(05)   VALUE ZEROES.
       77  WS-CANT-COMPRAS            PIC 9(05)   VALUE ZEROES.
       77  WS-CANT-VENTAS             PIC 9(05)   VALUE ZEROES.
       77  WS-CANT-RECHAZADAS         PIC 9(05)   VALUE ZEROES.
       77  WS-CANT-SIN-CUPO           PIC 9(05)   VALUE ZEROES.
       77  WS-TOT-PES-COMPRA PIC S9(11)V99 COMP-3 VALUE ZEROS.
       77  WS-TOT-PES-VENTA  PIC S9(11)V99 COMP-3 VALUE ZEROS.
       01  WS-TOT-EDIT     PIC -ZZZZZZZZZZZZ9,99.

      *****************FECHA DE NEGOCIO Y LAYOUTS**********************
           COPY CPFECPRO.

           COPY CPMONCTA.

           COPY CPCOTIT.

           COPY CPCUPCAM.

           COPY CPTIPMOV.

           COPY MOVIMCC.

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
                   UNTIL FS-OPERACIONES-FIN.

           PERFORM 9999-FINAL    THRU  F-9999-FINAL.

       F-MAIN-PROGRAM. GOBACK.

      **************************************
      *                                    *
      *  CUERPO INICIO APERTURA ARCHIVOS   *
      *                                    *
      **************************************
       1000-INICIO.

           OPEN INPUT  OPERACIONES.

           IF FS-OPERACIONES IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN OPERACIONES = ' FS-OPERACIONES
              MOVE 9999 TO RETURN-CODE
              SET  FS-OPERACIONES-FIN TO TRUE
           END-IF

      *    SIN MAESTRO DE MONEDAS NO SE PUEDE SABER EN QUE MONEDA
      *    ESTA CADA CUENTA.
           OPEN INPUT  MONEDAS.

           IF FS-MONEDAS IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN MONEDAS   = ' FS-MONEDAS
              MOVE 9999 TO RETURN-CODE
              SET  FS-OPERACIONES-FIN TO TRUE
           END-IF

           OPEN I-O    CUPOS.

           IF FS-CUPOS IS EQUAL '35'
              OPEN OUTPUT CUPOS
              CLOSE CUPOS
              OPEN I-O CUPOS
           END-IF

           IF FS-CUPOS IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN CUPOS     = ' FS-CUPOS
              MOVE 9999 TO RETURN-CODE
              SET  FS-OPERACIONES-FIN TO TRUE
           END-IF

           OPEN OUTPUT MOVCAM.

           IF FS-MOVCAM IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN MOVCAM    = ' FS-MOVCAM
              MOVE 9999 TO RETURN-CODE
              SET  FS-OPERACIONES-FIN TO TRUE
           END-IF

           OPEN OUTPUT REGIMEN.

           IF FS-REGIMEN IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN REGIMEN   = ' FS-REGIMEN
              MOVE 9999 TO RETURN-CODE
              SET  FS-OPERACIONES-FIN TO TRUE
           END-IF

           OPEN OUTPUT RECHAZOS.

           IF FS-RECHAZO IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN RECHAZOS  = ' FS-RECHAZO
              MOVE 9999 TO RETURN-CODE
              SET  FS-OPERACIONES-FIN TO TRUE
           END-IF

      *    SIN COTITULARES SOLO OPERA EL TITULAR DE LA CUENTA.
           OPEN INPUT COTITUL.

           IF FS-COTITUL IS EQUAL '00'
              SET WS-HAY-COTITUL TO TRUE
           ELSE
              DISPLAY '* SIN ARCHIVO DE COTITULARES, OPERA SOLO EL '
                      'TITULAR'
           END-IF

           PERFORM 1100-LEER-FECHA     THRU F-1100-LEER-FECHA.
           PERFORM 1200-LEER-TARJETA   THRU F-1200-LEER-TARJETA.
           PERFORM 1300-CARGAR-COTIZ   THRU F-1300-CARGAR-COTIZ.
           PERFORM 1400-CARGAR-SPREAD  THRU F-1400-CARGAR-SPREAD.
           PERFORM 1500-CARGAR-TITULAR THRU F-1500-CARGAR-TITULAR.

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
       1200-LEER-TARJETA.
      *    SIN CUPO INFORMADO NO SE PUEDE CONTROLAR NINGUNA COMPRA.
           OPEN INPUT TARJETA.

           IF FS-TARJETA IS EQUAL '00'
              READ TARJETA
                 AT END
                    CONTINUE
                 NOT AT END
                    IF CTL-CUPO-MENSUAL IS NUMERIC
                       MOVE CTL-CUPO-MENSUAL TO WS-CUPO-MENSUAL
                    END-IF
              END-READ
              CLOSE TARJETA
           END-IF.

           IF WS-CUPO-MENSUAL IS EQUAL ZEROS
              DISPLAY '* ERROR: TARJETA DDCTRL SIN CUPO MENSUAL'
              MOVE 9999 TO RETURN-CODE
              SET  FS-OPERACIONES-FIN TO TRUE
           END-IF.

       F-1200-LEER-TARJETA. EXIT.
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
              DISPLAY '* ERROR EN OPEN CAMBIOS   = ' FS-CAMBIOS
              MOVE 9999 TO RETURN-CODE
              SET  FS-OPERACIONES-FIN TO TRUE
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
       1400-CARGAR-SPREAD.
      *    SIN ARCHIVO DE SPREADS SE OPERA A LA COTIZACION PURA.
           OPEN INPUT SPREADS

           IF FS-SPREADS IS EQUAL '00'
              PERFORM UNTIL FS-SPREADS IS NOT EQUAL '00'
                 READ SPREADS
                    AT END
                       MOVE '10' TO FS-SPREADS
                    NOT AT END
                       IF SPR-PCT-COMPRA IS NUMERIC
                          AND SPR-PCT-VENTA IS NUMERIC
                          AND WS-SPR-CONT < 50
                          ADD 1 TO WS-SPR-CONT
                          MOVE SPR-MONEDA     TO
                               WS-SPR-MONEDA (WS-SPR-CONT)
                          MOVE SPR-PCT-COMPRA TO
                               WS-SPR-COMPRA (WS-SPR-CONT)
                          MOVE SPR-PCT-VENTA  TO
                               WS-SPR-VENTA  (WS-SPR-CONT)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE SPREADS
           ELSE
              DISPLAY '* SIN ARCHIVO DE SPREADS, FS = ' FS-SPREADS
           END-IF.

       F-1400-CARGAR-SPREAD. EXIT.
      **************************************************************
       1500-CARGAR-TITULAR.
      *    CUENTA -> CLIENTE TITULAR (DDCTAS) Y CLIENTE -> DOCUMENTO
      *    (DDEXTRAC), COMO EN LA VIGILANCIA DE PGMVGCBF.
           OPEN INPUT CUENTAS

           IF FS-CUENTAS IS EQUAL '00'
              PERFORM UNTIL FS-CUENTAS IS NOT EQUAL '00'
                 READ CUENTAS INTO WS-REG-CTA
                    AT END
                       MOVE '10' TO FS-CUENTAS
                    NOT AT END
                       IF WS-VCU-CONT < 5000
                          ADD 1 TO WS-VCU-CONT
                          MOVE WS-REG-CTA (1:10) TO
                               WS-VCU-CLAVE  (WS-VCU-CONT)
                          MOVE CTA-NROCLI        TO
                               WS-VCU-NROCLI (WS-VCU-CONT)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE CUENTAS
           ELSE
              DISPLAY '* ERROR EN OPEN CUENTAS   = ' FS-CUENTAS
              MOVE 9999 TO RETURN-CODE
              SET  FS-OPERACIONES-FIN TO TRUE
           END-IF

           OPEN INPUT EXTRACTO

           IF FS-EXTRACTO IS EQUAL '00'
              PERFORM UNTIL FS-EXTRACTO IS NOT EQUAL '00'
                 READ EXTRACTO INTO WS-REG-EXT
                    AT END
                       MOVE '10' TO FS-EXTRACTO
                    NOT AT END
                       IF WS-VCL-CONT < 5000
                          ADD 1 TO WS-VCL-CONT
                          MOVE EXT-NROCLI TO
                               WS-VCL-NROCLI (WS-VCL-CONT)
                          MOVE EXT-TIPDOC TO
                               WS-VCL-DOC (WS-VCL-CONT) (1:2)
                          MOVE EXT-NRODOC TO
                               WS-VCL-DOC (WS-VCL-CONT) (3:11)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE EXTRACTO
           ELSE
              DISPLAY '* ERROR EN OPEN EXTRACTO  = ' FS-EXTRACTO
              MOVE 9999 TO RETURN-CODE
              SET  FS-OPERACIONES-FIN TO TRUE
           END-IF.

       F-1500-CARGAR-TITULAR. EXIT.
      **************************************************************
       2000-PROCESO.

           READ OPERACIONES INTO WS-REG-OPERACION

           EVALUATE FS-OPERACIONES
             WHEN '00'
                  ADD 1 TO WS-CANT-LEIDOS
                  PERFORM 3000-PROCESAR-OPERACION
                          THRU F-3000-PROCESAR-OPERACION

              WHEN '10'
                CONTINUE

              WHEN OTHER
              DISPLAY '* ERROR EN LECTURA OPERACIONES = '
                      FS-OPERACIONES
              MOVE 9999 TO RETURN-CODE
              SET FS-OPERACIONES-FIN TO TRUE

           END-EVALUATE.

       F-2000-PROCESO. EXIT.
      **************************************************************
       3000-PROCESAR-OPERACION.

           IF NOT OPC-COMPRA AND NOT OPC-VENTA
              MOVE 'OPERACION INVALIDA' TO RCH-MOTIVO
              PERFORM 5000-RECHAZAR THRU F-5000-RECHAZAR
              GO TO F-3000-PROCESAR-OPERACION
           END-IF

           IF OPC-MONEDA IS EQUAL SPACES OR 'PES'
              MOVE 'MONEDA INVALIDA' TO RCH-MOTIVO
              PERFORM 5000-RECHAZAR THRU F-5000-RECHAZAR
              GO TO F-3000-PROCESAR-OPERACION
           END-IF

           IF OPC-IMPORTE-ME IS NOT NUMERIC
              OR OPC-IMPORTE-ME IS EQUAL ZEROS
              MOVE 'IMPORTE INVALIDO' TO RCH-MOTIVO
              PERFORM 5000-RECHAZAR THRU F-5000-RECHAZAR
              GO TO F-3000-PROCESAR-OPERACION
           END-IF

           IF OPC-TIPCUEN-PES IS NOT NUMERIC
              OR OPC-NROCUEN-PES IS NOT NUMERIC
              OR OPC-TIPCUEN-ME IS NOT NUMERIC
              OR OPC-NROCUEN-ME IS NOT NUMERIC
              MOVE 'CUENTA INVALIDA' TO RCH-MOTIVO
              PERFORM 5000-RECHAZAR THRU F-5000-RECHAZAR
              GO TO F-3000-PROCESAR-OPERACION
           END-IF

           IF OPC-TIPDOC IS EQUAL SPACES
              OR OPC-NRODOC IS NOT NUMERIC
              MOVE 'DOCUMENTO INVALIDO' TO RCH-MOTIVO
              PERFORM 5000-RECHAZAR THRU F-5000-RECHAZAR
              GO TO F-3000-PROCESAR-OPERACION
           END-IF

      *    LA CUENTA EN PESOS NO TIENE MARCA O ESTA MARCADA 'PES';
      *    LA OTRA TIENE QUE ESTAR MARCADA EN LA MONEDA OPERADA.
           MOVE OPC-TIPCUEN-PES TO MAE-MON-CLAVE (1:2)
           MOVE OPC-NROCUEN-PES TO MAE-MON-CLAVE (3:8)

           READ MONEDAS INTO WS-REG-MONCTA
              INVALID KEY
                 MOVE 'PES' TO MON-MONEDA
           END-READ

           IF MON-MONEDA IS NOT EQUAL 'PES'
              MOVE 'CUENTA EN PESOS NO ES DE PESOS' TO RCH-MOTIVO
              PERFORM 5000-RECHAZAR THRU F-5000-RECHAZAR
              GO TO F-3000-PROCESAR-OPERACION
           END-IF

           MOVE OPC-TIPCUEN-ME TO MAE-MON-CLAVE (1:2)
           MOVE OPC-NROCUEN-ME TO MAE-MON-CLAVE (3:8)

           READ MONEDAS INTO WS-REG-MONCTA
              INVALID KEY
                 MOVE 'PES' TO MON-MONEDA
           END-READ

           IF MON-MONEDA IS NOT EQUAL OPC-MONEDA
              MOVE 'CUENTA NO ES DE LA MONEDA' TO RCH-MOTIVO
              PERFORM 5000-RECHAZAR THRU F-5000-RECHAZAR
              GO TO F-3000-PROCESAR-OPERACION
           END-IF

      *    EL DOCUMENTO TIENE QUE SER TITULAR O COTITULAR DE LAS
      *    DOS CUENTAS.
           MOVE OPC-TIPDOC TO WS-DOC-TIPDOC
           MOVE OPC-NRODOC TO WS-DOC-NRODOC

           MOVE OPC-TIPCUEN-PES TO WS-BUS-TIPCUEN
           MOVE OPC-NROCUEN-PES TO WS-BUS-NROCUEN
           PERFORM 3300-VERIFICAR-TITULAR THRU F-3300-VERIFICAR-TITULAR

           IF WS-ES-TITULAR
              MOVE OPC-TIPCUEN-ME TO WS-BUS-TIPCUEN
              MOVE OPC-NROCUEN-ME TO WS-BUS-NROCUEN
              PERFORM 3300-VERIFICAR-TITULAR
                      THRU F-3300-VERIFICAR-TITULAR
           END-IF

           IF NOT WS-ES-TITULAR
              MOVE 'DOCUMENTO NO ES TITULAR' TO RCH-MOTIVO
              PERFORM 5000-RECHAZAR THRU F-5000-RECHAZAR
              GO TO F-3000-PROCESAR-OPERACION
           END-IF

           PERFORM 3100-CALCULAR-PESOS THRU F-3100-CALCULAR-PESOS

           IF WS-COT-IDX IS EQUAL ZEROS
              MOVE 'MONEDA SIN COTIZACION' TO RCH-MOTIVO
              PERFORM 5000-RECHAZAR THRU F-5000-RECHAZAR
              GO TO F-3000-PROCESAR-OPERACION
           END-IF

           IF WS-IMPORTE-PES IS GREATER WS-MAX-MOVIM
              MOVE 'IMPORTE EXCEDE EL MAXIMO' TO RCH-MOTIVO
              PERFORM 5000-RECHAZAR THRU F-5000-RECHAZAR
              GO TO F-3000-PROCESAR-OPERACION
           END-IF

           IF OPC-COMPRA
              PERFORM 3200-CONTROLAR-CUPO THRU F-3200-CONTROLAR-CUPO
              IF RCH-MOTIVO IS NOT EQUAL SPACES
                 PERFORM 5000-RECHAZAR THRU F-5000-RECHAZAR
                 GO TO F-3000-PROCESAR-OPERACION
              END-IF
           END-IF

           PERFORM 4000-GENERAR-OPERACION
                   THRU F-4000-GENERAR-OPERACION.

       F-3000-PROCESAR-OPERACION. EXIT.
      **************************************************************
       3100-CALCULAR-PESOS.
      *    COTIZACION APLICADA = COTIZACION DEL DIA MAS EL SPREAD DE
      *    COMPRA O MENOS EL DE VENTA, SEGUN OPERE EL CLIENTE.
           MOVE ZEROS TO WS-COT-IDX
                         WS-IMPORTE-PES
                         WS-PCT-SPREAD

           PERFORM VARYING WS-COT-SUB FROM 1 BY 1
                   UNTIL WS-COT-SUB > WS-COT-CONT
               IF WS-COT-MONEDA (WS-COT-SUB) IS EQUAL OPC-MONEDA
                  MOVE WS-COT-SUB TO WS-COT-IDX
               END-IF
           END-PERFORM

           IF WS-COT-IDX IS EQUAL ZEROS
              GO TO F-3100-CALCULAR-PESOS
           END-IF

           MOVE WS-COT-VALOR (WS-COT-IDX) TO WS-COT-MEDIA

           MOVE ZEROS TO WS-SPR-IDX

           PERFORM VARYING WS-SPR-SUB FROM 1 BY 1
                   UNTIL WS-SPR-SUB > WS-SPR-CONT
               IF WS-SPR-MONEDA (WS-SPR-SUB) IS EQUAL OPC-MONEDA
                  MOVE WS-SPR-SUB TO WS-SPR-IDX
               END-IF
           END-PERFORM

           IF WS-SPR-IDX NOT EQUAL ZEROS
              IF OPC-COMPRA
                 MOVE WS-SPR-COMPRA (WS-SPR-IDX) TO WS-PCT-SPREAD
              ELSE
                 MOVE WS-SPR-VENTA  (WS-SPR-IDX) TO WS-PCT-SPREAD
              END-IF
           END-IF

           IF OPC-COMPRA
              COMPUTE WS-COT-APLICADA ROUNDED =
                      WS-COT-MEDIA * (100 + WS-PCT-SPREAD) / 100
           ELSE
              COMPUTE WS-COT-APLICADA ROUNDED =
                      WS-COT-MEDIA * (100 - WS-PCT-SPREAD) / 100
           END-IF

           COMPUTE WS-IMPORTE-PES ROUNDED =
                   OPC-IMPORTE-ME * WS-COT-APLICADA.

       F-3100-CALCULAR-PESOS. EXIT.
      **************************************************************
       3200-CONTROLAR-CUPO.
      *    EL CUPO ES EN DOLARES: UNA COMPRA EN OTRA MONEDA SE PASA
      *    A DOLARES CRUZANDO LAS COTIZACIONES DEL DIA SIN SPREAD.
      *    DEJA RCH-MOTIVO CARGADO SI LA COMPRA NO ENTRA EN EL CUPO.
           MOVE SPACES TO RCH-MOTIVO

           IF OPC-MONEDA IS EQUAL 'USD'
              MOVE OPC-IMPORTE-ME TO WS-IMPORTE-USD
           ELSE
              MOVE ZEROS TO WS-COT-DOLAR
              PERFORM VARYING WS-COT-SUB FROM 1 BY 1
                      UNTIL WS-COT-SUB > WS-COT-CONT
                  IF WS-COT-MONEDA (WS-COT-SUB) IS EQUAL 'USD'
                     MOVE WS-COT-VALOR (WS-COT-SUB) TO WS-COT-DOLAR
                  END-IF
              END-PERFORM
              IF WS-COT-DOLAR IS EQUAL ZEROS
                 MOVE 'SIN COTIZACION DEL DOLAR' TO RCH-MOTIVO
                 GO TO F-3200-CONTROLAR-CUPO
              END-IF
              COMPUTE WS-IMPORTE-USD ROUNDED =
                      OPC-IMPORTE-ME * WS-COT-MEDIA / WS-COT-DOLAR
           END-IF

           MOVE 'N'        TO WS-FLAG-CUPO-NUEVO
           MOVE OPC-TIPDOC TO MAE-CUP-CLAVE (1:2)
           MOVE OPC-NRODOC TO MAE-CUP-CLAVE (3:11)

           READ CUPOS INTO WS-REG-CUPCAM
              INVALID KEY
                 SET WS-CUPO-NUEVO TO TRUE
                 MOVE SPACES     TO WS-REG-CUPCAM
                 MOVE OPC-TIPDOC TO CUP-TIPDOC
                 MOVE OPC-NRODOC TO CUP-NRODOC
                 MOVE ZEROS      TO CUP-PERIODO
           END-READ

      *    OTRO MES: EL ACUMULADO EMPIEZA DE CERO.
           IF CUP-PERIODO IS NOT EQUAL WS-PERIODO-R
              MOVE WS-PERIODO-R TO CUP-PERIODO
              MOVE ZEROS        TO CUP-COMPRADO-USD
                                   CUP-CANT-OPER
                                   CUP-FEC-ULT-OPER
           END-IF

           IF CUP-COMPRADO-USD + WS-IMPORTE-USD IS GREATER
              WS-CUPO-MENSUAL
              ADD 1 TO WS-CANT-SIN-CUPO
              MOVE 'EXCEDE CUPO MENSUAL' TO RCH-MOTIVO
           END-IF.

       F-3200-CONTROLAR-CUPO. EXIT.
      **************************************************************
       3300-VERIFICAR-TITULAR.
      *    WS-BUS-CUENTA TRAE LA CUENTA; PRIMERO EL TITULAR Y, SI NO
      *    ES EL DOCUMENTO, LOS COTITULARES DE DDCOTIT.
           MOVE 'N' TO WS-FLAG-TITULAR

           MOVE ZEROS TO WS-VCU-IDX
           PERFORM VARYING WS-VCU-SUB FROM 1 BY 1
                   UNTIL WS-VCU-SUB > WS-VCU-CONT
               IF WS-VCU-CLAVE (WS-VCU-SUB) IS EQUAL WS-BUS-CUENTA
                  MOVE WS-VCU-SUB TO WS-VCU-IDX
               END-IF
           END-PERFORM

           IF WS-VCU-IDX NOT EQUAL ZEROS
              MOVE WS-VCU-NROCLI (WS-VCU-IDX) TO WS-BUS-NROCLI
              PERFORM 3310-COMPARAR-DOC THRU F-3310-COMPARAR-DOC
           END-IF

           IF WS-ES-TITULAR OR NOT WS-HAY-COTITUL
              GO TO F-3300-VERIFICAR-TITULAR
           END-IF

           MOVE WS-BUS-CUENTA TO MAE-COT-CLAVE (1:10)
           MOVE ZEROS         TO MAE-COT-CLAVE (11:7)

           START COTITUL KEY IS NOT LESS MAE-COT-CLAVE
              INVALID KEY
                 MOVE '10' TO FS-COTITUL
              NOT INVALID KEY
                 MOVE '00' TO FS-COTITUL
           END-START

           PERFORM UNTIL FS-COTITUL IS NOT EQUAL '00'
                      OR WS-ES-TITULAR
              READ COTITUL NEXT INTO WS-REG-COTIT
                 AT END
                    MOVE '10' TO FS-COTITUL
                 NOT AT END
                    IF COT-CLAVE (1:10) IS NOT EQUAL WS-BUS-CUENTA
                       MOVE '10' TO FS-COTITUL
                    ELSE
                       MOVE COT-NROCLI TO WS-BUS-NROCLI
                       PERFORM 3310-COMPARAR-DOC
                               THRU F-3310-COMPARAR-DOC
                    END-IF
              END-READ
           END-PERFORM.

       F-3300-VERIFICAR-TITULAR. EXIT.
      **************************************************************
       3310-COMPARAR-DOC.

           PERFORM VARYING WS-VCL-SUB FROM 1 BY 1
                   UNTIL WS-VCL-SUB > WS-VCL-CONT
               IF WS-VCL-NROCLI (WS-VCL-SUB) IS EQUAL WS-BUS-NROCLI
                  AND WS-VCL-DOC (WS-VCL-SUB) IS EQUAL
                      WS-DOC-OPERACION
                  SET WS-ES-TITULAR TO TRUE
               END-IF
           END-PERFORM.

       F-3310-COMPARAR-DOC. EXIT.
      **************************************************************
       4000-GENERAR-OPERACION.
      *    COMPRA: DEBITO EN PESOS Y CREDITO EN LA MONEDA EXTRANJERA.
      *    VENTA : DEBITO EN LA MONEDA EXTRANJERA Y CREDITO EN PESOS.
      *    LAS DOS PATAS LLEVAN LA MISMA REFERENCIA Y EL CONTRAVALOR.
           IF OPC-REFERENCIA IS EQUAL SPACES
              ADD 1 TO WS-REFER-SEC
              MOVE WS-REFER-GENERADA TO WS-REFER-OPER
           ELSE
              MOVE OPC-REFERENCIA    TO WS-REFER-OPER
           END-IF

           MOVE SPACES             TO WS-REG-MOVIMI
           MOVE OPC-TIPCUEN-PES    TO WS-MOV-TIPO
           MOVE OPC-NROCUEN-PES    TO WS-MOV-CUENTA
           MOVE WS-IMPORTE-PES     TO WS-MOV-IMPORTE
           MOVE WS-FECHA-NEGOCIO-R TO WS-MOV-FECHA
           MOVE WS-REFER-OPER      TO WS-MOV-REFER
           MOVE TMV-OPER-CAMBIO    TO WS-MOV-TIPMOV
           MOVE WS-IMPORTE-PES     TO WS-MOV-CONTRAVALOR

           IF OPC-COMPRA
              MOVE 'D' TO WS-MOV-DBCR
           ELSE
              MOVE 'C' TO WS-MOV-DBCR
           END-IF

           PERFORM 4100-GRABAR-MOVIMIENTO THRU F-4100-GRABAR-MOVIMIENTO

           MOVE OPC-TIPCUEN-ME     TO WS-MOV-TIPO
           MOVE OPC-NROCUEN-ME     TO WS-MOV-CUENTA
           MOVE OPC-IMPORTE-ME     TO WS-MOV-IMPORTE

           IF OPC-COMPRA
              MOVE 'C' TO WS-MOV-DBCR
           ELSE
              MOVE 'D' TO WS-MOV-DBCR
           END-IF

           PERFORM 4100-GRABAR-MOVIMIENTO THRU F-4100-GRABAR-MOVIMIENTO

           IF OPC-COMPRA
              ADD CUP-COMPRADO-USD WS-IMPORTE-USD
                  GIVING CUP-COMPRADO-USD
              ADD 1                  TO CUP-CANT-OPER
              MOVE WS-FECHA-NEGOCIO-R TO CUP-FEC-ULT-OPER
              PERFORM 4200-GRABAR-CUPO THRU F-4200-GRABAR-CUPO
              ADD 1              TO WS-CANT-COMPRAS
              ADD WS-IMPORTE-PES TO WS-TOT-PES-COMPRA
           ELSE
              ADD 1              TO WS-CANT-VENTAS
              ADD WS-IMPORTE-PES TO WS-TOT-PES-VENTA
           END-IF

           PERFORM 4300-INFORMAR-REGIMEN THRU F-4300-INFORMAR-REGIMEN.

       F-4000-GENERAR-OPERACION. EXIT.
      **************************************************************
       4100-GRABAR-MOVIMIENTO.

           WRITE REG-MOVCAM FROM WS-REG-MOVIMI

           IF FS-MOVCAM IS NOT EQUAL '00'
              DISPLAY '* ERROR EN WRITE MOVCAM   = ' FS-MOVCAM
              MOVE 9999 TO RETURN-CODE
              SET FS-OPERACIONES-FIN TO TRUE
           END-IF.

       F-4100-GRABAR-MOVIMIENTO. EXIT.
      **************************************************************
       4200-GRABAR-CUPO.

           IF WS-CUPO-NUEVO
              WRITE REG-CUPOS FROM WS-REG-CUPCAM
           ELSE
              REWRITE REG-CUPOS FROM WS-REG-CUPCAM
           END-IF

           IF FS-CUPOS IS NOT EQUAL '00'
              DISPLAY '* ERROR EN GRABACION CUPOS = ' FS-CUPOS
              MOVE 9999 TO RETURN-CODE
              SET FS-OPERACIONES-FIN TO TRUE
           END-IF.

       F-4200-GRABAR-CUPO. EXIT.
      **************************************************************
       4300-INFORMAR-REGIMEN.
      *    UN REGISTRO POR OPERACION PARA EL REGIMEN INFORMATIVO DE
      *    CAMBIOS; LA CUENTA INFORMADA ES LA DE MONEDA EXTRANJERA.
           MOVE SPACES             TO WS-REG-REGIMEN
           MOVE WS-FECHA-NEGOCIO-R TO RGC-FECHA
           MOVE OPC-OPERACION      TO RGC-OPERACION
           MOVE OPC-MONEDA         TO RGC-MONEDA
           MOVE OPC-IMPORTE-ME     TO RGC-IMPORTE-ME
           MOVE WS-COT-APLICADA    TO RGC-COTIZACION
           MOVE WS-IMPORTE-PES     TO RGC-IMPORTE-PES
           MOVE OPC-TIPDOC         TO RGC-TIPDOC
           MOVE OPC-NRODOC         TO RGC-NRODOC
           MOVE WS-REFER-OPER      TO RGC-REFERENCIA
           MOVE OPC-TIPCUEN-ME     TO RGC-TIPCUEN
           MOVE OPC-NROCUEN-ME     TO RGC-NROCUEN

           WRITE REG-REGIMEN FROM WS-REG-REGIMEN

           IF FS-REGIMEN IS NOT EQUAL '00'
              DISPLAY '* ERROR EN WRITE REGIMEN  = ' FS-REGIMEN
              MOVE 9999 TO RETURN-CODE
              SET FS-OPERACIONES-FIN TO TRUE
           END-IF.

       F-4300-INFORMAR-REGIMEN. EXIT.
      **************************************************************
       5000-RECHAZAR.
      *    EL LLAMADOR DEJA CARGADO RCH-MOTIVO.
           ADD 1 TO WS-CANT-RECHAZADAS

           MOVE WS-REG-OPERACION TO RCH-NOVEDAD
           WRITE REG-RECHAZO

           IF FS-RECHAZO IS NOT EQUAL '00'
              DISPLAY '* ERROR EN WRITE RECHAZOS = ' FS-RECHAZO
              MOVE 9999 TO RETURN-CODE
              SET FS-OPERACIONES-FIN TO TRUE
           END-IF.

       F-5000-RECHAZAR. EXIT.
      **************************************************************
       9999-FINAL.

           IF RETURN-CODE NOT EQUAL 9999
             CLOSE OPERACIONES
                 IF FS-OPERACIONES IS NOT EQUAL '00' AND '10'
                  DISPLAY '* ERROR EN CLOSE OPERACIONES = '
                                            FS-OPERACIONES
                  MOVE 9999 TO RETURN-CODE
                 END-IF

             CLOSE MONEDAS
                 IF FS-MONEDAS IS NOT EQUAL '00'
                  DISPLAY '* ERROR EN CLOSE MONEDAS  = '
                                            FS-MONEDAS
                  MOVE 9999 TO RETURN-CODE
                 END-IF

             CLOSE CUPOS
                 IF FS-CUPOS IS NOT EQUAL '00'
                  DISPLAY '* ERROR EN CLOSE CUPOS    = '
                                            FS-CUPOS
                  MOVE 9999 TO RETURN-CODE
                 END-IF

             CLOSE MOVCAM
                 IF FS-MOVCAM IS NOT EQUAL '00'
                  DISPLAY '* ERROR EN CLOSE MOVCAM   = '
                                            FS-MOVCAM
                  MOVE 9999 TO RETURN-CODE
                 END-IF

             CLOSE REGIMEN
                 IF FS-REGIMEN IS NOT EQUAL '00'
                  DISPLAY '* ERROR EN CLOSE REGIMEN  = '
                                            FS-REGIMEN
                  MOVE 9999 TO RETURN-CODE
                 END-IF

             CLOSE RECHAZOS
                 IF FS-RECHAZO IS NOT EQUAL '00'
                  DISPLAY '* ERROR EN CLOSE RECHAZOS = '
                                            FS-RECHAZO
                  MOVE 9999 TO RETURN-CODE
                 END-IF

             IF WS-HAY-COTITUL
                CLOSE COTITUL
                IF FS-COTITUL IS NOT EQUAL '00'
                   DISPLAY '* ERROR EN CLOSE COTITUL  = '
                                             FS-COTITUL
                   MOVE 9999 TO RETURN-CODE
                END-IF
             END-IF

             DISPLAY '***************************************'
             DISPLAY ' OPERACIONES LEIDAS          :  '
                                               WS-CANT-LEIDOS
             DISPLAY ' COMPRAS DEL CLIENTE         :  '
                                               WS-CANT-COMPRAS
             MOVE WS-TOT-PES-COMPRA TO WS-TOT-EDIT
             DISPLAY '   PESOS DEBITADOS           :  ' WS-TOT-EDIT
             DISPLAY ' VENTAS DEL CLIENTE          :  '
                                               WS-CANT-VENTAS
             MOVE WS-TOT-PES-VENTA TO WS-TOT-EDIT
             DISPLAY '   PESOS ACREDITADOS         :  ' WS-TOT-EDIT
             DISPLAY ' OPERACIONES RECHAZADAS      :  '
                                               WS-CANT-RECHAZADAS
             DISPLAY '   DE ELLAS POR CUPO MENSUAL :  '
                                               WS-CANT-SIN-CUPO
             DISPLAY '***************************************'

           END-IF.

       F-9999-FINAL.
           EXIT.
