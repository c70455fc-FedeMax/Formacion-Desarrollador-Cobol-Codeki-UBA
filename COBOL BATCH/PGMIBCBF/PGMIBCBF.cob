       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMIBCBF.
       AUTHOR.    FEDERICO FALCON.
      **************************************************************
      *  IMPUESTO A LOS DEBITOS Y CREDITOS BANCARIOS.              *
      *  EL IMPUESTO SE COBRABA A MANO CON UN AJUSTE MENSUAL. ESTE *
      *  PASO CORRE ANTES DEL MOTOR DE SALDOS PGMBECBF Y LIQUIDA   *
      *  EL IMPUESTO DE CADA MOVIMIENTO DEL DIA (DDMOVIM, LAYOUT   *
      *  MOVIMCC):                                                 *
      *    - LA ALICUOTA DEPENDE DEL SENTIDO (DEBITO O CREDITO) Y  *
      *      SALE DE LA TARJETA DDCTRL                             *
      *    - NO PAGAN LOS TIPOS DE MOVIMIENTO MARCADOS EXENTOS EN  *
      *      EL MAESTRO DE TIPOS DDTIPOS (TIP-EXENTO-IDC, CLASE    *
      *      'M'), NI EL PROPIO DEBITO DEL IMPUESTO                *
      *    - EL REGISTRO DE EXENCIONES DDEXEIDC (LAYOUT CPEXEIDC)  *
      *      EXIME LAS CUENTAS SUELDO Y APLICA LA ALICUOTA DEL     *
      *      CERTIFICADO DE ALICUOTA REDUCIDA, SOLO DENTRO DE SU   *
      *      VIGENCIA                                              *
      *  EL IMPUESTO SALE COMO DEBITO MOVIMCC (DDMOVIDC) CON TIPO  *
      *  TMV-IMP-DEBCRED (CPTIPMOV), QUE ENTRA AL MOTOR DE SALDOS  *
      *  CONCATENADO A DDMOVIM COMO LOS DEMAS MOVIMIENTOS          *
      *  GENERADOS. CADA MOVIMIENTO LIQUIDADO, EXENTO O NO, SE     *
      *  GRABA EN EL DETALLE POR CUENTA DDDETIDC PARA LOS          *
      *  AUDITORES. LA OBLIGACION DEL MES SE ACUMULA POR           *
      *  CATEGORIA Y SENTIDO SOBRE LA DE AYER (DDLIQANT A          *
      *  DDLIQHOY, LAYOUT CPLIQIDC); EN EL PRIMER DIA DE UN MES    *
      *  NUEVO ARRANCA DE CERO. LA FECHA DE NEGOCIO SALE DE        *
      *  DDFECPRO.                                                 *
      **************************************************************
       ENVIRONMENT DIVISION.
      **************************************************************
       CONFIGURATION SECTION.

       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
      **************************************************************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

            SELECT MOVIMI ASSIGN TO DDMOVIM
                 FILE STATUS IS FS-MOVIMI.

            SELECT TIPOS ASSIGN TO DDTIPOS
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS MAE-TIP-CLAVE
                 FILE STATUS IS FS-TIPOS.

            SELECT EXENCION ASSIGN TO DDEXEIDC
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS MAE-EXI-CLAVE
                 FILE STATUS IS FS-EXENCION.

            SELECT TARJETA ASSIGN TO DDCTRL
                 FILE STATUS IS FS-CONTROL.

            SELECT FECHAPRO ASSIGN TO DDFECPRO
                 FILE STATUS IS FS-FECHAPRO.

            SELECT LIQANT ASSIGN TO DDLIQANT
                 FILE STATUS IS FS-LIQANT.

            SELECT LIQHOY ASSIGN TO DDLIQHOY
                 FILE STATUS IS FS-LIQHOY.

            SELECT MOVIDC ASSIGN TO DDMOVIDC
                 FILE STATUS IS FS-MOVIDC.

            SELECT DETALLE ASSIGN TO DDDETIDC
                 FILE STATUS IS FS-DETALLE.
      **************************************************************
       I-O-CONTROL.

       DATA DIVISION.
       FILE SECTION.
       FD   MOVIMI
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01   REG-MOVIMI              PIC X(80).
      **************************************************************
       FD   TIPOS.

       01   REG-TIPOS.
           03  MAE-TIP-CLAVE        PIC X(03).
           03  FILLER               PIC X(57).
      **************************************************************
       FD   EXENCION.

       01   REG-EXENCION.
           03  MAE-EXI-CLAVE        PIC X(10).
           03  FILLER               PIC X(50).
      **************************************************************
       FD   TARJETA
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01   REG-CONTROL.
           05  CTL-ALIC-DEBITO      PIC 9(02)V9999.
           05  CTL-ALIC-CREDITO     PIC 9(02)V9999.
           05  FILLER               PIC X(68).
      **************************************************************
       FD   FECHAPRO
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01   REG-FECHAPRO.
           05  FPR-FECHA            PIC 9(08).
           05  FILLER               PIC X(72).
      **************************************************************
       FD   LIQANT
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01   REG-LIQANT              PIC X(80).
      **************************************************************
       FD   LIQHOY
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01   REG-LIQHOY              PIC X(80).
      **************************************************************
       FD   MOVIDC
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01   REG-MOVIDC              PIC X(80).
      **************************************************************
       FD   DETALLE
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01   REG-DETALLE.
           05  DIC-TIPCUEN          PIC 9(02).
           05  DIC-NROCUEN          PIC 9(08).
           05  DIC-FECHA            PIC X(08).
           05  DIC-DBCR             PIC X(01).
           05  DIC-TIPMOV           PIC 9(02).
           05  DIC-IMPORTE          PIC S9(07)V99.
           05  DIC-CATEGORIA        PIC X(01).
           05  DIC-ALICUOTA         PIC 9(02)V9999.
           05  DIC-IMPUESTO         PIC S9(07)V99.
           05  DIC-NRO-CERTIF       PIC X(12).
           05  FILLER               PIC X(22).
      **************************************************************
       WORKING-STORAGE SECTION.

       77  FILLER        PIC X(26) VALUE '* INICIO WORKING-STORAGE *'.
      **************************************************************

       77  FS-MOVIMI       PIC XX    VALUE SPACES.
           88  FS-MOVIMI-FIN         VALUE '10'.

       77  FS-TIPOS        PIC XX    VALUE SPACES.
       77  FS-EXENCION     PIC XX    VALUE SPACES.
       77  FS-CONTROL      PIC XX    VALUE SPACES.
       77  FS-FECHAPRO     PIC XX    VALUE SPACES.
       77  FS-LIQANT       PIC XX    VALUE SPACES.
       77  FS-LIQHOY       PIC XX    VALUE SPACES.
       77  FS-MOVIDC       PIC XX    VALUE SPACES.
       77  FS-DETALLE      PIC XX    VALUE SPACES.

       01  WS-FLAG-EXENCION           PIC X       VALUE 'N'.
           88  WS-HAY-EXENCION                    VALUE 'S'.

      *****************PARAMETROS DE LA TARJETA***********************
       77  WS-ALIC-DEBITO             PIC 9(02)V9999 VALUE ZEROES.
       77  WS-ALIC-CREDITO            PIC 9(02)V9999 VALUE ZEROES.

      *****************TIPOS DE MOVIMIENTO EXENTOS*********************
      *    POSICION = CODIGO DE TIPO + 1 (EL CODIGO 00 VA EN LA 1).
       01  WS-TABLA-EXENTOS.
           03  WS-TIP-EXENTO  OCCURS 100 TIMES  PIC X(01).
       77  WS-TIP-SUB      PIC 9(03) USAGE COMP VALUE ZEROS.

      *****************OBLIGACION DEL MES POR CATEGORIA Y SENTIDO*****
       77  WS-LIQ-CONT     PIC 9(04) USAGE COMP VALUE 6.
       77  WS-LIQ-SUB      PIC 9(04) USAGE COMP VALUE ZEROS.
       77  WS-LIQ-IDX      PIC 9(04) USAGE COMP VALUE ZEROS.
       01  WS-TABLA-LIQUIDACION.
           03  WS-LIQ      OCCURS 6 TIMES.
               05  WS-LIQ-CATEGORIA PIC X(01).
               05  WS-LIQ-DBCR      PIC X(01).
               05  WS-LIQ-CANT      PIC 9(07).
               05  WS-LIQ-BASE      PIC S9(13)V99 COMP-3.
               05  WS-LIQ-IMPUESTO  PIC S9(11)V99 COMP-3.

       01  WS-CATEGORIAS-INICIALES.
           05  FILLER      PIC X(12) VALUE 'GDGCRDRCSDSC'.
       01  WS-CATEGORIAS-R REDEFINES WS-CATEGORIAS-INICIALES.
           03  WS-CAT-INI  OCCURS 6 TIMES.
               05  WS-CAT-INI-CATEGORIA PIC X(01).
               05  WS-CAT-INI-DBCR      PIC X(01).

       77  WS-PERIODO      PIC 9(06)  VALUE ZEROS.

      *****************LIQUIDACION DEL MOVIMIENTO EN CURSO*************
       77  WS-TIPMOV       PIC 9(02)  VALUE ZEROS.
       77  WS-CATEGORIA    PIC X(01)  VALUE SPACE.
       77  WS-ALICUOTA     PIC 9(02)V9999 VALUE ZEROS.
       01  WS-NRO-CERTIF   PIC X(12)  VALUE SPACES.
       77  WS-BASE         PIC S9(09)V99 COMP-3 VALUE ZEROS.
       77  WS-IMPUESTO     PIC S9(07)V99 COMP-3 VALUE ZEROS.

      *********************CONTADORES*******************************
       77  WS-MOV-LEIDOS              PIC 9(07)   VALUE ZEROES.
       77  WS-MOV-NO-GRAVADOS         PIC 9(07)   VALUE ZEROES.
       77  WS-MOV-EXENTOS             PIC 9(07)   VALUE ZEROES.
       77  WS-MOV-LIQUIDADOS          PIC 9(07)   VALUE ZEROES.
       77  WS-DEB-EMITIDOS            PIC 9(07)   VALUE ZEROES.
       77  WS-TOT-DIA      PIC S9(11)V99 COMP-3 VALUE ZEROS.
       01  WS-TOT-EDIT     PIC -ZZZZZZZZZZZZ9,99.
       01  WS-BASE-EDIT    PIC -ZZZZZZZZZZZZZZ9,99.

      *****************FECHA DE NEGOCIO Y REGISTROS DE TRABAJO*********
           COPY CPFECPRO.

           COPY CPTIPOS.

           COPY CPEXEIDC.

           COPY CPLIQIDC.

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
                   UNTIL FS-MOVIMI-FIN.

           PERFORM 8000-GRABAR-LIQUIDACION
                   THRU F-8000-GRABAR-LIQUIDACION.

           PERFORM 9999-FINAL    THRU  F-9999-FINAL.

       F-MAIN-PROGRAM. GOBACK.

      **************************************
      *                                    *
      *  CUERPO INICIO APERTURA ARCHIVOS   *
      *                                    *
      **************************************
       1000-INICIO.

           OPEN INPUT  MOVIMI.

           IF FS-MOVIMI IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN MOVIMI    = ' FS-MOVIMI
              MOVE 9999 TO RETURN-CODE
              SET  FS-MOVIMI-FIN TO TRUE
           END-IF

           OPEN OUTPUT MOVIDC.

           IF FS-MOVIDC IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN MOVIDC    = ' FS-MOVIDC
              MOVE 9999 TO RETURN-CODE
              SET  FS-MOVIMI-FIN TO TRUE
           END-IF

           OPEN OUTPUT DETALLE.

           IF FS-DETALLE IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN DETALLE   = ' FS-DETALLE
              MOVE 9999 TO RETURN-CODE
              SET  FS-MOVIMI-FIN TO TRUE
           END-IF

           OPEN OUTPUT LIQHOY.

           IF FS-LIQHOY IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN LIQHOY    = ' FS-LIQHOY
              MOVE 9999 TO RETURN-CODE
              SET  FS-MOVIMI-FIN TO TRUE
           END-IF

           OPEN INPUT  TARJETA.
           IF FS-CONTROL IS EQUAL '00'
              READ TARJETA
                 AT END
                    DISPLAY '* TARJETA DE CONTROL VACIA, NO SE '
                            'LIQUIDA'
                    MOVE 9999 TO RETURN-CODE
                    SET  FS-MOVIMI-FIN TO TRUE
                 NOT AT END
                    MOVE CTL-ALIC-DEBITO  TO WS-ALIC-DEBITO
                    MOVE CTL-ALIC-CREDITO TO WS-ALIC-CREDITO
              END-READ
              CLOSE TARJETA
           ELSE
              DISPLAY '* NO SE PUDO ABRIR CONTROL, NO SE LIQUIDA'
              MOVE 9999 TO RETURN-CODE
              SET  FS-MOVIMI-FIN TO TRUE
           END-IF

           IF WS-ALIC-DEBITO IS EQUAL ZEROS
              AND WS-ALIC-CREDITO IS EQUAL ZEROS
              AND RETURN-CODE NOT EQUAL 9999
              DISPLAY '* ALICUOTAS EN CERO, NO SE LIQUIDA'
              MOVE 9999 TO RETURN-CODE
              SET  FS-MOVIMI-FIN TO TRUE
           END-IF

      *    SIN REGISTRO DE EXENCIONES TODAS LAS CUENTAS PAGAN LA
      *    ALICUOTA GENERAL.
           OPEN INPUT EXENCION.

           IF FS-EXENCION IS EQUAL '00'
              SET WS-HAY-EXENCION TO TRUE
           ELSE
              DISPLAY '* SIN REGISTRO DE EXENCIONES, TODO A ALICUOTA '
                      'GENERAL'
           END-IF

           PERFORM 1100-LEER-FECHA    THRU F-1100-LEER-FECHA.
           PERFORM 1200-CARGAR-EXENTOS THRU F-1200-CARGAR-EXENTOS.
           PERFORM 1300-CARGAR-LIQUIDACION
                   THRU F-1300-CARGAR-LIQUIDACION.

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

           MOVE WS-FECHA-NEGOCIO-R (1:6) TO WS-PERIODO.

       F-1100-LEER-FECHA. EXIT.
      **************************************************************
       1200-CARGAR-EXENTOS.
      *    MARCA LOS TIPOS DE MOVIMIENTO EXENTOS (CLASE 'M' CON
      *    TIP-EXENTO-IDC EN 'S'). SIN MAESTRO DE TIPOS TODOS LOS
      *    MOVIMIENTOS ESTAN GRAVADOS.
           MOVE SPACES TO WS-TABLA-EXENTOS

           OPEN INPUT TIPOS

           IF FS-TIPOS IS EQUAL '00'
              MOVE 'M00' TO MAE-TIP-CLAVE
              START TIPOS KEY IS NOT LESS MAE-TIP-CLAVE
                 INVALID KEY
                    MOVE '10' TO FS-TIPOS
              END-START

              PERFORM UNTIL FS-TIPOS IS NOT EQUAL '00'
                 READ TIPOS NEXT INTO WS-REG-TIPOS
                    AT END
                       MOVE '10' TO FS-TIPOS
                    NOT AT END
                       IF TIP-CLASE IS NOT EQUAL 'M'
                          MOVE '10' TO FS-TIPOS
                       ELSE
                          IF TIP-EXENTO-IDC IS EQUAL 'S'
                             COMPUTE WS-TIP-SUB = TIP-CODIGO + 1
                             MOVE 'S' TO WS-TIP-EXENTO (WS-TIP-SUB)
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE TIPOS
           ELSE
              DISPLAY '* SIN MAESTRO DE TIPOS, TODOS LOS TIPOS '
                      'GRAVADOS'
           END-IF.

       F-1200-CARGAR-EXENTOS. EXIT.
      **************************************************************
       1300-CARGAR-LIQUIDACION.
      *    ARRANCA CON LAS SEIS FILAS EN CERO Y SUMA LA OBLIGACION
      *    ACUMULADA DE AYER SOLO SI ES DEL MISMO MES; LA PRIMERA
      *    CORRIDA O UN MES NUEVO EMPIEZAN DE CERO.
           PERFORM VARYING WS-LIQ-SUB FROM 1 BY 1
                   UNTIL WS-LIQ-SUB > WS-LIQ-CONT
               MOVE WS-CAT-INI-CATEGORIA (WS-LIQ-SUB) TO
                    WS-LIQ-CATEGORIA (WS-LIQ-SUB)
               MOVE WS-CAT-INI-DBCR (WS-LIQ-SUB) TO
                    WS-LIQ-DBCR (WS-LIQ-SUB)
               MOVE ZEROS TO WS-LIQ-CANT     (WS-LIQ-SUB)
               MOVE ZEROS TO WS-LIQ-BASE     (WS-LIQ-SUB)
               MOVE ZEROS TO WS-LIQ-IMPUESTO (WS-LIQ-SUB)
           END-PERFORM

           OPEN INPUT LIQANT

           IF FS-LIQANT IS EQUAL '00'
              PERFORM UNTIL FS-LIQANT IS NOT EQUAL '00'
                 READ LIQANT INTO WS-REG-LIQIDC
                    AT END
                       MOVE '10' TO FS-LIQANT
                    NOT AT END
                       IF LIQ-PERIODO IS EQUAL WS-PERIODO
                          MOVE LIQ-CATEGORIA TO WS-CATEGORIA
                          MOVE LIQ-DBCR      TO WS-MOV-DBCR
                          PERFORM 3300-BUSCAR-LIQUIDACION
                                  THRU F-3300-BUSCAR-LIQUIDACION
                          IF WS-LIQ-IDX NOT EQUAL ZEROS
                             ADD LIQ-CANT     TO
                                 WS-LIQ-CANT     (WS-LIQ-IDX)
                             ADD LIQ-BASE     TO
                                 WS-LIQ-BASE     (WS-LIQ-IDX)
                             ADD LIQ-IMPUESTO TO
                                 WS-LIQ-IMPUESTO (WS-LIQ-IDX)
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE LIQANT
           ELSE
              DISPLAY '* SIN LIQUIDACION DE AYER, EL MES ARRANCA '
                      'DE CERO'
           END-IF.

       F-1300-CARGAR-LIQUIDACION. EXIT.
      **************************************************************
       2000-PROCESO.

           READ MOVIMI INTO WS-REG-MOVIMI

           EVALUATE FS-MOVIMI
             WHEN '00'
                  ADD 1 TO WS-MOV-LEIDOS
                  PERFORM 3000-LIQUIDAR THRU F-3000-LIQUIDAR

              WHEN '10'
                CONTINUE

              WHEN OTHER
              DISPLAY '* ERROR EN LECTURA MOVIMI   = ' FS-MOVIMI
              MOVE 9999 TO RETURN-CODE
              SET FS-MOVIMI-FIN TO TRUE

           END-EVALUATE.

       F-2000-PROCESO. EXIT.
      **************************************************************
       3000-LIQUIDAR.
      *    TIPO DE MOVIMIENTO EN BLANCO O CERO ES DE SUCURSAL.
           IF WS-MOV-TIPMOV IS NUMERIC
              AND WS-MOV-TIPMOV IS NOT EQUAL ZEROS
              MOVE WS-MOV-TIPMOV TO WS-TIPMOV
           ELSE
              MOVE TMV-SUCURSAL  TO WS-TIPMOV
           END-IF

           IF WS-MOV-DBCR IS NOT EQUAL 'D' AND 'C'
              OR WS-TIPMOV IS EQUAL TMV-IMP-DEBCRED
              ADD 1 TO WS-MOV-NO-GRAVADOS
              GO TO F-3000-LIQUIDAR
           END-IF

           COMPUTE WS-TIP-SUB = WS-TIPMOV + 1

           IF WS-TIP-EXENTO (WS-TIP-SUB) IS EQUAL 'S'
              ADD 1 TO WS-MOV-NO-GRAVADOS
              GO TO F-3000-LIQUIDAR
           END-IF

           IF WS-MOV-IMPORTE IS LESS ZEROS
              COMPUTE WS-BASE = ZERO - WS-MOV-IMPORTE
           ELSE
              MOVE WS-MOV-IMPORTE TO WS-BASE
           END-IF

           IF WS-BASE IS EQUAL ZEROS
              ADD 1 TO WS-MOV-NO-GRAVADOS
              GO TO F-3000-LIQUIDAR
           END-IF

           PERFORM 3100-DETERMINAR-CATEGORIA
                   THRU F-3100-DETERMINAR-CATEGORIA

           COMPUTE WS-IMPUESTO ROUNDED =
                   (WS-BASE * WS-ALICUOTA) / 100

           IF WS-CATEGORIA IS EQUAL 'S'
              ADD 1 TO WS-MOV-EXENTOS
           ELSE
              ADD 1 TO WS-MOV-LIQUIDADOS
           END-IF

           PERFORM 3300-BUSCAR-LIQUIDACION
                   THRU F-3300-BUSCAR-LIQUIDACION

           IF WS-LIQ-IDX NOT EQUAL ZEROS
              ADD 1           TO WS-LIQ-CANT     (WS-LIQ-IDX)
              ADD WS-BASE     TO WS-LIQ-BASE     (WS-LIQ-IDX)
              ADD WS-IMPUESTO TO WS-LIQ-IMPUESTO (WS-LIQ-IDX)
           END-IF

           PERFORM 4000-GRABAR-DETALLE THRU F-4000-GRABAR-DETALLE

           IF WS-IMPUESTO IS GREATER ZEROS
              PERFORM 4100-EMITIR-DEBITO THRU F-4100-EMITIR-DEBITO
           END-IF.

       F-3000-LIQUIDAR. EXIT.
      **************************************************************
       3100-DETERMINAR-CATEGORIA.
      *    POR DEFECTO ALICUOTA GENERAL DEL SENTIDO; UNA EXENCION
      *    VIGENTE EN LA FECHA DE NEGOCIO LA REEMPLAZA.
           MOVE 'G'    TO WS-CATEGORIA
           MOVE SPACES TO WS-NRO-CERTIF

           IF WS-MOV-DBCR IS EQUAL 'D'
              MOVE WS-ALIC-DEBITO  TO WS-ALICUOTA
           ELSE
              MOVE WS-ALIC-CREDITO TO WS-ALICUOTA
           END-IF

           IF NOT WS-HAY-EXENCION
              GO TO F-3100-DETERMINAR-CATEGORIA
           END-IF

           MOVE WS-MOV-TIPO   TO MAE-EXI-CLAVE (1:2)
           MOVE WS-MOV-CUENTA TO MAE-EXI-CLAVE (3:8)

           READ EXENCION INTO WS-REG-EXEIDC
              INVALID KEY
                 GO TO F-3100-DETERMINAR-CATEGORIA
           END-READ

           IF EXI-VIG-DESDE IS GREATER WS-FECHA-NEGOCIO-R
              GO TO F-3100-DETERMINAR-CATEGORIA
           END-IF

           IF EXI-VIG-HASTA IS NOT EQUAL ZEROS
              AND EXI-VIG-HASTA IS LESS WS-FECHA-NEGOCIO-R
              GO TO F-3100-DETERMINAR-CATEGORIA
           END-IF

           EVALUATE EXI-CATEGORIA
               WHEN 'S'
                    MOVE 'S'   TO WS-CATEGORIA
                    MOVE ZEROS TO WS-ALICUOTA
               WHEN 'R'
                    MOVE 'R'            TO WS-CATEGORIA
                    MOVE EXI-NRO-CERTIF TO WS-NRO-CERTIF
                    IF WS-MOV-DBCR IS EQUAL 'D'
                       MOVE EXI-ALIC-DEBITO  TO WS-ALICUOTA
                    ELSE
                       MOVE EXI-ALIC-CREDITO TO WS-ALICUOTA
                    END-IF
               WHEN OTHER
                    CONTINUE
           END-EVALUATE.

       F-3100-DETERMINAR-CATEGORIA. EXIT.
      **************************************************************
       3300-BUSCAR-LIQUIDACION.

           MOVE ZEROS TO WS-LIQ-IDX

           PERFORM VARYING WS-LIQ-SUB FROM 1 BY 1
                   UNTIL WS-LIQ-SUB > WS-LIQ-CONT
               IF WS-LIQ-CATEGORIA (WS-LIQ-SUB) IS EQUAL WS-CATEGORIA
                  AND WS-LIQ-DBCR (WS-LIQ-SUB) IS EQUAL WS-MOV-DBCR
                  MOVE WS-LIQ-SUB TO WS-LIQ-IDX
               END-IF
           END-PERFORM.

       F-3300-BUSCAR-LIQUIDACION. EXIT.
      **************************************************************
       4000-GRABAR-DETALLE.

           MOVE SPACES         TO REG-DETALLE
           MOVE WS-MOV-TIPO    TO DIC-TIPCUEN
           MOVE WS-MOV-CUENTA  TO DIC-NROCUEN
           MOVE WS-MOV-FECHA   TO DIC-FECHA
           MOVE WS-MOV-DBCR    TO DIC-DBCR
           MOVE WS-TIPMOV      TO DIC-TIPMOV
           MOVE WS-MOV-IMPORTE TO DIC-IMPORTE
           MOVE WS-CATEGORIA   TO DIC-CATEGORIA
           MOVE WS-ALICUOTA    TO DIC-ALICUOTA
           MOVE WS-IMPUESTO    TO DIC-IMPUESTO
           MOVE WS-NRO-CERTIF  TO DIC-NRO-CERTIF

           WRITE REG-DETALLE

           IF FS-DETALLE IS NOT EQUAL '00'
              DISPLAY '* ERROR EN WRITE DETALLE  = ' FS-DETALLE
              MOVE 9999 TO RETURN-CODE
              SET FS-MOVIMI-FIN TO TRUE
           END-IF.

       F-4000-GRABAR-DETALLE. EXIT.
      **************************************************************
       4100-EMITIR-DEBITO.
      *    SE ARMA SOBRE EL MISMO REGISTRO: TIPO Y CUENTA QUEDAN
      *    LOS DEL MOVIMIENTO QUE ORIGINA EL IMPUESTO. EL DEBITO NO
      *    HEREDA SU CONTRAVALOR NI EL VINCULO DE CONTRA-ASIENTO.
           MOVE WS-IMPUESTO        TO WS-MOV-IMPORTE
           MOVE WS-FECHA-NEGOCIO-R TO WS-MOV-FECHA
           MOVE 'D'                TO WS-MOV-DBCR
           MOVE SPACES             TO WS-MOV-REFER
           MOVE TMV-IMP-DEBCRED    TO WS-MOV-TIPMOV
           MOVE ZEROS              TO WS-MOV-CONTRAVALOR
           MOVE ZEROS              TO WS-MOV-REVERSO

           WRITE REG-MOVIDC FROM WS-REG-MOVIMI

           IF FS-MOVIDC IS NOT EQUAL '00'
              DISPLAY '* ERROR EN WRITE MOVIDC   = ' FS-MOVIDC
              MOVE 9999 TO RETURN-CODE
              SET FS-MOVIMI-FIN TO TRUE
           ELSE
              ADD 1           TO WS-DEB-EMITIDOS
              ADD WS-IMPUESTO TO WS-TOT-DIA
           END-IF.

       F-4100-EMITIR-DEBITO. EXIT.
      **************************************************************
       8000-GRABAR-LIQUIDACION.
      *    LAS SEIS FILAS SALEN SIEMPRE, AUNQUE ESTEN EN CERO, PARA
      *    QUE LA DECLARACION TENGA TODAS LAS CATEGORIAS.
           IF RETURN-CODE IS EQUAL 9999
              GO TO F-8000-GRABAR-LIQUIDACION
           END-IF

           PERFORM VARYING WS-LIQ-SUB FROM 1 BY 1
                   UNTIL WS-LIQ-SUB > WS-LIQ-CONT
               MOVE SPACES          TO WS-REG-LIQIDC
               MOVE WS-PERIODO      TO LIQ-PERIODO
               MOVE WS-LIQ-CATEGORIA (WS-LIQ-SUB) TO LIQ-CATEGORIA
               MOVE WS-LIQ-DBCR     (WS-LIQ-SUB) TO LIQ-DBCR
               MOVE WS-LIQ-CANT     (WS-LIQ-SUB) TO LIQ-CANT
               MOVE WS-LIQ-BASE     (WS-LIQ-SUB) TO LIQ-BASE
               MOVE WS-LIQ-IMPUESTO (WS-LIQ-SUB) TO LIQ-IMPUESTO

               WRITE REG-LIQHOY FROM WS-REG-LIQIDC

               IF FS-LIQHOY IS NOT EQUAL '00'
                  DISPLAY '* ERROR EN WRITE LIQHOY   = ' FS-LIQHOY
                  MOVE 9999 TO RETURN-CODE
               END-IF
           END-PERFORM.

       F-8000-GRABAR-LIQUIDACION. EXIT.
      **************************************************************
       9999-FINAL.

           IF RETURN-CODE NOT EQUAL 9999
             CLOSE MOVIMI
                 IF FS-MOVIMI IS NOT EQUAL '00' AND '10'
                  DISPLAY '* ERROR EN CLOSE MOVIMI   = '
                                            FS-MOVIMI
                  MOVE 9999 TO RETURN-CODE
                 END-IF

             CLOSE MOVIDC
                 IF FS-MOVIDC IS NOT EQUAL '00'
                  DISPLAY '* ERROR EN CLOSE MOVIDC   = '
                                            FS-MOVIDC
                  MOVE 9999 TO RETURN-CODE
                 END-IF

             CLOSE DETALLE
                 IF FS-DETALLE IS NOT EQUAL '00'
                  DISPLAY '* ERROR EN CLOSE DETALLE  = '
                                            FS-DETALLE
                  MOVE 9999 TO RETURN-CODE
                 END-IF

             CLOSE LIQHOY
                 IF FS-LIQHOY IS NOT EQUAL '00'
                  DISPLAY '* ERROR EN CLOSE LIQHOY   = '
                                            FS-LIQHOY
                  MOVE 9999 TO RETURN-CODE
                 END-IF

             IF WS-HAY-EXENCION
                CLOSE EXENCION
                IF FS-EXENCION IS NOT EQUAL '00'
                   DISPLAY '* ERROR EN CLOSE EXENCION = '
                                             FS-EXENCION
                   MOVE 9999 TO RETURN-CODE
                END-IF
             END-IF

             DISPLAY '***************************************'
             DISPLAY ' MOVIMIENTOS LEIDOS          :  ' WS-MOV-LEIDOS
             DISPLAY ' MOVIMIENTOS NO GRAVADOS     :  '
                                               WS-MOV-NO-GRAVADOS
             DISPLAY ' MOVIMIENTOS CUENTA SUELDO   :  '
                                               WS-MOV-EXENTOS
             DISPLAY ' MOVIMIENTOS LIQUIDADOS      :  '
                                               WS-MOV-LIQUIDADOS
             DISPLAY ' DEBITOS DE IMPUESTO EMITIDOS:  '
                                               WS-DEB-EMITIDOS
             MOVE WS-TOT-DIA TO WS-TOT-EDIT
             DISPLAY ' IMPUESTO DEL DIA            :  ' WS-TOT-EDIT
             DISPLAY ' OBLIGACION ACUMULADA DEL PERIODO ' WS-PERIODO
             PERFORM VARYING WS-LIQ-SUB FROM 1 BY 1
                     UNTIL WS-LIQ-SUB > WS-LIQ-CONT
                 MOVE WS-LIQ-BASE     (WS-LIQ-SUB) TO WS-BASE-EDIT
                 MOVE WS-LIQ-IMPUESTO (WS-LIQ-SUB) TO WS-TOT-EDIT
                 DISPLAY '   ' WS-LIQ-CATEGORIA (WS-LIQ-SUB)
                         '-'   WS-LIQ-DBCR      (WS-LIQ-SUB)
                         ' BASE ' WS-BASE-EDIT
                         ' IMPUESTO ' WS-TOT-EDIT
             END-PERFORM
             DISPLAY '***************************************'

           END-IF.

       F-9999-FINAL.
           EXIT.
