       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMRICBF.
       AUTHOR.    FEDERICO FALCON.
      **************************************************************
      *  CALIFICACION MENSUAL DE RIESGO DE LAVADO POR CLIENTE Y    *
      *  VENCIMIENTO DE LA REVISION DE LEGAJO (KYC).               *
      *  CUMPLIMIENTO TRATABA A TODOS LOS CLIENTES IGUAL. ESTE     *
      *  PASO PUNTUA A CADA CLIENTE DEL EXTRACTO DDEXTRAC CON:     *
      *    - EL TIPO DE DOCUMENTO (PASAPORTE O CEDULA EXTRANJERA)  *
      *    - EL ESTADO DE DDESTCLI (BLOQUEADO; EL FALLECIDO NO SE  *
      *      CALIFICA)                                             *
      *    - EL SEGMENTO DE DDSEGM (PGMSGCBF)                      *
      *    - LOS DIAS CON MARCAS EN LA HISTORIA DE VIGILANCIA A    *
      *      30 DIAS DE PGMVHCBF (DDVIGSAL)                        *
      *    - LA COMPRA DE MONEDA EXTRANJERA DEL MES (DDCUPCAM,     *
      *      PGMCXCBF)                                             *
      *    - LA PROPORCION DE MOVIMIENTOS DE CAJA EN SUCURSAL      *
      *      (TIPO TMV-SUCURSAL) SOBRE EL TOTAL MOVIDO EN SUS      *
      *      CUENTAS (DDMOVCTA ATRIBUIDO CON DDCTAS)               *
      *  LOS UMBRALES VIENEN EN LA TARJETA DDCTRL (SIN ELLA RIGEN  *
      *  LOS DE ESTE PROGRAMA). EL RIESGO (B / M / A), EL PUNTAJE, *
      *  LOS FACTORES Y LA PROXIMA REVISION (A 5, 2 O 1 ANIO) SE   *
      *  GRABAN EN EL MAESTRO DDRIESGO (LAYOUT CPRIESGO). LAS      *
      *  REVISIONES HECHAS POR LAS SUCURSALES LLEGAN EN DDREVKYC Y *
      *  REINICIAN EL PLAZO; UN RIESGO QUE SUBE ACERCA EL          *
      *  VENCIMIENTO Y UNO QUE BAJA NO LO ALEJA HASTA LA PROXIMA   *
      *  REVISION. EL REPORTE DDSALI LISTA LOS CLIENTES QUE PASAN  *
      *  A RIESGO ALTO CON SUS FACTORES Y, POR SUCURSAL (DDCTASUC  *
      *  DE LA PRIMERA CUENTA DEL CLIENTE), LAS REVISIONES         *
      *  VENCIDAS O QUE VENCEN EN EL MES.                          *
      **************************************************************
       ENVIRONMENT DIVISION.
      **************************************************************
       CONFIGURATION SECTION.

       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
      **************************************************************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

            SELECT EXTRACTO ASSIGN TO DDEXTRAC
                 FILE STATUS IS FS-EXTRACTO.

            SELECT ESTADOS ASSIGN TO DDESTCLI
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS MAE-EST-CLAVE
                 FILE STATUS IS FS-ESTADOS.

            SELECT SEGMENTOS ASSIGN TO DDSEGM
                 FILE STATUS IS FS-SEGMENTOS.

            SELECT VIGILANCIA ASSIGN TO DDVIGSAL
                 FILE STATUS IS FS-VIGILANCIA.

            SELECT CUPOS ASSIGN TO DDCUPCAM
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS MAE-CUP-CLAVE
                 FILE STATUS IS FS-CUPOS.

            SELECT CUENTAS ASSIGN TO DDCTAS
                 FILE STATUS IS FS-CUENTAS.

            SELECT ASIGNA ASSIGN TO DDCTASUC
                 FILE STATUS IS FS-ASIGNA.

            SELECT MOVCTA ASSIGN TO DDMOVCTA
                 FILE STATUS IS FS-MOVCTA.

            SELECT REVISIONES ASSIGN TO DDREVKYC
                 FILE STATUS IS FS-REVISIONES.

            SELECT TARJETA ASSIGN TO DDCTRL
                 FILE STATUS IS FS-TARJETA.

            SELECT FECHAPRO ASSIGN TO DDFECPRO
                 FILE STATUS IS FS-FECHAPRO.

            SELECT RIESGOS ASSIGN TO DDRIESGO
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS MAE-RSG-CLAVE
                 FILE STATUS IS FS-RIESGOS.

            SELECT SALIDA ASSIGN TO DDSALI
                 FILE STATUS IS FS-SALIDA.
      **************************************************************
       I-O-CONTROL.

       DATA DIVISION.
       FILE SECTION.
       FD   EXTRACTO
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01   REG-EXTRACTO            PIC X(59).
      **************************************************************
       FD   ESTADOS.

       01   REG-ESTADOS.
           03  MAE-EST-CLAVE        PIC X(13).
           03  EST-ESTADO           PIC X(01).
           03  FILLER               PIC X(16).
      **************************************************************
       FD   SEGMENTOS
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01   REG-SEGMENTO.
           05  SEG-TIPDOC           PIC X(02).
           05  SEG-NRODOC           PIC 9(11).
           05  SEG-SEGMENTO         PIC X(01).
           05  FILLER               PIC X(06).
      **************************************************************
       FD   VIGILANCIA
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01   REG-VIGILANCIA          PIC X(50).
      **************************************************************
       FD   CUPOS.

       01   REG-CUPOS.
           03  MAE-CUP-CLAVE        PIC X(13).
           03  FILLER               PIC X(37).
      **************************************************************
       FD   CUENTAS
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01   REG-CUENTAS             PIC X(17).
      **************************************************************
       FD   ASIGNA
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01   REG-ASIGNA              PIC X(20).
      **************************************************************
       FD   MOVCTA
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01   REG-MOVCTA              PIC X(80).
      **************************************************************
      *    REVISIONES DE LEGAJO HECHAS POR LAS SUCURSALES.
       FD   REVISIONES
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01   REG-REVISION.
           05  REV-TIPDOC           PIC X(02).
           05  REV-NRODOC           PIC 9(11).
           05  REV-FECHA            PIC 9(08).
           05  FILLER               PIC X(59).
      **************************************************************
      *    UMBRALES DE LA CALIFICACION; EN CERO RIGE EL DEL
      *    PROGRAMA.
       FD   TARJETA
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01   REG-TARJETA.
           05  CTL-UMBRAL-MEDIO     PIC 9(03).
           05  CTL-UMBRAL-ALTO      PIC 9(03).
           05  CTL-COMPRA-USD       PIC 9(07)V99.
           05  CTL-PCT-EFECTIVO     PIC 9(03).
           05  FILLER               PIC X(62).
      **************************************************************
       FD   FECHAPRO
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01   REG-FECHAPRO.
           05  FPR-FECHA            PIC 9(08).
           05  FILLER               PIC X(72).
      **************************************************************
       FD   RIESGOS.

       01   REG-RIESGOS.
           03  MAE-RSG-CLAVE        PIC X(13).
           03  FILLER               PIC X(47).
      **************************************************************
       FD   SALIDA
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01   REG-SALIDA              PIC X(80).
      **************************************************************
       WORKING-STORAGE SECTION.

       77  FILLER        PIC X(26) VALUE '* INICIO WORKING-STORAGE *'.
      **************************************************************

       77  FS-EXTRACTO     PIC XX    VALUE SPACES.
           88  FS-EXTRACTO-FIN       VALUE '10'.

       77  FS-ESTADOS      PIC XX    VALUE SPACES.
       77  FS-SEGMENTOS    PIC XX    VALUE SPACES.
       77  FS-VIGILANCIA   PIC XX    VALUE SPACES.
       77  FS-CUPOS        PIC XX    VALUE SPACES.
       77  FS-CUENTAS      PIC XX    VALUE SPACES.
       77  FS-ASIGNA       PIC XX    VALUE SPACES.
       77  FS-MOVCTA       PIC XX    VALUE SPACES.
       77  FS-REVISIONES   PIC XX    VALUE SPACES.
       77  FS-TARJETA      PIC XX    VALUE SPACES.
       77  FS-FECHAPRO     PIC XX    VALUE SPACES.
       77  FS-RIESGOS      PIC XX    VALUE SPACES.
       77  FS-SALIDA       PIC XX    VALUE SPACES.

       01  WS-FLAG-ESTADOS            PIC X       VALUE 'N'.
           88  WS-HAY-ESTADOS                     VALUE 'S'.

       01  WS-FLAG-CUPOS              PIC X       VALUE 'N'.
           88  WS-HAY-CUPOS                       VALUE 'S'.

       01  WS-FLAG-CLIENTE-NUEVO      PIC X       VALUE 'N'.
           88  WS-CLIENTE-NUEVO                   VALUE 'S'.

      *****************UMBRALES Y PUNTOS POR FACTOR********************
       77  WS-UMBRAL-MEDIO PIC 9(03)            VALUE 25.
       77  WS-UMBRAL-ALTO  PIC 9(03)            VALUE 50.
       77  WS-COMPRA-USD   PIC 9(07)V99         VALUE 5000.
       77  WS-PCT-EFECTIVO PIC 9(03)            VALUE 50.

       77  WS-PTS-DOCUMENTO  PIC 9(03)          VALUE 20.
       77  WS-PTS-BLOQUEADO  PIC 9(03)          VALUE 30.
       77  WS-PTS-SEGMENTO   PIC 9(03)          VALUE 10.
       77  WS-PTS-MARCADO    PIC 9(03)          VALUE 30.
       77  WS-PTS-CASI       PIC 9(03)          VALUE 15.
       77  WS-PTS-CAMBIO     PIC 9(03)          VALUE 20.
       77  WS-PTS-EFECTIVO   PIC 9(03)          VALUE 20.

      *****************SEGMENTO POR DOCUMENTO**************************
       77  WS-SEG-CONT     PIC 9(04) USAGE COMP VALUE ZEROS.
       77  WS-SEG-SUB      PIC 9(04) USAGE COMP VALUE ZEROS.
       01  WS-TABLA-SEGM.
           03  WS-SEG      OCCURS 5000 TIMES.
               05  WS-SEG-DOC       PIC X(13).
               05  WS-SEG-LETRA     PIC X(01).

      *****************DIAS CON MARCAS EN LA VIGILANCIA****************
       77  WS-VIG-CONT     PIC 9(04) USAGE COMP VALUE ZEROS.
       77  WS-VIG-SUB      PIC 9(04) USAGE COMP VALUE ZEROS.
       77  WS-VIG-IDX      PIC 9(04) USAGE COMP VALUE ZEROS.
       01  WS-TABLA-VIGIL.
           03  WS-VGD      OCCURS 5000 TIMES.
               05  WS-VGD-DOC       PIC X(13).
               05  WS-VGD-MARCADOS  PIC 9(03).
               05  WS-VGD-CASI      PIC 9(03).

       01  WS-REG-VIG.
           05  VIG-DOC              PIC X(13).
           05  VIG-FECHA            PIC 9(08).
           05  VIG-MARCADO          PIC S9(09)V99.
           05  VIG-CASI             PIC S9(09)V99.
           05  FILLER               PIC X(07).

      *****************REVISIONES INFORMADAS***************************
       77  WS-REV-CONT     PIC 9(04) USAGE COMP VALUE ZEROS.
       77  WS-REV-SUB      PIC 9(04) USAGE COMP VALUE ZEROS.
       01  WS-TABLA-REVIS.
           03  WS-REV      OCCURS 2000 TIMES.
               05  WS-REV-DOC       PIC X(13).
               05  WS-REV-FECHA     PIC 9(08).

      *****************CUENTA - TITULAR Y SUCURSAL*********************
       77  WS-TCU-CONT     PIC 9(04) USAGE COMP VALUE ZEROS.
       77  WS-TCU-SUB      PIC 9(04) USAGE COMP VALUE ZEROS.
       77  WS-TCU-IDX      PIC 9(04) USAGE COMP VALUE ZEROS.
       01  WS-TABLA-CUENTAS.
           03  WS-TCU      OCCURS 5000 TIMES.
               05  WS-TCU-CLAVE     PIC X(10).
               05  WS-TCU-NROCLI    PIC 9(07).

       77  WS-ASI-CONT     PIC 9(04) USAGE COMP VALUE ZEROS.
       77  WS-ASI-SUB      PIC 9(04) USAGE COMP VALUE ZEROS.
       01  WS-TABLA-ASIGNA.
           03  WS-ASI      OCCURS 5000 TIMES.
               05  WS-ASI-CLAVE     PIC X(10).
               05  WS-ASI-SUC       PIC 9(02).

      *****************MOVIDO Y MOVIDO EN CAJA POR CLIENTE*************
       77  WS-ACT-CONT     PIC 9(04) USAGE COMP VALUE ZEROS.
       77  WS-ACT-SUB      PIC 9(04) USAGE COMP VALUE ZEROS.
       77  WS-ACT-IDX      PIC 9(04) USAGE COMP VALUE ZEROS.
       01  WS-TABLA-ACTIV.
           03  WS-ACT      OCCURS 5000 TIMES.
               05  WS-ACT-NROCLI    PIC 9(07).
               05  WS-ACT-TOTAL     PIC S9(11)V99 COMP-3.
               05  WS-ACT-CAJA      PIC S9(11)V99 COMP-3.

       77  WS-IMP-ABS      PIC S9(09)V99 COMP-3 VALUE ZEROS.

      *****************VENCIMIENTOS DE REVISION DEL MES****************
       77  WS-VEN-CONT     PIC 9(04) USAGE COMP VALUE ZEROS.
       77  WS-VEN-SUB      PIC 9(04) USAGE COMP VALUE ZEROS.
       01  WS-TABLA-VENCE.
           03  WS-VEN      OCCURS 5000 TIMES.
               05  WS-VEN-SUC       PIC 9(02).
               05  WS-VEN-DOC       PIC X(13).
               05  WS-VEN-NOMAPE    PIC X(30).
               05  WS-VEN-RIESGO    PIC X(01).
               05  WS-VEN-FECHA     PIC 9(08).

       77  WS-SUC-LISTA    PIC 9(03)            VALUE ZEROS.
       77  WS-LA-PTR       PIC 9(03)            VALUE ZEROS.

      *****************DATOS DEL CLIENTE EN CURSO**********************
       01  WS-REG-EXT.
           05  EXT-TIPDOC           PIC X(02).
           05  EXT-NRODOC           PIC 9(11).
           05  EXT-NROCLI           PIC 9(07).
           05  EXT-NOMAPE           PIC X(30).
           05  EXT-SEXO             PIC X(01).
           05  EXT-FECNAC           PIC X(08).

       01  WS-REG-CTA.
           05  CTA-TIPCUEN          PIC X(02).
           05  CTA-NROCUEN          PIC 9(08).
           05  CTA-NROCLI           PIC 9(07).

       01  WS-DOC-CLIENTE  PIC X(13)            VALUE SPACES.
       77  WS-SUC-CLIENTE  PIC 9(02)            VALUE ZEROS.
       77  WS-PUNTAJE      PIC 9(03)            VALUE ZEROS.
       77  WS-PCT-CAJA     PIC 9(03)V99         VALUE ZEROS.
       01  WS-RIESGO-NUEVO PIC X(01)            VALUE SPACE.
       01  WS-RIESGO-ANTER PIC X(01)            VALUE SPACE.
       77  WS-ANIOS-REVIS  PIC 9(01)            VALUE ZEROS.
       77  WS-FEC-REV-DOC  PIC 9(08)            VALUE ZEROS.

       01  WS-FACTORES.
           05  WS-FAC-DOCUMENTO     PIC X(01).
           05  WS-FAC-ESTADO        PIC X(01).
           05  WS-FAC-SEGMENTO      PIC X(01).
           05  WS-FAC-VIGILANCIA    PIC X(01).
           05  WS-FAC-CAMBIO        PIC X(01).
           05  WS-FAC-EFECTIVO      PIC X(01).

      *    FECHA + ANIOS DE REVISION (EL 29/02 PASA AL 28/02).
       01  WS-FEC-CALC.
           05  WS-FCA-ANIO          PIC 9(04).
           05  WS-FCA-MES           PIC 9(02).
           05  WS-FCA-DIA           PIC 9(02).
       01  WS-FEC-CALC-R REDEFINES WS-FEC-CALC
                                    PIC 9(08).

       01  WS-PERIODO.
           05  WS-PER-ANIO          PIC 9(04).
           05  WS-PER-MES           PIC 9(02).
       01  WS-PERIODO-R REDEFINES WS-PERIODO
                                    PIC 9(06).

       77  WS-PER-REVISION PIC 9(06)            VALUE ZEROS.

      *****************LINEAS DEL REPORTE******************************
       01  WS-LIN-TIT-ALTO.
           05  FILLER               PIC X(40)   VALUE
           ' CLIENTES QUE PASAN A RIESGO ALTO       '.
           05  FILLER               PIC X(40)   VALUE SPACES.

       01  WS-LIN-ALTO.
           05  FILLER               PIC X(05)   VALUE ' DOC '.
           05  WS-LA-DOC            PIC X(13).
           05  FILLER               PIC X(05)   VALUE ' PTS '.
           05  WS-LA-PUNTAJE        PIC ZZ9.
           05  FILLER               PIC X(01)   VALUE SPACE.
           05  WS-LA-FACTORES       PIC X(53).

       01  WS-LIN-TIT-VENCE.
           05  FILLER               PIC X(40)   VALUE
           ' REVISIONES DE LEGAJO VENCIDAS O A VENCE'.
           05  FILLER               PIC X(40)   VALUE
           'R EN EL MES, POR SUCURSAL               '.

       01  WS-LIN-VENCE.
           05  FILLER               PIC X(05)   VALUE ' SUC '.
           05  WS-LV-SUC            PIC 9(02).
           05  FILLER               PIC X(01)   VALUE SPACE.
           05  WS-LV-DOC            PIC X(13).
           05  FILLER               PIC X(01)   VALUE SPACE.
           05  WS-LV-NOMAPE         PIC X(30).
           05  FILLER               PIC X(01)   VALUE SPACE.
           05  WS-LV-RIESGO         PIC X(01).
           05  FILLER               PIC X(01)   VALUE SPACE.
           05  WS-LV-FECHA          PIC 9(08).
           05  FILLER               PIC X(01)   VALUE SPACE.
           05  WS-LV-MARCA          PIC X(07).
           05  FILLER               PIC X(09)   VALUE SPACES.

      *********************CONTADORES*******************************
       77  WS-CANT-LEIDOS             PIC 9(05)   VALUE ZEROES.
       77  WS-CANT-FALLECIDOS         PIC 9(05)   VALUE ZEROES.
       77  WS-CANT-BAJO               PIC 9(05)   VALUE ZEROES.
       77  WS-CANT-MEDIO              PIC 9(05)   VALUE ZEROES.
       77  WS-CANT-ALTO               PIC 9(05)   VALUE ZEROES.
       77  WS-CANT-PASAN-ALTO         PIC 9(05)   VALUE ZEROES.
       77  WS-CANT-VENCIDAS           PIC 9(05)   VALUE ZEROES.

      *****************FECHA DE NEGOCIO Y LAYOUTS**********************
           COPY CPFECPRO.

           COPY CPCUPCAM.

           COPY CPSUCASI.

           COPY CPRIESGO.

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
                   UNTIL FS-EXTRACTO-FIN.

           IF RETURN-CODE NOT EQUAL 9999
              PERFORM 6000-LISTAR-VENCIDAS THRU F-6000-LISTAR-VENCIDAS
           END-IF

           PERFORM 9999-FINAL    THRU  F-9999-FINAL.

       F-MAIN-PROGRAM. GOBACK.

      **************************************
      *                                    *
      *  CUERPO INICIO APERTURA ARCHIVOS   *
      *                                    *
      **************************************
       1000-INICIO.

           OPEN INPUT  EXTRACTO.

           IF FS-EXTRACTO IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN EXTRACTO  = ' FS-EXTRACTO
              MOVE 9999 TO RETURN-CODE
              SET  FS-EXTRACTO-FIN TO TRUE
           END-IF

           OPEN I-O    RIESGOS.

           IF FS-RIESGOS IS EQUAL '35'
              OPEN OUTPUT RIESGOS
              CLOSE RIESGOS
              OPEN I-O RIESGOS
           END-IF

           IF FS-RIESGOS IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN RIESGOS   = ' FS-RIESGOS
              MOVE 9999 TO RETURN-CODE
              SET  FS-EXTRACTO-FIN TO TRUE
           END-IF

           OPEN OUTPUT SALIDA.

           IF FS-SALIDA IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN SALIDA    = ' FS-SALIDA
              MOVE 9999 TO RETURN-CODE
              SET  FS-EXTRACTO-FIN TO TRUE
           END-IF

      *    SIN MAESTRO DE ESTADOS TODOS LOS CLIENTES ESTAN ACTIVOS.
           OPEN INPUT ESTADOS.

           IF FS-ESTADOS IS EQUAL '00'
              SET WS-HAY-ESTADOS TO TRUE
           ELSE
              DISPLAY '* SIN MAESTRO DE ESTADOS, FS = ' FS-ESTADOS
           END-IF

      *    SIN ACUMULADO DE CAMBIOS NO PUNTUA LA COMPRA DE MONEDA.
           OPEN INPUT CUPOS.

           IF FS-CUPOS IS EQUAL '00'
              SET WS-HAY-CUPOS TO TRUE
           ELSE
              DISPLAY '* SIN ACUMULADO DE CAMBIOS, FS = ' FS-CUPOS
           END-IF

           PERFORM 1100-LEER-FECHA      THRU F-1100-LEER-FECHA.
           PERFORM 1200-LEER-TARJETA    THRU F-1200-LEER-TARJETA.
           PERFORM 1300-CARGAR-SEGMENTO THRU F-1300-CARGAR-SEGMENTO.
           PERFORM 1400-CARGAR-VIGILANCIA
                   THRU F-1400-CARGAR-VIGILANCIA.
           PERFORM 1500-CARGAR-REVISION THRU F-1500-CARGAR-REVISION.
           PERFORM 1600-CARGAR-CUENTAS  THRU F-1600-CARGAR-CUENTAS.
           PERFORM 1700-ACUM-MOVIMIENTOS
                   THRU F-1700-ACUM-MOVIMIENTOS.

           WRITE REG-SALIDA FROM WS-LIN-TIT-ALTO.

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

           OPEN INPUT  TARJETA.
           IF FS-TARJETA IS EQUAL '00'
              READ TARJETA
                 AT END
                    DISPLAY '* TARJETA VACIA, RIGEN UMBRALES '
                            'DEL PROGRAMA'
                 NOT AT END
                    IF CTL-UMBRAL-MEDIO IS NUMERIC
                       AND CTL-UMBRAL-MEDIO IS NOT EQUAL ZEROS
                       MOVE CTL-UMBRAL-MEDIO TO WS-UMBRAL-MEDIO
                    END-IF
                    IF CTL-UMBRAL-ALTO IS NUMERIC
                       AND CTL-UMBRAL-ALTO IS NOT EQUAL ZEROS
                       MOVE CTL-UMBRAL-ALTO TO WS-UMBRAL-ALTO
                    END-IF
                    IF CTL-COMPRA-USD IS NUMERIC
                       AND CTL-COMPRA-USD IS NOT EQUAL ZEROS
                       MOVE CTL-COMPRA-USD TO WS-COMPRA-USD
                    END-IF
                    IF CTL-PCT-EFECTIVO IS NUMERIC
                       AND CTL-PCT-EFECTIVO IS NOT EQUAL ZEROS
                       MOVE CTL-PCT-EFECTIVO TO WS-PCT-EFECTIVO
                    END-IF
              END-READ
              CLOSE TARJETA
           ELSE
              DISPLAY '* SIN TARJETA, RIGEN UMBRALES DEL PROGRAMA'
           END-IF.

       F-1200-LEER-TARJETA. EXIT.
      **************************************************************
       1300-CARGAR-SEGMENTO.

           OPEN INPUT SEGMENTOS

           IF FS-SEGMENTOS IS EQUAL '00'
              PERFORM UNTIL FS-SEGMENTOS IS NOT EQUAL '00'
                 READ SEGMENTOS
                    AT END
                       MOVE '10' TO FS-SEGMENTOS
                    NOT AT END
                       IF WS-SEG-CONT < 5000
                          ADD 1 TO WS-SEG-CONT
                          MOVE SEG-TIPDOC TO
                               WS-SEG-DOC (WS-SEG-CONT) (1:2)
                          MOVE SEG-NRODOC TO
                               WS-SEG-DOC (WS-SEG-CONT) (3:11)
                          MOVE SEG-SEGMENTO TO
                               WS-SEG-LETRA (WS-SEG-CONT)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE SEGMENTOS
           ELSE
              DISPLAY '* SIN SEGMENTACION, NO PUNTUA EL SEGMENTO'
           END-IF.

       F-1300-CARGAR-SEGMENTO. EXIT.
      **************************************************************
       1400-CARGAR-VIGILANCIA.
      *    LA HISTORIA YA VIENE RECORTADA A 30 DIAS POR PGMVHCBF:
      *    SE CUENTAN LOS DIAS CON MARCAS Y CON CASI-UMBRALES.
           OPEN INPUT VIGILANCIA

           IF FS-VIGILANCIA IS EQUAL '00'
              PERFORM UNTIL FS-VIGILANCIA IS NOT EQUAL '00'
                 READ VIGILANCIA INTO WS-REG-VIG
                    AT END
                       MOVE '10' TO FS-VIGILANCIA
                    NOT AT END
                       PERFORM 1410-ACUM-VIGILANCIA
                               THRU F-1410-ACUM-VIGILANCIA
                 END-READ
              END-PERFORM
              CLOSE VIGILANCIA
           ELSE
              DISPLAY '* SIN HISTORIA DE VIGILANCIA, NO PUNTUA'
           END-IF.

       F-1400-CARGAR-VIGILANCIA. EXIT.
      **************************************************************
       1410-ACUM-VIGILANCIA.

           IF VIG-MARCADO IS NOT GREATER ZEROS
              AND VIG-CASI IS NOT GREATER ZEROS
              GO TO F-1410-ACUM-VIGILANCIA
           END-IF

           MOVE ZEROS TO WS-VIG-IDX
           PERFORM VARYING WS-VIG-SUB FROM 1 BY 1
                   UNTIL WS-VIG-SUB > WS-VIG-CONT
               IF WS-VGD-DOC (WS-VIG-SUB) IS EQUAL VIG-DOC
                  MOVE WS-VIG-SUB TO WS-VIG-IDX
               END-IF
           END-PERFORM

           IF WS-VIG-IDX IS EQUAL ZEROS
              IF WS-VIG-CONT < 5000
                 ADD 1 TO WS-VIG-CONT
                 MOVE WS-VIG-CONT TO WS-VIG-IDX
                 MOVE VIG-DOC     TO WS-VGD-DOC      (WS-VIG-IDX)
                 MOVE ZEROS       TO WS-VGD-MARCADOS (WS-VIG-IDX)
                                     WS-VGD-CASI     (WS-VIG-IDX)
              ELSE
                 GO TO F-1410-ACUM-VIGILANCIA
              END-IF
           END-IF

           IF VIG-MARCADO IS GREATER ZEROS
              ADD 1 TO WS-VGD-MARCADOS (WS-VIG-IDX)
           END-IF

           IF VIG-CASI IS GREATER ZEROS
              ADD 1 TO WS-VGD-CASI (WS-VIG-IDX)
           END-IF.

       F-1410-ACUM-VIGILANCIA. EXIT.
      **************************************************************
       1500-CARGAR-REVISION.
      *    SIN REVISIONES INFORMADAS LOS PLAZOS SIGUEN CORRIENDO.
           OPEN INPUT REVISIONES

           IF FS-REVISIONES IS EQUAL '00'
              PERFORM UNTIL FS-REVISIONES IS NOT EQUAL '00'
                 READ REVISIONES
                    AT END
                       MOVE '10' TO FS-REVISIONES
                    NOT AT END
                       IF REV-FECHA IS NUMERIC
                          AND REV-FECHA IS NOT EQUAL ZEROS
                          AND WS-REV-CONT < 2000
                          ADD 1 TO WS-REV-CONT
                          MOVE REV-TIPDOC TO
                               WS-REV-DOC (WS-REV-CONT) (1:2)
                          MOVE REV-NRODOC TO
                               WS-REV-DOC (WS-REV-CONT) (3:11)
                          MOVE REV-FECHA  TO
                               WS-REV-FECHA (WS-REV-CONT)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE REVISIONES
           ELSE
              DISPLAY '* SIN REVISIONES DE LEGAJO INFORMADAS'
           END-IF.

       F-1500-CARGAR-REVISION. EXIT.
      **************************************************************
       1600-CARGAR-CUENTAS.

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
              DISPLAY '* SIN EXTRACTO CUENTA-TITULAR, NO PUNTUA EL '
                      'EFECTIVO'
           END-IF

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

       F-1600-CARGAR-CUENTAS. EXIT.
      **************************************************************
       1700-ACUM-MOVIMIENTOS.
      *    MOVIDO DEL MES POR CLIENTE TITULAR Y CUANTO DE ESO FUE
      *    MOVIMIENTO DE CAJA EN SUCURSAL (TIPO EN BLANCO, CERO O
      *    TMV-SUCURSAL). UN CONTRA-ASIENTO (PGMCOCBF) NO ES
      *    MOVIMIENTO DEL CLIENTE Y NO SE ACUMULA.
           OPEN INPUT MOVCTA

           IF FS-MOVCTA IS EQUAL '00'
              PERFORM UNTIL FS-MOVCTA IS NOT EQUAL '00'
                 READ MOVCTA INTO WS-REG-MOVIMI
                    AT END
                       MOVE '10' TO FS-MOVCTA
                    NOT AT END
                       PERFORM 1710-ACUM-MOVIMIENTO
                               THRU F-1710-ACUM-MOVIMIENTO
                 END-READ
              END-PERFORM
              CLOSE MOVCTA
           ELSE
              DISPLAY '* SIN MOVIMIENTOS DEL MES, NO PUNTUA EL '
                      'EFECTIVO'
           END-IF.

       F-1700-ACUM-MOVIMIENTOS. EXIT.
      **************************************************************
       1710-ACUM-MOVIMIENTO.

           MOVE ZEROS TO WS-TCU-IDX
           PERFORM VARYING WS-TCU-SUB FROM 1 BY 1
                   UNTIL WS-TCU-SUB > WS-TCU-CONT
               IF WS-TCU-CLAVE (WS-TCU-SUB) IS EQUAL
                  WS-REG-MOVIMI (1:10)
                  MOVE WS-TCU-SUB TO WS-TCU-IDX
               END-IF
           END-PERFORM

           IF WS-TCU-IDX IS EQUAL ZEROS
              OR WS-MOV-IMPORTE IS NOT NUMERIC
              GO TO F-1710-ACUM-MOVIMIENTO
           END-IF

           IF WS-MOV-REV-FECHA IS NUMERIC
              AND WS-MOV-REV-FECHA IS NOT EQUAL ZEROS
              GO TO F-1710-ACUM-MOVIMIENTO
           END-IF

           MOVE ZEROS TO WS-ACT-IDX
           PERFORM VARYING WS-ACT-SUB FROM 1 BY 1
                   UNTIL WS-ACT-SUB > WS-ACT-CONT
               IF WS-ACT-NROCLI (WS-ACT-SUB) IS EQUAL
                  WS-TCU-NROCLI (WS-TCU-IDX)
                  MOVE WS-ACT-SUB TO WS-ACT-IDX
               END-IF
           END-PERFORM

           IF WS-ACT-IDX IS EQUAL ZEROS
              IF WS-ACT-CONT < 5000
                 ADD 1 TO WS-ACT-CONT
                 MOVE WS-ACT-CONT TO WS-ACT-IDX
                 MOVE WS-TCU-NROCLI (WS-TCU-IDX) TO
                      WS-ACT-NROCLI (WS-ACT-IDX)
                 MOVE ZEROS TO WS-ACT-TOTAL (WS-ACT-IDX)
                               WS-ACT-CAJA  (WS-ACT-IDX)
              ELSE
                 GO TO F-1710-ACUM-MOVIMIENTO
              END-IF
           END-IF

           IF WS-MOV-IMPORTE IS LESS ZEROS
              COMPUTE WS-IMP-ABS = ZERO - WS-MOV-IMPORTE
           ELSE
              MOVE WS-MOV-IMPORTE TO WS-IMP-ABS
           END-IF

           ADD WS-IMP-ABS TO WS-ACT-TOTAL (WS-ACT-IDX)

           IF WS-MOV-TIPMOV IS NOT NUMERIC
              OR WS-MOV-TIPMOV IS EQUAL ZEROS
              OR WS-MOV-TIPMOV IS EQUAL TMV-SUCURSAL
              ADD WS-IMP-ABS TO WS-ACT-CAJA (WS-ACT-IDX)
           END-IF.

       F-1710-ACUM-MOVIMIENTO. EXIT.
      **************************************************************
       2000-PROCESO.
      *    EL EXTRACTO DEMOGRAFICO MANEJA LA CORRIDA: UN CLIENTE
      *    POR REGISTRO.
           READ EXTRACTO INTO WS-REG-EXT

           EVALUATE FS-EXTRACTO
             WHEN '00'
                  ADD 1 TO WS-CANT-LEIDOS
                  PERFORM 3000-CALIFICAR THRU F-3000-CALIFICAR

              WHEN '10'
                CONTINUE

              WHEN OTHER
              DISPLAY '* ERROR EN LECTURA EXTRACTO = ' FS-EXTRACTO
              MOVE 9999 TO RETURN-CODE
              SET FS-EXTRACTO-FIN TO TRUE

           END-EVALUATE.

       F-2000-PROCESO. EXIT.
      **************************************************************
       3000-CALIFICAR.

           MOVE EXT-TIPDOC TO WS-DOC-CLIENTE (1:2)
           MOVE EXT-NRODOC TO WS-DOC-CLIENTE (3:11)

           MOVE ZEROS  TO WS-PUNTAJE
           MOVE SPACES TO WS-FACTORES

      *    ESTADO: EL FALLECIDO NO SE CALIFICA.
           IF WS-HAY-ESTADOS
              MOVE WS-DOC-CLIENTE TO MAE-EST-CLAVE
              READ ESTADOS
                 INVALID KEY
                    MOVE 'A' TO EST-ESTADO
              END-READ
              IF EST-ESTADO IS EQUAL 'F'
                 ADD 1 TO WS-CANT-FALLECIDOS
                 GO TO F-3000-CALIFICAR
              END-IF
              IF EST-ESTADO IS EQUAL 'B'
                 MOVE 'X' TO WS-FAC-ESTADO
                 ADD WS-PTS-BLOQUEADO TO WS-PUNTAJE
              END-IF
           END-IF

           IF EXT-TIPDOC IS EQUAL 'PA' OR 'PE' OR 'CI'
              MOVE 'X' TO WS-FAC-DOCUMENTO
              ADD WS-PTS-DOCUMENTO TO WS-PUNTAJE
           END-IF

           PERFORM VARYING WS-SEG-SUB FROM 1 BY 1
                   UNTIL WS-SEG-SUB > WS-SEG-CONT
               IF WS-SEG-DOC (WS-SEG-SUB) IS EQUAL WS-DOC-CLIENTE
                  AND WS-SEG-LETRA (WS-SEG-SUB) IS EQUAL 'A'
                  MOVE 'X' TO WS-FAC-SEGMENTO
               END-IF
           END-PERFORM

           IF WS-FAC-SEGMENTO IS EQUAL 'X'
              ADD WS-PTS-SEGMENTO TO WS-PUNTAJE
           END-IF

           PERFORM VARYING WS-VIG-SUB FROM 1 BY 1
                   UNTIL WS-VIG-SUB > WS-VIG-CONT
               IF WS-VGD-DOC (WS-VIG-SUB) IS EQUAL WS-DOC-CLIENTE
                  MOVE 'X' TO WS-FAC-VIGILANCIA
                  IF WS-VGD-MARCADOS (WS-VIG-SUB) IS GREATER ZEROS
                     ADD WS-PTS-MARCADO TO WS-PUNTAJE
                  ELSE
                     ADD WS-PTS-CASI    TO WS-PUNTAJE
                  END-IF
               END-IF
           END-PERFORM

           IF WS-HAY-CUPOS
              MOVE WS-DOC-CLIENTE TO MAE-CUP-CLAVE
              READ CUPOS INTO WS-REG-CUPCAM
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    IF CUP-PERIODO IS EQUAL WS-PERIODO-R
                       AND CUP-COMPRADO-USD IS NOT LESS
                           WS-COMPRA-USD
                       MOVE 'X' TO WS-FAC-CAMBIO
                       ADD WS-PTS-CAMBIO TO WS-PUNTAJE
                    END-IF
              END-READ
           END-IF

           PERFORM VARYING WS-ACT-SUB FROM 1 BY 1
                   UNTIL WS-ACT-SUB > WS-ACT-CONT
               IF WS-ACT-NROCLI (WS-ACT-SUB) IS EQUAL EXT-NROCLI
                  AND WS-ACT-TOTAL (WS-ACT-SUB) IS GREATER ZEROS
                  COMPUTE WS-PCT-CAJA ROUNDED =
                          WS-ACT-CAJA (WS-ACT-SUB) * 100
                        / WS-ACT-TOTAL (WS-ACT-SUB)
                  IF WS-PCT-CAJA IS NOT LESS WS-PCT-EFECTIVO
                     MOVE 'X' TO WS-FAC-EFECTIVO
                  END-IF
               END-IF
           END-PERFORM

           IF WS-FAC-EFECTIVO IS EQUAL 'X'
              ADD WS-PTS-EFECTIVO TO WS-PUNTAJE
           END-IF

           EVALUATE TRUE
               WHEN WS-PUNTAJE IS NOT LESS WS-UMBRAL-ALTO
                    MOVE 'A' TO WS-RIESGO-NUEVO
                    MOVE 1   TO WS-ANIOS-REVIS
                    ADD 1    TO WS-CANT-ALTO
               WHEN WS-PUNTAJE IS NOT LESS WS-UMBRAL-MEDIO
                    MOVE 'M' TO WS-RIESGO-NUEVO
                    MOVE 2   TO WS-ANIOS-REVIS
                    ADD 1    TO WS-CANT-MEDIO
               WHEN OTHER
                    MOVE 'B' TO WS-RIESGO-NUEVO
                    MOVE 5   TO WS-ANIOS-REVIS
                    ADD 1    TO WS-CANT-BAJO
           END-EVALUATE

           PERFORM 3100-ACTUALIZAR-MAESTRO
                   THRU F-3100-ACTUALIZAR-MAESTRO

           IF WS-RIESGO-NUEVO IS EQUAL 'A'
              AND WS-RIESGO-ANTER IS NOT EQUAL 'A'
              PERFORM 4000-INFORMAR-ALTO THRU F-4000-INFORMAR-ALTO
           END-IF

           MOVE RSG-FEC-PROX-REVISION (1:6) TO WS-PER-REVISION

           IF WS-PER-REVISION IS NOT GREATER WS-PERIODO-R
              PERFORM 5000-GUARDAR-VENCIDA THRU F-5000-GUARDAR-VENCIDA
           END-IF.

       F-3000-CALIFICAR. EXIT.
      **************************************************************
       3100-ACTUALIZAR-MAESTRO.
      *    REVISION INFORMADA: EL PLAZO CORRE DESDE ELLA. SIN
      *    REVISION, EL CLIENTE NUEVO VENCE A PLAZO DESDE HOY Y EL
      *    EXISTENTE SOLO ADELANTA EL VENCIMIENTO SI EL PLAZO DEL
      *    RIESGO NUEVO CONTADO DESDE HOY VENCE ANTES.
           MOVE 'N'            TO WS-FLAG-CLIENTE-NUEVO
           MOVE SPACE          TO WS-RIESGO-ANTER
           MOVE WS-DOC-CLIENTE TO MAE-RSG-CLAVE

           READ RIESGOS INTO WS-REG-RIESGO
              INVALID KEY
                 SET WS-CLIENTE-NUEVO TO TRUE
                 MOVE SPACES     TO WS-REG-RIESGO
                 MOVE EXT-TIPDOC TO RSG-TIPDOC
                 MOVE EXT-NRODOC TO RSG-NRODOC
                 MOVE ZEROS      TO RSG-FEC-ULT-REVISION
                                    RSG-FEC-PROX-REVISION
              NOT INVALID KEY
                 MOVE RSG-RIESGO TO WS-RIESGO-ANTER
           END-READ

           MOVE EXT-NROCLI         TO RSG-NROCLI
           MOVE WS-RIESGO-NUEVO    TO RSG-RIESGO
           MOVE WS-PUNTAJE         TO RSG-PUNTAJE
           MOVE WS-FACTORES        TO RSG-FACTORES
           MOVE WS-FECHA-NEGOCIO-R TO RSG-FEC-CALIF

           MOVE ZEROS TO WS-FEC-REV-DOC
           PERFORM VARYING WS-REV-SUB FROM 1 BY 1
                   UNTIL WS-REV-SUB > WS-REV-CONT
               IF WS-REV-DOC (WS-REV-SUB) IS EQUAL WS-DOC-CLIENTE
                  AND WS-REV-FECHA (WS-REV-SUB) IS GREATER
                      WS-FEC-REV-DOC
                  MOVE WS-REV-FECHA (WS-REV-SUB) TO WS-FEC-REV-DOC
               END-IF
           END-PERFORM

           IF WS-FEC-REV-DOC IS GREATER RSG-FEC-ULT-REVISION
              MOVE WS-FEC-REV-DOC TO RSG-FEC-ULT-REVISION
              MOVE WS-FEC-REV-DOC TO WS-FEC-CALC-R
              PERFORM 3200-SUMAR-ANIOS THRU F-3200-SUMAR-ANIOS
              MOVE WS-FEC-CALC-R  TO RSG-FEC-PROX-REVISION
           ELSE
              MOVE WS-FECHA-NEGOCIO-R TO WS-FEC-CALC-R
              PERFORM 3200-SUMAR-ANIOS THRU F-3200-SUMAR-ANIOS
              IF WS-CLIENTE-NUEVO
                 OR WS-FEC-CALC-R IS LESS RSG-FEC-PROX-REVISION
                 MOVE WS-FEC-CALC-R TO RSG-FEC-PROX-REVISION
              END-IF
           END-IF

           IF WS-CLIENTE-NUEVO
              WRITE REG-RIESGOS FROM WS-REG-RIESGO
           ELSE
              REWRITE REG-RIESGOS FROM WS-REG-RIESGO
           END-IF

           IF FS-RIESGOS IS NOT EQUAL '00'
              DISPLAY '* ERROR EN GRABACION RIESGOS = ' FS-RIESGOS
              MOVE 9999 TO RETURN-CODE
              SET FS-EXTRACTO-FIN TO TRUE
           END-IF.

       F-3100-ACTUALIZAR-MAESTRO. EXIT.
      **************************************************************
       3200-SUMAR-ANIOS.

           ADD WS-ANIOS-REVIS TO WS-FCA-ANIO

           IF WS-FCA-MES IS EQUAL 02 AND WS-FCA-DIA IS EQUAL 29
              MOVE 28 TO WS-FCA-DIA
           END-IF.

       F-3200-SUMAR-ANIOS. EXIT.
      **************************************************************
       4000-INFORMAR-ALTO.

           ADD 1 TO WS-CANT-PASAN-ALTO

           MOVE WS-DOC-CLIENTE TO WS-LA-DOC
           MOVE WS-PUNTAJE     TO WS-LA-PUNTAJE
           MOVE SPACES         TO WS-LA-FACTORES

           MOVE 1 TO WS-LA-PTR

           IF WS-FAC-DOCUMENTO IS EQUAL 'X'
              STRING ' DOC-EXT'    DELIMITED BY SIZE
                     INTO WS-LA-FACTORES WITH POINTER WS-LA-PTR
           END-IF
           IF WS-FAC-ESTADO IS EQUAL 'X'
              STRING ' BLOQUEADO'  DELIMITED BY SIZE
                     INTO WS-LA-FACTORES WITH POINTER WS-LA-PTR
           END-IF
           IF WS-FAC-SEGMENTO IS EQUAL 'X'
              STRING ' SEGM-A'     DELIMITED BY SIZE
                     INTO WS-LA-FACTORES WITH POINTER WS-LA-PTR
           END-IF
           IF WS-FAC-VIGILANCIA IS EQUAL 'X'
              STRING ' VIGILANCIA' DELIMITED BY SIZE
                     INTO WS-LA-FACTORES WITH POINTER WS-LA-PTR
           END-IF
           IF WS-FAC-CAMBIO IS EQUAL 'X'
              STRING ' CAMBIOS'    DELIMITED BY SIZE
                     INTO WS-LA-FACTORES WITH POINTER WS-LA-PTR
           END-IF
           IF WS-FAC-EFECTIVO IS EQUAL 'X'
              STRING ' EFECTIVO'   DELIMITED BY SIZE
                     INTO WS-LA-FACTORES WITH POINTER WS-LA-PTR
           END-IF

           WRITE REG-SALIDA FROM WS-LIN-ALTO

           IF FS-SALIDA IS NOT EQUAL '00'
              DISPLAY '* ERROR EN WRITE SALIDA   = ' FS-SALIDA
              MOVE 9999 TO RETURN-CODE
              SET FS-EXTRACTO-FIN TO TRUE
           END-IF.

       F-4000-INFORMAR-ALTO. EXIT.
      **************************************************************
       5000-GUARDAR-VENCIDA.
      *    SUCURSAL DEL CLIENTE: LA DE SU PRIMERA CUENTA EN DDCTAS.
           MOVE ZEROS TO WS-SUC-CLIENTE
           MOVE ZEROS TO WS-TCU-IDX

           PERFORM VARYING WS-TCU-SUB FROM 1 BY 1
                   UNTIL WS-TCU-SUB > WS-TCU-CONT
                      OR WS-TCU-IDX NOT EQUAL ZEROS
               IF WS-TCU-NROCLI (WS-TCU-SUB) IS EQUAL EXT-NROCLI
                  MOVE WS-TCU-SUB TO WS-TCU-IDX
               END-IF
           END-PERFORM

           IF WS-TCU-IDX NOT EQUAL ZEROS
              PERFORM VARYING WS-ASI-SUB FROM 1 BY 1
                      UNTIL WS-ASI-SUB > WS-ASI-CONT
                  IF WS-ASI-CLAVE (WS-ASI-SUB) IS EQUAL
                     WS-TCU-CLAVE (WS-TCU-IDX)
                     MOVE WS-ASI-SUC (WS-ASI-SUB) TO WS-SUC-CLIENTE
                  END-IF
              END-PERFORM
           END-IF

           IF WS-VEN-CONT < 5000
              ADD 1 TO WS-VEN-CONT
              MOVE WS-SUC-CLIENTE  TO WS-VEN-SUC    (WS-VEN-CONT)
              MOVE WS-DOC-CLIENTE  TO WS-VEN-DOC    (WS-VEN-CONT)
              MOVE EXT-NOMAPE      TO WS-VEN-NOMAPE (WS-VEN-CONT)
              MOVE WS-RIESGO-NUEVO TO WS-VEN-RIESGO (WS-VEN-CONT)
              MOVE RSG-FEC-PROX-REVISION TO
                   WS-VEN-FECHA (WS-VEN-CONT)
           ELSE
              DISPLAY '* ATENCION: TABLA DE VENCIMIENTOS LLENA (5000)'
           END-IF.

       F-5000-GUARDAR-VENCIDA. EXIT.
      **************************************************************
       6000-LISTAR-VENCIDAS.
      *    UNA PASADA DE LA TABLA POR SUCURSAL, DE LA 00 A LA 99.
           WRITE REG-SALIDA FROM WS-LIN-TIT-VENCE

           PERFORM VARYING WS-SUC-LISTA FROM 0 BY 1
                   UNTIL WS-SUC-LISTA > 99
               PERFORM VARYING WS-VEN-SUB FROM 1 BY 1
                       UNTIL WS-VEN-SUB > WS-VEN-CONT
                   IF WS-VEN-SUC (WS-VEN-SUB) IS EQUAL WS-SUC-LISTA
                      PERFORM 6100-LINEA-VENCIDA
                              THRU F-6100-LINEA-VENCIDA
                   END-IF
               END-PERFORM
           END-PERFORM.

       F-6000-LISTAR-VENCIDAS. EXIT.
      **************************************************************
       6100-LINEA-VENCIDA.

           MOVE WS-VEN-SUC    (WS-VEN-SUB) TO WS-LV-SUC
           MOVE WS-VEN-DOC    (WS-VEN-SUB) TO WS-LV-DOC
           MOVE WS-VEN-NOMAPE (WS-VEN-SUB) TO WS-LV-NOMAPE
           MOVE WS-VEN-RIESGO (WS-VEN-SUB) TO WS-LV-RIESGO
           MOVE WS-VEN-FECHA  (WS-VEN-SUB) TO WS-LV-FECHA

           IF WS-VEN-FECHA (WS-VEN-SUB) IS LESS WS-FECHA-NEGOCIO-R
              MOVE 'VENCIDA' TO WS-LV-MARCA
              ADD 1 TO WS-CANT-VENCIDAS
           ELSE
              MOVE 'VENCE'   TO WS-LV-MARCA
           END-IF

           WRITE REG-SALIDA FROM WS-LIN-VENCE

           IF FS-SALIDA IS NOT EQUAL '00'
              DISPLAY '* ERROR EN WRITE SALIDA   = ' FS-SALIDA
              MOVE 9999 TO RETURN-CODE
           END-IF.

       F-6100-LINEA-VENCIDA. EXIT.
      **************************************************************
       9999-FINAL.

           IF RETURN-CODE NOT EQUAL 9999
             CLOSE EXTRACTO
                 IF FS-EXTRACTO IS NOT EQUAL '00' AND '10'
                  DISPLAY '* ERROR EN CLOSE EXTRACTO = '
                                            FS-EXTRACTO
                  MOVE 9999 TO RETURN-CODE
                 END-IF

             CLOSE RIESGOS
                 IF FS-RIESGOS IS NOT EQUAL '00'
                  DISPLAY '* ERROR EN CLOSE RIESGOS  = '
                                            FS-RIESGOS
                  MOVE 9999 TO RETURN-CODE
                 END-IF

             CLOSE SALIDA
                 IF FS-SALIDA IS NOT EQUAL '00'
                  DISPLAY '* ERROR EN CLOSE SALIDA   = '
                                            FS-SALIDA
                  MOVE 9999 TO RETURN-CODE
                 END-IF

             IF WS-HAY-ESTADOS
                CLOSE ESTADOS
             END-IF

             IF WS-HAY-CUPOS
                CLOSE CUPOS
             END-IF

             DISPLAY '***************************************'
             DISPLAY ' CLIENTES LEIDOS             :  '
                                               WS-CANT-LEIDOS
             DISPLAY ' FALLECIDOS SIN CALIFICAR    :  '
                                               WS-CANT-FALLECIDOS
             DISPLAY ' RIESGO BAJO                 :  '
                                               WS-CANT-BAJO
             DISPLAY ' RIESGO MEDIO                :  '
                                               WS-CANT-MEDIO
             DISPLAY ' RIESGO ALTO                 :  '
                                               WS-CANT-ALTO
             DISPLAY '   DE ELLOS NUEVOS EN ALTO   :  '
                                               WS-CANT-PASAN-ALTO
             DISPLAY ' REVISIONES VENCIDAS         :  '
                                               WS-CANT-VENCIDAS
             DISPLAY '***************************************'

           END-IF.

       F-9999-FINAL.
           EXIT.
