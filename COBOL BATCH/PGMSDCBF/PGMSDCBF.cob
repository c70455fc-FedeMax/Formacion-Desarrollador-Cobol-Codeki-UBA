       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMSDCBF.
       AUTHOR.    FEDERICO FALCON.
      **************************************************************
      *  GARANTIA DE LOS DEPOSITOS: COBERTURA MENSUAL POR          *
      *  DEPOSITANTE.                                              *
      *  EL FONDO DE GARANTIA PIDE CADA MES CUANTO DE LOS          *
      *  DEPOSITOS ESTA CUBIERTO POR PERSONA. ESTE PASO TOMA LOS   *
      *  SALDOS DE DDSALHOY (LAYOUT CPSALDO) Y ATRIBUYE CADA       *
      *  CUENTA A SU TITULAR (DDCTAS) Y A SUS COTITULARES          *
      *  (DDCOTIT, LAYOUT CPCOTIT) EN PARTES IGUALES; CADA CLIENTE *
      *  SE PASA A DOCUMENTO CON EL EXTRACTO DDEXTRAC.             *
      *    - SOLO CUENTAN LOS SALDOS ACREEDORES                    *
      *    - LAS CUENTAS EN MONEDA EXTRANJERA SE PASAN A PESOS     *
      *      CON LA ULTIMA COTIZACION DE DDCAMBIO NO POSTERIOR A   *
      *      LA FECHA DE NEGOCIO                                   *
      *    - LOS TIPOS DE CUENTA EXCLUIDOS POR NORMA               *
      *      (TIP-EXCL-GARANTIA EN DDTIPOS, CLASE 'C') NO ENTRAN   *
      *  EL TOPE GARANTIZADO POR DOCUMENTO VIENE EN LA TARJETA     *
      *  DDCTRL. SALE UN REGISTRO POR DOCUMENTO EN EL FORMATO FIJO *
      *  DEL FONDO (DDGARDEP) Y EN DDSALI EL RESUMEN CUBIERTO /    *
      *  NO CUBIERTO POR SUCURSAL (ASIGNACION DDCTASUC, LAYOUT     *
      *  CPSUCASI) Y TIPO DE CUENTA: LO CUBIERTO DE CADA PERSONA   *
      *  SE REPARTE ENTRE SUS PARTES EN PROPORCION A SU IMPORTE.   *
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

            SELECT EXTRACTO ASSIGN TO DDEXTRAC
                 FILE STATUS IS FS-EXTRACTO.

            SELECT COTITUL ASSIGN TO DDCOTIT
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS MAE-COT-CLAVE
                 FILE STATUS IS FS-COTITUL.

            SELECT TIPOS ASSIGN TO DDTIPOS
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS MAE-TIP-CLAVE
                 FILE STATUS IS FS-TIPOS.

            SELECT CAMBIOS ASSIGN TO DDCAMBIO
                 FILE STATUS IS FS-CAMBIOS.

            SELECT ASIGNA ASSIGN TO DDCTASUC
                 FILE STATUS IS FS-ASIGNA.

            SELECT TARJETA ASSIGN TO DDCTRL
                 FILE STATUS IS FS-TARJETA.

            SELECT FECHAPRO ASSIGN TO DDFECPRO
                 FILE STATUS IS FS-FECHAPRO.

            SELECT GARANTIA ASSIGN TO DDGARDEP
                 FILE STATUS IS FS-GARANTIA.

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
       FD   TIPOS.

       01   REG-TIPOS.
           03  MAE-TIP-CLAVE        PIC X(03).
           03  FILLER               PIC X(57).
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
      *    TOPE GARANTIZADO POR DOCUMENTO, EN PESOS.
       FD   TARJETA
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01   REG-TARJETA.
           05  CTL-TOPE-GARANTIA    PIC 9(09)V99.
           05  FILLER               PIC X(69).
      **************************************************************
       FD   FECHAPRO
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01   REG-FECHAPRO.
           05  FPR-FECHA            PIC 9(08).
           05  FILLER               PIC X(72).
      **************************************************************
       FD   GARANTIA
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01   REG-GARANTIA            PIC X(80).
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
       77  FS-EXTRACTO     PIC XX    VALUE SPACES.
       77  FS-COTITUL      PIC XX    VALUE SPACES.
       77  FS-TIPOS        PIC XX    VALUE SPACES.
       77  FS-CAMBIOS      PIC XX    VALUE SPACES.
       77  FS-ASIGNA       PIC XX    VALUE SPACES.
       77  FS-TARJETA      PIC XX    VALUE SPACES.
       77  FS-FECHAPRO     PIC XX    VALUE SPACES.
       77  FS-GARANTIA     PIC XX    VALUE SPACES.
       77  FS-SALIDA       PIC XX    VALUE SPACES.

      *****************TOPE, PERIODO Y MONEDA**************************
       77  WS-TOPE-GARANTIA PIC 9(09)V99        VALUE ZEROS.

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

      *****************TIPOS DE CUENTA EXCLUIDOS***********************
       77  WS-TIP-SUB      PIC 9(04) USAGE COMP VALUE ZEROS.
       01  WS-TABLA-EXCLUIDOS.
           03  WS-TIP-EXCLUIDO OCCURS 100 TIMES PIC X(01).

      *****************CUENTA - SUCURSAL*******************************
       77  WS-ASI-CONT     PIC 9(04) USAGE COMP VALUE ZEROS.
       77  WS-ASI-SUB      PIC 9(04) USAGE COMP VALUE ZEROS.
       77  WS-ASI-IDX      PIC 9(04) USAGE COMP VALUE ZEROS.
       01  WS-TABLA-ASIGNA.
           03  WS-ASI      OCCURS 5000 TIMES.
               05  WS-ASI-CLAVE     PIC X(10).
               05  WS-ASI-SUC       PIC 9(02).

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

       77  WS-VCL-CONT     PIC 9(04) USAGE COMP VALUE ZEROS.
       77  WS-VCL-SUB      PIC 9(04) USAGE COMP VALUE ZEROS.
       77  WS-VCL-IDX      PIC 9(04) USAGE COMP VALUE ZEROS.
       01  WS-TABLA-VCLIS.
           03  WS-VCL      OCCURS 5000 TIMES.
               05  WS-VCL-NROCLI    PIC 9(07).
               05  WS-VCL-DOC       PIC X(13).

      *    TITULARES DE LA CUENTA EN CURSO.
       77  WS-HOL-CONT     PIC 9(04) USAGE COMP VALUE ZEROS.
       77  WS-HOL-SUB      PIC 9(04) USAGE COMP VALUE ZEROS.
       01  WS-TABLA-HOLDERS.
           03  WS-HOL-NROCLI   OCCURS 20 TIMES PIC 9(07).

      *****************DEPOSITANTES Y SUS PARTES***********************
       77  WS-DEP-CONT     PIC 9(04) USAGE COMP VALUE ZEROS.
       77  WS-DEP-SUB      PIC 9(04) USAGE COMP VALUE ZEROS.
       77  WS-DEP-IDX      PIC 9(04) USAGE COMP VALUE ZEROS.
       01  WS-TABLA-DEPOSITANTES.
           03  WS-DEP      OCCURS 5000 TIMES.
               05  WS-DEP-DOC       PIC X(13).
               05  WS-DEP-CANT      PIC 9(03).
               05  WS-DEP-TOTAL     PIC S9(11)V99 COMP-3.
               05  WS-DEP-CUBIERTO  PIC S9(11)V99 COMP-3.

       77  WS-PAR-CONT     PIC 9(05) USAGE COMP VALUE ZEROS.
       77  WS-PAR-SUB      PIC 9(05) USAGE COMP VALUE ZEROS.
       01  WS-TABLA-PARTES.
           03  WS-PAR      OCCURS 10000 TIMES.
               05  WS-PAR-DEP       PIC 9(04) USAGE COMP.
               05  WS-PAR-SUC       PIC 9(02).
               05  WS-PAR-TIPCUEN   PIC 9(02).
               05  WS-PAR-IMPORTE   PIC S9(11)V99 COMP-3.

      *****************RESUMEN POR SUCURSAL Y TIPO DE CUENTA***********
       77  WS-RES-CONT     PIC 9(04) USAGE COMP VALUE ZEROS.
       77  WS-RES-SUB      PIC 9(04) USAGE COMP VALUE ZEROS.
       77  WS-RES-IDX      PIC 9(04) USAGE COMP VALUE ZEROS.
       01  WS-TABLA-RESUMEN.
           03  WS-RES      OCCURS 500 TIMES.
               05  WS-RES-CLAVE.
                   10  WS-RES-SUC       PIC 9(02).
                   10  WS-RES-TIPCUEN   PIC 9(02).
               05  WS-RES-CUBIERTO  PIC S9(11)V99 COMP-3.
               05  WS-RES-DESCUB    PIC S9(11)V99 COMP-3.

       01  WS-RES-BUSCADA.
           05  WS-RBU-SUC           PIC 9(02).
           05  WS-RBU-TIPCUEN       PIC 9(02).

      *****************IMPORTES DE TRABAJO*****************************
       77  WS-SUC-CUENTA   PIC 9(02)            VALUE ZEROS.
       77  WS-SALDO-PES    PIC S9(11)V99 COMP-3 VALUE ZEROS.
       77  WS-PARTE        PIC S9(11)V99 COMP-3 VALUE ZEROS.
       77  WS-RESTO        PIC S9(11)V99 COMP-3 VALUE ZEROS.
       77  WS-PAR-CUBIERTO PIC S9(11)V99 COMP-3 VALUE ZEROS.

      *****************REGISTRO PARA EL FONDO DE GARANTIA**************
       01  WS-REG-GARANTIA.
           05  GAR-PERIODO          PIC 9(06).
           05  GAR-TIPDOC           PIC X(02).
           05  GAR-NRODOC           PIC 9(11).
           05  GAR-CANT-CTAS        PIC 9(03).
           05  GAR-DEPOSITADO       PIC 9(11)V99.
           05  GAR-GARANTIZADO      PIC 9(11)V99.
           05  GAR-EXCEDENTE        PIC 9(11)V99.
           05  FILLER               PIC X(19).

      *****************LINEAS DEL RESUMEN******************************
       01  WS-LIN-TITULO.
           05  FILLER               PIC X(40)   VALUE
           ' GARANTIA DE LOS DEPOSITOS - PERIODO    '.
           05  WS-LT-PERIODO        PIC 9(06).
           05  FILLER               PIC X(34)   VALUE SPACES.

       01  WS-LIN-RESUMEN.
           05  FILLER               PIC X(05)   VALUE ' SUC '.
           05  WS-LR-SUC            PIC 9(02).
           05  FILLER               PIC X(07)   VALUE '  TIPO '.
           05  WS-LR-TIPO           PIC 9(02).
           05  FILLER               PIC X(11)   VALUE '  CUBIERTO '.
           05  WS-LR-CUBIERTO       PIC ZZZZZZZZZZ9,99.
           05  FILLER               PIC X(14)   VALUE
           '  NO CUBIERTO '.
           05  WS-LR-DESCUB         PIC ZZZZZZZZZZ9,99.
           05  FILLER               PIC X(11)   VALUE SPACES.

       01  WS-LIN-TOTAL.
           05  FILLER               PIC X(16)   VALUE
           ' TOTAL GENERAL  '.
           05  FILLER               PIC X(11)   VALUE '  CUBIERTO '.
           05  WS-LTO-CUBIERTO      PIC ZZZZZZZZZZ9,99.
           05  FILLER               PIC X(14)   VALUE
           '  NO CUBIERTO '.
           05  WS-LTO-DESCUB        PIC ZZZZZZZZZZ9,99.
           05  FILLER               PIC X(11)   VALUE SPACES.

      *********************CONTADORES*******************************
       77  WS-CANT-CUENTAS            PIC 9(05)   VALUE ZEROES.
       77  WS-CANT-EXCLUIDAS          PIC 9(05)   VALUE ZEROES.
       77  WS-CANT-SIN-COTIZ          PIC 9(05)   VALUE ZEROES.
       77  WS-CANT-SIN-TITULAR        PIC 9(05)   VALUE ZEROES.
       77  WS-CANT-DEPOSITANTES       PIC 9(05)   VALUE ZEROES.
       77  WS-TOT-CUBIERTO  PIC S9(13)V99 COMP-3 VALUE ZEROS.
       77  WS-TOT-DESCUB    PIC S9(13)V99 COMP-3 VALUE ZEROS.
       01  WS-TOT-EDIT     PIC -ZZZZZZZZZZZZ9,99.

      *****************FECHA DE NEGOCIO Y LAYOUTS**********************
           COPY CPFECPRO.

           COPY CPSALDO.

           COPY CPCOTIT.

           COPY CPTIPOS.

           COPY CPSUCASI.

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
              PERFORM 5000-APLICAR-TOPE THRU F-5000-APLICAR-TOPE
              PERFORM 6000-RESUMEN      THRU F-6000-RESUMEN
           END-IF

           PERFORM 9999-FINAL    THRU  F-9999-FINAL.

       F-MAIN-PROGRAM. GOBACK.

      **************************************
      *                                    *
      *  CUERPO INICIO APERTURA ARCHIVOS   *
      *                                    *
      **************************************
       1000-INICIO.

           OPEN INPUT  SALDOS.

           IF FS-SALDOS IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN SALDOS    = ' FS-SALDOS
              MOVE 9999 TO RETURN-CODE
              SET  FS-SALDOS-FIN TO TRUE
           END-IF

           OPEN OUTPUT GARANTIA.

           IF FS-GARANTIA IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN GARANTIA  = ' FS-GARANTIA
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
           PERFORM 1200-LEER-TARJETA    THRU F-1200-LEER-TARJETA.
           PERFORM 1300-CARGAR-COTIZ    THRU F-1300-CARGAR-COTIZ.
           PERFORM 1400-CARGAR-EXCLUIDOS
                   THRU F-1400-CARGAR-EXCLUIDOS.
           PERFORM 1500-CARGAR-ASIGNA   THRU F-1500-CARGAR-ASIGNA.
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
       1200-LEER-TARJETA.
      *    SIN TOPE INFORMADO NO HAY COBERTURA QUE CALCULAR.
           OPEN INPUT TARJETA.

           IF FS-TARJETA IS EQUAL '00'
              READ TARJETA
                 AT END
                    CONTINUE
                 NOT AT END
                    IF CTL-TOPE-GARANTIA IS NUMERIC
                       MOVE CTL-TOPE-GARANTIA TO WS-TOPE-GARANTIA
                    END-IF
              END-READ
              CLOSE TARJETA
           END-IF.

           IF WS-TOPE-GARANTIA IS EQUAL ZEROS
              DISPLAY '* ERROR: TARJETA DDCTRL SIN TOPE GARANTIZADO'
              MOVE 9999 TO RETURN-CODE
              SET  FS-SALDOS-FIN TO TRUE
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
       1400-CARGAR-EXCLUIDOS.
      *    MARCA LOS TIPOS DE CUENTA EXCLUIDOS DE LA GARANTIA (CLASE
      *    'C' CON TIP-EXCL-GARANTIA EN 'S'). SIN MAESTRO DE TIPOS
      *    TODAS LAS CUENTAS ENTRAN.
           MOVE SPACES TO WS-TABLA-EXCLUIDOS

           OPEN INPUT TIPOS

           IF FS-TIPOS IS EQUAL '00'
              MOVE 'C00' TO MAE-TIP-CLAVE
              START TIPOS KEY IS NOT LESS MAE-TIP-CLAVE
                 INVALID KEY
                    MOVE '10' TO FS-TIPOS
              END-START

              PERFORM UNTIL FS-TIPOS IS NOT EQUAL '00'
                 READ TIPOS NEXT INTO WS-REG-TIPOS
                    AT END
                       MOVE '10' TO FS-TIPOS
                    NOT AT END
                       IF TIP-CLASE IS NOT EQUAL 'C'
                          MOVE '10' TO FS-TIPOS
                       ELSE
                          IF TIP-EXCL-GARANTIA IS EQUAL 'S'
                             COMPUTE WS-TIP-SUB = TIP-CODIGO + 1
                             MOVE 'S' TO WS-TIP-EXCLUIDO (WS-TIP-SUB)
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE TIPOS
           ELSE
              DISPLAY '* SIN MAESTRO DE TIPOS, NO HAY TIPOS '
                      'EXCLUIDOS'
           END-IF.

       F-1400-CARGAR-EXCLUIDOS. EXIT.
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
                      'CALCULA LA GARANTIA'
              MOVE 9999 TO RETURN-CODE
              SET FS-SALDOS-FIN TO TRUE
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
              DISPLAY '* SIN EXTRACTO DEMOGRAFICO, NO SE '
                      'CALCULA LA GARANTIA'
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

           COMPUTE WS-TIP-SUB = SAL-TIPCUEN + 1

           IF WS-TIP-EXCLUIDO (WS-TIP-SUB) IS EQUAL 'S'
              ADD 1 TO WS-CANT-EXCLUIDAS
              GO TO F-3000-ATRIBUIR-CUENTA
           END-IF

      *    SALDO EN PESOS.
           IF SAL-MONEDA IS EQUAL SPACES OR 'PES'
              MOVE SAL-SALDO TO WS-SALDO-PES
           ELSE
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

           ADD 1 TO WS-CANT-CUENTAS

           MOVE ZEROS TO WS-SUC-CUENTA
           PERFORM VARYING WS-ASI-SUB FROM 1 BY 1
                   UNTIL WS-ASI-SUB > WS-ASI-CONT
               IF WS-ASI-CLAVE (WS-ASI-SUB) IS EQUAL
                  WS-REG-SALDO (1:10)
                  MOVE WS-ASI-SUC (WS-ASI-SUB) TO WS-SUC-CUENTA
               END-IF
           END-PERFORM

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

      *    SIN TITULAR CONOCIDO EL SALDO QUEDA SIN COBERTURA.
           IF WS-HOL-CONT IS EQUAL ZEROS
              ADD 1 TO WS-CANT-SIN-TITULAR
              MOVE ZEROS        TO WS-DEP-IDX
              MOVE WS-SALDO-PES TO WS-PARTE
              PERFORM 3200-GUARDAR-PARTE THRU F-3200-GUARDAR-PARTE
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
               PERFORM 3200-GUARDAR-PARTE THRU F-3200-GUARDAR-PARTE
           END-PERFORM.

       F-3000-ATRIBUIR-CUENTA. EXIT.
      **************************************************************
       3100-BUSCAR-DEPOSITANTE.
      *    CLIENTE WS-HOL-NROCLI (WS-HOL-SUB) -> DOCUMENTO ->
      *    ENTRADA DEL DEPOSITANTE (LA CREA SI ES NUEVO). SIN
      *    DOCUMENTO WS-DEP-IDX QUEDA EN CERO.
           MOVE ZEROS TO WS-DEP-IDX
           MOVE ZEROS TO WS-VCL-IDX

           PERFORM VARYING WS-VCL-SUB FROM 1 BY 1
                   UNTIL WS-VCL-SUB > WS-VCL-CONT
               IF WS-VCL-NROCLI (WS-VCL-SUB) IS EQUAL
                  WS-HOL-NROCLI (WS-HOL-SUB)
                  MOVE WS-VCL-SUB TO WS-VCL-IDX
               END-IF
           END-PERFORM

           IF WS-VCL-IDX IS EQUAL ZEROS
              GO TO F-3100-BUSCAR-DEPOSITANTE
           END-IF

           PERFORM VARYING WS-DEP-SUB FROM 1 BY 1
                   UNTIL WS-DEP-SUB > WS-DEP-CONT
               IF WS-DEP-DOC (WS-DEP-SUB) IS EQUAL
                  WS-VCL-DOC (WS-VCL-IDX)
                  MOVE WS-DEP-SUB TO WS-DEP-IDX
               END-IF
           END-PERFORM

           IF WS-DEP-IDX IS EQUAL ZEROS
              IF WS-DEP-CONT < 5000
                 ADD 1 TO WS-DEP-CONT
                 MOVE WS-DEP-CONT TO WS-DEP-IDX
                 MOVE WS-VCL-DOC (WS-VCL-IDX) TO
                      WS-DEP-DOC (WS-DEP-IDX)
                 MOVE ZEROS TO WS-DEP-CANT     (WS-DEP-IDX)
                               WS-DEP-TOTAL    (WS-DEP-IDX)
                               WS-DEP-CUBIERTO (WS-DEP-IDX)
              ELSE
                 DISPLAY '* ATENCION: TABLA DE DEPOSITANTES LLENA '
                         '(5000)'
              END-IF
           END-IF.

       F-3100-BUSCAR-DEPOSITANTE. EXIT.
      **************************************************************
       3200-GUARDAR-PARTE.

           IF WS-DEP-IDX NOT EQUAL ZEROS
              ADD 1        TO WS-DEP-CANT  (WS-DEP-IDX)
              ADD WS-PARTE TO WS-DEP-TOTAL (WS-DEP-IDX)
           END-IF

           IF WS-PAR-CONT < 10000
              ADD 1 TO WS-PAR-CONT
              MOVE WS-DEP-IDX    TO WS-PAR-DEP     (WS-PAR-CONT)
              MOVE WS-SUC-CUENTA TO WS-PAR-SUC     (WS-PAR-CONT)
              MOVE SAL-TIPCUEN   TO WS-PAR-TIPCUEN (WS-PAR-CONT)
              MOVE WS-PARTE      TO WS-PAR-IMPORTE (WS-PAR-CONT)
           ELSE
              DISPLAY '* ATENCION: TABLA DE PARTES LLENA (10000)'
           END-IF.

       F-3200-GUARDAR-PARTE. EXIT.
      **************************************************************
       5000-APLICAR-TOPE.
      *    COBERTURA POR DOCUMENTO Y REGISTRO PARA EL FONDO.
           PERFORM VARYING WS-DEP-SUB FROM 1 BY 1
                   UNTIL WS-DEP-SUB > WS-DEP-CONT
               IF WS-DEP-TOTAL (WS-DEP-SUB) IS GREATER
                  WS-TOPE-GARANTIA
                  MOVE WS-TOPE-GARANTIA TO
                       WS-DEP-CUBIERTO (WS-DEP-SUB)
               ELSE
                  MOVE WS-DEP-TOTAL (WS-DEP-SUB) TO
                       WS-DEP-CUBIERTO (WS-DEP-SUB)
               END-IF

               MOVE SPACES       TO WS-REG-GARANTIA
               MOVE WS-PERIODO-R TO GAR-PERIODO
               MOVE WS-DEP-DOC (WS-DEP-SUB) (1:2)  TO GAR-TIPDOC
               MOVE WS-DEP-DOC (WS-DEP-SUB) (3:11) TO GAR-NRODOC
               MOVE WS-DEP-CANT     (WS-DEP-SUB) TO GAR-CANT-CTAS
               MOVE WS-DEP-TOTAL    (WS-DEP-SUB) TO GAR-DEPOSITADO
               MOVE WS-DEP-CUBIERTO (WS-DEP-SUB) TO GAR-GARANTIZADO
               COMPUTE GAR-EXCEDENTE =
                       WS-DEP-TOTAL (WS-DEP-SUB)
                     - WS-DEP-CUBIERTO (WS-DEP-SUB)

               WRITE REG-GARANTIA FROM WS-REG-GARANTIA

               IF FS-GARANTIA IS NOT EQUAL '00'
                  DISPLAY '* ERROR EN WRITE GARANTIA = ' FS-GARANTIA
                  MOVE 9999 TO RETURN-CODE
               END-IF

               ADD 1 TO WS-CANT-DEPOSITANTES
           END-PERFORM.

       F-5000-APLICAR-TOPE. EXIT.
      **************************************************************
       6000-RESUMEN.
      *    CADA PARTE LLEVA DE LO CUBIERTO DE SU DEPOSITANTE LA
      *    PROPORCION DE SU IMPORTE; LA PARTE SIN DEPOSITANTE VA
      *    TODA A NO CUBIERTO.
           PERFORM VARYING WS-PAR-SUB FROM 1 BY 1
                   UNTIL WS-PAR-SUB > WS-PAR-CONT
               MOVE ZEROS TO WS-PAR-CUBIERTO
               MOVE WS-PAR-DEP (WS-PAR-SUB) TO WS-DEP-IDX

               IF WS-DEP-IDX NOT EQUAL ZEROS
                  IF WS-DEP-TOTAL (WS-DEP-IDX) IS GREATER ZEROS
                     COMPUTE WS-PAR-CUBIERTO ROUNDED =
                             WS-PAR-IMPORTE (WS-PAR-SUB)
                           * WS-DEP-CUBIERTO (WS-DEP-IDX)
                           / WS-DEP-TOTAL (WS-DEP-IDX)
                  END-IF
               END-IF

               MOVE WS-PAR-SUC     (WS-PAR-SUB) TO WS-RBU-SUC
               MOVE WS-PAR-TIPCUEN (WS-PAR-SUB) TO WS-RBU-TIPCUEN
               PERFORM 6100-BUSCAR-RESUMEN THRU F-6100-BUSCAR-RESUMEN

               IF WS-RES-IDX NOT EQUAL ZEROS
                  ADD WS-PAR-CUBIERTO TO WS-RES-CUBIERTO (WS-RES-IDX)
                  COMPUTE WS-RES-DESCUB (WS-RES-IDX) =
                          WS-RES-DESCUB (WS-RES-IDX)
                        + WS-PAR-IMPORTE (WS-PAR-SUB)
                        - WS-PAR-CUBIERTO
               END-IF
           END-PERFORM

           MOVE WS-PERIODO-R TO WS-LT-PERIODO
           WRITE REG-SALIDA FROM WS-LIN-TITULO

           PERFORM VARYING WS-RES-SUB FROM 1 BY 1
                   UNTIL WS-RES-SUB > WS-RES-CONT
               MOVE WS-RES-SUC      (WS-RES-SUB) TO WS-LR-SUC
               MOVE WS-RES-TIPCUEN  (WS-RES-SUB) TO WS-LR-TIPO
               MOVE WS-RES-CUBIERTO (WS-RES-SUB) TO WS-LR-CUBIERTO
               MOVE WS-RES-DESCUB   (WS-RES-SUB) TO WS-LR-DESCUB
               WRITE REG-SALIDA FROM WS-LIN-RESUMEN
               ADD WS-RES-CUBIERTO (WS-RES-SUB) TO WS-TOT-CUBIERTO
               ADD WS-RES-DESCUB   (WS-RES-SUB) TO WS-TOT-DESCUB
           END-PERFORM

           MOVE WS-TOT-CUBIERTO TO WS-LTO-CUBIERTO
           MOVE WS-TOT-DESCUB   TO WS-LTO-DESCUB
           WRITE REG-SALIDA FROM WS-LIN-TOTAL

           IF FS-SALIDA IS NOT EQUAL '00'
              DISPLAY '* ERROR EN WRITE SALIDA   = ' FS-SALIDA
              MOVE 9999 TO RETURN-CODE
           END-IF.

       F-6000-RESUMEN. EXIT.
      **************************************************************
       6100-BUSCAR-RESUMEN.
      *    UBICA LA FILA SUCURSAL + TIPO DE WS-RES-BUSCADA; SI NO
      *    ESTA LA INSERTA EN ORDEN CORRIENDO LAS SIGUIENTES.
           MOVE ZEROS TO WS-RES-IDX

           PERFORM VARYING WS-RES-SUB FROM 1 BY 1
                   UNTIL WS-RES-SUB > WS-RES-CONT
                      OR WS-RES-IDX NOT EQUAL ZEROS
               IF WS-RES-CLAVE (WS-RES-SUB) IS NOT LESS
                  WS-RES-BUSCADA
                  MOVE WS-RES-SUB TO WS-RES-IDX
               END-IF
           END-PERFORM

           IF WS-RES-IDX NOT EQUAL ZEROS
              IF WS-RES-CLAVE (WS-RES-IDX) IS EQUAL WS-RES-BUSCADA
                 GO TO F-6100-BUSCAR-RESUMEN
              END-IF
           END-IF

           IF WS-RES-CONT NOT LESS 500
              DISPLAY '* ATENCION: TABLA DE RESUMEN LLENA (500)'
              MOVE ZEROS TO WS-RES-IDX
              GO TO F-6100-BUSCAR-RESUMEN
           END-IF

           IF WS-RES-IDX IS EQUAL ZEROS
              ADD 1 TO WS-RES-CONT
              MOVE WS-RES-CONT TO WS-RES-IDX
           ELSE
              PERFORM VARYING WS-RES-SUB FROM WS-RES-CONT BY -1
                      UNTIL WS-RES-SUB < WS-RES-IDX
                  MOVE WS-RES (WS-RES-SUB) TO WS-RES (WS-RES-SUB + 1)
              END-PERFORM
              ADD 1 TO WS-RES-CONT
           END-IF

           MOVE WS-RES-BUSCADA TO WS-RES-CLAVE   (WS-RES-IDX)
           MOVE ZEROS          TO WS-RES-CUBIERTO (WS-RES-IDX)
                                  WS-RES-DESCUB   (WS-RES-IDX).

       F-6100-BUSCAR-RESUMEN. EXIT.
      **************************************************************
       9999-FINAL.

           IF RETURN-CODE NOT EQUAL 9999
             CLOSE SALDOS
                 IF FS-SALDOS IS NOT EQUAL '00' AND '10'
                  DISPLAY '* ERROR EN CLOSE SALDOS   = '
                                            FS-SALDOS
                  MOVE 9999 TO RETURN-CODE
                 END-IF

             CLOSE GARANTIA
                 IF FS-GARANTIA IS NOT EQUAL '00'
                  DISPLAY '* ERROR EN CLOSE GARANTIA = '
                                            FS-GARANTIA
                  MOVE 9999 TO RETURN-CODE
                 END-IF

             CLOSE SALIDA
                 IF FS-SALIDA IS NOT EQUAL '00'
                  DISPLAY '* ERROR EN CLOSE SALIDA   = '
                                            FS-SALIDA
                  MOVE 9999 TO RETURN-CODE
                 END-IF

             DISPLAY '***************************************'
             DISPLAY ' CUENTAS ATRIBUIDAS          :  '
                                               WS-CANT-CUENTAS
             DISPLAY ' CUENTAS DE TIPO EXCLUIDO    :  '
                                               WS-CANT-EXCLUIDAS
             DISPLAY ' CUENTAS SIN COTIZACION      :  '
                                               WS-CANT-SIN-COTIZ
             DISPLAY ' CUENTAS SIN TITULAR         :  '
                                               WS-CANT-SIN-TITULAR
             DISPLAY ' DEPOSITANTES INFORMADOS     :  '
                                               WS-CANT-DEPOSITANTES
             MOVE WS-TOT-CUBIERTO TO WS-TOT-EDIT
             DISPLAY ' IMPORTE CUBIERTO            :  ' WS-TOT-EDIT
             MOVE WS-TOT-DESCUB TO WS-TOT-EDIT
             DISPLAY ' IMPORTE NO CUBIERTO         :  ' WS-TOT-EDIT
             DISPLAY '***************************************'

           END-IF.

       F-9999-FINAL.
           EXIT.
