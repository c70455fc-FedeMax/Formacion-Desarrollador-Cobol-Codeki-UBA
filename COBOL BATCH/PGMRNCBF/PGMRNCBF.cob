       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMRNCBF.
       AUTHOR.    FEDERICO FALCON.
      **************************************************************
      *  RENTABILIDAD MENSUAL DE CLIENTES POR SUCURSAL Y SEGMENTO. *
      *  LA SEGMENTACION PGMSGCBF SABE QUIEN TIENE LOS SALDOS MAS  *
      *  GRANDES PERO NO QUIEN LE DEJA PLATA AL BANCO. ESTE PASO   *
      *  MENSUAL, PARA EL MES DE LA FECHA DE NEGOCIO (DDFECPRO):   *
      *    - SUMA POR CUENTA LAS COMISIONES DEVENGADAS Y RESTA EL  *
      *      INTERES ACREEDOR PAGADO DEL HISTORICO DDDEVHIS        *
      *      (LAYOUT CPDEVHIS)                                     *
      *    - SUMA EL INTERES DEUDOR COBRADO POR PGMIDCBF, LAS      *
      *      COMISIONES POR CHEQUE RECHAZADO DE PGMCHCBF Y LAS     *
      *      COMISIONES DEL TARIFARIO (DEVOLUCION DE CHEQUE,       *
      *      MOVIMIENTOS, RESUMEN, CHEQUERA Y DESCUBIERTO),        *
      *      TOMADOS DEL DIARIO DE MOVIMIENTOS APLICADOS DDDIAMOV  *
      *      (LAYOUT CPDIAMOV) POR SU TIPO DE MOVIMIENTO           *
      *      (CPTIPMOV); LOS MOVIMIENTOS ANULADOS Y SUS            *
      *      CONTRA-ASIENTOS NO CUENTAN                            *
      *    - ATRIBUYE CADA CUENTA AL TITULAR DE DDCTAS Y A LOS     *
      *      COTITULARES DE DDCOTIT EN PARTES IGUALES, ASI EL      *
      *      TOTAL DEL BANCO NO SE DUPLICA; EL CLIENTE SALE DEL    *
      *      EXTRACTO DDEXTRAC, SU SEGMENTO DE DDSEGM Y SU         *
      *      SUCURSAL DE LA PRIMERA CUENTA QUE TIENE EN DDCTASUC   *
      *    - ORDENA A LOS CLIENTES DENTRO DE CADA SUCURSAL Y       *
      *      SEGMENTO POR MARGEN, GRABA EL RESULTADO POR CLIENTE   *
      *      CON SU RANKING Y DECIL EN DDRENTAB (LAYOUT CPRENTAB)  *
      *      E IMPRIME EN DDSALI, POR GRUPO, EL DECIL SUPERIOR Y   *
      *      EL INFERIOR CON LOS TOTALES                           *
      **************************************************************
       ENVIRONMENT DIVISION.
      **************************************************************
       CONFIGURATION SECTION.

       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
      **************************************************************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT EXTRACTO   ASSIGN TO DDEXTRAC
                 FILE STATUS IS FS-EXTRACTO.

           SELECT CUENTAS    ASSIGN TO DDCTAS
                 FILE STATUS IS FS-CUENTAS.

           SELECT ASIGNA     ASSIGN TO DDCTASUC
                 FILE STATUS IS FS-ASIGNA.

           SELECT COTITUL    ASSIGN TO DDCOTIT
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS MAE-COT-CLAVE
                 FILE STATUS IS FS-COTITUL.

           SELECT DEVHIS     ASSIGN TO DDDEVHIS
                 FILE STATUS IS FS-DEVHIS.

           SELECT DIARIO     ASSIGN TO DDDIAMOV
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS MAE-DIA-CLAVE
                 FILE STATUS IS FS-DIARIO.

           SELECT SEGMENTOS  ASSIGN TO DDSEGM
                 FILE STATUS IS FS-SEGM.

           SELECT FECHAPRO   ASSIGN TO DDFECPRO
                 FILE STATUS IS FS-FECHAPRO.

           SELECT RENTAB     ASSIGN TO DDRENTAB
                 FILE STATUS IS FS-RENTAB.

           SELECT SALIDA     ASSIGN TO DDSALI
                 FILE STATUS IS FS-SALIDA.
      **************************************************************
       I-O-CONTROL.

       DATA DIVISION.
       FILE SECTION.
       FD   EXTRACTO
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01   REG-EXTRACTO            PIC X(59).

       FD   CUENTAS
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01   REG-CUENTA              PIC X(17).

       FD   ASIGNA
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01   REG-ASIGNA              PIC X(20).

       FD   COTITUL.

       01   REG-COTITUL.
           03  MAE-COT-CLAVE        PIC X(17).
           03  FILLER               PIC X(03).

       FD   DEVHIS
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01   REG-DEVHIS              PIC X(50).

       FD   DIARIO.

       01   REG-DIARIO.
           03  MAE-DIA-CLAVE        PIC X(23).
           03  FILLER               PIC X(77).

       FD   SEGMENTOS
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01   REG-SEGMENTO.
           05  SEG-TIPDOC           PIC X(02).
           05  SEG-NRODOC           PIC 9(11).
           05  SEG-SEGMENTO         PIC X(01).
           05  FILLER               PIC X(06).

       FD   FECHAPRO
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01   REG-FECHAPRO.
           05  FPR-FECHA            PIC 9(08).
           05  FILLER               PIC X(72).

       FD   RENTAB
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01   REG-RENTAB              PIC X(100).

       FD   SALIDA
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01   REG-SALIDA              PIC X(80).
      **************************************************************
       WORKING-STORAGE SECTION.
       77  FILLER        PIC X(26) VALUE '* INICIO WORKING-STORAGE *'.

      ***********************FILE STATUS****************************
       77  FS-EXTRACTO                PIC XX      VALUE SPACES.
           88  FS-EXTRACTO-FIN                    VALUE '10'.
       77  FS-CUENTAS                 PIC XX      VALUE SPACES.
       77  FS-ASIGNA                  PIC XX      VALUE SPACES.
       77  FS-COTITUL                 PIC XX      VALUE SPACES.
       77  FS-DEVHIS                  PIC XX      VALUE SPACES.
       77  FS-DIARIO                  PIC XX      VALUE SPACES.
       77  FS-SEGM                    PIC XX      VALUE SPACES.
       77  FS-FECHAPRO                PIC XX      VALUE SPACES.
       77  FS-RENTAB                  PIC XX      VALUE SPACES.
       77  FS-SALIDA                  PIC XX      VALUE SPACES.

      *********************CONTADORES*******************************
       77  WS-CLI-LEIDOS              PIC 9(05)   VALUE ZEROES.
       77  WS-CLI-SIN-CUENTAS         PIC 9(05)   VALUE ZEROES.
       77  WS-DEV-LEIDOS              PIC 9(07)   VALUE ZEROES.
       77  WS-DEV-DEL-MES             PIC 9(07)   VALUE ZEROES.
       77  WS-MOV-DEL-MES             PIC 9(07)   VALUE ZEROES.
       77  WS-CANT-GRABADOS           PIC 9(05)   VALUE ZEROES.

           COPY CPFECPRO.

           COPY CPTIPMOV.

           COPY CPDEVHIS.

           COPY CPDIAMOV.

           COPY CPCOTIT.

           COPY CPRENTAB.

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

      *****************CUENTAS: TITULARES E IMPORTES DEL MES***********
       77  WS-TCU-CONT     PIC 9(04) USAGE COMP VALUE ZEROS.
       77  WS-TCU-SUB      PIC 9(04) USAGE COMP VALUE ZEROS.
       77  WS-TCU-IDX      PIC 9(04) USAGE COMP VALUE ZEROS.
       01  WS-TABLA-CUENTAS.
           03  WS-TCU      OCCURS 5000 TIMES.
               05  WS-TCU-CLAVE     PIC X(10).
               05  WS-TCU-NROCLI    PIC 9(07).
               05  WS-TCU-SUC       PIC 9(02).
               05  WS-TCU-TITULARES PIC 9(03) USAGE COMP.
               05  WS-TCU-COMIS     PIC S9(09)V99 COMP-3.
               05  WS-TCU-INTDEU    PIC S9(09)V99 COMP-3.
               05  WS-TCU-RECHAZO   PIC S9(09)V99 COMP-3.
               05  WS-TCU-INTACR    PIC S9(09)V99 COMP-3.

      *****************COTITULARES*************************************
       77  WS-TCO-CONT     PIC 9(04) USAGE COMP VALUE ZEROS.
       77  WS-TCO-SUB      PIC 9(04) USAGE COMP VALUE ZEROS.
       01  WS-TABLA-COTIT.
           03  WS-TCO      OCCURS 5000 TIMES.
               05  WS-TCO-NROCLI    PIC 9(07).
               05  WS-TCO-CTA       PIC 9(04) USAGE COMP.

      *****************SEGMENTO POR DOCUMENTO**************************
       77  WS-SGM-CONT     PIC 9(04) USAGE COMP VALUE ZEROS.
       77  WS-SGM-SUB      PIC 9(04) USAGE COMP VALUE ZEROS.
       01  WS-TABLA-SEGM.
           03  WS-SGM      OCCURS 5000 TIMES.
               05  WS-SGM-DOC       PIC X(13).
               05  WS-SGM-SEG       PIC X(01).

      *****************CLIENTES DEL MES********************************
       77  WS-TCL-CONT     PIC 9(04) USAGE COMP VALUE ZEROS.
       77  WS-TCL-SUB      PIC 9(04) USAGE COMP VALUE ZEROS.
       77  WS-TCL-OTRO     PIC 9(04) USAGE COMP VALUE ZEROS.
       01  WS-TABLA-CLIENTES.
           03  WS-TCL      OCCURS 5000 TIMES.
               05  WS-TCL-DOC.
                   10  WS-TCL-TIPDOC    PIC X(02).
                   10  WS-TCL-NRODOC    PIC 9(11).
               05  WS-TCL-NROCLI    PIC 9(07).
               05  WS-TCL-SUC       PIC 9(02).
               05  WS-TCL-GRP       PIC 9(01).
               05  WS-TCL-COMIS     PIC S9(09)V99 COMP-3.
               05  WS-TCL-INTDEU    PIC S9(09)V99 COMP-3.
               05  WS-TCL-RECHAZO   PIC S9(09)V99 COMP-3.
               05  WS-TCL-INTACR    PIC S9(09)V99 COMP-3.
               05  WS-TCL-MARGEN    PIC S9(09)V99 COMP-3.
               05  WS-TCL-RANKING   PIC 9(05) USAGE COMP.
               05  WS-TCL-DECIL     PIC 9(02).

      *****************GRUPOS SUCURSAL + SEGMENTO**********************
      *    SUCURSAL 00 A 99 EN LAS POSICIONES 1 A 100; SEGMENTOS
      *    A, B, C Y SIN SEGMENTO EN LAS POSICIONES 1 A 4.
       01  WS-SEGMENTOS                PIC X(04)   VALUE 'ABC-'.
       01  WS-SEGMENTOS-R REDEFINES WS-SEGMENTOS.
           05  WS-SEG-LETRA         PIC X(01) OCCURS 4 TIMES.
       77  WS-SUC-SUB      PIC 9(04) USAGE COMP VALUE ZEROS.
       77  WS-GRP-SUB      PIC 9(04) USAGE COMP VALUE ZEROS.
       01  WS-TABLA-GRUPOS.
           03  WS-GRP-SUCURSAL      OCCURS 100 TIMES.
               05  WS-GRP-SEGMENTO  OCCURS 4 TIMES.
                   10  WS-GRP-CANT      PIC 9(05) USAGE COMP.
                   10  WS-GRP-MARGEN    PIC S9(13)V99 COMP-3.

      *****************CLIENTE EN CURSO********************************
       77  WS-CLI-CTAS     PIC 9(03)  VALUE ZEROS.
       77  WS-CLI-SUC      PIC 9(02)  VALUE ZEROS.
       01  WS-CLI-SEG      PIC X(01)  VALUE SPACE.
       77  WS-CLI-COMIS    PIC S9(09)V99 COMP-3 VALUE ZEROS.
       77  WS-CLI-INTDEU   PIC S9(09)V99 COMP-3 VALUE ZEROS.
       77  WS-CLI-RECHAZO  PIC S9(09)V99 COMP-3 VALUE ZEROS.
       77  WS-CLI-INTACR   PIC S9(09)V99 COMP-3 VALUE ZEROS.

      *****************PARTE DE CADA TITULAR EN UNA CUENTA*************
      *    CADA COTITULAR LLEVA LA PARTE REDONDEADA; EL TITULAR SE
      *    QUEDA CON EL RESTO PARA QUE LA CUENTA SUME EXACTO.
       77  WS-PAR-COMIS    PIC S9(09)V99 COMP-3 VALUE ZEROS.
       77  WS-PAR-INTDEU   PIC S9(09)V99 COMP-3 VALUE ZEROS.
       77  WS-PAR-RECHAZO  PIC S9(09)V99 COMP-3 VALUE ZEROS.
       77  WS-PAR-INTACR   PIC S9(09)V99 COMP-3 VALUE ZEROS.
       77  WS-TIT-COMIS    PIC S9(09)V99 COMP-3 VALUE ZEROS.
       77  WS-TIT-INTDEU   PIC S9(09)V99 COMP-3 VALUE ZEROS.
       77  WS-TIT-RECHAZO  PIC S9(09)V99 COMP-3 VALUE ZEROS.
       77  WS-TIT-INTACR   PIC S9(09)V99 COMP-3 VALUE ZEROS.

      *****************RANKING Y REPORTE*******************************
       77  WS-RNK          PIC 9(05) USAGE COMP VALUE ZEROS.
       77  WS-RNK-DESDE    PIC 9(05) USAGE COMP VALUE ZEROS.
       77  WS-TOPE-DECIL   PIC 9(05) USAGE COMP VALUE ZEROS.
       77  WS-TOT-CLIENTES PIC 9(05)  VALUE ZEROS.
       77  WS-TOT-MARGEN   PIC S9(13)V99 COMP-3 VALUE ZEROS.

       01  WS-LIN-TITULO.
           05  FILLER               PIC X(40)   VALUE
           ' RENTABILIDAD DE CLIENTES POR SUCURSAL Y'.
           05  FILLER               PIC X(20)   VALUE
           ' SEGMENTO, PERIODO  '.
           05  WS-LT-PERIODO        PIC 9(06).
           05  FILLER               PIC X(14)   VALUE SPACES.

       01  WS-LIN-GRUPO.
           05  FILLER               PIC X(10)   VALUE ' SUCURSAL '.
           05  WS-LG-SUC            PIC 9(02).
           05  FILLER               PIC X(10)   VALUE ' SEGMENTO '.
           05  WS-LG-SEG            PIC X(01).
           05  FILLER               PIC X(10)   VALUE ' CLIENTES '.
           05  WS-LG-CANT           PIC ZZZZ9.
           05  FILLER               PIC X(08)   VALUE ' MARGEN '.
           05  WS-LG-MARGEN         PIC -ZZZ.ZZZ.ZZZ.ZZ9,99.
           05  FILLER               PIC X(15)   VALUE SPACES.

       01  WS-LIN-SUBTITULO.
           05  WS-LS-TEXTO          PIC X(40).
           05  FILLER               PIC X(40)   VALUE SPACES.

       01  WS-LIN-ENCABEZADO.
           05  FILLER               PIC X(40)   VALUE
           '  RANK  DOCUMENTO      NROCLI         IN'.
           05  FILLER               PIC X(40)   VALUE
           'GRESOS    INT ACREEDOR          MARGEN  '.

       01  WS-LIN-CLIENTE.
           05  FILLER               PIC X(02)   VALUE SPACES.
           05  WS-LC-RANKING        PIC ZZZZ9.
           05  FILLER               PIC X(01)   VALUE SPACE.
           05  WS-LC-TIPDOC         PIC X(02).
           05  FILLER               PIC X(01)   VALUE SPACE.
           05  WS-LC-NRODOC         PIC 9(11).
           05  FILLER               PIC X(01)   VALUE SPACE.
           05  WS-LC-NROCLI         PIC 9(07).
           05  FILLER               PIC X(01)   VALUE SPACE.
           05  WS-LC-INGRESOS       PIC -ZZZ.ZZZ.ZZ9,99.
           05  FILLER               PIC X(01)   VALUE SPACE.
           05  WS-LC-INTACR         PIC -ZZZ.ZZZ.ZZ9,99.
           05  FILLER               PIC X(01)   VALUE SPACE.
           05  WS-LC-MARGEN         PIC -ZZZ.ZZZ.ZZ9,99.
           05  FILLER               PIC X(02)   VALUE SPACES.

       01  WS-LIN-TOTAL.
           05  FILLER               PIC X(24)   VALUE
           ' TOTAL BANCO   CLIENTES '.
           05  WS-LTO-CANT          PIC ZZZZ9.
           05  FILLER               PIC X(08)   VALUE ' MARGEN '.
           05  WS-LTO-MARGEN        PIC -ZZZ.ZZZ.ZZZ.ZZ9,99.
           05  FILLER               PIC X(24)   VALUE SPACES.

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
                   UNTIL FS-EXTRACTO-FIN.

           PERFORM 5000-RANKEAR  THRU  F-5000-RANKEAR.

           PERFORM 6000-IMPRIMIR THRU  F-6000-IMPRIMIR.

           PERFORM 9999-FINAL    THRU  F-9999-FINAL.

       F-MAIN-PROGRAM. GOBACK.

      **************************************
      *                                    *
      *  CUERPO INICIO APERTURA ARCHIVOS   *
      *                                    *
      **************************************
       1000-INICIO.

           INITIALIZE WS-TABLA-GRUPOS.

           OPEN INPUT  EXTRACTO.

           IF FS-EXTRACTO IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN EXTRACTO  = ' FS-EXTRACTO
              MOVE 9999 TO RETURN-CODE
              SET  FS-EXTRACTO-FIN TO TRUE
           END-IF

           OPEN OUTPUT RENTAB.

           IF FS-RENTAB IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN RENTAB    = ' FS-RENTAB
              MOVE 9999 TO RETURN-CODE
              SET  FS-EXTRACTO-FIN TO TRUE
           END-IF

           OPEN OUTPUT SALIDA.

           IF FS-SALIDA IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN SALIDA    = ' FS-SALIDA
              MOVE 9999 TO RETURN-CODE
              SET  FS-EXTRACTO-FIN TO TRUE
           END-IF

           IF RETURN-CODE IS EQUAL 9999
              GO TO F-1000-INICIO
           END-IF

           PERFORM 1100-LEER-FECHA    THRU F-1100-LEER-FECHA.

           COMPUTE WS-PERIODO = FNG-ANIO * 100 + FNG-MES
           COMPUTE WS-FECHA-DESDE = WS-PERIODO * 100 + 1

           PERFORM 1200-CARGAR-CUENTAS THRU F-1200-CARGAR-CUENTAS.
           PERFORM 1300-CARGAR-COTIT   THRU F-1300-CARGAR-COTIT.
           PERFORM 1400-CARGAR-DEVHIS  THRU F-1400-CARGAR-DEVHIS.
           PERFORM 1500-CARGAR-DIARIO  THRU F-1500-CARGAR-DIARIO.
           PERFORM 1600-CARGAR-SEGM    THRU F-1600-CARGAR-SEGM.

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
      *    CUENTA - TITULAR DE DDCTAS CON LA SUCURSAL DE DDCTASUC.
           OPEN INPUT CUENTAS.

           IF FS-CUENTAS IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN CUENTAS   = ' FS-CUENTAS
              MOVE 9999 TO RETURN-CODE
              SET  FS-EXTRACTO-FIN TO TRUE
              GO TO F-1200-CARGAR-CUENTAS
           END-IF

           PERFORM UNTIL FS-CUENTAS IS NOT EQUAL '00'
              READ CUENTAS INTO WS-REG-CTA
                 AT END
                    MOVE '10' TO FS-CUENTAS
                 NOT AT END
                    IF WS-TCU-CONT < 5000
                       ADD 1 TO WS-TCU-CONT
                       MOVE WS-REG-CTA (1:10) TO
                            WS-TCU-CLAVE     (WS-TCU-CONT)
                       MOVE CTA-NROCLI        TO
                            WS-TCU-NROCLI    (WS-TCU-CONT)
                       MOVE ZEROS             TO
                            WS-TCU-SUC       (WS-TCU-CONT)
                            WS-TCU-COMIS     (WS-TCU-CONT)
                            WS-TCU-INTDEU    (WS-TCU-CONT)
                            WS-TCU-RECHAZO   (WS-TCU-CONT)
                            WS-TCU-INTACR    (WS-TCU-CONT)
                       MOVE 1                 TO
                            WS-TCU-TITULARES (WS-TCU-CONT)
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
              DISPLAY '* SIN ASIGNACION DE SUCURSALES, CLIENTES EN '
                      'SUCURSAL CERO'
           END-IF.

       F-1200-CARGAR-CUENTAS. EXIT.
      **************************************************************
       1300-CARGAR-COTIT.
      *    CADA COTITULAR SUMA UN TITULAR MAS A SU CUENTA; SIN
      *    ARCHIVO DE COTITULARES TODO VA AL TITULAR.
           IF RETURN-CODE IS EQUAL 9999
              GO TO F-1300-CARGAR-COTIT
           END-IF

           OPEN INPUT COTITUL.

           IF FS-COTITUL IS NOT EQUAL '00'
              DISPLAY '* SIN ARCHIVO DE COTITULARES, TODO AL TITULAR'
              GO TO F-1300-CARGAR-COTIT
           END-IF

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
                    MOVE ZEROS TO WS-TCU-IDX
                    PERFORM VARYING WS-TCU-SUB FROM 1 BY 1
                            UNTIL WS-TCU-SUB > WS-TCU-CONT
                               OR WS-TCU-IDX > 0
                        IF WS-TCU-CLAVE (WS-TCU-SUB) IS EQUAL
                           WS-REG-COTIT (1:10)
                           MOVE WS-TCU-SUB TO WS-TCU-IDX
                        END-IF
                    END-PERFORM
                    IF WS-TCU-IDX > 0 AND WS-TCO-CONT < 5000
                       ADD 1 TO WS-TCO-CONT
                       MOVE COT-NROCLI TO WS-TCO-NROCLI (WS-TCO-CONT)
                       MOVE WS-TCU-IDX TO WS-TCO-CTA    (WS-TCO-CONT)
                       ADD 1 TO WS-TCU-TITULARES (WS-TCU-IDX)
                    END-IF
              END-READ
           END-PERFORM
           CLOSE COTITUL.

       F-1300-CARGAR-COTIT. EXIT.
      **************************************************************
       1400-CARGAR-DEVHIS.
      *    COMISIONES (INGRESO) E INTERES ACREEDOR (EGRESO) DEL MES.
           IF RETURN-CODE IS EQUAL 9999
              GO TO F-1400-CARGAR-DEVHIS
           END-IF

           OPEN INPUT DEVHIS.

           IF FS-DEVHIS IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN DEVHIS    = ' FS-DEVHIS
              MOVE 9999 TO RETURN-CODE
              SET  FS-EXTRACTO-FIN TO TRUE
              GO TO F-1400-CARGAR-DEVHIS
           END-IF

           PERFORM UNTIL FS-DEVHIS IS NOT EQUAL '00'
              READ DEVHIS INTO WS-REG-DEVHIS
                 AT END
                    MOVE '10' TO FS-DEVHIS
                 NOT AT END
                    ADD 1 TO WS-DEV-LEIDOS
                    COMPUTE WS-MES-REG = DEV-FECHA / 100
                    IF WS-MES-REG IS EQUAL WS-PERIODO
                       ADD 1 TO WS-DEV-DEL-MES
                       PERFORM VARYING WS-TCU-SUB FROM 1 BY 1
                               UNTIL WS-TCU-SUB > WS-TCU-CONT
                           IF WS-TCU-CLAVE (WS-TCU-SUB) IS EQUAL
                              WS-REG-DEVHIS (9:10)
                              ADD DEV-COMISION TO
                                  WS-TCU-COMIS  (WS-TCU-SUB)
                              ADD DEV-INTERES  TO
                                  WS-TCU-INTACR (WS-TCU-SUB)
                              MOVE WS-TCU-CONT TO WS-TCU-SUB
                           END-IF
                       END-PERFORM
                    END-IF
              END-READ
           END-PERFORM
           CLOSE DEVHIS.

       F-1400-CARGAR-DEVHIS. EXIT.
      **************************************************************
       1500-CARGAR-DIARIO.
      *    INTERES DEUDOR, COMISION POR CHEQUE RECHAZADO Y DEMAS
      *    COMISIONES COBRADAS POR MOVIMIENTO EN EL MES,
      *    LEYENDO DEL DIARIO SOLO EL TRAMO DE CADA CUENTA QUE
      *    EMPIEZA EL PRIMERO DEL MES.
           IF RETURN-CODE IS EQUAL 9999
              GO TO F-1500-CARGAR-DIARIO
           END-IF

           OPEN INPUT DIARIO.

           IF FS-DIARIO IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN DIARIO    = ' FS-DIARIO
              MOVE 9999 TO RETURN-CODE
              SET  FS-EXTRACTO-FIN TO TRUE
              GO TO F-1500-CARGAR-DIARIO
           END-IF

           PERFORM 1510-DIARIO-CUENTA THRU F-1510-DIARIO-CUENTA
                   VARYING WS-TCU-SUB FROM 1 BY 1
                   UNTIL WS-TCU-SUB > WS-TCU-CONT

           CLOSE DIARIO.

       F-1500-CARGAR-DIARIO. EXIT.
      **************************************************************
       1510-DIARIO-CUENTA.

           MOVE WS-TCU-CLAVE (WS-TCU-SUB) TO MAE-DIA-CLAVE (1:10)
           MOVE WS-FECHA-DESDE             TO MAE-DIA-CLAVE (11:8)
           MOVE ZEROS                      TO MAE-DIA-CLAVE (19:5)

           START DIARIO KEY IS NOT LESS MAE-DIA-CLAVE
              INVALID KEY
                 GO TO F-1510-DIARIO-CUENTA
           END-START

           MOVE '00' TO FS-DIARIO

           PERFORM UNTIL FS-DIARIO IS NOT EQUAL '00'
              READ DIARIO NEXT INTO WS-REG-DIAMOV
                 AT END
                    MOVE '10' TO FS-DIARIO
                 NOT AT END
                    COMPUTE WS-MES-REG = DIA-FECHA / 100
                    IF WS-REG-DIAMOV (1:10) IS NOT EQUAL
                       WS-TCU-CLAVE (WS-TCU-SUB)
                       OR WS-MES-REG IS NOT EQUAL WS-PERIODO
                       MOVE '10' TO FS-DIARIO
                    ELSE
                       PERFORM 1520-SUMAR-MOVIMIENTO
                               THRU F-1520-SUMAR-MOVIMIENTO
                    END-IF
              END-READ
           END-PERFORM.

       F-1510-DIARIO-CUENTA. EXIT.
      **************************************************************
       1520-SUMAR-MOVIMIENTO.
      *    EL MOVIMIENTO ANULADO Y SU CONTRA-ASIENTO SE CANCELAN:
      *    NINGUNO DE LOS DOS CUENTA.
           IF DIA-REVERSADO
              GO TO F-1520-SUMAR-MOVIMIENTO
           END-IF

           IF DIA-REV-FECHA IS NUMERIC
              AND DIA-REV-FECHA IS NOT EQUAL ZEROS
              GO TO F-1520-SUMAR-MOVIMIENTO
           END-IF

           EVALUATE DIA-TIPMOV
               WHEN TMV-INT-DEUDOR
                    ADD 1 TO WS-MOV-DEL-MES
                    IF DIA-DBCR IS EQUAL 'C'
                       SUBTRACT DIA-IMPORTE FROM
                                WS-TCU-INTDEU (WS-TCU-SUB)
                    ELSE
                       ADD DIA-IMPORTE TO WS-TCU-INTDEU (WS-TCU-SUB)
                    END-IF
               WHEN TMV-COM-RECHAZO
                    ADD 1 TO WS-MOV-DEL-MES
                    IF DIA-DBCR IS EQUAL 'C'
                       SUBTRACT DIA-IMPORTE FROM
                                WS-TCU-RECHAZO (WS-TCU-SUB)
                    ELSE
                       ADD DIA-IMPORTE TO WS-TCU-RECHAZO (WS-TCU-SUB)
                    END-IF
      *        LAS COMISIONES DEL TARIFARIO SE SUMAN A LAS DEVENGADAS
      *        DE DDDEVHIS; UNA DEVOLUCION AL CLIENTE (CREDITO) RESTA.
               WHEN TMV-COM-DEVOLUCION
               WHEN TMV-COM-MOVIMIENTOS
               WHEN TMV-COM-RESUMEN
               WHEN TMV-COM-CHEQUERA
               WHEN TMV-COM-DESCUBIERTO
                    ADD 1 TO WS-MOV-DEL-MES
                    IF DIA-DBCR IS EQUAL 'C'
                       SUBTRACT DIA-IMPORTE FROM
                                WS-TCU-COMIS (WS-TCU-SUB)
                    ELSE
                       ADD DIA-IMPORTE TO WS-TCU-COMIS (WS-TCU-SUB)
                    END-IF
               WHEN OTHER
                    CONTINUE
           END-EVALUATE.

       F-1520-SUMAR-MOVIMIENTO. EXIT.
      **************************************************************
       1600-CARGAR-SEGM.

           IF RETURN-CODE IS EQUAL 9999
              GO TO F-1600-CARGAR-SEGM
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
              DISPLAY '* SIN SEGMENTACION, CLIENTES SIN SEGMENTO'
           END-IF.

       F-1600-CARGAR-SEGM. EXIT.
      **************************************************************
       2000-PROCESO.

           READ EXTRACTO INTO WS-REG-EXT

           EVALUATE FS-EXTRACTO
             WHEN '00'
                  ADD 1 TO WS-CLI-LEIDOS
                  PERFORM 3000-DATOS-CLIENTE THRU F-3000-DATOS-CLIENTE

              WHEN '10'
                CONTINUE

              WHEN OTHER
              DISPLAY '* ERROR EN LECTURA EXTRACTO = ' FS-EXTRACTO
              MOVE 9999 TO RETURN-CODE
              SET FS-EXTRACTO-FIN TO TRUE

           END-EVALUATE.

       F-2000-PROCESO. EXIT.
      **************************************************************
       3000-DATOS-CLIENTE.
      *    SUMA LA PARTE DEL CLIENTE EN LAS CUENTAS DONDE ES
      *    TITULAR Y EN LAS QUE ES COTITULAR.
           MOVE ZEROS TO WS-CLI-CTAS WS-CLI-SUC
                         WS-CLI-COMIS WS-CLI-INTDEU
                         WS-CLI-RECHAZO WS-CLI-INTACR

           PERFORM VARYING WS-TCU-IDX FROM 1 BY 1
                   UNTIL WS-TCU-IDX > WS-TCU-CONT
               IF WS-TCU-NROCLI (WS-TCU-IDX) IS EQUAL EXT-NROCLI
                  PERFORM 3100-PARTES-CUENTA THRU F-3100-PARTES-CUENTA
                  ADD WS-TIT-COMIS   TO WS-CLI-COMIS
                  ADD WS-TIT-INTDEU  TO WS-CLI-INTDEU
                  ADD WS-TIT-RECHAZO TO WS-CLI-RECHAZO
                  ADD WS-TIT-INTACR  TO WS-CLI-INTACR
                  PERFORM 3200-CONTAR-CUENTA THRU F-3200-CONTAR-CUENTA
               END-IF
           END-PERFORM

           PERFORM VARYING WS-TCO-SUB FROM 1 BY 1
                   UNTIL WS-TCO-SUB > WS-TCO-CONT
               IF WS-TCO-NROCLI (WS-TCO-SUB) IS EQUAL EXT-NROCLI
                  MOVE WS-TCO-CTA (WS-TCO-SUB) TO WS-TCU-IDX
                  PERFORM 3100-PARTES-CUENTA THRU F-3100-PARTES-CUENTA
                  ADD WS-PAR-COMIS   TO WS-CLI-COMIS
                  ADD WS-PAR-INTDEU  TO WS-CLI-INTDEU
                  ADD WS-PAR-RECHAZO TO WS-CLI-RECHAZO
                  ADD WS-PAR-INTACR  TO WS-CLI-INTACR
                  PERFORM 3200-CONTAR-CUENTA THRU F-3200-CONTAR-CUENTA
               END-IF
           END-PERFORM

           IF WS-CLI-CTAS IS EQUAL ZEROS
              ADD 1 TO WS-CLI-SIN-CUENTAS
              GO TO F-3000-DATOS-CLIENTE
           END-IF

           IF WS-TCL-CONT IS NOT LESS 5000
              DISPLAY '* ATENCION: TABLA DE CLIENTES LLENA (5000), '
                      'QUEDA FUERA ' EXT-TIPDOC '-' EXT-NRODOC
              GO TO F-3000-DATOS-CLIENTE
           END-IF

           MOVE '-' TO WS-CLI-SEG
           PERFORM VARYING WS-SGM-SUB FROM 1 BY 1
                   UNTIL WS-SGM-SUB > WS-SGM-CONT
               IF WS-SGM-DOC (WS-SGM-SUB) IS EQUAL WS-REG-EXT (1:13)
                  MOVE WS-SGM-SEG (WS-SGM-SUB) TO WS-CLI-SEG
                  MOVE WS-SGM-CONT TO WS-SGM-SUB
               END-IF
           END-PERFORM

           MOVE 4 TO WS-GRP-SUB
           PERFORM VARYING WS-SGM-SUB FROM 1 BY 1
                   UNTIL WS-SGM-SUB > 3
               IF WS-SEG-LETRA (WS-SGM-SUB) IS EQUAL WS-CLI-SEG
                  MOVE WS-SGM-SUB TO WS-GRP-SUB
               END-IF
           END-PERFORM

           ADD 1 TO WS-TCL-CONT
           MOVE WS-REG-EXT (1:13) TO WS-TCL-DOC     (WS-TCL-CONT)
           MOVE EXT-NROCLI        TO WS-TCL-NROCLI  (WS-TCL-CONT)
           MOVE WS-CLI-SUC        TO WS-TCL-SUC     (WS-TCL-CONT)
           MOVE WS-GRP-SUB        TO WS-TCL-GRP     (WS-TCL-CONT)
           MOVE WS-CLI-COMIS      TO WS-TCL-COMIS   (WS-TCL-CONT)
           MOVE WS-CLI-INTDEU     TO WS-TCL-INTDEU  (WS-TCL-CONT)
           MOVE WS-CLI-RECHAZO    TO WS-TCL-RECHAZO (WS-TCL-CONT)
           MOVE WS-CLI-INTACR     TO WS-TCL-INTACR  (WS-TCL-CONT)
           COMPUTE WS-TCL-MARGEN (WS-TCL-CONT) =
                   WS-CLI-COMIS + WS-CLI-INTDEU + WS-CLI-RECHAZO
                 - WS-CLI-INTACR
           MOVE ZEROS             TO WS-TCL-RANKING (WS-TCL-CONT)
                                     WS-TCL-DECIL   (WS-TCL-CONT)

           COMPUTE WS-SUC-SUB = WS-CLI-SUC + 1
           ADD 1 TO WS-GRP-CANT (WS-SUC-SUB, WS-GRP-SUB)
           ADD WS-TCL-MARGEN (WS-TCL-CONT) TO
               WS-GRP-MARGEN (WS-SUC-SUB, WS-GRP-SUB).

       F-3000-DATOS-CLIENTE. EXIT.
      **************************************************************
       3100-PARTES-CUENTA.
      *    PARTE DE CADA COTITULAR (REDONDEADA) Y DEL TITULAR (EL
      *    RESTO) EN LOS IMPORTES DE LA CUENTA WS-TCU-IDX.
           COMPUTE WS-PAR-COMIS ROUNDED =
                   WS-TCU-COMIS (WS-TCU-IDX) /
                   WS-TCU-TITULARES (WS-TCU-IDX)
           COMPUTE WS-PAR-INTDEU ROUNDED =
                   WS-TCU-INTDEU (WS-TCU-IDX) /
                   WS-TCU-TITULARES (WS-TCU-IDX)
           COMPUTE WS-PAR-RECHAZO ROUNDED =
                   WS-TCU-RECHAZO (WS-TCU-IDX) /
                   WS-TCU-TITULARES (WS-TCU-IDX)
           COMPUTE WS-PAR-INTACR ROUNDED =
                   WS-TCU-INTACR (WS-TCU-IDX) /
                   WS-TCU-TITULARES (WS-TCU-IDX)

           COMPUTE WS-TIT-COMIS = WS-TCU-COMIS (WS-TCU-IDX) -
                   WS-PAR-COMIS * (WS-TCU-TITULARES (WS-TCU-IDX) - 1)
           COMPUTE WS-TIT-INTDEU = WS-TCU-INTDEU (WS-TCU-IDX) -
                   WS-PAR-INTDEU * (WS-TCU-TITULARES (WS-TCU-IDX) - 1)
           COMPUTE WS-TIT-RECHAZO = WS-TCU-RECHAZO (WS-TCU-IDX) -
                   WS-PAR-RECHAZO * (WS-TCU-TITULARES (WS-TCU-IDX) - 1)
           COMPUTE WS-TIT-INTACR = WS-TCU-INTACR (WS-TCU-IDX) -
                   WS-PAR-INTACR * (WS-TCU-TITULARES (WS-TCU-IDX) - 1).

       F-3100-PARTES-CUENTA. EXIT.
      **************************************************************
       3200-CONTAR-CUENTA.
      *    LA SUCURSAL DEL CLIENTE ES LA DE SU PRIMERA CUENTA.
           IF WS-CLI-CTAS IS EQUAL ZEROS
              MOVE WS-TCU-SUC (WS-TCU-IDX) TO WS-CLI-SUC
           END-IF

           ADD 1 TO WS-CLI-CTAS.

       F-3200-CONTAR-CUENTA. EXIT.
      **************************************************************
       5000-RANKEAR.
      *    EL RANKING ES UNO MAS LA CANTIDAD DE CLIENTES DEL MISMO
      *    GRUPO CON MAS MARGEN (A IGUAL MARGEN GANA EL QUE VINO
      *    ANTES EN EL EXTRACTO). CON EL RANKING SALE EL DECIL Y SE
      *    GRABA EL RESULTADO DEL CLIENTE.
           IF RETURN-CODE IS EQUAL 9999
              GO TO F-5000-RANKEAR
           END-IF

           PERFORM 5100-RANKEAR-CLIENTE THRU F-5100-RANKEAR-CLIENTE
                   VARYING WS-TCL-SUB FROM 1 BY 1
                   UNTIL WS-TCL-SUB > WS-TCL-CONT.

       F-5000-RANKEAR. EXIT.
      **************************************************************
       5100-RANKEAR-CLIENTE.

           MOVE 1 TO WS-RNK

           PERFORM VARYING WS-TCL-OTRO FROM 1 BY 1
                   UNTIL WS-TCL-OTRO > WS-TCL-CONT
               IF WS-TCL-SUC (WS-TCL-OTRO) IS EQUAL
                  WS-TCL-SUC (WS-TCL-SUB)
                  AND WS-TCL-GRP (WS-TCL-OTRO) IS EQUAL
                      WS-TCL-GRP (WS-TCL-SUB)
                  IF WS-TCL-MARGEN (WS-TCL-OTRO) >
                     WS-TCL-MARGEN (WS-TCL-SUB)
                     OR (WS-TCL-MARGEN (WS-TCL-OTRO) IS EQUAL
                         WS-TCL-MARGEN (WS-TCL-SUB)
                         AND WS-TCL-OTRO < WS-TCL-SUB)
                     ADD 1 TO WS-RNK
                  END-IF
               END-IF
           END-PERFORM

           MOVE WS-RNK TO WS-TCL-RANKING (WS-TCL-SUB)
           COMPUTE WS-SUC-SUB = WS-TCL-SUC (WS-TCL-SUB) + 1
           MOVE WS-TCL-GRP (WS-TCL-SUB) TO WS-GRP-SUB
           COMPUTE WS-TCL-DECIL (WS-TCL-SUB) =
                   ((WS-RNK - 1) * 10) /
                   WS-GRP-CANT (WS-SUC-SUB, WS-GRP-SUB) + 1

           MOVE SPACES                       TO WS-REG-RENTAB
           MOVE WS-PERIODO                   TO REN-PERIODO
           MOVE WS-TCL-TIPDOC  (WS-TCL-SUB)  TO REN-TIPDOC
           MOVE WS-TCL-NRODOC  (WS-TCL-SUB)  TO REN-NRODOC
           MOVE WS-TCL-NROCLI  (WS-TCL-SUB)  TO REN-NROCLI
           MOVE WS-TCL-SUC     (WS-TCL-SUB)  TO REN-SUCURSAL
           MOVE WS-SEG-LETRA   (WS-GRP-SUB)  TO REN-SEGMENTO
           MOVE WS-TCL-COMIS   (WS-TCL-SUB)  TO REN-COMISIONES
           MOVE WS-TCL-INTDEU  (WS-TCL-SUB)  TO REN-INT-DEUDOR
           MOVE WS-TCL-RECHAZO (WS-TCL-SUB)  TO REN-COM-RECHAZO
           MOVE WS-TCL-INTACR  (WS-TCL-SUB)  TO REN-INT-ACREEDOR
           MOVE WS-TCL-MARGEN  (WS-TCL-SUB)  TO REN-MARGEN
           MOVE WS-RNK                       TO REN-RANKING
           MOVE WS-TCL-DECIL   (WS-TCL-SUB)  TO REN-DECIL
           MOVE WS-GRP-CANT (WS-SUC-SUB, WS-GRP-SUB)
                                             TO REN-CLIENTES-GRUPO

           WRITE REG-RENTAB FROM WS-REG-RENTAB

           IF FS-RENTAB IS NOT EQUAL '00'
              DISPLAY '* ERROR EN WRITE RENTAB   = ' FS-RENTAB
              MOVE 9999 TO RETURN-CODE
              MOVE WS-TCL-CONT TO WS-TCL-SUB
           ELSE
              ADD 1 TO WS-CANT-GRABADOS
           END-IF.

       F-5100-RANKEAR-CLIENTE. EXIT.
      **************************************************************
       6000-IMPRIMIR.
      *    POR SUCURSAL Y SEGMENTO: DECIL SUPERIOR Y DECIL INFERIOR
      *    (EL DIEZ POR CIENTO DEL GRUPO, REDONDEADO PARA ARRIBA).
           IF RETURN-CODE IS EQUAL 9999
              GO TO F-6000-IMPRIMIR
           END-IF

           MOVE WS-PERIODO TO WS-LT-PERIODO
           WRITE REG-SALIDA FROM WS-LIN-TITULO

           PERFORM VARYING WS-SUC-SUB FROM 1 BY 1
                   UNTIL WS-SUC-SUB > 100
               PERFORM VARYING WS-GRP-SUB FROM 1 BY 1
                       UNTIL WS-GRP-SUB > 4
                   IF WS-GRP-CANT (WS-SUC-SUB, WS-GRP-SUB) > ZEROS
                      PERFORM 6100-IMPRIMIR-GRUPO
                              THRU F-6100-IMPRIMIR-GRUPO
                   END-IF
               END-PERFORM
           END-PERFORM

           MOVE WS-TOT-CLIENTES TO WS-LTO-CANT
           MOVE WS-TOT-MARGEN   TO WS-LTO-MARGEN
           WRITE REG-SALIDA FROM WS-LIN-BLANCO
           WRITE REG-SALIDA FROM WS-LIN-TOTAL.

       F-6000-IMPRIMIR. EXIT.
      **************************************************************
       6100-IMPRIMIR-GRUPO.

           ADD WS-GRP-CANT   (WS-SUC-SUB, WS-GRP-SUB) TO WS-TOT-CLIENTES
           ADD WS-GRP-MARGEN (WS-SUC-SUB, WS-GRP-SUB) TO WS-TOT-MARGEN

           COMPUTE WS-LG-SUC = WS-SUC-SUB - 1
           MOVE WS-SEG-LETRA (WS-GRP-SUB)              TO WS-LG-SEG
           MOVE WS-GRP-CANT   (WS-SUC-SUB, WS-GRP-SUB) TO WS-LG-CANT
           MOVE WS-GRP-MARGEN (WS-SUC-SUB, WS-GRP-SUB) TO WS-LG-MARGEN
           WRITE REG-SALIDA FROM WS-LIN-BLANCO
           WRITE REG-SALIDA FROM WS-LIN-GRUPO
           WRITE REG-SALIDA FROM WS-LIN-ENCABEZADO

           COMPUTE WS-TOPE-DECIL =
                   (WS-GRP-CANT (WS-SUC-SUB, WS-GRP-SUB) + 9) / 10

           MOVE ' DECIL SUPERIOR' TO WS-LS-TEXTO
           WRITE REG-SALIDA FROM WS-LIN-SUBTITULO

           PERFORM 6200-LINEA-RANKING THRU F-6200-LINEA-RANKING
                   VARYING WS-RNK FROM 1 BY 1
                   UNTIL WS-RNK > WS-TOPE-DECIL

      *    EN LOS GRUPOS CHICOS LOS DOS DECILES SE PISAN: EL
      *    INFERIOR ARRANCA DESPUES DEL ULTIMO YA IMPRESO.
           COMPUTE WS-RNK-DESDE =
                   WS-GRP-CANT (WS-SUC-SUB, WS-GRP-SUB)
                 - WS-TOPE-DECIL + 1
           IF WS-RNK-DESDE NOT GREATER WS-TOPE-DECIL
              COMPUTE WS-RNK-DESDE = WS-TOPE-DECIL + 1
           END-IF

           IF WS-RNK-DESDE NOT GREATER
              WS-GRP-CANT (WS-SUC-SUB, WS-GRP-SUB)
              MOVE ' DECIL INFERIOR' TO WS-LS-TEXTO
              WRITE REG-SALIDA FROM WS-LIN-SUBTITULO
              PERFORM 6200-LINEA-RANKING THRU F-6200-LINEA-RANKING
                      VARYING WS-RNK FROM WS-RNK-DESDE BY 1
                      UNTIL WS-RNK >
                            WS-GRP-CANT (WS-SUC-SUB, WS-GRP-SUB)
           END-IF.

       F-6100-IMPRIMIR-GRUPO. EXIT.
      **************************************************************
       6200-LINEA-RANKING.

           PERFORM VARYING WS-TCL-SUB FROM 1 BY 1
                   UNTIL WS-TCL-SUB > WS-TCL-CONT
               IF WS-TCL-RANKING (WS-TCL-SUB) IS EQUAL WS-RNK
                  AND WS-TCL-SUC (WS-TCL-SUB) IS EQUAL WS-SUC-SUB - 1
                  AND WS-TCL-GRP (WS-TCL-SUB) IS EQUAL WS-GRP-SUB
                  MOVE WS-RNK                      TO WS-LC-RANKING
                  MOVE WS-TCL-TIPDOC (WS-TCL-SUB)  TO WS-LC-TIPDOC
                  MOVE WS-TCL-NRODOC (WS-TCL-SUB)  TO WS-LC-NRODOC
                  MOVE WS-TCL-NROCLI (WS-TCL-SUB)  TO WS-LC-NROCLI
                  COMPUTE WS-LC-INGRESOS =
                          WS-TCL-COMIS   (WS-TCL-SUB)
                        + WS-TCL-INTDEU  (WS-TCL-SUB)
                        + WS-TCL-RECHAZO (WS-TCL-SUB)
                  MOVE WS-TCL-INTACR (WS-TCL-SUB)  TO WS-LC-INTACR
                  MOVE WS-TCL-MARGEN (WS-TCL-SUB)  TO WS-LC-MARGEN
                  WRITE REG-SALIDA FROM WS-LIN-CLIENTE
                  MOVE WS-TCL-CONT TO WS-TCL-SUB
               END-IF
           END-PERFORM.

       F-6200-LINEA-RANKING. EXIT.
      **************************************************************
       9999-FINAL.

           IF RETURN-CODE NOT EQUAL 9999
             CLOSE EXTRACTO
                 IF FS-EXTRACTO IS NOT EQUAL '00'
                  DISPLAY '* ERROR EN CLOSE EXTRACTO = '
                                            FS-EXTRACTO
                  MOVE 9999 TO RETURN-CODE
                 END-IF

             CLOSE RENTAB
                 IF FS-RENTAB IS NOT EQUAL '00'
                  DISPLAY '* ERROR EN CLOSE RENTAB   = '
                                            FS-RENTAB
                  MOVE 9999 TO RETURN-CODE
                 END-IF

             CLOSE SALIDA
                 IF FS-SALIDA IS NOT EQUAL '00'
                  DISPLAY '* ERROR EN CLOSE SALIDA   = '
                                            FS-SALIDA
                  MOVE 9999 TO RETURN-CODE
                 END-IF

             DISPLAY '***************************************'
             DISPLAY ' PERIODO                      :  '
                                               WS-PERIODO
             DISPLAY ' CLIENTES LEIDOS              :  '
                                               WS-CLI-LEIDOS
             DISPLAY ' CLIENTES SIN CUENTAS         :  '
                                               WS-CLI-SIN-CUENTAS
             DISPLAY ' DEVENGAMIENTOS DEL MES       :  '
                                               WS-DEV-DEL-MES
             DISPLAY ' MOVIMIENTOS DEL MES          :  '
                                               WS-MOV-DEL-MES
             DISPLAY ' RESULTADOS GRABADOS          :  '
                                               WS-CANT-GRABADOS
             DISPLAY '***************************************'

           END-IF.

       F-9999-FINAL.
           EXIT.
