       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMIXCBF.
       AUTHOR.    FEDERICO FALCON.
      **************************************************************
      *  INDEXACION DE TASAS ATADAS A UNA TASA DE REFERENCIA.      *
      *  VARIOS TIPOS DE CUENTA Y LA TASA DEUDORA SE PACTARON COMO *
      *  REFERENCIA PUBLICADA MAS UN DIFERENCIAL, Y CADA           *
      *  PUBLICACION SE TIPEABA A MANO COMO NOVEDAD DE PGMTSCBF,   *
      *  A VECES CON DIAS DE ATRASO. ESTE PASO:                    *
      *    - LEE LA TABLA DE INDEXACION DDINDTAS (CPINDTAS),       *
      *      LAS REFERENCIAS PUBLICADAS DDTASREF (CPTASREF) Y LA   *
      *      TABLA DE TASAS VIGENTE DDTASAS                        *
      *    - PARA CADA FILA CALCULA SU FECHA DE AJUSTE SEGUN LA    *
      *      FRECUENCIA (PRIMER DIA HABIL DEL PERIODO SEGUN        *
      *      PGMFSCBF, O LA ULTIMA PUBLICACION SI AJUSTA CON CADA  *
      *      UNA) Y, SI EL TIPO DE CUENTA NO TIENE TODAVIA UNA     *
      *      VIGENCIA DESDE ESA FECHA, TOMA LA ULTIMA REFERENCIA   *
      *      PUBLICADA HASTA ESA FECHA, LE SUMA EL DIFERENCIAL, LA *
      *      SOSTIENE ENTRE PISO Y TECHO Y LA PASA A TASA MENSUAL  *
      *    - AGREGA EN DDNOVTAS UNA NOVEDAD AL POR TIPO DE CUENTA  *
      *      CON VIGENCIA EN LA FECHA DE AJUSTE, LA COMISION Y EL  *
      *      CONCEPTO NO INDEXADO DE LA FILA VIGENTE, PARA QUE EL  *
      *      CAMBIO PASE POR LOS CONTROLES, LA AUTORIZACION Y LOS  *
      *      LOGS DE PGMTSCBF. LAS NOVEDADES LLEVAN EL OPERADOR    *
      *      INDEXAC, QUE LA MATRIZ DDAUTOPE DEBE HABILITAR PARA   *
      *      ALTAS DE TASAS                                        *
      *    - INFORMA EN DDSALI CADA TASA AJUSTADA (ANTERIOR Y      *
      *      NUEVA), LAS SOSTENIDAS EN PISO O TECHO, LAS QUE NO    *
      *      CAMBIAN Y LAS FILAS QUE NO SE PUDIERON AJUSTAR        *
      *  UN AJUSTE QUE NO SE CORRIO EL DIA QUE TOCABA SE GENERA EN *
      *  LA CORRIDA SIGUIENTE CON SU FECHA DE AJUSTE ORIGINAL. UNA *
      *  VIGENCIA CARGADA A MANO DESDE LA FECHA DE AJUSTE MANDA    *
      *  SOBRE LA INDEXACION.                                      *
      **************************************************************
       ENVIRONMENT DIVISION.
      **************************************************************
       CONFIGURATION SECTION.

       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
      **************************************************************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT INDICES    ASSIGN TO DDINDTAS
                 FILE STATUS IS FS-INDICES.

           SELECT REFERENC   ASSIGN TO DDTASREF
                 FILE STATUS IS FS-REFERENC.

           SELECT TASAS      ASSIGN TO DDTASAS
                 FILE STATUS IS FS-TASAS.

           SELECT NOVEDADES  ASSIGN TO DDNOVTAS
                 FILE STATUS IS FS-NOVEDAD.

           SELECT FECHAPRO   ASSIGN TO DDFECPRO
                 FILE STATUS IS FS-FECHAPRO.

           SELECT SALIDA     ASSIGN TO DDSALI
                 FILE STATUS IS FS-SALIDA.
      **************************************************************
       I-O-CONTROL.

       DATA DIVISION.
       FILE SECTION.
       FD   INDICES
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01   REG-INDICE              PIC X(80).

       FD   REFERENC
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01   REG-REFERENCIA          PIC X(80).

       FD   TASAS
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01   REG-TASA                PIC X(80).

       FD   NOVEDADES
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01   REG-NOVEDAD             PIC X(80).

       FD   FECHAPRO
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01   REG-FECHAPRO.
           05  FPR-FECHA            PIC 9(08).
           05  FILLER               PIC X(72).

       FD   SALIDA
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01   REG-SALIDA              PIC X(80).
      **************************************************************
       WORKING-STORAGE SECTION.
       77  FILLER        PIC X(26) VALUE '* INICIO WORKING-STORAGE *'.

      ***********************FILE STATUS****************************
       77  FS-INDICES                 PIC XX      VALUE SPACES.
           88  FS-INDICES-FIN                     VALUE '10'.
       77  FS-REFERENC                PIC XX      VALUE SPACES.
       77  FS-TASAS                   PIC XX      VALUE SPACES.
       77  FS-NOVEDAD                 PIC XX      VALUE SPACES.
       77  FS-FECHAPRO                PIC XX      VALUE SPACES.
       77  FS-SALIDA                  PIC XX      VALUE SPACES.

      *********************CONTADORES*******************************
       77  WS-CANT-FILAS              PIC 9(05)   VALUE ZEROES.
       77  WS-CANT-AJUSTADAS          PIC 9(05)   VALUE ZEROES.
       77  WS-CANT-PISO               PIC 9(05)   VALUE ZEROES.
       77  WS-CANT-TECHO              PIC 9(05)   VALUE ZEROES.
       77  WS-CANT-SIN-CAMBIO         PIC 9(05)   VALUE ZEROES.
       77  WS-CANT-NO-AJUSTADAS       PIC 9(05)   VALUE ZEROES.
       77  WS-CANT-NOVEDADES          PIC 9(05)   VALUE ZEROES.

      *****************TABLA DE INDEXACION Y REFERENCIAS***************
           COPY CPINDTAS.

           COPY CPTASREF.

      *****************FILA DE LA TABLA DE TASAS***********************
      *    MISMO LAYOUT QUE PGMTSCBF.
       01  WS-REG-TASA.
           05  TAS-TIPCUEN          PIC 9(02).
           05  TAS-TASA-MENSUAL     PIC 9(02)V9(04).
           05  TAS-FEC-VIGENCIA     PIC 9(08).
           05  TAS-COMISION         PIC 9(05)V99.
           05  TAS-TASA-DEUDORA     PIC 9(02)V9(04).
           05  FILLER               PIC X(51).

      *****************NOVEDAD DE TASA*********************************
      *    MISMO LAYOUT QUE PGMTSCBF; EL OPERADOR VA EN 73-80.
       01  WS-REG-NOVTAS.
           05  NTA-ACCION           PIC X(02).
           05  NTA-TIPCUEN          PIC 9(02).
           05  NTA-TASA-MENSUAL     PIC 9(02)V9(04).
           05  NTA-FEC-VIGENCIA     PIC 9(08).
           05  NTA-COMISION         PIC 9(05)V99.
           05  NTA-TASA-DEUDORA     PIC 9(02)V9(04).
           05  FILLER               PIC X(41).
           05  NTA-OPERADOR         PIC X(08).

       77  WS-OPERADOR-INDEX PIC X(08) VALUE 'INDEXAC '.

      *****************ULTIMA VIGENCIA DE CADA TIPO DE CUENTA**********
      *    LA FILA DE MAYOR VIGENCIA DE CADA TIPO, Y LO QUE LA
      *    INDEXACION LE CAMBIA SI LE TOCA AJUSTE.
       77  WS-ULT-CONT     PIC 9(03) USAGE COMP VALUE ZEROS.
       77  WS-ULT-SUB      PIC 9(03) USAGE COMP VALUE ZEROS.
       77  WS-ULT-IDX      PIC 9(03) USAGE COMP VALUE ZEROS.
       01  WS-TABLA-ULTIMAS.
           03  WS-ULT      OCCURS 100 TIMES.
               05  WS-ULT-TIPCUEN   PIC 9(02).
               05  WS-ULT-VIGENCIA  PIC 9(08).
               05  WS-ULT-TASA      PIC 9(02)V9(04).
               05  WS-ULT-COMISION  PIC 9(05)V99.
               05  WS-ULT-DEUDORA   PIC 9(02)V9(04).
               05  WS-ULT-PENDIENTE PIC X(01).
               05  WS-ULT-VIG-NUEVA PIC 9(08).
               05  WS-ULT-TASA-NVA  PIC 9(02)V9(04).
               05  WS-ULT-DEUD-NVA  PIC 9(02)V9(04).

      *****************REFERENCIAS PUBLICADAS EN MEMORIA***************
       77  WS-RFT-CONT     PIC 9(04) USAGE COMP VALUE ZEROS.
       77  WS-RFT-SUB      PIC 9(04) USAGE COMP VALUE ZEROS.
       77  WS-RFT-IDX      PIC 9(04) USAGE COMP VALUE ZEROS.
       01  WS-TABLA-REFERENCIAS.
           03  WS-RFT      OCCURS 2000 TIMES.
               05  WS-RFT-INDICE    PIC X(08).
               05  WS-RFT-FECHA     PIC 9(08).
               05  WS-RFT-TASA      PIC 9(03)V9(04).

      *****************CALCULO DE LA FILA EN CURSO*********************
       01  WS-FECHA-AJUSTE.
           05  WS-FAJ-ANIO          PIC 9(04).
           05  WS-FAJ-MES           PIC 9(02).
           05  WS-FAJ-DIA           PIC 9(02).
       01  WS-FECHA-AJUSTE-R REDEFINES WS-FECHA-AJUSTE
                                    PIC 9(08).
       77  WS-FECHA-TOPE   PIC 9(08)  VALUE ZEROS.
       77  WS-MES-AUX      PIC 9(02)  VALUE ZEROS.
       77  WS-COCIENTE     PIC 9(02)  VALUE ZEROS.

       77  WS-TASA-ANUAL   PIC S9(03)V9(04) VALUE ZEROS.
       77  WS-TASA-NUEVA   PIC 9(02)V9(04)  VALUE ZEROS.
       77  WS-TASA-ANTER   PIC 9(02)V9(04)  VALUE ZEROS.

       01  WS-FLAG-LIMITE             PIC X       VALUE SPACE.
           88  WS-EN-PISO                         VALUE 'P'.
           88  WS-EN-TECHO                        VALUE 'T'.
           88  WS-SIN-LIMITE                      VALUE SPACE.

      *****************AREA DEL MODULO DE FECHAS***********************
           COPY CPFECSRV.

           COPY CPFECPRO.

      *****************LINEAS DEL INFORME******************************
       01  WS-LIN-TITULO.
           05  FILLER               PIC X(42)   VALUE
           ' INDEXACION DE TASAS - FECHA DE NEGOCIO  '.
           05  WS-LTI-FECHA         PIC 9(08).
           05  FILLER               PIC X(30)   VALUE SPACES.

       01  WS-LIN-ENCAB.
           05  FILLER               PIC X(40)   VALUE
           ' TP C INDICE   REF ANUAL  RESULT  ANTER'.
           05  FILLER               PIC X(40)   VALUE
           '   NUEVA  VIGENCIA OBSERVACION'.

       01  WS-LIN-AJUSTE.
           05  FILLER               PIC X(01)   VALUE SPACE.
           05  WS-LAJ-TIPCUEN       PIC 9(02).
           05  FILLER               PIC X(01)   VALUE SPACE.
           05  WS-LAJ-CONCEPTO      PIC X(01).
           05  FILLER               PIC X(01)   VALUE SPACE.
           05  WS-LAJ-INDICE        PIC X(08).
           05  FILLER               PIC X(01)   VALUE SPACE.
           05  WS-LAJ-REFERENCIA    PIC ZZ9,9999.
           05  FILLER               PIC X(01)   VALUE SPACE.
           05  WS-LAJ-RESULTADO     PIC ZZ9,9999.
           05  FILLER               PIC X(01)   VALUE SPACE.
           05  WS-LAJ-ANTERIOR      PIC Z9,9999.
           05  FILLER               PIC X(01)   VALUE SPACE.
           05  WS-LAJ-NUEVA         PIC Z9,9999.
           05  FILLER               PIC X(01)   VALUE SPACE.
           05  WS-LAJ-VIGENCIA      PIC 9(08).
           05  FILLER               PIC X(01)   VALUE SPACE.
           05  WS-LAJ-OBSERVACION   PIC X(12).
           05  FILLER               PIC X(10)   VALUE SPACES.

       01  WS-LIN-AVISO.
           05  FILLER               PIC X(01)   VALUE SPACE.
           05  WS-LAV-TIPCUEN       PIC X(02).
           05  FILLER               PIC X(01)   VALUE SPACE.
           05  WS-LAV-CONCEPTO      PIC X(01).
           05  FILLER               PIC X(01)   VALUE SPACE.
           05  WS-LAV-INDICE        PIC X(08).
           05  FILLER               PIC X(05)   VALUE ' *** '.
           05  WS-LAV-MOTIVO        PIC X(40).
           05  FILLER               PIC X(21)   VALUE SPACES.

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
                   UNTIL FS-INDICES-FIN.

           IF RETURN-CODE NOT EQUAL 9999
              PERFORM 8000-GENERAR-NOVEDADES
                      THRU F-8000-GENERAR-NOVEDADES
           END-IF

           PERFORM 9999-FINAL    THRU  F-9999-FINAL.

       F-MAIN-PROGRAM. GOBACK.

      **************************************
      *                                    *
      *  CUERPO INICIO APERTURA ARCHIVOS   *
      *                                    *
      **************************************
       1000-INICIO.

           PERFORM 1100-LEER-FECHA      THRU F-1100-LEER-FECHA.
           PERFORM 1200-CARGAR-TASAS    THRU F-1200-CARGAR-TASAS.
           PERFORM 1300-CARGAR-REFERENC THRU F-1300-CARGAR-REFERENC.

           OPEN INPUT  INDICES.

           IF FS-INDICES IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN INDICES   = ' FS-INDICES
              MOVE 9999 TO RETURN-CODE
              SET  FS-INDICES-FIN TO TRUE
           END-IF

      *    LAS NOVEDADES SE AGREGAN A LAS QUE YA CARGARON LAS
      *    PERSONAS EN EL DIA; SI EL ARCHIVO NO EXISTE SE CREA.
           OPEN EXTEND NOVEDADES.

           IF FS-NOVEDAD IS EQUAL '35'
              OPEN OUTPUT NOVEDADES
           END-IF

           IF FS-NOVEDAD IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN NOVEDADES = ' FS-NOVEDAD
              MOVE 9999 TO RETURN-CODE
              SET  FS-INDICES-FIN TO TRUE
           END-IF

           OPEN OUTPUT SALIDA.

           IF FS-SALIDA IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN SALIDA    = ' FS-SALIDA
              MOVE 9999 TO RETURN-CODE
              SET  FS-INDICES-FIN TO TRUE
           ELSE
              MOVE WS-FECHA-NEGOCIO-R TO WS-LTI-FECHA
              WRITE REG-SALIDA FROM WS-LIN-TITULO
              IF FS-SALIDA IS EQUAL '00'
                 WRITE REG-SALIDA FROM WS-LIN-ENCAB
              END-IF
              IF FS-SALIDA IS NOT EQUAL '00'
                 DISPLAY '* ERROR EN WRITE SALIDA   = ' FS-SALIDA
                 MOVE 9999 TO RETURN-CODE
                 SET  FS-INDICES-FIN TO TRUE
              END-IF
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
       1200-CARGAR-TASAS.
      *    DE CADA TIPO DE CUENTA QUEDA SOLO LA FILA DE MAYOR
      *    VIGENCIA, AUNQUE SEA FUTURA.
           OPEN INPUT TASAS

           IF FS-TASAS IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN TASAS     = ' FS-TASAS
              MOVE 9999 TO RETURN-CODE
              SET  FS-INDICES-FIN TO TRUE
              GO TO F-1200-CARGAR-TASAS
           END-IF

           PERFORM UNTIL FS-TASAS IS NOT EQUAL '00'
              READ TASAS INTO WS-REG-TASA
                 AT END
                    MOVE '10' TO FS-TASAS
                 NOT AT END
                    PERFORM 1250-GUARDAR-TASA THRU F-1250-GUARDAR-TASA
              END-READ
           END-PERFORM

           CLOSE TASAS.

       F-1200-CARGAR-TASAS. EXIT.
      **************************************************************
       1250-GUARDAR-TASA.

           IF TAS-TASA-DEUDORA IS NOT NUMERIC
              MOVE ZEROS TO TAS-TASA-DEUDORA
           END-IF

           MOVE TAS-TIPCUEN TO NTA-TIPCUEN
           PERFORM 3200-BUSCAR-TIPO THRU F-3200-BUSCAR-TIPO

           IF WS-ULT-IDX IS EQUAL ZEROS
              IF WS-ULT-CONT NOT LESS 100
                 DISPLAY '* ATENCION: TABLA DE TIPOS LLENA (100)'
                 GO TO F-1250-GUARDAR-TASA
              END-IF
              ADD 1 TO WS-ULT-CONT
              MOVE WS-ULT-CONT TO WS-ULT-IDX
              MOVE TAS-TIPCUEN TO WS-ULT-TIPCUEN (WS-ULT-IDX)
              MOVE ZEROS       TO WS-ULT-VIGENCIA (WS-ULT-IDX)
           END-IF

           IF TAS-FEC-VIGENCIA IS GREATER WS-ULT-VIGENCIA (WS-ULT-IDX)
              MOVE TAS-FEC-VIGENCIA TO WS-ULT-VIGENCIA  (WS-ULT-IDX)
              MOVE TAS-TASA-MENSUAL TO WS-ULT-TASA      (WS-ULT-IDX)
                                       WS-ULT-TASA-NVA  (WS-ULT-IDX)
              MOVE TAS-COMISION     TO WS-ULT-COMISION  (WS-ULT-IDX)
              MOVE TAS-TASA-DEUDORA TO WS-ULT-DEUDORA   (WS-ULT-IDX)
                                       WS-ULT-DEUD-NVA  (WS-ULT-IDX)
              MOVE 'N'              TO WS-ULT-PENDIENTE (WS-ULT-IDX)
              MOVE ZEROS            TO WS-ULT-VIG-NUEVA (WS-ULT-IDX)
           END-IF.

       F-1250-GUARDAR-TASA. EXIT.
      **************************************************************
       1300-CARGAR-REFERENC.

           OPEN INPUT REFERENC

           IF FS-REFERENC IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN REFERENCIAS = ' FS-REFERENC
              MOVE 9999 TO RETURN-CODE
              SET  FS-INDICES-FIN TO TRUE
              GO TO F-1300-CARGAR-REFERENC
           END-IF

           PERFORM UNTIL FS-REFERENC IS NOT EQUAL '00'
              READ REFERENC INTO WS-REG-TASREF
                 AT END
                    MOVE '10' TO FS-REFERENC
                 NOT AT END
                    IF RFT-FECHA IS NUMERIC
                       AND RFT-TASA-ANUAL IS NUMERIC
                       AND RFT-FECHA IS NOT GREATER WS-FECHA-NEGOCIO-R
                       IF WS-RFT-CONT < 2000
                          ADD 1 TO WS-RFT-CONT
                          MOVE RFT-INDICE     TO
                               WS-RFT-INDICE (WS-RFT-CONT)
                          MOVE RFT-FECHA      TO
                               WS-RFT-FECHA  (WS-RFT-CONT)
                          MOVE RFT-TASA-ANUAL TO
                               WS-RFT-TASA   (WS-RFT-CONT)
                       ELSE
                          DISPLAY '* ATENCION: TABLA DE REFERENCIAS '
                                  'LLENA (2000)'
                          MOVE '10' TO FS-REFERENC
                       END-IF
                    END-IF
              END-READ
           END-PERFORM

           CLOSE REFERENC.

       F-1300-CARGAR-REFERENC. EXIT.
      **************************************************************
       2000-PROCESO.

           READ INDICES INTO WS-REG-INDTAS

           EVALUATE FS-INDICES
             WHEN '00'
                  ADD 1 TO WS-CANT-FILAS
                  PERFORM 2100-INDEXAR-FILA THRU F-2100-INDEXAR-FILA

              WHEN '10'
                CONTINUE

              WHEN OTHER
              DISPLAY '* ERROR EN LECTURA INDICES  = ' FS-INDICES
              MOVE 9999 TO RETURN-CODE
              SET FS-INDICES-FIN TO TRUE

           END-EVALUATE.

       F-2000-PROCESO. EXIT.
      **************************************************************
       2100-INDEXAR-FILA.

           IF ITX-TIPCUEN IS NOT NUMERIC
              OR (NOT ITX-ACREEDORA AND NOT ITX-DEUDORA)
              OR NOT ITX-FREC-VALIDA
              OR ITX-DIFERENCIAL IS NOT NUMERIC
              OR ITX-PISO IS NOT NUMERIC
              OR ITX-TECHO IS NOT NUMERIC
              MOVE 'FILA DE INDEXACION INVALIDA' TO WS-LAV-MOTIVO
              PERFORM 7100-GRABAR-AVISO THRU F-7100-GRABAR-AVISO
              GO TO F-2100-INDEXAR-FILA
           END-IF

           MOVE ITX-TIPCUEN TO NTA-TIPCUEN
           PERFORM 3200-BUSCAR-TIPO THRU F-3200-BUSCAR-TIPO

           IF WS-ULT-IDX IS EQUAL ZEROS
              MOVE 'TIPO DE CUENTA SIN TASA EN DDTASAS'
                   TO WS-LAV-MOTIVO
              PERFORM 7100-GRABAR-AVISO THRU F-7100-GRABAR-AVISO
              GO TO F-2100-INDEXAR-FILA
           END-IF

           PERFORM 3000-FECHA-AJUSTE THRU F-3000-FECHA-AJUSTE

           IF WS-FECHA-AJUSTE-R IS EQUAL ZEROS
              MOVE 'SIN REFERENCIA PUBLICADA PARA AJUSTAR'
                   TO WS-LAV-MOTIVO
              PERFORM 7100-GRABAR-AVISO THRU F-7100-GRABAR-AVISO
              GO TO F-2100-INDEXAR-FILA
           END-IF

      *    YA HAY UNA VIGENCIA DESDE LA FECHA DE AJUSTE: ESTE
      *    PERIODO YA SE AJUSTO (O LO CARGARON A MANO).
           IF WS-ULT-VIGENCIA (WS-ULT-IDX) IS NOT LESS
              WS-FECHA-AJUSTE-R
              GO TO F-2100-INDEXAR-FILA
           END-IF

           IF ITX-FRECUENCIA IS NOT EQUAL 'P'
              MOVE WS-FECHA-AJUSTE-R TO WS-FECHA-TOPE
              PERFORM 3100-BUSCAR-REFERENCIA
                      THRU F-3100-BUSCAR-REFERENCIA
           END-IF

           IF WS-RFT-IDX IS EQUAL ZEROS
              MOVE 'SIN REFERENCIA PUBLICADA PARA AJUSTAR'
                   TO WS-LAV-MOTIVO
              PERFORM 7100-GRABAR-AVISO THRU F-7100-GRABAR-AVISO
              GO TO F-2100-INDEXAR-FILA
           END-IF

           PERFORM 3300-CALCULAR-TASA THRU F-3300-CALCULAR-TASA

           IF ITX-ACREEDORA
              MOVE WS-ULT-TASA    (WS-ULT-IDX) TO WS-TASA-ANTER
           ELSE
              MOVE WS-ULT-DEUDORA (WS-ULT-IDX) TO WS-TASA-ANTER
           END-IF

      *    SI LA TASA NO CAMBIA NO SE GENERA NOVEDAD; SE INFORMA
      *    SOLO EL DIA DEL AJUSTE PARA NO REPETIRLO TODO EL PERIODO.
           IF WS-TASA-NUEVA IS EQUAL WS-TASA-ANTER
              IF WS-FECHA-AJUSTE-R IS EQUAL WS-FECHA-NEGOCIO-R
                 EVALUATE TRUE
                     WHEN WS-EN-PISO
                          ADD 1 TO WS-CANT-PISO
                          MOVE 'EN PISO     ' TO WS-LAJ-OBSERVACION
                     WHEN WS-EN-TECHO
                          ADD 1 TO WS-CANT-TECHO
                          MOVE 'EN TECHO    ' TO WS-LAJ-OBSERVACION
                     WHEN OTHER
                          ADD 1 TO WS-CANT-SIN-CAMBIO
                          MOVE 'SIN CAMBIO  ' TO WS-LAJ-OBSERVACION
                 END-EVALUATE
                 PERFORM 7000-GRABAR-AJUSTE THRU F-7000-GRABAR-AJUSTE
              END-IF
              GO TO F-2100-INDEXAR-FILA
           END-IF

           ADD 1 TO WS-CANT-AJUSTADAS
           MOVE 'S' TO WS-ULT-PENDIENTE (WS-ULT-IDX)

           IF WS-FECHA-AJUSTE-R IS GREATER
              WS-ULT-VIG-NUEVA (WS-ULT-IDX)
              MOVE WS-FECHA-AJUSTE-R TO WS-ULT-VIG-NUEVA (WS-ULT-IDX)
           END-IF

           IF ITX-ACREEDORA
              MOVE WS-TASA-NUEVA TO WS-ULT-TASA-NVA (WS-ULT-IDX)
           ELSE
              MOVE WS-TASA-NUEVA TO WS-ULT-DEUD-NVA (WS-ULT-IDX)
           END-IF

           EVALUATE TRUE
               WHEN WS-EN-PISO
                    ADD 1 TO WS-CANT-PISO
                    MOVE 'EN PISO     ' TO WS-LAJ-OBSERVACION
               WHEN WS-EN-TECHO
                    ADD 1 TO WS-CANT-TECHO
                    MOVE 'EN TECHO    ' TO WS-LAJ-OBSERVACION
               WHEN OTHER
                    MOVE 'AJUSTADA    ' TO WS-LAJ-OBSERVACION
           END-EVALUATE

           PERFORM 7000-GRABAR-AJUSTE THRU F-7000-GRABAR-AJUSTE.

       F-2100-INDEXAR-FILA. EXIT.
      **************************************************************
       3000-FECHA-AJUSTE.
      *    PRIMER DIA HABIL DEL PERIODO QUE CONTIENE LA FECHA DE
      *    NEGOCIO; CON FRECUENCIA P ES LA FECHA DE LA ULTIMA
      *    PUBLICACION (CERO SI NO HAY NINGUNA).
           IF ITX-FRECUENCIA IS EQUAL 'P'
              MOVE WS-FECHA-NEGOCIO-R TO WS-FECHA-TOPE
              PERFORM 3100-BUSCAR-REFERENCIA
                      THRU F-3100-BUSCAR-REFERENCIA
              IF WS-RFT-IDX IS EQUAL ZEROS
                 MOVE ZEROS TO WS-FECHA-AJUSTE-R
              ELSE
                 MOVE WS-RFT-FECHA (WS-RFT-IDX) TO WS-FECHA-AJUSTE-R
              END-IF
              GO TO F-3000-FECHA-AJUSTE
           END-IF

           MOVE WS-FECHA-NEGOCIO-R TO WS-FECHA-AJUSTE-R

           EVALUATE ITX-FRECUENCIA
               WHEN 'T'
                    SUBTRACT 1 FROM WS-FAJ-MES GIVING WS-MES-AUX
                    DIVIDE WS-MES-AUX BY 3 GIVING WS-COCIENTE
                    MULTIPLY WS-COCIENTE BY 3 GIVING WS-MES-AUX
                    ADD 1 TO WS-MES-AUX GIVING WS-FAJ-MES
               WHEN 'S'
                    IF WS-FAJ-MES IS GREATER 6
                       MOVE 7 TO WS-FAJ-MES
                    ELSE
                       MOVE 1 TO WS-FAJ-MES
                    END-IF
               WHEN 'A'
                    MOVE 1 TO WS-FAJ-MES
               WHEN OTHER
                    CONTINUE
           END-EVALUATE

           MOVE 1 TO WS-FAJ-DIA

           MOVE 'H'               TO FSV-FUNCION
           MOVE WS-FECHA-AJUSTE-R TO FSV-FECHA-ENT
           MOVE ZEROS             TO FSV-CANT-DIAS
           CALL 'PGMFSCBF' USING WS-FECSRV-AREA

           IF FSV-RESULTADO IS EQUAL 'N'
              MOVE 'S' TO FSV-FUNCION
              CALL 'PGMFSCBF' USING WS-FECSRV-AREA
              MOVE FSV-FECHA-SAL TO WS-FECHA-AJUSTE-R
           END-IF.

       F-3000-FECHA-AJUSTE. EXIT.
      **************************************************************
       3100-BUSCAR-REFERENCIA.
      *    ULTIMA PUBLICACION DEL INDICE HASTA LA FECHA TOPE.
           MOVE ZEROS TO WS-RFT-IDX

           PERFORM VARYING WS-RFT-SUB FROM 1 BY 1
                   UNTIL WS-RFT-SUB > WS-RFT-CONT
               IF WS-RFT-INDICE (WS-RFT-SUB) IS EQUAL ITX-INDICE
                  AND WS-RFT-FECHA (WS-RFT-SUB) IS NOT GREATER
                      WS-FECHA-TOPE
                  IF WS-RFT-IDX IS EQUAL ZEROS
                     MOVE WS-RFT-SUB TO WS-RFT-IDX
                  ELSE
                     IF WS-RFT-FECHA (WS-RFT-SUB) IS GREATER
                        WS-RFT-FECHA (WS-RFT-IDX)
                        MOVE WS-RFT-SUB TO WS-RFT-IDX
                     END-IF
                  END-IF
               END-IF
           END-PERFORM.

       F-3100-BUSCAR-REFERENCIA. EXIT.
      **************************************************************
       3200-BUSCAR-TIPO.

           MOVE ZEROS TO WS-ULT-IDX

           PERFORM VARYING WS-ULT-SUB FROM 1 BY 1
                   UNTIL WS-ULT-SUB > WS-ULT-CONT
               IF WS-ULT-TIPCUEN (WS-ULT-SUB) IS EQUAL NTA-TIPCUEN
                  MOVE WS-ULT-SUB  TO WS-ULT-IDX
                  MOVE WS-ULT-CONT TO WS-ULT-SUB
               END-IF
           END-PERFORM.

       F-3200-BUSCAR-TIPO. EXIT.
      **************************************************************
       3300-CALCULAR-TASA.
      *    REFERENCIA MAS DIFERENCIAL, SOSTENIDA ENTRE PISO Y TECHO
      *    (TECHO EN CERO ES SIN TECHO), EN NOMINAL ANUAL; LA TABLA
      *    DE TASAS GUARDA LA TASA MENSUAL.
           SET WS-SIN-LIMITE TO TRUE

           MOVE WS-RFT-TASA (WS-RFT-IDX) TO WS-TASA-ANUAL
           ADD ITX-DIFERENCIAL TO WS-TASA-ANUAL

           IF WS-TASA-ANUAL IS LESS ITX-PISO
              MOVE ITX-PISO TO WS-TASA-ANUAL
              SET WS-EN-PISO TO TRUE
           END-IF

           IF ITX-TECHO IS GREATER ZEROS
              AND WS-TASA-ANUAL IS GREATER ITX-TECHO
              MOVE ITX-TECHO TO WS-TASA-ANUAL
              SET WS-EN-TECHO TO TRUE
           END-IF

           DIVIDE WS-TASA-ANUAL BY 12 GIVING WS-TASA-NUEVA ROUNDED.

       F-3300-CALCULAR-TASA. EXIT.
      **************************************************************
       7000-GRABAR-AJUSTE.
      *    EL LLAMADOR DEJA CARGADA LA OBSERVACION.
           MOVE ITX-TIPCUEN              TO WS-LAJ-TIPCUEN
           MOVE ITX-CONCEPTO             TO WS-LAJ-CONCEPTO
           MOVE ITX-INDICE               TO WS-LAJ-INDICE
           MOVE WS-RFT-TASA (WS-RFT-IDX) TO WS-LAJ-REFERENCIA
           MOVE WS-TASA-ANUAL            TO WS-LAJ-RESULTADO
           MOVE WS-TASA-ANTER            TO WS-LAJ-ANTERIOR
           MOVE WS-TASA-NUEVA            TO WS-LAJ-NUEVA
           MOVE WS-FECHA-AJUSTE-R        TO WS-LAJ-VIGENCIA

           WRITE REG-SALIDA FROM WS-LIN-AJUSTE

           IF FS-SALIDA IS NOT EQUAL '00'
              DISPLAY '* ERROR EN WRITE SALIDA   = ' FS-SALIDA
              MOVE 9999 TO RETURN-CODE
              SET FS-INDICES-FIN TO TRUE
           END-IF.

       F-7000-GRABAR-AJUSTE. EXIT.
      **************************************************************
       7100-GRABAR-AVISO.
      *    FILA QUE NO SE PUDO AJUSTAR; EL LLAMADOR DEJA EL MOTIVO.
           ADD 1 TO WS-CANT-NO-AJUSTADAS

           MOVE ITX-TIPCUEN  TO WS-LAV-TIPCUEN
           MOVE ITX-CONCEPTO TO WS-LAV-CONCEPTO
           MOVE ITX-INDICE   TO WS-LAV-INDICE

           WRITE REG-SALIDA FROM WS-LIN-AVISO

           IF FS-SALIDA IS NOT EQUAL '00'
              DISPLAY '* ERROR EN WRITE SALIDA   = ' FS-SALIDA
              MOVE 9999 TO RETURN-CODE
              SET FS-INDICES-FIN TO TRUE
           END-IF.

       F-7100-GRABAR-AVISO. EXIT.
      **************************************************************
       8000-GENERAR-NOVEDADES.
      *    UNA NOVEDAD AL POR TIPO DE CUENTA CON AJUSTE: LOS DOS
      *    CONCEPTOS VIAJAN EN LA MISMA FILA, ASI QUE SI AMBOS SE
      *    INDEXAN VAN JUNTOS CON LA MAYOR FECHA DE AJUSTE.
           PERFORM VARYING WS-ULT-SUB FROM 1 BY 1
                   UNTIL WS-ULT-SUB > WS-ULT-CONT
               IF WS-ULT-PENDIENTE (WS-ULT-SUB) IS EQUAL 'S'
                  MOVE SPACES TO WS-REG-NOVTAS
                  MOVE 'AL'   TO NTA-ACCION
                  MOVE WS-ULT-TIPCUEN   (WS-ULT-SUB) TO NTA-TIPCUEN
                  MOVE WS-ULT-TASA-NVA  (WS-ULT-SUB)
                       TO NTA-TASA-MENSUAL
                  MOVE WS-ULT-VIG-NUEVA (WS-ULT-SUB)
                       TO NTA-FEC-VIGENCIA
                  MOVE WS-ULT-COMISION  (WS-ULT-SUB) TO NTA-COMISION
                  MOVE WS-ULT-DEUD-NVA  (WS-ULT-SUB)
                       TO NTA-TASA-DEUDORA
                  MOVE WS-OPERADOR-INDEX TO NTA-OPERADOR
                  WRITE REG-NOVEDAD FROM WS-REG-NOVTAS
                  IF FS-NOVEDAD IS NOT EQUAL '00'
                     DISPLAY '* ERROR EN WRITE NOVEDADES = ' FS-NOVEDAD
                     MOVE 9999 TO RETURN-CODE
                     MOVE WS-ULT-CONT TO WS-ULT-SUB
                  ELSE
                     ADD 1 TO WS-CANT-NOVEDADES
                  END-IF
               END-IF
           END-PERFORM.

       F-8000-GENERAR-NOVEDADES. EXIT.
      **************************************************************
       9999-FINAL.

           IF RETURN-CODE NOT EQUAL 9999
             CLOSE INDICES
                 IF FS-INDICES IS NOT EQUAL '00' AND '10'
                  DISPLAY '* ERROR EN CLOSE INDICES   = '
                                            FS-INDICES
                  MOVE 9999 TO RETURN-CODE
                 END-IF

             CLOSE NOVEDADES
                 IF FS-NOVEDAD IS NOT EQUAL '00'
                  DISPLAY '* ERROR EN CLOSE NOVEDADES = '
                                            FS-NOVEDAD
                  MOVE 9999 TO RETURN-CODE
                 END-IF

             CLOSE SALIDA
                 IF FS-SALIDA IS NOT EQUAL '00'
                  DISPLAY '* ERROR EN CLOSE SALIDA    = '
                                            FS-SALIDA
                  MOVE 9999 TO RETURN-CODE
                 END-IF

             DISPLAY '***************************************'
             DISPLAY ' FILAS DE INDEXACION LEIDAS   :  '
                                               WS-CANT-FILAS
             DISPLAY ' TASAS AJUSTADAS              :  '
                                               WS-CANT-AJUSTADAS
             DISPLAY ' TASAS EN PISO                :  '
                                               WS-CANT-PISO
             DISPLAY ' TASAS EN TECHO               :  '
                                               WS-CANT-TECHO
             DISPLAY ' TASAS SIN CAMBIO             :  '
                                               WS-CANT-SIN-CAMBIO
             DISPLAY ' FILAS NO AJUSTADAS           :  '
                                               WS-CANT-NO-AJUSTADAS
             DISPLAY ' NOVEDADES AL GENERADAS       :  '
                                               WS-CANT-NOVEDADES
             DISPLAY '***************************************'

           END-IF.

       F-9999-FINAL.
           EXIT.
