       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMNSCBF.
       AUTHOR.    FEDERICO FALCON.
      **************************************************************
      *  INFORME SEMANAL DE DEMORA DE NOVEDADES DE SUCURSAL.       *
      *  LAS SUCURSALES RECLAMAN QUE SUS NOVEDADES TARDAN DIAS EN  *
      *  APLICARSE; ESTE PASO LO MIDE SOBRE EL DIARIO DE TRAZAS    *
      *  DDTRAZA, DONDE CADA ETAPA DE LA CADENA ANOTA SU PASO:     *
      *    - RECIBIDA     PGMTRCBF (CON 'ARRASTRE DE CORTE' SI EL  *
      *                   LOTE LLEGO DESPUES DEL CORTE)            *
      *    - CONFIRMADA   PGMCFCBF (RECHAZADA VALIDACION ES FINAL) *
      *    - LIBERADA     PGMLBCBF (CON FECHA DE ESTACIONADA)      *
      *    - APLICADA, RECHAZ APLIC, ESPERA APROB  PGMD2CBF        *
      *    - REINGRESADA, REENCOLADA, MUERTA  PGMRQCBF             *
      *  LA RECEPCION Y LA CONFIRMACION LLEVAN LA TRAZA (LOTE +    *
      *  SECUENCIA); LAS ETAPAS POSTERIORES A PGMVACBF YA NO LA    *
      *  TIENEN EN EL REGISTRO Y SE ATRIBUYEN POR DOCUMENTO AL     *
      *  VIAJE ABIERTO MAS VIEJO DE ESE DOCUMENTO.                 *
      *  POR SUCURSAL Y TIPO DE NOVEDAD, SOBRE LAS NOVEDADES QUE   *
      *  LLEGARON A SU ESTADO FINAL EN LA SEMANA QUE TERMINA EN LA *
      *  FECHA DE NEGOCIO, INFORMA EN DDSALI:                      *
      *    - CANTIDAD Y PORCENTAJE APLICADAS LA MISMA NOCHE, DENTRO*
      *      DE DOS DIAS HABILES Y MAS TARDE (DIAS HABILES SEGUN   *
      *      EL MODULO DE FECHAS PGMFSCBF Y SUS FERIADOS)          *
      *    - LAS QUE TERMINARON SIN APLICARSE (RECHAZO DE          *
      *      VALIDACION O ARCHIVO MUERTO DEL REPROCESO)            *
      *    - LA ETAPA DONDE LAS DEMORADAS PASARON MAS DIAS: CORTE, *
      *      ESTACIONAMIENTO, APROBACION DE BJ, REPROCESO O EL     *
      *      RESTO DE LA CADENA NOCTURNA                           *
      *  Y LISTA UNA POR UNA LAS NOVEDADES SIN ESTADO FINAL PARA   *
      *  QUE SE LAS PERSIGA. SOLO SE MIDEN LAS RECIBIDAS DENTRO    *
      *  DEL HORIZONTE DE LA TARJETA DDCTRL (30 DIAS CORRIDOS SI   *
      *  NO VIENE).                                                *
      **************************************************************
       ENVIRONMENT DIVISION.
      **************************************************************
       CONFIGURATION SECTION.

       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
      **************************************************************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

            SELECT TRAZAS ASSIGN TO DDTRAZA
                 FILE STATUS IS FS-TRAZAS.

            SELECT FECHAPRO ASSIGN TO DDFECPRO
                 FILE STATUS IS FS-FECHAPRO.

            SELECT TARJETA ASSIGN TO DDCTRL
                 FILE STATUS IS FS-CONTROL.

            SELECT SALIDA ASSIGN TO DDSALI
                 FILE STATUS IS FS-SALIDA.
      **************************************************************
       I-O-CONTROL.

       DATA DIVISION.
       FILE SECTION.
       FD   TRAZAS
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01   REG-TRAZA               PIC X(80).
      **************************************************************
       FD   FECHAPRO
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01   REG-FECHAPRO.
           05  FPR-FECHA            PIC 9(08).
           05  FILLER               PIC X(72).
      **************************************************************
       FD   TARJETA
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01   REG-CONTROL.
           05  CTL-DIAS-HISTORIA    PIC 9(03).
           05  FILLER               PIC X(77).
      **************************************************************
       FD   SALIDA
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01   REG-SALIDA              PIC X(80).
      **************************************************************
       WORKING-STORAGE SECTION.

       77  FILLER        PIC X(26) VALUE '* INICIO WORKING-STORAGE *'.
      **************************************************************

       77  FS-TRAZAS       PIC XX    VALUE SPACES.
           88  FS-TRAZAS-FIN         VALUE '10'.
       77  FS-FECHAPRO     PIC XX    VALUE SPACES.
       77  FS-CONTROL      PIC XX    VALUE SPACES.
       77  FS-SALIDA       PIC XX    VALUE SPACES.

      *****************DIARIO DE TRAZAS********************************
      *    MISMO LAYOUT QUE GRABA PGMTRCBF; EL DETALLE TIENE UNA
      *    VISTA POR ETAPA: TIPO DE NOVEDAD (PGMD2CBF Y PGMRQCBF) Y
      *    FECHA DE ESTACIONAMIENTO (PGMLBCBF).
       01  WS-REG-TRAZA.
           05  TRZ-LOTE             PIC 9(05).
           05  TRZ-SECUEN           PIC 9(05).
           05  TRZ-ETAPA            PIC X(12).
           05  TRZ-FECHA            PIC 9(08).
           05  TRZ-SUC              PIC 9(02).
           05  TRZ-DOC              PIC X(13).
           05  TRZ-DETALLE          PIC X(30).
           05  TRZ-DET-NOVEDAD REDEFINES TRZ-DETALLE.
               10  TRZ-DET-ROTULO   PIC X(08).
               10  TRZ-DET-TIPNOV   PIC X(02).
               10  FILLER           PIC X(20).
           05  TRZ-DET-ESTACION REDEFINES TRZ-DETALLE.
               10  TRZ-DET-TEXTO    PIC X(18).
               10  TRZ-DET-FECHA    PIC 9(08).
               10  FILLER           PIC X(04).
           05  FILLER               PIC X(05).

      *****************FECHAS DEL INFORME******************************
      *    LA SEMANA VA DE LA FECHA DE NEGOCIO MENOS SEIS DIAS A LA
      *    FECHA DE NEGOCIO; EL HORIZONTE ES LA FECHA DE NEGOCIO
      *    MENOS LOS DIAS DE LA TARJETA.
       77  WS-DIAS-HISTORIA PIC 9(03) VALUE 30.
       77  WS-FECHA-SEMANA  PIC 9(08) VALUE ZEROS.
       77  WS-FECHA-HORIZ   PIC 9(08) VALUE ZEROS.

       77  WS-DIAS-A-RESTAR PIC 9(03) VALUE ZEROS.
       01  WS-FECHA-RESTA.
           05  WS-FRE-ANIO          PIC 9(04).
           05  WS-FRE-MES           PIC 9(02).
           05  WS-FRE-DIA           PIC 9(02).
       01  WS-FECHA-RESTA-R REDEFINES WS-FECHA-RESTA
                            PIC 9(08).
       77  WS-COCIENTE     PIC 9(04)  VALUE ZEROS.
       77  WS-RESTO4       PIC 9(03)  VALUE ZEROS.
       77  WS-RESTO100     PIC 9(03)  VALUE ZEROS.
       77  WS-RESTO400     PIC 9(03)  VALUE ZEROS.

      *****************DIAS HABILES ENTRE DOS FECHAS*******************
      *    CUANTOS DIAS HABILES HAY DESPUES DE DESDE HASTA HASTA
      *    INCLUSIVE; MISMO DIA O HASTA ANTERIOR DA CERO.
           COPY CPFECSRV.

       77  WS-HAB-DESDE    PIC 9(08)  VALUE ZEROS.
       77  WS-HAB-HASTA    PIC 9(08)  VALUE ZEROS.
       77  WS-HAB-CANT     PIC 9(03)  VALUE ZEROS.

      *****************VIAJES ABIERTOS*********************************
      *    UNA ENTRADA POR NOVEDAD RECIBIDA DENTRO DEL HORIZONTE QUE
      *    TODAVIA NO LLEGO A UN ESTADO FINAL; AL CERRARSE SE MIDE Y
      *    SE SACA DE LA TABLA (LA ULTIMA OCUPA SU LUGAR).
       77  WS-OPN-CONT     PIC 9(05) USAGE COMP VALUE ZEROS.
       77  WS-OPN-SUB      PIC 9(05) USAGE COMP VALUE ZEROS.
       77  WS-OPN-IDX      PIC 9(05) USAGE COMP VALUE ZEROS.
       01  WS-TABLA-VIAJES.
           03  WS-OPN      OCCURS 10000 TIMES.
               05  WS-OPN-DOC       PIC X(13).
               05  WS-OPN-SUC       PIC 9(02).
               05  WS-OPN-LOTE      PIC 9(05).
               05  WS-OPN-SECUEN    PIC 9(05).
               05  WS-OPN-RECEP     PIC 9(08).
               05  WS-OPN-ARRASTRE  PIC X(01).
               05  WS-OPN-TIPNOV    PIC X(02).
               05  WS-OPN-ETAPA     PIC X(12).
               05  WS-OPN-FEC-ETAPA PIC 9(08).
               05  WS-OPN-DIAS-EST  PIC 9(03).
               05  WS-OPN-FEC-BJ    PIC 9(08).
               05  WS-OPN-FEC-RECH  PIC 9(08).
               05  WS-OPN-VUELTAS   PIC 9(02).

      *****************SUCURSAL Y TIPO DE NOVEDAD**********************
      *    LAS DEMORADAS (MAS DE DOS DIAS HABILES) ACUMULAN SUS DIAS
      *    POR ETAPA, EN EL ORDEN DE LA TABLA DE ETAPAS.
       77  WS-GRP-CONT     PIC 9(03) USAGE COMP VALUE ZEROS.
       77  WS-GRP-SUB      PIC 9(03) USAGE COMP VALUE ZEROS.
       77  WS-GRP-IDX      PIC 9(03) USAGE COMP VALUE ZEROS.
       01  WS-TABLA-GRUPOS.
           03  WS-GRP      OCCURS 500 TIMES.
               05  WS-GRP-SUC       PIC 9(02).
               05  WS-GRP-TIPNOV    PIC X(02).
               05  WS-GRP-APLIC     PIC 9(05).
               05  WS-GRP-NOCHE     PIC 9(05).
               05  WS-GRP-HASTA2    PIC 9(05).
               05  WS-GRP-TARDE     PIC 9(05).
               05  WS-GRP-NOAPL     PIC 9(05).
               05  WS-GRP-DIAS-ETP  PIC 9(07) OCCURS 5 TIMES.

      *****************ETAPAS DONDE SE DEMORA UNA NOVEDAD**************
       77  WS-ETP-SUB      PIC 9(01) USAGE COMP VALUE ZEROS.
       77  WS-ETP-MAYOR    PIC 9(01) USAGE COMP VALUE ZEROS.
       01  WS-NOMBRES-ETAPA.
           05  FILLER               PIC X(12) VALUE 'ARRASTRE    '.
           05  FILLER               PIC X(12) VALUE 'ESTACIONADA '.
           05  FILLER               PIC X(12) VALUE 'APROBAC. BJ '.
           05  FILLER               PIC X(12) VALUE 'REPROCESO   '.
           05  FILLER               PIC X(12) VALUE 'CADENA NOCHE'.
       01  WS-TABLA-NOMBRES REDEFINES WS-NOMBRES-ETAPA.
           05  WS-ETP-NOMBRE        PIC X(12) OCCURS 5 TIMES.

       01  WS-TABLA-ETAPAS.
           03  WS-ETP      OCCURS 5 TIMES.
               05  WS-ETP-NOVEDADES PIC 9(05).
               05  WS-ETP-DIAS      PIC 9(07).
               05  WS-ETP-PRINCIPAL PIC 9(05).

      *    DIAS DE LA NOVEDAD QUE SE ESTA CERRANDO, POR ETAPA.
       01  WS-DIAS-NOVEDAD.
           05  WS-DNV-DIAS          PIC 9(03) OCCURS 5 TIMES.
       77  WS-DIAS-TOTAL   PIC 9(03)  VALUE ZEROS.
       77  WS-DIAS-CARGADOS PIC 9(03) VALUE ZEROS.
       77  WS-DIAS-MAYOR   PIC 9(07)  VALUE ZEROS.

      *****************CIERRE EN CURSO*********************************
       01  WS-FLAG-CIERRE  PIC X.
           88  WS-CIERRE-APLICADA    VALUE 'A'.
           88  WS-CIERRE-NO-APLICADA VALUE 'N'.
       01  WS-TIPNOV-CIERRE PIC X(02) VALUE SPACES.

       01  WS-FLAG-INFORME PIC X      VALUE 'S'.
           88  WS-INFORME-COMPLETO   VALUE 'S'.
           88  WS-INFORME-INCOMPLETO VALUE 'N'.

      *********************CONTADORES*******************************
       77  WS-CNT-LEIDAS              PIC 9(09)   VALUE ZEROES.
       77  WS-CNT-RECIBIDAS           PIC 9(07)   VALUE ZEROES.
       77  WS-CNT-SIN-VIAJE           PIC 9(07)   VALUE ZEROES.
       77  WS-CNT-CERRADAS            PIC 9(07)   VALUE ZEROES.
       77  WS-CNT-DEMORADAS           PIC 9(05)   VALUE ZEROES.
       77  WS-TOT-APLIC               PIC 9(05)   VALUE ZEROES.
       77  WS-TOT-NOCHE               PIC 9(05)   VALUE ZEROES.
       77  WS-TOT-HASTA2              PIC 9(05)   VALUE ZEROES.
       77  WS-TOT-TARDE               PIC 9(05)   VALUE ZEROES.
       77  WS-TOT-NOAPL               PIC 9(05)   VALUE ZEROES.

      *****************PORCENTAJES Y PROMEDIOS*************************
       77  WS-PCT-BASE     PIC 9(05)  VALUE ZEROS.
       77  WS-PCT-PARTE    PIC 9(05)  VALUE ZEROS.
       77  WS-PCT-AUX      PIC 9(07)  VALUE ZEROS.
       77  WS-PCT-RESULT   PIC 9(03)  VALUE ZEROS.
       77  WS-PROMEDIO     PIC 9(03)V9 VALUE ZEROS.

      *****************LINEAS DEL INFORME******************************
       01  WS-LIN-TITULO.
           05  FILLER               PIC X(38)   VALUE
           ' DEMORA DE NOVEDADES DE SUCURSAL  DEL '.
           05  WS-LTI-DESDE         PIC 9(08).
           05  FILLER               PIC X(04)   VALUE ' AL '.
           05  WS-LTI-HASTA         PIC 9(08).
           05  FILLER               PIC X(22)   VALUE SPACES.

       01  WS-LIN-ENCAB-GRUPO.
           05  FILLER               PIC X(40)   VALUE
           ' SUC TIPO  APLIC  NOCHE   %  2 DIAS   %'.
           05  FILLER               PIC X(40)   VALUE
           '   MAS    %  NO APL ETAPA DEMORA'.

       01  WS-LIN-GRUPO.
           05  FILLER               PIC X(01)   VALUE SPACE.
           05  WS-LGR-CLAVE.
               10  WS-LGR-SUC       PIC X(03).
               10  WS-LGR-TIPNOV    PIC X(06).
           05  WS-LGR-APLIC         PIC ZZZZ9.
           05  FILLER               PIC X(02)   VALUE SPACES.
           05  WS-LGR-NOCHE         PIC ZZZZ9.
           05  FILLER               PIC X(01)   VALUE SPACE.
           05  WS-LGR-PCT-NOCHE     PIC ZZ9.
           05  FILLER               PIC X(02)   VALUE SPACES.
           05  WS-LGR-HASTA2        PIC ZZZZ9.
           05  FILLER               PIC X(01)   VALUE SPACE.
           05  WS-LGR-PCT-HASTA2    PIC ZZ9.
           05  FILLER               PIC X(02)   VALUE SPACES.
           05  WS-LGR-TARDE         PIC ZZZZ9.
           05  FILLER               PIC X(01)   VALUE SPACE.
           05  WS-LGR-PCT-TARDE     PIC ZZ9.
           05  FILLER               PIC X(02)   VALUE SPACES.
           05  WS-LGR-NOAPL         PIC ZZZZ9.
           05  FILLER               PIC X(01)   VALUE SPACE.
           05  WS-LGR-ETAPA         PIC X(12).
           05  FILLER               PIC X(12)   VALUE SPACES.

       01  WS-LIN-ENCAB-ETAPA.
           05  FILLER               PIC X(40)   VALUE
           ' ETAPA         NOVEDADES  DIAS HAB  PROM'.
           05  FILLER               PIC X(40)   VALUE
           'EDIO  PRINCIPAL EN'.

       01  WS-LIN-ETAPA.
           05  FILLER               PIC X(01)   VALUE SPACE.
           05  WS-LET-NOMBRE        PIC X(12).
           05  FILLER               PIC X(04)   VALUE SPACES.
           05  WS-LET-NOVEDADES     PIC ZZZZ9.
           05  FILLER               PIC X(03)   VALUE SPACES.
           05  WS-LET-DIAS          PIC ZZZZZZ9.
           05  FILLER               PIC X(04)   VALUE SPACES.
           05  WS-LET-PROMEDIO      PIC ZZ9,9.
           05  FILLER               PIC X(06)   VALUE SPACES.
           05  WS-LET-PRINCIPAL     PIC ZZZZ9.
           05  FILLER               PIC X(28)   VALUE SPACES.

       01  WS-LIN-ENCAB-PEND.
           05  FILLER               PIC X(40)   VALUE
           ' SUC DOCUMENTO      LOTE   SEC RECIBIDA '.
           05  FILLER               PIC X(40)   VALUE
           'ULTIMA ETAPA FECHA    DIAS HAB'.

       01  WS-LIN-PEND.
           05  FILLER               PIC X(02)   VALUE SPACES.
           05  WS-LPE-SUC           PIC 9(02).
           05  FILLER               PIC X(01)   VALUE SPACE.
           05  WS-LPE-TIPDOC        PIC X(02).
           05  FILLER               PIC X(01)   VALUE '-'.
           05  WS-LPE-NRODOC        PIC X(11).
           05  FILLER               PIC X(01)   VALUE SPACE.
           05  WS-LPE-LOTE          PIC 9(05).
           05  FILLER               PIC X(01)   VALUE SPACE.
           05  WS-LPE-SECUEN        PIC 9(05).
           05  FILLER               PIC X(01)   VALUE SPACE.
           05  WS-LPE-RECEP         PIC 9(08).
           05  FILLER               PIC X(01)   VALUE SPACE.
           05  WS-LPE-ETAPA         PIC X(12).
           05  FILLER               PIC X(01)   VALUE SPACE.
           05  WS-LPE-FEC-ETAPA     PIC 9(08).
           05  FILLER               PIC X(01)   VALUE SPACE.
           05  WS-LPE-DIAS          PIC ZZ9.
           05  FILLER               PIC X(13)   VALUE SPACES.

       01  WS-LIN-TEXTO.
           05  WS-LT-TEXTO          PIC X(70).
           05  FILLER               PIC X(10)   VALUE SPACES.

       01  WS-LIN-CANTIDAD.
           05  WS-LCA-TEXTO         PIC X(50).
           05  WS-LCA-CANT          PIC ZZZZZZ9.
           05  FILLER               PIC X(23)   VALUE SPACES.

      *****************FECHA DE NEGOCIO DE LA CORRIDA******************
           COPY CPFECPRO.

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
                   UNTIL FS-TRAZAS-FIN.

           IF RETURN-CODE NOT EQUAL 9999
              PERFORM 7000-INFORMAR-GRUPOS
                      THRU F-7000-INFORMAR-GRUPOS
              PERFORM 7500-INFORMAR-ETAPAS
                      THRU F-7500-INFORMAR-ETAPAS
              PERFORM 8000-INFORMAR-ABIERTAS
                      THRU F-8000-INFORMAR-ABIERTAS
           END-IF

           PERFORM 9999-FINAL    THRU  F-9999-FINAL.

       F-MAIN-PROGRAM. GOBACK.

      **************************************
      *                                    *
      *  CUERPO INICIO APERTURA ARCHIVOS   *
      *                                    *
      **************************************
       1000-INICIO.

           PERFORM 1100-LEER-FECHA   THRU F-1100-LEER-FECHA.
           PERFORM 1150-LEER-TARJETA THRU F-1150-LEER-TARJETA.

           MOVE 6 TO WS-DIAS-A-RESTAR
           PERFORM 1300-RESTAR-DIAS THRU F-1300-RESTAR-DIAS
           MOVE WS-FECHA-RESTA-R TO WS-FECHA-SEMANA

           MOVE WS-DIAS-HISTORIA TO WS-DIAS-A-RESTAR
           PERFORM 1300-RESTAR-DIAS THRU F-1300-RESTAR-DIAS
           MOVE WS-FECHA-RESTA-R TO WS-FECHA-HORIZ

           DISPLAY '* SEMANA ' WS-FECHA-SEMANA ' A '
                   WS-FECHA-NEGOCIO-R ', RECIBIDAS DESDE '
                   WS-FECHA-HORIZ

           OPEN OUTPUT SALIDA.

           IF FS-SALIDA IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN SALIDA    = ' FS-SALIDA
              MOVE 9999 TO RETURN-CODE
              SET FS-TRAZAS-FIN TO TRUE
              GO TO F-1000-INICIO
           END-IF

           OPEN INPUT TRAZAS.

           IF FS-TRAZAS IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN TRAZAS    = ' FS-TRAZAS
              MOVE 9999 TO RETURN-CODE
              SET FS-TRAZAS-FIN TO TRUE
              GO TO F-1000-INICIO
           END-IF

           MOVE WS-FECHA-SEMANA    TO WS-LTI-DESDE
           MOVE WS-FECHA-NEGOCIO-R TO WS-LTI-HASTA
           WRITE REG-SALIDA FROM WS-LIN-TITULO.

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
       1150-LEER-TARJETA.
      *    LA TARJETA ES OPCIONAL: SOLO TRAE EL HORIZONTE EN DIAS
      *    CORRIDOS HACIA ATRAS DESDE LA FECHA DE NEGOCIO.
           OPEN INPUT TARJETA.

           IF FS-CONTROL IS EQUAL '00'
              READ TARJETA
                 AT END
                    CONTINUE
                 NOT AT END
                    IF CTL-DIAS-HISTORIA IS NUMERIC
                       AND CTL-DIAS-HISTORIA IS GREATER 6
                       MOVE CTL-DIAS-HISTORIA TO WS-DIAS-HISTORIA
                    END-IF
              END-READ
              CLOSE TARJETA
           END-IF.

       F-1150-LEER-TARJETA. EXIT.
      **************************************************************
       1300-RESTAR-DIAS.
      *    FECHA DE NEGOCIO MENOS N DIAS CORRIDOS, DE A UN DIA; AL
      *    PASAR DE MES SE TOMA EL ULTIMO DIA DEL MES ANTERIOR.
           MOVE WS-FECHA-NEGOCIO-R TO WS-FECHA-RESTA-R

           PERFORM WS-DIAS-A-RESTAR TIMES
               IF WS-FRE-DIA > 1
                  SUBTRACT 1 FROM WS-FRE-DIA
               ELSE
                  IF WS-FRE-MES > 1
                     SUBTRACT 1 FROM WS-FRE-MES
                  ELSE
                     MOVE 12 TO WS-FRE-MES
                     SUBTRACT 1 FROM WS-FRE-ANIO
                  END-IF
                  PERFORM 1350-ULTIMO-DIA THRU F-1350-ULTIMO-DIA
               END-IF
           END-PERFORM.

       F-1300-RESTAR-DIAS. EXIT.
      **************************************************************
       1350-ULTIMO-DIA.

           EVALUATE WS-FRE-MES
               WHEN 4
               WHEN 6
               WHEN 9
               WHEN 11
                    MOVE 30 TO WS-FRE-DIA
               WHEN 2
                    DIVIDE WS-FRE-ANIO BY 4
                           GIVING WS-COCIENTE REMAINDER WS-RESTO4
                    DIVIDE WS-FRE-ANIO BY 100
                           GIVING WS-COCIENTE REMAINDER WS-RESTO100
                    DIVIDE WS-FRE-ANIO BY 400
                           GIVING WS-COCIENTE REMAINDER WS-RESTO400
                    IF WS-RESTO400 = 0
                       OR (WS-RESTO4 = 0 AND WS-RESTO100 NOT = 0)
                       MOVE 29 TO WS-FRE-DIA
                    ELSE
                       MOVE 28 TO WS-FRE-DIA
                    END-IF
               WHEN OTHER
                    MOVE 31 TO WS-FRE-DIA
           END-EVALUATE.

       F-1350-ULTIMO-DIA. EXIT.
      **************************************************************
       2000-PROCESO.

           READ TRAZAS INTO WS-REG-TRAZA

           EVALUATE FS-TRAZAS
             WHEN '00'
                  ADD 1 TO WS-CNT-LEIDAS
                  IF TRZ-FECHA IS NUMERIC
                     AND TRZ-FECHA IS NOT GREATER WS-FECHA-NEGOCIO-R
                     PERFORM 2100-DESPACHAR-ETAPA
                             THRU F-2100-DESPACHAR-ETAPA
                  END-IF

              WHEN '10'
                CONTINUE

              WHEN OTHER
              DISPLAY '* ERROR EN LECTURA TRAZAS   = ' FS-TRAZAS
              MOVE 9999 TO RETURN-CODE
              SET FS-TRAZAS-FIN TO TRUE

           END-EVALUATE.

       F-2000-PROCESO. EXIT.
      **************************************************************
       2100-DESPACHAR-ETAPA.
      *    LA RECEPCION ABRE EL VIAJE; LAS DEMAS ETAPAS LO BUSCAN Y
      *    LO ACTUALIZAN O LO CIERRAN. UNA ETAPA SIN VIAJE ABIERTO
      *    (RECIBIDA ANTES DEL HORIZONTE O POR OTRA VIA) SE CUENTA
      *    Y SE IGNORA.
           EVALUATE TRZ-ETAPA
               WHEN 'RECIBIDA    '
                    IF TRZ-FECHA IS NOT LESS WS-FECHA-HORIZ
                       PERFORM 3000-ABRIR-VIAJE THRU F-3000-ABRIR-VIAJE
                    END-IF
                    GO TO F-2100-DESPACHAR-ETAPA
               WHEN 'CONFIRMADA  '
                    IF TRZ-DETALLE (1:20) IS NOT EQUAL
                       'RECHAZADA VALIDACION'
                       GO TO F-2100-DESPACHAR-ETAPA
                    END-IF
                    PERFORM 3100-BUSCAR-POR-TRAZA
                            THRU F-3100-BUSCAR-POR-TRAZA
               WHEN 'LIBERADA    '
               WHEN 'RECHAZ APLIC'
               WHEN 'ESPERA APROB'
               WHEN 'REINGRESADA '
               WHEN 'REENCOLADA  '
               WHEN 'APLICADA    '
               WHEN 'MUERTA      '
                    PERFORM 3200-BUSCAR-POR-DOC
                            THRU F-3200-BUSCAR-POR-DOC
               WHEN OTHER
                    GO TO F-2100-DESPACHAR-ETAPA
           END-EVALUATE

           IF WS-OPN-IDX IS EQUAL ZEROS
              ADD 1 TO WS-CNT-SIN-VIAJE
              GO TO F-2100-DESPACHAR-ETAPA
           END-IF

           MOVE TRZ-ETAPA TO WS-OPN-ETAPA     (WS-OPN-IDX)
           MOVE TRZ-FECHA TO WS-OPN-FEC-ETAPA (WS-OPN-IDX)

           EVALUATE TRZ-ETAPA
               WHEN 'CONFIRMADA  '
                    SET WS-CIERRE-NO-APLICADA TO TRUE
                    MOVE WS-OPN-TIPNOV (WS-OPN-IDX)
                         TO WS-TIPNOV-CIERRE
                    PERFORM 3500-CERRAR-VIAJE THRU F-3500-CERRAR-VIAJE
               WHEN 'LIBERADA    '
                    IF TRZ-DET-FECHA IS NUMERIC
                       MOVE TRZ-DET-FECHA TO WS-HAB-DESDE
                       MOVE TRZ-FECHA     TO WS-HAB-HASTA
                       PERFORM 4000-DIAS-HABILES
                               THRU F-4000-DIAS-HABILES
                       ADD WS-HAB-CANT TO WS-OPN-DIAS-EST (WS-OPN-IDX)
                    END-IF
               WHEN 'RECHAZ APLIC'
                    MOVE TRZ-DET-TIPNOV TO WS-OPN-TIPNOV (WS-OPN-IDX)
                    IF WS-OPN-FEC-RECH (WS-OPN-IDX) IS EQUAL ZEROS
                       MOVE TRZ-FECHA TO WS-OPN-FEC-RECH (WS-OPN-IDX)
                    END-IF
               WHEN 'ESPERA APROB'
                    MOVE TRZ-DET-TIPNOV TO WS-OPN-TIPNOV (WS-OPN-IDX)
                    IF WS-OPN-FEC-BJ (WS-OPN-IDX) IS EQUAL ZEROS
                       MOVE TRZ-FECHA TO WS-OPN-FEC-BJ (WS-OPN-IDX)
                    END-IF
               WHEN 'REINGRESADA '
               WHEN 'REENCOLADA  '
                    MOVE TRZ-DET-TIPNOV TO WS-OPN-TIPNOV (WS-OPN-IDX)
                    IF WS-OPN-VUELTAS (WS-OPN-IDX) < 99
                       ADD 1 TO WS-OPN-VUELTAS (WS-OPN-IDX)
                    END-IF
               WHEN 'APLICADA    '
                    SET WS-CIERRE-APLICADA TO TRUE
                    MOVE TRZ-DET-TIPNOV TO WS-TIPNOV-CIERRE
                    PERFORM 3500-CERRAR-VIAJE THRU F-3500-CERRAR-VIAJE
               WHEN 'MUERTA      '
                    SET WS-CIERRE-NO-APLICADA TO TRUE
                    MOVE TRZ-DET-TIPNOV TO WS-TIPNOV-CIERRE
                    PERFORM 3500-CERRAR-VIAJE THRU F-3500-CERRAR-VIAJE
           END-EVALUATE.

       F-2100-DESPACHAR-ETAPA. EXIT.
      **************************************************************
       3000-ABRIR-VIAJE.

           ADD 1 TO WS-CNT-RECIBIDAS

           IF WS-OPN-CONT NOT LESS 10000
              DISPLAY '* TABLA DE VIAJES LLENA (10000), INFORME '
                      'INCOMPLETO'
              MOVE 9999 TO RETURN-CODE
              SET WS-INFORME-INCOMPLETO TO TRUE
              SET FS-TRAZAS-FIN TO TRUE
              GO TO F-3000-ABRIR-VIAJE
           END-IF

           ADD 1 TO WS-OPN-CONT
           MOVE TRZ-DOC      TO WS-OPN-DOC       (WS-OPN-CONT)
           MOVE TRZ-SUC      TO WS-OPN-SUC       (WS-OPN-CONT)
           MOVE TRZ-LOTE     TO WS-OPN-LOTE      (WS-OPN-CONT)
           MOVE TRZ-SECUEN   TO WS-OPN-SECUEN    (WS-OPN-CONT)
           MOVE TRZ-FECHA    TO WS-OPN-RECEP     (WS-OPN-CONT)
           MOVE TRZ-ETAPA    TO WS-OPN-ETAPA     (WS-OPN-CONT)
           MOVE TRZ-FECHA    TO WS-OPN-FEC-ETAPA (WS-OPN-CONT)
           MOVE SPACES       TO WS-OPN-TIPNOV    (WS-OPN-CONT)
           MOVE ZEROS        TO WS-OPN-DIAS-EST  (WS-OPN-CONT)
           MOVE ZEROS        TO WS-OPN-FEC-BJ    (WS-OPN-CONT)
           MOVE ZEROS        TO WS-OPN-FEC-RECH  (WS-OPN-CONT)
           MOVE ZEROS        TO WS-OPN-VUELTAS   (WS-OPN-CONT)

           IF TRZ-DETALLE (1:17) IS EQUAL 'ARRASTRE DE CORTE'
              MOVE 'S' TO WS-OPN-ARRASTRE (WS-OPN-CONT)
           ELSE
              MOVE 'N' TO WS-OPN-ARRASTRE (WS-OPN-CONT)
           END-IF.

       F-3000-ABRIR-VIAJE. EXIT.
      **************************************************************
       3100-BUSCAR-POR-TRAZA.
      *    LA CONFIRMACION TRAE LA MISMA TRAZA DE LA RECEPCION.
           MOVE ZEROS TO WS-OPN-IDX

           PERFORM VARYING WS-OPN-SUB FROM 1 BY 1
                   UNTIL WS-OPN-SUB > WS-OPN-CONT
               IF WS-OPN-SUC    (WS-OPN-SUB) IS EQUAL TRZ-SUC
                  AND WS-OPN-LOTE   (WS-OPN-SUB) IS EQUAL TRZ-LOTE
                  AND WS-OPN-SECUEN (WS-OPN-SUB) IS EQUAL TRZ-SECUEN
                  MOVE WS-OPN-SUB  TO WS-OPN-IDX
                  MOVE WS-OPN-CONT TO WS-OPN-SUB
               END-IF
           END-PERFORM.

       F-3100-BUSCAR-POR-TRAZA. EXIT.
      **************************************************************
       3200-BUSCAR-POR-DOC.
      *    SIN TRAZA, LA ETAPA CORRESPONDE AL VIAJE ABIERTO MAS VIEJO
      *    DEL DOCUMENTO RECIBIDO HASTA ESA FECHA (Y DE ESA SUCURSAL,
      *    SI LA ETAPA LA CONOCE).
           MOVE ZEROS TO WS-OPN-IDX

           PERFORM VARYING WS-OPN-SUB FROM 1 BY 1
                   UNTIL WS-OPN-SUB > WS-OPN-CONT
               IF WS-OPN-DOC (WS-OPN-SUB) IS EQUAL TRZ-DOC
                  AND WS-OPN-RECEP (WS-OPN-SUB)
                      IS NOT GREATER TRZ-FECHA
                  AND (TRZ-SUC IS EQUAL ZEROS
                       OR WS-OPN-SUC (WS-OPN-SUB) IS EQUAL TRZ-SUC)
                  IF WS-OPN-IDX IS EQUAL ZEROS
                     MOVE WS-OPN-SUB TO WS-OPN-IDX
                  ELSE
                     IF WS-OPN-RECEP (WS-OPN-SUB) IS LESS
                        WS-OPN-RECEP (WS-OPN-IDX)
                        MOVE WS-OPN-SUB TO WS-OPN-IDX
                     END-IF
                  END-IF
               END-IF
           END-PERFORM.

       F-3200-BUSCAR-POR-DOC. EXIT.
      **************************************************************
       3500-CERRAR-VIAJE.
      *    EL VIAJE LLEGO A SU ESTADO FINAL: SI FUE EN LA SEMANA SE
      *    MIDE CONTRA LA RECEPCION EN DIAS HABILES; EN TODO CASO
      *    SALE DE LA TABLA.
           ADD 1 TO WS-CNT-CERRADAS

           IF TRZ-FECHA IS LESS WS-FECHA-SEMANA
              GO TO 3590-SACAR-VIAJE
           END-IF

           IF WS-TIPNOV-CIERRE IS EQUAL SPACES
              MOVE '--' TO WS-TIPNOV-CIERRE
           END-IF

           PERFORM 3700-BUSCAR-GRUPO THRU F-3700-BUSCAR-GRUPO

           IF WS-GRP-IDX IS EQUAL ZEROS
              GO TO 3590-SACAR-VIAJE
           END-IF

           IF WS-CIERRE-NO-APLICADA
              ADD 1 TO WS-GRP-NOAPL (WS-GRP-IDX)
              ADD 1 TO WS-TOT-NOAPL
              GO TO 3590-SACAR-VIAJE
           END-IF

           ADD 1 TO WS-GRP-APLIC (WS-GRP-IDX)
           ADD 1 TO WS-TOT-APLIC

           MOVE WS-OPN-RECEP (WS-OPN-IDX) TO WS-HAB-DESDE
           MOVE TRZ-FECHA                 TO WS-HAB-HASTA
           PERFORM 4000-DIAS-HABILES THRU F-4000-DIAS-HABILES
           MOVE WS-HAB-CANT TO WS-DIAS-TOTAL

           EVALUATE TRUE
               WHEN WS-DIAS-TOTAL IS EQUAL ZEROS
                    ADD 1 TO WS-GRP-NOCHE (WS-GRP-IDX)
                    ADD 1 TO WS-TOT-NOCHE
               WHEN WS-DIAS-TOTAL IS NOT GREATER 2
                    ADD 1 TO WS-GRP-HASTA2 (WS-GRP-IDX)
                    ADD 1 TO WS-TOT-HASTA2
               WHEN OTHER
                    ADD 1 TO WS-GRP-TARDE (WS-GRP-IDX)
                    ADD 1 TO WS-TOT-TARDE
                    PERFORM 3600-ATRIBUIR-ETAPAS
                            THRU F-3600-ATRIBUIR-ETAPAS
           END-EVALUATE.

       3590-SACAR-VIAJE.

           IF WS-OPN-IDX IS LESS WS-OPN-CONT
              MOVE WS-OPN (WS-OPN-CONT) TO WS-OPN (WS-OPN-IDX)
           END-IF

           SUBTRACT 1 FROM WS-OPN-CONT.

       F-3500-CERRAR-VIAJE. EXIT.
      **************************************************************
       3600-ATRIBUIR-ETAPAS.
      *    REPARTE LOS DIAS HABILES DE UNA NOVEDAD DEMORADA: UNO AL
      *    CORTE SI VINO DEL ARRASTRE, LOS DEL ESTACIONAMIENTO, LOS
      *    DE ESPERA DE APROBACION DE BJ Y LOS DEL PRIMER RECHAZO DE
      *    APLICACION EN ADELANTE; LO QUE SOBRA ES CADENA NOCTURNA.
           ADD 1 TO WS-CNT-DEMORADAS
           INITIALIZE WS-DIAS-NOVEDAD

           IF WS-OPN-ARRASTRE (WS-OPN-IDX) IS EQUAL 'S'
              MOVE 1 TO WS-DNV-DIAS (1)
           END-IF

           MOVE WS-OPN-DIAS-EST (WS-OPN-IDX) TO WS-DNV-DIAS (2)

           IF WS-OPN-FEC-BJ (WS-OPN-IDX) IS NOT EQUAL ZEROS
              MOVE WS-OPN-FEC-BJ (WS-OPN-IDX) TO WS-HAB-DESDE
              MOVE TRZ-FECHA                  TO WS-HAB-HASTA
              PERFORM 4000-DIAS-HABILES THRU F-4000-DIAS-HABILES
              MOVE WS-HAB-CANT TO WS-DNV-DIAS (3)
           END-IF

           IF WS-OPN-FEC-RECH (WS-OPN-IDX) IS NOT EQUAL ZEROS
              MOVE WS-OPN-FEC-RECH (WS-OPN-IDX) TO WS-HAB-DESDE
              MOVE TRZ-FECHA                    TO WS-HAB-HASTA
              PERFORM 4000-DIAS-HABILES THRU F-4000-DIAS-HABILES
              MOVE WS-HAB-CANT TO WS-DNV-DIAS (4)
           END-IF

           MOVE ZEROS TO WS-DIAS-CARGADOS
           PERFORM VARYING WS-ETP-SUB FROM 1 BY 1
                   UNTIL WS-ETP-SUB > 4
               ADD WS-DNV-DIAS (WS-ETP-SUB) TO WS-DIAS-CARGADOS
           END-PERFORM

           IF WS-DIAS-TOTAL IS GREATER WS-DIAS-CARGADOS
              SUBTRACT WS-DIAS-CARGADOS FROM WS-DIAS-TOTAL
                       GIVING WS-DNV-DIAS (5)
           END-IF

           MOVE 5     TO WS-ETP-MAYOR
           MOVE ZEROS TO WS-DIAS-MAYOR

           PERFORM VARYING WS-ETP-SUB FROM 1 BY 1
                   UNTIL WS-ETP-SUB > 5
               IF WS-DNV-DIAS (WS-ETP-SUB) IS GREATER ZEROS
                  ADD 1 TO WS-ETP-NOVEDADES (WS-ETP-SUB)
                  ADD WS-DNV-DIAS (WS-ETP-SUB)
                      TO WS-ETP-DIAS (WS-ETP-SUB)
                  ADD WS-DNV-DIAS (WS-ETP-SUB)
                      TO WS-GRP-DIAS-ETP (WS-GRP-IDX, WS-ETP-SUB)
                  IF WS-DNV-DIAS (WS-ETP-SUB) IS GREATER WS-DIAS-MAYOR
                     MOVE WS-DNV-DIAS (WS-ETP-SUB) TO WS-DIAS-MAYOR
                     MOVE WS-ETP-SUB TO WS-ETP-MAYOR
                  END-IF
               END-IF
           END-PERFORM

           ADD 1 TO WS-ETP-PRINCIPAL (WS-ETP-MAYOR).

       F-3600-ATRIBUIR-ETAPAS. EXIT.
      **************************************************************
       3700-BUSCAR-GRUPO.
      *    SUCURSAL DE LA RECEPCION Y TIPO DE NOVEDAD DEL CIERRE.
           MOVE ZEROS TO WS-GRP-IDX

           PERFORM VARYING WS-GRP-SUB FROM 1 BY 1
                   UNTIL WS-GRP-SUB > WS-GRP-CONT
               IF WS-GRP-SUC (WS-GRP-SUB) IS EQUAL
                  WS-OPN-SUC (WS-OPN-IDX)
                  AND WS-GRP-TIPNOV (WS-GRP-SUB) IS EQUAL
                      WS-TIPNOV-CIERRE
                  MOVE WS-GRP-SUB  TO WS-GRP-IDX
                  MOVE WS-GRP-CONT TO WS-GRP-SUB
               END-IF
           END-PERFORM

           IF WS-GRP-IDX IS NOT EQUAL ZEROS
              GO TO F-3700-BUSCAR-GRUPO
           END-IF

           IF WS-GRP-CONT NOT LESS 500
              DISPLAY '* TABLA DE SUCURSAL Y TIPO LLENA (500), '
                      'INFORME INCOMPLETO'
              SET WS-INFORME-INCOMPLETO TO TRUE
              GO TO F-3700-BUSCAR-GRUPO
           END-IF

           ADD 1 TO WS-GRP-CONT
           MOVE WS-GRP-CONT TO WS-GRP-IDX
           INITIALIZE WS-GRP (WS-GRP-IDX)
           MOVE WS-OPN-SUC (WS-OPN-IDX) TO WS-GRP-SUC    (WS-GRP-IDX)
           MOVE WS-TIPNOV-CIERRE        TO WS-GRP-TIPNOV (WS-GRP-IDX).

       F-3700-BUSCAR-GRUPO. EXIT.
      **************************************************************
       4000-DIAS-HABILES.
      *    AVANZA DE HABIL EN HABIL CON PGMFSCBF DESDE LA FECHA
      *    INICIAL Y CUENTA LOS QUE NO PASAN DE LA FECHA FINAL.
           MOVE ZEROS TO WS-HAB-CANT

           IF WS-HAB-DESDE IS NOT LESS WS-HAB-HASTA
              GO TO F-4000-DIAS-HABILES
           END-IF

           MOVE 'S'          TO FSV-FUNCION
           MOVE WS-HAB-DESDE TO FSV-FECHA-ENT
           CALL 'PGMFSCBF' USING WS-FECSRV-AREA

           PERFORM UNTIL FSV-RESULTADO IS NOT EQUAL 'S'
                   OR FSV-FECHA-SAL IS GREATER WS-HAB-HASTA
                   OR WS-HAB-CANT IS EQUAL 999
               ADD 1 TO WS-HAB-CANT
               MOVE FSV-FECHA-SAL TO FSV-FECHA-ENT
               CALL 'PGMFSCBF' USING WS-FECSRV-AREA
           END-PERFORM.

       F-4000-DIAS-HABILES. EXIT.
      **************************************************************
       5000-PORCENTAJE.

           MOVE ZEROS TO WS-PCT-RESULT

           IF WS-PCT-BASE IS GREATER ZEROS
              MULTIPLY WS-PCT-PARTE BY 100 GIVING WS-PCT-AUX
              DIVIDE WS-PCT-AUX BY WS-PCT-BASE
                     GIVING WS-PCT-RESULT ROUNDED
           END-IF.

       F-5000-PORCENTAJE. EXIT.
      **************************************************************
       7000-INFORMAR-GRUPOS.

           MOVE SPACES TO WS-LT-TEXTO
           WRITE REG-SALIDA FROM WS-LIN-TEXTO
           MOVE ' NOVEDADES CON ESTADO FINAL EN LA SEMANA, POR SUCURSAL'
                TO WS-LT-TEXTO
           WRITE REG-SALIDA FROM WS-LIN-TEXTO
           MOVE ' Y TIPO (NOCHE = MISMA NOCHE, 2 DIAS = HASTA DOS DIAS'
                TO WS-LT-TEXTO
           WRITE REG-SALIDA FROM WS-LIN-TEXTO
           MOVE ' HABILES, MAS = DEMORADAS, NO APL = SIN APLICAR)'
                TO WS-LT-TEXTO
           WRITE REG-SALIDA FROM WS-LIN-TEXTO
           WRITE REG-SALIDA FROM WS-LIN-ENCAB-GRUPO

           PERFORM VARYING WS-GRP-SUB FROM 1 BY 1
                   UNTIL WS-GRP-SUB > WS-GRP-CONT
               MOVE SPACES TO WS-LGR-CLAVE
               MOVE WS-GRP-SUC    (WS-GRP-SUB) TO WS-LGR-SUC (2:2)
               MOVE WS-GRP-TIPNOV (WS-GRP-SUB) TO WS-LGR-TIPNOV (3:2)
               MOVE WS-GRP-APLIC  (WS-GRP-SUB) TO WS-PCT-BASE
               MOVE WS-GRP-NOCHE  (WS-GRP-SUB) TO WS-PCT-PARTE
               MOVE WS-GRP-HASTA2 (WS-GRP-SUB) TO WS-LGR-HASTA2
               MOVE WS-GRP-TARDE  (WS-GRP-SUB) TO WS-LGR-TARDE
               MOVE WS-GRP-NOAPL  (WS-GRP-SUB) TO WS-LGR-NOAPL
               PERFORM 7100-ARMAR-PORCENTAJES
                       THRU F-7100-ARMAR-PORCENTAJES

               MOVE SPACES TO WS-LGR-ETAPA
               IF WS-GRP-TARDE (WS-GRP-SUB) IS GREATER ZEROS
                  MOVE 5     TO WS-ETP-MAYOR
                  MOVE ZEROS TO WS-DIAS-MAYOR
                  PERFORM VARYING WS-ETP-SUB FROM 1 BY 1
                          UNTIL WS-ETP-SUB > 5
                      IF WS-GRP-DIAS-ETP (WS-GRP-SUB, WS-ETP-SUB)
                         IS GREATER WS-DIAS-MAYOR
                         MOVE WS-GRP-DIAS-ETP (WS-GRP-SUB, WS-ETP-SUB)
                              TO WS-DIAS-MAYOR
                         MOVE WS-ETP-SUB TO WS-ETP-MAYOR
                      END-IF
                  END-PERFORM
                  MOVE WS-ETP-NOMBRE (WS-ETP-MAYOR) TO WS-LGR-ETAPA
               END-IF

               WRITE REG-SALIDA FROM WS-LIN-GRUPO
           END-PERFORM

           IF WS-GRP-CONT IS EQUAL ZEROS
              MOVE ' SIN NOVEDADES TERMINADAS EN LA SEMANA'
                   TO WS-LT-TEXTO
              WRITE REG-SALIDA FROM WS-LIN-TEXTO
              GO TO F-7000-INFORMAR-GRUPOS
           END-IF

           MOVE SPACES       TO WS-LGR-CLAVE
           MOVE 'TOTAL'      TO WS-LGR-CLAVE
           MOVE WS-TOT-APLIC TO WS-PCT-BASE
           MOVE WS-TOT-NOCHE TO WS-PCT-PARTE
           MOVE WS-TOT-HASTA2 TO WS-LGR-HASTA2
           MOVE WS-TOT-TARDE TO WS-LGR-TARDE
           MOVE WS-TOT-NOAPL TO WS-LGR-NOAPL
           PERFORM 7100-ARMAR-PORCENTAJES THRU F-7100-ARMAR-PORCENTAJES
           MOVE SPACES       TO WS-LGR-ETAPA
           WRITE REG-SALIDA FROM WS-LIN-GRUPO.

       F-7000-INFORMAR-GRUPOS. EXIT.
      **************************************************************
       7100-ARMAR-PORCENTAJES.
      *    LA BASE Y LA MISMA NOCHE VIENEN CARGADAS; LOS OTROS DOS
      *    TRAMOS SE TOMAN DE LA PROPIA LINEA YA EDITADA.
           MOVE WS-PCT-BASE  TO WS-LGR-APLIC
           MOVE WS-PCT-PARTE TO WS-LGR-NOCHE
           PERFORM 5000-PORCENTAJE THRU F-5000-PORCENTAJE
           MOVE WS-PCT-RESULT TO WS-LGR-PCT-NOCHE

           MOVE WS-LGR-HASTA2 TO WS-PCT-PARTE
           PERFORM 5000-PORCENTAJE THRU F-5000-PORCENTAJE
           MOVE WS-PCT-RESULT TO WS-LGR-PCT-HASTA2

           MOVE WS-LGR-TARDE TO WS-PCT-PARTE
           PERFORM 5000-PORCENTAJE THRU F-5000-PORCENTAJE
           MOVE WS-PCT-RESULT TO WS-LGR-PCT-TARDE.

       F-7100-ARMAR-PORCENTAJES. EXIT.
      **************************************************************
       7500-INFORMAR-ETAPAS.
      *    DONDE PASARON SUS DIAS LAS DEMORADAS: CUANTAS PASARON POR
      *    CADA ETAPA, LOS DIAS HABILES QUE SUMARON ALLI, EL
      *    PROMEDIO POR NOVEDAD Y EN CUANTAS FUE LA ETAPA PRINCIPAL.
           MOVE SPACES TO WS-LT-TEXTO
           WRITE REG-SALIDA FROM WS-LIN-TEXTO
           MOVE ' NOVEDADES DEMORADAS (MAS DE DOS DIAS HABILES):'
                TO WS-LCA-TEXTO
           MOVE WS-CNT-DEMORADAS TO WS-LCA-CANT
           WRITE REG-SALIDA FROM WS-LIN-CANTIDAD

           IF WS-CNT-DEMORADAS IS EQUAL ZEROS
              GO TO F-7500-INFORMAR-ETAPAS
           END-IF

           WRITE REG-SALIDA FROM WS-LIN-ENCAB-ETAPA

           PERFORM VARYING WS-ETP-SUB FROM 1 BY 1
                   UNTIL WS-ETP-SUB > 5
               MOVE WS-ETP-NOMBRE    (WS-ETP-SUB) TO WS-LET-NOMBRE
               MOVE WS-ETP-NOVEDADES (WS-ETP-SUB) TO WS-LET-NOVEDADES
               MOVE WS-ETP-DIAS      (WS-ETP-SUB) TO WS-LET-DIAS
               MOVE WS-ETP-PRINCIPAL (WS-ETP-SUB) TO WS-LET-PRINCIPAL
               MOVE ZEROS TO WS-PROMEDIO
               IF WS-ETP-NOVEDADES (WS-ETP-SUB) IS GREATER ZEROS
                  DIVIDE WS-ETP-DIAS (WS-ETP-SUB)
                         BY WS-ETP-NOVEDADES (WS-ETP-SUB)
                         GIVING WS-PROMEDIO ROUNDED
               END-IF
               MOVE WS-PROMEDIO TO WS-LET-PROMEDIO
               WRITE REG-SALIDA FROM WS-LIN-ETAPA
           END-PERFORM.

       F-7500-INFORMAR-ETAPAS. EXIT.
      **************************************************************
       8000-INFORMAR-ABIERTAS.
      *    LO QUE QUEDO EN LA TABLA NUNCA LLEGO A UN ESTADO FINAL:
      *    SE LISTA CON SU ULTIMA ETAPA Y LOS DIAS HABILES QUE LLEVA
      *    DESDE LA RECEPCION, PARA PERSEGUIRLO.
           MOVE SPACES TO WS-LT-TEXTO
           WRITE REG-SALIDA FROM WS-LIN-TEXTO
           MOVE ' NOVEDADES SIN ESTADO FINAL:' TO WS-LCA-TEXTO
           MOVE WS-OPN-CONT TO WS-LCA-CANT
           WRITE REG-SALIDA FROM WS-LIN-CANTIDAD

           IF WS-OPN-CONT IS EQUAL ZEROS
              GO TO F-8000-INFORMAR-ABIERTAS
           END-IF

           WRITE REG-SALIDA FROM WS-LIN-ENCAB-PEND

           PERFORM VARYING WS-OPN-SUB FROM 1 BY 1
                   UNTIL WS-OPN-SUB > WS-OPN-CONT
               MOVE WS-OPN-SUC       (WS-OPN-SUB) TO WS-LPE-SUC
               MOVE WS-OPN-DOC       (WS-OPN-SUB) (1:2)
                    TO WS-LPE-TIPDOC
               MOVE WS-OPN-DOC       (WS-OPN-SUB) (3:11)
                    TO WS-LPE-NRODOC
               MOVE WS-OPN-LOTE      (WS-OPN-SUB) TO WS-LPE-LOTE
               MOVE WS-OPN-SECUEN    (WS-OPN-SUB) TO WS-LPE-SECUEN
               MOVE WS-OPN-RECEP     (WS-OPN-SUB) TO WS-LPE-RECEP
               MOVE WS-OPN-ETAPA     (WS-OPN-SUB) TO WS-LPE-ETAPA
               MOVE WS-OPN-FEC-ETAPA (WS-OPN-SUB) TO WS-LPE-FEC-ETAPA
               MOVE WS-OPN-RECEP     (WS-OPN-SUB) TO WS-HAB-DESDE
               MOVE WS-FECHA-NEGOCIO-R            TO WS-HAB-HASTA
               PERFORM 4000-DIAS-HABILES THRU F-4000-DIAS-HABILES
               MOVE WS-HAB-CANT TO WS-LPE-DIAS
               WRITE REG-SALIDA FROM WS-LIN-PEND
           END-PERFORM.

       F-8000-INFORMAR-ABIERTAS. EXIT.
      **************************************************************
       9999-FINAL.

           IF WS-INFORME-INCOMPLETO AND FS-SALIDA IS EQUAL '00'
              MOVE ' *** INFORME INCOMPLETO: VER MENSAJES DEL PASO ***'
                   TO WS-LT-TEXTO
              WRITE REG-SALIDA FROM WS-LIN-TEXTO
           END-IF

           IF FS-TRAZAS IS EQUAL '00' OR '10'
              CLOSE TRAZAS
           END-IF

           IF FS-SALIDA IS EQUAL '00'
              CLOSE SALIDA
              IF FS-SALIDA IS NOT EQUAL '00'
                 DISPLAY '* ERROR EN CLOSE SALIDA   = ' FS-SALIDA
                 MOVE 9999 TO RETURN-CODE
              END-IF
           END-IF

           DISPLAY '***************************************'
           DISPLAY ' TRAZAS LEIDAS               :  ' WS-CNT-LEIDAS
           DISPLAY ' RECEPCIONES EN EL HORIZONTE :  ' WS-CNT-RECIBIDAS
           DISPLAY ' VIAJES CERRADOS             :  ' WS-CNT-CERRADAS
           DISPLAY ' ETAPAS SIN VIAJE ABIERTO    :  ' WS-CNT-SIN-VIAJE
           DISPLAY ' APLICADAS EN LA SEMANA      :  ' WS-TOT-APLIC
           DISPLAY ' DEMORADAS EN LA SEMANA      :  ' WS-CNT-DEMORADAS
           DISPLAY ' SIN ESTADO FINAL            :  ' WS-OPN-CONT
           DISPLAY '***************************************'.

       F-9999-FINAL.
           EXIT.
