       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMFVCBF.
       AUTHOR.    FEDERICO FALCON.
      **************************************************************
      *  VENCIMIENTO NOCTURNO DE PLAZOS FIJOS.                     *
      *  RECORRE EL MAESTRO DDPLAFIJ (LAYOUT CPPLAFIJ) Y POR CADA  *
      *  PLAZO FIJO VIGENTE CON VENCIMIENTO CUMPLIDO A LA FECHA    *
      *  DE NEGOCIO DE LA TARJETA DDFECPRO:                        *
      *    - ACREDITA EL INTERES EN LA CUENTA DEL CLIENTE COMO     *
      *      MOVIMIENTO MOVIMCC EN DDINTPFJ, QUE ENTRA             *
      *      CONCATENADO A DDMOVSAL DE LA RETENCION PGMRECBF ANTES *
      *      DEL MOTOR DE SALDOS                                   *
      *    - SI TIENE RENOVACION AUTOMATICA, RENUEVA EL CAPITAL    *
      *      POR EL MISMO PLAZO A LA TASA VIGENTE DE DDTASPF,      *
      *      DESDE LA FECHA DE VENCIMIENTO, E IMPRIME EL           *
      *      CERTIFICADO DE RENOVACION (DDCERTIF, CPCERTPF); SIN   *
      *      TASA PARA EL PLAZO NO SE RENUEVA Y SE PAGA            *
      *    - SI NO, ACREDITA EL CAPITAL (DDMOVPFJ) Y EL PLAZO      *
      *      FIJO QUEDA PAGADO (P)                                 *
      *  EL LISTADO DDSALI DETALLA CADA VENCIMIENTO PROCESADO.     *
      *  CADA MOVIMIENTO EMITIDO LLEVA SU TIPO DE MOVIMIENTO       *
      *  (CPTIPMOV) PARA QUE LA INTERFAZ CONTABLE PGMGLCBF LO      *
      *  IMPUTE A SU CUENTA DEL PLAN.                              *
      **************************************************************
       ENVIRONMENT DIVISION.
      **************************************************************
       CONFIGURATION SECTION.

       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
      **************************************************************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

            SELECT PLAZOS ASSIGN TO DDPLAFIJ
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS MAE-PFJ-NRO
                 FILE STATUS IS FS-PLAZOS.

            SELECT TASASPF ASSIGN TO DDTASPF
                 FILE STATUS IS FS-TASASPF.

            SELECT FECHAPRO ASSIGN TO DDFECPRO
                 FILE STATUS IS FS-FECHAPRO.

            SELECT MOVPFJ ASSIGN TO DDMOVPFJ
                 FILE STATUS IS FS-MOVPFJ.

            SELECT INTPFJ ASSIGN TO DDINTPFJ
                 FILE STATUS IS FS-INTPFJ.

            SELECT CERTIF ASSIGN TO DDCERTIF
                 FILE STATUS IS FS-CERTIF.

            SELECT SALIDA ASSIGN TO DDSALI
                 FILE STATUS IS FS-SALIDA.
      **************************************************************
       I-O-CONTROL.

       DATA DIVISION.
       FILE SECTION.
       FD   PLAZOS.

       01   REG-PLAZOS.
           03  MAE-PFJ-NRO          PIC 9(08).
           03  FILLER               PIC X(92).
      **************************************************************
       FD   TASASPF
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01   REG-TASASPF             PIC X(80).
      **************************************************************
       FD   FECHAPRO
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01   REG-FECHAPRO.
           05  FPR-FECHA            PIC 9(08).
           05  FILLER               PIC X(72).
      **************************************************************
       FD   MOVPFJ
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01   REG-MOVPFJ              PIC X(80).
      **************************************************************
       FD   INTPFJ
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01   REG-INTPFJ              PIC X(80).
      **************************************************************
       FD   CERTIF
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01   REG-CERTIF              PIC X(80).
      **************************************************************
       FD   SALIDA
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01   REG-SALIDA              PIC X(80).
      **************************************************************
       WORKING-STORAGE SECTION.
       77  FILLER        PIC X(26) VALUE '* INICIO WORKING-STORAGE *'.

      ***********************FILE STATUS****************************
       77  FS-PLAZOS                  PIC XX      VALUE SPACES.
           88  FS-PLAZOS-FIN                      VALUE '10'.
       77  FS-TASASPF                 PIC XX      VALUE SPACES.
       77  FS-FECHAPRO                PIC XX      VALUE SPACES.
       77  FS-MOVPFJ                  PIC XX      VALUE SPACES.
       77  FS-INTPFJ                  PIC XX      VALUE SPACES.
       77  FS-CERTIF                  PIC XX      VALUE SPACES.
       77  FS-SALIDA                  PIC XX      VALUE SPACES.

      *********************CONTADORES*******************************
       77  WS-PFJ-LEIDOS              PIC 9(07)   VALUE ZEROES.
       77  WS-PFJ-PAGADOS             PIC 9(05)   VALUE ZEROES.
       77  WS-PFJ-RENOVADOS           PIC 9(05)   VALUE ZEROES.
       77  WS-PFJ-SIN-TASA            PIC 9(05)   VALUE ZEROES.
       77  WS-MOV-EMITIDOS            PIC 9(05)   VALUE ZEROES.
       77  WS-TOT-CAPITAL     PIC S9(11)V99 COMP-3 VALUE ZEROS.
       77  WS-TOT-INTERES     PIC S9(11)V99 COMP-3 VALUE ZEROS.
       01  WS-TOT-EDIT                PIC -ZZZZZZZZZZZZ9,99.

           COPY CPFECPRO.

      *****************TASAS DE PLAZO FIJO VIGENTES********************
       77  WS-TPF-CONT     PIC 9(03) USAGE COMP VALUE ZEROS.
       77  WS-TPF-SUB      PIC 9(03) USAGE COMP VALUE ZEROS.
       77  WS-TPF-IDX      PIC 9(03) USAGE COMP VALUE ZEROS.
       01  WS-TABLA-TASASPF.
           03  WS-TPF      OCCURS 100 TIMES.
               05  WS-TPF-DESDE     PIC 9(03).
               05  WS-TPF-VIGENCIA  PIC 9(08).
               05  WS-TPF-TASA      PIC 9(02)V9(04).

      *****************REGISTROS DE TRABAJO****************************
           COPY CPPLAFIJ.

           COPY CPTASPF.

           COPY MOVIMCC.

           COPY CPTIPMOV.

           COPY CPFECSRV.

           COPY CPCERTPF.

       77  WS-TOTAL-VENC   PIC S9(11)V99 COMP-3 VALUE ZEROS.

      *****************LINEA DEL LISTADO DE VENCIMIENTOS***************
       01  WS-LIN-VENC.
           05  FILLER               PIC X(13)   VALUE ' PLAZO FIJO  '.
           05  WS-LV-NRO            PIC 9(08).
           05  FILLER               PIC X(01)   VALUE SPACE.
           05  WS-LV-TIPO           PIC 9(02).
           05  FILLER               PIC X(01)   VALUE '-'.
           05  WS-LV-CUENTA         PIC 9(08).
           05  FILLER               PIC X(01)   VALUE SPACE.
           05  WS-LV-VENC           PIC 9(08).
           05  FILLER               PIC X(01)   VALUE SPACE.
           05  WS-LV-CAPITAL        PIC ZZZZZZZZ9,99.
           05  FILLER               PIC X(01)   VALUE SPACE.
           05  WS-LV-INTERES        PIC ZZZZZZZZ9,99.
           05  FILLER               PIC X(01)   VALUE SPACE.
           05  WS-LV-ACCION         PIC X(10).
           05  FILLER               PIC X(01)   VALUE SPACE.

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
                   UNTIL FS-PLAZOS-FIN.

           PERFORM 9999-FINAL    THRU  F-9999-FINAL.

       F-MAIN-PROGRAM. GOBACK.

      **************************************
      *                                    *
      *  CUERPO INICIO APERTURA ARCHIVOS   *
      *                                    *
      **************************************
       1000-INICIO.

           OPEN I-O PLAZOS.

           IF FS-PLAZOS IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN PLAZOS    = ' FS-PLAZOS
              MOVE 9999 TO RETURN-CODE
              SET  FS-PLAZOS-FIN TO TRUE
           END-IF

           OPEN OUTPUT MOVPFJ.

           IF FS-MOVPFJ IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN MOVPFJ    = ' FS-MOVPFJ
              MOVE 9999 TO RETURN-CODE
              SET  FS-PLAZOS-FIN TO TRUE
           END-IF

           OPEN OUTPUT INTPFJ.

           IF FS-INTPFJ IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN INTPFJ    = ' FS-INTPFJ
              MOVE 9999 TO RETURN-CODE
              SET  FS-PLAZOS-FIN TO TRUE
           END-IF

           OPEN OUTPUT CERTIF.

           IF FS-CERTIF IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN CERTIF    = ' FS-CERTIF
              MOVE 9999 TO RETURN-CODE
              SET  FS-PLAZOS-FIN TO TRUE
           END-IF

           OPEN OUTPUT SALIDA.

           IF FS-SALIDA IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN SALIDA    = ' FS-SALIDA
              MOVE 9999 TO RETURN-CODE
              SET  FS-PLAZOS-FIN TO TRUE
           END-IF

           PERFORM 1100-LEER-FECHA    THRU F-1100-LEER-FECHA.
           PERFORM 1200-CARGAR-TASAS  THRU F-1200-CARGAR-TASAS.

           IF NOT FS-PLAZOS-FIN
      *    POSICIONA EL BARRIDO SECUENCIAL DEL MAESTRO COMPLETO.
              MOVE ZEROS TO MAE-PFJ-NRO
              START PLAZOS KEY IS NOT LESS MAE-PFJ-NRO
                 INVALID KEY
                    SET FS-PLAZOS-FIN TO TRUE
              END-START
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
      *    SOLO LAS FILAS YA VIGENTES A LA FECHA DE NEGOCIO; SIN
      *    TABLA NINGUN PLAZO FIJO SE RENUEVA, TODOS SE PAGAN.
           OPEN INPUT TASASPF

           IF FS-TASASPF IS EQUAL '00'
              PERFORM UNTIL FS-TASASPF IS NOT EQUAL '00'
                 READ TASASPF INTO WS-REG-TASPF
                    AT END
                       MOVE '10' TO FS-TASASPF
                    NOT AT END
                       IF TPF-FEC-VIGENCIA IS NOT GREATER
                          WS-FECHA-NEGOCIO-R
                          IF WS-TPF-CONT < 100
                             ADD 1 TO WS-TPF-CONT
                             MOVE TPF-PLAZO-DESDE  TO
                                  WS-TPF-DESDE    (WS-TPF-CONT)
                             MOVE TPF-FEC-VIGENCIA TO
                                  WS-TPF-VIGENCIA (WS-TPF-CONT)
                             MOVE TPF-TASA-ANUAL   TO
                                  WS-TPF-TASA     (WS-TPF-CONT)
                          ELSE
                             DISPLAY '* ATENCION: TABLA DE TASAS DE '
                                     'PLAZO FIJO LLENA (100)'
                             MOVE '10' TO FS-TASASPF
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE TASASPF
           ELSE
              DISPLAY '* SIN TABLA DE TASAS DE PLAZO FIJO, NO SE '
                      'RENUEVA'
           END-IF.

       F-1200-CARGAR-TASAS. EXIT.
      **************************************************************
       2000-PROCESO.

           READ PLAZOS NEXT INTO WS-REG-PLAFIJ
              AT END
                 SET FS-PLAZOS-FIN TO TRUE
           END-READ

           IF FS-PLAZOS IS EQUAL '00'
              ADD 1 TO WS-PFJ-LEIDOS
              IF PFJ-ESTADO IS EQUAL 'V'
                 AND PFJ-FEC-VENC IS NOT GREATER WS-FECHA-NEGOCIO-R
                 PERFORM 3000-VENCER THRU F-3000-VENCER
              END-IF
           ELSE
              IF FS-PLAZOS IS NOT EQUAL '10'
                 DISPLAY '* ERROR EN LECTURA PLAZOS   = ' FS-PLAZOS
                 MOVE 9999 TO RETURN-CODE
                 SET FS-PLAZOS-FIN TO TRUE
              END-IF
           END-IF.

       F-2000-PROCESO. EXIT.
      **************************************************************
       3000-VENCER.
      *    EL INTERES SE ACREDITA SIEMPRE; EL CAPITAL SE RENUEVA O
      *    SE ACREDITA SEGUN LA MARCA.
           MOVE PFJ-NRO       TO WS-LV-NRO
           MOVE PFJ-TIPCUEN   TO WS-LV-TIPO
           MOVE PFJ-NROCUEN   TO WS-LV-CUENTA
           MOVE PFJ-FEC-VENC  TO WS-LV-VENC
           MOVE PFJ-CAPITAL   TO WS-LV-CAPITAL
           MOVE PFJ-INTERES   TO WS-LV-INTERES

           IF PFJ-INTERES IS GREATER ZEROS
              MOVE SPACES         TO WS-REG-MOVIMI
              MOVE PFJ-INTERES    TO WS-MOV-IMPORTE
              MOVE TMV-PF-INTERES TO WS-MOV-TIPMOV
              PERFORM 3300-ARMAR-CREDITO THRU F-3300-ARMAR-CREDITO
              WRITE REG-INTPFJ FROM WS-REG-MOVIMI
              IF FS-INTPFJ IS NOT EQUAL '00'
                 DISPLAY '* ERROR EN WRITE INTPFJ   = ' FS-INTPFJ
                 MOVE 9999 TO RETURN-CODE
                 SET FS-PLAZOS-FIN TO TRUE
                 GO TO F-3000-VENCER
              END-IF
              ADD 1           TO WS-MOV-EMITIDOS
              ADD PFJ-INTERES TO WS-TOT-INTERES
           END-IF

           MOVE ZEROS TO WS-TPF-IDX

           IF PFJ-RENOVACION IS EQUAL 'S'
              PERFORM 3600-BUSCAR-TASA THRU F-3600-BUSCAR-TASA
              IF WS-TPF-IDX IS EQUAL ZEROS
                 ADD 1 TO WS-PFJ-SIN-TASA
                 DISPLAY '* SIN TASA PARA RENOVAR, SE PAGA: ' PFJ-NRO
              END-IF
           END-IF

           IF WS-TPF-IDX NOT EQUAL ZEROS
              PERFORM 3100-RENOVAR THRU F-3100-RENOVAR
           ELSE
              PERFORM 3200-PAGAR   THRU F-3200-PAGAR
           END-IF

           WRITE REG-SALIDA FROM WS-LIN-VENC

           IF FS-SALIDA IS NOT EQUAL '00'
              DISPLAY '* ERROR EN WRITE SALIDA   = ' FS-SALIDA
              MOVE 9999 TO RETURN-CODE
              SET FS-PLAZOS-FIN TO TRUE
           END-IF

           REWRITE REG-PLAZOS FROM WS-REG-PLAFIJ

           IF FS-PLAZOS IS NOT EQUAL '00'
              DISPLAY '* ERROR EN REWRITE PLAZOS = ' FS-PLAZOS
              MOVE 9999 TO RETURN-CODE
              SET FS-PLAZOS-FIN TO TRUE
           END-IF.

       F-3000-VENCER. EXIT.
      **************************************************************
       3100-RENOVAR.
      *    EL NUEVO PLAZO CORRE DESDE EL VENCIMIENTO ANTERIOR, ASI
      *    UNA CORRIDA ATRASADA NO CORRE LA CADENA DE RENOVACIONES.
      *    LA TASA YA QUEDO EN PFJ-TASA-ANUAL.
           MOVE PFJ-FEC-VENC TO PFJ-FEC-CONST

           PERFORM 3700-CALCULAR-VENCIMIENTO
                   THRU F-3700-CALCULAR-VENCIMIENTO

           ADD 1 TO PFJ-RENOVACIONES
           ADD 1 TO WS-PFJ-RENOVADOS
           MOVE 'RENOVADO  ' TO WS-LV-ACCION

           MOVE 'RENOVACION  ' TO WS-CER-OPERACION
           PERFORM 5000-IMPRIMIR-CERTIF THRU F-5000-IMPRIMIR-CERTIF.

       F-3100-RENOVAR. EXIT.
      **************************************************************
       3200-PAGAR.

           MOVE SPACES         TO WS-REG-MOVIMI
           MOVE PFJ-CAPITAL    TO WS-MOV-IMPORTE
           MOVE TMV-PF-CAPITAL TO WS-MOV-TIPMOV
           PERFORM 3300-ARMAR-CREDITO THRU F-3300-ARMAR-CREDITO

           WRITE REG-MOVPFJ FROM WS-REG-MOVIMI

           IF FS-MOVPFJ IS NOT EQUAL '00'
              DISPLAY '* ERROR EN WRITE MOVPFJ   = ' FS-MOVPFJ
              MOVE 9999 TO RETURN-CODE
              SET FS-PLAZOS-FIN TO TRUE
           ELSE
              ADD 1           TO WS-MOV-EMITIDOS
              ADD PFJ-CAPITAL TO WS-TOT-CAPITAL
           END-IF

           MOVE 'P'          TO PFJ-ESTADO
           ADD 1 TO WS-PFJ-PAGADOS
           MOVE 'PAGADO    ' TO WS-LV-ACCION.

       F-3200-PAGAR. EXIT.
      **************************************************************
       3300-ARMAR-CREDITO.
      *    EL IMPORTE Y EL TIPO DE MOVIMIENTO LOS DEJA CARGADOS EL
      *    LLAMADOR.
           MOVE PFJ-TIPCUEN        TO WS-MOV-TIPO
           MOVE PFJ-NROCUEN        TO WS-MOV-CUENTA
           MOVE WS-FECHA-NEGOCIO-R TO WS-MOV-FECHA
           MOVE 'C'                TO WS-MOV-DBCR.

       F-3300-ARMAR-CREDITO. EXIT.
      **************************************************************
       3600-BUSCAR-TASA.
      *    TRAMO DE PLAZO-DESDE MAS ALTO QUE NO SUPERE EL PLAZO;
      *    DENTRO DEL TRAMO, LA FILA DE MAYOR VIGENCIA.
           MOVE ZEROS TO WS-TPF-IDX

           PERFORM VARYING WS-TPF-SUB FROM 1 BY 1
                   UNTIL WS-TPF-SUB > WS-TPF-CONT
               IF WS-TPF-DESDE (WS-TPF-SUB) IS NOT GREATER
                  PFJ-PLAZO-DIAS
                  IF WS-TPF-IDX IS EQUAL ZEROS
                     MOVE WS-TPF-SUB TO WS-TPF-IDX
                  ELSE
                     IF WS-TPF-DESDE (WS-TPF-SUB) IS GREATER
                        WS-TPF-DESDE (WS-TPF-IDX)
                        OR (WS-TPF-DESDE (WS-TPF-SUB) IS EQUAL
                            WS-TPF-DESDE (WS-TPF-IDX)
                        AND WS-TPF-VIGENCIA (WS-TPF-SUB) IS GREATER
                            WS-TPF-VIGENCIA (WS-TPF-IDX))
                        MOVE WS-TPF-SUB TO WS-TPF-IDX
                     END-IF
                  END-IF
               END-IF
           END-PERFORM

           IF WS-TPF-IDX NOT EQUAL ZEROS
              MOVE WS-TPF-TASA (WS-TPF-IDX) TO PFJ-TASA-ANUAL
           END-IF.

       F-3600-BUSCAR-TASA. EXIT.
      **************************************************************
       3700-CALCULAR-VENCIMIENTO.
      *    MISMO CALCULO QUE LA CONSTITUCION EN PGMFJCBF: PLAZO EN
      *    DIAS CORRIDOS PASADO A HABIL, INTERES POR EL PLAZO
      *    PACTADO SOBRE 365 DIAS.
           MOVE 'C'            TO FSV-FUNCION
           MOVE PFJ-FEC-CONST  TO FSV-FECHA-ENT
           MOVE PFJ-PLAZO-DIAS TO FSV-CANT-DIAS
           CALL 'PGMFSCBF' USING WS-FECSRV-AREA

           IF FSV-RESULTADO IS EQUAL 'E'
              DISPLAY '* ERROR DEL MODULO DE FECHAS EN RENOVACION: '
                      PFJ-NRO
              MOVE 9999 TO RETURN-CODE
              SET FS-PLAZOS-FIN TO TRUE
              GO TO F-3700-CALCULAR-VENCIMIENTO
           END-IF

           MOVE FSV-FECHA-SAL TO PFJ-FEC-VENC

           MOVE 'H'          TO FSV-FUNCION
           MOVE PFJ-FEC-VENC TO FSV-FECHA-ENT
           CALL 'PGMFSCBF' USING WS-FECSRV-AREA
           IF FSV-RESULTADO IS EQUAL 'N'
              MOVE 'S'          TO FSV-FUNCION
              MOVE PFJ-FEC-VENC TO FSV-FECHA-ENT
              CALL 'PGMFSCBF' USING WS-FECSRV-AREA
              IF FSV-RESULTADO IS EQUAL 'S'
                 MOVE FSV-FECHA-SAL TO PFJ-FEC-VENC
              END-IF
           END-IF

           COMPUTE PFJ-INTERES ROUNDED =
                   (PFJ-CAPITAL * PFJ-TASA-ANUAL * PFJ-PLAZO-DIAS)
                   / 36500.

       F-3700-CALCULAR-VENCIMIENTO. EXIT.
      **************************************************************
       5000-IMPRIMIR-CERTIF.
      *    EL LLAMADOR DEJA CARGADA LA OPERACION DEL TITULO.
           COMPUTE WS-TOTAL-VENC = PFJ-CAPITAL + PFJ-INTERES

           MOVE PFJ-NRO        TO WS-CER-NRO
           MOVE PFJ-NROCLI     TO WS-CER-NROCLI
           MOVE PFJ-TIPCUEN    TO WS-CER-TIPCUEN
           MOVE PFJ-NROCUEN    TO WS-CER-NROCUEN
           MOVE PFJ-CAPITAL    TO WS-CER-CAPITAL
           MOVE PFJ-PLAZO-DIAS TO WS-CER-PLAZO
           MOVE PFJ-TASA-ANUAL TO WS-CER-TASA
           MOVE PFJ-FEC-CONST  TO WS-CER-FEC-CONST
           MOVE PFJ-FEC-VENC   TO WS-CER-FEC-VENC
           MOVE PFJ-INTERES    TO WS-CER-INTERES
           MOVE WS-TOTAL-VENC  TO WS-CER-TOTAL
           MOVE PFJ-RENOVACION TO WS-CER-RENUEVA

           WRITE REG-CERTIF FROM WS-CER-TITULO
           WRITE REG-CERTIF FROM WS-CER-LIN1
           WRITE REG-CERTIF FROM WS-CER-LIN2
           WRITE REG-CERTIF FROM WS-CER-LIN3
           WRITE REG-CERTIF FROM WS-CER-LIN4

           IF FS-CERTIF IS NOT EQUAL '00'
              DISPLAY '* ERROR EN WRITE CERTIF   = ' FS-CERTIF
              MOVE 9999 TO RETURN-CODE
              SET FS-PLAZOS-FIN TO TRUE
           END-IF.

       F-5000-IMPRIMIR-CERTIF. EXIT.
      **************************************************************
       9999-FINAL.

           IF RETURN-CODE NOT EQUAL 9999
             CLOSE PLAZOS
                 IF FS-PLAZOS IS NOT EQUAL '00' AND '10'
                  DISPLAY '* ERROR EN CLOSE PLAZOS   = '
                                            FS-PLAZOS
                  MOVE 9999 TO RETURN-CODE
                 END-IF

             CLOSE MOVPFJ
                 IF FS-MOVPFJ IS NOT EQUAL '00'
                  DISPLAY '* ERROR EN CLOSE MOVPFJ   = '
                                            FS-MOVPFJ
                  MOVE 9999 TO RETURN-CODE
                 END-IF

             CLOSE INTPFJ
                 IF FS-INTPFJ IS NOT EQUAL '00'
                  DISPLAY '* ERROR EN CLOSE INTPFJ   = '
                                            FS-INTPFJ
                  MOVE 9999 TO RETURN-CODE
                 END-IF

             CLOSE CERTIF
                 IF FS-CERTIF IS NOT EQUAL '00'
                  DISPLAY '* ERROR EN CLOSE CERTIF   = '
                                            FS-CERTIF
                  MOVE 9999 TO RETURN-CODE
                 END-IF

             CLOSE SALIDA
                 IF FS-SALIDA IS NOT EQUAL '00'
                  DISPLAY '* ERROR EN CLOSE SALIDA   = '
                                            FS-SALIDA
                  MOVE 9999 TO RETURN-CODE
                 END-IF

             DISPLAY '***************************************'
             DISPLAY ' PLAZOS FIJOS LEIDOS         :  ' WS-PFJ-LEIDOS
             DISPLAY ' PAGADOS AL VENCIMIENTO      :  '
                                                   WS-PFJ-PAGADOS
             DISPLAY ' RENOVADOS                   :  '
                                                   WS-PFJ-RENOVADOS
             DISPLAY ' SIN TASA PARA RENOVAR       :  '
                                                   WS-PFJ-SIN-TASA
             DISPLAY ' MOVIMIENTOS EMITIDOS        :  '
                                                   WS-MOV-EMITIDOS
             MOVE WS-TOT-CAPITAL TO WS-TOT-EDIT
             DISPLAY ' TOTAL CAPITAL ACREDITADO    :  ' WS-TOT-EDIT
             MOVE WS-TOT-INTERES TO WS-TOT-EDIT
             DISPLAY ' TOTAL INTERES ACREDITADO    :  ' WS-TOT-EDIT
             DISPLAY '***************************************'

           END-IF.

       F-9999-FINAL.
           EXIT.
