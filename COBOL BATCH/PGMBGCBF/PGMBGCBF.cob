       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMBGCBF.
       AUTHOR.    FEDERICO FALCON.
      **************************************************************
      *  BARRIDO NOCTURNO DE DESCUBIERTOS ENTRE CUENTAS DEL MISMO  *
      *  TITULAR. CORRE DESPUES DEL MOTOR DE SALDOS PGMBECBF Y     *
      *  RECORRE EL MAESTRO DE CONVENIOS DDBARRID (LAYOUT          *
      *  CPBARRID, MANTENIDO POR PGMBNCBF). POR CADA CONVENIO      *
      *  ACTIVO CUYA CUENTA DEUDORA QUEDO EN DESCUBIERTO EN        *
      *  DDSALHOY CUBRE EL DESCUBIERTO CON EL DISPONIBLE DE LA     *
      *  CUENTA FONDEADORA, HASTA DONDE ALCANCE:                   *
      *    - DISPONIBLE = SALDO DE HOY MENOS EL SALDO MINIMO DEL   *
      *      CONVENIO, MENOS LO RETENIDO POR EMBARGOS ACTIVOS      *
      *      (DDEMBARG) Y MENOS LOS CHEQUES DEPOSITADOS TODAVIA NO *
      *      DISPONIBLES (DDFLOTA)                                 *
      *    - LAS DOS CUENTAS DEBEN ESTAR ACTIVAS, EN LA MISMA      *
      *      MONEDA Y TENER LOS MISMOS TITULARES: EL MISMO TITULAR *
      *      EN DDCTAS Y LOS MISMOS COTITULARES EN DDCOTIT         *
      *    - EL BARRIDO SALE EN DDMOVSAL COMO TRANSFERENCIA        *
      *      INTERNA: DEBITO EN LA FONDEADORA Y CREDITO EN LA      *
      *      DEUDORA CON LA MISMA REFERENCIA ('BA' + CUENTA        *
      *      DEUDORA), TIPO TMV-BARRIDO, PARA QUE EL PAREO         *
      *      PGMPTCBF LAS DEJE PASAR JUNTAS Y EL MOTOR LAS APLIQUE *
      *    - EL CONVENIO QUEDA ESTAMPADO CON LA FECHA Y EL IMPORTE *
      *      DEL ULTIMO BARRIDO                                    *
      *  LA TABLA DE SALDOS SE ACTUALIZA CON CADA BARRIDO, ASI UNA *
      *  FONDEADORA DE VARIOS CONVENIOS NO SE USA DOS VECES Y UNA  *
      *  DEUDORA CON VARIAS FONDEADORAS SE CUBRE EN EL ORDEN DEL   *
      *  MAESTRO. EL REPORTE DDSALI LISTA CADA BARRIDO Y CADA      *
      *  CONVENIO QUE NO SE PUDO APLICAR, Y CIERRA CON LOS         *
      *  IMPORTES BARRIDOS POR SUCURSAL DE LA CUENTA DEUDORA       *
      *  (DDCTASUC).                                               *
      **************************************************************
       ENVIRONMENT DIVISION.
      **************************************************************
       CONFIGURATION SECTION.

       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
      **************************************************************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

            SELECT BARRIDOS ASSIGN TO DDBARRID
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS MAE-BAR-CLAVE
                 FILE STATUS IS FS-BARRIDOS.

            SELECT SALDOS ASSIGN TO DDSALHOY
                 FILE STATUS IS FS-SALDOS.

            SELECT CUENTAS ASSIGN TO DDCTAS
                 FILE STATUS IS FS-CUENTAS.

            SELECT ASIGNA ASSIGN TO DDCTASUC
                 FILE STATUS IS FS-ASIGNA.

            SELECT COTITUL ASSIGN TO DDCOTIT
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS MAE-COT-CLAVE
                 FILE STATUS IS FS-COTITUL.

            SELECT EMBARGOS ASSIGN TO DDEMBARG
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS MAE-EMB-CLAVE
                 FILE STATUS IS FS-EMBARGOS.

            SELECT FLOTANTE ASSIGN TO DDFLOTA
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS MAE-FLT-CLAVE
                 FILE STATUS IS FS-FLOTANTE.

            SELECT FECHAPRO ASSIGN TO DDFECPRO
                 FILE STATUS IS FS-FECHAPRO.

            SELECT MOVSALIDA ASSIGN TO DDMOVSAL
                 FILE STATUS IS FS-MOVSAL.

            SELECT SALIDA ASSIGN TO DDSALI
                 FILE STATUS IS FS-SALIDA.
      **************************************************************
       I-O-CONTROL.

       DATA DIVISION.
       FILE SECTION.
       FD   BARRIDOS.

       01   REG-BARRIDOS.
           03  MAE-BAR-CLAVE        PIC X(20).
           03  FILLER               PIC X(60).
      **************************************************************
       FD   SALDOS
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01   REG-SALDOS              PIC X(30).
      **************************************************************
       FD   CUENTAS
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01   REG-CUENTA              PIC X(17).
      **************************************************************
       FD   ASIGNA
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01   REG-ASIGNA              PIC X(20).
      **************************************************************
       FD   COTITUL.

       01   REG-COTITUL.
           03  MAE-COT-CLAVE        PIC X(17).
           03  FILLER               PIC X(03).
      **************************************************************
       FD   EMBARGOS.

       01   REG-EMBARGOS.
           03  MAE-EMB-CLAVE        PIC X(37).
           03  FILLER               PIC X(63).
      **************************************************************
       FD   FLOTANTE.

       01   REG-FLOTANTE.
           03  MAE-FLT-CLAVE        PIC X(21).
           03  FILLER               PIC X(59).
      **************************************************************
       FD   FECHAPRO
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01   REG-FECHAPRO.
           05  FPR-FECHA            PIC 9(08).
           05  FILLER               PIC X(72).
      **************************************************************
       FD   MOVSALIDA
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01   REG-MOVSAL              PIC X(80).
      **************************************************************
       FD   SALIDA
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01   REG-SALIDA              PIC X(80).
      **************************************************************
       WORKING-STORAGE SECTION.
       77  FILLER        PIC X(26) VALUE '* INICIO WORKING-STORAGE *'.

      ***********************FILE STATUS****************************
       77  FS-BARRIDOS                PIC XX      VALUE SPACES.
           88  FS-BARRIDOS-FIN                    VALUE '10'.
       77  FS-SALDOS                  PIC XX      VALUE SPACES.
       77  FS-CUENTAS                 PIC XX      VALUE SPACES.
       77  FS-ASIGNA                  PIC XX      VALUE SPACES.
       77  FS-COTITUL                 PIC XX      VALUE SPACES.
       77  FS-EMBARGOS                PIC XX      VALUE SPACES.
       77  FS-FLOTANTE                PIC XX      VALUE SPACES.
       77  FS-FECHAPRO                PIC XX      VALUE SPACES.
       77  FS-MOVSAL                  PIC XX      VALUE SPACES.
       77  FS-SALIDA                  PIC XX      VALUE SPACES.

       01  WS-FLAG-COTIT              PIC X       VALUE 'N'.
           88  WS-HAY-COTIT                       VALUE 'S'.

       01  WS-FLAG-EMBARGOS           PIC X       VALUE 'N'.
           88  WS-HAY-EMBARGOS                    VALUE 'S'.

       01  WS-FLAG-FLOTANTE           PIC X       VALUE 'N'.
           88  WS-HAY-FLOTANTE                    VALUE 'S'.

       01  WS-FLAG-TITULAR            PIC X       VALUE 'N'.
           88  WS-MISMO-TITULAR                   VALUE 'S'.
           88  WS-EXCESO-COTIT                    VALUE 'X'.

      *********************CONTADORES*******************************
       77  WS-BAR-LEIDOS              PIC 9(05)   VALUE ZEROES.
       77  WS-BAR-CANCELADOS          PIC 9(05)   VALUE ZEROES.
       77  WS-BAR-SIN-DESCUB          PIC 9(05)   VALUE ZEROES.
       77  WS-BAR-BARRIDOS            PIC 9(05)   VALUE ZEROES.
       77  WS-BAR-PARCIALES           PIC 9(05)   VALUE ZEROES.
       77  WS-BAR-SIN-DISPON          PIC 9(05)   VALUE ZEROES.
       77  WS-BAR-RECHAZADOS          PIC 9(05)   VALUE ZEROES.
       77  WS-MOV-GRABADOS            PIC 9(05)   VALUE ZEROES.
       77  WS-TOT-BARRIDO  PIC S9(11)V99 COMP-3 VALUE ZEROS.

      *    IMPORTE MAXIMO DE UN MOVIMIENTO MOVIMCC.
       77  WS-IMPORTE-MAX  PIC 9(07)V99 VALUE 9999999,99.

           COPY CPFECPRO.

      *****************SALDOS DE HOY DEL MOTOR*************************
       77  WS-SDO-CONT     PIC 9(04) USAGE COMP VALUE ZEROS.
       77  WS-SDO-SUB      PIC 9(04) USAGE COMP VALUE ZEROS.
       77  WS-SDO-IDX      PIC 9(04) USAGE COMP VALUE ZEROS.
       77  WS-SDO-DEU      PIC 9(04) USAGE COMP VALUE ZEROS.
       77  WS-SDO-FON      PIC 9(04) USAGE COMP VALUE ZEROS.
       01  WS-TABLA-SALDOS.
           03  WS-SDO      OCCURS 5000 TIMES.
               05  WS-SDO-CLAVE     PIC X(10).
               05  WS-SDO-SALDO     PIC S9(09)V99 COMP-3.
               05  WS-SDO-MONEDA    PIC X(03).
               05  WS-SDO-ESTADO    PIC X(01).

      *****************CUENTAS: TITULAR Y SUCURSAL*********************
       77  WS-TCU-CONT     PIC 9(04) USAGE COMP VALUE ZEROS.
       77  WS-TCU-SUB      PIC 9(04) USAGE COMP VALUE ZEROS.
       77  WS-TCU-IDX      PIC 9(04) USAGE COMP VALUE ZEROS.
       77  WS-TCU-DEU      PIC 9(04) USAGE COMP VALUE ZEROS.
       77  WS-TCU-FON      PIC 9(04) USAGE COMP VALUE ZEROS.
       01  WS-TABLA-CUENTAS.
           03  WS-TCU      OCCURS 5000 TIMES.
               05  WS-TCU-CLAVE     PIC X(10).
               05  WS-TCU-NROCLI    PIC 9(07).
               05  WS-TCU-SUC       PIC 9(02).

      *****************COTITULARES DE LAS DOS CUENTAS******************
       77  WS-COA-CONT     PIC 9(04) USAGE COMP VALUE ZEROS.
       77  WS-COD-CONT     PIC 9(04) USAGE COMP VALUE ZEROS.
       77  WS-COF-CONT     PIC 9(04) USAGE COMP VALUE ZEROS.
       77  WS-COT-SUB      PIC 9(04) USAGE COMP VALUE ZEROS.
       77  WS-COT-SUB2     PIC 9(04) USAGE COMP VALUE ZEROS.
       01  WS-TABLA-COA.
           03  WS-COA-NROCLI   OCCURS 20 TIMES PIC 9(07).
       01  WS-TABLA-COD.
           03  WS-COD-NROCLI   OCCURS 20 TIMES PIC 9(07).
       01  WS-TABLA-COF.
           03  WS-COF-NROCLI   OCCURS 20 TIMES PIC 9(07).
       01  WS-FLAG-ENCONTRADO         PIC X       VALUE 'N'.
           88  WS-ENCONTRADO                      VALUE 'S'.

      *****************IMPORTES POR SUCURSAL (0 = SIN ASIGNAR)*********
       77  WS-SUC-SUB      PIC 9(04) USAGE COMP VALUE ZEROS.
       01  WS-TABLA-SUCURSAL.
           03  WS-TSU      OCCURS 100 TIMES.
               05  WS-TSU-CANT      PIC 9(05).
               05  WS-TSU-IMPORTE   PIC S9(11)V99 COMP-3.

      *****************REGISTROS DE TRABAJO****************************
           COPY CPBARRID.

           COPY CPSALDO.

           COPY CPCOTIT.

           COPY CPEMBARG.

           COPY CPFLOTA.

           COPY MOVIMCC.

           COPY CPTIPMOV.

       01  WS-CLAVE-BUS               PIC X(10)   VALUE SPACES.
       01  WS-CLAVE-DEU               PIC X(10)   VALUE SPACES.
       01  WS-CLAVE-FON               PIC X(10)   VALUE SPACES.
       01  WS-MONEDA-DEU              PIC X(03)   VALUE SPACES.
       01  WS-MONEDA-FON              PIC X(03)   VALUE SPACES.
       01  WS-REFERENCIA              PIC X(08)   VALUE SPACES.
       77  WS-DESCUBIERTO  PIC S9(09)V99 COMP-3 VALUE ZEROS.
       77  WS-DISPONIBLE   PIC S9(09)V99 COMP-3 VALUE ZEROS.
       77  WS-RETENIDO     PIC S9(09)V99 COMP-3 VALUE ZEROS.
       77  WS-IMP-BARRIDO  PIC 9(07)V99         VALUE ZEROS.

      *****************LINEAS DEL REPORTE******************************
       01  WS-LIN-TITULO.
           05  FILLER               PIC X(34)   VALUE
           ' BARRIDO DE DESCUBIERTOS - FECHA  '.
           05  WS-LT-FECHA          PIC 9(08).
           05  FILLER               PIC X(38)   VALUE SPACES.

       01  WS-LIN-BARRIDO.
           05  FILLER               PIC X(09)   VALUE ' DEUDORA '.
           05  WS-LB-TIPO-DEU       PIC 9(02).
           05  FILLER               PIC X(01)   VALUE '-'.
           05  WS-LB-CTA-DEU        PIC 9(08).
           05  FILLER               PIC X(08)   VALUE ' FONDEO '.
           05  WS-LB-TIPO-FON       PIC 9(02).
           05  FILLER               PIC X(01)   VALUE '-'.
           05  WS-LB-CTA-FON        PIC 9(08).
           05  FILLER               PIC X(05)   VALUE ' SUC '.
           05  WS-LB-SUC            PIC 9(02).
           05  FILLER               PIC X(01)   VALUE SPACE.
           05  WS-LB-IMPORTE        PIC -ZZZZZZ9,99.
           05  FILLER               PIC X(01)   VALUE SPACE.
           05  WS-LB-ACCION         PIC X(21).

       01  WS-LIN-SUCURSAL.
           05  FILLER               PIC X(10)   VALUE ' SUCURSAL '.
           05  WS-LS-SUC            PIC 9(02).
           05  FILLER               PIC X(11)   VALUE '  BARRIDOS '.
           05  WS-LS-CANT           PIC ZZZZ9.
           05  FILLER               PIC X(10)   VALUE '  IMPORTE '.
           05  WS-LS-IMPORTE        PIC -ZZZZZZZZZZ9,99.
           05  FILLER               PIC X(27)   VALUE SPACES.

       01  WS-LIN-TOTAL.
           05  FILLER               PIC X(23)   VALUE
           ' TOTAL GENERAL BARRIDOS'.
           05  WS-LTO-CANT          PIC ZZZZ9.
           05  FILLER               PIC X(10)   VALUE '  IMPORTE '.
           05  WS-LTO-IMPORTE       PIC -ZZZZZZZZZZ9,99.
           05  FILLER               PIC X(27)   VALUE SPACES.

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
                   UNTIL FS-BARRIDOS-FIN.

           IF RETURN-CODE NOT EQUAL 9999
              PERFORM 7000-TOTALES-SUCURSAL
                      THRU F-7000-TOTALES-SUCURSAL
           END-IF.

           PERFORM 9999-FINAL    THRU  F-9999-FINAL.

       F-MAIN-PROGRAM. GOBACK.

      **************************************
      *                                    *
      *  CUERPO INICIO APERTURA ARCHIVOS   *
      *                                    *
      **************************************
       1000-INICIO.

           OPEN I-O BARRIDOS.

           IF FS-BARRIDOS IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN BARRIDOS  = ' FS-BARRIDOS
              MOVE 9999 TO RETURN-CODE
              SET  FS-BARRIDOS-FIN TO TRUE
           END-IF

           OPEN OUTPUT MOVSALIDA.

           IF FS-MOVSAL IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN MOVSALIDA = ' FS-MOVSAL
              MOVE 9999 TO RETURN-CODE
              SET  FS-BARRIDOS-FIN TO TRUE
           END-IF

           OPEN OUTPUT SALIDA.

           IF FS-SALIDA IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN SALIDA    = ' FS-SALIDA
              MOVE 9999 TO RETURN-CODE
              SET  FS-BARRIDOS-FIN TO TRUE
           END-IF

           IF FS-BARRIDOS-FIN
              GO TO F-1000-INICIO
           END-IF

           PERFORM 1100-LEER-FECHA      THRU F-1100-LEER-FECHA.
           PERFORM 1200-CARGAR-SALDOS   THRU F-1200-CARGAR-SALDOS.
           PERFORM 1300-CARGAR-CUENTAS  THRU F-1300-CARGAR-CUENTAS.
           PERFORM 1400-ABRIR-OPCIONAL  THRU F-1400-ABRIR-OPCIONAL.

           PERFORM VARYING WS-SUC-SUB FROM 1 BY 1
                   UNTIL WS-SUC-SUB > 100
               MOVE ZEROS TO WS-TSU-CANT    (WS-SUC-SUB)
                             WS-TSU-IMPORTE (WS-SUC-SUB)
           END-PERFORM

           MOVE WS-FECHA-NEGOCIO-R TO WS-LT-FECHA
           WRITE REG-SALIDA FROM WS-LIN-TITULO

           IF NOT FS-BARRIDOS-FIN
      *    POSICIONA EL RECORRIDO SECUENCIAL DEL MAESTRO COMPLETO.
              MOVE LOW-VALUES TO MAE-BAR-CLAVE
              START BARRIDOS KEY IS NOT LESS MAE-BAR-CLAVE
                 INVALID KEY
                    SET FS-BARRIDOS-FIN TO TRUE
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
       1200-CARGAR-SALDOS.
      *    SALDOS DE HOY QUE DEJO EL MOTOR. SIN ELLOS NO HAY NADA
      *    QUE BARRER; UNA TABLA LLENA CANCELA LA CORRIDA PARA NO
      *    DEJAR CONVENIOS SIN APLICAR EN SILENCIO.
           OPEN INPUT SALDOS

           IF FS-SALDOS IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN SALDOS    = ' FS-SALDOS
              MOVE 9999 TO RETURN-CODE
              SET  FS-BARRIDOS-FIN TO TRUE
              GO TO F-1200-CARGAR-SALDOS
           END-IF

           PERFORM UNTIL FS-SALDOS IS NOT EQUAL '00'
              READ SALDOS INTO WS-REG-SALDO
                 AT END
                    MOVE '10' TO FS-SALDOS
                 NOT AT END
                    IF WS-SDO-CONT < 5000
                       ADD 1 TO WS-SDO-CONT
                       MOVE REG-SALDOS (1:10) TO
                            WS-SDO-CLAVE  (WS-SDO-CONT)
                       MOVE SAL-SALDO  TO WS-SDO-SALDO  (WS-SDO-CONT)
                       MOVE SAL-MONEDA TO WS-SDO-MONEDA (WS-SDO-CONT)
                       MOVE SAL-ESTADO TO WS-SDO-ESTADO (WS-SDO-CONT)
                    ELSE
                       DISPLAY '* ERROR TABLA DE SALDOS LLENA (5000)'
                       MOVE 9999 TO RETURN-CODE
                       SET  FS-BARRIDOS-FIN TO TRUE
                       MOVE '10' TO FS-SALDOS
                    END-IF
              END-READ
           END-PERFORM

           CLOSE SALDOS.

       F-1200-CARGAR-SALDOS. EXIT.
      **************************************************************
       1300-CARGAR-CUENTAS.
      *    TITULAR DE CADA CUENTA (DDCTAS) Y SU SUCURSAL (DDCTASUC);
      *    SIN ASIGNACION LA SUCURSAL QUEDA EN CERO.
           OPEN INPUT CUENTAS.

           IF FS-CUENTAS IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN CUENTAS   = ' FS-CUENTAS
              MOVE 9999 TO RETURN-CODE
              SET  FS-BARRIDOS-FIN TO TRUE
              GO TO F-1300-CARGAR-CUENTAS
           END-IF

           PERFORM UNTIL FS-CUENTAS IS NOT EQUAL '00'
              READ CUENTAS
                 AT END
                    MOVE '10' TO FS-CUENTAS
                 NOT AT END
                    IF WS-TCU-CONT < 5000
                       ADD 1 TO WS-TCU-CONT
                       MOVE REG-CUENTA (1:10) TO
                            WS-TCU-CLAVE  (WS-TCU-CONT)
                       MOVE REG-CUENTA (11:7) TO
                            WS-TCU-NROCLI (WS-TCU-CONT)
                       MOVE ZEROS TO WS-TCU-SUC (WS-TCU-CONT)
                    END-IF
              END-READ
           END-PERFORM

           CLOSE CUENTAS

           OPEN INPUT ASIGNA.

           IF FS-ASIGNA IS NOT EQUAL '00'
              DISPLAY '* SIN ASIGNACION DE SUCURSALES, FS = '
                      FS-ASIGNA
              GO TO F-1300-CARGAR-CUENTAS
           END-IF

           PERFORM UNTIL FS-ASIGNA IS NOT EQUAL '00'
              READ ASIGNA
                 AT END
                    MOVE '10' TO FS-ASIGNA
                 NOT AT END
                    MOVE REG-ASIGNA (1:10) TO WS-CLAVE-BUS
                    PERFORM VARYING WS-TCU-SUB FROM 1 BY 1
                            UNTIL WS-TCU-SUB > WS-TCU-CONT
                        IF WS-TCU-CLAVE (WS-TCU-SUB) IS EQUAL
                           WS-CLAVE-BUS
                           MOVE REG-ASIGNA (11:2) TO
                                WS-TCU-SUC (WS-TCU-SUB)
                           MOVE WS-TCU-CONT TO WS-TCU-SUB
                        END-IF
                    END-PERFORM
              END-READ
           END-PERFORM

           CLOSE ASIGNA.

       F-1300-CARGAR-CUENTAS. EXIT.
      **************************************************************
       1400-ABRIR-OPCIONAL.
      *    SIN COTITULARES SOLO SE COMPARA EL TITULAR; SIN EMBARGOS
      *    NI FLOTANTE EL DISPONIBLE ES EL SALDO MENOS EL MINIMO.
           OPEN INPUT COTITUL.

           IF FS-COTITUL IS EQUAL '00'
              SET WS-HAY-COTIT TO TRUE
           ELSE
              DISPLAY '* SIN ARCHIVO DE COTITULARES, FS = ' FS-COTITUL
           END-IF

           OPEN INPUT EMBARGOS.

           IF FS-EMBARGOS IS EQUAL '00'
              SET WS-HAY-EMBARGOS TO TRUE
           ELSE
              DISPLAY '* SIN MAESTRO DE EMBARGOS, FS = ' FS-EMBARGOS
           END-IF

           OPEN INPUT FLOTANTE.

           IF FS-FLOTANTE IS EQUAL '00'
              SET WS-HAY-FLOTANTE TO TRUE
           ELSE
              DISPLAY '* SIN MAESTRO DE FLOTANTE, FS = ' FS-FLOTANTE
           END-IF.

       F-1400-ABRIR-OPCIONAL. EXIT.
      **************************************************************
       2000-PROCESO.

           READ BARRIDOS NEXT INTO WS-REG-BARRID
              AT END
                 SET FS-BARRIDOS-FIN TO TRUE
           END-READ

           IF FS-BARRIDOS IS EQUAL '00'
              ADD 1 TO WS-BAR-LEIDOS
              PERFORM 3000-EVALUAR-CONVENIO
                      THRU F-3000-EVALUAR-CONVENIO
           ELSE
              IF FS-BARRIDOS IS NOT EQUAL '10'
                 DISPLAY '* ERROR EN LECTURA BARRIDOS = ' FS-BARRIDOS
                 MOVE 9999 TO RETURN-CODE
                 SET FS-BARRIDOS-FIN TO TRUE
              END-IF
           END-IF.

       F-2000-PROCESO. EXIT.
      **************************************************************
       3000-EVALUAR-CONVENIO.

           IF BAR-ESTADO IS NOT EQUAL 'A'
              ADD 1 TO WS-BAR-CANCELADOS
              GO TO F-3000-EVALUAR-CONVENIO
           END-IF

           MOVE BAR-CLAVE (1:10)  TO WS-CLAVE-DEU
           MOVE BAR-CLAVE (11:10) TO WS-CLAVE-FON

           MOVE BAR-TIPCUEN-DEU TO WS-LB-TIPO-DEU
           MOVE BAR-NROCUEN-DEU TO WS-LB-CTA-DEU
           MOVE BAR-TIPCUEN-FON TO WS-LB-TIPO-FON
           MOVE BAR-NROCUEN-FON TO WS-LB-CTA-FON
           MOVE ZEROS           TO WS-LB-SUC
                                   WS-LB-IMPORTE

           MOVE WS-CLAVE-DEU TO WS-CLAVE-BUS
           PERFORM 6000-BUSCAR-SALDO THRU F-6000-BUSCAR-SALDO
           MOVE WS-SDO-IDX   TO WS-SDO-DEU

           IF WS-SDO-DEU IS EQUAL ZEROS
              MOVE 'DEUDORA SIN SALDO' TO WS-LB-ACCION
              PERFORM 3900-RECHAZAR THRU F-3900-RECHAZAR
              GO TO F-3000-EVALUAR-CONVENIO
           END-IF

           IF WS-SDO-SALDO (WS-SDO-DEU) IS NOT LESS ZEROS
              ADD 1 TO WS-BAR-SIN-DESCUB
              GO TO F-3000-EVALUAR-CONVENIO
           END-IF

           COMPUTE WS-DESCUBIERTO = ZERO - WS-SDO-SALDO (WS-SDO-DEU)
           MOVE WS-DESCUBIERTO TO WS-LB-IMPORTE

           MOVE WS-CLAVE-FON TO WS-CLAVE-BUS
           PERFORM 6000-BUSCAR-SALDO THRU F-6000-BUSCAR-SALDO
           MOVE WS-SDO-IDX   TO WS-SDO-FON

           IF WS-SDO-FON IS EQUAL ZEROS
              MOVE 'FONDEADORA SIN SALDO' TO WS-LB-ACCION
              PERFORM 3900-RECHAZAR THRU F-3900-RECHAZAR
              GO TO F-3000-EVALUAR-CONVENIO
           END-IF

      *    CUENTA CERRADA ('C') O CON SALDO INMOVILIZADO ('I').
           IF WS-SDO-ESTADO (WS-SDO-DEU) IS NOT EQUAL SPACE
              OR WS-SDO-ESTADO (WS-SDO-FON) IS NOT EQUAL SPACE
              MOVE 'CUENTA NO ACTIVA' TO WS-LB-ACCION
              PERFORM 3900-RECHAZAR THRU F-3900-RECHAZAR
              GO TO F-3000-EVALUAR-CONVENIO
           END-IF

           MOVE WS-SDO-MONEDA (WS-SDO-DEU) TO WS-MONEDA-DEU
           MOVE WS-SDO-MONEDA (WS-SDO-FON) TO WS-MONEDA-FON

           IF WS-MONEDA-DEU IS EQUAL SPACES
              MOVE 'PES' TO WS-MONEDA-DEU
           END-IF

           IF WS-MONEDA-FON IS EQUAL SPACES
              MOVE 'PES' TO WS-MONEDA-FON
           END-IF

           IF WS-MONEDA-DEU IS NOT EQUAL WS-MONEDA-FON
              MOVE 'MONEDA DISTINTA' TO WS-LB-ACCION
              PERFORM 3900-RECHAZAR THRU F-3900-RECHAZAR
              GO TO F-3000-EVALUAR-CONVENIO
           END-IF

           PERFORM 3300-VERIF-TITULAR THRU F-3300-VERIF-TITULAR

           IF WS-TCU-DEU IS NOT EQUAL ZEROS
              MOVE WS-TCU-SUC (WS-TCU-DEU) TO WS-LB-SUC
           END-IF

           IF WS-EXCESO-COTIT
              MOVE 'EXCESO DE COTITULARES' TO WS-LB-ACCION
              PERFORM 3900-RECHAZAR THRU F-3900-RECHAZAR
              GO TO F-3000-EVALUAR-CONVENIO
           END-IF

           IF NOT WS-MISMO-TITULAR
              MOVE 'TITULARES DISTINTOS' TO WS-LB-ACCION
              PERFORM 3900-RECHAZAR THRU F-3900-RECHAZAR
              GO TO F-3000-EVALUAR-CONVENIO
           END-IF

           PERFORM 3500-CALCULAR-RETENIDO
                   THRU F-3500-CALCULAR-RETENIDO

           MOVE WS-SDO-SALDO (WS-SDO-FON) TO WS-DISPONIBLE
           SUBTRACT BAR-SALDO-MINIMO FROM WS-DISPONIBLE
           SUBTRACT WS-RETENIDO      FROM WS-DISPONIBLE

           IF WS-DISPONIBLE IS NOT GREATER ZEROS
              ADD 1 TO WS-BAR-SIN-DISPON
              MOVE 'SIN DISPONIBLE' TO WS-LB-ACCION
              PERFORM 5000-GRABAR-REPORTE THRU F-5000-GRABAR-REPORTE
              GO TO F-3000-EVALUAR-CONVENIO
           END-IF

           PERFORM 4000-BARRER THRU F-4000-BARRER.

       F-3000-EVALUAR-CONVENIO. EXIT.
      **************************************************************
       3300-VERIF-TITULAR.
      *    MISMO TITULAR EN DDCTAS Y LOS MISMOS COTITULARES EN
      *    DDCOTIT PARA LAS DOS CUENTAS.
           MOVE 'N' TO WS-FLAG-TITULAR

           MOVE WS-CLAVE-DEU TO WS-CLAVE-BUS
           PERFORM 6100-BUSCAR-CUENTA THRU F-6100-BUSCAR-CUENTA
           MOVE WS-TCU-IDX   TO WS-TCU-DEU

           MOVE WS-CLAVE-FON TO WS-CLAVE-BUS
           PERFORM 6100-BUSCAR-CUENTA THRU F-6100-BUSCAR-CUENTA
           MOVE WS-TCU-IDX   TO WS-TCU-FON

           IF WS-TCU-DEU IS EQUAL ZEROS
              OR WS-TCU-FON IS EQUAL ZEROS
              GO TO F-3300-VERIF-TITULAR
           END-IF

           IF WS-TCU-NROCLI (WS-TCU-DEU) IS NOT EQUAL
              WS-TCU-NROCLI (WS-TCU-FON)
              GO TO F-3300-VERIF-TITULAR
           END-IF

           MOVE WS-CLAVE-DEU TO WS-CLAVE-BUS
           PERFORM 3400-CARGAR-COTIT THRU F-3400-CARGAR-COTIT

           IF WS-COA-CONT IS EQUAL 9999
              SET WS-EXCESO-COTIT TO TRUE
              GO TO F-3300-VERIF-TITULAR
           END-IF

           MOVE WS-TABLA-COA TO WS-TABLA-COD
           MOVE WS-COA-CONT  TO WS-COD-CONT

           MOVE WS-CLAVE-FON TO WS-CLAVE-BUS
           PERFORM 3400-CARGAR-COTIT THRU F-3400-CARGAR-COTIT

           IF WS-COA-CONT IS EQUAL 9999
              SET WS-EXCESO-COTIT TO TRUE
              GO TO F-3300-VERIF-TITULAR
           END-IF

           MOVE WS-TABLA-COA TO WS-TABLA-COF
           MOVE WS-COA-CONT  TO WS-COF-CONT

           IF WS-COD-CONT IS NOT EQUAL WS-COF-CONT
              GO TO F-3300-VERIF-TITULAR
           END-IF

           SET WS-MISMO-TITULAR TO TRUE

           PERFORM VARYING WS-COT-SUB FROM 1 BY 1
                   UNTIL WS-COT-SUB > WS-COF-CONT
               MOVE 'N' TO WS-FLAG-ENCONTRADO
               PERFORM VARYING WS-COT-SUB2 FROM 1 BY 1
                       UNTIL WS-COT-SUB2 > WS-COD-CONT
                   IF WS-COD-NROCLI (WS-COT-SUB2) IS EQUAL
                      WS-COF-NROCLI (WS-COT-SUB)
                      SET WS-ENCONTRADO TO TRUE
                   END-IF
               END-PERFORM
               IF NOT WS-ENCONTRADO
                  MOVE 'N' TO WS-FLAG-TITULAR
               END-IF
           END-PERFORM.

       F-3300-VERIF-TITULAR. EXIT.
      **************************************************************
       3400-CARGAR-COTIT.
      *    COTITULARES DE LA CUENTA WS-CLAVE-BUS EN WS-TABLA-COA.
      *    UNA CUENTA CON MAS COTITULARES QUE LA TABLA DEVUELVE
      *    9999 Y EL CONVENIO SE RECHAZA SIN BARRER.
           MOVE ZEROS TO WS-COA-CONT
           INITIALIZE WS-TABLA-COA

           IF NOT WS-HAY-COTIT
              GO TO F-3400-CARGAR-COTIT
           END-IF

           MOVE LOW-VALUES   TO MAE-COT-CLAVE
           MOVE WS-CLAVE-BUS TO MAE-COT-CLAVE (1:10)

           START COTITUL KEY IS NOT LESS MAE-COT-CLAVE
              INVALID KEY
                 GO TO F-3400-CARGAR-COTIT
           END-START

           MOVE '00' TO FS-COTITUL

           PERFORM UNTIL FS-COTITUL IS NOT EQUAL '00'
              READ COTITUL NEXT INTO WS-REG-COTIT
                 AT END
                    MOVE '10' TO FS-COTITUL
                 NOT AT END
                    IF COT-CLAVE (1:10) IS NOT EQUAL WS-CLAVE-BUS
                       MOVE '10' TO FS-COTITUL
                    ELSE
                       IF WS-COA-CONT < 20
                          ADD 1 TO WS-COA-CONT
                          MOVE COT-NROCLI TO
                               WS-COA-NROCLI (WS-COA-CONT)
                       ELSE
                          MOVE 9999 TO WS-COA-CONT
                          MOVE '10' TO FS-COTITUL
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.

       F-3400-CARGAR-COTIT. EXIT.
      **************************************************************
       3500-CALCULAR-RETENIDO.
      *    LO RETENIDO EN LA FONDEADORA: ORDENES JUDICIALES ACTIVAS
      *    (IMPORTE MENOS TRANSFERIDO) Y CHEQUES DE OTROS BANCOS
      *    PENDIENTES CUYA FECHA DE DISPONIBILIDAD NO LLEGO. EL SALDO
      *    DE HOY YA TIENE APLICADAS LAS TRANSFERENCIAS AL JUZGADO Y
      *    LAS DEVOLUCIONES DE LA CAMARA.
           MOVE ZEROS TO WS-RETENIDO

           PERFORM 3510-RETENIDO-EMBARGO  THRU F-3510-RETENIDO-EMBARGO
           PERFORM 3520-RETENIDO-FLOTANTE THRU F-3520-RETENIDO-FLOTANTE.

       F-3500-CALCULAR-RETENIDO. EXIT.
      **************************************************************
       3510-RETENIDO-EMBARGO.

           IF NOT WS-HAY-EMBARGOS
              GO TO F-3510-RETENIDO-EMBARGO
           END-IF

           MOVE LOW-VALUES   TO MAE-EMB-CLAVE
           MOVE WS-CLAVE-FON TO MAE-EMB-CLAVE (1:10)

           START EMBARGOS KEY IS NOT LESS MAE-EMB-CLAVE
              INVALID KEY
                 GO TO F-3510-RETENIDO-EMBARGO
           END-START

           MOVE '00' TO FS-EMBARGOS

           PERFORM UNTIL FS-EMBARGOS IS NOT EQUAL '00'
              READ EMBARGOS NEXT INTO WS-REG-EMBARG
                 AT END
                    MOVE '10' TO FS-EMBARGOS
                 NOT AT END
                    IF EMB-CLAVE (1:10) IS NOT EQUAL WS-CLAVE-FON
                       MOVE '10' TO FS-EMBARGOS
                    ELSE
                       IF EMB-ESTADO IS EQUAL 'A'
                          ADD EMB-IMPORTE TO WS-RETENIDO
                          SUBTRACT EMB-IMP-TRANSF FROM WS-RETENIDO
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.

       F-3510-RETENIDO-EMBARGO. EXIT.
      **************************************************************
       3520-RETENIDO-FLOTANTE.

           IF NOT WS-HAY-FLOTANTE
              GO TO F-3520-RETENIDO-FLOTANTE
           END-IF

           MOVE LOW-VALUES   TO MAE-FLT-CLAVE
           MOVE WS-CLAVE-FON TO MAE-FLT-CLAVE (1:10)

           START FLOTANTE KEY IS NOT LESS MAE-FLT-CLAVE
              INVALID KEY
                 GO TO F-3520-RETENIDO-FLOTANTE
           END-START

           MOVE '00' TO FS-FLOTANTE

           PERFORM UNTIL FS-FLOTANTE IS NOT EQUAL '00'
              READ FLOTANTE NEXT INTO WS-REG-FLOTA
                 AT END
                    MOVE '10' TO FS-FLOTANTE
                 NOT AT END
                    IF FLT-CLAVE (1:10) IS NOT EQUAL WS-CLAVE-FON
                       MOVE '10' TO FS-FLOTANTE
                    ELSE
                       IF FLT-ESTADO IS EQUAL 'P'
                          AND FLT-FEC-DISPON IS GREATER
                              WS-FECHA-NEGOCIO-R
                          ADD FLT-IMPORTE TO WS-RETENIDO
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.

       F-3520-RETENIDO-FLOTANTE. EXIT.
      **************************************************************
       3900-RECHAZAR.

           ADD 1 TO WS-BAR-RECHAZADOS
           PERFORM 5000-GRABAR-REPORTE THRU F-5000-GRABAR-REPORTE.

       F-3900-RECHAZAR. EXIT.
      **************************************************************
       4000-BARRER.
      *    SE BARRE LO MENOR ENTRE EL DESCUBIERTO, EL DISPONIBLE Y
      *    EL IMPORTE MAXIMO DE UN MOVIMIENTO. LAS DOS PATAS LLEVAN
      *    LA MISMA REFERENCIA ASI EL PAREO LAS DEJA PASAR JUNTAS.
           IF WS-DESCUBIERTO IS GREATER WS-DISPONIBLE
              MOVE WS-DISPONIBLE  TO WS-IMP-BARRIDO
           ELSE
              MOVE WS-DESCUBIERTO TO WS-IMP-BARRIDO
           END-IF

           IF WS-IMP-BARRIDO IS GREATER WS-IMPORTE-MAX
              MOVE WS-IMPORTE-MAX TO WS-IMP-BARRIDO
           END-IF

           MOVE SPACES TO WS-REFERENCIA
           STRING 'BA' DELIMITED BY SIZE
                  WS-CLAVE-DEU (5:6) DELIMITED BY SIZE
                  INTO WS-REFERENCIA
           END-STRING

      *    PATA SOBRE LA CUENTA FONDEADORA.
           MOVE SPACES             TO WS-REG-MOVIMI
           MOVE BAR-TIPCUEN-FON    TO WS-MOV-TIPO
           MOVE BAR-NROCUEN-FON    TO WS-MOV-CUENTA
           MOVE WS-IMP-BARRIDO     TO WS-MOV-IMPORTE
           MOVE WS-FECHA-NEGOCIO-R TO WS-MOV-FECHA
           MOVE 'D'                TO WS-MOV-DBCR
           MOVE WS-REFERENCIA      TO WS-MOV-REFER
           MOVE TMV-BARRIDO        TO WS-MOV-TIPMOV
           PERFORM 4100-GRABAR-MOV THRU F-4100-GRABAR-MOV

      *    CONTRAPATA SOBRE LA CUENTA EN DESCUBIERTO.
           MOVE BAR-TIPCUEN-DEU    TO WS-MOV-TIPO
           MOVE BAR-NROCUEN-DEU    TO WS-MOV-CUENTA
           MOVE 'C'                TO WS-MOV-DBCR
           PERFORM 4100-GRABAR-MOV THRU F-4100-GRABAR-MOV

           SUBTRACT WS-IMP-BARRIDO FROM WS-SDO-SALDO (WS-SDO-FON)
           ADD      WS-IMP-BARRIDO TO   WS-SDO-SALDO (WS-SDO-DEU)

           ADD 1              TO WS-BAR-BARRIDOS
           ADD WS-IMP-BARRIDO TO WS-TOT-BARRIDO

           COMPUTE WS-SUC-SUB = WS-LB-SUC + 1
           ADD 1              TO WS-TSU-CANT    (WS-SUC-SUB)
           ADD WS-IMP-BARRIDO TO WS-TSU-IMPORTE (WS-SUC-SUB)

           MOVE WS-IMP-BARRIDO TO WS-LB-IMPORTE

           IF WS-IMP-BARRIDO IS LESS WS-DESCUBIERTO
              ADD 1 TO WS-BAR-PARCIALES
              MOVE 'BARRIDO PARCIAL' TO WS-LB-ACCION
           ELSE
              MOVE 'BARRIDO TOTAL' TO WS-LB-ACCION
           END-IF

           PERFORM 5000-GRABAR-REPORTE THRU F-5000-GRABAR-REPORTE

           MOVE WS-FECHA-NEGOCIO-R TO BAR-FEC-ULT-BARRIDO
           MOVE WS-IMP-BARRIDO     TO BAR-IMP-ULT-BARRIDO

           REWRITE REG-BARRIDOS FROM WS-REG-BARRID

           IF FS-BARRIDOS IS NOT EQUAL '00'
              DISPLAY '* ERROR EN REWRITE BARRIDOS = ' FS-BARRIDOS
              MOVE 9999 TO RETURN-CODE
              SET FS-BARRIDOS-FIN TO TRUE
           END-IF.

       F-4000-BARRER. EXIT.
      **************************************************************
       4100-GRABAR-MOV.

           WRITE REG-MOVSAL FROM WS-REG-MOVIMI

           IF FS-MOVSAL IS NOT EQUAL '00'
              DISPLAY '* ERROR EN WRITE MOVSALIDA = ' FS-MOVSAL
              MOVE 9999 TO RETURN-CODE
              SET FS-BARRIDOS-FIN TO TRUE
           ELSE
              ADD 1 TO WS-MOV-GRABADOS
           END-IF.

       F-4100-GRABAR-MOV. EXIT.
      **************************************************************
       5000-GRABAR-REPORTE.

           WRITE REG-SALIDA FROM WS-LIN-BARRIDO

           IF FS-SALIDA IS NOT EQUAL '00'
              DISPLAY '* ERROR EN WRITE SALIDA   = ' FS-SALIDA
              MOVE 9999 TO RETURN-CODE
              SET FS-BARRIDOS-FIN TO TRUE
           END-IF.

       F-5000-GRABAR-REPORTE. EXIT.
      **************************************************************
       6000-BUSCAR-SALDO.
      *    DEJA EN WS-SDO-IDX EL SALDO DE WS-CLAVE-BUS, CERO SI LA
      *    CUENTA NO FIGURA EN DDSALHOY.
           MOVE ZEROS TO WS-SDO-IDX

           PERFORM VARYING WS-SDO-SUB FROM 1 BY 1
                   UNTIL WS-SDO-SUB > WS-SDO-CONT
               IF WS-SDO-CLAVE (WS-SDO-SUB) IS EQUAL WS-CLAVE-BUS
                  MOVE WS-SDO-SUB  TO WS-SDO-IDX
                  MOVE WS-SDO-CONT TO WS-SDO-SUB
               END-IF
           END-PERFORM.

       F-6000-BUSCAR-SALDO. EXIT.
      **************************************************************
       6100-BUSCAR-CUENTA.
      *    DEJA EN WS-TCU-IDX LA CUENTA WS-CLAVE-BUS DE DDCTAS, CERO
      *    SI NO FIGURA.
           MOVE ZEROS TO WS-TCU-IDX

           PERFORM VARYING WS-TCU-SUB FROM 1 BY 1
                   UNTIL WS-TCU-SUB > WS-TCU-CONT
               IF WS-TCU-CLAVE (WS-TCU-SUB) IS EQUAL WS-CLAVE-BUS
                  MOVE WS-TCU-SUB  TO WS-TCU-IDX
                  MOVE WS-TCU-CONT TO WS-TCU-SUB
               END-IF
           END-PERFORM.

       F-6100-BUSCAR-CUENTA. EXIT.
      **************************************************************
       7000-TOTALES-SUCURSAL.
      *    IMPORTES BARRIDOS POR SUCURSAL DE LA CUENTA DEUDORA; LA
      *    SUCURSAL 00 AGRUPA LAS CUENTAS SIN ASIGNACION.
           WRITE REG-SALIDA FROM WS-LIN-BLANCO

           PERFORM VARYING WS-SUC-SUB FROM 1 BY 1
                   UNTIL WS-SUC-SUB > 100
               IF WS-TSU-CANT (WS-SUC-SUB) IS GREATER ZEROS
                  COMPUTE WS-LS-SUC = WS-SUC-SUB - 1
                  MOVE WS-TSU-CANT    (WS-SUC-SUB) TO WS-LS-CANT
                  MOVE WS-TSU-IMPORTE (WS-SUC-SUB) TO WS-LS-IMPORTE
                  WRITE REG-SALIDA FROM WS-LIN-SUCURSAL
               END-IF
           END-PERFORM

           MOVE WS-BAR-BARRIDOS TO WS-LTO-CANT
           MOVE WS-TOT-BARRIDO  TO WS-LTO-IMPORTE
           WRITE REG-SALIDA FROM WS-LIN-TOTAL

           IF FS-SALIDA IS NOT EQUAL '00'
              DISPLAY '* ERROR EN WRITE SALIDA   = ' FS-SALIDA
              MOVE 9999 TO RETURN-CODE
           END-IF.

       F-7000-TOTALES-SUCURSAL. EXIT.
      **************************************************************
       9999-FINAL.

           IF RETURN-CODE NOT EQUAL 9999
             CLOSE BARRIDOS
                 IF FS-BARRIDOS IS NOT EQUAL '00' AND '10'
                  DISPLAY '* ERROR EN CLOSE BARRIDOS = '
                                            FS-BARRIDOS
                  MOVE 9999 TO RETURN-CODE
                 END-IF

             CLOSE MOVSALIDA
                 IF FS-MOVSAL IS NOT EQUAL '00'
                  DISPLAY '* ERROR EN CLOSE MOVSALIDA = '
                                            FS-MOVSAL
                  MOVE 9999 TO RETURN-CODE
                 END-IF

             CLOSE SALIDA
                 IF FS-SALIDA IS NOT EQUAL '00'
                  DISPLAY '* ERROR EN CLOSE SALIDA   = '
                                            FS-SALIDA
                  MOVE 9999 TO RETURN-CODE
                 END-IF

             IF WS-HAY-COTIT
                CLOSE COTITUL
             END-IF

             IF WS-HAY-EMBARGOS
                CLOSE EMBARGOS
             END-IF

             IF WS-HAY-FLOTANTE
                CLOSE FLOTANTE
             END-IF

             DISPLAY '***************************************'
             DISPLAY ' CONVENIOS LEIDOS            :  ' WS-BAR-LEIDOS
             DISPLAY ' CONVENIOS CANCELADOS        :  '
                                                   WS-BAR-CANCELADOS
             DISPLAY ' DEUDORA SIN DESCUBIERTO     :  '
                                                   WS-BAR-SIN-DESCUB
             DISPLAY ' BARRIDOS APLICADOS          :  '
                                                   WS-BAR-BARRIDOS
             DISPLAY '   DE ELLOS PARCIALES        :  '
                                                   WS-BAR-PARCIALES
             DISPLAY ' FONDEADORA SIN DISPONIBLE   :  '
                                                   WS-BAR-SIN-DISPON
             DISPLAY ' CONVENIOS NO APLICABLES     :  '
                                                   WS-BAR-RECHAZADOS
             DISPLAY ' MOVIMIENTOS GRABADOS        :  '
                                                   WS-MOV-GRABADOS
             MOVE WS-TOT-BARRIDO TO WS-LS-IMPORTE
             DISPLAY ' IMPORTE TOTAL BARRIDO       : ' WS-LS-IMPORTE
             DISPLAY '***************************************'

           END-IF.

       F-9999-FINAL.
           EXIT.
