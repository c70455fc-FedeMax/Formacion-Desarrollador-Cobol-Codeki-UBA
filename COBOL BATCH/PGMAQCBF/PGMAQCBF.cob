       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMAQCBF.
       AUTHOR.    FEDERICO FALCON.
      **************************************************************
      *  BALANCEO DE FIN DE DIA DE CAJAS Y TESORO POR SUCURSAL.    *
      *  LOS DEPOSITOS Y EXTRACCIONES EN EFECTIVO LLEGABAN A       *
      *  DDMOVIM PERO NADA CONTROLABA EL EFECTIVO FISICO: LOS      *
      *  CAJEROS CUADRABAN EN PAPEL Y LOS EXCESOS DE TESORO SE     *
      *  DESCUBRIAN TARDE. ESTE PASO TOMA PARA LA FECHA DE NEGOCIO *
      *  (DDFECPRO):                                               *
      *    - EL MOVIMIENTO DE EFECTIVO DE CADA CAJA Y DEL TESORO   *
      *      (DDCAJMOV, LAYOUT CPCAJMOV); LO QUE NO SE PUEDE       *
      *      IMPUTAR VA A DDRECHA CON EL MOTIVO                    *
      *    - EL ARQUEO DECLARADO DE CADA CAJA Y DEL TESORO         *
      *      (DDARQUEO, LAYOUT CPARQUEO): SALDO CON QUE ABRIO Y    *
      *      EFECTIVO CONTADO AL CIERRE                            *
      *  Y LISTA EN DDSALI POR CAJA EL SALDO ESPERADO (INICIAL +   *
      *  INGRESOS - EGRESOS) CONTRA EL CONTADO, CON SU SOBRANTE O  *
      *  FALTANTE. LA POSICION DEL TESORO SE CONTROLA CONTRA LOS   *
      *  LIMITES DE LA SUCURSAL EN DDSUCMAE: POR ENCIMA DEL MAXIMO *
      *  ASEGURADO O POR DEBAJO DEL MINIMO OPERATIVO SE GRABA EN   *
      *  DDTRASLA (LAYOUT CPTRASLA) LA SOLICITUD DE TRASLADO DE    *
      *  CAUDALES PARA EL DIA HABIL SIGUIENTE.                     *
      **************************************************************
       ENVIRONMENT DIVISION.
      **************************************************************
       CONFIGURATION SECTION.

       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
      **************************************************************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT CAJMOV     ASSIGN TO DDCAJMOV
                 FILE STATUS IS FS-CAJMOV.

           SELECT ARQUEO     ASSIGN TO DDARQUEO
                 FILE STATUS IS FS-ARQUEO.

           SELECT SUCMAE     ASSIGN TO DDSUCMAE
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS MAE-SUC-NRO
                 FILE STATUS IS FS-SUCMAE.

           SELECT FECHAPRO   ASSIGN TO DDFECPRO
                 FILE STATUS IS FS-FECHAPRO.

           SELECT TRASLADOS  ASSIGN TO DDTRASLA
                 FILE STATUS IS FS-TRASLA.

           SELECT RECHAZOS   ASSIGN TO DDRECHA
                 FILE STATUS IS FS-RECHAZO.

           SELECT SALIDA     ASSIGN TO DDSALI
                 FILE STATUS IS FS-SALIDA.
      **************************************************************
       I-O-CONTROL.

       DATA DIVISION.
       FILE SECTION.
       FD   CAJMOV
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01   REG-CAJMOV              PIC X(60).

       FD   ARQUEO
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01   REG-ARQUEO              PIC X(50).

       FD   SUCMAE.

       01   REG-SUCMAE.
           03  MAE-SUC-NRO          PIC 9(02).
           03  FILLER               PIC X(48).

       FD   FECHAPRO
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01   REG-FECHAPRO.
           05  FPR-FECHA            PIC 9(08).
           05  FILLER               PIC X(72).

       FD   TRASLADOS
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01   REG-TRASLA              PIC X(60).

       FD   RECHAZOS
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01   REG-RECHAZO.
           05  RCH-MOVIMIENTO       PIC X(60).
           05  RCH-MOTIVO           PIC X(30).

       FD   SALIDA
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01   REG-SALIDA              PIC X(120).
      **************************************************************
       WORKING-STORAGE SECTION.
       77  FILLER        PIC X(26) VALUE '* INICIO WORKING-STORAGE *'.

      ***********************FILE STATUS****************************
       77  FS-CAJMOV                  PIC XX      VALUE SPACES.
           88  FS-CAJMOV-FIN                      VALUE '10'.
       77  FS-ARQUEO                  PIC XX      VALUE SPACES.
       77  FS-SUCMAE                  PIC XX      VALUE SPACES.
       77  FS-FECHAPRO                PIC XX      VALUE SPACES.
       77  FS-TRASLA                  PIC XX      VALUE SPACES.
       77  FS-RECHAZO                 PIC XX      VALUE SPACES.
       77  FS-SALIDA                  PIC XX      VALUE SPACES.

      *********************CONTADORES*******************************
       77  WS-MOV-LEIDOS              PIC 9(07)   VALUE ZEROES.
       77  WS-MOV-OTRA-FECHA          PIC 9(07)   VALUE ZEROES.
       77  WS-MOV-IMPUTADOS           PIC 9(07)   VALUE ZEROES.
       77  WS-MOV-RECHAZADOS          PIC 9(07)   VALUE ZEROES.
       77  WS-ARQ-LEIDOS              PIC 9(05)   VALUE ZEROES.
       77  WS-CAJAS-SOBRANTE          PIC 9(05)   VALUE ZEROES.
       77  WS-CAJAS-FALTANTE          PIC 9(05)   VALUE ZEROES.
       77  WS-CAJAS-SIN-ARQUEO        PIC 9(05)   VALUE ZEROES.
       77  WS-CANT-RETIROS            PIC 9(05)   VALUE ZEROES.
       77  WS-CANT-ENVIOS             PIC 9(05)   VALUE ZEROES.

           COPY CPFECPRO.

           COPY CPFECSRV.

           COPY CPSUCMAE.

           COPY CPCAJMOV.

           COPY CPARQUEO.

           COPY CPTRASLA.

       77  WS-FECHA-SIGUIENTE         PIC 9(08)   VALUE ZEROS.

       01  WS-FLAG-CABECERA PIC X     VALUE 'N'.
           88  WS-CON-CABECERA        VALUE 'S'.
           88  WS-SIN-CABECERA        VALUE 'N'.

       01  WS-FLAG-SUCMAE   PIC X     VALUE 'N'.
           88  WS-HAY-SUCMAE          VALUE 'S'.
           88  WS-SIN-SUCMAE          VALUE 'N'.

      *****************SUCURSALES: POSICION = SUCURSAL + 1*************
       77  WS-SUC-SUB      PIC 9(04) USAGE COMP VALUE ZEROS.
       01  WS-TABLA-SUCURSALES.
           03  WS-TSU      OCCURS 100 TIMES.
               05  WS-TSU-EXISTE    PIC X(01).
               05  WS-TSU-NOMBRE    PIC X(20).
               05  WS-TSU-CIERRE    PIC 9(08).
               05  WS-TSU-MAXIMO    PIC 9(09)V99 COMP-3.
               05  WS-TSU-MINIMO    PIC 9(09)V99 COMP-3.

      *****************CAJAS DEL DIA***********************************
       77  WS-TCJ-CONT     PIC 9(04) USAGE COMP VALUE ZEROS.
       77  WS-TCJ-SUB      PIC 9(04) USAGE COMP VALUE ZEROS.
       77  WS-TCJ-TESO     PIC 9(04) USAGE COMP VALUE ZEROS.
       01  WS-TABLA-CAJAS.
           03  WS-TCJ      OCCURS 2000 TIMES.
               05  WS-TCJ-SUC       PIC 9(02).
               05  WS-TCJ-CAJA      PIC X(04).
               05  WS-TCJ-ARQUEO    PIC X(01).
               05  WS-TCJ-INICIAL   PIC S9(11)V99 COMP-3.
               05  WS-TCJ-CONTADO   PIC S9(11)V99 COMP-3.
               05  WS-TCJ-INGRESOS  PIC S9(11)V99 COMP-3.
               05  WS-TCJ-EGRESOS   PIC S9(11)V99 COMP-3.

       77  WS-BUS-SUC      PIC 9(02)  VALUE ZEROS.
       77  WS-BUS-CAJA     PIC X(04)  VALUE SPACES.

      *****************CALCULO DEL BALANCEO****************************
       77  WS-ESPERADO     PIC S9(11)V99 COMP-3 VALUE ZEROS.
       77  WS-DIFERENCIA   PIC S9(11)V99 COMP-3 VALUE ZEROS.
       77  WS-POSICION     PIC S9(11)V99 COMP-3 VALUE ZEROS.
       77  WS-TOT-SOBRANTE PIC S9(11)V99 COMP-3 VALUE ZEROS.
       77  WS-TOT-FALTANTE PIC S9(11)V99 COMP-3 VALUE ZEROS.

      *****************LINEAS DEL REPORTE******************************
       01  WS-LIN-TITULO.
           05  FILLER               PIC X(40)   VALUE
           ' BALANCEO DE CAJAS Y TESORO, FECHA DE NE'.
           05  FILLER               PIC X(07)   VALUE
           'GOCIO  '.
           05  WS-LT-FECHA          PIC 9(08).
           05  FILLER               PIC X(65)   VALUE SPACES.

       01  WS-LIN-SUCURSAL.
           05  FILLER               PIC X(10)   VALUE ' SUCURSAL '.
           05  WS-LS-SUC            PIC 9(02).
           05  FILLER               PIC X(01)   VALUE SPACE.
           05  WS-LS-NOMBRE         PIC X(20).
           05  FILLER               PIC X(87)   VALUE SPACES.

       01  WS-LIN-ENCABEZADO.
           05  FILLER               PIC X(39)   VALUE
           ' SUC CAJA  SALDO INICIAL       INGRESOS'.
           05  FILLER               PIC X(30)   VALUE
           '        EGRESOS       ESPERADO'.
           05  FILLER               PIC X(31)   VALUE
           '        CONTADO      DIFERENCIA'.
           05  FILLER               PIC X(20)   VALUE
           ' RESULTADO          '.

       01  WS-LIN-CAJA.
           05  FILLER               PIC X(01)   VALUE SPACE.
           05  WS-LC-SUC            PIC 9(02).
           05  FILLER               PIC X(02)   VALUE SPACES.
           05  WS-LC-CAJA           PIC X(04).
           05  FILLER               PIC X(01)   VALUE SPACE.
           05  WS-LC-INICIAL        PIC ZZZ.ZZZ.ZZ9,99.
           05  FILLER               PIC X(01)   VALUE SPACE.
           05  WS-LC-INGRESOS       PIC ZZZ.ZZZ.ZZ9,99.
           05  FILLER               PIC X(01)   VALUE SPACE.
           05  WS-LC-EGRESOS        PIC ZZZ.ZZZ.ZZ9,99.
           05  FILLER               PIC X(01)   VALUE SPACE.
           05  WS-LC-ESPERADO       PIC -ZZ.ZZZ.ZZ9,99.
           05  FILLER               PIC X(01)   VALUE SPACE.
           05  WS-LC-CONTADO        PIC ZZZ.ZZZ.ZZ9,99.
           05  FILLER               PIC X(01)   VALUE SPACE.
           05  WS-LC-DIFERENCIA     PIC -ZZZ.ZZZ.ZZ9,99.
           05  FILLER               PIC X(01)   VALUE SPACE.
           05  WS-LC-RESULTADO      PIC X(10).
           05  FILLER               PIC X(09)   VALUE SPACES.

       01  WS-LIN-TESORO.
           05  FILLER               PIC X(21)   VALUE
           '   POSICION TESORO   '.
           05  WS-LTE-POSICION      PIC -ZZ.ZZZ.ZZ9,99.
           05  FILLER               PIC X(08)   VALUE ' MAXIMO '.
           05  WS-LTE-MAXIMO        PIC ZZZ.ZZZ.ZZ9,99.
           05  FILLER               PIC X(08)   VALUE ' MINIMO '.
           05  WS-LTE-MINIMO        PIC ZZZ.ZZZ.ZZ9,99.
           05  FILLER               PIC X(02)   VALUE SPACES.
           05  WS-LTE-ACCION        PIC X(22).
           05  WS-LTE-IMPORTE       PIC ZZZ.ZZZ.ZZ9,99.
           05  FILLER               PIC X(03)   VALUE SPACES.

       01  WS-LIN-TOTAL.
           05  FILLER               PIC X(22)   VALUE
           ' TOTAL BANCO SOBRANTE '.
           05  WS-LTO-SOBRANTE      PIC ZZZ.ZZZ.ZZ9,99.
           05  FILLER               PIC X(11)   VALUE ' FALTANTE  '.
           05  WS-LTO-FALTANTE      PIC ZZZ.ZZZ.ZZ9,99.
           05  FILLER               PIC X(59)   VALUE SPACES.

       01  WS-LIN-BLANCO            PIC X(120)  VALUE SPACES.

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
                   UNTIL FS-CAJMOV-FIN.

           PERFORM 5000-IMPRIMIR THRU  F-5000-IMPRIMIR.

           PERFORM 9999-FINAL    THRU  F-9999-FINAL.

       F-MAIN-PROGRAM. GOBACK.

      **************************************
      *                                    *
      *  CUERPO INICIO APERTURA ARCHIVOS   *
      *                                    *
      **************************************
       1000-INICIO.

           OPEN INPUT  CAJMOV.

           IF FS-CAJMOV IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN CAJMOV    = ' FS-CAJMOV
              MOVE 9999 TO RETURN-CODE
              SET  FS-CAJMOV-FIN TO TRUE
           END-IF

           OPEN OUTPUT TRASLADOS.

           IF FS-TRASLA IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN TRASLADOS = ' FS-TRASLA
              MOVE 9999 TO RETURN-CODE
              SET  FS-CAJMOV-FIN TO TRUE
           END-IF

           OPEN OUTPUT RECHAZOS.

           IF FS-RECHAZO IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN RECHAZOS  = ' FS-RECHAZO
              MOVE 9999 TO RETURN-CODE
              SET  FS-CAJMOV-FIN TO TRUE
           END-IF

           OPEN OUTPUT SALIDA.

           IF FS-SALIDA IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN SALIDA    = ' FS-SALIDA
              MOVE 9999 TO RETURN-CODE
              SET  FS-CAJMOV-FIN TO TRUE
           END-IF

           IF RETURN-CODE IS EQUAL 9999
              GO TO F-1000-INICIO
           END-IF

           PERFORM 1100-LEER-FECHA    THRU F-1100-LEER-FECHA.

           MOVE 'S'                TO FSV-FUNCION
           MOVE WS-FECHA-NEGOCIO-R TO FSV-FECHA-ENT
           MOVE ZEROS              TO FSV-CANT-DIAS
           CALL 'PGMFSCBF' USING WS-FECSRV-AREA

           IF FSV-RESULTADO IS EQUAL 'E'
              DISPLAY '* ERROR EN FECHA DE NEGOCIO = '
                      WS-FECHA-NEGOCIO-R
              MOVE 9999 TO RETURN-CODE
              SET  FS-CAJMOV-FIN TO TRUE
              GO TO F-1000-INICIO
           END-IF

           MOVE FSV-FECHA-SAL TO WS-FECHA-SIGUIENTE

           PERFORM 1200-CARGAR-SUCURSALES THRU
                   F-1200-CARGAR-SUCURSALES.
           PERFORM 1300-CARGAR-ARQUEO THRU F-1300-CARGAR-ARQUEO.

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
       1200-CARGAR-SUCURSALES.
      *    NOMBRE, CIERRE Y LIMITES DEL TESORO (EN MILES EN EL
      *    MAESTRO, AQUI EN PESOS). SIN MAESTRO NO SE VALIDA LA
      *    SUCURSAL NI SE CONTROLA EL TESORO.
           PERFORM VARYING WS-SUC-SUB FROM 1 BY 1
                   UNTIL WS-SUC-SUB > 100
               MOVE 'N'    TO WS-TSU-EXISTE (WS-SUC-SUB)
               MOVE SPACES TO WS-TSU-NOMBRE (WS-SUC-SUB)
               MOVE ZEROS  TO WS-TSU-CIERRE (WS-SUC-SUB)
                              WS-TSU-MAXIMO (WS-SUC-SUB)
                              WS-TSU-MINIMO (WS-SUC-SUB)
           END-PERFORM

           OPEN INPUT SUCMAE.

           IF FS-SUCMAE IS NOT EQUAL '00'
              DISPLAY '* SIN MAESTRO DE SUCURSALES, SIN CONTROL '
                      'DE TESORO'
              GO TO F-1200-CARGAR-SUCURSALES
           END-IF

           SET WS-HAY-SUCMAE TO TRUE

           MOVE ZEROS TO MAE-SUC-NRO
           START SUCMAE KEY IS NOT LESS MAE-SUC-NRO
              INVALID KEY
                 MOVE '10' TO FS-SUCMAE
           END-START

           PERFORM UNTIL FS-SUCMAE IS NOT EQUAL '00'
              READ SUCMAE NEXT INTO WS-REG-SUCMAE
                 AT END
                    MOVE '10' TO FS-SUCMAE
                 NOT AT END
                    COMPUTE WS-SUC-SUB = SUC-NRO + 1
                    MOVE 'S'        TO WS-TSU-EXISTE (WS-SUC-SUB)
                    MOVE SUC-NOMBRE TO WS-TSU-NOMBRE (WS-SUC-SUB)
                    IF SUC-FEC-CIERRE IS NUMERIC
                       MOVE SUC-FEC-CIERRE TO
                            WS-TSU-CIERRE (WS-SUC-SUB)
                    END-IF
                    IF SUC-TESO-MAXIMO IS NUMERIC
                       COMPUTE WS-TSU-MAXIMO (WS-SUC-SUB) =
                               SUC-TESO-MAXIMO * 1000
                    END-IF
                    IF SUC-TESO-MINIMO IS NUMERIC
                       COMPUTE WS-TSU-MINIMO (WS-SUC-SUB) =
                               SUC-TESO-MINIMO * 1000
                    END-IF
              END-READ
           END-PERFORM
           CLOSE SUCMAE.

       F-1200-CARGAR-SUCURSALES. EXIT.
      **************************************************************
       1300-CARGAR-ARQUEO.
      *    EL ARQUEO DEL DIA DE CADA CAJA Y DE CADA TESORO; SI UNA
      *    CAJA SE DECLARA DOS VECES VALE LA PRIMERA.
           IF RETURN-CODE IS EQUAL 9999
              GO TO F-1300-CARGAR-ARQUEO
           END-IF

           OPEN INPUT ARQUEO.

           IF FS-ARQUEO IS NOT EQUAL '00'
              DISPLAY '* SIN ARQUEOS DECLARADOS, FS = ' FS-ARQUEO
              GO TO F-1300-CARGAR-ARQUEO
           END-IF

           PERFORM UNTIL FS-ARQUEO IS NOT EQUAL '00'
              READ ARQUEO INTO WS-REG-ARQUEO
                 AT END
                    MOVE '10' TO FS-ARQUEO
                 NOT AT END
                    IF ARQ-FECHA IS EQUAL WS-FECHA-NEGOCIO-R
                       AND ARQ-SUCURSAL IS NUMERIC
                       AND ARQ-SALDO-INICIAL IS NUMERIC
                       AND ARQ-CONTADO IS NUMERIC
                       ADD 1 TO WS-ARQ-LEIDOS
                       MOVE ARQ-SUCURSAL TO WS-BUS-SUC
                       MOVE ARQ-CAJA     TO WS-BUS-CAJA
                       PERFORM 3500-UBICAR-CAJA THRU
                               F-3500-UBICAR-CAJA
                       IF WS-TCJ-SUB > ZEROS
                          IF WS-TCJ-ARQUEO (WS-TCJ-SUB) IS EQUAL 'S'
                             DISPLAY '* ARQUEO REPETIDO, VALE EL '
                                     'PRIMERO: ' ARQ-SUCURSAL '-'
                                     ARQ-CAJA
                          ELSE
                             MOVE 'S' TO WS-TCJ-ARQUEO (WS-TCJ-SUB)
                             MOVE ARQ-SALDO-INICIAL TO
                                  WS-TCJ-INICIAL (WS-TCJ-SUB)
                             MOVE ARQ-CONTADO TO
                                  WS-TCJ-CONTADO (WS-TCJ-SUB)
                          END-IF
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
           CLOSE ARQUEO.

       F-1300-CARGAR-ARQUEO. EXIT.
      **************************************************************
       2000-PROCESO.

           READ CAJMOV INTO WS-REG-CAJMOV

           EVALUATE FS-CAJMOV
             WHEN '00'
                  ADD 1 TO WS-MOV-LEIDOS
                  PERFORM 3000-IMPUTAR THRU F-3000-IMPUTAR

              WHEN '10'
                CONTINUE

              WHEN OTHER
              DISPLAY '* ERROR EN LECTURA CAJMOV = ' FS-CAJMOV
              MOVE 9999 TO RETURN-CODE
              SET FS-CAJMOV-FIN TO TRUE

           END-EVALUATE.

       F-2000-PROCESO. EXIT.
      **************************************************************
       3000-IMPUTAR.

           IF CJM-FECHA IS NOT EQUAL WS-FECHA-NEGOCIO-R
              ADD 1 TO WS-MOV-OTRA-FECHA
              GO TO F-3000-IMPUTAR
           END-IF

           IF CJM-SUCURSAL IS NOT NUMERIC
              MOVE 'SUCURSAL INVALIDA' TO RCH-MOTIVO
              PERFORM 4100-GRABAR-RECHAZO THRU F-4100-GRABAR-RECHAZO
              GO TO F-3000-IMPUTAR
           END-IF

           COMPUTE WS-SUC-SUB = CJM-SUCURSAL + 1

           IF WS-HAY-SUCMAE
              AND WS-TSU-EXISTE (WS-SUC-SUB) IS NOT EQUAL 'S'
              MOVE 'SUCURSAL INEXISTENTE' TO RCH-MOTIVO
              PERFORM 4100-GRABAR-RECHAZO THRU F-4100-GRABAR-RECHAZO
              GO TO F-3000-IMPUTAR
           END-IF

           IF WS-TSU-CIERRE (WS-SUC-SUB) > ZEROS
              AND WS-TSU-CIERRE (WS-SUC-SUB) NOT GREATER
                  WS-FECHA-NEGOCIO-R
              MOVE 'SUCURSAL CERRADA' TO RCH-MOTIVO
              PERFORM 4100-GRABAR-RECHAZO THRU F-4100-GRABAR-RECHAZO
              GO TO F-3000-IMPUTAR
           END-IF

           IF CJM-CAJA IS EQUAL SPACES
              MOVE 'CAJA EN BLANCO' TO RCH-MOTIVO
              PERFORM 4100-GRABAR-RECHAZO THRU F-4100-GRABAR-RECHAZO
              GO TO F-3000-IMPUTAR
           END-IF

           IF NOT CJM-INGRESO AND NOT CJM-EGRESO
              MOVE 'SENTIDO INVALIDO' TO RCH-MOTIVO
              PERFORM 4100-GRABAR-RECHAZO THRU F-4100-GRABAR-RECHAZO
              GO TO F-3000-IMPUTAR
           END-IF

           IF CJM-IMPORTE IS NOT NUMERIC
              OR CJM-IMPORTE IS EQUAL ZEROS
              MOVE 'IMPORTE INVALIDO' TO RCH-MOTIVO
              PERFORM 4100-GRABAR-RECHAZO THRU F-4100-GRABAR-RECHAZO
              GO TO F-3000-IMPUTAR
           END-IF

           MOVE CJM-SUCURSAL TO WS-BUS-SUC
           MOVE CJM-CAJA     TO WS-BUS-CAJA
           PERFORM 3500-UBICAR-CAJA THRU F-3500-UBICAR-CAJA

           IF WS-TCJ-SUB IS EQUAL ZEROS
              MOVE 'TABLA DE CAJAS LLENA' TO RCH-MOTIVO
              PERFORM 4100-GRABAR-RECHAZO THRU F-4100-GRABAR-RECHAZO
              GO TO F-3000-IMPUTAR
           END-IF

           IF CJM-INGRESO
              ADD CJM-IMPORTE TO WS-TCJ-INGRESOS (WS-TCJ-SUB)
           ELSE
              ADD CJM-IMPORTE TO WS-TCJ-EGRESOS  (WS-TCJ-SUB)
           END-IF

           ADD 1 TO WS-MOV-IMPUTADOS.

       F-3000-IMPUTAR. EXIT.
      **************************************************************
       3500-UBICAR-CAJA.
      *    BUSCA LA CAJA WS-BUS-SUC / WS-BUS-CAJA Y LA AGREGA SI ES
      *    NUEVA. DEVUELVE CERO EN WS-TCJ-SUB SI LA TABLA ESTA LLENA.
           PERFORM VARYING WS-TCJ-SUB FROM 1 BY 1
                   UNTIL WS-TCJ-SUB > WS-TCJ-CONT
               IF WS-TCJ-SUC  (WS-TCJ-SUB) IS EQUAL WS-BUS-SUC
                  AND WS-TCJ-CAJA (WS-TCJ-SUB) IS EQUAL WS-BUS-CAJA
                  GO TO F-3500-UBICAR-CAJA
               END-IF
           END-PERFORM

           IF WS-TCJ-CONT IS NOT LESS 2000
              DISPLAY '* ATENCION: TABLA DE CAJAS LLENA (2000)'
              MOVE ZEROS TO WS-TCJ-SUB
              GO TO F-3500-UBICAR-CAJA
           END-IF

           ADD 1 TO WS-TCJ-CONT
           MOVE WS-TCJ-CONT TO WS-TCJ-SUB
           MOVE WS-BUS-SUC  TO WS-TCJ-SUC      (WS-TCJ-SUB)
           MOVE WS-BUS-CAJA TO WS-TCJ-CAJA     (WS-TCJ-SUB)
           MOVE 'N'         TO WS-TCJ-ARQUEO   (WS-TCJ-SUB)
           MOVE ZEROS       TO WS-TCJ-INICIAL  (WS-TCJ-SUB)
                               WS-TCJ-CONTADO  (WS-TCJ-SUB)
                               WS-TCJ-INGRESOS (WS-TCJ-SUB)
                               WS-TCJ-EGRESOS  (WS-TCJ-SUB).

       F-3500-UBICAR-CAJA. EXIT.
      **************************************************************
       4100-GRABAR-RECHAZO.

           ADD 1 TO WS-MOV-RECHAZADOS

           MOVE WS-REG-CAJMOV TO RCH-MOVIMIENTO
           WRITE REG-RECHAZO

           IF FS-RECHAZO IS NOT EQUAL '00'
              DISPLAY '* ERROR EN WRITE RECHAZOS = ' FS-RECHAZO
              MOVE 9999 TO RETURN-CODE
              SET FS-CAJMOV-FIN TO TRUE
           END-IF.

       F-4100-GRABAR-RECHAZO. EXIT.
      **************************************************************
       5000-IMPRIMIR.
      *    POR SUCURSAL: LAS CAJAS DE LINEA Y AL FINAL EL TESORO CON
      *    SU CONTROL DE LIMITES.
           IF RETURN-CODE IS EQUAL 9999
              GO TO F-5000-IMPRIMIR
           END-IF

           MOVE WS-FECHA-NEGOCIO-R TO WS-LT-FECHA
           WRITE REG-SALIDA FROM WS-LIN-TITULO

           PERFORM 5100-IMPRIMIR-SUCURSAL THRU
                   F-5100-IMPRIMIR-SUCURSAL
                   VARYING WS-SUC-SUB FROM 1 BY 1
                   UNTIL WS-SUC-SUB > 100

           MOVE WS-TOT-SOBRANTE TO WS-LTO-SOBRANTE
           MOVE WS-TOT-FALTANTE TO WS-LTO-FALTANTE
           WRITE REG-SALIDA FROM WS-LIN-BLANCO
           WRITE REG-SALIDA FROM WS-LIN-TOTAL.

       F-5000-IMPRIMIR. EXIT.
      **************************************************************
       5100-IMPRIMIR-SUCURSAL.

           MOVE ZEROS TO WS-TCJ-TESO
           MOVE 'N'   TO WS-FLAG-CABECERA
           COMPUTE WS-BUS-SUC = WS-SUC-SUB - 1

           PERFORM VARYING WS-TCJ-SUB FROM 1 BY 1
                   UNTIL WS-TCJ-SUB > WS-TCJ-CONT
               IF WS-TCJ-SUC (WS-TCJ-SUB) IS EQUAL WS-BUS-SUC
                  IF WS-SIN-CABECERA
                     PERFORM 5150-CABECERA THRU F-5150-CABECERA
                  END-IF
                  IF WS-TCJ-CAJA (WS-TCJ-SUB) IS EQUAL 'TESO'
                     MOVE WS-TCJ-SUB TO WS-TCJ-TESO
                  ELSE
                     PERFORM 5200-LINEA-CAJA THRU F-5200-LINEA-CAJA
                  END-IF
               END-IF
           END-PERFORM

           IF WS-SIN-CABECERA
              GO TO F-5100-IMPRIMIR-SUCURSAL
           END-IF

           IF WS-TCJ-TESO > ZEROS
              MOVE WS-TCJ-TESO TO WS-TCJ-SUB
              PERFORM 5200-LINEA-CAJA   THRU F-5200-LINEA-CAJA
           END-IF

           PERFORM 5300-CONTROL-TESORO THRU F-5300-CONTROL-TESORO.

       F-5100-IMPRIMIR-SUCURSAL. EXIT.
      **************************************************************
       5150-CABECERA.

           MOVE WS-BUS-SUC                 TO WS-LS-SUC
           MOVE WS-TSU-NOMBRE (WS-SUC-SUB) TO WS-LS-NOMBRE
           WRITE REG-SALIDA FROM WS-LIN-BLANCO
           WRITE REG-SALIDA FROM WS-LIN-SUCURSAL
           WRITE REG-SALIDA FROM WS-LIN-ENCABEZADO
           SET WS-CON-CABECERA TO TRUE.

       F-5150-CABECERA. EXIT.
      **************************************************************
       5200-LINEA-CAJA.
      *    ESPERADO = INICIAL + INGRESOS - EGRESOS. LA DIFERENCIA CON
      *    LO CONTADO ES SOBRANTE (+) O FALTANTE (-).
           COMPUTE WS-ESPERADO = WS-TCJ-INICIAL  (WS-TCJ-SUB)
                               + WS-TCJ-INGRESOS (WS-TCJ-SUB)
                               - WS-TCJ-EGRESOS  (WS-TCJ-SUB)

           MOVE WS-TCJ-SUC      (WS-TCJ-SUB) TO WS-LC-SUC
           MOVE WS-TCJ-CAJA     (WS-TCJ-SUB) TO WS-LC-CAJA
           MOVE WS-TCJ-INICIAL  (WS-TCJ-SUB) TO WS-LC-INICIAL
           MOVE WS-TCJ-INGRESOS (WS-TCJ-SUB) TO WS-LC-INGRESOS
           MOVE WS-TCJ-EGRESOS  (WS-TCJ-SUB) TO WS-LC-EGRESOS
           MOVE WS-ESPERADO                  TO WS-LC-ESPERADO

           IF WS-TCJ-ARQUEO (WS-TCJ-SUB) IS NOT EQUAL 'S'
              ADD 1 TO WS-CAJAS-SIN-ARQUEO
              MOVE ZEROS        TO WS-LC-CONTADO WS-LC-DIFERENCIA
              MOVE 'SIN ARQUEO' TO WS-LC-RESULTADO
              WRITE REG-SALIDA FROM WS-LIN-CAJA
              GO TO F-5200-LINEA-CAJA
           END-IF

           COMPUTE WS-DIFERENCIA = WS-TCJ-CONTADO (WS-TCJ-SUB)
                                 - WS-ESPERADO
           MOVE WS-TCJ-CONTADO (WS-TCJ-SUB) TO WS-LC-CONTADO
           MOVE WS-DIFERENCIA               TO WS-LC-DIFERENCIA

           EVALUATE TRUE
              WHEN WS-DIFERENCIA > ZEROS
                   ADD 1 TO WS-CAJAS-SOBRANTE
                   ADD WS-DIFERENCIA TO WS-TOT-SOBRANTE
                   MOVE 'SOBRANTE'   TO WS-LC-RESULTADO
              WHEN WS-DIFERENCIA < ZEROS
                   ADD 1 TO WS-CAJAS-FALTANTE
                   SUBTRACT WS-DIFERENCIA FROM WS-TOT-FALTANTE
                   MOVE 'FALTANTE'   TO WS-LC-RESULTADO
              WHEN OTHER
                   MOVE 'CUADRADA'   TO WS-LC-RESULTADO
           END-EVALUATE

           WRITE REG-SALIDA FROM WS-LIN-CAJA.

       F-5200-LINEA-CAJA. EXIT.
      **************************************************************
       5300-CONTROL-TESORO.
      *    LA POSICION DEL TESORO ES LO CONTADO, O LO ESPERADO SI NO
      *    SE DECLARO. POR ENCIMA DEL MAXIMO ASEGURADO SE PIDE UN
      *    RETIRO DEL EXCEDENTE; POR DEBAJO DEL MINIMO, UN ENVIO DE
      *    LO QUE FALTA. EL TRASLADO SE EJECUTA EL DIA HABIL SIGUIENTE.
           MOVE ZEROS  TO WS-POSICION WS-LTE-IMPORTE
           MOVE WS-TSU-MAXIMO (WS-SUC-SUB) TO WS-LTE-MAXIMO
           MOVE WS-TSU-MINIMO (WS-SUC-SUB) TO WS-LTE-MINIMO

           IF WS-TCJ-TESO IS EQUAL ZEROS
              MOVE ZEROS                  TO WS-LTE-POSICION
              MOVE 'SIN TESORO DECLARADO' TO WS-LTE-ACCION
              WRITE REG-SALIDA FROM WS-LIN-TESORO
              GO TO F-5300-CONTROL-TESORO
           END-IF

           IF WS-TCJ-ARQUEO (WS-TCJ-TESO) IS EQUAL 'S'
              MOVE WS-TCJ-CONTADO (WS-TCJ-TESO) TO WS-POSICION
           ELSE
              COMPUTE WS-POSICION = WS-TCJ-INICIAL  (WS-TCJ-TESO)
                                  + WS-TCJ-INGRESOS (WS-TCJ-TESO)
                                  - WS-TCJ-EGRESOS  (WS-TCJ-TESO)
           END-IF
           MOVE WS-POSICION TO WS-LTE-POSICION

           INITIALIZE WS-REG-TRASLA
           MOVE WS-FECHA-SIGUIENTE  TO TRA-FECHA-EJEC
           MOVE WS-BUS-SUC          TO TRA-SUCURSAL
           MOVE WS-POSICION         TO TRA-SALDO-TESORO
           MOVE WS-FECHA-NEGOCIO-R  TO TRA-FECHA-ARQUEO

           EVALUATE TRUE
              WHEN WS-TSU-MAXIMO (WS-SUC-SUB) IS EQUAL ZEROS
               AND WS-TSU-MINIMO (WS-SUC-SUB) IS EQUAL ZEROS
                   MOVE 'SIN LIMITES CARGADOS' TO WS-LTE-ACCION
              WHEN WS-TSU-MAXIMO (WS-SUC-SUB) > ZEROS
               AND WS-POSICION > WS-TSU-MAXIMO (WS-SUC-SUB)
                   SET TRA-RETIRO TO TRUE
                   COMPUTE TRA-IMPORTE = WS-POSICION
                                       - WS-TSU-MAXIMO (WS-SUC-SUB)
                   MOVE WS-TSU-MAXIMO (WS-SUC-SUB) TO TRA-LIMITE
                   MOVE 'RETIRO SOLICITADO'    TO WS-LTE-ACCION
                   MOVE TRA-IMPORTE            TO WS-LTE-IMPORTE
                   ADD 1 TO WS-CANT-RETIROS
                   PERFORM 5400-GRABAR-TRASLADO THRU
                           F-5400-GRABAR-TRASLADO
              WHEN WS-POSICION < WS-TSU-MINIMO (WS-SUC-SUB)
                   SET TRA-ENVIO TO TRUE
                   COMPUTE TRA-IMPORTE = WS-TSU-MINIMO (WS-SUC-SUB)
                                       - WS-POSICION
                   MOVE WS-TSU-MINIMO (WS-SUC-SUB) TO TRA-LIMITE
                   MOVE 'ENVIO SOLICITADO'     TO WS-LTE-ACCION
                   MOVE TRA-IMPORTE            TO WS-LTE-IMPORTE
                   ADD 1 TO WS-CANT-ENVIOS
                   PERFORM 5400-GRABAR-TRASLADO THRU
                           F-5400-GRABAR-TRASLADO
              WHEN OTHER
                   MOVE 'DENTRO DE LIMITES'    TO WS-LTE-ACCION
           END-EVALUATE

           WRITE REG-SALIDA FROM WS-LIN-TESORO.

       F-5300-CONTROL-TESORO. EXIT.
      **************************************************************
       5400-GRABAR-TRASLADO.

           WRITE REG-TRASLA FROM WS-REG-TRASLA

           IF FS-TRASLA IS NOT EQUAL '00'
              DISPLAY '* ERROR EN WRITE TRASLADOS = ' FS-TRASLA
              MOVE 9999 TO RETURN-CODE
           END-IF.

       F-5400-GRABAR-TRASLADO. EXIT.
      **************************************************************
       9999-FINAL.

           IF RETURN-CODE NOT EQUAL 9999
              CLOSE CAJMOV TRASLADOS RECHAZOS SALIDA
           END-IF.

           DISPLAY '**************************************************'
           DISPLAY '* FECHA DE NEGOCIO           : ' WS-FECHA-NEGOCIO-R
           DISPLAY '* TRASLADOS PARA EL DIA      : ' WS-FECHA-SIGUIENTE
           DISPLAY '* MOVIMIENTOS LEIDOS         : ' WS-MOV-LEIDOS
           DISPLAY '* MOVIMIENTOS DE OTRA FECHA  : ' WS-MOV-OTRA-FECHA
           DISPLAY '* MOVIMIENTOS IMPUTADOS      : ' WS-MOV-IMPUTADOS
           DISPLAY '* MOVIMIENTOS RECHAZADOS     : ' WS-MOV-RECHAZADOS
           DISPLAY '* ARQUEOS DECLARADOS         : ' WS-ARQ-LEIDOS
           DISPLAY '* CAJAS CON SOBRANTE         : ' WS-CAJAS-SOBRANTE
           DISPLAY '* CAJAS CON FALTANTE         : ' WS-CAJAS-FALTANTE
           DISPLAY '* CAJAS SIN ARQUEO           : '
                   WS-CAJAS-SIN-ARQUEO
           DISPLAY '* RETIROS DE TESORO PEDIDOS  : ' WS-CANT-RETIROS
           DISPLAY '* ENVIOS A TESORO PEDIDOS    : ' WS-CANT-ENVIOS
           DISPLAY '**************************************************'.

       F-9999-FINAL. EXIT.
