       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMRACBF.
       AUTHOR.    FEDERICO FALCON.
      **************************************************************
      *  REACTIVACION DE CUENTAS INACTIVAS. UNA CUENTA SIN         *
      *  MOVIMIENTO DURANTE MESES QUE DE GOLPE RECIBE O ENVIA UN   *
      *  IMPORTE GRANDE ES UN PATRON CLASICO DE FRAUDE QUE LA      *
      *  VIGILANCIA PGMVGCBF NO VE, PORQUE SOLO MIRA UMBRALES Y    *
      *  FRACCIONAMIENTO DENTRO DE LA NOCHE. ESTE PASO:            *
      *    - ACUMULA POR CUENTA LOS DEBITOS Y LOS CREDITOS DE LA   *
      *      NOCHE (DDMOVIM, LAYOUT MOVIMCC)                       *
      *    - TOMA LA ULTIMA ACTIVIDAD DE CADA CUENTA DEL MAESTRO   *
      *      DE ULTIMO MOVIMIENTO DDULTMOV (CPULTMOV) Y, SI LA     *
      *      CUENTA NO FIGURA, DEL ULTIMO CAMBIO DE SALDO EN EL    *
      *      HISTORICO DIARIO DDHISSAL (CPHISSAL)                  *
      *    - SI LA CUENTA ESTUVO INACTIVA MAS DE LOS MESES DE LA   *
      *      TARJETA DDCTRL Y LOS DEBITOS O LOS CREDITOS DE LA     *
      *      NOCHE SUPERAN EL UMBRAL DE REACTIVACION, GRABA LA     *
      *      ALERTA EN LA COLA DE CUMPLIMIENTO DDALECUM (CPALECUM) *
      *      CON EL PERIODO INACTIVO, EL IMPORTE Y EL SENTIDO, Y   *
      *      LA LISTA EN DDSALI                                    *
      *    - DEJA EN DDULTMOV LA FECHA DE NEGOCIO COMO ULTIMO      *
      *      MOVIMIENTO DE TODA CUENTA QUE MOVIO                   *
      *  LOS DIAS INACTIVA SIGUEN LA CONVENCION 30/360 DE LA       *
      *  SUITE. UNA CUENTA SIN ACTIVIDAD PREVIA CONOCIDA NO SE     *
      *  ALERTA: SOLO ENTRA AL MAESTRO. UN CONTRA-ASIENTO          *
      *  (PGMCOCBF) NO ES ACTIVIDAD DE LA CUENTA Y NO SE CUENTA.   *
      *  EL MAESTRO LLEVA ADEMAS LA FECHA DEL ULTIMO MOVIMIENTO    *
      *  ORDENADO POR EL CLIENTE (SUCURSAL, CHEQUE LIBRADO,        *
      *  DEPOSITO DE CHEQUE, TRANSFERENCIA ENVIADA U OPERACION DE  *
      *  CAMBIO), QUE USA LA DETECCION ANUAL DE SALDOS             *
      *  INMOVILIZADOS PGMSRCBF.                                   *
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

            SELECT ULTMOV ASSIGN TO DDULTMOV
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS MAE-UMV-CLAVE
                 FILE STATUS IS FS-ULTMOV.

            SELECT HISTSAL ASSIGN TO DDHISSAL
                 FILE STATUS IS FS-HISTSAL.

            SELECT TARJETA ASSIGN TO DDCTRL
                 FILE STATUS IS FS-TARJETA.

            SELECT FECHAPRO ASSIGN TO DDFECPRO
                 FILE STATUS IS FS-FECHAPRO.

            SELECT ALERTAS ASSIGN TO DDALECUM
                 FILE STATUS IS FS-ALERTAS.

            SELECT SALIDA ASSIGN TO DDSALI
                 FILE STATUS IS FS-SALIDA.
      **************************************************************
       I-O-CONTROL.

       DATA DIVISION.
       FILE SECTION.
       FD   MOVIMI
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01   REG-MOVIMI              PIC X(80).
      **************************************************************
       FD   ULTMOV.

       01   REG-ULTMOV.
           03  MAE-UMV-CLAVE        PIC X(10).
           03  FILLER               PIC X(30).
      **************************************************************
       FD   HISTSAL
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01   REG-HISTSAL             PIC X(40).
      **************************************************************
      *    MESES DE INACTIVIDAD E IMPORTE DE REACTIVACION; EN CERO
      *    RIGE EL DEL PROGRAMA.
       FD   TARJETA
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01   REG-TARJETA.
           05  CTL-MESES            PIC 9(03).
           05  CTL-UMBRAL           PIC 9(07)V99.
           05  FILLER               PIC X(68).
      **************************************************************
       FD   FECHAPRO
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01   REG-FECHAPRO.
           05  FPR-FECHA            PIC 9(08).
           05  FILLER               PIC X(72).
      **************************************************************
       FD   ALERTAS
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01   REG-ALERTAS             PIC X(80).
      **************************************************************
       FD   SALIDA
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01   REG-SALIDA              PIC X(80).
      **************************************************************
       WORKING-STORAGE SECTION.
       77  FILLER        PIC X(26) VALUE '* INICIO WORKING-STORAGE *'.

      ***********************FILE STATUS****************************
       77  FS-MOVIMI       PIC XX    VALUE SPACES.
           88  FS-MOVIMI-FIN         VALUE '10'.

       77  FS-ULTMOV       PIC XX    VALUE SPACES.
       77  FS-HISTSAL      PIC XX    VALUE SPACES.
           88  FS-HISTSAL-FIN        VALUE '10'.
       77  FS-TARJETA      PIC XX    VALUE SPACES.
       77  FS-FECHAPRO     PIC XX    VALUE SPACES.
       77  FS-ALERTAS      PIC XX    VALUE SPACES.
       77  FS-SALIDA       PIC XX    VALUE SPACES.

           COPY MOVIMCC.

           COPY CPULTMOV.

           COPY CPHISSAL.

           COPY CPALECUM.

           COPY CPFECPRO.

           COPY CPTIPMOV.

      *****************PARAMETROS DE LA TARJETA************************
       77  WS-MESES-INACTIVA PIC 9(03)          VALUE 12.
       77  WS-UMBRAL         PIC 9(07)V99       VALUE 50000.
       77  WS-DIAS-LIMITE    PIC 9(05)          VALUE ZEROS.

      *****************CUENTAS QUE MUEVEN ESTA NOCHE*******************
      *    FUENTE DE LA ULTIMA ACTIVIDAD: 'M' MAESTRO DDULTMOV,
      *    'H' HISTORICO DDHISSAL, BLANCO SIN ACTIVIDAD CONOCIDA.
      *    VISTA-HIS MARCA QUE LA CUENTA YA APARECIO EN EL HISTORICO
      *    Y SALDO-HIS GUARDA SU ULTIMO SALDO DE CIERRE LEIDO.
      *    FEC-CLI ES EL ULTIMO MOVIMIENTO DEL CLIENTE SEGUN EL
      *    MAESTRO Y CLIENTE MARCA QUE ESTA NOCHE HUBO UNO.
       77  WS-RAC-CONT     PIC 9(04) USAGE COMP VALUE ZEROS.
       77  WS-RAC-SUB      PIC 9(04) USAGE COMP VALUE ZEROS.
       77  WS-RAC-IDX      PIC 9(04) USAGE COMP VALUE ZEROS.
       01  WS-TABLA-RAC.
           03  WS-RAC      OCCURS 5000 TIMES.
               05  WS-RAC-TIPCUEN   PIC 9(02).
               05  WS-RAC-NROCUEN   PIC 9(08).
               05  WS-RAC-DEBITOS   PIC S9(09)V99 COMP-3.
               05  WS-RAC-CREDITOS  PIC S9(09)V99 COMP-3.
               05  WS-RAC-CANT-DB   PIC 9(03).
               05  WS-RAC-CANT-CR   PIC 9(03).
               05  WS-RAC-FEC-ULT   PIC 9(08).
               05  WS-RAC-FUENTE    PIC X(01).
               05  WS-RAC-EN-MAESTRO PIC X(01).
               05  WS-RAC-VISTA-HIS PIC X(01).
               05  WS-RAC-SALDO-HIS PIC S9(09)V99 COMP-3.
               05  WS-RAC-FEC-CLI   PIC 9(08).
               05  WS-RAC-CLIENTE   PIC X(01).

       77  WS-CANT-SIN-MAESTRO PIC 9(05)        VALUE ZEROS.
       77  WS-IMPORTE-ABS  PIC 9(07)V99         VALUE ZEROS.

      *****************DIAS INACTIVA (30/360)**************************
      *    MISMA APROXIMACION COMERCIAL QUE LA CLASIFICACION DE
      *    DEUDORES PGMDECBF: ANIO DE 360 DIAS Y MES DE 30.
       77  WS-DIAS-PROC    PIC 9(07)  VALUE ZEROS.
       77  WS-DIAS-INACTIVA PIC 9(05) VALUE ZEROS.
       77  WS-MESES-CALC   PIC 9(03)  VALUE ZEROS.
       01  WS-FECHA-CONV.
           05  WS-FC-ANIO           PIC 9(04).
           05  WS-FC-MES            PIC 9(02).
           05  WS-FC-DIA            PIC 9(02).
       01  WS-FECHA-CONV-R REDEFINES WS-FECHA-CONV
                                    PIC 9(08).
       77  WS-DIAS-CONV    PIC 9(07)  VALUE ZEROS.

      *****************ALERTA EN CURSO*********************************
       77  WS-ALE-DBCR     PIC X(01)            VALUE SPACES.
       77  WS-ALE-IMPORTE  PIC S9(09)V99 COMP-3 VALUE ZEROS.
       77  WS-ALE-CANT     PIC 9(03)            VALUE ZEROS.

      *********************CONTADORES*******************************
       77  WS-CANT-LEIDOS             PIC 9(07)   VALUE ZEROES.
       77  WS-CANT-CUENTAS            PIC 9(05)   VALUE ZEROES.
       77  WS-CANT-DE-HISTORICO       PIC 9(05)   VALUE ZEROES.
       77  WS-CANT-SIN-ACTIVIDAD      PIC 9(05)   VALUE ZEROES.
       77  WS-CANT-ALERTAS            PIC 9(05)   VALUE ZEROES.
       77  WS-CANT-ALTAS-MAE          PIC 9(05)   VALUE ZEROES.
       77  WS-CANT-CONTRAASIENTOS     PIC 9(05)   VALUE ZEROES.
       77  WS-CANT-MOV-CLIENTE        PIC 9(05)   VALUE ZEROES.

      *****************LINEAS DEL REPORTE******************************
       01  WS-LIN-TITULO.
           05  FILLER               PIC X(43)   VALUE
           ' REACTIVACION DE CUENTAS INACTIVAS - FECHA '.
           05  WS-LT-FECHA          PIC 9(08).
           05  FILLER               PIC X(29)   VALUE SPACES.

       01  WS-LIN-ALERTA.
           05  FILLER               PIC X(08)   VALUE ' CUENTA '.
           05  WS-LA-TIPCUEN        PIC 9(02).
           05  FILLER               PIC X(01)   VALUE '-'.
           05  WS-LA-NROCUEN        PIC 9(08).
           05  FILLER               PIC X(11)   VALUE ' ULT.ACTIV '.
           05  WS-LA-FEC-ULT        PIC 9(08).
           05  FILLER               PIC X(07)   VALUE ' MESES '.
           05  WS-LA-MESES          PIC ZZ9.
           05  FILLER               PIC X(01)   VALUE SPACE.
           05  WS-LA-DBCR           PIC X(01).
           05  FILLER               PIC X(09)   VALUE ' IMPORTE '.
           05  WS-LA-IMPORTE        PIC ZZZZZZZZ9,99.
           05  FILLER               PIC X(01)   VALUE SPACE.
           05  WS-LA-FUENTE         PIC X(08).
      ******************************************************************
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

           IF RETURN-CODE NOT EQUAL 9999
              PERFORM 3000-ULTIMA-ACTIVIDAD
                      THRU F-3000-ULTIMA-ACTIVIDAD
              PERFORM 4000-HISTORICO THRU F-4000-HISTORICO
              PERFORM 5000-EVALUAR   THRU F-5000-EVALUAR
                      VARYING WS-RAC-SUB FROM 1 BY 1
                      UNTIL WS-RAC-SUB > WS-RAC-CONT
                         OR RETURN-CODE IS EQUAL 9999
           END-IF.

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

           OPEN I-O    ULTMOV.

           IF FS-ULTMOV IS EQUAL '35'
              OPEN OUTPUT ULTMOV
              CLOSE ULTMOV
              OPEN I-O ULTMOV
           END-IF

           IF FS-ULTMOV IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN ULTMOV    = ' FS-ULTMOV
              MOVE 9999 TO RETURN-CODE
              SET  FS-MOVIMI-FIN TO TRUE
           END-IF

           OPEN OUTPUT ALERTAS.

           IF FS-ALERTAS IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN ALERTAS   = ' FS-ALERTAS
              MOVE 9999 TO RETURN-CODE
              SET  FS-MOVIMI-FIN TO TRUE
           END-IF

           OPEN OUTPUT SALIDA.

           IF FS-SALIDA IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN SALIDA    = ' FS-SALIDA
              MOVE 9999 TO RETURN-CODE
              SET  FS-MOVIMI-FIN TO TRUE
           END-IF

           PERFORM 1100-LEER-FECHA      THRU F-1100-LEER-FECHA.
           PERFORM 1200-LEER-TARJETA    THRU F-1200-LEER-TARJETA.

           MOVE WS-FECHA-NEGOCIO TO WS-FECHA-CONV
           PERFORM 7000-FECHA-A-DIAS THRU F-7000-FECHA-A-DIAS
           MOVE WS-DIAS-CONV TO WS-DIAS-PROC

           COMPUTE WS-DIAS-LIMITE = WS-MESES-INACTIVA * 30

           IF RETURN-CODE NOT EQUAL 9999
              MOVE WS-FECHA-NEGOCIO-R TO WS-LT-FECHA
              WRITE REG-SALIDA FROM WS-LIN-TITULO
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
       1200-LEER-TARJETA.

           OPEN INPUT  TARJETA.
           IF FS-TARJETA IS EQUAL '00'
              READ TARJETA
                 AT END
                    DISPLAY '* TARJETA VACIA, RIGEN PARAMETROS '
                            'DEL PROGRAMA'
                 NOT AT END
                    IF CTL-MESES IS NUMERIC
                       AND CTL-MESES IS NOT EQUAL ZEROS
                       MOVE CTL-MESES TO WS-MESES-INACTIVA
                    END-IF
                    IF CTL-UMBRAL IS NUMERIC
                       AND CTL-UMBRAL IS NOT EQUAL ZEROS
                       MOVE CTL-UMBRAL TO WS-UMBRAL
                    END-IF
              END-READ
              CLOSE TARJETA
           ELSE
              DISPLAY '* SIN TARJETA, RIGEN PARAMETROS DEL PROGRAMA'
           END-IF.

       F-1200-LEER-TARJETA. EXIT.
      **************************************************************
       2000-PROCESO.

           READ MOVIMI INTO WS-REG-MOVIMI

           EVALUATE FS-MOVIMI
             WHEN '00'
                  ADD 1 TO WS-CANT-LEIDOS
                  PERFORM 2100-ACUMULAR THRU F-2100-ACUMULAR

              WHEN '10'
                CONTINUE

              WHEN OTHER
              DISPLAY '* ERROR EN LECTURA DE MOVIMI ' FS-MOVIMI
              MOVE 9999 TO RETURN-CODE
              SET FS-MOVIMI-FIN TO TRUE

           END-EVALUATE.

       F-2000-PROCESO. EXIT.
      **************************************************************
       2100-ACUMULAR.
      *    LOS DEBITOS Y LOS CREDITOS SE ACUMULAN POR SEPARADO: UNA
      *    CUENTA QUE RECIBE Y ENVIA LO MISMO EN LA NOCHE TAMBIEN
      *    ES UNA REACTIVACION A MIRAR.
           IF WS-MOV-REV-FECHA IS NUMERIC
              AND WS-MOV-REV-FECHA IS NOT EQUAL ZEROS
              ADD 1 TO WS-CANT-CONTRAASIENTOS
              GO TO F-2100-ACUMULAR
           END-IF

           MOVE ZEROS TO WS-RAC-IDX

           PERFORM VARYING WS-RAC-SUB FROM 1 BY 1
                   UNTIL WS-RAC-SUB > WS-RAC-CONT
               IF WS-RAC-TIPCUEN (WS-RAC-SUB) IS EQUAL WS-MOV-TIPO
                  AND WS-RAC-NROCUEN (WS-RAC-SUB) IS EQUAL
                      WS-MOV-CUENTA
                  MOVE WS-RAC-SUB TO WS-RAC-IDX
               END-IF
           END-PERFORM

           IF WS-RAC-IDX IS EQUAL ZEROS
              IF WS-RAC-CONT NOT LESS 5000
                 DISPLAY '* ATENCION: TABLA DE CUENTAS LLENA (5000)'
                 MOVE 9999 TO RETURN-CODE
                 SET FS-MOVIMI-FIN TO TRUE
                 GO TO F-2100-ACUMULAR
              END-IF
              ADD 1 TO WS-RAC-CONT
              MOVE WS-RAC-CONT   TO WS-RAC-IDX
              MOVE WS-MOV-TIPO   TO WS-RAC-TIPCUEN  (WS-RAC-IDX)
              MOVE WS-MOV-CUENTA TO WS-RAC-NROCUEN  (WS-RAC-IDX)
              MOVE ZEROS         TO WS-RAC-DEBITOS  (WS-RAC-IDX)
                                    WS-RAC-CREDITOS (WS-RAC-IDX)
                                    WS-RAC-CANT-DB  (WS-RAC-IDX)
                                    WS-RAC-CANT-CR  (WS-RAC-IDX)
                                    WS-RAC-FEC-ULT  (WS-RAC-IDX)
                                    WS-RAC-SALDO-HIS (WS-RAC-IDX)
                                    WS-RAC-FEC-CLI  (WS-RAC-IDX)
              MOVE SPACES        TO WS-RAC-FUENTE   (WS-RAC-IDX)
              MOVE 'N'           TO WS-RAC-EN-MAESTRO (WS-RAC-IDX)
                                    WS-RAC-VISTA-HIS  (WS-RAC-IDX)
                                    WS-RAC-CLIENTE    (WS-RAC-IDX)
           END-IF

      *    MOVIMIENTO ORDENADO POR EL TITULAR: LOS DE SUCURSAL (TIPO
      *    EN BLANCO, CERO O 01 A 09), EL CHEQUE LIBRADO, EL DEPOSITO
      *    DE CHEQUE, LA TRANSFERENCIA ENVIADA Y LA OPERACION DE
      *    CAMBIO. LOS QUE ORIGINA EL BANCO O UN TERCERO NO CUENTAN.
           IF WS-MOV-TIPMOV IS NOT NUMERIC
              OR WS-MOV-TIPMOV IS LESS 10
              OR WS-MOV-TIPMOV IS EQUAL TMV-CHEQUE
              OR WS-MOV-TIPMOV IS EQUAL TMV-DEP-CHEQUE
              OR WS-MOV-TIPMOV IS EQUAL TMV-TRANSF-ENVIADA
              OR WS-MOV-TIPMOV IS EQUAL TMV-OPER-CAMBIO
              MOVE 'S' TO WS-RAC-CLIENTE (WS-RAC-IDX)
           END-IF

           IF WS-MOV-IMPORTE IS LESS THAN ZERO
              COMPUTE WS-IMPORTE-ABS = ZERO - WS-MOV-IMPORTE
           ELSE
              MOVE WS-MOV-IMPORTE TO WS-IMPORTE-ABS
           END-IF

           IF WS-MOV-DBCR IS EQUAL 'D'
              ADD WS-IMPORTE-ABS TO WS-RAC-DEBITOS (WS-RAC-IDX)
              IF WS-RAC-CANT-DB (WS-RAC-IDX) < 999
                 ADD 1 TO WS-RAC-CANT-DB (WS-RAC-IDX)
              END-IF
           ELSE
              ADD WS-IMPORTE-ABS TO WS-RAC-CREDITOS (WS-RAC-IDX)
              IF WS-RAC-CANT-CR (WS-RAC-IDX) < 999
                 ADD 1 TO WS-RAC-CANT-CR (WS-RAC-IDX)
              END-IF
           END-IF.

       F-2100-ACUMULAR. EXIT.
      **************************************************************
       3000-ULTIMA-ACTIVIDAD.
      *    SI EL ULTIMO MOVIMIENTO DEL MAESTRO YA ES DE HOY LA NOCHE
      *    SE ESTA REPROCESANDO Y VALE LA FECHA ANTERIOR.
           MOVE WS-RAC-CONT TO WS-CANT-CUENTAS

           PERFORM VARYING WS-RAC-SUB FROM 1 BY 1
                   UNTIL WS-RAC-SUB > WS-RAC-CONT
               MOVE WS-RAC-TIPCUEN (WS-RAC-SUB) TO UMV-TIPCUEN
               MOVE WS-RAC-NROCUEN (WS-RAC-SUB) TO UMV-NROCUEN
               MOVE UMV-CLAVE TO MAE-UMV-CLAVE
               READ ULTMOV INTO WS-REG-ULTMOV
                  INVALID KEY
                     ADD 1 TO WS-CANT-SIN-MAESTRO
                  NOT INVALID KEY
                     MOVE 'S' TO WS-RAC-EN-MAESTRO (WS-RAC-SUB)
                     IF UMV-FEC-ULT-CLIENTE IS NUMERIC
                        MOVE UMV-FEC-ULT-CLIENTE TO
                             WS-RAC-FEC-CLI (WS-RAC-SUB)
                     END-IF
                     IF UMV-FEC-ULT-MOV IS NOT LESS
                        WS-FECHA-NEGOCIO-R
                        MOVE UMV-FEC-ANTERIOR TO
                             WS-RAC-FEC-ULT (WS-RAC-SUB)
                     ELSE
                        MOVE UMV-FEC-ULT-MOV  TO
                             WS-RAC-FEC-ULT (WS-RAC-SUB)
                     END-IF
                     IF WS-RAC-FEC-ULT (WS-RAC-SUB) IS NOT EQUAL
                        ZEROS
                        MOVE 'M' TO WS-RAC-FUENTE (WS-RAC-SUB)
                     END-IF
               END-READ
           END-PERFORM.

       F-3000-ULTIMA-ACTIVIDAD. EXIT.
      **************************************************************
       4000-HISTORICO.
      *    LAS CUENTAS QUE TODAVIA NO ESTAN EN EL MAESTRO TOMAN COMO
      *    ULTIMA ACTIVIDAD EL ULTIMO DIA EN QUE CAMBIO SU SALDO DE
      *    CIERRE ANTES DE HOY (EL PRIMER DIA QUE APARECE CUENTA
      *    COMO ACTIVIDAD). SIN HISTORICO QUEDAN SIN ACTIVIDAD
      *    CONOCIDA Y NO SE ALERTAN.
           IF WS-CANT-SIN-MAESTRO IS EQUAL ZEROS
              GO TO F-4000-HISTORICO
           END-IF

           OPEN INPUT HISTSAL

           IF FS-HISTSAL IS NOT EQUAL '00'
              DISPLAY '* SIN HISTORICO DE SALDOS  = ' FS-HISTSAL
              GO TO F-4000-HISTORICO
           END-IF

           PERFORM 4100-LEER-HISTORICO THRU F-4100-LEER-HISTORICO
                   UNTIL FS-HISTSAL-FIN

           CLOSE HISTSAL.

       F-4000-HISTORICO. EXIT.
      **************************************************************
       4100-LEER-HISTORICO.

           READ HISTSAL INTO WS-REG-HISSAL

           EVALUATE FS-HISTSAL
             WHEN '00'
                  IF HSA-FECHA IS LESS WS-FECHA-NEGOCIO-R
                     PERFORM 4200-SEGUIR-CUENTA
                             THRU F-4200-SEGUIR-CUENTA
                  END-IF

              WHEN '10'
                CONTINUE

              WHEN OTHER
              DISPLAY '* ERROR EN LECTURA HISTSAL  = ' FS-HISTSAL
              MOVE 9999 TO RETURN-CODE
              SET FS-HISTSAL-FIN TO TRUE

           END-EVALUATE.

       F-4100-LEER-HISTORICO. EXIT.
      **************************************************************
       4200-SEGUIR-CUENTA.

           MOVE ZEROS TO WS-RAC-IDX

           PERFORM VARYING WS-RAC-SUB FROM 1 BY 1
                   UNTIL WS-RAC-SUB > WS-RAC-CONT
               IF WS-RAC-TIPCUEN (WS-RAC-SUB) IS EQUAL HSA-TIPCUEN
                  AND WS-RAC-NROCUEN (WS-RAC-SUB) IS EQUAL
                      HSA-NROCUEN
                  MOVE WS-RAC-SUB TO WS-RAC-IDX
               END-IF
           END-PERFORM

           IF WS-RAC-IDX IS EQUAL ZEROS
              GO TO F-4200-SEGUIR-CUENTA
           END-IF

           IF WS-RAC-EN-MAESTRO (WS-RAC-IDX) IS EQUAL 'S'
              GO TO F-4200-SEGUIR-CUENTA
           END-IF

           IF WS-RAC-VISTA-HIS (WS-RAC-IDX) IS EQUAL 'N'
              OR HSA-SALDO IS NOT EQUAL WS-RAC-SALDO-HIS (WS-RAC-IDX)
              MOVE HSA-FECHA TO WS-RAC-FEC-ULT (WS-RAC-IDX)
              MOVE 'H'       TO WS-RAC-FUENTE  (WS-RAC-IDX)
           END-IF

           MOVE 'S'       TO WS-RAC-VISTA-HIS (WS-RAC-IDX)
           MOVE HSA-SALDO TO WS-RAC-SALDO-HIS (WS-RAC-IDX).

       F-4200-SEGUIR-CUENTA. EXIT.
      **************************************************************
       5000-EVALUAR.

           IF WS-RAC-FUENTE (WS-RAC-SUB) IS EQUAL 'H'
              ADD 1 TO WS-CANT-DE-HISTORICO
           END-IF

           IF WS-RAC-FEC-ULT (WS-RAC-SUB) IS EQUAL ZEROS
              ADD 1 TO WS-CANT-SIN-ACTIVIDAD
           ELSE
              PERFORM 5100-MEDIR-INACTIVIDAD
                      THRU F-5100-MEDIR-INACTIVIDAD
           END-IF

           PERFORM 5300-ACTUALIZAR-MAESTRO
                   THRU F-5300-ACTUALIZAR-MAESTRO.

       F-5000-EVALUAR. EXIT.
      **************************************************************
       5100-MEDIR-INACTIVIDAD.

           MOVE WS-RAC-FEC-ULT (WS-RAC-SUB) TO WS-FECHA-CONV-R
           PERFORM 7000-FECHA-A-DIAS THRU F-7000-FECHA-A-DIAS

           IF WS-DIAS-CONV IS NOT LESS WS-DIAS-PROC
              GO TO F-5100-MEDIR-INACTIVIDAD
           END-IF

           COMPUTE WS-DIAS-INACTIVA = WS-DIAS-PROC - WS-DIAS-CONV

           IF WS-DIAS-INACTIVA IS NOT GREATER WS-DIAS-LIMITE
              GO TO F-5100-MEDIR-INACTIVIDAD
           END-IF

           DIVIDE WS-DIAS-INACTIVA BY 30 GIVING WS-MESES-CALC

           IF WS-RAC-DEBITOS (WS-RAC-SUB) IS GREATER WS-UMBRAL
              MOVE 'D'                         TO WS-ALE-DBCR
              MOVE WS-RAC-DEBITOS (WS-RAC-SUB) TO WS-ALE-IMPORTE
              MOVE WS-RAC-CANT-DB (WS-RAC-SUB) TO WS-ALE-CANT
              PERFORM 5200-GRABAR-ALERTA THRU F-5200-GRABAR-ALERTA
           END-IF

           IF WS-RAC-CREDITOS (WS-RAC-SUB) IS GREATER WS-UMBRAL
              MOVE 'C'                          TO WS-ALE-DBCR
              MOVE WS-RAC-CREDITOS (WS-RAC-SUB) TO WS-ALE-IMPORTE
              MOVE WS-RAC-CANT-CR (WS-RAC-SUB)  TO WS-ALE-CANT
              PERFORM 5200-GRABAR-ALERTA THRU F-5200-GRABAR-ALERTA
           END-IF.

       F-5100-MEDIR-INACTIVIDAD. EXIT.
      **************************************************************
       5200-GRABAR-ALERTA.

           MOVE SPACES                      TO WS-REG-ALECUM
           MOVE WS-FECHA-NEGOCIO-R          TO ALE-FECHA
           MOVE 'PGMRACBF'                  TO ALE-ORIGEN
           SET  ALE-REACTIVACION            TO TRUE
           MOVE WS-RAC-TIPCUEN (WS-RAC-SUB) TO ALE-TIPCUEN
           MOVE WS-RAC-NROCUEN (WS-RAC-SUB) TO ALE-NROCUEN
           MOVE WS-RAC-FEC-ULT (WS-RAC-SUB) TO ALE-FEC-ULT-ACT
           MOVE WS-DIAS-INACTIVA            TO ALE-DIAS-INACTIVA
           MOVE WS-MESES-CALC               TO ALE-MESES-INACTIVA
           MOVE WS-ALE-IMPORTE              TO ALE-IMPORTE
           MOVE WS-ALE-DBCR                 TO ALE-DBCR
           MOVE WS-ALE-CANT                 TO ALE-CANT-MOVS
           MOVE WS-RAC-FUENTE (WS-RAC-SUB)  TO ALE-FUENTE

           WRITE REG-ALERTAS FROM WS-REG-ALECUM

           IF FS-ALERTAS IS NOT EQUAL '00'
              DISPLAY '* ERROR EN WRITE ALERTAS  = ' FS-ALERTAS
              MOVE 9999 TO RETURN-CODE
              GO TO F-5200-GRABAR-ALERTA
           END-IF

           ADD 1 TO WS-CANT-ALERTAS

           MOVE WS-RAC-TIPCUEN (WS-RAC-SUB) TO WS-LA-TIPCUEN
           MOVE WS-RAC-NROCUEN (WS-RAC-SUB) TO WS-LA-NROCUEN
           MOVE WS-RAC-FEC-ULT (WS-RAC-SUB) TO WS-LA-FEC-ULT
           MOVE WS-MESES-CALC               TO WS-LA-MESES
           MOVE WS-ALE-DBCR                 TO WS-LA-DBCR
           MOVE WS-ALE-IMPORTE              TO WS-LA-IMPORTE

           IF WS-RAC-FUENTE (WS-RAC-SUB) IS EQUAL 'M'
              MOVE 'MAESTRO '               TO WS-LA-FUENTE
           ELSE
              MOVE 'HISTORIC'               TO WS-LA-FUENTE
           END-IF

           WRITE REG-SALIDA FROM WS-LIN-ALERTA

           IF FS-SALIDA IS NOT EQUAL '00'
              DISPLAY '* ERROR EN WRITE SALIDA   = ' FS-SALIDA
              MOVE 9999 TO RETURN-CODE
           END-IF.

       F-5200-GRABAR-ALERTA. EXIT.
      **************************************************************
       5300-ACTUALIZAR-MAESTRO.

           MOVE SPACES                      TO WS-REG-ULTMOV
           MOVE WS-RAC-TIPCUEN (WS-RAC-SUB) TO UMV-TIPCUEN
           MOVE WS-RAC-NROCUEN (WS-RAC-SUB) TO UMV-NROCUEN
           MOVE WS-FECHA-NEGOCIO-R          TO UMV-FEC-ULT-MOV
           MOVE WS-RAC-FEC-ULT (WS-RAC-SUB) TO UMV-FEC-ANTERIOR

      *    SIN MOVIMIENTO DEL CLIENTE ESTA NOCHE SE CONSERVA EL QUE
      *    TRAIA EL MAESTRO.
           IF WS-RAC-CLIENTE (WS-RAC-SUB) IS EQUAL 'S'
              MOVE WS-FECHA-NEGOCIO-R          TO UMV-FEC-ULT-CLIENTE
              ADD 1 TO WS-CANT-MOV-CLIENTE
           ELSE
              MOVE WS-RAC-FEC-CLI (WS-RAC-SUB) TO UMV-FEC-ULT-CLIENTE
           END-IF

           IF WS-RAC-EN-MAESTRO (WS-RAC-SUB) IS EQUAL 'S'
              REWRITE REG-ULTMOV FROM WS-REG-ULTMOV
           ELSE
              WRITE REG-ULTMOV FROM WS-REG-ULTMOV
              ADD 1 TO WS-CANT-ALTAS-MAE
           END-IF

           IF FS-ULTMOV IS NOT EQUAL '00'
              DISPLAY '* ERROR EN GRABAR ULTMOV  = ' FS-ULTMOV
                      ' CUENTA ' UMV-CLAVE
              MOVE 9999 TO RETURN-CODE
           END-IF.

       F-5300-ACTUALIZAR-MAESTRO. EXIT.
      **************************************************************
       7000-FECHA-A-DIAS.
      *    CONVIERTE AAAAMMDD A DIAS 30/360 PARA LA INACTIVIDAD.
           COMPUTE WS-DIAS-CONV =
                   (WS-FC-ANIO * 360) + (WS-FC-MES * 30) + WS-FC-DIA.

       F-7000-FECHA-A-DIAS. EXIT.
      **************************************************************
       9999-FINAL.

           IF RETURN-CODE NOT EQUAL 9999
             CLOSE MOVIMI
                 IF FS-MOVIMI IS NOT EQUAL '00'
                  DISPLAY '* ERROR EN CLOSE MOVIMI   = '
                                            FS-MOVIMI
                  MOVE 9999 TO RETURN-CODE
                 END-IF

             CLOSE ULTMOV
                 IF FS-ULTMOV IS NOT EQUAL '00'
                  DISPLAY '* ERROR EN CLOSE ULTMOV   = '
                                            FS-ULTMOV
                  MOVE 9999 TO RETURN-CODE
                 END-IF

             CLOSE ALERTAS
                 IF FS-ALERTAS IS NOT EQUAL '00'
                  DISPLAY '* ERROR EN CLOSE ALERTAS  = '
                                            FS-ALERTAS
                  MOVE 9999 TO RETURN-CODE
                 END-IF

             CLOSE SALIDA
                 IF FS-SALIDA IS NOT EQUAL '00'
                  DISPLAY '* ERROR EN CLOSE SALIDA   = '
                                            FS-SALIDA
                  MOVE 9999 TO RETURN-CODE
                 END-IF

             DISPLAY '******************************'
             DISPLAY ' MOVIMIENTOS LEIDOS      :  ' WS-CANT-LEIDOS
             DISPLAY ' CONTRA-ASIENTOS EXCLUIDOS: '
                                               WS-CANT-CONTRAASIENTOS
             DISPLAY ' CUENTAS QUE MOVIERON    :  ' WS-CANT-CUENTAS
             DISPLAY ' ULT. ACTIV. DE HISTORICO:  '
                                               WS-CANT-DE-HISTORICO
             DISPLAY ' SIN ACTIVIDAD PREVIA    :  '
                                               WS-CANT-SIN-ACTIVIDAD
             DISPLAY ' ALTAS EN MAESTRO        :  ' WS-CANT-ALTAS-MAE
             DISPLAY ' CON MOVIMIENTO DEL CLIENTE: '
                                               WS-CANT-MOV-CLIENTE
             DISPLAY ' ALERTAS DE REACTIVACION :  ' WS-CANT-ALERTAS
             DISPLAY '******************************'

           END-IF.

       F-9999-FINAL.
           EXIT.
