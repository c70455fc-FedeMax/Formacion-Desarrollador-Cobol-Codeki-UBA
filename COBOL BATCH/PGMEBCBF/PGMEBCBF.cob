       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMEBCBF.
       AUTHOR.    FEDERICO FALCON.
      **************************************************************
      *  EMBARGOS Y TRABAS JUDICIALES.                             *
      *  LAS ORDENES DE LOS JUZGADOS LLEGABAN EN PAPEL A LEGALES   *
      *  Y NADA IMPEDIA PAGAR UN CHEQUE, DISPARAR UNA ORDEN        *
      *  PERMANENTE O LIQUIDAR UN CIERRE CON PLATA CONGELADA.      *
      *  ESTE PASO:                                                *
      *    - MANTIENE EL MAESTRO DE EMBARGOS DDEMBARG (LAYOUT      *
      *      CPEMBARG) CON LAS NOVEDADES DE LEGALES (DDNOVEMB):    *
      *      AL = ORDEN RECIBIDA, LV = LEVANTAMIENTO               *
      *    - RECORRE LAS ORDENES ACTIVAS DE CADA CUENTA POR        *
      *      ANTIGUEDAD CONTRA EL SALDO DE AYER (DDSALANT): LA     *
      *      TRABA PARCIAL (P) INMOVILIZA LO QUE EL SALDO CUBRE;   *
      *      EL EMBARGO TOTAL (T) TRANSFIERE LO QUE EL SALDO       *
      *      CUBRE A LA CUENTA DE DEPOSITOS JUDICIALES CON UN PAR  *
      *      DE MOVIMIENTOS MOVIMCC (DDMOVEMB) Y QUEDA CUMPLIDO    *
      *      (C) AL COMPLETAR EL IMPORTE. LA ORDEN RECIBIDA HOY    *
      *      SOLO SE TRANSFIERE DESDE LA NOCHE SIGUIENTE, CUANDO   *
      *      LOS PAGOS DE HOY YA ESTAN EN EL SALDO                 *
      *    - IMPRIME EL REPORTE DIARIO DE LEGALES (DDSALI) CON     *
      *      ORDENES RECIBIDAS, IMPORTES TRABADOS, IMPORTES        *
      *      TRANSFERIDOS Y ORDENES LEVANTADAS; LAS NOVEDADES      *
      *      INVALIDAS VAN A DDRECHA CON SU MOTIVO                 *
      *  LOS PASOS QUE VERIFICAN FONDOS (PGMCHCBF, PGMOGCBF,       *
      *  PGMPCCBF, PGMFJCBF, PGMCLCBF) LEEN EL MISMO MAESTRO Y     *
      *  DESCUENTAN LO RETENIDO DEL SALDO.                         *
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

            SELECT EMBARGOS ASSIGN TO DDEMBARG
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS MAE-EMB-CLAVE
                 FILE STATUS IS FS-EMBARGOS.

            SELECT NOVEDADES ASSIGN TO DDNOVEMB
                 FILE STATUS IS FS-NOVEDAD.

            SELECT SALDOS ASSIGN TO DDSALANT
                 FILE STATUS IS FS-SALDOS.

            SELECT RECHAZOS ASSIGN TO DDRECHA
                 FILE STATUS IS FS-RECHAZO.

            SELECT MOVEMB ASSIGN TO DDMOVEMB
                 FILE STATUS IS FS-MOVEMB.

            SELECT FECHAPRO ASSIGN TO DDFECPRO
                 FILE STATUS IS FS-FECHAPRO.

            SELECT SALIDA ASSIGN TO DDSALI
                 FILE STATUS IS FS-SALIDA.
      **************************************************************
       I-O-CONTROL.

       DATA DIVISION.
       FILE SECTION.
       FD   EMBARGOS.

       01   REG-EMBARGOS.
           03  MAE-EMB-CLAVE        PIC X(37).
           03  FILLER               PIC X(63).
      **************************************************************
       FD   NOVEDADES
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01   REG-NOVEDAD             PIC X(80).
      **************************************************************
       FD   SALDOS
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01   REG-SALDOS              PIC X(30).
      **************************************************************
       FD   RECHAZOS
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01   REG-RECHAZO.
           05  RCH-NOVEDAD          PIC X(80).
           05  RCH-MOTIVO           PIC X(30).
      **************************************************************
       FD   MOVEMB
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01   REG-MOVEMB              PIC X(80).
      **************************************************************
       FD   FECHAPRO
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01   REG-FECHAPRO.
           05  FPR-FECHA            PIC 9(08).
           05  FILLER               PIC X(72).
      **************************************************************
       FD   SALIDA
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01   REG-SALIDA              PIC X(80).
      **************************************************************
       WORKING-STORAGE SECTION.

       77  FILLER        PIC X(26) VALUE '* INICIO WORKING-STORAGE *'.
      **************************************************************

           COPY CPEMBARG.

           COPY CPSALDO.

           COPY MOVIMCC.

           COPY CPTIPMOV.

           COPY CPFECPRO.

       77  FS-EMBARGOS     PIC XX    VALUE SPACES.
           88  FS-EMBARGOS-FIN       VALUE '10'.

       77  FS-NOVEDAD      PIC XX    VALUE SPACES.
           88  FS-NOVEDAD-FIN        VALUE '10'.

       77  FS-SALDOS       PIC XX    VALUE SPACES.
       77  FS-RECHAZO      PIC XX    VALUE SPACES.
       77  FS-MOVEMB       PIC XX    VALUE SPACES.
       77  FS-FECHAPRO     PIC XX    VALUE SPACES.
       77  FS-SALIDA       PIC XX    VALUE SPACES.

      *********************CONTADORES*******************************
       77  WS-CANT-LEIDAS             PIC 9(05)   VALUE ZEROES.
       77  WS-CANT-ALTAS              PIC 9(05)   VALUE ZEROES.
       77  WS-CANT-LEVANTADAS         PIC 9(05)   VALUE ZEROES.
       77  WS-CANT-RECHAZADAS         PIC 9(05)   VALUE ZEROES.
       77  WS-CANT-ACTIVAS            PIC 9(05)   VALUE ZEROES.
       77  WS-CANT-TRANSFER           PIC 9(05)   VALUE ZEROES.
       77  WS-CANT-CUMPLIDAS          PIC 9(05)   VALUE ZEROES.
       77  WS-TOT-RECIBIDO    PIC S9(11)V99 COMP-3 VALUE ZEROS.
       77  WS-TOT-LEVANTADO   PIC S9(11)V99 COMP-3 VALUE ZEROS.
       77  WS-TOT-TRABADO     PIC S9(11)V99 COMP-3 VALUE ZEROS.
       77  WS-TOT-TRANSFER    PIC S9(11)V99 COMP-3 VALUE ZEROS.
       01  WS-TOT-EDIT                PIC -ZZZZZZZZZZZZ9,99.

      *****************CUENTA DE DEPOSITOS JUDICIALES*****************
       77  WS-JUDICIAL-TIPO  PIC 9(02)  VALUE 98.
       77  WS-JUDICIAL-CTA   PIC 9(08)  VALUE 99999998.

      *    TOPE DE UN MOVIMIENTO MOVIMCC; EL RESTO SE TRANSFIERE LA
      *    NOCHE SIGUIENTE.
       77  WS-TOPE-MOV       PIC 9(07)V99 VALUE 9999999,99.

      *****************NOVEDAD DE LEGALES******************************
       01  WS-REG-NOVEMB.
           05  NEM-ACCION           PIC X(02).
           05  NEM-CLAVE.
               10  NEM-TIPCUEN      PIC 9(02).
               10  NEM-NROCUEN      PIC 9(08).
               10  NEM-FEC-ORDEN    PIC 9(08).
               10  NEM-JUZGADO      PIC 9(04).
               10  NEM-EXPEDIENTE   PIC X(15).
           05  NEM-TIPO             PIC X(01).
           05  NEM-IMPORTE          PIC 9(09)V99.
           05  FILLER               PIC X(29).

      *****************SALDOS DE AYER PARA CUBRIR LAS ORDENES**********
      *    SE DESCUENTA LO RETENIDO POR CADA ORDEN, ASI LA ORDEN MAS
      *    NUEVA DE UNA CUENTA SOLO CUBRE LO QUE DEJAN LAS ANTERIORES.
       77  WS-SDO-CONT     PIC 9(04) USAGE COMP VALUE ZEROS.
       77  WS-SDO-SUB      PIC 9(04) USAGE COMP VALUE ZEROS.
       77  WS-SDO-IDX      PIC 9(04) USAGE COMP VALUE ZEROS.
       01  WS-TABLA-SALDOS.
           03  WS-SDO      OCCURS 5000 TIMES.
               05  WS-SDO-TIPCUEN   PIC 9(02).
               05  WS-SDO-NROCUEN   PIC 9(08).
               05  WS-SDO-SALDO     PIC S9(09)V99 COMP-3.

       77  WS-SALDO-CUENTA  PIC S9(09)V99 COMP-3 VALUE ZEROS.
       77  WS-RETENIDO      PIC S9(09)V99 COMP-3 VALUE ZEROS.
       77  WS-CUBIERTO      PIC S9(09)V99 COMP-3 VALUE ZEROS.
       01  WS-REFERENCIA    PIC X(08)     VALUE SPACES.

      *****************LINEAS DEL REPORTE DE LEGALES*******************
       01  WS-LIN-TITULO.
           05  FILLER               PIC X(01)   VALUE '1'.
           05  FILLER               PIC X(40)   VALUE
           ' EMBARGOS Y TRABAS JUDICIALES - FECHA : '.
           05  WS-LT-FECHA          PIC 9(08).
           05  FILLER               PIC X(31)   VALUE SPACES.

       01  WS-LIN-COLUMNAS.
           05  FILLER               PIC X(40)   VALUE
           ' NOVEDAD     CUENTA      JUZG EXPEDIENTE'.
           05  FILLER               PIC X(40)   VALUE
           '      T      IMPORTE        MONTO       '.

       01  WS-LIN-EMBARGO.
           05  FILLER               PIC X(01)   VALUE SPACE.
           05  WS-LE-ACCION         PIC X(11).
           05  FILLER               PIC X(01)   VALUE SPACE.
           05  WS-LE-TIPO           PIC 9(02).
           05  FILLER               PIC X(01)   VALUE '-'.
           05  WS-LE-CUENTA         PIC 9(08).
           05  FILLER               PIC X(01)   VALUE SPACE.
           05  WS-LE-JUZGADO        PIC 9(04).
           05  FILLER               PIC X(01)   VALUE SPACE.
           05  WS-LE-EXPEDIENTE     PIC X(15).
           05  FILLER               PIC X(01)   VALUE SPACE.
           05  WS-LE-CLASE          PIC X(01).
           05  FILLER               PIC X(01)   VALUE SPACE.
           05  WS-LE-IMPORTE        PIC ZZZZZZZZ9,99.
           05  FILLER               PIC X(01)   VALUE SPACE.
           05  WS-LE-MONTO          PIC ZZZZZZZZ9,99.
           05  FILLER               PIC X(07)   VALUE SPACES.

       01  WS-LIN-TOTAL.
           05  FILLER               PIC X(01)   VALUE SPACE.
           05  WS-LTO-TEXTO         PIC X(30).
           05  WS-LTO-CANT          PIC ZZZZ9.
           05  FILLER               PIC X(02)   VALUE SPACES.
           05  WS-LTO-IMPORTE       PIC -ZZZZZZZZZZZZ9,99.
           05  FILLER               PIC X(25)   VALUE SPACES.

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
                   UNTIL FS-NOVEDAD-FIN.

           IF RETURN-CODE NOT EQUAL 9999
              PERFORM 6000-RECORRER-ORDENES
                      THRU F-6000-RECORRER-ORDENES
           END-IF.

           PERFORM 9999-FINAL    THRU  F-9999-FINAL.

       F-MAIN-PROGRAM. GOBACK.

      **************************************
      *                                    *
      *  CUERPO INICIO APERTURA ARCHIVOS   *
      *                                    *
      **************************************
       1000-INICIO.

      *    SI EL MAESTRO TODAVIA NO EXISTE SE CREA VACIO Y SE
      *    REABRE I-O, COMO HACE PGMOMCBF CON EL DE ORDENES.
           OPEN I-O EMBARGOS.

           IF FS-EMBARGOS IS EQUAL '35'
              OPEN OUTPUT EMBARGOS
              CLOSE EMBARGOS
              OPEN I-O EMBARGOS
           END-IF

           IF FS-EMBARGOS IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN EMBARGOS  = ' FS-EMBARGOS
              MOVE 9999 TO RETURN-CODE
              SET  FS-NOVEDAD-FIN TO TRUE
           END-IF

           OPEN INPUT  NOVEDADES.

           IF FS-NOVEDAD IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN NOVEDADES = ' FS-NOVEDAD
              MOVE 9999 TO RETURN-CODE
              SET  FS-NOVEDAD-FIN TO TRUE
           END-IF

           OPEN OUTPUT RECHAZOS.

           IF FS-RECHAZO IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN RECHAZOS  = ' FS-RECHAZO
              MOVE 9999 TO RETURN-CODE
              SET  FS-NOVEDAD-FIN TO TRUE
           END-IF

           OPEN OUTPUT MOVEMB.

           IF FS-MOVEMB IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN MOVEMB    = ' FS-MOVEMB
              MOVE 9999 TO RETURN-CODE
              SET  FS-NOVEDAD-FIN TO TRUE
           END-IF

           OPEN OUTPUT SALIDA.

           IF FS-SALIDA IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN SALIDA    = ' FS-SALIDA
              MOVE 9999 TO RETURN-CODE
              SET  FS-NOVEDAD-FIN TO TRUE
           END-IF

           PERFORM 1100-LEER-FECHA    THRU F-1100-LEER-FECHA.
           PERFORM 1300-CARGAR-SALDOS THRU F-1300-CARGAR-SALDOS.

           IF RETURN-CODE NOT EQUAL 9999
              MOVE WS-FECHA-NEGOCIO-R TO WS-LT-FECHA
              WRITE REG-SALIDA FROM WS-LIN-TITULO
              WRITE REG-SALIDA FROM WS-LIN-COLUMNAS
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
       1300-CARGAR-SALDOS.
      *    SIN SALDOS DE AYER LAS ORDENES SE MANTIENEN PERO NO SE
      *    CUBRE NI TRANSFIERE NADA.
           OPEN INPUT SALDOS

           IF FS-SALDOS IS EQUAL '00'
              PERFORM UNTIL FS-SALDOS IS NOT EQUAL '00'
                 READ SALDOS INTO WS-REG-SALDO
                    AT END
                       MOVE '10' TO FS-SALDOS
                    NOT AT END
                       IF WS-SDO-CONT < 5000
                          ADD 1 TO WS-SDO-CONT
                          MOVE SAL-TIPCUEN TO
                               WS-SDO-TIPCUEN (WS-SDO-CONT)
                          MOVE SAL-NROCUEN TO
                               WS-SDO-NROCUEN (WS-SDO-CONT)
                          MOVE SAL-SALDO   TO
                               WS-SDO-SALDO   (WS-SDO-CONT)
                       ELSE
                          DISPLAY '* ATENCION: TABLA DE SALDOS '
                                  'LLENA (5000)'
                          MOVE '10' TO FS-SALDOS
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE SALDOS
           ELSE
              DISPLAY '* SIN SALDOS DE AYER, NO SE CUBREN ORDENES'
           END-IF.

       F-1300-CARGAR-SALDOS. EXIT.
      **************************************************************
       2000-PROCESO.

           READ NOVEDADES INTO WS-REG-NOVEMB

           EVALUATE FS-NOVEDAD
             WHEN '00'
                  ADD 1 TO WS-CANT-LEIDAS
                  EVALUATE NEM-ACCION
                      WHEN 'AL'
                           PERFORM 3000-ALTA THRU F-3000-ALTA
                      WHEN 'LV'
                           PERFORM 3100-LEVANTAR THRU F-3100-LEVANTAR
                      WHEN OTHER
                           MOVE 'ACCION NO RECONOCIDA' TO RCH-MOTIVO
                           PERFORM 4100-GRABAR-RECHAZO
                                   THRU F-4100-GRABAR-RECHAZO
                  END-EVALUATE

              WHEN '10'
                CONTINUE

              WHEN OTHER
              DISPLAY '* ERROR EN LECTURA NOVEDAD  = ' FS-NOVEDAD
              MOVE 9999 TO RETURN-CODE
              SET FS-NOVEDAD-FIN TO TRUE

           END-EVALUATE.

       F-2000-PROCESO. EXIT.
      **************************************************************
       3000-ALTA.

           IF NEM-TIPCUEN IS NOT NUMERIC
              OR NEM-NROCUEN IS NOT NUMERIC
              OR NEM-NROCUEN IS EQUAL ZEROS
              MOVE 'CUENTA INVALIDA' TO RCH-MOTIVO
              PERFORM 4100-GRABAR-RECHAZO THRU F-4100-GRABAR-RECHAZO
              GO TO F-3000-ALTA
           END-IF

           IF NEM-FEC-ORDEN IS NOT NUMERIC
              OR NEM-FEC-ORDEN IS EQUAL ZEROS
              OR NEM-JUZGADO IS NOT NUMERIC
              OR NEM-EXPEDIENTE IS EQUAL SPACES
              MOVE 'ORDEN SIN FECHA/JUZGADO/EXPTE' TO RCH-MOTIVO
              PERFORM 4100-GRABAR-RECHAZO THRU F-4100-GRABAR-RECHAZO
              GO TO F-3000-ALTA
           END-IF

           IF NEM-TIPO IS NOT EQUAL 'T' AND 'P'
              MOVE 'TIPO DE EMBARGO INVALIDO' TO RCH-MOTIVO
              PERFORM 4100-GRABAR-RECHAZO THRU F-4100-GRABAR-RECHAZO
              GO TO F-3000-ALTA
           END-IF

           IF NEM-IMPORTE IS NOT NUMERIC
              OR NEM-IMPORTE IS EQUAL ZEROS
              MOVE 'ORDEN SIN IMPORTE' TO RCH-MOTIVO
              PERFORM 4100-GRABAR-RECHAZO THRU F-4100-GRABAR-RECHAZO
              GO TO F-3000-ALTA
           END-IF

           MOVE SPACES             TO WS-REG-EMBARG
           MOVE NEM-CLAVE          TO EMB-CLAVE
           MOVE NEM-TIPO           TO EMB-TIPO
           MOVE NEM-IMPORTE        TO EMB-IMPORTE
           MOVE ZEROS              TO EMB-IMP-TRANSF
           MOVE ZEROS              TO EMB-ULT-TRANSF
           MOVE ZEROS              TO EMB-FEC-ULT-TRANSF
           MOVE 'A'                TO EMB-ESTADO
           MOVE WS-FECHA-NEGOCIO-R TO EMB-FEC-ALTA
           MOVE ZEROS              TO EMB-FEC-BAJA

           WRITE REG-EMBARGOS FROM WS-REG-EMBARG
              INVALID KEY
                 MOVE 'ORDEN YA REGISTRADA' TO RCH-MOTIVO
                 PERFORM 4100-GRABAR-RECHAZO
                         THRU F-4100-GRABAR-RECHAZO
              NOT INVALID KEY
                 ADD 1           TO WS-CANT-ALTAS
                 ADD EMB-IMPORTE TO WS-TOT-RECIBIDO
                 MOVE 'RECIBIDA   ' TO WS-LE-ACCION
                 MOVE EMB-IMPORTE   TO WS-LE-MONTO
                 PERFORM 5000-GRABAR-LINEA THRU F-5000-GRABAR-LINEA
           END-WRITE.

       F-3000-ALTA. EXIT.
      **************************************************************
       3100-LEVANTAR.
      *    LA NOVEDAD TRAE LA MISMA CLAVE DE LA ORDEN; SE LIBERA LO
      *    QUE TODAVIA ESTABA RETENIDO.
           MOVE NEM-CLAVE TO MAE-EMB-CLAVE

           READ EMBARGOS INTO WS-REG-EMBARG
              INVALID KEY
                 MOVE 'ORDEN INEXISTENTE' TO RCH-MOTIVO
                 PERFORM 4100-GRABAR-RECHAZO
                         THRU F-4100-GRABAR-RECHAZO
                 GO TO F-3100-LEVANTAR
           END-READ

           IF EMB-ESTADO IS NOT EQUAL 'A'
              MOVE 'ORDEN NO ACTIVA' TO RCH-MOTIVO
              PERFORM 4100-GRABAR-RECHAZO THRU F-4100-GRABAR-RECHAZO
              GO TO F-3100-LEVANTAR
           END-IF

           MOVE 'L'                TO EMB-ESTADO
           MOVE WS-FECHA-NEGOCIO-R TO EMB-FEC-BAJA

           REWRITE REG-EMBARGOS FROM WS-REG-EMBARG

           IF FS-EMBARGOS IS NOT EQUAL '00'
              DISPLAY '* ERROR EN REWRITE EMBARGOS = ' FS-EMBARGOS
              MOVE 9999 TO RETURN-CODE
              SET FS-NOVEDAD-FIN TO TRUE
           ELSE
              ADD 1 TO WS-CANT-LEVANTADAS
              COMPUTE WS-RETENIDO = EMB-IMPORTE - EMB-IMP-TRANSF
              ADD WS-RETENIDO TO WS-TOT-LEVANTADO
              MOVE 'LEVANTADA  ' TO WS-LE-ACCION
              MOVE WS-RETENIDO   TO WS-LE-MONTO
              PERFORM 5000-GRABAR-LINEA THRU F-5000-GRABAR-LINEA
           END-IF.

       F-3100-LEVANTAR. EXIT.
      **************************************************************
       4100-GRABAR-RECHAZO.

           ADD 1 TO WS-CANT-RECHAZADAS

           MOVE WS-REG-NOVEMB TO RCH-NOVEDAD
           WRITE REG-RECHAZO

           IF FS-RECHAZO IS NOT EQUAL '00'
              DISPLAY '* ERROR EN WRITE RECHAZOS = ' FS-RECHAZO
              MOVE 9999 TO RETURN-CODE
              SET FS-NOVEDAD-FIN TO TRUE
           END-IF.

       F-4100-GRABAR-RECHAZO. EXIT.
      **************************************************************
       5000-GRABAR-LINEA.
      *    EL LLAMADOR DEJA CARGADAS LA ACCION Y EL MONTO.
           MOVE EMB-TIPCUEN    TO WS-LE-TIPO
           MOVE EMB-NROCUEN    TO WS-LE-CUENTA
           MOVE EMB-JUZGADO    TO WS-LE-JUZGADO
           MOVE EMB-EXPEDIENTE TO WS-LE-EXPEDIENTE
           MOVE EMB-TIPO       TO WS-LE-CLASE
           MOVE EMB-IMPORTE    TO WS-LE-IMPORTE

           WRITE REG-SALIDA FROM WS-LIN-EMBARGO

           IF FS-SALIDA IS NOT EQUAL '00'
              DISPLAY '* ERROR EN WRITE SALIDA   = ' FS-SALIDA
              MOVE 9999 TO RETURN-CODE
              SET FS-NOVEDAD-FIN TO TRUE
           END-IF.

       F-5000-GRABAR-LINEA. EXIT.
      **************************************************************
       6000-RECORRER-ORDENES.
      *    BARRIDO COMPLETO DEL MAESTRO EN ORDEN DE CLAVE: CUENTA Y,
      *    DENTRO DE LA CUENTA, FECHA DE LA ORDEN.
           MOVE LOW-VALUES TO MAE-EMB-CLAVE

           START EMBARGOS KEY IS NOT LESS MAE-EMB-CLAVE
              INVALID KEY
                 SET FS-EMBARGOS-FIN TO TRUE
           END-START

           PERFORM UNTIL FS-EMBARGOS-FIN
              READ EMBARGOS NEXT INTO WS-REG-EMBARG
                 AT END
                    SET FS-EMBARGOS-FIN TO TRUE
                 NOT AT END
                    IF EMB-ESTADO IS EQUAL 'A'
                       PERFORM 6100-CUBRIR-ORDEN
                               THRU F-6100-CUBRIR-ORDEN
                    END-IF
              END-READ
              IF FS-EMBARGOS IS NOT EQUAL '00' AND '10'
                 DISPLAY '* ERROR EN LECTURA EMBARGOS = ' FS-EMBARGOS
                 MOVE 9999 TO RETURN-CODE
                 SET FS-EMBARGOS-FIN TO TRUE
              END-IF
           END-PERFORM.

       F-6000-RECORRER-ORDENES. EXIT.
      **************************************************************
       6100-CUBRIR-ORDEN.
      *    LO CUBIERTO ES LO QUE EL SALDO LIBRE DE LA CUENTA ALCANZA
      *    A RETENER; LA ORDEN RESERVA SIEMPRE SU RETENIDO COMPLETO
      *    FRENTE A LAS ORDENES MAS NUEVAS DE LA MISMA CUENTA.
           ADD 1 TO WS-CANT-ACTIVAS

           COMPUTE WS-RETENIDO = EMB-IMPORTE - EMB-IMP-TRANSF

           PERFORM 6200-BUSCAR-SALDO THRU F-6200-BUSCAR-SALDO

           MOVE ZEROS TO WS-CUBIERTO

           IF WS-SALDO-CUENTA IS GREATER THAN ZERO
              IF WS-SALDO-CUENTA IS LESS WS-RETENIDO
                 MOVE WS-SALDO-CUENTA TO WS-CUBIERTO
              ELSE
                 MOVE WS-RETENIDO     TO WS-CUBIERTO
              END-IF
           END-IF

           IF WS-SDO-IDX NOT EQUAL ZEROS
              SUBTRACT WS-RETENIDO FROM WS-SDO-SALDO (WS-SDO-IDX)
           END-IF

           IF EMB-TIPO IS EQUAL 'T'
              AND EMB-FEC-ALTA IS LESS WS-FECHA-NEGOCIO-R
              AND WS-CUBIERTO IS GREATER THAN ZERO
              PERFORM 6300-TRANSFERIR THRU F-6300-TRANSFERIR
           ELSE
              ADD WS-CUBIERTO TO WS-TOT-TRABADO
              MOVE 'TRABADA    ' TO WS-LE-ACCION
              MOVE WS-CUBIERTO   TO WS-LE-MONTO
              PERFORM 5000-GRABAR-LINEA THRU F-5000-GRABAR-LINEA
           END-IF.

       F-6100-CUBRIR-ORDEN. EXIT.
      **************************************************************
       6200-BUSCAR-SALDO.
      *    CUENTA SIN SALDO DE AYER SE TOMA COMO SALDO CERO.
           MOVE ZEROS TO WS-SDO-IDX
           MOVE ZEROS TO WS-SALDO-CUENTA

           PERFORM VARYING WS-SDO-SUB FROM 1 BY 1
                   UNTIL WS-SDO-SUB > WS-SDO-CONT
               IF WS-SDO-TIPCUEN (WS-SDO-SUB) IS EQUAL EMB-TIPCUEN
                  AND WS-SDO-NROCUEN (WS-SDO-SUB) IS EQUAL
                      EMB-NROCUEN
                  MOVE WS-SDO-SUB TO WS-SDO-IDX
               END-IF
           END-PERFORM

           IF WS-SDO-IDX NOT EQUAL ZEROS
              MOVE WS-SDO-SALDO (WS-SDO-IDX) TO WS-SALDO-CUENTA
           END-IF.

       F-6200-BUSCAR-SALDO. EXIT.
      **************************************************************
       6300-TRANSFERIR.
      *    PATA DEBITO EN LA CUENTA EMBARGADA Y CONTRAPATA CREDITO
      *    EN LA CUENTA DE DEPOSITOS JUDICIALES, CON LA MISMA
      *    REFERENCIA PARA EL PAREO PGMPTCBF.
           IF WS-CUBIERTO IS GREATER WS-TOPE-MOV
              MOVE WS-TOPE-MOV TO WS-CUBIERTO
           END-IF

           MOVE SPACES TO WS-REFERENCIA
           STRING 'EJ' DELIMITED BY SIZE
                  EMB-NROCUEN (3:6) DELIMITED BY SIZE
                  INTO WS-REFERENCIA
           END-STRING

           MOVE SPACES             TO WS-REG-MOVIMI
           MOVE EMB-TIPCUEN        TO WS-MOV-TIPO
           MOVE EMB-NROCUEN        TO WS-MOV-CUENTA
           MOVE WS-CUBIERTO        TO WS-MOV-IMPORTE
           MOVE WS-FECHA-NEGOCIO-R TO WS-MOV-FECHA
           MOVE 'D'                TO WS-MOV-DBCR
           MOVE WS-REFERENCIA      TO WS-MOV-REFER
           MOVE TMV-EMBARGO        TO WS-MOV-TIPMOV

           PERFORM 6400-GRABAR-MOV THRU F-6400-GRABAR-MOV

           MOVE WS-JUDICIAL-TIPO   TO WS-MOV-TIPO
           MOVE WS-JUDICIAL-CTA    TO WS-MOV-CUENTA
           MOVE 'C'                TO WS-MOV-DBCR

           PERFORM 6400-GRABAR-MOV THRU F-6400-GRABAR-MOV

           ADD WS-CUBIERTO         TO EMB-IMP-TRANSF
           MOVE WS-CUBIERTO        TO EMB-ULT-TRANSF
           MOVE WS-FECHA-NEGOCIO-R TO EMB-FEC-ULT-TRANSF

           ADD 1           TO WS-CANT-TRANSFER
           ADD WS-CUBIERTO TO WS-TOT-TRANSFER

           IF EMB-IMP-TRANSF IS NOT LESS EMB-IMPORTE
              MOVE 'C'                TO EMB-ESTADO
              MOVE WS-FECHA-NEGOCIO-R TO EMB-FEC-BAJA
              ADD 1 TO WS-CANT-CUMPLIDAS
              MOVE 'CUMPLIDA   ' TO WS-LE-ACCION
           ELSE
              MOVE 'TRANSFERIDA' TO WS-LE-ACCION
           END-IF

           MOVE WS-CUBIERTO TO WS-LE-MONTO
           PERFORM 5000-GRABAR-LINEA THRU F-5000-GRABAR-LINEA

           REWRITE REG-EMBARGOS FROM WS-REG-EMBARG

           IF FS-EMBARGOS IS NOT EQUAL '00'
              DISPLAY '* ERROR EN REWRITE EMBARGOS = ' FS-EMBARGOS
              MOVE 9999 TO RETURN-CODE
              SET FS-EMBARGOS-FIN TO TRUE
           END-IF.

       F-6300-TRANSFERIR. EXIT.
      **************************************************************
       6400-GRABAR-MOV.

           WRITE REG-MOVEMB FROM WS-REG-MOVIMI

           IF FS-MOVEMB IS NOT EQUAL '00'
              DISPLAY '* ERROR EN WRITE MOVEMB   = ' FS-MOVEMB
              MOVE 9999 TO RETURN-CODE
              SET FS-EMBARGOS-FIN TO TRUE
           END-IF.

       F-6400-GRABAR-MOV. EXIT.
      **************************************************************
       8000-GRABAR-TOTALES.

           MOVE SPACES TO REG-SALIDA
           WRITE REG-SALIDA

           MOVE 'ORDENES RECIBIDAS'       TO WS-LTO-TEXTO
           MOVE WS-CANT-ALTAS             TO WS-LTO-CANT
           MOVE WS-TOT-RECIBIDO           TO WS-LTO-IMPORTE
           WRITE REG-SALIDA FROM WS-LIN-TOTAL

           MOVE 'ORDENES ACTIVAS / TRABADO'  TO WS-LTO-TEXTO
           MOVE WS-CANT-ACTIVAS           TO WS-LTO-CANT
           MOVE WS-TOT-TRABADO            TO WS-LTO-IMPORTE
           WRITE REG-SALIDA FROM WS-LIN-TOTAL

           MOVE 'TRANSFERENCIAS A JUZGADOS'  TO WS-LTO-TEXTO
           MOVE WS-CANT-TRANSFER          TO WS-LTO-CANT
           MOVE WS-TOT-TRANSFER           TO WS-LTO-IMPORTE
           WRITE REG-SALIDA FROM WS-LIN-TOTAL

           MOVE 'ORDENES LEVANTADAS'      TO WS-LTO-TEXTO
           MOVE WS-CANT-LEVANTADAS        TO WS-LTO-CANT
           MOVE WS-TOT-LEVANTADO          TO WS-LTO-IMPORTE
           WRITE REG-SALIDA FROM WS-LIN-TOTAL

           IF FS-SALIDA IS NOT EQUAL '00'
              DISPLAY '* ERROR EN WRITE SALIDA   = ' FS-SALIDA
              MOVE 9999 TO RETURN-CODE
           END-IF.

       F-8000-GRABAR-TOTALES. EXIT.
      **************************************************************
       9999-FINAL.

           IF RETURN-CODE NOT EQUAL 9999
             PERFORM 8000-GRABAR-TOTALES THRU F-8000-GRABAR-TOTALES
           END-IF

           IF RETURN-CODE NOT EQUAL 9999
             CLOSE EMBARGOS
                 IF FS-EMBARGOS IS NOT EQUAL '00'
                  DISPLAY '* ERROR EN CLOSE EMBARGOS = '
                                            FS-EMBARGOS
                  MOVE 9999 TO RETURN-CODE
                 END-IF

             CLOSE NOVEDADES
                 IF FS-NOVEDAD IS NOT EQUAL '00' AND '10'
                  DISPLAY '* ERROR EN CLOSE NOVEDADES = '
                                            FS-NOVEDAD
                  MOVE 9999 TO RETURN-CODE
                 END-IF

             CLOSE RECHAZOS
                 IF FS-RECHAZO IS NOT EQUAL '00'
                  DISPLAY '* ERROR EN CLOSE RECHAZOS = '
                                            FS-RECHAZO
                  MOVE 9999 TO RETURN-CODE
                 END-IF

             CLOSE MOVEMB
                 IF FS-MOVEMB IS NOT EQUAL '00'
                  DISPLAY '* ERROR EN CLOSE MOVEMB   = '
                                            FS-MOVEMB
                  MOVE 9999 TO RETURN-CODE
                 END-IF

             CLOSE SALIDA
                 IF FS-SALIDA IS NOT EQUAL '00'
                  DISPLAY '* ERROR EN CLOSE SALIDA   = '
                                            FS-SALIDA
                  MOVE 9999 TO RETURN-CODE
                 END-IF

             DISPLAY '***************************************'
             DISPLAY ' NOVEDADES DE EMBARGOS       :  '
                                               WS-CANT-LEIDAS
             DISPLAY ' ORDENES RECIBIDAS      (AL) :  '
                                               WS-CANT-ALTAS
             DISPLAY ' ORDENES LEVANTADAS     (LV) :  '
                                               WS-CANT-LEVANTADAS
             DISPLAY ' NOVEDADES RECHAZADAS        :  '
                                               WS-CANT-RECHAZADAS
             DISPLAY ' ORDENES ACTIVAS RECORRIDAS  :  '
                                               WS-CANT-ACTIVAS
             DISPLAY ' TRANSFERENCIAS A JUZGADOS   :  '
                                               WS-CANT-TRANSFER
             DISPLAY ' EMBARGOS CUMPLIDOS          :  '
                                               WS-CANT-CUMPLIDAS
             MOVE WS-TOT-TRABADO TO WS-TOT-EDIT
             DISPLAY ' TOTAL TRABADO               :  ' WS-TOT-EDIT
             MOVE WS-TOT-TRANSFER TO WS-TOT-EDIT
             DISPLAY ' TOTAL TRANSFERIDO           :  ' WS-TOT-EDIT
             DISPLAY '***************************************'

           END-IF.

       F-9999-FINAL.
           EXIT.
