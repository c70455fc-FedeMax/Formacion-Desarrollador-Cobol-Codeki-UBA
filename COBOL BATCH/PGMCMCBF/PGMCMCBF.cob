       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMCMCBF.
       AUTHOR.    FEDERICO FALCON.
      **************************************************************
      *  CONSULTA DE MOVIMIENTOS SOBRE EL DIARIO PERMANENTE.       *
      *  DDMOVIM SE BORRA DESPUES DE CADA CORRIDA Y EL HISTORICO   *
      *  DDHISSAL SOLO GUARDA SALDOS DE CIERRE; CUANDO UN CLIENTE  *
      *  RECLAMA UN DEBITO DE HACE MESES EL MOVIMIENTO SE BUSCA    *
      *  EN EL DIARIO DDDIAMOV (LAYOUT CPDIAMOV) QUE AGREGA EL     *
      *  MOTOR PGMBECBF. CADA TARJETA DDCTRL ES UNA CONSULTA:      *
      *    - CLASE 'C': CUENTA Y RANGO DE FECHAS DE NEGOCIO (EN    *
      *      CERO = SIN TOPE). LISTA LOS MOVIMIENTOS EN EL ORDEN   *
      *      EN QUE SE APLICARON CON EL SALDO CORRIDO, PARTIENDO   *
      *      DEL ULTIMO SALDO DE CIERRE DEL HISTORICO ANTERIOR AL  *
      *      RANGO, Y AL CORTE DE CADA DIA MUESTRA EL CIERRE DEL   *
      *      HISTORICO MARCANDO LA DIFERENCIA SI NO COINCIDE       *
      *      (CADA MOVIMIENTO SALE MARCADO SI FUE REVERSADO O SI   *
      *      ES UN CONTRA-ASIENTO)                                 *
      *    - CLASE 'R': REFERENCIA (Y RANGO DE FECHAS OPCIONAL).   *
      *      BARRE EL DIARIO Y LISTA TODO MOVIMIENTO CON ESA       *
      *      REFERENCIA, EN CUALQUIER CUENTA                       *
      *  EL LISTADO SALE EN DDSALI.                                *
      **************************************************************
       ENVIRONMENT DIVISION.
      **************************************************************
       CONFIGURATION SECTION.

       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
      **************************************************************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

            SELECT DIARIO ASSIGN TO DDDIAMOV
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS MAE-DIA-CLAVE
                 FILE STATUS IS FS-DIARIO.

            SELECT HISTSAL ASSIGN TO DDHISSAL
                 FILE STATUS IS FS-HISTSAL.

            SELECT TARJETA ASSIGN TO DDCTRL
                 FILE STATUS IS FS-CONTROL.

            SELECT SALIDA ASSIGN TO DDSALI
                 FILE STATUS IS FS-SALIDA.
      **************************************************************
       I-O-CONTROL.

       DATA DIVISION.
       FILE SECTION.
       FD   DIARIO.

       01   REG-DIARIO.
           03  MAE-DIA-CLAVE        PIC X(23).
           03  FILLER               PIC X(77).
      **************************************************************
       FD   HISTSAL
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01   REG-HISTSAL             PIC X(40).
      **************************************************************
      *    UNA TARJETA POR CONSULTA; LA CLASE DICE CUAL DE LAS DOS
      *    VISTAS VALE.
       FD   TARJETA
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01   REG-CONTROL.
           05  CTL-CLASE            PIC X(01).
               88  CTL-POR-CUENTA             VALUE 'C'.
               88  CTL-POR-REFER              VALUE 'R'.
           05  CTL-DATOS            PIC X(79).
           05  CTL-DATOS-CUENTA REDEFINES CTL-DATOS.
               10  CTL-TIPCUEN      PIC 9(02).
               10  CTL-NROCUEN      PIC 9(08).
               10  CTL-FEC-DESDE    PIC 9(08).
               10  CTL-FEC-HASTA    PIC 9(08).
               10  FILLER           PIC X(53).
           05  CTL-DATOS-REFER REDEFINES CTL-DATOS.
               10  CTL-REFER        PIC X(08).
               10  CTL-REF-DESDE    PIC 9(08).
               10  CTL-REF-HASTA    PIC 9(08).
               10  FILLER           PIC X(55).
      **************************************************************
       FD   SALIDA
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01   REG-SALIDA              PIC X(80).
      **************************************************************
       WORKING-STORAGE SECTION.

       77  FILLER        PIC X(26) VALUE '* INICIO WORKING-STORAGE *'.
      **************************************************************

           COPY CPDIAMOV.

           COPY CPHISSAL.

       77  FS-DIARIO       PIC XX    VALUE SPACES.
           88  FS-DIARIO-FIN         VALUE '10'.
       77  FS-HISTSAL      PIC XX    VALUE SPACES.
           88  FS-HISTSAL-FIN        VALUE '10'.
       77  FS-CONTROL      PIC XX    VALUE SPACES.
           88  FS-CONTROL-FIN        VALUE '10'.
       77  FS-SALIDA       PIC XX    VALUE SPACES.

      *********************CONTADORES*******************************
       77  WS-CANT-TARJETAS           PIC 9(05)   VALUE ZEROES.
       77  WS-CANT-INVALIDAS          PIC 9(05)   VALUE ZEROES.
       77  WS-CANT-LISTADOS           PIC 9(07)   VALUE ZEROES.
       77  WS-CANT-CONSULTA           PIC 9(05)   VALUE ZEROES.

      *****************CRITERIOS DE LA TARJETA EN CURSO****************
       01  WS-CRI-CUENTA.
           05  WS-CRI-TIPCUEN       PIC 9(02).
           05  WS-CRI-NROCUEN       PIC 9(08).
       77  WS-CRI-DESDE    PIC 9(08)  VALUE ZEROS.
       77  WS-CRI-HASTA    PIC 9(08)  VALUE 99999999.
       01  WS-CRI-REFER    PIC X(08)  VALUE SPACES.

      *****************SALDO CORRIDO***********************************
       77  WS-SALDO-CORRIDO PIC S9(11)V99 COMP-3 VALUE ZEROS.
       77  WS-FEC-SALDO-INI PIC 9(08)          VALUE ZEROS.
       77  WS-FEC-EN-CURSO  PIC 9(08)          VALUE ZEROS.

      *****************CIERRES DEL HISTORICO EN EL RANGO***************
      *    UN DIA REPROCESADO PUEDE FIGURAR DOS VECES EN EL
      *    HISTORICO: VALE EL ULTIMO CIERRE GRABADO.
       77  WS-HCI-CONT     PIC 9(03) USAGE COMP VALUE ZEROS.
       77  WS-HCI-SUB      PIC 9(03) USAGE COMP VALUE ZEROS.
       77  WS-HCI-IDX      PIC 9(03) USAGE COMP VALUE ZEROS.
       01  WS-TABLA-CIERRES.
           03  WS-HCI      OCCURS 400 TIMES.
               05  WS-HCI-FECHA     PIC 9(08).
               05  WS-HCI-SALDO     PIC S9(09)V99 COMP-3.

      *****************LINEAS DEL LISTADO******************************
       01  WS-LIN-TIT-CUENTA.
           05  FILLER               PIC X(17)   VALUE
           ' CONSULTA CUENTA '.
           05  WS-LTC-TIPCUEN       PIC 9(02).
           05  FILLER               PIC X(01)   VALUE '-'.
           05  WS-LTC-NROCUEN       PIC 9(08).
           05  FILLER               PIC X(07)   VALUE ' DESDE '.
           05  WS-LTC-DESDE         PIC 9(08).
           05  FILLER               PIC X(07)   VALUE ' HASTA '.
           05  WS-LTC-HASTA         PIC 9(08).
           05  FILLER               PIC X(22)   VALUE SPACES.

       01  WS-LIN-TIT-REFER.
           05  FILLER               PIC X(21)   VALUE
           ' CONSULTA REFERENCIA '.
           05  WS-LTR-REFER         PIC X(08).
           05  FILLER               PIC X(07)   VALUE ' DESDE '.
           05  WS-LTR-DESDE         PIC 9(08).
           05  FILLER               PIC X(07)   VALUE ' HASTA '.
           05  WS-LTR-HASTA         PIC 9(08).
           05  FILLER               PIC X(21)   VALUE SPACES.

       01  WS-LIN-SALDO-INI.
           05  FILLER               PIC X(18)   VALUE
           ' SALDO INICIAL AL '.
           05  WS-LSI-FECHA         PIC 9(08).
           05  FILLER               PIC X(01)   VALUE SPACE.
           05  WS-LSI-SALDO         PIC -ZZZZZZZZ9,99.
           05  FILLER               PIC X(01)   VALUE SPACE.
           05  WS-LSI-MARCA         PIC X(20).
           05  FILLER               PIC X(19)   VALUE SPACES.

       01  WS-LIN-MOV-CUENTA.
           05  FILLER               PIC X(01)   VALUE SPACE.
           05  WS-LMC-FECHA         PIC 9(08).
           05  FILLER               PIC X(01)   VALUE SPACE.
           05  WS-LMC-SECUENCIA     PIC ZZZZ9.
           05  FILLER               PIC X(01)   VALUE SPACE.
           05  WS-LMC-TIPMOV        PIC 9(02).
           05  FILLER               PIC X(01)   VALUE SPACE.
           05  WS-LMC-ORIGEN        PIC X(08).
           05  FILLER               PIC X(01)   VALUE SPACE.
           05  WS-LMC-REFER         PIC X(08).
           05  FILLER               PIC X(01)   VALUE SPACE.
           05  WS-LMC-DBCR          PIC X(01).
           05  FILLER               PIC X(01)   VALUE SPACE.
           05  WS-LMC-IMPORTE       PIC ZZZZZZ9,99.
           05  FILLER               PIC X(01)   VALUE SPACE.
           05  WS-LMC-SALDO         PIC -ZZZZZZZZ9,99.
           05  FILLER               PIC X(01)   VALUE SPACE.
           05  WS-LMC-MARCA         PIC X(12).
           05  FILLER               PIC X(04)   VALUE SPACES.

       01  WS-LIN-CIERRE.
           05  FILLER               PIC X(12)   VALUE
           ' CIERRE DEL '.
           05  WS-LCI-FECHA         PIC 9(08).
           05  FILLER               PIC X(11)   VALUE
           ' HISTORICO '.
           05  WS-LCI-SALDO         PIC -ZZZZZZZZ9,99.
           05  FILLER               PIC X(01)   VALUE SPACE.
           05  WS-LCI-MARCA         PIC X(20).
           05  FILLER               PIC X(15)   VALUE SPACES.

       01  WS-LIN-MOV-REFER.
           05  FILLER               PIC X(01)   VALUE SPACE.
           05  WS-LMR-TIPCUEN       PIC 9(02).
           05  FILLER               PIC X(01)   VALUE '-'.
           05  WS-LMR-NROCUEN       PIC 9(08).
           05  FILLER               PIC X(01)   VALUE SPACE.
           05  WS-LMR-FECHA         PIC 9(08).
           05  FILLER               PIC X(01)   VALUE SPACE.
           05  WS-LMR-SECUENCIA     PIC ZZZZ9.
           05  FILLER               PIC X(01)   VALUE SPACE.
           05  WS-LMR-TIPMOV        PIC 9(02).
           05  FILLER               PIC X(01)   VALUE SPACE.
           05  WS-LMR-ORIGEN        PIC X(08).
           05  FILLER               PIC X(01)   VALUE SPACE.
           05  WS-LMR-DBCR          PIC X(01).
           05  FILLER               PIC X(01)   VALUE SPACE.
           05  WS-LMR-IMPORTE       PIC ZZZZZZ9,99.
           05  FILLER               PIC X(28)   VALUE SPACES.

       01  WS-LIN-TOTAL.
           05  FILLER               PIC X(22)   VALUE
           ' MOVIMIENTOS LISTADOS '.
           05  WS-LTO-CANT          PIC ZZZZ9.
           05  FILLER               PIC X(53)   VALUE SPACES.

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
                   UNTIL FS-CONTROL-FIN.

           PERFORM 9999-FINAL    THRU  F-9999-FINAL.

       F-MAIN-PROGRAM. GOBACK.

      **************************************
      *                                    *
      *  CUERPO INICIO APERTURA ARCHIVOS   *
      *                                    *
      **************************************
       1000-INICIO.

           OPEN INPUT DIARIO.

           IF FS-DIARIO IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN DIARIO    = ' FS-DIARIO
              MOVE 9999 TO RETURN-CODE
              SET  FS-CONTROL-FIN TO TRUE
           END-IF

           OPEN OUTPUT SALIDA.

           IF FS-SALIDA IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN SALIDA    = ' FS-SALIDA
              MOVE 9999 TO RETURN-CODE
              SET  FS-CONTROL-FIN TO TRUE
           END-IF

           OPEN INPUT  TARJETA.

           IF FS-CONTROL IS NOT EQUAL '00'
              DISPLAY '* NO SE PUDO ABRIR CONTROL, NO SE CONSULTA'
              MOVE 9999 TO RETURN-CODE
              SET  FS-CONTROL-FIN TO TRUE
           END-IF.

       F-1000-INICIO.   EXIT.
      **************************************************************
       2000-PROCESO.

           READ TARJETA

           EVALUATE FS-CONTROL
             WHEN '00'
                  ADD 1 TO WS-CANT-TARJETAS
                  EVALUATE TRUE
                     WHEN CTL-POR-CUENTA
                          PERFORM 3000-CONSULTA-CUENTA
                                  THRU F-3000-CONSULTA-CUENTA
                     WHEN CTL-POR-REFER
                          PERFORM 4000-CONSULTA-REFER
                                  THRU F-4000-CONSULTA-REFER
                     WHEN OTHER
                          ADD 1 TO WS-CANT-INVALIDAS
                          DISPLAY '* TARJETA DE CLASE INVALIDA: '
                                  REG-CONTROL (1:30)
                  END-EVALUATE

              WHEN '10'
                IF WS-CANT-TARJETAS IS EQUAL ZEROS
                   DISPLAY '* TARJETA DE CONTROL VACIA, NO SE '
                           'CONSULTA'
                END-IF

              WHEN OTHER
              DISPLAY '* ERROR EN LECTURA DE CONTROL ' FS-CONTROL
              MOVE 9999 TO RETURN-CODE
              SET FS-CONTROL-FIN TO TRUE

           END-EVALUATE.

       F-2000-PROCESO. EXIT.
      **************************************************************
       3000-CONSULTA-CUENTA.
      *    FECHA EN CERO NO PONE TOPE.
           IF CTL-TIPCUEN IS NOT NUMERIC
              OR CTL-NROCUEN IS NOT NUMERIC
              ADD 1 TO WS-CANT-INVALIDAS
              DISPLAY '* TARJETA CON CUENTA INVALIDA: '
                      REG-CONTROL (1:30)
              GO TO F-3000-CONSULTA-CUENTA
           END-IF

           MOVE CTL-TIPCUEN TO WS-CRI-TIPCUEN
           MOVE CTL-NROCUEN TO WS-CRI-NROCUEN
           MOVE ZEROS       TO WS-CRI-DESDE
           MOVE 99999999    TO WS-CRI-HASTA

           IF CTL-FEC-DESDE IS NUMERIC
              AND CTL-FEC-DESDE IS NOT EQUAL ZEROS
              MOVE CTL-FEC-DESDE TO WS-CRI-DESDE
           END-IF

           IF CTL-FEC-HASTA IS NUMERIC
              AND CTL-FEC-HASTA IS NOT EQUAL ZEROS
              MOVE CTL-FEC-HASTA TO WS-CRI-HASTA
           END-IF

           MOVE WS-CRI-TIPCUEN TO WS-LTC-TIPCUEN
           MOVE WS-CRI-NROCUEN TO WS-LTC-NROCUEN
           MOVE WS-CRI-DESDE   TO WS-LTC-DESDE
           MOVE WS-CRI-HASTA   TO WS-LTC-HASTA
           WRITE REG-SALIDA FROM WS-LIN-TIT-CUENTA

           PERFORM 3100-SALDO-INICIAL THRU F-3100-SALDO-INICIAL

           MOVE ZEROS TO WS-CANT-CONSULTA
                         WS-FEC-EN-CURSO

           MOVE SPACES         TO WS-REG-DIAMOV
           MOVE WS-CRI-TIPCUEN TO DIA-TIPCUEN
           MOVE WS-CRI-NROCUEN TO DIA-NROCUEN
           MOVE WS-CRI-DESDE   TO DIA-FECHA
           MOVE ZEROS          TO DIA-SECUENCIA
           MOVE DIA-CLAVE      TO MAE-DIA-CLAVE

           MOVE '00' TO FS-DIARIO
           START DIARIO KEY IS NOT LESS MAE-DIA-CLAVE
              INVALID KEY
                 SET FS-DIARIO-FIN TO TRUE
           END-START

           PERFORM 3200-LEER-CUENTA THRU F-3200-LEER-CUENTA
                   UNTIL FS-DIARIO-FIN

           IF WS-FEC-EN-CURSO IS NOT EQUAL ZEROS
              PERFORM 3300-CIERRE-DIA THRU F-3300-CIERRE-DIA
           END-IF

           MOVE WS-CANT-CONSULTA TO WS-LTO-CANT
           WRITE REG-SALIDA FROM WS-LIN-TOTAL.

       F-3000-CONSULTA-CUENTA. EXIT.
      **************************************************************
       3100-SALDO-INICIAL.
      *    EL SALDO DE PARTIDA ES EL ULTIMO CIERRE DEL HISTORICO
      *    ANTERIOR A LA FECHA DESDE; SIN CIERRE PREVIO LA CUENTA
      *    ARRANCA EN CERO. DE PASO SE GUARDAN LOS CIERRES DEL
      *    RANGO PARA EL CONTROL DE CADA DIA.
           MOVE ZEROS TO WS-SALDO-CORRIDO
                         WS-FEC-SALDO-INI
                         WS-HCI-CONT

           OPEN INPUT HISTSAL

           IF FS-HISTSAL IS EQUAL '00'
              PERFORM 3110-LEER-HISTORICO THRU F-3110-LEER-HISTORICO
                      UNTIL FS-HISTSAL-FIN
              CLOSE HISTSAL
           ELSE
              DISPLAY '* SIN HISTORICO DE SALDOS  = ' FS-HISTSAL
           END-IF

           MOVE WS-FEC-SALDO-INI TO WS-LSI-FECHA
           MOVE WS-SALDO-CORRIDO TO WS-LSI-SALDO

           IF WS-FEC-SALDO-INI IS EQUAL ZEROS
              MOVE 'SIN CIERRE PREVIO'  TO WS-LSI-MARCA
           ELSE
              MOVE SPACES               TO WS-LSI-MARCA
           END-IF

           WRITE REG-SALIDA FROM WS-LIN-SALDO-INI.

       F-3100-SALDO-INICIAL. EXIT.
      **************************************************************
       3110-LEER-HISTORICO.

           READ HISTSAL INTO WS-REG-HISSAL

           EVALUATE FS-HISTSAL
             WHEN '00'
                  IF HSA-TIPCUEN IS EQUAL WS-CRI-TIPCUEN
                     AND HSA-NROCUEN IS EQUAL WS-CRI-NROCUEN
                     PERFORM 3120-GUARDAR-CIERRE
                             THRU F-3120-GUARDAR-CIERRE
                  END-IF

              WHEN '10'
                CONTINUE

              WHEN OTHER
              DISPLAY '* ERROR EN LECTURA HISTSAL  = ' FS-HISTSAL
              SET FS-HISTSAL-FIN TO TRUE

           END-EVALUATE.

       F-3110-LEER-HISTORICO. EXIT.
      **************************************************************
       3120-GUARDAR-CIERRE.

           IF HSA-FECHA IS LESS WS-CRI-DESDE
              IF HSA-FECHA IS NOT LESS WS-FEC-SALDO-INI
                 MOVE HSA-FECHA TO WS-FEC-SALDO-INI
                 MOVE HSA-SALDO TO WS-SALDO-CORRIDO
              END-IF
              GO TO F-3120-GUARDAR-CIERRE
           END-IF

           IF HSA-FECHA IS GREATER WS-CRI-HASTA
              GO TO F-3120-GUARDAR-CIERRE
           END-IF

           MOVE ZEROS TO WS-HCI-IDX

           PERFORM VARYING WS-HCI-SUB FROM 1 BY 1
                   UNTIL WS-HCI-SUB > WS-HCI-CONT
               IF WS-HCI-FECHA (WS-HCI-SUB) IS EQUAL HSA-FECHA
                  MOVE WS-HCI-SUB TO WS-HCI-IDX
               END-IF
           END-PERFORM

           IF WS-HCI-IDX IS EQUAL ZEROS AND WS-HCI-CONT < 400
              ADD 1 TO WS-HCI-CONT
              MOVE WS-HCI-CONT TO WS-HCI-IDX
              MOVE HSA-FECHA   TO WS-HCI-FECHA (WS-HCI-IDX)
           END-IF

           IF WS-HCI-IDX NOT EQUAL ZEROS
              MOVE HSA-SALDO TO WS-HCI-SALDO (WS-HCI-IDX)
           END-IF.

       F-3120-GUARDAR-CIERRE. EXIT.
      **************************************************************
       3200-LEER-CUENTA.

           READ DIARIO NEXT INTO WS-REG-DIAMOV
              AT END
                 SET FS-DIARIO-FIN TO TRUE
           END-READ

           IF FS-DIARIO IS NOT EQUAL '00'
              IF FS-DIARIO IS NOT EQUAL '10'
                 DISPLAY '* ERROR EN LECTURA DIARIO  = ' FS-DIARIO
                 MOVE 9999 TO RETURN-CODE
                 SET FS-DIARIO-FIN  TO TRUE
                 SET FS-CONTROL-FIN TO TRUE
              END-IF
              GO TO F-3200-LEER-CUENTA
           END-IF

           IF DIA-TIPCUEN IS NOT EQUAL WS-CRI-TIPCUEN
              OR DIA-NROCUEN IS NOT EQUAL WS-CRI-NROCUEN
              OR DIA-FECHA IS GREATER WS-CRI-HASTA
              SET FS-DIARIO-FIN TO TRUE
              GO TO F-3200-LEER-CUENTA
           END-IF

           IF DIA-FECHA IS NOT EQUAL WS-FEC-EN-CURSO
              IF WS-FEC-EN-CURSO IS NOT EQUAL ZEROS
                 PERFORM 3300-CIERRE-DIA THRU F-3300-CIERRE-DIA
              END-IF
              MOVE DIA-FECHA TO WS-FEC-EN-CURSO
           END-IF

           IF DIA-DBCR IS EQUAL 'D'
              SUBTRACT DIA-IMPORTE FROM WS-SALDO-CORRIDO
           ELSE
              ADD DIA-IMPORTE TO WS-SALDO-CORRIDO
           END-IF

           ADD 1 TO WS-CANT-CONSULTA
           ADD 1 TO WS-CANT-LISTADOS

           MOVE DIA-FECHA        TO WS-LMC-FECHA
           MOVE DIA-SECUENCIA    TO WS-LMC-SECUENCIA
           MOVE DIA-TIPMOV       TO WS-LMC-TIPMOV
           MOVE DIA-ORIGEN       TO WS-LMC-ORIGEN
           MOVE DIA-REFER        TO WS-LMC-REFER
           MOVE DIA-DBCR         TO WS-LMC-DBCR
           MOVE DIA-IMPORTE      TO WS-LMC-IMPORTE
           MOVE WS-SALDO-CORRIDO TO WS-LMC-SALDO

           MOVE SPACES TO WS-LMC-MARCA
           IF DIA-REVERSADO
              MOVE 'REVERSADO'    TO WS-LMC-MARCA
           END-IF
           IF DIA-REV-FECHA IS NUMERIC
              AND DIA-REV-FECHA IS NOT EQUAL ZEROS
              MOVE 'CONTRA-ASIEN' TO WS-LMC-MARCA
           END-IF
           WRITE REG-SALIDA FROM WS-LIN-MOV-CUENTA

           IF FS-SALIDA IS NOT EQUAL '00'
              DISPLAY '* ERROR EN WRITE SALIDA   = ' FS-SALIDA
              MOVE 9999 TO RETURN-CODE
              SET FS-DIARIO-FIN  TO TRUE
              SET FS-CONTROL-FIN TO TRUE
           END-IF.

       F-3200-LEER-CUENTA. EXIT.
      **************************************************************
       3300-CIERRE-DIA.
      *    EL SALDO CORRIDO AL FINAL DEL DIA DEBE SER EL CIERRE QUE
      *    GRABO EL MOTOR EN EL HISTORICO ESA NOCHE.
           MOVE ZEROS TO WS-HCI-IDX

           PERFORM VARYING WS-HCI-SUB FROM 1 BY 1
                   UNTIL WS-HCI-SUB > WS-HCI-CONT
               IF WS-HCI-FECHA (WS-HCI-SUB) IS EQUAL WS-FEC-EN-CURSO
                  MOVE WS-HCI-SUB TO WS-HCI-IDX
               END-IF
           END-PERFORM

           MOVE WS-FEC-EN-CURSO TO WS-LCI-FECHA

           IF WS-HCI-IDX IS EQUAL ZEROS
              MOVE ZEROS                  TO WS-LCI-SALDO
              MOVE 'SIN CIERRE EN HISTOR' TO WS-LCI-MARCA
           ELSE
              MOVE WS-HCI-SALDO (WS-HCI-IDX) TO WS-LCI-SALDO
              IF WS-HCI-SALDO (WS-HCI-IDX) IS EQUAL WS-SALDO-CORRIDO
                 MOVE SPACES              TO WS-LCI-MARCA
              ELSE
                 MOVE 'DIFERENCIA'        TO WS-LCI-MARCA
              END-IF
           END-IF

           WRITE REG-SALIDA FROM WS-LIN-CIERRE.

       F-3300-CIERRE-DIA. EXIT.
      **************************************************************
       4000-CONSULTA-REFER.
      *    LA REFERENCIA NO ES CLAVE DEL DIARIO: SE BARRE COMPLETO.
           IF CTL-REFER IS EQUAL SPACES
              ADD 1 TO WS-CANT-INVALIDAS
              DISPLAY '* TARJETA SIN REFERENCIA: ' REG-CONTROL (1:30)
              GO TO F-4000-CONSULTA-REFER
           END-IF

           MOVE CTL-REFER   TO WS-CRI-REFER
           MOVE ZEROS       TO WS-CRI-DESDE
           MOVE 99999999    TO WS-CRI-HASTA

           IF CTL-REF-DESDE IS NUMERIC
              AND CTL-REF-DESDE IS NOT EQUAL ZEROS
              MOVE CTL-REF-DESDE TO WS-CRI-DESDE
           END-IF

           IF CTL-REF-HASTA IS NUMERIC
              AND CTL-REF-HASTA IS NOT EQUAL ZEROS
              MOVE CTL-REF-HASTA TO WS-CRI-HASTA
           END-IF

           MOVE WS-CRI-REFER TO WS-LTR-REFER
           MOVE WS-CRI-DESDE TO WS-LTR-DESDE
           MOVE WS-CRI-HASTA TO WS-LTR-HASTA
           WRITE REG-SALIDA FROM WS-LIN-TIT-REFER

           MOVE ZEROS TO WS-CANT-CONSULTA

           MOVE '00' TO FS-DIARIO
           MOVE LOW-VALUES TO MAE-DIA-CLAVE
           START DIARIO KEY IS NOT LESS MAE-DIA-CLAVE
              INVALID KEY
                 SET FS-DIARIO-FIN TO TRUE
           END-START

           PERFORM 4100-LEER-REFER THRU F-4100-LEER-REFER
                   UNTIL FS-DIARIO-FIN

           MOVE WS-CANT-CONSULTA TO WS-LTO-CANT
           WRITE REG-SALIDA FROM WS-LIN-TOTAL.

       F-4000-CONSULTA-REFER. EXIT.
      **************************************************************
       4100-LEER-REFER.

           READ DIARIO NEXT INTO WS-REG-DIAMOV
              AT END
                 SET FS-DIARIO-FIN TO TRUE
           END-READ

           IF FS-DIARIO IS NOT EQUAL '00'
              IF FS-DIARIO IS NOT EQUAL '10'
                 DISPLAY '* ERROR EN LECTURA DIARIO  = ' FS-DIARIO
                 MOVE 9999 TO RETURN-CODE
                 SET FS-DIARIO-FIN  TO TRUE
                 SET FS-CONTROL-FIN TO TRUE
              END-IF
              GO TO F-4100-LEER-REFER
           END-IF

           IF DIA-REFER IS NOT EQUAL WS-CRI-REFER
              OR DIA-FECHA IS LESS WS-CRI-DESDE
              OR DIA-FECHA IS GREATER WS-CRI-HASTA
              GO TO F-4100-LEER-REFER
           END-IF

           ADD 1 TO WS-CANT-CONSULTA
           ADD 1 TO WS-CANT-LISTADOS

           MOVE DIA-TIPCUEN      TO WS-LMR-TIPCUEN
           MOVE DIA-NROCUEN      TO WS-LMR-NROCUEN
           MOVE DIA-FECHA        TO WS-LMR-FECHA
           MOVE DIA-SECUENCIA    TO WS-LMR-SECUENCIA
           MOVE DIA-TIPMOV       TO WS-LMR-TIPMOV
           MOVE DIA-ORIGEN       TO WS-LMR-ORIGEN
           MOVE DIA-DBCR         TO WS-LMR-DBCR
           MOVE DIA-IMPORTE      TO WS-LMR-IMPORTE
           WRITE REG-SALIDA FROM WS-LIN-MOV-REFER

           IF FS-SALIDA IS NOT EQUAL '00'
              DISPLAY '* ERROR EN WRITE SALIDA   = ' FS-SALIDA
              MOVE 9999 TO RETURN-CODE
              SET FS-DIARIO-FIN  TO TRUE
              SET FS-CONTROL-FIN TO TRUE
           END-IF.

       F-4100-LEER-REFER. EXIT.
      **************************************************************
       9999-FINAL.

           IF RETURN-CODE NOT EQUAL 9999
             CLOSE DIARIO
                 IF FS-DIARIO IS NOT EQUAL '00'
                  DISPLAY '* ERROR EN CLOSE DIARIO    = '
                                            FS-DIARIO
                  MOVE 9999 TO RETURN-CODE
                 END-IF

             CLOSE TARJETA

             CLOSE SALIDA
                 IF FS-SALIDA IS NOT EQUAL '00'
                  DISPLAY '* ERROR EN CLOSE SALIDA    = '
                                            FS-SALIDA
                  MOVE 9999 TO RETURN-CODE
                 END-IF

             DISPLAY '***************************************'
             DISPLAY ' TARJETAS DE CONSULTA        :  '
                                               WS-CANT-TARJETAS
             DISPLAY ' TARJETAS INVALIDAS          :  '
                                               WS-CANT-INVALIDAS
             DISPLAY ' MOVIMIENTOS LISTADOS        :  '
                                               WS-CANT-LISTADOS
             DISPLAY '***************************************'

           END-IF.

       F-9999-FINAL.
           EXIT.
