       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMAVCBF.
       AUTHOR.    FEDERICO FALCON.
      **************************************************************
      *  AVISOS AL CLIENTE POR SMS Y CORREO.                       *
      *  LOS CLIENTES SE ENTERABAN POR EL RESUMEN DE QUE COBRARON  *
      *  EL SUELDO, DE QUE LES RECHAZARON UN CHEQUE O DE QUE LA    *
      *  CUENTA SE PASO DEL DESCUBIERTO. ESTE PASO TOMA LOS        *
      *  EVENTOS DE LA NOCHE:                                      *
      *    - SU: LOS CREDITOS DE HABERES DE PGMNPCBF (DDMOVNOM)    *
      *    - MD / MC: LOS DEBITOS Y CREDITOS DE DDMOVIM (LAYOUT    *
      *      MOVIMCC); EL CREDITO DE HABERES YA AVISADO COMO SU NO *
      *      SE REPITE COMO MC                                     *
      *    - CH: LOS CHEQUES RECHAZADOS POR EL CLEARING PGMCHCBF   *
      *      (DDRECHCH)                                            *
      *    - EX: LOS EXCESOS SOBRE EL DESCUBIERTO AUTORIZADO DEL   *
      *      MOTOR PGMBECBF (DDEXCESO)                             *
      *  Y LOS ATRIBUYE AL TITULAR DE LA CUENTA (DDCTAS) Y A SUS   *
      *  COTITULARES (DDCOTIT, LAYOUT CPCOTIT). POR CADA CLIENTE   *
      *  SUSCRIPTO AL EVENTO EN EL MAESTRO DDPREAVI (LAYOUT        *
      *  CPPREAVI, MANTENIDO POR PGMPACBF) Y CON IMPORTE NO MENOR  *
      *  A SU MINIMO GRABA UN AVISO PARA LA PASARELA DE MENSAJERIA *
      *  EN DDAVISOS (LAYOUT CPAVISOS). EL CLIENTE BLOQUEADO O     *
      *  FALLECIDO EN DDESTCLI (DOCUMENTO SEGUN EL EXTRACTO        *
      *  DDEXTRAC) NO SE AVISA. DDSALI LLEVA EL RESUMEN POR        *
      *  EVENTO.                                                   *
      **************************************************************
       ENVIRONMENT DIVISION.
      **************************************************************
       CONFIGURATION SECTION.

       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
      **************************************************************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

            SELECT MOVNOM ASSIGN TO DDMOVNOM
                 FILE STATUS IS FS-MOVNOM.

            SELECT MOVIMI ASSIGN TO DDMOVIM
                 FILE STATUS IS FS-MOVIMI.

            SELECT RECHCHQ ASSIGN TO DDRECHCH
                 FILE STATUS IS FS-RECHCHQ.

            SELECT EXCESOS ASSIGN TO DDEXCESO
                 FILE STATUS IS FS-EXCESOS.

            SELECT CUENTAS ASSIGN TO DDCTAS
                 FILE STATUS IS FS-CUENTAS.

            SELECT EXTRACTO ASSIGN TO DDEXTRAC
                 FILE STATUS IS FS-EXTRACTO.

            SELECT COTITUL ASSIGN TO DDCOTIT
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS MAE-COT-CLAVE
                 FILE STATUS IS FS-COTITUL.

            SELECT ESTADOS ASSIGN TO DDESTCLI
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS MAE-EST-CLAVE
                 FILE STATUS IS FS-ESTADOS.

            SELECT PREFEREN ASSIGN TO DDPREAVI
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS MAE-PAV-CLAVE
                 FILE STATUS IS FS-PREFEREN.

            SELECT FECHAPRO ASSIGN TO DDFECPRO
                 FILE STATUS IS FS-FECHAPRO.

            SELECT AVISOS ASSIGN TO DDAVISOS
                 FILE STATUS IS FS-AVISOS.

            SELECT SALIDA ASSIGN TO DDSALI
                 FILE STATUS IS FS-SALIDA.
      **************************************************************
       I-O-CONTROL.

       DATA DIVISION.
       FILE SECTION.
       FD   MOVNOM
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01   REG-MOVNOM              PIC X(80).
      **************************************************************
       FD   MOVIMI
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01   REG-MOVIMI              PIC X(80).
      **************************************************************
      *    CHEQUE RECHAZADO TAL COMO LO GRABA PGMCHCBF: EL REGISTRO
      *    DEL CLEARING MAS EL MOTIVO.
       FD   RECHCHQ
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01   REG-RECHCHQ.
           05  RCQ-NROCHEQUE        PIC 9(08).
           05  RCQ-TIPCUEN          PIC 9(02).
           05  RCQ-NROCUEN          PIC 9(08).
           05  RCQ-IMPORTE          PIC 9(07)V99.
           05  FILLER               PIC X(53).
           05  RCQ-MOTIVO           PIC X(20).
      **************************************************************
      *    LINEA DEL REPORTE DE EXCESOS DE PGMBECBF.
       FD   EXCESOS
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01   REG-EXCESO.
           05  FILLER               PIC X(09).
           05  EXC-TIPCUEN          PIC 9(02).
           05  FILLER               PIC X(01).
           05  EXC-NROCUEN          PIC 9(08).
           05  FILLER               PIC X(09).
           05  EXC-LIMITE           PIC X(12).
           05  FILLER               PIC X(09).
           05  EXC-EXCESO           PIC ZZZZZZZZ9,99.
           05  FILLER               PIC X(18).
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
       FD   ESTADOS.

       01   REG-ESTADOS.
           03  MAE-EST-CLAVE        PIC X(13).
           03  EST-ESTADO           PIC X(01).
           03  FILLER               PIC X(16).
      **************************************************************
       FD   PREFEREN.

       01   REG-PREFEREN.
           03  MAE-PAV-CLAVE        PIC X(09).
           03  FILLER               PIC X(91).
      **************************************************************
       FD   FECHAPRO
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01   REG-FECHAPRO.
           05  FPR-FECHA            PIC 9(08).
           05  FILLER               PIC X(72).
      **************************************************************
       FD   AVISOS
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01   REG-AVISOS              PIC X(140).
      **************************************************************
       FD   SALIDA
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01   REG-SALIDA              PIC X(80).
      **************************************************************
       WORKING-STORAGE SECTION.

       77  FILLER        PIC X(26) VALUE '* INICIO WORKING-STORAGE *'.
      **************************************************************

           COPY MOVIMCC.

           COPY CPTIPMOV.

           COPY CPCOTIT.

           COPY CPPREAVI.

           COPY CPAVISOS.

           COPY CPFECPRO.

       77  FS-MOVNOM       PIC XX    VALUE SPACES.
           88  FS-MOVNOM-FIN         VALUE '10'.
       77  FS-MOVIMI       PIC XX    VALUE SPACES.
           88  FS-MOVIMI-FIN         VALUE '10'.
       77  FS-RECHCHQ      PIC XX    VALUE SPACES.
           88  FS-RECHCHQ-FIN        VALUE '10'.
       77  FS-EXCESOS      PIC XX    VALUE SPACES.
           88  FS-EXCESOS-FIN        VALUE '10'.
       77  FS-CUENTAS      PIC XX    VALUE SPACES.
       77  FS-EXTRACTO     PIC XX    VALUE SPACES.
       77  FS-COTITUL      PIC XX    VALUE SPACES.
       77  FS-ESTADOS      PIC XX    VALUE SPACES.
       77  FS-PREFEREN     PIC XX    VALUE SPACES.
       77  FS-FECHAPRO     PIC XX    VALUE SPACES.
       77  FS-AVISOS       PIC XX    VALUE SPACES.
       77  FS-SALIDA       PIC XX    VALUE SPACES.

       01  WS-FLAG-ESTADOS            PIC X       VALUE 'N'.
           88  WS-HAY-ESTADOS                     VALUE 'S'.

      *********************CONTADORES*******************************
       77  WS-CANT-SIN-TITULAR        PIC 9(05)   VALUE ZEROES.
       77  WS-CANT-NO-AVISADOS        PIC 9(05)   VALUE ZEROES.
       77  WS-CANT-AVISOS             PIC 9(07)   VALUE ZEROES.

      *****************EVENTOS Y SUS CONTADORES************************
       01  WS-TABLA-EVENTOS-VAL.
           05  FILLER               PIC X(30)   VALUE
           'SUACREDITACION DE HABERES     '.
           05  FILLER               PIC X(30)   VALUE
           'MDDEBITO EN CUENTA            '.
           05  FILLER               PIC X(30)   VALUE
           'MCCREDITO EN CUENTA           '.
           05  FILLER               PIC X(30)   VALUE
           'CHCHEQUE RECHAZADO            '.
           05  FILLER               PIC X(30)   VALUE
           'EXEXCESO SOBRE EL DESCUBIERTO '.
       01  WS-TABLA-EVENTOS REDEFINES WS-TABLA-EVENTOS-VAL.
           03  WS-EVT      OCCURS 5 TIMES.
               05  WS-EVT-CODIGO    PIC X(02).
               05  WS-EVT-DESCRIP   PIC X(28).

       77  WS-EVT-SUB      PIC 9(02) USAGE COMP VALUE ZEROS.
       77  WS-EVT-IDX      PIC 9(02) USAGE COMP VALUE ZEROS.
       01  WS-TABLA-CONTEOS.
           03  WS-CNT      OCCURS 5 TIMES.
               05  WS-CNT-OCURRIDOS PIC 9(07).
               05  WS-CNT-AVISOS    PIC 9(07).

      *****************EVENTO EN CURSO*********************************
      *    LO ARMA CADA FUENTE ANTES DE 6000-AVISAR-CUENTA.
       01  WS-EVE-CUENTA.
           05  WS-EVE-TIPCUEN       PIC 9(02).
           05  WS-EVE-NROCUEN       PIC 9(08).
       77  WS-EVE-IMPORTE  PIC 9(09)V99         VALUE ZEROS.
       77  WS-EVE-DBCR     PIC X(01)            VALUE SPACE.
       77  WS-EVE-DETALLE  PIC X(30)            VALUE SPACES.

       01  WS-DET-CHEQUE.
           05  WS-DCH-NROCHEQUE     PIC 9(08).
           05  FILLER               PIC X(01)   VALUE SPACE.
           05  WS-DCH-MOTIVO        PIC X(20).
           05  FILLER               PIC X(01)   VALUE SPACE.

       01  WS-DET-EXCESO.
           05  FILLER               PIC X(07)   VALUE 'LIMITE '.
           05  WS-DEX-LIMITE        PIC X(12).
           05  FILLER               PIC X(11)   VALUE SPACES.

      *****************CREDITOS DE HABERES DE LA NOCHE*****************
      *    EL MISMO CREDITO LLEGA OTRA VEZ EN DDMOVIM; AL APAREARLO
      *    SE MARCA USADO PARA NO AVISARLO COMO MC.
       77  WS-NOM-CONT     PIC 9(04) USAGE COMP VALUE ZEROS.
       77  WS-NOM-SUB      PIC 9(04) USAGE COMP VALUE ZEROS.
       77  WS-NOM-IDX      PIC 9(04) USAGE COMP VALUE ZEROS.
       01  WS-TABLA-HABERES.
           03  WS-NOM      OCCURS 5000 TIMES.
               05  WS-NOM-CLAVE     PIC X(10).
               05  WS-NOM-IMPORTE   PIC 9(09)V99.
               05  WS-NOM-USADO     PIC X(01).

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

      *****************REGISTROS DE TRABAJO****************************
       01  WS-REG-EXT.
           05  EXT-TIPDOC           PIC X(02).
           05  EXT-NRODOC           PIC 9(11).
           05  EXT-NROCLI           PIC 9(07).
           05  EXT-NOMAPE           PIC X(30).
           05  EXT-SEXO             PIC X(01).
           05  EXT-FECNAC           PIC X(08).

       01  WS-REG-CTA.
           05  CTA-TIPCUEN          PIC X(02).
           05  CTA-NROCUEN          PIC 9(08).
           05  CTA-NROCLI           PIC 9(07).

      *****************LINEAS DEL RESUMEN******************************
       01  WS-LIN-TITULO.
           05  FILLER               PIC X(37)   VALUE
           ' AVISOS AL CLIENTE - FECHA DE NEGOCIO'.
           05  FILLER               PIC X(01)   VALUE SPACE.
           05  WS-LT-FECHA          PIC 9(08).
           05  FILLER               PIC X(34)   VALUE SPACES.

       01  WS-LIN-EVENTO.
           05  FILLER               PIC X(01)   VALUE SPACE.
           05  WS-LE-CODIGO         PIC X(02).
           05  FILLER               PIC X(01)   VALUE SPACE.
           05  WS-LE-DESCRIP        PIC X(28).
           05  FILLER               PIC X(11)   VALUE ' OCURRIDOS '.
           05  WS-LE-OCURRIDOS      PIC Z.ZZZ.ZZ9.
           05  FILLER               PIC X(08)   VALUE ' AVISOS '.
           05  WS-LE-AVISOS         PIC Z.ZZZ.ZZ9.
           05  FILLER               PIC X(11)   VALUE SPACES.

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

           PERFORM 2000-HABERES  THRU  F-2000-HABERES
                   UNTIL FS-MOVNOM-FIN
                      OR RETURN-CODE IS EQUAL 9999.

           PERFORM 3000-MOVIMIENTOS THRU F-3000-MOVIMIENTOS
                   UNTIL FS-MOVIMI-FIN
                      OR RETURN-CODE IS EQUAL 9999.

           PERFORM 4000-CHEQUES  THRU  F-4000-CHEQUES
                   UNTIL FS-RECHCHQ-FIN
                      OR RETURN-CODE IS EQUAL 9999.

           PERFORM 5000-EXCESOS  THRU  F-5000-EXCESOS
                   UNTIL FS-EXCESOS-FIN
                      OR RETURN-CODE IS EQUAL 9999.

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
           END-IF

      *    UNA NOCHE SIN HABERES, SIN CHEQUES RECHAZADOS O SIN
      *    EXCESOS NO TRAE EL ARCHIVO: ESE EVENTO NO SE AVISA.
           OPEN INPUT  MOVNOM.

           IF FS-MOVNOM IS NOT EQUAL '00'
              DISPLAY '* SIN HABERES DE LA NOCHE, FS = ' FS-MOVNOM
              SET FS-MOVNOM-FIN TO TRUE
           END-IF

           OPEN INPUT  RECHCHQ.

           IF FS-RECHCHQ IS NOT EQUAL '00'
              DISPLAY '* SIN CHEQUES RECHAZADOS, FS = ' FS-RECHCHQ
              SET FS-RECHCHQ-FIN TO TRUE
           END-IF

           OPEN INPUT  EXCESOS.

           IF FS-EXCESOS IS NOT EQUAL '00'
              DISPLAY '* SIN REPORTE DE EXCESOS, FS = ' FS-EXCESOS
              SET FS-EXCESOS-FIN TO TRUE
           END-IF

           OPEN INPUT  PREFEREN.

           IF FS-PREFEREN IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN PREFEREN  = ' FS-PREFEREN
              MOVE 9999 TO RETURN-CODE
           END-IF

      *    SIN MAESTRO DE ESTADOS TODOS LOS CLIENTES ESTAN ACTIVOS.
           OPEN INPUT  ESTADOS.

           IF FS-ESTADOS IS EQUAL '00'
              SET WS-HAY-ESTADOS TO TRUE
           ELSE
              DISPLAY '* SIN MAESTRO DE ESTADOS, FS = ' FS-ESTADOS
           END-IF

           OPEN OUTPUT AVISOS.

           IF FS-AVISOS IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN AVISOS    = ' FS-AVISOS
              MOVE 9999 TO RETURN-CODE
           END-IF

           OPEN OUTPUT SALIDA.

           IF FS-SALIDA IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN SALIDA    = ' FS-SALIDA
              MOVE 9999 TO RETURN-CODE
           END-IF

           PERFORM 1100-LEER-FECHA      THRU F-1100-LEER-FECHA.
           PERFORM 1600-CARGAR-TITULAR  THRU F-1600-CARGAR-TITULAR.
           PERFORM 1700-CARGAR-COTIT    THRU F-1700-CARGAR-COTIT.

           INITIALIZE WS-TABLA-CONTEOS.

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
                      'GENERAN AVISOS'
              MOVE 9999 TO RETURN-CODE
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
                      'GENERAN AVISOS'
              MOVE 9999 TO RETURN-CODE
           END-IF.

       F-1600-CARGAR-TITULAR. EXIT.
      **************************************************************
       1700-CARGAR-COTIT.
      *    SIN COTITULARES SOLO SE AVISA AL TITULAR.
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
       2000-HABERES.

           READ MOVNOM INTO WS-REG-MOVIMI

           EVALUATE FS-MOVNOM
             WHEN '00'
                  IF WS-MOV-IMPORTE IS NUMERIC
                     MOVE 1              TO WS-EVT-IDX
                     MOVE WS-MOV-TIPO    TO WS-EVE-TIPCUEN
                     MOVE WS-MOV-CUENTA  TO WS-EVE-NROCUEN
                     MOVE WS-MOV-IMPORTE TO WS-EVE-IMPORTE
                     MOVE 'C'            TO WS-EVE-DBCR
                     MOVE SPACES         TO WS-EVE-DETALLE
                     IF WS-NOM-CONT < 5000
                        ADD 1 TO WS-NOM-CONT
                        MOVE WS-EVE-CUENTA  TO
                             WS-NOM-CLAVE   (WS-NOM-CONT)
                        MOVE WS-EVE-IMPORTE TO
                             WS-NOM-IMPORTE (WS-NOM-CONT)
                        MOVE 'N'            TO
                             WS-NOM-USADO   (WS-NOM-CONT)
                     END-IF
                     PERFORM 6000-AVISAR-CUENTA
                             THRU F-6000-AVISAR-CUENTA
                  END-IF

              WHEN '10'
                CLOSE MOVNOM

              WHEN OTHER
              DISPLAY '* ERROR EN LECTURA DE MOVNOM ' FS-MOVNOM
              MOVE 9999 TO RETURN-CODE

           END-EVALUATE.

       F-2000-HABERES. EXIT.
      **************************************************************
       3000-MOVIMIENTOS.

           READ MOVIMI INTO WS-REG-MOVIMI

           EVALUATE FS-MOVIMI
             WHEN '00'
                  PERFORM 3100-EVENTO-MOVIMIENTO
                          THRU F-3100-EVENTO-MOVIMIENTO

              WHEN '10'
                CLOSE MOVIMI

              WHEN OTHER
              DISPLAY '* ERROR EN LECTURA DE MOVIMI ' FS-MOVIMI
              MOVE 9999 TO RETURN-CODE

           END-EVALUATE.

       F-3000-MOVIMIENTOS. EXIT.
      **************************************************************
       3100-EVENTO-MOVIMIENTO.

           IF WS-MOV-IMPORTE IS NOT NUMERIC
              GO TO F-3100-EVENTO-MOVIMIENTO
           END-IF

           MOVE WS-MOV-TIPO    TO WS-EVE-TIPCUEN
           MOVE WS-MOV-CUENTA  TO WS-EVE-NROCUEN
           MOVE SPACES         TO WS-EVE-DETALLE

           IF WS-MOV-IMPORTE IS LESS ZEROS
              COMPUTE WS-EVE-IMPORTE = WS-MOV-IMPORTE * -1
           ELSE
              MOVE WS-MOV-IMPORTE TO WS-EVE-IMPORTE
           END-IF

           IF WS-MOV-DBCR IS EQUAL 'D'
              MOVE 2   TO WS-EVT-IDX
              MOVE 'D' TO WS-EVE-DBCR
              PERFORM 6000-AVISAR-CUENTA THRU F-6000-AVISAR-CUENTA
              GO TO F-3100-EVENTO-MOVIMIENTO
           END-IF

      *    EL CREDITO DE HABERES ES DE SUCURSAL (SIN TIPO): SE
      *    APAREA CONTRA LOS DE DDMOVNOM POR CUENTA E IMPORTE.
           IF WS-MOV-TIPMOV IS NOT NUMERIC
              OR WS-MOV-TIPMOV IS EQUAL ZEROS
              OR WS-MOV-TIPMOV IS EQUAL TMV-SUCURSAL
              MOVE ZEROS TO WS-NOM-IDX
              PERFORM VARYING WS-NOM-SUB FROM 1 BY 1
                      UNTIL WS-NOM-SUB > WS-NOM-CONT
                         OR WS-NOM-IDX IS NOT EQUAL ZEROS
                  IF WS-NOM-CLAVE (WS-NOM-SUB) IS EQUAL WS-EVE-CUENTA
                     AND WS-NOM-IMPORTE (WS-NOM-SUB) IS EQUAL
                         WS-EVE-IMPORTE
                     AND WS-NOM-USADO (WS-NOM-SUB) IS EQUAL 'N'
                     MOVE WS-NOM-SUB TO WS-NOM-IDX
                  END-IF
              END-PERFORM
              IF WS-NOM-IDX IS NOT EQUAL ZEROS
                 MOVE 'S' TO WS-NOM-USADO (WS-NOM-IDX)
                 GO TO F-3100-EVENTO-MOVIMIENTO
              END-IF
           END-IF

           MOVE 3   TO WS-EVT-IDX
           MOVE 'C' TO WS-EVE-DBCR
           PERFORM 6000-AVISAR-CUENTA THRU F-6000-AVISAR-CUENTA.

       F-3100-EVENTO-MOVIMIENTO. EXIT.
      **************************************************************
       4000-CHEQUES.

           READ RECHCHQ

           EVALUATE FS-RECHCHQ
             WHEN '00'
                  IF RCQ-TIPCUEN IS NUMERIC
                     AND RCQ-NROCUEN IS NUMERIC
                     AND RCQ-IMPORTE IS NUMERIC
                     MOVE 4               TO WS-EVT-IDX
                     MOVE RCQ-TIPCUEN     TO WS-EVE-TIPCUEN
                     MOVE RCQ-NROCUEN     TO WS-EVE-NROCUEN
                     MOVE RCQ-IMPORTE     TO WS-EVE-IMPORTE
                     MOVE 'D'             TO WS-EVE-DBCR
                     MOVE RCQ-NROCHEQUE   TO WS-DCH-NROCHEQUE
                     MOVE RCQ-MOTIVO      TO WS-DCH-MOTIVO
                     MOVE WS-DET-CHEQUE   TO WS-EVE-DETALLE
                     PERFORM 6000-AVISAR-CUENTA
                             THRU F-6000-AVISAR-CUENTA
                  END-IF

              WHEN '10'
                CLOSE RECHCHQ

              WHEN OTHER
              DISPLAY '* ERROR EN LECTURA DE RECHCHQ ' FS-RECHCHQ
              MOVE 9999 TO RETURN-CODE

           END-EVALUATE.

       F-4000-CHEQUES. EXIT.
      **************************************************************
       5000-EXCESOS.
      *    EL IMPORTE DEL AVISO ES LO EXCEDIDO SOBRE EL LIMITE.
           READ EXCESOS

           EVALUATE FS-EXCESOS
             WHEN '00'
                  IF EXC-TIPCUEN IS NUMERIC
                     AND EXC-NROCUEN IS NUMERIC
                     MOVE 5               TO WS-EVT-IDX
                     MOVE EXC-TIPCUEN     TO WS-EVE-TIPCUEN
                     MOVE EXC-NROCUEN     TO WS-EVE-NROCUEN
                     MOVE EXC-EXCESO      TO WS-EVE-IMPORTE
                     MOVE 'D'             TO WS-EVE-DBCR
                     MOVE EXC-LIMITE      TO WS-DEX-LIMITE
                     MOVE WS-DET-EXCESO   TO WS-EVE-DETALLE
                     PERFORM 6000-AVISAR-CUENTA
                             THRU F-6000-AVISAR-CUENTA
                  END-IF

              WHEN '10'
                CLOSE EXCESOS

              WHEN OTHER
              DISPLAY '* ERROR EN LECTURA DE EXCESOS ' FS-EXCESOS
              MOVE 9999 TO RETURN-CODE

           END-EVALUATE.

       F-5000-EXCESOS. EXIT.
      **************************************************************
       6000-AVISAR-CUENTA.
      *    TITULAR Y COTITULARES DE LA CUENTA DEL EVENTO.
           ADD 1 TO WS-CNT-OCURRIDOS (WS-EVT-IDX)

           MOVE ZEROS TO WS-HOL-CONT

           PERFORM VARYING WS-TCU-SUB FROM 1 BY 1
                   UNTIL WS-TCU-SUB > WS-TCU-CONT
               IF WS-TCU-CLAVE (WS-TCU-SUB) IS EQUAL WS-EVE-CUENTA
                  AND WS-HOL-CONT < 20
                  ADD 1 TO WS-HOL-CONT
                  MOVE WS-TCU-NROCLI (WS-TCU-SUB) TO
                       WS-HOL-NROCLI (WS-HOL-CONT)
               END-IF
           END-PERFORM

           PERFORM VARYING WS-TCO-SUB FROM 1 BY 1
                   UNTIL WS-TCO-SUB > WS-TCO-CONT
               IF WS-TCO-CLAVE (WS-TCO-SUB) IS EQUAL WS-EVE-CUENTA
                  AND WS-HOL-CONT < 20
                  ADD 1 TO WS-HOL-CONT
                  MOVE WS-TCO-NROCLI (WS-TCO-SUB) TO
                       WS-HOL-NROCLI (WS-HOL-CONT)
               END-IF
           END-PERFORM

           IF WS-HOL-CONT IS EQUAL ZEROS
              ADD 1 TO WS-CANT-SIN-TITULAR
              GO TO F-6000-AVISAR-CUENTA
           END-IF

           PERFORM 6100-AVISAR-CLIENTE THRU F-6100-AVISAR-CLIENTE
                   VARYING WS-HOL-SUB FROM 1 BY 1
                   UNTIL WS-HOL-SUB > WS-HOL-CONT
                      OR RETURN-CODE IS EQUAL 9999.

       F-6000-AVISAR-CUENTA. EXIT.
      **************************************************************
       6100-AVISAR-CLIENTE.
      *    CLIENTE WS-HOL-NROCLI (WS-HOL-SUB): SUSCRIPCION AL EVENTO,
      *    IMPORTE MINIMO Y ESTADO.
           MOVE WS-HOL-NROCLI (WS-HOL-SUB)   TO MAE-PAV-CLAVE (1:7)
           MOVE WS-EVT-CODIGO (WS-EVT-IDX)   TO MAE-PAV-CLAVE (8:2)

           READ PREFEREN INTO WS-REG-PREAVI
              INVALID KEY
                 GO TO F-6100-AVISAR-CLIENTE
           END-READ

           IF PAV-UMBRAL IS NUMERIC
              AND WS-EVE-IMPORTE IS LESS PAV-UMBRAL
              GO TO F-6100-AVISAR-CLIENTE
           END-IF

           IF WS-HAY-ESTADOS
              MOVE ZEROS TO WS-VCL-IDX
              PERFORM VARYING WS-VCL-SUB FROM 1 BY 1
                      UNTIL WS-VCL-SUB > WS-VCL-CONT
                         OR WS-VCL-IDX IS NOT EQUAL ZEROS
                  IF WS-VCL-NROCLI (WS-VCL-SUB) IS EQUAL
                     WS-HOL-NROCLI (WS-HOL-SUB)
                     MOVE WS-VCL-SUB TO WS-VCL-IDX
                  END-IF
              END-PERFORM
              IF WS-VCL-IDX IS NOT EQUAL ZEROS
                 MOVE WS-VCL-DOC (WS-VCL-IDX) TO MAE-EST-CLAVE
                 READ ESTADOS
                    INVALID KEY
                       MOVE 'A' TO EST-ESTADO
                 END-READ
                 IF EST-ESTADO IS EQUAL 'B' OR 'F'
                    ADD 1 TO WS-CANT-NO-AVISADOS
                    GO TO F-6100-AVISAR-CLIENTE
                 END-IF
              END-IF
           END-IF

           MOVE SPACES                     TO WS-REG-AVISO
           MOVE WS-FECHA-NEGOCIO-R         TO AVI-FECHA
           MOVE PAV-NROCLI                 TO AVI-NROCLI
           MOVE PAV-EVENTO                 TO AVI-EVENTO
           MOVE PAV-CANAL                  TO AVI-CANAL
           MOVE PAV-TELEFONO               TO AVI-TELEFONO
           MOVE PAV-CORREO                 TO AVI-CORREO
           MOVE WS-EVE-TIPCUEN             TO AVI-TIPCUEN
           MOVE WS-EVE-NROCUEN             TO AVI-NROCUEN
           MOVE WS-EVE-IMPORTE             TO AVI-IMPORTE
           MOVE WS-EVE-DBCR                TO AVI-DBCR
           MOVE WS-EVE-DETALLE             TO AVI-DETALLE

           WRITE REG-AVISOS FROM WS-REG-AVISO

           IF FS-AVISOS IS NOT EQUAL '00'
              DISPLAY '* ERROR EN WRITE AVISOS   = ' FS-AVISOS
              MOVE 9999 TO RETURN-CODE
           ELSE
              ADD 1 TO WS-CANT-AVISOS
              ADD 1 TO WS-CNT-AVISOS (WS-EVT-IDX)
           END-IF.

       F-6100-AVISAR-CLIENTE. EXIT.
      **************************************************************
       9000-RESUMEN.

           MOVE WS-FECHA-NEGOCIO-R TO WS-LT-FECHA
           WRITE REG-SALIDA FROM WS-LIN-TITULO

           PERFORM VARYING WS-EVT-SUB FROM 1 BY 1
                   UNTIL WS-EVT-SUB > 5
               MOVE WS-EVT-CODIGO     (WS-EVT-SUB) TO WS-LE-CODIGO
               MOVE WS-EVT-DESCRIP    (WS-EVT-SUB) TO WS-LE-DESCRIP
               MOVE WS-CNT-OCURRIDOS  (WS-EVT-SUB) TO WS-LE-OCURRIDOS
               MOVE WS-CNT-AVISOS     (WS-EVT-SUB) TO WS-LE-AVISOS
               WRITE REG-SALIDA FROM WS-LIN-EVENTO
           END-PERFORM

           IF FS-SALIDA IS NOT EQUAL '00'
              DISPLAY '* ERROR EN WRITE SALIDA   = ' FS-SALIDA
              MOVE 9999 TO RETURN-CODE
           END-IF.

       F-9000-RESUMEN. EXIT.
      **************************************************************
       9999-FINAL.

           IF RETURN-CODE NOT EQUAL 9999
             PERFORM 9000-RESUMEN THRU F-9000-RESUMEN

             CLOSE PREFEREN
                 IF FS-PREFEREN IS NOT EQUAL '00'
                  DISPLAY '* ERROR EN CLOSE PREFEREN = '
                                            FS-PREFEREN
                  MOVE 9999 TO RETURN-CODE
                 END-IF

             IF WS-HAY-ESTADOS
                CLOSE ESTADOS
             END-IF

             CLOSE AVISOS
                 IF FS-AVISOS IS NOT EQUAL '00'
                  DISPLAY '* ERROR EN CLOSE AVISOS   = '
                                            FS-AVISOS
                  MOVE 9999 TO RETURN-CODE
                 END-IF

             CLOSE SALIDA
                 IF FS-SALIDA IS NOT EQUAL '00'
                  DISPLAY '* ERROR EN CLOSE SALIDA   = '
                                            FS-SALIDA
                  MOVE 9999 TO RETURN-CODE
                 END-IF

             DISPLAY '***************************************'
             DISPLAY ' AVISOS GRABADOS             :  '
                                               WS-CANT-AVISOS
             DISPLAY ' EVENTOS SIN TITULAR         :  '
                                               WS-CANT-SIN-TITULAR
             DISPLAY ' NO AVISADOS (BLOQ./FALLEC.) :  '
                                               WS-CANT-NO-AVISADOS
             DISPLAY '***************************************'

           END-IF.

       F-9999-FINAL.
           EXIT.
