       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMFJCBF.
       AUTHOR.    FEDERICO FALCON.
      **************************************************************
      *  CONSTITUCION Y MANTENIMIENTO POR NOVEDADES DEL MAESTRO    *
      *  DE PLAZOS FIJOS (DDPLAFIJ, LAYOUT CPPLAFIJ).              *
      *  APLICA NOVEDADES AL = CONSTITUCION, CM = CAMBIO DE LA     *
      *  MARCA DE RENOVACION AUTOMATICA. UN PLAZO FIJO NO SE       *
      *  CANCELA ANTES DE SU VENCIMIENTO, ASI QUE NO HAY BAJA.     *
      *  LA CONSTITUCION:                                          *
      *    - VERIFICA FONDOS CONTRA EL SALDO DE AYER (DDSALANT),   *
      *      DESCONTANDO LO YA CONSTITUIDO EN LA CORRIDA           *
      *    - TOMA LA TASA NOMINAL ANUAL DEL TRAMO DE PLAZO EN LA   *
      *      TABLA DDTASPF (LAYOUT CPTASPF)                        *
      *    - CALCULA EL VENCIMIENTO (PLAZO EN DIAS CORRIDOS,       *
      *      PASADO A DIA HABIL CON EL MODULO PGMFSCBF) Y EL       *
      *      INTERES SIMPLE SOBRE 365 DIAS                         *
      *    - EMITE EL DEBITO EN LA CUENTA DEL CLIENTE COMO         *
      *      MOVIMIENTO MOVIMCC (DDMOVPFJ) PARA EL MOTOR DE SALDOS *
      *    - IMPRIME EL CERTIFICADO DE CONSTITUCION (DDCERTIF,     *
      *      LINEAS CPCERTPF)                                      *
      *  EL VENCIMIENTO Y LA RENOVACION LOS HACE PGMFVCBF.         *
      *  EL SALDO DE AYER SE TOMA NETO DE LO RETENIDO POR ORDENES  *
      *  JUDICIALES ACTIVAS DEL MAESTRO DE EMBARGOS DDEMBARG       *
      *  (LAYOUT CPEMBARG, MANTENIDO POR PGMEBCBF), ASI NO SE      *
      *  CONSTITUYE UN PLAZO FIJO CON PLATA CONGELADA.             *
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

            SELECT NOVEDADES ASSIGN TO DDNOVPFJ
                 FILE STATUS IS FS-NOVEDAD.

            SELECT TASASPF ASSIGN TO DDTASPF
                 FILE STATUS IS FS-TASASPF.

            SELECT SALDOS ASSIGN TO DDSALANT
                 FILE STATUS IS FS-SALDOS.

            SELECT EMBARGOS ASSIGN TO DDEMBARG
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS MAE-EMB-CLAVE
                 FILE STATUS IS FS-EMBARGOS.

            SELECT RECHAZOS ASSIGN TO DDRECHA
                 FILE STATUS IS FS-RECHAZO.

            SELECT MOVPFJ ASSIGN TO DDMOVPFJ
                 FILE STATUS IS FS-MOVPFJ.

            SELECT CERTIF ASSIGN TO DDCERTIF
                 FILE STATUS IS FS-CERTIF.

            SELECT FECHAPRO ASSIGN TO DDFECPRO
                 FILE STATUS IS FS-FECHAPRO.
      **************************************************************
       I-O-CONTROL.

       DATA DIVISION.
       FILE SECTION.
       FD   PLAZOS.

       01   REG-PLAZOS.
           03  MAE-PFJ-NRO          PIC 9(08).
           03  FILLER               PIC X(92).
      **************************************************************
       FD   NOVEDADES
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01   REG-NOVEDAD             PIC X(80).
      **************************************************************
       FD   TASASPF
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01   REG-TASASPF             PIC X(80).
      **************************************************************
       FD   SALDOS
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01   REG-SALDOS              PIC X(30).
      **************************************************************
       FD   EMBARGOS.

       01   REG-EMBARGOS.
           03  MAE-EMB-CLAVE        PIC X(37).
           03  FILLER               PIC X(63).
      **************************************************************
       FD   RECHAZOS
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01   REG-RECHAZO.
           05  RCH-NOVEDAD          PIC X(80).
           05  RCH-MOTIVO           PIC X(30).
      **************************************************************
       FD   MOVPFJ
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01   REG-MOVPFJ              PIC X(80).
      **************************************************************
       FD   CERTIF
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01   REG-CERTIF              PIC X(80).
      **************************************************************
       FD   FECHAPRO
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01   REG-FECHAPRO.
           05  FPR-FECHA            PIC 9(08).
           05  FILLER               PIC X(72).
      **************************************************************
       WORKING-STORAGE SECTION.

       77  FILLER        PIC X(26) VALUE '* INICIO WORKING-STORAGE *'.
      **************************************************************

           COPY CPPLAFIJ.

           COPY CPTASPF.

           COPY CPSALDO.

           COPY CPEMBARG.

       77  WS-RETENIDO     PIC S9(09)V99 COMP-3 VALUE ZEROS.

           COPY MOVIMCC.

           COPY CPTIPMOV.

           COPY CPFECPRO.

           COPY CPFECSRV.

           COPY CPCERTPF.

       77  FS-PLAZOS       PIC XX    VALUE SPACES.

       77  FS-NOVEDAD      PIC XX    VALUE SPACES.
           88  FS-NOVEDAD-FIN        VALUE '10'.

       77  FS-TASASPF      PIC XX    VALUE SPACES.
       77  FS-SALDOS       PIC XX    VALUE SPACES.
       77  FS-EMBARGOS     PIC XX    VALUE SPACES.
       77  FS-RECHAZO      PIC XX    VALUE SPACES.
       77  FS-MOVPFJ       PIC XX    VALUE SPACES.
       77  FS-CERTIF       PIC XX    VALUE SPACES.
       77  FS-FECHAPRO     PIC XX    VALUE SPACES.

      *********************CONTADORES*******************************
       77  WS-CANT-LEIDAS             PIC 9(05)   VALUE ZEROES.
       77  WS-CANT-ALTAS              PIC 9(05)   VALUE ZEROES.
       77  WS-CANT-CAMBIOS            PIC 9(05)   VALUE ZEROES.
       77  WS-CANT-RECHAZADAS         PIC 9(05)   VALUE ZEROES.
       77  WS-TOT-CONSTITUIDO PIC S9(11)V99 COMP-3 VALUE ZEROS.
       01  WS-TOT-EDIT                PIC -ZZZZZZZZZZZZ9,99.

      *****************NOVEDAD DE PLAZO FIJO***************************
       01  WS-REG-NOVPFJ.
           05  NPF-ACCION           PIC X(02).
           05  NPF-NRO              PIC 9(08).
           05  NPF-NROCLI           PIC 9(07).
           05  NPF-TIPCUEN          PIC 9(02).
           05  NPF-NROCUEN          PIC 9(08).
           05  NPF-CAPITAL          PIC 9(09)V99.
           05  NPF-PLAZO-DIAS       PIC 9(03).
           05  NPF-RENOVACION       PIC X(01).
           05  FILLER               PIC X(38).

      *****************SALDOS DE AYER PARA VERIFICAR FONDOS***********
       77  WS-SDO-CONT     PIC 9(04) USAGE COMP VALUE ZEROS.
       77  WS-SDO-SUB      PIC 9(04) USAGE COMP VALUE ZEROS.
       77  WS-SDO-IDX      PIC 9(04) USAGE COMP VALUE ZEROS.
       01  WS-TABLA-SALDOS.
           03  WS-SDO      OCCURS 5000 TIMES.
               05  WS-SDO-TIPCUEN   PIC 9(02).
               05  WS-SDO-NROCUEN   PIC 9(08).
               05  WS-SDO-SALDO     PIC S9(09)V99 COMP-3.
       77  WS-SALDO-CUENTA PIC S9(09)V99 COMP-3 VALUE ZEROS.

      *****************TASAS DE PLAZO FIJO VIGENTES********************
       77  WS-TPF-CONT     PIC 9(03) USAGE COMP VALUE ZEROS.
       77  WS-TPF-SUB      PIC 9(03) USAGE COMP VALUE ZEROS.
       77  WS-TPF-IDX      PIC 9(03) USAGE COMP VALUE ZEROS.
       01  WS-TABLA-TASASPF.
           03  WS-TPF      OCCURS 100 TIMES.
               05  WS-TPF-DESDE     PIC 9(03).
               05  WS-TPF-VIGENCIA  PIC 9(08).
               05  WS-TPF-TASA      PIC 9(02)V9(04).

       77  WS-TOTAL-VENC   PIC S9(11)V99 COMP-3 VALUE ZEROS.

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
                   UNTIL FS-NOVEDAD-FIN.

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
           OPEN I-O PLAZOS.

           IF FS-PLAZOS IS EQUAL '35'
              OPEN OUTPUT PLAZOS
              CLOSE PLAZOS
              OPEN I-O PLAZOS
           END-IF

           IF FS-PLAZOS IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN PLAZOS    = ' FS-PLAZOS
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

           OPEN OUTPUT MOVPFJ.

           IF FS-MOVPFJ IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN MOVPFJ    = ' FS-MOVPFJ
              MOVE 9999 TO RETURN-CODE
              SET  FS-NOVEDAD-FIN TO TRUE
           END-IF

           OPEN OUTPUT CERTIF.

           IF FS-CERTIF IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN CERTIF    = ' FS-CERTIF
              MOVE 9999 TO RETURN-CODE
              SET  FS-NOVEDAD-FIN TO TRUE
           END-IF

           PERFORM 1100-LEER-FECHA    THRU F-1100-LEER-FECHA.
           PERFORM 1200-CARGAR-TASAS  THRU F-1200-CARGAR-TASAS.
           PERFORM 1300-CARGAR-SALDOS THRU F-1300-CARGAR-SALDOS.
           PERFORM 1350-APLICAR-EMBARGOS
                   THRU F-1350-APLICAR-EMBARGOS.

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
      *    TABLA NO SE PUEDE FIJAR TASA Y NO SE CONSTITUYE NADA.
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
                      'CONSTITUYE'
              MOVE 9999 TO RETURN-CODE
              SET FS-NOVEDAD-FIN TO TRUE
           END-IF.

       F-1200-CARGAR-TASAS. EXIT.
      **************************************************************
       1300-CARGAR-SALDOS.
      *    SIN SALDOS DE AYER NO HAY CON QUE VERIFICAR FONDOS Y
      *    NO SE CONSTITUYE NADA: EL DEBITO NO PUEDE QUEDAR EN
      *    DESCUBIERTO.
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
              DISPLAY '* SIN SALDOS DE AYER, NO SE CONSTITUYE'
              MOVE 9999 TO RETURN-CODE
              SET FS-NOVEDAD-FIN TO TRUE
           END-IF.

       F-1300-CARGAR-SALDOS. EXIT.
      **************************************************************
       1350-APLICAR-EMBARGOS.
      *    DISPONIBLE = SALDO DE AYER MENOS LO RETENIDO POR LAS
      *    ORDENES JUDICIALES (DDEMBARG, LAYOUT CPEMBARG). SIN
      *    MAESTRO NO HAY ORDENES Y SE SIGUE CONTRA EL SALDO.
           OPEN INPUT EMBARGOS.

           IF FS-EMBARGOS IS EQUAL '00'
              MOVE LOW-VALUES TO MAE-EMB-CLAVE
              START EMBARGOS KEY IS NOT LESS MAE-EMB-CLAVE
                 INVALID KEY
                    MOVE '10' TO FS-EMBARGOS
              END-START

              PERFORM UNTIL FS-EMBARGOS IS NOT EQUAL '00'
                 READ EMBARGOS NEXT INTO WS-REG-EMBARG
                    AT END
                       MOVE '10' TO FS-EMBARGOS
                    NOT AT END
                       PERFORM 1360-RETENER-EMBARGO
                               THRU F-1360-RETENER-EMBARGO
                 END-READ
              END-PERFORM
              CLOSE EMBARGOS
           ELSE
              DISPLAY '* SIN MAESTRO DE EMBARGOS, FS = ' FS-EMBARGOS
           END-IF.

       F-1350-APLICAR-EMBARGOS. EXIT.
      **************************************************************
       1360-RETENER-EMBARGO.
      *    LA ORDEN ACTIVA RETIENE LO QUE FALTA TRANSFERIR; LO
      *    TRANSFERIDO AL JUZGADO EN LA FECHA DE NEGOCIO SIGUE EN EL
      *    SALDO DE AYER Y TAMBIEN SE RETIENE. LA CUENTA SIN SALDO
      *    DE AYER ENTRA A LA TABLA CON EL RETENIDO EN NEGATIVO.
           MOVE ZEROS TO WS-RETENIDO

           IF EMB-ESTADO IS EQUAL 'A'
              COMPUTE WS-RETENIDO = EMB-IMPORTE - EMB-IMP-TRANSF
           END-IF

           IF EMB-FEC-ULT-TRANSF IS EQUAL WS-FECHA-NEGOCIO-R
              ADD EMB-ULT-TRANSF TO WS-RETENIDO
           END-IF

           IF WS-RETENIDO IS EQUAL ZEROS
              GO TO F-1360-RETENER-EMBARGO
           END-IF

           MOVE ZEROS TO WS-SDO-IDX

           PERFORM VARYING WS-SDO-SUB FROM 1 BY 1
                   UNTIL WS-SDO-SUB > WS-SDO-CONT
               IF WS-SDO-TIPCUEN (WS-SDO-SUB) IS EQUAL EMB-TIPCUEN
                  AND WS-SDO-NROCUEN (WS-SDO-SUB) IS EQUAL
                      EMB-NROCUEN
                  MOVE WS-SDO-SUB TO WS-SDO-IDX
               END-IF
           END-PERFORM

           IF WS-SDO-IDX NOT EQUAL ZEROS
              SUBTRACT WS-RETENIDO FROM WS-SDO-SALDO (WS-SDO-IDX)
           ELSE
              IF WS-SDO-CONT < 5000
                 ADD 1 TO WS-SDO-CONT
                 MOVE EMB-TIPCUEN TO WS-SDO-TIPCUEN (WS-SDO-CONT)
                 MOVE EMB-NROCUEN TO WS-SDO-NROCUEN (WS-SDO-CONT)
                 COMPUTE WS-SDO-SALDO (WS-SDO-CONT) =
                         ZERO - WS-RETENIDO
              END-IF
           END-IF.

       F-1360-RETENER-EMBARGO. EXIT.
      **************************************************************
       2000-PROCESO.

           READ NOVEDADES INTO WS-REG-NOVPFJ

           EVALUATE FS-NOVEDAD
             WHEN '00'
                  ADD 1 TO WS-CANT-LEIDAS
                  EVALUATE NPF-ACCION
                      WHEN 'AL'
                           PERFORM 3000-ALTA THRU F-3000-ALTA
                      WHEN 'CM'
                           PERFORM 3100-CAMBIO THRU F-3100-CAMBIO
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

           IF NPF-CAPITAL IS NOT NUMERIC
              OR NPF-CAPITAL IS EQUAL ZEROS
              MOVE 'CONSTITUCION SIN CAPITAL' TO RCH-MOTIVO
              PERFORM 4100-GRABAR-RECHAZO THRU F-4100-GRABAR-RECHAZO
              GO TO F-3000-ALTA
           END-IF

      *    PLAZO MINIMO DE 30 DIAS Y MAXIMO DE UN ANIO.
           IF NPF-PLAZO-DIAS IS NOT NUMERIC
              OR NPF-PLAZO-DIAS IS LESS 30
              OR NPF-PLAZO-DIAS IS GREATER 365
              MOVE 'PLAZO INVALIDO' TO RCH-MOTIVO
              PERFORM 4100-GRABAR-RECHAZO THRU F-4100-GRABAR-RECHAZO
              GO TO F-3000-ALTA
           END-IF

           IF NPF-RENOVACION IS EQUAL SPACE
              MOVE 'N' TO NPF-RENOVACION
           END-IF

           IF NPF-RENOVACION IS NOT EQUAL 'S' AND 'N'
              MOVE 'MARCA DE RENOVACION INVALIDA' TO RCH-MOTIVO
              PERFORM 4100-GRABAR-RECHAZO THRU F-4100-GRABAR-RECHAZO
              GO TO F-3000-ALTA
           END-IF

           MOVE SPACES             TO WS-REG-PLAFIJ
           MOVE NPF-NRO            TO PFJ-NRO
           MOVE NPF-NROCLI         TO PFJ-NROCLI
           MOVE NPF-TIPCUEN        TO PFJ-TIPCUEN
           MOVE NPF-NROCUEN        TO PFJ-NROCUEN
           MOVE NPF-CAPITAL        TO PFJ-CAPITAL
           MOVE NPF-PLAZO-DIAS     TO PFJ-PLAZO-DIAS
           MOVE NPF-RENOVACION     TO PFJ-RENOVACION
           MOVE WS-FECHA-NEGOCIO-R TO PFJ-FEC-CONST
           MOVE ZEROS              TO PFJ-RENOVACIONES
           MOVE 'V'                TO PFJ-ESTADO

           PERFORM 3600-BUSCAR-TASA THRU F-3600-BUSCAR-TASA

           IF WS-TPF-IDX IS EQUAL ZEROS
              MOVE 'SIN TASA PARA EL PLAZO' TO RCH-MOTIVO
              PERFORM 4100-GRABAR-RECHAZO THRU F-4100-GRABAR-RECHAZO
              GO TO F-3000-ALTA
           END-IF

           PERFORM 3200-BUSCAR-SALDO THRU F-3200-BUSCAR-SALDO

           IF WS-SALDO-CUENTA IS LESS PFJ-CAPITAL
              MOVE 'FONDOS INSUFICIENTES' TO RCH-MOTIVO
              PERFORM 4100-GRABAR-RECHAZO THRU F-4100-GRABAR-RECHAZO
              GO TO F-3000-ALTA
           END-IF

           PERFORM 3700-CALCULAR-VENCIMIENTO
                   THRU F-3700-CALCULAR-VENCIMIENTO

           IF FSV-RESULTADO IS EQUAL 'E'
              MOVE 'ERROR AL CALCULAR VENCIMIENTO' TO RCH-MOTIVO
              PERFORM 4100-GRABAR-RECHAZO THRU F-4100-GRABAR-RECHAZO
              GO TO F-3000-ALTA
           END-IF

           WRITE REG-PLAZOS FROM WS-REG-PLAFIJ
              INVALID KEY
                 MOVE 'CERTIFICADO YA EXISTENTE' TO RCH-MOTIVO
                 PERFORM 4100-GRABAR-RECHAZO
                         THRU F-4100-GRABAR-RECHAZO
              NOT INVALID KEY
                 ADD 1 TO WS-CANT-ALTAS
                 SUBTRACT PFJ-CAPITAL FROM WS-SDO-SALDO (WS-SDO-IDX)
                 PERFORM 3500-EMITIR-DEBITO
                         THRU F-3500-EMITIR-DEBITO
                 MOVE 'CONSTITUCION' TO WS-CER-OPERACION
                 PERFORM 5000-IMPRIMIR-CERTIF
                         THRU F-5000-IMPRIMIR-CERTIF
           END-WRITE.

       F-3000-ALTA. EXIT.
      **************************************************************
       3100-CAMBIO.
      *    SOLO SE PUEDE CAMBIAR LA MARCA DE RENOVACION, Y MIENTRAS
      *    EL PLAZO FIJO ESTE VIGENTE.
           IF NPF-RENOVACION IS NOT EQUAL 'S' AND 'N'
              MOVE 'MARCA DE RENOVACION INVALIDA' TO RCH-MOTIVO
              PERFORM 4100-GRABAR-RECHAZO THRU F-4100-GRABAR-RECHAZO
              GO TO F-3100-CAMBIO
           END-IF

           MOVE NPF-NRO TO MAE-PFJ-NRO

           READ PLAZOS INTO WS-REG-PLAFIJ
              INVALID KEY
                 MOVE 'CERTIFICADO INEXISTENTE' TO RCH-MOTIVO
                 PERFORM 4100-GRABAR-RECHAZO
                         THRU F-4100-GRABAR-RECHAZO
                 GO TO F-3100-CAMBIO
           END-READ

           IF PFJ-ESTADO IS NOT EQUAL 'V'
              MOVE 'PLAZO FIJO NO VIGENTE' TO RCH-MOTIVO
              PERFORM 4100-GRABAR-RECHAZO THRU F-4100-GRABAR-RECHAZO
              GO TO F-3100-CAMBIO
           END-IF

           MOVE NPF-RENOVACION TO PFJ-RENOVACION

           REWRITE REG-PLAZOS FROM WS-REG-PLAFIJ

           IF FS-PLAZOS IS NOT EQUAL '00'
              DISPLAY '* ERROR EN REWRITE PLAZOS = ' FS-PLAZOS
              MOVE 9999 TO RETURN-CODE
              SET FS-NOVEDAD-FIN TO TRUE
           ELSE
              ADD 1 TO WS-CANT-CAMBIOS
           END-IF.

       F-3100-CAMBIO. EXIT.
      **************************************************************
       3200-BUSCAR-SALDO.
      *    CUENTA SIN SALDO DE AYER NO TIENE FONDOS.
           MOVE ZEROS TO WS-SDO-IDX
           MOVE ZEROS TO WS-SALDO-CUENTA

           PERFORM VARYING WS-SDO-SUB FROM 1 BY 1
                   UNTIL WS-SDO-SUB > WS-SDO-CONT
               IF WS-SDO-TIPCUEN (WS-SDO-SUB) IS EQUAL PFJ-TIPCUEN
                  AND WS-SDO-NROCUEN (WS-SDO-SUB) IS EQUAL
                      PFJ-NROCUEN
                  MOVE WS-SDO-SUB TO WS-SDO-IDX
               END-IF
           END-PERFORM

           IF WS-SDO-IDX NOT EQUAL ZEROS
              MOVE WS-SDO-SALDO (WS-SDO-IDX) TO WS-SALDO-CUENTA
           END-IF.

       F-3200-BUSCAR-SALDO. EXIT.
      **************************************************************
       3500-EMITIR-DEBITO.

           MOVE SPACES              TO WS-REG-MOVIMI
           MOVE PFJ-TIPCUEN         TO WS-MOV-TIPO
           MOVE PFJ-NROCUEN         TO WS-MOV-CUENTA
           MOVE PFJ-CAPITAL         TO WS-MOV-IMPORTE
           MOVE WS-FECHA-NEGOCIO-R  TO WS-MOV-FECHA
           MOVE 'D'                 TO WS-MOV-DBCR
           MOVE TMV-PF-CONSTITUCION TO WS-MOV-TIPMOV

           WRITE REG-MOVPFJ FROM WS-REG-MOVIMI

           IF FS-MOVPFJ IS NOT EQUAL '00'
              DISPLAY '* ERROR EN WRITE MOVPFJ   = ' FS-MOVPFJ
              MOVE 9999 TO RETURN-CODE
              SET FS-NOVEDAD-FIN TO TRUE
           ELSE
              ADD PFJ-CAPITAL TO WS-TOT-CONSTITUIDO
           END-IF.

       F-3500-EMITIR-DEBITO. EXIT.
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
      *    CONSTITUCION + PLAZO EN DIAS CORRIDOS, PASADO AL
      *    SIGUIENTE HABIL SI CAE EN INHABIL. EL INTERES ES POR EL
      *    PLAZO PACTADO: LOS DIAS DEL CORRIMIENTO NO SE PAGAN.
           MOVE 'C'            TO FSV-FUNCION
           MOVE PFJ-FEC-CONST  TO FSV-FECHA-ENT
           MOVE PFJ-PLAZO-DIAS TO FSV-CANT-DIAS
           CALL 'PGMFSCBF' USING WS-FECSRV-AREA

           IF FSV-RESULTADO IS EQUAL 'E'
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
       4100-GRABAR-RECHAZO.

           ADD 1 TO WS-CANT-RECHAZADAS

           MOVE WS-REG-NOVPFJ TO RCH-NOVEDAD
           WRITE REG-RECHAZO

           IF FS-RECHAZO IS NOT EQUAL '00'
              DISPLAY '* ERROR EN WRITE RECHAZOS = ' FS-RECHAZO
              MOVE 9999 TO RETURN-CODE
              SET FS-NOVEDAD-FIN TO TRUE
           END-IF.

       F-4100-GRABAR-RECHAZO. EXIT.
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
              SET FS-NOVEDAD-FIN TO TRUE
           END-IF.

       F-5000-IMPRIMIR-CERTIF. EXIT.
      **************************************************************
       9999-FINAL.

           IF RETURN-CODE NOT EQUAL 9999
             CLOSE PLAZOS
                 IF FS-PLAZOS IS NOT EQUAL '00'
                  DISPLAY '* ERROR EN CLOSE PLAZOS   = '
                                            FS-PLAZOS
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

             CLOSE MOVPFJ
                 IF FS-MOVPFJ IS NOT EQUAL '00'
                  DISPLAY '* ERROR EN CLOSE MOVPFJ   = '
                                            FS-MOVPFJ
                  MOVE 9999 TO RETURN-CODE
                 END-IF

             CLOSE CERTIF
                 IF FS-CERTIF IS NOT EQUAL '00'
                  DISPLAY '* ERROR EN CLOSE CERTIF   = '
                                            FS-CERTIF
                  MOVE 9999 TO RETURN-CODE
                 END-IF

             DISPLAY '***************************************'
             DISPLAY ' NOVEDADES DE PLAZO FIJO      :  '
                                               WS-CANT-LEIDAS
             DISPLAY ' CONSTITUCIONES          (AL) :  '
                                               WS-CANT-ALTAS
             DISPLAY ' CAMBIOS DE RENOVACION   (CM) :  '
                                               WS-CANT-CAMBIOS
             DISPLAY ' NOVEDADES RECHAZADAS         :  '
                                               WS-CANT-RECHAZADAS
             MOVE WS-TOT-CONSTITUIDO TO WS-TOT-EDIT
             DISPLAY ' TOTAL CONSTITUIDO            :  ' WS-TOT-EDIT
             DISPLAY '***************************************'

           END-IF.

       F-9999-FINAL.
           EXIT.
