       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMTOCBF.
       AUTHOR.    FEDERICO FALCON.
      **************************************************************
      *  TRANSFERENCIAS INTERBANCARIAS ENVIADAS.                   *
      *  LAS TRANSFERENCIAS QUE PIDEN NUESTROS CLIENTES A CUENTAS  *
      *  DE OTROS BANCOS (DDTRFSAL) SE DEBITAN DE LA CUENTA        *
      *  ORDENANTE Y SALEN A LA CAMARA COMPENSADORA (DDCAMTRF,     *
      *  LAYOUT CPTRFIB) CON EL CBU PROPIO DE ORIGEN DEL MAESTRO   *
      *  DDCBU (LAYOUT CPCBU) Y EL CBU DE DESTINO VALIDADO CON EL  *
      *  MODULO PGMCBCBF (AREA CPVALCBU). SE RECHAZAN A DDRECHA,   *
      *  CON SU MOTIVO:                                            *
      *    - LA CUENTA ORDENANTE SIN CBU O CERRADA (SAL-ESTADO     *
      *      'C' DEL SALDO DE AYER)                                *
      *    - EL CBU DE DESTINO INVALIDO O DE NUESTRA ENTIDAD (LAS  *
      *      TRANSFERENCIAS INTERNAS VAN POR PGMTRCBF)             *
      *    - EL IMPORTE INVALIDO O SIN FONDOS: DISPONIBLE = SALDO  *
      *      DE AYER DDSALANT, NETO DE EMBARGOS (DDEMBARG) Y DE    *
      *      CHEQUES EN FLOTANTE (DDFLOTA), MAS EL LIMITE DE       *
      *      DESCUBIERTO AUTORIZADO DDLIMAUT                       *
      *  EL DEBITO SALE COMO MOVIMIENTO MOVIMCC (DDMOVTRF) CON     *
      *  TIPO TMV-TRANSF-ENVIADA (CPTIPMOV), QUE LA INTERFAZ       *
      *  CONTABLE PGMGLCBF IMPUTA CONTRA LA CUENTA DE CAMARA DEL   *
      *  PLAN.                                                     *
      **************************************************************
       ENVIRONMENT DIVISION.
      **************************************************************
       CONFIGURATION SECTION.

       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
      **************************************************************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

            SELECT PEDIDOS ASSIGN TO DDTRFSAL
                 FILE STATUS IS FS-PEDIDOS.

            SELECT CBUS ASSIGN TO DDCBU
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS MAE-CBU-CLAVE
                 FILE STATUS IS FS-CBUS.

            SELECT SALDOS ASSIGN TO DDSALANT
                 FILE STATUS IS FS-SALDOS.

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

            SELECT LIMITES ASSIGN TO DDLIMAUT
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS MAE-LIM-CLAVE
                 FILE STATUS IS FS-LIMITES.

            SELECT FECHAPRO ASSIGN TO DDFECPRO
                 FILE STATUS IS FS-FECHAPRO.

            SELECT MOVTRF ASSIGN TO DDMOVTRF
                 FILE STATUS IS FS-MOVTRF.

            SELECT CAMARA ASSIGN TO DDCAMTRF
                 FILE STATUS IS FS-CAMARA.

            SELECT RECHAZOS ASSIGN TO DDRECHA
                 FILE STATUS IS FS-RECHAZO.
      **************************************************************
       I-O-CONTROL.

       DATA DIVISION.
       FILE SECTION.
       FD   PEDIDOS
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01   REG-PEDIDO              PIC X(80).
      **************************************************************
       FD   CBUS.

       01   REG-CBUS.
           03  MAE-CBU-CLAVE        PIC X(10).
           03  FILLER               PIC X(40).
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
       FD   FLOTANTE.

       01   REG-FLOTANTE.
           03  MAE-FLT-CLAVE        PIC X(21).
           03  FILLER               PIC X(59).
      **************************************************************
       FD   LIMITES.

       01   REG-LIMITES.
           03  MAE-LIM-CLAVE        PIC X(10).
           03  FILLER               PIC X(30).
      **************************************************************
       FD   FECHAPRO
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01   REG-FECHAPRO.
           05  FPR-FECHA            PIC 9(08).
           05  FILLER               PIC X(72).
      **************************************************************
       FD   MOVTRF
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01   REG-MOVTRF              PIC X(80).
      **************************************************************
       FD   CAMARA
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01   REG-CAMARA              PIC X(100).
      **************************************************************
       FD   RECHAZOS
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01   REG-RECHAZO.
           05  RCH-NOVEDAD          PIC X(80).
           05  RCH-MOTIVO           PIC X(30).
      **************************************************************
       WORKING-STORAGE SECTION.

       77  FILLER        PIC X(26) VALUE '* INICIO WORKING-STORAGE *'.
      **************************************************************

       77  FS-PEDIDOS      PIC XX    VALUE SPACES.
           88  FS-PEDIDOS-FIN        VALUE '10'.

       77  FS-CBUS         PIC XX    VALUE SPACES.
       77  FS-SALDOS       PIC XX    VALUE SPACES.
       77  FS-EMBARGOS     PIC XX    VALUE SPACES.
       77  FS-FLOTANTE     PIC XX    VALUE SPACES.
       77  FS-LIMITES      PIC XX    VALUE SPACES.
       77  FS-FECHAPRO     PIC XX    VALUE SPACES.
       77  FS-MOVTRF       PIC XX    VALUE SPACES.
       77  FS-CAMARA       PIC XX    VALUE SPACES.
       77  FS-RECHAZO      PIC XX    VALUE SPACES.

       01  WS-FLAG-LIMITES            PIC X       VALUE 'N'.
           88  WS-HAY-LIMITES                     VALUE 'S'.

      *****************PEDIDO DE TRANSFERENCIA*************************
       01  WS-REG-PEDIDO.
           05  TSA-TIPCUEN          PIC 9(02).
           05  TSA-NROCUEN          PIC 9(08).
           05  TSA-CBU-DESTINO      PIC X(22).
           05  TSA-IMPORTE          PIC 9(07)V99.
           05  TSA-CUIT-ORDENANTE   PIC 9(11).
           05  TSA-REFERENCIA       PIC X(08).
           05  FILLER               PIC X(20).

      *****************SALDOS DE AYER PARA LA VERIFICACION************
       77  WS-SDO-CONT     PIC 9(04) USAGE COMP VALUE ZEROS.
       77  WS-SDO-SUB      PIC 9(04) USAGE COMP VALUE ZEROS.
       77  WS-SDO-IDX      PIC 9(04) USAGE COMP VALUE ZEROS.
       01  WS-TABLA-SALDOS.
           03  WS-SDO      OCCURS 5000 TIMES.
               05  WS-SDO-TIPCUEN   PIC 9(02).
               05  WS-SDO-NROCUEN   PIC 9(08).
               05  WS-SDO-SALDO     PIC S9(09)V99 COMP-3.
               05  WS-SDO-ESTADO    PIC X(01).

       77  WS-RETENIDO     PIC S9(09)V99 COMP-3 VALUE ZEROS.
       77  WS-LIMITE-VIG   PIC 9(09)V99  COMP-3 VALUE ZEROS.
       77  WS-DISPONIBLE   PIC S9(09)V99 COMP-3 VALUE ZEROS.

      *********************CONTADORES*******************************
       77  WS-CANT-LEIDOS             PIC 9(05)   VALUE ZEROES.
       77  WS-CANT-ENVIADAS           PIC 9(05)   VALUE ZEROES.
       77  WS-CANT-RECHAZADAS         PIC 9(05)   VALUE ZEROES.
       77  WS-CANT-SIN-FONDOS         PIC 9(05)   VALUE ZEROES.
       77  WS-TOT-ENVIADO  PIC S9(11)V99 COMP-3 VALUE ZEROS.
       01  WS-TOT-EDIT     PIC -ZZZZZZZZZZZZ9,99.

      *****************FECHA DE NEGOCIO Y AREAS DE MODULOS*************
           COPY CPFECPRO.

           COPY CPVALCBU.

           COPY CPCBU.

           COPY CPTRFIB.

           COPY CPSALDO.

           COPY CPEMBARG.

           COPY CPFLOTA.

           COPY CPLIMAUT.

           COPY CPTIPMOV.

           COPY MOVIMCC.

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
                   UNTIL FS-PEDIDOS-FIN.

           PERFORM 9999-FINAL    THRU  F-9999-FINAL.

       F-MAIN-PROGRAM. GOBACK.

      **************************************
      *                                    *
      *  CUERPO INICIO APERTURA ARCHIVOS   *
      *                                    *
      **************************************
       1000-INICIO.

           OPEN INPUT  PEDIDOS.

           IF FS-PEDIDOS IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN PEDIDOS   = ' FS-PEDIDOS
              MOVE 9999 TO RETURN-CODE
              SET  FS-PEDIDOS-FIN TO TRUE
           END-IF

      *    SIN MAESTRO DE CBU NO HAY CBU DE ORIGEN PARA LA CAMARA.
           OPEN INPUT  CBUS.

           IF FS-CBUS IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN CBUS      = ' FS-CBUS
              MOVE 9999 TO RETURN-CODE
              SET  FS-PEDIDOS-FIN TO TRUE
           END-IF

           OPEN OUTPUT MOVTRF.

           IF FS-MOVTRF IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN MOVTRF    = ' FS-MOVTRF
              MOVE 9999 TO RETURN-CODE
              SET  FS-PEDIDOS-FIN TO TRUE
           END-IF

           OPEN OUTPUT CAMARA.

           IF FS-CAMARA IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN CAMARA    = ' FS-CAMARA
              MOVE 9999 TO RETURN-CODE
              SET  FS-PEDIDOS-FIN TO TRUE
           END-IF

           OPEN OUTPUT RECHAZOS.

           IF FS-RECHAZO IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN RECHAZOS  = ' FS-RECHAZO
              MOVE 9999 TO RETURN-CODE
              SET  FS-PEDIDOS-FIN TO TRUE
           END-IF

      *    SIN MAESTRO DE LIMITES SE DEBITA SOLO CONTRA SALDO.
           OPEN INPUT LIMITES.

           IF FS-LIMITES IS EQUAL '00'
              SET WS-HAY-LIMITES TO TRUE
           ELSE
              DISPLAY '* SIN MAESTRO DE LIMITES, SE VERIFICA SOLO '
                      'CONTRA SALDO'
           END-IF

           PERFORM 1100-LEER-FECHA    THRU F-1100-LEER-FECHA.
           PERFORM 1300-CARGAR-SALDOS THRU F-1300-CARGAR-SALDOS.

           IF WS-SDO-CONT > ZEROS
              PERFORM 1350-APLICAR-EMBARGOS
                      THRU F-1350-APLICAR-EMBARGOS
              PERFORM 1370-APLICAR-FLOTANTE
                      THRU F-1370-APLICAR-FLOTANTE
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
      *    SALDOS DE AYER PARA LA VERIFICACION DE FONDOS Y EL
      *    ESTADO DE LA CUENTA; SIN EL ARCHIVO SOLO CUENTA EL
      *    LIMITE AUTORIZADO.
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
                          MOVE SAL-ESTADO  TO
                               WS-SDO-ESTADO  (WS-SDO-CONT)
                       ELSE
                          DISPLAY '* ATENCION: TABLA DE SALDOS '
                                  'LLENA (5000)'
                          MOVE '10' TO FS-SALDOS
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE SALDOS
           ELSE
              DISPLAY '* SIN SALDOS DE AYER, SOLO CUENTA EL LIMITE'
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
                 MOVE SPACE       TO WS-SDO-ESTADO  (WS-SDO-CONT)
                 COMPUTE WS-SDO-SALDO (WS-SDO-CONT) =
                         ZERO - WS-RETENIDO
              END-IF
           END-IF.

       F-1360-RETENER-EMBARGO. EXIT.
      **************************************************************
       1370-APLICAR-FLOTANTE.
      *    LOS CHEQUES DE OTROS BANCOS DEPOSITADOS (DDFLOTA, LAYOUT
      *    CPFLOTA, GRABADO POR PGMDQCBF) ESTAN EN EL SALDO DE AYER
      *    PERO NO SE PUEDEN USAR HASTA SU FECHA DE DISPONIBILIDAD.
      *    SIN MAESTRO NO HAY FLOTANTE.
           OPEN INPUT FLOTANTE.

           IF FS-FLOTANTE IS EQUAL '00'
              MOVE LOW-VALUES TO MAE-FLT-CLAVE
              START FLOTANTE KEY IS NOT LESS MAE-FLT-CLAVE
                 INVALID KEY
                    MOVE '10' TO FS-FLOTANTE
              END-START

              PERFORM UNTIL FS-FLOTANTE IS NOT EQUAL '00'
                 READ FLOTANTE NEXT INTO WS-REG-FLOTA
                    AT END
                       MOVE '10' TO FS-FLOTANTE
                    NOT AT END
                       PERFORM 1380-RETENER-FLOTANTE
                               THRU F-1380-RETENER-FLOTANTE
                 END-READ
              END-PERFORM
              CLOSE FLOTANTE
           ELSE
              DISPLAY '* SIN MAESTRO DE FLOTANTE, FS = ' FS-FLOTANTE
           END-IF.

       F-1370-APLICAR-FLOTANTE. EXIT.
      **************************************************************
       1380-RETENER-FLOTANTE.
      *    SOLO CUENTA EL DEPOSITO DE UN DIA ANTERIOR, QUE YA ESTA
      *    EN EL SALDO DE AYER: PENDIENTE Y TODAVIA NO DISPONIBLE,
      *    O DEVUELTO HOY (EL CONTRASIENTO TODAVIA NO ESTA EN EL
      *    SALDO DE AYER).
           MOVE ZEROS TO WS-RETENIDO

           IF FLT-FEC-DEPOSITO IS LESS WS-FECHA-NEGOCIO-R
              IF FLT-ESTADO IS EQUAL 'P'
                 AND FLT-FEC-DISPON IS GREATER WS-FECHA-NEGOCIO-R
                 MOVE FLT-IMPORTE TO WS-RETENIDO
              END-IF
              IF FLT-ESTADO IS EQUAL 'D'
                 AND FLT-FEC-DEVOL IS EQUAL WS-FECHA-NEGOCIO-R
                 MOVE FLT-IMPORTE TO WS-RETENIDO
              END-IF
           END-IF

           IF WS-RETENIDO IS EQUAL ZEROS
              GO TO F-1380-RETENER-FLOTANTE
           END-IF

           MOVE ZEROS TO WS-SDO-IDX

           PERFORM VARYING WS-SDO-SUB FROM 1 BY 1
                   UNTIL WS-SDO-SUB > WS-SDO-CONT
               IF WS-SDO-TIPCUEN (WS-SDO-SUB) IS EQUAL FLT-TIPCUEN
                  AND WS-SDO-NROCUEN (WS-SDO-SUB) IS EQUAL
                      FLT-NROCUEN
                  MOVE WS-SDO-SUB TO WS-SDO-IDX
               END-IF
           END-PERFORM

           IF WS-SDO-IDX NOT EQUAL ZEROS
              SUBTRACT WS-RETENIDO FROM WS-SDO-SALDO (WS-SDO-IDX)
           ELSE
              IF WS-SDO-CONT < 5000
                 ADD 1 TO WS-SDO-CONT
                 MOVE FLT-TIPCUEN TO WS-SDO-TIPCUEN (WS-SDO-CONT)
                 MOVE FLT-NROCUEN TO WS-SDO-NROCUEN (WS-SDO-CONT)
                 MOVE SPACE       TO WS-SDO-ESTADO  (WS-SDO-CONT)
                 COMPUTE WS-SDO-SALDO (WS-SDO-CONT) =
                         ZERO - WS-RETENIDO
              END-IF
           END-IF.

       F-1380-RETENER-FLOTANTE. EXIT.
      **************************************************************
       2000-PROCESO.

           READ PEDIDOS INTO WS-REG-PEDIDO

           EVALUATE FS-PEDIDOS
             WHEN '00'
                  ADD 1 TO WS-CANT-LEIDOS
                  PERFORM 3000-PROCESAR-PEDIDO
                          THRU F-3000-PROCESAR-PEDIDO

              WHEN '10'
                CONTINUE

              WHEN OTHER
              DISPLAY '* ERROR EN LECTURA PEDIDOS  = ' FS-PEDIDOS
              MOVE 9999 TO RETURN-CODE
              SET FS-PEDIDOS-FIN TO TRUE

           END-EVALUATE.

       F-2000-PROCESO. EXIT.
      **************************************************************
       3000-PROCESAR-PEDIDO.

           IF TSA-TIPCUEN IS NOT NUMERIC
              OR TSA-NROCUEN IS NOT NUMERIC
              MOVE 'CUENTA ORDENANTE INVALIDA' TO RCH-MOTIVO
              PERFORM 5000-RECHAZAR-PEDIDO THRU F-5000-RECHAZAR-PEDIDO
              GO TO F-3000-PROCESAR-PEDIDO
           END-IF

           IF TSA-IMPORTE IS NOT NUMERIC
              OR TSA-IMPORTE IS EQUAL ZEROS
              MOVE 'IMPORTE INVALIDO' TO RCH-MOTIVO
              PERFORM 5000-RECHAZAR-PEDIDO THRU F-5000-RECHAZAR-PEDIDO
              GO TO F-3000-PROCESAR-PEDIDO
           END-IF

      *    CBU PROPIO DE LA CUENTA ORDENANTE.
           MOVE TSA-TIPCUEN TO MAE-CBU-CLAVE (1:2)
           MOVE TSA-NROCUEN TO MAE-CBU-CLAVE (3:8)

           READ CBUS INTO WS-REG-CBU
              INVALID KEY
                 MOVE 'CUENTA ORDENANTE SIN CBU' TO RCH-MOTIVO
                 PERFORM 5000-RECHAZAR-PEDIDO
                         THRU F-5000-RECHAZAR-PEDIDO
                 GO TO F-3000-PROCESAR-PEDIDO
           END-READ

           PERFORM 3100-BUSCAR-SALDO THRU F-3100-BUSCAR-SALDO

           IF WS-SDO-IDX NOT EQUAL ZEROS
              AND WS-SDO-ESTADO (WS-SDO-IDX) IS EQUAL 'C'
              MOVE 'CUENTA ORDENANTE CERRADA' TO RCH-MOTIVO
              PERFORM 5000-RECHAZAR-PEDIDO THRU F-5000-RECHAZAR-PEDIDO
              GO TO F-3000-PROCESAR-PEDIDO
           END-IF

      *    CBU DE DESTINO: DIGITOS VERIFICADORES Y ENTIDAD AJENA.
           MOVE 'V'             TO VCB-FUNCION
           MOVE TSA-CBU-DESTINO TO VCB-CBU
           CALL 'PGMCBCBF' USING WS-VALCBU-AREA

           IF VCB-RESULTADO IS NOT EQUAL 'S'
              MOVE SPACES TO RCH-MOTIVO
              STRING 'CBU DESTINO: ' DELIMITED BY SIZE
                     VCB-MOTIVO      DELIMITED BY SIZE
                     INTO RCH-MOTIVO
              END-STRING
              PERFORM 5000-RECHAZAR-PEDIDO THRU F-5000-RECHAZAR-PEDIDO
              GO TO F-3000-PROCESAR-PEDIDO
           END-IF

           IF VCB-PROPIO IS EQUAL 'S'
              MOVE 'DESTINO ES CUENTA PROPIA' TO RCH-MOTIVO
              PERFORM 5000-RECHAZAR-PEDIDO THRU F-5000-RECHAZAR-PEDIDO
              GO TO F-3000-PROCESAR-PEDIDO
           END-IF

      *    DISPONIBLE = SALDO EN MEMORIA + LIMITE AUTORIZADO
      *    VIGENTE; LA TRANSFERENCIA ENVIADA DESCUENTA EL SALDO EN
      *    MEMORIA PARA LAS SIGUIENTES DE LA MISMA CUENTA.
           PERFORM 3200-BUSCAR-LIMITE THRU F-3200-BUSCAR-LIMITE

           IF WS-SDO-IDX IS EQUAL ZEROS
              MOVE ZEROS TO WS-DISPONIBLE
              ADD WS-LIMITE-VIG TO WS-DISPONIBLE
           ELSE
              COMPUTE WS-DISPONIBLE =
                      WS-SDO-SALDO (WS-SDO-IDX) + WS-LIMITE-VIG
           END-IF

           IF TSA-IMPORTE IS GREATER WS-DISPONIBLE
              ADD 1 TO WS-CANT-SIN-FONDOS
              MOVE 'SIN FONDOS SUFICIENTES' TO RCH-MOTIVO
              PERFORM 5000-RECHAZAR-PEDIDO THRU F-5000-RECHAZAR-PEDIDO
              GO TO F-3000-PROCESAR-PEDIDO
           END-IF

           PERFORM 4000-ENVIAR-TRANSFERENCIA
                   THRU F-4000-ENVIAR-TRANSFERENCIA.

       F-3000-PROCESAR-PEDIDO. EXIT.
      **************************************************************
       3100-BUSCAR-SALDO.

           MOVE ZEROS TO WS-SDO-IDX

           PERFORM VARYING WS-SDO-SUB FROM 1 BY 1
                   UNTIL WS-SDO-SUB > WS-SDO-CONT
               IF WS-SDO-TIPCUEN (WS-SDO-SUB) IS EQUAL TSA-TIPCUEN
                  AND WS-SDO-NROCUEN (WS-SDO-SUB) IS EQUAL
                      TSA-NROCUEN
                  MOVE WS-SDO-SUB TO WS-SDO-IDX
               END-IF
           END-PERFORM.

       F-3100-BUSCAR-SALDO. EXIT.
      **************************************************************
       3200-BUSCAR-LIMITE.

           MOVE ZEROS TO WS-LIMITE-VIG

           IF WS-HAY-LIMITES
              MOVE TSA-TIPCUEN TO MAE-LIM-CLAVE (1:2)
              MOVE TSA-NROCUEN TO MAE-LIM-CLAVE (3:8)
              READ LIMITES INTO WS-REG-LIMAUT
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    IF LIM-FEC-VIGENCIA IS NOT GREATER
                       WS-FECHA-NEGOCIO-R
                       MOVE LIM-IMPORTE TO WS-LIMITE-VIG
                    END-IF
              END-READ
           END-IF.

       F-3200-BUSCAR-LIMITE. EXIT.
      **************************************************************
       4000-ENVIAR-TRANSFERENCIA.
      *    SIN REFERENCIA: NO ES PATA DE TRANSFERENCIA INTERNA Y EL
      *    PAREO PGMPTCBF NO LA ESPERA.

           MOVE SPACES             TO WS-REG-MOVIMI
           MOVE TSA-TIPCUEN        TO WS-MOV-TIPO
           MOVE TSA-NROCUEN        TO WS-MOV-CUENTA
           MOVE TSA-IMPORTE        TO WS-MOV-IMPORTE
           MOVE WS-FECHA-NEGOCIO-R TO WS-MOV-FECHA
           MOVE 'D'                TO WS-MOV-DBCR
           MOVE TMV-TRANSF-ENVIADA TO WS-MOV-TIPMOV

           WRITE REG-MOVTRF FROM WS-REG-MOVIMI

           IF FS-MOVTRF IS NOT EQUAL '00'
              DISPLAY '* ERROR EN WRITE MOVTRF   = ' FS-MOVTRF
              MOVE 9999 TO RETURN-CODE
              SET FS-PEDIDOS-FIN TO TRUE
           END-IF

           MOVE SPACES             TO WS-REG-TRFIB
           MOVE CBU-NUMERO         TO TIB-CBU-ORIGEN
           MOVE TSA-CBU-DESTINO    TO TIB-CBU-DESTINO
           MOVE TSA-IMPORTE        TO TIB-IMPORTE
           MOVE WS-FECHA-NEGOCIO-R TO TIB-FECHA
           MOVE TSA-CUIT-ORDENANTE TO TIB-CUIT
           MOVE TSA-REFERENCIA     TO TIB-REFERENCIA

           WRITE REG-CAMARA FROM WS-REG-TRFIB

           IF FS-CAMARA IS NOT EQUAL '00'
              DISPLAY '* ERROR EN WRITE CAMARA   = ' FS-CAMARA
              MOVE 9999 TO RETURN-CODE
              SET FS-PEDIDOS-FIN TO TRUE
           END-IF

           IF WS-SDO-IDX NOT EQUAL ZEROS
              SUBTRACT TSA-IMPORTE FROM WS-SDO-SALDO (WS-SDO-IDX)
           ELSE
              IF WS-SDO-CONT < 5000
                 ADD 1 TO WS-SDO-CONT
                 MOVE TSA-TIPCUEN TO WS-SDO-TIPCUEN (WS-SDO-CONT)
                 MOVE TSA-NROCUEN TO WS-SDO-NROCUEN (WS-SDO-CONT)
                 MOVE SPACE       TO WS-SDO-ESTADO  (WS-SDO-CONT)
                 COMPUTE WS-SDO-SALDO (WS-SDO-CONT) =
                         ZERO - TSA-IMPORTE
              END-IF
           END-IF

           ADD 1           TO WS-CANT-ENVIADAS
           ADD TSA-IMPORTE TO WS-TOT-ENVIADO.

       F-4000-ENVIAR-TRANSFERENCIA. EXIT.
      **************************************************************
       5000-RECHAZAR-PEDIDO.
      *    EL LLAMADOR DEJA CARGADO RCH-MOTIVO.
           ADD 1 TO WS-CANT-RECHAZADAS

           MOVE WS-REG-PEDIDO TO RCH-NOVEDAD
           WRITE REG-RECHAZO

           IF FS-RECHAZO IS NOT EQUAL '00'
              DISPLAY '* ERROR EN WRITE RECHAZOS = ' FS-RECHAZO
              MOVE 9999 TO RETURN-CODE
              SET FS-PEDIDOS-FIN TO TRUE
           END-IF.

       F-5000-RECHAZAR-PEDIDO. EXIT.
      **************************************************************
       9999-FINAL.

           IF RETURN-CODE NOT EQUAL 9999
             CLOSE PEDIDOS
                 IF FS-PEDIDOS IS NOT EQUAL '00' AND '10'
                  DISPLAY '* ERROR EN CLOSE PEDIDOS  = '
                                            FS-PEDIDOS
                  MOVE 9999 TO RETURN-CODE
                 END-IF

             CLOSE CBUS
                 IF FS-CBUS IS NOT EQUAL '00'
                  DISPLAY '* ERROR EN CLOSE CBUS     = '
                                            FS-CBUS
                  MOVE 9999 TO RETURN-CODE
                 END-IF

             CLOSE MOVTRF
                 IF FS-MOVTRF IS NOT EQUAL '00'
                  DISPLAY '* ERROR EN CLOSE MOVTRF   = '
                                            FS-MOVTRF
                  MOVE 9999 TO RETURN-CODE
                 END-IF

             CLOSE CAMARA
                 IF FS-CAMARA IS NOT EQUAL '00'
                  DISPLAY '* ERROR EN CLOSE CAMARA   = '
                                            FS-CAMARA
                  MOVE 9999 TO RETURN-CODE
                 END-IF

             CLOSE RECHAZOS
                 IF FS-RECHAZO IS NOT EQUAL '00'
                  DISPLAY '* ERROR EN CLOSE RECHAZOS = '
                                            FS-RECHAZO
                  MOVE 9999 TO RETURN-CODE
                 END-IF

             IF WS-HAY-LIMITES
                CLOSE LIMITES
                IF FS-LIMITES IS NOT EQUAL '00'
                   DISPLAY '* ERROR EN CLOSE LIMITES   = '
                                             FS-LIMITES
                   MOVE 9999 TO RETURN-CODE
                END-IF
             END-IF

             DISPLAY '***************************************'
             DISPLAY ' PEDIDOS DE TRANSFERENCIA    :  '
                                               WS-CANT-LEIDOS
             DISPLAY ' TRANSFERENCIAS ENVIADAS     :  '
                                               WS-CANT-ENVIADAS
             MOVE WS-TOT-ENVIADO TO WS-TOT-EDIT
             DISPLAY ' IMPORTE ENVIADO A CAMARA    :  ' WS-TOT-EDIT
             DISPLAY ' PEDIDOS RECHAZADOS          :  '
                                               WS-CANT-RECHAZADAS
             DISPLAY '   DE ELLOS SIN FONDOS       :  '
                                               WS-CANT-SIN-FONDOS
             DISPLAY '***************************************'

           END-IF.

       F-9999-FINAL.
           EXIT.
