      *      DDCTRL, Y SE LISTAN EN EL REPORTE POR SUCURSAL        *
      *      (DDSALI, ASIGNACION DDCTASUC) QUE LEGALES NECESITA    *
      *      EN EL DIA                                             *
      *  CADA MOVIMIENTO EMITIDO LLEVA SU TIPO DE MOVIMIENTO       *
      *  (CPTIPMOV) PARA QUE LA INTERFAZ CONTABLE PGMGLCBF LO      *
      *  IMPUTE A SU CUENTA DEL PLAN.                              *
      *  EL SALDO DE AYER SE TOMA NETO DE LO RETENIDO POR ORDENES  *
      *  JUDICIALES ACTIVAS DEL MAESTRO DE EMBARGOS DDEMBARG       *
      *  (LAYOUT CPEMBARG, MANTENIDO POR PGMEBCBF), ASI NO SE      *
      *  PAGA UN CHEQUE CON PLATA CONGELADA.                       *
      *  TAMBIEN SE EXCLUYEN LOS CHEQUES DE OTROS BANCOS           *
      *  DEPOSITADOS QUE TODAVIA NO LLEGARON A SU FECHA DE         *
      *  DISPONIBILIDAD (FLOTANTE DDFLOTA, LAYOUT CPFLOTA,         *
      *  GRABADO POR PGMDQCBF).                                    *
      *  ANTES DE VERIFICAR FONDOS SE RECHAZAN, SIN COMISION:      *
      *    - EL CHEQUE QUE NO CAE EN NINGUNA CHEQUERA ENTREGADA A  *
      *      LA CUENTA (DDCHEQRA, LAYOUT CPCHEQRA)                 *
      *    - EL CHEQUE CON DENUNCIA U ORDEN DE NO PAGAR VIGENTE    *
      *      (DDDENCHQ, LAYOUT CPDENCHQ); SI LA DENUNCIA ES POR    *
      *      ROBO SE AGREGA A LA LISTA DE ALERTAS PARA SEGURIDAD   *
      *      (DDALERTA)                                            *
      *    - EL CHEQUE YA PAGADO, SEGUN EL REGISTRO DE CHEQUES     *
      *      PAGADOS DDCHQPAG (LAYOUT CPCHQPAG) QUE ESTE MISMO     *
      *      PASO GRABA CON CADA PAGO                              *
      *  LOS DOS MAESTROS LOS MANTIENE PGMCQCBF.                   *
      **************************************************************
       ENVIRONMENT DIVISION.
      **************************************************************
           SELECT SALDOS     ASSIGN TO DDSALANT
                 FILE STATUS IS FS-SALDOS.

           SELECT EMBARGOS   ASSIGN TO DDEMBARG
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS MAE-EMB-CLAVE
                 FILE STATUS IS FS-EMBARGOS.

           SELECT FLOTANTE   ASSIGN TO DDFLOTA
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS MAE-FLT-CLAVE
                 FILE STATUS IS FS-FLOTANTE.

           SELECT LIMITES    ASSIGN TO DDLIMAUT
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS MAE-LIM-CLAVE
                 FILE STATUS IS FS-LIMITES.

           SELECT CHEQUERAS  ASSIGN TO DDCHEQRA
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS MAE-CHR-CLAVE
                 FILE STATUS IS FS-CHEQUERAS.

           SELECT DENUNCIAS  ASSIGN TO DDDENCHQ
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS MAE-DEN-CLAVE
                 FILE STATUS IS FS-DENUNCIAS.

           SELECT PAGADOS    ASSIGN TO DDCHQPAG
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS MAE-PAG-CLAVE
                 FILE STATUS IS FS-PAGADOS.

           SELECT ASIGNA     ASSIGN TO DDCTASUC
                 FILE STATUS IS FS-ASIGNA.


           SELECT SALIDA     ASSIGN TO DDSALI
                 FILE STATUS IS FS-SALIDA.

           SELECT ALERTAS    ASSIGN TO DDALERTA
                 FILE STATUS IS FS-ALERTAS.
      **************************************************************
       I-O-CONTROL.


       01   REG-SALDOS              PIC X(30).

       FD   EMBARGOS.

       01   REG-EMBARGOS.
           03  MAE-EMB-CLAVE        PIC X(37).
           03  FILLER               PIC X(63).

       FD   FLOTANTE.

       01   REG-FLOTANTE.
           03  MAE-FLT-CLAVE        PIC X(21).
           03  FILLER               PIC X(59).

       FD   LIMITES.

       01   REG-LIMITES.
           03  MAE-LIM-CLAVE        PIC X(10).
           03  FILLER               PIC X(30).

       FD   CHEQUERAS.

       01   REG-CHEQUERAS.
           03  MAE-CHR-CLAVE        PIC X(18).
           03  FILLER               PIC X(42).

       FD   DENUNCIAS.

       01   REG-DENUNCIAS.
           03  MAE-DEN-CLAVE        PIC X(18).
           03  FILLER               PIC X(42).

       FD   PAGADOS.

       01   REG-PAGADOS.
           03  MAE-PAG-CLAVE        PIC X(18).
           03  FILLER               PIC X(22).

       FD   ASIGNA
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
           RECORDING MODE IS F.

       01   REG-SALIDA              PIC X(80).

       FD   ALERTAS
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01   REG-ALERTAS             PIC X(80).
      **************************************************************
       WORKING-STORAGE SECTION.
       77  FILLER        PIC X(26) VALUE '* INICIO WORKING-STORAGE *'.
       77  FS-CLEARING                PIC XX      VALUE SPACES.
           88  FS-CLEARING-FIN                    VALUE '10'.
       77  FS-SALDOS                  PIC XX      VALUE SPACES.
       77  FS-EMBARGOS                PIC XX      VALUE SPACES.
       77  FS-FLOTANTE                PIC XX      VALUE SPACES.
       77  FS-LIMITES                 PIC XX      VALUE SPACES.
       77  FS-ASIGNA                  PIC XX      VALUE SPACES.
       77  FS-FECHAPRO                PIC XX      VALUE SPACES.
       77  FS-MOVCHQ                  PIC XX      VALUE SPACES.
       77  FS-RECHCHQ                 PIC XX      VALUE SPACES.
       77  FS-SALIDA                  PIC XX      VALUE SPACES.
       77  FS-CHEQUERAS               PIC XX      VALUE SPACES.
       77  FS-DENUNCIAS               PIC XX      VALUE SPACES.
       77  FS-PAGADOS                 PIC XX      VALUE SPACES.
       77  FS-ALERTAS                 PIC XX      VALUE SPACES.

       01  WS-FLAG-LIMITES            PIC X       VALUE 'N'.
           88  WS-HAY-LIMITES                     VALUE 'S'.

       01  WS-FLAG-CHEQUERAS          PIC X       VALUE 'N'.
           88  WS-HAY-CHEQUERAS                   VALUE 'S'.

       01  WS-FLAG-DENUNCIAS          PIC X       VALUE 'N'.
           88  WS-HAY-DENUNCIAS                   VALUE 'S'.

       01  WS-FLAG-EMITIDO            PIC X       VALUE 'N'.
           88  WS-CHEQUE-EMITIDO                  VALUE 'S'.

       01  WS-FLAG-PAGADO             PIC X       VALUE 'N'.
           88  WS-CHEQUE-YA-PAGADO                VALUE 'S'.

      *    MOTIVO DE LA DENUNCIA VIGENTE; EN BLANCO NO HAY DENUNCIA.
       01  WS-DENUNCIA-VIG            PIC X       VALUE SPACE.
           88  WS-SIN-DENUNCIA                    VALUE SPACE.
           88  WS-DENUNCIA-ROBO                   VALUE 'R'.
           88  WS-DENUNCIA-EXTRAVIO               VALUE 'E'.

      *********************CONTADORES*******************************
       77  WS-CHQ-LEIDOS              PIC 9(07)   VALUE ZEROES.
       77  WS-CHQ-PAGADOS             PIC 9(05)   VALUE ZEROES.
       77  WS-CHQ-RECHAZADOS          PIC 9(05)   VALUE ZEROES.
       77  WS-COMISIONES              PIC 9(05)   VALUE ZEROES.
       77  WS-CHQ-NO-EMITIDOS         PIC 9(05)   VALUE ZEROES.
       77  WS-CHQ-DENUNCIADOS         PIC 9(05)   VALUE ZEROES.
       77  WS-CHQ-YA-PAGADOS          PIC 9(05)   VALUE ZEROES.
       77  WS-ALERTAS-ROBO            PIC 9(05)   VALUE ZEROES.

      *****************PARAMETROS DE LA CORRIDA***********************
       77  WS-COMISION-RECHAZO        PIC 9(05)V99 VALUE ZEROES.
      *****************REGISTROS DE TRABAJO****************************
           COPY CPSALDO.

           COPY CPEMBARG.

           COPY CPFLOTA.

       77  WS-RETENIDO     PIC S9(09)V99 COMP-3 VALUE ZEROS.

           COPY MOVIMCC.

           COPY CPTIPMOV.

           COPY CPLIMAUT.

           COPY CPSUCASI.

           COPY CPCHEQRA.

           COPY CPDENCHQ.

           COPY CPCHQPAG.

       77  WS-DISPONIBLE   PIC S9(09)V99 COMP-3 VALUE ZEROS.
       77  WS-LIMITE-VIG   PIC 9(09)V99  COMP-3 VALUE ZEROS.
       77  WS-SUC-CUENTA   PIC 9(02)  VALUE ZEROS.
           05  WS-LR-CUENTA         PIC 9(08).
           05  FILLER               PIC X(09)   VALUE ' IMPORTE '.
           05  WS-LR-IMPORTE        PIC -ZZZZZZ9,99.
           05  WS-LR-MOTIVO         PIC X(11)   VALUE SPACES.

      *****************LINEA DE ALERTAS PARA SEGURIDAD*****************
       01  WS-LIN-ALERTA.
           05  FILLER               PIC X(14)   VALUE ' CHEQUE ROBADO'.
           05  FILLER               PIC X(05)   VALUE ' SUC '.
           05  WS-LA-SUC            PIC 9(02).
           05  FILLER               PIC X(08)   VALUE ' CHEQUE '.
           05  WS-LA-CHEQUE         PIC 9(08).
           05  FILLER               PIC X(08)   VALUE ' CUENTA '.
           05  WS-LA-TIPO           PIC 9(02).
           05  FILLER               PIC X(01)   VALUE '-'.
           05  WS-LA-CUENTA         PIC 9(08).
           05  FILLER               PIC X(09)   VALUE ' IMPORTE '.
           05  WS-LA-IMPORTE        PIC -ZZZZZZ9,99.
           05  FILLER               PIC X(04)   VALUE SPACES.

       01  FILLER        PIC X(26) VALUE '* FINAL  WORKING-STORAGE *'.

              SET  FS-CLEARING-FIN TO TRUE
           END-IF

           OPEN OUTPUT ALERTAS.

           IF FS-ALERTAS IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN ALERTAS   = ' FS-ALERTAS
              MOVE 9999 TO RETURN-CODE
              SET  FS-CLEARING-FIN TO TRUE
           END-IF

      *    EL REGISTRO DE PAGADOS SE CREA VACIO LA PRIMERA VEZ.
           OPEN I-O PAGADOS.

           IF FS-PAGADOS IS EQUAL '35'
              OPEN OUTPUT PAGADOS
              CLOSE PAGADOS
              OPEN I-O PAGADOS
           END-IF

           IF FS-PAGADOS IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN PAGADOS   = ' FS-PAGADOS
              MOVE 9999 TO RETURN-CODE
              SET  FS-CLEARING-FIN TO TRUE
           END-IF

      *    SIN REGISTRO DE CHEQUERAS NO SE CONTROLA LA EMISION.
           OPEN INPUT CHEQUERAS.

           IF FS-CHEQUERAS IS EQUAL '00'
              SET WS-HAY-CHEQUERAS TO TRUE
           ELSE
              DISPLAY '* SIN REGISTRO DE CHEQUERAS, NO SE CONTROLA '
                      'LA EMISION'
           END-IF

      *    SIN MAESTRO DE DENUNCIAS NO HAY CHEQUES DENUNCIADOS.
           OPEN INPUT DENUNCIAS.

           IF FS-DENUNCIAS IS EQUAL '00'
              SET WS-HAY-DENUNCIAS TO TRUE
           ELSE
              DISPLAY '* SIN MAESTRO DE DENUNCIAS, FS = ' FS-DENUNCIAS
           END-IF

      *    SIN MAESTRO DE LIMITES SE PAGA SOLO CONTRA SALDO.
           OPEN INPUT LIMITES.

           PERFORM 1100-LEER-FECHA    THRU F-1100-LEER-FECHA.
           PERFORM 1200-LEER-CONTROL  THRU F-1200-LEER-CONTROL.
           PERFORM 1300-CARGAR-SALDOS THRU F-1300-CARGAR-SALDOS.
           PERFORM 1350-APLICAR-EMBARGOS
                   THRU F-1350-APLICAR-EMBARGOS.
           PERFORM 1370-APLICAR-FLOTANTE
                   THRU F-1370-APLICAR-FLOTANTE.
           PERFORM 1400-CARGAR-ASIGNA THRU F-1400-CARGAR-ASIGNA.

       F-1000-INICIO.   EXIT.
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
                 COMPUTE WS-SDO-SALDO (WS-SDO-CONT) =
                         ZERO - WS-RETENIDO
              END-IF
           END-IF.

       F-1380-RETENER-FLOTANTE. EXIT.
      **************************************************************
       1400-CARGAR-ASIGNA.

       F-2000-PROCESO. EXIT.
      **************************************************************
       3000-PROCESAR-CHEQUE.
      *    PRIMERO LOS CONTROLES DEL CHEQUE EN SI: EMISION, DENUNCIA
      *    Y PAGO ANTERIOR. ESTOS RECHAZOS NO COBRAN COMISION.
           PERFORM 3300-VERIFICAR-EMISION
                   THRU F-3300-VERIFICAR-EMISION

           IF NOT WS-CHEQUE-EMITIDO
              ADD 1 TO WS-CHQ-NO-EMITIDOS
              MOVE 'CHEQUE NO EMITIDO' TO RCH-MOTIVO
              MOVE ' NO EMITIDO'       TO WS-LR-MOTIVO
              PERFORM 5000-RECHAZAR-CHEQUE
                      THRU F-5000-RECHAZAR-CHEQUE
              GO TO F-3000-PROCESAR-CHEQUE
           END-IF

           PERFORM 3400-BUSCAR-DENUNCIA THRU F-3400-BUSCAR-DENUNCIA

           IF NOT WS-SIN-DENUNCIA
              ADD 1 TO WS-CHQ-DENUNCIADOS
              EVALUATE TRUE
                  WHEN WS-DENUNCIA-ROBO
                       MOVE 'DENUNCIA POR ROBO' TO RCH-MOTIVO
                       MOVE ' ROBO'             TO WS-LR-MOTIVO
                  WHEN WS-DENUNCIA-EXTRAVIO
                       MOVE 'DENUNCIA EXTRAVIO' TO RCH-MOTIVO
                       MOVE ' EXTRAVIO'         TO WS-LR-MOTIVO
                  WHEN OTHER
                       MOVE 'ORDEN DE NO PAGAR' TO RCH-MOTIVO
                       MOVE ' NO PAGAR'         TO WS-LR-MOTIVO
              END-EVALUATE
              PERFORM 5000-RECHAZAR-CHEQUE
                      THRU F-5000-RECHAZAR-CHEQUE
              IF WS-DENUNCIA-ROBO
                 PERFORM 5300-GRABAR-ALERTA THRU F-5300-GRABAR-ALERTA
              END-IF
              GO TO F-3000-PROCESAR-CHEQUE
           END-IF

           PERFORM 3500-BUSCAR-PAGADO THRU F-3500-BUSCAR-PAGADO

           IF WS-CHEQUE-YA-PAGADO
              ADD 1 TO WS-CHQ-YA-PAGADOS
              MOVE 'CHEQUE YA PAGADO'  TO RCH-MOTIVO
              MOVE ' YA PAGADO'        TO WS-LR-MOTIVO
              PERFORM 5000-RECHAZAR-CHEQUE
                      THRU F-5000-RECHAZAR-CHEQUE
              GO TO F-3000-PROCESAR-CHEQUE
           END-IF

      *    DISPONIBLE = SALDO EN MEMORIA + LIMITE AUTORIZADO
      *    VIGENTE; EL CHEQUE PAGADO DESCUENTA EL SALDO EN MEMORIA.
           PERFORM 3100-BUSCAR-SALDO THRU F-3100-BUSCAR-SALDO
           IF CHQ-IMPORTE IS NOT GREATER WS-DISPONIBLE
              PERFORM 4000-PAGAR-CHEQUE THRU F-4000-PAGAR-CHEQUE
           ELSE
              MOVE 'SIN FONDOS SUFICIENTES' TO RCH-MOTIVO
              MOVE ' SIN FONDOS'            TO WS-LR-MOTIVO
              PERFORM 5000-RECHAZAR-CHEQUE
                      THRU F-5000-RECHAZAR-CHEQUE
              PERFORM 5200-COBRAR-COMISION
                      THRU F-5200-COBRAR-COMISION
           END-IF.

       F-3000-PROCESAR-CHEQUE. EXIT.
           END-IF.

       F-3200-BUSCAR-LIMITE. EXIT.
      **************************************************************
       3300-VERIFICAR-EMISION.
      *    EL NUMERO DEBE CAER ENTRE EL PRIMERO Y EL ULTIMO DE ALGUNA
      *    CHEQUERA ENTREGADA A LA CUENTA. SIN REGISTRO SE DA POR
      *    EMITIDO.
           MOVE 'N' TO WS-FLAG-EMITIDO

           IF NOT WS-HAY-CHEQUERAS
              SET WS-CHEQUE-EMITIDO TO TRUE
              GO TO F-3300-VERIFICAR-EMISION
           END-IF

           MOVE LOW-VALUES  TO MAE-CHR-CLAVE
           MOVE CHQ-TIPCUEN TO MAE-CHR-CLAVE (1:2)
           MOVE CHQ-NROCUEN TO MAE-CHR-CLAVE (3:8)

           START CHEQUERAS KEY IS NOT LESS MAE-CHR-CLAVE
              INVALID KEY
                 GO TO F-3300-VERIFICAR-EMISION
           END-START

           MOVE '00' TO FS-CHEQUERAS

           PERFORM UNTIL FS-CHEQUERAS IS NOT EQUAL '00'
              READ CHEQUERAS NEXT INTO WS-REG-CHEQRA
                 AT END
                    MOVE '10' TO FS-CHEQUERAS
                 NOT AT END
                    IF CHR-TIPCUEN IS NOT EQUAL CHQ-TIPCUEN
                       OR CHR-NROCUEN IS NOT EQUAL CHQ-NROCUEN
                       OR CHR-NRO-DESDE IS GREATER CHQ-NROCHEQUE
                       MOVE '10' TO FS-CHEQUERAS
                    ELSE
                       IF CHR-NRO-HASTA IS NOT LESS CHQ-NROCHEQUE
                          SET WS-CHEQUE-EMITIDO TO TRUE
                          MOVE '10' TO FS-CHEQUERAS
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.

       F-3300-VERIFICAR-EMISION. EXIT.
      **************************************************************
       3400-BUSCAR-DENUNCIA.
      *    RIGE LA DENUNCIA ACTIVA CUYO RANGO CONTIENE EL CHEQUE Y
      *    QUE NO VENCIO (VENCIMIENTO EN CERO = HASTA LEVANTARLA).
      *    SI HAY MAS DE UNA, LA DE ROBO PREVALECE.
           MOVE SPACE TO WS-DENUNCIA-VIG

           IF NOT WS-HAY-DENUNCIAS
              GO TO F-3400-BUSCAR-DENUNCIA
           END-IF

           MOVE LOW-VALUES  TO MAE-DEN-CLAVE
           MOVE CHQ-TIPCUEN TO MAE-DEN-CLAVE (1:2)
           MOVE CHQ-NROCUEN TO MAE-DEN-CLAVE (3:8)

           START DENUNCIAS KEY IS NOT LESS MAE-DEN-CLAVE
              INVALID KEY
                 GO TO F-3400-BUSCAR-DENUNCIA
           END-START

           MOVE '00' TO FS-DENUNCIAS

           PERFORM UNTIL FS-DENUNCIAS IS NOT EQUAL '00'
              READ DENUNCIAS NEXT INTO WS-REG-DENCHQ
                 AT END
                    MOVE '10' TO FS-DENUNCIAS
                 NOT AT END
                    IF DEN-TIPCUEN IS NOT EQUAL CHQ-TIPCUEN
                       OR DEN-NROCUEN IS NOT EQUAL CHQ-NROCUEN
                       OR DEN-NRO-DESDE IS GREATER CHQ-NROCHEQUE
                       MOVE '10' TO FS-DENUNCIAS
                    ELSE
                       IF DEN-ESTADO IS EQUAL 'A'
                          AND DEN-NRO-HASTA IS NOT LESS CHQ-NROCHEQUE
                          AND (DEN-FEC-VENC IS EQUAL ZEROS
                           OR DEN-FEC-VENC IS NOT LESS
                              WS-FECHA-NEGOCIO-R)
                          AND NOT WS-DENUNCIA-ROBO
                          MOVE DEN-MOTIVO TO WS-DENUNCIA-VIG
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.

       F-3400-BUSCAR-DENUNCIA. EXIT.
      **************************************************************
       3500-BUSCAR-PAGADO.
      *    TAMBIEN DETECTA EL CHEQUE PRESENTADO DOS VECES EN LA MISMA
      *    CORRIDA, PORQUE 4000 GRABA CADA PAGO AL MOMENTO.
           MOVE 'N' TO WS-FLAG-PAGADO

           MOVE CHQ-TIPCUEN   TO MAE-PAG-CLAVE (1:2)
           MOVE CHQ-NROCUEN   TO MAE-PAG-CLAVE (3:8)
           MOVE CHQ-NROCHEQUE TO MAE-PAG-CLAVE (11:8)

           READ PAGADOS INTO WS-REG-CHQPAG
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 SET WS-CHEQUE-YA-PAGADO TO TRUE
           END-READ.

       F-3500-BUSCAR-PAGADO. EXIT.
      **************************************************************
       4000-PAGAR-CHEQUE.

           MOVE CHQ-IMPORTE        TO WS-MOV-IMPORTE
           MOVE WS-FECHA-NEGOCIO-R TO WS-MOV-FECHA
           MOVE 'D'                TO WS-MOV-DBCR
           MOVE TMV-CHEQUE         TO WS-MOV-TIPMOV

           WRITE REG-MOVCHQ FROM WS-REG-MOVIMI


           IF WS-SDO-IDX NOT EQUAL ZEROS
              SUBTRACT CHQ-IMPORTE FROM WS-SDO-SALDO (WS-SDO-IDX)
           END-IF

           MOVE SPACES             TO WS-REG-CHQPAG
           MOVE CHQ-TIPCUEN        TO PAG-TIPCUEN
           MOVE CHQ-NROCUEN        TO PAG-NROCUEN
           MOVE CHQ-NROCHEQUE      TO PAG-NROCHEQUE
           MOVE WS-FECHA-NEGOCIO-R TO PAG-FEC-PAGO
           MOVE CHQ-IMPORTE        TO PAG-IMPORTE

           WRITE REG-PAGADOS FROM WS-REG-CHQPAG

           IF FS-PAGADOS IS NOT EQUAL '00'
              DISPLAY '* ERROR EN WRITE PAGADOS  = ' FS-PAGADOS
              MOVE 9999 TO RETURN-CODE
              SET FS-CLEARING-FIN TO TRUE
           END-IF.

       F-4000-PAGAR-CHEQUE. EXIT.
      **************************************************************
       5000-RECHAZAR-CHEQUE.
      *    EL LLAMADOR DEJA CARGADOS RCH-MOTIVO Y WS-LR-MOTIVO.
           ADD 1 TO WS-CHQ-RECHAZADOS

           MOVE WS-REG-CHEQUE TO RCH-CHEQUE
           WRITE REG-RECHCHQ

           IF FS-RECHCHQ IS NOT EQUAL '00'
              SET FS-CLEARING-FIN TO TRUE
           END-IF

      *    LINEA DEL REPORTE POR SUCURSAL PARA LEGALES.
           PERFORM 5100-BUSCAR-SUCURSAL THRU F-5100-BUSCAR-SUCURSAL

           MOVE WS-SUC-CUENTA  TO WS-LR-SUC
           MOVE CHQ-NROCHEQUE  TO WS-LR-CHEQUE
           MOVE CHQ-TIPCUEN    TO WS-LR-TIPO
           MOVE CHQ-NROCUEN    TO WS-LR-CUENTA
           MOVE CHQ-IMPORTE    TO WS-LR-IMPORTE
           WRITE REG-SALIDA FROM WS-LIN-RECHAZO

           IF FS-SALIDA IS NOT EQUAL '00'
              DISPLAY '* ERROR EN WRITE SALIDA   = ' FS-SALIDA
              MOVE 9999 TO RETURN-CODE
              SET FS-CLEARING-FIN TO TRUE
           END-IF.

       F-5000-RECHAZAR-CHEQUE. EXIT.
      **************************************************************
       5100-BUSCAR-SUCURSAL.

           MOVE ZEROS TO WS-SUC-CUENTA
           MOVE ZEROS TO WS-ASI-IDX


           IF WS-ASI-IDX NOT EQUAL ZEROS
              MOVE WS-ASI-SUC (WS-ASI-IDX) TO WS-SUC-CUENTA
           END-IF.

       F-5100-BUSCAR-SUCURSAL. EXIT.
      **************************************************************
       5200-COBRAR-COMISION.
      *    COMISION AUTOMATICA POR RECHAZO, SI LA TARJETA LA TRAE.
           IF WS-COMISION-RECHAZO IS GREATER THAN ZEROS
              ADD 1 TO WS-COMISIONES
              MOVE SPACES              TO WS-REG-MOVIMI
              MOVE CHQ-TIPCUEN         TO WS-MOV-TIPO
              MOVE CHQ-NROCUEN         TO WS-MOV-CUENTA
              MOVE WS-COMISION-RECHAZO TO WS-MOV-IMPORTE
              MOVE WS-FECHA-NEGOCIO-R  TO WS-MOV-FECHA
              MOVE 'D'                 TO WS-MOV-DBCR
              MOVE TMV-COM-RECHAZO     TO WS-MOV-TIPMOV
              WRITE REG-MOVCHQ FROM WS-REG-MOVIMI
              IF FS-MOVCHQ IS NOT EQUAL '00'
                 DISPLAY '* ERROR EN WRITE MOVCHQ   = ' FS-MOVCHQ
                 MOVE 9999 TO RETURN-CODE
                 SET FS-CLEARING-FIN TO TRUE
              END-IF
           END-IF.

       F-5200-COBRAR-COMISION. EXIT.
      **************************************************************
       5300-GRABAR-ALERTA.
      *    CHEQUE PRESENTADO CON DENUNCIA DE ROBO: SEGURIDAD LO
      *    RECIBE EN EL DIA. 5000 YA DEJO LA SUCURSAL DE LA CUENTA.
           ADD 1 TO WS-ALERTAS-ROBO

           MOVE WS-SUC-CUENTA  TO WS-LA-SUC
           MOVE CHQ-NROCHEQUE  TO WS-LA-CHEQUE
           MOVE CHQ-TIPCUEN    TO WS-LA-TIPO
           MOVE CHQ-NROCUEN    TO WS-LA-CUENTA
           MOVE CHQ-IMPORTE    TO WS-LA-IMPORTE
           WRITE REG-ALERTAS FROM WS-LIN-ALERTA

           IF FS-ALERTAS IS NOT EQUAL '00'
              DISPLAY '* ERROR EN WRITE ALERTAS  = ' FS-ALERTAS
              MOVE 9999 TO RETURN-CODE
              SET FS-CLEARING-FIN TO TRUE
           END-IF.

       F-5300-GRABAR-ALERTA. EXIT.
      **************************************************************
       9999-FINAL.

                  MOVE 9999 TO RETURN-CODE
                 END-IF

             CLOSE ALERTAS
                 IF FS-ALERTAS IS NOT EQUAL '00'
                  DISPLAY '* ERROR EN CLOSE ALERTAS   = '
                                            FS-ALERTAS
                  MOVE 9999 TO RETURN-CODE
                 END-IF

             CLOSE PAGADOS
                 IF FS-PAGADOS IS NOT EQUAL '00'
                  DISPLAY '* ERROR EN CLOSE PAGADOS   = '
                                            FS-PAGADOS
                  MOVE 9999 TO RETURN-CODE
                 END-IF

             IF WS-HAY-CHEQUERAS
                CLOSE CHEQUERAS
             END-IF

             IF WS-HAY-DENUNCIAS
                CLOSE DENUNCIAS
             END-IF

             DISPLAY '***************************************'
             DISPLAY ' CHEQUES LEIDOS              :  ' WS-CHQ-LEIDOS
             DISPLAY ' CHEQUES PAGADOS             :  '
                                                   WS-CHQ-RECHAZADOS
             DISPLAY ' COMISIONES COBRADAS         :  '
                                                   WS-COMISIONES
             DISPLAY '   RECHAZADOS NO EMITIDOS    :  '
                                                   WS-CHQ-NO-EMITIDOS
             DISPLAY '   RECHAZADOS DENUNCIADOS    :  '
                                                   WS-CHQ-DENUNCIADOS
             DISPLAY '   RECHAZADOS YA PAGADOS     :  '
                                                   WS-CHQ-YA-PAGADOS
             DISPLAY ' ALERTAS DE ROBO A SEGURIDAD :  '
                                                   WS-ALERTAS-ROBO
             DISPLAY '***************************************'

           END-IF.
