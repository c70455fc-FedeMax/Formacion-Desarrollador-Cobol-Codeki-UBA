      *  RUEDA A HABIL. LAS ORDENES VENCIDAS SE ESTAMPAN V Y EL    *
      *  REPORTE (DDSALI) LISTA EMITIDAS, REINTENTOS, AGOTADAS,    *
      *  VENCIMIENTOS Y CANCELACIONES ENCONTRADAS.                 *
      *  EL SALDO DE AYER SE TOMA NETO DE LO RETENIDO POR ORDENES  *
      *  JUDICIALES ACTIVAS DEL MAESTRO DE EMBARGOS DDEMBARG       *
      *  (LAYOUT CPEMBARG, MANTENIDO POR PGMEBCBF), ASI NO SE      *
      *  DISPARA UN DEBITO CON PLATA CONGELADA.                    *
      *  TAMBIEN SE EXCLUYEN LOS CHEQUES DE OTROS BANCOS           *
      *  DEPOSITADOS QUE TODAVIA NO LLEGARON A SU FECHA DE         *
      *  DISPONIBILIDAD (FLOTANTE DDFLOTA, LAYOUT CPFLOTA,         *
      *  GRABADO POR PGMDQCBF).                                    *
      **************************************************************
       ENVIRONMENT DIVISION.
      **************************************************************
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

            SELECT FECHAPRO ASSIGN TO DDFECPRO
                 FILE STATUS IS FS-FECHAPRO.

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
       FD   FECHAPRO
           BLOCK CONTAINS 0 RECORDS
       77  FS-ORDENES                 PIC XX      VALUE SPACES.
           88  FS-ORDENES-FIN                     VALUE '10'.
       77  FS-SALDOS                  PIC XX      VALUE SPACES.
       77  FS-EMBARGOS                PIC XX      VALUE SPACES.
       77  FS-FLOTANTE                PIC XX      VALUE SPACES.
       77  FS-FECHAPRO                PIC XX      VALUE SPACES.
       77  FS-CONTROL                 PIC XX      VALUE SPACES.
       77  FS-MOVGEN                  PIC XX      VALUE SPACES.

           COPY CPSALDO.

           COPY CPEMBARG.

           COPY CPFLOTA.

       77  WS-RETENIDO     PIC S9(09)V99 COMP-3 VALUE ZEROS.

           COPY MOVIMCC.

           COPY CPFECSRV.
           PERFORM 1200-LEER-CONTROL  THRU F-1200-LEER-CONTROL.
           PERFORM 1300-CARGAR-SALDOS THRU F-1300-CARGAR-SALDOS.

           IF WS-SDO-CONT > ZEROS
              PERFORM 1350-APLICAR-EMBARGOS
                      THRU F-1350-APLICAR-EMBARGOS
              PERFORM 1370-APLICAR-FLOTANTE
                      THRU F-1370-APLICAR-FLOTANTE
           END-IF.

           IF NOT FS-ORDENES-FIN
      *    POSICIONA EL BARRIDO SECUENCIAL DEL MAESTRO COMPLETO.
              MOVE ZEROS TO MAE-ORD-NRO
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
       2000-PROCESO.

