       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMPCCBF.
       AUTHOR.    FEDERICO FALCON.
      **************************************************************
      *  GENERADOR NOCTURNO DE CUOTAS DE PRESTAMOS.                *
      *  RECORRE EL CUADRO DE CUOTAS DDCUOTAS (LAYOUT CPCUOTAS)    *
      *  Y POR CADA CUOTA PENDIENTE O IMPAGA CON VENCIMIENTO       *
      *  CUMPLIDO A LA FECHA DE NEGOCIO DE LA TARJETA DDFECPRO,    *
      *  DE UN PRESTAMO ACTIVO DEL MAESTRO DDPRESTA (LAYOUT        *
      *  CPPRESTA), EMITE DOS DEBITOS MOVIMCC (DDMOVCUO) EN LA     *
      *  CUENTA DE DEBITO DEL PRESTAMO: CAPITAL E INTERES, CADA    *
      *  UNO CON SU TIPO DE MOVIMIENTO (CPTIPMOV). CORRE ANTES     *
      *  DEL MOTOR DE SALDOS PGMBECBF, QUE LOS APLICA.             *
      *  LOS DEBITOS SE VERIFICAN CONTRA EL SALDO DE AYER          *
      *  (DDSALANT), DESCONTANDO LO YA EMITIDO EN LA CORRIDA:      *
      *  SIN FONDOS LA CUOTA QUEDA IMPAGA (I) Y ABIERTA EN EL      *
      *  PRESTAMO, Y SE VUELVE A INTENTAR CADA NOCHE; A DIFERENCIA *
      *  DE UNA ORDEN PERMANENTE NUNCA SE PIERDE. COBRADA LA       *
      *  CUOTA SE ESTAMPA C, BAJA EL SALDO DE CAPITAL DEL          *
      *  PRESTAMO Y, CON LA ULTIMA, EL PRESTAMO PASA A TERMINADO.  *
      *  EL REPORTE (DDSALI) LISTA COBRADAS E IMPAGAS CON LOS      *
      *  DIAS DE ATRASO.                                           *
      *  EL SALDO DE AYER SE TOMA NETO DE LO RETENIDO POR ORDENES  *
      *  JUDICIALES ACTIVAS DEL MAESTRO DE EMBARGOS DDEMBARG       *
      *  (LAYOUT CPEMBARG, MANTENIDO POR PGMEBCBF), ASI NO SE      *
      *  COBRA UNA CUOTA CON PLATA CONGELADA.                      *
      **************************************************************
       ENVIRONMENT DIVISION.
      **************************************************************
       CONFIGURATION SECTION.

       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
      **************************************************************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

            SELECT PRESTAMOS ASSIGN TO DDPRESTA
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS MAE-PRE-NRO
                 FILE STATUS IS FS-PRESTAMOS.

            SELECT CUOTAS ASSIGN TO DDCUOTAS
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS MAE-CUO-CLAVE
                 FILE STATUS IS FS-CUOTAS.

            SELECT SALDOS ASSIGN TO DDSALANT
                 FILE STATUS IS FS-SALDOS.

            SELECT EMBARGOS ASSIGN TO DDEMBARG
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS MAE-EMB-CLAVE
                 FILE STATUS IS FS-EMBARGOS.

            SELECT FECHAPRO ASSIGN TO DDFECPRO
                 FILE STATUS IS FS-FECHAPRO.

            SELECT MOVCUO ASSIGN TO DDMOVCUO
                 FILE STATUS IS FS-MOVCUO.

            SELECT SALIDA ASSIGN TO DDSALI
                 FILE STATUS IS FS-SALIDA.
      **************************************************************
       I-O-CONTROL.

       DATA DIVISION.
       FILE SECTION.
       FD   PRESTAMOS.

       01   REG-PRESTAMOS.
           03  MAE-PRE-NRO          PIC 9(08).
           03  FILLER               PIC X(92).
      **************************************************************
       FD   CUOTAS.

       01   REG-CUOTAS.
           03  MAE-CUO-CLAVE        PIC X(11).
           03  FILLER               PIC X(69).
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
       FD   FECHAPRO
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01   REG-FECHAPRO.
           05  FPR-FECHA            PIC 9(08).
           05  FILLER               PIC X(72).
      **************************************************************
       FD   MOVCUO
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01   REG-MOVCUO              PIC X(80).
      **************************************************************
       FD   SALIDA
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01   REG-SALIDA              PIC X(80).
      **************************************************************
       WORKING-STORAGE SECTION.
       77  FILLER        PIC X(26) VALUE '* INICIO WORKING-STORAGE *'.

      ***********************FILE STATUS****************************
       77  FS-PRESTAMOS               PIC XX      VALUE SPACES.
       77  FS-CUOTAS                  PIC XX      VALUE SPACES.
           88  FS-CUOTAS-FIN                      VALUE '10'.
       77  FS-SALDOS                  PIC XX      VALUE SPACES.
       77  FS-EMBARGOS                PIC XX      VALUE SPACES.
       77  FS-FECHAPRO                PIC XX      VALUE SPACES.
       77  FS-MOVCUO                  PIC XX      VALUE SPACES.
       77  FS-SALIDA                  PIC XX      VALUE SPACES.

      *********************CONTADORES*******************************
       77  WS-CUO-LEIDAS              PIC 9(07)   VALUE ZEROES.
       77  WS-CUO-COBRADAS            PIC 9(05)   VALUE ZEROES.
       77  WS-CUO-IMPAGAS             PIC 9(05)   VALUE ZEROES.
       77  WS-PRE-TERMINADOS          PIC 9(05)   VALUE ZEROES.
       77  WS-MOV-EMITIDOS            PIC 9(05)   VALUE ZEROES.
       77  WS-TOT-CAPITAL     PIC S9(11)V99 COMP-3 VALUE ZEROS.
       77  WS-TOT-INTERES     PIC S9(11)V99 COMP-3 VALUE ZEROS.
       01  WS-TOT-EDIT                PIC -ZZZZZZZZZZZZ9,99.

           COPY CPFECPRO.

      *****************SALDOS DE AYER PARA VERIFICAR FONDOS***********
       77  WS-SDO-CONT     PIC 9(04) USAGE COMP VALUE ZEROS.
       77  WS-SDO-SUB      PIC 9(04) USAGE COMP VALUE ZEROS.
       77  WS-SDO-IDX      PIC 9(04) USAGE COMP VALUE ZEROS.
       01  WS-TABLA-SALDOS.
           03  WS-SDO      OCCURS 5000 TIMES.
               05  WS-SDO-TIPCUEN   PIC 9(02).
               05  WS-SDO-NROCUEN   PIC 9(08).
               05  WS-SDO-SALDO     PIC S9(09)V99 COMP-3.

      *****************REGISTROS DE TRABAJO****************************
           COPY CPPRESTA.

           COPY CPCUOTAS.

           COPY CPSALDO.

           COPY CPEMBARG.

       77  WS-RETENIDO     PIC S9(09)V99 COMP-3 VALUE ZEROS.

           COPY MOVIMCC.

           COPY CPTIPMOV.

       77  WS-SALDO-CUENTA PIC S9(09)V99 COMP-3 VALUE ZEROS.
       77  WS-IMP-CUOTA    PIC S9(09)V99 COMP-3 VALUE ZEROS.

      *****************DIAS DE ATRASO (30/360)**************************
      *    MISMA APROXIMACION COMERCIAL QUE EL REPORTE DE SUSPENSO
      *    PGMSPCBF: ANIO DE 360 DIAS Y MES DE 30.
       77  WS-DIAS-PROC    PIC 9(07)  VALUE ZEROS.
       77  WS-DIAS-VENC    PIC 9(07)  VALUE ZEROS.
       77  WS-DIAS-ATRASO  PIC S9(05) VALUE ZEROS.
       01  WS-FECHA-CONV.
           05  WS-FC-ANIO           PIC 9(04).
           05  WS-FC-MES            PIC 9(02).
           05  WS-FC-DIA            PIC 9(02).
       77  WS-DIAS-CONV    PIC 9(07)  VALUE ZEROS.

      *****************LINEA DEL REPORTE DE CUOTAS*********************
       01  WS-LIN-CUOTA.
           05  FILLER               PIC X(10)   VALUE ' PRESTAMO '.
           05  WS-LC-PRESTAMO       PIC 9(08).
           05  FILLER               PIC X(01)   VALUE '/'.
           05  WS-LC-CUOTA          PIC 9(03).
           05  FILLER               PIC X(01)   VALUE SPACE.
           05  WS-LC-TIPO           PIC 9(02).
           05  FILLER               PIC X(01)   VALUE '-'.
           05  WS-LC-CUENTA         PIC 9(08).
           05  FILLER               PIC X(01)   VALUE SPACE.
           05  WS-LC-VENC           PIC 9(08).
           05  FILLER               PIC X(01)   VALUE SPACE.
           05  WS-LC-IMPORTE        PIC ZZZZZZZZ9,99.
           05  FILLER               PIC X(01)   VALUE SPACE.
           05  WS-LC-ACCION         PIC X(12).
           05  FILLER               PIC X(01)   VALUE SPACE.
           05  WS-LC-ATRASO         PIC ZZZZ9.
           05  FILLER               PIC X(05)   VALUE SPACES.

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
                   UNTIL FS-CUOTAS-FIN.

           PERFORM 9999-FINAL    THRU  F-9999-FINAL.

       F-MAIN-PROGRAM. GOBACK.

      **************************************
      *                                    *
      *  CUERPO INICIO APERTURA ARCHIVOS   *
      *                                    *
      **************************************
       1000-INICIO.

           OPEN I-O PRESTAMOS.

           IF FS-PRESTAMOS IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN PRESTAMOS = ' FS-PRESTAMOS
              MOVE 9999 TO RETURN-CODE
              SET  FS-CUOTAS-FIN TO TRUE
           END-IF

           OPEN I-O CUOTAS.

           IF FS-CUOTAS IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN CUOTAS    = ' FS-CUOTAS
              MOVE 9999 TO RETURN-CODE
              SET  FS-CUOTAS-FIN TO TRUE
           END-IF

           OPEN OUTPUT MOVCUO.

           IF FS-MOVCUO IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN MOVCUO    = ' FS-MOVCUO
              MOVE 9999 TO RETURN-CODE
              SET  FS-CUOTAS-FIN TO TRUE
           END-IF

           OPEN OUTPUT SALIDA.

           IF FS-SALIDA IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN SALIDA    = ' FS-SALIDA
              MOVE 9999 TO RETURN-CODE
              SET  FS-CUOTAS-FIN TO TRUE
           END-IF

           PERFORM 1100-LEER-FECHA    THRU F-1100-LEER-FECHA.
           PERFORM 1300-CARGAR-SALDOS THRU F-1300-CARGAR-SALDOS.

           IF WS-SDO-CONT > ZEROS
              PERFORM 1350-APLICAR-EMBARGOS
                      THRU F-1350-APLICAR-EMBARGOS
           END-IF.

           MOVE WS-FECHA-NEGOCIO TO WS-FECHA-CONV
           PERFORM 7000-FECHA-A-DIAS THRU F-7000-FECHA-A-DIAS
           MOVE WS-DIAS-CONV TO WS-DIAS-PROC

           IF NOT FS-CUOTAS-FIN
      *    POSICIONA EL BARRIDO SECUENCIAL DEL CUADRO COMPLETO.
              MOVE LOW-VALUES TO MAE-CUO-CLAVE
              START CUOTAS KEY IS NOT LESS MAE-CUO-CLAVE
                 INVALID KEY
                    SET FS-CUOTAS-FIN TO TRUE
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
       1300-CARGAR-SALDOS.
      *    SALDOS DE AYER PARA LA VERIFICACION DE FONDOS; SIN EL
      *    ARCHIVO NINGUNA CUOTA SE VERIFICA Y TODAS SE EMITEN.
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
              DISPLAY '* SIN SALDOS DE AYER, NO SE VERIFICAN FONDOS'
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

           READ CUOTAS NEXT INTO WS-REG-CUOTA
              AT END
                 SET FS-CUOTAS-FIN TO TRUE
           END-READ

           IF FS-CUOTAS IS EQUAL '00'
              ADD 1 TO WS-CUO-LEIDAS
              PERFORM 3000-EVALUAR-CUOTA THRU F-3000-EVALUAR-CUOTA
           ELSE
              IF FS-CUOTAS IS NOT EQUAL '10'
                 DISPLAY '* ERROR EN LECTURA CUOTAS   = ' FS-CUOTAS
                 MOVE 9999 TO RETURN-CODE
                 SET FS-CUOTAS-FIN TO TRUE
              END-IF
           END-IF.

       F-2000-PROCESO. EXIT.
      **************************************************************
       3000-EVALUAR-CUOTA.
      *    SOLO CUOTAS PENDIENTES O IMPAGAS YA VENCIDAS DE
      *    PRESTAMOS ACTIVOS.
           IF CUO-ESTADO IS NOT EQUAL 'P' AND 'I'
              GO TO F-3000-EVALUAR-CUOTA
           END-IF

           IF CUO-FEC-VENC IS GREATER WS-FECHA-NEGOCIO-R
              GO TO F-3000-EVALUAR-CUOTA
           END-IF

           MOVE CUO-NRO-PRESTAMO TO MAE-PRE-NRO

           READ PRESTAMOS INTO WS-REG-PRESTA
              INVALID KEY
                 DISPLAY '* CUOTA SIN PRESTAMO EN EL MAESTRO: '
                         CUO-NRO-PRESTAMO
                 GO TO F-3000-EVALUAR-CUOTA
           END-READ

           IF PRE-ESTADO IS NOT EQUAL 'A'
              GO TO F-3000-EVALUAR-CUOTA
           END-IF

           PERFORM 3100-INTENTAR-COBRO THRU F-3100-INTENTAR-COBRO.

       F-3000-EVALUAR-CUOTA. EXIT.
      **************************************************************
       3100-INTENTAR-COBRO.
      *    LA CUOTA SE COBRA ENTERA (CAPITAL + INTERES) O NO SE
      *    COBRA: SIN FONDOS QUEDA IMPAGA Y ABIERTA.
           COMPUTE WS-IMP-CUOTA = CUO-CAPITAL + CUO-INTERES

           IF WS-SDO-CONT > ZEROS
              PERFORM 3200-BUSCAR-SALDO THRU F-3200-BUSCAR-SALDO
           ELSE
              MOVE WS-IMP-CUOTA TO WS-SALDO-CUENTA
           END-IF

           MOVE CUO-FEC-VENC TO WS-FECHA-CONV
           PERFORM 7000-FECHA-A-DIAS THRU F-7000-FECHA-A-DIAS
           MOVE WS-DIAS-CONV TO WS-DIAS-VENC

           COMPUTE WS-DIAS-ATRASO = WS-DIAS-PROC - WS-DIAS-VENC

           IF WS-DIAS-ATRASO IS LESS THAN ZERO
              MOVE ZEROS TO WS-DIAS-ATRASO
           END-IF

           MOVE PRE-NRO       TO WS-LC-PRESTAMO
           MOVE CUO-NRO-CUOTA TO WS-LC-CUOTA
           MOVE PRE-TIPCUEN   TO WS-LC-TIPO
           MOVE PRE-NROCUEN   TO WS-LC-CUENTA
           MOVE CUO-FEC-VENC  TO WS-LC-VENC
           MOVE WS-IMP-CUOTA  TO WS-LC-IMPORTE
           MOVE WS-DIAS-ATRASO TO WS-LC-ATRASO

           IF WS-SALDO-CUENTA IS LESS THAN WS-IMP-CUOTA
              ADD 1 TO WS-CUO-IMPAGAS
              MOVE 'I'            TO CUO-ESTADO
              MOVE 'IMPAGA      ' TO WS-LC-ACCION
           ELSE
              MOVE SPACES            TO WS-REG-MOVIMI
              MOVE CUO-CAPITAL       TO WS-MOV-IMPORTE
              MOVE TMV-CUOTA-CAPITAL TO WS-MOV-TIPMOV
              PERFORM 3300-EMITIR-MOV THRU F-3300-EMITIR-MOV
              MOVE CUO-INTERES       TO WS-MOV-IMPORTE
              MOVE TMV-CUOTA-INTERES TO WS-MOV-TIPMOV
              PERFORM 3300-EMITIR-MOV THRU F-3300-EMITIR-MOV

              IF WS-SDO-IDX NOT EQUAL ZEROS
                 SUBTRACT WS-IMP-CUOTA FROM WS-SDO-SALDO (WS-SDO-IDX)
              END-IF

              ADD 1 TO WS-CUO-COBRADAS
              ADD CUO-CAPITAL TO WS-TOT-CAPITAL
              ADD CUO-INTERES TO WS-TOT-INTERES
              MOVE 'C'                TO CUO-ESTADO
              MOVE WS-FECHA-NEGOCIO-R TO CUO-FEC-COBRO
              MOVE 'COBRADA     '     TO WS-LC-ACCION

              SUBTRACT CUO-CAPITAL FROM PRE-SALDO-CAPITAL
              ADD 1 TO PRE-CUOTAS-PAGAS
              IF PRE-CUOTAS-PAGAS IS NOT LESS PRE-PLAZO
                 MOVE 'T' TO PRE-ESTADO
                 ADD 1 TO WS-PRE-TERMINADOS
              END-IF
              PERFORM 6100-REGRABAR-PRESTAMO
                      THRU F-6100-REGRABAR-PRESTAMO
           END-IF

           PERFORM 5000-GRABAR-REPORTE THRU F-5000-GRABAR-REPORTE
           PERFORM 6000-REGRABAR-CUOTA THRU F-6000-REGRABAR-CUOTA.

       F-3100-INTENTAR-COBRO. EXIT.
      **************************************************************
       3200-BUSCAR-SALDO.
      *    CUENTA SIN SALDO DE AYER SE TOMA COMO SALDO CERO.
           MOVE ZEROS TO WS-SDO-IDX
           MOVE ZEROS TO WS-SALDO-CUENTA

           PERFORM VARYING WS-SDO-SUB FROM 1 BY 1
                   UNTIL WS-SDO-SUB > WS-SDO-CONT
               IF WS-SDO-TIPCUEN (WS-SDO-SUB) IS EQUAL PRE-TIPCUEN
                  AND WS-SDO-NROCUEN (WS-SDO-SUB) IS EQUAL
                      PRE-NROCUEN
                  MOVE WS-SDO-SUB TO WS-SDO-IDX
               END-IF
           END-PERFORM

           IF WS-SDO-IDX NOT EQUAL ZEROS
              MOVE WS-SDO-SALDO (WS-SDO-IDX) TO WS-SALDO-CUENTA
           END-IF.

       F-3200-BUSCAR-SALDO. EXIT.
      **************************************************************
       3300-EMITIR-MOV.
      *    EL IMPORTE Y EL TIPO DE MOVIMIENTO LOS DEJA CARGADOS EL
      *    LLAMADOR; UNA PATA EN CERO (INTERES CON TASA CERO) NO SE
      *    EMITE.
           IF WS-MOV-IMPORTE IS EQUAL ZEROS
              GO TO F-3300-EMITIR-MOV
           END-IF

           MOVE PRE-TIPCUEN        TO WS-MOV-TIPO
           MOVE PRE-NROCUEN        TO WS-MOV-CUENTA
           MOVE WS-FECHA-NEGOCIO-R TO WS-MOV-FECHA
           MOVE 'D'                TO WS-MOV-DBCR

           WRITE REG-MOVCUO FROM WS-REG-MOVIMI

           IF FS-MOVCUO IS NOT EQUAL '00'
              DISPLAY '* ERROR EN WRITE MOVCUO   = ' FS-MOVCUO
              MOVE 9999 TO RETURN-CODE
              SET FS-CUOTAS-FIN TO TRUE
           ELSE
              ADD 1 TO WS-MOV-EMITIDOS
           END-IF.

       F-3300-EMITIR-MOV. EXIT.
      **************************************************************
       5000-GRABAR-REPORTE.

           WRITE REG-SALIDA FROM WS-LIN-CUOTA

           IF FS-SALIDA IS NOT EQUAL '00'
              DISPLAY '* ERROR EN WRITE SALIDA   = ' FS-SALIDA
              MOVE 9999 TO RETURN-CODE
              SET FS-CUOTAS-FIN TO TRUE
           END-IF.

       F-5000-GRABAR-REPORTE. EXIT.
      **************************************************************
       6000-REGRABAR-CUOTA.

           REWRITE REG-CUOTAS FROM WS-REG-CUOTA

           IF FS-CUOTAS IS NOT EQUAL '00'
              DISPLAY '* ERROR EN REWRITE CUOTAS = ' FS-CUOTAS
              MOVE 9999 TO RETURN-CODE
              SET FS-CUOTAS-FIN TO TRUE
           END-IF.

       F-6000-REGRABAR-CUOTA. EXIT.
      **************************************************************
       6100-REGRABAR-PRESTAMO.

           REWRITE REG-PRESTAMOS FROM WS-REG-PRESTA

           IF FS-PRESTAMOS IS NOT EQUAL '00'
              DISPLAY '* ERROR EN REWRITE PRESTAMOS = ' FS-PRESTAMOS
              MOVE 9999 TO RETURN-CODE
              SET FS-CUOTAS-FIN TO TRUE
           END-IF.

       F-6100-REGRABAR-PRESTAMO. EXIT.
      **************************************************************
       7000-FECHA-A-DIAS.
      *    CONVIERTE AAAAMMDD A DIAS 30/360 PARA EL ATRASO.
           COMPUTE WS-DIAS-CONV =
                   (WS-FC-ANIO * 360) + (WS-FC-MES * 30) + WS-FC-DIA.

       F-7000-FECHA-A-DIAS. EXIT.
      **************************************************************
       9999-FINAL.

           IF RETURN-CODE NOT EQUAL 9999
             CLOSE PRESTAMOS
                 IF FS-PRESTAMOS IS NOT EQUAL '00'
                  DISPLAY '* ERROR EN CLOSE PRESTAMOS = '
                                            FS-PRESTAMOS
                  MOVE 9999 TO RETURN-CODE
                 END-IF

             CLOSE CUOTAS
                 IF FS-CUOTAS IS NOT EQUAL '00' AND '10'
                  DISPLAY '* ERROR EN CLOSE CUOTAS   = '
                                            FS-CUOTAS
                  MOVE 9999 TO RETURN-CODE
                 END-IF

             CLOSE MOVCUO
                 IF FS-MOVCUO IS NOT EQUAL '00'
                  DISPLAY '* ERROR EN CLOSE MOVCUO   = '
                                            FS-MOVCUO
                  MOVE 9999 TO RETURN-CODE
                 END-IF

             CLOSE SALIDA
                 IF FS-SALIDA IS NOT EQUAL '00'
                  DISPLAY '* ERROR EN CLOSE SALIDA   = '
                                            FS-SALIDA
                  MOVE 9999 TO RETURN-CODE
                 END-IF

             DISPLAY '***************************************'
             DISPLAY ' CUOTAS LEIDAS               :  ' WS-CUO-LEIDAS
             DISPLAY ' CUOTAS COBRADAS             :  '
                                                   WS-CUO-COBRADAS
             DISPLAY ' CUOTAS IMPAGAS (ABIERTAS)   :  '
                                                   WS-CUO-IMPAGAS
             DISPLAY ' PRESTAMOS TERMINADOS        :  '
                                                   WS-PRE-TERMINADOS
             DISPLAY ' MOVIMIENTOS EMITIDOS        :  '
                                                   WS-MOV-EMITIDOS
             MOVE WS-TOT-CAPITAL TO WS-TOT-EDIT
             DISPLAY ' TOTAL CAPITAL COBRADO       :  ' WS-TOT-EDIT
             MOVE WS-TOT-INTERES TO WS-TOT-EDIT
             DISPLAY ' TOTAL INTERES COBRADO       :  ' WS-TOT-EDIT
             DISPLAY '***************************************'

           END-IF.

       F-9999-FINAL.
           EXIT.
