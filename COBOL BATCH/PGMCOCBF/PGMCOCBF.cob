       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMCOCBF.
       AUTHOR.    FEDERICO FALCON.
      **************************************************************
      *  CONTRA-ASIENTO DE MOVIMIENTOS APLICADOS. LAS SUCURSALES   *
      *  ANULABAN UN MOVIMIENTO MAL APLICADO (CREDITO DE HABERES   *
      *  DUPLICADO, CUENTA O IMPORTE EQUIVOCADO) CARGANDO A MANO   *
      *  UNO OPUESTO SIN NADA QUE LO ATARA AL ORIGINAL. AHORA CADA *
      *  SOLICITUD DE DDSOLREV (LAYOUT CPSOLREV) IDENTIFICA EL     *
      *  MOVIMIENTO POR SU CLAVE EN EL DIARIO DDDIAMOV Y ESTE      *
      *  PASO:                                                     *
      *    - VERIFICA QUE EXISTA, QUE NO SEA A SU VEZ UN           *
      *      CONTRA-ASIENTO, QUE NO ESTE YA REVERSADO Y QUE NO     *
      *      TENGA MAS DIAS (30/360) QUE LOS PERMITIDOS EN LA      *
      *      TARJETA DDCTRL                                        *
      *    - GRABA EN DDMOVREV (LAYOUT MOVIMCC, SE CONCATENA A     *
      *      DDMOVIM) EL MOVIMIENTO OPUESTO: MISMA CUENTA,         *
      *      IMPORTE, TIPO Y FECHA VALOR, SENTIDO CONTRARIO, SIN   *
      *      REFERENCIA DE TRANSFERENCIA Y CON EL VINCULO A LA     *
      *      FECHA Y SECUENCIA DEL ORIGINAL                        *
      *  EL ORIGINAL NO SE TOCA ACA: LO MARCA COMO REVERSADO ('R') *
      *  CON LA FECHA DE NEGOCIO EL MOTOR DE SALDOS PGMBECBF AL    *
      *  APLICAR EL CONTRA-ASIENTO, ASI EL QUE ALLA NO PASA        *
      *  (EJERCICIO O CUENTA CERRADA) NO LO DEJA MARCADO.          *
      *  LA SOLICITUD QUE NO PASA VUELVE A LA SUCURSAL EN DDRECHA  *
      *  CON EL MOTIVO. LA FECHA VALOR DEL ORIGINAL HACE QUE EL    *
      *  AJUSTE DE VALOR PGMRTCBF SAQUE DEL DEVENGAMIENTO LO QUE   *
      *  EL MOVIMIENTO ANULADO SUMO; LOS CONTROLES DE ACTIVIDAD NO *
      *  CUENTAN EL CONTRA-ASIENTO. UNA NOCHE REPROCESADA REGENERA *
      *  LOS CONTRA-ASIENTOS QUE ESA MISMA FECHA MARCO. EL         *
      *  LISTADO SALE EN DDSALI.                                   *
      **************************************************************
       ENVIRONMENT DIVISION.
      **************************************************************
       CONFIGURATION SECTION.

       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
      **************************************************************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

            SELECT SOLREV ASSIGN TO DDSOLREV
                 FILE STATUS IS FS-SOLREV.

            SELECT DIARIO ASSIGN TO DDDIAMOV
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS MAE-DIA-CLAVE
                 FILE STATUS IS FS-DIARIO.

            SELECT MOVREV ASSIGN TO DDMOVREV
                 FILE STATUS IS FS-MOVREV.

            SELECT RECHAZOS ASSIGN TO DDRECHA
                 FILE STATUS IS FS-RECHAZO.

            SELECT TARJETA ASSIGN TO DDCTRL
                 FILE STATUS IS FS-TARJETA.

            SELECT FECHAPRO ASSIGN TO DDFECPRO
                 FILE STATUS IS FS-FECHAPRO.

            SELECT SALIDA ASSIGN TO DDSALI
                 FILE STATUS IS FS-SALIDA.
      **************************************************************
       I-O-CONTROL.

       DATA DIVISION.
       FILE SECTION.
       FD   SOLREV
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01   REG-SOLREV              PIC X(80).
      **************************************************************
       FD   DIARIO.

       01   REG-DIARIO.
           03  MAE-DIA-CLAVE        PIC X(23).
           03  FILLER               PIC X(77).
      **************************************************************
       FD   MOVREV
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01   REG-MOVREV              PIC X(80).
      **************************************************************
       FD   RECHAZOS
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01   REG-RECHAZO.
           05  RCH-SOLICITUD        PIC X(80).
           05  RCH-MOTIVO           PIC X(30).
      **************************************************************
      *    DIAS MAXIMOS DESDE LA FECHA DE NEGOCIO DEL ORIGINAL; EN
      *    CERO RIGE EL DEL PROGRAMA.
       FD   TARJETA
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01   REG-TARJETA.
           05  CTL-DIAS-MAX         PIC 9(03).
           05  FILLER               PIC X(77).
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

      ***********************FILE STATUS****************************
       77  FS-SOLREV       PIC XX    VALUE SPACES.
           88  FS-SOLREV-FIN         VALUE '10'.

       77  FS-DIARIO       PIC XX    VALUE SPACES.
       77  FS-MOVREV       PIC XX    VALUE SPACES.
       77  FS-RECHAZO      PIC XX    VALUE SPACES.
       77  FS-TARJETA      PIC XX    VALUE SPACES.
       77  FS-FECHAPRO     PIC XX    VALUE SPACES.
       77  FS-SALIDA       PIC XX    VALUE SPACES.

           COPY CPSOLREV.

           COPY CPDIAMOV.

           COPY MOVIMCC.

           COPY CPFECPRO.

      *****************PARAMETROS DE LA TARJETA************************
       77  WS-DIAS-MAX     PIC 9(03)  VALUE 30.

      *****************SOLICITUDES YA VISTAS EN LA CORRIDA*************
       77  WS-SOL-CONT     PIC 9(04) USAGE COMP VALUE ZEROS.
       77  WS-SOL-SUB      PIC 9(04) USAGE COMP VALUE ZEROS.
       77  WS-SOL-IDX      PIC 9(04) USAGE COMP VALUE ZEROS.
       01  WS-TABLA-SOL.
           03  WS-SOL-CLAVE OCCURS 2000 TIMES PIC X(23).

      *****************SOLICITUD EN CURSO******************************
      *    REPROCESO 'S': PGMBECBF YA MARCO EL ORIGINAL CON ESTA
      *    MISMA FECHA DE NEGOCIO Y EL CONTRA-ASIENTO SE VUELVE A
      *    EMITIR.
       77  WS-REPROCESO    PIC X(01)  VALUE 'N'.
           88  WS-ES-REPROCESO        VALUE 'S'.
       77  WS-RESULTADO    PIC X(30)  VALUE SPACES.
       01  WS-MOTIVO-YA-REV.
           05  FILLER               PIC X(16)   VALUE
           'YA REVERSADO EL '.
           05  WS-MYR-FECHA         PIC 9(08).
           05  FILLER               PIC X(06)   VALUE SPACES.

      *****************DIAS DESDE EL ORIGINAL (30/360)*****************
       77  WS-DIAS-PROC    PIC 9(07)  VALUE ZEROS.
       77  WS-DIAS-ORIGEN  PIC 9(07)  VALUE ZEROS.
       01  WS-FECHA-CONV.
           05  WS-FC-ANIO           PIC 9(04).
           05  WS-FC-MES            PIC 9(02).
           05  WS-FC-DIA            PIC 9(02).
       01  WS-FECHA-CONV-R REDEFINES WS-FECHA-CONV
                                    PIC 9(08).
       77  WS-DIAS-CONV    PIC 9(07)  VALUE ZEROS.

      *********************CONTADORES*******************************
       77  WS-CANT-LEIDAS             PIC 9(05)   VALUE ZEROES.
       77  WS-CANT-REVERSADAS         PIC 9(05)   VALUE ZEROES.
       77  WS-CANT-REGENERADAS        PIC 9(05)   VALUE ZEROES.
       77  WS-CANT-RECHAZADAS         PIC 9(05)   VALUE ZEROES.

      *****************LINEAS DEL REPORTE******************************
       01  WS-LIN-TITULO.
           05  FILLER               PIC X(34)   VALUE
           ' CONTRA-ASIENTOS DEL DIA - FECHA '.
           05  WS-LT-FECHA          PIC 9(08).
           05  FILLER               PIC X(38)   VALUE SPACES.

       01  WS-LIN-COLUMNAS.
           05  FILLER               PIC X(40)   VALUE
           ' SU CUENTA      FECHA    SECUE D    IMPO'.
           05  FILLER               PIC X(40)   VALUE
           'RTE RESULTADO                           '.

       01  WS-LIN-SOLICITUD.
           05  FILLER               PIC X(01)   VALUE SPACE.
           05  WS-LS-SUCURSAL       PIC X(02).
           05  FILLER               PIC X(01)   VALUE SPACE.
           05  WS-LS-TIPCUEN        PIC X(02).
           05  FILLER               PIC X(01)   VALUE '-'.
           05  WS-LS-NROCUEN        PIC X(08).
           05  FILLER               PIC X(01)   VALUE SPACE.
           05  WS-LS-FECHA          PIC X(08).
           05  FILLER               PIC X(01)   VALUE SPACE.
           05  WS-LS-SECUENCIA      PIC X(05).
           05  FILLER               PIC X(01)   VALUE SPACE.
           05  WS-LS-DBCR           PIC X(01).
           05  FILLER               PIC X(01)   VALUE SPACE.
           05  WS-LS-IMPORTE        PIC ZZZZZZ9,99.
           05  FILLER               PIC X(01)   VALUE SPACE.
           05  WS-LS-RESULTADO      PIC X(30).
           05  FILLER               PIC X(06)   VALUE SPACES.
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
                   UNTIL FS-SOLREV-FIN.

           PERFORM 9999-FINAL    THRU  F-9999-FINAL.

       F-MAIN-PROGRAM. GOBACK.

      **************************************
      *                                    *
      *  CUERPO INICIO APERTURA ARCHIVOS   *
      *                                    *
      **************************************
       1000-INICIO.

           OPEN INPUT  SOLREV.

           IF FS-SOLREV IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN SOLREV    = ' FS-SOLREV
              MOVE 9999 TO RETURN-CODE
              SET  FS-SOLREV-FIN TO TRUE
           END-IF

      *    SIN DIARIO NO HAY MOVIMIENTO QUE REVERSAR: NO SE CREA.
           OPEN INPUT  DIARIO.

           IF FS-DIARIO IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN DIARIO    = ' FS-DIARIO
              MOVE 9999 TO RETURN-CODE
              SET  FS-SOLREV-FIN TO TRUE
           END-IF

           OPEN OUTPUT MOVREV.

           IF FS-MOVREV IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN MOVREV    = ' FS-MOVREV
              MOVE 9999 TO RETURN-CODE
              SET  FS-SOLREV-FIN TO TRUE
           END-IF

           OPEN OUTPUT RECHAZOS.

           IF FS-RECHAZO IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN RECHAZOS  = ' FS-RECHAZO
              MOVE 9999 TO RETURN-CODE
              SET  FS-SOLREV-FIN TO TRUE
           END-IF

           OPEN OUTPUT SALIDA.

           IF FS-SALIDA IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN SALIDA    = ' FS-SALIDA
              MOVE 9999 TO RETURN-CODE
              SET  FS-SOLREV-FIN TO TRUE
           END-IF

           PERFORM 1100-LEER-FECHA      THRU F-1100-LEER-FECHA.
           PERFORM 1200-LEER-TARJETA    THRU F-1200-LEER-TARJETA.

           MOVE WS-FECHA-NEGOCIO TO WS-FECHA-CONV
           PERFORM 7000-FECHA-A-DIAS THRU F-7000-FECHA-A-DIAS
           MOVE WS-DIAS-CONV TO WS-DIAS-PROC

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
       1200-LEER-TARJETA.

           OPEN INPUT  TARJETA.
           IF FS-TARJETA IS EQUAL '00'
              READ TARJETA
                 AT END
                    DISPLAY '* TARJETA VACIA, RIGEN PARAMETROS '
                            'DEL PROGRAMA'
                 NOT AT END
                    IF CTL-DIAS-MAX IS NUMERIC
                       AND CTL-DIAS-MAX IS NOT EQUAL ZEROS
                       MOVE CTL-DIAS-MAX TO WS-DIAS-MAX
                    END-IF
              END-READ
              CLOSE TARJETA
           ELSE
              DISPLAY '* SIN TARJETA, RIGEN PARAMETROS DEL PROGRAMA'
           END-IF.

       F-1200-LEER-TARJETA. EXIT.
      **************************************************************
       2000-PROCESO.

           READ SOLREV INTO WS-REG-SOLREV

           EVALUATE FS-SOLREV
             WHEN '00'
                  ADD 1 TO WS-CANT-LEIDAS
                  PERFORM 2100-VALIDAR THRU F-2100-VALIDAR

              WHEN '10'
                CONTINUE

              WHEN OTHER
              DISPLAY '* ERROR EN LECTURA DE SOLREV ' FS-SOLREV
              MOVE 9999 TO RETURN-CODE
              SET FS-SOLREV-FIN TO TRUE

           END-EVALUATE.

       F-2000-PROCESO. EXIT.
      **************************************************************
       2100-VALIDAR.

           MOVE 'N'    TO WS-REPROCESO
           MOVE SPACES TO WS-REG-DIAMOV

           IF SRV-TIPCUEN   IS NOT NUMERIC
              OR SRV-NROCUEN   IS NOT NUMERIC
              OR SRV-FECHA     IS NOT NUMERIC
              OR SRV-SECUENCIA IS NOT NUMERIC
              OR SRV-SECUENCIA IS EQUAL ZEROS
              MOVE 'SOLICITUD INVALIDA' TO WS-RESULTADO
              PERFORM 4000-RECHAZAR THRU F-4000-RECHAZAR
              GO TO F-2100-VALIDAR
           END-IF

      *    DOS SOLICITUDES SOBRE EL MISMO MOVIMIENTO EN LA NOCHE:
      *    VALE LA PRIMERA.
           MOVE ZEROS TO WS-SOL-IDX
           PERFORM VARYING WS-SOL-SUB FROM 1 BY 1
                   UNTIL WS-SOL-SUB > WS-SOL-CONT
               IF WS-SOL-CLAVE (WS-SOL-SUB) IS EQUAL SRV-CLAVE
                  MOVE WS-SOL-SUB TO WS-SOL-IDX
               END-IF
           END-PERFORM

           IF WS-SOL-IDX IS NOT EQUAL ZEROS
              MOVE 'SOLICITUD DUPLICADA' TO WS-RESULTADO
              PERFORM 4000-RECHAZAR THRU F-4000-RECHAZAR
              GO TO F-2100-VALIDAR
           END-IF

           IF WS-SOL-CONT NOT LESS 2000
              DISPLAY '* ATENCION: TABLA DE SOLICITUDES LLENA (2000)'
              MOVE 9999 TO RETURN-CODE
              SET FS-SOLREV-FIN TO TRUE
              GO TO F-2100-VALIDAR
           END-IF
           ADD 1 TO WS-SOL-CONT
           MOVE SRV-CLAVE TO WS-SOL-CLAVE (WS-SOL-CONT)

           MOVE SRV-CLAVE TO MAE-DIA-CLAVE
           READ DIARIO INTO WS-REG-DIAMOV

           IF FS-DIARIO IS EQUAL '23'
              MOVE SPACES TO WS-REG-DIAMOV
              MOVE 'MOVIMIENTO INEXISTENTE' TO WS-RESULTADO
              PERFORM 4000-RECHAZAR THRU F-4000-RECHAZAR
              GO TO F-2100-VALIDAR
           END-IF

           IF FS-DIARIO IS NOT EQUAL '00'
              DISPLAY '* ERROR EN READ DIARIO    = ' FS-DIARIO
                      ' CLAVE ' SRV-CLAVE
              MOVE 9999 TO RETURN-CODE
              SET FS-SOLREV-FIN TO TRUE
              GO TO F-2100-VALIDAR
           END-IF

           IF DIA-REV-FECHA IS NUMERIC
              AND DIA-REV-FECHA IS NOT EQUAL ZEROS
              MOVE 'ES UN CONTRA-ASIENTO' TO WS-RESULTADO
              PERFORM 4000-RECHAZAR THRU F-4000-RECHAZAR
              GO TO F-2100-VALIDAR
           END-IF

           IF DIA-REVERSADO
              IF DIA-FEC-REVERSO IS EQUAL WS-FECHA-NEGOCIO-R
                 SET WS-ES-REPROCESO TO TRUE
              ELSE
                 MOVE DIA-FEC-REVERSO  TO WS-MYR-FECHA
                 MOVE WS-MOTIVO-YA-REV TO WS-RESULTADO
                 PERFORM 4000-RECHAZAR THRU F-4000-RECHAZAR
                 GO TO F-2100-VALIDAR
              END-IF
           END-IF

           MOVE DIA-FECHA TO WS-FECHA-CONV
           PERFORM 7000-FECHA-A-DIAS THRU F-7000-FECHA-A-DIAS
           MOVE WS-DIAS-CONV TO WS-DIAS-ORIGEN

           IF WS-DIAS-ORIGEN IS GREATER WS-DIAS-PROC
              OR WS-DIAS-PROC - WS-DIAS-ORIGEN IS GREATER WS-DIAS-MAX
              MOVE 'FUERA DE PLAZO' TO WS-RESULTADO
              PERFORM 4000-RECHAZAR THRU F-4000-RECHAZAR
              GO TO F-2100-VALIDAR
           END-IF

           PERFORM 3000-GENERAR-REVERSO THRU F-3000-GENERAR-REVERSO.

       F-2100-VALIDAR. EXIT.
      **************************************************************
       3000-GENERAR-REVERSO.
      *    EL OPUESTO EXACTO DEL ORIGINAL CON SU MISMA FECHA VALOR.
      *    VA SIN REFERENCIA PARA QUE EL PAREO PGMPTCBF LO DEJE
      *    PASAR AUNQUE EL ORIGINAL FUERA PATA DE TRANSFERENCIA.
           MOVE SPACES            TO WS-REG-MOVIMI
           MOVE DIA-TIPCUEN       TO WS-MOV-TIPO
           MOVE DIA-NROCUEN       TO WS-MOV-CUENTA
           MOVE DIA-IMPORTE       TO WS-MOV-IMPORTE
           MOVE DIA-TIPMOV        TO WS-MOV-TIPMOV
           MOVE DIA-FECHA         TO WS-MOV-REV-FECHA
           MOVE DIA-SECUENCIA     TO WS-MOV-REV-SECUENCIA

           IF DIA-FEC-VALOR IS EQUAL SPACES
              MOVE DIA-FECHA      TO WS-MOV-FECHA
           ELSE
              MOVE DIA-FEC-VALOR  TO WS-MOV-FECHA
           END-IF

           IF DIA-DBCR IS EQUAL 'D'
              MOVE 'C'            TO WS-MOV-DBCR
           ELSE
              MOVE 'D'            TO WS-MOV-DBCR
           END-IF

           WRITE REG-MOVREV FROM WS-REG-MOVIMI

           IF FS-MOVREV IS NOT EQUAL '00'
              DISPLAY '* ERROR EN WRITE MOVREV   = ' FS-MOVREV
              MOVE 9999 TO RETURN-CODE
              SET FS-SOLREV-FIN TO TRUE
              GO TO F-3000-GENERAR-REVERSO
           END-IF

           IF WS-ES-REPROCESO
              ADD 1 TO WS-CANT-REGENERADAS
              MOVE 'REGENERADO (REPROCESO)' TO WS-RESULTADO
              PERFORM 5000-LISTAR THRU F-5000-LISTAR
              GO TO F-3000-GENERAR-REVERSO
           END-IF

           ADD 1 TO WS-CANT-REVERSADAS
           MOVE 'REVERSADO' TO WS-RESULTADO
           PERFORM 5000-LISTAR THRU F-5000-LISTAR.

       F-3000-GENERAR-REVERSO. EXIT.
      **************************************************************
       4000-RECHAZAR.

           ADD 1 TO WS-CANT-RECHAZADAS

           MOVE WS-REG-SOLREV TO RCH-SOLICITUD
           MOVE WS-RESULTADO  TO RCH-MOTIVO
           WRITE REG-RECHAZO

           IF FS-RECHAZO IS NOT EQUAL '00'
              DISPLAY '* ERROR EN WRITE RECHAZOS = ' FS-RECHAZO
              MOVE 9999 TO RETURN-CODE
              SET FS-SOLREV-FIN TO TRUE
              GO TO F-4000-RECHAZAR
           END-IF

           PERFORM 5000-LISTAR THRU F-5000-LISTAR.

       F-4000-RECHAZAR. EXIT.
      **************************************************************
       5000-LISTAR.
      *    LA CLAVE SALE COMO LA PIDIO LA SUCURSAL; EL SENTIDO Y EL
      *    IMPORTE SOLO SI EL ORIGINAL SE ENCONTRO EN EL DIARIO.
           MOVE SRV-SUCURSAL  TO WS-LS-SUCURSAL
           MOVE SRV-TIPCUEN   TO WS-LS-TIPCUEN
           MOVE SRV-NROCUEN   TO WS-LS-NROCUEN
           MOVE SRV-FECHA     TO WS-LS-FECHA
           MOVE SRV-SECUENCIA TO WS-LS-SECUENCIA
           MOVE WS-RESULTADO  TO WS-LS-RESULTADO

           IF DIA-IMPORTE IS NUMERIC
              MOVE DIA-DBCR    TO WS-LS-DBCR
              MOVE DIA-IMPORTE TO WS-LS-IMPORTE
           ELSE
              MOVE SPACES      TO WS-LS-DBCR
              MOVE ZEROS       TO WS-LS-IMPORTE
           END-IF

           WRITE REG-SALIDA FROM WS-LIN-SOLICITUD

           IF FS-SALIDA IS NOT EQUAL '00'
              DISPLAY '* ERROR EN WRITE SALIDA   = ' FS-SALIDA
              MOVE 9999 TO RETURN-CODE
              SET FS-SOLREV-FIN TO TRUE
           END-IF.

       F-5000-LISTAR. EXIT.
      **************************************************************
       7000-FECHA-A-DIAS.
      *    CONVIERTE AAAAMMDD A DIAS 30/360 PARA EL PLAZO.
           COMPUTE WS-DIAS-CONV =
                   (WS-FC-ANIO * 360) + (WS-FC-MES * 30) + WS-FC-DIA.

       F-7000-FECHA-A-DIAS. EXIT.
      **************************************************************
       9999-FINAL.

           IF RETURN-CODE NOT EQUAL 9999
             CLOSE SOLREV
                 IF FS-SOLREV IS NOT EQUAL '00'
                  DISPLAY '* ERROR EN CLOSE SOLREV   = '
                                            FS-SOLREV
                  MOVE 9999 TO RETURN-CODE
                 END-IF

             CLOSE DIARIO
                 IF FS-DIARIO IS NOT EQUAL '00'
                  DISPLAY '* ERROR EN CLOSE DIARIO   = '
                                            FS-DIARIO
                  MOVE 9999 TO RETURN-CODE
                 END-IF

             CLOSE MOVREV
                 IF FS-MOVREV IS NOT EQUAL '00'
                  DISPLAY '* ERROR EN CLOSE MOVREV   = '
                                            FS-MOVREV
                  MOVE 9999 TO RETURN-CODE
                 END-IF

             CLOSE RECHAZOS
                 IF FS-RECHAZO IS NOT EQUAL '00'
                  DISPLAY '* ERROR EN CLOSE RECHAZOS = '
                                            FS-RECHAZO
                  MOVE 9999 TO RETURN-CODE
                 END-IF

             CLOSE SALIDA
                 IF FS-SALIDA IS NOT EQUAL '00'
                  DISPLAY '* ERROR EN CLOSE SALIDA   = '
                                            FS-SALIDA
                  MOVE 9999 TO RETURN-CODE
                 END-IF

             DISPLAY '******************************'
             DISPLAY ' SOLICITUDES LEIDAS      :  ' WS-CANT-LEIDAS
             DISPLAY ' MOVIMIENTOS REVERSADOS  :  ' WS-CANT-REVERSADAS
             DISPLAY ' REGENERADOS (REPROCESO) :  '
                                               WS-CANT-REGENERADAS
             DISPLAY ' SOLICITUDES RECHAZADAS  :  ' WS-CANT-RECHAZADAS
             DISPLAY '******************************'

           END-IF.

       F-9999-FINAL.
           EXIT.
