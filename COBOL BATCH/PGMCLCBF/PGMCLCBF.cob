      *      MOTOR PGMBECBF CONSULTA PARA RECHAZAR TODO            *
      *      MOVIMIENTO POSTERIOR AL REPORTE POST-CIERRE           *
      *  EL DIARIO DE LA CORRIDA QUEDA EN DDSALI.                  *
      *  UNA CUENTA CON ORDENES JUDICIALES ACTIVAS (DDEMBARG,      *
      *  LAYOUT CPEMBARG) NO SE TERMINA DE CERRAR: SOLO SE         *
      *  TRANSFIERE LA PARTE DEL RESIDUAL QUE EXCEDE LO RETENIDO   *
      *  Y LA CUENTA QUEDA ABIERTA, SIN MARCA NI RESUMEN FINAL,    *
      *  HASTA QUE LEGALES LEVANTE O SE CUMPLA EL EMBARGO.         *
      *  EL CIERRE RETENIDO SE REGRABA EN DDCIEPEN Y LA NOCHE      *
      *  SIGUIENTE SE VUELVE A LIQUIDAR DESDE DDCIEANT (LA         *
      *  GENERACION ANTERIOR, OPCIONAL) ANTES QUE LOS CIERRES DEL  *
      *  DIA: CUANDO YA NO QUEDA RETENIDO SE COMPLETA CON EL       *
      *  RESIDUAL, LA MARCA Y EL RESUMEN FINAL.                    *
      *  UN CAMBIO DE TIPO (TC) APLICADO LLEGA POR EL MISMO        *
      *  ARCHIVO: EL SALDO DEL TIPO VIEJO PASA A LA MISMA CUENTA   *
      *  BAJO EL TIPO NUEVO EN LUGAR DE LA PUENTE, EL TIPO VIEJO   *
      *  QUEDA MARCADO COMO CERRADO Y NO SE PIDE RESUMEN FINAL.    *
      **************************************************************
       ENVIRONMENT DIVISION.
      **************************************************************
           SELECT CIERRES    ASSIGN TO DDCIERRE
                 FILE STATUS IS FS-CIERRES.

           SELECT CIEANT     ASSIGN TO DDCIEANT
                 FILE STATUS IS FS-CIEANT.

           SELECT CIEPEND    ASSIGN TO DDCIEPEN
                 FILE STATUS IS FS-CIEPEN.

           SELECT SALDOS     ASSIGN TO DDSALHOY
                 FILE STATUS IS FS-SALDOS.

           SELECT EMBARGOS   ASSIGN TO DDEMBARG
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS MAE-EMB-CLAVE
                 FILE STATUS IS FS-EMBARGOS.

           SELECT FECHAPRO   ASSIGN TO DDFECPRO
                 FILE STATUS IS FS-FECHAPRO.


       01   REG-CIERRE              PIC X(80).

       FD   CIEANT
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01   REG-CIEANT              PIC X(80).

       FD   CIEPEND
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01   REG-CIEPEND             PIC X(80).

       FD   SALDOS
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01   REG-SALDOS              PIC X(30).

       FD   EMBARGOS.

       01   REG-EMBARGOS.
           03  MAE-EMB-CLAVE        PIC X(37).
           03  FILLER               PIC X(63).

       FD   FECHAPRO
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
      ***********************FILE STATUS****************************
       77  FS-CIERRES                 PIC XX      VALUE SPACES.
           88  FS-CIERRES-FIN                     VALUE '10'.
       77  FS-CIEANT                  PIC XX      VALUE SPACES.
           88  FS-CIEANT-FIN                      VALUE '10'.
       77  FS-CIEPEN                  PIC XX      VALUE SPACES.
       77  FS-SALDOS                  PIC XX      VALUE SPACES.
       77  FS-EMBARGOS                PIC XX      VALUE SPACES.
       77  FS-FECHAPRO                PIC XX      VALUE SPACES.
       77  FS-MOVSAL                  PIC XX      VALUE SPACES.
       77  FS-SOLRESUM                PIC XX      VALUE SPACES.
       77  WS-SIN-SALDO               PIC 9(05)   VALUE ZEROES.
       77  WS-RESUMENES-PEDIDOS       PIC 9(05)   VALUE ZEROES.
       77  WS-MARCAS-GRABADAS         PIC 9(05)   VALUE ZEROES.
       77  WS-RETENIDOS-EMB           PIC 9(05)   VALUE ZEROES.
       77  WS-PEN-LEIDOS              PIC 9(05)   VALUE ZEROES.
       77  WS-PEN-GRABADOS            PIC 9(05)   VALUE ZEROES.
       77  WS-CAMBIOS-TIPO            PIC 9(05)   VALUE ZEROES.

       01  WS-FLAG-EMBARGOS           PIC X       VALUE 'N'.
           88  WS-HAY-EMBARGOS                    VALUE 'S'.

      *****************CUENTA PUENTE DE CIERRES***********************
       77  WS-PUENTE-TIPO  PIC 9(02)  VALUE 98.
       77  WS-PUENTE-CTA   PIC 9(08)  VALUE 99999999.

      *    DESTINO DE LA CONTRAPATA: LA PUENTE EN UN CIERRE, LA
      *    MISMA CUENTA CON EL TIPO NUEVO EN UN CAMBIO DE TIPO.
       77  WS-CONTRA-TIPO  PIC 9(02)  VALUE ZEROS.
       77  WS-CONTRA-CTA   PIC 9(08)  VALUE ZEROS.

           COPY CPFECPRO.

      *****************SALDOS DE HOY EN MEMORIA************************
      *****************REGISTROS DE TRABAJO****************************
           COPY CPSALDO.

           COPY CPEMBARG.

           COPY MOVIMCC.

           COPY NOVCTA.

       77  WS-SALDO-RESIDUAL PIC S9(09)V99 COMP-3 VALUE ZEROS.
       77  WS-IMP-RESIDUAL   PIC 9(07)V99  VALUE ZEROS.
       77  WS-RETENIDO       PIC S9(09)V99 COMP-3 VALUE ZEROS.
       01  WS-REFERENCIA     PIC X(08)     VALUE SPACES.

      *****************LINEA DEL DIARIO DE LIQUIDACION*****************

           PERFORM 1000-INICIO  THRU   F-1000-INICIO.

           PERFORM 2500-PENDIENTES THRU F-2500-PENDIENTES
                   UNTIL FS-CIEANT-FIN OR FS-CIERRES-FIN.

           PERFORM 2000-PROCESO  THRU  F-2000-PROCESO
                   UNTIL FS-CIERRES-FIN.

              DISPLAY '* ERROR EN OPEN CIERRES   = ' FS-CIERRES
              MOVE 9999 TO RETURN-CODE
              SET  FS-CIERRES-FIN TO TRUE
              SET  FS-CIEANT-FIN  TO TRUE
           END-IF

      *    SIN CIERRES RETENIDOS DE LA NOCHE ANTERIOR NO HAY
      *    PENDIENTES QUE RETOMAR.
           OPEN INPUT  CIEANT.

           IF FS-CIEANT IS NOT EQUAL '00'
              DISPLAY '* SIN CIERRES PENDIENTES, FS = ' FS-CIEANT
              SET  FS-CIEANT-FIN TO TRUE
           END-IF

           OPEN OUTPUT CIEPEND.

           IF FS-CIEPEN IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN CIEPEND   = ' FS-CIEPEN
              MOVE 9999 TO RETURN-CODE
              SET  FS-CIERRES-FIN TO TRUE
              SET  FS-CIEANT-FIN  TO TRUE
           END-IF

           OPEN OUTPUT MOVSALIDA.
              DISPLAY '* ERROR EN OPEN MOVSALIDA = ' FS-MOVSAL
              MOVE 9999 TO RETURN-CODE
              SET  FS-CIERRES-FIN TO TRUE
              SET  FS-CIEANT-FIN  TO TRUE
           END-IF

           OPEN OUTPUT SOLRESUM.
              DISPLAY '* ERROR EN OPEN SOLRESUM  = ' FS-SOLRESUM
              MOVE 9999 TO RETURN-CODE
              SET  FS-CIERRES-FIN TO TRUE
              SET  FS-CIEANT-FIN  TO TRUE
           END-IF

      *    LAS MARCAS DE CIERRE SON ACUMULATIVAS: SE AGREGAN AL
              DISPLAY '* ERROR EN OPEN CERRADAS  = ' FS-CERRADAS
              MOVE 9999 TO RETURN-CODE
              SET  FS-CIERRES-FIN TO TRUE
              SET  FS-CIEANT-FIN  TO TRUE
           END-IF

           OPEN OUTPUT SALIDA.
              DISPLAY '* ERROR EN OPEN SALIDA    = ' FS-SALIDA
              MOVE 9999 TO RETURN-CODE
              SET  FS-CIERRES-FIN TO TRUE
              SET  FS-CIEANT-FIN  TO TRUE
           END-IF

      *    SIN MAESTRO DE EMBARGOS NINGUNA CUENTA TIENE RETENIDO.
           OPEN INPUT EMBARGOS.

           IF FS-EMBARGOS IS EQUAL '00'
              SET WS-HAY-EMBARGOS TO TRUE
           ELSE
              DISPLAY '* SIN MAESTRO DE EMBARGOS, FS = ' FS-EMBARGOS
           END-IF

           PERFORM 1100-LEER-FECHA    THRU F-1100-LEER-FECHA.
           END-EVALUATE.

       F-2000-PROCESO. EXIT.
      **************************************************************
       2500-PENDIENTES.
      *    CIERRES RETENIDOS POR EMBARGO EN NOCHES ANTERIORES.
           READ CIEANT INTO WS-REG-NOVCTA

           EVALUATE FS-CIEANT
             WHEN '00'
                  ADD 1 TO WS-PEN-LEIDOS
                  PERFORM 3000-LIQUIDAR-CIERRE
                          THRU F-3000-LIQUIDAR-CIERRE

              WHEN '10'
                CONTINUE

              WHEN OTHER
              DISPLAY '* ERROR EN LECTURA CIEANT   = ' FS-CIEANT
              MOVE 9999 TO RETURN-CODE
              SET FS-CIEANT-FIN  TO TRUE
              SET FS-CIERRES-FIN TO TRUE

           END-EVALUATE.

       F-2500-PENDIENTES. EXIT.
      **************************************************************
       3000-LIQUIDAR-CIERRE.

           PERFORM 3100-BUSCAR-SALDO THRU F-3100-BUSCAR-SALDO
           PERFORM 3200-BUSCAR-RETENIDO THRU F-3200-BUSCAR-RETENIDO

           IF NCT-TIP-NOV IS EQUAL 'TC'
              MOVE NCT-TIPCUEN-NVO TO WS-CONTRA-TIPO
              MOVE NCT-NROCUEN     TO WS-CONTRA-CTA
           ELSE
              MOVE WS-PUENTE-TIPO  TO WS-CONTRA-TIPO
              MOVE WS-PUENTE-CTA   TO WS-CONTRA-CTA
           END-IF

           MOVE NCT-TIPCUEN TO WS-LC-TIPO
           MOVE NCT-NROCUEN TO WS-LC-CUENTA
           MOVE WS-SALDO-RESIDUAL TO WS-LC-SALDO

      *    CON RETENIDO JUDICIAL SOLO SALE LO QUE LO EXCEDE Y EL
      *    CIERRE QUEDA PENDIENTE.
           IF WS-RETENIDO IS GREATER THAN ZERO
              ADD 1 TO WS-RETENIDOS-EMB
              SUBTRACT WS-RETENIDO FROM WS-SALDO-RESIDUAL
              IF WS-SALDO-RESIDUAL IS GREATER THAN ZERO
                 ADD 1 TO WS-TRANSFERIDOS
                 PERFORM 4000-TRANSFERIR-RESIDUAL
                         THRU F-4000-TRANSFERIR-RESIDUAL
              END-IF
              PERFORM 3300-GRABAR-PENDIENTE
                      THRU F-3300-GRABAR-PENDIENTE
              MOVE 'RET. EMBARGO  ' TO WS-LC-ACCION
              WRITE REG-SALIDA FROM WS-LIN-CIERRE
              IF FS-SALIDA IS NOT EQUAL '00'
                 DISPLAY '* ERROR EN WRITE SALIDA   = ' FS-SALIDA
                 MOVE 9999 TO RETURN-CODE
                 SET FS-CIERRES-FIN TO TRUE
                 SET FS-CIEANT-FIN  TO TRUE
              END-IF
              GO TO F-3000-LIQUIDAR-CIERRE
           END-IF

           IF WS-SALDO-RESIDUAL IS NOT EQUAL ZEROS
              ADD 1 TO WS-TRANSFERIDOS
              PERFORM 4000-TRANSFERIR-RESIDUAL
              MOVE 'SIN RESIDUAL  ' TO WS-LC-ACCION
           END-IF

      *    EN UN CAMBIO DE TIPO LA CUENTA SIGUE VIVA CON EL TIPO
      *    NUEVO: SIN RESUMEN FINAL, SOLO SE MARCA EL TIPO VIEJO.
           IF NCT-TIP-NOV IS EQUAL 'TC'
              ADD 1 TO WS-CAMBIOS-TIPO
              MOVE 'CAMBIO TIPO   ' TO WS-LC-ACCION
           ELSE
              PERFORM 5000-PEDIR-RESUMEN THRU F-5000-PEDIR-RESUMEN
           END-IF

           PERFORM 6000-MARCAR-CERRADA THRU F-6000-MARCAR-CERRADA

           WRITE REG-SALIDA FROM WS-LIN-CIERRE
           END-IF.

       F-3100-BUSCAR-SALDO. EXIT.
      **************************************************************
       3200-BUSCAR-RETENIDO.
      *    ORDENES ACTIVAS DE LA CUENTA: LO QUE FALTA TRANSFERIR. EL
      *    SALDO DE HOY YA TRAE DESCONTADO LO TRANSFERIDO.
           MOVE ZEROS TO WS-RETENIDO

           IF NOT WS-HAY-EMBARGOS
              GO TO F-3200-BUSCAR-RETENIDO
           END-IF

           MOVE LOW-VALUES  TO MAE-EMB-CLAVE
           MOVE NCT-TIPCUEN TO MAE-EMB-CLAVE (1:2)
           MOVE NCT-NROCUEN TO MAE-EMB-CLAVE (3:8)

           START EMBARGOS KEY IS NOT LESS MAE-EMB-CLAVE
              INVALID KEY
                 GO TO F-3200-BUSCAR-RETENIDO
           END-START

           MOVE '00' TO FS-EMBARGOS

           PERFORM UNTIL FS-EMBARGOS IS NOT EQUAL '00'
              READ EMBARGOS NEXT INTO WS-REG-EMBARG
                 AT END
                    MOVE '10' TO FS-EMBARGOS
                 NOT AT END
                    IF EMB-TIPCUEN IS NOT EQUAL NCT-TIPCUEN
                       OR EMB-NROCUEN IS NOT EQUAL NCT-NROCUEN
                       MOVE '10' TO FS-EMBARGOS
                    ELSE
                       IF EMB-ESTADO IS EQUAL 'A'
                          COMPUTE WS-RETENIDO = WS-RETENIDO
                                  + EMB-IMPORTE - EMB-IMP-TRANSF
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.

       F-3200-BUSCAR-RETENIDO. EXIT.
      **************************************************************
       3300-GRABAR-PENDIENTE.
      *    EL CIERRE RETENIDO SE RETOMA LA NOCHE SIGUIENTE.
           WRITE REG-CIEPEND FROM WS-REG-NOVCTA

           IF FS-CIEPEN IS NOT EQUAL '00'
              DISPLAY '* ERROR EN WRITE CIEPEND  = ' FS-CIEPEN
              MOVE 9999 TO RETURN-CODE
              SET FS-CIERRES-FIN TO TRUE
              SET FS-CIEANT-FIN  TO TRUE
           ELSE
              ADD 1 TO WS-PEN-GRABADOS
           END-IF.

       F-3300-GRABAR-PENDIENTE. EXIT.
      **************************************************************
       4000-TRANSFERIR-RESIDUAL.
      *    LAS DOS PATAS LLEVAN LA MISMA REFERENCIA ASI EL PAREO
      *    DE TRANSFERENCIAS LAS DEJA PASAR JUNTAS. UN RESIDUAL
      *    ACREEDOR SE DEBITA DE LA CUENTA Y SE ACREDITA EN LA
      *    CONTRAPATA; UNO DEUDOR, AL REVES. LA REFERENCIA 'CE' ES
      *    TAMBIEN LA DE UN CAMBIO DE TIPO, PORQUE ES LA UNICA QUE EL
      *    MOTOR PGMBECBF APLICA SOBRE EL TIPO VIEJO YA MARCADO.
           MOVE SPACES TO WS-REFERENCIA
           STRING 'CE' DELIMITED BY SIZE
                  NCT-NROCUEN (3:6) DELIMITED BY SIZE

           PERFORM 4100-GRABAR-MOV THRU F-4100-GRABAR-MOV

      *    CONTRAPATA EN LA PUENTE DE CIERRES O EN EL TIPO NUEVO.
           MOVE WS-CONTRA-TIPO     TO WS-MOV-TIPO
           MOVE WS-CONTRA-CTA      TO WS-MOV-CUENTA

           IF WS-SALDO-RESIDUAL IS GREATER THAN ZERO
              MOVE 'C' TO WS-MOV-DBCR
                  MOVE 9999 TO RETURN-CODE
                 END-IF

             IF FS-CIEANT IS EQUAL '00' OR '10'
                CLOSE CIEANT
             END-IF

             CLOSE CIEPEND
                 IF FS-CIEPEN IS NOT EQUAL '00'
                  DISPLAY '* ERROR EN CLOSE CIEPEND   = '
                                            FS-CIEPEN
                  MOVE 9999 TO RETURN-CODE
                 END-IF

             CLOSE MOVSALIDA
                 IF FS-MOVSAL IS NOT EQUAL '00'
                  DISPLAY '* ERROR EN CLOSE MOVSALIDA = '
                  MOVE 9999 TO RETURN-CODE
                 END-IF

             IF WS-HAY-EMBARGOS
                CLOSE EMBARGOS
             END-IF

             DISPLAY '***************************************'
             DISPLAY ' CIERRES LEIDOS              :  ' WS-CIE-LEIDOS
             DISPLAY ' RESIDUALES TRANSFERIDOS     :  '
                                               WS-RESUMENES-PEDIDOS
             DISPLAY ' MARCAS DE CIERRE GRABADAS   :  '
                                               WS-MARCAS-GRABADAS
             DISPLAY ' CIERRES RETENIDOS EMBARGO   :  '
                                               WS-RETENIDOS-EMB
             DISPLAY ' PENDIENTES RETOMADOS        :  '
                                               WS-PEN-LEIDOS
             DISPLAY ' PENDIENTES REGRABADOS       :  '
                                               WS-PEN-GRABADOS
             DISPLAY ' CAMBIOS DE TIPO LIQUIDADOS  :  '
                                               WS-CAMBIOS-TIPO
             DISPLAY '***************************************'

           END-IF.
