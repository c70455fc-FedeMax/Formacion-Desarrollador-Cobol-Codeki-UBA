      *  VERIFICANDO ANTES QUE EL COTITULAR EXISTA EN          *
      *  TBCURCLI: LAS CAJAS DE AHORRO CONJUNTAS DEJAN DE      *
      *  LLEVARSE EN FICHAS.                                   *
      *  CADA APERTURA APLICADA RECIBE SU CBU DE 22 DIGITOS,   *
      *  ARMADO POR EL MODULO PGMCBCBF (AREA CPVALCBU) CON LA  *
      *  SUCURSAL DE LA NOVEDAD, Y QUEDA GRABADO EN EL         *
      *  MAESTRO DDCBU (LAYOUT CPCBU) PARA LAS TRANSFERENCIAS  *
      *  INTERBANCARIAS.                                       *
      *  EL CAMBIO DE TIPO (TC) PASA LA CUENTA AL TIPO NUEVO   *
      *  CON EL MISMO NUMERO: ACTUALIZA EL TIPCUEN DE          *
      *  TBCURCTA, REGRABA EL CBU BAJO LA CLAVE NUEVA SIN      *
      *  CAMBIAR SU NUMERO Y DEJA LA NOVEDAD EN DDCIERRE PARA  *
      *  QUE PGMCLCBF TRASPASE EL SALDO AL TIPO NUEVO.         *
      *                                                        *
      **********************************************************
      *      MANTENIMIENTO DE PROGRAMA                         *
      *  01/09/26* CIERRES A DDCIERRE    * MA  *
      *  01/09/26* COTITULARES CA/CB     * MA  *
      *  01/09/26* ESTADO DE CLIENTE     * MA  *
      *  15/10/26* CBU EN APERTURAS      * MA  *
      *  15/10/26* ERROR EN DDCBUS CORTA * MA  *
      *          * SIN COMMIT            *     *
      *  15/10/26* CAMBIO DE TIPO TC     * MA  *
      **************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS MAE-EST-CLAVE
             FILE STATUS IS FS-ESTADOS.

             SELECT CBUS ASSIGN DDCBU
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS MAE-CBU-CLAVE
             FILE STATUS IS FS-CBUS.
       DATA DIVISION.
       FILE SECTION.
       FD  ENTRADA
           03  EST-ESTADO      PIC X(01).
           03  FILLER          PIC X(16).

       FD  CBUS.

       01  REG-CBUS.
           03  MAE-CBU-CLAVE   PIC X(10).
           03  FILLER          PIC X(40).

      **************************************
       WORKING-STORAGE SECTION.
      **************************************
       77  FS-CIERRES       PIC XX    VALUE SPACES.
       77  FS-COTITUL       PIC XX    VALUE SPACES.
       77  FS-TIPOS         PIC XX    VALUE SPACES.
       77  FS-CBUS          PIC XX    VALUE SPACES.

       01  WS-FLAG-TIPOS    PIC X.
           88  WS-HAY-TIPOS       VALUE 'S'.
           88  WS-TIPO-OK         VALUE 'S'.
           88  WS-TIPO-NO         VALUE 'N'.

      *    TIPO A VERIFICAR: EL DE LA CUENTA EN AP Y EL NUEVO EN TC.
       01  WS-TIPO-VERIF    PIC X(02).

      *****************FECHA DE NEGOCIO DE LA CORRIDA******************
      *    LAS VIGENCIAS DE TIPO SE COMPARAN CONTRA LA MISMA FECHA
      *    DE NEGOCIO QUE USA EL MOTOR PGMBECBF, ASI UNA
       77  WS-TOT-CAL       PIC 9(5)  VALUE ZEROS.
       77  WS-TOT-CBA       PIC 9(5)  VALUE ZEROS.
       77  WS-TOT-ERR       PIC 9(5)  VALUE ZEROS.
       77  WS-TOT-CBU       PIC 9(5)  VALUE ZEROS.
       77  WS-TOT-CTP       PIC 9(5)  VALUE ZEROS.

       01  WS-FLAG-FIN      PIC X.
           88  WS-SI-PROCESO      VALUE ' '.
           03   WS-TIPCUEN    PIC X(02).
           03   WS-NROCUEN    PIC 9(08).
           03   WS-NROCLI     PIC 9(07).
           03   WS-TIPCUEN-NVO PIC X(02).

       01 WS-TITULOS.
          03  FILLER               PIC X(10)    VALUE SPACES.
           COPY  NOVCTA.
           COPY  CPCOTIT.
           COPY  CPTIPOS.
           COPY  CPCBU.
           COPY  CPVALCBU.
           COPY  SQLDESC.


              SET  WS-FIN-PROCESO TO TRUE
           END-IF

      *    EL MAESTRO DE CBU SE CREA VACIO LA PRIMERA VEZ, IGUAL
      *    QUE EL DE COTITULARES.
           OPEN I-O CBUS.

           IF FS-CBUS IS EQUAL '35'
              OPEN OUTPUT CBUS
              CLOSE CBUS
              OPEN I-O CBUS
           END-IF

           IF FS-CBUS IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN CBUS     = ' FS-CBUS
              MOVE 12 TO RETURN-CODE
              SET  WS-FIN-PROCESO TO TRUE
           END-IF

      *    FECHA DE NEGOCIO DE LA TARJETA DDFECPRO; SI NO VIENE O
      *    TRAE CERO SE CAE A LA FECHA DEL SISTEMA, COMO EN EL
      *    MOTOR PGMBECBF.
               WHEN 'CB'
                    PERFORM 2550-BAJA-COTITULAR THRU
                            F-2550-BAJA-COTITULAR
               WHEN 'TC'
                 PERFORM 2650-VERIF-TIPO    THRU F-2650-VERIF-TIPO
                    IF WS-TIPO-OK
                    PERFORM 2450-CAMBIO-TIPO THRU F-2450-CAMBIO-TIPO
                    END-IF
               WHEN  HIGH-VALUE
                    CONTINUE
               WHEN OTHER
      *    EL TIPO DE CUENTA DEBE EXISTIR EN EL MAESTRO DDTIPOS
      *    (CLASE 'C') Y ESTAR VIGENTE A LA FECHA: NI ANTES DE SU
      *    VIGENCIA DESDE NI DESPUES DE SU VIGENCIA HASTA.
      *    EN UN CAMBIO DE TIPO SE VERIFICA EL TIPO NUEVO.
           SET WS-TIPO-OK TO TRUE

           IF NCT-TIP-NOV IS EQUAL 'TC'
              MOVE NCT-TIPCUEN-NVO TO WS-TIPO-VERIF
           ELSE
              MOVE NCT-TIPCUEN     TO WS-TIPO-VERIF
           END-IF

           IF WS-HAY-TIPOS
              MOVE 'C'           TO MAE-TIP-CLAVE (1:1)
              MOVE WS-TIPO-VERIF TO MAE-TIP-CLAVE (2:2)
              READ TIPOS INTO WS-REG-TIPOS
                 INVALID KEY
                    SET WS-TIPO-NO TO TRUE
                    DISPLAY ' TIPO DE CUENTA INEXISTENTE '
                            WS-TIPO-VERIF
                 NOT INVALID KEY
                    IF TIP-VIG-DESDE IS GREATER WS-FECHA-NEGOCIO-R
                       SET WS-TIPO-NO TO TRUE
                       DISPLAY ' TIPO DE CUENTA SIN VIGENCIA AUN '
                               WS-TIPO-VERIF
                    END-IF
                    IF TIP-VIG-HASTA IS NOT EQUAL ZEROS
                       AND TIP-VIG-HASTA IS LESS WS-FECHA-NEGOCIO-R
                       SET WS-TIPO-NO TO TRUE
                       DISPLAY ' TIPO DE CUENTA VENCIDO '
                               WS-TIPO-VERIF
                    END-IF
              END-READ
           END-IF
           IF SQLCODE = 0
               ADD 1 TO WS-TOT-APE
               DISPLAY ' APERTURA OK '
               PERFORM 2250-GENERAR-CBU THRU F-2250-GENERAR-CBU
               IF NOT WS-FIN-PROCESO
                  PERFORM 2700-COMMIT-PARCIAL THRU
                          F-2700-COMMIT-PARCIAL
               END-IF
           ELSE
               ADD 1 TO WS-TOT-ERR
               DISPLAY 'ERROR DB2 EN APERTURA ' SQLCODE
           END-IF.

       F-2200-APERTURA. EXIT.
      ******************************************************************
       2250-GENERAR-CBU.

      *    LA CUENTA RECIEN ABIERTA RECIBE SU CBU CON LA SUCURSAL DE
      *    LA NOVEDAD. SI LA CUENTA YA TENIA CBU (NUMERO REUTILIZADO)
      *    SE CONSERVA EL GRABADO: EL CBU NO CAMBIA NUNCA. UN ERROR
      *    DE DDCBUS CORTA LA CORRIDA SIN COMMITEAR LA APERTURA.
           MOVE 'G'              TO VCB-FUNCION
           MOVE ZEROS            TO VCB-SUCURSAL
           IF NCT-SUCURSAL IS NUMERIC
              MOVE NCT-SUCURSAL  TO VCB-SUCURSAL
           END-IF
           MOVE NCT-TIPCUEN      TO VCB-TIPCUEN
           MOVE NCT-NROCUEN      TO VCB-NROCUEN

           CALL 'PGMCBCBF' USING WS-VALCBU-AREA

           IF VCB-RESULTADO IS NOT EQUAL 'S'
              DISPLAY ' CBU NO GENERADO: ' VCB-MOTIVO
              GO TO F-2250-GENERAR-CBU
           END-IF

           MOVE SPACES             TO WS-REG-CBU
           MOVE VCB-TIPCUEN        TO CBU-TIPCUEN
           MOVE VCB-NROCUEN        TO CBU-NROCUEN
           MOVE VCB-CBU            TO CBU-NUMERO
           MOVE VCB-SUCURSAL       TO CBU-SUCURSAL
           MOVE WS-FECHA-NEGOCIO-R TO CBU-FEC-ALTA

           WRITE REG-CBUS FROM WS-REG-CBU

           EVALUATE FS-CBUS
               WHEN '00'
                    ADD 1 TO WS-TOT-CBU
                    DISPLAY ' CBU ' VCB-CBU
               WHEN '22'
                    DISPLAY ' CUENTA CON CBU YA GRABADO, SE CONSERVA '
               WHEN OTHER
                    DISPLAY '* ERROR EN WRITE CBUS    = ' FS-CBUS
                    MOVE 20 TO RETURN-CODE
                    SET WS-FIN-PROCESO TO TRUE
           END-EVALUATE.

       F-2250-GENERAR-CBU. EXIT.
      ******************************************************************
       2300-CIERRE.

           END-IF.

       F-2400-CAMBIO-TITULAR. EXIT.
      ******************************************************************
       2450-CAMBIO-TIPO.

      *    LA CUENTA PASA AL TIPO NUEVO CON EL MISMO NUMERO Y
      *    TITULAR. EL CAMBIO APLICADO VA A DDCIERRE PARA QUE
      *    PGMCLCBF TRASPASE EL SALDO DEL TIPO VIEJO AL NUEVO.
           MOVE NCT-TIPCUEN      TO WS-TIPCUEN
           MOVE NCT-NROCUEN      TO WS-NROCUEN
           MOVE NCT-TIPCUEN-NVO  TO WS-TIPCUEN-NVO

           EXEC SQL
                UPDATE TBCURCTA
                   SET TIPCUEN = :WS-TIPCUEN-NVO
                 WHERE TIPCUEN = :WS-TIPCUEN
                   AND NROCUEN = :WS-NROCUEN
           END-EXEC.

           IF SQLCODE = NOT-FOUND
               DISPLAY ' CUENTA INEXISTENTE EN CAMBIO DE TIPO '
                   ADD 1 TO WS-TOT-ERR
                   MOVE SQLCODE          TO WS-SQLC
                   WRITE REG-SALIDA FROM WS-WRITE
                   PERFORM 2750-GRABAR-RECHAZO THRU
                           F-2750-GRABAR-RECHAZO
           ELSE
                  IF SQLCODE = 0
                      ADD 1 TO WS-TOT-CTP
                      DISPLAY ' CAMBIO TIPO OK '
                      PERFORM 2460-REGRABAR-CBU THRU
                              F-2460-REGRABAR-CBU
                      IF NOT WS-FIN-PROCESO
                         WRITE REG-CIERRES FROM WS-REG-NOVCTA
                         IF FS-CIERRES IS NOT EQUAL '00'
                            DISPLAY '* ERROR EN WRITE CIERRES = '
                                                      FS-CIERRES
                            MOVE 20 TO RETURN-CODE
                         END-IF
                         PERFORM 2700-COMMIT-PARCIAL THRU
                                 F-2700-COMMIT-PARCIAL
                      END-IF
                  ELSE
                         ADD 1 TO WS-TOT-ERR
                         DISPLAY 'ERROR DB2 EN CAMBIO TIPO ' SQLCODE
                         PERFORM 2900-DESCRIBIR-SQLCODE THRU
                                 F-2900-DESCRIBIR-SQLCODE
                         DISPLAY '  ' WS-SQLCODE-DESC
                         MOVE SQLCODE      TO WS-SQLC
                         WRITE REG-SALIDA FROM WS-WRITE
                         PERFORM 2750-GRABAR-RECHAZO THRU
                                 F-2750-GRABAR-RECHAZO
                 END-IF
           END-IF.

       F-2450-CAMBIO-TIPO. EXIT.
      ******************************************************************
       2460-REGRABAR-CBU.

      *    EL CBU SE CONSERVA: SE GRABA BAJO LA CLAVE DEL TIPO NUEVO
      *    CON EL MISMO NUMERO Y SE BORRA LA CLAVE VIEJA. CUENTA SIN
      *    CBU GRABADO NO TIENE NADA QUE MOVER. UN ERROR DE DDCBUS
      *    CORTA LA CORRIDA SIN COMMITEAR EL CAMBIO.
           MOVE NCT-TIPCUEN      TO MAE-CBU-CLAVE (1:2)
           MOVE NCT-NROCUEN      TO MAE-CBU-CLAVE (3:8)

           READ CBUS INTO WS-REG-CBU

           EVALUATE FS-CBUS
               WHEN '00'
                    CONTINUE
               WHEN '23'
                    DISPLAY ' CUENTA SIN CBU GRABADO '
                    GO TO F-2460-REGRABAR-CBU
               WHEN OTHER
                    DISPLAY '* ERROR EN READ CBUS     = ' FS-CBUS
                    MOVE 20 TO RETURN-CODE
                    SET WS-FIN-PROCESO TO TRUE
                    GO TO F-2460-REGRABAR-CBU
           END-EVALUATE

           MOVE NCT-TIPCUEN-NVO  TO CBU-TIPCUEN

           WRITE REG-CBUS FROM WS-REG-CBU

           EVALUATE FS-CBUS
               WHEN '00'
                    CONTINUE
               WHEN '22'
                    DISPLAY ' TIPO NUEVO CON CBU YA GRABADO, SE '
                            'CONSERVA '
                    GO TO F-2460-REGRABAR-CBU
               WHEN OTHER
                    DISPLAY '* ERROR EN WRITE CBUS    = ' FS-CBUS
                    MOVE 20 TO RETURN-CODE
                    SET WS-FIN-PROCESO TO TRUE
                    GO TO F-2460-REGRABAR-CBU
           END-EVALUATE

           MOVE NCT-TIPCUEN      TO MAE-CBU-CLAVE (1:2)
           MOVE NCT-NROCUEN      TO MAE-CBU-CLAVE (3:8)

           DELETE CBUS

           IF FS-CBUS IS NOT EQUAL '00'
              DISPLAY '* ERROR EN DELETE CBUS   = ' FS-CBUS
              MOVE 20 TO RETURN-CODE
              SET WS-FIN-PROCESO TO TRUE
           ELSE
              DISPLAY ' CBU ' CBU-NUMERO ' PASA AL TIPO '
                      NCT-TIPCUEN-NVO
           END-IF.

       F-2460-REGRABAR-CBU. EXIT.
      ******************************************************************
       2500-ALTA-COTITULAR.

              MOVE 16 TO RETURN-CODE
           END-IF

           CLOSE CBUS.

           IF FS-CBUS IS NOT EQUAL '00'
              DISPLAY '* ERROR EN CLOSE CBUS     = '
                                       FS-CBUS
              MOVE 16 TO RETURN-CODE
           END-IF

           IF WS-HAY-TIPOS
              CLOSE TIPOS
              IF FS-TIPOS IS NOT EQUAL '00'
           DISPLAY 'CANTIDAD DE CAMBIOS TITULAR  (CT) = ' WS-TOT-CTI.
           DISPLAY 'CANTIDAD DE ALTAS COTITULAR  (CA) = ' WS-TOT-CAL.
           DISPLAY 'CANTIDAD DE BAJAS COTITULAR  (CB) = ' WS-TOT-CBA.
           DISPLAY 'CANTIDAD DE CBU GENERADOS    (AP) = ' WS-TOT-CBU.
           DISPLAY 'CANTIDAD DE CAMBIOS DE TIPO  (TC) = ' WS-TOT-CTP.
           DISPLAY 'CANTIDAD DE NOVEDADES ERRONEAS    = ' WS-TOT-ERR.

       9999-F-FINAL.
