       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMDQCBF.
       AUTHOR.    FEDERICO FALCON.
      **************************************************************
      *  CHEQUES DE OTROS BANCOS DEPOSITADOS EN NUESTRAS           *
      *  SUCURSALES: CAMARA SALIENTE Y FLOTANTE.                   *
      *  ESOS DEPOSITOS SE CARGABAN COMO CREDITOS DE SUCURSAL      *
      *  INMEDIATOS Y LA PLATA QUEDABA DISPONIBLE ANTES DE QUE EL  *
      *  CHEQUE SE COMPENSARA. AHORA LLEGAN APARTE (DDDEPCHQ) Y    *
      *  ESTE PASO:                                                *
      *    - GRABA CADA CHEQUE ACEPTADO EN EL ARCHIVO DE CAMARA    *
      *      SALIENTE (DDCAMSAL) PARA PRESENTARLO AL BANCO GIRADO  *
      *    - ACREDITA EL DEPOSITO COMO MOVIMIENTO MOVIMCC          *
      *      (DDMOVDEP, TIPO TMV-DEP-CHEQUE)                       *
      *    - LO REGISTRA EN EL MAESTRO DE FLOTANTE DDFLOTA (LAYOUT *
      *      CPFLOTA) CON SU FECHA DE DISPONIBILIDAD, N DIAS       *
      *      HABILES DESPUES DE LA FECHA DE NEGOCIO (PGMFSCBF 'A', *
      *      N DE LA TARJETA DDCTRL); LOS CONTROLES DE FONDOS DE   *
      *      PGMCHCBF Y PGMOGCBF EXCLUYEN ESE IMPORTE HASTA ESA    *
      *      FECHA                                                 *
      *    - APLICA LOS CHEQUES DEVUELTOS POR LA CAMARA (DDCAMDEV):*
      *      REVIERTE EL CREDITO, DEBITA AL DEPOSITANTE LA         *
      *      COMISION POR DEVOLUCION DE LA TARJETA DDCTRL (TIPO    *
      *      TMV-COM-DEVOLUCION) Y MARCA EL FLOTANTE DEVUELTO      *
      *  LOS DEPOSITOS Y DEVOLUCIONES INVALIDOS VAN A DDRECHA CON  *
      *  SU MOTIVO; EL DETALLE Y LOS TOTALES SE LISTAN EN DDSALI.  *
      **************************************************************
       ENVIRONMENT DIVISION.
      **************************************************************
       CONFIGURATION SECTION.

       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
      **************************************************************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

            SELECT DEPOSITOS ASSIGN TO DDDEPCHQ
                 FILE STATUS IS FS-DEPOSITO.

            SELECT DEVUELTOS ASSIGN TO DDCAMDEV
                 FILE STATUS IS FS-DEVUELTO.

            SELECT FLOTANTE ASSIGN TO DDFLOTA
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS MAE-FLT-CLAVE
                 FILE STATUS IS FS-FLOTANTE.

            SELECT CAMARA ASSIGN TO DDCAMSAL
                 FILE STATUS IS FS-CAMARA.

            SELECT MOVDEP ASSIGN TO DDMOVDEP
                 FILE STATUS IS FS-MOVDEP.

            SELECT TARJETA ASSIGN TO DDCTRL
                 FILE STATUS IS FS-CONTROL.

            SELECT FECHAPRO ASSIGN TO DDFECPRO
                 FILE STATUS IS FS-FECHAPRO.

            SELECT RECHAZOS ASSIGN TO DDRECHA
                 FILE STATUS IS FS-RECHAZO.

            SELECT SALIDA ASSIGN TO DDSALI
                 FILE STATUS IS FS-SALIDA.
      **************************************************************
       I-O-CONTROL.

       DATA DIVISION.
       FILE SECTION.
       FD   DEPOSITOS
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01   REG-DEPOSITO            PIC X(80).
      **************************************************************
       FD   DEVUELTOS
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01   REG-DEVUELTO            PIC X(80).
      **************************************************************
       FD   FLOTANTE.

       01   REG-FLOTANTE.
           03  MAE-FLT-CLAVE        PIC X(21).
           03  FILLER               PIC X(59).
      **************************************************************
       FD   CAMARA
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01   REG-CAMARA              PIC X(80).
      **************************************************************
       FD   MOVDEP
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01   REG-MOVDEP              PIC X(80).
      **************************************************************
       FD   TARJETA
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01   REG-CONTROL.
           05  CTL-DIAS-ACRED       PIC 9(02).
           05  CTL-COM-DEVOLUCION   PIC 9(05)V99.
           05  FILLER               PIC X(71).
      **************************************************************
       FD   FECHAPRO
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01   REG-FECHAPRO.
           05  FPR-FECHA            PIC 9(08).
           05  FILLER               PIC X(72).
      **************************************************************
       FD   RECHAZOS
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01   REG-RECHAZO.
           05  RCH-NOVEDAD          PIC X(80).
           05  RCH-MOTIVO           PIC X(30).
      **************************************************************
       FD   SALIDA
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01   REG-SALIDA              PIC X(80).
      **************************************************************
       WORKING-STORAGE SECTION.

       77  FILLER        PIC X(26) VALUE '* INICIO WORKING-STORAGE *'.
      **************************************************************

           COPY CPFLOTA.

           COPY MOVIMCC.

           COPY CPTIPMOV.

           COPY CPFECPRO.

           COPY CPFECSRV.

       77  FS-DEPOSITO     PIC XX    VALUE SPACES.
           88  FS-DEPOSITO-FIN       VALUE '10'.

       77  FS-DEVUELTO     PIC XX    VALUE SPACES.
           88  FS-DEVUELTO-FIN       VALUE '10'.

       77  FS-FLOTANTE     PIC XX    VALUE SPACES.
       77  FS-CAMARA       PIC XX    VALUE SPACES.
       77  FS-MOVDEP       PIC XX    VALUE SPACES.
       77  FS-CONTROL      PIC XX    VALUE SPACES.
       77  FS-FECHAPRO     PIC XX    VALUE SPACES.
       77  FS-RECHAZO      PIC XX    VALUE SPACES.
       77  FS-SALIDA       PIC XX    VALUE SPACES.

      *********************CONTADORES*******************************
       77  WS-CANT-DEPOSITOS          PIC 9(05)   VALUE ZEROES.
       77  WS-CANT-ACEPTADOS          PIC 9(05)   VALUE ZEROES.
       77  WS-CANT-DEVUELTOS          PIC 9(05)   VALUE ZEROES.
       77  WS-CANT-REVERTIDOS         PIC 9(05)   VALUE ZEROES.
       77  WS-CANT-COMISIONES         PIC 9(05)   VALUE ZEROES.
       77  WS-CANT-RECHAZADOS         PIC 9(05)   VALUE ZEROES.

       77  WS-TOT-ACREDITADO   PIC S9(11)V99 COMP-3 VALUE ZEROS.
       77  WS-TOT-REVERTIDO    PIC S9(11)V99 COMP-3 VALUE ZEROS.
       01  WS-TOT-EDIT                PIC -ZZZZZZZZZZZZ9,99.

      *****************PARAMETROS DE LA CORRIDA***********************
      *    DIAS HABILES HASTA LA DISPONIBILIDAD; SIN TARJETA RIGEN
      *    LAS 48 HORAS DE LA CAMARA.
       77  WS-DIAS-ACRED              PIC 9(02)   VALUE 2.
       77  WS-COMISION-DEVOL          PIC 9(05)V99 VALUE ZEROES.
       77  WS-FEC-DISPON              PIC 9(08)   VALUE ZEROS.

      *****************CHEQUE DEPOSITADO******************************
       01  WS-REG-DEPCHQ.
           05  DCQ-TIPCUEN          PIC 9(02).
           05  DCQ-NROCUEN          PIC 9(08).
           05  DCQ-BANCO            PIC 9(03).
           05  DCQ-NROCHEQUE        PIC 9(08).
           05  DCQ-IMPORTE          PIC 9(07)V99.
           05  DCQ-SUCURSAL         PIC 9(02).
           05  FILLER               PIC X(48).

      *****************CHEQUE DEVUELTO POR LA CAMARA*******************
      *    LA CAMARA DEVUELVE LA REFERENCIA QUE SE LE PRESENTO
      *    (CUENTA DEPOSITANTE) Y EL MOTIVO DE LA DEVOLUCION.
       01  WS-REG-DEVCHQ.
           05  DVC-BANCO            PIC 9(03).
           05  DVC-NROCHEQUE        PIC 9(08).
           05  DVC-TIPCUEN          PIC 9(02).
           05  DVC-NROCUEN          PIC 9(08).
           05  DVC-IMPORTE          PIC 9(07)V99.
           05  DVC-MOTIVO           PIC X(02).
           05  FILLER               PIC X(48).

      *****************REGISTRO DE CAMARA SALIENTE********************
       01  WS-REG-CAMSAL.
           05  CAM-BANCO            PIC 9(03).
           05  CAM-NROCHEQUE        PIC 9(08).
           05  CAM-IMPORTE          PIC 9(07)V99.
           05  CAM-FEC-PRESENT      PIC 9(08).
           05  CAM-TIPCUEN          PIC 9(02).
           05  CAM-NROCUEN          PIC 9(08).
           05  FILLER               PIC X(42).

      *****************LINEA DEL DETALLE*******************************
       01  WS-LIN-DETALLE.
           05  FILLER               PIC X(01)   VALUE SPACE.
           05  WS-LD-ACCION         PIC X(10).
           05  FILLER               PIC X(08)   VALUE ' CUENTA '.
           05  WS-LD-TIPO           PIC 9(02).
           05  FILLER               PIC X(01)   VALUE '-'.
           05  WS-LD-CUENTA         PIC 9(08).
           05  FILLER               PIC X(05)   VALUE ' BCO '.
           05  WS-LD-BANCO          PIC 9(03).
           05  FILLER               PIC X(01)   VALUE SPACE.
           05  WS-LD-CHEQUE         PIC 9(08).
           05  FILLER               PIC X(01)   VALUE SPACE.
           05  WS-LD-IMPORTE        PIC -ZZZZZZ9,99.
           05  FILLER               PIC X(01)   VALUE SPACE.
           05  WS-LD-FECHA          PIC 9(08).
           05  FILLER               PIC X(01)   VALUE SPACE.
           05  WS-LD-MOTIVO         PIC X(02).
           05  FILLER               PIC X(09)   VALUE SPACES.

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
                   UNTIL FS-DEPOSITO-FIN.

           PERFORM 5000-DEVOLUCIONES THRU F-5000-DEVOLUCIONES
                   UNTIL FS-DEVUELTO-FIN.

           PERFORM 9999-FINAL    THRU  F-9999-FINAL.

       F-MAIN-PROGRAM. GOBACK.

      **************************************
      *                                    *
      *  CUERPO INICIO APERTURA ARCHIVOS   *
      *                                    *
      **************************************
       1000-INICIO.

           OPEN INPUT  DEPOSITOS.

           IF FS-DEPOSITO IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN DEPOSITOS = ' FS-DEPOSITO
              MOVE 9999 TO RETURN-CODE
              SET  FS-DEPOSITO-FIN TO TRUE
           END-IF

      *    SIN DEVOLUCIONES DE LA CAMARA SOLO SE PROCESAN DEPOSITOS.
           OPEN INPUT  DEVUELTOS.

           IF FS-DEVUELTO IS NOT EQUAL '00'
              DISPLAY '* SIN DEVOLUCIONES DE CAMARA, FS = '
                      FS-DEVUELTO
              SET  FS-DEVUELTO-FIN TO TRUE
           END-IF

      *    EL MAESTRO DE FLOTANTE SE CREA VACIO LA PRIMERA VEZ.
           OPEN I-O FLOTANTE.

           IF FS-FLOTANTE IS EQUAL '35'
              OPEN OUTPUT FLOTANTE
              CLOSE FLOTANTE
              OPEN I-O FLOTANTE
           END-IF

           IF FS-FLOTANTE IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN FLOTANTE  = ' FS-FLOTANTE
              MOVE 9999 TO RETURN-CODE
              SET  FS-DEPOSITO-FIN TO TRUE
              SET  FS-DEVUELTO-FIN TO TRUE
           END-IF

           OPEN OUTPUT CAMARA.

           IF FS-CAMARA IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN CAMARA    = ' FS-CAMARA
              MOVE 9999 TO RETURN-CODE
              SET  FS-DEPOSITO-FIN TO TRUE
              SET  FS-DEVUELTO-FIN TO TRUE
           END-IF

           OPEN OUTPUT MOVDEP.

           IF FS-MOVDEP IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN MOVDEP    = ' FS-MOVDEP
              MOVE 9999 TO RETURN-CODE
              SET  FS-DEPOSITO-FIN TO TRUE
              SET  FS-DEVUELTO-FIN TO TRUE
           END-IF

           OPEN OUTPUT RECHAZOS.

           IF FS-RECHAZO IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN RECHAZOS  = ' FS-RECHAZO
              MOVE 9999 TO RETURN-CODE
              SET  FS-DEPOSITO-FIN TO TRUE
              SET  FS-DEVUELTO-FIN TO TRUE
           END-IF

           OPEN OUTPUT SALIDA.

           IF FS-SALIDA IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN SALIDA    = ' FS-SALIDA
              MOVE 9999 TO RETURN-CODE
              SET  FS-DEPOSITO-FIN TO TRUE
              SET  FS-DEVUELTO-FIN TO TRUE
           END-IF

           PERFORM 1100-LEER-FECHA    THRU F-1100-LEER-FECHA.
           PERFORM 1200-LEER-CONTROL  THRU F-1200-LEER-CONTROL.

      *    TODOS LOS DEPOSITOS DE LA CORRIDA COMPARTEN LA FECHA DE
      *    DISPONIBILIDAD.
           MOVE 'A'                TO FSV-FUNCION
           MOVE WS-FECHA-NEGOCIO-R TO FSV-FECHA-ENT
           MOVE WS-DIAS-ACRED      TO FSV-CANT-DIAS
           CALL 'PGMFSCBF' USING WS-FECSRV-AREA

           IF FSV-RESULTADO IS EQUAL 'S'
              MOVE FSV-FECHA-SAL TO WS-FEC-DISPON
           ELSE
              DISPLAY '* ERROR EN FECHA DE DISPONIBILIDAD, FECHA = '
                      WS-FECHA-NEGOCIO-R
              MOVE 9999 TO RETURN-CODE
              SET  FS-DEPOSITO-FIN TO TRUE
              SET  FS-DEVUELTO-FIN TO TRUE
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
       1200-LEER-CONTROL.
      *    DIAS HABILES DE CAMARA Y COMISION POR CHEQUE DEVUELTO;
      *    SIN TARJETA RIGEN DOS DIAS Y NO SE COBRA COMISION.
           OPEN INPUT TARJETA.

           IF FS-CONTROL IS EQUAL '00'
              READ TARJETA
                 AT END
                    CONTINUE
                 NOT AT END
                    IF CTL-DIAS-ACRED IS NUMERIC
                       AND CTL-DIAS-ACRED IS NOT EQUAL ZEROS
                       MOVE CTL-DIAS-ACRED TO WS-DIAS-ACRED
                    END-IF
                    IF CTL-COM-DEVOLUCION IS NUMERIC
                       MOVE CTL-COM-DEVOLUCION TO WS-COMISION-DEVOL
                    END-IF
              END-READ
              CLOSE TARJETA
           ELSE
              DISPLAY '* SIN TARJETA DE CONTROL, DIAS DE CAMARA = '
                      WS-DIAS-ACRED ' SIN COMISION POR DEVOLUCION'
           END-IF.

       F-1200-LEER-CONTROL. EXIT.
      **************************************************************
       2000-PROCESO.

           READ DEPOSITOS INTO WS-REG-DEPCHQ

           EVALUATE FS-DEPOSITO
             WHEN '00'
                  ADD 1 TO WS-CANT-DEPOSITOS
                  PERFORM 3000-DEPOSITAR THRU F-3000-DEPOSITAR

              WHEN '10'
                CONTINUE

              WHEN OTHER
              DISPLAY '* ERROR EN LECTURA DEPOSITOS = ' FS-DEPOSITO
              MOVE 9999 TO RETURN-CODE
              SET FS-DEPOSITO-FIN TO TRUE
              SET FS-DEVUELTO-FIN TO TRUE

           END-EVALUATE.

       F-2000-PROCESO. EXIT.
      **************************************************************
       3000-DEPOSITAR.

           IF DCQ-TIPCUEN IS NOT NUMERIC
              OR DCQ-NROCUEN IS NOT NUMERIC
              OR DCQ-NROCUEN IS EQUAL ZEROS
              MOVE 'CUENTA INVALIDA' TO RCH-MOTIVO
              PERFORM 4100-RECHAZAR-DEPOSITO
                      THRU F-4100-RECHAZAR-DEPOSITO
              GO TO F-3000-DEPOSITAR
           END-IF

           IF DCQ-BANCO IS NOT NUMERIC
              OR DCQ-BANCO IS EQUAL ZEROS
              OR DCQ-NROCHEQUE IS NOT NUMERIC
              OR DCQ-NROCHEQUE IS EQUAL ZEROS
              MOVE 'BANCO O CHEQUE INVALIDO' TO RCH-MOTIVO
              PERFORM 4100-RECHAZAR-DEPOSITO
                      THRU F-4100-RECHAZAR-DEPOSITO
              GO TO F-3000-DEPOSITAR
           END-IF

           IF DCQ-IMPORTE IS NOT NUMERIC
              OR DCQ-IMPORTE IS EQUAL ZEROS
              MOVE 'IMPORTE INVALIDO' TO RCH-MOTIVO
              PERFORM 4100-RECHAZAR-DEPOSITO
                      THRU F-4100-RECHAZAR-DEPOSITO
              GO TO F-3000-DEPOSITAR
           END-IF

           IF DCQ-SUCURSAL IS NOT NUMERIC
              MOVE ZEROS TO DCQ-SUCURSAL
           END-IF

      *    EL MISMO CHEQUE NO PUEDE ESTAR DOS VECES AL COBRO EN LA
      *    MISMA CUENTA; EL QUE VOLVIO DEVUELTO SE PUEDE REDEPOSITAR.
           MOVE DCQ-TIPCUEN   TO MAE-FLT-CLAVE (1:2)
           MOVE DCQ-NROCUEN   TO MAE-FLT-CLAVE (3:8)
           MOVE DCQ-BANCO     TO MAE-FLT-CLAVE (11:3)
           MOVE DCQ-NROCHEQUE TO MAE-FLT-CLAVE (14:8)

           READ FLOTANTE INTO WS-REG-FLOTA
              INVALID KEY
                 MOVE '23' TO FS-FLOTANTE
           END-READ

           IF FS-FLOTANTE IS EQUAL '00'
              AND FLT-ESTADO IS NOT EQUAL 'D'
              MOVE 'CHEQUE YA DEPOSITADO' TO RCH-MOTIVO
              PERFORM 4100-RECHAZAR-DEPOSITO
                      THRU F-4100-RECHAZAR-DEPOSITO
              GO TO F-3000-DEPOSITAR
           END-IF

           MOVE SPACES             TO WS-REG-FLOTA
           MOVE DCQ-TIPCUEN        TO FLT-TIPCUEN
           MOVE DCQ-NROCUEN        TO FLT-NROCUEN
           MOVE DCQ-BANCO          TO FLT-BANCO
           MOVE DCQ-NROCHEQUE      TO FLT-NROCHEQUE
           MOVE DCQ-IMPORTE        TO FLT-IMPORTE
           MOVE WS-FECHA-NEGOCIO-R TO FLT-FEC-DEPOSITO
           MOVE WS-FEC-DISPON      TO FLT-FEC-DISPON
           MOVE DCQ-SUCURSAL       TO FLT-SUCURSAL
           MOVE 'P'                TO FLT-ESTADO
           MOVE ZEROS              TO FLT-FEC-DEVOL

           IF FS-FLOTANTE IS EQUAL '00'
              REWRITE REG-FLOTANTE FROM WS-REG-FLOTA
           ELSE
              WRITE REG-FLOTANTE FROM WS-REG-FLOTA
           END-IF

           IF FS-FLOTANTE IS NOT EQUAL '00'
              DISPLAY '* ERROR EN GRABAR FLOTANTE = ' FS-FLOTANTE
              MOVE 9999 TO RETURN-CODE
              SET FS-DEPOSITO-FIN TO TRUE
              SET FS-DEVUELTO-FIN TO TRUE
              GO TO F-3000-DEPOSITAR
           END-IF

           ADD 1 TO WS-CANT-ACEPTADOS
           ADD DCQ-IMPORTE TO WS-TOT-ACREDITADO

      *    PRESENTACION AL BANCO GIRADO.
           MOVE SPACES             TO WS-REG-CAMSAL
           MOVE DCQ-BANCO          TO CAM-BANCO
           MOVE DCQ-NROCHEQUE      TO CAM-NROCHEQUE
           MOVE DCQ-IMPORTE        TO CAM-IMPORTE
           MOVE WS-FECHA-NEGOCIO-R TO CAM-FEC-PRESENT
           MOVE DCQ-TIPCUEN        TO CAM-TIPCUEN
           MOVE DCQ-NROCUEN        TO CAM-NROCUEN

           WRITE REG-CAMARA FROM WS-REG-CAMSAL

           IF FS-CAMARA IS NOT EQUAL '00'
              DISPLAY '* ERROR EN WRITE CAMARA   = ' FS-CAMARA
              MOVE 9999 TO RETURN-CODE
              SET FS-DEPOSITO-FIN TO TRUE
              SET FS-DEVUELTO-FIN TO TRUE
           END-IF

      *    CREDITO AL DEPOSITANTE; EL FLOTANTE LO INMOVILIZA.
           MOVE SPACES             TO WS-REG-MOVIMI
           MOVE DCQ-TIPCUEN        TO WS-MOV-TIPO
           MOVE DCQ-NROCUEN        TO WS-MOV-CUENTA
           MOVE DCQ-IMPORTE        TO WS-MOV-IMPORTE
           MOVE 'C'                TO WS-MOV-DBCR
           MOVE TMV-DEP-CHEQUE     TO WS-MOV-TIPMOV
           PERFORM 4000-GRABAR-MOVIMIENTO THRU F-4000-GRABAR-MOVIMIENTO

           MOVE 'DEPOSITADO'       TO WS-LD-ACCION
           MOVE DCQ-TIPCUEN        TO WS-LD-TIPO
           MOVE DCQ-NROCUEN        TO WS-LD-CUENTA
           MOVE DCQ-BANCO          TO WS-LD-BANCO
           MOVE DCQ-NROCHEQUE      TO WS-LD-CHEQUE
           MOVE DCQ-IMPORTE        TO WS-LD-IMPORTE
           MOVE WS-FEC-DISPON      TO WS-LD-FECHA
           MOVE SPACES             TO WS-LD-MOTIVO
           PERFORM 4200-GRABAR-DETALLE THRU F-4200-GRABAR-DETALLE.

       F-3000-DEPOSITAR. EXIT.
      **************************************************************
       4000-GRABAR-MOVIMIENTO.
      *    EL LLAMADOR DEJA CARGADOS CUENTA, IMPORTE, DB/CR Y TIPO.
           MOVE WS-FECHA-NEGOCIO-R TO WS-MOV-FECHA

           WRITE REG-MOVDEP FROM WS-REG-MOVIMI

           IF FS-MOVDEP IS NOT EQUAL '00'
              DISPLAY '* ERROR EN WRITE MOVDEP   = ' FS-MOVDEP
              MOVE 9999 TO RETURN-CODE
              SET FS-DEPOSITO-FIN TO TRUE
              SET FS-DEVUELTO-FIN TO TRUE
           END-IF.

       F-4000-GRABAR-MOVIMIENTO. EXIT.
      **************************************************************
       4100-RECHAZAR-DEPOSITO.

           ADD 1 TO WS-CANT-RECHAZADOS

           MOVE WS-REG-DEPCHQ TO RCH-NOVEDAD
           PERFORM 4300-GRABAR-RECHAZO THRU F-4300-GRABAR-RECHAZO.

       F-4100-RECHAZAR-DEPOSITO. EXIT.
      **************************************************************
       4200-GRABAR-DETALLE.

           WRITE REG-SALIDA FROM WS-LIN-DETALLE

           IF FS-SALIDA IS NOT EQUAL '00'
              DISPLAY '* ERROR EN WRITE SALIDA   = ' FS-SALIDA
              MOVE 9999 TO RETURN-CODE
              SET FS-DEPOSITO-FIN TO TRUE
              SET FS-DEVUELTO-FIN TO TRUE
           END-IF.

       F-4200-GRABAR-DETALLE. EXIT.
      **************************************************************
       4300-GRABAR-RECHAZO.

           WRITE REG-RECHAZO

           IF FS-RECHAZO IS NOT EQUAL '00'
              DISPLAY '* ERROR EN WRITE RECHAZOS = ' FS-RECHAZO
              MOVE 9999 TO RETURN-CODE
              SET FS-DEPOSITO-FIN TO TRUE
              SET FS-DEVUELTO-FIN TO TRUE
           END-IF.

       F-4300-GRABAR-RECHAZO. EXIT.
      **************************************************************
       5000-DEVOLUCIONES.

           READ DEVUELTOS INTO WS-REG-DEVCHQ

           EVALUATE FS-DEVUELTO
             WHEN '00'
                  ADD 1 TO WS-CANT-DEVUELTOS
                  PERFORM 5100-REVERTIR THRU F-5100-REVERTIR

              WHEN '10'
                CONTINUE

              WHEN OTHER
              DISPLAY '* ERROR EN LECTURA DEVUELTOS = ' FS-DEVUELTO
              MOVE 9999 TO RETURN-CODE
              SET FS-DEVUELTO-FIN TO TRUE

           END-EVALUATE.

       F-5000-DEVOLUCIONES. EXIT.
      **************************************************************
       5100-REVERTIR.
      *    EL CHEQUE DEVUELTO DEBE ESTAR EN EL FLOTANTE, AL COBRO Y
      *    POR EL MISMO IMPORTE; SE REVIERTE AUNQUE YA HAYA PASADO
      *    SU FECHA DE DISPONIBILIDAD.
           MOVE DVC-TIPCUEN   TO MAE-FLT-CLAVE (1:2)
           MOVE DVC-NROCUEN   TO MAE-FLT-CLAVE (3:8)
           MOVE DVC-BANCO     TO MAE-FLT-CLAVE (11:3)
           MOVE DVC-NROCHEQUE TO MAE-FLT-CLAVE (14:8)

           READ FLOTANTE INTO WS-REG-FLOTA
              INVALID KEY
                 MOVE 'CHEQUE NO DEPOSITADO' TO RCH-MOTIVO
                 PERFORM 5200-RECHAZAR-DEVOLUCION
                         THRU F-5200-RECHAZAR-DEVOLUCION
                 GO TO F-5100-REVERTIR
           END-READ

           IF FLT-ESTADO IS NOT EQUAL 'P'
              MOVE 'CHEQUE YA DEVUELTO' TO RCH-MOTIVO
              PERFORM 5200-RECHAZAR-DEVOLUCION
                      THRU F-5200-RECHAZAR-DEVOLUCION
              GO TO F-5100-REVERTIR
           END-IF

           IF DVC-IMPORTE IS NOT EQUAL FLT-IMPORTE
              MOVE 'IMPORTE DISTINTO AL DEPOSITADO' TO RCH-MOTIVO
              PERFORM 5200-RECHAZAR-DEVOLUCION
                      THRU F-5200-RECHAZAR-DEVOLUCION
              GO TO F-5100-REVERTIR
           END-IF

           MOVE 'D'                TO FLT-ESTADO
           MOVE WS-FECHA-NEGOCIO-R TO FLT-FEC-DEVOL
           MOVE DVC-MOTIVO         TO FLT-MOTIVO-DEV

           REWRITE REG-FLOTANTE FROM WS-REG-FLOTA

           IF FS-FLOTANTE IS NOT EQUAL '00'
              DISPLAY '* ERROR EN REWRITE FLOTANTE = ' FS-FLOTANTE
              MOVE 9999 TO RETURN-CODE
              SET FS-DEVUELTO-FIN TO TRUE
              GO TO F-5100-REVERTIR
           END-IF

           ADD 1 TO WS-CANT-REVERTIDOS
           ADD FLT-IMPORTE TO WS-TOT-REVERTIDO

      *    CONTRASIENTO DEL CREDITO CON EL MISMO TIPO DE MOVIMIENTO.
           MOVE SPACES             TO WS-REG-MOVIMI
           MOVE FLT-TIPCUEN        TO WS-MOV-TIPO
           MOVE FLT-NROCUEN        TO WS-MOV-CUENTA
           MOVE FLT-IMPORTE        TO WS-MOV-IMPORTE
           MOVE 'D'                TO WS-MOV-DBCR
           MOVE TMV-DEP-CHEQUE     TO WS-MOV-TIPMOV
           PERFORM 4000-GRABAR-MOVIMIENTO THRU F-4000-GRABAR-MOVIMIENTO

      *    COMISION POR CHEQUE DEVUELTO, SI LA TARJETA LA TRAE.
           IF WS-COMISION-DEVOL IS GREATER THAN ZEROS
              ADD 1 TO WS-CANT-COMISIONES
              MOVE SPACES             TO WS-REG-MOVIMI
              MOVE FLT-TIPCUEN        TO WS-MOV-TIPO
              MOVE FLT-NROCUEN        TO WS-MOV-CUENTA
              MOVE WS-COMISION-DEVOL  TO WS-MOV-IMPORTE
              MOVE 'D'                TO WS-MOV-DBCR
              MOVE TMV-COM-DEVOLUCION TO WS-MOV-TIPMOV
              PERFORM 4000-GRABAR-MOVIMIENTO
                      THRU F-4000-GRABAR-MOVIMIENTO
           END-IF

           MOVE 'DEVUELTO  '       TO WS-LD-ACCION
           MOVE FLT-TIPCUEN        TO WS-LD-TIPO
           MOVE FLT-NROCUEN        TO WS-LD-CUENTA
           MOVE FLT-BANCO          TO WS-LD-BANCO
           MOVE FLT-NROCHEQUE      TO WS-LD-CHEQUE
           MOVE FLT-IMPORTE        TO WS-LD-IMPORTE
           MOVE FLT-FEC-DEPOSITO   TO WS-LD-FECHA
           MOVE FLT-MOTIVO-DEV     TO WS-LD-MOTIVO
           PERFORM 4200-GRABAR-DETALLE THRU F-4200-GRABAR-DETALLE.

       F-5100-REVERTIR. EXIT.
      **************************************************************
       5200-RECHAZAR-DEVOLUCION.

           ADD 1 TO WS-CANT-RECHAZADOS

           MOVE WS-REG-DEVCHQ TO RCH-NOVEDAD
           PERFORM 4300-GRABAR-RECHAZO THRU F-4300-GRABAR-RECHAZO.

       F-5200-RECHAZAR-DEVOLUCION. EXIT.
      **************************************************************
       9999-FINAL.

           IF RETURN-CODE NOT EQUAL 9999
             CLOSE DEPOSITOS
                 IF FS-DEPOSITO IS NOT EQUAL '00' AND '10'
                  DISPLAY '* ERROR EN CLOSE DEPOSITOS = '
                                            FS-DEPOSITO
                  MOVE 9999 TO RETURN-CODE
                 END-IF

             IF FS-DEVUELTO IS EQUAL '10'
                CLOSE DEVUELTOS
             END-IF

             CLOSE FLOTANTE
                 IF FS-FLOTANTE IS NOT EQUAL '00'
                  DISPLAY '* ERROR EN CLOSE FLOTANTE  = '
                                            FS-FLOTANTE
                  MOVE 9999 TO RETURN-CODE
                 END-IF

             CLOSE CAMARA
                 IF FS-CAMARA IS NOT EQUAL '00'
                  DISPLAY '* ERROR EN CLOSE CAMARA    = '
                                            FS-CAMARA
                  MOVE 9999 TO RETURN-CODE
                 END-IF

             CLOSE MOVDEP
                 IF FS-MOVDEP IS NOT EQUAL '00'
                  DISPLAY '* ERROR EN CLOSE MOVDEP    = '
                                            FS-MOVDEP
                  MOVE 9999 TO RETURN-CODE
                 END-IF

             CLOSE RECHAZOS
                 IF FS-RECHAZO IS NOT EQUAL '00'
                  DISPLAY '* ERROR EN CLOSE RECHAZOS  = '
                                            FS-RECHAZO
                  MOVE 9999 TO RETURN-CODE
                 END-IF

             CLOSE SALIDA
                 IF FS-SALIDA IS NOT EQUAL '00'
                  DISPLAY '* ERROR EN CLOSE SALIDA    = '
                                            FS-SALIDA
                  MOVE 9999 TO RETURN-CODE
                 END-IF

             DISPLAY '***************************************'
             DISPLAY ' CHEQUES DEPOSITADOS LEIDOS  :  '
                                               WS-CANT-DEPOSITOS
             DISPLAY ' ENVIADOS A CAMARA           :  '
                                               WS-CANT-ACEPTADOS
             MOVE WS-TOT-ACREDITADO TO WS-TOT-EDIT
             DISPLAY ' TOTAL ACREDITADO EN FLOTANTE:  ' WS-TOT-EDIT
             DISPLAY ' DISPONIBLES EL              :  '
                                               WS-FEC-DISPON
             DISPLAY ' DEVOLUCIONES DE CAMARA      :  '
                                               WS-CANT-DEVUELTOS
             DISPLAY ' CREDITOS REVERTIDOS         :  '
                                               WS-CANT-REVERTIDOS
             MOVE WS-TOT-REVERTIDO TO WS-TOT-EDIT
             DISPLAY ' TOTAL REVERTIDO             :  ' WS-TOT-EDIT
             DISPLAY ' COMISIONES POR DEVOLUCION   :  '
                                               WS-CANT-COMISIONES
             DISPLAY ' RECHAZADOS                  :  '
                                               WS-CANT-RECHAZADOS
             DISPLAY '***************************************'

           END-IF.

       F-9999-FINAL.
           EXIT.
