       IDENTIFICATION DIVISION.
      *                                                        *
       PROGRAM-ID. PGMCUCBF.
      **********************************************************
      *                                                        *
      *  ASIGNACION DE CBU AL STOCK DE CUENTAS DE TBCURCTA     *
      *                                                        *
      *  RECORRE TODAS LAS CUENTAS DE TBCURCTA Y A CADA UNA    *
      *  QUE TODAVIA NO TIENE CBU EN EL MAESTRO DDCBU (LAYOUT  *
      *  CPCBU) SE LO ARMA CON EL MODULO PGMCBCBF (AREA        *
      *  CPVALCBU), TOMANDO LA SUCURSAL DE LA ASIGNACION       *
      *  CUENTA - SUCURSAL DDCTASUC (CERO SI NO ESTA           *
      *  ASIGNADA). LAS CUENTAS QUE YA TIENEN CBU NO SE TOCAN, *
      *  ASI QUE SE PUEDE VOLVER A CORRER SIN RIESGO. LAS      *
      *  APERTURAS NUEVAS YA RECIBEN SU CBU EN PGMCTCBF.       *
      *  DEJA EN DDSALI EL LISTADO DE LOS CBU ASIGNADOS.       *
      *                                                        *
      **********************************************************
      *      MANTENIMIENTO DE PROGRAMA                         *
      **********************************************************
      *  FECHA   *    DETALLE        * COD *
      **************************************
      *  15/10/26* ALTA DEL PROGRAMA     * MA  *
      *  15/10/26* ERROR EN READ DDCBUS  * MA  *
      *          * CORTA LA CORRIDA      *     *
      **************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

             SELECT CBUS ASSIGN DDCBU
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS MAE-CBU-CLAVE
             FILE STATUS IS FS-CBUS.

             SELECT ASIGNA ASSIGN DDCTASUC
             FILE STATUS IS FS-ASIGNA.

             SELECT FECHAPRO ASSIGN DDFECPRO
             FILE STATUS IS FS-FECHAPRO.

             SELECT SALIDA ASSIGN DDSALI
             FILE STATUS IS FS-SALIDA.

             SELECT TARJETA ASSIGN DDCTRL
             FILE STATUS IS FS-CONTROL.
       DATA DIVISION.
       FILE SECTION.
       FD  CBUS.

       01  REG-CBUS.
           03  MAE-CBU-CLAVE   PIC X(10).
           03  FILLER          PIC X(40).

       FD  ASIGNA
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01  REG-ASIGNA      PIC X(20).

       FD  FECHAPRO
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01  REG-FECHAPRO.
           05  FPR-FECHA       PIC 9(08).
           05  FILLER          PIC X(72).

       FD  SALIDA
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01  REG-SALIDA      PIC X(80).

       FD  TARJETA
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01  REG-CONTROL.
           05  CTL-ESQUEMA     PIC X(08).
           05  FILLER          PIC X(72).

      **************************************
       WORKING-STORAGE SECTION.
      **************************************
       77  FILLER        PIC X(26) VALUE '* INICIO WORKING-STORAGE *'.
       77  NOT-FOUND     PIC S9(9) COMP VALUE  +100.

       77  FS-CBUS          PIC XX    VALUE SPACES.
       77  FS-ASIGNA        PIC XX    VALUE SPACES.
       77  FS-FECHAPRO      PIC XX    VALUE SPACES.
       77  FS-SALIDA        PIC XX    VALUE SPACES.
       77  FS-CONTROL       PIC XX    VALUE SPACES.

       77  WS-ESQUEMA       PIC X(08) VALUE 'KC02803'.

       77  WS-TOT-CUENTAS   PIC 9(7)  VALUE ZEROS.
       77  WS-TOT-ASIGNADOS PIC 9(7)  VALUE ZEROS.
       77  WS-TOT-EXISTENTES PIC 9(7) VALUE ZEROS.
       77  WS-TOT-ERRORES   PIC 9(7)  VALUE ZEROS.

       01  WS-FLAG-FIN      PIC X.
           88  WS-SI-PROCESO      VALUE ' '.
           88  WS-FIN-PROCESO     VALUE 'F'.

           COPY CPFECPRO.

      *****************ASIGNACION CUENTA - SUCURSAL EN MEMORIA*********
       77  WS-ASI-CONT     PIC 9(04) USAGE COMP VALUE ZEROS.
       77  WS-ASI-SUB      PIC 9(04) USAGE COMP VALUE ZEROS.
       01  WS-TABLA-ASIGNA.
           03  WS-ASI      OCCURS 5000 TIMES.
               05  WS-ASI-TIPCUEN   PIC 9(02).
               05  WS-ASI-NROCUEN   PIC 9(08).
               05  WS-ASI-SUC       PIC 9(02).

      *****************HOST VARIABLES TBCURCTA*************************
       01  WS-HV-TBCURCTA.
           03   WS-TIPCUEN    PIC X(02).
           03   WS-NROCUEN    PIC 9(08).

      *****************LINEA DEL LISTADO DE CBU ASIGNADOS**************
       01  WS-LIN-CBU.
           05  FILLER           PIC X(01)  VALUE SPACE.
           05  WS-LC-TIPCUEN    PIC X(02).
           05  FILLER           PIC X(01)  VALUE '-'.
           05  WS-LC-NROCUEN    PIC 9(08).
           05  FILLER           PIC X(06)  VALUE ' SUC  '.
           05  WS-LC-SUCURSAL   PIC 9(04).
           05  FILLER           PIC X(06)  VALUE ' CBU  '.
           05  WS-LC-CBU        PIC X(22).
           05  FILLER           PIC X(30)  VALUE SPACES.

       77  FILLER        PIC X(26) VALUE '* VARIABLES SQL          *'.
       77  WS-SQLCODE    PIC +++999 USAGE DISPLAY VALUE ZEROS.

           COPY  CPSUCASI.
           COPY  CPCBU.
           COPY  CPVALCBU.
           COPY  SQLDESC.


           EXEC SQL
             INCLUDE SQLCA
           END-EXEC.

           EXEC SQL
             INCLUDE TBCURCTA
           END-EXEC.

      *    SOLO LECTURA: EL CURSOR NO ACTUALIZA TBCURCTA.
           EXEC SQL
                DECLARE CUR-CUENTAS CURSOR FOR
                     SELECT TIPCUEN, NROCUEN
                       FROM TBCURCTA
                      ORDER BY TIPCUEN, NROCUEN
           END-EXEC.

       77  FILLER        PIC X(26) VALUE '* FINAL  WORKING-STORAGE *'.

     ***************************************************************.
       PROCEDURE DIVISION.
      **************************************
      *                                    *
      *  CUERPO PRINCIPAL DEL PROGRAMA     *
      *                                    *
      **************************************
       MAIN-PROGRAM.

           PERFORM 1000-I-INICIO   THRU
                   1000-F-INICIO.

           PERFORM 2000-I-PROCESO  THRU
                   2000-F-PROCESO        UNTIL WS-FIN-PROCESO.

           PERFORM 9999-I-FINAL    THRU
                   9999-F-FINAL.

       F-MAIN-PROGRAM. GOBACK.

      **************************************
      *                                    *
      *  CUERPO INICIO APERTURA ARCHIVOS   *
      *                                    *
      **************************************
       1000-I-INICIO.
           SET WS-SI-PROCESO TO TRUE.

      *    EL MAESTRO DE CBU SE CREA VACIO LA PRIMERA VEZ, IGUAL
      *    QUE EN PGMCTCBF.
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

           OPEN OUTPUT SALIDA.

           IF FS-SALIDA IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN SALIDA   = ' FS-SALIDA
              MOVE 12 TO RETURN-CODE
              SET  WS-FIN-PROCESO TO TRUE
           END-IF

      *    FECHA DE NEGOCIO DE LA TARJETA DDFECPRO; SI NO VIENE O
      *    TRAE CERO SE CAE A LA FECHA DEL SISTEMA.
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

           PERFORM 1100-CARGAR-ASIGNA THRU F-1100-CARGAR-ASIGNA.

           OPEN INPUT  TARJETA.
           IF FS-CONTROL IS EQUAL '00'
              READ TARJETA
                 AT END
                    DISPLAY '* TARJETA DE CONTROL VACIA, SE USA '
                            WS-ESQUEMA
                 NOT AT END
                    IF CTL-ESQUEMA IS NOT EQUAL SPACES
                       MOVE CTL-ESQUEMA TO WS-ESQUEMA
                    END-IF
              END-READ
              CLOSE TARJETA
           ELSE
              DISPLAY '* NO SE PUDO ABRIR CONTROL, SE USA '
                      WS-ESQUEMA
           END-IF.

           EXEC SQL
                SET CURRENT SQLID = :WS-ESQUEMA
           END-EXEC.

           IF NOT WS-FIN-PROCESO
              EXEC SQL
                   OPEN CUR-CUENTAS
              END-EXEC

              IF SQLCODE IS NOT EQUAL ZERO
                 MOVE SQLCODE TO WS-SQLCODE
                 DISPLAY '* ERROR EN OPEN CURSOR   = ' WS-SQLCODE
                 MOVE 14 TO RETURN-CODE
                 SET  WS-FIN-PROCESO TO TRUE
              END-IF
           END-IF.

       1000-F-INICIO.   EXIT.
      ******************************************************************
       1100-CARGAR-ASIGNA.

      *    SIN ASIGNACION DE SUCURSALES TODOS LOS CBU SALEN CON
      *    SUCURSAL CERO (CASA CENTRAL).
           OPEN INPUT ASIGNA

           IF FS-ASIGNA IS EQUAL '00'
              PERFORM UNTIL FS-ASIGNA IS NOT EQUAL '00'
                 READ ASIGNA INTO WS-REG-SUCASI
                    AT END
                       MOVE '10' TO FS-ASIGNA
                    NOT AT END
                       IF WS-ASI-CONT < 5000
                          ADD 1 TO WS-ASI-CONT
                          MOVE ASI-TIPCUEN TO
                               WS-ASI-TIPCUEN (WS-ASI-CONT)
                          MOVE ASI-NROCUEN TO
                               WS-ASI-NROCUEN (WS-ASI-CONT)
                          MOVE ASI-SUC     TO
                               WS-ASI-SUC     (WS-ASI-CONT)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE ASIGNA
           ELSE
              DISPLAY '* SIN ASIGNACION DE SUCURSALES, CBU CON '
                      'SUCURSAL CERO'
           END-IF.

       F-1100-CARGAR-ASIGNA. EXIT.
      ******************************************************************
       2000-I-PROCESO.

           EXEC SQL
                FETCH CUR-CUENTAS
                     INTO :WS-TIPCUEN, :WS-NROCUEN
           END-EXEC

           EVALUATE SQLCODE
               WHEN ZERO
                    ADD 1 TO WS-TOT-CUENTAS
                    PERFORM 3000-ASIGNAR-CBU THRU F-3000-ASIGNAR-CBU
               WHEN NOT-FOUND
                    SET WS-FIN-PROCESO TO TRUE
               WHEN OTHER
                    MOVE SQLCODE TO WS-SQLCODE
                    DISPLAY '* ERROR EN FETCH CURSOR  = ' WS-SQLCODE
                    PERFORM 2900-DESCRIBIR-SQLCODE THRU
                            F-2900-DESCRIBIR-SQLCODE
                    DISPLAY '  ' WS-SQLCODE-DESC
                    MOVE 14 TO RETURN-CODE
                    SET WS-FIN-PROCESO TO TRUE
           END-EVALUATE.

       2000-F-PROCESO. EXIT.
      ******************************************************************
       3000-ASIGNAR-CBU.

      *    LA CUENTA QUE YA TIENE CBU LO CONSERVA.
           MOVE WS-TIPCUEN TO MAE-CBU-CLAVE (1:2)
           MOVE WS-NROCUEN TO MAE-CBU-CLAVE (3:8)

           READ CBUS

           EVALUATE FS-CBUS
               WHEN '00'
                    ADD 1 TO WS-TOT-EXISTENTES
                    GO TO F-3000-ASIGNAR-CBU
               WHEN '23'
                    CONTINUE
               WHEN OTHER
                    DISPLAY '* ERROR EN READ CBUS     = ' FS-CBUS
                    MOVE 20 TO RETURN-CODE
                    SET WS-FIN-PROCESO TO TRUE
                    GO TO F-3000-ASIGNAR-CBU
           END-EVALUATE

           MOVE 'G'        TO VCB-FUNCION
           MOVE ZEROS      TO VCB-SUCURSAL
           MOVE WS-TIPCUEN TO VCB-TIPCUEN
           MOVE WS-NROCUEN TO VCB-NROCUEN

           PERFORM VARYING WS-ASI-SUB FROM 1 BY 1
                   UNTIL WS-ASI-SUB > WS-ASI-CONT
               IF WS-ASI-TIPCUEN (WS-ASI-SUB) IS EQUAL VCB-TIPCUEN
                  AND WS-ASI-NROCUEN (WS-ASI-SUB) IS EQUAL
                      VCB-NROCUEN
                  MOVE WS-ASI-SUC (WS-ASI-SUB) TO VCB-SUCURSAL
               END-IF
           END-PERFORM

           CALL 'PGMCBCBF' USING WS-VALCBU-AREA

           IF VCB-RESULTADO IS NOT EQUAL 'S'
              ADD 1 TO WS-TOT-ERRORES
              DISPLAY ' CUENTA ' WS-TIPCUEN '-' WS-NROCUEN
                      ' SIN CBU: ' VCB-MOTIVO
              GO TO F-3000-ASIGNAR-CBU
           END-IF

           MOVE SPACES             TO WS-REG-CBU
           MOVE VCB-TIPCUEN        TO CBU-TIPCUEN
           MOVE VCB-NROCUEN        TO CBU-NROCUEN
           MOVE VCB-CBU            TO CBU-NUMERO
           MOVE VCB-SUCURSAL       TO CBU-SUCURSAL
           MOVE WS-FECHA-NEGOCIO-R TO CBU-FEC-ALTA

           WRITE REG-CBUS FROM WS-REG-CBU

           IF FS-CBUS IS NOT EQUAL '00'
              DISPLAY '* ERROR EN WRITE CBUS    = ' FS-CBUS
              MOVE 20 TO RETURN-CODE
              SET WS-FIN-PROCESO TO TRUE
              GO TO F-3000-ASIGNAR-CBU
           END-IF

           ADD 1 TO WS-TOT-ASIGNADOS

           MOVE WS-TIPCUEN    TO WS-LC-TIPCUEN
           MOVE WS-NROCUEN    TO WS-LC-NROCUEN
           MOVE VCB-SUCURSAL  TO WS-LC-SUCURSAL
           MOVE VCB-CBU       TO WS-LC-CBU
           WRITE REG-SALIDA FROM WS-LIN-CBU.

       F-3000-ASIGNAR-CBU. EXIT.
      ******************************************************************
       2900-DESCRIBIR-SQLCODE.

           EVALUATE SQLCODE
               WHEN 0
                    MOVE 'EJECUCION CORRECTA'        TO WS-SQLCODE-DESC
               WHEN 100
                    MOVE 'REGISTRO NO ENCONTRADO'    TO WS-SQLCODE-DESC
               WHEN -904
                    MOVE 'RECURSO NO DISPONIBLE'      TO WS-SQLCODE-DESC
               WHEN -911
                    MOVE 'DEADLOCK, TRANSACCION ANULADA'
                                                      TO WS-SQLCODE-DESC
               WHEN -913
                    MOVE 'TIMEOUT POR BLOQUEO'        TO WS-SQLCODE-DESC
               WHEN OTHER
                    MOVE 'ERROR SQL NO CATALOGADO'    TO WS-SQLCODE-DESC
           END-EVALUATE.

       F-2900-DESCRIBIR-SQLCODE. EXIT.
      ******************************************************************
       9999-I-FINAL.

           EXEC SQL
                CLOSE CUR-CUENTAS
           END-EXEC.

           CLOSE CBUS.

           IF FS-CBUS IS NOT EQUAL '00'
              DISPLAY '* ERROR EN CLOSE CBUS    = ' FS-CBUS
              MOVE 16 TO RETURN-CODE
           END-IF

           CLOSE SALIDA.

           IF FS-SALIDA IS NOT EQUAL '00'
              DISPLAY '* ERROR EN CLOSE SALIDA  = ' FS-SALIDA
              MOVE 16 TO RETURN-CODE
           END-IF

           DISPLAY 'CUENTAS LEIDAS DE TBCURCTA     = '
                                             WS-TOT-CUENTAS.
           DISPLAY 'CBU ASIGNADOS                  = '
                                             WS-TOT-ASIGNADOS.
           DISPLAY 'CUENTAS QUE YA TENIAN CBU      = '
                                             WS-TOT-EXISTENTES.
           DISPLAY 'CUENTAS SIN CBU POR ERROR      = '
                                             WS-TOT-ERRORES.

       9999-F-FINAL.
           EXIT.
