       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMTICBF.
       AUTHOR.    FEDERICO FALCON.
      **************************************************************
      *  TRANSFERENCIAS INTERBANCARIAS RECIBIDAS.                  *
      *  LEE LO QUE LA CAMARA COMPENSADORA NOS ENVIA (DDCAMREC,    *
      *  LAYOUT CPTRFIB) Y ACREDITA CADA TRANSFERENCIA EN LA       *
      *  CUENTA DEL CBU DE DESTINO:                                *
      *    - EL CBU SE VALIDA CON EL MODULO PGMCBCBF (AREA         *
      *      CPVALCBU) Y DEBE SER DE NUESTRA ENTIDAD               *
      *    - LA CUENTA SALE DEL BLOQUE DE CUENTA DEL CBU Y SE      *
      *      CONFIRMA CONTRA EL MAESTRO DDCBU (LAYOUT CPCBU): EL   *
      *      CBU GRABADO DEBE SER EL MISMO QUE SE RECIBIO          *
      *    - LA CUENTA NO DEBE ESTAR CERRADA (SAL-ESTADO 'C' DEL   *
      *      SALDO DE AYER DDSALANT)                               *
      *  EL CREDITO SALE COMO MOVIMIENTO MOVIMCC (DDMOVTRI) CON    *
      *  TIPO TMV-TRANSF-RECIBIDA (CPTIPMOV). LO QUE NO SE PUEDE   *
      *  ACREDITAR SE DEVUELVE A LA CAMARA EN DDTRFDEV, CON EL     *
      *  MISMO LAYOUT Y EL MOTIVO DE DEVOLUCION EN TIB-MOTIVO-DEV: *
      *    01 CBU INVALIDO O DE OTRA ENTIDAD                       *
      *    02 CUENTA INEXISTENTE                                   *
      *    03 CUENTA CERRADA                                       *
      *    04 IMPORTE INVALIDO                                     *
      **************************************************************
       ENVIRONMENT DIVISION.
      **************************************************************
       CONFIGURATION SECTION.

       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
      **************************************************************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

            SELECT CAMARA ASSIGN TO DDCAMREC
                 FILE STATUS IS FS-CAMARA.

            SELECT CBUS ASSIGN TO DDCBU
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS MAE-CBU-CLAVE
                 FILE STATUS IS FS-CBUS.

            SELECT SALDOS ASSIGN TO DDSALANT
                 FILE STATUS IS FS-SALDOS.

            SELECT FECHAPRO ASSIGN TO DDFECPRO
                 FILE STATUS IS FS-FECHAPRO.

            SELECT MOVTRI ASSIGN TO DDMOVTRI
                 FILE STATUS IS FS-MOVTRI.

            SELECT DEVOLUC ASSIGN TO DDTRFDEV
                 FILE STATUS IS FS-DEVOLUC.
      **************************************************************
       I-O-CONTROL.

       DATA DIVISION.
       FILE SECTION.
       FD   CAMARA
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01   REG-CAMARA              PIC X(100).
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
       FD   FECHAPRO
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01   REG-FECHAPRO.
           05  FPR-FECHA            PIC 9(08).
           05  FILLER               PIC X(72).
      **************************************************************
       FD   MOVTRI
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01   REG-MOVTRI              PIC X(80).
      **************************************************************
       FD   DEVOLUC
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01   REG-DEVOLUC             PIC X(100).
      **************************************************************
       WORKING-STORAGE SECTION.

       77  FILLER        PIC X(26) VALUE '* INICIO WORKING-STORAGE *'.
      **************************************************************

       77  FS-CAMARA       PIC XX    VALUE SPACES.
           88  FS-CAMARA-FIN         VALUE '10'.

       77  FS-CBUS         PIC XX    VALUE SPACES.
       77  FS-SALDOS       PIC XX    VALUE SPACES.
       77  FS-FECHAPRO     PIC XX    VALUE SPACES.
       77  FS-MOVTRI       PIC XX    VALUE SPACES.
       77  FS-DEVOLUC      PIC XX    VALUE SPACES.

      *****************CUENTAS CERRADAS DEL SALDO DE AYER**************
       77  WS-CER-CONT     PIC 9(04) USAGE COMP VALUE ZEROS.
       77  WS-CER-SUB      PIC 9(04) USAGE COMP VALUE ZEROS.
       01  WS-TABLA-CERRADAS.
           03  WS-CER      OCCURS 5000 TIMES.
               05  WS-CER-TIPCUEN   PIC 9(02).
               05  WS-CER-NROCUEN   PIC 9(08).

       01  WS-FLAG-CERRADA            PIC X       VALUE 'N'.
           88  WS-CUENTA-CERRADA                  VALUE 'S'.

      *********************CONTADORES*******************************
       77  WS-CANT-LEIDAS             PIC 9(05)   VALUE ZEROES.
       77  WS-CANT-ACREDITADAS        PIC 9(05)   VALUE ZEROES.
       77  WS-CANT-DEVUELTAS          PIC 9(05)   VALUE ZEROES.
       77  WS-TOT-ACREDITADO PIC S9(11)V99 COMP-3 VALUE ZEROS.
       77  WS-TOT-DEVUELTO   PIC S9(11)V99 COMP-3 VALUE ZEROS.
       01  WS-TOT-EDIT     PIC -ZZZZZZZZZZZZ9,99.

      *****************FECHA DE NEGOCIO Y AREAS DE MODULOS*************
           COPY CPFECPRO.

           COPY CPVALCBU.

           COPY CPCBU.

           COPY CPTRFIB.

           COPY CPSALDO.

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
                   UNTIL FS-CAMARA-FIN.

           PERFORM 9999-FINAL    THRU  F-9999-FINAL.

       F-MAIN-PROGRAM. GOBACK.

      **************************************
      *                                    *
      *  CUERPO INICIO APERTURA ARCHIVOS   *
      *                                    *
      **************************************
       1000-INICIO.

           OPEN INPUT  CAMARA.

           IF FS-CAMARA IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN CAMARA    = ' FS-CAMARA
              MOVE 9999 TO RETURN-CODE
              SET  FS-CAMARA-FIN TO TRUE
           END-IF

      *    SIN MAESTRO DE CBU NO SE PUEDE CONFIRMAR NINGUNA CUENTA.
           OPEN INPUT  CBUS.

           IF FS-CBUS IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN CBUS      = ' FS-CBUS
              MOVE 9999 TO RETURN-CODE
              SET  FS-CAMARA-FIN TO TRUE
           END-IF

           OPEN OUTPUT MOVTRI.

           IF FS-MOVTRI IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN MOVTRI    = ' FS-MOVTRI
              MOVE 9999 TO RETURN-CODE
              SET  FS-CAMARA-FIN TO TRUE
           END-IF

           OPEN OUTPUT DEVOLUC.

           IF FS-DEVOLUC IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN DEVOLUC   = ' FS-DEVOLUC
              MOVE 9999 TO RETURN-CODE
              SET  FS-CAMARA-FIN TO TRUE
           END-IF

           PERFORM 1100-LEER-FECHA    THRU F-1100-LEER-FECHA.
           PERFORM 1300-CARGAR-CERRADAS
                   THRU F-1300-CARGAR-CERRADAS.

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
       1300-CARGAR-CERRADAS.
      *    SOLO INTERESAN LAS CUENTAS CERRADAS DEL SALDO DE AYER;
      *    SIN EL ARCHIVO NO SE DEVUELVE POR CUENTA CERRADA.
           OPEN INPUT SALDOS

           IF FS-SALDOS IS EQUAL '00'
              PERFORM UNTIL FS-SALDOS IS NOT EQUAL '00'
                 READ SALDOS INTO WS-REG-SALDO
                    AT END
                       MOVE '10' TO FS-SALDOS
                    NOT AT END
                       IF SAL-ESTADO IS EQUAL 'C'
                          IF WS-CER-CONT < 5000
                             ADD 1 TO WS-CER-CONT
                             MOVE SAL-TIPCUEN TO
                                  WS-CER-TIPCUEN (WS-CER-CONT)
                             MOVE SAL-NROCUEN TO
                                  WS-CER-NROCUEN (WS-CER-CONT)
                          ELSE
                             DISPLAY '* ATENCION: TABLA DE CUENTAS '
                                     'CERRADAS LLENA (5000)'
                             MOVE '10' TO FS-SALDOS
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE SALDOS
           ELSE
              DISPLAY '* SIN SALDOS DE AYER, NO SE CONTROLAN CUENTAS '
                      'CERRADAS'
           END-IF.

       F-1300-CARGAR-CERRADAS. EXIT.
      **************************************************************
       2000-PROCESO.

           READ CAMARA INTO WS-REG-TRFIB

           EVALUATE FS-CAMARA
             WHEN '00'
                  ADD 1 TO WS-CANT-LEIDAS
                  PERFORM 3000-PROCESAR-TRANSF
                          THRU F-3000-PROCESAR-TRANSF

              WHEN '10'
                CONTINUE

              WHEN OTHER
              DISPLAY '* ERROR EN LECTURA CAMARA   = ' FS-CAMARA
              MOVE 9999 TO RETURN-CODE
              SET FS-CAMARA-FIN TO TRUE

           END-EVALUATE.

       F-2000-PROCESO. EXIT.
      **************************************************************
       3000-PROCESAR-TRANSF.

           MOVE 'V'             TO VCB-FUNCION
           MOVE TIB-CBU-DESTINO TO VCB-CBU
           CALL 'PGMCBCBF' USING WS-VALCBU-AREA

           IF VCB-RESULTADO IS NOT EQUAL 'S'
              OR VCB-PROPIO IS NOT EQUAL 'S'
              MOVE '01' TO TIB-MOTIVO-DEV
              PERFORM 5000-DEVOLVER-TRANSF THRU F-5000-DEVOLVER-TRANSF
              GO TO F-3000-PROCESAR-TRANSF
           END-IF

      *    EL BLOQUE DE CUENTA DEL CBU PROPIO ES 000 + TIPO + NUMERO;
      *    EL MAESTRO CONFIRMA QUE ESE CBU ES EL DE LA CUENTA.
           MOVE VCB-TIPCUEN TO MAE-CBU-CLAVE (1:2)
           MOVE VCB-NROCUEN TO MAE-CBU-CLAVE (3:8)

           READ CBUS INTO WS-REG-CBU
              INVALID KEY
                 MOVE '02' TO TIB-MOTIVO-DEV
                 PERFORM 5000-DEVOLVER-TRANSF
                         THRU F-5000-DEVOLVER-TRANSF
                 GO TO F-3000-PROCESAR-TRANSF
           END-READ

           IF CBU-NUMERO IS NOT EQUAL TIB-CBU-DESTINO
              MOVE '02' TO TIB-MOTIVO-DEV
              PERFORM 5000-DEVOLVER-TRANSF THRU F-5000-DEVOLVER-TRANSF
              GO TO F-3000-PROCESAR-TRANSF
           END-IF

           PERFORM 3100-BUSCAR-CERRADA THRU F-3100-BUSCAR-CERRADA

           IF WS-CUENTA-CERRADA
              MOVE '03' TO TIB-MOTIVO-DEV
              PERFORM 5000-DEVOLVER-TRANSF THRU F-5000-DEVOLVER-TRANSF
              GO TO F-3000-PROCESAR-TRANSF
           END-IF

           IF TIB-IMPORTE IS NOT NUMERIC
              OR TIB-IMPORTE IS EQUAL ZEROS
              MOVE '04' TO TIB-MOTIVO-DEV
              PERFORM 5000-DEVOLVER-TRANSF THRU F-5000-DEVOLVER-TRANSF
              GO TO F-3000-PROCESAR-TRANSF
           END-IF

           PERFORM 4000-ACREDITAR-TRANSF THRU F-4000-ACREDITAR-TRANSF.

       F-3000-PROCESAR-TRANSF. EXIT.
      **************************************************************
       3100-BUSCAR-CERRADA.

           MOVE 'N' TO WS-FLAG-CERRADA

           PERFORM VARYING WS-CER-SUB FROM 1 BY 1
                   UNTIL WS-CER-SUB > WS-CER-CONT
               IF WS-CER-TIPCUEN (WS-CER-SUB) IS EQUAL CBU-TIPCUEN
                  AND WS-CER-NROCUEN (WS-CER-SUB) IS EQUAL
                      CBU-NROCUEN
                  SET WS-CUENTA-CERRADA TO TRUE
               END-IF
           END-PERFORM.

       F-3100-BUSCAR-CERRADA. EXIT.
      **************************************************************
       4000-ACREDITAR-TRANSF.
      *    SIN REFERENCIA: NO ES PATA DE TRANSFERENCIA INTERNA Y EL
      *    PAREO PGMPTCBF NO LA ESPERA.

           MOVE SPACES              TO WS-REG-MOVIMI
           MOVE CBU-TIPCUEN         TO WS-MOV-TIPO
           MOVE CBU-NROCUEN         TO WS-MOV-CUENTA
           MOVE TIB-IMPORTE         TO WS-MOV-IMPORTE
           MOVE WS-FECHA-NEGOCIO-R  TO WS-MOV-FECHA
           MOVE 'C'                 TO WS-MOV-DBCR
           MOVE TMV-TRANSF-RECIBIDA TO WS-MOV-TIPMOV

           WRITE REG-MOVTRI FROM WS-REG-MOVIMI

           IF FS-MOVTRI IS NOT EQUAL '00'
              DISPLAY '* ERROR EN WRITE MOVTRI   = ' FS-MOVTRI
              MOVE 9999 TO RETURN-CODE
              SET FS-CAMARA-FIN TO TRUE
           END-IF

           ADD 1           TO WS-CANT-ACREDITADAS
           ADD TIB-IMPORTE TO WS-TOT-ACREDITADO.

       F-4000-ACREDITAR-TRANSF. EXIT.
      **************************************************************
       5000-DEVOLVER-TRANSF.
      *    EL LLAMADOR DEJA CARGADO TIB-MOTIVO-DEV.
           ADD 1 TO WS-CANT-DEVUELTAS

           IF TIB-IMPORTE IS NUMERIC
              ADD TIB-IMPORTE TO WS-TOT-DEVUELTO
           END-IF

           WRITE REG-DEVOLUC FROM WS-REG-TRFIB

           IF FS-DEVOLUC IS NOT EQUAL '00'
              DISPLAY '* ERROR EN WRITE DEVOLUC  = ' FS-DEVOLUC
              MOVE 9999 TO RETURN-CODE
              SET FS-CAMARA-FIN TO TRUE
           END-IF.

       F-5000-DEVOLVER-TRANSF. EXIT.
      **************************************************************
       9999-FINAL.

           IF RETURN-CODE NOT EQUAL 9999
             CLOSE CAMARA
                 IF FS-CAMARA IS NOT EQUAL '00' AND '10'
                  DISPLAY '* ERROR EN CLOSE CAMARA   = '
                                            FS-CAMARA
                  MOVE 9999 TO RETURN-CODE
                 END-IF

             CLOSE CBUS
                 IF FS-CBUS IS NOT EQUAL '00'
                  DISPLAY '* ERROR EN CLOSE CBUS     = '
                                            FS-CBUS
                  MOVE 9999 TO RETURN-CODE
                 END-IF

             CLOSE MOVTRI
                 IF FS-MOVTRI IS NOT EQUAL '00'
                  DISPLAY '* ERROR EN CLOSE MOVTRI   = '
                                            FS-MOVTRI
                  MOVE 9999 TO RETURN-CODE
                 END-IF

             CLOSE DEVOLUC
                 IF FS-DEVOLUC IS NOT EQUAL '00'
                  DISPLAY '* ERROR EN CLOSE DEVOLUC  = '
                                            FS-DEVOLUC
                  MOVE 9999 TO RETURN-CODE
                 END-IF

             DISPLAY '***************************************'
             DISPLAY ' TRANSFERENCIAS RECIBIDAS    :  '
                                               WS-CANT-LEIDAS
             DISPLAY ' TRANSFERENCIAS ACREDITADAS  :  '
                                               WS-CANT-ACREDITADAS
             MOVE WS-TOT-ACREDITADO TO WS-TOT-EDIT
             DISPLAY ' IMPORTE ACREDITADO          :  ' WS-TOT-EDIT
             DISPLAY ' TRANSFERENCIAS DEVUELTAS    :  '
                                               WS-CANT-DEVUELTAS
             MOVE WS-TOT-DEVUELTO TO WS-TOT-EDIT
             DISPLAY ' IMPORTE DEVUELTO            :  ' WS-TOT-EDIT
             DISPLAY '***************************************'

           END-IF.

       F-9999-FINAL.
           EXIT.
