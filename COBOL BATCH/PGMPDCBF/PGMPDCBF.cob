       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMPDCBF.
       AUTHOR.    FEDERICO FALCON.
      **************************************************************
      *  TOMA DE PEDIDOS DE VENTA SOBRE EL CATALOGO DE PRODUCTOS.  *
      *  LOS PEDIDOS SE FACTURABAN A MANO. ESTE PASO LEE LOS       *
      *  RENGLONES DE PEDIDO DEL DIA (DDPEDNUE, LAYOUT CPPEDVTA:   *
      *  PEDIDO, CLIENTE, PRODUCTO, CANTIDAD Y FECHA DE PEDIDO) Y  *
      *  LOS VALIDA:                                               *
      *    - EL PRODUCTO DEBE EXISTIR EN EL INDEXADO DDPRODU       *
      *    - LA CANTIDAD DEBE SER NUMERICA Y MAYOR QUE CERO        *
      *    - LA FECHA DE PEDIDO DEBE SER VALIDA (PGMFSCBF) Y NO    *
      *      POSTERIOR A LA FECHA DE NEGOCIO                       *
      *    - EL PEDIDO Y EL CLIENTE DEBEN VENIR INFORMADOS, Y      *
      *      TODOS LOS RENGLONES DE UN MISMO PEDIDO DEBEN SER DEL  *
      *      MISMO CLIENTE                                         *
      *  LOS ACEPTADOS VAN A DDPEDVAL, QUE TOMA LA FACTURACION     *
      *  PGMFTCBF; LOS RECHAZADOS VAN A DDPEDREC CON EL MOTIVO EN  *
      *  PED-MOTIVO.                                               *
      **************************************************************
       ENVIRONMENT DIVISION.
      **************************************************************
       CONFIGURATION SECTION.

       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
      **************************************************************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

             SELECT PRODUCT ASSIGN TO DDPRODU
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS RP-COD-PROD
                    FILE STATUS IS FS-PRODUCT.

             SELECT PEDNUE ASSIGN TO DDPEDNUE
                    FILE STATUS IS FS-PEDNUE.

             SELECT PEDVAL ASSIGN TO DDPEDVAL
                    FILE STATUS IS FS-PEDVAL.

             SELECT PEDREC ASSIGN TO DDPEDREC
                    FILE STATUS IS FS-PEDREC.

             SELECT FECHAPRO ASSIGN TO DDFECPRO
                    FILE STATUS IS FS-FECHAPRO.
      **************************************************************
       I-O-CONTROL.

       DATA DIVISION.
       FILE SECTION.
       FD   PRODUCT
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01   REG-PRODUCT.
           05 RP-COD-PROD             PIC 9(02).
           05 RP-DENOMINACION         PIC X(30).
           05 RP-STOCK-MINIMO         PIC 9(05).

       FD   PEDNUE
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01   REG-PEDNUE            PIC X(80).

       FD   PEDVAL
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01   REG-PEDVAL            PIC X(80).

       FD   PEDREC
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01   REG-PEDREC            PIC X(80).

       FD   FECHAPRO
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01   REG-FECHAPRO.
           05 FPR-FECHA               PIC 9(08).
           05 FILLER                  PIC X(72).
      **************************************************************
       WORKING-STORAGE SECTION.
      **************************************************************
       77  FS-PRODUCT                 PIC XX       VALUE SPACES.
       77  FS-PEDNUE                  PIC XX       VALUE SPACES.
           88  FS-PEDNUE-FIN                       VALUE '10'.
       77  FS-PEDVAL                  PIC XX       VALUE SPACES.
       77  FS-PEDREC                  PIC XX       VALUE SPACES.
       77  FS-FECHAPRO                PIC XX       VALUE SPACES.

      *****************RENGLON DE PEDIDO******************************
           COPY CPPEDVTA.

      *****************FECHA DE NEGOCIO Y SERVICIO DE FECHAS**********
           COPY CPFECPRO.

           COPY CPFECSRV.

      *********************CONTADORES*******************************
       77  WS-PED-LEIDOS              PIC 9(07)    VALUE ZEROES.
       77  WS-PED-ACEPTADOS           PIC 9(07)    VALUE ZEROES.
       77  WS-PED-RECHAZADOS          PIC 9(07)    VALUE ZEROES.

      *****************CONTROL DEL CLIENTE POR PEDIDO*****************
      *    LOS RENGLONES DE UN PEDIDO VIENEN JUNTOS; SE GUARDA EL
      *    CLIENTE DEL PRIMER RENGLON ACEPTADO DE CADA PEDIDO.
       77  WS-PED-ANT                 PIC 9(07)    VALUE ZEROES.
       77  WS-CLI-ANT                 PIC 9(07)    VALUE ZEROES.
       77  WS-MOTIVO                  PIC X(12)    VALUE SPACES.
      **************************************************************
       PROCEDURE DIVISION.
      **************************************
      *                                    *
      *  CUERPO PRINCIPAL DEL PROGRAMA     *
      *                                    *
      **************************************
       MAIN-PROGRAM.

           PERFORM 1000-INICIO  THRU   F-1000-INICIO.

           PERFORM 2000-PROCESO    THRU F-2000-PROCESO
                   UNTIL FS-PEDNUE-FIN.

           PERFORM 9999-FINAL    THRU  F-9999-FINAL.

       F-MAIN-PROGRAM. GOBACK.

      **************************************
      *                                    *
      *  CUERPO INICIO APERTURA ARCHIVOS   *
      *                                    *
      **************************************
       1000-INICIO.

           OPEN INPUT  PRODUCT.

           IF FS-PRODUCT  IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN PRODUCTO = ' FS-PRODUCT
              MOVE 9999 TO RETURN-CODE
              SET  FS-PEDNUE-FIN TO TRUE
           END-IF.

           OPEN INPUT  PEDNUE.

           IF FS-PEDNUE IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN PEDNUE   = ' FS-PEDNUE
              MOVE 9999 TO RETURN-CODE
              SET  FS-PEDNUE-FIN TO TRUE
           END-IF.

           OPEN OUTPUT PEDVAL.

           IF FS-PEDVAL IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN PEDVAL   = ' FS-PEDVAL
              MOVE 9999 TO RETURN-CODE
              SET  FS-PEDNUE-FIN TO TRUE
           END-IF.

           OPEN OUTPUT PEDREC.

           IF FS-PEDREC IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN PEDREC   = ' FS-PEDREC
              MOVE 9999 TO RETURN-CODE
              SET  FS-PEDNUE-FIN TO TRUE
           END-IF.

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

       F-1000-INICIO.   EXIT.
      **************************************************************

       2000-PROCESO.

           READ PEDNUE INTO WS-REG-PEDVTA

           EVALUATE FS-PEDNUE
             WHEN '00'
                ADD 1 TO WS-PED-LEIDOS
                PERFORM 2100-VALIDAR-RENGLON THRU F-2100-VALIDAR-RENGLON

              WHEN '10'
              CONTINUE

           WHEN OTHER
              DISPLAY '* ERROR EN LECTURA PEDNUE = ' FS-PEDNUE
              MOVE 9999 TO RETURN-CODE
              SET FS-PEDNUE-FIN  TO TRUE

           END-EVALUATE.

       F-2000-PROCESO. EXIT.

      **************************************************************
       2100-VALIDAR-RENGLON.
      *    LA PRIMERA VALIDACION QUE FALLA DA EL MOTIVO DEL RECHAZO.
           MOVE SPACES TO WS-MOTIVO
           MOVE SPACES TO PED-MOTIVO

           IF PED-NRO-PEDIDO IS NOT NUMERIC
              OR PED-NRO-PEDIDO IS EQUAL ZEROS
              MOVE 'PEDIDO INVAL' TO WS-MOTIVO
              PERFORM 2200-GRABAR-RECHAZO THRU F-2200-GRABAR-RECHAZO
              GO TO F-2100-VALIDAR-RENGLON
           END-IF

           IF PED-COD-CLIENTE IS NOT NUMERIC
              OR PED-COD-CLIENTE IS EQUAL ZEROS
              OR PED-NOM-CLIENTE IS EQUAL SPACES
              MOVE 'CLIENTE INVA' TO WS-MOTIVO
              PERFORM 2200-GRABAR-RECHAZO THRU F-2200-GRABAR-RECHAZO
              GO TO F-2100-VALIDAR-RENGLON
           END-IF

           IF PED-NRO-PEDIDO IS EQUAL WS-PED-ANT
              AND PED-COD-CLIENTE IS NOT EQUAL WS-CLI-ANT
              MOVE 'CLIENTE DIST' TO WS-MOTIVO
              PERFORM 2200-GRABAR-RECHAZO THRU F-2200-GRABAR-RECHAZO
              GO TO F-2100-VALIDAR-RENGLON
           END-IF

           IF PED-COD-PROD IS NOT NUMERIC
              MOVE 'PROD INEXIST' TO WS-MOTIVO
              PERFORM 2200-GRABAR-RECHAZO THRU F-2200-GRABAR-RECHAZO
              GO TO F-2100-VALIDAR-RENGLON
           END-IF

           MOVE PED-COD-PROD TO RP-COD-PROD

           READ PRODUCT
              INVALID KEY
                 MOVE 'PROD INEXIST' TO WS-MOTIVO
           END-READ

           IF WS-MOTIVO IS NOT EQUAL SPACES
              PERFORM 2200-GRABAR-RECHAZO THRU F-2200-GRABAR-RECHAZO
              GO TO F-2100-VALIDAR-RENGLON
           END-IF

           IF PED-CANTIDAD IS NOT NUMERIC
              OR PED-CANTIDAD IS EQUAL ZEROS
              MOVE 'CANT INVALID' TO WS-MOTIVO
              PERFORM 2200-GRABAR-RECHAZO THRU F-2200-GRABAR-RECHAZO
              GO TO F-2100-VALIDAR-RENGLON
           END-IF

           IF PED-FECHA IS NOT NUMERIC
              MOVE 'FECHA INVALI' TO WS-MOTIVO
              PERFORM 2200-GRABAR-RECHAZO THRU F-2200-GRABAR-RECHAZO
              GO TO F-2100-VALIDAR-RENGLON
           END-IF

           MOVE 'H'          TO FSV-FUNCION
           MOVE PED-FECHA    TO FSV-FECHA-ENT
           CALL 'PGMFSCBF' USING WS-FECSRV-AREA

           IF FSV-RESULTADO IS NOT EQUAL 'S'
              AND FSV-RESULTADO IS NOT EQUAL 'N'
              MOVE 'FECHA INVALI' TO WS-MOTIVO
              PERFORM 2200-GRABAR-RECHAZO THRU F-2200-GRABAR-RECHAZO
              GO TO F-2100-VALIDAR-RENGLON
           END-IF

           IF PED-FECHA IS GREATER WS-FECHA-NEGOCIO-R
              MOVE 'FECHA FUTURA' TO WS-MOTIVO
              PERFORM 2200-GRABAR-RECHAZO THRU F-2200-GRABAR-RECHAZO
              GO TO F-2100-VALIDAR-RENGLON
           END-IF

           WRITE REG-PEDVAL FROM WS-REG-PEDVTA

           IF FS-PEDVAL IS NOT EQUAL '00'
              DISPLAY '* ERROR EN WRITE PEDVAL  = ' FS-PEDVAL
              MOVE 9999 TO RETURN-CODE
              SET FS-PEDNUE-FIN TO TRUE
           ELSE
              ADD 1 TO WS-PED-ACEPTADOS
              MOVE PED-NRO-PEDIDO  TO WS-PED-ANT
              MOVE PED-COD-CLIENTE TO WS-CLI-ANT
           END-IF.

       F-2100-VALIDAR-RENGLON. EXIT.
      **************************************************************
       2200-GRABAR-RECHAZO.

           MOVE WS-MOTIVO TO PED-MOTIVO

           WRITE REG-PEDREC FROM WS-REG-PEDVTA

           IF FS-PEDREC IS NOT EQUAL '00'
              DISPLAY '* ERROR EN WRITE PEDREC  = ' FS-PEDREC
              MOVE 9999 TO RETURN-CODE
              SET FS-PEDNUE-FIN TO TRUE
           ELSE
              ADD 1 TO WS-PED-RECHAZADOS
           END-IF.

       F-2200-GRABAR-RECHAZO. EXIT.
      **************************************************************

       9999-FINAL.

           IF RETURN-CODE = 9999
            CONTINUE
           ELSE

             DISPLAY '***************************************'
             DISPLAY ' RENGLONES LEIDOS          :  ' WS-PED-LEIDOS
             DISPLAY ' RENGLONES ACEPTADOS       :  '
                                                 WS-PED-ACEPTADOS
             DISPLAY ' RENGLONES RECHAZADOS      :  '
                                                 WS-PED-RECHAZADOS
             DISPLAY '***************************************'

             CLOSE PRODUCT
             CLOSE PEDNUE
             CLOSE PEDVAL
             CLOSE PEDREC

           END-IF.
       F-9999-FINAL.
           EXIT.
