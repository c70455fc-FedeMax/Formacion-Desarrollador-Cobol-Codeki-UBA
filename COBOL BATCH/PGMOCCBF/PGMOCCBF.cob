       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMOCCBF.
       AUTHOR.    FEDERICO FALCON.
      **************************************************************
      *  APROBACION DE PROPUESTAS DE REPOSICION Y EMISION DE       *
      *  ORDENES DE COMPRA.                                        *
      *  LAS PROPUESTAS DE PGMROCBF (DDPROPUE) SE APROBABAN POR    *
      *  CORREO Y NADIE SABIA CUALES TERMINABAN EN ORDEN. ESTE     *
      *  PASO TOMA LA DECISION DE LA MESA DE COMPRAS POR PRODUCTO  *
      *  (DDAPROBA: A = ACEPTA, R = RECHAZA, CON CANTIDAD APROBADA *
      *  OPCIONAL Y COSTO UNITARIO PACTADO) Y:                     *
      *    - COPIA EL MAESTRO DE ORDENES DE COMPRA (DDOCAANT,      *
      *      LAYOUT CPORDCOM) A LA NUEVA GENERACION DDOCASAL       *
      *    - POR CADA PROVEEDOR CON ALGUNA PROPUESTA ACEPTADA      *
      *      EMITE UNA ORDEN CON NUMERO CORRELATIVO (ULTIMO NUMERO *
      *      EN DDNUMANT, NUEVO EN DDNUMSAL) Y UN RENGLON ABIERTO  *
      *      POR PRODUCTO EN DDOCASAL                              *
      *    - NO EMITE LA PROPUESTA DE UN PRODUCTO QUE YA TIENE UN  *
      *      RENGLON ABIERTO, PARA NO PEDIR DOS VECES LO MISMO     *
      *      MIENTRAS LA ENTREGA NO LLEGA                          *
      *  EL REPORTE DDSALI LISTA LAS ORDENES EMITIDAS Y LAS        *
      *  PROPUESTAS RECHAZADAS, SIN DECISION O YA PEDIDAS.         *
      **************************************************************
       ENVIRONMENT DIVISION.
      **************************************************************
       CONFIGURATION SECTION.

       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
      **************************************************************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

             SELECT PROPUESTA ASSIGN TO DDPROPUE
                    FILE STATUS IS FS-PROPUESTA.

             SELECT APROBA ASSIGN TO DDAPROBA
                    FILE STATUS IS FS-APROBA.

             SELECT ORDANT ASSIGN TO DDOCAANT
                    FILE STATUS IS FS-ORDANT.

             SELECT ORDSAL ASSIGN TO DDOCASAL
                    FILE STATUS IS FS-ORDSAL.

             SELECT NUMANT ASSIGN TO DDNUMANT
                    FILE STATUS IS FS-NUMANT.

             SELECT NUMSAL ASSIGN TO DDNUMSAL
                    FILE STATUS IS FS-NUMSAL.

             SELECT SALIDA ASSIGN TO DDSALI
                    FILE STATUS IS FS-SALIDA.

             SELECT FECHAPRO ASSIGN TO DDFECPRO
                    FILE STATUS IS FS-FECHAPRO.
      **************************************************************
       I-O-CONTROL.

       DATA DIVISION.
       FILE SECTION.
       FD   PROPUESTA
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01   REG-PROPUESTA.
           05 PRO-PROVEEDOR           PIC X(30).
           05 PRO-COD-PROD            PIC 9(02).
           05 PRO-CANTIDAD            PIC 9(07).
           05 PRO-DIAS-ENTREGA        PIC 9(03).
           05 FILLER                  PIC X(18).

      *    DECISION DE LA MESA DE COMPRAS: CANTIDAD EN CERO APRUEBA
      *    LA CANTIDAD PROPUESTA.
       FD   APROBA
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01   REG-APROBA.
           05 APR-COD-PROD            PIC 9(02).
           05 APR-DECISION            PIC X(01).
           05 APR-CANTIDAD            PIC 9(07).
           05 APR-COSTO-UNIT          PIC 9(07)V99.
           05 FILLER                  PIC X(61).

       FD   ORDANT
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01   REG-ORDANT            PIC X(100).

       FD   ORDSAL
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01   REG-ORDSAL            PIC X(100).

       FD   NUMANT
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01   REG-NUMANT.
           05 NMA-ULTIMA-ORDEN        PIC 9(07).
           05 FILLER                  PIC X(73).

       FD   NUMSAL
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01   REG-NUMSAL.
           05 NMS-ULTIMA-ORDEN        PIC 9(07).
           05 FILLER                  PIC X(73).

       FD   SALIDA
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01   REG-SALIDA            PIC X(90).

       FD   FECHAPRO
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01   REG-FECHAPRO.
           05 FPR-FECHA               PIC 9(08).
           05 FILLER                  PIC X(72).
      **************************************************************
       WORKING-STORAGE SECTION.
      **************************************************************
       77  FS-PROPUESTA               PIC XX       VALUE SPACES.
           88  FS-PROPUESTA-FIN                    VALUE '10'.
       77  FS-APROBA                  PIC XX       VALUE SPACES.
       77  FS-ORDANT                  PIC XX       VALUE SPACES.
       77  FS-ORDSAL                  PIC XX       VALUE SPACES.
       77  FS-NUMANT                  PIC XX       VALUE SPACES.
       77  FS-NUMSAL                  PIC XX       VALUE SPACES.
       77  FS-SALIDA                  PIC XX       VALUE SPACES.
       77  FS-FECHAPRO                PIC XX       VALUE SPACES.

      *****************RENGLON DE ORDEN DE COMPRA*********************
           COPY CPORDCOM.

      *****************FECHA DE NEGOCIO*******************************
           COPY CPFECPRO.

      *********************CONTADORES*******************************
       77  WS-ORD-COPIADOS            PIC 9(07)    VALUE ZEROES.
       77  WS-PRO-LEIDAS              PIC 9(05)    VALUE ZEROES.
       77  WS-PRO-ACEPTADAS           PIC 9(05)    VALUE ZEROES.
       77  WS-PRO-RECHAZADAS          PIC 9(05)    VALUE ZEROES.
       77  WS-PRO-SIN-DECISION        PIC 9(05)    VALUE ZEROES.
       77  WS-PRO-YA-PEDIDAS          PIC 9(05)    VALUE ZEROES.
       77  WS-ORD-EMITIDAS            PIC 9(05)    VALUE ZEROES.

      *****************NUMERACION DE ORDENES**************************
       77  WS-ULTIMA-ORDEN            PIC 9(07)    VALUE ZEROES.

      *****************CORTE POR PROVEEDOR****************************
      *    LAS PROPUESTAS LLEGAN AGRUPADAS POR PROVEEDOR; LA ORDEN SE
      *    NUMERA CON LA PRIMERA PROPUESTA ACEPTADA DE CADA GRUPO.
       01  WS-PROV-ACTUAL             PIC X(30)    VALUE SPACES.
       77  WS-ORD-ESTADO              PIC X(01)    VALUE 'N'.
           88  WS-ORD-ABIERTA                      VALUE 'S'.
           88  WS-ORD-CERRADA                      VALUE 'N'.

      *****************DECISIONES Y RENGLONES ABIERTOS POR CODIGO******
      *    MISMO ESQUEMA DE CODIGO + 1 QUE LA FAMILIA DEL CATALOGO.
       77  WS-IDX                     PIC 9(03)    USAGE COMP
                                       VALUE ZEROES.
       01  WS-TABLA-PRODUCTOS.
           03  WS-PRD OCCURS 100 TIMES.
               05 WS-PRD-DECISION     PIC X(01).
               05 WS-PRD-CANTIDAD     PIC 9(07).
               05 WS-PRD-COSTO        PIC 9(07)V99.
               05 WS-PRD-ABIERTO      PIC X(01).

       77  WS-MOTIVO                  PIC X(12)    VALUE SPACES.

      *****************LINEAS DEL REPORTE******************************
       01  WS-LIN-ORDEN.
           05  FILLER               PIC X(07)   VALUE ' ORDEN '.
           05  WS-LO-NRO            PIC 9(07).
           05  FILLER               PIC X(12)   VALUE ' PROVEEDOR  '.
           05  WS-LO-PROVEEDOR      PIC X(30).
           05  FILLER               PIC X(07)   VALUE ' FECHA '.
           05  WS-LO-FECHA          PIC 9(08).
           05  FILLER               PIC X(19)   VALUE SPACES.

       01  WS-LIN-ITEM.
           05  FILLER               PIC X(04)   VALUE SPACES.
           05  WS-LI-COD            PIC 9(02).
           05  FILLER               PIC X(07)   VALUE ' CANT  '.
           05  WS-LI-CANTIDAD       PIC ZZZZZZ9.
           05  FILLER               PIC X(08)   VALUE ' COSTO  '.
           05  WS-LI-COSTO          PIC ZZZZZZ9,99.
           05  FILLER               PIC X(10)   VALUE '  ENTREGA '.
           05  WS-LI-DIAS           PIC ZZ9.
           05  FILLER               PIC X(05)   VALUE ' DIAS'.
           05  FILLER               PIC X(34)   VALUE SPACES.

       01  WS-LIN-NOEMITE.
           05  FILLER               PIC X(04)   VALUE SPACES.
           05  WS-LN-COD            PIC 9(02).
           05  FILLER               PIC X(01)   VALUE SPACE.
           05  WS-LN-PROVEEDOR      PIC X(30).
           05  FILLER               PIC X(07)   VALUE ' CANT  '.
           05  WS-LN-CANTIDAD       PIC ZZZZZZ9.
           05  FILLER               PIC X(15)   VALUE ' NO SE EMITE - '.
           05  WS-LN-MOTIVO         PIC X(12).
           05  FILLER               PIC X(12)   VALUE SPACES.
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
                   UNTIL FS-PROPUESTA-FIN.

           PERFORM 9999-FINAL    THRU  F-9999-FINAL.

       F-MAIN-PROGRAM. GOBACK.

      **************************************
      *                                    *
      *  CUERPO INICIO APERTURA ARCHIVOS   *
      *                                    *
      **************************************
       1000-INICIO.

           OPEN INPUT  PROPUESTA.

           IF FS-PROPUESTA IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN PROPUESTA = ' FS-PROPUESTA
              MOVE 9999 TO RETURN-CODE
              SET  FS-PROPUESTA-FIN TO TRUE
           END-IF.

           OPEN OUTPUT ORDSAL.

           IF FS-ORDSAL IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN ORDSAL   = ' FS-ORDSAL
              MOVE 9999 TO RETURN-CODE
              SET  FS-PROPUESTA-FIN TO TRUE
           END-IF.

           OPEN OUTPUT SALIDA.

           IF FS-SALIDA IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN SALIDA   = ' FS-SALIDA
              MOVE 9999 TO RETURN-CODE
              SET  FS-PROPUESTA-FIN TO TRUE
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

           IF RETURN-CODE IS EQUAL 9999
              GO TO F-1000-INICIO
           END-IF.

           MOVE SPACES TO WS-TABLA-PRODUCTOS.

           PERFORM 1100-CARGAR-DECISIONES THRU F-1100-CARGAR-DECISIONES.
           PERFORM 1200-COPIAR-ORDENES    THRU F-1200-COPIAR-ORDENES.
           PERFORM 1300-LEER-NUMERACION   THRU F-1300-LEER-NUMERACION.

       F-1000-INICIO.   EXIT.
      **************************************************************
       1100-CARGAR-DECISIONES.
      *    SIN ARCHIVO DE DECISIONES NINGUNA PROPUESTA SE EMITE.
           OPEN INPUT APROBA

           IF FS-APROBA IS EQUAL '00'
              PERFORM UNTIL FS-APROBA IS EQUAL '10'
                 READ APROBA
                    AT END
                       MOVE '10' TO FS-APROBA
                    NOT AT END
                       IF APR-COD-PROD IS NUMERIC
                          COMPUTE WS-IDX = APR-COD-PROD + 1
                          MOVE APR-DECISION TO
                               WS-PRD-DECISION (WS-IDX)
                          MOVE ZEROS        TO
                               WS-PRD-CANTIDAD (WS-IDX)
                               WS-PRD-COSTO    (WS-IDX)
                          IF APR-CANTIDAD IS NUMERIC
                             MOVE APR-CANTIDAD TO
                                  WS-PRD-CANTIDAD (WS-IDX)
                          END-IF
                          IF APR-COSTO-UNIT IS NUMERIC
                             MOVE APR-COSTO-UNIT TO
                                  WS-PRD-COSTO (WS-IDX)
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE APROBA
           ELSE
              DISPLAY '* SIN DECISIONES DE COMPRAS, NO SE EMITEN '
                      'ORDENES'
           END-IF.

       F-1100-CARGAR-DECISIONES. EXIT.
      **************************************************************
       1200-COPIAR-ORDENES.
      *    PASA EL MAESTRO DE ORDENES A LA NUEVA GENERACION Y MARCA
      *    LOS PRODUCTOS QUE TIENEN UN RENGLON TODAVIA ABIERTO. SIN
      *    GENERACION ANTERIOR (PRIMERA CORRIDA) EL MAESTRO ARRANCA
      *    VACIO.
           OPEN INPUT ORDANT

           IF FS-ORDANT IS EQUAL '00'
              PERFORM UNTIL FS-ORDANT IS NOT EQUAL '00'
                 READ ORDANT INTO WS-REG-ORDCOM
                    AT END
                       MOVE '10' TO FS-ORDANT
                    NOT AT END
                       IF OCP-ABIERTA
                          COMPUTE WS-IDX = OCP-COD-PROD + 1
                          MOVE 'S' TO WS-PRD-ABIERTO (WS-IDX)
                       END-IF
                       WRITE REG-ORDSAL FROM WS-REG-ORDCOM
                       IF FS-ORDSAL IS NOT EQUAL '00'
                          DISPLAY '* ERROR EN WRITE ORDSAL  = '
                                                    FS-ORDSAL
                          MOVE 9999 TO RETURN-CODE
                          SET FS-PROPUESTA-FIN TO TRUE
                          MOVE '10' TO FS-ORDANT
                       ELSE
                          ADD 1 TO WS-ORD-COPIADOS
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE ORDANT
           ELSE
              DISPLAY '* SIN MAESTRO DE ORDENES ANTERIOR, SE CREA'
           END-IF.

       F-1200-COPIAR-ORDENES. EXIT.
      **************************************************************
       1300-LEER-NUMERACION.
      *    SIN GENERACION ANTERIOR (PRIMERA CORRIDA) LA NUMERACION
      *    EMPIEZA EN UNO.
           OPEN INPUT NUMANT

           IF FS-NUMANT IS EQUAL '00'
              READ NUMANT
                 AT END
                    CONTINUE
                 NOT AT END
                    IF NMA-ULTIMA-ORDEN IS NUMERIC
                       MOVE NMA-ULTIMA-ORDEN TO WS-ULTIMA-ORDEN
                    END-IF
              END-READ
              CLOSE NUMANT
           ELSE
              DISPLAY '* SIN NUMERACION ANTERIOR DE ORDENES, SE '
                      'EMPIEZA EN UNO'
           END-IF.

       F-1300-LEER-NUMERACION. EXIT.
      **************************************************************

       2000-PROCESO.

           READ PROPUESTA

           EVALUATE FS-PROPUESTA
             WHEN '00'
                ADD 1 TO WS-PRO-LEIDAS
                PERFORM 2100-EVALUAR-PROPUESTA
                        THRU F-2100-EVALUAR-PROPUESTA

              WHEN '10'
              CONTINUE

           WHEN OTHER
              DISPLAY '* ERROR EN LECTURA PROPUESTA = ' FS-PROPUESTA
              MOVE 9999 TO RETURN-CODE
              SET FS-PROPUESTA-FIN  TO TRUE

           END-EVALUATE.

       F-2000-PROCESO. EXIT.

      **************************************************************
       2100-EVALUAR-PROPUESTA.
      *    CAMBIO DE PROVEEDOR: LA PROXIMA ACEPTADA ABRE OTRA ORDEN.
           IF PRO-PROVEEDOR IS NOT EQUAL WS-PROV-ACTUAL
              MOVE PRO-PROVEEDOR TO WS-PROV-ACTUAL
              SET WS-ORD-CERRADA TO TRUE
           END-IF

           COMPUTE WS-IDX = PRO-COD-PROD + 1
           MOVE SPACES TO WS-MOTIVO

           EVALUATE TRUE
              WHEN WS-PRD-DECISION (WS-IDX) IS EQUAL 'R'
                 ADD 1 TO WS-PRO-RECHAZADAS
                 MOVE 'RECHAZADA'    TO WS-MOTIVO
              WHEN WS-PRD-DECISION (WS-IDX) IS NOT EQUAL 'A'
                 ADD 1 TO WS-PRO-SIN-DECISION
                 MOVE 'SIN DECISION' TO WS-MOTIVO
              WHEN WS-PRD-ABIERTO (WS-IDX) IS EQUAL 'S'
                 ADD 1 TO WS-PRO-YA-PEDIDAS
                 MOVE 'YA PEDIDA'    TO WS-MOTIVO
              WHEN WS-PRD-COSTO (WS-IDX) IS EQUAL ZEROS
                 ADD 1 TO WS-PRO-SIN-DECISION
                 MOVE 'SIN COSTO'    TO WS-MOTIVO
              WHEN OTHER
                 CONTINUE
           END-EVALUATE

           IF WS-MOTIVO IS NOT EQUAL SPACES
              MOVE PRO-COD-PROD  TO WS-LN-COD
              MOVE PRO-PROVEEDOR TO WS-LN-PROVEEDOR
              MOVE PRO-CANTIDAD  TO WS-LN-CANTIDAD
              MOVE WS-MOTIVO     TO WS-LN-MOTIVO
              WRITE REG-SALIDA FROM WS-LIN-NOEMITE
              GO TO F-2100-EVALUAR-PROPUESTA
           END-IF

           IF WS-ORD-CERRADA
              PERFORM 2200-ABRIR-ORDEN THRU F-2200-ABRIR-ORDEN
           END-IF

           PERFORM 2300-GRABAR-RENGLON THRU F-2300-GRABAR-RENGLON.

       F-2100-EVALUAR-PROPUESTA. EXIT.
      **************************************************************
       2200-ABRIR-ORDEN.

           ADD 1 TO WS-ULTIMA-ORDEN
           ADD 1 TO WS-ORD-EMITIDAS
           SET WS-ORD-ABIERTA TO TRUE

           MOVE WS-ULTIMA-ORDEN    TO WS-LO-NRO
           MOVE PRO-PROVEEDOR      TO WS-LO-PROVEEDOR
           MOVE WS-FECHA-NEGOCIO-R TO WS-LO-FECHA

           WRITE REG-SALIDA FROM WS-LIN-ORDEN

           IF FS-SALIDA IS NOT EQUAL '00'
              DISPLAY '* ERROR EN WRITE SALIDA   = ' FS-SALIDA
              MOVE 9999 TO RETURN-CODE
              SET FS-PROPUESTA-FIN TO TRUE
           END-IF.

       F-2200-ABRIR-ORDEN. EXIT.
      **************************************************************
       2300-GRABAR-RENGLON.
      *    LA CANTIDAD APROBADA REEMPLAZA A LA PROPUESTA SI VIENE.
           MOVE SPACES              TO WS-REG-ORDCOM
           MOVE WS-ULTIMA-ORDEN     TO OCP-NRO-ORDEN
           MOVE PRO-COD-PROD        TO OCP-COD-PROD
           MOVE PRO-PROVEEDOR       TO OCP-PROVEEDOR
           MOVE WS-FECHA-NEGOCIO-R  TO OCP-FEC-EMISION
           MOVE PRO-DIAS-ENTREGA    TO OCP-DIAS-ENTREGA
           MOVE PRO-CANTIDAD        TO OCP-CANT-PEDIDA
           IF WS-PRD-CANTIDAD (WS-IDX) IS GREATER THAN ZEROS
              MOVE WS-PRD-CANTIDAD (WS-IDX) TO OCP-CANT-PEDIDA
           END-IF
           MOVE ZEROS               TO OCP-CANT-RECIBIDA
                                       OCP-FEC-RECEPCION
           MOVE WS-PRD-COSTO (WS-IDX) TO OCP-COSTO-UNIT
           SET OCP-ABIERTA          TO TRUE

           WRITE REG-ORDSAL FROM WS-REG-ORDCOM

           IF FS-ORDSAL IS NOT EQUAL '00'
              DISPLAY '* ERROR EN WRITE ORDSAL  = ' FS-ORDSAL
              MOVE 9999 TO RETURN-CODE
              SET FS-PROPUESTA-FIN TO TRUE
           ELSE
              ADD 1 TO WS-PRO-ACEPTADAS
              MOVE 'S' TO WS-PRD-ABIERTO (WS-IDX)
           END-IF

           MOVE OCP-COD-PROD     TO WS-LI-COD
           MOVE OCP-CANT-PEDIDA  TO WS-LI-CANTIDAD
           MOVE OCP-COSTO-UNIT   TO WS-LI-COSTO
           MOVE OCP-DIAS-ENTREGA TO WS-LI-DIAS
           WRITE REG-SALIDA FROM WS-LIN-ITEM.

       F-2300-GRABAR-RENGLON. EXIT.
      **************************************************************

       9999-FINAL.

           IF RETURN-CODE = 9999
            CONTINUE
           ELSE

      *    LA NUMERACION SOLO AVANZA SI LA CORRIDA TERMINO BIEN.
             OPEN OUTPUT NUMSAL

             IF FS-NUMSAL IS NOT EQUAL '00'
                DISPLAY '* ERROR EN OPEN NUMSAL   = ' FS-NUMSAL
                MOVE 9999 TO RETURN-CODE
             ELSE
                MOVE SPACES          TO REG-NUMSAL
                MOVE WS-ULTIMA-ORDEN TO NMS-ULTIMA-ORDEN
                WRITE REG-NUMSAL
                CLOSE NUMSAL
             END-IF

             DISPLAY '***************************************'
             DISPLAY ' RENGLONES DE ORDEN COPIADOS:  '
                                                 WS-ORD-COPIADOS
             DISPLAY ' PROPUESTAS LEIDAS         :  ' WS-PRO-LEIDAS
             DISPLAY ' PROPUESTAS ACEPTADAS      :  '
                                                 WS-PRO-ACEPTADAS
             DISPLAY ' PROPUESTAS RECHAZADAS     :  '
                                                 WS-PRO-RECHAZADAS
             DISPLAY ' SIN DECISION O SIN COSTO  :  '
                                                 WS-PRO-SIN-DECISION
             DISPLAY ' YA PEDIDAS (ORDEN ABIERTA):  '
                                                 WS-PRO-YA-PEDIDAS
             DISPLAY ' ORDENES EMITIDAS          :  '
                                                 WS-ORD-EMITIDAS
             DISPLAY ' ULTIMA ORDEN              :  '
                                                 WS-ULTIMA-ORDEN
             DISPLAY '***************************************'

             CLOSE PROPUESTA
             CLOSE ORDSAL
             CLOSE SALIDA

           END-IF.
       F-9999-FINAL.
           EXIT.
