      *  DDPROPUE Y EN EL REPORTE DDSALI QUE LA MESA DE COMPRAS    *
      *  APRUEBA; EL PRODUCTO BAJO MINIMO SIN PROVEEDOR CARGADO    *
      *  SE LISTA APARTE PARA QUE NO QUEDE SIN COMPRAR.            *
      *  EL PUNTO DE REPOSICION SE MIRA POR DEPOSITO CONTRA EL     *
      *  MAESTRO DDDEPSAL (CPSTKDEP), CONTANDO LO QUE VIENE EN     *
      *  TRANSITO. ANTES DE COMPRAR SE BUSCA SOBRANTE (EXISTENCIA  *
      *  POR ENCIMA DEL MINIMO) EN OTRO DEPOSITO, EMPEZANDO POR EL *
      *  CENTRAL, Y SE SUGIERE EL TRASLADO INTERNO: SALE EN DDSALI *
      *  Y EN DDTRASUG CON EL LAYOUT DE DDMOVSTK (TIPO T), PARA    *
      *  QUE UNA VEZ APROBADO SE CARGUE COMO MOVIMIENTO. SOLO LO   *
      *  QUE NINGUN DEPOSITO PUEDE CUBRIR VA A LA PROPUESTA DE     *
      *  COMPRA, QUE SE RECIBE EN EL CENTRAL.                      *
      *  EL TRASLADO SUGERIDO LLEVA LA FECHA DE NEGOCIO (DDFECPRO, *
      *  O LA DEL SISTEMA SI LA TARJETA NO VIENE).                 *
      **************************************************************
       ENVIRONMENT DIVISION.
      **************************************************************
                    RECORD KEY IS PRV-COD-PROD
                    FILE STATUS IS FS-PROVEE.

             SELECT STOCK ASSIGN TO DDDEPSAL
                    FILE STATUS IS FS-STOCK.

             SELECT TRASUG ASSIGN TO DDTRASUG
                    FILE STATUS IS FS-TRASUG.

             SELECT PROPUESTA ASSIGN TO DDPROPUE
                    FILE STATUS IS FS-PROPUESTA.

             SELECT FECHAPRO ASSIGN TO DDFECPRO
                    FILE STATUS IS FS-FECHAPRO.

             SELECT SALIDA ASSIGN TO DDSALI
                    FILE STATUS IS FS-SALIDA.
      **************************************************************
       FD   STOCK
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01   REG-STOCK             PIC X(30).

       FD   TRASUG
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
      *    MISMO LAYOUT QUE DDMOVSTK: EL TRASLADO SUGERIDO ES UNA T
      *    DEL DEPOSITO CON SOBRANTE HACIA EL QUE ESTA BAJO MINIMO.
       01   REG-MOVSTOCK.
           05 MS-COD-PROD             PIC 9(02).
           05 MS-ENTSAL               PIC X(01).
           05 MS-CANTIDAD             PIC 9(05).
           05 MS-FECHA                PIC 9(08).
           05 MS-COSTO-UNIT           PIC 9(07)V99.
           05 MS-PRECIO-UNIT REDEFINES MS-COSTO-UNIT
                                      PIC 9(07)V99.
           05 MS-ORIGEN               PIC X(01).
           05 MS-DEPOSITO             PIC 9(02).
           05 MS-DEP-CONTRA           PIC 9(02).
           05 MS-LOTE                 PIC X(10).
           05 MS-FEC-VENCE            PIC 9(08).
           05 FILLER                  PIC X(02).

       FD   PROPUESTA
           BLOCK CONTAINS 0 RECORDS
           05 PRO-DIAS-ENTREGA        PIC 9(03).
           05 FILLER                  PIC X(18).

       FD   FECHAPRO
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01   REG-FECHAPRO.
           05 FPR-FECHA               PIC 9(08).
           05 FILLER                  PIC X(72).

       FD   SALIDA
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       77  FS-STOCK                   PIC XX       VALUE SPACES.
       77  FS-PROPUESTA               PIC XX       VALUE SPACES.
       77  FS-SALIDA                  PIC XX       VALUE SPACES.
       77  FS-TRASUG                  PIC XX       VALUE SPACES.
       77  FS-FECHAPRO                PIC XX       VALUE SPACES.

      *********************CONTADORES*******************************
       77  WS-PROD-REVISADOS          PIC 9(05)    VALUE ZEROES.
       77  WS-BAJO-MINIMO             PIC 9(05)    VALUE ZEROES.
       77  WS-PROPUESTAS              PIC 9(05)    VALUE ZEROES.
       77  WS-SIN-PROVEEDOR           PIC 9(05)    VALUE ZEROES.
       77  WS-TRASLADOS               PIC 9(05)    VALUE ZEROES.

      *****************STOCK EN MEMORIA, INDEXADO POR CODIGO***********
       77  WS-IDX                     PIC 9(03)    USAGE COMP
                                       VALUE ZEROES.
       01  WS-TABLA-STOCK.
           03  WS-STK OCCURS 100 TIMES.
               05 WS-SKD OCCURS 20 TIMES.
                  07 WS-SKD-CANTIDAD  PIC S9(07).
                  07 WS-SKD-TRANSITO  PIC S9(07).
                  07 WS-SKD-MINIMO    PIC 9(05).

      *****************DEPOSITOS, UBICADOS POR CODIGO (01 A 20)********
           COPY CPSTKDEP.

       77  WS-DIX                     PIC 9(03)    USAGE COMP
                                       VALUE ZEROES.
       77  WS-DIX2                    PIC 9(03)    USAGE COMP
                                       VALUE ZEROES.
       01  WS-TABLA-DEPOSITOS.
           03  WS-DEP OCCURS 20 TIMES.
               05 WS-DEP-FALTA        PIC 9(07).
               05 WS-DEP-SOBRA        PIC 9(07).

       77  WS-DISPONIBLE              PIC S9(08)   VALUE ZEROES.
       77  WS-TRASLADO                PIC 9(07)    VALUE ZEROES.
       77  WS-HAY-TRASLADO            PIC X(01)    VALUE 'N'.

           COPY CPFECPRO.

      *****************PROPUESTAS ACUMULADAS***************************
       77  WS-PRO-CONT     PIC 9(03) USAGE COMP VALUE ZEROS.
           05  FILLER               PIC X(05)   VALUE ' DIAS'.
           05  FILLER               PIC X(20)   VALUE SPACES.

       01  WS-LIN-TITTRAS.
           05  FILLER               PIC X(30)   VALUE
               ' TRASLADOS INTERNOS SUGERIDOS'.
           05  FILLER               PIC X(60)   VALUE SPACES.

       01  WS-LIN-TRASLADO.
           05  FILLER               PIC X(04)   VALUE SPACES.
           05  WS-LT-COD            PIC 9(02).
           05  FILLER               PIC X(01)   VALUE SPACE.
           05  WS-LT-DENOM          PIC X(30).
           05  FILLER               PIC X(11)   VALUE ' TRASLADAR '.
           05  WS-LT-CANTIDAD       PIC ZZZZ9.
           05  FILLER               PIC X(08)   VALUE ' DEL DEP'.
           05  WS-LT-ORIGEN         PIC ZZ9.
           05  FILLER               PIC X(07)   VALUE ' AL DEP'.
           05  WS-LT-DESTINO        PIC ZZ9.
           05  FILLER               PIC X(16)   VALUE SPACES.

       01  WS-LIN-SINPROV.
           05  FILLER               PIC X(04)   VALUE SPACES.
           05  WS-LS-COD            PIC 9(02).
              MOVE 9999 TO RETURN-CODE
           END-IF.

           OPEN OUTPUT TRASUG.

           IF FS-TRASUG IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN TRASUG   = ' FS-TRASUG
              MOVE 9999 TO RETURN-CODE
           END-IF.

           PERFORM 1050-LEER-FECHA   THRU F-1050-LEER-FECHA.

           PERFORM 1100-CARGAR-STOCK THRU F-1100-CARGAR-STOCK.

       F-1000-INICIO.   EXIT.
      **************************************************************
       1050-LEER-FECHA.

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

       F-1050-LEER-FECHA. EXIT.
      **************************************************************
       1100-CARGAR-STOCK.

           PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 100
              PERFORM VARYING WS-DIX FROM 1 BY 1 UNTIL WS-DIX > 20
                 MOVE ZEROS TO WS-SKD-CANTIDAD (WS-IDX WS-DIX)
                               WS-SKD-TRANSITO (WS-IDX WS-DIX)
                               WS-SKD-MINIMO   (WS-IDX WS-DIX)
              END-PERFORM
           END-PERFORM

           OPEN INPUT STOCK

           IF FS-STOCK IS EQUAL '00'
              PERFORM UNTIL FS-STOCK IS EQUAL '10'
                 READ STOCK INTO WS-REG-STKDEP
                    AT END
                       MOVE '10' TO FS-STOCK
                    NOT AT END
                       COMPUTE WS-IDX = SKD-COD-PROD + 1
                       MOVE SKD-DEPOSITO TO WS-DIX
                       IF WS-DIX IS GREATER THAN ZERO
                          AND WS-DIX IS NOT GREATER THAN 20
                          MOVE SKD-CANTIDAD     TO
                               WS-SKD-CANTIDAD (WS-IDX WS-DIX)
                          MOVE SKD-TRANSITO     TO
                               WS-SKD-TRANSITO (WS-IDX WS-DIX)
                          MOVE SKD-STOCK-MINIMO TO
                               WS-SKD-MINIMO   (WS-IDX WS-DIX)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE STOCK
                 NOT AT END
                    ADD 1 TO WS-PROD-REVISADOS
                    COMPUTE WS-IDX = RP-COD-PROD + 1
                    PERFORM 2100-CALCULAR-FALTANTE
                            THRU F-2100-CALCULAR-FALTANTE
                    IF WS-FALTANTE IS GREATER THAN ZEROS
                       PERFORM 3000-ARMAR-PROPUESTA
                               THRU F-3000-ARMAR-PROPUESTA
                    END-IF
           END-PERFORM.

       F-2000-REVISAR-CATALOGO. EXIT.
      **************************************************************
       2100-CALCULAR-FALTANTE.
      *    FALTA DEL DEPOSITO: MINIMO MENOS EXISTENCIA Y TRANSITO.
      *    SOBRA: EXISTENCIA POR ENCIMA DEL MINIMO (LO QUE VIAJA NO
      *    SE PUEDE MANDAR). LAS FALTAS SE CUBREN PRIMERO CON
      *    TRASLADOS Y EL RESTO QUEDA COMO FALTANTE A COMPRAR.
           MOVE ZEROS TO WS-FALTANTE

           PERFORM VARYING WS-DIX FROM 1 BY 1 UNTIL WS-DIX > 20
              MOVE ZEROS TO WS-DEP-FALTA (WS-DIX)
                            WS-DEP-SOBRA (WS-DIX)
              COMPUTE WS-DISPONIBLE =
                      WS-SKD-CANTIDAD (WS-IDX WS-DIX)
                    + WS-SKD-TRANSITO (WS-IDX WS-DIX)
              IF WS-DISPONIBLE IS LESS THAN
                 WS-SKD-MINIMO (WS-IDX WS-DIX)
                 ADD 1 TO WS-BAJO-MINIMO
                 COMPUTE WS-DEP-FALTA (WS-DIX) =
                         WS-SKD-MINIMO (WS-IDX WS-DIX) - WS-DISPONIBLE
              ELSE
                 IF WS-SKD-CANTIDAD (WS-IDX WS-DIX) IS GREATER THAN
                    WS-SKD-MINIMO (WS-IDX WS-DIX)
                    COMPUTE WS-DEP-SOBRA (WS-DIX) =
                            WS-SKD-CANTIDAD (WS-IDX WS-DIX)
                          - WS-SKD-MINIMO (WS-IDX WS-DIX)
                 END-IF
              END-IF
           END-PERFORM

           PERFORM VARYING WS-DIX FROM 1 BY 1 UNTIL WS-DIX > 20
              PERFORM VARYING WS-DIX2 FROM 1 BY 1
                      UNTIL WS-DIX2 > 20
                         OR WS-DEP-FALTA (WS-DIX) IS EQUAL ZEROS
                 IF WS-DIX2 IS NOT EQUAL WS-DIX
                    AND WS-DEP-SOBRA (WS-DIX2) IS GREATER THAN ZEROS
                    PERFORM 2200-SUGERIR-TRASLADO
                            THRU F-2200-SUGERIR-TRASLADO
                 END-IF
              END-PERFORM
              ADD WS-DEP-FALTA (WS-DIX) TO WS-FALTANTE
           END-PERFORM.

       F-2100-CALCULAR-FALTANTE. EXIT.
      **************************************************************
       2200-SUGERIR-TRASLADO.
      *    DEL DEPOSITO WS-DIX2 (SOBRA) AL WS-DIX (FALTA), HASTA LO
      *    QUE ENTRE EN LA CANTIDAD DE UN MOVIMIENTO.
           MOVE WS-DEP-FALTA (WS-DIX) TO WS-TRASLADO

           IF WS-DEP-SOBRA (WS-DIX2) IS LESS THAN WS-TRASLADO
              MOVE WS-DEP-SOBRA (WS-DIX2) TO WS-TRASLADO
           END-IF

           IF WS-TRASLADO IS GREATER THAN 99999
              MOVE 99999 TO WS-TRASLADO
           END-IF

           SUBTRACT WS-TRASLADO FROM WS-DEP-FALTA (WS-DIX)
                                     WS-DEP-SOBRA (WS-DIX2)
           ADD 1 TO WS-TRASLADOS

           MOVE SPACES        TO REG-MOVSTOCK
           MOVE RP-COD-PROD   TO MS-COD-PROD
           MOVE 'T'           TO MS-ENTSAL
           MOVE WS-TRASLADO   TO MS-CANTIDAD
           MOVE WS-FECHA-NEGOCIO-R TO MS-FECHA
           MOVE ZEROS         TO MS-COSTO-UNIT
           MOVE WS-DIX2       TO MS-DEPOSITO
           MOVE WS-DIX        TO MS-DEP-CONTRA
           WRITE REG-MOVSTOCK

           IF FS-TRASUG IS NOT EQUAL '00'
              DISPLAY '* ERROR EN WRITE TRASUG   = ' FS-TRASUG
              MOVE 9999 TO RETURN-CODE
              MOVE '10' TO FS-PRODUCT
           END-IF

           IF WS-HAY-TRASLADO IS EQUAL 'N'
              MOVE 'S' TO WS-HAY-TRASLADO
              WRITE REG-SALIDA FROM WS-LIN-TITTRAS
           END-IF

           MOVE RP-COD-PROD     TO WS-LT-COD
           MOVE RP-DENOMINACION TO WS-LT-DENOM
           MOVE WS-TRASLADO     TO WS-LT-CANTIDAD
           MOVE WS-DIX2         TO WS-LT-ORIGEN
           MOVE WS-DIX          TO WS-LT-DESTINO
           WRITE REG-SALIDA FROM WS-LIN-TRASLADO

           IF FS-SALIDA IS NOT EQUAL '00'
              DISPLAY '* ERROR EN WRITE SALIDA   = ' FS-SALIDA
              MOVE 9999 TO RETURN-CODE
              MOVE '10' TO FS-PRODUCT
           END-IF.

       F-2200-SUGERIR-TRASLADO. EXIT.
      **************************************************************
       3000-ARMAR-PROPUESTA.
      *    CANTIDAD NECESARIA PARA VOLVER AL MINIMO, REDONDEADA
                    MOVE '10' TO FS-PRODUCT
                 END-IF
              NOT INVALID KEY
                 DIVIDE WS-FALTANTE BY PRV-LOTE-COMPRA
                        GIVING WS-LOTES REMAINDER WS-RESTO
                 IF WS-RESTO IS GREATER THAN ZEROS
             CLOSE PROVEE
             CLOSE PROPUESTA
             CLOSE SALIDA
             CLOSE TRASUG

             DISPLAY '***************************************'
             DISPLAY ' PRODUCTOS REVISADOS       :  '
                                                 WS-PROD-REVISADOS
             DISPLAY ' DEPOSITOS BAJO REPOSICION :  '
                                                 WS-BAJO-MINIMO
             DISPLAY ' TRASLADOS SUGERIDOS       :  '
                                                 WS-TRASLADOS
             DISPLAY ' PROPUESTAS EMITIDAS       :  '
                                                 WS-PROPUESTAS
             DISPLAY ' BAJO MINIMO SIN PROVEEDOR :  '
