      *      (DDMOVSTK, E = SOBRA FISICA, S = FALTA FISICA) PARA   *
      *      QUE EL MAESTRO SE REALINEE POR EL MOTOR PGMSKCBF Y    *
      *      NO PISANDOLO A MANO                                   *
      *    - CADA DIFERENCIA SE VALORIZA AL COSTO PROMEDIO DEL     *
      *      MAESTRO DE COSTOS DDCOSSAL (CPCOSSTK) Y LOS AJUSTES   *
      *      VIAJAN CON ESE COSTO Y ORIGEN 'A', ASI EL FALTANTE Y  *
      *      EL SOBRANTE QUEDAN EXPRESADOS EN PESOS                *
      *  EL CONTEO ES POR DEPOSITO (CNT-DEPOSITO, CERO = CENTRAL)  *
      *  Y SE COMPARA CONTRA LA EXISTENCIA DE ESE DEPOSITO EN EL   *
      *  MAESTRO POR DEPOSITO DDDEPSAL (CPSTKDEP); LO QUE ESTA EN  *
      *  TRANSITO NO SE CUENTA. EL AJUSTE SALE CON SU DEPOSITO.    *
      **************************************************************
       ENVIRONMENT DIVISION.
      **************************************************************
           SELECT CONTEO     ASSIGN TO DDCONTEO
                 FILE STATUS IS FS-CONTEO.

           SELECT STOCK      ASSIGN TO DDDEPSAL
                 FILE STATUS IS FS-STOCK.

           SELECT TARJETA    ASSIGN TO DDCTRL

           SELECT SALIDA     ASSIGN TO DDSALI
                 FILE STATUS IS FS-SALIDA.

           SELECT COSTOS     ASSIGN TO DDCOSSAL
                 FILE STATUS IS FS-COSTOS.
      **************************************************************
       I-O-CONTROL.

           05  CNT-CANTIDAD         PIC 9(07).
           05  CNT-APROBADO         PIC X(01).
           05  CNT-FECHA            PIC 9(08).
           05  CNT-DEPOSITO         PIC 9(02).
           05  FILLER               PIC X(60).

       FD   STOCK
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01   REG-STOCK               PIC X(30).

       FD   TARJETA
           BLOCK CONTAINS 0 RECORDS
           05  MS-ENTSAL            PIC X(01).
           05  MS-CANTIDAD          PIC 9(05).
           05  MS-FECHA             PIC 9(08).
           05  MS-COSTO-UNIT        PIC 9(07)V99.
           05  MS-PRECIO-UNIT REDEFINES MS-COSTO-UNIT
                                    PIC 9(07)V99.
           05  MS-ORIGEN            PIC X(01).
           05  MS-DEPOSITO          PIC 9(02).
           05  MS-DEP-CONTRA        PIC 9(02).
           05  MS-LOTE              PIC X(10).
           05  MS-FEC-VENCE         PIC 9(08).
           05  FILLER               PIC X(02).

       FD   SALIDA
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01   REG-SALIDA              PIC X(120).

       FD   COSTOS
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01   REG-COSTOS              PIC X(80).
      **************************************************************
       WORKING-STORAGE SECTION.
       77  FILLER        PIC X(26) VALUE '* INICIO WORKING-STORAGE *'.
       77  FS-CONTROL                 PIC XX      VALUE SPACES.
       77  FS-MOVSTOCK                PIC XX      VALUE SPACES.
       77  FS-SALIDA                  PIC XX      VALUE SPACES.
       77  FS-COSTOS                  PIC XX      VALUE SPACES.

      *********************CONTADORES*******************************
       77  WS-CNT-LEIDOS              PIC 9(05)   VALUE ZEROES.
      *****************STOCK EN MEMORIA, INDEXADO POR CODIGO***********
      *    MISMO ESQUEMA DE CODIGO + 1 QUE USA PGMSKCBF.
       77  WS-IDX          PIC 9(03) USAGE COMP VALUE ZEROS.
       77  WS-DIX          PIC 9(03) USAGE COMP VALUE ZEROS.
       01  WS-TABLA-STOCK.
           03  WS-STK OCCURS 100 TIMES.
               05  WS-STK-COSTO     PIC 9(07)V9(04).
               05  WS-SKD OCCURS 20 TIMES.
                   07  WS-SKD-CANTIDAD  PIC S9(07).

      *****************MAESTRO DE STOCK POR DEPOSITO******************
           COPY CPSTKDEP.

      *****************MAESTRO DE COSTO PROMEDIO***********************
           COPY CPCOSSTK.

       77  WS-VALOR-DIFER  PIC S9(11)V99 VALUE ZEROS.
       77  WS-VALOR-FALTA  PIC S9(11)V99 VALUE ZEROS.
       77  WS-VALOR-SOBRA  PIC S9(11)V99 VALUE ZEROS.
       77  WS-VALOR-EDIT   PIC -ZZ.ZZZ.ZZZ.ZZ9,99.

       77  WS-VARIANZA     PIC S9(07) VALUE ZEROS.
       77  WS-VAR-ABS      PIC 9(07)  VALUE ZEROS.
       01  WS-LIN-DIFER.
           05  FILLER               PIC X(11)   VALUE ' PRODUCTO  '.
           05  WS-LD-COD            PIC 9(02).
           05  FILLER               PIC X(05)   VALUE ' DEP '.
           05  WS-LD-DEP            PIC 9(02).
           05  FILLER               PIC X(09)   VALUE ' CONTADO '.
           05  WS-LD-CONTADO        PIC ZZZZZZ9.
           05  FILLER               PIC X(09)   VALUE ' MAESTRO '.
           05  WS-LD-DIFER          PIC -ZZZZZZ9.
           05  FILLER               PIC X(01)   VALUE SPACE.
           05  WS-LD-ACCION         PIC X(22).
           05  FILLER               PIC X(07)   VALUE ' VALOR '.
           05  WS-LD-VALOR          PIC -ZZZZZZZZZ9,99.
           05  FILLER               PIC X(08)   VALUE SPACES.

       01  FILLER        PIC X(26) VALUE '* FINAL  WORKING-STORAGE *'.

           END-IF

           PERFORM 1100-CARGAR-STOCK THRU F-1100-CARGAR-STOCK.
           PERFORM 1200-CARGAR-COSTOS THRU F-1200-CARGAR-COSTOS.

       F-1000-INICIO.   EXIT.
      **************************************************************
       1100-CARGAR-STOCK.

           PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 100
              PERFORM VARYING WS-DIX FROM 1 BY 1 UNTIL WS-DIX > 20
                 MOVE ZEROS TO WS-SKD-CANTIDAD (WS-IDX WS-DIX)
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
                          MOVE SKD-CANTIDAD TO
                               WS-SKD-CANTIDAD (WS-IDX WS-DIX)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE STOCK
           END-IF.

       F-1100-CARGAR-STOCK. EXIT.
      **************************************************************
       1200-CARGAR-COSTOS.
      *    SIN MAESTRO DE COSTOS SE CONCILIA IGUAL, CON VALOR CERO.
           PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 100
              MOVE ZEROS TO WS-STK-COSTO (WS-IDX)
           END-PERFORM

           OPEN INPUT COSTOS

           IF FS-COSTOS IS EQUAL '00'
              PERFORM UNTIL FS-COSTOS IS EQUAL '10'
                 READ COSTOS INTO WS-REG-COSSTK
                    AT END
                       MOVE '10' TO FS-COSTOS
                    NOT AT END
                       COMPUTE WS-IDX = COS-COD-PROD + 1
                       MOVE COS-COSTO-PROM TO WS-STK-COSTO (WS-IDX)
                 END-READ
              END-PERFORM
              CLOSE COSTOS
           ELSE
              DISPLAY '* SIN MAESTRO DE COSTOS, AJUSTES SIN VALOR'
           END-IF.

       F-1200-CARGAR-COSTOS. EXIT.
      **************************************************************
       2000-PROCESO.

       3000-CONCILIAR.

           COMPUTE WS-IDX = CNT-COD-PROD + 1

           MOVE 01 TO WS-DIX
           IF CNT-DEPOSITO IS NUMERIC
              AND CNT-DEPOSITO IS GREATER THAN ZEROS
              MOVE CNT-DEPOSITO TO WS-DIX
           END-IF

           MOVE CNT-COD-PROD             TO WS-LD-COD
           MOVE WS-DIX                   TO WS-LD-DEP
           MOVE CNT-CANTIDAD             TO WS-LD-CONTADO

      *    UN DEPOSITO FUERA DE RANGO NO SE CONCILIA: QUEDA LISTADO
      *    PENDIENTE PARA QUE DEPOSITO CORRIJA EL CONTEO.
           IF WS-DIX IS GREATER THAN 20
              ADD 1 TO WS-PENDIENTES
              MOVE ZEROS                    TO WS-LD-MAESTRO
                                               WS-LD-DIFER
                                               WS-LD-VALOR
              MOVE 'DEPOSITO INEXISTENTE  ' TO WS-LD-ACCION
              WRITE REG-SALIDA FROM WS-LIN-DIFER
              GO TO F-3000-CONCILIAR
           END-IF

           COMPUTE WS-VARIANZA =
                   CNT-CANTIDAD - WS-SKD-CANTIDAD (WS-IDX WS-DIX)

           IF WS-VARIANZA IS LESS THAN ZERO
              COMPUTE WS-VAR-ABS = ZERO - WS-VARIANZA
              MOVE WS-VARIANZA TO WS-VAR-ABS
           END-IF

           MOVE WS-SKD-CANTIDAD (WS-IDX WS-DIX) TO WS-LD-MAESTRO
           MOVE WS-VARIANZA              TO WS-LD-DIFER

           COMPUTE WS-VALOR-DIFER ROUNDED =
                   WS-VARIANZA * WS-STK-COSTO (WS-IDX)
           MOVE WS-VALOR-DIFER           TO WS-LD-VALOR

           EVALUATE TRUE
               WHEN WS-VARIANZA IS EQUAL ZEROS
                    ADD 1 TO WS-SIN-DIFERENCIA
           MOVE CNT-COD-PROD  TO MS-COD-PROD
           MOVE WS-VAR-ABS    TO MS-CANTIDAD
           MOVE WS-FECHA-PROC TO MS-FECHA
           MOVE 'A'           TO MS-ORIGEN
           MOVE WS-DIX        TO MS-DEPOSITO
           MOVE ZEROS         TO MS-DEP-CONTRA
           COMPUTE MS-COSTO-UNIT ROUNDED = WS-STK-COSTO (WS-IDX)

           IF WS-VARIANZA IS GREATER THAN ZERO
              MOVE 'E' TO MS-ENTSAL
              ADD WS-VALOR-DIFER TO WS-VALOR-SOBRA
           ELSE
              MOVE 'S' TO MS-ENTSAL
              SUBTRACT WS-VALOR-DIFER FROM WS-VALOR-FALTA
           END-IF

           WRITE REG-MOVSTOCK
                                               WS-PENDIENTES
             DISPLAY ' DIFERENCIAS FUERA DE RANGO  :  '
                                               WS-FUERA-RANGO
             MOVE WS-VALOR-FALTA TO WS-VALOR-EDIT
             DISPLAY ' VALOR FALTANTE AJUSTADO     :  ' WS-VALOR-EDIT
             MOVE WS-VALOR-SOBRA TO WS-VALOR-EDIT
             DISPLAY ' VALOR SOBRANTE AJUSTADO     :  ' WS-VALOR-EDIT
             DISPLAY '***************************************'

           END-IF.
