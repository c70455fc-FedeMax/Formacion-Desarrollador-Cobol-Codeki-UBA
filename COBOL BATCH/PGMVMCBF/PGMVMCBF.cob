       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMVMCBF.
       AUTHOR.    FEDERICO FALCON.
      **************************************************************
      *  VALORIZACION DEL STOCK Y MARGEN BRUTO DE FIN DE MES.      *
      *  LA VALORIZACION DEL INVENTARIO Y EL MARGEN SE ARMABAN EN  *
      *  UNA PLANILLA A PARTIR DE LAS UNIDADES DE DDSTKSAL. ESTE   *
      *  PASO RECORRE EL CATALOGO DDPRODU CONTRA EL STOCK DE       *
      *  CIERRE (DDSTKSAL) Y EL MAESTRO DE COSTOS QUE MANTIENE     *
      *  PGMSKCBF (DDCOSSAL, CPCOSSTK) Y EMITE EN DDSALI:          *
      *    - LA VALORIZACION: UNIDADES, COSTO PROMEDIO PONDERADO Y *
      *      VALOR DE CADA PRODUCTO, CON EL TOTAL DEL INVENTARIO   *
      *      (EL STOCK NEGATIVO SE LISTA PERO NO SUMA VALOR)       *
      *    - EL MARGEN DEL MES: UNIDADES VENDIDAS, VENTAS A PRECIO *
      *      DE DDPREMA, COSTO DE LO VENDIDO, MARGEN BRUTO Y SU    *
      *      PORCENTAJE SOBRE VENTAS, MAS EL VALOR DE LOS AJUSTES  *
      *      DE CONTEO PARA QUE LA MERMA SE VEA EN PESOS           *
      *  SE CORRE DESPUES DEL ULTIMO PGMSKCBF DEL MES.             *
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

             SELECT STOCK ASSIGN TO DDSTKSAL
                    FILE STATUS IS FS-STOCK.

             SELECT COSTOS ASSIGN TO DDCOSSAL
                    FILE STATUS IS FS-COSTOS.

             SELECT SALIDA ASSIGN TO DDSALI
                    FILE STATUS IS FS-SALIDA.
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

       FD   STOCK
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01   REG-STOCK.
           05 SS-COD-PROD             PIC 9(02).
           05 SS-CANTIDAD             PIC S9(07).

       FD   COSTOS
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01   REG-COSTOS            PIC X(80).

       FD   SALIDA
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01   REG-SALIDA            PIC X(132).
      **************************************************************
       WORKING-STORAGE SECTION.
      **************************************************************
       77  FS-PRODUCT                 PIC XX       VALUE SPACES.
       77  FS-STOCK                   PIC XX       VALUE SPACES.
       77  FS-COSTOS                  PIC XX       VALUE SPACES.
       77  FS-SALIDA                  PIC XX       VALUE SPACES.

      *********************CONTADORES*******************************
       77  WS-PROD-VALORIZADOS        PIC 9(05)    VALUE ZEROES.
       77  WS-STOCK-NEGATIVO          PIC 9(05)    VALUE ZEROES.
       77  WS-SIN-COSTO               PIC 9(05)    VALUE ZEROES.
       77  WS-CON-VENTAS              PIC 9(05)    VALUE ZEROES.

      *****************MAESTRO DE COSTO PROMEDIO***********************
           COPY CPCOSSTK.

       77  WS-PERIODO                 PIC 9(06)    VALUE ZEROES.

      *****************STOCK Y COSTOS EN MEMORIA, CODIGO + 1***********
       77  WS-IDX                     PIC 9(03)    USAGE COMP
                                       VALUE ZEROES.
       01  WS-TABLA-STOCK.
           03  WS-STK OCCURS 100 TIMES.
               05 WS-STK-CANTIDAD     PIC S9(07).
               05 WS-STK-COSTO        PIC 9(07)V9(04).
               05 WS-STK-VENDIDA      PIC S9(07).
               05 WS-STK-COSTO-VTAS   PIC S9(11)V99.
               05 WS-STK-VENTAS       PIC S9(11)V99.
               05 WS-STK-AJUSTE       PIC S9(11)V99.
               05 WS-STK-DENOM        PIC X(30).
               05 WS-STK-CATALOGO     PIC X(01).

      *****************CALCULOS Y TOTALES******************************
       77  WS-VALOR                   PIC S9(11)V99 VALUE ZEROS.
       77  WS-MARGEN                  PIC S9(11)V99 VALUE ZEROS.
       77  WS-MARGEN-PORC             PIC S9(05)V99 VALUE ZEROS.
       77  WS-TOT-UNIDADES            PIC S9(09)    VALUE ZEROS.
       77  WS-TOT-VALOR               PIC S9(11)V99 VALUE ZEROS.
       77  WS-TOT-VENDIDA             PIC S9(09)    VALUE ZEROS.
       77  WS-TOT-VENTAS              PIC S9(11)V99 VALUE ZEROS.
       77  WS-TOT-COSTO-VTAS          PIC S9(11)V99 VALUE ZEROS.
       77  WS-TOT-MARGEN              PIC S9(11)V99 VALUE ZEROS.
       77  WS-TOT-AJUSTE              PIC S9(11)V99 VALUE ZEROS.

      *****************LINEAS DEL REPORTE******************************
       01  WS-LIN-TITULO.
           05  FILLER               PIC X(01)   VALUE SPACE.
           05  WS-LT-TEXTO          PIC X(40).
           05  FILLER               PIC X(09)   VALUE ' PERIODO '.
           05  WS-LT-PERIODO        PIC 9(06).
           05  FILLER               PIC X(76)   VALUE SPACES.

       01  WS-LIN-COLVAL.
           05  FILLER               PIC X(35)   VALUE ' CO  PRODUCTO'.
           05  FILLER               PIC X(08)   VALUE 'UNIDADES'.
           05  FILLER               PIC X(14)   VALUE
               '    COSTO PROM'.
           05  FILLER               PIC X(17)   VALUE
               '            VALOR'.
           05  FILLER               PIC X(58)   VALUE SPACES.

       01  WS-LIN-VALOR.
           05  FILLER               PIC X(01)   VALUE SPACE.
           05  WS-LV-COD            PIC 9(02).
           05  FILLER               PIC X(01)   VALUE SPACE.
           05  WS-LV-DENOM          PIC X(30).
           05  FILLER               PIC X(01)   VALUE SPACE.
           05  WS-LV-UNIDADES       PIC -ZZZZZZ9.
           05  FILLER               PIC X(02)   VALUE SPACES.
           05  WS-LV-COSTO          PIC ZZZZZZ9,9999.
           05  FILLER               PIC X(02)   VALUE SPACES.
           05  WS-LV-VALOR          PIC -ZZZZZZZZZZ9,99.
           05  FILLER               PIC X(58)   VALUE SPACES.

       01  WS-LIN-TOTVAL.
           05  FILLER               PIC X(04)   VALUE SPACES.
           05  FILLER               PIC X(31)   VALUE
               'TOTAL INVENTARIO'.
           05  WS-LTV-UNIDADES      PIC -ZZZZZZ9.
           05  FILLER               PIC X(16)   VALUE SPACES.
           05  WS-LTV-VALOR         PIC -ZZZZZZZZZZ9,99.
           05  FILLER               PIC X(58)   VALUE SPACES.

       01  WS-LIN-COLMAR.
           05  FILLER               PIC X(35)   VALUE ' CO  PRODUCTO'.
           05  FILLER               PIC X(08)   VALUE 'VENDIDAS'.
           05  FILLER               PIC X(17)   VALUE
               '           VENTAS'.
           05  FILLER               PIC X(17)   VALUE
               '     COSTO VENTAS'.
           05  FILLER               PIC X(17)   VALUE
               '           MARGEN'.
           05  FILLER               PIC X(11)   VALUE
               '   MARGEN %'.
           05  FILLER               PIC X(17)   VALUE
               '    AJUSTE CONTEO'.
           05  FILLER               PIC X(10)   VALUE SPACES.

       01  WS-LIN-MARGEN.
           05  FILLER               PIC X(01)   VALUE SPACE.
           05  WS-LM-CODX           PIC X(02).
           05  WS-LM-COD REDEFINES WS-LM-CODX
                                    PIC 9(02).
           05  FILLER               PIC X(01)   VALUE SPACE.
           05  WS-LM-DENOM          PIC X(30).
           05  FILLER               PIC X(01)   VALUE SPACE.
           05  WS-LM-VENDIDA        PIC -ZZZZZZ9.
           05  FILLER               PIC X(02)   VALUE SPACES.
           05  WS-LM-VENTAS         PIC -ZZZZZZZZZZ9,99.
           05  FILLER               PIC X(02)   VALUE SPACES.
           05  WS-LM-COSTO-VTAS     PIC -ZZZZZZZZZZ9,99.
           05  FILLER               PIC X(02)   VALUE SPACES.
           05  WS-LM-MARGEN         PIC -ZZZZZZZZZZ9,99.
           05  FILLER               PIC X(02)   VALUE SPACES.
           05  WS-LM-PORC           PIC -ZZZZ9,99.
           05  FILLER               PIC X(02)   VALUE SPACES.
           05  WS-LM-AJUSTE         PIC -ZZZZZZZZZZ9,99.
           05  FILLER               PIC X(10)   VALUE SPACES.

       01  WS-LIN-BLANCO            PIC X(132)  VALUE SPACES.
      **************************************************************
       PROCEDURE DIVISION.
      **************************************
      *                                    *
      *  CUERPO PRINCIPAL DEL PROGRAMA     *
      *                                    *
      **************************************
       MAIN-PROGRAM.

           PERFORM 1000-INICIO  THRU   F-1000-INICIO.

           IF RETURN-CODE NOT EQUAL 9999
              PERFORM 2000-VALORIZAR-CATALOGO
                      THRU F-2000-VALORIZAR-CATALOGO
              PERFORM 3000-EMITIR-MARGEN
                      THRU F-3000-EMITIR-MARGEN
           END-IF.

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
           END-IF.

           OPEN OUTPUT SALIDA.

           IF FS-SALIDA IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN SALIDA   = ' FS-SALIDA
              MOVE 9999 TO RETURN-CODE
           END-IF.

           PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 100
              MOVE ZEROS  TO WS-STK-CANTIDAD   (WS-IDX)
                             WS-STK-COSTO      (WS-IDX)
                             WS-STK-VENDIDA    (WS-IDX)
                             WS-STK-COSTO-VTAS (WS-IDX)
                             WS-STK-VENTAS     (WS-IDX)
                             WS-STK-AJUSTE     (WS-IDX)
              MOVE SPACES TO WS-STK-DENOM      (WS-IDX)
              MOVE 'N'    TO WS-STK-CATALOGO   (WS-IDX)
           END-PERFORM

           PERFORM 1100-CARGAR-STOCK THRU F-1100-CARGAR-STOCK.
           PERFORM 1200-CARGAR-COSTOS THRU F-1200-CARGAR-COSTOS.

       F-1000-INICIO.   EXIT.
      **************************************************************
       1100-CARGAR-STOCK.

           OPEN INPUT STOCK

           IF FS-STOCK IS EQUAL '00'
              PERFORM UNTIL FS-STOCK IS EQUAL '10'
                 READ STOCK
                    AT END
                       MOVE '10' TO FS-STOCK
                    NOT AT END
                       COMPUTE WS-IDX = SS-COD-PROD + 1
                       MOVE SS-CANTIDAD TO WS-STK-CANTIDAD (WS-IDX)
                 END-READ
              END-PERFORM
              CLOSE STOCK
           ELSE
              DISPLAY '* SIN MAESTRO DE STOCK, NO SE VALORIZA'
              MOVE 9999 TO RETURN-CODE
           END-IF.

       F-1100-CARGAR-STOCK. EXIT.
      **************************************************************
       1200-CARGAR-COSTOS.
      *    EL PERIODO DEL REPORTE ES EL DE LOS ACUMULADOS DEL
      *    MAESTRO DE COSTOS, NO LA FECHA DE CORRIDA.
           OPEN INPUT COSTOS

           IF FS-COSTOS IS EQUAL '00'
              PERFORM UNTIL FS-COSTOS IS EQUAL '10'
                 READ COSTOS INTO WS-REG-COSSTK
                    AT END
                       MOVE '10' TO FS-COSTOS
                    NOT AT END
                       COMPUTE WS-IDX = COS-COD-PROD + 1
                       MOVE COS-COSTO-PROM   TO
                            WS-STK-COSTO (WS-IDX)
                       MOVE COS-CANT-VENDIDA TO
                            WS-STK-VENDIDA (WS-IDX)
                       MOVE COS-COSTO-VENTAS TO
                            WS-STK-COSTO-VTAS (WS-IDX)
                       MOVE COS-VENTAS       TO
                            WS-STK-VENTAS (WS-IDX)
                       MOVE COS-VALOR-AJUSTE TO
                            WS-STK-AJUSTE (WS-IDX)
                       IF COS-PERIODO IS GREATER WS-PERIODO
                          MOVE COS-PERIODO TO WS-PERIODO
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE COSTOS
           ELSE
              DISPLAY '* SIN MAESTRO DE COSTOS, NO SE VALORIZA'
              MOVE 9999 TO RETURN-CODE
           END-IF.

       F-1200-CARGAR-COSTOS. EXIT.
      **************************************************************
       2000-VALORIZAR-CATALOGO.
      *    RECORRE EL CATALOGO ENTERO Y VALORIZA CADA PRODUCTO AL
      *    COSTO PROMEDIO; EL STOCK NEGATIVO NO SUMA VALOR.
           MOVE 'VALORIZACION DEL STOCK AL COSTO PROMEDIO'
                                 TO WS-LT-TEXTO
           MOVE WS-PERIODO       TO WS-LT-PERIODO
           WRITE REG-SALIDA FROM WS-LIN-TITULO
           WRITE REG-SALIDA FROM WS-LIN-BLANCO
           WRITE REG-SALIDA FROM WS-LIN-COLVAL

           MOVE ZEROS TO RP-COD-PROD
           START PRODUCT KEY IS NOT LESS RP-COD-PROD
              INVALID KEY
                 MOVE '10' TO FS-PRODUCT
           END-START

           PERFORM UNTIL FS-PRODUCT IS NOT EQUAL '00'
              READ PRODUCT NEXT
                 AT END
                    MOVE '10' TO FS-PRODUCT
                 NOT AT END
                    PERFORM 2100-VALORIZAR-PRODUCTO
                            THRU F-2100-VALORIZAR-PRODUCTO
              END-READ
           END-PERFORM

           MOVE WS-TOT-UNIDADES  TO WS-LTV-UNIDADES
           MOVE WS-TOT-VALOR     TO WS-LTV-VALOR
           WRITE REG-SALIDA FROM WS-LIN-BLANCO
           WRITE REG-SALIDA FROM WS-LIN-TOTVAL

           IF FS-SALIDA IS NOT EQUAL '00'
              DISPLAY '* ERROR EN WRITE SALIDA   = ' FS-SALIDA
              MOVE 9999 TO RETURN-CODE
           END-IF.

       F-2000-VALORIZAR-CATALOGO. EXIT.
      **************************************************************
       2100-VALORIZAR-PRODUCTO.

           ADD 1 TO WS-PROD-VALORIZADOS

           COMPUTE WS-IDX = RP-COD-PROD + 1
           MOVE RP-DENOMINACION TO WS-STK-DENOM (WS-IDX)
           MOVE 'S'             TO WS-STK-CATALOGO (WS-IDX)

           MOVE ZEROS TO WS-VALOR

           IF WS-STK-CANTIDAD (WS-IDX) IS LESS THAN ZERO
              ADD 1 TO WS-STOCK-NEGATIVO
           ELSE
              ADD WS-STK-CANTIDAD (WS-IDX) TO WS-TOT-UNIDADES
              COMPUTE WS-VALOR ROUNDED =
                      WS-STK-CANTIDAD (WS-IDX) * WS-STK-COSTO (WS-IDX)
              ADD WS-VALOR TO WS-TOT-VALOR
           END-IF

           IF WS-STK-COSTO (WS-IDX) IS EQUAL ZEROS
              AND WS-STK-CANTIDAD (WS-IDX) IS GREATER THAN ZERO
              ADD 1 TO WS-SIN-COSTO
           END-IF

           MOVE RP-COD-PROD              TO WS-LV-COD
           MOVE RP-DENOMINACION          TO WS-LV-DENOM
           MOVE WS-STK-CANTIDAD (WS-IDX) TO WS-LV-UNIDADES
           MOVE WS-STK-COSTO (WS-IDX)    TO WS-LV-COSTO
           MOVE WS-VALOR                 TO WS-LV-VALOR
           WRITE REG-SALIDA FROM WS-LIN-VALOR

           IF FS-SALIDA IS NOT EQUAL '00'
              DISPLAY '* ERROR EN WRITE SALIDA   = ' FS-SALIDA
              MOVE 9999 TO RETURN-CODE
              MOVE '10' TO FS-PRODUCT
           END-IF.

       F-2100-VALORIZAR-PRODUCTO. EXIT.
      **************************************************************
       3000-EMITIR-MARGEN.
      *    MARGEN BRUTO DEL MES POR PRODUCTO DEL CATALOGO: VENTAS A
      *    PRECIO DE DDPREMA CONTRA EL COSTO DE LO VENDIDO, CON EL
      *    VALOR DE LOS AJUSTES DE CONTEO (NEGATIVO = MERMA).
           MOVE 'MARGEN BRUTO DEL MES'  TO WS-LT-TEXTO
           WRITE REG-SALIDA FROM WS-LIN-BLANCO
           WRITE REG-SALIDA FROM WS-LIN-TITULO
           WRITE REG-SALIDA FROM WS-LIN-BLANCO
           WRITE REG-SALIDA FROM WS-LIN-COLMAR

           PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 100
              IF WS-STK-CATALOGO (WS-IDX) IS EQUAL 'S'
                 PERFORM 3100-MARGEN-PRODUCTO
                         THRU F-3100-MARGEN-PRODUCTO
              END-IF
           END-PERFORM

           MOVE 'TOTAL DEL MES'     TO WS-LM-DENOM
           MOVE SPACES              TO WS-LM-CODX
           MOVE WS-TOT-VENDIDA      TO WS-LM-VENDIDA
           MOVE WS-TOT-VENTAS       TO WS-LM-VENTAS
           MOVE WS-TOT-COSTO-VTAS   TO WS-LM-COSTO-VTAS
           MOVE WS-TOT-MARGEN       TO WS-LM-MARGEN
           MOVE WS-TOT-AJUSTE       TO WS-LM-AJUSTE
           MOVE ZEROS               TO WS-MARGEN-PORC
           IF WS-TOT-VENTAS IS NOT EQUAL ZEROS
              COMPUTE WS-MARGEN-PORC ROUNDED =
                      WS-TOT-MARGEN * 100 / WS-TOT-VENTAS
                 ON SIZE ERROR
                    MOVE ZEROS TO WS-MARGEN-PORC
              END-COMPUTE
           END-IF
           MOVE WS-MARGEN-PORC      TO WS-LM-PORC
           WRITE REG-SALIDA FROM WS-LIN-BLANCO
           WRITE REG-SALIDA FROM WS-LIN-MARGEN

           IF FS-SALIDA IS NOT EQUAL '00'
              DISPLAY '* ERROR EN WRITE SALIDA   = ' FS-SALIDA
              MOVE 9999 TO RETURN-CODE
           END-IF.

       F-3000-EMITIR-MARGEN. EXIT.
      **************************************************************
       3100-MARGEN-PRODUCTO.

           IF WS-STK-VENDIDA (WS-IDX) IS NOT EQUAL ZEROS
              ADD 1 TO WS-CON-VENTAS
           END-IF

           COMPUTE WS-MARGEN = WS-STK-VENTAS (WS-IDX)
                             - WS-STK-COSTO-VTAS (WS-IDX)

           MOVE ZEROS TO WS-MARGEN-PORC
           IF WS-STK-VENTAS (WS-IDX) IS NOT EQUAL ZEROS
              COMPUTE WS-MARGEN-PORC ROUNDED =
                      WS-MARGEN * 100 / WS-STK-VENTAS (WS-IDX)
                 ON SIZE ERROR
                    MOVE ZEROS TO WS-MARGEN-PORC
              END-COMPUTE
           END-IF

           ADD WS-STK-VENDIDA    (WS-IDX) TO WS-TOT-VENDIDA
           ADD WS-STK-VENTAS     (WS-IDX) TO WS-TOT-VENTAS
           ADD WS-STK-COSTO-VTAS (WS-IDX) TO WS-TOT-COSTO-VTAS
           ADD WS-MARGEN                  TO WS-TOT-MARGEN
           ADD WS-STK-AJUSTE     (WS-IDX) TO WS-TOT-AJUSTE

           COMPUTE WS-LM-COD = WS-IDX - 1
           MOVE WS-STK-DENOM      (WS-IDX) TO WS-LM-DENOM
           MOVE WS-STK-VENDIDA    (WS-IDX) TO WS-LM-VENDIDA
           MOVE WS-STK-VENTAS     (WS-IDX) TO WS-LM-VENTAS
           MOVE WS-STK-COSTO-VTAS (WS-IDX) TO WS-LM-COSTO-VTAS
           MOVE WS-MARGEN                  TO WS-LM-MARGEN
           MOVE WS-MARGEN-PORC             TO WS-LM-PORC
           MOVE WS-STK-AJUSTE     (WS-IDX) TO WS-LM-AJUSTE
           WRITE REG-SALIDA FROM WS-LIN-MARGEN

           IF FS-SALIDA IS NOT EQUAL '00'
              DISPLAY '* ERROR EN WRITE SALIDA   = ' FS-SALIDA
              MOVE 9999 TO RETURN-CODE
           END-IF.

       F-3100-MARGEN-PRODUCTO. EXIT.
      **************************************************************

       9999-FINAL.

           IF RETURN-CODE = 9999
            CONTINUE
           ELSE
             CLOSE PRODUCT
             CLOSE SALIDA

             DISPLAY '***************************************'
             DISPLAY ' PERIODO                   :  ' WS-PERIODO
             DISPLAY ' PRODUCTOS VALORIZADOS     :  '
                                                 WS-PROD-VALORIZADOS
             DISPLAY ' CON STOCK NEGATIVO        :  '
                                                 WS-STOCK-NEGATIVO
             DISPLAY ' CON STOCK Y SIN COSTO     :  '
                                                 WS-SIN-COSTO
             DISPLAY ' CON VENTAS EN EL MES      :  '
                                                 WS-CON-VENTAS
             DISPLAY '***************************************'

           END-IF.
       F-9999-FINAL.
           EXIT.
