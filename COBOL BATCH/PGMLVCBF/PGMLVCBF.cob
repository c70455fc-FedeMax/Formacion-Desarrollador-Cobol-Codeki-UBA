       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMLVCBF.
       AUTHOR.    FEDERICO FALCON.
      **************************************************************
      *  CONTROL SEMANAL DE VENCIMIENTOS DE LOTES.                 *
      *  LOS LOTES VENCIDOS SOLO APARECIAN AL REVISAR LA GONDOLA.  *
      *  ESTE PASO LEE EL MAESTRO DE LOTES DDLOTSAL (CPLOTSTK) QUE *
      *  MANTIENE PGMSKCBF Y, CON LA FECHA Y LOS DIAS DE           *
      *  ANTICIPACION DE LA TARJETA DDCTRL, EMITE EN DDSALI POR    *
      *  PRODUCTO LOS LOTES VENCIDOS Y LOS QUE VENCEN DENTRO DE    *
      *  ESOS DIAS, ORDENADOS POR VENCIMIENTO Y VALORIZADOS AL     *
      *  COSTO PROMEDIO DE DDCOSSAL.                               *
      *  CADA LOTE VENCIDO CON EXISTENCIA SALE ADEMAS A LA         *
      *  PROPUESTA DE BAJA DDBAJPRO (CPBAJPRO) QUE, APROBADA,      *
      *  PGMBJCBF CONVIERTE EN SALIDAS DE STOCK. LOS DIAS SE       *
      *  CUENTAN 30/360 COMO EN EL RESTO DE LOS VENCIMIENTOS.      *
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

             SELECT LOTES ASSIGN TO DDLOTSAL
                    FILE STATUS IS FS-LOTES.

             SELECT COSTOS ASSIGN TO DDCOSSAL
                    FILE STATUS IS FS-COSTOS.

             SELECT TARJETA ASSIGN TO DDCTRL
                    FILE STATUS IS FS-CONTROL.

             SELECT BAJAS ASSIGN TO DDBAJPRO
                    FILE STATUS IS FS-BAJAS.

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

       FD   LOTES
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01   REG-LOTES             PIC X(40).

       FD   COSTOS
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01   REG-COSTOS            PIC X(80).

       FD   TARJETA
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01   REG-CONTROL.
           05 CTL-FECHA-PROC          PIC 9(08).
           05 CTL-DIAS-VENCE          PIC 9(03).
           05 FILLER                  PIC X(69).

       FD   BAJAS
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01   REG-BAJAS             PIC X(60).

       FD   SALIDA
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01   REG-SALIDA            PIC X(90).
      **************************************************************
       WORKING-STORAGE SECTION.
      **************************************************************
       77  FS-PRODUCT                 PIC XX       VALUE SPACES.
       77  FS-LOTES                   PIC XX       VALUE SPACES.
       77  FS-COSTOS                  PIC XX       VALUE SPACES.
       77  FS-CONTROL                 PIC XX       VALUE SPACES.
       77  FS-BAJAS                   PIC XX       VALUE SPACES.
       77  FS-SALIDA                  PIC XX       VALUE SPACES.

      *********************CONTADORES*******************************
       77  WS-LOTES-LEIDOS            PIC 9(05)    VALUE ZEROES.
       77  WS-LOTES-VENCIDOS          PIC 9(05)    VALUE ZEROES.
       77  WS-LOTES-POR-VENCER        PIC 9(05)    VALUE ZEROES.
       77  WS-BAJAS-PROPUESTAS        PIC 9(05)    VALUE ZEROES.

      *****************PARAMETROS DE LA TARJETA***********************
       77  WS-FECHA-PROC              PIC 9(08)    VALUE ZEROS.
       77  WS-DIAS-VENCE              PIC 9(03)    VALUE 30.

      *****************LAYOUTS*****************************************
           COPY CPLOTSTK.
           COPY CPCOSSTK.
           COPY CPBAJPRO.

      *****************COSTO PROMEDIO, INDEXADO POR CODIGO + 1*********
       77  WS-IDX                     PIC 9(03)    USAGE COMP
                                       VALUE ZEROES.
       01  WS-TABLA-COSTOS.
           03  WS-CST OCCURS 100 TIMES.
               05 WS-CST-COSTO        PIC 9(07)V9(04).

      *****************LOTES EN MEMORIA********************************
       77  WS-LOT-CONT                PIC 9(04)    USAGE COMP
                                       VALUE ZEROES.
       77  WS-LOT-SUB                 PIC 9(04)    USAGE COMP
                                       VALUE ZEROES.
       77  WS-LOT-IDX                 PIC 9(04)    USAGE COMP
                                       VALUE ZEROES.
       01  WS-TABLA-LOTES.
           03  WS-LOT OCCURS 2000 TIMES.
               05 WS-LOT-PROD         PIC 9(02).
               05 WS-LOT-NUMERO       PIC X(10).
               05 WS-LOT-VENCE        PIC 9(08).
               05 WS-LOT-CANTIDAD     PIC S9(07).
               05 WS-LOT-LISTADO      PIC X(01).

       77  WS-COD-PROD                PIC 9(02)    VALUE ZEROES.
       77  WS-HAY-LOTE                PIC X(01)    VALUE 'N'.
       77  WS-TITULO-HECHO            PIC X(01)    VALUE 'N'.

      *****************CALCULO DE DIAS (30/360)************************
       01  WS-FECHA-CONV.
           05  WS-FC-ANIO           PIC 9(04).
           05  WS-FC-MES            PIC 9(02).
           05  WS-FC-DIA            PIC 9(02).
       77  WS-DIAS-CONV    PIC 9(07)  VALUE ZEROS.
       77  WS-DIAS-PROC    PIC 9(07)  VALUE ZEROS.
       77  WS-DIAS-RESTAN  PIC S9(07) VALUE ZEROS.

      *****************VALORES*****************************************
       77  WS-VALOR                   PIC S9(11)V99 VALUE ZEROS.
       77  WS-TOT-VENCIDO             PIC S9(11)V99 VALUE ZEROS.
       77  WS-TOT-POR-VENCER          PIC S9(11)V99 VALUE ZEROS.

      *****************LINEAS DEL REPORTE******************************
       01  WS-LIN-TITULO.
           05  FILLER               PIC X(35)   VALUE
               ' LOTES VENCIDOS Y A VENCER AL DIA '.
           05  WS-LTI-FECHA         PIC 9(08).
           05  FILLER               PIC X(07)   VALUE ' DENTRO'.
           05  FILLER               PIC X(04)   VALUE ' DE '.
           05  WS-LTI-DIAS          PIC ZZ9.
           05  FILLER               PIC X(05)   VALUE ' DIAS'.
           05  FILLER               PIC X(28)   VALUE SPACES.

       01  WS-LIN-PRODUCTO.
           05  FILLER               PIC X(10)   VALUE ' PRODUCTO '.
           05  WS-LP-COD            PIC 9(02).
           05  FILLER               PIC X(01)   VALUE SPACE.
           05  WS-LP-DENOM          PIC X(30).
           05  FILLER               PIC X(47)   VALUE SPACES.

       01  WS-LIN-LOTE.
           05  FILLER               PIC X(04)   VALUE SPACES.
           05  FILLER               PIC X(05)   VALUE 'LOTE '.
           05  WS-LL-LOTE           PIC X(10).
           05  FILLER               PIC X(07)   VALUE ' VENCE '.
           05  WS-LL-VENCE          PIC 9(08).
           05  FILLER               PIC X(06)   VALUE ' CANT '.
           05  WS-LL-CANT           PIC -ZZZZZZ9.
           05  FILLER               PIC X(07)   VALUE ' VALOR '.
           05  WS-LL-VALOR          PIC -ZZZZZZZZZ9,99.
           05  FILLER               PIC X(01)   VALUE SPACE.
           05  WS-LL-ESTADO         PIC X(10).
           05  WS-LL-DIAS           PIC ZZZ9.
           05  FILLER               PIC X(05)   VALUE ' DIAS'.
           05  FILLER               PIC X(01)   VALUE SPACE.

       01  WS-LIN-TOTAL.
           05  FILLER               PIC X(04)   VALUE SPACES.
           05  WS-LT-TEXTO          PIC X(30).
           05  WS-LT-VALOR          PIC -ZZZZZZZZZZ9,99.
           05  FILLER               PIC X(41)   VALUE SPACES.

       01  WS-LIN-BLANCO            PIC X(90)   VALUE SPACES.
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
              PERFORM 2000-REVISAR-PRODUCTO
                      THRU F-2000-REVISAR-PRODUCTO
                      VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 100
              PERFORM 8000-EMITIR-TOTALES
                      THRU F-8000-EMITIR-TOTALES
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

           OPEN OUTPUT BAJAS.

           IF FS-BAJAS IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN BAJAS    = ' FS-BAJAS
              MOVE 9999 TO RETURN-CODE
           END-IF.

           OPEN OUTPUT SALIDA.

           IF FS-SALIDA IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN SALIDA   = ' FS-SALIDA
              MOVE 9999 TO RETURN-CODE
           END-IF.

           OPEN INPUT  TARJETA.
           IF FS-CONTROL IS EQUAL '00'
              READ TARJETA
                 AT END
                    DISPLAY '* TARJETA DE CONTROL VACIA, 30 DIAS'
                 NOT AT END
                    IF CTL-FECHA-PROC IS NUMERIC
                       MOVE CTL-FECHA-PROC TO WS-FECHA-PROC
                    END-IF
                    IF CTL-DIAS-VENCE IS NUMERIC
                       AND CTL-DIAS-VENCE IS GREATER THAN ZEROS
                       MOVE CTL-DIAS-VENCE TO WS-DIAS-VENCE
                    END-IF
              END-READ
              CLOSE TARJETA
           ELSE
              DISPLAY '* SIN TARJETA DE CONTROL, 30 DIAS'
           END-IF

           IF WS-FECHA-PROC IS EQUAL ZEROS
              ACCEPT WS-FECHA-PROC FROM DATE YYYYMMDD
           END-IF

           MOVE WS-FECHA-PROC TO WS-FECHA-CONV
           PERFORM 7000-FECHA-A-DIAS THRU F-7000-FECHA-A-DIAS
           MOVE WS-DIAS-CONV TO WS-DIAS-PROC

           PERFORM 1100-CARGAR-COSTOS THRU F-1100-CARGAR-COSTOS.
           PERFORM 1200-CARGAR-LOTES THRU F-1200-CARGAR-LOTES.

       F-1000-INICIO.   EXIT.
      **************************************************************
       1100-CARGAR-COSTOS.
      *    SIN MAESTRO DE COSTOS SE LISTA IGUAL, CON VALOR CERO.
           PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 100
              MOVE ZEROS TO WS-CST-COSTO (WS-IDX)
           END-PERFORM

           OPEN INPUT COSTOS

           IF FS-COSTOS IS EQUAL '00'
              PERFORM UNTIL FS-COSTOS IS EQUAL '10'
                 READ COSTOS INTO WS-REG-COSSTK
                    AT END
                       MOVE '10' TO FS-COSTOS
                    NOT AT END
                       COMPUTE WS-IDX = COS-COD-PROD + 1
                       MOVE COS-COSTO-PROM TO WS-CST-COSTO (WS-IDX)
                 END-READ
              END-PERFORM
              CLOSE COSTOS
           ELSE
              DISPLAY '* SIN MAESTRO DE COSTOS, LOTES SIN VALOR'
           END-IF.

       F-1100-CARGAR-COSTOS. EXIT.
      **************************************************************
       1200-CARGAR-LOTES.
      *    SOLO INTERESAN LOS LOTES CON EXISTENCIA.
           OPEN INPUT LOTES

           IF FS-LOTES IS EQUAL '00'
              PERFORM UNTIL FS-LOTES IS EQUAL '10'
                 READ LOTES INTO WS-REG-LOTSTK
                    AT END
                       MOVE '10' TO FS-LOTES
                    NOT AT END
                       ADD 1 TO WS-LOTES-LEIDOS
                       IF LOT-CANTIDAD IS GREATER THAN ZERO
                          PERFORM 1210-GUARDAR-LOTE
                                  THRU F-1210-GUARDAR-LOTE
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE LOTES
           ELSE
              DISPLAY '* SIN MAESTRO DE LOTES, NO HAY QUE CONTROLAR'
           END-IF.

       F-1200-CARGAR-LOTES. EXIT.
      **************************************************************
       1210-GUARDAR-LOTE.

           IF WS-LOT-CONT < 2000
              ADD 1 TO WS-LOT-CONT
              MOVE LOT-COD-PROD  TO WS-LOT-PROD     (WS-LOT-CONT)
              MOVE LOT-NUMERO    TO WS-LOT-NUMERO   (WS-LOT-CONT)
              MOVE LOT-FEC-VENCE TO WS-LOT-VENCE    (WS-LOT-CONT)
              MOVE LOT-CANTIDAD  TO WS-LOT-CANTIDAD (WS-LOT-CONT)
              MOVE 'N'           TO WS-LOT-LISTADO  (WS-LOT-CONT)
           ELSE
              DISPLAY '* ATENCION: TABLA DE LOTES LLENA (2000)'
              MOVE 9999 TO RETURN-CODE
              MOVE '10' TO FS-LOTES
           END-IF.

       F-1210-GUARDAR-LOTE. EXIT.
      **************************************************************
       2000-REVISAR-PRODUCTO.
      *    POR CADA PRODUCTO, SUS LOTES DENTRO DEL HORIZONTE EN
      *    ORDEN DE VENCIMIENTO: SE TOMA CADA VEZ EL QUE VENCE
      *    ANTES ENTRE LOS TODAVIA NO LISTADOS.
           COMPUTE WS-COD-PROD = WS-IDX - 1
           MOVE 'N' TO WS-TITULO-HECHO
           MOVE 'S' TO WS-HAY-LOTE

           PERFORM 2100-ELEGIR-LOTE THRU F-2100-ELEGIR-LOTE
                   UNTIL WS-HAY-LOTE IS EQUAL 'N'.

       F-2000-REVISAR-PRODUCTO. EXIT.
      **************************************************************
       2100-ELEGIR-LOTE.

           MOVE ZEROS TO WS-LOT-IDX

           PERFORM VARYING WS-LOT-SUB FROM 1 BY 1
                   UNTIL WS-LOT-SUB > WS-LOT-CONT
              IF WS-LOT-PROD (WS-LOT-SUB) IS EQUAL WS-COD-PROD
                 AND WS-LOT-LISTADO (WS-LOT-SUB) IS EQUAL 'N'
                 IF WS-LOT-IDX IS EQUAL ZEROS
                    MOVE WS-LOT-SUB TO WS-LOT-IDX
                 ELSE
                    IF WS-LOT-VENCE (WS-LOT-SUB) IS LESS THAN
                       WS-LOT-VENCE (WS-LOT-IDX)
                       MOVE WS-LOT-SUB TO WS-LOT-IDX
                    END-IF
                 END-IF
              END-IF
           END-PERFORM

           IF WS-LOT-IDX IS EQUAL ZEROS
              MOVE 'N' TO WS-HAY-LOTE
              GO TO F-2100-ELEGIR-LOTE
           END-IF

           MOVE 'S' TO WS-LOT-LISTADO (WS-LOT-IDX)

           MOVE WS-LOT-VENCE (WS-LOT-IDX) TO WS-FECHA-CONV
           PERFORM 7000-FECHA-A-DIAS THRU F-7000-FECHA-A-DIAS
           COMPUTE WS-DIAS-RESTAN = WS-DIAS-CONV - WS-DIAS-PROC

      *    EL PRIMERO QUE QUEDA FUERA DEL HORIZONTE CIERRA EL
      *    PRODUCTO: LOS QUE SIGUEN VENCEN DESPUES.
           IF WS-DIAS-RESTAN IS GREATER THAN WS-DIAS-VENCE
              MOVE 'N' TO WS-HAY-LOTE
              GO TO F-2100-ELEGIR-LOTE
           END-IF

           PERFORM 2200-LISTAR-LOTE THRU F-2200-LISTAR-LOTE.

       F-2100-ELEGIR-LOTE. EXIT.
      **************************************************************
       2200-LISTAR-LOTE.

           IF WS-TITULO-HECHO IS EQUAL 'N'
              PERFORM 2300-TITULO-PRODUCTO THRU F-2300-TITULO-PRODUCTO
           END-IF

           COMPUTE WS-VALOR ROUNDED =
                   WS-LOT-CANTIDAD (WS-LOT-IDX) * WS-CST-COSTO (WS-IDX)

           MOVE WS-LOT-NUMERO (WS-LOT-IDX)   TO WS-LL-LOTE
           MOVE WS-LOT-VENCE (WS-LOT-IDX)    TO WS-LL-VENCE
           MOVE WS-LOT-CANTIDAD (WS-LOT-IDX) TO WS-LL-CANT
           MOVE WS-VALOR                     TO WS-LL-VALOR

      *    VENCIDO ES EL QUE VENCIO ANTES DE LA FECHA DE PROCESO.
           IF WS-LOT-VENCE (WS-LOT-IDX) IS LESS THAN WS-FECHA-PROC
              ADD 1 TO WS-LOTES-VENCIDOS
              ADD WS-VALOR TO WS-TOT-VENCIDO
              MOVE 'VENCIDO   ' TO WS-LL-ESTADO
              COMPUTE WS-LL-DIAS = ZERO - WS-DIAS-RESTAN
              PERFORM 2400-PROPONER-BAJA THRU F-2400-PROPONER-BAJA
           ELSE
              ADD 1 TO WS-LOTES-POR-VENCER
              ADD WS-VALOR TO WS-TOT-POR-VENCER
              MOVE 'VENCE EN  ' TO WS-LL-ESTADO
              MOVE WS-DIAS-RESTAN TO WS-LL-DIAS
           END-IF

           WRITE REG-SALIDA FROM WS-LIN-LOTE

           IF FS-SALIDA IS NOT EQUAL '00'
              DISPLAY '* ERROR EN WRITE SALIDA   = ' FS-SALIDA
              MOVE 9999 TO RETURN-CODE
              MOVE 'N'  TO WS-HAY-LOTE
           END-IF.

       F-2200-LISTAR-LOTE. EXIT.
      **************************************************************
       2300-TITULO-PRODUCTO.

           MOVE 'S' TO WS-TITULO-HECHO

           MOVE WS-COD-PROD TO RP-COD-PROD
           READ PRODUCT
              INVALID KEY
                 MOVE SPACES TO RP-DENOMINACION
              NOT INVALID KEY
                 CONTINUE
           END-READ

           MOVE WS-COD-PROD     TO WS-LP-COD
           MOVE RP-DENOMINACION TO WS-LP-DENOM
           WRITE REG-SALIDA FROM WS-LIN-BLANCO
           WRITE REG-SALIDA FROM WS-LIN-PRODUCTO.

       F-2300-TITULO-PRODUCTO. EXIT.
      **************************************************************
       2400-PROPONER-BAJA.
      *    LA PROPUESTA SALE SIN APROBAR Y A NOMBRE DEL CENTRAL.
           ADD 1 TO WS-BAJAS-PROPUESTAS

           MOVE SPACES                       TO WS-REG-BAJPRO
           MOVE WS-COD-PROD                  TO BJP-COD-PROD
           MOVE WS-LOT-NUMERO (WS-LOT-IDX)   TO BJP-LOTE
           MOVE WS-LOT-VENCE (WS-LOT-IDX)    TO BJP-FEC-VENCE
           MOVE WS-LOT-CANTIDAD (WS-LOT-IDX) TO BJP-CANTIDAD
           MOVE WS-VALOR                     TO BJP-VALOR
           MOVE 01                           TO BJP-DEPOSITO
           WRITE REG-BAJAS FROM WS-REG-BAJPRO

           IF FS-BAJAS IS NOT EQUAL '00'
              DISPLAY '* ERROR EN WRITE BAJAS    = ' FS-BAJAS
              MOVE 9999 TO RETURN-CODE
              MOVE 'N'  TO WS-HAY-LOTE
           END-IF.

       F-2400-PROPONER-BAJA. EXIT.
      **************************************************************
       7000-FECHA-A-DIAS.
      *    CONVIERTE AAAAMMDD A DIAS 30/360 PARA LOS VENCIMIENTOS.
           COMPUTE WS-DIAS-CONV =
                   (WS-FC-ANIO * 360) + (WS-FC-MES * 30) + WS-FC-DIA.

       F-7000-FECHA-A-DIAS. EXIT.
      **************************************************************
       8000-EMITIR-TOTALES.

           MOVE 'TOTAL VENCIDO'         TO WS-LT-TEXTO
           MOVE WS-TOT-VENCIDO          TO WS-LT-VALOR
           WRITE REG-SALIDA FROM WS-LIN-BLANCO
           WRITE REG-SALIDA FROM WS-LIN-TOTAL

           MOVE 'TOTAL POR VENCER'      TO WS-LT-TEXTO
           MOVE WS-TOT-POR-VENCER       TO WS-LT-VALOR
           WRITE REG-SALIDA FROM WS-LIN-TOTAL

           IF FS-SALIDA IS NOT EQUAL '00'
              DISPLAY '* ERROR EN WRITE SALIDA   = ' FS-SALIDA
              MOVE 9999 TO RETURN-CODE
           END-IF.

       F-8000-EMITIR-TOTALES. EXIT.
      **************************************************************

       9999-FINAL.

           IF RETURN-CODE = 9999
            CONTINUE
           ELSE
             CLOSE PRODUCT
             CLOSE BAJAS
             CLOSE SALIDA

             DISPLAY '***************************************'
             DISPLAY ' FECHA DE PROCESO          :  ' WS-FECHA-PROC
             DISPLAY ' DIAS DE ANTICIPACION      :  ' WS-DIAS-VENCE
             DISPLAY ' LOTES LEIDOS              :  ' WS-LOTES-LEIDOS
             DISPLAY ' LOTES VENCIDOS            :  '
                                                 WS-LOTES-VENCIDOS
             DISPLAY ' LOTES A VENCER            :  '
                                                 WS-LOTES-POR-VENCER
             DISPLAY ' BAJAS PROPUESTAS          :  '
                                                 WS-BAJAS-PROPUESTAS
             DISPLAY '***************************************'

           END-IF.
       F-9999-FINAL.
           EXIT.
