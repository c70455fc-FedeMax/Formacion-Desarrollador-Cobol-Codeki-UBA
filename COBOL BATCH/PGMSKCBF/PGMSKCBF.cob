      *  ACUMULATIVO DDHISSTK, DEL QUE EL ANALISIS MENSUAL         *
      *  PGMHSCBF SACA LA ROTACION Y LOS PRODUCTOS SIN SALIDA.     *
      *  EL FICHERO DE CARTULINAS QUEDA JUBILADO.                  *
      *  EL COSTO SE LLEVA EN EL MAESTRO DDCOSANT / DDCOSSAL       *
      *  (CPCOSSTK): CADA ENTRADA DE COMPRA CON COSTO UNITARIO     *
      *  RECALCULA EL PROMEDIO PONDERADO, LAS SALIDAS SE VALORIZAN *
      *  A ESE PROMEDIO Y SE ACUMULAN EN EL MES EL COSTO DE LO     *
      *  VENDIDO, LAS VENTAS A PRECIO Y EL VALOR DE LOS AJUSTES    *
      *  DE CONTEO (ORIGEN 'A' DEL MOVIMIENTO).                    *
      *  LA EXISTENCIA SE LLEVA ADEMAS POR DEPOSITO (CATALOGO      *
      *  DDDEPOSI, MAESTRO DDDEPANT / DDDEPSAL CON CPSTKDEP): CADA *
      *  MOVIMIENTO INFORMA SU DEPOSITO (SIN DEPOSITO ES EL        *
      *  CENTRAL 01) Y LAS TRANSFERENCIAS ENTRE DEPOSITOS SON LOS  *
      *  TIPOS T (SALE DEL ORIGEN Y QUEDA EN TRANSITO HACIA EL     *
      *  DESTINO) Y R (EL DESTINO RECIBE LO QUE ESTABA EN          *
      *  TRANSITO). DDSTKSAL SIGUE SIENDO EL TOTAL DEL PRODUCTO    *
      *  (EXISTENCIA MAS TRANSITO). EL PUNTO DE REPOSICION ES POR  *
      *  DEPOSITO (DDMINDEP; EL CENTRAL SIN DATO USA EL DEL        *
      *  CATALOGO) Y LA MARCA DE REPONER SALE EN CADA DEPOSITO.    *
      *  LOS PRODUCTOS QUE VENCEN ENTRAN CON LOTE Y VENCIMIENTO    *
      *  (MS-LOTE, MS-FEC-VENCE) Y SE LLEVAN EN EL MAESTRO DE      *
      *  LOTES DDLOTANT / DDLOTSAL (CPLOTSTK). LA SALIDA SIN LOTE  *
      *  SE IMPUTA SOLA AL LOTE NO VENCIDO QUE VENCE PRIMERO Y EL  *
      *  HISTORICO LA GUARDA PARTIDA POR LOTE; LA SALIDA CON LOTE  *
      *  (BAJA DE VENCIDOS DE PGMBJCBF) DESCUENTA DE ESE LOTE.     *
      **************************************************************
       ENVIRONMENT DIVISION.
      **************************************************************

             SELECT HISTSTK ASSIGN TO DDHISSTK
                    FILE STATUS IS FS-HISTSTK.

             SELECT COSTOANT ASSIGN TO DDCOSANT
                    FILE STATUS IS FS-COSTOANT.

             SELECT COSTOSAL ASSIGN TO DDCOSSAL
                    FILE STATUS IS FS-COSTOSAL.

             SELECT DEPOSITOS ASSIGN TO DDDEPOSI
                    FILE STATUS IS FS-DEPOSITOS.

             SELECT MINIMOS ASSIGN TO DDMINDEP
                    FILE STATUS IS FS-MINIMOS.

             SELECT STKDEPANT ASSIGN TO DDDEPANT
                    FILE STATUS IS FS-STKDEPANT.

             SELECT STKDEPSAL ASSIGN TO DDDEPSAL
                    FILE STATUS IS FS-STKDEPSAL.

             SELECT LOTEANT ASSIGN TO DDLOTANT
                    FILE STATUS IS FS-LOTEANT.

             SELECT LOTESAL ASSIGN TO DDLOTSAL
                    FILE STATUS IS FS-LOTESAL.
      **************************************************************
       I-O-CONTROL.

       FD   MOVSTOCK
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
      *    MS-COSTO-UNIT ES EL COSTO DE COMPRA EN LAS ENTRADAS Y
      *    MS-PRECIO-UNIT EL PRECIO DE VENTA EN PESOS EN LAS SALIDAS
      *    FACTURADAS; EN BLANCO O CERO EN LOS MOVIMIENTOS MANUALES.
      *    MS-ORIGEN: C = COMPRA (PGMRZCBF), V = VENTA (PGMFTCBF),
      *    A = AJUSTE DE CONTEO (PGMICCBF), B = BAJA DE LOTE VENCIDO
      *    (PGMBJCBF), BLANCO = MANUAL.
      *    MS-DEPOSITO ES EL DEPOSITO DEL MOVIMIENTO (CERO O BLANCO
      *    = CENTRAL 01). MS-DEP-CONTRA ES LA CONTRAPARTE DE LA
      *    TRANSFERENCIA: EL DESTINO EN LA T, EL ORIGEN EN LA R.
      *    MS-LOTE Y MS-FEC-VENCE: LOTE DEL PRODUCTO QUE VENCE (EN
      *    BLANCO SI NO SE LLEVA POR LOTE).
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

       FD   STOCKSAL
           BLOCK CONTAINS 0 RECORDS
       FD   HISTSTK
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01   REG-HISTSTK           PIC X(50).

       FD   COSTOANT
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01   REG-COSTOANT          PIC X(80).

       FD   COSTOSAL
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01   REG-COSTOSAL          PIC X(80).

       FD   DEPOSITOS
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01   REG-DEPOSITOS         PIC X(80).

       FD   MINIMOS
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01   REG-MINIMOS.
           05 MND-COD-PROD            PIC 9(02).
           05 MND-DEPOSITO            PIC 9(02).
           05 MND-STOCK-MINIMO        PIC 9(05).
           05 FILLER                  PIC X(21).

       FD   STKDEPANT
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01   REG-STKDEPANT         PIC X(30).

       FD   STKDEPSAL
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01   REG-STKDEPSAL         PIC X(30).

       FD   LOTEANT
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01   REG-LOTEANT           PIC X(40).

       FD   LOTESAL
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01   REG-LOTESAL           PIC X(40).
      **************************************************************
       WORKING-STORAGE SECTION.
      **************************************************************
       77  FS-FECHAPRO                PIC XX       VALUE SPACES.
       77  FS-HISTSTK                 PIC XX       VALUE SPACES.
       77  WS-HIS-GRABADOS            PIC 9(07)    VALUE ZEROES.
       77  FS-COSTOANT                PIC XX       VALUE SPACES.
       77  FS-COSTOSAL                PIC XX       VALUE SPACES.
       77  FS-DEPOSITOS               PIC XX       VALUE SPACES.
       77  FS-MINIMOS                 PIC XX       VALUE SPACES.
       77  FS-STKDEPANT               PIC XX       VALUE SPACES.
       77  FS-STKDEPSAL               PIC XX       VALUE SPACES.
       77  FS-LOTEANT                 PIC XX       VALUE SPACES.
       77  FS-LOTESAL                 PIC XX       VALUE SPACES.

      *****************FECHA DE NEGOCIO Y PRECIO EN VIGOR*************
           COPY CPFECPRO.
       77  WS-MOV-RECHAZADOS          PIC 9(05)    VALUE ZEROES.
       77  WS-PROD-REPORTADOS         PIC 9(05)    VALUE ZEROES.
       77  WS-BAJO-MINIMO             PIC 9(05)    VALUE ZEROES.
       77  WS-TRANSFERENCIAS          PIC 9(05)    VALUE ZEROES.
       77  WS-RECEPCIONES             PIC 9(05)    VALUE ZEROES.

      *****************STOCK EN MEMORIA, UBICADO POR CODIGO************
      *    EL CODIGO DE PRODUCTO ES DE DOS DIGITOS, ASI QUE LA TABLA
       01  WS-TABLA-STOCK.
           03  WS-STK OCCURS 100 TIMES.
               05 WS-STK-CANTIDAD     PIC S9(07).
               05 WS-STK-COSTO        PIC 9(07)V9(04).
               05 WS-STK-VENDIDA      PIC S9(07).
               05 WS-STK-COSTO-VTAS   PIC S9(11)V99.
               05 WS-STK-VENTAS       PIC S9(11)V99.
               05 WS-STK-AJUSTE       PIC S9(11)V99.

      *****************COSTO PROMEDIO PONDERADO************************
           COPY CPCOSSTK.

      *****************STOCK POR DEPOSITO******************************
      *    EL DEPOSITO SE UBICA DIRECTO POR SU CODIGO (01 A 20).
           COPY CPDEPOSI.
           COPY CPSTKDEP.

       77  WS-DIX                     PIC 9(03)    USAGE COMP
                                       VALUE ZEROES.
       77  WS-DIX-CONTRA              PIC 9(03)    USAGE COMP
                                       VALUE ZEROES.
       77  WS-DEP-CENTRAL             PIC 9(02)    VALUE 01.
       77  WS-MINIMO                  PIC 9(05)    VALUE ZEROES.
       01  WS-TABLA-DEPOSITOS.
           03  WS-DEP OCCURS 20 TIMES.
               05 WS-DEP-EXISTE       PIC X(01).
               05 WS-DEP-NOMBRE       PIC X(30).
       01  WS-TABLA-STKDEP.
           03  WS-SKP OCCURS 100 TIMES.
               05 WS-SKD OCCURS 20 TIMES.
                  07 WS-SKD-CANTIDAD  PIC S9(07).
                  07 WS-SKD-TRANSITO  PIC S9(07).
                  07 WS-SKD-MINIMO    PIC 9(05).
                  07 WS-SKD-CON-MIN   PIC X(01).

      *****************LOTES CON VENCIMIENTO**************************
           COPY CPLOTSTK.

       77  WS-LOT-CONT                PIC 9(04)    USAGE COMP
                                       VALUE ZEROES.
       77  WS-LOT-SUB                 PIC 9(04)    USAGE COMP
                                       VALUE ZEROES.
       77  WS-LOT-IDX                 PIC 9(04)    USAGE COMP
                                       VALUE ZEROES.
       01  WS-TABLA-LOTES.
           03  WS-LOT OCCURS 2000 TIMES.
               05 WS-LOT-CLAVE.
                  07 WS-LOT-PROD      PIC 9(02).
                  07 WS-LOT-NUMERO    PIC X(10).
               05 WS-LOT-VENCE        PIC 9(08).
               05 WS-LOT-CANTIDAD     PIC S9(07).
               05 WS-LOT-ALTA         PIC 9(08).
       01  WS-CLAVE-LOTE.
           05 WS-CL-PROD              PIC 9(02).
           05 WS-CL-NUMERO            PIC X(10).

       77  WS-RESTO-SAL               PIC 9(05)    VALUE ZEROES.
       77  WS-ASIGNADO                PIC 9(05)    VALUE ZEROES.
       77  WS-HIS-HECHA               PIC X(01)    VALUE 'N'.
       77  WS-FEFO-FIN                PIC X(01)    VALUE 'N'.
       77  WS-PROD-LOTEADO            PIC X(01)    VALUE 'N'.
       77  WS-LOTES-GRABADOS          PIC 9(05)    VALUE ZEROES.
       77  WS-UNID-SIN-LOTE           PIC 9(07)    VALUE ZEROES.

       77  WS-PERIODO                 PIC 9(06)    VALUE ZEROES.
       77  WS-COS-CARGADOS            PIC 9(05)    VALUE ZEROES.
       77  WS-CANT-PREVIA             PIC 9(07)    VALUE ZEROES.
       77  WS-COSTO-MOV               PIC 9(07)V99 VALUE ZEROES.
       77  WS-VALOR-MOV               PIC S9(11)V99 COMP-3
                                       VALUE ZEROS.
       77  WS-VALOR-PREVIO            PIC S9(13)V9(04) COMP-3
                                       VALUE ZEROS.

      *****************VALORIZACION************************************
       77  WS-VALOR                   PIC S9(11)V99 COMP-3
           05  WS-LS-VALOR          PIC -ZZZZZZZZZZ9,99.
           05  WS-LS-MARCA          PIC X(11).
           05  FILLER               PIC X(07)   VALUE SPACES.

       01  WS-LIN-DEPOSITO.
           05  FILLER               PIC X(05)   VALUE '  DEP'.
           05  WS-LD-DEP            PIC 9(02).
           05  FILLER               PIC X(01)   VALUE SPACE.
           05  WS-LD-NOMBRE         PIC X(26).
           05  FILLER               PIC X(07)   VALUE ' STOCK '.
           05  WS-LD-CANT           PIC -ZZZZZZ9.
           05  FILLER               PIC X(06)   VALUE ' TRAN '.
           05  WS-LD-TRANSITO       PIC -ZZZZZZ9.
           05  FILLER               PIC X(05)   VALUE ' MIN '.
           05  WS-LD-MINIMO         PIC ZZZZ9.
           05  WS-LD-MARCA          PIC X(11).
           05  FILLER               PIC X(06)   VALUE SPACES.
      **************************************************************
       PROCEDURE DIVISION.
      **************************************
              SET  FS-MOVSTOCK-FIN TO TRUE
           END-IF.

           OPEN OUTPUT COSTOSAL.

           IF FS-COSTOSAL IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN COSTOSAL = ' FS-COSTOSAL
              MOVE 9999 TO RETURN-CODE
              SET  FS-MOVSTOCK-FIN TO TRUE
           END-IF.

           COMPUTE WS-PERIODO = FNG-ANIO * 100 + FNG-MES.

           OPEN OUTPUT STKDEPSAL.

           IF FS-STKDEPSAL IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN STKDEPSAL = ' FS-STKDEPSAL
              MOVE 9999 TO RETURN-CODE
              SET  FS-MOVSTOCK-FIN TO TRUE
           END-IF.

           PERFORM 1300-CARGAR-DEPOSITOS THRU F-1300-CARGAR-DEPOSITOS.
           PERFORM 1100-CARGAR-STOCK THRU F-1100-CARGAR-STOCK.
           PERFORM 1200-CARGAR-COSTOS THRU F-1200-CARGAR-COSTOS.
           PERFORM 1400-CARGAR-MINIMOS THRU F-1400-CARGAR-MINIMOS.

           OPEN OUTPUT LOTESAL.

           IF FS-LOTESAL IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN LOTESAL  = ' FS-LOTESAL
              MOVE 9999 TO RETURN-CODE
              SET  FS-MOVSTOCK-FIN TO TRUE
           END-IF.

           PERFORM 1500-CARGAR-LOTES THRU F-1500-CARGAR-LOTES.

       F-1000-INICIO.   EXIT.
      **************************************************************
       1100-CARGAR-STOCK.
      *    CARGA EL STOCK DE AYER POR DEPOSITO; EL TOTAL DEL PRODUCTO
      *    ES LA SUMA DE EXISTENCIA Y TRANSITO DE SUS DEPOSITOS.
      *    SIN MAESTRO POR DEPOSITO (PRIMERA CORRIDA CON DEPOSITOS)
      *    EL STOCK DE AYER DE DDSTKANT ENTRA TODO AL CENTRAL.
           PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 100
              MOVE ZEROS TO WS-STK-CANTIDAD (WS-IDX)
              PERFORM VARYING WS-DIX FROM 1 BY 1 UNTIL WS-DIX > 20
                 MOVE ZEROS TO WS-SKD-CANTIDAD (WS-IDX WS-DIX)
                               WS-SKD-TRANSITO (WS-IDX WS-DIX)
                               WS-SKD-MINIMO   (WS-IDX WS-DIX)
                 MOVE 'N'   TO WS-SKD-CON-MIN  (WS-IDX WS-DIX)
              END-PERFORM
           END-PERFORM

           OPEN INPUT STKDEPANT

           IF FS-STKDEPANT IS EQUAL '00'
              PERFORM UNTIL FS-STKDEPANT IS EQUAL '10'
                 READ STKDEPANT INTO WS-REG-STKDEP
                    AT END
                       MOVE '10' TO FS-STKDEPANT
                    NOT AT END
                       COMPUTE WS-IDX = SKD-COD-PROD + 1
                       MOVE SKD-DEPOSITO TO WS-DIX
                       IF WS-DIX IS GREATER THAN ZERO
                          AND WS-DIX IS NOT GREATER THAN 20
                          MOVE SKD-CANTIDAD TO
                               WS-SKD-CANTIDAD (WS-IDX WS-DIX)
                          MOVE SKD-TRANSITO TO
                               WS-SKD-TRANSITO (WS-IDX WS-DIX)
                          ADD SKD-CANTIDAD SKD-TRANSITO TO
                              WS-STK-CANTIDAD (WS-IDX)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE STKDEPANT
              GO TO F-1100-CARGAR-STOCK
           END-IF

           DISPLAY '* SIN STOCK POR DEPOSITO, SE TOMA DDSTKANT'

           OPEN INPUT STOCKANT

           IF FS-STOCKANT IS EQUAL '00'
                    NOT AT END
                       COMPUTE WS-IDX = SA-COD-PROD + 1
                       MOVE SA-CANTIDAD TO WS-STK-CANTIDAD (WS-IDX)
                       MOVE SA-CANTIDAD TO
                            WS-SKD-CANTIDAD (WS-IDX WS-DEP-CENTRAL)
                 END-READ
              END-PERFORM
              CLOSE STOCKANT

       F-1100-CARGAR-STOCK. EXIT.
      **************************************************************
       1200-CARGAR-COSTOS.
      *    CARGA EL COSTO PROMEDIO Y LOS ACUMULADOS DEL MES; SI EL
      *    MAESTRO ES DE OTRO MES LOS ACUMULADOS ARRANCAN EN CERO.
      *    SIN MAESTRO (PRIMERA CORRIDA) EL COSTO ARRANCA EN CERO Y
      *    LO FIJA LA PRIMERA COMPRA DE CADA PRODUCTO.
           PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 100
              MOVE ZEROS TO WS-STK-COSTO      (WS-IDX)
                            WS-STK-VENDIDA    (WS-IDX)
                            WS-STK-COSTO-VTAS (WS-IDX)
                            WS-STK-VENTAS     (WS-IDX)
                            WS-STK-AJUSTE     (WS-IDX)
           END-PERFORM

           OPEN INPUT COSTOANT

           IF FS-COSTOANT IS EQUAL '00'
              PERFORM UNTIL FS-COSTOANT IS EQUAL '10'
                 READ COSTOANT INTO WS-REG-COSSTK
                    AT END
                       MOVE '10' TO FS-COSTOANT
                    NOT AT END
                       ADD 1 TO WS-COS-CARGADOS
                       COMPUTE WS-IDX = COS-COD-PROD + 1
                       MOVE COS-COSTO-PROM TO WS-STK-COSTO (WS-IDX)
                       IF COS-PERIODO IS EQUAL WS-PERIODO
                          MOVE COS-CANT-VENDIDA TO
                               WS-STK-VENDIDA (WS-IDX)
                          MOVE COS-COSTO-VENTAS TO
                               WS-STK-COSTO-VTAS (WS-IDX)
                          MOVE COS-VENTAS       TO
                               WS-STK-VENTAS (WS-IDX)
                          MOVE COS-VALOR-AJUSTE TO
                               WS-STK-AJUSTE (WS-IDX)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE COSTOANT
           ELSE
              DISPLAY '* SIN MAESTRO DE COSTOS, SE ARRANCA EN CERO'
           END-IF.

       F-1200-CARGAR-COSTOS. EXIT.
      **************************************************************
       1300-CARGAR-DEPOSITOS.
      *    EL CENTRAL EXISTE SIEMPRE; EL CATALOGO AGREGA LOS PANOLES.
           PERFORM VARYING WS-DIX FROM 1 BY 1 UNTIL WS-DIX > 20
              MOVE 'N'    TO WS-DEP-EXISTE (WS-DIX)
              MOVE SPACES TO WS-DEP-NOMBRE (WS-DIX)
           END-PERFORM

           MOVE 'S'                TO WS-DEP-EXISTE (WS-DEP-CENTRAL)
           MOVE 'DEPOSITO CENTRAL' TO WS-DEP-NOMBRE (WS-DEP-CENTRAL)

           OPEN INPUT DEPOSITOS

           IF FS-DEPOSITOS IS EQUAL '00'
              PERFORM UNTIL FS-DEPOSITOS IS EQUAL '10'
                 READ DEPOSITOS INTO WS-REG-DEPOSI
                    AT END
                       MOVE '10' TO FS-DEPOSITOS
                    NOT AT END
                       IF DEP-CODIGO IS NUMERIC
                          AND DEP-CODIGO IS GREATER THAN ZEROS
                          AND DEP-CODIGO IS NOT GREATER THAN 20
                          MOVE 'S'        TO
                               WS-DEP-EXISTE (DEP-CODIGO)
                          MOVE DEP-NOMBRE TO
                               WS-DEP-NOMBRE (DEP-CODIGO)
                       ELSE
                          DISPLAY '* DEPOSITO FUERA DE RANGO: '
                                  DEP-CODIGO
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE DEPOSITOS
           END-IF.

       F-1300-CARGAR-DEPOSITOS. EXIT.
      **************************************************************
       1400-CARGAR-MINIMOS.
      *    PUNTO DE REPOSICION POR PRODUCTO Y DEPOSITO. EL CENTRAL
      *    SIN DATO TOMA EL DEL CATALOGO AL REPORTAR.
           OPEN INPUT MINIMOS

           IF FS-MINIMOS IS EQUAL '00'
              PERFORM UNTIL FS-MINIMOS IS EQUAL '10'
                 READ MINIMOS
                    AT END
                       MOVE '10' TO FS-MINIMOS
                    NOT AT END
                       COMPUTE WS-IDX = MND-COD-PROD + 1
                       MOVE MND-DEPOSITO TO WS-DIX
                       IF WS-DIX IS GREATER THAN ZERO
                          AND WS-DIX IS NOT GREATER THAN 20
                          MOVE MND-STOCK-MINIMO TO
                               WS-SKD-MINIMO (WS-IDX WS-DIX)
                          MOVE 'S' TO WS-SKD-CON-MIN (WS-IDX WS-DIX)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE MINIMOS
           END-IF.

       F-1400-CARGAR-MINIMOS. EXIT.
      **************************************************************
       1500-CARGAR-LOTES.
      *    SIN MAESTRO DE LOTES (PRIMERA CORRIDA) NO HAY LOTES; LOS
      *    VA DANDO DE ALTA CADA ENTRADA CON LOTE.
           OPEN INPUT LOTEANT

           IF FS-LOTEANT IS EQUAL '00'
              PERFORM UNTIL FS-LOTEANT IS EQUAL '10'
                 READ LOTEANT INTO WS-REG-LOTSTK
                    AT END
                       MOVE '10' TO FS-LOTEANT
                    NOT AT END
                       IF WS-LOT-CONT < 2000
                          ADD 1 TO WS-LOT-CONT
                          MOVE LOT-COD-PROD  TO
                               WS-LOT-PROD     (WS-LOT-CONT)
                          MOVE LOT-NUMERO    TO
                               WS-LOT-NUMERO   (WS-LOT-CONT)
                          MOVE LOT-FEC-VENCE TO
                               WS-LOT-VENCE    (WS-LOT-CONT)
                          MOVE LOT-CANTIDAD  TO
                               WS-LOT-CANTIDAD (WS-LOT-CONT)
                          MOVE LOT-FEC-ALTA  TO
                               WS-LOT-ALTA     (WS-LOT-CONT)
                       ELSE
                          DISPLAY '* ATENCION: TABLA DE LOTES '
                                  'LLENA (2000)'
                          MOVE 9999 TO RETURN-CODE
                          SET FS-MOVSTOCK-FIN TO TRUE
                          MOVE '10' TO FS-LOTEANT
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE LOTEANT
           END-IF.

       F-1500-CARGAR-LOTES. EXIT.
      **************************************************************

       2000-PROCESO.

                 END-IF
              NOT INVALID KEY
                 COMPUTE WS-IDX = MS-COD-PROD + 1
                 PERFORM 2500-APLICAR-DEPOSITO
                         THRU F-2500-APLICAR-DEPOSITO
           END-READ.

       F-2100-APLICAR-MOV. EXIT.

       F-2200-GRABAR-HISTORIA. EXIT.
      **************************************************************
       2300-COSTEAR-ENTRADA.
      *    LA COMPRA CON COSTO RECALCULA EL PROMEDIO PONDERADO SOBRE
      *    LAS UNIDADES EXISTENTES (UN STOCK NEGATIVO CUENTA COMO
      *    CERO). LA ENTRADA SIN COSTO O POR AJUSTE DE CONTEO ENTRA
      *    AL PROMEDIO VIGENTE Y NO LO MUEVE.
           MOVE ZEROS TO WS-COSTO-MOV

           IF MS-COSTO-UNIT IS NUMERIC
              MOVE MS-COSTO-UNIT TO WS-COSTO-MOV
           END-IF

           IF MS-ORIGEN IS EQUAL 'A'
              COMPUTE WS-VALOR-MOV ROUNDED =
                      MS-CANTIDAD * WS-STK-COSTO (WS-IDX)
              ADD WS-VALOR-MOV TO WS-STK-AJUSTE (WS-IDX)
              GO TO F-2300-COSTEAR-ENTRADA
           END-IF

           IF WS-COSTO-MOV IS EQUAL ZEROS
              GO TO F-2300-COSTEAR-ENTRADA
           END-IF

           MOVE ZEROS TO WS-CANT-PREVIA

           IF WS-STK-CANTIDAD (WS-IDX) IS GREATER THAN ZERO
              MOVE WS-STK-CANTIDAD (WS-IDX) TO WS-CANT-PREVIA
           END-IF

           COMPUTE WS-VALOR-PREVIO =
                   WS-CANT-PREVIA * WS-STK-COSTO (WS-IDX)

           COMPUTE WS-STK-COSTO (WS-IDX) ROUNDED =
                   (WS-VALOR-PREVIO + MS-CANTIDAD * WS-COSTO-MOV)
                 / (WS-CANT-PREVIA + MS-CANTIDAD).

       F-2300-COSTEAR-ENTRADA. EXIT.
      **************************************************************
       2400-COSTEAR-SALIDA.
      *    LA SALIDA SE VALORIZA AL PROMEDIO. EL AJUSTE DE CONTEO Y
      *    LA BAJA DE VENCIDOS VAN AL VALOR DE AJUSTES (FALTANTE,
      *    MERMA); EL RESTO ES VENTA: COSTO
      *    DE LO VENDIDO Y VENTA AL PRECIO DEL MOVIMIENTO O, SI NO
      *    LO TRAE, AL DE DDPREMA EN VIGOR A LA FECHA DEL MOVIMIENTO.
           COMPUTE WS-VALOR-MOV ROUNDED =
                   MS-CANTIDAD * WS-STK-COSTO (WS-IDX)

           IF MS-ORIGEN IS EQUAL 'A' OR 'B'
              SUBTRACT WS-VALOR-MOV FROM WS-STK-AJUSTE (WS-IDX)
              GO TO F-2400-COSTEAR-SALIDA
           END-IF

           ADD MS-CANTIDAD  TO WS-STK-VENDIDA    (WS-IDX)
           ADD WS-VALOR-MOV TO WS-STK-COSTO-VTAS (WS-IDX)

           MOVE ZEROS TO WS-COSTO-MOV

           IF MS-PRECIO-UNIT IS NUMERIC
              MOVE MS-PRECIO-UNIT TO WS-COSTO-MOV
           END-IF

           IF WS-COSTO-MOV IS EQUAL ZEROS
              MOVE MS-COD-PROD TO PM-COD-PROD
              READ PRECIOMAE
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE PM-PRECIO TO WS-COSTO-MOV
                    IF PM-VIG-PROX IS NUMERIC
                       AND PM-VIG-PROX IS NOT EQUAL ZEROS
                       AND PM-VIG-PROX IS NOT GREATER MS-FECHA
                       MOVE PM-PRECIO-PROX TO WS-COSTO-MOV
                    END-IF
              END-READ
           END-IF

           COMPUTE WS-VALOR-MOV = MS-CANTIDAD * WS-COSTO-MOV
           ADD WS-VALOR-MOV TO WS-STK-VENTAS (WS-IDX).

       F-2400-COSTEAR-SALIDA. EXIT.
      **************************************************************
       2500-APLICAR-DEPOSITO.
      *    E Y S MUEVEN LA EXISTENCIA DEL DEPOSITO Y EL TOTAL DEL
      *    PRODUCTO. LA TRANSFERENCIA NO CAMBIA EL TOTAL NI EL
      *    COSTO: LA T DESCUENTA DEL ORIGEN Y DEJA EN TRANSITO HACIA
      *    EL DESTINO, LA R PASA DEL TRANSITO A LA EXISTENCIA.
           MOVE 'N'            TO WS-HIS-HECHA
           MOVE WS-DEP-CENTRAL TO WS-DIX

           IF MS-DEPOSITO IS NUMERIC
              AND MS-DEPOSITO IS GREATER THAN ZEROS
              MOVE MS-DEPOSITO TO WS-DIX
           END-IF

           IF WS-DIX IS GREATER THAN 20
              MOVE 'DEPO INEXIST' TO RE-MOTIVO
              PERFORM 2600-GRABAR-EXCEPCION
                      THRU F-2600-GRABAR-EXCEPCION
              GO TO F-2500-APLICAR-DEPOSITO
           END-IF

           IF WS-DEP-EXISTE (WS-DIX) IS NOT EQUAL 'S'
              MOVE 'DEPO INEXIST' TO RE-MOTIVO
              PERFORM 2600-GRABAR-EXCEPCION
                      THRU F-2600-GRABAR-EXCEPCION
              GO TO F-2500-APLICAR-DEPOSITO
           END-IF

           EVALUATE MS-ENTSAL
              WHEN 'E'
                 IF MS-LOTE IS NOT EQUAL SPACES
                    AND (MS-FEC-VENCE IS NOT NUMERIC
                         OR MS-FEC-VENCE IS EQUAL ZEROS)
                    MOVE 'LOTE SIN VTO' TO RE-MOTIVO
                    PERFORM 2600-GRABAR-EXCEPCION
                            THRU F-2600-GRABAR-EXCEPCION
                    GO TO F-2500-APLICAR-DEPOSITO
                 END-IF
                 PERFORM 2300-COSTEAR-ENTRADA
                         THRU F-2300-COSTEAR-ENTRADA
                 ADD MS-CANTIDAD TO WS-STK-CANTIDAD (WS-IDX)
                 ADD MS-CANTIDAD TO WS-SKD-CANTIDAD (WS-IDX WS-DIX)
                 IF MS-LOTE IS NOT EQUAL SPACES
                    PERFORM 2700-ENTRAR-LOTE THRU F-2700-ENTRAR-LOTE
                 END-IF

              WHEN 'S'
                 IF MS-LOTE IS NOT EQUAL SPACES
                    PERFORM 2710-BUSCAR-LOTE THRU F-2710-BUSCAR-LOTE
                    IF WS-LOT-IDX IS EQUAL ZEROS
                       MOVE 'LOTE INEXIST' TO RE-MOTIVO
                       PERFORM 2600-GRABAR-EXCEPCION
                               THRU F-2600-GRABAR-EXCEPCION
                       GO TO F-2500-APLICAR-DEPOSITO
                    END-IF
                 END-IF
                 PERFORM 2400-COSTEAR-SALIDA
                         THRU F-2400-COSTEAR-SALIDA
                 SUBTRACT MS-CANTIDAD FROM WS-STK-CANTIDAD (WS-IDX)
                 SUBTRACT MS-CANTIDAD FROM
                          WS-SKD-CANTIDAD (WS-IDX WS-DIX)
                 IF MS-LOTE IS NOT EQUAL SPACES
                    SUBTRACT MS-CANTIDAD FROM
                             WS-LOT-CANTIDAD (WS-LOT-IDX)
                 ELSE
                    PERFORM 2800-ASIGNAR-FEFO THRU F-2800-ASIGNAR-FEFO
                 END-IF

              WHEN 'T'
                 MOVE ZEROS TO WS-DIX-CONTRA
                 IF MS-DEP-CONTRA IS NUMERIC
                    MOVE MS-DEP-CONTRA TO WS-DIX-CONTRA
                 END-IF
                 IF WS-DIX-CONTRA IS EQUAL ZERO
                    OR WS-DIX-CONTRA IS GREATER THAN 20
                    OR WS-DIX-CONTRA IS EQUAL WS-DIX
                    MOVE 'TRANSF INVAL' TO RE-MOTIVO
                    PERFORM 2600-GRABAR-EXCEPCION
                            THRU F-2600-GRABAR-EXCEPCION
                    GO TO F-2500-APLICAR-DEPOSITO
                 END-IF
                 IF WS-DEP-EXISTE (WS-DIX-CONTRA) IS NOT EQUAL 'S'
                    MOVE 'TRANSF INVAL' TO RE-MOTIVO
                    PERFORM 2600-GRABAR-EXCEPCION
                            THRU F-2600-GRABAR-EXCEPCION
                    GO TO F-2500-APLICAR-DEPOSITO
                 END-IF
                 ADD 1 TO WS-TRANSFERENCIAS
                 SUBTRACT MS-CANTIDAD FROM
                          WS-SKD-CANTIDAD (WS-IDX WS-DIX)
                 ADD MS-CANTIDAD TO
                     WS-SKD-TRANSITO (WS-IDX WS-DIX-CONTRA)

      *    LA RECEPCION NO PUEDE SUPERAR LO QUE VIENE EN CAMINO;
      *    UNA DIFERENCIA DE TRANSITO SE RESUELVE CON SU AJUSTE.
              WHEN 'R'
                 IF MS-CANTIDAD IS GREATER THAN
                    WS-SKD-TRANSITO (WS-IDX WS-DIX)
                    MOVE 'EXCEDE TRANS' TO RE-MOTIVO
                    PERFORM 2600-GRABAR-EXCEPCION
                            THRU F-2600-GRABAR-EXCEPCION
                    GO TO F-2500-APLICAR-DEPOSITO
                 END-IF
                 ADD 1 TO WS-RECEPCIONES
                 SUBTRACT MS-CANTIDAD FROM
                          WS-SKD-TRANSITO (WS-IDX WS-DIX)
                 ADD MS-CANTIDAD TO
                     WS-SKD-CANTIDAD (WS-IDX WS-DIX)

              WHEN OTHER
                 MOVE 'TIPO INVALID' TO RE-MOTIVO
                 PERFORM 2600-GRABAR-EXCEPCION
                         THRU F-2600-GRABAR-EXCEPCION
                 GO TO F-2500-APLICAR-DEPOSITO
           END-EVALUATE

           ADD 1 TO WS-MOV-APLICADOS

           IF WS-HIS-HECHA IS EQUAL 'N'
              PERFORM 2200-GRABAR-HISTORIA THRU F-2200-GRABAR-HISTORIA
           END-IF.

       F-2500-APLICAR-DEPOSITO. EXIT.
      **************************************************************
       2600-GRABAR-EXCEPCION.
      *    EL MOTIVO VIENE CARGADO EN RE-MOTIVO.
           ADD 1 TO WS-MOV-RECHAZADOS
           MOVE MS-COD-PROD      TO RE-COD-PROD
           MOVE RP-DENOMINACION  TO RE-DENOMINACION
           WRITE REG-EXCEPCION

           IF FS-EXCEPCION IS NOT EQUAL '00'
              DISPLAY '* ERROR EN WRITE EXCEPCION = ' FS-EXCEPCION
              MOVE 9999 TO RETURN-CODE
              SET FS-MOVSTOCK-FIN TO TRUE
           END-IF.

       F-2600-GRABAR-EXCEPCION. EXIT.
      **************************************************************
       2700-ENTRAR-LOTE.
      *    EL LOTE EXISTENTE SUMA Y CONSERVA SU VENCIMIENTO; EL
      *    NUEVO SE DA DE ALTA CON LA FECHA DEL MOVIMIENTO.
           PERFORM 2710-BUSCAR-LOTE THRU F-2710-BUSCAR-LOTE

           IF WS-LOT-IDX IS GREATER THAN ZEROS
              ADD MS-CANTIDAD TO WS-LOT-CANTIDAD (WS-LOT-IDX)
              GO TO F-2700-ENTRAR-LOTE
           END-IF

           IF WS-LOT-CONT < 2000
              ADD 1 TO WS-LOT-CONT
              MOVE MS-COD-PROD  TO WS-LOT-PROD     (WS-LOT-CONT)
              MOVE MS-LOTE      TO WS-LOT-NUMERO   (WS-LOT-CONT)
              MOVE MS-FEC-VENCE TO WS-LOT-VENCE    (WS-LOT-CONT)
              MOVE MS-CANTIDAD  TO WS-LOT-CANTIDAD (WS-LOT-CONT)
              MOVE MS-FECHA     TO WS-LOT-ALTA     (WS-LOT-CONT)
           ELSE
              DISPLAY '* ATENCION: TABLA DE LOTES LLENA (2000)'
              MOVE 9999 TO RETURN-CODE
              SET FS-MOVSTOCK-FIN TO TRUE
           END-IF.

       F-2700-ENTRAR-LOTE. EXIT.
      **************************************************************
       2710-BUSCAR-LOTE.

           MOVE MS-COD-PROD TO WS-CL-PROD
           MOVE MS-LOTE     TO WS-CL-NUMERO
           MOVE ZEROS       TO WS-LOT-IDX

           PERFORM VARYING WS-LOT-SUB FROM 1 BY 1
                   UNTIL WS-LOT-SUB > WS-LOT-CONT
              IF WS-LOT-CLAVE (WS-LOT-SUB) IS EQUAL WS-CLAVE-LOTE
                 MOVE WS-LOT-SUB  TO WS-LOT-IDX
                 MOVE WS-LOT-CONT TO WS-LOT-SUB
              END-IF
           END-PERFORM.

       F-2710-BUSCAR-LOTE. EXIT.
      **************************************************************
       2800-ASIGNAR-FEFO.
      *    LA SALIDA SIN LOTE SE REPARTE ENTRE LOS LOTES NO VENCIDOS
      *    DEL PRODUCTO, PRIMERO EL QUE VENCE ANTES. EL HISTORICO
      *    GUARDA UN REGISTRO POR LOTE IMPUTADO; LO QUE NO ALCANZA
      *    A CUBRIR NINGUN LOTE QUEDA EN UN REGISTRO SIN LOTE.
           MOVE 'S'         TO WS-HIS-HECHA
           MOVE 'N'         TO WS-FEFO-FIN
                               WS-PROD-LOTEADO
           MOVE MS-CANTIDAD TO WS-RESTO-SAL

           PERFORM 2810-IMPUTAR-LOTE THRU F-2810-IMPUTAR-LOTE
                   UNTIL WS-RESTO-SAL IS EQUAL ZEROS
                      OR WS-FEFO-FIN IS EQUAL 'S'

           IF WS-RESTO-SAL IS GREATER THAN ZEROS
              IF WS-PROD-LOTEADO IS EQUAL 'S'
                 ADD WS-RESTO-SAL TO WS-UNID-SIN-LOTE
              END-IF
              MOVE WS-RESTO-SAL TO MS-CANTIDAD
              MOVE SPACES       TO MS-LOTE
              MOVE ZEROS        TO MS-FEC-VENCE
              PERFORM 2200-GRABAR-HISTORIA THRU F-2200-GRABAR-HISTORIA
           END-IF.

       F-2800-ASIGNAR-FEFO. EXIT.
      **************************************************************
       2810-IMPUTAR-LOTE.

           MOVE ZEROS TO WS-LOT-IDX

           PERFORM VARYING WS-LOT-SUB FROM 1 BY 1
                   UNTIL WS-LOT-SUB > WS-LOT-CONT
              IF WS-LOT-PROD (WS-LOT-SUB) IS EQUAL MS-COD-PROD
                 MOVE 'S' TO WS-PROD-LOTEADO
                 IF WS-LOT-CANTIDAD (WS-LOT-SUB) IS GREATER THAN ZERO
                    AND WS-LOT-VENCE (WS-LOT-SUB) IS NOT LESS THAN
                        WS-FECHA-NEGOCIO-R
                    IF WS-LOT-IDX IS EQUAL ZEROS
                       MOVE WS-LOT-SUB TO WS-LOT-IDX
                    ELSE
                       IF WS-LOT-VENCE (WS-LOT-SUB) IS LESS THAN
                          WS-LOT-VENCE (WS-LOT-IDX)
                          MOVE WS-LOT-SUB TO WS-LOT-IDX
                       END-IF
                    END-IF
                 END-IF
              END-IF
           END-PERFORM

           IF WS-LOT-IDX IS EQUAL ZEROS
              MOVE 'S' TO WS-FEFO-FIN
              GO TO F-2810-IMPUTAR-LOTE
           END-IF

           MOVE WS-RESTO-SAL TO WS-ASIGNADO

           IF WS-LOT-CANTIDAD (WS-LOT-IDX) IS LESS THAN WS-ASIGNADO
              MOVE WS-LOT-CANTIDAD (WS-LOT-IDX) TO WS-ASIGNADO
           END-IF

           SUBTRACT WS-ASIGNADO FROM WS-LOT-CANTIDAD (WS-LOT-IDX)
                                     WS-RESTO-SAL

           MOVE WS-ASIGNADO                  TO MS-CANTIDAD
           MOVE WS-LOT-NUMERO (WS-LOT-IDX)   TO MS-LOTE
           MOVE WS-LOT-VENCE (WS-LOT-IDX)    TO MS-FEC-VENCE
           PERFORM 2200-GRABAR-HISTORIA THRU F-2200-GRABAR-HISTORIA.

       F-2810-IMPUTAR-LOTE. EXIT.
      **************************************************************

       9999-FINAL.

                END-READ
             END-PERFORM

             PERFORM 8200-GRABAR-LOTE THRU F-8200-GRABAR-LOTE
                     VARYING WS-LOT-SUB FROM 1 BY 1
                     UNTIL WS-LOT-SUB > WS-LOT-CONT

             MOVE WS-VALOR-TOTAL TO WS-VALOR-TOTAL-ED
             DISPLAY '***************************************'
             DISPLAY ' MOVIMIENTOS LEIDOS        :  ' WS-MOV-LEIDOS
                                                 WS-MOV-RECHAZADOS
             DISPLAY ' PRODUCTOS REPORTADOS      :  '
                                                 WS-PROD-REPORTADOS
             DISPLAY ' DEPOSITOS BAJO REPOSICION :  '
                                                 WS-BAJO-MINIMO
             DISPLAY ' TRANSFERENCIAS ENVIADAS   :  '
                                                 WS-TRANSFERENCIAS
             DISPLAY ' TRANSFERENCIAS RECIBIDAS  :  '
                                                 WS-RECEPCIONES
             DISPLAY ' HISTORICO AGREGADO        :  '
                                                 WS-HIS-GRABADOS
             DISPLAY ' LOTES CON EXISTENCIA      :  '
                                                 WS-LOTES-GRABADOS
             DISPLAY ' SALIDAS SIN LOTE A IMPUTAR:  '
                                                 WS-UNID-SIN-LOTE
             DISPLAY ' VALOR TOTAL DEL STOCK     :  '
                                                 WS-VALOR-TOTAL-ED
             DISPLAY '***************************************'
             CLOSE EXCEPCIONES
             CLOSE SALIDA
             CLOSE HISTSTK
             CLOSE COSTOSAL
             CLOSE STKDEPSAL
             CLOSE LOTESAL

           END-IF.
       F-9999-FINAL.
              MOVE '10' TO FS-PRODUCT
           END-IF

           MOVE SPACES                     TO WS-REG-COSSTK
           MOVE RP-COD-PROD                TO COS-COD-PROD
           MOVE WS-STK-COSTO (WS-IDX)      TO COS-COSTO-PROM
           MOVE WS-PERIODO                 TO COS-PERIODO
           MOVE WS-STK-VENDIDA (WS-IDX)    TO COS-CANT-VENDIDA
           MOVE WS-STK-COSTO-VTAS (WS-IDX) TO COS-COSTO-VENTAS
           MOVE WS-STK-VENTAS (WS-IDX)     TO COS-VENTAS
           MOVE WS-STK-AJUSTE (WS-IDX)     TO COS-VALOR-AJUSTE
           WRITE REG-COSTOSAL FROM WS-REG-COSSTK

           IF FS-COSTOSAL IS NOT EQUAL '00'
              DISPLAY '* ERROR EN WRITE COSTOSAL = ' FS-COSTOSAL
              MOVE 9999 TO RETURN-CODE
              MOVE '10' TO FS-PRODUCT
           END-IF

           MOVE RP-COD-PROD TO PM-COD-PROD
           READ PRECIOMAE
              INVALID KEY
           MOVE WS-STK-CANTIDAD (WS-IDX) TO WS-LS-CANT
           MOVE WS-VALOR                 TO WS-LS-VALOR

      *    LA MARCA DE REPONER VA EN CADA DEPOSITO (8100).
           MOVE SPACES                   TO WS-LS-MARCA

           WRITE REG-SALIDA FROM WS-LIN-STOCK

           IF FS-SALIDA IS NOT EQUAL '00'
              DISPLAY '* ERROR EN WRITE SALIDA   = ' FS-SALIDA
              MOVE 9999 TO RETURN-CODE
              MOVE '10' TO FS-PRODUCT
           END-IF

           PERFORM 8100-REPORTAR-DEPOSITO THRU F-8100-REPORTAR-DEPOSITO
                   VARYING WS-DIX FROM 1 BY 1 UNTIL WS-DIX > 20.

       F-8000-REPORTAR-PRODUCTO. EXIT.
      **************************************************************
       8100-REPORTAR-DEPOSITO.
      *    GRABA EL STOCK DEL DEPOSITO Y LO LISTA DEBAJO DEL
      *    PRODUCTO; SE OMITEN LOS DEPOSITOS SIN NADA QUE MOSTRAR,
      *    SALVO EL CENTRAL. BAJO REPOSICION ES EXISTENCIA MAS
      *    TRANSITO POR DEBAJO DEL MINIMO DEL DEPOSITO.
           IF WS-DEP-EXISTE (WS-DIX) IS NOT EQUAL 'S'
              GO TO F-8100-REPORTAR-DEPOSITO
           END-IF

           MOVE WS-SKD-MINIMO (WS-IDX WS-DIX) TO WS-MINIMO

           IF WS-DIX IS EQUAL WS-DEP-CENTRAL
              AND WS-SKD-CON-MIN (WS-IDX WS-DIX) IS NOT EQUAL 'S'
              MOVE RP-STOCK-MINIMO TO WS-MINIMO
           END-IF

           IF WS-DIX IS NOT EQUAL WS-DEP-CENTRAL
              AND WS-SKD-CANTIDAD (WS-IDX WS-DIX) IS EQUAL ZEROS
              AND WS-SKD-TRANSITO (WS-IDX WS-DIX) IS EQUAL ZEROS
              AND WS-MINIMO IS EQUAL ZEROS
              GO TO F-8100-REPORTAR-DEPOSITO
           END-IF

           MOVE SPACES                         TO WS-REG-STKDEP
           MOVE RP-COD-PROD                    TO SKD-COD-PROD
           MOVE WS-DIX                         TO SKD-DEPOSITO
           MOVE WS-SKD-CANTIDAD (WS-IDX WS-DIX) TO SKD-CANTIDAD
           MOVE WS-SKD-TRANSITO (WS-IDX WS-DIX) TO SKD-TRANSITO
           MOVE WS-MINIMO                      TO SKD-STOCK-MINIMO
           WRITE REG-STKDEPSAL FROM WS-REG-STKDEP

           IF FS-STKDEPSAL IS NOT EQUAL '00'
              DISPLAY '* ERROR EN WRITE STKDEPSAL = ' FS-STKDEPSAL
              MOVE 9999 TO RETURN-CODE
              MOVE '10' TO FS-PRODUCT
           END-IF

           MOVE WS-DIX                          TO WS-LD-DEP
           MOVE WS-DEP-NOMBRE (WS-DIX)          TO WS-LD-NOMBRE
           MOVE WS-SKD-CANTIDAD (WS-IDX WS-DIX) TO WS-LD-CANT
           MOVE WS-SKD-TRANSITO (WS-IDX WS-DIX) TO WS-LD-TRANSITO
           MOVE WS-MINIMO                       TO WS-LD-MINIMO

           IF WS-SKD-CANTIDAD (WS-IDX WS-DIX)
            + WS-SKD-TRANSITO (WS-IDX WS-DIX) IS LESS THAN WS-MINIMO
              ADD 1 TO WS-BAJO-MINIMO
              MOVE ' * REPONER ' TO WS-LD-MARCA
           ELSE
              MOVE SPACES        TO WS-LD-MARCA
           END-IF

           WRITE REG-SALIDA FROM WS-LIN-DEPOSITO

           IF FS-SALIDA IS NOT EQUAL '00'
              DISPLAY '* ERROR EN WRITE SALIDA   = ' FS-SALIDA
              MOVE '10' TO FS-PRODUCT
           END-IF.

       F-8100-REPORTAR-DEPOSITO. EXIT.
      **************************************************************
       8200-GRABAR-LOTE.
      *    EL LOTE AGOTADO SE DEPURA.
           IF WS-LOT-CANTIDAD (WS-LOT-SUB) IS EQUAL ZEROS
              GO TO F-8200-GRABAR-LOTE
           END-IF

           MOVE SPACES                        TO WS-REG-LOTSTK
           MOVE WS-LOT-PROD     (WS-LOT-SUB)  TO LOT-COD-PROD
           MOVE WS-LOT-NUMERO   (WS-LOT-SUB)  TO LOT-NUMERO
           MOVE WS-LOT-VENCE    (WS-LOT-SUB)  TO LOT-FEC-VENCE
           MOVE WS-LOT-CANTIDAD (WS-LOT-SUB)  TO LOT-CANTIDAD
           MOVE WS-LOT-ALTA     (WS-LOT-SUB)  TO LOT-FEC-ALTA
           WRITE REG-LOTESAL FROM WS-REG-LOTSTK

           IF FS-LOTESAL IS NOT EQUAL '00'
              DISPLAY '* ERROR EN WRITE LOTESAL  = ' FS-LOTESAL
              MOVE 9999 TO RETURN-CODE
              MOVE WS-LOT-CONT TO WS-LOT-SUB
           ELSE
              ADD 1 TO WS-LOTES-GRABADOS
           END-IF.

       F-8200-GRABAR-LOTE. EXIT.
