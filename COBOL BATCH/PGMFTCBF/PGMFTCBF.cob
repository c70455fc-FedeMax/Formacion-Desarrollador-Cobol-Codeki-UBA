       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMFTCBF.
       AUTHOR.    FEDERICO FALCON.
      **************************************************************
      *  FACTURACION DE PEDIDOS DE VENTA SOBRE EL CATALOGO.        *
      *  TOMA LOS RENGLONES PENDIENTES DE ENTREGA DE CORRIDAS      *
      *  ANTERIORES (DDBACKAN, SE LIBERAN PRIMERO) Y LOS PEDIDOS   *
      *  ACEPTADOS DEL DIA POR PGMPDCBF (DDPEDVAL), Y POR CADA     *
      *  RENGLON:                                                  *
      *    - LO VALORIZA AL PRECIO DE DDPREMA EN VIGOR A LA FECHA  *
      *      DEL PEDIDO; SI EL PRECIO ESTA EN MONEDA EXTRANJERA LO *
      *      PASA A PESOS CON LA COTIZACION DE DDCAMBIO DE MAYOR   *
      *      VIGENCIA QUE NO SUPERE ESA FECHA                      *
      *    - APLICA EL IVA DE LA CATEGORIA DEL PRODUCTO (PRODUCTO  *
      *      A CATEGORIA EN DDPROCAT, ALICUOTA POR CATEGORIA EN    *
      *      DDIVACAT); SIN CATEGORIA, ALICUOTA, PRECIO O          *
      *      COTIZACION EL RENGLON VA A DDFACREC CON EL MOTIVO     *
      *    - CONTROLA LA EXISTENCIA DEL DEPOSITO CENTRAL 01 EN EL  *
      *      MAESTRO POR DEPOSITO DDDEPSAL (LAYOUT CPSTKDEP), QUE  *
      *      ES DE DONDE SALE LA VENTA: SI ALCANZA LA              *
      *      DESCUENTA, LO IMPRIME EN LA FACTURA Y GRABA LA SALIDA *
      *      'S' EN DDMOVSTK PARA QUE LA APLIQUE PGMSKCBF; SI NO   *
      *      ALCANZA EL RENGLON ENTERO QUEDA PENDIENTE EN          *
      *      DDBACKSA, QUE ES EL DDBACKAN DE LA PROXIMA CORRIDA Y  *
      *      SE LIBERA CUANDO ENTRE MERCADERIA                     *
      *  CADA PEDIDO CON ALGUN RENGLON FACTURADO ES UNA FACTURA    *
      *  (DDFACTUR) CON NUMERO CORRELATIVO; EL ULTIMO NUMERO SE    *
      *  LEE DE DDNUMANT Y SE DEJA EN DDNUMSAL. CORRE DESPUES DE   *
      *  PGMSKCBF Y UNA SOLA VEZ POR DIA, PORQUE EL STOCK DE       *
      *  DDDEPSAL NO REFLEJA LAS SALIDAS QUE ESTE PASO GRABA HASTA *
      *  LA CORRIDA SIGUIENTE DEL MOTOR.                           *
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

             SELECT PRECIOMAE ASSIGN TO DDPREMA
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS PM-COD-PROD
                    FILE STATUS IS FS-PRECIOMAE.

             SELECT CAMBIOS ASSIGN TO DDCAMBIO
                    FILE STATUS IS FS-CAMBIO.

             SELECT PROCAT ASSIGN TO DDPROCAT
                    FILE STATUS IS FS-PROCAT.

             SELECT IVACAT ASSIGN TO DDIVACAT
                    FILE STATUS IS FS-IVACAT.

             SELECT STOCKDEP ASSIGN TO DDDEPSAL
                    FILE STATUS IS FS-STOCKDEP.

             SELECT BACKANT ASSIGN TO DDBACKAN
                    FILE STATUS IS FS-BACKANT.

             SELECT PEDVAL ASSIGN TO DDPEDVAL
                    FILE STATUS IS FS-PEDVAL.

             SELECT BACKSAL ASSIGN TO DDBACKSA
                    FILE STATUS IS FS-BACKSAL.

             SELECT FACREC ASSIGN TO DDFACREC
                    FILE STATUS IS FS-FACREC.

             SELECT MOVSTOCK ASSIGN TO DDMOVSTK
                    FILE STATUS IS FS-MOVSTOCK.

             SELECT FACTURAS ASSIGN TO DDFACTUR
                    FILE STATUS IS FS-FACTURAS.

             SELECT NUMANT ASSIGN TO DDNUMANT
                    FILE STATUS IS FS-NUMANT.

             SELECT NUMSAL ASSIGN TO DDNUMSAL
                    FILE STATUS IS FS-NUMSAL.

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

       FD   PRECIOMAE
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
      *    MISMO LAYOUT CON VIGENCIAS QUE MANTIENE PGMPMCBF: EL
      *    RENGLON SE VALORIZA CON EL PRECIO EN VIGOR A LA FECHA DEL
      *    PEDIDO ENTRE EL VIGENTE Y EL PROXIMO.
       01   REG-PRECIOMAE.
           05 PM-COD-PROD             PIC 9(02).
           05 PM-PRECIO               PIC 9(03)V99.
           05 PM-MONEDA               PIC X(03).
           05 PM-FEC-VIGENCIA         PIC 9(08).
           05 PM-PRECIO-PROX          PIC 9(03)V99.
           05 PM-VIG-PROX             PIC 9(08).

       FD   CAMBIOS
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01   REG-CAMBIO.
           05 RC-MONEDA               PIC X(03).
           05 RC-TASA                 PIC 9(03)V9(04).
           05 RC-FEC-VIGENCIA         PIC 9(08).
           05 FILLER                  PIC X(62).

      *    CATEGORIA IMPOSITIVA DE CADA PRODUCTO. EL REGISTRO DE
      *    DDPRODU NO SE AGRANDA (LO COMPARTE TODA LA FAMILIA DEL
      *    CATALOGO), ASI QUE LA CATEGORIA SE MANTIENE APARTE.
       FD   PROCAT
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01   REG-PROCAT.
           05 PCA-COD-PROD            PIC 9(02).
           05 PCA-CATEGORIA           PIC X(02).
           05 FILLER                  PIC X(76).

      *    ALICUOTA DE IVA DE CADA CATEGORIA.
       FD   IVACAT
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01   REG-IVACAT.
           05 ICA-CATEGORIA           PIC X(02).
           05 ICA-ALICUOTA            PIC 9(02)V99.
           05 ICA-DESCRIPCION         PIC X(20).
           05 FILLER                  PIC X(54).

       FD   STOCKDEP
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01   REG-STOCKDEP              PIC X(30).

       FD   BACKANT
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01   REG-BACKANT           PIC X(80).

       FD   PEDVAL
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01   REG-PEDVAL            PIC X(80).

       FD   BACKSAL
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01   REG-BACKSAL           PIC X(80).

       FD   FACREC
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01   REG-FACREC            PIC X(80).

       FD   MOVSTOCK
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
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

       FD   FACTURAS
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01   REG-FACTURA           PIC X(90).

       FD   NUMANT
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01   REG-NUMANT.
           05 NMA-ULTIMA-FACTURA      PIC 9(08).
           05 FILLER                  PIC X(72).

       FD   NUMSAL
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01   REG-NUMSAL.
           05 NMS-ULTIMA-FACTURA      PIC 9(08).
           05 FILLER                  PIC X(72).

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
       77  FS-PRECIOMAE               PIC XX       VALUE SPACES.
       77  FS-CAMBIO                  PIC XX       VALUE SPACES.
       77  FS-PROCAT                  PIC XX       VALUE SPACES.
       77  FS-IVACAT                  PIC XX       VALUE SPACES.
       77  FS-STOCKDEP                PIC XX       VALUE SPACES.
       77  FS-BACKANT                 PIC XX       VALUE SPACES.
       77  FS-PEDVAL                  PIC XX       VALUE SPACES.
           88  FS-PEDVAL-FIN                       VALUE '10'.
       77  FS-BACKSAL                 PIC XX       VALUE SPACES.
       77  FS-FACREC                  PIC XX       VALUE SPACES.
       77  FS-MOVSTOCK                PIC XX       VALUE SPACES.
       77  FS-FACTURAS                PIC XX       VALUE SPACES.
       77  FS-NUMANT                  PIC XX       VALUE SPACES.
       77  FS-NUMSAL                  PIC XX       VALUE SPACES.
       77  FS-FECHAPRO                PIC XX       VALUE SPACES.

      *****************RENGLON DE PEDIDO******************************
           COPY CPPEDVTA.

      *****************FECHA DE NEGOCIO*******************************
           COPY CPFECPRO.

           COPY CPSTKDEP.

      *****************ORIGEN DEL RENGLON EN PROCESO*******************
      *    PRIMERO SE LIBERAN LOS PENDIENTES ANTERIORES Y DESPUES SE
      *    FACTURAN LOS PEDIDOS NUEVOS.
       77  WS-FASE                    PIC X(01)    VALUE 'P'.
           88  WS-FASE-PENDIENTES                  VALUE 'P'.
           88  WS-FASE-NUEVOS                      VALUE 'N'.

      *********************CONTADORES*******************************
       77  WS-PEND-LEIDOS             PIC 9(07)    VALUE ZEROES.
       77  WS-PEND-LIBERADOS          PIC 9(07)    VALUE ZEROES.
       77  WS-PED-LEIDOS              PIC 9(07)    VALUE ZEROES.
       77  WS-REN-FACTURADOS          PIC 9(07)    VALUE ZEROES.
       77  WS-REN-PENDIENTES          PIC 9(07)    VALUE ZEROES.
       77  WS-REN-RECHAZADOS          PIC 9(07)    VALUE ZEROES.
       77  WS-FACTURAS-EMITIDAS       PIC 9(07)    VALUE ZEROES.
       77  WS-MOV-GRABADOS            PIC 9(07)    VALUE ZEROES.

      *****************NUMERACION DE FACTURAS*************************
       77  WS-ULTIMA-FACTURA          PIC 9(08)    VALUE ZEROES.
       77  WS-PRIMERA-FACTURA         PIC 9(08)    VALUE ZEROES.

      *****************FACTURA ABIERTA********************************
      *    LA FACTURA SE ABRE CON EL PRIMER RENGLON FACTURADO DEL
      *    PEDIDO Y SE CIERRA CUANDO CAMBIA EL PEDIDO O EL ORIGEN.
       77  WS-FAC-ESTADO              PIC X(01)    VALUE 'N'.
           88  WS-FAC-ABIERTA                      VALUE 'S'.
           88  WS-FAC-CERRADA                      VALUE 'N'.
       77  WS-FAC-PEDIDO              PIC 9(07)    VALUE ZEROES.
       77  WS-FAC-FASE                PIC X(01)    VALUE SPACES.
       77  WS-FAC-NETO                PIC S9(11)V99 COMP-3
                                       VALUE ZEROS.
       77  WS-FAC-IVA                 PIC S9(11)V99 COMP-3
                                       VALUE ZEROS.
       77  WS-FAC-TOTAL               PIC S9(11)V99 COMP-3
                                       VALUE ZEROS.

      *****************TOTALES DE LA CORRIDA***************************
       77  WS-TOT-NETO                PIC S9(13)V99 COMP-3
                                       VALUE ZEROS.
       77  WS-TOT-IVA                 PIC S9(13)V99 COMP-3
                                       VALUE ZEROS.
       77  WS-TOT-TOTAL               PIC S9(13)V99 COMP-3
                                       VALUE ZEROS.
       01  WS-TOTAL-ED                PIC -ZZZZZZZZZZZZ9,99.

      *****************VALORIZACION DEL RENGLON************************
       77  WS-MOTIVO                  PIC X(12)    VALUE SPACES.
       77  WS-PRECIO-VIGOR            PIC 9(03)V99 VALUE ZEROES.
       77  WS-TASA                    PIC 9(03)V9(04) VALUE ZEROES.
       77  WS-TASA-VIG                PIC 9(08)    VALUE ZEROES.
       77  WS-PRECIO-UNIT             PIC 9(07)V99 VALUE ZEROES.
       77  WS-ALICUOTA                PIC 9(02)V99 VALUE ZEROES.
       77  WS-REN-NETO                PIC S9(11)V99 COMP-3
                                       VALUE ZEROS.
       77  WS-REN-IVA                 PIC S9(11)V99 COMP-3
                                       VALUE ZEROS.

      *****************STOCK EN MEMORIA, UBICADO POR CODIGO************
      *    MISMO ESQUEMA DE CODIGO + 1 QUE USA PGMSKCBF; LA TABLA
      *    LLEVA LA EXISTENCIA DEL DEPOSITO CENTRAL Y TAMBIEN LA
      *    CATEGORIA IMPOSITIVA DEL PRODUCTO.
       77  WS-DEP-CENTRAL             PIC 9(02)    VALUE 01.
       77  WS-IDX                     PIC 9(03)    USAGE COMP
                                       VALUE ZEROES.
       01  WS-TABLA-STOCK.
           03  WS-STK OCCURS 100 TIMES.
               05 WS-STK-CANTIDAD     PIC S9(07).
               05 WS-STK-CATEGORIA    PIC X(02).

      *****************ALICUOTAS DE IVA POR CATEGORIA******************
       77  WS-ICA-CONT                PIC 9(03)    USAGE COMP
                                       VALUE ZEROES.
       77  WS-ICA-SUB                 PIC 9(03)    USAGE COMP
                                       VALUE ZEROES.
       77  WS-ICA-IDX                 PIC 9(03)    USAGE COMP
                                       VALUE ZEROES.
       01  WS-TABLA-IVA.
           03  WS-ICA OCCURS 50 TIMES.
               05 WS-ICA-CATEGORIA    PIC X(02).
               05 WS-ICA-ALICUOTA     PIC 9(02)V99.

      *****************COTIZACIONES CON SU VIGENCIA*******************
      *    A DIFERENCIA DEL CATALOGO, QUE USA UNA SOLA COTIZACION POR
      *    MONEDA, CADA RENGLON SE CONVIERTE A LA FECHA DE SU PEDIDO:
      *    SE GUARDAN TODAS LAS FILAS DE DDCAMBIO Y SE ELIGE LA DE
      *    MAYOR VIGENCIA QUE NO SUPERE ESA FECHA.
       77  WS-TCA-CONT                PIC 9(03)    USAGE COMP
                                       VALUE ZEROES.
       77  WS-TCA-SUB                 PIC 9(03)    USAGE COMP
                                       VALUE ZEROES.
       01  WS-TABLA-CAMBIOS.
           03  WS-TCA OCCURS 500 TIMES.
               05 WS-TCA-MONEDA       PIC X(03).
               05 WS-TCA-TASA         PIC 9(03)V9(04).
               05 WS-TCA-VIGENCIA     PIC 9(08).

      *****************LINEAS DE LA FACTURA****************************
       01  WS-LIN-ENCAB1.
           05  FILLER               PIC X(14)   VALUE ' FACTURA NRO. '.
           05  WS-LE-NRO            PIC 9(08).
           05  FILLER               PIC X(09)   VALUE '   FECHA '.
           05  WS-LE-FECHA          PIC 9(08).
           05  FILLER               PIC X(10)   VALUE '   PEDIDO '.
           05  WS-LE-PEDIDO         PIC 9(07).
           05  FILLER               PIC X(34)   VALUE SPACES.

       01  WS-LIN-ENCAB2.
           05  FILLER               PIC X(09)   VALUE ' CLIENTE '.
           05  WS-LE-CLIENTE        PIC 9(07).
           05  FILLER               PIC X(01)   VALUE SPACE.
           05  WS-LE-NOMBRE         PIC X(30).
           05  FILLER               PIC X(43)   VALUE SPACES.

       01  WS-LIN-RENGLON.
           05  FILLER               PIC X(01)   VALUE SPACE.
           05  WS-LR-COD            PIC 9(02).
           05  FILLER               PIC X(01)   VALUE SPACE.
           05  WS-LR-DENOM          PIC X(30).
           05  FILLER               PIC X(01)   VALUE SPACE.
           05  WS-LR-CANT           PIC ZZZZ9.
           05  FILLER               PIC X(01)   VALUE SPACE.
           05  WS-LR-UNIT           PIC ZZZZZZ9,99.
           05  FILLER               PIC X(01)   VALUE SPACE.
           05  WS-LR-NETO           PIC ZZZZZZZZZ9,99.
           05  FILLER               PIC X(05)   VALUE ' IVA '.
           05  WS-LR-ALIC           PIC Z9,99.
           05  FILLER               PIC X(01)   VALUE SPACE.
           05  WS-LR-IVA            PIC ZZZZZZZZ9,99.
           05  FILLER               PIC X(02)   VALUE SPACES.

       01  WS-LIN-PIE.
           05  FILLER               PIC X(07)   VALUE ' NETO  '.
           05  WS-LP-NETO           PIC ZZZZZZZZZZ9,99.
           05  FILLER               PIC X(07)   VALUE '  IVA  '.
           05  WS-LP-IVA            PIC ZZZZZZZZZZ9,99.
           05  FILLER               PIC X(09)   VALUE '  TOTAL  '.
           05  WS-LP-TOTAL          PIC ZZZZZZZZZZ9,99.
           05  FILLER               PIC X(25)   VALUE SPACES.

       01  WS-LIN-SEPARA            PIC X(90)   VALUE ALL '-'.
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
                   UNTIL FS-PEDVAL-FIN.

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
              SET  FS-PEDVAL-FIN TO TRUE
           END-IF.

           OPEN INPUT  PRECIOMAE.

           IF FS-PRECIOMAE IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN PRECIOMAE = ' FS-PRECIOMAE
              MOVE 9999 TO RETURN-CODE
              SET  FS-PEDVAL-FIN TO TRUE
           END-IF.

           OPEN INPUT  PEDVAL.

           IF FS-PEDVAL IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN PEDVAL   = ' FS-PEDVAL
              MOVE 9999 TO RETURN-CODE
              SET  FS-PEDVAL-FIN TO TRUE
           END-IF.

           OPEN OUTPUT BACKSAL.

           IF FS-BACKSAL IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN BACKSAL  = ' FS-BACKSAL
              MOVE 9999 TO RETURN-CODE
              SET  FS-PEDVAL-FIN TO TRUE
           END-IF.

           OPEN OUTPUT FACREC.

           IF FS-FACREC IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN FACREC   = ' FS-FACREC
              MOVE 9999 TO RETURN-CODE
              SET  FS-PEDVAL-FIN TO TRUE
           END-IF.

           OPEN OUTPUT FACTURAS.

           IF FS-FACTURAS IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN FACTURAS = ' FS-FACTURAS
              MOVE 9999 TO RETURN-CODE
              SET  FS-PEDVAL-FIN TO TRUE
           END-IF.

      *    LAS SALIDAS SE AGREGAN A LOS MOVIMIENTOS DE STOCK QUE YA
      *    TENGA EL DIA (CARGA MANUAL, AJUSTES DE CONTEO); SI TODAVIA
      *    NO HAY NINGUNO EL ARCHIVO SE CREA.
           OPEN EXTEND MOVSTOCK.

           IF FS-MOVSTOCK IS EQUAL '35'
              OPEN OUTPUT MOVSTOCK
           END-IF.

           IF FS-MOVSTOCK IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN MOVSTOCK = ' FS-MOVSTOCK
              MOVE 9999 TO RETURN-CODE
              SET  FS-PEDVAL-FIN TO TRUE
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

           PERFORM 1100-CARGAR-STOCK      THRU F-1100-CARGAR-STOCK.
           PERFORM 1200-CARGAR-CATEGORIAS THRU F-1200-CARGAR-CATEGORIAS.
           PERFORM 1300-CARGAR-ALICUOTAS  THRU F-1300-CARGAR-ALICUOTAS.
           PERFORM 1400-CARGAR-CAMBIOS    THRU F-1400-CARGAR-CAMBIOS.
           PERFORM 1500-LEER-NUMERACION   THRU F-1500-LEER-NUMERACION.

      *    SIN PENDIENTES ANTERIORES (PRIMERA CORRIDA) SE PASA
      *    DIRECTO A LOS PEDIDOS NUEVOS.
           OPEN INPUT BACKANT.

           IF FS-BACKANT IS EQUAL '00'
              SET WS-FASE-PENDIENTES TO TRUE
           ELSE
              DISPLAY '* SIN PENDIENTES DE ENTREGA ANTERIORES'
              SET WS-FASE-NUEVOS TO TRUE
           END-IF.

       F-1000-INICIO.   EXIT.
      **************************************************************
       1100-CARGAR-STOCK.
      *    EL STOCK DISPONIBLE ES LA EXISTENCIA FISICA DEL CENTRAL
      *    QUE DEJO LA ULTIMA CORRIDA DE PGMSKCBF: LO QUE ESTA EN
      *    OTRO DEPOSITO O EN TRANSITO NO SE PUEDE DESPACHAR. SIN
      *    ARCHIVO TODOS LOS PRODUCTOS QUEDAN EN CERO Y LOS
      *    RENGLONES VAN A PENDIENTES.
           MOVE SPACES TO WS-TABLA-STOCK

           PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 100
              MOVE ZEROS TO WS-STK-CANTIDAD (WS-IDX)
           END-PERFORM

           OPEN INPUT STOCKDEP

           IF FS-STOCKDEP IS EQUAL '00'
              PERFORM UNTIL FS-STOCKDEP IS EQUAL '10'
                 READ STOCKDEP INTO WS-REG-STKDEP
                    AT END
                       MOVE '10' TO FS-STOCKDEP
                    NOT AT END
                       IF SKD-DEPOSITO IS EQUAL WS-DEP-CENTRAL
                          COMPUTE WS-IDX = SKD-COD-PROD + 1
                          MOVE SKD-CANTIDAD TO
                               WS-STK-CANTIDAD (WS-IDX)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE STOCKDEP
           ELSE
              DISPLAY '* SIN MAESTRO DE STOCK, TODO QUEDA PENDIENTE'
           END-IF.

       F-1100-CARGAR-STOCK. EXIT.
      **************************************************************
       1200-CARGAR-CATEGORIAS.

           OPEN INPUT PROCAT

           IF FS-PROCAT IS EQUAL '00'
              PERFORM UNTIL FS-PROCAT IS EQUAL '10'
                 READ PROCAT
                    AT END
                       MOVE '10' TO FS-PROCAT
                    NOT AT END
                       IF PCA-COD-PROD IS NUMERIC
                          COMPUTE WS-IDX = PCA-COD-PROD + 1
                          MOVE PCA-CATEGORIA TO
                               WS-STK-CATEGORIA (WS-IDX)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE PROCAT
           ELSE
              DISPLAY '* SIN CATEGORIAS DE PRODUCTO, NO SE FACTURA '
                      'NINGUN RENGLON'
           END-IF.

       F-1200-CARGAR-CATEGORIAS. EXIT.
      **************************************************************
       1300-CARGAR-ALICUOTAS.

           OPEN INPUT IVACAT

           IF FS-IVACAT IS EQUAL '00'
              PERFORM UNTIL FS-IVACAT IS EQUAL '10'
                 READ IVACAT
                    AT END
                       MOVE '10' TO FS-IVACAT
                    NOT AT END
                       IF WS-ICA-CONT < 50
                          AND ICA-ALICUOTA IS NUMERIC
                          ADD 1 TO WS-ICA-CONT
                          MOVE ICA-CATEGORIA TO
                               WS-ICA-CATEGORIA (WS-ICA-CONT)
                          MOVE ICA-ALICUOTA  TO
                               WS-ICA-ALICUOTA (WS-ICA-CONT)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE IVACAT
           ELSE
              DISPLAY '* SIN ALICUOTAS DE IVA, NO SE FACTURA '
                      'NINGUN RENGLON'
           END-IF.

       F-1300-CARGAR-ALICUOTAS. EXIT.
      **************************************************************
       1400-CARGAR-CAMBIOS.

           OPEN INPUT CAMBIOS

           IF FS-CAMBIO IS EQUAL '00'
              PERFORM UNTIL FS-CAMBIO IS EQUAL '10'
                 READ CAMBIOS
                    AT END
                       MOVE '10' TO FS-CAMBIO
                    NOT AT END
                       IF WS-TCA-CONT < 500
                          AND RC-TASA IS NUMERIC
                          AND RC-FEC-VIGENCIA IS NUMERIC
                          ADD 1 TO WS-TCA-CONT
                          MOVE RC-MONEDA       TO
                               WS-TCA-MONEDA (WS-TCA-CONT)
                          MOVE RC-TASA         TO
                               WS-TCA-TASA (WS-TCA-CONT)
                          MOVE RC-FEC-VIGENCIA TO
                               WS-TCA-VIGENCIA (WS-TCA-CONT)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE CAMBIOS
           ELSE
              DISPLAY '* SIN TIPOS DE CAMBIO, LOS PRECIOS EN OTRA '
                      'MONEDA IRAN A RECHAZOS'
           END-IF.

       F-1400-CARGAR-CAMBIOS. EXIT.
      **************************************************************
       1500-LEER-NUMERACION.
      *    SIN GENERACION ANTERIOR (PRIMERA CORRIDA) LA NUMERACION
      *    EMPIEZA EN UNO.
           OPEN INPUT NUMANT

           IF FS-NUMANT IS EQUAL '00'
              READ NUMANT
                 AT END
                    CONTINUE
                 NOT AT END
                    IF NMA-ULTIMA-FACTURA IS NUMERIC
                       MOVE NMA-ULTIMA-FACTURA TO WS-ULTIMA-FACTURA
                    END-IF
              END-READ
              CLOSE NUMANT
           ELSE
              DISPLAY '* SIN NUMERACION ANTERIOR DE FACTURAS, SE '
                      'EMPIEZA EN UNO'
           END-IF.

       F-1500-LEER-NUMERACION. EXIT.
      **************************************************************

       2000-PROCESO.

           IF WS-FASE-PENDIENTES
              READ BACKANT INTO WS-REG-PEDVTA
              EVALUATE FS-BACKANT
                WHEN '00'
                   ADD 1 TO WS-PEND-LEIDOS
                   PERFORM 2100-PROCESAR-RENGLON
                           THRU F-2100-PROCESAR-RENGLON

                WHEN '10'
                   CLOSE BACKANT
                   SET WS-FASE-NUEVOS TO TRUE

                WHEN OTHER
                   DISPLAY '* ERROR EN LECTURA BACKANT = ' FS-BACKANT
                   MOVE 9999 TO RETURN-CODE
                   SET FS-PEDVAL-FIN  TO TRUE
              END-EVALUATE
           ELSE
              READ PEDVAL INTO WS-REG-PEDVTA
              EVALUATE FS-PEDVAL
                WHEN '00'
                   ADD 1 TO WS-PED-LEIDOS
                   PERFORM 2100-PROCESAR-RENGLON
                           THRU F-2100-PROCESAR-RENGLON

                WHEN '10'
                   CONTINUE

                WHEN OTHER
                   DISPLAY '* ERROR EN LECTURA PEDVAL = ' FS-PEDVAL
                   MOVE 9999 TO RETURN-CODE
                   SET FS-PEDVAL-FIN  TO TRUE
              END-EVALUATE
           END-IF.

       F-2000-PROCESO. EXIT.

      **************************************************************
       2100-PROCESAR-RENGLON.
      *    CORTE POR PEDIDO: LA FACTURA ABIERTA SE CIERRA CUANDO
      *    LLEGA OTRO PEDIDO O SE PASA DE PENDIENTES A NUEVOS.
           IF WS-FAC-ABIERTA
              IF PED-NRO-PEDIDO IS NOT EQUAL WS-FAC-PEDIDO
                 OR WS-FASE IS NOT EQUAL WS-FAC-FASE
                 PERFORM 2600-CERRAR-FACTURA
                         THRU F-2600-CERRAR-FACTURA
              END-IF
           END-IF

           PERFORM 2200-VALORIZAR-RENGLON THRU F-2200-VALORIZAR-RENGLON

           IF WS-MOTIVO IS NOT EQUAL SPACES
              PERFORM 2700-GRABAR-RECHAZO THRU F-2700-GRABAR-RECHAZO
              GO TO F-2100-PROCESAR-RENGLON
           END-IF

           COMPUTE WS-IDX = PED-COD-PROD + 1

           IF WS-STK-CANTIDAD (WS-IDX) IS LESS THAN PED-CANTIDAD
              PERFORM 2800-GRABAR-PENDIENTE THRU F-2800-GRABAR-PENDIENTE
              GO TO F-2100-PROCESAR-RENGLON
           END-IF

           SUBTRACT PED-CANTIDAD FROM WS-STK-CANTIDAD (WS-IDX)

           IF WS-FASE-PENDIENTES
              ADD 1 TO WS-PEND-LIBERADOS
           END-IF

           PERFORM 2300-FACTURAR-RENGLON THRU F-2300-FACTURAR-RENGLON.

       F-2100-PROCESAR-RENGLON. EXIT.
      **************************************************************
       2200-VALORIZAR-RENGLON.
      *    DEJA EN WS-PRECIO-UNIT EL PRECIO EN PESOS A LA FECHA DEL
      *    PEDIDO Y EN WS-ALICUOTA EL IVA DE LA CATEGORIA; SI FALTA
      *    ALGUNO DE LOS DATOS DEJA EL MOTIVO EN WS-MOTIVO.
           MOVE SPACES TO WS-MOTIVO
           MOVE ZEROS  TO WS-PRECIO-UNIT
                          WS-ALICUOTA

           COMPUTE WS-IDX = PED-COD-PROD + 1

           IF WS-STK-CATEGORIA (WS-IDX) IS EQUAL SPACES
              MOVE 'SIN CATEGOR' TO WS-MOTIVO
              GO TO F-2200-VALORIZAR-RENGLON
           END-IF

      *    UNA CATEGORIA EXENTA PUEDE TENER ALICUOTA CERO, ASI QUE
      *    LA FALTA DE ALICUOTA SE DETECTA POR LA FILA HALLADA.
           MOVE ZEROS TO WS-ICA-IDX

           PERFORM VARYING WS-ICA-SUB FROM 1 BY 1
                   UNTIL WS-ICA-SUB > WS-ICA-CONT
              IF WS-ICA-CATEGORIA (WS-ICA-SUB) IS EQUAL
                 WS-STK-CATEGORIA (WS-IDX)
                 MOVE WS-ICA-SUB TO WS-ICA-IDX
              END-IF
           END-PERFORM

           IF WS-ICA-IDX IS EQUAL ZEROS
              MOVE 'SIN ALICUOTA' TO WS-MOTIVO
              GO TO F-2200-VALORIZAR-RENGLON
           END-IF

           MOVE WS-ICA-ALICUOTA (WS-ICA-IDX) TO WS-ALICUOTA

           MOVE PED-COD-PROD TO PM-COD-PROD

           READ PRECIOMAE
              INVALID KEY
                 MOVE 'SIN PRECIO' TO WS-MOTIVO
           END-READ

           IF WS-MOTIVO IS NOT EQUAL SPACES
              GO TO F-2200-VALORIZAR-RENGLON
           END-IF

      *    PRECIO EN VIGOR A LA FECHA DEL PEDIDO: EL PROXIMO
      *    REEMPLAZA AL VIGENTE SOLO SI SU VIGENCIA YA HABIA LLEGADO.
           MOVE PM-PRECIO TO WS-PRECIO-VIGOR

           IF PM-VIG-PROX IS NUMERIC
              AND PM-VIG-PROX IS NOT EQUAL ZEROS
              AND PM-VIG-PROX IS NOT GREATER PED-FECHA
              MOVE PM-PRECIO-PROX TO WS-PRECIO-VIGOR
           END-IF

           IF PM-MONEDA IS EQUAL SPACES OR PM-MONEDA IS EQUAL 'PES'
              MOVE WS-PRECIO-VIGOR TO WS-PRECIO-UNIT
              GO TO F-2200-VALORIZAR-RENGLON
           END-IF

           MOVE ZEROS TO WS-TASA
                         WS-TASA-VIG

           PERFORM VARYING WS-TCA-SUB FROM 1 BY 1
                   UNTIL WS-TCA-SUB > WS-TCA-CONT
              IF WS-TCA-MONEDA (WS-TCA-SUB) IS EQUAL PM-MONEDA
                 AND WS-TCA-VIGENCIA (WS-TCA-SUB) IS NOT GREATER
                     PED-FECHA
                 AND WS-TCA-VIGENCIA (WS-TCA-SUB) IS NOT LESS
                     WS-TASA-VIG
                 MOVE WS-TCA-TASA (WS-TCA-SUB)     TO WS-TASA
                 MOVE WS-TCA-VIGENCIA (WS-TCA-SUB) TO WS-TASA-VIG
              END-IF
           END-PERFORM

           IF WS-TASA IS EQUAL ZEROS
              MOVE 'SIN CAMBIO' TO WS-MOTIVO
           ELSE
              COMPUTE WS-PRECIO-UNIT ROUNDED =
                      WS-PRECIO-VIGOR * WS-TASA
           END-IF.

       F-2200-VALORIZAR-RENGLON. EXIT.
      **************************************************************
       2300-FACTURAR-RENGLON.

           IF WS-FAC-CERRADA
              PERFORM 2400-ABRIR-FACTURA THRU F-2400-ABRIR-FACTURA
           END-IF

           COMPUTE WS-REN-NETO = PED-CANTIDAD * WS-PRECIO-UNIT
           COMPUTE WS-REN-IVA ROUNDED =
                   WS-REN-NETO * WS-ALICUOTA / 100

           ADD WS-REN-NETO TO WS-FAC-NETO
           ADD WS-REN-IVA  TO WS-FAC-IVA
           ADD 1           TO WS-REN-FACTURADOS

           MOVE PED-COD-PROD TO RP-COD-PROD

           READ PRODUCT
              INVALID KEY
                 MOVE SPACES TO RP-DENOMINACION
           END-READ

           MOVE PED-COD-PROD     TO WS-LR-COD
           MOVE RP-DENOMINACION  TO WS-LR-DENOM
           MOVE PED-CANTIDAD     TO WS-LR-CANT
           MOVE WS-PRECIO-UNIT   TO WS-LR-UNIT
           MOVE WS-REN-NETO      TO WS-LR-NETO
           MOVE WS-ALICUOTA      TO WS-LR-ALIC
           MOVE WS-REN-IVA       TO WS-LR-IVA

           WRITE REG-FACTURA FROM WS-LIN-RENGLON

           IF FS-FACTURAS IS NOT EQUAL '00'
              DISPLAY '* ERROR EN WRITE FACTURAS = ' FS-FACTURAS
              MOVE 9999 TO RETURN-CODE
              SET FS-PEDVAL-FIN TO TRUE
           END-IF

           PERFORM 2500-GRABAR-SALIDA THRU F-2500-GRABAR-SALIDA.

       F-2300-FACTURAR-RENGLON. EXIT.
      **************************************************************
       2400-ABRIR-FACTURA.

           ADD 1 TO WS-ULTIMA-FACTURA
           ADD 1 TO WS-FACTURAS-EMITIDAS

           IF WS-PRIMERA-FACTURA IS EQUAL ZEROS
              MOVE WS-ULTIMA-FACTURA TO WS-PRIMERA-FACTURA
           END-IF

           SET WS-FAC-ABIERTA TO TRUE
           MOVE PED-NRO-PEDIDO TO WS-FAC-PEDIDO
           MOVE WS-FASE        TO WS-FAC-FASE
           MOVE ZEROS          TO WS-FAC-NETO
                                  WS-FAC-IVA
                                  WS-FAC-TOTAL

           MOVE WS-ULTIMA-FACTURA  TO WS-LE-NRO
           MOVE WS-FECHA-NEGOCIO-R TO WS-LE-FECHA
           MOVE PED-NRO-PEDIDO     TO WS-LE-PEDIDO
           MOVE PED-COD-CLIENTE    TO WS-LE-CLIENTE
           MOVE PED-NOM-CLIENTE    TO WS-LE-NOMBRE

           WRITE REG-FACTURA FROM WS-LIN-SEPARA
           WRITE REG-FACTURA FROM WS-LIN-ENCAB1
           WRITE REG-FACTURA FROM WS-LIN-ENCAB2

           IF FS-FACTURAS IS NOT EQUAL '00'
              DISPLAY '* ERROR EN WRITE FACTURAS = ' FS-FACTURAS
              MOVE 9999 TO RETURN-CODE
              SET FS-PEDVAL-FIN TO TRUE
           END-IF.

       F-2400-ABRIR-FACTURA. EXIT.
      **************************************************************
       2500-GRABAR-SALIDA.
      *    LA SALIDA DE STOCK QUE ANTES SE CARGABA A MANO.
           MOVE SPACES             TO REG-MOVSTOCK
           MOVE PED-COD-PROD       TO MS-COD-PROD
           MOVE 'S'                TO MS-ENTSAL
           MOVE PED-CANTIDAD       TO MS-CANTIDAD
           MOVE WS-FECHA-NEGOCIO-R TO MS-FECHA
           MOVE WS-PRECIO-UNIT     TO MS-PRECIO-UNIT
           MOVE 'V'                TO MS-ORIGEN
      *    LA VENTA SALE DEL DEPOSITO CENTRAL.
           MOVE WS-DEP-CENTRAL     TO MS-DEPOSITO
           MOVE ZEROS              TO MS-DEP-CONTRA

           WRITE REG-MOVSTOCK

           IF FS-MOVSTOCK IS NOT EQUAL '00'
              DISPLAY '* ERROR EN WRITE MOVSTOCK = ' FS-MOVSTOCK
              MOVE 9999 TO RETURN-CODE
              SET FS-PEDVAL-FIN TO TRUE
           ELSE
              ADD 1 TO WS-MOV-GRABADOS
           END-IF.

       F-2500-GRABAR-SALIDA. EXIT.
      **************************************************************
       2600-CERRAR-FACTURA.

           COMPUTE WS-FAC-TOTAL = WS-FAC-NETO + WS-FAC-IVA

           ADD WS-FAC-NETO  TO WS-TOT-NETO
           ADD WS-FAC-IVA   TO WS-TOT-IVA
           ADD WS-FAC-TOTAL TO WS-TOT-TOTAL

           MOVE WS-FAC-NETO  TO WS-LP-NETO
           MOVE WS-FAC-IVA   TO WS-LP-IVA
           MOVE WS-FAC-TOTAL TO WS-LP-TOTAL

           WRITE REG-FACTURA FROM WS-LIN-PIE

           IF FS-FACTURAS IS NOT EQUAL '00'
              DISPLAY '* ERROR EN WRITE FACTURAS = ' FS-FACTURAS
              MOVE 9999 TO RETURN-CODE
              SET FS-PEDVAL-FIN TO TRUE
           END-IF

           SET WS-FAC-CERRADA TO TRUE.

       F-2600-CERRAR-FACTURA. EXIT.
      **************************************************************
       2700-GRABAR-RECHAZO.

           MOVE WS-MOTIVO TO PED-MOTIVO

           WRITE REG-FACREC FROM WS-REG-PEDVTA

           IF FS-FACREC IS NOT EQUAL '00'
              DISPLAY '* ERROR EN WRITE FACREC  = ' FS-FACREC
              MOVE 9999 TO RETURN-CODE
              SET FS-PEDVAL-FIN TO TRUE
           ELSE
              ADD 1 TO WS-REN-RECHAZADOS
           END-IF.

       F-2700-GRABAR-RECHAZO. EXIT.
      **************************************************************
       2800-GRABAR-PENDIENTE.
      *    EL RENGLON ENTERO QUEDA PENDIENTE CON SU FECHA DE PEDIDO
      *    ORIGINAL, QUE ES LA QUE FIJA EL PRECIO AL LIBERARLO.
           MOVE 'SIN STOCK' TO PED-MOTIVO

           WRITE REG-BACKSAL FROM WS-REG-PEDVTA

           IF FS-BACKSAL IS NOT EQUAL '00'
              DISPLAY '* ERROR EN WRITE BACKSAL = ' FS-BACKSAL
              MOVE 9999 TO RETURN-CODE
              SET FS-PEDVAL-FIN TO TRUE
           ELSE
              ADD 1 TO WS-REN-PENDIENTES
           END-IF.

       F-2800-GRABAR-PENDIENTE. EXIT.
      **************************************************************

       9999-FINAL.

           IF RETURN-CODE = 9999
            CONTINUE
           ELSE

             IF WS-FAC-ABIERTA
                PERFORM 2600-CERRAR-FACTURA THRU F-2600-CERRAR-FACTURA
             END-IF

      **************************************
      *    LA NUMERACION SOLO AVANZA SI LA CORRIDA TERMINO BIEN.
      **************************************
             OPEN OUTPUT NUMSAL

             IF FS-NUMSAL IS NOT EQUAL '00'
                DISPLAY '* ERROR EN OPEN NUMSAL   = ' FS-NUMSAL
                MOVE 9999 TO RETURN-CODE
             ELSE
                MOVE SPACES            TO REG-NUMSAL
                MOVE WS-ULTIMA-FACTURA TO NMS-ULTIMA-FACTURA
                WRITE REG-NUMSAL
                CLOSE NUMSAL
             END-IF

             DISPLAY '***************************************'
             DISPLAY ' PENDIENTES ANTERIORES     :  ' WS-PEND-LEIDOS
             DISPLAY ' PENDIENTES LIBERADOS      :  '
                                                 WS-PEND-LIBERADOS
             DISPLAY ' RENGLONES NUEVOS LEIDOS   :  ' WS-PED-LEIDOS
             DISPLAY ' RENGLONES FACTURADOS      :  '
                                                 WS-REN-FACTURADOS
             DISPLAY ' RENGLONES PENDIENTES      :  '
                                                 WS-REN-PENDIENTES
             DISPLAY ' RENGLONES RECHAZADOS      :  '
                                                 WS-REN-RECHAZADOS
             DISPLAY ' SALIDAS DE STOCK GRABADAS :  '
                                                 WS-MOV-GRABADOS
             DISPLAY ' FACTURAS EMITIDAS         :  '
                                                 WS-FACTURAS-EMITIDAS
             DISPLAY ' PRIMERA FACTURA           :  '
                                                 WS-PRIMERA-FACTURA
             DISPLAY ' ULTIMA FACTURA            :  '
                                                 WS-ULTIMA-FACTURA
             MOVE WS-TOT-NETO TO WS-TOTAL-ED
             DISPLAY ' NETO FACTURADO            :  ' WS-TOTAL-ED
             MOVE WS-TOT-IVA TO WS-TOTAL-ED
             DISPLAY ' IVA FACTURADO             :  ' WS-TOTAL-ED
             MOVE WS-TOT-TOTAL TO WS-TOTAL-ED
             DISPLAY ' TOTAL FACTURADO           :  ' WS-TOTAL-ED
             DISPLAY '***************************************'

             CLOSE PRODUCT
             CLOSE PRECIOMAE
             CLOSE PEDVAL
             CLOSE BACKSAL
             CLOSE FACREC
             CLOSE FACTURAS
             CLOSE MOVSTOCK

           END-IF.
       F-9999-FINAL.
           EXIT.
