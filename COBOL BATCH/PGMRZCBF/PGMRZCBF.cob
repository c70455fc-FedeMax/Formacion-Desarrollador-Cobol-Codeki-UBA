       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMRZCBF.
       AUTHOR.    FEDERICO FALCON.
      **************************************************************
      *  RECEPCION DE MERCADERIA CONTRA ORDENES DE COMPRA.         *
      *  NADIE SABIA SI EL PROVEEDOR ENTREGABA LO PEDIDO NI QUE    *
      *  QUEDABA ABIERTO. ESTE PASO CARGA EL MAESTRO DE ORDENES    *
      *  (DDOCAANT, LAYOUT CPORDCOM) Y POR CADA ENTREGA DE         *
      *  DDRECEPC (LAYOUT CPRECMER):                               *
      *    - LA APAREA CON EL RENGLON ABIERTO DE LA MISMA ORDEN Y  *
      *      PRODUCTO; SI NO HAY RENGLON ABIERTO O LA ENTREGA      *
      *      ACUMULADA SUPERA LO PEDIDO MAS LA TOLERANCIA          *
      *      PORCENTUAL DE LA TARJETA DDCTRL, LA ENTREGA VA A      *
      *      DDRECREC CON EL MOTIVO                                *
      *    - ACUMULA LO RECIBIDO Y CIERRA EL RENGLON CUANDO LLEGA  *
      *      A LO PEDIDO MENOS LA TOLERANCIA                       *
      *    - GRABA LA ENTRADA 'E' EN DDMOVSTK PARA QUE LA APLIQUE  *
      *      PGMSKCBF, EN LUGAR DE CARGARLA A MANO, CON EL COSTO   *
      *      UNITARIO DE LA ENTREGA (O EL DE LA ORDEN SI LA        *
      *      ENTREGA NO LO TRAE) PARA EL COSTO PROMEDIO            *
      *      Y CON EL LOTE Y VENCIMIENTO DE LA ENTREGA             *
      *  DESPUES GRABA LA NUEVA GENERACION DDOCASAL (LOS RENGLONES *
      *  CUMPLIDOS HACE MAS DE UN ANIO SE DEPURAN) Y EMITE EN      *
      *  DDSALI EL ENVEJECIMIENTO DE ORDENES ABIERTAS POR          *
      *  PROVEEDOR: ANTIGUEDAD DE CADA RENGLON CONTRA EL PLAZO     *
      *  DECLARADO EN DDPROVEE, Y PLAZO REAL PROMEDIO DE LAS       *
      *  ENTREGAS CUMPLIDAS CONTRA EL DECLARADO. LOS DIAS SE       *
      *  CUENTAN 30/360 COMO EN EL RESTO DE LOS ENVEJECIMIENTOS.   *
      **************************************************************
       ENVIRONMENT DIVISION.
      **************************************************************
       CONFIGURATION SECTION.

       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
      **************************************************************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

             SELECT RECEPC ASSIGN TO DDRECEPC
                    FILE STATUS IS FS-RECEPC.

             SELECT ORDANT ASSIGN TO DDOCAANT
                    FILE STATUS IS FS-ORDANT.

             SELECT ORDSAL ASSIGN TO DDOCASAL
                    FILE STATUS IS FS-ORDSAL.

             SELECT RECREC ASSIGN TO DDRECREC
                    FILE STATUS IS FS-RECREC.

             SELECT MOVSTOCK ASSIGN TO DDMOVSTK
                    FILE STATUS IS FS-MOVSTOCK.

             SELECT TARJETA ASSIGN TO DDCTRL
                    FILE STATUS IS FS-CONTROL.

             SELECT SALIDA ASSIGN TO DDSALI
                    FILE STATUS IS FS-SALIDA.

             SELECT FECHAPRO ASSIGN TO DDFECPRO
                    FILE STATUS IS FS-FECHAPRO.
      **************************************************************
       I-O-CONTROL.

       DATA DIVISION.
       FILE SECTION.
       FD   RECEPC
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01   REG-RECEPC            PIC X(80).

       FD   ORDANT
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01   REG-ORDANT            PIC X(100).

       FD   ORDSAL
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01   REG-ORDSAL            PIC X(100).

       FD   RECREC
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01   REG-RECREC            PIC X(80).

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

      *    TOLERANCIA DE ENTREGA EN PORCENTAJE DE LO PEDIDO.
       FD   TARJETA
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01   REG-CONTROL.
           05 CTL-TOLERANCIA          PIC 9(03).
           05 FILLER                  PIC X(77).

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
       77  FS-RECEPC                  PIC XX       VALUE SPACES.
           88  FS-RECEPC-FIN                       VALUE '10'.
       77  FS-ORDANT                  PIC XX       VALUE SPACES.
       77  FS-ORDSAL                  PIC XX       VALUE SPACES.
       77  FS-RECREC                  PIC XX       VALUE SPACES.
       77  FS-MOVSTOCK                PIC XX       VALUE SPACES.
       77  FS-CONTROL                 PIC XX       VALUE SPACES.
       77  FS-SALIDA                  PIC XX       VALUE SPACES.
       77  FS-FECHAPRO                PIC XX       VALUE SPACES.

      *****************RENGLON DE ORDEN Y ENTREGA*********************
           COPY CPORDCOM.

           COPY CPRECMER.

      *****************FECHA DE NEGOCIO*******************************
           COPY CPFECPRO.

      *********************CONTADORES*******************************
       77  WS-REC-LEIDAS              PIC 9(07)    VALUE ZEROES.
       77  WS-REC-ACEPTADAS           PIC 9(07)    VALUE ZEROES.
       77  WS-REC-RECHAZADAS          PIC 9(07)    VALUE ZEROES.
       77  WS-REN-CUMPLIDOS           PIC 9(07)    VALUE ZEROES.
       77  WS-ORD-GRABADOS            PIC 9(07)    VALUE ZEROES.
       77  WS-ORD-DEPURADOS           PIC 9(07)    VALUE ZEROES.

      *****************TOLERANCIA DE LA TARJETA***********************
       77  WS-TOLERANCIA              PIC 9(03)    VALUE ZEROS.
       77  WS-CANT-MAXIMA             PIC 9(09)    VALUE ZEROS.
       77  WS-CANT-MINIMA             PIC 9(09)    VALUE ZEROS.
       77  WS-CANT-ACUM               PIC 9(09)    VALUE ZEROS.
       77  WS-MOTIVO                  PIC X(12)    VALUE SPACES.

      *****************MAESTRO DE ORDENES EN MEMORIA*******************
      *    CADA FILA ES EL REGISTRO CPORDCOM COMPLETO; LA CLAVE
      *    ORDEN + PRODUCTO SON SUS PRIMEROS NUEVE BYTES.
      *    WS-OCP-LISTADA: N = PENDIENTE DE LISTAR, S = LISTADA,
      *    X = DEPURADA DEL MAESTRO.
       77  WS-OCP-CONT                PIC 9(04)    USAGE COMP
                                       VALUE ZEROES.
       77  WS-OCP-SUB                 PIC 9(04)    USAGE COMP
                                       VALUE ZEROES.
       77  WS-OCP-SUB2                PIC 9(04)    USAGE COMP
                                       VALUE ZEROES.
       77  WS-OCP-IDX                 PIC 9(04)    USAGE COMP
                                       VALUE ZEROES.
       01  WS-TABLA-ORDENES.
           03  WS-OCP OCCURS 2000 TIMES.
               05 WS-OCP-FILA.
                  10 WS-OCP-CLAVE     PIC X(09).
                  10 FILLER           PIC X(91).
               05 WS-OCP-LISTADA      PIC X(01).

       01  WS-CLAVE-BUS.
           05  WS-CB-ORDEN            PIC 9(07).
           05  WS-CB-PROD             PIC 9(02).

      *****************DIAS 30/360 PARA EL ENVEJECIMIENTO**************
       77  WS-DIAS-PROC    PIC 9(07)  VALUE ZEROS.
       77  WS-DIAS-DESDE   PIC 9(07)  VALUE ZEROS.
       77  WS-DIAS-ANTIG   PIC S9(05) VALUE ZEROS.
       01  WS-FECHA-CONV.
           05  WS-FC-ANIO           PIC 9(04).
           05  WS-FC-MES            PIC 9(02).
           05  WS-FC-DIA            PIC 9(02).
       77  WS-DIAS-CONV    PIC 9(07)  VALUE ZEROS.

      *****************ACUMULADOS POR PROVEEDOR************************
       01  WS-PROV-ACTUAL             PIC X(30)    VALUE SPACES.
       77  WS-AG-ABIERTOS             PIC 9(05)    VALUE ZEROS.
       77  WS-AG-ATRASADOS            PIC 9(05)    VALUE ZEROS.
       77  WS-AG-CUMPLIDOS            PIC 9(05)    VALUE ZEROS.
       77  WS-AG-DIAS-REALES          PIC 9(09)    VALUE ZEROS.
       77  WS-AG-DIAS-DECL            PIC 9(09)    VALUE ZEROS.
       77  WS-AG-PROMEDIO             PIC 9(05)    VALUE ZEROS.

      *****************LINEAS DEL REPORTE******************************
       01  WS-LIN-PROVEE.
           05  FILLER               PIC X(12)   VALUE ' PROVEEDOR  '.
           05  WS-LP-PROVEEDOR      PIC X(30).
           05  FILLER               PIC X(48)   VALUE SPACES.

       01  WS-LIN-ABIERTO.
           05  FILLER               PIC X(10)   VALUE '    ORDEN '.
           05  WS-LA-ORDEN          PIC 9(07).
           05  FILLER               PIC X(06)   VALUE ' PROD '.
           05  WS-LA-COD            PIC 9(02).
           05  FILLER               PIC X(08)   VALUE ' PEDIDO '.
           05  WS-LA-PEDIDO         PIC ZZZZZZ9.
           05  FILLER               PIC X(07)   VALUE ' RECIB '.
           05  WS-LA-RECIBIDO       PIC ZZZZZZ9.
           05  FILLER               PIC X(07)   VALUE ' ANTIG '.
           05  WS-LA-ANTIG          PIC -ZZZ9.
           05  FILLER               PIC X(06)   VALUE ' DECL '.
           05  WS-LA-DECL           PIC ZZ9.
           05  WS-LA-MARCA          PIC X(11).
           05  FILLER               PIC X(04)   VALUE SPACES.

       01  WS-LIN-RESUMEN.
           05  FILLER               PIC X(14)   VALUE '    ABIERTOS  '.
           05  WS-LR-ABIERTOS       PIC ZZZZ9.
           05  FILLER               PIC X(11)   VALUE ' ATRASADOS '.
           05  WS-LR-ATRASADOS      PIC ZZZZ9.
           05  FILLER               PIC X(11)   VALUE ' CUMPLIDOS '.
           05  WS-LR-CUMPLIDOS      PIC ZZZZ9.
           05  FILLER               PIC X(12)   VALUE ' PLAZO REAL '.
           05  WS-LR-REAL           PIC ZZZZ9.
           05  FILLER               PIC X(12)   VALUE ' DECLARADO  '.
           05  WS-LR-DECL           PIC ZZZZ9.
           05  FILLER               PIC X(05)   VALUE SPACES.
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
                   UNTIL FS-RECEPC-FIN.

           PERFORM 9999-FINAL    THRU  F-9999-FINAL.

       F-MAIN-PROGRAM. GOBACK.

      **************************************
      *                                    *
      *  CUERPO INICIO APERTURA ARCHIVOS   *
      *                                    *
      **************************************
       1000-INICIO.

           OPEN INPUT  RECEPC.

           IF FS-RECEPC IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN RECEPC   = ' FS-RECEPC
              MOVE 9999 TO RETURN-CODE
              SET  FS-RECEPC-FIN TO TRUE
           END-IF.

           OPEN OUTPUT RECREC.

           IF FS-RECREC IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN RECREC   = ' FS-RECREC
              MOVE 9999 TO RETURN-CODE
              SET  FS-RECEPC-FIN TO TRUE
           END-IF.

           OPEN OUTPUT SALIDA.

           IF FS-SALIDA IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN SALIDA   = ' FS-SALIDA
              MOVE 9999 TO RETURN-CODE
              SET  FS-RECEPC-FIN TO TRUE
           END-IF.

      *    LAS ENTRADAS SE AGREGAN A LOS MOVIMIENTOS DE STOCK QUE YA
      *    TENGA EL DIA; SI TODAVIA NO HAY NINGUNO EL ARCHIVO SE CREA.
           OPEN EXTEND MOVSTOCK.

           IF FS-MOVSTOCK IS EQUAL '35'
              OPEN OUTPUT MOVSTOCK
           END-IF.

           IF FS-MOVSTOCK IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN MOVSTOCK = ' FS-MOVSTOCK
              MOVE 9999 TO RETURN-CODE
              SET  FS-RECEPC-FIN TO TRUE
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

           MOVE WS-FECHA-NEGOCIO TO WS-FECHA-CONV
           PERFORM 7000-FECHA-A-DIAS THRU F-7000-FECHA-A-DIAS
           MOVE WS-DIAS-CONV TO WS-DIAS-PROC

      *    SIN TARJETA LA TOLERANCIA ES CERO: SOLO SE ACEPTA HASTA
      *    LO PEDIDO Y EL RENGLON SE CIERRA AL COMPLETARLO.
           OPEN INPUT TARJETA.

           IF FS-CONTROL IS EQUAL '00'
              READ TARJETA
                 AT END
                    CONTINUE
                 NOT AT END
                    IF CTL-TOLERANCIA IS NUMERIC
                       MOVE CTL-TOLERANCIA TO WS-TOLERANCIA
                    END-IF
              END-READ
              CLOSE TARJETA
           ELSE
              DISPLAY '* SIN TARJETA DE TOLERANCIA, SE USA CERO'
           END-IF.

           IF WS-TOLERANCIA IS GREATER THAN 100
              MOVE 100 TO WS-TOLERANCIA
           END-IF.

           IF RETURN-CODE IS EQUAL 9999
              GO TO F-1000-INICIO
           END-IF.

           PERFORM 1100-CARGAR-ORDENES THRU F-1100-CARGAR-ORDENES.

       F-1000-INICIO.   EXIT.
      **************************************************************
       1100-CARGAR-ORDENES.
      *    SIN MAESTRO ANTERIOR TODAS LAS ENTREGAS VAN A RECHAZOS.
           OPEN INPUT ORDANT

           IF FS-ORDANT IS EQUAL '00'
              PERFORM UNTIL FS-ORDANT IS NOT EQUAL '00'
                 READ ORDANT
                    AT END
                       MOVE '10' TO FS-ORDANT
                    NOT AT END
                       IF WS-OCP-CONT < 2000
                          ADD 1 TO WS-OCP-CONT
                          MOVE REG-ORDANT TO
                               WS-OCP-FILA (WS-OCP-CONT)
                          MOVE 'N' TO WS-OCP-LISTADA (WS-OCP-CONT)
                       ELSE
                          DISPLAY '* ATENCION: TABLA DE ORDENES '
                                  'LLENA (2000)'
                          MOVE 9999 TO RETURN-CODE
                          SET FS-RECEPC-FIN TO TRUE
                          MOVE '10' TO FS-ORDANT
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE ORDANT
           ELSE
              DISPLAY '* SIN MAESTRO DE ORDENES DE COMPRA'
           END-IF.

       F-1100-CARGAR-ORDENES. EXIT.
      **************************************************************

       2000-PROCESO.

           READ RECEPC INTO WS-REG-RECMER

           EVALUATE FS-RECEPC
             WHEN '00'
                ADD 1 TO WS-REC-LEIDAS
                PERFORM 2100-APLICAR-ENTREGA THRU F-2100-APLICAR-ENTREGA

              WHEN '10'
              CONTINUE

           WHEN OTHER
              DISPLAY '* ERROR EN LECTURA RECEPC = ' FS-RECEPC
              MOVE 9999 TO RETURN-CODE
              SET FS-RECEPC-FIN  TO TRUE

           END-EVALUATE.

       F-2000-PROCESO. EXIT.

      **************************************************************
       2100-APLICAR-ENTREGA.

           MOVE SPACES TO WS-MOTIVO

           IF REM-CANTIDAD IS NOT NUMERIC
              OR REM-CANTIDAD IS EQUAL ZEROS
              OR REM-CANTIDAD IS GREATER THAN 99999
              MOVE 'CANT INVALID' TO WS-MOTIVO
              PERFORM 2700-GRABAR-RECHAZO THRU F-2700-GRABAR-RECHAZO
              GO TO F-2100-APLICAR-ENTREGA
           END-IF

           IF REM-FECHA IS NOT NUMERIC
              OR REM-FECHA IS EQUAL ZEROS
              MOVE 'FECHA INVALI' TO WS-MOTIVO
              PERFORM 2700-GRABAR-RECHAZO THRU F-2700-GRABAR-RECHAZO
              GO TO F-2100-APLICAR-ENTREGA
           END-IF

      *    EL LOTE DE UN PRODUCTO QUE VENCE TRAE SU VENCIMIENTO.
           IF REM-LOTE IS NOT EQUAL SPACES
              AND (REM-FEC-VENCE IS NOT NUMERIC
                   OR REM-FEC-VENCE IS EQUAL ZEROS)
              MOVE 'VENCE INVALI' TO WS-MOTIVO
              PERFORM 2700-GRABAR-RECHAZO THRU F-2700-GRABAR-RECHAZO
              GO TO F-2100-APLICAR-ENTREGA
           END-IF

           MOVE REM-NRO-ORDEN TO WS-CB-ORDEN
           MOVE REM-COD-PROD  TO WS-CB-PROD
           MOVE ZEROS         TO WS-OCP-IDX

           PERFORM VARYING WS-OCP-SUB FROM 1 BY 1
                   UNTIL WS-OCP-SUB > WS-OCP-CONT
              IF WS-OCP-CLAVE (WS-OCP-SUB) IS EQUAL WS-CLAVE-BUS
                 MOVE WS-OCP-SUB  TO WS-OCP-IDX
                 MOVE WS-OCP-CONT TO WS-OCP-SUB
              END-IF
           END-PERFORM

           IF WS-OCP-IDX IS EQUAL ZEROS
              MOVE 'SIN ORDEN'    TO WS-MOTIVO
              PERFORM 2700-GRABAR-RECHAZO THRU F-2700-GRABAR-RECHAZO
              GO TO F-2100-APLICAR-ENTREGA
           END-IF

           MOVE WS-OCP-FILA (WS-OCP-IDX) TO WS-REG-ORDCOM

           IF NOT OCP-ABIERTA
              MOVE 'ORDEN CUMPLI' TO WS-MOTIVO
              PERFORM 2700-GRABAR-RECHAZO THRU F-2700-GRABAR-RECHAZO
              GO TO F-2100-APLICAR-ENTREGA
           END-IF

      *    LA ENTREGA ACUMULADA PUEDE PASARSE DE LO PEDIDO HASTA LA
      *    TOLERANCIA; EL RENGLON SE DA POR CUMPLIDO AL LLEGAR A LO
      *    PEDIDO MENOS LA TOLERANCIA.
           COMPUTE WS-CANT-MAXIMA =
                   OCP-CANT-PEDIDA * (100 + WS-TOLERANCIA) / 100
           COMPUTE WS-CANT-MINIMA =
                   OCP-CANT-PEDIDA * (100 - WS-TOLERANCIA) / 100
           COMPUTE WS-CANT-ACUM = OCP-CANT-RECIBIDA + REM-CANTIDAD

           IF WS-CANT-ACUM IS GREATER THAN WS-CANT-MAXIMA
              MOVE 'EXCEDE TOLER' TO WS-MOTIVO
              PERFORM 2700-GRABAR-RECHAZO THRU F-2700-GRABAR-RECHAZO
              GO TO F-2100-APLICAR-ENTREGA
           END-IF

           MOVE WS-CANT-ACUM TO OCP-CANT-RECIBIDA
           MOVE REM-FECHA    TO OCP-FEC-RECEPCION

           IF WS-CANT-ACUM IS NOT LESS THAN WS-CANT-MINIMA
              SET OCP-CUMPLIDA TO TRUE
              ADD 1 TO WS-REN-CUMPLIDOS
           END-IF

           MOVE WS-REG-ORDCOM TO WS-OCP-FILA (WS-OCP-IDX)

           PERFORM 2500-GRABAR-ENTRADA THRU F-2500-GRABAR-ENTRADA.

       F-2100-APLICAR-ENTREGA. EXIT.
      **************************************************************
       2500-GRABAR-ENTRADA.
      *    LA ENTRADA DE STOCK QUE ANTES SE CARGABA A MANO.
           MOVE SPACES             TO REG-MOVSTOCK
           MOVE REM-COD-PROD       TO MS-COD-PROD
           MOVE 'E'                TO MS-ENTSAL
           MOVE REM-CANTIDAD       TO MS-CANTIDAD
           MOVE REM-FECHA          TO MS-FECHA
           MOVE 'C'                TO MS-ORIGEN
      *    LA COMPRA SE RECIBE EN EL DEPOSITO CENTRAL.
           MOVE 01                 TO MS-DEPOSITO
           MOVE ZEROS              TO MS-DEP-CONTRA
           MOVE REM-LOTE           TO MS-LOTE
           MOVE ZEROS              TO MS-FEC-VENCE

           IF REM-LOTE IS NOT EQUAL SPACES
              MOVE REM-FEC-VENCE   TO MS-FEC-VENCE
           END-IF

      *    EL COSTO DE LA ENTREGA, SI EL PROVEEDOR LO INFORMA, MANDA
      *    SOBRE EL PACTADO EN LA ORDEN.
           IF REM-COSTO-UNIT IS NUMERIC
              AND REM-COSTO-UNIT IS GREATER THAN ZEROS
              MOVE REM-COSTO-UNIT  TO MS-COSTO-UNIT
           ELSE
              MOVE OCP-COSTO-UNIT  TO MS-COSTO-UNIT
           END-IF

           WRITE REG-MOVSTOCK

           IF FS-MOVSTOCK IS NOT EQUAL '00'
              DISPLAY '* ERROR EN WRITE MOVSTOCK = ' FS-MOVSTOCK
              MOVE 9999 TO RETURN-CODE
              SET FS-RECEPC-FIN TO TRUE
           ELSE
              ADD 1 TO WS-REC-ACEPTADAS
           END-IF.

       F-2500-GRABAR-ENTRADA. EXIT.
      **************************************************************
       2700-GRABAR-RECHAZO.

           MOVE WS-MOTIVO TO REM-MOTIVO

           WRITE REG-RECREC FROM WS-REG-RECMER

           IF FS-RECREC IS NOT EQUAL '00'
              DISPLAY '* ERROR EN WRITE RECREC  = ' FS-RECREC
              MOVE 9999 TO RETURN-CODE
              SET FS-RECEPC-FIN TO TRUE
           ELSE
              ADD 1 TO WS-REC-RECHAZADAS
           END-IF.

       F-2700-GRABAR-RECHAZO. EXIT.
      **************************************************************
       7000-FECHA-A-DIAS.
      *    CONVIERTE AAAAMMDD A DIAS 30/360 PARA EL ENVEJECIMIENTO.
           COMPUTE WS-DIAS-CONV =
                   (WS-FC-ANIO * 360) + (WS-FC-MES * 30) + WS-FC-DIA.

       F-7000-FECHA-A-DIAS. EXIT.
      **************************************************************
       8000-GRABAR-ORDENES.
      *    NUEVA GENERACION DEL MAESTRO. EL RENGLON CUMPLIDO CUYA
      *    ULTIMA ENTREGA TIENE MAS DE UN ANIO YA NO APORTA AL
      *    PLAZO REAL DEL PROVEEDOR Y SE DEPURA.
           OPEN OUTPUT ORDSAL

           IF FS-ORDSAL IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN ORDSAL   = ' FS-ORDSAL
              MOVE 9999 TO RETURN-CODE
              GO TO F-8000-GRABAR-ORDENES
           END-IF

           PERFORM VARYING WS-OCP-SUB FROM 1 BY 1
                   UNTIL WS-OCP-SUB > WS-OCP-CONT
                      OR RETURN-CODE IS EQUAL 9999
              MOVE WS-OCP-FILA (WS-OCP-SUB) TO WS-REG-ORDCOM
              MOVE ZEROS TO WS-DIAS-ANTIG
              IF OCP-CUMPLIDA
                 MOVE OCP-FEC-RECEPCION TO WS-FECHA-CONV
                 PERFORM 7000-FECHA-A-DIAS THRU F-7000-FECHA-A-DIAS
                 COMPUTE WS-DIAS-ANTIG = WS-DIAS-PROC - WS-DIAS-CONV
              END-IF
              IF WS-DIAS-ANTIG IS GREATER THAN 360
                 MOVE 'X' TO WS-OCP-LISTADA (WS-OCP-SUB)
                 ADD 1 TO WS-ORD-DEPURADOS
              ELSE
                 WRITE REG-ORDSAL FROM WS-REG-ORDCOM
                 IF FS-ORDSAL IS NOT EQUAL '00'
                    DISPLAY '* ERROR EN WRITE ORDSAL  = ' FS-ORDSAL
                    MOVE 9999 TO RETURN-CODE
                 ELSE
                    ADD 1 TO WS-ORD-GRABADOS
                 END-IF
              END-IF
           END-PERFORM

           CLOSE ORDSAL.

       F-8000-GRABAR-ORDENES. EXIT.
      **************************************************************
       8100-ENVEJECIMIENTO.
      *    AGRUPA POR PROVEEDOR COMO LAS PROPUESTAS DE PGMROCBF: POR
      *    CADA PROVEEDOR NO LISTADO SE IMPRIME SU ENCABEZADO, SUS
      *    RENGLONES ABIERTOS CON LA ANTIGUEDAD Y EL RESUMEN DE
      *    PLAZOS.
           PERFORM VARYING WS-OCP-SUB FROM 1 BY 1
                   UNTIL WS-OCP-SUB > WS-OCP-CONT
               IF WS-OCP-LISTADA (WS-OCP-SUB) IS EQUAL 'N'
                  MOVE WS-OCP-FILA (WS-OCP-SUB) TO WS-REG-ORDCOM
                  MOVE OCP-PROVEEDOR TO WS-PROV-ACTUAL
                  MOVE WS-PROV-ACTUAL TO WS-LP-PROVEEDOR
                  WRITE REG-SALIDA FROM WS-LIN-PROVEE

                  MOVE ZEROS TO WS-AG-ABIERTOS
                                WS-AG-ATRASADOS
                                WS-AG-CUMPLIDOS
                                WS-AG-DIAS-REALES
                                WS-AG-DIAS-DECL

                  PERFORM VARYING WS-OCP-SUB2 FROM 1 BY 1
                          UNTIL WS-OCP-SUB2 > WS-OCP-CONT
                      MOVE WS-OCP-FILA (WS-OCP-SUB2) TO WS-REG-ORDCOM
                      IF OCP-PROVEEDOR IS EQUAL WS-PROV-ACTUAL
                         AND WS-OCP-LISTADA (WS-OCP-SUB2)
                             IS EQUAL 'N'
                         MOVE 'S' TO WS-OCP-LISTADA (WS-OCP-SUB2)
                         PERFORM 8200-ENVEJECER-RENGLON
                                 THRU F-8200-ENVEJECER-RENGLON
                      END-IF
                  END-PERFORM

                  PERFORM 8300-RESUMEN-PROVEEDOR
                          THRU F-8300-RESUMEN-PROVEEDOR
               END-IF
           END-PERFORM.

       F-8100-ENVEJECIMIENTO. EXIT.
      **************************************************************
       8200-ENVEJECER-RENGLON.

           MOVE OCP-FEC-EMISION TO WS-FECHA-CONV
           PERFORM 7000-FECHA-A-DIAS THRU F-7000-FECHA-A-DIAS
           MOVE WS-DIAS-CONV TO WS-DIAS-DESDE

           IF OCP-CUMPLIDA
              MOVE OCP-FEC-RECEPCION TO WS-FECHA-CONV
              PERFORM 7000-FECHA-A-DIAS THRU F-7000-FECHA-A-DIAS
              COMPUTE WS-DIAS-ANTIG = WS-DIAS-CONV - WS-DIAS-DESDE
              IF WS-DIAS-ANTIG IS LESS THAN ZERO
                 MOVE ZEROS TO WS-DIAS-ANTIG
              END-IF
              ADD 1                TO WS-AG-CUMPLIDOS
              ADD WS-DIAS-ANTIG    TO WS-AG-DIAS-REALES
              ADD OCP-DIAS-ENTREGA TO WS-AG-DIAS-DECL
              GO TO F-8200-ENVEJECER-RENGLON
           END-IF

           COMPUTE WS-DIAS-ANTIG = WS-DIAS-PROC - WS-DIAS-DESDE
           ADD 1 TO WS-AG-ABIERTOS

           MOVE OCP-NRO-ORDEN     TO WS-LA-ORDEN
           MOVE OCP-COD-PROD      TO WS-LA-COD
           MOVE OCP-CANT-PEDIDA   TO WS-LA-PEDIDO
           MOVE OCP-CANT-RECIBIDA TO WS-LA-RECIBIDO
           MOVE WS-DIAS-ANTIG     TO WS-LA-ANTIG
           MOVE OCP-DIAS-ENTREGA  TO WS-LA-DECL

           IF WS-DIAS-ANTIG IS GREATER THAN OCP-DIAS-ENTREGA
              ADD 1 TO WS-AG-ATRASADOS
              MOVE ' * ATRASADA' TO WS-LA-MARCA
           ELSE
              MOVE SPACES        TO WS-LA-MARCA
           END-IF

           WRITE REG-SALIDA FROM WS-LIN-ABIERTO

           IF FS-SALIDA IS NOT EQUAL '00'
              DISPLAY '* ERROR EN WRITE SALIDA   = ' FS-SALIDA
              MOVE 9999 TO RETURN-CODE
           END-IF.

       F-8200-ENVEJECER-RENGLON. EXIT.
      **************************************************************
       8300-RESUMEN-PROVEEDOR.
      *    PLAZO REAL PROMEDIO DE LAS ENTREGAS CUMPLIDAS CONTRA EL
      *    PROMEDIO DECLARADO PARA ESOS MISMOS RENGLONES.
           MOVE WS-AG-ABIERTOS  TO WS-LR-ABIERTOS
           MOVE WS-AG-ATRASADOS TO WS-LR-ATRASADOS
           MOVE WS-AG-CUMPLIDOS TO WS-LR-CUMPLIDOS
           MOVE ZEROS           TO WS-LR-REAL
                                   WS-LR-DECL

           IF WS-AG-CUMPLIDOS IS GREATER THAN ZEROS
              COMPUTE WS-AG-PROMEDIO ROUNDED =
                      WS-AG-DIAS-REALES / WS-AG-CUMPLIDOS
              MOVE WS-AG-PROMEDIO TO WS-LR-REAL
              COMPUTE WS-AG-PROMEDIO ROUNDED =
                      WS-AG-DIAS-DECL / WS-AG-CUMPLIDOS
              MOVE WS-AG-PROMEDIO TO WS-LR-DECL
           END-IF

           WRITE REG-SALIDA FROM WS-LIN-RESUMEN

           IF FS-SALIDA IS NOT EQUAL '00'
              DISPLAY '* ERROR EN WRITE SALIDA   = ' FS-SALIDA
              MOVE 9999 TO RETURN-CODE
           END-IF.

       F-8300-RESUMEN-PROVEEDOR. EXIT.
      **************************************************************

       9999-FINAL.

           IF RETURN-CODE = 9999
            CONTINUE
           ELSE

             PERFORM 8000-GRABAR-ORDENES THRU F-8000-GRABAR-ORDENES
             PERFORM 8100-ENVEJECIMIENTO THRU F-8100-ENVEJECIMIENTO

             DISPLAY '***************************************'
             DISPLAY ' ENTREGAS LEIDAS           :  ' WS-REC-LEIDAS
             DISPLAY ' ENTREGAS ACEPTADAS        :  '
                                                 WS-REC-ACEPTADAS
             DISPLAY ' ENTREGAS RECHAZADAS       :  '
                                                 WS-REC-RECHAZADAS
             DISPLAY ' RENGLONES CUMPLIDOS HOY   :  '
                                                 WS-REN-CUMPLIDOS
             DISPLAY ' RENGLONES DE ORDEN GRABADOS: '
                                                 WS-ORD-GRABADOS
             DISPLAY ' RENGLONES DEPURADOS       :  '
                                                 WS-ORD-DEPURADOS
             DISPLAY ' TOLERANCIA DE ENTREGA (%) :  ' WS-TOLERANCIA
             DISPLAY '***************************************'

             CLOSE RECEPC
             CLOSE RECREC
             CLOSE MOVSTOCK
             CLOSE SALIDA

           END-IF.
       F-9999-FINAL.
           EXIT.
