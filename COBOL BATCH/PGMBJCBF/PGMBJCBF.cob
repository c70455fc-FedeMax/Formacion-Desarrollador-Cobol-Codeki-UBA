       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMBJCBF.
       AUTHOR.    FEDERICO FALCON.
      **************************************************************
      *  BAJA DE LOTES VENCIDOS APROBADOS.                         *
      *  LEE LA PROPUESTA DE BAJA DDBAJPRO (CPBAJPRO) QUE EMITE    *
      *  PGMLVCBF Y QUE EL RESPONSABLE DE DEPOSITO DEVUELVE        *
      *  MARCADA:                                                  *
      *    - CADA LOTE APROBADO ('S') SE AGREGA A DDMOVSTK COMO    *
      *      SALIDA DE ORIGEN 'B' CON SU LOTE Y VENCIMIENTO, PARA  *
      *      QUE PGMSKCBF LA DESCUENTE DE ESE LOTE Y LA LLEVE AL   *
      *      VALOR DE AJUSTES. SI LA CANTIDAD NO ENTRA EN UN       *
      *      MOVIMIENTO SE PARTE EN VARIOS.                        *
      *    - LOS NO APROBADOS SE LISTAN EN DDSALI COMO PENDIENTES, *
      *      PARA QUE NO SE PIERDAN DE VISTA HASTA LA PROXIMA      *
      *      PROPUESTA.                                            *
      *  LA FECHA DE LOS MOVIMIENTOS ES LA DE NEGOCIO (DDFECPRO).  *
      **************************************************************
       ENVIRONMENT DIVISION.
      **************************************************************
       CONFIGURATION SECTION.

       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
      **************************************************************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

             SELECT BAJAS ASSIGN TO DDBAJPRO
                    FILE STATUS IS FS-BAJAS.

             SELECT MOVSTOCK ASSIGN TO DDMOVSTK
                    FILE STATUS IS FS-MOVSTOCK.

             SELECT FECHAPRO ASSIGN TO DDFECPRO
                    FILE STATUS IS FS-FECHAPRO.

             SELECT SALIDA ASSIGN TO DDSALI
                    FILE STATUS IS FS-SALIDA.
      **************************************************************
       I-O-CONTROL.

       DATA DIVISION.
       FILE SECTION.
       FD   BAJAS
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01   REG-BAJAS             PIC X(60).

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

       FD   FECHAPRO
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01   REG-FECHAPRO.
           05 FPR-FECHA               PIC 9(08).
           05 FILLER                  PIC X(72).

       FD   SALIDA
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01   REG-SALIDA            PIC X(80).
      **************************************************************
       WORKING-STORAGE SECTION.
      **************************************************************
       77  FS-BAJAS                   PIC XX       VALUE SPACES.
           88  FS-BAJAS-FIN                        VALUE '10'.
       77  FS-MOVSTOCK                PIC XX       VALUE SPACES.
       77  FS-FECHAPRO                PIC XX       VALUE SPACES.
       77  FS-SALIDA                  PIC XX       VALUE SPACES.

      *****************PROPUESTA DE BAJA******************************
           COPY CPBAJPRO.

      *****************FECHA DE NEGOCIO*******************************
           COPY CPFECPRO.

      *********************CONTADORES*******************************
       77  WS-PROPUESTAS-LEIDAS       PIC 9(05)    VALUE ZEROES.
       77  WS-BAJAS-APROBADAS         PIC 9(05)    VALUE ZEROES.
       77  WS-BAJAS-PENDIENTES        PIC 9(05)    VALUE ZEROES.
       77  WS-MOVIMIENTOS-GRABADOS    PIC 9(05)    VALUE ZEROES.
       77  WS-UNIDADES-BAJA           PIC 9(09)    VALUE ZEROES.

      *****************CANTIDAD QUE FALTA PASAR A MOVIMIENTOS***********
       77  WS-RESTO                   PIC 9(07)    VALUE ZEROES.

      *****************LINEA DE PENDIENTES******************************
       01  WS-LIN-TITULO.
           05  FILLER               PIC X(40)   VALUE
               ' BAJAS DE LOTES PENDIENTES DE APROBACION'.
           05  FILLER               PIC X(04)   VALUE ' AL '.
           05  WS-LTI-FECHA         PIC 9(08).
           05  FILLER               PIC X(28)   VALUE SPACES.

       01  WS-LIN-PENDIENTE.
           05  FILLER               PIC X(06)   VALUE ' PROD '.
           05  WS-LP-PROD           PIC 9(02).
           05  FILLER               PIC X(06)   VALUE ' LOTE '.
           05  WS-LP-LOTE           PIC X(10).
           05  FILLER               PIC X(07)   VALUE ' VENCE '.
           05  WS-LP-VENCE          PIC 9(08).
           05  FILLER               PIC X(06)   VALUE ' CANT '.
           05  WS-LP-CANT           PIC ZZZZZZ9.
           05  FILLER               PIC X(07)   VALUE ' VALOR '.
           05  WS-LP-VALOR          PIC ZZZZZZZZZZ9,99.
           05  FILLER               PIC X(05)   VALUE ' DEP '.
           05  WS-LP-DEP            PIC 9(02).
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
                   UNTIL FS-BAJAS-FIN.

           PERFORM 9999-FINAL    THRU  F-9999-FINAL.

       F-MAIN-PROGRAM. GOBACK.

      **************************************
      *                                    *
      *  CUERPO INICIO APERTURA ARCHIVOS   *
      *                                    *
      **************************************
       1000-INICIO.

           OPEN INPUT  BAJAS.

           IF FS-BAJAS  IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN BAJAS    = ' FS-BAJAS
              MOVE 9999 TO RETURN-CODE
              SET  FS-BAJAS-FIN TO TRUE
           END-IF.

           OPEN OUTPUT SALIDA.

           IF FS-SALIDA IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN SALIDA   = ' FS-SALIDA
              MOVE 9999 TO RETURN-CODE
              SET  FS-BAJAS-FIN TO TRUE
           END-IF.

      *    LAS BAJAS SE AGREGAN A LOS MOVIMIENTOS DE STOCK QUE YA
      *    TENGA EL DIA; SI TODAVIA NO HAY NINGUNO EL ARCHIVO SE CREA.
           OPEN EXTEND MOVSTOCK.

           IF FS-MOVSTOCK IS EQUAL '35'
              OPEN OUTPUT MOVSTOCK
           END-IF.

           IF FS-MOVSTOCK IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN MOVSTOCK = ' FS-MOVSTOCK
              MOVE 9999 TO RETURN-CODE
              SET  FS-BAJAS-FIN TO TRUE
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

           MOVE WS-FECHA-NEGOCIO-R TO WS-LTI-FECHA
           WRITE REG-SALIDA FROM WS-LIN-TITULO

           PERFORM 2100-LEER-BAJA THRU F-2100-LEER-BAJA.

       F-1000-INICIO.   EXIT.
      **************************************************************
       2000-PROCESO.

           IF BJP-BAJA-APROBADA
              PERFORM 2200-GENERAR-SALIDA THRU F-2200-GENERAR-SALIDA
           ELSE
              PERFORM 2300-LISTAR-PENDIENTE
                      THRU F-2300-LISTAR-PENDIENTE
           END-IF

           PERFORM 2100-LEER-BAJA THRU F-2100-LEER-BAJA.

       F-2000-PROCESO. EXIT.
      **************************************************************
       2100-LEER-BAJA.

           READ BAJAS INTO WS-REG-BAJPRO

           EVALUATE FS-BAJAS
              WHEN '00'
                 ADD 1 TO WS-PROPUESTAS-LEIDAS
              WHEN '10'
                 CONTINUE
              WHEN OTHER
                 DISPLAY '* ERROR EN LECTURA BAJAS = ' FS-BAJAS
                 MOVE 9999 TO RETURN-CODE
                 SET  FS-BAJAS-FIN TO TRUE
           END-EVALUATE.

       F-2100-LEER-BAJA. EXIT.
      **************************************************************
       2200-GENERAR-SALIDA.
      *    SIN DEPOSITO INFORMADO LA BAJA ES DEL CENTRAL.
           ADD 1 TO WS-BAJAS-APROBADAS
           ADD BJP-CANTIDAD TO WS-UNIDADES-BAJA

           MOVE SPACES             TO REG-MOVSTOCK
           MOVE BJP-COD-PROD       TO MS-COD-PROD
           MOVE 'S'                TO MS-ENTSAL
           MOVE WS-FECHA-NEGOCIO-R TO MS-FECHA
           MOVE ZEROS              TO MS-COSTO-UNIT
           MOVE 'B'                TO MS-ORIGEN
           MOVE BJP-DEPOSITO       TO MS-DEPOSITO
           IF MS-DEPOSITO IS EQUAL ZEROS
              MOVE 01              TO MS-DEPOSITO
           END-IF
           MOVE ZEROS              TO MS-DEP-CONTRA
           MOVE BJP-LOTE           TO MS-LOTE
           MOVE BJP-FEC-VENCE      TO MS-FEC-VENCE

           MOVE BJP-CANTIDAD       TO WS-RESTO

           PERFORM 2210-GRABAR-MOVIMIENTO
                   THRU F-2210-GRABAR-MOVIMIENTO
                   UNTIL WS-RESTO IS EQUAL ZEROS.

       F-2200-GENERAR-SALIDA. EXIT.
      **************************************************************
       2210-GRABAR-MOVIMIENTO.
      *    EL MOVIMIENTO ADMITE HASTA 99999 UNIDADES.
           IF WS-RESTO IS GREATER THAN 99999
              MOVE 99999    TO MS-CANTIDAD
           ELSE
              MOVE WS-RESTO TO MS-CANTIDAD
           END-IF

           SUBTRACT MS-CANTIDAD FROM WS-RESTO

           WRITE REG-MOVSTOCK

           IF FS-MOVSTOCK IS NOT EQUAL '00'
              DISPLAY '* ERROR EN WRITE MOVSTOCK = ' FS-MOVSTOCK
              MOVE 9999 TO RETURN-CODE
              SET  FS-BAJAS-FIN TO TRUE
              MOVE ZEROS TO WS-RESTO
           ELSE
              ADD 1 TO WS-MOVIMIENTOS-GRABADOS
           END-IF.

       F-2210-GRABAR-MOVIMIENTO. EXIT.
      **************************************************************
       2300-LISTAR-PENDIENTE.

           ADD 1 TO WS-BAJAS-PENDIENTES

           MOVE BJP-COD-PROD  TO WS-LP-PROD
           MOVE BJP-LOTE      TO WS-LP-LOTE
           MOVE BJP-FEC-VENCE TO WS-LP-VENCE
           MOVE BJP-CANTIDAD  TO WS-LP-CANT
           MOVE BJP-VALOR     TO WS-LP-VALOR
           MOVE BJP-DEPOSITO  TO WS-LP-DEP
           WRITE REG-SALIDA FROM WS-LIN-PENDIENTE

           IF FS-SALIDA IS NOT EQUAL '00'
              DISPLAY '* ERROR EN WRITE SALIDA   = ' FS-SALIDA
              MOVE 9999 TO RETURN-CODE
              SET  FS-BAJAS-FIN TO TRUE
           END-IF.

       F-2300-LISTAR-PENDIENTE. EXIT.
      **************************************************************

       9999-FINAL.

           IF RETURN-CODE = 9999
            CONTINUE
           ELSE
             CLOSE BAJAS
             CLOSE MOVSTOCK
             CLOSE SALIDA

             DISPLAY '***************************************'
             DISPLAY ' PROPUESTAS LEIDAS         :  '
                                                 WS-PROPUESTAS-LEIDAS
             DISPLAY ' BAJAS APROBADAS           :  '
                                                 WS-BAJAS-APROBADAS
             DISPLAY ' BAJAS PENDIENTES          :  '
                                                 WS-BAJAS-PENDIENTES
             DISPLAY ' MOVIMIENTOS GRABADOS      :  '
                                                 WS-MOVIMIENTOS-GRABADOS
             DISPLAY ' UNIDADES DADAS DE BAJA    :  ' WS-UNIDADES-BAJA
             DISPLAY '***************************************'

           END-IF.
       F-9999-FINAL.
           EXIT.
