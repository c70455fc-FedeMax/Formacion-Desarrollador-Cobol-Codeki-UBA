       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMCRCBF.
       AUTHOR.    FEDERICO FALCON.
      **************************************************************
      *  REPORTE DE AUDITORIA DE CONSENTIMIENTOS COMERCIALES.      *
      *  LISTA EN DDSALI CADA CAMBIO DEL HISTORICO DDCONHIS        *
      *  (LAYOUT CPCONHIS, LO GRABA PGMCNCBF) APLICADO EN EL       *
      *  PERIODO DE LA TARJETA DDCTRL (FECHA DESDE / HASTA):       *
      *  DOCUMENTO, CANAL, SI SE OTORGO O SE RETIRO, LA FECHA      *
      *  INFORMADA, LA SUCURSAL QUE LO CAPTO Y EL ESTADO QUE TENIA *
      *  EL CANAL. SIN TARJETA SE TOMA EL MES DE LA FECHA DE       *
      *  NEGOCIO. AL PIE TOTALIZA OTORGAMIENTOS Y RETIROS POR      *
      *  CANAL.                                                    *
      **************************************************************
       ENVIRONMENT DIVISION.
      **************************************************************
       CONFIGURATION SECTION.

       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
      **************************************************************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

            SELECT CONHIS ASSIGN TO DDCONHIS
                 FILE STATUS IS FS-CONHIS.

            SELECT TARJETA ASSIGN TO DDCTRL
                 FILE STATUS IS FS-CONTROL.

            SELECT SALIDA ASSIGN TO DDSALI
                 FILE STATUS IS FS-SALIDA.

            SELECT FECPRO ASSIGN TO DDFECPRO
                 FILE STATUS IS FS-FECPRO.
      **************************************************************
       I-O-CONTROL.

       DATA DIVISION.
       FILE SECTION.
       FD   CONHIS
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01   REG-CONHIS              PIC X(60).
      **************************************************************
       FD   TARJETA
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01   REG-CONTROL.
           05  CTL-FEC-DESDE        PIC 9(08).
           05  CTL-FEC-HASTA        PIC 9(08).
           05  FILLER               PIC X(64).
      **************************************************************
       FD   SALIDA
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01   REG-SALIDA              PIC X(80).
      **************************************************************
       FD   FECPRO
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01   REG-FECPRO.
           05  FPR-FECHA            PIC 9(08).
           05  FILLER               PIC X(72).
      **************************************************************
       WORKING-STORAGE SECTION.

       77  FILLER        PIC X(26) VALUE '* INICIO WORKING-STORAGE *'.
      **************************************************************

           COPY CPCONHIS.

           COPY CPFECPRO.

       77  FS-CONHIS       PIC XX    VALUE SPACES.
           88  FS-CONHIS-FIN         VALUE '10'.

       77  FS-CONTROL      PIC XX    VALUE SPACES.
       77  FS-SALIDA       PIC XX    VALUE SPACES.
       77  FS-FECPRO       PIC XX    VALUE SPACES.

      *********************CONTADORES*******************************
       77  WS-CANT-LEIDOS             PIC 9(07)   VALUE ZEROES.
       77  WS-CANT-LISTADOS           PIC 9(05)   VALUE ZEROES.

      *****************PERIODO DEL REPORTE****************************
       77  WS-FEC-DESDE    PIC 9(08)  VALUE ZEROS.
       77  WS-FEC-HASTA    PIC 9(08)  VALUE ZEROS.

      *****************TOTALES POR CANAL******************************
       77  WS-CAN-SUB      PIC 9(01) USAGE COMP VALUE ZEROS.
       01  WS-TABLA-CANAL.
           03  FILLER      PIC X(14)  VALUE 'CCORREO POSTAL'.
           03  FILLER      PIC X(14)  VALUE 'ECORREO ELECTR'.
           03  FILLER      PIC X(14)  VALUE 'TTELEFONO     '.
           03  FILLER      PIC X(14)  VALUE 'SSMS          '.
       01  WS-TABLA-CANAL-R REDEFINES WS-TABLA-CANAL.
           03  WS-CAN      OCCURS 4 TIMES.
               05  WS-CAN-CODIGO    PIC X(01).
               05  WS-CAN-NOMBRE    PIC X(13).

       01  WS-TOTALES-CANAL.
           03  WS-TOT      OCCURS 4 TIMES.
               05  WS-TOT-OTORGA    PIC 9(05).
               05  WS-TOT-REVOCA    PIC 9(05).

      *****************LINEAS DEL REPORTE******************************
       01  WS-LIN-TITULO.
           05  FILLER               PIC X(35)   VALUE
           ' CAMBIOS DE CONSENTIMIENTO DESDE  '.
           05  WS-LT-DESDE          PIC 9(08).
           05  FILLER               PIC X(07)   VALUE ' HASTA '.
           05  WS-LT-HASTA          PIC 9(08).
           05  FILLER               PIC X(22)   VALUE SPACES.

       01  WS-LIN-SUBTIT.
           05  FILLER               PIC X(40)   VALUE
           ' APLICADO DOCUMENTO     CANAL         AC'.
           05  FILLER               PIC X(40)   VALUE
           ' INFORMADO SUC CLIENTE ANT              '.

       01  WS-LIN-DETALLE.
           05  FILLER               PIC X(01)   VALUE SPACE.
           05  WS-LD-FECHA          PIC 9(08).
           05  FILLER               PIC X(01)   VALUE SPACE.
           05  WS-LD-TIPDOC         PIC X(02).
           05  FILLER               PIC X(01)   VALUE '-'.
           05  WS-LD-NRODOC         PIC 9(11).
           05  FILLER               PIC X(01)   VALUE SPACE.
           05  WS-LD-CANAL          PIC X(13).
           05  FILLER               PIC X(01)   VALUE SPACE.
           05  WS-LD-ACCION         PIC X(01).
           05  FILLER               PIC X(02)   VALUE SPACES.
           05  WS-LD-FEC-EFECTIVA   PIC 9(08).
           05  FILLER               PIC X(02)   VALUE SPACES.
           05  WS-LD-SUCURSAL       PIC 9(02).
           05  FILLER               PIC X(01)   VALUE SPACE.
           05  WS-LD-NROCLI         PIC 9(07).
           05  FILLER               PIC X(02)   VALUE SPACES.
           05  WS-LD-ESTADO-ANT     PIC X(01).
           05  FILLER               PIC X(15)   VALUE SPACES.

       01  WS-LIN-TOTAL.
           05  FILLER               PIC X(07)   VALUE ' CANAL '.
           05  WS-LTO-CANAL         PIC X(13).
           05  FILLER               PIC X(12)   VALUE ' OTORGADOS  '.
           05  WS-LTO-OTORGA        PIC ZZZZ9.
           05  FILLER               PIC X(12)   VALUE ' RETIRADOS  '.
           05  WS-LTO-REVOCA        PIC ZZZZ9.
           05  FILLER               PIC X(26)   VALUE SPACES.

       01  WS-LIN-VACIA.
           05  FILLER               PIC X(42)   VALUE
           ' SIN CAMBIOS REGISTRADOS PARA EL PERIODO  '.
           05  FILLER               PIC X(38)   VALUE SPACES.

       77  FILLER        PIC X(26) VALUE '* FINAL  WORKING-STORAGE *'.
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
                   UNTIL FS-CONHIS-FIN.

           PERFORM 9999-FINAL    THRU  F-9999-FINAL.

       F-MAIN-PROGRAM. GOBACK.

      **************************************
      *                                    *
      *  CUERPO INICIO APERTURA ARCHIVOS   *
      *                                    *
      **************************************
       1000-INICIO.

           INITIALIZE WS-TOTALES-CANAL.

           OPEN INPUT  CONHIS.

           IF FS-CONHIS IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN CONHIS    = ' FS-CONHIS
              MOVE 9999 TO RETURN-CODE
              SET  FS-CONHIS-FIN TO TRUE
           END-IF

           OPEN OUTPUT SALIDA.

           IF FS-SALIDA IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN SALIDA    = ' FS-SALIDA
              MOVE 9999 TO RETURN-CODE
              SET  FS-CONHIS-FIN TO TRUE
           END-IF

           IF RETURN-CODE IS EQUAL 9999
              GO TO F-1000-INICIO
           END-IF

           PERFORM 1100-LEER-FECHA    THRU F-1100-LEER-FECHA.

           PERFORM 1200-LEER-PERIODO  THRU F-1200-LEER-PERIODO.

           MOVE WS-FEC-DESDE TO WS-LT-DESDE
           MOVE WS-FEC-HASTA TO WS-LT-HASTA
           WRITE REG-SALIDA FROM WS-LIN-TITULO
           WRITE REG-SALIDA FROM WS-LIN-SUBTIT

           IF FS-SALIDA IS NOT EQUAL '00'
              DISPLAY '* ERROR EN WRITE SALIDA   = ' FS-SALIDA
              MOVE 9999 TO RETURN-CODE
              SET FS-CONHIS-FIN TO TRUE
           END-IF.

       F-1000-INICIO.   EXIT.
      **************************************************************
       1100-LEER-FECHA.

           MOVE ZEROS TO WS-FECHA-NEGOCIO-R.

           OPEN INPUT FECPRO.

           IF FS-FECPRO IS EQUAL '00'
              READ FECPRO
                 AT END
                    CONTINUE
                 NOT AT END
                    IF FPR-FECHA IS NUMERIC
                       MOVE FPR-FECHA TO WS-FECHA-NEGOCIO-R
                    END-IF
              END-READ
              CLOSE FECPRO
           END-IF.

           IF WS-FECHA-NEGOCIO-R IS EQUAL ZEROS
              ACCEPT WS-FECHA-NEGOCIO FROM DATE YYYYMMDD
           END-IF.

       F-1100-LEER-FECHA. EXIT.
      **************************************************************
       1200-LEER-PERIODO.
      *    SIN TARJETA, O CON FECHAS EN CERO, EL PERIODO ES EL MES
      *    DE LA FECHA DE NEGOCIO HASTA ESE MISMO DIA.
           OPEN INPUT  TARJETA.

           IF FS-CONTROL IS EQUAL '00'
              READ TARJETA
                 AT END
                    CONTINUE
                 NOT AT END
                    IF CTL-FEC-DESDE IS NUMERIC
                       MOVE CTL-FEC-DESDE TO WS-FEC-DESDE
                    END-IF
                    IF CTL-FEC-HASTA IS NUMERIC
                       MOVE CTL-FEC-HASTA TO WS-FEC-HASTA
                    END-IF
              END-READ
              CLOSE TARJETA
           ELSE
              DISPLAY '* SIN TARJETA DDCTRL, SE LISTA EL MES EN CURSO'
           END-IF

           IF WS-FEC-DESDE IS EQUAL ZEROS
              MOVE WS-FECHA-NEGOCIO-R TO WS-FEC-DESDE
              MOVE '01'               TO WS-FEC-DESDE (7:2)
           END-IF

           IF WS-FEC-HASTA IS EQUAL ZEROS
              MOVE WS-FECHA-NEGOCIO-R TO WS-FEC-HASTA
           END-IF

           IF WS-FEC-HASTA IS LESS WS-FEC-DESDE
              DISPLAY '* PERIODO INVALIDO EN DDCTRL: ' WS-FEC-DESDE
                      ' ' WS-FEC-HASTA
              MOVE 9999 TO RETURN-CODE
              SET FS-CONHIS-FIN TO TRUE
           END-IF.

       F-1200-LEER-PERIODO. EXIT.
      **************************************************************
       2000-PROCESO.

           READ CONHIS INTO WS-REG-CONHIS

           EVALUATE FS-CONHIS
             WHEN '00'
                  ADD 1 TO WS-CANT-LEIDOS
                  IF HCN-FECHA IS NOT LESS WS-FEC-DESDE
                     AND HCN-FECHA IS NOT GREATER WS-FEC-HASTA
                     PERFORM 3000-LISTAR-CAMBIO
                             THRU F-3000-LISTAR-CAMBIO
                  END-IF

              WHEN '10'
                CONTINUE

              WHEN OTHER
              DISPLAY '* ERROR EN LECTURA CONHIS = ' FS-CONHIS
              MOVE 9999 TO RETURN-CODE
              SET FS-CONHIS-FIN TO TRUE

           END-EVALUATE.

       F-2000-PROCESO. EXIT.
      **************************************************************
       3000-LISTAR-CAMBIO.

           ADD 1 TO WS-CANT-LISTADOS

           MOVE ZEROS TO WS-CAN-SUB
           PERFORM VARYING WS-CAN-SUB FROM 1 BY 1
                   UNTIL WS-CAN-SUB > 4
                      OR WS-CAN-CODIGO (WS-CAN-SUB) IS EQUAL HCN-CANAL
               CONTINUE
           END-PERFORM

           IF WS-CAN-SUB > 4
              MOVE HCN-CANAL TO WS-LD-CANAL
           ELSE
              MOVE WS-CAN-NOMBRE (WS-CAN-SUB) TO WS-LD-CANAL
              IF HCN-OTORGA
                 ADD 1 TO WS-TOT-OTORGA (WS-CAN-SUB)
              ELSE
                 ADD 1 TO WS-TOT-REVOCA (WS-CAN-SUB)
              END-IF
           END-IF

           MOVE HCN-FECHA        TO WS-LD-FECHA
           MOVE HCN-TIPDOC       TO WS-LD-TIPDOC
           MOVE HCN-NRODOC       TO WS-LD-NRODOC
           MOVE HCN-ACCION       TO WS-LD-ACCION
           MOVE HCN-FEC-EFECTIVA TO WS-LD-FEC-EFECTIVA
           MOVE HCN-SUCURSAL     TO WS-LD-SUCURSAL
           MOVE HCN-NROCLI       TO WS-LD-NROCLI
           MOVE HCN-ESTADO-ANT   TO WS-LD-ESTADO-ANT

           WRITE REG-SALIDA FROM WS-LIN-DETALLE

           IF FS-SALIDA IS NOT EQUAL '00'
              DISPLAY '* ERROR EN WRITE SALIDA   = ' FS-SALIDA
              MOVE 9999 TO RETURN-CODE
              SET FS-CONHIS-FIN TO TRUE
           END-IF.

       F-3000-LISTAR-CAMBIO. EXIT.
      **************************************************************
       9999-FINAL.

           IF RETURN-CODE NOT EQUAL 9999
             IF WS-CANT-LISTADOS IS EQUAL ZEROS
                WRITE REG-SALIDA FROM WS-LIN-VACIA
             END-IF

             PERFORM VARYING WS-CAN-SUB FROM 1 BY 1
                     UNTIL WS-CAN-SUB > 4
                MOVE WS-CAN-NOMBRE (WS-CAN-SUB) TO WS-LTO-CANAL
                MOVE WS-TOT-OTORGA (WS-CAN-SUB) TO WS-LTO-OTORGA
                MOVE WS-TOT-REVOCA (WS-CAN-SUB) TO WS-LTO-REVOCA
                WRITE REG-SALIDA FROM WS-LIN-TOTAL
             END-PERFORM

             CLOSE CONHIS
                 IF FS-CONHIS IS NOT EQUAL '00' AND '10'
                  DISPLAY '* ERROR EN CLOSE CONHIS   = '
                                            FS-CONHIS
                  MOVE 9999 TO RETURN-CODE
                 END-IF

             CLOSE SALIDA
                 IF FS-SALIDA IS NOT EQUAL '00'
                  DISPLAY '* ERROR EN CLOSE SALIDA   = '
                                            FS-SALIDA
                  MOVE 9999 TO RETURN-CODE
                 END-IF

             DISPLAY '******************************'
             DISPLAY ' CAMBIOS EN EL HISTORICO :  ' WS-CANT-LEIDOS
             DISPLAY ' LISTADOS DEL PERIODO    :  ' WS-CANT-LISTADOS
             DISPLAY '******************************'

           END-IF.

       F-9999-FINAL.
           EXIT.
