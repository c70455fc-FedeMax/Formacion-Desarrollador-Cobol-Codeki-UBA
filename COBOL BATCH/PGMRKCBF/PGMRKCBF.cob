       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMRKCBF.
       AUTHOR.    FEDERICO FALCON.
      **************************************************************
      *  AGING DIARIO DE RECLAMOS POR SUCURSAL. RECORRE EL MAESTRO *
      *  DE RECLAMOS DDRECLAM (LAYOUT CPRECLAM, LO MANTIENE        *
      *  PGMRLCBF) Y, PARA CADA CASO ABIERTO O EN ANALISIS, MIDE   *
      *  CONTRA LA FECHA DE NEGOCIO SU VENCIMIENTO DE SLA EN DIAS  *
      *  HABILES CON EL MODULO PGMFSCBF:                           *
      *    - EN PLAZO, VENCE HOY O VENCIDO CON LOS DIAS HABILES DE *
      *      ATRASO                                                *
      *    - EL CASO VENCIDO CON AL MENOS LOS DIAS DE ATRASO DE LA *
      *      TARJETA DDCTRL (EN CERO, UNO) SE ESCALA: QUEDA        *
      *      MARCADO EN EL MAESTRO CON LA FECHA Y SALE EN DDESCALA *
      *      (LAYOUT CPRECLAM) PARA LA GERENCIA DE ATENCION AL     *
      *      CLIENTE; UN CASO SE ESCALA UNA SOLA VEZ               *
      *  EL REPORTE DDSALI AGRUPA LOS CASOS PENDIENTES POR         *
      *  SUCURSAL, CON SU NOMBRE DEL MAESTRO DDSUCMAE, Y CIERRA    *
      *  CADA SUCURSAL Y EL BANCO CON PENDIENTES, EN PLAZO,        *
      *  VENCIDOS Y ESCALADOS.                                     *
      **************************************************************
       ENVIRONMENT DIVISION.
      **************************************************************
       CONFIGURATION SECTION.

       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
      **************************************************************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

            SELECT RECLAMOS ASSIGN TO DDRECLAM
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS MAE-RCL-CLAVE
                 FILE STATUS IS FS-RECLAMOS.

            SELECT SUCMAE ASSIGN TO DDSUCMAE
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS MAE-SUC-NRO
                 FILE STATUS IS FS-SUCMAE.

            SELECT ESCALA ASSIGN TO DDESCALA
                 FILE STATUS IS FS-ESCALA.

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
       FD   RECLAMOS.

       01   REG-RECLAMO.
           03  MAE-RCL-CLAVE        PIC 9(08).
           03  FILLER               PIC X(152).
      **************************************************************
       FD   SUCMAE.

       01   REG-SUCMAE.
           03  MAE-SUC-NRO          PIC 9(02).
           03  FILLER               PIC X(48).
      **************************************************************
       FD   ESCALA
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01   REG-ESCALA              PIC X(160).
      **************************************************************
       FD   TARJETA
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01   REG-CONTROL.
           05  CTL-DIAS-ESCALA      PIC 9(03).
           05  FILLER               PIC X(77).
      **************************************************************
       FD   SALIDA
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01   REG-SALIDA              PIC X(80).
      **************************************************************
       FD   FECHAPRO
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01   REG-FECHAPRO.
           05  FPR-FECHA            PIC 9(08).
           05  FILLER               PIC X(72).
      **************************************************************
       WORKING-STORAGE SECTION.

       77  FILLER        PIC X(26) VALUE '* INICIO WORKING-STORAGE *'.
      **************************************************************

           COPY CPRECLAM.

           COPY CPSUCMAE.

           COPY CPFECSRV.

           COPY CPFECPRO.

       77  FS-RECLAMOS     PIC XX    VALUE SPACES.
           88  FS-RECLAMOS-FIN       VALUE '10'.

       77  FS-SUCMAE       PIC XX    VALUE SPACES.
       77  FS-ESCALA       PIC XX    VALUE SPACES.
       77  FS-CONTROL      PIC XX    VALUE SPACES.
       77  FS-SALIDA       PIC XX    VALUE SPACES.
       77  FS-FECHAPRO     PIC XX    VALUE SPACES.

      *********************CONTADORES*******************************
       77  WS-CANT-LEIDOS             PIC 9(07)   VALUE ZEROES.
       77  WS-CANT-PENDIENTES         PIC 9(05)   VALUE ZEROES.
       77  WS-CANT-EN-PLAZO           PIC 9(05)   VALUE ZEROES.
       77  WS-CANT-VENCEN-HOY         PIC 9(05)   VALUE ZEROES.
       77  WS-CANT-VENCIDOS           PIC 9(05)   VALUE ZEROES.
       77  WS-CANT-ESCALADOS          PIC 9(05)   VALUE ZEROES.
       77  WS-CANT-ESC-ANTES          PIC 9(05)   VALUE ZEROES.

      *****************DIAS DE ATRASO PARA ESCALAR*********************
       77  WS-DIAS-ESCALA  PIC 9(03)  VALUE 1.

      *****************ATRASO DEL CASO EN DIAS HABILES*****************
      *    SE AVANZA DE A UN DIA HABIL DESDE EL VENCIMIENTO HASTA
      *    PASAR LA FECHA DE NEGOCIO; EL TOPE EVITA RECORRER ANIOS
      *    EN UN CASO OLVIDADO.
       77  WS-DIAS-ATRASO  PIC 9(03)  VALUE ZEROS.
       77  WS-FEC-CURSOR   PIC 9(08)  VALUE ZEROS.

       01  WS-SITUACION    PIC X(01)  VALUE SPACE.
           88  WS-SIT-EN-PLAZO       VALUE 'P'.
           88  WS-SIT-VENCE-HOY      VALUE 'H'.
           88  WS-SIT-VENCIDO        VALUE 'V'.

      *****************NOMBRES DE SUCURSAL, POR NUMERO*****************
       01  WS-TABLA-NOMSUC.
           03  WS-NSU-NOMBRE    OCCURS 99 TIMES PIC X(20).

      *****************CASOS PENDIENTES, PARA AGRUPAR******************
       77  WS-PEN-CONT     PIC 9(04) USAGE COMP VALUE ZEROS.
       77  WS-PEN-SUB      PIC 9(04) USAGE COMP VALUE ZEROS.
       01  WS-TABLA-PEND.
           03  WS-PEN      OCCURS 5000 TIMES.
               05  WS-PEN-SUC       PIC 9(02).
               05  WS-PEN-NROCASO   PIC 9(08).
               05  WS-PEN-DOC       PIC X(13).
               05  WS-PEN-CATEG     PIC X(02).
               05  WS-PEN-ESTADO    PIC X(01).
               05  WS-PEN-FEC-ALTA  PIC 9(08).
               05  WS-PEN-FEC-VENCE PIC 9(08).
               05  WS-PEN-SITUACION PIC X(01).
               05  WS-PEN-ATRASO    PIC 9(03).
               05  WS-PEN-ESCALADO  PIC X(01).

      *****************TOTALES DE LA SUCURSAL EN CURSO*****************
       77  WS-SUC-ACTUAL   PIC 9(03)  VALUE ZEROS.
       77  WS-SUC-PEND     PIC 9(05)  VALUE ZEROS.
       77  WS-SUC-PLAZO    PIC 9(05)  VALUE ZEROS.
       77  WS-SUC-VENCIDOS PIC 9(05)  VALUE ZEROS.
       77  WS-SUC-ESCALA   PIC 9(05)  VALUE ZEROS.

      *****************LINEAS DEL REPORTE******************************
       01  WS-LIN-TITULO.
           05  FILLER               PIC X(40)   VALUE
           ' AGING DE RECLAMOS PENDIENTES AL DIA    '.
           05  WS-LT-FECHA          PIC 9(08).
           05  FILLER               PIC X(32)   VALUE SPACES.

       01  WS-LIN-SUCURSAL.
           05  FILLER               PIC X(11)   VALUE ' SUCURSAL  '.
           05  WS-LS-SUC            PIC 9(02).
           05  FILLER               PIC X(01)   VALUE SPACE.
           05  WS-LS-NOMBRE         PIC X(20).
           05  FILLER               PIC X(46)   VALUE SPACES.

       01  WS-LIN-DETALLE.
           05  FILLER               PIC X(03)   VALUE SPACES.
           05  WS-LD-NROCASO        PIC 9(08).
           05  FILLER               PIC X(01)   VALUE SPACE.
           05  WS-LD-DOC            PIC X(13).
           05  FILLER               PIC X(01)   VALUE SPACE.
           05  WS-LD-CATEG          PIC X(02).
           05  FILLER               PIC X(01)   VALUE SPACE.
           05  WS-LD-ESTADO         PIC X(01).
           05  FILLER               PIC X(01)   VALUE SPACE.
           05  WS-LD-FEC-ALTA       PIC 9(08).
           05  FILLER               PIC X(01)   VALUE SPACE.
           05  WS-LD-FEC-VENCE      PIC 9(08).
           05  FILLER               PIC X(01)   VALUE SPACE.
           05  WS-LD-SITUACION      PIC X(10).
           05  WS-LD-ATRASO         PIC ZZ9.
           05  FILLER               PIC X(01)   VALUE SPACE.
           05  WS-LD-ESCALADO       PIC X(09).
           05  FILLER               PIC X(08)   VALUE SPACES.

       01  WS-LIN-TOTAL.
           05  WS-LTO-TITULO        PIC X(14).
           05  FILLER               PIC X(12)   VALUE ' PENDIENTES '.
           05  WS-LTO-PEND          PIC ZZZZ9.
           05  FILLER               PIC X(10)   VALUE ' EN PLAZO '.
           05  WS-LTO-PLAZO         PIC ZZZZ9.
           05  FILLER               PIC X(11)   VALUE ' VENCIDOS  '.
           05  WS-LTO-VENCIDOS      PIC ZZZZ9.
           05  FILLER               PIC X(12)   VALUE ' ESCALADOS  '.
           05  WS-LTO-ESCALA        PIC ZZZZ9.
           05  FILLER               PIC X(01)   VALUE SPACES.

       01  WS-LIN-VACIA.
           05  FILLER               PIC X(40)   VALUE
           ' SIN RECLAMOS PENDIENTES                '.
           05  FILLER               PIC X(40)   VALUE SPACES.

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
                   UNTIL FS-RECLAMOS-FIN.

           PERFORM 9999-FINAL    THRU  F-9999-FINAL.

       F-MAIN-PROGRAM. GOBACK.

      **************************************
      *                                    *
      *  CUERPO INICIO APERTURA ARCHIVOS   *
      *                                    *
      **************************************
       1000-INICIO.

           MOVE SPACES TO WS-TABLA-NOMSUC.

           OPEN I-O    RECLAMOS.

           IF FS-RECLAMOS IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN RECLAMOS  = ' FS-RECLAMOS
              MOVE 9999 TO RETURN-CODE
              SET  FS-RECLAMOS-FIN TO TRUE
           END-IF

           OPEN OUTPUT ESCALA.

           IF FS-ESCALA IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN ESCALA    = ' FS-ESCALA
              MOVE 9999 TO RETURN-CODE
              SET  FS-RECLAMOS-FIN TO TRUE
           END-IF

           OPEN OUTPUT SALIDA.

           IF FS-SALIDA IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN SALIDA    = ' FS-SALIDA
              MOVE 9999 TO RETURN-CODE
              SET  FS-RECLAMOS-FIN TO TRUE
           END-IF

           IF RETURN-CODE IS EQUAL 9999
              GO TO F-1000-INICIO
           END-IF

           PERFORM 1100-LEER-FECHA    THRU F-1100-LEER-FECHA.

           OPEN INPUT  TARJETA.

           IF FS-CONTROL IS EQUAL '00'
              READ TARJETA
                 AT END
                    CONTINUE
                 NOT AT END
                    IF CTL-DIAS-ESCALA IS NUMERIC
                       AND CTL-DIAS-ESCALA IS NOT EQUAL ZEROS
                       MOVE CTL-DIAS-ESCALA TO WS-DIAS-ESCALA
                    END-IF
              END-READ
              CLOSE TARJETA
           END-IF

           PERFORM 1200-CARGAR-SUCMAE THRU F-1200-CARGAR-SUCMAE.

      *    EL MAESTRO SE RECORRE COMPLETO DESDE EL PRIMER CASO.
           MOVE ZEROS TO MAE-RCL-CLAVE
           START RECLAMOS KEY IS NOT LESS MAE-RCL-CLAVE
              INVALID KEY
                 SET FS-RECLAMOS-FIN TO TRUE
           END-START.

       F-1000-INICIO.   EXIT.
      **************************************************************
       1100-LEER-FECHA.

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

       F-1100-LEER-FECHA. EXIT.
      **************************************************************
       1200-CARGAR-SUCMAE.

           OPEN INPUT SUCMAE

           IF FS-SUCMAE IS EQUAL '00'
              PERFORM UNTIL FS-SUCMAE IS EQUAL '10'
                 READ SUCMAE NEXT INTO WS-REG-SUCMAE
                    AT END
                       MOVE '10' TO FS-SUCMAE
                    NOT AT END
                       IF SUC-NRO IS GREATER ZEROS
                          MOVE SUC-NOMBRE TO WS-NSU-NOMBRE (SUC-NRO)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE SUCMAE
           ELSE
              DISPLAY '* SIN MAESTRO DE SUCURSALES, AGING SIN '
                      'NOMBRES'
           END-IF.

       F-1200-CARGAR-SUCMAE. EXIT.
      **************************************************************
       2000-PROCESO.

           READ RECLAMOS NEXT INTO WS-REG-RECLAM

           EVALUATE FS-RECLAMOS
             WHEN '00'
                  ADD 1 TO WS-CANT-LEIDOS
                  IF RCL-PENDIENTE
                     PERFORM 3000-MEDIR-CASO THRU F-3000-MEDIR-CASO
                  END-IF

              WHEN '10'
                CONTINUE

              WHEN OTHER
              DISPLAY '* ERROR EN LECTURA RECLAMOS = ' FS-RECLAMOS
              MOVE 9999 TO RETURN-CODE
              SET FS-RECLAMOS-FIN TO TRUE

           END-EVALUATE.

       F-2000-PROCESO. EXIT.
      **************************************************************
       3000-MEDIR-CASO.

           ADD 1 TO WS-CANT-PENDIENTES
           MOVE ZEROS TO WS-DIAS-ATRASO

           EVALUATE TRUE
               WHEN RCL-FEC-VENCE IS GREATER WS-FECHA-NEGOCIO-R
                    SET WS-SIT-EN-PLAZO  TO TRUE
                    ADD 1 TO WS-CANT-EN-PLAZO
               WHEN RCL-FEC-VENCE IS EQUAL WS-FECHA-NEGOCIO-R
                    SET WS-SIT-VENCE-HOY TO TRUE
                    ADD 1 TO WS-CANT-VENCEN-HOY
               WHEN OTHER
                    SET WS-SIT-VENCIDO   TO TRUE
                    ADD 1 TO WS-CANT-VENCIDOS
                    PERFORM 3100-CONTAR-ATRASO
                            THRU F-3100-CONTAR-ATRASO
           END-EVALUATE

           IF WS-SIT-VENCIDO
              AND WS-DIAS-ATRASO IS NOT LESS WS-DIAS-ESCALA
              AND NOT RCL-ESC-SI
              PERFORM 3200-ESCALAR THRU F-3200-ESCALAR
           ELSE
              IF RCL-ESC-SI
                 ADD 1 TO WS-CANT-ESC-ANTES
              END-IF
           END-IF

           IF WS-PEN-CONT < 5000
              ADD 1 TO WS-PEN-CONT
              MOVE RCL-SUCURSAL    TO WS-PEN-SUC       (WS-PEN-CONT)
              MOVE RCL-NROCASO     TO WS-PEN-NROCASO   (WS-PEN-CONT)
              MOVE RCL-TIPDOC      TO WS-PEN-DOC (WS-PEN-CONT) (1:2)
              MOVE RCL-NRODOC      TO WS-PEN-DOC (WS-PEN-CONT) (3:11)
              MOVE RCL-CATEGORIA   TO WS-PEN-CATEG     (WS-PEN-CONT)
              MOVE RCL-ESTADO      TO WS-PEN-ESTADO    (WS-PEN-CONT)
              MOVE RCL-FEC-ALTA    TO WS-PEN-FEC-ALTA  (WS-PEN-CONT)
              MOVE RCL-FEC-VENCE   TO WS-PEN-FEC-VENCE (WS-PEN-CONT)
              MOVE WS-SITUACION    TO WS-PEN-SITUACION (WS-PEN-CONT)
              MOVE WS-DIAS-ATRASO  TO WS-PEN-ATRASO    (WS-PEN-CONT)
              MOVE RCL-ESCALADO    TO WS-PEN-ESCALADO  (WS-PEN-CONT)
           ELSE
              DISPLAY '* ATENCION: TABLA DE PENDIENTES LLENA, CASO '
                      RCL-NROCASO ' FUERA DEL REPORTE'
           END-IF.

       F-3000-MEDIR-CASO. EXIT.
      **************************************************************
       3100-CONTAR-ATRASO.

           MOVE RCL-FEC-VENCE TO WS-FEC-CURSOR

           PERFORM UNTIL WS-FEC-CURSOR IS NOT LESS WS-FECHA-NEGOCIO-R
                      OR WS-DIAS-ATRASO IS EQUAL 999
               MOVE 'A'           TO FSV-FUNCION
               MOVE WS-FEC-CURSOR TO FSV-FECHA-ENT
               MOVE 1             TO FSV-CANT-DIAS
               CALL 'PGMFSCBF' USING WS-FECSRV-AREA
               IF FSV-RESULTADO IS EQUAL 'S'
                  MOVE FSV-FECHA-SAL TO WS-FEC-CURSOR
                  ADD 1 TO WS-DIAS-ATRASO
               ELSE
                  MOVE WS-FECHA-NEGOCIO-R TO WS-FEC-CURSOR
               END-IF
           END-PERFORM.

       F-3100-CONTAR-ATRASO. EXIT.
      **************************************************************
       3200-ESCALAR.

           MOVE 'S'                TO RCL-ESCALADO
           MOVE WS-FECHA-NEGOCIO-R TO RCL-FEC-ESCALA

           REWRITE REG-RECLAMO FROM WS-REG-RECLAM

           IF FS-RECLAMOS IS NOT EQUAL '00'
              DISPLAY '* ERROR EN REWRITE RECLAMOS = ' FS-RECLAMOS
              MOVE 9999 TO RETURN-CODE
              SET FS-RECLAMOS-FIN TO TRUE
              GO TO F-3200-ESCALAR
           END-IF

           WRITE REG-ESCALA FROM WS-REG-RECLAM

           IF FS-ESCALA IS NOT EQUAL '00'
              DISPLAY '* ERROR EN WRITE ESCALA   = ' FS-ESCALA
              MOVE 9999 TO RETURN-CODE
              SET FS-RECLAMOS-FIN TO TRUE
           ELSE
              ADD 1 TO WS-CANT-ESCALADOS
      *    EN LA TABLA DEL REPORTE EL ESCALADO DE HOY SE DISTINGUE
      *    DEL DE DIAS ANTERIORES.
              MOVE 'H' TO RCL-ESCALADO
           END-IF.

       F-3200-ESCALAR. EXIT.
      **************************************************************
       4000-LISTAR-SUCURSAL.
      *    UNA SECCION POR SUCURSAL CON CASOS PENDIENTES, EN EL
      *    ORDEN DE NUMERO DE CASO EN QUE SE LEYERON.
           MOVE ZEROS TO WS-SUC-PEND WS-SUC-PLAZO WS-SUC-VENCIDOS
                         WS-SUC-ESCALA

           PERFORM VARYING WS-PEN-SUB FROM 1 BY 1
                   UNTIL WS-PEN-SUB > WS-PEN-CONT
               IF WS-PEN-SUC (WS-PEN-SUB) IS EQUAL WS-SUC-ACTUAL
                  IF WS-SUC-PEND IS EQUAL ZEROS
                     MOVE WS-SUC-ACTUAL TO WS-LS-SUC
                     MOVE SPACES        TO WS-LS-NOMBRE
                     IF WS-SUC-ACTUAL IS GREATER ZEROS
                        MOVE WS-NSU-NOMBRE (WS-SUC-ACTUAL)
                             TO WS-LS-NOMBRE
                     END-IF
                     WRITE REG-SALIDA FROM WS-LIN-SUCURSAL
                  END-IF
                  PERFORM 4100-LINEA-CASO THRU F-4100-LINEA-CASO
               END-IF
           END-PERFORM

           IF WS-SUC-PEND IS GREATER ZEROS
              MOVE '  TOTAL SUC.  ' TO WS-LTO-TITULO
              MOVE WS-SUC-PEND     TO WS-LTO-PEND
              MOVE WS-SUC-PLAZO    TO WS-LTO-PLAZO
              MOVE WS-SUC-VENCIDOS TO WS-LTO-VENCIDOS
              MOVE WS-SUC-ESCALA   TO WS-LTO-ESCALA
              WRITE REG-SALIDA FROM WS-LIN-TOTAL
           END-IF.

       F-4000-LISTAR-SUCURSAL. EXIT.
      **************************************************************
       4100-LINEA-CASO.

           ADD 1 TO WS-SUC-PEND

           MOVE WS-PEN-NROCASO   (WS-PEN-SUB) TO WS-LD-NROCASO
           MOVE WS-PEN-DOC       (WS-PEN-SUB) TO WS-LD-DOC
           MOVE WS-PEN-CATEG     (WS-PEN-SUB) TO WS-LD-CATEG
           MOVE WS-PEN-ESTADO    (WS-PEN-SUB) TO WS-LD-ESTADO
           MOVE WS-PEN-FEC-ALTA  (WS-PEN-SUB) TO WS-LD-FEC-ALTA
           MOVE WS-PEN-FEC-VENCE (WS-PEN-SUB) TO WS-LD-FEC-VENCE
           MOVE ZEROS                         TO WS-LD-ATRASO
           MOVE SPACES                        TO WS-LD-ESCALADO

           EVALUATE WS-PEN-SITUACION (WS-PEN-SUB)
               WHEN 'P'
                    MOVE 'EN PLAZO  ' TO WS-LD-SITUACION
                    ADD 1 TO WS-SUC-PLAZO
               WHEN 'H'
                    MOVE 'VENCE HOY ' TO WS-LD-SITUACION
                    ADD 1 TO WS-SUC-PLAZO
               WHEN OTHER
                    MOVE 'VENCIDO   ' TO WS-LD-SITUACION
                    MOVE WS-PEN-ATRASO (WS-PEN-SUB) TO WS-LD-ATRASO
                    ADD 1 TO WS-SUC-VENCIDOS
           END-EVALUATE

           EVALUATE WS-PEN-ESCALADO (WS-PEN-SUB)
               WHEN 'H'
                    MOVE 'ESCALA HOY' TO WS-LD-ESCALADO
                    ADD 1 TO WS-SUC-ESCALA
               WHEN 'S'
                    MOVE 'ESCALADO'   TO WS-LD-ESCALADO
                    ADD 1 TO WS-SUC-ESCALA
           END-EVALUATE

           WRITE REG-SALIDA FROM WS-LIN-DETALLE

           IF FS-SALIDA IS NOT EQUAL '00'
              DISPLAY '* ERROR EN WRITE SALIDA   = ' FS-SALIDA
              MOVE 9999 TO RETURN-CODE
           END-IF.

       F-4100-LINEA-CASO. EXIT.
      **************************************************************
       9999-FINAL.

           IF RETURN-CODE NOT EQUAL 9999
             MOVE WS-FECHA-NEGOCIO-R TO WS-LT-FECHA
             WRITE REG-SALIDA FROM WS-LIN-TITULO

             IF WS-PEN-CONT IS EQUAL ZEROS
                WRITE REG-SALIDA FROM WS-LIN-VACIA
             END-IF

             PERFORM 4000-LISTAR-SUCURSAL THRU F-4000-LISTAR-SUCURSAL
                     VARYING WS-SUC-ACTUAL FROM 0 BY 1
                     UNTIL WS-SUC-ACTUAL > 99

             MOVE ' TOTAL BANCO  '   TO WS-LTO-TITULO
             MOVE WS-CANT-PENDIENTES TO WS-LTO-PEND
             COMPUTE WS-SUC-PLAZO = WS-CANT-EN-PLAZO
                                  + WS-CANT-VENCEN-HOY
             MOVE WS-SUC-PLAZO       TO WS-LTO-PLAZO
             MOVE WS-CANT-VENCIDOS   TO WS-LTO-VENCIDOS
             COMPUTE WS-SUC-ESCALA = WS-CANT-ESCALADOS
                                   + WS-CANT-ESC-ANTES
             MOVE WS-SUC-ESCALA      TO WS-LTO-ESCALA
             WRITE REG-SALIDA FROM WS-LIN-TOTAL

             CLOSE RECLAMOS
                 IF FS-RECLAMOS IS NOT EQUAL '00' AND '10'
                  DISPLAY '* ERROR EN CLOSE RECLAMOS = '
                                            FS-RECLAMOS
                  MOVE 9999 TO RETURN-CODE
                 END-IF

             CLOSE ESCALA
                 IF FS-ESCALA IS NOT EQUAL '00'
                  DISPLAY '* ERROR EN CLOSE ESCALA   = '
                                            FS-ESCALA
                  MOVE 9999 TO RETURN-CODE
                 END-IF

             CLOSE SALIDA
                 IF FS-SALIDA IS NOT EQUAL '00'
                  DISPLAY '* ERROR EN CLOSE SALIDA   = '
                                            FS-SALIDA
                  MOVE 9999 TO RETURN-CODE
                 END-IF

             DISPLAY '******************************'
             DISPLAY ' CASOS LEIDOS            :  ' WS-CANT-LEIDOS
             DISPLAY ' PENDIENTES              :  '
                                               WS-CANT-PENDIENTES
             DISPLAY ' EN PLAZO                :  '
                                               WS-CANT-EN-PLAZO
             DISPLAY ' VENCEN HOY              :  '
                                               WS-CANT-VENCEN-HOY
             DISPLAY ' VENCIDOS                :  '
                                               WS-CANT-VENCIDOS
             DISPLAY ' ESCALADOS HOY           :  '
                                               WS-CANT-ESCALADOS
             DISPLAY '******************************'

           END-IF.

       F-9999-FINAL.
           EXIT.
