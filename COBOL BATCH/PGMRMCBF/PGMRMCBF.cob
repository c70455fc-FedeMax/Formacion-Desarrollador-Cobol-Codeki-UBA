       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMRMCBF.
       AUTHOR.    FEDERICO FALCON.
      **************************************************************
      *  ESTADISTICA MENSUAL DE RECLAMOS PARA EL ORGANISMO DE      *
      *  DEFENSA DEL CONSUMIDOR. RECORRE EL MAESTRO DDRECLAM       *
      *  (LAYOUT CPRECLAM) Y, PARA EL MES AAAAMM DE LA TARJETA     *
      *  DDCTRL (EN BLANCO, EL MES DE LA FECHA DE NEGOCIO), ABRE   *
      *  POR CATEGORIA DE LA TABLA DDCATREC:                       *
      *    - RECLAMOS RECIBIDOS EN EL MES                          *
      *    - RESUELTOS EN EL MES POR RESOLUCION: A FAVOR DEL       *
      *      CLIENTE, PARCIAL, A FAVOR DEL BANCO Y DESISTIDOS      *
      *    - RESUELTOS DENTRO Y FUERA DEL PLAZO DE SLA             *
      *    - PENDIENTES AL CIERRE DEL MES                          *
      *  LOS CASOS DE UNA CATEGORIA QUE YA NO ESTA EN LA TABLA SE  *
      *  ACUMULAN EN LA LINEA 'OTRAS'. EL CUADRO SALE EN DDSALI    *
      *  CON EL TOTAL GENERAL.                                     *
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

            SELECT CATEGORIAS ASSIGN TO DDCATREC
                 FILE STATUS IS FS-CATEGORIA.

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
       FD   CATEGORIAS
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01   REG-CATEGORIA           PIC X(80).
      **************************************************************
       FD   TARJETA
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01   REG-CONTROL.
           05  CTL-PERIODO          PIC 9(06).
           05  FILLER               PIC X(74).
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

           COPY CPCATREC.

           COPY CPFECPRO.

       77  FS-RECLAMOS     PIC XX    VALUE SPACES.
           88  FS-RECLAMOS-FIN       VALUE '10'.

       77  FS-CATEGORIA    PIC XX    VALUE SPACES.
       77  FS-CONTROL      PIC XX    VALUE SPACES.
       77  FS-SALIDA       PIC XX    VALUE SPACES.
       77  FS-FECHAPRO     PIC XX    VALUE SPACES.

      *********************CONTADORES*******************************
       77  WS-CANT-LEIDOS             PIC 9(07)   VALUE ZEROES.

      *****************MES INFORMADO***********************************
      *    LAS FECHAS SON AAAAMMDD: EL DIA 31 COMO TOPE CUBRE
      *    CUALQUIER LARGO DE MES.
       01  WS-PERIODO.
           05  WS-PER-MES           PIC 9(06)  VALUE ZEROS.
           05  WS-PER-DIA           PIC 9(02)  VALUE ZEROS.
       01  WS-PERIODO-R REDEFINES WS-PERIODO PIC 9(08).

       77  WS-FEC-DESDE    PIC 9(08)  VALUE ZEROS.
       77  WS-FEC-HASTA    PIC 9(08)  VALUE ZEROS.

      *****************TOTALES POR CATEGORIA***************************
      *    LA POSICION SIGUIENTE A LA ULTIMA CATEGORIA CARGADA
      *    ACUMULA LAS CATEGORIAS QUE NO ESTAN EN LA TABLA.
       77  WS-CAT-CONT     PIC 9(03) USAGE COMP VALUE ZEROS.
       77  WS-CAT-SUB      PIC 9(03) USAGE COMP VALUE ZEROS.
       77  WS-CAT-IDX      PIC 9(03) USAGE COMP VALUE ZEROS.
       01  WS-TABLA-CATEG.
           03  WS-CAT      OCCURS 51 TIMES.
               05  WS-CAT-CODIGO    PIC X(02).
               05  WS-CAT-DESCRIP   PIC X(25).
               05  WS-CAT-TOTALES.
                   07  WS-CAT-RECIBIDOS PIC 9(05).
                   07  WS-CAT-FAVOR     PIC 9(05).
                   07  WS-CAT-PARCIAL   PIC 9(05).
                   07  WS-CAT-BANCO     PIC 9(05).
                   07  WS-CAT-DESISTE   PIC 9(05).
                   07  WS-CAT-EN-PLAZO  PIC 9(05).
                   07  WS-CAT-FUERA     PIC 9(05).
                   07  WS-CAT-PENDIENTE PIC 9(05).

       01  WS-TOT-GENERAL.
           05  WS-TOT-RECIBIDOS     PIC 9(05)  VALUE ZEROS.
           05  WS-TOT-FAVOR         PIC 9(05)  VALUE ZEROS.
           05  WS-TOT-PARCIAL       PIC 9(05)  VALUE ZEROS.
           05  WS-TOT-BANCO         PIC 9(05)  VALUE ZEROS.
           05  WS-TOT-DESISTE       PIC 9(05)  VALUE ZEROS.
           05  WS-TOT-EN-PLAZO      PIC 9(05)  VALUE ZEROS.
           05  WS-TOT-FUERA         PIC 9(05)  VALUE ZEROS.
           05  WS-TOT-PENDIENTE     PIC 9(05)  VALUE ZEROS.

      *****************LINEAS DEL REPORTE******************************
       01  WS-LIN-TITULO.
           05  FILLER               PIC X(40)   VALUE
           ' ESTADISTICA MENSUAL DE RECLAMOS  MES   '.
           05  WS-LT-MES            PIC 9(06).
           05  FILLER               PIC X(34)   VALUE SPACES.

       01  WS-LIN-ENCABEZADO.
           05  FILLER               PIC X(40)   VALUE
           ' CAT DESCRIPCION          RECIB  FAVOR P'.
           05  FILLER               PIC X(40)   VALUE
           'ARC  BANCO DESIST PLAZO  FUERA  PEND    '.

       01  WS-LIN-DETALLE.
           05  FILLER               PIC X(01)   VALUE SPACE.
           05  WS-LD-CATEG          PIC X(02).
           05  FILLER               PIC X(01)   VALUE SPACE.
           05  WS-LD-DESCRIP        PIC X(18).
           05  WS-LD-RECIBIDOS      PIC ZZZZZ9.
           05  FILLER               PIC X(01)   VALUE SPACE.
           05  WS-LD-FAVOR          PIC ZZZZ9.
           05  FILLER               PIC X(01)   VALUE SPACE.
           05  WS-LD-PARCIAL        PIC ZZZZ9.
           05  FILLER               PIC X(01)   VALUE SPACE.
           05  WS-LD-BANCO          PIC ZZZZ9.
           05  FILLER               PIC X(01)   VALUE SPACE.
           05  WS-LD-DESISTE        PIC ZZZZ9.
           05  FILLER               PIC X(01)   VALUE SPACE.
           05  WS-LD-EN-PLAZO       PIC ZZZZ9.
           05  FILLER               PIC X(01)   VALUE SPACE.
           05  WS-LD-FUERA          PIC ZZZZ9.
           05  FILLER               PIC X(01)   VALUE SPACE.
           05  WS-LD-PENDIENTE      PIC ZZZZ9.
           05  FILLER               PIC X(10)   VALUE SPACES.

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

           OPEN INPUT  RECLAMOS.

           IF FS-RECLAMOS IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN RECLAMOS  = ' FS-RECLAMOS
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

           PERFORM 1200-FIJAR-PERIODO THRU F-1200-FIJAR-PERIODO.

           PERFORM 1300-CARGAR-CATEG  THRU F-1300-CARGAR-CATEG.

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
       1200-FIJAR-PERIODO.
      *    SIN TARJETA, O CON TARJETA EN BLANCO, SE INFORMA EL MES
      *    DE LA FECHA DE NEGOCIO.
           MOVE ZEROS TO WS-PER-MES

           OPEN INPUT  TARJETA.

           IF FS-CONTROL IS EQUAL '00'
              READ TARJETA
                 AT END
                    CONTINUE
                 NOT AT END
                    IF CTL-PERIODO IS NUMERIC
                       MOVE CTL-PERIODO TO WS-PER-MES
                    END-IF
              END-READ
              CLOSE TARJETA
           END-IF

           IF WS-PER-MES IS EQUAL ZEROS
              MOVE WS-FECHA-NEGOCIO-R (1:6) TO WS-PER-MES
           END-IF

           MOVE 01 TO WS-PER-DIA
           MOVE WS-PERIODO-R TO WS-FEC-DESDE
           MOVE 31 TO WS-PER-DIA
           MOVE WS-PERIODO-R TO WS-FEC-HASTA.

       F-1200-FIJAR-PERIODO. EXIT.
      **************************************************************
       1300-CARGAR-CATEG.

           OPEN INPUT CATEGORIAS

           IF FS-CATEGORIA IS EQUAL '00'
              PERFORM UNTIL FS-CATEGORIA IS NOT EQUAL '00'
                 READ CATEGORIAS INTO WS-REG-CATREC
                    AT END
                       MOVE '10' TO FS-CATEGORIA
                    NOT AT END
                       IF WS-CAT-CONT < 50
                          ADD 1 TO WS-CAT-CONT
                          MOVE CAT-CODIGO      TO
                               WS-CAT-CODIGO  (WS-CAT-CONT)
                          MOVE CAT-DESCRIPCION TO
                               WS-CAT-DESCRIP (WS-CAT-CONT)
                          MOVE ZEROS           TO
                               WS-CAT-TOTALES (WS-CAT-CONT)
                       ELSE
                          DISPLAY '* CATEGORIA IGNORADA: '
                                  CAT-CODIGO
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE CATEGORIAS
           ELSE
              DISPLAY '* SIN TABLA DE CATEGORIAS DDCATREC, TODO '
                      'VA A OTRAS'
           END-IF

           COMPUTE WS-CAT-SUB = WS-CAT-CONT + 1
           MOVE '**'       TO WS-CAT-CODIGO  (WS-CAT-SUB)
           MOVE 'OTRAS'    TO WS-CAT-DESCRIP (WS-CAT-SUB)
           MOVE ZEROS      TO WS-CAT-TOTALES (WS-CAT-SUB).

       F-1300-CARGAR-CATEG. EXIT.
      **************************************************************
       2000-PROCESO.

           READ RECLAMOS NEXT INTO WS-REG-RECLAM

           EVALUATE FS-RECLAMOS
             WHEN '00'
                  ADD 1 TO WS-CANT-LEIDOS
                  IF RCL-FEC-ALTA IS NOT GREATER WS-FEC-HASTA
                     PERFORM 3000-CLASIFICAR THRU F-3000-CLASIFICAR
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
       3000-CLASIFICAR.
      *    SOLO LLEGAN CASOS ABIERTOS HASTA EL CIERRE DEL MES.
           COMPUTE WS-CAT-IDX = WS-CAT-CONT + 1
           PERFORM VARYING WS-CAT-SUB FROM 1 BY 1
                   UNTIL WS-CAT-SUB > WS-CAT-CONT
               IF WS-CAT-CODIGO (WS-CAT-SUB) IS EQUAL RCL-CATEGORIA
                  MOVE WS-CAT-SUB TO WS-CAT-IDX
                  MOVE WS-CAT-CONT TO WS-CAT-SUB
               END-IF
           END-PERFORM

           IF RCL-FEC-ALTA IS NOT LESS WS-FEC-DESDE
              ADD 1 TO WS-CAT-RECIBIDOS (WS-CAT-IDX)
           END-IF

      *    UN CASO REABIERTO PIERDE SU FECHA DE RESOLUCION Y VUELVE A
      *    CONTAR COMO PENDIENTE.
           IF RCL-RESUELTO
              AND RCL-FEC-RESOL IS NOT GREATER WS-FEC-HASTA
              IF RCL-FEC-RESOL IS NOT LESS WS-FEC-DESDE
                 PERFORM 3100-CONTAR-RESUELTO
                         THRU F-3100-CONTAR-RESUELTO
              END-IF
           ELSE
              ADD 1 TO WS-CAT-PENDIENTE (WS-CAT-IDX)
           END-IF.

       F-3000-CLASIFICAR. EXIT.
      **************************************************************
       3100-CONTAR-RESUELTO.

           EVALUATE RCL-RESOLUCION
               WHEN 'F'
                    ADD 1 TO WS-CAT-FAVOR   (WS-CAT-IDX)
               WHEN 'P'
                    ADD 1 TO WS-CAT-PARCIAL (WS-CAT-IDX)
               WHEN 'D'
                    ADD 1 TO WS-CAT-BANCO   (WS-CAT-IDX)
               WHEN OTHER
                    ADD 1 TO WS-CAT-DESISTE (WS-CAT-IDX)
           END-EVALUATE

           IF RCL-FEC-RESOL IS NOT GREATER RCL-FEC-VENCE
              ADD 1 TO WS-CAT-EN-PLAZO (WS-CAT-IDX)
           ELSE
              ADD 1 TO WS-CAT-FUERA    (WS-CAT-IDX)
           END-IF.

       F-3100-CONTAR-RESUELTO. EXIT.
      **************************************************************
       4000-LINEA-CATEG.

           MOVE WS-CAT-CODIGO    (WS-CAT-SUB) TO WS-LD-CATEG
           MOVE WS-CAT-DESCRIP   (WS-CAT-SUB) TO WS-LD-DESCRIP
           MOVE WS-CAT-RECIBIDOS (WS-CAT-SUB) TO WS-LD-RECIBIDOS
           MOVE WS-CAT-FAVOR     (WS-CAT-SUB) TO WS-LD-FAVOR
           MOVE WS-CAT-PARCIAL   (WS-CAT-SUB) TO WS-LD-PARCIAL
           MOVE WS-CAT-BANCO     (WS-CAT-SUB) TO WS-LD-BANCO
           MOVE WS-CAT-DESISTE   (WS-CAT-SUB) TO WS-LD-DESISTE
           MOVE WS-CAT-EN-PLAZO  (WS-CAT-SUB) TO WS-LD-EN-PLAZO
           MOVE WS-CAT-FUERA     (WS-CAT-SUB) TO WS-LD-FUERA
           MOVE WS-CAT-PENDIENTE (WS-CAT-SUB) TO WS-LD-PENDIENTE

           WRITE REG-SALIDA FROM WS-LIN-DETALLE

           IF FS-SALIDA IS NOT EQUAL '00'
              DISPLAY '* ERROR EN WRITE SALIDA   = ' FS-SALIDA
              MOVE 9999 TO RETURN-CODE
           END-IF

           ADD WS-CAT-RECIBIDOS (WS-CAT-SUB) TO WS-TOT-RECIBIDOS
           ADD WS-CAT-FAVOR     (WS-CAT-SUB) TO WS-TOT-FAVOR
           ADD WS-CAT-PARCIAL   (WS-CAT-SUB) TO WS-TOT-PARCIAL
           ADD WS-CAT-BANCO     (WS-CAT-SUB) TO WS-TOT-BANCO
           ADD WS-CAT-DESISTE   (WS-CAT-SUB) TO WS-TOT-DESISTE
           ADD WS-CAT-EN-PLAZO  (WS-CAT-SUB) TO WS-TOT-EN-PLAZO
           ADD WS-CAT-FUERA     (WS-CAT-SUB) TO WS-TOT-FUERA
           ADD WS-CAT-PENDIENTE (WS-CAT-SUB) TO WS-TOT-PENDIENTE.

       F-4000-LINEA-CATEG. EXIT.
      **************************************************************
       9999-FINAL.

           IF RETURN-CODE NOT EQUAL 9999
             MOVE WS-PER-MES TO WS-LT-MES
             WRITE REG-SALIDA FROM WS-LIN-TITULO
             WRITE REG-SALIDA FROM WS-LIN-ENCABEZADO

             PERFORM 4000-LINEA-CATEG THRU F-4000-LINEA-CATEG
                     VARYING WS-CAT-SUB FROM 1 BY 1
                     UNTIL WS-CAT-SUB > WS-CAT-CONT

      *    LA LINEA DE OTRAS SALE SOLO SI ACUMULO ALGO.
             COMPUTE WS-CAT-SUB = WS-CAT-CONT + 1
             IF WS-CAT-TOTALES (WS-CAT-SUB) IS NOT EQUAL ZEROS
                PERFORM 4000-LINEA-CATEG THRU F-4000-LINEA-CATEG
             END-IF

             MOVE SPACES           TO WS-LD-CATEG
             MOVE 'TOTAL GENERAL'  TO WS-LD-DESCRIP
             MOVE WS-TOT-RECIBIDOS TO WS-LD-RECIBIDOS
             MOVE WS-TOT-FAVOR     TO WS-LD-FAVOR
             MOVE WS-TOT-PARCIAL   TO WS-LD-PARCIAL
             MOVE WS-TOT-BANCO     TO WS-LD-BANCO
             MOVE WS-TOT-DESISTE   TO WS-LD-DESISTE
             MOVE WS-TOT-EN-PLAZO  TO WS-LD-EN-PLAZO
             MOVE WS-TOT-FUERA     TO WS-LD-FUERA
             MOVE WS-TOT-PENDIENTE TO WS-LD-PENDIENTE
             WRITE REG-SALIDA FROM WS-LIN-DETALLE

             CLOSE RECLAMOS
                 IF FS-RECLAMOS IS NOT EQUAL '00' AND '10'
                  DISPLAY '* ERROR EN CLOSE RECLAMOS = '
                                            FS-RECLAMOS
                  MOVE 9999 TO RETURN-CODE
                 END-IF

             CLOSE SALIDA
                 IF FS-SALIDA IS NOT EQUAL '00'
                  DISPLAY '* ERROR EN CLOSE SALIDA   = '
                                            FS-SALIDA
                  MOVE 9999 TO RETURN-CODE
                 END-IF

             DISPLAY '******************************'
             DISPLAY ' MES INFORMADO           :  ' WS-PER-MES
             DISPLAY ' CASOS LEIDOS            :  ' WS-CANT-LEIDOS
             DISPLAY ' RECIBIDOS EN EL MES     :  '
                                               WS-TOT-RECIBIDOS
             DISPLAY ' PENDIENTES AL CIERRE    :  '
                                               WS-TOT-PENDIENTE
             DISPLAY '******************************'

           END-IF.

       F-9999-FINAL.
           EXIT.
