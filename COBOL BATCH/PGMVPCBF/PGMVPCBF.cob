       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMVPCBF.
       AUTHOR.    FEDERICO FALCON.
      **************************************************************
      *  AVISO MENSUAL DE PODERES A VENCER. RECORRE EL MAESTRO DE  *
      *  FIRMANTES AUTORIZADOS DDFIRMAS (LAYOUT CPFIRMAS) Y LISTA  *
      *  EN DDREPOR LOS PODERES VIGENTES CUYA VIGENCIA HASTA CAE   *
      *  ENTRE LA FECHA DE NEGOCIO (DDFECPRO) Y 30 DIAS CORRIDOS   *
      *  DESPUES, CALCULADOS CON EL MODULO DE FECHAS PGMFSCBF,     *
      *  PARA QUE LA SUCURSAL PIDA LA RENOVACION ANTES DE QUE EL   *
      *  APODERADO QUEDE SIN FIRMA. LOS PODERES SIN VENCIMIENTO NO *
      *  SALEN. EL NOMBRE DEL FIRMANTE SE TOMA DEL EXTRACTO        *
      *  DDEXTRAC; AL PIE VA LA CANTIDAD POR SUCURSAL Y EL TOTAL   *
      *  DEL BANCO.                                                *
      **************************************************************
       ENVIRONMENT DIVISION.
      **************************************************************
       CONFIGURATION SECTION.

       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
      **************************************************************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

            SELECT FIRMAS ASSIGN TO DDFIRMAS
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS MAE-FIR-CLAVE
                 FILE STATUS IS FS-FIRMAS.

            SELECT EXTRACTO ASSIGN TO DDEXTRAC
                 FILE STATUS IS FS-EXTRACTO.

            SELECT FECHAPRO ASSIGN TO DDFECPRO
                 FILE STATUS IS FS-FECHAPRO.

            SELECT REPORTE ASSIGN TO DDREPOR
                 FILE STATUS IS FS-REPORTE.
      **************************************************************
       I-O-CONTROL.

       DATA DIVISION.
       FILE SECTION.
       FD   FIRMAS.

       01   REG-FIRMAS.
           03  MAE-FIR-CLAVE        PIC X(23).
           03  FILLER               PIC X(77).
      **************************************************************
       FD   EXTRACTO
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01   REG-EXTRACTO            PIC X(59).
      **************************************************************
       FD   FECHAPRO
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01   REG-FECHAPRO.
           05  FPR-FECHA            PIC 9(08).
           05  FILLER               PIC X(72).
      **************************************************************
       FD   REPORTE
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01   REG-REPORTE             PIC X(80).
      **************************************************************
       WORKING-STORAGE SECTION.

       77  FILLER        PIC X(26) VALUE '* INICIO WORKING-STORAGE *'.
      **************************************************************

           COPY CPFIRMAS.

           COPY CPFECPRO.

           COPY CPFECSRV.

       77  FS-FIRMAS       PIC XX    VALUE SPACES.
           88  FS-FIRMAS-FIN         VALUE '10'.

       77  FS-EXTRACTO     PIC XX    VALUE SPACES.
       77  FS-FECHAPRO     PIC XX    VALUE SPACES.
       77  FS-REPORTE      PIC XX    VALUE SPACES.

      *********************CONTADORES*******************************
       77  WS-CANT-LEIDOS             PIC 9(05)   VALUE ZEROES.
       77  WS-CANT-A-VENCER           PIC 9(05)   VALUE ZEROES.

       01  WS-REG-EXT.
           05  EXT-TIPDOC           PIC X(02).
           05  EXT-NRODOC           PIC 9(11).
           05  EXT-NROCLI           PIC 9(07).
           05  EXT-NOMAPE           PIC X(30).
           05  EXT-SEXO             PIC X(01).
           05  EXT-FECNAC           PIC X(08).

      *****************NOMBRES DEL EXTRACTO****************************
       77  WS-TEX-CONT     PIC 9(04) USAGE COMP VALUE ZEROS.
       77  WS-TEX-SUB      PIC 9(04) USAGE COMP VALUE ZEROS.
       01  WS-TABLA-EXTRACTO.
           03  WS-TEX      OCCURS 5000 TIMES.
               05  WS-TEX-DOC       PIC X(13).
               05  WS-TEX-NOMAPE    PIC X(30).

      *****************CANTIDAD POR SUCURSAL***************************
       77  WS-SUC-SUB      PIC 9(04) USAGE COMP VALUE ZEROS.
       01  WS-TABLA-SUCURSAL.
           03  WS-TSU-CANT          PIC 9(05) OCCURS 100 TIMES.

      *****************VENTANA DE VENCIMIENTO**************************
       77  WS-FEC-LIMITE   PIC 9(08)  VALUE ZEROS.
       77  WS-DIAS-PROC    PIC 9(08)  VALUE ZEROS.
       77  WS-DIAS-CONV    PIC 9(08)  VALUE ZEROS.
       01  WS-FECHA-CONV.
           05  WS-FC-ANIO           PIC 9(04).
           05  WS-FC-MES            PIC 9(02).
           05  WS-FC-DIA            PIC 9(02).

      *****************LINEAS DEL REPORTE******************************
       01  WS-LIN-TITULO.
           05  FILLER               PIC X(30)   VALUE
           ' PODERES QUE VENCEN ENTRE EL '.
           05  WS-LT-DESDE          PIC 9(08).
           05  FILLER               PIC X(07)   VALUE ' Y EL '.
           05  WS-LT-HASTA          PIC 9(08).
           05  FILLER               PIC X(27)   VALUE SPACES.

       01  WS-LIN-ENCABEZADO.
           05  FILLER               PIC X(40)   VALUE
           ' SU CUENTA      FIRMANTE       NOMBRE   '.
           05  FILLER               PIC X(40)   VALUE
           '                  ROL VENCE     DIAS    '.

       01  WS-LIN-PODER.
           05  FILLER               PIC X(01)   VALUE SPACE.
           05  WS-LD-SUC            PIC 9(02).
           05  FILLER               PIC X(01)   VALUE SPACE.
           05  WS-LD-TIPCUEN        PIC X(02).
           05  FILLER               PIC X(01)   VALUE '-'.
           05  WS-LD-NROCUEN        PIC 9(08).
           05  FILLER               PIC X(01)   VALUE SPACE.
           05  WS-LD-TIPDOC         PIC X(02).
           05  FILLER               PIC X(01)   VALUE SPACE.
           05  WS-LD-NRODOC         PIC 9(11).
           05  FILLER               PIC X(01)   VALUE SPACE.
           05  WS-LD-NOMAPE         PIC X(25).
           05  FILLER               PIC X(02)   VALUE SPACES.
           05  WS-LD-ROL            PIC X(01).
           05  FILLER               PIC X(03)   VALUE SPACES.
           05  WS-LD-VENCE          PIC 9(08).
           05  FILLER               PIC X(02)   VALUE SPACES.
           05  WS-LD-DIAS           PIC ZZ9.
           05  FILLER               PIC X(05)   VALUE SPACES.

       01  WS-LIN-SUCURSAL.
           05  FILLER               PIC X(11)   VALUE ' SUCURSAL '.
           05  WS-LS-SUC            PIC 9(02).
           05  FILLER               PIC X(20)   VALUE
           '  PODERES A VENCER: '.
           05  WS-LS-CANT           PIC ZZZZ9.
           05  FILLER               PIC X(42)   VALUE SPACES.

       01  WS-LIN-TOTAL.
           05  FILLER               PIC X(33)   VALUE
           ' TOTAL BANCO   PODERES A VENCER: '.
           05  WS-LTO-CANT          PIC ZZZZ9.
           05  FILLER               PIC X(42)   VALUE SPACES.

       01  WS-LIN-BLANCO            PIC X(80)   VALUE SPACES.

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
                   UNTIL FS-FIRMAS-FIN.

           PERFORM 9999-FINAL    THRU  F-9999-FINAL.

       F-MAIN-PROGRAM. GOBACK.

      **************************************
      *                                    *
      *  CUERPO INICIO APERTURA ARCHIVOS   *
      *                                    *
      **************************************
       1000-INICIO.

           INITIALIZE WS-TABLA-SUCURSAL.

           OPEN INPUT  FIRMAS.

           IF FS-FIRMAS IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN FIRMAS    = ' FS-FIRMAS
              MOVE 9999 TO RETURN-CODE
              SET  FS-FIRMAS-FIN TO TRUE
           END-IF

           OPEN OUTPUT REPORTE.

           IF FS-REPORTE IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN REPORTE   = ' FS-REPORTE
              MOVE 9999 TO RETURN-CODE
              SET  FS-FIRMAS-FIN TO TRUE
           END-IF

           IF RETURN-CODE IS EQUAL 9999
              GO TO F-1000-INICIO
           END-IF

           PERFORM 1100-LEER-FECHA    THRU F-1100-LEER-FECHA
           PERFORM 1200-CARGAR-NOMBRES THRU F-1200-CARGAR-NOMBRES

           MOVE 'C'                TO FSV-FUNCION
           MOVE WS-FECHA-NEGOCIO-R TO FSV-FECHA-ENT
           MOVE 30                 TO FSV-CANT-DIAS
           CALL 'PGMFSCBF' USING WS-FECSRV-AREA

           IF FSV-RESULTADO IS EQUAL 'E'
              DISPLAY '* ERROR EN FECHA DE NEGOCIO = '
                      WS-FECHA-NEGOCIO-R
              MOVE 9999 TO RETURN-CODE
              SET  FS-FIRMAS-FIN TO TRUE
              GO TO F-1000-INICIO
           END-IF

           MOVE FSV-FECHA-SAL TO WS-FEC-LIMITE

           MOVE WS-FECHA-NEGOCIO-R TO WS-FECHA-CONV
           PERFORM 7000-FECHA-A-DIAS THRU F-7000-FECHA-A-DIAS
           MOVE WS-DIAS-CONV TO WS-DIAS-PROC

           MOVE WS-FECHA-NEGOCIO-R TO WS-LT-DESDE
           MOVE WS-FEC-LIMITE      TO WS-LT-HASTA
           WRITE REG-REPORTE FROM WS-LIN-TITULO
           WRITE REG-REPORTE FROM WS-LIN-BLANCO
           WRITE REG-REPORTE FROM WS-LIN-ENCABEZADO

           MOVE LOW-VALUES TO MAE-FIR-CLAVE
           START FIRMAS KEY IS NOT LESS MAE-FIR-CLAVE
              INVALID KEY
                 SET FS-FIRMAS-FIN TO TRUE
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
       1200-CARGAR-NOMBRES.
      *    SIN EXTRACTO EL AVISO SALE IGUAL, CON EL NOMBRE EN
      *    BLANCO.
           OPEN INPUT EXTRACTO.

           IF FS-EXTRACTO IS NOT EQUAL '00'
              DISPLAY '* SIN EXTRACTO DE CLIENTES, AVISO SIN NOMBRES'
              GO TO F-1200-CARGAR-NOMBRES
           END-IF

           PERFORM UNTIL FS-EXTRACTO IS NOT EQUAL '00'
              READ EXTRACTO INTO WS-REG-EXT
                 AT END
                    MOVE '10' TO FS-EXTRACTO
                 NOT AT END
                    IF WS-TEX-CONT < 5000
                       ADD 1 TO WS-TEX-CONT
                       MOVE WS-REG-EXT (1:13) TO
                            WS-TEX-DOC    (WS-TEX-CONT)
                       MOVE EXT-NOMAPE        TO
                            WS-TEX-NOMAPE (WS-TEX-CONT)
                    ELSE
                       DISPLAY '* ATENCION: TABLA DE CLIENTES '
                               'LLENA (5000)'
                       MOVE '10' TO FS-EXTRACTO
                    END-IF
              END-READ
           END-PERFORM
           CLOSE EXTRACTO.

       F-1200-CARGAR-NOMBRES. EXIT.
      **************************************************************
       2000-PROCESO.

           READ FIRMAS NEXT INTO WS-REG-FIRMAS

           EVALUATE FS-FIRMAS
             WHEN '00'
                  ADD 1 TO WS-CANT-LEIDOS
                  IF FIR-VIGENTE
                     AND FIR-VIG-HASTA IS NOT EQUAL ZEROS
                     AND FIR-VIG-HASTA IS NOT LESS WS-FECHA-NEGOCIO-R
                     AND FIR-VIG-HASTA IS NOT GREATER WS-FEC-LIMITE
                     PERFORM 3000-LISTAR-PODER THRU F-3000-LISTAR-PODER
                  END-IF

              WHEN '10'
                CONTINUE

              WHEN OTHER
              DISPLAY '* ERROR EN LECTURA FIRMAS   = ' FS-FIRMAS
              MOVE 9999 TO RETURN-CODE
              SET FS-FIRMAS-FIN TO TRUE

           END-EVALUATE.

       F-2000-PROCESO. EXIT.
      **************************************************************
       3000-LISTAR-PODER.

           ADD 1 TO WS-CANT-A-VENCER
           COMPUTE WS-SUC-SUB = FIR-SUCURSAL + 1
           ADD 1 TO WS-TSU-CANT (WS-SUC-SUB)

           MOVE FIR-SUCURSAL  TO WS-LD-SUC
           MOVE FIR-TIPCUEN   TO WS-LD-TIPCUEN
           MOVE FIR-NROCUEN   TO WS-LD-NROCUEN
           MOVE FIR-TIPDOC    TO WS-LD-TIPDOC
           MOVE FIR-NRODOC    TO WS-LD-NRODOC
           MOVE FIR-ROL       TO WS-LD-ROL
           MOVE FIR-VIG-HASTA TO WS-LD-VENCE
           MOVE SPACES        TO WS-LD-NOMAPE

           PERFORM VARYING WS-TEX-SUB FROM 1 BY 1
                   UNTIL WS-TEX-SUB > WS-TEX-CONT
               IF WS-TEX-DOC (WS-TEX-SUB) IS EQUAL FIR-CLAVE (11:13)
                  MOVE WS-TEX-NOMAPE (WS-TEX-SUB) TO WS-LD-NOMAPE
                  MOVE WS-TEX-CONT TO WS-TEX-SUB
               END-IF
           END-PERFORM

      *    DIAS QUE LE QUEDAN AL PODER, EN 30/360 COMO EL RESTO
      *    DE LOS PLAZOS DE LA CADENA.
           MOVE FIR-VIG-HASTA TO WS-FECHA-CONV
           PERFORM 7000-FECHA-A-DIAS THRU F-7000-FECHA-A-DIAS
           IF WS-DIAS-CONV > WS-DIAS-PROC
              COMPUTE WS-LD-DIAS = WS-DIAS-CONV - WS-DIAS-PROC
           ELSE
              MOVE ZEROS TO WS-LD-DIAS
           END-IF

           WRITE REG-REPORTE FROM WS-LIN-PODER

           IF FS-REPORTE IS NOT EQUAL '00'
              DISPLAY '* ERROR EN WRITE REPORTE  = ' FS-REPORTE
              MOVE 9999 TO RETURN-CODE
              SET FS-FIRMAS-FIN TO TRUE
           END-IF.

       F-3000-LISTAR-PODER. EXIT.
      **************************************************************
       7000-FECHA-A-DIAS.
      *    CONVIERTE AAAAMMDD A DIAS 30/360.
           COMPUTE WS-DIAS-CONV =
                   (WS-FC-ANIO * 360) + (WS-FC-MES * 30) + WS-FC-DIA.

       F-7000-FECHA-A-DIAS. EXIT.
      **************************************************************
       8000-TOTALES.

           WRITE REG-REPORTE FROM WS-LIN-BLANCO

           PERFORM VARYING WS-SUC-SUB FROM 1 BY 1
                   UNTIL WS-SUC-SUB > 100
               IF WS-TSU-CANT (WS-SUC-SUB) > ZEROS
                  COMPUTE WS-LS-SUC = WS-SUC-SUB - 1
                  MOVE WS-TSU-CANT (WS-SUC-SUB) TO WS-LS-CANT
                  WRITE REG-REPORTE FROM WS-LIN-SUCURSAL
               END-IF
           END-PERFORM

           MOVE WS-CANT-A-VENCER TO WS-LTO-CANT
           WRITE REG-REPORTE FROM WS-LIN-TOTAL.

       F-8000-TOTALES. EXIT.
      **************************************************************
       9999-FINAL.

           IF RETURN-CODE NOT EQUAL 9999
             PERFORM 8000-TOTALES THRU F-8000-TOTALES

             CLOSE FIRMAS
                 IF FS-FIRMAS IS NOT EQUAL '00'
                  DISPLAY '* ERROR EN CLOSE FIRMAS    = '
                                            FS-FIRMAS
                  MOVE 9999 TO RETURN-CODE
                 END-IF

             CLOSE REPORTE
                 IF FS-REPORTE IS NOT EQUAL '00'
                  DISPLAY '* ERROR EN CLOSE REPORTE  = '
                                            FS-REPORTE
                  MOVE 9999 TO RETURN-CODE
                 END-IF

             DISPLAY '***************************************'
             DISPLAY ' PODERES LEIDOS               :  '
                                               WS-CANT-LEIDOS
             DISPLAY ' PODERES A VENCER EN 30 DIAS  :  '
                                               WS-CANT-A-VENCER
             DISPLAY '***************************************'

           END-IF.

       F-9999-FINAL.
           EXIT.
