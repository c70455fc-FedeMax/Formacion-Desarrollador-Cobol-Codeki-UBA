       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMSICBF.
       AUTHOR.    FEDERICO FALCON.
      **************************************************************
      *  SIMULACION DEL EFECTO DE UN CAMBIO DE TASAS ANTES DE      *
      *  APROBARLO. PGMTSCBF CONTROLA QUIEN CAMBIA DDTASAS PERO    *
      *  NADIE PODIA DECIRLE A TESORERIA CUANTO CUESTA UN CAMBIO   *
      *  ANTES DE APLICARLO. ESTE PASO, PARA EL MES DE LA TARJETA  *
      *  DDCTRL, SIN GRABAR MOVIMIENTOS NI TOCAR LA TABLA VIGENTE: *
      *    - ARMA DOS TABLAS EN MEMORIA: LA ACTUAL (DDTASAS) Y LA  *
      *      PROPUESTA, QUE ES LA ACTUAL CON LAS NOVEDADES         *
      *      PENDIENTES DE DDNOVTAS APLICADAS CON LAS MISMAS       *
      *      REGLAS DE PGMTSCBF; LA NOVEDAD QUE PGMTSCBF           *
      *      RECHAZARIA SE LISTA CON SU MOTIVO Y NO SE SIMULA      *
      *    - LA TABLA ACTUAL SE LEE A LA FECHA DE LA TARJETA; LA   *
      *      PROPUESTA A LA MAYOR FECHA DE VIGENCIA DE LAS         *
      *      NOVEDADES APLICADAS, PARA QUE UN CAMBIO FUTURO SE VEA *
      *      COMO SI YA RIGIERA                                    *
      *    - POR CADA CUENTA DEL MAESTRO DDSALANT CALCULA CON CADA *
      *      TABLA EL INTERES ACREEDOR Y LA COMISION COMO PGMINCBF *
      *      (PROMEDIO DE DDSALPRO O SALDO DE CIERRE) Y EL INTERES *
      *      DEUDOR COMO PGMIDCBF (SALDOS DEUDORES DEL MES EN      *
      *      DDHISSAL, TASA PRORRATEADA A 30 DIAS)                 *
      *    - EL SEGMENTO SALE DEL TITULAR DE DDCTAS, SU DOCUMENTO  *
      *      EN DDEXTRAC Y DDSEGM; SIN ESOS ARCHIVOS LA CUENTA     *
      *      QUEDA SIN SEGMENTO ('-')                              *
      *    - IMPRIME EN DDSALI LAS NOVEDADES, LA DIFERENCIA POR    *
      *      TIPO DE CUENTA, MONEDA Y SEGMENTO CON TOTAL POR       *
      *      MONEDA, Y LAS VEINTE CUENTAS MAS AFECTADAS            *
      *  LOS IMPORTES VAN EN LA MONEDA DE CADA CUENTA. EL EFECTO   *
      *  NETO ES LO QUE EL BANCO GANA DE MAS (POSITIVO) O DE MENOS *
      *  (NEGATIVO) CON LA TABLA PROPUESTA: COBRADO MENOS PAGADO.  *
      **************************************************************
       ENVIRONMENT DIVISION.
      **************************************************************
       CONFIGURATION SECTION.

       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
      **************************************************************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT SALDOS     ASSIGN TO DDSALANT
                 FILE STATUS IS FS-SALDOS.

           SELECT TASAS      ASSIGN TO DDTASAS
                 FILE STATUS IS FS-TASAS.

           SELECT NOVEDADES  ASSIGN TO DDNOVTAS
                 FILE STATUS IS FS-NOVEDAD.

           SELECT PROMEDIOS  ASSIGN TO DDSALPRO
                 FILE STATUS IS FS-PROMEDIO.

           SELECT HISTSAL    ASSIGN TO DDHISSAL
                 FILE STATUS IS FS-HISTSAL.

           SELECT TARJETA    ASSIGN TO DDCTRL
                 FILE STATUS IS FS-CONTROL.

           SELECT CUENTAS    ASSIGN TO DDCTAS
                 FILE STATUS IS FS-CUENTAS.

           SELECT EXTRACTO   ASSIGN TO DDEXTRAC
                 FILE STATUS IS FS-EXTRACTO.

           SELECT SEGMENTOS  ASSIGN TO DDSEGM
                 FILE STATUS IS FS-SEGM.

           SELECT SALIDA     ASSIGN TO DDSALI
                 FILE STATUS IS FS-SALIDA.
      **************************************************************
       I-O-CONTROL.

       DATA DIVISION.
       FILE SECTION.
       FD   SALDOS
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01   REG-SALDOS              PIC X(30).

       FD   TASAS
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01   REG-TASA                PIC X(80).

       FD   NOVEDADES
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01   REG-NOVEDAD             PIC X(80).

       FD   PROMEDIOS
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01   REG-PROMSAL             PIC X(30).

       FD   HISTSAL
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01   REG-HISTSAL             PIC X(40).

       FD   TARJETA
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01   REG-CONTROL.
           05  CTL-FECHA-PROC       PIC 9(08).
           05  FILLER               PIC X(72).

       FD   CUENTAS
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01   REG-CUENTA              PIC X(17).

       FD   EXTRACTO
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01   REG-EXTRACTO            PIC X(59).

       FD   SEGMENTOS
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01   REG-SEGMENTO.
           05  SEG-TIPDOC           PIC X(02).
           05  SEG-NRODOC           PIC 9(11).
           05  SEG-SEGMENTO         PIC X(01).
           05  FILLER               PIC X(06).

       FD   SALIDA
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01   REG-SALIDA              PIC X(132).
      **************************************************************
       WORKING-STORAGE SECTION.
       77  FILLER        PIC X(26) VALUE '* INICIO WORKING-STORAGE *'.

      ***********************FILE STATUS****************************
       77  FS-SALDOS                  PIC XX      VALUE SPACES.
           88  FS-SALDOS-FIN                      VALUE '10'.
       77  FS-TASAS                   PIC XX      VALUE SPACES.
       77  FS-NOVEDAD                 PIC XX      VALUE SPACES.
       77  FS-PROMEDIO                PIC XX      VALUE SPACES.
       77  FS-HISTSAL                 PIC XX      VALUE SPACES.
       77  FS-CONTROL                 PIC XX      VALUE SPACES.
       77  FS-CUENTAS                 PIC XX      VALUE SPACES.
       77  FS-EXTRACTO                PIC XX      VALUE SPACES.
       77  FS-SEGM                    PIC XX      VALUE SPACES.
       77  FS-SALIDA                  PIC XX      VALUE SPACES.

      *********************CONTADORES*******************************
       77  WS-SAL-LEIDOS              PIC 9(07)   VALUE ZEROES.
       77  WS-HIS-DEL-MES             PIC 9(07)   VALUE ZEROES.
       77  WS-CTAS-EXCLUIDAS          PIC 9(07)   VALUE ZEROES.
       77  WS-NOV-LEIDAS              PIC 9(05)   VALUE ZEROES.
       77  WS-NOV-APLICADAS           PIC 9(05)   VALUE ZEROES.
       77  WS-NOV-RECHAZADAS          PIC 9(05)   VALUE ZEROES.
       77  WS-CTAS-PROMEDIO           PIC 9(05)   VALUE ZEROES.
       77  WS-CTAS-CIERRE             PIC 9(05)   VALUE ZEROES.
       77  WS-SIN-TASA-ACT            PIC 9(05)   VALUE ZEROES.
       77  WS-SIN-TASA-PRO            PIC 9(05)   VALUE ZEROES.

      *****************PERIODO DE LA TARJETA**************************
       77  WS-FECHA-PROC              PIC 9(08)   VALUE ZEROES.
       77  WS-PERIODO                 PIC 9(06)   VALUE ZEROES.

      *****************FILA DE LA TABLA DE TASAS***********************
      *    MISMO LAYOUT QUE EN PGMTSCBF.
       01  WS-REG-TASA.
           05  TAS-TIPCUEN          PIC 9(02).
           05  TAS-TASA-MENSUAL     PIC 9(02)V9(04).
           05  TAS-FEC-VIGENCIA     PIC 9(08).
           05  TAS-COMISION         PIC 9(05)V99.
           05  TAS-TASA-DEUDORA     PIC 9(02)V9(04).
           05  FILLER               PIC X(51).

      *****************NOVEDAD DE TASA*********************************
       01  WS-REG-NOVTAS.
           05  NTA-ACCION           PIC X(02).
           05  NTA-TIPCUEN          PIC 9(02).
           05  NTA-TASA-MENSUAL     PIC 9(02)V9(04).
           05  NTA-FEC-VIGENCIA     PIC 9(08).
           05  NTA-COMISION         PIC 9(05)V99.
           05  NTA-TASA-DEUDORA     PIC 9(02)V9(04).
           05  FILLER               PIC X(49).

      *****************TABLAS DE TASAS: 1 ACTUAL, 2 PROPUESTA**********
      *    CADA ESCENARIO SE LEE A SU PROPIA FECHA: LA ACTUAL A LA
      *    FECHA DE LA TARJETA Y LA PROPUESTA A LA MAYOR VIGENCIA DE
      *    LAS NOVEDADES APLICADAS.
       77  WS-ESC-SUB      PIC 9(01) USAGE COMP VALUE ZEROS.
       77  WS-FIL-SUB      PIC 9(03) USAGE COMP VALUE ZEROS.
       77  WS-FIL-IDX      PIC 9(03) USAGE COMP VALUE ZEROS.
       77  WS-FIL-DEU      PIC 9(03) USAGE COMP VALUE ZEROS.
       01  WS-TABLAS-TASAS.
           03  WS-ESC      OCCURS 2 TIMES.
               05  WS-ESC-CONT      PIC 9(03) USAGE COMP.
               05  WS-ESC-FECHA     PIC 9(08).
               05  WS-FIL  OCCURS 100 TIMES.
                   10  WS-FIL-TIPCUEN   PIC 9(02).
                   10  WS-FIL-TASA      PIC 9(02)V9(04).
                   10  WS-FIL-VIGENCIA  PIC 9(08).
                   10  WS-FIL-COMISION  PIC 9(05)V99.
                   10  WS-FIL-DEUDORA   PIC 9(02)V9(04).
                   10  WS-FIL-BAJA      PIC X(01).

      *****************AREA DEL MODULO DE FECHAS***********************
           COPY CPFECSRV.

      *****************SALDOS PROMEDIO DE DDSALPRO*********************
       01  WS-FLAG-PROM    PIC X     VALUE 'N'.
           88  WS-HAY-PROMEDIOS              VALUE 'S'.

       77  WS-PRM-CONT     PIC 9(04) USAGE COMP VALUE ZEROS.
       77  WS-PRM-SUB      PIC 9(04) USAGE COMP VALUE ZEROS.
       77  WS-PRM-IDX      PIC 9(04) USAGE COMP VALUE ZEROS.
       01  WS-TABLA-PROM.
           03  WS-PRM      OCCURS 5000 TIMES.
               05  WS-PRM-TIPCUEN   PIC 9(02).
               05  WS-PRM-NROCUEN   PIC 9(08).
               05  WS-PRM-SALDO     PIC S9(09)V99 COMP-3.

      *****************SEGMENTO POR DOCUMENTO**************************
       77  WS-SGM-CONT     PIC 9(04) USAGE COMP VALUE ZEROS.
       77  WS-SGM-SUB      PIC 9(04) USAGE COMP VALUE ZEROS.
       77  WS-SGM-SEG      PIC X(01)  VALUE SPACES.
       01  WS-TABLA-SEGM.
           03  WS-SGM      OCCURS 5000 TIMES.
               05  WS-SGM-DOC       PIC X(13).
               05  WS-SGM-SEG-DOC   PIC X(01).

      *****************SEGMENTO POR CUENTA (TITULAR DE DDCTAS)*********
       77  WS-TCT-CONT     PIC 9(04) USAGE COMP VALUE ZEROS.
       77  WS-TCT-SUB      PIC 9(04) USAGE COMP VALUE ZEROS.
       01  WS-TABLA-CTAS.
           03  WS-TCT      OCCURS 5000 TIMES.
               05  WS-TCT-CLAVE     PIC X(10).
               05  WS-TCT-NROCLI    PIC 9(07).
               05  WS-TCT-SEG       PIC X(01).

       01  WS-REG-CTA.
           05  CTA-TIPCUEN          PIC X(02).
           05  CTA-NROCUEN          PIC 9(08).
           05  CTA-NROCLI           PIC 9(07).

       01  WS-REG-EXT.
           05  EXT-TIPDOC           PIC X(02).
           05  EXT-NRODOC           PIC 9(11).
           05  EXT-NROCLI           PIC 9(07).
           05  EXT-NOMAPE           PIC X(30).
           05  EXT-SEXO             PIC X(01).
           05  EXT-FECNAC           PIC X(08).

      *****************CUENTAS SIMULADAS*******************************
      *    BASE DEL INTERES ACREEDOR Y SUMA DE SALDOS DEUDORES
      *    DIARIOS DEL PERIODO (EN VALOR ABSOLUTO) POR CUENTA.
       77  WS-TCU-CONT     PIC 9(04) USAGE COMP VALUE ZEROS.
       77  WS-TCU-SUB      PIC 9(04) USAGE COMP VALUE ZEROS.
       77  WS-TCU-IDX      PIC 9(04) USAGE COMP VALUE ZEROS.
       01  WS-TABLA-CUENTAS.
           03  WS-TCU      OCCURS 5000 TIMES.
               05  WS-TCU-CLAVE.
                   10  WS-TCU-TIPCUEN   PIC 9(02).
                   10  WS-TCU-NROCUEN   PIC 9(08).
               05  WS-TCU-MONEDA    PIC X(03).
               05  WS-TCU-SEG       PIC X(01).
               05  WS-TCU-BASE      PIC S9(09)V99 COMP-3.
               05  WS-TCU-SUMA-DEU  PIC S9(13)V99 COMP-3.
               05  WS-TCU-DIAS      PIC 9(03).

       01  WS-CLAVE-CTA.
           05  WS-CLV-TIPCUEN       PIC 9(02).
           05  WS-CLV-NROCUEN       PIC 9(08).

      *****************REGISTROS DE TRABAJO****************************
           COPY CPSALDO.

           COPY CPHISSAL.

      *****************RESULTADO DE UNA CUENTA*************************
      *    1 Y 2 INTERES ACREEDOR, 3 Y 4 INTERES DEUDOR, 5 Y 6
      *    COMISION (IMPAR ACTUAL, PAR PROPUESTA), 7 EFECTO NETO.
       77  WS-IMP-SUB      PIC 9(01) USAGE COMP VALUE ZEROS.
       01  WS-RESULTADO.
           05  WS-RES-IMP      PIC S9(11)V99 COMP-3 OCCURS 7 TIMES.

       77  WS-NETO-ACT     PIC S9(11)V99 COMP-3 VALUE ZEROS.
       77  WS-NETO-PRO     PIC S9(11)V99 COMP-3 VALUE ZEROS.
       77  WS-VALOR-ABS    PIC S9(11)V99 COMP-3 VALUE ZEROS.

      *****************DIFERENCIA POR TIPO, MONEDA Y SEGMENTO**********
       77  WS-GRP-CONT     PIC 9(03) USAGE COMP VALUE ZEROS.
       77  WS-GRP-SUB      PIC 9(03) USAGE COMP VALUE ZEROS.
       77  WS-GRP-OTRO     PIC 9(03) USAGE COMP VALUE ZEROS.
       77  WS-GRP-IDX      PIC 9(03) USAGE COMP VALUE ZEROS.
       01  WS-TABLA-GRUPOS.
           03  WS-GRP      OCCURS 300 TIMES.
               05  WS-GRP-CLAVE.
                   10  WS-GRP-TIPCUEN   PIC 9(02).
                   10  WS-GRP-MONEDA    PIC X(03).
                   10  WS-GRP-SEG       PIC X(01).
               05  WS-GRP-CUENTAS   PIC 9(07).
               05  WS-GRP-IMP       PIC S9(13)V99 COMP-3
                                    OCCURS 7 TIMES.

       01  WS-GRP-AUX.
           05  FILLER               PIC X(13).
           05  FILLER               PIC X(56).

      *****************TOTAL POR MONEDA********************************
       77  WS-MON-CONT     PIC 9(02) USAGE COMP VALUE ZEROS.
       77  WS-MON-SUB      PIC 9(02) USAGE COMP VALUE ZEROS.
       77  WS-MON-IDX      PIC 9(02) USAGE COMP VALUE ZEROS.
       01  WS-TABLA-MONEDAS.
           03  WS-MON      OCCURS 20 TIMES.
               05  WS-MON-MONEDA    PIC X(03).
               05  WS-MON-CUENTAS   PIC 9(07).
               05  WS-MON-IMP       PIC S9(13)V99 COMP-3
                                    OCCURS 7 TIMES.

      *****************LAS VEINTE CUENTAS MAS AFECTADAS****************
      *    ORDENADAS POR EL VALOR ABSOLUTO DEL EFECTO NETO.
       77  WS-TOP-CONT     PIC 9(02) USAGE COMP VALUE ZEROS.
       77  WS-TOP-SUB      PIC 9(02) USAGE COMP VALUE ZEROS.
       77  WS-TOP-POS      PIC 9(02) USAGE COMP VALUE ZEROS.
       77  WS-TOP-ANT      PIC 9(02) USAGE COMP VALUE ZEROS.
       01  WS-TABLA-TOP.
           03  WS-TOP      OCCURS 20 TIMES.
               05  WS-TOP-CTA       PIC 9(04) USAGE COMP.
               05  WS-TOP-ABS       PIC S9(11)V99 COMP-3.
               05  WS-TOP-NETO-ACT  PIC S9(11)V99 COMP-3.
               05  WS-TOP-NETO-PRO  PIC S9(11)V99 COMP-3.
               05  WS-TOP-DIF       PIC S9(11)V99 COMP-3.

       01  WS-TOP-AUX.
           05  FILLER               PIC X(02).
           05  FILLER               PIC X(28).

       01  WS-FLAG-SUBIR   PIC X     VALUE 'N'.
           88  WS-FIN-SUBIR                  VALUE 'S'.
           88  WS-SIGUE-SUBIR                VALUE 'N'.

      *****************LINEAS DEL LISTADO******************************
       01  WS-LIN-TITULO.
           05  FILLER               PIC X(40)   VALUE
           ' SIMULACION DE CAMBIO DE TASAS - PERIODO'.
           05  FILLER               PIC X(01)   VALUE SPACE.
           05  WS-LT-PERIODO        PIC 9(06).
           05  FILLER               PIC X(27)   VALUE
           ' - TABLA ACTUAL A LA FECHA '.
           05  WS-LT-FECHA          PIC 9(08).
           05  FILLER               PIC X(50)   VALUE SPACES.

       01  WS-LIN-PROPUESTA.
           05  FILLER               PIC X(40)   VALUE
           ' TABLA PROPUESTA A LA FECHA             '.
           05  WS-LP-FECHA          PIC 9(08).
           05  FILLER               PIC X(18)   VALUE
           '  NOVEDADES LEIDAS'.
           05  WS-LP-LEIDAS         PIC ZZZZ9.
           05  FILLER               PIC X(11)   VALUE '  APLICADAS'.
           05  WS-LP-APLICADAS      PIC ZZZZ9.
           05  FILLER               PIC X(14)   VALUE
           '  NO SIMULADAS'.
           05  WS-LP-RECHAZADAS     PIC ZZZZ9.
           05  FILLER               PIC X(26)   VALUE SPACES.

       01  WS-LIN-NOVEDAD.
           05  FILLER               PIC X(09)   VALUE ' NOVEDAD '.
           05  WS-LN-ACCION         PIC X(02).
           05  FILLER               PIC X(06)   VALUE ' TIPO '.
           05  WS-LN-TIPCUEN        PIC 9(02).
           05  FILLER               PIC X(05)   VALUE ' VIG '.
           05  WS-LN-VIGENCIA       PIC 9(08).
           05  FILLER               PIC X(06)   VALUE ' TASA '.
           05  WS-LN-TASA           PIC Z9,9999.
           05  FILLER               PIC X(09)   VALUE ' DEUDORA '.
           05  WS-LN-DEUDORA        PIC Z9,9999.
           05  FILLER               PIC X(05)   VALUE ' COM '.
           05  WS-LN-COMISION       PIC ZZZZ9,99.
           05  FILLER               PIC X(02)   VALUE SPACES.
           05  WS-LN-MOTIVO         PIC X(30).
           05  FILLER               PIC X(26)   VALUE SPACES.

       01  WS-LIN-ENC-GRUPO1.
           05  FILLER               PIC X(40)   VALUE
           '                        INTERES ACREEDOR'.
           05  FILLER               PIC X(40)   VALUE
           ' PAGADO          INTERES DEUDOR COBRADO '.
           05  FILLER               PIC X(40)   VALUE
           '            COMISION COBRADA            '.
           05  FILLER               PIC X(12)   VALUE
           ' EFECTO NETO'.

       01  WS-LIN-ENC-GRUPO2.
           05  FILLER               PIC X(40)   VALUE
           ' TP  MON  S  CUENTAS          ACTUAL    '.
           05  FILLER               PIC X(34)   VALUE
           '   PROPUESTA          ACTUAL      '.
           05  FILLER               PIC X(32)   VALUE
           ' PROPUESTA          ACTUAL      '.
           05  FILLER               PIC X(26)   VALUE
           ' PROPUESTA      DIFERENCIA'.

      *    EN LOS TOTALES POR MONEDA EL TIPO VA EN '**' Y EL
      *    SEGMENTO EN '*'.
       01  WS-LIN-GRUPO.
           05  WS-LG-ID.
               10  FILLER           PIC X(01).
               10  WS-LG-TIPCUEN    PIC X(02).
               10  FILLER           PIC X(02).
               10  WS-LG-MONEDA     PIC X(03).
               10  FILLER           PIC X(02).
               10  WS-LG-SEG        PIC X(01).
               10  FILLER           PIC X(02).
           05  WS-LG-CUENTAS        PIC ZZZZZZ9.
           05  WS-LG-COLUMNA        OCCURS 7 TIMES.
               10  FILLER           PIC X(01).
               10  WS-LG-IMPORTE    PIC -ZZZ.ZZZ.ZZ9,99.

       01  WS-LIN-ENC-TOP.
           05  FILLER               PIC X(40)   VALUE
           ' LAS VEINTE CUENTAS MAS AFECTADAS       '.
           05  FILLER               PIC X(92)   VALUE SPACES.

       01  WS-LIN-ENC-TOP2.
           05  FILLER               PIC X(40)   VALUE
           ' CUENTA      MON S    BASE INTERES DIAS '.
           05  FILLER               PIC X(35)   VALUE
           '   NETO ACTUAL  NETO PROPUESTO     '.
           05  FILLER               PIC X(11)   VALUE
           ' DIFERENCIA'.
           05  FILLER               PIC X(46)   VALUE SPACES.

       01  WS-LIN-TOP.
           05  FILLER               PIC X(01)   VALUE SPACE.
           05  WS-LX-TIPCUEN        PIC 9(02).
           05  FILLER               PIC X(01)   VALUE '-'.
           05  WS-LX-NROCUEN        PIC 9(08).
           05  FILLER               PIC X(01)   VALUE SPACE.
           05  WS-LX-MONEDA         PIC X(03).
           05  FILLER               PIC X(01)   VALUE SPACE.
           05  WS-LX-SEG            PIC X(01).
           05  FILLER               PIC X(01)   VALUE SPACE.
           05  WS-LX-BASE           PIC -ZZZ.ZZZ.ZZ9,99.
           05  FILLER               PIC X(01)   VALUE SPACE.
           05  WS-LX-DIAS           PIC ZZ9.
           05  FILLER               PIC X(01)   VALUE SPACE.
           05  WS-LX-NETO-ACT       PIC -ZZZ.ZZZ.ZZ9,99.
           05  FILLER               PIC X(01)   VALUE SPACE.
           05  WS-LX-NETO-PRO       PIC -ZZZ.ZZZ.ZZ9,99.
           05  FILLER               PIC X(01)   VALUE SPACE.
           05  WS-LX-DIF            PIC -ZZZ.ZZZ.ZZ9,99.
           05  FILLER               PIC X(46)   VALUE SPACES.

       01  WS-LIN-BLANCO            PIC X(132)  VALUE SPACES.

       01  FILLER        PIC X(26) VALUE '* FINAL  WORKING-STORAGE *'.

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
                   UNTIL FS-SALDOS-FIN.

           PERFORM 4000-CARGAR-HISTORICO THRU F-4000-CARGAR-HISTORICO.

           PERFORM 5000-SIMULAR  THRU  F-5000-SIMULAR.

           PERFORM 6000-IMPRIMIR THRU  F-6000-IMPRIMIR.

           PERFORM 9999-FINAL    THRU  F-9999-FINAL.

       F-MAIN-PROGRAM. GOBACK.

      **************************************
      *                                    *
      *  CUERPO INICIO APERTURA ARCHIVOS   *
      *                                    *
      **************************************
       1000-INICIO.

           OPEN INPUT  SALDOS.

           IF FS-SALDOS IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN SALDOS    = ' FS-SALDOS
              MOVE 9999 TO RETURN-CODE
              SET  FS-SALDOS-FIN TO TRUE
           END-IF

           OPEN OUTPUT SALIDA.

           IF FS-SALIDA IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN SALIDA    = ' FS-SALIDA
              MOVE 9999 TO RETURN-CODE
              SET  FS-SALDOS-FIN TO TRUE
           END-IF

           IF RETURN-CODE IS EQUAL 9999
              GO TO F-1000-INICIO
           END-IF

           OPEN INPUT  TARJETA.
           IF FS-CONTROL IS EQUAL '00'
              READ TARJETA
                 AT END
                    DISPLAY '* TARJETA DE CONTROL VACIA, NO SE '
                            'SIMULA'
                    MOVE 9999 TO RETURN-CODE
                    SET  FS-SALDOS-FIN TO TRUE
                 NOT AT END
                    MOVE CTL-FECHA-PROC       TO WS-FECHA-PROC
                    MOVE WS-FECHA-PROC (1:6)  TO WS-PERIODO
              END-READ
              CLOSE TARJETA
           ELSE
              DISPLAY '* NO SE PUDO ABRIR CONTROL, NO SE SIMULA'
              MOVE 9999 TO RETURN-CODE
              SET  FS-SALDOS-FIN TO TRUE
           END-IF

           PERFORM 1100-CARGAR-TASAS      THRU F-1100-CARGAR-TASAS.
           PERFORM 1200-APLICAR-NOVEDADES THRU
                   F-1200-APLICAR-NOVEDADES.
           PERFORM 1300-CARGAR-PROMEDIOS  THRU
                   F-1300-CARGAR-PROMEDIOS.
           PERFORM 1400-CARGAR-SEGMENTOS  THRU
                   F-1400-CARGAR-SEGMENTOS.

       F-1000-INICIO.   EXIT.
      **************************************************************
       1100-CARGAR-TASAS.
      *    LA TABLA VIGENTE ARMA EL ESCENARIO ACTUAL Y ES EL PUNTO
      *    DE PARTIDA DEL PROPUESTO.
           IF RETURN-CODE IS EQUAL 9999
              GO TO F-1100-CARGAR-TASAS
           END-IF

           MOVE ZEROS TO WS-ESC-CONT (1)

           OPEN INPUT TASAS

           IF FS-TASAS IS EQUAL '00'
              PERFORM UNTIL FS-TASAS IS NOT EQUAL '00'
                 READ TASAS INTO WS-REG-TASA
                    AT END
                       MOVE '10' TO FS-TASAS
                    NOT AT END
                       IF WS-ESC-CONT (1) < 100
                          ADD 1 TO WS-ESC-CONT (1)
                          MOVE WS-ESC-CONT (1) TO WS-FIL-SUB
                          MOVE TAS-TIPCUEN      TO
                               WS-FIL-TIPCUEN  (1 WS-FIL-SUB)
                          MOVE TAS-TASA-MENSUAL TO
                               WS-FIL-TASA     (1 WS-FIL-SUB)
                          MOVE TAS-FEC-VIGENCIA TO
                               WS-FIL-VIGENCIA (1 WS-FIL-SUB)
                          MOVE TAS-COMISION     TO
                               WS-FIL-COMISION (1 WS-FIL-SUB)
                          IF TAS-TASA-DEUDORA IS NUMERIC
                             MOVE TAS-TASA-DEUDORA TO
                                  WS-FIL-DEUDORA (1 WS-FIL-SUB)
                          ELSE
                             MOVE ZEROS TO
                                  WS-FIL-DEUDORA (1 WS-FIL-SUB)
                          END-IF
                          MOVE 'N' TO WS-FIL-BAJA (1 WS-FIL-SUB)
                       ELSE
                          DISPLAY '* ATENCION: TABLA DE TASAS '
                                  'LLENA (100)'
                          MOVE '10' TO FS-TASAS
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE TASAS
           END-IF.

           IF WS-ESC-CONT (1) IS EQUAL ZEROS
              DISPLAY '* SIN TABLA DE TASAS, NO SE SIMULA'
              MOVE 9999 TO RETURN-CODE
              SET FS-SALDOS-FIN TO TRUE
              GO TO F-1100-CARGAR-TASAS
           END-IF

           MOVE WS-FECHA-PROC TO WS-ESC-FECHA (1)
           MOVE WS-ESC (1)    TO WS-ESC (2).

       F-1100-CARGAR-TASAS. EXIT.
      **************************************************************
       1200-APLICAR-NOVEDADES.
      *    LAS NOVEDADES PENDIENTES SE APLICAN SOLO A LA TABLA
      *    PROPUESTA; CADA UNA SALE EN EL LISTADO CON EL RESULTADO.
           IF RETURN-CODE IS EQUAL 9999
              GO TO F-1200-APLICAR-NOVEDADES
           END-IF

           MOVE WS-PERIODO    TO WS-LT-PERIODO
           MOVE WS-FECHA-PROC TO WS-LT-FECHA
           WRITE REG-SALIDA FROM WS-LIN-TITULO
           WRITE REG-SALIDA FROM WS-LIN-BLANCO

           OPEN INPUT NOVEDADES

           IF FS-NOVEDAD IS EQUAL '00'
              PERFORM UNTIL FS-NOVEDAD IS NOT EQUAL '00'
                 READ NOVEDADES INTO WS-REG-NOVTAS
                    AT END
                       MOVE '10' TO FS-NOVEDAD
                    NOT AT END
                       ADD 1 TO WS-NOV-LEIDAS
                       PERFORM 1210-APLICAR-NOVEDAD THRU
                               F-1210-APLICAR-NOVEDAD
                 END-READ
              END-PERFORM
              CLOSE NOVEDADES
           ELSE
              DISPLAY '* SIN NOVEDADES DE TASA, AMBAS TABLAS IGUALES'
           END-IF

           MOVE WS-ESC-FECHA (2)  TO WS-LP-FECHA
           MOVE WS-NOV-LEIDAS     TO WS-LP-LEIDAS
           MOVE WS-NOV-APLICADAS  TO WS-LP-APLICADAS
           MOVE WS-NOV-RECHAZADAS TO WS-LP-RECHAZADAS
           WRITE REG-SALIDA FROM WS-LIN-BLANCO
           WRITE REG-SALIDA FROM WS-LIN-PROPUESTA.

       F-1200-APLICAR-NOVEDADES. EXIT.
      **************************************************************
       1210-APLICAR-NOVEDAD.
      *    MISMAS VALIDACIONES QUE PGMTSCBF: FECHA DE VIGENCIA QUE
      *    RESUELVE EL MODULO DE FECHAS, ALTA SIN VIGENCIA
      *    SUPERPUESTA, CAMBIO Y BAJA SOBRE UNA VIGENCIA EXISTENTE.
           MOVE 'APLICADA' TO WS-LN-MOTIVO

           MOVE 'H'              TO FSV-FUNCION
           MOVE NTA-FEC-VIGENCIA TO FSV-FECHA-ENT
           MOVE ZEROS            TO FSV-CANT-DIAS
           CALL 'PGMFSCBF' USING WS-FECSRV-AREA

           IF FSV-RESULTADO IS EQUAL 'E'
              MOVE 'FECHA DE VIGENCIA INVALIDA' TO WS-LN-MOTIVO
           ELSE
              PERFORM 1220-BUSCAR-FILA THRU F-1220-BUSCAR-FILA

              EVALUATE NTA-ACCION
                  WHEN 'AL'
                       PERFORM 1230-ALTA   THRU F-1230-ALTA
                  WHEN 'CM'
                       PERFORM 1240-CAMBIO THRU F-1240-CAMBIO
                  WHEN 'BJ'
                       PERFORM 1250-BAJA   THRU F-1250-BAJA
                  WHEN OTHER
                       MOVE 'ACCION NO RECONOCIDA' TO WS-LN-MOTIVO
              END-EVALUATE
           END-IF

           IF WS-LN-MOTIVO IS EQUAL 'APLICADA'
              ADD 1 TO WS-NOV-APLICADAS
              IF NTA-ACCION IS NOT EQUAL 'BJ'
                 AND NTA-FEC-VIGENCIA > WS-ESC-FECHA (2)
                 MOVE NTA-FEC-VIGENCIA TO WS-ESC-FECHA (2)
              END-IF
           ELSE
              ADD 1 TO WS-NOV-RECHAZADAS
           END-IF

           PERFORM 1260-LINEA-NOVEDAD THRU F-1260-LINEA-NOVEDAD.

       F-1210-APLICAR-NOVEDAD. EXIT.
      **************************************************************
       1220-BUSCAR-FILA.

           MOVE ZEROS TO WS-FIL-IDX

           PERFORM VARYING WS-FIL-SUB FROM 1 BY 1
                   UNTIL WS-FIL-SUB > WS-ESC-CONT (2)
               IF WS-FIL-BAJA (2 WS-FIL-SUB) IS EQUAL 'N'
                  AND WS-FIL-TIPCUEN (2 WS-FIL-SUB) IS EQUAL
                      NTA-TIPCUEN
                  AND WS-FIL-VIGENCIA (2 WS-FIL-SUB) IS EQUAL
                      NTA-FEC-VIGENCIA
                  MOVE WS-FIL-SUB TO WS-FIL-IDX
               END-IF
           END-PERFORM.

       F-1220-BUSCAR-FILA. EXIT.
      **************************************************************
       1230-ALTA.

           IF WS-FIL-IDX NOT EQUAL ZEROS
              MOVE 'VIGENCIA SUPERPUESTA' TO WS-LN-MOTIVO
              GO TO F-1230-ALTA
           END-IF

           IF WS-ESC-CONT (2) NOT LESS 100
              MOVE 'TABLA DE TASAS LLENA' TO WS-LN-MOTIVO
              GO TO F-1230-ALTA
           END-IF

           ADD 1 TO WS-ESC-CONT (2)
           MOVE WS-ESC-CONT (2)  TO WS-FIL-IDX
           MOVE NTA-TIPCUEN      TO WS-FIL-TIPCUEN  (2 WS-FIL-IDX)
           MOVE NTA-FEC-VIGENCIA TO WS-FIL-VIGENCIA (2 WS-FIL-IDX)
           MOVE 'N'              TO WS-FIL-BAJA     (2 WS-FIL-IDX)
           PERFORM 1245-CARGAR-VALORES THRU F-1245-CARGAR-VALORES.

       F-1230-ALTA. EXIT.
      **************************************************************
       1240-CAMBIO.

           IF WS-FIL-IDX IS EQUAL ZEROS
              MOVE 'VIGENCIA INEXISTENTE EN CAMBIO' TO WS-LN-MOTIVO
           ELSE
              PERFORM 1245-CARGAR-VALORES THRU F-1245-CARGAR-VALORES
           END-IF.

       F-1240-CAMBIO. EXIT.
      **************************************************************
       1245-CARGAR-VALORES.

           MOVE NTA-TASA-MENSUAL TO WS-FIL-TASA     (2 WS-FIL-IDX)
           MOVE NTA-COMISION     TO WS-FIL-COMISION (2 WS-FIL-IDX)

           IF NTA-TASA-DEUDORA IS NUMERIC
              MOVE NTA-TASA-DEUDORA TO WS-FIL-DEUDORA (2 WS-FIL-IDX)
           ELSE
              MOVE ZEROS            TO WS-FIL-DEUDORA (2 WS-FIL-IDX)
           END-IF.

       F-1245-CARGAR-VALORES. EXIT.
      **************************************************************
       1250-BAJA.

           IF WS-FIL-IDX IS EQUAL ZEROS
              MOVE 'VIGENCIA INEXISTENTE EN BAJA' TO WS-LN-MOTIVO
           ELSE
              MOVE 'S' TO WS-FIL-BAJA (2 WS-FIL-IDX)
           END-IF.

       F-1250-BAJA. EXIT.
      **************************************************************
       1260-LINEA-NOVEDAD.

           MOVE NTA-ACCION       TO WS-LN-ACCION
           MOVE ZEROS            TO WS-LN-TIPCUEN  WS-LN-VIGENCIA
                                    WS-LN-TASA     WS-LN-DEUDORA
                                    WS-LN-COMISION

           IF NTA-TIPCUEN IS NUMERIC
              MOVE NTA-TIPCUEN      TO WS-LN-TIPCUEN
           END-IF
           IF NTA-FEC-VIGENCIA IS NUMERIC
              MOVE NTA-FEC-VIGENCIA TO WS-LN-VIGENCIA
           END-IF
           IF NTA-TASA-MENSUAL IS NUMERIC
              MOVE NTA-TASA-MENSUAL TO WS-LN-TASA
           END-IF
           IF NTA-TASA-DEUDORA IS NUMERIC
              MOVE NTA-TASA-DEUDORA TO WS-LN-DEUDORA
           END-IF
           IF NTA-COMISION IS NUMERIC
              MOVE NTA-COMISION     TO WS-LN-COMISION
           END-IF

           WRITE REG-SALIDA FROM WS-LIN-NOVEDAD.

       F-1260-LINEA-NOVEDAD. EXIT.
      **************************************************************
       1300-CARGAR-PROMEDIOS.
      *    COMO EN PGMINCBF: SIN DDSALPRO LA BASE ES EL SALDO DE
      *    CIERRE DEL MAESTRO.
           IF RETURN-CODE IS EQUAL 9999
              GO TO F-1300-CARGAR-PROMEDIOS
           END-IF

           OPEN INPUT PROMEDIOS

           IF FS-PROMEDIO IS EQUAL '00'
              PERFORM UNTIL FS-PROMEDIO IS NOT EQUAL '00'
                 READ PROMEDIOS INTO WS-REG-SALDO
                    AT END
                       MOVE '10' TO FS-PROMEDIO
                    NOT AT END
                       IF WS-PRM-CONT < 5000
                          ADD 1 TO WS-PRM-CONT
                          MOVE SAL-TIPCUEN TO
                               WS-PRM-TIPCUEN (WS-PRM-CONT)
                          MOVE SAL-NROCUEN TO
                               WS-PRM-NROCUEN (WS-PRM-CONT)
                          MOVE SAL-SALDO   TO
                               WS-PRM-SALDO   (WS-PRM-CONT)
                       ELSE
                          DISPLAY '* ATENCION: TABLA DE PROMEDIOS '
                                  'LLENA (5000)'
                          MOVE '10' TO FS-PROMEDIO
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE PROMEDIOS
              IF WS-PRM-CONT > ZEROS
                 SET WS-HAY-PROMEDIOS TO TRUE
              END-IF
           ELSE
              DISPLAY '* SIN ARCHIVO DE PROMEDIOS, SE SIMULA '
                      'SOBRE SALDO DE CIERRE'
           END-IF.

       F-1300-CARGAR-PROMEDIOS. EXIT.
      **************************************************************
       1400-CARGAR-SEGMENTOS.
      *    SEGMENTO DEL DOCUMENTO (DDSEGM), DOCUMENTO DEL CLIENTE
      *    (DDEXTRAC) Y CLIENTE TITULAR DE LA CUENTA (DDCTAS). SI
      *    FALTA CUALQUIERA LAS CUENTAS QUEDAN SIN SEGMENTO.
           IF RETURN-CODE IS EQUAL 9999
              GO TO F-1400-CARGAR-SEGMENTOS
           END-IF

           OPEN INPUT SEGMENTOS.

           IF FS-SEGM IS NOT EQUAL '00'
              DISPLAY '* SIN SEGMENTACION, CUENTAS SIN SEGMENTO'
              GO TO F-1400-CARGAR-SEGMENTOS
           END-IF

           PERFORM UNTIL FS-SEGM IS NOT EQUAL '00'
              READ SEGMENTOS
                 AT END
                    MOVE '10' TO FS-SEGM
                 NOT AT END
                    IF WS-SGM-CONT < 5000
                       ADD 1 TO WS-SGM-CONT
                       MOVE REG-SEGMENTO (1:13) TO
                            WS-SGM-DOC     (WS-SGM-CONT)
                       MOVE SEG-SEGMENTO        TO
                            WS-SGM-SEG-DOC (WS-SGM-CONT)
                    ELSE
                       DISPLAY '* ATENCION: TABLA DE SEGMENTOS '
                               'LLENA (5000)'
                       MOVE '10' TO FS-SEGM
                    END-IF
              END-READ
           END-PERFORM
           CLOSE SEGMENTOS

           OPEN INPUT CUENTAS.

           IF FS-CUENTAS IS NOT EQUAL '00'
              DISPLAY '* SIN ARCHIVO DE CUENTAS, CUENTAS SIN SEGMENTO'
              GO TO F-1400-CARGAR-SEGMENTOS
           END-IF

           PERFORM UNTIL FS-CUENTAS IS NOT EQUAL '00'
              READ CUENTAS INTO WS-REG-CTA
                 AT END
                    MOVE '10' TO FS-CUENTAS
                 NOT AT END
                    IF WS-TCT-CONT < 5000
                       ADD 1 TO WS-TCT-CONT
                       MOVE WS-REG-CTA (1:10) TO
                            WS-TCT-CLAVE  (WS-TCT-CONT)
                       MOVE CTA-NROCLI        TO
                            WS-TCT-NROCLI (WS-TCT-CONT)
                       MOVE '-'               TO
                            WS-TCT-SEG    (WS-TCT-CONT)
                    ELSE
                       DISPLAY '* ATENCION: TABLA DE CUENTAS '
                               'LLENA (5000)'
                       MOVE '10' TO FS-CUENTAS
                    END-IF
              END-READ
           END-PERFORM
           CLOSE CUENTAS

           OPEN INPUT EXTRACTO.

           IF FS-EXTRACTO IS NOT EQUAL '00'
              DISPLAY '* SIN EXTRACTO DE CLIENTES, CUENTAS SIN '
                      'SEGMENTO'
              GO TO F-1400-CARGAR-SEGMENTOS
           END-IF

           PERFORM UNTIL FS-EXTRACTO IS NOT EQUAL '00'
              READ EXTRACTO INTO WS-REG-EXT
                 AT END
                    MOVE '10' TO FS-EXTRACTO
                 NOT AT END
                    PERFORM 1410-SEGMENTO-CLIENTE THRU
                            F-1410-SEGMENTO-CLIENTE
              END-READ
           END-PERFORM
           CLOSE EXTRACTO.

       F-1400-CARGAR-SEGMENTOS. EXIT.
      **************************************************************
       1410-SEGMENTO-CLIENTE.

           MOVE SPACES TO WS-SGM-SEG

           PERFORM VARYING WS-SGM-SUB FROM 1 BY 1
                   UNTIL WS-SGM-SUB > WS-SGM-CONT
               IF WS-SGM-DOC (WS-SGM-SUB) IS EQUAL WS-REG-EXT (1:13)
                  MOVE WS-SGM-SEG-DOC (WS-SGM-SUB) TO WS-SGM-SEG
                  MOVE WS-SGM-CONT TO WS-SGM-SUB
               END-IF
           END-PERFORM

           IF WS-SGM-SEG IS EQUAL SPACES
              GO TO F-1410-SEGMENTO-CLIENTE
           END-IF

           PERFORM VARYING WS-TCT-SUB FROM 1 BY 1
                   UNTIL WS-TCT-SUB > WS-TCT-CONT
               IF WS-TCT-NROCLI (WS-TCT-SUB) IS EQUAL EXT-NROCLI
                  MOVE WS-SGM-SEG TO WS-TCT-SEG (WS-TCT-SUB)
               END-IF
           END-PERFORM.

       F-1410-SEGMENTO-CLIENTE. EXIT.
      **************************************************************
       2000-PROCESO.

           READ SALDOS INTO WS-REG-SALDO

           EVALUATE FS-SALDOS
             WHEN '00'
                  ADD 1 TO WS-SAL-LEIDOS
                  PERFORM 3000-AGREGAR-CUENTA
                          THRU F-3000-AGREGAR-CUENTA

              WHEN '10'
                CONTINUE

              WHEN OTHER
              DISPLAY '* ERROR EN LECTURA SALDOS   = ' FS-SALDOS
              MOVE 9999 TO RETURN-CODE
              SET FS-SALDOS-FIN TO TRUE

           END-EVALUATE.

       F-2000-PROCESO. EXIT.
      **************************************************************
       3000-AGREGAR-CUENTA.

           MOVE SAL-TIPCUEN TO WS-CLV-TIPCUEN
           MOVE SAL-NROCUEN TO WS-CLV-NROCUEN

           PERFORM 3100-NUEVA-CUENTA THRU F-3100-NUEVA-CUENTA

           IF WS-TCU-IDX IS EQUAL ZEROS
              GO TO F-3000-AGREGAR-CUENTA
           END-IF

           IF SAL-MONEDA IS NOT EQUAL SPACES
              MOVE SAL-MONEDA TO WS-TCU-MONEDA (WS-TCU-IDX)
           END-IF

           PERFORM 3050-BUSCAR-BASE THRU F-3050-BUSCAR-BASE.

       F-3000-AGREGAR-CUENTA. EXIT.
      **************************************************************
       3050-BUSCAR-BASE.
      *    MISMA BASE QUE PGMINCBF: EL PROMEDIO DE DDSALPRO Y, SI LA
      *    CUENTA NO LO TIENE, EL SALDO DE CIERRE DEL MAESTRO.
           MOVE ZEROS TO WS-PRM-IDX

           IF WS-HAY-PROMEDIOS
              PERFORM VARYING WS-PRM-SUB FROM 1 BY 1
                      UNTIL WS-PRM-SUB > WS-PRM-CONT
                  IF WS-PRM-TIPCUEN (WS-PRM-SUB) IS EQUAL SAL-TIPCUEN
                     AND WS-PRM-NROCUEN (WS-PRM-SUB) IS EQUAL
                         SAL-NROCUEN
                     MOVE WS-PRM-SUB TO WS-PRM-IDX
                  END-IF
              END-PERFORM
           END-IF

           IF WS-PRM-IDX NOT EQUAL ZEROS
              ADD 1 TO WS-CTAS-PROMEDIO
              MOVE WS-PRM-SALDO (WS-PRM-IDX) TO
                   WS-TCU-BASE (WS-TCU-IDX)
           ELSE
              ADD 1 TO WS-CTAS-CIERRE
              MOVE SAL-SALDO TO WS-TCU-BASE (WS-TCU-IDX)
           END-IF.

       F-3050-BUSCAR-BASE. EXIT.
      **************************************************************
       3100-NUEVA-CUENTA.
      *    AGREGA LA CUENTA WS-CLAVE-CTA CON SU SEGMENTO; DEVUELVE
      *    CERO EN WS-TCU-IDX SI LA TABLA ESTA LLENA.
           IF WS-TCU-CONT NOT LESS 5000
              ADD 1 TO WS-CTAS-EXCLUIDAS
              MOVE ZEROS TO WS-TCU-IDX
              GO TO F-3100-NUEVA-CUENTA
           END-IF

           ADD 1 TO WS-TCU-CONT
           MOVE WS-TCU-CONT  TO WS-TCU-IDX
           MOVE WS-CLAVE-CTA TO WS-TCU-CLAVE    (WS-TCU-IDX)
           MOVE 'PES'        TO WS-TCU-MONEDA   (WS-TCU-IDX)
           MOVE '-'          TO WS-TCU-SEG      (WS-TCU-IDX)
           MOVE ZEROS        TO WS-TCU-BASE     (WS-TCU-IDX)
                                WS-TCU-SUMA-DEU (WS-TCU-IDX)
                                WS-TCU-DIAS     (WS-TCU-IDX)

           PERFORM VARYING WS-TCT-SUB FROM 1 BY 1
                   UNTIL WS-TCT-SUB > WS-TCT-CONT
               IF WS-TCT-CLAVE (WS-TCT-SUB) IS EQUAL WS-CLAVE-CTA
                  MOVE WS-TCT-SEG (WS-TCT-SUB) TO
                       WS-TCU-SEG (WS-TCU-IDX)
                  MOVE WS-TCT-CONT TO WS-TCT-SUB
               END-IF
           END-PERFORM.

       F-3100-NUEVA-CUENTA. EXIT.
      **************************************************************
       4000-CARGAR-HISTORICO.
      *    COMO PGMIDCBF: DIAS EN NEGATIVO DEL ANIO-MES DE LA
      *    TARJETA Y SUMA DE ESOS SALDOS DEUDORES POR CUENTA.
           IF RETURN-CODE IS EQUAL 9999
              GO TO F-4000-CARGAR-HISTORICO
           END-IF

           OPEN INPUT HISTSAL.

           IF FS-HISTSAL IS NOT EQUAL '00'
              DISPLAY '* SIN HISTORICO DIARIO, NO SE SIMULA EL '
                      'INTERES DEUDOR'
              GO TO F-4000-CARGAR-HISTORICO
           END-IF

           PERFORM UNTIL FS-HISTSAL IS NOT EQUAL '00'
              READ HISTSAL INTO WS-REG-HISSAL
                 AT END
                    MOVE '10' TO FS-HISTSAL
                 NOT AT END
                    IF HSA-FECHA (1:6) IS EQUAL WS-PERIODO
                       AND HSA-SALDO IS LESS THAN ZERO
                       ADD 1 TO WS-HIS-DEL-MES
                       PERFORM 4100-ACUMULAR-DIA THRU
                               F-4100-ACUMULAR-DIA
                    END-IF
              END-READ
           END-PERFORM
           CLOSE HISTSAL.

       F-4000-CARGAR-HISTORICO. EXIT.
      **************************************************************
       4100-ACUMULAR-DIA.

           MOVE HSA-TIPCUEN TO WS-CLV-TIPCUEN
           MOVE HSA-NROCUEN TO WS-CLV-NROCUEN
           MOVE ZEROS       TO WS-TCU-IDX

           PERFORM VARYING WS-TCU-SUB FROM 1 BY 1
                   UNTIL WS-TCU-SUB > WS-TCU-CONT
                      OR WS-TCU-IDX > 0
               IF WS-TCU-CLAVE (WS-TCU-SUB) IS EQUAL WS-CLAVE-CTA
                  MOVE WS-TCU-SUB TO WS-TCU-IDX
               END-IF
           END-PERFORM

           IF WS-TCU-IDX IS EQUAL ZEROS
              PERFORM 3100-NUEVA-CUENTA THRU F-3100-NUEVA-CUENTA
           END-IF

           IF WS-TCU-IDX NOT EQUAL ZEROS
              SUBTRACT HSA-SALDO FROM WS-TCU-SUMA-DEU (WS-TCU-IDX)
              ADD 1              TO   WS-TCU-DIAS     (WS-TCU-IDX)
           END-IF.

       F-4100-ACUMULAR-DIA. EXIT.
      **************************************************************
       5000-SIMULAR.

           IF RETURN-CODE IS EQUAL 9999
              GO TO F-5000-SIMULAR
           END-IF

           PERFORM 5100-SIMULAR-CUENTA THRU F-5100-SIMULAR-CUENTA
                   VARYING WS-TCU-SUB FROM 1 BY 1
                   UNTIL WS-TCU-SUB > WS-TCU-CONT.

       F-5000-SIMULAR. EXIT.
      **************************************************************
       5100-SIMULAR-CUENTA.

           PERFORM 5200-CALCULAR THRU F-5200-CALCULAR
                   VARYING WS-ESC-SUB FROM 1 BY 1
                   UNTIL WS-ESC-SUB > 2

           COMPUTE WS-NETO-ACT = WS-RES-IMP (3) + WS-RES-IMP (5)
                               - WS-RES-IMP (1)
           COMPUTE WS-NETO-PRO = WS-RES-IMP (4) + WS-RES-IMP (6)
                               - WS-RES-IMP (2)
           COMPUTE WS-RES-IMP (7) = WS-NETO-PRO - WS-NETO-ACT

           PERFORM 5300-ACUM-GRUPO  THRU F-5300-ACUM-GRUPO
           PERFORM 5400-ACUM-MONEDA THRU F-5400-ACUM-MONEDA
           PERFORM 5500-TOP-VEINTE  THRU F-5500-TOP-VEINTE.

       F-5100-SIMULAR-CUENTA. EXIT.
      **************************************************************
       5200-CALCULAR.
      *    CON LAS REGLAS DE LOS DEVENGAMIENTOS: PARA EL TIPO DE
      *    CUENTA, LA FILA DE MAYOR VIGENCIA QUE NO SUPERE LA FECHA
      *    DEL ESCENARIO. EL INTERES DEUDOR SOLO TOMA FILAS CON
      *    TASA DEUDORA CARGADA.
           MOVE ZEROS TO WS-FIL-IDX WS-FIL-DEU

           PERFORM VARYING WS-FIL-SUB FROM 1 BY 1
                   UNTIL WS-FIL-SUB > WS-ESC-CONT (WS-ESC-SUB)
               IF WS-FIL-BAJA (WS-ESC-SUB WS-FIL-SUB) IS EQUAL 'N'
                  AND WS-FIL-TIPCUEN (WS-ESC-SUB WS-FIL-SUB) IS
                      EQUAL WS-TCU-TIPCUEN (WS-TCU-SUB)
                  AND WS-FIL-VIGENCIA (WS-ESC-SUB WS-FIL-SUB) IS
                      NOT GREATER WS-ESC-FECHA (WS-ESC-SUB)
                  IF WS-FIL-IDX IS EQUAL ZEROS
                     MOVE WS-FIL-SUB TO WS-FIL-IDX
                  ELSE
                     IF WS-FIL-VIGENCIA (WS-ESC-SUB WS-FIL-SUB) IS
                        GREATER WS-FIL-VIGENCIA (WS-ESC-SUB WS-FIL-IDX)
                        MOVE WS-FIL-SUB TO WS-FIL-IDX
                     END-IF
                  END-IF
                  IF WS-FIL-DEUDORA (WS-ESC-SUB WS-FIL-SUB) > ZEROS
                     IF WS-FIL-DEU IS EQUAL ZEROS
                        MOVE WS-FIL-SUB TO WS-FIL-DEU
                     ELSE
                        IF WS-FIL-VIGENCIA (WS-ESC-SUB WS-FIL-SUB)
                           IS GREATER
                           WS-FIL-VIGENCIA (WS-ESC-SUB WS-FIL-DEU)
                           MOVE WS-FIL-SUB TO WS-FIL-DEU
                        END-IF
                     END-IF
                  END-IF
               END-IF
           END-PERFORM

           MOVE WS-ESC-SUB TO WS-IMP-SUB
           MOVE ZEROS      TO WS-RES-IMP (WS-IMP-SUB)
                              WS-RES-IMP (WS-IMP-SUB + 2)
                              WS-RES-IMP (WS-IMP-SUB + 4)

           IF WS-FIL-IDX IS EQUAL ZEROS
              IF WS-ESC-SUB IS EQUAL 1
                 ADD 1 TO WS-SIN-TASA-ACT
              ELSE
                 ADD 1 TO WS-SIN-TASA-PRO
              END-IF
           ELSE
              IF WS-TCU-BASE (WS-TCU-SUB) IS GREATER THAN ZERO
                 COMPUTE WS-RES-IMP (WS-IMP-SUB) ROUNDED =
                         (WS-TCU-BASE (WS-TCU-SUB)
                          * WS-FIL-TASA (WS-ESC-SUB WS-FIL-IDX)) / 100
              END-IF
              MOVE WS-FIL-COMISION (WS-ESC-SUB WS-FIL-IDX) TO
                   WS-RES-IMP (WS-IMP-SUB + 4)
           END-IF

           IF WS-FIL-DEU NOT EQUAL ZEROS
              AND WS-TCU-SUMA-DEU (WS-TCU-SUB) > ZEROS
              COMPUTE WS-RES-IMP (WS-IMP-SUB + 2) ROUNDED =
                      (WS-TCU-SUMA-DEU (WS-TCU-SUB)
                       * WS-FIL-DEUDORA (WS-ESC-SUB WS-FIL-DEU))
                       / 100 / 30
           END-IF.

       F-5200-CALCULAR. EXIT.
      **************************************************************
       5300-ACUM-GRUPO.

           MOVE ZEROS TO WS-GRP-IDX

           PERFORM VARYING WS-GRP-SUB FROM 1 BY 1
                   UNTIL WS-GRP-SUB > WS-GRP-CONT
                      OR WS-GRP-IDX > 0
               IF WS-GRP-TIPCUEN (WS-GRP-SUB) IS EQUAL
                  WS-TCU-TIPCUEN (WS-TCU-SUB)
                  AND WS-GRP-MONEDA (WS-GRP-SUB) IS EQUAL
                      WS-TCU-MONEDA (WS-TCU-SUB)
                  AND WS-GRP-SEG (WS-GRP-SUB) IS EQUAL
                      WS-TCU-SEG (WS-TCU-SUB)
                  MOVE WS-GRP-SUB TO WS-GRP-IDX
               END-IF
           END-PERFORM

           IF WS-GRP-IDX IS EQUAL ZEROS
              IF WS-GRP-CONT NOT LESS 300
                 DISPLAY '* ATENCION: TABLA DE GRUPOS LLENA (300)'
                 GO TO F-5300-ACUM-GRUPO
              END-IF
              ADD 1 TO WS-GRP-CONT
              MOVE WS-GRP-CONT TO WS-GRP-IDX
              MOVE WS-TCU-TIPCUEN (WS-TCU-SUB) TO
                   WS-GRP-TIPCUEN (WS-GRP-IDX)
              MOVE WS-TCU-MONEDA  (WS-TCU-SUB) TO
                   WS-GRP-MONEDA  (WS-GRP-IDX)
              MOVE WS-TCU-SEG     (WS-TCU-SUB) TO
                   WS-GRP-SEG     (WS-GRP-IDX)
              MOVE ZEROS TO WS-GRP-CUENTAS (WS-GRP-IDX)
              PERFORM VARYING WS-IMP-SUB FROM 1 BY 1
                      UNTIL WS-IMP-SUB > 7
                  MOVE ZEROS TO WS-GRP-IMP (WS-GRP-IDX WS-IMP-SUB)
              END-PERFORM
           END-IF

           ADD 1 TO WS-GRP-CUENTAS (WS-GRP-IDX)
           PERFORM VARYING WS-IMP-SUB FROM 1 BY 1
                   UNTIL WS-IMP-SUB > 7
               ADD WS-RES-IMP (WS-IMP-SUB) TO
                   WS-GRP-IMP (WS-GRP-IDX WS-IMP-SUB)
           END-PERFORM.

       F-5300-ACUM-GRUPO. EXIT.
      **************************************************************
       5400-ACUM-MONEDA.

           MOVE ZEROS TO WS-MON-IDX

           PERFORM VARYING WS-MON-SUB FROM 1 BY 1
                   UNTIL WS-MON-SUB > WS-MON-CONT
                      OR WS-MON-IDX > 0
               IF WS-MON-MONEDA (WS-MON-SUB) IS EQUAL
                  WS-TCU-MONEDA (WS-TCU-SUB)
                  MOVE WS-MON-SUB TO WS-MON-IDX
               END-IF
           END-PERFORM

           IF WS-MON-IDX IS EQUAL ZEROS
              IF WS-MON-CONT NOT LESS 20
                 DISPLAY '* ATENCION: TABLA DE MONEDAS LLENA (20)'
                 GO TO F-5400-ACUM-MONEDA
              END-IF
              ADD 1 TO WS-MON-CONT
              MOVE WS-MON-CONT TO WS-MON-IDX
              MOVE WS-TCU-MONEDA (WS-TCU-SUB) TO
                   WS-MON-MONEDA (WS-MON-IDX)
              MOVE ZEROS TO WS-MON-CUENTAS (WS-MON-IDX)
              PERFORM VARYING WS-IMP-SUB FROM 1 BY 1
                      UNTIL WS-IMP-SUB > 7
                  MOVE ZEROS TO WS-MON-IMP (WS-MON-IDX WS-IMP-SUB)
              END-PERFORM
           END-IF

           ADD 1 TO WS-MON-CUENTAS (WS-MON-IDX)
           PERFORM VARYING WS-IMP-SUB FROM 1 BY 1
                   UNTIL WS-IMP-SUB > 7
               ADD WS-RES-IMP (WS-IMP-SUB) TO
                   WS-MON-IMP (WS-MON-IDX WS-IMP-SUB)
           END-PERFORM.

       F-5400-ACUM-MONEDA. EXIT.
      **************************************************************
       5500-TOP-VEINTE.
      *    LA CUENTA ENTRA AL FINAL DE LA LISTA (O REEMPLAZA A LA
      *    ULTIMA SI YA HAY VEINTE) Y SUBE HASTA SU LUGAR.
           IF WS-RES-IMP (7) < ZEROS
              COMPUTE WS-VALOR-ABS = ZEROS - WS-RES-IMP (7)
           ELSE
              MOVE WS-RES-IMP (7) TO WS-VALOR-ABS
           END-IF

           IF WS-VALOR-ABS IS EQUAL ZEROS
              GO TO F-5500-TOP-VEINTE
           END-IF

           IF WS-TOP-CONT < 20
              ADD 1 TO WS-TOP-CONT
              MOVE WS-TOP-CONT TO WS-TOP-POS
           ELSE
              IF WS-VALOR-ABS NOT GREATER WS-TOP-ABS (20)
                 GO TO F-5500-TOP-VEINTE
              END-IF
              MOVE 20 TO WS-TOP-POS
           END-IF

           MOVE WS-TCU-SUB     TO WS-TOP-CTA      (WS-TOP-POS)
           MOVE WS-VALOR-ABS   TO WS-TOP-ABS      (WS-TOP-POS)
           MOVE WS-NETO-ACT    TO WS-TOP-NETO-ACT (WS-TOP-POS)
           MOVE WS-NETO-PRO    TO WS-TOP-NETO-PRO (WS-TOP-POS)
           MOVE WS-RES-IMP (7) TO WS-TOP-DIF      (WS-TOP-POS)

           SET WS-SIGUE-SUBIR TO TRUE
           PERFORM 5510-SUBIR THRU F-5510-SUBIR
                   UNTIL WS-FIN-SUBIR.

       F-5500-TOP-VEINTE. EXIT.
      **************************************************************
       5510-SUBIR.

           IF WS-TOP-POS IS EQUAL 1
              SET WS-FIN-SUBIR TO TRUE
              GO TO F-5510-SUBIR
           END-IF

           COMPUTE WS-TOP-ANT = WS-TOP-POS - 1

           IF WS-TOP-ABS (WS-TOP-ANT) NOT LESS WS-TOP-ABS (WS-TOP-POS)
              SET WS-FIN-SUBIR TO TRUE
              GO TO F-5510-SUBIR
           END-IF

           MOVE WS-TOP (WS-TOP-ANT) TO WS-TOP-AUX
           MOVE WS-TOP (WS-TOP-POS) TO WS-TOP (WS-TOP-ANT)
           MOVE WS-TOP-AUX          TO WS-TOP (WS-TOP-POS)
           MOVE WS-TOP-ANT          TO WS-TOP-POS.

       F-5510-SUBIR. EXIT.
      **************************************************************
       6000-IMPRIMIR.

           IF RETURN-CODE IS EQUAL 9999
              GO TO F-6000-IMPRIMIR
           END-IF

           PERFORM 6100-ORDENAR-GRUPOS THRU F-6100-ORDENAR-GRUPOS
                   VARYING WS-GRP-SUB FROM 1 BY 1
                   UNTIL WS-GRP-SUB > WS-GRP-CONT
                   AFTER WS-GRP-OTRO FROM 2 BY 1
                   UNTIL WS-GRP-OTRO > WS-GRP-CONT

           WRITE REG-SALIDA FROM WS-LIN-BLANCO
           WRITE REG-SALIDA FROM WS-LIN-ENC-GRUPO1
           WRITE REG-SALIDA FROM WS-LIN-ENC-GRUPO2

           PERFORM VARYING WS-GRP-SUB FROM 1 BY 1
                   UNTIL WS-GRP-SUB > WS-GRP-CONT
               MOVE SPACES TO WS-LG-ID
               MOVE WS-GRP-TIPCUEN (WS-GRP-SUB) TO WS-LG-TIPCUEN
               MOVE WS-GRP-MONEDA  (WS-GRP-SUB) TO WS-LG-MONEDA
               MOVE WS-GRP-SEG     (WS-GRP-SUB) TO WS-LG-SEG
               MOVE WS-GRP-CUENTAS (WS-GRP-SUB) TO WS-LG-CUENTAS
               PERFORM VARYING WS-IMP-SUB FROM 1 BY 1
                       UNTIL WS-IMP-SUB > 7
                   MOVE WS-GRP-IMP (WS-GRP-SUB WS-IMP-SUB) TO
                        WS-LG-IMPORTE (WS-IMP-SUB)
               END-PERFORM
               WRITE REG-SALIDA FROM WS-LIN-GRUPO
           END-PERFORM

           WRITE REG-SALIDA FROM WS-LIN-BLANCO

           PERFORM VARYING WS-MON-SUB FROM 1 BY 1
                   UNTIL WS-MON-SUB > WS-MON-CONT
               MOVE SPACES TO WS-LG-ID
               MOVE '**'   TO WS-LG-TIPCUEN
               MOVE WS-MON-MONEDA  (WS-MON-SUB) TO WS-LG-MONEDA
               MOVE '*'    TO WS-LG-SEG
               MOVE WS-MON-CUENTAS (WS-MON-SUB) TO WS-LG-CUENTAS
               PERFORM VARYING WS-IMP-SUB FROM 1 BY 1
                       UNTIL WS-IMP-SUB > 7
                   MOVE WS-MON-IMP (WS-MON-SUB WS-IMP-SUB) TO
                        WS-LG-IMPORTE (WS-IMP-SUB)
               END-PERFORM
               WRITE REG-SALIDA FROM WS-LIN-GRUPO
           END-PERFORM

           WRITE REG-SALIDA FROM WS-LIN-BLANCO
           WRITE REG-SALIDA FROM WS-LIN-ENC-TOP
           WRITE REG-SALIDA FROM WS-LIN-ENC-TOP2

           PERFORM 6200-LINEA-TOP THRU F-6200-LINEA-TOP
                   VARYING WS-TOP-SUB FROM 1 BY 1
                   UNTIL WS-TOP-SUB > WS-TOP-CONT.

       F-6000-IMPRIMIR. EXIT.
      **************************************************************
       6100-ORDENAR-GRUPOS.
      *    ORDEN POR TIPO DE CUENTA, MONEDA Y SEGMENTO.
           IF WS-GRP-OTRO > WS-GRP-SUB
              AND WS-GRP-CLAVE (WS-GRP-OTRO) <
                  WS-GRP-CLAVE (WS-GRP-SUB)
              MOVE WS-GRP (WS-GRP-SUB)  TO WS-GRP-AUX
              MOVE WS-GRP (WS-GRP-OTRO) TO WS-GRP (WS-GRP-SUB)
              MOVE WS-GRP-AUX           TO WS-GRP (WS-GRP-OTRO)
           END-IF.

       F-6100-ORDENAR-GRUPOS. EXIT.
      **************************************************************
       6200-LINEA-TOP.

           MOVE WS-TOP-CTA (WS-TOP-SUB) TO WS-TCU-IDX

           MOVE WS-TCU-TIPCUEN  (WS-TCU-IDX) TO WS-LX-TIPCUEN
           MOVE WS-TCU-NROCUEN  (WS-TCU-IDX) TO WS-LX-NROCUEN
           MOVE WS-TCU-MONEDA   (WS-TCU-IDX) TO WS-LX-MONEDA
           MOVE WS-TCU-SEG      (WS-TCU-IDX) TO WS-LX-SEG
           MOVE WS-TCU-BASE     (WS-TCU-IDX) TO WS-LX-BASE
           MOVE WS-TCU-DIAS     (WS-TCU-IDX) TO WS-LX-DIAS
           MOVE WS-TOP-NETO-ACT (WS-TOP-SUB) TO WS-LX-NETO-ACT
           MOVE WS-TOP-NETO-PRO (WS-TOP-SUB) TO WS-LX-NETO-PRO
           MOVE WS-TOP-DIF      (WS-TOP-SUB) TO WS-LX-DIF

           WRITE REG-SALIDA FROM WS-LIN-TOP.

       F-6200-LINEA-TOP. EXIT.
      **************************************************************
       9999-FINAL.

           CLOSE SALDOS
           CLOSE SALIDA

           DISPLAY '***************************************'
           DISPLAY ' SALDOS LEIDOS               :  ' WS-SAL-LEIDOS
           DISPLAY ' CUENTAS FUERA DE TABLA      :  '
                                                 WS-CTAS-EXCLUIDAS
           DISPLAY ' BASE SALDO PROMEDIO         :  ' WS-CTAS-PROMEDIO
           DISPLAY ' BASE SALDO DE CIERRE        :  ' WS-CTAS-CIERRE
           DISPLAY ' DIAS DEUDORES DEL PERIODO   :  ' WS-HIS-DEL-MES
           DISPLAY ' NOVEDADES LEIDAS            :  ' WS-NOV-LEIDAS
           DISPLAY ' NOVEDADES APLICADAS         :  ' WS-NOV-APLICADAS
           DISPLAY ' NOVEDADES NO SIMULADAS      :  '
                                                 WS-NOV-RECHAZADAS
           DISPLAY ' SIN TASA EN TABLA ACTUAL    :  ' WS-SIN-TASA-ACT
           DISPLAY ' SIN TASA EN TABLA PROPUESTA :  ' WS-SIN-TASA-PRO
           DISPLAY '***************************************'.

       F-9999-FINAL.
           EXIT.
