       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMGLCBF.
       AUTHOR.    FEDERICO FALCON.
      **************************************************************
      *  INTERFAZ CONTABLE DIARIA.                                 *
      *  LEE LOS MOVIMIENTOS APLICADOS EN LA NOCHE POR EL MOTOR DE *
      *  SALDOS (DDMOVIM, LAYOUT MOVIMCC, QUE YA TRAE CONCATENADOS *
      *  LOS INTERESES Y COMISIONES DE PGMINCBF Y PGMIDCBF, LAS    *
      *  RETENCIONES DE PGMRECBF, LOS CHEQUES Y COMISIONES DE      *
      *  RECHAZO DE PGMCHCBF Y LOS ASIENTOS DE SUSPENSO DE         *
      *  PGMSPCBF) Y LA REVALUACION DE PGMRXCBF (DDMOVREV). CADA   *
      *  MOVIMIENTO SE IMPUTA CON EL PLAN DE CUENTAS DDPLANCT      *
      *  (LAYOUT CPPLANCT) POR TIPO DE MOVIMIENTO (CPTIPMOV) Y     *
      *  TIPO DE CUENTA: LA PATA DEL CLIENTE A LA CUENTA DE        *
      *  CONTROL DEL TIPO Y LA OTRA A LA CONTRAPARTIDA. LO QUE NO  *
      *  TIENE IMPUTACION VA A LA CUENTA PUENTE DE SUSPENSO DE LA  *
      *  TARJETA DDCTRL Y SE LISTA. LOS MOVIMIENTOS QUE EL MOTOR   *
      *  RECHAZO (DDPOSTCI, DDTIPEXC Y DDEJECER) NO LLEGARON A     *
      *  LOS SALDOS: SU PATA DE CONTROL SE REVIERTE CONTRA EL      *
      *  SUSPENSO.                                                 *
      *  GRABA EL ASIENTO RESUMIDO DEL DIA (DDASIENT, LAYOUT       *
      *  CPASIENT) CON DEBE = HABER PARA LA FECHA DE NEGOCIO DE    *
      *  DDFECPRO, LOS SALDOS DEL MAYOR (DDGLSHOY, LAYOUT          *
      *  CPGLSALD, SOBRE LOS DE AYER DDGLSANT) Y PRUEBA QUE CADA   *
      *  CUENTA DE CONTROL IGUALE LA SUMA DE DDSALHOY DE SUS TIPOS *
      *  DE CUENTA. SI NO HAY SALDOS CONTABLES DE AYER (PRIMERA    *
      *  CORRIDA) LAS CUENTAS DE CONTROL ARRANCAN DE DDSALANT.     *
      *  LAS DIFERENCIAS SE IMPRIMEN EN DDSALI Y TERMINAN CON RC 8.*
      **************************************************************
       ENVIRONMENT DIVISION.
      **************************************************************
       CONFIGURATION SECTION.

       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
      **************************************************************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT MOVIMI     ASSIGN TO DDMOVIM
                 FILE STATUS IS FS-MOVIMI.

           SELECT POSTCIE    ASSIGN TO DDPOSTCI
                 FILE STATUS IS FS-POSTCIE.

           SELECT TIPEXC     ASSIGN TO DDTIPEXC
                 FILE STATUS IS FS-TIPEXC.

           SELECT EJECER     ASSIGN TO DDEJECER
                 FILE STATUS IS FS-EJECER.

           SELECT MOVREV     ASSIGN TO DDMOVREV
                 FILE STATUS IS FS-MOVREV.

           SELECT PLANCTA    ASSIGN TO DDPLANCT
                 FILE STATUS IS FS-PLANCTA.

           SELECT GLSANT     ASSIGN TO DDGLSANT
                 FILE STATUS IS FS-GLSANT.

           SELECT SALDOANT   ASSIGN TO DDSALANT
                 FILE STATUS IS FS-SALDOANT.

           SELECT SALDOHOY   ASSIGN TO DDSALHOY
                 FILE STATUS IS FS-SALDOHOY.

           SELECT ASIENTOS   ASSIGN TO DDASIENT
                 FILE STATUS IS FS-ASIENTOS.

           SELECT GLSHOY     ASSIGN TO DDGLSHOY
                 FILE STATUS IS FS-GLSHOY.

           SELECT SALIDA     ASSIGN TO DDSALI
                 FILE STATUS IS FS-SALIDA.

           SELECT TARJETA    ASSIGN TO DDCTRL
                 FILE STATUS IS FS-CONTROL.

           SELECT FECHAPRO   ASSIGN TO DDFECPRO
                 FILE STATUS IS FS-FECHAPRO.
      **************************************************************
       I-O-CONTROL.

       DATA DIVISION.
       FILE SECTION.
       FD   MOVIMI
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01   REG-MOVIMIENTO          PIC X(80).

       FD   POSTCIE
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01   REG-POSTCIE             PIC X(80).

       FD   TIPEXC
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01   REG-TIPEXC              PIC X(80).

       FD   EJECER
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01   REG-EJECER              PIC X(80).

       FD   MOVREV
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01   REG-MOVREV              PIC X(80).

       FD   PLANCTA
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01   REG-PLANCTA             PIC X(60).

       FD   GLSANT
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01   REG-GLSANT              PIC X(40).

       FD   SALDOANT
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01   REG-SALDOANT            PIC X(30).

       FD   SALDOHOY
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01   REG-SALDOHOY            PIC X(30).

       FD   ASIENTOS
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01   REG-ASIENTO             PIC X(80).

       FD   GLSHOY
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01   REG-GLSHOY              PIC X(40).

       FD   SALIDA
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01   REG-SALIDA              PIC X(80).

       FD   TARJETA
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01   REG-CONTROL.
           05  CTL-CTA-SUSPENSO     PIC X(10).
           05  FILLER               PIC X(70).

       FD   FECHAPRO
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01   REG-FECHAPRO.
           05  FPR-FECHA            PIC 9(08).
           05  FILLER               PIC X(72).
      **************************************************************
       WORKING-STORAGE SECTION.
       77  FILLER        PIC X(26) VALUE '* INICIO WORKING-STORAGE *'.

      ***********************FILE STATUS****************************
       77  FS-MOVIMI                  PIC XX      VALUE SPACES.
           88  FS-MOVIMI-FIN                      VALUE '10'.
       77  FS-POSTCIE                 PIC XX      VALUE SPACES.
       77  FS-TIPEXC                  PIC XX      VALUE SPACES.
       77  FS-EJECER                  PIC XX      VALUE SPACES.
       77  FS-MOVREV                  PIC XX      VALUE SPACES.
       77  FS-PLANCTA                 PIC XX      VALUE SPACES.
       77  FS-GLSANT                  PIC XX      VALUE SPACES.
       77  FS-SALDOANT                PIC XX      VALUE SPACES.
       77  FS-SALDOHOY                PIC XX      VALUE SPACES.
       77  FS-ASIENTOS                PIC XX      VALUE SPACES.
       77  FS-GLSHOY                  PIC XX      VALUE SPACES.
       77  FS-SALIDA                  PIC XX      VALUE SPACES.
       77  FS-CONTROL                 PIC XX      VALUE SPACES.
       77  FS-FECHAPRO                PIC XX      VALUE SPACES.

      *********************CONTADORES*******************************
       77  WS-MOV-LEIDOS              PIC 9(07)   VALUE ZEROES.
       77  WS-RECH-LEIDOS             PIC 9(07)   VALUE ZEROES.
       77  WS-EJEC-LEIDOS             PIC 9(07)   VALUE ZEROES.
       77  WS-REV-LEIDOS              PIC 9(07)   VALUE ZEROES.
       77  WS-SIN-IMPUTAR             PIC 9(07)   VALUE ZEROES.
       77  WS-LIN-GRABADAS            PIC 9(05)   VALUE ZEROES.
       77  WS-GLS-GRABADOS            PIC 9(05)   VALUE ZEROES.
       77  WS-DIFERENCIAS             PIC 9(05)   VALUE ZEROES.

      *****************FECHA DE NEGOCIO DE LA CORRIDA******************
           COPY CPFECPRO.

      *****************CUENTA PUENTE DE SUSPENSO CONTABLE***************
      *    LA TRAE LA TARJETA DDCTRL; SIN TARJETA SE USA LA CUENTA
      *    PUENTE HABITUAL DE CONTABILIDAD.
       77  WS-CTA-SUSPENSO            PIC X(10)   VALUE 'GLSUSPENSO'.

      *****************REGISTROS DE TRABAJO****************************
           COPY MOVIMCC.

           COPY CPTIPMOV.

           COPY CPPLANCT.

           COPY CPASIENT.

           COPY CPGLSALD.

           COPY CPSALDO.

      *****************PLAN DE CUENTAS EN MEMORIA**********************
       77  WS-PCT-CONT     PIC 9(04) USAGE COMP VALUE ZEROS.
       77  WS-PCT-SUB      PIC 9(04) USAGE COMP VALUE ZEROS.
       77  WS-PCT-IDX      PIC 9(04) USAGE COMP VALUE ZEROS.
       77  WS-PCT-CTL      PIC 9(04) USAGE COMP VALUE ZEROS.
       01  WS-TABLA-PLAN.
           03  WS-PCT      OCCURS 300 TIMES.
               05  WS-PCT-TIPMOV    PIC 9(02).
               05  WS-PCT-TIPCUEN   PIC 9(02).
               05  WS-PCT-CONTROL   PIC X(10).
               05  WS-PCT-CONTRA    PIC X(10).
               05  WS-PCT-DESCRIP   PIC X(30).

      *****************SALDOS DEL MAYOR POR CUENTA CONTABLE*************
      *    SE CARGAN LOS SALDOS DE AYER Y SE LES SUMAN LAS
      *    IMPUTACIONES DEL DIA; SIN SALDOS DE AYER EL FLAG QUEDA
      *    APAGADO Y LAS CUENTAS DE CONTROL ARRANCAN DE DDSALANT.
       01  WS-FLAG-GLSANT  PIC X     VALUE 'N'.
           88  WS-HAY-GLSANT                 VALUE 'S'.

       77  WS-GLS-CONT     PIC 9(04) USAGE COMP VALUE ZEROS.
       77  WS-GLS-SUB      PIC 9(04) USAGE COMP VALUE ZEROS.
       77  WS-GLS-IDX      PIC 9(04) USAGE COMP VALUE ZEROS.
       01  WS-TABLA-MAYOR.
           03  WS-GLS      OCCURS 500 TIMES.
               05  WS-GLS-CUENTA    PIC X(10).
               05  WS-GLS-SALDO     PIC S9(13)V99 COMP-3.

      *****************ASIENTO RESUMIDO DEL DIA*************************
      *    UNA ENTRADA POR CUENTA CONTABLE + TIPO DE MOVIMIENTO +
      *    DEBE/HABER; ES LO QUE SE GRABA EN DDASIENT.
       77  WS-JRN-CONT     PIC 9(04) USAGE COMP VALUE ZEROS.
       77  WS-JRN-SUB      PIC 9(04) USAGE COMP VALUE ZEROS.
       77  WS-JRN-IDX      PIC 9(04) USAGE COMP VALUE ZEROS.
       01  WS-TABLA-ASIENTO.
           03  WS-JRN      OCCURS 1000 TIMES.
               05  WS-JRN-CUENTA    PIC X(10).
               05  WS-JRN-TIPMOV    PIC 9(02).
               05  WS-JRN-DBCR      PIC X(01).
               05  WS-JRN-IMPORTE   PIC S9(13)V99 COMP-3.
               05  WS-JRN-CANTIDAD  PIC 9(07).
               05  WS-JRN-DESCRIP   PIC X(30).

       77  WS-TOT-DEBE     PIC S9(13)V99 COMP-3 VALUE ZEROS.
       77  WS-TOT-HABER    PIC S9(13)V99 COMP-3 VALUE ZEROS.

      *****************IMPUTACION DE UN MOVIMIENTO*********************
       01  WS-FLAG-ORIGEN  PIC X     VALUE 'M'.
           88  WS-ORIGEN-MOVIM               VALUE 'M'.
           88  WS-ORIGEN-REVAL               VALUE 'R'.

       01  WS-FLAG-IMPUTA  PIC X     VALUE 'S'.
           88  WS-IMPUTADO                   VALUE 'S'.
           88  WS-SIN-IMPUTACION             VALUE 'N'.

       77  WS-IMP-TIPMOV       PIC 9(02)   VALUE ZEROS.
       77  WS-IMP-CONTROL      PIC X(10)   VALUE SPACES.
       77  WS-IMP-CONTRA       PIC X(10)   VALUE SPACES.
       77  WS-IMP-DES-CONTROL  PIC X(30)   VALUE SPACES.
       77  WS-IMP-DES-CONTRA   PIC X(30)   VALUE SPACES.
       77  WS-IMP-LADO-CTL     PIC X(01)   VALUE SPACES.
       77  WS-IMP-LADO-CPA     PIC X(01)   VALUE SPACES.

       77  WS-PST-CUENTA       PIC X(10)   VALUE SPACES.
       77  WS-PST-DBCR         PIC X(01)   VALUE SPACES.
       77  WS-PST-IMPORTE      PIC S9(13)V99 COMP-3 VALUE ZEROS.
       77  WS-PST-DESCRIP      PIC X(30)   VALUE SPACES.

       77  WS-DES-SUSPENSO     PIC X(30)   VALUE
           'SUSPENSO - SIN IMPUTACION     '.

      *****************PRUEBA DE CUENTAS DE CONTROL********************
      *    SUMA DE DDSALHOY POR TIPO DE CUENTA (SUBINDICE = TIPO + 1)
      *    Y, POR CADA CUENTA DE CONTROL DEL PLAN, LA SUMA DE SUS
      *    TIPOS CONTRA EL SALDO DEL MAYOR.
       77  WS-TPO-SUB      PIC 9(04) USAGE COMP VALUE ZEROS.
       01  WS-TABLA-TIPOS.
           03  WS-TPO      OCCURS 100 TIMES.
               05  WS-TPO-HAY       PIC X(01).
               05  WS-TPO-SALDO     PIC S9(13)V99 COMP-3.

       77  WS-PRB-CONT     PIC 9(04) USAGE COMP VALUE ZEROS.
       77  WS-PRB-SUB      PIC 9(04) USAGE COMP VALUE ZEROS.
       77  WS-PRB-IDX      PIC 9(04) USAGE COMP VALUE ZEROS.
       01  WS-TABLA-PRUEBA.
           03  WS-PRB      OCCURS 100 TIMES.
               05  WS-PRB-CUENTA    PIC X(10).
               05  WS-PRB-SALHOY    PIC S9(13)V99 COMP-3.

       77  WS-PRB-MAYOR    PIC S9(13)V99 COMP-3 VALUE ZEROS.
       77  WS-PRB-DIFER    PIC S9(13)V99 COMP-3 VALUE ZEROS.

      *****************LINEAS DEL REPORTE******************************
       01  WS-LIN-TITULO.
           05  FILLER               PIC X(41)   VALUE
           ' INTERFAZ CONTABLE - ASIENTO DEL DIA     '.
           05  WS-LT-FECHA          PIC 9(08).
           05  FILLER               PIC X(31)   VALUE SPACES.

       01  WS-LIN-SEMILLA.
           05  FILLER               PIC X(48)   VALUE
           ' SIN SALDOS CONTABLES DE AYER: LAS CUENTAS DE CO'.
           05  FILLER               PIC X(32)   VALUE
           'NTROL ARRANCAN DE DDSALANT      '.

       01  WS-LIN-SIN-IMPUTAR.
           05  FILLER               PIC X(16)   VALUE
           ' SIN IMPUTACION '.
           05  WS-LS-ORIGEN         PIC X(03).
           05  FILLER               PIC X(01)   VALUE SPACE.
           05  WS-LS-TIPO           PIC 9(02).
           05  FILLER               PIC X(01)   VALUE '-'.
           05  WS-LS-CUENTA         PIC 9(08).
           05  FILLER               PIC X(09)   VALUE '  TIPMOV '.
           05  WS-LS-TIPMOV         PIC 9(02).
           05  FILLER               PIC X(02)   VALUE SPACES.
           05  WS-LS-DBCR           PIC X(01).
           05  FILLER               PIC X(01)   VALUE SPACE.
           05  WS-LS-IMPORTE        PIC -ZZZZZZ9,99.
           05  FILLER               PIC X(23)   VALUE SPACES.

       01  WS-LIN-ASIENTO.
           05  FILLER               PIC X(01)   VALUE SPACE.
           05  WS-LA-CUENTA         PIC X(10).
           05  FILLER               PIC X(01)   VALUE SPACE.
           05  WS-LA-TIPMOV         PIC 9(02).
           05  FILLER               PIC X(01)   VALUE SPACE.
           05  WS-LA-DBCR           PIC X(01).
           05  FILLER               PIC X(01)   VALUE SPACE.
           05  WS-LA-IMPORTE        PIC ZZZZZZZZZZZZ9,99.
           05  FILLER               PIC X(01)   VALUE SPACE.
           05  WS-LA-CANTIDAD       PIC ZZZZZZ9.
           05  FILLER               PIC X(01)   VALUE SPACE.
           05  WS-LA-DESCRIP        PIC X(30).
           05  FILLER               PIC X(08)   VALUE SPACES.

       01  WS-LIN-TOTALES.
           05  FILLER               PIC X(14)   VALUE
           ' TOTAL DEBE   '.
           05  WS-LX-DEBE           PIC ZZZZZZZZZZZZ9,99.
           05  FILLER               PIC X(14)   VALUE
           '   TOTAL HABER'.
           05  WS-LX-HABER          PIC ZZZZZZZZZZZZ9,99.
           05  FILLER               PIC X(20)   VALUE SPACES.

       01  WS-LIN-PRUEBA.
           05  FILLER               PIC X(10)   VALUE
           ' CONTROL  '.
           05  WS-LP-CUENTA         PIC X(10).
           05  FILLER               PIC X(01)   VALUE SPACE.
           05  WS-LP-MAYOR          PIC -ZZZZZZZZZZZZ9,99.
           05  FILLER               PIC X(01)   VALUE SPACE.
           05  WS-LP-SALHOY         PIC -ZZZZZZZZZZZZ9,99.
           05  FILLER               PIC X(01)   VALUE SPACE.
           05  WS-LP-ESTADO         PIC X(23).

       01  WS-LIN-SIN-CONTROL.
           05  FILLER               PIC X(16)   VALUE
           ' TIPO DE CUENTA '.
           05  WS-LC-TIPCUEN        PIC 9(02).
           05  FILLER               PIC X(30)   VALUE
           ' SIN CUENTA DE CONTROL, SALDO '.
           05  WS-LC-SALHOY         PIC -ZZZZZZZZZZZZ9,99.
           05  FILLER               PIC X(15)   VALUE SPACES.

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
                   UNTIL FS-MOVIMI-FIN.

           IF RETURN-CODE NOT EQUAL 9999
              PERFORM 2500-RECHAZOS     THRU F-2500-RECHAZOS
              PERFORM 2600-REVALUACION  THRU F-2600-REVALUACION
              PERFORM 5000-GRABAR-ASIENTO
                      THRU F-5000-GRABAR-ASIENTO
              PERFORM 6000-GRABAR-MAYOR THRU F-6000-GRABAR-MAYOR
              PERFORM 7000-PRUEBA-CONTROL
                      THRU F-7000-PRUEBA-CONTROL
           END-IF.

           PERFORM 9999-FINAL    THRU  F-9999-FINAL.

       F-MAIN-PROGRAM. GOBACK.

      **************************************
      *                                    *
      *  CUERPO INICIO APERTURA ARCHIVOS   *
      *                                    *
      **************************************
       1000-INICIO.

           OPEN INPUT  MOVIMI.

           IF FS-MOVIMI IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN MOVIMI    = ' FS-MOVIMI
              MOVE 9999 TO RETURN-CODE
              SET  FS-MOVIMI-FIN TO TRUE
           END-IF

           OPEN OUTPUT ASIENTOS.

           IF FS-ASIENTOS IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN ASIENTOS  = ' FS-ASIENTOS
              MOVE 9999 TO RETURN-CODE
              SET  FS-MOVIMI-FIN TO TRUE
           END-IF

           OPEN OUTPUT GLSHOY.

           IF FS-GLSHOY IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN GLSHOY    = ' FS-GLSHOY
              MOVE 9999 TO RETURN-CODE
              SET  FS-MOVIMI-FIN TO TRUE
           END-IF

           OPEN OUTPUT SALIDA.

           IF FS-SALIDA IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN SALIDA    = ' FS-SALIDA
              MOVE 9999 TO RETURN-CODE
              SET  FS-MOVIMI-FIN TO TRUE
           END-IF

           PERFORM 1200-LEER-FECHA    THRU F-1200-LEER-FECHA.

           OPEN INPUT  TARJETA.
           IF FS-CONTROL IS EQUAL '00'
              READ TARJETA
                 AT END
                    CONTINUE
                 NOT AT END
                    IF CTL-CTA-SUSPENSO IS NOT EQUAL SPACES
                       MOVE CTL-CTA-SUSPENSO TO WS-CTA-SUSPENSO
                    END-IF
              END-READ
              CLOSE TARJETA
           END-IF

           PERFORM 1300-CARGAR-PLAN   THRU F-1300-CARGAR-PLAN.

           PERFORM 1400-CARGAR-MAYOR  THRU F-1400-CARGAR-MAYOR.

           IF RETURN-CODE NOT EQUAL 9999
              MOVE WS-FECHA-NEGOCIO-R TO WS-LT-FECHA
              WRITE REG-SALIDA FROM WS-LIN-TITULO
              IF NOT WS-HAY-GLSANT
                 PERFORM 1500-SEMBRAR-CONTROL
                         THRU F-1500-SEMBRAR-CONTROL
              END-IF
           END-IF.

       F-1000-INICIO.   EXIT.
      **************************************************************
       1200-LEER-FECHA.
      *    FECHA DE NEGOCIO DE LA TARJETA DDFECPRO; SI NO VIENE O
      *    TRAE CERO SE CAE A LA FECHA DEL SISTEMA, QUE ES EL CASO
      *    DE TODAS LAS NOCHES NORMALES.
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

       F-1200-LEER-FECHA. EXIT.
      **************************************************************
       1300-CARGAR-PLAN.
      *    SIN PLAN DE CUENTAS NO HAY A DONDE IMPUTAR: NO SE
      *    GRABA UN ASIENTO TODO A SUSPENSO.
           OPEN INPUT PLANCTA

           IF FS-PLANCTA IS EQUAL '00'
              PERFORM UNTIL FS-PLANCTA IS NOT EQUAL '00'
                 READ PLANCTA INTO WS-REG-PLANCT
                    AT END
                       MOVE '10' TO FS-PLANCTA
                    NOT AT END
                       IF WS-PCT-CONT < 300
                          ADD 1 TO WS-PCT-CONT
                          MOVE PCT-TIPMOV      TO
                               WS-PCT-TIPMOV  (WS-PCT-CONT)
                          MOVE PCT-TIPCUEN     TO
                               WS-PCT-TIPCUEN (WS-PCT-CONT)
                          MOVE PCT-CTA-CONTROL TO
                               WS-PCT-CONTROL (WS-PCT-CONT)
                          MOVE PCT-CTA-CONTRA  TO
                               WS-PCT-CONTRA  (WS-PCT-CONT)
                          MOVE PCT-DESCRIPCION TO
                               WS-PCT-DESCRIP (WS-PCT-CONT)
                       ELSE
                          DISPLAY '* ATENCION: TABLA DEL PLAN '
                                  'LLENA (300)'
                          MOVE '10' TO FS-PLANCTA
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE PLANCTA
           END-IF.

           IF WS-PCT-CONT = 0
              DISPLAY '* SIN PLAN DE CUENTAS, NO SE CONTABILIZA'
              MOVE 9999 TO RETURN-CODE
              SET FS-MOVIMI-FIN TO TRUE
           END-IF.

       F-1300-CARGAR-PLAN. EXIT.
      **************************************************************
       1400-CARGAR-MAYOR.
      *    SALDOS DEL MAYOR DE AYER; EN LA PRIMERA CORRIDA NO
      *    VIENEN Y LAS CUENTAS DE CONTROL SE SIEMBRAN DE DDSALANT.
           OPEN INPUT GLSANT

           IF FS-GLSANT IS EQUAL '00'
              SET WS-HAY-GLSANT TO TRUE
              PERFORM UNTIL FS-GLSANT IS NOT EQUAL '00'
                 READ GLSANT INTO WS-REG-GLSALD
                    AT END
                       MOVE '10' TO FS-GLSANT
                    NOT AT END
                       IF WS-GLS-CONT < 500
                          ADD 1 TO WS-GLS-CONT
                          MOVE GLS-CUENTA TO
                               WS-GLS-CUENTA (WS-GLS-CONT)
                          MOVE GLS-SALDO  TO
                               WS-GLS-SALDO  (WS-GLS-CONT)
                       ELSE
                          DISPLAY '* ATENCION: TABLA DEL MAYOR '
                                  'LLENA (500)'
                          MOVE 9999 TO RETURN-CODE
                          SET FS-MOVIMI-FIN TO TRUE
                          MOVE '10' TO FS-GLSANT
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE GLSANT
           ELSE
              DISPLAY '* SIN SALDOS CONTABLES DE AYER, SE SIEMBRAN '
                      'LAS CUENTAS DE CONTROL DESDE DDSALANT'
           END-IF.

       F-1400-CARGAR-MAYOR. EXIT.
      **************************************************************
       1500-SEMBRAR-CONTROL.
      *    PRIMERA CORRIDA: EL SALDO DE APERTURA DE CADA CUENTA DE
      *    CONTROL ES LA SUMA DE DDSALANT DE SUS TIPOS DE CUENTA.
      *    LOS TIPOS SIN CUENTA DE CONTROL SALEN EN LA PRUEBA.
           WRITE REG-SALIDA FROM WS-LIN-SEMILLA

           OPEN INPUT SALDOANT

           IF FS-SALDOANT IS EQUAL '00'
              PERFORM UNTIL FS-SALDOANT IS NOT EQUAL '00'
                 READ SALDOANT INTO WS-REG-SALDO
                    AT END
                       MOVE '10' TO FS-SALDOANT
                    NOT AT END
                       PERFORM 3150-BUSCAR-CONTROL
                               THRU F-3150-BUSCAR-CONTROL
                       IF WS-PCT-CTL NOT EQUAL ZEROS
                          MOVE WS-PCT-CONTROL (WS-PCT-CTL) TO
                               WS-PST-CUENTA
                          PERFORM 3400-BUSCAR-MAYOR
                                  THRU F-3400-BUSCAR-MAYOR
                          IF WS-GLS-IDX NOT EQUAL ZEROS
                             ADD SAL-SALDO TO
                                 WS-GLS-SALDO (WS-GLS-IDX)
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE SALDOANT
           ELSE
              DISPLAY '* SIN DDSALANT, LAS CUENTAS DE CONTROL '
                      'ARRANCAN EN CERO'
           END-IF.

       F-1500-SEMBRAR-CONTROL. EXIT.
      **************************************************************
       2000-PROCESO.

           READ MOVIMI INTO WS-REG-MOVIMI

           EVALUATE FS-MOVIMI
             WHEN '00'
                  ADD 1 TO WS-MOV-LEIDOS
                  SET WS-ORIGEN-MOVIM TO TRUE
                  PERFORM 3000-IMPUTAR-MOV THRU F-3000-IMPUTAR-MOV

              WHEN '10'
                CONTINUE

              WHEN OTHER
              DISPLAY '* ERROR EN LECTURA MOVIMI   = ' FS-MOVIMI
              MOVE 9999 TO RETURN-CODE
              SET FS-MOVIMI-FIN TO TRUE

           END-EVALUATE.

       F-2000-PROCESO. EXIT.
      **************************************************************
       2500-RECHAZOS.
      *    LOS MOVIMIENTOS QUE EL MOTOR RECHAZO POR CUENTA CERRADA
      *    (DDPOSTCI), TIPO INVALIDO (DDTIPEXC) O FECHA VALOR EN UN
      *    EJERCICIO CERRADO (DDEJECER) VINIERON EN DDMOVIM PERO NO
      *    TOCARON LOS SALDOS: SU PATA DE CONTROL SE REVIERTE CONTRA
      *    EL SUSPENSO HASTA QUE SE REGULARICEN. LOS TRES ARCHIVOS
      *    SON OPCIONALES.
           OPEN INPUT POSTCIE

           IF FS-POSTCIE IS EQUAL '00'
              PERFORM UNTIL FS-POSTCIE IS NOT EQUAL '00'
                 READ POSTCIE INTO WS-REG-MOVIMI
                    AT END
                       MOVE '10' TO FS-POSTCIE
                    NOT AT END
                       ADD 1 TO WS-RECH-LEIDOS
                       PERFORM 3500-REVERTIR-RECHAZO
                               THRU F-3500-REVERTIR-RECHAZO
                 END-READ
              END-PERFORM
              CLOSE POSTCIE
           END-IF.

           OPEN INPUT TIPEXC

           IF FS-TIPEXC IS EQUAL '00'
              PERFORM UNTIL FS-TIPEXC IS NOT EQUAL '00'
                 READ TIPEXC INTO WS-REG-MOVIMI
                    AT END
                       MOVE '10' TO FS-TIPEXC
                    NOT AT END
                       ADD 1 TO WS-RECH-LEIDOS
                       PERFORM 3500-REVERTIR-RECHAZO
                               THRU F-3500-REVERTIR-RECHAZO
                 END-READ
              END-PERFORM
              CLOSE TIPEXC
           END-IF.

           OPEN INPUT EJECER

           IF FS-EJECER IS EQUAL '00'
              PERFORM UNTIL FS-EJECER IS NOT EQUAL '00'
                 READ EJECER INTO WS-REG-MOVIMI
                    AT END
                       MOVE '10' TO FS-EJECER
                    NOT AT END
                       ADD 1 TO WS-EJEC-LEIDOS
                       PERFORM 3500-REVERTIR-RECHAZO
                               THRU F-3500-REVERTIR-RECHAZO
                 END-READ
              END-PERFORM
              CLOSE EJECER
           END-IF.

       F-2500-RECHAZOS. EXIT.
      **************************************************************
       2600-REVALUACION.
      *    LA REVALUACION DE FIN DE MES ES SOLO CONTABLE (NO SE
      *    APLICA A SALDOS): SU FILA DEL PLAN DEBE TRAER LAS DOS
      *    CUENTAS. EL ARCHIVO SOLO VIENE A FIN DE MES.
           OPEN INPUT MOVREV

           IF FS-MOVREV IS EQUAL '00'
              PERFORM UNTIL FS-MOVREV IS NOT EQUAL '00'
                 READ MOVREV INTO WS-REG-MOVIMI
                    AT END
                       MOVE '10' TO FS-MOVREV
                    NOT AT END
                       ADD 1 TO WS-REV-LEIDOS
                       SET WS-ORIGEN-REVAL TO TRUE
                       PERFORM 3000-IMPUTAR-MOV
                               THRU F-3000-IMPUTAR-MOV
                 END-READ
              END-PERFORM
              CLOSE MOVREV
           END-IF.

       F-2600-REVALUACION. EXIT.
      **************************************************************
       3000-IMPUTAR-MOV.
      *    LA PATA DEL CLIENTE VA A LA CUENTA DE CONTROL Y LA OTRA
      *    A LA CONTRAPARTIDA: UN DEBITO AL CLIENTE DEBITA CONTROL
      *    (BAJA EL SALDO ACREEDOR) Y ACREDITA LA CONTRAPARTIDA.
           PERFORM 3050-RESOLVER-CUENTAS THRU F-3050-RESOLVER-CUENTAS

           IF WS-SIN-IMPUTACION
              ADD 1 TO WS-SIN-IMPUTAR
              IF WS-ORIGEN-REVAL
                 MOVE 'REV'          TO WS-LS-ORIGEN
              ELSE
                 MOVE 'MOV'          TO WS-LS-ORIGEN
              END-IF
              MOVE WS-MOV-TIPO       TO WS-LS-TIPO
              MOVE WS-MOV-CUENTA     TO WS-LS-CUENTA
              MOVE WS-IMP-TIPMOV     TO WS-LS-TIPMOV
              MOVE WS-MOV-DBCR       TO WS-LS-DBCR
              MOVE WS-MOV-IMPORTE    TO WS-LS-IMPORTE
              WRITE REG-SALIDA FROM WS-LIN-SIN-IMPUTAR
           END-IF

           IF WS-MOV-DBCR IS EQUAL 'D'
              MOVE 'D' TO WS-IMP-LADO-CTL
              MOVE 'C' TO WS-IMP-LADO-CPA
           ELSE
              MOVE 'C' TO WS-IMP-LADO-CTL
              MOVE 'D' TO WS-IMP-LADO-CPA
           END-IF

           MOVE WS-IMP-CONTROL     TO WS-PST-CUENTA
           MOVE WS-IMP-LADO-CTL    TO WS-PST-DBCR
           MOVE WS-MOV-IMPORTE     TO WS-PST-IMPORTE
           MOVE WS-IMP-DES-CONTROL TO WS-PST-DESCRIP
           PERFORM 3300-POSTEAR THRU F-3300-POSTEAR

           MOVE WS-IMP-CONTRA      TO WS-PST-CUENTA
           MOVE WS-IMP-LADO-CPA    TO WS-PST-DBCR
           MOVE WS-MOV-IMPORTE     TO WS-PST-IMPORTE
           MOVE WS-IMP-DES-CONTRA  TO WS-PST-DESCRIP
           PERFORM 3300-POSTEAR THRU F-3300-POSTEAR.

       F-3000-IMPUTAR-MOV. EXIT.
      **************************************************************
       3050-RESOLVER-CUENTAS.
      *    TIPO DE MOVIMIENTO EN BLANCO O CERO ES SUCURSAL (01).
      *    LA FILA DEL MOVIMIENTO SE BUSCA PRIMERO PARA EL TIPO DE
      *    CUENTA Y DESPUES COMODIN (00); LA CUENTA DE CONTROL ES
      *    LA PROPIA DE LA FILA SI LA TRAE, SI NO LA DEL TIPO DE
      *    CUENTA. LO QUE FALTA VA A SUSPENSO.
           SET WS-IMPUTADO TO TRUE

           IF WS-MOV-TIPMOV IS NOT NUMERIC
              OR WS-MOV-TIPMOV IS EQUAL ZEROS
              MOVE TMV-SUCURSAL  TO WS-IMP-TIPMOV
           ELSE
              MOVE WS-MOV-TIPMOV TO WS-IMP-TIPMOV
           END-IF

           MOVE ZEROS TO WS-PCT-IDX

           PERFORM VARYING WS-PCT-SUB FROM 1 BY 1
                   UNTIL WS-PCT-SUB > WS-PCT-CONT
                      OR WS-PCT-IDX NOT EQUAL ZEROS
               IF WS-PCT-TIPMOV (WS-PCT-SUB)  IS EQUAL WS-IMP-TIPMOV
                  AND WS-PCT-TIPCUEN (WS-PCT-SUB) IS EQUAL WS-MOV-TIPO
                  MOVE WS-PCT-SUB TO WS-PCT-IDX
               END-IF
           END-PERFORM

           PERFORM VARYING WS-PCT-SUB FROM 1 BY 1
                   UNTIL WS-PCT-SUB > WS-PCT-CONT
                      OR WS-PCT-IDX NOT EQUAL ZEROS
               IF WS-PCT-TIPMOV (WS-PCT-SUB)  IS EQUAL WS-IMP-TIPMOV
                  AND WS-PCT-TIPCUEN (WS-PCT-SUB) IS EQUAL ZEROS
                  MOVE WS-PCT-SUB TO WS-PCT-IDX
               END-IF
           END-PERFORM

           MOVE WS-MOV-TIPO TO SAL-TIPCUEN
           PERFORM 3150-BUSCAR-CONTROL THRU F-3150-BUSCAR-CONTROL

      *    CONTRAPARTIDA
           IF WS-PCT-IDX NOT EQUAL ZEROS
              AND WS-PCT-CONTRA (WS-PCT-IDX) IS NOT EQUAL SPACES
              MOVE WS-PCT-CONTRA  (WS-PCT-IDX) TO WS-IMP-CONTRA
              MOVE WS-PCT-DESCRIP (WS-PCT-IDX) TO WS-IMP-DES-CONTRA
           ELSE
              MOVE WS-CTA-SUSPENSO TO WS-IMP-CONTRA
              MOVE WS-DES-SUSPENSO TO WS-IMP-DES-CONTRA
              SET WS-SIN-IMPUTACION TO TRUE
           END-IF

      *    CUENTA DE CONTROL: LA REVALUACION NUNCA USA LA DEL TIPO
      *    DE CUENTA, PORQUE NO MUEVE SALDOS DE CLIENTES.
           IF WS-PCT-IDX NOT EQUAL ZEROS
              AND WS-PCT-CONTROL (WS-PCT-IDX) IS NOT EQUAL SPACES
              MOVE WS-PCT-CONTROL (WS-PCT-IDX) TO WS-IMP-CONTROL
              MOVE WS-PCT-DESCRIP (WS-PCT-IDX) TO WS-IMP-DES-CONTROL
           ELSE
              IF WS-PCT-CTL NOT EQUAL ZEROS
                 AND WS-ORIGEN-MOVIM
                 MOVE WS-PCT-CONTROL (WS-PCT-CTL) TO WS-IMP-CONTROL
                 MOVE WS-PCT-DESCRIP (WS-PCT-CTL) TO
                      WS-IMP-DES-CONTROL
              ELSE
                 MOVE WS-CTA-SUSPENSO TO WS-IMP-CONTROL
                 MOVE WS-DES-SUSPENSO TO WS-IMP-DES-CONTROL
                 SET WS-SIN-IMPUTACION TO TRUE
              END-IF
           END-IF.

       F-3050-RESOLVER-CUENTAS. EXIT.
      **************************************************************
       3150-BUSCAR-CONTROL.
      *    FILA DE CUENTA DE CONTROL (TIPO DE MOVIMIENTO 00) DEL
      *    TIPO DE CUENTA QUE VIENE EN SAL-TIPCUEN.
           MOVE ZEROS TO WS-PCT-CTL

           PERFORM VARYING WS-PCT-SUB FROM 1 BY 1
                   UNTIL WS-PCT-SUB > WS-PCT-CONT
                      OR WS-PCT-CTL NOT EQUAL ZEROS
               IF WS-PCT-TIPMOV (WS-PCT-SUB)  IS EQUAL ZEROS
                  AND WS-PCT-TIPCUEN (WS-PCT-SUB) IS EQUAL SAL-TIPCUEN
                  AND WS-PCT-CONTROL (WS-PCT-SUB) IS NOT EQUAL SPACES
                  MOVE WS-PCT-SUB TO WS-PCT-CTL
               END-IF
           END-PERFORM.

       F-3150-BUSCAR-CONTROL. EXIT.
      **************************************************************
       3300-POSTEAR.
      *    ACUMULA UNA PATA EN EL ASIENTO RESUMIDO Y EN EL SALDO DEL
      *    MAYOR (HABER SUMA, DEBE RESTA). UN IMPORTE NEGATIVO SE
      *    PASA AL LADO CONTRARIO PARA QUE EL ASIENTO SALGA SIN
      *    SIGNO.
           IF WS-PST-IMPORTE IS EQUAL ZEROS
              GO TO F-3300-POSTEAR
           END-IF

           IF WS-PST-IMPORTE IS LESS THAN ZEROS
              COMPUTE WS-PST-IMPORTE = WS-PST-IMPORTE * -1
              IF WS-PST-DBCR IS EQUAL 'D'
                 MOVE 'C' TO WS-PST-DBCR
              ELSE
                 MOVE 'D' TO WS-PST-DBCR
              END-IF
           END-IF

           MOVE ZEROS TO WS-JRN-IDX

           PERFORM VARYING WS-JRN-SUB FROM 1 BY 1
                   UNTIL WS-JRN-SUB > WS-JRN-CONT
                      OR WS-JRN-IDX NOT EQUAL ZEROS
               IF WS-JRN-CUENTA (WS-JRN-SUB) IS EQUAL WS-PST-CUENTA
                  AND WS-JRN-TIPMOV (WS-JRN-SUB) IS EQUAL WS-IMP-TIPMOV
                  AND WS-JRN-DBCR (WS-JRN-SUB) IS EQUAL WS-PST-DBCR
                  MOVE WS-JRN-SUB TO WS-JRN-IDX
               END-IF
           END-PERFORM

           IF WS-JRN-IDX IS EQUAL ZEROS
              IF WS-JRN-CONT < 1000
                 ADD 1 TO WS-JRN-CONT
                 MOVE WS-JRN-CONT    TO WS-JRN-IDX
                 MOVE WS-PST-CUENTA  TO WS-JRN-CUENTA   (WS-JRN-IDX)
                 MOVE WS-IMP-TIPMOV  TO WS-JRN-TIPMOV   (WS-JRN-IDX)
                 MOVE WS-PST-DBCR    TO WS-JRN-DBCR     (WS-JRN-IDX)
                 MOVE ZEROS          TO WS-JRN-IMPORTE  (WS-JRN-IDX)
                 MOVE ZEROS          TO WS-JRN-CANTIDAD (WS-JRN-IDX)
                 MOVE WS-PST-DESCRIP TO WS-JRN-DESCRIP  (WS-JRN-IDX)
              ELSE
                 DISPLAY '* ATENCION: TABLA DEL ASIENTO LLENA (1000)'
                 MOVE 9999 TO RETURN-CODE
                 SET FS-MOVIMI-FIN TO TRUE
                 GO TO F-3300-POSTEAR
              END-IF
           END-IF

           ADD WS-PST-IMPORTE TO WS-JRN-IMPORTE  (WS-JRN-IDX)
           ADD 1              TO WS-JRN-CANTIDAD (WS-JRN-IDX)

           PERFORM 3400-BUSCAR-MAYOR THRU F-3400-BUSCAR-MAYOR

           IF WS-PST-DBCR IS EQUAL 'D'
              ADD WS-PST-IMPORTE TO WS-TOT-DEBE
              IF WS-GLS-IDX NOT EQUAL ZEROS
                 SUBTRACT WS-PST-IMPORTE FROM WS-GLS-SALDO (WS-GLS-IDX)
              END-IF
           ELSE
              ADD WS-PST-IMPORTE TO WS-TOT-HABER
              IF WS-GLS-IDX NOT EQUAL ZEROS
                 ADD WS-PST-IMPORTE TO WS-GLS-SALDO (WS-GLS-IDX)
              END-IF
           END-IF.

       F-3300-POSTEAR. EXIT.
      **************************************************************
       3400-BUSCAR-MAYOR.
      *    UBICA LA CUENTA CONTABLE DE WS-PST-CUENTA EN LA TABLA DEL
      *    MAYOR; SI ES NUEVA LA AGREGA CON SALDO CERO.
           MOVE ZEROS TO WS-GLS-IDX

           PERFORM VARYING WS-GLS-SUB FROM 1 BY 1
                   UNTIL WS-GLS-SUB > WS-GLS-CONT
                      OR WS-GLS-IDX NOT EQUAL ZEROS
               IF WS-GLS-CUENTA (WS-GLS-SUB) IS EQUAL WS-PST-CUENTA
                  MOVE WS-GLS-SUB TO WS-GLS-IDX
               END-IF
           END-PERFORM

           IF WS-GLS-IDX IS EQUAL ZEROS
              IF WS-GLS-CONT < 500
                 ADD 1 TO WS-GLS-CONT
                 MOVE WS-GLS-CONT   TO WS-GLS-IDX
                 MOVE WS-PST-CUENTA TO WS-GLS-CUENTA (WS-GLS-IDX)
                 MOVE ZEROS         TO WS-GLS-SALDO  (WS-GLS-IDX)
              ELSE
                 DISPLAY '* ATENCION: TABLA DEL MAYOR LLENA (500)'
                 MOVE 9999 TO RETURN-CODE
                 SET FS-MOVIMI-FIN TO TRUE
              END-IF
           END-IF.

       F-3400-BUSCAR-MAYOR. EXIT.
      **************************************************************
       3500-REVERTIR-RECHAZO.
      *    EL MOVIMIENTO YA SE IMPUTO DESDE DDMOVIM (Y SI NO TENIA
      *    IMPUTACION YA SE LISTO): SE DA VUELTA SOLO LA PATA DE
      *    CONTROL CONTRA LA CUENTA PUENTE DE SUSPENSO.
           SET WS-ORIGEN-MOVIM TO TRUE

           PERFORM 3050-RESOLVER-CUENTAS THRU F-3050-RESOLVER-CUENTAS

           IF WS-MOV-DBCR IS EQUAL 'D'
              MOVE 'C' TO WS-IMP-LADO-CTL
              MOVE 'D' TO WS-IMP-LADO-CPA
           ELSE
              MOVE 'D' TO WS-IMP-LADO-CTL
              MOVE 'C' TO WS-IMP-LADO-CPA
           END-IF

           MOVE WS-IMP-CONTROL     TO WS-PST-CUENTA
           MOVE WS-IMP-LADO-CTL    TO WS-PST-DBCR
           MOVE WS-MOV-IMPORTE     TO WS-PST-IMPORTE
           MOVE WS-IMP-DES-CONTROL TO WS-PST-DESCRIP
           PERFORM 3300-POSTEAR THRU F-3300-POSTEAR

           MOVE WS-CTA-SUSPENSO    TO WS-PST-CUENTA
           MOVE WS-IMP-LADO-CPA    TO WS-PST-DBCR
           MOVE WS-MOV-IMPORTE     TO WS-PST-IMPORTE
           MOVE WS-DES-SUSPENSO    TO WS-PST-DESCRIP
           PERFORM 3300-POSTEAR THRU F-3300-POSTEAR.

       F-3500-REVERTIR-RECHAZO. EXIT.
      **************************************************************
       5000-GRABAR-ASIENTO.
      *    UN DETALLE POR ENTRADA DEL ASIENTO RESUMIDO Y EL
      *    REGISTRO DE TOTALES; DEBE Y HABER TIENEN QUE SER IGUALES.
           PERFORM VARYING WS-JRN-SUB FROM 1 BY 1
                   UNTIL WS-JRN-SUB > WS-JRN-CONT
               MOVE SPACES                       TO WS-REG-ASIENTO
               SET ASI-DETALLE                   TO TRUE
               MOVE WS-FECHA-NEGOCIO-R           TO ASI-FECHA
               ADD 1                             TO WS-LIN-GRABADAS
               MOVE WS-LIN-GRABADAS              TO ASI-NROLIN
               MOVE WS-JRN-CUENTA   (WS-JRN-SUB) TO ASI-CUENTA
               MOVE WS-JRN-DBCR     (WS-JRN-SUB) TO ASI-DBCR
               MOVE WS-JRN-IMPORTE  (WS-JRN-SUB) TO ASI-IMPORTE
               MOVE WS-JRN-TIPMOV   (WS-JRN-SUB) TO ASI-TIPMOV
               MOVE WS-JRN-CANTIDAD (WS-JRN-SUB) TO ASI-CANTIDAD
               MOVE WS-JRN-DESCRIP  (WS-JRN-SUB) TO ASI-DESCRIPCION
               WRITE REG-ASIENTO FROM WS-REG-ASIENTO
               IF FS-ASIENTOS IS NOT EQUAL '00'
                  DISPLAY '* ERROR EN WRITE ASIENTOS = ' FS-ASIENTOS
                  MOVE 9999 TO RETURN-CODE
               END-IF

               MOVE WS-JRN-CUENTA   (WS-JRN-SUB) TO WS-LA-CUENTA
               MOVE WS-JRN-TIPMOV   (WS-JRN-SUB) TO WS-LA-TIPMOV
               MOVE WS-JRN-DBCR     (WS-JRN-SUB) TO WS-LA-DBCR
               MOVE WS-JRN-IMPORTE  (WS-JRN-SUB) TO WS-LA-IMPORTE
               MOVE WS-JRN-CANTIDAD (WS-JRN-SUB) TO WS-LA-CANTIDAD
               MOVE WS-JRN-DESCRIP  (WS-JRN-SUB) TO WS-LA-DESCRIP
               WRITE REG-SALIDA FROM WS-LIN-ASIENTO
           END-PERFORM

           MOVE SPACES             TO WS-REG-ASIENTO
           SET ASI-TOTALES         TO TRUE
           MOVE WS-FECHA-NEGOCIO-R TO ASI-FECHA
           MOVE WS-LIN-GRABADAS    TO ASI-CANT-LINEAS
           MOVE WS-TOT-DEBE        TO ASI-TOT-DEBE
           MOVE WS-TOT-HABER       TO ASI-TOT-HABER
           WRITE REG-ASIENTO FROM WS-REG-ASIENTO
           IF FS-ASIENTOS IS NOT EQUAL '00'
              DISPLAY '* ERROR EN WRITE ASIENTOS = ' FS-ASIENTOS
              MOVE 9999 TO RETURN-CODE
           END-IF

           MOVE WS-TOT-DEBE  TO WS-LX-DEBE
           MOVE WS-TOT-HABER TO WS-LX-HABER
           WRITE REG-SALIDA FROM WS-LIN-TOTALES

           IF WS-TOT-DEBE IS NOT EQUAL WS-TOT-HABER
              AND RETURN-CODE NOT EQUAL 9999
              DISPLAY '* EL ASIENTO DEL DIA NO BALANCEA'
              MOVE 8 TO RETURN-CODE
           END-IF.

       F-5000-GRABAR-ASIENTO. EXIT.
      **************************************************************
       6000-GRABAR-MAYOR.

           PERFORM VARYING WS-GLS-SUB FROM 1 BY 1
                   UNTIL WS-GLS-SUB > WS-GLS-CONT
               MOVE SPACES                     TO WS-REG-GLSALD
               MOVE WS-GLS-CUENTA (WS-GLS-SUB) TO GLS-CUENTA
               MOVE WS-GLS-SALDO  (WS-GLS-SUB) TO GLS-SALDO
               MOVE WS-FECHA-NEGOCIO-R         TO GLS-FECHA
               WRITE REG-GLSHOY FROM WS-REG-GLSALD
               IF FS-GLSHOY IS NOT EQUAL '00'
                  DISPLAY '* ERROR EN WRITE GLSHOY   = ' FS-GLSHOY
                  MOVE 9999 TO RETURN-CODE
               ELSE
                  ADD 1 TO WS-GLS-GRABADOS
               END-IF
           END-PERFORM.

       F-6000-GRABAR-MAYOR. EXIT.
      **************************************************************
       7000-PRUEBA-CONTROL.
      *    SUMA DDSALHOY POR TIPO DE CUENTA, LA AGRUPA POR CUENTA
      *    DE CONTROL Y LA COMPARA CON EL SALDO DEL MAYOR. TODA
      *    DIFERENCIA, Y TODO TIPO CON SALDOS PERO SIN CUENTA DE
      *    CONTROL, SE IMPRIME Y TERMINA CON RC 8.
           PERFORM VARYING WS-TPO-SUB FROM 1 BY 1
                   UNTIL WS-TPO-SUB > 100
               MOVE 'N'   TO WS-TPO-HAY   (WS-TPO-SUB)
               MOVE ZEROS TO WS-TPO-SALDO (WS-TPO-SUB)
           END-PERFORM

           OPEN INPUT SALDOHOY

           IF FS-SALDOHOY IS EQUAL '00'
              PERFORM UNTIL FS-SALDOHOY IS NOT EQUAL '00'
                 READ SALDOHOY INTO WS-REG-SALDO
                    AT END
                       MOVE '10' TO FS-SALDOHOY
                    NOT AT END
                       COMPUTE WS-TPO-SUB = SAL-TIPCUEN + 1
                       MOVE 'S'       TO WS-TPO-HAY   (WS-TPO-SUB)
                       ADD SAL-SALDO  TO WS-TPO-SALDO (WS-TPO-SUB)
                 END-READ
              END-PERFORM
              CLOSE SALDOHOY
           ELSE
              DISPLAY '* ERROR EN OPEN SALDOHOY  = ' FS-SALDOHOY
              MOVE 9999 TO RETURN-CODE
              GO TO F-7000-PRUEBA-CONTROL
           END-IF

      *    TODA CUENTA DE CONTROL DEL PLAN ENTRA EN LA PRUEBA,
      *    AUNQUE SUS TIPOS NO TENGAN SALDOS HOY.
           PERFORM VARYING WS-PCT-SUB FROM 1 BY 1
                   UNTIL WS-PCT-SUB > WS-PCT-CONT
               IF WS-PCT-TIPMOV (WS-PCT-SUB) IS EQUAL ZEROS
                  AND WS-PCT-CONTROL (WS-PCT-SUB) IS NOT EQUAL SPACES
                  MOVE WS-PCT-CONTROL (WS-PCT-SUB) TO WS-PST-CUENTA
                  PERFORM 7100-BUSCAR-PRUEBA
                          THRU F-7100-BUSCAR-PRUEBA
               END-IF
           END-PERFORM

           PERFORM VARYING WS-TPO-SUB FROM 1 BY 1
                   UNTIL WS-TPO-SUB > 100
               IF WS-TPO-HAY (WS-TPO-SUB) IS EQUAL 'S'
                  COMPUTE SAL-TIPCUEN = WS-TPO-SUB - 1
                  PERFORM 3150-BUSCAR-CONTROL
                          THRU F-3150-BUSCAR-CONTROL
                  IF WS-PCT-CTL IS EQUAL ZEROS
                     ADD 1 TO WS-DIFERENCIAS
                     MOVE SAL-TIPCUEN TO WS-LC-TIPCUEN
                     MOVE WS-TPO-SALDO (WS-TPO-SUB) TO WS-LC-SALHOY
                     WRITE REG-SALIDA FROM WS-LIN-SIN-CONTROL
                  ELSE
                     MOVE WS-PCT-CONTROL (WS-PCT-CTL) TO WS-PST-CUENTA
                     PERFORM 7100-BUSCAR-PRUEBA
                             THRU F-7100-BUSCAR-PRUEBA
                     IF WS-PRB-IDX NOT EQUAL ZEROS
                        ADD WS-TPO-SALDO (WS-TPO-SUB) TO
                            WS-PRB-SALHOY (WS-PRB-IDX)
                     END-IF
                  END-IF
               END-IF
           END-PERFORM

           PERFORM VARYING WS-PRB-SUB FROM 1 BY 1
                   UNTIL WS-PRB-SUB > WS-PRB-CONT
               MOVE ZEROS TO WS-PRB-MAYOR
               PERFORM VARYING WS-GLS-SUB FROM 1 BY 1
                       UNTIL WS-GLS-SUB > WS-GLS-CONT
                   IF WS-GLS-CUENTA (WS-GLS-SUB) IS EQUAL
                      WS-PRB-CUENTA (WS-PRB-SUB)
                      MOVE WS-GLS-SALDO (WS-GLS-SUB) TO WS-PRB-MAYOR
                   END-IF
               END-PERFORM
               COMPUTE WS-PRB-DIFER =
                       WS-PRB-MAYOR - WS-PRB-SALHOY (WS-PRB-SUB)
               MOVE WS-PRB-CUENTA (WS-PRB-SUB) TO WS-LP-CUENTA
               MOVE WS-PRB-MAYOR               TO WS-LP-MAYOR
               MOVE WS-PRB-SALHOY (WS-PRB-SUB) TO WS-LP-SALHOY
               IF WS-PRB-DIFER IS EQUAL ZEROS
                  MOVE 'CONCILIADA'            TO WS-LP-ESTADO
               ELSE
                  ADD 1 TO WS-DIFERENCIAS
                  MOVE '*** DIFERENCIA ***'    TO WS-LP-ESTADO
               END-IF
               WRITE REG-SALIDA FROM WS-LIN-PRUEBA
           END-PERFORM

           IF WS-DIFERENCIAS IS GREATER THAN ZEROS
              DISPLAY '* LAS CUENTAS DE CONTROL NO CIERRAN CON '
                      'DDSALHOY'
              MOVE 8 TO RETURN-CODE
           ELSE
              DISPLAY '* CUENTAS DE CONTROL VERIFICADAS'
           END-IF.

       F-7000-PRUEBA-CONTROL. EXIT.
      **************************************************************
       7100-BUSCAR-PRUEBA.

           MOVE ZEROS TO WS-PRB-IDX

           PERFORM VARYING WS-PRB-SUB FROM 1 BY 1
                   UNTIL WS-PRB-SUB > WS-PRB-CONT
                      OR WS-PRB-IDX NOT EQUAL ZEROS
               IF WS-PRB-CUENTA (WS-PRB-SUB) IS EQUAL WS-PST-CUENTA
                  MOVE WS-PRB-SUB TO WS-PRB-IDX
               END-IF
           END-PERFORM

           IF WS-PRB-IDX IS EQUAL ZEROS AND WS-PRB-CONT < 100
              ADD 1 TO WS-PRB-CONT
              MOVE WS-PRB-CONT   TO WS-PRB-IDX
              MOVE WS-PST-CUENTA TO WS-PRB-CUENTA (WS-PRB-IDX)
              MOVE ZEROS         TO WS-PRB-SALHOY (WS-PRB-IDX)
           END-IF.

       F-7100-BUSCAR-PRUEBA. EXIT.
      **************************************************************
       9999-FINAL.

           IF RETURN-CODE = 9999
            CONTINUE
           ELSE
             CLOSE MOVIMI
                 IF FS-MOVIMI   IS NOT EQUAL '00'
                  DISPLAY '* ERROR EN CLOSE MOVIMI    = '
                                            FS-MOVIMI
                  MOVE 9999 TO RETURN-CODE
                 END-IF

             CLOSE ASIENTOS
                 IF FS-ASIENTOS IS NOT EQUAL '00'
                  DISPLAY '* ERROR EN CLOSE ASIENTOS  = '
                                            FS-ASIENTOS
                  MOVE 9999 TO RETURN-CODE
                 END-IF

             CLOSE GLSHOY
                 IF FS-GLSHOY   IS NOT EQUAL '00'
                  DISPLAY '* ERROR EN CLOSE GLSHOY    = '
                                            FS-GLSHOY
                  MOVE 9999 TO RETURN-CODE
                 END-IF

             CLOSE SALIDA
                 IF FS-SALIDA   IS NOT EQUAL '00'
                  DISPLAY '* ERROR EN CLOSE SALIDA    = '
                                            FS-SALIDA
                  MOVE 9999 TO RETURN-CODE
                 END-IF

      **************************************
      *   TOTALES DE CONTROL               *
      **************************************
             DISPLAY '***************************************'
             DISPLAY ' MOVIMIENTOS LEIDOS          :  ' WS-MOV-LEIDOS
             DISPLAY ' RECHAZOS DEL MOTOR REVERT.  :  '
                                                   WS-RECH-LEIDOS
             DISPLAY ' RECHAZOS EJERCICIO CERRADO  :  '
                                                   WS-EJEC-LEIDOS
             DISPLAY ' MOVIMIENTOS DE REVALUACION  :  ' WS-REV-LEIDOS
             DISPLAY ' MOVIMIENTOS SIN IMPUTACION  :  '
                                                   WS-SIN-IMPUTAR
             DISPLAY ' LINEAS DE ASIENTO GRABADAS  :  '
                                                   WS-LIN-GRABADAS
             DISPLAY ' SALDOS DEL MAYOR GRABADOS   :  '
                                                   WS-GLS-GRABADOS
             DISPLAY ' DIFERENCIAS DE CONTROL      :  '
                                                   WS-DIFERENCIAS
             DISPLAY '***************************************'

           END-IF.

       F-9999-FINAL.
           EXIT.
