       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMCECBF.
       AUTHOR.    FEDERICO FALCON.
      **************************************************************
      *  CIERRE DE EJERCICIO ANUAL. HASTA AHORA EL CIERRE DE ANIO  *
      *  SE HACIA A MANO: SE CONGELABAN LOS TOTALES PARA EL        *
      *  CERTIFICADO, SE COPIABA EL ANIO DE DDHISSAL Y SEGUIAN     *
      *  ENTRANDO EN ENERO MOVIMIENTOS CON FECHA VALOR DE          *
      *  DICIEMBRE. ESTE PASO, CON EL ANIO A CERRAR EN LA TARJETA  *
      *  DDCTRL:                                                   *
      *    - TOTALIZA POR CUENTA LOS INTERESES Y COMISIONES        *
      *      DEVENGADOS EN EL ANIO (DDDEVHIS) Y LAS RETENCIONES,   *
      *      EL INTERES DEUDOR, EL IMPUESTO A LOS DEBITOS Y        *
      *      CREDITOS, LAS COMISIONES DEL TARIFARIO Y POR CHEQUE   *
      *      RECHAZADO Y EL INTERES DE PLAZO FIJO IMPUTADOS EN EL  *
      *      ANIO (DIARIO DDDIAMOV, NETOS DE CONTRA-ASIENTOS) EN   *
      *      EL RESUMEN ANUAL DDRESANU (LAYOUT CPRESANU)           *
      *    - ARCHIVA EL ANIO CERRADO DE DDHISSAL Y DE DDDEVHIS EN  *
      *      LAS GENERACIONES ANUALES DDHISARC Y DDDEVARC, Y DEJA  *
      *      EN DDHISVIG Y DDDEVVIG LOS DEMAS REGISTROS, QUE       *
      *      REEMPLAZAN A LOS ARCHIVOS VIGENTES                    *
      *    - IMPRIME EN DDSALI LA CERTIFICACION DE CANTIDADES E    *
      *      IMPORTES, CON LA PRUEBA LEIDOS = ARCHIVADOS +         *
      *      VIGENTES                                              *
      *    - SI TODO CIERRA GRABA LA MARCA DE EJERCICIO CERRADO    *
      *      DDANICER (LAYOUT CPANICER); DESDE ENTONCES PGMBECBF Y *
      *      PGMRTCBF RECHAZAN TODO MOVIMIENTO CON FECHA VALOR EN  *
      *      UN EJERCICIO CERRADO                                  *
      *  NO SE PUEDE CERRAR EL ANIO EN CURSO NI UNO YA CERRADO. SI *
      *  LA CERTIFICACION NO CIERRA TERMINA CON RC 8 Y SIN MARCA.  *
      **************************************************************
       ENVIRONMENT DIVISION.
      **************************************************************
       CONFIGURATION SECTION.

       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
      **************************************************************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT TARJETA    ASSIGN TO DDCTRL
                 FILE STATUS IS FS-CONTROL.

           SELECT FECHAPRO   ASSIGN TO DDFECPRO
                 FILE STATUS IS FS-FECHAPRO.

           SELECT ANIOCER    ASSIGN TO DDANICER
                 FILE STATUS IS FS-ANIOCER.

           SELECT HISTSAL    ASSIGN TO DDHISSAL
                 FILE STATUS IS FS-HISTSAL.

           SELECT HISARC     ASSIGN TO DDHISARC
                 FILE STATUS IS FS-HISARC.

           SELECT HISVIG     ASSIGN TO DDHISVIG
                 FILE STATUS IS FS-HISVIG.

           SELECT DEVHIS     ASSIGN TO DDDEVHIS
                 FILE STATUS IS FS-DEVHIS.

           SELECT DEVARC     ASSIGN TO DDDEVARC
                 FILE STATUS IS FS-DEVARC.

           SELECT DEVVIG     ASSIGN TO DDDEVVIG
                 FILE STATUS IS FS-DEVVIG.

           SELECT DIARIO     ASSIGN TO DDDIAMOV
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS MAE-DIA-CLAVE
                 FILE STATUS IS FS-DIARIO.

           SELECT RESANU     ASSIGN TO DDRESANU
                 FILE STATUS IS FS-RESANU.

           SELECT SALIDA     ASSIGN TO DDSALI
                 FILE STATUS IS FS-SALIDA.
      **************************************************************
       I-O-CONTROL.

       DATA DIVISION.
       FILE SECTION.
       FD   TARJETA
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01   REG-CONTROL.
           05  CTL-ANIO             PIC 9(04).
           05  FILLER               PIC X(76).

       FD   FECHAPRO
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01   REG-FECHAPRO.
           05  FPR-FECHA            PIC 9(08).
           05  FILLER               PIC X(72).

       FD   ANIOCER
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01   REG-ANIOCER             PIC X(20).

       FD   HISTSAL
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01   REG-HISTSAL             PIC X(40).

       FD   HISARC
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01   REG-HISARC              PIC X(40).

       FD   HISVIG
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01   REG-HISVIG              PIC X(40).

       FD   DEVHIS
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01   REG-DEVHIS              PIC X(50).

       FD   DEVARC
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01   REG-DEVARC              PIC X(50).

       FD   DEVVIG
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01   REG-DEVVIG              PIC X(50).

       FD   DIARIO.

       01   REG-DIARIO.
           03  MAE-DIA-CLAVE        PIC X(23).
           03  FILLER               PIC X(77).

       FD   RESANU
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01   REG-RESANU              PIC X(80).

       FD   SALIDA
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01   REG-SALIDA              PIC X(80).
      **************************************************************
       WORKING-STORAGE SECTION.
       77  FILLER        PIC X(26) VALUE '* INICIO WORKING-STORAGE *'.

      ***********************FILE STATUS****************************
       77  FS-CONTROL                 PIC XX      VALUE SPACES.
       77  FS-FECHAPRO                PIC XX      VALUE SPACES.
       77  FS-ANIOCER                 PIC XX      VALUE SPACES.
       77  FS-HISTSAL                 PIC XX      VALUE SPACES.
       77  FS-HISARC                  PIC XX      VALUE SPACES.
       77  FS-HISVIG                  PIC XX      VALUE SPACES.
       77  FS-DEVHIS                  PIC XX      VALUE SPACES.
       77  FS-DEVARC                  PIC XX      VALUE SPACES.
       77  FS-DEVVIG                  PIC XX      VALUE SPACES.
       77  FS-DIARIO                  PIC XX      VALUE SPACES.
       77  FS-RESANU                  PIC XX      VALUE SPACES.
       77  FS-SALIDA                  PIC XX      VALUE SPACES.

      *********************CONTADORES*******************************
       77  WS-HIS-LEIDOS              PIC 9(07)   VALUE ZEROES.
       77  WS-HIS-ARCHIVADOS          PIC 9(07)   VALUE ZEROES.
       77  WS-HIS-VIGENTES            PIC 9(07)   VALUE ZEROES.
       77  WS-DEV-LEIDOS              PIC 9(07)   VALUE ZEROES.
       77  WS-DEV-ARCHIVADOS          PIC 9(07)   VALUE ZEROES.
       77  WS-DEV-VIGENTES            PIC 9(07)   VALUE ZEROES.
       77  WS-DIA-LEIDOS              PIC 9(07)   VALUE ZEROES.
       77  WS-DIA-DEL-ANIO            PIC 9(07)   VALUE ZEROES.
       77  WS-DIA-ANULADOS            PIC 9(07)   VALUE ZEROES.
       77  WS-DIA-SUMADOS             PIC 9(07)   VALUE ZEROES.
       77  WS-RES-GRABADOS            PIC 9(07)   VALUE ZEROES.

      *****************ANIO A CERRAR Y MARCA VIGENTE*******************
       77  WS-ANIO                    PIC 9(04)   VALUE ZEROES.
       77  WS-ANIO-MARCA              PIC 9(04)   VALUE ZEROES.
       77  WS-ANIO-REG                PIC 9(04)   VALUE ZEROES.
       77  WS-IMPORTE-NETO            PIC S9(09)V99 VALUE ZEROS.

       01  WS-FLAG-CERTIF             PIC X       VALUE 'S'.
           88  WS-CERTIF-OK                       VALUE 'S'.
           88  WS-CERTIF-MAL                      VALUE 'N'.

      *****************FECHA DE NEGOCIO DE LA CORRIDA******************
           COPY CPFECPRO.

      *****************REGISTROS DE TRABAJO****************************
           COPY CPTIPMOV.

           COPY CPHISSAL.

           COPY CPDEVHIS.

           COPY CPDIAMOV.

           COPY CPRESANU.

           COPY CPANICER.

      *****************ACUMULADO ANUAL POR CUENTA**********************
      *    SE ORDENA POR TIPO + CUENTA ANTES DE GRABAR EL RESUMEN.
       77  WS-ANU-CONT     PIC 9(04) USAGE COMP VALUE ZEROS.
       77  WS-ANU-SUB      PIC 9(04) USAGE COMP VALUE ZEROS.
       77  WS-ANU-OTRO     PIC 9(04) USAGE COMP VALUE ZEROS.
       77  WS-ANU-IDX      PIC 9(04) USAGE COMP VALUE ZEROS.
       01  WS-ANU-BUSCA               PIC X(10)   VALUE SPACES.
       01  WS-TABLA-ANUAL.
           03  WS-ANU      OCCURS 5000 TIMES.
               05  WS-ANU-CLAVE.
                   10  WS-ANU-TIPCUEN   PIC 9(02).
                   10  WS-ANU-NROCUEN   PIC 9(08).
               05  WS-ANU-INTERES   PIC S9(11)V99 COMP-3.
               05  WS-ANU-COMISION  PIC S9(11)V99 COMP-3.
               05  WS-ANU-RETENCION PIC S9(11)V99 COMP-3.
               05  WS-ANU-INTDEU    PIC S9(11)V99 COMP-3.
               05  WS-ANU-IMPUESTO  PIC S9(11)V99 COMP-3.
       01  WS-ANU-AUX                 PIC X(45).

      *********************TOTALES DE CONTROL***********************
      *    LO QUE SE ARCHIVA Y LO QUE SE LEE DEL DIARIO CONTRA LO
      *    QUE QUEDA GRABADO EN EL RESUMEN ANUAL.
       77  WS-TOT-SALDOS-ARC          PIC S9(13)V99 COMP-3
                                                  VALUE ZEROS.
       77  WS-TOT-INTERES-ARC         PIC S9(13)V99 COMP-3
                                                  VALUE ZEROS.
       77  WS-TOT-COMISION-ARC        PIC S9(13)V99 COMP-3
                                                  VALUE ZEROS.
       77  WS-TOT-RETENCION-DIA       PIC S9(13)V99 COMP-3
                                                  VALUE ZEROS.
       77  WS-TOT-INTDEU-DIA          PIC S9(13)V99 COMP-3
                                                  VALUE ZEROS.
       77  WS-TOT-IMPUESTO-DIA        PIC S9(13)V99 COMP-3
                                                  VALUE ZEROS.
       77  WS-TOT-COMISION-DIA        PIC S9(13)V99 COMP-3
                                                  VALUE ZEROS.
       77  WS-TOT-INTERES-DIA         PIC S9(13)V99 COMP-3
                                                  VALUE ZEROS.
       77  WS-TOT-INTERES-RES         PIC S9(13)V99 COMP-3
                                                  VALUE ZEROS.
       77  WS-TOT-COMISION-RES        PIC S9(13)V99 COMP-3
                                                  VALUE ZEROS.
       77  WS-TOT-RETENCION-RES       PIC S9(13)V99 COMP-3
                                                  VALUE ZEROS.
       77  WS-TOT-INTDEU-RES          PIC S9(13)V99 COMP-3
                                                  VALUE ZEROS.
       77  WS-TOT-IMPUESTO-RES        PIC S9(13)V99 COMP-3
                                                  VALUE ZEROS.

      *****************LINEAS DE LA CERTIFICACION**********************
       01  WS-LIN-TITULO.
           05  FILLER               PIC X(01)   VALUE '1'.
           05  FILLER               PIC X(37)   VALUE
           ' CIERRE DE EJERCICIO - CERTIFICACION '.
           05  FILLER               PIC X(10)   VALUE 'EJERCICIO '.
           05  WS-LT-ANIO           PIC 9(04).
           05  FILLER               PIC X(18)   VALUE
           '  FECHA DE PROCESO'.
           05  FILLER               PIC X(01)   VALUE SPACES.
           05  WS-LT-FECHA          PIC 9(08).
           05  FILLER               PIC X(01)   VALUE SPACES.

       01  WS-LIN-BLANCO            PIC X(80)   VALUE SPACES.

       01  WS-LIN-ARC-CAB.
           05  FILLER               PIC X(31)   VALUE ' ARCHIVO'.
           05  FILLER               PIC X(11)   VALUE '     LEIDOS'.
           05  FILLER               PIC X(11)   VALUE ' ARCHIVADOS'.
           05  FILLER               PIC X(11)   VALUE '   VIGENTES'.
           05  FILLER               PIC X(16)   VALUE SPACES.

       01  WS-LIN-ARCHIVO.
           05  FILLER               PIC X(01)   VALUE SPACES.
           05  WS-LA-TEXTO          PIC X(30).
           05  FILLER               PIC X(04)   VALUE SPACES.
           05  WS-LA-LEIDOS         PIC ZZZZZZ9.
           05  FILLER               PIC X(04)   VALUE SPACES.
           05  WS-LA-ARCHIVADOS     PIC ZZZZZZ9.
           05  FILLER               PIC X(04)   VALUE SPACES.
           05  WS-LA-VIGENTES       PIC ZZZZZZ9.
           05  FILLER               PIC X(16)   VALUE SPACES.

       01  WS-LIN-CANTIDAD.
           05  FILLER               PIC X(01)   VALUE SPACES.
           05  WS-LC-TEXTO          PIC X(40).
           05  WS-LC-CANTIDAD       PIC ZZZZZZ9.
           05  FILLER               PIC X(32)   VALUE SPACES.

       01  WS-LIN-IMPORTE.
           05  FILLER               PIC X(01)   VALUE SPACES.
           05  WS-LI-TEXTO          PIC X(40).
           05  WS-LI-IMPORTE        PIC -ZZZZZZZZZZZZ9,99.
           05  FILLER               PIC X(22)   VALUE SPACES.

       01  WS-LIN-TEXTO.
           05  FILLER               PIC X(01)   VALUE SPACES.
           05  WS-LX-TEXTO          PIC X(79).

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

           PERFORM 2000-ARCHIVAR-HISSAL
                   THRU F-2000-ARCHIVAR-HISSAL.

           PERFORM 3000-ARCHIVAR-DEVHIS
                   THRU F-3000-ARCHIVAR-DEVHIS.

           PERFORM 4000-LEER-DIARIO THRU F-4000-LEER-DIARIO.

           PERFORM 5000-GRABAR-RESUMEN
                   THRU F-5000-GRABAR-RESUMEN.

           PERFORM 6000-CERTIFICAR  THRU F-6000-CERTIFICAR.

           PERFORM 7000-GRABAR-MARCA THRU F-7000-GRABAR-MARCA.

           PERFORM 9999-FINAL    THRU  F-9999-FINAL.

       F-MAIN-PROGRAM. GOBACK.

      **************************************
      *                                    *
      *  CUERPO INICIO APERTURA ARCHIVOS   *
      *                                    *
      **************************************
       1000-INICIO.
      *    PRIMERO SE VALIDA EL ANIO A CERRAR; SIN ANIO VALIDO NO
      *    SE ABRE NINGUNA GENERACION NUEVA.
           PERFORM 1100-LEER-FECHA   THRU F-1100-LEER-FECHA.
           PERFORM 1200-LEER-TARJETA THRU F-1200-LEER-TARJETA.
           PERFORM 1300-LEER-MARCA   THRU F-1300-LEER-MARCA.

           IF RETURN-CODE IS EQUAL 9999
              GO TO F-1000-INICIO
           END-IF

           OPEN INPUT  HISTSAL.

           IF FS-HISTSAL IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN HISTSAL   = ' FS-HISTSAL
              MOVE 9999 TO RETURN-CODE
           END-IF

           OPEN OUTPUT HISARC.

           IF FS-HISARC IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN HISARC    = ' FS-HISARC
              MOVE 9999 TO RETURN-CODE
           END-IF

           OPEN OUTPUT HISVIG.

           IF FS-HISVIG IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN HISVIG    = ' FS-HISVIG
              MOVE 9999 TO RETURN-CODE
           END-IF

           OPEN INPUT  DEVHIS.

           IF FS-DEVHIS IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN DEVHIS    = ' FS-DEVHIS
              MOVE 9999 TO RETURN-CODE
           END-IF

           OPEN OUTPUT DEVARC.

           IF FS-DEVARC IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN DEVARC    = ' FS-DEVARC
              MOVE 9999 TO RETURN-CODE
           END-IF

           OPEN OUTPUT DEVVIG.

           IF FS-DEVVIG IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN DEVVIG    = ' FS-DEVVIG
              MOVE 9999 TO RETURN-CODE
           END-IF

           OPEN INPUT  DIARIO.

           IF FS-DIARIO IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN DIARIO    = ' FS-DIARIO
              MOVE 9999 TO RETURN-CODE
           END-IF

           OPEN OUTPUT RESANU.

           IF FS-RESANU IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN RESANU    = ' FS-RESANU
              MOVE 9999 TO RETURN-CODE
           END-IF

           OPEN OUTPUT SALIDA.

           IF FS-SALIDA IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN SALIDA    = ' FS-SALIDA
              MOVE 9999 TO RETURN-CODE
           END-IF.

       F-1000-INICIO.   EXIT.
      **************************************************************
       1100-LEER-FECHA.
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

       F-1100-LEER-FECHA. EXIT.
      **************************************************************
       1200-LEER-TARJETA.
      *    EL ANIO A CERRAR VIENE EN LA TARJETA DDCTRL; EL ANIO EN
      *    CURSO NO SE PUEDE CERRAR.
           OPEN INPUT  TARJETA.

           IF FS-CONTROL IS EQUAL '00'
              READ TARJETA
                 AT END
                    DISPLAY '* TARJETA DE CONTROL VACIA, SIN ANIO'
                    MOVE 9999 TO RETURN-CODE
                 NOT AT END
                    IF CTL-ANIO IS NUMERIC
                       MOVE CTL-ANIO TO WS-ANIO
                    END-IF
              END-READ
              CLOSE TARJETA
           ELSE
              DISPLAY '* NO SE PUDO ABRIR CONTROL, SIN ANIO'
              MOVE 9999 TO RETURN-CODE
           END-IF

           IF RETURN-CODE IS EQUAL 9999
              GO TO F-1200-LEER-TARJETA
           END-IF

           IF WS-ANIO IS EQUAL ZEROS
              DISPLAY '* ANIO A CERRAR INVALIDO EN LA TARJETA'
              MOVE 9999 TO RETURN-CODE
              GO TO F-1200-LEER-TARJETA
           END-IF

           IF WS-ANIO IS NOT LESS FNG-ANIO
              DISPLAY '* NO SE PUEDE CERRAR EL EJERCICIO ' WS-ANIO
                      ' CON FECHA DE NEGOCIO ' WS-FECHA-NEGOCIO-R
              MOVE 9999 TO RETURN-CODE
           END-IF.

       F-1200-LEER-TARJETA. EXIT.
      **************************************************************
       1300-LEER-MARCA.
      *    MARCA DEL ULTIMO EJERCICIO CERRADO; SIN ARCHIVO ES EL
      *    PRIMER CIERRE. LOS EJERCICIOS SE CIERRAN EN ORDEN: NO SE
      *    REPITE UN CIERRE NI SE SALTEA UN ANIO.
           IF RETURN-CODE IS EQUAL 9999
              GO TO F-1300-LEER-MARCA
           END-IF

           OPEN INPUT ANIOCER.

           IF FS-ANIOCER IS EQUAL '00'
              READ ANIOCER INTO WS-REG-ANICER
                 AT END
                    CONTINUE
                 NOT AT END
                    IF CIE-ANIO IS NUMERIC
                       MOVE CIE-ANIO TO WS-ANIO-MARCA
                    END-IF
              END-READ
              CLOSE ANIOCER
           ELSE
              DISPLAY '* SIN MARCA DE EJERCICIO CERRADO, PRIMER '
                      'CIERRE'
           END-IF

           IF WS-ANIO-MARCA IS EQUAL ZEROS
              GO TO F-1300-LEER-MARCA
           END-IF

           IF WS-ANIO IS NOT GREATER WS-ANIO-MARCA
              DISPLAY '* EJERCICIO ' WS-ANIO ' YA CERRADO (MARCA '
                      WS-ANIO-MARCA ')'
              MOVE 9999 TO RETURN-CODE
              GO TO F-1300-LEER-MARCA
           END-IF

           IF WS-ANIO IS GREATER WS-ANIO-MARCA + 1
              DISPLAY '* EJERCICIO ANTERIOR A ' WS-ANIO
                      ' SIN CERRAR (MARCA ' WS-ANIO-MARCA ')'
              MOVE 9999 TO RETURN-CODE
           END-IF.

       F-1300-LEER-MARCA. EXIT.
      **************************************************************
       2000-ARCHIVAR-HISSAL.
      *    LOS DIAS DEL ANIO CERRADO VAN A LA GENERACION ANUAL; EL
      *    RESTO QUEDA EN EL HISTORICO VIGENTE.
           IF RETURN-CODE IS EQUAL 9999
              GO TO F-2000-ARCHIVAR-HISSAL
           END-IF

           PERFORM UNTIL FS-HISTSAL IS NOT EQUAL '00'
              READ HISTSAL INTO WS-REG-HISSAL
                 AT END
                    MOVE '10' TO FS-HISTSAL
                 NOT AT END
                    ADD 1 TO WS-HIS-LEIDOS
                    PERFORM 2100-DESTINO-HISSAL
                            THRU F-2100-DESTINO-HISSAL
              END-READ
           END-PERFORM

           IF FS-HISTSAL IS NOT EQUAL '10'
              DISPLAY '* ERROR EN LECTURA HISTSAL = ' FS-HISTSAL
              MOVE 9999 TO RETURN-CODE
           END-IF.

       F-2000-ARCHIVAR-HISSAL. EXIT.
      **************************************************************
       2100-DESTINO-HISSAL.

           MOVE ZEROS TO WS-ANIO-REG
           IF HSA-FECHA IS NUMERIC
              COMPUTE WS-ANIO-REG = HSA-FECHA / 10000
           END-IF

           IF WS-ANIO-REG IS EQUAL WS-ANIO
              WRITE REG-HISARC FROM WS-REG-HISSAL
              IF FS-HISARC IS NOT EQUAL '00'
                 DISPLAY '* ERROR EN WRITE HISARC   = ' FS-HISARC
                 MOVE 9999 TO RETURN-CODE
                 MOVE '10' TO FS-HISTSAL
              ELSE
                 ADD 1         TO WS-HIS-ARCHIVADOS
                 ADD HSA-SALDO TO WS-TOT-SALDOS-ARC
              END-IF
           ELSE
              WRITE REG-HISVIG FROM WS-REG-HISSAL
              IF FS-HISVIG IS NOT EQUAL '00'
                 DISPLAY '* ERROR EN WRITE HISVIG   = ' FS-HISVIG
                 MOVE 9999 TO RETURN-CODE
                 MOVE '10' TO FS-HISTSAL
              ELSE
                 ADD 1 TO WS-HIS-VIGENTES
              END-IF
           END-IF.

       F-2100-DESTINO-HISSAL. EXIT.
      **************************************************************
       3000-ARCHIVAR-DEVHIS.
      *    IGUAL QUE EL HISTORICO DE SALDOS; LO QUE SE ARCHIVA SE
      *    ACUMULA ADEMAS EN LA CUENTA DEL RESUMEN ANUAL.
           IF RETURN-CODE IS EQUAL 9999
              GO TO F-3000-ARCHIVAR-DEVHIS
           END-IF

           PERFORM UNTIL FS-DEVHIS IS NOT EQUAL '00'
              READ DEVHIS INTO WS-REG-DEVHIS
                 AT END
                    MOVE '10' TO FS-DEVHIS
                 NOT AT END
                    ADD 1 TO WS-DEV-LEIDOS
                    PERFORM 3100-DESTINO-DEVHIS
                            THRU F-3100-DESTINO-DEVHIS
              END-READ
           END-PERFORM

           IF FS-DEVHIS IS NOT EQUAL '10'
              DISPLAY '* ERROR EN LECTURA DEVHIS  = ' FS-DEVHIS
              MOVE 9999 TO RETURN-CODE
           END-IF.

       F-3000-ARCHIVAR-DEVHIS. EXIT.
      **************************************************************
       3100-DESTINO-DEVHIS.

           MOVE ZEROS TO WS-ANIO-REG
           IF DEV-FECHA IS NUMERIC
              COMPUTE WS-ANIO-REG = DEV-FECHA / 10000
           END-IF

           IF WS-ANIO-REG IS NOT EQUAL WS-ANIO
              WRITE REG-DEVVIG FROM WS-REG-DEVHIS
              IF FS-DEVVIG IS NOT EQUAL '00'
                 DISPLAY '* ERROR EN WRITE DEVVIG   = ' FS-DEVVIG
                 MOVE 9999 TO RETURN-CODE
                 MOVE '10' TO FS-DEVHIS
              ELSE
                 ADD 1 TO WS-DEV-VIGENTES
              END-IF
              GO TO F-3100-DESTINO-DEVHIS
           END-IF

           WRITE REG-DEVARC FROM WS-REG-DEVHIS

           IF FS-DEVARC IS NOT EQUAL '00'
              DISPLAY '* ERROR EN WRITE DEVARC   = ' FS-DEVARC
              MOVE 9999 TO RETURN-CODE
              MOVE '10' TO FS-DEVHIS
              GO TO F-3100-DESTINO-DEVHIS
           END-IF

           ADD 1            TO WS-DEV-ARCHIVADOS
           ADD DEV-INTERES  TO WS-TOT-INTERES-ARC
           ADD DEV-COMISION TO WS-TOT-COMISION-ARC

           MOVE WS-REG-DEVHIS (9:10) TO WS-ANU-BUSCA
           PERFORM 3500-UBICAR-CUENTA THRU F-3500-UBICAR-CUENTA

           IF WS-ANU-IDX IS EQUAL ZEROS
              MOVE '10' TO FS-DEVHIS
           ELSE
              ADD DEV-INTERES  TO WS-ANU-INTERES  (WS-ANU-IDX)
              ADD DEV-COMISION TO WS-ANU-COMISION (WS-ANU-IDX)
           END-IF.

       F-3100-DESTINO-DEVHIS. EXIT.
      **************************************************************
       3500-UBICAR-CUENTA.
      *    UBICA (O CREA) LA ENTRADA ANUAL DE LA CUENTA BUSCADA.
      *    CON LA TABLA LLENA EL RESUMEN QUEDARIA INCOMPLETO Y EL
      *    CIERRE NO PROCEDE.
           MOVE ZEROS TO WS-ANU-IDX

           PERFORM VARYING WS-ANU-SUB FROM 1 BY 1
                   UNTIL WS-ANU-SUB > WS-ANU-CONT
                   OR WS-ANU-IDX IS NOT EQUAL ZEROS
               IF WS-ANU-CLAVE (WS-ANU-SUB) IS EQUAL WS-ANU-BUSCA
                  MOVE WS-ANU-SUB TO WS-ANU-IDX
               END-IF
           END-PERFORM

           IF WS-ANU-IDX IS EQUAL ZEROS
              IF WS-ANU-CONT < 5000
                 ADD 1 TO WS-ANU-CONT
                 MOVE WS-ANU-CONT  TO WS-ANU-IDX
                 MOVE WS-ANU-BUSCA TO WS-ANU-CLAVE     (WS-ANU-IDX)
                 MOVE ZEROS        TO WS-ANU-INTERES   (WS-ANU-IDX)
                 MOVE ZEROS        TO WS-ANU-COMISION  (WS-ANU-IDX)
                 MOVE ZEROS        TO WS-ANU-RETENCION (WS-ANU-IDX)
                 MOVE ZEROS        TO WS-ANU-INTDEU    (WS-ANU-IDX)
                 MOVE ZEROS        TO WS-ANU-IMPUESTO  (WS-ANU-IDX)
              ELSE
                 DISPLAY '* ATENCION: TABLA ANUAL LLENA (5000)'
                 MOVE 9999 TO RETURN-CODE
              END-IF
           END-IF.

       F-3500-UBICAR-CUENTA. EXIT.
      **************************************************************
       4000-LEER-DIARIO.
      *    RECORRE EL DIARIO PERMANENTE COMPLETO Y SUMA LO IMPUTADO
      *    EN EL ANIO (FECHA DE NEGOCIO DEL DIARIO) DE LOS TIPOS
      *    QUE VAN AL RESUMEN.
           IF RETURN-CODE IS EQUAL 9999
              GO TO F-4000-LEER-DIARIO
           END-IF

           PERFORM UNTIL FS-DIARIO IS NOT EQUAL '00'
              READ DIARIO NEXT INTO WS-REG-DIAMOV
                 AT END
                    MOVE '10' TO FS-DIARIO
                 NOT AT END
                    ADD 1 TO WS-DIA-LEIDOS
                    COMPUTE WS-ANIO-REG = DIA-FECHA / 10000
                    IF WS-ANIO-REG IS EQUAL WS-ANIO
                       ADD 1 TO WS-DIA-DEL-ANIO
                       PERFORM 4100-SUMAR-MOVIMIENTO
                               THRU F-4100-SUMAR-MOVIMIENTO
                    END-IF
              END-READ
           END-PERFORM

           IF FS-DIARIO IS NOT EQUAL '10'
              DISPLAY '* ERROR EN LECTURA DIARIO  = ' FS-DIARIO
              MOVE 9999 TO RETURN-CODE
           END-IF.

       F-4000-LEER-DIARIO. EXIT.
      **************************************************************
       4100-SUMAR-MOVIMIENTO.
      *    EL MOVIMIENTO ANULADO Y SU CONTRA-ASIENTO SE CANCELAN:
      *    NINGUNO DE LOS DOS CUENTA. UN CREDITO DE ESTOS TIPOS ES
      *    UNA DEVOLUCION Y RESTA; EN EL INTERES DE PLAZO FIJO, QUE
      *    SE ACREDITA, EL SIGNO VA AL REVES.
           IF DIA-REVERSADO
              ADD 1 TO WS-DIA-ANULADOS
              GO TO F-4100-SUMAR-MOVIMIENTO
           END-IF

           IF DIA-REV-FECHA IS NUMERIC
              AND DIA-REV-FECHA IS NOT EQUAL ZEROS
              ADD 1 TO WS-DIA-ANULADOS
              GO TO F-4100-SUMAR-MOVIMIENTO
           END-IF

           IF DIA-TIPMOV IS NOT EQUAL TMV-RETENCION
              AND DIA-TIPMOV IS NOT EQUAL TMV-INT-DEUDOR
              AND DIA-TIPMOV IS NOT EQUAL TMV-IMP-DEBCRED
              AND DIA-TIPMOV IS NOT EQUAL TMV-COM-RECHAZO
              AND DIA-TIPMOV IS NOT EQUAL TMV-COM-DEVOLUCION
              AND DIA-TIPMOV IS NOT EQUAL TMV-COM-MOVIMIENTOS
              AND DIA-TIPMOV IS NOT EQUAL TMV-COM-RESUMEN
              AND DIA-TIPMOV IS NOT EQUAL TMV-COM-CHEQUERA
              AND DIA-TIPMOV IS NOT EQUAL TMV-COM-DESCUBIERTO
              AND DIA-TIPMOV IS NOT EQUAL TMV-PF-INTERES
              GO TO F-4100-SUMAR-MOVIMIENTO
           END-IF

           MOVE WS-REG-DIAMOV (1:10) TO WS-ANU-BUSCA
           PERFORM 3500-UBICAR-CUENTA THRU F-3500-UBICAR-CUENTA

           IF WS-ANU-IDX IS EQUAL ZEROS
              MOVE '10' TO FS-DIARIO
              GO TO F-4100-SUMAR-MOVIMIENTO
           END-IF

           ADD 1 TO WS-DIA-SUMADOS

           IF DIA-DBCR IS EQUAL 'C'
              COMPUTE WS-IMPORTE-NETO = ZERO - DIA-IMPORTE
           ELSE
              MOVE DIA-IMPORTE TO WS-IMPORTE-NETO
           END-IF

           EVALUATE DIA-TIPMOV
               WHEN TMV-RETENCION
                    ADD WS-IMPORTE-NETO TO
                        WS-ANU-RETENCION (WS-ANU-IDX)
                    ADD WS-IMPORTE-NETO TO WS-TOT-RETENCION-DIA
               WHEN TMV-INT-DEUDOR
                    ADD WS-IMPORTE-NETO TO
                        WS-ANU-INTDEU (WS-ANU-IDX)
                    ADD WS-IMPORTE-NETO TO WS-TOT-INTDEU-DIA
               WHEN TMV-COM-RECHAZO
               WHEN TMV-COM-DEVOLUCION
               WHEN TMV-COM-MOVIMIENTOS
               WHEN TMV-COM-RESUMEN
               WHEN TMV-COM-CHEQUERA
               WHEN TMV-COM-DESCUBIERTO
                    ADD WS-IMPORTE-NETO TO
                        WS-ANU-COMISION (WS-ANU-IDX)
                    ADD WS-IMPORTE-NETO TO WS-TOT-COMISION-DIA
               WHEN TMV-PF-INTERES
                    SUBTRACT WS-IMPORTE-NETO FROM
                        WS-ANU-INTERES (WS-ANU-IDX)
                    SUBTRACT WS-IMPORTE-NETO FROM WS-TOT-INTERES-DIA
               WHEN OTHER
                    ADD WS-IMPORTE-NETO TO
                        WS-ANU-IMPUESTO (WS-ANU-IDX)
                    ADD WS-IMPORTE-NETO TO WS-TOT-IMPUESTO-DIA
           END-EVALUATE.

       F-4100-SUMAR-MOVIMIENTO. EXIT.
      **************************************************************
       5000-GRABAR-RESUMEN.
      *    ORDENA LA TABLA POR TIPO + CUENTA Y GRABA UN REGISTRO
      *    DEL RESUMEN ANUAL POR CUENTA.
           IF RETURN-CODE IS EQUAL 9999
              GO TO F-5000-GRABAR-RESUMEN
           END-IF

           PERFORM 5100-ORDENAR-TABLA THRU F-5100-ORDENAR-TABLA
                   VARYING WS-ANU-SUB FROM 1 BY 1
                   UNTIL WS-ANU-SUB > WS-ANU-CONT
                   AFTER WS-ANU-OTRO FROM 1 BY 1
                   UNTIL WS-ANU-OTRO > WS-ANU-CONT

           PERFORM 5200-GRABAR-CUENTA THRU F-5200-GRABAR-CUENTA
                   VARYING WS-ANU-SUB FROM 1 BY 1
                   UNTIL WS-ANU-SUB > WS-ANU-CONT
                   OR RETURN-CODE IS EQUAL 9999.

       F-5000-GRABAR-RESUMEN. EXIT.
      **************************************************************
       5100-ORDENAR-TABLA.

           IF WS-ANU-OTRO > WS-ANU-SUB
              AND WS-ANU-CLAVE (WS-ANU-OTRO) <
                  WS-ANU-CLAVE (WS-ANU-SUB)
              MOVE WS-ANU (WS-ANU-SUB)  TO WS-ANU-AUX
              MOVE WS-ANU (WS-ANU-OTRO) TO WS-ANU (WS-ANU-SUB)
              MOVE WS-ANU-AUX           TO WS-ANU (WS-ANU-OTRO)
           END-IF.

       F-5100-ORDENAR-TABLA. EXIT.
      **************************************************************
       5200-GRABAR-CUENTA.

           MOVE SPACES                        TO WS-REG-RESANU
           MOVE WS-ANIO                       TO RAN-ANIO
           MOVE WS-ANU-TIPCUEN   (WS-ANU-SUB) TO RAN-TIPCUEN
           MOVE WS-ANU-NROCUEN   (WS-ANU-SUB) TO RAN-NROCUEN
           MOVE WS-ANU-INTERES   (WS-ANU-SUB) TO RAN-INTERES
           MOVE WS-ANU-COMISION  (WS-ANU-SUB) TO RAN-COMISION
           MOVE WS-ANU-RETENCION (WS-ANU-SUB) TO RAN-RETENCION
           MOVE WS-ANU-INTDEU    (WS-ANU-SUB) TO RAN-INT-DEUDOR
           MOVE WS-ANU-IMPUESTO  (WS-ANU-SUB) TO RAN-IMP-DEBCRED

           WRITE REG-RESANU FROM WS-REG-RESANU

           IF FS-RESANU IS NOT EQUAL '00'
              DISPLAY '* ERROR EN WRITE RESANU   = ' FS-RESANU
              MOVE 9999 TO RETURN-CODE
           ELSE
              ADD 1               TO WS-RES-GRABADOS
              ADD RAN-INTERES     TO WS-TOT-INTERES-RES
              ADD RAN-COMISION    TO WS-TOT-COMISION-RES
              ADD RAN-RETENCION   TO WS-TOT-RETENCION-RES
              ADD RAN-INT-DEUDOR  TO WS-TOT-INTDEU-RES
              ADD RAN-IMP-DEBCRED TO WS-TOT-IMPUESTO-RES
           END-IF.

       F-5200-GRABAR-CUENTA. EXIT.
      **************************************************************
       6000-CERTIFICAR.
      *    CANTIDADES POR ARCHIVO E IMPORTES DEL EJERCICIO; CADA
      *    ARCHIVO TIENE QUE CERRAR LEIDOS = ARCHIVADOS + VIGENTES
      *    Y LO GRABADO EN EL RESUMEN TIENE QUE IGUALAR LO
      *    ARCHIVADO Y LO LEIDO DEL DIARIO. INTERESES Y COMISIONES
      *    SUMAN LAS DOS FUENTES.
           IF RETURN-CODE IS EQUAL 9999
              GO TO F-6000-CERTIFICAR
           END-IF

           IF WS-HIS-LEIDOS IS NOT EQUAL
              WS-HIS-ARCHIVADOS + WS-HIS-VIGENTES
              OR WS-DEV-LEIDOS IS NOT EQUAL
                 WS-DEV-ARCHIVADOS + WS-DEV-VIGENTES
              OR WS-TOT-INTERES-RES   IS NOT EQUAL
                 WS-TOT-INTERES-ARC + WS-TOT-INTERES-DIA
              OR WS-TOT-COMISION-RES  IS NOT EQUAL
                 WS-TOT-COMISION-ARC + WS-TOT-COMISION-DIA
              OR WS-TOT-RETENCION-RES IS NOT EQUAL WS-TOT-RETENCION-DIA
              OR WS-TOT-INTDEU-RES    IS NOT EQUAL WS-TOT-INTDEU-DIA
              OR WS-TOT-IMPUESTO-RES  IS NOT EQUAL WS-TOT-IMPUESTO-DIA
              SET WS-CERTIF-MAL TO TRUE
           END-IF

           MOVE WS-ANIO            TO WS-LT-ANIO
           MOVE WS-FECHA-NEGOCIO-R TO WS-LT-FECHA
           WRITE REG-SALIDA FROM WS-LIN-TITULO
           WRITE REG-SALIDA FROM WS-LIN-BLANCO
           WRITE REG-SALIDA FROM WS-LIN-ARC-CAB

           MOVE 'HISTORICO DE SALDOS DDHISSAL' TO WS-LA-TEXTO
           MOVE WS-HIS-LEIDOS      TO WS-LA-LEIDOS
           MOVE WS-HIS-ARCHIVADOS  TO WS-LA-ARCHIVADOS
           MOVE WS-HIS-VIGENTES    TO WS-LA-VIGENTES
           WRITE REG-SALIDA FROM WS-LIN-ARCHIVO

           MOVE 'DEVENGAMIENTO DDDEVHIS'       TO WS-LA-TEXTO
           MOVE WS-DEV-LEIDOS      TO WS-LA-LEIDOS
           MOVE WS-DEV-ARCHIVADOS  TO WS-LA-ARCHIVADOS
           MOVE WS-DEV-VIGENTES    TO WS-LA-VIGENTES
           WRITE REG-SALIDA FROM WS-LIN-ARCHIVO
           WRITE REG-SALIDA FROM WS-LIN-BLANCO

           MOVE 'DIARIO DDDIAMOV LEIDOS'       TO WS-LC-TEXTO
           MOVE WS-DIA-LEIDOS      TO WS-LC-CANTIDAD
           WRITE REG-SALIDA FROM WS-LIN-CANTIDAD
           MOVE 'IMPUTADOS EN EL EJERCICIO'    TO WS-LC-TEXTO
           MOVE WS-DIA-DEL-ANIO    TO WS-LC-CANTIDAD
           WRITE REG-SALIDA FROM WS-LIN-CANTIDAD
           MOVE 'ANULADOS Y CONTRA-ASIENTOS'   TO WS-LC-TEXTO
           MOVE WS-DIA-ANULADOS    TO WS-LC-CANTIDAD
           WRITE REG-SALIDA FROM WS-LIN-CANTIDAD
           MOVE 'SUMADOS AL RESUMEN ANUAL'     TO WS-LC-TEXTO
           MOVE WS-DIA-SUMADOS     TO WS-LC-CANTIDAD
           WRITE REG-SALIDA FROM WS-LIN-CANTIDAD
           MOVE 'CUENTAS EN EL RESUMEN DDRESANU' TO WS-LC-TEXTO
           MOVE WS-RES-GRABADOS    TO WS-LC-CANTIDAD
           WRITE REG-SALIDA FROM WS-LIN-CANTIDAD
           WRITE REG-SALIDA FROM WS-LIN-BLANCO

           MOVE 'SUMA DE SALDOS DIARIOS ARCHIVADOS'  TO WS-LI-TEXTO
           MOVE WS-TOT-SALDOS-ARC    TO WS-LI-IMPORTE
           WRITE REG-SALIDA FROM WS-LIN-IMPORTE
           MOVE 'INTERESES DEVENGADOS'        TO WS-LI-TEXTO
           MOVE WS-TOT-INTERES-ARC   TO WS-LI-IMPORTE
           WRITE REG-SALIDA FROM WS-LIN-IMPORTE
           MOVE 'INTERESES DE PLAZO FIJO'     TO WS-LI-TEXTO
           MOVE WS-TOT-INTERES-DIA   TO WS-LI-IMPORTE
           WRITE REG-SALIDA FROM WS-LIN-IMPORTE
           MOVE 'TOTAL INTERESES'             TO WS-LI-TEXTO
           MOVE WS-TOT-INTERES-RES   TO WS-LI-IMPORTE
           WRITE REG-SALIDA FROM WS-LIN-IMPORTE
           MOVE 'COMISIONES DEVENGADAS'       TO WS-LI-TEXTO
           MOVE WS-TOT-COMISION-ARC  TO WS-LI-IMPORTE
           WRITE REG-SALIDA FROM WS-LIN-IMPORTE
           MOVE 'COMISIONES COBRADAS POR MOVIMIENTO' TO WS-LI-TEXTO
           MOVE WS-TOT-COMISION-DIA  TO WS-LI-IMPORTE
           WRITE REG-SALIDA FROM WS-LIN-IMPORTE
           MOVE 'TOTAL COMISIONES'            TO WS-LI-TEXTO
           MOVE WS-TOT-COMISION-RES  TO WS-LI-IMPORTE
           WRITE REG-SALIDA FROM WS-LIN-IMPORTE
           MOVE 'RETENCIONES'                 TO WS-LI-TEXTO
           MOVE WS-TOT-RETENCION-RES TO WS-LI-IMPORTE
           WRITE REG-SALIDA FROM WS-LIN-IMPORTE
           MOVE 'INTERES DEUDOR'              TO WS-LI-TEXTO
           MOVE WS-TOT-INTDEU-RES    TO WS-LI-IMPORTE
           WRITE REG-SALIDA FROM WS-LIN-IMPORTE
           MOVE 'IMPUESTO A LOS DEBITOS Y CREDITOS' TO WS-LI-TEXTO
           MOVE WS-TOT-IMPUESTO-RES  TO WS-LI-IMPORTE
           WRITE REG-SALIDA FROM WS-LIN-IMPORTE
           WRITE REG-SALIDA FROM WS-LIN-BLANCO

           IF WS-CERTIF-OK
              MOVE 'CERTIFICACION VERIFICADA: EJERCICIO CERRADO'
                                   TO WS-LX-TEXTO
           ELSE
              MOVE 'LA CERTIFICACION NO CIERRA: EJERCICIO ABIERTO'
                                   TO WS-LX-TEXTO
           END-IF
           WRITE REG-SALIDA FROM WS-LIN-TEXTO

           IF FS-SALIDA IS NOT EQUAL '00'
              DISPLAY '* ERROR EN WRITE SALIDA   = ' FS-SALIDA
              MOVE 9999 TO RETURN-CODE
           END-IF.

       F-6000-CERTIFICAR. EXIT.
      **************************************************************
       7000-GRABAR-MARCA.
      *    LA MARCA SE REEMPLAZA CON EL ANIO RECIEN CERRADO SOLO SI
      *    LA CERTIFICACION CIERRA; SI NO, RC 8 Y EL EJERCICIO
      *    SIGUE ABIERTO PARA REPROCESAR.
           IF RETURN-CODE IS EQUAL 9999
              GO TO F-7000-GRABAR-MARCA
           END-IF

           IF WS-CERTIF-MAL
              DISPLAY '* LA CERTIFICACION NO CIERRA, SIN MARCA'
              MOVE 8 TO RETURN-CODE
              GO TO F-7000-GRABAR-MARCA
           END-IF

           OPEN OUTPUT ANIOCER.

           IF FS-ANIOCER IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN ANIOCER   = ' FS-ANIOCER
              MOVE 9999 TO RETURN-CODE
              GO TO F-7000-GRABAR-MARCA
           END-IF

           MOVE SPACES             TO WS-REG-ANICER
           MOVE WS-ANIO            TO CIE-ANIO
           MOVE WS-FECHA-NEGOCIO-R TO CIE-FECHA-CIERRE
           MOVE WS-RES-GRABADOS    TO CIE-CUENTAS

           WRITE REG-ANIOCER FROM WS-REG-ANICER

           IF FS-ANIOCER IS NOT EQUAL '00'
              DISPLAY '* ERROR EN WRITE ANIOCER  = ' FS-ANIOCER
              MOVE 9999 TO RETURN-CODE
           END-IF

           CLOSE ANIOCER.

       F-7000-GRABAR-MARCA. EXIT.
      **************************************************************
       9999-FINAL.

           IF RETURN-CODE NOT EQUAL 9999
             CLOSE HISTSAL
                 IF FS-HISTSAL IS NOT EQUAL '00'
                  DISPLAY '* ERROR EN CLOSE HISTSAL   = '
                                            FS-HISTSAL
                  MOVE 9999 TO RETURN-CODE
                 END-IF

             CLOSE HISARC
                 IF FS-HISARC IS NOT EQUAL '00'
                  DISPLAY '* ERROR EN CLOSE HISARC    = '
                                            FS-HISARC
                  MOVE 9999 TO RETURN-CODE
                 END-IF

             CLOSE HISVIG
                 IF FS-HISVIG IS NOT EQUAL '00'
                  DISPLAY '* ERROR EN CLOSE HISVIG    = '
                                            FS-HISVIG
                  MOVE 9999 TO RETURN-CODE
                 END-IF

             CLOSE DEVHIS
                 IF FS-DEVHIS IS NOT EQUAL '00'
                  DISPLAY '* ERROR EN CLOSE DEVHIS    = '
                                            FS-DEVHIS
                  MOVE 9999 TO RETURN-CODE
                 END-IF

             CLOSE DEVARC
                 IF FS-DEVARC IS NOT EQUAL '00'
                  DISPLAY '* ERROR EN CLOSE DEVARC    = '
                                            FS-DEVARC
                  MOVE 9999 TO RETURN-CODE
                 END-IF

             CLOSE DEVVIG
                 IF FS-DEVVIG IS NOT EQUAL '00'
                  DISPLAY '* ERROR EN CLOSE DEVVIG    = '
                                            FS-DEVVIG
                  MOVE 9999 TO RETURN-CODE
                 END-IF

             CLOSE DIARIO
                 IF FS-DIARIO IS NOT EQUAL '00'
                  DISPLAY '* ERROR EN CLOSE DIARIO    = '
                                            FS-DIARIO
                  MOVE 9999 TO RETURN-CODE
                 END-IF

             CLOSE RESANU
                 IF FS-RESANU IS NOT EQUAL '00'
                  DISPLAY '* ERROR EN CLOSE RESANU    = '
                                            FS-RESANU
                  MOVE 9999 TO RETURN-CODE
                 END-IF

             CLOSE SALIDA
                 IF FS-SALIDA IS NOT EQUAL '00'
                  DISPLAY '* ERROR EN CLOSE SALIDA    = '
                                            FS-SALIDA
                  MOVE 9999 TO RETURN-CODE
                 END-IF

             DISPLAY '***************************************'
             DISPLAY ' EJERCICIO CERRADO           :  ' WS-ANIO
             DISPLAY ' HISTORICO SALDOS LEIDO      :  ' WS-HIS-LEIDOS
             DISPLAY ' HISTORICO SALDOS ARCHIVADO  :  '
                                                   WS-HIS-ARCHIVADOS
             DISPLAY ' DEVENGAMIENTO LEIDO         :  ' WS-DEV-LEIDOS
             DISPLAY ' DEVENGAMIENTO ARCHIVADO     :  '
                                                   WS-DEV-ARCHIVADOS
             DISPLAY ' DIARIO LEIDO                :  ' WS-DIA-LEIDOS
             DISPLAY ' MOVIMIENTOS SUMADOS         :  '
                                                   WS-DIA-SUMADOS
             DISPLAY ' CUENTAS EN EL RESUMEN       :  '
                                                   WS-RES-GRABADOS
             DISPLAY '***************************************'

           END-IF.

       F-9999-FINAL.
           EXIT.
