       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMTFCBF.
       AUTHOR.    FEDERICO FALCON.
      **************************************************************
      *  MANTENIMIENTO CONTROLADO DE LA TABLA DE COMISIONES POR    *
      *  ACTIVIDAD DDTARCOM (LAYOUT CPTARCOM). PGMINCBF COBRA UNA  *
      *  SOLA COMISION FIJA POR TIPO DE CUENTA; LA FACTURACION     *
      *  MENSUAL PGMFCCBF COBRA ADEMAS POR ACTIVIDAD SEGUN ESTA    *
      *  TABLA, POR TIPO DE CUENTA Y SEGMENTO. ESTE PASO, COMO     *
      *  PGMTSCBF PARA LAS TASAS:                                  *
      *    - LEE LA TABLA VIGENTE (DDTARANT) Y LAS NOVEDADES       *
      *      (DDNOVTAR: AL ALTA DE VIGENCIA, CM CAMBIO, BJ BAJA)   *
      *    - VALIDA LA FECHA DE VIGENCIA CON EL MODULO PGMFSCBF,   *
      *      EL SEGMENTO (BLANCO PARA LA FILA GENERAL, A, B O C),  *
      *      QUE LOS IMPORTES SEAN NUMERICOS Y LOS PORCENTAJES DE  *
      *      BONIFICACION NO PASEN DE 100, Y RECHAZA VIGENCIAS     *
      *      SUPERPUESTAS (MISMO TIPO DE CUENTA Y SEGMENTO CON LA  *
      *      MISMA FECHA DE VIGENCIA)                              *
      *    - REGISTRA CADA CAMBIO APLICADO EN DDLOG CON VALORES    *
      *      ANTERIORES Y NUEVOS                                   *
      *    - GRABA LA TABLA RESULTANTE EN DDTARSAL Y EL LISTADO    *
      *      PARA FIRMA DE MARKETING Y DE LA MESA DE PRODUCTOS EN  *
      *      DDSALI                                                *
      *  LOS RECHAZOS QUEDAN EN DDRECHA CON SU MOTIVO.             *
      **************************************************************
       ENVIRONMENT DIVISION.
      **************************************************************
       CONFIGURATION SECTION.

       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
      **************************************************************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT TARANT     ASSIGN TO DDTARANT
                 FILE STATUS IS FS-TARANT.

           SELECT NOVEDADES  ASSIGN TO DDNOVTAR
                 FILE STATUS IS FS-NOVEDAD.

           SELECT TARSAL     ASSIGN TO DDTARSAL
                 FILE STATUS IS FS-TARSAL.

           SELECT LOGCAMBIO  ASSIGN TO DDLOG
                 FILE STATUS IS FS-LOG.

           SELECT RECHAZOS   ASSIGN TO DDRECHA
                 FILE STATUS IS FS-RECHAZO.

           SELECT SALIDA     ASSIGN TO DDSALI
                 FILE STATUS IS FS-SALIDA.
      **************************************************************
       I-O-CONTROL.

       DATA DIVISION.
       FILE SECTION.
       FD   TARANT
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01   REG-TARANT              PIC X(80).

       FD   NOVEDADES
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01   REG-NOVEDAD             PIC X(80).

       FD   TARSAL
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01   REG-TARSAL              PIC X(80).

       FD   LOGCAMBIO
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01   REG-LOG                 PIC X(80).

       FD   RECHAZOS
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01   REG-RECHAZO.
           05  RCH-NOVEDAD          PIC X(80).
           05  RCH-MOTIVO           PIC X(30).

       FD   SALIDA
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01   REG-SALIDA              PIC X(80).
      **************************************************************
       WORKING-STORAGE SECTION.
       77  FILLER        PIC X(26) VALUE '* INICIO WORKING-STORAGE *'.

      ***********************FILE STATUS****************************
       77  FS-TARANT                  PIC XX      VALUE SPACES.
       77  FS-NOVEDAD                 PIC XX      VALUE SPACES.
           88  FS-NOVEDAD-FIN                     VALUE '10'.
       77  FS-TARSAL                  PIC XX      VALUE SPACES.
       77  FS-LOG                     PIC XX      VALUE SPACES.
       77  FS-RECHAZO                 PIC XX      VALUE SPACES.
       77  FS-SALIDA                  PIC XX      VALUE SPACES.

      *********************CONTADORES*******************************
       77  WS-CANT-LEIDAS             PIC 9(05)   VALUE ZEROES.
       77  WS-CANT-ALTAS              PIC 9(05)   VALUE ZEROES.
       77  WS-CANT-CAMBIOS            PIC 9(05)   VALUE ZEROES.
       77  WS-CANT-BAJAS              PIC 9(05)   VALUE ZEROES.
       77  WS-CANT-RECHAZADAS         PIC 9(05)   VALUE ZEROES.
       77  WS-FILAS-GRABADAS          PIC 9(05)   VALUE ZEROES.

      *****************FILA DE LA TABLA DE COMISIONES******************
           COPY CPTARCOM.

      *****************NOVEDAD DE COMISION*****************************
      *    LA ACCION SEGUIDA DE LA FILA CON EL LAYOUT DE CPTARCOM.
       01  WS-REG-NOVTAR.
           05  NTR-ACCION           PIC X(02).
           05  NTR-FILA.
               10  NTR-CLAVE.
                   15  NTR-TIPCUEN      PIC 9(02).
                   15  NTR-SEGMENTO     PIC X(01).
                   15  NTR-FEC-VIGENCIA PIC 9(08).
               10  NTR-IMPORTES.
                   15  NTR-MOV-LIBRES   PIC 9(03).
                   15  NTR-CARGO-MOV    PIC 9(05)V99.
                   15  NTR-CARGO-RESUMEN  PIC 9(05)V99.
                   15  NTR-CARGO-CHEQUERA PIC 9(05)V99.
                   15  NTR-CARGO-DESCUB PIC 9(05)V99.
                   15  NTR-BON-MOV      PIC 9(03).
                   15  NTR-BON-RESUMEN  PIC 9(03).
                   15  NTR-BON-CHEQUERA PIC 9(03).
                   15  NTR-BON-DESCUB   PIC 9(03).
           05  FILLER               PIC X(24).

      *****************TABLA DE COMISIONES EN MEMORIA******************
      *    CADA FILA GUARDA LOS 54 BYTES DE DATOS DE CPTARCOM; LOS
      *    11 PRIMEROS SON LA CLAVE TIPO + SEGMENTO + VIGENCIA.
       77  WS-TRF-CONT     PIC 9(03) USAGE COMP VALUE ZEROS.
       77  WS-TRF-SUB      PIC 9(03) USAGE COMP VALUE ZEROS.
       77  WS-TRF-IDX      PIC 9(03) USAGE COMP VALUE ZEROS.
       01  WS-TABLA-TARIFAS.
           03  WS-TRF      OCCURS 500 TIMES.
               05  WS-TRF-FILA      PIC X(54).
               05  WS-TRF-BAJA      PIC X(01).

      *****************AREA DEL MODULO DE FECHAS***********************
           COPY CPFECSRV.

      *****************LINEAS DEL LOG Y DEL LISTADO********************
       01  WS-LIN-LOG.
           05  WS-LG-ACCION         PIC X(02).
           05  FILLER               PIC X(06)   VALUE ' TIPO '.
           05  WS-LG-TIPCUEN        PIC 9(02).
           05  FILLER               PIC X(05)   VALUE ' SEG '.
           05  WS-LG-SEGMENTO       PIC X(01).
           05  FILLER               PIC X(05)   VALUE ' VIG '.
           05  WS-LG-VIGENCIA       PIC 9(08).
           05  FILLER               PIC X(09)   VALUE ' MOV ANT '.
           05  WS-LG-MOV-ANT        PIC ZZZZ9,99.
           05  FILLER               PIC X(05)   VALUE ' NVO '.
           05  WS-LG-MOV-NVO        PIC ZZZZ9,99.
           05  FILLER               PIC X(09)   VALUE ' LIBRES  '.
           05  WS-LG-LIB-ANT        PIC ZZ9.
           05  FILLER               PIC X(01)   VALUE '/'.
           05  WS-LG-LIB-NVO        PIC ZZ9.
           05  FILLER               PIC X(05)   VALUE SPACES.

       01  WS-LIN-ENCABEZADO.
           05  FILLER               PIC X(38)   VALUE
           ' TP S VIGENCIA LIB CARGO MOV  RESUMEN '.
           05  FILLER               PIC X(26)   VALUE
           'CHEQUERA DESCUB.  BONIF%  '.
           05  FILLER               PIC X(16)   VALUE
           'MOV RES CHQ DES '.

       01  WS-LIN-LISTADO.
           05  FILLER               PIC X(01)   VALUE SPACE.
           05  WS-LL-TIPCUEN        PIC 9(02).
           05  FILLER               PIC X(01)   VALUE SPACE.
           05  WS-LL-SEGMENTO       PIC X(01).
           05  FILLER               PIC X(01)   VALUE SPACE.
           05  WS-LL-VIGENCIA       PIC 9(08).
           05  FILLER               PIC X(01)   VALUE SPACE.
           05  WS-LL-LIBRES         PIC ZZ9.
           05  FILLER               PIC X(02)   VALUE SPACES.
           05  WS-LL-CARGO-MOV      PIC ZZZZ9,99.
           05  FILLER               PIC X(01)   VALUE SPACE.
           05  WS-LL-CARGO-RES      PIC ZZZZ9,99.
           05  FILLER               PIC X(01)   VALUE SPACE.
           05  WS-LL-CARGO-CHQ      PIC ZZZZ9,99.
           05  FILLER               PIC X(01)   VALUE SPACE.
           05  WS-LL-CARGO-DES      PIC ZZZZ9,99.
           05  FILLER               PIC X(09)   VALUE SPACES.
           05  WS-LL-BON-MOV        PIC ZZ9.
           05  FILLER               PIC X(01)   VALUE SPACE.
           05  WS-LL-BON-RES        PIC ZZ9.
           05  FILLER               PIC X(01)   VALUE SPACE.
           05  WS-LL-BON-CHQ        PIC ZZ9.
           05  FILLER               PIC X(01)   VALUE SPACE.
           05  WS-LL-BON-DES        PIC ZZ9.
           05  FILLER               PIC X(01)   VALUE SPACE.

       01  WS-LIN-FIRMA.
           05  FILLER               PIC X(40)   VALUE
           ' APROBADO POR MARKETING Y LA MESA DE PRO'.
           05  FILLER               PIC X(20)   VALUE
           'DUCTOS:  FIRMA      '.
           05  FILLER               PIC X(20)   VALUE
           '____________________'.

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
                   UNTIL FS-NOVEDAD-FIN.

           PERFORM 9999-FINAL    THRU  F-9999-FINAL.

       F-MAIN-PROGRAM. GOBACK.

      **************************************
      *                                    *
      *  CUERPO INICIO APERTURA ARCHIVOS   *
      *                                    *
      **************************************
       1000-INICIO.

           OPEN INPUT  NOVEDADES.

           IF FS-NOVEDAD IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN NOVEDADES = ' FS-NOVEDAD
              MOVE 9999 TO RETURN-CODE
              SET  FS-NOVEDAD-FIN TO TRUE
           END-IF

           OPEN OUTPUT TARSAL.

           IF FS-TARSAL IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN TARSAL    = ' FS-TARSAL
              MOVE 9999 TO RETURN-CODE
              SET  FS-NOVEDAD-FIN TO TRUE
           END-IF

           OPEN OUTPUT LOGCAMBIO.

           IF FS-LOG IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN LOG       = ' FS-LOG
              MOVE 9999 TO RETURN-CODE
              SET  FS-NOVEDAD-FIN TO TRUE
           END-IF

           OPEN OUTPUT RECHAZOS.

           IF FS-RECHAZO IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN RECHAZOS  = ' FS-RECHAZO
              MOVE 9999 TO RETURN-CODE
              SET  FS-NOVEDAD-FIN TO TRUE
           END-IF

           OPEN OUTPUT SALIDA.

           IF FS-SALIDA IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN SALIDA    = ' FS-SALIDA
              MOVE 9999 TO RETURN-CODE
              SET  FS-NOVEDAD-FIN TO TRUE
           END-IF

           PERFORM 1100-CARGAR-TARIFAS THRU F-1100-CARGAR-TARIFAS.

       F-1000-INICIO.   EXIT.
      **************************************************************
       1100-CARGAR-TARIFAS.
      *    TABLA VIGENTE; PUEDE NO EXISTIR EN LA PRIMERA CARGA.
           OPEN INPUT TARANT

           IF FS-TARANT IS EQUAL '00'
              PERFORM UNTIL FS-TARANT IS NOT EQUAL '00'
                 READ TARANT INTO WS-REG-TARCOM
                    AT END
                       MOVE '10' TO FS-TARANT
                    NOT AT END
                       IF WS-TRF-CONT < 500
                          ADD 1 TO WS-TRF-CONT
                          MOVE WS-REG-TARCOM (1:54) TO
                               WS-TRF-FILA (WS-TRF-CONT)
                          MOVE 'N' TO WS-TRF-BAJA (WS-TRF-CONT)
                       ELSE
                          DISPLAY '* ATENCION: TABLA DE COMISIONES '
                                  'LLENA (500)'
                          MOVE '10' TO FS-TARANT
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE TARANT
           ELSE
              DISPLAY '* SIN TABLA DE COMISIONES PREVIA, ARRANCA '
                      'VACIA'
           END-IF.

       F-1100-CARGAR-TARIFAS. EXIT.
      **************************************************************
       2000-PROCESO.

           READ NOVEDADES INTO WS-REG-NOVTAR

           EVALUATE FS-NOVEDAD
             WHEN '00'
                  ADD 1 TO WS-CANT-LEIDAS
                  PERFORM 3000-APLICAR-NOVEDAD
                          THRU F-3000-APLICAR-NOVEDAD

              WHEN '10'
                CONTINUE

              WHEN OTHER
              DISPLAY '* ERROR EN LECTURA NOVEDAD  = ' FS-NOVEDAD
              MOVE 9999 TO RETURN-CODE
              SET FS-NOVEDAD-FIN TO TRUE

           END-EVALUATE.

       F-2000-PROCESO. EXIT.
      **************************************************************
       3000-APLICAR-NOVEDAD.
      *    LA FECHA DE VIGENCIA SE VALIDA CON EL MODULO DE FECHAS
      *    ANTES DE TOCAR LA TABLA; UNA FECHA QUE EL MODULO NO
      *    PUEDE RESOLVER ES UN ERROR DE TIPEO SEGURO.
           MOVE 'H'              TO FSV-FUNCION
           MOVE NTR-FEC-VIGENCIA TO FSV-FECHA-ENT
           MOVE ZEROS            TO FSV-CANT-DIAS
           CALL 'PGMFSCBF' USING WS-FECSRV-AREA

           IF FSV-RESULTADO IS EQUAL 'E'
              MOVE 'FECHA DE VIGENCIA INVALIDA' TO RCH-MOTIVO
              PERFORM 4100-GRABAR-RECHAZO THRU F-4100-GRABAR-RECHAZO
              GO TO F-3000-APLICAR-NOVEDAD
           END-IF

           IF NTR-SEGMENTO IS NOT EQUAL SPACE AND 'A' AND 'B'
                                        AND 'C'
              MOVE 'SEGMENTO INVALIDO' TO RCH-MOTIVO
              PERFORM 4100-GRABAR-RECHAZO THRU F-4100-GRABAR-RECHAZO
              GO TO F-3000-APLICAR-NOVEDAD
           END-IF

           IF NTR-ACCION IS NOT EQUAL 'BJ'
              PERFORM 3050-VALIDAR-IMPORTES
                      THRU F-3050-VALIDAR-IMPORTES
              IF RCH-MOTIVO IS NOT EQUAL SPACES
                 PERFORM 4100-GRABAR-RECHAZO
                         THRU F-4100-GRABAR-RECHAZO
                 GO TO F-3000-APLICAR-NOVEDAD
              END-IF
           END-IF

           PERFORM 3100-BUSCAR-FILA THRU F-3100-BUSCAR-FILA

           EVALUATE NTR-ACCION
               WHEN 'AL'
                    PERFORM 3200-ALTA THRU F-3200-ALTA
               WHEN 'CM'
                    PERFORM 3300-CAMBIO THRU F-3300-CAMBIO
               WHEN 'BJ'
                    PERFORM 3400-BAJA THRU F-3400-BAJA
               WHEN OTHER
                    MOVE 'ACCION NO RECONOCIDA' TO RCH-MOTIVO
                    PERFORM 4100-GRABAR-RECHAZO
                            THRU F-4100-GRABAR-RECHAZO
           END-EVALUATE.

       F-3000-APLICAR-NOVEDAD. EXIT.
      **************************************************************
       3050-VALIDAR-IMPORTES.
      *    DEJA EL MOTIVO EN BLANCO SI LA FILA ES ACEPTABLE.
           MOVE SPACES TO RCH-MOTIVO

           IF NTR-IMPORTES IS NOT NUMERIC
              MOVE 'IMPORTES NO NUMERICOS' TO RCH-MOTIVO
              GO TO F-3050-VALIDAR-IMPORTES
           END-IF

           IF NTR-BON-MOV      IS GREATER 100
              OR NTR-BON-RESUMEN  IS GREATER 100
              OR NTR-BON-CHEQUERA IS GREATER 100
              OR NTR-BON-DESCUB   IS GREATER 100
              MOVE 'BONIFICACION MAYOR A 100%' TO RCH-MOTIVO
           END-IF.

       F-3050-VALIDAR-IMPORTES. EXIT.
      **************************************************************
       3100-BUSCAR-FILA.
      *    BUSCA LA FILA DEL MISMO TIPO DE CUENTA Y SEGMENTO CON LA
      *    MISMA FECHA DE VIGENCIA; DOS FILAS ASI SERIAN UNA
      *    VIGENCIA SUPERPUESTA.
           MOVE ZEROS TO WS-TRF-IDX

           PERFORM VARYING WS-TRF-SUB FROM 1 BY 1
                   UNTIL WS-TRF-SUB > WS-TRF-CONT
               IF WS-TRF-BAJA (WS-TRF-SUB) IS EQUAL 'N'
                  AND WS-TRF-FILA (WS-TRF-SUB) (1:11) IS EQUAL
                      NTR-CLAVE
                  MOVE WS-TRF-SUB TO WS-TRF-IDX
               END-IF
           END-PERFORM.

       F-3100-BUSCAR-FILA. EXIT.
      **************************************************************
       3200-ALTA.

           IF WS-TRF-IDX NOT EQUAL ZEROS
              MOVE 'VIGENCIA SUPERPUESTA' TO RCH-MOTIVO
              PERFORM 4100-GRABAR-RECHAZO THRU F-4100-GRABAR-RECHAZO
           ELSE
              IF WS-TRF-CONT < 500
                 ADD 1 TO WS-TRF-CONT
                 ADD 1 TO WS-CANT-ALTAS
                 MOVE NTR-FILA TO WS-TRF-FILA (WS-TRF-CONT)
                 MOVE 'N'      TO WS-TRF-BAJA (WS-TRF-CONT)
                 MOVE ZEROS    TO WS-LG-MOV-ANT WS-LG-LIB-ANT
                 PERFORM 5000-GRABAR-LOG THRU F-5000-GRABAR-LOG
              ELSE
                 MOVE 'TABLA DE COMISIONES LLENA' TO RCH-MOTIVO
                 PERFORM 4100-GRABAR-RECHAZO
                         THRU F-4100-GRABAR-RECHAZO
              END-IF
           END-IF.

       F-3200-ALTA. EXIT.
      **************************************************************
       3300-CAMBIO.

           IF WS-TRF-IDX IS EQUAL ZEROS
              MOVE 'VIGENCIA INEXISTENTE EN CAMBIO' TO RCH-MOTIVO
              PERFORM 4100-GRABAR-RECHAZO THRU F-4100-GRABAR-RECHAZO
           ELSE
              ADD 1 TO WS-CANT-CAMBIOS
              MOVE WS-TRF-FILA (WS-TRF-IDX) TO WS-REG-TARCOM
              MOVE TAR-CARGO-MOV  TO WS-LG-MOV-ANT
              MOVE TAR-MOV-LIBRES TO WS-LG-LIB-ANT
              MOVE NTR-FILA TO WS-TRF-FILA (WS-TRF-IDX)
              PERFORM 5000-GRABAR-LOG THRU F-5000-GRABAR-LOG
           END-IF.

       F-3300-CAMBIO. EXIT.
      **************************************************************
       3400-BAJA.

           IF WS-TRF-IDX IS EQUAL ZEROS
              MOVE 'VIGENCIA INEXISTENTE EN BAJA' TO RCH-MOTIVO
              PERFORM 4100-GRABAR-RECHAZO THRU F-4100-GRABAR-RECHAZO
           ELSE
              ADD 1 TO WS-CANT-BAJAS
              MOVE WS-TRF-FILA (WS-TRF-IDX) TO WS-REG-TARCOM
              MOVE TAR-CARGO-MOV  TO WS-LG-MOV-ANT
              MOVE TAR-MOV-LIBRES TO WS-LG-LIB-ANT
              MOVE 'S' TO WS-TRF-BAJA (WS-TRF-IDX)
              MOVE ZEROS TO NTR-CARGO-MOV NTR-MOV-LIBRES
              PERFORM 5000-GRABAR-LOG THRU F-5000-GRABAR-LOG
           END-IF.

       F-3400-BAJA. EXIT.
      **************************************************************
       4100-GRABAR-RECHAZO.

           ADD 1 TO WS-CANT-RECHAZADAS

           MOVE WS-REG-NOVTAR TO RCH-NOVEDAD
           WRITE REG-RECHAZO

           IF FS-RECHAZO IS NOT EQUAL '00'
              DISPLAY '* ERROR EN WRITE RECHAZOS = ' FS-RECHAZO
              MOVE 9999 TO RETURN-CODE
              SET FS-NOVEDAD-FIN TO TRUE
           END-IF.

       F-4100-GRABAR-RECHAZO. EXIT.
      **************************************************************
       5000-GRABAR-LOG.
      *    CONSTANCIA DEL CAMBIO APLICADO CON EL CARGO POR
      *    MOVIMIENTO Y LOS MOVIMIENTOS LIBRES ANTERIORES Y NUEVOS;
      *    LA FILA COMPLETA QUEDA EN EL LISTADO FIRMADO.
           MOVE NTR-ACCION       TO WS-LG-ACCION
           MOVE NTR-TIPCUEN      TO WS-LG-TIPCUEN
           MOVE NTR-SEGMENTO     TO WS-LG-SEGMENTO
           MOVE NTR-FEC-VIGENCIA TO WS-LG-VIGENCIA
           MOVE NTR-CARGO-MOV    TO WS-LG-MOV-NVO
           MOVE NTR-MOV-LIBRES   TO WS-LG-LIB-NVO
           WRITE REG-LOG FROM WS-LIN-LOG

           IF FS-LOG IS NOT EQUAL '00'
              DISPLAY '* ERROR EN WRITE LOG      = ' FS-LOG
              MOVE 9999 TO RETURN-CODE
              SET FS-NOVEDAD-FIN TO TRUE
           END-IF.

       F-5000-GRABAR-LOG. EXIT.
      **************************************************************
       9999-FINAL.

           IF RETURN-CODE NOT EQUAL 9999
             CLOSE NOVEDADES
                 IF FS-NOVEDAD IS NOT EQUAL '00' AND '10'
                  DISPLAY '* ERROR EN CLOSE NOVEDADES = '
                                            FS-NOVEDAD
                  MOVE 9999 TO RETURN-CODE
                 END-IF

      **************************************
      *   TABLA RESULTANTE Y LISTADO       *
      **************************************
             WRITE REG-SALIDA FROM WS-LIN-ENCABEZADO

             PERFORM VARYING WS-TRF-SUB FROM 1 BY 1
                     UNTIL WS-TRF-SUB > WS-TRF-CONT
                 IF WS-TRF-BAJA (WS-TRF-SUB) IS EQUAL 'N'
                    PERFORM 8000-GRABAR-FILA
                            THRU F-8000-GRABAR-FILA
                 END-IF
             END-PERFORM

             WRITE REG-SALIDA FROM WS-LIN-FIRMA

             CLOSE TARSAL
                 IF FS-TARSAL IS NOT EQUAL '00'
                  DISPLAY '* ERROR EN CLOSE TARSAL    = '
                                            FS-TARSAL
                  MOVE 9999 TO RETURN-CODE
                 END-IF

             CLOSE LOGCAMBIO
                 IF FS-LOG IS NOT EQUAL '00'
                  DISPLAY '* ERROR EN CLOSE LOG       = '
                                            FS-LOG
                  MOVE 9999 TO RETURN-CODE
                 END-IF

             CLOSE RECHAZOS
                 IF FS-RECHAZO IS NOT EQUAL '00'
                  DISPLAY '* ERROR EN CLOSE RECHAZOS  = '
                                            FS-RECHAZO
                  MOVE 9999 TO RETURN-CODE
                 END-IF

             CLOSE SALIDA
                 IF FS-SALIDA IS NOT EQUAL '00'
                  DISPLAY '* ERROR EN CLOSE SALIDA    = '
                                            FS-SALIDA
                  MOVE 9999 TO RETURN-CODE
                 END-IF

             DISPLAY '***************************************'
             DISPLAY ' NOVEDADES DE COMISION LEIDAS :  '
                                               WS-CANT-LEIDAS
             DISPLAY ' ALTAS APLICADAS         (AL) :  '
                                               WS-CANT-ALTAS
             DISPLAY ' CAMBIOS APLICADOS       (CM) :  '
                                               WS-CANT-CAMBIOS
             DISPLAY ' BAJAS APLICADAS         (BJ) :  '
                                               WS-CANT-BAJAS
             DISPLAY ' NOVEDADES RECHAZADAS         :  '
                                               WS-CANT-RECHAZADAS
             DISPLAY ' FILAS GRABADAS               :  '
                                               WS-FILAS-GRABADAS
             DISPLAY '***************************************'

           END-IF.

       F-9999-FINAL.
           EXIT.
      **************************************************************
       8000-GRABAR-FILA.

           MOVE SPACES TO WS-REG-TARCOM
           MOVE WS-TRF-FILA (WS-TRF-SUB) TO WS-REG-TARCOM (1:54)

           WRITE REG-TARSAL FROM WS-REG-TARCOM

           IF FS-TARSAL IS NOT EQUAL '00'
              DISPLAY '* ERROR EN WRITE TARSAL   = ' FS-TARSAL
              MOVE 9999 TO RETURN-CODE
           ELSE
              ADD 1 TO WS-FILAS-GRABADAS
           END-IF

           MOVE TAR-TIPCUEN        TO WS-LL-TIPCUEN
           MOVE TAR-SEGMENTO       TO WS-LL-SEGMENTO
           MOVE TAR-FEC-VIGENCIA   TO WS-LL-VIGENCIA
           MOVE TAR-MOV-LIBRES     TO WS-LL-LIBRES
           MOVE TAR-CARGO-MOV      TO WS-LL-CARGO-MOV
           MOVE TAR-CARGO-RESUMEN  TO WS-LL-CARGO-RES
           MOVE TAR-CARGO-CHEQUERA TO WS-LL-CARGO-CHQ
           MOVE TAR-CARGO-DESCUB   TO WS-LL-CARGO-DES
           MOVE TAR-BON-MOV        TO WS-LL-BON-MOV
           MOVE TAR-BON-RESUMEN    TO WS-LL-BON-RES
           MOVE TAR-BON-CHEQUERA   TO WS-LL-BON-CHQ
           MOVE TAR-BON-DESCUB     TO WS-LL-BON-DES
           WRITE REG-SALIDA FROM WS-LIN-LISTADO

           IF FS-SALIDA IS NOT EQUAL '00'
              DISPLAY '* ERROR EN WRITE SALIDA   = ' FS-SALIDA
              MOVE 9999 TO RETURN-CODE
           END-IF.

       F-8000-GRABAR-FILA. EXIT.
