       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMTJCBF.
       AUTHOR.    FEDERICO FALCON.
      **************************************************************
      *  MAESTRO DE TARJETAS DE DEBITO Y ARCHIVO NEGATIVO.         *
      *  LA CONCILIACION DEL SWITCH PGMCJCBF APAREABA POR CUENTA   *
      *  SIN SABER QUE TARJETAS EXISTEN, QUE CUENTA DEBITA CADA    *
      *  UNA NI CUALES FUERON DENUNCIADAS. ESTE PASO MANTIENE EL   *
      *  MAESTRO DDTARDEB (LAYOUT CPTARDEB) CON LAS NOVEDADES DE   *
      *  LAS SUCURSALES (DDNOVTDB):                                *
      *    - EM = EMISION: ALTA CON CUENTA, TITULAR, SUCURSAL,     *
      *      VENCIMIENTO Y LIMITE DIARIO DE EXTRACCION             *
      *    - BL = BLOQUEO POR EXTRAVIO (E), ROBO (R) O PREVENTIVO  *
      *      DEL BANCO (P); UN PREVENTIVO PUEDE PASAR A E O R      *
      *    - DB = DESBLOQUEO, SOLO DE UN BLOQUEO PREVENTIVO        *
      *    - RE = REEMPLAZO: LA TARJETA VIEJA QUEDA REEMPLAZADA Y  *
      *      LA NUEVA HEREDA CUENTA, TITULAR Y LIMITE (Y EL        *
      *      VENCIMIENTO SI LA NOVEDAD NO TRAE UNO NUEVO)          *
      *  LAS NOVEDADES INVALIDAS VAN A DDRECHA CON SU MOTIVO Y LAS *
      *  APLICADAS SE LISTAN EN DDSALI.                            *
      *  AL TERMINAR RECORRE EL MAESTRO Y ARMA EN DDNEGTAR EL      *
      *  ARCHIVO NEGATIVO COMPLETO PARA EL SWITCH: TODA TARJETA    *
      *  BLOQUEADA, REEMPLAZADA O VENCIDA A LA FECHA DE NEGOCIO.   *
      **************************************************************
       ENVIRONMENT DIVISION.
      **************************************************************
       CONFIGURATION SECTION.

       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
      **************************************************************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

            SELECT TARJETAS ASSIGN TO DDTARDEB
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS MAE-TDB-CLAVE
                 FILE STATUS IS FS-TARJETAS.

            SELECT NOVEDADES ASSIGN TO DDNOVTDB
                 FILE STATUS IS FS-NOVEDAD.

            SELECT RECHAZOS ASSIGN TO DDRECHA
                 FILE STATUS IS FS-RECHAZO.

            SELECT NEGATIVO ASSIGN TO DDNEGTAR
                 FILE STATUS IS FS-NEGATIVO.

            SELECT FECHAPRO ASSIGN TO DDFECPRO
                 FILE STATUS IS FS-FECHAPRO.

            SELECT SALIDA ASSIGN TO DDSALI
                 FILE STATUS IS FS-SALIDA.
      **************************************************************
       I-O-CONTROL.

       DATA DIVISION.
       FILE SECTION.
       FD   TARJETAS.

       01   REG-TARJETAS.
           03  MAE-TDB-CLAVE        PIC X(16).
           03  FILLER               PIC X(84).
      **************************************************************
       FD   NOVEDADES
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01   REG-NOVEDAD             PIC X(80).
      **************************************************************
       FD   RECHAZOS
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01   REG-RECHAZO.
           05  RCH-NOVEDAD          PIC X(80).
           05  RCH-MOTIVO           PIC X(30).
      **************************************************************
       FD   NEGATIVO
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01   REG-NEGATIVO            PIC X(80).
      **************************************************************
       FD   FECHAPRO
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01   REG-FECHAPRO.
           05  FPR-FECHA            PIC 9(08).
           05  FILLER               PIC X(72).
      **************************************************************
       FD   SALIDA
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01   REG-SALIDA              PIC X(80).
      **************************************************************
       WORKING-STORAGE SECTION.

       77  FILLER        PIC X(26) VALUE '* INICIO WORKING-STORAGE *'.
      **************************************************************

           COPY CPTARDEB.

           COPY CPFECPRO.

       77  FS-TARJETAS     PIC XX    VALUE SPACES.

       77  FS-NOVEDAD      PIC XX    VALUE SPACES.
           88  FS-NOVEDAD-FIN        VALUE '10'.

       77  FS-RECHAZO      PIC XX    VALUE SPACES.
       77  FS-NEGATIVO     PIC XX    VALUE SPACES.
       77  FS-FECHAPRO     PIC XX    VALUE SPACES.
       77  FS-SALIDA       PIC XX    VALUE SPACES.

      *********************CONTADORES*******************************
       77  WS-CANT-LEIDAS             PIC 9(05)   VALUE ZEROES.
       77  WS-CANT-EMISIONES          PIC 9(05)   VALUE ZEROES.
       77  WS-CANT-BLOQUEOS           PIC 9(05)   VALUE ZEROES.
       77  WS-CANT-DESBLOQUEOS        PIC 9(05)   VALUE ZEROES.
       77  WS-CANT-REEMPLAZOS         PIC 9(05)   VALUE ZEROES.
       77  WS-CANT-RECHAZADAS         PIC 9(05)   VALUE ZEROES.
       77  WS-CANT-NEGATIVAS          PIC 9(07)   VALUE ZEROES.

      *****************NOVEDAD DE TARJETAS****************************
       01  WS-REG-NOVTDB.
           05  NTD-ACCION           PIC X(02).
           05  NTD-NROTARJ          PIC 9(16).
           05  NTD-TIPCUEN          PIC 9(02).
           05  NTD-NROCUEN          PIC 9(08).
           05  NTD-TIPDOC           PIC X(02).
           05  NTD-NRODOC           PIC 9(11).
           05  NTD-SUCURSAL         PIC 9(02).
           05  NTD-FEC-VENC         PIC 9(08).
           05  NTD-LIMITE           PIC 9(07)V99.
           05  NTD-MOTIVO           PIC X(01).
           05  NTD-NROTARJ-NUEVA    PIC 9(16).
           05  FILLER               PIC X(03).

      *****************TARJETA VIEJA DE UN REEMPLAZO*******************
       01  WS-TDB-ANTERIOR          PIC X(100).

      *****************REGISTRO DEL ARCHIVO NEGATIVO*******************
      *    CAUSA: E/R/P = BLOQUEO (MOTIVO), X = REEMPLAZADA,
      *    V = VENCIDA. DESDE ES LA FECHA EN QUE DEJO DE OPERAR.
       01  WS-REG-NEGTAR.
           05  NEG-NROTARJ          PIC 9(16).
           05  NEG-CAUSA            PIC X(01).
           05  NEG-FEC-DESDE        PIC 9(08).
           05  NEG-TIPCUEN          PIC 9(02).
           05  NEG-NROCUEN          PIC 9(08).
           05  FILLER               PIC X(45).

       01  WS-FLAG-FIN-MAESTRO        PIC X       VALUE 'N'.
           88  WS-FIN-MAESTRO                     VALUE 'S'.

      *****************LINEA DEL DIARIO DE NOVEDADES******************
       01  WS-LIN-NOVEDAD.
           05  FILLER               PIC X(01)   VALUE SPACE.
           05  WS-LN-ACCION         PIC X(18).
           05  FILLER               PIC X(09)   VALUE ' TARJETA '.
           05  WS-LN-TARJETA        PIC 9(16).
           05  FILLER               PIC X(08)   VALUE ' CUENTA '.
           05  WS-LN-TIPO           PIC 9(02).
           05  FILLER               PIC X(01)   VALUE '-'.
           05  WS-LN-CUENTA         PIC 9(08).
           05  FILLER               PIC X(01)   VALUE SPACE.
           05  WS-LN-DETALLE        PIC X(16).

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

           IF RETURN-CODE NOT EQUAL 9999
              PERFORM 8000-ARMAR-NEGATIVO THRU F-8000-ARMAR-NEGATIVO
           END-IF

           PERFORM 9999-FINAL    THRU  F-9999-FINAL.

       F-MAIN-PROGRAM. GOBACK.

      **************************************
      *                                    *
      *  CUERPO INICIO APERTURA ARCHIVOS   *
      *                                    *
      **************************************
       1000-INICIO.

      *    SI EL MAESTRO TODAVIA NO EXISTE SE CREA VACIO Y SE REABRE
      *    I-O, COMO HACE PGMCQCBF CON EL DE CHEQUERAS.
           OPEN I-O TARJETAS.

           IF FS-TARJETAS IS EQUAL '35'
              OPEN OUTPUT TARJETAS
              CLOSE TARJETAS
              OPEN I-O TARJETAS
           END-IF

           IF FS-TARJETAS IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN TARJETAS  = ' FS-TARJETAS
              MOVE 9999 TO RETURN-CODE
              SET  FS-NOVEDAD-FIN TO TRUE
           END-IF

           OPEN INPUT  NOVEDADES.

           IF FS-NOVEDAD IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN NOVEDADES = ' FS-NOVEDAD
              MOVE 9999 TO RETURN-CODE
              SET  FS-NOVEDAD-FIN TO TRUE
           END-IF

           OPEN OUTPUT RECHAZOS.

           IF FS-RECHAZO IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN RECHAZOS  = ' FS-RECHAZO
              MOVE 9999 TO RETURN-CODE
              SET  FS-NOVEDAD-FIN TO TRUE
           END-IF

           OPEN OUTPUT NEGATIVO.

           IF FS-NEGATIVO IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN NEGATIVO  = ' FS-NEGATIVO
              MOVE 9999 TO RETURN-CODE
              SET  FS-NOVEDAD-FIN TO TRUE
           END-IF

           OPEN OUTPUT SALIDA.

           IF FS-SALIDA IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN SALIDA    = ' FS-SALIDA
              MOVE 9999 TO RETURN-CODE
              SET  FS-NOVEDAD-FIN TO TRUE
           END-IF

           PERFORM 1100-LEER-FECHA    THRU F-1100-LEER-FECHA.

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
       2000-PROCESO.

           READ NOVEDADES INTO WS-REG-NOVTDB

           EVALUATE FS-NOVEDAD
             WHEN '00'
                  ADD 1 TO WS-CANT-LEIDAS
                  PERFORM 2100-VALIDAR-NOVEDAD
                          THRU F-2100-VALIDAR-NOVEDAD

              WHEN '10'
                CONTINUE

              WHEN OTHER
              DISPLAY '* ERROR EN LECTURA NOVEDAD  = ' FS-NOVEDAD
              MOVE 9999 TO RETURN-CODE
              SET FS-NOVEDAD-FIN TO TRUE

           END-EVALUATE.

       F-2000-PROCESO. EXIT.
      **************************************************************
       2100-VALIDAR-NOVEDAD.
      *    TODAS LAS ACCIONES TRAEN EL NUMERO DE TARJETA; LO DEMAS
      *    SE VALIDA EN CADA ACCION.
           IF NTD-NROTARJ IS NOT NUMERIC
              OR NTD-NROTARJ IS EQUAL ZEROS
              MOVE 'NUMERO DE TARJETA INVALIDO' TO RCH-MOTIVO
              PERFORM 4100-GRABAR-RECHAZO THRU F-4100-GRABAR-RECHAZO
              GO TO F-2100-VALIDAR-NOVEDAD
           END-IF

           EVALUATE NTD-ACCION
               WHEN 'EM'
                    PERFORM 3000-EMISION THRU F-3000-EMISION
               WHEN 'BL'
                    PERFORM 3100-BLOQUEO THRU F-3100-BLOQUEO
               WHEN 'DB'
                    PERFORM 3200-DESBLOQUEO THRU F-3200-DESBLOQUEO
               WHEN 'RE'
                    PERFORM 3300-REEMPLAZO THRU F-3300-REEMPLAZO
               WHEN OTHER
                    MOVE 'ACCION NO RECONOCIDA' TO RCH-MOTIVO
                    PERFORM 4100-GRABAR-RECHAZO
                            THRU F-4100-GRABAR-RECHAZO
           END-EVALUATE.

       F-2100-VALIDAR-NOVEDAD. EXIT.
      **************************************************************
       3000-EMISION.

           IF NTD-TIPCUEN IS NOT NUMERIC
              OR NTD-NROCUEN IS NOT NUMERIC
              OR NTD-NROCUEN IS EQUAL ZEROS
              MOVE 'CUENTA INVALIDA' TO RCH-MOTIVO
              PERFORM 4100-GRABAR-RECHAZO THRU F-4100-GRABAR-RECHAZO
              GO TO F-3000-EMISION
           END-IF

           IF NTD-TIPDOC IS EQUAL SPACES
              OR NTD-NRODOC IS NOT NUMERIC
              OR NTD-NRODOC IS EQUAL ZEROS
              MOVE 'DOCUMENTO DEL TITULAR INVALIDO' TO RCH-MOTIVO
              PERFORM 4100-GRABAR-RECHAZO THRU F-4100-GRABAR-RECHAZO
              GO TO F-3000-EMISION
           END-IF

           IF NTD-FEC-VENC IS NOT NUMERIC
              OR NTD-FEC-VENC IS NOT GREATER WS-FECHA-NEGOCIO-R
              MOVE 'VENCIMIENTO INVALIDO' TO RCH-MOTIVO
              PERFORM 4100-GRABAR-RECHAZO THRU F-4100-GRABAR-RECHAZO
              GO TO F-3000-EMISION
           END-IF

           IF NTD-LIMITE IS NOT NUMERIC
              OR NTD-LIMITE IS EQUAL ZEROS
              MOVE 'LIMITE DIARIO INVALIDO' TO RCH-MOTIVO
              PERFORM 4100-GRABAR-RECHAZO THRU F-4100-GRABAR-RECHAZO
              GO TO F-3000-EMISION
           END-IF

           MOVE SPACES             TO WS-REG-TARDEB
           MOVE NTD-NROTARJ        TO TDB-NROTARJ
           MOVE NTD-TIPCUEN        TO TDB-TIPCUEN
           MOVE NTD-NROCUEN        TO TDB-NROCUEN
           MOVE NTD-TIPDOC         TO TDB-TIPDOC
           MOVE NTD-NRODOC         TO TDB-NRODOC
           MOVE ZEROS              TO TDB-SUCURSAL

           IF NTD-SUCURSAL IS NUMERIC
              MOVE NTD-SUCURSAL    TO TDB-SUCURSAL
           END-IF

           MOVE WS-FECHA-NEGOCIO-R TO TDB-FEC-EMISION
           MOVE NTD-FEC-VENC       TO TDB-FEC-VENC
           SET TDB-ACTIVA          TO TRUE
           MOVE SPACE              TO TDB-MOTIVO-BLOQ
           MOVE WS-FECHA-NEGOCIO-R TO TDB-FEC-ESTADO
           MOVE NTD-LIMITE         TO TDB-LIMITE-DIARIO
           MOVE ZEROS              TO TDB-TARJ-REEMPLAZO

           WRITE REG-TARJETAS FROM WS-REG-TARDEB
              INVALID KEY
                 MOVE 'TARJETA YA EXISTENTE' TO RCH-MOTIVO
                 PERFORM 4100-GRABAR-RECHAZO
                         THRU F-4100-GRABAR-RECHAZO
              NOT INVALID KEY
                 ADD 1 TO WS-CANT-EMISIONES
                 MOVE 'TARJETA EMITIDA   ' TO WS-LN-ACCION
                 MOVE SPACES               TO WS-LN-DETALLE
                 PERFORM 5000-GRABAR-LINEA THRU F-5000-GRABAR-LINEA
           END-WRITE.

       F-3000-EMISION. EXIT.
      **************************************************************
       3100-BLOQUEO.
      *    UN BLOQUEO PREVENTIVO PUEDE CONVERTIRSE EN DENUNCIA DE
      *    EXTRAVIO O ROBO; AL REVES NO, PORQUE LA TARJETA DENUNCIADA
      *    YA NO VUELVE A OPERAR.
           IF NTD-MOTIVO IS NOT EQUAL 'E' AND 'R' AND 'P'
              MOVE 'MOTIVO DE BLOQUEO INVALIDO' TO RCH-MOTIVO
              PERFORM 4100-GRABAR-RECHAZO THRU F-4100-GRABAR-RECHAZO
              GO TO F-3100-BLOQUEO
           END-IF

           PERFORM 3900-LEER-TARJETA THRU F-3900-LEER-TARJETA

           IF FS-TARJETAS IS NOT EQUAL '00'
              GO TO F-3100-BLOQUEO
           END-IF

           EVALUATE TRUE
               WHEN TDB-REEMPLAZADA
                    MOVE 'TARJETA REEMPLAZADA' TO RCH-MOTIVO
               WHEN TDB-BLOQUEADA
                    AND (TDB-MOTIVO-BLOQ IS NOT EQUAL 'P'
                         OR NTD-MOTIVO IS EQUAL 'P')
                    MOVE 'TARJETA YA BLOQUEADA' TO RCH-MOTIVO
               WHEN OTHER
                    MOVE SPACES TO RCH-MOTIVO
           END-EVALUATE

           IF RCH-MOTIVO IS NOT EQUAL SPACES
              PERFORM 4100-GRABAR-RECHAZO THRU F-4100-GRABAR-RECHAZO
              GO TO F-3100-BLOQUEO
           END-IF

           SET TDB-BLOQUEADA       TO TRUE
           MOVE NTD-MOTIVO         TO TDB-MOTIVO-BLOQ
           MOVE WS-FECHA-NEGOCIO-R TO TDB-FEC-ESTADO

           PERFORM 3950-REGRABAR-TARJETA THRU F-3950-REGRABAR-TARJETA

           IF FS-TARJETAS IS EQUAL '00'
              ADD 1 TO WS-CANT-BLOQUEOS
              MOVE 'TARJETA BLOQUEADA ' TO WS-LN-ACCION
              PERFORM 5100-DETALLE-MOTIVO THRU F-5100-DETALLE-MOTIVO
              PERFORM 5000-GRABAR-LINEA THRU F-5000-GRABAR-LINEA
           END-IF.

       F-3100-BLOQUEO. EXIT.
      **************************************************************
       3200-DESBLOQUEO.

           PERFORM 3900-LEER-TARJETA THRU F-3900-LEER-TARJETA

           IF FS-TARJETAS IS NOT EQUAL '00'
              GO TO F-3200-DESBLOQUEO
           END-IF

           IF NOT TDB-BLOQUEADA
              MOVE 'TARJETA NO BLOQUEADA' TO RCH-MOTIVO
              PERFORM 4100-GRABAR-RECHAZO THRU F-4100-GRABAR-RECHAZO
              GO TO F-3200-DESBLOQUEO
           END-IF

           IF TDB-MOTIVO-BLOQ IS NOT EQUAL 'P'
              MOVE 'DENUNCIADA, SOLO REEMPLAZO' TO RCH-MOTIVO
              PERFORM 4100-GRABAR-RECHAZO THRU F-4100-GRABAR-RECHAZO
              GO TO F-3200-DESBLOQUEO
           END-IF

           SET TDB-ACTIVA          TO TRUE
           MOVE SPACE              TO TDB-MOTIVO-BLOQ
           MOVE WS-FECHA-NEGOCIO-R TO TDB-FEC-ESTADO

           PERFORM 3950-REGRABAR-TARJETA THRU F-3950-REGRABAR-TARJETA

           IF FS-TARJETAS IS EQUAL '00'
              ADD 1 TO WS-CANT-DESBLOQUEOS
              MOVE 'TARJETA DESBLOQ.  ' TO WS-LN-ACCION
              MOVE SPACES               TO WS-LN-DETALLE
              PERFORM 5000-GRABAR-LINEA THRU F-5000-GRABAR-LINEA
           END-IF.

       F-3200-DESBLOQUEO. EXIT.
      **************************************************************
       3300-REEMPLAZO.
      *    PRIMERO SE DA DE ALTA LA NUEVA Y RECIEN DESPUES SE MARCA
      *    LA VIEJA, PARA QUE UN NUMERO NUEVO REPETIDO NO DEJE AL
      *    TITULAR SIN NINGUNA TARJETA ACTIVA.
           IF NTD-NROTARJ-NUEVA IS NOT NUMERIC
              OR NTD-NROTARJ-NUEVA IS EQUAL ZEROS
              OR NTD-NROTARJ-NUEVA IS EQUAL NTD-NROTARJ
              MOVE 'TARJETA NUEVA INVALIDA' TO RCH-MOTIVO
              PERFORM 4100-GRABAR-RECHAZO THRU F-4100-GRABAR-RECHAZO
              GO TO F-3300-REEMPLAZO
           END-IF

           IF NTD-MOTIVO IS NOT EQUAL 'E' AND 'R' AND 'P' AND SPACE
              MOVE 'MOTIVO DE BLOQUEO INVALIDO' TO RCH-MOTIVO
              PERFORM 4100-GRABAR-RECHAZO THRU F-4100-GRABAR-RECHAZO
              GO TO F-3300-REEMPLAZO
           END-IF

           PERFORM 3900-LEER-TARJETA THRU F-3900-LEER-TARJETA

           IF FS-TARJETAS IS NOT EQUAL '00'
              GO TO F-3300-REEMPLAZO
           END-IF

           IF TDB-REEMPLAZADA
              MOVE 'TARJETA YA REEMPLAZADA' TO RCH-MOTIVO
              PERFORM 4100-GRABAR-RECHAZO THRU F-4100-GRABAR-RECHAZO
              GO TO F-3300-REEMPLAZO
           END-IF

           MOVE WS-REG-TARDEB TO WS-TDB-ANTERIOR

      *    LA NUEVA: MISMA CUENTA, TITULAR Y LIMITE, SALVO QUE LA
      *    NOVEDAD TRAIGA OTRO LIMITE, OTRO VENCIMIENTO U OTRA
      *    SUCURSAL DE ENTREGA.
           MOVE NTD-NROTARJ-NUEVA  TO TDB-NROTARJ
           MOVE WS-FECHA-NEGOCIO-R TO TDB-FEC-EMISION

           IF NTD-FEC-VENC IS NUMERIC
              AND NTD-FEC-VENC IS GREATER WS-FECHA-NEGOCIO-R
              MOVE NTD-FEC-VENC    TO TDB-FEC-VENC
           END-IF

           IF NTD-LIMITE IS NUMERIC
              AND NTD-LIMITE IS GREATER ZEROS
              MOVE NTD-LIMITE      TO TDB-LIMITE-DIARIO
           END-IF

           IF NTD-SUCURSAL IS NUMERIC
              AND NTD-SUCURSAL IS GREATER ZEROS
              MOVE NTD-SUCURSAL    TO TDB-SUCURSAL
           END-IF

           IF TDB-FEC-VENC IS NOT GREATER WS-FECHA-NEGOCIO-R
              MOVE 'VENCIMIENTO INVALIDO' TO RCH-MOTIVO
              PERFORM 4100-GRABAR-RECHAZO THRU F-4100-GRABAR-RECHAZO
              GO TO F-3300-REEMPLAZO
           END-IF

           SET TDB-ACTIVA          TO TRUE
           MOVE SPACE              TO TDB-MOTIVO-BLOQ
           MOVE WS-FECHA-NEGOCIO-R TO TDB-FEC-ESTADO
           MOVE ZEROS              TO TDB-TARJ-REEMPLAZO

           WRITE REG-TARJETAS FROM WS-REG-TARDEB
              INVALID KEY
                 MOVE 'TARJETA NUEVA YA EXISTENTE' TO RCH-MOTIVO
                 PERFORM 4100-GRABAR-RECHAZO
                         THRU F-4100-GRABAR-RECHAZO
                 GO TO F-3300-REEMPLAZO
           END-WRITE

      *    LA VIEJA QUEDA REEMPLAZADA; SI NO ESTABA BLOQUEADA SE
      *    GUARDA EL MOTIVO QUE TRAE LA NOVEDAD (EN BLANCO ES UN
      *    REEMPLAZO POR DETERIORO O RENOVACION).
           MOVE WS-TDB-ANTERIOR TO WS-REG-TARDEB
           MOVE TDB-NROTARJ     TO MAE-TDB-CLAVE

           READ TARJETAS
              INVALID KEY
                 DISPLAY '* ERROR EN READ TARJETAS   = ' FS-TARJETAS
                 MOVE 9999 TO RETURN-CODE
                 SET FS-NOVEDAD-FIN TO TRUE
                 GO TO F-3300-REEMPLAZO
           END-READ

           IF NOT TDB-BLOQUEADA
              MOVE NTD-MOTIVO      TO TDB-MOTIVO-BLOQ
           END-IF

           SET TDB-REEMPLAZADA     TO TRUE
           MOVE WS-FECHA-NEGOCIO-R TO TDB-FEC-ESTADO
           MOVE NTD-NROTARJ-NUEVA  TO TDB-TARJ-REEMPLAZO

           PERFORM 3950-REGRABAR-TARJETA THRU F-3950-REGRABAR-TARJETA

           IF FS-TARJETAS IS EQUAL '00'
              ADD 1 TO WS-CANT-REEMPLAZOS
              MOVE 'TARJETA REEMPLAZ. ' TO WS-LN-ACCION
              MOVE SPACES               TO WS-LN-DETALLE
              MOVE NTD-NROTARJ-NUEVA    TO WS-LN-DETALLE
              PERFORM 5000-GRABAR-LINEA THRU F-5000-GRABAR-LINEA
           END-IF.

       F-3300-REEMPLAZO. EXIT.
      **************************************************************
       3900-LEER-TARJETA.
      *    DEJA FS-TARJETAS EN '00' SOLO SI LA TARJETA EXISTE; SI NO
      *    RECHAZA LA NOVEDAD. CUALQUIER OTRO ESTADO CORTA EL PROCESO.
           MOVE NTD-NROTARJ TO MAE-TDB-CLAVE

           READ TARJETAS INTO WS-REG-TARDEB

           EVALUATE FS-TARJETAS
             WHEN '00'
                  CONTINUE

             WHEN '23'
                  MOVE 'TARJETA INEXISTENTE' TO RCH-MOTIVO
                  PERFORM 4100-GRABAR-RECHAZO
                          THRU F-4100-GRABAR-RECHAZO

             WHEN OTHER
                  DISPLAY '* ERROR EN READ TARJETAS  = ' FS-TARJETAS
                  MOVE 9999 TO RETURN-CODE
                  SET FS-NOVEDAD-FIN TO TRUE
           END-EVALUATE.

       F-3900-LEER-TARJETA. EXIT.
      **************************************************************
       3950-REGRABAR-TARJETA.

           REWRITE REG-TARJETAS FROM WS-REG-TARDEB

           IF FS-TARJETAS IS NOT EQUAL '00'
              DISPLAY '* ERROR EN REWRITE TARJETAS = ' FS-TARJETAS
              MOVE 9999 TO RETURN-CODE
              SET FS-NOVEDAD-FIN TO TRUE
           END-IF.

       F-3950-REGRABAR-TARJETA. EXIT.
      **************************************************************
       4100-GRABAR-RECHAZO.

           ADD 1 TO WS-CANT-RECHAZADAS

           MOVE WS-REG-NOVTDB TO RCH-NOVEDAD
           WRITE REG-RECHAZO

           IF FS-RECHAZO IS NOT EQUAL '00'
              DISPLAY '* ERROR EN WRITE RECHAZOS = ' FS-RECHAZO
              MOVE 9999 TO RETURN-CODE
              SET FS-NOVEDAD-FIN TO TRUE
           END-IF.

       F-4100-GRABAR-RECHAZO. EXIT.
      **************************************************************
       5000-GRABAR-LINEA.
      *    EL LLAMADOR DEJA CARGADAS LA ACCION Y EL DETALLE; LA
      *    TARJETA Y LA CUENTA SALEN DEL MAESTRO YA GRABADO.
           MOVE NTD-NROTARJ   TO WS-LN-TARJETA
           MOVE TDB-TIPCUEN   TO WS-LN-TIPO
           MOVE TDB-NROCUEN   TO WS-LN-CUENTA

           WRITE REG-SALIDA FROM WS-LIN-NOVEDAD

           IF FS-SALIDA IS NOT EQUAL '00'
              DISPLAY '* ERROR EN WRITE SALIDA   = ' FS-SALIDA
              MOVE 9999 TO RETURN-CODE
              SET FS-NOVEDAD-FIN TO TRUE
           END-IF.

       F-5000-GRABAR-LINEA. EXIT.
      **************************************************************
       5100-DETALLE-MOTIVO.

           EVALUATE TDB-MOTIVO-BLOQ
               WHEN 'E'
                    MOVE 'EXTRAVIO        ' TO WS-LN-DETALLE
               WHEN 'R'
                    MOVE 'ROBO            ' TO WS-LN-DETALLE
               WHEN OTHER
                    MOVE 'PREVENTIVO      ' TO WS-LN-DETALLE
           END-EVALUATE.

       F-5100-DETALLE-MOTIVO. EXIT.
      **************************************************************
       8000-ARMAR-NEGATIVO.
      *    EL NEGATIVO SE MANDA COMPLETO CADA NOCHE: TODA TARJETA
      *    QUE A LA FECHA DE NEGOCIO NO DEBE OPERAR.
           MOVE LOW-VALUES TO MAE-TDB-CLAVE

           START TARJETAS KEY IS NOT LESS MAE-TDB-CLAVE
              INVALID KEY
                 GO TO F-8000-ARMAR-NEGATIVO
           END-START

           PERFORM UNTIL WS-FIN-MAESTRO
              READ TARJETAS NEXT INTO WS-REG-TARDEB
                 AT END
                    SET WS-FIN-MAESTRO TO TRUE
                 NOT AT END
                    PERFORM 8100-EVALUAR-NEGATIVO
                            THRU F-8100-EVALUAR-NEGATIVO
              END-READ
           END-PERFORM.

       F-8000-ARMAR-NEGATIVO. EXIT.
      **************************************************************
       8100-EVALUAR-NEGATIVO.

           MOVE SPACES TO WS-REG-NEGTAR

           EVALUATE TRUE
               WHEN TDB-REEMPLAZADA
                    MOVE 'X'            TO NEG-CAUSA
                    MOVE TDB-FEC-ESTADO TO NEG-FEC-DESDE
               WHEN TDB-BLOQUEADA
                    MOVE TDB-MOTIVO-BLOQ TO NEG-CAUSA
                    MOVE TDB-FEC-ESTADO  TO NEG-FEC-DESDE
               WHEN TDB-FEC-VENC IS LESS WS-FECHA-NEGOCIO-R
                    MOVE 'V'            TO NEG-CAUSA
                    MOVE TDB-FEC-VENC   TO NEG-FEC-DESDE
               WHEN OTHER
                    GO TO F-8100-EVALUAR-NEGATIVO
           END-EVALUATE

           MOVE TDB-NROTARJ TO NEG-NROTARJ
           MOVE TDB-TIPCUEN TO NEG-TIPCUEN
           MOVE TDB-NROCUEN TO NEG-NROCUEN

           WRITE REG-NEGATIVO FROM WS-REG-NEGTAR

           IF FS-NEGATIVO IS NOT EQUAL '00'
              DISPLAY '* ERROR EN WRITE NEGATIVO = ' FS-NEGATIVO
              MOVE 9999 TO RETURN-CODE
              SET WS-FIN-MAESTRO TO TRUE
           ELSE
              ADD 1 TO WS-CANT-NEGATIVAS
           END-IF.

       F-8100-EVALUAR-NEGATIVO. EXIT.
      **************************************************************
       9999-FINAL.

           IF RETURN-CODE NOT EQUAL 9999
             CLOSE TARJETAS
                 IF FS-TARJETAS IS NOT EQUAL '00'
                  DISPLAY '* ERROR EN CLOSE TARJETAS  = '
                                            FS-TARJETAS
                  MOVE 9999 TO RETURN-CODE
                 END-IF

             CLOSE NOVEDADES
                 IF FS-NOVEDAD IS NOT EQUAL '00' AND '10'
                  DISPLAY '* ERROR EN CLOSE NOVEDADES = '
                                            FS-NOVEDAD
                  MOVE 9999 TO RETURN-CODE
                 END-IF

             CLOSE RECHAZOS
                 IF FS-RECHAZO IS NOT EQUAL '00'
                  DISPLAY '* ERROR EN CLOSE RECHAZOS = '
                                            FS-RECHAZO
                  MOVE 9999 TO RETURN-CODE
                 END-IF

             CLOSE NEGATIVO
                 IF FS-NEGATIVO IS NOT EQUAL '00'
                  DISPLAY '* ERROR EN CLOSE NEGATIVO = '
                                            FS-NEGATIVO
                  MOVE 9999 TO RETURN-CODE
                 END-IF

             CLOSE SALIDA
                 IF FS-SALIDA IS NOT EQUAL '00'
                  DISPLAY '* ERROR EN CLOSE SALIDA   = '
                                            FS-SALIDA
                  MOVE 9999 TO RETURN-CODE
                 END-IF

             DISPLAY '***************************************'
             DISPLAY ' NOVEDADES DE TARJETAS       :  '
                                               WS-CANT-LEIDAS
             DISPLAY ' TARJETAS EMITIDAS      (EM) :  '
                                               WS-CANT-EMISIONES
             DISPLAY ' TARJETAS BLOQUEADAS    (BL) :  '
                                               WS-CANT-BLOQUEOS
             DISPLAY ' TARJETAS DESBLOQUEADAS (DB) :  '
                                               WS-CANT-DESBLOQUEOS
             DISPLAY ' TARJETAS REEMPLAZADAS  (RE) :  '
                                               WS-CANT-REEMPLAZOS
             DISPLAY ' NOVEDADES RECHAZADAS        :  '
                                               WS-CANT-RECHAZADAS
             DISPLAY ' TARJETAS EN EL NEGATIVO     :  '
                                               WS-CANT-NEGATIVAS
             DISPLAY '***************************************'

           END-IF.

       F-9999-FINAL.
           EXIT.
