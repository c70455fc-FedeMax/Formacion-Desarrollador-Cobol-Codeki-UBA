       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMFICBF.
       AUTHOR.    FEDERICO FALCON.
      **************************************************************
      *  MANTENIMIENTO POR NOVEDADES DEL MAESTRO DE FIRMANTES      *
      *  AUTORIZADOS. TBCURCTA SOLO CONOCE AL TITULAR Y DDCOTIT A  *
      *  LOS COTITULARES; LOS APODERADOS, FIRMANTES DE EMPRESA Y   *
      *  TUTORES QUE OPERAN UNA CUENTA SIN SER DUENIOS VIVIAN EN   *
      *  LAS CARPETAS DE LA SUCURSAL. EL MAESTRO INDEXADO DDFIRMAS *
      *  (LAYOUT CPFIRMAS) GUARDA POR CUENTA Y DOCUMENTO DEL       *
      *  FIRMANTE EL ROL, EL LIMITE POR OPERACION Y LA VIGENCIA.   *
      *  ESTE PROGRAMA LO MANTIENE CON LAS NOVEDADES DE DDNOVFIR:  *
      *    - AL: LA CUENTA DEBE ESTAR EN DDCTAS Y EL FIRMANTE EN   *
      *      EL EXTRACTO DE CLIENTES DDEXTRAC; NO PUEDE SER EL     *
      *      TITULAR NI UN COTITULAR, Y NI EL NI EL TITULAR PUEDEN *
      *      ESTAR BLOQUEADOS O FALLECIDOS EN DDESTCLI. SE GUARDA  *
      *      EL DOCUMENTO DEL TITULAR Y LA SUCURSAL DE DDCTASUC.   *
      *      UN ALTA SOBRE UN PODER REVOCADO LO VUELVE A OTORGAR   *
      *    - CM: CAMBIA ROL, LIMITE O VIGENCIA DE UN PODER VIGENTE *
      *    - BJ: REVOCA EL PODER CON LA FECHA DE NEGOCIO; LA FILA  *
      *      QUEDA PARA EL LEGAJO                                  *
      *  LA NOVEDAD QUE NO PASA VUELVE A LA SUCURSAL EN DDRECHA    *
      *  CON EL MOTIVO. LA FECHA DE NEGOCIO SALE DE DDFECPRO.      *
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

            SELECT NOVEDADES ASSIGN TO DDNOVFIR
                 FILE STATUS IS FS-NOVEDAD.

            SELECT RECHAZOS ASSIGN TO DDRECHA
                 FILE STATUS IS FS-RECHAZO.

            SELECT EXTRACTO ASSIGN TO DDEXTRAC
                 FILE STATUS IS FS-EXTRACTO.

            SELECT CUENTAS ASSIGN TO DDCTAS
                 FILE STATUS IS FS-CUENTAS.

            SELECT ASIGNA ASSIGN TO DDCTASUC
                 FILE STATUS IS FS-ASIGNA.

            SELECT ESTADOS ASSIGN TO DDESTCLI
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS MAE-EST-CLAVE
                 FILE STATUS IS FS-ESTADOS.

            SELECT COTITUL ASSIGN TO DDCOTIT
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS MAE-COT-CLAVE
                 FILE STATUS IS FS-COTITUL.

            SELECT FECHAPRO ASSIGN TO DDFECPRO
                 FILE STATUS IS FS-FECHAPRO.
      **************************************************************
       I-O-CONTROL.

       DATA DIVISION.
       FILE SECTION.
       FD   FIRMAS.

       01   REG-FIRMAS.
           03  MAE-FIR-CLAVE        PIC X(23).
           03  FILLER               PIC X(77).
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
       FD   EXTRACTO
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01   REG-EXTRACTO            PIC X(59).
      **************************************************************
       FD   CUENTAS
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01   REG-CUENTA              PIC X(17).
      **************************************************************
       FD   ASIGNA
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01   REG-ASIGNA              PIC X(20).
      **************************************************************
       FD   ESTADOS.

       01   REG-ESTADOS.
           03  MAE-EST-CLAVE        PIC X(13).
           03  EST-ESTADO           PIC X(01).
           03  EST-FECHA            PIC 9(08).
           03  FILLER               PIC X(08).
      **************************************************************
       FD   COTITUL.

       01   REG-COTITUL.
           03  MAE-COT-CLAVE        PIC X(17).
           03  FILLER               PIC X(03).
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

           COPY CPFIRMAS.

           COPY CPFECPRO.

       77  FS-FIRMAS       PIC XX    VALUE SPACES.

       77  FS-NOVEDAD      PIC XX    VALUE SPACES.
           88  FS-NOVEDAD-FIN        VALUE '10'.

       77  FS-RECHAZO      PIC XX    VALUE SPACES.
       77  FS-EXTRACTO     PIC XX    VALUE SPACES.
       77  FS-CUENTAS      PIC XX    VALUE SPACES.
       77  FS-ASIGNA       PIC XX    VALUE SPACES.
       77  FS-ESTADOS      PIC XX    VALUE SPACES.
       77  FS-COTITUL      PIC XX    VALUE SPACES.
       77  FS-FECHAPRO     PIC XX    VALUE SPACES.

       01  WS-FLAG-ESTADOS            PIC X       VALUE 'N'.
           88  WS-HAY-ESTADOS                     VALUE 'S'.
       01  WS-FLAG-COTITUL            PIC X       VALUE 'N'.
           88  WS-HAY-COTITUL                     VALUE 'S'.

      *********************CONTADORES*******************************
       77  WS-CANT-LEIDAS             PIC 9(05)   VALUE ZEROES.
       77  WS-CANT-ALTAS              PIC 9(05)   VALUE ZEROES.
       77  WS-CANT-REOTORGADOS        PIC 9(05)   VALUE ZEROES.
       77  WS-CANT-CAMBIOS            PIC 9(05)   VALUE ZEROES.
       77  WS-CANT-BAJAS              PIC 9(05)   VALUE ZEROES.
       77  WS-CANT-RECHAZADAS         PIC 9(05)   VALUE ZEROES.

      *****************NOVEDAD DE FIRMANTE*****************************
       01  WS-REG-NOVFIR.
           05  NFI-ACCION           PIC X(02).
           05  NFI-TIPCUEN          PIC X(02).
           05  NFI-NROCUEN          PIC 9(08).
           05  NFI-TIPDOC           PIC X(02).
           05  NFI-NRODOC           PIC 9(11).
           05  NFI-ROL              PIC X(01).
           05  NFI-LIMITE           PIC 9(09)V99.
           05  NFI-VIG-DESDE        PIC 9(08).
           05  NFI-VIG-HASTA        PIC 9(08).
           05  FILLER               PIC X(27).

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

      *****************CUENTAS: TITULAR Y SUCURSAL*********************
       77  WS-TCU-CONT     PIC 9(04) USAGE COMP VALUE ZEROS.
       77  WS-TCU-SUB      PIC 9(04) USAGE COMP VALUE ZEROS.
       77  WS-TCU-IDX      PIC 9(04) USAGE COMP VALUE ZEROS.
       01  WS-TABLA-CUENTAS.
           03  WS-TCU      OCCURS 5000 TIMES.
               05  WS-TCU-CLAVE     PIC X(10).
               05  WS-TCU-NROCLI    PIC 9(07).
               05  WS-TCU-SUC       PIC 9(02).

      *****************CLIENTES DEL EXTRACTO***************************
       77  WS-TEX-CONT     PIC 9(04) USAGE COMP VALUE ZEROS.
       77  WS-TEX-SUB      PIC 9(04) USAGE COMP VALUE ZEROS.
       77  WS-TEX-IDX      PIC 9(04) USAGE COMP VALUE ZEROS.
       01  WS-TABLA-EXTRACTO.
           03  WS-TEX      OCCURS 5000 TIMES.
               05  WS-TEX-DOC       PIC X(13).
               05  WS-TEX-NROCLI    PIC 9(07).

      *****************DATOS DEL ALTA**********************************
       01  WS-DOC-FIRMANTE.
           05  WS-DF-TIPDOC         PIC X(02).
           05  WS-DF-NRODOC         PIC 9(11).
       01  WS-DOC-TITULAR           PIC X(13)   VALUE SPACES.
       77  WS-NROCLI-FIRMANTE       PIC 9(07)   VALUE ZEROS.
       77  WS-NROCLI-TITULAR        PIC 9(07)   VALUE ZEROS.
       77  WS-SUC-CUENTA            PIC 9(02)   VALUE ZEROS.
       77  WS-VIG-DESDE             PIC 9(08)   VALUE ZEROS.
       77  WS-VIG-HASTA             PIC 9(08)   VALUE ZEROS.

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
                   UNTIL FS-NOVEDAD-FIN.

           PERFORM 9999-FINAL    THRU  F-9999-FINAL.

       F-MAIN-PROGRAM. GOBACK.

      **************************************
      *                                    *
      *  CUERPO INICIO APERTURA ARCHIVOS   *
      *                                    *
      **************************************
       1000-INICIO.

      *    SI EL MAESTRO TODAVIA NO EXISTE SE CREA VACIO Y SE
      *    REABRE I-O, COMO HACE PGMSUCBF CON EL DE SUCURSALES.
           OPEN I-O FIRMAS.

           IF FS-FIRMAS IS EQUAL '35'
              OPEN OUTPUT FIRMAS
              CLOSE FIRMAS
              OPEN I-O FIRMAS
           END-IF

           IF FS-FIRMAS IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN FIRMAS    = ' FS-FIRMAS
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

      *    LOS MAESTROS DE ESTADO Y DE COTITULARES PUEDEN NO
      *    EXISTIR TODAVIA; SIN ELLOS NO SE HACEN ESOS CONTROLES.
           OPEN INPUT ESTADOS.

           IF FS-ESTADOS IS EQUAL '00'
              SET WS-HAY-ESTADOS TO TRUE
           ELSE
              DISPLAY '* SIN MAESTRO DE ESTADOS, NO SE CONTROLA '
                      'BLOQUEO NI FALLECIMIENTO'
           END-IF

           OPEN INPUT COTITUL.

           IF FS-COTITUL IS EQUAL '00'
              SET WS-HAY-COTITUL TO TRUE
           ELSE
              DISPLAY '* SIN ARCHIVO DE COTITULARES, NO SE CONTROLA '
                      'COTITULARIDAD'
           END-IF

           IF RETURN-CODE IS EQUAL 9999
              GO TO F-1000-INICIO
           END-IF

           PERFORM 1100-LEER-FECHA     THRU F-1100-LEER-FECHA
           PERFORM 1200-CARGAR-CUENTAS THRU F-1200-CARGAR-CUENTAS
           PERFORM 1300-CARGAR-CLIENTES THRU F-1300-CARGAR-CLIENTES.

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
       1200-CARGAR-CUENTAS.
      *    CUENTA - TITULAR DE DDCTAS CON LA SUCURSAL DE DDCTASUC.
           OPEN INPUT CUENTAS.

           IF FS-CUENTAS IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN CUENTAS   = ' FS-CUENTAS
              MOVE 9999 TO RETURN-CODE
              SET  FS-NOVEDAD-FIN TO TRUE
              GO TO F-1200-CARGAR-CUENTAS
           END-IF

           PERFORM UNTIL FS-CUENTAS IS NOT EQUAL '00'
              READ CUENTAS INTO WS-REG-CTA
                 AT END
                    MOVE '10' TO FS-CUENTAS
                 NOT AT END
                    IF WS-TCU-CONT < 5000
                       ADD 1 TO WS-TCU-CONT
                       MOVE WS-REG-CTA (1:10) TO
                            WS-TCU-CLAVE  (WS-TCU-CONT)
                       MOVE CTA-NROCLI        TO
                            WS-TCU-NROCLI (WS-TCU-CONT)
                       MOVE ZEROS             TO
                            WS-TCU-SUC    (WS-TCU-CONT)
                    ELSE
                       DISPLAY '* ATENCION: TABLA DE CUENTAS '
                               'LLENA (5000)'
                       MOVE '10' TO FS-CUENTAS
                    END-IF
              END-READ
           END-PERFORM
           CLOSE CUENTAS

           OPEN INPUT ASIGNA.

           IF FS-ASIGNA IS EQUAL '00'
              PERFORM UNTIL FS-ASIGNA IS NOT EQUAL '00'
                 READ ASIGNA
                    AT END
                       MOVE '10' TO FS-ASIGNA
                    NOT AT END
                       PERFORM VARYING WS-TCU-SUB FROM 1 BY 1
                               UNTIL WS-TCU-SUB > WS-TCU-CONT
                           IF WS-TCU-CLAVE (WS-TCU-SUB) IS EQUAL
                              REG-ASIGNA (1:10)
                              MOVE REG-ASIGNA (11:2) TO
                                   WS-TCU-SUC (WS-TCU-SUB)
                              MOVE WS-TCU-CONT TO WS-TCU-SUB
                           END-IF
                       END-PERFORM
                 END-READ
              END-PERFORM
              CLOSE ASIGNA
           ELSE
              DISPLAY '* SIN ASIGNACION DE SUCURSALES, PODERES EN '
                      'SUCURSAL CERO'
           END-IF.

       F-1200-CARGAR-CUENTAS. EXIT.
      **************************************************************
       1300-CARGAR-CLIENTES.
      *    DOCUMENTO - NROCLI DE TODOS LOS CLIENTES DEL EXTRACTO.
           OPEN INPUT EXTRACTO.

           IF FS-EXTRACTO IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN EXTRACTO  = ' FS-EXTRACTO
              MOVE 9999 TO RETURN-CODE
              SET  FS-NOVEDAD-FIN TO TRUE
              GO TO F-1300-CARGAR-CLIENTES
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
                       MOVE EXT-NROCLI        TO
                            WS-TEX-NROCLI (WS-TEX-CONT)
                    ELSE
                       DISPLAY '* ATENCION: TABLA DE CLIENTES '
                               'LLENA (5000)'
                       MOVE '10' TO FS-EXTRACTO
                    END-IF
              END-READ
           END-PERFORM
           CLOSE EXTRACTO.

       F-1300-CARGAR-CLIENTES. EXIT.
      **************************************************************
       2000-PROCESO.

           READ NOVEDADES INTO WS-REG-NOVFIR

           EVALUATE FS-NOVEDAD
             WHEN '00'
                  ADD 1 TO WS-CANT-LEIDAS
                  IF NFI-NROCUEN IS NOT NUMERIC
                     OR NFI-NRODOC IS NOT NUMERIC
                     MOVE 'CUENTA O DOCUMENTO INVALIDO' TO RCH-MOTIVO
                     PERFORM 4100-GRABAR-RECHAZO
                             THRU F-4100-GRABAR-RECHAZO
                  ELSE
                  IF NFI-ROL IS NOT EQUAL SPACE AND 'A' AND 'F'
                                          AND 'T'
                     MOVE 'ROL INVALIDO' TO RCH-MOTIVO
                     PERFORM 4100-GRABAR-RECHAZO
                             THRU F-4100-GRABAR-RECHAZO
                  ELSE
                     MOVE NFI-TIPCUEN TO FIR-TIPCUEN
                     MOVE NFI-NROCUEN TO FIR-NROCUEN
                     MOVE NFI-TIPDOC  TO FIR-TIPDOC
                     MOVE NFI-NRODOC  TO FIR-NRODOC
                     MOVE FIR-CLAVE   TO MAE-FIR-CLAVE
                     EVALUATE NFI-ACCION
                         WHEN 'AL'
                              PERFORM 3000-ALTA THRU F-3000-ALTA
                         WHEN 'CM'
                              PERFORM 3100-CAMBIO THRU F-3100-CAMBIO
                         WHEN 'BJ'
                              PERFORM 3200-BAJA THRU F-3200-BAJA
                         WHEN OTHER
                              MOVE 'ACCION NO RECONOCIDA'
                                   TO RCH-MOTIVO
                              PERFORM 4100-GRABAR-RECHAZO
                                      THRU F-4100-GRABAR-RECHAZO
                     END-EVALUATE
                  END-IF
                  END-IF

              WHEN '10'
                CONTINUE

              WHEN OTHER
              DISPLAY '* ERROR EN LECTURA NOVEDAD  = ' FS-NOVEDAD
              MOVE 9999 TO RETURN-CODE
              SET FS-NOVEDAD-FIN TO TRUE

           END-EVALUATE.

       F-2000-PROCESO. EXIT.
      **************************************************************
       3000-ALTA.

           IF NFI-ROL IS EQUAL SPACE
              MOVE 'ALTA SIN ROL' TO RCH-MOTIVO
              PERFORM 4100-GRABAR-RECHAZO THRU F-4100-GRABAR-RECHAZO
              GO TO F-3000-ALTA
           END-IF

           PERFORM 3010-VALIDAR-PERSONAS THRU F-3010-VALIDAR-PERSONAS

           IF RCH-MOTIVO IS NOT EQUAL SPACES
              PERFORM 4100-GRABAR-RECHAZO THRU F-4100-GRABAR-RECHAZO
              GO TO F-3000-ALTA
           END-IF

      *    SIN VIGENCIA DESDE EL PODER RIGE DESDE LA FECHA DE
      *    NEGOCIO; SIN VIGENCIA HASTA NO VENCE.
           MOVE WS-FECHA-NEGOCIO-R TO WS-VIG-DESDE
           IF NFI-VIG-DESDE IS NUMERIC
              AND NFI-VIG-DESDE IS NOT EQUAL ZEROS
              MOVE NFI-VIG-DESDE TO WS-VIG-DESDE
           END-IF

           MOVE ZEROS TO WS-VIG-HASTA
           IF NFI-VIG-HASTA IS NUMERIC
              MOVE NFI-VIG-HASTA TO WS-VIG-HASTA
           END-IF

           IF WS-VIG-HASTA IS NOT EQUAL ZEROS
              AND WS-VIG-HASTA < WS-VIG-DESDE
              MOVE 'VIGENCIA HASTA MENOR A DESDE' TO RCH-MOTIVO
              PERFORM 4100-GRABAR-RECHAZO THRU F-4100-GRABAR-RECHAZO
              GO TO F-3000-ALTA
           END-IF

           READ FIRMAS INTO WS-REG-FIRMAS
              INVALID KEY
                 MOVE '23' TO FS-FIRMAS
           END-READ

           IF FS-FIRMAS IS EQUAL '00' AND FIR-VIGENTE
              MOVE 'FIRMANTE YA VIGENTE EN CUENTA' TO RCH-MOTIVO
              PERFORM 4100-GRABAR-RECHAZO THRU F-4100-GRABAR-RECHAZO
              GO TO F-3000-ALTA
           END-IF

           MOVE SPACES              TO WS-REG-FIRMAS
           MOVE NFI-TIPCUEN         TO FIR-TIPCUEN
           MOVE NFI-NROCUEN         TO FIR-NROCUEN
           MOVE NFI-TIPDOC          TO FIR-TIPDOC
           MOVE NFI-NRODOC          TO FIR-NRODOC
           MOVE WS-NROCLI-FIRMANTE  TO FIR-NROCLI
           MOVE NFI-ROL             TO FIR-ROL
           MOVE ZEROS               TO FIR-LIMITE
           IF NFI-LIMITE IS NUMERIC
              MOVE NFI-LIMITE       TO FIR-LIMITE
           END-IF
           MOVE WS-VIG-DESDE        TO FIR-VIG-DESDE
           MOVE WS-VIG-HASTA        TO FIR-VIG-HASTA
           MOVE WS-DOC-TITULAR (1:2)  TO FIR-TIT-TIPDOC
           MOVE WS-DOC-TITULAR (3:11) TO FIR-TIT-NRODOC
           SET  FIR-VIGENTE         TO TRUE
           MOVE ZEROS               TO FIR-FEC-REVOCA
           MOVE SPACE               TO FIR-MOTIVO
           MOVE WS-SUC-CUENTA       TO FIR-SUCURSAL
           MOVE WS-FECHA-NEGOCIO-R  TO FIR-FEC-MODIF

      *    UN ALTA SOBRE UN PODER REVOCADO LO VUELVE A OTORGAR
      *    PISANDO LA FILA ANTERIOR.
           IF FS-FIRMAS IS EQUAL '00'
              REWRITE REG-FIRMAS FROM WS-REG-FIRMAS
              IF FS-FIRMAS IS NOT EQUAL '00'
                 DISPLAY '* ERROR EN REWRITE FIRMAS = ' FS-FIRMAS
                 MOVE 9999 TO RETURN-CODE
                 SET FS-NOVEDAD-FIN TO TRUE
              ELSE
                 ADD 1 TO WS-CANT-REOTORGADOS
              END-IF
           ELSE
              WRITE REG-FIRMAS FROM WS-REG-FIRMAS
              IF FS-FIRMAS IS NOT EQUAL '00'
                 DISPLAY '* ERROR EN WRITE FIRMAS   = ' FS-FIRMAS
                 MOVE 9999 TO RETURN-CODE
                 SET FS-NOVEDAD-FIN TO TRUE
              ELSE
                 ADD 1 TO WS-CANT-ALTAS
              END-IF
           END-IF.

       F-3000-ALTA. EXIT.
      **************************************************************
       3010-VALIDAR-PERSONAS.
      *    CONTROLA CONTRA LA BASE DE CLIENTES LA CUENTA, SU
      *    TITULAR Y EL FIRMANTE. DEJA EL MOTIVO EN RCH-MOTIVO.
           MOVE SPACES TO RCH-MOTIVO
           MOVE ZEROS  TO WS-TCU-IDX WS-TEX-IDX

           PERFORM VARYING WS-TCU-SUB FROM 1 BY 1
                   UNTIL WS-TCU-SUB > WS-TCU-CONT
                      OR WS-TCU-IDX > 0
               IF WS-TCU-CLAVE (WS-TCU-SUB) IS EQUAL FIR-CLAVE (1:10)
                  MOVE WS-TCU-SUB TO WS-TCU-IDX
               END-IF
           END-PERFORM

           IF WS-TCU-IDX IS EQUAL ZEROS
              MOVE 'CUENTA INEXISTENTE' TO RCH-MOTIVO
              GO TO F-3010-VALIDAR-PERSONAS
           END-IF

           MOVE WS-TCU-NROCLI (WS-TCU-IDX) TO WS-NROCLI-TITULAR
           MOVE WS-TCU-SUC    (WS-TCU-IDX) TO WS-SUC-CUENTA
           MOVE SPACES TO WS-DOC-TITULAR

           PERFORM VARYING WS-TEX-SUB FROM 1 BY 1
                   UNTIL WS-TEX-SUB > WS-TEX-CONT
                      OR WS-DOC-TITULAR IS NOT EQUAL SPACES
               IF WS-TEX-NROCLI (WS-TEX-SUB) IS EQUAL
                  WS-NROCLI-TITULAR
                  MOVE WS-TEX-DOC (WS-TEX-SUB) TO WS-DOC-TITULAR
               END-IF
           END-PERFORM

           IF WS-DOC-TITULAR IS EQUAL SPACES
              MOVE 'TITULAR SIN DATOS EN EXTRACTO' TO RCH-MOTIVO
              GO TO F-3010-VALIDAR-PERSONAS
           END-IF

           MOVE NFI-TIPDOC TO WS-DF-TIPDOC
           MOVE NFI-NRODOC TO WS-DF-NRODOC

           PERFORM VARYING WS-TEX-SUB FROM 1 BY 1
                   UNTIL WS-TEX-SUB > WS-TEX-CONT
                      OR WS-TEX-IDX > 0
               IF WS-TEX-DOC (WS-TEX-SUB) IS EQUAL WS-DOC-FIRMANTE
                  MOVE WS-TEX-SUB TO WS-TEX-IDX
               END-IF
           END-PERFORM

           IF WS-TEX-IDX IS EQUAL ZEROS
              MOVE 'FIRMANTE NO ES CLIENTE' TO RCH-MOTIVO
              GO TO F-3010-VALIDAR-PERSONAS
           END-IF

           MOVE WS-TEX-NROCLI (WS-TEX-IDX) TO WS-NROCLI-FIRMANTE

           IF WS-DOC-FIRMANTE IS EQUAL WS-DOC-TITULAR
              MOVE 'FIRMANTE ES EL TITULAR' TO RCH-MOTIVO
              GO TO F-3010-VALIDAR-PERSONAS
           END-IF

           IF WS-HAY-COTITUL
              MOVE FIR-CLAVE (1:10)   TO MAE-COT-CLAVE (1:10)
              MOVE WS-NROCLI-FIRMANTE TO MAE-COT-CLAVE (11:7)
              READ COTITUL
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE 'FIRMANTE ES COTITULAR' TO RCH-MOTIVO
                    GO TO F-3010-VALIDAR-PERSONAS
              END-READ
           END-IF

           IF WS-HAY-ESTADOS
              MOVE WS-DOC-FIRMANTE TO MAE-EST-CLAVE
              READ ESTADOS
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE 'FIRMANTE BLOQUEADO O FALLECIDO'
                         TO RCH-MOTIVO
                    GO TO F-3010-VALIDAR-PERSONAS
              END-READ

              MOVE WS-DOC-TITULAR TO MAE-EST-CLAVE
              READ ESTADOS
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE 'TITULAR BLOQUEADO O FALLECIDO'
                         TO RCH-MOTIVO
              END-READ
           END-IF.

       F-3010-VALIDAR-PERSONAS. EXIT.
      **************************************************************
       3100-CAMBIO.

           READ FIRMAS INTO WS-REG-FIRMAS
              INVALID KEY
                 MOVE 'FIRMANTE INEXISTENTE' TO RCH-MOTIVO
                 PERFORM 4100-GRABAR-RECHAZO
                         THRU F-4100-GRABAR-RECHAZO
                 GO TO F-3100-CAMBIO
           END-READ

           IF FIR-REVOCADO
              MOVE 'PODER REVOCADO, DAR ALTA' TO RCH-MOTIVO
              PERFORM 4100-GRABAR-RECHAZO THRU F-4100-GRABAR-RECHAZO
              GO TO F-3100-CAMBIO
           END-IF

           MOVE FIR-VIG-DESDE TO WS-VIG-DESDE
           MOVE FIR-VIG-HASTA TO WS-VIG-HASTA
           IF NFI-VIG-DESDE IS NUMERIC
              AND NFI-VIG-DESDE IS NOT EQUAL ZEROS
              MOVE NFI-VIG-DESDE TO WS-VIG-DESDE
           END-IF
           IF NFI-VIG-HASTA IS NUMERIC
              AND NFI-VIG-HASTA IS NOT EQUAL ZEROS
              MOVE NFI-VIG-HASTA TO WS-VIG-HASTA
           END-IF

           IF WS-VIG-HASTA IS NOT EQUAL ZEROS
              AND WS-VIG-HASTA < WS-VIG-DESDE
              MOVE 'VIGENCIA HASTA MENOR A DESDE' TO RCH-MOTIVO
              PERFORM 4100-GRABAR-RECHAZO THRU F-4100-GRABAR-RECHAZO
              GO TO F-3100-CAMBIO
           END-IF

           IF NFI-ROL IS NOT EQUAL SPACE
              MOVE NFI-ROL TO FIR-ROL
           END-IF
           IF NFI-LIMITE IS NUMERIC
              MOVE NFI-LIMITE TO FIR-LIMITE
           END-IF
           MOVE WS-VIG-DESDE       TO FIR-VIG-DESDE
           MOVE WS-VIG-HASTA       TO FIR-VIG-HASTA
           MOVE WS-FECHA-NEGOCIO-R TO FIR-FEC-MODIF

           REWRITE REG-FIRMAS FROM WS-REG-FIRMAS
           IF FS-FIRMAS IS NOT EQUAL '00'
              DISPLAY '* ERROR EN REWRITE FIRMAS = ' FS-FIRMAS
              MOVE 9999 TO RETURN-CODE
              SET FS-NOVEDAD-FIN TO TRUE
           ELSE
              ADD 1 TO WS-CANT-CAMBIOS
           END-IF.

       F-3100-CAMBIO. EXIT.
      **************************************************************
       3200-BAJA.
      *    LA BAJA NO BORRA LA FILA: LA MARCA REVOCADA CON LA FECHA
      *    DE NEGOCIO, ASI EL LEGAJO SIGUE MOSTRANDO EL HISTORICO.
           READ FIRMAS INTO WS-REG-FIRMAS
              INVALID KEY
                 MOVE 'FIRMANTE INEXISTENTE EN BAJA' TO RCH-MOTIVO
                 PERFORM 4100-GRABAR-RECHAZO
                         THRU F-4100-GRABAR-RECHAZO
                 GO TO F-3200-BAJA
           END-READ

           IF FIR-REVOCADO
              MOVE 'PODER YA REVOCADO' TO RCH-MOTIVO
              PERFORM 4100-GRABAR-RECHAZO THRU F-4100-GRABAR-RECHAZO
              GO TO F-3200-BAJA
           END-IF

           SET  FIR-REVOCADO       TO TRUE
           MOVE WS-FECHA-NEGOCIO-R TO FIR-FEC-REVOCA
           MOVE 'B'                TO FIR-MOTIVO
           MOVE WS-FECHA-NEGOCIO-R TO FIR-FEC-MODIF

           REWRITE REG-FIRMAS FROM WS-REG-FIRMAS
           IF FS-FIRMAS IS NOT EQUAL '00'
              DISPLAY '* ERROR EN REWRITE FIRMAS = ' FS-FIRMAS
              MOVE 9999 TO RETURN-CODE
              SET FS-NOVEDAD-FIN TO TRUE
           ELSE
              ADD 1 TO WS-CANT-BAJAS
           END-IF.

       F-3200-BAJA. EXIT.
      **************************************************************
       4100-GRABAR-RECHAZO.

           ADD 1 TO WS-CANT-RECHAZADAS

           MOVE WS-REG-NOVFIR TO RCH-NOVEDAD
           WRITE REG-RECHAZO

           IF FS-RECHAZO IS NOT EQUAL '00'
              DISPLAY '* ERROR EN WRITE RECHAZOS = ' FS-RECHAZO
              MOVE 9999 TO RETURN-CODE
              SET FS-NOVEDAD-FIN TO TRUE
           END-IF.

       F-4100-GRABAR-RECHAZO. EXIT.
      **************************************************************
       9999-FINAL.

           IF RETURN-CODE NOT EQUAL 9999
             CLOSE FIRMAS
                 IF FS-FIRMAS IS NOT EQUAL '00'
                  DISPLAY '* ERROR EN CLOSE FIRMAS    = '
                                            FS-FIRMAS
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

             IF WS-HAY-ESTADOS
                CLOSE ESTADOS
             END-IF

             IF WS-HAY-COTITUL
                CLOSE COTITUL
             END-IF

             DISPLAY '***************************************'
             DISPLAY ' NOVEDADES DE FIRMANTE LEIDAS :  '
                                               WS-CANT-LEIDAS
             DISPLAY ' ALTAS APLICADAS         (AL) :  '
                                               WS-CANT-ALTAS
             DISPLAY ' PODERES REOTORGADOS     (AL) :  '
                                               WS-CANT-REOTORGADOS
             DISPLAY ' CAMBIOS APLICADOS       (CM) :  '
                                               WS-CANT-CAMBIOS
             DISPLAY ' BAJAS APLICADAS         (BJ) :  '
                                               WS-CANT-BAJAS
             DISPLAY ' NOVEDADES RECHAZADAS         :  '
                                               WS-CANT-RECHAZADAS
             DISPLAY '***************************************'

           END-IF.

       F-9999-FINAL.
           EXIT.
