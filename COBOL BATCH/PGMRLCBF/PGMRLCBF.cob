       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMRLCBF.
       AUTHOR.    FEDERICO FALCON.
      **************************************************************
      *  ALTA Y SEGUIMIENTO DE RECLAMOS DE CLIENTES. LOS RECLAMOS  *
      *  QUE LLEGABAN A LAS SUCURSALES POR TELEFONO O MOSTRADOR SE *
      *  SEGUIAN EN PAPEL; LAS CONSULTAS PUNTUALES (PGMHICBF,      *
      *  PGMTZCBF, PGMDSCBF) RESPONDEN UNA PREGUNTA PERO NO SIGUEN *
      *  UN CASO. LA SUCURSAL CARGA SUS NOVEDADES EN DDNOVREC Y    *
      *  ESTE PASO LAS APLICA, AL ESTILO DE PGMPECBF, CONTRA EL    *
      *  MAESTRO INDEXADO DDRECLAM (LAYOUT CPRECLAM):              *
      *    - AL = ALTA: DOCUMENTO, SUCURSAL, CATEGORIA, CANAL ('T' *
      *      TELEFONO, 'M' MOSTRADOR) Y LA TRAZA O LA CUENTA Y     *
      *      MOVIMIENTO RECLAMADOS. TOMA EL NUMERO DE CASO         *
      *      SIGUIENTE AL DE DDNUMANT (LA NUEVA GENERACION QUEDA   *
      *      EN DDNUMSAL) Y FIJA EL VENCIMIENTO SUMANDO A LA FECHA *
      *      DE INGRESO LOS DIAS HABILES DEL SLA DE LA CATEGORIA   *
      *      EN DDCATREC (LAYOUT CPCATREC) CON EL MODULO PGMFSCBF  *
      *    - ES = CAMBIO DE ESTADO: A EN ANALISIS ('E'), A         *
      *      RESUELTO ('R', CON SU RESOLUCION) O REABIERTO ('A')   *
      *      UN CASO RESUELTO                                      *
      *  LAS NOVEDADES INVALIDAS VAN A DDRECHA CON SU MOTIVO Y LO  *
      *  APLICADO SE LISTA EN DDSALI CON EL NUMERO DE CASO Y EL    *
      *  VENCIMIENTO QUE LA SUCURSAL INFORMA AL CLIENTE.           *
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

            SELECT NOVEDADES ASSIGN TO DDNOVREC
                 FILE STATUS IS FS-NOVEDAD.

            SELECT CATEGORIAS ASSIGN TO DDCATREC
                 FILE STATUS IS FS-CATEGORIA.

            SELECT NUMANT ASSIGN TO DDNUMANT
                 FILE STATUS IS FS-NUMANT.

            SELECT NUMSAL ASSIGN TO DDNUMSAL
                 FILE STATUS IS FS-NUMSAL.

            SELECT RECHAZOS ASSIGN TO DDRECHA
                 FILE STATUS IS FS-RECHAZO.

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
       FD   NOVEDADES
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01   REG-NOVEDAD             PIC X(120).
      **************************************************************
       FD   CATEGORIAS
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01   REG-CATEGORIA           PIC X(80).
      **************************************************************
      *    ULTIMO NUMERO DE CASO ASIGNADO, GENERACION ANTERIOR Y
      *    NUEVA.
       FD   NUMANT
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01   REG-NUMANT.
           05  NMA-ULTIMO-CASO      PIC 9(08).
           05  FILLER               PIC X(72).
      **************************************************************
       FD   NUMSAL
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01   REG-NUMSAL.
           05  NMS-ULTIMO-CASO      PIC 9(08).
           05  FILLER               PIC X(72).
      **************************************************************
       FD   RECHAZOS
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01   REG-RECHAZO.
           05  RCH-NOVEDAD          PIC X(120).
           05  RCH-MOTIVO           PIC X(30).
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

           COPY CPFECSRV.

           COPY CPFECPRO.

       77  FS-RECLAMOS     PIC XX    VALUE SPACES.

       77  FS-NOVEDAD      PIC XX    VALUE SPACES.
           88  FS-NOVEDAD-FIN        VALUE '10'.

       77  FS-CATEGORIA    PIC XX    VALUE SPACES.
       77  FS-NUMANT       PIC XX    VALUE SPACES.
       77  FS-NUMSAL       PIC XX    VALUE SPACES.
       77  FS-RECHAZO      PIC XX    VALUE SPACES.
       77  FS-SALIDA       PIC XX    VALUE SPACES.
       77  FS-FECHAPRO     PIC XX    VALUE SPACES.

      *********************CONTADORES*******************************
       77  WS-CANT-LEIDAS             PIC 9(05)   VALUE ZEROES.
       77  WS-CANT-ALTAS              PIC 9(05)   VALUE ZEROES.
       77  WS-CANT-CAMBIOS            PIC 9(05)   VALUE ZEROES.
       77  WS-CANT-RESUELTOS          PIC 9(05)   VALUE ZEROES.
       77  WS-CANT-RECHAZADAS         PIC 9(05)   VALUE ZEROES.

       77  WS-ULTIMO-CASO             PIC 9(08)   VALUE ZEROES.

      *****************CATEGORIAS Y SU SLA*****************************
       77  WS-CAT-CONT     PIC 9(03) USAGE COMP VALUE ZEROS.
       77  WS-CAT-SUB      PIC 9(03) USAGE COMP VALUE ZEROS.
       77  WS-CAT-IDX      PIC 9(03) USAGE COMP VALUE ZEROS.
       01  WS-TABLA-CATEG.
           03  WS-CAT      OCCURS 50 TIMES.
               05  WS-CAT-CODIGO    PIC X(02).
               05  WS-CAT-DIAS      PIC 9(03).

      *****************NOVEDAD DE RECLAMO*****************************
      *    EN EL ALTA VA LA TRAZA (LOTE + SECUENCIA) O LA CUENTA CON
      *    EL MOVIMIENTO RECLAMADO; LA FECHA ES LA DE INGRESO (EN
      *    CERO, LA DE NEGOCIO). EN EL CAMBIO DE ESTADO VAN EL CASO,
      *    EL ESTADO NUEVO, LA RESOLUCION Y LA FECHA DEL CAMBIO.
       01  WS-REG-NOVREC.
           05  NRC-ACCION           PIC X(02).
           05  NRC-NROCASO          PIC 9(08).
           05  NRC-TIPDOC           PIC X(02).
           05  NRC-NRODOC           PIC 9(11).
           05  NRC-NROCLI           PIC 9(07).
           05  NRC-SUCURSAL         PIC 9(02).
           05  NRC-CATEGORIA        PIC X(02).
           05  NRC-CANAL            PIC X(01).
           05  NRC-TRZ-LOTE         PIC 9(05).
           05  NRC-TRZ-SECUEN       PIC 9(05).
           05  NRC-TIPCUEN          PIC 9(02).
           05  NRC-NROCUEN          PIC 9(08).
           05  NRC-MOV-FECHA        PIC 9(08).
           05  NRC-MOV-SECUEN       PIC 9(05).
           05  NRC-FECHA            PIC 9(08).
           05  NRC-ESTADO           PIC X(01).
           05  NRC-RESOLUCION       PIC X(01).
           05  NRC-DESCRIPCION      PIC X(40).
           05  FILLER               PIC X(02).

       01  WS-FECHA-NOVEDAD PIC 9(08) VALUE ZEROS.

      *****************LINEA DEL LISTADO******************************
       01  WS-LIN-DETALLE.
           05  FILLER               PIC X(01)   VALUE SPACE.
           05  WS-LD-ACCION         PIC X(10).
           05  FILLER               PIC X(06)   VALUE ' CASO '.
           05  WS-LD-NROCASO        PIC 9(08).
           05  FILLER               PIC X(05)   VALUE ' SUC '.
           05  WS-LD-SUCURSAL       PIC 9(02).
           05  FILLER               PIC X(01)   VALUE SPACE.
           05  WS-LD-TIPDOC         PIC X(02).
           05  FILLER               PIC X(01)   VALUE '-'.
           05  WS-LD-NRODOC         PIC 9(11).
           05  FILLER               PIC X(05)   VALUE ' CAT '.
           05  WS-LD-CATEGORIA      PIC X(02).
           05  FILLER               PIC X(04)   VALUE ' EST'.
           05  WS-LD-ESTADO         PIC X(01).
           05  WS-LD-RESOLUCION     PIC X(01).
           05  FILLER               PIC X(07)   VALUE ' VENCE '.
           05  WS-LD-FEC-VENCE      PIC 9(08).
           05  FILLER               PIC X(05)   VALUE SPACES.

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
      *    REABRE I-O, COMO HACE PGMLICBF CON EL DE LIMITES.
           OPEN I-O RECLAMOS.

           IF FS-RECLAMOS IS EQUAL '35'
              OPEN OUTPUT RECLAMOS
              CLOSE RECLAMOS
              OPEN I-O RECLAMOS
           END-IF

           IF FS-RECLAMOS IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN RECLAMOS  = ' FS-RECLAMOS
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

           OPEN OUTPUT SALIDA.

           IF FS-SALIDA IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN SALIDA    = ' FS-SALIDA
              MOVE 9999 TO RETURN-CODE
              SET  FS-NOVEDAD-FIN TO TRUE
           END-IF

           IF RETURN-CODE IS EQUAL 9999
              GO TO F-1000-INICIO
           END-IF

           PERFORM 1100-LEER-FECHA       THRU F-1100-LEER-FECHA.

           PERFORM 1200-CARGAR-CATEG     THRU F-1200-CARGAR-CATEG.

           PERFORM 1300-LEER-ULTIMO-CASO THRU F-1300-LEER-ULTIMO-CASO.

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
       1200-CARGAR-CATEG.
      *    SIN TABLA DE CATEGORIAS NO HAY SLA CON QUE VENCER LOS
      *    CASOS: NO SE PROCESA.
           OPEN INPUT CATEGORIAS

           IF FS-CATEGORIA IS EQUAL '00'
              PERFORM UNTIL FS-CATEGORIA IS NOT EQUAL '00'
                 READ CATEGORIAS INTO WS-REG-CATREC
                    AT END
                       MOVE '10' TO FS-CATEGORIA
                    NOT AT END
                       IF CAT-DIAS-SLA IS NUMERIC
                          AND WS-CAT-CONT < 50
                          ADD 1 TO WS-CAT-CONT
                          MOVE CAT-CODIGO   TO
                               WS-CAT-CODIGO (WS-CAT-CONT)
                          MOVE CAT-DIAS-SLA TO
                               WS-CAT-DIAS   (WS-CAT-CONT)
                       ELSE
                          DISPLAY '* CATEGORIA IGNORADA: '
                                  CAT-CODIGO ' ' CAT-DIAS-SLA
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE CATEGORIAS
           ELSE
              DISPLAY '* SIN TABLA DE CATEGORIAS DDCATREC, NO SE '
                      'PROCESA'
              MOVE 9999 TO RETURN-CODE
              SET FS-NOVEDAD-FIN TO TRUE
           END-IF.

       F-1200-CARGAR-CATEG. EXIT.
      **************************************************************
       1300-LEER-ULTIMO-CASO.
      *    SIN GENERACION ANTERIOR (PRIMERA CORRIDA) LA NUMERACION
      *    EMPIEZA EN UNO.
           OPEN INPUT NUMANT

           IF FS-NUMANT IS EQUAL '00'
              READ NUMANT
                 AT END
                    CONTINUE
                 NOT AT END
                    IF NMA-ULTIMO-CASO IS NUMERIC
                       MOVE NMA-ULTIMO-CASO TO WS-ULTIMO-CASO
                    END-IF
              END-READ
              CLOSE NUMANT
           ELSE
              DISPLAY '* SIN NUMERACION ANTERIOR DE CASOS, SE '
                      'EMPIEZA EN UNO'
           END-IF.

       F-1300-LEER-ULTIMO-CASO. EXIT.
      **************************************************************
       2000-PROCESO.

           READ NOVEDADES INTO WS-REG-NOVREC

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

      *    SIN FECHA INFORMADA VALE LA FECHA DE NEGOCIO.
           IF NRC-FECHA IS NUMERIC
              AND NRC-FECHA IS GREATER ZEROS
              MOVE NRC-FECHA          TO WS-FECHA-NOVEDAD
           ELSE
              MOVE WS-FECHA-NEGOCIO-R TO WS-FECHA-NOVEDAD
           END-IF

           IF WS-FECHA-NOVEDAD IS GREATER WS-FECHA-NEGOCIO-R
              MOVE 'FECHA POSTERIOR AL PROCESO' TO RCH-MOTIVO
              PERFORM 4100-GRABAR-RECHAZO THRU F-4100-GRABAR-RECHAZO
              GO TO F-2100-VALIDAR-NOVEDAD
           END-IF

           EVALUATE NRC-ACCION
               WHEN 'AL'
                    PERFORM 3000-ALTA THRU F-3000-ALTA
               WHEN 'ES'
                    PERFORM 3100-CAMBIO-ESTADO
                            THRU F-3100-CAMBIO-ESTADO
               WHEN OTHER
                    MOVE 'ACCION NO RECONOCIDA' TO RCH-MOTIVO
                    PERFORM 4100-GRABAR-RECHAZO
                            THRU F-4100-GRABAR-RECHAZO
           END-EVALUATE.

       F-2100-VALIDAR-NOVEDAD. EXIT.
      **************************************************************
       3000-ALTA.

           MOVE SPACES             TO WS-REG-RECLAM
           MOVE NRC-TIPDOC         TO RCL-TIPDOC
           MOVE NRC-NRODOC         TO RCL-NRODOC
           MOVE NRC-NROCLI         TO RCL-NROCLI
           MOVE NRC-SUCURSAL       TO RCL-SUCURSAL
           MOVE NRC-CATEGORIA      TO RCL-CATEGORIA
           MOVE NRC-CANAL          TO RCL-CANAL
           MOVE NRC-TRZ-LOTE       TO RCL-TRZ-LOTE
           MOVE NRC-TRZ-SECUEN     TO RCL-TRZ-SECUEN
           MOVE NRC-TIPCUEN        TO RCL-TIPCUEN
           MOVE NRC-NROCUEN        TO RCL-NROCUEN
           MOVE NRC-MOV-FECHA      TO RCL-MOV-FECHA
           MOVE NRC-MOV-SECUEN     TO RCL-MOV-SECUEN
           MOVE NRC-DESCRIPCION    TO RCL-DESCRIPCION

           PERFORM 3500-VALIDAR-ALTA THRU F-3500-VALIDAR-ALTA

           IF RCH-MOTIVO IS NOT EQUAL SPACES
              PERFORM 4100-GRABAR-RECHAZO THRU F-4100-GRABAR-RECHAZO
              GO TO F-3000-ALTA
           END-IF

      *    EL PLAZO SE CUENTA EN DIAS HABILES DESDE EL INGRESO.
           MOVE 'A'                          TO FSV-FUNCION
           MOVE WS-FECHA-NOVEDAD             TO FSV-FECHA-ENT
           MOVE WS-CAT-DIAS (WS-CAT-IDX)     TO FSV-CANT-DIAS
           CALL 'PGMFSCBF' USING WS-FECSRV-AREA

           IF FSV-RESULTADO IS NOT EQUAL 'S'
              MOVE 'FECHA DE INGRESO INVALIDA' TO RCH-MOTIVO
              PERFORM 4100-GRABAR-RECHAZO THRU F-4100-GRABAR-RECHAZO
              GO TO F-3000-ALTA
           END-IF

           ADD 1 TO WS-ULTIMO-CASO
           MOVE WS-ULTIMO-CASO               TO RCL-NROCASO
           MOVE WS-FECHA-NOVEDAD             TO RCL-FEC-ALTA
                                                RCL-FEC-ESTADO
           MOVE FSV-FECHA-SAL                TO RCL-FEC-VENCE
           MOVE WS-CAT-DIAS (WS-CAT-IDX)     TO RCL-DIAS-SLA
           MOVE 'A'                          TO RCL-ESTADO
           MOVE SPACE                        TO RCL-RESOLUCION
           MOVE 'N'                          TO RCL-ESCALADO
           MOVE ZEROS                        TO RCL-FEC-RESOL
                                                RCL-FEC-ESCALA

           WRITE REG-RECLAMO FROM WS-REG-RECLAM
              INVALID KEY
                 DISPLAY '* NUMERO DE CASO YA EXISTENTE = '
                         RCL-NROCASO
                 MOVE 9999 TO RETURN-CODE
                 SET FS-NOVEDAD-FIN TO TRUE
              NOT INVALID KEY
                 ADD 1 TO WS-CANT-ALTAS
                 MOVE 'ALTA      ' TO WS-LD-ACCION
                 PERFORM 4000-LINEA-LISTADO
                         THRU F-4000-LINEA-LISTADO
           END-WRITE.

       F-3000-ALTA. EXIT.
      **************************************************************
       3100-CAMBIO-ESTADO.

           MOVE NRC-NROCASO TO MAE-RCL-CLAVE

           READ RECLAMOS INTO WS-REG-RECLAM
              INVALID KEY
                 MOVE 'CASO INEXISTENTE' TO RCH-MOTIVO
                 PERFORM 4100-GRABAR-RECHAZO
                         THRU F-4100-GRABAR-RECHAZO
                 GO TO F-3100-CAMBIO-ESTADO
           END-READ

           PERFORM 3600-VALIDAR-ESTADO THRU F-3600-VALIDAR-ESTADO

           IF RCH-MOTIVO IS NOT EQUAL SPACES
              PERFORM 4100-GRABAR-RECHAZO THRU F-4100-GRABAR-RECHAZO
              GO TO F-3100-CAMBIO-ESTADO
           END-IF

           MOVE NRC-ESTADO       TO RCL-ESTADO
           MOVE WS-FECHA-NOVEDAD TO RCL-FEC-ESTADO

      *    AL REABRIR UN CASO SE BORRA LA RESOLUCION; EL VENCIMIENTO
      *    ORIGINAL SE MANTIENE.
           IF RCL-RESUELTO
              MOVE NRC-RESOLUCION   TO RCL-RESOLUCION
              MOVE WS-FECHA-NOVEDAD TO RCL-FEC-RESOL
           ELSE
              MOVE SPACE            TO RCL-RESOLUCION
              MOVE ZEROS            TO RCL-FEC-RESOL
           END-IF

           IF NRC-DESCRIPCION IS NOT EQUAL SPACES
              MOVE NRC-DESCRIPCION  TO RCL-DESCRIPCION
           END-IF

           REWRITE REG-RECLAMO FROM WS-REG-RECLAM

           IF FS-RECLAMOS IS NOT EQUAL '00'
              DISPLAY '* ERROR EN REWRITE RECLAMOS = ' FS-RECLAMOS
              MOVE 9999 TO RETURN-CODE
              SET FS-NOVEDAD-FIN TO TRUE
           ELSE
              ADD 1 TO WS-CANT-CAMBIOS
              IF RCL-RESUELTO
                 ADD 1 TO WS-CANT-RESUELTOS
              END-IF
              MOVE 'ESTADO    ' TO WS-LD-ACCION
              PERFORM 4000-LINEA-LISTADO THRU F-4000-LINEA-LISTADO
           END-IF.

       F-3100-CAMBIO-ESTADO. EXIT.
      **************************************************************
       3500-VALIDAR-ALTA.
      *    DEJA EN RCH-MOTIVO LA FALTA ENCONTRADA EN EL ALTA YA
      *    ARMADA; EN BLANCO EL ALTA ESTA COMPLETA.
           MOVE SPACES TO RCH-MOTIVO

           IF RCL-TIPDOC IS EQUAL SPACES
              OR RCL-NRODOC IS NOT NUMERIC
              OR RCL-NRODOC IS EQUAL ZEROS
              MOVE 'DOCUMENTO INVALIDO' TO RCH-MOTIVO
              GO TO F-3500-VALIDAR-ALTA
           END-IF

           IF RCL-NROCLI IS NOT NUMERIC
              MOVE ZEROS TO RCL-NROCLI
           END-IF

           IF RCL-SUCURSAL IS NOT NUMERIC
              OR RCL-SUCURSAL IS EQUAL ZEROS
              MOVE 'SUCURSAL INVALIDA' TO RCH-MOTIVO
              GO TO F-3500-VALIDAR-ALTA
           END-IF

           IF NOT RCL-CANAL-VALIDO
              MOVE 'CANAL DE INGRESO INVALIDO' TO RCH-MOTIVO
              GO TO F-3500-VALIDAR-ALTA
           END-IF

           MOVE ZEROS TO WS-CAT-IDX
           PERFORM VARYING WS-CAT-SUB FROM 1 BY 1
                   UNTIL WS-CAT-SUB > WS-CAT-CONT
               IF WS-CAT-CODIGO (WS-CAT-SUB) IS EQUAL RCL-CATEGORIA
                  MOVE WS-CAT-SUB TO WS-CAT-IDX
               END-IF
           END-PERFORM

           IF WS-CAT-IDX IS EQUAL ZEROS
              MOVE 'CATEGORIA INEXISTENTE' TO RCH-MOTIVO
              GO TO F-3500-VALIDAR-ALTA
           END-IF

           IF RCL-REFERENCIA IS NOT NUMERIC
              MOVE 'REFERENCIA INVALIDA' TO RCH-MOTIVO
              GO TO F-3500-VALIDAR-ALTA
           END-IF

      *    EL RECLAMO SE ATA A UNA NOVEDAD (TRAZA) O A UNA CUENTA.
           IF (RCL-TRZ-LOTE IS EQUAL ZEROS
               OR RCL-TRZ-SECUEN IS EQUAL ZEROS)
              AND RCL-NROCUEN IS EQUAL ZEROS
              MOVE 'FALTA TRAZA O CUENTA' TO RCH-MOTIVO
           END-IF.

       F-3500-VALIDAR-ALTA. EXIT.
      **************************************************************
       3600-VALIDAR-ESTADO.
      *    CIRCUITO: ABIERTO -> EN ANALISIS -> RESUELTO; UN CASO
      *    ABIERTO O EN ANALISIS PUEDE RESOLVERSE DIRECTO Y UNO
      *    RESUELTO SOLO PUEDE REABRIRSE.
           MOVE SPACES TO RCH-MOTIVO

           EVALUATE NRC-ESTADO
               WHEN 'E'
                    IF NOT RCL-ABIERTO
                       MOVE 'EL CASO NO ESTA ABIERTO' TO RCH-MOTIVO
                    END-IF
               WHEN 'R'
                    IF NOT RCL-PENDIENTE
                       MOVE 'CASO YA RESUELTO' TO RCH-MOTIVO
                    ELSE
                       IF NRC-RESOLUCION IS NOT EQUAL
                          'F' AND 'P' AND 'D' AND 'X'
                          MOVE 'RESOLUCION INVALIDA' TO RCH-MOTIVO
                       END-IF
                    END-IF
               WHEN 'A'
                    IF NOT RCL-RESUELTO
                       MOVE 'EL CASO NO ESTA RESUELTO' TO RCH-MOTIVO
                    END-IF
               WHEN OTHER
                    MOVE 'ESTADO INVALIDO' TO RCH-MOTIVO
           END-EVALUATE

           IF RCH-MOTIVO IS EQUAL SPACES
              AND WS-FECHA-NOVEDAD IS LESS RCL-FEC-ALTA
              MOVE 'FECHA ANTERIOR AL INGRESO' TO RCH-MOTIVO
           END-IF.

       F-3600-VALIDAR-ESTADO. EXIT.
      **************************************************************
       4000-LINEA-LISTADO.

           MOVE RCL-NROCASO      TO WS-LD-NROCASO
           MOVE RCL-SUCURSAL     TO WS-LD-SUCURSAL
           MOVE RCL-TIPDOC       TO WS-LD-TIPDOC
           MOVE RCL-NRODOC       TO WS-LD-NRODOC
           MOVE RCL-CATEGORIA    TO WS-LD-CATEGORIA
           MOVE RCL-ESTADO       TO WS-LD-ESTADO
           MOVE RCL-RESOLUCION   TO WS-LD-RESOLUCION
           MOVE RCL-FEC-VENCE    TO WS-LD-FEC-VENCE

           WRITE REG-SALIDA FROM WS-LIN-DETALLE

           IF FS-SALIDA IS NOT EQUAL '00'
              DISPLAY '* ERROR EN WRITE SALIDA   = ' FS-SALIDA
              MOVE 9999 TO RETURN-CODE
              SET FS-NOVEDAD-FIN TO TRUE
           END-IF.

       F-4000-LINEA-LISTADO. EXIT.
      **************************************************************
       4100-GRABAR-RECHAZO.

           ADD 1 TO WS-CANT-RECHAZADAS

           MOVE WS-REG-NOVREC TO RCH-NOVEDAD
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
             CLOSE RECLAMOS
                 IF FS-RECLAMOS IS NOT EQUAL '00'
                  DISPLAY '* ERROR EN CLOSE RECLAMOS = '
                                            FS-RECLAMOS
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

             CLOSE SALIDA
                 IF FS-SALIDA IS NOT EQUAL '00'
                  DISPLAY '* ERROR EN CLOSE SALIDA   = '
                                            FS-SALIDA
                  MOVE 9999 TO RETURN-CODE
                 END-IF

      **************************************
      *   NUEVA GENERACION DE NUMERACION   *
      **************************************
             OPEN OUTPUT NUMSAL

             IF FS-NUMSAL IS NOT EQUAL '00'
                DISPLAY '* ERROR EN OPEN NUMSAL    = ' FS-NUMSAL
                MOVE 9999 TO RETURN-CODE
             ELSE
                MOVE SPACES         TO REG-NUMSAL
                MOVE WS-ULTIMO-CASO TO NMS-ULTIMO-CASO
                WRITE REG-NUMSAL
                CLOSE NUMSAL
             END-IF

             DISPLAY '******************************'
             DISPLAY ' NOVEDADES LEIDAS        :  ' WS-CANT-LEIDAS
             DISPLAY ' RECLAMOS DADOS DE ALTA  :  ' WS-CANT-ALTAS
             DISPLAY ' CAMBIOS DE ESTADO       :  ' WS-CANT-CAMBIOS
             DISPLAY ' CASOS RESUELTOS         :  '
                                               WS-CANT-RESUELTOS
             DISPLAY ' RECHAZADAS              :  '
                                               WS-CANT-RECHAZADAS
             DISPLAY ' ULTIMO CASO ASIGNADO    :  ' WS-ULTIMO-CASO
             DISPLAY '******************************'

           END-IF.

       F-9999-FINAL.
           EXIT.
