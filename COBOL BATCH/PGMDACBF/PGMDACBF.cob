       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMDACBF.
       AUTHOR.    FEDERICO FALCON.
      **************************************************************
      *  COBRANZA POR DEBITO AUTOMATICO DE FACTURAS DE EMPRESAS.   *
      *  CADA EMPRESA ADHERIDA MANDA SU ARCHIVO DE FACTURACION     *
      *  (DDFACTUR) AL ESTILO DE PGMTRCBF Y PGMNPCBF:              *
      *    - CABECERA 'H': CUIT Y RAZON SOCIAL; EL CUIT SE VALIDA  *
      *      CON EL MODULO DE DOCUMENTOS PGMCDCBF (AREA CPVALDOC)  *
      *    - DETALLES 'D': REFERENCIA DEL ABONADO E IMPORTE        *
      *    - TRAILER 'T': CANTIDAD Y SUMA DE IMPORTES              *
      *  CUALQUIER DIFERENCIA DE CANTIDAD O TOTAL, O UN CUIT       *
      *  INVALIDO, RECHAZA EL LOTE ENTERO.                         *
      *  CADA FACTURA SE BUSCA EN EL MAESTRO DE ADHESIONES         *
      *  DDMANDAT (LAYOUT CPMANDAT, MANTENIDO POR PGMADCBF) POR    *
      *  CUIT + REFERENCIA, SE CONTROLA CONTRA EL IMPORTE MAXIMO   *
      *  QUE FIJO EL CLIENTE Y SE VERIFICAN FONDOS CONTRA EL SALDO *
      *  DE AYER DDSALANT, NETO DE EMBARGOS (DDEMBARG) Y DE        *
      *  CHEQUES EN FLOTANTE (DDFLOTA), MAS EL LIMITE DE           *
      *  DESCUBIERTO AUTORIZADO DDLIMAUT. LA FACTURA COBRADA SALE  *
      *  COMO DEBITO MOVIMCC (DDMOVDA) CON TIPO DE MOVIMIENTO      *
      *  TMV-DEBITO-AUTOM (CPTIPMOV), QUE LA INTERFAZ CONTABLE     *
      *  PGMGLCBF IMPUTA CONTRA LA CUENTA DE RECAUDACION DEL PLAN, *
      *  Y SE ESTAMPA EL ULTIMO DEBITO EN LA ADHESION.             *
      *  CADA EMPRESA RECIBE EN DDRETOR UNA LINEA POR FACTURA CON  *
      *  SU CODIGO DE RESULTADO:                                   *
      *    00 DEBITADO             03 ADHESION REVOCADA            *
      *    01 SIN FONDOS           04 EXCEDE IMPORTE MAXIMO        *
      *    02 SIN ADHESION         05 IMPORTE INVALIDO             *
      *    09 LOTE RECHAZADO, CON EL MOTIVO DEL LOTE               *
      *  Y EN DDSALI SE LISTA EL RESUMEN POR EMPRESA.              *
      **************************************************************
       ENVIRONMENT DIVISION.
      **************************************************************
       CONFIGURATION SECTION.

       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
      **************************************************************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

            SELECT ENTRADA ASSIGN TO DDFACTUR
                 FILE STATUS IS FS-ENTRADA.

            SELECT MANDATOS ASSIGN TO DDMANDAT
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS MAE-MAN-CLAVE
                 FILE STATUS IS FS-MANDATOS.

            SELECT SALDOS ASSIGN TO DDSALANT
                 FILE STATUS IS FS-SALDOS.

            SELECT EMBARGOS ASSIGN TO DDEMBARG
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS MAE-EMB-CLAVE
                 FILE STATUS IS FS-EMBARGOS.

            SELECT FLOTANTE ASSIGN TO DDFLOTA
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS MAE-FLT-CLAVE
                 FILE STATUS IS FS-FLOTANTE.

            SELECT LIMITES ASSIGN TO DDLIMAUT
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS MAE-LIM-CLAVE
                 FILE STATUS IS FS-LIMITES.

            SELECT FECHAPRO ASSIGN TO DDFECPRO
                 FILE STATUS IS FS-FECHAPRO.

            SELECT MOVDA ASSIGN TO DDMOVDA
                 FILE STATUS IS FS-MOVDA.

            SELECT RETORNO ASSIGN TO DDRETOR
                 FILE STATUS IS FS-RETORNO.

            SELECT SALIDA ASSIGN TO DDSALI
                 FILE STATUS IS FS-SALIDA.
      **************************************************************
       I-O-CONTROL.

       DATA DIVISION.
       FILE SECTION.
       FD   ENTRADA
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01   REG-ENTRADA             PIC X(80).
      **************************************************************
       FD   MANDATOS.

       01   REG-MANDATOS.
           03  MAE-MAN-CLAVE        PIC X(31).
           03  FILLER               PIC X(69).
      **************************************************************
       FD   SALDOS
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01   REG-SALDOS              PIC X(30).
      **************************************************************
       FD   EMBARGOS.

       01   REG-EMBARGOS.
           03  MAE-EMB-CLAVE        PIC X(37).
           03  FILLER               PIC X(63).
      **************************************************************
       FD   FLOTANTE.

       01   REG-FLOTANTE.
           03  MAE-FLT-CLAVE        PIC X(21).
           03  FILLER               PIC X(59).
      **************************************************************
       FD   LIMITES.

       01   REG-LIMITES.
           03  MAE-LIM-CLAVE        PIC X(10).
           03  FILLER               PIC X(30).
      **************************************************************
       FD   FECHAPRO
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01   REG-FECHAPRO.
           05  FPR-FECHA            PIC 9(08).
           05  FILLER               PIC X(72).
      **************************************************************
       FD   MOVDA
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01   REG-MOVDA               PIC X(80).
      **************************************************************
       FD   RETORNO
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01   REG-RETORNO.
           05  RDA-CUIT             PIC 9(11).
           05  RDA-REFERENCIA       PIC X(20).
           05  RDA-IMPORTE          PIC 9(07)V99.
           05  RDA-CODIGO           PIC X(02).
           05  RDA-DESCRIP          PIC X(29).
           05  RDA-FECHA            PIC 9(08).
           05  FILLER               PIC X(01).
      **************************************************************
       FD   SALIDA
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01   REG-SALIDA              PIC X(80).
      **************************************************************
       WORKING-STORAGE SECTION.

       77  FILLER        PIC X(26) VALUE '* INICIO WORKING-STORAGE *'.
      **************************************************************

       77  FS-ENTRADA      PIC XX    VALUE SPACES.
           88  FS-ENTRADA-FIN        VALUE '10'.

       77  FS-MANDATOS     PIC XX    VALUE SPACES.
       77  FS-SALDOS       PIC XX    VALUE SPACES.
       77  FS-EMBARGOS     PIC XX    VALUE SPACES.
       77  FS-FLOTANTE     PIC XX    VALUE SPACES.
       77  FS-LIMITES      PIC XX    VALUE SPACES.
       77  FS-FECHAPRO     PIC XX    VALUE SPACES.
       77  FS-MOVDA        PIC XX    VALUE SPACES.
       77  FS-RETORNO      PIC XX    VALUE SPACES.
       77  FS-SALIDA       PIC XX    VALUE SPACES.

       01  WS-FLAG-MANDATOS           PIC X       VALUE 'N'.
           88  WS-HAY-MANDATOS                    VALUE 'S'.

       01  WS-FLAG-LIMITES            PIC X       VALUE 'N'.
           88  WS-HAY-LIMITES                     VALUE 'S'.

      *****************REGISTRO DE TRANSMISION*************************
       01  WS-REG-TRANS.
           05  TRN-TIPO             PIC X(01).
               88  TRN-CABECERA              VALUE 'H'.
               88  TRN-DETALLE               VALUE 'D'.
               88  TRN-TRAILER               VALUE 'T'.
           05  TRN-RESTO            PIC X(79).

       01  WS-VISTA-CABECERA REDEFINES WS-REG-TRANS.
           05  FILLER               PIC X(01).
           05  CAB-CUIT             PIC 9(11).
           05  CAB-RAZON            PIC X(30).
           05  FILLER               PIC X(38).

       01  WS-VISTA-DETALLE REDEFINES WS-REG-TRANS.
           05  FILLER               PIC X(01).
           05  DET-REFERENCIA       PIC X(20).
           05  DET-IMPORTE          PIC 9(07)V99.
           05  FILLER               PIC X(50).

       01  WS-VISTA-TRAILER REDEFINES WS-REG-TRANS.
           05  FILLER               PIC X(01).
           05  TRA-CANT             PIC 9(05).
           05  TRA-TOTAL            PIC 9(11)V99.
           05  FILLER               PIC X(61).

      *****************LOTE EN CURSO***********************************
       01  WS-FLAG-LOTE    PIC X     VALUE 'N'.
           88  WS-LOTE-ABIERTO               VALUE 'S'.
           88  WS-LOTE-CERRADO               VALUE 'N'.

       77  WS-LOTE-CUIT    PIC 9(11)  VALUE ZEROS.
       01  WS-LOTE-RAZON   PIC X(30)  VALUE SPACES.
       77  WS-LOTE-CANT    PIC 9(05)  VALUE ZEROS.
       77  WS-LOTE-TOTAL   PIC 9(11)V99 VALUE ZEROS.
       01  WS-LOTE-MOTIVO  PIC X(29)  VALUE SPACES.
       77  WS-LOTE-DEBITOS PIC 9(05)  VALUE ZEROS.
       77  WS-LOTE-DEVUEL  PIC 9(05)  VALUE ZEROS.
       77  WS-LOTE-IMP-DEB PIC 9(11)V99 VALUE ZEROS.

       77  WS-DET-CONT     PIC 9(04) USAGE COMP VALUE ZEROS.
       77  WS-DET-SUB      PIC 9(04) USAGE COMP VALUE ZEROS.
       01  WS-TABLA-DETALLES.
           03  WS-DET      OCCURS 5000 TIMES.
               05  WS-DET-REFERENCIA PIC X(20).
               05  WS-DET-IMPORTE    PIC 9(07)V99.

      *****************SALDOS DE AYER PARA LA VERIFICACION************
       77  WS-SDO-CONT     PIC 9(04) USAGE COMP VALUE ZEROS.
       77  WS-SDO-SUB      PIC 9(04) USAGE COMP VALUE ZEROS.
       77  WS-SDO-IDX      PIC 9(04) USAGE COMP VALUE ZEROS.
       01  WS-TABLA-SALDOS.
           03  WS-SDO      OCCURS 5000 TIMES.
               05  WS-SDO-TIPCUEN   PIC 9(02).
               05  WS-SDO-NROCUEN   PIC 9(08).
               05  WS-SDO-SALDO     PIC S9(09)V99 COMP-3.

       77  WS-RETENIDO     PIC S9(09)V99 COMP-3 VALUE ZEROS.
       77  WS-LIMITE-VIG   PIC 9(09)V99  COMP-3 VALUE ZEROS.
       77  WS-DISPONIBLE   PIC S9(09)V99 COMP-3 VALUE ZEROS.

      *****************RESULTADO DE LA FACTURA*************************
       01  WS-RESULTADO.
           05  WS-RES-CODIGO        PIC X(02).
               88  WS-RES-DEBITADO           VALUE '00'.
           05  WS-RES-DESCRIP       PIC X(29).

      *********************CONTADORES*******************************
       77  WS-CANT-LOTES              PIC 9(05)   VALUE ZEROES.
       77  WS-LOTES-ACEPTADOS         PIC 9(05)   VALUE ZEROES.
       77  WS-LOTES-RECHAZADOS        PIC 9(05)   VALUE ZEROES.
       77  WS-FAC-DEBITADAS           PIC 9(07)   VALUE ZEROES.
       77  WS-FAC-SIN-FONDOS          PIC 9(05)   VALUE ZEROES.
       77  WS-FAC-SIN-ADHESION        PIC 9(05)   VALUE ZEROES.
       77  WS-FAC-REVOCADAS           PIC 9(05)   VALUE ZEROES.
       77  WS-FAC-EXCEDIDAS           PIC 9(05)   VALUE ZEROES.
       77  WS-FAC-DEVUELTAS           PIC 9(07)   VALUE ZEROES.

      *****************LINEA DEL RESUMEN POR EMPRESA******************
       01  WS-LIN-EMPRESA.
           05  FILLER               PIC X(01)   VALUE SPACE.
           05  WS-LE-CUIT           PIC 9(11).
           05  FILLER               PIC X(01)   VALUE SPACE.
           05  WS-LE-RAZON          PIC X(25).
           05  FILLER               PIC X(05)   VALUE ' DEB '.
           05  WS-LE-DEBITOS        PIC ZZZZ9.
           05  FILLER               PIC X(01)   VALUE SPACE.
           05  WS-LE-IMPORTE        PIC ZZZZZZZZZZ9,99.
           05  FILLER               PIC X(05)   VALUE ' DEV '.
           05  WS-LE-DEVUEL         PIC ZZZZ9.
           05  FILLER               PIC X(07)   VALUE SPACES.

      *****************FECHA DE NEGOCIO Y AREAS DE MODULOS*************
           COPY CPFECPRO.

           COPY CPVALDOC.

           COPY CPMANDAT.

           COPY CPSALDO.

           COPY CPEMBARG.

           COPY CPFLOTA.

           COPY CPLIMAUT.

           COPY CPTIPMOV.

           COPY MOVIMCC.

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
                   UNTIL FS-ENTRADA-FIN.

           PERFORM 9999-FINAL    THRU  F-9999-FINAL.

       F-MAIN-PROGRAM. GOBACK.

      **************************************
      *                                    *
      *  CUERPO INICIO APERTURA ARCHIVOS   *
      *                                    *
      **************************************
       1000-INICIO.

           OPEN INPUT  ENTRADA.

           IF FS-ENTRADA IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN ENTRADA   = ' FS-ENTRADA
              MOVE 9999 TO RETURN-CODE
              SET  FS-ENTRADA-FIN TO TRUE
           END-IF

           OPEN OUTPUT MOVDA.

           IF FS-MOVDA IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN MOVDA     = ' FS-MOVDA
              MOVE 9999 TO RETURN-CODE
              SET  FS-ENTRADA-FIN TO TRUE
           END-IF

           OPEN OUTPUT RETORNO.

           IF FS-RETORNO IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN RETORNO   = ' FS-RETORNO
              MOVE 9999 TO RETURN-CODE
              SET  FS-ENTRADA-FIN TO TRUE
           END-IF

           OPEN OUTPUT SALIDA.

           IF FS-SALIDA IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN SALIDA    = ' FS-SALIDA
              MOVE 9999 TO RETURN-CODE
              SET  FS-ENTRADA-FIN TO TRUE
           END-IF

      *    SIN MAESTRO DE ADHESIONES TODAS LAS FACTURAS VUELVEN
      *    COMO SIN ADHESION.
           OPEN I-O MANDATOS.

           IF FS-MANDATOS IS EQUAL '00'
              SET WS-HAY-MANDATOS TO TRUE
           ELSE
              DISPLAY '* SIN MAESTRO DE ADHESIONES, FS = ' FS-MANDATOS
           END-IF

      *    SIN MAESTRO DE LIMITES SE DEBITA SOLO CONTRA SALDO.
           OPEN INPUT LIMITES.

           IF FS-LIMITES IS EQUAL '00'
              SET WS-HAY-LIMITES TO TRUE
           ELSE
              DISPLAY '* SIN MAESTRO DE LIMITES, SE VERIFICA SOLO '
                      'CONTRA SALDO'
           END-IF

           PERFORM 1100-LEER-FECHA    THRU F-1100-LEER-FECHA.
           PERFORM 1300-CARGAR-SALDOS THRU F-1300-CARGAR-SALDOS.

           IF WS-SDO-CONT > ZEROS
              PERFORM 1350-APLICAR-EMBARGOS
                      THRU F-1350-APLICAR-EMBARGOS
              PERFORM 1370-APLICAR-FLOTANTE
                      THRU F-1370-APLICAR-FLOTANTE
           END-IF.

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
       1300-CARGAR-SALDOS.
      *    SALDOS DE AYER PARA LA VERIFICACION DE FONDOS; SIN EL
      *    ARCHIVO SOLO CUENTA EL LIMITE AUTORIZADO.
           OPEN INPUT SALDOS

           IF FS-SALDOS IS EQUAL '00'
              PERFORM UNTIL FS-SALDOS IS NOT EQUAL '00'
                 READ SALDOS INTO WS-REG-SALDO
                    AT END
                       MOVE '10' TO FS-SALDOS
                    NOT AT END
                       IF WS-SDO-CONT < 5000
                          ADD 1 TO WS-SDO-CONT
                          MOVE SAL-TIPCUEN TO
                               WS-SDO-TIPCUEN (WS-SDO-CONT)
                          MOVE SAL-NROCUEN TO
                               WS-SDO-NROCUEN (WS-SDO-CONT)
                          MOVE SAL-SALDO   TO
                               WS-SDO-SALDO   (WS-SDO-CONT)
                       ELSE
                          DISPLAY '* ATENCION: TABLA DE SALDOS '
                                  'LLENA (5000)'
                          MOVE '10' TO FS-SALDOS
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE SALDOS
           ELSE
              DISPLAY '* SIN SALDOS DE AYER, SOLO CUENTA EL LIMITE'
           END-IF.

       F-1300-CARGAR-SALDOS. EXIT.
      **************************************************************
       1350-APLICAR-EMBARGOS.
      *    DISPONIBLE = SALDO DE AYER MENOS LO RETENIDO POR LAS
      *    ORDENES JUDICIALES (DDEMBARG, LAYOUT CPEMBARG). SIN
      *    MAESTRO NO HAY ORDENES Y SE SIGUE CONTRA EL SALDO.
           OPEN INPUT EMBARGOS.

           IF FS-EMBARGOS IS EQUAL '00'
              MOVE LOW-VALUES TO MAE-EMB-CLAVE
              START EMBARGOS KEY IS NOT LESS MAE-EMB-CLAVE
                 INVALID KEY
                    MOVE '10' TO FS-EMBARGOS
              END-START

              PERFORM UNTIL FS-EMBARGOS IS NOT EQUAL '00'
                 READ EMBARGOS NEXT INTO WS-REG-EMBARG
                    AT END
                       MOVE '10' TO FS-EMBARGOS
                    NOT AT END
                       PERFORM 1360-RETENER-EMBARGO
                               THRU F-1360-RETENER-EMBARGO
                 END-READ
              END-PERFORM
              CLOSE EMBARGOS
           ELSE
              DISPLAY '* SIN MAESTRO DE EMBARGOS, FS = ' FS-EMBARGOS
           END-IF.

       F-1350-APLICAR-EMBARGOS. EXIT.
      **************************************************************
       1360-RETENER-EMBARGO.
      *    LA ORDEN ACTIVA RETIENE LO QUE FALTA TRANSFERIR; LO
      *    TRANSFERIDO AL JUZGADO EN LA FECHA DE NEGOCIO SIGUE EN EL
      *    SALDO DE AYER Y TAMBIEN SE RETIENE. LA CUENTA SIN SALDO
      *    DE AYER ENTRA A LA TABLA CON EL RETENIDO EN NEGATIVO.
           MOVE ZEROS TO WS-RETENIDO

           IF EMB-ESTADO IS EQUAL 'A'
              COMPUTE WS-RETENIDO = EMB-IMPORTE - EMB-IMP-TRANSF
           END-IF

           IF EMB-FEC-ULT-TRANSF IS EQUAL WS-FECHA-NEGOCIO-R
              ADD EMB-ULT-TRANSF TO WS-RETENIDO
           END-IF

           IF WS-RETENIDO IS EQUAL ZEROS
              GO TO F-1360-RETENER-EMBARGO
           END-IF

           MOVE ZEROS TO WS-SDO-IDX

           PERFORM VARYING WS-SDO-SUB FROM 1 BY 1
                   UNTIL WS-SDO-SUB > WS-SDO-CONT
               IF WS-SDO-TIPCUEN (WS-SDO-SUB) IS EQUAL EMB-TIPCUEN
                  AND WS-SDO-NROCUEN (WS-SDO-SUB) IS EQUAL
                      EMB-NROCUEN
                  MOVE WS-SDO-SUB TO WS-SDO-IDX
               END-IF
           END-PERFORM

           IF WS-SDO-IDX NOT EQUAL ZEROS
              SUBTRACT WS-RETENIDO FROM WS-SDO-SALDO (WS-SDO-IDX)
           ELSE
              IF WS-SDO-CONT < 5000
                 ADD 1 TO WS-SDO-CONT
                 MOVE EMB-TIPCUEN TO WS-SDO-TIPCUEN (WS-SDO-CONT)
                 MOVE EMB-NROCUEN TO WS-SDO-NROCUEN (WS-SDO-CONT)
                 COMPUTE WS-SDO-SALDO (WS-SDO-CONT) =
                         ZERO - WS-RETENIDO
              END-IF
           END-IF.

       F-1360-RETENER-EMBARGO. EXIT.
      **************************************************************
       1370-APLICAR-FLOTANTE.
      *    LOS CHEQUES DE OTROS BANCOS DEPOSITADOS (DDFLOTA, LAYOUT
      *    CPFLOTA, GRABADO POR PGMDQCBF) ESTAN EN EL SALDO DE AYER
      *    PERO NO SE PUEDEN USAR HASTA SU FECHA DE DISPONIBILIDAD.
      *    SIN MAESTRO NO HAY FLOTANTE.
           OPEN INPUT FLOTANTE.

           IF FS-FLOTANTE IS EQUAL '00'
              MOVE LOW-VALUES TO MAE-FLT-CLAVE
              START FLOTANTE KEY IS NOT LESS MAE-FLT-CLAVE
                 INVALID KEY
                    MOVE '10' TO FS-FLOTANTE
              END-START

              PERFORM UNTIL FS-FLOTANTE IS NOT EQUAL '00'
                 READ FLOTANTE NEXT INTO WS-REG-FLOTA
                    AT END
                       MOVE '10' TO FS-FLOTANTE
                    NOT AT END
                       PERFORM 1380-RETENER-FLOTANTE
                               THRU F-1380-RETENER-FLOTANTE
                 END-READ
              END-PERFORM
              CLOSE FLOTANTE
           ELSE
              DISPLAY '* SIN MAESTRO DE FLOTANTE, FS = ' FS-FLOTANTE
           END-IF.

       F-1370-APLICAR-FLOTANTE. EXIT.
      **************************************************************
       1380-RETENER-FLOTANTE.
      *    SOLO CUENTA EL DEPOSITO DE UN DIA ANTERIOR, QUE YA ESTA
      *    EN EL SALDO DE AYER: PENDIENTE Y TODAVIA NO DISPONIBLE,
      *    O DEVUELTO HOY (EL CONTRASIENTO TODAVIA NO ESTA EN EL
      *    SALDO DE AYER).
           MOVE ZEROS TO WS-RETENIDO

           IF FLT-FEC-DEPOSITO IS LESS WS-FECHA-NEGOCIO-R
              IF FLT-ESTADO IS EQUAL 'P'
                 AND FLT-FEC-DISPON IS GREATER WS-FECHA-NEGOCIO-R
                 MOVE FLT-IMPORTE TO WS-RETENIDO
              END-IF
              IF FLT-ESTADO IS EQUAL 'D'
                 AND FLT-FEC-DEVOL IS EQUAL WS-FECHA-NEGOCIO-R
                 MOVE FLT-IMPORTE TO WS-RETENIDO
              END-IF
           END-IF

           IF WS-RETENIDO IS EQUAL ZEROS
              GO TO F-1380-RETENER-FLOTANTE
           END-IF

           MOVE ZEROS TO WS-SDO-IDX

           PERFORM VARYING WS-SDO-SUB FROM 1 BY 1
                   UNTIL WS-SDO-SUB > WS-SDO-CONT
               IF WS-SDO-TIPCUEN (WS-SDO-SUB) IS EQUAL FLT-TIPCUEN
                  AND WS-SDO-NROCUEN (WS-SDO-SUB) IS EQUAL
                      FLT-NROCUEN
                  MOVE WS-SDO-SUB TO WS-SDO-IDX
               END-IF
           END-PERFORM

           IF WS-SDO-IDX NOT EQUAL ZEROS
              SUBTRACT WS-RETENIDO FROM WS-SDO-SALDO (WS-SDO-IDX)
           ELSE
              IF WS-SDO-CONT < 5000
                 ADD 1 TO WS-SDO-CONT
                 MOVE FLT-TIPCUEN TO WS-SDO-TIPCUEN (WS-SDO-CONT)
                 MOVE FLT-NROCUEN TO WS-SDO-NROCUEN (WS-SDO-CONT)
                 COMPUTE WS-SDO-SALDO (WS-SDO-CONT) =
                         ZERO - WS-RETENIDO
              END-IF
           END-IF.

       F-1380-RETENER-FLOTANTE. EXIT.
      **************************************************************
       2000-PROCESO.

           READ ENTRADA INTO WS-REG-TRANS

           EVALUATE FS-ENTRADA
             WHEN '00'
                  EVALUATE TRUE
                      WHEN TRN-CABECERA
                           PERFORM 3000-ABRIR-LOTE
                                   THRU F-3000-ABRIR-LOTE
                      WHEN TRN-DETALLE
                           PERFORM 3100-GUARDAR-DETALLE
                                   THRU F-3100-GUARDAR-DETALLE
                      WHEN TRN-TRAILER
                           PERFORM 3200-CERRAR-LOTE
                                   THRU F-3200-CERRAR-LOTE
                      WHEN OTHER
                           DISPLAY '* REGISTRO NO RECONOCIDO, TIPO '
                                   TRN-TIPO
                           MOVE 'REGISTRO NO RECONOCIDO'
                                TO WS-LOTE-MOTIVO
                           PERFORM 4000-RECHAZAR-LOTE
                                   THRU F-4000-RECHAZAR-LOTE
                  END-EVALUATE

              WHEN '10'
                IF WS-LOTE-ABIERTO
                   MOVE 'LOTE SIN TRAILER' TO WS-LOTE-MOTIVO
                   PERFORM 4000-RECHAZAR-LOTE
                           THRU F-4000-RECHAZAR-LOTE
                END-IF

              WHEN OTHER
              DISPLAY '* ERROR EN LECTURA DE ENTRADA ' FS-ENTRADA
              MOVE 9999 TO RETURN-CODE
              SET FS-ENTRADA-FIN TO TRUE

           END-EVALUATE.

       F-2000-PROCESO. EXIT.
      **************************************************************
       3000-ABRIR-LOTE.
      *    EL CUIT DE LA EMPRESA SE VALIDA CON EL MODULO DE
      *    DOCUMENTOS; UN CUIT INVALIDO RECHAZA EL LOTE ENTERO AL
      *    CERRARLO, PARA QUE LA EMPRESA RECIBA TODAS SUS FACTURAS
      *    DE VUELTA.
           IF WS-LOTE-ABIERTO
              MOVE 'CABECERA SIN TRAILER PREVIO' TO WS-LOTE-MOTIVO
              PERFORM 4000-RECHAZAR-LOTE THRU F-4000-RECHAZAR-LOTE
           END-IF

           SET WS-LOTE-ABIERTO TO TRUE
           ADD 1 TO WS-CANT-LOTES
           MOVE CAB-CUIT  TO WS-LOTE-CUIT
           MOVE CAB-RAZON TO WS-LOTE-RAZON
           MOVE ZEROS     TO WS-LOTE-CANT
           MOVE ZEROS     TO WS-LOTE-TOTAL
           MOVE ZEROS     TO WS-LOTE-DEBITOS
           MOVE ZEROS     TO WS-LOTE-DEVUEL
           MOVE ZEROS     TO WS-LOTE-IMP-DEB
           MOVE ZEROS     TO WS-DET-CONT
           MOVE SPACES    TO WS-LOTE-MOTIVO

           MOVE 'CU'          TO VDC-TIPDOC
           MOVE CAB-CUIT      TO VDC-NRODOC
           CALL 'PGMCDCBF' USING WS-VALDOC-AREA

           IF VDC-RESULTADO IS NOT EQUAL 'S'
              MOVE 'CUIT DE EMPRESA INVALIDO' TO WS-LOTE-MOTIVO
           END-IF.

       F-3000-ABRIR-LOTE. EXIT.
      **************************************************************
       3100-GUARDAR-DETALLE.

           IF WS-LOTE-CERRADO
              DISPLAY '* DETALLE SIN CABECERA, SE DESCARTA'
              MOVE ZEROS              TO RDA-CUIT
              MOVE DET-REFERENCIA     TO RDA-REFERENCIA
              MOVE ZEROS              TO RDA-IMPORTE
              IF DET-IMPORTE IS NUMERIC
                 MOVE DET-IMPORTE     TO RDA-IMPORTE
              END-IF
              MOVE '09'               TO RDA-CODIGO
              MOVE 'DETALLE SIN CABECERA' TO RDA-DESCRIP
              MOVE WS-FECHA-NEGOCIO-R TO RDA-FECHA
              WRITE REG-RETORNO
              ADD 1 TO WS-FAC-DEVUELTAS
           ELSE
              IF WS-DET-CONT < 5000
                 ADD 1 TO WS-DET-CONT
                 ADD 1 TO WS-LOTE-CANT
                 MOVE DET-REFERENCIA TO
                      WS-DET-REFERENCIA (WS-DET-CONT)
                 MOVE DET-IMPORTE    TO WS-DET-IMPORTE (WS-DET-CONT)
                 IF DET-IMPORTE IS NUMERIC
                    ADD DET-IMPORTE TO WS-LOTE-TOTAL
                 END-IF
              ELSE
                 MOVE 'LOTE EXCEDE CAPACIDAD' TO WS-LOTE-MOTIVO
                 PERFORM 4000-RECHAZAR-LOTE
                         THRU F-4000-RECHAZAR-LOTE
              END-IF
           END-IF.

       F-3100-GUARDAR-DETALLE. EXIT.
      **************************************************************
       3200-CERRAR-LOTE.
      *    VERIFICA CANTIDAD Y SUMA DEL TRAILER; CUALQUIER
      *    DIFERENCIA O EL CUIT INVALIDO DE LA CABECERA RECHAZA EL
      *    LOTE ENTERO.
           IF WS-LOTE-CERRADO
              DISPLAY '* TRAILER SIN CABECERA, SE DESCARTA'
           ELSE
              IF WS-LOTE-MOTIVO IS EQUAL SPACES
                 AND TRA-CANT IS NOT EQUAL WS-LOTE-CANT
                 MOVE 'CANTIDAD NO COINCIDE' TO WS-LOTE-MOTIVO
              END-IF

              IF WS-LOTE-MOTIVO IS EQUAL SPACES
                 AND TRA-TOTAL IS NOT EQUAL WS-LOTE-TOTAL
                 MOVE 'TOTAL NO COINCIDE' TO WS-LOTE-MOTIVO
              END-IF

              IF WS-LOTE-MOTIVO IS EQUAL SPACES
                 PERFORM 3300-ACEPTAR-LOTE
                         THRU F-3300-ACEPTAR-LOTE
              ELSE
                 PERFORM 4000-RECHAZAR-LOTE
                         THRU F-4000-RECHAZAR-LOTE
              END-IF
           END-IF.

       F-3200-CERRAR-LOTE. EXIT.
      **************************************************************
       3300-ACEPTAR-LOTE.
      *    CADA FACTURA SE RESUELVE INDIVIDUALMENTE Y VUELVE A LA
      *    EMPRESA CON SU CODIGO DE RESULTADO.
           ADD 1 TO WS-LOTES-ACEPTADOS

           PERFORM VARYING WS-DET-SUB FROM 1 BY 1
                   UNTIL WS-DET-SUB > WS-DET-CONT
               PERFORM 3500-DEBITAR-FACTURA
                       THRU F-3500-DEBITAR-FACTURA
               PERFORM 3400-DEVOLVER-DETALLE
                       THRU F-3400-DEVOLVER-DETALLE
           END-PERFORM

           PERFORM 5000-GRABAR-RESUMEN THRU F-5000-GRABAR-RESUMEN

           SET WS-LOTE-CERRADO TO TRUE.

       F-3300-ACEPTAR-LOTE. EXIT.
      **************************************************************
       3400-DEVOLVER-DETALLE.
      *    EL LLAMADOR DEJA CARGADO EL RESULTADO DE LA FACTURA.
           IF WS-RES-DEBITADO
              ADD 1 TO WS-LOTE-DEBITOS
           ELSE
              ADD 1 TO WS-LOTE-DEVUEL
              ADD 1 TO WS-FAC-DEVUELTAS
           END-IF

           MOVE WS-LOTE-CUIT                TO RDA-CUIT
           MOVE WS-DET-REFERENCIA (WS-DET-SUB) TO RDA-REFERENCIA
           MOVE ZEROS                       TO RDA-IMPORTE
           IF WS-DET-IMPORTE (WS-DET-SUB) IS NUMERIC
              MOVE WS-DET-IMPORTE (WS-DET-SUB) TO RDA-IMPORTE
           END-IF
           MOVE WS-RES-CODIGO               TO RDA-CODIGO
           MOVE WS-RES-DESCRIP              TO RDA-DESCRIP
           MOVE WS-FECHA-NEGOCIO-R          TO RDA-FECHA
           WRITE REG-RETORNO

           IF FS-RETORNO IS NOT EQUAL '00'
              DISPLAY '* ERROR EN WRITE RETORNO  = ' FS-RETORNO
              MOVE 9999 TO RETURN-CODE
              SET FS-ENTRADA-FIN TO TRUE
           END-IF.

       F-3400-DEVOLVER-DETALLE. EXIT.
      **************************************************************
       3500-DEBITAR-FACTURA.
      *    IMPORTE, ADHESION, TOPE DEL CLIENTE Y FONDOS, EN ESE
      *    ORDEN; LA PRIMERA CONDICION QUE FALLA ES EL RESULTADO.
           IF WS-DET-IMPORTE (WS-DET-SUB) IS NOT NUMERIC
              OR WS-DET-IMPORTE (WS-DET-SUB) IS EQUAL ZEROS
              MOVE '05'               TO WS-RES-CODIGO
              MOVE 'IMPORTE INVALIDO' TO WS-RES-DESCRIP
              GO TO F-3500-DEBITAR-FACTURA
           END-IF

           IF NOT WS-HAY-MANDATOS
              ADD 1 TO WS-FAC-SIN-ADHESION
              MOVE '02'               TO WS-RES-CODIGO
              MOVE 'SIN ADHESION'     TO WS-RES-DESCRIP
              GO TO F-3500-DEBITAR-FACTURA
           END-IF

           MOVE WS-LOTE-CUIT TO MAN-CUIT
           MOVE WS-DET-REFERENCIA (WS-DET-SUB) TO MAN-REFERENCIA
           MOVE MAN-CLAVE    TO MAE-MAN-CLAVE

           READ MANDATOS INTO WS-REG-MANDAT
              INVALID KEY
                 ADD 1 TO WS-FAC-SIN-ADHESION
                 MOVE '02'               TO WS-RES-CODIGO
                 MOVE 'SIN ADHESION'     TO WS-RES-DESCRIP
                 GO TO F-3500-DEBITAR-FACTURA
           END-READ

           IF MAN-ESTADO IS NOT EQUAL 'A'
              ADD 1 TO WS-FAC-REVOCADAS
              MOVE '03'                TO WS-RES-CODIGO
              MOVE 'ADHESION REVOCADA' TO WS-RES-DESCRIP
              GO TO F-3500-DEBITAR-FACTURA
           END-IF

           IF MAN-IMPORTE-MAX IS GREATER ZEROS
              AND WS-DET-IMPORTE (WS-DET-SUB) IS GREATER
                  MAN-IMPORTE-MAX
              ADD 1 TO WS-FAC-EXCEDIDAS
              MOVE '04'                     TO WS-RES-CODIGO
              MOVE 'EXCEDE IMPORTE MAXIMO'  TO WS-RES-DESCRIP
              GO TO F-3500-DEBITAR-FACTURA
           END-IF

      *    DISPONIBLE = SALDO EN MEMORIA + LIMITE AUTORIZADO
      *    VIGENTE; LA FACTURA DEBITADA DESCUENTA EL SALDO EN
      *    MEMORIA PARA LAS SIGUIENTES DE LA MISMA CUENTA.
           PERFORM 3600-BUSCAR-SALDO  THRU F-3600-BUSCAR-SALDO
           PERFORM 3700-BUSCAR-LIMITE THRU F-3700-BUSCAR-LIMITE

           IF WS-SDO-IDX IS EQUAL ZEROS
              MOVE ZEROS TO WS-DISPONIBLE
              ADD WS-LIMITE-VIG TO WS-DISPONIBLE
           ELSE
              COMPUTE WS-DISPONIBLE =
                      WS-SDO-SALDO (WS-SDO-IDX) + WS-LIMITE-VIG
           END-IF

           IF WS-DET-IMPORTE (WS-DET-SUB) IS GREATER WS-DISPONIBLE
              ADD 1 TO WS-FAC-SIN-FONDOS
              MOVE '01'                TO WS-RES-CODIGO
              MOVE 'SIN FONDOS'        TO WS-RES-DESCRIP
              GO TO F-3500-DEBITAR-FACTURA
           END-IF

           PERFORM 4100-EMITIR-DEBITO THRU F-4100-EMITIR-DEBITO.

       F-3500-DEBITAR-FACTURA. EXIT.
      **************************************************************
       3600-BUSCAR-SALDO.

           MOVE ZEROS TO WS-SDO-IDX

           PERFORM VARYING WS-SDO-SUB FROM 1 BY 1
                   UNTIL WS-SDO-SUB > WS-SDO-CONT
               IF WS-SDO-TIPCUEN (WS-SDO-SUB) IS EQUAL MAN-TIPCUEN
                  AND WS-SDO-NROCUEN (WS-SDO-SUB) IS EQUAL
                      MAN-NROCUEN
                  MOVE WS-SDO-SUB TO WS-SDO-IDX
               END-IF
           END-PERFORM.

       F-3600-BUSCAR-SALDO. EXIT.
      **************************************************************
       3700-BUSCAR-LIMITE.

           MOVE ZEROS TO WS-LIMITE-VIG

           IF WS-HAY-LIMITES
              MOVE MAN-TIPCUEN TO MAE-LIM-CLAVE (1:2)
              MOVE MAN-NROCUEN TO MAE-LIM-CLAVE (3:8)
              READ LIMITES INTO WS-REG-LIMAUT
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    IF LIM-FEC-VIGENCIA IS NOT GREATER
                       WS-FECHA-NEGOCIO-R
                       MOVE LIM-IMPORTE TO WS-LIMITE-VIG
                    END-IF
              END-READ
           END-IF.

       F-3700-BUSCAR-LIMITE. EXIT.
      **************************************************************
       4000-RECHAZAR-LOTE.
      *    EL LOTE COMPLETO VUELVE A LA EMPRESA CON CODIGO 09 Y EL
      *    MOTIVO DEL LOTE EN CADA FACTURA.
           ADD 1 TO WS-LOTES-RECHAZADOS

           DISPLAY '* LOTE DE CUIT ' WS-LOTE-CUIT
                   ' RECHAZADO: ' WS-LOTE-MOTIVO

           MOVE '09'           TO WS-RES-CODIGO
           MOVE WS-LOTE-MOTIVO TO WS-RES-DESCRIP

           PERFORM VARYING WS-DET-SUB FROM 1 BY 1
                   UNTIL WS-DET-SUB > WS-DET-CONT
               PERFORM 3400-DEVOLVER-DETALLE
                       THRU F-3400-DEVOLVER-DETALLE
           END-PERFORM

           PERFORM 5000-GRABAR-RESUMEN THRU F-5000-GRABAR-RESUMEN

           MOVE ZEROS TO WS-DET-CONT
           SET WS-LOTE-CERRADO TO TRUE.

       F-4000-RECHAZAR-LOTE. EXIT.
      **************************************************************
       4100-EMITIR-DEBITO.

           MOVE SPACES             TO WS-REG-MOVIMI
           MOVE MAN-TIPCUEN        TO WS-MOV-TIPO
           MOVE MAN-NROCUEN        TO WS-MOV-CUENTA
           MOVE WS-DET-IMPORTE (WS-DET-SUB) TO WS-MOV-IMPORTE
           MOVE WS-FECHA-NEGOCIO-R TO WS-MOV-FECHA
           MOVE 'D'                TO WS-MOV-DBCR
           MOVE TMV-DEBITO-AUTOM   TO WS-MOV-TIPMOV

           WRITE REG-MOVDA FROM WS-REG-MOVIMI

           IF FS-MOVDA IS NOT EQUAL '00'
              DISPLAY '* ERROR EN WRITE MOVDA    = ' FS-MOVDA
              MOVE 9999 TO RETURN-CODE
              SET FS-ENTRADA-FIN TO TRUE
           END-IF

           IF WS-SDO-IDX NOT EQUAL ZEROS
              SUBTRACT WS-DET-IMPORTE (WS-DET-SUB)
                  FROM WS-SDO-SALDO (WS-SDO-IDX)
           ELSE
              IF WS-SDO-CONT < 5000
                 ADD 1 TO WS-SDO-CONT
                 MOVE MAN-TIPCUEN TO WS-SDO-TIPCUEN (WS-SDO-CONT)
                 MOVE MAN-NROCUEN TO WS-SDO-NROCUEN (WS-SDO-CONT)
                 COMPUTE WS-SDO-SALDO (WS-SDO-CONT) =
                         ZERO - WS-DET-IMPORTE (WS-DET-SUB)
              END-IF
           END-IF

      *    ULTIMO DEBITO EN LA ADHESION, PARA CONSULTA DE SUCURSAL.
           MOVE WS-FECHA-NEGOCIO-R          TO MAN-FEC-ULT-DEB
           MOVE WS-DET-IMPORTE (WS-DET-SUB) TO MAN-IMP-ULT-DEB

           REWRITE REG-MANDATOS FROM WS-REG-MANDAT

           IF FS-MANDATOS IS NOT EQUAL '00'
              DISPLAY '* ERROR EN REWRITE MANDATOS = ' FS-MANDATOS
              MOVE 9999 TO RETURN-CODE
              SET FS-ENTRADA-FIN TO TRUE
           END-IF

           ADD 1 TO WS-FAC-DEBITADAS
           ADD WS-DET-IMPORTE (WS-DET-SUB) TO WS-LOTE-IMP-DEB

           MOVE '00'       TO WS-RES-CODIGO
           MOVE 'DEBITADO' TO WS-RES-DESCRIP.

       F-4100-EMITIR-DEBITO. EXIT.
      **************************************************************
       5000-GRABAR-RESUMEN.

           MOVE WS-LOTE-CUIT     TO WS-LE-CUIT
           MOVE WS-LOTE-RAZON    TO WS-LE-RAZON
           MOVE WS-LOTE-DEBITOS  TO WS-LE-DEBITOS
           MOVE WS-LOTE-IMP-DEB  TO WS-LE-IMPORTE
           MOVE WS-LOTE-DEVUEL   TO WS-LE-DEVUEL

           WRITE REG-SALIDA FROM WS-LIN-EMPRESA

           IF FS-SALIDA IS NOT EQUAL '00'
              DISPLAY '* ERROR EN WRITE SALIDA   = ' FS-SALIDA
              MOVE 9999 TO RETURN-CODE
              SET FS-ENTRADA-FIN TO TRUE
           END-IF.

       F-5000-GRABAR-RESUMEN. EXIT.
      **************************************************************
       9999-FINAL.

           IF RETURN-CODE NOT EQUAL 9999
             CLOSE ENTRADA
                 IF FS-ENTRADA IS NOT EQUAL '00' AND '10'
                  DISPLAY '* ERROR EN CLOSE ENTRADA  = '
                                            FS-ENTRADA
                  MOVE 9999 TO RETURN-CODE
                 END-IF

             CLOSE MOVDA
                 IF FS-MOVDA IS NOT EQUAL '00'
                  DISPLAY '* ERROR EN CLOSE MOVDA    = '
                                            FS-MOVDA
                  MOVE 9999 TO RETURN-CODE
                 END-IF

             CLOSE RETORNO
                 IF FS-RETORNO IS NOT EQUAL '00'
                  DISPLAY '* ERROR EN CLOSE RETORNO  = '
                                            FS-RETORNO
                  MOVE 9999 TO RETURN-CODE
                 END-IF

             CLOSE SALIDA
                 IF FS-SALIDA IS NOT EQUAL '00'
                  DISPLAY '* ERROR EN CLOSE SALIDA   = '
                                            FS-SALIDA
                  MOVE 9999 TO RETURN-CODE
                 END-IF

             IF WS-HAY-MANDATOS
                CLOSE MANDATOS
                IF FS-MANDATOS IS NOT EQUAL '00'
                   DISPLAY '* ERROR EN CLOSE MANDATOS  = '
                                             FS-MANDATOS
                   MOVE 9999 TO RETURN-CODE
                END-IF
             END-IF

             IF WS-HAY-LIMITES
                CLOSE LIMITES
                IF FS-LIMITES IS NOT EQUAL '00'
                   DISPLAY '* ERROR EN CLOSE LIMITES   = '
                                             FS-LIMITES
                   MOVE 9999 TO RETURN-CODE
                END-IF
             END-IF

             DISPLAY '***************************************'
             DISPLAY ' LOTES RECIBIDOS             :  ' WS-CANT-LOTES
             DISPLAY ' LOTES ACEPTADOS             :  '
                                               WS-LOTES-ACEPTADOS
             DISPLAY ' LOTES RECHAZADOS            :  '
                                               WS-LOTES-RECHAZADOS
             DISPLAY ' FACTURAS DEBITADAS          :  '
                                               WS-FAC-DEBITADAS
             DISPLAY ' SIN FONDOS                  :  '
                                               WS-FAC-SIN-FONDOS
             DISPLAY ' SIN ADHESION                :  '
                                               WS-FAC-SIN-ADHESION
             DISPLAY ' ADHESION REVOCADA           :  '
                                               WS-FAC-REVOCADAS
             DISPLAY ' EXCEDEN IMPORTE MAXIMO      :  '
                                               WS-FAC-EXCEDIDAS
             DISPLAY ' FACTURAS DEVUELTAS          :  '
                                               WS-FAC-DEVUELTAS
             DISPLAY '***************************************'

           END-IF.

       F-9999-FINAL.
           EXIT.
