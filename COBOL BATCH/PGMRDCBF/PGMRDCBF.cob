       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMRDCBF.
       AUTHOR.    FEDERICO FALCON.
      **************************************************************
      *  DEPURACION MENSUAL DE HISTORICOS POR PLAZO DE RETENCION.  *
      *  LOS HISTORICOS DE LA SUITE CRECIAN SIN LIMITE O LOS       *
      *  BORRABA A MANO QUIEN NECESITABA EL ESPACIO. EL CATALOGO   *
      *  DDRETCAT (CPRETCAT) FIJA POR ARCHIVO EL PLAZO EN MESES Y  *
      *  LA NORMA QUE LO EXIGE, Y ESTE PASO SACA DE CADA ARCHIVO   *
      *  LOS REGISTROS ANTERIORES AL CORTE (FECHA DE NEGOCIO MENOS *
      *  EL PLAZO):                                                *
      *    - DDHISSAL  HISTORICO DE SALDOS (POR CUENTA)            *
      *    - DDARCEXT  ARCHIVO DE RESUMENES (POR CUENTA, INDEXADO) *
      *    - DDHISREP  HISTORICO DE LINEAS DE REPORTE (INDEXADO)   *
      *    - DDTRAZA   DIARIO DE TRAZAS (POR DOCUMENTO)            *
      *    - DDJRNL    JOURNAL DE OPERACIONES DE PGMPLCBF          *
      *    - DDESTAD   ESTADISTICA COMUN DE CORRIDA                *
      *    - DDHISSTK  HISTORICO DE MOVIMIENTOS DE STOCK           *
      *  LOS INDEXADOS SE DEPURAN EN EL LUGAR; LOS SECUENCIALES SE *
      *  COPIAN SIN LO VENCIDO A UNA NUEVA GENERACION (DDHSALNV,   *
      *  DDTRAZNV, DDJRNLNV, DDESTANV, DDHSTKNV).                  *
      *  NUNCA SE DEPURA UN REGISTRO DE UN CLIENTE CON RETENCION   *
      *  LEGAL: EMBARGO ACTIVO (DDEMBARG), RECLAMO ABIERTO         *
      *  (DDRECLAM), SOLICITUD DE SUPRESION PENDIENTE (COLA        *
      *  DDPENSAL DE PGMPGCBF) O LISTA DE LEGALES (DDRETLEG,       *
      *  CPRETLEG). LA CUENTA SE ATRIBUYE A SU TITULAR (DDCTAS) Y  *
      *  COTITULARES (DDCOTIT) Y EL DOCUMENTO AL CLIENTE POR EL    *
      *  LOOKUP DDLOOKUP. SI FALTA UNA FUENTE DE RETENCIONES O LA  *
      *  TABLA DE RETENIDOS SE DESBORDA, NO SE DEPURA NADA.        *
      *  EMITE EN DDSALI EL CERTIFICADO DE LO DEPURADO POR ARCHIVO *
      *  Y DE LO CONSERVADO POR CADA RETENCION LEGAL.              *
      **************************************************************
       ENVIRONMENT DIVISION.
      **************************************************************
       CONFIGURATION SECTION.

       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
      **************************************************************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

            SELECT CATALOGO ASSIGN TO DDRETCAT
                 FILE STATUS IS FS-CATALOGO.

            SELECT FECHAPRO ASSIGN TO DDFECPRO
                 FILE STATUS IS FS-FECHAPRO.

            SELECT CUENTAS ASSIGN TO DDCTAS
                 FILE STATUS IS FS-CUENTAS.

            SELECT COTITUL ASSIGN TO DDCOTIT
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS MAE-COT-CLAVE
                 FILE STATUS IS FS-COTITUL.

            SELECT LOOKUP1 ASSIGN TO DDLOOKUP
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS LKP-CLAVE
                 FILE STATUS IS FS-LOOKUP.

            SELECT EMBARGOS ASSIGN TO DDEMBARG
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS MAE-EMB-CLAVE
                 FILE STATUS IS FS-EMBARGOS.

            SELECT RECLAMOS ASSIGN TO DDRECLAM
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS MAE-RCL-CLAVE
                 FILE STATUS IS FS-RECLAMOS.

            SELECT SUPRESION ASSIGN TO DDPENSAL
                 FILE STATUS IS FS-SUPRESION.

            SELECT LEGALES ASSIGN TO DDRETLEG
                 FILE STATUS IS FS-LEGALES.

            SELECT HISTSAL ASSIGN TO DDHISSAL
                 FILE STATUS IS FS-HISTSAL.

            SELECT HISTSALNV ASSIGN TO DDHSALNV
                 FILE STATUS IS FS-HISTSALNV.

            SELECT ARCHIVO ASSIGN TO DDARCEXT
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS ARC-CLAVE
                 FILE STATUS IS FS-ARCHIVO.

            SELECT HISTREP ASSIGN TO DDHISREP
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS HRP-CLAVE
                 FILE STATUS IS FS-HISTREP.

            SELECT TRAZAS ASSIGN TO DDTRAZA
                 FILE STATUS IS FS-TRAZAS.

            SELECT TRAZASNV ASSIGN TO DDTRAZNV
                 FILE STATUS IS FS-TRAZASNV.

            SELECT JOURNAL ASSIGN TO DDJRNL
                 FILE STATUS IS FS-JOURNAL.

            SELECT JOURNALNV ASSIGN TO DDJRNLNV
                 FILE STATUS IS FS-JOURNALNV.

            SELECT ESTADIS ASSIGN TO DDESTAD
                 FILE STATUS IS FS-ESTADIS.

            SELECT ESTADISNV ASSIGN TO DDESTANV
                 FILE STATUS IS FS-ESTADISNV.

            SELECT HISTSTK ASSIGN TO DDHISSTK
                 FILE STATUS IS FS-HISTSTK.

            SELECT HISTSTKNV ASSIGN TO DDHSTKNV
                 FILE STATUS IS FS-HISTSTKNV.

            SELECT SALIDA ASSIGN TO DDSALI
                 FILE STATUS IS FS-SALIDA.
      **************************************************************
       I-O-CONTROL.

       DATA DIVISION.
       FILE SECTION.
       FD   CATALOGO
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01   REG-CATALOGO            PIC X(80).
      **************************************************************
       FD   FECHAPRO
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01   REG-FECHAPRO.
           05  FPR-FECHA            PIC 9(08).
           05  FILLER               PIC X(72).
      **************************************************************
       FD   CUENTAS
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01   REG-CUENTAS             PIC X(17).
      **************************************************************
       FD   COTITUL.

       01   REG-COTITUL.
           03  MAE-COT-CLAVE        PIC X(17).
           03  FILLER               PIC X(03).
      **************************************************************
       FD   LOOKUP1.

       01   REG-LOOKUP.
           03  LKP-CLAVE            PIC X(13).
           03  FILLER               PIC X(46).
      **************************************************************
       FD   EMBARGOS.

       01   REG-EMBARGOS.
           03  MAE-EMB-CLAVE        PIC X(37).
           03  FILLER               PIC X(63).
      **************************************************************
       FD   RECLAMOS.

       01   REG-RECLAMO.
           03  MAE-RCL-CLAVE        PIC 9(08).
           03  FILLER               PIC X(152).
      **************************************************************
       FD   SUPRESION
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01   REG-SUPRESION           PIC X(30).
      **************************************************************
       FD   LEGALES
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01   REG-LEGALES             PIC X(80).
      **************************************************************
       FD   HISTSAL
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01   REG-HISTSAL             PIC X(40).
      **************************************************************
       FD   HISTSALNV
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01   REG-HISTSALNV           PIC X(40).
      **************************************************************
       FD   ARCHIVO.

       01   REG-ARCHIVO.
           03  ARC-CLAVE.
               05  ARC-TIPCUEN      PIC X(02).
               05  ARC-NROCUEN      PIC 9(08).
               05  ARC-PERIODO      PIC 9(06).
               05  ARC-LINEA        PIC 9(04).
           03  ARC-TEXTO            PIC X(80).
      **************************************************************
       FD   HISTREP.

       01   REG-HISTREP.
           03  HRP-CLAVE            PIC X(47).
           03  FILLER               PIC X(13).
      **************************************************************
       FD   TRAZAS
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01   REG-TRAZA               PIC X(80).
      **************************************************************
       FD   TRAZASNV
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01   REG-TRAZANV             PIC X(80).
      **************************************************************
       FD   JOURNAL
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01   REG-JOURNAL             PIC X(32).
      **************************************************************
       FD   JOURNALNV
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01   REG-JOURNALNV           PIC X(32).
      **************************************************************
       FD   ESTADIS
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01   REG-ESTAD               PIC X(70).
      **************************************************************
       FD   ESTADISNV
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01   REG-ESTADNV             PIC X(70).
      **************************************************************
       FD   HISTSTK
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01   REG-HISTSTK             PIC X(50).
      **************************************************************
       FD   HISTSTKNV
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01   REG-HISTSTKNV           PIC X(50).
      **************************************************************
       FD   SALIDA
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01   REG-SALIDA              PIC X(80).
      **************************************************************
       WORKING-STORAGE SECTION.

       77  FILLER        PIC X(26) VALUE '* INICIO WORKING-STORAGE *'.
      **************************************************************

       77  FS-CATALOGO     PIC XX    VALUE SPACES.
       77  FS-FECHAPRO     PIC XX    VALUE SPACES.
       77  FS-CUENTAS      PIC XX    VALUE SPACES.
       77  FS-COTITUL      PIC XX    VALUE SPACES.
       77  FS-LOOKUP       PIC XX    VALUE SPACES.
       77  FS-EMBARGOS     PIC XX    VALUE SPACES.
       77  FS-RECLAMOS     PIC XX    VALUE SPACES.
       77  FS-SUPRESION    PIC XX    VALUE SPACES.
       77  FS-LEGALES      PIC XX    VALUE SPACES.
       77  FS-HISTSAL      PIC XX    VALUE SPACES.
       77  FS-HISTSALNV    PIC XX    VALUE SPACES.
       77  FS-ARCHIVO      PIC XX    VALUE SPACES.
       77  FS-HISTREP      PIC XX    VALUE SPACES.
       77  FS-TRAZAS       PIC XX    VALUE SPACES.
       77  FS-TRAZASNV     PIC XX    VALUE SPACES.
       77  FS-JOURNAL      PIC XX    VALUE SPACES.
       77  FS-JOURNALNV    PIC XX    VALUE SPACES.
       77  FS-ESTADIS      PIC XX    VALUE SPACES.
       77  FS-ESTADISNV    PIC XX    VALUE SPACES.
       77  FS-HISTSTK      PIC XX    VALUE SPACES.
       77  FS-HISTSTKNV    PIC XX    VALUE SPACES.
       77  FS-SALIDA       PIC XX    VALUE SPACES.

      *****************CATALOGO DE RETENCION***************************
       77  WS-CAT-CONT     PIC 9(04) USAGE COMP VALUE ZEROS.
       77  WS-CAT-SUB      PIC 9(04) USAGE COMP VALUE ZEROS.
       01  WS-TABLA-CATALOGO.
           03  WS-CAT      OCCURS 50 TIMES.
               05  WS-CAT-ARCHIVO   PIC X(08).
               05  WS-CAT-MESES     PIC 9(03).
               05  WS-CAT-BASE      PIC X(40).

      *****************ARCHIVO EN CURSO********************************
       01  WS-ARCHIVO-ACT  PIC X(08)  VALUE SPACES.
       77  WS-MESES-ACT    PIC 9(03)  VALUE ZEROS.
       01  WS-BASE-ACT     PIC X(40)  VALUE SPACES.

       01  WS-FLAG-PLAZO   PIC X.
           88  WS-CON-PLAZO          VALUE 'S'.
           88  WS-SIN-PLAZO          VALUE 'N'.

       01  WS-FLAG-DISPONIBLE PIC X.
           88  WS-ARCH-DISPONIBLE    VALUE 'S'.
           88  WS-ARCH-NO-DISPONIBLE VALUE 'N'.

      *    COMO SE IDENTIFICA AL CLIENTE EN LOS REGISTROS DEL ARCHIVO:
      *    POR CUENTA, POR DOCUMENTO O SIN DATOS DE CLIENTE.
       01  WS-TIPO-CLAVE   PIC X.
           88  WS-CLAVE-CUENTA       VALUE 'C'.
           88  WS-CLAVE-DOCUMENTO    VALUE 'D'.
           88  WS-CLAVE-NINGUNA      VALUE 'N'.

      *    CORTE = FECHA DE NEGOCIO MENOS EL PLAZO EN MESES; VENCE
      *    TODO REGISTRO DE FECHA ANTERIOR AL CORTE.
       77  WS-MESES-TOT    PIC 9(06)  VALUE ZEROS.
       01  WS-FECHA-CORTE.
           05  WS-FC-ANIO       PIC 9(04).
           05  WS-FC-MES        PIC 9(02).
           05  WS-FC-DIA        PIC 9(02).
       01  WS-FECHA-CORTE-R REDEFINES WS-FECHA-CORTE
                            PIC 9(08).

      *    FECHA DEL REGISTRO EN CURSO; EN EL ARCHIVO DE RESUMENES ES
      *    EL PERIODO CON EL ULTIMO DIA POSIBLE DEL MES.
       01  WS-FEC-REGISTRO.
           05  WS-FR-PERIODO    PIC 9(06).
           05  WS-FR-DIA        PIC 9(02).
       01  WS-FEC-REGISTRO-R REDEFINES WS-FEC-REGISTRO
                             PIC 9(08).
       01  WS-FEC-REGISTRO-X REDEFINES WS-FEC-REGISTRO
                             PIC X(08).

       01  WS-FLAG-DESTINO PIC X.
           88  WS-CONSERVA           VALUE 'C'.
           88  WS-DEPURA             VALUE 'D'.

       01  WS-FLAG-RETENCION PIC X.
           88  WS-CON-RETENCION      VALUE 'S'.
           88  WS-SIN-RETENCION      VALUE 'N'.

      *****************CUENTA - TITULAR Y COTITULARES******************
       77  WS-TCU-CONT     PIC 9(04) USAGE COMP VALUE ZEROS.
       77  WS-TCU-SUB      PIC 9(04) USAGE COMP VALUE ZEROS.
       01  WS-TABLA-CUENTAS.
           03  WS-TCU      OCCURS 5000 TIMES.
               05  WS-TCU-CLAVE     PIC X(10).
               05  WS-TCU-NROCLI    PIC 9(07).

       77  WS-TCO-CONT     PIC 9(04) USAGE COMP VALUE ZEROS.
       77  WS-TCO-SUB      PIC 9(04) USAGE COMP VALUE ZEROS.
       01  WS-TABLA-COTIT.
           03  WS-TCO      OCCURS 5000 TIMES.
               05  WS-TCO-CLAVE     PIC X(10).
               05  WS-TCO-NROCLI    PIC 9(07).

      *****************RETENCIONES LEGALES*****************************
      *    CLIENTES RETENIDOS (POR NROCLI, POR DOCUMENTO O AMBOS) Y
      *    CUENTAS RETENIDAS EN SI MISMAS (EMBARGADAS O RECLAMADAS).
      *    EL ORIGEN MARCA UNA POSICION POR FUENTE: E EMBARGO ACTIVO,
      *    R RECLAMO ABIERTO, S SUPRESION PENDIENTE, L LEGALES.
       77  WS-RTN-CONT     PIC 9(04) USAGE COMP VALUE ZEROS.
       77  WS-RTN-SUB      PIC 9(04) USAGE COMP VALUE ZEROS.
       77  WS-RTN-IDX      PIC 9(04) USAGE COMP VALUE ZEROS.
       01  WS-TABLA-RETENIDOS.
           03  WS-RTN      OCCURS 2000 TIMES.
               05  WS-RTN-NROCLI    PIC 9(07).
               05  WS-RTN-DOC       PIC X(13).
               05  WS-RTN-ORIGEN    PIC X(04).
               05  WS-RTN-CONSERV   PIC 9(07).

       77  WS-RCU-CONT     PIC 9(04) USAGE COMP VALUE ZEROS.
       77  WS-RCU-SUB      PIC 9(04) USAGE COMP VALUE ZEROS.
       77  WS-RCU-IDX      PIC 9(04) USAGE COMP VALUE ZEROS.
       01  WS-TABLA-CTA-RETENIDAS.
           03  WS-RCU      OCCURS 2000 TIMES.
               05  WS-RCU-CLAVE     PIC X(10).
               05  WS-RCU-ORIGEN    PIC X(04).
               05  WS-RCU-CONSERV   PIC 9(07).

       01  WS-LETRAS-ORIGEN PIC X(04) VALUE 'ERSL'.
       77  WS-ORIGEN-POS   PIC 9(01)  VALUE ZEROS.

      *    SIN ALGUNA FUENTE DE RETENCIONES NO SE PUEDE ASEGURAR QUE
      *    NO SE BORRE LO RETENIDO: LA CORRIDA NO DEPURA.
       01  WS-FLAG-LOOKUP  PIC X      VALUE 'N'.
           88  WS-LOOKUP-ABIERTO     VALUE 'S'.

       01  WS-FLAG-CORRIDA PIC X      VALUE 'S'.
           88  WS-PUEDE-DEPURAR      VALUE 'S'.
           88  WS-NO-DEPURAR         VALUE 'N'.

      *****************CLAVES DE BUSQUEDA******************************
       01  WS-CUENTA-BUSCADA.
           05  WS-CB-TIPCUEN        PIC X(02).
           05  WS-CB-NROCUEN        PIC 9(08).
       01  WS-DOC-BUSCADO.
           05  WS-DB-TIPDOC         PIC X(02).
           05  WS-DB-NRODOC         PIC 9(11).
       77  WS-NROCLI-BUSCADO PIC 9(07) VALUE ZEROS.

      *********************CONTADORES*******************************
       77  WS-CNT-LEIDOS              PIC 9(07)   VALUE ZEROES.
       77  WS-CNT-DEPURADOS           PIC 9(07)   VALUE ZEROES.
       77  WS-CNT-EN-PLAZO            PIC 9(07)   VALUE ZEROES.
       77  WS-CNT-RETENIDOS           PIC 9(07)   VALUE ZEROES.
       77  WS-TOT-LEIDOS              PIC 9(09)   VALUE ZEROES.
       77  WS-TOT-DEPURADOS           PIC 9(09)   VALUE ZEROES.
       77  WS-TOT-EN-PLAZO            PIC 9(09)   VALUE ZEROES.
       77  WS-TOT-RETENIDOS           PIC 9(09)   VALUE ZEROES.
       77  WS-CANT-ARCHIVOS           PIC 9(03)   VALUE ZEROES.

      *****************LINEAS DEL CERTIFICADO**************************
       01  WS-LIN-TITULO.
           05  FILLER               PIC X(49)   VALUE
           ' CERTIFICADO DE DEPURACION POR PLAZO DE RETENCION'.
           05  FILLER               PIC X(15)   VALUE
           '  FECHA NEGOCIO'.
           05  FILLER               PIC X(01)   VALUE SPACE.
           05  WS-LTI-FECHA         PIC 9(08).
           05  FILLER               PIC X(07)   VALUE SPACES.

       01  WS-LIN-ARCHIVO.
           05  FILLER               PIC X(09)   VALUE ' ARCHIVO '.
           05  WS-LAR-ARCHIVO       PIC X(08).
           05  FILLER               PIC X(08)   VALUE '  PLAZO '.
           05  WS-LAR-MESES         PIC ZZ9.
           05  FILLER               PIC X(14)   VALUE
           ' MESES  CORTE '.
           05  WS-LAR-CORTE         PIC 9(08).
           05  FILLER               PIC X(30)   VALUE SPACES.

       01  WS-LIN-BASE.
           05  FILLER               PIC X(13)   VALUE ' BASE LEGAL: '.
           05  WS-LBA-BASE          PIC X(40).
           05  FILLER               PIC X(27)   VALUE SPACES.

       01  WS-LIN-CONTEO.
           05  FILLER               PIC X(08)   VALUE ' LEIDOS '.
           05  WS-LCN-LEIDOS        PIC ZZZZZZ9.
           05  FILLER               PIC X(11)   VALUE ' DEPURADOS '.
           05  WS-LCN-DEPURADOS     PIC ZZZZZZ9.
           05  FILLER               PIC X(10)   VALUE ' EN PLAZO '.
           05  WS-LCN-EN-PLAZO      PIC ZZZZZZ9.
           05  FILLER               PIC X(11)   VALUE ' RET.LEGAL '.
           05  WS-LCN-RETENIDOS     PIC ZZZZZZ9.
           05  FILLER               PIC X(12)   VALUE SPACES.

       01  WS-LIN-RET-CLIENTE.
           05  FILLER               PIC X(09)   VALUE ' CLIENTE '.
           05  WS-LRC-NROCLI        PIC ZZZZZZ9.
           05  FILLER               PIC X(05)   VALUE ' DOC '.
           05  WS-LRC-TIPDOC        PIC X(02).
           05  FILLER               PIC X(01)   VALUE '-'.
           05  WS-LRC-NRODOC        PIC X(11).
           05  FILLER               PIC X(08)   VALUE ' ORIGEN '.
           05  WS-LRC-ORIGEN        PIC X(04).
           05  FILLER               PIC X(13)   VALUE
           ' CONSERVADOS '.
           05  WS-LRC-CONSERV       PIC ZZZZZZ9.
           05  FILLER               PIC X(13)   VALUE SPACES.

       01  WS-LIN-RET-CUENTA.
           05  FILLER               PIC X(09)   VALUE ' CUENTA  '.
           05  WS-LRU-TIPCUEN       PIC X(02).
           05  FILLER               PIC X(01)   VALUE '-'.
           05  WS-LRU-NROCUEN       PIC 9(08).
           05  FILLER               PIC X(14)   VALUE SPACES.
           05  FILLER               PIC X(08)   VALUE ' ORIGEN '.
           05  WS-LRU-ORIGEN        PIC X(04).
           05  FILLER               PIC X(13)   VALUE
           ' CONSERVADOS '.
           05  WS-LRU-CONSERV       PIC ZZZZZZ9.
           05  FILLER               PIC X(14)   VALUE SPACES.

       01  WS-LIN-TEXTO.
           05  WS-LT-TEXTO          PIC X(70).
           05  FILLER               PIC X(10)   VALUE SPACES.

      *****************FECHA DE NEGOCIO Y LAYOUTS**********************
           COPY CPFECPRO.

           COPY CPRETCAT.

           COPY CPRETLEG.

           COPY CPCOTIT.

           COPY CPEMBARG.

           COPY CPRECLAM.

           COPY CPHISSAL.

           COPY CPHISREP.

           COPY CPESTAD.

       01  WS-REG-CTA.
           05  CTA-TIPCUEN          PIC X(02).
           05  CTA-NROCUEN          PIC 9(08).
           05  CTA-NROCLI           PIC 9(07).

      *    EXTRACTO DE CLIENTES TAL COMO LO CARGA PGMLKCBF EN DDLOOKUP.
       01  WS-REG-EXT.
           05  EXT-CLAVE.
               10  EXT-TIPDOC       PIC X(02).
               10  EXT-NRODOC       PIC 9(11).
           05  EXT-NROCLI           PIC 9(07).
           05  EXT-NOMAPE           PIC X(30).
           05  EXT-SEXO             PIC X(01).
           05  EXT-FECNAC           PIC X(08).

      *    COLA DE SOLICITUDES DE SUPRESION DE PGMPGCBF.
       01  WS-REG-PEND.
           05  PGD-TIPDOC           PIC X(02).
           05  PGD-NRODOC           PIC 9(11).
           05  PGD-FEC-SOLIC        PIC 9(08).
           05  FILLER               PIC X(09).

      *    DIARIO DE TRAZAS DE PGMTRCBF.
       01  WS-REG-TRAZA.
           05  TRZ-LOTE             PIC 9(05).
           05  TRZ-SECUEN           PIC 9(05).
           05  TRZ-ETAPA            PIC X(12).
           05  TRZ-FECHA            PIC 9(08).
           05  TRZ-SUC              PIC 9(02).
           05  TRZ-DOC              PIC X(13).
           05  TRZ-DETALLE          PIC X(30).
           05  FILLER               PIC X(05).

      *    JOURNAL DE OPERACIONES DE PGMPLCBF.
       01  WS-REG-JOURNAL.
           05  JRN-PROGRAMA         PIC X(08).
           05  JRN-ACCION           PIC X(06).
           05  JRN-FECHA            PIC 9(08).
           05  JRN-HORA             PIC 9(06).
           05  JRN-RC               PIC 9(04).

      *    HISTORICO DE MOVIMIENTOS DE STOCK DE PGMSKCBF.
       01  WS-REG-HISSTK.
           05  HST-COD-PROD         PIC 9(02).
           05  HST-ENTSAL           PIC X(01).
           05  HST-CANTIDAD         PIC 9(05).
           05  HST-FECHA            PIC 9(08).
           05  FILLER               PIC X(34).

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

           IF WS-PUEDE-DEPURAR
              PERFORM 3100-DEPURAR-HISSAL  THRU F-3100-DEPURAR-HISSAL
              PERFORM 3200-DEPURAR-ARCEXT  THRU F-3200-DEPURAR-ARCEXT
              PERFORM 3300-DEPURAR-HISREP  THRU F-3300-DEPURAR-HISREP
              PERFORM 3400-DEPURAR-TRAZA   THRU F-3400-DEPURAR-TRAZA
              PERFORM 3500-DEPURAR-JOURNAL THRU F-3500-DEPURAR-JOURNAL
              PERFORM 3600-DEPURAR-ESTAD   THRU F-3600-DEPURAR-ESTAD
              PERFORM 3700-DEPURAR-HISSTK  THRU F-3700-DEPURAR-HISSTK
              PERFORM 8500-CERTIFICAR-RETENCIONES
                      THRU F-8500-CERTIFICAR-RETENCIONES
           END-IF

           PERFORM 9999-FINAL    THRU  F-9999-FINAL.

       F-MAIN-PROGRAM. GOBACK.

      **************************************
      *                                    *
      *  CUERPO INICIO APERTURA ARCHIVOS   *
      *                                    *
      **************************************
       1000-INICIO.

           OPEN OUTPUT SALIDA.

           IF FS-SALIDA IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN SALIDA    = ' FS-SALIDA
              MOVE 9999 TO RETURN-CODE
              SET WS-NO-DEPURAR TO TRUE
              GO TO F-1000-INICIO
           END-IF

           PERFORM 1100-LEER-FECHA      THRU F-1100-LEER-FECHA.
           PERFORM 1200-CARGAR-CATALOGO THRU F-1200-CARGAR-CATALOGO.
           PERFORM 1300-CARGAR-TITULAR  THRU F-1300-CARGAR-TITULAR.
           PERFORM 1350-CARGAR-COTIT    THRU F-1350-CARGAR-COTIT.

           OPEN INPUT LOOKUP1.

           IF FS-LOOKUP IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN LOOKUP    = ' FS-LOOKUP
              MOVE 9999 TO RETURN-CODE
              SET WS-NO-DEPURAR TO TRUE
           ELSE
              SET WS-LOOKUP-ABIERTO TO TRUE
           END-IF

           IF WS-PUEDE-DEPURAR
              PERFORM 1400-CARGAR-EMBARGOS  THRU F-1400-CARGAR-EMBARGOS
              PERFORM 1500-CARGAR-RECLAMOS  THRU F-1500-CARGAR-RECLAMOS
              PERFORM 1600-CARGAR-SUPRESION
                      THRU F-1600-CARGAR-SUPRESION
              PERFORM 1700-CARGAR-LEGALES   THRU F-1700-CARGAR-LEGALES
           END-IF

           MOVE WS-FECHA-NEGOCIO-R TO WS-LTI-FECHA
           WRITE REG-SALIDA FROM WS-LIN-TITULO

           IF WS-NO-DEPURAR
              MOVE ' CORRIDA SIN DEPURAR: FALTA CATALOGO, TITULARES O '
                   TO WS-LT-TEXTO
              WRITE REG-SALIDA FROM WS-LIN-TEXTO
              MOVE ' UNA FUENTE DE RETENCIONES (VER MENSAJES DEL PASO)'
                   TO WS-LT-TEXTO
              WRITE REG-SALIDA FROM WS-LIN-TEXTO
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
       1200-CARGAR-CATALOGO.

           OPEN INPUT CATALOGO

           IF FS-CATALOGO IS EQUAL '00'
              PERFORM UNTIL FS-CATALOGO IS NOT EQUAL '00'
                 READ CATALOGO INTO WS-REG-RETCAT
                    AT END
                       MOVE '10' TO FS-CATALOGO
                    NOT AT END
                       IF RTC-MESES IS NUMERIC
                          AND WS-CAT-CONT < 50
                          ADD 1 TO WS-CAT-CONT
                          MOVE RTC-ARCHIVO    TO
                               WS-CAT-ARCHIVO (WS-CAT-CONT)
                          MOVE RTC-MESES      TO
                               WS-CAT-MESES   (WS-CAT-CONT)
                          MOVE RTC-BASE-LEGAL TO
                               WS-CAT-BASE    (WS-CAT-CONT)
                       ELSE
                          DISPLAY '* FILA DE CATALOGO IGNORADA: '
                                  RTC-ARCHIVO
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE CATALOGO
           ELSE
              DISPLAY '* ERROR EN OPEN CATALOGO  = ' FS-CATALOGO
              MOVE 9999 TO RETURN-CODE
              SET WS-NO-DEPURAR TO TRUE
           END-IF.

       F-1200-CARGAR-CATALOGO. EXIT.
      **************************************************************
       1300-CARGAR-TITULAR.

           OPEN INPUT CUENTAS

           IF FS-CUENTAS IS EQUAL '00'
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
                       ELSE
                          DISPLAY '* TABLA DE CUENTAS LLENA, NO SE '
                                  'DEPURA'
                          MOVE 9999 TO RETURN-CODE
                          SET WS-NO-DEPURAR TO TRUE
                          MOVE '10' TO FS-CUENTAS
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE CUENTAS
           ELSE
              DISPLAY '* SIN EXTRACTO CUENTA-TITULAR, NO SE DEPURA'
              MOVE 9999 TO RETURN-CODE
              SET WS-NO-DEPURAR TO TRUE
           END-IF.

       F-1300-CARGAR-TITULAR. EXIT.
      **************************************************************
       1350-CARGAR-COTIT.
      *    SIN COTITULARES CADA CUENTA ES SOLO DE SU TITULAR.
           OPEN INPUT COTITUL

           IF FS-COTITUL IS EQUAL '00'
              MOVE LOW-VALUES TO MAE-COT-CLAVE
              START COTITUL KEY IS NOT LESS MAE-COT-CLAVE
                 INVALID KEY
                    MOVE '10' TO FS-COTITUL
              END-START

              PERFORM UNTIL FS-COTITUL IS NOT EQUAL '00'
                 READ COTITUL NEXT INTO WS-REG-COTIT
                    AT END
                       MOVE '10' TO FS-COTITUL
                    NOT AT END
                       IF WS-TCO-CONT < 5000
                          ADD 1 TO WS-TCO-CONT
                          MOVE COT-CLAVE (1:10) TO
                               WS-TCO-CLAVE  (WS-TCO-CONT)
                          MOVE COT-NROCLI       TO
                               WS-TCO-NROCLI (WS-TCO-CONT)
                       ELSE
                          DISPLAY '* TABLA DE COTITULARES LLENA, NO '
                                  'SE DEPURA'
                          MOVE 9999 TO RETURN-CODE
                          SET WS-NO-DEPURAR TO TRUE
                          MOVE '10' TO FS-COTITUL
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE COTITUL
           ELSE
              DISPLAY '* SIN ARCHIVO DE COTITULARES, FS = ' FS-COTITUL
           END-IF.

       F-1350-CARGAR-COTIT. EXIT.
      **************************************************************
       1400-CARGAR-EMBARGOS.
      *    UN EMBARGO ACTIVO RETIENE LA CUENTA Y A SU TITULAR.
           OPEN INPUT EMBARGOS

           IF FS-EMBARGOS IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN EMBARGOS  = ' FS-EMBARGOS
              MOVE 9999 TO RETURN-CODE
              SET WS-NO-DEPURAR TO TRUE
              GO TO F-1400-CARGAR-EMBARGOS
           END-IF

           MOVE 1 TO WS-ORIGEN-POS
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
                    IF EMB-ESTADO IS EQUAL 'A'
                       MOVE EMB-TIPCUEN TO WS-CB-TIPCUEN
                       MOVE EMB-NROCUEN TO WS-CB-NROCUEN
                       PERFORM 1800-RETENER-CUENTA
                               THRU F-1800-RETENER-CUENTA
                       PERFORM 1850-TITULAR-CUENTA
                               THRU F-1850-TITULAR-CUENTA
                       MOVE SPACES TO WS-DOC-BUSCADO
                       PERFORM 1900-RETENER-CLIENTE
                               THRU F-1900-RETENER-CLIENTE
                    END-IF
              END-READ
           END-PERFORM

           CLOSE EMBARGOS.

       F-1400-CARGAR-EMBARGOS. EXIT.
      **************************************************************
       1500-CARGAR-RECLAMOS.
      *    UN RECLAMO ABIERTO O EN ANALISIS RETIENE AL CLIENTE Y A LA
      *    CUENTA RECLAMADA, SI LA TIENE.
           OPEN INPUT RECLAMOS

           IF FS-RECLAMOS IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN RECLAMOS  = ' FS-RECLAMOS
              MOVE 9999 TO RETURN-CODE
              SET WS-NO-DEPURAR TO TRUE
              GO TO F-1500-CARGAR-RECLAMOS
           END-IF

           MOVE 2 TO WS-ORIGEN-POS
           MOVE ZEROS TO MAE-RCL-CLAVE
           START RECLAMOS KEY IS NOT LESS MAE-RCL-CLAVE
              INVALID KEY
                 MOVE '10' TO FS-RECLAMOS
           END-START

           PERFORM UNTIL FS-RECLAMOS IS NOT EQUAL '00'
              READ RECLAMOS NEXT INTO WS-REG-RECLAM
                 AT END
                    MOVE '10' TO FS-RECLAMOS
                 NOT AT END
                    IF RCL-PENDIENTE
                       MOVE RCL-NROCLI TO WS-NROCLI-BUSCADO
                       MOVE RCL-TIPDOC TO WS-DB-TIPDOC
                       MOVE RCL-NRODOC TO WS-DB-NRODOC
                       PERFORM 1900-RETENER-CLIENTE
                               THRU F-1900-RETENER-CLIENTE
                       IF RCL-NROCUEN IS NUMERIC
                          AND RCL-NROCUEN IS NOT EQUAL ZEROS
                          MOVE RCL-TIPCUEN TO WS-CB-TIPCUEN
                          MOVE RCL-NROCUEN TO WS-CB-NROCUEN
                          PERFORM 1800-RETENER-CUENTA
                                  THRU F-1800-RETENER-CUENTA
                       END-IF
                    END-IF
              END-READ
           END-PERFORM

           CLOSE RECLAMOS.

       F-1500-CARGAR-RECLAMOS. EXIT.
      **************************************************************
       1600-CARGAR-SUPRESION.
      *    LA COLA DE PGMPGCBF PUEDE NO EXISTIR TODAVIA: SIN COLA NO
      *    HAY SOLICITUDES PENDIENTES.
           OPEN INPUT SUPRESION

           IF FS-SUPRESION IS NOT EQUAL '00'
              DISPLAY '* SIN COLA DE SUPRESION, FS = ' FS-SUPRESION
              GO TO F-1600-CARGAR-SUPRESION
           END-IF

           MOVE 3 TO WS-ORIGEN-POS

           PERFORM UNTIL FS-SUPRESION IS NOT EQUAL '00'
              READ SUPRESION INTO WS-REG-PEND
                 AT END
                    MOVE '10' TO FS-SUPRESION
                 NOT AT END
                    MOVE PGD-TIPDOC TO WS-DB-TIPDOC
                    MOVE PGD-NRODOC TO WS-DB-NRODOC
                    PERFORM 1950-CLIENTE-DOCUMENTO
                            THRU F-1950-CLIENTE-DOCUMENTO
                    PERFORM 1900-RETENER-CLIENTE
                            THRU F-1900-RETENER-CLIENTE
              END-READ
           END-PERFORM

           CLOSE SUPRESION.

       F-1600-CARGAR-SUPRESION. EXIT.
      **************************************************************
       1700-CARGAR-LEGALES.
      *    SOLO LAS RETENCIONES VIGENTES A LA FECHA DE NEGOCIO.
           OPEN INPUT LEGALES

           IF FS-LEGALES IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN LEGALES   = ' FS-LEGALES
              MOVE 9999 TO RETURN-CODE
              SET WS-NO-DEPURAR TO TRUE
              GO TO F-1700-CARGAR-LEGALES
           END-IF

           MOVE 4 TO WS-ORIGEN-POS

           PERFORM UNTIL FS-LEGALES IS NOT EQUAL '00'
              READ LEGALES INTO WS-REG-RETLEG
                 AT END
                    MOVE '10' TO FS-LEGALES
                 NOT AT END
                    IF RLG-FEC-DESDE IS NOT GREATER WS-FECHA-NEGOCIO-R
                       AND (RLG-FEC-HASTA IS EQUAL ZEROS
                        OR RLG-FEC-HASTA IS NOT LESS
                           WS-FECHA-NEGOCIO-R)
                       MOVE RLG-TIPDOC TO WS-DB-TIPDOC
                       MOVE RLG-NRODOC TO WS-DB-NRODOC
                       PERFORM 1950-CLIENTE-DOCUMENTO
                               THRU F-1950-CLIENTE-DOCUMENTO
                       PERFORM 1900-RETENER-CLIENTE
                               THRU F-1900-RETENER-CLIENTE
                    END-IF
              END-READ
           END-PERFORM

           CLOSE LEGALES.

       F-1700-CARGAR-LEGALES. EXIT.
      **************************************************************
       1800-RETENER-CUENTA.

           MOVE ZEROS TO WS-RCU-IDX

           PERFORM VARYING WS-RCU-SUB FROM 1 BY 1
                   UNTIL WS-RCU-SUB > WS-RCU-CONT
                      OR WS-RCU-IDX IS NOT EQUAL ZEROS
               IF WS-RCU-CLAVE (WS-RCU-SUB) IS EQUAL WS-CUENTA-BUSCADA
                  MOVE WS-RCU-SUB TO WS-RCU-IDX
               END-IF
           END-PERFORM

           IF WS-RCU-IDX IS EQUAL ZEROS
              IF WS-RCU-CONT < 2000
                 ADD 1 TO WS-RCU-CONT
                 MOVE WS-RCU-CONT       TO WS-RCU-IDX
                 MOVE WS-CUENTA-BUSCADA TO WS-RCU-CLAVE   (WS-RCU-IDX)
                 MOVE SPACES            TO WS-RCU-ORIGEN  (WS-RCU-IDX)
                 MOVE ZEROS             TO WS-RCU-CONSERV (WS-RCU-IDX)
              ELSE
                 DISPLAY '* TABLA DE CUENTAS RETENIDAS LLENA, NO SE '
                         'DEPURA'
                 MOVE 9999 TO RETURN-CODE
                 SET WS-NO-DEPURAR TO TRUE
                 GO TO F-1800-RETENER-CUENTA
              END-IF
           END-IF

           MOVE WS-LETRAS-ORIGEN (WS-ORIGEN-POS:1) TO
                WS-RCU-ORIGEN (WS-RCU-IDX) (WS-ORIGEN-POS:1).

       F-1800-RETENER-CUENTA. EXIT.
      **************************************************************
       1850-TITULAR-CUENTA.

           MOVE ZEROS TO WS-NROCLI-BUSCADO

           PERFORM VARYING WS-TCU-SUB FROM 1 BY 1
                   UNTIL WS-TCU-SUB > WS-TCU-CONT
                      OR WS-NROCLI-BUSCADO IS NOT EQUAL ZEROS
               IF WS-TCU-CLAVE (WS-TCU-SUB) IS EQUAL WS-CUENTA-BUSCADA
                  MOVE WS-TCU-NROCLI (WS-TCU-SUB) TO WS-NROCLI-BUSCADO
               END-IF
           END-PERFORM.

       F-1850-TITULAR-CUENTA. EXIT.
      **************************************************************
       1900-RETENER-CLIENTE.
      *    EL CLIENTE SE IDENTIFICA POR NROCLI, POR DOCUMENTO O POR
      *    AMBOS; SIN NINGUNO DE LOS DOS NO HAY A QUIEN RETENER.
           IF WS-NROCLI-BUSCADO IS EQUAL ZEROS
              AND WS-DOC-BUSCADO IS EQUAL SPACES
              GO TO F-1900-RETENER-CLIENTE
           END-IF

           MOVE ZEROS TO WS-RTN-IDX

           PERFORM VARYING WS-RTN-SUB FROM 1 BY 1
                   UNTIL WS-RTN-SUB > WS-RTN-CONT
                      OR WS-RTN-IDX IS NOT EQUAL ZEROS
               IF (WS-NROCLI-BUSCADO IS NOT EQUAL ZEROS
                   AND WS-RTN-NROCLI (WS-RTN-SUB) IS EQUAL
                       WS-NROCLI-BUSCADO)
                  OR (WS-DOC-BUSCADO IS NOT EQUAL SPACES
                   AND WS-RTN-DOC (WS-RTN-SUB) IS EQUAL
                       WS-DOC-BUSCADO)
                  MOVE WS-RTN-SUB TO WS-RTN-IDX
               END-IF
           END-PERFORM

           IF WS-RTN-IDX IS EQUAL ZEROS
              IF WS-RTN-CONT < 2000
                 ADD 1 TO WS-RTN-CONT
                 MOVE WS-RTN-CONT    TO WS-RTN-IDX
                 MOVE ZEROS          TO WS-RTN-NROCLI  (WS-RTN-IDX)
                 MOVE SPACES         TO WS-RTN-DOC     (WS-RTN-IDX)
                 MOVE SPACES         TO WS-RTN-ORIGEN  (WS-RTN-IDX)
                 MOVE ZEROS          TO WS-RTN-CONSERV (WS-RTN-IDX)
              ELSE
                 DISPLAY '* TABLA DE CLIENTES RETENIDOS LLENA, NO SE '
                         'DEPURA'
                 MOVE 9999 TO RETURN-CODE
                 SET WS-NO-DEPURAR TO TRUE
                 GO TO F-1900-RETENER-CLIENTE
              END-IF
           END-IF

           IF WS-RTN-NROCLI (WS-RTN-IDX) IS EQUAL ZEROS
              MOVE WS-NROCLI-BUSCADO TO WS-RTN-NROCLI (WS-RTN-IDX)
           END-IF

           IF WS-RTN-DOC (WS-RTN-IDX) IS EQUAL SPACES
              MOVE WS-DOC-BUSCADO    TO WS-RTN-DOC (WS-RTN-IDX)
           END-IF

           MOVE WS-LETRAS-ORIGEN (WS-ORIGEN-POS:1) TO
                WS-RTN-ORIGEN (WS-RTN-IDX) (WS-ORIGEN-POS:1).

       F-1900-RETENER-CLIENTE. EXIT.
      **************************************************************
       1950-CLIENTE-DOCUMENTO.
      *    NROCLI DEL DOCUMENTO BUSCADO SEGUN EL LOOKUP; CERO SI EL
      *    DOCUMENTO NO ESTA EN EL EXTRACTO.
           MOVE ZEROS          TO WS-NROCLI-BUSCADO
           MOVE WS-DOC-BUSCADO TO LKP-CLAVE

           READ LOOKUP1 INTO WS-REG-EXT
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 IF EXT-NROCLI IS NUMERIC
                    MOVE EXT-NROCLI TO WS-NROCLI-BUSCADO
                 END-IF
           END-READ.

       F-1950-CLIENTE-DOCUMENTO. EXIT.
      **************************************************************
       2900-BUSCAR-PLAZO.
      *    PLAZO Y BASE LEGAL DEL ARCHIVO EN CURSO Y FECHA DE CORTE;
      *    SIN FILA EN EL CATALOGO O CON PLAZO CERO NO SE DEPURA.
           MOVE ZEROS  TO WS-CNT-LEIDOS
                          WS-CNT-DEPURADOS
                          WS-CNT-EN-PLAZO
                          WS-CNT-RETENIDOS
                          WS-MESES-ACT
                          WS-FECHA-CORTE-R
           MOVE SPACES TO WS-BASE-ACT
           SET WS-SIN-PLAZO       TO TRUE
           SET WS-ARCH-DISPONIBLE TO TRUE

           PERFORM VARYING WS-CAT-SUB FROM 1 BY 1
                   UNTIL WS-CAT-SUB > WS-CAT-CONT
               IF WS-CAT-ARCHIVO (WS-CAT-SUB) IS EQUAL WS-ARCHIVO-ACT
                  MOVE WS-CAT-MESES (WS-CAT-SUB) TO WS-MESES-ACT
                  MOVE WS-CAT-BASE  (WS-CAT-SUB) TO WS-BASE-ACT
                  IF WS-MESES-ACT IS GREATER ZEROS
                     SET WS-CON-PLAZO TO TRUE
                  END-IF
               END-IF
           END-PERFORM

           IF WS-SIN-PLAZO
              GO TO F-2900-BUSCAR-PLAZO
           END-IF

           MULTIPLY FNG-ANIO BY 12 GIVING WS-MESES-TOT
           ADD FNG-MES TO WS-MESES-TOT
           SUBTRACT 1 FROM WS-MESES-TOT
           SUBTRACT WS-MESES-ACT FROM WS-MESES-TOT
           DIVIDE WS-MESES-TOT BY 12 GIVING WS-FC-ANIO
                  REMAINDER WS-FC-MES
           ADD 1 TO WS-FC-MES
           MOVE FNG-DIA TO WS-FC-DIA.

       F-2900-BUSCAR-PLAZO. EXIT.
      **************************************************************
       3100-DEPURAR-HISSAL.

           MOVE 'DDHISSAL' TO WS-ARCHIVO-ACT
           SET WS-CLAVE-CUENTA TO TRUE
           PERFORM 2900-BUSCAR-PLAZO THRU F-2900-BUSCAR-PLAZO

           OPEN INPUT HISTSAL

           IF FS-HISTSAL IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN HISTSAL   = ' FS-HISTSAL
              SET WS-ARCH-NO-DISPONIBLE TO TRUE
              PERFORM 8000-CERTIFICAR THRU F-8000-CERTIFICAR
              GO TO F-3100-DEPURAR-HISSAL
           END-IF

           OPEN OUTPUT HISTSALNV

           IF FS-HISTSALNV IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN HISTSALNV = ' FS-HISTSALNV
              MOVE 9999 TO RETURN-CODE
              CLOSE HISTSAL
              SET WS-ARCH-NO-DISPONIBLE TO TRUE
              PERFORM 8000-CERTIFICAR THRU F-8000-CERTIFICAR
              GO TO F-3100-DEPURAR-HISSAL
           END-IF

           PERFORM 3110-LEER-HISSAL THRU F-3110-LEER-HISSAL
                   UNTIL FS-HISTSAL IS NOT EQUAL '00'

           IF FS-HISTSAL IS NOT EQUAL '10'
              DISPLAY '* ERROR EN LECTURA HISTSAL = ' FS-HISTSAL
              MOVE 9999 TO RETURN-CODE
           END-IF

           CLOSE HISTSAL
                 HISTSALNV

           PERFORM 8000-CERTIFICAR THRU F-8000-CERTIFICAR.

       F-3100-DEPURAR-HISSAL. EXIT.
      **************************************************************
       3110-LEER-HISSAL.

           READ HISTSAL INTO WS-REG-HISSAL

           IF FS-HISTSAL IS EQUAL '00'
              MOVE HSA-FECHA   TO WS-FEC-REGISTRO-X
              MOVE HSA-TIPCUEN TO WS-CB-TIPCUEN
              MOVE HSA-NROCUEN TO WS-CB-NROCUEN
              PERFORM 4000-DECIDIR THRU F-4000-DECIDIR
              IF WS-CONSERVA
                 WRITE REG-HISTSALNV FROM WS-REG-HISSAL
              END-IF
           END-IF.

       F-3110-LEER-HISSAL. EXIT.
      **************************************************************
       3200-DEPURAR-ARCEXT.
      *    INDEXADO: SE BORRA EN EL LUGAR. UN PERIODO VENCE CUANDO SU
      *    MES ENTERO QUEDA ANTES DEL CORTE.
           MOVE 'DDARCEXT' TO WS-ARCHIVO-ACT
           SET WS-CLAVE-CUENTA TO TRUE
           PERFORM 2900-BUSCAR-PLAZO THRU F-2900-BUSCAR-PLAZO

           OPEN I-O ARCHIVO

           IF FS-ARCHIVO IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN ARCHIVO   = ' FS-ARCHIVO
              SET WS-ARCH-NO-DISPONIBLE TO TRUE
              PERFORM 8000-CERTIFICAR THRU F-8000-CERTIFICAR
              GO TO F-3200-DEPURAR-ARCEXT
           END-IF

           MOVE LOW-VALUES TO ARC-CLAVE
           START ARCHIVO KEY IS NOT LESS ARC-CLAVE
              INVALID KEY
                 MOVE '10' TO FS-ARCHIVO
           END-START

           PERFORM 3210-LEER-ARCEXT THRU F-3210-LEER-ARCEXT
                   UNTIL FS-ARCHIVO IS NOT EQUAL '00'

           IF FS-ARCHIVO IS NOT EQUAL '10'
              DISPLAY '* ERROR EN ARCHIVO       = ' FS-ARCHIVO
              MOVE 9999 TO RETURN-CODE
           END-IF

           CLOSE ARCHIVO

           PERFORM 8000-CERTIFICAR THRU F-8000-CERTIFICAR.

       F-3200-DEPURAR-ARCEXT. EXIT.
      **************************************************************
       3210-LEER-ARCEXT.

           READ ARCHIVO NEXT

           IF FS-ARCHIVO IS EQUAL '00'
              MOVE ARC-PERIODO TO WS-FR-PERIODO
              MOVE 99          TO WS-FR-DIA
              MOVE ARC-TIPCUEN TO WS-CB-TIPCUEN
              MOVE ARC-NROCUEN TO WS-CB-NROCUEN
              PERFORM 4000-DECIDIR THRU F-4000-DECIDIR
              IF WS-DEPURA
                 DELETE ARCHIVO RECORD
                    INVALID KEY
                       DISPLAY '* ERROR EN DELETE ARCHIVO = '
                               FS-ARCHIVO
                       MOVE 9999 TO RETURN-CODE
                 END-DELETE
              END-IF
           END-IF.

       F-3210-LEER-ARCEXT. EXIT.
      **************************************************************
       3300-DEPURAR-HISREP.
      *    INDEXADO: SE BORRA EN EL LUGAR. SON LINEAS DE REPORTE POR
      *    PROGRAMA, SIN DATOS DE CLIENTE.
           MOVE 'DDHISREP' TO WS-ARCHIVO-ACT
           SET WS-CLAVE-NINGUNA TO TRUE
           PERFORM 2900-BUSCAR-PLAZO THRU F-2900-BUSCAR-PLAZO

           OPEN I-O HISTREP

           IF FS-HISTREP IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN HISTREP   = ' FS-HISTREP
              SET WS-ARCH-NO-DISPONIBLE TO TRUE
              PERFORM 8000-CERTIFICAR THRU F-8000-CERTIFICAR
              GO TO F-3300-DEPURAR-HISREP
           END-IF

           MOVE LOW-VALUES TO HRP-CLAVE
           START HISTREP KEY IS NOT LESS HRP-CLAVE
              INVALID KEY
                 MOVE '10' TO FS-HISTREP
           END-START

           PERFORM 3310-LEER-HISREP THRU F-3310-LEER-HISREP
                   UNTIL FS-HISTREP IS NOT EQUAL '00'

           IF FS-HISTREP IS NOT EQUAL '10'
              DISPLAY '* ERROR EN HISTREP       = ' FS-HISTREP
              MOVE 9999 TO RETURN-CODE
           END-IF

           CLOSE HISTREP

           PERFORM 8000-CERTIFICAR THRU F-8000-CERTIFICAR.

       F-3300-DEPURAR-HISREP. EXIT.
      **************************************************************
       3310-LEER-HISREP.

           READ HISTREP NEXT INTO WS-REG-HISTREP

           IF FS-HISTREP IS EQUAL '00'
              MOVE HIS-FECHA TO WS-FEC-REGISTRO-X
              PERFORM 4000-DECIDIR THRU F-4000-DECIDIR
              IF WS-DEPURA
                 DELETE HISTREP RECORD
                    INVALID KEY
                       DISPLAY '* ERROR EN DELETE HISTREP = '
                               FS-HISTREP
                       MOVE 9999 TO RETURN-CODE
                 END-DELETE
              END-IF
           END-IF.

       F-3310-LEER-HISREP. EXIT.
      **************************************************************
       3400-DEPURAR-TRAZA.

           MOVE 'DDTRAZA ' TO WS-ARCHIVO-ACT
           SET WS-CLAVE-DOCUMENTO TO TRUE
           PERFORM 2900-BUSCAR-PLAZO THRU F-2900-BUSCAR-PLAZO

           OPEN INPUT TRAZAS

           IF FS-TRAZAS IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN TRAZAS    = ' FS-TRAZAS
              SET WS-ARCH-NO-DISPONIBLE TO TRUE
              PERFORM 8000-CERTIFICAR THRU F-8000-CERTIFICAR
              GO TO F-3400-DEPURAR-TRAZA
           END-IF

           OPEN OUTPUT TRAZASNV

           IF FS-TRAZASNV IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN TRAZASNV  = ' FS-TRAZASNV
              MOVE 9999 TO RETURN-CODE
              CLOSE TRAZAS
              SET WS-ARCH-NO-DISPONIBLE TO TRUE
              PERFORM 8000-CERTIFICAR THRU F-8000-CERTIFICAR
              GO TO F-3400-DEPURAR-TRAZA
           END-IF

           PERFORM 3410-LEER-TRAZA THRU F-3410-LEER-TRAZA
                   UNTIL FS-TRAZAS IS NOT EQUAL '00'

           IF FS-TRAZAS IS NOT EQUAL '10'
              DISPLAY '* ERROR EN LECTURA TRAZAS = ' FS-TRAZAS
              MOVE 9999 TO RETURN-CODE
           END-IF

           CLOSE TRAZAS
                 TRAZASNV

           PERFORM 8000-CERTIFICAR THRU F-8000-CERTIFICAR.

       F-3400-DEPURAR-TRAZA. EXIT.
      **************************************************************
       3410-LEER-TRAZA.

           READ TRAZAS INTO WS-REG-TRAZA

           IF FS-TRAZAS IS EQUAL '00'
              MOVE TRZ-FECHA TO WS-FEC-REGISTRO-X
              MOVE TRZ-DOC   TO WS-DOC-BUSCADO
              PERFORM 4000-DECIDIR THRU F-4000-DECIDIR
              IF WS-CONSERVA
                 WRITE REG-TRAZANV FROM WS-REG-TRAZA
              END-IF
           END-IF.

       F-3410-LEER-TRAZA. EXIT.
      **************************************************************
       3500-DEPURAR-JOURNAL.

           MOVE 'DDJRNL  ' TO WS-ARCHIVO-ACT
           SET WS-CLAVE-NINGUNA TO TRUE
           PERFORM 2900-BUSCAR-PLAZO THRU F-2900-BUSCAR-PLAZO

           OPEN INPUT JOURNAL

           IF FS-JOURNAL IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN JOURNAL   = ' FS-JOURNAL
              SET WS-ARCH-NO-DISPONIBLE TO TRUE
              PERFORM 8000-CERTIFICAR THRU F-8000-CERTIFICAR
              GO TO F-3500-DEPURAR-JOURNAL
           END-IF

           OPEN OUTPUT JOURNALNV

           IF FS-JOURNALNV IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN JOURNALNV = ' FS-JOURNALNV
              MOVE 9999 TO RETURN-CODE
              CLOSE JOURNAL
              SET WS-ARCH-NO-DISPONIBLE TO TRUE
              PERFORM 8000-CERTIFICAR THRU F-8000-CERTIFICAR
              GO TO F-3500-DEPURAR-JOURNAL
           END-IF

           PERFORM 3510-LEER-JOURNAL THRU F-3510-LEER-JOURNAL
                   UNTIL FS-JOURNAL IS NOT EQUAL '00'

           IF FS-JOURNAL IS NOT EQUAL '10'
              DISPLAY '* ERROR EN LECTURA JOURNAL = ' FS-JOURNAL
              MOVE 9999 TO RETURN-CODE
           END-IF

           CLOSE JOURNAL
                 JOURNALNV

           PERFORM 8000-CERTIFICAR THRU F-8000-CERTIFICAR.

       F-3500-DEPURAR-JOURNAL. EXIT.
      **************************************************************
       3510-LEER-JOURNAL.

           READ JOURNAL INTO WS-REG-JOURNAL

           IF FS-JOURNAL IS EQUAL '00'
              MOVE JRN-FECHA TO WS-FEC-REGISTRO-X
              PERFORM 4000-DECIDIR THRU F-4000-DECIDIR
              IF WS-CONSERVA
                 WRITE REG-JOURNALNV FROM WS-REG-JOURNAL
              END-IF
           END-IF.

       F-3510-LEER-JOURNAL. EXIT.
      **************************************************************
       3600-DEPURAR-ESTAD.

           MOVE 'DDESTAD ' TO WS-ARCHIVO-ACT
           SET WS-CLAVE-NINGUNA TO TRUE
           PERFORM 2900-BUSCAR-PLAZO THRU F-2900-BUSCAR-PLAZO

           OPEN INPUT ESTADIS

           IF FS-ESTADIS IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN ESTADIS   = ' FS-ESTADIS
              SET WS-ARCH-NO-DISPONIBLE TO TRUE
              PERFORM 8000-CERTIFICAR THRU F-8000-CERTIFICAR
              GO TO F-3600-DEPURAR-ESTAD
           END-IF

           OPEN OUTPUT ESTADISNV

           IF FS-ESTADISNV IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN ESTADISNV = ' FS-ESTADISNV
              MOVE 9999 TO RETURN-CODE
              CLOSE ESTADIS
              SET WS-ARCH-NO-DISPONIBLE TO TRUE
              PERFORM 8000-CERTIFICAR THRU F-8000-CERTIFICAR
              GO TO F-3600-DEPURAR-ESTAD
           END-IF

           PERFORM 3610-LEER-ESTAD THRU F-3610-LEER-ESTAD
                   UNTIL FS-ESTADIS IS NOT EQUAL '00'

           IF FS-ESTADIS IS NOT EQUAL '10'
              DISPLAY '* ERROR EN LECTURA ESTADIS = ' FS-ESTADIS
              MOVE 9999 TO RETURN-CODE
           END-IF

           CLOSE ESTADIS
                 ESTADISNV

           PERFORM 8000-CERTIFICAR THRU F-8000-CERTIFICAR.

       F-3600-DEPURAR-ESTAD. EXIT.
      **************************************************************
       3610-LEER-ESTAD.

           READ ESTADIS INTO WS-REG-ESTAD

           IF FS-ESTADIS IS EQUAL '00'
              MOVE EST-FECHA TO WS-FEC-REGISTRO-X
              PERFORM 4000-DECIDIR THRU F-4000-DECIDIR
              IF WS-CONSERVA
                 WRITE REG-ESTADNV FROM WS-REG-ESTAD
              END-IF
           END-IF.

       F-3610-LEER-ESTAD. EXIT.
      **************************************************************
       3700-DEPURAR-HISSTK.

           MOVE 'DDHISSTK' TO WS-ARCHIVO-ACT
           SET WS-CLAVE-NINGUNA TO TRUE
           PERFORM 2900-BUSCAR-PLAZO THRU F-2900-BUSCAR-PLAZO

           OPEN INPUT HISTSTK

           IF FS-HISTSTK IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN HISTSTK   = ' FS-HISTSTK
              SET WS-ARCH-NO-DISPONIBLE TO TRUE
              PERFORM 8000-CERTIFICAR THRU F-8000-CERTIFICAR
              GO TO F-3700-DEPURAR-HISSTK
           END-IF

           OPEN OUTPUT HISTSTKNV

           IF FS-HISTSTKNV IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN HISTSTKNV = ' FS-HISTSTKNV
              MOVE 9999 TO RETURN-CODE
              CLOSE HISTSTK
              SET WS-ARCH-NO-DISPONIBLE TO TRUE
              PERFORM 8000-CERTIFICAR THRU F-8000-CERTIFICAR
              GO TO F-3700-DEPURAR-HISSTK
           END-IF

           PERFORM 3710-LEER-HISSTK THRU F-3710-LEER-HISSTK
                   UNTIL FS-HISTSTK IS NOT EQUAL '00'

           IF FS-HISTSTK IS NOT EQUAL '10'
              DISPLAY '* ERROR EN LECTURA HISTSTK = ' FS-HISTSTK
              MOVE 9999 TO RETURN-CODE
           END-IF

           CLOSE HISTSTK
                 HISTSTKNV

           PERFORM 8000-CERTIFICAR THRU F-8000-CERTIFICAR.

       F-3700-DEPURAR-HISSTK. EXIT.
      **************************************************************
       3710-LEER-HISSTK.

           READ HISTSTK INTO WS-REG-HISSTK

           IF FS-HISTSTK IS EQUAL '00'
              MOVE HST-FECHA TO WS-FEC-REGISTRO-X
              PERFORM 4000-DECIDIR THRU F-4000-DECIDIR
              IF WS-CONSERVA
                 WRITE REG-HISTSTKNV FROM WS-REG-HISSTK
              END-IF
           END-IF.

       F-3710-LEER-HISSTK. EXIT.
      **************************************************************
       4000-DECIDIR.
      *    SE CONSERVA TODO LO QUE NO TIENE PLAZO, LO QUE NO TRAE UNA
      *    FECHA VALIDA, LO QUE ESTA DENTRO DEL PLAZO Y LO VENCIDO DE
      *    UN CLIENTE O CUENTA CON RETENCION LEGAL.
           ADD 1 TO WS-CNT-LEIDOS
           SET WS-CONSERVA TO TRUE

           IF WS-SIN-PLAZO
              OR WS-FEC-REGISTRO-X IS NOT NUMERIC
              OR WS-FEC-REGISTRO-R IS NOT LESS WS-FECHA-CORTE-R
              ADD 1 TO WS-CNT-EN-PLAZO
              GO TO F-4000-DECIDIR
           END-IF

           SET WS-SIN-RETENCION TO TRUE

           EVALUATE TRUE
               WHEN WS-CLAVE-CUENTA
                    PERFORM 4100-RETENCION-CUENTA
                            THRU F-4100-RETENCION-CUENTA
               WHEN WS-CLAVE-DOCUMENTO
                    PERFORM 4200-RETENCION-DOCUMENTO
                            THRU F-4200-RETENCION-DOCUMENTO
               WHEN OTHER
                    CONTINUE
           END-EVALUATE

           IF WS-CON-RETENCION
              ADD 1 TO WS-CNT-RETENIDOS
           ELSE
              SET WS-DEPURA TO TRUE
              ADD 1 TO WS-CNT-DEPURADOS
           END-IF.

       F-4000-DECIDIR. EXIT.
      **************************************************************
       4100-RETENCION-CUENTA.
      *    LA CUENTA MISMA, SU TITULAR O CUALQUIERA DE SUS
      *    COTITULARES.
           PERFORM VARYING WS-RCU-SUB FROM 1 BY 1
                   UNTIL WS-RCU-SUB > WS-RCU-CONT
                      OR WS-CON-RETENCION
               IF WS-RCU-CLAVE (WS-RCU-SUB) IS EQUAL WS-CUENTA-BUSCADA
                  ADD 1 TO WS-RCU-CONSERV (WS-RCU-SUB)
                  SET WS-CON-RETENCION TO TRUE
               END-IF
           END-PERFORM

           IF WS-CON-RETENCION
              GO TO F-4100-RETENCION-CUENTA
           END-IF

           PERFORM 1850-TITULAR-CUENTA THRU F-1850-TITULAR-CUENTA
           PERFORM 4300-RETENCION-NROCLI THRU F-4300-RETENCION-NROCLI

           PERFORM VARYING WS-TCO-SUB FROM 1 BY 1
                   UNTIL WS-TCO-SUB > WS-TCO-CONT
                      OR WS-CON-RETENCION
               IF WS-TCO-CLAVE (WS-TCO-SUB) IS EQUAL WS-CUENTA-BUSCADA
                  MOVE WS-TCO-NROCLI (WS-TCO-SUB) TO WS-NROCLI-BUSCADO
                  PERFORM 4300-RETENCION-NROCLI
                          THRU F-4300-RETENCION-NROCLI
               END-IF
           END-PERFORM.

       F-4100-RETENCION-CUENTA. EXIT.
      **************************************************************
       4200-RETENCION-DOCUMENTO.
      *    PRIMERO POR EL DOCUMENTO RETENIDO TAL CUAL; SI NO, POR EL
      *    NROCLI QUE EL LOOKUP LE ASIGNA AL DOCUMENTO.
           IF WS-DOC-BUSCADO IS EQUAL SPACES
              GO TO F-4200-RETENCION-DOCUMENTO
           END-IF

           PERFORM VARYING WS-RTN-SUB FROM 1 BY 1
                   UNTIL WS-RTN-SUB > WS-RTN-CONT
                      OR WS-CON-RETENCION
               IF WS-RTN-DOC (WS-RTN-SUB) IS EQUAL WS-DOC-BUSCADO
                  ADD 1 TO WS-RTN-CONSERV (WS-RTN-SUB)
                  SET WS-CON-RETENCION TO TRUE
               END-IF
           END-PERFORM

           IF WS-CON-RETENCION
              GO TO F-4200-RETENCION-DOCUMENTO
           END-IF

           PERFORM 1950-CLIENTE-DOCUMENTO THRU F-1950-CLIENTE-DOCUMENTO
           PERFORM 4300-RETENCION-NROCLI  THRU F-4300-RETENCION-NROCLI.

       F-4200-RETENCION-DOCUMENTO. EXIT.
      **************************************************************
       4300-RETENCION-NROCLI.

           IF WS-NROCLI-BUSCADO IS EQUAL ZEROS
              GO TO F-4300-RETENCION-NROCLI
           END-IF

           PERFORM VARYING WS-RTN-SUB FROM 1 BY 1
                   UNTIL WS-RTN-SUB > WS-RTN-CONT
                      OR WS-CON-RETENCION
               IF WS-RTN-NROCLI (WS-RTN-SUB) IS EQUAL WS-NROCLI-BUSCADO
                  ADD 1 TO WS-RTN-CONSERV (WS-RTN-SUB)
                  SET WS-CON-RETENCION TO TRUE
               END-IF
           END-PERFORM.

       F-4300-RETENCION-NROCLI. EXIT.
      **************************************************************
       8000-CERTIFICAR.
      *    BLOQUE DEL CERTIFICADO PARA EL ARCHIVO RECIEN TRATADO.
           ADD 1 TO WS-CANT-ARCHIVOS

           MOVE SPACES           TO WS-LT-TEXTO
           WRITE REG-SALIDA FROM WS-LIN-TEXTO

           MOVE WS-ARCHIVO-ACT   TO WS-LAR-ARCHIVO
           MOVE WS-MESES-ACT     TO WS-LAR-MESES
           MOVE WS-FECHA-CORTE-R TO WS-LAR-CORTE
           WRITE REG-SALIDA FROM WS-LIN-ARCHIVO

           IF WS-CON-PLAZO
              MOVE WS-BASE-ACT TO WS-LBA-BASE
              WRITE REG-SALIDA FROM WS-LIN-BASE
           ELSE
              MOVE ' SIN PLAZO EN CATALOGO O CONSERVACION PERMANENTE:'
                   TO WS-LT-TEXTO
              WRITE REG-SALIDA FROM WS-LIN-TEXTO
              MOVE ' NO SE DEPURA' TO WS-LT-TEXTO
              WRITE REG-SALIDA FROM WS-LIN-TEXTO
           END-IF

           IF WS-ARCH-NO-DISPONIBLE
              MOVE ' ARCHIVO NO DISPONIBLE: NO SE DEPURA'
                   TO WS-LT-TEXTO
              WRITE REG-SALIDA FROM WS-LIN-TEXTO
              GO TO F-8000-CERTIFICAR
           END-IF

           MOVE WS-CNT-LEIDOS    TO WS-LCN-LEIDOS
           MOVE WS-CNT-DEPURADOS TO WS-LCN-DEPURADOS
           MOVE WS-CNT-EN-PLAZO  TO WS-LCN-EN-PLAZO
           MOVE WS-CNT-RETENIDOS TO WS-LCN-RETENIDOS
           WRITE REG-SALIDA FROM WS-LIN-CONTEO

           IF WS-CLAVE-NINGUNA
              MOVE ' SIN DATOS DE CLIENTE: NO ADMITE RETENCION LEGAL'
                   TO WS-LT-TEXTO
              WRITE REG-SALIDA FROM WS-LIN-TEXTO
           END-IF

           ADD WS-CNT-LEIDOS    TO WS-TOT-LEIDOS
           ADD WS-CNT-DEPURADOS TO WS-TOT-DEPURADOS
           ADD WS-CNT-EN-PLAZO  TO WS-TOT-EN-PLAZO
           ADD WS-CNT-RETENIDOS TO WS-TOT-RETENIDOS.

       F-8000-CERTIFICAR. EXIT.
      **************************************************************
       8500-CERTIFICAR-RETENCIONES.
      *    CADA RETENCION LEGAL VIGENTE CON LOS REGISTROS VENCIDOS
      *    QUE CONSERVO EN TODA LA CORRIDA.
           MOVE SPACES TO WS-LT-TEXTO
           WRITE REG-SALIDA FROM WS-LIN-TEXTO
           MOVE ' RETENCIONES LEGALES VIGENTES (ORIGEN: E EMBARGO, '
                TO WS-LT-TEXTO
           WRITE REG-SALIDA FROM WS-LIN-TEXTO
           MOVE ' R RECLAMO, S SUPRESION PENDIENTE, L LEGALES)'
                TO WS-LT-TEXTO
           WRITE REG-SALIDA FROM WS-LIN-TEXTO

           PERFORM VARYING WS-RTN-SUB FROM 1 BY 1
                   UNTIL WS-RTN-SUB > WS-RTN-CONT
               MOVE WS-RTN-NROCLI  (WS-RTN-SUB)        TO WS-LRC-NROCLI
               MOVE WS-RTN-DOC     (WS-RTN-SUB) (1:2)  TO WS-LRC-TIPDOC
               MOVE WS-RTN-DOC     (WS-RTN-SUB) (3:11) TO WS-LRC-NRODOC
               MOVE WS-RTN-ORIGEN  (WS-RTN-SUB)        TO WS-LRC-ORIGEN
               MOVE WS-RTN-CONSERV (WS-RTN-SUB)        TO WS-LRC-CONSERV
               WRITE REG-SALIDA FROM WS-LIN-RET-CLIENTE
           END-PERFORM

           PERFORM VARYING WS-RCU-SUB FROM 1 BY 1
                   UNTIL WS-RCU-SUB > WS-RCU-CONT
               MOVE WS-RCU-CLAVE   (WS-RCU-SUB) (1:2)  TO WS-LRU-TIPCUEN
               MOVE WS-RCU-CLAVE   (WS-RCU-SUB) (3:8)  TO WS-LRU-NROCUEN
               MOVE WS-RCU-ORIGEN  (WS-RCU-SUB)        TO WS-LRU-ORIGEN
               MOVE WS-RCU-CONSERV (WS-RCU-SUB)        TO WS-LRU-CONSERV
               WRITE REG-SALIDA FROM WS-LIN-RET-CUENTA
           END-PERFORM

           IF WS-RTN-CONT IS EQUAL ZEROS
              AND WS-RCU-CONT IS EQUAL ZEROS
              MOVE ' SIN RETENCIONES LEGALES VIGENTES' TO WS-LT-TEXTO
              WRITE REG-SALIDA FROM WS-LIN-TEXTO
           END-IF.

       F-8500-CERTIFICAR-RETENCIONES. EXIT.
      **************************************************************
       9999-FINAL.

           IF WS-LOOKUP-ABIERTO
              CLOSE LOOKUP1
           END-IF

           IF FS-SALIDA IS EQUAL '00'
              CLOSE SALIDA
              IF FS-SALIDA IS NOT EQUAL '00'
                 DISPLAY '* ERROR EN CLOSE SALIDA   = ' FS-SALIDA
                 MOVE 9999 TO RETURN-CODE
              END-IF
           END-IF

           DISPLAY '***************************************'
           DISPLAY ' ARCHIVOS TRATADOS           :  ' WS-CANT-ARCHIVOS
           DISPLAY ' REGISTROS LEIDOS            :  ' WS-TOT-LEIDOS
           DISPLAY ' REGISTROS DEPURADOS         :  ' WS-TOT-DEPURADOS
           DISPLAY ' CONSERVADOS EN PLAZO        :  ' WS-TOT-EN-PLAZO
           DISPLAY ' CONSERVADOS POR RETENCION   :  ' WS-TOT-RETENIDOS
           DISPLAY ' CLIENTES RETENIDOS          :  ' WS-RTN-CONT
           DISPLAY ' CUENTAS RETENIDAS           :  ' WS-RCU-CONT
           DISPLAY '***************************************'.

       F-9999-FINAL.
           EXIT.
