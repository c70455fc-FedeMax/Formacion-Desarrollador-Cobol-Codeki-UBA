       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMATCBF.
       AUTHOR.    FEDERICO FALCON.
      **************************************************************
      *  ANALISIS MENSUAL DE BAJAS DE CLIENTES Y CUENTAS POR       *
      *  SUCURSAL. CRUZA LOS EXTRACTOS DE CLIENTES DEL INICIO      *
      *  (DDEXTINI) Y DEL FIN (DDEXTFIN) DEL MES DE DDFECPRO CON:  *
      *    - LAS BAJAS BJ DEL MES EN EL MAESTRO DE AUDITORIA       *
      *      DDAUDIT, SIN CONTAR LOS DOCUMENTOS QUE PARTICIPARON   *
      *      DE UNA FUSION PGMFUCBF (ENTRADA 'FU') NI LOS MIGRADOS *
      *      POR PGMMICBF (DIARIOS DDLOG DEL MES CONCATENADOS EN   *
      *      DDMIGLOG)                                             *
      *    - LAS CUENTAS CERRADAS EN EL MES POR PGMCLCBF           *
      *      (DDCTACER)                                            *
      *  Y LISTA EN DDSALI POR SUCURSAL LOS CLIENTES AL INICIO,    *
      *  LAS ALTAS, LAS BAJAS, EL CRECIMIENTO NETO, LAS CUENTAS    *
      *  CERRADAS, LA TASA MOVIL DE BAJAS DE DOCE MESES Y LA       *
      *  APERTURA DE LAS BAJAS POR ANTIGUEDAD (DESDE LA APERTURA   *
      *  MAS VIEJA DE SUS CUENTAS EN DDCBU) Y POR SEGMENTO         *
      *  (DDSEGM). LA SUCURSAL DEL CLIENTE ES LA DE SU PRIMERA     *
      *  CUENTA (DDCTAS + DDCTASUC); UNA SUCURSAL ABSORBIDA        *
      *  (SUC-PREDECESOR DE DDSUCMAE) SE INFORMA DENTRO DE LA      *
      *  SOBREVIVIENTE, TAMBIEN EN SU HISTORIA, ASI LA FUSION NO   *
      *  PARECE UN EXODO. LAS CIFRAS DEL MES QUEDAN EN EL          *
      *  HISTORICO DDATRHIS (LAYOUT CPATRHIS) PARA LA TASA MOVIL.  *
      **************************************************************
       ENVIRONMENT DIVISION.
      **************************************************************
       CONFIGURATION SECTION.

       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
      **************************************************************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT EXTINI     ASSIGN TO DDEXTINI
                 FILE STATUS IS FS-EXTINI.

           SELECT EXTFIN     ASSIGN TO DDEXTFIN
                 FILE STATUS IS FS-EXTFIN.

           SELECT CUENTAS    ASSIGN TO DDCTAS
                 FILE STATUS IS FS-CUENTAS.

           SELECT ASIGNA     ASSIGN TO DDCTASUC
                 FILE STATUS IS FS-ASIGNA.

           SELECT CBU        ASSIGN TO DDCBU
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS MAE-CBU-CLAVE
                 FILE STATUS IS FS-CBU.

           SELECT AUDITORIA  ASSIGN TO DDAUDIT
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS MAE-AUD-CLAVE
                 FILE STATUS IS FS-AUDIT.

           SELECT MIGRA      ASSIGN TO DDMIGLOG
                 FILE STATUS IS FS-MIGRA.

           SELECT CERRADAS   ASSIGN TO DDCTACER
                 FILE STATUS IS FS-CERRADAS.

           SELECT SEGMENTOS  ASSIGN TO DDSEGM
                 FILE STATUS IS FS-SEGM.

           SELECT SUCMAE     ASSIGN TO DDSUCMAE
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS MAE-SUC-NRO
                 FILE STATUS IS FS-SUCMAE.

           SELECT FECHAPRO   ASSIGN TO DDFECPRO
                 FILE STATUS IS FS-FECHAPRO.

           SELECT ATRHIS     ASSIGN TO DDATRHIS
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS MAE-ATH-CLAVE
                 FILE STATUS IS FS-ATRHIS.

           SELECT SALIDA     ASSIGN TO DDSALI
                 FILE STATUS IS FS-SALIDA.
      **************************************************************
       I-O-CONTROL.

       DATA DIVISION.
       FILE SECTION.
       FD   EXTINI
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01   REG-EXTINI              PIC X(59).

       FD   EXTFIN
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01   REG-EXTFIN              PIC X(59).

       FD   CUENTAS
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01   REG-CUENTA              PIC X(17).

       FD   ASIGNA
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01   REG-ASIGNA              PIC X(20).

       FD   CBU.

       01   REG-CBU.
           03  MAE-CBU-CLAVE        PIC X(10).
           03  FILLER               PIC X(40).

       FD   AUDITORIA.

       01   REG-AUDITORIA.
           03  MAE-AUD-CLAVE        PIC X(26).
           03  FILLER               PIC X(74).

       FD   MIGRA
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01   REG-LOG.
           05  LOG-TIPDOC           PIC X(02).
           05  FILLER               PIC X(01).
           05  LOG-NRODOC           PIC 9(11).
           05  FILLER               PIC X(01).
           05  LOG-ORIGEN           PIC X(08).
           05  FILLER               PIC X(04).
           05  LOG-DESTINO          PIC X(08).
           05  FILLER               PIC X(01).
           05  LOG-RESULTADO        PIC X(30).
           05  FILLER               PIC X(14).

       FD   CERRADAS
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01   REG-CERRADA.
           05  CER-CLAVE            PIC X(10).
           05  CER-FECHA            PIC 9(08).
           05  FILLER               PIC X(02).

       FD   SEGMENTOS
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01   REG-SEGMENTO.
           05  SEG-TIPDOC           PIC X(02).
           05  SEG-NRODOC           PIC 9(11).
           05  SEG-SEGMENTO         PIC X(01).
           05  FILLER               PIC X(06).

       FD   SUCMAE.

       01   REG-SUCMAE.
           03  MAE-SUC-NRO          PIC 9(02).
           03  FILLER               PIC X(48).

       FD   FECHAPRO
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01   REG-FECHAPRO.
           05  FPR-FECHA            PIC 9(08).
           05  FILLER               PIC X(72).

       FD   ATRHIS.

       01   REG-ATRHIS.
           03  MAE-ATH-CLAVE        PIC X(08).
           03  FILLER               PIC X(42).

       FD   SALIDA
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01   REG-SALIDA              PIC X(100).
      **************************************************************
       WORKING-STORAGE SECTION.
       77  FILLER        PIC X(26) VALUE '* INICIO WORKING-STORAGE *'.

      ***********************FILE STATUS****************************
       77  FS-EXTINI                  PIC XX      VALUE SPACES.
       77  FS-EXTFIN                  PIC XX      VALUE SPACES.
           88  FS-EXTFIN-FIN                      VALUE '10'.
       77  FS-CUENTAS                 PIC XX      VALUE SPACES.
       77  FS-ASIGNA                  PIC XX      VALUE SPACES.
       77  FS-CBU                     PIC XX      VALUE SPACES.
       77  FS-AUDIT                   PIC XX      VALUE SPACES.
       77  FS-MIGRA                   PIC XX      VALUE SPACES.
       77  FS-CERRADAS                PIC XX      VALUE SPACES.
       77  FS-SEGM                    PIC XX      VALUE SPACES.
       77  FS-SUCMAE                  PIC XX      VALUE SPACES.
       77  FS-FECHAPRO                PIC XX      VALUE SPACES.
       77  FS-ATRHIS                  PIC XX      VALUE SPACES.
       77  FS-SALIDA                  PIC XX      VALUE SPACES.

      *********************CONTADORES*******************************
       77  WS-CLI-INICIO              PIC 9(05)   VALUE ZEROES.
       77  WS-CLI-FIN                 PIC 9(05)   VALUE ZEROES.
       77  WS-BJ-AUDITADAS            PIC 9(05)   VALUE ZEROES.
       77  WS-EXC-FUSION              PIC 9(05)   VALUE ZEROES.
       77  WS-EXC-MIGRA               PIC 9(05)   VALUE ZEROES.
       77  WS-CANT-HISTORICO          PIC 9(05)   VALUE ZEROES.

           COPY CPFECPRO.

           COPY CPAUDIT.

           COPY CPCBU.

           COPY CPSUCMAE.

           COPY CPATRHIS.

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

      *****************PERIODO Y VENTANA DE DOCE MESES****************
       77  WS-PERIODO      PIC 9(06)  VALUE ZEROS.
       77  WS-MES-REG      PIC 9(06)  VALUE ZEROS.
       77  WS-MESES-ACT    PIC 9(06)  VALUE ZEROS.
       77  WS-MESES-REG    PIC 9(06)  VALUE ZEROS.
       77  WS-MESES-AUX    PIC 9(06)  VALUE ZEROS.
       77  WS-ANIO-AUX     PIC 9(04)  VALUE ZEROS.
       77  WS-PERIODO-DESDE PIC 9(06) VALUE ZEROS.
       77  WS-OFS          PIC 9(04) USAGE COMP VALUE ZEROS.

      *****************CUENTAS: TITULAR, SUCURSAL Y APERTURA**********
       77  WS-TCU-CONT     PIC 9(04) USAGE COMP VALUE ZEROS.
       77  WS-TCU-SUB      PIC 9(04) USAGE COMP VALUE ZEROS.
       01  WS-TABLA-CUENTAS.
           03  WS-TCU      OCCURS 5000 TIMES.
               05  WS-TCU-CLAVE     PIC X(10).
               05  WS-TCU-NROCLI    PIC 9(07).
               05  WS-TCU-SUC       PIC 9(02).
               05  WS-TCU-FEC-ALTA  PIC 9(08).

      *****************SEGMENTO POR DOCUMENTO**************************
       77  WS-SGM-CONT     PIC 9(04) USAGE COMP VALUE ZEROS.
       77  WS-SGM-SUB      PIC 9(04) USAGE COMP VALUE ZEROS.
       01  WS-TABLA-SEGM.
           03  WS-SGM      OCCURS 5000 TIMES.
               05  WS-SGM-DOC       PIC X(13).
               05  WS-SGM-SEG       PIC X(01).

      *****************CLIENTES AL INICIO Y ALTAS DEL MES**************
       77  WS-TIN-CONT     PIC 9(04) USAGE COMP VALUE ZEROS.
       77  WS-TIN-SUB      PIC 9(04) USAGE COMP VALUE ZEROS.
       01  WS-TABLA-INICIO.
           03  WS-TIN      OCCURS 5000 TIMES.
               05  WS-TIN-DOC       PIC X(13).
               05  WS-TIN-NROCLI    PIC 9(07).

       77  WS-TAL-CONT     PIC 9(04) USAGE COMP VALUE ZEROS.
       77  WS-TAL-SUB      PIC 9(04) USAGE COMP VALUE ZEROS.
       01  WS-TABLA-ALTAS.
           03  WS-TAL      OCCURS 5000 TIMES.
               05  WS-TAL-DOC       PIC X(13).
               05  WS-TAL-NROCLI    PIC 9(07).

      *****************BAJAS BJ DEL MES Y EXCLUSIONES******************
       77  WS-TBJ-CONT     PIC 9(04) USAGE COMP VALUE ZEROS.
       77  WS-TBJ-SUB      PIC 9(04) USAGE COMP VALUE ZEROS.
       01  WS-TABLA-BAJAS.
           03  WS-TBJ      OCCURS 2000 TIMES.
               05  WS-TBJ-DOC       PIC X(13).
               05  WS-TBJ-FECHA     PIC 9(08).

      *    DOCUMENTOS QUE PARTICIPARON DE UNA FUSION (SOBREVIVIENTE
      *    Y SECUNDARIO) Y DOCUMENTOS MIGRADOS DE ENTIDAD.
       77  WS-TFU-CONT     PIC 9(04) USAGE COMP VALUE ZEROS.
       77  WS-TFU-SUB      PIC 9(04) USAGE COMP VALUE ZEROS.
       01  WS-TABLA-FUSION.
           03  WS-TFU-DOC  PIC X(13) OCCURS 1000 TIMES.

       77  WS-TMI-CONT     PIC 9(04) USAGE COMP VALUE ZEROS.
       77  WS-TMI-SUB      PIC 9(04) USAGE COMP VALUE ZEROS.
       01  WS-TABLA-MIGRA.
           03  WS-TMI-DOC  PIC X(13) OCCURS 1000 TIMES.

       77  WS-DOC-AUX      PIC X(13)  VALUE SPACES.
       01  WS-FLAG-EXCLUIDA PIC X     VALUE 'N'.
           88  WS-BAJA-EXCLUIDA       VALUE 'S'.
           88  WS-BAJA-VALIDA         VALUE 'N'.

      *****************SUCURSALES: SOBREVIVIENTE Y NOMBRE**************
      *    POSICION = SUCURSAL + 1. LA SOBREVIVIENTE DE UNA SUCURSAL
      *    NO ABSORBIDA ES ELLA MISMA.
       77  WS-SUC-SUB      PIC 9(04) USAGE COMP VALUE ZEROS.
       77  WS-SUC-AUX      PIC 9(04) USAGE COMP VALUE ZEROS.
       77  WS-PASADA       PIC 9(04) USAGE COMP VALUE ZEROS.
       01  WS-TABLA-SUCURSALES.
           03  WS-TSU      OCCURS 100 TIMES.
               05  WS-TSU-DESTINO   PIC 9(02).
               05  WS-TSU-NOMBRE    PIC X(20).

      *****************ESTADISTICA POR SUCURSAL SOBREVIVIENTE**********
      *    ANTIGUEDAD: 1 MENOS DE UN ANIO, 2 DE UNO A TRES, 3 DE TRES
      *    A CINCO, 4 MAS DE CINCO, 5 SIN DATO DE APERTURA.
      *    SEGMENTO: 1 A, 2 B, 3 C, 4 SIN SEGMENTO.
      *    HISTORIA: 1 EL MES ACTUAL ... 12 ONCE MESES ATRAS.
       01  WS-TABLA-ESTADIST.
           03  WS-EST      OCCURS 100 TIMES.
               05  WS-EST-INI       PIC 9(07) USAGE COMP.
               05  WS-EST-ALTAS     PIC 9(07) USAGE COMP.
               05  WS-EST-BAJAS     PIC 9(07) USAGE COMP.
               05  WS-EST-CTAS      PIC 9(07) USAGE COMP.
               05  WS-EST-ANT       PIC 9(05) USAGE COMP
                                    OCCURS 5 TIMES.
               05  WS-EST-SEG       PIC 9(05) USAGE COMP
                                    OCCURS 4 TIMES.
               05  WS-EST-HINI      PIC 9(07) USAGE COMP
                                    OCCURS 12 TIMES.
               05  WS-EST-HBAJ      PIC 9(07) USAGE COMP
                                    OCCURS 12 TIMES.

       01  WS-SEGMENTOS                PIC X(04)   VALUE 'ABC-'.
       01  WS-SEGMENTOS-R REDEFINES WS-SEGMENTOS.
           05  WS-SEG-LETRA         PIC X(01) OCCURS 4 TIMES.
       77  WS-GRP-SUB      PIC 9(04) USAGE COMP VALUE ZEROS.
       77  WS-ANT-SUB      PIC 9(04) USAGE COMP VALUE ZEROS.
       77  WS-LET-SUB      PIC 9(04) USAGE COMP VALUE ZEROS.

      *****************CLIENTE EN CURSO********************************
       77  WS-CLI-NROCLI   PIC 9(07)  VALUE ZEROS.
       77  WS-CLI-DEST     PIC 9(04) USAGE COMP VALUE ZEROS.
       77  WS-CLI-FEC-ALTA PIC 9(08)  VALUE ZEROS.
       01  WS-FLAG-CUENTA  PIC X      VALUE 'N'.
           88  WS-CON-CUENTA          VALUE 'S'.
           88  WS-SIN-CUENTA          VALUE 'N'.

      *****************FECHAS EN DIAS 30/360***************************
       01  WS-FECHA-CONV              PIC 9(08)   VALUE ZEROS.
       01  WS-FECHA-CONV-R REDEFINES WS-FECHA-CONV.
           05  WS-FC-ANIO           PIC 9(04).
           05  WS-FC-MES            PIC 9(02).
           05  WS-FC-DIA            PIC 9(02).
       77  WS-DIAS-CONV    PIC 9(07)  VALUE ZEROS.
       77  WS-DIAS-ALTA    PIC 9(07)  VALUE ZEROS.
       77  WS-ANTIGUEDAD   PIC S9(07) VALUE ZEROS.

      *****************TASA MOVIL**************************************
       77  WS-SUMA-INI     PIC 9(09) USAGE COMP VALUE ZEROS.
       77  WS-SUMA-BAJ     PIC 9(09) USAGE COMP VALUE ZEROS.
       77  WS-MESES-DATO   PIC 9(04) USAGE COMP VALUE ZEROS.
       77  WS-TASA         PIC 9(04)V99 COMP-3 VALUE ZEROS.
       77  WS-NETO         PIC S9(07) VALUE ZEROS.

       01  WS-TOTALES-BANCO.
           05  WS-BCO-INI           PIC 9(07) USAGE COMP.
           05  WS-BCO-ALTAS         PIC 9(07) USAGE COMP.
           05  WS-BCO-BAJAS         PIC 9(07) USAGE COMP.
           05  WS-BCO-CTAS          PIC 9(07) USAGE COMP.
           05  WS-BCO-ANT           PIC 9(05) USAGE COMP
                                    OCCURS 5 TIMES.
           05  WS-BCO-SEG           PIC 9(05) USAGE COMP
                                    OCCURS 4 TIMES.
           05  WS-BCO-HINI          PIC 9(07) USAGE COMP
                                    OCCURS 12 TIMES.
           05  WS-BCO-HBAJ          PIC 9(07) USAGE COMP
                                    OCCURS 12 TIMES.

      *****************LINEAS DEL REPORTE******************************
       01  WS-LIN-TITULO.
           05  FILLER               PIC X(40)   VALUE
           ' BAJAS DE CLIENTES Y CUENTAS POR SUCURSA'.
           05  FILLER               PIC X(12)   VALUE
           'L, PERIODO  '.
           05  WS-LT-PERIODO        PIC 9(06).
           05  FILLER               PIC X(42)   VALUE SPACES.

       01  WS-LIN-ENCABEZADO.
           05  FILLER               PIC X(28)   VALUE
           ' SUC    NOMBRE'.
           05  FILLER               PIC X(36)   VALUE
           '  INICIAL    ALTAS    BAJAS     NETO'.
           05  FILLER               PIC X(19)   VALUE
           ' CTAS.CER  TASA 12M'.
           05  FILLER               PIC X(17)   VALUE SPACES.

       01  WS-LIN-SUCURSAL.
           05  WS-LS-ROTULO.
               10  WS-LS-ROT-TXT    PIC X(05).
               10  WS-LS-SUC        PIC 9(02).
               10  FILLER           PIC X(01).
               10  WS-LS-NOMBRE     PIC X(20).
           05  FILLER               PIC X(02)   VALUE SPACES.
           05  WS-LS-INI            PIC ZZZZZZ9.
           05  FILLER               PIC X(02)   VALUE SPACES.
           05  WS-LS-ALTAS          PIC ZZZZZZ9.
           05  FILLER               PIC X(02)   VALUE SPACES.
           05  WS-LS-BAJAS          PIC ZZZZZZ9.
           05  FILLER               PIC X(02)   VALUE SPACES.
           05  WS-LS-NETO           PIC -ZZZZZ9.
           05  FILLER               PIC X(02)   VALUE SPACES.
           05  WS-LS-CTAS           PIC ZZZZZZ9.
           05  FILLER               PIC X(02)   VALUE SPACES.
           05  WS-LS-TASA           PIC ZZZ9,99.
           05  FILLER               PIC X(01)   VALUE '%'.
           05  FILLER               PIC X(17)   VALUE SPACES.

       01  WS-LIN-ANTIGUEDAD.
           05  FILLER               PIC X(24)   VALUE
           '   BAJAS POR ANTIGUEDAD '.
           05  FILLER               PIC X(05)   VALUE ' <1A '.
           05  WS-LA-ANT1           PIC ZZZZ9.
           05  FILLER               PIC X(06)   VALUE ' 1-3A '.
           05  WS-LA-ANT2           PIC ZZZZ9.
           05  FILLER               PIC X(06)   VALUE ' 3-5A '.
           05  WS-LA-ANT3           PIC ZZZZ9.
           05  FILLER               PIC X(05)   VALUE ' +5A '.
           05  WS-LA-ANT4           PIC ZZZZ9.
           05  FILLER               PIC X(05)   VALUE ' S/D '.
           05  WS-LA-ANT5           PIC ZZZZ9.
           05  FILLER               PIC X(24)   VALUE SPACES.

       01  WS-LIN-SEGMENTO.
           05  FILLER               PIC X(24)   VALUE
           '   BAJAS POR SEGMENTO   '.
           05  FILLER               PIC X(05)   VALUE '   A '.
           05  WS-LG-SEG1           PIC ZZZZ9.
           05  FILLER               PIC X(05)   VALUE '   B '.
           05  WS-LG-SEG2           PIC ZZZZ9.
           05  FILLER               PIC X(05)   VALUE '   C '.
           05  WS-LG-SEG3           PIC ZZZZ9.
           05  FILLER               PIC X(05)   VALUE ' S/S '.
           05  WS-LG-SEG4           PIC ZZZZ9.
           05  FILLER               PIC X(36)   VALUE SPACES.

       01  WS-LIN-EXCLUIDAS.
           05  FILLER               PIC X(40)   VALUE
           ' BJ NO CONTADAS COMO BAJA: POR FUSION   '.
           05  WS-LE-FUSION         PIC ZZZZ9.
           05  FILLER               PIC X(16)   VALUE
           '   POR MIGRACION'.
           05  WS-LE-MIGRA          PIC ZZZZ9.
           05  FILLER               PIC X(34)   VALUE SPACES.

       01  WS-LIN-BLANCO            PIC X(100)  VALUE SPACES.

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
                   UNTIL FS-EXTFIN-FIN.

           PERFORM 3000-BAJAS     THRU  F-3000-BAJAS.

           PERFORM 4000-HISTORICO THRU  F-4000-HISTORICO.

           PERFORM 5000-IMPRIMIR  THRU  F-5000-IMPRIMIR.

           PERFORM 9999-FINAL     THRU  F-9999-FINAL.

       F-MAIN-PROGRAM. GOBACK.

      **************************************
      *                                    *
      *  CUERPO INICIO APERTURA ARCHIVOS   *
      *                                    *
      **************************************
       1000-INICIO.

           INITIALIZE WS-TABLA-ESTADIST WS-TOTALES-BANCO.

           OPEN INPUT  EXTFIN.

           IF FS-EXTFIN IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN EXTFIN    = ' FS-EXTFIN
              MOVE 9999 TO RETURN-CODE
              SET  FS-EXTFIN-FIN TO TRUE
           END-IF

           OPEN OUTPUT SALIDA.

           IF FS-SALIDA IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN SALIDA    = ' FS-SALIDA
              MOVE 9999 TO RETURN-CODE
              SET  FS-EXTFIN-FIN TO TRUE
           END-IF

           IF RETURN-CODE IS EQUAL 9999
              GO TO F-1000-INICIO
           END-IF

           PERFORM 1100-LEER-FECHA    THRU F-1100-LEER-FECHA.

           COMPUTE WS-PERIODO   = FNG-ANIO * 100 + FNG-MES
           COMPUTE WS-MESES-ACT = FNG-ANIO * 12 + FNG-MES - 1
           COMPUTE WS-MESES-AUX = WS-MESES-ACT - 11
           COMPUTE WS-ANIO-AUX  = WS-MESES-AUX / 12
           COMPUTE WS-PERIODO-DESDE = WS-ANIO-AUX * 100
                 + (WS-MESES-AUX - WS-ANIO-AUX * 12) + 1

           PERFORM 1200-CARGAR-SUCURSALES THRU
                   F-1200-CARGAR-SUCURSALES.
           PERFORM 1300-CARGAR-CUENTAS THRU F-1300-CARGAR-CUENTAS.
           PERFORM 1400-CARGAR-SEGM    THRU F-1400-CARGAR-SEGM.
           PERFORM 1500-CARGAR-INICIO  THRU F-1500-CARGAR-INICIO.
           PERFORM 1600-CARGAR-AUDIT   THRU F-1600-CARGAR-AUDIT.
           PERFORM 1700-CARGAR-MIGRA   THRU F-1700-CARGAR-MIGRA.
           PERFORM 1800-CARGAR-CIERRES THRU F-1800-CARGAR-CIERRES.

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
       1200-CARGAR-SUCURSALES.
      *    CADA SUCURSAL APUNTA A SI MISMA SALVO QUE OTRA LA HAYA
      *    ABSORBIDO; LAS CADENAS (A ABSORBIDA POR B, B POR C) SE
      *    RESUELVEN HASTA LA ULTIMA SOBREVIVIENTE.
           PERFORM VARYING WS-SUC-SUB FROM 1 BY 1
                   UNTIL WS-SUC-SUB > 100
               COMPUTE WS-TSU-DESTINO (WS-SUC-SUB) = WS-SUC-SUB - 1
               MOVE SPACES TO WS-TSU-NOMBRE (WS-SUC-SUB)
           END-PERFORM

           OPEN INPUT SUCMAE.

           IF FS-SUCMAE IS NOT EQUAL '00'
              DISPLAY '* SIN MAESTRO DE SUCURSALES, SIN FUSIONES'
              GO TO F-1200-CARGAR-SUCURSALES
           END-IF

           MOVE ZEROS TO MAE-SUC-NRO
           START SUCMAE KEY IS NOT LESS MAE-SUC-NRO
              INVALID KEY
                 MOVE '10' TO FS-SUCMAE
           END-START

           PERFORM UNTIL FS-SUCMAE IS NOT EQUAL '00'
              READ SUCMAE NEXT INTO WS-REG-SUCMAE
                 AT END
                    MOVE '10' TO FS-SUCMAE
                 NOT AT END
                    COMPUTE WS-SUC-SUB = SUC-NRO + 1
                    MOVE SUC-NOMBRE TO WS-TSU-NOMBRE (WS-SUC-SUB)
                    IF SUC-PREDECESOR IS NUMERIC
                       AND SUC-PREDECESOR IS NOT EQUAL ZEROS
                       COMPUTE WS-SUC-SUB = SUC-PREDECESOR + 1
                       MOVE SUC-NRO TO WS-TSU-DESTINO (WS-SUC-SUB)
                    END-IF
              END-READ
           END-PERFORM
           CLOSE SUCMAE

           PERFORM VARYING WS-PASADA FROM 1 BY 1
                   UNTIL WS-PASADA > 5
               PERFORM VARYING WS-SUC-SUB FROM 1 BY 1
                       UNTIL WS-SUC-SUB > 100
                   COMPUTE WS-SUC-AUX =
                           WS-TSU-DESTINO (WS-SUC-SUB) + 1
                   MOVE WS-TSU-DESTINO (WS-SUC-AUX) TO
                        WS-TSU-DESTINO (WS-SUC-SUB)
               END-PERFORM
           END-PERFORM.

       F-1200-CARGAR-SUCURSALES. EXIT.
      **************************************************************
       1300-CARGAR-CUENTAS.
      *    CUENTA - TITULAR DE DDCTAS, SUCURSAL DE DDCTASUC Y FECHA
      *    DE APERTURA DEL MAESTRO DE CBU (SIN CBU, SIN DATO).
           OPEN INPUT CUENTAS.

           IF FS-CUENTAS IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN CUENTAS   = ' FS-CUENTAS
              MOVE 9999 TO RETURN-CODE
              SET  FS-EXTFIN-FIN TO TRUE
              GO TO F-1300-CARGAR-CUENTAS
           END-IF

           PERFORM UNTIL FS-CUENTAS IS NOT EQUAL '00'
              READ CUENTAS INTO WS-REG-CTA
                 AT END
                    MOVE '10' TO FS-CUENTAS
                 NOT AT END
                    IF WS-TCU-CONT < 5000
                       ADD 1 TO WS-TCU-CONT
                       MOVE WS-REG-CTA (1:10) TO
                            WS-TCU-CLAVE    (WS-TCU-CONT)
                       MOVE CTA-NROCLI        TO
                            WS-TCU-NROCLI   (WS-TCU-CONT)
                       MOVE ZEROS             TO
                            WS-TCU-SUC      (WS-TCU-CONT)
                            WS-TCU-FEC-ALTA (WS-TCU-CONT)
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
              DISPLAY '* SIN ASIGNACION DE SUCURSALES, CLIENTES EN '
                      'SUCURSAL CERO'
           END-IF

           OPEN INPUT CBU.

           IF FS-CBU IS NOT EQUAL '00'
              DISPLAY '* SIN MAESTRO DE CBU, ANTIGUEDAD SIN DATO'
              GO TO F-1300-CARGAR-CUENTAS
           END-IF

           PERFORM VARYING WS-TCU-SUB FROM 1 BY 1
                   UNTIL WS-TCU-SUB > WS-TCU-CONT
               MOVE WS-TCU-CLAVE (WS-TCU-SUB) TO MAE-CBU-CLAVE
               READ CBU INTO WS-REG-CBU
                  INVALID KEY
                     CONTINUE
                  NOT INVALID KEY
                     IF CBU-FEC-ALTA IS NUMERIC
                        MOVE CBU-FEC-ALTA TO
                             WS-TCU-FEC-ALTA (WS-TCU-SUB)
                     END-IF
               END-READ
           END-PERFORM
           CLOSE CBU.

       F-1300-CARGAR-CUENTAS. EXIT.
      **************************************************************
       1400-CARGAR-SEGM.

           OPEN INPUT SEGMENTOS.

           IF FS-SEGM IS EQUAL '00'
              PERFORM UNTIL FS-SEGM IS NOT EQUAL '00'
                 READ SEGMENTOS
                    AT END
                       MOVE '10' TO FS-SEGM
                    NOT AT END
                       IF WS-SGM-CONT < 5000
                          ADD 1 TO WS-SGM-CONT
                          MOVE REG-SEGMENTO (1:13) TO
                               WS-SGM-DOC (WS-SGM-CONT)
                          MOVE SEG-SEGMENTO        TO
                               WS-SGM-SEG (WS-SGM-CONT)
                       ELSE
                          DISPLAY '* ATENCION: TABLA DE SEGMENTOS '
                                  'LLENA (5000)'
                          MOVE '10' TO FS-SEGM
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE SEGMENTOS
           ELSE
              DISPLAY '* SIN SEGMENTACION, BAJAS SIN SEGMENTO'
           END-IF.

       F-1400-CARGAR-SEGM. EXIT.
      **************************************************************
       1500-CARGAR-INICIO.
      *    CLIENTES AL INICIO DEL MES, CONTADOS EN LA SOBREVIVIENTE
      *    DE SU SUCURSAL.
           IF RETURN-CODE IS EQUAL 9999
              GO TO F-1500-CARGAR-INICIO
           END-IF

           OPEN INPUT EXTINI.

           IF FS-EXTINI IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN EXTINI    = ' FS-EXTINI
              MOVE 9999 TO RETURN-CODE
              SET  FS-EXTFIN-FIN TO TRUE
              GO TO F-1500-CARGAR-INICIO
           END-IF

           PERFORM UNTIL FS-EXTINI IS NOT EQUAL '00'
              READ EXTINI INTO WS-REG-EXT
                 AT END
                    MOVE '10' TO FS-EXTINI
                 NOT AT END
                    ADD 1 TO WS-CLI-INICIO
                    IF WS-TIN-CONT < 5000
                       ADD 1 TO WS-TIN-CONT
                       MOVE WS-REG-EXT (1:13) TO
                            WS-TIN-DOC    (WS-TIN-CONT)
                       MOVE EXT-NROCLI        TO
                            WS-TIN-NROCLI (WS-TIN-CONT)
                    ELSE
                       DISPLAY '* ATENCION: TABLA DE CLIENTES '
                               'AL INICIO LLENA (5000)'
                       MOVE '10' TO FS-EXTINI
                    END-IF
                    MOVE EXT-NROCLI TO WS-CLI-NROCLI
                    PERFORM 3500-UBICAR-CLIENTE THRU
                            F-3500-UBICAR-CLIENTE
                    ADD 1 TO WS-EST-INI (WS-CLI-DEST)
              END-READ
           END-PERFORM
           CLOSE EXTINI.

       F-1500-CARGAR-INICIO. EXIT.
      **************************************************************
       1600-CARGAR-AUDIT.
      *    BAJAS BJ DEL MES Y DOCUMENTOS CON MARCA DE FUSION 'FU'
      *    (EL SOBREVIVIENTE EN LA CLAVE, EL SECUNDARIO EN EL VALOR
      *    ANTERIOR), DE CUALQUIER FECHA.
           IF RETURN-CODE IS EQUAL 9999
              GO TO F-1600-CARGAR-AUDIT
           END-IF

           OPEN INPUT AUDITORIA.

           IF FS-AUDIT IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN AUDITORIA = ' FS-AUDIT
              MOVE 9999 TO RETURN-CODE
              SET  FS-EXTFIN-FIN TO TRUE
              GO TO F-1600-CARGAR-AUDIT
           END-IF

           MOVE LOW-VALUES TO MAE-AUD-CLAVE
           START AUDITORIA KEY IS NOT LESS MAE-AUD-CLAVE
              INVALID KEY
                 MOVE '10' TO FS-AUDIT
           END-START

           PERFORM UNTIL FS-AUDIT IS NOT EQUAL '00'
              READ AUDITORIA NEXT INTO WS-REG-AUDIT
                 AT END
                    MOVE '10' TO FS-AUDIT
                 NOT AT END
                    EVALUATE AUD-TIP-NOV
                        WHEN 'FU'
                             MOVE AUD-CLAVE (1:13) TO WS-DOC-AUX
                             PERFORM 1610-ANOTAR-FUSION THRU
                                     F-1610-ANOTAR-FUSION
                             MOVE AUD-VAL-ANT (1:13) TO WS-DOC-AUX
                             PERFORM 1610-ANOTAR-FUSION THRU
                                     F-1610-ANOTAR-FUSION
                        WHEN 'BJ'
                             COMPUTE WS-MES-REG = AUD-FECHA / 100
                             IF WS-MES-REG IS EQUAL WS-PERIODO
                                PERFORM 1620-ANOTAR-BAJA THRU
                                        F-1620-ANOTAR-BAJA
                             END-IF
                        WHEN OTHER
                             CONTINUE
                    END-EVALUATE
              END-READ
           END-PERFORM
           CLOSE AUDITORIA.

       F-1600-CARGAR-AUDIT. EXIT.
      **************************************************************
       1610-ANOTAR-FUSION.

           PERFORM VARYING WS-TFU-SUB FROM 1 BY 1
                   UNTIL WS-TFU-SUB > WS-TFU-CONT
               IF WS-TFU-DOC (WS-TFU-SUB) IS EQUAL WS-DOC-AUX
                  GO TO F-1610-ANOTAR-FUSION
               END-IF
           END-PERFORM

           IF WS-TFU-CONT < 1000
              ADD 1 TO WS-TFU-CONT
              MOVE WS-DOC-AUX TO WS-TFU-DOC (WS-TFU-CONT)
           ELSE
              DISPLAY '* ATENCION: TABLA DE FUSIONES LLENA (1000)'
           END-IF.

       F-1610-ANOTAR-FUSION. EXIT.
      **************************************************************
       1620-ANOTAR-BAJA.
      *    UNA BJ REPETIDA DEL MISMO DOCUMENTO (REPROCESO) CUENTA
      *    UNA SOLA VEZ.
           ADD 1 TO WS-BJ-AUDITADAS

           PERFORM VARYING WS-TBJ-SUB FROM 1 BY 1
                   UNTIL WS-TBJ-SUB > WS-TBJ-CONT
               IF WS-TBJ-DOC (WS-TBJ-SUB) IS EQUAL AUD-CLAVE (1:13)
                  GO TO F-1620-ANOTAR-BAJA
               END-IF
           END-PERFORM

           IF WS-TBJ-CONT < 2000
              ADD 1 TO WS-TBJ-CONT
              MOVE AUD-CLAVE (1:13) TO WS-TBJ-DOC   (WS-TBJ-CONT)
              MOVE AUD-FECHA        TO WS-TBJ-FECHA (WS-TBJ-CONT)
           ELSE
              DISPLAY '* ATENCION: TABLA DE BAJAS LLENA (2000)'
           END-IF.

       F-1620-ANOTAR-BAJA. EXIT.
      **************************************************************
       1700-CARGAR-MIGRA.

           IF RETURN-CODE IS EQUAL 9999
              GO TO F-1700-CARGAR-MIGRA
           END-IF

           OPEN INPUT MIGRA.

           IF FS-MIGRA IS NOT EQUAL '00'
              DISPLAY '* SIN DIARIO DE MIGRACIONES DEL MES'
              GO TO F-1700-CARGAR-MIGRA
           END-IF

           PERFORM UNTIL FS-MIGRA IS NOT EQUAL '00'
              READ MIGRA
                 AT END
                    MOVE '10' TO FS-MIGRA
                 NOT AT END
                    IF LOG-RESULTADO IS EQUAL 'MIGRADO'
                       AND WS-TMI-CONT < 1000
                       ADD 1 TO WS-TMI-CONT
                       MOVE LOG-TIPDOC TO
                            WS-TMI-DOC (WS-TMI-CONT) (1:2)
                       MOVE LOG-NRODOC TO
                            WS-TMI-DOC (WS-TMI-CONT) (3:11)
                    END-IF
              END-READ
           END-PERFORM
           CLOSE MIGRA.

       F-1700-CARGAR-MIGRA. EXIT.
      **************************************************************
       1800-CARGAR-CIERRES.
      *    CUENTAS CERRADAS EN EL MES, EN LA SOBREVIVIENTE DE LA
      *    SUCURSAL DE LA CUENTA.
           IF RETURN-CODE IS EQUAL 9999
              GO TO F-1800-CARGAR-CIERRES
           END-IF

           OPEN INPUT CERRADAS.

           IF FS-CERRADAS IS NOT EQUAL '00'
              DISPLAY '* SIN CUENTAS CERRADAS'
              GO TO F-1800-CARGAR-CIERRES
           END-IF

           PERFORM UNTIL FS-CERRADAS IS NOT EQUAL '00'
              READ CERRADAS
                 AT END
                    MOVE '10' TO FS-CERRADAS
                 NOT AT END
                    COMPUTE WS-MES-REG = CER-FECHA / 100
                    IF WS-MES-REG IS EQUAL WS-PERIODO
                       MOVE 1 TO WS-CLI-DEST
                       PERFORM VARYING WS-TCU-SUB FROM 1 BY 1
                               UNTIL WS-TCU-SUB > WS-TCU-CONT
                           IF WS-TCU-CLAVE (WS-TCU-SUB) IS EQUAL
                              CER-CLAVE
                              COMPUTE WS-SUC-SUB =
                                      WS-TCU-SUC (WS-TCU-SUB) + 1
                              COMPUTE WS-CLI-DEST =
                                      WS-TSU-DESTINO (WS-SUC-SUB) + 1
                              MOVE WS-TCU-CONT TO WS-TCU-SUB
                           END-IF
                       END-PERFORM
                       ADD 1 TO WS-EST-CTAS (WS-CLI-DEST)
                    END-IF
              END-READ
           END-PERFORM
           CLOSE CERRADAS.

       F-1800-CARGAR-CIERRES. EXIT.
      **************************************************************
       2000-PROCESO.
      *    ALTAS: CLIENTES DEL FIN DE MES QUE NO ESTABAN AL INICIO.
           READ EXTFIN INTO WS-REG-EXT

           EVALUATE FS-EXTFIN
             WHEN '00'
                  ADD 1 TO WS-CLI-FIN
                  PERFORM VARYING WS-TIN-SUB FROM 1 BY 1
                          UNTIL WS-TIN-SUB > WS-TIN-CONT
                      IF WS-TIN-DOC (WS-TIN-SUB) IS EQUAL
                         WS-REG-EXT (1:13)
                         GO TO F-2000-PROCESO
                      END-IF
                  END-PERFORM
                  MOVE EXT-NROCLI TO WS-CLI-NROCLI
                  PERFORM 3500-UBICAR-CLIENTE THRU
                          F-3500-UBICAR-CLIENTE
                  ADD 1 TO WS-EST-ALTAS (WS-CLI-DEST)
                  IF WS-TAL-CONT < 5000
                     ADD 1 TO WS-TAL-CONT
                     MOVE WS-REG-EXT (1:13) TO
                          WS-TAL-DOC    (WS-TAL-CONT)
                     MOVE EXT-NROCLI        TO
                          WS-TAL-NROCLI (WS-TAL-CONT)
                  END-IF

              WHEN '10'
                CONTINUE

              WHEN OTHER
              DISPLAY '* ERROR EN LECTURA EXTFIN = ' FS-EXTFIN
              MOVE 9999 TO RETURN-CODE
              SET FS-EXTFIN-FIN TO TRUE

           END-EVALUATE.

       F-2000-PROCESO. EXIT.
      **************************************************************
       3000-BAJAS.

           IF RETURN-CODE IS EQUAL 9999
              GO TO F-3000-BAJAS
           END-IF

           PERFORM 3100-EVALUAR-BAJA THRU F-3100-EVALUAR-BAJA
                   VARYING WS-TBJ-SUB FROM 1 BY 1
                   UNTIL WS-TBJ-SUB > WS-TBJ-CONT.

       F-3000-BAJAS. EXIT.
      **************************************************************
       3100-EVALUAR-BAJA.
      *    LA FUSION Y LA MIGRACION SACAN AL DOCUMENTO DEL PADRON
      *    SIN QUE EL CLIENTE SE HAYA IDO: NO SON BAJAS.
           SET WS-BAJA-VALIDA TO TRUE

           PERFORM VARYING WS-TFU-SUB FROM 1 BY 1
                   UNTIL WS-TFU-SUB > WS-TFU-CONT
               IF WS-TFU-DOC (WS-TFU-SUB) IS EQUAL
                  WS-TBJ-DOC (WS-TBJ-SUB)
                  SET WS-BAJA-EXCLUIDA TO TRUE
                  MOVE WS-TFU-CONT TO WS-TFU-SUB
               END-IF
           END-PERFORM

           IF WS-BAJA-EXCLUIDA
              ADD 1 TO WS-EXC-FUSION
              GO TO F-3100-EVALUAR-BAJA
           END-IF

           PERFORM VARYING WS-TMI-SUB FROM 1 BY 1
                   UNTIL WS-TMI-SUB > WS-TMI-CONT
               IF WS-TMI-DOC (WS-TMI-SUB) IS EQUAL
                  WS-TBJ-DOC (WS-TBJ-SUB)
                  SET WS-BAJA-EXCLUIDA TO TRUE
                  MOVE WS-TMI-CONT TO WS-TMI-SUB
               END-IF
           END-PERFORM

           IF WS-BAJA-EXCLUIDA
              ADD 1 TO WS-EXC-MIGRA
              GO TO F-3100-EVALUAR-BAJA
           END-IF

      *    EL NUMERO DE CLIENTE SALE DEL EXTRACTO DEL INICIO O, SI
      *    ENTRO Y SE FUE EN EL MISMO MES, DE LAS ALTAS.
           MOVE ZEROS TO WS-CLI-NROCLI
           PERFORM VARYING WS-TIN-SUB FROM 1 BY 1
                   UNTIL WS-TIN-SUB > WS-TIN-CONT
               IF WS-TIN-DOC (WS-TIN-SUB) IS EQUAL
                  WS-TBJ-DOC (WS-TBJ-SUB)
                  MOVE WS-TIN-NROCLI (WS-TIN-SUB) TO WS-CLI-NROCLI
                  MOVE WS-TIN-CONT TO WS-TIN-SUB
               END-IF
           END-PERFORM

           IF WS-CLI-NROCLI IS EQUAL ZEROS
              PERFORM VARYING WS-TAL-SUB FROM 1 BY 1
                      UNTIL WS-TAL-SUB > WS-TAL-CONT
                  IF WS-TAL-DOC (WS-TAL-SUB) IS EQUAL
                     WS-TBJ-DOC (WS-TBJ-SUB)
                     MOVE WS-TAL-NROCLI (WS-TAL-SUB) TO WS-CLI-NROCLI
                     MOVE WS-TAL-CONT TO WS-TAL-SUB
                  END-IF
              END-PERFORM
           END-IF

           PERFORM 3500-UBICAR-CLIENTE THRU F-3500-UBICAR-CLIENTE

           ADD 1 TO WS-EST-BAJAS (WS-CLI-DEST)

           MOVE 5 TO WS-ANT-SUB
           IF WS-CLI-FEC-ALTA IS NOT EQUAL ZEROS
              MOVE WS-CLI-FEC-ALTA TO WS-FECHA-CONV
              PERFORM 7000-FECHA-A-DIAS THRU F-7000-FECHA-A-DIAS
              MOVE WS-DIAS-CONV TO WS-DIAS-ALTA
              MOVE WS-TBJ-FECHA (WS-TBJ-SUB) TO WS-FECHA-CONV
              PERFORM 7000-FECHA-A-DIAS THRU F-7000-FECHA-A-DIAS
              COMPUTE WS-ANTIGUEDAD = WS-DIAS-CONV - WS-DIAS-ALTA
              EVALUATE TRUE
                  WHEN WS-ANTIGUEDAD < 360
                       MOVE 1 TO WS-ANT-SUB
                  WHEN WS-ANTIGUEDAD < 1080
                       MOVE 2 TO WS-ANT-SUB
                  WHEN WS-ANTIGUEDAD < 1800
                       MOVE 3 TO WS-ANT-SUB
                  WHEN OTHER
                       MOVE 4 TO WS-ANT-SUB
              END-EVALUATE
           END-IF
           ADD 1 TO WS-EST-ANT (WS-CLI-DEST, WS-ANT-SUB)

           MOVE 4 TO WS-GRP-SUB
           PERFORM VARYING WS-SGM-SUB FROM 1 BY 1
                   UNTIL WS-SGM-SUB > WS-SGM-CONT
               IF WS-SGM-DOC (WS-SGM-SUB) IS EQUAL
                  WS-TBJ-DOC (WS-TBJ-SUB)
                  PERFORM VARYING WS-LET-SUB FROM 1 BY 1
                          UNTIL WS-LET-SUB > 3
                      IF WS-SEG-LETRA (WS-LET-SUB) IS EQUAL
                         WS-SGM-SEG (WS-SGM-SUB)
                         MOVE WS-LET-SUB TO WS-GRP-SUB
                      END-IF
                  END-PERFORM
                  MOVE WS-SGM-CONT TO WS-SGM-SUB
               END-IF
           END-PERFORM
           ADD 1 TO WS-EST-SEG (WS-CLI-DEST, WS-GRP-SUB).

       F-3100-EVALUAR-BAJA. EXIT.
      **************************************************************
       3500-UBICAR-CLIENTE.
      *    SOBREVIVIENTE DE LA SUCURSAL DE LA PRIMERA CUENTA DEL
      *    CLIENTE (POSICION EN LA TABLA = SUCURSAL + 1) Y LA
      *    APERTURA MAS VIEJA ENTRE SUS CUENTAS.
           SET WS-SIN-CUENTA TO TRUE
           MOVE 1     TO WS-CLI-DEST
           MOVE ZEROS TO WS-CLI-FEC-ALTA

           IF WS-CLI-NROCLI IS EQUAL ZEROS
              GO TO F-3500-UBICAR-CLIENTE
           END-IF

           PERFORM VARYING WS-TCU-SUB FROM 1 BY 1
                   UNTIL WS-TCU-SUB > WS-TCU-CONT
               IF WS-TCU-NROCLI (WS-TCU-SUB) IS EQUAL WS-CLI-NROCLI
                  IF WS-SIN-CUENTA
                     SET WS-CON-CUENTA TO TRUE
                     COMPUTE WS-SUC-SUB = WS-TCU-SUC (WS-TCU-SUB) + 1
                     COMPUTE WS-CLI-DEST =
                             WS-TSU-DESTINO (WS-SUC-SUB) + 1
                  END-IF
                  IF WS-TCU-FEC-ALTA (WS-TCU-SUB) > ZEROS
                     AND (WS-CLI-FEC-ALTA IS EQUAL ZEROS
                          OR WS-TCU-FEC-ALTA (WS-TCU-SUB) <
                             WS-CLI-FEC-ALTA)
                     MOVE WS-TCU-FEC-ALTA (WS-TCU-SUB) TO
                          WS-CLI-FEC-ALTA
                  END-IF
               END-IF
           END-PERFORM.

       F-3500-UBICAR-CLIENTE. EXIT.
      **************************************************************
       4000-HISTORICO.
      *    GRABA (O PISA, SI EL MES SE REPROCESA) LAS CIFRAS DEL MES
      *    Y LEE LOS DOCE ULTIMOS MESES, PLEGANDO CADA SUCURSAL EN
      *    SU SOBREVIVIENTE ACTUAL.
           IF RETURN-CODE IS EQUAL 9999
              GO TO F-4000-HISTORICO
           END-IF

           OPEN I-O ATRHIS.

           IF FS-ATRHIS IS EQUAL '35'
              OPEN OUTPUT ATRHIS
              CLOSE ATRHIS
              OPEN I-O ATRHIS
           END-IF

           IF FS-ATRHIS IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN ATRHIS    = ' FS-ATRHIS
              MOVE 9999 TO RETURN-CODE
              GO TO F-4000-HISTORICO
           END-IF

           PERFORM 4100-GRABAR-MES THRU F-4100-GRABAR-MES
                   VARYING WS-SUC-SUB FROM 1 BY 1
                   UNTIL WS-SUC-SUB > 100

           MOVE SPACES           TO WS-REG-ATRHIS
           MOVE WS-PERIODO-DESDE TO ATH-PERIODO
           MOVE ZEROS            TO ATH-SUCURSAL
           MOVE ATH-CLAVE        TO MAE-ATH-CLAVE
           START ATRHIS KEY IS NOT LESS MAE-ATH-CLAVE
              INVALID KEY
                 MOVE '10' TO FS-ATRHIS
           END-START

           PERFORM UNTIL FS-ATRHIS IS NOT EQUAL '00'
              READ ATRHIS NEXT INTO WS-REG-ATRHIS
                 AT END
                    MOVE '10' TO FS-ATRHIS
                 NOT AT END
                    IF ATH-PERIODO > WS-PERIODO
                       MOVE '10' TO FS-ATRHIS
                    ELSE
                       PERFORM 4200-SUMAR-HISTORIA THRU
                               F-4200-SUMAR-HISTORIA
                    END-IF
              END-READ
           END-PERFORM

           CLOSE ATRHIS.

       F-4000-HISTORICO. EXIT.
      **************************************************************
       4100-GRABAR-MES.

           IF WS-EST-INI   (WS-SUC-SUB) = ZEROS
              AND WS-EST-ALTAS (WS-SUC-SUB) = ZEROS
              AND WS-EST-BAJAS (WS-SUC-SUB) = ZEROS
              AND WS-EST-CTAS  (WS-SUC-SUB) = ZEROS
              GO TO F-4100-GRABAR-MES
           END-IF

           MOVE SPACES                     TO WS-REG-ATRHIS
           MOVE WS-PERIODO                 TO ATH-PERIODO
           COMPUTE ATH-SUCURSAL = WS-SUC-SUB - 1
           MOVE WS-EST-INI   (WS-SUC-SUB)  TO ATH-INICIALES
           MOVE WS-EST-ALTAS (WS-SUC-SUB)  TO ATH-ALTAS
           MOVE WS-EST-BAJAS (WS-SUC-SUB)  TO ATH-BAJAS
           MOVE WS-EST-CTAS  (WS-SUC-SUB)  TO ATH-CTAS-CERRADAS
           MOVE WS-FECHA-NEGOCIO-R         TO ATH-FEC-PROCESO

           WRITE REG-ATRHIS FROM WS-REG-ATRHIS

           IF FS-ATRHIS IS EQUAL '22'
              MOVE ATH-CLAVE TO MAE-ATH-CLAVE
              READ ATRHIS
              REWRITE REG-ATRHIS FROM WS-REG-ATRHIS
           END-IF

           IF FS-ATRHIS IS NOT EQUAL '00'
              DISPLAY '* ERROR EN GRABAR ATRHIS  = ' FS-ATRHIS
              MOVE 9999 TO RETURN-CODE
              MOVE 100 TO WS-SUC-SUB
           ELSE
              ADD 1 TO WS-CANT-HISTORICO
           END-IF.

       F-4100-GRABAR-MES. EXIT.
      **************************************************************
       4200-SUMAR-HISTORIA.

           COMPUTE WS-MESES-REG = (ATH-PERIODO / 100) * 12
                 + (ATH-PERIODO - (ATH-PERIODO / 100) * 100) - 1
           COMPUTE WS-OFS = WS-MESES-ACT - WS-MESES-REG + 1

           IF WS-OFS < 1 OR WS-OFS > 12
              GO TO F-4200-SUMAR-HISTORIA
           END-IF

           COMPUTE WS-SUC-SUB = ATH-SUCURSAL + 1
           COMPUTE WS-SUC-SUB = WS-TSU-DESTINO (WS-SUC-SUB) + 1

           ADD ATH-INICIALES TO WS-EST-HINI (WS-SUC-SUB, WS-OFS)
                                WS-BCO-HINI (WS-OFS)
           ADD ATH-BAJAS     TO WS-EST-HBAJ (WS-SUC-SUB, WS-OFS)
                                WS-BCO-HBAJ (WS-OFS).

       F-4200-SUMAR-HISTORIA. EXIT.
      **************************************************************
       5000-IMPRIMIR.

           IF RETURN-CODE IS EQUAL 9999
              GO TO F-5000-IMPRIMIR
           END-IF

           MOVE WS-PERIODO TO WS-LT-PERIODO
           WRITE REG-SALIDA FROM WS-LIN-TITULO
           WRITE REG-SALIDA FROM WS-LIN-BLANCO
           WRITE REG-SALIDA FROM WS-LIN-ENCABEZADO

           PERFORM 5100-IMPRIMIR-SUCURSAL THRU
                   F-5100-IMPRIMIR-SUCURSAL
                   VARYING WS-SUC-SUB FROM 1 BY 1
                   UNTIL WS-SUC-SUB > 100

      *    TOTAL DEL BANCO.
           MOVE ZEROS TO WS-SUMA-INI WS-SUMA-BAJ WS-MESES-DATO
           PERFORM VARYING WS-OFS FROM 1 BY 1 UNTIL WS-OFS > 12
               IF WS-BCO-HINI (WS-OFS) > ZEROS
                  ADD 1 TO WS-MESES-DATO
               END-IF
               ADD WS-BCO-HINI (WS-OFS) TO WS-SUMA-INI
               ADD WS-BCO-HBAJ (WS-OFS) TO WS-SUMA-BAJ
           END-PERFORM
           PERFORM 5900-CALCULAR-TASA THRU F-5900-CALCULAR-TASA

           MOVE SPACES             TO WS-LS-ROTULO
           MOVE ' TOTAL BANCO'     TO WS-LS-ROTULO
           MOVE WS-BCO-INI         TO WS-LS-INI
           MOVE WS-BCO-ALTAS       TO WS-LS-ALTAS
           MOVE WS-BCO-BAJAS       TO WS-LS-BAJAS
           COMPUTE WS-NETO = WS-BCO-ALTAS - WS-BCO-BAJAS
           MOVE WS-NETO            TO WS-LS-NETO
           MOVE WS-BCO-CTAS        TO WS-LS-CTAS
           MOVE WS-TASA            TO WS-LS-TASA
           MOVE WS-BCO-ANT (1)     TO WS-LA-ANT1
           MOVE WS-BCO-ANT (2)     TO WS-LA-ANT2
           MOVE WS-BCO-ANT (3)     TO WS-LA-ANT3
           MOVE WS-BCO-ANT (4)     TO WS-LA-ANT4
           MOVE WS-BCO-ANT (5)     TO WS-LA-ANT5
           MOVE WS-BCO-SEG (1)     TO WS-LG-SEG1
           MOVE WS-BCO-SEG (2)     TO WS-LG-SEG2
           MOVE WS-BCO-SEG (3)     TO WS-LG-SEG3
           MOVE WS-BCO-SEG (4)     TO WS-LG-SEG4
           WRITE REG-SALIDA FROM WS-LIN-BLANCO
           WRITE REG-SALIDA FROM WS-LIN-SUCURSAL
           WRITE REG-SALIDA FROM WS-LIN-ANTIGUEDAD
           WRITE REG-SALIDA FROM WS-LIN-SEGMENTO

           MOVE WS-EXC-FUSION      TO WS-LE-FUSION
           MOVE WS-EXC-MIGRA       TO WS-LE-MIGRA
           WRITE REG-SALIDA FROM WS-LIN-BLANCO
           WRITE REG-SALIDA FROM WS-LIN-EXCLUIDAS.

       F-5000-IMPRIMIR. EXIT.
      **************************************************************
       5100-IMPRIMIR-SUCURSAL.
      *    SOLO LAS SOBREVIVIENTES CON MOVIMIENTO EN EL MES O EN SU
      *    HISTORIA; LA ABSORBIDA YA ESTA DENTRO DE SU SOBREVIVIENTE.
           MOVE ZEROS TO WS-SUMA-INI WS-SUMA-BAJ WS-MESES-DATO
           PERFORM VARYING WS-OFS FROM 1 BY 1 UNTIL WS-OFS > 12
               IF WS-EST-HINI (WS-SUC-SUB, WS-OFS) > ZEROS
                  ADD 1 TO WS-MESES-DATO
               END-IF
               ADD WS-EST-HINI (WS-SUC-SUB, WS-OFS) TO WS-SUMA-INI
               ADD WS-EST-HBAJ (WS-SUC-SUB, WS-OFS) TO WS-SUMA-BAJ
           END-PERFORM

           IF WS-EST-INI   (WS-SUC-SUB) = ZEROS
              AND WS-EST-ALTAS (WS-SUC-SUB) = ZEROS
              AND WS-EST-BAJAS (WS-SUC-SUB) = ZEROS
              AND WS-EST-CTAS  (WS-SUC-SUB) = ZEROS
              AND WS-SUMA-INI = ZEROS
              AND WS-SUMA-BAJ = ZEROS
              GO TO F-5100-IMPRIMIR-SUCURSAL
           END-IF

           PERFORM 5900-CALCULAR-TASA THRU F-5900-CALCULAR-TASA

           ADD WS-EST-INI   (WS-SUC-SUB) TO WS-BCO-INI
           ADD WS-EST-ALTAS (WS-SUC-SUB) TO WS-BCO-ALTAS
           ADD WS-EST-BAJAS (WS-SUC-SUB) TO WS-BCO-BAJAS
           ADD WS-EST-CTAS  (WS-SUC-SUB) TO WS-BCO-CTAS
           PERFORM VARYING WS-ANT-SUB FROM 1 BY 1 UNTIL WS-ANT-SUB > 5
               ADD WS-EST-ANT (WS-SUC-SUB, WS-ANT-SUB) TO
                   WS-BCO-ANT (WS-ANT-SUB)
           END-PERFORM
           PERFORM VARYING WS-GRP-SUB FROM 1 BY 1 UNTIL WS-GRP-SUB > 4
               ADD WS-EST-SEG (WS-SUC-SUB, WS-GRP-SUB) TO
                   WS-BCO-SEG (WS-GRP-SUB)
           END-PERFORM

           MOVE ' SUC '                      TO WS-LS-ROT-TXT
           COMPUTE WS-LS-SUC = WS-SUC-SUB - 1
           MOVE SPACE                        TO WS-LS-ROTULO (8:1)
           MOVE WS-TSU-NOMBRE (WS-SUC-SUB)   TO WS-LS-NOMBRE
           MOVE WS-EST-INI    (WS-SUC-SUB)   TO WS-LS-INI
           MOVE WS-EST-ALTAS  (WS-SUC-SUB)   TO WS-LS-ALTAS
           MOVE WS-EST-BAJAS  (WS-SUC-SUB)   TO WS-LS-BAJAS
           COMPUTE WS-NETO = WS-EST-ALTAS (WS-SUC-SUB)
                           - WS-EST-BAJAS (WS-SUC-SUB)
           MOVE WS-NETO                      TO WS-LS-NETO
           MOVE WS-EST-CTAS   (WS-SUC-SUB)   TO WS-LS-CTAS
           MOVE WS-TASA                      TO WS-LS-TASA
           MOVE WS-EST-ANT (WS-SUC-SUB, 1)   TO WS-LA-ANT1
           MOVE WS-EST-ANT (WS-SUC-SUB, 2)   TO WS-LA-ANT2
           MOVE WS-EST-ANT (WS-SUC-SUB, 3)   TO WS-LA-ANT3
           MOVE WS-EST-ANT (WS-SUC-SUB, 4)   TO WS-LA-ANT4
           MOVE WS-EST-ANT (WS-SUC-SUB, 5)   TO WS-LA-ANT5
           MOVE WS-EST-SEG (WS-SUC-SUB, 1)   TO WS-LG-SEG1
           MOVE WS-EST-SEG (WS-SUC-SUB, 2)   TO WS-LG-SEG2
           MOVE WS-EST-SEG (WS-SUC-SUB, 3)   TO WS-LG-SEG3
           MOVE WS-EST-SEG (WS-SUC-SUB, 4)   TO WS-LG-SEG4

           WRITE REG-SALIDA FROM WS-LIN-BLANCO
           WRITE REG-SALIDA FROM WS-LIN-SUCURSAL
           WRITE REG-SALIDA FROM WS-LIN-ANTIGUEDAD
           WRITE REG-SALIDA FROM WS-LIN-SEGMENTO.

       F-5100-IMPRIMIR-SUCURSAL. EXIT.
      **************************************************************
       5900-CALCULAR-TASA.
      *    BAJAS DE LOS DOCE MESES SOBRE EL PROMEDIO DE CLIENTES AL
      *    INICIO DE LOS MESES CON DATO, EN PORCENTAJE.
           MOVE ZEROS TO WS-TASA

           IF WS-SUMA-INI > ZEROS
              COMPUTE WS-TASA ROUNDED =
                      (WS-SUMA-BAJ * WS-MESES-DATO * 100) / WS-SUMA-INI
                 ON SIZE ERROR
                    MOVE 9999,99 TO WS-TASA
              END-COMPUTE
           END-IF.

       F-5900-CALCULAR-TASA. EXIT.
      **************************************************************
       7000-FECHA-A-DIAS.

           COMPUTE WS-DIAS-CONV = (WS-FC-ANIO * 360)
                                + (WS-FC-MES  * 30) + WS-FC-DIA.

       F-7000-FECHA-A-DIAS. EXIT.
      **************************************************************
       9999-FINAL.

           IF RETURN-CODE NOT EQUAL 9999
             CLOSE EXTFIN
                 IF FS-EXTFIN IS NOT EQUAL '00'
                  DISPLAY '* ERROR EN CLOSE EXTFIN   = '
                                            FS-EXTFIN
                  MOVE 9999 TO RETURN-CODE
                 END-IF

             CLOSE SALIDA
                 IF FS-SALIDA IS NOT EQUAL '00'
                  DISPLAY '* ERROR EN CLOSE SALIDA   = '
                                            FS-SALIDA
                  MOVE 9999 TO RETURN-CODE
                 END-IF

             DISPLAY '***************************************'
             DISPLAY ' PERIODO                      :  '
                                               WS-PERIODO
             DISPLAY ' CLIENTES AL INICIO           :  '
                                               WS-CLI-INICIO
             DISPLAY ' CLIENTES AL FIN              :  '
                                               WS-CLI-FIN
             DISPLAY ' BJ AUDITADAS EN EL MES       :  '
                                               WS-BJ-AUDITADAS
             DISPLAY ' BJ EXCLUIDAS POR FUSION      :  '
                                               WS-EXC-FUSION
             DISPLAY ' BJ EXCLUIDAS POR MIGRACION   :  '
                                               WS-EXC-MIGRA
             DISPLAY ' SUCURSALES EN EL HISTORICO   :  '
                                               WS-CANT-HISTORICO
             DISPLAY '***************************************'

           END-IF.

       F-9999-FINAL.
           EXIT.
