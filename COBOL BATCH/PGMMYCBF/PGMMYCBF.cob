       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMMYCBF.
       AUTHOR.    FEDERICO FALCON.
      **************************************************************
      *  CONVERSION DE CUENTAS DE MENORES POR MAYORIA DE EDAD. LAS *
      *  CUENTAS ABIERTAS A MENORES SEGUIAN CORRIENDO CON          *
      *  CONDICIONES DE MENOR MUCHO DESPUES DE QUE EL TITULAR      *
      *  CUMPLIERA 18, PORQUE NADIE MIRABA LA FECNAC. ESTE PASO    *
      *  MENSUAL:                                                  *
      *    - LEE LA REVISION DEL MES ANTERIOR (DDMAYANT, LAYOUT    *
      *      CPMAYEDA): LAS PROPUESTAS QUE LA SUCURSAL APROBO      *
      *      ('A') SALEN EN DDSALI COMO NOVEDADES NOVCTA PARA      *
      *      PGMCTCBF, UN TC QUE PASA LA CUENTA DE MENOR AL TIPO   *
      *      ADULTO CON EL MISMO NUMERO, SALDO Y CBU; LAS DE       *
      *      CUENTAS QUE YA NO ESTAN EN DDCTAS SE DAN POR          *
      *      CONVERTIDAS Y EL RESTO SE ARRASTRA A DDMAYSAL         *
      *    - BUSCA EN EL EXTRACTO DDEXTRAC LOS CLIENTES QUE        *
      *      CUMPLEN 18 EN EL MES SIGUIENTE A LA FECHA DE NEGOCIO, *
      *      O QUE YA LOS CUMPLIERON Y SIGUEN CON CUENTAS DE       *
      *      MENOR, Y POR CADA CUENTA SUYA DE DDCTAS CUYO TIPO     *
      *      TIENE TIPO ADULTO EN EL MAESTRO DDTIPOS (LAYOUT       *
      *      CPTIPOS) AGREGA LA PROPUESTA PENDIENTE                *
      *    - IMPRIME EN DDCARTAS UNA CARTA POR CLIENTE INVITANDOLO *
      *      A ACTUALIZAR FIRMA Y DOCUMENTOS, CON SUS CUENTAS Y EL *
      *      TIPO AL QUE PASA CADA UNA                             *
      *  EL REPORTE DDREPOR LISTA LAS PROPUESTAS NUEVAS, LAS       *
      *  PENDIENTES Y, APARTE, LAS QUE SIGUEN SIN CONVERTIR A MAS  *
      *  DE 60 DIAS DEL CUMPLEANIOS. LA SUCURSAL DE CADA CUENTA    *
      *  SALE DE DDCTASUC Y LA FECHA DE NEGOCIO DE DDFECPRO.       *
      **************************************************************
       ENVIRONMENT DIVISION.
      **************************************************************
       CONFIGURATION SECTION.

       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
      **************************************************************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT MAYANT     ASSIGN TO DDMAYANT
                 FILE STATUS IS FS-MAYANT.

           SELECT MAYSAL     ASSIGN TO DDMAYSAL
                 FILE STATUS IS FS-MAYSAL.

           SELECT EXTRACTO   ASSIGN TO DDEXTRAC
                 FILE STATUS IS FS-EXTRACTO.

           SELECT CUENTAS    ASSIGN TO DDCTAS
                 FILE STATUS IS FS-CUENTAS.

           SELECT ASIGNA     ASSIGN TO DDCTASUC
                 FILE STATUS IS FS-ASIGNA.

           SELECT TIPOS      ASSIGN TO DDTIPOS
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS MAE-TIP-CLAVE
                 FILE STATUS IS FS-TIPOS.

           SELECT FECHAPRO   ASSIGN TO DDFECPRO
                 FILE STATUS IS FS-FECHAPRO.

           SELECT SALIDA     ASSIGN TO DDSALI
                 FILE STATUS IS FS-SALIDA.

           SELECT REPORTE    ASSIGN TO DDREPOR
                 FILE STATUS IS FS-REPORTE.

           SELECT CARTAS     ASSIGN TO DDCARTAS
                 FILE STATUS IS FS-CARTAS.
      **************************************************************
       I-O-CONTROL.

       DATA DIVISION.
       FILE SECTION.
       FD   MAYANT
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01   REG-MAYANT              PIC X(120).

       FD   MAYSAL
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01   REG-MAYSAL              PIC X(120).

       FD   EXTRACTO
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01   REG-EXTRACTO            PIC X(59).

       FD   CUENTAS
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01   REG-CUENTA              PIC X(17).

       FD   ASIGNA
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01   REG-ASIGNA              PIC X(20).

       FD   TIPOS.

       01   REG-TIPOS.
           03  MAE-TIP-CLAVE        PIC X(03).
           03  FILLER               PIC X(57).

       FD   FECHAPRO
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01   REG-FECHAPRO.
           05  FPR-FECHA            PIC 9(08).
           05  FILLER               PIC X(72).

       FD   SALIDA
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01   REG-SALIDA              PIC X(80).

       FD   REPORTE
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01   REG-REPORTE             PIC X(80).

       FD   CARTAS
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01   REG-CARTA               PIC X(80).
      **************************************************************
       WORKING-STORAGE SECTION.
       77  FILLER        PIC X(26) VALUE '* INICIO WORKING-STORAGE *'.

      ***********************FILE STATUS****************************
       77  FS-MAYANT                  PIC XX      VALUE SPACES.
           88  FS-MAYANT-FIN                      VALUE '10'.
       77  FS-MAYSAL                  PIC XX      VALUE SPACES.
       77  FS-EXTRACTO                PIC XX      VALUE SPACES.
       77  FS-CUENTAS                 PIC XX      VALUE SPACES.
       77  FS-ASIGNA                  PIC XX      VALUE SPACES.
       77  FS-TIPOS                   PIC XX      VALUE SPACES.
       77  FS-FECHAPRO                PIC XX      VALUE SPACES.
       77  FS-SALIDA                  PIC XX      VALUE SPACES.
       77  FS-REPORTE                 PIC XX      VALUE SPACES.
       77  FS-CARTAS                  PIC XX      VALUE SPACES.

       01  WS-FLAG-MAYANT             PIC X       VALUE 'N'.
           88  WS-MAYANT-ABIERTO                  VALUE 'S'.

      *********************CONTADORES*******************************
       77  WS-REV-LEIDAS              PIC 9(05)   VALUE ZEROES.
       77  WS-APROBADAS               PIC 9(05)   VALUE ZEROES.
       77  WS-CONVERTIDAS             PIC 9(05)   VALUE ZEROES.
       77  WS-ARRASTRADAS             PIC 9(05)   VALUE ZEROES.
       77  WS-VENCIDAS                PIC 9(05)   VALUE ZEROES.
       77  WS-CLI-LEIDOS              PIC 9(05)   VALUE ZEROES.
       77  WS-CLI-CUMPLEN             PIC 9(05)   VALUE ZEROES.
       77  WS-NUEVAS                  PIC 9(05)   VALUE ZEROES.
       77  WS-CANT-CARTAS             PIC 9(05)   VALUE ZEROES.

           COPY CPFECPRO.

           COPY CPFECSRV.

           COPY CPTIPOS.

           COPY CPMAYEDA.

           COPY NOVCTA.

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
               05  WS-TCU-CLAVE.
                   10  WS-TCU-TIPCUEN   PIC X(02).
                   10  WS-TCU-NROCUEN   PIC 9(08).
               05  WS-TCU-NROCLI    PIC 9(07).
               05  WS-TCU-SUC       PIC 9(02).

      *****************CUENTAS YA EN REVISION**************************
       77  WS-REV-CONT     PIC 9(04) USAGE COMP VALUE ZEROS.
       77  WS-REV-SUB      PIC 9(04) USAGE COMP VALUE ZEROS.
       01  WS-TABLA-REVIS.
           03  WS-REV-CUENTA        OCCURS 5000 TIMES
                                     PIC X(10).

      *****************MES EN QUE CUMPLEN LOS CLIENTES BUSCADOS********
       77  WS-MES-OBJETIVO PIC 9(06)  VALUE ZEROS.
       77  WS-MES-CUMPLE   PIC 9(06)  VALUE ZEROS.
       01  WS-FECNAC-R.
           05  WS-FN-ANIO           PIC 9(04).
           05  WS-FN-MES            PIC 9(02).
           05  WS-FN-DIA            PIC 9(02).
       01  WS-FEC-CUMPLE.
           05  WS-FCU-ANIO          PIC 9(04).
           05  WS-FCU-MMDD          PIC 9(04).
       01  WS-FEC-CUMPLE-R REDEFINES WS-FEC-CUMPLE
                                     PIC 9(08).
       77  WS-FEC-LIMITE   PIC 9(08)  VALUE ZEROS.

       01  WS-FLAG-REVISION           PIC X       VALUE 'N'.
           88  WS-EN-REVISION                     VALUE 'S'.

       77  WS-CLI-NUEVAS   PIC 9(03)  VALUE ZEROS.
       77  WS-CLI-CTAS     PIC 9(03)  VALUE ZEROS.
       77  WS-CLI-SUC      PIC 9(02)  VALUE ZEROS.

      *****************DIAS DE ATRASO (30/360)*************************
       77  WS-DIAS-PROC    PIC 9(08)  VALUE ZEROS.
       77  WS-DIAS-LIMITE  PIC 9(08)  VALUE ZEROS.
       77  WS-ATRASO       PIC S9(05) VALUE ZEROS.
       01  WS-FECHA-CONV.
           05  WS-FC-ANIO           PIC 9(04).
           05  WS-FC-MES            PIC 9(02).
           05  WS-FC-DIA            PIC 9(02).
       77  WS-DIAS-CONV    PIC 9(08)  VALUE ZEROS.

      *****************LINEAS DEL REPORTE******************************
       01  WS-LIN-TITULO.
           05  FILLER               PIC X(40)   VALUE
           ' CUENTAS DE MENORES A CONVERTIR, MES    '.
           05  WS-LT-MES            PIC 9(06).
           05  FILLER               PIC X(34)   VALUE SPACES.

       01  WS-LIN-PROPUESTA.
           05  FILLER               PIC X(08)   VALUE ' CUENTA '.
           05  WS-LP-TIPCUEN        PIC X(02).
           05  FILLER               PIC X(01)   VALUE '-'.
           05  WS-LP-NROCUEN        PIC 9(08).
           05  FILLER               PIC X(05)   VALUE ' CLI '.
           05  WS-LP-NROCLI         PIC 9(07).
           05  FILLER               PIC X(08)   VALUE ' CUMPLE '.
           05  WS-LP-CUMPLE         PIC 9(08).
           05  FILLER               PIC X(05)   VALUE ' SUC '.
           05  WS-LP-SUC            PIC 9(02).
           05  FILLER               PIC X(01)   VALUE SPACE.
           05  WS-LP-ESTADO         PIC X(20).
           05  WS-LP-DIAS           PIC ZZZ9.
           05  FILLER               PIC X(01)   VALUE SPACE.

      *****************LINEAS DE LA CARTA******************************
       01  WS-LIN-CARTA1.
           05  FILLER               PIC X(01)   VALUE '1'.
           05  FILLER               PIC X(46)   VALUE
           ' ACTUALIZACION DE DATOS POR MAYORIA DE EDAD   '.
           05  FILLER               PIC X(07)   VALUE 'FECHA  '.
           05  WS-LC1-FECHA         PIC 9(08).
           05  FILLER               PIC X(18)   VALUE SPACES.

       01  WS-LIN-CARTA2.
           05  FILLER               PIC X(10)   VALUE ' CLIENTE: '.
           05  WS-LC2-NOMAPE        PIC X(30).
           05  FILLER               PIC X(06)   VALUE '  DOC '.
           05  WS-LC2-TIPDOC        PIC X(02).
           05  FILLER               PIC X(01)   VALUE '-'.
           05  WS-LC2-NRODOC        PIC 9(11).
           05  FILLER               PIC X(06)   VALUE '  SUC '.
           05  WS-LC2-SUC           PIC 9(02).
           05  FILLER               PIC X(12)   VALUE SPACES.

       01  WS-LIN-CARTA3.
           05  FILLER               PIC X(36)   VALUE
           ' AL CUMPLIR LOS 18 ANIOS EL DIA     '.
           05  WS-LC3-CUMPLE        PIC 9(08).
           05  FILLER               PIC X(36)   VALUE
           ' SUS CUENTAS PASAN A CONDICIONES DE '.

       01  WS-LIN-CARTA4.
           05  FILLER               PIC X(80)   VALUE
           ' ADULTO. LE PEDIMOS QUE SE ACERQUE A SU SUCURSAL CON SU'.

       01  WS-LIN-CARTA5.
           05  FILLER               PIC X(80)   VALUE
           ' DOCUMENTO PARA ACTUALIZAR SU FIRMA REGISTRADA Y SUS'.

       01  WS-LIN-CARTA6.
           05  FILLER               PIC X(80)   VALUE
           ' DATOS PERSONALES.'.

       01  WS-LIN-CARTA-CTA.
           05  FILLER               PIC X(10)   VALUE '   CUENTA '.
           05  WS-LCC-TIPCUEN       PIC X(02).
           05  FILLER               PIC X(01)   VALUE '-'.
           05  WS-LCC-NROCUEN       PIC 9(08).
           05  FILLER               PIC X(02)   VALUE SPACES.
           05  WS-LCC-DESCRIP       PIC X(30).
           05  FILLER               PIC X(27)   VALUE SPACES.

       01  WS-LIN-CARTA-PASA.
           05  FILLER               PIC X(23)   VALUE
           '       PASA AL TIPO    '.
           05  WS-LCP-TIPCUEN       PIC X(02).
           05  FILLER               PIC X(02)   VALUE SPACES.
           05  WS-LCP-DESCRIP       PIC X(30).
           05  FILLER               PIC X(23)   VALUE SPACES.

       01  WS-LIN-BLANCO            PIC X(80)   VALUE SPACES.

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
                   UNTIL FS-MAYANT-FIN.

           PERFORM 8000-DETECTAR THRU F-8000-DETECTAR.

           PERFORM 9999-FINAL    THRU  F-9999-FINAL.

       F-MAIN-PROGRAM. GOBACK.

      **************************************
      *                                    *
      *  CUERPO INICIO APERTURA ARCHIVOS   *
      *                                    *
      **************************************
       1000-INICIO.

      *    LA REVISION DEL MES ANTERIOR PUEDE NO EXISTIR EN LA
      *    PRIMERA CORRIDA.
           OPEN INPUT  MAYANT.

           IF FS-MAYANT IS NOT EQUAL '00'
              DISPLAY '* SIN REVISION ANTERIOR, ARRANCA VACIA'
              SET FS-MAYANT-FIN TO TRUE
           ELSE
              SET WS-MAYANT-ABIERTO TO TRUE
           END-IF

           OPEN OUTPUT MAYSAL.

           IF FS-MAYSAL IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN MAYSAL    = ' FS-MAYSAL
              MOVE 9999 TO RETURN-CODE
              SET  FS-MAYANT-FIN TO TRUE
           END-IF

           OPEN OUTPUT SALIDA.

           IF FS-SALIDA IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN SALIDA    = ' FS-SALIDA
              MOVE 9999 TO RETURN-CODE
              SET  FS-MAYANT-FIN TO TRUE
           END-IF

           OPEN OUTPUT REPORTE.

           IF FS-REPORTE IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN REPORTE   = ' FS-REPORTE
              MOVE 9999 TO RETURN-CODE
              SET  FS-MAYANT-FIN TO TRUE
           END-IF

           OPEN OUTPUT CARTAS.

           IF FS-CARTAS IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN CARTAS    = ' FS-CARTAS
              MOVE 9999 TO RETURN-CODE
              SET  FS-MAYANT-FIN TO TRUE
           END-IF

      *    SIN MAESTRO DE TIPOS NO SE SABE QUE CUENTAS SON DE
      *    MENORES.
           OPEN INPUT  TIPOS.

           IF FS-TIPOS IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN TIPOS     = ' FS-TIPOS
              MOVE 9999 TO RETURN-CODE
              SET  FS-MAYANT-FIN TO TRUE
           END-IF

           IF RETURN-CODE IS EQUAL 9999
              GO TO F-1000-INICIO
           END-IF

           PERFORM 1100-LEER-FECHA    THRU F-1100-LEER-FECHA.

      *    SE BUSCAN LOS QUE CUMPLEN EN EL MES SIGUIENTE AL DE LA
      *    FECHA DE NEGOCIO.
           IF FNG-MES IS EQUAL 12
              COMPUTE WS-MES-OBJETIVO = (FNG-ANIO + 1) * 100 + 1
           ELSE
              COMPUTE WS-MES-OBJETIVO = FNG-ANIO * 100 + FNG-MES + 1
           END-IF

           MOVE WS-FECHA-NEGOCIO-R TO WS-FECHA-CONV
           PERFORM 7000-FECHA-A-DIAS THRU F-7000-FECHA-A-DIAS
           MOVE WS-DIAS-CONV TO WS-DIAS-PROC

           PERFORM 1200-CARGAR-CUENTAS THRU F-1200-CARGAR-CUENTAS

           MOVE WS-MES-OBJETIVO TO WS-LT-MES
           WRITE REG-REPORTE FROM WS-LIN-TITULO.

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
              SET  FS-MAYANT-FIN TO TRUE
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
              DISPLAY '* SIN ASIGNACION DE SUCURSALES, PROPUESTAS EN '
                      'SUCURSAL CERO'
           END-IF.

       F-1200-CARGAR-CUENTAS. EXIT.
      **************************************************************
       2000-PROCESO.

           READ MAYANT INTO WS-REG-MAYEDA

           EVALUATE FS-MAYANT
             WHEN '00'
                  ADD 1 TO WS-REV-LEIDAS
                  PERFORM 3000-RESOLVER THRU F-3000-RESOLVER

              WHEN '10'
                CONTINUE

              WHEN OTHER
              DISPLAY '* ERROR EN LECTURA MAYANT   = ' FS-MAYANT
              MOVE 9999 TO RETURN-CODE
              SET FS-MAYANT-FIN TO TRUE

           END-EVALUATE.

       F-2000-PROCESO. EXIT.
      **************************************************************
       3000-RESOLVER.
      *    LA CUENTA DE MENOR QUE YA NO ESTA EN DDCTAS FUE CERRADA
      *    O CONVERTIDA Y SALE DE LA REVISION. LA APROBADA SALE COMO
      *    NOVEDADES PARA PGMCTCBF; LA PENDIENTE SE ARRASTRA.
           PERFORM 5000-ANOTAR-CUENTA THRU F-5000-ANOTAR-CUENTA

           MOVE ZEROS TO WS-TCU-IDX
           PERFORM VARYING WS-TCU-SUB FROM 1 BY 1
                   UNTIL WS-TCU-SUB > WS-TCU-CONT
               IF WS-TCU-TIPCUEN (WS-TCU-SUB) IS EQUAL MAY-TIPCUEN
                  AND WS-TCU-NROCUEN (WS-TCU-SUB) IS EQUAL
                      MAY-NROCUEN
                  MOVE WS-TCU-SUB  TO WS-TCU-IDX
                  MOVE WS-TCU-CONT TO WS-TCU-SUB
               END-IF
           END-PERFORM

           IF WS-TCU-IDX IS EQUAL ZEROS
              ADD 1 TO WS-CONVERTIDAS
              GO TO F-3000-RESOLVER
           END-IF

           IF MAY-APROBADA
              ADD 1 TO WS-APROBADAS
              PERFORM 3100-GRABAR-NOVEDADES
                      THRU F-3100-GRABAR-NOVEDADES
           ELSE
              ADD 1 TO WS-ARRASTRADAS
              PERFORM 4000-ARRASTRAR THRU F-4000-ARRASTRAR
           END-IF.

       F-3000-RESOLVER. EXIT.
      **************************************************************
       3100-GRABAR-NOVEDADES.
      *    CAMBIO DE TIPO DE LA CUENTA DE MENOR AL TIPO ADULTO: LA
      *    CUENTA CONSERVA NUMERO, SALDO Y CBU.
           MOVE SPACES             TO WS-REG-NOVCTA
           MOVE 'TC'               TO NCT-TIP-NOV
           MOVE MAY-TIPCUEN        TO NCT-TIPCUEN
           MOVE MAY-TIPCUEN-ADULTO TO NCT-TIPCUEN-NVO
           MOVE MAY-NROCUEN        TO NCT-NROCUEN
           MOVE MAY-NROCLI         TO NCT-NROCLI
           MOVE MAY-SUCURSAL       TO NCT-SUCURSAL

           WRITE REG-SALIDA FROM WS-REG-NOVCTA

           IF FS-SALIDA IS NOT EQUAL '00'
              DISPLAY '* ERROR EN WRITE SALIDA   = ' FS-SALIDA
              MOVE 9999 TO RETURN-CODE
              SET FS-MAYANT-FIN TO TRUE
           END-IF.

       F-3100-GRABAR-NOVEDADES. EXIT.
      **************************************************************
       4000-ARRASTRAR.
      *    LA PENDIENTE VUELVE AL REPORTE; PASADOS LOS 60 DIAS DEL
      *    CUMPLEANIOS SALE COMO VENCIDA CON LOS DIAS DE ATRASO.
           WRITE REG-MAYSAL FROM WS-REG-MAYEDA

           IF FS-MAYSAL IS NOT EQUAL '00'
              DISPLAY '* ERROR EN WRITE MAYSAL   = ' FS-MAYSAL
              MOVE 9999 TO RETURN-CODE
              SET FS-MAYANT-FIN TO TRUE
           END-IF

           MOVE ZEROS TO WS-ATRASO
           IF WS-FECHA-NEGOCIO-R IS GREATER MAY-FEC-LIMITE
              MOVE MAY-FEC-LIMITE TO WS-FECHA-CONV
              PERFORM 7000-FECHA-A-DIAS THRU F-7000-FECHA-A-DIAS
              MOVE WS-DIAS-CONV TO WS-DIAS-LIMITE
              COMPUTE WS-ATRASO = WS-DIAS-PROC - WS-DIAS-LIMITE
              IF WS-ATRASO IS LESS THAN 1
                 MOVE 1 TO WS-ATRASO
              END-IF
              ADD 1 TO WS-VENCIDAS
              MOVE 'VENCIDA SIN CONVERT' TO WS-LP-ESTADO
           ELSE
              MOVE 'PENDIENTE DE APROBAR' TO WS-LP-ESTADO
           END-IF

           PERFORM 6000-LINEA-REPORTE THRU F-6000-LINEA-REPORTE.

       F-4000-ARRASTRAR. EXIT.
      **************************************************************
       5000-ANOTAR-CUENTA.

           IF WS-REV-CONT < 5000
              ADD 1 TO WS-REV-CONT
              MOVE MAY-TIPCUEN TO WS-REV-CUENTA (WS-REV-CONT) (1:2)
              MOVE MAY-NROCUEN TO WS-REV-CUENTA (WS-REV-CONT) (3:8)
           END-IF.

       F-5000-ANOTAR-CUENTA. EXIT.
      **************************************************************
       6000-LINEA-REPORTE.

           MOVE MAY-TIPCUEN    TO WS-LP-TIPCUEN
           MOVE MAY-NROCUEN    TO WS-LP-NROCUEN
           MOVE MAY-NROCLI     TO WS-LP-NROCLI
           MOVE MAY-FEC-CUMPLE TO WS-LP-CUMPLE
           MOVE MAY-SUCURSAL   TO WS-LP-SUC
           MOVE WS-ATRASO      TO WS-LP-DIAS

           WRITE REG-REPORTE FROM WS-LIN-PROPUESTA

           IF FS-REPORTE IS NOT EQUAL '00'
              DISPLAY '* ERROR EN WRITE REPORTE  = ' FS-REPORTE
              MOVE 9999 TO RETURN-CODE
              SET FS-MAYANT-FIN TO TRUE
           END-IF.

       F-6000-LINEA-REPORTE. EXIT.
      **************************************************************
       7000-FECHA-A-DIAS.
      *    CONVIERTE AAAAMMDD A DIAS 30/360 PARA EL ATRASO.
           COMPUTE WS-DIAS-CONV =
                   (WS-FC-ANIO * 360) + (WS-FC-MES * 30) + WS-FC-DIA.

       F-7000-FECHA-A-DIAS. EXIT.
      **************************************************************
       8000-DETECTAR.
      *    RECORRE EL EXTRACTO BUSCANDO LOS CLIENTES QUE LLEGAN A
      *    LOS 18 HASTA EL MES OBJETIVO.
           IF RETURN-CODE IS EQUAL 9999
              GO TO F-8000-DETECTAR
           END-IF

           OPEN INPUT EXTRACTO

           IF FS-EXTRACTO IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN EXTRACTO  = ' FS-EXTRACTO
              MOVE 9999 TO RETURN-CODE
              GO TO F-8000-DETECTAR
           END-IF

           PERFORM UNTIL FS-EXTRACTO IS NOT EQUAL '00'
              READ EXTRACTO INTO WS-REG-EXT
                 AT END
                    MOVE '10' TO FS-EXTRACTO
                 NOT AT END
                    ADD 1 TO WS-CLI-LEIDOS
                    PERFORM 8100-EVALUAR-CLIENTE
                            THRU F-8100-EVALUAR-CLIENTE
              END-READ
           END-PERFORM

           CLOSE EXTRACTO.

       F-8000-DETECTAR. EXIT.
      **************************************************************
       8100-EVALUAR-CLIENTE.
      *    EL QUE CUMPLE EN EL MES OBJETIVO RECIBE CARTA CON TODAS
      *    SUS CUENTAS; EL QUE YA LOS CUMPLIO SOLO SI SE LE PROPONE
      *    ALGUNA CUENTA NUEVA (CUENTAS DE MENOR OLVIDADAS).
           IF EXT-FECNAC IS NOT NUMERIC
              OR EXT-FECNAC IS EQUAL '00000000'
              GO TO F-8100-EVALUAR-CLIENTE
           END-IF

           MOVE EXT-FECNAC TO WS-FECNAC-R
           COMPUTE WS-MES-CUMPLE = (WS-FN-ANIO + 18) * 100 + WS-FN-MES

           IF WS-MES-CUMPLE IS GREATER WS-MES-OBJETIVO
              GO TO F-8100-EVALUAR-CLIENTE
           END-IF

      *    EL 29 DE FEBRERO CUMPLE EL 1 DE MARZO LOS ANIOS COMUNES;
      *    EL MODULO DE FECHAS RECHAZA LA FECHA INEXISTENTE.
           COMPUTE WS-FCU-ANIO = WS-FN-ANIO + 18
           MOVE WS-FECNAC-R (5:4) TO WS-FCU-MMDD

           MOVE 'C'                TO FSV-FUNCION
           MOVE WS-FEC-CUMPLE-R    TO FSV-FECHA-ENT
           MOVE 60                 TO FSV-CANT-DIAS
           CALL 'PGMFSCBF' USING WS-FECSRV-AREA

           IF FSV-RESULTADO IS EQUAL 'E'
              AND WS-FCU-MMDD IS EQUAL 0229
              MOVE 0301               TO WS-FCU-MMDD
              MOVE WS-FEC-CUMPLE-R    TO FSV-FECHA-ENT
              CALL 'PGMFSCBF' USING WS-FECSRV-AREA
           END-IF

           IF FSV-RESULTADO IS EQUAL 'E'
              GO TO F-8100-EVALUAR-CLIENTE
           END-IF

           MOVE FSV-FECHA-SAL TO WS-FEC-LIMITE

           MOVE ZEROS TO WS-CLI-NUEVAS WS-CLI-CTAS WS-CLI-SUC

           PERFORM 8200-PROPONER-CUENTA THRU F-8200-PROPONER-CUENTA
                   VARYING WS-TCU-SUB FROM 1 BY 1
                   UNTIL WS-TCU-SUB > WS-TCU-CONT

           IF WS-CLI-CTAS IS EQUAL ZEROS
              GO TO F-8100-EVALUAR-CLIENTE
           END-IF

           IF WS-MES-CUMPLE IS EQUAL WS-MES-OBJETIVO
              ADD 1 TO WS-CLI-CUMPLEN
              PERFORM 8500-IMPRIMIR-CARTA THRU F-8500-IMPRIMIR-CARTA
           ELSE
              IF WS-CLI-NUEVAS IS GREATER ZEROS
                 PERFORM 8500-IMPRIMIR-CARTA
                         THRU F-8500-IMPRIMIR-CARTA
              END-IF
           END-IF.

       F-8100-EVALUAR-CLIENTE. EXIT.
      **************************************************************
       8200-PROPONER-CUENTA.
      *    CUENTA DEL CLIENTE DE UN TIPO CON TIPO ADULTO Y QUE NO
      *    ESTA YA EN REVISION: ENTRA COMO PROPUESTA PENDIENTE.
           IF WS-TCU-NROCLI (WS-TCU-SUB) IS NOT EQUAL EXT-NROCLI
              GO TO F-8200-PROPONER-CUENTA
           END-IF

           IF WS-CLI-CTAS IS EQUAL ZEROS
              MOVE WS-TCU-SUC (WS-TCU-SUB) TO WS-CLI-SUC
           END-IF
           ADD 1 TO WS-CLI-CTAS

           PERFORM 8300-LEER-TIPO THRU F-8300-LEER-TIPO

           IF TIP-TIPO-ADULTO IS NOT NUMERIC
              OR TIP-TIPO-ADULTO IS EQUAL ZEROS
              GO TO F-8200-PROPONER-CUENTA
           END-IF

           MOVE 'N' TO WS-FLAG-REVISION
           PERFORM VARYING WS-REV-SUB FROM 1 BY 1
                   UNTIL WS-REV-SUB > WS-REV-CONT
               IF WS-REV-CUENTA (WS-REV-SUB) IS EQUAL
                  WS-TCU-CLAVE (WS-TCU-SUB)
                  SET WS-EN-REVISION TO TRUE
                  MOVE WS-REV-CONT TO WS-REV-SUB
               END-IF
           END-PERFORM

           IF WS-EN-REVISION
              GO TO F-8200-PROPONER-CUENTA
           END-IF

           ADD 1 TO WS-NUEVAS
           ADD 1 TO WS-CLI-NUEVAS

           MOVE SPACES                       TO WS-REG-MAYEDA
           MOVE 'P'                          TO MAY-ESTADO
           MOVE WS-FECHA-NEGOCIO-R           TO MAY-FEC-DETEC
           MOVE WS-FEC-CUMPLE-R              TO MAY-FEC-CUMPLE
           MOVE WS-FEC-LIMITE                TO MAY-FEC-LIMITE
           MOVE EXT-TIPDOC                   TO MAY-TIPDOC
           MOVE EXT-NRODOC                   TO MAY-NRODOC
           MOVE EXT-NROCLI                   TO MAY-NROCLI
           MOVE EXT-NOMAPE                   TO MAY-NOMAPE
           MOVE WS-TCU-SUC (WS-TCU-SUB)      TO MAY-SUCURSAL
           MOVE WS-TCU-TIPCUEN (WS-TCU-SUB)  TO MAY-TIPCUEN
           MOVE WS-TCU-NROCUEN (WS-TCU-SUB)  TO MAY-NROCUEN
           MOVE TIP-TIPO-ADULTO              TO MAY-TIPCUEN-ADULTO

           WRITE REG-MAYSAL FROM WS-REG-MAYEDA

           IF FS-MAYSAL IS NOT EQUAL '00'
              DISPLAY '* ERROR EN WRITE MAYSAL   = ' FS-MAYSAL
              MOVE 9999 TO RETURN-CODE
              MOVE WS-TCU-CONT TO WS-TCU-SUB
              MOVE '10' TO FS-EXTRACTO
              GO TO F-8200-PROPONER-CUENTA
           END-IF

           PERFORM 5000-ANOTAR-CUENTA THRU F-5000-ANOTAR-CUENTA

           MOVE ZEROS             TO WS-ATRASO
           MOVE 'PROPUESTA NUEVA' TO WS-LP-ESTADO
           PERFORM 6000-LINEA-REPORTE THRU F-6000-LINEA-REPORTE.

       F-8200-PROPONER-CUENTA. EXIT.
      **************************************************************
       8300-LEER-TIPO.
      *    TIPO DE CUENTA DE LA TABLA EN CURSO; SI NO ESTA EN EL
      *    MAESTRO QUEDA SIN DESCRIPCION Y SIN TIPO ADULTO.
           MOVE 'C'                         TO MAE-TIP-CLAVE (1:1)
           MOVE WS-TCU-TIPCUEN (WS-TCU-SUB) TO MAE-TIP-CLAVE (2:2)

           READ TIPOS INTO WS-REG-TIPOS
              INVALID KEY
                 MOVE SPACES TO WS-REG-TIPOS
                 MOVE ZEROS  TO TIP-TIPO-ADULTO
           END-READ.

       F-8300-LEER-TIPO. EXIT.
      **************************************************************
       8500-IMPRIMIR-CARTA.
      *    UNA PAGINA POR CLIENTE CON SUS CUENTAS; LAS DE MENOR
      *    LLEVAN EL TIPO AL QUE PASAN.
           ADD 1 TO WS-CANT-CARTAS

           MOVE WS-FECHA-NEGOCIO-R TO WS-LC1-FECHA
           WRITE REG-CARTA FROM WS-LIN-CARTA1

           MOVE EXT-NOMAPE         TO WS-LC2-NOMAPE
           MOVE EXT-TIPDOC         TO WS-LC2-TIPDOC
           MOVE EXT-NRODOC         TO WS-LC2-NRODOC
           MOVE WS-CLI-SUC         TO WS-LC2-SUC
           WRITE REG-CARTA FROM WS-LIN-CARTA2

           WRITE REG-CARTA FROM WS-LIN-BLANCO

           MOVE WS-FEC-CUMPLE-R    TO WS-LC3-CUMPLE
           WRITE REG-CARTA FROM WS-LIN-CARTA3
           WRITE REG-CARTA FROM WS-LIN-CARTA4
           WRITE REG-CARTA FROM WS-LIN-CARTA5
           WRITE REG-CARTA FROM WS-LIN-CARTA6

           WRITE REG-CARTA FROM WS-LIN-BLANCO

           PERFORM 8600-CARTA-CUENTA THRU F-8600-CARTA-CUENTA
                   VARYING WS-TCU-SUB FROM 1 BY 1
                   UNTIL WS-TCU-SUB > WS-TCU-CONT

           IF FS-CARTAS IS NOT EQUAL '00'
              DISPLAY '* ERROR EN WRITE CARTAS   = ' FS-CARTAS
              MOVE 9999 TO RETURN-CODE
              MOVE '10' TO FS-EXTRACTO
           END-IF.

       F-8500-IMPRIMIR-CARTA. EXIT.
      **************************************************************
       8600-CARTA-CUENTA.

           IF WS-TCU-NROCLI (WS-TCU-SUB) IS NOT EQUAL EXT-NROCLI
              GO TO F-8600-CARTA-CUENTA
           END-IF

           PERFORM 8300-LEER-TIPO THRU F-8300-LEER-TIPO

           MOVE WS-TCU-TIPCUEN (WS-TCU-SUB) TO WS-LCC-TIPCUEN
           MOVE WS-TCU-NROCUEN (WS-TCU-SUB) TO WS-LCC-NROCUEN
           MOVE TIP-DESCRIPCION             TO WS-LCC-DESCRIP
           WRITE REG-CARTA FROM WS-LIN-CARTA-CTA

           IF TIP-TIPO-ADULTO IS NOT NUMERIC
              OR TIP-TIPO-ADULTO IS EQUAL ZEROS
              GO TO F-8600-CARTA-CUENTA
           END-IF

           MOVE TIP-TIPO-ADULTO TO WS-LCP-TIPCUEN
           MOVE 'C'             TO MAE-TIP-CLAVE (1:1)
           MOVE TIP-TIPO-ADULTO TO MAE-TIP-CLAVE (2:2)
           MOVE SPACES          TO WS-LCP-DESCRIP

           READ TIPOS INTO WS-REG-TIPOS
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE TIP-DESCRIPCION TO WS-LCP-DESCRIP
           END-READ

           WRITE REG-CARTA FROM WS-LIN-CARTA-PASA.

       F-8600-CARTA-CUENTA. EXIT.
      **************************************************************
       9999-FINAL.

           IF RETURN-CODE NOT EQUAL 9999
             IF WS-MAYANT-ABIERTO
                CLOSE MAYANT
             END-IF

             CLOSE MAYSAL
                 IF FS-MAYSAL IS NOT EQUAL '00'
                  DISPLAY '* ERROR EN CLOSE MAYSAL    = '
                                            FS-MAYSAL
                  MOVE 9999 TO RETURN-CODE
                 END-IF

             CLOSE SALIDA
                 IF FS-SALIDA IS NOT EQUAL '00'
                  DISPLAY '* ERROR EN CLOSE SALIDA    = '
                                            FS-SALIDA
                  MOVE 9999 TO RETURN-CODE
                 END-IF

             CLOSE REPORTE
                 IF FS-REPORTE IS NOT EQUAL '00'
                  DISPLAY '* ERROR EN CLOSE REPORTE   = '
                                            FS-REPORTE
                  MOVE 9999 TO RETURN-CODE
                 END-IF

             CLOSE CARTAS
                 IF FS-CARTAS IS NOT EQUAL '00'
                  DISPLAY '* ERROR EN CLOSE CARTAS    = '
                                            FS-CARTAS
                  MOVE 9999 TO RETURN-CODE
                 END-IF

             CLOSE TIPOS

             DISPLAY '******************************'
             DISPLAY ' PROPUESTAS ANTERIORES   :  ' WS-REV-LEIDAS
             DISPLAY ' APROBADAS A NOVEDADES   :  ' WS-APROBADAS
             DISPLAY ' CUENTAS YA CONVERTIDAS  :  ' WS-CONVERTIDAS
             DISPLAY ' PENDIENTES ARRASTRADAS  :  ' WS-ARRASTRADAS
             DISPLAY ' VENCIDAS (+60 DIAS)     :  ' WS-VENCIDAS
             DISPLAY ' CLIENTES LEIDOS         :  ' WS-CLI-LEIDOS
             DISPLAY ' CUMPLEN 18 EL MES PROX. :  ' WS-CLI-CUMPLEN
             DISPLAY ' PROPUESTAS NUEVAS       :  ' WS-NUEVAS
             DISPLAY ' CARTAS EMITIDAS         :  ' WS-CANT-CARTAS
             DISPLAY '******************************'

           END-IF.

       F-9999-FINAL.
           EXIT.
