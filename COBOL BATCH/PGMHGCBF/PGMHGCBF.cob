       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMHGCBF.
       AUTHOR.    FEDERICO FALCON.
      **************************************************************
      *  ARMADO MENSUAL DE HOGARES. VARIOS CLIENTES DEL MISMO      *
      *  DOMICILIO RECIBIAN CADA UNO SU SOBRE Y SU CAMPANIA, Y     *
      *  MARKETING NO VEIA LOS VINCULOS FAMILIARES. ESTE PASO      *
      *  AGRUPA LOS CLIENTES DEL EXTRACTO DE PGME2CBF (DDEXTRAC)   *
      *  EN HOGARES:                                               *
      *    - MISMO DOMICILIO ESTANDARIZADO (EXTRACTO DE DOMICILIOS *
      *      DDDOMIC, LAYOUT CPDOMCLI; EL DOMICILIO ES EL QUE DEJO *
      *      LA ESTANDARIZACION DE PGMDOCBF)                       *
      *    - APELLIDO SIMILAR: COINCIDEN LAS PRIMERAS LETRAS DEL   *
      *      APELLIDO (CINCO, O LAS DE LA TARJETA DDCTRL), ASI     *
      *      GONZALEZ Y GONZALES CAEN EN EL MISMO HOGAR            *
      *  EL CLIENTE SIN DOMICILIO ES UN HOGAR UNIPERSONAL. EL      *
      *  HOGAR CONSERVA EL NUMERO DEL MES ANTERIOR (DDHOGANT) SI   *
      *  ALGUNO DE SUS MIEMBROS YA LO TENIA; LOS NUEVOS SIGUEN AL  *
      *  MAYOR NUMERO USADO. CADA HOGAR SUMA LOS SALDOS DE         *
      *  DDSALHOY DE LAS CUENTAS DE SUS MIEMBROS (DDCTAS) Y TOMA   *
      *  EL SEGMENTO MAS ALTO DE DDSEGM. GRABA EL MAESTRO DDHOGMAE *
      *  (LAYOUT CPHOGAR), LOS MIEMBROS EN DDHOGMIE (LAYOUT        *
      *  CPHOGMIE, LO USA PGMSTCBF PARA CONSOLIDAR EL ENVIO DE     *
      *  RESUMENES) Y EN DDSALI EL RESUMEN POR SUCURSAL CON LOS    *
      *  HOGARES DE MAS DE UN MIEMBRO.                             *
      **************************************************************
       ENVIRONMENT DIVISION.
      **************************************************************
       CONFIGURATION SECTION.

       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
      **************************************************************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT EXTRACTO   ASSIGN TO DDEXTRAC
                 FILE STATUS IS FS-EXTRACTO.

           SELECT DOMICIL    ASSIGN TO DDDOMIC
                 FILE STATUS IS FS-DOMICIL.

           SELECT CUENTAS    ASSIGN TO DDCTAS
                 FILE STATUS IS FS-CUENTAS.

           SELECT SALDOS     ASSIGN TO DDSALHOY
                 FILE STATUS IS FS-SALDOS.

           SELECT ASIGNA     ASSIGN TO DDCTASUC
                 FILE STATUS IS FS-ASIGNA.

           SELECT SEGMENTOS  ASSIGN TO DDSEGM
                 FILE STATUS IS FS-SEGM.

           SELECT HOGANT     ASSIGN TO DDHOGANT
                 FILE STATUS IS FS-HOGANT.

           SELECT HOGMAE     ASSIGN TO DDHOGMAE
                 FILE STATUS IS FS-HOGMAE.

           SELECT HOGMIE     ASSIGN TO DDHOGMIE
                 FILE STATUS IS FS-HOGMIE.

           SELECT SUCMAE     ASSIGN TO DDSUCMAE
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS MAE-SUC-NRO
                 FILE STATUS IS FS-SUCMAE.

           SELECT TARJETA    ASSIGN TO DDCTRL
                 FILE STATUS IS FS-CONTROL.

           SELECT SALIDA     ASSIGN TO DDSALI
                 FILE STATUS IS FS-SALIDA.

           SELECT FECHAPRO   ASSIGN TO DDFECPRO
                 FILE STATUS IS FS-FECHAPRO.
      **************************************************************
       I-O-CONTROL.

       DATA DIVISION.
       FILE SECTION.
       FD   EXTRACTO
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01   REG-EXTRACTO            PIC X(59).

       FD   DOMICIL
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01   REG-DOMICIL             PIC X(40).

       FD   CUENTAS
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01   REG-CUENTA              PIC X(17).

       FD   SALDOS
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01   REG-SALDOS              PIC X(30).

       FD   ASIGNA
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01   REG-ASIGNA              PIC X(20).

       FD   SEGMENTOS
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01   REG-SEGMENTO.
           05  SEG-TIPDOC           PIC X(02).
           05  SEG-NRODOC           PIC 9(11).
           05  SEG-SEGMENTO         PIC X(01).
           05  FILLER               PIC X(06).

       FD   HOGANT
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01   REG-HOGANT              PIC X(60).

       FD   HOGMAE
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01   REG-HOGMAE              PIC X(100).

       FD   HOGMIE
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01   REG-HOGMIE              PIC X(60).

       FD   SUCMAE.

       01   REG-SUCMAE.
           03  MAE-SUC-NRO          PIC 9(02).
           03  FILLER               PIC X(48).

       FD   TARJETA
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01   REG-CONTROL.
           05  CTL-LARGO-RAIZ       PIC 9(02).
           05  FILLER               PIC X(78).

       FD   SALIDA
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01   REG-SALIDA              PIC X(80).

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
       77  FS-EXTRACTO                PIC XX      VALUE SPACES.
           88  FS-EXTRACTO-FIN                    VALUE '10'.
       77  FS-DOMICIL                 PIC XX      VALUE SPACES.
       77  FS-CUENTAS                 PIC XX      VALUE SPACES.
       77  FS-SALDOS                  PIC XX      VALUE SPACES.
       77  FS-ASIGNA                  PIC XX      VALUE SPACES.
       77  FS-SEGM                    PIC XX      VALUE SPACES.
       77  FS-HOGANT                  PIC XX      VALUE SPACES.
       77  FS-HOGMAE                  PIC XX      VALUE SPACES.
       77  FS-HOGMIE                  PIC XX      VALUE SPACES.
       77  FS-SUCMAE                  PIC XX      VALUE SPACES.
       77  FS-CONTROL                 PIC XX      VALUE SPACES.
       77  FS-SALIDA                  PIC XX      VALUE SPACES.
       77  FS-FECHAPRO                PIC XX      VALUE SPACES.

      *********************CONTADORES*******************************
       77  WS-CLI-LEIDOS              PIC 9(05)   VALUE ZEROES.
       77  WS-CLI-SIN-DOMIC           PIC 9(05)   VALUE ZEROES.
       77  WS-CANT-HOGARES            PIC 9(05)   VALUE ZEROES.
       77  WS-CANT-COMPARTIDOS        PIC 9(05)   VALUE ZEROES.
       77  WS-CANT-NUEVOS             PIC 9(05)   VALUE ZEROES.

      *****************LETRAS DE APELLIDO QUE DEBEN COINCIDIR**********
       77  WS-LARGO-RAIZ   PIC 9(02)  VALUE 5.

      *****************MAYOR NUMERO DE HOGAR USADO*********************
       77  WS-ULT-HOGAR    PIC 9(07)  VALUE ZEROS.

      *****************DOMICILIO POR DOCUMENTO*************************
       77  WS-DOM-CONT     PIC 9(04) USAGE COMP VALUE ZEROS.
       77  WS-DOM-SUB      PIC 9(04) USAGE COMP VALUE ZEROS.
       01  WS-TABLA-DOMIC.
           03  WS-DOM      OCCURS 5000 TIMES.
               05  WS-DOM-DOC       PIC X(13).
               05  WS-DOM-DOMIC     PIC X(20).

      *****************HOGAR DEL MES ANTERIOR POR DOCUMENTO************
       77  WS-ANT-CONT     PIC 9(04) USAGE COMP VALUE ZEROS.
       77  WS-ANT-SUB      PIC 9(04) USAGE COMP VALUE ZEROS.
       01  WS-TABLA-HOGANT.
           03  WS-ANT      OCCURS 5000 TIMES.
               05  WS-ANT-DOC       PIC X(13).
               05  WS-ANT-HOG       PIC 9(07).

      *****************CUENTAS: TITULAR, SALDO Y SUCURSAL**************
       77  WS-TCU-CONT     PIC 9(04) USAGE COMP VALUE ZEROS.
       77  WS-TCU-SUB      PIC 9(04) USAGE COMP VALUE ZEROS.
       01  WS-TABLA-CUENTAS.
           03  WS-TCU      OCCURS 5000 TIMES.
               05  WS-TCU-CLAVE     PIC X(10).
               05  WS-TCU-NROCLI    PIC 9(07).
               05  WS-TCU-SALDO     PIC S9(09)V99 COMP-3.
               05  WS-TCU-SUC       PIC 9(02).

      *****************SEGMENTO POR DOCUMENTO**************************
       77  WS-SGM-CONT     PIC 9(04) USAGE COMP VALUE ZEROS.
       77  WS-SGM-SUB      PIC 9(04) USAGE COMP VALUE ZEROS.
       01  WS-TABLA-SEGM.
           03  WS-SGM      OCCURS 5000 TIMES.
               05  WS-SGM-DOC       PIC X(13).
               05  WS-SGM-SEG       PIC X(01).

      *****************HOGARES DEL MES*********************************
       77  WS-HOG-CONT     PIC 9(04) USAGE COMP VALUE ZEROS.
       77  WS-HOG-SUB      PIC 9(04) USAGE COMP VALUE ZEROS.
       77  WS-HOG-IDX      PIC 9(04) USAGE COMP VALUE ZEROS.
       01  WS-TABLA-HOGARES.
           03  WS-HOG      OCCURS 5000 TIMES.
               05  WS-HOG-NRO       PIC 9(07).
               05  WS-HOG-DOMIC     PIC X(20).
               05  WS-HOG-APELLIDO  PIC X(15).
               05  WS-HOG-CANT      PIC 9(03).
               05  WS-HOG-CTAS      PIC 9(03).
               05  WS-HOG-SALDO     PIC S9(13)V99 COMP-3.
               05  WS-HOG-SEG       PIC X(01).
               05  WS-HOG-SUC       PIC 9(02).
               05  WS-HOG-REF-DOC   PIC X(13).
               05  WS-HOG-REF-NROCLI PIC 9(07).
               05  WS-HOG-REF-SALDO PIC S9(13)V99 COMP-3.

      *****************MIEMBROS DEL MES********************************
       77  WS-MIE-CONT     PIC 9(04) USAGE COMP VALUE ZEROS.
       77  WS-MIE-SUB      PIC 9(04) USAGE COMP VALUE ZEROS.
       01  WS-TABLA-MIEMBROS.
           03  WS-MIE      OCCURS 5000 TIMES.
               05  WS-MIE-DOC       PIC X(13).
               05  WS-MIE-NROCLI    PIC 9(07).
               05  WS-MIE-HOG       PIC 9(04) USAGE COMP.

      *****************NOMBRES DE SUCURSAL, POR NUMERO*****************
       01  WS-TABLA-NOMSUC.
           03  WS-NSU-NOMBRE    OCCURS 99 TIMES PIC X(20).

      *****************DATOS DEL CLIENTE EN CURSO**********************
       01  WS-CLI-DOC      PIC X(13)  VALUE SPACES.
       01  WS-CLI-DOMIC    PIC X(20)  VALUE SPACES.
       01  WS-CLI-APELLIDO PIC X(15)  VALUE SPACES.
       01  WS-CLI-SEG      PIC X(01)  VALUE SPACE.
       77  WS-CLI-HOG-ANT  PIC 9(07)  VALUE ZEROS.
       77  WS-CLI-CTAS     PIC 9(03)  VALUE ZEROS.
       77  WS-CLI-SUC      PIC 9(02)  VALUE ZEROS.
       77  WS-CLI-SALDO    PIC S9(13)V99 COMP-3 VALUE ZEROS.

       01  WS-FLAG-USADO              PIC X       VALUE 'N'.
           88  WS-NRO-USADO                       VALUE 'S'.

      *****************TOTALES DE SUCURSAL Y BANCO*********************
       77  WS-SUC-ACTUAL   PIC 9(03)  VALUE ZEROS.
       77  WS-SUC-HOGARES  PIC 9(05)  VALUE ZEROS.
       77  WS-SUC-COMPART  PIC 9(05)  VALUE ZEROS.
       77  WS-SUC-CLIENTES PIC 9(05)  VALUE ZEROS.
       77  WS-SUC-SALDO    PIC S9(13)V99 COMP-3 VALUE ZEROS.
       77  WS-TOT-CLIENTES PIC 9(05)  VALUE ZEROS.
       77  WS-TOT-SALDO    PIC S9(13)V99 COMP-3 VALUE ZEROS.

      *****************REGISTROS DE TRABAJO****************************
           COPY CPSALDO.

           COPY CPSUCMAE.

           COPY CPDOMCLI.

           COPY CPHOGAR.

           COPY CPHOGMIE.

           COPY CPFECPRO.

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

      *****************LINEAS DEL REPORTE******************************
       01  WS-LIN-TITULO.
           05  FILLER               PIC X(40)   VALUE
           ' HOGARES POR SUCURSAL AL                '.
           05  WS-LT-FECHA          PIC 9(08).
           05  FILLER               PIC X(32)   VALUE SPACES.

       01  WS-LIN-SUCURSAL.
           05  FILLER               PIC X(11)   VALUE ' SUCURSAL  '.
           05  WS-LS-SUC            PIC 9(02).
           05  FILLER               PIC X(01)   VALUE SPACE.
           05  WS-LS-NOMBRE         PIC X(20).
           05  FILLER               PIC X(46)   VALUE SPACES.

       01  WS-LIN-DETALLE.
           05  FILLER               PIC X(03)   VALUE SPACES.
           05  WS-LD-NROHOG         PIC 9(07).
           05  FILLER               PIC X(01)   VALUE SPACE.
           05  WS-LD-DOMIC          PIC X(20).
           05  FILLER               PIC X(01)   VALUE SPACE.
           05  WS-LD-APELLIDO       PIC X(15).
           05  FILLER               PIC X(01)   VALUE SPACE.
           05  WS-LD-CANT           PIC ZZ9.
           05  FILLER               PIC X(01)   VALUE SPACE.
           05  WS-LD-SEG            PIC X(01).
           05  FILLER               PIC X(01)   VALUE SPACE.
           05  WS-LD-SALDO          PIC -ZZZZZZZZZZ9,99.
           05  FILLER               PIC X(11)   VALUE SPACES.

       01  WS-LIN-TOTAL.
           05  WS-LTO-TITULO        PIC X(14).
           05  FILLER               PIC X(09)   VALUE ' HOGARES '.
           05  WS-LTO-HOGARES       PIC ZZZZ9.
           05  FILLER               PIC X(13)   VALUE ' COMPARTIDOS '.
           05  WS-LTO-COMPART       PIC ZZZZ9.
           05  FILLER               PIC X(10)   VALUE ' CLIENTES '.
           05  WS-LTO-CLIENTES      PIC ZZZZ9.
           05  FILLER               PIC X(01)   VALUE SPACE.
           05  WS-LTO-SALDO         PIC -ZZZZZZZZZZ9,99.
           05  FILLER               PIC X(03)   VALUE SPACES.

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
                   UNTIL FS-EXTRACTO-FIN.

           PERFORM 9999-FINAL    THRU  F-9999-FINAL.

       F-MAIN-PROGRAM. GOBACK.

      **************************************
      *                                    *
      *  CUERPO INICIO APERTURA ARCHIVOS   *
      *                                    *
      **************************************
       1000-INICIO.

           MOVE SPACES TO WS-TABLA-NOMSUC.

           OPEN INPUT  EXTRACTO.

           IF FS-EXTRACTO IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN EXTRACTO  = ' FS-EXTRACTO
              MOVE 9999 TO RETURN-CODE
              SET  FS-EXTRACTO-FIN TO TRUE
           END-IF

           OPEN OUTPUT HOGMAE.

           IF FS-HOGMAE IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN HOGMAE    = ' FS-HOGMAE
              MOVE 9999 TO RETURN-CODE
              SET  FS-EXTRACTO-FIN TO TRUE
           END-IF

           OPEN OUTPUT HOGMIE.

           IF FS-HOGMIE IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN HOGMIE    = ' FS-HOGMIE
              MOVE 9999 TO RETURN-CODE
              SET  FS-EXTRACTO-FIN TO TRUE
           END-IF

           OPEN OUTPUT SALIDA.

           IF FS-SALIDA IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN SALIDA    = ' FS-SALIDA
              MOVE 9999 TO RETURN-CODE
              SET  FS-EXTRACTO-FIN TO TRUE
           END-IF

           IF RETURN-CODE IS EQUAL 9999
              GO TO F-1000-INICIO
           END-IF

           PERFORM 1100-LEER-FECHA    THRU F-1100-LEER-FECHA.

           OPEN INPUT  TARJETA.

           IF FS-CONTROL IS EQUAL '00'
              READ TARJETA
                 AT END
                    CONTINUE
                 NOT AT END
                    IF CTL-LARGO-RAIZ IS NUMERIC
                       AND CTL-LARGO-RAIZ IS GREATER ZEROS
                       AND CTL-LARGO-RAIZ IS NOT GREATER 15
                       MOVE CTL-LARGO-RAIZ TO WS-LARGO-RAIZ
                    END-IF
              END-READ
              CLOSE TARJETA
           END-IF

           PERFORM 1200-CARGAR-DOMIC   THRU F-1200-CARGAR-DOMIC.
           PERFORM 1300-CARGAR-HOGANT  THRU F-1300-CARGAR-HOGANT.
           PERFORM 1400-CARGAR-CUENTAS THRU F-1400-CARGAR-CUENTAS.
           PERFORM 1500-CARGAR-SEGM    THRU F-1500-CARGAR-SEGM.
           PERFORM 1600-CARGAR-SUCMAE  THRU F-1600-CARGAR-SUCMAE.

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
       1200-CARGAR-DOMIC.
      *    SIN EXTRACTO DE DOMICILIOS CADA CLIENTE QUEDA COMO HOGAR
      *    UNIPERSONAL.
           OPEN INPUT DOMICIL.

           IF FS-DOMICIL IS EQUAL '00'
              PERFORM UNTIL FS-DOMICIL IS NOT EQUAL '00'
                 READ DOMICIL INTO WS-REG-DOMCLI
                    AT END
                       MOVE '10' TO FS-DOMICIL
                    NOT AT END
                       IF WS-DOM-CONT < 5000
                          ADD 1 TO WS-DOM-CONT
                          MOVE WS-REG-DOMCLI (1:13) TO
                               WS-DOM-DOC   (WS-DOM-CONT)
                          MOVE DOM-DOMICILIO       TO
                               WS-DOM-DOMIC (WS-DOM-CONT)
                       ELSE
                          DISPLAY '* ATENCION: TABLA DE DOMICILIOS '
                                  'LLENA (5000)'
                          MOVE '10' TO FS-DOMICIL
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE DOMICIL
           ELSE
              DISPLAY '* SIN EXTRACTO DE DOMICILIOS, FS = '
                      FS-DOMICIL
           END-IF.

       F-1200-CARGAR-DOMIC. EXIT.
      **************************************************************
       1300-CARGAR-HOGANT.
      *    MIEMBROS DEL MES ANTERIOR; LA PRIMERA CORRIDA NO LO TIENE
      *    Y NUMERA TODOS LOS HOGARES DESDE UNO.
           OPEN INPUT HOGANT.

           IF FS-HOGANT IS EQUAL '00'
              PERFORM UNTIL FS-HOGANT IS NOT EQUAL '00'
                 READ HOGANT INTO WS-REG-HOGMIE
                    AT END
                       MOVE '10' TO FS-HOGANT
                    NOT AT END
                       IF HMI-NROHOG IS GREATER WS-ULT-HOGAR
                          MOVE HMI-NROHOG TO WS-ULT-HOGAR
                       END-IF
                       IF WS-ANT-CONT < 5000
                          ADD 1 TO WS-ANT-CONT
                          MOVE WS-REG-HOGMIE (1:13) TO
                               WS-ANT-DOC (WS-ANT-CONT)
                          MOVE HMI-NROHOG           TO
                               WS-ANT-HOG (WS-ANT-CONT)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE HOGANT
           ELSE
              DISPLAY '* SIN HOGARES DEL MES ANTERIOR, FS = '
                      FS-HOGANT
           END-IF.

       F-1300-CARGAR-HOGANT. EXIT.
      **************************************************************
       1400-CARGAR-CUENTAS.
      *    CUENTA - TITULAR DE DDCTAS, CON EL SALDO DE DDSALHOY Y LA
      *    SUCURSAL DE DDCTASUC DE CADA CUENTA.
           OPEN INPUT CUENTAS.

           IF FS-CUENTAS IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN CUENTAS   = ' FS-CUENTAS
              MOVE 9999 TO RETURN-CODE
              SET  FS-EXTRACTO-FIN TO TRUE
              GO TO F-1400-CARGAR-CUENTAS
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
                            WS-TCU-SALDO  (WS-TCU-CONT)
                            WS-TCU-SUC    (WS-TCU-CONT)
                    ELSE
                       DISPLAY '* ATENCION: TABLA DE CUENTAS '
                               'LLENA (5000)'
                       MOVE '10' TO FS-CUENTAS
                    END-IF
              END-READ
           END-PERFORM
           CLOSE CUENTAS

           OPEN INPUT SALDOS.

           IF FS-SALDOS IS EQUAL '00'
              PERFORM UNTIL FS-SALDOS IS NOT EQUAL '00'
                 READ SALDOS INTO WS-REG-SALDO
                    AT END
                       MOVE '10' TO FS-SALDOS
                    NOT AT END
                       PERFORM VARYING WS-TCU-SUB FROM 1 BY 1
                               UNTIL WS-TCU-SUB > WS-TCU-CONT
                           IF WS-TCU-CLAVE (WS-TCU-SUB) IS EQUAL
                              WS-REG-SALDO (1:10)
                              MOVE SAL-SALDO TO
                                   WS-TCU-SALDO (WS-TCU-SUB)
                              MOVE WS-TCU-CONT TO WS-TCU-SUB
                           END-IF
                       END-PERFORM
                 END-READ
              END-PERFORM
              CLOSE SALDOS
           ELSE
              DISPLAY '* SIN MAESTRO DE SALDOS, HOGARES EN CERO, '
                      'FS = ' FS-SALDOS
           END-IF

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
              DISPLAY '* SIN ASIGNACION DE SUCURSALES, HOGARES EN '
                      'SUCURSAL CERO'
           END-IF.

       F-1400-CARGAR-CUENTAS. EXIT.
      **************************************************************
       1500-CARGAR-SEGM.

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
              DISPLAY '* SIN SEGMENTACION, HOGARES SIN SEGMENTO'
           END-IF.

       F-1500-CARGAR-SEGM. EXIT.
      **************************************************************
       1600-CARGAR-SUCMAE.

           OPEN INPUT SUCMAE

           IF FS-SUCMAE IS EQUAL '00'
              PERFORM UNTIL FS-SUCMAE IS EQUAL '10'
                 READ SUCMAE NEXT INTO WS-REG-SUCMAE
                    AT END
                       MOVE '10' TO FS-SUCMAE
                    NOT AT END
                       IF SUC-NRO IS GREATER ZEROS
                          MOVE SUC-NOMBRE TO WS-NSU-NOMBRE (SUC-NRO)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE SUCMAE
           ELSE
              DISPLAY '* SIN MAESTRO DE SUCURSALES, RESUMEN SIN '
                      'NOMBRES'
           END-IF.

       F-1600-CARGAR-SUCMAE. EXIT.
      **************************************************************
       2000-PROCESO.

           READ EXTRACTO INTO WS-REG-EXT

           EVALUATE FS-EXTRACTO
             WHEN '00'
                  ADD 1 TO WS-CLI-LEIDOS
                  IF WS-MIE-CONT < 5000
                     PERFORM 3000-DATOS-CLIENTE
                             THRU F-3000-DATOS-CLIENTE
                     PERFORM 3100-UBICAR-HOGAR
                             THRU F-3100-UBICAR-HOGAR
                     PERFORM 3200-SUMAR-MIEMBRO
                             THRU F-3200-SUMAR-MIEMBRO
                  ELSE
                     DISPLAY '* ATENCION: TABLA DE MIEMBROS LLENA, '
                             'CLIENTE ' EXT-NROCLI ' SIN HOGAR'
                  END-IF

              WHEN '10'
                CONTINUE

              WHEN OTHER
              DISPLAY '* ERROR EN LECTURA EXTRACTO = ' FS-EXTRACTO
              MOVE 9999 TO RETURN-CODE
              SET FS-EXTRACTO-FIN TO TRUE

           END-EVALUATE.

       F-2000-PROCESO. EXIT.
      **************************************************************
       3000-DATOS-CLIENTE.
      *    DOMICILIO, APELLIDO, SALDOS, SUCURSAL, SEGMENTO Y HOGAR
      *    ANTERIOR DEL CLIENTE LEIDO.
           MOVE SPACES     TO WS-CLI-DOC
           MOVE EXT-TIPDOC TO WS-CLI-DOC (1:2)
           MOVE EXT-NRODOC TO WS-CLI-DOC (3:11)

           MOVE SPACES TO WS-CLI-DOMIC
           PERFORM VARYING WS-DOM-SUB FROM 1 BY 1
                   UNTIL WS-DOM-SUB > WS-DOM-CONT
               IF WS-DOM-DOC (WS-DOM-SUB) IS EQUAL WS-CLI-DOC
                  MOVE WS-DOM-DOMIC (WS-DOM-SUB) TO WS-CLI-DOMIC
                  MOVE WS-DOM-CONT TO WS-DOM-SUB
               END-IF
           END-PERFORM

           IF WS-CLI-DOMIC IS EQUAL SPACES
              ADD 1 TO WS-CLI-SIN-DOMIC
           END-IF

      *    EL APELLIDO ES LA PRIMERA PALABRA DE NOMAPE.
           MOVE SPACES TO WS-CLI-APELLIDO
           UNSTRING EXT-NOMAPE DELIMITED BY ALL SPACES
               INTO WS-CLI-APELLIDO
           END-UNSTRING

           MOVE ZEROS TO WS-CLI-SALDO WS-CLI-CTAS WS-CLI-SUC
           PERFORM VARYING WS-TCU-SUB FROM 1 BY 1
                   UNTIL WS-TCU-SUB > WS-TCU-CONT
               IF WS-TCU-NROCLI (WS-TCU-SUB) IS EQUAL EXT-NROCLI
                  ADD WS-TCU-SALDO (WS-TCU-SUB) TO WS-CLI-SALDO
                  IF WS-CLI-CTAS IS EQUAL ZEROS
                     MOVE WS-TCU-SUC (WS-TCU-SUB) TO WS-CLI-SUC
                  END-IF
                  ADD 1 TO WS-CLI-CTAS
               END-IF
           END-PERFORM

           MOVE SPACE TO WS-CLI-SEG
           PERFORM VARYING WS-SGM-SUB FROM 1 BY 1
                   UNTIL WS-SGM-SUB > WS-SGM-CONT
               IF WS-SGM-DOC (WS-SGM-SUB) IS EQUAL WS-CLI-DOC
                  MOVE WS-SGM-SEG (WS-SGM-SUB) TO WS-CLI-SEG
                  MOVE WS-SGM-CONT TO WS-SGM-SUB
               END-IF
           END-PERFORM

           MOVE ZEROS TO WS-CLI-HOG-ANT
           PERFORM VARYING WS-ANT-SUB FROM 1 BY 1
                   UNTIL WS-ANT-SUB > WS-ANT-CONT
               IF WS-ANT-DOC (WS-ANT-SUB) IS EQUAL WS-CLI-DOC
                  MOVE WS-ANT-HOG (WS-ANT-SUB) TO WS-CLI-HOG-ANT
                  MOVE WS-ANT-CONT TO WS-ANT-SUB
               END-IF
           END-PERFORM.

       F-3000-DATOS-CLIENTE. EXIT.
      **************************************************************
       3100-UBICAR-HOGAR.
      *    MISMO DOMICILIO Y MISMA RAIZ DE APELLIDO; SI NO HAY HOGAR
      *    QUE CUMPLA, O EL CLIENTE NO TIENE DOMICILIO, ABRE UNO.
           MOVE ZEROS TO WS-HOG-IDX

           IF WS-CLI-DOMIC IS NOT EQUAL SPACES
              PERFORM VARYING WS-HOG-SUB FROM 1 BY 1
                      UNTIL WS-HOG-SUB > WS-HOG-CONT
                  IF WS-HOG-DOMIC (WS-HOG-SUB) IS EQUAL WS-CLI-DOMIC
                     AND WS-HOG-APELLIDO (WS-HOG-SUB)
                         (1:WS-LARGO-RAIZ) IS EQUAL
                         WS-CLI-APELLIDO (1:WS-LARGO-RAIZ)
                     MOVE WS-HOG-SUB  TO WS-HOG-IDX
                     MOVE WS-HOG-CONT TO WS-HOG-SUB
                  END-IF
              END-PERFORM
           END-IF

           IF WS-HOG-IDX IS NOT EQUAL ZEROS
              GO TO F-3100-UBICAR-HOGAR
           END-IF

           ADD 1 TO WS-HOG-CONT
           MOVE WS-HOG-CONT     TO WS-HOG-IDX
           MOVE ZEROS           TO WS-HOG-NRO      (WS-HOG-IDX)
                                   WS-HOG-CANT     (WS-HOG-IDX)
                                   WS-HOG-CTAS     (WS-HOG-IDX)
                                   WS-HOG-SALDO    (WS-HOG-IDX)
                                   WS-HOG-SUC      (WS-HOG-IDX)
                                   WS-HOG-REF-NROCLI (WS-HOG-IDX)
                                   WS-HOG-REF-SALDO  (WS-HOG-IDX)
           MOVE WS-CLI-DOMIC    TO WS-HOG-DOMIC    (WS-HOG-IDX)
           MOVE WS-CLI-APELLIDO TO WS-HOG-APELLIDO (WS-HOG-IDX)
           MOVE SPACE           TO WS-HOG-SEG      (WS-HOG-IDX)
           MOVE SPACES          TO WS-HOG-REF-DOC  (WS-HOG-IDX).

       F-3100-UBICAR-HOGAR. EXIT.
      **************************************************************
       3200-SUMAR-MIEMBRO.

           ADD 1 TO WS-MIE-CONT
           MOVE WS-CLI-DOC TO WS-MIE-DOC    (WS-MIE-CONT)
           MOVE EXT-NROCLI TO WS-MIE-NROCLI (WS-MIE-CONT)
           MOVE WS-HOG-IDX TO WS-MIE-HOG    (WS-MIE-CONT)

           ADD 1            TO WS-HOG-CANT  (WS-HOG-IDX)
           ADD WS-CLI-CTAS  TO WS-HOG-CTAS  (WS-HOG-IDX)
           ADD WS-CLI-SALDO TO WS-HOG-SALDO (WS-HOG-IDX)

      *    SEGMENTO MAS ALTO: 'A' ES EL MENOR VALOR DE LOS TRES.
           IF WS-CLI-SEG IS NOT EQUAL SPACE
              AND (WS-HOG-SEG (WS-HOG-IDX) IS EQUAL SPACE
                   OR WS-CLI-SEG IS LESS WS-HOG-SEG (WS-HOG-IDX))
              MOVE WS-CLI-SEG TO WS-HOG-SEG (WS-HOG-IDX)
           END-IF

      *    EL REFERENTE ES EL MIEMBRO DE MAYOR SALDO.
           IF WS-HOG-CANT (WS-HOG-IDX) IS EQUAL 1
              OR WS-CLI-SALDO IS GREATER
                 WS-HOG-REF-SALDO (WS-HOG-IDX)
              MOVE WS-CLI-DOC   TO WS-HOG-REF-DOC    (WS-HOG-IDX)
              MOVE EXT-NROCLI   TO WS-HOG-REF-NROCLI (WS-HOG-IDX)
              MOVE WS-CLI-SALDO TO WS-HOG-REF-SALDO  (WS-HOG-IDX)
              MOVE WS-CLI-SUC   TO WS-HOG-SUC        (WS-HOG-IDX)
           END-IF

      *    EL HOGAR TOMA EL NUMERO ANTERIOR DEL PRIMER MIEMBRO QUE
      *    LO TRAIGA, SALVO QUE OTRO HOGAR DEL MES YA LO HAYA TOMADO.
           IF WS-HOG-NRO (WS-HOG-IDX) IS EQUAL ZEROS
              AND WS-CLI-HOG-ANT IS GREATER ZEROS
              MOVE 'N' TO WS-FLAG-USADO
              PERFORM VARYING WS-HOG-SUB FROM 1 BY 1
                      UNTIL WS-HOG-SUB > WS-HOG-CONT
                  IF WS-HOG-NRO (WS-HOG-SUB) IS EQUAL WS-CLI-HOG-ANT
                     SET WS-NRO-USADO TO TRUE
                     MOVE WS-HOG-CONT TO WS-HOG-SUB
                  END-IF
              END-PERFORM
              IF NOT WS-NRO-USADO
                 MOVE WS-CLI-HOG-ANT TO WS-HOG-NRO (WS-HOG-IDX)
              END-IF
           END-IF.

       F-3200-SUMAR-MIEMBRO. EXIT.
      **************************************************************
       4000-NUMERAR-HOGAR.
      *    LOS HOGARES SIN NUMERO ANTERIOR SIGUEN AL MAYOR USADO.
           IF WS-HOG-NRO (WS-HOG-SUB) IS EQUAL ZEROS
              ADD 1 TO WS-ULT-HOGAR
              MOVE WS-ULT-HOGAR TO WS-HOG-NRO (WS-HOG-SUB)
              ADD 1 TO WS-CANT-NUEVOS
           END-IF

           ADD 1 TO WS-CANT-HOGARES
           IF WS-HOG-CANT (WS-HOG-SUB) IS GREATER 1
              ADD 1 TO WS-CANT-COMPARTIDOS
           END-IF

           MOVE SPACES                          TO WS-REG-HOGAR
           MOVE WS-HOG-NRO      (WS-HOG-SUB)    TO HOG-NROHOG
           MOVE WS-HOG-DOMIC    (WS-HOG-SUB)    TO HOG-DOMICILIO
           MOVE WS-HOG-APELLIDO (WS-HOG-SUB)    TO HOG-APELLIDO
           MOVE WS-HOG-CANT     (WS-HOG-SUB)    TO HOG-CANT-MIEMBROS
           MOVE WS-HOG-CTAS     (WS-HOG-SUB)    TO HOG-CANT-CUENTAS
           MOVE WS-HOG-SALDO    (WS-HOG-SUB)    TO HOG-SALDO-TOTAL
           MOVE WS-HOG-SEG      (WS-HOG-SUB)    TO HOG-SEGMENTO
           MOVE WS-HOG-SUC      (WS-HOG-SUB)    TO HOG-SUCURSAL
           MOVE WS-HOG-REF-DOC (WS-HOG-SUB) (1:2)  TO HOG-REF-TIPDOC
           MOVE WS-HOG-REF-DOC (WS-HOG-SUB) (3:11) TO HOG-REF-NRODOC
           MOVE WS-HOG-REF-NROCLI (WS-HOG-SUB)  TO HOG-REF-NROCLI
           MOVE WS-FECHA-NEGOCIO-R              TO HOG-FEC-PROCESO

           WRITE REG-HOGMAE FROM WS-REG-HOGAR

           IF FS-HOGMAE IS NOT EQUAL '00'
              DISPLAY '* ERROR EN WRITE HOGMAE   = ' FS-HOGMAE
              MOVE 9999 TO RETURN-CODE
           END-IF.

       F-4000-NUMERAR-HOGAR. EXIT.
      **************************************************************
       4100-GRABAR-MIEMBRO.

           MOVE WS-MIE-HOG (WS-MIE-SUB) TO WS-HOG-IDX

           MOVE SPACES                          TO WS-REG-HOGMIE
           MOVE WS-MIE-DOC (WS-MIE-SUB) (1:2)   TO HMI-TIPDOC
           MOVE WS-MIE-DOC (WS-MIE-SUB) (3:11)  TO HMI-NRODOC
           MOVE WS-MIE-NROCLI (WS-MIE-SUB)      TO HMI-NROCLI
           MOVE WS-HOG-NRO  (WS-HOG-IDX)        TO HMI-NROHOG
           MOVE WS-HOG-CANT (WS-HOG-IDX)        TO HMI-CANT-MIEMBROS
           MOVE WS-HOG-REF-DOC (WS-HOG-IDX) (1:2)  TO HMI-REF-TIPDOC
           MOVE WS-HOG-REF-DOC (WS-HOG-IDX) (3:11) TO HMI-REF-NRODOC
           MOVE 'N'                             TO HMI-REFERENTE
           IF WS-MIE-DOC (WS-MIE-SUB) IS EQUAL
              WS-HOG-REF-DOC (WS-HOG-IDX)
              SET HMI-ES-REFERENTE TO TRUE
           END-IF

           WRITE REG-HOGMIE FROM WS-REG-HOGMIE

           IF FS-HOGMIE IS NOT EQUAL '00'
              DISPLAY '* ERROR EN WRITE HOGMIE   = ' FS-HOGMIE
              MOVE 9999 TO RETURN-CODE
           END-IF.

       F-4100-GRABAR-MIEMBRO. EXIT.
      **************************************************************
       5000-LISTAR-SUCURSAL.
      *    UNA SECCION POR SUCURSAL: EL DETALLE DE LOS HOGARES DE
      *    MAS DE UN MIEMBRO Y EL TOTAL DE TODOS SUS HOGARES.
           MOVE ZEROS TO WS-SUC-HOGARES WS-SUC-COMPART
                         WS-SUC-CLIENTES WS-SUC-SALDO

           PERFORM VARYING WS-HOG-SUB FROM 1 BY 1
                   UNTIL WS-HOG-SUB > WS-HOG-CONT
               IF WS-HOG-SUC (WS-HOG-SUB) IS EQUAL WS-SUC-ACTUAL
                  IF WS-SUC-HOGARES IS EQUAL ZEROS
                     MOVE WS-SUC-ACTUAL TO WS-LS-SUC
                     MOVE SPACES        TO WS-LS-NOMBRE
                     IF WS-SUC-ACTUAL IS GREATER ZEROS
                        MOVE WS-NSU-NOMBRE (WS-SUC-ACTUAL)
                             TO WS-LS-NOMBRE
                     END-IF
                     WRITE REG-SALIDA FROM WS-LIN-SUCURSAL
                  END-IF
                  ADD 1 TO WS-SUC-HOGARES
                  ADD WS-HOG-CANT  (WS-HOG-SUB) TO WS-SUC-CLIENTES
                  ADD WS-HOG-SALDO (WS-HOG-SUB) TO WS-SUC-SALDO
                  IF WS-HOG-CANT (WS-HOG-SUB) IS GREATER 1
                     ADD 1 TO WS-SUC-COMPART
                     MOVE WS-HOG-NRO      (WS-HOG-SUB) TO WS-LD-NROHOG
                     MOVE WS-HOG-DOMIC    (WS-HOG-SUB) TO WS-LD-DOMIC
                     MOVE WS-HOG-APELLIDO (WS-HOG-SUB)
                          TO WS-LD-APELLIDO
                     MOVE WS-HOG-CANT     (WS-HOG-SUB) TO WS-LD-CANT
                     MOVE WS-HOG-SEG      (WS-HOG-SUB) TO WS-LD-SEG
                     MOVE WS-HOG-SALDO    (WS-HOG-SUB) TO WS-LD-SALDO
                     WRITE REG-SALIDA FROM WS-LIN-DETALLE
                  END-IF
               END-IF
           END-PERFORM

           IF WS-SUC-HOGARES IS GREATER ZEROS
              MOVE '  TOTAL SUC.  ' TO WS-LTO-TITULO
              MOVE WS-SUC-HOGARES  TO WS-LTO-HOGARES
              MOVE WS-SUC-COMPART  TO WS-LTO-COMPART
              MOVE WS-SUC-CLIENTES TO WS-LTO-CLIENTES
              MOVE WS-SUC-SALDO    TO WS-LTO-SALDO
              WRITE REG-SALIDA FROM WS-LIN-TOTAL
              ADD WS-SUC-CLIENTES  TO WS-TOT-CLIENTES
              ADD WS-SUC-SALDO     TO WS-TOT-SALDO
           END-IF.

       F-5000-LISTAR-SUCURSAL. EXIT.
      **************************************************************
       9999-FINAL.

           IF RETURN-CODE NOT EQUAL 9999
             PERFORM 4000-NUMERAR-HOGAR THRU F-4000-NUMERAR-HOGAR
                     VARYING WS-HOG-SUB FROM 1 BY 1
                     UNTIL WS-HOG-SUB > WS-HOG-CONT

             PERFORM 4100-GRABAR-MIEMBRO THRU F-4100-GRABAR-MIEMBRO
                     VARYING WS-MIE-SUB FROM 1 BY 1
                     UNTIL WS-MIE-SUB > WS-MIE-CONT

             MOVE WS-FECHA-NEGOCIO-R TO WS-LT-FECHA
             WRITE REG-SALIDA FROM WS-LIN-TITULO

             PERFORM 5000-LISTAR-SUCURSAL THRU F-5000-LISTAR-SUCURSAL
                     VARYING WS-SUC-ACTUAL FROM 0 BY 1
                     UNTIL WS-SUC-ACTUAL > 99

             MOVE ' TOTAL BANCO  '    TO WS-LTO-TITULO
             MOVE WS-CANT-HOGARES     TO WS-LTO-HOGARES
             MOVE WS-CANT-COMPARTIDOS TO WS-LTO-COMPART
             MOVE WS-TOT-CLIENTES     TO WS-LTO-CLIENTES
             MOVE WS-TOT-SALDO        TO WS-LTO-SALDO
             WRITE REG-SALIDA FROM WS-LIN-TOTAL

             CLOSE EXTRACTO
                 IF FS-EXTRACTO IS NOT EQUAL '00'
                  DISPLAY '* ERROR EN CLOSE EXTRACTO = '
                                            FS-EXTRACTO
                  MOVE 9999 TO RETURN-CODE
                 END-IF

             CLOSE HOGMAE
                 IF FS-HOGMAE IS NOT EQUAL '00'
                  DISPLAY '* ERROR EN CLOSE HOGMAE   = '
                                            FS-HOGMAE
                  MOVE 9999 TO RETURN-CODE
                 END-IF

             CLOSE HOGMIE
                 IF FS-HOGMIE IS NOT EQUAL '00'
                  DISPLAY '* ERROR EN CLOSE HOGMIE   = '
                                            FS-HOGMIE
                  MOVE 9999 TO RETURN-CODE
                 END-IF

             CLOSE SALIDA
                 IF FS-SALIDA IS NOT EQUAL '00'
                  DISPLAY '* ERROR EN CLOSE SALIDA   = '
                                            FS-SALIDA
                  MOVE 9999 TO RETURN-CODE
                 END-IF

             DISPLAY '******************************'
             DISPLAY ' CLIENTES LEIDOS         :  ' WS-CLI-LEIDOS
             DISPLAY ' CLIENTES SIN DOMICILIO  :  ' WS-CLI-SIN-DOMIC
             DISPLAY ' HOGARES                 :  ' WS-CANT-HOGARES
             DISPLAY ' HOGARES COMPARTIDOS     :  '
                                               WS-CANT-COMPARTIDOS
             DISPLAY ' HOGARES NUEVOS          :  ' WS-CANT-NUEVOS
             DISPLAY '******************************'

           END-IF.

       F-9999-FINAL.
           EXIT.
