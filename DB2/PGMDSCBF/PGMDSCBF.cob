      *  DANDO VUELTAS EN LA COLA DE RECHAZOS / REPROCESO      *
      *  (DDRECHA). EL TIEMPO DE RESOLUCION DE UN RECLAMO      *
      *  DEJA DE SER TIEMPO DE CAZA POR CUATRO PANTALLAS.      *
      *  TAMBIEN LISTA LOS PODERES QUE EL CLIENTE TIENE SOBRE  *
      *  CUENTAS AJENAS Y LOS FIRMANTES AUTORIZADOS EN LAS     *
      *  SUYAS (DDFIRMAS), CON ROL, LIMITE, VIGENCIA Y ESTADO. *
      *  SI EL CLIENTE ES PERSONA JURIDICA MUESTRA RAZON       *
      *  SOCIAL Y FECHA DE CONSTITUCION EN LUGAR DE SEXO Y     *
      *  NACIMIENTO, Y ENCABEZA LOS FIRMANTES AUTORIZADOS DE   *
      *  LA EMPRESA, AVISANDO CUANDO NO TIENE NINGUNO VIGENTE. *
      *  LA VIGENCIA SE MIDE CONTRA LA FECHA DE NEGOCIO DE LA  *
      *  TARJETA DDFECPRO: UN PODER ACTIVO CON VIGENCIA HASTA  *
      *  ANTERIOR A ESA FECHA SALE VENCIDO, Y CON VIGENCIA     *
      *  DESDE POSTERIOR SALE NO VIGENTE; NINGUNO DE LOS DOS   *
      *  CUENTA COMO FIRMANTE VIGENTE DE LA EMPRESA.           *
      *                                                        *
      **********************************************************
      *      MANTENIMIENTO DE PROGRAMA                         *
      **************************************
      *  23/08/26* ALTA DEL PROGRAMA     * MA  *
      *  01/09/26* CUENTAS COTITULADAS   * MA  *
      *  15/10/26* FIRMANTES Y PODERES   * MA  *
      *  15/10/26* PERSONA JURIDICA Y    * MA  *
      *          * SUS FIRMANTES         *     *
      *  15/10/26* VIGENCIA DE PODERES   * MA  *
      *          * A FECHA DE NEGOCIO    *     *
      **************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS MAE-COT-CLAVE
             FILE STATUS IS FS-COTITUL.

             SELECT FECPRO ASSIGN DDFECPRO
             FILE STATUS IS FS-FECPRO.

             SELECT FIRMAS ASSIGN DDFIRMAS
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS MAE-FIR-CLAVE
             FILE STATUS IS FS-FIRMAS.
       DATA DIVISION.
       FILE SECTION.
       FD  TARJETA

       01  REG-RECHAZOS    PIC X(84).

       FD  FECPRO
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01  REG-FECPRO.
           05  FPR-FECHA       PIC 9(08).
           05  FILLER          PIC X(72).

       FD  AUDITORIA.

       01  REG-AUDIT.
           03  MAE-COT-CLAVE   PIC X(17).
           03  FILLER          PIC X(03).

       FD  FIRMAS.

       01  REG-FIRMAS.
           03  MAE-FIR-CLAVE   PIC X(23).
           03  FILLER          PIC X(77).

      **************************************
       WORKING-STORAGE SECTION.
      **************************************
       77  FS-RECHAZOS      PIC XX    VALUE SPACES.
       77  FS-AUDIT         PIC XX    VALUE SPACES.
       77  FS-COTITUL       PIC XX    VALUE SPACES.
       77  FS-FIRMAS        PIC XX    VALUE SPACES.
       77  FS-FECPRO        PIC XX    VALUE SPACES.

      *****************FECHA DE NEGOCIO DE LA CORRIDA******************
           COPY CPFECPRO.

       77  WS-TOT-CONSULTAS PIC 9(5)  VALUE ZEROS.

               05  WS-TCO-NROCUEN   PIC 9(08).
               05  WS-TCO-NROCLI    PIC 9(07).

      *****************FIRMANTES Y PODERES*****************************
      *    EL MAESTRO DDFIRMAS SE CARGA UNA VEZ AL INICIO; POR CADA
      *    LEGAJO SE LISTAN LOS PODERES DONDE EL CONSULTADO ES EL
      *    FIRMANTE Y LOS OTORGADOS SOBRE SUS CUENTAS.
       77  WS-FIR-CONT      PIC 9(04) USAGE COMP VALUE ZEROS.
       77  WS-FIR-SUB       PIC 9(04) USAGE COMP VALUE ZEROS.
       77  WS-FIR-VIGENTES  PIC 9(04) USAGE COMP VALUE ZEROS.
      *    SITUACION DEL PODER A LA FECHA DE NEGOCIO.
       01  WS-FIR-SITUACION PIC X(01) VALUE SPACE.
           88  WS-FIR-EN-VIGOR          VALUE 'V'.
           88  WS-FIR-VENCIDO           VALUE 'E'.
           88  WS-FIR-NO-VIGENTE        VALUE 'N'.
           88  WS-FIR-DE-BAJA           VALUE 'R'.
       01  WS-TABLA-FIRMAS.
           03  WS-TFI       OCCURS 2000 TIMES.
               05  WS-TFI-REG       PIC X(100).

       01  WS-DOC-CONSULTA  PIC X(13) VALUE SPACES.
       01  WS-DOC-TITULAR.
           05  WS-DT-TIPDOC     PIC X(02).
           05  WS-DT-NRODOC     PIC 9(11).

      *****************HOST VARIABLES**********************************
       01  WS-HV-TIPDOC     PIC X(02).
       01  WS-HV-NRODOC     PIC S9(11)V USAGE COMP-3.
       01  WS-HV-NOMAPE     PIC X(30).
       01  WS-HV-SEXO       PIC X(01).
       01  WS-HV-FECNAC     PIC X(10).
       01  WS-HV-TIPPERS    PIC X(01).
           88  WS-HV-PERSONA-JURIDICA  VALUE 'J'.
       01  WS-HV-TIPCUEN    PIC X(02).
       01  WS-HV-NROCUEN    PIC 9(08).

           05  WS-LM-FECNAC     PIC X(10).
           05  FILLER           PIC X(23)  VALUE SPACES.

      *    PERSONA JURIDICA: RAZON SOCIAL Y FECHA DE CONSTITUCION (EN
      *    FECNAC), SIN SEXO.
       01  WS-LIN-EMPRESA.
           05  FILLER           PIC X(10)  VALUE ' EMPRESA: '.
           05  WS-LE-RAZON      PIC X(30).
           05  FILLER           PIC X(08)  VALUE ' NROCLI '.
           05  WS-LE-NROCLI     PIC ZZZZZZ9.
           05  FILLER           PIC X(07)  VALUE ' CONST '.
           05  WS-LE-FECCONST   PIC X(10).
           05  FILLER           PIC X(28)  VALUE SPACES.

       01  WS-LIN-CUENTA.
           05  FILLER           PIC X(10)  VALUE ' CUENTA:  '.
           05  WS-LQ-TIPCUEN    PIC X(02).
           05  WS-LO-NROCUEN    PIC 9(08).
           05  FILLER           PIC X(74)  VALUE SPACES.

       01  WS-LIN-FIRMA.
           05  WS-LF-TITULO     PIC X(12).
           05  WS-LF-TIPCUEN    PIC X(02).
           05  FILLER           PIC X(01)  VALUE '-'.
           05  WS-LF-NROCUEN    PIC 9(08).
           05  FILLER           PIC X(01)  VALUE SPACE.
           05  WS-LF-TIPDOC     PIC X(02).
           05  FILLER           PIC X(01)  VALUE SPACE.
           05  WS-LF-NRODOC     PIC 9(11).
           05  FILLER           PIC X(05)  VALUE ' ROL '.
           05  WS-LF-ROL        PIC X(01).
           05  FILLER           PIC X(05)  VALUE ' LIM '.
           05  WS-LF-LIMITE     PIC ZZZ.ZZZ.ZZ9,99.
           05  FILLER           PIC X(05)  VALUE ' VIG '.
           05  WS-LF-DESDE      PIC 9(08).
           05  FILLER           PIC X(01)  VALUE '-'.
           05  WS-LF-HASTA      PIC 9(08).
           05  FILLER           PIC X(01)  VALUE SPACE.
           05  WS-LF-ESTADO     PIC X(10).
           05  FILLER           PIC X(04)  VALUE SPACES.

       01  WS-LIN-AUDIT.
           05  FILLER           PIC X(10)  VALUE ' CAMBIO:  '.
           05  WS-LA-FECHA      PIC 9(08).

           COPY  CPAUDIT.
           COPY  CPCOTIT.
           COPY  CPFIRMAS.
           COPY  SQLDESC.


      **************************************
       MAIN-PROGRAM.

           PERFORM 0900-LEER-FECHA-NEGOCIO THRU
                   F-0900-LEER-FECHA-NEGOCIO.

           PERFORM 1000-I-INICIO   THRU
                   1000-F-INICIO.


       F-MAIN-PROGRAM. GOBACK.

      ******************************************************************
       0900-LEER-FECHA-NEGOCIO.

      *    LA FECHA DE NEGOCIO VIENE EN LA TARJETA DDFECPRO PARA
      *    PODER REPROCESAR "COMO SI" FUERA OTRO DIA; SIN TARJETA O
      *    CON FECHA EN CERO SE USA LA FECHA DEL SISTEMA, QUE ES LA
      *    NOCHE NORMAL.
           ACCEPT WS-FECHA-NEGOCIO FROM DATE YYYYMMDD.

           OPEN INPUT FECPRO

           IF FS-FECPRO IS EQUAL '00'
              READ FECPRO
                 AT END
                    DISPLAY '* TARJETA DDFECPRO VACIA, FECHA DE '
                            'NEGOCIO = ' WS-FECHA-NEGOCIO-R
                 NOT AT END
                    IF FPR-FECHA IS NUMERIC
                       AND FPR-FECHA IS NOT EQUAL ZEROS
                       MOVE FPR-FECHA TO WS-FECHA-NEGOCIO-R
                       DISPLAY '* FECHA DE NEGOCIO DE LA TARJETA = '
                               WS-FECHA-NEGOCIO-R
                    END-IF
              END-READ
              CLOSE FECPRO
           ELSE
              DISPLAY '* SIN TARJETA DDFECPRO, FECHA DE NEGOCIO = '
                      WS-FECHA-NEGOCIO-R
           END-IF.

       F-0900-LEER-FECHA-NEGOCIO. EXIT.

      **************************************
      *                                    *
      *  CUERPO INICIO APERTURA ARCHIVOS   *
           PERFORM 1200-CARGAR-COTIT THRU
                   F-1200-CARGAR-COTIT.

           PERFORM 1300-CARGAR-FIRMAS THRU
                   F-1300-CARGAR-FIRMAS.

       1000-F-INICIO.   EXIT.
      ******************************************************************
       1100-CARGAR-RECHAZOS.
           END-IF.

       F-1200-CARGAR-COTIT. EXIT.
      ******************************************************************
       1300-CARGAR-FIRMAS.

           OPEN INPUT FIRMAS

           IF FS-FIRMAS IS EQUAL '00'
              MOVE LOW-VALUES TO MAE-FIR-CLAVE
              START FIRMAS KEY IS NOT LESS MAE-FIR-CLAVE
                 INVALID KEY
                    MOVE '10' TO FS-FIRMAS
              END-START

              PERFORM UNTIL FS-FIRMAS IS NOT EQUAL '00'
                 READ FIRMAS NEXT
                    AT END
                       MOVE '10' TO FS-FIRMAS
                    NOT AT END
                       IF WS-FIR-CONT < 2000
                          ADD 1 TO WS-FIR-CONT
                          MOVE REG-FIRMAS TO
                               WS-TFI-REG (WS-FIR-CONT)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE FIRMAS
           ELSE
              DISPLAY '* SIN MAESTRO DE FIRMANTES'
           END-IF.

       F-1300-CARGAR-FIRMAS. EXIT.
      ******************************************************************
       2000-I-PROCESO.

           PERFORM 3100-DATOS-MAESTRO  THRU F-3100-DATOS-MAESTRO
           PERFORM 3200-LISTAR-CUENTAS THRU F-3200-LISTAR-CUENTAS
           PERFORM 3250-LISTAR-COTIT   THRU F-3250-LISTAR-COTIT
           PERFORM 3260-LISTAR-FIRMAS  THRU F-3260-LISTAR-FIRMAS
           PERFORM 3300-LISTAR-AUDIT   THRU F-3300-LISTAR-AUDIT
           PERFORM 3400-LISTAR-COLA    THRU F-3400-LISTAR-COLA.


           MOVE CTL-TIPDOC TO WS-HV-TIPDOC
           MOVE CTL-NRODOC TO WS-HV-NRODOC
           MOVE 'F'        TO WS-HV-TIPPERS

           EXEC SQL
                SELECT NROCLI, NOMAPE, SEXO, FECNAC, TIPPERS
                  INTO :WS-HV-NROCLI, :WS-HV-NOMAPE,
                       :WS-HV-SEXO,   :WS-HV-FECNAC,
                       :WS-HV-TIPPERS
                  FROM TBCURCLI
                 WHERE TIPDOC = :WS-HV-TIPDOC
                   AND NRODOC = :WS-HV-NRODOC
           END-EXEC

           EVALUATE TRUE
               WHEN SQLCODE = 0 AND WS-HV-PERSONA-JURIDICA
                    MOVE WS-HV-NOMAPE TO WS-LE-RAZON
                    MOVE WS-HV-NROCLI TO WS-LE-NROCLI
                    MOVE WS-HV-FECNAC TO WS-LE-FECCONST
                    WRITE REG-SALIDA FROM WS-LIN-EMPRESA

               WHEN SQLCODE = 0
                    MOVE WS-HV-NOMAPE TO WS-LM-NOMAPE
                    MOVE WS-HV-NROCLI TO WS-LM-NROCLI
                         TO WS-LT-TEXTO
                    WRITE REG-SALIDA FROM WS-LIN-TEXTO
                    MOVE ZEROS TO WS-HV-NROCLI
                    MOVE 'F'   TO WS-HV-TIPPERS

               WHEN OTHER
                    DISPLAY 'ERROR DB2 EN MAESTRO ' SQLCODE
                            F-2900-DESCRIBIR-SQLCODE
                    DISPLAY '  ' WS-SQLCODE-DESC
                    MOVE ZEROS TO WS-HV-NROCLI
                    MOVE 'F'   TO WS-HV-TIPPERS
           END-EVALUATE.

       F-3100-DATOS-MAESTRO. EXIT.
           END-PERFORM.

       F-3250-LISTAR-COTIT. EXIT.
      ******************************************************************
       3260-LISTAR-FIRMAS.

      *    PODERES DONDE EL CLIENTE ES EL FIRMANTE (SE MUESTRA EL
      *    TITULAR QUE LO OTORGO) Y FIRMANTES AUTORIZADOS EN SUS
      *    CUENTAS (SE MUESTRA EL FIRMANTE). LOS REVOCADOS TAMBIEN
      *    SALEN, ES LO QUE SE PREGUNTA EN UN RECLAMO.
      *    EN UNA PERSONA JURIDICA LOS FIRMANTES DE SUS CUENTAS SON
      *    LOS AUTORIZADOS DE LA EMPRESA: SE LOS ENCABEZA Y SE AVISA
      *    SI NO QUEDA NINGUNO VIGENTE.
      *    LA SITUACION DE CADA PODER SE ESTABLECE ANTES DE LISTARLO
      *    Y DE CONTARLO: UNO VENCIDO O AUN NO VIGENTE A LA FECHA DE
      *    NEGOCIO NO CUENTA COMO FIRMANTE VIGENTE.
           MOVE CTL-TIPDOC TO WS-DOC-CONSULTA (1:2)
           MOVE CTL-NRODOC TO WS-DOC-CONSULTA (3:11)
           MOVE ZEROS      TO WS-FIR-VIGENTES

           IF WS-HV-PERSONA-JURIDICA
              MOVE ' FIRMANTES AUTORIZADOS DE LA EMPRESA:'
                   TO WS-LT-TEXTO
              WRITE REG-SALIDA FROM WS-LIN-TEXTO
           END-IF

           PERFORM VARYING WS-FIR-SUB FROM 1 BY 1
                   UNTIL WS-FIR-SUB > WS-FIR-CONT
               MOVE WS-TFI-REG (WS-FIR-SUB) TO WS-REG-FIRMAS
               PERFORM 3262-SITUACION-FIRMA THRU
                       F-3262-SITUACION-FIRMA
               MOVE FIR-TIT-TIPDOC TO WS-DT-TIPDOC
               MOVE FIR-TIT-NRODOC TO WS-DT-NRODOC
               IF FIR-CLAVE (11:13) IS EQUAL WS-DOC-CONSULTA
                  MOVE ' PODER EN:  ' TO WS-LF-TITULO
                  MOVE FIR-TIT-TIPDOC TO WS-LF-TIPDOC
                  MOVE FIR-TIT-NRODOC TO WS-LF-NRODOC
                  PERFORM 3265-LINEA-FIRMA THRU F-3265-LINEA-FIRMA
               END-IF
               IF WS-DOC-TITULAR IS EQUAL WS-DOC-CONSULTA
                  MOVE ' FIRMANTE:  ' TO WS-LF-TITULO
                  MOVE FIR-TIPDOC     TO WS-LF-TIPDOC
                  MOVE FIR-NRODOC     TO WS-LF-NRODOC
                  PERFORM 3265-LINEA-FIRMA THRU F-3265-LINEA-FIRMA
                  IF WS-FIR-EN-VIGOR
                     ADD 1 TO WS-FIR-VIGENTES
                  END-IF
               END-IF
           END-PERFORM

           IF WS-HV-PERSONA-JURIDICA AND WS-FIR-VIGENTES IS EQUAL ZEROS
              MOVE ' EMPRESA SIN FIRMANTES AUTORIZADOS VIGENTES'
                   TO WS-LT-TEXTO
              WRITE REG-SALIDA FROM WS-LIN-TEXTO
           END-IF.

       F-3260-LISTAR-FIRMAS. EXIT.
      ******************************************************************
       3262-SITUACION-FIRMA.

      *    VIGENCIA HASTA EN CERO ES SIN VENCIMIENTO.
           EVALUATE TRUE
               WHEN NOT FIR-VIGENTE
                    SET WS-FIR-DE-BAJA    TO TRUE
               WHEN FIR-VIG-HASTA IS NOT EQUAL ZEROS
                AND FIR-VIG-HASTA < WS-FECHA-NEGOCIO-R
                    SET WS-FIR-VENCIDO    TO TRUE
               WHEN FIR-VIG-DESDE > WS-FECHA-NEGOCIO-R
                    SET WS-FIR-NO-VIGENTE TO TRUE
               WHEN OTHER
                    SET WS-FIR-EN-VIGOR   TO TRUE
           END-EVALUATE.

       F-3262-SITUACION-FIRMA. EXIT.
      ******************************************************************
       3265-LINEA-FIRMA.

           MOVE FIR-TIPCUEN   TO WS-LF-TIPCUEN
           MOVE FIR-NROCUEN   TO WS-LF-NROCUEN
           MOVE FIR-ROL       TO WS-LF-ROL
           MOVE FIR-LIMITE    TO WS-LF-LIMITE
           MOVE FIR-VIG-DESDE TO WS-LF-DESDE
           MOVE FIR-VIG-HASTA TO WS-LF-HASTA

           EVALUATE TRUE
               WHEN WS-FIR-EN-VIGOR
                    MOVE 'VIGENTE'    TO WS-LF-ESTADO
               WHEN WS-FIR-VENCIDO
                    MOVE 'VENCIDO'    TO WS-LF-ESTADO
               WHEN WS-FIR-NO-VIGENTE
                    MOVE 'NO VIGENTE' TO WS-LF-ESTADO
               WHEN OTHER
                    MOVE 'REVOCADO'   TO WS-LF-ESTADO
           END-EVALUATE

           WRITE REG-SALIDA FROM WS-LIN-FIRMA.

       F-3265-LINEA-FIRMA. EXIT.
      ******************************************************************
       3300-LISTAR-AUDIT.

