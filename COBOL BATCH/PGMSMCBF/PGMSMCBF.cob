       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMSMCBF.
       AUTHOR.    FEDERICO FALCON.
      **************************************************************
      *  MODULO DE COTEJO CONTRA LA LISTA DE VIGILANCIA.           *
      *  SE INVOCA CON CALL USANDO EL AREA DE CPSANCIO Y COMPARA,  *
      *  EN UN SOLO LUGAR PARA EL FILTRO DE NOVEDADES (PGMSNCBF)   *
      *  Y EL REPASO DE LA BASE (PGMSBCBF), UN CLIENTE CONTRA LAS  *
      *  LISTAS DE SANCIONES Y EL PADRON DE PERSONAS EXPUESTAS     *
      *  POLITICAMENTE DE DDLISSAN (CARGADO UNA VEZ POR CORRIDA).  *
      *  LOS NOMBRES SE NORMALIZAN COMO EN PGMDUCBF (SE QUITAN     *
      *  ESPACIOS Y SIGNOS DE PUNTUACION) Y SE APLICAN:            *
      *    - EXACTA: MISMO TIPO Y NUMERO DE DOCUMENTO, O MISMO     *
      *      NOMBRE NORMALIZADO SIN FECHA DE NACIMIENTO DISTINTA   *
      *    - APROXIMADA: MISMO NOMBRE CON OTRA FECHA, NOMBRES A    *
      *      UNA LETRA DE DISTANCIA (CAMBIADA, DE MAS O DE MENOS), *
      *      O EL NOMBRE MAS CORTO (10 LETRAS O MAS) CONTENIDO EN  *
      *      EL OTRO; EN LAS DOS ULTIMAS LA FECHA, SI AMBAS SE     *
      *      CONOCEN, DEBE COINCIDIR                               *
      *  LA VERSION VIGENTE ES LA MAYOR LIS-VERSION DEL ARCHIVO.   *
      **************************************************************
       ENVIRONMENT DIVISION.
      **************************************************************
       CONFIGURATION SECTION.

       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
      **************************************************************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

            SELECT LISTA ASSIGN TO DDLISSAN
                 FILE STATUS IS FS-LISTA.
      **************************************************************
       I-O-CONTROL.

       DATA DIVISION.
       FILE SECTION.
       FD   LISTA
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01   REG-LISTA               PIC X(80).
      **************************************************************
       WORKING-STORAGE SECTION.

       77  FILLER        PIC X(26) VALUE '* INICIO WORKING-STORAGE *'.
      **************************************************************

       77  FS-LISTA        PIC XX    VALUE SPACES.

      *****************LISTA DE VIGILANCIA, CARGADA UNA VEZ************
       01  WS-LISTA-CARGADA    PIC X  VALUE 'N'.
           88  WS-LIS-CARGADA         VALUE 'S'.

       77  WS-VERSION-LISTA PIC 9(08)          VALUE ZEROS.

       77  WS-LIS-CONT     PIC 9(04) USAGE COMP VALUE ZEROS.
       77  WS-LIS-SUB      PIC 9(04) USAGE COMP VALUE ZEROS.
       01  WS-TABLA-LISTA.
           03  WS-LIS      OCCURS 5000 TIMES.
               05  WS-LIS-LISTA     PIC X(01).
               05  WS-LIS-ID        PIC X(10).
               05  WS-LIS-NOMBRE    PIC X(30).
               05  WS-LIS-NOMNOR    PIC X(30).
               05  WS-LIS-LARGO     PIC 9(02) USAGE COMP.
               05  WS-LIS-FECNAC    PIC X(08).
               05  WS-LIS-TIPDOC    PIC X(02).
               05  WS-LIS-NRODOC    PIC 9(11).

           COPY CPLISSAN.

      *****************NORMALIZACION DEL NOMBRE************************
      *    SE COPIAN SOLO LOS CARACTERES QUE NO SON ESPACIO NI SIGNO
      *    DE PUNTUACION, PARA QUE 'DE LA PENA, J.' Y 'DELAPENA J'
      *    CAIGAN EN EL MISMO NOMBRE NORMALIZADO.
       77  WS-NOR-ENT      PIC 9(02) USAGE COMP VALUE ZEROS.
       77  WS-NOR-SAL      PIC 9(02) USAGE COMP VALUE ZEROS.
       01  WS-NOM-ORIGEN   PIC X(30) VALUE SPACES.
       01  WS-NOM-NORMAL   PIC X(30) VALUE SPACES.

      *****************NOMBRE DEL CLIENTE EN CURSO*********************
       01  WS-CLI-NOMNOR   PIC X(30) VALUE SPACES.
       77  WS-CLI-LARGO    PIC 9(02) USAGE COMP VALUE ZEROS.

      *****************TRABAJO DE LA COMPARACION***********************
       01  WS-NOM-LARGO    PIC X(30) VALUE SPACES.
       01  WS-NOM-CORTO    PIC X(30) VALUE SPACES.
       77  WS-LARGO-L      PIC 9(02) USAGE COMP VALUE ZEROS.
       77  WS-LARGO-C      PIC 9(02) USAGE COMP VALUE ZEROS.
       77  WS-POS-L        PIC 9(02) USAGE COMP VALUE ZEROS.
       77  WS-POS-C        PIC 9(02) USAGE COMP VALUE ZEROS.
       77  WS-DIFERENCIAS  PIC 9(02) USAGE COMP VALUE ZEROS.
       77  WS-LIMITE       PIC S9(03) USAGE COMP VALUE ZEROS.

       01  WS-FLAG-FECHA       PIC X.
           88  WS-FECHA-DISTINTA         VALUE 'S'.
           88  WS-FECHA-COMPATIBLE       VALUE 'N'.

       01  WS-FLAG-CERCANO     PIC X.
           88  WS-NOMBRE-CERCANO         VALUE 'S'.
           88  WS-NOMBRE-LEJANO          VALUE 'N'.

       77  FILLER        PIC X(26) VALUE '* FINAL  WORKING-STORAGE *'.
      **************************************************************
       LINKAGE SECTION.

       01  LK-SANCIO-AREA.
           05  LK-FUNCION          PIC X(01).
           05  LK-NOMAPE           PIC X(30).
           05  LK-FECNAC           PIC X(08).
           05  LK-TIPDOC           PIC X(02).
           05  LK-NRODOC           PIC 9(11).
           05  LK-RESULTADO        PIC X(01).
           05  LK-LISTA            PIC X(01).
           05  LK-ID               PIC X(10).
           05  LK-NOMBRE-LISTA     PIC X(30).
           05  LK-VERSION          PIC 9(08).
      **************************************************************
       PROCEDURE DIVISION USING LK-SANCIO-AREA.
      **************************************
      *                                    *
      *  CUERPO PRINCIPAL DEL MODULO       *
      *                                    *
      **************************************
       MAIN-PROGRAM.

           IF NOT WS-LIS-CARGADA
              PERFORM 1000-CARGAR-LISTA THRU F-1000-CARGAR-LISTA
           END-IF

           MOVE WS-VERSION-LISTA TO LK-VERSION
           MOVE 'N'              TO LK-RESULTADO
           MOVE SPACES           TO LK-LISTA
                                    LK-ID
                                    LK-NOMBRE-LISTA

           IF LK-FUNCION IS EQUAL 'C'
              PERFORM 2000-COTEJAR THRU F-2000-COTEJAR
           END-IF.

       F-MAIN-PROGRAM. GOBACK.

      **************************************************************
       1000-CARGAR-LISTA.
      *    SE CARGA UNA SOLA VEZ POR CORRIDA; SIN LISTA NO HAY
      *    CONTRA QUE COTEJAR Y TODO CLIENTE SALE SIN COINCIDENCIA.
           SET WS-LIS-CARGADA TO TRUE

           OPEN INPUT LISTA

           IF FS-LISTA IS EQUAL '00'
              PERFORM UNTIL FS-LISTA IS EQUAL '10'
                 READ LISTA INTO WS-REG-LISSAN
                    AT END
                       MOVE '10' TO FS-LISTA
                    NOT AT END
                       PERFORM 1100-GUARDAR-ENTRADA
                               THRU F-1100-GUARDAR-ENTRADA
                 END-READ
              END-PERFORM
              CLOSE LISTA
           ELSE
              DISPLAY '* SIN LISTA DE VIGILANCIA DDLISSAN, FS = '
                      FS-LISTA
           END-IF.

       F-1000-CARGAR-LISTA. EXIT.
      **************************************************************
       1100-GUARDAR-ENTRADA.

           IF LIS-VERSION IS NUMERIC
              AND LIS-VERSION IS GREATER WS-VERSION-LISTA
              MOVE LIS-VERSION TO WS-VERSION-LISTA
           END-IF

           IF WS-LIS-CONT NOT LESS 5000
              DISPLAY '* ATENCION: LISTA DE VIGILANCIA LLENA (5000)'
              GO TO F-1100-GUARDAR-ENTRADA
           END-IF

           MOVE LIS-NOMBRE TO WS-NOM-ORIGEN
           PERFORM 3000-NORMALIZAR THRU F-3000-NORMALIZAR

           ADD 1 TO WS-LIS-CONT
           MOVE LIS-LISTA     TO WS-LIS-LISTA  (WS-LIS-CONT)
           MOVE LIS-ID        TO WS-LIS-ID     (WS-LIS-CONT)
           MOVE LIS-NOMBRE    TO WS-LIS-NOMBRE (WS-LIS-CONT)
           MOVE WS-NOM-NORMAL TO WS-LIS-NOMNOR (WS-LIS-CONT)
           MOVE WS-NOR-SAL    TO WS-LIS-LARGO  (WS-LIS-CONT)
           MOVE LIS-FECNAC    TO WS-LIS-FECNAC (WS-LIS-CONT)
           MOVE LIS-TIPDOC    TO WS-LIS-TIPDOC (WS-LIS-CONT)

           IF LIS-NRODOC IS NUMERIC
              MOVE LIS-NRODOC TO WS-LIS-NRODOC (WS-LIS-CONT)
           ELSE
              MOVE ZEROS      TO WS-LIS-NRODOC (WS-LIS-CONT)
           END-IF.

       F-1100-GUARDAR-ENTRADA. EXIT.
      **************************************************************
       2000-COTEJAR.
      *    SE RECORRE TODA LA LISTA; LA PRIMERA EXACTA CORTA EL
      *    RECORRIDO Y UNA APROXIMADA QUEDA HASTA QUE APAREZCA UNA
      *    EXACTA.
           MOVE LK-NOMAPE TO WS-NOM-ORIGEN
           PERFORM 3000-NORMALIZAR THRU F-3000-NORMALIZAR
           MOVE WS-NOM-NORMAL TO WS-CLI-NOMNOR
           MOVE WS-NOR-SAL    TO WS-CLI-LARGO

           PERFORM VARYING WS-LIS-SUB FROM 1 BY 1
                   UNTIL WS-LIS-SUB > WS-LIS-CONT
                      OR LK-RESULTADO IS EQUAL 'E'
               PERFORM 2100-COMPARAR-ENTRADA
                       THRU F-2100-COMPARAR-ENTRADA
           END-PERFORM.

       F-2000-COTEJAR. EXIT.
      **************************************************************
       2100-COMPARAR-ENTRADA.

           IF WS-LIS-NRODOC (WS-LIS-SUB) IS NOT EQUAL ZEROS
              AND WS-LIS-TIPDOC (WS-LIS-SUB) IS EQUAL LK-TIPDOC
              AND WS-LIS-NRODOC (WS-LIS-SUB) IS EQUAL LK-NRODOC
              MOVE 'E' TO LK-RESULTADO
              PERFORM 2900-INFORMAR-ENTRADA
                      THRU F-2900-INFORMAR-ENTRADA
              GO TO F-2100-COMPARAR-ENTRADA
           END-IF

           IF WS-CLI-LARGO IS EQUAL ZEROS
              OR WS-LIS-LARGO (WS-LIS-SUB) IS EQUAL ZEROS
              GO TO F-2100-COMPARAR-ENTRADA
           END-IF

           SET WS-FECHA-COMPATIBLE TO TRUE
           IF LK-FECNAC IS NOT EQUAL SPACES
              AND LK-FECNAC IS NOT EQUAL ZEROS
              AND WS-LIS-FECNAC (WS-LIS-SUB) IS NOT EQUAL SPACES
              AND WS-LIS-FECNAC (WS-LIS-SUB) IS NOT EQUAL ZEROS
              AND WS-LIS-FECNAC (WS-LIS-SUB) IS NOT EQUAL LK-FECNAC
              SET WS-FECHA-DISTINTA TO TRUE
           END-IF

           IF WS-LIS-NOMNOR (WS-LIS-SUB) IS EQUAL WS-CLI-NOMNOR
              IF WS-FECHA-COMPATIBLE
                 MOVE 'E' TO LK-RESULTADO
              ELSE
                 MOVE 'A' TO LK-RESULTADO
              END-IF
              PERFORM 2900-INFORMAR-ENTRADA
                      THRU F-2900-INFORMAR-ENTRADA
              GO TO F-2100-COMPARAR-ENTRADA
           END-IF

           IF WS-FECHA-DISTINTA
              OR LK-RESULTADO IS EQUAL 'A'
              GO TO F-2100-COMPARAR-ENTRADA
           END-IF

           PERFORM 2200-NOMBRE-CERCANO THRU F-2200-NOMBRE-CERCANO

           IF WS-NOMBRE-CERCANO
              MOVE 'A' TO LK-RESULTADO
              PERFORM 2900-INFORMAR-ENTRADA
                      THRU F-2900-INFORMAR-ENTRADA
           END-IF.

       F-2100-COMPARAR-ENTRADA. EXIT.
      **************************************************************
       2200-NOMBRE-CERCANO.
      *    ORDENA LOS DOS NOMBRES NORMALIZADOS POR LARGO Y PRUEBA
      *    LAS DOS REGLAS APROXIMADAS.
           SET WS-NOMBRE-LEJANO TO TRUE

           IF WS-CLI-LARGO IS LESS WS-LIS-LARGO (WS-LIS-SUB)
              MOVE WS-LIS-NOMNOR (WS-LIS-SUB) TO WS-NOM-LARGO
              MOVE WS-LIS-LARGO  (WS-LIS-SUB) TO WS-LARGO-L
              MOVE WS-CLI-NOMNOR              TO WS-NOM-CORTO
              MOVE WS-CLI-LARGO               TO WS-LARGO-C
           ELSE
              MOVE WS-CLI-NOMNOR              TO WS-NOM-LARGO
              MOVE WS-CLI-LARGO               TO WS-LARGO-L
              MOVE WS-LIS-NOMNOR (WS-LIS-SUB) TO WS-NOM-CORTO
              MOVE WS-LIS-LARGO  (WS-LIS-SUB) TO WS-LARGO-C
           END-IF

           IF WS-LARGO-L - WS-LARGO-C IS NOT GREATER 1
              PERFORM 2300-UNA-LETRA THRU F-2300-UNA-LETRA
           END-IF

           IF WS-NOMBRE-LEJANO
              AND WS-LARGO-C IS NOT LESS 10
              PERFORM 2400-CONTENIDO THRU F-2400-CONTENIDO
           END-IF.

       F-2200-NOMBRE-CERCANO. EXIT.
      **************************************************************
       2300-UNA-LETRA.
      *    A LO SUMO UNA LETRA DE DIFERENCIA: CON IGUAL LARGO, UNA
      *    POSICION DISTINTA; CON UNA LETRA DE MAS EN EL LARGO, SE
      *    LA SALTEA UNA VEZ Y EL RESTO DEBE COINCIDIR.
           MOVE ZEROS TO WS-DIFERENCIAS
           MOVE 1     TO WS-POS-L
           MOVE 1     TO WS-POS-C

           PERFORM UNTIL WS-POS-L > WS-LARGO-L
                      OR WS-DIFERENCIAS > 1
               IF WS-POS-C NOT GREATER WS-LARGO-C
                  AND WS-NOM-LARGO (WS-POS-L:1) IS EQUAL
                      WS-NOM-CORTO (WS-POS-C:1)
                  ADD 1 TO WS-POS-L
                  ADD 1 TO WS-POS-C
               ELSE
                  ADD 1 TO WS-DIFERENCIAS
                  ADD 1 TO WS-POS-L
                  IF WS-LARGO-L IS EQUAL WS-LARGO-C
                     ADD 1 TO WS-POS-C
                  END-IF
               END-IF
           END-PERFORM

           IF WS-DIFERENCIAS NOT GREATER 1
              SET WS-NOMBRE-CERCANO TO TRUE
           END-IF.

       F-2300-UNA-LETRA. EXIT.
      **************************************************************
       2400-CONTENIDO.
      *    EL NOMBRE CORTO APARECE ENTERO DENTRO DEL LARGO (UN
      *    SEGUNDO NOMBRE O APELLIDO DE MAS EN UNO DE LOS DOS).
           COMPUTE WS-LIMITE = WS-LARGO-L - WS-LARGO-C + 1

           PERFORM VARYING WS-POS-L FROM 1 BY 1
                   UNTIL WS-POS-L > WS-LIMITE
                      OR WS-NOMBRE-CERCANO
               IF WS-NOM-LARGO (WS-POS-L:WS-LARGO-C) IS EQUAL
                  WS-NOM-CORTO (1:WS-LARGO-C)
                  SET WS-NOMBRE-CERCANO TO TRUE
               END-IF
           END-PERFORM.

       F-2400-CONTENIDO. EXIT.
      **************************************************************
       2900-INFORMAR-ENTRADA.

           MOVE WS-LIS-LISTA  (WS-LIS-SUB) TO LK-LISTA
           MOVE WS-LIS-ID     (WS-LIS-SUB) TO LK-ID
           MOVE WS-LIS-NOMBRE (WS-LIS-SUB) TO LK-NOMBRE-LISTA.

       F-2900-INFORMAR-ENTRADA. EXIT.
      **************************************************************
       3000-NORMALIZAR.

           MOVE SPACES TO WS-NOM-NORMAL
           MOVE ZEROS  TO WS-NOR-SAL

           PERFORM VARYING WS-NOR-ENT FROM 1 BY 1
                   UNTIL WS-NOR-ENT > 30

               IF WS-NOM-ORIGEN (WS-NOR-ENT:1) IS NOT EQUAL SPACE
                  AND WS-NOM-ORIGEN (WS-NOR-ENT:1) IS NOT EQUAL '.'
                  AND WS-NOM-ORIGEN (WS-NOR-ENT:1) IS NOT EQUAL ','
                  AND WS-NOM-ORIGEN (WS-NOR-ENT:1) IS NOT EQUAL '-'
                  AND WS-NOM-ORIGEN (WS-NOR-ENT:1) IS NOT EQUAL QUOTE
                  AND WS-NOM-ORIGEN (WS-NOR-ENT:1) IS NOT EQUAL "'"
                  ADD 1 TO WS-NOR-SAL
                  MOVE WS-NOM-ORIGEN (WS-NOR-ENT:1) TO
                       WS-NOM-NORMAL (WS-NOR-SAL:1)
               END-IF

           END-PERFORM.

       F-3000-NORMALIZAR. EXIT.
