      * REGION NUEVA QUEDO BIEN INSTALADO; LA CANTIDAD DE ITERACIONES*
      * Y EL VALOR INICIAL SE PUEDEN PARAMETRIZAR POR TARJETA DE     *
      * CONTROL EN LUGAR DE QUEDAR FIJOS EN EL PROGRAMA.             *
      * ADEMAS VERIFICA QUE LA REGION ESTE LISTA PARA CORRER LA      *
      * NOCHE ANTES DE SALIR A PRODUCCION:                           *
      *   - DDLISTA: LISTA DE ARCHIVOS Y MODULOS QUE NECESITA CADA   *
      *     PASO DEL PLAN (TIPO S ENTRADA SECUENCIAL, I MAESTRO      *
      *     INDEXADO, M MODULO). SOLO SE VERIFICAN LOS DE LOS PASOS  *
      *     DEL PLAN DE LA NOCHE DDPLAN (O LOS DE PROGRAMA '*', QUE  *
      *     SON COMUNES A TODOS); UN PASO DEL PLAN SIN TARJETAS SE   *
      *     INFORMA COMO AVISO. SIN PLAN SE VERIFICA TODA LA LISTA.  *
      *   - CADA ARCHIVO SE ABRE SOLO EN LECTURA POR LA RANURA QUE   *
      *     INDICA LA TARJETA (EL JCL ALOCA EL DATASET REAL COMO     *
      *     DDSEC01 A DDSEC08 O DDMAE01 A DDMAE04) Y SE CUENTAN SUS  *
      *     REGISTROS. UN ARCHIVO VACIO ES AVISO SALVO QUE LA        *
      *     TARJETA LO ADMITA.                                       *
      *   - LA TARJETA DE UN MAESTRO DECLARA SU POSICION Y LONGITUD  *
      *     DE CLAVE Y SU LONGITUD DE REGISTRO. CADA RANURA DE       *
      *     MAESTRO LEE CON CLAVE EN LA POSICION 1 Y UNA LONGITUD    *
      *     FIJA (DDMAE01 10, DDMAE02 13, DDMAE03 16, DDMAE04 23):   *
      *     UNA TARJETA QUE NO COINCIDE CON SU RANURA, UNA APERTURA  *
      *     CON ESTADO 39 O UN REGISTRO MAS LARGO QUE EL DECLARADO   *
      *     SON FALLA DE ATRIBUTOS (DATASET MAL CATALOGADO O MAL     *
      *     ASIGNADO).                                               *
      *   - LLAMA A PGMFSCBF Y A PGMCDCBF CON CASOS DE PRUEBA DE     *
      *     RESULTADO CONOCIDO; UN MODULO NO CATALOGADO ES FALLA.    *
      *   - COMPRUEBA LA EDICION CON DECIMAL-POINT IS COMMA.         *
      * EL RESULTADO QUEDA EN LA PLANILLA DDSALI (PASA / AVISO /     *
      * FALLA POR VERIFICACION) Y EN EL RETURN-CODE: 0 REGION LISTA, *
      * 4 LISTA CON AVISOS, 8 NO LISTA, 12 NO LISTA CON FALLAS DE    *
      * ATRIBUTOS EN MAESTROS.                                       *
      ****************************************************************
       ENVIRONMENT DIVISION.
      ****************************************************************
           SELECT PARM ASSIGN TO DDPARM
                  FILE STATUS IS FS-PARM.

           SELECT PLAN ASSIGN TO DDPLAN
                  FILE STATUS IS FS-PLAN.

           SELECT LISTA ASSIGN TO DDLISTA
                  FILE STATUS IS FS-LISTA.

           SELECT SALIDA ASSIGN TO DDSALI
                  FILE STATUS IS FS-SALIDA.

           SELECT SECUEN1 ASSIGN TO DDSEC01
                  FILE STATUS IS FS-CHEQUEO.

           SELECT SECUEN2 ASSIGN TO DDSEC02
                  FILE STATUS IS FS-CHEQUEO.

           SELECT SECUEN3 ASSIGN TO DDSEC03
                  FILE STATUS IS FS-CHEQUEO.

           SELECT SECUEN4 ASSIGN TO DDSEC04
                  FILE STATUS IS FS-CHEQUEO.

           SELECT SECUEN5 ASSIGN TO DDSEC05
                  FILE STATUS IS FS-CHEQUEO.

           SELECT SECUEN6 ASSIGN TO DDSEC06
                  FILE STATUS IS FS-CHEQUEO.

           SELECT SECUEN7 ASSIGN TO DDSEC07
                  FILE STATUS IS FS-CHEQUEO.

           SELECT SECUEN8 ASSIGN TO DDSEC08
                  FILE STATUS IS FS-CHEQUEO.

           SELECT MAESTRO1 ASSIGN TO DDMAE01
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS MAE-CHK1-CLAVE
                  FILE STATUS IS FS-CHEQUEO.

           SELECT MAESTRO2 ASSIGN TO DDMAE02
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS MAE-CHK2-CLAVE
                  FILE STATUS IS FS-CHEQUEO.

           SELECT MAESTRO3 ASSIGN TO DDMAE03
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS MAE-CHK3-CLAVE
                  FILE STATUS IS FS-CHEQUEO.

           SELECT MAESTRO4 ASSIGN TO DDMAE04
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS MAE-CHK4-CLAVE
                  FILE STATUS IS FS-CHEQUEO.

       DATA DIVISION.
       FILE SECTION.
       FD   PARM
       01   REG-PARM.
           05 RP-ITERACIONES          PIC 9(02).
           05 RP-VALOR-INICIAL        PIC 9(01).

       FD   PLAN
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01   REG-PLAN.
           05  PLA-SECUENCIA          PIC 9(02).
           05  PLA-PROGRAMA           PIC X(08).
           05  FILLER                 PIC X(70).

      *    TARJETAS CON '*' EN LA COLUMNA 1 SON COMENTARIOS.
       FD   LISTA
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01   REG-LISTA.
           05  LST-TIPO               PIC X(01).
               88  LST-SECUENCIAL                 VALUE 'S'.
               88  LST-MAESTRO                    VALUE 'I'.
               88  LST-MODULO                     VALUE 'M'.
               88  LST-COMENTARIO                 VALUE '*'.
           05  FILLER                 PIC X(01).
           05  LST-NOMBRE             PIC X(08).
           05  FILLER                 PIC X(01).
           05  LST-PROGRAMA           PIC X(08).
           05  FILLER                 PIC X(01).
           05  LST-RANURA             PIC 9(02).
           05  FILLER                 PIC X(01).
           05  LST-VACIO-OK           PIC X(01).
           05  FILLER                 PIC X(01).
           05  LST-CLAVE-POS          PIC 9(05).
           05  FILLER                 PIC X(01).
           05  LST-CLAVE-LONG         PIC 9(03).
           05  FILLER                 PIC X(01).
           05  LST-LONG-REG           PIC 9(05).
           05  FILLER                 PIC X(40).

       FD   SALIDA
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01   REG-SALIDA                PIC X(80).

      *    LAS RANURAS SECUENCIALES TOMAN EL LARGO DEL DATASET EN
      *    TIEMPO DE EJECUCION: SOLO SE CUENTAN LOS REGISTROS.
       FD   SECUEN1
           RECORD CONTAINS 0 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01   REG-SECUEN1               PIC X(32760).

       FD   SECUEN2
           RECORD CONTAINS 0 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01   REG-SECUEN2               PIC X(32760).

       FD   SECUEN3
           RECORD CONTAINS 0 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01   REG-SECUEN3               PIC X(32760).

       FD   SECUEN4
           RECORD CONTAINS 0 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01   REG-SECUEN4               PIC X(32760).

       FD   SECUEN5
           RECORD CONTAINS 0 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01   REG-SECUEN5               PIC X(32760).

       FD   SECUEN6
           RECORD CONTAINS 0 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01   REG-SECUEN6               PIC X(32760).

       FD   SECUEN7
           RECORD CONTAINS 0 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01   REG-SECUEN7               PIC X(32760).

       FD   SECUEN8
           RECORD CONTAINS 0 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01   REG-SECUEN8               PIC X(32760).

      *    LAS RANURAS DE MAESTROS LEEN CON CLAVE EN LA POSICION 1
      *    Y LA LONGITUD DE LA TABLA WS-RANURAS-CLAVE.
       FD   MAESTRO1
           RECORD IS VARYING IN SIZE FROM 10 TO 32760 CHARACTERS
           DEPENDING ON WS-LONG-LEIDA.
       01   REG-MAESTRO1.
           03  MAE-CHK1-CLAVE         PIC X(10).
           03  FILLER                 PIC X(32750).

       FD   MAESTRO2
           RECORD IS VARYING IN SIZE FROM 13 TO 32760 CHARACTERS
           DEPENDING ON WS-LONG-LEIDA.
       01   REG-MAESTRO2.
           03  MAE-CHK2-CLAVE         PIC X(13).
           03  FILLER                 PIC X(32747).

       FD   MAESTRO3
           RECORD IS VARYING IN SIZE FROM 16 TO 32760 CHARACTERS
           DEPENDING ON WS-LONG-LEIDA.
       01   REG-MAESTRO3.
           03  MAE-CHK3-CLAVE         PIC X(16).
           03  FILLER                 PIC X(32744).

       FD   MAESTRO4
           RECORD IS VARYING IN SIZE FROM 23 TO 32760 CHARACTERS
           DEPENDING ON WS-LONG-LEIDA.
       01   REG-MAESTRO4.
           03  MAE-CHK4-CLAVE         PIC X(23).
           03  FILLER                 PIC X(32737).
      ****************************************************************
       WORKING-STORAGE SECTION.
      ****************************************************************
       77  FS-PARM                    PIC XX      VALUE SPACES.
       77  FS-PLAN                    PIC XX      VALUE SPACES.
       77  FS-LISTA                   PIC XX      VALUE SPACES.
           88  FS-LISTA-FIN                       VALUE '10'.
       77  FS-SALIDA                  PIC XX      VALUE SPACES.
       77  FS-CHEQUEO                 PIC XX      VALUE SPACES.

       01  VALOR                PIC 9(03) VALUE 1.
       01  TOTAL                PIC 9(06) VALUE ZEROES.
      *    DE ITERACIONES Y/O UN VALOR INICIAL DISTINTOS DE CERO, SE
      *    USAN EN LUGAR DE LOS VALORES POR DEFECTO (10 Y 1).
       77  WS-ITERACIONES             PIC 9(02)   VALUE 10.

      *****************SUMATORIA ESPERADA******************************
      *    N * V + N * (N - 1) / 2 PARA N ITERACIONES DESDE V.
       77  WS-VALOR-INICIAL           PIC 9(03)   VALUE ZEROS.
       77  WS-ESPERADO                PIC 9(06)   VALUE ZEROS.
       77  WS-AUXILIAR                PIC 9(06)   VALUE ZEROS.

      *****************PASOS DEL PLAN DE LA NOCHE**********************
       01  WS-PLAN-LEIDO              PIC X       VALUE 'N'.
           88  WS-CON-PLAN                        VALUE 'S'.
           88  WS-SIN-PLAN                        VALUE 'N'.
       77  WS-PLN-CONT     PIC 9(03) USAGE COMP VALUE ZEROS.
       77  WS-PLN-SUB      PIC 9(03) USAGE COMP VALUE ZEROS.
       77  WS-PLN-IDX      PIC 9(03) USAGE COMP VALUE ZEROS.
       01  WS-TABLA-PLAN.
           03  WS-PLN      OCCURS 100 TIMES.
               05  WS-PLN-PROGRAMA  PIC X(08).
               05  WS-PLN-CUBIERTO  PIC X(01).

      *****************ARCHIVOS Y MODULOS YA VERIFICADOS***************
      *    UN MISMO ARCHIVO PEDIDO POR VARIOS PASOS SE VERIFICA UNA
      *    SOLA VEZ.
       77  WS-VRF-CONT     PIC 9(03) USAGE COMP VALUE ZEROS.
       77  WS-VRF-SUB      PIC 9(03) USAGE COMP VALUE ZEROS.
       77  WS-VRF-IDX      PIC 9(03) USAGE COMP VALUE ZEROS.
       01  WS-TABLA-VERIFICADOS.
           03  WS-VRF      OCCURS 300 TIMES.
               05  WS-VRF-TIPO      PIC X(01).
               05  WS-VRF-NOMBRE    PIC X(08).

      *****************CONTADORES DE LA PLANILLA***********************
       77  WS-CANT-TARJETAS           PIC 9(05)   VALUE ZEROS.
       77  WS-CANT-FUERA-PLAN         PIC 9(05)   VALUE ZEROS.
       77  WS-CANT-PASA               PIC 9(05)   VALUE ZEROS.
       77  WS-CANT-AVISO              PIC 9(05)   VALUE ZEROS.
       77  WS-CANT-FALLA              PIC 9(05)   VALUE ZEROS.
       77  WS-CANT-FALLA-ATRIB        PIC 9(05)   VALUE ZEROS.
       77  WS-CANT-REGISTROS          PIC 9(09)   VALUE ZEROS.

      *****************GEOMETRIA DE LAS RANURAS DE MAESTROS************
      *    LONGITUD DE CLAVE (EN LA POSICION 1) DE DDMAE01 A DDMAE04.
       01  WS-RANURAS-CLAVE           PIC X(12)   VALUE '010013016023'.
       01  WS-RANURAS-CLAVE-R REDEFINES WS-RANURAS-CLAVE.
           05  WS-RAN-CLAVE-LONG      PIC 9(03)   OCCURS 4 TIMES.
       77  WS-LONG-LEIDA              PIC 9(05)   VALUE ZEROS.
       01  WS-LONG-EXCEDIDA           PIC X       VALUE 'N'.
           88  WS-REG-EXCEDIDO                    VALUE 'S'.

      *****************MODULOS Y CASOS DE PRUEBA***********************
      *    LLAMADA DINAMICA PARA QUE UN MODULO NO CATALOGADO DE
      *    EXCEPCION EN LUGAR DE CORTAR LA VERIFICACION.
       77  WS-MOD-FECHAS   PIC X(08)  VALUE 'PGMFSCBF'.
       77  WS-MOD-DOCUM    PIC X(08)  VALUE 'PGMCDCBF'.
       01  WS-MODULO-CARGADO          PIC X       VALUE 'S'.
           88  WS-MODULO-OK                       VALUE 'S'.
           88  WS-MODULO-AUSENTE                  VALUE 'N'.

           COPY CPFECSRV.

           COPY CPVALDOC.

      *****************EDICION CON COMA DECIMAL************************
       77  WS-EDIT-IMPORTE            PIC Z.ZZZ.ZZ9,99.
       77  WS-EDIT-COCIENTE           PIC ZZ9,99.
       77  WS-COCIENTE                PIC 9(02)V99 VALUE ZEROS.

      *****************LINEAS DE LA PLANILLA***************************
       01  WS-LIN-TITULO.
           05  FILLER               PIC X(40)   VALUE
           ' VERIFICACION DE REGION - HOLAM'.
           05  FILLER               PIC X(40)   VALUE SPACES.

       01  WS-LIN-ENCAB.
           05  FILLER               PIC X(40)   VALUE
           ' VERIFICA.  NOMBRE   PASO     FS  REGIST'.
           05  FILLER               PIC X(40)   VALUE
           'ROS RESUL DETALLE'.

       01  WS-LIN-DETALLE.
           05  FILLER               PIC X(01)   VALUE SPACE.
           05  WS-LDT-VERIFICACION  PIC X(10).
           05  FILLER               PIC X(01)   VALUE SPACE.
           05  WS-LDT-NOMBRE        PIC X(08).
           05  FILLER               PIC X(01)   VALUE SPACE.
           05  WS-LDT-PROGRAMA      PIC X(08).
           05  FILLER               PIC X(01)   VALUE SPACE.
           05  WS-LDT-ESTADO        PIC X(02).
           05  FILLER               PIC X(01)   VALUE SPACE.
           05  WS-LDT-REGISTROS     PIC ZZZ.ZZZ.ZZ9.
           05  FILLER               PIC X(01)   VALUE SPACE.
           05  WS-LDT-RESULTADO     PIC X(05).
               88  WS-LDT-PASA                    VALUE 'PASA '.
               88  WS-LDT-AVISO                   VALUE 'AVISO'.
               88  WS-LDT-FALLA                   VALUE 'FALLA'.
               88  WS-LDT-INFO                    VALUE 'INFO '.
           05  FILLER               PIC X(01)   VALUE SPACE.
           05  WS-LDT-DETALLE       PIC X(26).
           05  FILLER               PIC X(03)   VALUE SPACES.

       01  WS-LIN-TOTAL.
           05  FILLER               PIC X(01)   VALUE SPACE.
           05  WS-LTO-TEXTO         PIC X(30).
           05  WS-LTO-CANTIDAD      PIC ZZ.ZZ9.
           05  FILLER               PIC X(43)   VALUE SPACES.

       01  WS-LIN-VEREDICTO.
           05  FILLER               PIC X(14)   VALUE
           ' RESULTADO:   '.
           05  WS-LVE-TEXTO         PIC X(30).
           05  FILLER               PIC X(10)   VALUE
           ' RC     = '.
           05  WS-LVE-RC            PIC 9(02).
           05  FILLER               PIC X(24)   VALUE SPACES.
      ****************************************************************
       PROCEDURE DIVISION.
       MAIN-PROGRAM.

           DISPLAY ' SUMATORIA ' TOTAL

           PERFORM 2000-VERIF-RUNTIME   THRU F-2000-VERIF-RUNTIME.
           PERFORM 3000-CARGAR-PLAN     THRU F-3000-CARGAR-PLAN.
           PERFORM 4000-VERIF-LISTA     THRU F-4000-VERIF-LISTA.
           PERFORM 4900-PASOS-SIN-LISTA THRU F-4900-PASOS-SIN-LISTA.
           PERFORM 5000-VERIF-FECHAS    THRU F-5000-VERIF-FECHAS.
           PERFORM 5500-VERIF-DOCUMENTO THRU F-5500-VERIF-DOCUMENTO.
           PERFORM 6000-VERIF-DECIMALES THRU F-6000-VERIF-DECIMALES.
           PERFORM 9000-FINAL           THRU F-9000-FINAL.

                GOBACK.
      ****************************************************************
       1000-INICIO.
                      'POR DEFECTO'
           END-IF.

           MOVE VALOR TO WS-VALOR-INICIAL.

           OPEN OUTPUT SALIDA.

           IF FS-SALIDA IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN SALIDA    = ' FS-SALIDA
           ELSE
              WRITE REG-SALIDA FROM WS-LIN-TITULO
              WRITE REG-SALIDA FROM WS-LIN-ENCAB
           END-IF.

       F-1000-INICIO. EXIT.
      ****************************************************************
       SUMAR.
           ADD VALOR TO TOTAL
           ADD 1 TO VALOR
           EXIT.
      ****************************************************************
       2000-VERIF-RUNTIME.
      *    LA SUMATORIA DEBE DAR LO MISMO QUE LA FORMULA.
           MULTIPLY WS-ITERACIONES BY WS-VALOR-INICIAL
                    GIVING WS-ESPERADO
           SUBTRACT 1 FROM WS-ITERACIONES GIVING WS-AUXILIAR
           MULTIPLY WS-ITERACIONES BY WS-AUXILIAR
           DIVIDE 2 INTO WS-AUXILIAR
           ADD WS-AUXILIAR TO WS-ESPERADO

           PERFORM 7100-LIMPIAR-LINEA THRU F-7100-LIMPIAR-LINEA
           MOVE 'RUNTIME'  TO WS-LDT-VERIFICACION
           MOVE 'HOLAM'    TO WS-LDT-NOMBRE
           MOVE TOTAL      TO WS-LDT-REGISTROS

           IF TOTAL IS EQUAL WS-ESPERADO
              SET WS-LDT-PASA  TO TRUE
              MOVE 'SUMATORIA CORRECTA' TO WS-LDT-DETALLE
           ELSE
              SET WS-LDT-FALLA TO TRUE
              MOVE 'SUMATORIA DISTINTA' TO WS-LDT-DETALLE
           END-IF

           PERFORM 7000-GRABAR-LINEA THRU F-7000-GRABAR-LINEA.

       F-2000-VERIF-RUNTIME. EXIT.
      ****************************************************************
       3000-CARGAR-PLAN.
      *    SIN PLAN NO SE PUEDE FILTRAR LA LISTA: SE VERIFICA TODA Y
      *    LA FALTA DEL PLAN QUEDA COMO FALLA.
           OPEN INPUT PLAN

           IF FS-PLAN IS NOT EQUAL '00'
              PERFORM 7100-LIMPIAR-LINEA THRU F-7100-LIMPIAR-LINEA
              MOVE 'PLAN'     TO WS-LDT-VERIFICACION
              MOVE 'DDPLAN'   TO WS-LDT-NOMBRE
              MOVE FS-PLAN    TO WS-LDT-ESTADO
              SET WS-LDT-FALLA TO TRUE
              MOVE 'NO SE PUDO ABRIR EL PLAN' TO WS-LDT-DETALLE
              PERFORM 7000-GRABAR-LINEA THRU F-7000-GRABAR-LINEA
              GO TO F-3000-CARGAR-PLAN
           END-IF

           SET WS-CON-PLAN TO TRUE

           PERFORM UNTIL FS-PLAN IS NOT EQUAL '00'
              READ PLAN
                 AT END
                    MOVE '10' TO FS-PLAN
                 NOT AT END
                    IF WS-PLN-CONT < 100
                       ADD 1 TO WS-PLN-CONT
                       MOVE PLA-PROGRAMA TO
                            WS-PLN-PROGRAMA (WS-PLN-CONT)
                       MOVE 'N' TO WS-PLN-CUBIERTO (WS-PLN-CONT)
                    ELSE
                       DISPLAY '* ATENCION: TABLA DEL PLAN LLENA (100)'
                       MOVE '10' TO FS-PLAN
                    END-IF
              END-READ
           END-PERFORM

           CLOSE PLAN.

       F-3000-CARGAR-PLAN. EXIT.
      ****************************************************************
       4000-VERIF-LISTA.

           OPEN INPUT LISTA

           IF FS-LISTA IS NOT EQUAL '00'
              PERFORM 7100-LIMPIAR-LINEA THRU F-7100-LIMPIAR-LINEA
              MOVE 'LISTA'    TO WS-LDT-VERIFICACION
              MOVE 'DDLISTA'  TO WS-LDT-NOMBRE
              MOVE FS-LISTA   TO WS-LDT-ESTADO
              SET WS-LDT-FALLA TO TRUE
              MOVE 'NO SE PUDO ABRIR LA LISTA' TO WS-LDT-DETALLE
              PERFORM 7000-GRABAR-LINEA THRU F-7000-GRABAR-LINEA
              GO TO F-4000-VERIF-LISTA
           END-IF

           PERFORM 4100-LEER-TARJETA THRU F-4100-LEER-TARJETA
                   UNTIL FS-LISTA-FIN

           CLOSE LISTA.

       F-4000-VERIF-LISTA. EXIT.
      ****************************************************************
       4100-LEER-TARJETA.

           READ LISTA

           EVALUATE FS-LISTA
             WHEN '00'
                  IF NOT LST-COMENTARIO
                     ADD 1 TO WS-CANT-TARJETAS
                     PERFORM 4200-VERIF-TARJETA
                             THRU F-4200-VERIF-TARJETA
                  END-IF

              WHEN '10'
                CONTINUE

              WHEN OTHER
              DISPLAY '* ERROR EN LECTURA LISTA  = ' FS-LISTA
              PERFORM 7100-LIMPIAR-LINEA THRU F-7100-LIMPIAR-LINEA
              MOVE 'LISTA'    TO WS-LDT-VERIFICACION
              MOVE 'DDLISTA'  TO WS-LDT-NOMBRE
              MOVE FS-LISTA   TO WS-LDT-ESTADO
              SET WS-LDT-FALLA TO TRUE
              MOVE 'ERROR DE LECTURA' TO WS-LDT-DETALLE
              PERFORM 7000-GRABAR-LINEA THRU F-7000-GRABAR-LINEA
              SET FS-LISTA-FIN TO TRUE

           END-EVALUATE.

       F-4100-LEER-TARJETA. EXIT.
      ****************************************************************
       4200-VERIF-TARJETA.
      *    SOLO SE VERIFICA LO QUE PIDEN LOS PASOS DEL PLAN DE LA
      *    NOCHE; PROGRAMA '*' O EN BLANCO ES COMUN A TODOS.
           IF WS-CON-PLAN
              AND LST-PROGRAMA IS NOT EQUAL '*'
              AND LST-PROGRAMA IS NOT EQUAL SPACES
              MOVE ZEROS TO WS-PLN-IDX
              PERFORM VARYING WS-PLN-SUB FROM 1 BY 1
                      UNTIL WS-PLN-SUB > WS-PLN-CONT
                  IF WS-PLN-PROGRAMA (WS-PLN-SUB) IS EQUAL
                     LST-PROGRAMA
                     MOVE 'S' TO WS-PLN-CUBIERTO (WS-PLN-SUB)
                     MOVE WS-PLN-SUB TO WS-PLN-IDX
                  END-IF
              END-PERFORM
              IF WS-PLN-IDX IS EQUAL ZEROS
                 ADD 1 TO WS-CANT-FUERA-PLAN
                 GO TO F-4200-VERIF-TARJETA
              END-IF
           END-IF

           MOVE ZEROS TO WS-VRF-IDX
           PERFORM VARYING WS-VRF-SUB FROM 1 BY 1
                   UNTIL WS-VRF-SUB > WS-VRF-CONT
               IF WS-VRF-TIPO   (WS-VRF-SUB) IS EQUAL LST-TIPO
                  AND WS-VRF-NOMBRE (WS-VRF-SUB) IS EQUAL LST-NOMBRE
                  MOVE WS-VRF-SUB  TO WS-VRF-IDX
                  MOVE WS-VRF-CONT TO WS-VRF-SUB
               END-IF
           END-PERFORM

           IF WS-VRF-IDX IS NOT EQUAL ZEROS
              GO TO F-4200-VERIF-TARJETA
           END-IF

           IF WS-VRF-CONT < 300
              ADD 1 TO WS-VRF-CONT
              MOVE LST-TIPO   TO WS-VRF-TIPO   (WS-VRF-CONT)
              MOVE LST-NOMBRE TO WS-VRF-NOMBRE (WS-VRF-CONT)
           END-IF

           PERFORM 7100-LIMPIAR-LINEA THRU F-7100-LIMPIAR-LINEA
           MOVE LST-NOMBRE   TO WS-LDT-NOMBRE
           MOVE LST-PROGRAMA TO WS-LDT-PROGRAMA

           EVALUATE TRUE
               WHEN LST-SECUENCIAL
                    MOVE 'ENTRADA'  TO WS-LDT-VERIFICACION
                    PERFORM 4300-VERIF-SECUENCIAL
                            THRU F-4300-VERIF-SECUENCIAL
               WHEN LST-MAESTRO
                    MOVE 'MAESTRO'  TO WS-LDT-VERIFICACION
                    PERFORM 4500-VERIF-MAESTRO
                            THRU F-4500-VERIF-MAESTRO
               WHEN LST-MODULO
                    MOVE 'MODULO'   TO WS-LDT-VERIFICACION
                    SET WS-LDT-INFO TO TRUE
                    IF LST-NOMBRE IS EQUAL WS-MOD-FECHAS
                       OR LST-NOMBRE IS EQUAL WS-MOD-DOCUM
                       MOVE 'VER CASOS DE PRUEBA' TO WS-LDT-DETALLE
                    ELSE
                       MOVE 'SIN CASO DE PRUEBA' TO WS-LDT-DETALLE
                    END-IF
               WHEN OTHER
                    MOVE 'LISTA'    TO WS-LDT-VERIFICACION
                    SET WS-LDT-FALLA TO TRUE
                    MOVE 'TIPO DE TARJETA INVALIDO' TO WS-LDT-DETALLE
           END-EVALUATE

           PERFORM 7000-GRABAR-LINEA THRU F-7000-GRABAR-LINEA.

       F-4200-VERIF-TARJETA. EXIT.
      ****************************************************************
       4300-VERIF-SECUENCIAL.

           IF LST-RANURA IS NOT NUMERIC
              OR LST-RANURA < 1 OR LST-RANURA > 8
              SET WS-LDT-FALLA TO TRUE
              MOVE 'RANURA INVALIDA (1 A 8)' TO WS-LDT-DETALLE
              GO TO F-4300-VERIF-SECUENCIAL
           END-IF

           EVALUATE LST-RANURA
               WHEN 1  OPEN INPUT SECUEN1
               WHEN 2  OPEN INPUT SECUEN2
               WHEN 3  OPEN INPUT SECUEN3
               WHEN 4  OPEN INPUT SECUEN4
               WHEN 5  OPEN INPUT SECUEN5
               WHEN 6  OPEN INPUT SECUEN6
               WHEN 7  OPEN INPUT SECUEN7
               WHEN 8  OPEN INPUT SECUEN8
           END-EVALUATE

           MOVE FS-CHEQUEO TO WS-LDT-ESTADO

      *    39: LOS ATRIBUTOS DEL DATASET NO SON LOS DECLARADOS.
           IF FS-CHEQUEO IS EQUAL '39'
              SET WS-LDT-FALLA TO TRUE
              ADD 1 TO WS-CANT-FALLA-ATRIB
              MOVE 'ATRIBUTOS DISTINTOS (39)' TO WS-LDT-DETALLE
              GO TO F-4300-VERIF-SECUENCIAL
           END-IF

           IF FS-CHEQUEO IS NOT EQUAL '00'
              SET WS-LDT-FALLA TO TRUE
              MOVE 'NO EXISTE O NO ALOCADO' TO WS-LDT-DETALLE
              GO TO F-4300-VERIF-SECUENCIAL
           END-IF

           MOVE ZEROS TO WS-CANT-REGISTROS

           PERFORM 4400-LEER-SECUENCIAL THRU F-4400-LEER-SECUENCIAL
                   UNTIL FS-CHEQUEO IS NOT EQUAL '00'

           IF FS-CHEQUEO IS NOT EQUAL '10'
              MOVE FS-CHEQUEO TO WS-LDT-ESTADO
              SET WS-LDT-FALLA TO TRUE
              MOVE 'ERROR DE LECTURA' TO WS-LDT-DETALLE
           END-IF

           EVALUATE LST-RANURA
               WHEN 1  CLOSE SECUEN1
               WHEN 2  CLOSE SECUEN2
               WHEN 3  CLOSE SECUEN3
               WHEN 4  CLOSE SECUEN4
               WHEN 5  CLOSE SECUEN5
               WHEN 6  CLOSE SECUEN6
               WHEN 7  CLOSE SECUEN7
               WHEN 8  CLOSE SECUEN8
           END-EVALUATE

           PERFORM 4800-EVALUAR-CONTEO THRU F-4800-EVALUAR-CONTEO.

       F-4300-VERIF-SECUENCIAL. EXIT.
      ****************************************************************
       4400-LEER-SECUENCIAL.

           EVALUATE LST-RANURA
               WHEN 1  READ SECUEN1
               WHEN 2  READ SECUEN2
               WHEN 3  READ SECUEN3
               WHEN 4  READ SECUEN4
               WHEN 5  READ SECUEN5
               WHEN 6  READ SECUEN6
               WHEN 7  READ SECUEN7
               WHEN 8  READ SECUEN8
           END-EVALUATE

           IF FS-CHEQUEO IS EQUAL '00'
              ADD 1 TO WS-CANT-REGISTROS
           END-IF.

       F-4400-LEER-SECUENCIAL. EXIT.
      ****************************************************************
       4500-VERIF-MAESTRO.

           IF LST-RANURA IS NOT NUMERIC
              OR LST-RANURA < 1 OR LST-RANURA > 4
              SET WS-LDT-FALLA TO TRUE
              MOVE 'RANURA INVALIDA (1 A 4)' TO WS-LDT-DETALLE
              GO TO F-4500-VERIF-MAESTRO
           END-IF

      *    LA GEOMETRIA DECLARADA DEBE SER LA DE LA RANURA.
           IF LST-CLAVE-POS IS NOT NUMERIC
              OR LST-CLAVE-LONG IS NOT NUMERIC
              OR LST-LONG-REG IS NOT NUMERIC
              OR LST-LONG-REG IS EQUAL ZEROS
              OR LST-LONG-REG IS GREATER 32760
              SET WS-LDT-FALLA TO TRUE
              ADD 1 TO WS-CANT-FALLA-ATRIB
              MOVE 'TARJETA SIN CLAVE/LONGITUD' TO WS-LDT-DETALLE
              GO TO F-4500-VERIF-MAESTRO
           END-IF

           IF LST-CLAVE-POS IS NOT EQUAL 1
              OR LST-CLAVE-LONG IS NOT EQUAL
                 WS-RAN-CLAVE-LONG (LST-RANURA)
              SET WS-LDT-FALLA TO TRUE
              ADD 1 TO WS-CANT-FALLA-ATRIB
              MOVE 'CLAVE DISTINTA DE RANURA' TO WS-LDT-DETALLE
              GO TO F-4500-VERIF-MAESTRO
           END-IF

           EVALUATE LST-RANURA
               WHEN 1  OPEN INPUT MAESTRO1
               WHEN 2  OPEN INPUT MAESTRO2
               WHEN 3  OPEN INPUT MAESTRO3
               WHEN 4  OPEN INPUT MAESTRO4
           END-EVALUATE

           MOVE FS-CHEQUEO TO WS-LDT-ESTADO

      *    39: LOS ATRIBUTOS DEL DATASET NO SON LOS DECLARADOS.
           IF FS-CHEQUEO IS EQUAL '39'
              SET WS-LDT-FALLA TO TRUE
              ADD 1 TO WS-CANT-FALLA-ATRIB
              MOVE 'ATRIBUTOS DISTINTOS (39)' TO WS-LDT-DETALLE
              GO TO F-4500-VERIF-MAESTRO
           END-IF

           IF FS-CHEQUEO IS NOT EQUAL '00' AND '97'
              SET WS-LDT-FALLA TO TRUE
              MOVE 'NO EXISTE O NO ALOCADO' TO WS-LDT-DETALLE
              GO TO F-4500-VERIF-MAESTRO
           END-IF

           MOVE ZEROS TO WS-CANT-REGISTROS
           MOVE '00'  TO FS-CHEQUEO
           MOVE 'N'   TO WS-LONG-EXCEDIDA

           PERFORM 4600-LEER-MAESTRO THRU F-4600-LEER-MAESTRO
                   UNTIL FS-CHEQUEO IS NOT EQUAL '00'

           IF FS-CHEQUEO IS NOT EQUAL '10'
              MOVE FS-CHEQUEO TO WS-LDT-ESTADO
              SET WS-LDT-FALLA TO TRUE
              MOVE 'ERROR DE LECTURA' TO WS-LDT-DETALLE
           END-IF

           EVALUATE LST-RANURA
               WHEN 1  CLOSE MAESTRO1
               WHEN 2  CLOSE MAESTRO2
               WHEN 3  CLOSE MAESTRO3
               WHEN 4  CLOSE MAESTRO4
           END-EVALUATE

           IF WS-REG-EXCEDIDO AND NOT WS-LDT-FALLA
              MOVE WS-CANT-REGISTROS TO WS-LDT-REGISTROS
              SET WS-LDT-FALLA TO TRUE
              ADD 1 TO WS-CANT-FALLA-ATRIB
              MOVE 'REG. MAYOR AL DECLARADO' TO WS-LDT-DETALLE
              GO TO F-4500-VERIF-MAESTRO
           END-IF

           PERFORM 4800-EVALUAR-CONTEO THRU F-4800-EVALUAR-CONTEO.

       F-4500-VERIF-MAESTRO. EXIT.
      ****************************************************************
       4600-LEER-MAESTRO.

           EVALUATE LST-RANURA
               WHEN 1  READ MAESTRO1 NEXT
               WHEN 2  READ MAESTRO2 NEXT
               WHEN 3  READ MAESTRO3 NEXT
               WHEN 4  READ MAESTRO4 NEXT
           END-EVALUATE

           IF FS-CHEQUEO IS EQUAL '00'
              ADD 1 TO WS-CANT-REGISTROS
              IF WS-LONG-LEIDA IS GREATER LST-LONG-REG
                 SET WS-REG-EXCEDIDO TO TRUE
              END-IF
           END-IF.

       F-4600-LEER-MAESTRO. EXIT.
      ****************************************************************
       4800-EVALUAR-CONTEO.
      *    ARCHIVO LEIDO HASTA EL FINAL: VACIO ES AVISO SALVO QUE LA
      *    TARJETA LO ADMITA.
           MOVE WS-CANT-REGISTROS TO WS-LDT-REGISTROS

           IF WS-LDT-FALLA
              GO TO F-4800-EVALUAR-CONTEO
           END-IF

           IF WS-CANT-REGISTROS IS EQUAL ZEROS
              AND LST-VACIO-OK IS NOT EQUAL 'S'
              SET WS-LDT-AVISO TO TRUE
              MOVE 'ARCHIVO VACIO' TO WS-LDT-DETALLE
           ELSE
              SET WS-LDT-PASA TO TRUE
           END-IF.

       F-4800-EVALUAR-CONTEO. EXIT.
      ****************************************************************
       4900-PASOS-SIN-LISTA.
      *    UN PASO DEL PLAN SIN NINGUNA TARJETA EN LA LISTA NO TUVO
      *    NADA VERIFICADO.
           IF WS-SIN-PLAN
              GO TO F-4900-PASOS-SIN-LISTA
           END-IF

           PERFORM VARYING WS-PLN-SUB FROM 1 BY 1
                   UNTIL WS-PLN-SUB > WS-PLN-CONT
               IF WS-PLN-CUBIERTO (WS-PLN-SUB) IS EQUAL 'N'
                  PERFORM 7100-LIMPIAR-LINEA THRU F-7100-LIMPIAR-LINEA
                  MOVE 'PLAN'     TO WS-LDT-VERIFICACION
                  MOVE WS-PLN-PROGRAMA (WS-PLN-SUB)
                                  TO WS-LDT-PROGRAMA
                  SET WS-LDT-AVISO TO TRUE
                  MOVE 'PASO SIN TARJETAS EN LISTA' TO WS-LDT-DETALLE
                  PERFORM 7000-GRABAR-LINEA THRU F-7000-GRABAR-LINEA
               END-IF
           END-PERFORM.

       F-4900-PASOS-SIN-LISTA. EXIT.
      ****************************************************************
       5000-VERIF-FECHAS.
      *    CASOS QUE NO DEPENDEN DEL ARCHIVO DE FERIADOS.
           SET WS-MODULO-OK TO TRUE

      *    20240101 FUE LUNES.
           MOVE 'D'      TO FSV-FUNCION
           MOVE 20240101 TO FSV-FECHA-ENT
           MOVE ZEROS    TO FSV-CANT-DIAS
           PERFORM 5100-LLAMAR-FECHAS THRU F-5100-LLAMAR-FECHAS
           IF WS-MODULO-AUSENTE
              GO TO F-5000-VERIF-FECHAS
           END-IF
           MOVE 'DIA SEMANA 20240101 = 1' TO WS-LDT-DETALLE
           IF FSV-CANT-DIAS IS EQUAL 1
              AND FSV-RESULTADO IS NOT EQUAL 'E'
              SET WS-LDT-PASA  TO TRUE
           ELSE
              SET WS-LDT-FALLA TO TRUE
           END-IF
           PERFORM 7000-GRABAR-LINEA THRU F-7000-GRABAR-LINEA

      *    DIEZ DIAS CORRIDOS CRUZANDO EL 29 DE FEBRERO.
           MOVE 'C'      TO FSV-FUNCION
           MOVE 20240225 TO FSV-FECHA-ENT
           MOVE 10       TO FSV-CANT-DIAS
           PERFORM 5100-LLAMAR-FECHAS THRU F-5100-LLAMAR-FECHAS
           MOVE '20240225 + 10 = 20240306' TO WS-LDT-DETALLE
           IF FSV-FECHA-SAL IS EQUAL 20240306
              AND FSV-RESULTADO IS NOT EQUAL 'E'
              SET WS-LDT-PASA  TO TRUE
           ELSE
              SET WS-LDT-FALLA TO TRUE
           END-IF
           PERFORM 7000-GRABAR-LINEA THRU F-7000-GRABAR-LINEA

      *    UN DOMINGO NUNCA ES HABIL.
           MOVE 'H'      TO FSV-FUNCION
           MOVE 20240107 TO FSV-FECHA-ENT
           MOVE ZEROS    TO FSV-CANT-DIAS
           PERFORM 5100-LLAMAR-FECHAS THRU F-5100-LLAMAR-FECHAS
           MOVE 'DOMINGO 20240107 NO HABIL' TO WS-LDT-DETALLE
           IF FSV-RESULTADO IS EQUAL 'N'
              SET WS-LDT-PASA  TO TRUE
           ELSE
              SET WS-LDT-FALLA TO TRUE
           END-IF
           PERFORM 7000-GRABAR-LINEA THRU F-7000-GRABAR-LINEA

      *    UNA FECHA INEXISTENTE SE RECHAZA.
           MOVE 'D'      TO FSV-FUNCION
           MOVE 20240230 TO FSV-FECHA-ENT
           MOVE ZEROS    TO FSV-CANT-DIAS
           PERFORM 5100-LLAMAR-FECHAS THRU F-5100-LLAMAR-FECHAS
           MOVE '20240230 INVALIDA' TO WS-LDT-DETALLE
           IF FSV-RESULTADO IS EQUAL 'E'
              SET WS-LDT-PASA  TO TRUE
           ELSE
              SET WS-LDT-FALLA TO TRUE
           END-IF
           PERFORM 7000-GRABAR-LINEA THRU F-7000-GRABAR-LINEA.

       F-5000-VERIF-FECHAS. EXIT.
      ****************************************************************
       5100-LLAMAR-FECHAS.

           MOVE SPACES TO FSV-RESULTADO
           MOVE ZEROS  TO FSV-FECHA-SAL

           PERFORM 7100-LIMPIAR-LINEA THRU F-7100-LIMPIAR-LINEA
           MOVE 'MODULO'      TO WS-LDT-VERIFICACION
           MOVE WS-MOD-FECHAS TO WS-LDT-NOMBRE

           CALL WS-MOD-FECHAS USING WS-FECSRV-AREA
                ON EXCEPTION
                   SET WS-MODULO-AUSENTE TO TRUE
           END-CALL

           IF WS-MODULO-AUSENTE
              SET WS-LDT-FALLA TO TRUE
              MOVE 'MODULO NO CATALOGADO' TO WS-LDT-DETALLE
              PERFORM 7000-GRABAR-LINEA THRU F-7000-GRABAR-LINEA
           END-IF.

       F-5100-LLAMAR-FECHAS. EXIT.
      ****************************************************************
       5500-VERIF-DOCUMENTO.
      *    CUIT 20-12345678-6 ES VALIDO; CON OTRO DIGITO VERIFICADOR
      *    DEBE RECHAZARSE.
           SET WS-MODULO-OK TO TRUE

           MOVE 'CU'        TO VDC-TIPDOC
           MOVE 20123456786 TO VDC-NRODOC
           PERFORM 5600-LLAMAR-DOCUMENTO THRU F-5600-LLAMAR-DOCUMENTO
           IF WS-MODULO-AUSENTE
              GO TO F-5500-VERIF-DOCUMENTO
           END-IF
           MOVE 'CUIT 20123456786 VALIDO' TO WS-LDT-DETALLE
           IF VDC-RESULTADO IS EQUAL 'S'
              SET WS-LDT-PASA  TO TRUE
           ELSE
              SET WS-LDT-FALLA TO TRUE
           END-IF
           PERFORM 7000-GRABAR-LINEA THRU F-7000-GRABAR-LINEA

           MOVE 'CU'        TO VDC-TIPDOC
           MOVE 20123456787 TO VDC-NRODOC
           PERFORM 5600-LLAMAR-DOCUMENTO THRU F-5600-LLAMAR-DOCUMENTO
           MOVE 'CUIT 20123456787 INVALIDO' TO WS-LDT-DETALLE
           IF VDC-RESULTADO IS EQUAL 'N'
              SET WS-LDT-PASA  TO TRUE
           ELSE
              SET WS-LDT-FALLA TO TRUE
           END-IF
           PERFORM 7000-GRABAR-LINEA THRU F-7000-GRABAR-LINEA.

       F-5500-VERIF-DOCUMENTO. EXIT.
      ****************************************************************
       5600-LLAMAR-DOCUMENTO.

           MOVE SPACES TO VDC-RESULTADO VDC-MOTIVO
           SET VDC-DV-OBLIGATORIO TO TRUE

           PERFORM 7100-LIMPIAR-LINEA THRU F-7100-LIMPIAR-LINEA
           MOVE 'MODULO'     TO WS-LDT-VERIFICACION
           MOVE WS-MOD-DOCUM TO WS-LDT-NOMBRE

           CALL WS-MOD-DOCUM USING WS-VALDOC-AREA
                ON EXCEPTION
                   SET WS-MODULO-AUSENTE TO TRUE
           END-CALL

           IF WS-MODULO-AUSENTE
              SET WS-LDT-FALLA TO TRUE
              MOVE 'MODULO NO CATALOGADO' TO WS-LDT-DETALLE
              PERFORM 7000-GRABAR-LINEA THRU F-7000-GRABAR-LINEA
           END-IF.

       F-5600-LLAMAR-DOCUMENTO. EXIT.
      ****************************************************************
       6000-VERIF-DECIMALES.
      *    CON DECIMAL-POINT IS COMMA EL PUNTO SEPARA MILES Y LA COMA
      *    LOS DECIMALES, EN LA EDICION Y EN LOS LITERALES.
           MOVE 1234567,89 TO WS-EDIT-IMPORTE

           PERFORM 7100-LIMPIAR-LINEA THRU F-7100-LIMPIAR-LINEA
           MOVE 'DECIMALES'  TO WS-LDT-VERIFICACION
           MOVE 'EDICION =' TO WS-LDT-DETALLE
           MOVE WS-EDIT-IMPORTE TO WS-LDT-DETALLE (11:12)

           IF WS-EDIT-IMPORTE IS EQUAL '1.234.567,89'
              SET WS-LDT-PASA  TO TRUE
           ELSE
              SET WS-LDT-FALLA TO TRUE
              DISPLAY '* EDICION OBTENIDA: ' WS-EDIT-IMPORTE
           END-IF
           PERFORM 7000-GRABAR-LINEA THRU F-7000-GRABAR-LINEA

           DIVIDE 10 BY 4 GIVING WS-COCIENTE
           MOVE WS-COCIENTE TO WS-EDIT-COCIENTE

           PERFORM 7100-LIMPIAR-LINEA THRU F-7100-LIMPIAR-LINEA
           MOVE 'DECIMALES'  TO WS-LDT-VERIFICACION
           MOVE '10 / 4 =' TO WS-LDT-DETALLE
           MOVE WS-EDIT-COCIENTE TO WS-LDT-DETALLE (10:6)

           IF WS-EDIT-COCIENTE IS EQUAL '  2,50'
              SET WS-LDT-PASA  TO TRUE
           ELSE
              SET WS-LDT-FALLA TO TRUE
           END-IF
           PERFORM 7000-GRABAR-LINEA THRU F-7000-GRABAR-LINEA.

       F-6000-VERIF-DECIMALES. EXIT.
      ****************************************************************
       7000-GRABAR-LINEA.
      *    EL LLAMADOR DEJA ARMADA LA LINEA CON SU RESULTADO.
           EVALUATE TRUE
               WHEN WS-LDT-PASA
                    ADD 1 TO WS-CANT-PASA
               WHEN WS-LDT-AVISO
                    ADD 1 TO WS-CANT-AVISO
               WHEN WS-LDT-FALLA
                    ADD 1 TO WS-CANT-FALLA
               WHEN OTHER
                    CONTINUE
           END-EVALUATE

           IF FS-SALIDA IS EQUAL '00'
              WRITE REG-SALIDA FROM WS-LIN-DETALLE
           END-IF

           IF WS-LDT-FALLA
              DISPLAY '* FALLA ' WS-LDT-VERIFICACION ' '
                      WS-LDT-NOMBRE ' ' WS-LDT-DETALLE
           END-IF.

       F-7000-GRABAR-LINEA. EXIT.
      ****************************************************************
       7100-LIMPIAR-LINEA.

           MOVE SPACES TO WS-LDT-VERIFICACION WS-LDT-NOMBRE
                          WS-LDT-PROGRAMA     WS-LDT-ESTADO
                          WS-LDT-RESULTADO    WS-LDT-DETALLE
           MOVE ZEROS  TO WS-LDT-REGISTROS.

       F-7100-LIMPIAR-LINEA. EXIT.
      ****************************************************************
       9000-FINAL.
      *    EL RETURN-CODE SE FIJA RECIEN ACA: LOS MODULOS LLAMADOS
      *    LO PISAN AL TERMINAR.
           MOVE 'TARJETAS DE LA LISTA LEIDAS :' TO WS-LTO-TEXTO
           MOVE WS-CANT-TARJETAS                TO WS-LTO-CANTIDAD
           PERFORM 9100-GRABAR-TOTAL THRU F-9100-GRABAR-TOTAL
           MOVE 'TARJETAS DE PASOS FUERA PLAN:' TO WS-LTO-TEXTO
           MOVE WS-CANT-FUERA-PLAN              TO WS-LTO-CANTIDAD
           PERFORM 9100-GRABAR-TOTAL THRU F-9100-GRABAR-TOTAL
           MOVE 'VERIFICACIONES QUE PASAN    :' TO WS-LTO-TEXTO
           MOVE WS-CANT-PASA                    TO WS-LTO-CANTIDAD
           PERFORM 9100-GRABAR-TOTAL THRU F-9100-GRABAR-TOTAL
           MOVE 'VERIFICACIONES CON AVISO    :' TO WS-LTO-TEXTO
           MOVE WS-CANT-AVISO                   TO WS-LTO-CANTIDAD
           PERFORM 9100-GRABAR-TOTAL THRU F-9100-GRABAR-TOTAL
           MOVE 'VERIFICACIONES QUE FALLAN   :' TO WS-LTO-TEXTO
           MOVE WS-CANT-FALLA                   TO WS-LTO-CANTIDAD
           PERFORM 9100-GRABAR-TOTAL THRU F-9100-GRABAR-TOTAL

           MOVE 'FALLAS DE ATRIBUTOS         :' TO WS-LTO-TEXTO
           MOVE WS-CANT-FALLA-ATRIB             TO WS-LTO-CANTIDAD
           PERFORM 9100-GRABAR-TOTAL THRU F-9100-GRABAR-TOTAL

           EVALUATE TRUE
               WHEN WS-CANT-FALLA-ATRIB IS GREATER ZEROS
                    MOVE 'REGION NO LISTA (ATRIBUTOS)' TO WS-LVE-TEXTO
                    MOVE 12                        TO WS-LVE-RC
               WHEN WS-CANT-FALLA IS GREATER ZEROS
                    MOVE 'REGION NO LISTA'         TO WS-LVE-TEXTO
                    MOVE 8                         TO WS-LVE-RC
               WHEN WS-CANT-AVISO IS GREATER ZEROS
                    MOVE 'REGION LISTA CON AVISOS' TO WS-LVE-TEXTO
                    MOVE 4                         TO WS-LVE-RC
               WHEN OTHER
                    MOVE 'REGION LISTA'            TO WS-LVE-TEXTO
                    MOVE 0                         TO WS-LVE-RC
           END-EVALUATE

           IF FS-SALIDA IS EQUAL '00'
              WRITE REG-SALIDA FROM WS-LIN-VEREDICTO
              CLOSE SALIDA
           END-IF

           DISPLAY '***************************************'
           DISPLAY ' VERIFICACIONES QUE PASAN     :  ' WS-CANT-PASA
           DISPLAY ' VERIFICACIONES CON AVISO     :  ' WS-CANT-AVISO
           DISPLAY ' VERIFICACIONES QUE FALLAN    :  ' WS-CANT-FALLA
           DISPLAY ' RESULTADO: ' WS-LVE-TEXTO
           DISPLAY '***************************************'

           MOVE WS-LVE-RC TO RETURN-CODE.

       F-9000-FINAL. EXIT.
      ****************************************************************
       9100-GRABAR-TOTAL.

           IF FS-SALIDA IS EQUAL '00'
              WRITE REG-SALIDA FROM WS-LIN-TOTAL
           END-IF.

       F-9100-GRABAR-TOTAL. EXIT.
