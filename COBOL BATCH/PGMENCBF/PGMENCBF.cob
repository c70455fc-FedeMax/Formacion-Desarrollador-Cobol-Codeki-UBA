       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMENCBF.
       AUTHOR.    FEDERICO FALCON.
      **************************************************************
      *  MODULO DE ENMASCARADO DE LOS REPORTES QUE SALEN A         *
      *  DISTRIBUCION.                                             *
      *  SE INVOCA CON CALL USANDO EL AREA DE CPENMASC DESDE EL    *
      *  SEPARADOR POR SUCURSAL PGMBRCBF Y EL EXPORTADOR PGMEXCBF. *
      *  EN LA PRIMERA LLAMADA CARGA LA TABLA DE PERFILES          *
      *  DDPERFIL: UNA FILA POR REPORTE ('********' = CUALQUIERA)  *
      *  Y CLASE DE DESTINATARIO CON EL CODIGO DE PERFIL Y TRES    *
      *  MARCAS S/N: NRODOC SOLO CON LOS ULTIMOS TRES DIGITOS,     *
      *  NOMBRE REDUCIDO A APELLIDO E INICIAL, Y SALDO INFORMADO   *
      *  COMO RANGO. SIN FILA PARA EL REPORTE NI COMODIN RIGE EL   *
      *  PERFIL POR DEFECTO DE LA CLASE:                           *
      *    DSUC SUCURSAL     = ENMASCARA DOCUMENTO, NOMBRE Y SALDO *
      *    DCCE CASA CENTRAL = ENMASCARA DOCUMENTO Y NOMBRE        *
      *    DAUD AUDITORIA    = COPIA COMPLETA                      *
      *    DREG REGULADOR    = COPIA COMPLETA                      *
      **************************************************************
       ENVIRONMENT DIVISION.
      **************************************************************
       CONFIGURATION SECTION.

       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
      **************************************************************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

            SELECT PERFILES ASSIGN TO DDPERFIL
                 FILE STATUS IS FS-PERFILES.
      **************************************************************
       I-O-CONTROL.

       DATA DIVISION.
       FILE SECTION.
       FD   PERFILES
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01   REG-PERFILES.
           05  PFL-REPORTE          PIC X(08).
           05  PFL-CLASE            PIC X(01).
           05  PFL-PERFIL           PIC X(04).
           05  PFL-MARCAS           PIC X(03).
           05  FILLER               PIC X(64).
      **************************************************************
       WORKING-STORAGE SECTION.

       77  FILLER        PIC X(26) VALUE '* INICIO WORKING-STORAGE *'.
      **************************************************************

       77  FS-PERFILES     PIC XX    VALUE SPACES.

      *****************ESTADO DEL MODULO ENTRE LLAMADAS****************
       01  WS-PERFILES-CARGADOS    PIC X     VALUE 'N'.
           88  WS-PFL-CARGADOS               VALUE 'S'.

      *****************TABLA DE PERFILES, CARGADA UNA VEZ**************
       77  WS-PFL-CONT     PIC 9(03) USAGE COMP VALUE ZEROS.
       77  WS-PFL-SUB      PIC 9(03) USAGE COMP VALUE ZEROS.
       01  WS-TABLA-PERFILES.
           03  WS-PFL      OCCURS 200 TIMES.
               05  WS-PFL-REPORTE   PIC X(08).
               05  WS-PFL-CLASE     PIC X(01).
               05  WS-PFL-PERFIL    PIC X(04).
               05  WS-PFL-MARCAS    PIC X(03).

       01  WS-FLAG-FILA    PIC X     VALUE 'N'.
           88  WS-HAY-FILA                   VALUE 'S'.
           88  WS-SIN-FILA                   VALUE 'N'.

      *****************RANGOS DE SALDO*********************************
      *    EL SALDO SE INFORMA POR EL PRIMER RANGO CUYO TOPE SUPERA
      *    SU VALOR ABSOLUTO; EL NEGATIVO LLEVA '(-)' ADELANTE.
       01  WS-RANGOS-VALORES.
           05  FILLER               PIC 9(11)   VALUE 1000.
           05  FILLER               PIC X(20)   VALUE '0 A 999'.
           05  FILLER               PIC 9(11)   VALUE 10000.
           05  FILLER               PIC X(20)   VALUE '1000 A 9999'.
           05  FILLER               PIC 9(11)   VALUE 100000.
           05  FILLER               PIC X(20)   VALUE '10000 A 99999'.
           05  FILLER               PIC 9(11)   VALUE 1000000.
           05  FILLER               PIC X(20)   VALUE
               '100000 A 999999'.
           05  FILLER               PIC 9(11)   VALUE 10000000.
           05  FILLER               PIC X(20)   VALUE
               '1000000 A 9999999'.
           05  FILLER               PIC 9(11)   VALUE 99999999999.
           05  FILLER               PIC X(20)   VALUE
               'DESDE 10000000'.
       01  WS-TABLA-RANGOS REDEFINES WS-RANGOS-VALORES.
           03  WS-RNG      OCCURS 6 TIMES.
               05  WS-RNG-TOPE      PIC 9(11).
               05  WS-RNG-TEXTO     PIC X(20).

       77  WS-RNG-SUB      PIC 9(02) USAGE COMP VALUE ZEROS.
       77  WS-IMPORTE-ABS  PIC 9(11)V99       VALUE ZEROS.

      *****************ARMADO DEL NOMBRE*******************************
       01  WS-APELLIDO     PIC X(30) VALUE SPACES.
       01  WS-NOMBRE-PILA  PIC X(30) VALUE SPACES.

       77  FILLER        PIC X(26) VALUE '* FINAL  WORKING-STORAGE *'.
      **************************************************************
       LINKAGE SECTION.

       01  LK-ENMASC-AREA.
           05  LK-FUNCION          PIC X(01).
           05  LK-REPORTE          PIC X(08).
           05  LK-CLASE            PIC X(01).
           05  LK-PERFIL           PIC X(04).
           05  LK-MARCAS.
               10  LK-MARCA-DOC    PIC X(01).
               10  LK-MARCA-NOM    PIC X(01).
               10  LK-MARCA-SAL    PIC X(01).
           05  LK-NRODOC           PIC 9(11).
           05  LK-NOMBRE           PIC X(30).
           05  LK-IMPORTE          PIC S9(11)V99.
           05  LK-TEXTO            PIC X(30).
           05  LK-RESULTADO        PIC X(01).
           05  LK-MOTIVO           PIC X(30).
      **************************************************************
       PROCEDURE DIVISION USING LK-ENMASC-AREA.
      **************************************
      *                                    *
      *  CUERPO PRINCIPAL DEL MODULO       *
      *                                    *
      **************************************
       MAIN-PROGRAM.

           IF NOT WS-PFL-CARGADOS
              PERFORM 1000-CARGAR-PERFILES
                      THRU F-1000-CARGAR-PERFILES
           END-IF

           MOVE 'S'    TO LK-RESULTADO
           MOVE SPACES TO LK-MOTIVO

           EVALUATE LK-FUNCION
               WHEN 'P'
                    PERFORM 2000-RESOLVER-PERFIL
                            THRU F-2000-RESOLVER-PERFIL
               WHEN 'D'
                    PERFORM 3000-DOCUMENTO THRU F-3000-DOCUMENTO
               WHEN 'N'
                    PERFORM 3100-NOMBRE    THRU F-3100-NOMBRE
               WHEN 'S'
                    PERFORM 3200-SALDO     THRU F-3200-SALDO
               WHEN OTHER
                    MOVE 'E' TO LK-RESULTADO
                    MOVE 'FUNCION DESCONOCIDA' TO LK-MOTIVO
           END-EVALUATE.

       F-MAIN-PROGRAM. GOBACK.

      **************************************************************
       1000-CARGAR-PERFILES.
      *    SE CARGA UNA SOLA VEZ POR CORRIDA; SIN TABLA RIGEN LOS
      *    PERFILES POR DEFECTO DE CADA CLASE.
           SET WS-PFL-CARGADOS TO TRUE

           OPEN INPUT PERFILES

           IF FS-PERFILES IS EQUAL '00'
              PERFORM UNTIL FS-PERFILES IS NOT EQUAL '00'
                 READ PERFILES
                    AT END
                       MOVE '10' TO FS-PERFILES
                    NOT AT END
                       IF WS-PFL-CONT < 200
                          ADD 1 TO WS-PFL-CONT
                          MOVE PFL-REPORTE TO
                               WS-PFL-REPORTE (WS-PFL-CONT)
                          MOVE PFL-CLASE   TO
                               WS-PFL-CLASE   (WS-PFL-CONT)
                          MOVE PFL-PERFIL  TO
                               WS-PFL-PERFIL  (WS-PFL-CONT)
                          MOVE PFL-MARCAS  TO
                               WS-PFL-MARCAS  (WS-PFL-CONT)
                       ELSE
                          DISPLAY '* ATENCION: TABLA DE PERFILES '
                                  'LLENA (200)'
                          MOVE '10' TO FS-PERFILES
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE PERFILES
           ELSE
              DISPLAY '* SIN TABLA DE PERFILES, RIGEN LOS PERFILES '
                      'POR DEFECTO'
           END-IF.

       F-1000-CARGAR-PERFILES. EXIT.
      **************************************************************
       2000-RESOLVER-PERFIL.
      *    PRIMERO LA FILA DEL REPORTE, DESPUES EL COMODIN Y AL
      *    FINAL EL PERFIL POR DEFECTO DE LA CLASE.
           MOVE SPACES TO LK-PERFIL
           MOVE 'NNN'  TO LK-MARCAS

           IF LK-CLASE IS NOT EQUAL 'S' AND 'C' AND 'A' AND 'R'
              MOVE 'E' TO LK-RESULTADO
              MOVE 'CLASE DE DESTINATARIO INVALIDA' TO LK-MOTIVO
              GO TO F-2000-RESOLVER-PERFIL
           END-IF

           SET WS-SIN-FILA TO TRUE
           PERFORM VARYING WS-PFL-SUB FROM 1 BY 1
                   UNTIL WS-PFL-SUB > WS-PFL-CONT
                   OR WS-HAY-FILA
              IF WS-PFL-REPORTE (WS-PFL-SUB) IS EQUAL LK-REPORTE
                 AND WS-PFL-CLASE (WS-PFL-SUB) IS EQUAL LK-CLASE
                 MOVE WS-PFL-PERFIL (WS-PFL-SUB) TO LK-PERFIL
                 MOVE WS-PFL-MARCAS (WS-PFL-SUB) TO LK-MARCAS
                 SET WS-HAY-FILA TO TRUE
              END-IF
           END-PERFORM

           PERFORM VARYING WS-PFL-SUB FROM 1 BY 1
                   UNTIL WS-PFL-SUB > WS-PFL-CONT
                   OR WS-HAY-FILA
              IF WS-PFL-REPORTE (WS-PFL-SUB) IS EQUAL '********'
                 AND WS-PFL-CLASE (WS-PFL-SUB) IS EQUAL LK-CLASE
                 MOVE WS-PFL-PERFIL (WS-PFL-SUB) TO LK-PERFIL
                 MOVE WS-PFL-MARCAS (WS-PFL-SUB) TO LK-MARCAS
                 SET WS-HAY-FILA TO TRUE
              END-IF
           END-PERFORM

           IF WS-SIN-FILA
              EVALUATE LK-CLASE
                  WHEN 'S'
                       MOVE 'DSUC' TO LK-PERFIL
                       MOVE 'SSS'  TO LK-MARCAS
                  WHEN 'C'
                       MOVE 'DCCE' TO LK-PERFIL
                       MOVE 'SSN'  TO LK-MARCAS
                  WHEN 'A'
                       MOVE 'DAUD' TO LK-PERFIL
                       MOVE 'NNN'  TO LK-MARCAS
                  WHEN 'R'
                       MOVE 'DREG' TO LK-PERFIL
                       MOVE 'NNN'  TO LK-MARCAS
              END-EVALUATE
           END-IF

      *    CUALQUIER MARCA QUE NO SEA 'S' SE TOMA COMO 'N', ASI EL
      *    REMITO REFLEJA EXACTAMENTE LO QUE SE APLICO.
           IF LK-MARCA-DOC IS NOT EQUAL 'S'
              MOVE 'N' TO LK-MARCA-DOC
           END-IF
           IF LK-MARCA-NOM IS NOT EQUAL 'S'
              MOVE 'N' TO LK-MARCA-NOM
           END-IF
           IF LK-MARCA-SAL IS NOT EQUAL 'S'
              MOVE 'N' TO LK-MARCA-SAL
           END-IF.

       F-2000-RESOLVER-PERFIL. EXIT.
      **************************************************************
       3000-DOCUMENTO.

           MOVE SPACES TO LK-TEXTO

           IF LK-MARCA-DOC IS EQUAL 'S'
              MOVE '********'       TO LK-TEXTO (1:8)
              MOVE LK-NRODOC (9:3)  TO LK-TEXTO (9:3)
           ELSE
              MOVE LK-NRODOC        TO LK-TEXTO (1:11)
           END-IF.

       F-3000-DOCUMENTO. EXIT.
      **************************************************************
       3100-NOMBRE.
      *    EL APELLIDO ES LA PRIMERA PALABRA DE NOMAPE Y LA INICIAL
      *    LA DEL PRIMER NOMBRE QUE LE SIGUE.
           IF LK-MARCA-NOM IS NOT EQUAL 'S'
              MOVE LK-NOMBRE TO LK-TEXTO
              GO TO F-3100-NOMBRE
           END-IF

           MOVE SPACES TO LK-TEXTO
                          WS-APELLIDO
                          WS-NOMBRE-PILA
           UNSTRING LK-NOMBRE DELIMITED BY ',' OR ALL SPACES
               INTO WS-APELLIDO
                    WS-NOMBRE-PILA
           END-UNSTRING

           IF WS-NOMBRE-PILA IS EQUAL SPACES
              MOVE WS-APELLIDO TO LK-TEXTO
           ELSE
              STRING WS-APELLIDO          DELIMITED BY SPACE
                     ' '                  DELIMITED BY SIZE
                     WS-NOMBRE-PILA (1:1) DELIMITED BY SIZE
                     '.'                  DELIMITED BY SIZE
                     INTO LK-TEXTO
              END-STRING
           END-IF.

       F-3100-NOMBRE. EXIT.
      **************************************************************
       3200-SALDO.
      *    SIN MARCA EL TEXTO VUELVE EN BLANCO Y EL LLAMADOR
      *    IMPRIME EL IMPORTE COMO SIEMPRE.
           MOVE SPACES TO LK-TEXTO

           IF LK-MARCA-SAL IS NOT EQUAL 'S'
              GO TO F-3200-SALDO
           END-IF

           IF LK-IMPORTE IS LESS THAN ZERO
              COMPUTE WS-IMPORTE-ABS = ZERO - LK-IMPORTE
           ELSE
              MOVE LK-IMPORTE TO WS-IMPORTE-ABS
           END-IF

           PERFORM VARYING WS-RNG-SUB FROM 1 BY 1
                   UNTIL WS-RNG-SUB > 5
                   OR WS-IMPORTE-ABS < WS-RNG-TOPE (WS-RNG-SUB)
              CONTINUE
           END-PERFORM

           IF LK-IMPORTE IS LESS THAN ZERO
              STRING '(-) '                   DELIMITED BY SIZE
                     WS-RNG-TEXTO (WS-RNG-SUB) DELIMITED BY '  '
                     INTO LK-TEXTO
              END-STRING
           ELSE
              MOVE WS-RNG-TEXTO (WS-RNG-SUB) TO LK-TEXTO
           END-IF.

       F-3200-SALDO. EXIT.
