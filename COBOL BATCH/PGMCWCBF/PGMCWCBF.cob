       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMCWCBF.
       AUTHOR.    FEDERICO FALCON.
      **************************************************************
      *  COMPARADOR DE ARCHIVOS PARA CORRIDAS EN PARALELO.         *
      *  COMPARA DOS VERSIONES DE CUALQUIER ARCHIVO DE FORMATO     *
      *  FIJO (DDANTER = SALIDA DEL PROGRAMA VIGENTE, DDNUEVO =    *
      *  SALIDA DEL PROGRAMA MODIFICADO), AMBAS ORDENADAS POR LA   *
      *  CLAVE, SEGUN EL LAYOUT DESCRIPTO EN LAS TARJETAS          *
      *  DDLAYOUT:                                                 *
      *    - TIPO 'P': LARGO DEL REGISTRO (CERO = HASTA EL FIN DEL *
      *      ULTIMO CAMPO DEL LAYOUT)                              *
      *      Y MAXIMO DE LINEAS DE DETALLE (CERO = 500)            *
      *    - TIPO 'C': UN CAMPO CON NOMBRE, POSICION DESDE, LARGO, *
      *      FORMATO (X = ALFANUMERICO, N = ZONEADO, P =           *
      *      EMPAQUETADO, B = BINARIO), DECIMALES, MARCA DE CLAVE  *
      *      Y TOLERANCIA ABSOLUTA PARA LOS NUMERICOS              *
      *  LA CLAVE SE ARMA CON LOS CAMPOS MARCADOS EN EL ORDEN DE   *
      *  LAS TARJETAS. EN DDSALI LISTA LOS REGISTROS QUE ESTAN     *
      *  SOLO DE UN LADO Y, PARA LOS QUE ESTAN EN AMBOS, CADA      *
      *  CAMPO DISTINTO CON LOS DOS VALORES LEGIBLES (LOS          *
      *  NUMERICOS EDITADOS, LOS QUE NO SON NUMERICOS VALIDOS EN   *
      *  HEXADECIMAL). UNA DIFERENCIA NUMERICA DENTRO DE LA        *
      *  TOLERANCIA DEL CAMPO SOLO SE CUENTA. LOS CAMPOS QUE NO    *
      *  TIENEN TARJETA NO SE COMPARAN.                            *
      *  TERMINA CON UN RESUMEN POR CAMPO Y RC 0 SI LA CORRIDA EN  *
      *  PARALELO ESTA APROBADA, RC 8 SI HAY DIFERENCIAS Y RC 9999 *
      *  ANTE UN LAYOUT INVALIDO O UN ARCHIVO FUERA DE SECUENCIA.  *
      *  PGMDLCBF SIGUE SIENDO EL DELTA DIARIO DEL EXTRACTO DE     *
      *  CLIENTES.                                                 *
      **************************************************************
       ENVIRONMENT DIVISION.
      **************************************************************
       CONFIGURATION SECTION.

       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
      **************************************************************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT LAYOUT     ASSIGN TO DDLAYOUT
                 FILE STATUS IS FS-LAYOUT.

           SELECT ANTERIOR   ASSIGN TO DDANTER
                 FILE STATUS IS FS-ANTERIOR.

           SELECT NUEVO      ASSIGN TO DDNUEVO
                 FILE STATUS IS FS-NUEVO.

           SELECT SALIDA     ASSIGN TO DDSALI
                 FILE STATUS IS FS-SALIDA.
      **************************************************************
       I-O-CONTROL.

       DATA DIVISION.
       FILE SECTION.
       FD   LAYOUT
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01   REG-LAYOUT.
           05  LAY-TIPO             PIC X(01).
               88  LAY-PARAMETROS             VALUE 'P'.
               88  LAY-CAMPO                  VALUE 'C'.
           05  LAY-DATOS            PIC X(79).
           05  LAY-DATOS-CAMPO REDEFINES LAY-DATOS.
               10  LAY-NOMBRE       PIC X(15).
               10  LAY-DESDE        PIC 9(05).
               10  LAY-LARGO        PIC 9(03).
               10  LAY-FORMATO      PIC X(01).
               10  LAY-DECIMALES    PIC 9(01).
               10  LAY-CLAVE        PIC X(01).
               10  LAY-TOLERANCIA   PIC 9(09)V9(04).
               10  FILLER           PIC X(40).
           05  LAY-DATOS-PARAM REDEFINES LAY-DATOS.
               10  LAY-LARGO-REG    PIC 9(05).
               10  LAY-MAX-DETALLE  PIC 9(05).
               10  FILLER           PIC X(69).

      *    LAS DOS VERSIONES SON FIJAS CON EL LARGO QUE TRAE EL
      *    DATASET, ASI EL MISMO PROGRAMA SIRVE PARA CUALQUIER LARGO
      *    DE REGISTRO. LO QUE SE COMPARA ES EL LARGO DEL LAYOUT.
       FD   ANTERIOR
           RECORD CONTAINS 0 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01   REG-ANTERIOR            PIC X(32760).

       FD   NUEVO
           RECORD CONTAINS 0 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01   REG-NUEVO               PIC X(32760).

       FD   SALIDA
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01   REG-SALIDA              PIC X(132).
      **************************************************************
       WORKING-STORAGE SECTION.
       77  FILLER        PIC X(26) VALUE '* INICIO WORKING-STORAGE *'.
       77  FILLER        PIC X(26) VALUE '* CODIGOS RETORNO FILES  *'.

      ***********************FILE STATUS****************************
       77  FS-LAYOUT                  PIC XX      VALUE SPACES.
       77  FS-ANTERIOR                PIC XX      VALUE SPACES.
       77  FS-NUEVO                   PIC XX      VALUE SPACES.
       77  FS-SALIDA                  PIC XX      VALUE SPACES.

       77  WS-STATUS                  PIC X.
           88  WS-FIN                 VALUE 'Y'.
           88  WS-NO-FIN              VALUE 'N'.

       77  WS-ANT-FLAG                PIC X.
           88  WS-FIN-ANT             VALUE 'Y'.
           88  WS-NO-FIN-ANT          VALUE 'N'.

       77  WS-NUE-FLAG                PIC X.
           88  WS-FIN-NUE             VALUE 'Y'.
           88  WS-NO-FIN-NUE          VALUE 'N'.

       77  WS-REG-FLAG                PIC X.
           88  WS-REG-CON-DIF         VALUE 'S'.
           88  WS-REG-SIN-DIF         VALUE 'N'.

       77  WS-VALIDO-FLAG             PIC X.
           88  WS-VALOR-VALIDO        VALUE 'S'.
           88  WS-VALOR-INVALIDO      VALUE 'N'.

      *********************CONTADORES*******************************
       77  WS-ANT-LEIDOS              PIC 9(07)   VALUE ZEROES.
       77  WS-NUE-LEIDOS              PIC 9(07)   VALUE ZEROES.
       77  WS-CANT-SOLO-ANT           PIC 9(07)   VALUE ZEROES.
       77  WS-CANT-SOLO-NUE           PIC 9(07)   VALUE ZEROES.
       77  WS-CANT-CON-DIF            PIC 9(07)   VALUE ZEROES.
       77  WS-CANT-IGUALES            PIC 9(07)   VALUE ZEROES.
       77  WS-LINEAS-DETALLE          PIC 9(05)   VALUE ZEROES.

      *****************PARAMETROS DEL LAYOUT***************************
       77  WS-LARGO-REG               PIC 9(05)   VALUE ZEROES.
       77  WS-MAX-DETALLE             PIC 9(05)   VALUE ZEROES.
       77  WS-FIN-MAXIMO              PIC 9(05)   VALUE ZEROES.
       77  WS-LARGO-CLAVE             PIC 9(03)   VALUE ZEROES.

      *****************CAMPOS DEL LAYOUT EN MEMORIA********************
       77  WS-CPO-CONT     PIC 9(03) USAGE COMP VALUE ZEROS.
       77  WS-CPO-SUB      PIC 9(03) USAGE COMP VALUE ZEROS.
       77  WS-CPO-CLAVES   PIC 9(03) USAGE COMP VALUE ZEROS.
       77  WS-CPO-GUARDA   PIC 9(03) USAGE COMP VALUE ZEROS.
       01  WS-TABLA-CAMPOS.
           03  WS-CPO      OCCURS 100 TIMES.
               05  WS-CPO-NOMBRE    PIC X(15).
               05  WS-CPO-DESDE     PIC 9(05).
               05  WS-CPO-LARGO     PIC 9(03).
               05  WS-CPO-FORMATO   PIC X(01).
               05  WS-CPO-DECIMALES PIC 9(01).
               05  WS-CPO-CLAVE     PIC X(01).
               05  WS-CPO-TOLERANC  PIC 9(09)V9(04).
               05  WS-CPO-DIFER     PIC 9(07).
               05  WS-CPO-TOLERADAS PIC 9(07).

      *****************CAMPO EN PROCESO********************************
       77  WS-DESDE                   PIC 9(05)   VALUE ZEROES.
       77  WS-LARGO                   PIC 9(03)   VALUE ZEROES.
       77  WS-FORMATO                 PIC X(01)   VALUE SPACES.
       77  WS-DECIMALES               PIC 9(01)   VALUE ZEROES.
       77  WS-FIN-CAMPO               PIC 9(05)   VALUE ZEROES.
       77  WS-POS                     PIC 9(03)   VALUE ZEROES.
       77  WS-LADO                    PIC X(01)   VALUE SPACES.

      *****************CLAVES DE AMBOS ARCHIVOS************************
      *    COMO EN PGMDLCBF, SE GUARDA LA ULTIMA CLAVE ACEPTADA DE
      *    CADA ARCHIVO Y SE ABORTA SI LLEGA UNA CLAVE MENOR.
       01  WS-CLAVE-ARMADA            PIC X(100)  VALUE SPACES.
       01  WS-CLAVE-ANT               PIC X(100)  VALUE SPACES.
       01  WS-CLAVE-NUE               PIC X(100)  VALUE SPACES.
       01  WS-ANT-CLAVE-PREV          PIC X(100)  VALUE LOW-VALUES.
       01  WS-NUE-CLAVE-PREV          PIC X(100)  VALUE LOW-VALUES.
       01  WS-CLAVE-VISTA             PIC X(100)  VALUE SPACES.
       77  WS-VISTA-POS               PIC 9(03)   VALUE ZEROES.

      *****************DECODIFICACION DE UN CAMPO**********************
       01  WS-CRUDO                   PIC X(999)  VALUE SPACES.

       01  WS-AREA-ZONA               PIC X(18).
       01  WS-ZONA REDEFINES WS-AREA-ZONA
                                      PIC S9(18).
       01  WS-AREA-PACK               PIC X(10).
       01  WS-PACK REDEFINES WS-AREA-PACK
                                      PIC S9(18)  USAGE COMP-3.
       01  WS-AREA-BIN                PIC X(08).
       01  WS-BIN REDEFINES WS-AREA-BIN
                                      PIC S9(18)  USAGE COMP.

       77  WS-ENTERO                  PIC S9(18)  VALUE ZEROES.
       77  WS-VALOR                   PIC S9(14)V9(04) VALUE ZEROES.
       77  WS-VALOR-ANT               PIC S9(14)V9(04) VALUE ZEROES.
       77  WS-VALOR-NUE               PIC S9(14)V9(04) VALUE ZEROES.
       77  WS-VALIDO-ANT              PIC X(01)   VALUE SPACES.
       77  WS-VALIDO-NUE              PIC X(01)   VALUE SPACES.
       77  WS-DIFERENCIA              PIC S9(14)V9(04) VALUE ZEROES.

      *****************VALORES LEGIBLES********************************
       01  WS-LEGIBLE                 PIC X(40)   VALUE SPACES.
       01  WS-LEGIBLE-ANT             PIC X(40)   VALUE SPACES.
       01  WS-LEGIBLE-NUE             PIC X(40)   VALUE SPACES.
       01  WS-NOTA                    PIC X(20)   VALUE SPACES.

       77  WS-ED-DEC0                 PIC -(17)9.
       77  WS-ED-DEC1                 PIC -(16)9,9.
       77  WS-ED-DEC2                 PIC -(15)9,99.
       77  WS-ED-DEC3                 PIC -(14)9,999.
       77  WS-ED-DEC4                 PIC -(13)9,9999.

       01  WS-HEXA-DIGITOS            PIC X(16)   VALUE
           '0123456789ABCDEF'.
       01  WS-HEXA-BYTE.
           05  WS-HEXA-BIN            PIC 9(04)   USAGE COMP.
       01  WS-HEXA-BYTE-R REDEFINES WS-HEXA-BYTE.
           05  WS-HEXA-ALTO           PIC X(01).
           05  WS-HEXA-BAJO           PIC X(01).
       77  WS-HEXA-NIB1               PIC 9(02)   VALUE ZEROES.
       77  WS-HEXA-NIB2               PIC 9(02)   VALUE ZEROES.
       77  WS-HEXA-SUB                PIC 9(03)   VALUE ZEROES.
       77  WS-HEXA-TOPE               PIC 9(03)   VALUE ZEROES.
       77  WS-HEXA-POS                PIC 9(03)   VALUE ZEROES.

      *****************LINEAS DEL LISTADO******************************
       01  WS-LIN-TITULO.
           05  FILLER               PIC X(40)   VALUE
               ' COMPARACION DE CORRIDA EN PARALELO - AN'.
           05  FILLER               PIC X(34)   VALUE
               'TERIOR (DDANTER) CONTRA NUEVO (DDN'.
           05  FILLER               PIC X(58)   VALUE 'UEVO)'.

       01  WS-LIN-CLAVE.
           05  FILLER               PIC X(01)   VALUE SPACE.
           05  WS-LCL-ROTULO        PIC X(18).
           05  WS-LCL-CLAVE         PIC X(100).
           05  FILLER               PIC X(13)   VALUE SPACES.

       01  WS-LIN-CAMPO.
           05  FILLER               PIC X(05)   VALUE SPACES.
           05  WS-LCA-CAMPO         PIC X(15).
           05  FILLER               PIC X(06)   VALUE ' ANT: '.
           05  WS-LCA-ANTERIOR      PIC X(40).
           05  FILLER               PIC X(06)   VALUE ' NUE: '.
           05  WS-LCA-NUEVO         PIC X(40).
           05  FILLER               PIC X(01)   VALUE SPACE.
           05  WS-LCA-NOTA          PIC X(19).

       01  WS-LIN-TOPE.
           05  FILLER               PIC X(40)   VALUE
               ' SE ALCANZO EL MAXIMO DE LINEAS DE DETAL'.
           05  FILLER               PIC X(40)   VALUE
               'LE: LAS DIFERENCIAS SIGUIENTES SOLO SE C'.
           05  FILLER               PIC X(52)   VALUE 'UENTAN'.

       01  WS-LIN-RESUMEN.
           05  FILLER               PIC X(01)   VALUE SPACE.
           05  WS-LRE-TEXTO         PIC X(40).
           05  WS-LRE-CANTIDAD      PIC Z.ZZZ.ZZ9.
           05  FILLER               PIC X(82)   VALUE SPACES.

       01  WS-LIN-RES-CAMPO.
           05  FILLER               PIC X(05)   VALUE SPACES.
           05  WS-LRC-CAMPO         PIC X(15).
           05  FILLER               PIC X(15)   VALUE
               '  DIFERENCIAS: '.
           05  WS-LRC-DIFER         PIC Z.ZZZ.ZZ9.
           05  FILLER               PIC X(17)   VALUE
               '  EN TOLERANCIA: '.
           05  WS-LRC-TOLER         PIC Z.ZZZ.ZZ9.
           05  FILLER               PIC X(62)   VALUE SPACES.

       01  WS-LIN-RESULTADO.
           05  FILLER               PIC X(12)   VALUE ' RESULTADO: '.
           05  WS-LRS-TEXTO         PIC X(40).
           05  FILLER               PIC X(80)   VALUE SPACES.

       01  WS-LIN-BLANCO            PIC X(132)  VALUE SPACES.

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
                   UNTIL WS-FIN.

           PERFORM 8000-RESUMEN  THRU  F-8000-RESUMEN.

           PERFORM 9999-FINAL    THRU  F-9999-FINAL.

       F-MAIN-PROGRAM. GOBACK.

      **************************************
      *                                    *
      *  CUERPO INICIO APERTURA ARCHIVOS   *
      *                                    *
      **************************************
       1000-INICIO.
           SET WS-NO-FIN TO TRUE.

           OPEN INPUT  LAYOUT.

           IF FS-LAYOUT   IS NOT EQUAL '00'
             DISPLAY '* ERROR EN OPEN LAYOUT     = ' FS-LAYOUT
             MOVE 9999 TO RETURN-CODE
             SET  WS-FIN     TO TRUE
           END-IF.

           OPEN INPUT  ANTERIOR.

           IF FS-ANTERIOR IS NOT EQUAL '00'
             DISPLAY '* ERROR EN OPEN ANTERIOR   = ' FS-ANTERIOR
             MOVE 9999 TO RETURN-CODE
             SET  WS-FIN     TO TRUE
           END-IF.

           OPEN INPUT  NUEVO.

           IF FS-NUEVO    IS NOT EQUAL '00'
             DISPLAY '* ERROR EN OPEN NUEVO      = ' FS-NUEVO
             MOVE 9999 TO RETURN-CODE
             SET  WS-FIN     TO TRUE
           END-IF.

           OPEN OUTPUT SALIDA.

           IF FS-SALIDA   IS NOT EQUAL '00'
             DISPLAY '* ERROR EN OPEN SALIDA     = ' FS-SALIDA
             MOVE 9999 TO RETURN-CODE
             SET  WS-FIN     TO TRUE
           END-IF.

           IF WS-FIN
              GO TO F-1000-INICIO
           END-IF.

           PERFORM 1100-CARGAR-LAYOUT   THRU F-1100-CARGAR-LAYOUT.

           IF WS-FIN
              GO TO F-1000-INICIO
           END-IF.

           WRITE REG-SALIDA FROM WS-LIN-TITULO.
           WRITE REG-SALIDA FROM WS-LIN-BLANCO.

           PERFORM 2500-LEER-ANTERIOR   THRU F-2500-LEER-ANTERIOR.
           PERFORM 2600-LEER-NUEVO      THRU F-2600-LEER-NUEVO.

       F-1000-INICIO.   EXIT.
      **************************************************************
       1100-CARGAR-LAYOUT.
      *    CARGA Y VALIDA LAS TARJETAS DEL LAYOUT. UN LAYOUT MAL
      *    ARMADO DARIA UNA COMPARACION SIN SENTIDO: SE ABORTA.
           PERFORM UNTIL FS-LAYOUT IS NOT EQUAL '00'
              READ LAYOUT
                 AT END
                    MOVE '10' TO FS-LAYOUT
                 NOT AT END
                    EVALUATE TRUE
                       WHEN LAY-PARAMETROS
                            MOVE LAY-LARGO-REG   TO WS-LARGO-REG
                            MOVE LAY-MAX-DETALLE TO WS-MAX-DETALLE
                       WHEN LAY-CAMPO
                            PERFORM 1110-VALIDAR-CAMPO
                                    THRU F-1110-VALIDAR-CAMPO
                       WHEN OTHER
                            CONTINUE
                    END-EVALUATE
              END-READ
           END-PERFORM

           IF WS-MAX-DETALLE IS EQUAL ZEROES
              MOVE 500 TO WS-MAX-DETALLE
           END-IF

           IF WS-CPO-CLAVES IS EQUAL ZEROES
              DISPLAY '* ERROR: EL LAYOUT NO TIENE CAMPOS CLAVE'
              MOVE 9999 TO RETURN-CODE
              SET  WS-FIN     TO TRUE
           END-IF

      *    SIN LARGO EN LA TARJETA 'P' SE COMPARA HASTA EL FIN DEL
      *    ULTIMO CAMPO; EL DATASET TIENE QUE LLEGAR A ESE LARGO.
           IF WS-LARGO-REG IS EQUAL ZEROES
              MOVE WS-FIN-MAXIMO TO WS-LARGO-REG
           END-IF

           IF WS-FIN-MAXIMO IS GREATER WS-LARGO-REG
              DISPLAY '* ERROR: CAMPOS FUERA DEL LARGO DE REGISTRO'
              MOVE 9999 TO RETURN-CODE
              SET  WS-FIN     TO TRUE
           END-IF

           IF WS-LARGO-REG IS GREATER 32760
              DISPLAY '* ERROR: LARGO DE REGISTRO MAYOR A 32760'
              MOVE 9999 TO RETURN-CODE
              SET  WS-FIN     TO TRUE
           END-IF.

       F-1100-CARGAR-LAYOUT. EXIT.
      **************************************************************
       1110-VALIDAR-CAMPO.

           IF WS-CPO-CONT IS NOT LESS 100
              DISPLAY '* ERROR: MAS DE 100 CAMPOS EN EL LAYOUT'
              MOVE 9999 TO RETURN-CODE
              SET  WS-FIN     TO TRUE
              GO TO F-1110-VALIDAR-CAMPO
           END-IF

           IF LAY-DESDE IS NOT NUMERIC OR LAY-DESDE IS EQUAL ZEROES
              OR LAY-LARGO IS NOT NUMERIC
              OR LAY-LARGO IS EQUAL ZEROES
              OR LAY-DECIMALES IS NOT NUMERIC
              OR LAY-DECIMALES IS GREATER 4
              OR LAY-TOLERANCIA IS NOT NUMERIC
              DISPLAY '* ERROR: CAMPO MAL DESCRIPTO ' LAY-NOMBRE
              MOVE 9999 TO RETURN-CODE
              SET  WS-FIN     TO TRUE
              GO TO F-1110-VALIDAR-CAMPO
           END-IF

           EVALUATE LAY-FORMATO
               WHEN 'X'
                    CONTINUE
               WHEN 'N'
                    IF LAY-LARGO IS GREATER 18
                       MOVE SPACES TO LAY-FORMATO
                    END-IF
               WHEN 'P'
                    IF LAY-LARGO IS GREATER 10
                       MOVE SPACES TO LAY-FORMATO
                    END-IF
               WHEN 'B'
                    IF LAY-LARGO IS NOT EQUAL 2 AND 4 AND 8
                       MOVE SPACES TO LAY-FORMATO
                    END-IF
               WHEN OTHER
                    MOVE SPACES TO LAY-FORMATO
           END-EVALUATE

           IF LAY-FORMATO IS EQUAL SPACES
              DISPLAY '* ERROR: FORMATO O LARGO INVALIDO ' LAY-NOMBRE
              MOVE 9999 TO RETURN-CODE
              SET  WS-FIN     TO TRUE
              GO TO F-1110-VALIDAR-CAMPO
           END-IF

           ADD 1 TO WS-CPO-CONT
           MOVE LAY-NOMBRE      TO WS-CPO-NOMBRE    (WS-CPO-CONT)
           MOVE LAY-DESDE       TO WS-CPO-DESDE     (WS-CPO-CONT)
           MOVE LAY-LARGO       TO WS-CPO-LARGO     (WS-CPO-CONT)
           MOVE LAY-FORMATO     TO WS-CPO-FORMATO   (WS-CPO-CONT)
           MOVE LAY-DECIMALES   TO WS-CPO-DECIMALES (WS-CPO-CONT)
           MOVE LAY-TOLERANCIA  TO WS-CPO-TOLERANC  (WS-CPO-CONT)
           MOVE ZEROES          TO WS-CPO-DIFER     (WS-CPO-CONT)
                                   WS-CPO-TOLERADAS (WS-CPO-CONT)
           MOVE 'N'             TO WS-CPO-CLAVE     (WS-CPO-CONT)

           COMPUTE WS-FIN-CAMPO = LAY-DESDE + LAY-LARGO - 1
           IF WS-FIN-CAMPO IS GREATER WS-FIN-MAXIMO
              MOVE WS-FIN-CAMPO TO WS-FIN-MAXIMO
           END-IF

           IF LAY-CLAVE IS EQUAL 'S'
              MOVE 'S' TO WS-CPO-CLAVE (WS-CPO-CONT)
              ADD 1 TO WS-CPO-CLAVES
              ADD LAY-LARGO TO WS-LARGO-CLAVE
              IF WS-LARGO-CLAVE IS GREATER 100
                 DISPLAY '* ERROR: LA CLAVE SUPERA LOS 100 BYTES'
                 MOVE 9999 TO RETURN-CODE
                 SET  WS-FIN     TO TRUE
              END-IF
           END-IF.

       F-1110-VALIDAR-CAMPO. EXIT.
      **************************************************************

       2000-PROCESO.

           IF WS-FIN-ANT AND WS-FIN-NUE

              SET WS-FIN TO TRUE

           ELSE

           IF WS-CLAVE-ANT = WS-CLAVE-NUE

              PERFORM 3000-COMPARAR-REGISTRO
                      THRU F-3000-COMPARAR-REGISTRO
              PERFORM 2500-LEER-ANTERIOR THRU F-2500-LEER-ANTERIOR
              PERFORM 2600-LEER-NUEVO    THRU F-2600-LEER-NUEVO

           ELSE
               IF WS-CLAVE-ANT < WS-CLAVE-NUE

                     PERFORM 4000-SOLO-ANTERIOR
                             THRU F-4000-SOLO-ANTERIOR
                     PERFORM 2500-LEER-ANTERIOR
                             THRU F-2500-LEER-ANTERIOR
                  ELSE

                     PERFORM 4100-SOLO-NUEVO
                             THRU F-4100-SOLO-NUEVO
                     PERFORM 2600-LEER-NUEVO
                             THRU F-2600-LEER-NUEVO
               END-IF
           END-IF

           END-IF.

       F-2000-PROCESO. EXIT.

      **************************************************************
       2500-LEER-ANTERIOR.
           READ ANTERIOR
                AT END SET WS-FIN-ANT TO TRUE.

           EVALUATE FS-ANTERIOR
             WHEN '00'
                      ADD 1 TO WS-ANT-LEIDOS

                      MOVE 'A' TO WS-LADO
                      PERFORM 2700-ARMAR-CLAVE THRU F-2700-ARMAR-CLAVE
                      MOVE WS-CLAVE-ARMADA TO WS-CLAVE-ANT

                      IF WS-CLAVE-ANT IS LESS THAN WS-ANT-CLAVE-PREV
                         DISPLAY '* ERROR: ANTERIOR FUERA SECUENCIA'
                         DISPLAY '* REGISTRO NRO = ' WS-ANT-LEIDOS
                         MOVE 9999 TO RETURN-CODE
                         SET WS-FIN-ANT  TO TRUE
                         SET WS-FIN      TO TRUE
                      ELSE
                         MOVE WS-CLAVE-ANT TO WS-ANT-CLAVE-PREV
                      END-IF

              WHEN '10'
              SET WS-FIN-ANT      TO TRUE
                   MOVE HIGH-VALUE TO WS-CLAVE-ANT

           WHEN OTHER
              DISPLAY '* ERROR EN LECTURA ANTERIOR = ' FS-ANTERIOR
              MOVE 9999 TO RETURN-CODE
              SET WS-FIN-ANT  TO TRUE
              SET WS-FIN      TO TRUE

           END-EVALUATE.

       F-2500-LEER-ANTERIOR. EXIT.

      **************************************************************
       2600-LEER-NUEVO.
           READ NUEVO
                AT END SET WS-FIN-NUE TO TRUE.

           EVALUATE FS-NUEVO
             WHEN '00'
                      ADD 1 TO WS-NUE-LEIDOS

                      MOVE 'N' TO WS-LADO
                      PERFORM 2700-ARMAR-CLAVE THRU F-2700-ARMAR-CLAVE
                      MOVE WS-CLAVE-ARMADA TO WS-CLAVE-NUE

                      IF WS-CLAVE-NUE IS LESS THAN WS-NUE-CLAVE-PREV
                         DISPLAY '* ERROR: NUEVO FUERA DE SECUENCIA'
                         DISPLAY '* REGISTRO NRO = ' WS-NUE-LEIDOS
                         MOVE 9999 TO RETURN-CODE
                         SET WS-FIN-NUE  TO TRUE
                         SET WS-FIN      TO TRUE
                      ELSE
                         MOVE WS-CLAVE-NUE TO WS-NUE-CLAVE-PREV
                      END-IF

              WHEN '10'
              SET WS-FIN-NUE      TO TRUE
                   MOVE HIGH-VALUE TO WS-CLAVE-NUE

           WHEN OTHER
              DISPLAY '* ERROR EN LECTURA NUEVO    = ' FS-NUEVO
              MOVE 9999 TO RETURN-CODE
              SET WS-FIN-NUE  TO TRUE
              SET WS-FIN      TO TRUE

           END-EVALUATE.

       F-2600-LEER-NUEVO. EXIT.
      **************************************************************
       2700-ARMAR-CLAVE.
      *    JUNTA LOS CAMPOS CLAVE DEL REGISTRO DEL LADO WS-LADO EN
      *    EL ORDEN DE LAS TARJETAS.
           MOVE SPACES TO WS-CLAVE-ARMADA
           MOVE 1      TO WS-POS

           PERFORM VARYING WS-CPO-SUB FROM 1 BY 1
                   UNTIL WS-CPO-SUB > WS-CPO-CONT
              IF WS-CPO-CLAVE (WS-CPO-SUB) IS EQUAL 'S'
                 MOVE WS-CPO-DESDE (WS-CPO-SUB) TO WS-DESDE
                 MOVE WS-CPO-LARGO (WS-CPO-SUB) TO WS-LARGO
                 IF WS-LADO IS EQUAL 'A'
                    MOVE REG-ANTERIOR (WS-DESDE : WS-LARGO)
                      TO WS-CLAVE-ARMADA (WS-POS : WS-LARGO)
                 ELSE
                    MOVE REG-NUEVO (WS-DESDE : WS-LARGO)
                      TO WS-CLAVE-ARMADA (WS-POS : WS-LARGO)
                 END-IF
                 ADD WS-LARGO TO WS-POS
              END-IF
           END-PERFORM.

       F-2700-ARMAR-CLAVE. EXIT.
      **************************************************************
       2800-VISTA-CLAVE.
      *    ARMA LA CLAVE LEGIBLE DEL LADO WS-LADO: LOS CAMPOS
      *    ALFANUMERICOS Y ZONEADOS TAL CUAL, LOS EMPAQUETADOS Y
      *    BINARIOS EDITADOS, SEPARADOS POR UN BLANCO.
           MOVE SPACES TO WS-CLAVE-VISTA
           MOVE 1      TO WS-VISTA-POS

           PERFORM VARYING WS-CPO-SUB FROM 1 BY 1
                   UNTIL WS-CPO-SUB > WS-CPO-CONT
                   OR WS-VISTA-POS > 100
              IF WS-CPO-CLAVE (WS-CPO-SUB) IS EQUAL 'S'
                 PERFORM 5000-TOMAR-CAMPO THRU F-5000-TOMAR-CAMPO
                 IF WS-FORMATO IS EQUAL 'X' OR 'N'
                    STRING WS-CRUDO (1 : WS-LARGO) DELIMITED BY SIZE
                           ' '                     DELIMITED BY SIZE
                           INTO WS-CLAVE-VISTA
                           WITH POINTER WS-VISTA-POS
                    END-STRING
                 ELSE
                    PERFORM 5100-LEGIBLE THRU F-5100-LEGIBLE
                    STRING WS-LEGIBLE (1 : 19)     DELIMITED BY SIZE
                           ' '                     DELIMITED BY SIZE
                           INTO WS-CLAVE-VISTA
                           WITH POINTER WS-VISTA-POS
                    END-STRING
                 END-IF
              END-IF
           END-PERFORM.

       F-2800-VISTA-CLAVE. EXIT.
      **************************************************************
       3000-COMPARAR-REGISTRO.
      *    EL REGISTRO ESTA EN AMBAS VERSIONES: SE COMPARA CADA
      *    CAMPO DEL LAYOUT QUE NO ES CLAVE.
           SET WS-REG-SIN-DIF TO TRUE

           PERFORM 3100-COMPARAR-CAMPO THRU F-3100-COMPARAR-CAMPO
                   VARYING WS-CPO-SUB FROM 1 BY 1
                   UNTIL WS-CPO-SUB > WS-CPO-CONT

           IF WS-REG-CON-DIF
              ADD 1 TO WS-CANT-CON-DIF
           ELSE
              ADD 1 TO WS-CANT-IGUALES
           END-IF.

       F-3000-COMPARAR-REGISTRO. EXIT.
      **************************************************************
       3100-COMPARAR-CAMPO.

           IF WS-CPO-CLAVE (WS-CPO-SUB) IS EQUAL 'S'
              GO TO F-3100-COMPARAR-CAMPO
           END-IF

           MOVE WS-CPO-DESDE (WS-CPO-SUB) TO WS-DESDE
           MOVE WS-CPO-LARGO (WS-CPO-SUB) TO WS-LARGO

           IF REG-ANTERIOR (WS-DESDE : WS-LARGO) IS EQUAL
              REG-NUEVO    (WS-DESDE : WS-LARGO)
              GO TO F-3100-COMPARAR-CAMPO
           END-IF

           MOVE 'A' TO WS-LADO
           PERFORM 5000-TOMAR-CAMPO THRU F-5000-TOMAR-CAMPO
           PERFORM 5100-LEGIBLE     THRU F-5100-LEGIBLE
           MOVE WS-LEGIBLE     TO WS-LEGIBLE-ANT
           MOVE WS-VALOR       TO WS-VALOR-ANT
           MOVE WS-VALIDO-FLAG TO WS-VALIDO-ANT

           MOVE 'N' TO WS-LADO
           PERFORM 5000-TOMAR-CAMPO THRU F-5000-TOMAR-CAMPO
           PERFORM 5100-LEGIBLE     THRU F-5100-LEGIBLE
           MOVE WS-LEGIBLE     TO WS-LEGIBLE-NUE
           MOVE WS-VALOR       TO WS-VALOR-NUE
           MOVE WS-VALIDO-FLAG TO WS-VALIDO-NUE

           MOVE SPACES TO WS-NOTA

      *    DOS NUMERICOS VALIDOS SE COMPARAN POR VALOR: EL MISMO
      *    IMPORTE CON OTRO SIGNO DE ZONA NO ES DIFERENCIA, Y UNA
      *    DIFERENCIA DENTRO DE LA TOLERANCIA SOLO SE CUENTA.
           IF WS-FORMATO IS NOT EQUAL 'X'
              IF WS-VALIDO-ANT IS EQUAL 'S'
                 AND WS-VALIDO-NUE IS EQUAL 'S'
                 COMPUTE WS-DIFERENCIA = WS-VALOR-NUE - WS-VALOR-ANT
                 IF WS-DIFERENCIA IS LESS ZEROES
                    COMPUTE WS-DIFERENCIA = WS-DIFERENCIA * -1
                 END-IF
                 IF WS-DIFERENCIA IS EQUAL ZEROES
                    GO TO F-3100-COMPARAR-CAMPO
                 END-IF
                 IF WS-DIFERENCIA IS NOT GREATER
                    WS-CPO-TOLERANC (WS-CPO-SUB)
                    ADD 1 TO WS-CPO-TOLERADAS (WS-CPO-SUB)
                    GO TO F-3100-COMPARAR-CAMPO
                 END-IF
              ELSE
                 MOVE 'NO NUMERICO' TO WS-NOTA
              END-IF
           END-IF

           ADD 1 TO WS-CPO-DIFER (WS-CPO-SUB)
           MOVE WS-CPO-NOMBRE (WS-CPO-SUB) TO WS-LCA-CAMPO
           PERFORM 3300-INFORMAR-DIF THRU F-3300-INFORMAR-DIF.

       F-3100-COMPARAR-CAMPO. EXIT.
      **************************************************************
       3300-INFORMAR-DIF.
      *    LA PRIMERA DIFERENCIA DEL REGISTRO LISTA SU CLAVE; DESPUES
      *    UNA LINEA POR CAMPO CON AMBOS VALORES.
           IF WS-REG-SIN-DIF
              SET WS-REG-CON-DIF TO TRUE
              MOVE 'DIFIERE  CLAVE : ' TO WS-LCL-ROTULO
              MOVE 'A'                 TO WS-LADO
              PERFORM 6000-LINEA-CLAVE THRU F-6000-LINEA-CLAVE
           END-IF

           MOVE WS-LEGIBLE-ANT TO WS-LCA-ANTERIOR
           MOVE WS-LEGIBLE-NUE TO WS-LCA-NUEVO
           MOVE WS-NOTA        TO WS-LCA-NOTA

           PERFORM 6100-LINEA-DETALLE THRU F-6100-LINEA-DETALLE.

       F-3300-INFORMAR-DIF. EXIT.
      **************************************************************
       4000-SOLO-ANTERIOR.
      *    EL REGISTRO DESAPARECIO EN LA VERSION NUEVA.
           ADD 1 TO WS-CANT-SOLO-ANT

           MOVE 'SOLO EN ANTERIOR: ' TO WS-LCL-ROTULO
           MOVE 'A'                  TO WS-LADO
           PERFORM 6000-LINEA-CLAVE THRU F-6000-LINEA-CLAVE.

       F-4000-SOLO-ANTERIOR. EXIT.
      **************************************************************
       4100-SOLO-NUEVO.
      *    EL REGISTRO APARECE SOLO EN LA VERSION NUEVA.
           ADD 1 TO WS-CANT-SOLO-NUE

           MOVE 'SOLO EN NUEVO   : ' TO WS-LCL-ROTULO
           MOVE 'N'                  TO WS-LADO
           PERFORM 6000-LINEA-CLAVE THRU F-6000-LINEA-CLAVE.

       F-4100-SOLO-NUEVO. EXIT.
      **************************************************************
       5000-TOMAR-CAMPO.
      *    DEJA EN WS-CRUDO EL CAMPO WS-CPO-SUB DEL LADO WS-LADO.
           MOVE WS-CPO-DESDE     (WS-CPO-SUB) TO WS-DESDE
           MOVE WS-CPO-LARGO     (WS-CPO-SUB) TO WS-LARGO
           MOVE WS-CPO-FORMATO   (WS-CPO-SUB) TO WS-FORMATO
           MOVE WS-CPO-DECIMALES (WS-CPO-SUB) TO WS-DECIMALES

           IF WS-LADO IS EQUAL 'A'
              MOVE REG-ANTERIOR (WS-DESDE : WS-LARGO) TO WS-CRUDO
           ELSE
              MOVE REG-NUEVO    (WS-DESDE : WS-LARGO) TO WS-CRUDO
           END-IF.

       F-5000-TOMAR-CAMPO. EXIT.
      **************************************************************
       5100-LEGIBLE.
      *    DEJA EN WS-LEGIBLE EL CAMPO DE WS-CRUDO EN FORMA LEGIBLE
      *    Y, SI ES NUMERICO, SU VALOR EN WS-VALOR.
           MOVE SPACES TO WS-LEGIBLE
           MOVE ZEROES TO WS-VALOR
           SET WS-VALOR-VALIDO TO TRUE

           IF WS-FORMATO IS EQUAL 'X'
              MOVE WS-CRUDO (1 : 40) TO WS-LEGIBLE
              GO TO F-5100-LEGIBLE
           END-IF

           PERFORM 5200-DECODIFICAR THRU F-5200-DECODIFICAR

           IF WS-VALOR-INVALIDO
              PERFORM 5300-HEXADECIMAL THRU F-5300-HEXADECIMAL
              GO TO F-5100-LEGIBLE
           END-IF

           EVALUATE WS-DECIMALES
               WHEN 0
                    MOVE WS-VALOR TO WS-ED-DEC0
                    MOVE WS-ED-DEC0 TO WS-LEGIBLE
               WHEN 1
                    MOVE WS-VALOR TO WS-ED-DEC1
                    MOVE WS-ED-DEC1 TO WS-LEGIBLE
               WHEN 2
                    MOVE WS-VALOR TO WS-ED-DEC2
                    MOVE WS-ED-DEC2 TO WS-LEGIBLE
               WHEN 3
                    MOVE WS-VALOR TO WS-ED-DEC3
                    MOVE WS-ED-DEC3 TO WS-LEGIBLE
               WHEN OTHER
                    MOVE WS-VALOR TO WS-ED-DEC4
                    MOVE WS-ED-DEC4 TO WS-LEGIBLE
           END-EVALUATE.

       F-5100-LEGIBLE. EXIT.
      **************************************************************
       5200-DECODIFICAR.
      *    EL CAMPO SE ALINEA A DERECHA EN UN AREA DEL MISMO FORMATO
      *    Y DE LARGO MAXIMO, RELLENANDO CON CEROS (ZONEADO Y
      *    EMPAQUETADO) O CON LA EXTENSION DEL SIGNO (BINARIO).
           MOVE ZEROES TO WS-ENTERO

           EVALUATE WS-FORMATO
               WHEN 'N'
                    MOVE ALL '0' TO WS-AREA-ZONA
                    MOVE WS-CRUDO (1 : WS-LARGO)
                      TO WS-AREA-ZONA (19 - WS-LARGO : WS-LARGO)
                    IF WS-ZONA IS NUMERIC
                       MOVE WS-ZONA TO WS-ENTERO
                    ELSE
                       SET WS-VALOR-INVALIDO TO TRUE
                    END-IF
               WHEN 'P'
                    MOVE LOW-VALUES TO WS-AREA-PACK
                    MOVE WS-CRUDO (1 : WS-LARGO)
                      TO WS-AREA-PACK (11 - WS-LARGO : WS-LARGO)
                    IF WS-PACK IS NUMERIC
                       MOVE WS-PACK TO WS-ENTERO
                    ELSE
                       SET WS-VALOR-INVALIDO TO TRUE
                    END-IF
               WHEN OTHER
                    IF WS-CRUDO (1 : 1) IS GREATER X'7F'
                       MOVE HIGH-VALUES TO WS-AREA-BIN
                    ELSE
                       MOVE LOW-VALUES  TO WS-AREA-BIN
                    END-IF
                    MOVE WS-CRUDO (1 : WS-LARGO)
                      TO WS-AREA-BIN (9 - WS-LARGO : WS-LARGO)
                    MOVE WS-BIN TO WS-ENTERO
           END-EVALUATE

           IF WS-VALOR-INVALIDO
              GO TO F-5200-DECODIFICAR
           END-IF

           EVALUATE WS-DECIMALES
               WHEN 0
                    COMPUTE WS-VALOR = WS-ENTERO
                       ON SIZE ERROR SET WS-VALOR-INVALIDO TO TRUE
                    END-COMPUTE
               WHEN 1
                    COMPUTE WS-VALOR = WS-ENTERO / 10
                       ON SIZE ERROR SET WS-VALOR-INVALIDO TO TRUE
                    END-COMPUTE
               WHEN 2
                    COMPUTE WS-VALOR = WS-ENTERO / 100
                       ON SIZE ERROR SET WS-VALOR-INVALIDO TO TRUE
                    END-COMPUTE
               WHEN 3
                    COMPUTE WS-VALOR = WS-ENTERO / 1000
                       ON SIZE ERROR SET WS-VALOR-INVALIDO TO TRUE
                    END-COMPUTE
               WHEN OTHER
                    COMPUTE WS-VALOR = WS-ENTERO / 10000
                       ON SIZE ERROR SET WS-VALOR-INVALIDO TO TRUE
                    END-COMPUTE
           END-EVALUATE.

       F-5200-DECODIFICAR. EXIT.
      **************************************************************
       5300-HEXADECIMAL.
      *    LOS PRIMEROS 18 BYTES DEL CAMPO EN HEXADECIMAL.
           MOVE 'HEX '     TO WS-LEGIBLE
           MOVE 5          TO WS-HEXA-POS
           MOVE WS-LARGO   TO WS-HEXA-TOPE
           IF WS-HEXA-TOPE IS GREATER 18
              MOVE 18 TO WS-HEXA-TOPE
           END-IF

           PERFORM VARYING WS-HEXA-SUB FROM 1 BY 1
                   UNTIL WS-HEXA-SUB > WS-HEXA-TOPE
              MOVE LOW-VALUES TO WS-HEXA-ALTO
              MOVE WS-CRUDO (WS-HEXA-SUB : 1) TO WS-HEXA-BAJO
              DIVIDE WS-HEXA-BIN BY 16 GIVING WS-HEXA-NIB1
                                       REMAINDER WS-HEXA-NIB2
              ADD 1 TO WS-HEXA-NIB1
              ADD 1 TO WS-HEXA-NIB2
              MOVE WS-HEXA-DIGITOS (WS-HEXA-NIB1 : 1)
                TO WS-LEGIBLE (WS-HEXA-POS : 1)
              MOVE WS-HEXA-DIGITOS (WS-HEXA-NIB2 : 1)
                TO WS-LEGIBLE (WS-HEXA-POS + 1 : 1)
              ADD 2 TO WS-HEXA-POS
           END-PERFORM.

       F-5300-HEXADECIMAL. EXIT.
      **************************************************************
       6000-LINEA-CLAVE.
      *    SE LLAMA EN MEDIO DEL RECORRIDO DE CAMPOS: SE PRESERVA EL
      *    SUBINDICE DEL CAMPO EN CURSO.
           MOVE WS-CPO-SUB TO WS-CPO-GUARDA
           PERFORM 2800-VISTA-CLAVE THRU F-2800-VISTA-CLAVE
           MOVE WS-CPO-GUARDA TO WS-CPO-SUB
           MOVE WS-CLAVE-VISTA TO WS-LCL-CLAVE

           IF WS-LINEAS-DETALLE IS LESS WS-MAX-DETALLE
              WRITE REG-SALIDA FROM WS-LIN-CLAVE
           END-IF

           PERFORM 6200-CONTAR-LINEA THRU F-6200-CONTAR-LINEA.

       F-6000-LINEA-CLAVE. EXIT.
      **************************************************************
       6100-LINEA-DETALLE.

           IF WS-LINEAS-DETALLE IS LESS WS-MAX-DETALLE
              WRITE REG-SALIDA FROM WS-LIN-CAMPO
           END-IF

           PERFORM 6200-CONTAR-LINEA THRU F-6200-CONTAR-LINEA.

       F-6100-LINEA-DETALLE. EXIT.
      **************************************************************
       6200-CONTAR-LINEA.

           IF WS-LINEAS-DETALLE IS NOT LESS WS-MAX-DETALLE
              GO TO F-6200-CONTAR-LINEA
           END-IF

           IF FS-SALIDA IS NOT EQUAL '00'
              DISPLAY '* ERROR EN WRITE SALIDA    = ' FS-SALIDA
              MOVE 9999 TO RETURN-CODE
              SET WS-FIN TO TRUE
           END-IF

           ADD 1 TO WS-LINEAS-DETALLE

           IF WS-LINEAS-DETALLE IS EQUAL WS-MAX-DETALLE
              WRITE REG-SALIDA FROM WS-LIN-TOPE
           END-IF.

       F-6200-CONTAR-LINEA. EXIT.
      **************************************************************
       8000-RESUMEN.
      *    RESUMEN GENERAL Y POR CAMPO; EL RETURN-CODE LE DICE A LA
      *    LISTA DE CONTROL DEL PASE SI LA CORRIDA QUEDO APROBADA.
           IF RETURN-CODE = 9999
              GO TO F-8000-RESUMEN
           END-IF

           WRITE REG-SALIDA FROM WS-LIN-BLANCO

           MOVE 'REGISTROS LEIDOS ANTERIOR' TO WS-LRE-TEXTO
           MOVE WS-ANT-LEIDOS               TO WS-LRE-CANTIDAD
           WRITE REG-SALIDA FROM WS-LIN-RESUMEN
           MOVE 'REGISTROS LEIDOS NUEVO'    TO WS-LRE-TEXTO
           MOVE WS-NUE-LEIDOS               TO WS-LRE-CANTIDAD
           WRITE REG-SALIDA FROM WS-LIN-RESUMEN
           MOVE 'REGISTROS IGUALES'         TO WS-LRE-TEXTO
           MOVE WS-CANT-IGUALES             TO WS-LRE-CANTIDAD
           WRITE REG-SALIDA FROM WS-LIN-RESUMEN
           MOVE 'REGISTROS CON DIFERENCIAS' TO WS-LRE-TEXTO
           MOVE WS-CANT-CON-DIF             TO WS-LRE-CANTIDAD
           WRITE REG-SALIDA FROM WS-LIN-RESUMEN
           MOVE 'REGISTROS SOLO EN ANTERIOR' TO WS-LRE-TEXTO
           MOVE WS-CANT-SOLO-ANT             TO WS-LRE-CANTIDAD
           WRITE REG-SALIDA FROM WS-LIN-RESUMEN
           MOVE 'REGISTROS SOLO EN NUEVO'   TO WS-LRE-TEXTO
           MOVE WS-CANT-SOLO-NUE            TO WS-LRE-CANTIDAD
           WRITE REG-SALIDA FROM WS-LIN-RESUMEN

           WRITE REG-SALIDA FROM WS-LIN-BLANCO

           PERFORM VARYING WS-CPO-SUB FROM 1 BY 1
                   UNTIL WS-CPO-SUB > WS-CPO-CONT
              IF WS-CPO-CLAVE (WS-CPO-SUB) IS NOT EQUAL 'S'
                 MOVE WS-CPO-NOMBRE    (WS-CPO-SUB) TO WS-LRC-CAMPO
                 MOVE WS-CPO-DIFER     (WS-CPO-SUB) TO WS-LRC-DIFER
                 MOVE WS-CPO-TOLERADAS (WS-CPO-SUB) TO WS-LRC-TOLER
                 WRITE REG-SALIDA FROM WS-LIN-RES-CAMPO
              END-IF
           END-PERFORM

           WRITE REG-SALIDA FROM WS-LIN-BLANCO

           IF WS-CANT-CON-DIF  IS EQUAL ZEROES
              AND WS-CANT-SOLO-ANT IS EQUAL ZEROES
              AND WS-CANT-SOLO-NUE IS EQUAL ZEROES
              MOVE 'CORRIDA EN PARALELO APROBADA' TO WS-LRS-TEXTO
              MOVE 0 TO RETURN-CODE
           ELSE
              MOVE 'CORRIDA EN PARALELO CON DIFERENCIAS'
                                                  TO WS-LRS-TEXTO
              MOVE 8 TO RETURN-CODE
           END-IF

           WRITE REG-SALIDA FROM WS-LIN-RESULTADO.

       F-8000-RESUMEN. EXIT.
      **************************************************************

       9999-FINAL.

           IF RETURN-CODE = 9999
            CONTINUE
           ELSE
             CLOSE LAYOUT
                 IF FS-LAYOUT   IS NOT EQUAL '00'
                  DISPLAY '* ERROR EN CLOSE LAYOUT    = '
                                            FS-LAYOUT
                  MOVE 9999 TO RETURN-CODE
                 END-IF

             CLOSE ANTERIOR
                 IF FS-ANTERIOR IS NOT EQUAL '00'
                  DISPLAY '* ERROR EN CLOSE ANTERIOR  = '
                                            FS-ANTERIOR
                  MOVE 9999 TO RETURN-CODE
                 END-IF

             CLOSE NUEVO
                 IF FS-NUEVO    IS NOT EQUAL '00'
                  DISPLAY '* ERROR EN CLOSE NUEVO     = '
                                            FS-NUEVO
                  MOVE 9999 TO RETURN-CODE
                 END-IF

             CLOSE SALIDA
                 IF FS-SALIDA   IS NOT EQUAL '00'
                  DISPLAY '* ERROR EN CLOSE SALIDA    = '
                                            FS-SALIDA
                  MOVE 9999 TO RETURN-CODE
                 END-IF

             DISPLAY '***************************************'
             DISPLAY ' REGISTROS LEIDOS ANTERIOR   :  ' WS-ANT-LEIDOS
             DISPLAY ' REGISTROS LEIDOS NUEVO      :  ' WS-NUE-LEIDOS
             DISPLAY ' REGISTROS IGUALES           :  ' WS-CANT-IGUALES
             DISPLAY ' REGISTROS CON DIFERENCIAS   :  ' WS-CANT-CON-DIF
             DISPLAY ' SOLO EN ANTERIOR            :  '
                                                   WS-CANT-SOLO-ANT
             DISPLAY ' SOLO EN NUEVO               :  '
                                                   WS-CANT-SOLO-NUE
             DISPLAY '***************************************'

           END-IF.

       F-9999-FINAL.
           EXIT.
