       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMAXCBF.
       AUTHOR.    FEDERICO FALCON.
      **************************************************************
      *  MODULO DE AUTORIZACION DE OPERADORES Y LOG CONSOLIDADO DE *
      *  LOS MAESTROS DE REFERENCIA.                               *
      *  SE INVOCA CON CALL USANDO EL AREA DE CPAUTOPE DESDE CADA  *
      *  MANTENIMIENTO POR NOVEDADES (PGMLICBF, PGMTSCBF,          *
      *  PGMTMCBF, PGMSUCBF, PGMFECBF, PGMPMCBF, PGMPVCBF,         *
      *  PGMOMCBF Y PGMMOCBF). EN LA PRIMERA LLAMADA CARGA LA      *
      *  MATRIZ DDAUTOPE: UNA FILA POR OPERADOR, MAESTRO Y TIPO DE *
      *  NOVEDAD ('**' = TODOS LOS TIPOS) CON EL TOPE DE IMPORTE   *
      *  QUE PUEDE CARGAR (CERO = SIN TOPE). UNA NOVEDAD SIN       *
      *  OPERADOR, DE UN OPERADOR SIN FILA PARA ESE MAESTRO Y      *
      *  TIPO, O CON IMPORTE SOBRE EL TOPE NO SE AUTORIZA Y SE     *
      *  LISTA EN DDEXCSEG, EXCEPCIONES DE SEGURIDAD. SIN MATRIZ   *
      *  NO SE AUTORIZA NADA.                                      *
      *  CADA CAMBIO APLICADO SE GRABA EN DDLOGREF (CPLOGREF) CON  *
      *  EL OPERADOR Y LAS IMAGENES ANTES Y DESPUES. AMBOS         *
      *  ARCHIVOS SE ABREN EN EXTEND LA PRIMERA VEZ QUE SE         *
      *  NECESITAN Y LOS CIERRA LA FUNCION 'F'.                    *
      **************************************************************
       ENVIRONMENT DIVISION.
      **************************************************************
       CONFIGURATION SECTION.

       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
      **************************************************************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

            SELECT MATRIZ ASSIGN TO DDAUTOPE
                 FILE STATUS IS FS-MATRIZ.

            SELECT EXCEPCION ASSIGN TO DDEXCSEG
                 FILE STATUS IS FS-EXCEPCION.

            SELECT LOGREF ASSIGN TO DDLOGREF
                 FILE STATUS IS FS-LOGREF.

            SELECT FECHAPRO ASSIGN TO DDFECPRO
                 FILE STATUS IS FS-FECHAPRO.
      **************************************************************
       I-O-CONTROL.

       DATA DIVISION.
       FILE SECTION.
       FD   MATRIZ
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01   REG-MATRIZ.
           05  MTZ-OPERADOR         PIC X(08).
           05  MTZ-MAESTRO          PIC X(08).
           05  MTZ-TIPO-NOV         PIC X(02).
           05  MTZ-TOPE             PIC 9(11)V99.
           05  FILLER               PIC X(49).
      **************************************************************
       FD   EXCEPCION
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01   REG-EXCEPCION           PIC X(180).
      **************************************************************
       FD   LOGREF
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01   REG-LOGREF              PIC X(280).
      **************************************************************
       FD   FECHAPRO
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01   REG-FECHAPRO.
           05  FPR-FECHA            PIC 9(08).
           05  FILLER               PIC X(72).
      **************************************************************
       WORKING-STORAGE SECTION.

       77  FILLER        PIC X(26) VALUE '* INICIO WORKING-STORAGE *'.
      **************************************************************

       77  FS-MATRIZ       PIC XX    VALUE SPACES.
       77  FS-EXCEPCION    PIC XX    VALUE SPACES.
       77  FS-LOGREF       PIC XX    VALUE SPACES.
       77  FS-FECHAPRO     PIC XX    VALUE SPACES.

      *****************ESTADO DEL MODULO ENTRE LLAMADAS****************
       01  WS-MATRIZ-CARGADA       PIC X     VALUE 'N'.
           88  WS-MTZ-CARGADA                VALUE 'S'.

       01  WS-EXCEPCION-ABIERTO    PIC X     VALUE 'N'.
           88  WS-EXC-ABIERTO                VALUE 'S'.

       01  WS-LOGREF-ABIERTO       PIC X     VALUE 'N'.
           88  WS-LOG-ABIERTO                VALUE 'S'.

      *****************MATRIZ DE AUTORIZACIONES, CARGADA UNA VEZ*******
       77  WS-MTZ-CONT     PIC 9(03) USAGE COMP VALUE ZEROS.
       77  WS-MTZ-SUB      PIC 9(03) USAGE COMP VALUE ZEROS.
       01  WS-TABLA-MATRIZ.
           03  WS-MTZ      OCCURS 500 TIMES.
               05  WS-MTZ-OPERADOR  PIC X(08).
               05  WS-MTZ-MAESTRO   PIC X(08).
               05  WS-MTZ-TIPO-NOV  PIC X(02).
               05  WS-MTZ-TOPE      PIC 9(11)V99.

       01  WS-FLAG-FILA    PIC X     VALUE 'N'.
           88  WS-HAY-FILA                   VALUE 'S'.
           88  WS-SIN-FILA                   VALUE 'N'.

      *****************FECHAS DE SELLO*********************************
           COPY CPFECPRO.

       77  WS-FECHA-SISTEMA           PIC 9(08)   VALUE ZEROES.
       01  WS-HORA-SISTEMA.
           05  WS-HS-HHMMSS           PIC 9(06).
           05  WS-HS-CENTESIMAS       PIC 9(02).

      *****************LOG CONSOLIDADO*********************************
           COPY CPLOGREF.

      *****************LINEA DE EXCEPCIONES DE SEGURIDAD***************
       01  WS-LIN-EXCEPCION.
           05  EXC-FECHA            PIC 9(08).
           05  FILLER               PIC X(01)   VALUE SPACE.
           05  EXC-HORA             PIC 9(06).
           05  FILLER               PIC X(01)   VALUE SPACE.
           05  EXC-PROGRAMA         PIC X(08).
           05  FILLER               PIC X(01)   VALUE SPACE.
           05  EXC-OPERADOR         PIC X(08).
           05  FILLER               PIC X(01)   VALUE SPACE.
           05  EXC-MAESTRO          PIC X(08).
           05  FILLER               PIC X(01)   VALUE SPACE.
           05  EXC-TIPO-NOV         PIC X(02).
           05  FILLER               PIC X(01)   VALUE SPACE.
           05  EXC-IMPORTE          PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           05  FILLER               PIC X(01)   VALUE SPACE.
           05  EXC-MOTIVO           PIC X(30).
           05  FILLER               PIC X(01)   VALUE SPACE.
           05  EXC-NOVEDAD          PIC X(80).
           05  FILLER               PIC X(05)   VALUE SPACES.

       77  FILLER        PIC X(26) VALUE '* FINAL  WORKING-STORAGE *'.
      **************************************************************
       LINKAGE SECTION.

       01  LK-AUTOPE-AREA.
           05  LK-FUNCION          PIC X(01).
           05  LK-PROGRAMA         PIC X(08).
           05  LK-MAESTRO          PIC X(08).
           05  LK-OPERADOR         PIC X(08).
           05  LK-TIPO-NOV         PIC X(02).
           05  LK-IMPORTE          PIC 9(11)V99.
           05  LK-CLAVE            PIC X(20).
           05  LK-NOVEDAD          PIC X(80).
           05  LK-ANTES            PIC X(100).
           05  LK-DESPUES          PIC X(100).
           05  LK-RESULTADO        PIC X(01).
           05  LK-MOTIVO           PIC X(30).
      **************************************************************
       PROCEDURE DIVISION USING LK-AUTOPE-AREA.
      **************************************
      *                                    *
      *  CUERPO PRINCIPAL DEL MODULO       *
      *                                    *
      **************************************
       MAIN-PROGRAM.

           IF NOT WS-MTZ-CARGADA
              PERFORM 1000-CARGAR-MATRIZ
                      THRU F-1000-CARGAR-MATRIZ
           END-IF

           MOVE SPACES TO LK-RESULTADO
                          LK-MOTIVO

           EVALUATE LK-FUNCION
               WHEN 'V'
                    PERFORM 2000-VALIDAR THRU F-2000-VALIDAR
               WHEN 'L'
                    PERFORM 3000-REGISTRAR-CAMBIO
                            THRU F-3000-REGISTRAR-CAMBIO
               WHEN 'F'
                    PERFORM 9000-CERRAR THRU F-9000-CERRAR
               WHEN OTHER
                    MOVE 'E' TO LK-RESULTADO
                    MOVE 'FUNCION DESCONOCIDA' TO LK-MOTIVO
           END-EVALUATE.

       F-MAIN-PROGRAM. GOBACK.

      **************************************************************
       1000-CARGAR-MATRIZ.
      *    SE CARGA UNA SOLA VEZ POR CORRIDA, JUNTO CON LA FECHA DE
      *    NEGOCIO PARA LOS SELLOS DEL LOG.
           SET WS-MTZ-CARGADA TO TRUE

           OPEN INPUT MATRIZ

           IF FS-MATRIZ IS EQUAL '00'
              PERFORM UNTIL FS-MATRIZ IS NOT EQUAL '00'
                 READ MATRIZ
                    AT END
                       MOVE '10' TO FS-MATRIZ
                    NOT AT END
                       IF WS-MTZ-CONT < 500
                          ADD 1 TO WS-MTZ-CONT
                          MOVE MTZ-OPERADOR TO
                               WS-MTZ-OPERADOR (WS-MTZ-CONT)
                          MOVE MTZ-MAESTRO  TO
                               WS-MTZ-MAESTRO  (WS-MTZ-CONT)
                          MOVE MTZ-TIPO-NOV TO
                               WS-MTZ-TIPO-NOV (WS-MTZ-CONT)
                          MOVE ZEROS        TO
                               WS-MTZ-TOPE     (WS-MTZ-CONT)
                          IF MTZ-TOPE IS NUMERIC
                             MOVE MTZ-TOPE  TO
                                  WS-MTZ-TOPE  (WS-MTZ-CONT)
                          END-IF
                       ELSE
                          DISPLAY '* ATENCION: MATRIZ DE AUTORIZACIONES'
                                  ' LLENA (500)'
                          MOVE '10' TO FS-MATRIZ
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE MATRIZ
           ELSE
              DISPLAY '* SIN MATRIZ DE AUTORIZACIONES, NINGUNA '
                      'NOVEDAD QUEDA AUTORIZADA'
           END-IF

           MOVE ZEROS TO WS-FECHA-NEGOCIO-R

           OPEN INPUT FECHAPRO

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
           END-IF

           ACCEPT WS-FECHA-SISTEMA FROM DATE YYYYMMDD

           IF WS-FECHA-NEGOCIO-R IS EQUAL ZEROS
              MOVE WS-FECHA-SISTEMA TO WS-FECHA-NEGOCIO-R
           END-IF.

       F-1000-CARGAR-MATRIZ. EXIT.
      **************************************************************
       2000-VALIDAR.
      *    LA PRIMERA FILA DEL OPERADOR PARA ESE MAESTRO Y TIPO (O
      *    '**') CUYO TOPE CUBRE EL IMPORTE AUTORIZA LA NOVEDAD.
           SET WS-SIN-FILA TO TRUE

           IF LK-OPERADOR IS EQUAL SPACES
              MOVE 'N'                      TO LK-RESULTADO
              MOVE 'NOVEDAD SIN OPERADOR'   TO LK-MOTIVO
           ELSE
              PERFORM VARYING WS-MTZ-SUB FROM 1 BY 1
                      UNTIL WS-MTZ-SUB > WS-MTZ-CONT
                      OR LK-RESULTADO IS EQUAL 'S'
                 IF WS-MTZ-OPERADOR (WS-MTZ-SUB) IS EQUAL LK-OPERADOR
                    AND WS-MTZ-MAESTRO (WS-MTZ-SUB) IS EQUAL LK-MAESTRO
                    AND (WS-MTZ-TIPO-NOV (WS-MTZ-SUB) IS EQUAL
                         LK-TIPO-NOV
                         OR WS-MTZ-TIPO-NOV (WS-MTZ-SUB) IS EQUAL '**')
                    SET WS-HAY-FILA TO TRUE
                    IF WS-MTZ-TOPE (WS-MTZ-SUB) IS EQUAL ZEROS
                       OR LK-IMPORTE IS NOT GREATER
                          WS-MTZ-TOPE (WS-MTZ-SUB)
                       MOVE 'S' TO LK-RESULTADO
                    END-IF
                 END-IF
              END-PERFORM

              IF LK-RESULTADO IS NOT EQUAL 'S'
                 MOVE 'N' TO LK-RESULTADO
                 IF WS-HAY-FILA
                    MOVE 'IMPORTE SUPERA TOPE OPERADOR'
                                                 TO LK-MOTIVO
                 ELSE
                    MOVE 'OPERADOR NO AUTORIZADO' TO LK-MOTIVO
                 END-IF
              END-IF
           END-IF

           IF LK-RESULTADO IS EQUAL 'N'
              PERFORM 2100-GRABAR-EXCEPCION
                      THRU F-2100-GRABAR-EXCEPCION
           END-IF.

       F-2000-VALIDAR. EXIT.
      **************************************************************
       2100-GRABAR-EXCEPCION.
      *    EL LISTADO ES COMUN A TODOS LOS MANTENIMIENTOS DE LA
      *    NOCHE: SE AGREGA A LO QUE YA TENGA. SI NO SE PUEDE
      *    GRABAR SE DEVUELVE ERROR EN LUGAR DEL RECHAZO.
           IF NOT WS-EXC-ABIERTO
              OPEN EXTEND EXCEPCION
              IF FS-EXCEPCION IS EQUAL '35'
                 OPEN OUTPUT EXCEPCION
              END-IF
              IF FS-EXCEPCION IS NOT EQUAL '00'
                 DISPLAY '* ERROR EN OPEN EXCEPCION = ' FS-EXCEPCION
                 MOVE 'E' TO LK-RESULTADO
                 MOVE 'ERROR EN OPEN DE EXCEPCIONES' TO LK-MOTIVO
                 GO TO F-2100-GRABAR-EXCEPCION
              END-IF
              SET WS-EXC-ABIERTO TO TRUE
           END-IF

           ACCEPT WS-HORA-SISTEMA FROM TIME

           MOVE WS-FECHA-NEGOCIO-R TO EXC-FECHA
           MOVE WS-HS-HHMMSS       TO EXC-HORA
           MOVE LK-PROGRAMA        TO EXC-PROGRAMA
           MOVE LK-OPERADOR        TO EXC-OPERADOR
           MOVE LK-MAESTRO         TO EXC-MAESTRO
           MOVE LK-TIPO-NOV        TO EXC-TIPO-NOV
           MOVE LK-IMPORTE         TO EXC-IMPORTE
           MOVE LK-MOTIVO          TO EXC-MOTIVO
           MOVE LK-NOVEDAD         TO EXC-NOVEDAD

           WRITE REG-EXCEPCION FROM WS-LIN-EXCEPCION

           IF FS-EXCEPCION IS NOT EQUAL '00'
              DISPLAY '* ERROR EN WRITE EXCEPCION = ' FS-EXCEPCION
              MOVE 'E' TO LK-RESULTADO
              MOVE 'ERROR EN WRITE DE EXCEPCIONES' TO LK-MOTIVO
           END-IF.

       F-2100-GRABAR-EXCEPCION. EXIT.
      **************************************************************
       3000-REGISTRAR-CAMBIO.
      *    UN CAMBIO QUE NO SE PUEDE REGISTRAR SE DEVUELVE COMO
      *    ERROR: EL LLAMADOR CORTA LA CORRIDA.
           IF NOT WS-LOG-ABIERTO
              OPEN EXTEND LOGREF
              IF FS-LOGREF IS EQUAL '35'
                 OPEN OUTPUT LOGREF
              END-IF
              IF FS-LOGREF IS NOT EQUAL '00'
                 DISPLAY '* ERROR EN OPEN LOGREF    = ' FS-LOGREF
                 MOVE 'E' TO LK-RESULTADO
                 MOVE 'ERROR EN OPEN DEL LOG' TO LK-MOTIVO
                 GO TO F-3000-REGISTRAR-CAMBIO
              END-IF
              SET WS-LOG-ABIERTO TO TRUE
           END-IF

           ACCEPT WS-HORA-SISTEMA FROM TIME

           MOVE SPACES              TO WS-REG-LOGREF
           MOVE WS-FECHA-NEGOCIO-R  TO LGR-FECHA-NEGOCIO
           MOVE WS-FECHA-SISTEMA    TO LGR-FECHA-SISTEMA
           MOVE WS-HS-HHMMSS        TO LGR-HORA
           MOVE LK-PROGRAMA         TO LGR-PROGRAMA
           MOVE LK-MAESTRO          TO LGR-MAESTRO
           MOVE LK-OPERADOR         TO LGR-OPERADOR
           MOVE LK-TIPO-NOV         TO LGR-ACCION
           MOVE LK-CLAVE            TO LGR-CLAVE
           MOVE LK-ANTES            TO LGR-ANTES
           MOVE LK-DESPUES          TO LGR-DESPUES

           WRITE REG-LOGREF FROM WS-REG-LOGREF

           IF FS-LOGREF IS NOT EQUAL '00'
              DISPLAY '* ERROR EN WRITE LOGREF   = ' FS-LOGREF
              MOVE 'E' TO LK-RESULTADO
              MOVE 'ERROR EN WRITE DEL LOG' TO LK-MOTIVO
           ELSE
              MOVE 'S' TO LK-RESULTADO
           END-IF.

       F-3000-REGISTRAR-CAMBIO. EXIT.
      **************************************************************
       9000-CERRAR.

           MOVE 'S' TO LK-RESULTADO

           IF WS-EXC-ABIERTO
              CLOSE EXCEPCION
              MOVE 'N' TO WS-EXCEPCION-ABIERTO
           END-IF

           IF WS-LOG-ABIERTO
              CLOSE LOGREF
              MOVE 'N' TO WS-LOGREF-ABIERTO
              IF FS-LOGREF IS NOT EQUAL '00'
                 DISPLAY '* ERROR EN CLOSE LOGREF   = ' FS-LOGREF
                 MOVE 'E' TO LK-RESULTADO
              END-IF
           END-IF.

       F-9000-CERRAR. EXIT.
