       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMPXCBF.
       AUTHOR.    FEDERICO FALCON.
      **************************************************************
      *  PUNTO DE RESTAURACION DE APERTURA DE VENTANA.             *
      *  CUANDO UNA NOCHE CAIA A MITAD DE CAMINO LOS MAESTROS SE   *
      *  RESTAURABAN UNO POR UNO DE MEMORIA Y MAS DE UNA VEZ QUEDO *
      *  UNO UNA GENERACION ADELANTADO. ESTE PASO CORRE PRIMERO EN *
      *  LA VENTANA, ANTES DE QUE NINGUN PASO TOQUE UN MAESTRO:    *
      *    - TOMA LA LISTA DE MAESTROS QUE ACTUALIZA LA NOCHE      *
      *      (DDMAENOC: DDNAME, DATASET Y PROGRAMA QUE LO          *
      *      ACTUALIZA) Y LA GENERACION VIGENTE DE CADA DATASET    *
      *      SEGUN EL LISTADO DE CATALOGO DDGENACT                 *
      *    - GRABA EN EL MANIFIESTO DDPUNSAL (CPPUNRES) UN         *
      *      REGISTRO POR MAESTRO CON LA FECHA DE NEGOCIO          *
      *      (DDFECPRO) Y ESA GENERACION, A CONTINUACION DE LA     *
      *      HISTORIA DDPUNANT, QUE SE PODA A 90 DIAS              *
      *    - SI A UN MAESTRO DE LA LISTA LE FALTA LA GENERACION, O *
      *      YA HAY UN PUNTO ACTIVO DE UNA NOCHE POSTERIOR, NO     *
      *      GRABA EL PUNTO Y TERMINA CON RC 8: UN PUNTO           *
      *      INCOMPLETO ES PEOR QUE NINGUNO                        *
      *    - SI LA NOCHE YA TIENE PUNTO ACTIVO (VENTANA REABIERTA  *
      *      SIN VUELTA ATRAS) CONSERVA EL ORIGINAL, QUE ES EL     *
      *      UNICO QUE REFLEJA LOS MAESTROS SIN TOCAR              *
      *  LA VUELTA ATRAS DE LA NOCHE ES PGMRBCBF. EL DETALLE POR   *
      *  MAESTRO QUEDA EN DDSALI.                                  *
      **************************************************************
       ENVIRONMENT DIVISION.
      **************************************************************
       CONFIGURATION SECTION.

       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
      **************************************************************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

            SELECT MAENOC ASSIGN TO DDMAENOC
                 FILE STATUS IS FS-MAENOC.

            SELECT GENACT ASSIGN TO DDGENACT
                 FILE STATUS IS FS-GENACT.

            SELECT PUNANT ASSIGN TO DDPUNANT
                 FILE STATUS IS FS-PUNANT.

            SELECT PUNSAL ASSIGN TO DDPUNSAL
                 FILE STATUS IS FS-PUNSAL.

            SELECT FECHAPRO ASSIGN TO DDFECPRO
                 FILE STATUS IS FS-FECHAPRO.

            SELECT SALIDA ASSIGN TO DDSALI
                 FILE STATUS IS FS-SALIDA.
      **************************************************************
       I-O-CONTROL.

       DATA DIVISION.
       FILE SECTION.
       FD   MAENOC
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01   REG-MAENOC.
           05  MAE-DDNAME           PIC X(08).
           05  MAE-DSNAME           PIC X(44).
           05  MAE-PROGRAMA         PIC X(08).
           05  FILLER               PIC X(20).
      **************************************************************
       FD   GENACT
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01   REG-GENACT.
           05  GEN-DSNAME           PIC X(44).
           05  GEN-GENERACION       PIC 9(04).
           05  FILLER               PIC X(32).
      **************************************************************
       FD   PUNANT
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01   REG-PUNANT              PIC X(80).
      **************************************************************
       FD   PUNSAL
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01   REG-PUNSAL              PIC X(80).
      **************************************************************
       FD   FECHAPRO
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01   REG-FECHAPRO.
           05  FPR-FECHA            PIC 9(08).
           05  FILLER               PIC X(72).
      **************************************************************
       FD   SALIDA
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01   REG-SALIDA              PIC X(100).
      **************************************************************
       WORKING-STORAGE SECTION.

       77  FILLER        PIC X(26) VALUE '* INICIO WORKING-STORAGE *'.
      **************************************************************

       77  FS-MAENOC       PIC XX    VALUE SPACES.
       77  FS-GENACT       PIC XX    VALUE SPACES.
       77  FS-PUNANT       PIC XX    VALUE SPACES.
       77  FS-PUNSAL       PIC XX    VALUE SPACES.
       77  FS-FECHAPRO     PIC XX    VALUE SPACES.
       77  FS-SALIDA       PIC XX    VALUE SPACES.

       01  WS-FLAG-FIN     PIC X     VALUE 'N'.
           88  WS-FIN                VALUE 'S'.

      *********************CONTADORES*******************************
       77  WS-MAESTROS                PIC 9(03)   VALUE ZEROES.
       77  WS-SIN-GENERACION          PIC 9(03)   VALUE ZEROES.
       77  WS-HIS-LEIDOS              PIC 9(05)   VALUE ZEROES.
       77  WS-HIS-PODADOS             PIC 9(05)   VALUE ZEROES.
       77  WS-PUN-GRABADOS            PIC 9(05)   VALUE ZEROES.

      *****************FECHA DE NEGOCIO*******************************
           COPY CPFECPRO.

       01  WS-FECHA-SISTEMA.
           05  WS-FEC-SIS-ANIO      PIC 9(04).
           05  WS-FEC-SIS-MES       PIC 9(02).
           05  WS-FEC-SIS-DIA       PIC 9(02).

      *****************MANIFIESTO**************************************
           COPY CPPUNRES.

      *****************SITUACION DE LA HISTORIA************************
       01  WS-FLAG-YA-TIENE  PIC X   VALUE 'N'.
           88  WS-YA-TIENE-PUNTO     VALUE 'S'.
       01  WS-FLAG-POSTERIOR PIC X   VALUE 'N'.
           88  WS-HAY-POSTERIOR      VALUE 'S'.
       77  WS-FECHA-POSTERIOR  PIC 9(08)  VALUE ZEROS.

      *****************MAESTROS DE LA NOCHE EN MEMORIA*****************
       77  WS-MAE-CONT     PIC 9(03) USAGE COMP VALUE ZEROS.
       77  WS-MAE-SUB      PIC 9(03) USAGE COMP VALUE ZEROS.
       01  WS-TABLA-MAESTROS.
           03  WS-MAE      OCCURS 100 TIMES.
               05  WS-MAE-DDNAME    PIC X(08).
               05  WS-MAE-DSNAME    PIC X(44).
               05  WS-MAE-PROGRAMA  PIC X(08).
               05  WS-MAE-GEN       PIC 9(04).
               05  WS-MAE-CON-GEN   PIC X(01).

      *****************PODA DE LA HISTORIA (30/360)********************
       77  WS-DIAS-RETENCION  PIC 9(03)  VALUE 90.
       01  WS-FECHA-CONV.
           05  WS-FC-ANIO           PIC 9(04).
           05  WS-FC-MES            PIC 9(02).
           05  WS-FC-DIA            PIC 9(02).
       77  WS-DIAS-CONV    PIC 9(07)  VALUE ZEROS.
       77  WS-DIAS-NOCHE   PIC 9(07)  VALUE ZEROS.

      *****************LINEAS DEL LISTADO******************************
       01  WS-LIN-TITULO.
           05  FILLER               PIC X(36)   VALUE
               ' PUNTO DE RESTAURACION DE LA NOCHE '.
           05  WS-LTI-FECHA         PIC 9(08).
           05  FILLER               PIC X(56)   VALUE SPACES.

       01  WS-LIN-MAESTRO.
           05  FILLER               PIC X(01)   VALUE SPACE.
           05  WS-LM-DDNAME         PIC X(08).
           05  FILLER               PIC X(01)   VALUE SPACE.
           05  WS-LM-DSNAME         PIC X(44).
           05  FILLER               PIC X(02)   VALUE ' G'.
           05  WS-LM-GEN            PIC 9(04).
           05  FILLER               PIC X(01)   VALUE SPACE.
           05  WS-LM-PROGRAMA       PIC X(08).
           05  FILLER               PIC X(01)   VALUE SPACE.
           05  WS-LM-ESTADO         PIC X(30).

       01  WS-LIN-RESULTADO.
           05  FILLER               PIC X(01)   VALUE SPACE.
           05  WS-LR-TEXTO          PIC X(60).
           05  WS-LR-FECHA          PIC 9(08).
           05  FILLER               PIC X(31)   VALUE SPACES.

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

           IF NOT WS-FIN
              PERFORM 2000-VERIFICAR-MAESTROS
                      THRU F-2000-VERIFICAR-MAESTROS
              PERFORM 3000-GRABAR-MANIFIESTO
                      THRU F-3000-GRABAR-MANIFIESTO
           END-IF.

           PERFORM 9999-FINAL    THRU  F-9999-FINAL.

       F-MAIN-PROGRAM. GOBACK.

      **************************************
      *                                    *
      *  CUERPO INICIO APERTURA ARCHIVOS   *
      *                                    *
      **************************************
       1000-INICIO.

           ACCEPT WS-FECHA-SISTEMA FROM DATE YYYYMMDD.

           OPEN OUTPUT PUNSAL.

           IF FS-PUNSAL IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN PUNSAL    = ' FS-PUNSAL
              MOVE 9999 TO RETURN-CODE
              SET  WS-FIN TO TRUE
           END-IF

           OPEN OUTPUT SALIDA.

           IF FS-SALIDA IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN SALIDA    = ' FS-SALIDA
              MOVE 9999 TO RETURN-CODE
              SET  WS-FIN TO TRUE
           END-IF

      *    FECHA DE NEGOCIO DE LA TARJETA DDFECPRO; SI NO VIENE O
      *    TRAE CERO SE CAE A LA FECHA DEL SISTEMA.
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

           IF WS-FECHA-NEGOCIO-R IS EQUAL ZEROS
              MOVE WS-FECHA-SISTEMA TO WS-FECHA-NEGOCIO
           END-IF

           MOVE WS-FECHA-NEGOCIO-R TO WS-FECHA-CONV
           PERFORM 7000-FECHA-A-DIAS THRU F-7000-FECHA-A-DIAS
           MOVE WS-DIAS-CONV TO WS-DIAS-NOCHE

           IF NOT WS-FIN
              MOVE WS-FECHA-NEGOCIO-R TO WS-LTI-FECHA
              WRITE REG-SALIDA FROM WS-LIN-TITULO
           END-IF

           PERFORM 1100-CARGAR-MAESTROS
                   THRU F-1100-CARGAR-MAESTROS.

           IF NOT WS-FIN
              PERFORM 1200-CARGAR-GENERACIONES
                      THRU F-1200-CARGAR-GENERACIONES
           END-IF.

       F-1000-INICIO.   EXIT.
      **************************************************************
       1100-CARGAR-MAESTROS.
      *    SIN LISTA DE MAESTROS NO HAY PUNTO QUE GRABAR.
           OPEN INPUT MAENOC

           IF FS-MAENOC IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN MAENOC    = ' FS-MAENOC
              MOVE 9999 TO RETURN-CODE
              SET  WS-FIN TO TRUE
           ELSE
              PERFORM UNTIL FS-MAENOC IS NOT EQUAL '00'
                 READ MAENOC
                    AT END
                       MOVE '10' TO FS-MAENOC
                    NOT AT END
                       IF WS-MAE-CONT < 100
                          ADD 1 TO WS-MAE-CONT
                          MOVE MAE-DDNAME   TO
                               WS-MAE-DDNAME   (WS-MAE-CONT)
                          MOVE MAE-DSNAME   TO
                               WS-MAE-DSNAME   (WS-MAE-CONT)
                          MOVE MAE-PROGRAMA TO
                               WS-MAE-PROGRAMA (WS-MAE-CONT)
                          MOVE ZEROS        TO
                               WS-MAE-GEN      (WS-MAE-CONT)
                          MOVE 'N'          TO
                               WS-MAE-CON-GEN  (WS-MAE-CONT)
                       ELSE
                          DISPLAY '* ATENCION: LISTA DE MAESTROS '
                                  'LLENA (100)'
                          MOVE 9999 TO RETURN-CODE
                          SET  WS-FIN TO TRUE
                          MOVE '10' TO FS-MAENOC
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE MAENOC
              MOVE WS-MAE-CONT TO WS-MAESTROS
           END-IF

           IF NOT WS-FIN
              AND WS-MAE-CONT IS EQUAL ZEROS
              DISPLAY '* LISTA DE MAESTROS VACIA, NO HAY PUNTO'
              MOVE 9999 TO RETURN-CODE
              SET  WS-FIN TO TRUE
           END-IF.

       F-1100-CARGAR-MAESTROS. EXIT.
      **************************************************************
       1200-CARGAR-GENERACIONES.
      *    EL LISTADO DE CATALOGO TRAE UNA LINEA POR DATASET CON
      *    SU GENERACION VIGENTE; LAS QUE NO SON DE LA LISTA SE
      *    IGNORAN.
           OPEN INPUT GENACT

           IF FS-GENACT IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN GENACT    = ' FS-GENACT
              MOVE 9999 TO RETURN-CODE
              SET  WS-FIN TO TRUE
           ELSE
              PERFORM UNTIL FS-GENACT IS NOT EQUAL '00'
                 READ GENACT
                    AT END
                       MOVE '10' TO FS-GENACT
                    NOT AT END
                       PERFORM VARYING WS-MAE-SUB FROM 1 BY 1
                               UNTIL WS-MAE-SUB > WS-MAE-CONT
                          IF WS-MAE-DSNAME (WS-MAE-SUB) IS EQUAL
                             GEN-DSNAME
                             AND GEN-GENERACION IS NUMERIC
                             MOVE GEN-GENERACION TO
                                  WS-MAE-GEN     (WS-MAE-SUB)
                             MOVE 'S'            TO
                                  WS-MAE-CON-GEN (WS-MAE-SUB)
                          END-IF
                       END-PERFORM
                 END-READ
              END-PERFORM
              CLOSE GENACT
           END-IF.

       F-1200-CARGAR-GENERACIONES. EXIT.
      **************************************************************
       2000-VERIFICAR-MAESTROS.
      *    TODO MAESTRO DE LA LISTA DEBE TENER SU GENERACION; SE
      *    LISTAN TODOS PARA QUE OPERACIONES VEA EL PUNTO ENTERO.
           PERFORM VARYING WS-MAE-SUB FROM 1 BY 1
                   UNTIL WS-MAE-SUB > WS-MAE-CONT
              MOVE WS-MAE-DDNAME   (WS-MAE-SUB) TO WS-LM-DDNAME
              MOVE WS-MAE-DSNAME   (WS-MAE-SUB) TO WS-LM-DSNAME
              MOVE WS-MAE-GEN      (WS-MAE-SUB) TO WS-LM-GEN
              MOVE WS-MAE-PROGRAMA (WS-MAE-SUB) TO WS-LM-PROGRAMA
              IF WS-MAE-CON-GEN (WS-MAE-SUB) IS EQUAL 'S'
                 MOVE 'GENERACION REGISTRADA' TO WS-LM-ESTADO
              ELSE
                 ADD 1 TO WS-SIN-GENERACION
                 MOVE 'SIN GENERACION EN CATALOGO' TO WS-LM-ESTADO
              END-IF
              WRITE REG-SALIDA FROM WS-LIN-MAESTRO
           END-PERFORM

           PERFORM 2100-REVISAR-HISTORIA THRU F-2100-REVISAR-HISTORIA.

       F-2000-VERIFICAR-MAESTROS. EXIT.
      **************************************************************
       2100-REVISAR-HISTORIA.
      *    LA HISTORIA PASA A LA NUEVA GENERACION SALVO LO QUE
      *    SUPERA LA RETENCION. DE PASO SE VE SI LA NOCHE YA TIENE
      *    PUNTO ACTIVO O SI HAY UNO ACTIVO DE UNA NOCHE POSTERIOR.
      *    SIN HISTORIA (PRIMERA NOCHE) ARRANCA VACIA.
           OPEN INPUT PUNANT

           IF FS-PUNANT IS NOT EQUAL '00'
              DISPLAY '* SIN MANIFIESTO PREVIO, ARRANCA VACIO'
              GO TO F-2100-REVISAR-HISTORIA
           END-IF

           PERFORM UNTIL FS-PUNANT IS NOT EQUAL '00'
              READ PUNANT INTO WS-REG-PUNRES
                 AT END
                    MOVE '10' TO FS-PUNANT
                 NOT AT END
                    ADD 1 TO WS-HIS-LEIDOS
                    PERFORM 2200-PASAR-HISTORIA
                            THRU F-2200-PASAR-HISTORIA
              END-READ
           END-PERFORM

           CLOSE PUNANT.

       F-2100-REVISAR-HISTORIA. EXIT.
      **************************************************************
       2200-PASAR-HISTORIA.

           IF PRS-ACTIVO
              IF PRS-FECHA IS EQUAL WS-FECHA-NEGOCIO-R
                 SET WS-YA-TIENE-PUNTO TO TRUE
              END-IF
              IF PRS-FECHA IS GREATER WS-FECHA-NEGOCIO-R
                 SET WS-HAY-POSTERIOR TO TRUE
                 MOVE PRS-FECHA TO WS-FECHA-POSTERIOR
              END-IF
           END-IF

           MOVE PRS-FECHA TO WS-FECHA-CONV
           PERFORM 7000-FECHA-A-DIAS THRU F-7000-FECHA-A-DIAS

           IF WS-DIAS-CONV + WS-DIAS-RETENCION IS LESS WS-DIAS-NOCHE
              ADD 1 TO WS-HIS-PODADOS
              GO TO F-2200-PASAR-HISTORIA
           END-IF

           WRITE REG-PUNSAL FROM WS-REG-PUNRES

           IF FS-PUNSAL IS NOT EQUAL '00'
              DISPLAY '* ERROR EN WRITE PUNSAL   = ' FS-PUNSAL
              MOVE 9999 TO RETURN-CODE
              SET  WS-FIN TO TRUE
              MOVE '10' TO FS-PUNANT
           END-IF.

       F-2200-PASAR-HISTORIA. EXIT.
      **************************************************************
       3000-GRABAR-MANIFIESTO.
      *    EL PUNTO SE GRABA COMPLETO O NO SE GRABA.
           IF WS-FIN
              GO TO F-3000-GRABAR-MANIFIESTO
           END-IF

           MOVE ZEROS TO WS-LR-FECHA

           EVALUATE TRUE
               WHEN WS-SIN-GENERACION IS GREATER ZEROS
                    MOVE 'MAESTROS SIN GENERACION, PUNTO NO GRABADO'
                         TO WS-LR-TEXTO
                    DISPLAY '* ' WS-SIN-GENERACION ' MAESTROS SIN '
                            'GENERACION, PUNTO NO GRABADO'
                    MOVE 8 TO RETURN-CODE

               WHEN WS-HAY-POSTERIOR
                    MOVE 'HAY PUNTO ACTIVO DE UNA NOCHE POSTERIOR:'
                         TO WS-LR-TEXTO
                    MOVE WS-FECHA-POSTERIOR TO WS-LR-FECHA
                    DISPLAY '* PUNTO ACTIVO POSTERIOR DEL '
                            WS-FECHA-POSTERIOR ', PUNTO NO GRABADO'
                    MOVE 8 TO RETURN-CODE

               WHEN WS-YA-TIENE-PUNTO
                    MOVE 'LA NOCHE YA TENIA PUNTO, SE CONSERVA EL DEL'
                         TO WS-LR-TEXTO
                    MOVE WS-FECHA-NEGOCIO-R TO WS-LR-FECHA
                    DISPLAY '* LA NOCHE YA TENIA PUNTO DE '
                            'RESTAURACION, SE CONSERVA'

               WHEN OTHER
                    PERFORM 3100-GRABAR-PUNTO THRU F-3100-GRABAR-PUNTO
                            VARYING WS-MAE-SUB FROM 1 BY 1
                            UNTIL WS-MAE-SUB > WS-MAE-CONT
                    MOVE 'PUNTO DE RESTAURACION GRABADO PARA EL DIA'
                         TO WS-LR-TEXTO
                    MOVE WS-FECHA-NEGOCIO-R TO WS-LR-FECHA
           END-EVALUATE

           WRITE REG-SALIDA FROM WS-LIN-RESULTADO.

       F-3000-GRABAR-MANIFIESTO. EXIT.
      **************************************************************
       3100-GRABAR-PUNTO.

           MOVE SPACES                         TO WS-REG-PUNRES
           MOVE WS-FECHA-NEGOCIO-R             TO PRS-FECHA
           MOVE WS-MAE-DDNAME (WS-MAE-SUB)     TO PRS-DDNAME
           MOVE WS-MAE-DSNAME (WS-MAE-SUB)     TO PRS-DSNAME
           MOVE WS-MAE-GEN (WS-MAE-SUB)        TO PRS-GENERACION
           SET  PRS-ACTIVO                     TO TRUE
           MOVE WS-FECHA-SISTEMA               TO PRS-FEC-ESTADO
           WRITE REG-PUNSAL FROM WS-REG-PUNRES

           IF FS-PUNSAL IS NOT EQUAL '00'
              DISPLAY '* ERROR EN WRITE PUNSAL   = ' FS-PUNSAL
              MOVE 9999 TO RETURN-CODE
              SET  WS-FIN TO TRUE
              MOVE WS-MAE-CONT TO WS-MAE-SUB
           ELSE
              ADD 1 TO WS-PUN-GRABADOS
           END-IF.

       F-3100-GRABAR-PUNTO. EXIT.
      **************************************************************
       7000-FECHA-A-DIAS.
      *    CONVIERTE AAAAMMDD A DIAS 30/360 PARA LA RETENCION.
           COMPUTE WS-DIAS-CONV =
                   (WS-FC-ANIO * 360) + (WS-FC-MES * 30) + WS-FC-DIA.

       F-7000-FECHA-A-DIAS. EXIT.
      **************************************************************
       9999-FINAL.

           IF RETURN-CODE NOT EQUAL 9999
             CLOSE PUNSAL
             CLOSE SALIDA
           END-IF

           DISPLAY '***************************************'
           DISPLAY ' FECHA DE LA NOCHE         :  ' WS-FECHA-NEGOCIO-R
           DISPLAY ' MAESTROS DE LA NOCHE      :  ' WS-MAESTROS
           DISPLAY ' MAESTROS SIN GENERACION   :  ' WS-SIN-GENERACION
           DISPLAY ' HISTORIA LEIDA            :  ' WS-HIS-LEIDOS
           DISPLAY ' HISTORIA PODADA           :  ' WS-HIS-PODADOS
           DISPLAY ' REGISTROS DE PUNTO        :  ' WS-PUN-GRABADOS
           DISPLAY ' RC FINAL                  :  ' RETURN-CODE
           DISPLAY '***************************************'.

       F-9999-FINAL.
           EXIT.
