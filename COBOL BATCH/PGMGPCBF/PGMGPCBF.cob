       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMGPCBF.
       AUTHOR.    FEDERICO FALCON.
      **************************************************************
      *  GENERADOR DEL PLAN DE LA NOCHE SEGUN CALENDARIO.          *
      *  DDPLAN ERA EL MISMO TODAS LAS NOCHES Y LOS PASOS DE FIN   *
      *  DE MES SE AGREGABAN Y SACABAN A MANO. ESTE PASO CORRE     *
      *  ANTES DE ABRIR LA VENTANA Y LEE EL PLAN MAESTRO DDPLAMAE, *
      *  DONDE CADA PASO LLEVA SU CONDICION DE CORRIDA:            *
      *    - HB = TODO DIA HABIL,  UH = ULTIMO HABIL DEL MES,      *
      *    - PH = PRIMER HABIL DEL MES,  FT = FIN DE TRIMESTRE,    *
      *    - FA = FIN DE ANIO,  VF = VISPERA DE FERIADO            *
      *  (FIN DE TRIMESTRE Y DE ANIO SON EL ULTIMO HABIL DE MARZO, *
      *  JUNIO, SETIEMBRE Y DICIEMBRE, Y DE DICIEMBRE). CON LA     *
      *  FECHA DE NEGOCIO (DDFECPRO) Y EL MODULO PGMFSCBF EVALUA   *
      *  CADA CONDICION Y GRABA EN DDPLAN SOLO LOS PASOS QUE       *
      *  CORREN ESA NOCHE. EL PREDECESOR QUE NO CORRE SE REEMPLAZA *
      *  POR EL SUYO, PARA QUE PGMPLCBF NO RETENGA AL SUCESOR      *
      *  ESPERANDO UN FIN QUE NUNCA LLEGA.                         *
      *  EN DDSALI LISTA EL PLAN ARMADO Y EL PRONOSTICO DE LAS     *
      *  NOCHES ESPECIALES DE LOS PROXIMOS 30 DIAS CON SUS PASOS.  *
      **************************************************************
       ENVIRONMENT DIVISION.
      **************************************************************
       CONFIGURATION SECTION.

       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
      **************************************************************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

            SELECT PLAMAE ASSIGN TO DDPLAMAE
                 FILE STATUS IS FS-PLAMAE.

            SELECT PLAN ASSIGN TO DDPLAN
                 FILE STATUS IS FS-PLAN.

            SELECT FECHAPRO ASSIGN TO DDFECPRO
                 FILE STATUS IS FS-FECHAPRO.

            SELECT SALIDA ASSIGN TO DDSALI
                 FILE STATUS IS FS-SALIDA.
      **************************************************************
       I-O-CONTROL.

       DATA DIVISION.
       FILE SECTION.
       FD   PLAMAE
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01   REG-PLAMAE.
           05  PLM-SECUENCIA        PIC 9(02).
           05  PLM-PROGRAMA         PIC X(08).
           05  PLM-PREDECESOR1      PIC X(08).
           05  PLM-PREDECESOR2      PIC X(08).
           05  PLM-RC-MAXIMO        PIC 9(04).
           05  PLM-CONDICION        PIC X(02).
           05  FILLER               PIC X(48).
      **************************************************************
       FD   PLAN
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01   REG-PLAN.
           05  PLA-SECUENCIA        PIC 9(02).
           05  PLA-PROGRAMA         PIC X(08).
           05  PLA-PREDECESOR1      PIC X(08).
           05  PLA-PREDECESOR2      PIC X(08).
           05  PLA-RC-MAXIMO        PIC 9(04).
           05  FILLER               PIC X(50).
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

       77  FS-PLAMAE       PIC XX    VALUE SPACES.
       77  FS-PLAN         PIC XX    VALUE SPACES.
       77  FS-FECHAPRO     PIC XX    VALUE SPACES.
       77  FS-SALIDA       PIC XX    VALUE SPACES.

       01  WS-FLAG-FIN     PIC X     VALUE 'N'.
           88  WS-FIN                VALUE 'S'.

      *********************CONTADORES*******************************
       77  WS-PASOS-MAESTRO           PIC 9(03)   VALUE ZEROES.
       77  WS-PASOS-INCLUIDOS         PIC 9(03)   VALUE ZEROES.
       77  WS-PASOS-SALTEADOS         PIC 9(03)   VALUE ZEROES.
       77  WS-NOCHES-ESPECIALES       PIC 9(03)   VALUE ZEROES.

      *****************FECHA DE NEGOCIO*******************************
           COPY CPFECPRO.

      *****************SERVICIOS DE FECHA*****************************
           COPY CPFECSRV.

      *****************PLAN MAESTRO EN MEMORIA*************************
       77  WS-PLM-CONT     PIC 9(02) USAGE COMP VALUE ZEROS.
       77  WS-PLM-SUB      PIC 9(02) USAGE COMP VALUE ZEROS.
       77  WS-PLM-IDX      PIC 9(02) USAGE COMP VALUE ZEROS.
       77  WS-PLM-BUS      PIC 9(02) USAGE COMP VALUE ZEROS.
       01  WS-TABLA-MAESTRO.
           03  WS-PLM      OCCURS 50 TIMES.
               05  WS-PLM-SECUENCIA PIC 9(02).
               05  WS-PLM-PROGRAMA  PIC X(08).
               05  WS-PLM-PRED1     PIC X(08).
               05  WS-PLM-PRED2     PIC X(08).
               05  WS-PLM-RC-MAX    PIC 9(04).
               05  WS-PLM-CONDICION PIC X(02).
                   88  WS-PLM-COND-VALIDA VALUE 'HB' 'UH' 'PH'
                                                'FT' 'FA' 'VF'
                                                SPACES.
               05  WS-PLM-APLICA    PIC X(01).

      *****************CONDICIONES DE LA FECHA EVALUADA****************
       01  WS-FECHA-EVAL.
           05  WS-FE-ANIO           PIC 9(04).
           05  WS-FE-MES            PIC 9(02).
           05  WS-FE-DIA            PIC 9(02).
       01  WS-FECHA-EVAL-R REDEFINES WS-FECHA-EVAL
                                    PIC 9(08).

       01  WS-FECHA-AUX.
           05  WS-FA-ANIO           PIC 9(04).
           05  WS-FA-MES            PIC 9(02).
           05  WS-FA-DIA            PIC 9(02).
       01  WS-FECHA-AUX-R REDEFINES WS-FECHA-AUX
                                    PIC 9(08).

       01  WS-CONDICIONES.
           05  WS-C-HABIL           PIC X(01).
           05  WS-C-ULT-HABIL       PIC X(01).
           05  WS-C-PRI-HABIL       PIC X(01).
           05  WS-C-FIN-TRIM        PIC X(01).
           05  WS-C-FIN-ANIO        PIC X(01).
           05  WS-C-VISPERA         PIC X(01).

       01  WS-FLAG-CUMPLE  PIC X     VALUE 'N'.
           88  WS-CUMPLE             VALUE 'S'.
           88  WS-NO-CUMPLE          VALUE 'N'.

      *****************RESOLUCION DE PREDECESORES**********************
       77  WS-PRED-BUSCA      PIC X(08) VALUE SPACES.
       77  WS-PRED-HEREDADO   PIC X(08) VALUE SPACES.
       77  WS-PRED-SALTOS     PIC 9(02) VALUE ZEROS.
       01  WS-FLAG-RESUELTO PIC X    VALUE 'N'.
           88  WS-RESUELTO           VALUE 'S'.
           88  WS-NO-RESUELTO        VALUE 'N'.
       77  WS-PRED-FINAL1     PIC X(08) VALUE SPACES.
       77  WS-PRED-FINAL2     PIC X(08) VALUE SPACES.

      *****************PRONOSTICO**************************************
       77  WS-FECHA-LIMITE    PIC 9(08) VALUE ZEROS.
       77  WS-LP-POS          PIC 9(02) VALUE ZEROS.

      *****************LINEAS DEL LISTADO******************************
       01  WS-LIN-TITULO.
           05  FILLER               PIC X(24)   VALUE
               ' PLAN DE LA NOCHE DEL '.
           05  WS-LTI-FECHA         PIC 9(08).
           05  FILLER               PIC X(01)   VALUE SPACE.
           05  WS-LTI-CONDIC        PIC X(40).
           05  FILLER               PIC X(27)   VALUE SPACES.

       01  WS-LIN-PASO.
           05  FILLER               PIC X(01)   VALUE SPACE.
           05  WS-LPA-SEC           PIC 9(02).
           05  FILLER               PIC X(01)   VALUE SPACE.
           05  WS-LPA-PROGRAMA      PIC X(08).
           05  FILLER               PIC X(01)   VALUE SPACE.
           05  WS-LPA-CONDICION     PIC X(02).
           05  FILLER               PIC X(01)   VALUE SPACE.
           05  WS-LPA-DECISION      PIC X(09).
           05  FILLER               PIC X(07)   VALUE ' PRED: '.
           05  WS-LPA-PRED1         PIC X(08).
           05  FILLER               PIC X(01)   VALUE SPACE.
           05  WS-LPA-PRED2         PIC X(08).
           05  FILLER               PIC X(51)   VALUE SPACES.

       01  WS-LIN-PRON-TITULO.
           05  FILLER               PIC X(40)   VALUE
               ' NOCHES ESPECIALES DE LOS PROXIMOS 30 DI'.
           05  FILLER               PIC X(03)   VALUE 'AS '.
           05  FILLER               PIC X(57)   VALUE SPACES.

       01  WS-LIN-PRONOSTICO.
           05  FILLER               PIC X(01)   VALUE SPACE.
           05  WS-LPR-FECHA         PIC 9(08).
           05  FILLER               PIC X(01)   VALUE SPACE.
           05  WS-LPR-CONDIC        PIC X(40).
           05  WS-LPR-PASOS         PIC X(50).

       01  WS-TEXTO-CONDIC.
           05  WS-TC-ULT            PIC X(08).
           05  WS-TC-PRI            PIC X(08).
           05  WS-TC-TRIM           PIC X(08).
           05  WS-TC-ANIO           PIC X(08).
           05  WS-TC-VISP           PIC X(08).

       01  WS-LIN-BLANCO            PIC X(100)  VALUE SPACES.

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
              PERFORM 2000-EVALUAR-NOCHE
                      THRU F-2000-EVALUAR-NOCHE
           END-IF.

           IF NOT WS-FIN
              PERFORM 3000-GRABAR-PLAN
                      THRU F-3000-GRABAR-PLAN
           END-IF.

           IF NOT WS-FIN
              PERFORM 4000-PRONOSTICO
                      THRU F-4000-PRONOSTICO
           END-IF.

           PERFORM 9999-FINAL    THRU  F-9999-FINAL.

       F-MAIN-PROGRAM. GOBACK.

      **************************************
      *                                    *
      *  CUERPO INICIO APERTURA ARCHIVOS   *
      *                                    *
      **************************************
       1000-INICIO.

           OPEN OUTPUT PLAN.

           IF FS-PLAN IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN PLAN      = ' FS-PLAN
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
              ACCEPT WS-FECHA-NEGOCIO FROM DATE YYYYMMDD
           END-IF

           PERFORM 1100-CARGAR-MAESTRO THRU F-1100-CARGAR-MAESTRO.

       F-1000-INICIO.   EXIT.
      **************************************************************
       1100-CARGAR-MAESTRO.
      *    SIN PLAN MAESTRO NO HAY NOCHE QUE ARMAR.
           OPEN INPUT PLAMAE

           IF FS-PLAMAE IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN PLAMAE    = ' FS-PLAMAE
              MOVE 9999 TO RETURN-CODE
              SET  WS-FIN TO TRUE
              GO TO F-1100-CARGAR-MAESTRO
           END-IF

           PERFORM UNTIL FS-PLAMAE IS NOT EQUAL '00'
              READ PLAMAE
                 AT END
                    MOVE '10' TO FS-PLAMAE
                 NOT AT END
                    IF WS-PLM-CONT < 50
                       ADD 1 TO WS-PLM-CONT
                       MOVE PLM-SECUENCIA   TO
                            WS-PLM-SECUENCIA (WS-PLM-CONT)
                       MOVE PLM-PROGRAMA    TO
                            WS-PLM-PROGRAMA  (WS-PLM-CONT)
                       MOVE PLM-PREDECESOR1 TO
                            WS-PLM-PRED1     (WS-PLM-CONT)
                       MOVE PLM-PREDECESOR2 TO
                            WS-PLM-PRED2     (WS-PLM-CONT)
                       MOVE PLM-RC-MAXIMO   TO
                            WS-PLM-RC-MAX    (WS-PLM-CONT)
                       MOVE PLM-CONDICION   TO
                            WS-PLM-CONDICION (WS-PLM-CONT)
                       MOVE 'N'             TO
                            WS-PLM-APLICA    (WS-PLM-CONT)
                       IF NOT WS-PLM-COND-VALIDA (WS-PLM-CONT)
                          DISPLAY '* CONDICION DESCONOCIDA '
                                  PLM-CONDICION ' EN ' PLM-PROGRAMA
                                  ', EL PASO NO SE INCLUYE'
                       END-IF
                    ELSE
                       DISPLAY '* ATENCION: PLAN MAESTRO LLENO (50)'
                       MOVE 9999 TO RETURN-CODE
                       SET  WS-FIN TO TRUE
                       MOVE '10' TO FS-PLAMAE
                    END-IF
              END-READ
           END-PERFORM

           CLOSE PLAMAE
           MOVE WS-PLM-CONT TO WS-PASOS-MAESTRO.

       F-1100-CARGAR-MAESTRO. EXIT.
      **************************************************************
       2000-EVALUAR-NOCHE.
      *    LA VENTANA SOLO CORRE EN DIAS HABILES: UNA FECHA DE
      *    NEGOCIO INHABIL ES UNA TARJETA MAL CARGADA.
           MOVE WS-FECHA-NEGOCIO-R TO WS-FECHA-EVAL-R
           PERFORM 5000-CONDICIONES-FECHA
                   THRU F-5000-CONDICIONES-FECHA

           MOVE WS-FECHA-NEGOCIO-R TO WS-LTI-FECHA
           MOVE WS-TEXTO-CONDIC    TO WS-LTI-CONDIC
           WRITE REG-SALIDA FROM WS-LIN-TITULO

           IF WS-C-HABIL IS NOT EQUAL 'S'
              DISPLAY '* LA FECHA DE NEGOCIO ' WS-FECHA-NEGOCIO-R
                      ' NO ES DIA HABIL, NO SE ARMA EL PLAN'
              MOVE 8 TO RETURN-CODE
              SET  WS-FIN TO TRUE
              GO TO F-2000-EVALUAR-NOCHE
           END-IF

           PERFORM VARYING WS-PLM-SUB FROM 1 BY 1
                   UNTIL WS-PLM-SUB > WS-PLM-CONT
              PERFORM 5100-CUMPLE-CONDICION
                      THRU F-5100-CUMPLE-CONDICION
              IF WS-CUMPLE
                 MOVE 'S' TO WS-PLM-APLICA (WS-PLM-SUB)
              END-IF
           END-PERFORM.

       F-2000-EVALUAR-NOCHE. EXIT.
      **************************************************************
       3000-GRABAR-PLAN.

           PERFORM 3100-GRABAR-PASO THRU F-3100-GRABAR-PASO
                   VARYING WS-PLM-SUB FROM 1 BY 1
                   UNTIL WS-PLM-SUB > WS-PLM-CONT.

       F-3000-GRABAR-PLAN. EXIT.
      **************************************************************
       3100-GRABAR-PASO.

           MOVE WS-PLM-SECUENCIA (WS-PLM-SUB) TO WS-LPA-SEC
           MOVE WS-PLM-PROGRAMA  (WS-PLM-SUB) TO WS-LPA-PROGRAMA
           MOVE WS-PLM-CONDICION (WS-PLM-SUB) TO WS-LPA-CONDICION

           IF WS-PLM-APLICA (WS-PLM-SUB) IS NOT EQUAL 'S'
              ADD 1 TO WS-PASOS-SALTEADOS
              MOVE 'SALTEADO'  TO WS-LPA-DECISION
              MOVE SPACES      TO WS-LPA-PRED1
                                  WS-LPA-PRED2
              WRITE REG-SALIDA FROM WS-LIN-PASO
              GO TO F-3100-GRABAR-PASO
           END-IF

      *    CADA PREDECESOR SE SUBE POR LA CADENA DEL MAESTRO HASTA
      *    UNO QUE CORRA ESTA NOCHE. SI EL PRIMERO SALTEADO TENIA
      *    UN SEGUNDO PREDECESOR Y QUEDA LUGAR, TAMBIEN SE HEREDA.
           MOVE SPACES TO WS-PRED-HEREDADO

           MOVE WS-PLM-PRED1 (WS-PLM-SUB) TO WS-PRED-BUSCA
           PERFORM 3200-RESOLVER-PRED THRU F-3200-RESOLVER-PRED
           MOVE WS-PRED-BUSCA TO WS-PRED-FINAL1

           MOVE WS-PLM-PRED2 (WS-PLM-SUB) TO WS-PRED-BUSCA
           PERFORM 3200-RESOLVER-PRED THRU F-3200-RESOLVER-PRED
           MOVE WS-PRED-BUSCA TO WS-PRED-FINAL2

           IF WS-PRED-FINAL1 IS EQUAL WS-PRED-FINAL2
              MOVE SPACES TO WS-PRED-FINAL2
           END-IF

           IF WS-PRED-FINAL2 IS EQUAL SPACES
              AND WS-PRED-HEREDADO IS NOT EQUAL SPACES
              MOVE WS-PRED-HEREDADO TO WS-PRED-BUSCA
              PERFORM 3200-RESOLVER-PRED THRU F-3200-RESOLVER-PRED
              IF WS-PRED-BUSCA IS NOT EQUAL WS-PRED-FINAL1
                 MOVE WS-PRED-BUSCA TO WS-PRED-FINAL2
              END-IF
           END-IF

           IF WS-PRED-FINAL1 IS EQUAL SPACES
              MOVE WS-PRED-FINAL2 TO WS-PRED-FINAL1
              MOVE SPACES         TO WS-PRED-FINAL2
           END-IF

           MOVE SPACES                        TO REG-PLAN
           MOVE WS-PLM-SECUENCIA (WS-PLM-SUB) TO PLA-SECUENCIA
           MOVE WS-PLM-PROGRAMA  (WS-PLM-SUB) TO PLA-PROGRAMA
           MOVE WS-PRED-FINAL1                TO PLA-PREDECESOR1
           MOVE WS-PRED-FINAL2                TO PLA-PREDECESOR2
           MOVE WS-PLM-RC-MAX    (WS-PLM-SUB) TO PLA-RC-MAXIMO
           WRITE REG-PLAN

           IF FS-PLAN IS NOT EQUAL '00'
              DISPLAY '* ERROR EN WRITE PLAN     = ' FS-PLAN
              MOVE 9999 TO RETURN-CODE
              SET  WS-FIN TO TRUE
              MOVE WS-PLM-CONT TO WS-PLM-SUB
              GO TO F-3100-GRABAR-PASO
           END-IF

           ADD 1 TO WS-PASOS-INCLUIDOS
           MOVE 'INCLUIDO'     TO WS-LPA-DECISION
           MOVE WS-PRED-FINAL1 TO WS-LPA-PRED1
           MOVE WS-PRED-FINAL2 TO WS-LPA-PRED2
           WRITE REG-SALIDA FROM WS-LIN-PASO.

       F-3100-GRABAR-PASO. EXIT.
      **************************************************************
       3200-RESOLVER-PRED.
      *    DEJA EN WS-PRED-BUSCA EL PRIMER ANCESTRO QUE CORRE, O
      *    BLANCO SI LA CADENA SE TERMINA SIN NINGUNO. UN NOMBRE
      *    QUE NO ESTA EN EL MAESTRO SE DEJA COMO VINO.
           SET WS-NO-RESUELTO TO TRUE
           MOVE ZEROS TO WS-PRED-SALTOS

           PERFORM 3210-SUBIR-UN-NIVEL THRU F-3210-SUBIR-UN-NIVEL
                   UNTIL WS-RESUELTO.

       F-3200-RESOLVER-PRED. EXIT.
      **************************************************************
       3210-SUBIR-UN-NIVEL.

           IF WS-PRED-BUSCA IS EQUAL SPACES
              OR WS-PRED-SALTOS IS GREATER 50
              SET WS-RESUELTO TO TRUE
              GO TO F-3210-SUBIR-UN-NIVEL
           END-IF

           ADD 1 TO WS-PRED-SALTOS

           PERFORM 3220-BUSCAR-PASO THRU F-3220-BUSCAR-PASO

           IF WS-PLM-IDX IS EQUAL ZEROS
              SET WS-RESUELTO TO TRUE
              GO TO F-3210-SUBIR-UN-NIVEL
           END-IF

           IF WS-PLM-APLICA (WS-PLM-IDX) IS EQUAL 'S'
              SET WS-RESUELTO TO TRUE
              GO TO F-3210-SUBIR-UN-NIVEL
           END-IF

           IF WS-PRED-HEREDADO IS EQUAL SPACES
              MOVE WS-PLM-PRED2 (WS-PLM-IDX) TO WS-PRED-HEREDADO
           END-IF

           MOVE WS-PLM-PRED1 (WS-PLM-IDX) TO WS-PRED-BUSCA.

       F-3210-SUBIR-UN-NIVEL. EXIT.
      **************************************************************
       3220-BUSCAR-PASO.

           MOVE ZEROS TO WS-PLM-IDX

           PERFORM VARYING WS-PLM-BUS FROM 1 BY 1
                   UNTIL WS-PLM-BUS > WS-PLM-CONT
              IF WS-PLM-PROGRAMA (WS-PLM-BUS) IS EQUAL WS-PRED-BUSCA
                 MOVE WS-PLM-BUS TO WS-PLM-IDX
              END-IF
           END-PERFORM.

       F-3220-BUSCAR-PASO. EXIT.
      **************************************************************
       4000-PRONOSTICO.
      *    RECORRE LOS HABILES DE LOS PROXIMOS 30 DIAS CORRIDOS Y
      *    LISTA LOS QUE TIENEN ALGUNA CONDICION ESPECIAL, CON LOS
      *    PASOS DEL MAESTRO QUE ESA NOCHE SE AGREGAN AL PLAN.
           WRITE REG-SALIDA FROM WS-LIN-BLANCO
           WRITE REG-SALIDA FROM WS-LIN-PRON-TITULO

           MOVE 'C'                TO FSV-FUNCION
           MOVE WS-FECHA-NEGOCIO-R TO FSV-FECHA-ENT
           MOVE 30                 TO FSV-CANT-DIAS
           CALL 'PGMFSCBF' USING WS-FECSRV-AREA
           MOVE FSV-FECHA-SAL      TO WS-FECHA-LIMITE

           MOVE WS-FECHA-NEGOCIO-R TO WS-FECHA-EVAL-R

           PERFORM 4100-NOCHE-SIGUIENTE THRU F-4100-NOCHE-SIGUIENTE
                   UNTIL WS-FECHA-EVAL-R > WS-FECHA-LIMITE.

           IF WS-NOCHES-ESPECIALES IS EQUAL ZEROS
              MOVE SPACES TO WS-LIN-PRONOSTICO
              MOVE ' SIN NOCHES ESPECIALES EN EL PERIODO'
                          TO WS-LPR-CONDIC
              WRITE REG-SALIDA FROM WS-LIN-PRONOSTICO
           END-IF.

       F-4000-PRONOSTICO. EXIT.
      **************************************************************
       4100-NOCHE-SIGUIENTE.

           MOVE 'S'             TO FSV-FUNCION
           MOVE WS-FECHA-EVAL-R TO FSV-FECHA-ENT
           CALL 'PGMFSCBF' USING WS-FECSRV-AREA

           IF FSV-RESULTADO IS EQUAL 'E'
              MOVE 99999999 TO WS-FECHA-EVAL-R
              GO TO F-4100-NOCHE-SIGUIENTE
           END-IF

           MOVE FSV-FECHA-SAL   TO WS-FECHA-EVAL-R

           IF WS-FECHA-EVAL-R > WS-FECHA-LIMITE
              GO TO F-4100-NOCHE-SIGUIENTE
           END-IF

           PERFORM 5000-CONDICIONES-FECHA
                   THRU F-5000-CONDICIONES-FECHA

           IF WS-TEXTO-CONDIC IS EQUAL SPACES
              GO TO F-4100-NOCHE-SIGUIENTE
           END-IF

           ADD 1 TO WS-NOCHES-ESPECIALES
           MOVE SPACES          TO WS-LIN-PRONOSTICO
           MOVE WS-FECHA-EVAL-R TO WS-LPR-FECHA
           MOVE WS-TEXTO-CONDIC TO WS-LPR-CONDIC
           MOVE 1               TO WS-LP-POS

           PERFORM VARYING WS-PLM-SUB FROM 1 BY 1
                   UNTIL WS-PLM-SUB > WS-PLM-CONT
              IF WS-PLM-CONDICION (WS-PLM-SUB) IS NOT EQUAL 'HB'
                 AND WS-PLM-CONDICION (WS-PLM-SUB) IS NOT EQUAL SPACES
                 PERFORM 5100-CUMPLE-CONDICION
                         THRU F-5100-CUMPLE-CONDICION
                 IF WS-CUMPLE
                    PERFORM 4110-ANOTAR-PASO
                            THRU F-4110-ANOTAR-PASO
                 END-IF
              END-IF
           END-PERFORM

           WRITE REG-SALIDA FROM WS-LIN-PRONOSTICO.

       F-4100-NOCHE-SIGUIENTE. EXIT.
      **************************************************************
       4110-ANOTAR-PASO.
      *    ENTRAN CINCO NOMBRES EN LA LINEA; SI HAY MAS SE MARCA.
           IF WS-LP-POS > 45
              GO TO F-4110-ANOTAR-PASO
           END-IF

           IF WS-LP-POS > 36
              STRING '...' DELIMITED BY SIZE
                     INTO WS-LPR-PASOS WITH POINTER WS-LP-POS
              END-STRING
              GO TO F-4110-ANOTAR-PASO
           END-IF

           STRING WS-PLM-PROGRAMA (WS-PLM-SUB) DELIMITED BY SPACE
                  ' '                          DELIMITED BY SIZE
                  INTO WS-LPR-PASOS WITH POINTER WS-LP-POS
           END-STRING.

       F-4110-ANOTAR-PASO. EXIT.
      **************************************************************
       5000-CONDICIONES-FECHA.
      *    EVALUA LAS CONDICIONES DE CORRIDA DE WS-FECHA-EVAL CON EL
      *    MODULO DE FECHAS Y ARMA EL TEXTO PARA EL LISTADO.
           MOVE ALL 'N' TO WS-CONDICIONES
           MOVE SPACES  TO WS-TEXTO-CONDIC

           MOVE 'H'             TO FSV-FUNCION
           MOVE WS-FECHA-EVAL-R TO FSV-FECHA-ENT
           CALL 'PGMFSCBF' USING WS-FECSRV-AREA

           IF FSV-RESULTADO IS NOT EQUAL 'S'
              GO TO F-5000-CONDICIONES-FECHA
           END-IF

           MOVE 'S' TO WS-C-HABIL

      *    ULTIMO HABIL: EL HABIL SIGUIENTE YA ES DE OTRO MES.
           MOVE 'S'             TO FSV-FUNCION
           MOVE WS-FECHA-EVAL-R TO FSV-FECHA-ENT
           CALL 'PGMFSCBF' USING WS-FECSRV-AREA
           MOVE FSV-FECHA-SAL   TO WS-FECHA-AUX-R

           IF WS-FA-MES IS NOT EQUAL WS-FE-MES
              MOVE 'S'        TO WS-C-ULT-HABIL
              MOVE 'ULT.HAB ' TO WS-TC-ULT
              IF WS-FE-MES IS EQUAL 3 OR 6 OR 9 OR 12
                 MOVE 'S'        TO WS-C-FIN-TRIM
                 MOVE 'FIN TRIM' TO WS-TC-TRIM
              END-IF
              IF WS-FE-MES IS EQUAL 12
                 MOVE 'S'        TO WS-C-FIN-ANIO
                 MOVE 'FIN ANIO' TO WS-TC-ANIO
              END-IF
           END-IF

      *    PRIMER HABIL: EL DIA 1 SI ES HABIL, SI NO EL SIGUIENTE.
           MOVE WS-FECHA-EVAL-R TO WS-FECHA-AUX-R
           MOVE 01              TO WS-FA-DIA

           MOVE 'H'             TO FSV-FUNCION
           MOVE WS-FECHA-AUX-R  TO FSV-FECHA-ENT
           CALL 'PGMFSCBF' USING WS-FECSRV-AREA

           IF FSV-RESULTADO IS NOT EQUAL 'S'
              MOVE 'S'            TO FSV-FUNCION
              MOVE WS-FECHA-AUX-R TO FSV-FECHA-ENT
              CALL 'PGMFSCBF' USING WS-FECSRV-AREA
              MOVE FSV-FECHA-SAL  TO WS-FECHA-AUX-R
           END-IF

           IF WS-FECHA-AUX-R IS EQUAL WS-FECHA-EVAL-R
              MOVE 'S'        TO WS-C-PRI-HABIL
              MOVE 'PRI.HAB ' TO WS-TC-PRI
           END-IF

      *    VISPERA DE FERIADO: MANIANA ES DIA DE SEMANA PERO NO HABIL.
           MOVE 'C'             TO FSV-FUNCION
           MOVE WS-FECHA-EVAL-R TO FSV-FECHA-ENT
           MOVE 1               TO FSV-CANT-DIAS
           CALL 'PGMFSCBF' USING WS-FECSRV-AREA
           MOVE FSV-FECHA-SAL   TO WS-FECHA-AUX-R

           MOVE 'H'             TO FSV-FUNCION
           MOVE WS-FECHA-AUX-R  TO FSV-FECHA-ENT
           CALL 'PGMFSCBF' USING WS-FECSRV-AREA

           IF FSV-RESULTADO IS EQUAL 'N'
              MOVE 'D'            TO FSV-FUNCION
              MOVE WS-FECHA-AUX-R TO FSV-FECHA-ENT
              CALL 'PGMFSCBF' USING WS-FECSRV-AREA
              IF FSV-CANT-DIAS IS LESS OR EQUAL 5
                 MOVE 'S'        TO WS-C-VISPERA
                 MOVE 'VISP.FER' TO WS-TC-VISP
              END-IF
           END-IF.

       F-5000-CONDICIONES-FECHA. EXIT.
      **************************************************************
       5100-CUMPLE-CONDICION.

           SET WS-NO-CUMPLE TO TRUE

           EVALUATE WS-PLM-CONDICION (WS-PLM-SUB)
               WHEN 'HB'
               WHEN SPACES
                    MOVE WS-C-HABIL     TO WS-FLAG-CUMPLE
               WHEN 'UH'
                    MOVE WS-C-ULT-HABIL TO WS-FLAG-CUMPLE
               WHEN 'PH'
                    MOVE WS-C-PRI-HABIL TO WS-FLAG-CUMPLE
               WHEN 'FT'
                    MOVE WS-C-FIN-TRIM  TO WS-FLAG-CUMPLE
               WHEN 'FA'
                    MOVE WS-C-FIN-ANIO  TO WS-FLAG-CUMPLE
               WHEN 'VF'
                    MOVE WS-C-VISPERA   TO WS-FLAG-CUMPLE
               WHEN OTHER
                    SET WS-NO-CUMPLE    TO TRUE
           END-EVALUATE.

       F-5100-CUMPLE-CONDICION. EXIT.
      **************************************************************
       9999-FINAL.

           IF RETURN-CODE = 9999
              CONTINUE
           ELSE
              CLOSE PLAN
                    SALIDA
           END-IF

           DISPLAY '* FECHA DE NEGOCIO         = ' WS-FECHA-NEGOCIO-R
           DISPLAY '* PASOS EN PLAN MAESTRO    = ' WS-PASOS-MAESTRO
           DISPLAY '* PASOS INCLUIDOS          = ' WS-PASOS-INCLUIDOS
           DISPLAY '* PASOS SALTEADOS          = ' WS-PASOS-SALTEADOS
           DISPLAY '* NOCHES ESPECIALES 30 DIAS= ' WS-NOCHES-ESPECIALES.

       F-9999-FINAL. EXIT.
