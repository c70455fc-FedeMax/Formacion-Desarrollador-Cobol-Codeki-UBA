       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMRBCBF.
       AUTHOR.    FEDERICO FALCON.
      **************************************************************
      *  VUELTA ATRAS DE UNA NOCHE COMPLETA.                       *
      *  CON LA FECHA DE LA NOCHE DE LA TARJETA DDCTRL TOMA DEL    *
      *  MANIFIESTO DDPUNANT (CPPUNRES) EL PUNTO DE RESTAURACION   *
      *  QUE GRABO PGMPXCBF AL ABRIR ESA VENTANA Y LO COMPARA      *
      *  CONTRA LA GENERACION VIGENTE DE CADA DATASET (LISTADO DE  *
      *  CATALOGO DDGENACT):                                       *
      *    - SE NIEGA (RC 8) SI LA NOCHE NO TIENE PUNTO ACTIVO, SI *
      *      HAY UN PUNTO ACTIVO DE UNA NOCHE POSTERIOR O SI ALGUN *
      *      MAESTRO AVANZO MAS DE UNA GENERACION DESDE EL PUNTO:  *
      *      EN ESOS CASOS YA SE CONSTRUYO OTRA NOCHE ENCIMA Y     *
      *      VOLVER ATRAS LA PISARIA                               *
      *    - SI TODO ESTA EN ORDEN GRABA EN DDRESTAU UNA TARJETA   *
      *      POR MAESTRO CON LA GENERACION A RESTAURAR Y LA        *
      *      VIGENTE ('R' RESTAURAR, 'N' EL MAESTRO NO LLEGO A     *
      *      TOCARSE), QUE EL PASO DE RESTAURACION DEL JCL APLICA  *
      *      DE UNA SOLA VEZ, Y MARCA EL PUNTO COMO RESTAURADO EN  *
      *      DDPUNSAL                                              *
      *    - ANOTA LA VUELTA ATRAS (ACCION ROLLBK, CON SU RC) EN   *
      *      EL JOURNAL DE OPERACIONES DE PGMPLCBF (DDJRNL): LO    *
      *      ANOTADO ANTES DE ELLA YA NO HABILITA PASOS            *
      *  RECIEN DESPUES SE RELANZA LA NOCHE (PGMRUCBF). EL DETALLE *
      *  POR MAESTRO QUEDA EN DDSALI.                              *
      **************************************************************
       ENVIRONMENT DIVISION.
      **************************************************************
       CONFIGURATION SECTION.

       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
      **************************************************************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

            SELECT TARJETA ASSIGN TO DDCTRL
                 FILE STATUS IS FS-CONTROL.

            SELECT PUNANT ASSIGN TO DDPUNANT
                 FILE STATUS IS FS-PUNANT.

            SELECT GENACT ASSIGN TO DDGENACT
                 FILE STATUS IS FS-GENACT.

            SELECT PUNSAL ASSIGN TO DDPUNSAL
                 FILE STATUS IS FS-PUNSAL.

            SELECT RESTAU ASSIGN TO DDRESTAU
                 FILE STATUS IS FS-RESTAU.

            SELECT JOURNAL ASSIGN TO DDJRNL
                 FILE STATUS IS FS-JOURNAL.

            SELECT SALIDA ASSIGN TO DDSALI
                 FILE STATUS IS FS-SALIDA.
      **************************************************************
       I-O-CONTROL.

       DATA DIVISION.
       FILE SECTION.
       FD   TARJETA
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01   REG-CONTROL.
           05  CTL-FECHA-NOCHE      PIC 9(08).
           05  FILLER               PIC X(72).
      **************************************************************
       FD   PUNANT
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01   REG-PUNANT              PIC X(80).
      **************************************************************
       FD   GENACT
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01   REG-GENACT.
           05  GEN-DSNAME           PIC X(44).
           05  GEN-GENERACION       PIC 9(04).
           05  FILLER               PIC X(32).
      **************************************************************
       FD   PUNSAL
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01   REG-PUNSAL              PIC X(80).
      **************************************************************
       FD   RESTAU
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01   REG-RESTAU.
           05  RST-DDNAME           PIC X(08).
           05  RST-DSNAME           PIC X(44).
           05  RST-GEN-RESTAURAR    PIC 9(04).
           05  RST-GEN-ACTUAL       PIC 9(04).
           05  RST-ACCION           PIC X(01).
           05  FILLER               PIC X(19).
      **************************************************************
       FD   JOURNAL
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01   REG-JOURNAL             PIC X(32).
      **************************************************************
       FD   SALIDA
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01   REG-SALIDA              PIC X(100).
      **************************************************************
       WORKING-STORAGE SECTION.

       77  FILLER        PIC X(26) VALUE '* INICIO WORKING-STORAGE *'.
      **************************************************************

       77  FS-CONTROL      PIC XX    VALUE SPACES.
       77  FS-PUNANT       PIC XX    VALUE SPACES.
       77  FS-GENACT       PIC XX    VALUE SPACES.
       77  FS-PUNSAL       PIC XX    VALUE SPACES.
       77  FS-RESTAU       PIC XX    VALUE SPACES.
       77  FS-JOURNAL      PIC XX    VALUE SPACES.
       77  FS-SALIDA       PIC XX    VALUE SPACES.

       01  WS-FLAG-FIN     PIC X     VALUE 'N'.
           88  WS-FIN                VALUE 'S'.

       01  WS-FLAG-RECHAZO PIC X     VALUE 'N'.
           88  WS-RECHAZADA          VALUE 'S'.

      *********************CONTADORES*******************************
       77  WS-MAESTROS-NOCHE          PIC 9(03)   VALUE ZEROES.
       77  WS-MAESTROS-RESTAURAR      PIC 9(03)   VALUE ZEROES.
       77  WS-MAESTROS-INTACTOS       PIC 9(03)   VALUE ZEROES.
       77  WS-MAESTROS-OBJETADOS      PIC 9(03)   VALUE ZEROES.

      *****************PARAMETROS DE LA TARJETA***********************
       77  WS-FECHA-NOCHE  PIC 9(08)  VALUE ZEROS.

      *****************MANIFIESTO**************************************
           COPY CPPUNRES.

       77  WS-FECHA-POSTERIOR  PIC 9(08)  VALUE ZEROS.

      *****************HISTORIA DEL MANIFIESTO EN MEMORIA**************
       77  WS-HIS-CONT     PIC 9(04) USAGE COMP VALUE ZEROS.
       77  WS-HIS-SUB      PIC 9(04) USAGE COMP VALUE ZEROS.
       01  WS-TABLA-HISTORIA.
           03  WS-HIS      OCCURS 3000 TIMES.
               05  WS-HIS-REG       PIC X(80).

      *****************GENERACIONES VIGENTES EN MEMORIA****************
       77  WS-GEN-CONT     PIC 9(03) USAGE COMP VALUE ZEROS.
       77  WS-GEN-SUB      PIC 9(03) USAGE COMP VALUE ZEROS.
       77  WS-GEN-IDX      PIC 9(03) USAGE COMP VALUE ZEROS.
       01  WS-TABLA-GENERACIONES.
           03  WS-GEN      OCCURS 200 TIMES.
               05  WS-GEN-DSNAME    PIC X(44).
               05  WS-GEN-NUMERO    PIC 9(04).

       77  WS-GEN-VIGENTE  PIC 9(04)  VALUE ZEROS.

      *****************ENTRADA DEL JOURNAL DE OPERACIONES*************
       01  WS-REG-JOURNAL.
           05  JRN-PROGRAMA         PIC X(08).
           05  JRN-ACCION           PIC X(06).
           05  JRN-FECHA            PIC 9(08).
           05  JRN-HORA             PIC 9(06).
           05  JRN-RC               PIC 9(04).

      *****************FECHA Y HORA DE LA ANOTACION*******************
       01  WS-FECHA-SISTEMA.
           05  WS-FEC-SIS-ANIO      PIC 9(04).
           05  WS-FEC-SIS-MES       PIC 9(02).
           05  WS-FEC-SIS-DIA       PIC 9(02).

       01  WS-HORA-SISTEMA.
           05  WS-HORA-HH           PIC 9(02).
           05  WS-HORA-MM           PIC 9(02).
           05  WS-HORA-SS           PIC 9(02).
           05  FILLER               PIC 9(02).

      *****************LINEAS DEL LISTADO******************************
       01  WS-LIN-TITULO.
           05  FILLER               PIC X(32)   VALUE
               ' VUELTA ATRAS DE LA NOCHE DEL '.
           05  WS-LTI-FECHA         PIC 9(08).
           05  FILLER               PIC X(60)   VALUE SPACES.

       01  WS-LIN-MAESTRO.
           05  FILLER               PIC X(01)   VALUE SPACE.
           05  WS-LM-DDNAME         PIC X(08).
           05  FILLER               PIC X(01)   VALUE SPACE.
           05  WS-LM-DSNAME         PIC X(44).
           05  FILLER               PIC X(02)   VALUE ' G'.
           05  WS-LM-GEN-PUNTO      PIC 9(04).
           05  FILLER               PIC X(02)   VALUE ' G'.
           05  WS-LM-GEN-ACTUAL     PIC 9(04).
           05  FILLER               PIC X(01)   VALUE SPACE.
           05  WS-LM-DECISION       PIC X(33).

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
              PERFORM 2000-VERIFICAR-PUNTO
                      THRU F-2000-VERIFICAR-PUNTO
           END-IF.

           IF NOT WS-FIN
              PERFORM 3000-RESTAURAR THRU F-3000-RESTAURAR
           END-IF.

           IF NOT WS-FIN
              PERFORM 4000-GRABAR-HISTORIA
                      THRU F-4000-GRABAR-HISTORIA
           END-IF.

           IF RETURN-CODE NOT EQUAL 9999
              PERFORM 5000-ANOTAR-JOURNAL
                      THRU F-5000-ANOTAR-JOURNAL
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
           ACCEPT WS-HORA-SISTEMA  FROM TIME.

           OPEN OUTPUT PUNSAL.

           IF FS-PUNSAL IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN PUNSAL    = ' FS-PUNSAL
              MOVE 9999 TO RETURN-CODE
              SET  WS-FIN TO TRUE
           END-IF

           OPEN OUTPUT RESTAU.

           IF FS-RESTAU IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN RESTAU    = ' FS-RESTAU
              MOVE 9999 TO RETURN-CODE
              SET  WS-FIN TO TRUE
           END-IF

           OPEN OUTPUT SALIDA.

           IF FS-SALIDA IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN SALIDA    = ' FS-SALIDA
              MOVE 9999 TO RETURN-CODE
              SET  WS-FIN TO TRUE
           END-IF

      *    SIN FECHA DE NOCHE NO SE VUELVE ATRAS NADA: NO HAY
      *    DEFAULT POSIBLE PARA UNA RESTAURACION.
           OPEN INPUT  TARJETA.
           IF FS-CONTROL IS EQUAL '00'
              READ TARJETA
                 AT END
                    DISPLAY '* TARJETA DE CONTROL VACIA, NO HAY '
                            'NOCHE'
                    MOVE 9999 TO RETURN-CODE
                    SET  WS-FIN TO TRUE
                 NOT AT END
                    IF CTL-FECHA-NOCHE IS NUMERIC
                       MOVE CTL-FECHA-NOCHE TO WS-FECHA-NOCHE
                    END-IF
              END-READ
              CLOSE TARJETA
           ELSE
              DISPLAY '* NO SE PUDO ABRIR CONTROL, NO HAY NOCHE'
              MOVE 9999 TO RETURN-CODE
              SET  WS-FIN TO TRUE
           END-IF

           IF NOT WS-FIN
              AND WS-FECHA-NOCHE IS EQUAL ZEROS
              DISPLAY '* FECHA DE NOCHE INVALIDA, NO SE RESTAURA'
              MOVE 9999 TO RETURN-CODE
              SET  WS-FIN TO TRUE
           END-IF

           IF NOT WS-FIN
              MOVE WS-FECHA-NOCHE TO WS-LTI-FECHA
              WRITE REG-SALIDA FROM WS-LIN-TITULO
              PERFORM 1100-CARGAR-HISTORIA
                      THRU F-1100-CARGAR-HISTORIA
           END-IF

           IF NOT WS-FIN
              PERFORM 1200-CARGAR-GENERACIONES
                      THRU F-1200-CARGAR-GENERACIONES
           END-IF.

       F-1000-INICIO.   EXIT.
      **************************************************************
       1100-CARGAR-HISTORIA.
      *    SIN MANIFIESTO NO HAY PUNTO AL QUE VOLVER.
           OPEN INPUT PUNANT

           IF FS-PUNANT IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN PUNANT    = ' FS-PUNANT
              MOVE 9999 TO RETURN-CODE
              SET  WS-FIN TO TRUE
           ELSE
              PERFORM UNTIL FS-PUNANT IS NOT EQUAL '00'
                 READ PUNANT
                    AT END
                       MOVE '10' TO FS-PUNANT
                    NOT AT END
                       IF WS-HIS-CONT < 3000
                          ADD 1 TO WS-HIS-CONT
                          MOVE REG-PUNANT TO WS-HIS-REG (WS-HIS-CONT)
                       ELSE
                          DISPLAY '* ATENCION: MANIFIESTO LLENO '
                                  '(3000)'
                          MOVE 9999 TO RETURN-CODE
                          SET  WS-FIN TO TRUE
                          MOVE '10' TO FS-PUNANT
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE PUNANT
           END-IF.

       F-1100-CARGAR-HISTORIA. EXIT.
      **************************************************************
       1200-CARGAR-GENERACIONES.

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
                       IF WS-GEN-CONT < 200
                          AND GEN-GENERACION IS NUMERIC
                          ADD 1 TO WS-GEN-CONT
                          MOVE GEN-DSNAME     TO
                               WS-GEN-DSNAME (WS-GEN-CONT)
                          MOVE GEN-GENERACION TO
                               WS-GEN-NUMERO (WS-GEN-CONT)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE GENACT
           END-IF.

       F-1200-CARGAR-GENERACIONES. EXIT.
      **************************************************************
       2000-VERIFICAR-PUNTO.
      *    PRIMERO SE BUSCA UNA NOCHE POSTERIOR ACTIVA; DESPUES SE
      *    REVISA MAESTRO POR MAESTRO EL PUNTO DE LA NOCHE PEDIDA.
           PERFORM VARYING WS-HIS-SUB FROM 1 BY 1
                   UNTIL WS-HIS-SUB > WS-HIS-CONT
              MOVE WS-HIS-REG (WS-HIS-SUB) TO WS-REG-PUNRES
              IF PRS-ACTIVO
                 AND PRS-FECHA IS GREATER WS-FECHA-NOCHE
                 AND PRS-FECHA IS GREATER WS-FECHA-POSTERIOR
                 MOVE PRS-FECHA TO WS-FECHA-POSTERIOR
              END-IF
           END-PERFORM

           IF WS-FECHA-POSTERIOR IS GREATER ZEROS
              SET WS-RECHAZADA TO TRUE
              MOVE 'YA CORRIO ENCIMA LA NOCHE POSTERIOR DEL'
                   TO WS-LR-TEXTO
              MOVE WS-FECHA-POSTERIOR TO WS-LR-FECHA
              WRITE REG-SALIDA FROM WS-LIN-RESULTADO
           END-IF

           PERFORM 2100-VERIFICAR-MAESTRO THRU F-2100-VERIFICAR-MAESTRO
                   VARYING WS-HIS-SUB FROM 1 BY 1
                   UNTIL WS-HIS-SUB > WS-HIS-CONT

           IF WS-MAESTROS-NOCHE IS EQUAL ZEROS
              SET WS-RECHAZADA TO TRUE
              MOVE 'LA NOCHE NO TIENE PUNTO DE RESTAURACION ACTIVO'
                   TO WS-LR-TEXTO
              MOVE ZEROS TO WS-LR-FECHA
              WRITE REG-SALIDA FROM WS-LIN-RESULTADO
           END-IF

           IF WS-RECHAZADA
              DISPLAY '* VUELTA ATRAS DE LA NOCHE ' WS-FECHA-NOCHE
                      ' RECHAZADA, VER DDSALI'
              MOVE 8 TO RETURN-CODE
           END-IF.

       F-2000-VERIFICAR-PUNTO. EXIT.
      **************************************************************
       2100-VERIFICAR-MAESTRO.
      *    LA NOCHE CAIDA DEJA A LO SUMO UNA GENERACION NUEVA POR
      *    MAESTRO; MAS DE UNA QUIERE DECIR QUE OTRA CORRIDA YA
      *    SE APOYO EN ELLA.
           MOVE WS-HIS-REG (WS-HIS-SUB) TO WS-REG-PUNRES

           IF NOT PRS-ACTIVO
              OR PRS-FECHA IS NOT EQUAL WS-FECHA-NOCHE
              GO TO F-2100-VERIFICAR-MAESTRO
           END-IF

           ADD 1 TO WS-MAESTROS-NOCHE

           MOVE PRS-DDNAME     TO WS-LM-DDNAME
           MOVE PRS-DSNAME     TO WS-LM-DSNAME
           MOVE PRS-GENERACION TO WS-LM-GEN-PUNTO

           MOVE ZEROS TO WS-GEN-IDX
           PERFORM VARYING WS-GEN-SUB FROM 1 BY 1
                   UNTIL WS-GEN-SUB > WS-GEN-CONT
              IF WS-GEN-DSNAME (WS-GEN-SUB) IS EQUAL PRS-DSNAME
                 MOVE WS-GEN-SUB TO WS-GEN-IDX
              END-IF
           END-PERFORM

           IF WS-GEN-IDX IS EQUAL ZEROS
              MOVE ZEROS TO WS-GEN-VIGENTE
           ELSE
              MOVE WS-GEN-NUMERO (WS-GEN-IDX) TO WS-GEN-VIGENTE
           END-IF
           MOVE WS-GEN-VIGENTE TO WS-LM-GEN-ACTUAL

           EVALUATE TRUE
               WHEN WS-GEN-IDX IS EQUAL ZEROS
                    ADD 1 TO WS-MAESTROS-OBJETADOS
                    SET WS-RECHAZADA TO TRUE
                    MOVE 'SIN GENERACION EN CATALOGO'
                         TO WS-LM-DECISION
               WHEN WS-GEN-VIGENTE IS LESS PRS-GENERACION
                    ADD 1 TO WS-MAESTROS-OBJETADOS
                    SET WS-RECHAZADA TO TRUE
                    MOVE 'VIGENTE ANTERIOR AL PUNTO'
                         TO WS-LM-DECISION
               WHEN WS-GEN-VIGENTE IS GREATER PRS-GENERACION + 1
                    ADD 1 TO WS-MAESTROS-OBJETADOS
                    SET WS-RECHAZADA TO TRUE
                    MOVE 'HAY GENERACIONES POSTERIORES'
                         TO WS-LM-DECISION
               WHEN WS-GEN-VIGENTE IS EQUAL PRS-GENERACION
                    MOVE 'NO SE TOCO, QUEDA COMO ESTA'
                         TO WS-LM-DECISION
               WHEN OTHER
                    MOVE 'SE RESTAURA LA GENERACION DEL PUNTO'
                         TO WS-LM-DECISION
           END-EVALUATE

           WRITE REG-SALIDA FROM WS-LIN-MAESTRO.

       F-2100-VERIFICAR-MAESTRO. EXIT.
      **************************************************************
       3000-RESTAURAR.
      *    LA RESTAURACION ES TODO O NADA: RECHAZADA LA NOCHE NO
      *    SALE NINGUNA TARJETA Y EL MANIFIESTO QUEDA COMO ESTABA.
           IF WS-RECHAZADA
              GO TO F-3000-RESTAURAR
           END-IF

           PERFORM 3100-EMITIR-TARJETA THRU F-3100-EMITIR-TARJETA
                   VARYING WS-HIS-SUB FROM 1 BY 1
                   UNTIL WS-HIS-SUB > WS-HIS-CONT

           IF NOT WS-FIN
              MOVE 'VUELTA ATRAS EMITIDA, MAESTROS AL PUNTO DEL'
                   TO WS-LR-TEXTO
              MOVE WS-FECHA-NOCHE TO WS-LR-FECHA
              WRITE REG-SALIDA FROM WS-LIN-RESULTADO
           END-IF.

       F-3000-RESTAURAR. EXIT.
      **************************************************************
       3100-EMITIR-TARJETA.

           MOVE WS-HIS-REG (WS-HIS-SUB) TO WS-REG-PUNRES

           IF NOT PRS-ACTIVO
              OR PRS-FECHA IS NOT EQUAL WS-FECHA-NOCHE
              GO TO F-3100-EMITIR-TARJETA
           END-IF

           MOVE ZEROS TO WS-GEN-VIGENTE
           PERFORM VARYING WS-GEN-SUB FROM 1 BY 1
                   UNTIL WS-GEN-SUB > WS-GEN-CONT
              IF WS-GEN-DSNAME (WS-GEN-SUB) IS EQUAL PRS-DSNAME
                 MOVE WS-GEN-NUMERO (WS-GEN-SUB) TO WS-GEN-VIGENTE
              END-IF
           END-PERFORM

           MOVE SPACES          TO REG-RESTAU
           MOVE PRS-DDNAME      TO RST-DDNAME
           MOVE PRS-DSNAME      TO RST-DSNAME
           MOVE PRS-GENERACION  TO RST-GEN-RESTAURAR
           MOVE WS-GEN-VIGENTE  TO RST-GEN-ACTUAL

           IF WS-GEN-VIGENTE IS EQUAL PRS-GENERACION
              MOVE 'N' TO RST-ACCION
              ADD 1 TO WS-MAESTROS-INTACTOS
           ELSE
              MOVE 'R' TO RST-ACCION
              ADD 1 TO WS-MAESTROS-RESTAURAR
           END-IF

           WRITE REG-RESTAU

           IF FS-RESTAU IS NOT EQUAL '00'
              DISPLAY '* ERROR EN WRITE RESTAU   = ' FS-RESTAU
              MOVE 9999 TO RETURN-CODE
              SET  WS-FIN TO TRUE
              MOVE WS-HIS-CONT TO WS-HIS-SUB
              GO TO F-3100-EMITIR-TARJETA
           END-IF

           SET  PRS-RESTAURADO   TO TRUE
           MOVE WS-FECHA-SISTEMA TO PRS-FEC-ESTADO
           MOVE WS-REG-PUNRES    TO WS-HIS-REG (WS-HIS-SUB).

       F-3100-EMITIR-TARJETA. EXIT.
      **************************************************************
       4000-GRABAR-HISTORIA.

           PERFORM VARYING WS-HIS-SUB FROM 1 BY 1
                   UNTIL WS-HIS-SUB > WS-HIS-CONT
              WRITE REG-PUNSAL FROM WS-HIS-REG (WS-HIS-SUB)
              IF FS-PUNSAL IS NOT EQUAL '00'
                 DISPLAY '* ERROR EN WRITE PUNSAL   = ' FS-PUNSAL
                 MOVE 9999 TO RETURN-CODE
                 SET  WS-FIN TO TRUE
                 MOVE WS-HIS-CONT TO WS-HIS-SUB
              END-IF
           END-PERFORM.

       F-4000-GRABAR-HISTORIA. EXIT.
      **************************************************************
       5000-ANOTAR-JOURNAL.
      *    LA VUELTA ATRAS QUEDA EN EL JOURNAL CON SU RC, HAYA
      *    RESTAURADO (0) O SE HAYA NEGADO (8).
           OPEN EXTEND JOURNAL.

           IF FS-JOURNAL IS EQUAL '35'
              OPEN OUTPUT JOURNAL
           END-IF

           IF FS-JOURNAL IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN JOURNAL   = ' FS-JOURNAL
              MOVE 9999 TO RETURN-CODE
           ELSE
              MOVE 'PGMRBCBF'       TO JRN-PROGRAMA
              MOVE 'ROLLBK'         TO JRN-ACCION
              MOVE WS-FECHA-SISTEMA TO JRN-FECHA
              MOVE WS-HORA-SISTEMA (1:6) TO JRN-HORA
              MOVE RETURN-CODE      TO JRN-RC
              WRITE REG-JOURNAL FROM WS-REG-JOURNAL

              IF FS-JOURNAL IS NOT EQUAL '00'
                 DISPLAY '* ERROR EN WRITE JOURNAL  = ' FS-JOURNAL
                 MOVE 9999 TO RETURN-CODE
              END-IF

              CLOSE JOURNAL
           END-IF.

       F-5000-ANOTAR-JOURNAL. EXIT.
      **************************************************************
       9999-FINAL.

           IF RETURN-CODE NOT EQUAL 9999
             CLOSE PUNSAL
             CLOSE RESTAU
             CLOSE SALIDA
           END-IF

           DISPLAY '***************************************'
           DISPLAY ' NOCHE A VOLVER ATRAS      :  ' WS-FECHA-NOCHE
           DISPLAY ' MAESTROS DEL PUNTO        :  ' WS-MAESTROS-NOCHE
           DISPLAY ' MAESTROS A RESTAURAR      :  '
                                               WS-MAESTROS-RESTAURAR
           DISPLAY ' MAESTROS SIN TOCAR        :  '
                                               WS-MAESTROS-INTACTOS
           DISPLAY ' MAESTROS OBJETADOS        :  '
                                               WS-MAESTROS-OBJETADOS
           DISPLAY ' RC FINAL                  :  ' RETURN-CODE
           DISPLAY '***************************************'.

       F-9999-FINAL.
           EXIT.
