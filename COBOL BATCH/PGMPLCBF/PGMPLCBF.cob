      *    - DDPLAN:  PLAN DE LA NOCHE, UN REGISTRO POR PASO CON   *
      *               SUS PREDECESORES Y EL RETURN-CODE MAXIMO     *
      *               ACEPTABLE DE CADA UNO                        *
      *               (LO ARMA CADA NOCHE PGMGPCBF A PARTIR DEL    *
      *               PLAN MAESTRO Y DEL CALENDARIO)               *
      *    - DDJRNANT: JOURNAL DE OPERACIONES ACUMULADO (LECTURA)  *
      *    - DDJRNL:  MISMO JOURNAL ABIERTO EN EXTEND PARA ANOTAR  *
      *    - DDCTRL:  TARJETA CON PROGRAMA / ACCION / RETURN-CODE  *
      *  RETIENE EL PASO); CON ACCION FIN ANOTA LA TERMINACION     *
      *  CON SU CODIGO. EL JOURNAL QUEDA COMO AUDITORIA DE LO QUE  *
      *  REALMENTE CORRIO CADA NOCHE.                              *
      *  UNA VUELTA ATRAS EFECTIVA ANOTADA POR PGMRBCBF (ACCION    *
      *  ROLLBK CON RC 0) ANULA LAS ANOTACIONES ANTERIORES: NINGUN *
      *  FIN DE LA NOCHE RESTAURADA HABILITA YA A SUS SUCESORES.   *
      *  CON LOS PREDECESORES EN ORDEN, ACCION INICIO CONTROLA     *
      *  ADEMAS EL VOLUMEN DE LAS ENTRADAS DEL PASO:               *
      *    - DDENTDEC: ENTRADAS DECLARADAS POR PROGRAMA (HASTA 5,  *
      *               ALOCADAS POR EL JCL DEL CONTROL COMO DDENT1  *
      *               A DDENT5) CON EL DESVIO PORCENTUAL ADMITIDO  *
      *    - DDESTAD: ESTADISTICA ACUMULADA (CPESTAD); EL RANGO    *
      *               ESPERADO ES EL PROMEDIO DE LEIDOS DEL MISMO  *
      *               PROGRAMA EN EL MISMO DIA DE LA SEMANA DE LOS *
      *               ULTIMOS 90 DIAS, MAS / MENOS ESE DESVIO      *
      *  UNA ENTRADA VACIA, O UN TOTAL MUY POR DEBAJO O MUY POR    *
      *  ENCIMA DEL RANGO, RETIENE EL PASO (RC 8) HASTA QUE EL     *
      *  OPERADOR LO CONFIRME CON LA TARJETA DDCONFIR (NOMBRE DEL  *
      *  PROGRAMA). LA DECISION QUEDA EN EL JOURNAL: VOLRET        *
      *  RETENIDO, VOLCNF CONFIRMADO POR OPERADOR.                 *
      **************************************************************
       ENVIRONMENT DIVISION.
      **************************************************************

            SELECT TARJETA ASSIGN TO DDCTRL
                 FILE STATUS IS FS-CONTROL.

            SELECT ENTDEC ASSIGN TO DDENTDEC
                 FILE STATUS IS FS-ENTDEC.

            SELECT ESTADIS ASSIGN TO DDESTAD
                 FILE STATUS IS FS-ESTAD.

            SELECT CONFIR ASSIGN TO DDCONFIR
                 FILE STATUS IS FS-CONFIR.

            SELECT FECHAPRO ASSIGN TO DDFECPRO
                 FILE STATUS IS FS-FECHAPRO.

            SELECT ENTRADA1 ASSIGN TO DDENT1
                 FILE STATUS IS FS-ENTRADA.

            SELECT ENTRADA2 ASSIGN TO DDENT2
                 FILE STATUS IS FS-ENTRADA.

            SELECT ENTRADA3 ASSIGN TO DDENT3
                 FILE STATUS IS FS-ENTRADA.

            SELECT ENTRADA4 ASSIGN TO DDENT4
                 FILE STATUS IS FS-ENTRADA.

            SELECT ENTRADA5 ASSIGN TO DDENT5
                 FILE STATUS IS FS-ENTRADA.
      **************************************************************
       I-O-CONTROL.

           05  CTL-ACCION           PIC X(06).
           05  CTL-RC               PIC 9(04).
           05  FILLER               PIC X(62).
      **************************************************************
       FD   ENTDEC
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01   REG-ENTDEC.
           05  ENT-PROGRAMA         PIC X(08).
           05  ENT-ORDEN            PIC 9(01).
           05  ENT-DDNAME           PIC X(08).
           05  ENT-PCT-DESVIO       PIC 9(03).
           05  FILLER               PIC X(60).
      **************************************************************
       FD   ESTADIS
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01   REG-ESTAD               PIC X(70).
      **************************************************************
       FD   CONFIR
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01   REG-CONFIR.
           05  CNF-PROGRAMA         PIC X(08).
           05  FILLER               PIC X(72).
      **************************************************************
       FD   FECHAPRO
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01   REG-FECHAPRO.
           05  FPR-FECHA            PIC 9(08).
           05  FILLER               PIC X(72).
      **************************************************************
      *    LAS ENTRADAS DEL PASO SOLO SE CUENTAN: CUALQUIER LARGO
      *    DE REGISTRO SIRVE, TOMADO DEL DATASET EN TIEMPO DE
      *    EJECUCION.
       FD   ENTRADA1
           RECORD CONTAINS 0 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01   REG-ENTRADA1            PIC X(32760).

       FD   ENTRADA2
           RECORD CONTAINS 0 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01   REG-ENTRADA2            PIC X(32760).

       FD   ENTRADA3
           RECORD CONTAINS 0 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01   REG-ENTRADA3            PIC X(32760).

       FD   ENTRADA4
           RECORD CONTAINS 0 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01   REG-ENTRADA4            PIC X(32760).

       FD   ENTRADA5
           RECORD CONTAINS 0 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01   REG-ENTRADA5            PIC X(32760).
      **************************************************************
       WORKING-STORAGE SECTION.

       77  FS-JRNANT       PIC XX    VALUE SPACES.
       77  FS-JOURNAL      PIC XX    VALUE SPACES.
       77  FS-CONTROL      PIC XX    VALUE SPACES.
       77  FS-ENTDEC       PIC XX    VALUE SPACES.
       77  FS-ESTAD        PIC XX    VALUE SPACES.
       77  FS-CONFIR       PIC XX    VALUE SPACES.
       77  FS-FECHAPRO     PIC XX    VALUE SPACES.
       77  FS-ENTRADA      PIC XX    VALUE SPACES.

      *****************ENTRADA DEL JOURNAL DE OPERACIONES*************
       01  WS-REG-JOURNAL.

       77  WS-PRED-EXAMINADO  PIC X(08) VALUE SPACES.

      *****************ANOTACION A GRABAR EN EL JOURNAL***************
       77  WS-ANOTA-ACCION    PIC X(06) VALUE SPACES.
       77  WS-ANOTA-RC        PIC 9(04) VALUE ZEROS.

      *****************CONTROL DE VOLUMEN DE ENTRADAS******************
       01  WS-FLAG-VOLUMEN PIC X     VALUE 'S'.
           88  WS-VOL-OK             VALUE 'S'.
           88  WS-VOL-RETENIDO       VALUE 'N'.

       77  WS-VOL-MOTIVO      PIC X(30) VALUE SPACES.

       77  WS-DEC-CONT     PIC 9(02) USAGE COMP VALUE ZEROS.
       77  WS-DEC-SUB      PIC 9(01) USAGE COMP VALUE ZEROS.
       01  WS-TABLA-DECLARADAS.
           03  WS-DEC      OCCURS 5 TIMES.
               05  WS-DEC-DECLARADA PIC X(01).
               05  WS-DEC-DDNAME    PIC X(08).
               05  WS-DEC-LEIDOS    PIC 9(07).

       77  WS-PCT-DESVIO      PIC 9(03) VALUE 50.
       77  WS-TOTAL-LEIDOS    PIC 9(09) VALUE ZEROS.
       77  WS-ENTRADAS-VACIAS PIC 9(01) VALUE ZEROS.

       77  WS-EST-MUESTRAS    PIC 9(05) VALUE ZEROS.
       77  WS-EST-SUMA        PIC 9(12) VALUE ZEROS.
       77  WS-EST-PROMEDIO    PIC 9(09) VALUE ZEROS.
       77  WS-EST-MINIMO      PIC 9(09) VALUE ZEROS.
       77  WS-EST-MAXIMO      PIC 9(09) VALUE ZEROS.
       77  WS-MUESTRAS-MINIMO PIC 9(02) VALUE 3.
       77  WS-DIAS-VENTANA    PIC 9(03) VALUE 90.

           COPY CPESTAD.

      *****************DIA DE LA SEMANA DE LA NOCHE*******************
           COPY CPFECPRO.

           COPY CPFECSRV.

       77  WS-DIA-NOCHE       PIC 9(01) VALUE ZEROS.

       01  WS-FECHA-CONV.
           05  WS-FC-ANIO           PIC 9(04).
           05  WS-FC-MES            PIC 9(02).
           05  WS-FC-DIA            PIC 9(02).
       77  WS-DIAS-CONV       PIC 9(07) VALUE ZEROS.
       77  WS-DIAS-NOCHE      PIC 9(07) VALUE ZEROS.

      *****************FECHA Y HORA DE LA ANOTACION*******************
       01  WS-FECHA-SISTEMA.
           05  WS-FEC-SIS-ANIO      PIC 9(04).
                    AT END
                       MOVE '10' TO FS-JRNANT
                    NOT AT END
      *    UNA VUELTA ATRAS EFECTIVA (PGMRBCBF) ANULA LO ANOTADO
      *    ANTES: LOS PASOS DE LA NOCHE RESTAURADA VUELVEN A CORRER.
                       EVALUATE TRUE
                          WHEN JRN-ACCION IS EQUAL 'ROLLBK'
                               AND JRN-RC IS EQUAL ZEROS
                             MOVE ZEROS TO WS-JRN-CONT
                          WHEN WS-JRN-CONT < 200
                             ADD 1 TO WS-JRN-CONT
                             MOVE JRN-PROGRAMA TO
                                  WS-JRN-PROGRAMA (WS-JRN-CONT)
                             MOVE JRN-ACCION   TO
                                  WS-JRN-ACCION   (WS-JRN-CONT)
                             MOVE JRN-RC       TO
                                  WS-JRN-RC       (WS-JRN-CONT)
                          WHEN OTHER
                             DISPLAY '* ATENCION: JOURNAL LLENO (200)'
                             MOVE '10' TO FS-JRNANT
                       END-EVALUATE
                 END-READ
              END-PERFORM
              CLOSE JRNANT
                    PERFORM 3000-AUTORIZAR-PASO
                            THRU F-3000-AUTORIZAR-PASO
               WHEN 'FIN   '
                    MOVE CTL-ACCION TO WS-ANOTA-ACCION
                    MOVE CTL-RC     TO WS-ANOTA-RC
                    PERFORM 4000-ANOTAR THRU F-4000-ANOTAR
               WHEN OTHER
                    DISPLAY '* ACCION NO RECONOCIDA = ' CTL-ACCION
                      THRU F-3100-VERIF-PREDECESOR

              IF WS-PRED-OK
                 PERFORM 3500-CONTROLAR-VOLUMEN
                         THRU F-3500-CONTROLAR-VOLUMEN
              END-IF

              IF WS-PRED-OK AND WS-VOL-OK
                 MOVE CTL-ACCION TO WS-ANOTA-ACCION
                 MOVE CTL-RC     TO WS-ANOTA-RC
                 PERFORM 4000-ANOTAR THRU F-4000-ANOTAR
                 DISPLAY '* PASO ' CTL-PROGRAMA ' AUTORIZADO'
              END-IF

              IF WS-PRED-OK AND WS-VOL-RETENIDO
                 DISPLAY '* PASO ' CTL-PROGRAMA ' RETENIDO: '
                         WS-VOL-MOTIVO
                 DISPLAY '* CONFIRMAR CON TARJETA DDCONFIR PARA '
                         'LARGARLO IGUAL'
                 MOVE 8 TO RETURN-CODE
              END-IF

              IF WS-PRED-NO
                 DISPLAY '* PASO ' CTL-PROGRAMA ' RETENIDO: '
                         'PREDECESOR SIN FIN ACEPTABLE'
                 MOVE 8 TO RETURN-CODE
           END-PERFORM.

       F-3200-VERIF-CODIGO. EXIT.
      **************************************************************
       3500-CONTROLAR-VOLUMEN.
      *    UN PROGRAMA SIN ENTRADAS DECLARADAS NO SE CONTROLA.
           SET WS-VOL-OK TO TRUE
           MOVE SPACES TO WS-VOL-MOTIVO

           PERFORM 3510-CARGAR-DECLARADAS
                   THRU F-3510-CARGAR-DECLARADAS

           IF WS-DEC-CONT IS EQUAL ZEROS
              GO TO F-3500-CONTROLAR-VOLUMEN
           END-IF

           PERFORM 3520-CONTAR-ENTRADA THRU F-3520-CONTAR-ENTRADA
                   VARYING WS-DEC-SUB FROM 1 BY 1
                   UNTIL WS-DEC-SUB > 5

           PERFORM 3540-RANGO-HISTORICO THRU F-3540-RANGO-HISTORICO

           DISPLAY '* VOLUMEN ' CTL-PROGRAMA ': LEIDOS '
                   WS-TOTAL-LEIDOS ' PROMEDIO ' WS-EST-PROMEDIO
                   ' EN ' WS-EST-MUESTRAS ' NOCHES'

           EVALUATE TRUE
               WHEN WS-ENTRADAS-VACIAS IS GREATER ZEROS
                    MOVE 'ENTRADA VACIA O NO ALOCADA'
                         TO WS-VOL-MOTIVO
               WHEN WS-EST-MUESTRAS IS LESS WS-MUESTRAS-MINIMO
                    CONTINUE
               WHEN WS-TOTAL-LEIDOS IS LESS WS-EST-MINIMO
                    MOVE 'VOLUMEN MUY POR DEBAJO DE LO NORMAL'
                         TO WS-VOL-MOTIVO
               WHEN WS-TOTAL-LEIDOS IS GREATER WS-EST-MAXIMO
                    MOVE 'VOLUMEN MUY POR ENCIMA DE LO NORMAL'
                         TO WS-VOL-MOTIVO
           END-EVALUATE

           IF WS-VOL-MOTIVO IS EQUAL SPACES
              GO TO F-3500-CONTROLAR-VOLUMEN
           END-IF

           PERFORM 3550-VER-CONFIRMACION THRU F-3550-VER-CONFIRMACION.

       F-3500-CONTROLAR-VOLUMEN. EXIT.
      **************************************************************
       3510-CARGAR-DECLARADAS.
      *    SIN ARCHIVO DE DECLARACIONES NO SE CONTROLA NINGUN PASO.
           MOVE ZEROS TO WS-DEC-CONT

           PERFORM VARYING WS-DEC-SUB FROM 1 BY 1 UNTIL WS-DEC-SUB > 5
              MOVE 'N'    TO WS-DEC-DECLARADA (WS-DEC-SUB)
              MOVE SPACES TO WS-DEC-DDNAME    (WS-DEC-SUB)
              MOVE ZEROS  TO WS-DEC-LEIDOS    (WS-DEC-SUB)
           END-PERFORM

           OPEN INPUT ENTDEC

           IF FS-ENTDEC IS NOT EQUAL '00'
              DISPLAY '* SIN ENTRADAS DECLARADAS, NO SE CONTROLA '
                      'VOLUMEN'
              GO TO F-3510-CARGAR-DECLARADAS
           END-IF

           PERFORM UNTIL FS-ENTDEC IS NOT EQUAL '00'
              READ ENTDEC
                 AT END
                    MOVE '10' TO FS-ENTDEC
                 NOT AT END
                    IF ENT-PROGRAMA IS EQUAL CTL-PROGRAMA
                       AND ENT-ORDEN IS NUMERIC
                       AND ENT-ORDEN IS GREATER ZERO
                       AND ENT-ORDEN IS NOT GREATER 5
                       MOVE 'S'        TO
                            WS-DEC-DECLARADA (ENT-ORDEN)
                       MOVE ENT-DDNAME TO WS-DEC-DDNAME (ENT-ORDEN)
                       ADD 1 TO WS-DEC-CONT
                       IF ENT-PCT-DESVIO IS NUMERIC
                          AND ENT-PCT-DESVIO IS GREATER ZEROS
                          MOVE ENT-PCT-DESVIO TO WS-PCT-DESVIO
                       END-IF
                    END-IF
              END-READ
           END-PERFORM

           CLOSE ENTDEC.

       F-3510-CARGAR-DECLARADAS. EXIT.
      **************************************************************
       3520-CONTAR-ENTRADA.
      *    UNA ENTRADA DECLARADA QUE NO ABRE CUENTA COMO VACIA.
           IF WS-DEC-DECLARADA (WS-DEC-SUB) IS NOT EQUAL 'S'
              GO TO F-3520-CONTAR-ENTRADA
           END-IF

           EVALUATE WS-DEC-SUB
               WHEN 1  OPEN INPUT ENTRADA1
               WHEN 2  OPEN INPUT ENTRADA2
               WHEN 3  OPEN INPUT ENTRADA3
               WHEN 4  OPEN INPUT ENTRADA4
               WHEN 5  OPEN INPUT ENTRADA5
           END-EVALUATE

           IF FS-ENTRADA IS NOT EQUAL '00'
              DISPLAY '* ENTRADA ' WS-DEC-DDNAME (WS-DEC-SUB)
                      ' NO ABRE = ' FS-ENTRADA
              ADD 1 TO WS-ENTRADAS-VACIAS
              GO TO F-3520-CONTAR-ENTRADA
           END-IF

           PERFORM 3530-LEER-ENTRADA THRU F-3530-LEER-ENTRADA
                   UNTIL FS-ENTRADA IS NOT EQUAL '00'

           EVALUATE WS-DEC-SUB
               WHEN 1  CLOSE ENTRADA1
               WHEN 2  CLOSE ENTRADA2
               WHEN 3  CLOSE ENTRADA3
               WHEN 4  CLOSE ENTRADA4
               WHEN 5  CLOSE ENTRADA5
           END-EVALUATE

           DISPLAY '* ENTRADA ' WS-DEC-DDNAME (WS-DEC-SUB)
                   ' REGISTROS ' WS-DEC-LEIDOS (WS-DEC-SUB)

           IF WS-DEC-LEIDOS (WS-DEC-SUB) IS EQUAL ZEROS
              ADD 1 TO WS-ENTRADAS-VACIAS
           END-IF

           ADD WS-DEC-LEIDOS (WS-DEC-SUB) TO WS-TOTAL-LEIDOS.

       F-3520-CONTAR-ENTRADA. EXIT.
      **************************************************************
       3530-LEER-ENTRADA.

           EVALUATE WS-DEC-SUB
               WHEN 1  READ ENTRADA1
               WHEN 2  READ ENTRADA2
               WHEN 3  READ ENTRADA3
               WHEN 4  READ ENTRADA4
               WHEN 5  READ ENTRADA5
           END-EVALUATE

           EVALUATE FS-ENTRADA
               WHEN '00'
                    ADD 1 TO WS-DEC-LEIDOS (WS-DEC-SUB)
               WHEN '10'
                    CONTINUE
               WHEN OTHER
                    DISPLAY '* ERROR EN LECTURA ENTRADA '
                            WS-DEC-DDNAME (WS-DEC-SUB)
                            ' = ' FS-ENTRADA
           END-EVALUATE.

       F-3530-LEER-ENTRADA. EXIT.
      **************************************************************
       3540-RANGO-HISTORICO.
      *    PROMEDIO DE LEIDOS DEL PROGRAMA EN LAS NOCHES DEL MISMO
      *    DIA DE LA SEMANA DENTRO DE LA VENTANA (DIAS 30/360); EL
      *    RANGO ES ESE PROMEDIO MAS / MENOS EL DESVIO DECLARADO.
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

           MOVE 'D'                TO FSV-FUNCION
           MOVE WS-FECHA-NEGOCIO-R TO FSV-FECHA-ENT
           CALL 'PGMFSCBF' USING WS-FECSRV-AREA
           MOVE FSV-CANT-DIAS      TO WS-DIA-NOCHE

           MOVE WS-FECHA-NEGOCIO-R TO WS-FECHA-CONV
           PERFORM 3560-FECHA-A-DIAS THRU F-3560-FECHA-A-DIAS
           MOVE WS-DIAS-CONV TO WS-DIAS-NOCHE

           OPEN INPUT ESTADIS

           IF FS-ESTAD IS NOT EQUAL '00'
              DISPLAY '* SIN ESTADISTICA ACUMULADA, SOLO SE '
                      'CONTROLAN ENTRADAS VACIAS'
              GO TO F-3540-RANGO-HISTORICO
           END-IF

           PERFORM UNTIL FS-ESTAD IS NOT EQUAL '00'
              READ ESTADIS INTO WS-REG-ESTAD
                 AT END
                    MOVE '10' TO FS-ESTAD
                 NOT AT END
                    IF EST-PROGRAMA IS EQUAL CTL-PROGRAMA
                       AND EST-FECHA IS LESS WS-FECHA-NEGOCIO-R
                       PERFORM 3545-TOMAR-MUESTRA
                               THRU F-3545-TOMAR-MUESTRA
                    END-IF
              END-READ
           END-PERFORM

           CLOSE ESTADIS

           IF WS-EST-MUESTRAS IS GREATER ZEROS
              DIVIDE WS-EST-SUMA BY WS-EST-MUESTRAS
                     GIVING WS-EST-PROMEDIO
              IF WS-PCT-DESVIO IS LESS 100
                 COMPUTE WS-EST-MINIMO =
                         WS-EST-PROMEDIO * (100 - WS-PCT-DESVIO) / 100
              ELSE
                 MOVE ZEROS TO WS-EST-MINIMO
              END-IF
              COMPUTE WS-EST-MAXIMO =
                      WS-EST-PROMEDIO * (100 + WS-PCT-DESVIO) / 100
           END-IF.

       F-3540-RANGO-HISTORICO. EXIT.
      **************************************************************
       3545-TOMAR-MUESTRA.

           MOVE EST-FECHA TO WS-FECHA-CONV
           PERFORM 3560-FECHA-A-DIAS THRU F-3560-FECHA-A-DIAS

           IF WS-DIAS-CONV + WS-DIAS-VENTANA IS LESS WS-DIAS-NOCHE
              GO TO F-3545-TOMAR-MUESTRA
           END-IF

           MOVE 'D'       TO FSV-FUNCION
           MOVE EST-FECHA TO FSV-FECHA-ENT
           CALL 'PGMFSCBF' USING WS-FECSRV-AREA

           IF FSV-RESULTADO IS EQUAL 'S'
              AND FSV-CANT-DIAS IS EQUAL WS-DIA-NOCHE
              ADD 1          TO WS-EST-MUESTRAS
              ADD EST-LEIDOS TO WS-EST-SUMA
           END-IF.

       F-3545-TOMAR-MUESTRA. EXIT.
      **************************************************************
       3550-VER-CONFIRMACION.
      *    LA TARJETA DE CONFIRMACION LA CARGA EL OPERADOR CUANDO,
      *    REVISADO EL VOLUMEN, DECIDE LARGAR EL PASO IGUAL.
           SET WS-VOL-RETENIDO TO TRUE
           MOVE SPACES TO CNF-PROGRAMA

           OPEN INPUT CONFIR

           IF FS-CONFIR IS EQUAL '00'
              READ CONFIR
                 AT END
                    MOVE SPACES TO CNF-PROGRAMA
                 NOT AT END
                    CONTINUE
              END-READ
              CLOSE CONFIR
           END-IF

           IF CNF-PROGRAMA IS EQUAL CTL-PROGRAMA
              SET WS-VOL-OK TO TRUE
              DISPLAY '* VOLUMEN FUERA DE RANGO CONFIRMADO POR EL '
                      'OPERADOR: ' WS-VOL-MOTIVO
              MOVE 'VOLCNF' TO WS-ANOTA-ACCION
              MOVE ZEROS    TO WS-ANOTA-RC
           ELSE
              MOVE 'VOLRET' TO WS-ANOTA-ACCION
              MOVE 8        TO WS-ANOTA-RC
           END-IF

           PERFORM 4000-ANOTAR THRU F-4000-ANOTAR.

       F-3550-VER-CONFIRMACION. EXIT.
      **************************************************************
       3560-FECHA-A-DIAS.
      *    CONVIERTE AAAAMMDD A DIAS 30/360 PARA LA VENTANA.
           COMPUTE WS-DIAS-CONV =
                   (WS-FC-ANIO * 360) + (WS-FC-MES * 30) + WS-FC-DIA.

       F-3560-FECHA-A-DIAS. EXIT.
      **************************************************************
       4000-ANOTAR.
      *    AGREGA LA ANOTACION AL FINAL DEL JOURNAL ACUMULADO CON
              MOVE 9999 TO RETURN-CODE
           ELSE
              MOVE CTL-PROGRAMA     TO JRN-PROGRAMA
              MOVE WS-ANOTA-ACCION  TO JRN-ACCION
              MOVE WS-FECHA-SISTEMA TO JRN-FECHA
              MOVE WS-HORA-SISTEMA (1:6) TO JRN-HORA
              MOVE WS-ANOTA-RC      TO JRN-RC
              WRITE REG-JOURNAL FROM WS-REG-JOURNAL

              IF FS-JOURNAL IS NOT EQUAL '00'
