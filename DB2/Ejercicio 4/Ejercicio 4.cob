      *          * VERIFICA Y REPORTA SIN GRABAR*      *
      *  23/08/26* CORRIDA PARTICIONADA POR RANGO* MA  *
      *          * DE NRODOC CON TOTALES POR TAJADA*   *
      *  15/10/26* BAJA BJ AUDITADA EN DDAUDIT* MA  *
      *  15/10/26* PERSONA JURIDICA EN ALTA: CUIT* MA  *
      *          * CON DV, SIN SEXO; CX RECHAZADO*     *
      *  15/10/26* RESULTADO DE CADA   * MA  *
      *          * NOVEDAD EN DDTRAZA  *     *
      **************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
            SELECT FECPRO ASSIGN TO DDFECPRO
                 FILE STATUS IS FS-FECPRO.

             SELECT TRAZAS ASSIGN DDTRAZA
             FILE STATUS IS FS-TRAZAS.

       DATA DIVISION.
       FILE SECTION.
       FD  ENTRADA
       01   REG-FECPRO.
           05  FPR-FECHA            PIC 9(08).
           05  FILLER               PIC X(72).

       FD  TRAZAS
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01  REG-TRAZA       PIC X(80).
      **************************************************************
       WORKING-STORAGE SECTION.
      **************************************
       77  FS-ENTRADA       PIC XX    VALUE SPACES.
       77  FS-SALIDA        PIC XX    VALUE SPACES.
       77  FS-RECHAZOS      PIC XX    VALUE SPACES.
       77  FS-TRAZAS        PIC XX    VALUE SPACES.
       77  FS-CONTROL       PIC XX    VALUE SPACES.
       77  FS-TOTALES       PIC XX    VALUE SPACES.
       77  FS-AUDIT         PIC XX    VALUE SPACES.
       01  WS-FLAG-AUX3     PIC X.
           88  WS-SI-AUX3         VALUE 'S'.
           88  WS-NO-AUX3         VALUE 'N'.
      *    RESULTADO DE LAS REGLAS POR TIPO DE PERSONA DE LA ALTA.
       01  WS-FLAG-PERSONA  PIC X.
           88  WS-PERSONA-OK      VALUE 'S'.
           88  WS-PERSONA-MAL     VALUE 'N'.
       01  WS-NRO-DOC       PIC S9(11)V USAGE COMP-3.
       01  WS-NRO-CLI       PIC S9(07)V USAGE COMP-3.

                                                VALUE ZEROS.
       77  WS-NOMAPE-ANT         PIC X(30)  VALUE SPACES.
       77  WS-SEXO-ANT           PIC X      VALUE SPACES.
       77  WS-TIPPERS-ANT        PIC X      VALUE SPACES.
       77  WS-DOMICILIO-ANT      PIC X(20)  VALUE SPACES.
       77  WS-AUD-NUM-ED         PIC ZZZZZZ9.
       77  WS-AUD-CAMPO          PIC X(10)  VALUE SPACES.

       77  FS-FECPRO       PIC XX    VALUE SPACES.

      *****************ANOTACION EN EL DIARIO DE TRAZAS****************
      *    MISMO LAYOUT QUE GRABA PGMTRCBF. CADA NOVEDAD TERMINADA
      *    DEJA SU RESULTADO: APLICADA, RECHAZ APLIC (VA AL
      *    REPROCESO PGMRQCBF) O ESPERA APROB (BJ A LA COLA). LA
      *    NOVEDAD NO TRAE LA TRAZA DE LA RECEPCION NI LA SUCURSAL:
      *    SE ANOTA CON AMBAS EN CERO Y SE RECONOCE POR DOCUMENTO;
      *    EL DETALLE LLEVA EL TIPO DE NOVEDAD. EL RESULTADO SE
      *    MARCA EN 2750 (RECHAZO) Y 2830 (COLA BJ); EL TIPO SE
      *    GUARDA AL LEER PORQUE EL RECHAZO DE DOCUMENTO LO PISA.
       01  WS-REG-TRAZA.
           05  TRZ-LOTE             PIC 9(05).
           05  TRZ-SECUEN           PIC 9(05).
           05  TRZ-ETAPA            PIC X(12).
           05  TRZ-FECHA            PIC 9(08).
           05  TRZ-SUC              PIC 9(02).
           05  TRZ-DOC              PIC X(13).
           05  TRZ-DETALLE.
               10  TRZ-DET-ROTULO   PIC X(08).
               10  TRZ-DET-TIPNOV   PIC X(02).
               10  FILLER           PIC X(20).
           05  FILLER               PIC X(05).

       01  WS-FLAG-RESULT-NOV    PIC X     VALUE 'A'.
           88  WS-NOV-APLICADA             VALUE 'A'.
           88  WS-NOV-RECHAZADA            VALUE 'R'.
           88  WS-NOV-ESPERA-BJ            VALUE 'E'.
       77  WS-TRZ-TIPNOV         PIC X(02) VALUE SPACES.
       77  WS-TOT-TRAZAS         PIC 9(5)  VALUE ZEROS.

       77  FILLER        PIC X(26) VALUE '* FINAL  WORKING-STORAGE *'.

     ***************************************************************.
              SET  WS-FIN-PROCESO TO TRUE
           END-IF.

      *    EL DIARIO DE TRAZAS ES ACUMULATIVO: SE AGREGA AL FINAL
      *    Y SE CREA SI TODAVIA NO EXISTE.
           OPEN EXTEND TRAZAS.

           IF FS-TRAZAS IS EQUAL '35'
              OPEN OUTPUT TRAZAS
           END-IF

           IF FS-TRAZAS   IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN TRAZAS   = ' FS-TRAZAS
              MOVE 12 TO RETURN-CODE
              SET  WS-FIN-PROCESO TO TRUE
           END-IF.

      *    SI EL MAESTRO DE AUDITORIA TODAVIA NO EXISTE (PRIMERA
      *    CORRIDA O GENERACION NUEVA) SE CREA VACIO Y SE REABRE I-O.
           OPEN I-O AUDITORIA.

           PERFORM 2100-LEER THRU F-2100-LEER

           MOVE NOV-TIP-NOV TO WS-TRZ-TIPNOV

           SET WS-DEBE-APLICAR TO TRUE

           PERFORM 2050-APLICAR THRU F-2050-APLICAR
                   UNTIL WS-NO-APLICAR

      *    EL RESULTADO VA AL DIARIO UNA SOLA VEZ: UNA REPLICA
      *    POST-ROLLBACK NO LO REPITE (MISMA MARCA DE AGUA QUE LOS
      *    RECHAZOS) Y LOS TRAILERS Y LO FUERA DE LA TAJADA NO SON
      *    NOVEDADES. EN SIMULACION NADA SE APLICO.
           IF WS-REG-FISICOS IS GREATER WS-FISICOS-GRABADOS
              AND NOT WS-FIN-PROCESO
              AND WS-SIMULACION-NO
              AND (WS-NOV-RECHAZADA OR NOV-TIP-NOV IS NOT EQUAL '**')
              PERFORM 2780-ANOTAR-TRAZA THRU F-2780-ANOTAR-TRAZA
           END-IF

      *    LA NOVEDAD TERMINO SU PROCESO (CON O SIN RECHAZO): LA
      *    MARCA DE AGUA AVANZA Y UNA REPLICA POSTERIOR YA NO LE
      *    REGRABA EL RECHAZO.
      *    HASTA AGOTAR LOS REINTENTOS DE LA TARJETA.
           SET WS-NO-APLICAR    TO TRUE
           SET WS-NO-REINTENTAR TO TRUE
           SET WS-NOV-APLICADA  TO TRUE

      *    LOS SEMAFOROS DE LOS VERIFICADORES ARRANCAN EN "NO
      *    APLICAR" EN CADA VUELTA, PARA QUE UN VALOR VIEJO NO
              OR NOV-TIP-NOV IS EQUAL 'DP'
              MOVE NOV-TIP-DOC TO VDC-TIPDOC
              MOVE NOV-NRO-DOC TO VDC-NRODOC
      *    EL ALTA DE UNA PERSONA JURIDICA EXIGE EL DIGITO
      *    VERIFICADOR DE CUIT AUNQUE EL TIPO NO TENGA REGLA.
              MOVE SPACE       TO VDC-EXIGE-DV
              IF NOV-TIP-NOV IS EQUAL 'AL' AND NOV-PERSONA-JURIDICA
                 SET VDC-DV-OBLIGATORIO TO TRUE
              END-IF
              CALL 'PGMCDCBF' USING WS-VALDOC-AREA
              IF VDC-RESULTADO IS EQUAL 'N'
                 ADD 1 TO WS-TOT-ERR

           EVALUATE NOV-TIP-NOV
               WHEN 'AL'
                 PERFORM 2610-VALIDAR-PERSONA THRU
                         F-2610-VALIDAR-PERSONA
                 IF WS-PERSONA-OK
                 PERFORM 2600-VERIFICADOR THRU F-2600-VERIFICADOR
                    IF WS-NO-AUX
                    PERFORM 2200-ALTA       THRU F-2200-ALTA
                    END-IF
                 END-IF
               WHEN 'CL'
                    PERFORM 2300-MOD-NROCLI THRU F-2300-MOD-NROCLI
               WHEN 'CN'
                    MOVE NOV-CLI-APELLIDO TO CCOM-APELLIDO
                    MOVE NOV-CLI-SEXO     TO CCOM-SEXO
                    MOVE NOV-CLI-FENAC    TO CCOM-FECNAC
      *    LAS NOVEDADES ANTERIORES AL TIPO DE PERSONA VIENEN EN
      *    BLANCO Y SON SIEMPRE DE PERSONA FISICA.
                    MOVE NOV-CLI-PERSONA  TO CCOM-TIPO-PERSONA
                    IF CCOM-TIPO-PERSONA IS EQUAL SPACE
                       MOVE 'F'           TO CCOM-TIPO-PERSONA
                    END-IF

               WHEN '10'
                    SET WS-FIN-PROCESO TO TRUE
           MOVE MES              TO MES2
           MOVE DIA              TO DIA2
           MOVE WS-FECHA2        TO WD-FECNAC
           MOVE CCOM-TIPO-PERSONA TO WD-TIPPERS

      *    EN LA PERSONA JURIDICA NOMAPE ES LA RAZON SOCIAL Y FECNAC
      *    LA FECHA DE CONSTITUCION; EL SEXO YA VIENE EN BLANCO.
           IF WS-SIMULACION-SI
              MOVE ZEROS TO SQLCODE
           ELSE
           EXEC SQL
                INSERT INTO TBCURCLI
                (TIPDOC, NRODOC, NROCLI, NOMAPE, FECNAC, SEXO,
                 TIPPERS)
                VALUES ( :WD-TIPDOC,
                         :WD-NRODOC,
                         :WD-NROCLI,
                         :WD-NOMAPE,
                         :WD-FECNAC,
                         :WD-SEXO,
                         :WD-TIPPERS)
           END-EXEC
           END-IF.
           IF SQLCODE = NOT-FOUND
           MOVE WS-NRO-CLI       TO WD-NROCLI

           EXEC SQL
                SELECT SEXO, TIPPERS
                  INTO :WS-SEXO-ANT, :WS-TIPPERS-ANT
                  FROM TBCURCLI
                 WHERE NROCLI = :WD-NROCLI
                   AND TIPDOC = :WD-TIPDOC
                   AND NRODOC = :WD-NRODOC
           END-EXEC

      *    UNA PERSONA JURIDICA NO TIENE SEXO: LA CX SE RECHAZA
      *    COMO REGLA DE TIPO DE PERSONA SIN TOCAR LA BASE.
           IF SQLCODE = 0 AND WS-TIPPERS-ANT IS EQUAL 'J'
              DISPLAY ' CX SOBRE PERSONA JURIDICA ' NOV-NRO-DOC
              ADD 1 TO WS-TOT-ERR
              MOVE -997              TO WS-SQLC
              WRITE REG-SALIDA FROM WS-WRITE
              PERFORM 2750-GRABAR-RECHAZO THRU
                      F-2750-GRABAR-RECHAZO
              GO TO F-2500-MOD-SEXO
           END-IF

           MOVE CCOM-SEXO        TO WD-SEXO

           IF WS-SIMULACION-SI
           END-IF.

       F-2500-MOD-SEXO. EXIT.
      ******************************************************************
       2610-VALIDAR-PERSONA.

      *    REGLAS DE LA ALTA SEGUN EL TIPO DE PERSONA. LA FISICA
      *    SIGUE CON LAS REGLAS DE SIEMPRE; LA JURIDICA SE DA DE ALTA
      *    SOLO CON CUIT (EL DIGITO VERIFICADOR YA LO CONTROLO EL
      *    MODULO DE DOCUMENTOS), SIN SEXO Y CON FECHA DE
      *    CONSTITUCION EN EL LUGAR DE LA FECHA DE NACIMIENTO. LO
      *    QUE NO CUMPLE SE RECHAZA CON -997 SIN TOCAR LA BASE.
           SET WS-PERSONA-OK TO TRUE

           EVALUATE TRUE
               WHEN CCOM-PERSONA-FISICA
                    CONTINUE
               WHEN CCOM-PERSONA-JURIDICA
                    IF CCOM-TIP-DOC IS NOT EQUAL 'CU'
                       DISPLAY ' PERSONA JURIDICA SIN CUIT '
                               NOV-NRO-DOC
                       SET WS-PERSONA-MAL TO TRUE
                    END-IF
                    IF CCOM-SEXO IS NOT EQUAL SPACE
                       DISPLAY ' PERSONA JURIDICA CON SEXO '
                               NOV-NRO-DOC
                       SET WS-PERSONA-MAL TO TRUE
                    END-IF
                    IF CCOM-FECNAC IS EQUAL SPACES
                       OR CCOM-FECNAC IS EQUAL '00000000'
                       DISPLAY ' PERSONA JURIDICA SIN FECHA DE '
                               'CONSTITUCION ' NOV-NRO-DOC
                       SET WS-PERSONA-MAL TO TRUE
                    END-IF
               WHEN OTHER
                    DISPLAY ' TIPO DE PERSONA INVALIDO ('
                            CCOM-TIPO-PERSONA ') ' NOV-NRO-DOC
                    SET WS-PERSONA-MAL TO TRUE
           END-EVALUATE

           IF WS-PERSONA-MAL
              ADD 1 TO WS-TOT-ERR
              MOVE -997              TO WS-SQLC
              WRITE REG-SALIDA FROM WS-WRITE
              PERFORM 2750-GRABAR-RECHAZO THRU
                      F-2750-GRABAR-RECHAZO
           END-IF.

       F-2610-VALIDAR-PERSONA. EXIT.
      ******************************************************************
       2600-VERIFICADOR.

       2800-BAJA-CLIENTE.

      *    BAJA LOGICA: EL CLIENTE NO SE BORRA, SOLO SE MARCA INACTIVO.
      *    QUEDA AUDITADA COMO CAMBIO DE ESTADO PARA EL ANALISIS
      *    MENSUAL DE BAJAS PGMATCBF.
           MOVE CCOM-TIP-DOC     TO WD-TIPDOC
           MOVE CCOM-NRO-DOC     TO WS-NRO-DOC
           MOVE WS-NRO-DOC       TO WD-NRODOC
           MOVE CCOM-NRO-CLI TO WS-NRO-CLI
           MOVE WS-NRO-CLI   TO WD-NROCLI

                  IF SQLCODE = 0
                      ADD 1 TO WS-TOT-BAJ
                      DISPLAY ' BAJA CLIENTE OK '
                      MOVE 'ESTADO'      TO WS-AUD-CAMPO
                      MOVE 'A'           TO WS-AUD-ANT
                      MOVE 'I'           TO WS-AUD-NVO
                      PERFORM 2760-AUDITAR THRU F-2760-AUDITAR
                      PERFORM 2700-COMMIT-PARCIAL THRU
                              F-2700-COMMIT-PARCIAL
                  ELSE
      *    SIMULACION SOLO SE INFORMA: LA COLA REAL NO SE TOCA,
      *    IGUAL QUE EL RESTO DEL ESTADO PERSISTENTE.
           ADD 1 TO WS-TOT-BJ-PENDIENTES
           SET WS-NOV-ESPERA-BJ TO TRUE

           IF WS-SIMULACION-SI
              DISPLAY ' BJ SIN APROBACION (SIMULACION, NO SE '
           IF WS-BJ-APROBADA
              SET WS-NO-AUX2      TO TRUE
              SET WS-NO-REINTENTAR TO TRUE
              SET WS-NOV-APLICADA TO TRUE
              PERFORM 2650-VERIFICADOR2 THRU F-2650-VERIFICADOR2
              IF WS-SI-AUX2
                 PERFORM 2800-BAJA-CLIENTE THRU F-2800-BAJA-CLIENTE
                 SET WS-NO-REINTENTAR TO TRUE
              ELSE
                 ADD 1 TO WS-TOT-BJ-LIBERADAS
                 IF WS-SI-AUX2 AND WS-NOV-APLICADA
                    MOVE 'BJ' TO WS-TRZ-TIPNOV
                    PERFORM 2780-ANOTAR-TRAZA THRU
                            F-2780-ANOTAR-TRAZA
                 END-IF
              END-IF
           ELSE
              WRITE REG-BJPEND FROM WS-REG-BJPEND
      *    EN UNA REPLICA POST-ROLLBACK LOS REGISTROS HASTA LA MARCA
      *    DE AGUA YA TIENEN SU RECHAZO GRABADO DE LA VUELTA
      *    ANTERIOR: NO SE DUPLICA HACIA REPROCESO NI CONFIRMACION.
           SET WS-NOV-RECHAZADA TO TRUE

           IF WS-REG-FISICOS IS NOT GREATER WS-FISICOS-GRABADOS
              GO TO F-2750-GRABAR-RECHAZO
           END-IF
           END-IF.

       F-2750-GRABAR-RECHAZO. EXIT.
      ******************************************************************
       2780-ANOTAR-TRAZA.

      *    EL RESULTADO DE LA NOVEDAD QUEDA EN EL DIARIO CON LA
      *    FECHA DE NEGOCIO Y EL TIPO DE NOVEDAD EN EL DETALLE.
           MOVE SPACES              TO WS-REG-TRAZA
           MOVE ZEROS               TO TRZ-LOTE
           MOVE ZEROS               TO TRZ-SECUEN
           EVALUATE TRUE
               WHEN WS-NOV-RECHAZADA
                    MOVE 'RECHAZ APLIC' TO TRZ-ETAPA
               WHEN WS-NOV-ESPERA-BJ
                    MOVE 'ESPERA APROB' TO TRZ-ETAPA
               WHEN OTHER
                    MOVE 'APLICADA    ' TO TRZ-ETAPA
           END-EVALUATE
           MOVE WS-FECHA-NEGOCIO-R  TO TRZ-FECHA
           MOVE ZEROS               TO TRZ-SUC
           MOVE NOV-TIP-DOC         TO TRZ-DOC (1:2)
           MOVE NOV-NRO-DOC         TO TRZ-DOC (3:11)
           MOVE 'NOVEDAD '          TO TRZ-DET-ROTULO
           MOVE WS-TRZ-TIPNOV       TO TRZ-DET-TIPNOV

           WRITE REG-TRAZA FROM WS-REG-TRAZA.

           IF FS-TRAZAS IS NOT EQUAL '00'
              DISPLAY '* ERROR EN WRITE TRAZAS = ' FS-TRAZAS
              MOVE 20 TO RETURN-CODE
           ELSE
              ADD 1 TO WS-TOT-TRAZAS
           END-IF.

       F-2780-ANOTAR-TRAZA. EXIT.
      ******************************************************************
       2900-DESCRIBIR-SQLCODE.

                    MOVE 'OBJETO NO DEFINIDO'         TO WS-SQLCODE-DESC
               WHEN -305
                    MOVE 'VALOR NULO SIN INDICADOR'   TO WS-SQLCODE-DESC
               WHEN -997
                    MOVE 'NO CUMPLE REGLA DE TIPO DE PERSONA'
                                                      TO WS-SQLCODE-DESC
               WHEN -998
                    MOVE 'DOCUMENTO CON REGLA O DV INVALIDO'
                                                      TO WS-SQLCODE-DESC
              MOVE 16 TO RETURN-CODE
           END-IF

           CLOSE TRAZAS.

           IF FS-TRAZAS   IS NOT EQUAL '00'
              DISPLAY '* ERROR EN CLOSE TRAZAS   = '
                                       FS-TRAZAS
              MOVE 16 TO RETURN-CODE
           END-IF

           CLOSE AUDITORIA.

           IF FS-AUDIT IS NOT EQUAL '00'
                                                WS-TOT-BJ-LIBERADAS.
           DISPLAY 'CANTIDAD BJ VENCIDAS SIN APROBAR  = '
                                                WS-TOT-BJ-VENCIDAS.
           DISPLAY 'CANTIDAD DE TRAZAS ANOTADAS       = '
                                                WS-TOT-TRAZAS.
           IF WS-RANGO-ACTIVO
              DISPLAY 'CANTIDAD FUERA DE LA TAJADA       = '
                                                WS-TOT-FUERA-RANGO
