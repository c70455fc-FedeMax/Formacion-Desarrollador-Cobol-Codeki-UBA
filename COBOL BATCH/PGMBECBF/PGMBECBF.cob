      *  LA FECHA DE NEGOCIO DE LA TARJETA DDFECPRO, PARA QUE EL   *
      *  DEVENGAMIENTO PUEDA CALCULARSE SOBRE EL SALDO PROMEDIO    *
      *  REAL DEL MES Y NO SOBRE LA FOTO DE CIERRE.                *
      *  TODO MOVIMIENTO QUE EFECTIVAMENTE SE APLICA SE AGREGA     *
      *  TAMBIEN AL DIARIO PERMANENTE DDDIAMOV (LAYOUT CPDIAMOV),  *
      *  INDEXADO POR CUENTA + FECHA DE NEGOCIO + SECUENCIA, CON   *
      *  EL PROGRAMA DE ORIGEN SEGUN SU TIPO: UN RECLAMO POR UN    *
      *  DEBITO DE HACE MESES SE CONSULTA AHI (PGMCMCBF) SIN       *
      *  RESTAURAR GENERACIONES VIEJAS DE DDMOVIM. UNA NOCHE       *
      *  REPROCESADA REGRABA LAS MISMAS SECUENCIAS. UN CONTRA-     *
      *  ASIENTO (PGMCOCBF) ENTRA AL DIARIO CON LA FECHA Y LA      *
      *  SECUENCIA DEL MOVIMIENTO QUE ANULA, Y RECIEN AL APLICARLO *
      *  SE MARCA EL ORIGINAL COMO REVERSADO ('R') CON LA FECHA DE *
      *  NEGOCIO: EL CONTRA-ASIENTO QUE NO SE APLICA (EJERCICIO    *
      *  CERRADO, CUENTA CERRADA) DEJA EL ORIGINAL SIN MARCA.      *
      *  UN MOVIMIENTO CON FECHA VALOR EN UN EJERCICIO YA CERRADO  *
      *  (MARCA DDANICER DEL CIERRE ANUAL PGMCECBF) NO SE APLICA   *
      *  Y VA A LAS EXCEPCIONES DE EJERCICIO CERRADO DDEJECER.     *
      *  LAS CUENTAS CUYO SALDO INMOVILIZADO TRANSFIRIO PGMSRCBF   *
      *  FIGURAN EN LAS MARCAS DDCTAINM Y SALEN EN DDSALHOY CON    *
      *  ESTADO 'I'; LA CUENTA REHABILITADA QUE YA NO FIGURA       *
      *  VUELVE A ESTADO EN BLANCO.                                *
      **************************************************************
       ENVIRONMENT DIVISION.
      **************************************************************
           SELECT CERRADAS   ASSIGN TO DDCTACER
                 FILE STATUS IS FS-CERRADAS.

           SELECT INMOVIL    ASSIGN TO DDCTAINM
                 FILE STATUS IS FS-INMOVIL.

           SELECT POSTCIE    ASSIGN TO DDPOSTCI
                 FILE STATUS IS FS-POSTCIE.


           SELECT FECHAPRO   ASSIGN TO DDFECPRO
                 FILE STATUS IS FS-FECHAPRO.

           SELECT ANIOCER    ASSIGN TO DDANICER
                 FILE STATUS IS FS-ANIOCER.

           SELECT EJECER     ASSIGN TO DDEJECER
                 FILE STATUS IS FS-EJECER.

           SELECT DIARIO     ASSIGN TO DDDIAMOV
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS MAE-DIA-CLAVE
                 FILE STATUS IS FS-DIARIO.
      **************************************************************
       I-O-CONTROL.

           05  CER-FECHA            PIC 9(08).
           05  FILLER               PIC X(02).

       FD   INMOVIL
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01   REG-INMOVIL.
           05  INM-TIPCUEN          PIC 9(02).
           05  INM-NROCUEN          PIC 9(08).
           05  INM-FECHA            PIC 9(08).
           05  FILLER               PIC X(02).

       FD   POSTCIE
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01   REG-FECHAPRO.
           05  FPR-FECHA            PIC 9(08).
           05  FILLER               PIC X(72).

       FD   ANIOCER
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01   REG-ANIOCER             PIC X(20).

       FD   EJECER
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01   REG-EJECER              PIC X(80).

       FD   DIARIO.

       01   REG-DIARIO.
           03  MAE-DIA-CLAVE        PIC X(23).
           03  FILLER               PIC X(47).
           03  MAE-DIA-ESTADO       PIC X(01).
           03  MAE-DIA-FEC-REVERSO  PIC X(08).
           03  FILLER               PIC X(21).
      **************************************************************
       WORKING-STORAGE SECTION.
       77  FILLER        PIC X(26) VALUE '* INICIO WORKING-STORAGE *'.
       77  FS-FECHAPRO                PIC XX      VALUE SPACES.

       77  FS-CERRADAS                PIC XX      VALUE SPACES.
       77  FS-INMOVIL                 PIC XX      VALUE SPACES.
       77  FS-POSTCIE                 PIC XX      VALUE SPACES.
       77  FS-DIARIO                  PIC XX      VALUE SPACES.

       01  WS-FLAG-LIMITES            PIC X       VALUE 'N'.
           88  WS-HAY-LIMITES                     VALUE 'S'.
       01  WS-FLAG-TIPO-INV           PIC X       VALUE 'N'.
           88  WS-CTA-TIPO-INVAL                  VALUE 'S'.

       77  FS-ANIOCER                 PIC XX      VALUE SPACES.
       77  FS-EJECER                  PIC XX      VALUE SPACES.

      *****************EJERCICIO CERRADO (DDANICER)********************
      *    ULTIMO ANIO CERRADO POR PGMCECBF; '0000' SIN MARCA. LA
      *    FECHA VALOR DEL MOVIMIENTO ES ALFANUMERICA (AAAAMMDD), SE
      *    COMPARA EL ANIO SOLO SI ES NUMERICA.
       01  WS-ANIO-CERRADO            PIC X(04)   VALUE '0000'.
           88  WS-SIN-ANIO-CERRADO                VALUE '0000'.

       77  WS-STATUS                  PIC X.
           88  WS-FIN                 VALUE 'Y'.
           88  WS-NO-FIN              VALUE 'N'.
       77  WS-CTAS-EXCEDIDAS          PIC 9(05)   VALUE ZEROES.
       77  WS-MOV-POST-CIERRE         PIC 9(05)   VALUE ZEROES.
       77  WS-MOV-TIPO-INVAL          PIC 9(05)   VALUE ZEROES.
       77  WS-MOV-EJER-CERRADO        PIC 9(05)   VALUE ZEROES.
       77  WS-DIA-GRABADOS            PIC 9(07)   VALUE ZEROES.
       77  WS-DIA-REGRABADOS          PIC 9(07)   VALUE ZEROES.
       77  WS-DIA-MARCADOS            PIC 9(07)   VALUE ZEROES.
       77  WS-CTAS-INMOVIL            PIC 9(05)   VALUE ZEROES.
       77  WS-CTAS-REHABIL            PIC 9(05)   VALUE ZEROES.

      *****************CUENTAS CERRADAS (DDCTACER)*********************
      *    MARCAS QUE DEJA LA LIQUIDACION DE CIERRES PGMCLCBF; TODO
           03  WS-CER-CLAVE         OCCURS 2000 TIMES
                                     PIC X(10).

      *****************SALDOS INMOVILIZADOS (DDCTAINM)*****************
      *    LISTA COMPLETA DE CUENTAS CON EL SALDO TRANSFERIDO A LA
      *    CUENTA DE SALDOS INMOVILIZADOS QUE REGRABA PGMSRCBF EN
      *    CADA CORRIDA. SIN ARCHIVO EL ESTADO PASA TAL CUAL.
       77  WS-INM-CONT     PIC 9(04) USAGE COMP VALUE ZEROS.
       77  WS-INM-SUB      PIC 9(04) USAGE COMP VALUE ZEROS.
       01  WS-TABLA-INMOVIL.
           03  WS-INM-CLAVE         OCCURS 2000 TIMES
                                     PIC X(10).

       01  WS-FLAG-INMOVIL            PIC X       VALUE 'N'.
           88  WS-HAY-INMOVIL                     VALUE 'S'.

       01  WS-FLAG-CTA-INM            PIC X       VALUE 'N'.
           88  WS-CTA-INMOVIL                     VALUE 'S'.

      *********************TOTALES DE CONTROL***********************
       77  WS-TOT-INICIAL             PIC S9(13)V99 COMP-3
                                                  VALUE ZEROS.

           COPY CPTIPOS.

      *****************DIARIO PERMANENTE DE MOVIMIENTOS****************
      *    LA SECUENCIA VUELVE A UNO EN CADA CUENTA: ES EL ORDEN EN
      *    QUE EL MOTOR APLICO SUS MOVIMIENTOS ESA NOCHE.
           COPY CPDIAMOV.

           COPY CPTIPMOV.

           COPY CPORIMOV.

       77  WS-DIA-SECUENCIA         PIC 9(05)     VALUE ZEROS.

      *****************LIMITE VIGENTE DE LA CUENTA EN PROCESO**********
       77  WS-LIMITE-VIG            PIC 9(09)V99  COMP-3 VALUE ZEROS.
       77  WS-DESCUBIERTO           PIC 9(09)V99  COMP-3 VALUE ZEROS.
             SET  WS-FIN     TO TRUE
           END-IF.

           OPEN OUTPUT EJECER.

           IF FS-EJECER   IS NOT EQUAL '00'
             DISPLAY '* ERROR EN OPEN EJECER     = ' FS-EJECER
             MOVE 9999 TO RETURN-CODE
             SET  WS-FIN     TO TRUE
           END-IF.

           PERFORM 1400-LEER-ANIO-CERRADO
                   THRU F-1400-LEER-ANIO-CERRADO.

      *    SIN MAESTRO DE TIPOS LAS CUENTAS NUEVAS ENTRAN SIN
      *    VERIFICAR EL TIPO, COMO SIEMPRE.
           OPEN INPUT TIPOS.
           PERFORM 1300-CARGAR-CERRADAS
                   THRU F-1300-CARGAR-CERRADAS.

           PERFORM 1350-CARGAR-INMOVIL
                   THRU F-1350-CARGAR-INMOVIL.

      *    SIN MAESTRO DE MONEDAS TODAS LAS CUENTAS SE LLEVAN EN
      *    LA MONEDA QUE TRAE EL SALDO, COMO SIEMPRE.
           OPEN INPUT MONEDAS.
             SET  WS-FIN     TO TRUE
           END-IF.

      *    EL DIARIO DE MOVIMIENTOS ES PERMANENTE: EN LA PRIMERA
      *    NOCHE (ARCHIVO INEXISTENTE) SE CREA VACIO.
           OPEN I-O DIARIO.

           IF FS-DIARIO   IS EQUAL '35'
             OPEN OUTPUT DIARIO
             CLOSE DIARIO
             OPEN I-O DIARIO
           END-IF.

           IF FS-DIARIO   IS NOT EQUAL '00'
             DISPLAY '* ERROR EN OPEN DIARIO     = ' FS-DIARIO
             MOVE 9999 TO RETURN-CODE
             SET  WS-FIN     TO TRUE
           END-IF.

           PERFORM 1200-LEER-FECHA    THRU F-1200-LEER-FECHA.

           PERFORM 2500-LEER-SALDO    THRU F-2500-LEER-SALDO.

       F-1300-CARGAR-CERRADAS. EXIT.
      **************************************************************
       1350-CARGAR-INMOVIL.
      *    MARCAS DE SALDO INMOVILIZADO TRANSFERIDO DE PGMSRCBF.
           OPEN INPUT INMOVIL.

           IF FS-INMOVIL IS EQUAL '00'
              SET WS-HAY-INMOVIL TO TRUE
              PERFORM UNTIL FS-INMOVIL IS NOT EQUAL '00'
                 READ INMOVIL
                    AT END
                       MOVE '10' TO FS-INMOVIL
                    NOT AT END
                       IF WS-INM-CONT < 2000
                          ADD 1 TO WS-INM-CONT
                          MOVE REG-INMOVIL (1:10) TO
                               WS-INM-CLAVE (WS-INM-CONT)
                       ELSE
                          DISPLAY '* ATENCION: TABLA DE INMOVILIZADAS '
                                  'LLENA (2000)'
                          MOVE '10' TO FS-INMOVIL
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE INMOVIL
           ELSE
              DISPLAY '* SIN MARCAS DE SALDOS INMOVILIZADOS'
           END-IF.

       F-1350-CARGAR-INMOVIL. EXIT.
      **************************************************************
       1400-LEER-ANIO-CERRADO.
      *    MARCA DEL ULTIMO EJERCICIO CERRADO POR PGMCECBF; SIN
      *    ARCHIVO NO HAY EJERCICIO CERRADO QUE DEFENDER.
           OPEN INPUT ANIOCER.

           IF FS-ANIOCER IS EQUAL '00'
              READ ANIOCER
                 AT END
                    CONTINUE
                 NOT AT END
                    IF REG-ANIOCER (1:4) IS NUMERIC
                       MOVE REG-ANIOCER (1:4) TO WS-ANIO-CERRADO
                    END-IF
              END-READ
              CLOSE ANIOCER
           ELSE
              DISPLAY '* SIN MARCA DE EJERCICIO CERRADO'
           END-IF.

       F-1400-LEER-ANIO-CERRADO. EXIT.
      **************************************************************

       2000-PROCESO.


           PERFORM 2900-VERIF-CERRADA THRU F-2900-VERIF-CERRADA.

           PERFORM 2980-VERIF-INMOVIL THRU F-2980-VERIF-INMOVIL.

       F-3000-ABRIR-CUENTA. EXIT.
      **************************************************************
       2900-VERIF-CERRADA.
      *    DE NEGOCIO; LAS CUENTAS YA EXISTENTES NO SE TOCAN.
           MOVE 'N' TO WS-FLAG-TIPO-INV

      *    LAS CUENTAS INTERNAS RESERVADAS DEL MOTOR (SALDOS
      *    INMOVILIZADOS 97-99999999, PUENTE DE CIERRES 98-99999999,
      *    EMBARGOS JUDICIALES 98-99999998 Y SUSPENSO 99-99999999)
      *    NO SON PRODUCTOS DE LA MESA Y NO FIGURAN EN DDTIPOS: SE
      *    EXIMEN DEL CONTROL PARA QUE LAS TRANSFERENCIAS DE
      *    INMOVILIZADOS, LA LIQUIDACION DE CIERRES, LOS CREDITOS
      *    DE EMBARGOS (PGMEBCBF) Y LOS POSTEOS A SUSPENSO NUNCA
      *    REBOTEN A DDTIPEXC.
           IF ((WS-CTA-ABIERTA (1:2) IS EQUAL '97'
                OR WS-CTA-ABIERTA (1:2) IS EQUAL '98'
                OR WS-CTA-ABIERTA (1:2) IS EQUAL '99')
               AND WS-CTA-ABIERTA (3:8) IS EQUAL '99999999')
              OR WS-CTA-ABIERTA IS EQUAL '9899999998'
              GO TO F-2950-VERIF-TIPO
           END-IF

           END-IF.

       F-2950-VERIF-TIPO. EXIT.
      **************************************************************
       2980-VERIF-INMOVIL.
      *    LA CUENTA CERRADA CONSERVA SU ESTADO. LA QUE FIGURA EN
      *    LAS MARCAS QUEDA EN 'I'; LA QUE TRAIA 'I' Y YA NO FIGURA
      *    FUE REHABILITADA Y VUELVE A ESTADO EN BLANCO.
           IF NOT WS-HAY-INMOVIL
              OR WS-CTA-ESTADO IS EQUAL 'C'
              GO TO F-2980-VERIF-INMOVIL
           END-IF

           MOVE 'N' TO WS-FLAG-CTA-INM

           PERFORM VARYING WS-INM-SUB FROM 1 BY 1
                   UNTIL WS-INM-SUB > WS-INM-CONT
               IF WS-INM-CLAVE (WS-INM-SUB) IS EQUAL WS-CTA-ABIERTA
                  SET WS-CTA-INMOVIL TO TRUE
                  MOVE WS-INM-CONT TO WS-INM-SUB
               END-IF
           END-PERFORM

           IF WS-CTA-INMOVIL
              MOVE 'I' TO WS-CTA-ESTADO
              ADD 1 TO WS-CTAS-INMOVIL
           ELSE
              IF WS-CTA-ESTADO IS EQUAL 'I'
                 MOVE SPACE TO WS-CTA-ESTADO
                 ADD 1 TO WS-CTAS-REHABIL
              END-IF
           END-IF.

       F-2980-VERIF-INMOVIL. EXIT.
      **************************************************************
       2960-BUSCAR-MONEDA.
      *    LA MARCA DE MONEDA DE DDMONCTA (MANTENIDA POR NOVEDADES
      *    APLICA TODOS LOS MOVIMIENTOS DE LA CUENTA ABIERTA:
      *    DEBITOS RESTAN Y CREDITOS SUMAN, Y CADA IMPORTE SE
      *    ACUMULA TAMBIEN EN EL TOTAL DE CONTROL DE MOVIMIENTOS.
      *    CADA MOVIMIENTO APLICADO PASA AL DIARIO PERMANENTE.
           MOVE ZEROS TO WS-DIA-SECUENCIA

           PERFORM UNTIL WS-FIN-MOV
                   OR WS-CLAVE-MOV IS NOT EQUAL WS-CTA-ABIERTA

               IF NOT WS-SIN-ANIO-CERRADO
                  AND WS-MOV-FECHA IS NUMERIC
                  AND WS-MOV-FECHA (1:4) IS NOT GREATER
                      WS-ANIO-CERRADO
      *    FECHA VALOR EN UN EJERCICIO CERRADO: EL ANIO YA ESTA
      *    CERTIFICADO Y ARCHIVADO, EL MOVIMIENTO NO SE APLICA NI
      *    ENTRA EN LOS TOTALES, CUALQUIERA SEA LA CUENTA.
                  ADD 1 TO WS-MOV-EJER-CERRADO
                  WRITE REG-EJECER FROM WS-REG-MOVIMI
                  IF FS-EJECER IS NOT EQUAL '00'
                     DISPLAY '* ERROR EN WRITE EJECER    = '
                                               FS-EJECER
                     MOVE 9999 TO RETURN-CODE
                     SET WS-FIN TO TRUE
                  END-IF
               ELSE
               IF WS-CTA-CERRADA
                  AND WS-MOV-REFER IS NOT EQUAL WS-REF-CIERRE
      *    CUENTA CERRADA: EL MOVIMIENTO NO SE APLICA NI ENTRA EN
                     ADD WS-MOV-IMPORTE TO WS-CTA-SALDO
                     ADD WS-MOV-IMPORTE TO WS-TOT-MOVIM
                  END-IF
                  PERFORM 3150-GRABAR-DIARIO
                          THRU F-3150-GRABAR-DIARIO
                  IF DIA-REV-FECHA IS NOT EQUAL ZEROS
                     AND NOT WS-FIN
                     PERFORM 3160-MARCAR-ORIGINAL
                             THRU F-3160-MARCAR-ORIGINAL
                  END-IF
               END-IF
               END-IF
               END-IF

           END-PERFORM.

       F-3100-APLICAR-MOVS. EXIT.
      **************************************************************
       3150-GRABAR-DIARIO.
      *    EN UNA NOCHE REPROCESADA LA CLAVE YA EXISTE (MISMA
      *    CUENTA, FECHA Y SECUENCIA) Y EL REGISTRO SE REGRABA,
      *    CONSERVANDO LA MARCA DE REVERSO SI YA LA TENIA.
           ADD 1 TO WS-DIA-SECUENCIA

           MOVE SPACES                TO WS-REG-DIAMOV
           MOVE WS-CTA-ABIERTA (1:2)  TO DIA-TIPCUEN
           MOVE WS-CTA-ABIERTA (3:8)  TO DIA-NROCUEN
           MOVE WS-FECHA-NEGOCIO-R    TO DIA-FECHA
           MOVE WS-DIA-SECUENCIA      TO DIA-SECUENCIA
           MOVE WS-MOV-IMPORTE        TO DIA-IMPORTE
           MOVE WS-MOV-REFER          TO DIA-REFER
           MOVE WS-MOV-FECHA          TO DIA-FEC-VALOR

           IF WS-MOV-DBCR IS EQUAL 'D'
              MOVE 'D'                TO DIA-DBCR
           ELSE
              MOVE 'C'                TO DIA-DBCR
           END-IF

           IF WS-MOV-CONTRAVALOR IS NUMERIC
              MOVE WS-MOV-CONTRAVALOR TO DIA-CONTRAVALOR
           ELSE
              MOVE ZEROS              TO DIA-CONTRAVALOR
           END-IF

           MOVE ZEROS                 TO DIA-FEC-REVERSO
                                         DIA-REV-FECHA
                                         DIA-REV-SECUENCIA

           IF WS-MOV-REV-FECHA IS NUMERIC
              AND WS-MOV-REV-FECHA IS NOT EQUAL ZEROS
              AND WS-MOV-REV-SECUENCIA IS NUMERIC
              MOVE WS-MOV-REVERSO     TO DIA-REVERSO-DE
           END-IF

           IF WS-MOV-TIPMOV IS NUMERIC
              AND WS-MOV-TIPMOV IS NOT EQUAL ZEROS
              MOVE WS-MOV-TIPMOV      TO DIA-TIPMOV
           ELSE
              MOVE TMV-SUCURSAL       TO DIA-TIPMOV
           END-IF

           IF DIA-TIPMOV IS GREATER ORI-CANT
              MOVE 'SIN TIPO'         TO DIA-ORIGEN
           ELSE
              MOVE ORI-PROGRAMA (DIA-TIPMOV) TO DIA-ORIGEN
           END-IF

           WRITE REG-DIARIO FROM WS-REG-DIAMOV

           EVALUATE FS-DIARIO
             WHEN '00'
                  ADD 1 TO WS-DIA-GRABADOS
                  GO TO F-3150-GRABAR-DIARIO

             WHEN '22'
                  CONTINUE

             WHEN OTHER
                  DISPLAY '* ERROR EN WRITE DIARIO    = ' FS-DIARIO
                  MOVE 9999 TO RETURN-CODE
                  SET WS-FIN TO TRUE
                  GO TO F-3150-GRABAR-DIARIO
           END-EVALUATE

           READ DIARIO

           IF FS-DIARIO IS NOT EQUAL '00'
              DISPLAY '* ERROR EN READ DIARIO     = ' FS-DIARIO
              MOVE 9999 TO RETURN-CODE
              SET WS-FIN TO TRUE
              GO TO F-3150-GRABAR-DIARIO
           END-IF

           IF MAE-DIA-ESTADO IS EQUAL 'R'
              MOVE MAE-DIA-ESTADO      TO DIA-ESTADO
              MOVE MAE-DIA-FEC-REVERSO TO DIA-FEC-REVERSO
           END-IF

           REWRITE REG-DIARIO FROM WS-REG-DIAMOV

           IF FS-DIARIO IS NOT EQUAL '00'
              DISPLAY '* ERROR EN REWRITE DIARIO  = ' FS-DIARIO
              MOVE 9999 TO RETURN-CODE
              SET WS-FIN TO TRUE
           ELSE
              ADD 1 TO WS-DIA-REGRABADOS
           END-IF.

       F-3150-GRABAR-DIARIO. EXIT.
      **************************************************************
       3160-MARCAR-ORIGINAL.
      *    EL CONTRA-ASIENTO YA APLICADO MARCA EL MOVIMIENTO QUE
      *    ANULA, EN LA MISMA CUENTA. UNA NOCHE REPROCESADA VUELVE
      *    A ESTAMPAR LA MISMA FECHA.
           MOVE DIA-CLAVE (1:10)      TO MAE-DIA-CLAVE (1:10)
           MOVE DIA-REVERSO-DE        TO MAE-DIA-CLAVE (11:13)

           READ DIARIO

           IF FS-DIARIO IS EQUAL '23'
              DISPLAY '* ORIGINAL DEL CONTRA-ASIENTO INEXISTENTE '
                      MAE-DIA-CLAVE
              GO TO F-3160-MARCAR-ORIGINAL
           END-IF

           IF FS-DIARIO IS NOT EQUAL '00'
              DISPLAY '* ERROR EN READ DIARIO     = ' FS-DIARIO
              MOVE 9999 TO RETURN-CODE
              SET WS-FIN TO TRUE
              GO TO F-3160-MARCAR-ORIGINAL
           END-IF

           MOVE 'R'                   TO MAE-DIA-ESTADO
           MOVE WS-FECHA-NEGOCIO-R    TO MAE-DIA-FEC-REVERSO

           REWRITE REG-DIARIO

           IF FS-DIARIO IS NOT EQUAL '00'
              DISPLAY '* ERROR EN REWRITE DIARIO  = ' FS-DIARIO
              MOVE 9999 TO RETURN-CODE
              SET WS-FIN TO TRUE
           ELSE
              ADD 1 TO WS-DIA-MARCADOS
           END-IF.

       F-3160-MARCAR-ORIGINAL. EXIT.
      **************************************************************
       3200-CERRAR-CUENTA.

                  MOVE 9999 TO RETURN-CODE
                 END-IF

             CLOSE EJECER
                 IF FS-EJECER   IS NOT EQUAL '00'
                  DISPLAY '* ERROR EN CLOSE EJECER    = '
                                            FS-EJECER
                  MOVE 9999 TO RETURN-CODE
                 END-IF

             CLOSE DIARIO
                 IF FS-DIARIO   IS NOT EQUAL '00'
                  DISPLAY '* ERROR EN CLOSE DIARIO    = '
                                            FS-DIARIO
                  MOVE 9999 TO RETURN-CODE
                 END-IF

             IF WS-HAY-TIPOS
                CLOSE TIPOS
                IF FS-TIPOS IS NOT EQUAL '00'
                                                   WS-MOV-POST-CIERRE
             DISPLAY ' MOVIMIENTOS TIPO INVALIDO   :  '
                                                   WS-MOV-TIPO-INVAL
             DISPLAY ' MOVIMIENTOS EJERC. CERRADO  :  '
                                                   WS-MOV-EJER-CERRADO
             DISPLAY ' AGREGADOS AL DIARIO         :  '
                                                   WS-DIA-GRABADOS
             DISPLAY ' REGRABADOS EN EL DIARIO     :  '
                                                   WS-DIA-REGRABADOS
             DISPLAY ' ORIGINALES MARCADOS REVERSO :  '
                                                   WS-DIA-MARCADOS
             DISPLAY ' CUENTAS CON SALDO INMOVIL.  :  '
                                                   WS-CTAS-INMOVIL
             DISPLAY ' INMOVILIZADAS REHABILITADAS :  '
                                                   WS-CTAS-REHABIL

             MOVE WS-TOT-INICIAL TO WS-TOT-EDIT
             DISPLAY ' TOTAL SALDO INICIAL         :  ' WS-TOT-EDIT
