      *  CONTRA LA FECHA DE NEGOCIO DE DDFECPRO, PARA QUE LAS      *
      *  DIFERENCIAS DE CAJA DEJEN DE DESCUBRIRSE EN EL CIERRE     *
      *  DE TRIMESTRE.                                             *
      *  EL SWITCH INFORMA TAMBIEN LA TARJETA DE CADA EXTRACCION   *
      *  (SWI-NROTARJ, EN PARTE DEL VIEJO FILLER) Y CADA DEBITO SE *
      *  CONTROLA CONTRA EL MAESTRO DE TARJETAS DDTARDEB (LAYOUT   *
      *  CPTARDEB, PGMTJCBF). SE LISTAN EN DDSALI LAS             *
      *  EXTRACCIONES:                                             *
      *    - CON TARJETA BLOQUEADA O REEMPLAZADA A ESA FECHA       *
      *    - CON TARJETA VENCIDA                                   *
      *    - QUE LLEVAN LO EXTRAIDO EN EL DIA CON ESA TARJETA POR  *
      *      ENCIMA DE SU LIMITE DIARIO                            *
      *    - CON TARJETA DESCONOCIDA O QUE DEBITAN UNA CUENTA QUE  *
      *      NO ES LA DE LA TARJETA                                *
      *  SIN MAESTRO DE TARJETAS LA CONCILIACION CORRE IGUAL, SIN  *
      *  ESTOS CONTROLES.                                          *
      **************************************************************
       ENVIRONMENT DIVISION.
      **************************************************************
           SELECT MOVIMI     ASSIGN TO DDMOVIM
                 FILE STATUS IS FS-MOVIMI.

           SELECT TARJETAS   ASSIGN TO DDTARDEB
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS RANDOM
                 RECORD KEY IS MAE-TDB-CLAVE
                 FILE STATUS IS FS-TARJETAS.

           SELECT FECHAPRO   ASSIGN TO DDFECPRO
                 FILE STATUS IS FS-FECHAPRO.


       01   REG-MOVIMIENTO          PIC X(80).

       FD   TARJETAS.

       01   REG-TARJETAS.
           03  MAE-TDB-CLAVE        PIC X(16).
           03  FILLER               PIC X(84).

       FD   FECHAPRO
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       77  FS-SWITCH                  PIC XX      VALUE SPACES.
           88  FS-SWITCH-FIN                      VALUE '10'.
       77  FS-MOVIMI                  PIC XX      VALUE SPACES.
       77  FS-TARJETAS                PIC XX      VALUE SPACES.
       77  FS-FECHAPRO                PIC XX      VALUE SPACES.
       77  FS-SALIDA                  PIC XX      VALUE SPACES.

       77  WS-APAREADOS               PIC 9(07)   VALUE ZEROES.
       77  WS-SOLO-SWITCH             PIC 9(05)   VALUE ZEROES.
       77  WS-SOLO-LIBRO              PIC 9(05)   VALUE ZEROES.
       77  WS-TJ-CONTROLADAS          PIC 9(07)   VALUE ZEROES.
       77  WS-TJ-BLOQUEADAS           PIC 9(05)   VALUE ZEROES.
       77  WS-TJ-VENCIDAS             PIC 9(05)   VALUE ZEROES.
       77  WS-TJ-SOBRE-LIMITE         PIC 9(05)   VALUE ZEROES.
       77  WS-TJ-DESCONOCIDAS         PIC 9(05)   VALUE ZEROES.
       77  WS-TJ-OTRA-CUENTA          PIC 9(05)   VALUE ZEROES.

           COPY CPFECPRO.

           05  SWI-IMPORTE          PIC S9(07)V99.
           05  SWI-FECHA            PIC X(08).
           05  SWI-DBCR             PIC X(01).
           05  SWI-NROTARJ          PIC 9(16).
           05  FILLER               PIC X(36).

      *****************MAESTRO DE TARJETAS DE DEBITO*******************
           COPY CPTARDEB.

       01  WS-FLAG-TARJETAS           PIC X       VALUE 'S'.
           88  WS-CON-TARJETAS                    VALUE 'S'.
           88  WS-SIN-TARJETAS                    VALUE 'N'.

       77  WS-SWI-FECHA-N  PIC 9(08)  VALUE ZEROS.

      *    LO EXTRAIDO POR TARJETA Y DIA, PARA EL LIMITE DIARIO.
       77  WS-TAC-CONT     PIC 9(04) USAGE COMP VALUE ZEROS.
       77  WS-TAC-SUB      PIC 9(04) USAGE COMP VALUE ZEROS.
       77  WS-TAC-IDX      PIC 9(04) USAGE COMP VALUE ZEROS.
       01  WS-TABLA-ACUM.
           03  WS-TAC      OCCURS 5000 TIMES.
               05  WS-TAC-NROTARJ   PIC 9(16).
               05  WS-TAC-FECHA     PIC X(08).
               05  WS-TAC-IMPORTE   PIC S9(09)V99.

       01  WS-FLAG-ACUM-LLENA         PIC X       VALUE 'N'.
           88  WS-ACUM-LLENA                      VALUE 'S'.

      *****************MOVIMIENTOS DEL LIBRO EN MEMORIA****************
       77  WS-MOV-CONT     PIC 9(04) USAGE COMP VALUE ZEROS.
           05  FILLER               PIC X(06)   VALUE ' DIAS '.
           05  WS-LD-DIAS           PIC ZZZZ9.

      *****************LINEA DE CONTROL DE TARJETAS*******************
       01  WS-LIN-TARJETA.
           05  WS-LTJ-MOTIVO        PIC X(13).
           05  FILLER               PIC X(01)   VALUE SPACE.
           05  WS-LTJ-NROTARJ       PIC 9(16).
           05  FILLER               PIC X(08)   VALUE ' CUENTA '.
           05  WS-LTJ-TIPO          PIC 9(02).
           05  FILLER               PIC X(01)   VALUE '-'.
           05  WS-LTJ-CUENTA        PIC 9(08).
           05  FILLER               PIC X(01)   VALUE SPACE.
           05  WS-LTJ-IMPORTE       PIC -ZZZZZZ9,99.
           05  FILLER               PIC X(07)   VALUE ' FECHA '.
           05  WS-LTJ-FECHA         PIC X(08).
           05  FILLER               PIC X(04)   VALUE SPACES.

       01  FILLER        PIC X(26) VALUE '* FINAL  WORKING-STORAGE *'.

      **************************************************************
           PERFORM 1100-LEER-FECHA   THRU F-1100-LEER-FECHA.
           PERFORM 1200-CARGAR-MOVS  THRU F-1200-CARGAR-MOVS.

      *    EL MAESTRO DE TARJETAS ES OPCIONAL, COMO LOS MOVIMIENTOS.
           OPEN INPUT TARJETAS.

           IF FS-TARJETAS IS NOT EQUAL '00'
              DISPLAY '* SIN MAESTRO DE TARJETAS (' FS-TARJETAS
                      '), NO SE CONTROLAN TARJETAS'
              SET WS-SIN-TARJETAS TO TRUE
           END-IF.

       F-1000-INICIO.   EXIT.
      **************************************************************
       1100-LEER-FECHA.
             WHEN '00'
                  ADD 1 TO WS-SWI-LEIDOS
                  PERFORM 3000-APAREAR THRU F-3000-APAREAR
                  IF WS-CON-TARJETAS AND SWI-DBCR IS EQUAL 'D'
                     PERFORM 4000-CONTROLAR-TARJETA
                             THRU F-4000-CONTROLAR-TARJETA
                  END-IF

              WHEN '10'
                CONTINUE
           END-IF.

       F-3000-APAREAR. EXIT.
      **************************************************************
       4000-CONTROLAR-TARJETA.
      *    UN REGISTRO SIN NUMERO DE TARJETA (FORMATO VIEJO DEL
      *    SWITCH) NO SE CONTROLA. LA FECHA DE LA EXTRACCION DECIDE
      *    SI LA TARJETA YA ESTABA BLOQUEADA O VENCIDA; SIN FECHA
      *    VALIDA SE TOMA LA FECHA DE NEGOCIO.
           IF SWI-NROTARJ IS NOT NUMERIC
              OR SWI-NROTARJ IS EQUAL ZEROS
              GO TO F-4000-CONTROLAR-TARJETA
           END-IF

           ADD 1 TO WS-TJ-CONTROLADAS

           IF SWI-FECHA IS NUMERIC
              MOVE SWI-FECHA          TO WS-SWI-FECHA-N
           ELSE
              MOVE WS-FECHA-NEGOCIO-R TO WS-SWI-FECHA-N
           END-IF

           MOVE SWI-NROTARJ TO MAE-TDB-CLAVE

           READ TARJETAS INTO WS-REG-TARDEB
              INVALID KEY
                 ADD 1 TO WS-TJ-DESCONOCIDAS
                 MOVE ' TARJ DESCON.' TO WS-LTJ-MOTIVO
                 PERFORM 4200-GRABAR-ALERTA THRU F-4200-GRABAR-ALERTA
                 GO TO F-4000-CONTROLAR-TARJETA
           END-READ

           IF TDB-TIPCUEN IS NOT EQUAL SWI-TIPCUEN
              OR TDB-NROCUEN IS NOT EQUAL SWI-NROCUEN
              ADD 1 TO WS-TJ-OTRA-CUENTA
              MOVE ' OTRA CUENTA ' TO WS-LTJ-MOTIVO
              PERFORM 4200-GRABAR-ALERTA THRU F-4200-GRABAR-ALERTA
           END-IF

           IF (TDB-BLOQUEADA OR TDB-REEMPLAZADA)
              AND WS-SWI-FECHA-N IS NOT LESS TDB-FEC-ESTADO
              ADD 1 TO WS-TJ-BLOQUEADAS
              MOVE ' TARJ BLOQUEO' TO WS-LTJ-MOTIVO
              PERFORM 4200-GRABAR-ALERTA THRU F-4200-GRABAR-ALERTA
           END-IF

           IF WS-SWI-FECHA-N IS GREATER TDB-FEC-VENC
              ADD 1 TO WS-TJ-VENCIDAS
              MOVE ' TARJ VENCIDA' TO WS-LTJ-MOTIVO
              PERFORM 4200-GRABAR-ALERTA THRU F-4200-GRABAR-ALERTA
           END-IF

           PERFORM 4100-ACUMULAR-DIA THRU F-4100-ACUMULAR-DIA

           IF WS-TAC-IDX IS NOT EQUAL ZEROS
              AND WS-TAC-IMPORTE (WS-TAC-IDX) IS GREATER
                  TDB-LIMITE-DIARIO
              ADD 1 TO WS-TJ-SOBRE-LIMITE
              MOVE ' SOBRE LIMITE' TO WS-LTJ-MOTIVO
              PERFORM 4200-GRABAR-ALERTA THRU F-4200-GRABAR-ALERTA
           END-IF.

       F-4000-CONTROLAR-TARJETA. EXIT.
      **************************************************************
       4100-ACUMULAR-DIA.
      *    SUMA LA EXTRACCION A LO QUE LA TARJETA YA LLEVA EN EL DIA;
      *    SE LISTA CADA EXTRACCION QUE DEJA EL DIA POR ENCIMA DEL
      *    LIMITE, NO SOLO LA PRIMERA.
           MOVE ZEROS TO WS-TAC-IDX

           PERFORM VARYING WS-TAC-SUB FROM 1 BY 1
                   UNTIL WS-TAC-SUB > WS-TAC-CONT
               IF WS-TAC-NROTARJ (WS-TAC-SUB) IS EQUAL SWI-NROTARJ
                  AND WS-TAC-FECHA (WS-TAC-SUB) IS EQUAL SWI-FECHA
                  MOVE WS-TAC-SUB  TO WS-TAC-IDX
                  MOVE WS-TAC-CONT TO WS-TAC-SUB
               END-IF
           END-PERFORM

           IF WS-TAC-IDX IS EQUAL ZEROS
              IF WS-TAC-CONT NOT LESS 5000
                 IF NOT WS-ACUM-LLENA
                    DISPLAY '* ATENCION: TABLA DE EXTRACCIONES POR '
                            'TARJETA LLENA (5000)'
                    SET WS-ACUM-LLENA TO TRUE
                 END-IF
                 GO TO F-4100-ACUMULAR-DIA
              END-IF
              ADD 1 TO WS-TAC-CONT
              MOVE WS-TAC-CONT TO WS-TAC-IDX
              MOVE SWI-NROTARJ TO WS-TAC-NROTARJ (WS-TAC-IDX)
              MOVE SWI-FECHA   TO WS-TAC-FECHA   (WS-TAC-IDX)
              MOVE ZEROS       TO WS-TAC-IMPORTE (WS-TAC-IDX)
           END-IF

           ADD SWI-IMPORTE TO WS-TAC-IMPORTE (WS-TAC-IDX).

       F-4100-ACUMULAR-DIA. EXIT.
      **************************************************************
       4200-GRABAR-ALERTA.
      *    EL LLAMADOR DEJA CARGADO EL MOTIVO.
           MOVE SWI-NROTARJ TO WS-LTJ-NROTARJ
           MOVE SWI-TIPCUEN TO WS-LTJ-TIPO
           MOVE SWI-NROCUEN TO WS-LTJ-CUENTA
           MOVE SWI-IMPORTE TO WS-LTJ-IMPORTE
           MOVE SWI-FECHA   TO WS-LTJ-FECHA

           WRITE REG-SALIDA FROM WS-LIN-TARJETA

           IF FS-SALIDA IS NOT EQUAL '00'
              DISPLAY '* ERROR EN WRITE SALIDA   = ' FS-SALIDA
              MOVE 9999 TO RETURN-CODE
              SET FS-SWITCH-FIN TO TRUE
           END-IF.

       F-4200-GRABAR-ALERTA. EXIT.
      **************************************************************
       5000-GRABAR-LINEA.

                  MOVE 9999 TO RETURN-CODE
                 END-IF

             IF WS-CON-TARJETAS
                CLOSE TARJETAS
             END-IF

             CLOSE SALIDA
                 IF FS-SALIDA IS NOT EQUAL '00'
                  DISPLAY '* ERROR EN CLOSE SALIDA    = '
                                                   WS-SOLO-SWITCH
             DISPLAY ' SOLO LIBRO                  :  '
                                                   WS-SOLO-LIBRO
             DISPLAY ' EXTRACCIONES CON TARJETA    :  '
                                                   WS-TJ-CONTROLADAS
             DISPLAY ' CON TARJETA BLOQUEADA       :  '
                                                   WS-TJ-BLOQUEADAS
             DISPLAY ' CON TARJETA VENCIDA         :  '
                                                   WS-TJ-VENCIDAS
             DISPLAY ' SOBRE EL LIMITE DIARIO      :  '
                                                   WS-TJ-SOBRE-LIMITE
             DISPLAY ' CON TARJETA DESCONOCIDA     :  '
                                                   WS-TJ-DESCONOCIDAS
             DISPLAY ' A OTRA CUENTA               :  '
                                                   WS-TJ-OTRA-CUENTA
             DISPLAY '***************************************'

           END-IF.
