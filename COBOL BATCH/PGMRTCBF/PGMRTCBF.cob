      *    - LISTA EN DDSALI CADA ATRASO DETECTADO CON SUS DIAS    *
      *  EL SALDO EN SI NO NECESITA AJUSTE: EL MOTOR APLICA EL     *
      *  MOVIMIENTO ESTA MISMA NOCHE.                              *
      *  UNA FECHA VALOR EN UN EJERCICIO YA CERRADO (MARCA         *
      *  DDANICER DEL CIERRE ANUAL PGMCECBF) NO SE AJUSTA: EL      *
      *  MOTOR LA RECHAZA Y ACA SOLO SE LISTA COMO RECHAZADA.      *
      **************************************************************
       ENVIRONMENT DIVISION.
      **************************************************************
           SELECT FECHAPRO   ASSIGN TO DDFECPRO
                 FILE STATUS IS FS-FECHAPRO.

           SELECT ANIOCER    ASSIGN TO DDANICER
                 FILE STATUS IS FS-ANIOCER.

           SELECT HISAJU     ASSIGN TO DDHISAJU
                 FILE STATUS IS FS-HISAJU.

           05  FPR-FECHA            PIC 9(08).
           05  FILLER               PIC X(72).

       FD   ANIOCER
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01   REG-ANIOCER             PIC X(20).

       FD   HISAJU
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       77  FS-MOVIMI                  PIC XX      VALUE SPACES.
           88  FS-MOVIMI-FIN                      VALUE '10'.
       77  FS-FECHAPRO                PIC XX      VALUE SPACES.
       77  FS-ANIOCER                 PIC XX      VALUE SPACES.
       77  FS-HISAJU                  PIC XX      VALUE SPACES.
       77  FS-NOTAS                   PIC XX      VALUE SPACES.
       77  FS-SALIDA                  PIC XX      VALUE SPACES.
       77  WS-MOV-ATRASADOS           PIC 9(05)   VALUE ZEROES.
       77  WS-AJU-EMITIDOS            PIC 9(07)   VALUE ZEROES.
       77  WS-NOTAS-EMITIDAS          PIC 9(05)   VALUE ZEROES.
       77  WS-MOV-EJER-CERRADO        PIC 9(05)   VALUE ZEROES.

      *****************EJERCICIO CERRADO (DDANICER)********************
      *    ULTIMO ANIO CERRADO POR PGMCECBF; '0000' SIN MARCA.
       01  WS-ANIO-CERRADO            PIC X(04)   VALUE '0000'.
           88  WS-SIN-ANIO-CERRADO                VALUE '0000'.

      *****************FECHA DE NEGOCIO DE LA CORRIDA******************
           COPY CPFECPRO.
           05  WS-LT-DIAS           PIC ZZ9.
           05  FILLER               PIC X(09)   VALUE SPACES.

       01  WS-LIN-CERRADO.
           05  FILLER               PIC X(09)   VALUE ' CUENTA  '.
           05  WS-LC-TIPO           PIC 9(02).
           05  FILLER               PIC X(01)   VALUE '-'.
           05  WS-LC-CUENTA         PIC 9(08).
           05  FILLER               PIC X(13)   VALUE ' FECHA VALOR '.
           05  WS-LC-FECHA          PIC X(08).
           05  FILLER               PIC X(09)   VALUE ' IMPORTE '.
           05  WS-LC-IMPORTE        PIC -ZZZZZZ9,99.
           05  FILLER               PIC X(19)   VALUE
           ' EJERCICIO CERRADO '.

       01  FILLER        PIC X(26) VALUE '* FINAL  WORKING-STORAGE *'.

      **************************************************************

           PERFORM 1200-LEER-FECHA THRU F-1200-LEER-FECHA.

           PERFORM 1300-LEER-ANIO-CERRADO
                   THRU F-1300-LEER-ANIO-CERRADO.

       F-1000-INICIO.   EXIT.
      **************************************************************
       1200-LEER-FECHA.
           END-IF.

       F-1200-LEER-FECHA. EXIT.
      **************************************************************
       1300-LEER-ANIO-CERRADO.
      *    MARCA DEL ULTIMO EJERCICIO CERRADO POR PGMCECBF; SIN
      *    ARCHIVO NO HAY EJERCICIO CERRADO.
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

       F-1300-LEER-ANIO-CERRADO. EXIT.
      **************************************************************
       2000-PROCESO.

                  IF WS-MOV-FECHA IS NUMERIC
                     AND WS-MOV-FECHA IS LESS THAN
                         WS-FECHA-NEGOCIO-R
                     IF NOT WS-SIN-ANIO-CERRADO
                        AND WS-MOV-FECHA (1:4) IS NOT GREATER
                            WS-ANIO-CERRADO
                        ADD 1 TO WS-MOV-EJER-CERRADO
                        PERFORM 3300-LISTAR-CERRADO
                                THRU F-3300-LISTAR-CERRADO
                     ELSE
                        ADD 1 TO WS-MOV-ATRASADOS
                        PERFORM 3000-AJUSTAR-ATRASO
                                THRU F-3000-AJUSTAR-ATRASO
                     END-IF
                  END-IF

              WHEN '10'
           END-IF.

       F-3200-EMITIR-NOTA. EXIT.
      **************************************************************
       3300-LISTAR-CERRADO.
      *    EL MOTOR RECHAZA EL MOVIMIENTO A DDEJECER: NO HAY PLATA
      *    QUE REPARTIR EN EL HISTORICO NI NOTA AL CLIENTE.
           MOVE WS-MOV-TIPO    TO WS-LC-TIPO
           MOVE WS-MOV-CUENTA  TO WS-LC-CUENTA
           MOVE WS-MOV-FECHA   TO WS-LC-FECHA
           MOVE WS-MOV-IMPORTE TO WS-LC-IMPORTE

           WRITE REG-SALIDA FROM WS-LIN-CERRADO

           IF FS-SALIDA IS NOT EQUAL '00'
              DISPLAY '* ERROR EN WRITE SALIDA   = ' FS-SALIDA
              MOVE 9999 TO RETURN-CODE
              SET FS-MOVIMI-FIN TO TRUE
           END-IF.

       F-3300-LISTAR-CERRADO. EXIT.
      **************************************************************
       9999-FINAL.

                                                   WS-AJU-EMITIDOS
             DISPLAY ' NOTAS EMITIDAS              :  '
                                                   WS-NOTAS-EMITIDAS
             DISPLAY ' RECHAZADAS EJERC. CERRADO   :  '
                                                   WS-MOV-EJER-CERRADO
             DISPLAY '***************************************'

           END-IF.
