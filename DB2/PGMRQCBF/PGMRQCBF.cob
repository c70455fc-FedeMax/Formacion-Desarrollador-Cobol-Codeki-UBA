      *  EL CONTADOR DE VUELTAS VIAJA EN NOV-REINTENTOS DENTRO *
      *  DEL PROPIO REGISTRO, ASI NINGUN RECHAZO QUEDA DANDO   *
      *  VUELTAS PARA SIEMPRE EN LA VENTANA.                   *
      *  CADA DECISION QUEDA ANOTADA EN EL DIARIO DE TRAZAS    *
      *  DDTRAZA (REINGRESADA, REENCOLADA O MUERTA) PARA EL    *
      *  INFORME SEMANAL DE DEMORAS PGMNSCBF.                  *
      *                                                        *
      **********************************************************
      *      MANTENIMIENTO DE PROGRAMA                         *
      *  FECHA   *    DETALLE        * COD *
      **************************************
      *  23/08/26* ALTA DEL PROGRAMA     * MA  *
      *  15/10/26* DECISIONES ANOTADAS  * MA  *
      *          * EN DIARIO DDTRAZA    *     *
      **************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

             SELECT FECPRO ASSIGN DDFECPRO
             FILE STATUS IS FS-FECPRO.

             SELECT TRAZAS ASSIGN DDTRAZA
             FILE STATUS IS FS-TRAZAS.
       DATA DIVISION.
       FILE SECTION.
       FD  ENTRADA
           05  FPR-FECHA       PIC 9(08).
           05  FILLER          PIC X(72).

       FD  TRAZAS
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01  REG-TRAZA       PIC X(80).

      **************************************
       WORKING-STORAGE SECTION.
      **************************************
       77  FS-RECOLA        PIC XX    VALUE SPACES.
       77  FS-MUERTO        PIC XX    VALUE SPACES.
       77  FS-CONTROL       PIC XX    VALUE SPACES.
       77  FS-TRAZAS        PIC XX    VALUE SPACES.

      *****************ESQUEMA Y MAXIMO DE REINTENTOS******************
      *    MISMO MANEJO DE TARJETA QUE PGMD2CBF; EL MAXIMO DE
       01  AUXILIAR         PIC S9(07)V USAGE COMP-3.
       01  WS-NRO-CLI       PIC S9(07)V USAGE COMP-3.

      *****************ANOTACION EN EL DIARIO DE TRAZAS****************
      *    MISMO LAYOUT QUE GRABA PGMTRCBF. LA NOVEDAD DE APLICACION
      *    NO TRAE LA TRAZA DE LA RECEPCION NI LA SUCURSAL: SE ANOTA
      *    CON AMBAS EN CERO Y SE RECONOCE POR DOCUMENTO; EL DETALLE
      *    LLEVA EL TIPO DE NOVEDAD Y LA VUELTA DE REPROCESO.
       01  WS-REG-TRAZA.
           05  TRZ-LOTE        PIC 9(05).
           05  TRZ-SECUEN      PIC 9(05).
           05  TRZ-ETAPA       PIC X(12).
           05  TRZ-FECHA       PIC 9(08).
           05  TRZ-SUC         PIC 9(02).
           05  TRZ-DOC         PIC X(13).
           05  TRZ-DETALLE.
               10  TRZ-DET-ROTULO  PIC X(08).
               10  TRZ-DET-TIPNOV  PIC X(02).
               10  TRZ-DET-ROTULO2 PIC X(08).
               10  TRZ-DET-VUELTA  PIC 9(02).
               10  FILLER          PIC X(10).
           05  FILLER          PIC X(05).

       77  WS-TOT-TRAZAS    PIC 9(5)  VALUE ZEROS.

      *****************REGISTRO DEL ARCHIVO MUERTO*********************
       01  WS-REG-MUERTO.
           05  MUE-NOVEDAD     PIC X(84).
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

           OPEN INPUT  TARJETA.
           IF FS-CONTROL IS EQUAL '00'
              READ TARJETA
              DISPLAY '* ERROR EN WRITE SALIDA  = ' FS-SALIDA
              MOVE 20 TO RETURN-CODE
              SET WS-FIN-PROCESO TO TRUE
           ELSE
              MOVE 'REINGRESADA ' TO TRZ-ETAPA
              PERFORM 2500-ANOTAR-TRAZA THRU F-2500-ANOTAR-TRAZA
           END-IF.

       F-2300-LIBERAR. EXIT.
              DISPLAY '* ERROR EN WRITE RECOLA  = ' FS-RECOLA
              MOVE 20 TO RETURN-CODE
              SET WS-FIN-PROCESO TO TRUE
           ELSE
              MOVE 'REENCOLADA  ' TO TRZ-ETAPA
              PERFORM 2500-ANOTAR-TRAZA THRU F-2500-ANOTAR-TRAZA
           END-IF.

       F-2350-RECOLAR. EXIT.
              DISPLAY '* ERROR EN WRITE MUERTO  = ' FS-MUERTO
              MOVE 20 TO RETURN-CODE
              SET WS-FIN-PROCESO TO TRUE
           ELSE
              MOVE 'MUERTA      ' TO TRZ-ETAPA
              PERFORM 2500-ANOTAR-TRAZA THRU F-2500-ANOTAR-TRAZA
           END-IF.

       F-2400-GRABAR-MUERTO. EXIT.
      ******************************************************************
       2500-ANOTAR-TRAZA.

      *    LA ETAPA YA VIENE CARGADA; LA FECHA ES LA DE NEGOCIO Y
      *    EL DETALLE LLEVA EL TIPO DE NOVEDAD Y LA VUELTA.
           MOVE ZEROS              TO TRZ-LOTE
           MOVE ZEROS              TO TRZ-SECUEN
           MOVE WS-FECHA-NEGOCIO-R TO TRZ-FECHA
           MOVE ZEROS              TO TRZ-SUC
           MOVE NOV-TIP-DOC        TO TRZ-DOC (1:2)
           MOVE NOV-NRO-DOC        TO TRZ-DOC (3:11)
           MOVE SPACES             TO TRZ-DETALLE
           MOVE 'NOVEDAD '         TO TRZ-DET-ROTULO
           MOVE NOV-TIP-NOV        TO TRZ-DET-TIPNOV
           MOVE ' VUELTA '         TO TRZ-DET-ROTULO2
           MOVE NOV-REINTENTOS     TO TRZ-DET-VUELTA

           WRITE REG-TRAZA FROM WS-REG-TRAZA.

           IF FS-TRAZAS IS NOT EQUAL '00'
              DISPLAY '* ERROR EN WRITE TRAZAS  = ' FS-TRAZAS
              MOVE 20 TO RETURN-CODE
              SET WS-FIN-PROCESO TO TRUE
           ELSE
              ADD 1 TO WS-TOT-TRAZAS
           END-IF.

       F-2500-ANOTAR-TRAZA. EXIT.
      ******************************************************************
       2900-DESCRIBIR-SQLCODE.

              DISPLAY '* ERROR EN CLOSE MUERTO   = '
                                       FS-MUERTO
              MOVE 16 TO RETURN-CODE
           END-IF

           CLOSE TRAZAS.

           IF FS-TRAZAS   IS NOT EQUAL '00'
              DISPLAY '* ERROR EN CLOSE TRAZAS   = '
                                       FS-TRAZAS
              MOVE 16 TO RETURN-CODE
           END-IF.

      **************************************
                                                WS-TOT-RECOLA.
           DISPLAY 'CANTIDAD AL ARCHIVO MUERTO        = '
                                                WS-TOT-MUERTAS.
           DISPLAY 'CANTIDAD DE TRAZAS ANOTADAS       = '
                                                WS-TOT-TRAZAS.

       9999-F-FINAL.
           EXIT.
