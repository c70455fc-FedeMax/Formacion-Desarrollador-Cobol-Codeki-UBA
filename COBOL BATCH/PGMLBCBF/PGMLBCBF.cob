      *  AMBAS EN DDREPOR CON SU COLUMNA DE ANTIGUEDAD. EL PAPEL   *
      *  GUARDADO EN UN CAJON DEJA DE CONVERTIRSE EN CORRECCIONES  *
      *  RETROACTIVAS.                                             *
      *  CADA LIBERACION QUEDA ANOTADA EN EL DIARIO DE TRAZAS      *
      *  DDTRAZA (ETAPA LIBERADA, CON LA FECHA EN QUE LA NOVEDAD   *
      *  SE ESTACIONO) PARA EL INFORME SEMANAL DE DEMORAS          *
      *  PGMNSCBF.                                                 *
      **************************************************************
       ENVIRONMENT DIVISION.
      **************************************************************
            SELECT FECPRO ASSIGN TO DDFECPRO
                 FILE STATUS IS FS-FECPRO.

            SELECT TRAZAS ASSIGN TO DDTRAZA
                 FILE STATUS IS FS-TRAZAS.

      **************************************************************
       I-O-CONTROL.

       01   REG-FECPRO.
           05  FPR-FECHA            PIC 9(08).
           05  FILLER               PIC X(72).
      **************************************************************
       FD   TRAZAS
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01   REG-TRAZA               PIC X(80).
      **************************************************************
       WORKING-STORAGE SECTION.

       77  FS-SALIDA       PIC XX    VALUE SPACES.
       77  FS-PENDSAL      PIC XX    VALUE SPACES.
       77  FS-REPORTE      PIC XX    VALUE SPACES.
       77  FS-TRAZAS       PIC XX    VALUE SPACES.

      *********************CONTADORES*******************************
       77  WS-CANT-LEIDAS             PIC 9(05)   VALUE ZEROES.
           05  WS-FA-MES            PIC 9(02).
           05  WS-FA-DIA            PIC 9(02).

      *****************ANOTACION EN EL DIARIO DE TRAZAS****************
      *    MISMO LAYOUT QUE GRABA PGMTRCBF. EL REGISTRO VALIDADO YA
      *    NO TRAE LA TRAZA DE LA RECEPCION: LA LIBERACION SE ANOTA
      *    CON TRAZA EN CERO Y SE RECONOCE POR SUCURSAL Y DOCUMENTO;
      *    EL DETALLE LLEVA LA FECHA EN QUE LA NOVEDAD SE ESTACIONO.
       01  WS-REG-TRAZA.
           05  TRZ-LOTE             PIC 9(05).
           05  TRZ-SECUEN           PIC 9(05).
           05  TRZ-ETAPA            PIC X(12).
           05  TRZ-FECHA            PIC 9(08).
           05  TRZ-SUC              PIC 9(02).
           05  TRZ-DOC              PIC X(13).
           05  TRZ-DETALLE.
               10  TRZ-DET-TEXTO    PIC X(18).
               10  TRZ-DET-FECHA    PIC 9(08).
               10  FILLER           PIC X(04).
           05  FILLER               PIC X(05).

       77  WS-TRZ-GRABADAS PIC 9(07)  VALUE ZEROS.

      *****************LINEA DEL REPORTE******************************
       01  WS-LIN-DETALLE.
           05  WS-LD-ESTADO         PIC X(10).
              DISPLAY '* ERROR EN OPEN REPORTE   = ' FS-REPORTE
              MOVE 9999 TO RETURN-CODE
              SET  FS-PENDANT-FIN TO TRUE
           END-IF

      *    EL DIARIO DE TRAZAS ES ACUMULATIVO: SE AGREGA AL FINAL
      *    Y SE CREA SI TODAVIA NO EXISTE.
           OPEN EXTEND TRAZAS.

           IF FS-TRAZAS IS EQUAL '35'
              OPEN OUTPUT TRAZAS
           END-IF

           IF FS-TRAZAS IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN TRAZAS    = ' FS-TRAZAS
              MOVE 9999 TO RETURN-CODE
              SET  FS-PENDANT-FIN TO TRUE
           END-IF.

       F-1000-INICIO.   EXIT.
                 DISPLAY '* ERROR EN WRITE SALIDA   = ' FS-SALIDA
                 MOVE 9999 TO RETURN-CODE
                 SET FS-PENDANT-FIN TO TRUE
              ELSE
                 PERFORM 3200-ANOTAR-TRAZA THRU F-3200-ANOTAR-TRAZA
              END-IF

           ELSE
           END-IF.

       F-3100-CALC-ANTIGUEDAD. EXIT.
      **************************************************************
       3200-ANOTAR-TRAZA.
      *    LA LIBERACION QUEDA EN EL DIARIO CON LA FECHA DE NEGOCIO
      *    Y, EN EL DETALLE, LA FECHA DE ENTRADA A LA COLA.
           MOVE SPACES              TO WS-REG-TRAZA
           MOVE ZEROS               TO TRZ-LOTE
           MOVE ZEROS               TO TRZ-SECUEN
           MOVE 'LIBERADA    '      TO TRZ-ETAPA
           MOVE WS-FECHA-PROC-R     TO TRZ-FECHA
           MOVE VPE-SUC             TO TRZ-SUC
           MOVE VPE-TIPDOC          TO TRZ-DOC (1:2)
           MOVE VPE-NRODOC          TO TRZ-DOC (3:11)
           MOVE 'ESTACIONADA DESDE ' TO TRZ-DET-TEXTO
           MOVE PEN-FECHA-ALTA      TO TRZ-DET-FECHA

           WRITE REG-TRAZA FROM WS-REG-TRAZA

           IF FS-TRAZAS IS NOT EQUAL '00'
              DISPLAY '* ERROR EN WRITE TRAZAS   = ' FS-TRAZAS
              MOVE 9999 TO RETURN-CODE
              SET FS-PENDANT-FIN TO TRUE
           ELSE
              ADD 1 TO WS-TRZ-GRABADAS
           END-IF.

       F-3200-ANOTAR-TRAZA. EXIT.
      **************************************************************
       9999-FINAL.

                  MOVE 9999 TO RETURN-CODE
                 END-IF

             CLOSE TRAZAS
                 IF FS-TRAZAS IS NOT EQUAL '00'
                  DISPLAY '* ERROR EN CLOSE TRAZAS   = '
                                            FS-TRAZAS
                  MOVE 9999 TO RETURN-CODE
                 END-IF

             DISPLAY '******************************'
             DISPLAY ' PENDIENTES LEIDAS  :  ' WS-CANT-LEIDAS
             DISPLAY ' LIBERADAS AL FLUJO :  ' WS-CANT-LIBERADAS
             DISPLAY ' SIGUEN ESPERANDO   :  ' WS-CANT-ESPERAN
             DISPLAY ' TRAZAS ANOTADAS    :  ' WS-TRZ-GRABADAS
             DISPLAY '******************************'

           END-IF.
