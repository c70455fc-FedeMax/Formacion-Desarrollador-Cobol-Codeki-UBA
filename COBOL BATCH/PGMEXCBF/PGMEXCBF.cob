      *    ORIGEN 'R' = ARCHIVO EN LAYOUT CORTEREP (DDENT80)       *
      *    ORIGEN 'C' = REPORTE DE PGMC1CBF        (DDENT80)       *
      *    ORIGEN 'E' = EXTRACTO DE PGME2CBF       (DDENT55)       *
      *  EL ARCHIVO SALE ENMASCARADO SEGUN EL PERFIL DEL REPORTE Y *
      *  LA CLASE DE DESTINATARIO (MODULO PGMENCBF, TABLA          *
      *  DDPERFIL). LA CLASE VIENE EN LA COLUMNA 2 DE LA TARJETA   *
      *  ('C' CASA CENTRAL SI VIENE EN BLANCO, 'S', 'A' AUDITORIA  *
      *  O 'R' REGULADOR) Y EL REPORTE EN LAS 3 A 10 (EN BLANCO:   *
      *  'CORTEREP', 'PGMC1CBF' O 'PGME2CBF' SEGUN EL ORIGEN). EN  *
      *  EL EXTRACTO NRODOC PUEDE SALIR CON SUS ULTIMOS TRES       *
      *  DIGITOS Y NOMAPE COMO APELLIDO E INICIAL; EN CORTEREP EL  *
      *  VALOR PUEDE SALIR COMO RANGO. CADA EXPORTACION DEJA SU    *
      *  RENGLON EN EL REMITO DDMANIF (CPMANIF) CON REPORTE,       *
      *  CLASE, PERFIL Y MARCAS APLICADAS.                         *
      **************************************************************
       ENVIRONMENT DIVISION.
      **************************************************************

            SELECT SALIDA ASSIGN TO DDSALI
                 FILE STATUS IS FS-SALIDA.

            SELECT MANIFIESTO ASSIGN TO DDMANIF
                 FILE STATUS IS FS-MANIF.
      **************************************************************
       I-O-CONTROL.


       01   REG-CONTROL.
           05  CTL-ORIGEN           PIC X(01).
           05  CTL-CLASE            PIC X(01).
           05  CTL-REPORTE          PIC X(08).
           05  FILLER               PIC X(70).
      **************************************************************
       FD   SALIDA
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01   REG-SALIDA              PIC X(120).
      **************************************************************
       FD   MANIFIESTO
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01   REG-MANIFIESTO          PIC X(80).
      **************************************************************
       WORKING-STORAGE SECTION.

      **************************************************************

           COPY CORTEREP.
           COPY CPMANIF.

       77  FS-ENT80        PIC XX    VALUE SPACES.
           88  FS-ENT80-FIN          VALUE '10'.
       77  FS-CONTROL      PIC XX    VALUE SPACES.

       77  FS-SALIDA       PIC XX    VALUE SPACES.
       77  FS-MANIF        PIC XX    VALUE SPACES.

       01  WS-FLAG-FIN     PIC X     VALUE ' '.
           88  WS-FIN-PROCESO        VALUE 'F'.
           88  WS-ORIGEN-DEMOGRAFIA  VALUE 'C'.
           88  WS-ORIGEN-EXTRACTO    VALUE 'E'.

      *****************ENMASCARADO POR DESTINATARIO********************
       01  WS-CLASE        PIC X     VALUE SPACE.
           88  WS-CLASE-VALIDA       VALUE 'S' 'C' 'A' 'R'.

       01  WS-REPORTE      PIC X(08) VALUE SPACES.

           COPY CPENMASC.

       01  WS-VALOR-EXPORT PIC X(24) VALUE SPACES.
       01  WS-DOC-EXPORT   PIC X(11) VALUE SPACES.
       01  WS-NOM-EXPORT   PIC X(30) VALUE SPACES.

      *********************CONTADORES*******************************
       77  WS-CANT-LEIDAS             PIC 9(07)   VALUE ZEROES.
       77  WS-CANT-EXPORTADAS         PIC 9(07)   VALUE ZEROES.
                    SET  WS-FIN-PROCESO TO TRUE
                 NOT AT END
                    MOVE CTL-ORIGEN TO WS-ORIGEN
                    MOVE CTL-CLASE  TO WS-CLASE
                    MOVE CTL-REPORTE TO WS-REPORTE
              END-READ
              CLOSE TARJETA
           END-IF
              SET WS-FIN-PROCESO TO TRUE
           END-IF

           IF NOT WS-FIN-PROCESO
              PERFORM 1200-RESOLVER-PERFIL THRU F-1200-RESOLVER-PERFIL
           END-IF

           IF NOT WS-FIN-PROCESO

              OPEN OUTPUT SALIDA
                 SET  WS-FIN-PROCESO TO TRUE
              END-IF

              OPEN OUTPUT MANIFIESTO

              IF FS-MANIF IS NOT EQUAL '00'
                 DISPLAY '* ERROR EN OPEN MANIFIESTO = ' FS-MANIF
                 MOVE 9999 TO RETURN-CODE
                 SET  WS-FIN-PROCESO TO TRUE
              END-IF

              IF WS-ORIGEN-EXTRACTO
                 OPEN INPUT ENTRADA55
                 IF FS-ENT55 IS NOT EQUAL '00'
           END-IF.

       F-1100-GRABAR-TITULOS. EXIT.
      **************************************************************
       1200-RESOLVER-PERFIL.
      *    LOS ANALISTAS DE OFICINA SON CASA CENTRAL SALVO QUE LA
      *    TARJETA PIDA OTRA CLASE.
           IF WS-CLASE IS EQUAL SPACE
              MOVE 'C' TO WS-CLASE
           END-IF

           IF NOT WS-CLASE-VALIDA
              DISPLAY '* CLASE DE DESTINATARIO NO RECONOCIDA = '
                      WS-CLASE
              MOVE 9999 TO RETURN-CODE
              SET WS-FIN-PROCESO TO TRUE
              GO TO F-1200-RESOLVER-PERFIL
           END-IF

           IF WS-REPORTE IS EQUAL SPACES
              EVALUATE TRUE
                  WHEN WS-ORIGEN-CORTEREP
                       MOVE 'CORTEREP' TO WS-REPORTE
                  WHEN WS-ORIGEN-DEMOGRAFIA
                       MOVE 'PGMC1CBF' TO WS-REPORTE
                  WHEN WS-ORIGEN-EXTRACTO
                       MOVE 'PGME2CBF' TO WS-REPORTE
              END-EVALUATE
           END-IF

           MOVE 'P'        TO ENM-FUNCION
           MOVE WS-REPORTE TO ENM-REPORTE
           MOVE WS-CLASE   TO ENM-CLASE
           CALL 'PGMENCBF' USING WS-ENMASC-AREA

           IF ENM-ERROR
              DISPLAY '* ERROR EN PERFIL DE ENMASCARADO: ' ENM-MOTIVO
              MOVE 9999 TO RETURN-CODE
              SET WS-FIN-PROCESO TO TRUE
           END-IF.

       F-1200-RESOLVER-PERFIL. EXIT.
      **************************************************************
       2000-PROCESO.

                  ADD 1 TO WS-CANT-LEIDAS
                  MOVE REP-VALOR TO WS-VALOR-TRABAJO
                  PERFORM 3000-ARMAR-VALOR THRU F-3000-ARMAR-VALOR
                  MOVE WS-VALOR-PUNTO TO WS-VALOR-EXPORT

                  IF ENM-ENMASCARA-SAL
                     MOVE 'S'       TO ENM-FUNCION
                     MOVE REP-VALOR TO ENM-IMPORTE
                     CALL 'PGMENCBF' USING WS-ENMASC-AREA
                     MOVE ENM-TEXTO TO WS-VALOR-EXPORT
                  END-IF

                  MOVE SPACES TO WS-LINEA-ARMADA
                  STRING REP-PGM        DELIMITED BY '  '
                         ';'            DELIMITED BY SIZE
                         REP-ETIQUETA   DELIMITED BY '  '
                         ';'            DELIMITED BY SIZE
                         WS-VALOR-EXPORT DELIMITED BY '  '
                         ';'            DELIMITED BY SIZE
                         REP-DBCR       DELIMITED BY '  '
                         INTO WS-LINEA-ARMADA
           EVALUATE FS-ENT55
             WHEN '00'
                  ADD 1 TO WS-CANT-LEIDAS

                  MOVE 'D'        TO ENM-FUNCION
                  MOVE EXT-NRODOC TO ENM-NRODOC
                  CALL 'PGMENCBF' USING WS-ENMASC-AREA
                  MOVE ENM-TEXTO  TO WS-DOC-EXPORT

                  MOVE 'N'        TO ENM-FUNCION
                  MOVE EXT-NOMAPE TO ENM-NOMBRE
                  CALL 'PGMENCBF' USING WS-ENMASC-AREA
                  MOVE ENM-TEXTO  TO WS-NOM-EXPORT

                  MOVE SPACES TO WS-LINEA-ARMADA
                  STRING EXT-TIPDOC DELIMITED BY '  '
                         ';'        DELIMITED BY SIZE
                         WS-DOC-EXPORT DELIMITED BY SIZE
                         ';'        DELIMITED BY SIZE
                         EXT-NROCLI DELIMITED BY SIZE
                         ';'        DELIMITED BY SIZE
                         WS-NOM-EXPORT DELIMITED BY '  '
                         ';'        DELIMITED BY SIZE
                         EXT-SEXO   DELIMITED BY SIZE
                         ';'        DELIMITED BY SIZE
             END-STRING
             WRITE REG-SALIDA FROM WS-LINEA-ARMADA

      *    RENGLON DEL REMITO CON EL PERFIL QUE RECIBIO EL ARCHIVO.
             MOVE SPACES             TO WS-REG-MANIF
             MOVE ZEROS              TO MAN-SUC
                                        MAN-PAGINAS
             MOVE 'EXPORTACION'      TO MAN-NOMBRE
             MOVE WS-CANT-EXPORTADAS TO MAN-RENGLONES
             MOVE WS-REPORTE         TO MAN-REPORTE
             MOVE ENM-CLASE          TO MAN-CLASE
             MOVE ENM-PERFIL         TO MAN-PERFIL
             MOVE ENM-MARCAS         TO MAN-MARCAS
             WRITE REG-MANIFIESTO FROM WS-REG-MANIF

             IF FS-MANIF IS NOT EQUAL '00'
                DISPLAY '* ERROR EN WRITE MANIFIESTO = ' FS-MANIF
                MOVE 9999 TO RETURN-CODE
             END-IF

             IF WS-ORIGEN-EXTRACTO
                CLOSE ENTRADA55
                IF FS-ENT55 IS NOT EQUAL '00' AND '10'
                  MOVE 9999 TO RETURN-CODE
                 END-IF

             CLOSE MANIFIESTO
                 IF FS-MANIF IS NOT EQUAL '00'
                  DISPLAY '* ERROR EN CLOSE MANIFIESTO = '
                                            FS-MANIF
                  MOVE 9999 TO RETURN-CODE
                 END-IF

             DISPLAY '******************************'
             DISPLAY ' LINEAS LEIDAS     :  ' WS-CANT-LEIDAS
             DISPLAY ' LINEAS EXPORTADAS :  ' WS-CANT-EXPORTADAS
             DISPLAY ' LINEAS IGNORADAS  :  ' WS-CANT-IGNORADAS
             DISPLAY ' PERFIL APLICADO   :  ' ENM-PERFIL
                     ' (' ENM-MARCAS ')'
             DISPLAY '******************************'

           END-IF.
