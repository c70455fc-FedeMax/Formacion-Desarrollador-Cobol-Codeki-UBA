      *  ASI EL RESUMEN QUEDA DIRIGIDO A TODOS LOS TITULARES.      *
      *  LAS SUCURSALES DEJAN DE TIPEAR RESUMENES DESDE LAS        *
      *  CONSULTAS DE PANTALLA.                                    *
      *  EL MEDIO DE ENVIO DEL TITULAR SALE DEL MAESTRO DDPREENV   *
      *  (LAYOUT CPPREENV, MANTENIDO POR PGMPECBF): EL RESUMEN EN  *
      *  PAPEL VA A DDSALI Y EL ELECTRONICO SE GRABA COMO          *
      *  DOCUMENTO EN DDRESELE MAS UN REGISTRO DE INDICE EN        *
      *  DDRESIDX (LAYOUT CPRESIDX) PARA EL ENVIADOR DE CORREO.    *
      *  SIN PREFERENCIA, CON LA DIRECCION REBOTADA O CON EL       *
      *  TITULAR FALLECIDO EL RESUMEN SALE EN PAPEL. LA HOJA DE    *
      *  CONTROL CUENTA LOS RESUMENES DE CADA MEDIO POR SUCURSAL.  *
      *  LAS LINEAS DE CAMPANIA SOLO SE ANEXAN AL TITULAR QUE DIO  *
      *  SU CONSENTIMIENTO COMERCIAL EN DDCONSEN (LAYOUT CPCONSEN, *
      *  LO MANTIENE PGMCNCBF) PARA EL CANAL POR EL QUE SALE EL    *
      *  RESUMEN: CORREO POSTAL EL IMPRESO, CORREO ELECTRONICO EL  *
      *  ELECTRONICO.                                              *
      *  CON CONSOLIDACION PEDIDA EN LA TARJETA DDCTRL Y LOS       *
      *  MIEMBROS DE HOGAR DE PGMHGCBF EN DDHOGMIE (LAYOUT         *
      *  CPHOGMIE), LOS RESUMENES EN PAPEL DE LOS HOGARES DE MAS   *
      *  DE UN MIEMBRO SALEN MARCADOS CON EL NUMERO DE HOGAR Y SE  *
      *  LISTAN EN EL MANIFIESTO DDSOBRES PARA QUE EL CORREO LOS   *
      *  ENSOBRE JUNTOS, EN UN SOLO ENVIO AL REFERENTE DEL HOGAR.  *
      *  LAS CAMPANIAS VAN SOLO EN EL PRIMER RESUMEN DEL HOGAR.    *
      *  CADA RESUMEN QUE SALE EN PAPEL QUEDA ADEMAS EN EL         *
      *  REGISTRO DE RESUMENES IMPRESOS DDRESIMP (LAYOUT           *
      *  CPRESIMP), QUE LEE LA FACTURACION MENSUAL DE COMISIONES   *
      *  PGMFCCBF.                                                 *
      **************************************************************
       ENVIRONMENT DIVISION.
      **************************************************************

           SELECT NOTAS      ASSIGN TO DDNOTAS
                 FILE STATUS IS FS-NOTAS.

           SELECT PREFENV    ASSIGN TO DDPREENV
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS MAE-PEN-CLAVE
                 FILE STATUS IS FS-PREFENV.

           SELECT RESELE     ASSIGN TO DDRESELE
                 FILE STATUS IS FS-RESELE.

           SELECT RESIDX     ASSIGN TO DDRESIDX
                 FILE STATUS IS FS-RESIDX.

           SELECT RESIMP     ASSIGN TO DDRESIMP
                 FILE STATUS IS FS-RESIMP.

           SELECT CONSENT    ASSIGN TO DDCONSEN
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS MAE-CNS-CLAVE
                 FILE STATUS IS FS-CONSENT.

           SELECT HOGMIE     ASSIGN TO DDHOGMIE
                 FILE STATUS IS FS-HOGMIE.

           SELECT SOBRES     ASSIGN TO DDSOBRES
                 FILE STATUS IS FS-SOBRES.
      **************************************************************
       I-O-CONTROL.

       01   REG-CONTROL.
           05  CTL-CICLO            PIC 9(02).
           05  CTL-PERIODO          PIC 9(06).
           05  CTL-CONSOLIDA        PIC X(01).
           05  FILLER               PIC X(71).

       FD   SALDOANT
           BLOCK CONTAINS 0 RECORDS
           05  NTA-DIAS             PIC 9(03).
           05  NTA-LEYENDA          PIC X(30).
           05  FILLER               PIC X(11).

       FD   PREFENV.

       01   REG-PREFENV.
           03  MAE-PEN-CLAVE        PIC X(07).
           03  FILLER               PIC X(73).

      *    DOCUMENTO ELECTRONICO: LAS LINEAS DEL RESUMEN BAJO LA
      *    MISMA CLAVE QUE EL ARCHIVO DE RESUMENES.
       FD   RESELE
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01   REG-RESELE.
           03  ELE-CLAVE.
               05  ELE-TIPCUEN      PIC X(02).
               05  ELE-NROCUEN      PIC 9(08).
               05  ELE-PERIODO      PIC 9(06).
               05  ELE-LINEA        PIC 9(04).
           03  ELE-TEXTO            PIC X(80).

       FD   RESIDX
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01   REG-RESIDX              PIC X(120).

       FD   RESIMP
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01   REG-RESIMP              PIC X(20).

       FD   CONSENT.

       01   REG-CONSENT.
           03  MAE-CNS-CLAVE        PIC X(14).
           03  FILLER               PIC X(66).

       FD   HOGMIE
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01   REG-HOGMIE              PIC X(60).

      *    MANIFIESTO DE ENSOBRADO: UN REGISTRO POR RESUMEN IMPRESO
      *    DE UN HOGAR COMPARTIDO; EL CORREO JUNTA LOS DE UN MISMO
      *    HOGAR EN UN SOBRE DIRIGIDO AL REFERENTE.
       FD   SOBRES
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01   REG-SOBRE.
           05  SOB-NROHOG           PIC 9(07).
           05  SOB-REF-TIPDOC       PIC X(02).
           05  SOB-REF-NRODOC       PIC 9(11).
           05  SOB-TIPCUEN          PIC X(02).
           05  SOB-NROCUEN          PIC 9(08).
           05  SOB-TIPDOC           PIC X(02).
           05  SOB-NRODOC           PIC 9(11).
           05  SOB-SUCURSAL         PIC 9(02).
           05  SOB-PERIODO          PIC 9(06).
           05  FILLER               PIC X(29).
      **************************************************************
       WORKING-STORAGE SECTION.
       77  FILLER        PIC X(26) VALUE '* INICIO WORKING-STORAGE *'.

       77  WS-CANT-SUCESION PIC 9(05) VALUE ZEROS.

       77  FS-PREFENV      PIC XX     VALUE SPACES.
       77  FS-RESELE       PIC XX     VALUE SPACES.
       77  FS-RESIDX       PIC XX     VALUE SPACES.
       77  FS-RESIMP       PIC XX     VALUE SPACES.

       01  WS-FLAG-PREENV             PIC X       VALUE 'N'.
           88  WS-HAY-PREENV                      VALUE 'S'.

      *****************MEDIO DE ENVIO DEL RESUMEN ABIERTO**************
      *    'P' PAPEL, 'E' CORREO ELECTRONICO, 'A' AMBOS.
       01  WS-MEDIO-ENVIO             PIC X       VALUE 'P'.
           88  WS-ENV-IMPRESO                     VALUE 'P' 'A'.
           88  WS-ENV-CORREO                      VALUE 'E' 'A'.

       77  WS-ELE-LINEA               PIC 9(04)   VALUE ZEROES.
       77  WS-CANT-ELECTRONICOS       PIC 9(05)   VALUE ZEROES.
       77  WS-CANT-IMPRESOS           PIC 9(05)   VALUE ZEROES.
       77  WS-CANT-REBOTADOS          PIC 9(05)   VALUE ZEROES.

           COPY CPPREENV.

           COPY CPRESIDX.

           COPY CPRESIMP.

      *****************CONSENTIMIENTO COMERCIAL DEL TITULAR*************
      *    SIN REGISTRO DE CONSENTIMIENTOS NADIE RECIBE CAMPANIAS,
      *    IGUAL QUE LAS CAMPANIAS POR SEGMENTO SIN DDSEGM.
       77  FS-CONSENT      PIC XX     VALUE SPACES.

       01  WS-FLAG-CONSENT            PIC X       VALUE 'N'.
           88  WS-HAY-CONSENT                     VALUE 'S'.

       01  WS-FLAG-ACEPTA             PIC X       VALUE 'N'.
           88  WS-ACEPTA-CAMPANIAS                VALUE 'S'.

       01  WS-CANAL-CONSENT           PIC X(01)   VALUE SPACE.

       77  WS-CANT-SIN-CONSENT        PIC 9(05)   VALUE ZEROES.

           COPY CPCONSEN.

      *****************ENVIO CONSOLIDADO POR HOGAR*********************
      *    SOLO CON 'S' EN LA TARJETA Y EL ARCHIVO DE MIEMBROS; SE
      *    CARGAN UNICAMENTE LOS MIEMBROS DE HOGARES COMPARTIDOS.
       77  FS-HOGMIE       PIC XX     VALUE SPACES.
       77  FS-SOBRES       PIC XX     VALUE SPACES.

       01  WS-FLAG-CONSOLIDA          PIC X       VALUE 'N'.
           88  WS-CONSOLIDAR                      VALUE 'S'.

       01  WS-FLAG-HOGARES            PIC X       VALUE 'N'.
           88  WS-HAY-HOGARES                     VALUE 'S'.

       77  WS-THM-CONT     PIC 9(04) USAGE COMP VALUE ZEROS.
       77  WS-THM-SUB      PIC 9(04) USAGE COMP VALUE ZEROS.
       01  WS-TABLA-HOGMIE.
           03  WS-THM      OCCURS 5000 TIMES.
               05  WS-THM-DOC       PIC X(13).
               05  WS-THM-NROHOG    PIC 9(07).
               05  WS-THM-REF-DOC   PIC X(13).

      *    HOGARES QUE YA TIENEN UN RESUMEN EN LA CORRIDA: EL PRIMERO
      *    LLEVA LAS CAMPANIAS, LOS DEMAS VAN EN EL MISMO SOBRE.
       77  WS-HSV-CONT     PIC 9(04) USAGE COMP VALUE ZEROS.
       77  WS-HSV-SUB      PIC 9(04) USAGE COMP VALUE ZEROS.
       01  WS-TABLA-HOGSERV.
           03  WS-HSV-NROHOG        OCCURS 5000 TIMES
                                     PIC 9(07).

       77  WS-HOG-RESUMEN  PIC 9(07)  VALUE ZEROS.
       77  WS-HOG-REF-DOC  PIC X(13)  VALUE SPACES.

       01  WS-FLAG-PRIMERO            PIC X       VALUE 'S'.
           88  WS-PRIMERO-HOGAR                   VALUE 'S'.

       77  WS-CANT-CONSOLIDADOS       PIC 9(05)   VALUE ZEROES.
       77  WS-CANT-SOBRES-AHORRO      PIC 9(05)   VALUE ZEROES.
       77  WS-CANT-CAMP-HOGAR         PIC 9(05)   VALUE ZEROES.

           COPY CPHOGMIE.

       01  WS-LIN-HOGAR.
           05  FILLER               PIC X(25)   VALUE
           ' ENVIO CONSOLIDADO HOGAR '.
           05  WS-LH-NROHOG         PIC 9(07).
           05  FILLER               PIC X(48)   VALUE SPACES.

       01  WS-LIN-CONSOL.
           05  FILLER               PIC X(26)   VALUE
           ' RESUMENES CONSOLIDADOS   '.
           05  WS-LC-CONSOL         PIC ZZZZ9.
           05  FILLER               PIC X(18)   VALUE
           '  SOBRES AHORRADOS'.
           05  WS-LC-AHORRO         PIC ZZZZ9.
           05  FILLER               PIC X(26)   VALUE SPACES.

      *****************RESUMENES POR SUCURSAL Y MEDIO******************
      *    SOLO CORREO = RESUMENES QUE NO PAGAN FRANQUEO.
       77  WS-TSB-CONT     PIC 9(03) USAGE COMP VALUE ZEROS.
       77  WS-TSB-SUB      PIC 9(03) USAGE COMP VALUE ZEROS.
       77  WS-TSB-IDX      PIC 9(03) USAGE COMP VALUE ZEROS.
       01  WS-TABLA-XSUC.
           03  WS-TSB      OCCURS 100 TIMES.
               05  WS-TSB-SUC       PIC 9(02).
               05  WS-TSB-IMPRESOS  PIC 9(05).
               05  WS-TSB-CORREO    PIC 9(05).
               05  WS-TSB-SOLO-COR  PIC 9(05).

       01  WS-LIN-XSUC.
           05  FILLER               PIC X(10)   VALUE ' SUCURSAL '.
           05  WS-LS-SUC            PIC 9(02).
           05  FILLER               PIC X(11)   VALUE '  IMPRESOS '.
           05  WS-LS-IMPRESOS       PIC ZZZZ9.
           05  FILLER               PIC X(15)   VALUE
           '  ELECTRONICOS '.
           05  WS-LS-CORREO         PIC ZZZZ9.
           05  FILLER               PIC X(14)   VALUE
           '  SOLO CORREO '.
           05  WS-LS-SOLO-COR       PIC ZZZZ9.
           05  FILLER               PIC X(13)   VALUE SPACES.

       01  WS-LIN-SUCESION.
           05  FILLER               PIC X(43)   VALUE
           ' CORRESPONDENCIA A LA SUCESION DEL TITULAR '.
              SET  WS-FIN TO TRUE
           END-IF.

           OPEN OUTPUT RESELE.

           IF FS-RESELE IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN RESELE     = ' FS-RESELE
              MOVE 9999 TO RETURN-CODE
              SET  WS-FIN TO TRUE
           END-IF.

           OPEN OUTPUT RESIDX.

           IF FS-RESIDX IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN RESIDX     = ' FS-RESIDX
              MOVE 9999 TO RETURN-CODE
              SET  WS-FIN TO TRUE
           END-IF.

           OPEN OUTPUT RESIMP.

           IF FS-RESIMP IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN RESIMP     = ' FS-RESIMP
              MOVE 9999 TO RETURN-CODE
              SET  WS-FIN TO TRUE
           END-IF.

      *    SIN MAESTRO DE PREFERENCIAS TODO SALE EN PAPEL, COMO
      *    SIEMPRE.
           OPEN INPUT PREFENV.

           IF FS-PREFENV IS EQUAL '00'
              SET WS-HAY-PREENV TO TRUE
           ELSE
              DISPLAY '* SIN PREFERENCIAS DE ENVIO, TODO EN PAPEL, '
                      'FS = ' FS-PREFENV
           END-IF.

           OPEN INPUT CONSENT.

           IF FS-CONSENT IS EQUAL '00'
              SET WS-HAY-CONSENT TO TRUE
           ELSE
              DISPLAY '* SIN REGISTRO DE CONSENTIMIENTOS, NO SE '
                      'ANEXAN CAMPANIAS, FS = ' FS-CONSENT
           END-IF.

           IF NOT WS-FIN
             PERFORM 1100-CARGAR-CLIENTES THRU F-1100-CARGAR-CLIENTES
             PERFORM 1200-CARGAR-CUENTAS  THRU F-1200-CARGAR-CUENTAS
             PERFORM 1800-CARGAR-SUPRIM   THRU F-1800-CARGAR-SUPRIM
             PERFORM 1900-CARGAR-FALLEC   THRU F-1900-CARGAR-FALLEC
             PERFORM 1950-CARGAR-NOTAS    THRU F-1950-CARGAR-NOTAS
             PERFORM 1960-CARGAR-HOGARES  THRU F-1960-CARGAR-HOGARES
           END-IF.

       F-1000-INICIO.   EXIT.
                    IF CTL-PERIODO IS NUMERIC
                       MOVE CTL-PERIODO TO WS-PERIODO-ARC
                    END-IF
                    IF CTL-CONSOLIDA IS EQUAL 'S'
                       SET WS-CONSOLIDAR TO TRUE
                    END-IF
              END-READ
              CLOSE TARJETA
           ELSE

       F-1950-CARGAR-NOTAS. EXIT.
      **************************************************************
       1960-CARGAR-HOGARES.
      *    MIEMBROS DE HOGARES COMPARTIDOS DE PGMHGCBF. SIN PEDIDO EN
      *    LA TARJETA O SIN ARCHIVO CADA RESUMEN VA EN SU SOBRE,
      *    COMO SIEMPRE.
           IF NOT WS-CONSOLIDAR
              GO TO F-1960-CARGAR-HOGARES
           END-IF

           OPEN INPUT HOGMIE.

           IF FS-HOGMIE IS NOT EQUAL '00'
              DISPLAY '* SIN MIEMBROS DE HOGAR, NO SE CONSOLIDA, '
                      'FS = ' FS-HOGMIE
              GO TO F-1960-CARGAR-HOGARES
           END-IF

           PERFORM UNTIL FS-HOGMIE IS NOT EQUAL '00'
              READ HOGMIE INTO WS-REG-HOGMIE
                 AT END
                    MOVE '10' TO FS-HOGMIE
                 NOT AT END
                    IF HMI-CANT-MIEMBROS IS GREATER 1
                       IF WS-THM-CONT < 5000
                          ADD 1 TO WS-THM-CONT
                          MOVE WS-REG-HOGMIE (1:13) TO
                               WS-THM-DOC     (WS-THM-CONT)
                          MOVE HMI-NROHOG           TO
                               WS-THM-NROHOG  (WS-THM-CONT)
                          MOVE HMI-REF-TIPDOC       TO
                               WS-THM-REF-DOC (WS-THM-CONT) (1:2)
                          MOVE HMI-REF-NRODOC       TO
                               WS-THM-REF-DOC (WS-THM-CONT) (3:11)
                       ELSE
                          DISPLAY '* ATENCION: TABLA DE HOGARES '
                                  'LLENA (5000)'
                          MOVE '10' TO FS-HOGMIE
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
           CLOSE HOGMIE

           OPEN OUTPUT SOBRES.

           IF FS-SOBRES IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN SOBRES     = ' FS-SOBRES
              MOVE 9999 TO RETURN-CODE
              SET  WS-FIN TO TRUE
           ELSE
              SET WS-HAY-HOGARES TO TRUE
           END-IF.

       F-1960-CARGAR-HOGARES. EXIT.
      **************************************************************

       2000-PROCESO.

      *    TABLA DE CLIENTES PARA EL ENCABEZADO.
           MOVE COI-CLAVE TO WS-CLAVE-ABIERTA
           MOVE ZEROS     TO WS-MOV-RESUMEN
           MOVE ZEROS     TO WS-HOG-RESUMEN
           SET  WS-PRIMERO-HOGAR TO TRUE
           MOVE SPACES    TO WS-DOC-TITULAR
           SET  WS-EMITIR TO TRUE

              END-PERFORM
           END-IF

           PERFORM 3060-BUSCAR-ENVIO THRU F-3060-BUSCAR-ENVIO

      *    EL CLIENTE CON CORREO DEVUELTO MARCADO EN DDSUPRIM NO
      *    SE IMPRIME: SU RESUMEN SE DESVIA AL LISTADO DE
      *    RETENIDOS HASTA QUE UNA DP VALIDA LEVANTE LA MARCA. EL
      *    QUE LO RECIBE SOLO POR CORREO ELECTRONICO NO SE RETIENE.
           IF WS-TCL-IDX > 0
              AND WS-ENV-IMPRESO
              PERFORM 3030-VERIF-SUPRIMIDO
                      THRU F-3030-VERIF-SUPRIMIDO
              IF WS-SALTEAR
           SET WS-EMITIR TO TRUE
           ADD  1         TO WS-CANT-RESUMENES
           MOVE ZEROS     TO WS-ARC-LINEA
           MOVE ZEROS     TO WS-ELE-LINEA

           PERFORM 3040-BUSCAR-SUCURSAL THRU F-3040-BUSCAR-SUCURSAL
           PERFORM 3070-ACUM-ENVIO      THRU F-3070-ACUM-ENVIO

           MOVE COI-CLI-TIPO   TO WS-C1-TIPCUEN
           MOVE COI-CLI-CUENTA TO WS-C1-NROCUEN
           PERFORM 3010-BUSCAR-DESCRIP THRU F-3010-BUSCAR-DESCRIP
           MOVE WS-LIN-CABEC1 TO ARC-TEXTO
           PERFORM 3800-EMITIR-LINEA THRU F-3800-EMITIR-LINEA

           IF WS-TCL-IDX > 0
              MOVE WS-TCL-NOMAPE (WS-TCL-IDX) TO WS-C2-NOMAPE
              MOVE WS-TCL-TIPDOC (WS-TCL-IDX) TO WS-C2-TIPDOC
              MOVE WS-TCL-NRODOC (WS-TCL-IDX) TO WS-C2-NRODOC
              MOVE WS-LIN-CABEC2 TO ARC-TEXTO
           ELSE
              ADD 1 TO WS-CANT-SIN-TITULAR
              MOVE WS-LIN-SINTIT TO ARC-TEXTO
           END-IF

           PERFORM 3800-EMITIR-LINEA THRU F-3800-EMITIR-LINEA

           PERFORM 3080-BUSCAR-HOGAR THRU F-3080-BUSCAR-HOGAR

      *    TITULAR FALLECIDO: EL RESUMEN SALE CON LA LEYENDA DE
      *    SUCESION EN LUGAR DE DIRIGIRSE AL CLIENTE.
                  IF WS-FAL-DOC (WS-FAL-SUB) IS EQUAL
                     WS-DOC-TITULAR
                     ADD 1 TO WS-CANT-SUCESION
                     MOVE WS-LIN-SUCESION TO ARC-TEXTO
                     PERFORM 3800-EMITIR-LINEA
                             THRU F-3800-EMITIR-LINEA
                     MOVE WS-FAL-CONT TO WS-FAL-SUB
                  END-IF
              END-PERFORM
           END-PERFORM

           MOVE WS-SALDO-CORRIDO TO WS-SI-SALDO
           MOVE WS-LIN-SALINI TO ARC-TEXTO
           PERFORM 3800-EMITIR-LINEA THRU F-3800-EMITIR-LINEA

           PERFORM 3300-ACUM-TIPCUEN THRU F-3300-ACUM-TIPCUEN

           END-IF.

       F-3030-VERIF-SUPRIMIDO. EXIT.
      **************************************************************
       3040-BUSCAR-SUCURSAL.
      *    SUCURSAL DE LA CUENTA ABIERTA SEGUN DDCTASUC; SIN
      *    ASIGNACION QUEDA EN CERO.
           MOVE ZEROS TO WS-SUC-CUENTA
           PERFORM VARYING WS-ASI-SUB FROM 1 BY 1
                   UNTIL WS-ASI-SUB > WS-ASI-CONT
               IF WS-ASI-CLAVE (WS-ASI-SUB) IS EQUAL
                  WS-CLAVE-ABIERTA
                  MOVE WS-ASI-SUC (WS-ASI-SUB) TO WS-SUC-CUENTA
               END-IF
           END-PERFORM.

       F-3040-BUSCAR-SUCURSAL. EXIT.
      **************************************************************
       3060-BUSCAR-ENVIO.
      *    MEDIO DE ENVIO SEGUN LA PREFERENCIA DEL TITULAR. SIN
      *    TITULAR, SIN PREFERENCIA, SIN DIRECCION, CON LA
      *    DIRECCION REBOTADA O CON EL TITULAR FALLECIDO (LA
      *    CORRESPONDENCIA VA A LA SUCESION) SALE EN PAPEL.
           MOVE 'P'    TO WS-MEDIO-ENVIO
           MOVE SPACES TO WS-REG-PREENV

           IF WS-TCL-IDX IS EQUAL ZEROS
              OR NOT WS-HAY-PREENV
              GO TO F-3060-BUSCAR-ENVIO
           END-IF

           MOVE WS-TCL-NROCLI (WS-TCL-IDX) TO MAE-PEN-CLAVE

           READ PREFENV INTO WS-REG-PREENV
              INVALID KEY
                 MOVE SPACES TO WS-REG-PREENV
                 GO TO F-3060-BUSCAR-ENVIO
           END-READ

           IF NOT PEN-MEDIO-CORREO
              OR PEN-CORREO IS EQUAL SPACES
              GO TO F-3060-BUSCAR-ENVIO
           END-IF

           IF PEN-REBOTADO
              ADD 1 TO WS-CANT-REBOTADOS
              GO TO F-3060-BUSCAR-ENVIO
           END-IF

           MOVE SPACES TO WS-DOC-TITULAR
           MOVE WS-TCL-TIPDOC (WS-TCL-IDX) TO WS-DOC-TITULAR (1:2)
           MOVE WS-TCL-NRODOC (WS-TCL-IDX) TO WS-DOC-TITULAR (3:11)

           MOVE PEN-MEDIO TO WS-MEDIO-ENVIO

           PERFORM VARYING WS-FAL-SUB FROM 1 BY 1
                   UNTIL WS-FAL-SUB > WS-FAL-CONT
               IF WS-FAL-DOC (WS-FAL-SUB) IS EQUAL WS-DOC-TITULAR
                  MOVE 'P'         TO WS-MEDIO-ENVIO
                  MOVE WS-FAL-CONT TO WS-FAL-SUB
               END-IF
           END-PERFORM.

       F-3060-BUSCAR-ENVIO. EXIT.
      **************************************************************
       3080-BUSCAR-HOGAR.
      *    EL RESUMEN SOLO EN PAPEL DE UN MIEMBRO DE HOGAR COMPARTIDO
      *    SE MARCA CON EL NUMERO DE HOGAR Y SE ANOTA EN EL
      *    MANIFIESTO. SI EL HOGAR YA TUVO OTRO RESUMEN EN LA CORRIDA
      *    VIAJA EN ESE SOBRE Y NO LLEVA CAMPANIAS.
           IF NOT WS-HAY-HOGARES
              OR WS-TCL-IDX IS EQUAL ZEROS
              OR WS-MEDIO-ENVIO IS NOT EQUAL 'P'
              GO TO F-3080-BUSCAR-HOGAR
           END-IF

           MOVE SPACES TO WS-DOC-TITULAR
           MOVE WS-TCL-TIPDOC (WS-TCL-IDX) TO WS-DOC-TITULAR (1:2)
           MOVE WS-TCL-NRODOC (WS-TCL-IDX) TO WS-DOC-TITULAR (3:11)

           PERFORM VARYING WS-THM-SUB FROM 1 BY 1
                   UNTIL WS-THM-SUB > WS-THM-CONT
               IF WS-THM-DOC (WS-THM-SUB) IS EQUAL WS-DOC-TITULAR
                  MOVE WS-THM-NROHOG  (WS-THM-SUB) TO WS-HOG-RESUMEN
                  MOVE WS-THM-REF-DOC (WS-THM-SUB) TO WS-HOG-REF-DOC
                  MOVE WS-THM-CONT TO WS-THM-SUB
               END-IF
           END-PERFORM

           IF WS-HOG-RESUMEN IS EQUAL ZEROS
              GO TO F-3080-BUSCAR-HOGAR
           END-IF

           ADD 1 TO WS-CANT-CONSOLIDADOS
           MOVE WS-HOG-RESUMEN TO WS-LH-NROHOG
           MOVE WS-LIN-HOGAR TO ARC-TEXTO
           PERFORM 3800-EMITIR-LINEA THRU F-3800-EMITIR-LINEA

           PERFORM VARYING WS-HSV-SUB FROM 1 BY 1
                   UNTIL WS-HSV-SUB > WS-HSV-CONT
               IF WS-HSV-NROHOG (WS-HSV-SUB) IS EQUAL WS-HOG-RESUMEN
                  MOVE 'N' TO WS-FLAG-PRIMERO
                  MOVE WS-HSV-CONT TO WS-HSV-SUB
               END-IF
           END-PERFORM

           IF WS-PRIMERO-HOGAR
              IF WS-HSV-CONT < 5000
                 ADD 1 TO WS-HSV-CONT
                 MOVE WS-HOG-RESUMEN TO WS-HSV-NROHOG (WS-HSV-CONT)
              END-IF
           ELSE
              ADD 1 TO WS-CANT-SOBRES-AHORRO
           END-IF

           MOVE SPACES                     TO REG-SOBRE
           MOVE WS-HOG-RESUMEN             TO SOB-NROHOG
           MOVE WS-HOG-REF-DOC (1:2)       TO SOB-REF-TIPDOC
           MOVE WS-HOG-REF-DOC (3:11)      TO SOB-REF-NRODOC
           MOVE COI-CLI-TIPO               TO SOB-TIPCUEN
           MOVE COI-CLI-CUENTA             TO SOB-NROCUEN
           MOVE WS-TCL-TIPDOC (WS-TCL-IDX) TO SOB-TIPDOC
           MOVE WS-TCL-NRODOC (WS-TCL-IDX) TO SOB-NRODOC
           MOVE WS-SUC-CUENTA              TO SOB-SUCURSAL
           MOVE WS-PERIODO-ARC             TO SOB-PERIODO

           WRITE REG-SOBRE

           IF FS-SOBRES IS NOT EQUAL '00'
              DISPLAY '* ERROR EN WRITE SOBRES    = ' FS-SOBRES
              MOVE 9999 TO RETURN-CODE
              SET WS-FIN TO TRUE
           END-IF.

       F-3080-BUSCAR-HOGAR. EXIT.
      **************************************************************
       3070-ACUM-ENVIO.
      *    CONTEO POR SUCURSAL Y MEDIO PARA LA HOJA DE CONTROL.
           MOVE ZEROS TO WS-TSB-IDX

           PERFORM VARYING WS-TSB-SUB FROM 1 BY 1
                   UNTIL WS-TSB-SUB > WS-TSB-CONT
               IF WS-TSB-SUC (WS-TSB-SUB) IS EQUAL WS-SUC-CUENTA
                  MOVE WS-TSB-SUB TO WS-TSB-IDX
               END-IF
           END-PERFORM

           IF WS-TSB-IDX IS EQUAL ZEROS AND WS-TSB-CONT < 100
              ADD 1 TO WS-TSB-CONT
              MOVE WS-TSB-CONT   TO WS-TSB-IDX
              MOVE WS-SUC-CUENTA TO WS-TSB-SUC      (WS-TSB-IDX)
              MOVE ZEROS         TO WS-TSB-IMPRESOS (WS-TSB-IDX)
                                    WS-TSB-CORREO   (WS-TSB-IDX)
                                    WS-TSB-SOLO-COR (WS-TSB-IDX)
           END-IF

           IF WS-ENV-IMPRESO
              ADD 1 TO WS-CANT-IMPRESOS
              PERFORM 3075-GRABAR-IMPRESO THRU F-3075-GRABAR-IMPRESO
           END-IF

           IF WS-ENV-CORREO
              ADD 1 TO WS-CANT-ELECTRONICOS
           END-IF

           IF WS-TSB-IDX IS EQUAL ZEROS
              GO TO F-3070-ACUM-ENVIO
           END-IF

           IF WS-ENV-IMPRESO
              ADD 1 TO WS-TSB-IMPRESOS (WS-TSB-IDX)
           END-IF

           IF WS-ENV-CORREO
              ADD 1 TO WS-TSB-CORREO (WS-TSB-IDX)
              IF NOT WS-ENV-IMPRESO
                 ADD 1 TO WS-TSB-SOLO-COR (WS-TSB-IDX)
              END-IF
           END-IF.

       F-3070-ACUM-ENVIO. EXIT.
      **************************************************************
       3075-GRABAR-IMPRESO.
      *    CADA RESUMEN EN PAPEL SE COBRA EN LA FACTURACION MENSUAL
      *    DE COMISIONES.
           MOVE SPACES         TO WS-REG-RESIMP
           MOVE COI-CLI-TIPO   TO RIM-TIPCUEN
           MOVE COI-CLI-CUENTA TO RIM-NROCUEN
           MOVE WS-PERIODO-ARC TO RIM-PERIODO
           MOVE WS-SUC-CUENTA  TO RIM-SUCURSAL

           WRITE REG-RESIMP FROM WS-REG-RESIMP

           IF FS-RESIMP IS NOT EQUAL '00'
              DISPLAY '* ERROR EN WRITE RESIMP    = ' FS-RESIMP
              MOVE 9999 TO RETURN-CODE
              SET WS-FIN TO TRUE
           END-IF.

       F-3075-GRABAR-IMPRESO. EXIT.
      **************************************************************
       3350-ACUM-CICLO.
      *    CONTEO POR CICLO PARA LA HOJA DE CONTROL DE IMPRESION.
      *    MATCHEAN LA SUCURSAL DE LA CUENTA (CERO = TODAS) Y EL
      *    SEGMENTO DEL TITULAR (EN BLANCO = TODOS; CON SEGMENTO
      *    DESTINO, SOLO AL CLIENTE DE ESE SEGMENTO EN DDSEGM).
      *    CADA CAMPANIA SE CUENTA UNA SOLA VEZ POR RESUMEN. AL
      *    TITULAR SIN CONSENTIMIENTO PARA EL CANAL DEL RESUMEN NO
      *    SE LE ANEXA NINGUNA.
           IF WS-CPN-CONT IS EQUAL ZEROS
              GO TO F-3400-ANEXAR-CAMPANIAS
           END-IF

      *    EN EL SOBRE DEL HOGAR LAS CAMPANIAS VAN UNA SOLA VEZ.
           IF NOT WS-PRIMERO-HOGAR
              ADD 1 TO WS-CANT-CAMP-HOGAR
              GO TO F-3400-ANEXAR-CAMPANIAS
           END-IF

           PERFORM 3420-VERIFICAR-CONSENT THRU F-3420-VERIFICAR-CONSENT

           IF NOT WS-ACEPTA-CAMPANIAS
              ADD 1 TO WS-CANT-SIN-CONSENT
              GO TO F-3400-ANEXAR-CAMPANIAS
           END-IF

           PERFORM 3040-BUSCAR-SUCURSAL THRU F-3040-BUSCAR-SUCURSAL

           MOVE SPACE TO WS-SEG-TITULAR
           IF WS-DOC-TITULAR IS NOT EQUAL SPACES
                           AND WS-CPN-SEGM (WS-CPN-SUB) (1:1)
                               IS EQUAL WS-SEG-TITULAR))
                  MOVE WS-CPN-TEXTO (WS-CPN-SUB) TO WS-LW-TEXTO
                  MOVE WS-LIN-MENSAJE TO ARC-TEXTO
                  PERFORM 3800-EMITIR-LINEA
                          THRU F-3800-EMITIR-LINEA
                  IF WS-CPN-ID (WS-CPN-SUB) IS NOT EQUAL
                     WS-ULT-CAMPANIA
                     MOVE WS-CPN-ID (WS-CPN-SUB) TO WS-ULT-CAMPANIA
           END-PERFORM.

       F-3400-ANEXAR-CAMPANIAS. EXIT.
      **************************************************************
       3420-VERIFICAR-CONSENT.
      *    EL RESUMEN IMPRESO PIDE CONSENTIMIENTO PARA CORREO POSTAL
      *    Y EL ELECTRONICO PARA CORREO ELECTRONICO; EL QUE SALE POR
      *    LOS DOS MEDIOS LLEVA LAS MISMAS LINEAS Y PIDE AMBOS.
           MOVE 'N' TO WS-FLAG-ACEPTA

           IF WS-DOC-TITULAR IS EQUAL SPACES
              OR NOT WS-HAY-CONSENT
              GO TO F-3420-VERIFICAR-CONSENT
           END-IF

           IF WS-ENV-IMPRESO
              MOVE 'C' TO WS-CANAL-CONSENT
              PERFORM 3430-LEER-CONSENT THRU F-3430-LEER-CONSENT
              IF NOT WS-ACEPTA-CAMPANIAS
                 GO TO F-3420-VERIFICAR-CONSENT
              END-IF
           END-IF

           IF WS-ENV-CORREO
              MOVE 'E' TO WS-CANAL-CONSENT
              PERFORM 3430-LEER-CONSENT THRU F-3430-LEER-CONSENT
           END-IF.

       F-3420-VERIFICAR-CONSENT. EXIT.
      **************************************************************
       3430-LEER-CONSENT.

           MOVE 'N'              TO WS-FLAG-ACEPTA
           MOVE WS-DOC-TITULAR   TO MAE-CNS-CLAVE (1:13)
           MOVE WS-CANAL-CONSENT TO MAE-CNS-CLAVE (14:1)

           READ CONSENT INTO WS-REG-CONSEN
              INVALID KEY
                 GO TO F-3430-LEER-CONSENT
           END-READ

           IF CNS-FEC-OTORGA IS GREATER ZEROS
              AND CNS-FEC-REVOCA IS EQUAL ZEROS
              SET WS-ACEPTA-CAMPANIAS TO TRUE
           END-IF.

       F-3430-LEER-CONSENT. EXIT.
      **************************************************************
       3500-ANEXAR-NOTAS.
      *    ANEXA AL PIE DEL RESUMEN LAS NOTAS DE AJUSTE DE LA
                  MOVE WS-NTA-FECVAL  (WS-NTA-SUB) TO WS-LN-FECVAL
                  MOVE WS-NTA-IMPORTE (WS-NTA-SUB) TO WS-LN-IMPORTE
                  MOVE WS-NTA-DBCR    (WS-NTA-SUB) TO WS-LN-DBCR
                  MOVE WS-LIN-NOTA TO ARC-TEXTO
                  PERFORM 3800-EMITIR-LINEA
                          THRU F-3800-EMITIR-LINEA
                  ADD 1 TO WS-NOT-ANEXADAS
               END-IF
           END-PERFORM.
           END-IF.

       F-3450-ACUM-CAMPANIA. EXIT.
      **************************************************************
       3800-EMITIR-LINEA.
      *    LA LINEA ARMADA EN ARC-TEXTO VA AL LISTADO DE IMPRESION,
      *    AL DOCUMENTO ELECTRONICO O A AMBOS SEGUN EL MEDIO DE
      *    ENVIO, Y SE ARCHIVA SIEMPRE.
           IF WS-ENV-IMPRESO
              WRITE REG-SALIDA FROM ARC-TEXTO
           END-IF

           IF WS-ENV-CORREO
              ADD 1 TO WS-ELE-LINEA
              MOVE WS-CLAVE-ABIERTA (1:2) TO ELE-TIPCUEN
              MOVE WS-CLAVE-ABIERTA (3:8) TO ELE-NROCUEN
              MOVE WS-PERIODO-ARC         TO ELE-PERIODO
              MOVE WS-ELE-LINEA           TO ELE-LINEA
              MOVE ARC-TEXTO              TO ELE-TEXTO
              WRITE REG-RESELE
              IF FS-RESELE IS NOT EQUAL '00'
                 DISPLAY '* ERROR EN WRITE RESELE    = ' FS-RESELE
                 MOVE 9999 TO RETURN-CODE
                 SET WS-FIN TO TRUE
              END-IF
           END-IF

           PERFORM 3900-ARCHIVAR-LINEA THRU F-3900-ARCHIVAR-LINEA.

       F-3800-EMITIR-LINEA. EXIT.
      **************************************************************
       3850-GRABAR-INDICE.
      *    UN REGISTRO DE INDICE POR RESUMEN ELECTRONICO, AL
      *    CERRARLO, CON LA CANTIDAD DE LINEAS DEL DOCUMENTO.
           MOVE SPACES                 TO WS-REG-RESIDX
           MOVE WS-CLAVE-ABIERTA (1:2) TO RIX-TIPCUEN
           MOVE WS-CLAVE-ABIERTA (3:8) TO RIX-NROCUEN
           MOVE WS-PERIODO-ARC         TO RIX-PERIODO
           MOVE PEN-NROCLI             TO RIX-NROCLI
           MOVE WS-C2-TIPDOC           TO RIX-TIPDOC
           MOVE WS-C2-NRODOC           TO RIX-NRODOC
           MOVE WS-C2-NOMAPE           TO RIX-NOMAPE
           MOVE PEN-CORREO             TO RIX-CORREO
           MOVE WS-MEDIO-ENVIO         TO RIX-MEDIO
           MOVE WS-ELE-LINEA           TO RIX-LINEAS

           WRITE REG-RESIDX FROM WS-REG-RESIDX

           IF FS-RESIDX IS NOT EQUAL '00'
              DISPLAY '* ERROR EN WRITE RESIDX    = ' FS-RESIDX
              MOVE 9999 TO RETURN-CODE
              SET WS-FIN TO TRUE
           END-IF.

       F-3850-GRABAR-INDICE. EXIT.
      **************************************************************
       3900-ARCHIVAR-LINEA.
      *    ARCHIVA LA ULTIMA LINEA IMPRESA BAJO CUENTA + PERIODO +
                     MOVE WS-TCL-NOMAPE (WS-TCL-IDX) TO WS-C3-NOMAPE
                     MOVE WS-TCL-TIPDOC (WS-TCL-IDX) TO WS-C3-TIPDOC
                     MOVE WS-TCL-NRODOC (WS-TCL-IDX) TO WS-C3-NRODOC
                     MOVE WS-LIN-CABEC3 TO ARC-TEXTO
                  ELSE
                     MOVE WS-TCO-NROCLI (WS-TCO-SUB) TO WS-CN-NROCLI
                     MOVE WS-LIN-COTIT-NC TO ARC-TEXTO
                  END-IF
                  PERFORM 3800-EMITIR-LINEA
                          THRU F-3800-EMITIR-LINEA
               END-IF
           END-PERFORM.

           IF WS-CLAVE-ABIERTA IS NOT EQUAL HIGH-VALUES
              AND WS-EMITIR
              MOVE WS-MOV-RESUMEN TO WS-LP-CANT
              MOVE WS-LIN-PIE TO ARC-TEXTO
              PERFORM 3800-EMITIR-LINEA THRU F-3800-EMITIR-LINEA

      *    SALDO FINAL DEL MOTOR Y PRUEBA DE CUADRE: EL RESUMEN
      *    CUYO SALDO CORRIDO NO COINCIDE CON EL CIERRE DEL MOTOR
              END-PERFORM

              MOVE WS-SALDO-FINAL TO WS-SF-SALDO
              MOVE WS-LIN-SALFIN TO ARC-TEXTO
              PERFORM 3800-EMITIR-LINEA THRU F-3800-EMITIR-LINEA

              IF WS-SALDO-CORRIDO IS NOT EQUAL WS-SALDO-FINAL
                 ADD 1 TO WS-CANT-NO-CUADRAN
                 MOVE WS-LIN-NOCUADRA TO ARC-TEXTO
                 PERFORM 3800-EMITIR-LINEA
                         THRU F-3800-EMITIR-LINEA
              END-IF

              PERFORM 3500-ANEXAR-NOTAS

              PERFORM 3400-ANEXAR-CAMPANIAS
                      THRU F-3400-ANEXAR-CAMPANIAS

              IF WS-ENV-CORREO
                 PERFORM 3850-GRABAR-INDICE
                         THRU F-3850-GRABAR-INDICE
              END-IF
           END-IF.

       F-3100-CERRAR-RESUMEN. EXIT.
           MOVE COI-MOV-IMPORTE TO WS-LM-IMPORTE
           MOVE COI-MOV-DBCR    TO WS-LM-DBCR
           MOVE WS-SALDO-CORRIDO TO WS-LM-SALDO
           MOVE WS-LIN-MOV TO ARC-TEXTO
           PERFORM 3800-EMITIR-LINEA THRU F-3800-EMITIR-LINEA

           IF FS-SALIDA IS NOT EQUAL '00'
              DISPLAY '* ERROR EN WRITE SALIDA    = ' FS-SALIDA
                  MOVE 9999 TO RETURN-CODE
                 END-IF

             IF WS-HAY-PREENV
                CLOSE PREFENV
             END-IF

             IF WS-HAY-CONSENT
                CLOSE CONSENT
             END-IF

             IF WS-HAY-HOGARES
                CLOSE SOBRES
                IF FS-SOBRES IS NOT EQUAL '00'
                   DISPLAY '* ERROR EN CLOSE SOBRES    = '
                                             FS-SOBRES
                   MOVE 9999 TO RETURN-CODE
                END-IF
             END-IF

             CLOSE RESELE
                 IF FS-RESELE IS NOT EQUAL '00'
                  DISPLAY '* ERROR EN CLOSE RESELE    = '
                                            FS-RESELE
                  MOVE 9999 TO RETURN-CODE
                 END-IF

             CLOSE RESIDX
                 IF FS-RESIDX IS NOT EQUAL '00'
                  DISPLAY '* ERROR EN CLOSE RESIDX    = '
                                            FS-RESIDX
                  MOVE 9999 TO RETURN-CODE
                 END-IF

             CLOSE RESIMP
                 IF FS-RESIMP IS NOT EQUAL '00'
                  DISPLAY '* ERROR EN CLOSE RESIMP    = '
                                            FS-RESIMP
                  MOVE 9999 TO RETURN-CODE
                 END-IF

      **************************************
      *   HOJA DE CONTROL DE IMPRESION     *
      **************************************
                 WRITE REG-SALIDA FROM WS-LIN-XCAMP
             END-PERFORM

             PERFORM VARYING WS-TSB-SUB FROM 1 BY 1
                     UNTIL WS-TSB-SUB > WS-TSB-CONT
                 MOVE WS-TSB-SUC      (WS-TSB-SUB) TO WS-LS-SUC
                 MOVE WS-TSB-IMPRESOS (WS-TSB-SUB) TO WS-LS-IMPRESOS
                 MOVE WS-TSB-CORREO   (WS-TSB-SUB) TO WS-LS-CORREO
                 MOVE WS-TSB-SOLO-COR (WS-TSB-SUB) TO WS-LS-SOLO-COR
                 WRITE REG-SALIDA FROM WS-LIN-XSUC
             END-PERFORM

             IF WS-HAY-HOGARES
                MOVE WS-CANT-CONSOLIDADOS  TO WS-LC-CONSOL
                MOVE WS-CANT-SOBRES-AHORRO TO WS-LC-AHORRO
                WRITE REG-SALIDA FROM WS-LIN-CONSOL
             END-IF

             CLOSE SALIDA
                 IF FS-SALIDA   IS NOT EQUAL '00'
                  DISPLAY '* ERROR EN CLOSE SALIDA    = '
                                               WS-CANT-SUCESION
             DISPLAY ' NOTAS DE AJUSTE ANEXADAS    :  '
                                               WS-NOT-ANEXADAS
             DISPLAY ' RESUMENES IMPRESOS          :  '
                                               WS-CANT-IMPRESOS
             DISPLAY ' RESUMENES ELECTRONICOS      :  '
                                               WS-CANT-ELECTRONICOS
             DISPLAY ' A PAPEL POR CORREO REBOTADO :  '
                                               WS-CANT-REBOTADOS
             DISPLAY ' SIN CAMPANIAS POR CONSENTIM.:  '
                                               WS-CANT-SIN-CONSENT
             DISPLAY ' RESUMENES DE HOGAR CONSOL.  :  '
                                               WS-CANT-CONSOLIDADOS
             DISPLAY ' SOBRES AHORRADOS POR HOGAR  :  '
                                               WS-CANT-SOBRES-AHORRO
             DISPLAY ' SIN CAMPANIAS POR HOGAR     :  '
                                               WS-CANT-CAMP-HOGAR
             DISPLAY '***************************************'

           END-IF.
