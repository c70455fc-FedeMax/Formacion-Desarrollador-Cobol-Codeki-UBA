      *  ESTADOS: A = ACTIVO, B = BLOQUEADO, F = FALLECIDO. EL     *
      *  ESTADO A BORRA LA MARCA (EL CLIENTE VUELVE A SER COMO     *
      *  TODOS); CUALQUIER OTRO LA GRABA O LA PISA.                *
      *  CUANDO UN CLIENTE PASA A BLOQUEADO O FALLECIDO SE REVOCAN *
      *  ADEMAS TODOS LOS PODERES VIGENTES OTORGADOS SOBRE SUS     *
      *  CUENTAS EN EL MAESTRO DE FIRMANTES AUTORIZADOS DDFIRMAS   *
      *  (LAYOUT CPFIRMAS), CON LA FECHA DE LA NOVEDAD, Y CADA     *
      *  REVOCACION SALE LISTADA EN DDREVOC PARA LA SUCURSAL.      *
      **************************************************************
       ENVIRONMENT DIVISION.
      **************************************************************

            SELECT RECHAZOS ASSIGN TO DDRECHA
                 FILE STATUS IS FS-RECHAZO.

            SELECT FIRMAS ASSIGN TO DDFIRMAS
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS MAE-FIR-CLAVE
                 FILE STATUS IS FS-FIRMAS.

            SELECT REVOCA ASSIGN TO DDREVOC
                 FILE STATUS IS FS-REVOCA.
      **************************************************************
       I-O-CONTROL.

       01   REG-RECHAZO.
           05  RCH-NOVEDAD          PIC X(80).
           05  RCH-MOTIVO           PIC X(30).
      **************************************************************
       FD   FIRMAS.

       01   REG-FIRMAS.
           03  MAE-FIR-CLAVE        PIC X(23).
           03  FILLER               PIC X(77).
      **************************************************************
       FD   REVOCA
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01   REG-REVOCA              PIC X(80).
      **************************************************************
       WORKING-STORAGE SECTION.


       77  FS-RECHAZO      PIC XX    VALUE SPACES.

       77  FS-FIRMAS       PIC XX    VALUE SPACES.
           88  FS-FIRMAS-FIN         VALUE '10'.

       77  FS-REVOCA       PIC XX    VALUE SPACES.

           COPY CPFIRMAS.

      *********************CONTADORES*******************************
       77  WS-CANT-LEIDAS             PIC 9(05)   VALUE ZEROES.
       77  WS-MARCAS-GRABADAS         PIC 9(05)   VALUE ZEROES.
       77  WS-MARCAS-LEVANTADAS       PIC 9(05)   VALUE ZEROES.
       77  WS-CANT-RECHAZADAS         PIC 9(05)   VALUE ZEROES.
       77  WS-PODERES-REVOCADOS       PIC 9(05)   VALUE ZEROES.

      *****************CLIENTES BLOQUEADOS O FALLECIDOS****************
       77  WS-TBA-CONT     PIC 9(04) USAGE COMP VALUE ZEROS.
       77  WS-TBA-SUB      PIC 9(04) USAGE COMP VALUE ZEROS.
       77  WS-TBA-IDX      PIC 9(04) USAGE COMP VALUE ZEROS.
       01  WS-TABLA-BAJAS.
           03  WS-TBA      OCCURS 2000 TIMES.
               05  WS-TBA-DOC       PIC X(13).
               05  WS-TBA-ESTADO    PIC X(01).
               05  WS-TBA-FECHA     PIC 9(08).

       01  WS-DOC-TITULAR.
           05  WS-DT-TIPDOC         PIC X(02).
           05  WS-DT-NRODOC         PIC 9(11).

      *****************LINEAS DEL LISTADO DE REVOCACIONES**************
       01  WS-LIN-TITULO.
           05  FILLER               PIC X(40)   VALUE
           ' PODERES REVOCADOS POR BLOQUEO O FALLECI'.
           05  FILLER               PIC X(40)   VALUE
           'MIENTO DEL TITULAR                      '.

       01  WS-LIN-REVOCA.
           05  FILLER               PIC X(08)   VALUE ' CUENTA '.
           05  WS-LR-TIPCUEN        PIC X(02).
           05  FILLER               PIC X(01)   VALUE '-'.
           05  WS-LR-NROCUEN        PIC 9(08).
           05  FILLER               PIC X(09)   VALUE ' TITULAR '.
           05  WS-LR-TIT-TIPDOC     PIC X(02).
           05  FILLER               PIC X(01)   VALUE SPACE.
           05  WS-LR-TIT-NRODOC     PIC 9(11).
           05  FILLER               PIC X(10)   VALUE ' FIRMANTE '.
           05  WS-LR-TIPDOC         PIC X(02).
           05  FILLER               PIC X(01)   VALUE SPACE.
           05  WS-LR-NRODOC         PIC 9(11).
           05  FILLER               PIC X(01)   VALUE SPACE.
           05  WS-LR-MOTIVO         PIC X(09).
           05  FILLER               PIC X(04)   VALUE SPACES.

       01  WS-LIN-TOTAL.
           05  FILLER               PIC X(21)   VALUE
           ' PODERES REVOCADOS : '.
           05  WS-LTO-CANT          PIC ZZZZ9.
           05  FILLER               PIC X(54)   VALUE SPACES.

       77  FILLER        PIC X(26) VALUE '* FINAL  WORKING-STORAGE *'.
      **************************************************************
           PERFORM 2000-PROCESO  THRU  F-2000-PROCESO
                   UNTIL FS-NOVEDAD-FIN.

           PERFORM 5000-REVOCAR-PODERES THRU F-5000-REVOCAR-PODERES.

           PERFORM 9999-FINAL    THRU  F-9999-FINAL.

       F-MAIN-PROGRAM. GOBACK.
              DISPLAY '* ERROR EN OPEN RECHAZOS  = ' FS-RECHAZO
              MOVE 9999 TO RETURN-CODE
              SET  FS-NOVEDAD-FIN TO TRUE
           END-IF

           OPEN OUTPUT REVOCA.

           IF FS-REVOCA IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN REVOCA    = ' FS-REVOCA
              MOVE 9999 TO RETURN-CODE
              SET  FS-NOVEDAD-FIN TO TRUE
           ELSE
              WRITE REG-REVOCA FROM WS-LIN-TITULO
           END-IF.

       F-1000-INICIO.   EXIT.
                 END-IF
              NOT INVALID KEY
                 ADD 1 TO WS-MARCAS-GRABADAS
           END-WRITE

           IF RETURN-CODE IS NOT EQUAL 9999
              PERFORM 3150-ANOTAR-BAJA THRU F-3150-ANOTAR-BAJA
           END-IF.

       F-3100-GRABAR-MARCA. EXIT.
      **************************************************************
       3150-ANOTAR-BAJA.
      *    GUARDA EL DOCUMENTO PARA REVOCAR AL FINAL LOS PODERES
      *    SOBRE SUS CUENTAS. SI VIENE DOS VECES QUEDA EL ULTIMO
      *    ESTADO (UN BLOQUEADO QUE PASA A FALLECIDO).
           MOVE ZEROS TO WS-TBA-IDX

           PERFORM VARYING WS-TBA-SUB FROM 1 BY 1
                   UNTIL WS-TBA-SUB > WS-TBA-CONT
                      OR WS-TBA-IDX > 0
               IF WS-TBA-DOC (WS-TBA-SUB) IS EQUAL MAE-EST-CLAVE
                  MOVE WS-TBA-SUB TO WS-TBA-IDX
               END-IF
           END-PERFORM

           IF WS-TBA-IDX IS EQUAL ZEROS
              IF WS-TBA-CONT < 2000
                 ADD 1 TO WS-TBA-CONT
                 MOVE WS-TBA-CONT TO WS-TBA-IDX
              ELSE
                 DISPLAY '* ATENCION: TABLA DE BAJAS LLENA (2000), '
                         'NO SE REVOCAN PODERES DE ' MAE-EST-CLAVE
                 GO TO F-3150-ANOTAR-BAJA
              END-IF
           END-IF

           MOVE MAE-EST-CLAVE TO WS-TBA-DOC    (WS-TBA-IDX)
           MOVE NES-ESTADO    TO WS-TBA-ESTADO (WS-TBA-IDX)
           MOVE NES-FECHA     TO WS-TBA-FECHA  (WS-TBA-IDX).

       F-3150-ANOTAR-BAJA. EXIT.
      **************************************************************
       4100-GRABAR-RECHAZO.

           END-IF.

       F-4100-GRABAR-RECHAZO. EXIT.
      **************************************************************
       5000-REVOCAR-PODERES.
      *    RECORRE EL MAESTRO DE FIRMANTES Y REVOCA LOS PODERES
      *    VIGENTES CUYO TITULAR QUEDO BLOQUEADO O FALLECIDO EN
      *    ESTA CORRIDA. SIN MAESTRO NO HAY PODERES QUE REVOCAR.
           IF RETURN-CODE IS EQUAL 9999 OR WS-TBA-CONT IS EQUAL ZEROS
              GO TO F-5000-REVOCAR-PODERES
           END-IF

           OPEN I-O FIRMAS.

           IF FS-FIRMAS IS NOT EQUAL '00'
              DISPLAY '* SIN MAESTRO DE FIRMANTES, NO SE REVOCAN '
                      'PODERES'
              GO TO F-5000-REVOCAR-PODERES
           END-IF

           MOVE LOW-VALUES TO MAE-FIR-CLAVE
           START FIRMAS KEY IS NOT LESS MAE-FIR-CLAVE
              INVALID KEY
                 SET FS-FIRMAS-FIN TO TRUE
           END-START

           PERFORM 5100-REVISAR-PODER THRU F-5100-REVISAR-PODER
                   UNTIL FS-FIRMAS-FIN

           CLOSE FIRMAS.

       F-5000-REVOCAR-PODERES. EXIT.
      **************************************************************
       5100-REVISAR-PODER.

           READ FIRMAS NEXT INTO WS-REG-FIRMAS

           EVALUATE FS-FIRMAS
             WHEN '00'
                  CONTINUE
             WHEN '10'
                  GO TO F-5100-REVISAR-PODER
             WHEN OTHER
                  DISPLAY '* ERROR EN LECTURA FIRMAS   = ' FS-FIRMAS
                  MOVE 9999 TO RETURN-CODE
                  SET FS-FIRMAS-FIN TO TRUE
                  GO TO F-5100-REVISAR-PODER
           END-EVALUATE

           IF NOT FIR-VIGENTE
              GO TO F-5100-REVISAR-PODER
           END-IF

           MOVE FIR-TIT-TIPDOC TO WS-DT-TIPDOC
           MOVE FIR-TIT-NRODOC TO WS-DT-NRODOC
           MOVE ZEROS          TO WS-TBA-IDX

           PERFORM VARYING WS-TBA-SUB FROM 1 BY 1
                   UNTIL WS-TBA-SUB > WS-TBA-CONT
                      OR WS-TBA-IDX > 0
               IF WS-TBA-DOC (WS-TBA-SUB) IS EQUAL WS-DOC-TITULAR
                  MOVE WS-TBA-SUB TO WS-TBA-IDX
               END-IF
           END-PERFORM

           IF WS-TBA-IDX IS EQUAL ZEROS
              GO TO F-5100-REVISAR-PODER
           END-IF

           SET  FIR-REVOCADO                TO TRUE
           MOVE WS-TBA-FECHA (WS-TBA-IDX)   TO FIR-FEC-REVOCA
                                               FIR-FEC-MODIF
           IF WS-TBA-ESTADO (WS-TBA-IDX) IS EQUAL 'F'
              MOVE 'F'         TO FIR-MOTIVO
              MOVE 'FALLECIDO' TO WS-LR-MOTIVO
           ELSE
              MOVE 'K'         TO FIR-MOTIVO
              MOVE 'BLOQUEADO' TO WS-LR-MOTIVO
           END-IF

           REWRITE REG-FIRMAS FROM WS-REG-FIRMAS

           IF FS-FIRMAS IS NOT EQUAL '00'
              DISPLAY '* ERROR EN REWRITE FIRMAS = ' FS-FIRMAS
              MOVE 9999 TO RETURN-CODE
              SET FS-FIRMAS-FIN TO TRUE
              GO TO F-5100-REVISAR-PODER
           END-IF

           ADD 1 TO WS-PODERES-REVOCADOS

           MOVE FIR-TIPCUEN    TO WS-LR-TIPCUEN
           MOVE FIR-NROCUEN    TO WS-LR-NROCUEN
           MOVE FIR-TIT-TIPDOC TO WS-LR-TIT-TIPDOC
           MOVE FIR-TIT-NRODOC TO WS-LR-TIT-NRODOC
           MOVE FIR-TIPDOC     TO WS-LR-TIPDOC
           MOVE FIR-NRODOC     TO WS-LR-NRODOC
           WRITE REG-REVOCA FROM WS-LIN-REVOCA

           IF FS-REVOCA IS NOT EQUAL '00'
              DISPLAY '* ERROR EN WRITE REVOCA   = ' FS-REVOCA
              MOVE 9999 TO RETURN-CODE
              SET FS-FIRMAS-FIN TO TRUE
           END-IF.

       F-5100-REVISAR-PODER. EXIT.
      **************************************************************
       9999-FINAL.

                  MOVE 9999 TO RETURN-CODE
                 END-IF

             MOVE WS-PODERES-REVOCADOS TO WS-LTO-CANT
             WRITE REG-REVOCA FROM WS-LIN-TOTAL
             CLOSE REVOCA
                 IF FS-REVOCA IS NOT EQUAL '00'
                  DISPLAY '* ERROR EN CLOSE REVOCA   = '
                                            FS-REVOCA
                  MOVE 9999 TO RETURN-CODE
                 END-IF

             DISPLAY '***************************************'
             DISPLAY ' NOVEDADES DE ESTADO LEIDAS   :  '
                                               WS-CANT-LEIDAS
                                               WS-MARCAS-LEVANTADAS
             DISPLAY ' NOVEDADES RECHAZADAS         :  '
                                               WS-CANT-RECHAZADAS
             DISPLAY ' PODERES REVOCADOS            :  '
                                               WS-PODERES-REVOCADOS
             DISPLAY '***************************************'

           END-IF.
