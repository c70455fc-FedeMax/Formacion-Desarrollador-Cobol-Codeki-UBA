      *  DE SALDOS CON LA FECHA DE NEGOCIO DE DDFECPRO, Y CADA     *
      *  EMPRESA RECIBE EN DDRETOR SU ARCHIVO DE VUELTA CON LOS    *
      *  CREDITOS RECHAZADOS Y EL MOTIVO.                          *
      *  CADA CUENTA ACREDITADA QUEDA REGISTRADA COMO CUENTA       *
      *  SUELDO ('S') EN EL REGISTRO DE EXENCIONES DEL IMPUESTO A  *
      *  LOS DEBITOS Y CREDITOS DDEXEIDC (LAYOUT CPEXEIDC) DESDE   *
      *  LA FECHA DE NEGOCIO, SI NO TENIA YA UNA EXENCION. SIN EL  *
      *  REGISTRO LOS HABERES SE ACREDITAN IGUAL.                  *
      **************************************************************
       ENVIRONMENT DIVISION.
      **************************************************************

            SELECT RETORNO ASSIGN TO DDRETOR
                 FILE STATUS IS FS-RETORNO.

            SELECT EXENCION ASSIGN TO DDEXEIDC
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS MAE-EXI-CLAVE
                 FILE STATUS IS FS-EXENCION.
      **************************************************************
       I-O-CONTROL.

           05  RET-CUIT             PIC 9(11).
           05  RET-DETALLE          PIC X(40).
           05  RET-MOTIVO           PIC X(29).
      **************************************************************
       FD   EXENCION.

       01   REG-EXENCION.
           03  MAE-EXI-CLAVE        PIC X(10).
           03  FILLER               PIC X(50).
      **************************************************************
       WORKING-STORAGE SECTION.

       77  FS-FECHAPRO     PIC XX    VALUE SPACES.
       77  FS-MOVNOM       PIC XX    VALUE SPACES.
       77  FS-RETORNO      PIC XX    VALUE SPACES.
       77  FS-EXENCION     PIC XX    VALUE SPACES.

       01  WS-FLAG-EXENCION           PIC X       VALUE 'N'.
           88  WS-HAY-EXENCION                    VALUE 'S'.

      *****************REGISTRO DE TRANSMISION*************************
       01  WS-REG-TRANS.
       77  WS-LOTES-RECHAZADOS        PIC 9(05)   VALUE ZEROES.
       77  WS-CRED-EMITIDOS           PIC 9(07)   VALUE ZEROES.
       77  WS-CRED-DEVUELTOS          PIC 9(05)   VALUE ZEROES.
       77  WS-CTAS-SUELDO-ALTAS       PIC 9(05)   VALUE ZEROES.

      *****************FECHA DE NEGOCIO Y AREAS DE MODULOS*************
           COPY CPFECPRO.

           COPY MOVIMCC.

           COPY CPEXEIDC.

       77  FILLER        PIC X(26) VALUE '* FINAL  WORKING-STORAGE *'.
      **************************************************************
       PROCEDURE DIVISION.
              SET  FS-ENTRADA-FIN TO TRUE
           END-IF

      *    EL REGISTRO DE EXENCIONES SE CREA SI NO EXISTE; SI NO SE
      *    PUEDE ABRIR SOLO SE AVISA Y SE ACREDITA IGUAL.
           OPEN I-O EXENCION.

           IF FS-EXENCION IS EQUAL '35'
              OPEN OUTPUT EXENCION
              CLOSE EXENCION
              OPEN I-O EXENCION
           END-IF

           IF FS-EXENCION IS EQUAL '00'
              SET WS-HAY-EXENCION TO TRUE
           ELSE
              DISPLAY '* SIN REGISTRO DE EXENCIONES, FS = '
                      FS-EXENCION ', NO SE REGISTRAN CUENTAS SUELDO'
           END-IF

           PERFORM 1100-LEER-FECHA THRU F-1100-LEER-FECHA.

       F-1000-INICIO.   EXIT.
                     SET FS-ENTRADA-FIN TO TRUE
                  ELSE
                     ADD 1 TO WS-CRED-EMITIDOS
                     PERFORM 3500-REGISTRAR-SUELDO
                             THRU F-3500-REGISTRAR-SUELDO
                  END-IF
               END-IF
               END-IF
           END-IF.

       F-3400-DEVOLVER-DETALLE. EXIT.
      **************************************************************
       3500-REGISTRAR-SUELDO.
      *    LA CUENTA QUE RECIBE HABERES QUEDA EXENTA COMO CUENTA
      *    SUELDO; SI YA TENIA UNA EXENCION (SUELDO O CERTIFICADO)
      *    NO SE TOCA.
           IF NOT WS-HAY-EXENCION
              GO TO F-3500-REGISTRAR-SUELDO
           END-IF

           MOVE SPACES                      TO WS-REG-EXEIDC
           MOVE WS-DET-TIPCUEN (WS-DET-SUB) TO EXI-TIPCUEN
           MOVE WS-DET-NROCUEN (WS-DET-SUB) TO EXI-NROCUEN
           MOVE 'S'                         TO EXI-CATEGORIA
           MOVE ZEROS                       TO EXI-ALIC-DEBITO
           MOVE ZEROS                       TO EXI-ALIC-CREDITO
           MOVE WS-FECHA-NEGOCIO-R          TO EXI-VIG-DESDE
           MOVE ZEROS                       TO EXI-VIG-HASTA

           WRITE REG-EXENCION FROM WS-REG-EXEIDC

           EVALUATE FS-EXENCION
             WHEN '00'
                  ADD 1 TO WS-CTAS-SUELDO-ALTAS

             WHEN '22'
                  CONTINUE

             WHEN OTHER
                  DISPLAY '* ERROR EN WRITE EXENCION = ' FS-EXENCION
                  MOVE 9999 TO RETURN-CODE
                  SET FS-ENTRADA-FIN TO TRUE
           END-EVALUATE.

       F-3500-REGISTRAR-SUELDO. EXIT.
      **************************************************************
       4000-RECHAZAR-LOTE.
      *    EL LOTE COMPLETO VUELVE A LA EMPRESA CON EL MOTIVO EN
                  MOVE 9999 TO RETURN-CODE
                 END-IF

             IF WS-HAY-EXENCION
                CLOSE EXENCION
                IF FS-EXENCION IS NOT EQUAL '00'
                   DISPLAY '* ERROR EN CLOSE EXENCION = '
                                             FS-EXENCION
                   MOVE 9999 TO RETURN-CODE
                END-IF
             END-IF

             DISPLAY '***************************************'
             DISPLAY ' LOTES RECIBIDOS             :  ' WS-CANT-LOTES
             DISPLAY ' LOTES ACEPTADOS             :  '
                                               WS-CRED-EMITIDOS
             DISPLAY ' CREDITOS DEVUELTOS          :  '
                                               WS-CRED-DEVUELTOS
             DISPLAY ' CUENTAS SUELDO REGISTRADAS  :  '
                                               WS-CTAS-SUELDO-ALTAS
             DISPLAY '***************************************'

           END-IF.
