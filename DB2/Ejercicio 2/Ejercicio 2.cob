      *  08/08/26* ALTA DEL PROGRAMA     * MA  *
      *  23/08/26* REINTENTO AUTOMATICO ANTE -911/* MA  *
      *          * -913 CON ESPERA PARAMETRIZADA  *     *
      *  15/10/26* EXTRACTO DE DOMICILIO * MA  *
      *  15/10/26* EXTRACTO DE PERSONAS JURIDICAS* MA  *
      *  15/10/26* EXTRACTO ORDENADO POR * MA  *
      *          * TIPDOC Y NRODOC       *     *
      **************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

             SELECT TARJETA ASSIGN DDCTRL
             FILE STATUS IS FS-CONTROL.

             SELECT DOMICIL ASSIGN DDDOMIC
             FILE STATUS IS FS-DOMICIL.

             SELECT PERJUR ASSIGN DDPERJUR
             FILE STATUS IS FS-PERJUR.
            SELECT ESTADIS ASSIGN TO DDESTAD
                 FILE STATUS IS FS-ESTAD.

           05  RS-SEXO       PIC X(01).
           05  RS-FECNAC     PIC X(08).

      *    DOMICILIO POR CLIENTE PARA EL ARMADO DE HOGARES; VA
      *    APARTE PARA NO CAMBIAR EL LARGO DEL EXTRACTO DE CLIENTES
      *    QUE LEEN LOS DEMAS PROCESOS.
       FD  DOMICIL
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01  REG-DOMICIL       PIC X(40).

      *    PERSONAS JURIDICAS (TIPPERS = 'J') CON SU RAZON SOCIAL Y
      *    FECHA DE CONSTITUCION, TAMBIEN APARTE DEL EXTRACTO.
       FD  PERJUR
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01  REG-PERJUR        PIC X(60).

       FD  TARJETA
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       77  FS-SALIDA        PIC XX    VALUE SPACES.
       77  FS-CONTROL       PIC XX    VALUE SPACES.
       77  FS-DOMICIL       PIC XX    VALUE SPACES.
       77  FS-PERJUR        PIC XX    VALUE SPACES.

      *****************ESQUEMA ORIGEN COMO PARAMETRO*******************
      *    SE LEE DE LA TARJETA DE CONTROL EN 1000-I-INICIO; SI NO SE
      ******************************************************************

       77  WS-TOT-EXTRA     PIC 9(5)  VALUE ZEROS.
       77  WS-TOT-PERJUR    PIC 9(5)  VALUE ZEROS.

      *****************REINTENTO ANTE DEADLOCK / TIMEOUT***************
      *    UN -911/-913 EN EL FETCH CONTRA LA COLA DEL ONLINE YA NO

      *****************AREA DE COPYS***********************
           COPY CLICOMUN.

           COPY CPDOMCLI.

           COPY CPPERJUR.
      *****************************************************

       77  FILLER        PIC X(26) VALUE '* VARIABLES SQL          *'.
              SET  WS-FIN-PROCESO TO TRUE
           END-IF.

           OPEN OUTPUT DOMICIL.

           IF FS-DOMICIL  IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN DOMICIL  = ' FS-DOMICIL
              MOVE 9999 TO RETURN-CODE
              SET  WS-FIN-PROCESO TO TRUE
           END-IF.

           OPEN OUTPUT PERJUR.

           IF FS-PERJUR   IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN PERJUR   = ' FS-PERJUR
              MOVE 9999 TO RETURN-CODE
              SET  WS-FIN-PROCESO TO TRUE
           END-IF.

           OPEN INPUT  TARJETA.
           IF FS-CONTROL IS EQUAL '00'
              READ TARJETA
           EXEC SQL
                DECLARE CUR-CLIEN CURSOR FOR
                     SELECT TIPDOC, NRODOC, NROCLI,
                            NOMAPE, SEXO, FECNAC,
                            DOMICILIO, TIPPERS
                       FROM TBCURCLI
                      ORDER BY TIPDOC, NRODOC
           END-EXEC.

           EXEC SQL
                FETCH CUR-CLIEN
                     INTO :CCOM-TIP-DOC,  :CCOM-NRO-DOC,
                          :CCOM-NRO-CLI,  :CCOM-APELLIDO,
                          :CCOM-SEXO,     :CCOM-FECNAC,
                          :CCOM-DOMICILIO, :CCOM-TIPO-PERSONA
           END-EXEC.

           EVALUATE SQLCODE
              SET WS-FIN-PROCESO TO TRUE
           END-IF

           CLOSE DOMICIL
           OPEN OUTPUT DOMICIL

           IF FS-DOMICIL IS NOT EQUAL '00'
              DISPLAY '* ERROR EN REOPEN DOMICIL = ' FS-DOMICIL
              MOVE 9999 TO RETURN-CODE
              SET WS-FIN-PROCESO TO TRUE
           END-IF

           CLOSE PERJUR
           OPEN OUTPUT PERJUR

           IF FS-PERJUR IS NOT EQUAL '00'
              DISPLAY '* ERROR EN REOPEN PERJUR = ' FS-PERJUR
              MOVE 9999 TO RETURN-CODE
              SET WS-FIN-PROCESO TO TRUE
           END-IF

           MOVE ZEROS TO WS-TOT-EXTRA
           MOVE ZEROS TO WS-TOT-PERJUR

           EXEC SQL
                OPEN CUR-CLIEN
              ADD 1 TO WS-TOT-EXTRA
           END-IF.

           MOVE CCOM-TIP-DOC   TO DOM-TIPDOC.
           MOVE CCOM-NRO-DOC   TO DOM-NRODOC.
           MOVE CCOM-NRO-CLI   TO DOM-NROCLI.
           MOVE CCOM-DOMICILIO TO DOM-DOMICILIO.

           WRITE REG-DOMICIL FROM WS-REG-DOMCLI.

           IF FS-DOMICIL IS NOT EQUAL '00'
              DISPLAY '* ERROR EN WRITE DOMICIL = ' FS-DOMICIL
              MOVE 9999 TO RETURN-CODE
              SET WS-FIN-PROCESO TO TRUE
           END-IF.

           IF CCOM-PERSONA-JURIDICA
              MOVE SPACES         TO WS-REG-PERJUR
              MOVE CCOM-TIP-DOC   TO PJU-TIPDOC
              MOVE CCOM-NRO-DOC   TO PJU-NRODOC
              MOVE CCOM-NRO-CLI   TO PJU-NROCLI
              MOVE CCOM-APELLIDO  TO PJU-RAZON-SOCIAL
              MOVE CCOM-FECNAC    TO PJU-FEC-CONSTIT

              WRITE REG-PERJUR FROM WS-REG-PERJUR

              IF FS-PERJUR IS NOT EQUAL '00'
                 DISPLAY '* ERROR EN WRITE PERJUR  = ' FS-PERJUR
                 MOVE 9999 TO RETURN-CODE
                 SET WS-FIN-PROCESO TO TRUE
              ELSE
                 ADD 1 TO WS-TOT-PERJUR
              END-IF
           END-IF.

       F-2200-GRABAR. EXIT.
      **************************************
      *                                    *
              MOVE 9999 TO RETURN-CODE
           END-IF.

           CLOSE DOMICIL.

           IF FS-DOMICIL  IS NOT EQUAL '00'
              DISPLAY '* ERROR EN CLOSE DOMICIL  = ' FS-DOMICIL
              MOVE 9999 TO RETURN-CODE
           END-IF.

           CLOSE PERJUR.

           IF FS-PERJUR   IS NOT EQUAL '00'
              DISPLAY '* ERROR EN CLOSE PERJUR   = ' FS-PERJUR
              MOVE 9999 TO RETURN-CODE
           END-IF.

           DISPLAY '* TOTAL CLIENTES EXTRAIDOS = ' WS-TOT-EXTRA.
           DISPLAY '* PERSONAS JURIDICAS       = ' WS-TOT-PERJUR.

       9999-F-FINAL. EXIT.
      **************************************************************
