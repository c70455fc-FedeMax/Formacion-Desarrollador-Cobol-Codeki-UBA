       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMVTCBF.
       AUTHOR.    FEDERICO FALCON.
      **************************************************************
      *  TARJETAS DE DEBITO QUE VENCEN EL MES QUE VIENE.           *
      *  PASO MENSUAL: RECORRE EL MAESTRO DE TARJETAS DDTARDEB     *
      *  (LAYOUT CPTARDEB, LO MANTIENE PGMTJCBF) Y LISTA EN        *
      *  DDSALI, POR SUCURSAL, LAS TARJETAS ACTIVAS CUYO           *
      *  VENCIMIENTO CAE EN EL MES SIGUIENTE AL DE LA FECHA DE     *
      *  NEGOCIO (DDFECPRO), PARA QUE CADA SUCURSAL PIDA LA        *
      *  REIMPRESION A TIEMPO. LAS BLOQUEADAS Y LAS YA             *
      *  REEMPLAZADAS NO SE LISTAN: NO SE RENUEVAN.                *
      *  CADA SUCURSAL CIERRA CON SU CANTIDAD Y EL INFORME CON EL  *
      *  TOTAL GENERAL.                                            *
      **************************************************************
       ENVIRONMENT DIVISION.
      **************************************************************
       CONFIGURATION SECTION.

       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
      **************************************************************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

            SELECT TARJETAS ASSIGN TO DDTARDEB
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS SEQUENTIAL
                 RECORD KEY IS MAE-TDB-CLAVE
                 FILE STATUS IS FS-TARJETAS.

            SELECT FECHAPRO ASSIGN TO DDFECPRO
                 FILE STATUS IS FS-FECHAPRO.

            SELECT SALIDA ASSIGN TO DDSALI
                 FILE STATUS IS FS-SALIDA.
      **************************************************************
       I-O-CONTROL.

       DATA DIVISION.
       FILE SECTION.
       FD   TARJETAS.

       01   REG-TARJETAS.
           03  MAE-TDB-CLAVE        PIC X(16).
           03  FILLER               PIC X(84).
      **************************************************************
       FD   FECHAPRO
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01   REG-FECHAPRO.
           05  FPR-FECHA            PIC 9(08).
           05  FILLER               PIC X(72).
      **************************************************************
       FD   SALIDA
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01   REG-SALIDA              PIC X(80).
      **************************************************************
       WORKING-STORAGE SECTION.

       77  FILLER        PIC X(26) VALUE '* INICIO WORKING-STORAGE *'.
      **************************************************************

           COPY CPTARDEB.

           COPY CPFECPRO.

       77  FS-TARJETAS     PIC XX    VALUE SPACES.
           88  FS-TARJETAS-FIN       VALUE '10'.
       77  FS-FECHAPRO     PIC XX    VALUE SPACES.
       77  FS-SALIDA       PIC XX    VALUE SPACES.

      *********************CONTADORES*******************************
       77  WS-CANT-LEIDAS             PIC 9(07)   VALUE ZEROES.
       77  WS-CANT-VENCEN             PIC 9(05)   VALUE ZEROES.
       77  WS-CANT-SUCURSAL           PIC 9(05)   VALUE ZEROES.

      *****************MES QUE SE INFORMA (AAAAMM)*********************
       01  WS-MES-AVISO.
           05  WS-MAV-ANIO          PIC 9(04).
           05  WS-MAV-MES           PIC 9(02).
       01  WS-MES-AVISO-R REDEFINES WS-MES-AVISO
                                    PIC 9(06).

      *****************TARJETAS QUE VENCEN EN MEMORIA******************
       77  WS-VEN-CONT     PIC 9(04) USAGE COMP VALUE ZEROS.
       77  WS-VEN-SUB      PIC 9(04) USAGE COMP VALUE ZEROS.
       01  WS-TABLA-VENCEN.
           03  WS-VEN      OCCURS 5000 TIMES.
               05  WS-VEN-SUCURSAL  PIC 9(02).
               05  WS-VEN-NROTARJ   PIC 9(16).
               05  WS-VEN-TIPCUEN   PIC 9(02).
               05  WS-VEN-NROCUEN   PIC 9(08).
               05  WS-VEN-TIPDOC    PIC X(02).
               05  WS-VEN-NRODOC    PIC 9(11).
               05  WS-VEN-FEC-VENC  PIC 9(08).

      *    LAS SUCURSALES VAN DE 00 A 99; SE RECORRE LA TABLA UNA VEZ
      *    POR CADA SUCURSAL QUE TENGA ALGUNA TARJETA.
       77  WS-SUC-ACTUAL   PIC 9(03)  VALUE ZEROS.
       01  WS-SUC-CON-TARJ.
           05  WS-SUC-MARCA         PIC X(01) OCCURS 100 TIMES.
       77  WS-SUC-IDX      PIC 9(03) USAGE COMP VALUE ZEROS.

      *****************LINEAS DEL INFORME******************************
       01  WS-LIN-TITULO.
           05  FILLER               PIC X(44)   VALUE
           ' TARJETAS DE DEBITO ACTIVAS QUE VENCEN EN EL'.
           05  FILLER               PIC X(06)   VALUE ' MES '.
           05  WS-LTI-MES           PIC 9(02).
           05  FILLER               PIC X(01)   VALUE '/'.
           05  WS-LTI-ANIO          PIC 9(04).
           05  FILLER               PIC X(23)   VALUE SPACES.

       01  WS-LIN-SUCURSAL.
           05  FILLER               PIC X(10)   VALUE ' SUCURSAL '.
           05  WS-LSU-SUCURSAL      PIC 9(02).
           05  FILLER               PIC X(68)   VALUE SPACES.

       01  WS-LIN-ENCAB.
           05  FILLER               PIC X(40)   VALUE
           '   TARJETA          CUENTA      TITULAR '.
           05  FILLER               PIC X(40)   VALUE
           '          VENCE'.

       01  WS-LIN-TARJETA.
           05  FILLER               PIC X(03)   VALUE SPACES.
           05  WS-LTA-NROTARJ       PIC 9(16).
           05  FILLER               PIC X(02)   VALUE SPACES.
           05  WS-LTA-TIPCUEN       PIC 9(02).
           05  FILLER               PIC X(01)   VALUE '-'.
           05  WS-LTA-NROCUEN       PIC 9(08).
           05  FILLER               PIC X(02)   VALUE SPACES.
           05  WS-LTA-TIPDOC        PIC X(02).
           05  FILLER               PIC X(01)   VALUE '-'.
           05  WS-LTA-NRODOC        PIC 9(11).
           05  FILLER               PIC X(02)   VALUE SPACES.
           05  WS-LTA-FEC-VENC      PIC 9(08).
           05  FILLER               PIC X(22)   VALUE SPACES.

       01  WS-LIN-CANTIDAD.
           05  WS-LCA-TEXTO         PIC X(30).
           05  WS-LCA-CANT          PIC ZZZZ9.
           05  FILLER               PIC X(45)   VALUE SPACES.

       01  FILLER        PIC X(26) VALUE '* FINAL  WORKING-STORAGE *'.

      **************************************************************
       PROCEDURE DIVISION.
      **************************************
      *                                    *
      *  CUERPO PRINCIPAL DEL PROGRAMA     *
      *                                    *
      **************************************
       MAIN-PROGRAM.

           PERFORM 1000-INICIO  THRU   F-1000-INICIO.

           PERFORM 2000-PROCESO  THRU  F-2000-PROCESO
                   UNTIL FS-TARJETAS-FIN.

           IF RETURN-CODE NOT EQUAL 9999
              PERFORM 8000-INFORMAR THRU F-8000-INFORMAR
           END-IF

           PERFORM 9999-FINAL    THRU  F-9999-FINAL.

       F-MAIN-PROGRAM. GOBACK.

      **************************************
      *                                    *
      *  CUERPO INICIO APERTURA ARCHIVOS   *
      *                                    *
      **************************************
       1000-INICIO.

           MOVE ALL 'N' TO WS-SUC-CON-TARJ

           PERFORM 1100-LEER-FECHA    THRU F-1100-LEER-FECHA.

      *    EL MES SIGUIENTE AL DE LA FECHA DE NEGOCIO.
           MOVE WS-FECHA-NEGOCIO-R (1:6) TO WS-MES-AVISO-R

           IF WS-MAV-MES IS EQUAL 12
              MOVE 1 TO WS-MAV-MES
              ADD 1 TO WS-MAV-ANIO
           ELSE
              ADD 1 TO WS-MAV-MES
           END-IF

           OPEN INPUT TARJETAS.

           IF FS-TARJETAS IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN TARJETAS  = ' FS-TARJETAS
              MOVE 9999 TO RETURN-CODE
              SET  FS-TARJETAS-FIN TO TRUE
           END-IF

           OPEN OUTPUT SALIDA.

           IF FS-SALIDA IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN SALIDA    = ' FS-SALIDA
              MOVE 9999 TO RETURN-CODE
              SET  FS-TARJETAS-FIN TO TRUE
           END-IF.

       F-1000-INICIO.   EXIT.
      **************************************************************
       1100-LEER-FECHA.

           MOVE ZEROS TO WS-FECHA-NEGOCIO-R.

           OPEN INPUT FECHAPRO.

           IF FS-FECHAPRO IS EQUAL '00'
              READ FECHAPRO
                 AT END
                    CONTINUE
                 NOT AT END
                    IF FPR-FECHA IS NUMERIC
                       MOVE FPR-FECHA TO WS-FECHA-NEGOCIO-R
                    END-IF
              END-READ
              CLOSE FECHAPRO
           END-IF.

           IF WS-FECHA-NEGOCIO-R IS EQUAL ZEROS
              ACCEPT WS-FECHA-NEGOCIO FROM DATE YYYYMMDD
           END-IF.

       F-1100-LEER-FECHA. EXIT.
      **************************************************************
       2000-PROCESO.

           READ TARJETAS INTO WS-REG-TARDEB

           EVALUATE FS-TARJETAS
             WHEN '00'
                  ADD 1 TO WS-CANT-LEIDAS
                  IF TDB-ACTIVA
                     AND TDB-FEC-VENC (1:6) IS EQUAL WS-MES-AVISO
                     PERFORM 2100-GUARDAR-TARJETA
                             THRU F-2100-GUARDAR-TARJETA
                  END-IF

              WHEN '10'
                CONTINUE

              WHEN OTHER
              DISPLAY '* ERROR EN LECTURA TARJETAS = ' FS-TARJETAS
              MOVE 9999 TO RETURN-CODE
              SET FS-TARJETAS-FIN TO TRUE

           END-EVALUATE.

       F-2000-PROCESO. EXIT.
      **************************************************************
       2100-GUARDAR-TARJETA.

           IF WS-VEN-CONT NOT LESS 5000
              DISPLAY '* TABLA DE VENCIMIENTOS LLENA (5000), '
                      'INFORME INCOMPLETO'
              MOVE 9999 TO RETURN-CODE
              SET FS-TARJETAS-FIN TO TRUE
              GO TO F-2100-GUARDAR-TARJETA
           END-IF

           ADD 1 TO WS-VEN-CONT
           ADD 1 TO WS-CANT-VENCEN
           MOVE TDB-SUCURSAL    TO WS-VEN-SUCURSAL (WS-VEN-CONT)
           MOVE TDB-NROTARJ     TO WS-VEN-NROTARJ  (WS-VEN-CONT)
           MOVE TDB-TIPCUEN     TO WS-VEN-TIPCUEN  (WS-VEN-CONT)
           MOVE TDB-NROCUEN     TO WS-VEN-NROCUEN  (WS-VEN-CONT)
           MOVE TDB-TIPDOC      TO WS-VEN-TIPDOC   (WS-VEN-CONT)
           MOVE TDB-NRODOC      TO WS-VEN-NRODOC   (WS-VEN-CONT)
           MOVE TDB-FEC-VENC    TO WS-VEN-FEC-VENC (WS-VEN-CONT)

           ADD 1 TO TDB-SUCURSAL GIVING WS-SUC-IDX
           MOVE 'S' TO WS-SUC-MARCA (WS-SUC-IDX).

       F-2100-GUARDAR-TARJETA. EXIT.
      **************************************************************
       8000-INFORMAR.

           MOVE WS-MAV-MES  TO WS-LTI-MES
           MOVE WS-MAV-ANIO TO WS-LTI-ANIO
           MOVE WS-LIN-TITULO TO REG-SALIDA
           PERFORM 8900-GRABAR-SALIDA THRU F-8900-GRABAR-SALIDA

           PERFORM VARYING WS-SUC-ACTUAL FROM 0 BY 1
                   UNTIL WS-SUC-ACTUAL > 99
                      OR RETURN-CODE IS EQUAL 9999
               ADD 1 TO WS-SUC-ACTUAL GIVING WS-SUC-IDX
               IF WS-SUC-MARCA (WS-SUC-IDX) IS EQUAL 'S'
                  PERFORM 8100-INFORMAR-SUCURSAL
                          THRU F-8100-INFORMAR-SUCURSAL
               END-IF
           END-PERFORM

           MOVE SPACES TO WS-LIN-CANTIDAD
           MOVE WS-LIN-CANTIDAD TO REG-SALIDA
           PERFORM 8900-GRABAR-SALIDA THRU F-8900-GRABAR-SALIDA
           MOVE ' TOTAL DE TARJETAS A RENOVAR:' TO WS-LCA-TEXTO
           MOVE WS-CANT-VENCEN TO WS-LCA-CANT
           MOVE WS-LIN-CANTIDAD TO REG-SALIDA
           PERFORM 8900-GRABAR-SALIDA THRU F-8900-GRABAR-SALIDA.

       F-8000-INFORMAR. EXIT.
      **************************************************************
       8100-INFORMAR-SUCURSAL.

           MOVE SPACES TO REG-SALIDA
           PERFORM 8900-GRABAR-SALIDA THRU F-8900-GRABAR-SALIDA
           MOVE WS-SUC-ACTUAL TO WS-LSU-SUCURSAL
           MOVE WS-LIN-SUCURSAL TO REG-SALIDA
           PERFORM 8900-GRABAR-SALIDA THRU F-8900-GRABAR-SALIDA
           MOVE WS-LIN-ENCAB TO REG-SALIDA
           PERFORM 8900-GRABAR-SALIDA THRU F-8900-GRABAR-SALIDA

           MOVE ZEROS TO WS-CANT-SUCURSAL

           PERFORM VARYING WS-VEN-SUB FROM 1 BY 1
                   UNTIL WS-VEN-SUB > WS-VEN-CONT
                      OR RETURN-CODE IS EQUAL 9999
               IF WS-VEN-SUCURSAL (WS-VEN-SUB) IS EQUAL WS-SUC-ACTUAL
                  ADD 1 TO WS-CANT-SUCURSAL
                  MOVE WS-VEN-NROTARJ  (WS-VEN-SUB) TO WS-LTA-NROTARJ
                  MOVE WS-VEN-TIPCUEN  (WS-VEN-SUB) TO WS-LTA-TIPCUEN
                  MOVE WS-VEN-NROCUEN  (WS-VEN-SUB) TO WS-LTA-NROCUEN
                  MOVE WS-VEN-TIPDOC   (WS-VEN-SUB) TO WS-LTA-TIPDOC
                  MOVE WS-VEN-NRODOC   (WS-VEN-SUB) TO WS-LTA-NRODOC
                  MOVE WS-VEN-FEC-VENC (WS-VEN-SUB) TO WS-LTA-FEC-VENC
                  MOVE WS-LIN-TARJETA TO REG-SALIDA
                  PERFORM 8900-GRABAR-SALIDA THRU F-8900-GRABAR-SALIDA
               END-IF
           END-PERFORM

           MOVE ' TARJETAS DE LA SUCURSAL    :' TO WS-LCA-TEXTO
           MOVE WS-CANT-SUCURSAL TO WS-LCA-CANT
           MOVE WS-LIN-CANTIDAD TO REG-SALIDA
           PERFORM 8900-GRABAR-SALIDA THRU F-8900-GRABAR-SALIDA.

       F-8100-INFORMAR-SUCURSAL. EXIT.
      **************************************************************
       8900-GRABAR-SALIDA.
      *    EL LLAMADOR DEJA LA LINEA EN REG-SALIDA. TRAS UN ERROR NO
      *    SE GRABA NADA MAS Y LOS CICLOS DEL INFORME SE CORTAN.
           IF RETURN-CODE IS EQUAL 9999
              GO TO F-8900-GRABAR-SALIDA
           END-IF

           WRITE REG-SALIDA

           IF FS-SALIDA IS NOT EQUAL '00'
              DISPLAY '* ERROR EN WRITE SALIDA   = ' FS-SALIDA
              MOVE 9999 TO RETURN-CODE
           END-IF.

       F-8900-GRABAR-SALIDA. EXIT.
      **************************************************************
       9999-FINAL.

           IF RETURN-CODE NOT EQUAL 9999
             CLOSE TARJETAS
                 IF FS-TARJETAS IS NOT EQUAL '00'
                  DISPLAY '* ERROR EN CLOSE TARJETAS  = '
                                            FS-TARJETAS
                  MOVE 9999 TO RETURN-CODE
                 END-IF

             CLOSE SALIDA
                 IF FS-SALIDA IS NOT EQUAL '00'
                  DISPLAY '* ERROR EN CLOSE SALIDA   = '
                                            FS-SALIDA
                  MOVE 9999 TO RETURN-CODE
                 END-IF

             DISPLAY '***************************************'
             DISPLAY ' TARJETAS LEIDAS             :  '
                                               WS-CANT-LEIDAS
             DISPLAY ' TARJETAS QUE VENCEN         :  '
                                               WS-CANT-VENCEN
             DISPLAY '***************************************'

           END-IF.

       F-9999-FINAL.
           EXIT.
