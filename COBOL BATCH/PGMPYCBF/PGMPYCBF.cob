      *    - SI EL DIA ES EL ULTIMO HABIL DEL MES, LA ESTIMACION   *
      *      DEL DEVENGAMIENTO MENSUAL: SALDOS ACREEDORES DE       *
      *      DDSALANT POR LA TASA VIGENTE DE DDTASAS               *
      *    - LOS PLAZOS FIJOS VIGENTES (DDPLAFIJ) QUE VENCEN ESE   *
      *      DIA, COMO CREDITOS COMPROMETIDOS: CAPITAL MAS         *
      *      INTERES, O SOLO EL INTERES SI EL PLAZO FIJO SE        *
      *      RENUEVA AUTOMATICAMENTE                               *
      **************************************************************
       ENVIRONMENT DIVISION.
      **************************************************************
                 RECORD KEY IS MAE-ORD-NRO
                 FILE STATUS IS FS-ORDENES.

            SELECT PLAZOS ASSIGN TO DDPLAFIJ
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS MAE-PFJ-NRO
                 FILE STATUS IS FS-PLAZOS.

            SELECT PENDSAL ASSIGN TO DDPENSAL
                 FILE STATUS IS FS-PENDSAL.

       01   REG-ORDENES.
           03  MAE-ORD-NRO          PIC 9(06).
           03  FILLER               PIC X(54).
      **************************************************************
       FD   PLAZOS.

       01   REG-PLAZOS.
           03  MAE-PFJ-NRO          PIC 9(08).
           03  FILLER               PIC X(92).
      **************************************************************
       FD   PENDSAL
           BLOCK CONTAINS 0 RECORDS

      ***********************FILE STATUS****************************
       77  FS-ORDENES                 PIC XX      VALUE SPACES.
       77  FS-PLAZOS                  PIC XX      VALUE SPACES.
       77  FS-PENDSAL                 PIC XX      VALUE SPACES.
       77  FS-SALDOS                  PIC XX      VALUE SPACES.
       77  FS-TASAS                   PIC XX      VALUE SPACES.
      *********************CONTADORES*******************************
       77  WS-ORD-CARGADAS            PIC 9(05)   VALUE ZEROES.
       77  WS-PEN-CARGADAS            PIC 9(05)   VALUE ZEROES.
       77  WS-PFJ-CARGADOS            PIC 9(05)   VALUE ZEROES.
       77  WS-PAGINAS                 PIC 9(02)   VALUE ZEROES.

           COPY CPFECPRO.
           03  WS-PEN-FECHA         OCCURS 2000 TIMES
                                     PIC 9(08).

      *****************PLAZOS FIJOS VIGENTES EN MEMORIA****************
      *    EL IMPORTE ES EL CREDITO QUE EL VENCIMIENTO DEJA EN LA
      *    CUENTA: SOLO EL INTERES SI EL CAPITAL SE RENUEVA.
       77  WS-PFJ-CONT     PIC 9(04) USAGE COMP VALUE ZEROS.
       77  WS-PFJ-SUB      PIC 9(04) USAGE COMP VALUE ZEROS.
       01  WS-TABLA-PLAZOS.
           03  WS-PFJ      OCCURS 2000 TIMES.
               05  WS-PFJ-VENC      PIC 9(08).
               05  WS-PFJ-IMPORTE   PIC 9(10)V99.

      *****************REGISTROS DE TRABAJO****************************
           COPY CPORDPER.

           COPY CPPLAFIJ.

           COPY CPSALDO.

           COPY CPFECSRV.
       77  WS-DIA-CREDITOS PIC S9(11)V99 COMP-3 VALUE ZEROS.
       77  WS-DIA-ORDENES  PIC 9(05)  VALUE ZEROS.
       77  WS-DIA-NOVED    PIC 9(05)  VALUE ZEROS.
       77  WS-DIA-PLAZOS   PIC 9(05)  VALUE ZEROS.
       77  WS-DIA-PFJ-CRED PIC S9(11)V99 COMP-3 VALUE ZEROS.

      *****************LINEAS DE LA PAGINA DE PROYECCION***************
       01  WS-LIN-DIA.
           05  WS-LN-CANT           PIC ZZZZ9.
           05  FILLER               PIC X(39)   VALUE SPACES.

       01  WS-LIN-PLAZOS.
           05  FILLER               PIC X(26)   VALUE
           ' PLAZOS FIJOS QUE VENCEN: '.
           05  WS-LP-CANT           PIC ZZZZ9.
           05  FILLER               PIC X(11)   VALUE '  CREDITOS '.
           05  WS-LP-CREDITOS       PIC -ZZZZZZZZZZ9,99.
           05  FILLER               PIC X(23)   VALUE SPACES.

       01  WS-LIN-DEVENGO.
           05  FILLER               PIC X(38)   VALUE
           ' DEVENGAMIENTO MENSUAL ESTIMADO:      '.
           PERFORM 1200-CARGAR-ORDENES  THRU F-1200-CARGAR-ORDENES.
           PERFORM 1300-CARGAR-PEND     THRU F-1300-CARGAR-PEND.
           PERFORM 1400-ESTIMAR-DEVENGO THRU F-1400-ESTIMAR-DEVENGO.
           PERFORM 1500-CARGAR-PLAZOS   THRU F-1500-CARGAR-PLAZOS.

       F-1000-INICIO.   EXIT.
      **************************************************************
           END-IF.

       F-1410-SUMAR-INTERES. EXIT.
      **************************************************************
       1500-CARGAR-PLAZOS.
      *    SOLO LOS PLAZOS FIJOS VIGENTES; EL VENCIMIENTO YA ESTA
      *    LLEVADO A DIA HABIL EN EL MAESTRO.
           OPEN INPUT PLAZOS.

           IF FS-PLAZOS IS EQUAL '00'
              MOVE ZEROS TO MAE-PFJ-NRO
              START PLAZOS KEY IS NOT LESS MAE-PFJ-NRO
                 INVALID KEY
                    MOVE '10' TO FS-PLAZOS
              END-START

              PERFORM UNTIL FS-PLAZOS IS NOT EQUAL '00'
                 READ PLAZOS NEXT INTO WS-REG-PLAFIJ
                    AT END
                       MOVE '10' TO FS-PLAZOS
                    NOT AT END
                       IF PFJ-ESTADO IS EQUAL 'V'
                          AND WS-PFJ-CONT < 2000
                          ADD 1 TO WS-PFJ-CONT
                          ADD 1 TO WS-PFJ-CARGADOS
                          MOVE PFJ-FEC-VENC TO
                               WS-PFJ-VENC    (WS-PFJ-CONT)
                          IF PFJ-RENOVACION IS EQUAL 'S'
                             MOVE PFJ-INTERES TO
                                  WS-PFJ-IMPORTE (WS-PFJ-CONT)
                          ELSE
                             COMPUTE WS-PFJ-IMPORTE (WS-PFJ-CONT) =
                                     PFJ-CAPITAL + PFJ-INTERES
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE PLAZOS
           ELSE
              DISPLAY '* SIN MAESTRO DE PLAZOS FIJOS, FS = ' FS-PLAZOS
           END-IF.

       F-1500-CARGAR-PLAZOS. EXIT.
      **************************************************************
       2000-PROYECTAR.
      *    ENUMERA LOS PROXIMOS CINCO DIAS HABILES Y ARMA UNA
           MOVE WS-DIA-NOVED TO WS-LN-CANT
           WRITE REG-SALIDA FROM WS-LIN-NOVED

      *    PLAZOS FIJOS QUE VENCEN EN EL DIA: CREDITOS COMPROMETIDOS.
           MOVE ZEROS TO WS-DIA-PLAZOS
           MOVE ZEROS TO WS-DIA-PFJ-CRED

           PERFORM VARYING WS-PFJ-SUB FROM 1 BY 1
                   UNTIL WS-PFJ-SUB > WS-PFJ-CONT
               IF WS-PFJ-VENC (WS-PFJ-SUB) IS EQUAL WS-FECHA-DIA
                  ADD 1 TO WS-DIA-PLAZOS
                  ADD WS-PFJ-IMPORTE (WS-PFJ-SUB) TO WS-DIA-PFJ-CRED
               END-IF
           END-PERFORM

           MOVE WS-DIA-PLAZOS   TO WS-LP-CANT
           MOVE WS-DIA-PFJ-CRED TO WS-LP-CREDITOS
           WRITE REG-SALIDA FROM WS-LIN-PLAZOS

      *    EL ULTIMO HABIL DEL MES CARGA LA ESTIMACION DEL
      *    DEVENGAMIENTO: EL SIGUIENTE HABIL CAE EN OTRO MES.
           MOVE 'S'          TO FSV-FUNCION
                                                   WS-ORD-CARGADAS
             DISPLAY ' ESTACIONADAS CARGADAS       :  '
                                                   WS-PEN-CARGADAS
             DISPLAY ' PLAZOS FIJOS CARGADOS       :  '
                                                   WS-PFJ-CARGADOS
             DISPLAY ' PAGINAS PROYECTADAS         :  ' WS-PAGINAS
             DISPLAY '***************************************'

