      *          CRUCE ' SUCURSAL NN'                              *
      *  LAS LINEAS SIN SUCURSAL ATRIBUIBLE (TITULOS, TOTALES      *
      *  GENERALES) SALEN EN EL PAQUETE GENERAL DE CASA CENTRAL.   *
      *  CADA PAQUETE SALE ENMASCARADO SEGUN EL PERFIL DEL REPORTE *
      *  Y LA CLASE DE DESTINATARIO (MODULO PGMENCBF, TABLA        *
      *  DDPERFIL): SIN CLASE EN LA TARJETA LAS SUCURSALES RECIBEN *
      *  LA CLASE 'S' Y EL PAQUETE GENERAL LA 'C'; CON CLASE EN LA *
      *  TARJETA ('A' AUDITORIA, 'R' REGULADOR, 'S' O 'C') TODA LA *
      *  CORRIDA SALE CON ESA CLASE. DE LOS DOS ORIGENES SOLO      *
      *  CORTEREP LLEVA SALDOS: CON LA MARCA DE SALDO EL IMPORTE   *
      *  VIAJA EN CERO Y EL RANGO EN REP-RANGO. EL REPORTE PARA LA *
      *  TABLA VIENE EN LA TARJETA O, EN BLANCO, ES 'CORTEREP' O   *
      *  'PGMC1CBF'. EL REMITO REGISTRA PARA CADA PAQUETE REPORTE, *
      *  CLASE, PERFIL Y MARCAS APLICADAS (CPMANIF).               *
      **************************************************************
       ENVIRONMENT DIVISION.
      **************************************************************
       01   REG-CONTROL.
           05  CTL-ORIGEN           PIC X(01).
           05  CTL-FECHA            PIC 9(08).
           05  CTL-CLASE            PIC X(01).
           05  CTL-REPORTE          PIC X(08).
           05  FILLER               PIC X(62).
      **************************************************************
       FD   SUCMAE.
       01   REG-SUCMAE.
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01   REG-MANIFIESTO          PIC X(80).
      **************************************************************
       WORKING-STORAGE SECTION.


           COPY CORTEREP.
           COPY CPSUCMAE.
           COPY CPMANIF.

       77  FS-ENTRADA      PIC XX    VALUE SPACES.
           88  FS-ENTRADA-FIN        VALUE '10'.

       77  WS-FECHA-CORRIDA PIC 9(08) VALUE ZEROES.

      *****************ENMASCARADO POR DESTINATARIO********************
       01  WS-CLASE-TARJETA PIC X    VALUE SPACE.
           88  WS-CLASE-POR-PAQUETE  VALUE SPACE.
           88  WS-CLASE-VALIDA       VALUE SPACE 'S' 'C' 'A' 'R'.

       01  WS-REPORTE      PIC X(08) VALUE SPACES.

           COPY CPENMASC.

      *********************CONTADORES*******************************
       77  WS-CANT-LEIDAS             PIC 9(05)   VALUE ZEROES.
       77  WS-CANT-PAQUETES           PIC 9(03)   VALUE ZEROES.
       77  WS-CANT-ENMASCARADAS       PIC 9(05)   VALUE ZEROES.

      *****************LINEAS RETENIDAS POR SUCURSAL*******************
      *    EL LISTADO SE CARGA ENTERO EN MEMORIA CON LA SUCURSAL
           05  WS-LB-NOMBRE         PIC X(20).
           05  FILLER               PIC X(09)   VALUE ' CORRIDA '.
           05  WS-LB-FECHA          PIC 9(08).
           05  FILLER               PIC X(08)   VALUE ' PERFIL '.
           05  WS-LB-PERFIL         PIC X(04).
           05  FILLER               PIC X(06)   VALUE SPACES.
      ******************************************************************
       77  FILLER        PIC X(26) VALUE '* FINAL  WORKING-STORAGE *'.
      **************************************************************
                 NOT AT END
                    MOVE CTL-ORIGEN TO WS-ORIGEN
                    MOVE CTL-FECHA  TO WS-FECHA-CORRIDA
                    MOVE CTL-CLASE  TO WS-CLASE-TARJETA
                    MOVE CTL-REPORTE TO WS-REPORTE
              END-READ
              CLOSE TARJETA
           ELSE
              SET FS-ENTRADA-FIN TO TRUE
           END-IF

           IF NOT WS-CLASE-VALIDA
              DISPLAY '* CLASE DE DESTINATARIO NO RECONOCIDA = '
                      WS-CLASE-TARJETA
              MOVE 9999 TO RETURN-CODE
              SET FS-ENTRADA-FIN TO TRUE
           END-IF

           IF WS-REPORTE IS EQUAL SPACES
              IF WS-ORIGEN-CORTEREP
                 MOVE 'CORTEREP' TO WS-REPORTE
              ELSE
                 MOVE 'PGMC1CBF' TO WS-REPORTE
              END-IF
           END-IF

           PERFORM 1100-CARGAR-SUCMAE THRU F-1100-CARGAR-SUCMAE.

       F-1000-INICIO.   EXIT.
              END-PERFORM
           END-IF

      *    PERFIL DEL PAQUETE: LA CLASE DE LA TARJETA SI VINO, SI
      *    NO SUCURSAL PARA 1 A 98 Y CASA CENTRAL PARA EL GENERAL.
           MOVE 'P'        TO ENM-FUNCION
           MOVE WS-REPORTE TO ENM-REPORTE
           IF WS-CLASE-POR-PAQUETE
              IF WS-SUC-EMITIR IS EQUAL 99
                 MOVE 'C' TO ENM-CLASE
              ELSE
                 MOVE 'S' TO ENM-CLASE
              END-IF
           ELSE
              MOVE WS-CLASE-TARJETA TO ENM-CLASE
           END-IF
           CALL 'PGMENCBF' USING WS-ENMASC-AREA

           IF ENM-ERROR
              DISPLAY '* ERROR EN PERFIL DE ENMASCARADO: ' ENM-MOTIVO
              MOVE 9999 TO RETURN-CODE
              GO TO F-3100-EMITIR-UNO
           END-IF

           MOVE WS-SUC-EMITIR   TO WS-LB-SUC
           MOVE WS-SUC-NOMBRE   TO WS-LB-NOMBRE
           MOVE WS-FECHA-CORRIDA TO WS-LB-FECHA
           MOVE ENM-PERFIL      TO WS-LB-PERFIL
           WRITE REG-SALIDA FROM WS-LIN-CARATULA

           PERFORM VARYING WS-LIN-SUB FROM 1 BY 1
                   UNTIL WS-LIN-SUB > WS-LIN-CONT
               IF WS-LIN-SUC (WS-LIN-SUB) IS EQUAL WS-SUC-EMITIR
                  PERFORM 3200-EMITIR-LINEA THRU F-3200-EMITIR-LINEA
               END-IF
           END-PERFORM

              ADD 1 TO WS-PAGINAS
           END-IF

           MOVE SPACES        TO WS-REG-MANIF
           MOVE WS-SUC-EMITIR TO MAN-SUC
           MOVE WS-SUC-NOMBRE TO MAN-NOMBRE
           MOVE WS-PAGINAS    TO MAN-PAGINAS
           MOVE WS-LINEAS-SUC TO MAN-RENGLONES
           MOVE WS-REPORTE    TO MAN-REPORTE
           MOVE ENM-CLASE     TO MAN-CLASE
           MOVE ENM-PERFIL    TO MAN-PERFIL
           MOVE ENM-MARCAS    TO MAN-MARCAS
           WRITE REG-MANIFIESTO FROM WS-REG-MANIF

           IF FS-MANIF IS NOT EQUAL '00'
              DISPLAY '* ERROR EN WRITE MANIFIESTO = ' FS-MANIF
           END-IF.

       F-3100-EMITIR-UNO. EXIT.
      **************************************************************
       3200-EMITIR-LINEA.
      *    EL REPORTE DE PGMC1CBF SOLO TRAE CANTIDADES Y SALE COMO
      *    ESTA; EN CORTEREP EL PERFIL PUEDE PEDIR EL SALDO COMO
      *    RANGO EN LOS RENGLONES CON IMPORTE.
           MOVE WS-LIN-TEXTO (WS-LIN-SUB) TO WS-REP-LINEA

           IF WS-ORIGEN-CORTEREP
              AND ENM-ENMASCARA-SAL
              AND (REP-DETALLE OR REP-SUBTOTAL OR REP-TOTAL)
              AND REP-VALOR IS NUMERIC
              MOVE 'S'       TO ENM-FUNCION
              MOVE REP-VALOR TO ENM-IMPORTE
              CALL 'PGMENCBF' USING WS-ENMASC-AREA
              MOVE ENM-TEXTO TO REP-RANGO
              MOVE ZEROS     TO REP-VALOR
              ADD 1 TO WS-CANT-ENMASCARADAS
           END-IF

           WRITE REG-SALIDA FROM WS-REP-LINEA.

       F-3200-EMITIR-LINEA. EXIT.
      **************************************************************
       9999-FINAL.

             DISPLAY '******************************'
             DISPLAY ' LINEAS LEIDAS       :  ' WS-CANT-LEIDAS
             DISPLAY ' PAQUETES EMITIDOS   :  ' WS-CANT-PAQUETES
             DISPLAY ' SALDOS EN RANGO     :  ' WS-CANT-ENMASCARADAS
             DISPLAY '******************************'

           END-IF.
