       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMSRCBF.
       AUTHOR.    FEDERICO FALCON.
      **************************************************************
      *  SALDOS INMOVILIZADOS. LAS CUENTAS CON SALDO ACREEDOR QUE  *
      *  EL CLIENTE DEJO DE MOVER QUEDABAN EN EL MAESTRO SIN AVISO *
      *  NI TRANSFERENCIA, FUERA DE LO QUE PIDE LA NORMATIVA. ESTE *
      *  PASO ARRASTRA EL MAESTRO DE CASOS (DDSINANT -> DDSINNUE,  *
      *  LAYOUT CPSALINM) Y:                                       *
      *    - APLICA LAS TARJETAS DE REHABILITACION DDREHAB DE LOS  *
      *      TITULARES QUE SE PRESENTARON: SI EL SALDO YA SE HABIA *
      *      TRANSFERIDO LO DEVUELVE CON UN PAR DE MOVIMIENTOS EN  *
      *      DDMOVSAL (TIPO TMV-SALDO-INMOVIL, REFERENCIA 'SR' +   *
      *      CUENTA)                                               *
      *    - EN LA CORRIDA ANUAL (TARJETA DDCTRL) BUSCA EN         *
      *      DDSALHOY LAS CUENTAS CON SALDO ACREEDOR SIN           *
      *      MOVIMIENTO DEL CLIENTE (DDULTMOV, CPULTMOV) DURANTE   *
      *      LOS ANIOS LEGALES Y EMITE EL AVISO CON LAS MISMAS     *
      *      REGLAS DE ENVIO QUE LOS RESUMENES: MEDIO DE DDPREENV, *
      *      CORREO REBOTADO O TITULAR FALLECIDO (DDESTCLI) EN     *
      *      PAPEL CON LA LEYENDA DE SUCESION, Y CORREO DEVUELTO   *
      *      (DDSUPRIM) RETENIDO EN DDRETEN. EL PAPEL VA A         *
      *      DDCARTAS Y EL ELECTRONICO A DDCARELE CON SU INDICE    *
      *      DDCARIDX (CPRESIDX)                                   *
      *    - VENCIDO EL PLAZO DE GRACIA TRANSFIERE EL SALDO A LA   *
      *      CUENTA DE SALDOS INMOVILIZADOS 97-99999999 CON UN PAR *
      *      DE MOVIMIENTOS (REFERENCIA 'SI' + CUENTA), SALVO QUE  *
      *      EL TITULAR HAYA MOVIDO LA CUENTA O LA HAYA SALDADO,   *
      *      QUE DA DE BAJA EL CASO                                *
      *    - REGRABA LAS MARCAS DDCTAINM CON TODAS LAS CUENTAS     *
      *      TRANSFERIDAS, QUE EL MOTOR PGMBECBF ESTAMPA COMO      *
      *      ESTADO 'I'                                            *
      *    - GRABA EL ARCHIVO REGULATORIO DDREGSIN CON LAS         *
      *      TRANSFERENCIAS Y REHABILITACIONES DE LA CORRIDA Y EL  *
      *      STOCK DE SALDOS TRANSFERIDOS                          *
      *  LA CORRIDA MENSUAL SOLO REHABILITA Y TRANSFIERE LOS CASOS *
      *  VENCIDOS. LOS DIAS SIGUEN LA CONVENCION 30/360 DE LA      *
      *  SUITE. UNA CUENTA SIN REGISTRO EN DDULTMOV, SIN TITULAR,  *
      *  EN MONEDA EXTRANJERA O CON UN SALDO MAYOR QUE EL IMPORTE  *
      *  DE UN MOVIMIENTO SE LISTA EN DDREPOR PARA REVISION        *
      *  MANUAL.                                                   *
      **************************************************************
       ENVIRONMENT DIVISION.
      **************************************************************
       CONFIGURATION SECTION.

       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
      **************************************************************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT TARJETA    ASSIGN TO DDCTRL
                 FILE STATUS IS FS-TARJETA.

           SELECT FECHAPRO   ASSIGN TO DDFECPRO
                 FILE STATUS IS FS-FECHAPRO.

           SELECT CASOSANT   ASSIGN TO DDSINANT
                 FILE STATUS IS FS-CASOSANT.

           SELECT CASOSNUE   ASSIGN TO DDSINNUE
                 FILE STATUS IS FS-CASOSNUE.

           SELECT REHABIL    ASSIGN TO DDREHAB
                 FILE STATUS IS FS-REHABIL.

           SELECT SALDOS     ASSIGN TO DDSALHOY
                 FILE STATUS IS FS-SALDOS.

           SELECT ULTMOV     ASSIGN TO DDULTMOV
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS MAE-UMV-CLAVE
                 FILE STATUS IS FS-ULTMOV.

           SELECT CUENTAS    ASSIGN TO DDCTAS
                 FILE STATUS IS FS-CUENTAS.

           SELECT ASIGNA     ASSIGN TO DDCTASUC
                 FILE STATUS IS FS-ASIGNA.

           SELECT EXTRACTO   ASSIGN TO DDEXTRAC
                 FILE STATUS IS FS-EXTRACTO.

           SELECT PREFENV    ASSIGN TO DDPREENV
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS MAE-PEN-CLAVE
                 FILE STATUS IS FS-PREFENV.

           SELECT ESTADOS    ASSIGN TO DDESTCLI
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS MAE-EST-CLAVE
                 FILE STATUS IS FS-ESTADOS.

           SELECT SUPRIM     ASSIGN TO DDSUPRIM
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS MAE-SUP-CLAVE
                 FILE STATUS IS FS-SUPRIM.

           SELECT CARTAS     ASSIGN TO DDCARTAS
                 FILE STATUS IS FS-CARTAS.

           SELECT CARELE     ASSIGN TO DDCARELE
                 FILE STATUS IS FS-CARELE.

           SELECT CARIDX     ASSIGN TO DDCARIDX
                 FILE STATUS IS FS-CARIDX.

           SELECT RETENIDOS  ASSIGN TO DDRETEN
                 FILE STATUS IS FS-RETENIDOS.

           SELECT MOVSALIDA  ASSIGN TO DDMOVSAL
                 FILE STATUS IS FS-MOVSAL.

           SELECT INMOVIL    ASSIGN TO DDCTAINM
                 FILE STATUS IS FS-INMOVIL.

           SELECT REGIMEN    ASSIGN TO DDREGSIN
                 FILE STATUS IS FS-REGIMEN.

           SELECT REPORTE    ASSIGN TO DDREPOR
                 FILE STATUS IS FS-REPORTE.
      **************************************************************
       I-O-CONTROL.

       DATA DIVISION.
       FILE SECTION.
      *    PROCESO 'A' ANUAL (DETECCION, AVISOS, VENCIMIENTOS Y
      *    REHABILITACIONES) O 'M' MENSUAL (SOLO VENCIMIENTOS Y
      *    REHABILITACIONES); ANIOS LEGALES SIN MOVIMIENTO DEL
      *    CLIENTE Y MESES DE GRACIA DESDE EL AVISO. EN BLANCO O
      *    CERO RIGE EL DEL PROGRAMA.
       FD   TARJETA
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01   REG-TARJETA.
           05  CTL-PROCESO          PIC X(01).
           05  CTL-ANIOS            PIC 9(02).
           05  CTL-MESES-GRACIA     PIC 9(02).
           05  FILLER               PIC X(75).

       FD   FECHAPRO
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01   REG-FECHAPRO.
           05  FPR-FECHA            PIC 9(08).
           05  FILLER               PIC X(72).

       FD   CASOSANT
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01   REG-CASOSANT            PIC X(150).

       FD   CASOSNUE
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01   REG-CASOSNUE            PIC X(150).

      *    TITULAR QUE SE PRESENTO A RECLAMAR; EL DOCUMENTO DEBE
      *    SER EL DEL TITULAR DEL CASO.
       FD   REHABIL
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01   REG-REHABIL.
           05  RHB-TIPCUEN          PIC 9(02).
           05  RHB-NROCUEN          PIC 9(08).
           05  RHB-TIPDOC           PIC X(02).
           05  RHB-NRODOC           PIC 9(11).
           05  FILLER               PIC X(57).

       FD   SALDOS
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01   REG-SALDO               PIC X(30).

       FD   ULTMOV.

       01   REG-ULTMOV.
           03  MAE-UMV-CLAVE        PIC X(10).
           03  FILLER               PIC X(30).

       FD   CUENTAS
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01   REG-CUENTA              PIC X(17).

       FD   ASIGNA
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01   REG-ASIGNA              PIC X(20).

       FD   EXTRACTO
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01   REG-EXTRACTO            PIC X(59).

       FD   PREFENV.

       01   REG-PREFENV.
           03  MAE-PEN-CLAVE        PIC X(07).
           03  FILLER               PIC X(73).

       FD   ESTADOS.

       01   REG-ESTADOS.
           03  MAE-EST-CLAVE        PIC X(13).
           03  EST-ESTADO           PIC X(01).
           03  FILLER               PIC X(16).

       FD   SUPRIM.

       01   REG-SUPRIM.
           03  MAE-SUP-CLAVE        PIC X(13).
           03  FILLER               PIC X(17).

       FD   CARTAS
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01   REG-CARTA               PIC X(80).

      *    AVISO ELECTRONICO: LAS LINEAS DEL AVISO BAJO CUENTA +
      *    PERIODO + LINEA, COMO LOS RESUMENES ELECTRONICOS.
       FD   CARELE
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01   REG-CARELE.
           03  ELE-CLAVE.
               05  ELE-TIPCUEN      PIC 9(02).
               05  ELE-NROCUEN      PIC 9(08).
               05  ELE-PERIODO      PIC 9(06).
               05  ELE-LINEA        PIC 9(04).
           03  ELE-TEXTO            PIC X(80).

       FD   CARIDX
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01   REG-CARIDX              PIC X(120).

       FD   RETENIDOS
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01   REG-RETENIDO            PIC X(80).

       FD   MOVSALIDA
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01   REG-MOVSAL              PIC X(80).

       FD   INMOVIL
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01   REG-INMOVIL.
           05  INM-TIPCUEN          PIC 9(02).
           05  INM-NROCUEN          PIC 9(08).
           05  INM-FECHA            PIC 9(08).
           05  FILLER               PIC X(02).

       FD   REGIMEN
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01   REG-REGIMEN             PIC X(100).

       FD   REPORTE
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01   REG-REPORTE             PIC X(80).
      **************************************************************
       WORKING-STORAGE SECTION.
       77  FILLER        PIC X(26) VALUE '* INICIO WORKING-STORAGE *'.

      ***********************FILE STATUS****************************
       77  FS-TARJETA                 PIC XX      VALUE SPACES.
       77  FS-FECHAPRO                PIC XX      VALUE SPACES.
       77  FS-CASOSANT                PIC XX      VALUE SPACES.
       77  FS-CASOSNUE                PIC XX      VALUE SPACES.
       77  FS-REHABIL                 PIC XX      VALUE SPACES.
       77  FS-SALDOS                  PIC XX      VALUE SPACES.
           88  FS-SALDOS-FIN                      VALUE '10'.
       77  FS-ULTMOV                  PIC XX      VALUE SPACES.
       77  FS-CUENTAS                 PIC XX      VALUE SPACES.
       77  FS-ASIGNA                  PIC XX      VALUE SPACES.
       77  FS-EXTRACTO                PIC XX      VALUE SPACES.
       77  FS-PREFENV                 PIC XX      VALUE SPACES.
       77  FS-ESTADOS                 PIC XX      VALUE SPACES.
       77  FS-SUPRIM                  PIC XX      VALUE SPACES.
       77  FS-CARTAS                  PIC XX      VALUE SPACES.
       77  FS-CARELE                  PIC XX      VALUE SPACES.
       77  FS-CARIDX                  PIC XX      VALUE SPACES.
       77  FS-RETENIDOS               PIC XX      VALUE SPACES.
       77  FS-MOVSAL                  PIC XX      VALUE SPACES.
       77  FS-INMOVIL                 PIC XX      VALUE SPACES.
       77  FS-REGIMEN                 PIC XX      VALUE SPACES.
       77  FS-REPORTE                 PIC XX      VALUE SPACES.

       01  WS-FLAG-FIN                PIC X       VALUE 'N'.
           88  WS-FIN                             VALUE 'S'.

       01  WS-FLAG-PREENV             PIC X       VALUE 'N'.
           88  WS-HAY-PREENV                      VALUE 'S'.

       01  WS-FLAG-ESTADOS            PIC X       VALUE 'N'.
           88  WS-HAY-ESTADOS                     VALUE 'S'.

       01  WS-FLAG-SUPRIM             PIC X       VALUE 'N'.
           88  WS-HAY-SUPRIM                      VALUE 'S'.

      *****************PARAMETROS DE LA TARJETA************************
       01  WS-PROCESO                 PIC X(01)   VALUE 'A'.
           88  WS-PROCESO-ANUAL                   VALUE 'A'.
           88  WS-PROCESO-MENSUAL                 VALUE 'M'.
       77  WS-ANIOS-LEGALES  PIC 9(02)          VALUE 10.
       77  WS-MESES-GRACIA   PIC 9(02)          VALUE 06.
       77  WS-DIAS-LIMITE    PIC 9(05)          VALUE ZEROS.
       77  WS-DIAS-LEGALES   PIC 9(05)          VALUE ZEROS.

      *****************CUENTA DE SALDOS INMOVILIZADOS******************
       77  WS-INMOV-TIPO   PIC 9(02)  VALUE 97.
       77  WS-INMOV-CTA    PIC 9(08)  VALUE 99999999.

      *    IMPORTE MAXIMO DE UN MOVIMIENTO MOVIMCC.
       77  WS-IMPORTE-MAX  PIC 9(07)V99 VALUE 9999999,99.

           COPY CPFECPRO.

           COPY CPFECSRV.

           COPY CPSALDO.

           COPY CPULTMOV.

           COPY CPSALINM.

           COPY CPPREENV.

           COPY CPRESIDX.

           COPY MOVIMCC.

           COPY CPTIPMOV.

       01  WS-REG-CTA.
           05  CTA-TIPCUEN          PIC X(02).
           05  CTA-NROCUEN          PIC 9(08).
           05  CTA-NROCLI           PIC 9(07).

       01  WS-REG-EXT.
           05  EXT-TIPDOC           PIC X(02).
           05  EXT-NRODOC           PIC 9(11).
           05  EXT-NROCLI           PIC 9(07).
           05  EXT-NOMAPE           PIC X(30).
           05  EXT-SEXO             PIC X(01).
           05  EXT-FECNAC           PIC X(08).

      *****************CASOS DEL MAESTRO EN MEMORIA********************
      *    EL SALDO, EL ESTADO Y LA MONEDA DE LA CUENTA SALEN DE
      *    DDSALHOY (VISTA 'S' SI LA CUENTA FIGURA). NOVEDAD DE LA
      *    CORRIDA: 'N' AVISO NUEVO, 'T' TRANSFERIDA, 'R' SALDO
      *    DEVUELTO AL REHABILITAR, 'B' BAJA DEL CASO.
       77  WS-TSI-CONT     PIC 9(04) USAGE COMP VALUE ZEROS.
       77  WS-TSI-SUB      PIC 9(04) USAGE COMP VALUE ZEROS.
       77  WS-TSI-IDX      PIC 9(04) USAGE COMP VALUE ZEROS.
       01  WS-TABLA-CASOS.
           03  WS-TSI      OCCURS 3000 TIMES.
               05  WS-TSI-CLAVE     PIC X(10).
               05  WS-TSI-REG       PIC X(150).
               05  WS-TSI-SALDO     PIC S9(09)V99 COMP-3.
               05  WS-TSI-ESTCTA    PIC X(01).
               05  WS-TSI-MONEDA    PIC X(03).
               05  WS-TSI-VISTA     PIC X(01).
               05  WS-TSI-NOVEDAD   PIC X(01).

      *****************CUENTAS: TITULAR Y SUCURSAL*********************
       77  WS-TCU-CONT     PIC 9(04) USAGE COMP VALUE ZEROS.
       77  WS-TCU-SUB      PIC 9(04) USAGE COMP VALUE ZEROS.
       77  WS-TCU-IDX      PIC 9(04) USAGE COMP VALUE ZEROS.
       01  WS-TABLA-CUENTAS.
           03  WS-TCU      OCCURS 5000 TIMES.
               05  WS-TCU-CLAVE     PIC X(10).
               05  WS-TCU-NROCLI    PIC 9(07).
               05  WS-TCU-SUC       PIC 9(02).

      *****************CLIENTES DEL EXTRACTO***************************
       77  WS-TCL-CONT     PIC 9(04) USAGE COMP VALUE ZEROS.
       77  WS-TCL-SUB      PIC 9(04) USAGE COMP VALUE ZEROS.
       77  WS-TCL-IDX      PIC 9(04) USAGE COMP VALUE ZEROS.
       01  WS-TABLA-CLIENTES.
           03  WS-TCL      OCCURS 5000 TIMES.
               05  WS-TCL-NROCLI    PIC 9(07).
               05  WS-TCL-TIPDOC    PIC X(02).
               05  WS-TCL-NRODOC    PIC 9(11).
               05  WS-TCL-NOMAPE    PIC X(30).

      *****************CUENTA EN PROCESO*******************************
       01  WS-CLAVE-CTA               PIC X(10)   VALUE SPACES.
       77  WS-FEC-REFERENCIA PIC 9(08)          VALUE ZEROS.
       01  WS-DOC-TITULAR             PIC X(13)   VALUE SPACES.
       01  WS-REFERENCIA              PIC X(08)   VALUE SPACES.
       77  WS-IMP-MOV        PIC 9(07)V99       VALUE ZEROS.
       77  WS-PERIODO        PIC 9(06)          VALUE ZEROS.
       77  WS-ELE-LINEA      PIC 9(04)          VALUE ZEROS.
       01  WS-NOV-REGSIN              PIC X(01)   VALUE SPACES.

       01  WS-FLAG-FALLECIDO          PIC X       VALUE 'N'.
           88  WS-TITULAR-FALLECIDO               VALUE 'S'.

       01  WS-FLAG-SUPRIMIDO          PIC X       VALUE 'N'.
           88  WS-TITULAR-SUPRIMIDO               VALUE 'S'.

      *    'P' PAPEL, 'E' CORREO ELECTRONICO, 'A' AMBOS.
       01  WS-MEDIO-ENVIO             PIC X       VALUE 'P'.
           88  WS-ENV-IMPRESO                     VALUE 'P' 'A'.
           88  WS-ENV-CORREO                      VALUE 'E' 'A'.

      *****************DIAS SIN MOVIMIENTO (30/360)********************
       77  WS-DIAS-PROC    PIC 9(07)  VALUE ZEROS.
       77  WS-DIAS-INACTIVA PIC 9(07) VALUE ZEROS.
       01  WS-FECHA-CONV.
           05  WS-FC-ANIO           PIC 9(04).
           05  WS-FC-MES            PIC 9(02).
           05  WS-FC-DIA            PIC 9(02).
       01  WS-FECHA-CONV-R REDEFINES WS-FECHA-CONV
                                    PIC 9(08).
       77  WS-DIAS-CONV    PIC 9(07)  VALUE ZEROS.

      *********************CONTADORES*******************************
       77  WS-CANT-CASOS-ANT          PIC 9(05)   VALUE ZEROES.
       77  WS-CANT-REHAB-LEIDAS       PIC 9(05)   VALUE ZEROES.
       77  WS-CANT-REHABILITADAS      PIC 9(05)   VALUE ZEROES.
       77  WS-CANT-REHAB-RECHAZ       PIC 9(05)   VALUE ZEROES.
       77  WS-CANT-SALDOS-LEIDOS      PIC 9(07)   VALUE ZEROES.
       77  WS-CANT-DETECTADAS         PIC 9(05)   VALUE ZEROES.
       77  WS-CANT-AVISOS-PAPEL       PIC 9(05)   VALUE ZEROES.
       77  WS-CANT-AVISOS-CORREO      PIC 9(05)   VALUE ZEROES.
       77  WS-CANT-RETENIDOS          PIC 9(05)   VALUE ZEROES.
       77  WS-CANT-SUCESION           PIC 9(05)   VALUE ZEROES.
       77  WS-CANT-MANUALES           PIC 9(05)   VALUE ZEROES.
       77  WS-CANT-TRANSFERIDAS       PIC 9(05)   VALUE ZEROES.
       77  WS-CANT-DESISTIDAS         PIC 9(05)   VALUE ZEROES.
       77  WS-CANT-CASOS-NUE          PIC 9(05)   VALUE ZEROES.
       77  WS-CANT-MARCAS             PIC 9(05)   VALUE ZEROES.
       77  WS-TOT-TRANSFERIDO PIC S9(11)V99 COMP-3 VALUE ZEROS.
       77  WS-TOT-DEVUELTO    PIC S9(11)V99 COMP-3 VALUE ZEROS.
       77  WS-TOT-STOCK       PIC S9(11)V99 COMP-3 VALUE ZEROS.
       01  WS-TOT-EDIT     PIC -ZZZZZZZZZZZZ9,99.

      *****************ARCHIVO REGULATORIO DE INMOVILIZADOS************
      *    NOVEDAD 'T' TRANSFERENCIA Y 'R' REHABILITACION DE LA
      *    CORRIDA; 'S' STOCK DE SALDOS TRANSFERIDOS A LA FECHA.
       01  WS-REG-REGSIN.
           05  RGS-FECHA            PIC 9(08).
           05  RGS-NOVEDAD          PIC X(01).
           05  RGS-TIPCUEN          PIC 9(02).
           05  RGS-NROCUEN          PIC 9(08).
           05  RGS-TIPDOC           PIC X(02).
           05  RGS-NRODOC           PIC 9(11).
           05  RGS-NOMAPE           PIC X(30).
           05  RGS-SUCURSAL         PIC 9(02).
           05  RGS-MONEDA           PIC X(03).
           05  RGS-IMPORTE          PIC 9(09)V99.
           05  RGS-FEC-ULT-CLIENTE  PIC 9(08).
           05  RGS-FEC-TRANSF       PIC 9(08).
           05  FILLER               PIC X(06).

      *****************LINEAS DEL REPORTE******************************
       01  WS-LIN-TITULO.
           05  FILLER               PIC X(32)   VALUE
           ' SALDOS INMOVILIZADOS - FECHA   '.
           05  WS-LTI-FECHA         PIC 9(08).
           05  FILLER               PIC X(10)   VALUE '  PROCESO '.
           05  WS-LTI-PROCESO       PIC X(01).
           05  FILLER               PIC X(29)   VALUE SPACES.

       01  WS-LIN-CASO.
           05  FILLER               PIC X(08)   VALUE ' CUENTA '.
           05  WS-LR-TIPCUEN        PIC 9(02).
           05  FILLER               PIC X(01)   VALUE '-'.
           05  WS-LR-NROCUEN        PIC 9(08).
           05  FILLER               PIC X(07)   VALUE ' SALDO '.
           05  WS-LR-SALDO          PIC -ZZZZZZZZ9,99.
           05  FILLER               PIC X(01)   VALUE SPACE.
           05  WS-LR-FECHA          PIC 9(08).
           05  FILLER               PIC X(01)   VALUE SPACE.
           05  WS-LR-ESTADO         PIC X(31).

      *****************LINEAS DEL AVISO********************************
       01  WS-LIN-AVISO             PIC X(80)   VALUE SPACES.

       01  WS-LIN-CARTA1.
           05  FILLER               PIC X(01)   VALUE '1'.
           05  FILLER               PIC X(46)   VALUE
           ' AVISO DE SALDO INMOVILIZADO                  '.
           05  FILLER               PIC X(07)   VALUE 'FECHA  '.
           05  WS-LC1-FECHA         PIC 9(08).
           05  FILLER               PIC X(18)   VALUE SPACES.

       01  WS-LIN-CARTA2.
           05  FILLER               PIC X(10)   VALUE ' CLIENTE: '.
           05  WS-LC2-NOMAPE        PIC X(30).
           05  FILLER               PIC X(06)   VALUE '  DOC '.
           05  WS-LC2-TIPDOC        PIC X(02).
           05  FILLER               PIC X(01)   VALUE '-'.
           05  WS-LC2-NRODOC        PIC 9(11).
           05  FILLER               PIC X(06)   VALUE '  SUC '.
           05  WS-LC2-SUC           PIC 9(02).
           05  FILLER               PIC X(12)   VALUE SPACES.

       01  WS-LIN-SUCESION.
           05  FILLER               PIC X(43)   VALUE
           ' CORRESPONDENCIA A LA SUCESION DEL TITULAR '.
           05  FILLER               PIC X(37)   VALUE SPACES.

       01  WS-LIN-CARTA3.
           05  FILLER               PIC X(11)   VALUE ' SU CUENTA '.
           05  WS-LC3-TIPCUEN       PIC 9(02).
           05  FILLER               PIC X(01)   VALUE '-'.
           05  WS-LC3-NROCUEN       PIC 9(08).
           05  FILLER               PIC X(22)   VALUE
           ' REGISTRA UN SALDO DE '.
           05  WS-LC3-MONEDA        PIC X(03).
           05  FILLER               PIC X(01)   VALUE SPACE.
           05  WS-LC3-SALDO         PIC ZZZZZZZZ9,99.
           05  FILLER               PIC X(20)   VALUE SPACES.

       01  WS-LIN-CARTA4.
           05  FILLER               PIC X(40)   VALUE
           ' Y NO REGISTRA MOVIMIENTOS ORDENADOS POR'.
           05  FILLER               PIC X(17)   VALUE
           ' USTED DESDE EL  '.
           05  WS-LC4-FECHA         PIC 9(08).
           05  FILLER               PIC X(15)   VALUE '.'.

       01  WS-LIN-CARTA5.
           05  FILLER               PIC X(40)   VALUE
           ' DE NO MOVERLA NI PRESENTARSE EN SU SUCU'.
           05  FILLER               PIC X(17)   VALUE
           'RSAL ANTES DEL   '.
           05  WS-LC5-FECHA         PIC 9(08).
           05  FILLER               PIC X(15)   VALUE ','.

       01  WS-LIN-CARTA6.
           05  FILLER               PIC X(80)   VALUE
           ' EL SALDO SE TRANSFERIRA A LA CUENTA DE SALDOS'.

       01  WS-LIN-CARTA7.
           05  FILLER               PIC X(80)   VALUE
           ' INMOVILIZADOS SEGUN LA NORMATIVA VIGENTE. PODRA'.

       01  WS-LIN-CARTA8.
           05  FILLER               PIC X(80)   VALUE
           ' RECLAMARLO EN CUALQUIER MOMENTO PRESENTANDO SU'.

       01  WS-LIN-CARTA9.
           05  FILLER               PIC X(80)   VALUE
           ' DOCUMENTO DE IDENTIDAD.'.

       01  WS-LIN-BLANCO            PIC X(80)   VALUE SPACES.

       01  WS-LIN-RETENIDO.
           05  FILLER               PIC X(09)   VALUE ' CUENTA  '.
           05  WS-LT-TIPCUEN        PIC 9(02).
           05  FILLER               PIC X(01)   VALUE '-'.
           05  WS-LT-NROCUEN        PIC 9(08).
           05  FILLER               PIC X(06)   VALUE ' DOC  '.
           05  WS-LT-DOC            PIC X(13).
           05  FILLER               PIC X(31)   VALUE
           ' AVISO RETENIDO CORREO DEVUELTO'.
           05  FILLER               PIC X(10)   VALUE SPACES.

       01  FILLER        PIC X(26) VALUE '* FINAL  WORKING-STORAGE *'.

      **************************************************************
       PROCEDURE DIVISION.

       MAIN-PROGRAM.

           PERFORM 1000-INICIO       THRU F-1000-INICIO.

           IF NOT WS-FIN
              PERFORM 2000-REHABILITAR  THRU F-2000-REHABILITAR
              PERFORM 3000-SALDOS       THRU F-3000-SALDOS
              PERFORM 4000-VENCIMIENTOS THRU F-4000-VENCIMIENTOS
              PERFORM 5000-GRABAR       THRU F-5000-GRABAR
           END-IF.

           PERFORM 9999-FINAL        THRU F-9999-FINAL.

       F-MAIN-PROGRAM. GOBACK.

      **************************************
      *                                    *
      *  CUERPO INICIO APERTURA ARCHIVOS   *
      *                                    *
      **************************************
       1000-INICIO.

           PERFORM 1100-LEER-FECHA    THRU F-1100-LEER-FECHA.
           PERFORM 1150-LEER-TARJETA  THRU F-1150-LEER-TARJETA.

           MOVE WS-FECHA-NEGOCIO-R TO WS-FECHA-CONV-R
           PERFORM 7000-FECHA-A-DIAS THRU F-7000-FECHA-A-DIAS
           MOVE WS-DIAS-CONV       TO WS-DIAS-PROC

           COMPUTE WS-DIAS-LEGALES = WS-ANIOS-LEGALES * 360
           COMPUTE WS-DIAS-LIMITE  = WS-MESES-GRACIA * 30
           MOVE WS-FECHA-NEGOCIO-R (1:6) TO WS-PERIODO

           OPEN INPUT  SALDOS.

           IF FS-SALDOS IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN SALDOS    = ' FS-SALDOS
              MOVE 9999 TO RETURN-CODE
              SET  WS-FIN TO TRUE
           END-IF

           OPEN INPUT  ULTMOV.

           IF FS-ULTMOV IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN ULTMOV    = ' FS-ULTMOV
              MOVE 9999 TO RETURN-CODE
              SET  WS-FIN TO TRUE
           END-IF

           OPEN OUTPUT CASOSNUE.

           IF FS-CASOSNUE IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN CASOSNUE  = ' FS-CASOSNUE
              MOVE 9999 TO RETURN-CODE
              SET  WS-FIN TO TRUE
           END-IF

           OPEN OUTPUT MOVSALIDA.

           IF FS-MOVSAL IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN MOVSALIDA = ' FS-MOVSAL
              MOVE 9999 TO RETURN-CODE
              SET  WS-FIN TO TRUE
           END-IF

           OPEN OUTPUT INMOVIL.

           IF FS-INMOVIL IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN INMOVIL   = ' FS-INMOVIL
              MOVE 9999 TO RETURN-CODE
              SET  WS-FIN TO TRUE
           END-IF

           OPEN OUTPUT REGIMEN.

           IF FS-REGIMEN IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN REGIMEN   = ' FS-REGIMEN
              MOVE 9999 TO RETURN-CODE
              SET  WS-FIN TO TRUE
           END-IF

           OPEN OUTPUT CARTAS.

           IF FS-CARTAS IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN CARTAS    = ' FS-CARTAS
              MOVE 9999 TO RETURN-CODE
              SET  WS-FIN TO TRUE
           END-IF

           OPEN OUTPUT CARELE.

           IF FS-CARELE IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN CARELE    = ' FS-CARELE
              MOVE 9999 TO RETURN-CODE
              SET  WS-FIN TO TRUE
           END-IF

           OPEN OUTPUT CARIDX.

           IF FS-CARIDX IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN CARIDX    = ' FS-CARIDX
              MOVE 9999 TO RETURN-CODE
              SET  WS-FIN TO TRUE
           END-IF

           OPEN OUTPUT RETENIDOS.

           IF FS-RETENIDOS IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN RETENIDOS = ' FS-RETENIDOS
              MOVE 9999 TO RETURN-CODE
              SET  WS-FIN TO TRUE
           END-IF

           OPEN OUTPUT REPORTE.

           IF FS-REPORTE IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN REPORTE   = ' FS-REPORTE
              MOVE 9999 TO RETURN-CODE
              SET  WS-FIN TO TRUE
           ELSE
              MOVE WS-FECHA-NEGOCIO-R TO WS-LTI-FECHA
              MOVE WS-PROCESO         TO WS-LTI-PROCESO
              WRITE REG-REPORTE FROM WS-LIN-TITULO
           END-IF

           IF WS-FIN
              GO TO F-1000-INICIO
           END-IF

           PERFORM 1200-CARGAR-CASOS  THRU F-1200-CARGAR-CASOS.

           IF WS-PROCESO-ANUAL AND NOT WS-FIN
              PERFORM 1300-CARGAR-CUENTAS  THRU F-1300-CARGAR-CUENTAS
              PERFORM 1400-CARGAR-CLIENTES THRU F-1400-CARGAR-CLIENTES
              PERFORM 1500-ABRIR-OPCIONAL  THRU F-1500-ABRIR-OPCIONAL
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
       1150-LEER-TARJETA.
      *    SIN TARJETA LA CORRIDA ES ANUAL CON LOS VALORES DEL
      *    PROGRAMA. EL PLAZO DE GRACIA SE LIMITA A 33 MESES PORQUE
      *    EL SERVICIO DE FECHAS SUMA HASTA 999 DIAS.
           OPEN INPUT TARJETA.

           IF FS-TARJETA IS NOT EQUAL '00'
              DISPLAY '* SIN TARJETA DE CONTROL, CORRIDA ANUAL, FS = '
                      FS-TARJETA
              GO TO F-1150-LEER-TARJETA
           END-IF

           READ TARJETA
              AT END
                 MOVE '10' TO FS-TARJETA
           END-READ

           IF FS-TARJETA IS EQUAL '00'
              IF CTL-PROCESO IS EQUAL 'M'
                 SET WS-PROCESO-MENSUAL TO TRUE
              END-IF
              IF CTL-ANIOS IS NUMERIC
                 AND CTL-ANIOS IS GREATER ZEROS
                 MOVE CTL-ANIOS TO WS-ANIOS-LEGALES
              END-IF
              IF CTL-MESES-GRACIA IS NUMERIC
                 AND CTL-MESES-GRACIA IS GREATER ZEROS
                 IF CTL-MESES-GRACIA IS GREATER 33
                    DISPLAY '* MESES DE GRACIA FUERA DE RANGO = '
                            CTL-MESES-GRACIA ', SE TOMAN '
                            WS-MESES-GRACIA
                 ELSE
                    MOVE CTL-MESES-GRACIA TO WS-MESES-GRACIA
                 END-IF
              END-IF
           END-IF

           CLOSE TARJETA.

       F-1150-LEER-TARJETA. EXIT.
      **************************************************************
       1200-CARGAR-CASOS.
      *    MAESTRO DE CASOS DE LA CORRIDA ANTERIOR; PUEDE NO EXISTIR
      *    EN LA PRIMERA CORRIDA. UN CASO NO SE PUEDE PERDER: SI LA
      *    TABLA NO ALCANZA LA CORRIDA SE CANCELA.
           OPEN INPUT CASOSANT.

           IF FS-CASOSANT IS NOT EQUAL '00'
              DISPLAY '* SIN MAESTRO DE CASOS ANTERIOR, FS = '
                      FS-CASOSANT
              GO TO F-1200-CARGAR-CASOS
           END-IF

           PERFORM UNTIL FS-CASOSANT IS NOT EQUAL '00'
              READ CASOSANT INTO WS-REG-SALINM
                 AT END
                    MOVE '10' TO FS-CASOSANT
                 NOT AT END
                    IF WS-TSI-CONT < 3000
                       ADD 1 TO WS-TSI-CONT
                       ADD 1 TO WS-CANT-CASOS-ANT
                       MOVE SIN-CLAVE     TO WS-TSI-CLAVE (WS-TSI-CONT)
                       MOVE WS-REG-SALINM TO WS-TSI-REG   (WS-TSI-CONT)
                       MOVE ZEROS  TO WS-TSI-SALDO   (WS-TSI-CONT)
                       MOVE SPACES TO WS-TSI-ESTCTA  (WS-TSI-CONT)
                                      WS-TSI-MONEDA  (WS-TSI-CONT)
                                      WS-TSI-NOVEDAD (WS-TSI-CONT)
                       MOVE 'N'    TO WS-TSI-VISTA   (WS-TSI-CONT)
                    ELSE
                       DISPLAY '* ERROR TABLA DE CASOS LLENA, '
                               'CLAVE = ' SIN-CLAVE
                       MOVE 9999 TO RETURN-CODE
                       SET  WS-FIN TO TRUE
                       MOVE '10' TO FS-CASOSANT
                    END-IF
              END-READ
           END-PERFORM

           CLOSE CASOSANT.

       F-1200-CARGAR-CASOS. EXIT.
      **************************************************************
       1300-CARGAR-CUENTAS.
      *    TITULAR DE CADA CUENTA (DDCTAS) Y SU SUCURSAL (DDCTASUC);
      *    SIN ASIGNACION LA SUCURSAL QUEDA EN CERO.
           OPEN INPUT CUENTAS.

           IF FS-CUENTAS IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN CUENTAS   = ' FS-CUENTAS
              MOVE 9999 TO RETURN-CODE
              SET  WS-FIN TO TRUE
              GO TO F-1300-CARGAR-CUENTAS
           END-IF

           PERFORM UNTIL FS-CUENTAS IS NOT EQUAL '00'
              READ CUENTAS INTO WS-REG-CTA
                 AT END
                    MOVE '10' TO FS-CUENTAS
                 NOT AT END
                    IF WS-TCU-CONT < 5000
                       ADD 1 TO WS-TCU-CONT
                       MOVE REG-CUENTA (1:10) TO
                            WS-TCU-CLAVE  (WS-TCU-CONT)
                       MOVE CTA-NROCLI TO WS-TCU-NROCLI (WS-TCU-CONT)
                       MOVE ZEROS      TO WS-TCU-SUC    (WS-TCU-CONT)
                    END-IF
              END-READ
           END-PERFORM

           CLOSE CUENTAS

           OPEN INPUT ASIGNA.

           IF FS-ASIGNA IS NOT EQUAL '00'
              DISPLAY '* SIN ASIGNACION DE SUCURSALES, FS = '
                      FS-ASIGNA
              GO TO F-1300-CARGAR-CUENTAS
           END-IF

           PERFORM UNTIL FS-ASIGNA IS NOT EQUAL '00'
              READ ASIGNA
                 AT END
                    MOVE '10' TO FS-ASIGNA
                 NOT AT END
                    MOVE REG-ASIGNA (1:10) TO WS-CLAVE-CTA
                    PERFORM VARYING WS-TCU-SUB FROM 1 BY 1
                            UNTIL WS-TCU-SUB > WS-TCU-CONT
                        IF WS-TCU-CLAVE (WS-TCU-SUB) IS EQUAL
                           WS-CLAVE-CTA
                           MOVE REG-ASIGNA (11:2) TO
                                WS-TCU-SUC (WS-TCU-SUB)
                           MOVE WS-TCU-CONT TO WS-TCU-SUB
                        END-IF
                    END-PERFORM
              END-READ
           END-PERFORM

           CLOSE ASIGNA.

       F-1300-CARGAR-CUENTAS. EXIT.
      **************************************************************
       1400-CARGAR-CLIENTES.

           OPEN INPUT EXTRACTO.

           IF FS-EXTRACTO IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN EXTRACTO  = ' FS-EXTRACTO
              MOVE 9999 TO RETURN-CODE
              SET  WS-FIN TO TRUE
              GO TO F-1400-CARGAR-CLIENTES
           END-IF

           PERFORM UNTIL FS-EXTRACTO IS NOT EQUAL '00'
              READ EXTRACTO INTO WS-REG-EXT
                 AT END
                    MOVE '10' TO FS-EXTRACTO
                 NOT AT END
                    IF WS-TCL-CONT < 5000
                       ADD 1 TO WS-TCL-CONT
                       MOVE EXT-NROCLI TO WS-TCL-NROCLI (WS-TCL-CONT)
                       MOVE EXT-TIPDOC TO WS-TCL-TIPDOC (WS-TCL-CONT)
                       MOVE EXT-NRODOC TO WS-TCL-NRODOC (WS-TCL-CONT)
                       MOVE EXT-NOMAPE TO WS-TCL-NOMAPE (WS-TCL-CONT)
                    END-IF
              END-READ
           END-PERFORM

           CLOSE EXTRACTO.

       F-1400-CARGAR-CLIENTES. EXIT.
      **************************************************************
       1500-ABRIR-OPCIONAL.
      *    SIN PREFERENCIAS TODO AVISO SALE EN PAPEL; SIN ESTADOS
      *    NINGUNO LLEVA LA LEYENDA DE SUCESION; SIN SUPRIMIDOS NO
      *    SE RETIENE NINGUNO.
           OPEN INPUT PREFENV.

           IF FS-PREFENV IS EQUAL '00'
              SET WS-HAY-PREENV TO TRUE
           ELSE
              DISPLAY '* SIN PREFERENCIAS DE ENVIO, TODO EN PAPEL, '
                      'FS = ' FS-PREFENV
           END-IF

           OPEN INPUT ESTADOS.

           IF FS-ESTADOS IS EQUAL '00'
              SET WS-HAY-ESTADOS TO TRUE
           ELSE
              DISPLAY '* SIN MAESTRO DE ESTADOS, FS = ' FS-ESTADOS
           END-IF

           OPEN INPUT SUPRIM.

           IF FS-SUPRIM IS EQUAL '00'
              SET WS-HAY-SUPRIM TO TRUE
           ELSE
              DISPLAY '* SIN TABLA DE SUPRIMIDOS, FS = ' FS-SUPRIM
           END-IF.

       F-1500-ABRIR-OPCIONAL. EXIT.
      **************************************************************
       2000-REHABILITAR.
      *    TARJETAS DE LOS TITULARES QUE SE PRESENTARON A RECLAMAR.
      *    EL ARCHIVO PUEDE NO EXISTIR.
           OPEN INPUT REHABIL.

           IF FS-REHABIL IS NOT EQUAL '00'
              DISPLAY '* SIN TARJETAS DE REHABILITACION, FS = '
                      FS-REHABIL
              GO TO F-2000-REHABILITAR
           END-IF

           PERFORM UNTIL FS-REHABIL IS NOT EQUAL '00'
                      OR WS-FIN
              READ REHABIL
                 AT END
                    MOVE '10' TO FS-REHABIL
                 NOT AT END
                    ADD 1 TO WS-CANT-REHAB-LEIDAS
                    PERFORM 2100-APLICAR-REHAB
                       THRU F-2100-APLICAR-REHAB
              END-READ
           END-PERFORM

           CLOSE REHABIL.

       F-2000-REHABILITAR. EXIT.
      **************************************************************
       2100-APLICAR-REHAB.
      *    EL DOCUMENTO DE LA TARJETA DEBE SER EL DEL TITULAR DEL
      *    CASO. UN SALDO YA TRANSFERIDO SE DEVUELVE A LA CUENTA CON
      *    UN PAR DE MOVIMIENTOS DE REFERENCIA 'SR' + CUENTA; UN
      *    CASO SOLO AVISADO SE REHABILITA SIN MOVIMIENTO.
           MOVE RHB-TIPCUEN        TO WS-LR-TIPCUEN
           MOVE RHB-NROCUEN        TO WS-LR-NROCUEN
           MOVE ZEROS              TO WS-LR-SALDO
           MOVE WS-FECHA-NEGOCIO-R TO WS-LR-FECHA

           MOVE REG-REHABIL (1:10) TO WS-CLAVE-CTA
           PERFORM 6000-BUSCAR-CASO THRU F-6000-BUSCAR-CASO

           IF WS-TSI-IDX IS EQUAL ZEROS
              ADD 1 TO WS-CANT-REHAB-RECHAZ
              MOVE 'RECHAZO: REHAB SIN CASO' TO WS-LR-ESTADO
              PERFORM 8000-LINEA-REPORTE THRU F-8000-LINEA-REPORTE
              GO TO F-2100-APLICAR-REHAB
           END-IF

           MOVE WS-TSI-REG (WS-TSI-IDX) TO WS-REG-SALINM

           IF RHB-TIPDOC IS NOT EQUAL SIN-TIPDOC
              OR RHB-NRODOC IS NOT EQUAL SIN-NRODOC
              ADD 1 TO WS-CANT-REHAB-RECHAZ
              MOVE 'RECHAZO: DOCUMENTO DISTINTO' TO WS-LR-ESTADO
              PERFORM 8000-LINEA-REPORTE THRU F-8000-LINEA-REPORTE
              GO TO F-2100-APLICAR-REHAB
           END-IF

           IF SIN-REHABILITADA
              ADD 1 TO WS-CANT-REHAB-RECHAZ
              MOVE 'RECHAZO: YA REHABILITADA' TO WS-LR-ESTADO
              PERFORM 8000-LINEA-REPORTE THRU F-8000-LINEA-REPORTE
              GO TO F-2100-APLICAR-REHAB
           END-IF

           IF SIN-TRANSFERIDA
              MOVE SIN-IMP-TRANSF TO WS-IMP-MOV
              MOVE SPACES TO WS-REFERENCIA
              STRING 'SR' DELIMITED BY SIZE
                     SIN-CLAVE (5:6) DELIMITED BY SIZE
                     INTO WS-REFERENCIA
              END-STRING

      *       PATA SOBRE LA CUENTA DEL TITULAR.
              MOVE SPACES             TO WS-REG-MOVIMI
              MOVE SIN-TIPCUEN        TO WS-MOV-TIPO
              MOVE SIN-NROCUEN        TO WS-MOV-CUENTA
              MOVE WS-IMP-MOV         TO WS-MOV-IMPORTE
              MOVE WS-FECHA-NEGOCIO-R TO WS-MOV-FECHA
              MOVE 'C'                TO WS-MOV-DBCR
              MOVE WS-REFERENCIA      TO WS-MOV-REFER
              MOVE TMV-SALDO-INMOVIL  TO WS-MOV-TIPMOV
              PERFORM 4200-GRABAR-MOV THRU F-4200-GRABAR-MOV

      *       CONTRAPATA EN LA CUENTA DE SALDOS INMOVILIZADOS.
              MOVE WS-INMOV-TIPO      TO WS-MOV-TIPO
              MOVE WS-INMOV-CTA       TO WS-MOV-CUENTA
              MOVE 'D'                TO WS-MOV-DBCR
              PERFORM 4200-GRABAR-MOV THRU F-4200-GRABAR-MOV

              ADD  SIN-IMP-TRANSF     TO WS-TOT-DEVUELTO
              MOVE 'R'                TO WS-TSI-NOVEDAD (WS-TSI-IDX)
              MOVE SIN-IMP-TRANSF     TO WS-LR-SALDO
              MOVE 'REHABILITADA, SALDO DEVUELTO' TO WS-LR-ESTADO
           ELSE
              MOVE SIN-SALDO-AVISO    TO WS-LR-SALDO
              MOVE 'REHABILITADA ANTES DE TRANSF.' TO WS-LR-ESTADO
           END-IF

           MOVE 'R'                TO SIN-ESTADO
           MOVE WS-FECHA-NEGOCIO-R TO SIN-FEC-REHAB
           MOVE WS-REG-SALINM      TO WS-TSI-REG (WS-TSI-IDX)
           ADD 1 TO WS-CANT-REHABILITADAS

           PERFORM 8000-LINEA-REPORTE THRU F-8000-LINEA-REPORTE.

       F-2100-APLICAR-REHAB. EXIT.
      **************************************************************
       3000-SALDOS.

           PERFORM UNTIL FS-SALDOS-FIN
                      OR WS-FIN
              READ SALDOS INTO WS-REG-SALDO
                 AT END
                    SET FS-SALDOS-FIN TO TRUE
                 NOT AT END
                    ADD 1 TO WS-CANT-SALDOS-LEIDOS
                    PERFORM 3100-CUENTA THRU F-3100-CUENTA
              END-READ
           END-PERFORM.

       F-3000-SALDOS. EXIT.
      **************************************************************
       3100-CUENTA.
      *    LA CUENTA CON CASO ABIERTO GUARDA SALDO, ESTADO Y MONEDA
      *    PARA LOS VENCIMIENTOS. EN LA CORRIDA ANUAL SE BUSCAN LAS
      *    NUEVAS INMOVILIZADAS ENTRE LAS QUE NO TIENEN CASO O YA
      *    FUERON REHABILITADAS.
           MOVE REG-SALDO (1:10) TO WS-CLAVE-CTA
           PERFORM 6000-BUSCAR-CASO THRU F-6000-BUSCAR-CASO

           IF WS-TSI-IDX IS NOT EQUAL ZEROS
              MOVE SAL-SALDO  TO WS-TSI-SALDO  (WS-TSI-IDX)
              MOVE SAL-ESTADO TO WS-TSI-ESTCTA (WS-TSI-IDX)
              MOVE SAL-MONEDA TO WS-TSI-MONEDA (WS-TSI-IDX)
              MOVE 'S'        TO WS-TSI-VISTA  (WS-TSI-IDX)
              MOVE WS-TSI-REG (WS-TSI-IDX) TO WS-REG-SALINM
           END-IF

           IF NOT WS-PROCESO-ANUAL
              GO TO F-3100-CUENTA
           END-IF

           IF WS-TSI-IDX IS EQUAL ZEROS
              PERFORM 3200-DETECTAR THRU F-3200-DETECTAR
           ELSE
              IF SIN-REHABILITADA
                 PERFORM 3200-DETECTAR THRU F-3200-DETECTAR
              END-IF
           END-IF.

       F-3100-CUENTA. EXIT.
      **************************************************************
       3200-DETECTAR.
      *    CUENTA CON SALDO ACREEDOR SIN MOVIMIENTO ORDENADO POR EL
      *    CLIENTE DURANTE LOS ANIOS LEGALES. EN UN CASO YA
      *    REHABILITADO EL PLAZO CORRE DESDE LA REHABILITACION.
      *    LAS CUENTAS INTERNAS RESERVADAS NO SON DE CLIENTES.
           IF (SAL-TIPCUEN IS EQUAL 97
               OR SAL-TIPCUEN IS EQUAL 98
               OR SAL-TIPCUEN IS EQUAL 99)
              AND SAL-NROCUEN IS EQUAL 99999999
              GO TO F-3200-DETECTAR
           END-IF

           IF SAL-SALDO IS NOT GREATER ZEROS
              OR SAL-ESTADO IS EQUAL 'C'
              OR SAL-ESTADO IS EQUAL 'I'
              GO TO F-3200-DETECTAR
           END-IF

           MOVE SAL-TIPCUEN        TO WS-LR-TIPCUEN
           MOVE SAL-NROCUEN        TO WS-LR-NROCUEN
           MOVE SAL-SALDO          TO WS-LR-SALDO
           MOVE WS-FECHA-NEGOCIO-R TO WS-LR-FECHA

           MOVE WS-CLAVE-CTA TO MAE-UMV-CLAVE

           READ ULTMOV INTO WS-REG-ULTMOV
              INVALID KEY
                 ADD 1 TO WS-CANT-MANUALES
                 MOVE 'REVISION MANUAL: SIN DDULTMOV' TO WS-LR-ESTADO
                 PERFORM 8000-LINEA-REPORTE THRU F-8000-LINEA-REPORTE
                 GO TO F-3200-DETECTAR
           END-READ

           PERFORM 6200-FECHA-CLIENTE THRU F-6200-FECHA-CLIENTE

           IF WS-TSI-IDX IS NOT EQUAL ZEROS
              IF SIN-FEC-REHAB IS GREATER WS-FEC-REFERENCIA
                 MOVE SIN-FEC-REHAB TO WS-FEC-REFERENCIA
              END-IF
           END-IF

           IF WS-FEC-REFERENCIA IS NOT NUMERIC
              OR WS-FEC-REFERENCIA IS EQUAL ZEROS
              ADD 1 TO WS-CANT-MANUALES
              MOVE 'REVISION MANUAL: SIN DDULTMOV' TO WS-LR-ESTADO
              PERFORM 8000-LINEA-REPORTE THRU F-8000-LINEA-REPORTE
              GO TO F-3200-DETECTAR
           END-IF

           MOVE WS-FEC-REFERENCIA TO WS-FECHA-CONV-R
           PERFORM 7000-FECHA-A-DIAS THRU F-7000-FECHA-A-DIAS

           IF WS-DIAS-CONV IS NOT LESS WS-DIAS-PROC
              GO TO F-3200-DETECTAR
           END-IF

           COMPUTE WS-DIAS-INACTIVA = WS-DIAS-PROC - WS-DIAS-CONV

           IF WS-DIAS-INACTIVA IS NOT GREATER WS-DIAS-LEGALES
              GO TO F-3200-DETECTAR
           END-IF

           PERFORM 6100-BUSCAR-TITULAR THRU F-6100-BUSCAR-TITULAR

           IF WS-TCL-IDX IS EQUAL ZEROS
              ADD 1 TO WS-CANT-MANUALES
              MOVE 'REVISION MANUAL: SIN TITULAR' TO WS-LR-ESTADO
              PERFORM 8000-LINEA-REPORTE THRU F-8000-LINEA-REPORTE
              GO TO F-3200-DETECTAR
           END-IF

           IF WS-TSI-IDX IS EQUAL ZEROS
              IF WS-TSI-CONT IS NOT LESS 3000
                 ADD 1 TO WS-CANT-MANUALES
                 MOVE 'REVISION MANUAL: TABLA LLENA' TO WS-LR-ESTADO
                 PERFORM 8000-LINEA-REPORTE THRU F-8000-LINEA-REPORTE
                 GO TO F-3200-DETECTAR
              END-IF
              ADD  1            TO WS-TSI-CONT
              MOVE WS-TSI-CONT  TO WS-TSI-IDX
              MOVE WS-CLAVE-CTA TO WS-TSI-CLAVE  (WS-TSI-IDX)
              MOVE SAL-SALDO    TO WS-TSI-SALDO  (WS-TSI-IDX)
              MOVE SAL-ESTADO   TO WS-TSI-ESTCTA (WS-TSI-IDX)
              MOVE SAL-MONEDA   TO WS-TSI-MONEDA (WS-TSI-IDX)
              MOVE 'S'          TO WS-TSI-VISTA  (WS-TSI-IDX)
           END-IF

      *    FECHA LIMITE: FECHA DE NEGOCIO MAS LOS MESES DE GRACIA.
           MOVE 'C'                TO FSV-FUNCION
           MOVE WS-FECHA-NEGOCIO-R TO FSV-FECHA-ENT
           MOVE WS-DIAS-LIMITE     TO FSV-CANT-DIAS
           CALL 'PGMFSCBF' USING WS-FECSRV-AREA

           IF FSV-RESULTADO IS EQUAL 'E'
              DISPLAY '* ERROR EN FECHA LIMITE, FECHA = '
                      WS-FECHA-NEGOCIO-R ' DIAS = ' WS-DIAS-LIMITE
              MOVE 9999 TO RETURN-CODE
              SET  WS-FIN TO TRUE
              GO TO F-3200-DETECTAR
           END-IF

           MOVE SPACES TO WS-REG-SALINM
           MOVE WS-CLAVE-CTA               TO SIN-CLAVE
           MOVE 'A'                        TO SIN-ESTADO
           MOVE WS-TCL-NROCLI (WS-TCL-IDX) TO SIN-NROCLI
           MOVE WS-TCL-TIPDOC (WS-TCL-IDX) TO SIN-TIPDOC
           MOVE WS-TCL-NRODOC (WS-TCL-IDX) TO SIN-NRODOC
           MOVE WS-TCL-NOMAPE (WS-TCL-IDX) TO SIN-NOMAPE
           MOVE WS-TCU-SUC    (WS-TCU-IDX) TO SIN-SUCURSAL
           MOVE SAL-MONEDA                 TO SIN-MONEDA
           MOVE WS-FEC-REFERENCIA          TO SIN-FEC-ULT-CLIENTE
           MOVE WS-FECHA-NEGOCIO-R         TO SIN-FEC-AVISO
           MOVE FSV-FECHA-SAL              TO SIN-FEC-LIMITE
           MOVE SAL-SALDO                  TO SIN-SALDO-AVISO
           MOVE ZEROS                      TO SIN-FEC-TRANSF
                                              SIN-IMP-TRANSF
                                              SIN-FEC-REHAB

           MOVE SPACES TO WS-DOC-TITULAR
           MOVE SIN-TIPDOC TO WS-DOC-TITULAR (1:2)
           MOVE SIN-NRODOC TO WS-DOC-TITULAR (3:11)

           PERFORM 3250-VERIF-FALLECIDO THRU F-3250-VERIF-FALLECIDO
           PERFORM 3300-BUSCAR-ENVIO    THRU F-3300-BUSCAR-ENVIO
           PERFORM 3350-VERIF-SUPRIMIDO THRU F-3350-VERIF-SUPRIMIDO
           PERFORM 3400-EMITIR-AVISO    THRU F-3400-EMITIR-AVISO

           MOVE WS-MEDIO-ENVIO TO SIN-MEDIO-AVISO
           MOVE WS-REG-SALINM  TO WS-TSI-REG (WS-TSI-IDX)
           MOVE 'N'            TO WS-TSI-NOVEDAD (WS-TSI-IDX)
           ADD 1 TO WS-CANT-DETECTADAS

           MOVE SIN-FEC-LIMITE TO WS-LR-FECHA
           MOVE 'AVISADA, VENCE EL PLAZO' TO WS-LR-ESTADO
           PERFORM 8000-LINEA-REPORTE THRU F-8000-LINEA-REPORTE.

       F-3200-DETECTAR. EXIT.
      **************************************************************
       3250-VERIF-FALLECIDO.
      *    TITULAR CON ESTADO F EN DDESTCLI: EL AVISO VA A LA
      *    SUCESION Y SALE EN PAPEL.
           MOVE 'N' TO WS-FLAG-FALLECIDO

           IF NOT WS-HAY-ESTADOS
              GO TO F-3250-VERIF-FALLECIDO
           END-IF

           MOVE WS-DOC-TITULAR TO MAE-EST-CLAVE

           READ ESTADOS
              INVALID KEY
                 GO TO F-3250-VERIF-FALLECIDO
           END-READ

           IF EST-ESTADO IS EQUAL 'F'
              SET WS-TITULAR-FALLECIDO TO TRUE
           END-IF.

       F-3250-VERIF-FALLECIDO. EXIT.
      **************************************************************
       3300-BUSCAR-ENVIO.
      *    MEDIO DE ENVIO SEGUN LA PREFERENCIA DEL TITULAR, CON LAS
      *    MISMAS REGLAS QUE LOS RESUMENES: SIN PREFERENCIA, SIN
      *    DIRECCION, CON LA DIRECCION REBOTADA O CON EL TITULAR
      *    FALLECIDO SALE EN PAPEL.
           MOVE 'P'    TO WS-MEDIO-ENVIO
           MOVE SPACES TO WS-REG-PREENV

           IF NOT WS-HAY-PREENV
              OR WS-TITULAR-FALLECIDO
              GO TO F-3300-BUSCAR-ENVIO
           END-IF

           MOVE SIN-NROCLI TO MAE-PEN-CLAVE

           READ PREFENV INTO WS-REG-PREENV
              INVALID KEY
                 MOVE SPACES TO WS-REG-PREENV
                 GO TO F-3300-BUSCAR-ENVIO
           END-READ

           IF NOT PEN-MEDIO-CORREO
              OR PEN-CORREO IS EQUAL SPACES
              OR PEN-REBOTADO
              GO TO F-3300-BUSCAR-ENVIO
           END-IF

           MOVE PEN-MEDIO TO WS-MEDIO-ENVIO.

       F-3300-BUSCAR-ENVIO. EXIT.
      **************************************************************
       3350-VERIF-SUPRIMIDO.
      *    EL TITULAR CON CORREO DEVUELTO MARCADO EN DDSUPRIM NO
      *    RECIBE EL AVISO EN PAPEL: SE RETIENE EN DDRETEN. SI TAMBIEN
      *    LO RECIBE POR CORREO ELECTRONICO, ESE SIGUE SALIENDO.
           MOVE 'N' TO WS-FLAG-SUPRIMIDO

           IF NOT WS-HAY-SUPRIM
              OR NOT WS-ENV-IMPRESO
              GO TO F-3350-VERIF-SUPRIMIDO
           END-IF

           MOVE WS-DOC-TITULAR TO MAE-SUP-CLAVE

           READ SUPRIM
              INVALID KEY
                 GO TO F-3350-VERIF-SUPRIMIDO
           END-READ

           SET WS-TITULAR-SUPRIMIDO TO TRUE
           ADD 1 TO WS-CANT-RETENIDOS

           MOVE SIN-TIPCUEN    TO WS-LT-TIPCUEN
           MOVE SIN-NROCUEN    TO WS-LT-NROCUEN
           MOVE WS-DOC-TITULAR TO WS-LT-DOC
           WRITE REG-RETENIDO FROM WS-LIN-RETENIDO

           IF FS-RETENIDOS IS NOT EQUAL '00'
              DISPLAY '* ERROR EN WRITE RETENIDOS = ' FS-RETENIDOS
              MOVE 9999 TO RETURN-CODE
              SET  WS-FIN TO TRUE
           END-IF

           IF WS-MEDIO-ENVIO IS EQUAL 'A'
              MOVE 'E' TO WS-MEDIO-ENVIO
           ELSE
              MOVE 'R' TO WS-MEDIO-ENVIO
           END-IF.

       F-3350-VERIF-SUPRIMIDO. EXIT.
      **************************************************************
       3400-EMITIR-AVISO.
      *    EL AVISO EN PAPEL VA A DDCARTAS; EL ELECTRONICO A DDCARELE
      *    BAJO CUENTA + PERIODO + LINEA, CON SU REGISTRO DE INDICE
      *    EN DDCARIDX. UN AVISO RETENIDO NO SE EMITE.
           IF WS-MEDIO-ENVIO IS EQUAL 'R'
              GO TO F-3400-EMITIR-AVISO
           END-IF

           MOVE ZEROS TO WS-ELE-LINEA

           MOVE WS-FECHA-NEGOCIO-R TO WS-LC1-FECHA
           MOVE WS-LIN-CARTA1      TO WS-LIN-AVISO
           PERFORM 3500-EMITIR-LINEA THRU F-3500-EMITIR-LINEA

           MOVE WS-LIN-BLANCO      TO WS-LIN-AVISO
           PERFORM 3500-EMITIR-LINEA THRU F-3500-EMITIR-LINEA

           MOVE SIN-NOMAPE         TO WS-LC2-NOMAPE
           MOVE SIN-TIPDOC         TO WS-LC2-TIPDOC
           MOVE SIN-NRODOC         TO WS-LC2-NRODOC
           MOVE SIN-SUCURSAL       TO WS-LC2-SUC
           MOVE WS-LIN-CARTA2      TO WS-LIN-AVISO
           PERFORM 3500-EMITIR-LINEA THRU F-3500-EMITIR-LINEA

           IF WS-TITULAR-FALLECIDO
              ADD 1 TO WS-CANT-SUCESION
              MOVE WS-LIN-SUCESION TO WS-LIN-AVISO
              PERFORM 3500-EMITIR-LINEA THRU F-3500-EMITIR-LINEA
           END-IF

           MOVE WS-LIN-BLANCO      TO WS-LIN-AVISO
           PERFORM 3500-EMITIR-LINEA THRU F-3500-EMITIR-LINEA

           MOVE SIN-TIPCUEN        TO WS-LC3-TIPCUEN
           MOVE SIN-NROCUEN        TO WS-LC3-NROCUEN
           MOVE SIN-MONEDA         TO WS-LC3-MONEDA
           MOVE SIN-SALDO-AVISO    TO WS-LC3-SALDO
           MOVE WS-LIN-CARTA3      TO WS-LIN-AVISO
           PERFORM 3500-EMITIR-LINEA THRU F-3500-EMITIR-LINEA

           MOVE SIN-FEC-ULT-CLIENTE TO WS-LC4-FECHA
           MOVE WS-LIN-CARTA4      TO WS-LIN-AVISO
           PERFORM 3500-EMITIR-LINEA THRU F-3500-EMITIR-LINEA

           MOVE SIN-FEC-LIMITE     TO WS-LC5-FECHA
           MOVE WS-LIN-CARTA5      TO WS-LIN-AVISO
           PERFORM 3500-EMITIR-LINEA THRU F-3500-EMITIR-LINEA

           MOVE WS-LIN-CARTA6      TO WS-LIN-AVISO
           PERFORM 3500-EMITIR-LINEA THRU F-3500-EMITIR-LINEA

           MOVE WS-LIN-CARTA7      TO WS-LIN-AVISO
           PERFORM 3500-EMITIR-LINEA THRU F-3500-EMITIR-LINEA

           MOVE WS-LIN-CARTA8      TO WS-LIN-AVISO
           PERFORM 3500-EMITIR-LINEA THRU F-3500-EMITIR-LINEA

           MOVE WS-LIN-CARTA9      TO WS-LIN-AVISO
           PERFORM 3500-EMITIR-LINEA THRU F-3500-EMITIR-LINEA

           IF WS-ENV-IMPRESO
              ADD 1 TO WS-CANT-AVISOS-PAPEL
           END-IF

           IF NOT WS-ENV-CORREO
              GO TO F-3400-EMITIR-AVISO
           END-IF

           ADD 1 TO WS-CANT-AVISOS-CORREO

           MOVE SPACES          TO WS-REG-RESIDX
           MOVE SIN-TIPCUEN     TO RIX-TIPCUEN
           MOVE SIN-NROCUEN     TO RIX-NROCUEN
           MOVE WS-PERIODO      TO RIX-PERIODO
           MOVE SIN-NROCLI      TO RIX-NROCLI
           MOVE SIN-TIPDOC      TO RIX-TIPDOC
           MOVE SIN-NRODOC      TO RIX-NRODOC
           MOVE SIN-NOMAPE      TO RIX-NOMAPE
           MOVE PEN-CORREO      TO RIX-CORREO
           MOVE WS-MEDIO-ENVIO  TO RIX-MEDIO
           MOVE WS-ELE-LINEA    TO RIX-LINEAS

           WRITE REG-CARIDX FROM WS-REG-RESIDX

           IF FS-CARIDX IS NOT EQUAL '00'
              DISPLAY '* ERROR EN WRITE CARIDX    = ' FS-CARIDX
              MOVE 9999 TO RETURN-CODE
              SET  WS-FIN TO TRUE
           END-IF.

       F-3400-EMITIR-AVISO. EXIT.
      **************************************************************
       3500-EMITIR-LINEA.

           IF WS-ENV-IMPRESO
              WRITE REG-CARTA FROM WS-LIN-AVISO
              IF FS-CARTAS IS NOT EQUAL '00'
                 DISPLAY '* ERROR EN WRITE CARTAS    = ' FS-CARTAS
                 MOVE 9999 TO RETURN-CODE
                 SET  WS-FIN TO TRUE
              END-IF
           END-IF

           IF WS-ENV-CORREO
              ADD 1 TO WS-ELE-LINEA
              MOVE SIN-TIPCUEN  TO ELE-TIPCUEN
              MOVE SIN-NROCUEN  TO ELE-NROCUEN
              MOVE WS-PERIODO   TO ELE-PERIODO
              MOVE WS-ELE-LINEA TO ELE-LINEA
              MOVE WS-LIN-AVISO TO ELE-TEXTO
              WRITE REG-CARELE
              IF FS-CARELE IS NOT EQUAL '00'
                 DISPLAY '* ERROR EN WRITE CARELE    = ' FS-CARELE
                 MOVE 9999 TO RETURN-CODE
                 SET  WS-FIN TO TRUE
              END-IF
           END-IF.

       F-3500-EMITIR-LINEA. EXIT.
      **************************************************************
       4000-VENCIMIENTOS.

           PERFORM VARYING WS-TSI-SUB FROM 1 BY 1
                   UNTIL WS-TSI-SUB > WS-TSI-CONT
                      OR WS-FIN
               MOVE WS-TSI-SUB TO WS-TSI-IDX
               PERFORM 4100-VENCER-CASO THRU F-4100-VENCER-CASO
           END-PERFORM.

       F-4000-VENCIMIENTOS. EXIT.
      **************************************************************
       4100-VENCER-CASO.
      *    EL CASO REHABILITADO SE DA DE BAJA CUANDO LA CUENTA SE
      *    CERRO. EL CASO AVISADO EN CORRIDAS ANTERIORES SE DA DE
      *    BAJA SI LA CUENTA SE CERRO, SI EL TITULAR LA MOVIO O SI
      *    QUEDO SIN SALDO ACREEDOR; SI NO, VENCIDO EL PLAZO DE
      *    GRACIA SE TRANSFIERE EL SALDO A 97-99999999 CON UN PAR DE
      *    MOVIMIENTOS DE REFERENCIA 'SI' + CUENTA.
           MOVE WS-TSI-REG (WS-TSI-IDX) TO WS-REG-SALINM

           MOVE SIN-TIPCUEN               TO WS-LR-TIPCUEN
           MOVE SIN-NROCUEN               TO WS-LR-NROCUEN
           MOVE WS-TSI-SALDO (WS-TSI-IDX) TO WS-LR-SALDO
           MOVE WS-FECHA-NEGOCIO-R        TO WS-LR-FECHA

           IF SIN-REHABILITADA
              IF WS-TSI-NOVEDAD (WS-TSI-IDX) IS EQUAL SPACES
                 AND (WS-TSI-VISTA (WS-TSI-IDX) IS NOT EQUAL 'S'
                      OR WS-TSI-ESTCTA (WS-TSI-IDX) IS EQUAL 'C')
                 MOVE 'B' TO WS-TSI-NOVEDAD (WS-TSI-IDX)
              END-IF
              GO TO F-4100-VENCER-CASO
           END-IF

           IF NOT SIN-AVISADA
              OR WS-TSI-NOVEDAD (WS-TSI-IDX) IS NOT EQUAL SPACES
              GO TO F-4100-VENCER-CASO
           END-IF

           IF WS-TSI-VISTA (WS-TSI-IDX) IS NOT EQUAL 'S'
              OR WS-TSI-ESTCTA (WS-TSI-IDX) IS EQUAL 'C'
              ADD  1   TO WS-CANT-DESISTIDAS
              MOVE 'B' TO WS-TSI-NOVEDAD (WS-TSI-IDX)
              MOVE 'BAJA: CUENTA CERRADA' TO WS-LR-ESTADO
              PERFORM 8000-LINEA-REPORTE THRU F-8000-LINEA-REPORTE
              GO TO F-4100-VENCER-CASO
           END-IF

           MOVE SIN-CLAVE TO MAE-UMV-CLAVE

           READ ULTMOV INTO WS-REG-ULTMOV
              INVALID KEY
                 MOVE ZEROS TO WS-FEC-REFERENCIA
              NOT INVALID KEY
                 PERFORM 6200-FECHA-CLIENTE THRU F-6200-FECHA-CLIENTE
           END-READ

           IF WS-FEC-REFERENCIA IS NUMERIC
              AND WS-FEC-REFERENCIA IS GREATER SIN-FEC-ULT-CLIENTE
              ADD  1   TO WS-CANT-DESISTIDAS
              MOVE 'B' TO WS-TSI-NOVEDAD (WS-TSI-IDX)
              MOVE WS-FEC-REFERENCIA TO WS-LR-FECHA
              MOVE 'BAJA: MOVIDA POR EL CLIENTE' TO WS-LR-ESTADO
              PERFORM 8000-LINEA-REPORTE THRU F-8000-LINEA-REPORTE
              GO TO F-4100-VENCER-CASO
           END-IF

           IF WS-TSI-SALDO (WS-TSI-IDX) IS NOT GREATER ZEROS
              ADD  1   TO WS-CANT-DESISTIDAS
              MOVE 'B' TO WS-TSI-NOVEDAD (WS-TSI-IDX)
              MOVE 'BAJA: CUENTA SALDADA' TO WS-LR-ESTADO
              PERFORM 8000-LINEA-REPORTE THRU F-8000-LINEA-REPORTE
              GO TO F-4100-VENCER-CASO
           END-IF

           IF WS-FECHA-NEGOCIO-R IS LESS SIN-FEC-LIMITE
              GO TO F-4100-VENCER-CASO
           END-IF

      *    LA TRANSFERENCIA ES EN PESOS Y EN UN SOLO MOVIMIENTO.
           IF (WS-TSI-MONEDA (WS-TSI-IDX) IS NOT EQUAL SPACES
               AND WS-TSI-MONEDA (WS-TSI-IDX) IS NOT EQUAL 'PES')
              OR WS-TSI-SALDO (WS-TSI-IDX) IS GREATER WS-IMPORTE-MAX
              ADD 1 TO WS-CANT-MANUALES
              MOVE SIN-FEC-LIMITE TO WS-LR-FECHA
              MOVE 'REVISION MANUAL: MONEDA/IMPORTE' TO WS-LR-ESTADO
              PERFORM 8000-LINEA-REPORTE THRU F-8000-LINEA-REPORTE
              GO TO F-4100-VENCER-CASO
           END-IF

           MOVE WS-TSI-SALDO (WS-TSI-IDX) TO WS-IMP-MOV
           MOVE SPACES TO WS-REFERENCIA
           STRING 'SI' DELIMITED BY SIZE
                  SIN-CLAVE (5:6) DELIMITED BY SIZE
                  INTO WS-REFERENCIA
           END-STRING

      *    PATA SOBRE LA CUENTA INMOVILIZADA.
           MOVE SPACES             TO WS-REG-MOVIMI
           MOVE SIN-TIPCUEN        TO WS-MOV-TIPO
           MOVE SIN-NROCUEN        TO WS-MOV-CUENTA
           MOVE WS-IMP-MOV         TO WS-MOV-IMPORTE
           MOVE WS-FECHA-NEGOCIO-R TO WS-MOV-FECHA
           MOVE 'D'                TO WS-MOV-DBCR
           MOVE WS-REFERENCIA      TO WS-MOV-REFER
           MOVE TMV-SALDO-INMOVIL  TO WS-MOV-TIPMOV
           PERFORM 4200-GRABAR-MOV THRU F-4200-GRABAR-MOV

      *    CONTRAPATA EN LA CUENTA DE SALDOS INMOVILIZADOS.
           MOVE WS-INMOV-TIPO      TO WS-MOV-TIPO
           MOVE WS-INMOV-CTA       TO WS-MOV-CUENTA
           MOVE 'C'                TO WS-MOV-DBCR
           PERFORM 4200-GRABAR-MOV THRU F-4200-GRABAR-MOV

           MOVE 'T'                TO SIN-ESTADO
           MOVE WS-FECHA-NEGOCIO-R TO SIN-FEC-TRANSF
           MOVE WS-IMP-MOV         TO SIN-IMP-TRANSF
           MOVE WS-REFERENCIA      TO SIN-REFERENCIA
           MOVE WS-REG-SALINM      TO WS-TSI-REG (WS-TSI-IDX)
           MOVE 'T'                TO WS-TSI-NOVEDAD (WS-TSI-IDX)

           ADD 1          TO WS-CANT-TRANSFERIDAS
           ADD WS-IMP-MOV TO WS-TOT-TRANSFERIDO

           MOVE 'TRANSFERIDA A 97-99999999' TO WS-LR-ESTADO
           PERFORM 8000-LINEA-REPORTE THRU F-8000-LINEA-REPORTE.

       F-4100-VENCER-CASO. EXIT.
      **************************************************************
       4200-GRABAR-MOV.

           WRITE REG-MOVSAL FROM WS-REG-MOVIMI

           IF FS-MOVSAL IS NOT EQUAL '00'
              DISPLAY '* ERROR EN WRITE MOVSALIDA = ' FS-MOVSAL
              MOVE 9999 TO RETURN-CODE
              SET  WS-FIN TO TRUE
           END-IF.

       F-4200-GRABAR-MOV. EXIT.
      **************************************************************
       5000-GRABAR.

           PERFORM VARYING WS-TSI-SUB FROM 1 BY 1
                   UNTIL WS-TSI-SUB > WS-TSI-CONT
                      OR WS-FIN
               MOVE WS-TSI-SUB TO WS-TSI-IDX
               PERFORM 5100-GRABAR-CASO THRU F-5100-GRABAR-CASO
           END-PERFORM.

       F-5000-GRABAR. EXIT.
      **************************************************************
       5100-GRABAR-CASO.
      *    EL MAESTRO NUEVO LLEVA TODO CASO QUE NO SE DIO DE BAJA.
      *    CADA CUENTA TRANSFERIDA VA A LAS MARCAS DDCTAINM Y AL
      *    STOCK DEL REGULATORIO; LAS TRANSFERENCIAS Y DEVOLUCIONES
      *    DE LA CORRIDA VAN ADEMAS COMO NOVEDAD.
           IF WS-TSI-NOVEDAD (WS-TSI-IDX) IS EQUAL 'B'
              GO TO F-5100-GRABAR-CASO
           END-IF

           MOVE WS-TSI-REG (WS-TSI-IDX) TO WS-REG-SALINM

           WRITE REG-CASOSNUE FROM WS-REG-SALINM

           IF FS-CASOSNUE IS NOT EQUAL '00'
              DISPLAY '* ERROR EN WRITE CASOSNUE  = ' FS-CASOSNUE
              MOVE 9999 TO RETURN-CODE
              SET  WS-FIN TO TRUE
              GO TO F-5100-GRABAR-CASO
           END-IF

           ADD 1 TO WS-CANT-CASOS-NUE

           IF SIN-TRANSFERIDA
              MOVE SPACES         TO REG-INMOVIL
              MOVE SIN-TIPCUEN    TO INM-TIPCUEN
              MOVE SIN-NROCUEN    TO INM-NROCUEN
              MOVE SIN-FEC-TRANSF TO INM-FECHA
              WRITE REG-INMOVIL
              IF FS-INMOVIL IS NOT EQUAL '00'
                 DISPLAY '* ERROR EN WRITE INMOVIL   = ' FS-INMOVIL
                 MOVE 9999 TO RETURN-CODE
                 SET  WS-FIN TO TRUE
              END-IF
              ADD 1 TO WS-CANT-MARCAS
              ADD SIN-IMP-TRANSF TO WS-TOT-STOCK
              MOVE 'S' TO WS-NOV-REGSIN
              PERFORM 5200-GRABAR-REGIMEN THRU F-5200-GRABAR-REGIMEN
           END-IF

           IF WS-TSI-NOVEDAD (WS-TSI-IDX) IS EQUAL 'T'
              OR WS-TSI-NOVEDAD (WS-TSI-IDX) IS EQUAL 'R'
              MOVE WS-TSI-NOVEDAD (WS-TSI-IDX) TO WS-NOV-REGSIN
              PERFORM 5200-GRABAR-REGIMEN THRU F-5200-GRABAR-REGIMEN
           END-IF.

       F-5100-GRABAR-CASO. EXIT.
      **************************************************************
       5200-GRABAR-REGIMEN.

           MOVE SPACES              TO WS-REG-REGSIN
           MOVE WS-FECHA-NEGOCIO-R  TO RGS-FECHA
           MOVE WS-NOV-REGSIN       TO RGS-NOVEDAD
           MOVE SIN-TIPCUEN         TO RGS-TIPCUEN
           MOVE SIN-NROCUEN         TO RGS-NROCUEN
           MOVE SIN-TIPDOC          TO RGS-TIPDOC
           MOVE SIN-NRODOC          TO RGS-NRODOC
           MOVE SIN-NOMAPE          TO RGS-NOMAPE
           MOVE SIN-SUCURSAL        TO RGS-SUCURSAL
           MOVE SIN-MONEDA          TO RGS-MONEDA
           MOVE SIN-IMP-TRANSF      TO RGS-IMPORTE
           MOVE SIN-FEC-ULT-CLIENTE TO RGS-FEC-ULT-CLIENTE
           MOVE SIN-FEC-TRANSF      TO RGS-FEC-TRANSF

           WRITE REG-REGIMEN FROM WS-REG-REGSIN

           IF FS-REGIMEN IS NOT EQUAL '00'
              DISPLAY '* ERROR EN WRITE REGIMEN   = ' FS-REGIMEN
              MOVE 9999 TO RETURN-CODE
              SET  WS-FIN TO TRUE
           END-IF.

       F-5200-GRABAR-REGIMEN. EXIT.
      **************************************************************
       6000-BUSCAR-CASO.
      *    DEJA EN WS-TSI-IDX EL CASO DE WS-CLAVE-CTA, CERO SI NO
      *    TIENE.
           MOVE ZEROS TO WS-TSI-IDX

           PERFORM VARYING WS-TSI-SUB FROM 1 BY 1
                   UNTIL WS-TSI-SUB > WS-TSI-CONT
               IF WS-TSI-CLAVE (WS-TSI-SUB) IS EQUAL WS-CLAVE-CTA
                  MOVE WS-TSI-SUB  TO WS-TSI-IDX
                  MOVE WS-TSI-CONT TO WS-TSI-SUB
               END-IF
           END-PERFORM.

       F-6000-BUSCAR-CASO. EXIT.
      **************************************************************
       6100-BUSCAR-TITULAR.
      *    TITULAR DE LA CUENTA SEGUN DDCTAS Y SUS DATOS SEGUN EL
      *    EXTRACTO; WS-TCL-IDX EN CERO SI NO SE ENCUENTRA.
           MOVE ZEROS TO WS-TCU-IDX
                         WS-TCL-IDX

           PERFORM VARYING WS-TCU-SUB FROM 1 BY 1
                   UNTIL WS-TCU-SUB > WS-TCU-CONT
               IF WS-TCU-CLAVE (WS-TCU-SUB) IS EQUAL WS-CLAVE-CTA
                  MOVE WS-TCU-SUB  TO WS-TCU-IDX
                  MOVE WS-TCU-CONT TO WS-TCU-SUB
               END-IF
           END-PERFORM

           IF WS-TCU-IDX IS EQUAL ZEROS
              GO TO F-6100-BUSCAR-TITULAR
           END-IF

           PERFORM VARYING WS-TCL-SUB FROM 1 BY 1
                   UNTIL WS-TCL-SUB > WS-TCL-CONT
               IF WS-TCL-NROCLI (WS-TCL-SUB) IS EQUAL
                  WS-TCU-NROCLI (WS-TCU-IDX)
                  MOVE WS-TCL-SUB  TO WS-TCL-IDX
                  MOVE WS-TCL-CONT TO WS-TCL-SUB
               END-IF
           END-PERFORM.

       F-6100-BUSCAR-TITULAR. EXIT.
      **************************************************************
       6200-FECHA-CLIENTE.
      *    ULTIMO MOVIMIENTO ORDENADO POR EL CLIENTE; SI DDULTMOV
      *    TODAVIA NO LO TIENE SE TOMA EL ULTIMO MOVIMIENTO.
           IF UMV-FEC-ULT-CLIENTE IS NUMERIC
              AND UMV-FEC-ULT-CLIENTE IS GREATER ZEROS
              MOVE UMV-FEC-ULT-CLIENTE TO WS-FEC-REFERENCIA
           ELSE
              MOVE UMV-FEC-ULT-MOV     TO WS-FEC-REFERENCIA
           END-IF.

       F-6200-FECHA-CLIENTE. EXIT.
      **************************************************************
       7000-FECHA-A-DIAS.
      *    CONVIERTE AAAAMMDD A DIAS 30/360.
           COMPUTE WS-DIAS-CONV =
                   (WS-FC-ANIO * 360) + (WS-FC-MES * 30) + WS-FC-DIA.

       F-7000-FECHA-A-DIAS. EXIT.
      **************************************************************
       8000-LINEA-REPORTE.

           WRITE REG-REPORTE FROM WS-LIN-CASO

           IF FS-REPORTE IS NOT EQUAL '00'
              DISPLAY '* ERROR EN WRITE REPORTE   = ' FS-REPORTE
              MOVE 9999 TO RETURN-CODE
              SET  WS-FIN TO TRUE
           END-IF.

       F-8000-LINEA-REPORTE. EXIT.
      **************************************
      *                                    *
      *  CUERPO FINAL CIERRE DE FILES      *
      *                                    *
      **************************************
       9999-FINAL.

           IF RETURN-CODE NOT EQUAL 9999
             CLOSE SALDOS
                 IF FS-SALDOS IS NOT EQUAL '00'
                  DISPLAY '* ERROR EN CLOSE SALDOS    = '
                                            FS-SALDOS
                  MOVE 9999 TO RETURN-CODE
                 END-IF

             CLOSE ULTMOV
                 IF FS-ULTMOV IS NOT EQUAL '00'
                  DISPLAY '* ERROR EN CLOSE ULTMOV    = '
                                            FS-ULTMOV
                  MOVE 9999 TO RETURN-CODE
                 END-IF

             CLOSE CASOSNUE
                 IF FS-CASOSNUE IS NOT EQUAL '00'
                  DISPLAY '* ERROR EN CLOSE CASOSNUE  = '
                                            FS-CASOSNUE
                  MOVE 9999 TO RETURN-CODE
                 END-IF

             CLOSE MOVSALIDA
                 IF FS-MOVSAL IS NOT EQUAL '00'
                  DISPLAY '* ERROR EN CLOSE MOVSALIDA = '
                                            FS-MOVSAL
                  MOVE 9999 TO RETURN-CODE
                 END-IF

             CLOSE INMOVIL
                 IF FS-INMOVIL IS NOT EQUAL '00'
                  DISPLAY '* ERROR EN CLOSE INMOVIL   = '
                                            FS-INMOVIL
                  MOVE 9999 TO RETURN-CODE
                 END-IF

             CLOSE REGIMEN
                 IF FS-REGIMEN IS NOT EQUAL '00'
                  DISPLAY '* ERROR EN CLOSE REGIMEN   = '
                                            FS-REGIMEN
                  MOVE 9999 TO RETURN-CODE
                 END-IF

             CLOSE CARTAS
                 IF FS-CARTAS IS NOT EQUAL '00'
                  DISPLAY '* ERROR EN CLOSE CARTAS    = '
                                            FS-CARTAS
                  MOVE 9999 TO RETURN-CODE
                 END-IF

             CLOSE CARELE
                 IF FS-CARELE IS NOT EQUAL '00'
                  DISPLAY '* ERROR EN CLOSE CARELE    = '
                                            FS-CARELE
                  MOVE 9999 TO RETURN-CODE
                 END-IF

             CLOSE CARIDX
                 IF FS-CARIDX IS NOT EQUAL '00'
                  DISPLAY '* ERROR EN CLOSE CARIDX    = '
                                            FS-CARIDX
                  MOVE 9999 TO RETURN-CODE
                 END-IF

             CLOSE RETENIDOS
                 IF FS-RETENIDOS IS NOT EQUAL '00'
                  DISPLAY '* ERROR EN CLOSE RETENIDOS = '
                                            FS-RETENIDOS
                  MOVE 9999 TO RETURN-CODE
                 END-IF

             CLOSE REPORTE
                 IF FS-REPORTE IS NOT EQUAL '00'
                  DISPLAY '* ERROR EN CLOSE REPORTE   = '
                                            FS-REPORTE
                  MOVE 9999 TO RETURN-CODE
                 END-IF

             IF WS-HAY-PREENV
                CLOSE PREFENV
             END-IF

             IF WS-HAY-ESTADOS
                CLOSE ESTADOS
             END-IF

             IF WS-HAY-SUPRIM
                CLOSE SUPRIM
             END-IF

             DISPLAY '***************************************'
             DISPLAY ' FECHA DE NEGOCIO            :  '
                                               WS-FECHA-NEGOCIO-R
             DISPLAY ' PROCESO (A ANUAL, M MENSUAL):  ' WS-PROCESO
             DISPLAY ' CASOS DEL MAESTRO ANTERIOR  :  '
                                               WS-CANT-CASOS-ANT
             DISPLAY ' TARJETAS DE REHABILITACION  :  '
                                               WS-CANT-REHAB-LEIDAS
             DISPLAY ' CUENTAS REHABILITADAS       :  '
                                               WS-CANT-REHABILITADAS
             DISPLAY ' REHABILITACIONES RECHAZADAS :  '
                                               WS-CANT-REHAB-RECHAZ
             DISPLAY ' SALDOS LEIDOS               :  '
                                               WS-CANT-SALDOS-LEIDOS
             DISPLAY ' CUENTAS INMOVILIZADAS NUEVAS:  '
                                               WS-CANT-DETECTADAS
             DISPLAY ' AVISOS EN PAPEL             :  '
                                               WS-CANT-AVISOS-PAPEL
             DISPLAY ' AVISOS POR CORREO           :  '
                                               WS-CANT-AVISOS-CORREO
             DISPLAY ' AVISOS A LA SUCESION        :  '
                                               WS-CANT-SUCESION
             DISPLAY ' AVISOS RETENIDOS            :  '
                                               WS-CANT-RETENIDOS
             DISPLAY ' CASOS A REVISION MANUAL     :  '
                                               WS-CANT-MANUALES
             DISPLAY ' CASOS DADOS DE BAJA         :  '
                                               WS-CANT-DESISTIDAS
             DISPLAY ' SALDOS TRANSFERIDOS         :  '
                                               WS-CANT-TRANSFERIDAS
             MOVE WS-TOT-TRANSFERIDO TO WS-TOT-EDIT
             DISPLAY ' IMPORTE TRANSFERIDO         : ' WS-TOT-EDIT
             MOVE WS-TOT-DEVUELTO    TO WS-TOT-EDIT
             DISPLAY ' IMPORTE DEVUELTO            : ' WS-TOT-EDIT
             DISPLAY ' CUENTAS MARCADAS DDCTAINM   :  '
                                               WS-CANT-MARCAS
             MOVE WS-TOT-STOCK       TO WS-TOT-EDIT
             DISPLAY ' STOCK TRANSFERIDO           : ' WS-TOT-EDIT
             DISPLAY ' CASOS EN EL MAESTRO NUEVO   :  '
                                               WS-CANT-CASOS-NUE
             DISPLAY '***************************************'

           END-IF.

       F-9999-FINAL.
           EXIT.
