      ******************************************************************
      *    LAYOUT DEL DIARIO PERMANENTE DE MOVIMIENTOS APLICADOS       *
      *    (DDDIAMOV, INDEXADO POR CUENTA + FECHA DE NEGOCIO +         *
      *    SECUENCIA). EL MOTOR DE SALDOS PGMBECBF AGREGA CADA NOCHE   *
      *    TODO MOVIMIENTO QUE EFECTIVAMENTE APLICA, CON LA SECUENCIA  *
      *    EN QUE LO APLICO DENTRO DE LA CUENTA; LOS RECHAZADOS A      *
      *    POST-CIERRE O A TIPO INVALIDO NO ENTRAN. DDMOVIM SE BORRA   *
      *    DESPUES DE LA CORRIDA: TODO PROCESO QUE NECESITE LA         *
      *    HISTORIA DE UN MOVIMIENTO LA TOMA DE ESTE DIARIO. EL        *
      *    IMPORTE VA SIN SIGNO, EL SENTIDO LO DA EL CODIGO 'D'/'C';   *
      *    EL ORIGEN ES EL PROGRAMA QUE EMITIO EL MOVIMIENTO SEGUN SU  *
      *    TIPO (CPORIMOV).                                            *
      *    EL ESTADO 'R' CON SU FECHA MARCA EL MOVIMIENTO ANULADO POR  *
      *    UN CONTRA-ASIENTO (PGMCOCBF), ESTAMPADO POR PGMBECBF AL     *
      *    APLICARLO; EL CONTRA-ASIENTO A SU VEZ LLEVA LA FECHA Y LA   *
      *    SECUENCIA DEL MOVIMIENTO QUE ANULA. EN LOS DEMAS            *
      *    MOVIMIENTOS ESOS CAMPOS VAN EN BLANCO O CERO.               *
      ******************************************************************
       01  WS-REG-DIAMOV.
           05  DIA-CLAVE.
               10  DIA-TIPCUEN     PIC 9(02).
               10  DIA-NROCUEN     PIC 9(08).
               10  DIA-FECHA       PIC 9(08).
               10  DIA-SECUENCIA   PIC 9(05).
           05  DIA-TIPMOV          PIC 9(02).
           05  DIA-IMPORTE         PIC 9(07)V99.
           05  DIA-DBCR            PIC X(01).
           05  DIA-REFER           PIC X(08).
           05  DIA-ORIGEN          PIC X(08).
           05  DIA-FEC-VALOR       PIC X(08).
           05  DIA-CONTRAVALOR     PIC S9(09)V99.
           05  DIA-ESTADO          PIC X(01).
               88  DIA-REVERSADO               VALUE 'R'.
           05  DIA-FEC-REVERSO     PIC 9(08).
           05  DIA-REVERSO-DE.
               10  DIA-REV-FECHA       PIC 9(08).
               10  DIA-REV-SECUENCIA   PIC 9(05).
           05  FILLER              PIC X(08).
