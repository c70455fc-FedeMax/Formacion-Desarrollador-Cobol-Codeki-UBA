      ******************************************************************
      *    LAYOUT DEL MAESTRO DE EMBARGOS Y TRABAS JUDICIALES          *
      *    (DDEMBARG, INDEXADO POR CUENTA + FECHA DE LA ORDEN +        *
      *    JUZGADO + EXPEDIENTE, ASI LAS ORDENES DE UNA CUENTA SE      *
      *    LEEN POR ANTIGUEDAD). LO MANTIENE PGMEBCBF POR NOVEDADES    *
      *    DE LEGALES Y LO CONSULTA TODO PASO QUE VERIFICA FONDOS:     *
      *    DISPONIBLE = SAL-SALDO MENOS LO RETENIDO POR LAS ORDENES.   *
      *    TIPO: T = EMBARGO TOTAL, EL IMPORTE SE TRANSFIERE A LA      *
      *    CUENTA DE DEPOSITOS JUDICIALES A MEDIDA QUE LA CUENTA LO    *
      *    CUBRE; P = TRABA PARCIAL, EL IMPORTE QUEDA INMOVILIZADO EN  *
      *    LA CUENTA HASTA EL LEVANTAMIENTO.                           *
      *    RETENIDO = IMPORTE - TRANSFERIDO. LA ULTIMA TRANSFERENCIA   *
      *    Y SU FECHA PERMITEN SEGUIR RETENIENDO LO TRANSFERIDO EN LA  *
      *    NOCHE MIENTRAS EL SALDO DE AYER TODAVIA LO CONTIENE.        *
      *    ESTADO: A = ACTIVA, L = LEVANTADA, C = CUMPLIDA (TOTAL      *
      *    TRANSFERIDO).                                               *
      ******************************************************************
       01  WS-REG-EMBARG.
           05  EMB-CLAVE.
               10  EMB-TIPCUEN     PIC 9(02).
               10  EMB-NROCUEN     PIC 9(08).
               10  EMB-FEC-ORDEN   PIC 9(08).
               10  EMB-JUZGADO     PIC 9(04).
               10  EMB-EXPEDIENTE  PIC X(15).
           05  EMB-TIPO            PIC X(01).
           05  EMB-IMPORTE         PIC 9(09)V99.
           05  EMB-IMP-TRANSF      PIC 9(09)V99.
           05  EMB-ULT-TRANSF      PIC 9(09)V99.
           05  EMB-FEC-ULT-TRANSF  PIC 9(08).
           05  EMB-ESTADO          PIC X(01).
           05  EMB-FEC-ALTA        PIC 9(08).
           05  EMB-FEC-BAJA        PIC 9(08).
           05  FILLER              PIC X(04).
