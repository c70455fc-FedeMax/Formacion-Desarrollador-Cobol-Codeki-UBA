      ******************************************************************
      *    LAYOUT DEL ACUMULADO MENSUAL DE COMPRAS DE MONEDA           *
      *    EXTRANJERA POR PERSONA (DDCUPCAM, INDEXADO POR TIPO +       *
      *    NUMERO DE DOCUMENTO). LO ACTUALIZA PGMCXCBF CON CADA        *
      *    COMPRA ACEPTADA, SIN IMPORTAR DESDE QUE CUENTA PROPIA O     *
      *    COTITULADA OPERE LA PERSONA, PARA CONTROLAR EL CUPO         *
      *    REGULATORIO DEL MES. EL ACUMULADO SE LLEVA EN DOLARES; SI   *
      *    EL PERIODO GRABADO NO ES EL DE LA FECHA DE NEGOCIO EL MES   *
      *    EMPIEZA DE CERO.                                            *
      ******************************************************************
       01  WS-REG-CUPCAM.
           05  CUP-CLAVE.
               10  CUP-TIPDOC      PIC X(02).
               10  CUP-NRODOC      PIC 9(11).
           05  CUP-PERIODO         PIC 9(06).
           05  CUP-COMPRADO-USD    PIC 9(09)V99.
           05  CUP-CANT-OPER       PIC 9(05).
           05  CUP-FEC-ULT-OPER    PIC 9(08).
           05  FILLER              PIC X(07).
