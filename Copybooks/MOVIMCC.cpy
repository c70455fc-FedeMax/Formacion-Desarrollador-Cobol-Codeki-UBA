      *    CON LA MISMA REFERENCIA Y EL PAREO PGMPTCBF SOLO DEJA       *
      *    PASAR PARES COMPLETOS QUE NETEAN CERO; EN BLANCO EL         *
      *    MOVIMIENTO NO ES PATA DE TRANSFERENCIA.                     *
      *    EL TIPO DE MOVIMIENTO TAMBIEN OCUPA PARTE DEL FILLER: ES    *
      *    EL CODIGO DE CLASE 'M' DE DDTIPOS QUE ESTAMPA EL PROGRAMA   *
      *    QUE ORIGINA EL MOVIMIENTO (INTERES, COMISION, RETENCION,    *
      *    CHEQUE, SUSPENSO, REVALUACION) Y CON EL QUE LA INTERFAZ     *
      *    CONTABLE PGMGLCBF ELIGE LA CUENTA DEL PLAN. EN BLANCO O     *
      *    CERO ES UN MOVIMIENTO DE SUCURSAL (TIPO 01).                *
      *    EL CONTRAVALOR EN PESOS TAMBIEN OCUPA PARTE DEL FILLER:     *
      *    SOLO LO LLEVAN LAS PATAS DE UNA OPERACION DE CAMBIO         *
      *    (TMV-OPER-CAMBIO, PGMCXCBF), QUE ESTAN EN MONEDAS           *
      *    DISTINTAS; EL PAREO PGMPTCBF NETEA ESE CONTRAVALOR EN       *
      *    LUGAR DEL IMPORTE. EN LOS DEMAS MOVIMIENTOS VA EN BLANCO.   *
      *    EL VINCULO DE REVERSO TAMBIEN OCUPA PARTE DEL FILLER: SOLO  *
      *    LO LLEVA UN CONTRA-ASIENTO EMITIDO POR PGMCOCBF, CON LA     *
      *    FECHA DE NEGOCIO Y LA SECUENCIA DEL DIARIO DDDIAMOV DEL     *
      *    MOVIMIENTO QUE ANULA. UN CONTRA-ASIENTO NO CUENTA COMO      *
      *    ACTIVIDAD DE LA CUENTA. EN LOS DEMAS MOVIMIENTOS VA EN      *
      *    BLANCO.                                                     *
      ******************************************************************
       01  WS-REG-MOVIMI.
           05  WS-MOV-TIPO         PIC 9(02).
           05  WS-MOV-FECHA        PIC X(08).
           05  WS-MOV-DBCR         PIC X(01).
           05  WS-MOV-REFER        PIC X(08).
           05  WS-MOV-TIPMOV       PIC 9(02).
           05  WS-MOV-CONTRAVALOR  PIC S9(09)V99.
           05  WS-MOV-REVERSO.
               10  WS-MOV-REV-FECHA     PIC 9(08).
               10  WS-MOV-REV-SECUENCIA PIC 9(05).
           05  FILLER              PIC X(18).
