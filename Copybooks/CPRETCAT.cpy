      ******************************************************************
      *    LAYOUT DEL CATALOGO DE RETENCION DE HISTORICOS (DDRETCAT):  *
      *    UNA FILA POR ARCHIVO HISTORICO DE LA SUITE, IDENTIFICADO    *
      *    POR SU DD (DDHISSAL, DDARCEXT, DDHISREP, DDTRAZA, DDJRNL,   *
      *    DDESTAD, DDHISSTK), CON EL PLAZO DE CONSERVACION EN MESES   *
      *    Y LA NORMA QUE LO FIJA. PLAZO EN CERO ES CONSERVACION       *
      *    PERMANENTE. LO LEE LA DEPURACION MENSUAL PGMRDCBF: UN       *
      *    ARCHIVO QUE NO FIGURA EN EL CATALOGO NO SE DEPURA.          *
      ******************************************************************
       01  WS-REG-RETCAT.
           05  RTC-ARCHIVO         PIC X(08).
           05  RTC-MESES           PIC 9(03).
           05  RTC-BASE-LEGAL      PIC X(40).
           05  FILLER              PIC X(29).
