      *    PUENTE PGMPUCBF LA ARRASTRA DESDE EL EXTRACTO DE PGME2CBF   *
      *    PARA QUE LA DEMOGRAFIA PUEDA ABRIR POR FRANJA DE EDAD Y NO  *
      *    SOLO POR SEXO Y ESTADO CIVIL.                               *
      *    WS-SUC-TIPO-PERSONA TOMA OTRO BYTE DEL FILLER: EL PUENTE LO *
      *    MARCA EN 'J' PARA LAS PERSONAS JURIDICAS, QUE LAS           *
      *    DEMOGRAFIAS DE PERSONAS (PGMC1CBF, PGMEDCBF) DEJAN AFUERA.  *
      ******************************************************************
       01  WS-REG-CLICOB.
           05  WS-SUC-NRO-SUC      PIC 9(02).
           05  WS-SUC-SEXO         PIC X(01).
           05  WS-SUC-EST-CIV      PIC X(10).
           05  WS-SUC-FECNAC       PIC X(08).
           05  WS-SUC-TIPO-PERSONA PIC X(01).
               88  WS-SUC-PERSONA-JURIDICA   VALUE 'J'.
           05  FILLER              PIC X(58).
