      ******************************************************************
      *    LINEAS DEL CERTIFICADO DE PLAZO FIJO (DDCERTIF). LAS        *
      *    IMPRIMEN LA CONSTITUCION PGMFJCBF Y LA RENOVACION DE        *
      *    PGMFVCBF, UNA HOJA POR CERTIFICADO (SALTO DE HOJA EN LA     *
      *    PRIMERA COLUMNA DEL TITULO).                                *
      ******************************************************************
       01  WS-CER-TITULO.
           05  FILLER              PIC X(01)   VALUE '1'.
           05  FILLER              PIC X(29)   VALUE
           ' CERTIFICADO DE PLAZO FIJO - '.
           05  WS-CER-OPERACION    PIC X(12).
           05  FILLER              PIC X(38)   VALUE SPACES.

       01  WS-CER-LIN1.
           05  FILLER              PIC X(17)   VALUE
           ' CERTIFICADO NRO '.
           05  WS-CER-NRO          PIC 9(08).
           05  FILLER              PIC X(09)   VALUE ' CLIENTE '.
           05  WS-CER-NROCLI       PIC 9(07).
           05  FILLER              PIC X(08)   VALUE ' CUENTA '.
           05  WS-CER-TIPCUEN      PIC 9(02).
           05  FILLER              PIC X(01)   VALUE '-'.
           05  WS-CER-NROCUEN      PIC 9(08).
           05  FILLER              PIC X(20)   VALUE SPACES.

       01  WS-CER-LIN2.
           05  FILLER              PIC X(09)   VALUE ' CAPITAL '.
           05  WS-CER-CAPITAL      PIC ZZZZZZZZ9,99.
           05  FILLER              PIC X(07)   VALUE ' PLAZO '.
           05  WS-CER-PLAZO        PIC ZZ9.
           05  FILLER              PIC X(10)   VALUE ' DIAS TNA '.
           05  WS-CER-TASA         PIC Z9,9999.
           05  FILLER              PIC X(01)   VALUE '%'.
           05  FILLER              PIC X(31)   VALUE SPACES.

       01  WS-CER-LIN3.
           05  FILLER              PIC X(13)   VALUE ' CONSTITUIDO '.
           05  WS-CER-FEC-CONST    PIC 9(08).
           05  FILLER              PIC X(07)   VALUE ' VENCE '.
           05  WS-CER-FEC-VENC     PIC 9(08).
           05  FILLER              PIC X(09)   VALUE ' INTERES '.
           05  WS-CER-INTERES      PIC ZZZZZZZZ9,99.
           05  FILLER              PIC X(23)   VALUE SPACES.

       01  WS-CER-LIN4.
           05  FILLER              PIC X(22)   VALUE
           ' TOTAL AL VENCIMIENTO '.
           05  WS-CER-TOTAL        PIC ZZZZZZZZZ9,99.
           05  FILLER              PIC X(24)   VALUE
           ' RENOVACION AUTOMATICA: '.
           05  WS-CER-RENUEVA      PIC X(01).
           05  FILLER              PIC X(20)   VALUE SPACES.
