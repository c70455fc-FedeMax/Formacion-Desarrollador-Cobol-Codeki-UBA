      *    CUENTA Y EL MOTOR DE SALDOS PARA RECHAZAR CODIGOS           *
      *    DESCONOCIDOS O VENCIDOS. VIGENCIA HASTA EN CERO             *
      *    SIGNIFICA SIN TOPE.                                         *
      *    TIP-EXENTO-IDC SOLO VALE PARA LA CLASE 'M': EN 'S' EL TIPO  *
      *    DE MOVIMIENTO NO PAGA EL IMPUESTO A LOS DEBITOS Y CREDITOS  *
      *    BANCARIOS (PGMIBCBF); EN BLANCO O 'N' ESTA GRAVADO.         *
      *    TIP-EXCL-GARANTIA SOLO VALE PARA LA CLASE 'C': EN 'S' EL    *
      *    TIPO DE CUENTA QUEDA FUERA DE LA GARANTIA DE LOS DEPOSITOS  *
      *    POR NORMA (PGMSDCBF); EN BLANCO O 'N' ESTA CUBIERTO.        *
      *    TIP-TIPO-ADULTO SOLO VALE PARA LA CLASE 'C': EN UN TIPO DE  *
      *    CUENTA DE MENORES ES EL TIPO AL QUE SE CONVIERTE LA CUENTA  *
      *    CUANDO EL TITULAR CUMPLE 18 (PGMMYCBF); EN CERO EL TIPO NO  *
      *    ES DE MENORES.                                              *
      ******************************************************************
       01  WS-REG-TIPOS.
           05  TIP-CLAVE.
           05  TIP-DESCRIPCION     PIC X(30).
           05  TIP-VIG-DESDE       PIC 9(08).
           05  TIP-VIG-HASTA       PIC 9(08).
           05  TIP-EXENTO-IDC      PIC X(01).
           05  TIP-EXCL-GARANTIA   PIC X(01).
           05  TIP-TIPO-ADULTO     PIC 9(02).
           05  FILLER              PIC X(07).
