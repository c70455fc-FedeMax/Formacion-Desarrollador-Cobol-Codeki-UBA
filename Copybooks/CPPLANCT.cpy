      ******************************************************************
      *    LAYOUT DEL PLAN DE CUENTAS DE LA INTERFAZ CONTABLE          *
      *    (DDPLANCT, PGMGLCBF). CLAVE TIPO DE MOVIMIENTO (CLASE 'M'   *
      *    DE DDTIPOS, VER CPTIPMOV) + TIPO DE CUENTA (CLASE 'C').     *
      *    LA FILA CON TIPO DE MOVIMIENTO 00 DEFINE LA CUENTA DE       *
      *    CONTROL DEL TIPO DE CUENTA (LA QUE REFLEJA LOS SALDOS DE    *
      *    CLIENTES Y SE PRUEBA CONTRA DDSALHOY). LAS DEMAS FILAS      *
      *    DAN LA CONTRAPARTIDA DEL MOVIMIENTO; TIPO DE CUENTA 00 ES   *
      *    COMODIN PARA TODOS LOS TIPOS. SI UNA FILA DE MOVIMIENTO     *
      *    TRAE CUENTA DE CONTROL PROPIA, ESA REEMPLAZA A LA DEL TIPO  *
      *    DE CUENTA (CASO REVALUACION, QUE NO TOCA SALDOS).           *
      ******************************************************************
       01  WS-REG-PLANCT.
           05  PCT-CLAVE.
               10  PCT-TIPMOV      PIC 9(02).
               10  PCT-TIPCUEN     PIC 9(02).
           05  PCT-CTA-CONTROL     PIC X(10).
           05  PCT-CTA-CONTRA      PIC X(10).
           05  PCT-DESCRIPCION     PIC X(30).
           05  FILLER              PIC X(06).
