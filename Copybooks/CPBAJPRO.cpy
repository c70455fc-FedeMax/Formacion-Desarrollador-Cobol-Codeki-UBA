      ******************************************************************
      *    LAYOUT DE LA PROPUESTA DE BAJA DE LOTES VENCIDOS            *
      *    (DDBAJPRO). LA EMITE EL CONTROL SEMANAL DE VENCIMIENTOS     *
      *    PGMLVCBF CON BJP-APROBADO EN BLANCO; EL RESPONSABLE DE      *
      *    DEPOSITO MARCA 'S' LOS LOTES QUE SE DAN DE BAJA (Y CORRIGE  *
      *    BJP-DEPOSITO SI EL LOTE NO ESTA EN EL CENTRAL) Y PGMBJCBF   *
      *    CONVIERTE LOS APROBADOS EN SALIDAS DE STOCK.                *
      ******************************************************************
       01  WS-REG-BAJPRO.
           05  BJP-COD-PROD        PIC 9(02).
           05  BJP-LOTE            PIC X(10).
           05  BJP-FEC-VENCE       PIC 9(08).
           05  BJP-CANTIDAD        PIC 9(07).
           05  BJP-VALOR           PIC 9(11)V99.
           05  BJP-DEPOSITO        PIC 9(02).
           05  BJP-APROBADO        PIC X(01).
               88  BJP-BAJA-APROBADA           VALUE 'S'.
           05  FILLER              PIC X(17).
