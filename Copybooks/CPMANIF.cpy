      ******************************************************************
      *    RENGLON DEL REMITO DE DISTRIBUCION DDMANIF: UNO POR PAQUETE *
      *    DE PGMBRCBF Y UNO POR ARCHIVO DE PGMEXCBF. ADEMAS DE        *
      *    SUCURSAL, PAGINAS Y RENGLONES LLEVA EL REPORTE, LA CLASE DE *
      *    DESTINATARIO, EL PERFIL DE ENMASCARADO APLICADO Y SUS       *
      *    MARCAS (DOCUMENTO, NOMBRE, SALDO; 'S' = ENMASCARADO), PARA  *
      *    QUE AUDITORIA PUEDA PROBAR QUE LA COPIA DEL REGULADOR SALIO *
      *    COMPLETA Y LAS DE SUCURSAL NO.                              *
      ******************************************************************
       01  WS-REG-MANIF.
           05  MAN-SUC             PIC 9(02).
           05  FILLER              PIC X(01).
           05  MAN-NOMBRE          PIC X(20).
           05  FILLER              PIC X(01).
           05  MAN-PAGINAS         PIC 9(05).
           05  FILLER              PIC X(01).
           05  MAN-RENGLONES       PIC 9(07).
           05  FILLER              PIC X(01).
           05  MAN-REPORTE         PIC X(08).
           05  FILLER              PIC X(01).
           05  MAN-CLASE           PIC X(01).
           05  FILLER              PIC X(01).
           05  MAN-PERFIL          PIC X(04).
           05  FILLER              PIC X(01).
           05  MAN-MARCAS          PIC X(03).
           05  FILLER              PIC X(23).
