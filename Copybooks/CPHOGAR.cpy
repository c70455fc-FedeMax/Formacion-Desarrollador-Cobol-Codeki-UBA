      ******************************************************************
      *    LAYOUT DEL MAESTRO DE HOGARES (DDHOGMAE). LO ARMA CADA MES  *
      *    PGMHGCBF AGRUPANDO LOS CLIENTES DEL EXTRACTO QUE COMPARTEN  *
      *    DOMICILIO ESTANDARIZADO Y APELLIDO. EL REFERENTE ES EL      *
      *    MIEMBRO DE MAYOR SALDO: A EL SE DIRIGE EL ENVIO             *
      *    CONSOLIDADO DE RESUMENES. LA SUCURSAL ES LA DE LA PRIMERA   *
      *    CUENTA DEL REFERENTE EN DDCTASUC Y EL SEGMENTO EL MAS ALTO  *
      *    DE LOS MIEMBROS EN DDSEGM (A SOBRE B SOBRE C).              *
      ******************************************************************
       01  WS-REG-HOGAR.
           05  HOG-NROHOG          PIC 9(07).
           05  HOG-DOMICILIO       PIC X(20).
           05  HOG-APELLIDO        PIC X(15).
           05  HOG-CANT-MIEMBROS   PIC 9(03).
           05  HOG-CANT-CUENTAS    PIC 9(03).
           05  HOG-SALDO-TOTAL     PIC S9(13)V99.
           05  HOG-SEGMENTO        PIC X(01).
           05  HOG-SUCURSAL        PIC 9(02).
           05  HOG-REF-TIPDOC      PIC X(02).
           05  HOG-REF-NRODOC      PIC 9(11).
           05  HOG-REF-NROCLI      PIC 9(07).
           05  HOG-FEC-PROCESO     PIC 9(08).
           05  FILLER              PIC X(06).
