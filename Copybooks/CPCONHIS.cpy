      ******************************************************************
      *    LAYOUT DEL HISTORICO DE CAMBIOS DE CONSENTIMIENTO           *
      *    (DDCONHIS). PGMCNCBF AGREGA UN REGISTRO POR CADA NOVEDAD CS *
      *    APLICADA, CON LA FECHA DE NEGOCIO EN QUE SE APLICO, LA      *
      *    FECHA INFORMADA POR LA SUCURSAL Y EL ESTADO ANTERIOR DEL    *
      *    CANAL; EL REPORTE DE AUDITORIA PGMCRCBF LO LISTA POR        *
      *    PERIODO.                                                    *
      ******************************************************************
       01  WS-REG-CONHIS.
           05  HCN-FECHA           PIC 9(08).
           05  HCN-TIPDOC          PIC X(02).
           05  HCN-NRODOC          PIC 9(11).
           05  HCN-CANAL           PIC X(01).
           05  HCN-ACCION          PIC X(01).
               88  HCN-OTORGA                  VALUE 'O'.
               88  HCN-REVOCA                  VALUE 'R'.
           05  HCN-FEC-EFECTIVA    PIC 9(08).
           05  HCN-SUCURSAL        PIC 9(02).
           05  HCN-NROCLI          PIC 9(07).
           05  HCN-ESTADO-ANT      PIC X(01).
           05  FILLER              PIC X(19).
