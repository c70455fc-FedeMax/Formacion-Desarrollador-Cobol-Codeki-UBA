      ******************************************************************
      *    LAYOUT DE MIEMBROS DE HOGAR (DDHOGMIE): UN REGISTRO POR     *
      *    CLIENTE DEL EXTRACTO CON SU NUMERO DE HOGAR, LA CANTIDAD    *
      *    DE MIEMBROS Y EL DOCUMENTO DEL REFERENTE. LO GRABA PGMHGCBF *
      *    Y LO LEEN EL PROPIO PGMHGCBF EL MES SIGUIENTE (PARA QUE EL  *
      *    HOGAR CONSERVE SU NUMERO) Y LOS RESUMENES PGMSTCBF PARA     *
      *    CONSOLIDAR EL ENVIO DEL HOGAR.                              *
      ******************************************************************
       01  WS-REG-HOGMIE.
           05  HMI-TIPDOC          PIC X(02).
           05  HMI-NRODOC          PIC 9(11).
           05  HMI-NROCLI          PIC 9(07).
           05  HMI-NROHOG          PIC 9(07).
           05  HMI-REFERENTE       PIC X(01).
               88  HMI-ES-REFERENTE            VALUE 'S'.
           05  HMI-CANT-MIEMBROS   PIC 9(03).
           05  HMI-REF-TIPDOC      PIC X(02).
           05  HMI-REF-NRODOC      PIC 9(11).
           05  FILLER              PIC X(16).
