      ******************************************************************
      *    LAYOUT DEL MAESTRO DE COINCIDENCIAS CON LA LISTA DE         *
      *    VIGILANCIA (DDHITSAN, INDEXADO POR DOCUMENTO + LISTA +      *
      *    IDENTIFICADOR DE LA ENTRADA). LO GRABA EL REPASO DE LA      *
      *    BASE PGMSBCBF: UNA COINCIDENCIA YA GRABADA NO SE VUELVE A   *
      *    INFORMAR CON CADA VERSION NUEVA DE LA LISTA. HIT-VERSION    *
      *    ES LA VERSION EN QUE APARECIO.                              *
      ******************************************************************
       01  WS-REG-HITSAN.
           05  HIT-CLAVE.
               10  HIT-TIPDOC      PIC X(02).
               10  HIT-NRODOC      PIC 9(11).
               10  HIT-LISTA       PIC X(01).
               10  HIT-ID          PIC X(10).
           05  HIT-RESULTADO       PIC X(01).
           05  HIT-VERSION         PIC 9(08).
           05  HIT-FECHA           PIC 9(08).
           05  HIT-NOMAPE          PIC X(30).
           05  FILLER              PIC X(09).
