      ******************************************************************
      *    LAYOUT DEL EXTRACTO DE DOMICILIOS (DDDOMIC). LO GRABA       *
      *    PGME2CBF EN LA MISMA PASADA QUE EL EXTRACTO DE CLIENTES,    *
      *    CON EL DOMICILIO DE TBCURCLI TAL COMO QUEDO DESPUES DE LA   *
      *    ESTANDARIZACION DE PGMDOCBF. LO LEE EL ARMADO DE HOGARES    *
      *    PGMHGCBF.                                                   *
      ******************************************************************
       01  WS-REG-DOMCLI.
           05  DOM-TIPDOC          PIC X(02).
           05  DOM-NRODOC          PIC 9(11).
           05  DOM-NROCLI          PIC 9(07).
           05  DOM-DOMICILIO       PIC X(20).
