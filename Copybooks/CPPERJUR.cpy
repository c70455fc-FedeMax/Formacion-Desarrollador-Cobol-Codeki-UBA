      ******************************************************************
      *    LAYOUT DEL EXTRACTO DE PERSONAS JURIDICAS (DDPERJUR). LO    *
      *    GRABA PGME2CBF EN LA MISMA PASADA QUE EL EXTRACTO DE        *
      *    CLIENTES, UN REGISTRO POR CADA CLIENTE CON TIPPERS = 'J',   *
      *    EN EL MISMO ORDEN QUE EL EXTRACTO. VA APARTE PARA NO        *
      *    CAMBIAR EL LARGO DEL EXTRACTO QUE LEEN LOS DEMAS PROCESOS.  *
      *    LO LEE EL PUENTE PGMPUCBF PARA MARCAR LAS PERSONAS          *
      *    JURIDICAS Y SACARLAS DE LAS DEMOGRAFIAS DE PERSONAS.        *
      ******************************************************************
       01  WS-REG-PERJUR.
           05  PJU-CLAVE.
               10  PJU-TIPDOC      PIC X(02).
               10  PJU-NRODOC      PIC 9(11).
           05  PJU-NROCLI          PIC 9(07).
           05  PJU-RAZON-SOCIAL    PIC X(30).
           05  PJU-FEC-CONSTIT     PIC X(08).
           05  FILLER              PIC X(02).
