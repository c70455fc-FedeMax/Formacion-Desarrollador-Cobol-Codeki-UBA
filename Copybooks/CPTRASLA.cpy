      ******************************************************************
      *    LAYOUT DE LA SOLICITUD DE TRASLADO DE CAUDALES (DDTRASLA)   *
      *    QUE GRABA EL BALANCEO DE CAJAS PGMAQCBF PARA LA             *
      *    TRANSPORTADORA, CON FECHA DE EJECUCION EL DIA HABIL         *
      *    SIGUIENTE. 'R' = RETIRAR DEL TESORO EL EXCEDENTE SOBRE EL   *
      *    MAXIMO ASEGURADO; 'E' = ENVIAR AL TESORO LO QUE FALTA PARA  *
      *    EL MINIMO OPERATIVO.                                        *
      ******************************************************************
       01  WS-REG-TRASLA.
           05  TRA-FECHA-EJEC      PIC 9(08).
           05  TRA-SUCURSAL        PIC 9(02).
           05  TRA-TIPO            PIC X(01).
               88  TRA-RETIRO                VALUE 'R'.
               88  TRA-ENVIO                 VALUE 'E'.
           05  TRA-IMPORTE         PIC 9(09)V99.
           05  TRA-SALDO-TESORO    PIC 9(09)V99.
           05  TRA-LIMITE          PIC 9(09)V99.
           05  TRA-FECHA-ARQUEO    PIC 9(08).
           05  FILLER              PIC X(08).
