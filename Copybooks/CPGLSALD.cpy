      ******************************************************************
      *    LAYOUT DE SALDOS DEL MAYOR POR CUENTA CONTABLE (DDGLSANT /  *
      *    DDGLSHOY). LO GRABA CADA NOCHE LA INTERFAZ CONTABLE         *
      *    PGMGLCBF Y LO LEE LA CORRIDA SIGUIENTE COMO SALDO DE AYER.  *
      *    EL SALDO ES HABER MENOS DEBE, CON EL MISMO SIGNO QUE LOS    *
      *    SALDOS DE CLIENTES (CPSALDO), PARA QUE LAS CUENTAS DE       *
      *    CONTROL SE COMPAREN DIRECTO CONTRA DDSALHOY.                *
      ******************************************************************
       01  WS-REG-GLSALD.
           05  GLS-CUENTA          PIC X(10).
           05  GLS-SALDO           PIC S9(13)V99.
           05  GLS-FECHA           PIC 9(08).
           05  FILLER              PIC X(07).
