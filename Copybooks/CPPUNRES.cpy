      ******************************************************************
      *    LAYOUT DEL MANIFIESTO DE PUNTOS DE RESTAURACION (DDPUNANT   *
      *    HISTORIA ANTERIOR / DDPUNSAL NUEVA). AL ABRIR LA VENTANA    *
      *    PGMPXCBF GRABA UN REGISTRO POR CADA MAESTRO QUE ACTUALIZA   *
      *    LA NOCHE CON LA GENERACION VIGENTE ANTES DE TOCARLO; LA     *
      *    VUELTA ATRAS PGMRBCBF RESTAURA ESAS GENERACIONES Y MARCA    *
      *    LOS REGISTROS COMO RESTAURADOS. PRS-FEC-ESTADO ES LA FECHA  *
      *    DE MAQUINA DEL ALTA O DE LA RESTAURACION.                   *
      ******************************************************************
       01  WS-REG-PUNRES.
           05  PRS-FECHA           PIC 9(08).
           05  PRS-DDNAME          PIC X(08).
           05  PRS-DSNAME          PIC X(44).
           05  PRS-GENERACION      PIC 9(04).
           05  PRS-ESTADO          PIC X(01).
               88  PRS-ACTIVO                  VALUE 'A'.
               88  PRS-RESTAURADO              VALUE 'R'.
           05  PRS-FEC-ESTADO      PIC 9(08).
           05  FILLER              PIC X(07).
