      *    AQUI EL NUMERO DE LA SUCURSAL ABSORBIDA PARA QUE LAS        *
      *    COMPARACIONES MES CONTRA MES DE PGMRVCBF SUMEN SUS CIFRAS   *
      *    HISTORICAS A LA SOBREVIVIENTE; EN CERO NO HAY PREDECESOR.   *
      *    LOS LIMITES DEL TESORO OCUPAN EL RESTO DEL FILLER, EN MILES *
      *    DE PESOS: EL MAXIMO ES LO QUE CUBRE EL SEGURO Y EL MINIMO   *
      *    LO QUE LA SUCURSAL NECESITA PARA OPERAR UN DIA. LOS CARGA   *
      *    PGMSUCBF Y LOS CONTROLA EL BALANCEO DE CAJAS PGMAQCBF, QUE  *
      *    PIDE TRASLADO DE CAUDALES CUANDO EL TESORO QUEDA FUERA DE   *
      *    ELLOS; EN CERO (O EN BLANCO) NO HAY CONTROL.                *
      ******************************************************************
       01  WS-REG-SUCMAE.
           05  SUC-NRO             PIC 9(02).
           05  SUC-FEC-APERTURA    PIC 9(08).
           05  SUC-FEC-CIERRE      PIC 9(08).
           05  SUC-PREDECESOR      PIC 9(02).
           05  SUC-TESO-MAXIMO     PIC 9(05).
           05  SUC-TESO-MINIMO     PIC 9(04).
