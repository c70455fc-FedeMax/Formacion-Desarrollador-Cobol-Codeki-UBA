      ******************************************************************
      *    LAYOUT DE LA MARCA DE EJERCICIO CERRADO (DDANICER), UN      *
      *    UNICO REGISTRO QUE GRABA EL CIERRE ANUAL PGMCECBF CON EL    *
      *    ULTIMO ANIO CERRADO Y LA FECHA DE NEGOCIO DEL CIERRE. LOS   *
      *    EJERCICIOS SE CIERRAN EN ORDEN, ASI QUE TODO ANIO IGUAL O   *
      *    ANTERIOR AL DE LA MARCA ESTA CERRADO: EL MOTOR DE SALDOS    *
      *    PGMBECBF Y EL AJUSTE DE FECHA VALOR PGMRTCBF RECHAZAN TODO  *
      *    MOVIMIENTO CUYA FECHA VALOR CAIGA EN UN EJERCICIO CERRADO.  *
      *    SIN ARCHIVO NO HAY EJERCICIO CERRADO.                       *
      ******************************************************************
       01  WS-REG-ANICER.
           05  CIE-ANIO            PIC 9(04).
           05  CIE-FECHA-CIERRE    PIC 9(08).
           05  CIE-CUENTAS         PIC 9(07).
           05  FILLER              PIC X(01).
