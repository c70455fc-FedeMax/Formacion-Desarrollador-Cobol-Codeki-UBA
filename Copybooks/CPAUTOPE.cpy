      ******************************************************************
      *    AREA DE COMUNICACION CON EL MODULO DE AUTORIZACION DE       *
      *    OPERADORES PGMAXCBF (CALL 'PGMAXCBF' USING WS-AUTOPE-AREA), *
      *    QUE USAN TODOS LOS MANTENIMIENTOS DE MAESTROS DE            *
      *    REFERENCIA. FUNCIONES:                                      *
      *      'V' = VALIDAR LA NOVEDAD (PROGRAMA, MAESTRO, OPERADOR,    *
      *      TIPO DE NOVEDAD, IMPORTE E IMAGEN DE LA NOVEDAD) CONTRA   *
      *      LA MATRIZ DDAUTOPE; DEVUELVE RESULTADO S/N Y EL MOTIVO.   *
      *      LA NO AUTORIZADA VA AL LISTADO DE EXCEPCIONES DE          *
      *      SEGURIDAD DDEXCSEG                                        *
      *      'L' = REGISTRAR UN CAMBIO APLICADO (ADEMAS CLAVE, IMAGEN  *
      *      ANTES E IMAGEN DESPUES) EN EL LOG CONSOLIDADO DDLOGREF    *
      *      (LAYOUT CPLOGREF)                                         *
      *      'F' = FIN DE CORRIDA, CIERRA LOS ARCHIVOS DEL MODULO      *
      *    RESULTADO 'E' = ERROR DE ARCHIVO O FUNCION DESCONOCIDA. EL  *
      *    IMPORTE EN CERO INDICA QUE LA NOVEDAD NO TIENE IMPORTE      *
      *    SUJETO A TOPE. EL OPERADOR VIAJA EN LAS COLUMNAS 73 A 80 DE *
      *    CADA NOVEDAD.                                               *
      ******************************************************************
       01  WS-AUTOPE-AREA.
           05  AOP-FUNCION         PIC X(01).
           05  AOP-PROGRAMA        PIC X(08).
           05  AOP-MAESTRO         PIC X(08).
           05  AOP-OPERADOR        PIC X(08).
           05  AOP-TIPO-NOV        PIC X(02).
           05  AOP-IMPORTE         PIC 9(11)V99.
           05  AOP-CLAVE           PIC X(20).
           05  AOP-NOVEDAD         PIC X(80).
           05  AOP-ANTES           PIC X(100).
           05  AOP-DESPUES         PIC X(100).
           05  AOP-RESULTADO       PIC X(01).
               88  AOP-AUTORIZADO            VALUE 'S'.
               88  AOP-NO-AUTORIZADO         VALUE 'N'.
               88  AOP-ERROR                 VALUE 'E'.
           05  AOP-MOTIVO          PIC X(30).
