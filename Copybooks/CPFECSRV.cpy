      *            FECHA-SAL)                                          *
      *      'A' = SUMAR N DIAS HABILES (USA FECHA-ENT Y CANT-DIAS,    *
      *            DEVUELVE FECHA-SAL)                                 *
      *      'C' = SUMAR N DIAS CORRIDOS (USA FECHA-ENT Y CANT-DIAS,   *
      *            DEVUELVE FECHA-SAL)                                 *
      *      'D' = DIA DE LA SEMANA     (USA FECHA-ENT, DEVUELVE EN    *
      *            CANT-DIAS 1 = LUNES ... 7 = DOMINGO)                *
      *    RESULTADO 'E' = FECHA DE ENTRADA INVALIDA O FUNCION         *
      *    DESCONOCIDA. EL MODULO CARGA EL ARCHIVO DE FERIADOS         *
      *    DDFERIAD EN LA PRIMERA LLAMADA DE LA CORRIDA.               *
