      *  LA SEMANA SE CALCULA CON LA CONGRUENCIA DE ZELLER Y LOS   *
      *  FERIADOS SE CARGAN UNA SOLA VEZ EN LA PRIMERA LLAMADA DE  *
      *  LA CORRIDA.                                               *
      *  TAMBIEN SUMA N DIAS CORRIDOS A UNA FECHA (VENCIMIENTO DE  *
      *  PLAZOS FIJOS).                                            *
      *  Y DEVUELVE EL DIA DE LA SEMANA DE UNA FECHA (1 = LUNES    *
      *  ... 7 = DOMINGO), QUE USA EL CONTROL DE VOLUMENES DE      *
      *  PGMPLCBF PARA COMPARAR CADA NOCHE CON SUS IGUALES.        *
      **************************************************************
       ENVIRONMENT DIVISION.
      **************************************************************
                               THRU F-4000-SUMAR-HABILES
                       MOVE WS-FECHA-TRABAJO TO LK-FECHA-SAL
                       MOVE 'S' TO LK-RESULTADO
                  WHEN 'C'
                       PERFORM 4100-SUMAR-CORRIDOS
                               THRU F-4100-SUMAR-CORRIDOS
                       MOVE WS-FECHA-TRABAJO TO LK-FECHA-SAL
                       MOVE 'S' TO LK-RESULTADO
                  WHEN 'D'
                       PERFORM 2200-NUMERO-DE-DIA
                               THRU F-2200-NUMERO-DE-DIA
                       MOVE 'S' TO LK-RESULTADO
                  WHEN OTHER
                       MOVE 'E' TO LK-RESULTADO
              END-EVALUATE
           MOVE WS-RESTO TO WS-ZEL-H.

       F-2100-DIA-SEMANA. EXIT.
      **************************************************************
       2200-NUMERO-DE-DIA.
      *    PASA EL H DE ZELLER (0 = SABADO) A 1 = LUNES ... 7 =
      *    DOMINGO Y LO DEVUELVE EN LA CANTIDAD DE DIAS DEL AREA.
           PERFORM 2100-DIA-SEMANA THRU F-2100-DIA-SEMANA

           COMPUTE WS-ZEL-TRABAJO = WS-ZEL-H + 5
           DIVIDE WS-ZEL-TRABAJO BY 7
                  GIVING WS-COCIENTE REMAINDER WS-RESTO

           COMPUTE LK-CANT-DIAS = WS-RESTO + 1.

       F-2200-NUMERO-DE-DIA. EXIT.
      **************************************************************
       3000-SIGUIENTE-HABIL.
      *    AVANZA DE A UN DIA CALENDARIO HASTA CAER EN UN HABIL.
           END-PERFORM.

       F-4000-SUMAR-HABILES. EXIT.
      **************************************************************
       4100-SUMAR-CORRIDOS.
      *    N DIAS CALENDARIO, SIN MIRAR HABILES; EL LLAMADOR CORRE
      *    EL RESULTADO A HABIL SI LO NECESITA.
           MOVE LK-CANT-DIAS TO WS-HABILES-RESTAN

           PERFORM UNTIL WS-HABILES-RESTAN = ZEROS
               PERFORM 3100-SUMAR-UN-DIA THRU F-3100-SUMAR-UN-DIA
               SUBTRACT 1 FROM WS-HABILES-RESTAN
           END-PERFORM.

       F-4100-SUMAR-CORRIDOS. EXIT.
      **************************************************************
       5000-VALIDAR-FECHA.

