      *      11) PARA LOS TIPOS QUE LO DECLARAN                    *
      *  UN NUMERO CON DIGITOS TRANSPUESTOS DEJA DE CONVERTIRSE    *
      *  EN UN CLIENTE FANTASMA.                                   *
      *  CON LK-EXIGE-DV EN 'S' (ALTA DE PERSONA JURIDICA) EL      *
      *  NUMERO SE TRATA COMO CUIT: DEBE TENER ONCE DIGITOS Y      *
      *  PASAR EL DIGITO VERIFICADOR AUNQUE EL TIPO NO TENGA       *
      *  REGLA EN DDREGDOC O NO LO DECLARE.                        *
      **************************************************************
       ENVIRONMENT DIVISION.
      **************************************************************
           05  LK-NRODOC           PIC 9(11).
           05  LK-RESULTADO        PIC X(01).
           05  LK-MOTIVO           PIC X(20).
           05  LK-EXIGE-DV         PIC X(01).
      **************************************************************
       PROCEDURE DIVISION USING LK-VALDOC-AREA.
      **************************************
              MOVE 'SIN REGLA, SE ACEPTA' TO LK-MOTIVO
           ELSE
              PERFORM 3000-VALIDAR THRU F-3000-VALIDAR
           END-IF

           IF LK-EXIGE-DV IS EQUAL 'S' AND LK-RESULTADO IS EQUAL 'S'
              PERFORM 3200-EXIGIR-CUIT THRU F-3200-EXIGIR-CUIT
           END-IF.

       F-MAIN-PROGRAM. GOBACK.
           END-IF.

       F-3100-VERIF-DIGITO. EXIT.
      **************************************************************
       3200-EXIGIR-CUIT.
      *    EL LLAMADOR PIDE CUIT SI O SI: ONCE DIGITOS SIGNIFICATIVOS
      *    Y DIGITO VERIFICADOR, SIN DEPENDER DE LA REGLA DEL TIPO.
           MOVE SPACES    TO LK-MOTIVO
           MOVE LK-NRODOC TO WS-NRO-TRABAJO

           IF WS-DIGITO (1) IS EQUAL ZERO
              MOVE 'N' TO LK-RESULTADO
              MOVE 'CUIT SIN 11 DIGITOS ' TO LK-MOTIVO
              GO TO F-3200-EXIGIR-CUIT
           END-IF

           PERFORM 3100-VERIF-DIGITO THRU F-3100-VERIF-DIGITO.

       F-3200-EXIGIR-CUIT. EXIT.
