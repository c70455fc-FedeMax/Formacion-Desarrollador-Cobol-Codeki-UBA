      ******************************************************************
      *    AREA DE COMUNICACION CON EL MODULO DE CBU PGMCBCBF          *
      *    (CALL 'PGMCBCBF' USING WS-VALCBU-AREA). EL CBU TIENE 22     *
      *    DIGITOS EN DOS BLOQUES: ENTIDAD (3) + SUCURSAL (4) + DV1 Y  *
      *    CUENTA (13) + DV2. EN LAS CUENTAS PROPIAS EL BLOQUE DE      *
      *    CUENTA ES 000 + TIPO (2) + NUMERO (8).                      *
      *    FUNCION 'G' = GENERA EL CBU PROPIO A PARTIR DE SUCURSAL,    *
      *    TIPO Y NUMERO DE CUENTA; 'V' = VALIDA UN CBU RECIBIDO Y     *
      *    MARCA SI ES DE NUESTRA ENTIDAD. RESULTADO 'S' = CORRECTO,   *
      *    'N' = INVALIDO (EL MOTIVO VIENE EN CLARO).                  *
      ******************************************************************
       01  WS-VALCBU-AREA.
           05  VCB-FUNCION         PIC X(01).
           05  VCB-CBU.
               10  VCB-BLOQUE1.
                   15  VCB-ENTIDAD     PIC 9(03).
                   15  VCB-SUCURSAL    PIC 9(04).
                   15  VCB-DV1         PIC 9(01).
               10  VCB-BLOQUE2.
                   15  VCB-CUENTA.
                       20  VCB-CTA-PREFIJO PIC 9(03).
                       20  VCB-TIPCUEN     PIC 9(02).
                       20  VCB-NROCUEN     PIC 9(08).
                   15  VCB-DV2         PIC 9(01).
           05  VCB-PROPIO          PIC X(01).
           05  VCB-RESULTADO       PIC X(01).
           05  VCB-MOTIVO          PIC X(20).
