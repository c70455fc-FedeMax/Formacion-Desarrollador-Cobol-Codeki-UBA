      ******************************************************************
      *    LAYOUT DEL MAESTRO DE DENUNCIAS Y ORDENES DE NO PAGAR       *
      *    (DDDENCHQ, INDEXADO POR CUENTA + PRIMER NUMERO DEL RANGO;   *
      *    UN SOLO CHEQUE LLEVA DESDE = HASTA). LO MANTIENE PGMCQCBF   *
      *    POR NOVEDADES Y LO CONSULTA EL CLEARING PGMCHCBF ANTES DE   *
      *    VERIFICAR FONDOS.                                           *
      *    MOTIVO: E = EXTRAVIO, R = ROBO (ADEMAS SE AVISA A           *
      *    SEGURIDAD), O = ORDEN DE NO PAGAR DEL LIBRADOR.             *
      *    VENCIMIENTO: ULTIMO DIA EN QUE LA DENUNCIA RIGE; EN CERO    *
      *    RIGE HASTA EL LEVANTAMIENTO.                                *
      *    ESTADO: A = ACTIVA, L = LEVANTADA.                          *
      ******************************************************************
       01  WS-REG-DENCHQ.
           05  DEN-CLAVE.
               10  DEN-TIPCUEN     PIC 9(02).
               10  DEN-NROCUEN     PIC 9(08).
               10  DEN-NRO-DESDE   PIC 9(08).
           05  DEN-NRO-HASTA       PIC 9(08).
           05  DEN-MOTIVO          PIC X(01).
           05  DEN-FEC-ALTA        PIC 9(08).
           05  DEN-FEC-VENC        PIC 9(08).
           05  DEN-ESTADO          PIC X(01).
           05  DEN-FEC-BAJA        PIC 9(08).
           05  FILLER              PIC X(08).
