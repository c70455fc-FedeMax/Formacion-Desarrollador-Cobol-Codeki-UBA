      ******************************************************************
      *    LAYOUT DEL MAESTRO DE CASOS DE SALDOS INMOVILIZADOS         *
      *    (DDSINANT / DDSINNUE, ARRASTRADO POR PGMSRCBF EN CADA       *
      *    CORRIDA). UNA ENTRADA POR CUENTA CON SALDO ACREEDOR SIN     *
      *    MOVIMIENTOS DEL CLIENTE DURANTE LOS ANIOS LEGALES:          *
      *      - 'A' AVISADA: SE EMITIO EL AVISO Y CORRE EL PLAZO DE     *
      *        GRACIA HASTA SIN-FEC-LIMITE; SI EL TITULAR MUEVE LA     *
      *        CUENTA O LA SALDA ANTES, EL CASO SE DA DE BAJA          *
      *      - 'T' TRANSFERIDA: EL SALDO PASO A LA CUENTA DE SALDOS    *
      *        INMOVILIZADOS 97-99999999 CON LA REFERENCIA             *
      *        SIN-REFERENCIA Y LA CUENTA FIGURA EN LAS MARCAS         *
      *        DDCTAINM                                                *
      *      - 'R' REHABILITADA: EL TITULAR SE PRESENTO (TARJETA       *
      *        DDREHAB); SI HABIA TRANSFERENCIA SE LE DEVOLVIO EL      *
      *        IMPORTE. LA FECHA DE REHABILITACION CUENTA COMO         *
      *        ACTIVIDAD DEL CLIENTE PARA UNA NUEVA DETECCION          *
      *    SIN-MEDIO-AVISO ES EL MEDIO POR EL QUE SALIO EL AVISO ('P'  *
      *    PAPEL, 'E' CORREO ELECTRONICO, 'A' AMBOS) O 'R' SI QUEDO    *
      *    RETENIDO POR CORREO DEVUELTO.                               *
      ******************************************************************
       01  WS-REG-SALINM.
           05  SIN-CLAVE.
               10  SIN-TIPCUEN     PIC 9(02).
               10  SIN-NROCUEN     PIC 9(08).
           05  SIN-ESTADO          PIC X(01).
               88  SIN-AVISADA                 VALUE 'A'.
               88  SIN-TRANSFERIDA             VALUE 'T'.
               88  SIN-REHABILITADA            VALUE 'R'.
           05  SIN-NROCLI          PIC 9(07).
           05  SIN-TIPDOC          PIC X(02).
           05  SIN-NRODOC          PIC 9(11).
           05  SIN-NOMAPE          PIC X(30).
           05  SIN-SUCURSAL        PIC 9(02).
           05  SIN-MONEDA          PIC X(03).
           05  SIN-FEC-ULT-CLIENTE PIC 9(08).
           05  SIN-FEC-AVISO       PIC 9(08).
           05  SIN-FEC-LIMITE      PIC 9(08).
           05  SIN-SALDO-AVISO     PIC S9(09)V99.
           05  SIN-MEDIO-AVISO     PIC X(01).
           05  SIN-FEC-TRANSF      PIC 9(08).
           05  SIN-IMP-TRANSF      PIC S9(09)V99.
           05  SIN-REFERENCIA      PIC X(08).
           05  SIN-FEC-REHAB       PIC 9(08).
           05  FILLER              PIC X(13).
