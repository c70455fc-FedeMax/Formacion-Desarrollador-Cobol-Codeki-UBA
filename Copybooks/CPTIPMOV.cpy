      ******************************************************************
      *    CODIGOS DE TIPO DE MOVIMIENTO (CLASE 'M' DEL MAESTRO        *
      *    DDTIPOS) QUE ESTAMPA EN WS-MOV-TIPMOV (LAYOUT MOVIMCC)      *
      *    CADA PROGRAMA QUE ORIGINA MOVIMIENTOS. UN CODIGO NUEVO SE   *
      *    AGREGA ACA Y EN DDTIPOS (PGMTMCBF) ANTES DE EMITIRLO, PARA  *
      *    QUE LA INTERFAZ CONTABLE PGMGLCBF LO ENCUENTRE EN EL PLAN   *
      *    DE CUENTAS DDPLANCT. EL PROGRAMA QUE ORIGINA CADA CODIGO    *
      *    FIGURA EN CPORIMOV (DIARIO DE MOVIMIENTOS).                 *
      ******************************************************************
       01  WS-TIPOS-MOVIMIENTO.
           05  TMV-SUCURSAL        PIC 9(02)   VALUE 01.
           05  TMV-INT-ACREEDOR    PIC 9(02)   VALUE 10.
           05  TMV-COM-MANTEN      PIC 9(02)   VALUE 11.
           05  TMV-INT-DEUDOR      PIC 9(02)   VALUE 12.
           05  TMV-RETENCION       PIC 9(02)   VALUE 13.
           05  TMV-CHEQUE          PIC 9(02)   VALUE 14.
           05  TMV-COM-RECHAZO     PIC 9(02)   VALUE 15.
           05  TMV-SUSPENSO        PIC 9(02)   VALUE 16.
           05  TMV-REVALUACION     PIC 9(02)   VALUE 17.
           05  TMV-DESEMBOLSO      PIC 9(02)   VALUE 18.
           05  TMV-CUOTA-CAPITAL   PIC 9(02)   VALUE 19.
           05  TMV-CUOTA-INTERES   PIC 9(02)   VALUE 20.
           05  TMV-PF-CONSTITUCION PIC 9(02)   VALUE 21.
           05  TMV-PF-CAPITAL      PIC 9(02)   VALUE 22.
           05  TMV-PF-INTERES      PIC 9(02)   VALUE 23.
           05  TMV-EMBARGO         PIC 9(02)   VALUE 24.
           05  TMV-DEP-CHEQUE      PIC 9(02)   VALUE 25.
           05  TMV-COM-DEVOLUCION  PIC 9(02)   VALUE 26.
           05  TMV-DEBITO-AUTOM    PIC 9(02)   VALUE 27.
           05  TMV-TRANSF-ENVIADA  PIC 9(02)   VALUE 28.
           05  TMV-TRANSF-RECIBIDA PIC 9(02)   VALUE 29.
           05  TMV-IMP-DEBCRED     PIC 9(02)   VALUE 30.
           05  TMV-OPER-CAMBIO     PIC 9(02)   VALUE 31.
           05  TMV-COM-MOVIMIENTOS PIC 9(02)   VALUE 32.
           05  TMV-COM-RESUMEN     PIC 9(02)   VALUE 33.
           05  TMV-COM-CHEQUERA    PIC 9(02)   VALUE 34.
           05  TMV-COM-DESCUBIERTO PIC 9(02)   VALUE 35.
           05  TMV-SALDO-INMOVIL   PIC 9(02)   VALUE 36.
           05  TMV-BARRIDO         PIC 9(02)   VALUE 37.
