      ******************************************************************
      *    LAYOUT DEL REGISTRO DE TRANSFERENCIA INTERBANCARIA DE LA    *
      *    CAMARA COMPENSADORA. EL MISMO REGISTRO VIAJA EN LAS TRES    *
      *    DIRECCIONES:                                                *
      *      - DDCAMTRF: ENVIADAS POR NUESTROS CLIENTES (PGMTOCBF)     *
      *      - DDCAMREC: RECIBIDAS DE OTROS BANCOS (PGMTICBF)          *
      *      - DDTRFDEV: RECIBIDAS QUE DEVOLVEMOS, CON EL MOTIVO       *
      *    MOTIVOS DE DEVOLUCION: 01 CBU INVALIDO, 02 CUENTA           *
      *    INEXISTENTE, 03 CUENTA CERRADA, 04 IMPORTE INVALIDO.        *
      *    LA CUIT ES LA DEL ORDENANTE.                                *
      ******************************************************************
       01  WS-REG-TRFIB.
           05  TIB-CBU-ORIGEN      PIC X(22).
           05  TIB-CBU-DESTINO     PIC X(22).
           05  TIB-IMPORTE         PIC 9(07)V99.
           05  TIB-FECHA           PIC 9(08).
           05  TIB-CUIT            PIC 9(11).
           05  TIB-REFERENCIA      PIC X(08).
           05  TIB-MOTIVO-DEV      PIC X(02).
           05  FILLER              PIC X(18).
