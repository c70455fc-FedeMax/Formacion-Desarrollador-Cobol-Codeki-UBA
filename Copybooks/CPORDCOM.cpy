      ******************************************************************
      *    LAYOUT DEL RENGLON DEL MAESTRO DE ORDENES DE COMPRA         *
      *    (DDOCAANT GENERACION ANTERIOR / DDOCASAL NUEVA). LA         *
      *    APROBACION PGMOCCBF DA DE ALTA UN RENGLON POR CADA          *
      *    PROPUESTA ACEPTADA DE PGMROCBF, CON UN NUMERO DE ORDEN POR  *
      *    PROVEEDOR; LA RECEPCION PGMRZCBF ACUMULA LO RECIBIDO Y      *
      *    CIERRA EL RENGLON CUANDO LA ENTREGA LLEGA A LO PEDIDO       *
      *    DENTRO DE LA TOLERANCIA.                                    *
      *    OCP-DIAS-ENTREGA ES EL PLAZO DECLARADO EN DDPROVEE AL       *
      *    MOMENTO DE LA PROPUESTA. OCP-FEC-RECEPCION ES LA FECHA DE   *
      *    LA ULTIMA ENTREGA RECIBIDA.                                 *
      ******************************************************************
       01  WS-REG-ORDCOM.
           05  OCP-NRO-ORDEN       PIC 9(07).
           05  OCP-COD-PROD        PIC 9(02).
           05  OCP-PROVEEDOR       PIC X(30).
           05  OCP-FEC-EMISION     PIC 9(08).
           05  OCP-DIAS-ENTREGA    PIC 9(03).
           05  OCP-CANT-PEDIDA     PIC 9(07).
           05  OCP-CANT-RECIBIDA   PIC 9(07).
           05  OCP-COSTO-UNIT      PIC 9(07)V99.
           05  OCP-FEC-RECEPCION   PIC 9(08).
           05  OCP-ESTADO          PIC X(01).
               88  OCP-ABIERTA                 VALUE 'A'.
               88  OCP-CUMPLIDA                VALUE 'C'.
           05  FILLER              PIC X(18).
