      ******************************************************************
      *    LAYOUT DEL MAESTRO DE FIRMANTES AUTORIZADOS (DDFIRMAS,      *
      *    INDEXADO POR CUENTA + DOCUMENTO DEL FIRMANTE). PERSONAS QUE *
      *    OPERAN UNA CUENTA SIN SER TITULARES NI COTITULARES: ROL 'A' *
      *    APODERADO, 'F' FIRMANTE DE EMPRESA, 'T' TUTOR O CURADOR.    *
      *    LIMITE POR OPERACION EN CERO ES SIN TOPE; VIGENCIA HASTA EN *
      *    CERO ES SIN VENCIMIENTO. EL DOCUMENTO DEL TITULAR           *
      *    (PODERDANTE) SE GUARDA AL DAR EL ALTA. LO MANTIENE PGMFICBF *
      *    POR NOVEDADES (AL / CM / BJ); PGMESCBF REVOCA TODOS LOS     *
      *    PODERES SOBRE LAS CUENTAS DEL TITULAR QUE PASA A FALLECIDO  *
      *    O BLOQUEADO. LO LEEN EL LEGAJO PGMDSCBF Y EL AVISO DE       *
      *    VENCIMIENTOS PGMVPCBF.                                      *
      *    MOTIVO DE REVOCACION: 'B' BAJA POR NOVEDAD, 'F' TITULAR     *
      *    FALLECIDO, 'K' TITULAR BLOQUEADO.                           *
      ******************************************************************
       01  WS-REG-FIRMAS.
           05  FIR-CLAVE.
               10  FIR-TIPCUEN     PIC X(02).
               10  FIR-NROCUEN     PIC 9(08).
               10  FIR-TIPDOC      PIC X(02).
               10  FIR-NRODOC      PIC 9(11).
           05  FIR-NROCLI          PIC 9(07).
           05  FIR-ROL             PIC X(01).
               88  FIR-ROL-VALIDO              VALUE 'A' 'F' 'T'.
           05  FIR-LIMITE          PIC 9(09)V99.
           05  FIR-VIG-DESDE       PIC 9(08).
           05  FIR-VIG-HASTA       PIC 9(08).
           05  FIR-TIT-TIPDOC      PIC X(02).
           05  FIR-TIT-NRODOC      PIC 9(11).
           05  FIR-ESTADO          PIC X(01).
               88  FIR-VIGENTE                 VALUE 'V'.
               88  FIR-REVOCADO                VALUE 'R'.
           05  FIR-FEC-REVOCA      PIC 9(08).
           05  FIR-MOTIVO          PIC X(01).
           05  FIR-SUCURSAL        PIC 9(02).
           05  FIR-FEC-MODIF       PIC 9(08).
           05  FILLER              PIC X(09).
