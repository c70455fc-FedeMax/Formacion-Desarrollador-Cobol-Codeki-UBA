      ******************************************************************
      *    LAYOUT DEL MAESTRO DE RECLAMOS DE CLIENTES (DDRECLAM,       *
      *    INDEXADO POR NUMERO DE CASO). LO MANTIENE PGMRLCBF CON LAS  *
      *    NOVEDADES DE LA SUCURSAL: EL ALTA FIJA EL VENCIMIENTO       *
      *    SUMANDO A LA FECHA DE INGRESO LOS DIAS HABILES DEL SLA DE   *
      *    LA CATEGORIA (CPCATREC) CON EL MODULO PGMFSCBF, Y LOS       *
      *    CAMBIOS DE ESTADO LLEVAN EL CASO DE ABIERTO ('A') A EN      *
      *    ANALISIS ('E') Y A RESUELTO ('R') CON SU RESOLUCION. LA     *
      *    REFERENCIA ES LA TRAZA (LOTE + SECUENCIA DE PGMTRCBF) O LA  *
      *    CUENTA Y EL MOVIMIENTO DEL DIARIO DDDIAMOV. EL AGING DIARIO *
      *    PGMRKCBF MARCA EL ESCALAMIENTO Y LA ESTADISTICA MENSUAL     *
      *    PGMRMCBF LO RESUME PARA EL ENTE DE DEFENSA DEL CONSUMIDOR.  *
      ******************************************************************
       01  WS-REG-RECLAM.
           05  RCL-NROCASO         PIC 9(08).
           05  RCL-TIPDOC          PIC X(02).
           05  RCL-NRODOC          PIC 9(11).
           05  RCL-NROCLI          PIC 9(07).
           05  RCL-SUCURSAL        PIC 9(02).
           05  RCL-CATEGORIA       PIC X(02).
           05  RCL-CANAL           PIC X(01).
               88  RCL-CANAL-VALIDO            VALUE 'T' 'M'.
           05  RCL-REFERENCIA.
               10  RCL-TRZ-LOTE    PIC 9(05).
               10  RCL-TRZ-SECUEN  PIC 9(05).
               10  RCL-TIPCUEN     PIC 9(02).
               10  RCL-NROCUEN     PIC 9(08).
               10  RCL-MOV-FECHA   PIC 9(08).
               10  RCL-MOV-SECUEN  PIC 9(05).
           05  RCL-FEC-ALTA        PIC 9(08).
           05  RCL-FEC-VENCE       PIC 9(08).
           05  RCL-DIAS-SLA        PIC 9(03).
           05  RCL-ESTADO          PIC X(01).
               88  RCL-ABIERTO                 VALUE 'A'.
               88  RCL-EN-ANALISIS             VALUE 'E'.
               88  RCL-RESUELTO                VALUE 'R'.
               88  RCL-PENDIENTE               VALUE 'A' 'E'.
      *    RESOLUCION: 'F' A FAVOR DEL CLIENTE, 'P' PARCIAL, 'D' A
      *    FAVOR DEL BANCO, 'X' DESISTIDO POR EL CLIENTE.
           05  RCL-RESOLUCION      PIC X(01).
               88  RCL-RESOL-VALIDA            VALUE 'F' 'P' 'D' 'X'.
           05  RCL-FEC-ESTADO      PIC 9(08).
           05  RCL-FEC-RESOL       PIC 9(08).
           05  RCL-ESCALADO        PIC X(01).
               88  RCL-ESC-SI                  VALUE 'S'.
           05  RCL-FEC-ESCALA      PIC 9(08).
           05  RCL-DESCRIPCION     PIC X(40).
           05  FILLER              PIC X(08).
