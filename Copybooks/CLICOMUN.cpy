      *    TBVCLIEN/NOVECLIE/NOVCLI (TIPDOC/NRODOC/NROCLI/NOMAPE/     *
      *    SEXO/FECNAC), PARA QUE UN CAMPO NUEVO SE AGREGUE UNA SOLA  *
      *    VEZ PARA LOS TRES.                                        *
      *    CCOM-DOMICILIO LO LLENA EL EXTRACTO PGME2CBF PARA EL       *
      *    EXTRACTO DE DOMICILIOS (LAYOUT CPDOMCLI).                  *
      *    CCOM-TIPO-PERSONA ES LA COLUMNA TIPPERS DE TBCURCLI: 'F'    *
      *    PERSONA FISICA, 'J' PERSONA JURIDICA (RAZON SOCIAL EN       *
      *    CCOM-APELLIDO, FECHA DE CONSTITUCION EN CCOM-FECNAC, SIN    *
      *    SEXO).                                                      *
      ******************************************************************
       01  WS-REG-CLICOMUN.
           05  CCOM-TIP-DOC        PIC X(02).
           05  CCOM-NOMBRE         PIC X(30).
           05  CCOM-SEXO           PIC X(01).
           05  CCOM-FECNAC         PIC X(08).
           05  CCOM-DOMICILIO      PIC X(20).
           05  CCOM-TIPO-PERSONA   PIC X(01).
               88  CCOM-PERSONA-FISICA       VALUE 'F' ' '.
               88  CCOM-PERSONA-JURIDICA     VALUE 'J'.
