      ******************************************************************
      *    AREA DE COMUNICACION CON EL MODULO DE ENMASCARADO DE        *
      *    DISTRIBUCION PGMENCBF (CALL 'PGMENCBF' USING                *
      *    WS-ENMASC-AREA), QUE USAN EL SEPARADOR POR SUCURSAL         *
      *    PGMBRCBF Y EL EXPORTADOR PGMEXCBF. FUNCIONES:               *
      *      'P' = RESOLVER EL PERFIL DEL REPORTE Y LA CLASE DE        *
      *      DESTINATARIO ('S' SUCURSAL, 'C' CASA CENTRAL, 'A'         *
      *      AUDITORIA, 'R' REGULADOR) CONTRA LA TABLA DDPERFIL;       *
      *      DEVUELVE EL CODIGO DE PERFIL Y SUS TRES MARCAS            *
      *      'D' = NRODOC SEGUN EL PERFIL (SOLO LOS ULTIMOS TRES       *
      *      DIGITOS)                                                  *
      *      'N' = NOMBRE SEGUN EL PERFIL (APELLIDO E INICIAL)         *
      *      'S' = SALDO SEGUN EL PERFIL (RANGO EN LUGAR DEL IMPORTE;  *
      *      SIN MARCA VUELVE EN BLANCO Y EL LLAMADOR IMPRIME EL       *
      *      IMPORTE)                                                  *
      *    LAS FUNCIONES D, N Y S DEJAN EL TEXTO A IMPRIMIR EN         *
      *    ENM-TEXTO SEGUN LAS MARCAS DE ENM-MARCAS, QUE LA FUNCION P  *
      *    DEJA CARGADAS. RESULTADO 'E' = FUNCION DESCONOCIDA O CLASE  *
      *    INVALIDA.                                                   *
      ******************************************************************
       01  WS-ENMASC-AREA.
           05  ENM-FUNCION         PIC X(01).
           05  ENM-REPORTE         PIC X(08).
           05  ENM-CLASE           PIC X(01).
               88  ENM-CLASE-SUCURSAL        VALUE 'S'.
               88  ENM-CLASE-CENTRAL         VALUE 'C'.
               88  ENM-CLASE-AUDITORIA       VALUE 'A'.
               88  ENM-CLASE-REGULADOR       VALUE 'R'.
           05  ENM-PERFIL          PIC X(04).
           05  ENM-MARCAS.
               10  ENM-MARCA-DOC   PIC X(01).
                   88  ENM-ENMASCARA-DOC     VALUE 'S'.
               10  ENM-MARCA-NOM   PIC X(01).
                   88  ENM-ENMASCARA-NOM     VALUE 'S'.
               10  ENM-MARCA-SAL   PIC X(01).
                   88  ENM-ENMASCARA-SAL     VALUE 'S'.
           05  ENM-NRODOC          PIC 9(11).
           05  ENM-NOMBRE          PIC X(30).
           05  ENM-IMPORTE         PIC S9(11)V99.
           05  ENM-TEXTO           PIC X(30).
           05  ENM-RESULTADO       PIC X(01).
               88  ENM-OK                    VALUE 'S'.
               88  ENM-ERROR                 VALUE 'E'.
           05  ENM-MOTIVO          PIC X(30).
