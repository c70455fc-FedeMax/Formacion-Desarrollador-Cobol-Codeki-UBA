      ******************************************************************
      *    LAYOUT DEL LOG CONSOLIDADO DE CAMBIOS A LOS MAESTROS DE     *
      *    REFERENCIA (DDLOGREF). LO GRABA EL MODULO PGMAXCBF POR CADA *
      *    NOVEDAD APLICADA EN CUALQUIERA DE LOS MANTENIMIENTOS        *
      *    (LIMITES, TASAS, TIPOS, SUCURSALES, FERIADOS, PRECIOS,      *
      *    PROVEEDORES, ORDENES PERMANENTES Y MONEDAS), CON EL         *
      *    OPERADOR QUE LA CARGO Y EL REGISTRO DEL MAESTRO ANTES Y     *
      *    DESPUES DEL CAMBIO: EN BLANCO EL ANTES DE UN ALTA Y EL      *
      *    DESPUES DE UNA BAJA FISICA. ES EL UNICO LUGAR QUE AUDITORIA *
      *    NECESITA MIRAR. LA FECHA DE NEGOCIO SALE DE DDFECPRO        *
      *    (CPFECPRO); FECHA Y HORA DE SISTEMA SON EL SELLO FISICO DE  *
      *    LA CORRIDA.                                                 *
      ******************************************************************
       01  WS-REG-LOGREF.
           05  LGR-FECHA-NEGOCIO   PIC 9(08).
           05  LGR-FECHA-SISTEMA   PIC 9(08).
           05  LGR-HORA            PIC 9(06).
           05  LGR-PROGRAMA        PIC X(08).
           05  LGR-MAESTRO         PIC X(08).
           05  LGR-OPERADOR        PIC X(08).
           05  LGR-ACCION          PIC X(02).
           05  LGR-CLAVE           PIC X(20).
           05  LGR-ANTES           PIC X(100).
           05  LGR-DESPUES         PIC X(100).
           05  FILLER              PIC X(12).
