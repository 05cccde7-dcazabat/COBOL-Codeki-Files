      *****************************************************************
      *  CPPERCT                                                      *
      *  LAY-OUT DEL CONTROL DE PERIODOS CONTABLES PERCTL (KSDS,      *
      *  CLAVE PER-CLAVE = ENTIDAD + PERIODO SSAAMM, 100 POSICIONES). *
      *  LO MANTIENE PGMPERMA CON CONTROL DE CUATRO OJOS Y LO         *
      *  CONSULTA LA SUBRUTINA PERCHK DESDE CADA PROGRAMA QUE GRABA   *
      *  GLPOST.                                                      *
      *                                                               *
      *  UN PERIODO SIN REGISTRO ESTA ABIERTO. EL PEDIDO DE CIERRE    *
      *  LO PASA A EN CIERRE ('P', PER-PEDIDO 'C') HASTA QUE UN       *
      *  APROBADOR LO CIERRA ('C') O LO RECHAZA (VUELVE A 'A'). EL    *
      *  PEDIDO DE REAPERTURA DEJA EL PERIODO CERRADO CON PER-PEDIDO  *
      *  'R' HASTA SU APROBACION ('A') O RECHAZO (SIGUE 'C'). MAKER,  *
      *  FECHA, HORA Y MOTIVO SON LOS DEL ULTIMO PEDIDO; CHECKER,     *
      *  FECHA Y HORA DE APROBACION LOS DE SU RESOLUCION.             *
      *****************************************************************
       01  REG-PERCTL.
           03  PER-CLAVE.
               05  PER-ENTIDAD         PIC X(03).
               05  PER-PERIODO         PIC 9(06).
           03  PER-ESTADO              PIC X(01).
               88  PER-ABIERTO                  VALUE 'A'.
               88  PER-EN-CIERRE                VALUE 'P'.
               88  PER-CERRADO                  VALUE 'C'.
           03  PER-PEDIDO              PIC X(01).
               88  PER-SIN-PEDIDO               VALUE ' '.
               88  PER-PEDIDO-CIERRE            VALUE 'C'.
               88  PER-PEDIDO-REAPERTURA        VALUE 'R'.
           03  PER-MAKER               PIC X(08).
           03  PER-FECHA-PEDIDO        PIC 9(08).
           03  PER-HORA-PEDIDO         PIC 9(06).
           03  PER-MOTIVO              PIC X(30).
           03  PER-CHECKER             PIC X(08).
           03  PER-FECHA-APROB         PIC 9(08).
           03  PER-HORA-APROB          PIC 9(06).
           03  FILLER                  PIC X(15).
