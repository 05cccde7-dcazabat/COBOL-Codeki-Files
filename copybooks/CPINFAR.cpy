      *****************************************************************
      *  CPINFAR                                                      *
      *  LAY-OUT DEL ARCHIVO DE INFORMES INFARC (INDEXADO, 160        *
      *  POSICIONES). LO CARGA PGMINFAR AL FINAL DE LA CADENA CON LOS *
      *  INFORMES DEL DIA, LO PURGA PGMINFPU SEGUN LA RETENCION Y LO  *
      *  CONSULTA EN LINEA LA TRANSACCION CINF (PGMINFCO).            *
      *                                                               *
      *  CLAVE: PROGRAMA + FECHA DE PROCESO + PAGINA + LINEA. CADA    *
      *  INFORME TIENE UN REGISTRO DE CABECERA CON PAGINA Y LINEA EN  *
      *  CERO (VISTA INA-CABECERA) Y LUEGO SUS LINEAS TAL COMO LAS    *
      *  GRABO EL PROGRAMA, PAGINADAS DE A INA-CAB-LINEAS-PAG.        *
      *                                                               *
      *  INA-CAB-AMBITO:                                              *
      *     'G'  GENERAL: LO VE CUALQUIER OPERADOR DADO DE ALTA EN    *
      *          AUTSUC                                               *
      *     'C'  CASA CENTRAL: SOLO LO VE UN OPERADOR CUYO RANGO DE   *
      *          SUCURSALES EN AUTSUC CUBRE TODO EL BANCO (001-999)   *
      *  INA-CAB-VENCE ES LA FECHA DE PROCESO MAS LA RETENCION EN     *
      *  MESES DEL TIPO DE INFORME; PGMINFPU BORRA EL INFORME CUANDO  *
      *  SU FECHA DE PROCESO SUPERA ESE VENCIMIENTO.                  *
      *****************************************************************
       01  REG-INFARC.
           03  INA-CLAVE.
               05  INA-PROGRAMA        PIC X(08).
               05  INA-FECHA           PIC 9(08).
               05  INA-PAGINA          PIC 9(04).
                   88  INA-ES-CABECERA          VALUE ZEROS.
               05  INA-LINEA           PIC 9(03).
           03  INA-TEXTO               PIC X(133).
           03  INA-CABECERA REDEFINES INA-TEXTO.
               05  INA-CAB-ANCHO       PIC 9(03).
               05  INA-CAB-LINEAS-PAG  PIC 9(03).
               05  INA-CAB-CANT-PAG    PIC 9(04).
               05  INA-CAB-CANT-LIN    PIC 9(07).
               05  INA-CAB-RETENCION   PIC 9(03).
               05  INA-CAB-VENCE       PIC 9(08).
               05  INA-CAB-AMBITO      PIC X(01).
                   88  INA-AMBITO-GENERAL       VALUE 'G'.
                   88  INA-AMBITO-CENTRAL       VALUE 'C'.
               05  INA-CAB-FECHA-ARCH  PIC 9(08).
               05  INA-CAB-HORA-ARCH   PIC 9(06).
               05  FILLER              PIC X(90).
           03  FILLER                  PIC X(04).
