      *****************************************************************
      *  CPMANDR                                                      *
      *  LAY-OUT DEL MANIFIESTO DEL JUEGO DE RESGUARDO PARA EL SITIO  *
      *  ALTERNATIVO (ARCHIVO SECUENCIAL MANIFI, DDMANIFI, 100        *
      *  POSICIONES). LO GRABA PGMRESDR AL DESCARGAR LOS MAESTROS Y   *
      *  LO CONTROLA PGMVERDR AL RECARGARLOS EN EL SITIO ALTERNATIVO. *
      *                                                               *
      *  UN REGISTRO 'H' DE CABECERA CON LA FECHA DE PROCESO, LA HORA *
      *  DE LA DESCARGA Y EN MAN-CANT-REG LA CANTIDAD DE MAESTROS DEL *
      *  JUEGO; DESPUES UN REGISTRO 'D' POR MAESTRO CON LA CANTIDAD   *
      *  DE REGISTROS, EL TOTAL DE CONTROL DE IMPORTES (CERO EN LOS   *
      *  MAESTROS SIN IMPORTES) Y LA PRIMERA Y ULTIMA CLAVE.          *
      *****************************************************************
       01  REG-MANIFIESTO.
           03  MAN-TIPO            PIC X(01).
               88  MAN-ES-CABECERA          VALUE 'H'.
               88  MAN-ES-DATASET           VALUE 'D'.
           03  MAN-FECHA-PROCESO   PIC 9(08).
           03  MAN-DATASET         PIC X(08).
           03  MAN-CANT-REG        PIC 9(09).
           03  MAN-TOTAL-CONTROL   PIC S9(13)V99.
           03  MAN-CLAVE-DESDE     PIC X(25).
           03  MAN-CLAVE-HASTA     PIC X(25).
           03  MAN-HORA            PIC 9(06).
           03  FILLER              PIC X(03).
