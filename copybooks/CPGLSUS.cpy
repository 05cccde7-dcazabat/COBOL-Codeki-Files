      *****************************************************************
      *  CPGLSUS                                                      *
      *  LAY-OUT DEL SUSPENSO CONTABLE GLSUSP (SECUENCIAL, 60         *
      *  POSICIONES). CADA PROGRAMA QUE GRABA GLPOST DESVIA AQUI, EN  *
      *  SU PROPIO ARCHIVO DEL DIA, LOS ASIENTOS CON FECHA EN UN      *
      *  PERIODO CERRADO DE SU ENTIDAD SEGUN PERCTL (SUBRUTINA        *
      *  PERCHK). WS-SUS-ASIENTO ES LA IMAGEN COMPLETA DEL ASIENTO    *
      *  DE GLPOST, LISTA PARA REINGRESARLA AL REABRIR EL PERIODO.    *
      *  PGMGLSUS LISTA LOS ARCHIVOS CONCATENADOS.                    *
      *****************************************************************
       01  WS-REG-GLSUSP.
           03  WS-SUS-ASIENTO          PIC X(40)   VALUE SPACES.
           03  WS-SUS-PROGRAMA         PIC X(08)   VALUE SPACES.
           03  WS-SUS-FECHA-PROCESO    PIC 9(08)   VALUE ZEROS.
           03  WS-SUS-ESTADO-PERIODO   PIC X(01)   VALUE SPACE.
           03  FILLER                  PIC X(03)   VALUE SPACES.
