      *****************************************************************
      *  CPCHKPT                                                      *
      *  LAY-OUT DEL PUNTO DE CONTROL PARA EL REARRANQUE DE LOS       *
      *  PROCESOS BATCH QUE RECORREN EL MAESTRO CTAMAE (ARCHIVO       *
      *  CHKPNT, KSDS, CLAVE PROGRAMA + FECHA DE LA CORRIDA, 500      *
      *  POSICIONES). LO GRABA Y LO LEE LA SUBRUTINA CHKPNT; EL QUE   *
      *  LLAMA LO COPIA EN WORKING-STORAGE.                           *
      *                                                               *
      *  CHK-ULT-CLAVE ES LA ULTIMA CLAVE DEL MAESTRO YA PROCESADA Y  *
      *  CON SUS SALIDAS GRABADAS: UN REARRANQUE SIGUE DESDE LA       *
      *  CLAVE SIGUIENTE. EN HIGH-VALUES LA FASE ESTA TERMINADA.      *
      *  CHK-FASE LA USA CADA PROGRAMA PARA SABER EN QUE RECORRIDA    *
      *  QUEDO. CHK-TOTALES ES LA IMAGEN DE LOS ACUMULADORES DE LA    *
      *  CORRIDA DEL PROGRAMA, QUE SE RESTAURAN TAL CUAL.             *
      *  CHK-ULT-SUBCLAVE COMPLETA LA CLAVE EN LOS PROGRAMAS QUE      *
      *  PROCESAN VARIOS REGISTROS POR CUENTA (PGMPOSTE: ORIGEN Y     *
      *  SECUENCIA DEL ULTIMO MOVIMIENTO IMPUTADO); LOS DEMAS LA      *
      *  DEJAN EN BLANCO.                                             *
      *****************************************************************
       01  REG-CHKPNT.
           03  CHK-CLAVE.
               05  CHK-PROGRAMA    PIC X(08).
               05  CHK-FECHA       PIC 9(08).
           03  CHK-ESTADO          PIC X(01).
               88  CHK-PENDIENTE             VALUE 'P'.
               88  CHK-COMPLETO              VALUE 'C'.
           03  CHK-FASE            PIC X(01).
           03  CHK-ULT-CLAVE.
               05  CHK-ULT-SUCURSAL PIC 9(03).
               05  CHK-ULT-CUENTA   PIC 9(08).
           03  CHK-HORA            PIC 9(06).
           03  CHK-CANT-PUNTOS     PIC 9(09).
           03  CHK-TOTALES         PIC X(400).
           03  CHK-ULT-SUBCLAVE.
               05  CHK-ULT-ORIGEN    PIC X(01).
               05  CHK-ULT-SECUENCIA PIC 9(07).
           03  FILLER              PIC X(48).
