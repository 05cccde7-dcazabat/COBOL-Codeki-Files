      *  REGISTROS QUE PASAN LOS CONTROLES SE COPIAN A SALIDA, *
      *  LOS QUE FALLAN SE DESVIAN A ERRVAL CON UN MOTIVO.     *
      *                                                        *
      *  SU ENTRADA ES ENTCTL, QUE DEJA PGMRECEP DESPUES DE    *
      *  CONTROLAR HEADER Y TRAILER DE LA TRANSMISION: SOLO    *
      *  ARRANCA SI PGMRECEP TERMINO PARA LA FECHA EN RUNCTL.  *
      *                                                        *
      **********************************************************
      *      MANTENIMIENTO DE PROGRAMA                         *
      **********************************************************
      *  FECHA   *    DETALLE        * COD *
      **************************************
      *15/10/2026* PREDECESOR EN     * 001 *
      *          * RUNCTL PGMRECEP   *     *
      *          *                   *     *
      *          *                   *     *
      **************************************
           03  WS-PARM-FORZAR   PIC X(01).

      ********  CONTROL DE CORRIDAS DE LA CADENA  ***************
      *  PGMEDITA SIGUE A LA RECEPCION DE LA TRANSMISION
      *  (PGMRECEP) Y SU FIN EN RUNCTL ES EL QUE HABILITA A
      *  PGMCTAMA Y AL CORTE
       01  WS-SWITCH-RUNCTL   PIC X     VALUE 'N'.
           88  WS-CORRIDA-ANOTADA      VALUE 'S'.

       77  WS-RCT-ACCION        PIC X(03)  VALUE SPACES.
       77  WS-RCT-FECHA         PIC 9(08)  VALUE ZEROS.
       77  WS-RCT-PROGRAMA      PIC X(08)  VALUE 'PGMEDITA'.
       77  WS-RCT-PREDECESOR    PIC X(08)  VALUE 'PGMRECEP'.
       77  WS-RCT-RETCODE       PIC 9(04)  VALUE ZEROS.
       77  WS-RCT-RESULTADO     PIC XX     VALUE '00'.
           88  WS-RCT-ANOTADO              VALUE '00'.
      **************************************
      *                                    *
      *  ANOTA EL ARRANQUE EN EL MAESTRO   *
      *  DE CORRIDAS RUNCTL: SE NIEGA SI   *
      *  LA RECEPCION (PGMRECEP) NO        *
      *  TERMINO PARA LA FECHA, Y TAMBIEN  *
      *  A REPETIRSE SI EL PASO YA ESTA    *
      *  COMPLETO Y OPERACIONES NO         *
      *  AUTORIZO EL REARRANQUE (PGMRERUN) *
      *                                    *
