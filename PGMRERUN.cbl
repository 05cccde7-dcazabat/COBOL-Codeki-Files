      *  SIN ESTA MARCA, UN PASO COMPLETO SE NIEGA A VOLVER    *
      *  A CORRER PARA LA MISMA FECHA.                         *
      *                                                        *
      *  LOS PASOS CON PUNTO DE CONTROL (CHKPNT) REPITEN       *
      *  COMPLETO SI EL PUNTO QUEDO TERMINADO, O SIGUEN DESDE  *
      *  EL PUNTO SI LA CORRIDA ANTERIOR TERMINO CON ERROR.    *
      *  PGMCOMIS SE ANOTA CON EL PRIMER DIA DEL MES COBRADO   *
      *  (SSAAMM01): ESA ES LA FECHA A INFORMAR EN EL PARM.    *
      *                                                        *
      **********************************************************
      *      MANTENIMIENTO DE PROGRAMA                         *
      **********************************************************
      *  FECHA   *    DETALLE        * COD *
      **************************************
      *14/10/2026* NOTA PASOS CON    * 001 *
      *          * PUNTO DE CONTROL  *     *
      *          *                   *     *
      *          *                   *     *
      **************************************
