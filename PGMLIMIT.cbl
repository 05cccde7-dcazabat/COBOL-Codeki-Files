      **********************************************************
      *  FECHA   *    DETALLE        * COD *
      **************************************
      *14/10/2026* REGISTRO CTAMAE   * 001 *
      *          * POR COPY CPCTAMA  *     *
      *          *                   *     *
      *          *                   *     *
      **************************************

       FD CTAMAE.

           COPY CPCTAMA.

       FD INFORME
            BLOCK CONTAINS 0 RECORDS
