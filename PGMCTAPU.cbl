      **********************************************************
      *  FECHA   *    DETALLE        * COD *
      **************************************
      *14/10/2026* REGISTRO CTAMAE   * 001 *
      *          * POR COPY CPCTAMA  *     *
      *          *                   *     *
      *          *                   *     *
      **************************************
       FILE SECTION.
       FD CTAMAE.

           COPY CPCTAMA.

       FD CTAARCH
            BLOCK CONTAINS 0 RECORDS
            RECORDING MODE IS F.

       01 REG-CTAARCH    PIC X(150).

       FD OFIREG.

