      **********************************************************
      *  FECHA   *    DETALLE        * COD *
      **************************************
      *14/10/2026* REGISTRO CAUD DE  * 001 *
      *          * 60: TRANSACCION Y *     *
      *          * CUENTA (PGMCONCU) *     *
      *          *                   *     *
      *          *                   *     *
      **************************************
           03  WS-AUI-FECHA        PIC 9(08)   VALUE ZEROS.
           03  FILLER              PIC X(01)   VALUE SPACE.
           03  WS-AUI-HORA         PIC 9(06)   VALUE ZEROS.
           03  FILLER              PIC X(01)   VALUE SPACE.
           03  WS-AUI-TRANSACCION  PIC X(04)   VALUE 'CSUC'.
           03  FILLER              PIC X(01)   VALUE SPACE.
           03  WS-AUI-CUENTA       PIC 9(08)   VALUE ZEROS.
           03  FILLER              PIC X(11)   VALUE SPACES.

       77  WS-ABSTIME             PIC S9(15) COMP-3 VALUE ZERO.

