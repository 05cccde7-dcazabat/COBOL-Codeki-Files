      **************************************
      *  MANTENIMIENTO                                     *
      *  02/09/2026  VERSION ORIGINAL                       *
      *  14/10/2026  REGISTRO CTAMAE POR COPY CPCTAMA       *
      **************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       DATA DIVISION.
       FILE SECTION.
       FD CTAMAE.
           COPY CPCTAMA.

       FD MOVFIJ
            BLOCK CONTAINS 0 RECORDS
