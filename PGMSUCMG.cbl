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

       FD SUCHIS.

       01  WS-FECHA             PIC 9(08)  VALUE ZEROS.

      ********  REGISTROS GUARDADOS PARA EL RECLAVEO  *********
       01  WS-REG-GUARDADO      PIC X(150) VALUE SPACES.

       01  WS-CLAVE-VIEJA.
           03  WS-CLV-SUCURSAL  PIC 9(03).
               88  WS-JRN-ES-ALTA          VALUE 'W'.
               88  WS-JRN-ES-REGRABACION   VALUE 'R'.
               88  WS-JRN-ES-BAJA          VALUE 'D'.
      *    DE CTAMAE (CPCTAMA) LA IMAGEN LLEVA LAS PRIMERAS 80
      *    POSICIONES, QUE TIENEN TODOS LOS DATOS DE LA CUENTA
           03  WS-JRN-ANTES      PIC X(80)  VALUE SPACES.
           03  WS-JRN-DESPUES    PIC X(80)  VALUE SPACES.

