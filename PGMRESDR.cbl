       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMRESDR.
       AUTHOR.        D. CAZABAT.
       INSTALLATION.  CURSO CODEKI.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.
      **********************************************************
      *                                                        *
      *  ULTIMO PASO DE LA CADENA NOCTURNA: DESCARGA EN UN     *
      *  JUEGO DE RESGUARDO PARA EL SITIO ALTERNATIVO TODOS    *
      *  LOS MAESTROS DEL SISTEMA BAJO UNA MISMA FECHA DE      *
      *  PROCESO: CTAMAE, SUCMAE, SUCTOT, SUCHIS, CLIMAE,      *
      *  CLIXRF, OFIREG, ACRMAE, EXCCTL, NUMCTL, RUNCTL Y      *
      *  AUDMAE, CADA UNO EN SU ARCHIVO SECUENCIAL (DDBKPxxx)  *
      *  CON LA IMAGEN COMPLETA DEL REGISTRO EN ORDEN DE       *
      *  CLAVE, LISTO PARA RECARGAR.                           *
      *                                                        *
      *  POR CADA MAESTRO GRABA EN EL MANIFIESTO (CPMANDR) LA  *
      *  CANTIDAD DE REGISTROS, EL TOTAL DE CONTROL DE         *
      *  IMPORTES Y LA PRIMERA Y ULTIMA CLAVE; EN EL SITIO     *
      *  ALTERNATIVO PGMVERDR RECARGA EL JUEGO Y LO CONTROLA   *
      *  CONTRA ESE MANIFIESTO.                                *
      *                                                        *
      *  PARA QUE EL JUEGO SEA CONSISTENTE NO CORRE SI ALGUN   *
      *  PASO DE LA NOCHE QUEDO INCOMPLETO EN EL MAESTRO DE    *
      *  CORRIDAS RUNCTL PARA LA FECHA, O SI NO CORRIO ALGUNO  *
      *  DE LOS PASOS DIARIOS DE LA TABLA WS-TABLA-PASOS: LOS  *
      *  INFORMA Y TERMINA CON CODIGO 8 SIN DESCARGAR NADA.    *
      *  SE ANOTA EN RUNCTL COMO CUALQUIER PASO DE LA CADENA,  *
      *  ASI QUE REPETIRLO PARA LA MISMA FECHA PIDE PGMRERUN.  *
      *                                                        *
      *  UN ERROR DE ARCHIVO EN UN MAESTRO DEJA ESE MAESTRO    *
      *  FUERA DEL MANIFIESTO (EL JUEGO NO SIRVE, RC 9999).    *
      *                                                        *
      **********************************************************
      *      MANTENIMIENTO DE PROGRAMA                         *
      **********************************************************
      *  FECHA   *    DETALLE        * COD *
      **************************************
      *15/10/2026* IMAGEN DE CLIMAE  * 001 *
      *          * DE 240            *     *
      *15/10/2026* PGMRECEP EN LOS   * 002 *
      *          * PASOS DIARIOS     *     *
      *          *                   *     *
      *          *                   *     *
      **************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

             SELECT CTAMAE  ASSIGN DDCTAMAE
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS SEQUENTIAL
                    RECORD KEY IS CTA-CLAVE
                    FILE STATUS IS WS-CTA-CODE.

             SELECT SUCMAE  ASSIGN DDSUCMA
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS SEQUENTIAL
                    RECORD KEY IS SUC-COD
                    FILE STATUS IS WS-SUC-CODE.

             SELECT SUCTOT  ASSIGN DDSUCTOT
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS SEQUENTIAL
                    RECORD KEY IS TOT-COD
                    FILE STATUS IS WS-TOT-CODE.

             SELECT SUCHIS  ASSIGN DDSUCHIS
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS SEQUENTIAL
                    RECORD KEY IS SUH-CLAVE
                    FILE STATUS IS WS-SUH-CODE.

             SELECT CLIMAE  ASSIGN DDCLIMAE
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS SEQUENTIAL
                    RECORD KEY IS CLI-CLIENTE
                    FILE STATUS IS WS-CLI-CODE.

             SELECT CLIXRF  ASSIGN DDCLIXRF
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS SEQUENTIAL
                    RECORD KEY IS XRF-CLAVE
                    FILE STATUS IS WS-XRF-CODE.

             SELECT OFIREG  ASSIGN DDOFIREG
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS SEQUENTIAL
                    RECORD KEY IS OFI-CLAVE
                    FILE STATUS IS WS-OFI-CODE.

             SELECT ACRMAE  ASSIGN DDACRMAE
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS SEQUENTIAL
                    RECORD KEY IS ACR-CLAVE
                    FILE STATUS IS WS-ACR-CODE.

             SELECT EXCCTL  ASSIGN DDEXCCTL
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS SEQUENTIAL
                    RECORD KEY IS EXC-CLAVE
                    FILE STATUS IS WS-EXC-CODE.

             SELECT NUMCTL  ASSIGN DDNUMCTL
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS SEQUENTIAL
                    RECORD KEY IS NUM-SUCURSAL
                    FILE STATUS IS WS-NUM-CODE.

             SELECT RUNCTL  ASSIGN DDRUNCTL
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS RCT-CLAVE
                    FILE STATUS IS WS-RCT-CODE.

             SELECT AUDMAE  ASSIGN DDAUDMAE
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS SEQUENTIAL
                    RECORD KEY IS AUD-CLAVE
                    FILE STATUS IS WS-AUD-CODE.

             SELECT BKPCTA  ASSIGN DDBKPCTA
                    FILE STATUS IS WS-CTA-BK-CODE.

             SELECT BKPSUC  ASSIGN DDBKPSUC
                    FILE STATUS IS WS-SUC-BK-CODE.

             SELECT BKPTOT  ASSIGN DDBKPTOT
                    FILE STATUS IS WS-TOT-BK-CODE.

             SELECT BKPSUH  ASSIGN DDBKPSUH
                    FILE STATUS IS WS-SUH-BK-CODE.

             SELECT BKPCLI  ASSIGN DDBKPCLI
                    FILE STATUS IS WS-CLI-BK-CODE.

             SELECT BKPXRF  ASSIGN DDBKPXRF
                    FILE STATUS IS WS-XRF-BK-CODE.

             SELECT BKPOFI  ASSIGN DDBKPOFI
                    FILE STATUS IS WS-OFI-BK-CODE.

             SELECT BKPACR  ASSIGN DDBKPACR
                    FILE STATUS IS WS-ACR-BK-CODE.

             SELECT BKPEXC  ASSIGN DDBKPEXC
                    FILE STATUS IS WS-EXC-BK-CODE.

             SELECT BKPNUM  ASSIGN DDBKPNUM
                    FILE STATUS IS WS-NUM-BK-CODE.

             SELECT BKPRCT  ASSIGN DDBKPRCT
                    FILE STATUS IS WS-RCT-BK-CODE.

             SELECT BKPAUD  ASSIGN DDBKPAUD
                    FILE STATUS IS WS-AUD-BK-CODE.

             SELECT MANIFI  ASSIGN DDMANIFI
                    FILE STATUS IS WS-MAN-CODE.

             SELECT INFORME ASSIGN DDINFORM
                    FILE STATUS IS WS-INF-CODE.

             SELECT PARMS   ASSIGN DDPARM
                    FILE STATUS IS WS-PARM-CODE.

       DATA DIVISION.
       FILE SECTION.
       FD CTAMAE.

           COPY CPCTAMA.

       FD SUCMAE.

       01 REG-SUCMAE.
           03  SUC-COD       PIC 9(03).
           03  SUC-NOM       PIC X(14).
           03  SUC-ESTADO    PIC X(01).
           03  SUC-ENTIDAD   PIC X(03).
           03  FILLER        PIC X(09).

       FD SUCTOT.

       01 REG-SUCTOT.
           03  TOT-COD             PIC 9(03).
           03  TOT-NOM             PIC X(14).
           03  TOT-CANT-CUENTAS    PIC 9(04).
           03  TOT-IMPORTE         PIC S9(9)V99.
           03  FILLER              PIC X(48).

       FD SUCHIS.

       01 REG-SUCHIS.
           03  SUH-CLAVE.
               05  SUH-COD         PIC 9(03).
               05  SUH-FECHA       PIC 9(08).
           03  SUH-CANT-CUENTAS    PIC 9(04).
           03  SUH-IMPORTE         PIC S9(9)V99.
           03  FILLER              PIC X(04).

       FD CLIMAE.

           COPY CPCLIMA.

       FD CLIXRF.

       01 REG-CLIXRF.
           03  XRF-CLAVE.
               05  XRF-CLIENTE     PIC 9(08).
               05  XRF-SUCURSAL    PIC 9(03).
               05  XRF-CUENTA      PIC 9(08).
           03  FILLER              PIC X(21).

       FD OFIREG.

       01 REG-OFIREG.
           03  OFI-CLAVE.
               05  OFI-SUCURSAL    PIC 9(03).
               05  OFI-CUENTA      PIC 9(08).
           03  OFI-EXPEDIENTE      PIC X(12).
           03  OFI-MONTO           PIC 9(07)V99.
           03  FILLER              PIC X(28).

       FD ACRMAE.

       01 REG-ACRMAE.
           03  ACR-CLAVE.
               05  ACR-SUCURSAL    PIC 9(03).
               05  ACR-CUENTA      PIC 9(08).
           03  ACR-TIPO            PIC 9(01).
           03  ACR-MONEDA          PIC 9(02).
           03  ACR-ACUM-INTERES    PIC S9(07)V99.
           03  FILLER              PIC X(17).

       FD EXCCTL.

       01 REG-EXCCTL.
           03  EXC-CLAVE.
               05  EXC-SUCURSAL    PIC 9(03).
               05  EXC-CUENTA      PIC 9(08).
           03  FILLER              PIC X(19).

       FD NUMCTL.

       01 REG-NUMCTL.
           03  NUM-SUCURSAL        PIC 9(03).
           03  FILLER              PIC X(27).

       FD RUNCTL.

       01 REG-RUNCTL.
           03  RCT-CLAVE.
               05  RCT-FECHA       PIC 9(08).
               05  RCT-PROGRAMA    PIC X(08).
           03  RCT-ESTADO          PIC X(01).
               88  RCT-COMPLETO             VALUE 'C'.
           03  RCT-HORA-INI        PIC 9(06).
           03  RCT-HORA-FIN        PIC 9(06).
           03  RCT-RETCODE         PIC 9(04).
           03  FILLER              PIC X(27).

       FD AUDMAE.

       01 REG-AUDMAE.
           03  AUD-CLAVE.
               05  AUD-FECHA       PIC 9(08).
               05  AUD-HORA        PIC 9(06).
               05  AUD-OPERADOR    PIC X(08).
               05  AUD-SECUENCIA   PIC 9(03).
           03  FILLER              PIC X(125).

       FD BKPCTA
            BLOCK CONTAINS 0 RECORDS
            RECORDING MODE IS F.

       01 REG-BKPCTA     PIC X(150).

       FD BKPSUC
            BLOCK CONTAINS 0 RECORDS
            RECORDING MODE IS F.

       01 REG-BKPSUC     PIC X(30).

       FD BKPTOT
            BLOCK CONTAINS 0 RECORDS
            RECORDING MODE IS F.

       01 REG-BKPTOT     PIC X(80).

       FD BKPSUH
            BLOCK CONTAINS 0 RECORDS
            RECORDING MODE IS F.

       01 REG-BKPSUH     PIC X(30).

       FD BKPCLI
            BLOCK CONTAINS 0 RECORDS
            RECORDING MODE IS F.

       01 REG-BKPCLI     PIC X(240).

       FD BKPXRF
            BLOCK CONTAINS 0 RECORDS
            RECORDING MODE IS F.

       01 REG-BKPXRF     PIC X(40).

       FD BKPOFI
            BLOCK CONTAINS 0 RECORDS
            RECORDING MODE IS F.

       01 REG-BKPOFI     PIC X(60).

       FD BKPACR
            BLOCK CONTAINS 0 RECORDS
            RECORDING MODE IS F.

       01 REG-BKPACR     PIC X(40).

       FD BKPEXC
            BLOCK CONTAINS 0 RECORDS
            RECORDING MODE IS F.

       01 REG-BKPEXC     PIC X(30).

       FD BKPNUM
            BLOCK CONTAINS 0 RECORDS
            RECORDING MODE IS F.

       01 REG-BKPNUM     PIC X(30).

       FD BKPRCT
            BLOCK CONTAINS 0 RECORDS
            RECORDING MODE IS F.

       01 REG-BKPRCT     PIC X(60).

       FD BKPAUD
            BLOCK CONTAINS 0 RECORDS
            RECORDING MODE IS F.

       01 REG-BKPAUD     PIC X(150).

       FD MANIFI
            BLOCK CONTAINS 0 RECORDS
            RECORDING MODE IS F.

           COPY CPMANDR.

       FD INFORME
            BLOCK CONTAINS 0 RECORDS
            RECORDING MODE IS F.

       01 REG-INFORME    PIC X(132).

       FD PARMS
            BLOCK CONTAINS 0 RECORDS
            RECORDING MODE IS F.

       01 REG-PARM       PIC X(08).

      **************************************
       WORKING-STORAGE SECTION.
      **************************************
       77  FILLER        PIC X(26) VALUE '* INICIO WORKING-STORAGE *'.
       77  FILLER        PIC X(26) VALUE '* CODIGOS RETORNO FILES  *'.
       77  WS-CTA-CODE      PIC XX    VALUE SPACES.
       77  WS-SUC-CODE      PIC XX    VALUE SPACES.
       77  WS-TOT-CODE      PIC XX    VALUE SPACES.
       77  WS-SUH-CODE      PIC XX    VALUE SPACES.
       77  WS-CLI-CODE      PIC XX    VALUE SPACES.
       77  WS-XRF-CODE      PIC XX    VALUE SPACES.
       77  WS-OFI-CODE      PIC XX    VALUE SPACES.
       77  WS-ACR-CODE      PIC XX    VALUE SPACES.
       77  WS-EXC-CODE      PIC XX    VALUE SPACES.
       77  WS-NUM-CODE      PIC XX    VALUE SPACES.
       77  WS-RCT-CODE      PIC XX    VALUE SPACES.
       77  WS-AUD-CODE      PIC XX    VALUE SPACES.
       77  WS-CTA-BK-CODE   PIC XX    VALUE SPACES.
       77  WS-SUC-BK-CODE   PIC XX    VALUE SPACES.
       77  WS-TOT-BK-CODE   PIC XX    VALUE SPACES.
       77  WS-SUH-BK-CODE   PIC XX    VALUE SPACES.
       77  WS-CLI-BK-CODE   PIC XX    VALUE SPACES.
       77  WS-XRF-BK-CODE   PIC XX    VALUE SPACES.
       77  WS-OFI-BK-CODE   PIC XX    VALUE SPACES.
       77  WS-ACR-BK-CODE   PIC XX    VALUE SPACES.
       77  WS-EXC-BK-CODE   PIC XX    VALUE SPACES.
       77  WS-NUM-BK-CODE   PIC XX    VALUE SPACES.
       77  WS-RCT-BK-CODE   PIC XX    VALUE SPACES.
       77  WS-AUD-BK-CODE   PIC XX    VALUE SPACES.
       77  WS-MAN-CODE      PIC XX    VALUE SPACES.
       77  WS-INF-CODE      PIC XX    VALUE SPACES.
       77  WS-PARM-CODE     PIC XX    VALUE SPACES.
       77  WS-STATUS-ACTUAL PIC XX    VALUE SPACES.

       01  WS-STATUS-FIN-DS PIC X     VALUE 'N'.
           88  WS-FIN-DATASET         VALUE 'Y'.
           88  WS-NO-FIN-DATASET      VALUE 'N'.

       01  WS-SWITCH-CADENA PIC X     VALUE 'S'.
           88  WS-CADENA-COMPLETA     VALUE 'S'.
           88  WS-CADENA-INCOMPLETA   VALUE 'N'.

       01  WS-SWITCH-DATASET PIC X    VALUE 'S'.
           88  WS-DATASET-OK          VALUE 'S'.
           88  WS-DATASET-CON-ERROR   VALUE 'N'.

       01  WS-SWITCH-MANIFI PIC X     VALUE 'N'.
           88  WS-MANIFI-ABIERTO      VALUE 'S'.

       01  WS-FECHA             PIC 9(08)  VALUE ZEROS.

       01  WS-REG-PARM.
           03  WS-PARM-FECHA    PIC 9(08).

       01  WS-HORA-ACTUAL.
           03  WS-HORA-HHMMSS   PIC 9(06).
           03  FILLER           PIC 99.

      ********  PASOS DIARIOS QUE DEBEN ESTAR COMPLETOS  ******
       01  WS-TABLA-PASOS-VALORES.
           03  FILLER           PIC X(08)  VALUE 'PGMRECEP'.
           03  FILLER           PIC X(08)  VALUE 'PGMEDITA'.
           03  FILLER           PIC X(08)  VALUE 'PGMCTAMA'.
           03  FILLER           PIC X(08)  VALUE 'PGMPOSTE'.
           03  FILLER           PIC X(08)  VALUE 'PGM2CC7C'.
           03  FILLER           PIC X(08)  VALUE 'PGMDEVIN'.
           03  FILLER           PIC X(08)  VALUE 'PGMDB202'.
           03  FILLER           PIC X(08)  VALUE 'PGMDB204'.
       01  WS-TABLA-PASOS REDEFINES WS-TABLA-PASOS-VALORES.
           03  WS-PASO-NOMBRE   PIC X(08)  OCCURS 8 TIMES.

       01  WS-TABLA-VISTOS.
           03  WS-PASO-VISTO    PIC X(01)  OCCURS 8 TIMES.

       77  WS-CANT-PASOS        PIC 9(02)  VALUE 8.
       77  WS-SUB-PASO          PIC 9(02)  VALUE ZEROS.

      ********  ACUMULADOS DEL MAESTRO EN CURSO  ***************
       77  WS-DS-NOMBRE         PIC X(08)      VALUE SPACES.
       77  WS-DS-OPERACION      PIC X(06)      VALUE SPACES.
       77  WS-DS-CANT           PIC 9(09)      VALUE ZEROS.
       77  WS-DS-TOTAL          PIC S9(13)V99  VALUE ZEROS.
       77  WS-DS-DESDE          PIC X(25)      VALUE SPACES.
       77  WS-DS-HASTA          PIC X(25)      VALUE SPACES.
       77  WS-CLAVE-ACTUAL      PIC X(25)      VALUE SPACES.
       77  WS-IMPORTE-ACTUAL    PIC S9(11)V99  VALUE ZEROS.

      ********  CONTADORES DE PROCESO  ***************
       77  WS-CANT-MAESTROS     PIC 9(03)  VALUE 12.
       77  WS-CANT-DESCARGADOS  PIC 9(03)  VALUE ZEROS.
       77  WS-CANT-CON-ERROR    PIC 9(03)  VALUE ZEROS.
       77  WS-CANT-REG-TOTAL    PIC 9(09)  VALUE ZEROS.

      ********  CONTROL DE CORRIDAS DE LA CADENA  ***************
       01  WS-SWITCH-RUNCTL   PIC X     VALUE 'N'.
           88  WS-CORRIDA-ANOTADA      VALUE 'S'.

       77  WS-RUN-ACCION        PIC X(03)  VALUE SPACES.
       77  WS-RUN-FECHA         PIC 9(08)  VALUE ZEROS.
       77  WS-RUN-PROGRAMA      PIC X(08)  VALUE 'PGMRESDR'.
       77  WS-RUN-PREDECESOR    PIC X(08)  VALUE SPACES.
       77  WS-RUN-RETCODE       PIC 9(04)  VALUE ZEROS.
       77  WS-RUN-RESULTADO     PIC XX     VALUE '00'.
           88  WS-RUN-ANOTADO              VALUE '00'.

      ********  LINEAS DEL INFORME  ***************
       01  WS-LIN-TITULO.
           03  FILLER           PIC X(46)  VALUE
               'JUEGO DE RESGUARDO PARA EL SITIO ALTERNATIVO -'.
           03  FILLER           PIC X(18)  VALUE
               ' FECHA DE PROCESO '.
           03  WS-TIT-FECHA     PIC 9(08).
           03  FILLER           PIC X(60)  VALUE SPACES.

       01  WS-LIN-SUBTITULO.
           03  FILLER           PIC X(50)  VALUE
               'MAESTRO   REGISTROS        TOTAL DE CONTROL  PRIME'.
           03  FILLER           PIC X(50)  VALUE
               'RA CLAVE              ULTIMA CLAVE              ES'.
           03  FILLER           PIC X(32)  VALUE 'TADO'.

       01  WS-LIN-DETALLE.
           03  WS-DET-DATASET   PIC X(08).
           03  FILLER           PIC X(01)  VALUE SPACE.
           03  WS-DET-CANT      PIC ZZZ,ZZZ,ZZ9.
           03  FILLER           PIC X(01)  VALUE SPACE.
           03  WS-DET-TOTAL     PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
           03  FILLER           PIC X(02)  VALUE SPACES.
           03  WS-DET-DESDE     PIC X(25).
           03  FILLER           PIC X(01)  VALUE SPACE.
           03  WS-DET-HASTA     PIC X(25).
           03  FILLER           PIC X(01)  VALUE SPACE.
           03  WS-DET-ESTADO    PIC X(20).
           03  FILLER           PIC X(16)  VALUE SPACES.

       01  WS-LIN-PASO.
           03  FILLER           PIC X(06)  VALUE 'PASO  '.
           03  WS-PAS-PROGRAMA  PIC X(08).
           03  FILLER           PIC X(09)  VALUE '  ESTADO '.
           03  WS-PAS-ESTADO    PIC X(01).
           03  FILLER           PIC X(05)  VALUE '  RC '.
           03  WS-PAS-RETCODE   PIC 9(04).
           03  FILLER           PIC X(02)  VALUE SPACES.
           03  WS-PAS-TEXTO     PIC X(40).
           03  FILLER           PIC X(57)  VALUE SPACES.

       01  WS-LIN-RESUMEN.
           03  WS-RES-TEXTO     PIC X(40).
           03  WS-RES-VALOR     PIC ZZZ,ZZZ,ZZ9.
           03  FILLER           PIC X(81)   VALUE SPACES.

       01  WS-LIN-BLANCA        PIC X(132)  VALUE SPACES.

       77  FILLER        PIC X(26) VALUE '* FINAL  WORKING-STORAGE *'.

      ***************************************************************.
       PROCEDURE DIVISION.
      **************************************
      *                                    *
      *  CUERPO PRINCIPAL DEL PROGRAMA     *
      *                                    *
      **************************************
       MAIN-PROGRAM.

           PERFORM 1000-INICIO  THRU   F-1000-INICIO.

           IF WS-CADENA-COMPLETA AND WS-CORRIDA-ANOTADA
              PERFORM 2000-RESGUARDAR THRU F-2000-RESGUARDAR
           END-IF.

           PERFORM 9999-FINAL    THRU  F-9999-FINAL.

       F-MAIN-PROGRAM. GOBACK.

      **************************************
      *                                    *
      *  PARM, CONTROL DE LA CADENA EN     *
      *  RUNCTL, ANOTACION DEL ARRANQUE Y  *
      *  CABECERA DEL MANIFIESTO           *
      *                                    *
      **************************************
       1000-INICIO.
           ACCEPT WS-FECHA FROM DATE YYYYMMDD.
           PERFORM 1100-LEER-PARM THRU F-1100-LEER-PARM.
           DISPLAY 'FECHA:    '  WS-FECHA.
           ACCEPT WS-HORA-ACTUAL FROM TIME.

           OPEN OUTPUT INFORME.
           IF WS-INF-CODE IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN INFORME = ' WS-INF-CODE
              MOVE 9999 TO RETURN-CODE
              SET WS-CADENA-INCOMPLETA TO TRUE
              GO TO F-1000-INICIO
           END-IF.

           MOVE WS-FECHA      TO WS-TIT-FECHA.
           MOVE WS-LIN-TITULO TO REG-INFORME.
           PERFORM 9300-GRABAR-INFORME THRU F-9300-GRABAR-INFORME.
           MOVE WS-LIN-BLANCA TO REG-INFORME.
           PERFORM 9300-GRABAR-INFORME THRU F-9300-GRABAR-INFORME.

           PERFORM 1200-CONTROLAR-CADENA
                     THRU F-1200-CONTROLAR-CADENA.

           IF WS-CADENA-INCOMPLETA
              GO TO F-1000-INICIO
           END-IF.

           PERFORM 1080-ANOTAR-ARRANQUE THRU F-1080-ANOTAR-ARRANQUE.

           IF NOT WS-CORRIDA-ANOTADA
              GO TO F-1000-INICIO
           END-IF.

           OPEN OUTPUT MANIFI.
           IF WS-MAN-CODE IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN MANIFI  = ' WS-MAN-CODE
              MOVE 9999 TO RETURN-CODE
              SET WS-CADENA-INCOMPLETA TO TRUE
              GO TO F-1000-INICIO
           END-IF.

           SET WS-MANIFI-ABIERTO TO TRUE.

           MOVE SPACES           TO REG-MANIFIESTO.
           SET MAN-ES-CABECERA   TO TRUE.
           MOVE WS-FECHA         TO MAN-FECHA-PROCESO.
           MOVE WS-CANT-MAESTROS TO MAN-CANT-REG.
           MOVE ZEROS            TO MAN-TOTAL-CONTROL.
           MOVE WS-HORA-HHMMSS   TO MAN-HORA.
           PERFORM 8300-GRABAR-MANIFIESTO
                     THRU F-8300-GRABAR-MANIFIESTO.

           MOVE WS-LIN-SUBTITULO TO REG-INFORME.
           PERFORM 9300-GRABAR-INFORME THRU F-9300-GRABAR-INFORME.

       F-1000-INICIO.   EXIT.

      **************************************
      *                                    *
      *  ANOTA EL ARRANQUE EN EL MAESTRO   *
      *  DE CORRIDAS RUNCTL: SE NIEGA SI   *
      *  EL JUEGO DE LA FECHA YA ESTA      *
      *  COMPLETO Y OPERACIONES NO         *
      *  AUTORIZO EL REARRANQUE (PGMRERUN) *
      *                                    *
      **************************************
       1080-ANOTAR-ARRANQUE.
           MOVE 'INI'    TO WS-RUN-ACCION.
           MOVE WS-FECHA TO WS-RUN-FECHA.
           MOVE ZEROS    TO WS-RUN-RETCODE.

           CALL 'RUNCTL' USING WS-RUN-ACCION
                               WS-RUN-FECHA
                               WS-RUN-PROGRAMA
                               WS-RUN-PREDECESOR
                               WS-RUN-RETCODE
                               WS-RUN-RESULTADO.

           IF WS-RUN-ANOTADO
              SET WS-CORRIDA-ANOTADA TO TRUE
           ELSE
              DISPLAY '* EL CONTROL DE CORRIDAS NO AUTORIZA '
                      'EL ARRANQUE, RESULTADO ' WS-RUN-RESULTADO
              MOVE 9999 TO RETURN-CODE
           END-IF.

       F-1080-ANOTAR-ARRANQUE. EXIT.

      **************************************
      *                                    *
      *  PERMITE FORZAR LA FECHA DE        *
      *  PROCESO POR PARM                  *
      *                                    *
      **************************************
       1100-LEER-PARM.
           OPEN INPUT PARMS.

           IF WS-PARM-CODE IS NOT EQUAL '00'
              DISPLAY '* PARM DE FECHA NO DISPONIBLE, SE USA '
                      'LA FECHA DEL SISTEMA'
              GO TO F-1100-LEER-PARM
           END-IF.

           READ PARMS INTO WS-REG-PARM.

           IF WS-PARM-CODE IS NOT EQUAL '00'
              DISPLAY '* PARM DE FECHA VACIO, SE USA LA FECHA '
                      'DEL SISTEMA'
           ELSE
              IF WS-PARM-FECHA IS NUMERIC AND
                 WS-PARM-FECHA GREATER ZEROS
                 MOVE WS-PARM-FECHA TO WS-FECHA
                 DISPLAY '* FECHA DE PROCESO FORZADA POR PARM: '
                         WS-FECHA
              END-IF
           END-IF.

           CLOSE PARMS.

       F-1100-LEER-PARM. EXIT.

      **************************************
      *                                    *
      *  RECORRE EN RUNCTL LOS PASOS DE LA *
      *  FECHA: CUALQUIERA SIN COMPLETAR,  *
      *  O UN PASO DIARIO DE LA TABLA QUE  *
      *  NO CORRIO, DEJA LA CADENA         *
      *  INCOMPLETA Y NO SE DESCARGA NADA  *
      *                                    *
      **************************************
       1200-CONTROLAR-CADENA.
           SET WS-CADENA-COMPLETA TO TRUE.
           MOVE SPACES TO WS-TABLA-VISTOS.

           OPEN INPUT RUNCTL.
           IF WS-RCT-CODE IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN RUNCTL  = ' WS-RCT-CODE
              MOVE 9999 TO RETURN-CODE
              SET WS-CADENA-INCOMPLETA TO TRUE
              GO TO F-1200-CONTROLAR-CADENA
           END-IF.

           SET WS-NO-FIN-DATASET TO TRUE.
           MOVE WS-FECHA   TO RCT-FECHA.
           MOVE LOW-VALUES TO RCT-PROGRAMA.

           START RUNCTL KEY IS NOT LESS THAN RCT-CLAVE
                 INVALID KEY
                    SET WS-FIN-DATASET TO TRUE
           END-START.

           PERFORM 1210-LEER-PASO THRU F-1210-LEER-PASO
                   UNTIL WS-FIN-DATASET.

           CLOSE RUNCTL.

           PERFORM 1250-CONTROLAR-DIARIO THRU F-1250-CONTROLAR-DIARIO
                   VARYING WS-SUB-PASO FROM 1 BY 1
                   UNTIL WS-SUB-PASO GREATER WS-CANT-PASOS.

           IF WS-CADENA-INCOMPLETA
              MOVE WS-LIN-BLANCA TO REG-INFORME
              PERFORM 9300-GRABAR-INFORME THRU F-9300-GRABAR-INFORME
              MOVE '* CADENA INCOMPLETA: NO SE GENERA EL JUEGO DE RESGUA
      -            'RDO' TO REG-INFORME
              PERFORM 9300-GRABAR-INFORME THRU F-9300-GRABAR-INFORME
              DISPLAY '* CADENA INCOMPLETA PARA ' WS-FECHA
                      ', NO SE GENERA EL JUEGO DE RESGUARDO'
              IF RETURN-CODE LESS 8
                 MOVE 8 TO RETURN-CODE
              END-IF
           END-IF.

           MOVE WS-LIN-BLANCA TO REG-INFORME.
           PERFORM 9300-GRABAR-INFORME THRU F-9300-GRABAR-INFORME.

       F-1200-CONTROLAR-CADENA. EXIT.

       1210-LEER-PASO.
           READ RUNCTL NEXT RECORD
                AT END
                   SET WS-FIN-DATASET TO TRUE
                   GO TO F-1210-LEER-PASO
           END-READ.

           IF WS-RCT-CODE IS NOT EQUAL '00'
              DISPLAY '* ERROR EN LECTURA RUNCTL = ' WS-RCT-CODE
              MOVE 9999 TO RETURN-CODE
              SET WS-CADENA-INCOMPLETA TO TRUE
              SET WS-FIN-DATASET TO TRUE
              GO TO F-1210-LEER-PASO
           END-IF.

           IF RCT-FECHA NOT EQUAL WS-FECHA
              SET WS-FIN-DATASET TO TRUE
              GO TO F-1210-LEER-PASO
           END-IF.

      *    LA PROPIA ANOTACION DE UNA CORRIDA ANTERIOR NO CUENTA
           IF RCT-PROGRAMA EQUAL WS-RUN-PROGRAMA
              GO TO F-1210-LEER-PASO
           END-IF.

           PERFORM 1220-MARCAR-VISTO THRU F-1220-MARCAR-VISTO
                   VARYING WS-SUB-PASO FROM 1 BY 1
                   UNTIL WS-SUB-PASO GREATER WS-CANT-PASOS.

           MOVE RCT-PROGRAMA TO WS-PAS-PROGRAMA.
           MOVE RCT-ESTADO   TO WS-PAS-ESTADO.
           MOVE RCT-RETCODE  TO WS-PAS-RETCODE.
           IF RCT-COMPLETO
              MOVE 'COMPLETO'            TO WS-PAS-TEXTO
           ELSE
              MOVE '** INCOMPLETO **'    TO WS-PAS-TEXTO
              SET WS-CADENA-INCOMPLETA TO TRUE
           END-IF.
           MOVE WS-LIN-PASO TO REG-INFORME.
           PERFORM 9300-GRABAR-INFORME THRU F-9300-GRABAR-INFORME.

       F-1210-LEER-PASO. EXIT.

       1220-MARCAR-VISTO.
           IF WS-PASO-NOMBRE (WS-SUB-PASO) EQUAL RCT-PROGRAMA
              MOVE 'S' TO WS-PASO-VISTO (WS-SUB-PASO)
           END-IF.

       F-1220-MARCAR-VISTO. EXIT.

       1250-CONTROLAR-DIARIO.
           IF WS-PASO-VISTO (WS-SUB-PASO) NOT EQUAL 'S'
              MOVE WS-PASO-NOMBRE (WS-SUB-PASO) TO WS-PAS-PROGRAMA
              MOVE SPACE                   TO WS-PAS-ESTADO
              MOVE ZEROS                   TO WS-PAS-RETCODE
              MOVE '** SIN CORRER PARA LA FECHA **' TO WS-PAS-TEXTO
              MOVE WS-LIN-PASO TO REG-INFORME
              PERFORM 9300-GRABAR-INFORME THRU F-9300-GRABAR-INFORME
              SET WS-CADENA-INCOMPLETA TO TRUE
           END-IF.

       F-1250-CONTROLAR-DIARIO. EXIT.

      **************************************
      *                                    *
      *  DESCARGA DE CADA MAESTRO DEL      *
      *  JUEGO DE RESGUARDO                *
      *                                    *
      **************************************
       2000-RESGUARDAR.
           PERFORM 2100-RESGUARDAR-CTAMAE
                     THRU F-2100-RESGUARDAR-CTAMAE.
           PERFORM 2200-RESGUARDAR-SUCMAE
                     THRU F-2200-RESGUARDAR-SUCMAE.
           PERFORM 2300-RESGUARDAR-SUCTOT
                     THRU F-2300-RESGUARDAR-SUCTOT.
           PERFORM 2400-RESGUARDAR-SUCHIS
                     THRU F-2400-RESGUARDAR-SUCHIS.
           PERFORM 2500-RESGUARDAR-CLIMAE
                     THRU F-2500-RESGUARDAR-CLIMAE.
           PERFORM 2600-RESGUARDAR-CLIXRF
                     THRU F-2600-RESGUARDAR-CLIXRF.
           PERFORM 2700-RESGUARDAR-OFIREG
                     THRU F-2700-RESGUARDAR-OFIREG.
           PERFORM 2800-RESGUARDAR-ACRMAE
                     THRU F-2800-RESGUARDAR-ACRMAE.
           PERFORM 2900-RESGUARDAR-EXCCTL
                     THRU F-2900-RESGUARDAR-EXCCTL.
           PERFORM 3000-RESGUARDAR-NUMCTL
                     THRU F-3000-RESGUARDAR-NUMCTL.
           PERFORM 3100-RESGUARDAR-RUNCTL
                     THRU F-3100-RESGUARDAR-RUNCTL.
           PERFORM 3200-RESGUARDAR-AUDMAE
                     THRU F-3200-RESGUARDAR-AUDMAE.

       F-2000-RESGUARDAR. EXIT.

      **************************************
      *                                    *
      *  DESCARGA DE CTAMAE A BKPCTA        *
      *                                    *
      **************************************
       2100-RESGUARDAR-CTAMAE.
           MOVE 'CTAMAE' TO WS-DS-NOMBRE.
           PERFORM 8000-INICIAR-DATASET THRU F-8000-INICIAR-DATASET.

           OPEN INPUT CTAMAE.
           IF WS-CTA-CODE IS NOT EQUAL '00'
              MOVE 'OPEN'      TO WS-DS-OPERACION
              MOVE WS-CTA-CODE  TO WS-STATUS-ACTUAL
              PERFORM 8900-ERROR-DATASET THRU F-8900-ERROR-DATASET
              PERFORM 8200-CERRAR-DATASET THRU F-8200-CERRAR-DATASET
              GO TO F-2100-RESGUARDAR-CTAMAE
           END-IF.

           OPEN OUTPUT BKPCTA.
           IF WS-CTA-BK-CODE IS NOT EQUAL '00'
              MOVE 'OPEN'      TO WS-DS-OPERACION
              MOVE WS-CTA-BK-CODE TO WS-STATUS-ACTUAL
              PERFORM 8900-ERROR-DATASET THRU F-8900-ERROR-DATASET
           END-IF.

           PERFORM 2110-COPIAR-CTAMAE THRU F-2110-COPIAR-CTAMAE
                   UNTIL WS-FIN-DATASET.

           CLOSE CTAMAE.
           IF WS-CTA-BK-CODE IS EQUAL '00'
              CLOSE BKPCTA
           END-IF.

           PERFORM 8200-CERRAR-DATASET THRU F-8200-CERRAR-DATASET.

       F-2100-RESGUARDAR-CTAMAE. EXIT.

       2110-COPIAR-CTAMAE.
           READ CTAMAE NEXT RECORD
                AT END
                   SET WS-FIN-DATASET TO TRUE
                   GO TO F-2110-COPIAR-CTAMAE
           END-READ.

           IF WS-CTA-CODE IS NOT EQUAL '00'
              MOVE 'READ'      TO WS-DS-OPERACION
              MOVE WS-CTA-CODE  TO WS-STATUS-ACTUAL
              PERFORM 8900-ERROR-DATASET THRU F-8900-ERROR-DATASET
              GO TO F-2110-COPIAR-CTAMAE
           END-IF.

           WRITE REG-BKPCTA FROM REG-CTAMAE.
           IF WS-CTA-BK-CODE IS NOT EQUAL '00'
              MOVE 'WRITE'     TO WS-DS-OPERACION
              MOVE WS-CTA-BK-CODE TO WS-STATUS-ACTUAL
              PERFORM 8900-ERROR-DATASET THRU F-8900-ERROR-DATASET
              GO TO F-2110-COPIAR-CTAMAE
           END-IF.

           MOVE CTA-CLAVE        TO WS-CLAVE-ACTUAL.
           MOVE CTA-IMPORTE      TO WS-IMPORTE-ACTUAL.
           PERFORM 8100-ACUMULAR THRU F-8100-ACUMULAR.

       F-2110-COPIAR-CTAMAE. EXIT.

      **************************************
      *                                    *
      *  DESCARGA DE SUCMAE A BKPSUC        *
      *                                    *
      **************************************
       2200-RESGUARDAR-SUCMAE.
           MOVE 'SUCMAE' TO WS-DS-NOMBRE.
           PERFORM 8000-INICIAR-DATASET THRU F-8000-INICIAR-DATASET.

           OPEN INPUT SUCMAE.
           IF WS-SUC-CODE IS NOT EQUAL '00'
              MOVE 'OPEN'      TO WS-DS-OPERACION
              MOVE WS-SUC-CODE  TO WS-STATUS-ACTUAL
              PERFORM 8900-ERROR-DATASET THRU F-8900-ERROR-DATASET
              PERFORM 8200-CERRAR-DATASET THRU F-8200-CERRAR-DATASET
              GO TO F-2200-RESGUARDAR-SUCMAE
           END-IF.

           OPEN OUTPUT BKPSUC.
           IF WS-SUC-BK-CODE IS NOT EQUAL '00'
              MOVE 'OPEN'      TO WS-DS-OPERACION
              MOVE WS-SUC-BK-CODE TO WS-STATUS-ACTUAL
              PERFORM 8900-ERROR-DATASET THRU F-8900-ERROR-DATASET
           END-IF.

           PERFORM 2210-COPIAR-SUCMAE THRU F-2210-COPIAR-SUCMAE
                   UNTIL WS-FIN-DATASET.

           CLOSE SUCMAE.
           IF WS-SUC-BK-CODE IS EQUAL '00'
              CLOSE BKPSUC
           END-IF.

           PERFORM 8200-CERRAR-DATASET THRU F-8200-CERRAR-DATASET.

       F-2200-RESGUARDAR-SUCMAE. EXIT.

       2210-COPIAR-SUCMAE.
           READ SUCMAE NEXT RECORD
                AT END
                   SET WS-FIN-DATASET TO TRUE
                   GO TO F-2210-COPIAR-SUCMAE
           END-READ.

           IF WS-SUC-CODE IS NOT EQUAL '00'
              MOVE 'READ'      TO WS-DS-OPERACION
              MOVE WS-SUC-CODE  TO WS-STATUS-ACTUAL
              PERFORM 8900-ERROR-DATASET THRU F-8900-ERROR-DATASET
              GO TO F-2210-COPIAR-SUCMAE
           END-IF.

           WRITE REG-BKPSUC FROM REG-SUCMAE.
           IF WS-SUC-BK-CODE IS NOT EQUAL '00'
              MOVE 'WRITE'     TO WS-DS-OPERACION
              MOVE WS-SUC-BK-CODE TO WS-STATUS-ACTUAL
              PERFORM 8900-ERROR-DATASET THRU F-8900-ERROR-DATASET
              GO TO F-2210-COPIAR-SUCMAE
           END-IF.

           MOVE SUC-COD          TO WS-CLAVE-ACTUAL.
           MOVE ZEROS            TO WS-IMPORTE-ACTUAL.
           PERFORM 8100-ACUMULAR THRU F-8100-ACUMULAR.

       F-2210-COPIAR-SUCMAE. EXIT.

      **************************************
      *                                    *
      *  DESCARGA DE SUCTOT A BKPTOT        *
      *                                    *
      **************************************
       2300-RESGUARDAR-SUCTOT.
           MOVE 'SUCTOT' TO WS-DS-NOMBRE.
           PERFORM 8000-INICIAR-DATASET THRU F-8000-INICIAR-DATASET.

           OPEN INPUT SUCTOT.
           IF WS-TOT-CODE IS NOT EQUAL '00'
              MOVE 'OPEN'      TO WS-DS-OPERACION
              MOVE WS-TOT-CODE  TO WS-STATUS-ACTUAL
              PERFORM 8900-ERROR-DATASET THRU F-8900-ERROR-DATASET
              PERFORM 8200-CERRAR-DATASET THRU F-8200-CERRAR-DATASET
              GO TO F-2300-RESGUARDAR-SUCTOT
           END-IF.

           OPEN OUTPUT BKPTOT.
           IF WS-TOT-BK-CODE IS NOT EQUAL '00'
              MOVE 'OPEN'      TO WS-DS-OPERACION
              MOVE WS-TOT-BK-CODE TO WS-STATUS-ACTUAL
              PERFORM 8900-ERROR-DATASET THRU F-8900-ERROR-DATASET
           END-IF.

           PERFORM 2310-COPIAR-SUCTOT THRU F-2310-COPIAR-SUCTOT
                   UNTIL WS-FIN-DATASET.

           CLOSE SUCTOT.
           IF WS-TOT-BK-CODE IS EQUAL '00'
              CLOSE BKPTOT
           END-IF.

           PERFORM 8200-CERRAR-DATASET THRU F-8200-CERRAR-DATASET.

       F-2300-RESGUARDAR-SUCTOT. EXIT.

       2310-COPIAR-SUCTOT.
           READ SUCTOT NEXT RECORD
                AT END
                   SET WS-FIN-DATASET TO TRUE
                   GO TO F-2310-COPIAR-SUCTOT
           END-READ.

           IF WS-TOT-CODE IS NOT EQUAL '00'
              MOVE 'READ'      TO WS-DS-OPERACION
              MOVE WS-TOT-CODE  TO WS-STATUS-ACTUAL
              PERFORM 8900-ERROR-DATASET THRU F-8900-ERROR-DATASET
              GO TO F-2310-COPIAR-SUCTOT
           END-IF.

           WRITE REG-BKPTOT FROM REG-SUCTOT.
           IF WS-TOT-BK-CODE IS NOT EQUAL '00'
              MOVE 'WRITE'     TO WS-DS-OPERACION
              MOVE WS-TOT-BK-CODE TO WS-STATUS-ACTUAL
              PERFORM 8900-ERROR-DATASET THRU F-8900-ERROR-DATASET
              GO TO F-2310-COPIAR-SUCTOT
           END-IF.

           MOVE TOT-COD          TO WS-CLAVE-ACTUAL.
           MOVE TOT-IMPORTE      TO WS-IMPORTE-ACTUAL.
           PERFORM 8100-ACUMULAR THRU F-8100-ACUMULAR.

       F-2310-COPIAR-SUCTOT. EXIT.

      **************************************
      *                                    *
      *  DESCARGA DE SUCHIS A BKPSUH        *
      *                                    *
      **************************************
       2400-RESGUARDAR-SUCHIS.
           MOVE 'SUCHIS' TO WS-DS-NOMBRE.
           PERFORM 8000-INICIAR-DATASET THRU F-8000-INICIAR-DATASET.

           OPEN INPUT SUCHIS.
           IF WS-SUH-CODE IS NOT EQUAL '00'
              MOVE 'OPEN'      TO WS-DS-OPERACION
              MOVE WS-SUH-CODE  TO WS-STATUS-ACTUAL
              PERFORM 8900-ERROR-DATASET THRU F-8900-ERROR-DATASET
              PERFORM 8200-CERRAR-DATASET THRU F-8200-CERRAR-DATASET
              GO TO F-2400-RESGUARDAR-SUCHIS
           END-IF.

           OPEN OUTPUT BKPSUH.
           IF WS-SUH-BK-CODE IS NOT EQUAL '00'
              MOVE 'OPEN'      TO WS-DS-OPERACION
              MOVE WS-SUH-BK-CODE TO WS-STATUS-ACTUAL
              PERFORM 8900-ERROR-DATASET THRU F-8900-ERROR-DATASET
           END-IF.

           PERFORM 2410-COPIAR-SUCHIS THRU F-2410-COPIAR-SUCHIS
                   UNTIL WS-FIN-DATASET.

           CLOSE SUCHIS.
           IF WS-SUH-BK-CODE IS EQUAL '00'
              CLOSE BKPSUH
           END-IF.

           PERFORM 8200-CERRAR-DATASET THRU F-8200-CERRAR-DATASET.

       F-2400-RESGUARDAR-SUCHIS. EXIT.

       2410-COPIAR-SUCHIS.
           READ SUCHIS NEXT RECORD
                AT END
                   SET WS-FIN-DATASET TO TRUE
                   GO TO F-2410-COPIAR-SUCHIS
           END-READ.

           IF WS-SUH-CODE IS NOT EQUAL '00'
              MOVE 'READ'      TO WS-DS-OPERACION
              MOVE WS-SUH-CODE  TO WS-STATUS-ACTUAL
              PERFORM 8900-ERROR-DATASET THRU F-8900-ERROR-DATASET
              GO TO F-2410-COPIAR-SUCHIS
           END-IF.

           WRITE REG-BKPSUH FROM REG-SUCHIS.
           IF WS-SUH-BK-CODE IS NOT EQUAL '00'
              MOVE 'WRITE'     TO WS-DS-OPERACION
              MOVE WS-SUH-BK-CODE TO WS-STATUS-ACTUAL
              PERFORM 8900-ERROR-DATASET THRU F-8900-ERROR-DATASET
              GO TO F-2410-COPIAR-SUCHIS
           END-IF.

           MOVE SUH-CLAVE        TO WS-CLAVE-ACTUAL.
           MOVE SUH-IMPORTE      TO WS-IMPORTE-ACTUAL.
           PERFORM 8100-ACUMULAR THRU F-8100-ACUMULAR.

       F-2410-COPIAR-SUCHIS. EXIT.

      **************************************
      *                                    *
      *  DESCARGA DE CLIMAE A BKPCLI        *
      *                                    *
      **************************************
       2500-RESGUARDAR-CLIMAE.
           MOVE 'CLIMAE' TO WS-DS-NOMBRE.
           PERFORM 8000-INICIAR-DATASET THRU F-8000-INICIAR-DATASET.

           OPEN INPUT CLIMAE.
           IF WS-CLI-CODE IS NOT EQUAL '00'
              MOVE 'OPEN'      TO WS-DS-OPERACION
              MOVE WS-CLI-CODE  TO WS-STATUS-ACTUAL
              PERFORM 8900-ERROR-DATASET THRU F-8900-ERROR-DATASET
              PERFORM 8200-CERRAR-DATASET THRU F-8200-CERRAR-DATASET
              GO TO F-2500-RESGUARDAR-CLIMAE
           END-IF.

           OPEN OUTPUT BKPCLI.
           IF WS-CLI-BK-CODE IS NOT EQUAL '00'
              MOVE 'OPEN'      TO WS-DS-OPERACION
              MOVE WS-CLI-BK-CODE TO WS-STATUS-ACTUAL
              PERFORM 8900-ERROR-DATASET THRU F-8900-ERROR-DATASET
           END-IF.

           PERFORM 2510-COPIAR-CLIMAE THRU F-2510-COPIAR-CLIMAE
                   UNTIL WS-FIN-DATASET.

           CLOSE CLIMAE.
           IF WS-CLI-BK-CODE IS EQUAL '00'
              CLOSE BKPCLI
           END-IF.

           PERFORM 8200-CERRAR-DATASET THRU F-8200-CERRAR-DATASET.

       F-2500-RESGUARDAR-CLIMAE. EXIT.

       2510-COPIAR-CLIMAE.
           READ CLIMAE NEXT RECORD
                AT END
                   SET WS-FIN-DATASET TO TRUE
                   GO TO F-2510-COPIAR-CLIMAE
           END-READ.

           IF WS-CLI-CODE IS NOT EQUAL '00'
              MOVE 'READ'      TO WS-DS-OPERACION
              MOVE WS-CLI-CODE  TO WS-STATUS-ACTUAL
              PERFORM 8900-ERROR-DATASET THRU F-8900-ERROR-DATASET
              GO TO F-2510-COPIAR-CLIMAE
           END-IF.

           WRITE REG-BKPCLI FROM REG-CLIMAE.
           IF WS-CLI-BK-CODE IS NOT EQUAL '00'
              MOVE 'WRITE'     TO WS-DS-OPERACION
              MOVE WS-CLI-BK-CODE TO WS-STATUS-ACTUAL
              PERFORM 8900-ERROR-DATASET THRU F-8900-ERROR-DATASET
              GO TO F-2510-COPIAR-CLIMAE
           END-IF.

           MOVE CLI-CLIENTE      TO WS-CLAVE-ACTUAL.
           MOVE ZEROS            TO WS-IMPORTE-ACTUAL.
           PERFORM 8100-ACUMULAR THRU F-8100-ACUMULAR.

       F-2510-COPIAR-CLIMAE. EXIT.

      **************************************
      *                                    *
      *  DESCARGA DE CLIXRF A BKPXRF        *
      *                                    *
      **************************************
       2600-RESGUARDAR-CLIXRF.
           MOVE 'CLIXRF' TO WS-DS-NOMBRE.
           PERFORM 8000-INICIAR-DATASET THRU F-8000-INICIAR-DATASET.

           OPEN INPUT CLIXRF.
           IF WS-XRF-CODE IS NOT EQUAL '00'
              MOVE 'OPEN'      TO WS-DS-OPERACION
              MOVE WS-XRF-CODE  TO WS-STATUS-ACTUAL
              PERFORM 8900-ERROR-DATASET THRU F-8900-ERROR-DATASET
              PERFORM 8200-CERRAR-DATASET THRU F-8200-CERRAR-DATASET
              GO TO F-2600-RESGUARDAR-CLIXRF
           END-IF.

           OPEN OUTPUT BKPXRF.
           IF WS-XRF-BK-CODE IS NOT EQUAL '00'
              MOVE 'OPEN'      TO WS-DS-OPERACION
              MOVE WS-XRF-BK-CODE TO WS-STATUS-ACTUAL
              PERFORM 8900-ERROR-DATASET THRU F-8900-ERROR-DATASET
           END-IF.

           PERFORM 2610-COPIAR-CLIXRF THRU F-2610-COPIAR-CLIXRF
                   UNTIL WS-FIN-DATASET.

           CLOSE CLIXRF.
           IF WS-XRF-BK-CODE IS EQUAL '00'
              CLOSE BKPXRF
           END-IF.

           PERFORM 8200-CERRAR-DATASET THRU F-8200-CERRAR-DATASET.

       F-2600-RESGUARDAR-CLIXRF. EXIT.

       2610-COPIAR-CLIXRF.
           READ CLIXRF NEXT RECORD
                AT END
                   SET WS-FIN-DATASET TO TRUE
                   GO TO F-2610-COPIAR-CLIXRF
           END-READ.

           IF WS-XRF-CODE IS NOT EQUAL '00'
              MOVE 'READ'      TO WS-DS-OPERACION
              MOVE WS-XRF-CODE  TO WS-STATUS-ACTUAL
              PERFORM 8900-ERROR-DATASET THRU F-8900-ERROR-DATASET
              GO TO F-2610-COPIAR-CLIXRF
           END-IF.

           WRITE REG-BKPXRF FROM REG-CLIXRF.
           IF WS-XRF-BK-CODE IS NOT EQUAL '00'
              MOVE 'WRITE'     TO WS-DS-OPERACION
              MOVE WS-XRF-BK-CODE TO WS-STATUS-ACTUAL
              PERFORM 8900-ERROR-DATASET THRU F-8900-ERROR-DATASET
              GO TO F-2610-COPIAR-CLIXRF
           END-IF.

           MOVE XRF-CLAVE        TO WS-CLAVE-ACTUAL.
           MOVE ZEROS            TO WS-IMPORTE-ACTUAL.
           PERFORM 8100-ACUMULAR THRU F-8100-ACUMULAR.

       F-2610-COPIAR-CLIXRF. EXIT.

      **************************************
      *                                    *
      *  DESCARGA DE OFIREG A BKPOFI        *
      *                                    *
      **************************************
       2700-RESGUARDAR-OFIREG.
           MOVE 'OFIREG' TO WS-DS-NOMBRE.
           PERFORM 8000-INICIAR-DATASET THRU F-8000-INICIAR-DATASET.

           OPEN INPUT OFIREG.
           IF WS-OFI-CODE IS NOT EQUAL '00'
              MOVE 'OPEN'      TO WS-DS-OPERACION
              MOVE WS-OFI-CODE  TO WS-STATUS-ACTUAL
              PERFORM 8900-ERROR-DATASET THRU F-8900-ERROR-DATASET
              PERFORM 8200-CERRAR-DATASET THRU F-8200-CERRAR-DATASET
              GO TO F-2700-RESGUARDAR-OFIREG
           END-IF.

           OPEN OUTPUT BKPOFI.
           IF WS-OFI-BK-CODE IS NOT EQUAL '00'
              MOVE 'OPEN'      TO WS-DS-OPERACION
              MOVE WS-OFI-BK-CODE TO WS-STATUS-ACTUAL
              PERFORM 8900-ERROR-DATASET THRU F-8900-ERROR-DATASET
           END-IF.

           PERFORM 2710-COPIAR-OFIREG THRU F-2710-COPIAR-OFIREG
                   UNTIL WS-FIN-DATASET.

           CLOSE OFIREG.
           IF WS-OFI-BK-CODE IS EQUAL '00'
              CLOSE BKPOFI
           END-IF.

           PERFORM 8200-CERRAR-DATASET THRU F-8200-CERRAR-DATASET.

       F-2700-RESGUARDAR-OFIREG. EXIT.

       2710-COPIAR-OFIREG.
           READ OFIREG NEXT RECORD
                AT END
                   SET WS-FIN-DATASET TO TRUE
                   GO TO F-2710-COPIAR-OFIREG
           END-READ.

           IF WS-OFI-CODE IS NOT EQUAL '00'
              MOVE 'READ'      TO WS-DS-OPERACION
              MOVE WS-OFI-CODE  TO WS-STATUS-ACTUAL
              PERFORM 8900-ERROR-DATASET THRU F-8900-ERROR-DATASET
              GO TO F-2710-COPIAR-OFIREG
           END-IF.

           WRITE REG-BKPOFI FROM REG-OFIREG.
           IF WS-OFI-BK-CODE IS NOT EQUAL '00'
              MOVE 'WRITE'     TO WS-DS-OPERACION
              MOVE WS-OFI-BK-CODE TO WS-STATUS-ACTUAL
              PERFORM 8900-ERROR-DATASET THRU F-8900-ERROR-DATASET
              GO TO F-2710-COPIAR-OFIREG
           END-IF.

           MOVE OFI-CLAVE        TO WS-CLAVE-ACTUAL.
           MOVE OFI-MONTO        TO WS-IMPORTE-ACTUAL.
           PERFORM 8100-ACUMULAR THRU F-8100-ACUMULAR.

       F-2710-COPIAR-OFIREG. EXIT.

      **************************************
      *                                    *
      *  DESCARGA DE ACRMAE A BKPACR        *
      *                                    *
      **************************************
       2800-RESGUARDAR-ACRMAE.
           MOVE 'ACRMAE' TO WS-DS-NOMBRE.
           PERFORM 8000-INICIAR-DATASET THRU F-8000-INICIAR-DATASET.

           OPEN INPUT ACRMAE.
           IF WS-ACR-CODE IS NOT EQUAL '00'
              MOVE 'OPEN'      TO WS-DS-OPERACION
              MOVE WS-ACR-CODE  TO WS-STATUS-ACTUAL
              PERFORM 8900-ERROR-DATASET THRU F-8900-ERROR-DATASET
              PERFORM 8200-CERRAR-DATASET THRU F-8200-CERRAR-DATASET
              GO TO F-2800-RESGUARDAR-ACRMAE
           END-IF.

           OPEN OUTPUT BKPACR.
           IF WS-ACR-BK-CODE IS NOT EQUAL '00'
              MOVE 'OPEN'      TO WS-DS-OPERACION
              MOVE WS-ACR-BK-CODE TO WS-STATUS-ACTUAL
              PERFORM 8900-ERROR-DATASET THRU F-8900-ERROR-DATASET
           END-IF.

           PERFORM 2810-COPIAR-ACRMAE THRU F-2810-COPIAR-ACRMAE
                   UNTIL WS-FIN-DATASET.

           CLOSE ACRMAE.
           IF WS-ACR-BK-CODE IS EQUAL '00'
              CLOSE BKPACR
           END-IF.

           PERFORM 8200-CERRAR-DATASET THRU F-8200-CERRAR-DATASET.

       F-2800-RESGUARDAR-ACRMAE. EXIT.

       2810-COPIAR-ACRMAE.
           READ ACRMAE NEXT RECORD
                AT END
                   SET WS-FIN-DATASET TO TRUE
                   GO TO F-2810-COPIAR-ACRMAE
           END-READ.

           IF WS-ACR-CODE IS NOT EQUAL '00'
              MOVE 'READ'      TO WS-DS-OPERACION
              MOVE WS-ACR-CODE  TO WS-STATUS-ACTUAL
              PERFORM 8900-ERROR-DATASET THRU F-8900-ERROR-DATASET
              GO TO F-2810-COPIAR-ACRMAE
           END-IF.

           WRITE REG-BKPACR FROM REG-ACRMAE.
           IF WS-ACR-BK-CODE IS NOT EQUAL '00'
              MOVE 'WRITE'     TO WS-DS-OPERACION
              MOVE WS-ACR-BK-CODE TO WS-STATUS-ACTUAL
              PERFORM 8900-ERROR-DATASET THRU F-8900-ERROR-DATASET
              GO TO F-2810-COPIAR-ACRMAE
           END-IF.

           MOVE ACR-CLAVE        TO WS-CLAVE-ACTUAL.
           MOVE ACR-ACUM-INTERES TO WS-IMPORTE-ACTUAL.
           PERFORM 8100-ACUMULAR THRU F-8100-ACUMULAR.

       F-2810-COPIAR-ACRMAE. EXIT.

      **************************************
      *                                    *
      *  DESCARGA DE EXCCTL A BKPEXC        *
      *                                    *
      **************************************
       2900-RESGUARDAR-EXCCTL.
           MOVE 'EXCCTL' TO WS-DS-NOMBRE.
           PERFORM 8000-INICIAR-DATASET THRU F-8000-INICIAR-DATASET.

           OPEN INPUT EXCCTL.
           IF WS-EXC-CODE IS NOT EQUAL '00'
              MOVE 'OPEN'      TO WS-DS-OPERACION
              MOVE WS-EXC-CODE  TO WS-STATUS-ACTUAL
              PERFORM 8900-ERROR-DATASET THRU F-8900-ERROR-DATASET
              PERFORM 8200-CERRAR-DATASET THRU F-8200-CERRAR-DATASET
              GO TO F-2900-RESGUARDAR-EXCCTL
           END-IF.

           OPEN OUTPUT BKPEXC.
           IF WS-EXC-BK-CODE IS NOT EQUAL '00'
              MOVE 'OPEN'      TO WS-DS-OPERACION
              MOVE WS-EXC-BK-CODE TO WS-STATUS-ACTUAL
              PERFORM 8900-ERROR-DATASET THRU F-8900-ERROR-DATASET
           END-IF.

           PERFORM 2910-COPIAR-EXCCTL THRU F-2910-COPIAR-EXCCTL
                   UNTIL WS-FIN-DATASET.

           CLOSE EXCCTL.
           IF WS-EXC-BK-CODE IS EQUAL '00'
              CLOSE BKPEXC
           END-IF.

           PERFORM 8200-CERRAR-DATASET THRU F-8200-CERRAR-DATASET.

       F-2900-RESGUARDAR-EXCCTL. EXIT.

       2910-COPIAR-EXCCTL.
           READ EXCCTL NEXT RECORD
                AT END
                   SET WS-FIN-DATASET TO TRUE
                   GO TO F-2910-COPIAR-EXCCTL
           END-READ.

           IF WS-EXC-CODE IS NOT EQUAL '00'
              MOVE 'READ'      TO WS-DS-OPERACION
              MOVE WS-EXC-CODE  TO WS-STATUS-ACTUAL
              PERFORM 8900-ERROR-DATASET THRU F-8900-ERROR-DATASET
              GO TO F-2910-COPIAR-EXCCTL
           END-IF.

           WRITE REG-BKPEXC FROM REG-EXCCTL.
           IF WS-EXC-BK-CODE IS NOT EQUAL '00'
              MOVE 'WRITE'     TO WS-DS-OPERACION
              MOVE WS-EXC-BK-CODE TO WS-STATUS-ACTUAL
              PERFORM 8900-ERROR-DATASET THRU F-8900-ERROR-DATASET
              GO TO F-2910-COPIAR-EXCCTL
           END-IF.

           MOVE EXC-CLAVE        TO WS-CLAVE-ACTUAL.
           MOVE ZEROS            TO WS-IMPORTE-ACTUAL.
           PERFORM 8100-ACUMULAR THRU F-8100-ACUMULAR.

       F-2910-COPIAR-EXCCTL. EXIT.

      **************************************
      *                                    *
      *  DESCARGA DE NUMCTL A BKPNUM        *
      *                                    *
      **************************************
       3000-RESGUARDAR-NUMCTL.
           MOVE 'NUMCTL' TO WS-DS-NOMBRE.
           PERFORM 8000-INICIAR-DATASET THRU F-8000-INICIAR-DATASET.

           OPEN INPUT NUMCTL.
           IF WS-NUM-CODE IS NOT EQUAL '00'
              MOVE 'OPEN'      TO WS-DS-OPERACION
              MOVE WS-NUM-CODE  TO WS-STATUS-ACTUAL
              PERFORM 8900-ERROR-DATASET THRU F-8900-ERROR-DATASET
              PERFORM 8200-CERRAR-DATASET THRU F-8200-CERRAR-DATASET
              GO TO F-3000-RESGUARDAR-NUMCTL
           END-IF.

           OPEN OUTPUT BKPNUM.
           IF WS-NUM-BK-CODE IS NOT EQUAL '00'
              MOVE 'OPEN'      TO WS-DS-OPERACION
              MOVE WS-NUM-BK-CODE TO WS-STATUS-ACTUAL
              PERFORM 8900-ERROR-DATASET THRU F-8900-ERROR-DATASET
           END-IF.

           PERFORM 3010-COPIAR-NUMCTL THRU F-3010-COPIAR-NUMCTL
                   UNTIL WS-FIN-DATASET.

           CLOSE NUMCTL.
           IF WS-NUM-BK-CODE IS EQUAL '00'
              CLOSE BKPNUM
           END-IF.

           PERFORM 8200-CERRAR-DATASET THRU F-8200-CERRAR-DATASET.

       F-3000-RESGUARDAR-NUMCTL. EXIT.

       3010-COPIAR-NUMCTL.
           READ NUMCTL NEXT RECORD
                AT END
                   SET WS-FIN-DATASET TO TRUE
                   GO TO F-3010-COPIAR-NUMCTL
           END-READ.

           IF WS-NUM-CODE IS NOT EQUAL '00'
              MOVE 'READ'      TO WS-DS-OPERACION
              MOVE WS-NUM-CODE  TO WS-STATUS-ACTUAL
              PERFORM 8900-ERROR-DATASET THRU F-8900-ERROR-DATASET
              GO TO F-3010-COPIAR-NUMCTL
           END-IF.

           WRITE REG-BKPNUM FROM REG-NUMCTL.
           IF WS-NUM-BK-CODE IS NOT EQUAL '00'
              MOVE 'WRITE'     TO WS-DS-OPERACION
              MOVE WS-NUM-BK-CODE TO WS-STATUS-ACTUAL
              PERFORM 8900-ERROR-DATASET THRU F-8900-ERROR-DATASET
              GO TO F-3010-COPIAR-NUMCTL
           END-IF.

           MOVE NUM-SUCURSAL     TO WS-CLAVE-ACTUAL.
           MOVE ZEROS            TO WS-IMPORTE-ACTUAL.
           PERFORM 8100-ACUMULAR THRU F-8100-ACUMULAR.

       F-3010-COPIAR-NUMCTL. EXIT.

      **************************************
      *                                    *
      *  DESCARGA DE RUNCTL A BKPRCT        *
      *                                    *
      **************************************
       3100-RESGUARDAR-RUNCTL.
           MOVE 'RUNCTL' TO WS-DS-NOMBRE.
           PERFORM 8000-INICIAR-DATASET THRU F-8000-INICIAR-DATASET.

           OPEN INPUT RUNCTL.
           IF WS-RCT-CODE IS NOT EQUAL '00'
              MOVE 'OPEN'      TO WS-DS-OPERACION
              MOVE WS-RCT-CODE  TO WS-STATUS-ACTUAL
              PERFORM 8900-ERROR-DATASET THRU F-8900-ERROR-DATASET
              PERFORM 8200-CERRAR-DATASET THRU F-8200-CERRAR-DATASET
              GO TO F-3100-RESGUARDAR-RUNCTL
           END-IF.

           OPEN OUTPUT BKPRCT.
           IF WS-RCT-BK-CODE IS NOT EQUAL '00'
              MOVE 'OPEN'      TO WS-DS-OPERACION
              MOVE WS-RCT-BK-CODE TO WS-STATUS-ACTUAL
              PERFORM 8900-ERROR-DATASET THRU F-8900-ERROR-DATASET
           END-IF.

           PERFORM 3110-COPIAR-RUNCTL THRU F-3110-COPIAR-RUNCTL
                   UNTIL WS-FIN-DATASET.

           CLOSE RUNCTL.
           IF WS-RCT-BK-CODE IS EQUAL '00'
              CLOSE BKPRCT
           END-IF.

           PERFORM 8200-CERRAR-DATASET THRU F-8200-CERRAR-DATASET.

       F-3100-RESGUARDAR-RUNCTL. EXIT.

       3110-COPIAR-RUNCTL.
           READ RUNCTL NEXT RECORD
                AT END
                   SET WS-FIN-DATASET TO TRUE
                   GO TO F-3110-COPIAR-RUNCTL
           END-READ.

           IF WS-RCT-CODE IS NOT EQUAL '00'
              MOVE 'READ'      TO WS-DS-OPERACION
              MOVE WS-RCT-CODE  TO WS-STATUS-ACTUAL
              PERFORM 8900-ERROR-DATASET THRU F-8900-ERROR-DATASET
              GO TO F-3110-COPIAR-RUNCTL
           END-IF.

           WRITE REG-BKPRCT FROM REG-RUNCTL.
           IF WS-RCT-BK-CODE IS NOT EQUAL '00'
              MOVE 'WRITE'     TO WS-DS-OPERACION
              MOVE WS-RCT-BK-CODE TO WS-STATUS-ACTUAL
              PERFORM 8900-ERROR-DATASET THRU F-8900-ERROR-DATASET
              GO TO F-3110-COPIAR-RUNCTL
           END-IF.

           MOVE RCT-CLAVE        TO WS-CLAVE-ACTUAL.
           MOVE ZEROS            TO WS-IMPORTE-ACTUAL.
           PERFORM 8100-ACUMULAR THRU F-8100-ACUMULAR.

       F-3110-COPIAR-RUNCTL. EXIT.

      **************************************
      *                                    *
      *  DESCARGA DE AUDMAE A BKPAUD        *
      *                                    *
      **************************************
       3200-RESGUARDAR-AUDMAE.
           MOVE 'AUDMAE' TO WS-DS-NOMBRE.
           PERFORM 8000-INICIAR-DATASET THRU F-8000-INICIAR-DATASET.

           OPEN INPUT AUDMAE.
           IF WS-AUD-CODE IS NOT EQUAL '00'
              MOVE 'OPEN'      TO WS-DS-OPERACION
              MOVE WS-AUD-CODE  TO WS-STATUS-ACTUAL
              PERFORM 8900-ERROR-DATASET THRU F-8900-ERROR-DATASET
              PERFORM 8200-CERRAR-DATASET THRU F-8200-CERRAR-DATASET
              GO TO F-3200-RESGUARDAR-AUDMAE
           END-IF.

           OPEN OUTPUT BKPAUD.
           IF WS-AUD-BK-CODE IS NOT EQUAL '00'
              MOVE 'OPEN'      TO WS-DS-OPERACION
              MOVE WS-AUD-BK-CODE TO WS-STATUS-ACTUAL
              PERFORM 8900-ERROR-DATASET THRU F-8900-ERROR-DATASET
           END-IF.

           PERFORM 3210-COPIAR-AUDMAE THRU F-3210-COPIAR-AUDMAE
                   UNTIL WS-FIN-DATASET.

           CLOSE AUDMAE.
           IF WS-AUD-BK-CODE IS EQUAL '00'
              CLOSE BKPAUD
           END-IF.

           PERFORM 8200-CERRAR-DATASET THRU F-8200-CERRAR-DATASET.

       F-3200-RESGUARDAR-AUDMAE. EXIT.

       3210-COPIAR-AUDMAE.
           READ AUDMAE NEXT RECORD
                AT END
                   SET WS-FIN-DATASET TO TRUE
                   GO TO F-3210-COPIAR-AUDMAE
           END-READ.

           IF WS-AUD-CODE IS NOT EQUAL '00'
              MOVE 'READ'      TO WS-DS-OPERACION
              MOVE WS-AUD-CODE  TO WS-STATUS-ACTUAL
              PERFORM 8900-ERROR-DATASET THRU F-8900-ERROR-DATASET
              GO TO F-3210-COPIAR-AUDMAE
           END-IF.

           WRITE REG-BKPAUD FROM REG-AUDMAE.
           IF WS-AUD-BK-CODE IS NOT EQUAL '00'
              MOVE 'WRITE'     TO WS-DS-OPERACION
              MOVE WS-AUD-BK-CODE TO WS-STATUS-ACTUAL
              PERFORM 8900-ERROR-DATASET THRU F-8900-ERROR-DATASET
              GO TO F-3210-COPIAR-AUDMAE
           END-IF.

           MOVE AUD-CLAVE        TO WS-CLAVE-ACTUAL.
           MOVE ZEROS            TO WS-IMPORTE-ACTUAL.
           PERFORM 8100-ACUMULAR THRU F-8100-ACUMULAR.

       F-3210-COPIAR-AUDMAE. EXIT.

      **************************************
      *                                    *
      *  PONE EN CERO LOS ACUMULADOS DEL   *
      *  MAESTRO QUE SE VA A DESCARGAR     *
      *                                    *
      **************************************
       8000-INICIAR-DATASET.
           SET WS-DATASET-OK     TO TRUE.
           SET WS-NO-FIN-DATASET TO TRUE.
           MOVE ZEROS            TO WS-DS-CANT
                                    WS-DS-TOTAL.
           MOVE SPACES           TO WS-DS-DESDE
                                    WS-DS-HASTA
                                    WS-DS-OPERACION.

       F-8000-INICIAR-DATASET. EXIT.

      **************************************
      *                                    *
      *  CUENTA EL REGISTRO, SUMA SU       *
      *  IMPORTE Y LLEVA EL RANGO DE       *
      *  CLAVES (LA LECTURA ES EN ORDEN    *
      *  DE CLAVE)                         *
      *                                    *
      **************************************
       8100-ACUMULAR.
           ADD 1                 TO WS-DS-CANT.
           ADD WS-IMPORTE-ACTUAL TO WS-DS-TOTAL.
           IF WS-DS-CANT EQUAL 1
              MOVE WS-CLAVE-ACTUAL TO WS-DS-DESDE
           END-IF.
           MOVE WS-CLAVE-ACTUAL  TO WS-DS-HASTA.

       F-8100-ACUMULAR. EXIT.

      **************************************
      *                                    *
      *  CIERRA EL MAESTRO: SI SE DESCARGO *
      *  COMPLETO GRABA SU REGISTRO EN EL  *
      *  MANIFIESTO; EN AMBOS CASOS LO     *
      *  INFORMA                           *
      *                                    *
      **************************************
       8200-CERRAR-DATASET.
           MOVE WS-DS-NOMBRE  TO WS-DET-DATASET.
           MOVE WS-DS-CANT    TO WS-DET-CANT.
           MOVE WS-DS-TOTAL   TO WS-DET-TOTAL.
           MOVE WS-DS-DESDE   TO WS-DET-DESDE.
           MOVE WS-DS-HASTA   TO WS-DET-HASTA.

           IF WS-DATASET-OK
              MOVE SPACES            TO REG-MANIFIESTO
              SET MAN-ES-DATASET     TO TRUE
              MOVE WS-FECHA          TO MAN-FECHA-PROCESO
              MOVE WS-DS-NOMBRE      TO MAN-DATASET
              MOVE WS-DS-CANT        TO MAN-CANT-REG
              MOVE WS-DS-TOTAL       TO MAN-TOTAL-CONTROL
              MOVE WS-DS-DESDE       TO MAN-CLAVE-DESDE
              MOVE WS-DS-HASTA       TO MAN-CLAVE-HASTA
              MOVE WS-HORA-HHMMSS    TO MAN-HORA
              PERFORM 8300-GRABAR-MANIFIESTO
                        THRU F-8300-GRABAR-MANIFIESTO
              ADD 1                  TO WS-CANT-DESCARGADOS
              ADD WS-DS-CANT         TO WS-CANT-REG-TOTAL
              MOVE 'DESCARGADO'      TO WS-DET-ESTADO
           ELSE
              ADD 1                  TO WS-CANT-CON-ERROR
              MOVE SPACES            TO WS-DET-ESTADO
              STRING '** ' WS-DS-OPERACION ' ' WS-STATUS-ACTUAL
                     ' **' DELIMITED BY SIZE INTO WS-DET-ESTADO
           END-IF.

           MOVE WS-LIN-DETALLE TO REG-INFORME.
           PERFORM 9300-GRABAR-INFORME THRU F-9300-GRABAR-INFORME.

       F-8200-CERRAR-DATASET. EXIT.

       8300-GRABAR-MANIFIESTO.
           WRITE REG-MANIFIESTO.
           IF WS-MAN-CODE IS NOT EQUAL '00'
              DISPLAY '* ERROR EN WRITE MANIFI = ' WS-MAN-CODE
              MOVE 9999 TO RETURN-CODE
           END-IF.

       F-8300-GRABAR-MANIFIESTO. EXIT.

      **************************************
      *                                    *
      *  ERROR DE ARCHIVO EN EL MAESTRO EN *
      *  CURSO: QUEDA FUERA DEL MANIFIESTO *
      *                                    *
      **************************************
       8900-ERROR-DATASET.
           DISPLAY '* ERROR EN ' WS-DS-OPERACION ' ' WS-DS-NOMBRE
                   ' = ' WS-STATUS-ACTUAL.
           MOVE 9999 TO RETURN-CODE.
           SET WS-DATASET-CON-ERROR TO TRUE.
           SET WS-FIN-DATASET       TO TRUE.

       F-8900-ERROR-DATASET. EXIT.

      **************************************
      *                                    *
      *  GRABA UNA LINEA DEL INFORME       *
      *                                    *
      **************************************
       9300-GRABAR-INFORME.
           IF WS-INF-CODE IS NOT EQUAL '00'
              GO TO F-9300-GRABAR-INFORME
           END-IF.

           WRITE REG-INFORME.
           IF WS-INF-CODE IS NOT EQUAL '00'
              DISPLAY '* ERROR EN WRITE INFORME = ' WS-INF-CODE
              MOVE 9999 TO RETURN-CODE
           END-IF.

       F-9300-GRABAR-INFORME. EXIT.

      **************************************
      *                                    *
      *  GRABA UNA LINEA DE RESUMEN        *
      *                                    *
      **************************************
       9400-LINEA-RESUMEN.
           MOVE WS-LIN-RESUMEN TO REG-INFORME.
           PERFORM 9300-GRABAR-INFORME THRU F-9300-GRABAR-INFORME.

       F-9400-LINEA-RESUMEN. EXIT.

      **************************************
      *                                    *
      *  ANOTA EL FIN Y EL RETURN-CODE DE  *
      *  LA CORRIDA EN EL MAESTRO RUNCTL   *
      *                                    *
      **************************************
       9850-ANOTAR-FIN-CORRIDA.
           MOVE 'FIN'        TO WS-RUN-ACCION.
           MOVE RETURN-CODE  TO WS-RUN-RETCODE.

           CALL 'RUNCTL' USING WS-RUN-ACCION
                               WS-RUN-FECHA
                               WS-RUN-PROGRAMA
                               WS-RUN-PREDECESOR
                               WS-RUN-RETCODE
                               WS-RUN-RESULTADO.

           IF NOT WS-RUN-ANOTADO
              DISPLAY '* NO SE PUDO ANOTAR EL FIN EN EL '
                      'CONTROL DE CORRIDAS, RESULTADO '
                      WS-RUN-RESULTADO
           END-IF.

       F-9850-ANOTAR-FIN-CORRIDA. EXIT.

      **************************************
      *                                    *
      *  RESUMEN DE LA CORRIDA Y CIERRE    *
      *  DE FILES                          *
      *                                    *
      **************************************
       9999-FINAL.
           IF WS-MANIFI-ABIERTO
              CLOSE MANIFI
              IF WS-MAN-CODE IS NOT EQUAL '00'
                 DISPLAY '* ERROR EN CLOSE MANIFI  = ' WS-MAN-CODE
                 MOVE 9999 TO RETURN-CODE
              END-IF
           END-IF.

           MOVE WS-LIN-BLANCA TO REG-INFORME.
           PERFORM 9300-GRABAR-INFORME THRU F-9300-GRABAR-INFORME.
           MOVE 'MAESTROS DEL JUEGO' TO WS-RES-TEXTO.
           MOVE WS-CANT-MAESTROS     TO WS-RES-VALOR.
           PERFORM 9400-LINEA-RESUMEN THRU F-9400-LINEA-RESUMEN.
           MOVE 'MAESTROS DESCARGADOS' TO WS-RES-TEXTO.
           MOVE WS-CANT-DESCARGADOS    TO WS-RES-VALOR.
           PERFORM 9400-LINEA-RESUMEN THRU F-9400-LINEA-RESUMEN.
           MOVE 'MAESTROS CON ERROR'   TO WS-RES-TEXTO.
           MOVE WS-CANT-CON-ERROR      TO WS-RES-VALOR.
           PERFORM 9400-LINEA-RESUMEN THRU F-9400-LINEA-RESUMEN.
           MOVE 'REGISTROS DESCARGADOS' TO WS-RES-TEXTO.
           MOVE WS-CANT-REG-TOTAL       TO WS-RES-VALOR.
           PERFORM 9400-LINEA-RESUMEN THRU F-9400-LINEA-RESUMEN.

           DISPLAY '************************** '.
           DISPLAY 'MAESTROS DESCARGADOS : ' WS-CANT-DESCARGADOS.
           DISPLAY 'MAESTROS CON ERROR   : ' WS-CANT-CON-ERROR.
           DISPLAY 'REGISTROS DESCARGADOS: ' WS-CANT-REG-TOTAL.

           IF WS-CORRIDA-ANOTADA
              PERFORM 9850-ANOTAR-FIN-CORRIDA
                        THRU F-9850-ANOTAR-FIN-CORRIDA
           END-IF.

           IF WS-INF-CODE EQUAL '00'
              CLOSE INFORME
           END-IF.

       F-9999-FINAL.  EXIT.
