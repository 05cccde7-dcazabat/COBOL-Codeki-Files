       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMVERDR.
       AUTHOR.        D. CAZABAT.
       INSTALLATION.  CURSO CODEKI.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.
      **********************************************************
      *                                                        *
      *  VERIFICACION EN EL SITIO ALTERNATIVO DEL JUEGO DE     *
      *  RESGUARDO QUE GENERA PGMRESDR: RECARGA CADA MAESTRO   *
      *  (CTAMAE, SUCMAE, SUCTOT, SUCHIS, CLIMAE, CLIXRF,      *
      *  OFIREG, ACRMAE, EXCCTL, NUMCTL, RUNCTL Y AUDMAE)      *
      *  DESDE SU ARCHIVO DDBKPxxx Y DESPUES RECORRE EL        *
      *  MAESTRO RECARGADO CONTANDO REGISTROS, SUMANDO EL      *
      *  TOTAL DE CONTROL DE IMPORTES Y TOMANDO LA PRIMERA Y   *
      *  ULTIMA CLAVE, CON LAS MISMAS REGLAS DE LA DESCARGA.   *
      *                                                        *
      *  CADA MAESTRO SE COMPARA CONTRA SU REGISTRO DEL        *
      *  MANIFIESTO (CPMANDR). CUALQUIER DIFERENCIA, UN        *
      *  MAESTRO SIN REGISTRO EN EL MANIFIESTO, UN REGISTRO    *
      *  RECHAZADO EN LA RECARGA (CLAVE DUPLICADA O FUERA DE   *
      *  ORDEN), UNA CANTIDAD DE MAESTROS DISTINTA DE LA DE LA *
      *  CABECERA O UNA FECHA DE PROCESO DISTINTA DE LA DEL    *
      *  PARM (SI SE INFORMA) TERMINA CON CODIGO 8: EL SITIO   *
      *  ALTERNATIVO NO DEBE ARRANCAR CON ESE JUEGO.           *
      *                                                        *
      **********************************************************
      *      MANTENIMIENTO DE PROGRAMA                         *
      **********************************************************
      *  FECHA   *    DETALLE        * COD *
      **************************************
      *15/10/2026* IMAGEN DE CLIMAE  * 001 *
      *          * DE 240            *     *
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
                    ACCESS MODE IS SEQUENTIAL
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

       01  WS-STATUS-FIN-MAN PIC X    VALUE 'N'.
           88  WS-FIN-MANIFIESTO      VALUE 'Y'.
           88  WS-NO-FIN-MANIFIESTO   VALUE 'N'.

       01  WS-SWITCH-JUEGO  PIC X     VALUE 'S'.
           88  WS-JUEGO-VALIDO        VALUE 'S'.
           88  WS-JUEGO-INVALIDO      VALUE 'N'.

       01  WS-SWITCH-DATASET PIC X    VALUE 'S'.
           88  WS-DATASET-OK          VALUE 'S'.
           88  WS-DATASET-CON-ERROR   VALUE 'N'.

       01  WS-FECHA-ESPERADA    PIC 9(08)  VALUE ZEROS.

       01  WS-REG-PARM.
           03  WS-PARM-FECHA    PIC 9(08).

      ********  CABECERA Y REGISTROS DEL MANIFIESTO  **********
       77  WS-MAN-FECHA         PIC 9(08)  VALUE ZEROS.
       77  WS-MAN-HORA          PIC 9(06)  VALUE ZEROS.
       77  WS-MAN-CANT-MAESTROS PIC 9(09)  VALUE ZEROS.

       01  WS-TABLA-MANIFIESTO.
           03  WS-TMA-ENT OCCURS 20 TIMES.
               05  WS-TMA-DATASET   PIC X(08).
               05  WS-TMA-CANT      PIC 9(09).
               05  WS-TMA-TOTAL     PIC S9(13)V99.
               05  WS-TMA-DESDE     PIC X(25).
               05  WS-TMA-HASTA     PIC X(25).
               05  WS-TMA-VERIFICADO PIC X(01).

       77  WS-MAX-MANIFIESTO    PIC 9(03)  VALUE 20.
       77  WS-CANT-MANIFIESTO   PIC 9(03)  VALUE ZEROS.
       77  WS-SUB-MAN           PIC 9(03)  VALUE ZEROS.
       77  WS-SUB-ENCONTRADO    PIC 9(03)  VALUE ZEROS.

      ********  ACUMULADOS DEL MAESTRO EN CURSO  ***************
       77  WS-DS-NOMBRE         PIC X(08)      VALUE SPACES.
       77  WS-DS-OPERACION      PIC X(06)      VALUE SPACES.
       77  WS-DS-CARGADOS       PIC 9(09)      VALUE ZEROS.
       77  WS-DS-RECHAZADOS     PIC 9(09)      VALUE ZEROS.
       77  WS-DS-CANT           PIC 9(09)      VALUE ZEROS.
       77  WS-DS-TOTAL          PIC S9(13)V99  VALUE ZEROS.
       77  WS-DS-DESDE          PIC X(25)      VALUE SPACES.
       77  WS-DS-HASTA          PIC X(25)      VALUE SPACES.
       77  WS-CLAVE-ACTUAL      PIC X(25)      VALUE SPACES.
       77  WS-IMPORTE-ACTUAL    PIC S9(11)V99  VALUE ZEROS.

      ********  CONTADORES DE PROCESO  ***************
       77  WS-CANT-MAESTROS     PIC 9(03)  VALUE 12.
       77  WS-CANT-VERIFICADOS  PIC 9(03)  VALUE ZEROS.
       77  WS-CANT-CON-DIFER    PIC 9(03)  VALUE ZEROS.
       77  WS-CANT-REG-TOTAL    PIC 9(09)  VALUE ZEROS.

      ********  LINEAS DEL INFORME  ***************
       01  WS-LIN-TITULO.
           03  FILLER           PIC X(46)  VALUE
               'VERIFICACION DEL JUEGO DE RESGUARDO RECARGADO-'.
           03  FILLER           PIC X(18)  VALUE
               ' FECHA DE PROCESO '.
           03  WS-TIT-FECHA     PIC 9(08).
           03  FILLER           PIC X(06)  VALUE ' HORA '.
           03  WS-TIT-HORA      PIC 9(06).
           03  FILLER           PIC X(48)  VALUE SPACES.

       01  WS-LIN-SUBTITULO.
           03  FILLER           PIC X(50)  VALUE
               'MAESTROS  ORIGEN      REGISTROS        TOTAL DE CO'.
           03  FILLER           PIC X(50)  VALUE
               'NTROL  PRIMERA CLAVE             ULTIMA CLAVE     '.
           03  FILLER           PIC X(32)  VALUE
               '          RESULTADO'.

       01  WS-LIN-DETALLE.
           03  WS-DET-DATASET   PIC X(08).
           03  FILLER           PIC X(02)  VALUE SPACES.
           03  WS-DET-ORIGEN    PIC X(10).
           03  WS-DET-CANT      PIC ZZZ,ZZZ,ZZ9.
           03  FILLER           PIC X(01)  VALUE SPACE.
           03  WS-DET-TOTAL     PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
           03  FILLER           PIC X(02)  VALUE SPACES.
           03  WS-DET-DESDE     PIC X(25).
           03  FILLER           PIC X(01)  VALUE SPACE.
           03  WS-DET-HASTA     PIC X(25).
           03  FILLER           PIC X(01)  VALUE SPACE.
           03  WS-DET-RESULTADO PIC X(25).

       01  WS-LIN-RESUMEN.
           03  WS-RES-TEXTO     PIC X(40).
           03  WS-RES-VALOR     PIC ZZZ,ZZZ,ZZ9.
           03  FILLER           PIC X(81)   VALUE SPACES.

       01  WS-LIN-BLANCA        PIC X(132)  VALUE SPACES.

       01  WS-LIN-MENSAJE       PIC X(132)  VALUE SPACES.

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

           IF WS-CANT-MANIFIESTO GREATER ZEROS
              PERFORM 2000-VERIFICAR THRU F-2000-VERIFICAR
           END-IF.

           PERFORM 9999-FINAL    THRU  F-9999-FINAL.

       F-MAIN-PROGRAM. GOBACK.

      **************************************
      *                                    *
      *  PARM, APERTURA DEL INFORME Y      *
      *  CARGA DEL MANIFIESTO EN TABLA     *
      *                                    *
      **************************************
       1000-INICIO.
           PERFORM 1100-LEER-PARM THRU F-1100-LEER-PARM.

           OPEN OUTPUT INFORME.
           IF WS-INF-CODE IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN INFORME = ' WS-INF-CODE
              MOVE 9999 TO RETURN-CODE
              GO TO F-1000-INICIO
           END-IF.

           PERFORM 1200-CARGAR-MANIFIESTO
                     THRU F-1200-CARGAR-MANIFIESTO.

           MOVE WS-MAN-FECHA  TO WS-TIT-FECHA.
           MOVE WS-MAN-HORA   TO WS-TIT-HORA.
           MOVE WS-LIN-TITULO TO REG-INFORME.
           PERFORM 9300-GRABAR-INFORME THRU F-9300-GRABAR-INFORME.
           MOVE WS-LIN-BLANCA TO REG-INFORME.
           PERFORM 9300-GRABAR-INFORME THRU F-9300-GRABAR-INFORME.

           IF WS-FECHA-ESPERADA GREATER ZEROS AND
              WS-FECHA-ESPERADA NOT EQUAL WS-MAN-FECHA
              MOVE SPACES TO WS-LIN-MENSAJE
              STRING '* EL MANIFIESTO ES DEL ' WS-MAN-FECHA
                     ' Y SE ESPERABA EL ' WS-FECHA-ESPERADA
                     DELIMITED BY SIZE INTO WS-LIN-MENSAJE
              PERFORM 8700-INFORMAR-ANOMALIA
                        THRU F-8700-INFORMAR-ANOMALIA
           END-IF.

           IF WS-MAN-CANT-MAESTROS NOT EQUAL WS-CANT-MANIFIESTO
              MOVE SPACES TO WS-LIN-MENSAJE
              STRING '* LA CABECERA DEL MANIFIESTO ANUNCIA '
                     WS-MAN-CANT-MAESTROS ' MAESTROS Y TRAE '
                     WS-CANT-MANIFIESTO
                     DELIMITED BY SIZE INTO WS-LIN-MENSAJE
              PERFORM 8700-INFORMAR-ANOMALIA
                        THRU F-8700-INFORMAR-ANOMALIA
           END-IF.

           MOVE WS-LIN-SUBTITULO TO REG-INFORME.
           PERFORM 9300-GRABAR-INFORME THRU F-9300-GRABAR-INFORME.

       F-1000-INICIO.   EXIT.

      **************************************
      *                                    *
      *  FECHA DE PROCESO ESPERADA, SI SE  *
      *  INFORMA POR PARM                  *
      *                                    *
      **************************************
       1100-LEER-PARM.
           OPEN INPUT PARMS.

           IF WS-PARM-CODE IS NOT EQUAL '00'
              DISPLAY '* SIN PARM, SE VERIFICA EL JUEGO QUE '
                      'INDIQUE EL MANIFIESTO'
              GO TO F-1100-LEER-PARM
           END-IF.

           READ PARMS INTO WS-REG-PARM.

           IF WS-PARM-CODE IS EQUAL '00' AND
              WS-PARM-FECHA IS NUMERIC
              MOVE WS-PARM-FECHA TO WS-FECHA-ESPERADA
              DISPLAY '* FECHA DE PROCESO ESPERADA: '
                      WS-FECHA-ESPERADA
           END-IF.

           CLOSE PARMS.

       F-1100-LEER-PARM. EXIT.

      **************************************
      *                                    *
      *  LEE LA CABECERA Y CARGA EN TABLA  *
      *  UN REGISTRO POR MAESTRO           *
      *                                    *
      **************************************
       1200-CARGAR-MANIFIESTO.
           OPEN INPUT MANIFI.
           IF WS-MAN-CODE IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN MANIFI  = ' WS-MAN-CODE
              MOVE 9999 TO RETURN-CODE
              GO TO F-1200-CARGAR-MANIFIESTO
           END-IF.

           SET WS-NO-FIN-MANIFIESTO TO TRUE.

           READ MANIFI
                AT END
                   SET WS-FIN-MANIFIESTO TO TRUE
           END-READ.

           IF WS-FIN-MANIFIESTO OR NOT MAN-ES-CABECERA
              DISPLAY '* MANIFIESTO VACIO O SIN CABECERA'
              MOVE 9999 TO RETURN-CODE
              CLOSE MANIFI
              GO TO F-1200-CARGAR-MANIFIESTO
           END-IF.

           MOVE MAN-FECHA-PROCESO TO WS-MAN-FECHA.
           MOVE MAN-HORA          TO WS-MAN-HORA.
           MOVE MAN-CANT-REG      TO WS-MAN-CANT-MAESTROS.

           PERFORM 1210-LEER-MANIFIESTO THRU F-1210-LEER-MANIFIESTO
                   UNTIL WS-FIN-MANIFIESTO.

           CLOSE MANIFI.

           DISPLAY 'MAESTROS EN EL MANIFIESTO: ' WS-CANT-MANIFIESTO.

       F-1200-CARGAR-MANIFIESTO. EXIT.

       1210-LEER-MANIFIESTO.
           READ MANIFI
                AT END
                   SET WS-FIN-MANIFIESTO TO TRUE
                   GO TO F-1210-LEER-MANIFIESTO
           END-READ.

           IF WS-MAN-CODE IS NOT EQUAL '00'
              DISPLAY '* ERROR EN LECTURA MANIFI = ' WS-MAN-CODE
              MOVE 9999 TO RETURN-CODE
              SET WS-FIN-MANIFIESTO TO TRUE
              GO TO F-1210-LEER-MANIFIESTO
           END-IF.

           IF NOT MAN-ES-DATASET
              GO TO F-1210-LEER-MANIFIESTO
           END-IF.

           IF WS-CANT-MANIFIESTO NOT LESS WS-MAX-MANIFIESTO
              DISPLAY '* TABLA DEL MANIFIESTO LLENA, SE IGNORA '
                      MAN-DATASET
              GO TO F-1210-LEER-MANIFIESTO
           END-IF.

           ADD 1 TO WS-CANT-MANIFIESTO.
           MOVE WS-CANT-MANIFIESTO TO WS-SUB-MAN.
           MOVE MAN-DATASET        TO WS-TMA-DATASET (WS-SUB-MAN).
           MOVE MAN-CANT-REG       TO WS-TMA-CANT (WS-SUB-MAN).
           MOVE MAN-TOTAL-CONTROL  TO WS-TMA-TOTAL (WS-SUB-MAN).
           MOVE MAN-CLAVE-DESDE    TO WS-TMA-DESDE (WS-SUB-MAN).
           MOVE MAN-CLAVE-HASTA    TO WS-TMA-HASTA (WS-SUB-MAN).
           MOVE 'N'                TO WS-TMA-VERIFICADO (WS-SUB-MAN).

       F-1210-LEER-MANIFIESTO. EXIT.

      **************************************
      *                                    *
      *  RECARGA Y VERIFICACION DE CADA    *
      *  MAESTRO DEL JUEGO Y CONTROL DE    *
      *  LOS REGISTROS DEL MANIFIESTO QUE  *
      *  NO CORRESPONDEN A NINGUN MAESTRO  *
      *                                    *
      **************************************
       2000-VERIFICAR.
           PERFORM 2100-VERIFICAR-CTAMAE
                     THRU F-2100-VERIFICAR-CTAMAE.
           PERFORM 2200-VERIFICAR-SUCMAE
                     THRU F-2200-VERIFICAR-SUCMAE.
           PERFORM 2300-VERIFICAR-SUCTOT
                     THRU F-2300-VERIFICAR-SUCTOT.
           PERFORM 2400-VERIFICAR-SUCHIS
                     THRU F-2400-VERIFICAR-SUCHIS.
           PERFORM 2500-VERIFICAR-CLIMAE
                     THRU F-2500-VERIFICAR-CLIMAE.
           PERFORM 2600-VERIFICAR-CLIXRF
                     THRU F-2600-VERIFICAR-CLIXRF.
           PERFORM 2700-VERIFICAR-OFIREG
                     THRU F-2700-VERIFICAR-OFIREG.
           PERFORM 2800-VERIFICAR-ACRMAE
                     THRU F-2800-VERIFICAR-ACRMAE.
           PERFORM 2900-VERIFICAR-EXCCTL
                     THRU F-2900-VERIFICAR-EXCCTL.
           PERFORM 3000-VERIFICAR-NUMCTL
                     THRU F-3000-VERIFICAR-NUMCTL.
           PERFORM 3100-VERIFICAR-RUNCTL
                     THRU F-3100-VERIFICAR-RUNCTL.
           PERFORM 3200-VERIFICAR-AUDMAE
                     THRU F-3200-VERIFICAR-AUDMAE.

           PERFORM 8600-CONTROLAR-SOBRANTE
                     THRU F-8600-CONTROLAR-SOBRANTE
                   VARYING WS-SUB-MAN FROM 1 BY 1
                   UNTIL WS-SUB-MAN GREATER WS-CANT-MANIFIESTO.

       F-2000-VERIFICAR. EXIT.

      **************************************
      *                                    *
      *  RECARGA DE CTAMAE DESDE BKPCTA Y   *
      *  CONTROL CONTRA EL MANIFIESTO      *
      *                                    *
      **************************************
       2100-VERIFICAR-CTAMAE.
           MOVE 'CTAMAE' TO WS-DS-NOMBRE.
           PERFORM 8000-INICIAR-DATASET THRU F-8000-INICIAR-DATASET.

           IF WS-SUB-ENCONTRADO EQUAL ZEROS
              GO TO F-2100-VERIFICAR-CTAMAE
           END-IF.

           OPEN INPUT BKPCTA.
           IF WS-CTA-BK-CODE IS NOT EQUAL '00'
              MOVE 'OPEN'      TO WS-DS-OPERACION
              MOVE WS-CTA-BK-CODE TO WS-STATUS-ACTUAL
              PERFORM 8900-ERROR-DATASET THRU F-8900-ERROR-DATASET
              PERFORM 8200-COMPARAR-DATASET THRU F-8200-COMPARAR-DATASET
              GO TO F-2100-VERIFICAR-CTAMAE
           END-IF.

           OPEN OUTPUT CTAMAE.
           IF WS-CTA-CODE IS NOT EQUAL '00'
              MOVE 'OPEN'      TO WS-DS-OPERACION
              MOVE WS-CTA-CODE  TO WS-STATUS-ACTUAL
              PERFORM 8900-ERROR-DATASET THRU F-8900-ERROR-DATASET
              CLOSE BKPCTA
              PERFORM 8200-COMPARAR-DATASET THRU F-8200-COMPARAR-DATASET
              GO TO F-2100-VERIFICAR-CTAMAE
           END-IF.

           PERFORM 2110-CARGAR-CTAMAE THRU F-2110-CARGAR-CTAMAE
                   UNTIL WS-FIN-DATASET.

           CLOSE BKPCTA.
           CLOSE CTAMAE.

           IF WS-DATASET-OK
              SET WS-NO-FIN-DATASET TO TRUE
              OPEN INPUT CTAMAE
              IF WS-CTA-CODE IS NOT EQUAL '00'
                 MOVE 'OPEN'      TO WS-DS-OPERACION
                 MOVE WS-CTA-CODE  TO WS-STATUS-ACTUAL
                 PERFORM 8900-ERROR-DATASET THRU F-8900-ERROR-DATASET
              ELSE
                 PERFORM 2120-CONTAR-CTAMAE THRU F-2120-CONTAR-CTAMAE
                         UNTIL WS-FIN-DATASET
                 CLOSE CTAMAE
              END-IF
           END-IF.

           PERFORM 8200-COMPARAR-DATASET THRU F-8200-COMPARAR-DATASET.

       F-2100-VERIFICAR-CTAMAE. EXIT.

       2110-CARGAR-CTAMAE.
           READ BKPCTA
                AT END
                   SET WS-FIN-DATASET TO TRUE
                   GO TO F-2110-CARGAR-CTAMAE
           END-READ.

           IF WS-CTA-BK-CODE IS NOT EQUAL '00'
              MOVE 'READ'      TO WS-DS-OPERACION
              MOVE WS-CTA-BK-CODE TO WS-STATUS-ACTUAL
              PERFORM 8900-ERROR-DATASET THRU F-8900-ERROR-DATASET
              GO TO F-2110-CARGAR-CTAMAE
           END-IF.

           WRITE REG-CTAMAE FROM REG-BKPCTA
                 INVALID KEY
                    ADD 1 TO WS-DS-RECHAZADOS
                 NOT INVALID KEY
                    ADD 1 TO WS-DS-CARGADOS
           END-WRITE.

       F-2110-CARGAR-CTAMAE. EXIT.

       2120-CONTAR-CTAMAE.
           READ CTAMAE NEXT RECORD
                AT END
                   SET WS-FIN-DATASET TO TRUE
                   GO TO F-2120-CONTAR-CTAMAE
           END-READ.

           IF WS-CTA-CODE IS NOT EQUAL '00'
              MOVE 'READ'      TO WS-DS-OPERACION
              MOVE WS-CTA-CODE  TO WS-STATUS-ACTUAL
              PERFORM 8900-ERROR-DATASET THRU F-8900-ERROR-DATASET
              GO TO F-2120-CONTAR-CTAMAE
           END-IF.

           MOVE CTA-CLAVE        TO WS-CLAVE-ACTUAL.
           MOVE CTA-IMPORTE      TO WS-IMPORTE-ACTUAL.
           PERFORM 8100-ACUMULAR THRU F-8100-ACUMULAR.

       F-2120-CONTAR-CTAMAE. EXIT.

      **************************************
      *                                    *
      *  RECARGA DE SUCMAE DESDE BKPSUC Y   *
      *  CONTROL CONTRA EL MANIFIESTO      *
      *                                    *
      **************************************
       2200-VERIFICAR-SUCMAE.
           MOVE 'SUCMAE' TO WS-DS-NOMBRE.
           PERFORM 8000-INICIAR-DATASET THRU F-8000-INICIAR-DATASET.

           IF WS-SUB-ENCONTRADO EQUAL ZEROS
              GO TO F-2200-VERIFICAR-SUCMAE
           END-IF.

           OPEN INPUT BKPSUC.
           IF WS-SUC-BK-CODE IS NOT EQUAL '00'
              MOVE 'OPEN'      TO WS-DS-OPERACION
              MOVE WS-SUC-BK-CODE TO WS-STATUS-ACTUAL
              PERFORM 8900-ERROR-DATASET THRU F-8900-ERROR-DATASET
              PERFORM 8200-COMPARAR-DATASET THRU F-8200-COMPARAR-DATASET
              GO TO F-2200-VERIFICAR-SUCMAE
           END-IF.

           OPEN OUTPUT SUCMAE.
           IF WS-SUC-CODE IS NOT EQUAL '00'
              MOVE 'OPEN'      TO WS-DS-OPERACION
              MOVE WS-SUC-CODE  TO WS-STATUS-ACTUAL
              PERFORM 8900-ERROR-DATASET THRU F-8900-ERROR-DATASET
              CLOSE BKPSUC
              PERFORM 8200-COMPARAR-DATASET THRU F-8200-COMPARAR-DATASET
              GO TO F-2200-VERIFICAR-SUCMAE
           END-IF.

           PERFORM 2210-CARGAR-SUCMAE THRU F-2210-CARGAR-SUCMAE
                   UNTIL WS-FIN-DATASET.

           CLOSE BKPSUC.
           CLOSE SUCMAE.

           IF WS-DATASET-OK
              SET WS-NO-FIN-DATASET TO TRUE
              OPEN INPUT SUCMAE
              IF WS-SUC-CODE IS NOT EQUAL '00'
                 MOVE 'OPEN'      TO WS-DS-OPERACION
                 MOVE WS-SUC-CODE  TO WS-STATUS-ACTUAL
                 PERFORM 8900-ERROR-DATASET THRU F-8900-ERROR-DATASET
              ELSE
                 PERFORM 2220-CONTAR-SUCMAE THRU F-2220-CONTAR-SUCMAE
                         UNTIL WS-FIN-DATASET
                 CLOSE SUCMAE
              END-IF
           END-IF.

           PERFORM 8200-COMPARAR-DATASET THRU F-8200-COMPARAR-DATASET.

       F-2200-VERIFICAR-SUCMAE. EXIT.

       2210-CARGAR-SUCMAE.
           READ BKPSUC
                AT END
                   SET WS-FIN-DATASET TO TRUE
                   GO TO F-2210-CARGAR-SUCMAE
           END-READ.

           IF WS-SUC-BK-CODE IS NOT EQUAL '00'
              MOVE 'READ'      TO WS-DS-OPERACION
              MOVE WS-SUC-BK-CODE TO WS-STATUS-ACTUAL
              PERFORM 8900-ERROR-DATASET THRU F-8900-ERROR-DATASET
              GO TO F-2210-CARGAR-SUCMAE
           END-IF.

           WRITE REG-SUCMAE FROM REG-BKPSUC
                 INVALID KEY
                    ADD 1 TO WS-DS-RECHAZADOS
                 NOT INVALID KEY
                    ADD 1 TO WS-DS-CARGADOS
           END-WRITE.

       F-2210-CARGAR-SUCMAE. EXIT.

       2220-CONTAR-SUCMAE.
           READ SUCMAE NEXT RECORD
                AT END
                   SET WS-FIN-DATASET TO TRUE
                   GO TO F-2220-CONTAR-SUCMAE
           END-READ.

           IF WS-SUC-CODE IS NOT EQUAL '00'
              MOVE 'READ'      TO WS-DS-OPERACION
              MOVE WS-SUC-CODE  TO WS-STATUS-ACTUAL
              PERFORM 8900-ERROR-DATASET THRU F-8900-ERROR-DATASET
              GO TO F-2220-CONTAR-SUCMAE
           END-IF.

           MOVE SUC-COD          TO WS-CLAVE-ACTUAL.
           MOVE ZEROS            TO WS-IMPORTE-ACTUAL.
           PERFORM 8100-ACUMULAR THRU F-8100-ACUMULAR.

       F-2220-CONTAR-SUCMAE. EXIT.

      **************************************
      *                                    *
      *  RECARGA DE SUCTOT DESDE BKPTOT Y   *
      *  CONTROL CONTRA EL MANIFIESTO      *
      *                                    *
      **************************************
       2300-VERIFICAR-SUCTOT.
           MOVE 'SUCTOT' TO WS-DS-NOMBRE.
           PERFORM 8000-INICIAR-DATASET THRU F-8000-INICIAR-DATASET.

           IF WS-SUB-ENCONTRADO EQUAL ZEROS
              GO TO F-2300-VERIFICAR-SUCTOT
           END-IF.

           OPEN INPUT BKPTOT.
           IF WS-TOT-BK-CODE IS NOT EQUAL '00'
              MOVE 'OPEN'      TO WS-DS-OPERACION
              MOVE WS-TOT-BK-CODE TO WS-STATUS-ACTUAL
              PERFORM 8900-ERROR-DATASET THRU F-8900-ERROR-DATASET
              PERFORM 8200-COMPARAR-DATASET THRU F-8200-COMPARAR-DATASET
              GO TO F-2300-VERIFICAR-SUCTOT
           END-IF.

           OPEN OUTPUT SUCTOT.
           IF WS-TOT-CODE IS NOT EQUAL '00'
              MOVE 'OPEN'      TO WS-DS-OPERACION
              MOVE WS-TOT-CODE  TO WS-STATUS-ACTUAL
              PERFORM 8900-ERROR-DATASET THRU F-8900-ERROR-DATASET
              CLOSE BKPTOT
              PERFORM 8200-COMPARAR-DATASET THRU F-8200-COMPARAR-DATASET
              GO TO F-2300-VERIFICAR-SUCTOT
           END-IF.

           PERFORM 2310-CARGAR-SUCTOT THRU F-2310-CARGAR-SUCTOT
                   UNTIL WS-FIN-DATASET.

           CLOSE BKPTOT.
           CLOSE SUCTOT.

           IF WS-DATASET-OK
              SET WS-NO-FIN-DATASET TO TRUE
              OPEN INPUT SUCTOT
              IF WS-TOT-CODE IS NOT EQUAL '00'
                 MOVE 'OPEN'      TO WS-DS-OPERACION
                 MOVE WS-TOT-CODE  TO WS-STATUS-ACTUAL
                 PERFORM 8900-ERROR-DATASET THRU F-8900-ERROR-DATASET
              ELSE
                 PERFORM 2320-CONTAR-SUCTOT THRU F-2320-CONTAR-SUCTOT
                         UNTIL WS-FIN-DATASET
                 CLOSE SUCTOT
              END-IF
           END-IF.

           PERFORM 8200-COMPARAR-DATASET THRU F-8200-COMPARAR-DATASET.

       F-2300-VERIFICAR-SUCTOT. EXIT.

       2310-CARGAR-SUCTOT.
           READ BKPTOT
                AT END
                   SET WS-FIN-DATASET TO TRUE
                   GO TO F-2310-CARGAR-SUCTOT
           END-READ.

           IF WS-TOT-BK-CODE IS NOT EQUAL '00'
              MOVE 'READ'      TO WS-DS-OPERACION
              MOVE WS-TOT-BK-CODE TO WS-STATUS-ACTUAL
              PERFORM 8900-ERROR-DATASET THRU F-8900-ERROR-DATASET
              GO TO F-2310-CARGAR-SUCTOT
           END-IF.

           WRITE REG-SUCTOT FROM REG-BKPTOT
                 INVALID KEY
                    ADD 1 TO WS-DS-RECHAZADOS
                 NOT INVALID KEY
                    ADD 1 TO WS-DS-CARGADOS
           END-WRITE.

       F-2310-CARGAR-SUCTOT. EXIT.

       2320-CONTAR-SUCTOT.
           READ SUCTOT NEXT RECORD
                AT END
                   SET WS-FIN-DATASET TO TRUE
                   GO TO F-2320-CONTAR-SUCTOT
           END-READ.

           IF WS-TOT-CODE IS NOT EQUAL '00'
              MOVE 'READ'      TO WS-DS-OPERACION
              MOVE WS-TOT-CODE  TO WS-STATUS-ACTUAL
              PERFORM 8900-ERROR-DATASET THRU F-8900-ERROR-DATASET
              GO TO F-2320-CONTAR-SUCTOT
           END-IF.

           MOVE TOT-COD          TO WS-CLAVE-ACTUAL.
           MOVE TOT-IMPORTE      TO WS-IMPORTE-ACTUAL.
           PERFORM 8100-ACUMULAR THRU F-8100-ACUMULAR.

       F-2320-CONTAR-SUCTOT. EXIT.

      **************************************
      *                                    *
      *  RECARGA DE SUCHIS DESDE BKPSUH Y   *
      *  CONTROL CONTRA EL MANIFIESTO      *
      *                                    *
      **************************************
       2400-VERIFICAR-SUCHIS.
           MOVE 'SUCHIS' TO WS-DS-NOMBRE.
           PERFORM 8000-INICIAR-DATASET THRU F-8000-INICIAR-DATASET.

           IF WS-SUB-ENCONTRADO EQUAL ZEROS
              GO TO F-2400-VERIFICAR-SUCHIS
           END-IF.

           OPEN INPUT BKPSUH.
           IF WS-SUH-BK-CODE IS NOT EQUAL '00'
              MOVE 'OPEN'      TO WS-DS-OPERACION
              MOVE WS-SUH-BK-CODE TO WS-STATUS-ACTUAL
              PERFORM 8900-ERROR-DATASET THRU F-8900-ERROR-DATASET
              PERFORM 8200-COMPARAR-DATASET THRU F-8200-COMPARAR-DATASET
              GO TO F-2400-VERIFICAR-SUCHIS
           END-IF.

           OPEN OUTPUT SUCHIS.
           IF WS-SUH-CODE IS NOT EQUAL '00'
              MOVE 'OPEN'      TO WS-DS-OPERACION
              MOVE WS-SUH-CODE  TO WS-STATUS-ACTUAL
              PERFORM 8900-ERROR-DATASET THRU F-8900-ERROR-DATASET
              CLOSE BKPSUH
              PERFORM 8200-COMPARAR-DATASET THRU F-8200-COMPARAR-DATASET
              GO TO F-2400-VERIFICAR-SUCHIS
           END-IF.

           PERFORM 2410-CARGAR-SUCHIS THRU F-2410-CARGAR-SUCHIS
                   UNTIL WS-FIN-DATASET.

           CLOSE BKPSUH.
           CLOSE SUCHIS.

           IF WS-DATASET-OK
              SET WS-NO-FIN-DATASET TO TRUE
              OPEN INPUT SUCHIS
              IF WS-SUH-CODE IS NOT EQUAL '00'
                 MOVE 'OPEN'      TO WS-DS-OPERACION
                 MOVE WS-SUH-CODE  TO WS-STATUS-ACTUAL
                 PERFORM 8900-ERROR-DATASET THRU F-8900-ERROR-DATASET
              ELSE
                 PERFORM 2420-CONTAR-SUCHIS THRU F-2420-CONTAR-SUCHIS
                         UNTIL WS-FIN-DATASET
                 CLOSE SUCHIS
              END-IF
           END-IF.

           PERFORM 8200-COMPARAR-DATASET THRU F-8200-COMPARAR-DATASET.

       F-2400-VERIFICAR-SUCHIS. EXIT.

       2410-CARGAR-SUCHIS.
           READ BKPSUH
                AT END
                   SET WS-FIN-DATASET TO TRUE
                   GO TO F-2410-CARGAR-SUCHIS
           END-READ.

           IF WS-SUH-BK-CODE IS NOT EQUAL '00'
              MOVE 'READ'      TO WS-DS-OPERACION
              MOVE WS-SUH-BK-CODE TO WS-STATUS-ACTUAL
              PERFORM 8900-ERROR-DATASET THRU F-8900-ERROR-DATASET
              GO TO F-2410-CARGAR-SUCHIS
           END-IF.

           WRITE REG-SUCHIS FROM REG-BKPSUH
                 INVALID KEY
                    ADD 1 TO WS-DS-RECHAZADOS
                 NOT INVALID KEY
                    ADD 1 TO WS-DS-CARGADOS
           END-WRITE.

       F-2410-CARGAR-SUCHIS. EXIT.

       2420-CONTAR-SUCHIS.
           READ SUCHIS NEXT RECORD
                AT END
                   SET WS-FIN-DATASET TO TRUE
                   GO TO F-2420-CONTAR-SUCHIS
           END-READ.

           IF WS-SUH-CODE IS NOT EQUAL '00'
              MOVE 'READ'      TO WS-DS-OPERACION
              MOVE WS-SUH-CODE  TO WS-STATUS-ACTUAL
              PERFORM 8900-ERROR-DATASET THRU F-8900-ERROR-DATASET
              GO TO F-2420-CONTAR-SUCHIS
           END-IF.

           MOVE SUH-CLAVE        TO WS-CLAVE-ACTUAL.
           MOVE SUH-IMPORTE      TO WS-IMPORTE-ACTUAL.
           PERFORM 8100-ACUMULAR THRU F-8100-ACUMULAR.

       F-2420-CONTAR-SUCHIS. EXIT.

      **************************************
      *                                    *
      *  RECARGA DE CLIMAE DESDE BKPCLI Y   *
      *  CONTROL CONTRA EL MANIFIESTO      *
      *                                    *
      **************************************
       2500-VERIFICAR-CLIMAE.
           MOVE 'CLIMAE' TO WS-DS-NOMBRE.
           PERFORM 8000-INICIAR-DATASET THRU F-8000-INICIAR-DATASET.

           IF WS-SUB-ENCONTRADO EQUAL ZEROS
              GO TO F-2500-VERIFICAR-CLIMAE
           END-IF.

           OPEN INPUT BKPCLI.
           IF WS-CLI-BK-CODE IS NOT EQUAL '00'
              MOVE 'OPEN'      TO WS-DS-OPERACION
              MOVE WS-CLI-BK-CODE TO WS-STATUS-ACTUAL
              PERFORM 8900-ERROR-DATASET THRU F-8900-ERROR-DATASET
              PERFORM 8200-COMPARAR-DATASET THRU F-8200-COMPARAR-DATASET
              GO TO F-2500-VERIFICAR-CLIMAE
           END-IF.

           OPEN OUTPUT CLIMAE.
           IF WS-CLI-CODE IS NOT EQUAL '00'
              MOVE 'OPEN'      TO WS-DS-OPERACION
              MOVE WS-CLI-CODE  TO WS-STATUS-ACTUAL
              PERFORM 8900-ERROR-DATASET THRU F-8900-ERROR-DATASET
              CLOSE BKPCLI
              PERFORM 8200-COMPARAR-DATASET THRU F-8200-COMPARAR-DATASET
              GO TO F-2500-VERIFICAR-CLIMAE
           END-IF.

           PERFORM 2510-CARGAR-CLIMAE THRU F-2510-CARGAR-CLIMAE
                   UNTIL WS-FIN-DATASET.

           CLOSE BKPCLI.
           CLOSE CLIMAE.

           IF WS-DATASET-OK
              SET WS-NO-FIN-DATASET TO TRUE
              OPEN INPUT CLIMAE
              IF WS-CLI-CODE IS NOT EQUAL '00'
                 MOVE 'OPEN'      TO WS-DS-OPERACION
                 MOVE WS-CLI-CODE  TO WS-STATUS-ACTUAL
                 PERFORM 8900-ERROR-DATASET THRU F-8900-ERROR-DATASET
              ELSE
                 PERFORM 2520-CONTAR-CLIMAE THRU F-2520-CONTAR-CLIMAE
                         UNTIL WS-FIN-DATASET
                 CLOSE CLIMAE
              END-IF
           END-IF.

           PERFORM 8200-COMPARAR-DATASET THRU F-8200-COMPARAR-DATASET.

       F-2500-VERIFICAR-CLIMAE. EXIT.

       2510-CARGAR-CLIMAE.
           READ BKPCLI
                AT END
                   SET WS-FIN-DATASET TO TRUE
                   GO TO F-2510-CARGAR-CLIMAE
           END-READ.

           IF WS-CLI-BK-CODE IS NOT EQUAL '00'
              MOVE 'READ'      TO WS-DS-OPERACION
              MOVE WS-CLI-BK-CODE TO WS-STATUS-ACTUAL
              PERFORM 8900-ERROR-DATASET THRU F-8900-ERROR-DATASET
              GO TO F-2510-CARGAR-CLIMAE
           END-IF.

           WRITE REG-CLIMAE FROM REG-BKPCLI
                 INVALID KEY
                    ADD 1 TO WS-DS-RECHAZADOS
                 NOT INVALID KEY
                    ADD 1 TO WS-DS-CARGADOS
           END-WRITE.

       F-2510-CARGAR-CLIMAE. EXIT.

       2520-CONTAR-CLIMAE.
           READ CLIMAE NEXT RECORD
                AT END
                   SET WS-FIN-DATASET TO TRUE
                   GO TO F-2520-CONTAR-CLIMAE
           END-READ.

           IF WS-CLI-CODE IS NOT EQUAL '00'
              MOVE 'READ'      TO WS-DS-OPERACION
              MOVE WS-CLI-CODE  TO WS-STATUS-ACTUAL
              PERFORM 8900-ERROR-DATASET THRU F-8900-ERROR-DATASET
              GO TO F-2520-CONTAR-CLIMAE
           END-IF.

           MOVE CLI-CLIENTE      TO WS-CLAVE-ACTUAL.
           MOVE ZEROS            TO WS-IMPORTE-ACTUAL.
           PERFORM 8100-ACUMULAR THRU F-8100-ACUMULAR.

       F-2520-CONTAR-CLIMAE. EXIT.

      **************************************
      *                                    *
      *  RECARGA DE CLIXRF DESDE BKPXRF Y   *
      *  CONTROL CONTRA EL MANIFIESTO      *
      *                                    *
      **************************************
       2600-VERIFICAR-CLIXRF.
           MOVE 'CLIXRF' TO WS-DS-NOMBRE.
           PERFORM 8000-INICIAR-DATASET THRU F-8000-INICIAR-DATASET.

           IF WS-SUB-ENCONTRADO EQUAL ZEROS
              GO TO F-2600-VERIFICAR-CLIXRF
           END-IF.

           OPEN INPUT BKPXRF.
           IF WS-XRF-BK-CODE IS NOT EQUAL '00'
              MOVE 'OPEN'      TO WS-DS-OPERACION
              MOVE WS-XRF-BK-CODE TO WS-STATUS-ACTUAL
              PERFORM 8900-ERROR-DATASET THRU F-8900-ERROR-DATASET
              PERFORM 8200-COMPARAR-DATASET THRU F-8200-COMPARAR-DATASET
              GO TO F-2600-VERIFICAR-CLIXRF
           END-IF.

           OPEN OUTPUT CLIXRF.
           IF WS-XRF-CODE IS NOT EQUAL '00'
              MOVE 'OPEN'      TO WS-DS-OPERACION
              MOVE WS-XRF-CODE  TO WS-STATUS-ACTUAL
              PERFORM 8900-ERROR-DATASET THRU F-8900-ERROR-DATASET
              CLOSE BKPXRF
              PERFORM 8200-COMPARAR-DATASET THRU F-8200-COMPARAR-DATASET
              GO TO F-2600-VERIFICAR-CLIXRF
           END-IF.

           PERFORM 2610-CARGAR-CLIXRF THRU F-2610-CARGAR-CLIXRF
                   UNTIL WS-FIN-DATASET.

           CLOSE BKPXRF.
           CLOSE CLIXRF.

           IF WS-DATASET-OK
              SET WS-NO-FIN-DATASET TO TRUE
              OPEN INPUT CLIXRF
              IF WS-XRF-CODE IS NOT EQUAL '00'
                 MOVE 'OPEN'      TO WS-DS-OPERACION
                 MOVE WS-XRF-CODE  TO WS-STATUS-ACTUAL
                 PERFORM 8900-ERROR-DATASET THRU F-8900-ERROR-DATASET
              ELSE
                 PERFORM 2620-CONTAR-CLIXRF THRU F-2620-CONTAR-CLIXRF
                         UNTIL WS-FIN-DATASET
                 CLOSE CLIXRF
              END-IF
           END-IF.

           PERFORM 8200-COMPARAR-DATASET THRU F-8200-COMPARAR-DATASET.

       F-2600-VERIFICAR-CLIXRF. EXIT.

       2610-CARGAR-CLIXRF.
           READ BKPXRF
                AT END
                   SET WS-FIN-DATASET TO TRUE
                   GO TO F-2610-CARGAR-CLIXRF
           END-READ.

           IF WS-XRF-BK-CODE IS NOT EQUAL '00'
              MOVE 'READ'      TO WS-DS-OPERACION
              MOVE WS-XRF-BK-CODE TO WS-STATUS-ACTUAL
              PERFORM 8900-ERROR-DATASET THRU F-8900-ERROR-DATASET
              GO TO F-2610-CARGAR-CLIXRF
           END-IF.

           WRITE REG-CLIXRF FROM REG-BKPXRF
                 INVALID KEY
                    ADD 1 TO WS-DS-RECHAZADOS
                 NOT INVALID KEY
                    ADD 1 TO WS-DS-CARGADOS
           END-WRITE.

       F-2610-CARGAR-CLIXRF. EXIT.

       2620-CONTAR-CLIXRF.
           READ CLIXRF NEXT RECORD
                AT END
                   SET WS-FIN-DATASET TO TRUE
                   GO TO F-2620-CONTAR-CLIXRF
           END-READ.

           IF WS-XRF-CODE IS NOT EQUAL '00'
              MOVE 'READ'      TO WS-DS-OPERACION
              MOVE WS-XRF-CODE  TO WS-STATUS-ACTUAL
              PERFORM 8900-ERROR-DATASET THRU F-8900-ERROR-DATASET
              GO TO F-2620-CONTAR-CLIXRF
           END-IF.

           MOVE XRF-CLAVE        TO WS-CLAVE-ACTUAL.
           MOVE ZEROS            TO WS-IMPORTE-ACTUAL.
           PERFORM 8100-ACUMULAR THRU F-8100-ACUMULAR.

       F-2620-CONTAR-CLIXRF. EXIT.

      **************************************
      *                                    *
      *  RECARGA DE OFIREG DESDE BKPOFI Y   *
      *  CONTROL CONTRA EL MANIFIESTO      *
      *                                    *
      **************************************
       2700-VERIFICAR-OFIREG.
           MOVE 'OFIREG' TO WS-DS-NOMBRE.
           PERFORM 8000-INICIAR-DATASET THRU F-8000-INICIAR-DATASET.

           IF WS-SUB-ENCONTRADO EQUAL ZEROS
              GO TO F-2700-VERIFICAR-OFIREG
           END-IF.

           OPEN INPUT BKPOFI.
           IF WS-OFI-BK-CODE IS NOT EQUAL '00'
              MOVE 'OPEN'      TO WS-DS-OPERACION
              MOVE WS-OFI-BK-CODE TO WS-STATUS-ACTUAL
              PERFORM 8900-ERROR-DATASET THRU F-8900-ERROR-DATASET
              PERFORM 8200-COMPARAR-DATASET THRU F-8200-COMPARAR-DATASET
              GO TO F-2700-VERIFICAR-OFIREG
           END-IF.

           OPEN OUTPUT OFIREG.
           IF WS-OFI-CODE IS NOT EQUAL '00'
              MOVE 'OPEN'      TO WS-DS-OPERACION
              MOVE WS-OFI-CODE  TO WS-STATUS-ACTUAL
              PERFORM 8900-ERROR-DATASET THRU F-8900-ERROR-DATASET
              CLOSE BKPOFI
              PERFORM 8200-COMPARAR-DATASET THRU F-8200-COMPARAR-DATASET
              GO TO F-2700-VERIFICAR-OFIREG
           END-IF.

           PERFORM 2710-CARGAR-OFIREG THRU F-2710-CARGAR-OFIREG
                   UNTIL WS-FIN-DATASET.

           CLOSE BKPOFI.
           CLOSE OFIREG.

           IF WS-DATASET-OK
              SET WS-NO-FIN-DATASET TO TRUE
              OPEN INPUT OFIREG
              IF WS-OFI-CODE IS NOT EQUAL '00'
                 MOVE 'OPEN'      TO WS-DS-OPERACION
                 MOVE WS-OFI-CODE  TO WS-STATUS-ACTUAL
                 PERFORM 8900-ERROR-DATASET THRU F-8900-ERROR-DATASET
              ELSE
                 PERFORM 2720-CONTAR-OFIREG THRU F-2720-CONTAR-OFIREG
                         UNTIL WS-FIN-DATASET
                 CLOSE OFIREG
              END-IF
           END-IF.

           PERFORM 8200-COMPARAR-DATASET THRU F-8200-COMPARAR-DATASET.

       F-2700-VERIFICAR-OFIREG. EXIT.

       2710-CARGAR-OFIREG.
           READ BKPOFI
                AT END
                   SET WS-FIN-DATASET TO TRUE
                   GO TO F-2710-CARGAR-OFIREG
           END-READ.

           IF WS-OFI-BK-CODE IS NOT EQUAL '00'
              MOVE 'READ'      TO WS-DS-OPERACION
              MOVE WS-OFI-BK-CODE TO WS-STATUS-ACTUAL
              PERFORM 8900-ERROR-DATASET THRU F-8900-ERROR-DATASET
              GO TO F-2710-CARGAR-OFIREG
           END-IF.

           WRITE REG-OFIREG FROM REG-BKPOFI
                 INVALID KEY
                    ADD 1 TO WS-DS-RECHAZADOS
                 NOT INVALID KEY
                    ADD 1 TO WS-DS-CARGADOS
           END-WRITE.

       F-2710-CARGAR-OFIREG. EXIT.

       2720-CONTAR-OFIREG.
           READ OFIREG NEXT RECORD
                AT END
                   SET WS-FIN-DATASET TO TRUE
                   GO TO F-2720-CONTAR-OFIREG
           END-READ.

           IF WS-OFI-CODE IS NOT EQUAL '00'
              MOVE 'READ'      TO WS-DS-OPERACION
              MOVE WS-OFI-CODE  TO WS-STATUS-ACTUAL
              PERFORM 8900-ERROR-DATASET THRU F-8900-ERROR-DATASET
              GO TO F-2720-CONTAR-OFIREG
           END-IF.

           MOVE OFI-CLAVE        TO WS-CLAVE-ACTUAL.
           MOVE OFI-MONTO        TO WS-IMPORTE-ACTUAL.
           PERFORM 8100-ACUMULAR THRU F-8100-ACUMULAR.

       F-2720-CONTAR-OFIREG. EXIT.

      **************************************
      *                                    *
      *  RECARGA DE ACRMAE DESDE BKPACR Y   *
      *  CONTROL CONTRA EL MANIFIESTO      *
      *                                    *
      **************************************
       2800-VERIFICAR-ACRMAE.
           MOVE 'ACRMAE' TO WS-DS-NOMBRE.
           PERFORM 8000-INICIAR-DATASET THRU F-8000-INICIAR-DATASET.

           IF WS-SUB-ENCONTRADO EQUAL ZEROS
              GO TO F-2800-VERIFICAR-ACRMAE
           END-IF.

           OPEN INPUT BKPACR.
           IF WS-ACR-BK-CODE IS NOT EQUAL '00'
              MOVE 'OPEN'      TO WS-DS-OPERACION
              MOVE WS-ACR-BK-CODE TO WS-STATUS-ACTUAL
              PERFORM 8900-ERROR-DATASET THRU F-8900-ERROR-DATASET
              PERFORM 8200-COMPARAR-DATASET THRU F-8200-COMPARAR-DATASET
              GO TO F-2800-VERIFICAR-ACRMAE
           END-IF.

           OPEN OUTPUT ACRMAE.
           IF WS-ACR-CODE IS NOT EQUAL '00'
              MOVE 'OPEN'      TO WS-DS-OPERACION
              MOVE WS-ACR-CODE  TO WS-STATUS-ACTUAL
              PERFORM 8900-ERROR-DATASET THRU F-8900-ERROR-DATASET
              CLOSE BKPACR
              PERFORM 8200-COMPARAR-DATASET THRU F-8200-COMPARAR-DATASET
              GO TO F-2800-VERIFICAR-ACRMAE
           END-IF.

           PERFORM 2810-CARGAR-ACRMAE THRU F-2810-CARGAR-ACRMAE
                   UNTIL WS-FIN-DATASET.

           CLOSE BKPACR.
           CLOSE ACRMAE.

           IF WS-DATASET-OK
              SET WS-NO-FIN-DATASET TO TRUE
              OPEN INPUT ACRMAE
              IF WS-ACR-CODE IS NOT EQUAL '00'
                 MOVE 'OPEN'      TO WS-DS-OPERACION
                 MOVE WS-ACR-CODE  TO WS-STATUS-ACTUAL
                 PERFORM 8900-ERROR-DATASET THRU F-8900-ERROR-DATASET
              ELSE
                 PERFORM 2820-CONTAR-ACRMAE THRU F-2820-CONTAR-ACRMAE
                         UNTIL WS-FIN-DATASET
                 CLOSE ACRMAE
              END-IF
           END-IF.

           PERFORM 8200-COMPARAR-DATASET THRU F-8200-COMPARAR-DATASET.

       F-2800-VERIFICAR-ACRMAE. EXIT.

       2810-CARGAR-ACRMAE.
           READ BKPACR
                AT END
                   SET WS-FIN-DATASET TO TRUE
                   GO TO F-2810-CARGAR-ACRMAE
           END-READ.

           IF WS-ACR-BK-CODE IS NOT EQUAL '00'
              MOVE 'READ'      TO WS-DS-OPERACION
              MOVE WS-ACR-BK-CODE TO WS-STATUS-ACTUAL
              PERFORM 8900-ERROR-DATASET THRU F-8900-ERROR-DATASET
              GO TO F-2810-CARGAR-ACRMAE
           END-IF.

           WRITE REG-ACRMAE FROM REG-BKPACR
                 INVALID KEY
                    ADD 1 TO WS-DS-RECHAZADOS
                 NOT INVALID KEY
                    ADD 1 TO WS-DS-CARGADOS
           END-WRITE.

       F-2810-CARGAR-ACRMAE. EXIT.

       2820-CONTAR-ACRMAE.
           READ ACRMAE NEXT RECORD
                AT END
                   SET WS-FIN-DATASET TO TRUE
                   GO TO F-2820-CONTAR-ACRMAE
           END-READ.

           IF WS-ACR-CODE IS NOT EQUAL '00'
              MOVE 'READ'      TO WS-DS-OPERACION
              MOVE WS-ACR-CODE  TO WS-STATUS-ACTUAL
              PERFORM 8900-ERROR-DATASET THRU F-8900-ERROR-DATASET
              GO TO F-2820-CONTAR-ACRMAE
           END-IF.

           MOVE ACR-CLAVE        TO WS-CLAVE-ACTUAL.
           MOVE ACR-ACUM-INTERES TO WS-IMPORTE-ACTUAL.
           PERFORM 8100-ACUMULAR THRU F-8100-ACUMULAR.

       F-2820-CONTAR-ACRMAE. EXIT.

      **************************************
      *                                    *
      *  RECARGA DE EXCCTL DESDE BKPEXC Y   *
      *  CONTROL CONTRA EL MANIFIESTO      *
      *                                    *
      **************************************
       2900-VERIFICAR-EXCCTL.
           MOVE 'EXCCTL' TO WS-DS-NOMBRE.
           PERFORM 8000-INICIAR-DATASET THRU F-8000-INICIAR-DATASET.

           IF WS-SUB-ENCONTRADO EQUAL ZEROS
              GO TO F-2900-VERIFICAR-EXCCTL
           END-IF.

           OPEN INPUT BKPEXC.
           IF WS-EXC-BK-CODE IS NOT EQUAL '00'
              MOVE 'OPEN'      TO WS-DS-OPERACION
              MOVE WS-EXC-BK-CODE TO WS-STATUS-ACTUAL
              PERFORM 8900-ERROR-DATASET THRU F-8900-ERROR-DATASET
              PERFORM 8200-COMPARAR-DATASET THRU F-8200-COMPARAR-DATASET
              GO TO F-2900-VERIFICAR-EXCCTL
           END-IF.

           OPEN OUTPUT EXCCTL.
           IF WS-EXC-CODE IS NOT EQUAL '00'
              MOVE 'OPEN'      TO WS-DS-OPERACION
              MOVE WS-EXC-CODE  TO WS-STATUS-ACTUAL
              PERFORM 8900-ERROR-DATASET THRU F-8900-ERROR-DATASET
              CLOSE BKPEXC
              PERFORM 8200-COMPARAR-DATASET THRU F-8200-COMPARAR-DATASET
              GO TO F-2900-VERIFICAR-EXCCTL
           END-IF.

           PERFORM 2910-CARGAR-EXCCTL THRU F-2910-CARGAR-EXCCTL
                   UNTIL WS-FIN-DATASET.

           CLOSE BKPEXC.
           CLOSE EXCCTL.

           IF WS-DATASET-OK
              SET WS-NO-FIN-DATASET TO TRUE
              OPEN INPUT EXCCTL
              IF WS-EXC-CODE IS NOT EQUAL '00'
                 MOVE 'OPEN'      TO WS-DS-OPERACION
                 MOVE WS-EXC-CODE  TO WS-STATUS-ACTUAL
                 PERFORM 8900-ERROR-DATASET THRU F-8900-ERROR-DATASET
              ELSE
                 PERFORM 2920-CONTAR-EXCCTL THRU F-2920-CONTAR-EXCCTL
                         UNTIL WS-FIN-DATASET
                 CLOSE EXCCTL
              END-IF
           END-IF.

           PERFORM 8200-COMPARAR-DATASET THRU F-8200-COMPARAR-DATASET.

       F-2900-VERIFICAR-EXCCTL. EXIT.

       2910-CARGAR-EXCCTL.
           READ BKPEXC
                AT END
                   SET WS-FIN-DATASET TO TRUE
                   GO TO F-2910-CARGAR-EXCCTL
           END-READ.

           IF WS-EXC-BK-CODE IS NOT EQUAL '00'
              MOVE 'READ'      TO WS-DS-OPERACION
              MOVE WS-EXC-BK-CODE TO WS-STATUS-ACTUAL
              PERFORM 8900-ERROR-DATASET THRU F-8900-ERROR-DATASET
              GO TO F-2910-CARGAR-EXCCTL
           END-IF.

           WRITE REG-EXCCTL FROM REG-BKPEXC
                 INVALID KEY
                    ADD 1 TO WS-DS-RECHAZADOS
                 NOT INVALID KEY
                    ADD 1 TO WS-DS-CARGADOS
           END-WRITE.

       F-2910-CARGAR-EXCCTL. EXIT.

       2920-CONTAR-EXCCTL.
           READ EXCCTL NEXT RECORD
                AT END
                   SET WS-FIN-DATASET TO TRUE
                   GO TO F-2920-CONTAR-EXCCTL
           END-READ.

           IF WS-EXC-CODE IS NOT EQUAL '00'
              MOVE 'READ'      TO WS-DS-OPERACION
              MOVE WS-EXC-CODE  TO WS-STATUS-ACTUAL
              PERFORM 8900-ERROR-DATASET THRU F-8900-ERROR-DATASET
              GO TO F-2920-CONTAR-EXCCTL
           END-IF.

           MOVE EXC-CLAVE        TO WS-CLAVE-ACTUAL.
           MOVE ZEROS            TO WS-IMPORTE-ACTUAL.
           PERFORM 8100-ACUMULAR THRU F-8100-ACUMULAR.

       F-2920-CONTAR-EXCCTL. EXIT.

      **************************************
      *                                    *
      *  RECARGA DE NUMCTL DESDE BKPNUM Y   *
      *  CONTROL CONTRA EL MANIFIESTO      *
      *                                    *
      **************************************
       3000-VERIFICAR-NUMCTL.
           MOVE 'NUMCTL' TO WS-DS-NOMBRE.
           PERFORM 8000-INICIAR-DATASET THRU F-8000-INICIAR-DATASET.

           IF WS-SUB-ENCONTRADO EQUAL ZEROS
              GO TO F-3000-VERIFICAR-NUMCTL
           END-IF.

           OPEN INPUT BKPNUM.
           IF WS-NUM-BK-CODE IS NOT EQUAL '00'
              MOVE 'OPEN'      TO WS-DS-OPERACION
              MOVE WS-NUM-BK-CODE TO WS-STATUS-ACTUAL
              PERFORM 8900-ERROR-DATASET THRU F-8900-ERROR-DATASET
              PERFORM 8200-COMPARAR-DATASET THRU F-8200-COMPARAR-DATASET
              GO TO F-3000-VERIFICAR-NUMCTL
           END-IF.

           OPEN OUTPUT NUMCTL.
           IF WS-NUM-CODE IS NOT EQUAL '00'
              MOVE 'OPEN'      TO WS-DS-OPERACION
              MOVE WS-NUM-CODE  TO WS-STATUS-ACTUAL
              PERFORM 8900-ERROR-DATASET THRU F-8900-ERROR-DATASET
              CLOSE BKPNUM
              PERFORM 8200-COMPARAR-DATASET THRU F-8200-COMPARAR-DATASET
              GO TO F-3000-VERIFICAR-NUMCTL
           END-IF.

           PERFORM 3010-CARGAR-NUMCTL THRU F-3010-CARGAR-NUMCTL
                   UNTIL WS-FIN-DATASET.

           CLOSE BKPNUM.
           CLOSE NUMCTL.

           IF WS-DATASET-OK
              SET WS-NO-FIN-DATASET TO TRUE
              OPEN INPUT NUMCTL
              IF WS-NUM-CODE IS NOT EQUAL '00'
                 MOVE 'OPEN'      TO WS-DS-OPERACION
                 MOVE WS-NUM-CODE  TO WS-STATUS-ACTUAL
                 PERFORM 8900-ERROR-DATASET THRU F-8900-ERROR-DATASET
              ELSE
                 PERFORM 3020-CONTAR-NUMCTL THRU F-3020-CONTAR-NUMCTL
                         UNTIL WS-FIN-DATASET
                 CLOSE NUMCTL
              END-IF
           END-IF.

           PERFORM 8200-COMPARAR-DATASET THRU F-8200-COMPARAR-DATASET.

       F-3000-VERIFICAR-NUMCTL. EXIT.

       3010-CARGAR-NUMCTL.
           READ BKPNUM
                AT END
                   SET WS-FIN-DATASET TO TRUE
                   GO TO F-3010-CARGAR-NUMCTL
           END-READ.

           IF WS-NUM-BK-CODE IS NOT EQUAL '00'
              MOVE 'READ'      TO WS-DS-OPERACION
              MOVE WS-NUM-BK-CODE TO WS-STATUS-ACTUAL
              PERFORM 8900-ERROR-DATASET THRU F-8900-ERROR-DATASET
              GO TO F-3010-CARGAR-NUMCTL
           END-IF.

           WRITE REG-NUMCTL FROM REG-BKPNUM
                 INVALID KEY
                    ADD 1 TO WS-DS-RECHAZADOS
                 NOT INVALID KEY
                    ADD 1 TO WS-DS-CARGADOS
           END-WRITE.

       F-3010-CARGAR-NUMCTL. EXIT.

       3020-CONTAR-NUMCTL.
           READ NUMCTL NEXT RECORD
                AT END
                   SET WS-FIN-DATASET TO TRUE
                   GO TO F-3020-CONTAR-NUMCTL
           END-READ.

           IF WS-NUM-CODE IS NOT EQUAL '00'
              MOVE 'READ'      TO WS-DS-OPERACION
              MOVE WS-NUM-CODE  TO WS-STATUS-ACTUAL
              PERFORM 8900-ERROR-DATASET THRU F-8900-ERROR-DATASET
              GO TO F-3020-CONTAR-NUMCTL
           END-IF.

           MOVE NUM-SUCURSAL     TO WS-CLAVE-ACTUAL.
           MOVE ZEROS            TO WS-IMPORTE-ACTUAL.
           PERFORM 8100-ACUMULAR THRU F-8100-ACUMULAR.

       F-3020-CONTAR-NUMCTL. EXIT.

      **************************************
      *                                    *
      *  RECARGA DE RUNCTL DESDE BKPRCT Y   *
      *  CONTROL CONTRA EL MANIFIESTO      *
      *                                    *
      **************************************
       3100-VERIFICAR-RUNCTL.
           MOVE 'RUNCTL' TO WS-DS-NOMBRE.
           PERFORM 8000-INICIAR-DATASET THRU F-8000-INICIAR-DATASET.

           IF WS-SUB-ENCONTRADO EQUAL ZEROS
              GO TO F-3100-VERIFICAR-RUNCTL
           END-IF.

           OPEN INPUT BKPRCT.
           IF WS-RCT-BK-CODE IS NOT EQUAL '00'
              MOVE 'OPEN'      TO WS-DS-OPERACION
              MOVE WS-RCT-BK-CODE TO WS-STATUS-ACTUAL
              PERFORM 8900-ERROR-DATASET THRU F-8900-ERROR-DATASET
              PERFORM 8200-COMPARAR-DATASET THRU F-8200-COMPARAR-DATASET
              GO TO F-3100-VERIFICAR-RUNCTL
           END-IF.

           OPEN OUTPUT RUNCTL.
           IF WS-RCT-CODE IS NOT EQUAL '00'
              MOVE 'OPEN'      TO WS-DS-OPERACION
              MOVE WS-RCT-CODE  TO WS-STATUS-ACTUAL
              PERFORM 8900-ERROR-DATASET THRU F-8900-ERROR-DATASET
              CLOSE BKPRCT
              PERFORM 8200-COMPARAR-DATASET THRU F-8200-COMPARAR-DATASET
              GO TO F-3100-VERIFICAR-RUNCTL
           END-IF.

           PERFORM 3110-CARGAR-RUNCTL THRU F-3110-CARGAR-RUNCTL
                   UNTIL WS-FIN-DATASET.

           CLOSE BKPRCT.
           CLOSE RUNCTL.

           IF WS-DATASET-OK
              SET WS-NO-FIN-DATASET TO TRUE
              OPEN INPUT RUNCTL
              IF WS-RCT-CODE IS NOT EQUAL '00'
                 MOVE 'OPEN'      TO WS-DS-OPERACION
                 MOVE WS-RCT-CODE  TO WS-STATUS-ACTUAL
                 PERFORM 8900-ERROR-DATASET THRU F-8900-ERROR-DATASET
              ELSE
                 PERFORM 3120-CONTAR-RUNCTL THRU F-3120-CONTAR-RUNCTL
                         UNTIL WS-FIN-DATASET
                 CLOSE RUNCTL
              END-IF
           END-IF.

           PERFORM 8200-COMPARAR-DATASET THRU F-8200-COMPARAR-DATASET.

       F-3100-VERIFICAR-RUNCTL. EXIT.

       3110-CARGAR-RUNCTL.
           READ BKPRCT
                AT END
                   SET WS-FIN-DATASET TO TRUE
                   GO TO F-3110-CARGAR-RUNCTL
           END-READ.

           IF WS-RCT-BK-CODE IS NOT EQUAL '00'
              MOVE 'READ'      TO WS-DS-OPERACION
              MOVE WS-RCT-BK-CODE TO WS-STATUS-ACTUAL
              PERFORM 8900-ERROR-DATASET THRU F-8900-ERROR-DATASET
              GO TO F-3110-CARGAR-RUNCTL
           END-IF.

           WRITE REG-RUNCTL FROM REG-BKPRCT
                 INVALID KEY
                    ADD 1 TO WS-DS-RECHAZADOS
                 NOT INVALID KEY
                    ADD 1 TO WS-DS-CARGADOS
           END-WRITE.

       F-3110-CARGAR-RUNCTL. EXIT.

       3120-CONTAR-RUNCTL.
           READ RUNCTL NEXT RECORD
                AT END
                   SET WS-FIN-DATASET TO TRUE
                   GO TO F-3120-CONTAR-RUNCTL
           END-READ.

           IF WS-RCT-CODE IS NOT EQUAL '00'
              MOVE 'READ'      TO WS-DS-OPERACION
              MOVE WS-RCT-CODE  TO WS-STATUS-ACTUAL
              PERFORM 8900-ERROR-DATASET THRU F-8900-ERROR-DATASET
              GO TO F-3120-CONTAR-RUNCTL
           END-IF.

           MOVE RCT-CLAVE        TO WS-CLAVE-ACTUAL.
           MOVE ZEROS            TO WS-IMPORTE-ACTUAL.
           PERFORM 8100-ACUMULAR THRU F-8100-ACUMULAR.

       F-3120-CONTAR-RUNCTL. EXIT.

      **************************************
      *                                    *
      *  RECARGA DE AUDMAE DESDE BKPAUD Y   *
      *  CONTROL CONTRA EL MANIFIESTO      *
      *                                    *
      **************************************
       3200-VERIFICAR-AUDMAE.
           MOVE 'AUDMAE' TO WS-DS-NOMBRE.
           PERFORM 8000-INICIAR-DATASET THRU F-8000-INICIAR-DATASET.

           IF WS-SUB-ENCONTRADO EQUAL ZEROS
              GO TO F-3200-VERIFICAR-AUDMAE
           END-IF.

           OPEN INPUT BKPAUD.
           IF WS-AUD-BK-CODE IS NOT EQUAL '00'
              MOVE 'OPEN'      TO WS-DS-OPERACION
              MOVE WS-AUD-BK-CODE TO WS-STATUS-ACTUAL
              PERFORM 8900-ERROR-DATASET THRU F-8900-ERROR-DATASET
              PERFORM 8200-COMPARAR-DATASET THRU F-8200-COMPARAR-DATASET
              GO TO F-3200-VERIFICAR-AUDMAE
           END-IF.

           OPEN OUTPUT AUDMAE.
           IF WS-AUD-CODE IS NOT EQUAL '00'
              MOVE 'OPEN'      TO WS-DS-OPERACION
              MOVE WS-AUD-CODE  TO WS-STATUS-ACTUAL
              PERFORM 8900-ERROR-DATASET THRU F-8900-ERROR-DATASET
              CLOSE BKPAUD
              PERFORM 8200-COMPARAR-DATASET THRU F-8200-COMPARAR-DATASET
              GO TO F-3200-VERIFICAR-AUDMAE
           END-IF.

           PERFORM 3210-CARGAR-AUDMAE THRU F-3210-CARGAR-AUDMAE
                   UNTIL WS-FIN-DATASET.

           CLOSE BKPAUD.
           CLOSE AUDMAE.

           IF WS-DATASET-OK
              SET WS-NO-FIN-DATASET TO TRUE
              OPEN INPUT AUDMAE
              IF WS-AUD-CODE IS NOT EQUAL '00'
                 MOVE 'OPEN'      TO WS-DS-OPERACION
                 MOVE WS-AUD-CODE  TO WS-STATUS-ACTUAL
                 PERFORM 8900-ERROR-DATASET THRU F-8900-ERROR-DATASET
              ELSE
                 PERFORM 3220-CONTAR-AUDMAE THRU F-3220-CONTAR-AUDMAE
                         UNTIL WS-FIN-DATASET
                 CLOSE AUDMAE
              END-IF
           END-IF.

           PERFORM 8200-COMPARAR-DATASET THRU F-8200-COMPARAR-DATASET.

       F-3200-VERIFICAR-AUDMAE. EXIT.

       3210-CARGAR-AUDMAE.
           READ BKPAUD
                AT END
                   SET WS-FIN-DATASET TO TRUE
                   GO TO F-3210-CARGAR-AUDMAE
           END-READ.

           IF WS-AUD-BK-CODE IS NOT EQUAL '00'
              MOVE 'READ'      TO WS-DS-OPERACION
              MOVE WS-AUD-BK-CODE TO WS-STATUS-ACTUAL
              PERFORM 8900-ERROR-DATASET THRU F-8900-ERROR-DATASET
              GO TO F-3210-CARGAR-AUDMAE
           END-IF.

           WRITE REG-AUDMAE FROM REG-BKPAUD
                 INVALID KEY
                    ADD 1 TO WS-DS-RECHAZADOS
                 NOT INVALID KEY
                    ADD 1 TO WS-DS-CARGADOS
           END-WRITE.

       F-3210-CARGAR-AUDMAE. EXIT.

       3220-CONTAR-AUDMAE.
           READ AUDMAE NEXT RECORD
                AT END
                   SET WS-FIN-DATASET TO TRUE
                   GO TO F-3220-CONTAR-AUDMAE
           END-READ.

           IF WS-AUD-CODE IS NOT EQUAL '00'
              MOVE 'READ'      TO WS-DS-OPERACION
              MOVE WS-AUD-CODE  TO WS-STATUS-ACTUAL
              PERFORM 8900-ERROR-DATASET THRU F-8900-ERROR-DATASET
              GO TO F-3220-CONTAR-AUDMAE
           END-IF.

           MOVE AUD-CLAVE        TO WS-CLAVE-ACTUAL.
           MOVE ZEROS            TO WS-IMPORTE-ACTUAL.
           PERFORM 8100-ACUMULAR THRU F-8100-ACUMULAR.

       F-3220-CONTAR-AUDMAE. EXIT.

      **************************************
      *                                    *
      *  PONE EN CERO LOS ACUMULADOS Y     *
      *  BUSCA EL MAESTRO EN EL MANIFIESTO *
      *  (SIN REGISTRO NO SE RECARGA)      *
      *                                    *
      **************************************
       8000-INICIAR-DATASET.
           SET WS-DATASET-OK     TO TRUE.
           SET WS-NO-FIN-DATASET TO TRUE.
           MOVE ZEROS            TO WS-DS-CANT
                                    WS-DS-TOTAL
                                    WS-DS-CARGADOS
                                    WS-DS-RECHAZADOS
                                    WS-SUB-ENCONTRADO.
           MOVE SPACES           TO WS-DS-DESDE
                                    WS-DS-HASTA
                                    WS-DS-OPERACION.

           PERFORM 8050-BUSCAR-MANIFIESTO
                     THRU F-8050-BUSCAR-MANIFIESTO
                   VARYING WS-SUB-MAN FROM 1 BY 1
                   UNTIL WS-SUB-MAN GREATER WS-CANT-MANIFIESTO
                   OR WS-SUB-ENCONTRADO GREATER ZEROS.

           IF WS-SUB-ENCONTRADO EQUAL ZEROS
              MOVE SPACES        TO WS-LIN-MENSAJE
              STRING '* ' WS-DS-NOMBRE ' NO FIGURA EN EL MANIFIESTO, '
                     'NO SE RECARGA'
                     DELIMITED BY SIZE INTO WS-LIN-MENSAJE
              PERFORM 8700-INFORMAR-ANOMALIA
                        THRU F-8700-INFORMAR-ANOMALIA
              ADD 1 TO WS-CANT-CON-DIFER
           END-IF.

       F-8000-INICIAR-DATASET. EXIT.

       8050-BUSCAR-MANIFIESTO.
           IF WS-TMA-DATASET (WS-SUB-MAN) EQUAL WS-DS-NOMBRE
              MOVE WS-SUB-MAN TO WS-SUB-ENCONTRADO
              MOVE 'S'        TO WS-TMA-VERIFICADO (WS-SUB-MAN)
           END-IF.

       F-8050-BUSCAR-MANIFIESTO. EXIT.

      **************************************
      *                                    *
      *  CUENTA EL REGISTRO, SUMA SU       *
      *  IMPORTE Y LLEVA EL RANGO DE       *
      *  CLAVES, IGUAL QUE PGMRESDR        *
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
      *  COMPARA EL MAESTRO RECARGADO      *
      *  CONTRA SU REGISTRO DEL MANIFIESTO *
      *  E INFORMA AMBAS IMAGENES          *
      *                                    *
      **************************************
       8200-COMPARAR-DATASET.
           MOVE WS-SUB-ENCONTRADO            TO WS-SUB-MAN.

           MOVE WS-DS-NOMBRE                 TO WS-DET-DATASET.
           MOVE 'MANIFIESTO'                 TO WS-DET-ORIGEN.
           MOVE WS-TMA-CANT (WS-SUB-MAN)     TO WS-DET-CANT.
           MOVE WS-TMA-TOTAL (WS-SUB-MAN)    TO WS-DET-TOTAL.
           MOVE WS-TMA-DESDE (WS-SUB-MAN)    TO WS-DET-DESDE.
           MOVE WS-TMA-HASTA (WS-SUB-MAN)    TO WS-DET-HASTA.
           MOVE SPACES                       TO WS-DET-RESULTADO.
           MOVE WS-LIN-DETALLE TO REG-INFORME.
           PERFORM 9300-GRABAR-INFORME THRU F-9300-GRABAR-INFORME.

           MOVE SPACES                       TO WS-DET-DATASET.
           MOVE 'RECARGADO'                  TO WS-DET-ORIGEN.
           MOVE WS-DS-CANT                   TO WS-DET-CANT.
           MOVE WS-DS-TOTAL                  TO WS-DET-TOTAL.
           MOVE WS-DS-DESDE                  TO WS-DET-DESDE.
           MOVE WS-DS-HASTA                  TO WS-DET-HASTA.

           EVALUATE TRUE
               WHEN WS-DATASET-CON-ERROR
                  STRING '** ERROR ' WS-DS-OPERACION ' '
                         WS-STATUS-ACTUAL ' **'
                         DELIMITED BY SIZE INTO WS-DET-RESULTADO
               WHEN WS-DS-RECHAZADOS GREATER ZEROS
                  MOVE '** CLAVES RECHAZADAS **' TO WS-DET-RESULTADO
               WHEN WS-DS-CANT NOT EQUAL WS-TMA-CANT (WS-SUB-MAN)
                 OR WS-DS-CARGADOS NOT EQUAL WS-TMA-CANT (WS-SUB-MAN)
                  MOVE '** DIFIERE CANTIDAD **'  TO WS-DET-RESULTADO
               WHEN WS-DS-TOTAL NOT EQUAL WS-TMA-TOTAL (WS-SUB-MAN)
                  MOVE '** DIFIERE TOTAL **'     TO WS-DET-RESULTADO
               WHEN WS-DS-DESDE NOT EQUAL WS-TMA-DESDE (WS-SUB-MAN)
                 OR WS-DS-HASTA NOT EQUAL WS-TMA-HASTA (WS-SUB-MAN)
                  MOVE '** DIFIERE RANGO CLAVES **'
                                                 TO WS-DET-RESULTADO
               WHEN OTHER
                  MOVE 'OK'                      TO WS-DET-RESULTADO
           END-EVALUATE.

           IF WS-DET-RESULTADO EQUAL 'OK'
              ADD 1          TO WS-CANT-VERIFICADOS
              ADD WS-DS-CANT TO WS-CANT-REG-TOTAL
           ELSE
              ADD 1          TO WS-CANT-CON-DIFER
              IF RETURN-CODE LESS 8
                 MOVE 8 TO RETURN-CODE
              END-IF
           END-IF.

           MOVE WS-LIN-DETALLE TO REG-INFORME.
           PERFORM 9300-GRABAR-INFORME THRU F-9300-GRABAR-INFORME.

       F-8200-COMPARAR-DATASET. EXIT.

      **************************************
      *                                    *
      *  REGISTRO DEL MANIFIESTO QUE NO    *
      *  CORRESPONDE A NINGUN MAESTRO DEL  *
      *  JUEGO                             *
      *                                    *
      **************************************
       8600-CONTROLAR-SOBRANTE.
           IF WS-TMA-VERIFICADO (WS-SUB-MAN) NOT EQUAL 'S'
              MOVE SPACES TO WS-LIN-MENSAJE
              STRING '* EL MANIFIESTO TRAE ' WS-TMA-DATASET (WS-SUB-MAN)
                     ' QUE NO ES UN MAESTRO DEL JUEGO'
                     DELIMITED BY SIZE INTO WS-LIN-MENSAJE
              PERFORM 8700-INFORMAR-ANOMALIA
                        THRU F-8700-INFORMAR-ANOMALIA
           END-IF.

       F-8600-CONTROLAR-SOBRANTE. EXIT.

      **************************************
      *                                    *
      *  INFORMA UNA ANOMALIA DEL JUEGO:   *
      *  EL SITIO NO DEBE ARRANCAR CON EL  *
      *                                    *
      **************************************
       8700-INFORMAR-ANOMALIA.
           MOVE WS-LIN-MENSAJE TO REG-INFORME.
           PERFORM 9300-GRABAR-INFORME THRU F-9300-GRABAR-INFORME.
           DISPLAY WS-LIN-MENSAJE.

           IF RETURN-CODE LESS 8
              MOVE 8 TO RETURN-CODE
           END-IF.

       F-8700-INFORMAR-ANOMALIA. EXIT.

      **************************************
      *                                    *
      *  ERROR DE ARCHIVO EN EL MAESTRO EN *
      *  CURSO                             *
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
      *  RESUMEN DE LA VERIFICACION Y      *
      *  CIERRE DE FILES                   *
      *                                    *
      **************************************
       9999-FINAL.
           IF WS-CANT-MANIFIESTO EQUAL ZEROS
              MOVE '* SIN MANIFIESTO UTILIZABLE NO SE VERIFICA NADA'
                                TO WS-LIN-MENSAJE
              PERFORM 8700-INFORMAR-ANOMALIA
                        THRU F-8700-INFORMAR-ANOMALIA
           END-IF.

           MOVE WS-LIN-BLANCA TO REG-INFORME.
           PERFORM 9300-GRABAR-INFORME THRU F-9300-GRABAR-INFORME.
           MOVE 'MAESTROS DEL JUEGO'    TO WS-RES-TEXTO.
           MOVE WS-CANT-MAESTROS        TO WS-RES-VALOR.
           PERFORM 9400-LINEA-RESUMEN THRU F-9400-LINEA-RESUMEN.
           MOVE 'MAESTROS VERIFICADOS OK' TO WS-RES-TEXTO.
           MOVE WS-CANT-VERIFICADOS     TO WS-RES-VALOR.
           PERFORM 9400-LINEA-RESUMEN THRU F-9400-LINEA-RESUMEN.
           MOVE 'MAESTROS CON DIFERENCIAS' TO WS-RES-TEXTO.
           MOVE WS-CANT-CON-DIFER       TO WS-RES-VALOR.
           PERFORM 9400-LINEA-RESUMEN THRU F-9400-LINEA-RESUMEN.
           MOVE 'REGISTROS RECARGADOS OK' TO WS-RES-TEXTO.
           MOVE WS-CANT-REG-TOTAL       TO WS-RES-VALOR.
           PERFORM 9400-LINEA-RESUMEN THRU F-9400-LINEA-RESUMEN.

           DISPLAY '************************** '.
           DISPLAY 'MAESTROS VERIFICADOS OK : ' WS-CANT-VERIFICADOS.
           DISPLAY 'MAESTROS CON DIFERENCIAS: ' WS-CANT-CON-DIFER.
           DISPLAY 'REGISTROS RECARGADOS OK : ' WS-CANT-REG-TOTAL.

           IF WS-INF-CODE EQUAL '00'
              CLOSE INFORME
           END-IF.

       F-9999-FINAL.  EXIT.
