       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMINFPU.
       AUTHOR.        D. CAZABAT.
       INSTALLATION.  CURSO CODEKI.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.
      **********************************************************
      *                                                        *
      *  PURGA DEL ARCHIVO DE INFORMES INFARC (COPY CPINFAR):  *
      *  RECORRE EL ARCHIVO EN ORDEN DE CLAVE Y BORRA CADA     *
      *  INFORME (CABECERA Y LINEAS) CUYO VENCIMIENTO, GRABADO *
      *  POR PGMINFAR CON LA RETENCION DE SU TIPO DE INFORME,  *
      *  ES ANTERIOR A LA FECHA DE PROCESO.                    *
      *                                                        *
      *  EL LISTADO DE CONTROL MUESTRA CADA INFORME PURGADO    *
      *  CON SUS PAGINAS, LINEAS, RETENCION Y VENCIMIENTO, Y   *
      *  LOS TOTALES DE INFORMES LEIDOS, PURGADOS Y            *
      *  CONSERVADOS Y DE LINEAS BORRADAS.                     *
      *                                                        *
      *  LINEAS SIN CABECERA O CABECERAS CON VENCIMIENTO NO    *
      *  NUMERICO NO SE BORRAN: SE LISTAN Y SE TERMINA CON RC  *
      *  4 PARA QUE SISTEMAS LAS REVISE.                       *
      *                                                        *
      *  PARM: FECHA DE PROCESO (SSAAMMDD) + MODO (1): 'S' ES  *
      *  SIMULACION, LISTA LO QUE SE PURGARIA SIN BORRAR NADA. *
      *  SIN PARM, LA FECHA DEL SISTEMA Y PURGA REAL.          *
      *                                                        *
      **********************************************************
      *      MANTENIMIENTO DE PROGRAMA                         *
      **********************************************************
      *  FECHA   *    DETALLE        * COD *
      **************************************
      *          *                   *     *
      *          *                   *     *
      **************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

             SELECT INFARC  ASSIGN DDINFARC
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS INA-CLAVE
                    FILE STATUS IS WS-INA-CODE.

             SELECT INFORME ASSIGN DDINFORM
                    FILE STATUS IS WS-INF-CODE.

             SELECT PARMS   ASSIGN DDPARM
                    FILE STATUS IS WS-PARM-CODE.

       DATA DIVISION.
       FILE SECTION.
       FD INFARC.

           COPY CPINFAR.

       FD INFORME
            BLOCK CONTAINS 0 RECORDS
            RECORDING MODE IS F.

       01 REG-INFORME    PIC X(132).

       FD PARMS
            BLOCK CONTAINS 0 RECORDS
            RECORDING MODE IS F.

       01 REG-PARM       PIC X(09).

      **************************************
       WORKING-STORAGE SECTION.
      **************************************
       77  FILLER        PIC X(26) VALUE '* INICIO WORKING-STORAGE *'.
       77  FILLER        PIC X(26) VALUE '* CODIGOS RETORNO FILES  *'.
       77  WS-INA-CODE      PIC XX    VALUE SPACES.
       77  WS-INF-CODE      PIC XX    VALUE SPACES.
       77  WS-PARM-CODE     PIC XX    VALUE SPACES.

       01  WS-STATUS-FIN    PIC X     VALUE 'N'.
           88  WS-FIN-INFARC          VALUE 'Y'.
           88  WS-NO-FIN-INFARC       VALUE 'N'.

       01  WS-SWITCH-INFARC PIC X     VALUE 'N'.
           88  WS-INFARC-ABIERTO      VALUE 'S'.

       01  WS-SWITCH-MODO   PIC X     VALUE 'P'.
           88  WS-MODO-SIMULACION     VALUE 'S'.
           88  WS-MODO-PURGA          VALUE 'P'.

      ********  INFORME EN CURSO (EL DE LA ULTIMA CABECERA)  ****
       01  WS-SWITCH-ACTUAL PIC X     VALUE 'C'.
           88  WS-ACTUAL-VENCIDO      VALUE 'V'.
           88  WS-ACTUAL-CONSERVADO   VALUE 'C'.

       01  WS-ACTUAL.
           03  WS-ACT-PROGRAMA  PIC X(08)  VALUE SPACES.
           03  WS-ACT-FECHA     PIC 9(08)  VALUE ZEROS.

       01  WS-ULT-HUERFANO.
           03  WS-HUE-PROGRAMA  PIC X(08)  VALUE SPACES.
           03  WS-HUE-FECHA     PIC 9(08)  VALUE ZEROS.

       01  WS-FECHA             PIC 9(08)  VALUE ZEROS.

       01  WS-REG-PARM.
           03  WS-PARM-FECHA    PIC 9(08).
           03  WS-PARM-MODO     PIC X(01).

      ********  CONTADORES DE PROCESO  ***************
       77  WS-CANT-INFORMES     PIC 9(07)  VALUE ZEROS.
       77  WS-CANT-PURGADOS     PIC 9(07)  VALUE ZEROS.
       77  WS-CANT-CONSERVADOS  PIC 9(07)  VALUE ZEROS.
       77  WS-CANT-LIN-BORRADAS PIC 9(09)  VALUE ZEROS.
       77  WS-CANT-HUERFANAS    PIC 9(09)  VALUE ZEROS.
       77  WS-CANT-CAB-INVALIDA PIC 9(07)  VALUE ZEROS.

      ********  LINEAS DEL INFORME  ***************
       01  WS-LIN-TITULO.
           03  FILLER           PIC X(46)  VALUE
               'PURGA DEL ARCHIVO DE INFORMES INFARC -        '.
           03  FILLER           PIC X(18)  VALUE
               ' FECHA DE PROCESO '.
           03  WS-TIT-FECHA     PIC 9(08).
           03  FILLER           PIC X(02)  VALUE SPACES.
           03  WS-TIT-MODO      PIC X(20)  VALUE SPACES.
           03  FILLER           PIC X(38)  VALUE SPACES.

       01  WS-LIN-SUBTITULO.
           03  FILLER           PIC X(50)  VALUE
               'PROGRAMA FECHA     PAGINAS     LINEAS  RETENCION  '.
           03  FILLER           PIC X(50)  VALUE
               'VENCE     ESTADO                                  '.
           03  FILLER           PIC X(32)  VALUE SPACES.

       01  WS-LIN-DETALLE.
           03  WS-DET-PROGRAMA  PIC X(08).
           03  FILLER           PIC X(01)  VALUE SPACE.
           03  WS-DET-FECHA     PIC 9(08).
           03  FILLER           PIC X(03)  VALUE SPACES.
           03  WS-DET-PAGINAS   PIC Z,ZZ9.
           03  FILLER           PIC X(02)  VALUE SPACES.
           03  WS-DET-LINEAS    PIC Z,ZZZ,ZZ9.
           03  FILLER           PIC X(04)  VALUE SPACES.
           03  WS-DET-RETENCION PIC ZZ9.
           03  FILLER           PIC X(05)  VALUE ' MES '.
           03  WS-DET-VENCE     PIC X(08).
           03  FILLER           PIC X(02)  VALUE SPACES.
           03  WS-DET-ESTADO    PIC X(40).
           03  FILLER           PIC X(34)  VALUE SPACES.

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

           PERFORM 2000-PURGAR  THRU   F-2000-PURGAR
                   UNTIL WS-FIN-INFARC.

           PERFORM 9999-FINAL    THRU  F-9999-FINAL.

       F-MAIN-PROGRAM. GOBACK.

      **************************************
      *                                    *
      *  PARM, APERTURA DE FILES Y         *
      *  POSICIONAMIENTO AL PRINCIPIO DE   *
      *  INFARC                            *
      *                                    *
      **************************************
       1000-INICIO.
           ACCEPT WS-FECHA FROM DATE YYYYMMDD.
           SET WS-NO-FIN-INFARC TO TRUE.

           PERFORM 1100-LEER-PARM THRU F-1100-LEER-PARM.
           DISPLAY 'FECHA:    '  WS-FECHA.

           OPEN OUTPUT INFORME.
           IF WS-INF-CODE IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN INFORME = ' WS-INF-CODE
              MOVE 9999 TO RETURN-CODE
              SET WS-FIN-INFARC TO TRUE
              GO TO F-1000-INICIO
           END-IF.

           MOVE WS-FECHA      TO WS-TIT-FECHA.
           IF WS-MODO-SIMULACION
              MOVE '(SIMULACION)'   TO WS-TIT-MODO
           END-IF.
           MOVE WS-LIN-TITULO TO REG-INFORME.
           PERFORM 9300-GRABAR-INFORME THRU F-9300-GRABAR-INFORME.
           MOVE WS-LIN-BLANCA TO REG-INFORME.
           PERFORM 9300-GRABAR-INFORME THRU F-9300-GRABAR-INFORME.
           MOVE WS-LIN-SUBTITULO TO REG-INFORME.
           PERFORM 9300-GRABAR-INFORME THRU F-9300-GRABAR-INFORME.

           OPEN I-O INFARC.
           IF WS-INA-CODE IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN INFARC  = ' WS-INA-CODE
              MOVE 9999 TO RETURN-CODE
              SET WS-FIN-INFARC TO TRUE
              GO TO F-1000-INICIO
           END-IF.

           SET WS-INFARC-ABIERTO TO TRUE.

           MOVE LOW-VALUES TO INA-CLAVE.
           START INFARC KEY IS NOT LESS INA-CLAVE
                 INVALID KEY SET WS-FIN-INFARC TO TRUE
           END-START.

       F-1000-INICIO.   EXIT.

      **************************************
      *                                    *
      *  FECHA DE PROCESO Y MODO POR PARM  *
      *                                    *
      **************************************
       1100-LEER-PARM.
           OPEN INPUT PARMS.

           IF WS-PARM-CODE IS NOT EQUAL '00'
              DISPLAY '* PARM NO DISPONIBLE, SE USA LA FECHA DEL '
                      'SISTEMA Y SE PURGA'
              GO TO F-1100-LEER-PARM
           END-IF.

           MOVE SPACES TO WS-REG-PARM.
           READ PARMS INTO WS-REG-PARM.

           IF WS-PARM-CODE IS NOT EQUAL '00'
              DISPLAY '* PARM VACIO, SE USA LA FECHA DEL SISTEMA '
                      'Y SE PURGA'
           ELSE
              IF WS-PARM-FECHA IS NUMERIC AND
                 WS-PARM-FECHA GREATER ZEROS
                 MOVE WS-PARM-FECHA TO WS-FECHA
                 DISPLAY '* FECHA DE PROCESO FORZADA POR PARM: '
                         WS-FECHA
              END-IF
              IF WS-PARM-MODO EQUAL 'S'
                 SET WS-MODO-SIMULACION TO TRUE
                 DISPLAY '* SIMULACION: NO SE BORRA NADA'
              END-IF
           END-IF.

           CLOSE PARMS.

       F-1100-LEER-PARM. EXIT.

      **************************************
      *                                    *
      *  LEE EL SIGUIENTE REGISTRO: UNA    *
      *  CABECERA DECIDE SI SU INFORME     *
      *  VENCIO; LAS LINEAS SIGUEN LA      *
      *  SUERTE DE SU CABECERA             *
      *                                    *
      **************************************
       2000-PURGAR.
           READ INFARC NEXT RECORD
                AT END
                   SET WS-FIN-INFARC TO TRUE
                   GO TO F-2000-PURGAR
           END-READ.

           IF WS-INA-CODE IS NOT EQUAL '00'
              DISPLAY '* ERROR EN LECTURA INFARC = ' WS-INA-CODE
              MOVE 9999 TO RETURN-CODE
              SET WS-FIN-INFARC TO TRUE
              GO TO F-2000-PURGAR
           END-IF.

           IF INA-ES-CABECERA
              PERFORM 2100-EVALUAR-CABECERA
                        THRU F-2100-EVALUAR-CABECERA
           ELSE
              IF INA-PROGRAMA NOT EQUAL WS-ACT-PROGRAMA OR
                 INA-FECHA    NOT EQUAL WS-ACT-FECHA
                 PERFORM 2500-LINEA-HUERFANA
                           THRU F-2500-LINEA-HUERFANA
                 GO TO F-2000-PURGAR
              END-IF
           END-IF.

           IF WS-ACTUAL-CONSERVADO
              GO TO F-2000-PURGAR
           END-IF.

           IF NOT INA-ES-CABECERA
              ADD 1 TO WS-CANT-LIN-BORRADAS
           END-IF.

           IF WS-MODO-SIMULACION
              GO TO F-2000-PURGAR
           END-IF.

           DELETE INFARC RECORD.
           IF WS-INA-CODE IS NOT EQUAL '00'
              DISPLAY '* ERROR EN DELETE INFARC = ' WS-INA-CODE
                      ' CLAVE ' INA-CLAVE
              MOVE 9999 TO RETURN-CODE
              SET WS-FIN-INFARC TO TRUE
           END-IF.

       F-2000-PURGAR. EXIT.

      **************************************
      *                                    *
      *  CABECERA DE UN INFORME: VENCIDO   *
      *  SI SU VENCIMIENTO ES ANTERIOR A   *
      *  LA FECHA DE PROCESO               *
      *                                    *
      **************************************
       2100-EVALUAR-CABECERA.
           ADD 1 TO WS-CANT-INFORMES.
           MOVE INA-PROGRAMA TO WS-ACT-PROGRAMA.
           MOVE INA-FECHA    TO WS-ACT-FECHA.
           SET WS-ACTUAL-CONSERVADO TO TRUE.

           IF INA-CAB-VENCE IS NOT NUMERIC
              ADD 1 TO WS-CANT-CAB-INVALIDA
              ADD 1 TO WS-CANT-CONSERVADOS
              MOVE 'CABECERA SIN VENCIMIENTO, SE CONSERVA'
                                 TO WS-DET-ESTADO
              PERFORM 2200-LISTAR-INFORME THRU F-2200-LISTAR-INFORME
              IF RETURN-CODE LESS 4
                 MOVE 4 TO RETURN-CODE
              END-IF
              GO TO F-2100-EVALUAR-CABECERA
           END-IF.

           IF INA-CAB-VENCE NOT LESS WS-FECHA
              ADD 1 TO WS-CANT-CONSERVADOS
              GO TO F-2100-EVALUAR-CABECERA
           END-IF.

           SET WS-ACTUAL-VENCIDO TO TRUE.
           ADD 1 TO WS-CANT-PURGADOS.

           IF WS-MODO-SIMULACION
              MOVE 'SE PURGARIA (SIMULACION)' TO WS-DET-ESTADO
           ELSE
              MOVE 'PURGADO'                  TO WS-DET-ESTADO
           END-IF.
           PERFORM 2200-LISTAR-INFORME THRU F-2200-LISTAR-INFORME.

       F-2100-EVALUAR-CABECERA. EXIT.

      **************************************
      *                                    *
      *  LINEA DE CONTROL DE UN INFORME    *
      *  CON LOS DATOS DE SU CABECERA      *
      *                                    *
      **************************************
       2200-LISTAR-INFORME.
           MOVE INA-PROGRAMA      TO WS-DET-PROGRAMA.
           MOVE INA-FECHA         TO WS-DET-FECHA.
           MOVE INA-CAB-VENCE     TO WS-DET-VENCE.

           IF INA-CAB-CANT-PAG IS NUMERIC
              MOVE INA-CAB-CANT-PAG  TO WS-DET-PAGINAS
           ELSE
              MOVE ZEROS             TO WS-DET-PAGINAS
           END-IF.

           IF INA-CAB-CANT-LIN IS NUMERIC
              MOVE INA-CAB-CANT-LIN  TO WS-DET-LINEAS
           ELSE
              MOVE ZEROS             TO WS-DET-LINEAS
           END-IF.

           IF INA-CAB-RETENCION IS NUMERIC
              MOVE INA-CAB-RETENCION TO WS-DET-RETENCION
           ELSE
              MOVE ZEROS             TO WS-DET-RETENCION
           END-IF.

           MOVE WS-LIN-DETALLE TO REG-INFORME.
           PERFORM 9300-GRABAR-INFORME THRU F-9300-GRABAR-INFORME.

       F-2200-LISTAR-INFORME. EXIT.

      **************************************
      *                                    *
      *  LINEA SIN CABECERA DE SU INFORME: *
      *  NO SE BORRA, SE LISTA UNA VEZ POR *
      *  PROGRAMA Y FECHA                  *
      *                                    *
      **************************************
       2500-LINEA-HUERFANA.
           ADD 1 TO WS-CANT-HUERFANAS.

           IF RETURN-CODE LESS 4
              MOVE 4 TO RETURN-CODE
           END-IF.

           IF INA-PROGRAMA EQUAL WS-HUE-PROGRAMA AND
              INA-FECHA    EQUAL WS-HUE-FECHA
              GO TO F-2500-LINEA-HUERFANA
           END-IF.

           MOVE INA-PROGRAMA TO WS-HUE-PROGRAMA.
           MOVE INA-FECHA    TO WS-HUE-FECHA.

           MOVE INA-PROGRAMA TO WS-DET-PROGRAMA.
           MOVE INA-FECHA    TO WS-DET-FECHA.
           MOVE ZEROS        TO WS-DET-PAGINAS
                                WS-DET-LINEAS
                                WS-DET-RETENCION.
           MOVE SPACES       TO WS-DET-VENCE.
           MOVE 'LINEAS SIN CABECERA, SE CONSERVAN'
                             TO WS-DET-ESTADO.

           MOVE WS-LIN-DETALLE TO REG-INFORME.
           PERFORM 9300-GRABAR-INFORME THRU F-9300-GRABAR-INFORME.

       F-2500-LINEA-HUERFANA. EXIT.

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
      *  RESUMEN DE LA CORRIDA Y CIERRE    *
      *  DE FILES                          *
      *                                    *
      **************************************
       9999-FINAL.
           IF WS-INFARC-ABIERTO
              CLOSE INFARC
              IF WS-INA-CODE IS NOT EQUAL '00'
                 DISPLAY '* ERROR EN CLOSE INFARC  = ' WS-INA-CODE
                 MOVE 9999 TO RETURN-CODE
              END-IF
           END-IF.

           MOVE WS-LIN-BLANCA TO REG-INFORME.
           PERFORM 9300-GRABAR-INFORME THRU F-9300-GRABAR-INFORME.
           MOVE 'INFORMES LEIDOS'        TO WS-RES-TEXTO.
           MOVE WS-CANT-INFORMES         TO WS-RES-VALOR.
           PERFORM 9400-LINEA-RESUMEN THRU F-9400-LINEA-RESUMEN.
           IF WS-MODO-SIMULACION
              MOVE 'INFORMES QUE SE PURGARIAN' TO WS-RES-TEXTO
           ELSE
              MOVE 'INFORMES PURGADOS'         TO WS-RES-TEXTO
           END-IF.
           MOVE WS-CANT-PURGADOS         TO WS-RES-VALOR.
           PERFORM 9400-LINEA-RESUMEN THRU F-9400-LINEA-RESUMEN.
           MOVE 'INFORMES CONSERVADOS'   TO WS-RES-TEXTO.
           MOVE WS-CANT-CONSERVADOS      TO WS-RES-VALOR.
           PERFORM 9400-LINEA-RESUMEN THRU F-9400-LINEA-RESUMEN.
           IF WS-MODO-SIMULACION
              MOVE 'LINEAS QUE SE BORRARIAN'   TO WS-RES-TEXTO
           ELSE
              MOVE 'LINEAS BORRADAS'           TO WS-RES-TEXTO
           END-IF.
           MOVE WS-CANT-LIN-BORRADAS     TO WS-RES-VALOR.
           PERFORM 9400-LINEA-RESUMEN THRU F-9400-LINEA-RESUMEN.
           MOVE 'CABECERAS SIN VENCIMIENTO' TO WS-RES-TEXTO.
           MOVE WS-CANT-CAB-INVALIDA     TO WS-RES-VALOR.
           PERFORM 9400-LINEA-RESUMEN THRU F-9400-LINEA-RESUMEN.
           MOVE 'LINEAS SIN CABECERA'    TO WS-RES-TEXTO.
           MOVE WS-CANT-HUERFANAS        TO WS-RES-VALOR.
           PERFORM 9400-LINEA-RESUMEN THRU F-9400-LINEA-RESUMEN.

           DISPLAY '************************** '.
           DISPLAY 'INFORMES LEIDOS      : ' WS-CANT-INFORMES.
           DISPLAY 'INFORMES PURGADOS    : ' WS-CANT-PURGADOS.
           DISPLAY 'INFORMES CONSERVADOS : ' WS-CANT-CONSERVADOS.
           DISPLAY 'LINEAS BORRADAS      : ' WS-CANT-LIN-BORRADAS.
           DISPLAY 'LINEAS SIN CABECERA  : ' WS-CANT-HUERFANAS.

           IF WS-INF-CODE EQUAL '00'
              CLOSE INFORME
           END-IF.

       F-9999-FINAL.  EXIT.
