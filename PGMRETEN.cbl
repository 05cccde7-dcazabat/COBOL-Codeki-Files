       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMRETEN.
       AUTHOR.        D. CAZABAT.
       INSTALLATION.  CURSO CODEKI.
       DATE-WRITTEN.  14/10/2026.
       DATE-COMPILED. 14/10/2026.
      **********************************************************
      *                                                        *
      *  MANTENIMIENTO BATCH DE RETENCIONES DE FONDOS RETENC   *
      *  (CLAVE SUCURSAL + CUENTA + SECUENCIA DE RETENCION):   *
      *                                                        *
      *  NOVEDADES DE RETNOV:                                  *
      *    'C' COLOCA UNA RETENCION POR UN MONTO SOBRE UNA     *
      *        CUENTA EXISTENTE Y NO DADA DE BAJA, CON LA      *
      *        PROXIMA SECUENCIA DE LA CUENTA. TIPOS:          *
      *          'J' JUDICIAL (OFICIO POR MONTO)               *
      *          'D' DEPOSITO NO ACREDITADO (EXIGE VENCIMIENTO *
      *              = FECHA DE ACREDITACION)                  *
      *          'A' CONGELAMIENTO ADMINISTRATIVO              *
      *    'L' LIBERA UNA RETENCION VIGENTE POR SU SECUENCIA.  *
      *                                                        *
      *  DESPUES DE LAS NOVEDADES RECORRE RETENC Y DA POR      *
      *  VENCIDAS LAS RETENCIONES VIGENTES CON VENCIMIENTO     *
      *  ANTERIOR A LA FECHA DE PROCESO.                       *
      *                                                        *
      *  LAS NOVEDADES RECHAZADAS Y LAS RETENCIONES VENCIDAS   *
      *  SALEN EN EL INFORME. PARM: FECHA (SSAAMMDD).          *
      *                                                        *
      **********************************************************
      *      MANTENIMIENTO DE PROGRAMA                         *
      **********************************************************
      *  FECHA   *    DETALLE        * COD *
      **************************************
      *14/10/2026* REGISTRO CTAMAE   * 001 *
      *          * POR COPY CPCTAMA  *     *
      *          *                   *     *
      *          *                   *     *
      **************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

             SELECT RETNOV  ASSIGN DDRETNOV
                    FILE STATUS IS WS-NOV-CODE.

             SELECT CTAMAE  ASSIGN DDCTAMAE
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS RANDOM
                    RECORD KEY IS CTA-CLAVE
                    FILE STATUS IS WS-CTA-CODE.

             SELECT RETENC  ASSIGN DDRETENC
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS RET-CLAVE
                    FILE STATUS IS WS-RET-CODE.

             SELECT INFORME ASSIGN DDINFORM
                    FILE STATUS IS WS-INF-CODE.

             SELECT PARMS   ASSIGN DDPARM
                    FILE STATUS IS WS-PARM-CODE.

       DATA DIVISION.
       FILE SECTION.
       FD RETNOV
            BLOCK CONTAINS 0 RECORDS
            RECORDING MODE IS F.

       01 REG-RETNOV     PIC X(80).

       FD CTAMAE.

           COPY CPCTAMA.

       FD RETENC.

       01 REG-RETENC.
           03  RET-CLAVE.
               05  RET-SUCURSAL    PIC 9(03).
               05  RET-CUENTA      PIC 9(08).
               05  RET-SECUENCIA   PIC 9(03).
           03  RET-TIPO            PIC X(01).
               88  RET-JUDICIAL             VALUE 'J'.
               88  RET-DEPOSITO             VALUE 'D'.
               88  RET-ADMINISTRATIVA       VALUE 'A'.
           03  RET-MONTO           PIC 9(07)V99.
           03  RET-FECHA-DESDE     PIC 9(08).
           03  RET-FECHA-HASTA     PIC 9(08).
           03  RET-REFERENCIA      PIC X(12).
           03  RET-ESTADO          PIC X(01).
               88  RET-VIGENTE              VALUE 'V'.
               88  RET-LIBERADA             VALUE 'L'.
               88  RET-VENCIDA              VALUE 'X'.
           03  RET-FECHA-BAJA      PIC 9(08).
           03  FILLER              PIC X(19).

       FD INFORME
            BLOCK CONTAINS 0 RECORDS
            RECORDING MODE IS F.

       01 REG-INFORME    PIC X(80).

       FD PARMS
            BLOCK CONTAINS 0 RECORDS
            RECORDING MODE IS F.

       01 REG-PARM       PIC X(08).

      **************************************
       WORKING-STORAGE SECTION.
      **************************************
       77  FILLER        PIC X(26) VALUE '* INICIO WORKING-STORAGE *'.
       77  FILLER        PIC X(26) VALUE '* CODIGOS RETORNO FILES  *'.
       77  WS-NOV-CODE      PIC XX    VALUE SPACES.
       77  WS-CTA-CODE      PIC XX    VALUE SPACES.
       77  WS-RET-CODE      PIC XX    VALUE SPACES.
       77  WS-INF-CODE      PIC XX    VALUE SPACES.
       77  WS-PARM-CODE     PIC XX    VALUE SPACES.

       01  WS-STATUS-FIN    PIC X.
           88  WS-FIN-LECTURA         VALUE 'Y'.
           88  WS-NO-FIN-LECTURA      VALUE 'N'.

       01  WS-STATUS-FIN-RET PIC X.
           88  WS-FIN-RETENC          VALUE 'Y'.
           88  WS-NO-FIN-RETENC       VALUE 'N'.

       01  WS-STATUS-ERROR  PIC X     VALUE 'N'.
           88  WS-HUBO-ERROR          VALUE 'S'.

      ********  FECHA DE PROCESO  ***************
       01  WS-FECHA             PIC 9(08)  VALUE ZEROS.

       01  WS-REG-PARM.
           03  WS-PARM-FECHA    PIC 9(08).

      ********  LAYOUT DE LA NOVEDAD DE RETENCION  ***********
       01  WS-REG-RETNOV.
           03  WS-NOV-ACCION    PIC X(01).
               88  WS-NOV-COLOCA            VALUE 'C'.
               88  WS-NOV-LIBERA            VALUE 'L'.
           03  WS-NOV-SUCURSAL  PIC 9(03).
           03  WS-NOV-CUENTA    PIC 9(08).
           03  WS-NOV-SECUENCIA PIC 9(03).
           03  WS-NOV-TIPO      PIC X(01).
               88  WS-NOV-TIPO-VALIDO       VALUE 'J' 'D' 'A'.
               88  WS-NOV-DEPOSITO          VALUE 'D'.
           03  WS-NOV-MONTO     PIC 9(07)V99.
           03  WS-NOV-FECHA-HASTA PIC 9(08).
           03  WS-NOV-REFERENCIA PIC X(12).
           03  FILLER           PIC X(35).

       77  WS-PROXIMA-SEC       PIC 9(03)  VALUE ZEROS.

      ********  CONTADORES DE PROCESO  ***************
       77  WS-CANT-LEIDAS       PIC 9(7)  VALUE ZEROS.
       77  WS-CANT-COLOCADAS    PIC 9(7)  VALUE ZEROS.
       77  WS-CANT-LIBERADAS    PIC 9(7)  VALUE ZEROS.
       77  WS-CANT-VENCIDAS     PIC 9(7)  VALUE ZEROS.
       77  WS-CANT-RECHAZADAS   PIC 9(7)  VALUE ZEROS.

      ********  LINEAS DEL INFORME  ***************
       01  WS-LIN-TITULO.
           03  FILLER           PIC X(44)
               VALUE 'RETENCIONES DE FONDOS - NOVEDADES DEL DIA   '.
           03  WS-TIT-FECHA     PIC 9(08).
           03  FILLER           PIC X(28)   VALUE SPACES.

       01  WS-LIN-RECHAZO.
           03  WS-REC-ACCION    PIC X(01).
           03  FILLER           PIC X(05)   VALUE ' SUC '.
           03  WS-REC-SUCURSAL  PIC 999.
           03  FILLER           PIC X(05)   VALUE ' CTA '.
           03  WS-REC-CUENTA    PIC 9(08).
           03  FILLER           PIC X(01)   VALUE '/'.
           03  WS-REC-SECUENCIA PIC 999.
           03  FILLER           PIC X(01)   VALUE SPACE.
           03  WS-REC-REFERENCIA PIC X(12).
           03  FILLER           PIC X(01)   VALUE SPACE.
           03  WS-REC-MOTIVO    PIC X(30)   VALUE SPACES.
           03  FILLER           PIC X(10)   VALUE SPACES.

       01  WS-LIN-VENCIDA.
           03  FILLER           PIC X(09)   VALUE 'VENCE SUC'.
           03  FILLER           PIC X(01)   VALUE SPACE.
           03  WS-VEN-SUCURSAL  PIC 999.
           03  FILLER           PIC X(05)   VALUE ' CTA '.
           03  WS-VEN-CUENTA    PIC 9(08).
           03  FILLER           PIC X(01)   VALUE '/'.
           03  WS-VEN-SECUENCIA PIC 999.
           03  FILLER           PIC X(06)   VALUE ' TIPO '.
           03  WS-VEN-TIPO      PIC X(01).
           03  FILLER           PIC X(01)   VALUE SPACE.
           03  WS-VEN-MONTO     PIC Z,ZZZ,ZZ9.99.
           03  FILLER           PIC X(07)   VALUE ' VTO.  '.
           03  WS-VEN-HASTA     PIC 9(08).
           03  FILLER           PIC X(01)   VALUE SPACE.
           03  WS-VEN-REFERENCIA PIC X(12).
           03  FILLER           PIC X(02)   VALUE SPACES.

       01  WS-LIN-BLANCA        PIC X(80)   VALUE SPACES.

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

           PERFORM 2000-PROCESO  THRU  F-2000-PROCESO
                   UNTIL WS-FIN-LECTURA.

           IF NOT WS-HUBO-ERROR
              PERFORM 3000-VENCER-RETENCIONES
                        THRU F-3000-VENCER-RETENCIONES
           END-IF.

           PERFORM 9999-FINAL    THRU  F-9999-FINAL.

       F-MAIN-PROGRAM. GOBACK.

      **************************************
      *                                    *
      *  APERTURA DE FILES Y PRIMERA       *
      *  LECTURA DE LAS NOVEDADES          *
      *                                    *
      **************************************
       1000-INICIO.
           ACCEPT WS-FECHA FROM DATE YYYYMMDD.
           PERFORM 1100-LEER-PARM THRU F-1100-LEER-PARM.
           DISPLAY 'FECHA:    '  WS-FECHA.

           SET WS-NO-FIN-LECTURA TO TRUE.

           OPEN INPUT RETNOV.
           IF WS-NOV-CODE IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN RETNOV  = ' WS-NOV-CODE
              MOVE 9999 TO RETURN-CODE
              SET  WS-FIN-LECTURA TO TRUE
              SET  WS-HUBO-ERROR  TO TRUE
           END-IF.

           OPEN INPUT CTAMAE.
           IF WS-CTA-CODE IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN CTAMAE  = ' WS-CTA-CODE
              MOVE 9999 TO RETURN-CODE
              SET  WS-FIN-LECTURA TO TRUE
              SET  WS-HUBO-ERROR  TO TRUE
           END-IF.

           OPEN I-O RETENC.
           IF WS-RET-CODE IS NOT EQUAL '00'
              OPEN OUTPUT RETENC
              IF WS-RET-CODE EQUAL '00'
                 CLOSE RETENC
                 OPEN I-O RETENC
              END-IF
           END-IF.
           IF WS-RET-CODE IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN RETENC  = ' WS-RET-CODE
              MOVE 9999 TO RETURN-CODE
              SET  WS-FIN-LECTURA TO TRUE
              SET  WS-HUBO-ERROR  TO TRUE
           END-IF.

           OPEN OUTPUT INFORME.
           IF WS-INF-CODE IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN INFORME = ' WS-INF-CODE
              MOVE 9999 TO RETURN-CODE
              SET  WS-FIN-LECTURA TO TRUE
              SET  WS-HUBO-ERROR  TO TRUE
           END-IF.

           MOVE WS-FECHA      TO WS-TIT-FECHA.
           MOVE WS-LIN-TITULO TO REG-INFORME.
           PERFORM 9300-GRABAR-INFORME THRU F-9300-GRABAR-INFORME.

           IF WS-FIN-LECTURA
              GO TO F-1000-INICIO
           END-IF.

           READ RETNOV INTO WS-REG-RETNOV
                       AT END SET WS-FIN-LECTURA TO TRUE.

           IF WS-NOV-CODE EQUAL '10'
              DISPLAY '* ARCHIVO DE NOVEDADES VACIO ' WS-NOV-CODE
           ELSE
              IF WS-NOV-CODE IS NOT EQUAL '00'
                 DISPLAY '* ERROR EN LECTURA RETNOV = '
                                                   WS-NOV-CODE
                 MOVE 9999 TO RETURN-CODE
                 SET WS-FIN-LECTURA TO TRUE
                 SET WS-HUBO-ERROR  TO TRUE
              END-IF
           END-IF.

       F-1000-INICIO.   EXIT.

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
              MOVE WS-PARM-FECHA TO WS-FECHA
              DISPLAY '* FECHA DE PROCESO FORZADA POR PARM: '
                                                          WS-FECHA
           END-IF.

           CLOSE PARMS.

       F-1100-LEER-PARM. EXIT.

      **************************************
      *                                    *
      *  APLICA CADA NOVEDAD SEGUN SU      *
      *  ACCION                            *
      *                                    *
      **************************************
       2000-PROCESO.
           ADD 1 TO WS-CANT-LEIDAS.

           EVALUATE TRUE
               WHEN WS-NOV-COLOCA
                  PERFORM 2100-COLOCAR-RETENCION
                            THRU F-2100-COLOCAR-RETENCION
               WHEN WS-NOV-LIBERA
                  PERFORM 2200-LIBERAR-RETENCION
                            THRU F-2200-LIBERAR-RETENCION
               WHEN OTHER
                  MOVE 'ACCION INVALIDA               '
                                 TO WS-REC-MOTIVO
                  PERFORM 2900-RECHAZAR-NOVEDAD
                            THRU F-2900-RECHAZAR-NOVEDAD
           END-EVALUATE.

           READ RETNOV INTO WS-REG-RETNOV
                       AT END SET WS-FIN-LECTURA TO TRUE.

           IF WS-NOV-CODE IS NOT EQUAL '00' AND
              WS-NOV-CODE IS NOT EQUAL '10'
              DISPLAY '* ERROR EN LECTURA RETNOV = ' WS-NOV-CODE
              MOVE 9999 TO RETURN-CODE
              SET WS-FIN-LECTURA TO TRUE
              SET WS-HUBO-ERROR  TO TRUE
           END-IF.

       F-2000-PROCESO. EXIT.

      **************************************
      *                                    *
      *  COLOCA UNA RETENCION: VALIDA LA   *
      *  NOVEDAD Y LA CUENTA Y LA GRABA    *
      *  CON LA PROXIMA SECUENCIA          *
      *                                    *
      **************************************
       2100-COLOCAR-RETENCION.
           IF NOT WS-NOV-TIPO-VALIDO
              MOVE 'TIPO DE RETENCION INVALIDO    '
                                 TO WS-REC-MOTIVO
              PERFORM 2900-RECHAZAR-NOVEDAD
                        THRU F-2900-RECHAZAR-NOVEDAD
              GO TO F-2100-COLOCAR-RETENCION
           END-IF.

           IF WS-NOV-MONTO NOT NUMERIC OR
              WS-NOV-MONTO NOT GREATER ZEROS
              MOVE 'MONTO INVALIDO                '
                                 TO WS-REC-MOTIVO
              PERFORM 2900-RECHAZAR-NOVEDAD
                        THRU F-2900-RECHAZAR-NOVEDAD
              GO TO F-2100-COLOCAR-RETENCION
           END-IF.

           IF WS-NOV-FECHA-HASTA NOT NUMERIC
              MOVE 'VENCIMIENTO INVALIDO          '
                                 TO WS-REC-MOTIVO
              PERFORM 2900-RECHAZAR-NOVEDAD
                        THRU F-2900-RECHAZAR-NOVEDAD
              GO TO F-2100-COLOCAR-RETENCION
           END-IF.

           IF WS-NOV-FECHA-HASTA GREATER ZEROS AND
              WS-NOV-FECHA-HASTA LESS WS-FECHA
              MOVE 'VENCIMIENTO YA CUMPLIDO       '
                                 TO WS-REC-MOTIVO
              PERFORM 2900-RECHAZAR-NOVEDAD
                        THRU F-2900-RECHAZAR-NOVEDAD
              GO TO F-2100-COLOCAR-RETENCION
           END-IF.

           IF WS-NOV-DEPOSITO AND
              WS-NOV-FECHA-HASTA EQUAL ZEROS
              MOVE 'DEPOSITO SIN FECHA ACREDITAC. '
                                 TO WS-REC-MOTIVO
              PERFORM 2900-RECHAZAR-NOVEDAD
                        THRU F-2900-RECHAZAR-NOVEDAD
              GO TO F-2100-COLOCAR-RETENCION
           END-IF.

           MOVE WS-NOV-SUCURSAL TO CTA-SUCURSAL.
           MOVE WS-NOV-CUENTA   TO CTA-CUENTA.
           READ CTAMAE RECORD KEY IS CTA-CLAVE
                INVALID KEY
                   MOVE 'CUENTA INEXISTENTE            '
                                 TO WS-REC-MOTIVO
                   PERFORM 2900-RECHAZAR-NOVEDAD
                             THRU F-2900-RECHAZAR-NOVEDAD
                   GO TO F-2100-COLOCAR-RETENCION
           END-READ.

           IF CTA-ESTADO EQUAL 1
              MOVE 'CUENTA DADA DE BAJA           '
                                 TO WS-REC-MOTIVO
              PERFORM 2900-RECHAZAR-NOVEDAD
                        THRU F-2900-RECHAZAR-NOVEDAD
              GO TO F-2100-COLOCAR-RETENCION
           END-IF.

           PERFORM 2150-PROXIMA-SECUENCIA
                     THRU F-2150-PROXIMA-SECUENCIA.

           IF WS-PROXIMA-SEC EQUAL ZEROS
              MOVE 'CUENTA SIN SECUENCIAS LIBRES  '
                                 TO WS-REC-MOTIVO
              PERFORM 2900-RECHAZAR-NOVEDAD
                        THRU F-2900-RECHAZAR-NOVEDAD
              GO TO F-2100-COLOCAR-RETENCION
           END-IF.

           MOVE SPACES             TO REG-RETENC.
           MOVE WS-NOV-SUCURSAL    TO RET-SUCURSAL.
           MOVE WS-NOV-CUENTA      TO RET-CUENTA.
           MOVE WS-PROXIMA-SEC     TO RET-SECUENCIA.
           MOVE WS-NOV-TIPO        TO RET-TIPO.
           MOVE WS-NOV-MONTO       TO RET-MONTO.
           MOVE WS-FECHA           TO RET-FECHA-DESDE.
           MOVE WS-NOV-FECHA-HASTA TO RET-FECHA-HASTA.
           MOVE WS-NOV-REFERENCIA  TO RET-REFERENCIA.
           SET RET-VIGENTE         TO TRUE.
           MOVE ZEROS              TO RET-FECHA-BAJA.

           WRITE REG-RETENC
              INVALID KEY
                 DISPLAY '* ERROR EN WRITE RETENC = ' WS-RET-CODE
                 MOVE 9999 TO RETURN-CODE
              NOT INVALID KEY
                 ADD 1 TO WS-CANT-COLOCADAS
           END-WRITE.

       F-2100-COLOCAR-RETENCION. EXIT.

      **************************************
      *                                    *
      *  PROXIMA SECUENCIA DE RETENCION DE *
      *  LA CUENTA: LA MAYOR USADA MAS UNO *
      *  (CERO SI YA SE USO LA 999)        *
      *                                    *
      **************************************
       2150-PROXIMA-SECUENCIA.
           MOVE 1 TO WS-PROXIMA-SEC.
           SET WS-NO-FIN-RETENC TO TRUE.

           MOVE WS-NOV-SUCURSAL TO RET-SUCURSAL.
           MOVE WS-NOV-CUENTA   TO RET-CUENTA.
           MOVE ZEROS           TO RET-SECUENCIA.
           START RETENC KEY IS NOT LESS RET-CLAVE
                 INVALID KEY SET WS-FIN-RETENC TO TRUE
           END-START.

           PERFORM 2160-LEER-SECUENCIA THRU F-2160-LEER-SECUENCIA
                   UNTIL WS-FIN-RETENC.

       F-2150-PROXIMA-SECUENCIA. EXIT.

       2160-LEER-SECUENCIA.
           READ RETENC NEXT RECORD
                AT END
                   SET WS-FIN-RETENC TO TRUE
                   GO TO F-2160-LEER-SECUENCIA
           END-READ.

           IF WS-RET-CODE IS NOT EQUAL '00' OR
              RET-SUCURSAL NOT EQUAL WS-NOV-SUCURSAL OR
              RET-CUENTA   NOT EQUAL WS-NOV-CUENTA
              SET WS-FIN-RETENC TO TRUE
              GO TO F-2160-LEER-SECUENCIA
           END-IF.

           IF RET-SECUENCIA EQUAL 999
              MOVE ZEROS TO WS-PROXIMA-SEC
           ELSE
              COMPUTE WS-PROXIMA-SEC = RET-SECUENCIA + 1
           END-IF.

       F-2160-LEER-SECUENCIA. EXIT.

      **************************************
      *                                    *
      *  LIBERA UNA RETENCION VIGENTE      *
      *                                    *
      **************************************
       2200-LIBERAR-RETENCION.
           MOVE WS-NOV-SUCURSAL  TO RET-SUCURSAL.
           MOVE WS-NOV-CUENTA    TO RET-CUENTA.
           MOVE WS-NOV-SECUENCIA TO RET-SECUENCIA.

           READ RETENC RECORD KEY IS RET-CLAVE
                INVALID KEY
                   MOVE 'RETENCION INEXISTENTE         '
                                 TO WS-REC-MOTIVO
                   PERFORM 2900-RECHAZAR-NOVEDAD
                             THRU F-2900-RECHAZAR-NOVEDAD
                   GO TO F-2200-LIBERAR-RETENCION
           END-READ.

           IF NOT RET-VIGENTE
              MOVE 'RETENCION NO VIGENTE          '
                                 TO WS-REC-MOTIVO
              PERFORM 2900-RECHAZAR-NOVEDAD
                        THRU F-2900-RECHAZAR-NOVEDAD
              GO TO F-2200-LIBERAR-RETENCION
           END-IF.

           SET RET-LIBERADA TO TRUE.
           MOVE WS-FECHA    TO RET-FECHA-BAJA.

           REWRITE REG-RETENC
              INVALID KEY
                 DISPLAY '* ERROR EN REWRITE RETENC = ' WS-RET-CODE
                 MOVE 9999 TO RETURN-CODE
              NOT INVALID KEY
                 ADD 1 TO WS-CANT-LIBERADAS
           END-REWRITE.

       F-2200-LIBERAR-RETENCION. EXIT.

      **************************************
      *                                    *
      *  DESVIA UNA NOVEDAD RECHAZADA AL   *
      *  INFORME                           *
      *                                    *
      **************************************
       2900-RECHAZAR-NOVEDAD.
           ADD 1 TO WS-CANT-RECHAZADAS.
           MOVE 4 TO RETURN-CODE.

           MOVE WS-NOV-ACCION     TO WS-REC-ACCION.
           MOVE WS-NOV-SUCURSAL   TO WS-REC-SUCURSAL.
           MOVE WS-NOV-CUENTA     TO WS-REC-CUENTA.
           MOVE WS-NOV-SECUENCIA  TO WS-REC-SECUENCIA.
           MOVE WS-NOV-REFERENCIA TO WS-REC-REFERENCIA.

           MOVE WS-LIN-RECHAZO TO REG-INFORME.
           PERFORM 9300-GRABAR-INFORME THRU F-9300-GRABAR-INFORME.

       F-2900-RECHAZAR-NOVEDAD. EXIT.

      **************************************
      *                                    *
      *  RECORRE RETENC Y DA POR VENCIDAS  *
      *  LAS VIGENTES CUYO VENCIMIENTO YA  *
      *  PASO                              *
      *                                    *
      **************************************
       3000-VENCER-RETENCIONES.
           MOVE WS-LIN-BLANCA TO REG-INFORME.
           PERFORM 9300-GRABAR-INFORME THRU F-9300-GRABAR-INFORME.

           SET WS-NO-FIN-RETENC TO TRUE.

           MOVE LOW-VALUES TO RET-CLAVE.
           START RETENC KEY IS NOT LESS RET-CLAVE
                 INVALID KEY SET WS-FIN-RETENC TO TRUE
           END-START.

           PERFORM 3100-REVISAR-RETENCION
                     THRU F-3100-REVISAR-RETENCION
                   UNTIL WS-FIN-RETENC.

       F-3000-VENCER-RETENCIONES. EXIT.

       3100-REVISAR-RETENCION.
           READ RETENC NEXT RECORD
                AT END
                   SET WS-FIN-RETENC TO TRUE
                   GO TO F-3100-REVISAR-RETENCION
           END-READ.

           IF WS-RET-CODE IS NOT EQUAL '00'
              DISPLAY '* ERROR EN LECTURA RETENC = ' WS-RET-CODE
              MOVE 9999 TO RETURN-CODE
              SET WS-FIN-RETENC TO TRUE
              GO TO F-3100-REVISAR-RETENCION
           END-IF.

           IF NOT RET-VIGENTE OR
              RET-FECHA-HASTA EQUAL ZEROS OR
              RET-FECHA-HASTA NOT LESS WS-FECHA
              GO TO F-3100-REVISAR-RETENCION
           END-IF.

           SET RET-VENCIDA TO TRUE.
           MOVE WS-FECHA   TO RET-FECHA-BAJA.

           REWRITE REG-RETENC
              INVALID KEY
                 DISPLAY '* ERROR EN REWRITE RETENC = ' WS-RET-CODE
                 MOVE 9999 TO RETURN-CODE
                 GO TO F-3100-REVISAR-RETENCION
           END-REWRITE.

           ADD 1 TO WS-CANT-VENCIDAS.

           MOVE RET-SUCURSAL   TO WS-VEN-SUCURSAL.
           MOVE RET-CUENTA     TO WS-VEN-CUENTA.
           MOVE RET-SECUENCIA  TO WS-VEN-SECUENCIA.
           MOVE RET-TIPO       TO WS-VEN-TIPO.
           MOVE RET-MONTO      TO WS-VEN-MONTO.
           MOVE RET-FECHA-HASTA TO WS-VEN-HASTA.
           MOVE RET-REFERENCIA TO WS-VEN-REFERENCIA.
           MOVE WS-LIN-VENCIDA TO REG-INFORME.
           PERFORM 9300-GRABAR-INFORME THRU F-9300-GRABAR-INFORME.

       F-3100-REVISAR-RETENCION. EXIT.

      **************************************
      *                                    *
      *  RESUMEN Y CIERRE DE FILES         *
      *                                    *
      **************************************
       9999-FINAL.
           CLOSE RETNOV.
           IF WS-NOV-CODE IS NOT EQUAL '00'
              DISPLAY '* ERROR EN CLOSE RETNOV  = ' WS-NOV-CODE
              MOVE 9999 TO RETURN-CODE
           END-IF.

           CLOSE CTAMAE.
           IF WS-CTA-CODE IS NOT EQUAL '00'
              DISPLAY '* ERROR EN CLOSE CTAMAE  = ' WS-CTA-CODE
              MOVE 9999 TO RETURN-CODE
           END-IF.

           CLOSE RETENC.
           IF WS-RET-CODE IS NOT EQUAL '00'
              DISPLAY '* ERROR EN CLOSE RETENC  = ' WS-RET-CODE
              MOVE 9999 TO RETURN-CODE
           END-IF.

           CLOSE INFORME.
           IF WS-INF-CODE IS NOT EQUAL '00'
              DISPLAY '* ERROR EN CLOSE INFORME = ' WS-INF-CODE
              MOVE 9999 TO RETURN-CODE
           END-IF.

           DISPLAY '************************** '.
           DISPLAY 'NOVEDADES LEIDAS        : ' WS-CANT-LEIDAS.
           DISPLAY 'RETENCIONES COLOCADAS   : ' WS-CANT-COLOCADAS.
           DISPLAY 'RETENCIONES LIBERADAS   : ' WS-CANT-LIBERADAS.
           DISPLAY 'RETENCIONES VENCIDAS    : ' WS-CANT-VENCIDAS.
           DISPLAY 'NOVEDADES RECHAZADAS    : ' WS-CANT-RECHAZADAS.

       F-9999-FINAL. EXIT.

      **************************************
      *                                    *
      *  GRABA UNA LINEA YA ARMADA EN EL   *
      *  INFORME                           *
      *                                    *
      **************************************
       9300-GRABAR-INFORME.
           WRITE REG-INFORME.
           IF WS-INF-CODE IS NOT EQUAL '00'
              DISPLAY '* ERROR EN WRITE INFORME = ' WS-INF-CODE
              MOVE 9999 TO RETURN-CODE
           END-IF.

       F-9300-GRABAR-INFORME. EXIT.
