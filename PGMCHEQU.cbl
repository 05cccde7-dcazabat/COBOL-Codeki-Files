       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMCHEQU.
       AUTHOR.        D. CAZABAT.
       INSTALLATION.  CURSO CODEKI.
       DATE-WRITTEN.  14/10/2026.
       DATE-COMPILED. 14/10/2026.
      **********************************************************
      *                                                        *
      *  MANTENIMIENTO BATCH DE CHEQUES DE CUENTA CORRIENTE.   *
      *  APLICA LAS NOVEDADES DE CHQNOV SOBRE:                 *
      *    - CHQMAE: MAESTRO DE CHEQUERAS, CLAVE SUCURSAL +    *
      *      CUENTA + PRIMER CHEQUE DEL RANGO.                 *
      *    - CHQREG: REGISTRO DE CHEQUES CON NOVEDAD, CLAVE    *
      *      SUCURSAL + CUENTA + NUMERO DE CHEQUE.             *
      *                                                        *
      *  ACCIONES DE LA NOVEDAD:                               *
      *    'E' EMISION DE CHEQUERA (RANGO DESDE/HASTA), SOLO   *
      *        PARA CUENTA CORRIENTE ACTIVA Y SIN SOLAPAR CON  *
      *        OTRA CHEQUERA DE LA CUENTA.                     *
      *    'O' ORDEN DE NO PAGAR SOBRE UN CHEQUE EMITIDO.      *
      *    'P' CHEQUE PRESENTADO Y PAGADO.                     *
      *    'R' CHEQUE PRESENTADO Y RECHAZADO, CON EL MOTIVO.   *
      *                                                        *
      *  LOS RECHAZOS POR MOTIVOS IMPUTABLES AL LIBRADOR       *
      *  (SIN FONDOS, FIRMA, CUENTA CERRADA) QUEDAN MARCADOS   *
      *  COMO COMPUTABLES CONTRA LA CUENTA; PGMCHQBC LOS       *
      *  INFORMA AL BANCO CENTRAL Y CUENTA LOS DEL PERIODO.    *
      *                                                        *
      *  LAS NOVEDADES INVALIDAS SE DESVIAN AL INFORME DE      *
      *  RECHAZOS (RC 4).                                      *
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

             SELECT CHQNOV  ASSIGN DDCHQNOV
                    FILE STATUS IS WS-NOV-CODE.

             SELECT CTAMAE  ASSIGN DDCTAMAE
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS RANDOM
                    RECORD KEY IS CTA-CLAVE
                    FILE STATUS IS WS-CTA-CODE.

             SELECT CHQMAE  ASSIGN DDCHQMAE
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS CHM-CLAVE
                    FILE STATUS IS WS-CHM-CODE.

             SELECT CHQREG  ASSIGN DDCHQREG
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS RANDOM
                    RECORD KEY IS CHR-CLAVE
                    FILE STATUS IS WS-CHR-CODE.

             SELECT INFORME ASSIGN DDINFORM
                    FILE STATUS IS WS-INF-CODE.

             SELECT PARMS   ASSIGN DDPARM
                    FILE STATUS IS WS-PARM-CODE.

       DATA DIVISION.
       FILE SECTION.
       FD CHQNOV
            BLOCK CONTAINS 0 RECORDS
            RECORDING MODE IS F.

       01 REG-CHQNOV     PIC X(80).

       FD CTAMAE.

           COPY CPCTAMA.

       FD CHQMAE.

       01 REG-CHQMAE.
           03  CHM-CLAVE.
               05  CHM-SUCURSAL    PIC 9(03).
               05  CHM-CUENTA      PIC 9(08).
               05  CHM-NRO-DESDE   PIC 9(08).
           03  CHM-NRO-HASTA       PIC 9(08).
           03  CHM-FECHA-EMISION   PIC 9(08).
           03  CHM-ESTADO          PIC X(01).
               88  CHM-VIGENTE              VALUE 'V'.
           03  FILLER              PIC X(04).

       FD CHQREG.

       01 REG-CHQREG.
           03  CHR-CLAVE.
               05  CHR-SUCURSAL    PIC 9(03).
               05  CHR-CUENTA      PIC 9(08).
               05  CHR-NRO-CHEQUE  PIC 9(08).
           03  CHR-ESTADO          PIC X(01).
               88  CHR-NO-PAGAR             VALUE 'O'.
               88  CHR-PAGADO               VALUE 'P'.
               88  CHR-RECHAZADO            VALUE 'R'.
           03  CHR-FECHA           PIC 9(08).
           03  CHR-IMPORTE         PIC 9(09)V99.
           03  CHR-MOTIVO          PIC 9(02).
           03  CHR-COMPUTABLE      PIC X(01).
               88  CHR-RECHAZO-COMPUTABLE   VALUE 'S'.
           03  CHR-FECHA-ORDEN     PIC 9(08).
           03  FILLER              PIC X(10).

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
       77  WS-CHM-CODE      PIC XX    VALUE SPACES.
       77  WS-CHR-CODE      PIC XX    VALUE SPACES.
       77  WS-INF-CODE      PIC XX    VALUE SPACES.
       77  WS-PARM-CODE     PIC XX    VALUE SPACES.

       01  WS-STATUS-FIN    PIC X.
           88  WS-FIN-LECTURA         VALUE 'Y'.
           88  WS-NO-FIN-LECTURA      VALUE 'N'.

       01  WS-STATUS-FIN-CHM  PIC X.
           88  WS-FIN-CHEQUERAS        VALUE 'Y'.
           88  WS-NO-FIN-CHEQUERAS     VALUE 'N'.

       01  WS-SWITCH-CHEQUERA PIC X     VALUE 'N'.
           88  WS-HAY-CHEQUERA        VALUE 'S'.
           88  WS-NO-HAY-CHEQUERA     VALUE 'N'.

      ********  NOVEDAD DE CHEQUES  ***************
       01  WS-REG-CHQNOV.
           03  WS-NOV-ACCION       PIC X(01).
               88  WS-NOV-EMISION           VALUE 'E'.
               88  WS-NOV-NO-PAGAR          VALUE 'O'.
               88  WS-NOV-PRESENTADO        VALUE 'P'.
               88  WS-NOV-RECHAZADO         VALUE 'R'.
           03  WS-NOV-SUCURSAL     PIC 9(03).
           03  WS-NOV-CUENTA       PIC 9(08).
           03  WS-NOV-NRO-DESDE    PIC 9(08).
           03  WS-NOV-NRO-HASTA    PIC 9(08).
           03  WS-NOV-IMPORTE      PIC 9(09)V99.
           03  WS-NOV-MOTIVO       PIC 9(02).
           03  FILLER              PIC X(39).

      ********  RANGO BUSCADO EN LAS CHEQUERAS  ***************
       77  WS-RANGO-DESDE       PIC 9(08)  VALUE ZEROS.
       77  WS-RANGO-HASTA       PIC 9(08)  VALUE ZEROS.

      ********  MOTIVOS DE RECHAZO DE CHEQUES  ***************
      *  CODIGO, DESCRIPCION Y SI COMPUTA CONTRA LA CUENTA
       01  WS-TABLA-MOTIVOS.
           03  FILLER  PIC X(29) VALUE '01SIN FONDOS SUFICIENTES    S'.
           03  FILLER  PIC X(29) VALUE '02DEFECTOS FORMALES         N'.
           03  FILLER  PIC X(29) VALUE '03ORDEN DE NO PAGAR         N'.
           03  FILLER  PIC X(29) VALUE '04FIRMA NO CONFORME         S'.
           03  FILLER  PIC X(29) VALUE '05CUENTA CERRADA O EMBARGADAS'.
           03  FILLER  PIC X(29) VALUE '06CHEQUE ADULTERADO         N'.
       01  FILLER REDEFINES WS-TABLA-MOTIVOS.
           03  WS-MOT-ENT OCCURS 6 TIMES.
               05  WS-MOT-CODIGO    PIC 9(02).
               05  WS-MOT-DESC      PIC X(26).
               05  WS-MOT-COMPUTA   PIC X(01).

       77  WS-SUB-MOT           PIC 9(02)  VALUE ZEROS.
       77  WS-SUB-MOT-ACTUAL    PIC 9(02)  VALUE ZEROS.

      ********  FECHA DE PROCESO  ***************
       01  WS-FECHA             PIC 9(08)  VALUE ZEROS.

       01  WS-REG-PARM.
           03  WS-PARM-FECHA    PIC 9(08).

      ********  CONTADORES DE PROCESO  ***************
       77  WS-CANT-LEIDAS       PIC 9(7)  VALUE ZEROS.
       77  WS-CANT-CHEQUERAS    PIC 9(7)  VALUE ZEROS.
       77  WS-CANT-NO-PAGAR     PIC 9(7)  VALUE ZEROS.
       77  WS-CANT-PAGADOS      PIC 9(7)  VALUE ZEROS.
       77  WS-CANT-RECH-CHEQUE  PIC 9(7)  VALUE ZEROS.
       77  WS-CANT-COMPUTABLES  PIC 9(7)  VALUE ZEROS.
       77  WS-CANT-RECHAZADAS   PIC 9(7)  VALUE ZEROS.

      ********  LINEAS DEL INFORME DE RECHAZOS  ***************
       01  WS-LIN-TITULO.
           03  FILLER           PIC X(44)  VALUE
               'NOVEDADES DE CHEQUES - RECHAZOS DEL DIA     '.
           03  WS-TIT-FECHA     PIC 9(08).
           03  FILLER           PIC X(28)  VALUE SPACES.

       01  WS-LIN-RECHAZO.
           03  WS-REC-ACCION    PIC X(01).
           03  FILLER           PIC X(01)  VALUE SPACE.
           03  WS-REC-SUCURSAL  PIC X(03).
           03  FILLER           PIC X(01)  VALUE '-'.
           03  WS-REC-CUENTA    PIC X(08).
           03  FILLER           PIC X(05)  VALUE ' CHQ '.
           03  WS-REC-CHEQUE    PIC X(08).
           03  FILLER           PIC X(01)  VALUE SPACE.
           03  WS-REC-MOTIVO    PIC X(40).
           03  FILLER           PIC X(12)  VALUE SPACES.

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

           PERFORM 9999-FINAL    THRU  F-9999-FINAL.

       F-MAIN-PROGRAM. GOBACK.

      **************************************
      *                                    *
      *  APERTURA DE FILES Y PRIMERA       *
      *  LECTURA DE NOVEDADES              *
      *                                    *
      **************************************
       1000-INICIO.
           ACCEPT WS-FECHA FROM DATE YYYYMMDD.
           PERFORM 1100-LEER-PARM THRU F-1100-LEER-PARM.
           DISPLAY 'FECHA:    '  WS-FECHA.

           SET WS-NO-FIN-LECTURA TO TRUE.

           OPEN INPUT CHQNOV.
           IF WS-NOV-CODE IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN CHQNOV  = ' WS-NOV-CODE
              MOVE 9999 TO RETURN-CODE
              SET  WS-FIN-LECTURA TO TRUE
           END-IF.

           OPEN INPUT CTAMAE.
           IF WS-CTA-CODE IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN CTAMAE  = ' WS-CTA-CODE
              MOVE 9999 TO RETURN-CODE
              SET  WS-FIN-LECTURA TO TRUE
           END-IF.

           OPEN I-O CHQMAE.
           IF WS-CHM-CODE IS NOT EQUAL '00'
              OPEN OUTPUT CHQMAE
              IF WS-CHM-CODE EQUAL '00'
                 CLOSE CHQMAE
                 OPEN I-O CHQMAE
              END-IF
           END-IF.
           IF WS-CHM-CODE IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN CHQMAE  = ' WS-CHM-CODE
              MOVE 9999 TO RETURN-CODE
              SET  WS-FIN-LECTURA TO TRUE
           END-IF.

           OPEN I-O CHQREG.
           IF WS-CHR-CODE IS NOT EQUAL '00'
              OPEN OUTPUT CHQREG
              IF WS-CHR-CODE EQUAL '00'
                 CLOSE CHQREG
                 OPEN I-O CHQREG
              END-IF
           END-IF.
           IF WS-CHR-CODE IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN CHQREG  = ' WS-CHR-CODE
              MOVE 9999 TO RETURN-CODE
              SET  WS-FIN-LECTURA TO TRUE
           END-IF.

           OPEN OUTPUT INFORME.
           IF WS-INF-CODE IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN INFORME = ' WS-INF-CODE
              MOVE 9999 TO RETURN-CODE
              SET  WS-FIN-LECTURA TO TRUE
           END-IF.

           MOVE WS-FECHA      TO WS-TIT-FECHA.
           MOVE WS-LIN-TITULO TO REG-INFORME.
           PERFORM 9300-GRABAR-INFORME THRU F-9300-GRABAR-INFORME.

           PERFORM 1800-LEER-NOVEDAD THRU F-1800-LEER-NOVEDAD.

       F-1000-INICIO.   EXIT.

      **************************************
      *                                    *
      *  PERMITE FORZAR LA FECHA DE LAS    *
      *  NOVEDADES POR PARM                *
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
      *  LECTURA DE LA PROXIMA NOVEDAD     *
      *                                    *
      **************************************
       1800-LEER-NOVEDAD.
           READ CHQNOV INTO WS-REG-CHQNOV
                       AT END SET WS-FIN-LECTURA TO TRUE.

           IF WS-FIN-LECTURA
              GO TO F-1800-LEER-NOVEDAD
           END-IF.

           IF WS-NOV-CODE IS NOT EQUAL '00'
              DISPLAY '* ERROR EN LECTURA CHQNOV = ' WS-NOV-CODE
              MOVE 9999 TO RETURN-CODE
              SET WS-FIN-LECTURA TO TRUE
           END-IF.

       F-1800-LEER-NOVEDAD. EXIT.

      **************************************
      *                                    *
      *  VALIDA LA NOVEDAD Y LA DERIVA     *
      *  SEGUN LA ACCION                   *
      *                                    *
      **************************************
       2000-PROCESO.
           ADD 1 TO WS-CANT-LEIDAS.

           IF WS-NOV-SUCURSAL IS NOT NUMERIC OR
              WS-NOV-CUENTA IS NOT NUMERIC OR
              WS-NOV-NRO-DESDE IS NOT NUMERIC OR
              WS-NOV-NRO-DESDE EQUAL ZEROS
              MOVE 'CUENTA O NUMERO DE CHEQUE INVALIDO      '
                               TO WS-REC-MOTIVO
              PERFORM 2900-RECHAZAR THRU F-2900-RECHAZAR
              GO TO 2000-LEER-SIGUIENTE
           END-IF.

           EVALUATE TRUE
               WHEN WS-NOV-EMISION
                    PERFORM 2100-EMITIR-CHEQUERA
                              THRU F-2100-EMITIR-CHEQUERA
               WHEN WS-NOV-NO-PAGAR
                    PERFORM 2200-ORDEN-NO-PAGAR
                              THRU F-2200-ORDEN-NO-PAGAR
               WHEN WS-NOV-PRESENTADO
                    PERFORM 2300-CHEQUE-PAGADO
                              THRU F-2300-CHEQUE-PAGADO
               WHEN WS-NOV-RECHAZADO
                    PERFORM 2400-CHEQUE-RECHAZADO
                              THRU F-2400-CHEQUE-RECHAZADO
               WHEN OTHER
                    MOVE 'ACCION DESCONOCIDA (E/O/P/R)            '
                                     TO WS-REC-MOTIVO
                    PERFORM 2900-RECHAZAR THRU F-2900-RECHAZAR
           END-EVALUATE.

       2000-LEER-SIGUIENTE.
           PERFORM 1800-LEER-NOVEDAD THRU F-1800-LEER-NOVEDAD.

       F-2000-PROCESO. EXIT.

      **************************************
      *                                    *
      *  EMISION DE UNA CHEQUERA: CUENTA   *
      *  CORRIENTE ACTIVA Y RANGO QUE NO   *
      *  SOLAPE CON OTRA CHEQUERA          *
      *                                    *
      **************************************
       2100-EMITIR-CHEQUERA.
           IF WS-NOV-NRO-HASTA IS NOT NUMERIC OR
              WS-NOV-NRO-HASTA LESS WS-NOV-NRO-DESDE
              MOVE 'RANGO DE CHEQUES INVALIDO               '
                               TO WS-REC-MOTIVO
              PERFORM 2900-RECHAZAR THRU F-2900-RECHAZAR
              GO TO F-2100-EMITIR-CHEQUERA
           END-IF.

           MOVE WS-NOV-SUCURSAL TO CTA-SUCURSAL.
           MOVE WS-NOV-CUENTA   TO CTA-CUENTA.
           READ CTAMAE
                INVALID KEY
                   MOVE 'CUENTA INEXISTENTE EN CTAMAE            '
                                    TO WS-REC-MOTIVO
                   PERFORM 2900-RECHAZAR THRU F-2900-RECHAZAR
                   GO TO F-2100-EMITIR-CHEQUERA
           END-READ.

           IF CTA-TIPO NOT EQUAL 2
              MOVE 'CHEQUERA SOLO PARA CUENTA CORRIENTE     '
                               TO WS-REC-MOTIVO
              PERFORM 2900-RECHAZAR THRU F-2900-RECHAZAR
              GO TO F-2100-EMITIR-CHEQUERA
           END-IF.

           IF CTA-ESTADO NOT EQUAL ZERO
              MOVE 'CUENTA NO ACTIVA                        '
                               TO WS-REC-MOTIVO
              PERFORM 2900-RECHAZAR THRU F-2900-RECHAZAR
              GO TO F-2100-EMITIR-CHEQUERA
           END-IF.

           MOVE WS-NOV-NRO-DESDE TO WS-RANGO-DESDE.
           MOVE WS-NOV-NRO-HASTA TO WS-RANGO-HASTA.
           PERFORM 2150-BUSCAR-CHEQUERA THRU F-2150-BUSCAR-CHEQUERA.
           IF WS-HAY-CHEQUERA
              MOVE 'RANGO SOLAPADO CON OTRA CHEQUERA        '
                               TO WS-REC-MOTIVO
              PERFORM 2900-RECHAZAR THRU F-2900-RECHAZAR
              GO TO F-2100-EMITIR-CHEQUERA
           END-IF.

           MOVE SPACES           TO REG-CHQMAE.
           MOVE WS-NOV-SUCURSAL  TO CHM-SUCURSAL.
           MOVE WS-NOV-CUENTA    TO CHM-CUENTA.
           MOVE WS-NOV-NRO-DESDE TO CHM-NRO-DESDE.
           MOVE WS-NOV-NRO-HASTA TO CHM-NRO-HASTA.
           MOVE WS-FECHA         TO CHM-FECHA-EMISION.
           SET CHM-VIGENTE       TO TRUE.

           WRITE REG-CHQMAE
              INVALID KEY
                 MOVE 'CHEQUERA YA EMITIDA                     '
                                  TO WS-REC-MOTIVO
                 PERFORM 2900-RECHAZAR THRU F-2900-RECHAZAR
              NOT INVALID KEY
                 ADD 1 TO WS-CANT-CHEQUERAS
           END-WRITE.

       F-2100-EMITIR-CHEQUERA. EXIT.

      **************************************
      *                                    *
      *  RECORRE LAS CHEQUERAS DE LA       *
      *  CUENTA Y MARCA SI ALGUNA VIGENTE  *
      *  CUBRE PARTE DEL RANGO BUSCADO     *
      *                                    *
      **************************************
       2150-BUSCAR-CHEQUERA.
           SET WS-NO-HAY-CHEQUERA  TO TRUE.
           SET WS-NO-FIN-CHEQUERAS TO TRUE.

           MOVE WS-NOV-SUCURSAL TO CHM-SUCURSAL.
           MOVE WS-NOV-CUENTA   TO CHM-CUENTA.
           MOVE ZEROS           TO CHM-NRO-DESDE.
           START CHQMAE KEY IS NOT LESS CHM-CLAVE
                 INVALID KEY
                    GO TO F-2150-BUSCAR-CHEQUERA
           END-START.

           PERFORM 2160-PROBAR-CHEQUERA THRU F-2160-PROBAR-CHEQUERA
                   UNTIL WS-FIN-CHEQUERAS.

       F-2150-BUSCAR-CHEQUERA. EXIT.

       2160-PROBAR-CHEQUERA.
           READ CHQMAE NEXT RECORD
                AT END
                   SET WS-FIN-CHEQUERAS TO TRUE
                   GO TO F-2160-PROBAR-CHEQUERA
           END-READ.

           IF CHM-SUCURSAL NOT EQUAL WS-NOV-SUCURSAL OR
              CHM-CUENTA NOT EQUAL WS-NOV-CUENTA
              SET WS-FIN-CHEQUERAS TO TRUE
              GO TO F-2160-PROBAR-CHEQUERA
           END-IF.

           IF CHM-VIGENTE AND
              CHM-NRO-DESDE NOT GREATER WS-RANGO-HASTA AND
              CHM-NRO-HASTA NOT LESS WS-RANGO-DESDE
              SET WS-HAY-CHEQUERA  TO TRUE
              SET WS-FIN-CHEQUERAS TO TRUE
           END-IF.

       F-2160-PROBAR-CHEQUERA. EXIT.

      **************************************
      *                                    *
      *  UBICA EL CHEQUE DE LA NOVEDAD EN  *
      *  UNA CHEQUERA EMITIDA Y LEE SU     *
      *  REGISTRO SI YA TUVO NOVEDADES     *
      *                                    *
      **************************************
       2170-UBICAR-CHEQUE.
           MOVE WS-NOV-NRO-DESDE TO WS-RANGO-DESDE
                                    WS-RANGO-HASTA.
           PERFORM 2150-BUSCAR-CHEQUERA THRU F-2150-BUSCAR-CHEQUERA.
           IF WS-NO-HAY-CHEQUERA
              MOVE 'CHEQUE NO EMITIDO A LA CUENTA           '
                               TO WS-REC-MOTIVO
              PERFORM 2900-RECHAZAR THRU F-2900-RECHAZAR
              GO TO F-2170-UBICAR-CHEQUE
           END-IF.

           MOVE WS-NOV-SUCURSAL  TO CHR-SUCURSAL.
           MOVE WS-NOV-CUENTA    TO CHR-CUENTA.
           MOVE WS-NOV-NRO-DESDE TO CHR-NRO-CHEQUE.
           READ CHQREG
                INVALID KEY
                   MOVE SPACES           TO REG-CHQREG
                   MOVE WS-NOV-SUCURSAL  TO CHR-SUCURSAL
                   MOVE WS-NOV-CUENTA    TO CHR-CUENTA
                   MOVE WS-NOV-NRO-DESDE TO CHR-NRO-CHEQUE
                   MOVE ZEROS            TO CHR-FECHA CHR-IMPORTE
                                            CHR-MOTIVO
                                            CHR-FECHA-ORDEN
                   MOVE 'N'              TO CHR-COMPUTABLE
           END-READ.

       F-2170-UBICAR-CHEQUE. EXIT.

      **************************************
      *                                    *
      *  ORDEN DE NO PAGAR SOBRE UN CHEQUE *
      *  TODAVIA NO PRESENTADO             *
      *                                    *
      **************************************
       2200-ORDEN-NO-PAGAR.
           PERFORM 2170-UBICAR-CHEQUE THRU F-2170-UBICAR-CHEQUE.
           IF WS-NO-HAY-CHEQUERA
              GO TO F-2200-ORDEN-NO-PAGAR
           END-IF.

           IF CHR-PAGADO OR CHR-RECHAZADO
              MOVE 'CHEQUE YA PRESENTADO                    '
                               TO WS-REC-MOTIVO
              PERFORM 2900-RECHAZAR THRU F-2900-RECHAZAR
              GO TO F-2200-ORDEN-NO-PAGAR
           END-IF.

           IF CHR-NO-PAGAR
              MOVE 'YA TIENE ORDEN DE NO PAGAR              '
                               TO WS-REC-MOTIVO
              PERFORM 2900-RECHAZAR THRU F-2900-RECHAZAR
              GO TO F-2200-ORDEN-NO-PAGAR
           END-IF.

           SET CHR-NO-PAGAR    TO TRUE.
           MOVE WS-FECHA       TO CHR-FECHA CHR-FECHA-ORDEN.
           MOVE WS-NOV-IMPORTE TO CHR-IMPORTE.

           PERFORM 2500-GRABAR-CHEQUE THRU F-2500-GRABAR-CHEQUE.
           ADD 1 TO WS-CANT-NO-PAGAR.

       F-2200-ORDEN-NO-PAGAR. EXIT.

      **************************************
      *                                    *
      *  CHEQUE PRESENTADO Y PAGADO; CON   *
      *  ORDEN DE NO PAGAR DEBE VENIR COMO *
      *  RECHAZO                           *
      *                                    *
      **************************************
       2300-CHEQUE-PAGADO.
           PERFORM 2170-UBICAR-CHEQUE THRU F-2170-UBICAR-CHEQUE.
           IF WS-NO-HAY-CHEQUERA
              GO TO F-2300-CHEQUE-PAGADO
           END-IF.

           IF CHR-PAGADO OR CHR-RECHAZADO
              MOVE 'CHEQUE YA PRESENTADO                    '
                               TO WS-REC-MOTIVO
              PERFORM 2900-RECHAZAR THRU F-2900-RECHAZAR
              GO TO F-2300-CHEQUE-PAGADO
           END-IF.

           IF CHR-NO-PAGAR
              MOVE 'TIENE ORDEN DE NO PAGAR, VA RECHAZADO   '
                               TO WS-REC-MOTIVO
              PERFORM 2900-RECHAZAR THRU F-2900-RECHAZAR
              GO TO F-2300-CHEQUE-PAGADO
           END-IF.

           SET CHR-PAGADO      TO TRUE.
           MOVE WS-FECHA       TO CHR-FECHA.
           MOVE WS-NOV-IMPORTE TO CHR-IMPORTE.

           PERFORM 2500-GRABAR-CHEQUE THRU F-2500-GRABAR-CHEQUE.
           ADD 1 TO WS-CANT-PAGADOS.

       F-2300-CHEQUE-PAGADO. EXIT.

      **************************************
      *                                    *
      *  CHEQUE PRESENTADO Y RECHAZADO:    *
      *  GUARDA EL MOTIVO Y SI COMPUTA     *
      *  CONTRA LA CUENTA                  *
      *                                    *
      **************************************
       2400-CHEQUE-RECHAZADO.
           MOVE ZEROS TO WS-SUB-MOT-ACTUAL.
           IF WS-NOV-MOTIVO IS NUMERIC
              PERFORM 2450-BUSCAR-MOTIVO THRU F-2450-BUSCAR-MOTIVO
                      VARYING WS-SUB-MOT FROM 1 BY 1
                      UNTIL WS-SUB-MOT GREATER 6
           END-IF.
           IF WS-SUB-MOT-ACTUAL EQUAL ZEROS
              MOVE 'MOTIVO DE RECHAZO DESCONOCIDO           '
                               TO WS-REC-MOTIVO
              PERFORM 2900-RECHAZAR THRU F-2900-RECHAZAR
              GO TO F-2400-CHEQUE-RECHAZADO
           END-IF.

           PERFORM 2170-UBICAR-CHEQUE THRU F-2170-UBICAR-CHEQUE.
           IF WS-NO-HAY-CHEQUERA
              GO TO F-2400-CHEQUE-RECHAZADO
           END-IF.

           IF CHR-PAGADO OR CHR-RECHAZADO
              MOVE 'CHEQUE YA PRESENTADO                    '
                               TO WS-REC-MOTIVO
              PERFORM 2900-RECHAZAR THRU F-2900-RECHAZAR
              GO TO F-2400-CHEQUE-RECHAZADO
           END-IF.

           SET CHR-RECHAZADO   TO TRUE.
           MOVE WS-FECHA       TO CHR-FECHA.
           MOVE WS-NOV-IMPORTE TO CHR-IMPORTE.
           MOVE WS-NOV-MOTIVO  TO CHR-MOTIVO.
           MOVE WS-MOT-COMPUTA (WS-SUB-MOT-ACTUAL)
                               TO CHR-COMPUTABLE.

           PERFORM 2500-GRABAR-CHEQUE THRU F-2500-GRABAR-CHEQUE.
           ADD 1 TO WS-CANT-RECH-CHEQUE.
           IF CHR-RECHAZO-COMPUTABLE
              ADD 1 TO WS-CANT-COMPUTABLES
           END-IF.

       F-2400-CHEQUE-RECHAZADO. EXIT.

       2450-BUSCAR-MOTIVO.
           IF WS-MOT-CODIGO (WS-SUB-MOT) EQUAL WS-NOV-MOTIVO
              MOVE WS-SUB-MOT TO WS-SUB-MOT-ACTUAL
           END-IF.

       F-2450-BUSCAR-MOTIVO. EXIT.

      **************************************
      *                                    *
      *  ALTA O ACTUALIZACION DEL CHEQUE   *
      *  EN EL REGISTRO                    *
      *                                    *
      **************************************
       2500-GRABAR-CHEQUE.
           WRITE REG-CHQREG
              INVALID KEY
                 REWRITE REG-CHQREG
                    INVALID KEY
                       DISPLAY '* ERROR EN REWRITE CHQREG = '
                                                   WS-CHR-CODE
                       MOVE 9999 TO RETURN-CODE
                       SET WS-FIN-LECTURA TO TRUE
                 END-REWRITE
           END-WRITE.

       F-2500-GRABAR-CHEQUE. EXIT.

      **************************************
      *                                    *
      *  DESVIA UNA NOVEDAD RECHAZADA AL   *
      *  INFORME                           *
      *                                    *
      **************************************
       2900-RECHAZAR.
           ADD 1 TO WS-CANT-RECHAZADAS.
           MOVE WS-NOV-ACCION    TO WS-REC-ACCION.
           MOVE WS-NOV-SUCURSAL  TO WS-REC-SUCURSAL.
           MOVE WS-NOV-CUENTA    TO WS-REC-CUENTA.
           MOVE WS-NOV-NRO-DESDE TO WS-REC-CHEQUE.
           MOVE WS-LIN-RECHAZO   TO REG-INFORME.
           PERFORM 9300-GRABAR-INFORME THRU F-9300-GRABAR-INFORME.

       F-2900-RECHAZAR. EXIT.

      **************************************
      *                                    *
      *  GRABA UNA LINEA DEL INFORME       *
      *                                    *
      **************************************
       9300-GRABAR-INFORME.
           WRITE REG-INFORME.
           IF WS-INF-CODE IS NOT EQUAL '00'
              DISPLAY '* ERROR EN WRITE INFORME = ' WS-INF-CODE
              MOVE 9999 TO RETURN-CODE
              SET WS-FIN-LECTURA TO TRUE
           END-IF.

       F-9300-GRABAR-INFORME. EXIT.

      **************************************
      *                                    *
      *  RESUMEN DE LA CORRIDA Y CIERRE    *
      *  DE FILES                          *
      *                                    *
      **************************************
       9999-FINAL.
           CLOSE CHQNOV.
           IF WS-NOV-CODE IS NOT EQUAL '00'
              DISPLAY '* ERROR EN CLOSE CHQNOV  = ' WS-NOV-CODE
              MOVE 9999 TO RETURN-CODE
           END-IF.

           CLOSE CTAMAE.
           IF WS-CTA-CODE IS NOT EQUAL '00'
              DISPLAY '* ERROR EN CLOSE CTAMAE  = ' WS-CTA-CODE
              MOVE 9999 TO RETURN-CODE
           END-IF.

           CLOSE CHQMAE.
           IF WS-CHM-CODE IS NOT EQUAL '00'
              DISPLAY '* ERROR EN CLOSE CHQMAE  = ' WS-CHM-CODE
              MOVE 9999 TO RETURN-CODE
           END-IF.

           CLOSE CHQREG.
           IF WS-CHR-CODE IS NOT EQUAL '00'
              DISPLAY '* ERROR EN CLOSE CHQREG  = ' WS-CHR-CODE
              MOVE 9999 TO RETURN-CODE
           END-IF.

           CLOSE INFORME.
           IF WS-INF-CODE IS NOT EQUAL '00'
              DISPLAY '* ERROR EN CLOSE INFORME = ' WS-INF-CODE
              MOVE 9999 TO RETURN-CODE
           END-IF.

           IF WS-CANT-RECHAZADAS GREATER ZEROS AND
              RETURN-CODE EQUAL ZEROS
              MOVE 4 TO RETURN-CODE
           END-IF.

           DISPLAY '************************** '.
           DISPLAY 'NOVEDADES LEIDAS        : ' WS-CANT-LEIDAS.
           DISPLAY 'CHEQUERAS EMITIDAS      : ' WS-CANT-CHEQUERAS.
           DISPLAY 'ORDENES DE NO PAGAR     : ' WS-CANT-NO-PAGAR.
           DISPLAY 'CHEQUES PAGADOS         : ' WS-CANT-PAGADOS.
           DISPLAY 'CHEQUES RECHAZADOS      : ' WS-CANT-RECH-CHEQUE.
           DISPLAY '  COMPUTABLES A LA CTA  : ' WS-CANT-COMPUTABLES.
           DISPLAY 'NOVEDADES RECHAZADAS    : ' WS-CANT-RECHAZADAS.

       F-9999-FINAL. EXIT.
