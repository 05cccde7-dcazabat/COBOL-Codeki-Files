       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMIDCEX.
       AUTHOR.        D. CAZABAT.
       INSTALLATION.  CURSO CODEKI.
       DATE-WRITTEN.  14/10/2026.
       DATE-COMPILED. 14/10/2026.
      **********************************************************
      *                                                        *
      *  MANTENIMIENTO DE LAS EXENCIONES DEL IMPUESTO A LOS    *
      *  DEBITOS Y CREDITOS BANCARIOS POR CUENTA: APLICA EL    *
      *  ARCHIVO DE TRANSACCIONES IDCTRA (ALTA/MODIFICACION    *
      *  'A' CON EL MOTIVO, BAJA 'B') SOBRE EL ARCHIVO DE      *
      *  CUENTAS EXENTAS IDCEXE (CLAVE SUCURSAL + CUENTA).     *
      *  UNA CUENTA PRESENTE EN IDCEXE NO TRIBUTA EN PGMIMPDC. *
      *                                                        *
      *  EL IMPUESTO SOLO ALCANZA A CUENTA CORRIENTE (TIPO 2): *
      *  TODA TRANSACCION PARA OTRA CUENTA, PARA UNA CUENTA    *
      *  QUE NO EXISTE, SIN MOTIVO O UNA BAJA DE UNA CUENTA    *
      *  QUE NO ESTABA EXENTA SE DESVIA AL INFORME DE          *
      *  RECHAZOS.                                             *
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

             SELECT IDCTRA  ASSIGN DDIDCTRA
                    FILE STATUS IS WS-TRA-CODE.

             SELECT CTAMAE  ASSIGN DDCTAMAE
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS RANDOM
                    RECORD KEY IS CTA-CLAVE
                    FILE STATUS IS WS-CTA-CODE.

             SELECT IDCEXE  ASSIGN DDIDCEXE
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS RANDOM
                    RECORD KEY IS EXE-CLAVE
                    FILE STATUS IS WS-EXE-CODE.

             SELECT INFORME ASSIGN DDINFORM
                    FILE STATUS IS WS-INF-CODE.

       DATA DIVISION.
       FILE SECTION.
       FD IDCTRA
            BLOCK CONTAINS 0 RECORDS
            RECORDING MODE IS F.

       01 REG-IDCTRA     PIC X(40).

       FD CTAMAE.

           COPY CPCTAMA.

       FD IDCEXE.

       01 REG-IDCEXE.
           03  EXE-CLAVE.
               05  EXE-SUCURSAL    PIC 9(03).
               05  EXE-CUENTA      PIC 9(08).
           03  EXE-MOTIVO          PIC X(20).
           03  EXE-FECHA-ALTA      PIC 9(08).
           03  FILLER              PIC X(01).

       FD INFORME
            BLOCK CONTAINS 0 RECORDS
            RECORDING MODE IS F.

       01 REG-INFORME    PIC X(80).

      **************************************
       WORKING-STORAGE SECTION.
      **************************************
       77  FILLER        PIC X(26) VALUE '* INICIO WORKING-STORAGE *'.
       77  FILLER        PIC X(26) VALUE '* CODIGOS RETORNO FILES  *'.
       77  WS-TRA-CODE      PIC XX    VALUE SPACES.
       77  WS-CTA-CODE      PIC XX    VALUE SPACES.
       77  WS-EXE-CODE      PIC XX    VALUE SPACES.
       77  WS-INF-CODE      PIC XX    VALUE SPACES.

       01  WS-STATUS-FIN    PIC X.
           88  WS-FIN-LECTURA         VALUE 'Y'.
           88  WS-NO-FIN-LECTURA      VALUE 'N'.

      ********  TRANSACCION DE EXENCION  ***************
       01  WS-REG-IDCTRA.
           03  WS-TRA-ACCION       PIC X(01).
               88  WS-TRA-ALTA              VALUE 'A'.
               88  WS-TRA-BAJA              VALUE 'B'.
           03  WS-TRA-SUCURSAL     PIC 9(03).
           03  WS-TRA-CUENTA       PIC 9(08).
           03  WS-TRA-MOTIVO       PIC X(20).
           03  FILLER              PIC X(08).

      ********  FECHA DE PROCESO  ***************
       01  WS-FECHA             PIC 9(08)  VALUE ZEROS.

      ********  CONTADORES DE PROCESO  ***************
       77  WS-CANT-LEIDAS       PIC 9(7)  VALUE ZEROS.
       77  WS-CANT-ALTAS        PIC 9(7)  VALUE ZEROS.
       77  WS-CANT-MODIFICADAS  PIC 9(7)  VALUE ZEROS.
       77  WS-CANT-BAJAS        PIC 9(7)  VALUE ZEROS.
       77  WS-CANT-RECHAZADAS   PIC 9(7)  VALUE ZEROS.

      ********  LINEAS DEL INFORME DE RECHAZOS  ***************
       01  WS-LIN-TITULO.
           03  FILLER           PIC X(44)  VALUE
               'EXENCIONES IMPUESTO DEB/CRED - RECHAZOS     '.
           03  WS-TIT-FECHA     PIC 9(08).
           03  FILLER           PIC X(28)  VALUE SPACES.

       01  WS-LIN-RECHAZO.
           03  WS-REC-ACCION    PIC X(01).
           03  FILLER           PIC X(05)  VALUE ' SUC '.
           03  WS-REC-SUCURSAL  PIC X(03).
           03  FILLER           PIC X(05)  VALUE ' CTA '.
           03  WS-REC-CUENTA    PIC X(08).
           03  FILLER           PIC X(01)  VALUE SPACE.
           03  WS-REC-MOTIVO    PIC X(40).
           03  FILLER           PIC X(17)  VALUE SPACES.

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
      *  LECTURA DE TRANSACCIONES          *
      *                                    *
      **************************************
       1000-INICIO.
           ACCEPT WS-FECHA FROM DATE YYYYMMDD.

           SET WS-NO-FIN-LECTURA TO TRUE.

           OPEN INPUT IDCTRA.
           IF WS-TRA-CODE IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN IDCTRA  = ' WS-TRA-CODE
              MOVE 9999 TO RETURN-CODE
              SET  WS-FIN-LECTURA TO TRUE
           END-IF.

           OPEN INPUT CTAMAE.
           IF WS-CTA-CODE IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN CTAMAE  = ' WS-CTA-CODE
              MOVE 9999 TO RETURN-CODE
              SET  WS-FIN-LECTURA TO TRUE
           END-IF.

           OPEN I-O IDCEXE.
           IF WS-EXE-CODE IS NOT EQUAL '00'
              OPEN OUTPUT IDCEXE
              IF WS-EXE-CODE EQUAL '00'
                 CLOSE IDCEXE
                 OPEN I-O IDCEXE
              END-IF
           END-IF.
           IF WS-EXE-CODE IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN IDCEXE  = ' WS-EXE-CODE
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

           PERFORM 1800-LEER-TRANSACCION
                     THRU F-1800-LEER-TRANSACCION.

       F-1000-INICIO.   EXIT.

      **************************************
      *                                    *
      *  LECTURA DE LA PROXIMA             *
      *  TRANSACCION DE EXENCION           *
      *                                    *
      **************************************
       1800-LEER-TRANSACCION.
           READ IDCTRA INTO WS-REG-IDCTRA
                       AT END SET WS-FIN-LECTURA TO TRUE.

           IF WS-FIN-LECTURA
              GO TO F-1800-LEER-TRANSACCION
           END-IF.

           IF WS-TRA-CODE IS NOT EQUAL '00'
              DISPLAY '* ERROR EN LECTURA IDCTRA = ' WS-TRA-CODE
              MOVE 9999 TO RETURN-CODE
              SET WS-FIN-LECTURA TO TRUE
           END-IF.

       F-1800-LEER-TRANSACCION. EXIT.

      **************************************
      *                                    *
      *  VALIDA Y APLICA UNA TRANSACCION   *
      *  DE EXENCION                       *
      *                                    *
      **************************************
       2000-PROCESO.
           ADD 1 TO WS-CANT-LEIDAS.

           IF NOT WS-TRA-ALTA AND NOT WS-TRA-BAJA
              MOVE 'ACCION DESCONOCIDA (A/B)                '
                               TO WS-REC-MOTIVO
              PERFORM 2900-RECHAZAR THRU F-2900-RECHAZAR
              GO TO 2000-LEER-SIGUIENTE
           END-IF.

           IF WS-TRA-SUCURSAL IS NOT NUMERIC OR
              WS-TRA-CUENTA IS NOT NUMERIC
              MOVE 'SUCURSAL O CUENTA NO NUMERICA           '
                               TO WS-REC-MOTIVO
              PERFORM 2900-RECHAZAR THRU F-2900-RECHAZAR
              GO TO 2000-LEER-SIGUIENTE
           END-IF.

           IF WS-TRA-BAJA
              PERFORM 2200-BAJA-EXENCION THRU F-2200-BAJA-EXENCION
              GO TO 2000-LEER-SIGUIENTE
           END-IF.

           IF WS-TRA-MOTIVO EQUAL SPACES
              MOVE 'FALTA EL MOTIVO DE LA EXENCION          '
                               TO WS-REC-MOTIVO
              PERFORM 2900-RECHAZAR THRU F-2900-RECHAZAR
              GO TO 2000-LEER-SIGUIENTE
           END-IF.

           MOVE WS-TRA-SUCURSAL TO CTA-SUCURSAL.
           MOVE WS-TRA-CUENTA   TO CTA-CUENTA.

           READ CTAMAE
                INVALID KEY
                   MOVE 'CUENTA INEXISTENTE EN CTAMAE            '
                                    TO WS-REC-MOTIVO
                   PERFORM 2900-RECHAZAR THRU F-2900-RECHAZAR
                   GO TO 2000-LEER-SIGUIENTE
           END-READ.

           IF CTA-TIPO NOT EQUAL 2
              MOVE 'EL IMPUESTO SOLO APLICA A CTA CORRIENTE '
                               TO WS-REC-MOTIVO
              PERFORM 2900-RECHAZAR THRU F-2900-RECHAZAR
              GO TO 2000-LEER-SIGUIENTE
           END-IF.

           PERFORM 2100-ALTA-EXENCION THRU F-2100-ALTA-EXENCION.

       2000-LEER-SIGUIENTE.
           PERFORM 1800-LEER-TRANSACCION
                     THRU F-1800-LEER-TRANSACCION.

       F-2000-PROCESO. EXIT.

      **************************************
      *                                    *
      *  ALTA DE LA EXENCION, O CAMBIO DE  *
      *  MOTIVO SI LA CUENTA YA ESTABA     *
      *  EXENTA                            *
      *                                    *
      **************************************
       2100-ALTA-EXENCION.
           MOVE WS-TRA-SUCURSAL TO EXE-SUCURSAL.
           MOVE WS-TRA-CUENTA   TO EXE-CUENTA.

           READ IDCEXE
                INVALID KEY
                   MOVE SPACES          TO REG-IDCEXE
                   MOVE WS-TRA-SUCURSAL TO EXE-SUCURSAL
                   MOVE WS-TRA-CUENTA   TO EXE-CUENTA
                   MOVE WS-TRA-MOTIVO   TO EXE-MOTIVO
                   MOVE WS-FECHA        TO EXE-FECHA-ALTA
                   WRITE REG-IDCEXE
                      INVALID KEY
                         DISPLAY '* ERROR EN WRITE IDCEXE = '
                                                   WS-EXE-CODE
                         MOVE 9999 TO RETURN-CODE
                         SET WS-FIN-LECTURA TO TRUE
                      NOT INVALID KEY
                         ADD 1 TO WS-CANT-ALTAS
                   END-WRITE
                NOT INVALID KEY
                   MOVE WS-TRA-MOTIVO   TO EXE-MOTIVO
                   REWRITE REG-IDCEXE
                      INVALID KEY
                         DISPLAY '* ERROR EN REWRITE IDCEXE = '
                                                   WS-EXE-CODE
                         MOVE 9999 TO RETURN-CODE
                         SET WS-FIN-LECTURA TO TRUE
                      NOT INVALID KEY
                         ADD 1 TO WS-CANT-MODIFICADAS
                   END-REWRITE
           END-READ.

       F-2100-ALTA-EXENCION. EXIT.

      **************************************
      *                                    *
      *  BAJA DE LA EXENCION: LA CUENTA    *
      *  VUELVE A TRIBUTAR                 *
      *                                    *
      **************************************
       2200-BAJA-EXENCION.
           MOVE WS-TRA-SUCURSAL TO EXE-SUCURSAL.
           MOVE WS-TRA-CUENTA   TO EXE-CUENTA.

           DELETE IDCEXE
              INVALID KEY
                 MOVE 'LA CUENTA NO ESTABA EXENTA              '
                                  TO WS-REC-MOTIVO
                 PERFORM 2900-RECHAZAR THRU F-2900-RECHAZAR
              NOT INVALID KEY
                 ADD 1 TO WS-CANT-BAJAS
           END-DELETE.

       F-2200-BAJA-EXENCION. EXIT.

      **************************************
      *                                    *
      *  DESVIA UNA TRANSACCION RECHAZADA  *
      *  AL INFORME                        *
      *                                    *
      **************************************
       2900-RECHAZAR.
           ADD 1 TO WS-CANT-RECHAZADAS.
           MOVE WS-TRA-ACCION   TO WS-REC-ACCION.
           MOVE WS-TRA-SUCURSAL TO WS-REC-SUCURSAL.
           MOVE WS-TRA-CUENTA   TO WS-REC-CUENTA.
           MOVE WS-LIN-RECHAZO  TO REG-INFORME.
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
           CLOSE IDCTRA.
           IF WS-TRA-CODE IS NOT EQUAL '00'
              DISPLAY '* ERROR EN CLOSE IDCTRA  = ' WS-TRA-CODE
              MOVE 9999 TO RETURN-CODE
           END-IF.

           CLOSE CTAMAE.
           IF WS-CTA-CODE IS NOT EQUAL '00'
              DISPLAY '* ERROR EN CLOSE CTAMAE  = ' WS-CTA-CODE
              MOVE 9999 TO RETURN-CODE
           END-IF.

           CLOSE IDCEXE.
           IF WS-EXE-CODE IS NOT EQUAL '00'
              DISPLAY '* ERROR EN CLOSE IDCEXE  = ' WS-EXE-CODE
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
           DISPLAY 'TRANSACCIONES LEIDAS    : ' WS-CANT-LEIDAS.
           DISPLAY 'EXENCIONES DADAS DE ALTA: ' WS-CANT-ALTAS.
           DISPLAY 'EXENCIONES MODIFICADAS  : ' WS-CANT-MODIFICADAS.
           DISPLAY 'EXENCIONES DADAS DE BAJA: ' WS-CANT-BAJAS.
           DISPLAY 'TRANSACCIONES RECHAZADAS: ' WS-CANT-RECHAZADAS.

       F-9999-FINAL. EXIT.
