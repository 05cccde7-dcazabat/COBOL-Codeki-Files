       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMCONFR.
       AUTHOR.        D. CAZABAT.
       INSTALLATION.  CURSO CODEKI.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.
      **********************************************************
      *                                                        *
      *  RESPUESTAS A LAS CARTAS DE CONFIRMACION DE SALDOS     *
      *  (PGMCONFM): CARGA EN EL SEGUIMIENTO CONFTRK (COPY     *
      *  CPCONFM) CADA RESPUESTA DEL ARCHIVO RESPCF, QUE TRAE  *
      *  LA REFERENCIA DE LA CARTA Y EL TIPO DE RESPUESTA:     *
      *    C  CONFORME CON EL SALDO INFORMADO                  *
      *    D  DISCONFORME; TRAE EL SALDO SEGUN EL CLIENTE Y SE *
      *       GUARDA LA DIFERENCIA CON EL SALDO DEL BANCO      *
      *    N  CARTA DEVUELTA POR EL CORREO SIN ENTREGAR        *
      *                                                        *
      *  SE RECHAZAN (RC 4, SECCION DE RECHAZOS DEL INFORME)   *
      *  LA RESPUESTA DE OTRO CORTE, CON TIPO O FECHA          *
      *  INVALIDOS, LA DISCONFORME SIN SALDO, LA DE UNA CARTA  *
      *  INEXISTENTE Y LA DE UNA CARTA YA RESPONDIDA.          *
      *                                                        *
      *  DESPUES RECORRE CONFTRK DEL CORTE Y EMITE EL INFORME  *
      *  DE EXCEPCIONES PARA LA AUDITORIA: CARTAS              *
      *  DISCONFORMES CON SALDO DEL BANCO, DEL CLIENTE Y       *
      *  DIFERENCIA, CARTAS DEVUELTAS SIN ENTREGAR Y CARTAS    *
      *  SIN RESPUESTA, CON LOS TOTALES DE LA CAMPANIA.        *
      *                                                        *
      *  PARM: FECHA DE CORTE DE LAS CARTAS (SSAAMMDD), LA     *
      *  MISMA CON QUE CORRIO PGMCONFM. SIN ELLA NO SE CARGA   *
      *  NADA (RC 8).                                          *
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

             SELECT RESPCF  ASSIGN DDRESPCF
                    FILE STATUS IS WS-RSP-CODE.

             SELECT CONFTRK ASSIGN DDCONFTR
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS CNF-CLAVE
                    FILE STATUS IS WS-CNF-CODE.

             SELECT INFORME ASSIGN DDINFORM
                    FILE STATUS IS WS-INF-CODE.

             SELECT PARMS   ASSIGN DDPARM
                    FILE STATUS IS WS-PARM-CODE.

       DATA DIVISION.
       FILE SECTION.
       FD RESPCF
            BLOCK CONTAINS 0 RECORDS
            RECORDING MODE IS F.

       01 REG-RESPCF     PIC X(80).

       FD CONFTRK.

           COPY CPCONFM.

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
       77  WS-RSP-CODE      PIC XX    VALUE SPACES.
       77  WS-CNF-CODE      PIC XX    VALUE SPACES.
       77  WS-INF-CODE      PIC XX    VALUE SPACES.
       77  WS-PARM-CODE     PIC XX    VALUE SPACES.

       01  WS-STATUS-FIN    PIC X.
           88  WS-FIN-LECTURA         VALUE 'Y'.
           88  WS-NO-FIN-LECTURA      VALUE 'N'.

       01  WS-STATUS-FIN-CNF PIC X.
           88  WS-FIN-CONFTRK         VALUE 'Y'.
           88  WS-NO-FIN-CONFTRK      VALUE 'N'.

       01  WS-SWITCH-ERROR  PIC X     VALUE 'N'.
           88  WS-HUBO-ERROR          VALUE 'S'.
           88  WS-NO-HUBO-ERROR       VALUE 'N'.

      ********  FECHA DE PROCESO Y CORTE  ***************
       01  WS-FECHA             PIC 9(08)  VALUE ZEROS.
       01  WS-FECHA-CORTE       PIC 9(08)  VALUE ZEROS.

       01  WS-REG-PARM.
           03  WS-PARM-FECHA    PIC 9(08).

      ********  LAYOUT DE LA RESPUESTA  ***************
       01  WS-REG-RESPCF.
           03  WS-RSP-CLAVE.
               05  WS-RSP-FECHA-CORTE  PIC 9(08).
               05  WS-RSP-SUCURSAL     PIC 9(03).
               05  WS-RSP-CUENTA       PIC 9(08).
               05  WS-RSP-CLIENTE      PIC 9(08).
           03  WS-RSP-TIPO             PIC X(01).
               88  WS-RSP-CONFORME              VALUE 'C'.
               88  WS-RSP-DISCONFORME           VALUE 'D'.
               88  WS-RSP-NO-ENTREGADA          VALUE 'N'.
               88  WS-RSP-TIPO-VALIDO           VALUE 'C' 'D' 'N'.
           03  WS-RSP-FECHA            PIC 9(08).
           03  WS-RSP-SALDO-CLIENTE    PIC S9(09)V99.
           03  WS-RSP-OBSERVACION      PIC X(30).
           03  FILLER                  PIC X(03).

      ********  SECCION DEL INFORME EN CURSO  ***************
       77  WS-ESTADO-LISTAR     PIC X(01)  VALUE SPACE.
       77  WS-CANT-SECCION      PIC 9(7)   VALUE ZEROS.

      ********  CONTADORES DE PROCESO  ***************
       77  WS-CANT-LEIDAS       PIC 9(7)   VALUE ZEROS.
       77  WS-CANT-CARGADAS     PIC 9(7)   VALUE ZEROS.
       77  WS-CANT-RECHAZADAS   PIC 9(7)   VALUE ZEROS.
       77  WS-CANT-CARTAS       PIC 9(7)   VALUE ZEROS.
       77  WS-CANT-CONFORMES    PIC 9(7)   VALUE ZEROS.
       77  WS-CANT-DISCONFORMES PIC 9(7)   VALUE ZEROS.
       77  WS-CANT-NO-ENTREGADAS PIC 9(7)  VALUE ZEROS.
       77  WS-CANT-SIN-RESPUESTA PIC 9(7)  VALUE ZEROS.
       77  WS-TOTAL-DIFERENCIAS PIC S9(11)V99 VALUE ZEROS.

      ********  LINEAS DEL INFORME  ***************
       01  WS-LIN-TITULO.
           03  FILLER           PIC X(40)
               VALUE 'RESPUESTAS DE CONFIRMACION DE SALDOS - C'.
           03  FILLER           PIC X(06)   VALUE 'ORTE '.
           03  WS-TIT-CORTE     PIC 9(08).
           03  FILLER           PIC X(09)   VALUE ' - FECHA '.
           03  WS-TIT-FECHA     PIC 9(08).
           03  FILLER           PIC X(61)   VALUE SPACES.

       01  WS-LIN-TIT-RECHAZOS.
           03  FILLER           PIC X(40)
               VALUE 'RESPUESTAS RECHAZADAS                   '.
           03  FILLER           PIC X(92)   VALUE SPACES.

       01  WS-LIN-RECHAZO.
           03  WS-REC-FECHA-CORTE PIC 9(08).
           03  FILLER           PIC X(01)   VALUE '-'.
           03  WS-REC-SUCURSAL  PIC 9(03).
           03  FILLER           PIC X(01)   VALUE '-'.
           03  WS-REC-CUENTA    PIC 9(08).
           03  FILLER           PIC X(01)   VALUE '-'.
           03  WS-REC-CLIENTE   PIC 9(08).
           03  FILLER           PIC X(02)   VALUE SPACES.
           03  WS-REC-TIPO      PIC X(01).
           03  FILLER           PIC X(02)   VALUE SPACES.
           03  WS-REC-MOTIVO    PIC X(35)   VALUE SPACES.
           03  FILLER           PIC X(62)   VALUE SPACES.

       01  WS-LIN-TIT-SECCION.
           03  FILLER           PIC X(13)   VALUE 'EXCEPCIONES: '.
           03  WS-TSE-TEXTO     PIC X(40).
           03  FILLER           PIC X(79)   VALUE SPACES.

       01  WS-LIN-CABECERA.
           03  FILLER           PIC X(40)
               VALUE 'SUC CUENTA   CLIENTE  NOMBRE            '.
           03  FILLER           PIC X(40)
               VALUE '             MO SALDO DEL BANCO    SALDO'.
           03  FILLER           PIC X(40)
               VALUE ' CLIENTE      DIFERENCIA RESPUES. OBSERV'.
           03  FILLER           PIC X(12)
               VALUE 'ACION       '.

       01  WS-LIN-DETALLE.
           03  WS-DET-SUCURSAL  PIC 999.
           03  FILLER           PIC X(01)   VALUE SPACE.
           03  WS-DET-CUENTA    PIC 9(08).
           03  FILLER           PIC X(01)   VALUE SPACE.
           03  WS-DET-CLIENTE   PIC 9(08).
           03  FILLER           PIC X(01)   VALUE SPACE.
           03  WS-DET-NOMBRE    PIC X(30).
           03  FILLER           PIC X(01)   VALUE SPACE.
           03  WS-DET-MONEDA    PIC 99.
           03  FILLER           PIC X(01)   VALUE SPACE.
           03  WS-DET-SALDO     PIC ZZZ,ZZZ,ZZ9.99-.
           03  FILLER           PIC X(02)   VALUE SPACES.
           03  WS-DET-SALDO-CLI PIC ZZZ,ZZZ,ZZ9.99-.
           03  FILLER           PIC X(01)   VALUE SPACE.
           03  WS-DET-DIFERENCIA PIC ZZZ,ZZZ,ZZ9.99-.
           03  FILLER           PIC X(01)   VALUE SPACE.
           03  WS-DET-FECHA-RESP PIC 9(08).
           03  FILLER           PIC X(01)   VALUE SPACE.
           03  WS-DET-OBSERVACION PIC X(18).

       01  WS-LIN-TOT-SECCION.
           03  FILLER           PIC X(26)
               VALUE '   CARTAS EN LA SECCION: '.
           03  WS-TOT-CANT      PIC ZZZZZZ9.
           03  FILLER           PIC X(99)   VALUE SPACES.

       01  WS-LIN-RESUMEN.
           03  WS-RES-CONCEPTO  PIC X(30)   VALUE SPACES.
           03  WS-RES-CANT      PIC ZZZZZZ9.
           03  FILLER           PIC X(95)   VALUE SPACES.

       01  WS-LIN-RES-IMPORTE.
           03  WS-RIM-CONCEPTO  PIC X(30)   VALUE SPACES.
           03  WS-RIM-IMPORTE   PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           03  FILLER           PIC X(84)   VALUE SPACES.

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

           PERFORM 2000-PROCESO  THRU  F-2000-PROCESO
                   UNTIL WS-FIN-LECTURA.

           IF NOT WS-HUBO-ERROR
              MOVE 'D' TO WS-ESTADO-LISTAR
              MOVE 'CARTAS DISCONFORMES' TO WS-TSE-TEXTO
              PERFORM 4000-LISTAR-SECCION THRU F-4000-LISTAR-SECCION
           END-IF.

           IF NOT WS-HUBO-ERROR
              MOVE 'N' TO WS-ESTADO-LISTAR
              MOVE 'CARTAS DEVUELTAS SIN ENTREGAR'
                                         TO WS-TSE-TEXTO
              PERFORM 4000-LISTAR-SECCION THRU F-4000-LISTAR-SECCION
           END-IF.

           IF NOT WS-HUBO-ERROR
              MOVE 'E' TO WS-ESTADO-LISTAR
              MOVE 'CARTAS SIN RESPUESTA' TO WS-TSE-TEXTO
              PERFORM 4000-LISTAR-SECCION THRU F-4000-LISTAR-SECCION
           END-IF.

           PERFORM 9999-FINAL    THRU  F-9999-FINAL.

       F-MAIN-PROGRAM. GOBACK.

      **************************************
      *                                    *
      *  FECHA DE CORTE, APERTURA DE FILES *
      *  Y PRIMERA LECTURA DE RESPUESTAS   *
      *                                    *
      **************************************
       1000-INICIO.
           ACCEPT WS-FECHA FROM DATE YYYYMMDD.
           DISPLAY 'FECHA:    '  WS-FECHA.

           SET WS-NO-FIN-LECTURA TO TRUE.
           SET WS-NO-HUBO-ERROR  TO TRUE.

           PERFORM 1100-LEER-PARM THRU F-1100-LEER-PARM.

           IF WS-FECHA-CORTE EQUAL ZEROS
              DISPLAY '* FALTA LA FECHA DE CORTE EN EL PARM, NO SE '
                      'CARGAN RESPUESTAS'
              MOVE 8 TO RETURN-CODE
              SET WS-FIN-LECTURA TO TRUE
              SET WS-HUBO-ERROR  TO TRUE
              GO TO F-1000-INICIO
           END-IF.

           DISPLAY 'CORTE:    '  WS-FECHA-CORTE.

           OPEN INPUT RESPCF.
           IF WS-RSP-CODE IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN RESPCF  = ' WS-RSP-CODE
              MOVE 9999 TO RETURN-CODE
              SET  WS-FIN-LECTURA TO TRUE
              SET  WS-HUBO-ERROR  TO TRUE
           END-IF.

           OPEN I-O CONFTRK.
           IF WS-CNF-CODE IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN CONFTRK = ' WS-CNF-CODE
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

           MOVE WS-FECHA-CORTE      TO WS-TIT-CORTE.
           MOVE WS-FECHA            TO WS-TIT-FECHA.
           MOVE WS-LIN-TITULO       TO REG-INFORME.
           PERFORM 9300-GRABAR-INFORME THRU F-9300-GRABAR-INFORME.
           MOVE WS-LIN-BLANCA       TO REG-INFORME.
           PERFORM 9300-GRABAR-INFORME THRU F-9300-GRABAR-INFORME.
           MOVE WS-LIN-TIT-RECHAZOS TO REG-INFORME.
           PERFORM 9300-GRABAR-INFORME THRU F-9300-GRABAR-INFORME.

           PERFORM 2900-LEER-RESPUESTA THRU F-2900-LEER-RESPUESTA.

           IF WS-RSP-CODE EQUAL '10'
              DISPLAY '* ARCHIVO DE RESPUESTAS VACIO ' WS-RSP-CODE
           END-IF.

       F-1000-INICIO.   EXIT.

      **************************************
      *                                    *
      *  FECHA DE CORTE DEL PARM           *
      *                                    *
      **************************************
       1100-LEER-PARM.
           OPEN INPUT PARMS.

           IF WS-PARM-CODE IS NOT EQUAL '00'
              GO TO F-1100-LEER-PARM
           END-IF.

           READ PARMS INTO WS-REG-PARM.

           IF WS-PARM-CODE IS EQUAL '00' AND
              WS-PARM-FECHA IS NUMERIC
              MOVE WS-PARM-FECHA TO WS-FECHA-CORTE
           END-IF.

           CLOSE PARMS.

       F-1100-LEER-PARM. EXIT.

      **************************************
      *                                    *
      *  VALIDA Y APLICA CADA RESPUESTA    *
      *                                    *
      **************************************
       2000-PROCESO.
           ADD 1 TO WS-CANT-LEIDAS.

           IF WS-RSP-FECHA-CORTE NOT EQUAL WS-FECHA-CORTE
              MOVE 'RESPUESTA DE OTRO CORTE' TO WS-REC-MOTIVO
              PERFORM 2800-RECHAZAR THRU F-2800-RECHAZAR
              GO TO 2090-SIGUIENTE
           END-IF.

           IF NOT WS-RSP-TIPO-VALIDO
              MOVE 'TIPO DE RESPUESTA INVALIDO' TO WS-REC-MOTIVO
              PERFORM 2800-RECHAZAR THRU F-2800-RECHAZAR
              GO TO 2090-SIGUIENTE
           END-IF.

           IF WS-RSP-FECHA NOT NUMERIC OR
              WS-RSP-FECHA LESS WS-FECHA-CORTE
              MOVE 'FECHA DE RESPUESTA INVALIDA' TO WS-REC-MOTIVO
              PERFORM 2800-RECHAZAR THRU F-2800-RECHAZAR
              GO TO 2090-SIGUIENTE
           END-IF.

           IF WS-RSP-DISCONFORME AND
              WS-RSP-SALDO-CLIENTE NOT NUMERIC
              MOVE 'DISCONFORME SIN SALDO DEL CLIENTE'
                                             TO WS-REC-MOTIVO
              PERFORM 2800-RECHAZAR THRU F-2800-RECHAZAR
              GO TO 2090-SIGUIENTE
           END-IF.

           MOVE WS-RSP-CLAVE TO CNF-CLAVE.
           READ CONFTRK
                INVALID KEY
                   MOVE 'CARTA INEXISTENTE EN CONFTRK'
                                             TO WS-REC-MOTIVO
                   PERFORM 2800-RECHAZAR THRU F-2800-RECHAZAR
                   GO TO 2090-SIGUIENTE
           END-READ.

           IF WS-CNF-CODE IS NOT EQUAL '00'
              DISPLAY '* ERROR EN LECTURA CONFTRK = ' WS-CNF-CODE
              MOVE 9999 TO RETURN-CODE
              SET WS-FIN-LECTURA TO TRUE
              SET WS-HUBO-ERROR  TO TRUE
              GO TO F-2000-PROCESO
           END-IF.

           IF NOT CNF-EMITIDA
              MOVE 'CARTA YA RESPONDIDA' TO WS-REC-MOTIVO
              PERFORM 2800-RECHAZAR THRU F-2800-RECHAZAR
              GO TO 2090-SIGUIENTE
           END-IF.

           MOVE WS-RSP-TIPO        TO CNF-ESTADO.
           MOVE WS-RSP-FECHA       TO CNF-FECHA-RESPUESTA.
           MOVE WS-RSP-OBSERVACION TO CNF-OBSERVACION.

           EVALUATE TRUE
               WHEN WS-RSP-CONFORME
                  MOVE CNF-SALDO            TO CNF-SALDO-CLIENTE
                  MOVE ZEROS                TO CNF-DIFERENCIA
               WHEN WS-RSP-DISCONFORME
                  MOVE WS-RSP-SALDO-CLIENTE TO CNF-SALDO-CLIENTE
                  COMPUTE CNF-DIFERENCIA = CNF-SALDO-CLIENTE
                                         - CNF-SALDO
               WHEN OTHER
                  MOVE ZEROS                TO CNF-SALDO-CLIENTE
                                               CNF-DIFERENCIA
           END-EVALUATE.

           REWRITE REG-CONFTRK
              INVALID KEY
                 DISPLAY '* ERROR EN REWRITE CONFTRK = ' WS-CNF-CODE
                 MOVE 9999 TO RETURN-CODE
                 SET WS-FIN-LECTURA TO TRUE
                 SET WS-HUBO-ERROR  TO TRUE
                 GO TO F-2000-PROCESO
           END-REWRITE.

           ADD 1 TO WS-CANT-CARGADAS.

       2090-SIGUIENTE.
           PERFORM 2900-LEER-RESPUESTA THRU F-2900-LEER-RESPUESTA.

       F-2000-PROCESO.
           EXIT.

      **************************************
      *                                    *
      *  RESPUESTA RECHAZADA AL INFORME    *
      *  CON SU MOTIVO                     *
      *                                    *
      **************************************
       2800-RECHAZAR.
           ADD 1 TO WS-CANT-RECHAZADAS.

           MOVE WS-RSP-FECHA-CORTE TO WS-REC-FECHA-CORTE.
           MOVE WS-RSP-SUCURSAL    TO WS-REC-SUCURSAL.
           MOVE WS-RSP-CUENTA      TO WS-REC-CUENTA.
           MOVE WS-RSP-CLIENTE     TO WS-REC-CLIENTE.
           MOVE WS-RSP-TIPO        TO WS-REC-TIPO.
           MOVE WS-LIN-RECHAZO     TO REG-INFORME.
           PERFORM 9300-GRABAR-INFORME THRU F-9300-GRABAR-INFORME.

           IF RETURN-CODE LESS 4
              MOVE 4 TO RETURN-CODE
           END-IF.

       F-2800-RECHAZAR. EXIT.

      **************************************
      *                                    *
      *  LECTURA DE LA PROXIMA RESPUESTA   *
      *                                    *
      **************************************
       2900-LEER-RESPUESTA.
           READ RESPCF INTO WS-REG-RESPCF
                AT END
                   SET WS-FIN-LECTURA TO TRUE
                   GO TO F-2900-LEER-RESPUESTA
           END-READ.

           IF WS-RSP-CODE IS NOT EQUAL '00'
              DISPLAY '* ERROR EN LECTURA RESPCF = ' WS-RSP-CODE
              MOVE 9999 TO RETURN-CODE
              SET WS-FIN-LECTURA TO TRUE
              SET WS-HUBO-ERROR  TO TRUE
           END-IF.

       F-2900-LEER-RESPUESTA. EXIT.

      **************************************
      *                                    *
      *  SECCION DEL INFORME DE            *
      *  EXCEPCIONES: RECORRE LAS CARTAS   *
      *  DEL CORTE EN EL ESTADO PEDIDO     *
      *                                    *
      **************************************
       4000-LISTAR-SECCION.
           MOVE ZEROS TO WS-CANT-SECCION.

           MOVE WS-LIN-BLANCA      TO REG-INFORME.
           PERFORM 9300-GRABAR-INFORME THRU F-9300-GRABAR-INFORME.
           MOVE WS-LIN-TIT-SECCION TO REG-INFORME.
           PERFORM 9300-GRABAR-INFORME THRU F-9300-GRABAR-INFORME.
           MOVE WS-LIN-CABECERA    TO REG-INFORME.
           PERFORM 9300-GRABAR-INFORME THRU F-9300-GRABAR-INFORME.

           SET WS-NO-FIN-CONFTRK TO TRUE.
           MOVE LOW-VALUES       TO CNF-CLAVE.
           MOVE WS-FECHA-CORTE   TO CNF-FECHA-CORTE.

           START CONFTRK KEY IS NOT LESS THAN CNF-CLAVE
                 INVALID KEY
                    SET WS-FIN-CONFTRK TO TRUE
           END-START.

           PERFORM 4100-LEER-CARTA THRU F-4100-LEER-CARTA
                   UNTIL WS-FIN-CONFTRK.

           MOVE WS-CANT-SECCION    TO WS-TOT-CANT.
           MOVE WS-LIN-TOT-SECCION TO REG-INFORME.
           PERFORM 9300-GRABAR-INFORME THRU F-9300-GRABAR-INFORME.

       F-4000-LISTAR-SECCION. EXIT.

       4100-LEER-CARTA.
           READ CONFTRK NEXT RECORD
                AT END
                   SET WS-FIN-CONFTRK TO TRUE
                   GO TO F-4100-LEER-CARTA
           END-READ.

           IF WS-CNF-CODE IS NOT EQUAL '00'
              DISPLAY '* ERROR EN LECTURA CONFTRK = ' WS-CNF-CODE
              MOVE 9999 TO RETURN-CODE
              SET WS-FIN-CONFTRK TO TRUE
              SET WS-HUBO-ERROR  TO TRUE
              GO TO F-4100-LEER-CARTA
           END-IF.

           IF CNF-FECHA-CORTE NOT EQUAL WS-FECHA-CORTE
              SET WS-FIN-CONFTRK TO TRUE
              GO TO F-4100-LEER-CARTA
           END-IF.

      *    LOS TOTALES DE LA CAMPANIA SE TOMAN EN LA PRIMERA SECCION
           IF WS-ESTADO-LISTAR EQUAL 'D'
              PERFORM 4200-CONTAR-CARTA THRU F-4200-CONTAR-CARTA
           END-IF.

           IF CNF-ESTADO NOT EQUAL WS-ESTADO-LISTAR
              GO TO F-4100-LEER-CARTA
           END-IF.

           ADD 1 TO WS-CANT-SECCION.

           MOVE CNF-SUCURSAL        TO WS-DET-SUCURSAL.
           MOVE CNF-CUENTA          TO WS-DET-CUENTA.
           MOVE CNF-CLIENTE         TO WS-DET-CLIENTE.
           MOVE CNF-NOMBRE          TO WS-DET-NOMBRE.
           MOVE CNF-MONEDA          TO WS-DET-MONEDA.
           MOVE CNF-SALDO           TO WS-DET-SALDO.
           MOVE CNF-SALDO-CLIENTE   TO WS-DET-SALDO-CLI.
           MOVE CNF-DIFERENCIA      TO WS-DET-DIFERENCIA.
           MOVE CNF-FECHA-RESPUESTA TO WS-DET-FECHA-RESP.
           MOVE CNF-OBSERVACION     TO WS-DET-OBSERVACION.
           MOVE WS-LIN-DETALLE      TO REG-INFORME.
           PERFORM 9300-GRABAR-INFORME THRU F-9300-GRABAR-INFORME.

       F-4100-LEER-CARTA. EXIT.

       4200-CONTAR-CARTA.
           ADD 1 TO WS-CANT-CARTAS.

           EVALUATE TRUE
               WHEN CNF-CONFORME
                  ADD 1 TO WS-CANT-CONFORMES
               WHEN CNF-DISCONFORME
                  ADD 1 TO WS-CANT-DISCONFORMES
                  ADD CNF-DIFERENCIA TO WS-TOTAL-DIFERENCIAS
               WHEN CNF-NO-ENTREGADA
                  ADD 1 TO WS-CANT-NO-ENTREGADAS
               WHEN OTHER
                  ADD 1 TO WS-CANT-SIN-RESPUESTA
           END-EVALUATE.

       F-4200-CONTAR-CARTA. EXIT.

      **************************************
      *                                    *
      *  TOTALES DE LA CAMPANIA Y CIERRE   *
      *  DE FILES                          *
      *                                    *
      **************************************
       9999-FINAL.
           IF WS-FECHA-CORTE EQUAL ZEROS
              GO TO F-9999-FINAL
           END-IF.

           IF NOT WS-HUBO-ERROR
              MOVE WS-LIN-BLANCA TO REG-INFORME
              PERFORM 9300-GRABAR-INFORME THRU F-9300-GRABAR-INFORME
              MOVE 'RESPUESTAS LEIDAS'          TO WS-RES-CONCEPTO
              MOVE WS-CANT-LEIDAS               TO WS-RES-CANT
              PERFORM 9400-LINEA-RESUMEN THRU F-9400-LINEA-RESUMEN
              MOVE 'RESPUESTAS CARGADAS'        TO WS-RES-CONCEPTO
              MOVE WS-CANT-CARGADAS             TO WS-RES-CANT
              PERFORM 9400-LINEA-RESUMEN THRU F-9400-LINEA-RESUMEN
              MOVE 'RESPUESTAS RECHAZADAS'      TO WS-RES-CONCEPTO
              MOVE WS-CANT-RECHAZADAS           TO WS-RES-CANT
              PERFORM 9400-LINEA-RESUMEN THRU F-9400-LINEA-RESUMEN
              MOVE 'CARTAS DEL CORTE'           TO WS-RES-CONCEPTO
              MOVE WS-CANT-CARTAS               TO WS-RES-CANT
              PERFORM 9400-LINEA-RESUMEN THRU F-9400-LINEA-RESUMEN
              MOVE '   CONFORMES'               TO WS-RES-CONCEPTO
              MOVE WS-CANT-CONFORMES            TO WS-RES-CANT
              PERFORM 9400-LINEA-RESUMEN THRU F-9400-LINEA-RESUMEN
              MOVE '   DISCONFORMES'            TO WS-RES-CONCEPTO
              MOVE WS-CANT-DISCONFORMES         TO WS-RES-CANT
              PERFORM 9400-LINEA-RESUMEN THRU F-9400-LINEA-RESUMEN
              MOVE '   DEVUELTAS SIN ENTREGAR'  TO WS-RES-CONCEPTO
              MOVE WS-CANT-NO-ENTREGADAS        TO WS-RES-CANT
              PERFORM 9400-LINEA-RESUMEN THRU F-9400-LINEA-RESUMEN
              MOVE '   SIN RESPUESTA'           TO WS-RES-CONCEPTO
              MOVE WS-CANT-SIN-RESPUESTA        TO WS-RES-CANT
              PERFORM 9400-LINEA-RESUMEN THRU F-9400-LINEA-RESUMEN
              MOVE 'TOTAL DE DIFERENCIAS'       TO WS-RIM-CONCEPTO
              MOVE WS-TOTAL-DIFERENCIAS         TO WS-RIM-IMPORTE
              MOVE WS-LIN-RES-IMPORTE TO REG-INFORME
              PERFORM 9300-GRABAR-INFORME THRU F-9300-GRABAR-INFORME
           END-IF.

           CLOSE RESPCF.
           IF WS-RSP-CODE IS NOT EQUAL '00'
              DISPLAY '* ERROR EN CLOSE RESPCF  = ' WS-RSP-CODE
              MOVE 9999 TO RETURN-CODE
           END-IF.

           CLOSE CONFTRK.
           IF WS-CNF-CODE IS NOT EQUAL '00'
              DISPLAY '* ERROR EN CLOSE CONFTRK = ' WS-CNF-CODE
              MOVE 9999 TO RETURN-CODE
           END-IF.

           CLOSE INFORME.
           IF WS-INF-CODE IS NOT EQUAL '00'
              DISPLAY '* ERROR EN CLOSE INFORME = ' WS-INF-CODE
              MOVE 9999 TO RETURN-CODE
           END-IF.

           DISPLAY '************************** '.
           DISPLAY 'RESPUESTAS LEIDAS       : ' WS-CANT-LEIDAS.
           DISPLAY 'RESPUESTAS CARGADAS     : ' WS-CANT-CARGADAS.
           DISPLAY 'RESPUESTAS RECHAZADAS   : ' WS-CANT-RECHAZADAS.
           DISPLAY 'CARTAS DISCONFORMES     : ' WS-CANT-DISCONFORMES.
           DISPLAY 'CARTAS NO ENTREGADAS    : ' WS-CANT-NO-ENTREGADAS.
           DISPLAY 'CARTAS SIN RESPUESTA    : ' WS-CANT-SIN-RESPUESTA.

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

       9400-LINEA-RESUMEN.
           MOVE WS-LIN-RESUMEN TO REG-INFORME.
           PERFORM 9300-GRABAR-INFORME THRU F-9300-GRABAR-INFORME.

       F-9400-LINEA-RESUMEN. EXIT.
