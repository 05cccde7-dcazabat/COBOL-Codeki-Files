      *  CUENTA), QUE ES EL QUE PERMITE MOSTRAR QUE            *
      *  EXPEDIENTE ESTA DETRAS DE CADA EMBARGO.               *
      *                                                        *
      *  UNA TRABA CON MONTO NO INMOVILIZA TODA LA CUENTA:     *
      *  COLOCA UNA RETENCION JUDICIAL ('J') POR ESE MONTO EN  *
      *  RETENC, CON EL EXPEDIENTE COMO REFERENCIA. EL         *
      *  LEVANTAMIENTO DE UNA CUENTA QUE NO ESTA EN ESTADO 2   *
      *  LIBERA LA RETENCION JUDICIAL DE ESE EXPEDIENTE. LA    *
      *  TRABA SIN MONTO SIGUE SIENDO EMBARGO TOTAL.           *
      *                                                        *
      *  CADA TRABA Y LEVANTAMIENTO APLICADO SE GRABA ADEMAS   *
      *  COMO EVENTO EN EVENTOS (COPY CPEVENT) PARA EL AVISO   *
      *  AL CLIENTE QUE ARMA PGMNOTIF.                         *
      *                                                        *
      **********************************************************
      *      MANTENIMIENTO DE PROGRAMA                         *
      **********************************************************
      *  FECHA   *    DETALLE        * COD *
      **************************************
      *14/10/2026* TRABA CON MONTO  * 001 *
      *          * COMO RETENCION    *     *
      *          * JUDICIAL EN RETENC*     *
      *14/10/2026* REGISTRO CTAMAE   * 002 *
      *          * POR COPY CPCTAMA  *     *
      *15/10/2026* EVENTOS DE TRABA  * 003 *
      *          * Y LEVANTAMIENTO   *     *
      *          * PARA AVISOS       *     *
      *          *                   *     *
      **************************************
       ENVIRONMENT DIVISION.
                    RECORD KEY IS OFI-CLAVE
                    FILE STATUS IS WS-REG-CODE.

             SELECT RETENC  ASSIGN DDRETENC
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS RET-CLAVE
                    FILE STATUS IS WS-RET-CODE.

             SELECT INFORME ASSIGN DDINFORM
                    FILE STATUS IS WS-INF-CODE.

             SELECT EVENTOS ASSIGN DDEVENTO
                    FILE STATUS IS WS-EVT-CODE.

             SELECT PARMS   ASSIGN DDPARM
                    FILE STATUS IS WS-PARM-CODE.


       FD CTAMAE.

           COPY CPCTAMA.

       FD OFIREG.

               88  OFI-LEVANTADO            VALUE 'L'.
           03  FILLER              PIC X(11).

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

       FD EVENTOS
            BLOCK CONTAINS 0 RECORDS
            RECORDING MODE IS F.

           COPY CPEVENT.

       FD PARMS
            BLOCK CONTAINS 0 RECORDS
            RECORDING MODE IS F.
       77  WS-OFI-CODE      PIC XX    VALUE SPACES.
       77  WS-CTA-CODE      PIC XX    VALUE SPACES.
       77  WS-REG-CODE      PIC XX    VALUE SPACES.
       77  WS-RET-CODE      PIC XX    VALUE SPACES.
       77  WS-INF-CODE      PIC XX    VALUE SPACES.
       77  WS-EVT-CODE      PIC XX    VALUE SPACES.
       77  WS-PARM-CODE     PIC XX    VALUE SPACES.

       01  WS-STATUS-FIN    PIC X.
           88  WS-CUENTA-HALLADA      VALUE 'S'.
           88  WS-CUENTA-NO-HALLADA   VALUE 'N'.

       01  WS-STATUS-FIN-RET PIC X.
           88  WS-FIN-RETENC          VALUE 'Y'.
           88  WS-NO-FIN-RETENC       VALUE 'N'.

       01  WS-SWITCH-RETENCION PIC X    VALUE 'N'.
           88  WS-RETENCION-HALLADA   VALUE 'S'.
           88  WS-RETENCION-NO-HALLADA VALUE 'N'.

       77  WS-PROXIMA-SEC       PIC 9(03)  VALUE ZEROS.

      ********  EVENTO PARA EL AVISO AL CLIENTE  ***************
       77  WS-EVENTO            PIC X(02)  VALUE SPACES.

      ********  FECHA DE PROCESO  ***************
       01  WS-FECHA             PIC 9(08)  VALUE ZEROS.

       77  WS-CANT-LEIDAS       PIC 9(7)  VALUE ZEROS.
       77  WS-CANT-TRABADOS     PIC 9(7)  VALUE ZEROS.
       77  WS-CANT-LEVANTADOS   PIC 9(7)  VALUE ZEROS.
       77  WS-CANT-RETENIDOS    PIC 9(7)  VALUE ZEROS.
       77  WS-CANT-LIBERADOS    PIC 9(7)  VALUE ZEROS.
       77  WS-CANT-RECHAZADOS   PIC 9(7)  VALUE ZEROS.
       77  WS-CANT-EVENTOS      PIC 9(7)  VALUE ZEROS.

       77  FILLER        PIC X(26) VALUE '* FINAL  WORKING-STORAGE *'.

              SET  WS-FIN-LECTURA TO TRUE
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
           END-IF.

           OPEN OUTPUT INFORME.
           IF WS-INF-CODE IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN INFORME = ' WS-INF-CODE
              SET  WS-FIN-LECTURA TO TRUE
           END-IF.

           OPEN OUTPUT EVENTOS.
           IF WS-EVT-CODE IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN EVENTOS = ' WS-EVT-CODE
              MOVE 9999 TO RETURN-CODE
              SET  WS-FIN-LECTURA TO TRUE
           END-IF.

           MOVE WS-FECHA      TO WS-TIT-FECHA.
           MOVE WS-LIN-TITULO TO REG-INFORME.
           PERFORM 9300-GRABAR-INFORME THRU F-9300-GRABAR-INFORME.
              GO TO F-2100-TRABAR-EMBARGO
           END-IF.

           IF WS-ORD-MONTO GREATER ZEROS
              PERFORM 2300-COLOCAR-RETENCION
                        THRU F-2300-COLOCAR-RETENCION
              GO TO F-2100-TRABAR-EMBARGO
           END-IF.

           MOVE 2        TO CTA-ESTADO.
           MOVE WS-FECHA TO CTA-FECHA-ACTUAL.

              ADD 1 TO WS-CANT-TRABADOS
              PERFORM 2150-ASENTAR-OFICIO
                        THRU F-2150-ASENTAR-OFICIO
              MOVE 'ET' TO WS-EVENTO
              PERFORM 2800-GRABAR-EVENTO
                        THRU F-2800-GRABAR-EVENTO
           END-IF.

       F-2100-TRABAR-EMBARGO. EXIT.
      *  LEVANTAMIENTO DE EMBARGO: LA      *
      *  CUENTA DEBE EXISTIR Y ESTAR       *
      *  EMBARGADA; VUELVE A ACTIVA Y EL   *
      *  OFICIO QUEDA MARCADO LEVANTADO.   *
      *  SI NO ESTA EN ESTADO 2 SE BUSCA   *
      *  LA RETENCION JUDICIAL DEL         *
      *  EXPEDIENTE                        *
      *                                    *
      **************************************
       2200-LEVANTAR-EMBARGO.
           END-IF.

           IF CTA-ESTADO NOT EQUAL 2
              PERFORM 2400-LIBERAR-RETENCION
                        THRU F-2400-LIBERAR-RETENCION
              GO TO F-2200-LEVANTAR-EMBARGO
           END-IF.

              ADD 1 TO WS-CANT-LEVANTADOS
              PERFORM 2250-LEVANTAR-OFICIO
                        THRU F-2250-LEVANTAR-OFICIO
              MOVE 'EL' TO WS-EVENTO
              PERFORM 2800-GRABAR-EVENTO
                        THRU F-2800-GRABAR-EVENTO
           END-IF.

       F-2200-LEVANTAR-EMBARGO. EXIT.

       F-2250-LEVANTAR-OFICIO. EXIT.

      **************************************
      *                                    *
      *  TRABA POR UN MONTO: COLOCA UNA    *
      *  RETENCION JUDICIAL EN RETENC CON  *
      *  LA PROXIMA SECUENCIA DE LA CUENTA *
      *  Y ASIENTA EL OFICIO EN OFIREG     *
      *                                    *
      **************************************
       2300-COLOCAR-RETENCION.
           PERFORM 2350-PROXIMA-SECUENCIA
                     THRU F-2350-PROXIMA-SECUENCIA.

           IF WS-PROXIMA-SEC EQUAL ZEROS
              MOVE 'CUENTA SIN SECUENCIAS LIBRES  '
                                 TO WS-REC-MOTIVO
              PERFORM 2900-RECHAZAR-ORDEN
                        THRU F-2900-RECHAZAR-ORDEN
              GO TO F-2300-COLOCAR-RETENCION
           END-IF.

           MOVE SPACES            TO REG-RETENC.
           MOVE WS-ORD-SUCURSAL   TO RET-SUCURSAL.
           MOVE WS-ORD-CUENTA     TO RET-CUENTA.
           MOVE WS-PROXIMA-SEC    TO RET-SECUENCIA.
           SET RET-JUDICIAL       TO TRUE.
           MOVE WS-ORD-MONTO      TO RET-MONTO.
           MOVE WS-FECHA          TO RET-FECHA-DESDE.
           MOVE ZEROS             TO RET-FECHA-HASTA
                                     RET-FECHA-BAJA.
           MOVE WS-ORD-EXPEDIENTE TO RET-REFERENCIA.
           SET RET-VIGENTE        TO TRUE.

           WRITE REG-RETENC
              INVALID KEY
                 DISPLAY '* ERROR EN WRITE RETENC = ' WS-RET-CODE
                 MOVE 9999 TO RETURN-CODE
                 SET WS-FIN-LECTURA TO TRUE
           END-WRITE.

           IF WS-RET-CODE EQUAL '00'
              ADD 1 TO WS-CANT-RETENIDOS
              PERFORM 2150-ASENTAR-OFICIO
                        THRU F-2150-ASENTAR-OFICIO
              MOVE 'ET' TO WS-EVENTO
              PERFORM 2800-GRABAR-EVENTO
                        THRU F-2800-GRABAR-EVENTO
           END-IF.

       F-2300-COLOCAR-RETENCION. EXIT.

      **************************************
      *                                    *
      *  PROXIMA SECUENCIA DE RETENCION DE *
      *  LA CUENTA: LA MAYOR USADA MAS UNO *
      *  (CERO SI YA SE USO LA 999)        *
      *                                    *
      **************************************
       2350-PROXIMA-SECUENCIA.
           MOVE 1 TO WS-PROXIMA-SEC.
           SET WS-NO-FIN-RETENC TO TRUE.

           MOVE WS-ORD-SUCURSAL TO RET-SUCURSAL.
           MOVE WS-ORD-CUENTA   TO RET-CUENTA.
           MOVE ZEROS           TO RET-SECUENCIA.
           START RETENC KEY IS NOT LESS RET-CLAVE
                 INVALID KEY SET WS-FIN-RETENC TO TRUE
           END-START.

           PERFORM 2360-LEER-SECUENCIA THRU F-2360-LEER-SECUENCIA
                   UNTIL WS-FIN-RETENC.

       F-2350-PROXIMA-SECUENCIA. EXIT.

       2360-LEER-SECUENCIA.
           READ RETENC NEXT RECORD
                AT END
                   SET WS-FIN-RETENC TO TRUE
                   GO TO F-2360-LEER-SECUENCIA
           END-READ.

           IF WS-RET-CODE IS NOT EQUAL '00' OR
              RET-SUCURSAL NOT EQUAL WS-ORD-SUCURSAL OR
              RET-CUENTA   NOT EQUAL WS-ORD-CUENTA
              SET WS-FIN-RETENC TO TRUE
              GO TO F-2360-LEER-SECUENCIA
           END-IF.

           IF RET-SECUENCIA EQUAL 999
              MOVE ZEROS TO WS-PROXIMA-SEC
           ELSE
              COMPUTE WS-PROXIMA-SEC = RET-SECUENCIA + 1
           END-IF.

       F-2360-LEER-SECUENCIA. EXIT.

      **************************************
      *                                    *
      *  LEVANTAMIENTO DE UNA TRABA POR    *
      *  MONTO: LIBERA LA RETENCION        *
      *  JUDICIAL VIGENTE DEL EXPEDIENTE;  *
      *  SI NO HAY NINGUNA SE RECHAZA      *
      *                                    *
      **************************************
       2400-LIBERAR-RETENCION.
           SET WS-RETENCION-NO-HALLADA TO TRUE.
           SET WS-NO-FIN-RETENC TO TRUE.

           MOVE WS-ORD-SUCURSAL TO RET-SUCURSAL.
           MOVE WS-ORD-CUENTA   TO RET-CUENTA.
           MOVE ZEROS           TO RET-SECUENCIA.
           START RETENC KEY IS NOT LESS RET-CLAVE
                 INVALID KEY SET WS-FIN-RETENC TO TRUE
           END-START.

           PERFORM 2450-BUSCAR-RETENCION THRU F-2450-BUSCAR-RETENCION
                   UNTIL WS-FIN-RETENC.

           IF WS-RETENCION-NO-HALLADA
              MOVE 'NO ESTABA EMBARGADA           '
                                 TO WS-REC-MOTIVO
              PERFORM 2900-RECHAZAR-ORDEN
                        THRU F-2900-RECHAZAR-ORDEN
              GO TO F-2400-LIBERAR-RETENCION
           END-IF.

           SET RET-LIBERADA  TO TRUE.
           MOVE WS-FECHA     TO RET-FECHA-BAJA.

           REWRITE REG-RETENC
              INVALID KEY
                 DISPLAY '* ERROR EN REWRITE RETENC = ' WS-RET-CODE
                 MOVE 9999 TO RETURN-CODE
                 SET WS-FIN-LECTURA TO TRUE
           END-REWRITE.

           IF WS-RET-CODE EQUAL '00'
              ADD 1 TO WS-CANT-LIBERADOS
              PERFORM 2250-LEVANTAR-OFICIO
                        THRU F-2250-LEVANTAR-OFICIO
              MOVE 'EL' TO WS-EVENTO
              PERFORM 2800-GRABAR-EVENTO
                        THRU F-2800-GRABAR-EVENTO
           END-IF.

       F-2400-LIBERAR-RETENCION. EXIT.

       2450-BUSCAR-RETENCION.
           READ RETENC NEXT RECORD
                AT END
                   SET WS-FIN-RETENC TO TRUE
                   GO TO F-2450-BUSCAR-RETENCION
           END-READ.

           IF WS-RET-CODE IS NOT EQUAL '00' OR
              RET-SUCURSAL NOT EQUAL WS-ORD-SUCURSAL OR
              RET-CUENTA   NOT EQUAL WS-ORD-CUENTA
              SET WS-FIN-RETENC TO TRUE
              GO TO F-2450-BUSCAR-RETENCION
           END-IF.

           IF RET-JUDICIAL AND RET-VIGENTE AND
              RET-REFERENCIA EQUAL WS-ORD-EXPEDIENTE
              SET WS-RETENCION-HALLADA TO TRUE
              SET WS-FIN-RETENC        TO TRUE
           END-IF.

       F-2450-BUSCAR-RETENCION. EXIT.

      **************************************
      *                                    *
      *  GRABA EL EVENTO DE LA ORDEN       *
      *  APLICADA PARA EL AVISO AL         *
      *  CLIENTE (CTAMAE YA LEIDO)         *
      *                                    *
      **************************************
       2800-GRABAR-EVENTO.
           MOVE SPACES            TO REG-EVENTO.
           MOVE WS-ORD-SUCURSAL   TO EVT-SUCURSAL.
           MOVE WS-ORD-CUENTA     TO EVT-CUENTA.
           MOVE WS-EVENTO         TO EVT-CODIGO.
           MOVE WS-FECHA          TO EVT-FECHA-REF
                                     EVT-FECHA.
           MOVE WS-ORD-MONTO      TO EVT-IMPORTE.
           MOVE CTA-MONEDA        TO EVT-MONEDA.
           MOVE WS-ORD-EXPEDIENTE TO EVT-REFERENCIA.
           MOVE 'PGMOFICI'        TO EVT-PROGRAMA.

           WRITE REG-EVENTO.
           IF WS-EVT-CODE IS NOT EQUAL '00'
              DISPLAY '* ERROR EN WRITE EVENTOS = ' WS-EVT-CODE
              MOVE 9999 TO RETURN-CODE
              SET WS-FIN-LECTURA TO TRUE
           ELSE
              ADD 1 TO WS-CANT-EVENTOS
           END-IF.

       F-2800-GRABAR-EVENTO. EXIT.

      **************************************
      *                                    *
      *  DESVIA UNA ORDEN RECHAZADA AL     *
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

           CLOSE EVENTOS.
           IF WS-EVT-CODE IS NOT EQUAL '00'
              DISPLAY '* ERROR EN CLOSE EVENTOS = ' WS-EVT-CODE
              MOVE 9999 TO RETURN-CODE
           END-IF.

           DISPLAY '************************** '.
           DISPLAY 'ORDENES LEIDAS          : ' WS-CANT-LEIDAS.
           DISPLAY 'EMBARGOS TRABADOS       : ' WS-CANT-TRABADOS.
           DISPLAY 'EMBARGOS LEVANTADOS     : ' WS-CANT-LEVANTADOS.
           DISPLAY 'RETENCIONES COLOCADAS   : ' WS-CANT-RETENIDOS.
           DISPLAY 'RETENCIONES LIBERADAS   : ' WS-CANT-LIBERADOS.
           DISPLAY 'ORDENES RECHAZADAS      : ' WS-CANT-RECHAZADOS.
           DISPLAY 'EVENTOS PARA AVISO      : ' WS-CANT-EVENTOS.

       F-9999-FINAL. EXIT.

