      *  TOMA COMO CERO: SIN LIMITE AUTORIZADO, TODO GIRO EN   *
      *  NEGATIVO ES EXCESO.                                   *
      *                                                        *
      *  EL PRIMER DIA EN EXCESO Y EL DIA QUE LA CUENTA LLEGA  *
      *  A LOS 30 DIAS SE GRABAN COMO EVENTOS EN EVENTOS (COPY *
      *  CPEVENT) PARA EL AVISO AL CLIENTE QUE ARMA PGMNOTIF.  *
      *                                                        *
      *  LAS CUENTAS SE TOMAN DEL EXTRACTO NOCTURNO CTAEXT DEL *
      *  BARRIDO PGMBARRE (COPY CPCTAEX), YA EN ORDEN DE       *
      *  SUCURSAL + CUENTA, Y NO DE CTAMAE. ANTES DE ABRIRLO   *
      *  LA SUBRUTINA EXTCHK CONTROLA QUE SEA DE LA FECHA DE   *
      *  PROCESO Y QUE HAYA CONCILIADO CONTRA SUCTOT; SI NO,   *
      *  EL PROCESO NO ARRANCA Y TERMINA CON RC 8, IGUAL QUE   *
      *  SI SE LEEN MENOS CUENTAS QUE LAS QUE GRABO EL         *
      *  BARRIDO.                                              *
      *                                                        *
      **********************************************************
      *      MANTENIMIENTO DE PROGRAMA                         *
      **********************************************************
      *  FECHA   *    DETALLE        * COD *
      **************************************
      *14/10/2026* REGISTRO CTAMAE   * 001 *
      *          * POR COPY CPCTAMA  *     *
      *15/10/2026* EVENTOS DE DIA 1  * 002 *
      *          * Y DIA 30 EN       *     *
      *          * EXCESO P/AVISOS   *     *
      *15/10/2026* LEE EL EXTRACTO   * 003 *
      *          * CTAEXT DE BARRIDO *     *
      *          *                   *     *
      *          *                   *     *
      **************************************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

             SELECT CTAEXT  ASSIGN DDCTAEXT
                    FILE STATUS IS WS-EXT-CODE.

             SELECT EXCCTL  ASSIGN DDEXCCTL
                    ORGANIZATION IS INDEXED
             SELECT INFORME ASSIGN DDINFORM
                    FILE STATUS IS WS-INF-CODE.

             SELECT EVENTOS ASSIGN DDEVENTO
                    FILE STATUS IS WS-EVT-CODE.

             SELECT PARMS   ASSIGN DDPARM
                    FILE STATUS IS WS-PARM-CODE.

       DATA DIVISION.
       FILE SECTION.
       FD CTAEXT
            BLOCK CONTAINS 0 RECORDS
            RECORDING MODE IS F.

           COPY CPCTAEX.

       FD EXCCTL.


       01 REG-INFORME    PIC X(100).

       FD EVENTOS
            BLOCK CONTAINS 0 RECORDS
            RECORDING MODE IS F.

           COPY CPEVENT.

       FD PARMS
            BLOCK CONTAINS 0 RECORDS
            RECORDING MODE IS F.
      **************************************
       77  FILLER        PIC X(26) VALUE '* INICIO WORKING-STORAGE *'.
       77  FILLER        PIC X(26) VALUE '* CODIGOS RETORNO FILES  *'.
       77  WS-EXT-CODE      PIC XX    VALUE SPACES.
       77  WS-EXC-CODE      PIC XX    VALUE SPACES.
       77  WS-INF-CODE      PIC XX    VALUE SPACES.
       77  WS-EVT-CODE      PIC XX    VALUE SPACES.
       77  WS-PARM-CODE     PIC XX    VALUE SPACES.

       01  WS-STATUS-FIN    PIC X.
           88  WS-FIN-LECTURA         VALUE 'Y'.
           88  WS-NO-FIN-LECTURA      VALUE 'N'.

       01  WS-SWITCH-EXTRACTO PIC X   VALUE 'N'.
           88  WS-EXTRACTO-ABIERTO    VALUE 'S'.
           88  WS-EXTRACTO-CERRADO    VALUE 'N'.

      ********  CUENTA LEIDA DEL EXTRACTO CTAEXT  **********
           COPY CPCTAMA.

      ********  CONTROL DEL EXTRACTO (EXTCHK)  *************
       01  WS-ECK-CANT-REGISTROS PIC 9(09) VALUE ZEROS.
       01  WS-ECK-RESULTADO      PIC XX    VALUE SPACES.
           88  WS-ECK-EXTRACTO-OK          VALUE '00'.

       01  WS-SWITCH-30     PIC X     VALUE 'N'.
           88  WS-HAY-MAS-DE-30            VALUE 'S'.

       77  WS-EXCESO            PIC S9(08)V99 VALUE ZEROS.
       77  WS-DIAS-EN-EXCESO    PIC 9(04)     VALUE ZEROS.

      ********  EVENTO PARA EL AVISO AL CLIENTE  ***************
       77  WS-EVENTO            PIC X(02)     VALUE SPACES.

      ********  CORTE POR SUCURSAL  ***************
       77  WS-SUCURSAL-ANT      PIC 9(03)     VALUE ZEROS.
       77  WS-CANT-EXC-SUC      PIC 9(05)     VALUE ZEROS.
       77  WS-CANT-EN-EXCESO    PIC 9(5)      VALUE ZEROS.
       77  WS-CANT-SANEADAS     PIC 9(5)      VALUE ZEROS.
       77  WS-CANT-SOBRE-30     PIC 9(5)      VALUE ZEROS.
       77  WS-CANT-EVENTOS      PIC 9(7)      VALUE ZEROS.
       77  WS-IMP-EXC-BCO       PIC S9(13)V99 VALUE ZEROS.

      ********  LINEAS DEL INFORME  ***************

           DISPLAY 'FECHA PROCESO     : ' WS-FECHA.

           PERFORM 1050-CONTROLAR-EXTRACTO
                     THRU F-1050-CONTROLAR-EXTRACTO.

           OPEN I-O EXCCTL.
           IF WS-EXC-CODE IS NOT EQUAL '00'
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

       F-1000-INICIO.   EXIT.

      **************************************
      *                                    *
      *  EL EXTRACTO DEL BARRIDO DEBE SER  *
      *  DE LA FECHA DE PROCESO Y ESTAR    *
      *  CONCILIADO CONTRA SUCTOT; SI NO,  *
      *  EL INFORME NO ARRANCA             *
      *                                    *
      **************************************
       1050-CONTROLAR-EXTRACTO.
           CALL 'EXTCHK' USING WS-FECHA
                               WS-ECK-CANT-REGISTROS
                               WS-ECK-RESULTADO.

           IF NOT WS-ECK-EXTRACTO-OK
              DISPLAY '* EXTRACTO DE CUENTAS NO UTILIZABLE, '
                      'RESULTADO ' WS-ECK-RESULTADO
              MOVE 8 TO RETURN-CODE
              SET  WS-FIN-LECTURA TO TRUE
              GO TO F-1050-CONTROLAR-EXTRACTO
           END-IF.

           OPEN INPUT CTAEXT.
           IF WS-EXT-CODE IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN CTAEXT  = ' WS-EXT-CODE
              MOVE 9999 TO RETURN-CODE
              SET  WS-FIN-LECTURA TO TRUE
           ELSE
              SET  WS-EXTRACTO-ABIERTO TO TRUE
           END-IF.

       F-1050-CONTROLAR-EXTRACTO. EXIT.

      **************************************
      *                                    *
      *                                    *
      **************************************
       2000-PROCESO.
           READ CTAEXT
                AT END
                   SET WS-FIN-LECTURA TO TRUE
                   GO TO 2000-ULTIMO-CORTE
           END-READ.

           IF WS-EXT-CODE IS NOT EQUAL '00'
              DISPLAY '* ERROR EN LECTURA CTAEXT = ' WS-EXT-CODE
              MOVE 9999 TO RETURN-CODE
              SET WS-FIN-LECTURA TO TRUE
              GO TO 2000-ULTIMO-CORTE
           END-IF.

           MOVE EXT-REG-CTAMAE TO REG-CTAMAE.

           ADD 1 TO WS-CANT-LEIDAS.

           IF CTA-ESTADO NOT EQUAL ZERO OR
      *                                    *
      *  DIAS CONSECUTIVOS EN EXCESO: EL   *
      *  ESTADO VIVE EN EXCCTL; UN DIA     *
      *  NUEVO EN EXCESO SUMA UNO. EL DIA  *
      *  QUE LLEGA A LA ALARMA SE AVISA    *
      *                                    *
      **************************************
       2300-CONTAR-DIAS.
                    MOVE 9999 TO RETURN-CODE
                    SET WS-FIN-LECTURA TO TRUE
              END-REWRITE
              IF WS-EXC-CODE EQUAL '00' AND
                 EXC-DIAS EQUAL WS-DIAS-ALARMA
                 MOVE 'X3' TO WS-EVENTO
                 PERFORM 2800-GRABAR-EVENTO
                           THRU F-2800-GRABAR-EVENTO
              END-IF
           END-IF.

           MOVE EXC-DIAS TO WS-DIAS-EN-EXCESO.
                 DISPLAY '* ERROR EN WRITE EXCCTL = ' WS-EXC-CODE
                 MOVE 9999 TO RETURN-CODE
                 SET WS-FIN-LECTURA TO TRUE
              NOT INVALID KEY
                 MOVE 'X1' TO WS-EVENTO
                 PERFORM 2800-GRABAR-EVENTO
                           THRU F-2800-GRABAR-EVENTO
           END-WRITE.

           MOVE 1 TO WS-DIAS-EN-EXCESO.

       F-2600-SUBTOTAL-SUCURSAL. EXIT.

      **************************************
      *                                    *
      *  GRABA EL EVENTO DE EXCESO PARA EL *
      *  AVISO AL CLIENTE                  *
      *                                    *
      **************************************
       2800-GRABAR-EVENTO.
           MOVE SPACES       TO REG-EVENTO.
           MOVE CTA-SUCURSAL TO EVT-SUCURSAL.
           MOVE CTA-CUENTA   TO EVT-CUENTA.
           MOVE WS-EVENTO    TO EVT-CODIGO.
           MOVE WS-FECHA     TO EVT-FECHA-REF
                                EVT-FECHA.
           MOVE WS-EXCESO    TO EVT-IMPORTE.
           MOVE CTA-MONEDA   TO EVT-MONEDA.
           MOVE 'PGMEXCES'   TO EVT-PROGRAMA.

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
      *  GRABA UNA LINEA DEL INFORME      *
           MOVE WS-LIN-TOTAL      TO REG-INFORME.
           PERFORM 9300-GRABAR-INFORME THRU F-9300-GRABAR-INFORME.

           IF WS-EXTRACTO-ABIERTO
              CLOSE CTAEXT
              IF WS-EXT-CODE IS NOT EQUAL '00'
                 DISPLAY '* ERROR EN CLOSE CTAEXT  = ' WS-EXT-CODE
                 MOVE 9999 TO RETURN-CODE
              END-IF
           END-IF.

      *    LO LEIDO DEBE SER LO QUE EL BARRIDO GRABO
           IF WS-EXTRACTO-ABIERTO AND RETURN-CODE NOT EQUAL 9999
              AND WS-CANT-LEIDAS NOT EQUAL WS-ECK-CANT-REGISTROS
              DISPLAY '* EXTRACTO TRUNCADO: SE LEYERON ' WS-CANT-LEIDAS
                      ' DE ' WS-ECK-CANT-REGISTROS ' CUENTAS'
              MOVE 8 TO RETURN-CODE
           END-IF.

           CLOSE EXCCTL.
              MOVE 9999 TO RETURN-CODE
           END-IF.

           CLOSE EVENTOS.
           IF WS-EVT-CODE IS NOT EQUAL '00'
              DISPLAY '* ERROR EN CLOSE EVENTOS = ' WS-EVT-CODE
              MOVE 9999 TO RETURN-CODE
           END-IF.

           DISPLAY '************************** '.
           DISPLAY 'CUENTAS LEIDAS          : ' WS-CANT-LEIDAS.
           DISPLAY 'CUENTAS EN EXCESO       : ' WS-CANT-EN-EXCESO.
           DISPLAY 'CUENTAS SANEADAS        : ' WS-CANT-SANEADAS.
           DISPLAY 'CON MAS DE 30 DIAS      : ' WS-CANT-SOBRE-30.
           DISPLAY 'EVENTOS PARA AVISO      : ' WS-CANT-EVENTOS.

           IF WS-HAY-MAS-DE-30 AND RETURN-CODE LESS 8
              MOVE 8 TO RETURN-CODE
