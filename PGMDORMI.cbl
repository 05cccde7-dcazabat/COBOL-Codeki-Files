      *                                                        *
      *  INFORME MENSUAL DE CUENTAS INACTIVAS PARA EL REGIMEN  *
      *  DE PRESCRIPCION: RECORRE EL MAESTRO DE CUENTAS        *
      *  CTAMAE (CLAVE SUCURSAL + CUENTA, DONDE LA FECHA DE    *
      *  ULTIMO MOVIMIENTO LA FIJA EL ALTA DE PGMCTAMA Y LA    *
      *  MUEVEN PGMCTAMA CUANDO CAMBIA EL SALDO DE LA ENTRADA  *
      *  Y LA IMPUTACION NOCTURNA PGMPOSTE CUANDO APLICA UN    *
      *  MOVIMIENTO) Y LISTA LAS CUENTAS ACTIVAS SIN           *
      *  MOVIMIENTO DE SALDO                                   *
      *  POR MAS DIAS QUE EL UMBRAL DEL PARM (180 POR          *
      *  DEFECTO), CON SUBTOTALES POR SUCURSAL Y TOTAL BANCO   *
      *  PARA ALIMENTAR EL PROCESO DE PRESCRIPCION.            *
      *  CALENDARIO SE USAN LOS DIAS CALENDARIO QUE LA MISMA   *
      *  SUBRUTINA DEVUELVE.                                   *
      *                                                        *
      *  CADA CUENTA LISTADA SE GRABA ADEMAS COMO EVENTO EN    *
      *  EVENTOS (COPY CPEVENT) PARA EL AVISO AL CLIENTE QUE   *
      *  ARMA PGMNOTIF, CON LA FECHA DEL ULTIMO MOVIMIENTO     *
      *  COMO REFERENCIA: LA CUENTA QUE SIGUE INACTIVA Y       *
      *  VUELVE A LISTARSE EL MES SIGUIENTE NO SE REAVISA.     *
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
      **************************************
      *  02/09/26 * DIAS HABILES CON *     *
      *           * SUBRUTINA FECHAB *     *
      *  14/10/26 * REGISTRO CTAMAE  *     *
      *           * POR COPY CPCTAMA *     *
      *  15/10/26 * EVENTO DE CUENTA *     *
      *           * INACTIVA P/AVISO *     *
      *  15/10/26 * LEE CTAEXT DEL   *     *
      *           * BARRIDO PGMBARRE *     *
      **************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

             SELECT CTAEXT  ASSIGN DDCTAEXT
                    FILE STATUS IS WS-EXT-CODE.

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

       FD INFORME
            BLOCK CONTAINS 0 RECORDS

       01 REG-INFORME    PIC X(80).

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

      ********  FECHA DE PROCESO Y UMBRAL  ***************
       01  WS-FECHA             PIC 9(08)  VALUE ZEROS.

       77  WS-CANT-DORM-BCO     PIC 9(07)     VALUE ZEROS.
       77  WS-IMP-DORM-BCO      PIC S9(13)V99 VALUE ZEROS.
       77  WS-CANT-LEIDAS       PIC 9(07)     VALUE ZEROS.
       77  WS-CANT-EVENTOS      PIC 9(07)     VALUE ZEROS.

      ********  LINEAS DEL INFORME  ***************
       01  WS-LIN-TITULO.
           DISPLAY 'FECHA DE CORTE    : ' WS-FECHA.
           DISPLAY 'DIAS DE INACTIVIDAD: ' WS-DIAS-UMBRAL.

           PERFORM 1050-CONTROLAR-EXTRACTO
                     THRU F-1050-CONTROLAR-EXTRACTO.

           OPEN OUTPUT INFORME.
           IF WS-INF-CODE IS NOT EQUAL '00'
              SET  WS-FIN-LECTURA TO TRUE
           END-IF.

           OPEN OUTPUT EVENTOS.
           IF WS-EVT-CODE IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN EVENTOS = ' WS-EVT-CODE
              MOVE 9999 TO RETURN-CODE
              SET  WS-FIN-LECTURA TO TRUE
           END-IF.

           MOVE WS-FECHA       TO WS-TIT-FECHA.
           MOVE WS-DIAS-UMBRAL TO WS-TIT-DIAS.
           MOVE WS-LIN-TITULO  TO REG-INFORME.
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
                   GO TO F-2000-PROCESO
           END-READ.

           IF WS-EXT-CODE IS NOT EQUAL '00'
              DISPLAY '* ERROR EN LECTURA CTAEXT = ' WS-EXT-CODE
              MOVE 9999 TO RETURN-CODE
              SET WS-FIN-LECTURA TO TRUE
              GO TO F-2000-PROCESO
           END-IF.

           MOVE EXT-REG-CTAMAE TO REG-CTAMAE.

           ADD 1 TO WS-CANT-LEIDAS.

           IF CTA-ESTADO NOT EQUAL ZERO
           ADD 1           TO WS-CANT-DORM-SUC.
           ADD CTA-IMPORTE TO WS-IMP-DORM-SUC.

           PERFORM 2150-GRABAR-EVENTO THRU F-2150-GRABAR-EVENTO.

       F-2100-INFORMAR-CUENTA. EXIT.

      **************************************
      *                                    *
      *  GRABA EL EVENTO DE CUENTA         *
      *  INACTIVA PARA EL AVISO AL CLIENTE *
      *                                    *
      **************************************
       2150-GRABAR-EVENTO.
           MOVE SPACES            TO REG-EVENTO.
           MOVE CTA-SUCURSAL      TO EVT-SUCURSAL.
           MOVE CTA-CUENTA        TO EVT-CUENTA.
           SET EVT-INACTIVA       TO TRUE.
           MOVE CTA-FECHA-ULT-MOV TO EVT-FECHA-REF.
           MOVE WS-FECHA          TO EVT-FECHA.
           MOVE CTA-IMPORTE       TO EVT-IMPORTE.
           MOVE CTA-MONEDA        TO EVT-MONEDA.
           MOVE 'PGMDORMI'        TO EVT-PROGRAMA.

           WRITE REG-EVENTO.
           IF WS-EVT-CODE IS NOT EQUAL '00'
              DISPLAY '* ERROR EN WRITE EVENTOS = ' WS-EVT-CODE
              MOVE 9999 TO RETURN-CODE
              SET WS-FIN-LECTURA TO TRUE
           ELSE
              ADD 1 TO WS-CANT-EVENTOS
           END-IF.

       F-2150-GRABAR-EVENTO. EXIT.

      **************************************
      *                                    *
      *  SUBTOTAL DE LA SUCURSAL QUE SE    *
           MOVE WS-LIN-TOTAL     TO REG-INFORME.
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

           CLOSE INFORME.
              MOVE 9999 TO RETURN-CODE
           END-IF.

           CLOSE EVENTOS.
           IF WS-EVT-CODE IS NOT EQUAL '00'
              DISPLAY '* ERROR EN CLOSE EVENTOS = ' WS-EVT-CODE
              MOVE 9999 TO RETURN-CODE
           END-IF.

           DISPLAY '************************** '.
           DISPLAY 'CUENTAS LEIDAS          : ' WS-CANT-LEIDAS.
           DISPLAY 'CUENTAS INACTIVAS       : ' WS-CANT-DORM-BCO.
           DISPLAY 'EVENTOS PARA AVISO      : ' WS-CANT-EVENTOS.

       F-9999-FINAL. EXIT.

