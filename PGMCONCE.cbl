      *  CERO) EL PORCENTAJE SE CALCULA SOBRE LA SUMA DE SUS   *
      *  PROPIAS CUENTAS ACTIVAS Y SE AVISA POR CONSOLA.       *
      *                                                        *
      *  LAS CUENTAS SE TOMAN DEL EXTRACTO NOCTURNO CTAEXT DEL *
      *  BARRIDO PGMBARRE (COPY CPCTAEX), YA EN ORDEN DE       *
      *  SUCURSAL + CUENTA, Y NO DE CTAMAE. ANTES DE ABRIRLO   *
      *  LA SUBRUTINA EXTCHK CONTROLA QUE SEA DE LA FECHA DE   *
      *  PROCESO Y QUE HAYA CONCILIADO CONTRA SUCTOT; SI NO,   *
      *  EL PROCESO NO ARRANCA Y TERMINA CON RC 8, IGUAL QUE   *
      *  SI SE LEEN MENOS CUENTAS QUE LAS QUE GRABO EL         *
      *  BARRIDO. EL IMPORTE EN PESOS EQUIVALENTES YA VIENE EN *
      *  EL EXTRACTO, CON LA COTIZACION DE RATES VIGENTE A LA  *
      *  FECHA DE PROCESO.                                     *
      *                                                        *
      **********************************************************
      *      MANTENIMIENTO DE PROGRAMA                         *
      **********************************************************
      *  FECHA   *    DETALLE        * COD *
      **************************************
      *14/10/2026* REGISTRO CTAMAE   * 001 *
      *          * POR COPY CPCTAMA  *     *
      *15/10/2026* LEE EL EXTRACTO   * 002 *
      *          * CTAEXT DE BARRIDO *     *
      *          *                   *     *
      *          *                   *     *
      **************************************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

             SELECT CTAEXT  ASSIGN DDCTAEXT
                    FILE STATUS IS WS-EXT-CODE.

             SELECT SUCTOT  ASSIGN DDSUCTOT
                    ORGANIZATION IS INDEXED
                    RECORD KEY IS TOT-COD
                    FILE STATUS IS WS-TOT-CODE.

             SELECT INFORME ASSIGN DDINFORM
                    FILE STATUS IS WS-INF-CODE.


       DATA DIVISION.
       FILE SECTION.
       FD CTAEXT
            BLOCK CONTAINS 0 RECORDS
            RECORDING MODE IS F.

           COPY CPCTAEX.

       FD SUCTOT.

           03  TOT-IMP-MON-2       PIC S9(9)V99.
           03  FILLER              PIC X(10).

       FD INFORME
            BLOCK CONTAINS 0 RECORDS
            RECORDING MODE IS F.
      **************************************
       77  FILLER        PIC X(26) VALUE '* INICIO WORKING-STORAGE *'.
       77  FILLER        PIC X(26) VALUE '* CODIGOS RETORNO FILES  *'.
       77  WS-EXT-CODE      PIC XX    VALUE SPACES.
       77  WS-TOT-CODE      PIC XX    VALUE SPACES.
       77  WS-INF-CODE      PIC XX    VALUE SPACES.
       77  WS-PARM-CODE     PIC XX    VALUE SPACES.

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

      ********  IMPORTE EN PESOS DE LA CUENTA  *********
       77  WS-IMPORTE-EQUIV     PIC S9(9)V99 VALUE ZEROS.

      ********  FECHA DE PROCESO  ***************

           PERFORM 1100-LEER-PARM THRU F-1100-LEER-PARM.

           PERFORM 1050-CONTROLAR-EXTRACTO
                     THRU F-1050-CONTROLAR-EXTRACTO.

           OPEN INPUT SUCTOT.
           IF WS-TOT-CODE IS NOT EQUAL '00'
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

       F-1100-LEER-PARM. EXIT.

      **************************************
      *                                    *
      *  RECORRE CTAMAE EN ORDEN DE CLAVE  *
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

           IF WS-SUC-EN-CURSO EQUAL ZEROS AND

      **************************************
      *                                    *
      *  IMPORTE DE LA CUENTA EN PESOS     *
      *  EQUIVALENTES, DEL EXTRACTO        *
      *                                    *
      **************************************
       2100-CONVERTIR-IMPORTE.
           MOVE EXT-IMPORTE-PESOS TO WS-IMPORTE-EQUIV.

           IF EXT-SIN-COTIZACION
              DISPLAY '* MONEDA SIN COTIZACION EN SUC '
                      CTA-SUCURSAL ' CTA ' CTA-CUENTA
              IF RETURN-CODE LESS 4
                 MOVE 4 TO RETURN-CODE
              END-IF
           END-IF.

       F-2100-CONVERTIR-IMPORTE. EXIT.

      **************************************
      *                                    *
      *  UBICA LA CUENTA EN EL TOP 10 DE   *
      *                                    *
      **************************************
       9999-FINAL.
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

           CLOSE SUCTOT.
