      *  CON CANTIDAD Y SALDO DE LAS CUENTAS ACTIVAS, EN EL    *
      *  FORMATO FIJO DEL REGULADOR, CON HEADER NUMERADO POR   *
      *  SECUENCIA DE PRESENTACION Y TRAILER DE CONTROL.       *
      *  LOS PLAZOS FIJOS VIGENTES DEL MAESTRO PFMAE ENTRAN    *
      *  COMO TIPO 3 POR SU CAPITAL, IGUAL QUE LOS EMITE       *
      *  PGMPFVEN PARA EL CORTE.                               *
      *                                                        *
      *  ANTES DE GRABAR UNA SOLA LINEA SE ATAN LAS CIFRAS     *
      *  CONTRA EL CORTE DE PGM2CC7C EN SUCTOT: CANTIDAD DE    *
      *  REPRESENTA LA MISMA SECUENCIA CON LA RECTIFICATIVA    *
      *  SIGUIENTE.                                            *
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
      *15/10/2026* PLAZOS FIJOS DE   * 002 *
      *          * PFMAE COMO TIPO 3 *     *
      *15/10/2026* LEE EL EXTRACTO   * 003 *
      *          * CTAEXT DE BARRIDO *     *
      *          *                   *     *
      *          *                   *     *
      **************************************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

             SELECT CTAEXT  ASSIGN DDCTAEXT
                    FILE STATUS IS WS-EXT-CODE.

             SELECT PFMAE   ASSIGN DDPFMAE
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS PF-CLAVE
                    FILE STATUS IS WS-PF-CODE.

             SELECT SUCTOT  ASSIGN DDSUCTOT
                    ORGANIZATION IS INDEXED

       DATA DIVISION.
       FILE SECTION.
       FD CTAEXT
            BLOCK CONTAINS 0 RECORDS
            RECORDING MODE IS F.

           COPY CPCTAEX.

       FD PFMAE.

           COPY CPPFMAE.

       FD SUCTOT.

      **************************************
       77  FILLER        PIC X(26) VALUE '* INICIO WORKING-STORAGE *'.
       77  FILLER        PIC X(26) VALUE '* CODIGOS RETORNO FILES  *'.
       77  WS-EXT-CODE      PIC XX    VALUE SPACES.
       77  WS-PF-CODE       PIC XX    VALUE SPACES.
       77  WS-TOT-CODE      PIC XX    VALUE SPACES.
       77  WS-REG-CODE      PIC XX    VALUE SPACES.
       77  WS-CTL-CODE      PIC XX    VALUE SPACES.
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

       01  WS-STATUS-FIN-PF   PIC X     VALUE 'N'.
           88  WS-FIN-PLAZOS-FIJOS    VALUE 'Y'.
           88  WS-NO-FIN-PLAZOS-FIJOS VALUE 'N'.

       01  WS-STATUS-FIN-TOT  PIC X.
           88  WS-FIN-SUCTOT          VALUE 'Y'.
           88  WS-NO-FIN-SUCTOT       VALUE 'N'.
           88  WS-ENT-UBICADA         VALUE 'S'.
           88  WS-ENT-NO-UBICADA      VALUE 'N'.

       77  WS-BUS-SUCURSAL      PIC 9(03)  VALUE ZEROS.
       77  WS-BUS-MONEDA        PIC 9(02)  VALUE ZEROS.
       77  WS-BUS-TIPO          PIC 9(01)  VALUE ZEROS.
       77  WS-TIPO-PLAZO-FIJO   PIC 9(01)  VALUE 3.

      ********  TOTALES PARA EL ATADO CONTRA SUCTOT  **********
       77  WS-CANT-ACTIVAS-CTA  PIC 9(07)     VALUE ZEROS.
       77  WS-CANT-ACTIVAS-TOT  PIC 9(07)     VALUE ZEROS.

      ********  CONTADORES DE PROCESO  ***************
       77  WS-CANT-LEIDAS       PIC 9(7)  VALUE ZEROS.
       77  WS-CANT-PF-LEIDOS    PIC 9(7)  VALUE ZEROS.
       77  WS-CANT-GRABADOS     PIC 9(7)  VALUE ZEROS.

       77  FILLER        PIC X(26) VALUE '* FINAL  WORKING-STORAGE *'.
           PERFORM 2000-PROCESO  THRU  F-2000-PROCESO
                   UNTIL WS-FIN-LECTURA.

           PERFORM 2500-PLAZOS-FIJOS THRU F-2500-PLAZOS-FIJOS.

           PERFORM 3000-ATAR-CONTRA-SUCTOT
                     THRU F-3000-ATAR-CONTRA-SUCTOT.


           PERFORM 1200-LEER-CONTROL THRU F-1200-LEER-CONTROL.

           PERFORM 1050-CONTROLAR-EXTRACTO
                     THRU F-1050-CONTROLAR-EXTRACTO.

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
              GO TO F-2000-PROCESO
           END-IF.

           MOVE CTA-SUCURSAL TO WS-BUS-SUCURSAL.
           MOVE CTA-MONEDA   TO WS-BUS-MONEDA.
           MOVE CTA-TIPO     TO WS-BUS-TIPO.
           PERFORM 2100-UBICAR-ENTRADA
                     THRU F-2100-UBICAR-ENTRADA.
           IF WS-ENT-NO-UBICADA
                     THRU F-2200-AVANZAR-ENTRADA
                   UNTIL WS-IDX-RGM GREATER WS-CANT-RGM-TABLA
                   OR (WS-RGM-SUCURSAL (WS-IDX-RGM)
                                EQUAL WS-BUS-SUCURSAL
                   AND WS-RGM-MONEDA (WS-IDX-RGM)
                                EQUAL WS-BUS-MONEDA
                   AND WS-RGM-TIPO (WS-IDX-RGM)
                                EQUAL WS-BUS-TIPO).

           IF WS-IDX-RGM GREATER WS-CANT-RGM-TABLA
              IF WS-CANT-RGM-TABLA LESS 999
                 ADD 1 TO WS-CANT-RGM-TABLA
                 SET WS-IDX-RGM TO WS-CANT-RGM-TABLA
                 MOVE WS-BUS-SUCURSAL
                            TO WS-RGM-SUCURSAL (WS-IDX-RGM)
                 MOVE WS-BUS-MONEDA
                            TO WS-RGM-MONEDA (WS-IDX-RGM)
                 MOVE WS-BUS-TIPO
                            TO WS-RGM-TIPO (WS-IDX-RGM)
                 MOVE ZEROS TO WS-RGM-CANT (WS-IDX-RGM)
                               WS-RGM-SALDO (WS-IDX-RGM)

       F-2360-PROBAR-MONEDA. EXIT.

      **************************************
      *                                    *
      *  SUMA LOS PLAZOS FIJOS VIGENTES    *
      *  COMO TIPO 3; SIN PFMAE NO HAY     *
      *  PLAZOS FIJOS QUE INFORMAR         *
      *                                    *
      **************************************
       2500-PLAZOS-FIJOS.
           IF RETURN-CODE EQUAL 9999
              GO TO F-2500-PLAZOS-FIJOS
           END-IF.

           SET WS-NO-FIN-PLAZOS-FIJOS TO TRUE.

           OPEN INPUT PFMAE.
           IF WS-PF-CODE IS NOT EQUAL '00'
              DISPLAY '* MAESTRO DE PLAZOS FIJOS NO DISPONIBLE, '
                      'PFMAE = ' WS-PF-CODE
              GO TO F-2500-PLAZOS-FIJOS
           END-IF.

           MOVE LOW-VALUES TO PF-CLAVE.
           START PFMAE KEY IS NOT LESS PF-CLAVE
                 INVALID KEY SET WS-FIN-PLAZOS-FIJOS TO TRUE
           END-START.

           PERFORM 2600-SUMAR-PLAZO-FIJO
                     THRU F-2600-SUMAR-PLAZO-FIJO
                   UNTIL WS-FIN-PLAZOS-FIJOS.

           CLOSE PFMAE.

       F-2500-PLAZOS-FIJOS. EXIT.

       2600-SUMAR-PLAZO-FIJO.
           READ PFMAE NEXT RECORD
                AT END
                   SET WS-FIN-PLAZOS-FIJOS TO TRUE
                   GO TO F-2600-SUMAR-PLAZO-FIJO
           END-READ.

           IF WS-PF-CODE IS NOT EQUAL '00'
              DISPLAY '* ERROR EN LECTURA PFMAE = ' WS-PF-CODE
              MOVE 9999 TO RETURN-CODE
              SET WS-FIN-PLAZOS-FIJOS TO TRUE
              GO TO F-2600-SUMAR-PLAZO-FIJO
           END-IF.

           ADD 1 TO WS-CANT-PF-LEIDOS.

           IF NOT PF-VIGENTE
              GO TO F-2600-SUMAR-PLAZO-FIJO
           END-IF.

           MOVE PF-SUCURSAL        TO WS-BUS-SUCURSAL.
           MOVE PF-MONEDA          TO WS-BUS-MONEDA.
           MOVE WS-TIPO-PLAZO-FIJO TO WS-BUS-TIPO.
           PERFORM 2100-UBICAR-ENTRADA
                     THRU F-2100-UBICAR-ENTRADA.
           IF WS-ENT-NO-UBICADA
              SET WS-FIN-PLAZOS-FIJOS TO TRUE
              GO TO F-2600-SUMAR-PLAZO-FIJO
           END-IF.

           ADD 1          TO WS-RGM-CANT (WS-IDX-RGM).
           ADD PF-CAPITAL TO WS-RGM-SALDO (WS-IDX-RGM).

           ADD 1 TO WS-CANT-ACTIVAS-CTA.
           MOVE PF-MONEDA  TO WS-MONEDA-BUSCADA.
           MOVE PF-CAPITAL TO WS-IMPORTE-BUSCADO.
           PERFORM 2300-ATADO-MONEDA-CTA
                     THRU F-2300-ATADO-MONEDA-CTA.

       F-2600-SUMAR-PLAZO-FIJO. EXIT.

      **************************************
      *                                    *
      *  RECORRE SUCTOT COMPLETO Y SUMA    *
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

           DISPLAY '************************** '.
           DISPLAY 'CUENTAS LEIDAS          : ' WS-CANT-LEIDAS.
           DISPLAY 'PLAZOS FIJOS LEIDOS     : ' WS-CANT-PF-LEIDOS.
           DISPLAY 'CUENTAS ACTIVAS         : '
                                          WS-CANT-ACTIVAS-CTA.
           DISPLAY 'REGISTROS PRESENTADOS   : ' WS-CANT-GRABADOS.
