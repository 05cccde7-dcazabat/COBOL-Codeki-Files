       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMDISPO.
       AUTHOR.        D. CAZABAT.
       INSTALLATION.  CURSO CODEKI.
       DATE-WRITTEN.  14/10/2026.
       DATE-COMPILED. 14/10/2026.
      **********************************************************
      *                                                        *
      *  SALDO DISPONIBLE DIARIO: RECORRE CTAMAE Y, POR CADA   *
      *  CUENTA, SUMA LAS RETENCIONES DE RETENC VIGENTES A LA  *
      *  FECHA (DESDE <= FECHA Y SIN VENCER). EL DISPONIBLE ES *
      *  CTA-IMPORTE MENOS LO RETENIDO; UNA CUENTA CON EMBARGO *
      *  TOTAL (CTA-ESTADO 2) NO TIENE DISPONIBLE.             *
      *                                                        *
      *  SE LISTAN LAS CUENTAS CON RETENCIONES O EMBARGO. LAS  *
      *  CUENTAS CUYO SALDO QUEDO POR DEBAJO DE LO RETENIDO    *
      *  SE MARCAN PARA LEGALES (RC 4).                        *
      *                                                        *
      *  PARM: FECHA (SSAAMMDD).                               *
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
      *15/10/2026* LEE EL EXTRACTO   * 002 *
      *          * CTAEXT DE BARRIDO *     *
      *          *                   *     *
      *          *                   *     *
      **************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

             SELECT CTAEXT  ASSIGN DDCTAEXT
                    FILE STATUS IS WS-EXT-CODE.

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
       FD CTAEXT
            BLOCK CONTAINS 0 RECORDS
            RECORDING MODE IS F.

           COPY CPCTAEX.

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
       77  WS-EXT-CODE      PIC XX    VALUE SPACES.
       77  WS-RET-CODE      PIC XX    VALUE SPACES.
       77  WS-INF-CODE      PIC XX    VALUE SPACES.
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

       01  WS-STATUS-FIN-RET PIC X.
           88  WS-FIN-RETENC          VALUE 'Y'.
           88  WS-NO-FIN-RETENC       VALUE 'N'.

      ********  FECHA DE PROCESO  ***************
       01  WS-FECHA             PIC 9(08)  VALUE ZEROS.

       01  WS-REG-PARM.
           03  WS-PARM-FECHA    PIC 9(08).

      ********  RETENCIONES DE LA CUENTA  ***************
       77  WS-RETENIDO          PIC S9(09)V99 VALUE ZEROS.
       77  WS-DISPONIBLE        PIC S9(09)V99 VALUE ZEROS.
       77  WS-CANT-RET-CTA      PIC 9(03)     VALUE ZEROS.

      ********  CONTADORES DE PROCESO  ***************
       77  WS-CANT-CUENTAS      PIC 9(7)  VALUE ZEROS.
       77  WS-CANT-CON-RETENC   PIC 9(7)  VALUE ZEROS.
       77  WS-CANT-EMBARGO      PIC 9(7)  VALUE ZEROS.
       77  WS-CANT-LEGALES      PIC 9(7)  VALUE ZEROS.
       77  WS-TOTAL-RETENIDO    PIC S9(11)V99 VALUE ZEROS.

      ********  LINEAS DEL INFORME  ***************
       01  WS-LIN-TITULO.
           03  FILLER           PIC X(44)
               VALUE 'SALDO DISPONIBLE POR CUENTA AL DIA          '.
           03  WS-TIT-FECHA     PIC 9(08).
           03  FILLER           PIC X(28)   VALUE SPACES.

       01  WS-LIN-CABECERA.
           03  FILLER           PIC X(40)
               VALUE 'SUC CUENTA   MO  RET        SALDO       '.
           03  FILLER           PIC X(40)
               VALUE ' RETENIDO     DISPONIBLE  OBSERVACION   '.

       01  WS-LIN-DETALLE.
           03  WS-DET-SUCURSAL  PIC 999.
           03  FILLER           PIC X(01)   VALUE SPACE.
           03  WS-DET-CUENTA    PIC 9(08).
           03  FILLER           PIC X(01)   VALUE SPACE.
           03  WS-DET-MONEDA    PIC 99.
           03  FILLER           PIC X(01)   VALUE SPACE.
           03  WS-DET-CANT-RET  PIC ZZ9.
           03  FILLER           PIC X(01)   VALUE SPACE.
           03  WS-DET-SALDO     PIC Z,ZZZ,ZZ9.99-.
           03  FILLER           PIC X(01)   VALUE SPACE.
           03  WS-DET-RETENIDO  PIC ZZ,ZZZ,ZZ9.99.
           03  FILLER           PIC X(01)   VALUE SPACE.
           03  WS-DET-DISPONIBLE PIC ZZ,ZZZ,ZZ9.99-.
           03  FILLER           PIC X(01)   VALUE SPACE.
           03  WS-DET-OBSERVA   PIC X(14)   VALUE SPACES.

       01  WS-LIN-RESUMEN.
           03  WS-RES-CONCEPTO  PIC X(30)   VALUE SPACES.
           03  WS-RES-CANT      PIC ZZZZZZ9.
           03  FILLER           PIC X(43)   VALUE SPACES.

       01  WS-LIN-TOTAL.
           03  FILLER           PIC X(30)
               VALUE 'TOTAL RETENIDO VIGENTE'.
           03  WS-TOT-RETENIDO  PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
           03  FILLER           PIC X(31)   VALUE SPACES.

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

           PERFORM 9999-FINAL    THRU  F-9999-FINAL.

       F-MAIN-PROGRAM. GOBACK.

      **************************************
      *                                    *
      *  APERTURA DE FILES                 *
      *                                    *
      **************************************
       1000-INICIO.
           ACCEPT WS-FECHA FROM DATE YYYYMMDD.
           PERFORM 1100-LEER-PARM THRU F-1100-LEER-PARM.
           DISPLAY 'FECHA:    '  WS-FECHA.

           SET WS-NO-FIN-LECTURA TO TRUE.

           PERFORM 1050-CONTROLAR-EXTRACTO
                     THRU F-1050-CONTROLAR-EXTRACTO.

           OPEN INPUT RETENC.
           IF WS-RET-CODE IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN RETENC  = ' WS-RET-CODE
              MOVE 9999 TO RETURN-CODE
              SET  WS-FIN-LECTURA TO TRUE
           END-IF.

           OPEN OUTPUT INFORME.
           IF WS-INF-CODE IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN INFORME = ' WS-INF-CODE
              MOVE 9999 TO RETURN-CODE
              SET  WS-FIN-LECTURA TO TRUE
           END-IF.

           MOVE WS-FECHA        TO WS-TIT-FECHA.
           MOVE WS-LIN-TITULO   TO REG-INFORME.
           PERFORM 9300-GRABAR-INFORME THRU F-9300-GRABAR-INFORME.
           MOVE WS-LIN-CABECERA TO REG-INFORME.
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
      *  UNA CUENTA DEL MAESTRO: SUMA SUS  *
      *  RETENCIONES Y CALCULA EL          *
      *  DISPONIBLE                        *
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

           ADD 1 TO WS-CANT-CUENTAS.

           PERFORM 2100-SUMAR-RETENCIONES
                     THRU F-2100-SUMAR-RETENCIONES.

           IF WS-CANT-RET-CTA EQUAL ZEROS AND
              CTA-ESTADO NOT EQUAL 2
              GO TO F-2000-PROCESO
           END-IF.

           MOVE SPACES TO WS-DET-OBSERVA.

           IF CTA-ESTADO EQUAL 2
              MOVE ZEROS TO WS-DISPONIBLE
              MOVE 'EMBARGO TOTAL ' TO WS-DET-OBSERVA
              ADD 1 TO WS-CANT-EMBARGO
           ELSE
              COMPUTE WS-DISPONIBLE = CTA-IMPORTE - WS-RETENIDO
           END-IF.

           IF WS-CANT-RET-CTA GREATER ZEROS
              ADD 1 TO WS-CANT-CON-RETENC
              ADD WS-RETENIDO TO WS-TOTAL-RETENIDO
              IF CTA-IMPORTE LESS WS-RETENIDO
                 MOVE '*** LEGALES **' TO WS-DET-OBSERVA
                 ADD 1 TO WS-CANT-LEGALES
              END-IF
           END-IF.

           MOVE CTA-SUCURSAL    TO WS-DET-SUCURSAL.
           MOVE CTA-CUENTA      TO WS-DET-CUENTA.
           MOVE CTA-MONEDA      TO WS-DET-MONEDA.
           MOVE WS-CANT-RET-CTA TO WS-DET-CANT-RET.
           MOVE CTA-IMPORTE     TO WS-DET-SALDO.
           MOVE WS-RETENIDO     TO WS-DET-RETENIDO.
           MOVE WS-DISPONIBLE   TO WS-DET-DISPONIBLE.
           MOVE WS-LIN-DETALLE  TO REG-INFORME.
           PERFORM 9300-GRABAR-INFORME THRU F-9300-GRABAR-INFORME.

       F-2000-PROCESO. EXIT.

      **************************************
      *                                    *
      *  SUMA LAS RETENCIONES DE LA CUENTA *
      *  VIGENTES A LA FECHA DE PROCESO    *
      *                                    *
      **************************************
       2100-SUMAR-RETENCIONES.
           MOVE ZEROS TO WS-RETENIDO
                         WS-CANT-RET-CTA.
           SET WS-NO-FIN-RETENC TO TRUE.

           MOVE CTA-SUCURSAL TO RET-SUCURSAL.
           MOVE CTA-CUENTA   TO RET-CUENTA.
           MOVE ZEROS        TO RET-SECUENCIA.
           START RETENC KEY IS NOT LESS RET-CLAVE
                 INVALID KEY SET WS-FIN-RETENC TO TRUE
           END-START.

           PERFORM 2150-LEER-RETENCION THRU F-2150-LEER-RETENCION
                   UNTIL WS-FIN-RETENC.

       F-2100-SUMAR-RETENCIONES. EXIT.

       2150-LEER-RETENCION.
           READ RETENC NEXT RECORD
                AT END
                   SET WS-FIN-RETENC TO TRUE
                   GO TO F-2150-LEER-RETENCION
           END-READ.

           IF WS-RET-CODE IS NOT EQUAL '00' OR
              RET-SUCURSAL NOT EQUAL CTA-SUCURSAL OR
              RET-CUENTA   NOT EQUAL CTA-CUENTA
              SET WS-FIN-RETENC TO TRUE
              GO TO F-2150-LEER-RETENCION
           END-IF.

           IF NOT RET-VIGENTE OR
              RET-FECHA-DESDE GREATER WS-FECHA
              GO TO F-2150-LEER-RETENCION
           END-IF.

           IF RET-FECHA-HASTA GREATER ZEROS AND
              RET-FECHA-HASTA LESS WS-FECHA
              GO TO F-2150-LEER-RETENCION
           END-IF.

           ADD 1         TO WS-CANT-RET-CTA.
           ADD RET-MONTO TO WS-RETENIDO.

       F-2150-LEER-RETENCION. EXIT.

      **************************************
      *                                    *
      *  RESUMEN Y CIERRE DE FILES         *
      *                                    *
      **************************************
       9999-FINAL.
           MOVE WS-LIN-BLANCA TO REG-INFORME.
           PERFORM 9300-GRABAR-INFORME THRU F-9300-GRABAR-INFORME.

           MOVE 'CUENTAS LEIDAS'             TO WS-RES-CONCEPTO.
           MOVE WS-CANT-CUENTAS              TO WS-RES-CANT.
           PERFORM 9400-LINEA-RESUMEN THRU F-9400-LINEA-RESUMEN.
           MOVE 'CUENTAS CON RETENCIONES'    TO WS-RES-CONCEPTO.
           MOVE WS-CANT-CON-RETENC           TO WS-RES-CANT.
           PERFORM 9400-LINEA-RESUMEN THRU F-9400-LINEA-RESUMEN.
           MOVE 'CUENTAS CON EMBARGO TOTAL'  TO WS-RES-CONCEPTO.
           MOVE WS-CANT-EMBARGO              TO WS-RES-CANT.
           PERFORM 9400-LINEA-RESUMEN THRU F-9400-LINEA-RESUMEN.
           MOVE 'CUENTAS PARA LEGALES'       TO WS-RES-CONCEPTO.
           MOVE WS-CANT-LEGALES              TO WS-RES-CANT.
           PERFORM 9400-LINEA-RESUMEN THRU F-9400-LINEA-RESUMEN.

           MOVE WS-TOTAL-RETENIDO TO WS-TOT-RETENIDO.
           MOVE WS-LIN-TOTAL      TO REG-INFORME.
           PERFORM 9300-GRABAR-INFORME THRU F-9300-GRABAR-INFORME.

           IF WS-CANT-LEGALES GREATER ZEROS AND
              RETURN-CODE EQUAL ZEROS
              MOVE 4 TO RETURN-CODE
           END-IF.

           IF WS-EXTRACTO-ABIERTO
              CLOSE CTAEXT
              IF WS-EXT-CODE IS NOT EQUAL '00'
                 DISPLAY '* ERROR EN CLOSE CTAEXT  = ' WS-EXT-CODE
                 MOVE 9999 TO RETURN-CODE
              END-IF
           END-IF.

      *    LO LEIDO DEBE SER LO QUE EL BARRIDO GRABO
           IF WS-EXTRACTO-ABIERTO AND RETURN-CODE NOT EQUAL 9999
              AND WS-CANT-CUENTAS NOT EQUAL WS-ECK-CANT-REGISTROS
              DISPLAY '* EXTRACTO TRUNCADO: SE LEYERON ' WS-CANT-CUENTAS
                      ' DE ' WS-ECK-CANT-REGISTROS ' CUENTAS'
              MOVE 8 TO RETURN-CODE
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
           DISPLAY 'CUENTAS LEIDAS          : ' WS-CANT-CUENTAS.
           DISPLAY 'CUENTAS CON RETENCIONES : ' WS-CANT-CON-RETENC.
           DISPLAY 'CUENTAS PARA LEGALES    : ' WS-CANT-LEGALES.

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
