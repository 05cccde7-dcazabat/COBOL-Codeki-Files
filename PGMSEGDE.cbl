      *  ES LO QUE EL CALCULO A MANO VENIA ERRANDO).           *
      *                                                        *
      *  TOTALIZA LA BASE ASEGURADA POR SUCURSAL Y DEL BANCO,  *
      *  APLICA LA TASA DE APORTE DEL PARM A CADA SUCURSAL E   *
      *  IMPRIME LA LIQUIDACION; EL APORTE DEL BANCO ES LA     *
      *  SUMA DE LOS DE SUS SUCURSALES. GRABA POR SUCURSAL     *
      *  (CENTRO DE COSTO) EL ASIENTO DEL GASTO EN FORMATO     *
      *  GLPOST PARA LA INTERFASE CONTABLE, CON SU             *
      *  CONTRAPARTIDA AL HABER EN APORTES A PAGAR AL FONDO    *
      *  (240010) PARA QUE EL DIA BALANCEE EN LA CONSOLIDACION.*
      *                                                        *
      *  PARM: FECHA (SSAAMMDD) + TOPE ASEGURADO (9(9)V99) +   *
      *  TASA DE APORTE EN PORCENTAJE (99V9999). SIN PARM SE   *
      *  USAN LA FECHA DEL SISTEMA, 1.000.000,00 Y 0,0150.     *
      *                                                        *
      *  LOS ASIENTOS CON FECHA EN UN PERIODO CERRADO DE SU    *
      *  ENTIDAD (SUBRUTINA PERCHK) NO VAN A GLPOST SINO AL    *
      *  SUSPENSO GLSUSP (COPY CPGLSUS) QUE LISTA PGMGLSUS;    *
      *  SI LOS HAY SE TERMINA CON RC 4.                       *
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
      *14/10/2026* CONTRAPARTIDA DEL * 001 *
      *          * ASIENTO AL HABER  *     *
      *14/10/2026* APORTE Y ASIENTO  * 002 *
      *          * POR SUCURSAL      *     *
      *14/10/2026* REGISTRO CTAMAE   * 003 *
      *          * POR COPY CPCTAMA  *     *
      *15/10/2026* PERIODO CERRADO   * 004 *
      *          * AL SUSPENSO       *     *
      *          * GLSUSP (PERCHK)   *     *
      *15/10/2026* LEE EL EXTRACTO   * 005 *
      *          * CTAEXT DE BARRIDO *     *
      *15/10/2026* SUSPENSO CON LA   * 006 *
      *          * FECHA DE PROCESO  *     *
      *          *                   *     *
      *          *                   *     *
      **************************************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

             SELECT CTAEXT  ASSIGN DDCTAEXT
                    FILE STATUS IS WS-EXT-CODE.

             SELECT INFORME ASSIGN DDINFORM
                    FILE STATUS IS WS-INF-CODE.
             SELECT GLPOST  ASSIGN DDGLPOST
                    FILE STATUS IS WS-GL-CODE.

             SELECT GLSUSP  ASSIGN DDGLSUSP
                    FILE STATUS IS WS-SUS-CODE.

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

       01 REG-GLPOST     PIC X(40).

       FD GLSUSP
            BLOCK CONTAINS 0 RECORDS
            RECORDING MODE IS F.

       01 REG-GLSUSP     PIC X(60).

       FD PARMS
            BLOCK CONTAINS 0 RECORDS
            RECORDING MODE IS F.
      **************************************
       77  FILLER        PIC X(26) VALUE '* INICIO WORKING-STORAGE *'.
       77  FILLER        PIC X(26) VALUE '* CODIGOS RETORNO FILES  *'.
       77  WS-EXT-CODE      PIC XX    VALUE SPACES.
       77  WS-INF-CODE      PIC XX    VALUE SPACES.
       77  WS-GL-CODE       PIC XX    VALUE SPACES.
       77  WS-SUS-CODE      PIC XX    VALUE SPACES.
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

      ********  IMPORTE EN PESOS DE LA CUENTA  *********
       77  WS-IMPORTE-EQUIV     PIC S9(9)V99 VALUE ZEROS.
       77  WS-IMPORTE-ASEGURADO PIC S9(9)V99 VALUE ZEROS.

       77  WS-CANT-TOPEADAS-BCO PIC 9(07)     VALUE ZEROS.
       77  WS-BASE-BCO          PIC S9(13)V99 VALUE ZEROS.
       77  WS-PRIMA-BCO         PIC S9(11)V99 VALUE ZEROS.
       77  WS-PRIMA-SUC         PIC S9(11)V99 VALUE ZEROS.

      ********  CONTADORES DE PROCESO  ***************
       77  WS-CANT-LEIDAS       PIC 9(7)  VALUE ZEROS.
           03  WS-PRI-IMPORTE   PIC ZZZ,ZZZ,ZZ9.99-.
           03  FILLER           PIC X(42)   VALUE SPACES.

       01  WS-LIN-PRIMA-SUC.
           03  FILLER           PIC X(12)   VALUE SPACES.
           03  FILLER           PIC X(24)
               VALUE 'APORTE DE LA SUCURSAL   '.
           03  WS-PSU-IMPORTE   PIC ZZZ,ZZZ,ZZ9.99-.
           03  FILLER           PIC X(30)   VALUE SPACES.

      ********  ASIENTO CONTABLE DEL GASTO  ***************
       01  WS-REG-GLPOST.
           03  WS-GL-CIA           PIC X(03)     VALUE 'BCO'.
           03  WS-GL-MONEDA        PIC 9(02)     VALUE 01.
           03  FILLER              PIC X(06)     VALUE SPACES.

      ********  CONTROL DEL PERIODO DEL ASIENTO (PERCHK)  ****
       01  WS-PCK-ENTIDAD       PIC X(03)  VALUE SPACES.
       01  WS-PCK-FECHA.
           03  WS-PCK-SIGLO     PIC 99     VALUE ZEROS.
           03  WS-PCK-AA        PIC 99     VALUE ZEROS.
           03  WS-PCK-MM        PIC 99     VALUE ZEROS.
           03  WS-PCK-DD        PIC 99     VALUE ZEROS.
       01  WS-PCK-ESTADO        PIC X(01)  VALUE SPACE.
       01  WS-PCK-RESULTADO     PIC XX     VALUE SPACES.
           88  WS-PCK-CERRADO              VALUE '10'.
           88  WS-PCK-SIN-CONTROL          VALUE '20'.

       01  WS-SWITCH-SUSPENSO   PIC X      VALUE 'N'.
           88  WS-ASIENTO-EN-SUSPENSO      VALUE 'S'.
           88  WS-ASIENTO-EN-GLPOST        VALUE 'N'.

       01  WS-SWITCH-AVISO-PCK  PIC X      VALUE 'N'.
           88  WS-PCK-AVISADO              VALUE 'S'.
           88  WS-PCK-NO-AVISADO           VALUE 'N'.

       77  WS-CANT-SUSPENSO     PIC 9(07)  VALUE ZEROS.

      ********  ASIENTO DESVIADO AL SUSPENSO  ***************
           COPY CPGLSUS.

       77  WS-GL-CTA-GASTO      PIC 9(06)  VALUE 520010.
       77  WS-GL-CTA-A-PAGAR    PIC 9(06)  VALUE 240010.

       77  FILLER        PIC X(26) VALUE '* FINAL  WORKING-STORAGE *'.

      ***************************************************************.

           PERFORM 1100-LEER-PARM THRU F-1100-LEER-PARM.

           DISPLAY 'FECHA PROCESO   : ' WS-FECHA.
           DISPLAY 'TOPE ASEGURADO  : ' WS-TOPE-ASEGURADO.
           DISPLAY 'TASA DE APORTE  : ' WS-TASA-PRIMA.

           PERFORM 1050-CONTROLAR-EXTRACTO
                     THRU F-1050-CONTROLAR-EXTRACTO.

           OPEN OUTPUT INFORME.
           IF WS-INF-CODE IS NOT EQUAL '00'
              SET  WS-FIN-LECTURA TO TRUE
           END-IF.

           OPEN OUTPUT GLSUSP.
           IF WS-SUS-CODE IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN GLSUSP  = ' WS-SUS-CODE
              MOVE 9999 TO RETURN-CODE
              SET  WS-FIN-LECTURA TO TRUE
           END-IF.

           MOVE WS-FECHA          TO WS-TIT-FECHA.
           MOVE WS-LIN-TITULO     TO REG-INFORME.
           PERFORM 9300-GRABAR-INFORME THRU F-9300-GRABAR-INFORME.
           MOVE WS-LIN-PARAMETROS TO REG-INFORME.
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

      **************************************
      *                                    *
      *  RECORRE EL EXTRACTO, TOPEA CADA   *
      *  CUENTA ACTIVA Y LA                *
      *  SUMA A LA BASE DE SU SUCURSAL     *
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

      **************************************
      *                                    *
      *  TOMA EL SALDO EN PESOS DEL        *
      *  EXTRACTO Y LO TOPEA EN EL MAXIMO  *
      *  ASEGURADO                         *
      *                                    *
      **************************************
       2100-ASEGURAR-CUENTA.
           MOVE EXT-IMPORTE-PESOS TO WS-IMPORTE-EQUIV.

           IF EXT-SIN-COTIZACION
              ADD 1 TO WS-CANT-SIN-COTIZ
              DISPLAY '* CUENTA CON MONEDA SIN COTIZACION, '
                      'SUC ' CTA-SUCURSAL ' CTA ' CTA-CUENTA
              GO TO F-2100-ASEGURAR-CUENTA
           END-IF.

           IF WS-IMPORTE-EQUIV GREATER WS-TOPE-ASEGURADO
              MOVE WS-TOPE-ASEGURADO TO WS-IMPORTE-ASEGURADO
              ADD 1 TO WS-CANT-TOPEADAS-SUC

       F-2100-ASEGURAR-CUENTA. EXIT.

      **************************************
      *                                    *
      *  SUBTOTAL DE LA SUCURSAL QUE SE    *
      *  CIERRA, SU APORTE Y ASIENTO Y     *
      *  PASE AL TOTAL BANCO               *
      *                                    *
      **************************************
       2400-SUBTOTAL-SUCURSAL.
           MOVE WS-LIN-SUBTOTAL TO REG-INFORME.
           PERFORM 9300-GRABAR-INFORME THRU F-9300-GRABAR-INFORME.

           COMPUTE WS-PRIMA-SUC ROUNDED =
                   WS-BASE-SUC * WS-TASA-PRIMA / 100
               ON SIZE ERROR
                   DISPLAY '* APORTE DESBORDADO EN SUCURSAL '
                           WS-SUCURSAL-ANT ', REVISAR TASA Y BASE'
                   MOVE 9999 TO RETURN-CODE
                   MOVE ZEROS TO WS-PRIMA-SUC
           END-COMPUTE.

           MOVE WS-PRIMA-SUC     TO WS-PSU-IMPORTE.
           MOVE WS-LIN-PRIMA-SUC TO REG-INFORME.
           PERFORM 9300-GRABAR-INFORME THRU F-9300-GRABAR-INFORME.

           IF WS-PRIMA-SUC GREATER ZEROS
              PERFORM 9500-GRABAR-ASIENTO
                        THRU F-9500-GRABAR-ASIENTO
           END-IF.

           ADD WS-CANT-CTAS-SUC     TO WS-CANT-CTAS-BCO.
           ADD WS-CANT-TOPEADAS-SUC TO WS-CANT-TOPEADAS-BCO.
           ADD WS-BASE-SUC          TO WS-BASE-BCO.
           ADD WS-PRIMA-SUC         TO WS-PRIMA-BCO.
           MOVE ZEROS TO WS-CANT-CTAS-SUC
                         WS-CANT-TOPEADAS-SUC
                         WS-BASE-SUC.
      **************************************
      *                                    *
      *  ULTIMO SUBTOTAL, TOTAL BANCO,     *
      *  APORTE DEL BANCO Y CIERRE DE      *
      *  FILES                             *
      *                                    *
      **************************************
       9999-FINAL.
           MOVE WS-LIN-TOTAL TO REG-INFORME.
           PERFORM 9300-GRABAR-INFORME THRU F-9300-GRABAR-INFORME.

           MOVE WS-PRIMA-BCO TO WS-PRI-IMPORTE.
           MOVE WS-LIN-PRIMA TO REG-INFORME.
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

           CLOSE GLSUSP.
           IF WS-SUS-CODE IS NOT EQUAL '00'
              DISPLAY '* ERROR EN CLOSE GLSUSP  = ' WS-SUS-CODE
              MOVE 9999 TO RETURN-CODE
           END-IF.

           DISPLAY '************************** '.
           DISPLAY 'CUENTAS LEIDAS          : ' WS-CANT-LEIDAS.
           DISPLAY 'CUENTAS ASEGURADAS      : ' WS-CANT-CTAS-BCO.
           DISPLAY 'CUENTAS TOPEADAS        : '
                                          WS-CANT-TOPEADAS-BCO.
           DISPLAY 'SIN COTIZACION          : ' WS-CANT-SIN-COTIZ.
           DISPLAY 'ASIENTOS EN SUSPENSO    : ' WS-CANT-SUSPENSO.

       F-9999-FINAL. EXIT.

      **************************************
      *                                    *
      *  GRABA EL ASIENTO DEL GASTO DEL    *
      *  APORTE DE LA SUCURSAL EN FORMATO  *
      *  GLPOST: DEBE GASTO CONTRA HABER   *
      *  APORTES A PAGAR AL FONDO, CON LA  *
      *  SUCURSAL COMO CENTRO DE COSTO     *
      *                                    *
      **************************************
       9500-GRABAR-ASIENTO.
           MOVE WS-PRIMA-SUC    TO WS-GL-IMPORTE.
           MOVE WS-SUCURSAL-ANT TO WS-GL-CENTRO-COSTO.
           MOVE WS-FECHA-SIGLO TO WS-GL-FECHA-SIGLO.
           MOVE WS-FECHA-AA    TO WS-GL-FECHA-AA.
           MOVE WS-FECHA-MM    TO WS-GL-FECHA-MM.
           MOVE WS-FECHA-DD    TO WS-GL-FECHA-DD.

           MOVE WS-GL-CTA-GASTO TO WS-GL-CUENTA.
           MOVE 'D'             TO WS-GL-DEBE-HABER.
           PERFORM 9700-GRABAR-GLPOST THRU F-9700-GRABAR-GLPOST.
           IF WS-GL-CODE IS NOT EQUAL '00'
              DISPLAY '* ERROR EN WRITE GLPOST  = ' WS-GL-CODE
              MOVE 9999 TO RETURN-CODE
              GO TO F-9500-GRABAR-ASIENTO
           END-IF.

           MOVE WS-GL-CTA-A-PAGAR TO WS-GL-CUENTA.
           MOVE 'H'               TO WS-GL-DEBE-HABER.
           PERFORM 9700-GRABAR-GLPOST THRU F-9700-GRABAR-GLPOST.
           IF WS-GL-CODE IS NOT EQUAL '00'
              DISPLAY '* ERROR EN WRITE GLPOST  = ' WS-GL-CODE
              MOVE 9999 TO RETURN-CODE
           END-IF.

       F-9300-GRABAR-INFORME. EXIT.

      **************************************
      *                                    *
      *  GRABA EL ASIENTO EN GLPOST SALVO  *
      *  QUE SU FECHA CAIGA EN UN PERIODO  *
      *  CERRADO DE LA ENTIDAD: ESE VA AL  *
      *  SUSPENSO GLSUSP (PGMGLSUS)        *
      *                                    *
      **************************************
       9700-GRABAR-GLPOST.
           SET WS-ASIENTO-EN-GLPOST TO TRUE.

           MOVE WS-GL-CIA         TO WS-PCK-ENTIDAD.
           MOVE WS-GL-FECHA-SIGLO TO WS-PCK-SIGLO.
           MOVE WS-GL-FECHA-AA    TO WS-PCK-AA.
           MOVE WS-GL-FECHA-MM    TO WS-PCK-MM.
           MOVE WS-GL-FECHA-DD    TO WS-PCK-DD.

           CALL 'PERCHK' USING WS-PCK-ENTIDAD
                               WS-PCK-FECHA
                               WS-PCK-ESTADO
                               WS-PCK-RESULTADO.

      *    SIN CONTROL DE PERIODOS EL ASIENTO SE GRABA IGUAL
           IF WS-PCK-SIN-CONTROL AND WS-PCK-NO-AVISADO
              SET WS-PCK-AVISADO TO TRUE
              DISPLAY '* SIN CONTROL DE PERIODOS CERRADOS, LOS '
                      'ASIENTOS VAN TODOS A GLPOST'
              IF RETURN-CODE LESS 4
                 MOVE 4 TO RETURN-CODE
              END-IF
           END-IF.

           IF NOT WS-PCK-CERRADO
              WRITE REG-GLPOST FROM WS-REG-GLPOST
              GO TO F-9700-GRABAR-GLPOST
           END-IF.

           SET WS-ASIENTO-EN-SUSPENSO TO TRUE.

           MOVE WS-FECHA       TO WS-SUS-FECHA-PROCESO.

           MOVE WS-REG-GLPOST  TO WS-SUS-ASIENTO.
           MOVE 'PGMSEGDE'     TO WS-SUS-PROGRAMA.
           MOVE WS-PCK-ESTADO  TO WS-SUS-ESTADO-PERIODO.

           WRITE REG-GLSUSP FROM WS-REG-GLSUSP.

      *    EL ESTADO DEL SUSPENSO VUELVE EN WS-GL-CODE PARA QUE EL
      *    QUE LLAMA LO TRATE COMO CUALQUIER ERROR DE GRABACION
           MOVE WS-SUS-CODE TO WS-GL-CODE.

           IF WS-SUS-CODE IS NOT EQUAL '00'
              DISPLAY '* ERROR EN WRITE GLSUSP = ' WS-SUS-CODE
              MOVE 9999 TO RETURN-CODE
              GO TO F-9700-GRABAR-GLPOST
           END-IF.

           ADD 1 TO WS-CANT-SUSPENSO.

           IF RETURN-CODE LESS 4
              MOVE 4 TO RETURN-CODE
           END-IF.

       F-9700-GRABAR-GLPOST. EXIT.
