       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMCTACV.
       AUTHOR.        D. CAZABAT.
       INSTALLATION.  CURSO CODEKI.
       DATE-WRITTEN.  14/10/2026.
       DATE-COMPILED. 14/10/2026.
      **********************************************************
      *                                                        *
      *  CONVERSION DEL MAESTRO DE CUENTAS CTAMAE AL REGISTRO  *
      *  DE 150 POSICIONES (COPY CPCTAMA): LEE LA DESCARGA     *
      *  SECUENCIAL DEL MAESTRO CON EL REGISTRO DE 50 (CTAVIE) *
      *  Y GRABA LA CARGA CON EL REGISTRO NUEVO (CTANUE), EN   *
      *  EL MISMO ORDEN DE CLAVE, PARA RECARGAR EL CLUSTER.    *
      *                                                        *
      *  LAS 50 POSICIONES VIEJAS PASAN SIN CAMBIOS, SALVO UN  *
      *  LIMITE DE GIRO NO NUMERICO (CUENTAS QUE NUNCA PASARON *
      *  POR PGMLIMIT), QUE QUEDA EN CERO. LOS CAMPOS NUEVOS:  *
      *    - FECHA DE APERTURA EN CERO (NO HAY DATO ANTERIOR)  *
      *    - CUENTA DE BAJA: FECHA DE CIERRE = FECHA DEL       *
      *      ULTIMO MOVIMIENTO (LA LIQUIDACION FINAL) Y MOTIVO *
      *      00 (NO INFORMADO); ABIERTA: AMBOS EN CERO         *
      *    - PRODUCTO: LINEA SEGUN EL TIPO + MONEDA            *
      *    - CLIENTE EN CERO (EL TITULAR SIGUE EN CLIXRF)      *
      *                                                        *
      *  EL INFORME DE CONTROL DEMUESTRA QUE LOS REGISTROS     *
      *  LEIDOS SON IGUALES A LOS GRABADOS, QUE LA SUMA DE     *
      *  LOS IMPORTES Y DE LOS NUMEROS DE CUENTA NO CAMBIO Y   *
      *  QUE LA DESCARGA VINO EN ORDEN DE CLAVE; SI NO CUADRA  *
      *  TERMINA CON RC 8 Y LA CARGA NO DEBE USARSE.           *
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

             SELECT CTAVIE  ASSIGN DDCTAVIE
                    FILE STATUS IS WS-VIE-CODE.

             SELECT CTANUE  ASSIGN DDCTANUE
                    FILE STATUS IS WS-NUE-CODE.

             SELECT INFORME ASSIGN DDINFORM
                    FILE STATUS IS WS-INF-CODE.

       DATA DIVISION.
       FILE SECTION.
       FD CTAVIE
            BLOCK CONTAINS 0 RECORDS
            RECORDING MODE IS F.

       01 REG-CTAVIE.
           03  VIE-CLAVE.
               05  VIE-SUCURSAL    PIC 9(03).
               05  VIE-CUENTA      PIC 9(08).
           03  VIE-TIPO            PIC 9(01).
           03  VIE-ESTADO          PIC 9(01).
           03  VIE-IMPORTE         PIC S9(07)V99.
           03  VIE-FECHA-ULT-MOV   PIC 9(08).
           03  VIE-FECHA-ACTUAL    PIC 9(08).
           03  VIE-MONEDA          PIC 9(02).
           03  VIE-LIMITE-GIRO     PIC 9(07)V99.
           03  VIE-EXENTA-COMISION PIC X(01).

       FD CTANUE
            BLOCK CONTAINS 0 RECORDS
            RECORDING MODE IS F.

           COPY CPCTAMA.

       FD INFORME
            BLOCK CONTAINS 0 RECORDS
            RECORDING MODE IS F.

       01 REG-INFORME    PIC X(80).

      **************************************
       WORKING-STORAGE SECTION.
      **************************************
       77  FILLER        PIC X(26) VALUE '* INICIO WORKING-STORAGE *'.
       77  FILLER        PIC X(26) VALUE '* CODIGOS RETORNO FILES  *'.
       77  WS-VIE-CODE      PIC XX    VALUE SPACES.
       77  WS-NUE-CODE      PIC XX    VALUE SPACES.
       77  WS-INF-CODE      PIC XX    VALUE SPACES.

       01  WS-STATUS-FIN    PIC X.
           88  WS-FIN-LECTURA         VALUE 'Y'.
           88  WS-NO-FIN-LECTURA      VALUE 'N'.

      ********  FECHA DE PROCESO  ***************
       01  WS-FECHA             PIC 9(08)  VALUE ZEROS.

      ********  CLAVE ANTERIOR PARA CONTROLAR EL ORDEN  *********
       01  WS-CLAVE-ANT         PIC X(11)  VALUE LOW-VALUES.

      ********  CONTROLES DE LA CONVERSION  ***************
       77  WS-CANT-LEIDOS       PIC 9(7)   VALUE ZEROS.
       77  WS-CANT-GRABADOS     PIC 9(7)   VALUE ZEROS.
       77  WS-CANT-FUERA-ORDEN  PIC 9(7)   VALUE ZEROS.
       77  WS-CANT-BAJAS        PIC 9(7)   VALUE ZEROS.
       77  WS-CANT-LIMITE-CERO  PIC 9(7)   VALUE ZEROS.
       77  WS-SUMA-LEIDOS       PIC 9(15)  VALUE ZEROS.
       77  WS-SUMA-GRABADOS     PIC 9(15)  VALUE ZEROS.
       77  WS-IMPORTE-LEIDOS    PIC S9(13)V99 VALUE ZEROS.
       77  WS-IMPORTE-GRABADOS  PIC S9(13)V99 VALUE ZEROS.

      ********  LINEAS DEL INFORME  ***************
       01  WS-LIN-TITULO.
           03  FILLER           PIC X(45)
               VALUE 'CONVERSION CTAMAE A REGISTRO DE 150 - FECHA '.
           03  WS-TIT-FECHA     PIC 9(08).
           03  FILLER           PIC X(27)   VALUE SPACES.

       01  WS-LIN-CONTROL.
           03  WS-CTL-CONCEPTO  PIC X(30)   VALUE SPACES.
           03  WS-CTL-VALOR     PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.
           03  FILLER           PIC X(30)   VALUE SPACES.

       01  WS-LIN-IMPORTE.
           03  WS-IMP-CONCEPTO  PIC X(30)   VALUE SPACES.
           03  WS-IMP-VALOR     PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
           03  FILLER           PIC X(31)   VALUE SPACES.

       01  WS-LIN-RESULTADO     PIC X(80)   VALUE SPACES.

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
           DISPLAY 'FECHA:    '  WS-FECHA.

           SET WS-NO-FIN-LECTURA TO TRUE.

           OPEN INPUT CTAVIE.
           IF WS-VIE-CODE IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN CTAVIE  = ' WS-VIE-CODE
              MOVE 9999 TO RETURN-CODE
              SET  WS-FIN-LECTURA TO TRUE
           END-IF.

           OPEN OUTPUT CTANUE.
           IF WS-NUE-CODE IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN CTANUE  = ' WS-NUE-CODE
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

       F-1000-INICIO.   EXIT.

      **************************************
      *                                    *
      *  PASA CADA CUENTA AL REGISTRO      *
      *  NUEVO                             *
      *                                    *
      **************************************
       2000-PROCESO.
           READ CTAVIE AT END SET WS-FIN-LECTURA TO TRUE.

           IF WS-FIN-LECTURA
              GO TO F-2000-PROCESO
           END-IF.

           IF WS-VIE-CODE IS NOT EQUAL '00'
              DISPLAY '* ERROR EN LECTURA CTAVIE = ' WS-VIE-CODE
              MOVE 9999 TO RETURN-CODE
              SET WS-FIN-LECTURA TO TRUE
              GO TO F-2000-PROCESO
           END-IF.

           ADD 1           TO WS-CANT-LEIDOS.
           ADD VIE-CUENTA  TO WS-SUMA-LEIDOS.
           ADD VIE-IMPORTE TO WS-IMPORTE-LEIDOS.

      *    LA RECARGA DEL CLUSTER NECESITA LA CLAVE ASCENDENTE
           IF VIE-CLAVE NOT GREATER WS-CLAVE-ANT
              ADD 1 TO WS-CANT-FUERA-ORDEN
              DISPLAY '* CLAVE FUERA DE ORDEN, SUC ' VIE-SUCURSAL
                      ' CTA ' VIE-CUENTA
           END-IF.
           MOVE VIE-CLAVE TO WS-CLAVE-ANT.

           MOVE SPACES              TO REG-CTAMAE.
           MOVE VIE-SUCURSAL        TO CTA-SUCURSAL.
           MOVE VIE-CUENTA          TO CTA-CUENTA.
           MOVE VIE-TIPO            TO CTA-TIPO.
           MOVE VIE-ESTADO          TO CTA-ESTADO.
           MOVE VIE-IMPORTE         TO CTA-IMPORTE.
           MOVE VIE-FECHA-ULT-MOV   TO CTA-FECHA-ULT-MOV.
           MOVE VIE-FECHA-ACTUAL    TO CTA-FECHA-ACTUAL.
           MOVE VIE-MONEDA          TO CTA-MONEDA.
           MOVE VIE-EXENTA-COMISION TO CTA-EXENTA-COMISION.

           IF VIE-LIMITE-GIRO IS NUMERIC
              MOVE VIE-LIMITE-GIRO  TO CTA-LIMITE-GIRO
           ELSE
              MOVE ZEROS            TO CTA-LIMITE-GIRO
              ADD 1 TO WS-CANT-LIMITE-CERO
           END-IF.

           MOVE ZEROS               TO CTA-FECHA-APERTURA
                                       CTA-FECHA-CIERRE
                                       CTA-MOTIVO-CIERRE
                                       CTA-CLIENTE.

           IF CTA-BAJA
              MOVE VIE-FECHA-ULT-MOV TO CTA-FECHA-CIERRE
              ADD 1 TO WS-CANT-BAJAS
           END-IF.

           IF CTA-TIPO EQUAL 2
              SET CTA-PRO-CTA-CTE     TO TRUE
           ELSE
              SET CTA-PRO-CAJA-AHORRO TO TRUE
           END-IF.
           MOVE CTA-MONEDA          TO CTA-PRO-MONEDA.

           WRITE REG-CTAMAE.
           IF WS-NUE-CODE IS NOT EQUAL '00'
              DISPLAY '* ERROR EN WRITE CTANUE = ' WS-NUE-CODE
              MOVE 9999 TO RETURN-CODE
              SET WS-FIN-LECTURA TO TRUE
              GO TO F-2000-PROCESO
           END-IF.

           ADD 1           TO WS-CANT-GRABADOS.
           ADD CTA-CUENTA  TO WS-SUMA-GRABADOS.
           ADD CTA-IMPORTE TO WS-IMPORTE-GRABADOS.

       F-2000-PROCESO. EXIT.

      **************************************
      *                                    *
      *  INFORME DE CONTROL Y CIERRE DE    *
      *  FILES                             *
      *                                    *
      **************************************
       9999-FINAL.
           MOVE 'CUENTAS LEIDAS'             TO WS-CTL-CONCEPTO.
           MOVE WS-CANT-LEIDOS               TO WS-CTL-VALOR.
           PERFORM 9400-LINEA-CONTROL THRU F-9400-LINEA-CONTROL.
           MOVE 'CUENTAS GRABADAS'           TO WS-CTL-CONCEPTO.
           MOVE WS-CANT-GRABADOS             TO WS-CTL-VALOR.
           PERFORM 9400-LINEA-CONTROL THRU F-9400-LINEA-CONTROL.
           MOVE 'SUMA DE CUENTAS LEIDAS'     TO WS-CTL-CONCEPTO.
           MOVE WS-SUMA-LEIDOS               TO WS-CTL-VALOR.
           PERFORM 9400-LINEA-CONTROL THRU F-9400-LINEA-CONTROL.
           MOVE 'SUMA DE CUENTAS GRABADAS'   TO WS-CTL-CONCEPTO.
           MOVE WS-SUMA-GRABADOS             TO WS-CTL-VALOR.
           PERFORM 9400-LINEA-CONTROL THRU F-9400-LINEA-CONTROL.

           MOVE 'IMPORTE TOTAL LEIDO'        TO WS-IMP-CONCEPTO.
           MOVE WS-IMPORTE-LEIDOS            TO WS-IMP-VALOR.
           MOVE WS-LIN-IMPORTE               TO REG-INFORME.
           PERFORM 9300-GRABAR-INFORME THRU F-9300-GRABAR-INFORME.
           MOVE 'IMPORTE TOTAL GRABADO'      TO WS-IMP-CONCEPTO.
           MOVE WS-IMPORTE-GRABADOS          TO WS-IMP-VALOR.
           MOVE WS-LIN-IMPORTE               TO REG-INFORME.
           PERFORM 9300-GRABAR-INFORME THRU F-9300-GRABAR-INFORME.

           MOVE 'CLAVES FUERA DE ORDEN'      TO WS-CTL-CONCEPTO.
           MOVE WS-CANT-FUERA-ORDEN          TO WS-CTL-VALOR.
           PERFORM 9400-LINEA-CONTROL THRU F-9400-LINEA-CONTROL.
           MOVE 'BAJAS CON FECHA DE CIERRE'  TO WS-CTL-CONCEPTO.
           MOVE WS-CANT-BAJAS                TO WS-CTL-VALOR.
           PERFORM 9400-LINEA-CONTROL THRU F-9400-LINEA-CONTROL.
           MOVE 'LIMITES DE GIRO PUESTOS EN 0' TO WS-CTL-CONCEPTO.
           MOVE WS-CANT-LIMITE-CERO          TO WS-CTL-VALOR.
           PERFORM 9400-LINEA-CONTROL THRU F-9400-LINEA-CONTROL.

           IF WS-CANT-LEIDOS    EQUAL WS-CANT-GRABADOS    AND
              WS-SUMA-LEIDOS    EQUAL WS-SUMA-GRABADOS    AND
              WS-IMPORTE-LEIDOS EQUAL WS-IMPORTE-GRABADOS AND
              WS-CANT-FUERA-ORDEN EQUAL ZEROS
              MOVE 'CONVERSION CUADRADA' TO WS-LIN-RESULTADO
           ELSE
              MOVE '*** CONVERSION DESCUADRADA, NO CARGAR ***'
                                         TO WS-LIN-RESULTADO
              IF RETURN-CODE LESS 8
                 MOVE 8 TO RETURN-CODE
              END-IF
           END-IF.
           MOVE WS-LIN-RESULTADO TO REG-INFORME.
           PERFORM 9300-GRABAR-INFORME THRU F-9300-GRABAR-INFORME.

           CLOSE CTAVIE.
           IF WS-VIE-CODE IS NOT EQUAL '00'
              DISPLAY '* ERROR EN CLOSE CTAVIE  = ' WS-VIE-CODE
              MOVE 9999 TO RETURN-CODE
           END-IF.

           CLOSE CTANUE.
           IF WS-NUE-CODE IS NOT EQUAL '00'
              DISPLAY '* ERROR EN CLOSE CTANUE  = ' WS-NUE-CODE
              MOVE 9999 TO RETURN-CODE
           END-IF.

           CLOSE INFORME.
           IF WS-INF-CODE IS NOT EQUAL '00'
              DISPLAY '* ERROR EN CLOSE INFORME = ' WS-INF-CODE
              MOVE 9999 TO RETURN-CODE
           END-IF.

           DISPLAY '************************** '.
           DISPLAY 'CUENTAS LEIDAS          : ' WS-CANT-LEIDOS.
           DISPLAY 'CUENTAS GRABADAS        : ' WS-CANT-GRABADOS.

       F-9999-FINAL. EXIT.

      **************************************
      *                                    *
      *  GRABA UNA LINEA YA ARMADA EN EL   *
      *  INFORME DE CONTROL                *
      *                                    *
      **************************************
       9300-GRABAR-INFORME.
           WRITE REG-INFORME.
           IF WS-INF-CODE IS NOT EQUAL '00'
              DISPLAY '* ERROR EN WRITE INFORME = ' WS-INF-CODE
              MOVE 9999 TO RETURN-CODE
           END-IF.

       F-9300-GRABAR-INFORME. EXIT.

       9400-LINEA-CONTROL.
           MOVE WS-LIN-CONTROL TO REG-INFORME.
           PERFORM 9300-GRABAR-INFORME THRU F-9300-GRABAR-INFORME.

       F-9400-LINEA-CONTROL. EXIT.
