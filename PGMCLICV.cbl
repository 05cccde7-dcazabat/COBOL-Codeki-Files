       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMCLICV.
       AUTHOR.        D. CAZABAT.
       INSTALLATION.  CURSO CODEKI.
       DATE-WRITTEN.  14/10/2026.
       DATE-COMPILED. 14/10/2026.
      **********************************************************
      *                                                        *
      *  CONVERSION DEL MAESTRO DE CLIENTES CLIMAE AL REGISTRO *
      *  DE 240 POSICIONES (COPY CPCLIMA): LEE LA DESCARGA     *
      *  SECUENCIAL DEL MAESTRO CON EL REGISTRO DE 160         *
      *  (CLIVIE) Y GRABA LA CARGA CON EL REGISTRO NUEVO       *
      *  (CLINUE). LAS 160 POSICIONES VIEJAS PASAN SIN         *
      *  CAMBIOS; EL DOMICILIO POSTAL QUEDA EN BLANCO (SE      *
      *  CARGA CON LA NOVEDAD P DE PGMCLIMA).                  *
      *                                                        *
      *  LAS VERSIONES ANTERIORES PASARON EL REGISTRO DE 60 AL *
      *  DE 80, CON EL CLIENTE DESTINO Y LA FECHA DE FUSION EN *
      *  CERO, Y EL DE 80 AL DE 160, CON EMAIL Y TELEFONO EN   *
      *  BLANCO Y LA MARCA DE NO NOTIFICAR EN 'N'.             *
      *                                                        *
      *  EL INFORME DE CONTROL DEMUESTRA QUE LOS REGISTROS     *
      *  LEIDOS SON IGUALES A LOS GRABADOS Y QUE LA SUMA DE    *
      *  LOS NUMEROS DE CLIENTE NO CAMBIO; SI NO CUADRA        *
      *  TERMINA CON RC 8 Y LA CARGA NO DEBE USARSE.           *
      *                                                        *
      **********************************************************
      *      MANTENIMIENTO DE PROGRAMA                         *
      **********************************************************
      *  FECHA   *    DETALLE        * COD *
      **************************************
      *15/10/2026* CONVERSION DEL    * 001 *
      *          * REGISTRO DE 80 AL *     *
      *          * DE 160 CPCLIMA    *     *
      *15/10/2026* CONVERSION DEL    * 002 *
      *          * REGISTRO DE 160   *     *
      *          * AL DE 240 CON EL  *     *
      *          * DOMICILIO POSTAL  *     *
      *          *                   *     *
      *          *                   *     *
      **************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

             SELECT CLIVIE  ASSIGN DDCLIVIE
                    FILE STATUS IS WS-VIE-CODE.

             SELECT CLINUE  ASSIGN DDCLINUE
                    FILE STATUS IS WS-NUE-CODE.

             SELECT INFORME ASSIGN DDINFORM
                    FILE STATUS IS WS-INF-CODE.

       DATA DIVISION.
       FILE SECTION.
       FD CLIVIE
            BLOCK CONTAINS 0 RECORDS
            RECORDING MODE IS F.

       01 REG-CLIVIE.
           03  VIE-CLIENTE         PIC 9(08).
           03  VIE-NOMBRE          PIC X(30).
           03  VIE-CUIT            PIC X(11).
           03  VIE-ESTADO          PIC X(01).
           03  VIE-FECHA-ALTA      PIC 9(08).
           03  FILLER              PIC X(02).
           03  VIE-CLIENTE-DESTINO PIC 9(08).
           03  VIE-FECHA-FUSION    PIC 9(08).
           03  FILLER              PIC X(04).
           03  VIE-EMAIL           PIC X(50).
           03  VIE-TELEFONO        PIC X(15).
           03  VIE-NO-NOTIFICAR    PIC X(01).
           03  FILLER              PIC X(14).

       FD CLINUE
            BLOCK CONTAINS 0 RECORDS
            RECORDING MODE IS F.

           COPY CPCLIMA.

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

      ********  CONTROLES DE LA CONVERSION  ***************
       77  WS-CANT-LEIDOS       PIC 9(7)   VALUE ZEROS.
       77  WS-CANT-GRABADOS     PIC 9(7)   VALUE ZEROS.
       77  WS-SUMA-LEIDOS       PIC 9(15)  VALUE ZEROS.
       77  WS-SUMA-GRABADOS     PIC 9(15)  VALUE ZEROS.

      ********  LINEAS DEL INFORME  ***************
       01  WS-LIN-TITULO.
           03  FILLER           PIC X(44)
               VALUE 'CONVERSION CLIMAE A REGISTRO DE 240 - FECHA '.
           03  WS-TIT-FECHA     PIC 9(08).
           03  FILLER           PIC X(28)   VALUE SPACES.

       01  WS-LIN-CONTROL.
           03  WS-CTL-CONCEPTO  PIC X(30)   VALUE SPACES.
           03  WS-CTL-VALOR     PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.
           03  FILLER           PIC X(30)   VALUE SPACES.

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

           OPEN INPUT CLIVIE.
           IF WS-VIE-CODE IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN CLIVIE  = ' WS-VIE-CODE
              MOVE 9999 TO RETURN-CODE
              SET  WS-FIN-LECTURA TO TRUE
           END-IF.

           OPEN OUTPUT CLINUE.
           IF WS-NUE-CODE IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN CLINUE  = ' WS-NUE-CODE
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
      *  PASA CADA CLIENTE AL REGISTRO     *
      *  NUEVO                             *
      *                                    *
      **************************************
       2000-PROCESO.
           READ CLIVIE AT END SET WS-FIN-LECTURA TO TRUE.

           IF WS-FIN-LECTURA
              GO TO F-2000-PROCESO
           END-IF.

           IF WS-VIE-CODE IS NOT EQUAL '00'
              DISPLAY '* ERROR EN LECTURA CLIVIE = ' WS-VIE-CODE
              MOVE 9999 TO RETURN-CODE
              SET WS-FIN-LECTURA TO TRUE
              GO TO F-2000-PROCESO
           END-IF.

           ADD 1           TO WS-CANT-LEIDOS.
           ADD VIE-CLIENTE TO WS-SUMA-LEIDOS.

           MOVE SPACES              TO REG-CLIMAE.
           MOVE VIE-CLIENTE         TO CLI-CLIENTE.
           MOVE VIE-NOMBRE          TO CLI-NOMBRE.
           MOVE VIE-CUIT            TO CLI-CUIT.
           MOVE VIE-ESTADO          TO CLI-ESTADO.
           MOVE VIE-FECHA-ALTA      TO CLI-FECHA-ALTA.
           MOVE VIE-CLIENTE-DESTINO TO CLI-CLIENTE-DESTINO.
           MOVE VIE-FECHA-FUSION    TO CLI-FECHA-FUSION.
           MOVE VIE-EMAIL           TO CLI-EMAIL.
           MOVE VIE-TELEFONO        TO CLI-TELEFONO.
           MOVE VIE-NO-NOTIFICAR    TO CLI-NO-NOTIFICAR.

           WRITE REG-CLIMAE.
           IF WS-NUE-CODE IS NOT EQUAL '00'
              DISPLAY '* ERROR EN WRITE CLINUE = ' WS-NUE-CODE
              MOVE 9999 TO RETURN-CODE
              SET WS-FIN-LECTURA TO TRUE
              GO TO F-2000-PROCESO
           END-IF.

           ADD 1           TO WS-CANT-GRABADOS.
           ADD CLI-CLIENTE TO WS-SUMA-GRABADOS.

       F-2000-PROCESO. EXIT.

      **************************************
      *                                    *
      *  INFORME DE CONTROL Y CIERRE DE    *
      *  FILES                             *
      *                                    *
      **************************************
       9999-FINAL.
           MOVE 'CLIENTES LEIDOS'            TO WS-CTL-CONCEPTO.
           MOVE WS-CANT-LEIDOS               TO WS-CTL-VALOR.
           PERFORM 9400-LINEA-CONTROL THRU F-9400-LINEA-CONTROL.
           MOVE 'CLIENTES GRABADOS'          TO WS-CTL-CONCEPTO.
           MOVE WS-CANT-GRABADOS             TO WS-CTL-VALOR.
           PERFORM 9400-LINEA-CONTROL THRU F-9400-LINEA-CONTROL.
           MOVE 'SUMA DE CLIENTES LEIDOS'    TO WS-CTL-CONCEPTO.
           MOVE WS-SUMA-LEIDOS               TO WS-CTL-VALOR.
           PERFORM 9400-LINEA-CONTROL THRU F-9400-LINEA-CONTROL.
           MOVE 'SUMA DE CLIENTES GRABADOS'  TO WS-CTL-CONCEPTO.
           MOVE WS-SUMA-GRABADOS             TO WS-CTL-VALOR.
           PERFORM 9400-LINEA-CONTROL THRU F-9400-LINEA-CONTROL.

           IF WS-CANT-LEIDOS EQUAL WS-CANT-GRABADOS AND
              WS-SUMA-LEIDOS EQUAL WS-SUMA-GRABADOS
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

           CLOSE CLIVIE.
           IF WS-VIE-CODE IS NOT EQUAL '00'
              DISPLAY '* ERROR EN CLOSE CLIVIE  = ' WS-VIE-CODE
              MOVE 9999 TO RETURN-CODE
           END-IF.

           CLOSE CLINUE.
           IF WS-NUE-CODE IS NOT EQUAL '00'
              DISPLAY '* ERROR EN CLOSE CLINUE  = ' WS-NUE-CODE
              MOVE 9999 TO RETURN-CODE
           END-IF.

           CLOSE INFORME.
           IF WS-INF-CODE IS NOT EQUAL '00'
              DISPLAY '* ERROR EN CLOSE INFORME = ' WS-INF-CODE
              MOVE 9999 TO RETURN-CODE
           END-IF.

           DISPLAY '************************** '.
           DISPLAY 'CLIENTES LEIDOS         : ' WS-CANT-LEIDOS.
           DISPLAY 'CLIENTES GRABADOS       : ' WS-CANT-GRABADOS.

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
