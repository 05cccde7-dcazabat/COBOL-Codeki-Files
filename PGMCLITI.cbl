       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMCLITI.
       AUTHOR.        D. CAZABAT.
       INSTALLATION.  CURSO CODEKI.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.
      **********************************************************
      *                                                        *
      *  CONTROL DE TITULARIDAD DE LAS CUENTAS: JUNTA LAS      *
      *  CUENTAS DE CTAMAE QUE NO ESTAN DADAS DE BAJA CON LOS  *
      *  VINCULOS VIGENTES DEL CRUCE CLIXRF (COPY CPCLIXR),    *
      *  LOS ORDENA POR SUCURSAL + CUENTA Y LISTA LAS CUENTAS  *
      *  QUE NO TIENEN TITULAR PRINCIPAL O CUYA TITULARIDAD NO *
      *  CIERRA:                                               *
      *                                                        *
      *    - SIN VINCULOS VIGENTES EN CLIXRF                   *
      *    - VINCULOS SIN ROL INFORMADO (ANTERIORES AL ROL)    *
      *    - SIN TITULAR PRINCIPAL                             *
      *    - MAS DE UN TITULAR PRINCIPAL                       *
      *    - PARTICIPACION DE TITULARES Y COTITULARES QUE NO   *
      *      SUMA 100                                          *
      *    - VINCULOS A CUENTAS QUE NO ESTAN EN CTAMAE         *
      *                                                        *
      *  ES EL INFORME DE DEPURACION QUE PIDEN LEGALES (PARA   *
      *  LOS EMBARGOS SOBRE CUENTAS CONJUNTAS) Y RIESGOS. LAS  *
      *  CORRECCIONES SE HACEN CON LAS NOVEDADES V, R Y D DE   *
      *  PGMCLIMA. SI LISTA ALGUNA CUENTA TERMINA CON RC 4.    *
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

             SELECT CTAMAE  ASSIGN DDCTAMAE
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS CTA-CLAVE
                    FILE STATUS IS WS-CTA-CODE.

             SELECT CLIXRF  ASSIGN DDCLIXRF
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS XRF-CLAVE
                    FILE STATUS IS WS-XRF-CODE.

             SELECT WORK-SORT ASSIGN DDSRTWK.

             SELECT INFORME ASSIGN DDINFORM
                    FILE STATUS IS WS-INF-CODE.

       DATA DIVISION.
       FILE SECTION.
       FD CTAMAE.

           COPY CPCTAMA.

       FD CLIXRF.

           COPY CPCLIXR.

       SD WORK-SORT.

       01 WORK-SORT-REC.
           03  SRT-CLAVE.
               05  SRT-SUCURSAL  PIC 9(03).
               05  SRT-CUENTA    PIC 9(08).
           03  SRT-TIPO          PIC X(01).
           03  SRT-CLIENTE       PIC 9(08).
           03  SRT-ROL           PIC X(01).
           03  SRT-PARTICIPACION PIC 9(03)V99.
           03  FILLER            PIC X(04).

       FD INFORME
            BLOCK CONTAINS 0 RECORDS
            RECORDING MODE IS F.

       01 REG-INFORME    PIC X(80).

      **************************************
       WORKING-STORAGE SECTION.
      **************************************
       77  FILLER        PIC X(26) VALUE '* INICIO WORKING-STORAGE *'.
       77  FILLER        PIC X(26) VALUE '* CODIGOS RETORNO FILES  *'.
       77  WS-CTA-CODE      PIC XX    VALUE SPACES.
       77  WS-XRF-CODE      PIC XX    VALUE SPACES.
       77  WS-INF-CODE      PIC XX    VALUE SPACES.

       01  WS-STATUS-FIN-CTA PIC X.
           88  WS-FIN-CTAMAE          VALUE 'Y'.
           88  WS-NO-FIN-CTAMAE       VALUE 'N'.

       01  WS-STATUS-FIN-XRF PIC X.
           88  WS-FIN-VINCULOS        VALUE 'Y'.
           88  WS-NO-FIN-VINCULOS     VALUE 'N'.

       01  WS-STATUS-FIN-SRT PIC X.
           88  WS-FIN-SORT            VALUE 'Y'.
           88  WS-NO-FIN-SORT         VALUE 'N'.

       01  WS-SWITCH-PRIMERO PIC X     VALUE 'S'.
           88  WS-ES-PRIMERO          VALUE 'S'.
           88  WS-NO-ES-PRIMERO       VALUE 'N'.

       01  WS-SWITCH-ERROR   PIC X     VALUE 'N'.
           88  WS-HUBO-ERROR          VALUE 'S'.
           88  WS-SIN-ERROR           VALUE 'N'.

      ********  FECHA DE PROCESO  ***************
       01  WS-FECHA             PIC 9(08)  VALUE ZEROS.

      ********  REGISTRO PARA EL SORT  ***************
      *  TIPO 0 ES LA CUENTA DE CTAMAE Y TIPO 1 CADA VINCULO,
      *  ASI LA CUENTA LLEGA ANTES QUE SUS VINCULOS
       01  WS-REG-SORT.
           03  WS-SRT-CLAVE.
               05  WS-SRT-SUCURSAL  PIC 9(03).
               05  WS-SRT-CUENTA    PIC 9(08).
           03  WS-SRT-TIPO          PIC X(01).
               88  WS-SRT-ES-CUENTA         VALUE '0'.
               88  WS-SRT-ES-VINCULO        VALUE '1'.
           03  WS-SRT-CLIENTE       PIC 9(08).
           03  WS-SRT-ROL           PIC X(01).
               88  WS-SRT-PRINCIPAL         VALUE 'P'.
               88  WS-SRT-DUENO             VALUE 'P' 'C'.
               88  WS-SRT-ROL-VALIDO        VALUE 'P' 'C' 'F' 'T'.
           03  WS-SRT-PARTICIPACION PIC 9(03)V99.
           03  FILLER               PIC X(04).

      ********  ACUMULADOS DE LA CUENTA  ***************
       01  WS-CUENTA-ANT.
           03  WS-ANT-SUCURSAL  PIC 9(03)   VALUE ZEROS.
           03  WS-ANT-CUENTA    PIC 9(08)   VALUE ZEROS.

       01  WS-SWITCH-EN-CTAMAE PIC X    VALUE 'N'.
           88  WS-CUENTA-EN-CTAMAE    VALUE 'S'.
           88  WS-CUENTA-SIN-CTAMAE   VALUE 'N'.

       77  WS-VINCULOS-CTA      PIC 9(03)    VALUE ZEROS.
       77  WS-PRINCIPALES-CTA   PIC 9(03)    VALUE ZEROS.
       77  WS-SIN-ROL-CTA       PIC 9(03)    VALUE ZEROS.
       77  WS-PARTICIPACION-CTA PIC 9(05)V99 VALUE ZEROS.

      ********  CONTADORES DE PROCESO  ***************
       77  WS-CANT-CUENTAS      PIC 9(7)  VALUE ZEROS.
       77  WS-CANT-BAJAS        PIC 9(7)  VALUE ZEROS.
       77  WS-CANT-VINCULOS     PIC 9(7)  VALUE ZEROS.
       77  WS-CANT-LISTADAS     PIC 9(7)  VALUE ZEROS.
       77  WS-CANT-SIN-VINCULO  PIC 9(7)  VALUE ZEROS.
       77  WS-CANT-SIN-ROL      PIC 9(7)  VALUE ZEROS.
       77  WS-CANT-SIN-TITULAR  PIC 9(7)  VALUE ZEROS.
       77  WS-CANT-MAS-TITULAR  PIC 9(7)  VALUE ZEROS.
       77  WS-CANT-PARTICIPAC   PIC 9(7)  VALUE ZEROS.
       77  WS-CANT-INEXISTENTE  PIC 9(7)  VALUE ZEROS.

      ********  LINEAS DEL INFORME  ***************
       01  WS-LIN-TITULO.
           03  FILLER           PIC X(40)
               VALUE 'CUENTAS SIN TITULAR PRINCIPAL O CON TITU'.
           03  FILLER           PIC X(23)
               VALUE 'LARIDAD INCONSISTENTE -'.
           03  FILLER           PIC X(07)   VALUE ' FECHA '.
           03  WS-TIT-FECHA     PIC 9(08).
           03  FILLER           PIC X(02)   VALUE SPACES.

       01  WS-LIN-CABECERA.
           03  FILLER           PIC X(40)
               VALUE 'SUC CUENTA    VINC TIT.P  PARTIC. MOTIVO'.
           03  FILLER           PIC X(40)   VALUE SPACES.

       01  WS-LIN-DETALLE.
           03  WS-DET-SUCURSAL  PIC 999.
           03  FILLER           PIC X(01)   VALUE SPACE.
           03  WS-DET-CUENTA    PIC 9(08).
           03  FILLER           PIC X(02)   VALUE SPACES.
           03  WS-DET-VINCULOS  PIC ZZ9.
           03  FILLER           PIC X(02)   VALUE SPACES.
           03  WS-DET-PRINCIPAL PIC ZZ9.
           03  FILLER           PIC X(01)   VALUE SPACE.
           03  WS-DET-PARTIC    PIC ZZZZ9.99.
           03  FILLER           PIC X(01)   VALUE SPACE.
           03  WS-DET-MOTIVO    PIC X(30)   VALUE SPACES.
           03  FILLER           PIC X(18)   VALUE SPACES.

       01  WS-LIN-SIN-CUENTAS.
           03  FILLER           PIC X(40)
               VALUE 'TODAS LAS CUENTAS TIENEN TITULARIDAD COM'.
           03  FILLER           PIC X(40)
               VALUE 'PLETA                                   '.

       01  WS-LIN-RESUMEN.
           03  WS-RES-CONCEPTO  PIC X(30)   VALUE SPACES.
           03  WS-RES-CANT      PIC ZZZZZZ9.
           03  FILLER           PIC X(43)   VALUE SPACES.

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

           IF NOT WS-HUBO-ERROR
              PERFORM 2000-ORDENAR THRU F-2000-ORDENAR
           END-IF.

           PERFORM 9999-FINAL    THRU  F-9999-FINAL.

       F-MAIN-PROGRAM. GOBACK.

      **************************************
      *                                    *
      *  APERTURA DE FILES Y TITULO        *
      *                                    *
      **************************************
       1000-INICIO.
           ACCEPT WS-FECHA FROM DATE YYYYMMDD.
           DISPLAY 'FECHA:    '  WS-FECHA.

           SET WS-SIN-ERROR       TO TRUE.
           SET WS-NO-FIN-CTAMAE   TO TRUE.
           SET WS-NO-FIN-VINCULOS TO TRUE.

           OPEN INPUT CTAMAE.
           IF WS-CTA-CODE IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN CTAMAE  = ' WS-CTA-CODE
              MOVE 9999 TO RETURN-CODE
              SET  WS-HUBO-ERROR TO TRUE
           END-IF.

           OPEN INPUT CLIXRF.
           IF WS-XRF-CODE IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN CLIXRF  = ' WS-XRF-CODE
              MOVE 9999 TO RETURN-CODE
              SET  WS-HUBO-ERROR TO TRUE
           END-IF.

           OPEN OUTPUT INFORME.
           IF WS-INF-CODE IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN INFORME = ' WS-INF-CODE
              MOVE 9999 TO RETURN-CODE
              SET  WS-HUBO-ERROR TO TRUE
              GO TO F-1000-INICIO
           END-IF.

           MOVE WS-FECHA      TO WS-TIT-FECHA.
           MOVE WS-LIN-TITULO TO REG-INFORME.
           PERFORM 9300-GRABAR-INFORME THRU F-9300-GRABAR-INFORME.
           MOVE WS-LIN-BLANCA   TO REG-INFORME.
           PERFORM 9300-GRABAR-INFORME THRU F-9300-GRABAR-INFORME.
           MOVE WS-LIN-CABECERA TO REG-INFORME.
           PERFORM 9300-GRABAR-INFORME THRU F-9300-GRABAR-INFORME.

       F-1000-INICIO.   EXIT.

      **************************************
      *                                    *
      *  ORDENA CUENTAS Y VINCULOS POR     *
      *  SUCURSAL + CUENTA                 *
      *                                    *
      **************************************
       2000-ORDENAR.
           SORT WORK-SORT
                ON ASCENDING KEY SRT-CLAVE SRT-TIPO
                INPUT PROCEDURE 2100-CARGAR-CUENTAS
                                THRU F-2100-CARGAR-CUENTAS
                OUTPUT PROCEDURE 2500-CONTROLAR-CUENTAS
                                THRU F-2500-CONTROLAR-CUENTAS.

       F-2000-ORDENAR. EXIT.

      **************************************
      *                                    *
      *  SUELTA AL SORT LAS CUENTAS NO     *
      *  DADAS DE BAJA Y LOS VINCULOS      *
      *  VIGENTES                          *
      *                                    *
      **************************************
       2100-CARGAR-CUENTAS.
           MOVE LOW-VALUES TO CTA-CLAVE.
           START CTAMAE KEY IS NOT LESS CTA-CLAVE
                 INVALID KEY SET WS-FIN-CTAMAE TO TRUE
           END-START.

           PERFORM 2150-SOLTAR-CUENTA THRU F-2150-SOLTAR-CUENTA
                   UNTIL WS-FIN-CTAMAE.

           MOVE LOW-VALUES TO XRF-CLAVE.
           START CLIXRF KEY IS NOT LESS XRF-CLAVE
                 INVALID KEY SET WS-FIN-VINCULOS TO TRUE
           END-START.

           PERFORM 2200-SOLTAR-VINCULO THRU F-2200-SOLTAR-VINCULO
                   UNTIL WS-FIN-VINCULOS.

       F-2100-CARGAR-CUENTAS. EXIT.

       2150-SOLTAR-CUENTA.
           READ CTAMAE NEXT RECORD
                AT END
                   SET WS-FIN-CTAMAE TO TRUE
                   GO TO F-2150-SOLTAR-CUENTA
           END-READ.

           IF WS-CTA-CODE IS NOT EQUAL '00'
              DISPLAY '* ERROR EN LECTURA CTAMAE = ' WS-CTA-CODE
              MOVE 9999 TO RETURN-CODE
              SET WS-FIN-CTAMAE TO TRUE
              SET WS-HUBO-ERROR TO TRUE
              GO TO F-2150-SOLTAR-CUENTA
           END-IF.

           IF CTA-BAJA
              ADD 1 TO WS-CANT-BAJAS
              GO TO F-2150-SOLTAR-CUENTA
           END-IF.

           ADD 1 TO WS-CANT-CUENTAS.

           MOVE SPACES       TO WS-REG-SORT.
           MOVE CTA-SUCURSAL TO WS-SRT-SUCURSAL.
           MOVE CTA-CUENTA   TO WS-SRT-CUENTA.
           SET WS-SRT-ES-CUENTA TO TRUE.
           MOVE ZEROS        TO WS-SRT-CLIENTE
                                WS-SRT-PARTICIPACION.

           RELEASE WORK-SORT-REC FROM WS-REG-SORT.

       F-2150-SOLTAR-CUENTA. EXIT.

       2200-SOLTAR-VINCULO.
           READ CLIXRF NEXT RECORD
                AT END
                   SET WS-FIN-VINCULOS TO TRUE
                   GO TO F-2200-SOLTAR-VINCULO
           END-READ.

           IF WS-XRF-CODE IS NOT EQUAL '00'
              DISPLAY '* ERROR EN LECTURA CLIXRF = ' WS-XRF-CODE
              MOVE 9999 TO RETURN-CODE
              SET WS-FIN-VINCULOS TO TRUE
              SET WS-HUBO-ERROR   TO TRUE
              GO TO F-2200-SOLTAR-VINCULO
           END-IF.

           IF NOT XRF-VIGENTE
              GO TO F-2200-SOLTAR-VINCULO
           END-IF.

           ADD 1 TO WS-CANT-VINCULOS.

           MOVE SPACES       TO WS-REG-SORT.
           MOVE XRF-SUCURSAL TO WS-SRT-SUCURSAL.
           MOVE XRF-CUENTA   TO WS-SRT-CUENTA.
           SET WS-SRT-ES-VINCULO TO TRUE.
           MOVE XRF-CLIENTE  TO WS-SRT-CLIENTE.
           MOVE XRF-ROL      TO WS-SRT-ROL.

           IF XRF-PARTICIPACION IS NUMERIC
              MOVE XRF-PARTICIPACION TO WS-SRT-PARTICIPACION
           ELSE
              MOVE ZEROS             TO WS-SRT-PARTICIPACION
           END-IF.

           RELEASE WORK-SORT-REC FROM WS-REG-SORT.

       F-2200-SOLTAR-VINCULO. EXIT.

      **************************************
      *                                    *
      *  RECIBE CUENTAS Y VINCULOS EN      *
      *  ORDEN Y CONTROLA CADA CUENTA AL   *
      *  CAMBIAR DE CLAVE                  *
      *                                    *
      **************************************
       2500-CONTROLAR-CUENTAS.
           IF WS-HUBO-ERROR
              GO TO F-2500-CONTROLAR-CUENTAS
           END-IF.

           SET WS-NO-FIN-SORT TO TRUE.
           SET WS-ES-PRIMERO  TO TRUE.

           PERFORM 2550-TOMAR-UNO THRU F-2550-TOMAR-UNO
                   UNTIL WS-FIN-SORT.

           IF WS-NO-ES-PRIMERO
              PERFORM 2700-CORTE-CUENTA THRU F-2700-CORTE-CUENTA
           END-IF.

       F-2500-CONTROLAR-CUENTAS. EXIT.

       2550-TOMAR-UNO.
           RETURN WORK-SORT INTO WS-REG-SORT
                  AT END
                     SET WS-FIN-SORT TO TRUE
                     GO TO F-2550-TOMAR-UNO
           END-RETURN.

           IF WS-ES-PRIMERO
              SET WS-NO-ES-PRIMERO TO TRUE
              PERFORM 2650-ABRIR-CUENTA THRU F-2650-ABRIR-CUENTA
           ELSE
              IF WS-SRT-CLAVE NOT EQUAL WS-CUENTA-ANT
                 PERFORM 2700-CORTE-CUENTA THRU F-2700-CORTE-CUENTA
                 PERFORM 2650-ABRIR-CUENTA THRU F-2650-ABRIR-CUENTA
              END-IF
           END-IF.

           IF WS-SRT-ES-CUENTA
              SET WS-CUENTA-EN-CTAMAE TO TRUE
              GO TO F-2550-TOMAR-UNO
           END-IF.

           ADD 1 TO WS-VINCULOS-CTA.

           IF WS-SRT-PRINCIPAL
              ADD 1 TO WS-PRINCIPALES-CTA
           END-IF.

           IF NOT WS-SRT-ROL-VALIDO
              ADD 1 TO WS-SIN-ROL-CTA
           END-IF.

           IF WS-SRT-DUENO
              ADD WS-SRT-PARTICIPACION TO WS-PARTICIPACION-CTA
           END-IF.

       F-2550-TOMAR-UNO. EXIT.

       2650-ABRIR-CUENTA.
           MOVE WS-SRT-CLAVE TO WS-CUENTA-ANT.
           SET WS-CUENTA-SIN-CTAMAE TO TRUE.
           MOVE ZEROS TO WS-VINCULOS-CTA
                         WS-PRINCIPALES-CTA
                         WS-SIN-ROL-CTA
                         WS-PARTICIPACION-CTA.

       F-2650-ABRIR-CUENTA. EXIT.

      **************************************
      *                                    *
      *  CONTROLA LA CUENTA QUE SE CIERRA  *
      *  Y LA LISTA CON EL PRIMER MOTIVO   *
      *  QUE NO CUMPLE                     *
      *                                    *
      **************************************
       2700-CORTE-CUENTA.
           EVALUATE TRUE
               WHEN WS-CUENTA-SIN-CTAMAE
                  ADD 1 TO WS-CANT-INEXISTENTE
                  MOVE 'CUENTA INEXISTENTE EN CTAMAE  '
                                 TO WS-DET-MOTIVO
               WHEN WS-VINCULOS-CTA EQUAL ZEROS
                  ADD 1 TO WS-CANT-SIN-VINCULO
                  MOVE 'SIN VINCULOS VIGENTES         '
                                 TO WS-DET-MOTIVO
               WHEN WS-SIN-ROL-CTA GREATER ZEROS
                  ADD 1 TO WS-CANT-SIN-ROL
                  MOVE 'VINCULOS SIN ROL INFORMADO    '
                                 TO WS-DET-MOTIVO
               WHEN WS-PRINCIPALES-CTA EQUAL ZEROS
                  ADD 1 TO WS-CANT-SIN-TITULAR
                  MOVE 'SIN TITULAR PRINCIPAL         '
                                 TO WS-DET-MOTIVO
               WHEN WS-PRINCIPALES-CTA GREATER 1
                  ADD 1 TO WS-CANT-MAS-TITULAR
                  MOVE 'MAS DE UN TITULAR PRINCIPAL   '
                                 TO WS-DET-MOTIVO
               WHEN WS-PARTICIPACION-CTA NOT EQUAL 100
                  ADD 1 TO WS-CANT-PARTICIPAC
                  MOVE 'PARTICIPACION NO SUMA 100     '
                                 TO WS-DET-MOTIVO
               WHEN OTHER
                  GO TO F-2700-CORTE-CUENTA
           END-EVALUATE.

           ADD 1 TO WS-CANT-LISTADAS.

           MOVE WS-ANT-SUCURSAL      TO WS-DET-SUCURSAL.
           MOVE WS-ANT-CUENTA        TO WS-DET-CUENTA.
           MOVE WS-VINCULOS-CTA      TO WS-DET-VINCULOS.
           MOVE WS-PRINCIPALES-CTA   TO WS-DET-PRINCIPAL.
           MOVE WS-PARTICIPACION-CTA TO WS-DET-PARTIC.
           MOVE WS-LIN-DETALLE       TO REG-INFORME.
           PERFORM 9300-GRABAR-INFORME THRU F-9300-GRABAR-INFORME.

       F-2700-CORTE-CUENTA. EXIT.

      **************************************
      *                                    *
      *  RESUMEN Y CIERRE DE FILES         *
      *                                    *
      **************************************
       9999-FINAL.
           IF WS-INF-CODE IS NOT EQUAL '00'
              GO TO F-9999-FINAL
           END-IF.

           IF WS-CANT-LISTADAS EQUAL ZEROS AND NOT WS-HUBO-ERROR
              MOVE WS-LIN-SIN-CUENTAS TO REG-INFORME
              PERFORM 9300-GRABAR-INFORME THRU F-9300-GRABAR-INFORME
           END-IF.

           IF WS-CANT-LISTADAS GREATER ZEROS AND
              RETURN-CODE LESS 4
              MOVE 4 TO RETURN-CODE
           END-IF.

           MOVE WS-LIN-BLANCA TO REG-INFORME.
           PERFORM 9300-GRABAR-INFORME THRU F-9300-GRABAR-INFORME.
           MOVE 'CUENTAS CONTROLADAS'        TO WS-RES-CONCEPTO.
           MOVE WS-CANT-CUENTAS              TO WS-RES-CANT.
           PERFORM 9400-LINEA-RESUMEN THRU F-9400-LINEA-RESUMEN.
           MOVE 'VINCULOS VIGENTES'          TO WS-RES-CONCEPTO.
           MOVE WS-CANT-VINCULOS             TO WS-RES-CANT.
           PERFORM 9400-LINEA-RESUMEN THRU F-9400-LINEA-RESUMEN.
           MOVE 'SIN VINCULOS VIGENTES'      TO WS-RES-CONCEPTO.
           MOVE WS-CANT-SIN-VINCULO          TO WS-RES-CANT.
           PERFORM 9400-LINEA-RESUMEN THRU F-9400-LINEA-RESUMEN.
           MOVE 'VINCULOS SIN ROL INFORMADO' TO WS-RES-CONCEPTO.
           MOVE WS-CANT-SIN-ROL              TO WS-RES-CANT.
           PERFORM 9400-LINEA-RESUMEN THRU F-9400-LINEA-RESUMEN.
           MOVE 'SIN TITULAR PRINCIPAL'      TO WS-RES-CONCEPTO.
           MOVE WS-CANT-SIN-TITULAR          TO WS-RES-CANT.
           PERFORM 9400-LINEA-RESUMEN THRU F-9400-LINEA-RESUMEN.
           MOVE 'MAS DE UN TITULAR PRINCIPAL' TO WS-RES-CONCEPTO.
           MOVE WS-CANT-MAS-TITULAR          TO WS-RES-CANT.
           PERFORM 9400-LINEA-RESUMEN THRU F-9400-LINEA-RESUMEN.
           MOVE 'PARTICIPACION NO SUMA 100'  TO WS-RES-CONCEPTO.
           MOVE WS-CANT-PARTICIPAC           TO WS-RES-CANT.
           PERFORM 9400-LINEA-RESUMEN THRU F-9400-LINEA-RESUMEN.
           MOVE 'CUENTA INEXISTENTE EN CTAMAE' TO WS-RES-CONCEPTO.
           MOVE WS-CANT-INEXISTENTE          TO WS-RES-CANT.
           PERFORM 9400-LINEA-RESUMEN THRU F-9400-LINEA-RESUMEN.

           CLOSE CTAMAE.
           IF WS-CTA-CODE IS NOT EQUAL '00'
              DISPLAY '* ERROR EN CLOSE CTAMAE  = ' WS-CTA-CODE
              MOVE 9999 TO RETURN-CODE
           END-IF.

           CLOSE CLIXRF.
           IF WS-XRF-CODE IS NOT EQUAL '00'
              DISPLAY '* ERROR EN CLOSE CLIXRF  = ' WS-XRF-CODE
              MOVE 9999 TO RETURN-CODE
           END-IF.

           CLOSE INFORME.
           IF WS-INF-CODE IS NOT EQUAL '00'
              DISPLAY '* ERROR EN CLOSE INFORME = ' WS-INF-CODE
              MOVE 9999 TO RETURN-CODE
           END-IF.

           DISPLAY '************************** '.
           DISPLAY 'CUENTAS CONTROLADAS     : ' WS-CANT-CUENTAS.
           DISPLAY 'CUENTAS DADAS DE BAJA   : ' WS-CANT-BAJAS.
           DISPLAY 'VINCULOS VIGENTES       : ' WS-CANT-VINCULOS.
           DISPLAY 'CUENTAS LISTADAS        : ' WS-CANT-LISTADAS.

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
