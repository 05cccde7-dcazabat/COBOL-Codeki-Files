       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMGLSUS.
       AUTHOR.        D. CAZABAT.
       INSTALLATION.  CURSO CODEKI.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.
      **********************************************************
      *                                                        *
      *  INFORME DEL SUSPENSO CONTABLE: LISTA LOS ASIENTOS QUE *
      *  LOS PROGRAMAS QUE GRABAN GLPOST DESVIARON A SU        *
      *  ARCHIVO GLSUSP (COPY CPGLSUS) POR TENER FECHA EN UN   *
      *  PERIODO CERRADO DE SU ENTIDAD (SUBRUTINA PERCHK).     *
      *  LA ENTRADA SON LOS GLSUSP DEL DIA CONCATENADOS.       *
      *                                                        *
      *  ORDENA POR ENTIDAD, PERIODO, MONEDA Y PROGRAMA Y      *
      *  TOTALIZA DEBE Y HABER DE CADA ENTIDAD/PERIODO/MONEDA, *
      *  PARA QUE CONTADURIA DECIDA SI REABRE EL PERIODO       *
      *  (PGMPERMA) Y REINGRESA LOS ASIENTOS O LOS REIMPUTA    *
      *  AL PERIODO ABIERTO.                                   *
      *                                                        *
      *  SI HAY ASIENTOS EN SUSPENSO TERMINA CON RC 4.         *
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

             SELECT GLSUSP  ASSIGN DDGLSUSP
                    FILE STATUS IS WS-SUS-CODE.

             SELECT WORK-SORT ASSIGN DDSRTWK.

             SELECT INFORME ASSIGN DDINFORM
                    FILE STATUS IS WS-INF-CODE.

       DATA DIVISION.
       FILE SECTION.
       FD GLSUSP
            BLOCK CONTAINS 0 RECORDS
            RECORDING MODE IS F.

       01 REG-GLSUSP     PIC X(60).

       SD WORK-SORT.

       01 WORK-SORT-REC.
           03  SRT-CIA           PIC X(03).
           03  FILLER            PIC X(21).
           03  SRT-PERIODO       PIC 9(06).
           03  FILLER            PIC X(02).
           03  SRT-MONEDA        PIC 9(02).
           03  FILLER            PIC X(06).
           03  SRT-PROGRAMA      PIC X(08).
           03  FILLER            PIC X(12).

       FD INFORME
            BLOCK CONTAINS 0 RECORDS
            RECORDING MODE IS F.

       01 REG-INFORME    PIC X(132).

      **************************************
       WORKING-STORAGE SECTION.
      **************************************
       77  FILLER        PIC X(26) VALUE '* INICIO WORKING-STORAGE *'.
       77  FILLER        PIC X(26) VALUE '* CODIGOS RETORNO FILES  *'.
       77  WS-SUS-CODE      PIC XX    VALUE SPACES.
       77  WS-INF-CODE      PIC XX    VALUE SPACES.

       01  WS-STATUS-FIN    PIC X.
           88  WS-FIN-LECTURA         VALUE 'Y'.
           88  WS-NO-FIN-LECTURA      VALUE 'N'.

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

      ********  REGISTRO DEL SUSPENSO  ***************
           COPY CPGLSUS.

      ********  LAYOUT DEL ASIENTO DE GLPOST  ***************
       01  WS-REG-GLPOST.
           03  WS-GL-CIA           PIC X(03).
           03  WS-GL-CUENTA        PIC 9(06).
           03  WS-GL-CENTRO-COSTO  PIC 9(03).
           03  WS-GL-DEBE-HABER    PIC X(01).
           03  WS-GL-IMPORTE       PIC 9(9)V99.
           03  WS-GL-FECHA         PIC 9(08).
           03  FILLER REDEFINES WS-GL-FECHA.
               05  WS-GL-PERIODO   PIC 9(06).
               05  WS-GL-DIA       PIC 9(02).
           03  WS-GL-MONEDA        PIC 9(02).
           03  WS-GL-LOTE          PIC 9(06).

      ********  CORTE ENTIDAD / PERIODO / MONEDA  ***************
       01  WS-ANTERIOR.
           03  WS-ANT-CIA          PIC X(03)  VALUE SPACES.
           03  WS-ANT-PERIODO      PIC 9(06)  VALUE ZEROS.
           03  WS-ANT-MONEDA       PIC 9(02)  VALUE ZEROS.

       77  WS-DEBE-GRUPO        PIC 9(13)V99 VALUE ZEROS.
       77  WS-HABER-GRUPO       PIC 9(13)V99 VALUE ZEROS.
       77  WS-CANT-GRUPO        PIC 9(7)   VALUE ZEROS.

      ********  CONTADORES DE PROCESO  ***************
       77  WS-CANT-LEIDOS       PIC 9(7)   VALUE ZEROS.
       77  WS-CANT-LISTADOS     PIC 9(7)   VALUE ZEROS.
       77  WS-CANT-GRUPOS       PIC 9(7)   VALUE ZEROS.

      ********  LINEAS DEL INFORME  ***************
       01  WS-LIN-TITULO.
           03  FILLER           PIC X(40)
               VALUE 'ASIENTOS EN SUSPENSO POR PERIODO CERRADO'.
           03  FILLER           PIC X(09)   VALUE ' - FECHA '.
           03  WS-TIT-FECHA     PIC 9(08).
           03  FILLER           PIC X(75)   VALUE SPACES.

       01  WS-LIN-GRUPO.
           03  FILLER           PIC X(09)   VALUE 'ENTIDAD: '.
           03  WS-GRU-CIA       PIC X(03).
           03  FILLER           PIC X(12)   VALUE '   PERIODO: '.
           03  WS-GRU-PERIODO   PIC 9(06).
           03  FILLER           PIC X(11)   VALUE '   MONEDA: '.
           03  WS-GRU-MONEDA    PIC 99.
           03  FILLER           PIC X(89)   VALUE SPACES.

       01  WS-LIN-CABECERA.
           03  FILLER           PIC X(40)
               VALUE 'PROGRAMA PROCESO  CUENTA CC  D/H       '.
           03  FILLER           PIC X(40)
               VALUE '    IMPORTE FECHA    LOTE   ESTADO PERIO'.
           03  FILLER           PIC X(02)   VALUE 'DO'.
           03  FILLER           PIC X(50)   VALUE SPACES.

       01  WS-LIN-DETALLE.
           03  WS-DET-PROGRAMA  PIC X(08).
           03  FILLER           PIC X(01)   VALUE SPACE.
           03  WS-DET-PROCESO   PIC 9(08).
           03  FILLER           PIC X(01)   VALUE SPACE.
           03  WS-DET-CUENTA    PIC 9(06).
           03  FILLER           PIC X(01)   VALUE SPACE.
           03  WS-DET-CENTRO    PIC 9(03).
           03  FILLER           PIC X(02)   VALUE SPACES.
           03  WS-DET-DH        PIC X(01).
           03  FILLER           PIC X(02)   VALUE SPACES.
           03  WS-DET-IMPORTE   PIC ZZZ,ZZZ,ZZ9.99.
           03  FILLER           PIC X(01)   VALUE SPACE.
           03  WS-DET-FECHA     PIC 9(08).
           03  FILLER           PIC X(01)   VALUE SPACE.
           03  WS-DET-LOTE      PIC 9(06).
           03  FILLER           PIC X(01)   VALUE SPACE.
           03  WS-DET-ESTADO    PIC X(01).
           03  FILLER           PIC X(67)   VALUE SPACES.

       01  WS-LIN-TOT-GRUPO.
           03  FILLER           PIC X(12)   VALUE '   ASIENTOS '.
           03  WS-TGR-CANT      PIC ZZZZZZ9.
           03  FILLER           PIC X(07)   VALUE '  DEBE '.
           03  WS-TGR-DEBE      PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
           03  FILLER           PIC X(08)   VALUE '  HABER '.
           03  WS-TGR-HABER     PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
           03  FILLER           PIC X(02)   VALUE SPACES.
           03  WS-TGR-CONDICION PIC X(19)   VALUE SPACES.
           03  FILLER           PIC X(37)   VALUE SPACES.

       01  WS-LIN-SIN-ASIENTOS.
           03  FILLER           PIC X(40)
               VALUE 'NO HAY ASIENTOS EN SUSPENSO             '.
           03  FILLER           PIC X(92)   VALUE SPACES.

       01  WS-LIN-RESUMEN.
           03  WS-RES-CONCEPTO  PIC X(30)   VALUE SPACES.
           03  WS-RES-CANT      PIC ZZZZZZ9.
           03  FILLER           PIC X(95)   VALUE SPACES.

       01  WS-LIN-BLANCA        PIC X(132)  VALUE SPACES.

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
      *  APERTURA DEL INFORME Y TITULO     *
      *                                    *
      **************************************
       1000-INICIO.
           ACCEPT WS-FECHA FROM DATE YYYYMMDD.
           DISPLAY 'FECHA:    '  WS-FECHA.

           SET WS-NO-FIN-LECTURA TO TRUE.
           SET WS-SIN-ERROR      TO TRUE.

           OPEN OUTPUT INFORME.
           IF WS-INF-CODE IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN INFORME = ' WS-INF-CODE
              MOVE 9999 TO RETURN-CODE
              SET  WS-HUBO-ERROR  TO TRUE
              GO TO F-1000-INICIO
           END-IF.

           MOVE WS-FECHA      TO WS-TIT-FECHA.
           MOVE WS-LIN-TITULO TO REG-INFORME.
           PERFORM 9300-GRABAR-INFORME THRU F-9300-GRABAR-INFORME.

       F-1000-INICIO.   EXIT.

      **************************************
      *                                    *
      *  ORDENA EL SUSPENSO POR ENTIDAD,   *
      *  PERIODO, MONEDA Y PROGRAMA        *
      *                                    *
      **************************************
       2000-ORDENAR.
           SORT WORK-SORT
                ON ASCENDING KEY SRT-CIA SRT-PERIODO
                                 SRT-MONEDA SRT-PROGRAMA
                INPUT PROCEDURE 2100-CARGAR-SUSPENSO
                                THRU F-2100-CARGAR-SUSPENSO
                OUTPUT PROCEDURE 2500-LISTAR-SUSPENSO
                                THRU F-2500-LISTAR-SUSPENSO.

       F-2000-ORDENAR. EXIT.

       2100-CARGAR-SUSPENSO.
           OPEN INPUT GLSUSP.
           IF WS-SUS-CODE IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN GLSUSP  = ' WS-SUS-CODE
              MOVE 9999 TO RETURN-CODE
              SET WS-FIN-LECTURA TO TRUE
              SET WS-HUBO-ERROR  TO TRUE
           END-IF.

           PERFORM 2150-SOLTAR-UNO THRU F-2150-SOLTAR-UNO
                   UNTIL WS-FIN-LECTURA.

           IF WS-SUS-CODE EQUAL '00' OR WS-SUS-CODE EQUAL '10'
              CLOSE GLSUSP
           END-IF.

       F-2100-CARGAR-SUSPENSO. EXIT.

       2150-SOLTAR-UNO.
           READ GLSUSP INTO WS-REG-GLSUSP
                       AT END SET WS-FIN-LECTURA TO TRUE.

           IF WS-FIN-LECTURA
              GO TO F-2150-SOLTAR-UNO
           END-IF.

           IF WS-SUS-CODE IS NOT EQUAL '00'
              DISPLAY '* ERROR EN LECTURA GLSUSP = ' WS-SUS-CODE
              MOVE 9999 TO RETURN-CODE
              SET WS-FIN-LECTURA TO TRUE
              SET WS-HUBO-ERROR  TO TRUE
              GO TO F-2150-SOLTAR-UNO
           END-IF.

           ADD 1 TO WS-CANT-LEIDOS.

           RELEASE WORK-SORT-REC FROM WS-REG-GLSUSP.

       F-2150-SOLTAR-UNO. EXIT.

      **************************************
      *                                    *
      *  RECIBE LOS ASIENTOS ORDENADOS Y   *
      *  ARMA EL LISTADO CON CORTE POR     *
      *  ENTIDAD/PERIODO/MONEDA            *
      *                                    *
      **************************************
       2500-LISTAR-SUSPENSO.
           SET WS-NO-FIN-SORT TO TRUE.
           SET WS-ES-PRIMERO  TO TRUE.

           PERFORM 2550-TOMAR-UNO THRU F-2550-TOMAR-UNO
                   UNTIL WS-FIN-SORT.

           IF WS-NO-ES-PRIMERO
              PERFORM 2700-CORTE-GRUPO THRU F-2700-CORTE-GRUPO
           END-IF.

       F-2500-LISTAR-SUSPENSO. EXIT.

       2550-TOMAR-UNO.
           RETURN WORK-SORT INTO WS-REG-GLSUSP
                  AT END
                     SET WS-FIN-SORT TO TRUE
                     GO TO F-2550-TOMAR-UNO
           END-RETURN.

           MOVE WS-SUS-ASIENTO TO WS-REG-GLPOST.

           IF WS-ES-PRIMERO
              SET WS-NO-ES-PRIMERO TO TRUE
              PERFORM 2650-ABRIR-GRUPO THRU F-2650-ABRIR-GRUPO
           ELSE
              IF WS-GL-CIA     NOT EQUAL WS-ANT-CIA     OR
                 WS-GL-PERIODO NOT EQUAL WS-ANT-PERIODO OR
                 WS-GL-MONEDA  NOT EQUAL WS-ANT-MONEDA
                 PERFORM 2700-CORTE-GRUPO THRU F-2700-CORTE-GRUPO
                 PERFORM 2650-ABRIR-GRUPO THRU F-2650-ABRIR-GRUPO
              END-IF
           END-IF.

           ADD 1 TO WS-CANT-GRUPO.

           IF WS-GL-DEBE-HABER EQUAL 'D'
              ADD WS-GL-IMPORTE TO WS-DEBE-GRUPO
           ELSE
              ADD WS-GL-IMPORTE TO WS-HABER-GRUPO
           END-IF.

           MOVE WS-SUS-PROGRAMA       TO WS-DET-PROGRAMA.
           MOVE WS-SUS-FECHA-PROCESO  TO WS-DET-PROCESO.
           MOVE WS-GL-CUENTA          TO WS-DET-CUENTA.
           MOVE WS-GL-CENTRO-COSTO    TO WS-DET-CENTRO.
           MOVE WS-GL-DEBE-HABER      TO WS-DET-DH.
           MOVE WS-GL-IMPORTE         TO WS-DET-IMPORTE.
           MOVE WS-GL-FECHA           TO WS-DET-FECHA.
           MOVE WS-GL-LOTE            TO WS-DET-LOTE.
           MOVE WS-SUS-ESTADO-PERIODO TO WS-DET-ESTADO.
           MOVE WS-LIN-DETALLE        TO REG-INFORME.
           PERFORM 9300-GRABAR-INFORME THRU F-9300-GRABAR-INFORME.

           ADD 1 TO WS-CANT-LISTADOS.

       F-2550-TOMAR-UNO. EXIT.

       2650-ABRIR-GRUPO.
           MOVE WS-GL-CIA     TO WS-ANT-CIA.
           MOVE WS-GL-PERIODO TO WS-ANT-PERIODO.
           MOVE WS-GL-MONEDA  TO WS-ANT-MONEDA.
           MOVE ZEROS         TO WS-DEBE-GRUPO
                                 WS-HABER-GRUPO
                                 WS-CANT-GRUPO.

           MOVE WS-LIN-BLANCA   TO REG-INFORME.
           PERFORM 9300-GRABAR-INFORME THRU F-9300-GRABAR-INFORME.
           MOVE WS-ANT-CIA      TO WS-GRU-CIA.
           MOVE WS-ANT-PERIODO  TO WS-GRU-PERIODO.
           MOVE WS-ANT-MONEDA   TO WS-GRU-MONEDA.
           MOVE WS-LIN-GRUPO    TO REG-INFORME.
           PERFORM 9300-GRABAR-INFORME THRU F-9300-GRABAR-INFORME.
           MOVE WS-LIN-CABECERA TO REG-INFORME.
           PERFORM 9300-GRABAR-INFORME THRU F-9300-GRABAR-INFORME.

       F-2650-ABRIR-GRUPO. EXIT.

      **************************************
      *                                    *
      *  TOTAL DE LA ENTIDAD, PERIODO Y    *
      *  MONEDA QUE SE CIERRA              *
      *                                    *
      **************************************
       2700-CORTE-GRUPO.
           ADD 1 TO WS-CANT-GRUPOS.

           MOVE WS-CANT-GRUPO  TO WS-TGR-CANT.
           MOVE WS-DEBE-GRUPO  TO WS-TGR-DEBE.
           MOVE WS-HABER-GRUPO TO WS-TGR-HABER.

           IF WS-DEBE-GRUPO EQUAL WS-HABER-GRUPO
              MOVE 'BALANCEA'            TO WS-TGR-CONDICION
           ELSE
              MOVE '*** NO BALANCEA ***' TO WS-TGR-CONDICION
           END-IF.

           MOVE WS-LIN-TOT-GRUPO TO REG-INFORME.
           PERFORM 9300-GRABAR-INFORME THRU F-9300-GRABAR-INFORME.

       F-2700-CORTE-GRUPO. EXIT.

      **************************************
      *                                    *
      *  TOTALES Y CIERRE DE FILES         *
      *                                    *
      **************************************
       9999-FINAL.
           IF WS-INF-CODE IS NOT EQUAL '00'
              GO TO F-9999-FINAL
           END-IF.

           IF WS-CANT-LISTADOS EQUAL ZEROS AND NOT WS-HUBO-ERROR
              MOVE WS-LIN-BLANCA       TO REG-INFORME
              PERFORM 9300-GRABAR-INFORME THRU F-9300-GRABAR-INFORME
              MOVE WS-LIN-SIN-ASIENTOS TO REG-INFORME
              PERFORM 9300-GRABAR-INFORME THRU F-9300-GRABAR-INFORME
           END-IF.

           IF WS-CANT-LISTADOS GREATER ZEROS AND
              RETURN-CODE LESS 4
              MOVE 4 TO RETURN-CODE
           END-IF.

           MOVE WS-LIN-BLANCA TO REG-INFORME.
           PERFORM 9300-GRABAR-INFORME THRU F-9300-GRABAR-INFORME.
           MOVE 'ASIENTOS LEIDOS'            TO WS-RES-CONCEPTO.
           MOVE WS-CANT-LEIDOS               TO WS-RES-CANT.
           PERFORM 9400-LINEA-RESUMEN THRU F-9400-LINEA-RESUMEN.
           MOVE 'ASIENTOS EN SUSPENSO'       TO WS-RES-CONCEPTO.
           MOVE WS-CANT-LISTADOS             TO WS-RES-CANT.
           PERFORM 9400-LINEA-RESUMEN THRU F-9400-LINEA-RESUMEN.
           MOVE 'ENTIDAD/PERIODO/MONEDA'     TO WS-RES-CONCEPTO.
           MOVE WS-CANT-GRUPOS               TO WS-RES-CANT.
           PERFORM 9400-LINEA-RESUMEN THRU F-9400-LINEA-RESUMEN.

           CLOSE INFORME.
           IF WS-INF-CODE IS NOT EQUAL '00'
              DISPLAY '* ERROR EN CLOSE INFORME = ' WS-INF-CODE
              MOVE 9999 TO RETURN-CODE
           END-IF.

           DISPLAY '************************** '.
           DISPLAY 'ASIENTOS LEIDOS         : ' WS-CANT-LEIDOS.
           DISPLAY 'ASIENTOS EN SUSPENSO    : ' WS-CANT-LISTADOS.
           DISPLAY 'ENTIDAD/PERIODO/MONEDA  : ' WS-CANT-GRUPOS.

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
