       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMGLCON.
       AUTHOR.        D. CAZABAT.
       INSTALLATION.  CURSO CODEKI.
       DATE-WRITTEN.  14/10/2026.
       DATE-COMPILED. 14/10/2026.
      **********************************************************
      *                                                        *
      *  CONSOLIDACION DIARIA DE LA INTERFASE CONTABLE: TOMA   *
      *  TODOS LOS GLPOST DEL DIA CONCATENADOS EN LA ENTRADA   *
      *  GLENTR Y LOS ORDENA POR ENTIDAD, MONEDA, CUENTA       *
      *  CONTABLE Y CENTRO DE COSTO. LA CONCATENACION DEBE     *
      *  LLEVAR EL GLPOST DE CADA PROGRAMA QUE ASIENTA:        *
      *    PGM2CC7C  CORTE DE SALDOS                           *
      *    PGMREVAL  REVALUACION DE MONEDA EXTRANJERA          *
      *    PGMSEGDE  FONDO DE GARANTIA DE LOS DEPOSITOS        *
      *    PGMDEVIN  DEVENGAMIENTO DE INTERESES ACREEDORES     *
      *    PGMDEVDE  DEVENGAMIENTO Y COBRO DE INTERES DEUDOR   *
      *    PGMCOMIS  COMISIONES DE MANTENIMIENTO               *
      *    PGMIMPDC  IMPUESTO A LOS DEBITOS Y CREDITOS         *
      *    PGMTRASU  TRANSFERENCIAS ENTRE SUCURSALES           *
      *    PGMCIECT  CIERRE DE CUENTAS                         *
      *    PGMPFCOL  COLOCACION DE PLAZOS FIJOS                *
      *    PGMPFVEN  VENCIMIENTO DE PLAZOS FIJOS               *
      *  MAS, CUANDO CONTADURIA REABRE UN PERIODO, LOS         *
      *  ASIENTOS DEL SUSPENSO QUE LISTO PGMGLSUS (IMAGEN      *
      *  WS-SUS-ASIENTO DE CPGLSUS) QUE SE REINGRESAN. UN      *
      *  GLPOST QUE FALTE NO SE DETECTA AQUI: SUS ASIENTOS     *
      *  BALANCEAN SOLOS Y LA ENTIDAD SIGUE CUADRANDO SIN      *
      *  ELLOS. TODO PROGRAMA NUEVO QUE GRABE GLPOST SE AGREGA *
      *  A ESTA LISTA Y A LA CONCATENACION.                    *
      *                                                        *
      *  LOS ASIENTOS DE OTRA FECHA QUE LA DE PROCESO NO       *
      *  ENTRAN AL LOTE Y SE CUENTAN APARTE (RC 4).            *
      *                                                        *
      *  CADA ASIENTO DEL LOTE LLEVA EL NUMERO DE LOTE EN EL   *
      *  FILLER FINAL DEL LAYOUT GLPOST. EL NUMERO SALE DEL    *
      *  CONTROL DE NUMERACION NUMCTL BAJO LA SUCURSAL 000     *
      *  (BANCO) Y SOLO SE CONSUME CUANDO EL LOTE SE LIBERA,   *
      *  ASI UN LOTE RETENIDO SE VUELVE A CORRER CON EL MISMO  *
      *  NUMERO.                                               *
      *                                                        *
      *  EL DEBE TIENE QUE IGUALAR AL HABER POR ENTIDAD        *
      *  (WS-GL-CIA) Y MONEDA. SI ALGUNA ENTIDAD NO BALANCEA   *
      *  EL ARCHIVO CONSOLIDADO GLCONS QUEDA VACIO Y EL        *
      *  PROGRAMA TERMINA CON RC 8: EL DIA NO SALE AL MAYOR.   *
      *  BALANCEADO, GLCONS ES LA ENTRADA DE PGMGLREC Y DEL    *
      *  ENVIO AL MAYOR.                                       *
      *                                                        *
      *  EL INFORME ES EL RESUMEN DEL LOTE POR CUENTA CONTABLE *
      *  Y CENTRO DE COSTO, CON EL TOTAL Y LA CONDICION DE     *
      *  BALANCE DE CADA ENTIDAD Y MONEDA.                     *
      *                                                        *
      *  PARM: FECHA DE PROCESO (SSAAMMDD); SIN PARM SE USA LA *
      *  FECHA DEL SISTEMA.                                    *
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

             SELECT GLENTR  ASSIGN DDGLENT
                    FILE STATUS IS WS-ENT-CODE.

             SELECT WORK-SORT ASSIGN DDSRTWK.

             SELECT GLTRAB  ASSIGN DDGLTRAB
                    FILE STATUS IS WS-TRA-CODE.

             SELECT GLCONS  ASSIGN DDGLCONS
                    FILE STATUS IS WS-CON-CODE.

             SELECT NUMCTL  ASSIGN DDNUMCTL
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS RANDOM
                    RECORD KEY IS NUM-SUCURSAL
                    FILE STATUS IS WS-NUM-CODE.

             SELECT INFORME ASSIGN DDINFORM
                    FILE STATUS IS WS-INF-CODE.

             SELECT PARMS   ASSIGN DDPARM
                    FILE STATUS IS WS-PARM-CODE.

       DATA DIVISION.
       FILE SECTION.
       FD GLENTR
            BLOCK CONTAINS 0 RECORDS
            RECORDING MODE IS F.

       01 REG-GLENTR     PIC X(40).

       SD WORK-SORT.

       01 WORK-SORT-REC.
           03  SRT-CIA           PIC X(03).
           03  SRT-CUENTA        PIC 9(06).
           03  SRT-CENTRO        PIC 9(03).
           03  FILLER            PIC X(20).
           03  SRT-MONEDA        PIC 9(02).
           03  FILLER            PIC X(06).

       FD GLTRAB
            BLOCK CONTAINS 0 RECORDS
            RECORDING MODE IS F.

       01 REG-GLTRAB     PIC X(40).

       FD GLCONS
            BLOCK CONTAINS 0 RECORDS
            RECORDING MODE IS F.

       01 REG-GLCONS     PIC X(40).

       FD NUMCTL.

       01 REG-NUMCTL.
           03  NUM-SUCURSAL        PIC 9(03).
           03  NUM-PROXIMA         PIC 9(08).
           03  NUM-FECHA-ULT-USO   PIC 9(08).
           03  FILLER              PIC X(11).

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
       77  WS-ENT-CODE      PIC XX    VALUE SPACES.
       77  WS-TRA-CODE      PIC XX    VALUE SPACES.
       77  WS-CON-CODE      PIC XX    VALUE SPACES.
       77  WS-NUM-CODE      PIC XX    VALUE SPACES.
       77  WS-INF-CODE      PIC XX    VALUE SPACES.
       77  WS-PARM-CODE     PIC XX    VALUE SPACES.

       01  WS-STATUS-FIN    PIC X.
           88  WS-FIN-LECTURA         VALUE 'Y'.
           88  WS-NO-FIN-LECTURA      VALUE 'N'.

       01  WS-STATUS-FIN-SRT PIC X.
           88  WS-FIN-SORT            VALUE 'Y'.
           88  WS-NO-FIN-SORT         VALUE 'N'.

       01  WS-STATUS-FIN-TRA PIC X.
           88  WS-FIN-TRABAJO         VALUE 'Y'.
           88  WS-NO-FIN-TRABAJO      VALUE 'N'.

       01  WS-SWITCH-PRIMERO PIC X     VALUE 'S'.
           88  WS-ES-PRIMERO          VALUE 'S'.
           88  WS-NO-ES-PRIMERO       VALUE 'N'.

       01  WS-SWITCH-ERROR   PIC X     VALUE 'N'.
           88  WS-HUBO-ERROR          VALUE 'S'.
           88  WS-SIN-ERROR           VALUE 'N'.

      ********  FECHA DE PROCESO  ***************
       01  WS-FECHA             PIC 9(08)  VALUE ZEROS.

       01  WS-REG-PARM.
           03  WS-PARM-FECHA    PIC 9(08).

      ********  LAYOUT DEL ASIENTO DE GLPOST  ***************
      *  EN EL LOTE CONSOLIDADO EL FILLER FINAL LLEVA EL
      *  NUMERO DE LOTE
       01  WS-REG-GLPOST.
           03  WS-GL-CIA           PIC X(03).
           03  WS-GL-CUENTA        PIC 9(06).
           03  WS-GL-CENTRO-COSTO  PIC 9(03).
           03  WS-GL-DEBE-HABER    PIC X(01).
           03  WS-GL-IMPORTE       PIC 9(9)V99.
           03  WS-GL-FECHA         PIC 9(08).
           03  WS-GL-MONEDA        PIC 9(02).
           03  WS-GL-LOTE          PIC 9(06).

      ********  NUMERO DE LOTE  ***************
       77  WS-NUM-SUC-LOTE      PIC 9(03)  VALUE ZEROS.
       77  WS-NRO-LOTE          PIC 9(06)  VALUE ZEROS.

      ********  CORTE POR ENTIDAD, MONEDA, CUENTA Y CENTRO  ***
       77  WS-ANT-CIA           PIC X(03)     VALUE SPACES.
       77  WS-ANT-MONEDA        PIC 9(02)     VALUE ZEROS.
       77  WS-ANT-CUENTA        PIC 9(06)     VALUE ZEROS.
       77  WS-ANT-CENTRO        PIC 9(03)     VALUE ZEROS.
       77  WS-DEBE-CTA          PIC 9(11)V99  VALUE ZEROS.
       77  WS-HABER-CTA         PIC 9(11)V99  VALUE ZEROS.
       77  WS-DEBE-ENT          PIC 9(11)V99  VALUE ZEROS.
       77  WS-HABER-ENT         PIC 9(11)V99  VALUE ZEROS.

      ********  CONTADORES DE PROCESO  ***************
       77  WS-CANT-LEIDOS       PIC 9(7)  VALUE ZEROS.
       77  WS-CANT-OTRA-FECHA   PIC 9(7)  VALUE ZEROS.
       77  WS-CANT-LOTE         PIC 9(7)  VALUE ZEROS.
       77  WS-CANT-LIBERADOS    PIC 9(7)  VALUE ZEROS.
       77  WS-CANT-ENTIDADES    PIC 9(5)  VALUE ZEROS.
       77  WS-CANT-DESBALANCE   PIC 9(5)  VALUE ZEROS.

      ********  LINEAS DEL INFORME  ***************
       01  WS-LIN-TITULO.
           03  FILLER           PIC X(31)
               VALUE 'CONSOLIDACION GLPOST   -  LOTE '.
           03  WS-TIT-LOTE      PIC 9(06).
           03  FILLER           PIC X(09)   VALUE '  FECHA: '.
           03  WS-TIT-FECHA     PIC 9(08).
           03  FILLER           PIC X(26)   VALUE SPACES.

       01  WS-LIN-ENTIDAD.
           03  FILLER           PIC X(08)   VALUE 'ENTIDAD '.
           03  WS-ENC-CIA       PIC X(03).
           03  FILLER           PIC X(08)   VALUE ' MONEDA '.
           03  WS-ENC-MONEDA    PIC 99.
           03  FILLER           PIC X(59)   VALUE SPACES.

       01  WS-LIN-CUENTA.
           03  FILLER           PIC X(09)   VALUE '  CUENTA '.
           03  WS-DET-CUENTA    PIC 9(06).
           03  FILLER           PIC X(04)   VALUE ' CC '.
           03  WS-DET-CENTRO    PIC 999.
           03  FILLER           PIC X(07)   VALUE '  DEBE '.
           03  WS-DET-DEBE      PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           03  FILLER           PIC X(08)   VALUE '  HABER '.
           03  WS-DET-HABER     PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           03  FILLER           PIC X(09)   VALUE SPACES.

       01  WS-LIN-TOT-ENTIDAD.
           03  FILLER           PIC X(06)   VALUE 'TOTAL '.
           03  WS-TEN-CIA       PIC X(03).
           03  FILLER           PIC X(03)   VALUE ' M '.
           03  WS-TEN-MONEDA    PIC 99.
           03  FILLER           PIC X(05)   VALUE ' D: '.
           03  WS-TEN-DEBE      PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           03  FILLER           PIC X(05)   VALUE ' H: '.
           03  WS-TEN-HABER     PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           03  FILLER           PIC X(01)   VALUE SPACE.
           03  WS-TEN-CONDICION PIC X(21)   VALUE SPACES.

       01  WS-LIN-RESUMEN.
           03  WS-RES-CONCEPTO  PIC X(30)   VALUE SPACES.
           03  WS-RES-CANT      PIC ZZZZZZ9.
           03  FILLER           PIC X(43)   VALUE SPACES.

       01  WS-LIN-BLANCO        PIC X(80)   VALUE SPACES.

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

           IF WS-NO-FIN-LECTURA
              PERFORM 2000-CONSOLIDAR THRU F-2000-CONSOLIDAR
           END-IF.

           PERFORM 3000-LIBERAR-LOTE THRU F-3000-LIBERAR-LOTE.

           PERFORM 9999-FINAL    THRU  F-9999-FINAL.

       F-MAIN-PROGRAM. GOBACK.

      **************************************
      *                                    *
      *  FECHA DE PROCESO, NUMERO DE LOTE  *
      *  A ASIGNAR Y APERTURA DE FILES     *
      *                                    *
      **************************************
       1000-INICIO.
           ACCEPT WS-FECHA FROM DATE YYYYMMDD.
           PERFORM 1100-LEER-PARM THRU F-1100-LEER-PARM.
           DISPLAY 'FECHA:    '  WS-FECHA.

           SET WS-NO-FIN-LECTURA TO TRUE.

           OPEN I-O NUMCTL.
           IF WS-NUM-CODE IS NOT EQUAL '00'
              OPEN OUTPUT NUMCTL
           END-IF.
           IF WS-NUM-CODE IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN NUMCTL  = ' WS-NUM-CODE
              MOVE 9999 TO RETURN-CODE
              SET  WS-FIN-LECTURA TO TRUE
              SET  WS-HUBO-ERROR  TO TRUE
           ELSE
              PERFORM 1200-TOMAR-LOTE THRU F-1200-TOMAR-LOTE
           END-IF.

           OPEN OUTPUT INFORME.
           IF WS-INF-CODE IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN INFORME = ' WS-INF-CODE
              MOVE 9999 TO RETURN-CODE
              SET  WS-FIN-LECTURA TO TRUE
              SET  WS-HUBO-ERROR  TO TRUE
           END-IF.

           MOVE WS-NRO-LOTE   TO WS-TIT-LOTE.
           MOVE WS-FECHA      TO WS-TIT-FECHA.
           MOVE WS-LIN-TITULO TO REG-INFORME.
           PERFORM 9300-GRABAR-INFORME THRU F-9300-GRABAR-INFORME.

       F-1000-INICIO.   EXIT.

      **************************************
      *                                    *
      *  PERMITE FORZAR LA FECHA DE        *
      *  PROCESO POR PARM PARA REPROCESAR  *
      *  UN DIA ANTERIOR                   *
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
      *  LEE EL PROXIMO NUMERO DE LOTE DEL *
      *  CONTROL DE LA SUCURSAL 000; LA    *
      *  PRIMERA VEZ SE CREA EN 1. EL      *
      *  NUMERO NO SE AVANZA HASTA QUE EL  *
      *  LOTE SE LIBERA                    *
      *                                    *
      **************************************
       1200-TOMAR-LOTE.
           MOVE WS-NUM-SUC-LOTE TO NUM-SUCURSAL.
           READ NUMCTL
                INVALID KEY
                   PERFORM 1250-CREAR-CONTROL
                             THRU F-1250-CREAR-CONTROL
           END-READ.

           IF WS-NUM-CODE IS NOT EQUAL '00'
              GO TO F-1200-TOMAR-LOTE
           END-IF.

           MOVE NUM-PROXIMA TO WS-NRO-LOTE.
           DISPLAY 'LOTE A ASIGNAR: ' WS-NRO-LOTE.

       F-1200-TOMAR-LOTE. EXIT.

       1250-CREAR-CONTROL.
           MOVE SPACES          TO REG-NUMCTL.
           MOVE WS-NUM-SUC-LOTE TO NUM-SUCURSAL.
           MOVE 1               TO NUM-PROXIMA.
           MOVE WS-FECHA        TO NUM-FECHA-ULT-USO.

           WRITE REG-NUMCTL
              INVALID KEY
                 DISPLAY '* ERROR EN WRITE NUMCTL = ' WS-NUM-CODE
                 MOVE 9999 TO RETURN-CODE
                 SET WS-FIN-LECTURA TO TRUE
                 SET WS-HUBO-ERROR  TO TRUE
           END-WRITE.

       F-1250-CREAR-CONTROL. EXIT.

      **************************************
      *                                    *
      *  ORDENA LOS ASIENTOS DEL DIA POR   *
      *  ENTIDAD, MONEDA, CUENTA Y CENTRO  *
      *  Y ARMA EL LOTE EN EL ARCHIVO DE   *
      *  TRABAJO GLTRAB                    *
      *                                    *
      **************************************
       2000-CONSOLIDAR.
           SORT WORK-SORT
                ON ASCENDING KEY SRT-CIA SRT-MONEDA
                                 SRT-CUENTA SRT-CENTRO
                INPUT PROCEDURE 2100-CARGAR-ASIENTOS
                                THRU F-2100-CARGAR-ASIENTOS
                OUTPUT PROCEDURE 2500-ARMAR-LOTE
                                THRU F-2500-ARMAR-LOTE.

       F-2000-CONSOLIDAR. EXIT.

       2100-CARGAR-ASIENTOS.
           OPEN INPUT GLENTR.
           IF WS-ENT-CODE IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN GLENTR  = ' WS-ENT-CODE
              MOVE 9999 TO RETURN-CODE
              SET WS-FIN-LECTURA TO TRUE
              SET WS-HUBO-ERROR  TO TRUE
           END-IF.

           PERFORM 2150-SOLTAR-UNO THRU F-2150-SOLTAR-UNO
                   UNTIL WS-FIN-LECTURA.

           IF WS-ENT-CODE EQUAL '00' OR WS-ENT-CODE EQUAL '10'
              CLOSE GLENTR
           END-IF.

       F-2100-CARGAR-ASIENTOS. EXIT.

      **************************************
      *                                    *
      *  ENTREGA AL SORT LOS ASIENTOS DE   *
      *  LA FECHA DE PROCESO; LOS DE OTRA  *
      *  FECHA QUEDAN FUERA DEL LOTE       *
      *                                    *
      **************************************
       2150-SOLTAR-UNO.
           READ GLENTR INTO WS-REG-GLPOST
                       AT END SET WS-FIN-LECTURA TO TRUE.

           IF WS-FIN-LECTURA
              GO TO F-2150-SOLTAR-UNO
           END-IF.

           IF WS-ENT-CODE IS NOT EQUAL '00'
              DISPLAY '* ERROR EN LECTURA GLENTR = ' WS-ENT-CODE
              MOVE 9999 TO RETURN-CODE
              SET WS-FIN-LECTURA TO TRUE
              SET WS-HUBO-ERROR  TO TRUE
              GO TO F-2150-SOLTAR-UNO
           END-IF.

           ADD 1 TO WS-CANT-LEIDOS.

           IF WS-GL-FECHA NOT EQUAL WS-FECHA
              DISPLAY '* ASIENTO DE OTRA FECHA FUERA DEL LOTE: '
                      WS-GL-CIA ' ' WS-GL-CUENTA ' CC '
                      WS-GL-CENTRO-COSTO ' FECHA ' WS-GL-FECHA
              ADD 1 TO WS-CANT-OTRA-FECHA
              MOVE 4 TO RETURN-CODE
              GO TO F-2150-SOLTAR-UNO
           END-IF.

           RELEASE WORK-SORT-REC FROM WS-REG-GLPOST.

       F-2150-SOLTAR-UNO. EXIT.

      **************************************
      *                                    *
      *  RECIBE LOS ASIENTOS ORDENADOS,    *
      *  LES PONE EL NUMERO DE LOTE, LOS   *
      *  GRABA EN GLTRAB Y ARMA EL RESUMEN *
      *  CON CORTE POR CUENTA/CENTRO Y POR *
      *  ENTIDAD/MONEDA                    *
      *                                    *
      **************************************
       2500-ARMAR-LOTE.
           SET WS-NO-FIN-SORT TO TRUE.
           SET WS-ES-PRIMERO  TO TRUE.

           OPEN OUTPUT GLTRAB.
           IF WS-TRA-CODE IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN GLTRAB  = ' WS-TRA-CODE
              MOVE 9999 TO RETURN-CODE
              SET WS-HUBO-ERROR TO TRUE
              SET WS-FIN-SORT   TO TRUE
           END-IF.

           PERFORM 2550-TOMAR-UNO THRU F-2550-TOMAR-UNO
                   UNTIL WS-FIN-SORT.

           IF WS-NO-ES-PRIMERO
              PERFORM 2600-CORTE-CUENTA  THRU F-2600-CORTE-CUENTA
              PERFORM 2700-CORTE-ENTIDAD THRU F-2700-CORTE-ENTIDAD
           END-IF.

           IF WS-TRA-CODE EQUAL '00'
              CLOSE GLTRAB
           END-IF.

       F-2500-ARMAR-LOTE. EXIT.

       2550-TOMAR-UNO.
           RETURN WORK-SORT INTO WS-REG-GLPOST
                  AT END
                     SET WS-FIN-SORT TO TRUE
                     GO TO F-2550-TOMAR-UNO
           END-RETURN.

           IF WS-ES-PRIMERO
              SET WS-NO-ES-PRIMERO TO TRUE
              PERFORM 2650-ABRIR-ENTIDAD THRU F-2650-ABRIR-ENTIDAD
           ELSE
              IF WS-GL-CIA    NOT EQUAL WS-ANT-CIA OR
                 WS-GL-MONEDA NOT EQUAL WS-ANT-MONEDA
                 PERFORM 2600-CORTE-CUENTA  THRU F-2600-CORTE-CUENTA
                 PERFORM 2700-CORTE-ENTIDAD THRU F-2700-CORTE-ENTIDAD
                 PERFORM 2650-ABRIR-ENTIDAD THRU F-2650-ABRIR-ENTIDAD
              ELSE
                 IF WS-GL-CUENTA       NOT EQUAL WS-ANT-CUENTA OR
                    WS-GL-CENTRO-COSTO NOT EQUAL WS-ANT-CENTRO
                    PERFORM 2600-CORTE-CUENTA
                              THRU F-2600-CORTE-CUENTA
                 END-IF
              END-IF
           END-IF.

           MOVE WS-GL-CUENTA       TO WS-ANT-CUENTA.
           MOVE WS-GL-CENTRO-COSTO TO WS-ANT-CENTRO.

           IF WS-GL-DEBE-HABER EQUAL 'D'
              ADD WS-GL-IMPORTE TO WS-DEBE-CTA
                                   WS-DEBE-ENT
           ELSE
              ADD WS-GL-IMPORTE TO WS-HABER-CTA
                                   WS-HABER-ENT
           END-IF.

           MOVE WS-NRO-LOTE TO WS-GL-LOTE.
           WRITE REG-GLTRAB FROM WS-REG-GLPOST.
           IF WS-TRA-CODE IS NOT EQUAL '00'
              DISPLAY '* ERROR EN WRITE GLTRAB = ' WS-TRA-CODE
              MOVE 9999 TO RETURN-CODE
              SET WS-HUBO-ERROR TO TRUE
           ELSE
              ADD 1 TO WS-CANT-LOTE
           END-IF.

       F-2550-TOMAR-UNO. EXIT.

      **************************************
      *                                    *
      *  LINEA DE RESUMEN DE LA CUENTA     *
      *  CONTABLE Y CENTRO DE COSTO QUE SE *
      *  CIERRA                            *
      *                                    *
      **************************************
       2600-CORTE-CUENTA.
           MOVE WS-ANT-CUENTA  TO WS-DET-CUENTA.
           MOVE WS-ANT-CENTRO  TO WS-DET-CENTRO.
           MOVE WS-DEBE-CTA    TO WS-DET-DEBE.
           MOVE WS-HABER-CTA   TO WS-DET-HABER.
           MOVE WS-LIN-CUENTA  TO REG-INFORME.
           PERFORM 9300-GRABAR-INFORME THRU F-9300-GRABAR-INFORME.

           MOVE ZEROS TO WS-DEBE-CTA
                         WS-HABER-CTA.

       F-2600-CORTE-CUENTA. EXIT.

       2650-ABRIR-ENTIDAD.
           MOVE WS-GL-CIA    TO WS-ANT-CIA.
           MOVE WS-GL-MONEDA TO WS-ANT-MONEDA.
           MOVE ZEROS        TO WS-DEBE-ENT
                                WS-HABER-ENT.

           MOVE WS-LIN-BLANCO  TO REG-INFORME.
           PERFORM 9300-GRABAR-INFORME THRU F-9300-GRABAR-INFORME.
           MOVE WS-ANT-CIA     TO WS-ENC-CIA.
           MOVE WS-ANT-MONEDA  TO WS-ENC-MONEDA.
           MOVE WS-LIN-ENTIDAD TO REG-INFORME.
           PERFORM 9300-GRABAR-INFORME THRU F-9300-GRABAR-INFORME.

       F-2650-ABRIR-ENTIDAD. EXIT.

      **************************************
      *                                    *
      *  TOTAL DE LA ENTIDAD Y MONEDA QUE  *
      *  SE CIERRA: EL DEBE TIENE QUE      *
      *  IGUALAR AL HABER                  *
      *                                    *
      **************************************
       2700-CORTE-ENTIDAD.
           ADD 1 TO WS-CANT-ENTIDADES.

           MOVE WS-ANT-CIA    TO WS-TEN-CIA.
           MOVE WS-ANT-MONEDA TO WS-TEN-MONEDA.
           MOVE WS-DEBE-ENT   TO WS-TEN-DEBE.
           MOVE WS-HABER-ENT  TO WS-TEN-HABER.

           IF WS-DEBE-ENT EQUAL WS-HABER-ENT
              MOVE 'BALANCEA'           TO WS-TEN-CONDICION
           ELSE
              MOVE '*** NO BALANCEA ***' TO WS-TEN-CONDICION
              ADD 1 TO WS-CANT-DESBALANCE
              DISPLAY '* ENTIDAD ' WS-ANT-CIA ' MONEDA '
                      WS-ANT-MONEDA ' NO BALANCEA'
           END-IF.

           MOVE WS-LIN-TOT-ENTIDAD TO REG-INFORME.
           PERFORM 9300-GRABAR-INFORME THRU F-9300-GRABAR-INFORME.

       F-2700-CORTE-ENTIDAD. EXIT.

      **************************************
      *                                    *
      *  SI TODAS LAS ENTIDADES BALANCEAN  *
      *  COPIA EL LOTE A GLCONS Y AVANZA   *
      *  EL NUMERO DE LOTE; SI NO, GLCONS  *
      *  QUEDA VACIO Y SE TERMINA CON RC 8 *
      *                                    *
      **************************************
       3000-LIBERAR-LOTE.
           OPEN OUTPUT GLCONS.
           IF WS-CON-CODE IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN GLCONS  = ' WS-CON-CODE
              MOVE 9999 TO RETURN-CODE
              GO TO F-3000-LIBERAR-LOTE
           END-IF.

           IF WS-HUBO-ERROR
              DISPLAY '* LOTE NO LIBERADO POR ERROR DE PROCESO'
              GO TO 3000-CERRAR-CONSOLIDADO
           END-IF.

           IF WS-CANT-DESBALANCE GREATER ZEROS
              DISPLAY '* LOTE ' WS-NRO-LOTE ' RETENIDO: '
                      WS-CANT-DESBALANCE ' ENTIDAD/MONEDA SIN '
                      'BALANCEAR'
              MOVE 8 TO RETURN-CODE
              GO TO 3000-CERRAR-CONSOLIDADO
           END-IF.

           IF WS-CANT-LOTE EQUAL ZEROS
              DISPLAY '* SIN ASIENTOS PARA LA FECHA, NO SE '
                      'NUMERA LOTE'
              IF RETURN-CODE LESS 4
                 MOVE 4 TO RETURN-CODE
              END-IF
              GO TO 3000-CERRAR-CONSOLIDADO
           END-IF.

           SET WS-NO-FIN-TRABAJO TO TRUE.
           OPEN INPUT GLTRAB.
           IF WS-TRA-CODE IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN GLTRAB  = ' WS-TRA-CODE
              MOVE 9999 TO RETURN-CODE
              GO TO 3000-CERRAR-CONSOLIDADO
           END-IF.

           PERFORM 3100-COPIAR-UNO THRU F-3100-COPIAR-UNO
                   UNTIL WS-FIN-TRABAJO.

           CLOSE GLTRAB.

           IF WS-CANT-LIBERADOS EQUAL WS-CANT-LOTE
              PERFORM 3200-AVANZAR-LOTE THRU F-3200-AVANZAR-LOTE
           ELSE
              DISPLAY '* LOTE COPIADO INCOMPLETO: ' WS-CANT-LIBERADOS
                      ' DE ' WS-CANT-LOTE
              MOVE 9999 TO RETURN-CODE
           END-IF.

       3000-CERRAR-CONSOLIDADO.
           CLOSE GLCONS.
           IF WS-CON-CODE IS NOT EQUAL '00'
              DISPLAY '* ERROR EN CLOSE GLCONS  = ' WS-CON-CODE
              MOVE 9999 TO RETURN-CODE
           END-IF.

       F-3000-LIBERAR-LOTE. EXIT.

       3100-COPIAR-UNO.
           READ GLTRAB AT END SET WS-FIN-TRABAJO TO TRUE.

           IF WS-FIN-TRABAJO
              GO TO F-3100-COPIAR-UNO
           END-IF.

           IF WS-TRA-CODE IS NOT EQUAL '00'
              DISPLAY '* ERROR EN LECTURA GLTRAB = ' WS-TRA-CODE
              MOVE 9999 TO RETURN-CODE
              SET WS-FIN-TRABAJO TO TRUE
              GO TO F-3100-COPIAR-UNO
           END-IF.

           WRITE REG-GLCONS FROM REG-GLTRAB.
           IF WS-CON-CODE IS NOT EQUAL '00'
              DISPLAY '* ERROR EN WRITE GLCONS = ' WS-CON-CODE
              MOVE 9999 TO RETURN-CODE
              SET WS-FIN-TRABAJO TO TRUE
           ELSE
              ADD 1 TO WS-CANT-LIBERADOS
           END-IF.

       F-3100-COPIAR-UNO. EXIT.

      **************************************
      *                                    *
      *  LOTE LIBERADO: EL CONTROL QUEDA   *
      *  APUNTANDO AL SIGUIENTE NUMERO     *
      *                                    *
      **************************************
       3200-AVANZAR-LOTE.
           MOVE WS-NUM-SUC-LOTE TO NUM-SUCURSAL.
           READ NUMCTL
                INVALID KEY
                   DISPLAY '* CONTROL DE LOTE INEXISTENTE EN NUMCTL'
                   MOVE 9999 TO RETURN-CODE
                   GO TO F-3200-AVANZAR-LOTE
           END-READ.

           ADD 1        TO NUM-PROXIMA.
           MOVE WS-FECHA TO NUM-FECHA-ULT-USO.

           REWRITE REG-NUMCTL
              INVALID KEY
                 DISPLAY '* ERROR EN REWRITE NUMCTL = '
                                             WS-NUM-CODE
                 MOVE 9999 TO RETURN-CODE
           END-REWRITE.

           DISPLAY 'LOTE ' WS-NRO-LOTE ' LIBERADO AL MAYOR'.

       F-3200-AVANZAR-LOTE. EXIT.

      **************************************
      *                                    *
      *  RESUMEN DEL LOTE Y CIERRE DE      *
      *  FILES                             *
      *                                    *
      **************************************
       9999-FINAL.
           MOVE WS-LIN-BLANCO TO REG-INFORME.
           PERFORM 9300-GRABAR-INFORME THRU F-9300-GRABAR-INFORME.

           MOVE 'ASIENTOS LEIDOS'            TO WS-RES-CONCEPTO.
           MOVE WS-CANT-LEIDOS               TO WS-RES-CANT.
           PERFORM 9400-LINEA-RESUMEN THRU F-9400-LINEA-RESUMEN.
           MOVE 'ASIENTOS DE OTRA FECHA'     TO WS-RES-CONCEPTO.
           MOVE WS-CANT-OTRA-FECHA           TO WS-RES-CANT.
           PERFORM 9400-LINEA-RESUMEN THRU F-9400-LINEA-RESUMEN.
           MOVE 'ASIENTOS EN EL LOTE'        TO WS-RES-CONCEPTO.
           MOVE WS-CANT-LOTE                 TO WS-RES-CANT.
           PERFORM 9400-LINEA-RESUMEN THRU F-9400-LINEA-RESUMEN.
           MOVE 'ASIENTOS LIBERADOS'         TO WS-RES-CONCEPTO.
           MOVE WS-CANT-LIBERADOS            TO WS-RES-CANT.
           PERFORM 9400-LINEA-RESUMEN THRU F-9400-LINEA-RESUMEN.
           MOVE 'ENTIDAD/MONEDA PROCESADAS'  TO WS-RES-CONCEPTO.
           MOVE WS-CANT-ENTIDADES            TO WS-RES-CANT.
           PERFORM 9400-LINEA-RESUMEN THRU F-9400-LINEA-RESUMEN.
           MOVE 'ENTIDAD/MONEDA DESBALANCEADAS'
                                             TO WS-RES-CONCEPTO.
           MOVE WS-CANT-DESBALANCE           TO WS-RES-CANT.
           PERFORM 9400-LINEA-RESUMEN THRU F-9400-LINEA-RESUMEN.

           IF WS-CANT-LIBERADOS GREATER ZEROS
              MOVE 'LOTE LIBERADO AL MAYOR'  TO REG-INFORME
           ELSE
              MOVE 'LOTE NO LIBERADO'        TO REG-INFORME
           END-IF.
           PERFORM 9300-GRABAR-INFORME THRU F-9300-GRABAR-INFORME.

           CLOSE NUMCTL.
           IF WS-NUM-CODE IS NOT EQUAL '00'
              DISPLAY '* ERROR EN CLOSE NUMCTL  = ' WS-NUM-CODE
              MOVE 9999 TO RETURN-CODE
           END-IF.

           CLOSE INFORME.
           IF WS-INF-CODE IS NOT EQUAL '00'
              DISPLAY '* ERROR EN CLOSE INFORME = ' WS-INF-CODE
              MOVE 9999 TO RETURN-CODE
           END-IF.

           DISPLAY '************************** '.
           DISPLAY 'ASIENTOS LEIDOS         : ' WS-CANT-LEIDOS.
           DISPLAY 'ASIENTOS DE OTRA FECHA  : ' WS-CANT-OTRA-FECHA.
           DISPLAY 'ASIENTOS EN EL LOTE     : ' WS-CANT-LOTE.
           DISPLAY 'ASIENTOS LIBERADOS      : ' WS-CANT-LIBERADOS.
           DISPLAY 'ENTIDADES DESBALANCEADAS: ' WS-CANT-DESBALANCE.

       F-9999-FINAL. EXIT.

      **************************************
      *                                    *
      *  GRABA UNA LINEA YA ARMADA EN EL   *
      *  RESUMEN DEL LOTE                  *
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
