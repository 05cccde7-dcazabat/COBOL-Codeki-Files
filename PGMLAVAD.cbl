       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMLAVAD.
       AUTHOR.        D. CAZABAT.
       INSTALLATION.  CURSO CODEKI.
       DATE-WRITTEN.  14/10/2026.
       DATE-COMPILED. 14/10/2026.
      **********************************************************
      *                                                        *
      *  MONITOREO DE PREVENCION DE LAVADO DE DINERO SOBRE LA  *
      *  HISTORIA DE MOVIMIENTOS MOVHIS (CARGADA POR PGMEXTRA  *
      *  MODO 'D'). LA DIFERENCIA DE UN MOVIMIENTO ES EL       *
      *  IMPORTE DE HOY MENOS EL DE AYER.                      *
      *                                                        *
      *  MODO 'D' (DIARIO), SOBRE LA FECHA DEL PARM:           *
      *    'U' UMBRAL: AUMENTO NETO DE LA CUENTA EN EL DIA     *
      *        MAYOR AL UMBRAL DE REPORTE.                     *
      *    'E' ESTRUCTURACION: EN LA VENTANA DE DIAS CORRIDOS  *
      *        QUE TERMINA EN LA FECHA, AL MENOS N DIAS CON    *
      *        AUMENTOS JUSTO POR DEBAJO DEL UMBRAL (DESDE EL  *
      *        PORCENTAJE DE FRACCIONAMIENTO HASTA EL UMBRAL). *
      *  MODO 'M' (MENSUAL), SOBRE EL MES DE LA FECHA:         *
      *    'D' DESVIO: SUMA DE MOVIMIENTOS DEL MES (EN VALOR   *
      *        ABSOLUTO) MAYOR AL FACTOR DE DESVIO POR EL      *
      *        PROMEDIO DE LOS MESES ANTERIORES CON ACTIVIDAD. *
      *                                                        *
      *  LAS ALERTAS SE AGRUPAN POR CLIENTE VIA CLIXRF/CLIMAE  *
      *  (POR CUIT CUANDO LO TIENE). CADA GRUPO ES UN CASO     *
      *  CON NUMERO TOMADO DE NUMCTL (SUCURSAL 999), GRABADO   *
      *  EN CASOS E IMPRESO PARA EL OFICIAL DE CUMPLIMIENTO.   *
      *  EL NUMERO DE CUENTA SALE ENMASCARADO COMO EN LOS      *
      *  EXTRACTOS LEGALES (PGMDESEN LO RESUELVE).             *
      *                                                        *
      *  PARM: FECHA (SSAAMMDD) + MODO (D/M) + UMBRAL DE       *
      *  REPORTE (9(9)V99, OPCIONAL).                          *
      *                                                        *
      **********************************************************
      *      MANTENIMIENTO DE PROGRAMA                         *
      **********************************************************
      *  FECHA   *    DETALLE        * COD *
      **************************************
      *15/10/2026* CLIMAE DE 160 POR * 001 *
      *          * COPY CPCLIMA      *     *
      *15/10/2026* REGISTRO CLIXRF   * 002 *
      *          * POR COPY CPCLIXR  *     *
      *          *                   *     *
      *          *                   *     *
      **************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

             SELECT MOVHIS  ASSIGN DDMOVHIS
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS MOH-CLAVE
                    FILE STATUS IS WS-MOH-CODE.

             SELECT CLIXRF  ASSIGN DDCLIXRF
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS SEQUENTIAL
                    RECORD KEY IS XRF-CLAVE
                    FILE STATUS IS WS-XRF-CODE.

             SELECT CLIMAE  ASSIGN DDCLIMAE
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS RANDOM
                    RECORD KEY IS CLI-CLIENTE
                    FILE STATUS IS WS-CLI-CODE.

             SELECT NUMCTL  ASSIGN DDNUMCTL
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS RANDOM
                    RECORD KEY IS NUM-SUCURSAL
                    FILE STATUS IS WS-NUM-CODE.

             SELECT WORK-SORT ASSIGN DDSRTWK.

             SELECT CASOS   ASSIGN DDCASOS
                    FILE STATUS IS WS-CAS-CODE.

             SELECT INFORME ASSIGN DDINFORM
                    FILE STATUS IS WS-INF-CODE.

             SELECT PARMS   ASSIGN DDPARM
                    FILE STATUS IS WS-PARM-CODE.

       DATA DIVISION.
       FILE SECTION.
       FD MOVHIS.

       01 REG-MOVHIS.
           03  MOH-CLAVE.
               05  MOH-SUCURSAL    PIC 9(03).
               05  MOH-CUENTA      PIC 9(08).
               05  MOH-FECHA       PIC 9(08).
               05  MOH-SECUENCIA   PIC 9(03).
           03  MOH-TIPO-MOV        PIC X(01).
           03  MOH-ESTADO-ANT      PIC 9(01).
           03  MOH-ESTADO-NVO      PIC 9(01).
           03  MOH-IMP-AYER        PIC S9(07)V99.
           03  MOH-IMP-HOY         PIC S9(07)V99.
           03  FILLER              PIC X(17).

       FD CLIXRF.

           COPY CPCLIXR.

       FD CLIMAE.

           COPY CPCLIMA.

       FD NUMCTL.

       01 REG-NUMCTL.
           03  NUM-SUCURSAL        PIC 9(03).
           03  NUM-PROXIMA         PIC 9(08).
           03  NUM-FECHA-ULT-USO   PIC 9(08).
           03  FILLER              PIC X(11).

       SD WORK-SORT.

       01 WORK-SORT-REC.
           03  SRT-GRUPO         PIC X(11).
           03  SRT-CLIENTE       PIC 9(08).
           03  SRT-TIPO          PIC X(01).
           03  SRT-SUCURSAL      PIC 9(03).
           03  SRT-CUENTA        PIC 9(08).
           03  SRT-FECHA         PIC 9(08).
           03  SRT-IMPORTE       PIC S9(09)V99.
           03  SRT-REFERENCIA    PIC S9(09)V99.
           03  SRT-CANTIDAD      PIC 9(03).
           03  SRT-NOMBRE        PIC X(30).
           03  SRT-CUIT          PIC X(11).

       FD CASOS
            BLOCK CONTAINS 0 RECORDS
            RECORDING MODE IS F.

       01 REG-CASOS      PIC X(100).

       FD INFORME
            BLOCK CONTAINS 0 RECORDS
            RECORDING MODE IS F.

       01 REG-INFORME    PIC X(80).

       FD PARMS
            BLOCK CONTAINS 0 RECORDS
            RECORDING MODE IS F.

       01 REG-PARM       PIC X(20).

      **************************************
       WORKING-STORAGE SECTION.
      **************************************
       77  FILLER        PIC X(26) VALUE '* INICIO WORKING-STORAGE *'.
       77  FILLER        PIC X(26) VALUE '* CODIGOS RETORNO FILES  *'.
       77  WS-MOH-CODE      PIC XX    VALUE SPACES.
       77  WS-XRF-CODE      PIC XX    VALUE SPACES.
       77  WS-CLI-CODE      PIC XX    VALUE SPACES.
       77  WS-NUM-CODE      PIC XX    VALUE SPACES.
       77  WS-CAS-CODE      PIC XX    VALUE SPACES.
       77  WS-INF-CODE      PIC XX    VALUE SPACES.
       77  WS-PARM-CODE     PIC XX    VALUE SPACES.

       01  WS-STATUS-FIN    PIC X.
           88  WS-FIN-LECTURA         VALUE 'Y'.
           88  WS-NO-FIN-LECTURA      VALUE 'N'.

       01  WS-STATUS-FIN-XRF PIC X.
           88  WS-FIN-VINCULOS        VALUE 'Y'.
           88  WS-NO-FIN-VINCULOS     VALUE 'N'.

       01  WS-STATUS-FIN-SRT PIC X.
           88  WS-FIN-SORT            VALUE 'Y'.
           88  WS-NO-FIN-SORT         VALUE 'N'.

       01  WS-STATUS-ERROR  PIC X     VALUE 'N'.
           88  WS-HUBO-ERROR          VALUE 'S'.

       01  WS-SWITCH-MODO   PIC X     VALUE 'D'.
           88  WS-MODO-DIARIO         VALUE 'D'.
           88  WS-MODO-MENSUAL        VALUE 'M'.

       01  WS-HAY-CUENTA    PIC X(01) VALUE 'N'.
           88  WS-CUENTA-ABIERTA      VALUE 'S'.

       01  WS-HAY-CASO      PIC X(01) VALUE 'N'.
           88  WS-CASO-ABIERTO        VALUE 'S'.

       01  WS-AVISO-CAL     PIC X(01) VALUE 'N'.
           88  WS-AVISO-CAL-DADO      VALUE 'S'.

      ********  FECHA DE PROCESO  ***************
       01  WS-FECHA.
           03  WS-FECHA-SSAA    PIC 9(04)  VALUE ZEROS.
           03  WS-FECHA-MM      PIC 9(02)  VALUE ZEROS.
           03  WS-FECHA-DD      PIC 9(02)  VALUE ZEROS.
       01  WS-FECHA-NUM REDEFINES WS-FECHA PIC 9(08).

       01  WS-REG-PARM.
           03  WS-PARM-FECHA    PIC 9(08).
           03  WS-PARM-MODO     PIC X(01).
           03  WS-PARM-UMBRAL   PIC 9(09)V99.

      ********  PRIMER DIA QUE MIRA EL MODO DIARIO (PRIMERO  ****
      ********  DEL MES ANTERIOR; LA VENTANA NO LO SUPERA)   ****
       01  WS-FECHA-LIMITE.
           03  WS-LIM-SSAA      PIC 9(04)  VALUE ZEROS.
           03  WS-LIM-MM        PIC 9(02)  VALUE ZEROS.
           03  WS-LIM-DD        PIC 9(02)  VALUE 01.
       01  WS-FECHA-LIMITE-NUM REDEFINES WS-FECHA-LIMITE PIC 9(08).

      ********  PARAMETROS DEL MONITOREO  ***************
       77  WS-UMBRAL-REPORTE    PIC S9(09)V99 VALUE 1000000.00.
       77  WS-PORC-FRACCION     PIC 9(03)     VALUE 80.
       77  WS-UMBRAL-FRACCION   PIC S9(09)V99 VALUE ZEROS.
       77  WS-MIN-FRACCIONES    PIC 9(03)     VALUE 3.
       77  WS-VENTANA-DIAS      PIC 9(05)     VALUE 10.
       77  WS-MESES-HISTORIA    PIC 9(02)     VALUE 6.
       77  WS-MIN-MESES-HIST    PIC 9(02)     VALUE 3.
       77  WS-FACTOR-DESVIO     PIC 9(03)     VALUE 3.
       77  WS-MINIMO-MENSUAL    PIC S9(09)V99 VALUE 100000.00.

      ********  ACUMULADORES DE LA CUENTA EN CURSO  ***********
       77  WS-SUCURSAL-ANT      PIC 9(03)     VALUE ZEROS.
       77  WS-CUENTA-ANT        PIC 9(08)     VALUE ZEROS.
       77  WS-DIA-ACTUAL        PIC 9(08)     VALUE ZEROS.
       77  WS-DIF-MOVIMIENTO    PIC S9(09)V99 VALUE ZEROS.
       77  WS-DIF-DIA           PIC S9(09)V99 VALUE ZEROS.
       77  WS-CANT-FRACCIONES   PIC 9(03)     VALUE ZEROS.
       77  WS-SUMA-FRACCIONES   PIC S9(09)V99 VALUE ZEROS.

      ********  VOLUMEN MENSUAL: 1 = MES PEDIDO, 2 A 7 = LOS  ***
      ********  MESES ANTERIORES                              ***
       01  WS-TABLA-VOLUMEN.
           03  WS-VOL-MES       PIC S9(11)V99 OCCURS 7 TIMES.

       77  WS-SUB-MES           PIC 9(02)     VALUE ZEROS.
       77  WS-MES-PROCESO       PIC 9(06)     VALUE ZEROS.
       77  WS-MES-MOVIMIENTO    PIC 9(06)     VALUE ZEROS.
       77  WS-MESES-ATRAS       PIC S9(06)    VALUE ZEROS.
       77  WS-MESES-CON-ACTIV   PIC 9(02)     VALUE ZEROS.
       77  WS-SUMA-HISTORIA     PIC S9(11)V99 VALUE ZEROS.
       77  WS-PROMEDIO-HIST     PIC S9(09)V99 VALUE ZEROS.
       77  WS-LIMITE-DESVIO     PIC S9(11)V99 VALUE ZEROS.

       01  WS-FECHA-MOV.
           03  WS-MOV-SSAA      PIC 9(04).
           03  WS-MOV-MM        PIC 9(02).
           03  WS-MOV-DD        PIC 9(02).

      ********  SUBRUTINA DE FECHAS  ***************
       77  WS-FEC-FUNCION       PIC X(01)  VALUE 'D'.
       77  WS-FEC-DESDE         PIC 9(08)  VALUE ZEROS.
       77  WS-FEC-HASTA         PIC 9(08)  VALUE ZEROS.
       77  WS-FEC-CANT          PIC 9(05)  VALUE ZEROS.
       77  WS-FEC-CALENDARIO    PIC 9(05)  VALUE ZEROS.
       77  WS-FEC-HABILES       PIC 9(05)  VALUE ZEROS.
       77  WS-FEC-RESULTADO     PIC XX     VALUE '00'.
           88  WS-FEC-OK                   VALUE '00'.
           88  WS-FEC-SIN-CALENDARIO       VALUE '20'.
           88  WS-FEC-FUERA-CALENDARIO     VALUE '30'.

      ********  ALERTAS DE LA CORRIDA  ***************
       77  WS-CANT-ALERTAS      PIC 9(04)  VALUE ZEROS.
       77  WS-SUB-ALE           PIC 9(04)  VALUE ZEROS.
       77  WS-MAX-ALERTAS       PIC 9(04)  VALUE 1000.
       77  WS-TIPO-ALERTA       PIC X(01)  VALUE SPACE.

       01  WS-TABLA-ALERTAS.
           03  WS-ALE-ENT OCCURS 1000 TIMES.
               05  WS-ALE-TIPO       PIC X(01).
                   88  WS-ALE-UMBRAL          VALUE 'U'.
                   88  WS-ALE-FRACCION        VALUE 'E'.
                   88  WS-ALE-DESVIO          VALUE 'D'.
               05  WS-ALE-SUCURSAL   PIC 9(03).
               05  WS-ALE-CUENTA     PIC 9(08).
               05  WS-ALE-FECHA      PIC 9(08).
               05  WS-ALE-IMPORTE    PIC S9(09)V99.
               05  WS-ALE-REFERENCIA PIC S9(09)V99.
               05  WS-ALE-CANTIDAD   PIC 9(03).
               05  WS-ALE-VINCULADA  PIC X(01).
                   88  WS-ALE-CON-CLIENTE     VALUE 'S'.

      ********  ALERTA ORDENADA POR CLIENTE  ***************
       01  WS-REG-SORT.
           03  WS-SRT-GRUPO      PIC X(11).
           03  WS-SRT-GRUPO-CLI REDEFINES WS-SRT-GRUPO.
               05  WS-SRT-GRU-MARCA   PIC X(01).
               05  WS-SRT-GRU-CLIENTE PIC 9(08).
               05  FILLER             PIC X(02).
           03  WS-SRT-CLIENTE    PIC 9(08).
           03  WS-SRT-TIPO       PIC X(01).
           03  WS-SRT-SUCURSAL   PIC 9(03).
           03  WS-SRT-CUENTA     PIC 9(08).
           03  WS-SRT-FECHA      PIC 9(08).
           03  WS-SRT-IMPORTE    PIC S9(09)V99.
           03  WS-SRT-REFERENCIA PIC S9(09)V99.
           03  WS-SRT-CANTIDAD   PIC 9(03).
           03  WS-SRT-NOMBRE     PIC X(30).
           03  WS-SRT-CUIT       PIC X(11).

       77  WS-GRUPO-ANT         PIC X(11)  VALUE SPACES.

      ********  CASO DE CUMPLIMIENTO  ***************
       77  WS-NUM-SUC-CASOS     PIC 9(03)  VALUE 999.
       77  WS-NRO-CASO          PIC 9(08)  VALUE ZEROS.
       77  WS-RENGLON-CASO      PIC 9(03)  VALUE ZEROS.

       01  WS-REG-CASOS.
           03  WS-CAS-NRO-CASO   PIC 9(08).
           03  WS-CAS-RENGLON    PIC 9(03).
           03  WS-CAS-FECHA      PIC 9(08).
           03  WS-CAS-CLIENTE    PIC 9(08).
           03  WS-CAS-CUIT       PIC X(11).
           03  WS-CAS-TIPO       PIC X(01).
           03  WS-CAS-SUCURSAL   PIC 9(03).
           03  WS-CAS-CUENTA     PIC X(08).
           03  WS-CAS-FECHA-MOV  PIC 9(08).
           03  WS-CAS-IMPORTE    PIC S9(09)V99.
           03  WS-CAS-REFERENCIA PIC S9(09)V99.
           03  WS-CAS-CANTIDAD   PIC 9(03).
           03  FILLER            PIC X(17)  VALUE SPACES.

      ********  ENMASCARADO DEL NUMERO DE CUENTA  ***************
       01  WS-CUENTA-MASCARA.
           03  WS-MAS-PRIMEROS     PIC X(02).
           03  FILLER              PIC X(04)   VALUE '****'.
           03  WS-MAS-ULTIMOS      PIC X(02).

       01  WS-CUENTA-EN-CLARO      PIC 9(08)   VALUE ZEROS.

      ********  CONTADORES DE PROCESO  ***************
       77  WS-CANT-LEIDOS       PIC 9(7)  VALUE ZEROS.
       77  WS-CANT-CUENTAS      PIC 9(7)  VALUE ZEROS.
       77  WS-CANT-UMBRAL       PIC 9(7)  VALUE ZEROS.
       77  WS-CANT-FRACCION     PIC 9(7)  VALUE ZEROS.
       77  WS-CANT-DESVIO       PIC 9(7)  VALUE ZEROS.
       77  WS-CANT-SIN-CLIENTE  PIC 9(7)  VALUE ZEROS.
       77  WS-CANT-CASOS        PIC 9(7)  VALUE ZEROS.
       77  WS-CANT-RENGLONES    PIC 9(7)  VALUE ZEROS.

      ********  LINEAS DEL INFORME  ***************
       01  WS-LIN-TITULO.
           03  FILLER           PIC X(40)  VALUE
               'MONITOREO PREVENCION DE LAVADO - FECHA: '.
           03  WS-TIT-FECHA     PIC 9(08).
           03  FILLER           PIC X(08)   VALUE '  MODO: '.
           03  WS-TIT-MODO      PIC X(01).
           03  FILLER           PIC X(23)   VALUE SPACES.

       01  WS-LIN-PARAMETROS.
           03  FILLER           PIC X(16)   VALUE 'UMBRAL REPORTE: '.
           03  WS-PAR-UMBRAL    PIC ZZZ,ZZZ,ZZ9.99.
           03  FILLER           PIC X(12)   VALUE '  VENTANA : '.
           03  WS-PAR-VENTANA   PIC ZZZZ9.
           03  FILLER           PIC X(12)   VALUE ' DIAS  DESV '.
           03  WS-PAR-FACTOR    PIC ZZ9.
           03  FILLER           PIC X(02)   VALUE 'X '.
           03  FILLER           PIC X(16)   VALUE SPACES.

       01  WS-LIN-CASO.
           03  FILLER           PIC X(05)   VALUE 'CASO '.
           03  WS-CSO-NRO       PIC 9(08).
           03  FILLER           PIC X(05)   VALUE '  CLI'.
           03  WS-CSO-CLIENTE   PIC ZZZZZZZ9.
           03  FILLER           PIC X(01)   VALUE SPACE.
           03  WS-CSO-NOMBRE    PIC X(30).
           03  FILLER           PIC X(07)   VALUE '  CUIT '.
           03  WS-CSO-CUIT      PIC X(11).
           03  FILLER           PIC X(05)   VALUE SPACES.

       01  WS-LIN-ALERTA.
           03  FILLER           PIC X(02)   VALUE SPACES.
           03  WS-LAL-DESC      PIC X(14).
           03  WS-LAL-SUCURSAL  PIC 9(03).
           03  FILLER           PIC X(01)   VALUE '-'.
           03  WS-LAL-CUENTA    PIC X(08).
           03  FILLER           PIC X(01)   VALUE SPACE.
           03  WS-LAL-FECHA     PIC 9(08).
           03  FILLER           PIC X(01)   VALUE SPACE.
           03  WS-LAL-IMPORTE   PIC ZZZ,ZZZ,ZZ9.99-.
           03  FILLER           PIC X(01)   VALUE SPACE.
           03  WS-LAL-REFERENCIA PIC ZZZ,ZZZ,ZZ9.99-.
           03  FILLER           PIC X(01)   VALUE SPACE.
           03  WS-LAL-CANTIDAD  PIC ZZ9.
           03  FILLER           PIC X(07)   VALUE SPACES.

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

           PERFORM 2000-PROCESO  THRU  F-2000-PROCESO
                   UNTIL WS-FIN-LECTURA.

           IF WS-CUENTA-ABIERTA
              PERFORM 2400-CERRAR-CUENTA THRU F-2400-CERRAR-CUENTA
           END-IF.

           IF NOT WS-HUBO-ERROR
              SORT WORK-SORT
                   ON ASCENDING KEY SRT-GRUPO SRT-CLIENTE SRT-TIPO
                                    SRT-SUCURSAL SRT-CUENTA
                   INPUT PROCEDURE 3000-CARGAR-ALERTAS
                                   THRU F-3000-CARGAR-ALERTAS
                   OUTPUT PROCEDURE 3500-EMITIR-CASOS
                                   THRU F-3500-EMITIR-CASOS
           END-IF.

           PERFORM 9999-FINAL    THRU  F-9999-FINAL.

       F-MAIN-PROGRAM. GOBACK.

      **************************************
      *                                    *
      *  PARM, APERTURA DE FILES Y PRIMER  *
      *  NUMERO DE CASO DISPONIBLE         *
      *                                    *
      **************************************
       1000-INICIO.
           ACCEPT WS-FECHA FROM DATE YYYYMMDD.

           SET WS-NO-FIN-LECTURA TO TRUE.

           PERFORM 1100-LEER-PARM THRU F-1100-LEER-PARM.

           DISPLAY 'FECHA:    ' WS-FECHA.
           DISPLAY 'MODO :    ' WS-SWITCH-MODO.

           COMPUTE WS-UMBRAL-FRACCION ROUNDED =
                   WS-UMBRAL-REPORTE * WS-PORC-FRACCION / 100.

           COMPUTE WS-MES-PROCESO = WS-FECHA-SSAA * 12 + WS-FECHA-MM.

           IF WS-FECHA-MM EQUAL 01
              COMPUTE WS-LIM-SSAA = WS-FECHA-SSAA - 1
              MOVE 12 TO WS-LIM-MM
           ELSE
              MOVE WS-FECHA-SSAA TO WS-LIM-SSAA
              COMPUTE WS-LIM-MM = WS-FECHA-MM - 1
           END-IF.

           OPEN INPUT MOVHIS.
           IF WS-MOH-CODE IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN MOVHIS  = ' WS-MOH-CODE
              MOVE 9999 TO RETURN-CODE
              SET  WS-FIN-LECTURA TO TRUE
              SET  WS-HUBO-ERROR  TO TRUE
           END-IF.

           OPEN INPUT CLIXRF.
           IF WS-XRF-CODE IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN CLIXRF  = ' WS-XRF-CODE
              MOVE 9999 TO RETURN-CODE
              SET  WS-FIN-LECTURA TO TRUE
              SET  WS-HUBO-ERROR  TO TRUE
           END-IF.

           OPEN INPUT CLIMAE.
           IF WS-CLI-CODE IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN CLIMAE  = ' WS-CLI-CODE
              MOVE 9999 TO RETURN-CODE
              SET  WS-FIN-LECTURA TO TRUE
              SET  WS-HUBO-ERROR  TO TRUE
           END-IF.

           OPEN I-O NUMCTL.
           IF WS-NUM-CODE IS NOT EQUAL '00'
              OPEN OUTPUT NUMCTL
           END-IF.
           IF WS-NUM-CODE IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN NUMCTL  = ' WS-NUM-CODE
              MOVE 9999 TO RETURN-CODE
              SET  WS-FIN-LECTURA TO TRUE
              SET  WS-HUBO-ERROR  TO TRUE
           END-IF.

           OPEN OUTPUT CASOS.
           IF WS-CAS-CODE IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN CASOS   = ' WS-CAS-CODE
              MOVE 9999 TO RETURN-CODE
              SET  WS-FIN-LECTURA TO TRUE
              SET  WS-HUBO-ERROR  TO TRUE
           END-IF.

           OPEN OUTPUT INFORME.
           IF WS-INF-CODE IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN INFORME = ' WS-INF-CODE
              MOVE 9999 TO RETURN-CODE
              SET  WS-FIN-LECTURA TO TRUE
              SET  WS-HUBO-ERROR  TO TRUE
           END-IF.

           IF WS-HUBO-ERROR
              GO TO F-1000-INICIO
           END-IF.

           PERFORM 1200-TOMAR-NUMERO THRU F-1200-TOMAR-NUMERO.

           MOVE WS-FECHA          TO WS-TIT-FECHA.
           MOVE WS-SWITCH-MODO    TO WS-TIT-MODO.
           MOVE WS-LIN-TITULO     TO REG-INFORME.
           PERFORM 9300-GRABAR-INFORME THRU F-9300-GRABAR-INFORME.

           MOVE WS-UMBRAL-REPORTE TO WS-PAR-UMBRAL.
           MOVE WS-VENTANA-DIAS   TO WS-PAR-VENTANA.
           MOVE WS-FACTOR-DESVIO  TO WS-PAR-FACTOR.
           MOVE WS-LIN-PARAMETROS TO REG-INFORME.
           PERFORM 9300-GRABAR-INFORME THRU F-9300-GRABAR-INFORME.

           MOVE LOW-VALUES TO MOH-CLAVE.
           START MOVHIS KEY IS NOT LESS MOH-CLAVE
                 INVALID KEY SET WS-FIN-LECTURA TO TRUE
           END-START.

       F-1000-INICIO.   EXIT.

      **************************************
      *                                    *
      *  FECHA, MODO Y UMBRAL POR PARM;    *
      *  SIN PARM SE CORRE EL DIARIO CON   *
      *  LA FECHA DEL SISTEMA Y EL UMBRAL  *
      *  POR DEFECTO                       *
      *                                    *
      **************************************
       1100-LEER-PARM.
           OPEN INPUT PARMS.

           IF WS-PARM-CODE IS NOT EQUAL '00'
              DISPLAY '* PARM NO DISPONIBLE, SE CORRE EL DIARIO '
                      'CON LA FECHA DEL SISTEMA'
              GO TO F-1100-LEER-PARM
           END-IF.

           READ PARMS INTO WS-REG-PARM.

           IF WS-PARM-CODE IS NOT EQUAL '00'
              DISPLAY '* PARM VACIO, SE CORRE EL DIARIO CON LA '
                      'FECHA DEL SISTEMA'
           ELSE
              IF WS-PARM-FECHA IS NUMERIC AND
                 WS-PARM-FECHA GREATER ZEROS
                 MOVE WS-PARM-FECHA TO WS-FECHA-NUM
              END-IF
              IF WS-PARM-MODO EQUAL 'M'
                 SET WS-MODO-MENSUAL TO TRUE
              END-IF
              IF WS-PARM-UMBRAL IS NUMERIC AND
                 WS-PARM-UMBRAL GREATER ZEROS
                 MOVE WS-PARM-UMBRAL TO WS-UMBRAL-REPORTE
              END-IF
           END-IF.

           CLOSE PARMS.

       F-1100-LEER-PARM. EXIT.

      **************************************
      *                                    *
      *  PROXIMO NUMERO DE CASO DEL        *
      *  CONTROL DE LA SUCURSAL 999; LA    *
      *  PRIMERA VEZ SE CREA EN 1          *
      *                                    *
      **************************************
       1200-TOMAR-NUMERO.
           MOVE WS-NUM-SUC-CASOS TO NUM-SUCURSAL.
           READ NUMCTL
                INVALID KEY
                   PERFORM 1250-CREAR-CONTROL
                             THRU F-1250-CREAR-CONTROL
           END-READ.

           IF WS-NUM-CODE IS NOT EQUAL '00'
              GO TO F-1200-TOMAR-NUMERO
           END-IF.

           MOVE NUM-PROXIMA TO WS-NRO-CASO.
           DISPLAY 'PRIMER CASO A ASIGNAR: ' WS-NRO-CASO.

       F-1200-TOMAR-NUMERO. EXIT.

       1250-CREAR-CONTROL.
           MOVE SPACES           TO REG-NUMCTL.
           MOVE WS-NUM-SUC-CASOS TO NUM-SUCURSAL.
           MOVE 1                TO NUM-PROXIMA.
           MOVE WS-FECHA         TO NUM-FECHA-ULT-USO.

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
      *  RECORRE LA HISTORIA EN ORDEN DE   *
      *  CUENTA Y FECHA Y ACUMULA LO QUE   *
      *  EL MODO NECESITA                  *
      *                                    *
      **************************************
       2000-PROCESO.
           READ MOVHIS NEXT RECORD
                AT END
                   SET WS-FIN-LECTURA TO TRUE
                   GO TO F-2000-PROCESO
           END-READ.

           IF WS-MOH-CODE IS NOT EQUAL '00'
              DISPLAY '* ERROR EN LECTURA MOVHIS = ' WS-MOH-CODE
              MOVE 9999 TO RETURN-CODE
              SET WS-FIN-LECTURA TO TRUE
              SET WS-HUBO-ERROR  TO TRUE
              GO TO F-2000-PROCESO
           END-IF.

           ADD 1 TO WS-CANT-LEIDOS.

           IF MOH-FECHA GREATER WS-FECHA-NUM
              GO TO F-2000-PROCESO
           END-IF.

           IF WS-MODO-DIARIO AND
              MOH-FECHA LESS WS-FECHA-LIMITE-NUM
              GO TO F-2000-PROCESO
           END-IF.

           IF MOH-SUCURSAL NOT EQUAL WS-SUCURSAL-ANT OR
              MOH-CUENTA   NOT EQUAL WS-CUENTA-ANT
              IF WS-CUENTA-ABIERTA
                 PERFORM 2400-CERRAR-CUENTA
                           THRU F-2400-CERRAR-CUENTA
              END-IF
              PERFORM 2100-ABRIR-CUENTA THRU F-2100-ABRIR-CUENTA
           END-IF.

           COMPUTE WS-DIF-MOVIMIENTO = MOH-IMP-HOY - MOH-IMP-AYER.

           IF WS-MODO-DIARIO
              PERFORM 2200-ACUMULAR-DIA THRU F-2200-ACUMULAR-DIA
           ELSE
              PERFORM 2500-ACUMULAR-MES THRU F-2500-ACUMULAR-MES
           END-IF.

       F-2000-PROCESO. EXIT.

      **************************************
      *                                    *
      *  EMPIEZA UNA CUENTA: LIMPIA LOS    *
      *  ACUMULADORES                      *
      *                                    *
      **************************************
       2100-ABRIR-CUENTA.
           MOVE MOH-SUCURSAL TO WS-SUCURSAL-ANT.
           MOVE MOH-CUENTA   TO WS-CUENTA-ANT.
           MOVE MOH-FECHA    TO WS-DIA-ACTUAL.

           MOVE ZEROS TO WS-DIF-DIA
                         WS-CANT-FRACCIONES
                         WS-SUMA-FRACCIONES.

           PERFORM 2110-LIMPIAR-MES THRU F-2110-LIMPIAR-MES
                   VARYING WS-SUB-MES FROM 1 BY 1
                   UNTIL WS-SUB-MES GREATER 7.

           SET WS-CUENTA-ABIERTA TO TRUE.
           ADD 1 TO WS-CANT-CUENTAS.

       F-2100-ABRIR-CUENTA. EXIT.

       2110-LIMPIAR-MES.
           MOVE ZEROS TO WS-VOL-MES (WS-SUB-MES).

       F-2110-LIMPIAR-MES. EXIT.

      **************************************
      *                                    *
      *  MODO DIARIO: SUMA LA DIFERENCIA   *
      *  AL DIA; AL CAMBIAR DE DIA EVALUA  *
      *  EL DIA ANTERIOR                   *
      *                                    *
      **************************************
       2200-ACUMULAR-DIA.
           IF MOH-FECHA NOT EQUAL WS-DIA-ACTUAL
              PERFORM 2300-CERRAR-DIA THRU F-2300-CERRAR-DIA
              MOVE MOH-FECHA TO WS-DIA-ACTUAL
              MOVE ZEROS     TO WS-DIF-DIA
           END-IF.

           ADD WS-DIF-MOVIMIENTO TO WS-DIF-DIA.

       F-2200-ACUMULAR-DIA. EXIT.

      **************************************
      *                                    *
      *  EVALUA EL AUMENTO NETO DE UN DIA: *
      *  SOBRE EL UMBRAL EN LA FECHA ES    *
      *  ALERTA; JUSTO POR DEBAJO DENTRO   *
      *  DE LA VENTANA CUENTA COMO         *
      *  FRACCION                          *
      *                                    *
      **************************************
       2300-CERRAR-DIA.
           IF WS-DIF-DIA NOT GREATER ZEROS
              GO TO F-2300-CERRAR-DIA
           END-IF.

           IF WS-DIA-ACTUAL EQUAL WS-FECHA-NUM AND
              WS-DIF-DIA GREATER WS-UMBRAL-REPORTE
              MOVE 'U'           TO WS-TIPO-ALERTA
              PERFORM 2800-REGISTRAR-ALERTA
                        THRU F-2800-REGISTRAR-ALERTA
              IF WS-SUB-ALE GREATER ZEROS
                 MOVE WS-DIA-ACTUAL TO WS-ALE-FECHA (WS-SUB-ALE)
                 MOVE WS-DIF-DIA    TO WS-ALE-IMPORTE (WS-SUB-ALE)
                 MOVE WS-UMBRAL-REPORTE
                                    TO WS-ALE-REFERENCIA (WS-SUB-ALE)
                 MOVE 1             TO WS-ALE-CANTIDAD (WS-SUB-ALE)
                 ADD 1 TO WS-CANT-UMBRAL
              END-IF
              GO TO F-2300-CERRAR-DIA
           END-IF.

           IF WS-DIF-DIA LESS WS-UMBRAL-FRACCION OR
              WS-DIF-DIA GREATER WS-UMBRAL-REPORTE
              GO TO F-2300-CERRAR-DIA
           END-IF.

           PERFORM 2350-DIAS-A-LA-FECHA THRU F-2350-DIAS-A-LA-FECHA.

           IF WS-FEC-CALENDARIO LESS WS-VENTANA-DIAS
              ADD 1          TO WS-CANT-FRACCIONES
              ADD WS-DIF-DIA TO WS-SUMA-FRACCIONES
           END-IF.

       F-2300-CERRAR-DIA. EXIT.

      **************************************
      *                                    *
      *  DIAS CORRIDOS ENTRE EL DIA Y LA   *
      *  FECHA DE PROCESO POR LA SUBRUTINA *
      *  COMUN FECHAB                      *
      *                                    *
      **************************************
       2350-DIAS-A-LA-FECHA.
           MOVE 'D'           TO WS-FEC-FUNCION.
           MOVE WS-DIA-ACTUAL TO WS-FEC-DESDE.
           MOVE WS-FECHA-NUM  TO WS-FEC-HASTA.
           MOVE ZEROS         TO WS-FEC-CANT.

           CALL 'FECHAB' USING WS-FEC-FUNCION
                               WS-FEC-DESDE
                               WS-FEC-HASTA
                               WS-FEC-CANT
                               WS-FEC-CALENDARIO
                               WS-FEC-HABILES
                               WS-FEC-RESULTADO.

           EVALUATE TRUE
               WHEN WS-FEC-OK
               WHEN WS-FEC-SIN-CALENDARIO
               WHEN WS-FEC-FUERA-CALENDARIO
      *           LA VENTANA ES DE DIAS CORRIDOS: NO DEPENDE DE CALEND
                  CONTINUE

               WHEN OTHER
                  IF NOT WS-AVISO-CAL-DADO
                     DISPLAY '* FECHA INVALIDA EN MOVHIS, CUENTA '
                             WS-SUCURSAL-ANT '-' WS-CUENTA-ANT
                             ' FECHA ' WS-DIA-ACTUAL
                     SET WS-AVISO-CAL-DADO TO TRUE
                     MOVE 4 TO RETURN-CODE
                  END-IF
                  MOVE 99999 TO WS-FEC-CALENDARIO
           END-EVALUATE.

       F-2350-DIAS-A-LA-FECHA. EXIT.

      **************************************
      *                                    *
      *  FIN DE LA CUENTA: CIERRA EL       *
      *  ULTIMO DIA O EVALUA LOS MESES     *
      *  SEGUN EL MODO                     *
      *                                    *
      **************************************
       2400-CERRAR-CUENTA.
           IF WS-MODO-DIARIO
              PERFORM 2300-CERRAR-DIA THRU F-2300-CERRAR-DIA
              PERFORM 2450-EVALUAR-FRACCIONES
                        THRU F-2450-EVALUAR-FRACCIONES
           ELSE
              PERFORM 2600-EVALUAR-DESVIO THRU F-2600-EVALUAR-DESVIO
           END-IF.

           MOVE 'N' TO WS-HAY-CUENTA.

       F-2400-CERRAR-CUENTA. EXIT.

       2450-EVALUAR-FRACCIONES.
           IF WS-CANT-FRACCIONES LESS WS-MIN-FRACCIONES
              GO TO F-2450-EVALUAR-FRACCIONES
           END-IF.

           MOVE 'E' TO WS-TIPO-ALERTA.
           PERFORM 2800-REGISTRAR-ALERTA THRU F-2800-REGISTRAR-ALERTA.

           IF WS-SUB-ALE GREATER ZEROS
              MOVE WS-FECHA-NUM       TO WS-ALE-FECHA (WS-SUB-ALE)
              MOVE WS-SUMA-FRACCIONES TO WS-ALE-IMPORTE (WS-SUB-ALE)
              MOVE WS-UMBRAL-FRACCION TO WS-ALE-REFERENCIA (WS-SUB-ALE)
              MOVE WS-CANT-FRACCIONES TO WS-ALE-CANTIDAD (WS-SUB-ALE)
              ADD 1 TO WS-CANT-FRACCION
           END-IF.

       F-2450-EVALUAR-FRACCIONES. EXIT.

      **************************************
      *                                    *
      *  MODO MENSUAL: SUMA EL MOVIMIENTO  *
      *  EN VALOR ABSOLUTO AL MES QUE LE   *
      *  CORRESPONDE (EL PEDIDO Y LOS      *
      *  ANTERIORES DE LA HISTORIA)        *
      *                                    *
      **************************************
       2500-ACUMULAR-MES.
           MOVE MOH-FECHA TO WS-FECHA-MOV.
           COMPUTE WS-MES-MOVIMIENTO = WS-MOV-SSAA * 12 + WS-MOV-MM.
           COMPUTE WS-MESES-ATRAS = WS-MES-PROCESO - WS-MES-MOVIMIENTO.

           IF WS-MESES-ATRAS LESS ZEROS OR
              WS-MESES-ATRAS GREATER WS-MESES-HISTORIA
              GO TO F-2500-ACUMULAR-MES
           END-IF.

           COMPUTE WS-SUB-MES = WS-MESES-ATRAS + 1.

           IF WS-DIF-MOVIMIENTO LESS ZEROS
              SUBTRACT WS-DIF-MOVIMIENTO FROM WS-VOL-MES (WS-SUB-MES)
           ELSE
              ADD WS-DIF-MOVIMIENTO TO WS-VOL-MES (WS-SUB-MES)
           END-IF.

       F-2500-ACUMULAR-MES. EXIT.

      **************************************
      *                                    *
      *  COMPARA EL MES PEDIDO CONTRA EL   *
      *  PROMEDIO DE LOS MESES ANTERIORES  *
      *  CON ACTIVIDAD; SIN HISTORIA       *
      *  SUFICIENTE NO SE EVALUA           *
      *                                    *
      **************************************
       2600-EVALUAR-DESVIO.
           IF WS-VOL-MES (1) LESS WS-MINIMO-MENSUAL
              GO TO F-2600-EVALUAR-DESVIO
           END-IF.

           MOVE ZEROS TO WS-MESES-CON-ACTIV
                         WS-SUMA-HISTORIA.

           PERFORM 2650-SUMAR-HISTORIA THRU F-2650-SUMAR-HISTORIA
                   VARYING WS-SUB-MES FROM 2 BY 1
                   UNTIL WS-SUB-MES GREATER 7.

           IF WS-MESES-CON-ACTIV LESS WS-MIN-MESES-HIST
              GO TO F-2600-EVALUAR-DESVIO
           END-IF.

           COMPUTE WS-PROMEDIO-HIST ROUNDED =
                   WS-SUMA-HISTORIA / WS-MESES-CON-ACTIV.
           COMPUTE WS-LIMITE-DESVIO =
                   WS-PROMEDIO-HIST * WS-FACTOR-DESVIO.

           IF WS-VOL-MES (1) NOT GREATER WS-LIMITE-DESVIO
              GO TO F-2600-EVALUAR-DESVIO
           END-IF.

           MOVE 'D' TO WS-TIPO-ALERTA.
           PERFORM 2800-REGISTRAR-ALERTA THRU F-2800-REGISTRAR-ALERTA.

           IF WS-SUB-ALE GREATER ZEROS
              MOVE WS-FECHA-NUM     TO WS-ALE-FECHA (WS-SUB-ALE)
              MOVE WS-VOL-MES (1)   TO WS-ALE-IMPORTE (WS-SUB-ALE)
              MOVE WS-PROMEDIO-HIST TO WS-ALE-REFERENCIA (WS-SUB-ALE)
              MOVE WS-MESES-CON-ACTIV
                                    TO WS-ALE-CANTIDAD (WS-SUB-ALE)
              ADD 1 TO WS-CANT-DESVIO
           END-IF.

       F-2600-EVALUAR-DESVIO. EXIT.

       2650-SUMAR-HISTORIA.
           IF WS-VOL-MES (WS-SUB-MES) GREATER ZEROS
              ADD 1 TO WS-MESES-CON-ACTIV
              ADD WS-VOL-MES (WS-SUB-MES) TO WS-SUMA-HISTORIA
           END-IF.

       F-2650-SUMAR-HISTORIA. EXIT.

      **************************************
      *                                    *
      *  RESERVA UNA ENTRADA EN LA TABLA   *
      *  DE ALERTAS PARA LA CUENTA EN      *
      *  CURSO Y EL TIPO PEDIDO; DEVUELVE  *
      *  EL SUBINDICE                      *
      *  (CERO SI LA TABLA ESTA LLENA)     *
      *                                    *
      **************************************
       2800-REGISTRAR-ALERTA.
           IF WS-CANT-ALERTAS NOT LESS WS-MAX-ALERTAS
              DISPLAY '* TABLA DE ALERTAS LLENA, SE PIERDE ALERTA '
                      WS-TIPO-ALERTA ' DE LA CUENTA '
                      WS-SUCURSAL-ANT '-' WS-CUENTA-ANT
              MOVE 8 TO RETURN-CODE
              MOVE ZEROS TO WS-SUB-ALE
              GO TO F-2800-REGISTRAR-ALERTA
           END-IF.

           ADD 1 TO WS-CANT-ALERTAS.
           MOVE WS-CANT-ALERTAS TO WS-SUB-ALE.

           MOVE WS-TIPO-ALERTA  TO WS-ALE-TIPO (WS-SUB-ALE).
           MOVE WS-SUCURSAL-ANT TO WS-ALE-SUCURSAL (WS-SUB-ALE).
           MOVE WS-CUENTA-ANT   TO WS-ALE-CUENTA (WS-SUB-ALE).
           MOVE 'N'             TO WS-ALE-VINCULADA (WS-SUB-ALE).

       F-2800-REGISTRAR-ALERTA. EXIT.

      **************************************
      *                                    *
      *  ENTREGA AL SORT CADA ALERTA CON   *
      *  SU CLIENTE: RECORRE CLIXRF Y      *
      *  SUELTA UNA POR CADA TITULAR       *
      *  VIGENTE; LAS CUENTAS SIN TITULAR  *
      *  VAN JUNTAS AL FINAL               *
      *                                    *
      **************************************
       3000-CARGAR-ALERTAS.
           IF WS-CANT-ALERTAS EQUAL ZEROS
              GO TO F-3000-CARGAR-ALERTAS
           END-IF.

           SET WS-NO-FIN-VINCULOS TO TRUE.

           PERFORM 3100-LEER-VINCULO THRU F-3100-LEER-VINCULO
                   UNTIL WS-FIN-VINCULOS.

           PERFORM 3300-SOLTAR-SIN-CLIENTE
                     THRU F-3300-SOLTAR-SIN-CLIENTE
                   VARYING WS-SUB-ALE FROM 1 BY 1
                   UNTIL WS-SUB-ALE GREATER WS-CANT-ALERTAS.

       F-3000-CARGAR-ALERTAS. EXIT.

       3100-LEER-VINCULO.
           READ CLIXRF NEXT RECORD
                AT END
                   SET WS-FIN-VINCULOS TO TRUE
                   GO TO F-3100-LEER-VINCULO
           END-READ.

           IF WS-XRF-CODE IS NOT EQUAL '00'
              DISPLAY '* ERROR EN LECTURA CLIXRF = ' WS-XRF-CODE
              MOVE 9999 TO RETURN-CODE
              SET WS-FIN-VINCULOS TO TRUE
              GO TO F-3100-LEER-VINCULO
           END-IF.

           IF NOT XRF-VIGENTE
              GO TO F-3100-LEER-VINCULO
           END-IF.

           MOVE SPACES TO WS-SRT-NOMBRE.

           PERFORM 3200-COMPARAR-ALERTA THRU F-3200-COMPARAR-ALERTA
                   VARYING WS-SUB-ALE FROM 1 BY 1
                   UNTIL WS-SUB-ALE GREATER WS-CANT-ALERTAS.

       F-3100-LEER-VINCULO. EXIT.

      **************************************
      *                                    *
      *  SI LA ALERTA ES DE LA CUENTA DEL  *
      *  VINCULO, LA SUELTA A NOMBRE DEL   *
      *  CLIENTE (AGRUPADA POR CUIT SI LO  *
      *  TIENE)                            *
      *                                    *
      **************************************
       3200-COMPARAR-ALERTA.
           IF WS-ALE-SUCURSAL (WS-SUB-ALE) NOT EQUAL XRF-SUCURSAL OR
              WS-ALE-CUENTA (WS-SUB-ALE)   NOT EQUAL XRF-CUENTA
              GO TO F-3200-COMPARAR-ALERTA
           END-IF.

           IF WS-SRT-NOMBRE EQUAL SPACES
              PERFORM 3250-DATOS-CLIENTE THRU F-3250-DATOS-CLIENTE
           END-IF.

           MOVE 'S' TO WS-ALE-VINCULADA (WS-SUB-ALE).
           PERFORM 3400-SOLTAR-ALERTA THRU F-3400-SOLTAR-ALERTA.

       F-3200-COMPARAR-ALERTA. EXIT.

       3250-DATOS-CLIENTE.
           MOVE XRF-CLIENTE TO CLI-CLIENTE
                               WS-SRT-CLIENTE.
           READ CLIMAE
                INVALID KEY
                   MOVE 'CLIENTE INEXISTENTE EN CLIMAE'
                                    TO WS-SRT-NOMBRE
                   MOVE SPACES      TO WS-SRT-CUIT
                NOT INVALID KEY
                   MOVE CLI-NOMBRE  TO WS-SRT-NOMBRE
                   MOVE CLI-CUIT    TO WS-SRT-CUIT
           END-READ.

           IF WS-SRT-CUIT EQUAL SPACES OR
              WS-SRT-CUIT EQUAL ZEROS
              MOVE SPACES      TO WS-SRT-CUIT
                                  WS-SRT-GRUPO
              MOVE 'C'         TO WS-SRT-GRU-MARCA
              MOVE XRF-CLIENTE TO WS-SRT-GRU-CLIENTE
           ELSE
              MOVE WS-SRT-CUIT TO WS-SRT-GRUPO
           END-IF.

       F-3250-DATOS-CLIENTE. EXIT.

       3300-SOLTAR-SIN-CLIENTE.
           IF WS-ALE-CON-CLIENTE (WS-SUB-ALE)
              GO TO F-3300-SOLTAR-SIN-CLIENTE
           END-IF.

           MOVE HIGH-VALUES TO WS-SRT-GRUPO.
           MOVE ZEROS       TO WS-SRT-CLIENTE.
           MOVE 'CUENTA SIN TITULAR EN CLIXRF' TO WS-SRT-NOMBRE.
           MOVE SPACES      TO WS-SRT-CUIT.
           ADD 1 TO WS-CANT-SIN-CLIENTE.

           PERFORM 3400-SOLTAR-ALERTA THRU F-3400-SOLTAR-ALERTA.

       F-3300-SOLTAR-SIN-CLIENTE. EXIT.

       3400-SOLTAR-ALERTA.
           MOVE WS-ALE-TIPO (WS-SUB-ALE)       TO WS-SRT-TIPO.
           MOVE WS-ALE-SUCURSAL (WS-SUB-ALE)   TO WS-SRT-SUCURSAL.
           MOVE WS-ALE-CUENTA (WS-SUB-ALE)     TO WS-SRT-CUENTA.
           MOVE WS-ALE-FECHA (WS-SUB-ALE)      TO WS-SRT-FECHA.
           MOVE WS-ALE-IMPORTE (WS-SUB-ALE)    TO WS-SRT-IMPORTE.
           MOVE WS-ALE-REFERENCIA (WS-SUB-ALE) TO WS-SRT-REFERENCIA.
           MOVE WS-ALE-CANTIDAD (WS-SUB-ALE)   TO WS-SRT-CANTIDAD.

           RELEASE WORK-SORT-REC FROM WS-REG-SORT.

       F-3400-SOLTAR-ALERTA. EXIT.

      **************************************
      *                                    *
      *  UN CASO POR GRUPO (CUIT O         *
      *  CLIENTE): NUMERO DE CASO, LINEA   *
      *  POR ALERTA EN CASOS Y EN EL       *
      *  INFORME                           *
      *                                    *
      **************************************
       3500-EMITIR-CASOS.
           SET WS-NO-FIN-SORT TO TRUE.
           MOVE SPACES TO WS-GRUPO-ANT.

           PERFORM 3550-TOMAR-ALERTA THRU F-3550-TOMAR-ALERTA
                   UNTIL WS-FIN-SORT.

           IF WS-CANT-CASOS GREATER ZEROS
              PERFORM 3900-AVANZAR-NUMERO THRU F-3900-AVANZAR-NUMERO
           END-IF.

       F-3500-EMITIR-CASOS. EXIT.

       3550-TOMAR-ALERTA.
           RETURN WORK-SORT INTO WS-REG-SORT
                  AT END
                     SET WS-FIN-SORT TO TRUE
                     GO TO F-3550-TOMAR-ALERTA
           END-RETURN.

           IF NOT WS-CASO-ABIERTO OR
              WS-SRT-GRUPO NOT EQUAL WS-GRUPO-ANT
              PERFORM 3600-ABRIR-CASO THRU F-3600-ABRIR-CASO
           END-IF.

           PERFORM 3700-LINEA-ALERTA THRU F-3700-LINEA-ALERTA.

       F-3550-TOMAR-ALERTA. EXIT.

       3600-ABRIR-CASO.
           IF WS-CASO-ABIERTO
              ADD 1 TO WS-NRO-CASO
           END-IF.

           SET WS-CASO-ABIERTO TO TRUE.
           MOVE WS-SRT-GRUPO TO WS-GRUPO-ANT.
           MOVE ZEROS        TO WS-RENGLON-CASO.
           ADD 1 TO WS-CANT-CASOS.

           MOVE WS-LIN-BLANCA TO REG-INFORME.
           PERFORM 9300-GRABAR-INFORME THRU F-9300-GRABAR-INFORME.

           MOVE WS-NRO-CASO    TO WS-CSO-NRO.
           MOVE WS-SRT-CLIENTE TO WS-CSO-CLIENTE.
           MOVE WS-SRT-NOMBRE  TO WS-CSO-NOMBRE.
           MOVE WS-SRT-CUIT    TO WS-CSO-CUIT.
           MOVE WS-LIN-CASO    TO REG-INFORME.
           PERFORM 9300-GRABAR-INFORME THRU F-9300-GRABAR-INFORME.

       F-3600-ABRIR-CASO. EXIT.

       3700-LINEA-ALERTA.
           ADD 1 TO WS-RENGLON-CASO.

           MOVE WS-SRT-CUENTA TO WS-CUENTA-EN-CLARO.
           PERFORM 3750-ENMASCARAR-CUENTA
                     THRU F-3750-ENMASCARAR-CUENTA.

           EVALUATE WS-SRT-TIPO
               WHEN 'U'
                  MOVE 'SUPERA UMBRAL ' TO WS-LAL-DESC
               WHEN 'E'
                  MOVE 'FRACCIONADO   ' TO WS-LAL-DESC
               WHEN 'D'
                  MOVE 'DESVIO MENSUAL' TO WS-LAL-DESC
               WHEN OTHER
                  MOVE 'OTRA ALERTA   ' TO WS-LAL-DESC
           END-EVALUATE.

           MOVE WS-SRT-SUCURSAL   TO WS-LAL-SUCURSAL.
           MOVE WS-CUENTA-MASCARA TO WS-LAL-CUENTA.
           MOVE WS-SRT-FECHA      TO WS-LAL-FECHA.
           MOVE WS-SRT-IMPORTE    TO WS-LAL-IMPORTE.
           MOVE WS-SRT-REFERENCIA TO WS-LAL-REFERENCIA.
           MOVE WS-SRT-CANTIDAD   TO WS-LAL-CANTIDAD.
           MOVE WS-LIN-ALERTA     TO REG-INFORME.
           PERFORM 9300-GRABAR-INFORME THRU F-9300-GRABAR-INFORME.

           MOVE WS-NRO-CASO       TO WS-CAS-NRO-CASO.
           MOVE WS-RENGLON-CASO   TO WS-CAS-RENGLON.
           MOVE WS-FECHA-NUM      TO WS-CAS-FECHA.
           MOVE WS-SRT-CLIENTE    TO WS-CAS-CLIENTE.
           MOVE WS-SRT-CUIT       TO WS-CAS-CUIT.
           MOVE WS-SRT-TIPO       TO WS-CAS-TIPO.
           MOVE WS-SRT-SUCURSAL   TO WS-CAS-SUCURSAL.
           MOVE WS-CUENTA-MASCARA TO WS-CAS-CUENTA.
           MOVE WS-SRT-FECHA      TO WS-CAS-FECHA-MOV.
           MOVE WS-SRT-IMPORTE    TO WS-CAS-IMPORTE.
           MOVE WS-SRT-REFERENCIA TO WS-CAS-REFERENCIA.
           MOVE WS-SRT-CANTIDAD   TO WS-CAS-CANTIDAD.

           WRITE REG-CASOS FROM WS-REG-CASOS.
           IF WS-CAS-CODE IS NOT EQUAL '00'
              DISPLAY '* ERROR EN WRITE CASOS = ' WS-CAS-CODE
              MOVE 9999 TO RETURN-CODE
           ELSE
              ADD 1 TO WS-CANT-RENGLONES
           END-IF.

       F-3700-LINEA-ALERTA. EXIT.

      **************************************
      *                                    *
      *  ENMASCARA EL NUMERO DE CUENTA,    *
      *  COMO EN LOS EXTRACTOS QUE SALEN   *
      *  DEL COMPLEJO                      *
      *                                    *
      **************************************
       3750-ENMASCARAR-CUENTA.
           MOVE WS-CUENTA-EN-CLARO (1:2) TO WS-MAS-PRIMEROS.
           MOVE WS-CUENTA-EN-CLARO (7:2) TO WS-MAS-ULTIMOS.

       F-3750-ENMASCARAR-CUENTA. EXIT.

      **************************************
      *                                    *
      *  DEJA EL CONTROL DE CASOS          *
      *  APUNTANDO AL SIGUIENTE NUMERO     *
      *                                    *
      **************************************
       3900-AVANZAR-NUMERO.
           MOVE WS-NUM-SUC-CASOS TO NUM-SUCURSAL.
           READ NUMCTL
                INVALID KEY
                   DISPLAY '* CONTROL DE CASOS INEXISTENTE EN NUMCTL'
                   MOVE 9999 TO RETURN-CODE
                   GO TO F-3900-AVANZAR-NUMERO
           END-READ.

           COMPUTE NUM-PROXIMA = WS-NRO-CASO + 1.
           MOVE WS-FECHA-NUM TO NUM-FECHA-ULT-USO.

           REWRITE REG-NUMCTL
              INVALID KEY
                 DISPLAY '* ERROR EN REWRITE NUMCTL = '
                                             WS-NUM-CODE
                 MOVE 9999 TO RETURN-CODE
           END-REWRITE.

       F-3900-AVANZAR-NUMERO. EXIT.

      **************************************
      *                                    *
      *  RESUMEN Y CIERRE DE FILES         *
      *                                    *
      **************************************
       9999-FINAL.
           IF NOT WS-HUBO-ERROR
              PERFORM 9100-RESUMEN THRU F-9100-RESUMEN
           END-IF.

           CLOSE MOVHIS.
           IF WS-MOH-CODE IS NOT EQUAL '00'
              DISPLAY '* ERROR EN CLOSE MOVHIS  = ' WS-MOH-CODE
              MOVE 9999 TO RETURN-CODE
           END-IF.

           CLOSE CLIXRF.
           IF WS-XRF-CODE IS NOT EQUAL '00'
              DISPLAY '* ERROR EN CLOSE CLIXRF  = ' WS-XRF-CODE
              MOVE 9999 TO RETURN-CODE
           END-IF.

           CLOSE CLIMAE.
           IF WS-CLI-CODE IS NOT EQUAL '00'
              DISPLAY '* ERROR EN CLOSE CLIMAE  = ' WS-CLI-CODE
              MOVE 9999 TO RETURN-CODE
           END-IF.

           CLOSE NUMCTL.
           IF WS-NUM-CODE IS NOT EQUAL '00'
              DISPLAY '* ERROR EN CLOSE NUMCTL  = ' WS-NUM-CODE
              MOVE 9999 TO RETURN-CODE
           END-IF.

           CLOSE CASOS.
           IF WS-CAS-CODE IS NOT EQUAL '00'
              DISPLAY '* ERROR EN CLOSE CASOS   = ' WS-CAS-CODE
              MOVE 9999 TO RETURN-CODE
           END-IF.

           CLOSE INFORME.
           IF WS-INF-CODE IS NOT EQUAL '00'
              DISPLAY '* ERROR EN CLOSE INFORME = ' WS-INF-CODE
              MOVE 9999 TO RETURN-CODE
           END-IF.

           DISPLAY '************************** '.
           DISPLAY 'MOVIMIENTOS LEIDOS      : ' WS-CANT-LEIDOS.
           DISPLAY 'CUENTAS EVALUADAS       : ' WS-CANT-CUENTAS.
           DISPLAY 'ALERTAS POR UMBRAL      : ' WS-CANT-UMBRAL.
           DISPLAY 'ALERTAS FRACCIONAMIENTO : ' WS-CANT-FRACCION.
           DISPLAY 'ALERTAS DESVIO MENSUAL  : ' WS-CANT-DESVIO.
           DISPLAY 'CASOS ABIERTOS          : ' WS-CANT-CASOS.

       F-9999-FINAL. EXIT.

       9100-RESUMEN.
           MOVE WS-LIN-BLANCA TO REG-INFORME.
           PERFORM 9300-GRABAR-INFORME THRU F-9300-GRABAR-INFORME.

           MOVE 'CUENTAS EVALUADAS'          TO WS-RES-CONCEPTO.
           MOVE WS-CANT-CUENTAS              TO WS-RES-CANT.
           PERFORM 9400-LINEA-RESUMEN THRU F-9400-LINEA-RESUMEN.
           MOVE 'ALERTAS POR UMBRAL'         TO WS-RES-CONCEPTO.
           MOVE WS-CANT-UMBRAL               TO WS-RES-CANT.
           PERFORM 9400-LINEA-RESUMEN THRU F-9400-LINEA-RESUMEN.
           MOVE 'ALERTAS POR FRACCIONAMIENTO' TO WS-RES-CONCEPTO.
           MOVE WS-CANT-FRACCION             TO WS-RES-CANT.
           PERFORM 9400-LINEA-RESUMEN THRU F-9400-LINEA-RESUMEN.
           MOVE 'ALERTAS POR DESVIO MENSUAL' TO WS-RES-CONCEPTO.
           MOVE WS-CANT-DESVIO               TO WS-RES-CANT.
           PERFORM 9400-LINEA-RESUMEN THRU F-9400-LINEA-RESUMEN.
           MOVE 'ALERTAS SIN TITULAR'        TO WS-RES-CONCEPTO.
           MOVE WS-CANT-SIN-CLIENTE          TO WS-RES-CANT.
           PERFORM 9400-LINEA-RESUMEN THRU F-9400-LINEA-RESUMEN.
           MOVE 'CASOS ABIERTOS'             TO WS-RES-CONCEPTO.
           MOVE WS-CANT-CASOS                TO WS-RES-CANT.
           PERFORM 9400-LINEA-RESUMEN THRU F-9400-LINEA-RESUMEN.
           MOVE 'RENGLONES GRABADOS EN CASOS' TO WS-RES-CONCEPTO.
           MOVE WS-CANT-RENGLONES            TO WS-RES-CANT.
           PERFORM 9400-LINEA-RESUMEN THRU F-9400-LINEA-RESUMEN.

       F-9100-RESUMEN. EXIT.

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
