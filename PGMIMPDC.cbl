       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMIMPDC.
       AUTHOR.        D. CAZABAT.
       INSTALLATION.  CURSO CODEKI.
       DATE-WRITTEN.  14/10/2026.
       DATE-COMPILED. 14/10/2026.
      **********************************************************
      *                                                        *
      *  IMPUESTO A LOS DEBITOS Y CREDITOS BANCARIOS SOBRE     *
      *  LAS CUENTAS CORRIENTES (TIPO 2).                      *
      *                                                        *
      *  MODO DIARIO (PARM MODO 'D' O SIN PARM): LEE LOS       *
      *  MOVIMIENTOS DEL DIA EN FORMATO FIJO (MOVFIJ, DE       *
      *  PGMDELTA) Y SOBRE CADA CAMBIO DE IMPORTE ('I') O      *
      *  SALDO DE APERTURA ('A') DE UNA CUENTA CORRIENTE       *
      *  APLICA LA ALICUOTA DE DEBITO O DE CREDITO DE LA       *
      *  TABLA TASIDC. LAS CUENTAS PRESENTES EN IDCEXE         *
      *  (MANTENIDO POR PGMIDCEX) ESTAN EXENTAS.               *
      *  EL IMPUESTO SE DEBITA A LA CUENTA CON UN MOVIMIENTO   *
      *  EN LAYOUT CPSUCU (ARCHIVO MOVIDC, QUE LA IMPUTACION   *
      *  NOCTURNA PGMPOSTE APLICA AL SALDO), SE ASIENTA EN     *
      *  GLPOST POR SUCURSAL Y MONEDA (DEBE DEPOSITOS 410010,  *
      *  HABER IMPUESTO A PAGAR 245010) Y QUEDA EN LA HISTORIA *
      *  IDCHIS (CLAVE SUCURSAL + CUENTA + FECHA), QUE ADEMAS  *
      *  IMPIDE LIQUIDAR DOS VECES LA MISMA CUENTA Y DIA.      *
      *                                                        *
      *  MODO MENSUAL (PARM MODO 'M'): RECORRE IDCHIS Y EMITE  *
      *  EL RESUMEN POR SUCURSAL Y MONEDA DEL MES DE LA FECHA  *
      *  DEL PARM (BASE E IMPUESTO DE DEBITOS Y DE CREDITOS)   *
      *  CON EL TOTAL BANCO, PARA LA DECLARACION JURADA.       *
      *                                                        *
      *  LAS ALICUOTAS SE EXPRESAN COMO FRACCION (0.00600 ES   *
      *  EL 6 POR MIL); SIN TABLA NO SE LIQUIDA NADA Y SE      *
      *  TERMINA CON RC 4.                                     *
      *                                                        *
      *  LOS ASIENTOS CON FECHA EN UN PERIODO CERRADO DE SU    *
      *  ENTIDAD (SUBRUTINA PERCHK) NO VAN A GLPOST SINO AL    *
      *  SUSPENSO GLSUSP (COPY CPGLSUS) QUE LISTA PGMGLSUS;    *
      *  SI LOS HAY SE TERMINA CON RC 4.                       *
      *                                                        *
      **********************************************************
      *      MANTENIMIENTO DE PROGRAMA                         *
      **********************************************************
      *  FECHA   *    DETALLE        * COD *
      **************************************
      *15/10/2026* PERIODO CERRADO   * 001 *
      *          * AL SUSPENSO       *     *
      *          * GLSUSP (PERCHK)   *     *
      *15/10/2026* SUSPENSO CON LA   * 002 *
      *          * FECHA DE PROCESO  *     *
      *          *                   *     *
      *          *                   *     *
      **************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

             SELECT MOVFIJ  ASSIGN DDMOVFIJ
                    FILE STATUS IS WS-FIJ-CODE.

             SELECT TASIDC  ASSIGN DDTASIDC
                    FILE STATUS IS WS-TAS-CODE.

             SELECT IDCEXE  ASSIGN DDIDCEXE
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS RANDOM
                    RECORD KEY IS EXE-CLAVE
                    FILE STATUS IS WS-EXE-CODE.

             SELECT IDCHIS  ASSIGN DDIDCHIS
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS IDH-CLAVE
                    FILE STATUS IS WS-IDH-CODE.

             SELECT SUCMAE  ASSIGN DDSUCMA
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS RANDOM
                    RECORD KEY IS SUC-COD
                    FILE STATUS IS WS-SUC-CODE.

             SELECT MOVIDC  ASSIGN DDMOVIDC
                    FILE STATUS IS WS-MID-CODE.

             SELECT GLPOST  ASSIGN DDGLPOST
                    FILE STATUS IS WS-GL-CODE.

             SELECT GLSUSP  ASSIGN DDGLSUSP
                    FILE STATUS IS WS-SUS-CODE.

             SELECT INFORME ASSIGN DDINFORM
                    FILE STATUS IS WS-INF-CODE.

             SELECT PARMS   ASSIGN DDPARM
                    FILE STATUS IS WS-PARM-CODE.

       DATA DIVISION.
       FILE SECTION.
       FD MOVFIJ
            BLOCK CONTAINS 0 RECORDS
            RECORDING MODE IS F.

       01 REG-MOVFIJ     PIC X(60).

       FD TASIDC
            BLOCK CONTAINS 0 RECORDS
            RECORDING MODE IS F.

       01 REG-TASIDC     PIC X(20).

       FD IDCEXE.

       01 REG-IDCEXE.
           03  EXE-CLAVE.
               05  EXE-SUCURSAL    PIC 9(03).
               05  EXE-CUENTA      PIC 9(08).
           03  EXE-MOTIVO          PIC X(20).
           03  EXE-FECHA-ALTA      PIC 9(08).
           03  FILLER              PIC X(01).

       FD IDCHIS.

       01 REG-IDCHIS.
           03  IDH-CLAVE.
               05  IDH-SUCURSAL    PIC 9(03).
               05  IDH-CUENTA      PIC 9(08).
               05  IDH-FECHA       PIC 9(08).
               05  FILLER REDEFINES IDH-FECHA.
                   07  IDH-FECHA-SSAAMM  PIC 9(06).
                   07  IDH-FECHA-DD      PIC 9(02).
           03  IDH-MONEDA          PIC 9(02).
           03  IDH-BASE-DEB        PIC 9(09)V99.
           03  IDH-IMP-DEB         PIC 9(07)V99.
           03  IDH-BASE-CRE        PIC 9(09)V99.
           03  IDH-IMP-CRE         PIC 9(07)V99.
           03  FILLER              PIC X(19).

       FD SUCMAE.

       01 REG-SUCMAE.
           03  SUC-COD       PIC 9(03).
           03  SUC-NOM       PIC X(14).
           03  SUC-ESTADO    PIC X(01).
           03  SUC-ENTIDAD   PIC X(03).
           03  FILLER        PIC X(09).

       FD MOVIDC
            BLOCK CONTAINS 0 RECORDS
            RECORDING MODE IS F.

       01 REG-MOVIDC     PIC X(38).

       FD GLPOST
            BLOCK CONTAINS 0 RECORDS
            RECORDING MODE IS F.

       01 REG-GLPOST     PIC X(40).

       FD GLSUSP
            BLOCK CONTAINS 0 RECORDS
            RECORDING MODE IS F.

       01 REG-GLSUSP     PIC X(60).

       FD INFORME
            BLOCK CONTAINS 0 RECORDS
            RECORDING MODE IS F.

       01 REG-INFORME    PIC X(80).

       FD PARMS
            BLOCK CONTAINS 0 RECORDS
            RECORDING MODE IS F.

       01 REG-PARM       PIC X(09).

      **************************************
       WORKING-STORAGE SECTION.
      **************************************
       77  FILLER        PIC X(26) VALUE '* INICIO WORKING-STORAGE *'.
       77  FILLER        PIC X(26) VALUE '* CODIGOS RETORNO FILES  *'.
       77  WS-FIJ-CODE      PIC XX    VALUE SPACES.
       77  WS-TAS-CODE      PIC XX    VALUE SPACES.
       77  WS-EXE-CODE      PIC XX    VALUE SPACES.
       77  WS-IDH-CODE      PIC XX    VALUE SPACES.
       77  WS-SUC-CODE      PIC XX    VALUE SPACES.
       77  WS-MID-CODE      PIC XX    VALUE SPACES.
       77  WS-GL-CODE       PIC XX    VALUE SPACES.
       77  WS-SUS-CODE      PIC XX    VALUE SPACES.
       77  WS-INF-CODE      PIC XX    VALUE SPACES.
       77  WS-PARM-CODE     PIC XX    VALUE SPACES.

       01  WS-STATUS-FIN    PIC X.
           88  WS-FIN-LECTURA         VALUE 'Y'.
           88  WS-NO-FIN-LECTURA      VALUE 'N'.

       01  WS-STATUS-FIN-TAS  PIC X.
           88  WS-FIN-TASAS            VALUE 'Y'.
           88  WS-NO-FIN-TASAS         VALUE 'N'.

       01  WS-SWITCH-MODO   PIC X     VALUE 'D'.
           88  WS-MODO-DIARIO         VALUE 'D'.
           88  WS-MODO-MENSUAL        VALUE 'M'.

       01  WS-SWITCH-SUCMAE   PIC X     VALUE 'N'.
           88  WS-HAY-SUCMAE          VALUE 'S'.
           88  WS-NO-HAY-SUCMAE       VALUE 'N'.

       01  WS-SWITCH-HISTORIA PIC X     VALUE 'N'.
           88  WS-HISTORIA-GRABADA    VALUE 'S'.
           88  WS-HISTORIA-NO-GRABADA VALUE 'N'.

       77  FILLER        PIC X(26) VALUE '* LAYOUT ENTRADA MESES   *'.
      **************************************
               COPY CPSUCU.
      **************************************

      ********  FECHA DE PROCESO Y MES PEDIDO  ***************
       01  WS-FECHA             PIC 9(08)  VALUE ZEROS.
       01  WS-FECHA-DESG REDEFINES WS-FECHA.
           03  WS-FEC-SIGLO     PIC 99.
           03  WS-FEC-AA        PIC 99.
           03  WS-FEC-MM        PIC 99.
           03  WS-FEC-DD        PIC 99.
       01  WS-FECHA-MES REDEFINES WS-FECHA.
           03  WS-FECHA-SSAAMM  PIC 9(06).
           03  FILLER           PIC 9(02).

       01  WS-REG-PARM.
           03  WS-PARM-FECHA    PIC 9(08).
           03  WS-PARM-MODO     PIC X(01).

      ********  MOVIMIENTO EN FORMATO FIJO (DE PGMDELTA)  ****
       01  WS-REG-MOVFIJ.
           03  WS-FIJ-FECHA        PIC 9(08).
           03  WS-FIJ-SUCURSAL     PIC 9(03).
           03  WS-FIJ-CUENTA       PIC 9(08).
           03  WS-FIJ-TIPO-MOV     PIC X(01).
               88  WS-FIJ-ALTA              VALUE 'A'.
               88  WS-FIJ-DELTA-IMPORTE     VALUE 'I'.
           03  WS-FIJ-ESTADO-ANT   PIC 9(01).
           03  WS-FIJ-ESTADO-NVO   PIC 9(01).
           03  WS-FIJ-IMP-AYER     PIC S9(07)V99.
           03  WS-FIJ-IMP-HOY      PIC S9(07)V99.
           03  WS-FIJ-TIPO         PIC 9(01).
               88  WS-FIJ-CTA-CTE           VALUE 2.
           03  WS-FIJ-MONEDA       PIC 9(02).
           03  FILLER              PIC X(17).

      ********  TABLA DE ALICUOTAS  ***************
      *  UN REGISTRO POR CONCEPTO: 'D' DEBITOS, 'C' CREDITOS,
      *  CON LA ALICUOTA COMO FRACCION DEL IMPORTE
       01  WS-REG-TASIDC.
           03  WS-TID-CONCEPTO  PIC X(01).
               88  WS-TID-DEBITO            VALUE 'D'.
               88  WS-TID-CREDITO           VALUE 'C'.
           03  WS-TID-TASA      PIC 9V9(05).
           03  FILLER           PIC X(13).

       77  WS-TASA-DEBITO       PIC 9V9(05)  VALUE ZEROS.
       77  WS-TASA-CREDITO      PIC 9V9(05)  VALUE ZEROS.

      ********  LIQUIDACION DEL MOVIMIENTO  ***************
       77  WS-BASE-MOVIMIENTO   PIC S9(08)V99 VALUE ZEROS.
       77  WS-MONEDA-ACT        PIC 9(02)     VALUE ZEROS.
       77  WS-BASE-DEB          PIC 9(09)V99  VALUE ZEROS.
       77  WS-IMP-DEB           PIC 9(07)V99  VALUE ZEROS.
       77  WS-BASE-CRE          PIC 9(09)V99  VALUE ZEROS.
       77  WS-IMP-CRE           PIC 9(07)V99  VALUE ZEROS.
       77  WS-IMP-TOTAL         PIC 9(07)V99  VALUE ZEROS.

      ********  ACUMULADO DE LA SUCURSAL POR MONEDA  *********
       77  WS-SUCURSAL-ANT      PIC 9(03)  VALUE ZEROS.

       01  WS-TABLA-RESUMEN.
           03  WS-RES-ENT OCCURS 10 TIMES.
               05  WS-RES-MONEDA    PIC 9(02)     VALUE ZEROS.
               05  WS-RES-BASE-DEB  PIC 9(11)V99  VALUE ZEROS.
               05  WS-RES-IMP-DEB   PIC 9(09)V99  VALUE ZEROS.
               05  WS-RES-BASE-CRE  PIC 9(11)V99  VALUE ZEROS.
               05  WS-RES-IMP-CRE   PIC 9(09)V99  VALUE ZEROS.

       77  WS-CANT-RES-MON      PIC 9(02)  VALUE ZEROS.
       77  WS-SUB-RES           PIC 9(02)  VALUE ZEROS.
       77  WS-SUB-RES-ACTUAL    PIC 9(02)  VALUE ZEROS.

      ********  TOTAL BANCO POR MONEDA  ***************
       01  WS-TABLA-BANCO.
           03  WS-BCO-ENT OCCURS 10 TIMES.
               05  WS-BCO-MONEDA    PIC 9(02)     VALUE ZEROS.
               05  WS-BCO-BASE-DEB  PIC 9(11)V99  VALUE ZEROS.
               05  WS-BCO-IMP-DEB   PIC 9(09)V99  VALUE ZEROS.
               05  WS-BCO-BASE-CRE  PIC 9(11)V99  VALUE ZEROS.
               05  WS-BCO-IMP-CRE   PIC 9(09)V99  VALUE ZEROS.

       77  WS-CANT-BCO-MON      PIC 9(02)  VALUE ZEROS.
       77  WS-SUB-BCO           PIC 9(02)  VALUE ZEROS.
       77  WS-SUB-BCO-ACTUAL    PIC 9(02)  VALUE ZEROS.

      ********  ASIENTO DEL IMPUESTO POR SUCURSAL  *********
      *  DEBE DEPOSITOS DEL LIBRO CONTRA HABER IMPUESTO A
      *  PAGAR, UN PAR POR MONEDA DE LA SUCURSAL
       01  WS-REG-GLPOST.
           03  WS-GL-CIA           PIC X(03)     VALUE 'BCO'.
           03  WS-GL-CUENTA        PIC 9(06)     VALUE 410010.
           03  WS-GL-CENTRO-COSTO  PIC 9(03)     VALUE ZEROS.
           03  WS-GL-DEBE-HABER    PIC X(01)     VALUE 'D'.
           03  WS-GL-IMPORTE       PIC 9(9)V99.
           03  WS-GL-FECHA-SIGLO   PIC 99.
           03  WS-GL-FECHA-AA      PIC 99.
           03  WS-GL-FECHA-MM      PIC 99.
           03  WS-GL-FECHA-DD      PIC 99.
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

       77  WS-GL-CTA-LIBRO      PIC 9(06)  VALUE 410010.
       77  WS-GL-CTA-IMPUESTO   PIC 9(06)  VALUE 245010.
       77  WS-ENTIDAD-SUC       PIC X(03)  VALUE 'BCO'.
       77  WS-CANT-ASIENTOS     PIC 9(07)  VALUE ZEROS.

      ********  CONTADORES DE PROCESO  ***************
       77  WS-CANT-LEIDOS       PIC 9(7)  VALUE ZEROS.
       77  WS-CANT-NO-CTA-CTE   PIC 9(7)  VALUE ZEROS.
       77  WS-CANT-SIN-IMPORTE  PIC 9(7)  VALUE ZEROS.
       77  WS-CANT-EXENTAS      PIC 9(7)  VALUE ZEROS.
       77  WS-CANT-SIN-IMPUESTO PIC 9(7)  VALUE ZEROS.
       77  WS-CANT-YA-LIQUIDADAS PIC 9(7) VALUE ZEROS.
       77  WS-CANT-LIQUIDADAS   PIC 9(7)  VALUE ZEROS.
       77  WS-CANT-DEL-MES      PIC 9(7)  VALUE ZEROS.

      ********  LINEAS DEL INFORME  ***************
       01  WS-LIN-TITULO.
           03  WS-TIT-TEXTO     PIC X(44)  VALUE SPACES.
           03  WS-TIT-FECHA     PIC X(08)  VALUE SPACES.
           03  FILLER           PIC X(28)  VALUE SPACES.

       01  WS-LIN-RESUMEN.
           03  FILLER           PIC X(04)   VALUE 'SUC '.
           03  WS-LRE-SUCURSAL  PIC X(03).
           03  FILLER           PIC X(05)   VALUE ' MON '.
           03  WS-LRE-MONEDA    PIC 99.
           03  WS-LRE-CONCEPTO  PIC X(15).
           03  WS-LRE-BASE      PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           03  FILLER           PIC X(10)   VALUE ' IMPUESTO '.
           03  WS-LRE-IMPUESTO  PIC ZZZ,ZZZ,ZZ9.99.
           03  FILLER           PIC X(10)   VALUE SPACES.

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

           IF WS-MODO-DIARIO
              PERFORM 2000-LIQUIDAR-DIA THRU F-2000-LIQUIDAR-DIA
                      UNTIL WS-FIN-LECTURA
           ELSE
              PERFORM 3000-RESUMIR-MES THRU F-3000-RESUMIR-MES
                      UNTIL WS-FIN-LECTURA
           END-IF.

           PERFORM 9999-FINAL    THRU  F-9999-FINAL.

       F-MAIN-PROGRAM. GOBACK.

      **************************************
      *                                    *
      *  PARM DE FECHA Y MODO, APERTURA    *
      *  DE FILES SEGUN EL MODO            *
      *                                    *
      **************************************
       1000-INICIO.
           ACCEPT WS-FECHA FROM DATE YYYYMMDD.

           SET WS-NO-FIN-LECTURA TO TRUE.

           PERFORM 1100-LEER-PARM THRU F-1100-LEER-PARM.

           DISPLAY 'FECHA:    ' WS-FECHA.
           DISPLAY 'MODO :    ' WS-SWITCH-MODO.

           IF WS-MODO-DIARIO
              PERFORM 1200-CARGAR-TASAS THRU F-1200-CARGAR-TASAS
              PERFORM 1300-ABRIR-DIARIO THRU F-1300-ABRIR-DIARIO
           ELSE
              PERFORM 1400-ABRIR-MENSUAL
                        THRU F-1400-ABRIR-MENSUAL
           END-IF.

       F-1000-INICIO.   EXIT.

      **************************************
      *                                    *
      *  FECHA Y MODO POR PARM; SIN PARM   *
      *  SE LIQUIDA EL DIA CON LA FECHA    *
      *  DEL SISTEMA                       *
      *                                    *
      **************************************
       1100-LEER-PARM.
           OPEN INPUT PARMS.

           IF WS-PARM-CODE IS NOT EQUAL '00'
              DISPLAY '* PARM NO DISPONIBLE, SE LIQUIDA EL DIA '
                      'CON LA FECHA DEL SISTEMA'
              GO TO F-1100-LEER-PARM
           END-IF.

           READ PARMS INTO WS-REG-PARM.

           IF WS-PARM-CODE IS NOT EQUAL '00'
              DISPLAY '* PARM VACIO, SE LIQUIDA EL DIA CON LA '
                      'FECHA DEL SISTEMA'
           ELSE
              IF WS-PARM-FECHA IS NUMERIC AND
                 WS-PARM-FECHA GREATER ZEROS
                 MOVE WS-PARM-FECHA TO WS-FECHA
              END-IF
              IF WS-PARM-MODO EQUAL 'M'
                 SET WS-MODO-MENSUAL TO TRUE
              END-IF
           END-IF.

           CLOSE PARMS.

       F-1100-LEER-PARM. EXIT.

      **************************************
      *                                    *
      *  CARGA LAS ALICUOTAS DE DEBITO Y   *
      *  DE CREDITO; SIN TABLA NO SE       *
      *  LIQUIDA NADA Y SE AVISA           *
      *                                    *
      **************************************
       1200-CARGAR-TASAS.
           SET WS-NO-FIN-TASAS TO TRUE.

           OPEN INPUT TASIDC.
           IF WS-TAS-CODE IS NOT EQUAL '00'
              DISPLAY '* TABLA DE ALICUOTAS NO DISPONIBLE, NO SE '
                      'LIQUIDA EL IMPUESTO'
              MOVE 4 TO RETURN-CODE
              SET WS-FIN-TASAS TO TRUE
           END-IF.

           PERFORM 1210-LEER-UNA-TASA THRU F-1210-LEER-UNA-TASA
                   UNTIL WS-FIN-TASAS.

           IF WS-TAS-CODE EQUAL '00' OR WS-TAS-CODE EQUAL '10'
              CLOSE TASIDC
           END-IF.

           DISPLAY 'ALICUOTA DEBITOS : ' WS-TASA-DEBITO.
           DISPLAY 'ALICUOTA CREDITOS: ' WS-TASA-CREDITO.

       F-1200-CARGAR-TASAS. EXIT.

       1210-LEER-UNA-TASA.
           READ TASIDC INTO WS-REG-TASIDC
                       AT END SET WS-FIN-TASAS TO TRUE.

           IF WS-FIN-TASAS
              GO TO F-1210-LEER-UNA-TASA
           END-IF.

           IF WS-TAS-CODE IS NOT EQUAL '00'
              DISPLAY '* ERROR EN LECTURA TASIDC = ' WS-TAS-CODE
              MOVE 9999 TO RETURN-CODE
              SET WS-FIN-TASAS TO TRUE
              GO TO F-1210-LEER-UNA-TASA
           END-IF.

           IF WS-TID-TASA IS NOT NUMERIC
              DISPLAY '* ALICUOTA NO NUMERICA EN TASIDC, '
                      'CONCEPTO ' WS-TID-CONCEPTO ' IGNORADO'
              MOVE 4 TO RETURN-CODE
              GO TO F-1210-LEER-UNA-TASA
           END-IF.

           IF WS-TID-DEBITO
              MOVE WS-TID-TASA TO WS-TASA-DEBITO
           END-IF.

           IF WS-TID-CREDITO
              MOVE WS-TID-TASA TO WS-TASA-CREDITO
           END-IF.

       F-1210-LEER-UNA-TASA. EXIT.

      **************************************
      *                                    *
      *  MODO DIARIO: MOVFIJ DE ENTRADA,   *
      *  EXENCIONES, HISTORIA, MOVIMIENTOS *
      *  DE DEBITO Y ASIENTOS              *
      *                                    *
      **************************************
       1300-ABRIR-DIARIO.
           OPEN INPUT MOVFIJ.
           IF WS-FIJ-CODE IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN MOVFIJ  = ' WS-FIJ-CODE
              MOVE 9999 TO RETURN-CODE
              SET  WS-FIN-LECTURA TO TRUE
           END-IF.

           OPEN INPUT IDCEXE.
           IF WS-EXE-CODE IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN IDCEXE  = ' WS-EXE-CODE
              MOVE 9999 TO RETURN-CODE
              SET  WS-FIN-LECTURA TO TRUE
           END-IF.

           OPEN I-O IDCHIS.
           IF WS-IDH-CODE IS NOT EQUAL '00'
              OPEN OUTPUT IDCHIS
           END-IF.
           IF WS-IDH-CODE IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN IDCHIS  = ' WS-IDH-CODE
              MOVE 9999 TO RETURN-CODE
              SET  WS-FIN-LECTURA TO TRUE
           END-IF.

           OPEN OUTPUT MOVIDC.
           IF WS-MID-CODE IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN MOVIDC  = ' WS-MID-CODE
              MOVE 9999 TO RETURN-CODE
              SET  WS-FIN-LECTURA TO TRUE
           END-IF.

           OPEN OUTPUT GLPOST.
           IF WS-GL-CODE IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN GLPOST  = ' WS-GL-CODE
              MOVE 9999 TO RETURN-CODE
              SET  WS-FIN-LECTURA TO TRUE
           END-IF.

           OPEN OUTPUT GLSUSP.
           IF WS-SUS-CODE IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN GLSUSP  = ' WS-SUS-CODE
              MOVE 9999 TO RETURN-CODE
              SET  WS-FIN-LECTURA TO TRUE
           END-IF.

           OPEN OUTPUT INFORME.
           IF WS-INF-CODE IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN INFORME = ' WS-INF-CODE
              MOVE 9999 TO RETURN-CODE
              SET  WS-FIN-LECTURA TO TRUE
           END-IF.

      *    EL MAESTRO DE SUCURSALES DA LA ENTIDAD DE LOS ASIENTOS
           SET WS-NO-HAY-SUCMAE TO TRUE.
           OPEN INPUT SUCMAE.
           IF WS-SUC-CODE IS NOT EQUAL '00'
              DISPLAY '* MAESTRO DE SUCURSALES NO DISPONIBLE, '
                      'LOS ASIENTOS SALEN CON ENTIDAD BCO'
           ELSE
              SET WS-HAY-SUCMAE TO TRUE
           END-IF.

           MOVE WS-FEC-SIGLO TO WS-GL-FECHA-SIGLO.
           MOVE WS-FEC-AA    TO WS-GL-FECHA-AA.
           MOVE WS-FEC-MM    TO WS-GL-FECHA-MM.
           MOVE WS-FEC-DD    TO WS-GL-FECHA-DD.

           MOVE 'IMPUESTO DEBITOS Y CREDITOS - LIQUIDACION  '
                              TO WS-TIT-TEXTO.
           MOVE WS-FECHA      TO WS-TIT-FECHA.
           MOVE WS-LIN-TITULO TO REG-INFORME.
           PERFORM 9300-GRABAR-INFORME THRU F-9300-GRABAR-INFORME.

       F-1300-ABRIR-DIARIO. EXIT.

      **************************************
      *                                    *
      *  MODO MENSUAL: HISTORIA DE ENTRADA *
      *  Y EL RESUMEN PARA LA DECLARACION  *
      *                                    *
      **************************************
       1400-ABRIR-MENSUAL.
           OPEN INPUT IDCHIS.
           IF WS-IDH-CODE IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN IDCHIS  = ' WS-IDH-CODE
              MOVE 9999 TO RETURN-CODE
              SET  WS-FIN-LECTURA TO TRUE
           END-IF.

           OPEN OUTPUT INFORME.
           IF WS-INF-CODE IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN INFORME = ' WS-INF-CODE
              MOVE 9999 TO RETURN-CODE
              SET  WS-FIN-LECTURA TO TRUE
           END-IF.

           MOVE 'IMPUESTO DEBITOS Y CREDITOS - DDJJ MES     '
                                TO WS-TIT-TEXTO.
           MOVE WS-FECHA-SSAAMM TO WS-TIT-FECHA.
           MOVE WS-LIN-TITULO   TO REG-INFORME.
           PERFORM 9300-GRABAR-INFORME THRU F-9300-GRABAR-INFORME.

           IF WS-NO-FIN-LECTURA
              MOVE LOW-VALUES TO IDH-CLAVE
              START IDCHIS KEY IS NOT LESS IDH-CLAVE
                    INVALID KEY SET WS-FIN-LECTURA TO TRUE
              END-START
           END-IF.

       F-1400-ABRIR-MENSUAL. EXIT.

      **************************************
      *                                    *
      *  LIQUIDA EL IMPUESTO DE UN         *
      *  MOVIMIENTO DEL DIA DE UNA CUENTA  *
      *  CORRIENTE NO EXENTA               *
      *                                    *
      **************************************
       2000-LIQUIDAR-DIA.
           READ MOVFIJ INTO WS-REG-MOVFIJ
                AT END
                   SET WS-FIN-LECTURA TO TRUE
                   GO TO F-2000-LIQUIDAR-DIA
           END-READ.

           IF WS-FIJ-CODE IS NOT EQUAL '00'
              DISPLAY '* ERROR EN LECTURA MOVFIJ = ' WS-FIJ-CODE
              MOVE 9999 TO RETURN-CODE
              SET WS-FIN-LECTURA TO TRUE
              GO TO F-2000-LIQUIDAR-DIA
           END-IF.

           ADD 1 TO WS-CANT-LEIDOS.

           IF NOT WS-FIJ-CTA-CTE
              ADD 1 TO WS-CANT-NO-CTA-CTE
              GO TO F-2000-LIQUIDAR-DIA
           END-IF.

      *    EL CAMBIO DE ESTADO REPITE EL IMPORTE DEL DELTA Y LA
      *    CUENTA DESAPARECIDA NO TIENE MOVIMIENTO PROPIO
           IF NOT WS-FIJ-DELTA-IMPORTE AND NOT WS-FIJ-ALTA
              ADD 1 TO WS-CANT-SIN-IMPORTE
              GO TO F-2000-LIQUIDAR-DIA
           END-IF.

           COMPUTE WS-BASE-MOVIMIENTO =
                   WS-FIJ-IMP-HOY - WS-FIJ-IMP-AYER.
           IF WS-BASE-MOVIMIENTO EQUAL ZEROS
              ADD 1 TO WS-CANT-SIN-IMPORTE
              GO TO F-2000-LIQUIDAR-DIA
           END-IF.

           MOVE WS-FIJ-SUCURSAL TO EXE-SUCURSAL.
           MOVE WS-FIJ-CUENTA   TO EXE-CUENTA.
           READ IDCEXE
                INVALID KEY
                   CONTINUE
                NOT INVALID KEY
                   ADD 1 TO WS-CANT-EXENTAS
                   GO TO F-2000-LIQUIDAR-DIA
           END-READ.

           PERFORM 2100-CALCULAR-IMPUESTO
                     THRU F-2100-CALCULAR-IMPUESTO.
           IF WS-IMP-TOTAL EQUAL ZEROS
              ADD 1 TO WS-CANT-SIN-IMPUESTO
              GO TO F-2000-LIQUIDAR-DIA
           END-IF.

           PERFORM 2200-GRABAR-HISTORIA THRU F-2200-GRABAR-HISTORIA.
           IF WS-HISTORIA-NO-GRABADA
              GO TO F-2000-LIQUIDAR-DIA
           END-IF.

           IF WS-FIJ-SUCURSAL NOT EQUAL WS-SUCURSAL-ANT
              AND WS-CANT-RES-MON GREATER ZEROS
              PERFORM 2400-CORTE-SUCURSAL THRU F-2400-CORTE-SUCURSAL
           END-IF.
           MOVE WS-FIJ-SUCURSAL TO WS-SUCURSAL-ANT.

           PERFORM 2300-EMITIR-DEBITO THRU F-2300-EMITIR-DEBITO.

           MOVE WS-FIJ-MONEDA TO WS-MONEDA-ACT.
           PERFORM 2350-ACUMULAR-RESUMEN
                     THRU F-2350-ACUMULAR-RESUMEN.

       F-2000-LIQUIDAR-DIA. EXIT.

      **************************************
      *                                    *
      *  BAJA DE SALDO = DEBITO, SUBA DE   *
      *  SALDO = CREDITO; CADA UNO CON SU  *
      *  ALICUOTA                          *
      *                                    *
      **************************************
       2100-CALCULAR-IMPUESTO.
           MOVE ZEROS TO WS-BASE-DEB WS-IMP-DEB
                         WS-BASE-CRE WS-IMP-CRE.

           IF WS-BASE-MOVIMIENTO LESS ZEROS
              COMPUTE WS-BASE-DEB = ZERO - WS-BASE-MOVIMIENTO
              COMPUTE WS-IMP-DEB ROUNDED =
                      WS-BASE-DEB * WS-TASA-DEBITO
           ELSE
              MOVE WS-BASE-MOVIMIENTO TO WS-BASE-CRE
              COMPUTE WS-IMP-CRE ROUNDED =
                      WS-BASE-CRE * WS-TASA-CREDITO
           END-IF.

           COMPUTE WS-IMP-TOTAL = WS-IMP-DEB + WS-IMP-CRE.

       F-2100-CALCULAR-IMPUESTO. EXIT.

      **************************************
      *                                    *
      *  DEJA LA LIQUIDACION EN IDCHIS;    *
      *  SI LA CUENTA YA FUE LIQUIDADA EN  *
      *  LA FECHA NO SE VUELVE A COBRAR    *
      *                                    *
      **************************************
       2200-GRABAR-HISTORIA.
           SET WS-HISTORIA-NO-GRABADA TO TRUE.

           MOVE SPACES          TO REG-IDCHIS.
           MOVE WS-FIJ-SUCURSAL TO IDH-SUCURSAL.
           MOVE WS-FIJ-CUENTA   TO IDH-CUENTA.
           MOVE WS-FECHA        TO IDH-FECHA.
           MOVE WS-FIJ-MONEDA   TO IDH-MONEDA.
           MOVE WS-BASE-DEB     TO IDH-BASE-DEB.
           MOVE WS-IMP-DEB      TO IDH-IMP-DEB.
           MOVE WS-BASE-CRE     TO IDH-BASE-CRE.
           MOVE WS-IMP-CRE      TO IDH-IMP-CRE.

           WRITE REG-IDCHIS
              INVALID KEY
                 DISPLAY '* CUENTA YA LIQUIDADA EN LA FECHA: '
                         WS-FIJ-SUCURSAL '-' WS-FIJ-CUENTA
                 ADD 1 TO WS-CANT-YA-LIQUIDADAS
                 MOVE 4 TO RETURN-CODE
              NOT INVALID KEY
                 SET WS-HISTORIA-GRABADA TO TRUE
           END-WRITE.

       F-2200-GRABAR-HISTORIA. EXIT.

      **************************************
      *                                    *
      *  EMITE EL MOVIMIENTO DE DEBITO DEL *
      *  IMPUESTO EN LAYOUT CPSUCU         *
      *                                    *
      **************************************
       2300-EMITIR-DEBITO.
           MOVE SPACES            TO WS-REG-ENTRADA.
           MOVE WS-FIJ-SUCURSAL   TO WS-NRO-SUCURSAL.
           MOVE WS-FIJ-TIPO       TO WS-TIPO-CUENTA.
           MOVE WS-FIJ-ESTADO-NVO TO WS-ESTADO-CUENTA.
           MOVE WS-FIJ-CUENTA     TO WS-NRO-CUENTA.
           COMPUTE WS-SUC-IMPORTE = ZERO - WS-IMP-TOTAL.
           MOVE WS-FIJ-MONEDA     TO WS-MONEDA-CUENTA.

           WRITE REG-MOVIDC FROM WS-REG-ENTRADA.
           IF WS-MID-CODE IS NOT EQUAL '00'
              DISPLAY '* ERROR EN WRITE MOVIDC = ' WS-MID-CODE
              MOVE 9999 TO RETURN-CODE
              SET WS-FIN-LECTURA TO TRUE
              GO TO F-2300-EMITIR-DEBITO
           END-IF.

           ADD 1 TO WS-CANT-LIQUIDADAS.

       F-2300-EMITIR-DEBITO. EXIT.

      **************************************
      *                                    *
      *  SUMA BASE E IMPUESTO EN EL        *
      *  RENGLON DE SU MONEDA DE LA        *
      *  SUCURSAL                          *
      *                                    *
      **************************************
       2350-ACUMULAR-RESUMEN.
           MOVE ZEROS TO WS-SUB-RES-ACTUAL.
           PERFORM 2360-PROBAR-MONEDA THRU F-2360-PROBAR-MONEDA
                   VARYING WS-SUB-RES FROM 1 BY 1
                   UNTIL WS-SUB-RES GREATER WS-CANT-RES-MON.

           IF WS-SUB-RES-ACTUAL EQUAL ZEROS
              IF WS-CANT-RES-MON LESS 10
                 ADD 1 TO WS-CANT-RES-MON
                 MOVE WS-CANT-RES-MON TO WS-SUB-RES-ACTUAL
                 MOVE WS-MONEDA-ACT
                            TO WS-RES-MONEDA (WS-SUB-RES-ACTUAL)
                 MOVE ZEROS TO WS-RES-BASE-DEB (WS-SUB-RES-ACTUAL)
                               WS-RES-IMP-DEB (WS-SUB-RES-ACTUAL)
                               WS-RES-BASE-CRE (WS-SUB-RES-ACTUAL)
                               WS-RES-IMP-CRE (WS-SUB-RES-ACTUAL)
              ELSE
                 DISPLAY '* DEMASIADAS MONEDAS EN LA SUCURSAL '
                         WS-SUCURSAL-ANT ', MONEDA '
                         WS-MONEDA-ACT ' FUERA DEL RESUMEN'
                 MOVE 4 TO RETURN-CODE
                 GO TO F-2350-ACUMULAR-RESUMEN
              END-IF
           END-IF.

           ADD WS-BASE-DEB TO WS-RES-BASE-DEB (WS-SUB-RES-ACTUAL).
           ADD WS-IMP-DEB  TO WS-RES-IMP-DEB (WS-SUB-RES-ACTUAL).
           ADD WS-BASE-CRE TO WS-RES-BASE-CRE (WS-SUB-RES-ACTUAL).
           ADD WS-IMP-CRE  TO WS-RES-IMP-CRE (WS-SUB-RES-ACTUAL).

       F-2350-ACUMULAR-RESUMEN. EXIT.

       2360-PROBAR-MONEDA.
           IF WS-RES-MONEDA (WS-SUB-RES) EQUAL WS-MONEDA-ACT
              MOVE WS-SUB-RES TO WS-SUB-RES-ACTUAL
           END-IF.

       F-2360-PROBAR-MONEDA. EXIT.

      **************************************
      *                                    *
      *  CIERRE DE LA SUCURSAL: RENGLONES  *
      *  DEL RESUMEN, PASE AL TOTAL BANCO  *
      *  Y, EN EL DIARIO, SU ASIENTO       *
      *                                    *
      **************************************
       2400-CORTE-SUCURSAL.
           PERFORM 2450-RENGLONES-MONEDA THRU F-2450-RENGLONES-MONEDA
                   VARYING WS-SUB-RES FROM 1 BY 1
                   UNTIL WS-SUB-RES GREATER WS-CANT-RES-MON.

           IF WS-MODO-DIARIO
              PERFORM 2500-ASENTAR-SUCURSAL
                        THRU F-2500-ASENTAR-SUCURSAL
           END-IF.

           MOVE ZEROS TO WS-CANT-RES-MON.

       F-2400-CORTE-SUCURSAL. EXIT.

       2450-RENGLONES-MONEDA.
           MOVE WS-SUCURSAL-ANT TO WS-LRE-SUCURSAL.
           MOVE WS-RES-MONEDA (WS-SUB-RES) TO WS-LRE-MONEDA.

           MOVE ' DEBITOS  BASE ' TO WS-LRE-CONCEPTO.
           MOVE WS-RES-BASE-DEB (WS-SUB-RES) TO WS-LRE-BASE.
           MOVE WS-RES-IMP-DEB (WS-SUB-RES)  TO WS-LRE-IMPUESTO.
           MOVE WS-LIN-RESUMEN TO REG-INFORME.
           PERFORM 9300-GRABAR-INFORME THRU F-9300-GRABAR-INFORME.

           MOVE ' CREDITOS BASE ' TO WS-LRE-CONCEPTO.
           MOVE WS-RES-BASE-CRE (WS-SUB-RES) TO WS-LRE-BASE.
           MOVE WS-RES-IMP-CRE (WS-SUB-RES)  TO WS-LRE-IMPUESTO.
           MOVE WS-LIN-RESUMEN TO REG-INFORME.
           PERFORM 9300-GRABAR-INFORME THRU F-9300-GRABAR-INFORME.

           PERFORM 2460-ACUMULAR-BANCO THRU F-2460-ACUMULAR-BANCO.

       F-2450-RENGLONES-MONEDA. EXIT.

      **************************************
      *                                    *
      *  PASA EL RENGLON DE LA SUCURSAL AL *
      *  TOTAL BANCO DE SU MONEDA          *
      *                                    *
      **************************************
       2460-ACUMULAR-BANCO.
           MOVE ZEROS TO WS-SUB-BCO-ACTUAL.
           PERFORM 2470-PROBAR-MONEDA-BCO
                     THRU F-2470-PROBAR-MONEDA-BCO
                   VARYING WS-SUB-BCO FROM 1 BY 1
                   UNTIL WS-SUB-BCO GREATER WS-CANT-BCO-MON.

           IF WS-SUB-BCO-ACTUAL EQUAL ZEROS
              IF WS-CANT-BCO-MON LESS 10
                 ADD 1 TO WS-CANT-BCO-MON
                 MOVE WS-CANT-BCO-MON TO WS-SUB-BCO-ACTUAL
                 MOVE WS-RES-MONEDA (WS-SUB-RES)
                            TO WS-BCO-MONEDA (WS-SUB-BCO-ACTUAL)
                 MOVE ZEROS TO WS-BCO-BASE-DEB (WS-SUB-BCO-ACTUAL)
                               WS-BCO-IMP-DEB (WS-SUB-BCO-ACTUAL)
                               WS-BCO-BASE-CRE (WS-SUB-BCO-ACTUAL)
                               WS-BCO-IMP-CRE (WS-SUB-BCO-ACTUAL)
              ELSE
                 DISPLAY '* DEMASIADAS MONEDAS EN EL TOTAL BANCO, '
                         'MONEDA ' WS-RES-MONEDA (WS-SUB-RES)
                         ' FUERA DEL TOTAL'
                 MOVE 4 TO RETURN-CODE
                 GO TO F-2460-ACUMULAR-BANCO
              END-IF
           END-IF.

           ADD WS-RES-BASE-DEB (WS-SUB-RES)
                            TO WS-BCO-BASE-DEB (WS-SUB-BCO-ACTUAL).
           ADD WS-RES-IMP-DEB (WS-SUB-RES)
                            TO WS-BCO-IMP-DEB (WS-SUB-BCO-ACTUAL).
           ADD WS-RES-BASE-CRE (WS-SUB-RES)
                            TO WS-BCO-BASE-CRE (WS-SUB-BCO-ACTUAL).
           ADD WS-RES-IMP-CRE (WS-SUB-RES)
                            TO WS-BCO-IMP-CRE (WS-SUB-BCO-ACTUAL).

       F-2460-ACUMULAR-BANCO. EXIT.

       2470-PROBAR-MONEDA-BCO.
           IF WS-BCO-MONEDA (WS-SUB-BCO) EQUAL
              WS-RES-MONEDA (WS-SUB-RES)
              MOVE WS-SUB-BCO TO WS-SUB-BCO-ACTUAL
           END-IF.

       F-2470-PROBAR-MONEDA-BCO. EXIT.

      **************************************
      *                                    *
      *  ASIENTO DE LA SUCURSAL QUE SE     *
      *  CIERRA: UN PAR DEBE/HABER POR     *
      *  MONEDA CON LA ENTIDAD DE SUCMAE   *
      *  (EN BLANCO O SIN MAESTRO, BCO)    *
      *                                    *
      **************************************
       2500-ASENTAR-SUCURSAL.
           MOVE 'BCO' TO WS-ENTIDAD-SUC.

           IF WS-HAY-SUCMAE
              MOVE WS-SUCURSAL-ANT TO SUC-COD
              READ SUCMAE RECORD KEY IS SUC-COD
                   INVALID KEY
                      CONTINUE
                   NOT INVALID KEY
                      IF SUC-ENTIDAD NOT EQUAL SPACES
                         MOVE SUC-ENTIDAD TO WS-ENTIDAD-SUC
                      END-IF
              END-READ
           END-IF.

           MOVE WS-ENTIDAD-SUC  TO WS-GL-CIA.
           MOVE WS-SUCURSAL-ANT TO WS-GL-CENTRO-COSTO.

           PERFORM 2550-ASIENTO-MONEDA THRU F-2550-ASIENTO-MONEDA
                   VARYING WS-SUB-RES FROM 1 BY 1
                   UNTIL WS-SUB-RES GREATER WS-CANT-RES-MON.

       F-2500-ASENTAR-SUCURSAL. EXIT.

       2550-ASIENTO-MONEDA.
           COMPUTE WS-GL-IMPORTE = WS-RES-IMP-DEB (WS-SUB-RES)
                                 + WS-RES-IMP-CRE (WS-SUB-RES).
           IF WS-GL-IMPORTE NOT GREATER ZEROS
              GO TO F-2550-ASIENTO-MONEDA
           END-IF.

           MOVE WS-RES-MONEDA (WS-SUB-RES) TO WS-GL-MONEDA.

           MOVE WS-GL-CTA-LIBRO    TO WS-GL-CUENTA.
           MOVE 'D'                TO WS-GL-DEBE-HABER.
           PERFORM 2590-GRABAR-ASIENTO THRU F-2590-GRABAR-ASIENTO.

           MOVE WS-GL-CTA-IMPUESTO TO WS-GL-CUENTA.
           MOVE 'H'                TO WS-GL-DEBE-HABER.
           PERFORM 2590-GRABAR-ASIENTO THRU F-2590-GRABAR-ASIENTO.

       F-2550-ASIENTO-MONEDA. EXIT.

       2590-GRABAR-ASIENTO.
           PERFORM 9700-GRABAR-GLPOST THRU F-9700-GRABAR-GLPOST.
           IF WS-GL-CODE IS NOT EQUAL '00'
              DISPLAY '* ERROR EN WRITE GLPOST = ' WS-GL-CODE
              MOVE 9999 TO RETURN-CODE
           ELSE
              IF WS-ASIENTO-EN-GLPOST
                 ADD 1 TO WS-CANT-ASIENTOS
              END-IF
           END-IF.

       F-2590-GRABAR-ASIENTO. EXIT.

      **************************************
      *                                    *
      *  MODO MENSUAL: ACUMULA LAS         *
      *  LIQUIDACIONES DEL MES POR         *
      *  SUCURSAL Y MONEDA                 *
      *                                    *
      **************************************
       3000-RESUMIR-MES.
           READ IDCHIS NEXT RECORD
                AT END
                   SET WS-FIN-LECTURA TO TRUE
                   GO TO F-3000-RESUMIR-MES
           END-READ.

           IF WS-IDH-CODE IS NOT EQUAL '00'
              DISPLAY '* ERROR EN LECTURA IDCHIS = ' WS-IDH-CODE
              MOVE 9999 TO RETURN-CODE
              SET WS-FIN-LECTURA TO TRUE
              GO TO F-3000-RESUMIR-MES
           END-IF.

           ADD 1 TO WS-CANT-LEIDOS.

           IF IDH-FECHA-SSAAMM NOT EQUAL WS-FECHA-SSAAMM
              GO TO F-3000-RESUMIR-MES
           END-IF.

           ADD 1 TO WS-CANT-DEL-MES.

           IF IDH-SUCURSAL NOT EQUAL WS-SUCURSAL-ANT
              AND WS-CANT-RES-MON GREATER ZEROS
              PERFORM 2400-CORTE-SUCURSAL THRU F-2400-CORTE-SUCURSAL
           END-IF.
           MOVE IDH-SUCURSAL TO WS-SUCURSAL-ANT.

           MOVE IDH-MONEDA   TO WS-MONEDA-ACT.
           MOVE IDH-BASE-DEB TO WS-BASE-DEB.
           MOVE IDH-IMP-DEB  TO WS-IMP-DEB.
           MOVE IDH-BASE-CRE TO WS-BASE-CRE.
           MOVE IDH-IMP-CRE  TO WS-IMP-CRE.
           PERFORM 2350-ACUMULAR-RESUMEN
                     THRU F-2350-ACUMULAR-RESUMEN.

       F-3000-RESUMIR-MES. EXIT.

      **************************************
      *                                    *
      *  TOTAL BANCO POR MONEDA AL PIE     *
      *  DEL INFORME                       *
      *                                    *
      **************************************
       9500-TOTAL-BANCO.
           MOVE 'BCO' TO WS-LRE-SUCURSAL.
           MOVE WS-BCO-MONEDA (WS-SUB-BCO) TO WS-LRE-MONEDA.

           MOVE ' DEBITOS  BASE ' TO WS-LRE-CONCEPTO.
           MOVE WS-BCO-BASE-DEB (WS-SUB-BCO) TO WS-LRE-BASE.
           MOVE WS-BCO-IMP-DEB (WS-SUB-BCO)  TO WS-LRE-IMPUESTO.
           MOVE WS-LIN-RESUMEN TO REG-INFORME.
           PERFORM 9300-GRABAR-INFORME THRU F-9300-GRABAR-INFORME.

           MOVE ' CREDITOS BASE ' TO WS-LRE-CONCEPTO.
           MOVE WS-BCO-BASE-CRE (WS-SUB-BCO) TO WS-LRE-BASE.
           MOVE WS-BCO-IMP-CRE (WS-SUB-BCO)  TO WS-LRE-IMPUESTO.
           MOVE WS-LIN-RESUMEN TO REG-INFORME.
           PERFORM 9300-GRABAR-INFORME THRU F-9300-GRABAR-INFORME.

       F-9500-TOTAL-BANCO. EXIT.

      **************************************
      *                                    *
      *  ULTIMA SUCURSAL, TOTAL BANCO,     *
      *  RESUMEN Y CIERRE DE FILES         *
      *                                    *
      **************************************
       9999-FINAL.
           IF WS-CANT-RES-MON GREATER ZEROS
              PERFORM 2400-CORTE-SUCURSAL THRU F-2400-CORTE-SUCURSAL
           END-IF.

           MOVE WS-LIN-BLANCA TO REG-INFORME.
           PERFORM 9300-GRABAR-INFORME THRU F-9300-GRABAR-INFORME.

           PERFORM 9500-TOTAL-BANCO THRU F-9500-TOTAL-BANCO
                   VARYING WS-SUB-BCO FROM 1 BY 1
                   UNTIL WS-SUB-BCO GREATER WS-CANT-BCO-MON.

           IF WS-MODO-DIARIO
              CLOSE MOVFIJ
              IF WS-FIJ-CODE IS NOT EQUAL '00'
                 DISPLAY '* ERROR EN CLOSE MOVFIJ  = ' WS-FIJ-CODE
                 MOVE 9999 TO RETURN-CODE
              END-IF
              CLOSE IDCEXE
              IF WS-EXE-CODE IS NOT EQUAL '00'
                 DISPLAY '* ERROR EN CLOSE IDCEXE  = ' WS-EXE-CODE
                 MOVE 9999 TO RETURN-CODE
              END-IF
              CLOSE MOVIDC
              IF WS-MID-CODE IS NOT EQUAL '00'
                 DISPLAY '* ERROR EN CLOSE MOVIDC  = ' WS-MID-CODE
                 MOVE 9999 TO RETURN-CODE
              END-IF
              CLOSE GLPOST
              IF WS-GL-CODE IS NOT EQUAL '00'
                 DISPLAY '* ERROR EN CLOSE GLPOST  = ' WS-GL-CODE
                 MOVE 9999 TO RETURN-CODE
              END-IF
              CLOSE GLSUSP
              IF WS-SUS-CODE IS NOT EQUAL '00'
                 DISPLAY '* ERROR EN CLOSE GLSUSP  = ' WS-SUS-CODE
                 MOVE 9999 TO RETURN-CODE
              END-IF
              IF WS-HAY-SUCMAE
                 CLOSE SUCMAE
              END-IF
           END-IF.

           CLOSE IDCHIS.
           IF WS-IDH-CODE IS NOT EQUAL '00'
              DISPLAY '* ERROR EN CLOSE IDCHIS  = ' WS-IDH-CODE
              MOVE 9999 TO RETURN-CODE
           END-IF.

           CLOSE INFORME.
           IF WS-INF-CODE IS NOT EQUAL '00'
              DISPLAY '* ERROR EN CLOSE INFORME = ' WS-INF-CODE
              MOVE 9999 TO RETURN-CODE
           END-IF.

           DISPLAY '************************** '.
           IF WS-MODO-DIARIO
              DISPLAY 'MOVIMIENTOS LEIDOS      : ' WS-CANT-LEIDOS
              DISPLAY 'NO CUENTA CORRIENTE     : ' WS-CANT-NO-CTA-CTE
              DISPLAY 'SIN CAMBIO DE IMPORTE   : ' WS-CANT-SIN-IMPORTE
              DISPLAY 'CUENTAS EXENTAS         : ' WS-CANT-EXENTAS
              DISPLAY 'SIN IMPUESTO            : '
                                             WS-CANT-SIN-IMPUESTO
              DISPLAY 'YA LIQUIDADAS EN FECHA  : '
                                             WS-CANT-YA-LIQUIDADAS
              DISPLAY 'DEBITOS DE IMPUESTO     : ' WS-CANT-LIQUIDADAS
              DISPLAY 'ASIENTOS GRABADOS GLPOST: ' WS-CANT-ASIENTOS
              DISPLAY 'ASIENTOS EN SUSPENSO    : ' WS-CANT-SUSPENSO
           ELSE
              DISPLAY 'LIQUIDACIONES LEIDAS    : ' WS-CANT-LEIDOS
              DISPLAY 'LIQUIDACIONES DEL MES   : ' WS-CANT-DEL-MES
           END-IF.

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
           MOVE 'PGMIMPDC'     TO WS-SUS-PROGRAMA.
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
