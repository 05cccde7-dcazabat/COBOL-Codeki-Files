       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMPFVEN.
       AUTHOR.        D. CAZABAT.
       INSTALLATION.  CURSO CODEKI.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.
      **********************************************************
      *                                                        *
      *  PROCESO DIARIO DE VENCIMIENTOS DE PLAZOS FIJOS:       *
      *  RECORRE EL MAESTRO PFMAE Y, EN DIA HABIL SEGUN        *
      *  CALEND, TOMA LOS CERTIFICADOS VIGENTES CON            *
      *  VENCIMIENTO HASTA LA FECHA DE PROCESO (EL VENCIMIENTO *
      *  YA VIENE CORRIDO AL HABIL SIGUIENTE DESDE LA          *
      *  COLOCACION; UN DIA NO HABIL NO VENCE NADA Y LO        *
      *  PENDIENTE SALE EN LA PRIMERA CORRIDA HABIL).          *
      *                                                        *
      *  INTERES = CAPITAL X TASA ANUAL / 100 X DIAS CORRIDOS  *
      *  DE LA COLOCACION AL VENCIMIENTO / 365. SEGUN LA       *
      *  INSTRUCCION DEL CERTIFICADO:                          *
      *    'A'  ACREDITA CAPITAL + INTERES EN LA CUENTA        *
      *         VINCULADA Y CANCELA EL CERTIFICADO             *
      *    'C'  ACREDITA EL INTERES Y RENUEVA EL CAPITAL       *
      *    'T'  RENUEVA CAPITAL + INTERES                      *
      *  LA RENOVACION TOMA LA TASA VIGENTE DE TASPFI PARA LA  *
      *  MONEDA Y EL PLAZO, CON NUEVO PERIODO DESDE EL         *
      *  VENCIMIENTO; SIN TASA VIGENTE SE ACREDITA TODO.       *
      *                                                        *
      *  LOS CREDITOS SALEN EN MOVPFV (LAYOUT CPSUCU, LOS      *
      *  IMPUTA PGMPOSTE) Y AL FINAL, POR SUCURSAL Y MONEDA,   *
      *  LOS ASIENTOS EN GLPOST:                               *
      *    INTERES : DEBE INTERESES PLAZO FIJO 520030 /        *
      *              HABER PLAZOS FIJOS 215030                 *
      *    PAGO    : DEBE PLAZOS FIJOS 215030 /                *
      *              HABER DEPOSITOS 410010                    *
      *                                                        *
      *  SI LA CUENTA VINCULADA NO EXISTE, ESTA DE BAJA O      *
      *  EMBARGADA, EL CERTIFICADO QUEDA SIN TOCAR Y SALE EN   *
      *  EL INFORME DE EXCEPCIONES (RC 4); SE REINTENTA EN LA  *
      *  PROXIMA CORRIDA.                                      *
      *                                                        *
      *  CADA CERTIFICADO QUE QUEDA VIGENTE SE EMITE EN PFSUCU *
      *  EN LAYOUT CPSUCU COMO TIPO 3 (CUENTA = CERTIFICADO,   *
      *  IMPORTE = CAPITAL), QUE EL CORTE PGM2CC7C SUMA A LA   *
      *  ENTRADA: ASI LOS PLAZOS FIJOS LLEGAN A SUCTOT, A      *
      *  DEPHIS (EFECTIVO MINIMO) Y ATAN CON PGMREGDE Y        *
      *  PGMCONCI. CORRE DESPUES DE PGMPFCOL Y ANTES DEL CORTE.*
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

             SELECT PFMAE   ASSIGN DDPFMAE
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS SEQUENTIAL
                    RECORD KEY IS PF-CLAVE
                    FILE STATUS IS WS-PF-CODE.

             SELECT CTAMAE  ASSIGN DDCTAMAE
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS RANDOM
                    RECORD KEY IS CTA-CLAVE
                    FILE STATUS IS WS-CTA-CODE.

             SELECT SUCMAE  ASSIGN DDSUCMA
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS RANDOM
                    RECORD KEY IS SUC-COD
                    FILE STATUS IS WS-SUC-CODE.

             SELECT TASPFI  ASSIGN DDTASPFI
                    FILE STATUS IS WS-TAS-CODE.

             SELECT MOVPFV  ASSIGN DDMOVPFV
                    FILE STATUS IS WS-MOV-CODE.

             SELECT PFSUCU  ASSIGN DDPFSUCU
                    FILE STATUS IS WS-PFS-CODE.

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
       FD PFMAE.

           COPY CPPFMAE.

       FD CTAMAE.

           COPY CPCTAMA.

       FD SUCMAE.

       01 REG-SUCMAE.
           03  SUC-COD       PIC 9(03).
           03  SUC-NOM       PIC X(14).
           03  SUC-ESTADO    PIC X(01).
           03  SUC-ENTIDAD   PIC X(03).
           03  FILLER        PIC X(09).

       FD TASPFI
            BLOCK CONTAINS 0 RECORDS
            RECORDING MODE IS F.

       01 REG-TASPFI     PIC X(20).

       FD MOVPFV
            BLOCK CONTAINS 0 RECORDS
            RECORDING MODE IS F.

       01 REG-MOVPFV     PIC X(38).

       FD PFSUCU
            BLOCK CONTAINS 0 RECORDS
            RECORDING MODE IS F.

       01 REG-PFSUCU     PIC X(38).

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

       01 REG-PARM       PIC X(08).

      **************************************
       WORKING-STORAGE SECTION.
      **************************************
       77  FILLER        PIC X(26) VALUE '* INICIO WORKING-STORAGE *'.
       77  FILLER        PIC X(26) VALUE '* CODIGOS RETORNO FILES  *'.
       77  WS-PF-CODE       PIC XX    VALUE SPACES.
       77  WS-CTA-CODE      PIC XX    VALUE SPACES.
       77  WS-SUC-CODE      PIC XX    VALUE SPACES.
       77  WS-TAS-CODE      PIC XX    VALUE SPACES.
       77  WS-MOV-CODE      PIC XX    VALUE SPACES.
       77  WS-PFS-CODE      PIC XX    VALUE SPACES.
       77  WS-GL-CODE       PIC XX    VALUE SPACES.
       77  WS-SUS-CODE      PIC XX    VALUE SPACES.
       77  WS-INF-CODE      PIC XX    VALUE SPACES.
       77  WS-PARM-CODE     PIC XX    VALUE SPACES.

       01  WS-STATUS-FIN    PIC X.
           88  WS-FIN-LECTURA         VALUE 'Y'.
           88  WS-NO-FIN-LECTURA      VALUE 'N'.

       01  WS-STATUS-FIN-TAS PIC X    VALUE 'N'.
           88  WS-FIN-TASAS           VALUE 'Y'.
           88  WS-NO-FIN-TASAS        VALUE 'N'.

       01  WS-SWITCH-HABIL    PIC X     VALUE 'S'.
           88  WS-DIA-HABIL           VALUE 'S'.
           88  WS-DIA-NO-HABIL        VALUE 'N'.

       01  WS-SWITCH-SUCMAE   PIC X     VALUE 'N'.
           88  WS-HAY-SUCMAE          VALUE 'S'.
           88  WS-NO-HAY-SUCMAE       VALUE 'N'.

       01  WS-SWITCH-VALIDO   PIC X     VALUE 'S'.
           88  WS-VENC-VALIDO         VALUE 'S'.
           88  WS-VENC-INVALIDO       VALUE 'N'.

       01  WS-SWITCH-AVISO-CAL PIC X    VALUE 'N'.
           88  WS-AVISO-CAL-DADO      VALUE 'S'.

       77  FILLER        PIC X(26) VALUE '* LAYOUT ENTRADA MESES   *'.
      **************************************
               COPY CPSUCU.
      **************************************

      ********  FECHA DE PROCESO  ***************
       01  WS-FECHA             PIC 9(08)  VALUE ZEROS.
       01  WS-FECHA-DESG REDEFINES WS-FECHA.
           03  WS-FEC-SIGLO     PIC 99.
           03  WS-FEC-AA        PIC 99.
           03  WS-FEC-MM        PIC 99.
           03  WS-FEC-DD        PIC 99.

       01  WS-REG-PARM.
           03  WS-PARM-FECHA    PIC 9(08).

      ********  TABLA DE TASAS VIGENTES (TASPFI)  ***********
       01  WS-REG-TASPFI.
           03  WS-TAS-MONEDA    PIC 9(02).
           03  WS-TAS-PLAZO-MIN PIC 9(03).
           03  WS-TAS-TASA      PIC 9(03)V9(04).
           03  FILLER           PIC X(08).

       01  WS-TABLA-TASAS.
           03  WS-TTA-ENT OCCURS 200 TIMES.
               05  WS-TTA-MONEDA    PIC 9(02)     VALUE ZEROS.
               05  WS-TTA-PLAZO-MIN PIC 9(03)     VALUE ZEROS.
               05  WS-TTA-TASA      PIC 9(03)V9(04) VALUE ZEROS.

       77  WS-CANT-TASAS        PIC 9(03)  VALUE ZEROS.
       77  WS-SUB-TAS           PIC 9(03)  VALUE ZEROS.
       77  WS-SUB-TAS-ELEGIDA   PIC 9(03)  VALUE ZEROS.

      ********  SUBRUTINA DE FECHAS HABILES  ***************
       77  WS-FEC-FUNCION       PIC X(01)  VALUE 'V'.
       77  WS-FEC-DESDE         PIC 9(08)  VALUE ZEROS.
       77  WS-FEC-HASTA         PIC 9(08)  VALUE ZEROS.
       77  WS-FEC-CANT          PIC 9(05)  VALUE ZEROS.
       77  WS-FEC-CALENDARIO    PIC 9(05)  VALUE ZEROS.
       77  WS-FEC-HABILES       PIC 9(05)  VALUE ZEROS.
       77  WS-FEC-RESULTADO     PIC XX     VALUE '00'.
           88  WS-FEC-OK                   VALUE '00'.
           88  WS-FEC-SIN-CALENDARIO       VALUE '20'.
           88  WS-FEC-FUERA-CALENDARIO     VALUE '30'.

      ********  VENCIMIENTO EN CURSO  ***************
      *    LA ACCION ES LA INSTRUCCION DEL CERTIFICADO, SALVO
      *    QUE LA RENOVACION NO SEA POSIBLE
       01  WS-ACCION            PIC X(01)  VALUE SPACES.
           88  WS-ACC-ACREDITAR            VALUE 'A'.
           88  WS-ACC-RENOVAR-CAPITAL      VALUE 'C'.
           88  WS-ACC-RENOVAR-TOTAL        VALUE 'T'.

       77  WS-DIAS-PERIODO      PIC 9(05)     VALUE ZEROS.
       77  WS-INTERES           PIC S9(07)V99 VALUE ZEROS.
       77  WS-CAPITAL-NUEVO     PIC S9(09)V99 VALUE ZEROS.
       77  WS-IMPORTE-CREDITO   PIC S9(09)V99 VALUE ZEROS.
       77  WS-TASA-NUEVA        PIC 9(03)V9(04) VALUE ZEROS.
       77  WS-VENCE-NUEVO       PIC 9(08)     VALUE ZEROS.
       77  WS-MAX-IMPORTE       PIC S9(09)V99 VALUE 9999999.99.
       77  WS-BUS-SUCURSAL      PIC 9(03)     VALUE ZEROS.
       77  WS-BUS-MONEDA        PIC 9(02)     VALUE ZEROS.
       77  WS-NOMBRE-ACTUAL     PIC X(14)     VALUE SPACES.
       77  WS-SUC-NOMBRE-LEIDA  PIC 9(03)     VALUE ZEROS.

      ********  INTERES Y PAGO POR SUCURSAL Y MONEDA  ********
       77  WS-MAX-SUC-MON       PIC 9(03)  VALUE 500.
       77  WS-CANT-SUC-MON      PIC 9(03)  VALUE ZEROS.

       01  WS-TABLA-SUCURSALES.
           03  WS-SMO-ENT OCCURS 500 TIMES
                          INDEXED BY WS-IDX-SMO.
               05  WS-SMO-SUCURSAL  PIC 9(03).
               05  WS-SMO-MONEDA    PIC 9(02).
               05  WS-SMO-INTERES   PIC 9(11)V99.
               05  WS-SMO-PAGADO    PIC 9(11)V99.

      ********  ASIENTOS DE LOS VENCIMIENTOS  ***************
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
       77  WS-GL-CTA-PLAZO-FIJO PIC 9(06)  VALUE 215030.
       77  WS-GL-CTA-INTERES-PF PIC 9(06)  VALUE 520030.
       77  WS-ENTIDAD-SUC       PIC X(03)  VALUE 'BCO'.
       77  WS-CANT-ASIENTOS     PIC 9(07)  VALUE ZEROS.

      ********  CONTADORES DE PROCESO  ***************
       77  WS-CANT-LEIDOS       PIC 9(7)  VALUE ZEROS.
       77  WS-CANT-VENCIDOS     PIC 9(7)  VALUE ZEROS.
       77  WS-CANT-ACREDITADOS  PIC 9(7)  VALUE ZEROS.
       77  WS-CANT-RENOVADOS    PIC 9(7)  VALUE ZEROS.
       77  WS-CANT-EXCEPCIONES  PIC 9(7)  VALUE ZEROS.
       77  WS-CANT-VIGENTES     PIC 9(7)  VALUE ZEROS.
       77  WS-CANT-MOVIMIENTOS  PIC 9(7)  VALUE ZEROS.
       77  WS-IMP-INTERES       PIC 9(11)V99 VALUE ZEROS.
       77  WS-IMP-PAGADO        PIC 9(11)V99 VALUE ZEROS.
       77  WS-IMP-VIGENTE       PIC 9(13)V99 VALUE ZEROS.

      ********  LINEAS DEL INFORME  ***************
       01  WS-LIN-TITULO.
           03  FILLER           PIC X(44)  VALUE
               'VENCIMIENTOS DE PLAZOS FIJOS DEL DIA        '.
           03  WS-TIT-FECHA     PIC 9(08).
           03  FILLER           PIC X(28)  VALUE SPACES.

       01  WS-LIN-VENCIDO.
           03  WS-VEN-SUCURSAL  PIC 9(03).
           03  FILLER           PIC X(01)  VALUE '-'.
           03  WS-VEN-CERTIF    PIC 9(08).
           03  FILLER           PIC X(01)  VALUE SPACE.
           03  WS-VEN-CAPITAL   PIC Z,ZZZ,ZZ9.99.
           03  FILLER           PIC X(01)  VALUE SPACE.
           03  WS-VEN-INTERES   PIC Z,ZZZ,ZZ9.99.
           03  FILLER           PIC X(01)  VALUE SPACE.
           03  WS-VEN-MONEDA    PIC 99.
           03  FILLER           PIC X(01)  VALUE SPACE.
           03  WS-VEN-RESULTADO PIC X(20).
           03  FILLER           PIC X(01)  VALUE SPACE.
           03  WS-VEN-VENCE     PIC 9(08).
           03  FILLER           PIC X(09)  VALUE SPACES.

       01  WS-LIN-EXCEPCION.
           03  FILLER           PIC X(10)  VALUE 'EXCEPCION '.
           03  WS-EXC-SUCURSAL  PIC 9(03).
           03  FILLER           PIC X(01)  VALUE '-'.
           03  WS-EXC-CERTIF    PIC 9(08).
           03  FILLER           PIC X(05)  VALUE ' CTA '.
           03  WS-EXC-CTA-SUC   PIC 9(03).
           03  FILLER           PIC X(01)  VALUE '-'.
           03  WS-EXC-CUENTA    PIC 9(08).
           03  FILLER           PIC X(01)  VALUE SPACE.
           03  WS-EXC-MOTIVO    PIC X(35).
           03  FILLER           PIC X(05)  VALUE SPACES.

       01  WS-LIN-RESUMEN.
           03  WS-RES-TEXTO     PIC X(40).
           03  WS-RES-VALOR     PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
           03  FILLER           PIC X(20)   VALUE SPACES.

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

           PERFORM 3000-ASENTAR THRU F-3000-ASENTAR.

           PERFORM 9999-FINAL    THRU  F-9999-FINAL.

       F-MAIN-PROGRAM. GOBACK.

      **************************************
      *                                    *
      *  PARM, DIA HABIL, APERTURA DE      *
      *  FILES Y CARGA DE TASAS            *
      *                                    *
      **************************************
       1000-INICIO.
           ACCEPT WS-FECHA FROM DATE YYYYMMDD.
           PERFORM 1100-LEER-PARM THRU F-1100-LEER-PARM.
           DISPLAY 'FECHA:    '  WS-FECHA.

           SET WS-NO-FIN-LECTURA TO TRUE.

           PERFORM 1300-VERIFICAR-HABIL THRU F-1300-VERIFICAR-HABIL.

           OPEN I-O PFMAE.
           IF WS-PF-CODE IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN PFMAE   = ' WS-PF-CODE
              MOVE 9999 TO RETURN-CODE
              SET  WS-FIN-LECTURA TO TRUE
           END-IF.

           OPEN INPUT CTAMAE.
           IF WS-CTA-CODE IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN CTAMAE  = ' WS-CTA-CODE
              MOVE 9999 TO RETURN-CODE
              SET  WS-FIN-LECTURA TO TRUE
           END-IF.

           OPEN OUTPUT MOVPFV.
           IF WS-MOV-CODE IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN MOVPFV  = ' WS-MOV-CODE
              MOVE 9999 TO RETURN-CODE
              SET  WS-FIN-LECTURA TO TRUE
           END-IF.

           OPEN OUTPUT PFSUCU.
           IF WS-PFS-CODE IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN PFSUCU  = ' WS-PFS-CODE
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

      *    EL MAESTRO DE SUCURSALES DA EL NOMBRE DE LA SUCURSAL
      *    EN PFSUCU Y LA ENTIDAD DE LOS ASIENTOS
           SET WS-NO-HAY-SUCMAE TO TRUE.
           OPEN INPUT SUCMAE.
           IF WS-SUC-CODE IS NOT EQUAL '00'
              DISPLAY '* MAESTRO DE SUCURSALES NO DISPONIBLE, '
                      'LOS ASIENTOS SALEN CON ENTIDAD BCO'
           ELSE
              SET WS-HAY-SUCMAE TO TRUE
           END-IF.

           PERFORM 1200-CARGAR-TASAS THRU F-1200-CARGAR-TASAS.

           MOVE WS-FEC-SIGLO TO WS-GL-FECHA-SIGLO.
           MOVE WS-FEC-AA    TO WS-GL-FECHA-AA.
           MOVE WS-FEC-MM    TO WS-GL-FECHA-MM.
           MOVE WS-FEC-DD    TO WS-GL-FECHA-DD.

           MOVE WS-FECHA      TO WS-TIT-FECHA.
           MOVE WS-LIN-TITULO TO REG-INFORME.
           PERFORM 9300-GRABAR-INFORME THRU F-9300-GRABAR-INFORME.
           MOVE WS-LIN-BLANCA TO REG-INFORME.
           PERFORM 9300-GRABAR-INFORME THRU F-9300-GRABAR-INFORME.

       F-1000-INICIO.   EXIT.

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
              IF WS-PARM-FECHA IS NUMERIC AND
                 WS-PARM-FECHA GREATER ZEROS
                 MOVE WS-PARM-FECHA TO WS-FECHA
                 DISPLAY '* FECHA DE PROCESO FORZADA POR PARM: '
                                                          WS-FECHA
              END-IF
           END-IF.

           CLOSE PARMS.

       F-1100-LEER-PARM. EXIT.

      **************************************
      *                                    *
      *  CARGA LA TABLA DE TASAS VIGENTES  *
      *  PARA LAS RENOVACIONES; SIN TASAS  *
      *  TODO LO QUE VENCE SE ACREDITA     *
      *                                    *
      **************************************
       1200-CARGAR-TASAS.
           SET WS-NO-FIN-TASAS TO TRUE.
           MOVE ZEROS TO WS-CANT-TASAS.

           OPEN INPUT TASPFI.
           IF WS-TAS-CODE IS NOT EQUAL '00'
              DISPLAY '* TABLA DE TASAS TASPFI NO DISPONIBLE, '
                      'LOS VENCIMIENTOS NO SE RENUEVAN'
              IF RETURN-CODE LESS 4
                 MOVE 4 TO RETURN-CODE
              END-IF
              GO TO F-1200-CARGAR-TASAS
           END-IF.

           PERFORM 1250-CARGAR-UNA-TASA THRU F-1250-CARGAR-UNA-TASA
                   UNTIL WS-FIN-TASAS.

           CLOSE TASPFI.

       F-1200-CARGAR-TASAS. EXIT.

       1250-CARGAR-UNA-TASA.
           READ TASPFI INTO WS-REG-TASPFI
                AT END
                   SET WS-FIN-TASAS TO TRUE
                   GO TO F-1250-CARGAR-UNA-TASA
           END-READ.

           IF WS-TAS-CODE IS NOT EQUAL '00'
              DISPLAY '* ERROR EN LECTURA TASPFI = ' WS-TAS-CODE
              MOVE 9999 TO RETURN-CODE
              SET WS-FIN-TASAS TO TRUE
              SET WS-FIN-LECTURA TO TRUE
              GO TO F-1250-CARGAR-UNA-TASA
           END-IF.

           IF WS-TAS-MONEDA IS NOT NUMERIC OR
              WS-TAS-PLAZO-MIN IS NOT NUMERIC OR
              WS-TAS-TASA IS NOT NUMERIC
              DISPLAY '* RENGLON INVALIDO EN TASPFI, SE IGNORA: '
                      WS-REG-TASPFI
              GO TO F-1250-CARGAR-UNA-TASA
           END-IF.

           IF WS-CANT-TASAS NOT LESS 200
              DISPLAY '* TABLA DE TASAS LLENA, SE IGNORA EL '
                      'RESTO DE TASPFI'
              SET WS-FIN-TASAS TO TRUE
              GO TO F-1250-CARGAR-UNA-TASA
           END-IF.

           ADD 1 TO WS-CANT-TASAS.
           MOVE WS-TAS-MONEDA    TO WS-TTA-MONEDA (WS-CANT-TASAS).
           MOVE WS-TAS-PLAZO-MIN TO WS-TTA-PLAZO-MIN (WS-CANT-TASAS).
           MOVE WS-TAS-TASA      TO WS-TTA-TASA (WS-CANT-TASAS).

       F-1250-CARGAR-UNA-TASA. EXIT.

      **************************************
      *                                    *
      *  LA FECHA DE PROCESO ES HABIL SI   *
      *  EL HABIL SIGUIENTE (CERO DIAS     *
      *  CORRIDOS) ES ELLA MISMA; SIN      *
      *  CALEND SE LA TOMA COMO HABIL      *
      *                                    *
      **************************************
       1300-VERIFICAR-HABIL.
           SET WS-DIA-HABIL TO TRUE.

           MOVE 'V'      TO WS-FEC-FUNCION.
           MOVE WS-FECHA TO WS-FEC-DESDE.
           MOVE ZEROS    TO WS-FEC-HASTA
                            WS-FEC-CANT.

           CALL 'FECHAB' USING WS-FEC-FUNCION
                               WS-FEC-DESDE
                               WS-FEC-HASTA
                               WS-FEC-CANT
                               WS-FEC-CALENDARIO
                               WS-FEC-HABILES
                               WS-FEC-RESULTADO.

           EVALUATE TRUE
               WHEN WS-FEC-OK
                  IF WS-FEC-HASTA NOT EQUAL WS-FECHA
                     SET WS-DIA-NO-HABIL TO TRUE
                     DISPLAY '* DIA NO HABIL SEGUN CALEND, NO SE '
                             'PROCESAN VENCIMIENTOS (PASAN AL '
                             WS-FEC-HASTA ')'
                  END-IF

               WHEN WS-FEC-SIN-CALENDARIO
               WHEN WS-FEC-FUERA-CALENDARIO
                  DISPLAY '* CALEND NO CUBRE LA FECHA DE PROCESO, '
                          'SE LA TOMA COMO HABIL'
                  SET WS-AVISO-CAL-DADO TO TRUE
                  IF RETURN-CODE LESS 4
                     MOVE 4 TO RETURN-CODE
                  END-IF

               WHEN OTHER
                  DISPLAY '* ERROR EN SUBRUTINA FECHAB, '
                          'RESULTADO ' WS-FEC-RESULTADO
                  MOVE 9999 TO RETURN-CODE
                  SET WS-FIN-LECTURA TO TRUE
           END-EVALUATE.

       F-1300-VERIFICAR-HABIL. EXIT.

      **************************************
      *                                    *
      *  RECORRE EL MAESTRO: VENCE LO QUE  *
      *  CORRESPONDE Y EMITE EN PFSUCU LO  *
      *  QUE QUEDA VIGENTE                 *
      *                                    *
      **************************************
       2000-PROCESO.
           READ PFMAE NEXT RECORD
                AT END
                   SET WS-FIN-LECTURA TO TRUE
                   GO TO F-2000-PROCESO
           END-READ.

           IF WS-PF-CODE IS NOT EQUAL '00'
              DISPLAY '* ERROR EN LECTURA PFMAE = ' WS-PF-CODE
              MOVE 9999 TO RETURN-CODE
              SET WS-FIN-LECTURA TO TRUE
              GO TO F-2000-PROCESO
           END-IF.

           ADD 1 TO WS-CANT-LEIDOS.

           IF NOT PF-VIGENTE
              GO TO F-2000-PROCESO
           END-IF.

           IF WS-DIA-HABIL AND
              PF-FECHA-VENCIMIENTO NOT GREATER WS-FECHA
              PERFORM 2100-VENCER THRU F-2100-VENCER
           END-IF.

           IF PF-VIGENTE
              PERFORM 2800-EMITIR-VIGENTE THRU F-2800-EMITIR-VIGENTE
           END-IF.

       F-2000-PROCESO. EXIT.

      **************************************
      *                                    *
      *  VENCIMIENTO DE UN CERTIFICADO:    *
      *  INTERES, ACCION, CREDITO EN LA    *
      *  CUENTA Y ACTUALIZACION DE PFMAE   *
      *                                    *
      **************************************
       2100-VENCER.
           ADD 1 TO WS-CANT-VENCIDOS.
           SET WS-VENC-VALIDO TO TRUE.

           PERFORM 2150-CALCULAR-INTERES
                     THRU F-2150-CALCULAR-INTERES.
           IF WS-VENC-INVALIDO
              GO TO F-2100-VENCER
           END-IF.

           MOVE PF-INSTRUCCION TO WS-ACCION.
           MOVE SPACES         TO WS-VEN-RESULTADO.

      *    RENOVACION: TASA VIGENTE PARA LA MONEDA Y EL PLAZO;
      *    SIN TASA NO HAY RENOVACION Y SE ACREDITA TODO
           IF NOT WS-ACC-ACREDITAR
              PERFORM 2200-BUSCAR-TASA THRU F-2200-BUSCAR-TASA
              IF WS-SUB-TAS-ELEGIDA EQUAL ZEROS
                 SET WS-ACC-ACREDITAR TO TRUE
                 MOVE 'SIN TASA, ACREDITADO' TO WS-VEN-RESULTADO
              ELSE
                 MOVE WS-TTA-TASA (WS-SUB-TAS-ELEGIDA)
                                  TO WS-TASA-NUEVA
              END-IF
           END-IF.

      *    LA CAPITALIZACION NO PUEDE PASAR EL IMPORTE DEL LAYOUT:
      *    SE ACREDITA EL INTERES Y SE RENUEVA EL CAPITAL
           COMPUTE WS-CAPITAL-NUEVO = PF-CAPITAL + WS-INTERES.
           IF WS-ACC-RENOVAR-TOTAL AND
              WS-CAPITAL-NUEVO GREATER WS-MAX-IMPORTE
              SET WS-ACC-RENOVAR-CAPITAL TO TRUE
              MOVE 'TOPE, PAGA INTERES' TO WS-VEN-RESULTADO
           END-IF.

           EVALUATE TRUE
               WHEN WS-ACC-ACREDITAR
                  MOVE WS-CAPITAL-NUEVO TO WS-IMPORTE-CREDITO
               WHEN WS-ACC-RENOVAR-CAPITAL
                  MOVE WS-INTERES       TO WS-IMPORTE-CREDITO
               WHEN OTHER
                  MOVE ZEROS            TO WS-IMPORTE-CREDITO
           END-EVALUATE.

           IF WS-IMPORTE-CREDITO GREATER WS-MAX-IMPORTE
              MOVE 'CREDITO EXCEDE EL IMPORTE MAXIMO   '
                               TO WS-EXC-MOTIVO
              PERFORM 2900-EXCEPCION THRU F-2900-EXCEPCION
              GO TO F-2100-VENCER
           END-IF.

           IF WS-IMPORTE-CREDITO GREATER ZEROS
              PERFORM 2300-VALIDAR-CUENTA THRU F-2300-VALIDAR-CUENTA
              IF WS-VENC-INVALIDO
                 GO TO F-2100-VENCER
              END-IF
           END-IF.

           MOVE PF-SUCURSAL TO WS-BUS-SUCURSAL.
           MOVE PF-MONEDA   TO WS-BUS-MONEDA.
           PERFORM 2400-UBICAR-SUCURSAL THRU F-2400-UBICAR-SUCURSAL.
           IF WS-IDX-SMO GREATER WS-MAX-SUC-MON
              MOVE 'TABLA DE SUCURSALES LLENA          '
                               TO WS-EXC-MOTIVO
              PERFORM 2900-EXCEPCION THRU F-2900-EXCEPCION
              GO TO F-2100-VENCER
           END-IF.

           IF NOT WS-ACC-ACREDITAR
              PERFORM 2500-NUEVO-VENCIMIENTO
                        THRU F-2500-NUEVO-VENCIMIENTO
              IF WS-VENC-INVALIDO
                 GO TO F-2100-VENCER
              END-IF
           END-IF.

           IF WS-IMPORTE-CREDITO GREATER ZEROS
              PERFORM 2600-EMITIR-CREDITO THRU F-2600-EMITIR-CREDITO
           END-IF.

           PERFORM 2700-ACTUALIZAR-PFMAE THRU F-2700-ACTUALIZAR-PFMAE.

       F-2100-VENCER. EXIT.

      **************************************
      *                                    *
      *  INTERES DEL PERIODO POR LOS DIAS  *
      *  CORRIDOS DE LA COLOCACION AL      *
      *  VENCIMIENTO, BASE 365             *
      *                                    *
      **************************************
       2150-CALCULAR-INTERES.
           MOVE 'D'                  TO WS-FEC-FUNCION.
           MOVE PF-FECHA-COLOCACION  TO WS-FEC-DESDE.
           MOVE PF-FECHA-VENCIMIENTO TO WS-FEC-HASTA.
           MOVE ZEROS                TO WS-FEC-CANT.

           CALL 'FECHAB' USING WS-FEC-FUNCION
                               WS-FEC-DESDE
                               WS-FEC-HASTA
                               WS-FEC-CANT
                               WS-FEC-CALENDARIO
                               WS-FEC-HABILES
                               WS-FEC-RESULTADO.

      *    LOS DIAS CORRIDOS SALEN AUNQUE CALEND NO CUBRA LAS
      *    FECHAS; SOLO UNA FECHA INVALIDA IMPIDE EL CALCULO
           IF NOT WS-FEC-OK AND
              NOT WS-FEC-SIN-CALENDARIO AND
              NOT WS-FEC-FUERA-CALENDARIO
              MOVE 'FECHAS DEL CERTIFICADO INVALIDAS   '
                               TO WS-EXC-MOTIVO
              PERFORM 2900-EXCEPCION THRU F-2900-EXCEPCION
              GO TO F-2150-CALCULAR-INTERES
           END-IF.

           MOVE WS-FEC-CALENDARIO TO WS-DIAS-PERIODO.

           COMPUTE WS-INTERES ROUNDED =
                   PF-CAPITAL * PF-TASA / 100 *
                   WS-DIAS-PERIODO / 365
               ON SIZE ERROR
                  MOVE 'INTERES DESBORDADO                 '
                                   TO WS-EXC-MOTIVO
                  PERFORM 2900-EXCEPCION THRU F-2900-EXCEPCION
           END-COMPUTE.

       F-2150-CALCULAR-INTERES. EXIT.

      **************************************
      *                                    *
      *  TASA DE LA MONEDA CON EL MAYOR    *
      *  PLAZO MINIMO QUE NO SUPERA EL     *
      *  PLAZO DEL CERTIFICADO             *
      *                                    *
      **************************************
       2200-BUSCAR-TASA.
           MOVE ZEROS TO WS-SUB-TAS-ELEGIDA.
           PERFORM 2250-PROBAR-TASA THRU F-2250-PROBAR-TASA
                   VARYING WS-SUB-TAS FROM 1 BY 1
                   UNTIL WS-SUB-TAS GREATER WS-CANT-TASAS.

       F-2200-BUSCAR-TASA. EXIT.

       2250-PROBAR-TASA.
           IF WS-TTA-MONEDA (WS-SUB-TAS) NOT EQUAL PF-MONEDA OR
              WS-TTA-PLAZO-MIN (WS-SUB-TAS) GREATER PF-PLAZO
              GO TO F-2250-PROBAR-TASA
           END-IF.

           IF WS-SUB-TAS-ELEGIDA EQUAL ZEROS
              MOVE WS-SUB-TAS TO WS-SUB-TAS-ELEGIDA
           ELSE
              IF WS-TTA-PLAZO-MIN (WS-SUB-TAS) GREATER
                 WS-TTA-PLAZO-MIN (WS-SUB-TAS-ELEGIDA)
                 MOVE WS-SUB-TAS TO WS-SUB-TAS-ELEGIDA
              END-IF
           END-IF.

       F-2250-PROBAR-TASA. EXIT.

      **************************************
      *                                    *
      *  LA CUENTA VINCULADA DEBE PODER    *
      *  RECIBIR EL CREDITO; SI NO, EL     *
      *  CERTIFICADO QUEDA SIN TOCAR       *
      *                                    *
      **************************************
       2300-VALIDAR-CUENTA.
           MOVE PF-CTA-SUCURSAL TO CTA-SUCURSAL.
           MOVE PF-CTA-CUENTA   TO CTA-CUENTA.

           READ CTAMAE
                INVALID KEY
                   MOVE 'CUENTA VINCULADA INEXISTENTE       '
                                    TO WS-EXC-MOTIVO
                   PERFORM 2900-EXCEPCION THRU F-2900-EXCEPCION
                   GO TO F-2300-VALIDAR-CUENTA
           END-READ.

           IF CTA-BAJA
              MOVE 'CUENTA VINCULADA DADA DE BAJA      '
                               TO WS-EXC-MOTIVO
              PERFORM 2900-EXCEPCION THRU F-2900-EXCEPCION
              GO TO F-2300-VALIDAR-CUENTA
           END-IF.

           IF CTA-EMBARGADA
              MOVE 'CUENTA VINCULADA EMBARGADA         '
                               TO WS-EXC-MOTIVO
              PERFORM 2900-EXCEPCION THRU F-2900-EXCEPCION
              GO TO F-2300-VALIDAR-CUENTA
           END-IF.

           IF CTA-MONEDA NOT EQUAL PF-MONEDA
              MOVE 'MONEDA DISTINTA EN CUENTA VINCULADA'
                               TO WS-EXC-MOTIVO
              PERFORM 2900-EXCEPCION THRU F-2900-EXCEPCION
              GO TO F-2300-VALIDAR-CUENTA
           END-IF.

       F-2300-VALIDAR-CUENTA. EXIT.

      **************************************
      *                                    *
      *  BUSCA EL RENGLON SUCURSAL+MONEDA  *
      *  Y LO AGREGA SI NO ESTA; TABLA     *
      *  LLENA DEJA EL INDICE PASADO DEL   *
      *  MAXIMO                            *
      *                                    *
      **************************************
       2400-UBICAR-SUCURSAL.
           SET WS-IDX-SMO TO 1.
           PERFORM 2450-AVANZAR-SUCURSAL THRU F-2450-AVANZAR-SUCURSAL
                   UNTIL WS-IDX-SMO GREATER WS-CANT-SUC-MON
                   OR (WS-SMO-SUCURSAL (WS-IDX-SMO)
                                EQUAL WS-BUS-SUCURSAL AND
                       WS-SMO-MONEDA (WS-IDX-SMO)
                                EQUAL WS-BUS-MONEDA).

           IF WS-IDX-SMO NOT GREATER WS-CANT-SUC-MON
              GO TO F-2400-UBICAR-SUCURSAL
           END-IF.

           IF WS-CANT-SUC-MON NOT LESS WS-MAX-SUC-MON
              SET WS-IDX-SMO TO WS-MAX-SUC-MON
              SET WS-IDX-SMO UP BY 1
              GO TO F-2400-UBICAR-SUCURSAL
           END-IF.

           ADD 1 TO WS-CANT-SUC-MON.
           SET WS-IDX-SMO TO WS-CANT-SUC-MON.
           MOVE WS-BUS-SUCURSAL TO WS-SMO-SUCURSAL (WS-IDX-SMO).
           MOVE WS-BUS-MONEDA   TO WS-SMO-MONEDA (WS-IDX-SMO).
           MOVE ZEROS           TO WS-SMO-INTERES (WS-IDX-SMO)
                                   WS-SMO-PAGADO (WS-IDX-SMO).

       F-2400-UBICAR-SUCURSAL. EXIT.

       2450-AVANZAR-SUCURSAL.
           SET WS-IDX-SMO UP BY 1.

       F-2450-AVANZAR-SUCURSAL. EXIT.

      **************************************
      *                                    *
      *  NUEVO PERIODO DE LA RENOVACION:   *
      *  DESDE EL VENCIMIENTO POR EL MISMO *
      *  PLAZO, CORRIDO AL HABIL SIGUIENTE *
      *                                    *
      **************************************
       2500-NUEVO-VENCIMIENTO.
           MOVE 'V'                  TO WS-FEC-FUNCION.
           MOVE PF-FECHA-VENCIMIENTO TO WS-FEC-DESDE.
           MOVE ZEROS                TO WS-FEC-HASTA.
           MOVE PF-PLAZO             TO WS-FEC-CANT.

           CALL 'FECHAB' USING WS-FEC-FUNCION
                               WS-FEC-DESDE
                               WS-FEC-HASTA
                               WS-FEC-CANT
                               WS-FEC-CALENDARIO
                               WS-FEC-HABILES
                               WS-FEC-RESULTADO.

           EVALUATE TRUE
               WHEN WS-FEC-OK
                  MOVE WS-FEC-HASTA TO WS-VENCE-NUEVO

               WHEN WS-FEC-SIN-CALENDARIO
               WHEN WS-FEC-FUERA-CALENDARIO
                  MOVE WS-FEC-HASTA TO WS-VENCE-NUEVO
                  IF NOT WS-AVISO-CAL-DADO
                     DISPLAY '* CALEND NO CUBRE TODOS LOS '
                             'VENCIMIENTOS, QUEDAN SIN CORRER '
                             'AL HABIL SIGUIENTE'
                     SET WS-AVISO-CAL-DADO TO TRUE
                     IF RETURN-CODE LESS 4
                        MOVE 4 TO RETURN-CODE
                     END-IF
                  END-IF

               WHEN OTHER
                  MOVE 'NO SE PUDO CALCULAR LA RENOVACION  '
                                   TO WS-EXC-MOTIVO
                  PERFORM 2900-EXCEPCION THRU F-2900-EXCEPCION
           END-EVALUATE.

       F-2500-NUEVO-VENCIMIENTO. EXIT.

      **************************************
      *                                    *
      *  CREDITO EN LA CUENTA VINCULADA,   *
      *  EN LAYOUT CPSUCU                  *
      *                                    *
      **************************************
       2600-EMITIR-CREDITO.
           MOVE SPACES             TO WS-REG-ENTRADA.
           MOVE PF-CTA-SUCURSAL    TO WS-NRO-SUCURSAL
                                      WS-BUS-SUCURSAL.
           PERFORM 2850-NOMBRE-SUCURSAL THRU F-2850-NOMBRE-SUCURSAL.
           MOVE WS-NOMBRE-ACTUAL   TO WS-NOMBRE-SUC.
           MOVE CTA-TIPO           TO WS-TIPO-CUENTA.
           MOVE ZERO               TO WS-ESTADO-CUENTA.
           MOVE PF-CTA-CUENTA      TO WS-NRO-CUENTA.
           MOVE WS-IMPORTE-CREDITO TO WS-SUC-IMPORTE.
           MOVE PF-MONEDA          TO WS-MONEDA-CUENTA.

           WRITE REG-MOVPFV FROM WS-REG-ENTRADA.
           IF WS-MOV-CODE IS NOT EQUAL '00'
              DISPLAY '* ERROR EN WRITE MOVPFV = ' WS-MOV-CODE
              MOVE 9999 TO RETURN-CODE
              SET WS-FIN-LECTURA TO TRUE
           ELSE
              ADD 1 TO WS-CANT-MOVIMIENTOS
           END-IF.

       F-2600-EMITIR-CREDITO. EXIT.

      **************************************
      *                                    *
      *  CANCELA O RENUEVA EL CERTIFICADO, *
      *  ACUMULA PARA LOS ASIENTOS Y LO    *
      *  DEJA EN EL INFORME                *
      *                                    *
      **************************************
       2700-ACTUALIZAR-PFMAE.
           MOVE PF-CAPITAL TO WS-VEN-CAPITAL.
           MOVE WS-INTERES TO WS-VEN-INTERES
                              PF-ULT-INTERES.

           EVALUATE TRUE
               WHEN WS-ACC-ACREDITAR
                  SET PF-CANCELADO TO TRUE
                  MOVE WS-FECHA    TO PF-FECHA-CANCELACION
                  ADD 1 TO WS-CANT-ACREDITADOS
                  IF WS-VEN-RESULTADO EQUAL SPACES
                     MOVE 'ACREDITADO' TO WS-VEN-RESULTADO
                  END-IF
               WHEN WS-ACC-RENOVAR-CAPITAL
                  MOVE PF-FECHA-VENCIMIENTO TO PF-FECHA-COLOCACION
                  MOVE WS-VENCE-NUEVO       TO PF-FECHA-VENCIMIENTO
                  MOVE WS-TASA-NUEVA        TO PF-TASA
                  ADD 1 TO PF-CANT-RENOVACIONES
                  ADD 1 TO WS-CANT-RENOVADOS
                  IF WS-VEN-RESULTADO EQUAL SPACES
                     MOVE 'RENOVADO CAPITAL' TO WS-VEN-RESULTADO
                  END-IF
               WHEN OTHER
                  MOVE WS-CAPITAL-NUEVO     TO PF-CAPITAL
                  MOVE PF-FECHA-VENCIMIENTO TO PF-FECHA-COLOCACION
                  MOVE WS-VENCE-NUEVO       TO PF-FECHA-VENCIMIENTO
                  MOVE WS-TASA-NUEVA        TO PF-TASA
                  ADD 1 TO PF-CANT-RENOVACIONES
                  ADD 1 TO WS-CANT-RENOVADOS
                  MOVE 'RENOVADO TOTAL'     TO WS-VEN-RESULTADO
           END-EVALUATE.

           REWRITE REG-PFMAE
              INVALID KEY
                 DISPLAY '* ERROR EN REWRITE PFMAE = ' WS-PF-CODE
                 MOVE 9999 TO RETURN-CODE
                 SET WS-FIN-LECTURA TO TRUE
                 GO TO F-2700-ACTUALIZAR-PFMAE
           END-REWRITE.

           ADD WS-INTERES         TO WS-SMO-INTERES (WS-IDX-SMO)
                                     WS-IMP-INTERES.
           ADD WS-IMPORTE-CREDITO TO WS-SMO-PAGADO (WS-IDX-SMO)
                                     WS-IMP-PAGADO.

           MOVE PF-SUCURSAL          TO WS-VEN-SUCURSAL.
           MOVE PF-CERTIFICADO       TO WS-VEN-CERTIF.
           MOVE PF-MONEDA            TO WS-VEN-MONEDA.
           IF PF-VIGENTE
              MOVE PF-FECHA-VENCIMIENTO TO WS-VEN-VENCE
           ELSE
              MOVE ZEROS                TO WS-VEN-VENCE
           END-IF.
           MOVE WS-LIN-VENCIDO       TO REG-INFORME.
           PERFORM 9300-GRABAR-INFORME THRU F-9300-GRABAR-INFORME.

       F-2700-ACTUALIZAR-PFMAE. EXIT.

      **************************************
      *                                    *
      *  EMITE EL CERTIFICADO VIGENTE EN   *
      *  PFSUCU COMO CUENTA DE TIPO 3 PARA *
      *  EL CORTE POR SUCURSAL             *
      *                                    *
      **************************************
       2800-EMITIR-VIGENTE.
           MOVE SPACES          TO WS-REG-ENTRADA.
           MOVE PF-SUCURSAL     TO WS-NRO-SUCURSAL
                                   WS-BUS-SUCURSAL.
           PERFORM 2850-NOMBRE-SUCURSAL THRU F-2850-NOMBRE-SUCURSAL.
           MOVE WS-NOMBRE-ACTUAL TO WS-NOMBRE-SUC.
           MOVE 3               TO WS-TIPO-CUENTA.
           MOVE ZERO            TO WS-ESTADO-CUENTA.
           MOVE PF-CERTIFICADO  TO WS-NRO-CUENTA.
           MOVE PF-CAPITAL      TO WS-SUC-IMPORTE.
           MOVE PF-MONEDA       TO WS-MONEDA-CUENTA.

           WRITE REG-PFSUCU FROM WS-REG-ENTRADA.
           IF WS-PFS-CODE IS NOT EQUAL '00'
              DISPLAY '* ERROR EN WRITE PFSUCU = ' WS-PFS-CODE
              MOVE 9999 TO RETURN-CODE
              SET WS-FIN-LECTURA TO TRUE
           ELSE
              ADD 1          TO WS-CANT-VIGENTES
              ADD PF-CAPITAL TO WS-IMP-VIGENTE
           END-IF.

       F-2800-EMITIR-VIGENTE. EXIT.

      **************************************
      *                                    *
      *  NOMBRE DE LA SUCURSAL DE SUCMAE;  *
      *  SE GUARDA EL ULTIMO LEIDO PORQUE  *
      *  EL MAESTRO VIENE POR SUCURSAL     *
      *                                    *
      **************************************
       2850-NOMBRE-SUCURSAL.
           IF WS-BUS-SUCURSAL EQUAL WS-SUC-NOMBRE-LEIDA
              GO TO F-2850-NOMBRE-SUCURSAL
           END-IF.

           MOVE WS-BUS-SUCURSAL TO WS-SUC-NOMBRE-LEIDA.
           MOVE SPACES          TO WS-NOMBRE-ACTUAL.

           IF WS-HAY-SUCMAE
              MOVE WS-BUS-SUCURSAL TO SUC-COD
              READ SUCMAE RECORD KEY IS SUC-COD
                   INVALID KEY
                      CONTINUE
                   NOT INVALID KEY
                      MOVE SUC-NOM TO WS-NOMBRE-ACTUAL
              END-READ
           END-IF.

       F-2850-NOMBRE-SUCURSAL. EXIT.

      **************************************
      *                                    *
      *  VENCIMIENTO QUE NO SE PUEDE       *
      *  PROCESAR: EL CERTIFICADO QUEDA    *
      *  COMO ESTA Y SALE EN EL INFORME    *
      *                                    *
      **************************************
       2900-EXCEPCION.
           SET WS-VENC-INVALIDO TO TRUE.
           ADD 1 TO WS-CANT-EXCEPCIONES.

           MOVE PF-SUCURSAL     TO WS-EXC-SUCURSAL.
           MOVE PF-CERTIFICADO  TO WS-EXC-CERTIF.
           MOVE PF-CTA-SUCURSAL TO WS-EXC-CTA-SUC.
           MOVE PF-CTA-CUENTA   TO WS-EXC-CUENTA.
           MOVE WS-LIN-EXCEPCION TO REG-INFORME.
           PERFORM 9300-GRABAR-INFORME THRU F-9300-GRABAR-INFORME.

           IF RETURN-CODE LESS 4
              MOVE 4 TO RETURN-CODE
           END-IF.

       F-2900-EXCEPCION. EXIT.

      **************************************
      *                                    *
      *  ASIENTOS DE INTERESES Y PAGOS     *
      *  POR SUCURSAL Y MONEDA             *
      *                                    *
      **************************************
       3000-ASENTAR.
           PERFORM 3100-ASENTAR-SUCURSAL THRU F-3100-ASENTAR-SUCURSAL
                   VARYING WS-IDX-SMO FROM 1 BY 1
                   UNTIL WS-IDX-SMO GREATER WS-CANT-SUC-MON.

       F-3000-ASENTAR. EXIT.

       3100-ASENTAR-SUCURSAL.
           MOVE 'BCO' TO WS-ENTIDAD-SUC.

           IF WS-HAY-SUCMAE
              MOVE WS-SMO-SUCURSAL (WS-IDX-SMO) TO SUC-COD
              READ SUCMAE RECORD KEY IS SUC-COD
                   INVALID KEY
                      CONTINUE
                   NOT INVALID KEY
                      IF SUC-ENTIDAD NOT EQUAL SPACES
                         MOVE SUC-ENTIDAD TO WS-ENTIDAD-SUC
                      END-IF
              END-READ
           END-IF.

           MOVE WS-ENTIDAD-SUC                TO WS-GL-CIA.
           MOVE WS-SMO-SUCURSAL (WS-IDX-SMO)  TO WS-GL-CENTRO-COSTO.
           MOVE WS-SMO-MONEDA (WS-IDX-SMO)    TO WS-GL-MONEDA.

      *    EL INTERES DEVENGADO SE SUMA A LO QUE SE LE DEBE AL
      *    TITULAR DEL PLAZO FIJO
           IF WS-SMO-INTERES (WS-IDX-SMO) GREATER ZEROS
              MOVE WS-SMO-INTERES (WS-IDX-SMO) TO WS-GL-IMPORTE
              MOVE WS-GL-CTA-INTERES-PF TO WS-GL-CUENTA
              MOVE 'D'                  TO WS-GL-DEBE-HABER
              PERFORM 3190-GRABAR-ASIENTO THRU F-3190-GRABAR-ASIENTO
              MOVE WS-GL-CTA-PLAZO-FIJO TO WS-GL-CUENTA
              MOVE 'H'                  TO WS-GL-DEBE-HABER
              PERFORM 3190-GRABAR-ASIENTO THRU F-3190-GRABAR-ASIENTO
           END-IF.

      *    LO ACREDITADO EN LA CUENTA VINCULADA VUELVE A
      *    DEPOSITOS A LA VISTA
           IF WS-SMO-PAGADO (WS-IDX-SMO) GREATER ZEROS
              MOVE WS-SMO-PAGADO (WS-IDX-SMO) TO WS-GL-IMPORTE
              MOVE WS-GL-CTA-PLAZO-FIJO TO WS-GL-CUENTA
              MOVE 'D'                  TO WS-GL-DEBE-HABER
              PERFORM 3190-GRABAR-ASIENTO THRU F-3190-GRABAR-ASIENTO
              MOVE WS-GL-CTA-LIBRO      TO WS-GL-CUENTA
              MOVE 'H'                  TO WS-GL-DEBE-HABER
              PERFORM 3190-GRABAR-ASIENTO THRU F-3190-GRABAR-ASIENTO
           END-IF.

       F-3100-ASENTAR-SUCURSAL. EXIT.

       3190-GRABAR-ASIENTO.
           PERFORM 9700-GRABAR-GLPOST THRU F-9700-GRABAR-GLPOST.
           IF WS-GL-CODE IS NOT EQUAL '00'
              DISPLAY '* ERROR EN WRITE GLPOST = ' WS-GL-CODE
              MOVE 9999 TO RETURN-CODE
           ELSE
              IF WS-ASIENTO-EN-GLPOST
                 ADD 1 TO WS-CANT-ASIENTOS
              END-IF
           END-IF.

       F-3190-GRABAR-ASIENTO. EXIT.

      **************************************
      *                                    *
      *  GRABA UNA LINEA DEL INFORME       *
      *                                    *
      **************************************
       9300-GRABAR-INFORME.
           WRITE REG-INFORME.
           IF WS-INF-CODE IS NOT EQUAL '00'
              DISPLAY '* ERROR EN WRITE INFORME = ' WS-INF-CODE
              MOVE 9999 TO RETURN-CODE
              SET WS-FIN-LECTURA TO TRUE
           END-IF.

       F-9300-GRABAR-INFORME. EXIT.

      **************************************
      *                                    *
      *  GRABA UNA LINEA DE RESUMEN        *
      *                                    *
      **************************************
       9400-LINEA-RESUMEN.
           MOVE WS-LIN-RESUMEN TO REG-INFORME.
           PERFORM 9300-GRABAR-INFORME THRU F-9300-GRABAR-INFORME.

       F-9400-LINEA-RESUMEN. EXIT.

      **************************************
      *                                    *
      *  RESUMEN DE LA CORRIDA Y CIERRE    *
      *  DE FILES                          *
      *                                    *
      **************************************
       9999-FINAL.
           IF WS-INF-CODE EQUAL '00'
              MOVE WS-LIN-BLANCA TO REG-INFORME
              PERFORM 9300-GRABAR-INFORME THRU F-9300-GRABAR-INFORME
              MOVE 'CERTIFICADOS VENCIDOS' TO WS-RES-TEXTO
              MOVE WS-CANT-VENCIDOS     TO WS-RES-VALOR
              PERFORM 9400-LINEA-RESUMEN THRU F-9400-LINEA-RESUMEN
              MOVE 'ACREDITADOS Y CANCELADOS' TO WS-RES-TEXTO
              MOVE WS-CANT-ACREDITADOS  TO WS-RES-VALOR
              PERFORM 9400-LINEA-RESUMEN THRU F-9400-LINEA-RESUMEN
              MOVE 'RENOVADOS'          TO WS-RES-TEXTO
              MOVE WS-CANT-RENOVADOS    TO WS-RES-VALOR
              PERFORM 9400-LINEA-RESUMEN THRU F-9400-LINEA-RESUMEN
              MOVE 'EXCEPCIONES'        TO WS-RES-TEXTO
              MOVE WS-CANT-EXCEPCIONES  TO WS-RES-VALOR
              PERFORM 9400-LINEA-RESUMEN THRU F-9400-LINEA-RESUMEN
              MOVE 'INTERESES DEVENGADOS' TO WS-RES-TEXTO
              MOVE WS-IMP-INTERES       TO WS-RES-VALOR
              PERFORM 9400-LINEA-RESUMEN THRU F-9400-LINEA-RESUMEN
              MOVE 'ACREDITADO EN CUENTAS' TO WS-RES-TEXTO
              MOVE WS-IMP-PAGADO        TO WS-RES-VALOR
              PERFORM 9400-LINEA-RESUMEN THRU F-9400-LINEA-RESUMEN
              MOVE 'CERTIFICADOS VIGENTES' TO WS-RES-TEXTO
              MOVE WS-CANT-VIGENTES     TO WS-RES-VALOR
              PERFORM 9400-LINEA-RESUMEN THRU F-9400-LINEA-RESUMEN
              MOVE 'CAPITAL VIGENTE'    TO WS-RES-TEXTO
              MOVE WS-IMP-VIGENTE       TO WS-RES-VALOR
              PERFORM 9400-LINEA-RESUMEN THRU F-9400-LINEA-RESUMEN
           END-IF.

           CLOSE PFMAE.
           IF WS-PF-CODE IS NOT EQUAL '00'
              DISPLAY '* ERROR EN CLOSE PFMAE   = ' WS-PF-CODE
              MOVE 9999 TO RETURN-CODE
           END-IF.

           CLOSE CTAMAE.
           IF WS-CTA-CODE IS NOT EQUAL '00'
              DISPLAY '* ERROR EN CLOSE CTAMAE  = ' WS-CTA-CODE
              MOVE 9999 TO RETURN-CODE
           END-IF.

           CLOSE MOVPFV.
           IF WS-MOV-CODE IS NOT EQUAL '00'
              DISPLAY '* ERROR EN CLOSE MOVPFV  = ' WS-MOV-CODE
              MOVE 9999 TO RETURN-CODE
           END-IF.

           CLOSE PFSUCU.
           IF WS-PFS-CODE IS NOT EQUAL '00'
              DISPLAY '* ERROR EN CLOSE PFSUCU  = ' WS-PFS-CODE
              MOVE 9999 TO RETURN-CODE
           END-IF.

           CLOSE GLPOST.
           IF WS-GL-CODE IS NOT EQUAL '00'
              DISPLAY '* ERROR EN CLOSE GLPOST  = ' WS-GL-CODE
              MOVE 9999 TO RETURN-CODE
           END-IF.

           CLOSE GLSUSP.
           IF WS-SUS-CODE IS NOT EQUAL '00'
              DISPLAY '* ERROR EN CLOSE GLSUSP  = ' WS-SUS-CODE
              MOVE 9999 TO RETURN-CODE
           END-IF.

           CLOSE INFORME.
           IF WS-INF-CODE IS NOT EQUAL '00'
              DISPLAY '* ERROR EN CLOSE INFORME = ' WS-INF-CODE
              MOVE 9999 TO RETURN-CODE
           END-IF.

           IF WS-HAY-SUCMAE
              CLOSE SUCMAE
           END-IF.

           DISPLAY '************************** '.
           DISPLAY 'CERTIFICADOS LEIDOS     : ' WS-CANT-LEIDOS.
           DISPLAY 'CERTIFICADOS VENCIDOS   : ' WS-CANT-VENCIDOS.
           DISPLAY 'ACREDITADOS             : ' WS-CANT-ACREDITADOS.
           DISPLAY 'RENOVADOS               : ' WS-CANT-RENOVADOS.
           DISPLAY 'EXCEPCIONES             : ' WS-CANT-EXCEPCIONES.
           DISPLAY 'MOVIMIENTOS EN MOVPFV   : ' WS-CANT-MOVIMIENTOS.
           DISPLAY 'VIGENTES EN PFSUCU      : ' WS-CANT-VIGENTES.
           DISPLAY 'ASIENTOS GRABADOS GLPOST: ' WS-CANT-ASIENTOS.
           DISPLAY 'ASIENTOS EN SUSPENSO    : ' WS-CANT-SUSPENSO.

       F-9999-FINAL. EXIT.

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
           MOVE 'PGMPFVEN'     TO WS-SUS-PROGRAMA.
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
