       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMPFCOL.
       AUTHOR.        D. CAZABAT.
       INSTALLATION.  CURSO CODEKI.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.
      **********************************************************
      *                                                        *
      *  COLOCACION DE PLAZOS FIJOS POR TRANSACCION: LEE LAS   *
      *  SOLICITUDES DEL DIA PFNOV (CUENTA VINCULADA, CAPITAL, *
      *  PLAZO EN DIAS E INSTRUCCION AL VENCIMIENTO) Y VALIDA  *
      *  LA CUENTA EN CTAMAE: DEBE EXISTIR, ESTAR ACTIVA (NI   *
      *  BAJA NI EMBARGO) Y TENER SALDO PARA EL CAPITAL. LA    *
      *  MONEDA DEL PLAZO FIJO ES LA DE LA CUENTA.             *
      *                                                        *
      *  LA TASA SALE DE LA TABLA VIGENTE TASPFI (MONEDA +     *
      *  PLAZO MINIMO): SE TOMA EL RENGLON DE LA MONEDA CON EL *
      *  MAYOR PLAZO MINIMO QUE NO SUPERE EL PLAZO PEDIDO. SIN *
      *  TASA PARA EL PLAZO LA SOLICITUD SE RECHAZA.           *
      *                                                        *
      *  EL CERTIFICADO TOMA EL PROXIMO NUMERO DE LA SUCURSAL  *
      *  EN NUMCTL, LA MISMA NUMERACION DE LAS CUENTAS QUE     *
      *  USA PGMAPCTA, SALTEANDO LOS NUMEROS QUE YA ESTAN EN   *
      *  CTAMAE O EN PFMAE. EL VENCIMIENTO ES LA COLOCACION    *
      *  MAS EL PLAZO, CORRIDO AL HABIL SIGUIENTE SEGUN CALEND *
      *  (SUBRUTINA FECHAB, FUNCION 'V').                      *
      *                                                        *
      *  POR CADA COLOCACION: ALTA EN PFMAE (COPY CPPFMAE),    *
      *  DEBITO DEL CAPITAL EN LA CUENTA VINCULADA EN MOVPFC   *
      *  (LAYOUT CPSUCU, LO IMPUTA PGMPOSTE) Y AL FINAL, POR   *
      *  SUCURSAL Y MONEDA, EL ASIENTO EN GLPOST:              *
      *    DEBE DEPOSITOS 410010 / HABER PLAZOS FIJOS 215030   *
      *                                                        *
      *  LAS SOLICITUDES RECHAZADAS SALEN EN EL INFORME CON SU *
      *  MOTIVO (RC 4). CORRE ANTES DE PGMPFVEN.               *
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

             SELECT PFNOV   ASSIGN DDPFNOV
                    FILE STATUS IS WS-NOV-CODE.

             SELECT NUMCTL  ASSIGN DDNUMCTL
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS RANDOM
                    RECORD KEY IS NUM-SUCURSAL
                    FILE STATUS IS WS-NUM-CODE.

             SELECT SUCMAE  ASSIGN DDSUCMA
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS RANDOM
                    RECORD KEY IS SUC-COD
                    FILE STATUS IS WS-SUC-CODE.

             SELECT CTAMAE  ASSIGN DDCTAMAE
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS RANDOM
                    RECORD KEY IS CTA-CLAVE
                    FILE STATUS IS WS-CTA-CODE.

             SELECT PFMAE   ASSIGN DDPFMAE
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS RANDOM
                    RECORD KEY IS PF-CLAVE
                    FILE STATUS IS WS-PF-CODE.

             SELECT TASPFI  ASSIGN DDTASPFI
                    FILE STATUS IS WS-TAS-CODE.

             SELECT MOVPFC  ASSIGN DDMOVPFC
                    FILE STATUS IS WS-MOV-CODE.

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
       FD PFNOV
            BLOCK CONTAINS 0 RECORDS
            RECORDING MODE IS F.

       01 REG-PFNOV      PIC X(80).

       FD NUMCTL.

       01 REG-NUMCTL.
           03  NUM-SUCURSAL        PIC 9(03).
           03  NUM-PROXIMA         PIC 9(08).
           03  NUM-FECHA-ULT-USO   PIC 9(08).
           03  FILLER              PIC X(11).

       FD SUCMAE.

       01 REG-SUCMAE.
           03  SUC-COD       PIC 9(03).
           03  SUC-NOM       PIC X(14).
           03  SUC-ESTADO    PIC X(01).
           03  SUC-ENTIDAD   PIC X(03).
           03  FILLER        PIC X(09).

       FD CTAMAE.

           COPY CPCTAMA.

       FD PFMAE.

           COPY CPPFMAE.

       FD TASPFI
            BLOCK CONTAINS 0 RECORDS
            RECORDING MODE IS F.

       01 REG-TASPFI     PIC X(20).

       FD MOVPFC
            BLOCK CONTAINS 0 RECORDS
            RECORDING MODE IS F.

       01 REG-MOVPFC     PIC X(38).

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
       77  WS-NOV-CODE      PIC XX    VALUE SPACES.
       77  WS-NUM-CODE      PIC XX    VALUE SPACES.
       77  WS-SUC-CODE      PIC XX    VALUE SPACES.
       77  WS-CTA-CODE      PIC XX    VALUE SPACES.
       77  WS-PF-CODE       PIC XX    VALUE SPACES.
       77  WS-TAS-CODE      PIC XX    VALUE SPACES.
       77  WS-MOV-CODE      PIC XX    VALUE SPACES.
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

       01  WS-SWITCH-NUMERO PIC X.
           88  WS-NUMERO-ASIGNADO     VALUE 'S'.
           88  WS-NUMERO-PENDIENTE    VALUE 'N'.

       01  WS-SWITCH-VALIDA   PIC X     VALUE 'S'.
           88  WS-SOL-VALIDA          VALUE 'S'.
           88  WS-SOL-INVALIDA        VALUE 'N'.

       01  WS-SWITCH-SUCMAE   PIC X     VALUE 'N'.
           88  WS-HAY-SUCMAE          VALUE 'S'.
           88  WS-NO-HAY-SUCMAE       VALUE 'N'.

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

      ********  SOLICITUD DE COLOCACION  ***************
       01  WS-REG-PFNOV.
           03  WS-NOV-CTA-CLAVE.
               05  WS-NOV-SUCURSAL     PIC 9(03).
               05  WS-NOV-CUENTA       PIC 9(08).
           03  WS-NOV-CAPITAL          PIC 9(07)V99.
           03  WS-NOV-PLAZO            PIC 9(03).
           03  WS-NOV-INSTRUCCION      PIC X(01).
               88  WS-NOV-INSTRUCCION-OK       VALUE 'A' 'C' 'T'.
           03  WS-NOV-REFERENCIA       PIC X(20).
           03  FILLER                  PIC X(36).

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
       77  WS-TASA-PACTADA      PIC 9(03)V9(04) VALUE ZEROS.

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

      ********  CERTIFICADO EN ASIGNACION  ***************
       77  WS-NUMERO-NUEVO      PIC 9(08)  VALUE ZEROS.
       77  WS-INTENTOS          PIC 9(03)  VALUE ZEROS.
       77  WS-MAX-INTENTOS      PIC 9(03)  VALUE 100.
       77  WS-VENCIMIENTO       PIC 9(08)  VALUE ZEROS.
       77  WS-TIPO-CTA-VINC     PIC 9(01)  VALUE ZEROS.
       77  WS-MONEDA-PF         PIC 9(02)  VALUE ZEROS.

      ********  COLOCADO POR SUCURSAL Y MONEDA  ************
       77  WS-MAX-SUC-MON       PIC 9(03)  VALUE 500.
       77  WS-CANT-SUC-MON      PIC 9(03)  VALUE ZEROS.

       01  WS-TABLA-SUCURSALES.
           03  WS-SMO-ENT OCCURS 500 TIMES
                          INDEXED BY WS-IDX-SMO.
               05  WS-SMO-SUCURSAL  PIC 9(03).
               05  WS-SMO-MONEDA    PIC 9(02).
               05  WS-SMO-COLOCADO  PIC 9(11)V99.

      ********  ASIENTOS DE LA COLOCACION  ***************
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
       77  WS-ENTIDAD-SUC       PIC X(03)  VALUE 'BCO'.
       77  WS-CANT-ASIENTOS     PIC 9(07)  VALUE ZEROS.

      ********  CONTADORES DE PROCESO  ***************
       77  WS-CANT-LEIDAS       PIC 9(7)  VALUE ZEROS.
       77  WS-CANT-COLOCADAS    PIC 9(7)  VALUE ZEROS.
       77  WS-CANT-RECHAZADAS   PIC 9(7)  VALUE ZEROS.
       77  WS-CANT-COLISIONES   PIC 9(7)  VALUE ZEROS.
       77  WS-CANT-CTL-NUEVOS   PIC 9(7)  VALUE ZEROS.
       77  WS-IMP-COLOCADO      PIC 9(11)V99 VALUE ZEROS.

      ********  LINEAS DEL INFORME  ***************
       01  WS-LIN-TITULO.
           03  FILLER           PIC X(44)  VALUE
               'COLOCACION DE PLAZOS FIJOS DEL DIA          '.
           03  WS-TIT-FECHA     PIC 9(08).
           03  FILLER           PIC X(28)  VALUE SPACES.

       01  WS-LIN-COLOCADO.
           03  FILLER           PIC X(05)  VALUE 'CERT '.
           03  WS-COL-SUCURSAL  PIC 9(03).
           03  FILLER           PIC X(01)  VALUE '-'.
           03  WS-COL-CERTIF    PIC 9(08).
           03  FILLER           PIC X(05)  VALUE ' CTA '.
           03  WS-COL-CUENTA    PIC 9(08).
           03  FILLER           PIC X(01)  VALUE SPACE.
           03  WS-COL-CAPITAL   PIC Z,ZZZ,ZZ9.99.
           03  FILLER           PIC X(01)  VALUE SPACE.
           03  WS-COL-MONEDA    PIC 99.
           03  FILLER           PIC X(01)  VALUE SPACE.
           03  WS-COL-TASA      PIC ZZ9.9999.
           03  FILLER           PIC X(01)  VALUE SPACE.
           03  WS-COL-PLAZO     PIC ZZ9.
           03  FILLER           PIC X(01)  VALUE SPACE.
           03  WS-COL-VENCE     PIC 9(08).
           03  FILLER           PIC X(01)  VALUE SPACE.
           03  WS-COL-INSTRUC   PIC X(01).
           03  FILLER           PIC X(10)  VALUE SPACES.

       01  WS-LIN-RECHAZO.
           03  FILLER           PIC X(09)  VALUE 'RECHAZO  '.
           03  WS-REC-SUCURSAL  PIC X(03).
           03  FILLER           PIC X(01)  VALUE '-'.
           03  WS-REC-CUENTA    PIC X(08).
           03  FILLER           PIC X(01)  VALUE SPACE.
           03  WS-REC-REFERENCIA PIC X(20).
           03  FILLER           PIC X(01)  VALUE SPACE.
           03  WS-REC-MOTIVO    PIC X(35).
           03  FILLER           PIC X(02)  VALUE SPACES.

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
      *  PARM, APERTURA DE FILES, CARGA DE *
      *  TASAS Y PRIMERA LECTURA           *
      *                                    *
      **************************************
       1000-INICIO.
           ACCEPT WS-FECHA FROM DATE YYYYMMDD.
           PERFORM 1100-LEER-PARM THRU F-1100-LEER-PARM.
           DISPLAY 'FECHA:    '  WS-FECHA.

           SET WS-NO-FIN-LECTURA TO TRUE.

           OPEN INPUT PFNOV.
           IF WS-NOV-CODE IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN PFNOV   = ' WS-NOV-CODE
              MOVE 9999 TO RETURN-CODE
              SET  WS-FIN-LECTURA TO TRUE
           END-IF.

           OPEN I-O NUMCTL.
           IF WS-NUM-CODE IS NOT EQUAL '00'
              OPEN OUTPUT NUMCTL
           END-IF.
           IF WS-NUM-CODE IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN NUMCTL  = ' WS-NUM-CODE
              MOVE 9999 TO RETURN-CODE
              SET  WS-FIN-LECTURA TO TRUE
           END-IF.

           OPEN INPUT CTAMAE.
           IF WS-CTA-CODE IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN CTAMAE  = ' WS-CTA-CODE
              MOVE 9999 TO RETURN-CODE
              SET  WS-FIN-LECTURA TO TRUE
           END-IF.

      *    LA PRIMERA COLOCACION CREA EL MAESTRO VACIO
           OPEN I-O PFMAE.
           IF WS-PF-CODE IS NOT EQUAL '00'
              OPEN OUTPUT PFMAE
              IF WS-PF-CODE EQUAL '00'
                 CLOSE PFMAE
                 OPEN I-O PFMAE
              END-IF
           END-IF.
           IF WS-PF-CODE IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN PFMAE   = ' WS-PF-CODE
              MOVE 9999 TO RETURN-CODE
              SET  WS-FIN-LECTURA TO TRUE
           END-IF.

           OPEN OUTPUT MOVPFC.
           IF WS-MOV-CODE IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN MOVPFC  = ' WS-MOV-CODE
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

      *    EL MAESTRO DE SUCURSALES DA EL NOMBRE DEL MOVIMIENTO Y
      *    LA ENTIDAD DE LOS ASIENTOS
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

           PERFORM 1800-LEER-SOLICITUD
                     THRU F-1800-LEER-SOLICITUD.

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
      *  CARGA LA TABLA DE TASAS VIGENTES; *
      *  SIN TASAS NO HAY COLOCACION       *
      *                                    *
      **************************************
       1200-CARGAR-TASAS.
           SET WS-NO-FIN-TASAS TO TRUE.
           MOVE ZEROS TO WS-CANT-TASAS.

           OPEN INPUT TASPFI.
           IF WS-TAS-CODE IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN TASPFI  = ' WS-TAS-CODE
              MOVE 9999 TO RETURN-CODE
              SET WS-FIN-LECTURA TO TRUE
              GO TO F-1200-CARGAR-TASAS
           END-IF.

           PERFORM 1250-CARGAR-UNA-TASA THRU F-1250-CARGAR-UNA-TASA
                   UNTIL WS-FIN-TASAS.

           CLOSE TASPFI.

           IF WS-CANT-TASAS EQUAL ZEROS
              DISPLAY '* TABLA DE TASAS TASPFI VACIA, NO SE '
                      'PUEDE COLOCAR'
              MOVE 9999 TO RETURN-CODE
              SET WS-FIN-LECTURA TO TRUE
           END-IF.

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
      *  LECTURA DE LA PROXIMA SOLICITUD   *
      *  DE COLOCACION                     *
      *                                    *
      **************************************
       1800-LEER-SOLICITUD.
           READ PFNOV INTO WS-REG-PFNOV
                      AT END SET WS-FIN-LECTURA TO TRUE.

           IF WS-FIN-LECTURA
              GO TO F-1800-LEER-SOLICITUD
           END-IF.

           IF WS-NOV-CODE IS NOT EQUAL '00'
              DISPLAY '* ERROR EN LECTURA PFNOV = ' WS-NOV-CODE
              MOVE 9999 TO RETURN-CODE
              SET WS-FIN-LECTURA TO TRUE
           END-IF.

       F-1800-LEER-SOLICITUD. EXIT.

      **************************************
      *                                    *
      *  VALIDA Y APLICA UNA SOLICITUD DE  *
      *  COLOCACION                        *
      *                                    *
      **************************************
       2000-PROCESO.
           ADD 1 TO WS-CANT-LEIDAS.

           PERFORM 2100-VALIDAR THRU F-2100-VALIDAR.
           IF WS-SOL-INVALIDA
              PERFORM 2900-RECHAZAR THRU F-2900-RECHAZAR
              GO TO 2000-LEER-SIGUIENTE
           END-IF.

           PERFORM 2200-ASIGNAR-NUMERO
                     THRU F-2200-ASIGNAR-NUMERO.
           IF WS-NUMERO-PENDIENTE
              MOVE 'SIN NUMERO LIBRE EN LA NUMERACION  '
                               TO WS-REC-MOTIVO
              PERFORM 2900-RECHAZAR THRU F-2900-RECHAZAR
              GO TO 2000-LEER-SIGUIENTE
           END-IF.

           PERFORM 2400-CALCULAR-VENCIMIENTO
                     THRU F-2400-CALCULAR-VENCIMIENTO.

           PERFORM 2500-ALTA-EN-PFMAE
                     THRU F-2500-ALTA-EN-PFMAE.
           IF WS-FIN-LECTURA
              GO TO F-2000-PROCESO
           END-IF.

           PERFORM 2600-EMITIR-DEBITO
                     THRU F-2600-EMITIR-DEBITO.

           ADD WS-NOV-CAPITAL TO WS-SMO-COLOCADO (WS-IDX-SMO).
           ADD WS-NOV-CAPITAL TO WS-IMP-COLOCADO.
           ADD 1 TO WS-CANT-COLOCADAS.

           PERFORM 2700-INFORMAR-COLOCACION
                     THRU F-2700-INFORMAR-COLOCACION.

       2000-LEER-SIGUIENTE.
           PERFORM 1800-LEER-SOLICITUD
                     THRU F-1800-LEER-SOLICITUD.

       F-2000-PROCESO. EXIT.

      **************************************
      *                                    *
      *  VALIDACIONES DE LA SOLICITUD, DE  *
      *  LA CUENTA VINCULADA Y DE LA TASA; *
      *  EL MOTIVO QUEDA PARA EL INFORME   *
      *                                    *
      **************************************
       2100-VALIDAR.
           SET WS-SOL-INVALIDA TO TRUE.

           IF WS-NOV-CTA-CLAVE IS NOT NUMERIC
              MOVE 'CUENTA VINCULADA INVALIDA          '
                               TO WS-REC-MOTIVO
              GO TO F-2100-VALIDAR
           END-IF.

           IF WS-NOV-CAPITAL IS NOT NUMERIC OR
              WS-NOV-CAPITAL EQUAL ZEROS
              MOVE 'CAPITAL INVALIDO                   '
                               TO WS-REC-MOTIVO
              GO TO F-2100-VALIDAR
           END-IF.

           IF WS-NOV-PLAZO IS NOT NUMERIC OR
              WS-NOV-PLAZO EQUAL ZEROS
              MOVE 'PLAZO INVALIDO                     '
                               TO WS-REC-MOTIVO
              GO TO F-2100-VALIDAR
           END-IF.

           IF NOT WS-NOV-INSTRUCCION-OK
              MOVE 'INSTRUCCION AL VENCIMIENTO INVALIDA'
                               TO WS-REC-MOTIVO
              GO TO F-2100-VALIDAR
           END-IF.

           MOVE WS-NOV-SUCURSAL TO CTA-SUCURSAL.
           MOVE WS-NOV-CUENTA   TO CTA-CUENTA.
           READ CTAMAE
                INVALID KEY
                   MOVE 'CUENTA VINCULADA INEXISTENTE       '
                                    TO WS-REC-MOTIVO
                   GO TO F-2100-VALIDAR
           END-READ.
           IF CTA-EMBARGADA
              MOVE 'CUENTA VINCULADA EMBARGADA         '
                               TO WS-REC-MOTIVO
              GO TO F-2100-VALIDAR
           END-IF.
           IF NOT CTA-ACTIVA
              MOVE 'CUENTA VINCULADA NO ACTIVA         '
                               TO WS-REC-MOTIVO
              GO TO F-2100-VALIDAR
           END-IF.
           IF CTA-IMPORTE LESS WS-NOV-CAPITAL
              MOVE 'SALDO INSUFICIENTE PARA EL CAPITAL '
                               TO WS-REC-MOTIVO
              GO TO F-2100-VALIDAR
           END-IF.
           MOVE CTA-MONEDA TO WS-MONEDA-PF.
           MOVE CTA-TIPO   TO WS-TIPO-CTA-VINC.

           PERFORM 2150-BUSCAR-TASA THRU F-2150-BUSCAR-TASA.
           IF WS-SUB-TAS-ELEGIDA EQUAL ZEROS
              MOVE 'SIN TASA VIGENTE PARA MONEDA/PLAZO '
                               TO WS-REC-MOTIVO
              GO TO F-2100-VALIDAR
           END-IF.
           MOVE WS-TTA-TASA (WS-SUB-TAS-ELEGIDA) TO WS-TASA-PACTADA.

      *    LUGAR EN LA TABLA DE SUCURSALES PARA EL ASIENTO
           PERFORM 2300-UBICAR-SUCURSAL THRU F-2300-UBICAR-SUCURSAL.
           IF WS-IDX-SMO GREATER WS-MAX-SUC-MON
              MOVE 'TABLA DE SUCURSALES LLENA          '
                               TO WS-REC-MOTIVO
              GO TO F-2100-VALIDAR
           END-IF.

           SET WS-SOL-VALIDA TO TRUE.

       F-2100-VALIDAR. EXIT.

      **************************************
      *                                    *
      *  TASA DE LA MONEDA CON EL MAYOR    *
      *  PLAZO MINIMO QUE NO SUPERA EL     *
      *  PLAZO PEDIDO                      *
      *                                    *
      **************************************
       2150-BUSCAR-TASA.
           MOVE ZEROS TO WS-SUB-TAS-ELEGIDA.
           PERFORM 2160-PROBAR-TASA THRU F-2160-PROBAR-TASA
                   VARYING WS-SUB-TAS FROM 1 BY 1
                   UNTIL WS-SUB-TAS GREATER WS-CANT-TASAS.

       F-2150-BUSCAR-TASA. EXIT.

       2160-PROBAR-TASA.
           IF WS-TTA-MONEDA (WS-SUB-TAS) NOT EQUAL WS-MONEDA-PF OR
              WS-TTA-PLAZO-MIN (WS-SUB-TAS) GREATER WS-NOV-PLAZO
              GO TO F-2160-PROBAR-TASA
           END-IF.

           IF WS-SUB-TAS-ELEGIDA EQUAL ZEROS
              MOVE WS-SUB-TAS TO WS-SUB-TAS-ELEGIDA
           ELSE
              IF WS-TTA-PLAZO-MIN (WS-SUB-TAS) GREATER
                 WS-TTA-PLAZO-MIN (WS-SUB-TAS-ELEGIDA)
                 MOVE WS-SUB-TAS TO WS-SUB-TAS-ELEGIDA
              END-IF
           END-IF.

       F-2160-PROBAR-TASA. EXIT.

      **************************************
      *                                    *
      *  TOMA EL PROXIMO NUMERO DEL        *
      *  CONTROL DE NUMERACION DE LA       *
      *  SUCURSAL; SI YA ESTA EN CTAMAE O  *
      *  EN PFMAE SE SALTEA Y SE PRUEBA EL *
      *  SIGUIENTE                         *
      *                                    *
      **************************************
       2200-ASIGNAR-NUMERO.
           SET WS-NUMERO-PENDIENTE TO TRUE.
           MOVE ZEROS TO WS-INTENTOS.

           MOVE WS-NOV-SUCURSAL TO NUM-SUCURSAL.
           READ NUMCTL
                INVALID KEY
                   PERFORM 2250-CREAR-CONTROL
                             THRU F-2250-CREAR-CONTROL
           END-READ.

           IF WS-NUM-CODE IS NOT EQUAL '00'
              GO TO F-2200-ASIGNAR-NUMERO
           END-IF.

       2200-PROBAR-NUMERO.
           ADD 1 TO WS-INTENTOS.
           IF WS-INTENTOS GREATER WS-MAX-INTENTOS
              DISPLAY '* SUC ' WS-NOV-SUCURSAL ' SIN NUMERO '
                      'LIBRE TRAS ' WS-MAX-INTENTOS ' INTENTOS'
              MOVE 4 TO RETURN-CODE
              GO TO 2200-GRABAR-CONTROL
           END-IF.

           MOVE NUM-PROXIMA TO WS-NUMERO-NUEVO.
           ADD 1 TO NUM-PROXIMA.

           MOVE WS-NOV-SUCURSAL TO CTA-SUCURSAL.
           MOVE WS-NUMERO-NUEVO TO CTA-CUENTA.
           READ CTAMAE
                INVALID KEY
                   SET WS-NUMERO-ASIGNADO TO TRUE
                NOT INVALID KEY
                   ADD 1 TO WS-CANT-COLISIONES
           END-READ.

           IF WS-NUMERO-ASIGNADO
              MOVE WS-NOV-SUCURSAL TO PF-SUCURSAL
              MOVE WS-NUMERO-NUEVO TO PF-CERTIFICADO
              READ PFMAE
                   INVALID KEY
                      CONTINUE
                   NOT INVALID KEY
                      SET WS-NUMERO-PENDIENTE TO TRUE
                      ADD 1 TO WS-CANT-COLISIONES
              END-READ
           END-IF.

           IF WS-NUMERO-PENDIENTE
              GO TO 2200-PROBAR-NUMERO
           END-IF.

       2200-GRABAR-CONTROL.
           MOVE WS-FECHA TO NUM-FECHA-ULT-USO.

           REWRITE REG-NUMCTL
              INVALID KEY
                 DISPLAY '* ERROR EN REWRITE NUMCTL = '
                                             WS-NUM-CODE
                 MOVE 9999 TO RETURN-CODE
                 SET WS-FIN-LECTURA TO TRUE
           END-REWRITE.

       F-2200-ASIGNAR-NUMERO. EXIT.

      **************************************
      *                                    *
      *  PRIMER NUMERO DE LA SUCURSAL: SE  *
      *  CREA SU REGISTRO DE CONTROL DE    *
      *  NUMERACION ARRANCANDO EN 1        *
      *                                    *
      **************************************
       2250-CREAR-CONTROL.
           MOVE SPACES          TO REG-NUMCTL.
           MOVE WS-NOV-SUCURSAL TO NUM-SUCURSAL.
           MOVE 1               TO NUM-PROXIMA.
           MOVE WS-FECHA        TO NUM-FECHA-ULT-USO.

           WRITE REG-NUMCTL
              INVALID KEY
                 DISPLAY '* ERROR EN WRITE NUMCTL = ' WS-NUM-CODE
                 MOVE 9999 TO RETURN-CODE
                 SET WS-FIN-LECTURA TO TRUE
              NOT INVALID KEY
                 ADD 1 TO WS-CANT-CTL-NUEVOS
           END-WRITE.

       F-2250-CREAR-CONTROL. EXIT.

      **************************************
      *                                    *
      *  BUSCA EL RENGLON SUCURSAL+MONEDA  *
      *  Y LO AGREGA SI NO ESTA; TABLA     *
      *  LLENA DEJA EL INDICE PASADO DEL   *
      *  MAXIMO                            *
      *                                    *
      **************************************
       2300-UBICAR-SUCURSAL.
           SET WS-IDX-SMO TO 1.
           PERFORM 2350-AVANZAR-SUCURSAL THRU F-2350-AVANZAR-SUCURSAL
                   UNTIL WS-IDX-SMO GREATER WS-CANT-SUC-MON
                   OR (WS-SMO-SUCURSAL (WS-IDX-SMO)
                                EQUAL WS-NOV-SUCURSAL AND
                       WS-SMO-MONEDA (WS-IDX-SMO)
                                EQUAL WS-MONEDA-PF).

           IF WS-IDX-SMO NOT GREATER WS-CANT-SUC-MON
              GO TO F-2300-UBICAR-SUCURSAL
           END-IF.

           IF WS-CANT-SUC-MON NOT LESS WS-MAX-SUC-MON
              SET WS-IDX-SMO TO WS-MAX-SUC-MON
              SET WS-IDX-SMO UP BY 1
              GO TO F-2300-UBICAR-SUCURSAL
           END-IF.

           ADD 1 TO WS-CANT-SUC-MON.
           SET WS-IDX-SMO TO WS-CANT-SUC-MON.
           MOVE WS-NOV-SUCURSAL TO WS-SMO-SUCURSAL (WS-IDX-SMO).
           MOVE WS-MONEDA-PF    TO WS-SMO-MONEDA (WS-IDX-SMO).
           MOVE ZEROS           TO WS-SMO-COLOCADO (WS-IDX-SMO).

       F-2300-UBICAR-SUCURSAL. EXIT.

       2350-AVANZAR-SUCURSAL.
           SET WS-IDX-SMO UP BY 1.

       F-2350-AVANZAR-SUCURSAL. EXIT.

      **************************************
      *                                    *
      *  VENCIMIENTO = COLOCACION + PLAZO, *
      *  CORRIDO AL HABIL SIGUIENTE. SI    *
      *  CALEND NO CUBRE LA FECHA QUEDA EL *
      *  VENCIMIENTO SIN CORRER: PGMPFVEN  *
      *  TOMA IGUAL EL CERTIFICADO EN LA   *
      *  PRIMERA CORRIDA HABIL POSTERIOR   *
      *                                    *
      **************************************
       2400-CALCULAR-VENCIMIENTO.
           MOVE 'V'            TO WS-FEC-FUNCION.
           MOVE WS-FECHA       TO WS-FEC-DESDE.
           MOVE ZEROS          TO WS-FEC-HASTA.
           MOVE WS-NOV-PLAZO   TO WS-FEC-CANT.

           CALL 'FECHAB' USING WS-FEC-FUNCION
                               WS-FEC-DESDE
                               WS-FEC-HASTA
                               WS-FEC-CANT
                               WS-FEC-CALENDARIO
                               WS-FEC-HABILES
                               WS-FEC-RESULTADO.

           EVALUATE TRUE
               WHEN WS-FEC-OK
                  MOVE WS-FEC-HASTA TO WS-VENCIMIENTO

               WHEN WS-FEC-SIN-CALENDARIO
               WHEN WS-FEC-FUERA-CALENDARIO
                  MOVE WS-FEC-HASTA TO WS-VENCIMIENTO
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
                  DISPLAY '* ERROR EN SUBRUTINA FECHAB, '
                          'RESULTADO ' WS-FEC-RESULTADO
                  MOVE 9999 TO RETURN-CODE
                  SET WS-FIN-LECTURA TO TRUE
                  MOVE WS-FECHA TO WS-VENCIMIENTO
           END-EVALUATE.

       F-2400-CALCULAR-VENCIMIENTO. EXIT.

      **************************************
      *                                    *
      *  ALTA DEL CERTIFICADO EN PFMAE     *
      *                                    *
      **************************************
       2500-ALTA-EN-PFMAE.
           MOVE SPACES             TO REG-PFMAE.
           MOVE WS-NOV-SUCURSAL    TO PF-SUCURSAL.
           MOVE WS-NUMERO-NUEVO    TO PF-CERTIFICADO.
           MOVE WS-NOV-SUCURSAL    TO PF-CTA-SUCURSAL.
           MOVE WS-NOV-CUENTA      TO PF-CTA-CUENTA.
           MOVE WS-NOV-CAPITAL     TO PF-CAPITAL.
           MOVE WS-MONEDA-PF       TO PF-MONEDA.
           MOVE WS-TASA-PACTADA    TO PF-TASA.
           MOVE WS-NOV-PLAZO       TO PF-PLAZO.
           MOVE WS-FECHA           TO PF-FECHA-COLOCACION
                                      PF-FECHA-ALTA.
           MOVE WS-VENCIMIENTO     TO PF-FECHA-VENCIMIENTO.
           MOVE WS-NOV-INSTRUCCION TO PF-INSTRUCCION.
           SET PF-VIGENTE          TO TRUE.
           MOVE ZEROS              TO PF-FECHA-CANCELACION
                                      PF-ULT-INTERES
                                      PF-CANT-RENOVACIONES.

           WRITE REG-PFMAE
              INVALID KEY
                 DISPLAY '* ERROR EN WRITE PFMAE = ' WS-PF-CODE
                 MOVE 9999 TO RETURN-CODE
                 SET WS-FIN-LECTURA TO TRUE
           END-WRITE.

       F-2500-ALTA-EN-PFMAE. EXIT.

      **************************************
      *                                    *
      *  DEBITO DEL CAPITAL EN LA CUENTA   *
      *  VINCULADA, EN LAYOUT CPSUCU       *
      *                                    *
      **************************************
       2600-EMITIR-DEBITO.
           MOVE SPACES           TO WS-REG-ENTRADA.
           MOVE WS-NOV-SUCURSAL  TO WS-NRO-SUCURSAL.
           IF WS-HAY-SUCMAE
              MOVE WS-NOV-SUCURSAL TO SUC-COD
              READ SUCMAE RECORD KEY IS SUC-COD
                   INVALID KEY
                      CONTINUE
                   NOT INVALID KEY
                      MOVE SUC-NOM TO WS-NOMBRE-SUC
              END-READ
           END-IF.
           MOVE WS-TIPO-CTA-VINC TO WS-TIPO-CUENTA.
           MOVE ZERO             TO WS-ESTADO-CUENTA.
           MOVE WS-NOV-CUENTA    TO WS-NRO-CUENTA.
           COMPUTE WS-SUC-IMPORTE = ZERO - WS-NOV-CAPITAL.
           MOVE WS-MONEDA-PF     TO WS-MONEDA-CUENTA.

           WRITE REG-MOVPFC FROM WS-REG-ENTRADA.
           IF WS-MOV-CODE IS NOT EQUAL '00'
              DISPLAY '* ERROR EN WRITE MOVPFC = ' WS-MOV-CODE
              MOVE 9999 TO RETURN-CODE
              SET WS-FIN-LECTURA TO TRUE
           END-IF.

       F-2600-EMITIR-DEBITO. EXIT.

      **************************************
      *                                    *
      *  LINEA DEL CERTIFICADO COLOCADO    *
      *                                    *
      **************************************
       2700-INFORMAR-COLOCACION.
           MOVE WS-NOV-SUCURSAL    TO WS-COL-SUCURSAL.
           MOVE WS-NUMERO-NUEVO    TO WS-COL-CERTIF.
           MOVE WS-NOV-CUENTA      TO WS-COL-CUENTA.
           MOVE WS-NOV-CAPITAL     TO WS-COL-CAPITAL.
           MOVE WS-MONEDA-PF       TO WS-COL-MONEDA.
           MOVE WS-TASA-PACTADA    TO WS-COL-TASA.
           MOVE WS-NOV-PLAZO       TO WS-COL-PLAZO.
           MOVE WS-VENCIMIENTO     TO WS-COL-VENCE.
           MOVE WS-NOV-INSTRUCCION TO WS-COL-INSTRUC.
           MOVE WS-LIN-COLOCADO    TO REG-INFORME.
           PERFORM 9300-GRABAR-INFORME THRU F-9300-GRABAR-INFORME.

       F-2700-INFORMAR-COLOCACION. EXIT.

      **************************************
      *                                    *
      *  DESVIA UNA SOLICITUD RECHAZADA    *
      *  AL INFORME                        *
      *                                    *
      **************************************
       2900-RECHAZAR.
           ADD 1 TO WS-CANT-RECHAZADAS.
           MOVE WS-NOV-SUCURSAL    TO WS-REC-SUCURSAL.
           MOVE WS-NOV-CUENTA      TO WS-REC-CUENTA.
           MOVE WS-NOV-REFERENCIA  TO WS-REC-REFERENCIA.
           MOVE WS-LIN-RECHAZO     TO REG-INFORME.
           PERFORM 9300-GRABAR-INFORME THRU F-9300-GRABAR-INFORME.

           IF RETURN-CODE LESS 4
              MOVE 4 TO RETURN-CODE
           END-IF.

       F-2900-RECHAZAR. EXIT.

      **************************************
      *                                    *
      *  ASIENTO DE LA COLOCACION POR      *
      *  SUCURSAL Y MONEDA: LOS DEPOSITOS  *
      *  A LA VISTA PASAN A PLAZO FIJO     *
      *                                    *
      **************************************
       3000-ASENTAR.
           PERFORM 3100-ASENTAR-SUCURSAL THRU F-3100-ASENTAR-SUCURSAL
                   VARYING WS-IDX-SMO FROM 1 BY 1
                   UNTIL WS-IDX-SMO GREATER WS-CANT-SUC-MON.

       F-3000-ASENTAR. EXIT.

       3100-ASENTAR-SUCURSAL.
           IF WS-SMO-COLOCADO (WS-IDX-SMO) EQUAL ZEROS
              GO TO F-3100-ASENTAR-SUCURSAL
           END-IF.

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
           MOVE WS-SMO-COLOCADO (WS-IDX-SMO)  TO WS-GL-IMPORTE.

           MOVE WS-GL-CTA-LIBRO      TO WS-GL-CUENTA.
           MOVE 'D'                  TO WS-GL-DEBE-HABER.
           PERFORM 3190-GRABAR-ASIENTO THRU F-3190-GRABAR-ASIENTO.

           MOVE WS-GL-CTA-PLAZO-FIJO TO WS-GL-CUENTA.
           MOVE 'H'                  TO WS-GL-DEBE-HABER.
           PERFORM 3190-GRABAR-ASIENTO THRU F-3190-GRABAR-ASIENTO.

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
              MOVE 'SOLICITUDES LEIDAS' TO WS-RES-TEXTO
              MOVE WS-CANT-LEIDAS       TO WS-RES-VALOR
              PERFORM 9400-LINEA-RESUMEN THRU F-9400-LINEA-RESUMEN
              MOVE 'PLAZOS FIJOS COLOCADOS' TO WS-RES-TEXTO
              MOVE WS-CANT-COLOCADAS    TO WS-RES-VALOR
              PERFORM 9400-LINEA-RESUMEN THRU F-9400-LINEA-RESUMEN
              MOVE 'SOLICITUDES RECHAZADAS' TO WS-RES-TEXTO
              MOVE WS-CANT-RECHAZADAS   TO WS-RES-VALOR
              PERFORM 9400-LINEA-RESUMEN THRU F-9400-LINEA-RESUMEN
              MOVE 'CAPITAL COLOCADO' TO WS-RES-TEXTO
              MOVE WS-IMP-COLOCADO      TO WS-RES-VALOR
              PERFORM 9400-LINEA-RESUMEN THRU F-9400-LINEA-RESUMEN
           END-IF.

           CLOSE PFNOV.
           IF WS-NOV-CODE IS NOT EQUAL '00'
              DISPLAY '* ERROR EN CLOSE PFNOV   = ' WS-NOV-CODE
              MOVE 9999 TO RETURN-CODE
           END-IF.

           CLOSE NUMCTL.
           IF WS-NUM-CODE IS NOT EQUAL '00'
              DISPLAY '* ERROR EN CLOSE NUMCTL  = ' WS-NUM-CODE
              MOVE 9999 TO RETURN-CODE
           END-IF.

           CLOSE CTAMAE.
           IF WS-CTA-CODE IS NOT EQUAL '00'
              DISPLAY '* ERROR EN CLOSE CTAMAE  = ' WS-CTA-CODE
              MOVE 9999 TO RETURN-CODE
           END-IF.

           CLOSE PFMAE.
           IF WS-PF-CODE IS NOT EQUAL '00'
              DISPLAY '* ERROR EN CLOSE PFMAE   = ' WS-PF-CODE
              MOVE 9999 TO RETURN-CODE
           END-IF.

           CLOSE MOVPFC.
           IF WS-MOV-CODE IS NOT EQUAL '00'
              DISPLAY '* ERROR EN CLOSE MOVPFC  = ' WS-MOV-CODE
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
           DISPLAY 'SOLICITUDES LEIDAS      : ' WS-CANT-LEIDAS.
           DISPLAY 'PLAZOS FIJOS COLOCADOS  : ' WS-CANT-COLOCADAS.
           DISPLAY 'SOLICITUDES RECHAZADAS  : ' WS-CANT-RECHAZADAS.
           DISPLAY 'NUMEROS SALTEADOS       : ' WS-CANT-COLISIONES.
           DISPLAY 'CONTROLES DADOS DE ALTA : ' WS-CANT-CTL-NUEVOS.
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
           MOVE 'PGMPFCOL'     TO WS-SUS-PROGRAMA.
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
