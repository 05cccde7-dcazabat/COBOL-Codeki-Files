       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMDEVDE.
       AUTHOR.        D. CAZABAT.
       INSTALLATION.  CURSO CODEKI.
       DATE-WRITTEN.  14/10/2026.
       DATE-COMPILED. 14/10/2026.
      **********************************************************
      *                                                        *
      *  DEVENGAMIENTO DIARIO DE INTERESES DEUDORES SOBRE LOS  *
      *  SALDOS NEGATIVOS DEL MAESTRO CTAMAE (GIRO EN          *
      *  DESCUBIERTO): COMPLEMENTO DE PGMDEVIN, QUE SOLO       *
      *  DEVENGA SALDOS ACREEDORES.                            *
      *                                                        *
      *  DE CADA CUENTA NO DADA DE BAJA CON IMPORTE NEGATIVO:  *
      *  LA PARTE DEL SALDO DEUDOR DENTRO DE SU LIMITE DE      *
      *  GIRO (CTA-LIMITE-GIRO, MANTENIDO POR PGMLIMIT)        *
      *  DEVENGA A LA TASA DE ACUERDO, Y LA PARTE QUE LO       *
      *  SUPERA A LA TASA PUNITORIA. AMBAS TASAS SON ANUALES   *
      *  Y SALEN DE LA TABLA TASDEU, UNA LINEA POR TIPO DE     *
      *  CUENTA; EL TIPO SIN LINEA NO DEVENGA (HOY SOLO SE     *
      *  CARGA LA CUENTA CORRIENTE). UN LIMITE NO NUMERICO SE  *
      *  TOMA COMO CERO, COMO EN PGMEXCES.                     *
      *                                                        *
      *  LO DEVENGADO SE ACUMULA POR CUENTA EN ACRDEU (CLAVE   *
      *  SUCURSAL + CUENTA), INTERES Y PUNITORIO POR SEPARADO. *
      *  EL REPROCESO DE UN DIA YA DEVENGADO NO DUPLICA.       *
      *                                                        *
      *  EL ULTIMO DIA HABIL DEL MES (SEGUN CALEND) SE COBRA:  *
      *  CADA ACUMULADO CON SALDO SE EMITE COMO MOVIMIENTO DE  *
      *  DEBITO EN EL LAYOUT CPSUCU (ARCHIVO MOVDEU), QUE LA   *
      *  IMPUTACION NOCTURNA (PGMPOSTE) APLICA AL SALDO DE LA  *
      *  CUENTA; SE LISTA EN EL RESUMEN MENSUAL POR SUCURSAL   *
      *  (INFORME) Y EL ACUMULADOR VUELVE A CERO.              *
      *                                                        *
      *  ASIENTOS EN GLPOST POR SUCURSAL Y MONEDA, CON LA      *
      *  ENTIDAD DE LA SUCURSAL SEGUN SUCMAE: EL DEVENGADO DEL *
      *  DIA DEBITA INTERESES DEVENGADOS A COBRAR (135010) Y   *
      *  ACREDITA INTERESES GANADOS POR GIRO EN DESCUBIERTO    *
      *  (510020); EL COBRO DEBITA DEPOSITOS (410010) CONTRA   *
      *  EL DEVENGADO A COBRAR.                                *
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
      *14/10/2026* REGISTRO CTAMAE   * 001 *
      *          * POR COPY CPCTAMA  *     *
      *15/10/2026* PERIODO CERRADO   * 002 *
      *          * AL SUSPENSO       *     *
      *          * GLSUSP (PERCHK)   *     *
      *15/10/2026* SUSPENSO CON LA   * 003 *
      *          * FECHA DE PROCESO  *     *
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

             SELECT ACRDEU  ASSIGN DDACRDEU
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS ADE-CLAVE
                    FILE STATUS IS WS-ADE-CODE.

             SELECT SUCMAE  ASSIGN DDSUCMA
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS SUC-COD
                    FILE STATUS IS WS-SUC-CODE.

             SELECT TASDEU  ASSIGN DDTASDEU
                    FILE STATUS IS WS-TAS-CODE.

             SELECT CALEND  ASSIGN DDCALEND
                    FILE STATUS IS WS-CAL-CODE.

             SELECT MOVDEU  ASSIGN DDMOVDEU
                    FILE STATUS IS WS-MDE-CODE.

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
       FD CTAMAE.

           COPY CPCTAMA.

       FD ACRDEU.

       01 REG-ACRDEU.
           03  ADE-CLAVE.
               05  ADE-SUCURSAL    PIC 9(03).
               05  ADE-CUENTA      PIC 9(08).
           03  ADE-TIPO            PIC 9(01).
           03  ADE-MONEDA          PIC 9(02).
           03  ADE-ACUM-INTERES    PIC S9(07)V99.
           03  ADE-ACUM-PUNITORIO  PIC S9(07)V99.
           03  ADE-FECHA-ULT-DEV   PIC 9(08).
           03  FILLER              PIC X(10).

       FD SUCMAE.

       01 REG-SUCMAE.
           03  SUC-COD       PIC 9(03).
           03  SUC-NOM       PIC X(14).
           03  SUC-ESTADO    PIC X(01).
           03  SUC-ENTIDAD   PIC X(03).
           03  FILLER        PIC X(09).

       FD TASDEU
            BLOCK CONTAINS 0 RECORDS
            RECORDING MODE IS F.

       01 REG-TASDEU     PIC X(20).

       FD CALEND
            BLOCK CONTAINS 0 RECORDS
            RECORDING MODE IS F.

       01 REG-CALEND     PIC X(30).

       FD MOVDEU
            BLOCK CONTAINS 0 RECORDS
            RECORDING MODE IS F.

       01 REG-MOVDEU     PIC X(38).

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

       01 REG-INFORME    PIC X(100).

       FD PARMS
            BLOCK CONTAINS 0 RECORDS
            RECORDING MODE IS F.

       01 REG-PARM       PIC X(08).

      **************************************
       WORKING-STORAGE SECTION.
      **************************************
       77  FILLER        PIC X(26) VALUE '* INICIO WORKING-STORAGE *'.
       77  FILLER        PIC X(26) VALUE '* CODIGOS RETORNO FILES  *'.
       77  WS-CTA-CODE      PIC XX    VALUE SPACES.
       77  WS-ADE-CODE      PIC XX    VALUE SPACES.
       77  WS-SUC-CODE      PIC XX    VALUE SPACES.
       77  WS-TAS-CODE      PIC XX    VALUE SPACES.
       77  WS-CAL-CODE      PIC XX    VALUE SPACES.
       77  WS-MDE-CODE      PIC XX    VALUE SPACES.
       77  WS-GL-CODE       PIC XX    VALUE SPACES.
       77  WS-SUS-CODE      PIC XX    VALUE SPACES.
       77  WS-INF-CODE      PIC XX    VALUE SPACES.
       77  WS-PARM-CODE     PIC XX    VALUE SPACES.

       01  WS-STATUS-FIN    PIC X.
           88  WS-FIN-LECTURA         VALUE 'Y'.
           88  WS-NO-FIN-LECTURA      VALUE 'N'.

       01  WS-STATUS-FIN-TAS  PIC X.
           88  WS-FIN-TASAS           VALUE 'Y'.
           88  WS-NO-FIN-TASAS        VALUE 'N'.

       01  WS-STATUS-FIN-CAL  PIC X.
           88  WS-FIN-CAL             VALUE 'Y'.
           88  WS-NO-FIN-CAL          VALUE 'N'.

       01  WS-STATUS-FIN-ADE  PIC X.
           88  WS-FIN-ACRDEU          VALUE 'Y'.
           88  WS-NO-FIN-ACRDEU       VALUE 'N'.

       01  WS-SWITCH-ULT-HABIL PIC X    VALUE 'N'.
           88  WS-ES-ULTIMO-HABIL      VALUE 'S'.
           88  WS-NO-ES-ULTIMO-HABIL   VALUE 'N'.

       01  WS-SWITCH-FECHA-CAL PIC X    VALUE 'N'.
           88  WS-FECHA-HALLADA        VALUE 'S'.
           88  WS-FECHA-NO-HALLADA     VALUE 'N'.

       01  WS-SWITCH-SUCMAE   PIC X     VALUE 'N'.
           88  WS-HAY-SUCMAE          VALUE 'S'.
           88  WS-NO-HAY-SUCMAE       VALUE 'N'.

       01  WS-SWITCH-DEVENGO  PIC X     VALUE 'N'.
           88  WS-CUENTA-DEVENGADA    VALUE 'S'.
           88  WS-CUENTA-NO-DEVENGADA VALUE 'N'.

       77  FILLER        PIC X(26) VALUE '* LAYOUT ENTRADA MESES   *'.
      **************************************
               COPY CPSUCU.
      **************************************

      ********  FECHA DE PROCESO  ***************
       01  WS-FECHA.
           03  WS-FECHA-SSAAMM  PIC 9(06)  VALUE ZEROS.
           03  WS-FECHA-DD      PIC 99     VALUE ZEROS.

       01  WS-FECHA-DESG REDEFINES WS-FECHA.
           03  WS-FEC-SIGLO     PIC 99.
           03  WS-FEC-AA        PIC 99.
           03  WS-FEC-MM        PIC 99.
           03  WS-FEC-DD        PIC 99.

       01  WS-REG-PARM.
           03  WS-PARM-FECHA    PIC 9(08).

       77  WS-HABIL-PROCESO     PIC X(01)  VALUE 'S'.

      ********  CALENDARIO DE DIAS HABILES  ***************
       01  WS-REG-CALEND.
           03  WS-CAL-FECHA.
               05  WS-CAL-SSAAMM   PIC 9(06).
               05  WS-CAL-DD       PIC 99.
           03  WS-CAL-HABIL     PIC X(01).
           03  WS-CAL-DESCRIP   PIC X(15).
           03  FILLER           PIC X(06).

      ********  TASAS DEUDORAS POR TIPO DE CUENTA  ***********
       01  WS-REG-TASDEU.
           03  WS-TAS-TIPO      PIC 9(01).
           03  WS-TAS-ACUERDO   PIC 9(03)V9(04).
           03  WS-TAS-PUNITORIA PIC 9(03)V9(04).
           03  FILLER           PIC X(05).

       01  WS-TABLA-TASAS.
           03  WS-TTA-ENT OCCURS 9 TIMES.
               05  WS-TTA-TIPO      PIC 9(01)      VALUE ZEROS.
               05  WS-TTA-ACUERDO   PIC 9(03)V9(04) VALUE ZEROS.
               05  WS-TTA-PUNITORIA PIC 9(03)V9(04) VALUE ZEROS.

       77  WS-CANT-TASAS        PIC 9(01)  VALUE ZEROS.
       77  WS-SUB-TAS           PIC 9(02)  VALUE ZEROS.
       77  WS-SUB-TAS-ACTUAL    PIC 9(02)  VALUE ZEROS.

      ********  CALCULO DEL INTERES DEUDOR DEL DIA  ************
       77  WS-LIMITE-CUENTA     PIC 9(07)V99  VALUE ZEROS.
       77  WS-SALDO-DEUDOR      PIC 9(07)V99  VALUE ZEROS.
       77  WS-DEUDA-ACUERDO     PIC 9(07)V99  VALUE ZEROS.
       77  WS-DEUDA-EXCESO      PIC 9(07)V99  VALUE ZEROS.
       77  WS-INTERES-DIA       PIC S9(07)V99 VALUE ZEROS.
       77  WS-PUNITORIO-DIA     PIC S9(07)V99 VALUE ZEROS.
       77  WS-TOTAL-COBRO       PIC S9(09)V99 VALUE ZEROS.
       77  WS-NOMBRE-SUC-MAE    PIC X(14)     VALUE SPACES.

      ********  CONTADORES DE PROCESO  ***************
       77  WS-CANT-LEIDAS       PIC 9(7)      VALUE ZEROS.
       77  WS-CANT-DEUDORAS     PIC 9(7)      VALUE ZEROS.
       77  WS-CANT-DEVENGADAS   PIC 9(7)      VALUE ZEROS.
       77  WS-CANT-SIN-TASA     PIC 9(7)      VALUE ZEROS.
       77  WS-CANT-COBRADAS     PIC 9(7)      VALUE ZEROS.
       77  WS-IMP-DEV-INTERES   PIC S9(11)V99 VALUE ZEROS.
       77  WS-IMP-DEV-PUNITORIO PIC S9(11)V99 VALUE ZEROS.
       77  WS-IMP-COB-INTERES   PIC S9(11)V99 VALUE ZEROS.
       77  WS-IMP-COB-PUNITORIO PIC S9(11)V99 VALUE ZEROS.
       77  WS-EDIT-IMPORTE      PIC ZZZ,ZZZ,ZZ9.99- VALUE ZEROS.
       77  WS-CANT-ASIENTOS     PIC 9(7)      VALUE ZEROS.

      ********  ASIENTOS CONTABLES DEL INTERES DEUDOR  *********
      *  EL DEVENGAMIENTO DEBITA EL DEVENGADO A COBRAR CONTRA
      *  EL INGRESO POR INTERESES; EL COBRO DEBITA LA CUENTA DE
      *  DEPOSITOS DEL LIBRO CONTRA EL DEVENGADO A COBRAR
       01  WS-REG-GLPOST.
           03  WS-GL-CIA           PIC X(03)     VALUE 'BCO'.
           03  WS-GL-CUENTA        PIC 9(06)     VALUE 135010.
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

       77  WS-GL-CTA-A-COBRAR   PIC 9(06)  VALUE 135010.
       77  WS-GL-CTA-INGRESO    PIC 9(06)  VALUE 510020.
       77  WS-GL-CTA-LIBRO      PIC 9(06)  VALUE 410010.
       77  WS-ASI-CTA-DEBE      PIC 9(06)  VALUE ZEROS.
       77  WS-ASI-CTA-HABER     PIC 9(06)  VALUE ZEROS.
       77  WS-ENTIDAD-SUC       PIC X(03)  VALUE 'BCO'.

      ********  ACUMULADO DE LA SUCURSAL POR MONEDA  ***********
       77  WS-SUCURSAL-ANT      PIC 9(03)  VALUE ZEROS.
       77  WS-ASI-MON-BUSCADA   PIC 9(02)  VALUE ZEROS.
       77  WS-ASI-IMP-SUMAR     PIC S9(07)V99 VALUE ZEROS.

       01  WS-TABLA-ASIENTO.
           03  WS-ASI-ENT OCCURS 10 TIMES.
               05  WS-ASI-MONEDA    PIC 9(02)     VALUE ZEROS.
               05  WS-ASI-IMPORTE   PIC S9(11)V99 VALUE ZEROS.

       77  WS-CANT-ASI-MON      PIC 9(02)  VALUE ZEROS.
       77  WS-SUB-ASI           PIC 9(02)  VALUE ZEROS.
       77  WS-SUB-ASI-ACTUAL    PIC 9(02)  VALUE ZEROS.

      ********  SUBTOTALES DEL RESUMEN POR SUCURSAL Y MONEDA  **
       01  WS-TABLA-RESUMEN.
           03  WS-RES-ENT OCCURS 10 TIMES.
               05  WS-RES-MONEDA    PIC 9(02)     VALUE ZEROS.
               05  WS-RES-INTERES   PIC S9(11)V99 VALUE ZEROS.
               05  WS-RES-PUNITORIO PIC S9(11)V99 VALUE ZEROS.

       77  WS-CANT-RES-MON      PIC 9(02)  VALUE ZEROS.
       77  WS-SUB-RES           PIC 9(02)  VALUE ZEROS.
       77  WS-SUB-RES-ACTUAL    PIC 9(02)  VALUE ZEROS.

      ********  LINEAS DEL INFORME  ***************
       01  WS-LIN-TITULO.
           03  FILLER           PIC X(47)  VALUE
               'RESUMEN DE INTERESES DEUDORES COBRADOS - FECHA '.
           03  WS-TIT-FECHA     PIC 9(08).
           03  FILLER           PIC X(45)  VALUE SPACES.

       01  WS-LIN-SIN-COBRO.
           03  FILLER           PIC X(40)  VALUE
               'NO ES EL ULTIMO DIA HABIL DEL MES: HOY '.
           03  FILLER           PIC X(60)  VALUE
               'SOLO SE DEVENGA, NO SE COBRA'.

       01  WS-LIN-SUCURSAL.
           03  FILLER           PIC X(09)  VALUE 'SUCURSAL '.
           03  WS-LSU-SUCURSAL  PIC 999.
           03  FILLER           PIC X(01)  VALUE SPACE.
           03  WS-LSU-NOMBRE    PIC X(14).
           03  FILLER           PIC X(73)  VALUE SPACES.

       01  WS-LIN-DETALLE.
           03  FILLER           PIC X(04)  VALUE 'SUC '.
           03  WS-DET-SUCURSAL  PIC 999.
           03  FILLER           PIC X(05)  VALUE ' CTA '.
           03  WS-DET-CUENTA    PIC 9(08).
           03  FILLER           PIC X(05)  VALUE ' MON '.
           03  WS-DET-MONEDA    PIC 99.
           03  FILLER           PIC X(09)  VALUE ' INTERES '.
           03  WS-DET-INTERES   PIC Z,ZZZ,ZZ9.99.
           03  FILLER           PIC X(07)  VALUE ' PUNIT '.
           03  WS-DET-PUNITORIO PIC Z,ZZZ,ZZ9.99.
           03  FILLER           PIC X(07)  VALUE ' TOTAL '.
           03  WS-DET-TOTAL     PIC ZZ,ZZZ,ZZ9.99.
           03  FILLER           PIC X(13)  VALUE SPACES.

       01  WS-LIN-SUBTOTAL.
           03  WS-SUB-TEXTO     PIC X(13)  VALUE 'SUBTOTAL SUC '.
           03  WS-SUB-SUCURSAL  PIC X(03).
           03  FILLER           PIC X(05)  VALUE ' MON '.
           03  WS-SUB-MONEDA    PIC 99.
           03  FILLER           PIC X(09)  VALUE ' INTERES '.
           03  WS-SUB-INTERES   PIC ZZZ,ZZZ,ZZ9.99.
           03  FILLER           PIC X(07)  VALUE ' PUNIT '.
           03  WS-SUB-PUNITORIO PIC ZZZ,ZZZ,ZZ9.99.
           03  FILLER           PIC X(07)  VALUE ' TOTAL '.
           03  WS-SUB-TOTAL     PIC ZZZ,ZZZ,ZZ9.99.
           03  FILLER           PIC X(12)  VALUE SPACES.

       01  WS-LIN-BLANCA        PIC X(100)  VALUE SPACES.

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

           IF WS-CANT-ASI-MON GREATER ZEROS
              PERFORM 2700-GRABAR-ASIENTOS THRU F-2700-GRABAR-ASIENTOS
           END-IF.

           IF WS-ES-ULTIMO-HABIL
              PERFORM 3000-COBRAR THRU F-3000-COBRAR
           ELSE
              MOVE WS-LIN-SIN-COBRO TO REG-INFORME
              PERFORM 9300-GRABAR-INFORME THRU F-9300-GRABAR-INFORME
           END-IF.

           PERFORM 9999-FINAL    THRU  F-9999-FINAL.

       F-MAIN-PROGRAM. GOBACK.

      **************************************
      *                                    *
      *  APERTURA DE FILES, TASAS,         *
      *  CALENDARIO Y ARRANQUE DE LA       *
      *  RECORRIDA DEL MAESTRO             *
      *                                    *
      **************************************
       1000-INICIO.
           ACCEPT WS-FECHA FROM DATE YYYYMMDD.
           PERFORM 1100-LEER-PARM THRU F-1100-LEER-PARM.
           DISPLAY 'FECHA:    '  WS-FECHA.

           SET WS-NO-FIN-LECTURA TO TRUE.

           PERFORM 1150-VALIDAR-CALENDARIO
                     THRU F-1150-VALIDAR-CALENDARIO.

           PERFORM 1200-CARGAR-TASAS THRU F-1200-CARGAR-TASAS.

           OPEN INPUT CTAMAE.
           IF WS-CTA-CODE IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN CTAMAE  = ' WS-CTA-CODE
              MOVE 9999 TO RETURN-CODE
              SET  WS-FIN-LECTURA TO TRUE
           END-IF.

           OPEN I-O ACRDEU.
           IF WS-ADE-CODE IS NOT EQUAL '00'
              OPEN OUTPUT ACRDEU
           END-IF.
           IF WS-ADE-CODE IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN ACRDEU  = ' WS-ADE-CODE
              MOVE 9999 TO RETURN-CODE
              SET  WS-FIN-LECTURA TO TRUE
           END-IF.

           OPEN OUTPUT MOVDEU.
           IF WS-MDE-CODE IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN MOVDEU  = ' WS-MDE-CODE
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
      *    Y EL NOMBRE DE LOS MOVIMIENTOS DE COBRO
           SET WS-NO-HAY-SUCMAE TO TRUE.
           OPEN INPUT SUCMAE.
           IF WS-SUC-CODE IS NOT EQUAL '00'
              DISPLAY '* MAESTRO DE SUCURSALES NO DISPONIBLE, '
                      'LOS ASIENTOS SALEN CON ENTIDAD BCO'
           ELSE
              SET WS-HAY-SUCMAE TO TRUE
           END-IF.

      *    MIENTRAS SE DEVENGA EL PAR ES A COBRAR CONTRA INGRESO
           MOVE WS-GL-CTA-A-COBRAR TO WS-ASI-CTA-DEBE.
           MOVE WS-GL-CTA-INGRESO  TO WS-ASI-CTA-HABER.

           MOVE WS-FEC-SIGLO TO WS-GL-FECHA-SIGLO.
           MOVE WS-FEC-AA    TO WS-GL-FECHA-AA.
           MOVE WS-FEC-MM    TO WS-GL-FECHA-MM.
           MOVE WS-FEC-DD    TO WS-GL-FECHA-DD.

           IF WS-INF-CODE EQUAL '00'
              MOVE WS-FECHA TO WS-TIT-FECHA
              MOVE WS-LIN-TITULO TO REG-INFORME
              PERFORM 9300-GRABAR-INFORME THRU F-9300-GRABAR-INFORME
              MOVE WS-LIN-BLANCA TO REG-INFORME
              PERFORM 9300-GRABAR-INFORME THRU F-9300-GRABAR-INFORME
           END-IF.

           IF WS-NO-FIN-LECTURA
              MOVE LOW-VALUES TO CTA-CLAVE
              START CTAMAE KEY IS NOT LESS CTA-CLAVE
                    INVALID KEY SET WS-FIN-LECTURA TO TRUE
              END-START
           END-IF.

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
      *  DETERMINA CONTRA CALEND SI LA     *
      *  FECHA DE PROCESO ES EL ULTIMO     *
      *  DIA HABIL DEL MES: HABIL Y SIN    *
      *  OTRO DIA HABIL POSTERIOR EN EL    *
      *  MISMO MES. SIN CALENDARIO NO SE   *
      *  COBRA, SOLO SE DEVENGA            *
      *                                    *
      **************************************
       1150-VALIDAR-CALENDARIO.
           SET WS-FECHA-NO-HALLADA TO TRUE.
           SET WS-NO-FIN-CAL TO TRUE.
           MOVE 'N' TO WS-HABIL-PROCESO.
           SET WS-ES-ULTIMO-HABIL TO TRUE.

           OPEN INPUT CALEND.
           IF WS-CAL-CODE IS NOT EQUAL '00'
              DISPLAY '* CALENDARIO DE DIAS HABILES NO '
                      'DISPONIBLE, HOY NO SE COBRA'
              SET WS-NO-ES-ULTIMO-HABIL TO TRUE
              MOVE 4 TO RETURN-CODE
              GO TO F-1150-VALIDAR-CALENDARIO
           END-IF.

           PERFORM 1160-LEER-CALENDARIO
                     THRU F-1160-LEER-CALENDARIO
                   UNTIL WS-FIN-CAL.

           IF WS-CAL-CODE EQUAL '00' OR WS-CAL-CODE EQUAL '10'
              CLOSE CALEND
           END-IF.

           IF WS-FECHA-NO-HALLADA OR WS-HABIL-PROCESO NOT EQUAL 'S'
              SET WS-NO-ES-ULTIMO-HABIL TO TRUE
           END-IF.

           IF WS-ES-ULTIMO-HABIL
              DISPLAY '* ULTIMO DIA HABIL DEL MES: SE '
                      'COBRAN LOS INTERESES DEUDORES DEVENGADOS'
           END-IF.

       F-1150-VALIDAR-CALENDARIO. EXIT.

       1160-LEER-CALENDARIO.
           READ CALEND INTO WS-REG-CALEND
                       AT END SET WS-FIN-CAL TO TRUE.

           IF WS-FIN-CAL
              GO TO F-1160-LEER-CALENDARIO
           END-IF.

           IF WS-CAL-CODE IS NOT EQUAL '00'
              DISPLAY '* ERROR EN LECTURA CALEND = ' WS-CAL-CODE
              MOVE 9999 TO RETURN-CODE
              SET WS-FIN-CAL TO TRUE
              GO TO F-1160-LEER-CALENDARIO
           END-IF.

           IF WS-CAL-FECHA EQUAL WS-FECHA
              SET WS-FECHA-HALLADA TO TRUE
              MOVE WS-CAL-HABIL TO WS-HABIL-PROCESO
           END-IF.

           IF WS-CAL-SSAAMM EQUAL WS-FECHA-SSAAMM
              AND WS-CAL-DD GREATER WS-FECHA-DD
              AND WS-CAL-HABIL EQUAL 'S'
              SET WS-NO-ES-ULTIMO-HABIL TO TRUE
           END-IF.

       F-1160-LEER-CALENDARIO. EXIT.

      **************************************
      *                                    *
      *  CARGA LA TABLA DE TASAS DEUDORAS  *
      *  (ACUERDO Y PUNITORIA) POR TIPO DE *
      *  CUENTA; SIN ARCHIVO NO SE DEVENGA *
      *  NADA Y SE AVISA                   *
      *                                    *
      **************************************
       1200-CARGAR-TASAS.
           MOVE ZEROS TO WS-CANT-TASAS.
           SET WS-NO-FIN-TASAS TO TRUE.

           OPEN INPUT TASDEU.
           IF WS-TAS-CODE IS NOT EQUAL '00'
              DISPLAY '* TABLA DE TASAS DEUDORAS NO DISPONIBLE, '
                      'NO SE DEVENGA NINGUN TIPO DE CUENTA'
              MOVE 4 TO RETURN-CODE
              SET WS-FIN-TASAS TO TRUE
           END-IF.

           PERFORM 1210-LEER-UNA-TASA THRU F-1210-LEER-UNA-TASA
                   UNTIL WS-FIN-TASAS.

           IF WS-TAS-CODE EQUAL '00' OR WS-TAS-CODE EQUAL '10'
              CLOSE TASDEU
           END-IF.

           DISPLAY 'TASAS CARGADAS: ' WS-CANT-TASAS.

       F-1200-CARGAR-TASAS. EXIT.

       1210-LEER-UNA-TASA.
           READ TASDEU INTO WS-REG-TASDEU
                       AT END SET WS-FIN-TASAS TO TRUE.

           IF WS-FIN-TASAS
              GO TO F-1210-LEER-UNA-TASA
           END-IF.

           IF WS-TAS-CODE IS NOT EQUAL '00'
              DISPLAY '* ERROR EN LECTURA TASDEU = ' WS-TAS-CODE
              MOVE 9999 TO RETURN-CODE
              SET WS-FIN-TASAS TO TRUE
              GO TO F-1210-LEER-UNA-TASA
           END-IF.

           IF WS-CANT-TASAS LESS 9
              ADD 1 TO WS-CANT-TASAS
              MOVE WS-TAS-TIPO      TO WS-TTA-TIPO (WS-CANT-TASAS)
              MOVE WS-TAS-ACUERDO   TO WS-TTA-ACUERDO (WS-CANT-TASAS)
              MOVE WS-TAS-PUNITORIA
                                TO WS-TTA-PUNITORIA (WS-CANT-TASAS)
           ELSE
              DISPLAY '* TABLA DE TASAS LLENA, SE IGNORAN '
                      'LOS EXCEDENTES'
              SET WS-FIN-TASAS TO TRUE
           END-IF.

       F-1210-LEER-UNA-TASA. EXIT.

      **************************************
      *                                    *
      *  RECORRE EL MAESTRO EN ORDEN DE    *
      *  CLAVE Y DEVENGA CADA CUENTA CON   *
      *  SALDO DEUDOR Y TASA               *
      *                                    *
      **************************************
       2000-PROCESO.
           READ CTAMAE NEXT RECORD
                AT END
                   SET WS-FIN-LECTURA TO TRUE
                   GO TO F-2000-PROCESO
           END-READ.

           IF WS-CTA-CODE IS NOT EQUAL '00'
              DISPLAY '* ERROR EN LECTURA CTAMAE = ' WS-CTA-CODE
              MOVE 9999 TO RETURN-CODE
              SET WS-FIN-LECTURA TO TRUE
              GO TO F-2000-PROCESO
           END-IF.

           ADD 1 TO WS-CANT-LEIDAS.

      *    LA CUENTA EMBARGADA SIGUE DEBIENDO: SOLO LA BAJA NO DEVENGA
           IF CTA-ESTADO EQUAL 1
              GO TO F-2000-PROCESO
           END-IF.

           IF CTA-IMPORTE NOT LESS ZEROS
              GO TO F-2000-PROCESO
           END-IF.

           ADD 1 TO WS-CANT-DEUDORAS.

           PERFORM 2200-BUSCAR-TASA THRU F-2200-BUSCAR-TASA.
           IF WS-SUB-TAS-ACTUAL EQUAL ZEROS
              ADD 1 TO WS-CANT-SIN-TASA
              GO TO F-2000-PROCESO
           END-IF.

           PERFORM 2100-DEVENGAR-CUENTA
                     THRU F-2100-DEVENGAR-CUENTA.

       F-2000-PROCESO. EXIT.

      **************************************
      *                                    *
      *  PARTE EL SALDO DEUDOR EN LO QUE   *
      *  ESTA DENTRO DEL LIMITE Y EL       *
      *  EXCESO, CALCULA INTERES Y         *
      *  PUNITORIO DEL DIA (TASA ANUAL     *
      *  SOBRE 365) Y LOS SUMA A ACRDEU    *
      *                                    *
      **************************************
       2100-DEVENGAR-CUENTA.
           IF CTA-LIMITE-GIRO IS NUMERIC
              MOVE CTA-LIMITE-GIRO TO WS-LIMITE-CUENTA
           ELSE
              MOVE ZEROS           TO WS-LIMITE-CUENTA
           END-IF.

           COMPUTE WS-SALDO-DEUDOR = ZEROS - CTA-IMPORTE.

           IF WS-SALDO-DEUDOR GREATER WS-LIMITE-CUENTA
              MOVE WS-LIMITE-CUENTA TO WS-DEUDA-ACUERDO
              COMPUTE WS-DEUDA-EXCESO =
                      WS-SALDO-DEUDOR - WS-LIMITE-CUENTA
           ELSE
              MOVE WS-SALDO-DEUDOR  TO WS-DEUDA-ACUERDO
              MOVE ZEROS            TO WS-DEUDA-EXCESO
           END-IF.

           MOVE ZEROS TO WS-INTERES-DIA.
           MOVE ZEROS TO WS-PUNITORIO-DIA.
           COMPUTE WS-INTERES-DIA ROUNDED =
                   WS-DEUDA-ACUERDO *
                   WS-TTA-ACUERDO (WS-SUB-TAS-ACTUAL) / 36500
               ON SIZE ERROR
                   DISPLAY '* INTERES DESBORDADO SUC '
                           CTA-SUCURSAL ' CTA ' CTA-CUENTA
                           ', LA CUENTA NO DEVENGA HOY'
                   MOVE 4 TO RETURN-CODE
                   GO TO F-2100-DEVENGAR-CUENTA
           END-COMPUTE.

           COMPUTE WS-PUNITORIO-DIA ROUNDED =
                   WS-DEUDA-EXCESO *
                   WS-TTA-PUNITORIA (WS-SUB-TAS-ACTUAL) / 36500
               ON SIZE ERROR
                   DISPLAY '* PUNITORIO DESBORDADO SUC '
                           CTA-SUCURSAL ' CTA ' CTA-CUENTA
                           ', LA CUENTA NO DEVENGA HOY'
                   MOVE 4 TO RETURN-CODE
                   GO TO F-2100-DEVENGAR-CUENTA
           END-COMPUTE.

           IF WS-INTERES-DIA NOT GREATER ZEROS
              AND WS-PUNITORIO-DIA NOT GREATER ZEROS
              GO TO F-2100-DEVENGAR-CUENTA
           END-IF.

           MOVE CTA-SUCURSAL TO ADE-SUCURSAL.
           MOVE CTA-CUENTA   TO ADE-CUENTA.

           SET WS-CUENTA-DEVENGADA TO TRUE.
           READ ACRDEU RECORD KEY IS ADE-CLAVE
                INVALID KEY
                   PERFORM 2310-ALTA-ACUMULADOR
                             THRU F-2310-ALTA-ACUMULADOR
                NOT INVALID KEY
                   PERFORM 2320-ACTUALIZAR-ACUMULADOR
                             THRU F-2320-ACTUALIZAR-ACUMULADOR
           END-READ.

      *    SOLO VA AL ASIENTO LO QUE REALMENTE SE SUMO HOY AL
      *    ACUMULADOR (UN REPROCESO DEL DIA NO SE ASIENTA DOS VECES)
           IF WS-CUENTA-NO-DEVENGADA
              GO TO F-2100-DEVENGAR-CUENTA
           END-IF.

           ADD 1 TO WS-CANT-DEVENGADAS.
           ADD WS-INTERES-DIA   TO WS-IMP-DEV-INTERES.
           ADD WS-PUNITORIO-DIA TO WS-IMP-DEV-PUNITORIO.

           IF CTA-SUCURSAL NOT EQUAL WS-SUCURSAL-ANT
              AND WS-CANT-ASI-MON GREATER ZEROS
              PERFORM 2700-GRABAR-ASIENTOS THRU F-2700-GRABAR-ASIENTOS
           END-IF.
           MOVE CTA-SUCURSAL    TO WS-SUCURSAL-ANT.
           MOVE CTA-MONEDA      TO WS-ASI-MON-BUSCADA.
           COMPUTE WS-ASI-IMP-SUMAR =
                   WS-INTERES-DIA + WS-PUNITORIO-DIA.
           PERFORM 2600-ACUMULAR-ASIENTO THRU F-2600-ACUMULAR-ASIENTO.

       F-2100-DEVENGAR-CUENTA. EXIT.

      **************************************
      *                                    *
      *  BUSCA LAS TASAS DEL TIPO DE       *
      *  CUENTA EN LA TABLA CARGADA        *
      *                                    *
      **************************************
       2200-BUSCAR-TASA.
           MOVE ZEROS TO WS-SUB-TAS-ACTUAL.
           PERFORM 2210-PROBAR-TASA THRU F-2210-PROBAR-TASA
                   VARYING WS-SUB-TAS FROM 1 BY 1
                   UNTIL WS-SUB-TAS GREATER WS-CANT-TASAS.

       F-2200-BUSCAR-TASA. EXIT.

       2210-PROBAR-TASA.
           IF WS-TTA-TIPO (WS-SUB-TAS) EQUAL CTA-TIPO
              MOVE WS-SUB-TAS TO WS-SUB-TAS-ACTUAL
           END-IF.

       F-2210-PROBAR-TASA. EXIT.

      **************************************
      *                                    *
      *  ALTA DEL ACUMULADOR DEUDOR DE     *
      *  UNA CUENTA QUE DEVENGA POR        *
      *  PRIMERA VEZ                       *
      *                                    *
      **************************************
       2310-ALTA-ACUMULADOR.
           MOVE SPACES           TO REG-ACRDEU.
           MOVE CTA-SUCURSAL     TO ADE-SUCURSAL.
           MOVE CTA-CUENTA       TO ADE-CUENTA.
           MOVE CTA-TIPO         TO ADE-TIPO.
           MOVE CTA-MONEDA       TO ADE-MONEDA.
           MOVE WS-INTERES-DIA   TO ADE-ACUM-INTERES.
           MOVE WS-PUNITORIO-DIA TO ADE-ACUM-PUNITORIO.
           MOVE WS-FECHA         TO ADE-FECHA-ULT-DEV.

           WRITE REG-ACRDEU
              INVALID KEY
                 DISPLAY '* ERROR EN WRITE ACRDEU = ' WS-ADE-CODE
                 MOVE 9999 TO RETURN-CODE
                 SET WS-FIN-LECTURA TO TRUE
                 SET WS-CUENTA-NO-DEVENGADA TO TRUE
           END-WRITE.

       F-2310-ALTA-ACUMULADOR. EXIT.

      **************************************
      *                                    *
      *  SUMA INTERES Y PUNITORIO DEL DIA  *
      *  A UN ACUMULADOR YA EXISTENTE; SI  *
      *  YA SE DEVENGO HOY (REPROCESO) NO  *
      *  SE DUPLICA                        *
      *                                    *
      **************************************
       2320-ACTUALIZAR-ACUMULADOR.
           IF ADE-FECHA-ULT-DEV EQUAL WS-FECHA
              DISPLAY '* SUC ' ADE-SUCURSAL ' CTA ' ADE-CUENTA
                      ' YA DEVENGADA HOY, NO SE DUPLICA'
              MOVE 4 TO RETURN-CODE
              SET WS-CUENTA-NO-DEVENGADA TO TRUE
              GO TO F-2320-ACTUALIZAR-ACUMULADOR
           END-IF.

           ADD WS-INTERES-DIA   TO ADE-ACUM-INTERES
               ON SIZE ERROR
                  DISPLAY '* ACUMULADOR DESBORDADO SUC '
                          ADE-SUCURSAL ' CTA ' ADE-CUENTA
                  MOVE 9999 TO RETURN-CODE
           END-ADD.
           ADD WS-PUNITORIO-DIA TO ADE-ACUM-PUNITORIO
               ON SIZE ERROR
                  DISPLAY '* ACUMULADOR DESBORDADO SUC '
                          ADE-SUCURSAL ' CTA ' ADE-CUENTA
                  MOVE 9999 TO RETURN-CODE
           END-ADD.
           MOVE CTA-TIPO   TO ADE-TIPO.
           MOVE CTA-MONEDA TO ADE-MONEDA.
           MOVE WS-FECHA   TO ADE-FECHA-ULT-DEV.

           REWRITE REG-ACRDEU
              INVALID KEY
                 DISPLAY '* ERROR EN REWRITE ACRDEU = ' WS-ADE-CODE
                 MOVE 9999 TO RETURN-CODE
                 SET WS-FIN-LECTURA TO TRUE
                 SET WS-CUENTA-NO-DEVENGADA TO TRUE
           END-REWRITE.

       F-2320-ACTUALIZAR-ACUMULADOR. EXIT.

      **************************************
      *                                    *
      *  SUMA UN IMPORTE EN EL RENGLON DE  *
      *  SU MONEDA DEL ASIENTO DE LA       *
      *  SUCURSAL EN CURSO                 *
      *                                    *
      **************************************
       2600-ACUMULAR-ASIENTO.
           MOVE ZEROS TO WS-SUB-ASI-ACTUAL.
           PERFORM 2610-PROBAR-MONEDA THRU F-2610-PROBAR-MONEDA
                   VARYING WS-SUB-ASI FROM 1 BY 1
                   UNTIL WS-SUB-ASI GREATER WS-CANT-ASI-MON.

           IF WS-SUB-ASI-ACTUAL EQUAL ZEROS
              IF WS-CANT-ASI-MON LESS 10
                 ADD 1 TO WS-CANT-ASI-MON
                 MOVE WS-CANT-ASI-MON    TO WS-SUB-ASI-ACTUAL
                 MOVE WS-ASI-MON-BUSCADA
                            TO WS-ASI-MONEDA (WS-SUB-ASI-ACTUAL)
                 MOVE ZEROS TO WS-ASI-IMPORTE (WS-SUB-ASI-ACTUAL)
              ELSE
                 DISPLAY '* DEMASIADAS MONEDAS EN LA SUCURSAL '
                         WS-SUCURSAL-ANT ', MONEDA '
                         WS-ASI-MON-BUSCADA ' SIN ASIENTO'
                 MOVE 4 TO RETURN-CODE
                 GO TO F-2600-ACUMULAR-ASIENTO
              END-IF
           END-IF.

           ADD WS-ASI-IMP-SUMAR TO WS-ASI-IMPORTE (WS-SUB-ASI-ACTUAL).

       F-2600-ACUMULAR-ASIENTO. EXIT.

       2610-PROBAR-MONEDA.
           IF WS-ASI-MONEDA (WS-SUB-ASI) EQUAL WS-ASI-MON-BUSCADA
              MOVE WS-SUB-ASI TO WS-SUB-ASI-ACTUAL
           END-IF.

       F-2610-PROBAR-MONEDA. EXIT.

      **************************************
      *                                    *
      *  CIERRA LA SUCURSAL: GRABA UN PAR  *
      *  DEBE/HABER POR MONEDA CON LA      *
      *  ENTIDAD DE LA SUCURSAL. LAS       *
      *  CUENTAS DEL PAR LAS DEJA CARGADAS *
      *  EL QUE LLAMA (DEVENGADO O COBRO)  *
      *                                    *
      **************************************
       2700-GRABAR-ASIENTOS.
           PERFORM 2710-BUSCAR-ENTIDAD THRU F-2710-BUSCAR-ENTIDAD.

           MOVE WS-ENTIDAD-SUC  TO WS-GL-CIA.
           MOVE WS-SUCURSAL-ANT TO WS-GL-CENTRO-COSTO.

           PERFORM 2750-ASIENTO-MONEDA THRU F-2750-ASIENTO-MONEDA
                   VARYING WS-SUB-ASI FROM 1 BY 1
                   UNTIL WS-SUB-ASI GREATER WS-CANT-ASI-MON.

           MOVE ZEROS TO WS-CANT-ASI-MON.

       F-2700-GRABAR-ASIENTOS. EXIT.

      **************************************
      *                                    *
      *  ENTIDAD LEGAL DE LA SUCURSAL      *
      *  SEGUN SUCMAE; EN BLANCO O SIN     *
      *  MAESTRO SE ASUME EL BANCO         *
      *                                    *
      **************************************
       2710-BUSCAR-ENTIDAD.
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

       F-2710-BUSCAR-ENTIDAD. EXIT.

       2750-ASIENTO-MONEDA.
           IF WS-ASI-IMPORTE (WS-SUB-ASI) NOT GREATER ZEROS
              GO TO F-2750-ASIENTO-MONEDA
           END-IF.

           MOVE WS-ASI-MONEDA (WS-SUB-ASI)  TO WS-GL-MONEDA.
           MOVE WS-ASI-IMPORTE (WS-SUB-ASI) TO WS-GL-IMPORTE.

           MOVE WS-ASI-CTA-DEBE  TO WS-GL-CUENTA.
           MOVE 'D'              TO WS-GL-DEBE-HABER.
           PERFORM 2790-GRABAR-ASIENTO THRU F-2790-GRABAR-ASIENTO.

           MOVE WS-ASI-CTA-HABER TO WS-GL-CUENTA.
           MOVE 'H'              TO WS-GL-DEBE-HABER.
           PERFORM 2790-GRABAR-ASIENTO THRU F-2790-GRABAR-ASIENTO.

       F-2750-ASIENTO-MONEDA. EXIT.

       2790-GRABAR-ASIENTO.
           PERFORM 9700-GRABAR-GLPOST THRU F-9700-GRABAR-GLPOST.
           IF WS-GL-CODE IS NOT EQUAL '00'
              DISPLAY '* ERROR EN WRITE GLPOST = ' WS-GL-CODE
              MOVE 9999 TO RETURN-CODE
           ELSE
              IF WS-ASIENTO-EN-GLPOST
                 ADD 1 TO WS-CANT-ASIENTOS
              END-IF
           END-IF.

       F-2790-GRABAR-ASIENTO. EXIT.

      **************************************
      *                                    *
      *  ULTIMO DIA HABIL DEL MES:         *
      *  RECORRE ACRDEU Y EMITE CADA       *
      *  ACUMULADO CON SALDO COMO          *
      *  MOVIMIENTO DE DEBITO EN LAYOUT    *
      *  CPSUCU, LO LISTA EN EL RESUMEN    *
      *  POR SUCURSAL Y DEJA EL            *
      *  ACUMULADOR EN CERO                *
      *                                    *
      **************************************
       3000-COBRAR.
           SET WS-NO-FIN-ACRDEU TO TRUE.

      *    EL COBRO PASA EL DEVENGADO A COBRAR CONTRA DEPOSITOS
           MOVE WS-GL-CTA-LIBRO    TO WS-ASI-CTA-DEBE.
           MOVE WS-GL-CTA-A-COBRAR TO WS-ASI-CTA-HABER.
           MOVE ZEROS              TO WS-CANT-ASI-MON.
           MOVE ZEROS              TO WS-CANT-RES-MON.
           MOVE ZEROS              TO WS-SUCURSAL-ANT.

           MOVE LOW-VALUES TO ADE-CLAVE.
           START ACRDEU KEY IS NOT LESS ADE-CLAVE
                 INVALID KEY SET WS-FIN-ACRDEU TO TRUE
           END-START.

           PERFORM 3100-COBRAR-UNA THRU F-3100-COBRAR-UNA
                   UNTIL WS-FIN-ACRDEU.

           IF WS-CANT-RES-MON GREATER ZEROS
              PERFORM 3400-CORTE-SUCURSAL THRU F-3400-CORTE-SUCURSAL
           END-IF.

           IF WS-CANT-ASI-MON GREATER ZEROS
              PERFORM 2700-GRABAR-ASIENTOS THRU F-2700-GRABAR-ASIENTOS
           END-IF.

       F-3000-COBRAR. EXIT.

       3100-COBRAR-UNA.
           READ ACRDEU NEXT RECORD
                AT END
                   SET WS-FIN-ACRDEU TO TRUE
                   GO TO F-3100-COBRAR-UNA
           END-READ.

           IF WS-ADE-CODE IS NOT EQUAL '00'
              DISPLAY '* ERROR EN LECTURA ACRDEU = ' WS-ADE-CODE
              MOVE 9999 TO RETURN-CODE
              SET WS-FIN-ACRDEU TO TRUE
              GO TO F-3100-COBRAR-UNA
           END-IF.

           COMPUTE WS-TOTAL-COBRO =
                   ADE-ACUM-INTERES + ADE-ACUM-PUNITORIO.

           IF WS-TOTAL-COBRO NOT GREATER ZEROS
              GO TO F-3100-COBRAR-UNA
           END-IF.

      *    EL MOVIMIENTO CPSUCU NO ADMITE MAS DE 9.999.999,99: LA
      *    CUENTA QUEDA CON SU ACUMULADO PARA REVISION MANUAL
           IF WS-TOTAL-COBRO GREATER 9999999.99
              DISPLAY '* SUC ' ADE-SUCURSAL ' CTA ' ADE-CUENTA
                      ' COBRO EXCEDE EL MOVIMIENTO, NO SE COBRA'
              MOVE 4 TO RETURN-CODE
              GO TO F-3100-COBRAR-UNA
           END-IF.

           IF ADE-SUCURSAL NOT EQUAL WS-SUCURSAL-ANT
              OR WS-CANT-COBRADAS EQUAL ZEROS
              PERFORM 3300-NUEVA-SUCURSAL THRU F-3300-NUEVA-SUCURSAL
           END-IF.

           MOVE SPACES            TO WS-REG-ENTRADA.
           MOVE ADE-SUCURSAL      TO WS-NRO-SUCURSAL.
           MOVE WS-NOMBRE-SUC-MAE TO WS-NOMBRE-SUC.
           MOVE ADE-TIPO          TO WS-TIPO-CUENTA.
           MOVE ZERO              TO WS-ESTADO-CUENTA.
           MOVE ADE-CUENTA        TO WS-NRO-CUENTA.
           COMPUTE WS-SUC-IMPORTE = ZEROS - WS-TOTAL-COBRO.
           MOVE ADE-MONEDA        TO WS-MONEDA-CUENTA.

           WRITE REG-MOVDEU FROM WS-REG-ENTRADA.
           IF WS-MDE-CODE IS NOT EQUAL '00'
              DISPLAY '* ERROR EN WRITE MOVDEU = ' WS-MDE-CODE
              MOVE 9999 TO RETURN-CODE
              SET WS-FIN-ACRDEU TO TRUE
              GO TO F-3100-COBRAR-UNA
           END-IF.

           ADD 1 TO WS-CANT-COBRADAS.
           ADD ADE-ACUM-INTERES   TO WS-IMP-COB-INTERES.
           ADD ADE-ACUM-PUNITORIO TO WS-IMP-COB-PUNITORIO.

           MOVE ADE-SUCURSAL       TO WS-DET-SUCURSAL.
           MOVE ADE-CUENTA         TO WS-DET-CUENTA.
           MOVE ADE-MONEDA         TO WS-DET-MONEDA.
           MOVE ADE-ACUM-INTERES   TO WS-DET-INTERES.
           MOVE ADE-ACUM-PUNITORIO TO WS-DET-PUNITORIO.
           MOVE WS-TOTAL-COBRO     TO WS-DET-TOTAL.
           MOVE WS-LIN-DETALLE     TO REG-INFORME.
           PERFORM 9300-GRABAR-INFORME THRU F-9300-GRABAR-INFORME.

           PERFORM 3500-ACUMULAR-RESUMEN THRU F-3500-ACUMULAR-RESUMEN.

           MOVE ADE-MONEDA       TO WS-ASI-MON-BUSCADA.
           MOVE WS-TOTAL-COBRO   TO WS-ASI-IMP-SUMAR.
           PERFORM 2600-ACUMULAR-ASIENTO THRU F-2600-ACUMULAR-ASIENTO.

           MOVE ZEROS TO ADE-ACUM-INTERES.
           MOVE ZEROS TO ADE-ACUM-PUNITORIO.
           REWRITE REG-ACRDEU
              INVALID KEY
                 DISPLAY '* ERROR EN REWRITE ACRDEU = ' WS-ADE-CODE
                 MOVE 9999 TO RETURN-CODE
                 SET WS-FIN-ACRDEU TO TRUE
           END-REWRITE.

       F-3100-COBRAR-UNA. EXIT.

      **************************************
      *                                    *
      *  CAMBIO DE SUCURSAL EN EL COBRO:   *
      *  CIERRA SUBTOTALES Y ASIENTOS DE   *
      *  LA ANTERIOR Y TITULA LA NUEVA     *
      *                                    *
      **************************************
       3300-NUEVA-SUCURSAL.
           IF WS-CANT-RES-MON GREATER ZEROS
              PERFORM 3400-CORTE-SUCURSAL THRU F-3400-CORTE-SUCURSAL
           END-IF.

           IF WS-CANT-ASI-MON GREATER ZEROS
              PERFORM 2700-GRABAR-ASIENTOS THRU F-2700-GRABAR-ASIENTOS
           END-IF.

           MOVE ADE-SUCURSAL TO WS-SUCURSAL-ANT.

           PERFORM 3200-BUSCAR-NOMBRE-SUC
                     THRU F-3200-BUSCAR-NOMBRE-SUC.

           MOVE ADE-SUCURSAL      TO WS-LSU-SUCURSAL.
           MOVE WS-NOMBRE-SUC-MAE TO WS-LSU-NOMBRE.
           MOVE WS-LIN-SUCURSAL   TO REG-INFORME.
           PERFORM 9300-GRABAR-INFORME THRU F-9300-GRABAR-INFORME.

       F-3300-NUEVA-SUCURSAL. EXIT.

      **************************************
      *                                    *
      *  BUSCA EN EL MAESTRO DE SUCURSALES *
      *  EL NOMBRE OFICIAL PARA EL         *
      *  MOVIMIENTO Y EL RESUMEN           *
      *                                    *
      **************************************
       3200-BUSCAR-NOMBRE-SUC.
           MOVE SPACES TO WS-NOMBRE-SUC-MAE.

           IF WS-HAY-SUCMAE
              MOVE ADE-SUCURSAL TO SUC-COD
              READ SUCMAE RECORD KEY IS SUC-COD
                   INVALID KEY
                      CONTINUE
                   NOT INVALID KEY
                      MOVE SUC-NOM TO WS-NOMBRE-SUC-MAE
              END-READ
           END-IF.

       F-3200-BUSCAR-NOMBRE-SUC. EXIT.

      **************************************
      *                                    *
      *  SUBTOTALES POR MONEDA DE LA       *
      *  SUCURSAL QUE TERMINA              *
      *                                    *
      **************************************
       3400-CORTE-SUCURSAL.
           MOVE 'SUBTOTAL SUC '  TO WS-SUB-TEXTO.
           MOVE WS-SUCURSAL-ANT  TO WS-SUB-SUCURSAL.

           PERFORM 3450-SUBTOTAL-MONEDA THRU F-3450-SUBTOTAL-MONEDA
                   VARYING WS-SUB-RES FROM 1 BY 1
                   UNTIL WS-SUB-RES GREATER WS-CANT-RES-MON.

           MOVE WS-LIN-BLANCA TO REG-INFORME.
           PERFORM 9300-GRABAR-INFORME THRU F-9300-GRABAR-INFORME.

           MOVE ZEROS TO WS-CANT-RES-MON.

       F-3400-CORTE-SUCURSAL. EXIT.

       3450-SUBTOTAL-MONEDA.
           MOVE WS-RES-MONEDA (WS-SUB-RES)    TO WS-SUB-MONEDA.
           MOVE WS-RES-INTERES (WS-SUB-RES)   TO WS-SUB-INTERES.
           MOVE WS-RES-PUNITORIO (WS-SUB-RES) TO WS-SUB-PUNITORIO.
           COMPUTE WS-SUB-TOTAL = WS-RES-INTERES (WS-SUB-RES) +
                                  WS-RES-PUNITORIO (WS-SUB-RES).
           MOVE WS-LIN-SUBTOTAL TO REG-INFORME.
           PERFORM 9300-GRABAR-INFORME THRU F-9300-GRABAR-INFORME.

       F-3450-SUBTOTAL-MONEDA. EXIT.

      **************************************
      *                                    *
      *  SUMA EL COBRO DE LA CUENTA EN EL  *
      *  RENGLON DE SU MONEDA DEL RESUMEN  *
      *  DE LA SUCURSAL                    *
      *                                    *
      **************************************
       3500-ACUMULAR-RESUMEN.
           MOVE ZEROS TO WS-SUB-RES-ACTUAL.
           PERFORM 3510-PROBAR-MONEDA THRU F-3510-PROBAR-MONEDA
                   VARYING WS-SUB-RES FROM 1 BY 1
                   UNTIL WS-SUB-RES GREATER WS-CANT-RES-MON.

           IF WS-SUB-RES-ACTUAL EQUAL ZEROS
              IF WS-CANT-RES-MON LESS 10
                 ADD 1 TO WS-CANT-RES-MON
                 MOVE WS-CANT-RES-MON TO WS-SUB-RES-ACTUAL
                 MOVE ADE-MONEDA  TO WS-RES-MONEDA (WS-SUB-RES-ACTUAL)
                 MOVE ZEROS       TO WS-RES-INTERES (WS-SUB-RES-ACTUAL)
                 MOVE ZEROS TO WS-RES-PUNITORIO (WS-SUB-RES-ACTUAL)
              ELSE
                 DISPLAY '* DEMASIADAS MONEDAS EN LA SUCURSAL '
                         WS-SUCURSAL-ANT ', MONEDA '
                         ADE-MONEDA ' SIN SUBTOTAL'
                 MOVE 4 TO RETURN-CODE
                 GO TO F-3500-ACUMULAR-RESUMEN
              END-IF
           END-IF.

           ADD ADE-ACUM-INTERES   TO WS-RES-INTERES (WS-SUB-RES-ACTUAL).
           ADD ADE-ACUM-PUNITORIO
                               TO WS-RES-PUNITORIO (WS-SUB-RES-ACTUAL).

       F-3500-ACUMULAR-RESUMEN. EXIT.

       3510-PROBAR-MONEDA.
           IF WS-RES-MONEDA (WS-SUB-RES) EQUAL ADE-MONEDA
              MOVE WS-SUB-RES TO WS-SUB-RES-ACTUAL
           END-IF.

       F-3510-PROBAR-MONEDA. EXIT.

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
      *  RESUMEN DEL DEVENGAMIENTO Y       *
      *  CIERRE DE FILES                   *
      *                                    *
      **************************************
       9999-FINAL.
           CLOSE CTAMAE.
           IF WS-CTA-CODE IS NOT EQUAL '00'
              DISPLAY '* ERROR EN CLOSE CTAMAE  = ' WS-CTA-CODE
              MOVE 9999 TO RETURN-CODE
           END-IF.

           CLOSE ACRDEU.
           IF WS-ADE-CODE IS NOT EQUAL '00'
              DISPLAY '* ERROR EN CLOSE ACRDEU  = ' WS-ADE-CODE
              MOVE 9999 TO RETURN-CODE
           END-IF.

           CLOSE MOVDEU.
           IF WS-MDE-CODE IS NOT EQUAL '00'
              DISPLAY '* ERROR EN CLOSE MOVDEU  = ' WS-MDE-CODE
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
           DISPLAY 'CUENTAS LEIDAS          : ' WS-CANT-LEIDAS.
           DISPLAY 'CUENTAS CON SALDO DEUDOR: ' WS-CANT-DEUDORAS.
           DISPLAY 'CUENTAS SIN TASA        : ' WS-CANT-SIN-TASA.
           DISPLAY 'CUENTAS DEVENGADAS      : ' WS-CANT-DEVENGADAS.
           MOVE WS-IMP-DEV-INTERES TO WS-EDIT-IMPORTE.
           DISPLAY 'INTERES DEVENGADO HOY   : ' WS-EDIT-IMPORTE.
           MOVE WS-IMP-DEV-PUNITORIO TO WS-EDIT-IMPORTE.
           DISPLAY 'PUNITORIO DEVENGADO HOY : ' WS-EDIT-IMPORTE.
           DISPLAY 'CUENTAS COBRADAS        : ' WS-CANT-COBRADAS.
           MOVE WS-IMP-COB-INTERES TO WS-EDIT-IMPORTE.
           DISPLAY 'INTERES COBRADO         : ' WS-EDIT-IMPORTE.
           MOVE WS-IMP-COB-PUNITORIO TO WS-EDIT-IMPORTE.
           DISPLAY 'PUNITORIO COBRADO       : ' WS-EDIT-IMPORTE.
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
           MOVE 'PGMDEVDE'     TO WS-SUS-PROGRAMA.
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
