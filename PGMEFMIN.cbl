       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMEFMIN.
       AUTHOR.        D. CAZABAT.
       INSTALLATION.  CURSO CODEKI.
       DATE-WRITTEN.  14/10/2026.
       DATE-COMPILED. 14/10/2026.
      **********************************************************
      *                                                        *
      *  POSICION MENSUAL DE EFECTIVO MINIMO: TOMA LA BASE     *
      *  DIARIA DE DEPOSITOS QUE EL CORTE DIARIO (PGM2CC7C)    *
      *  DEJA EN DEPHIS POR FECHA, SUCURSAL, MONEDA Y TIPO DE  *
      *  CUENTA Y ARMA LA BASE DE CADA DIA CORRIDO DEL MES:    *
      *  LOS DIAS NO HABILES (SEGUN CALEND) ARRASTRAN LA BASE  *
      *  DEL DIA HABIL ANTERIOR, INCLUSO LOS PRIMEROS DIAS DEL *
      *  MES QUE TOMAN EL ULTIMO HABIL DEL MES PREVIO.         *
      *                                                        *
      *  CON EL PROMEDIO DIARIO POR MONEDA Y TIPO APLICA LOS   *
      *  PORCENTAJES DE EXIGENCIA DE ENCPAR (MONEDA + TIPO, O  *
      *  TIPO 0 COMO PORCENTAJE GENERAL DE LA MONEDA) Y        *
      *  COMPARA LA EXIGENCIA DE CADA MONEDA CONTRA LA         *
      *  POSICION INTEGRADA QUE INFORMA TESORERIA EN POSTES.   *
      *                                                        *
      *  SALIDAS: INFORME DE POSICION CON EXCEDENTE O DEFECTO  *
      *  POR MONEDA Y EL REGIMEN INFORMATIVO EFMBCR (CABECERA  *
      *  'H', DETALLE 'D' POR MONEDA Y TIPO, POSICION 'M' POR  *
      *  MONEDA Y TRAILER 'T' DE CONTROL).                     *
      *                                                        *
      *  EL PERIODO LLEGA POR PARM (SSAAMM); SI NO HAY PARM SE *
      *  INFORMA EL MES ANTERIOR A LA FECHA DEL SISTEMA.       *
      *                                                        *
      *  RETURN-CODE: 9999 ERROR, 4 AVISO (DIA HABIL SIN BASE, *
      *  PORCENTAJE O POSICION FALTANTE, MONEDA EN DEFECTO).   *
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

             SELECT DEPHIS  ASSIGN DDDEPHIS
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS DPH-CLAVE
                    FILE STATUS IS WS-DPH-CODE.

             SELECT CALEND  ASSIGN DDCALEND
                    FILE STATUS IS WS-CAL-CODE.

             SELECT ENCPAR  ASSIGN DDENCPAR
                    FILE STATUS IS WS-ENC-CODE.

             SELECT POSTES  ASSIGN DDPOSTES
                    FILE STATUS IS WS-POS-CODE.

             SELECT EFMBCR  ASSIGN DDEFMBCR
                    FILE STATUS IS WS-BCR-CODE.

             SELECT INFORME ASSIGN DDINFORM
                    FILE STATUS IS WS-INF-CODE.

             SELECT PARMS   ASSIGN DDPARM
                    FILE STATUS IS WS-PARM-CODE.

       DATA DIVISION.
       FILE SECTION.
       FD DEPHIS.

       01 REG-DEPHIS.
           03  DPH-CLAVE.
               05  DPH-FECHA       PIC 9(08).
               05  DPH-SUCURSAL    PIC 9(03).
               05  DPH-MONEDA      PIC 9(02).
               05  DPH-TIPO        PIC 9(01).
           03  DPH-CANT-CUENTAS    PIC 9(05).
           03  DPH-IMPORTE         PIC S9(11)V99.
           03  FILLER              PIC X(08).

       FD CALEND
            BLOCK CONTAINS 0 RECORDS
            RECORDING MODE IS F.

       01 REG-CALEND     PIC X(30).

       FD ENCPAR
            BLOCK CONTAINS 0 RECORDS
            RECORDING MODE IS F.

       01 REG-ENCPAR     PIC X(20).

       FD POSTES
            BLOCK CONTAINS 0 RECORDS
            RECORDING MODE IS F.

       01 REG-POSTES     PIC X(30).

       FD EFMBCR
            BLOCK CONTAINS 0 RECORDS
            RECORDING MODE IS F.

       01 REG-EFMBCR     PIC X(100).

       FD INFORME
            BLOCK CONTAINS 0 RECORDS
            RECORDING MODE IS F.

       01 REG-INFORME    PIC X(80).

       FD PARMS
            BLOCK CONTAINS 0 RECORDS
            RECORDING MODE IS F.

       01 REG-PARM       PIC X(06).

      **************************************
       WORKING-STORAGE SECTION.
      **************************************
       77  FILLER        PIC X(26) VALUE '* INICIO WORKING-STORAGE *'.
       77  FILLER        PIC X(26) VALUE '* CODIGOS RETORNO FILES  *'.
       77  WS-DPH-CODE      PIC XX    VALUE SPACES.
       77  WS-CAL-CODE      PIC XX    VALUE SPACES.
       77  WS-ENC-CODE      PIC XX    VALUE SPACES.
       77  WS-POS-CODE      PIC XX    VALUE SPACES.
       77  WS-BCR-CODE      PIC XX    VALUE SPACES.
       77  WS-INF-CODE      PIC XX    VALUE SPACES.
       77  WS-PARM-CODE     PIC XX    VALUE SPACES.

       01  WS-SWITCH-ERROR  PIC X     VALUE 'N'.
           88  WS-HUBO-ERROR          VALUE 'S'.
           88  WS-NO-HUBO-ERROR       VALUE 'N'.

       01  WS-STATUS-DEPHIS PIC X     VALUE 'N'.
           88  WS-FIN-DEPHIS          VALUE 'Y'.
           88  WS-NO-FIN-DEPHIS       VALUE 'N'.

       01  WS-STATUS-CAL    PIC X     VALUE 'N'.
           88  WS-FIN-CAL             VALUE 'Y'.
           88  WS-NO-FIN-CAL          VALUE 'N'.

       01  WS-STATUS-ENC    PIC X     VALUE 'N'.
           88  WS-FIN-ENC             VALUE 'Y'.
           88  WS-NO-FIN-ENC          VALUE 'N'.

       01  WS-STATUS-POS    PIC X     VALUE 'N'.
           88  WS-FIN-POS             VALUE 'Y'.
           88  WS-NO-FIN-POS          VALUE 'N'.

       01  WS-SWITCH-DATOS  PIC X     VALUE 'N'.
           88  WS-HAY-DATOS-DIA       VALUE 'S'.
           88  WS-NO-HAY-DATOS-DIA    VALUE 'N'.

       01  WS-SWITCH-POSTES PIC X     VALUE 'N'.
           88  WS-HAY-POSTES          VALUE 'S'.
           88  WS-NO-HAY-POSTES       VALUE 'N'.

      ********  FECHAS DEL PROCESO  ***************
       01  WS-FECHA.
           03  WS-FECHA-SIGLO   PIC 99    VALUE ZEROS.
           03  WS-FECHA-AA      PIC 99    VALUE ZEROS.
           03  WS-FECHA-MM      PIC 99    VALUE ZEROS.
           03  WS-FECHA-DD      PIC 99    VALUE ZEROS.

       01  WS-FECHA-N REDEFINES WS-FECHA PIC 9(08).

       01  WS-MES-PEDIDO.
           03  WS-PED-SIGLO     PIC 99    VALUE ZEROS.
           03  WS-PED-AA        PIC 99    VALUE ZEROS.
           03  WS-PED-MM        PIC 99    VALUE ZEROS.

       01  WS-MES-PEDIDO-N REDEFINES WS-MES-PEDIDO PIC 9(06).

       01  WS-REG-PARM.
           03  WS-PARM-SIGLO    PIC 99.
           03  WS-PARM-AA       PIC 99.
           03  WS-PARM-MM       PIC 99.

      *  FECHA DEL DIA CUYA BASE SE CARGA DESDE DEPHIS
       01  WS-FECHA-CARGA.
           03  WS-CAR-MES       PIC 9(06) VALUE ZEROS.
           03  WS-CAR-DD        PIC 99    VALUE ZEROS.

       01  WS-FECHA-CARGA-N REDEFINES WS-FECHA-CARGA PIC 9(08).

      *  ULTIMO DIA HABIL ANTERIOR AL DIA 01 DEL PERIODO
       77  WS-FECHA-PREVIA      PIC 9(08)  VALUE ZEROS.

      ********  CALENDARIO DE DIAS HABILES  ***************
       01  WS-REG-CALEND.
           03  WS-CAL-FECHA.
               05  WS-CAL-SSAAMM   PIC 9(06).
               05  WS-CAL-DD       PIC 99.
           03  WS-CAL-FECHA-NUM REDEFINES WS-CAL-FECHA PIC 9(08).
           03  WS-CAL-HABIL     PIC X(01).
           03  WS-CAL-DESCRIP   PIC X(15).
           03  FILLER           PIC X(06).

       01  WS-TABLA-CAL-MES.
           03  WS-CMS-HABIL     PIC X(01) OCCURS 31 TIMES.

       77  WS-DIAS-MES          PIC 9(02)  VALUE ZEROS.
       77  WS-CANT-DIAS-CAL     PIC 9(02)  VALUE ZEROS.

      ********  PORCENTAJES DE EXIGENCIA (ENCPAR)  ***********
      *  TIPO 0 ES EL PORCENTAJE GENERAL DE LA MONEDA PARA LOS
      *  TIPOS DE CUENTA SIN PORCENTAJE PROPIO
       01  WS-REG-ENCPAR.
           03  WS-ENC-MONEDA    PIC 9(02).
           03  WS-ENC-TIPO      PIC 9(01).
           03  WS-ENC-PORCENTAJE PIC 9(03)V99.
           03  WS-ENC-DESCRIP   PIC X(12).

       01  WS-TABLA-ENCAJES.
           03  WS-TEN-ENT OCCURS 60 TIMES.
               05  WS-TEN-MONEDA    PIC 9(02)     VALUE ZEROS.
               05  WS-TEN-TIPO      PIC 9(01)     VALUE ZEROS.
               05  WS-TEN-PORCENTAJE PIC 9(03)V99 VALUE ZEROS.

       77  WS-CANT-ENCAJES      PIC 9(02)  VALUE ZEROS.
       77  WS-SUB-ENC           PIC 9(02)  VALUE ZEROS.
       77  WS-SUB-ENC-ACTUAL    PIC 9(02)  VALUE ZEROS.
       77  WS-SUB-ENC-GENERAL   PIC 9(02)  VALUE ZEROS.

      ********  POSICION INTEGRADA DE TESORERIA (POSTES)  ****
       01  WS-REG-POSTES.
           03  WS-POS-PERIODO   PIC 9(06).
           03  WS-POS-MONEDA    PIC 9(02).
           03  WS-POS-IMPORTE   PIC S9(13)V99.
           03  FILLER           PIC X(07).

      ********  BASE DE DEPOSITOS POR MONEDA Y TIPO  *********
      *  ORDENADA POR MONEDA Y TIPO. LEIDO ES LO CARGADO DE
      *  DEPHIS PARA LA FECHA EN CURSO; DIA ES LA BASE VIGENTE
      *  QUE SE SUMA EN CADA DIA CORRIDO DEL PERIODO
       01  WS-TABLA-BASES.
           03  WS-BAS-ENT OCCURS 60 TIMES.
               05  WS-BAS-CLAVE.
                   07  WS-BAS-MONEDA    PIC 9(02).
                   07  WS-BAS-TIPO      PIC 9(01).
               05  WS-BAS-LEIDO       PIC S9(13)V99.
               05  WS-BAS-DIA         PIC S9(13)V99.
               05  WS-BAS-ACUMULADO   PIC S9(15)V99.
               05  WS-BAS-PROMEDIO    PIC S9(13)V99.
               05  WS-BAS-PORCENTAJE  PIC 9(03)V99.
               05  WS-BAS-EXIGENCIA   PIC S9(13)V99.

       01  WS-CLAVE-BUSCADA.
           03  WS-BUS-MONEDA    PIC 9(02).
           03  WS-BUS-TIPO      PIC 9(01).

       77  WS-CANT-BASES        PIC 9(02)  VALUE ZEROS.
       77  WS-SUB-BAS           PIC 9(02)  VALUE ZEROS.
       77  WS-SUB-BAS-ACTUAL    PIC 9(02)  VALUE ZEROS.
       77  WS-SUB-MOV           PIC 9(02)  VALUE ZEROS.

      ********  EXIGENCIA Y POSICION POR MONEDA  ***************
       01  WS-TABLA-MONEDAS.
           03  WS-MON-ENT OCCURS 20 TIMES.
               05  WS-MON-MONEDA      PIC 9(02).
               05  WS-MON-PROMEDIO    PIC S9(13)V99.
               05  WS-MON-EXIGENCIA   PIC S9(13)V99.
               05  WS-MON-POSICION    PIC S9(13)V99.
               05  WS-MON-DIFERENCIA  PIC S9(13)V99.
               05  WS-MON-CON-POSICION PIC X(01).
                   88  WS-MON-INFORMADA        VALUE 'S'.
                   88  WS-MON-NO-INFORMADA     VALUE 'N'.

       77  WS-CANT-MONEDAS      PIC 9(02)  VALUE ZEROS.
       77  WS-SUB-MON           PIC 9(02)  VALUE ZEROS.
       77  WS-SUB-MON-ACTUAL    PIC 9(02)  VALUE ZEROS.

      ********  REGIMEN INFORMATIVO DEL BANCO CENTRAL  *******
       01  WS-REG-CABECERA.
           03  WS-CAB-TIPO       PIC X(01)   VALUE 'H'.
           03  WS-CAB-REGIMEN    PIC X(10)   VALUE 'EFECMINIMO'.
           03  WS-CAB-PERIODO    PIC 9(06)   VALUE ZEROS.
           03  WS-CAB-FECHA      PIC 9(08)   VALUE ZEROS.
           03  WS-CAB-PROGRAMA   PIC X(08)   VALUE 'PGMEFMIN'.
           03  WS-CAB-DIAS       PIC 9(02)   VALUE ZEROS.
           03  FILLER            PIC X(65)   VALUE SPACES.

       01  WS-REG-DETALLE.
           03  WS-DET-TIPO-REG   PIC X(01)   VALUE 'D'.
           03  WS-DET-MONEDA     PIC 9(02)   VALUE ZEROS.
           03  WS-DET-TIPO-CTA   PIC 9(01)   VALUE ZEROS.
           03  WS-DET-PROMEDIO   PIC 9(13)V99 VALUE ZEROS.
           03  WS-DET-PORCENTAJE PIC 9(03)V99 VALUE ZEROS.
           03  WS-DET-EXIGENCIA  PIC 9(13)V99 VALUE ZEROS.
           03  FILLER            PIC X(61)   VALUE SPACES.

       01  WS-REG-POSICION.
           03  WS-PSM-TIPO-REG   PIC X(01)   VALUE 'M'.
           03  WS-PSM-MONEDA     PIC 9(02)   VALUE ZEROS.
           03  WS-PSM-EXIGENCIA  PIC 9(13)V99 VALUE ZEROS.
           03  WS-PSM-INTEGRADO  PIC 9(13)V99 VALUE ZEROS.
           03  WS-PSM-DIFERENCIA PIC 9(13)V99 VALUE ZEROS.
      *        E EXCEDENTE, D DEFECTO, S SIN POSICION DE TESORERIA
           03  WS-PSM-ESTADO     PIC X(01)   VALUE SPACES.
           03  FILLER            PIC X(51)   VALUE SPACES.

       01  WS-REG-TRAILER.
           03  WS-TRA-TIPO       PIC X(01)   VALUE 'T'.
           03  WS-TRA-CANT-DET   PIC 9(08)   VALUE ZEROS.
           03  WS-TRA-TOTAL      PIC 9(13)V99 VALUE ZEROS.
           03  FILLER            PIC X(76)   VALUE SPACES.

      ********  CONTADORES DE PROCESO  ***************
       77  WS-SUB-DIA           PIC 9(02)  VALUE ZEROS.
       77  WS-CANT-LEIDOS       PIC 9(7)   VALUE ZEROS.
       77  WS-CANT-HABILES      PIC 9(02)  VALUE ZEROS.
       77  WS-CANT-ARRASTRE     PIC 9(02)  VALUE ZEROS.
       77  WS-CANT-SIN-BASE     PIC 9(02)  VALUE ZEROS.
       77  WS-CANT-SIN-PORC     PIC 9(02)  VALUE ZEROS.
       77  WS-CANT-DEFECTO      PIC 9(02)  VALUE ZEROS.
       77  WS-CANT-DETALLES     PIC 9(7)   VALUE ZEROS.
       77  WS-TOTAL-INFORMADO   PIC 9(13)V99 VALUE ZEROS.

      ********  LINEAS DEL INFORME  ***************
       01  WS-LIN-TITULO.
           03  FILLER           PIC X(30)
                                VALUE 'POSICION DE EFECTIVO MINIMO  '.
           03  FILLER           PIC X(10)   VALUE 'PERIODO:  '.
           03  WS-TIT-PERIODO   PIC 9(06).
           03  FILLER           PIC X(10)   VALUE '   DIAS:  '.
           03  WS-TIT-DIAS      PIC Z9.
           03  FILLER           PIC X(22)   VALUE SPACES.

       01  WS-LIN-AVISO.
           03  FILLER           PIC X(02)   VALUE SPACES.
           03  WS-AVI-TEXTO     PIC X(50).
           03  WS-AVI-FECHA     PIC 9(08).
           03  FILLER           PIC X(20)   VALUE SPACES.

       01  WS-LIN-CABECERA.
           03  FILLER           PIC X(40)
                    VALUE '  MON TIPO     PROMEDIO DIARIO   PORC   '.
           03  FILLER           PIC X(40)
                    VALUE '          EXIGENCIA                     '.

       01  WS-LIN-DETALLE.
           03  FILLER           PIC X(03)   VALUE SPACES.
           03  WS-LDE-MONEDA    PIC 99.
           03  FILLER           PIC X(04)   VALUE SPACES.
           03  WS-LDE-TIPO      PIC 9.
           03  FILLER           PIC X(02)   VALUE SPACES.
           03  WS-LDE-PROMEDIO  PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
           03  FILLER           PIC X(02)   VALUE SPACES.
           03  WS-LDE-PORCENTAJE PIC ZZ9.99.
           03  FILLER           PIC X(02)   VALUE SPACES.
           03  WS-LDE-EXIGENCIA PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
           03  FILLER           PIC X(18)   VALUE SPACES.

       01  WS-LIN-MONEDA.
           03  FILLER           PIC X(02)   VALUE SPACES.
           03  FILLER           PIC X(07)   VALUE 'MONEDA '.
           03  WS-LMO-MONEDA    PIC 99.
           03  FILLER           PIC X(01)   VALUE SPACE.
           03  WS-LMO-TEXTO     PIC X(26).
           03  WS-LMO-IMPORTE   PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
           03  FILLER           PIC X(21)   VALUE SPACES.

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

           IF WS-NO-HUBO-ERROR
              PERFORM 2000-PROCESO  THRU  F-2000-PROCESO
                      VARYING WS-SUB-DIA FROM 1 BY 1
                      UNTIL WS-SUB-DIA GREATER WS-DIAS-MES
                         OR WS-HUBO-ERROR
           END-IF.

           IF WS-NO-HUBO-ERROR
              PERFORM 3000-CALCULAR-POSICION
                        THRU F-3000-CALCULAR-POSICION
           END-IF.

           PERFORM 9999-FINAL    THRU  F-9999-FINAL.

       F-MAIN-PROGRAM. GOBACK.

      **************************************
      *                                    *
      *  PERIODO, CALENDARIO, PORCENTAJES, *
      *  APERTURA DE FILES Y CARGA DE LA   *
      *  BASE DEL ULTIMO HABIL PREVIO      *
      *                                    *
      **************************************
       1000-INICIO.
           ACCEPT WS-FECHA FROM DATE YYYYMMDD.

           PERFORM 1100-LEER-PARM THRU F-1100-LEER-PARM.

           DISPLAY 'PERIODO A INFORMAR : ' WS-MES-PEDIDO.

           PERFORM 1200-CARGAR-CALENDARIO
                     THRU F-1200-CARGAR-CALENDARIO.

           IF WS-HUBO-ERROR
              GO TO F-1000-INICIO
           END-IF.

           PERFORM 1300-CARGAR-ENCAJES THRU F-1300-CARGAR-ENCAJES.

           IF WS-HUBO-ERROR
              GO TO F-1000-INICIO
           END-IF.

           OPEN INPUT DEPHIS.
           IF WS-DPH-CODE IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN DEPHIS  = ' WS-DPH-CODE
              MOVE 9999 TO RETURN-CODE
              SET  WS-HUBO-ERROR TO TRUE
              GO TO F-1000-INICIO
           END-IF.

           OPEN OUTPUT INFORME.
           IF WS-INF-CODE IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN INFORME = ' WS-INF-CODE
              MOVE 9999 TO RETURN-CODE
              SET  WS-HUBO-ERROR TO TRUE
              GO TO F-1000-INICIO
           END-IF.

           OPEN OUTPUT EFMBCR.
           IF WS-BCR-CODE IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN EFMBCR  = ' WS-BCR-CODE
              MOVE 9999 TO RETURN-CODE
              SET  WS-HUBO-ERROR TO TRUE
              GO TO F-1000-INICIO
           END-IF.

           MOVE WS-MES-PEDIDO-N TO WS-CAB-PERIODO
                                   WS-TIT-PERIODO.
           MOVE WS-FECHA-N      TO WS-CAB-FECHA.
           MOVE WS-DIAS-MES     TO WS-CAB-DIAS
                                   WS-TIT-DIAS.
           WRITE REG-EFMBCR FROM WS-REG-CABECERA.
           IF WS-BCR-CODE IS NOT EQUAL '00'
              DISPLAY '* ERROR EN WRITE EFMBCR = ' WS-BCR-CODE
              MOVE 9999 TO RETURN-CODE
              SET  WS-HUBO-ERROR TO TRUE
              GO TO F-1000-INICIO
           END-IF.

           MOVE WS-LIN-TITULO TO REG-INFORME.
           PERFORM 9300-GRABAR-INFORME THRU F-9300-GRABAR-INFORME.
           MOVE WS-LIN-BLANCA TO REG-INFORME.
           PERFORM 9300-GRABAR-INFORME THRU F-9300-GRABAR-INFORME.

      *    DEPHIS SE RECORRE UNA SOLA VEZ EN ORDEN DE FECHA DESDE
      *    EL ULTIMO HABIL PREVIO (O DESDE EL DIA 01 SI EL
      *    CALENDARIO NO LO TIENE)
           SET WS-NO-FIN-DEPHIS TO TRUE.
           MOVE ZEROS TO DPH-CLAVE.
           IF WS-FECHA-PREVIA GREATER ZEROS
              MOVE WS-FECHA-PREVIA TO DPH-FECHA
           ELSE
              MOVE WS-MES-PEDIDO-N TO WS-CAR-MES
              MOVE 01              TO WS-CAR-DD
              MOVE WS-FECHA-CARGA-N TO DPH-FECHA
           END-IF.

           START DEPHIS KEY IS NOT LESS DPH-CLAVE
                 INVALID KEY SET WS-FIN-DEPHIS TO TRUE
           END-START.

           IF WS-NO-FIN-DEPHIS
              PERFORM 2250-LEER-DEPHIS THRU F-2250-LEER-DEPHIS
           END-IF.

           IF WS-FECHA-PREVIA GREATER ZEROS
              MOVE WS-FECHA-PREVIA TO WS-FECHA-CARGA-N
              PERFORM 2200-CARGAR-FECHA THRU F-2200-CARGAR-FECHA
           ELSE
              DISPLAY '* ULTIMO HABIL DEL MES PREVIO FUERA DEL '
                      'CALENDARIO, LA BASE ARRANCA EN CERO'
              MOVE 4 TO RETURN-CODE
           END-IF.

       F-1000-INICIO.   EXIT.

      **************************************
      *                                    *
      *  PERMITE FORZAR EL PERIODO POR     *
      *  PARM (SSAAMM); SI NO HAY PARM SE  *
      *  INFORMA EL MES ANTERIOR A LA      *
      *  FECHA DEL SISTEMA                 *
      *                                    *
      **************************************
       1100-LEER-PARM.
           MOVE WS-FECHA-SIGLO TO WS-PED-SIGLO.
           MOVE WS-FECHA-AA    TO WS-PED-AA.
           MOVE WS-FECHA-MM    TO WS-PED-MM.

           IF WS-PED-MM EQUAL 01
              MOVE 12 TO WS-PED-MM
              IF WS-PED-AA EQUAL ZEROS
                 MOVE 99 TO WS-PED-AA
                 SUBTRACT 1 FROM WS-PED-SIGLO
              ELSE
                 SUBTRACT 1 FROM WS-PED-AA
              END-IF
           ELSE
              SUBTRACT 1 FROM WS-PED-MM
           END-IF.

           OPEN INPUT PARMS.

           IF WS-PARM-CODE IS NOT EQUAL '00'
              DISPLAY '* PARM DE PERIODO NO DISPONIBLE, SE '
                      'INFORMA EL MES ANTERIOR'
              GO TO F-1100-LEER-PARM
           END-IF.

           READ PARMS INTO WS-REG-PARM.

           IF WS-PARM-CODE IS NOT EQUAL '00'
              DISPLAY '* PARM DE PERIODO VACIO, SE INFORMA EL '
                      'MES ANTERIOR'
           ELSE
              MOVE WS-PARM-SIGLO TO WS-PED-SIGLO
              MOVE WS-PARM-AA    TO WS-PED-AA
              MOVE WS-PARM-MM    TO WS-PED-MM
              DISPLAY '* PERIODO FORZADO POR PARM: ' WS-MES-PEDIDO
           END-IF.

           CLOSE PARMS.

       F-1100-LEER-PARM. EXIT.

      **************************************
      *                                    *
      *  CARGA DESDE CALEND LOS DIAS DEL   *
      *  PERIODO CON SU MARCA DE HABIL Y   *
      *  EL ULTIMO HABIL ANTERIOR AL DIA   *
      *  01. SIN CALENDARIO COMPLETO DEL   *
      *  MES NO SE PUEDE CALCULAR          *
      *                                    *
      **************************************
       1200-CARGAR-CALENDARIO.
           MOVE ALL 'N' TO WS-TABLA-CAL-MES.
           MOVE ZEROS   TO WS-DIAS-MES
                           WS-CANT-DIAS-CAL
                           WS-FECHA-PREVIA.
           SET WS-NO-FIN-CAL TO TRUE.

           OPEN INPUT CALEND.
           IF WS-CAL-CODE IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN CALEND  = ' WS-CAL-CODE
              MOVE 9999 TO RETURN-CODE
              SET  WS-HUBO-ERROR TO TRUE
              GO TO F-1200-CARGAR-CALENDARIO
           END-IF.

           PERFORM 1210-LEER-CALENDARIO
                     THRU F-1210-LEER-CALENDARIO
                   UNTIL WS-FIN-CAL.

           CLOSE CALEND.

           IF WS-HUBO-ERROR
              GO TO F-1200-CARGAR-CALENDARIO
           END-IF.

           IF WS-DIAS-MES LESS 28 OR
              WS-CANT-DIAS-CAL NOT EQUAL WS-DIAS-MES
              DISPLAY '* CALENDARIO INCOMPLETO PARA EL PERIODO '
                      WS-MES-PEDIDO ', DIAS CARGADOS: '
                      WS-CANT-DIAS-CAL
              MOVE 9999 TO RETURN-CODE
              SET  WS-HUBO-ERROR TO TRUE
           END-IF.

       F-1200-CARGAR-CALENDARIO. EXIT.

       1210-LEER-CALENDARIO.
           READ CALEND INTO WS-REG-CALEND
                       AT END SET WS-FIN-CAL TO TRUE.

           IF WS-FIN-CAL
              GO TO F-1210-LEER-CALENDARIO
           END-IF.

           IF WS-CAL-CODE IS NOT EQUAL '00'
              DISPLAY '* ERROR EN LECTURA CALEND = ' WS-CAL-CODE
              MOVE 9999 TO RETURN-CODE
              SET WS-HUBO-ERROR TO TRUE
              SET WS-FIN-CAL TO TRUE
              GO TO F-1210-LEER-CALENDARIO
           END-IF.

           IF WS-CAL-SSAAMM EQUAL WS-MES-PEDIDO-N
              AND WS-CAL-DD GREATER ZEROS
              AND WS-CAL-DD NOT GREATER 31
              MOVE WS-CAL-HABIL TO WS-CMS-HABIL (WS-CAL-DD)
              ADD 1 TO WS-CANT-DIAS-CAL
              IF WS-CAL-DD GREATER WS-DIAS-MES
                 MOVE WS-CAL-DD TO WS-DIAS-MES
              END-IF
              GO TO F-1210-LEER-CALENDARIO
           END-IF.

           IF WS-CAL-SSAAMM LESS WS-MES-PEDIDO-N
              AND WS-CAL-HABIL EQUAL 'S'
              AND WS-CAL-FECHA-NUM GREATER WS-FECHA-PREVIA
              MOVE WS-CAL-FECHA-NUM TO WS-FECHA-PREVIA
           END-IF.

       F-1210-LEER-CALENDARIO. EXIT.

      **************************************
      *                                    *
      *  CARGA LA TABLA DE PORCENTAJES DE  *
      *  EXIGENCIA POR MONEDA Y TIPO; SIN  *
      *  ENCPAR NO HAY POSICION QUE        *
      *  CALCULAR                          *
      *                                    *
      **************************************
       1300-CARGAR-ENCAJES.
           MOVE ZEROS TO WS-CANT-ENCAJES.
           SET WS-NO-FIN-ENC TO TRUE.

           OPEN INPUT ENCPAR.
           IF WS-ENC-CODE IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN ENCPAR  = ' WS-ENC-CODE
              MOVE 9999 TO RETURN-CODE
              SET  WS-HUBO-ERROR TO TRUE
              GO TO F-1300-CARGAR-ENCAJES
           END-IF.

           PERFORM 1310-LEER-ENCAJE THRU F-1310-LEER-ENCAJE
                   UNTIL WS-FIN-ENC.

           CLOSE ENCPAR.

           IF WS-NO-HUBO-ERROR AND WS-CANT-ENCAJES EQUAL ZEROS
              DISPLAY '* TABLA DE PORCENTAJES ENCPAR VACIA'
              MOVE 9999 TO RETURN-CODE
              SET  WS-HUBO-ERROR TO TRUE
           END-IF.

       F-1300-CARGAR-ENCAJES. EXIT.

       1310-LEER-ENCAJE.
           READ ENCPAR INTO WS-REG-ENCPAR
                       AT END SET WS-FIN-ENC TO TRUE.

           IF WS-FIN-ENC
              GO TO F-1310-LEER-ENCAJE
           END-IF.

           IF WS-ENC-CODE IS NOT EQUAL '00'
              DISPLAY '* ERROR EN LECTURA ENCPAR = ' WS-ENC-CODE
              MOVE 9999 TO RETURN-CODE
              SET WS-HUBO-ERROR TO TRUE
              SET WS-FIN-ENC TO TRUE
              GO TO F-1310-LEER-ENCAJE
           END-IF.

           IF WS-CANT-ENCAJES NOT LESS 60
              DISPLAY '* TABLA DE PORCENTAJES LLENA, SE IGNORA '
                      WS-ENC-MONEDA ' ' WS-ENC-TIPO
              MOVE 4 TO RETURN-CODE
              GO TO F-1310-LEER-ENCAJE
           END-IF.

           ADD 1 TO WS-CANT-ENCAJES.
           MOVE WS-ENC-MONEDA     TO WS-TEN-MONEDA (WS-CANT-ENCAJES).
           MOVE WS-ENC-TIPO       TO WS-TEN-TIPO (WS-CANT-ENCAJES).
           MOVE WS-ENC-PORCENTAJE
                             TO WS-TEN-PORCENTAJE (WS-CANT-ENCAJES).

       F-1310-LEER-ENCAJE. EXIT.

      **************************************
      *                                    *
      *  UN DIA CORRIDO DEL PERIODO: SI ES *
      *  HABIL SE CARGA SU BASE DE DEPHIS, *
      *  SI NO SE ARRASTRA LA DEL HABIL    *
      *  ANTERIOR; LA BASE VIGENTE SE SUMA *
      *  AL ACUMULADO DEL MES              *
      *                                    *
      **************************************
       2000-PROCESO.
           IF WS-CMS-HABIL (WS-SUB-DIA) EQUAL 'S'
              ADD 1 TO WS-CANT-HABILES
              MOVE WS-MES-PEDIDO-N TO WS-CAR-MES
              MOVE WS-SUB-DIA      TO WS-CAR-DD
              PERFORM 2200-CARGAR-FECHA THRU F-2200-CARGAR-FECHA
           ELSE
              ADD 1 TO WS-CANT-ARRASTRE
           END-IF.

           PERFORM 2400-ACUMULAR-DIA THRU F-2400-ACUMULAR-DIA
                   VARYING WS-SUB-BAS FROM 1 BY 1
                   UNTIL WS-SUB-BAS GREATER WS-CANT-BASES.

       F-2000-PROCESO. EXIT.

      **************************************
      *                                    *
      *  CARGA DE DEPHIS LA BASE DE LA     *
      *  FECHA WS-FECHA-CARGA SUMANDO LAS  *
      *  SUCURSALES; SI EL DIA HABIL NO    *
      *  TIENE DATOS SE AVISA Y QUEDA LA   *
      *  BASE ANTERIOR                     *
      *                                    *
      **************************************
       2200-CARGAR-FECHA.
           SET WS-NO-HAY-DATOS-DIA TO TRUE.

           PERFORM 2210-LIMPIAR-LEIDO THRU F-2210-LIMPIAR-LEIDO
                   VARYING WS-SUB-BAS FROM 1 BY 1
                   UNTIL WS-SUB-BAS GREATER WS-CANT-BASES.

           PERFORM 2220-TOMAR-DEPHIS THRU F-2220-TOMAR-DEPHIS
                   UNTIL WS-FIN-DEPHIS
                      OR WS-HUBO-ERROR
                      OR DPH-FECHA GREATER WS-FECHA-CARGA-N.

           IF WS-HUBO-ERROR
              GO TO F-2200-CARGAR-FECHA
           END-IF.

           IF WS-HAY-DATOS-DIA
              PERFORM 2240-FIJAR-BASE THRU F-2240-FIJAR-BASE
                      VARYING WS-SUB-BAS FROM 1 BY 1
                      UNTIL WS-SUB-BAS GREATER WS-CANT-BASES
           ELSE
              ADD 1 TO WS-CANT-SIN-BASE
              DISPLAY '* DIA HABIL SIN BASE EN DEPHIS, SE ARRASTRA '
                      'LA ANTERIOR: ' WS-FECHA-CARGA-N
              MOVE 'DIA HABIL SIN BASE EN DEPHIS, QUEDA LA ANTERIOR: '
                                         TO WS-AVI-TEXTO
              MOVE WS-FECHA-CARGA-N      TO WS-AVI-FECHA
              MOVE WS-LIN-AVISO          TO REG-INFORME
              PERFORM 9300-GRABAR-INFORME THRU F-9300-GRABAR-INFORME
              MOVE 4 TO RETURN-CODE
           END-IF.

       F-2200-CARGAR-FECHA. EXIT.

       2210-LIMPIAR-LEIDO.
           MOVE ZEROS TO WS-BAS-LEIDO (WS-SUB-BAS).

       F-2210-LIMPIAR-LEIDO. EXIT.

      **************************************
      *                                    *
      *  SUMA EL REGISTRO DE DEPHIS SI ES  *
      *  DE LA FECHA QUE SE CARGA (LAS     *
      *  FECHAS ANTERIORES SE SALTEAN) Y   *
      *  LEE EL SIGUIENTE                  *
      *                                    *
      **************************************
       2220-TOMAR-DEPHIS.
           IF DPH-FECHA EQUAL WS-FECHA-CARGA-N
              SET WS-HAY-DATOS-DIA TO TRUE
              MOVE DPH-MONEDA TO WS-BUS-MONEDA
              MOVE DPH-TIPO   TO WS-BUS-TIPO
              PERFORM 2300-BUSCAR-BASE THRU F-2300-BUSCAR-BASE
              IF WS-SUB-BAS-ACTUAL GREATER ZEROS
                 ADD DPH-IMPORTE TO WS-BAS-LEIDO (WS-SUB-BAS-ACTUAL)
              END-IF
           END-IF.

           PERFORM 2250-LEER-DEPHIS THRU F-2250-LEER-DEPHIS.

       F-2220-TOMAR-DEPHIS. EXIT.

       2240-FIJAR-BASE.
           MOVE WS-BAS-LEIDO (WS-SUB-BAS) TO WS-BAS-DIA (WS-SUB-BAS).

       F-2240-FIJAR-BASE. EXIT.

       2250-LEER-DEPHIS.
           READ DEPHIS NEXT RECORD
                AT END SET WS-FIN-DEPHIS TO TRUE.

           IF WS-FIN-DEPHIS
              GO TO F-2250-LEER-DEPHIS
           END-IF.

           IF WS-DPH-CODE IS NOT EQUAL '00'
              DISPLAY '* ERROR EN LECTURA DEPHIS = ' WS-DPH-CODE
              MOVE 9999 TO RETURN-CODE
              SET WS-HUBO-ERROR TO TRUE
              SET WS-FIN-DEPHIS TO TRUE
              GO TO F-2250-LEER-DEPHIS
           END-IF.

           ADD 1 TO WS-CANT-LEIDOS.

       F-2250-LEER-DEPHIS. EXIT.

      **************************************
      *                                    *
      *  UBICA LA MONEDA Y TIPO BUSCADOS   *
      *  EN LA TABLA DE BASES; SI NO ESTAN *
      *  LOS INSERTA EN SU LUGAR PARA QUE  *
      *  LA TABLA QUEDE ORDENADA           *
      *                                    *
      **************************************
       2300-BUSCAR-BASE.
           MOVE ZEROS TO WS-SUB-BAS-ACTUAL.

           PERFORM 2310-COMPARAR-BASE THRU F-2310-COMPARAR-BASE
                   VARYING WS-SUB-BAS FROM 1 BY 1
                   UNTIL WS-SUB-BAS GREATER WS-CANT-BASES
                      OR WS-SUB-BAS-ACTUAL GREATER ZEROS.

           IF WS-SUB-BAS-ACTUAL GREATER ZEROS
              IF WS-BAS-CLAVE (WS-SUB-BAS-ACTUAL) EQUAL
                                                  WS-CLAVE-BUSCADA
                 GO TO F-2300-BUSCAR-BASE
              END-IF
           END-IF.

           IF WS-CANT-BASES NOT LESS 60
              DISPLAY '* TABLA DE BASES LLENA, SE IGNORA MONEDA '
                      WS-BUS-MONEDA ' TIPO ' WS-BUS-TIPO
              MOVE 9999 TO RETURN-CODE
              SET  WS-HUBO-ERROR TO TRUE
              MOVE ZEROS TO WS-SUB-BAS-ACTUAL
              GO TO F-2300-BUSCAR-BASE
           END-IF.

           IF WS-SUB-BAS-ACTUAL EQUAL ZEROS
              COMPUTE WS-SUB-BAS-ACTUAL = WS-CANT-BASES + 1
           ELSE
              PERFORM 2320-CORRER-BASE THRU F-2320-CORRER-BASE
                      VARYING WS-SUB-MOV FROM WS-CANT-BASES BY -1
                      UNTIL WS-SUB-MOV LESS WS-SUB-BAS-ACTUAL
           END-IF.

           ADD 1 TO WS-CANT-BASES.
           MOVE WS-CLAVE-BUSCADA TO WS-BAS-CLAVE (WS-SUB-BAS-ACTUAL).
           MOVE ZEROS TO WS-BAS-LEIDO (WS-SUB-BAS-ACTUAL)
                         WS-BAS-DIA (WS-SUB-BAS-ACTUAL)
                         WS-BAS-ACUMULADO (WS-SUB-BAS-ACTUAL)
                         WS-BAS-PROMEDIO (WS-SUB-BAS-ACTUAL)
                         WS-BAS-PORCENTAJE (WS-SUB-BAS-ACTUAL)
                         WS-BAS-EXIGENCIA (WS-SUB-BAS-ACTUAL).

       F-2300-BUSCAR-BASE. EXIT.

       2310-COMPARAR-BASE.
           IF WS-BAS-CLAVE (WS-SUB-BAS) NOT LESS WS-CLAVE-BUSCADA
              MOVE WS-SUB-BAS TO WS-SUB-BAS-ACTUAL
           END-IF.

       F-2310-COMPARAR-BASE. EXIT.

       2320-CORRER-BASE.
           MOVE WS-BAS-ENT (WS-SUB-MOV) TO WS-BAS-ENT (WS-SUB-MOV + 1).

       F-2320-CORRER-BASE. EXIT.

      **************************************
      *                                    *
      *  SUMA LA BASE VIGENTE DEL DIA AL   *
      *  ACUMULADO DEL PERIODO             *
      *                                    *
      **************************************
       2400-ACUMULAR-DIA.
           ADD WS-BAS-DIA (WS-SUB-BAS) TO WS-BAS-ACUMULADO (WS-SUB-BAS).

       F-2400-ACUMULAR-DIA. EXIT.

      **************************************
      *                                    *
      *  PROMEDIO Y EXIGENCIA POR MONEDA Y *
      *  TIPO, POSICION DE TESORERIA E     *
      *  INFORME Y REGIMEN POR MONEDA      *
      *                                    *
      **************************************
       3000-CALCULAR-POSICION.
           MOVE ZEROS TO WS-CANT-MONEDAS.

           PERFORM 3100-CALCULAR-BASE THRU F-3100-CALCULAR-BASE
                   VARYING WS-SUB-BAS FROM 1 BY 1
                   UNTIL WS-SUB-BAS GREATER WS-CANT-BASES
                      OR WS-HUBO-ERROR.

           IF WS-HUBO-ERROR
              GO TO F-3000-CALCULAR-POSICION
           END-IF.

           PERFORM 3300-CARGAR-POSTES THRU F-3300-CARGAR-POSTES.

           IF WS-HUBO-ERROR
              GO TO F-3000-CALCULAR-POSICION
           END-IF.

           MOVE WS-LIN-BLANCA TO REG-INFORME.
           PERFORM 9300-GRABAR-INFORME THRU F-9300-GRABAR-INFORME.
           MOVE WS-LIN-CABECERA TO REG-INFORME.
           PERFORM 9300-GRABAR-INFORME THRU F-9300-GRABAR-INFORME.

           PERFORM 3500-INFORMAR-MONEDA THRU F-3500-INFORMAR-MONEDA
                   VARYING WS-SUB-MON FROM 1 BY 1
                   UNTIL WS-SUB-MON GREATER WS-CANT-MONEDAS
                      OR WS-HUBO-ERROR.

       F-3000-CALCULAR-POSICION. EXIT.

      **************************************
      *                                    *
      *  PROMEDIO DIARIO = ACUMULADO DEL   *
      *  MES / DIAS CORRIDOS; EXIGENCIA =  *
      *  PROMEDIO X PORCENTAJE DE ENCPAR.  *
      *  SE ACUMULA EN SU MONEDA           *
      *                                    *
      **************************************
       3100-CALCULAR-BASE.
           COMPUTE WS-BAS-PROMEDIO (WS-SUB-BAS) ROUNDED =
                   WS-BAS-ACUMULADO (WS-SUB-BAS) / WS-DIAS-MES.

           MOVE ZEROS TO WS-SUB-ENC-ACTUAL
                         WS-SUB-ENC-GENERAL.
           PERFORM 3110-BUSCAR-ENCAJE THRU F-3110-BUSCAR-ENCAJE
                   VARYING WS-SUB-ENC FROM 1 BY 1
                   UNTIL WS-SUB-ENC GREATER WS-CANT-ENCAJES
                      OR WS-SUB-ENC-ACTUAL GREATER ZEROS.

           IF WS-SUB-ENC-ACTUAL EQUAL ZEROS
              MOVE WS-SUB-ENC-GENERAL TO WS-SUB-ENC-ACTUAL
           END-IF.

           IF WS-SUB-ENC-ACTUAL GREATER ZEROS
              MOVE WS-TEN-PORCENTAJE (WS-SUB-ENC-ACTUAL)
                                    TO WS-BAS-PORCENTAJE (WS-SUB-BAS)
           ELSE
              ADD 1 TO WS-CANT-SIN-PORC
              DISPLAY '* SIN PORCENTAJE EN ENCPAR PARA MONEDA '
                      WS-BAS-MONEDA (WS-SUB-BAS) ' TIPO '
                      WS-BAS-TIPO (WS-SUB-BAS) ', EXIGENCIA CERO'
              MOVE ZEROS TO WS-BAS-PORCENTAJE (WS-SUB-BAS)
              MOVE 4 TO RETURN-CODE
           END-IF.

           COMPUTE WS-BAS-EXIGENCIA (WS-SUB-BAS) ROUNDED =
                   WS-BAS-PROMEDIO (WS-SUB-BAS) *
                   WS-BAS-PORCENTAJE (WS-SUB-BAS) / 100.

           MOVE WS-BAS-MONEDA (WS-SUB-BAS) TO WS-BUS-MONEDA.
           PERFORM 3200-BUSCAR-MONEDA THRU F-3200-BUSCAR-MONEDA.

           IF WS-SUB-MON-ACTUAL GREATER ZEROS
              ADD WS-BAS-PROMEDIO (WS-SUB-BAS)
                              TO WS-MON-PROMEDIO (WS-SUB-MON-ACTUAL)
              ADD WS-BAS-EXIGENCIA (WS-SUB-BAS)
                              TO WS-MON-EXIGENCIA (WS-SUB-MON-ACTUAL)
           END-IF.

       F-3100-CALCULAR-BASE. EXIT.

       3110-BUSCAR-ENCAJE.
           IF WS-TEN-MONEDA (WS-SUB-ENC) EQUAL
                                         WS-BAS-MONEDA (WS-SUB-BAS)
              IF WS-TEN-TIPO (WS-SUB-ENC) EQUAL
                                         WS-BAS-TIPO (WS-SUB-BAS)
                 MOVE WS-SUB-ENC TO WS-SUB-ENC-ACTUAL
              ELSE
                 IF WS-TEN-TIPO (WS-SUB-ENC) EQUAL ZEROS
                    MOVE WS-SUB-ENC TO WS-SUB-ENC-GENERAL
                 END-IF
              END-IF
           END-IF.

       F-3110-BUSCAR-ENCAJE. EXIT.

      **************************************
      *                                    *
      *  UBICA LA MONEDA BUSCADA EN LA     *
      *  TABLA DE MONEDAS Y LA AGREGA AL   *
      *  FINAL SI NO ESTA                  *
      *                                    *
      **************************************
       3200-BUSCAR-MONEDA.
           MOVE ZEROS TO WS-SUB-MON-ACTUAL.

           PERFORM 3210-COMPARAR-MONEDA THRU F-3210-COMPARAR-MONEDA
                   VARYING WS-SUB-MON FROM 1 BY 1
                   UNTIL WS-SUB-MON GREATER WS-CANT-MONEDAS
                      OR WS-SUB-MON-ACTUAL GREATER ZEROS.

           IF WS-SUB-MON-ACTUAL GREATER ZEROS
              GO TO F-3200-BUSCAR-MONEDA
           END-IF.

           IF WS-CANT-MONEDAS NOT LESS 20
              DISPLAY '* TABLA DE MONEDAS LLENA, MONEDA '
                      WS-BUS-MONEDA
              MOVE 9999 TO RETURN-CODE
              SET  WS-HUBO-ERROR TO TRUE
              GO TO F-3200-BUSCAR-MONEDA
           END-IF.

           ADD 1 TO WS-CANT-MONEDAS.
           MOVE WS-CANT-MONEDAS TO WS-SUB-MON-ACTUAL.
           MOVE WS-BUS-MONEDA   TO WS-MON-MONEDA (WS-SUB-MON-ACTUAL).
           MOVE ZEROS TO WS-MON-PROMEDIO (WS-SUB-MON-ACTUAL)
                         WS-MON-EXIGENCIA (WS-SUB-MON-ACTUAL)
                         WS-MON-POSICION (WS-SUB-MON-ACTUAL)
                         WS-MON-DIFERENCIA (WS-SUB-MON-ACTUAL).
           SET WS-MON-NO-INFORMADA (WS-SUB-MON-ACTUAL) TO TRUE.

       F-3200-BUSCAR-MONEDA. EXIT.

       3210-COMPARAR-MONEDA.
           IF WS-MON-MONEDA (WS-SUB-MON) EQUAL WS-BUS-MONEDA
              MOVE WS-SUB-MON TO WS-SUB-MON-ACTUAL
           END-IF.

       F-3210-COMPARAR-MONEDA. EXIT.

      **************************************
      *                                    *
      *  TOMA DE POSTES LA POSICION        *
      *  INTEGRADA DEL PERIODO POR MONEDA. *
      *  UNA MONEDA CON POSICION Y SIN     *
      *  DEPOSITOS QUEDA CON EXIGENCIA 0   *
      *                                    *
      **************************************
       3300-CARGAR-POSTES.
           SET WS-NO-HAY-POSTES TO TRUE.
           SET WS-NO-FIN-POS TO TRUE.

           OPEN INPUT POSTES.
           IF WS-POS-CODE IS NOT EQUAL '00'
              DISPLAY '* POSICION DE TESORERIA (POSTES) NO '
                      'DISPONIBLE, NO SE DETERMINA EXCEDENTE'
              MOVE 4 TO RETURN-CODE
              GO TO F-3300-CARGAR-POSTES
           END-IF.

           SET WS-HAY-POSTES TO TRUE.

           PERFORM 3310-LEER-POSTES THRU F-3310-LEER-POSTES
                   UNTIL WS-FIN-POS.

           CLOSE POSTES.

       F-3300-CARGAR-POSTES. EXIT.

       3310-LEER-POSTES.
           READ POSTES INTO WS-REG-POSTES
                       AT END SET WS-FIN-POS TO TRUE.

           IF WS-FIN-POS
              GO TO F-3310-LEER-POSTES
           END-IF.

           IF WS-POS-CODE IS NOT EQUAL '00'
              DISPLAY '* ERROR EN LECTURA POSTES = ' WS-POS-CODE
              MOVE 9999 TO RETURN-CODE
              SET WS-HUBO-ERROR TO TRUE
              SET WS-FIN-POS TO TRUE
              GO TO F-3310-LEER-POSTES
           END-IF.

           IF WS-POS-PERIODO NOT EQUAL WS-MES-PEDIDO-N
              GO TO F-3310-LEER-POSTES
           END-IF.

           MOVE WS-POS-MONEDA TO WS-BUS-MONEDA.
           PERFORM 3200-BUSCAR-MONEDA THRU F-3200-BUSCAR-MONEDA.

           IF WS-SUB-MON-ACTUAL GREATER ZEROS
              ADD WS-POS-IMPORTE TO WS-MON-POSICION (WS-SUB-MON-ACTUAL)
              SET WS-MON-INFORMADA (WS-SUB-MON-ACTUAL) TO TRUE
           ELSE
              SET WS-FIN-POS TO TRUE
           END-IF.

       F-3310-LEER-POSTES. EXIT.

      **************************************
      *                                    *
      *  POR MONEDA: DETALLE DE SUS TIPOS, *
      *  EXIGENCIA TOTAL, POSICION DE      *
      *  TESORERIA Y EXCEDENTE O DEFECTO;  *
      *  REGISTROS 'D' Y 'M' DEL REGIMEN   *
      *                                    *
      **************************************
       3500-INFORMAR-MONEDA.
           PERFORM 3510-INFORMAR-BASE THRU F-3510-INFORMAR-BASE
                   VARYING WS-SUB-BAS FROM 1 BY 1
                   UNTIL WS-SUB-BAS GREATER WS-CANT-BASES.

           COMPUTE WS-MON-DIFERENCIA (WS-SUB-MON) =
                   WS-MON-POSICION (WS-SUB-MON) -
                   WS-MON-EXIGENCIA (WS-SUB-MON).

           MOVE WS-MON-MONEDA (WS-SUB-MON) TO WS-LMO-MONEDA
                                              WS-PSM-MONEDA.

           MOVE 'PROMEDIO DIARIO TOTAL     ' TO WS-LMO-TEXTO.
           MOVE WS-MON-PROMEDIO (WS-SUB-MON) TO WS-LMO-IMPORTE.
           MOVE WS-LIN-MONEDA TO REG-INFORME.
           PERFORM 9300-GRABAR-INFORME THRU F-9300-GRABAR-INFORME.

           MOVE 'EXIGENCIA TOTAL           ' TO WS-LMO-TEXTO.
           MOVE WS-MON-EXIGENCIA (WS-SUB-MON) TO WS-LMO-IMPORTE.
           MOVE WS-LIN-MONEDA TO REG-INFORME.
           PERFORM 9300-GRABAR-INFORME THRU F-9300-GRABAR-INFORME.

           MOVE WS-MON-EXIGENCIA (WS-SUB-MON) TO WS-PSM-EXIGENCIA.

           IF WS-MON-NO-INFORMADA (WS-SUB-MON)
              MOVE 'SIN POSICION DE TESORERIA ' TO WS-LMO-TEXTO
              MOVE ZEROS                        TO WS-LMO-IMPORTE
                                                   WS-PSM-INTEGRADO
                                                   WS-PSM-DIFERENCIA
              MOVE 'S'                          TO WS-PSM-ESTADO
              MOVE 4 TO RETURN-CODE
           ELSE
              MOVE 'POSICION DE TESORERIA     ' TO WS-LMO-TEXTO
              MOVE WS-MON-POSICION (WS-SUB-MON) TO WS-LMO-IMPORTE
                                                   WS-PSM-INTEGRADO
              MOVE WS-LIN-MONEDA TO REG-INFORME
              PERFORM 9300-GRABAR-INFORME THRU F-9300-GRABAR-INFORME
              MOVE WS-MON-DIFERENCIA (WS-SUB-MON) TO WS-LMO-IMPORTE
                                                     WS-PSM-DIFERENCIA
              IF WS-MON-DIFERENCIA (WS-SUB-MON) LESS ZEROS
                 MOVE 'DEFECTO DE INTEGRACION    ' TO WS-LMO-TEXTO
                 MOVE 'D'                          TO WS-PSM-ESTADO
                 ADD 1 TO WS-CANT-DEFECTO
                 MOVE 4 TO RETURN-CODE
              ELSE
                 MOVE 'EXCEDENTE DE INTEGRACION  ' TO WS-LMO-TEXTO
                 MOVE 'E'                          TO WS-PSM-ESTADO
              END-IF
           END-IF.

           MOVE WS-LIN-MONEDA TO REG-INFORME.
           PERFORM 9300-GRABAR-INFORME THRU F-9300-GRABAR-INFORME.
           MOVE WS-LIN-BLANCA TO REG-INFORME.
           PERFORM 9300-GRABAR-INFORME THRU F-9300-GRABAR-INFORME.

           WRITE REG-EFMBCR FROM WS-REG-POSICION.
           IF WS-BCR-CODE IS NOT EQUAL '00'
              DISPLAY '* ERROR EN WRITE EFMBCR = ' WS-BCR-CODE
              MOVE 9999 TO RETURN-CODE
              SET  WS-HUBO-ERROR TO TRUE
           ELSE
              ADD 1 TO WS-CANT-DETALLES
           END-IF.

       F-3500-INFORMAR-MONEDA. EXIT.

      **************************************
      *                                    *
      *  LINEA Y REGISTRO 'D' DE UN TIPO   *
      *  DE CUENTA DE LA MONEDA EN CURSO   *
      *                                    *
      **************************************
       3510-INFORMAR-BASE.
           IF WS-BAS-MONEDA (WS-SUB-BAS) NOT EQUAL
                                         WS-MON-MONEDA (WS-SUB-MON)
              GO TO F-3510-INFORMAR-BASE
           END-IF.

           MOVE WS-BAS-MONEDA (WS-SUB-BAS)     TO WS-LDE-MONEDA
                                                  WS-DET-MONEDA.
           MOVE WS-BAS-TIPO (WS-SUB-BAS)       TO WS-LDE-TIPO
                                                  WS-DET-TIPO-CTA.
           MOVE WS-BAS-PROMEDIO (WS-SUB-BAS)   TO WS-LDE-PROMEDIO
                                                  WS-DET-PROMEDIO.
           MOVE WS-BAS-PORCENTAJE (WS-SUB-BAS) TO WS-LDE-PORCENTAJE
                                                  WS-DET-PORCENTAJE.
           MOVE WS-BAS-EXIGENCIA (WS-SUB-BAS)  TO WS-LDE-EXIGENCIA
                                                  WS-DET-EXIGENCIA.
           MOVE WS-LIN-DETALLE TO REG-INFORME.
           PERFORM 9300-GRABAR-INFORME THRU F-9300-GRABAR-INFORME.

           WRITE REG-EFMBCR FROM WS-REG-DETALLE.
           IF WS-BCR-CODE IS NOT EQUAL '00'
              DISPLAY '* ERROR EN WRITE EFMBCR = ' WS-BCR-CODE
              MOVE 9999 TO RETURN-CODE
              SET  WS-HUBO-ERROR TO TRUE
           ELSE
              ADD 1 TO WS-CANT-DETALLES
              ADD WS-DET-EXIGENCIA TO WS-TOTAL-INFORMADO
           END-IF.

       F-3510-INFORMAR-BASE. EXIT.

      **************************************
      *                                    *
      *  GRABACION DE LINEAS DEL INFORME   *
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

      **************************************
      *                                    *
      *  TRAILER DE CONTROL, RESUMEN Y     *
      *  CIERRE DE FILES                   *
      *                                    *
      **************************************
       9999-FINAL.
           IF WS-INF-CODE IS NOT EQUAL '00' AND
              WS-INF-CODE IS NOT EQUAL '10'
              GO TO F-9999-FINAL
           END-IF.

           IF WS-NO-HUBO-ERROR
              MOVE WS-CANT-DETALLES   TO WS-TRA-CANT-DET
              MOVE WS-TOTAL-INFORMADO TO WS-TRA-TOTAL
              WRITE REG-EFMBCR FROM WS-REG-TRAILER
              IF WS-BCR-CODE IS NOT EQUAL '00'
                 DISPLAY '* ERROR EN WRITE EFMBCR = ' WS-BCR-CODE
                 MOVE 9999 TO RETURN-CODE
              END-IF
           END-IF.

           MOVE WS-LIN-BLANCA TO REG-INFORME.
           PERFORM 9300-GRABAR-INFORME THRU F-9300-GRABAR-INFORME.

           MOVE 'REGISTROS DEPHIS LEIDOS               '
                                     TO WS-RES-TEXTO.
           MOVE WS-CANT-LEIDOS       TO WS-RES-VALOR.
           PERFORM 9400-LINEA-RESUMEN THRU F-9400-LINEA-RESUMEN.
           MOVE 'DIAS HABILES DEL PERIODO              '
                                     TO WS-RES-TEXTO.
           MOVE WS-CANT-HABILES      TO WS-RES-VALOR.
           PERFORM 9400-LINEA-RESUMEN THRU F-9400-LINEA-RESUMEN.
           MOVE 'DIAS NO HABILES CON BASE ARRASTRADA   '
                                     TO WS-RES-TEXTO.
           MOVE WS-CANT-ARRASTRE     TO WS-RES-VALOR.
           PERFORM 9400-LINEA-RESUMEN THRU F-9400-LINEA-RESUMEN.
           MOVE 'DIAS HABILES SIN BASE EN DEPHIS       '
                                     TO WS-RES-TEXTO.
           MOVE WS-CANT-SIN-BASE     TO WS-RES-VALOR.
           PERFORM 9400-LINEA-RESUMEN THRU F-9400-LINEA-RESUMEN.
           MOVE 'MONEDA Y TIPO SIN PORCENTAJE          '
                                     TO WS-RES-TEXTO.
           MOVE WS-CANT-SIN-PORC     TO WS-RES-VALOR.
           PERFORM 9400-LINEA-RESUMEN THRU F-9400-LINEA-RESUMEN.
           MOVE 'MONEDAS EN DEFECTO DE INTEGRACION     '
                                     TO WS-RES-TEXTO.
           MOVE WS-CANT-DEFECTO      TO WS-RES-VALOR.
           PERFORM 9400-LINEA-RESUMEN THRU F-9400-LINEA-RESUMEN.
           MOVE 'REGISTROS DEL REGIMEN INFORMADOS      '
                                     TO WS-RES-TEXTO.
           MOVE WS-CANT-DETALLES     TO WS-RES-VALOR.
           PERFORM 9400-LINEA-RESUMEN THRU F-9400-LINEA-RESUMEN.
           MOVE 'EXIGENCIA TOTAL INFORMADA             '
                                     TO WS-RES-TEXTO.
           MOVE WS-TOTAL-INFORMADO   TO WS-RES-VALOR.
           PERFORM 9400-LINEA-RESUMEN THRU F-9400-LINEA-RESUMEN.

           CLOSE INFORME
                 EFMBCR
                 DEPHIS.

       F-9999-FINAL. EXIT.
