       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMREVAC.
       AUTHOR.        D. CAZABAT.
       INSTALLATION.  CURSO CODEKI.
       DATE-WRITTEN.  14/10/2026.
       DATE-COMPILED. 14/10/2026.
      **********************************************************
      *                                                        *
      *  REVISION TRIMESTRAL DE ACCESOS DE LOS OPERADORES PARA *
      *  AUDITORIA: QUIEN PUEDE HACER QUE Y SI LO USO.         *
      *                                                        *
      *  REUNE POR OPERADOR:                                   *
      *    - AUTSUC : RANGO DE SUCURSALES DE CONSULTA          *
      *               (PGMCONSU)                               *
      *    - AUTAPR : PERFIL DE APROBADOR (PGMSUCAP, PGMDB205) *
      *    - AUDMAE : CAMBIOS DE SUCMAE HECHOS (MAKER, POR     *
      *               PGMSUCMA) Y APROBADOS (CHECKER, POR      *
      *               PGMSUCAP), DRENADOS POR PGMAUDDR         *
      *    - CAUD   : LOG DE CONSULTAS DE PGMCONSU Y PGMCONCU  *
      *               (DATASET DE LA COLA DE AUDITORIA DE      *
      *               CONSULTAS)                               *
      *    - DESLOG : LOG DE PEDIDOS DE DESENMASCARADO DE      *
      *               PGMDESEN                                 *
      *  Y LISTA SUS AUTORIZACIONES, SU ULTIMA ACTIVIDAD EN    *
      *  CADA LOG Y LA CANTIDAD DE DESENMASCARADOS DEL         *
      *  TRIMESTRE, CON ESTAS MARCAS:                          *
      *    - PERMISO DE CONSULTA O PERFIL DE APROBADOR SIN     *
      *      USO EN MAS DE N DIAS (O NUNCA USADO)              *
      *    - CAMBIOS DE UNA MISMA SUCURSAL HECHOS POR UN       *
      *      CAMINO Y APROBADOS POR EL OTRO EN EL TRIMESTRE    *
      *    - DESENMASCARADOS SOBRE SUCURSALES FUERA DE SU      *
      *      RANGO, O MAS DE FACTOR VECES EL PROMEDIO DE LOS   *
      *      OPERADORES DE SU MISMA SUCURSAL                   *
      *    - ACTIVIDAD SIN AUTORIZACION VIGENTE                *
      *  CON ALGUNA MARCA EL PROGRAMA TERMINA CON RC 4.        *
      *                                                        *
      *  LA SUCURSAL DEL OPERADOR ES LA PRIMERA DE SU RANGO    *
      *  AUTSUC. LOS DIAS SE CUENTAN CORRIDOS CON FECHAB.      *
      *                                                        *
      *  PARM: FECHA DE REVISION (SSAAMMDD) + DIAS SIN USO (3) *
      *  + FACTOR DE DESENMASCARADOS (2). POR OMISION FECHA    *
      *  DEL SISTEMA, 90 DIAS Y FACTOR 3. EL TRIMESTRE SON     *
      *  LOS TRES MESES CALENDARIO QUE TERMINAN EN LA FECHA.   *
      *                                                        *
      **********************************************************
      *      MANTENIMIENTO DE PROGRAMA                         *
      **********************************************************
      *  FECHA   *    DETALLE        * COD *
      **************************************
      *14/10/2026* REGISTRO CAUD DE  * 001 *
      *          * 60 POSICIONES     *     *
      *          *                   *     *
      *          *                   *     *
      **************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

             SELECT AUTSUC  ASSIGN DDAUTSUC
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS SEQUENTIAL
                    RECORD KEY IS AUT-OPERADOR
                    FILE STATUS IS WS-AUT-CODE.

             SELECT AUTAPR  ASSIGN DDAUTAPR
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS SEQUENTIAL
                    RECORD KEY IS APR-OPERADOR
                    FILE STATUS IS WS-APR-CODE.

             SELECT AUDMAE  ASSIGN DDAUDMAE
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS SEQUENTIAL
                    RECORD KEY IS AUD-CLAVE
                    FILE STATUS IS WS-AUD-CODE.

             SELECT CAUD    ASSIGN DDCAUD
                    FILE STATUS IS WS-CAU-CODE.

             SELECT DESLOG  ASSIGN DDDESLOG
                    FILE STATUS IS WS-LOG-CODE.

             SELECT INFORME ASSIGN DDINFORM
                    FILE STATUS IS WS-INF-CODE.

             SELECT PARMS   ASSIGN DDPARM
                    FILE STATUS IS WS-PARM-CODE.

       DATA DIVISION.
       FILE SECTION.
       FD AUTSUC.

       01 REG-AUTSUC.
           03  AUT-OPERADOR        PIC X(08).
           03  AUT-SUC-DESDE       PIC 9(03).
           03  AUT-SUC-HASTA       PIC 9(03).
           03  FILLER              PIC X(06).

       FD AUTAPR.

       01 REG-AUTAPR.
           03  APR-OPERADOR        PIC X(08).
           03  APR-MARCA           PIC X(01).
               88  APR-PUEDE-APROBAR          VALUE 'S'.
           03  FILLER              PIC X(11).

       FD AUDMAE.

       01 REG-AUDMAE.
           03  AUD-CLAVE.
               05  AUD-FECHA       PIC 9(08).
               05  AUD-HORA        PIC 9(06).
               05  AUD-OPERADOR    PIC X(08).
               05  AUD-SECUENCIA   PIC 9(03).
           03  AUD-IMAGEN          PIC X(120).
           03  FILLER              PIC X(05).

       FD CAUD
            BLOCK CONTAINS 0 RECORDS
            RECORDING MODE IS F.

       01 REG-CAUD       PIC X(60).

       FD DESLOG
            BLOCK CONTAINS 0 RECORDS
            RECORDING MODE IS F.

       01 REG-DESLOG     PIC X(60).

       FD INFORME
            BLOCK CONTAINS 0 RECORDS
            RECORDING MODE IS F.

       01 REG-INFORME    PIC X(132).

       FD PARMS
            BLOCK CONTAINS 0 RECORDS
            RECORDING MODE IS F.

       01 REG-PARM       PIC X(13).

      **************************************
       WORKING-STORAGE SECTION.
      **************************************
       77  FILLER        PIC X(26) VALUE '* INICIO WORKING-STORAGE *'.
       77  FILLER        PIC X(26) VALUE '* CODIGOS RETORNO FILES  *'.
       77  WS-AUT-CODE      PIC XX    VALUE SPACES.
       77  WS-APR-CODE      PIC XX    VALUE SPACES.
       77  WS-AUD-CODE      PIC XX    VALUE SPACES.
       77  WS-CAU-CODE      PIC XX    VALUE SPACES.
       77  WS-LOG-CODE      PIC XX    VALUE SPACES.
       77  WS-INF-CODE      PIC XX    VALUE SPACES.
       77  WS-PARM-CODE     PIC XX    VALUE SPACES.

       01  WS-STATUS-FIN    PIC X.
           88  WS-FIN-LECTURA         VALUE 'Y'.
           88  WS-NO-FIN-LECTURA      VALUE 'N'.

       01  WS-STATUS-ERROR  PIC X     VALUE 'N'.
           88  WS-HAY-ERROR           VALUE 'S'.
           88  WS-NO-HAY-ERROR        VALUE 'N'.

       01  WS-SWITCH-MARCA  PIC X     VALUE 'N'.
           88  WS-OPERADOR-MARCADO    VALUE 'S'.
           88  WS-OPERADOR-LIMPIO     VALUE 'N'.

      ********  FECHA DE REVISION Y TRIMESTRE  ***************
       01  WS-FECHA             PIC 9(08)  VALUE ZEROS.

       01  WS-FECHA-DESDE       PIC 9(08)  VALUE ZEROS.
       01  WS-FECHA-DESDE-DESG REDEFINES WS-FECHA-DESDE.
           03  WS-DES-SSAA      PIC 9(04).
           03  WS-DES-MM        PIC 9(02).
           03  WS-DES-DD        PIC 9(02).

       01  WS-REG-PARM.
           03  WS-PARM-FECHA    PIC 9(08).
           03  WS-PARM-DIAS     PIC 9(03).
           03  WS-PARM-FACTOR   PIC 9(02).

       77  WS-DIAS-UMBRAL       PIC 9(03)  VALUE 90.
       77  WS-FACTOR-DESEN      PIC 9(02)  VALUE 3.
       77  WS-MIN-DESEN         PIC 9(05)  VALUE 5.

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

       77  WS-ULT-USO           PIC 9(08)  VALUE ZEROS.
       77  WS-DIAS-SIN-USO      PIC 9(05)  VALUE ZEROS.

      ********  REGISTRO DE LA COLA CSAU (EN AUD-IMAGEN)  ****
      *  MISMO LAYOUT QUE GRABA PGMSUCAP Y DRENA PGMAUDDR
       01  WS-REG-AUDMANT.
           03  WS-AUM-MAKER        PIC X(08).
           03  FILLER              PIC X(01).
           03  WS-AUM-FECHA-ALTA   PIC 9(08).
           03  FILLER              PIC X(01).
           03  WS-AUM-HORA-ALTA    PIC 9(06).
           03  FILLER              PIC X(01).
           03  WS-AUM-CHECKER      PIC X(08).
           03  FILLER              PIC X(01).
           03  WS-AUM-FECHA-APRO   PIC 9(08).
           03  FILLER              PIC X(01).
           03  WS-AUM-HORA-APRO    PIC 9(06).
           03  FILLER              PIC X(01).
           03  WS-AUM-ACCION       PIC X(01).
           03  FILLER              PIC X(01).
           03  WS-AUM-RESULTADO    PIC X(01).
           03  FILLER              PIC X(01).
           03  WS-AUM-ANTES        PIC X(30).
           03  FILLER              PIC X(01).
           03  WS-AUM-DESPUES      PIC X(30).
           03  FILLER              PIC X(05).

      ********  REGISTRO DEL LOG DE CONSULTAS (CAUD)  ********
       01  WS-REG-AUDINQ.
           03  WS-AUI-OPERADOR     PIC X(08).
           03  FILLER              PIC X(01).
           03  WS-AUI-TERMINAL     PIC X(04).
           03  FILLER              PIC X(01).
           03  WS-AUI-SUCURSAL     PIC 9(03).
           03  FILLER              PIC X(01).
           03  WS-AUI-RESULTADO    PIC X(01).
           03  FILLER              PIC X(01).
           03  WS-AUI-FECHA        PIC 9(08).
           03  FILLER              PIC X(01).
           03  WS-AUI-HORA         PIC 9(06).
           03  FILLER              PIC X(01).
           03  WS-AUI-TRANSACCION  PIC X(04).
           03  FILLER              PIC X(01).
           03  WS-AUI-CUENTA       PIC 9(08).
           03  FILLER              PIC X(11).

      ********  REGISTRO DEL LOG DE PGMDESEN  ***************
       01  WS-REG-DESLOG.
           03  WS-LOG-OPERADOR     PIC X(08).
           03  FILLER              PIC X(01).
           03  WS-LOG-FECHA        PIC 9(08).
           03  FILLER              PIC X(01).
           03  WS-LOG-HORA         PIC 9(06).
           03  FILLER              PIC X(01).
           03  WS-LOG-SUCURSAL     PIC 9(03).
           03  FILLER              PIC X(01).
           03  WS-LOG-MASCARA      PIC X(08).
           03  FILLER              PIC X(01).
           03  WS-LOG-CANDIDATOS   PIC 9(05).
           03  FILLER              PIC X(17).

      ********  TABLA DE OPERADORES  ***************
       77  WS-MAX-OPERADORES    PIC 9(04)  VALUE 2000.
       77  WS-CANT-OPERADORES   PIC 9(04)  VALUE ZEROS.

       01  WS-TABLA-OPERADORES.
           03  WS-OPE-ENT OCCURS 2000 TIMES
                          INDEXED BY WS-IDX-OPE.
               05  WS-OPE-OPERADOR      PIC X(08).
               05  WS-OPE-AUTSUC        PIC X(01).
               05  WS-OPE-SUC-DESDE     PIC 9(03).
               05  WS-OPE-SUC-HASTA     PIC 9(03).
               05  WS-OPE-AUTAPR        PIC X(01).
               05  WS-OPE-ULT-CONSULTA  PIC 9(08).
               05  WS-OPE-ULT-DESEN     PIC 9(08).
               05  WS-OPE-ULT-MAKER     PIC 9(08).
               05  WS-OPE-ULT-CHECKER   PIC 9(08).
               05  WS-OPE-CANT-CONSULTA PIC 9(05).
               05  WS-OPE-CANT-DESEN    PIC 9(05).
               05  WS-OPE-DESEN-FUERA   PIC 9(05).

       77  WS-BUS-OPERADOR      PIC X(08)  VALUE SPACES.

      ********  CAMBIOS DE SUCMAE POR OPERADOR Y SUCURSAL  ***
      *  CUANTOS HIZO (MAKER) Y CUANTOS APROBO (CHECKER)
       77  WS-MAX-AREAS         PIC 9(04)  VALUE 3000.
       77  WS-CANT-AREAS        PIC 9(04)  VALUE ZEROS.

       01  WS-TABLA-AREAS.
           03  WS-ARE-ENT OCCURS 3000 TIMES
                          INDEXED BY WS-IDX-ARE.
               05  WS-ARE-OPERADOR      PIC X(08).
               05  WS-ARE-SUCURSAL      PIC 9(03).
               05  WS-ARE-HECHOS        PIC 9(05).
               05  WS-ARE-APROBADOS     PIC 9(05).

       01  WS-BUS-AREA-SUC      PIC X(03)  VALUE SPACES.
       01  WS-BUS-AREA-NUM REDEFINES WS-BUS-AREA-SUC PIC 9(03).
       77  WS-ROL-CAMBIO        PIC X(01)  VALUE SPACE.

      ********  DESENMASCARADOS POR SUCURSAL DEL OPERADOR  ***
      *  SUBINDICE = CODIGO DE SUCURSAL + 1
       01  WS-TABLA-SUCURSALES.
           03  WS-BRS-ENT OCCURS 1000 TIMES.
               05  WS-BRS-OPERADORES    PIC 9(05)  VALUE ZEROS.
               05  WS-BRS-DESEN         PIC 9(07)  VALUE ZEROS.

       77  WS-SUB-SUC           PIC 9(04)  VALUE ZEROS.
       77  WS-PROMEDIO-SUC      PIC 9(05)V99 VALUE ZEROS.
       77  WS-TOPE-DESEN        PIC 9(07)V99 VALUE ZEROS.

      ********  CONTADORES DE PROCESO  ***************
       77  WS-CANT-AUTSUC       PIC 9(7)  VALUE ZEROS.
       77  WS-CANT-AUTAPR       PIC 9(7)  VALUE ZEROS.
       77  WS-CANT-AUDMAE       PIC 9(7)  VALUE ZEROS.
       77  WS-CANT-CAUD         PIC 9(7)  VALUE ZEROS.
       77  WS-CANT-DESLOG       PIC 9(7)  VALUE ZEROS.
       77  WS-CANT-MARCADOS     PIC 9(7)  VALUE ZEROS.
       77  WS-CANT-MARCAS       PIC 9(7)  VALUE ZEROS.
       77  WS-CANT-DESCARTES    PIC 9(7)  VALUE ZEROS.

      ********  LINEAS DEL INFORME  ***************
       01  WS-LIN-TITULO.
           03  FILLER           PIC X(40)  VALUE
               'REVISION TRIMESTRAL DE ACCESOS - DESDE '.
           03  WS-TIT-DESDE     PIC 9(08).
           03  FILLER           PIC X(07)  VALUE ' HASTA '.
           03  WS-TIT-HASTA     PIC 9(08).
           03  FILLER           PIC X(16)  VALUE
               ' DIAS SIN USO > '.
           03  WS-TIT-DIAS      PIC ZZ9.
           03  FILLER           PIC X(09)  VALUE ' FACTOR '.
           03  WS-TIT-FACTOR    PIC Z9.
           03  FILLER           PIC X(39)  VALUE SPACES.

       01  WS-LIN-CABECERA.
           03  FILLER           PIC X(23)  VALUE
               'OPERADOR SUC.RANGO   A '.
           03  FILLER           PIC X(36)  VALUE
               'ULT.CONS ULT.DESE ULT.MAKR ULT.CHKR '.
           03  FILLER           PIC X(17)  VALUE
               ' CONS DESEN FUERA'.
           03  FILLER           PIC X(56)  VALUE SPACES.

       01  WS-LIN-DETALLE.
           03  WS-DET-OPERADOR  PIC X(08).
           03  FILLER           PIC X(01)  VALUE SPACE.
           03  WS-DET-SUC-DESDE PIC X(03).
           03  FILLER           PIC X(01)  VALUE '-'.
           03  WS-DET-SUC-HASTA PIC X(03).
           03  FILLER           PIC X(05)  VALUE SPACES.
           03  WS-DET-APR       PIC X(01).
           03  FILLER           PIC X(01)  VALUE SPACE.
           03  WS-DET-CONSULTA  PIC 9(08).
           03  FILLER           PIC X(01)  VALUE SPACE.
           03  WS-DET-DESEN     PIC 9(08).
           03  FILLER           PIC X(01)  VALUE SPACE.
           03  WS-DET-MAKER     PIC 9(08).
           03  FILLER           PIC X(01)  VALUE SPACE.
           03  WS-DET-CHECKER   PIC 9(08).
           03  FILLER           PIC X(01)  VALUE SPACE.
           03  WS-DET-CANT-CONS PIC ZZZZ9.
           03  FILLER           PIC X(01)  VALUE SPACE.
           03  WS-DET-CANT-DES  PIC ZZZZ9.
           03  FILLER           PIC X(01)  VALUE SPACE.
           03  WS-DET-FUERA     PIC ZZZZ9.
           03  FILLER           PIC X(56)  VALUE SPACES.

       01  WS-LIN-MARCA.
           03  FILLER           PIC X(07)  VALUE '   *** '.
           03  WS-MAR-TEXTO     PIC X(45).
           03  WS-MAR-VALOR1    PIC Z(7)9  BLANK WHEN ZERO.
           03  FILLER           PIC X(01)  VALUE SPACE.
           03  WS-MAR-TEXTO2    PIC X(16).
           03  WS-MAR-VALOR2    PIC ZZZZ9.99 BLANK WHEN ZERO.
           03  FILLER           PIC X(01)  VALUE SPACE.
           03  WS-MAR-TEXTO3    PIC X(10).
           03  WS-MAR-VALOR3    PIC ZZZZ9  BLANK WHEN ZERO.
           03  FILLER           PIC X(31)  VALUE SPACES.

       01  WS-LIN-RESUMEN.
           03  WS-RES-TEXTO     PIC X(40).
           03  WS-RES-VALOR     PIC Z,ZZZ,ZZ9.
           03  FILLER           PIC X(83)   VALUE SPACES.

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

           IF WS-NO-HAY-ERROR
              PERFORM 2000-CARGAR-AUTSUC THRU F-2000-CARGAR-AUTSUC
           END-IF.

           IF WS-NO-HAY-ERROR
              PERFORM 2100-CARGAR-AUTAPR THRU F-2100-CARGAR-AUTAPR
           END-IF.

           IF WS-NO-HAY-ERROR
              PERFORM 2200-CARGAR-AUDMAE THRU F-2200-CARGAR-AUDMAE
           END-IF.

           IF WS-NO-HAY-ERROR
              PERFORM 2300-CARGAR-CAUD THRU F-2300-CARGAR-CAUD
           END-IF.

           IF WS-NO-HAY-ERROR
              PERFORM 2400-CARGAR-DESLOG THRU F-2400-CARGAR-DESLOG
           END-IF.

           IF WS-NO-HAY-ERROR
              PERFORM 3000-SUMAR-SUCURSAL THRU F-3000-SUMAR-SUCURSAL
                      VARYING WS-IDX-OPE FROM 1 BY 1
                      UNTIL WS-IDX-OPE GREATER WS-CANT-OPERADORES
              PERFORM 4000-INFORMAR-OPERADOR
                        THRU F-4000-INFORMAR-OPERADOR
                      VARYING WS-IDX-OPE FROM 1 BY 1
                      UNTIL WS-IDX-OPE GREATER WS-CANT-OPERADORES
           END-IF.

           PERFORM 9999-FINAL    THRU  F-9999-FINAL.

       F-MAIN-PROGRAM. GOBACK.

      **************************************
      *                                    *
      *  FECHA, TRIMESTRE Y APERTURA DEL   *
      *  INFORME                           *
      *                                    *
      **************************************
       1000-INICIO.
           ACCEPT WS-FECHA FROM DATE YYYYMMDD.
           PERFORM 1100-LEER-PARM THRU F-1100-LEER-PARM.

      *    EL TRIMESTRE ARRANCA EL PRIMER DIA DEL MES DE DOS
      *    MESES ANTES DE LA FECHA DE REVISION
           MOVE WS-FECHA TO WS-FECHA-DESDE.
           MOVE 01       TO WS-DES-DD.
           IF WS-DES-MM GREATER 2
              SUBTRACT 2 FROM WS-DES-MM
           ELSE
              ADD 10 TO WS-DES-MM
              SUBTRACT 1 FROM WS-DES-SSAA
           END-IF.

           DISPLAY 'FECHA DE REVISION: ' WS-FECHA.
           DISPLAY 'TRIMESTRE DESDE  : ' WS-FECHA-DESDE.
           DISPLAY 'DIAS SIN USO     : ' WS-DIAS-UMBRAL.
           DISPLAY 'FACTOR DESENMASC.: ' WS-FACTOR-DESEN.

           SET WS-NO-HAY-ERROR TO TRUE.

           OPEN OUTPUT INFORME.
           IF WS-INF-CODE IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN INFORME = ' WS-INF-CODE
              MOVE 9999 TO RETURN-CODE
              SET  WS-HAY-ERROR TO TRUE
              GO TO F-1000-INICIO
           END-IF.

           MOVE WS-FECHA-DESDE  TO WS-TIT-DESDE.
           MOVE WS-FECHA        TO WS-TIT-HASTA.
           MOVE WS-DIAS-UMBRAL  TO WS-TIT-DIAS.
           MOVE WS-FACTOR-DESEN TO WS-TIT-FACTOR.
           MOVE WS-LIN-TITULO   TO REG-INFORME.
           PERFORM 9300-GRABAR-INFORME THRU F-9300-GRABAR-INFORME.
           MOVE WS-LIN-BLANCA   TO REG-INFORME.
           PERFORM 9300-GRABAR-INFORME THRU F-9300-GRABAR-INFORME.
           MOVE WS-LIN-CABECERA TO REG-INFORME.
           PERFORM 9300-GRABAR-INFORME THRU F-9300-GRABAR-INFORME.

       F-1000-INICIO.   EXIT.

      **************************************
      *                                    *
      *  LEE FECHA, DIAS Y FACTOR; SIN     *
      *  PARM FECHA DEL SISTEMA, 90 DIAS   *
      *  Y FACTOR 3                        *
      *                                    *
      **************************************
       1100-LEER-PARM.
           OPEN INPUT PARMS.

           IF WS-PARM-CODE IS NOT EQUAL '00'
              DISPLAY '* PARM NO DISPONIBLE, SE USA LA FECHA DEL '
                      'SISTEMA, 90 DIAS Y FACTOR 3'
              GO TO F-1100-LEER-PARM
           END-IF.

           READ PARMS INTO WS-REG-PARM.

           IF WS-PARM-CODE IS NOT EQUAL '00'
              DISPLAY '* PARM VACIO, SE USA LA FECHA DEL SISTEMA, '
                      '90 DIAS Y FACTOR 3'
           ELSE
              IF WS-PARM-FECHA IS NUMERIC AND
                 WS-PARM-FECHA GREATER ZEROS
                 MOVE WS-PARM-FECHA TO WS-FECHA
              END-IF
              IF WS-PARM-DIAS IS NUMERIC AND
                 WS-PARM-DIAS GREATER ZEROS
                 MOVE WS-PARM-DIAS TO WS-DIAS-UMBRAL
              END-IF
              IF WS-PARM-FACTOR IS NUMERIC AND
                 WS-PARM-FACTOR GREATER ZEROS
                 MOVE WS-PARM-FACTOR TO WS-FACTOR-DESEN
              END-IF
           END-IF.

           CLOSE PARMS.

       F-1100-LEER-PARM. EXIT.

      **************************************
      *                                    *
      *  CARGA LOS RANGOS DE CONSULTA DE   *
      *  AUTSUC; ES OBLIGATORIO            *
      *                                    *
      **************************************
       2000-CARGAR-AUTSUC.
           OPEN INPUT AUTSUC.
           IF WS-AUT-CODE IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN AUTSUC  = ' WS-AUT-CODE
              MOVE 9999 TO RETURN-CODE
              SET  WS-HAY-ERROR TO TRUE
              GO TO F-2000-CARGAR-AUTSUC
           END-IF.

           SET WS-NO-FIN-LECTURA TO TRUE.
           PERFORM 2050-LEER-AUTSUC THRU F-2050-LEER-AUTSUC
                   UNTIL WS-FIN-LECTURA.

           CLOSE AUTSUC.

       F-2000-CARGAR-AUTSUC. EXIT.

       2050-LEER-AUTSUC.
           READ AUTSUC NEXT RECORD
                AT END
                   SET WS-FIN-LECTURA TO TRUE
                   GO TO F-2050-LEER-AUTSUC
           END-READ.

           IF WS-AUT-CODE IS NOT EQUAL '00'
              DISPLAY '* ERROR EN LECTURA AUTSUC = ' WS-AUT-CODE
              MOVE 9999 TO RETURN-CODE
              SET WS-HAY-ERROR TO TRUE
              SET WS-FIN-LECTURA TO TRUE
              GO TO F-2050-LEER-AUTSUC
           END-IF.

           ADD 1 TO WS-CANT-AUTSUC.

           MOVE AUT-OPERADOR TO WS-BUS-OPERADOR.
           PERFORM 2800-UBICAR-OPERADOR THRU F-2800-UBICAR-OPERADOR.
           IF WS-IDX-OPE GREATER WS-MAX-OPERADORES
              GO TO F-2050-LEER-AUTSUC
           END-IF.

           MOVE 'S'           TO WS-OPE-AUTSUC (WS-IDX-OPE).
           MOVE AUT-SUC-DESDE TO WS-OPE-SUC-DESDE (WS-IDX-OPE).
           MOVE AUT-SUC-HASTA TO WS-OPE-SUC-HASTA (WS-IDX-OPE).

       F-2050-LEER-AUTSUC. EXIT.

      **************************************
      *                                    *
      *  CARGA LOS PERFILES DE APROBADOR   *
      *  DE AUTAPR; ES OBLIGATORIO         *
      *                                    *
      **************************************
       2100-CARGAR-AUTAPR.
           OPEN INPUT AUTAPR.
           IF WS-APR-CODE IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN AUTAPR  = ' WS-APR-CODE
              MOVE 9999 TO RETURN-CODE
              SET  WS-HAY-ERROR TO TRUE
              GO TO F-2100-CARGAR-AUTAPR
           END-IF.

           SET WS-NO-FIN-LECTURA TO TRUE.
           PERFORM 2150-LEER-AUTAPR THRU F-2150-LEER-AUTAPR
                   UNTIL WS-FIN-LECTURA.

           CLOSE AUTAPR.

       F-2100-CARGAR-AUTAPR. EXIT.

       2150-LEER-AUTAPR.
           READ AUTAPR NEXT RECORD
                AT END
                   SET WS-FIN-LECTURA TO TRUE
                   GO TO F-2150-LEER-AUTAPR
           END-READ.

           IF WS-APR-CODE IS NOT EQUAL '00'
              DISPLAY '* ERROR EN LECTURA AUTAPR = ' WS-APR-CODE
              MOVE 9999 TO RETURN-CODE
              SET WS-HAY-ERROR TO TRUE
              SET WS-FIN-LECTURA TO TRUE
              GO TO F-2150-LEER-AUTAPR
           END-IF.

           ADD 1 TO WS-CANT-AUTAPR.

      *    SIN MARCA DE APROBADOR EL REGISTRO NO DA PERMISO
           IF NOT APR-PUEDE-APROBAR
              GO TO F-2150-LEER-AUTAPR
           END-IF.

           MOVE APR-OPERADOR TO WS-BUS-OPERADOR.
           PERFORM 2800-UBICAR-OPERADOR THRU F-2800-UBICAR-OPERADOR.
           IF WS-IDX-OPE GREATER WS-MAX-OPERADORES
              GO TO F-2150-LEER-AUTAPR
           END-IF.

           MOVE 'S' TO WS-OPE-AUTAPR (WS-IDX-OPE).

       F-2150-LEER-AUTAPR. EXIT.

      **************************************
      *                                    *
      *  RECORRE AUDMAE HASTA LA FECHA DE  *
      *  REVISION: ULTIMO CAMBIO HECHO Y   *
      *  APROBADO POR OPERADOR, Y LOS DEL  *
      *  TRIMESTRE POR SUCURSAL TOCADA     *
      *                                    *
      **************************************
       2200-CARGAR-AUDMAE.
           OPEN INPUT AUDMAE.
           IF WS-AUD-CODE IS NOT EQUAL '00'
              DISPLAY '* AUDMAE NO DISPONIBLE (' WS-AUD-CODE
                      '), SIN ACTIVIDAD DE MANTENIMIENTO'
              MOVE 4 TO RETURN-CODE
              GO TO F-2200-CARGAR-AUDMAE
           END-IF.

           SET WS-NO-FIN-LECTURA TO TRUE.
           PERFORM 2250-LEER-AUDMAE THRU F-2250-LEER-AUDMAE
                   UNTIL WS-FIN-LECTURA.

           CLOSE AUDMAE.

       F-2200-CARGAR-AUDMAE. EXIT.

       2250-LEER-AUDMAE.
           READ AUDMAE NEXT RECORD
                AT END
                   SET WS-FIN-LECTURA TO TRUE
                   GO TO F-2250-LEER-AUDMAE
           END-READ.

           IF WS-AUD-CODE IS NOT EQUAL '00'
              DISPLAY '* ERROR EN LECTURA AUDMAE = ' WS-AUD-CODE
              MOVE 9999 TO RETURN-CODE
              SET WS-HAY-ERROR TO TRUE
              SET WS-FIN-LECTURA TO TRUE
              GO TO F-2250-LEER-AUDMAE
           END-IF.

      *    AUDMAE ESTA EN ORDEN DE FECHA: LO POSTERIOR NO CUENTA
           IF AUD-FECHA GREATER WS-FECHA
              SET WS-FIN-LECTURA TO TRUE
              GO TO F-2250-LEER-AUDMAE
           END-IF.

           ADD 1 TO WS-CANT-AUDMAE.
           MOVE AUD-IMAGEN TO WS-REG-AUDMANT.

      *    LA SUCURSAL TOCADA ENCABEZA LAS IMAGENES ANTES/DESPUES
           IF WS-AUM-DESPUES NOT EQUAL SPACES
              MOVE WS-AUM-DESPUES (1:3) TO WS-BUS-AREA-SUC
           ELSE
              MOVE WS-AUM-ANTES (1:3)   TO WS-BUS-AREA-SUC
           END-IF.

           IF WS-AUM-MAKER NOT EQUAL SPACES
              MOVE WS-AUM-MAKER TO WS-BUS-OPERADOR
              PERFORM 2800-UBICAR-OPERADOR
                        THRU F-2800-UBICAR-OPERADOR
              IF WS-IDX-OPE NOT GREATER WS-MAX-OPERADORES
                 IF WS-AUM-FECHA-ALTA GREATER
                                 WS-OPE-ULT-MAKER (WS-IDX-OPE)
                    MOVE WS-AUM-FECHA-ALTA
                                 TO WS-OPE-ULT-MAKER (WS-IDX-OPE)
                 END-IF
              END-IF
              IF AUD-FECHA NOT LESS WS-FECHA-DESDE
                 MOVE 'M' TO WS-ROL-CAMBIO
                 PERFORM 2900-ACUMULAR-AREA
                           THRU F-2900-ACUMULAR-AREA
              END-IF
           END-IF.

           IF WS-AUM-CHECKER NOT EQUAL SPACES
              MOVE WS-AUM-CHECKER TO WS-BUS-OPERADOR
              PERFORM 2800-UBICAR-OPERADOR
                        THRU F-2800-UBICAR-OPERADOR
              IF WS-IDX-OPE NOT GREATER WS-MAX-OPERADORES
                 IF WS-AUM-FECHA-APRO GREATER
                                 WS-OPE-ULT-CHECKER (WS-IDX-OPE)
                    MOVE WS-AUM-FECHA-APRO
                                 TO WS-OPE-ULT-CHECKER (WS-IDX-OPE)
                 END-IF
              END-IF
              IF AUD-FECHA NOT LESS WS-FECHA-DESDE
                 MOVE 'C' TO WS-ROL-CAMBIO
                 PERFORM 2900-ACUMULAR-AREA
                           THRU F-2900-ACUMULAR-AREA
              END-IF
           END-IF.

       F-2250-LEER-AUDMAE. EXIT.

      **************************************
      *                                    *
      *  LOG DE CONSULTAS CAUD (PGMCONSU   *
      *  Y PGMCONCU): ULTIMO USO DEL       *
      *  PERMISO AUTSUC                    *
      *                                    *
      **************************************
       2300-CARGAR-CAUD.
           OPEN INPUT CAUD.
           IF WS-CAU-CODE IS NOT EQUAL '00'
              DISPLAY '* LOG DE CONSULTAS CAUD NO DISPONIBLE ('
                      WS-CAU-CODE '), SIN ACTIVIDAD DE CONSULTA'
              MOVE 4 TO RETURN-CODE
              GO TO F-2300-CARGAR-CAUD
           END-IF.

           SET WS-NO-FIN-LECTURA TO TRUE.
           PERFORM 2350-LEER-CAUD THRU F-2350-LEER-CAUD
                   UNTIL WS-FIN-LECTURA.

           CLOSE CAUD.

       F-2300-CARGAR-CAUD. EXIT.

       2350-LEER-CAUD.
           READ CAUD INTO WS-REG-AUDINQ
                AT END
                   SET WS-FIN-LECTURA TO TRUE
                   GO TO F-2350-LEER-CAUD
           END-READ.

           IF WS-CAU-CODE IS NOT EQUAL '00'
              DISPLAY '* ERROR EN LECTURA CAUD = ' WS-CAU-CODE
              MOVE 9999 TO RETURN-CODE
              SET WS-HAY-ERROR TO TRUE
              SET WS-FIN-LECTURA TO TRUE
              GO TO F-2350-LEER-CAUD
           END-IF.

           IF WS-AUI-FECHA IS NOT NUMERIC OR
              WS-AUI-OPERADOR EQUAL SPACES OR
              WS-AUI-FECHA GREATER WS-FECHA
              ADD 1 TO WS-CANT-DESCARTES
              GO TO F-2350-LEER-CAUD
           END-IF.

           ADD 1 TO WS-CANT-CAUD.

           MOVE WS-AUI-OPERADOR TO WS-BUS-OPERADOR.
           PERFORM 2800-UBICAR-OPERADOR THRU F-2800-UBICAR-OPERADOR.
           IF WS-IDX-OPE GREATER WS-MAX-OPERADORES
              GO TO F-2350-LEER-CAUD
           END-IF.

           IF WS-AUI-FECHA GREATER WS-OPE-ULT-CONSULTA (WS-IDX-OPE)
              MOVE WS-AUI-FECHA TO WS-OPE-ULT-CONSULTA (WS-IDX-OPE)
           END-IF.

           IF WS-AUI-FECHA NOT LESS WS-FECHA-DESDE
              ADD 1 TO WS-OPE-CANT-CONSULTA (WS-IDX-OPE)
           END-IF.

       F-2350-LEER-CAUD. EXIT.

      **************************************
      *                                    *
      *  LOG DE DESENMASCARADOS DE         *
      *  PGMDESEN: ULTIMO PEDIDO, PEDIDOS  *
      *  DEL TRIMESTRE Y LOS HECHOS SOBRE  *
      *  SUCURSALES FUERA DE SU RANGO      *
      *                                    *
      **************************************
       2400-CARGAR-DESLOG.
           OPEN INPUT DESLOG.
           IF WS-LOG-CODE IS NOT EQUAL '00'
              DISPLAY '* LOG DE DESENMASCARADOS NO DISPONIBLE ('
                      WS-LOG-CODE '), SIN PEDIDOS'
              MOVE 4 TO RETURN-CODE
              GO TO F-2400-CARGAR-DESLOG
           END-IF.

           SET WS-NO-FIN-LECTURA TO TRUE.
           PERFORM 2450-LEER-DESLOG THRU F-2450-LEER-DESLOG
                   UNTIL WS-FIN-LECTURA.

           CLOSE DESLOG.

       F-2400-CARGAR-DESLOG. EXIT.

       2450-LEER-DESLOG.
           READ DESLOG INTO WS-REG-DESLOG
                AT END
                   SET WS-FIN-LECTURA TO TRUE
                   GO TO F-2450-LEER-DESLOG
           END-READ.

           IF WS-LOG-CODE IS NOT EQUAL '00'
              DISPLAY '* ERROR EN LECTURA DESLOG = ' WS-LOG-CODE
              MOVE 9999 TO RETURN-CODE
              SET WS-HAY-ERROR TO TRUE
              SET WS-FIN-LECTURA TO TRUE
              GO TO F-2450-LEER-DESLOG
           END-IF.

           IF WS-LOG-FECHA IS NOT NUMERIC OR
              WS-LOG-OPERADOR EQUAL SPACES OR
              WS-LOG-FECHA GREATER WS-FECHA
              ADD 1 TO WS-CANT-DESCARTES
              GO TO F-2450-LEER-DESLOG
           END-IF.

           ADD 1 TO WS-CANT-DESLOG.

           MOVE WS-LOG-OPERADOR TO WS-BUS-OPERADOR.
           PERFORM 2800-UBICAR-OPERADOR THRU F-2800-UBICAR-OPERADOR.
           IF WS-IDX-OPE GREATER WS-MAX-OPERADORES
              GO TO F-2450-LEER-DESLOG
           END-IF.

           IF WS-LOG-FECHA GREATER WS-OPE-ULT-DESEN (WS-IDX-OPE)
              MOVE WS-LOG-FECHA TO WS-OPE-ULT-DESEN (WS-IDX-OPE)
           END-IF.

           IF WS-LOG-FECHA LESS WS-FECHA-DESDE
              GO TO F-2450-LEER-DESLOG
           END-IF.

           ADD 1 TO WS-OPE-CANT-DESEN (WS-IDX-OPE).

           IF WS-OPE-AUTSUC (WS-IDX-OPE) NOT EQUAL 'S'
              GO TO F-2450-LEER-DESLOG
           END-IF.

           IF WS-LOG-SUCURSAL IS NOT NUMERIC OR
              WS-LOG-SUCURSAL LESS WS-OPE-SUC-DESDE (WS-IDX-OPE) OR
              WS-LOG-SUCURSAL GREATER WS-OPE-SUC-HASTA (WS-IDX-OPE)
              ADD 1 TO WS-OPE-DESEN-FUERA (WS-IDX-OPE)
           END-IF.

       F-2450-LEER-DESLOG. EXIT.

      **************************************
      *                                    *
      *  BUSCA EL OPERADOR EN LA TABLA Y   *
      *  LO AGREGA SI NO ESTA; TABLA LLENA *
      *  DEJA EL INDICE PASADO DEL MAXIMO  *
      *                                    *
      **************************************
       2800-UBICAR-OPERADOR.
           SET WS-IDX-OPE TO 1.
           PERFORM 2850-AVANZAR-OPERADOR THRU F-2850-AVANZAR-OPERADOR
                   UNTIL WS-IDX-OPE GREATER WS-CANT-OPERADORES
                   OR WS-OPE-OPERADOR (WS-IDX-OPE)
                                EQUAL WS-BUS-OPERADOR.

           IF WS-IDX-OPE NOT GREATER WS-CANT-OPERADORES
              GO TO F-2800-UBICAR-OPERADOR
           END-IF.

           IF WS-CANT-OPERADORES NOT LESS WS-MAX-OPERADORES
              DISPLAY '* TABLA DE OPERADORES LLENA, SE IGNORA '
                      WS-BUS-OPERADOR
              MOVE 4 TO RETURN-CODE
              SET WS-IDX-OPE TO WS-MAX-OPERADORES
              SET WS-IDX-OPE UP BY 1
              GO TO F-2800-UBICAR-OPERADOR
           END-IF.

           ADD 1 TO WS-CANT-OPERADORES.
           SET WS-IDX-OPE TO WS-CANT-OPERADORES.
           MOVE WS-BUS-OPERADOR TO WS-OPE-OPERADOR (WS-IDX-OPE).
           MOVE 'N'             TO WS-OPE-AUTSUC (WS-IDX-OPE)
                                   WS-OPE-AUTAPR (WS-IDX-OPE).
           MOVE ZEROS           TO WS-OPE-SUC-DESDE (WS-IDX-OPE)
                                   WS-OPE-SUC-HASTA (WS-IDX-OPE)
                                   WS-OPE-ULT-CONSULTA (WS-IDX-OPE)
                                   WS-OPE-ULT-DESEN (WS-IDX-OPE)
                                   WS-OPE-ULT-MAKER (WS-IDX-OPE)
                                   WS-OPE-ULT-CHECKER (WS-IDX-OPE)
                                   WS-OPE-CANT-CONSULTA (WS-IDX-OPE)
                                   WS-OPE-CANT-DESEN (WS-IDX-OPE)
                                   WS-OPE-DESEN-FUERA (WS-IDX-OPE).

       F-2800-UBICAR-OPERADOR. EXIT.

       2850-AVANZAR-OPERADOR.
           SET WS-IDX-OPE UP BY 1.

       F-2850-AVANZAR-OPERADOR. EXIT.

      **************************************
      *                                    *
      *  SUMA UN CAMBIO DE SUCMAE DEL      *
      *  TRIMESTRE AL RENGLON OPERADOR +   *
      *  SUCURSAL, COMO HECHO (M) O COMO   *
      *  APROBADO (C)                      *
      *                                    *
      **************************************
       2900-ACUMULAR-AREA.
           IF WS-BUS-AREA-SUC IS NOT NUMERIC
              GO TO F-2900-ACUMULAR-AREA
           END-IF.

           SET WS-IDX-ARE TO 1.
           PERFORM 2950-AVANZAR-AREA THRU F-2950-AVANZAR-AREA
                   UNTIL WS-IDX-ARE GREATER WS-CANT-AREAS
                   OR (WS-ARE-OPERADOR (WS-IDX-ARE)
                                EQUAL WS-BUS-OPERADOR AND
                       WS-ARE-SUCURSAL (WS-IDX-ARE)
                                EQUAL WS-BUS-AREA-NUM).

           IF WS-IDX-ARE GREATER WS-CANT-AREAS
              IF WS-CANT-AREAS NOT LESS WS-MAX-AREAS
                 DISPLAY '* TABLA DE CAMBIOS POR SUCURSAL LLENA, '
                         'SE IGNORA ' WS-BUS-OPERADOR
                         ' SUC ' WS-BUS-AREA-SUC
                 MOVE 4 TO RETURN-CODE
                 GO TO F-2900-ACUMULAR-AREA
              END-IF
              ADD 1 TO WS-CANT-AREAS
              SET WS-IDX-ARE TO WS-CANT-AREAS
              MOVE WS-BUS-OPERADOR TO WS-ARE-OPERADOR (WS-IDX-ARE)
              MOVE WS-BUS-AREA-NUM TO WS-ARE-SUCURSAL (WS-IDX-ARE)
              MOVE ZEROS           TO WS-ARE-HECHOS (WS-IDX-ARE)
                                      WS-ARE-APROBADOS (WS-IDX-ARE)
           END-IF.

           IF WS-ROL-CAMBIO EQUAL 'M'
              ADD 1 TO WS-ARE-HECHOS (WS-IDX-ARE)
           ELSE
              ADD 1 TO WS-ARE-APROBADOS (WS-IDX-ARE)
           END-IF.

       F-2900-ACUMULAR-AREA. EXIT.

       2950-AVANZAR-AREA.
           SET WS-IDX-ARE UP BY 1.

       F-2950-AVANZAR-AREA. EXIT.

      **************************************
      *                                    *
      *  DESENMASCARADOS DEL TRIMESTRE Y   *
      *  OPERADORES POR SUCURSAL PROPIA,   *
      *  PARA EL PROMEDIO DE LA SUCURSAL   *
      *                                    *
      **************************************
       3000-SUMAR-SUCURSAL.
           IF WS-OPE-AUTSUC (WS-IDX-OPE) NOT EQUAL 'S'
              GO TO F-3000-SUMAR-SUCURSAL
           END-IF.

           COMPUTE WS-SUB-SUC = WS-OPE-SUC-DESDE (WS-IDX-OPE) + 1.
           ADD 1 TO WS-BRS-OPERADORES (WS-SUB-SUC).
           ADD WS-OPE-CANT-DESEN (WS-IDX-OPE)
                                 TO WS-BRS-DESEN (WS-SUB-SUC).

       F-3000-SUMAR-SUCURSAL. EXIT.

      **************************************
      *                                    *
      *  LINEA DEL OPERADOR Y SUS MARCAS   *
      *                                    *
      **************************************
       4000-INFORMAR-OPERADOR.
           SET WS-OPERADOR-LIMPIO TO TRUE.

           MOVE WS-OPE-OPERADOR (WS-IDX-OPE)      TO WS-DET-OPERADOR.
           IF WS-OPE-AUTSUC (WS-IDX-OPE) EQUAL 'S'
              MOVE WS-OPE-SUC-DESDE (WS-IDX-OPE)  TO WS-DET-SUC-DESDE
              MOVE WS-OPE-SUC-HASTA (WS-IDX-OPE)  TO WS-DET-SUC-HASTA
           ELSE
              MOVE '---'                          TO WS-DET-SUC-DESDE
                                                     WS-DET-SUC-HASTA
           END-IF.
           MOVE WS-OPE-AUTAPR (WS-IDX-OPE)        TO WS-DET-APR.
           MOVE WS-OPE-ULT-CONSULTA (WS-IDX-OPE)  TO WS-DET-CONSULTA.
           MOVE WS-OPE-ULT-DESEN (WS-IDX-OPE)     TO WS-DET-DESEN.
           MOVE WS-OPE-ULT-MAKER (WS-IDX-OPE)     TO WS-DET-MAKER.
           MOVE WS-OPE-ULT-CHECKER (WS-IDX-OPE)   TO WS-DET-CHECKER.
           MOVE WS-OPE-CANT-CONSULTA (WS-IDX-OPE) TO WS-DET-CANT-CONS.
           MOVE WS-OPE-CANT-DESEN (WS-IDX-OPE)    TO WS-DET-CANT-DES.
           MOVE WS-OPE-DESEN-FUERA (WS-IDX-OPE)   TO WS-DET-FUERA.
           MOVE WS-LIN-DETALLE TO REG-INFORME.
           PERFORM 9300-GRABAR-INFORME THRU F-9300-GRABAR-INFORME.

           PERFORM 4100-MARCAR-SIN-USO THRU F-4100-MARCAR-SIN-USO.

           PERFORM 4300-MARCAR-AREA THRU F-4300-MARCAR-AREA
                   VARYING WS-IDX-ARE FROM 1 BY 1
                   UNTIL WS-IDX-ARE GREATER WS-CANT-AREAS.

           PERFORM 4400-MARCAR-DESEN THRU F-4400-MARCAR-DESEN.

           IF WS-OPERADOR-MARCADO
              ADD 1 TO WS-CANT-MARCADOS
           END-IF.

       F-4000-INFORMAR-OPERADOR. EXIT.

      **************************************
      *                                    *
      *  PERMISOS SIN USO EN MAS DE N      *
      *  DIAS, Y ACTIVIDAD DE QUIEN NO     *
      *  TIENE NINGUNA AUTORIZACION        *
      *                                    *
      **************************************
       4100-MARCAR-SIN-USO.
           IF WS-OPE-AUTSUC (WS-IDX-OPE) EQUAL 'S'
              MOVE WS-OPE-ULT-CONSULTA (WS-IDX-OPE) TO WS-ULT-USO
              PERFORM 4200-DIAS-SIN-USO THRU F-4200-DIAS-SIN-USO
              IF WS-ULT-USO EQUAL ZEROS
                 MOVE 'PERMISO DE CONSULTA AUTSUC NUNCA USADO'
                                                 TO WS-MAR-TEXTO
                 MOVE ZEROS  TO WS-MAR-VALOR1
                 PERFORM 4900-GRABAR-MARCA THRU F-4900-GRABAR-MARCA
              ELSE
                 IF WS-DIAS-SIN-USO GREATER WS-DIAS-UMBRAL
                    MOVE 'PERMISO DE CONSULTA AUTSUC SIN USO, DIAS'
                                                 TO WS-MAR-TEXTO
                    MOVE WS-DIAS-SIN-USO TO WS-MAR-VALOR1
                    PERFORM 4900-GRABAR-MARCA THRU F-4900-GRABAR-MARCA
                 END-IF
              END-IF
           END-IF.

           IF WS-OPE-AUTAPR (WS-IDX-OPE) EQUAL 'S'
              MOVE WS-OPE-ULT-CHECKER (WS-IDX-OPE) TO WS-ULT-USO
              PERFORM 4200-DIAS-SIN-USO THRU F-4200-DIAS-SIN-USO
              IF WS-ULT-USO EQUAL ZEROS
                 MOVE 'PERFIL DE APROBADOR AUTAPR NUNCA USADO'
                                                 TO WS-MAR-TEXTO
                 MOVE ZEROS  TO WS-MAR-VALOR1
                 PERFORM 4900-GRABAR-MARCA THRU F-4900-GRABAR-MARCA
              ELSE
                 IF WS-DIAS-SIN-USO GREATER WS-DIAS-UMBRAL
                    MOVE 'PERFIL DE APROBADOR AUTAPR SIN USO, DIAS'
                                                 TO WS-MAR-TEXTO
                    MOVE WS-DIAS-SIN-USO TO WS-MAR-VALOR1
                    PERFORM 4900-GRABAR-MARCA THRU F-4900-GRABAR-MARCA
                 END-IF
              END-IF
           END-IF.

      *    CONSULTAS O APROBACIONES SIN EL PERMISO VIGENTE
           IF WS-OPE-AUTSUC (WS-IDX-OPE) NOT EQUAL 'S' AND
              WS-OPE-CANT-CONSULTA (WS-IDX-OPE) GREATER ZEROS
              MOVE 'CONSULTAS EN EL TRIMESTRE SIN AUTSUC VIGENTE'
                                              TO WS-MAR-TEXTO
              MOVE WS-OPE-CANT-CONSULTA (WS-IDX-OPE) TO WS-MAR-VALOR1
              PERFORM 4900-GRABAR-MARCA THRU F-4900-GRABAR-MARCA
           END-IF.

           IF WS-OPE-AUTAPR (WS-IDX-OPE) NOT EQUAL 'S' AND
              WS-OPE-ULT-CHECKER (WS-IDX-OPE) NOT LESS WS-FECHA-DESDE
              MOVE 'APROBO CAMBIOS SIN PERFIL AUTAPR VIGENTE, EL'
                                              TO WS-MAR-TEXTO
              MOVE WS-OPE-ULT-CHECKER (WS-IDX-OPE) TO WS-MAR-VALOR1
              PERFORM 4900-GRABAR-MARCA THRU F-4900-GRABAR-MARCA
           END-IF.

       F-4100-MARCAR-SIN-USO. EXIT.

      **************************************
      *                                    *
      *  DIAS CORRIDOS ENTRE EL ULTIMO USO *
      *  Y LA FECHA DE REVISION (FECHAB)   *
      *                                    *
      **************************************
       4200-DIAS-SIN-USO.
           MOVE ZEROS TO WS-DIAS-SIN-USO.
           IF WS-ULT-USO EQUAL ZEROS
              GO TO F-4200-DIAS-SIN-USO
           END-IF.

           MOVE 'D'        TO WS-FEC-FUNCION.
           MOVE WS-ULT-USO TO WS-FEC-DESDE.
           MOVE WS-FECHA   TO WS-FEC-HASTA.
           MOVE ZEROS      TO WS-FEC-CANT.

           CALL 'FECHAB' USING WS-FEC-FUNCION
                               WS-FEC-DESDE
                               WS-FEC-HASTA
                               WS-FEC-CANT
                               WS-FEC-CALENDARIO
                               WS-FEC-HABILES
                               WS-FEC-RESULTADO.

      *    SOLO INTERESAN LOS DIAS CORRIDOS: SIN CALEND ALCANZA
           EVALUATE TRUE
               WHEN WS-FEC-OK
               WHEN WS-FEC-SIN-CALENDARIO
               WHEN WS-FEC-FUERA-CALENDARIO
                  MOVE WS-FEC-CALENDARIO TO WS-DIAS-SIN-USO

               WHEN OTHER
                  DISPLAY '* ERROR EN SUBRUTINA FECHAB, '
                          'RESULTADO ' WS-FEC-RESULTADO
                          ' FECHA ' WS-ULT-USO
                  MOVE 9999 TO RETURN-CODE
           END-EVALUATE.

       F-4200-DIAS-SIN-USO. EXIT.

      **************************************
      *                                    *
      *  MISMA SUCURSAL DE SUCMAE CAMBIADA *
      *  POR PGMSUCMA Y APROBADA POR       *
      *  PGMSUCAP POR EL MISMO OPERADOR    *
      *                                    *
      **************************************
       4300-MARCAR-AREA.
           IF WS-ARE-OPERADOR (WS-IDX-ARE) NOT EQUAL
                                  WS-OPE-OPERADOR (WS-IDX-OPE)
              GO TO F-4300-MARCAR-AREA
           END-IF.

           IF WS-ARE-HECHOS (WS-IDX-ARE) EQUAL ZEROS OR
              WS-ARE-APROBADOS (WS-IDX-ARE) EQUAL ZEROS
              GO TO F-4300-MARCAR-AREA
           END-IF.

           MOVE 'HIZO Y APROBO CAMBIOS DE SUCMAE EN LA SUCURSAL'
                                           TO WS-MAR-TEXTO.
           MOVE WS-ARE-SUCURSAL (WS-IDX-ARE) TO WS-MAR-VALOR1.
           MOVE 'HECHOS          '          TO WS-MAR-TEXTO2.
           MOVE WS-ARE-HECHOS (WS-IDX-ARE)    TO WS-MAR-VALOR2.
           MOVE 'APROBADOS '                TO WS-MAR-TEXTO3.
           MOVE WS-ARE-APROBADOS (WS-IDX-ARE) TO WS-MAR-VALOR3.
           PERFORM 4900-GRABAR-MARCA THRU F-4900-GRABAR-MARCA.

       F-4300-MARCAR-AREA. EXIT.

      **************************************
      *                                    *
      *  DESENMASCARADOS FUERA DE RANGO O  *
      *  MUY POR ENCIMA DEL PROMEDIO DE    *
      *  SU SUCURSAL                       *
      *                                    *
      **************************************
       4400-MARCAR-DESEN.
           IF WS-OPE-DESEN-FUERA (WS-IDX-OPE) GREATER ZEROS
              MOVE 'DESENMASCARO SUCURSALES FUERA DE SU RANGO'
                                              TO WS-MAR-TEXTO
              MOVE WS-OPE-DESEN-FUERA (WS-IDX-OPE) TO WS-MAR-VALOR1
              PERFORM 4900-GRABAR-MARCA THRU F-4900-GRABAR-MARCA
           END-IF.

           IF WS-OPE-AUTSUC (WS-IDX-OPE) NOT EQUAL 'S'
              IF WS-OPE-CANT-DESEN (WS-IDX-OPE) GREATER ZEROS
                 MOVE 'DESENMASCARO SIN AUTORIZACION AUTSUC'
                                              TO WS-MAR-TEXTO
                 MOVE WS-OPE-CANT-DESEN (WS-IDX-OPE) TO WS-MAR-VALOR1
                 PERFORM 4900-GRABAR-MARCA THRU F-4900-GRABAR-MARCA
              END-IF
              GO TO F-4400-MARCAR-DESEN
           END-IF.

           IF WS-OPE-CANT-DESEN (WS-IDX-OPE) LESS WS-MIN-DESEN
              GO TO F-4400-MARCAR-DESEN
           END-IF.

           COMPUTE WS-SUB-SUC = WS-OPE-SUC-DESDE (WS-IDX-OPE) + 1.
           COMPUTE WS-PROMEDIO-SUC ROUNDED =
                   WS-BRS-DESEN (WS-SUB-SUC) /
                   WS-BRS-OPERADORES (WS-SUB-SUC).
           COMPUTE WS-TOPE-DESEN = WS-PROMEDIO-SUC * WS-FACTOR-DESEN.

           IF WS-OPE-CANT-DESEN (WS-IDX-OPE) GREATER WS-TOPE-DESEN
              MOVE 'DESENMASCARADOS DEL TRIMESTRE MUY ALTOS'
                                              TO WS-MAR-TEXTO
              MOVE WS-OPE-CANT-DESEN (WS-IDX-OPE) TO WS-MAR-VALOR1
              MOVE 'PROMEDIO SUC.   '         TO WS-MAR-TEXTO2
              MOVE WS-PROMEDIO-SUC            TO WS-MAR-VALOR2
              PERFORM 4900-GRABAR-MARCA THRU F-4900-GRABAR-MARCA
           END-IF.

       F-4400-MARCAR-DESEN. EXIT.

      **************************************
      *                                    *
      *  GRABA UNA LINEA DE MARCA DEBAJO   *
      *  DEL OPERADOR                      *
      *                                    *
      **************************************
       4900-GRABAR-MARCA.
           SET WS-OPERADOR-MARCADO TO TRUE.
           ADD 1 TO WS-CANT-MARCAS.

           MOVE WS-LIN-MARCA TO REG-INFORME.
           PERFORM 9300-GRABAR-INFORME THRU F-9300-GRABAR-INFORME.

           MOVE SPACES TO WS-MAR-TEXTO WS-MAR-TEXTO2 WS-MAR-TEXTO3.
           MOVE ZEROS  TO WS-MAR-VALOR1 WS-MAR-VALOR2 WS-MAR-VALOR3.

       F-4900-GRABAR-MARCA. EXIT.

      **************************************
      *                                    *
      *  CIERRE Y TOTALES DE CONTROL       *
      *                                    *
      **************************************
       9999-FINAL.
           IF WS-INF-CODE IS EQUAL '00'
              PERFORM 9100-RESUMEN THRU F-9100-RESUMEN
           END-IF.

           IF WS-CANT-MARCADOS GREATER ZEROS AND
              RETURN-CODE EQUAL ZEROS
              MOVE 4 TO RETURN-CODE
           END-IF.

           DISPLAY '************************** '.
           DISPLAY 'AUTORIZACIONES AUTSUC   : ' WS-CANT-AUTSUC.
           DISPLAY 'PERFILES AUTAPR LEIDOS  : ' WS-CANT-AUTAPR.
           DISPLAY 'CAMBIOS AUDMAE LEIDOS   : ' WS-CANT-AUDMAE.
           DISPLAY 'CONSULTAS CAUD LEIDAS   : ' WS-CANT-CAUD.
           DISPLAY 'PEDIDOS DESLOG LEIDOS   : ' WS-CANT-DESLOG.
           DISPLAY 'REGISTROS DE LOG DESCART: ' WS-CANT-DESCARTES.
           DISPLAY 'OPERADORES REVISADOS    : ' WS-CANT-OPERADORES.
           DISPLAY 'OPERADORES CON MARCAS   : ' WS-CANT-MARCADOS.

       F-9999-FINAL. EXIT.

      **************************************
      *                                    *
      *  RESUMEN Y CIERRE DEL INFORME      *
      *                                    *
      **************************************
       9100-RESUMEN.
           MOVE WS-LIN-BLANCA TO REG-INFORME.
           PERFORM 9300-GRABAR-INFORME THRU F-9300-GRABAR-INFORME.

           MOVE 'OPERADORES REVISADOS                   '
                                     TO WS-RES-TEXTO.
           MOVE WS-CANT-OPERADORES   TO WS-RES-VALOR.
           PERFORM 9400-LINEA-RESUMEN THRU F-9400-LINEA-RESUMEN.
           MOVE 'OPERADORES CON MARCAS                  '
                                     TO WS-RES-TEXTO.
           MOVE WS-CANT-MARCADOS     TO WS-RES-VALOR.
           PERFORM 9400-LINEA-RESUMEN THRU F-9400-LINEA-RESUMEN.
           MOVE 'MARCAS EMITIDAS                        '
                                     TO WS-RES-TEXTO.
           MOVE WS-CANT-MARCAS       TO WS-RES-VALOR.
           PERFORM 9400-LINEA-RESUMEN THRU F-9400-LINEA-RESUMEN.

           CLOSE INFORME.
           IF WS-INF-CODE IS NOT EQUAL '00'
              DISPLAY '* ERROR EN CLOSE INFORME = ' WS-INF-CODE
              MOVE 9999 TO RETURN-CODE
           END-IF.

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
