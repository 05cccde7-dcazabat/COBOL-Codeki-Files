       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMBARRE.
       AUTHOR.        D. CAZABAT.
       INSTALLATION.  CURSO CODEKI.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.
      **********************************************************
      *                                                        *
      *  BARRIDO NOCTURNO UNICO DE CTAMAE: CADA INFORME DE     *
      *  CUENTAS RECORRIA EL MAESTRO POR SU CUENTA Y VARIOS    *
      *  CARGABAN RATES CADA UNO. ESTE PASO LEE CTAMAE UNA     *
      *  SOLA VEZ EN ORDEN DE CLAVE Y GRABA EL EXTRACTO CTAEXT *
      *  (COPY CPCTAEX) CON CADA CUENTA ENRIQUECIDA CON LA     *
      *  ENTIDAD DE SU SUCURSAL SEGUN SUCMAE Y EL IMPORTE EN   *
      *  PESOS EQUIVALENTES CON LA COTIZACION DE RATES         *
      *  VIGENTE A LA FECHA DE PROCESO.                        *
      *                                                        *
      *  ANTES DE QUE LOS INFORMES TOMEN EL EXTRACTO, SUS      *
      *  TOTALES SE ATAN CONTRA SUCTOT COMO EN PGMCONCI: LAS   *
      *  CUENTAS ACTIVAS MAS EL CAPITAL DE LOS PLAZOS FIJOS    *
      *  VIGENTES DE PFMAE, POR SUCURSAL, CANTIDADES EXACTAS E *
      *  IMPORTES DENTRO DE LA TOLERANCIA DEL PARM. DEL LADO   *
      *  DE LAS CUENTAS SE SUMA EL SALDO DE ORIGEN             *
      *  (CTA-SALDO-ORIGEN, EXT-ORIGEN-PESOS), NO CTA-IMPORTE: *
      *  LO IMPUTADO POR PGMPOSTE NO ESTA EN SUCTOT Y SALDRIA  *
      *  COMO DESVIO. EL RESULTADO QUEDA EN EL REGISTRO DE     *
      *  CONTROL EXTCTL (COPY CPEXTCT) QUE LOS INFORMES        *
      *  CONTROLAN CON LA SUBRUTINA EXTCHK; CON DESVIOS EL     *
      *  PASO TERMINA CON RETURN-CODE 8 Y EL EXTRACTO QUEDA    *
      *  MARCADO DESCUADRADO.                                  *
      *                                                        *
      *  EXTCTL SE ABRE AL ARRANCAR Y SE GRABA AL FINAL: UN    *
      *  BARRIDO CORTADO DEJA EL CONTROL VACIO Y NINGUN        *
      *  INFORME TOMA UN EXTRACTO A MEDIO GRABAR.              *
      *                                                        *
      *  PARM: FECHA (SSAAMMDD) + TOLERANCIA DE IMPORTE        *
      *  (9(7)V99); SIN PARM, FECHA DEL SISTEMA Y CERO.        *
      *                                                        *
      **********************************************************
      *      MANTENIMIENTO DE PROGRAMA                         *
      **********************************************************
      *  FECHA   *    DETALLE        * COD *
      **************************************
      *15/10/2026* CONTROL CONTRA    * 001 *
      *          * SUCTOT CON EL     *     *
      *          * SALDO DE ORIGEN   *     *
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

             SELECT SUCMAE  ASSIGN DDSUCMA
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS RANDOM
                    RECORD KEY IS SUC-COD
                    FILE STATUS IS WS-SUC-CODE.

             SELECT PFMAE   ASSIGN DDPFMAE
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS PF-CLAVE
                    FILE STATUS IS WS-PF-CODE.

             SELECT SUCTOT  ASSIGN DDSUCTOT
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS TOT-COD
                    FILE STATUS IS WS-TOT-CODE.

             SELECT RATES   ASSIGN DDRATES
                    FILE STATUS IS WS-RAT-CODE.

             SELECT CTAEXT  ASSIGN DDCTAEXT
                    FILE STATUS IS WS-EXT-CODE.

             SELECT EXTCTL  ASSIGN DDEXTCTL
                    FILE STATUS IS WS-ECT-CODE.

             SELECT INFORME ASSIGN DDINFORM
                    FILE STATUS IS WS-INF-CODE.

             SELECT PARMS   ASSIGN DDPARM
                    FILE STATUS IS WS-PARM-CODE.

       DATA DIVISION.
       FILE SECTION.
       FD CTAMAE.

           COPY CPCTAMA.

       FD SUCMAE.

       01 REG-SUCMAE.
           03  SUC-COD       PIC 9(03).
           03  SUC-NOM       PIC X(14).
           03  SUC-ESTADO    PIC X(01).
           03  SUC-ENTIDAD   PIC X(03).
           03  FILLER        PIC X(09).

       FD PFMAE.

           COPY CPPFMAE.

       FD SUCTOT.

       01 REG-SUCTOT.
           03  TOT-COD             PIC 9(03).
           03  TOT-NOM             PIC X(14).
           03  TOT-CANT-CUENTAS    PIC 9(04).
           03  TOT-IMPORTE         PIC S9(9)V99.
           03  TOT-FECHA-SIGLO     PIC 99.
           03  TOT-FECHA-AA        PIC 99.
           03  TOT-FECHA-MM        PIC 99.
           03  TOT-FECHA-DD        PIC 99.
           03  TOT-HORA-REFRESCO   PIC 9(04).
           03  TOT-MONEDA-1        PIC 9(02).
           03  TOT-IMP-MON-1       PIC S9(9)V99.
           03  TOT-MONEDA-2        PIC 9(02).
           03  TOT-IMP-MON-2       PIC S9(9)V99.
           03  FILLER              PIC X(10).

       FD RATES
            BLOCK CONTAINS 0 RECORDS
            RECORDING MODE IS F.

       01 REG-RATES      PIC X(30).

       FD CTAEXT
            BLOCK CONTAINS 0 RECORDS
            RECORDING MODE IS F.

           COPY CPCTAEX.

       FD EXTCTL
            BLOCK CONTAINS 0 RECORDS
            RECORDING MODE IS F.

           COPY CPEXTCT.

       FD INFORME
            BLOCK CONTAINS 0 RECORDS
            RECORDING MODE IS F.

       01 REG-INFORME    PIC X(80).

       FD PARMS
            BLOCK CONTAINS 0 RECORDS
            RECORDING MODE IS F.

       01 REG-PARM       PIC X(17).

      **************************************
       WORKING-STORAGE SECTION.
      **************************************
       77  FILLER        PIC X(26) VALUE '* INICIO WORKING-STORAGE *'.
       77  FILLER        PIC X(26) VALUE '* CODIGOS RETORNO FILES  *'.
       77  WS-CTA-CODE      PIC XX    VALUE SPACES.
       77  WS-SUC-CODE      PIC XX    VALUE SPACES.
       77  WS-PF-CODE       PIC XX    VALUE SPACES.
       77  WS-TOT-CODE      PIC XX    VALUE SPACES.
       77  WS-RAT-CODE      PIC XX    VALUE SPACES.
       77  WS-EXT-CODE      PIC XX    VALUE SPACES.
       77  WS-ECT-CODE      PIC XX    VALUE SPACES.
       77  WS-INF-CODE      PIC XX    VALUE SPACES.
       77  WS-PARM-CODE     PIC XX    VALUE SPACES.

       01  WS-STATUS-FIN    PIC X.
           88  WS-FIN-LECTURA         VALUE 'Y'.
           88  WS-NO-FIN-LECTURA      VALUE 'N'.

       01  WS-STATUS-FIN-PF   PIC X     VALUE 'N'.
           88  WS-FIN-PLAZOS-FIJOS    VALUE 'Y'.
           88  WS-NO-FIN-PLAZOS-FIJOS VALUE 'N'.

       01  WS-STATUS-FIN-TOT  PIC X.
           88  WS-FIN-SUCTOT          VALUE 'Y'.
           88  WS-NO-FIN-SUCTOT       VALUE 'N'.

       01  WS-STATUS-FIN-RAT  PIC X.
           88  WS-FIN-RATES           VALUE 'Y'.
           88  WS-NO-FIN-RATES        VALUE 'N'.

       01  WS-SWITCH-UBICADA  PIC X   VALUE 'S'.
           88  WS-SUC-UBICADA         VALUE 'S'.
           88  WS-SUC-NO-UBICADA      VALUE 'N'.

       01  WS-SWITCH-SUCMAE   PIC X     VALUE 'N'.
           88  WS-HAY-SUCMAE          VALUE 'S'.
           88  WS-NO-HAY-SUCMAE       VALUE 'N'.

       01  WS-SWITCH-EXTCTL   PIC X     VALUE 'N'.
           88  WS-EXTCTL-ABIERTO      VALUE 'S'.
           88  WS-EXTCTL-CERRADO      VALUE 'N'.

      ********  MONEDAS Y COTIZACIONES VIGENCIADAS  *********
       01  WS-REG-RATES.
           03  WS-RAT-MONEDA    PIC 9(02).
           03  WS-RAT-COTIZ     PIC 9(05)V9(04).
           03  WS-RAT-NOMBRE    PIC X(10).
           03  WS-RAT-FECHA-VIG PIC 9(08).
           03  FILLER           PIC X(01).

       01  WS-TABLA-MONEDAS.
           03  WS-MON-ENT OCCURS 10 TIMES.
               05  WS-MON-CODIGO    PIC 9(02)      VALUE ZEROS.
               05  WS-MON-COTIZ     PIC 9(05)V9(04) VALUE ZEROS.
               05  WS-MON-FECHA-VIG PIC 9(08)      VALUE ZEROS.

       77  WS-CANT-MONEDAS      PIC 9(02)    VALUE ZEROS.
       77  WS-SUB-MON           PIC 9(02)    VALUE ZEROS.
       77  WS-SUB-MON-ACTUAL    PIC 9(02)    VALUE ZEROS.
       77  WS-IMPORTE-EQUIV     PIC S9(9)V99 VALUE ZEROS.
       77  WS-MON-BUSCADA       PIC 9(02)    VALUE ZEROS.
       77  WS-IMPORTE-ORIGINAL  PIC S9(9)V99 VALUE ZEROS.
       77  WS-ORIGEN-EQUIV      PIC S9(9)V99 VALUE ZEROS.
       77  WS-COTIZ-APLICADA    PIC 9(05)V9(04) VALUE ZEROS.

       01  WS-MARCA-COTIZ       PIC X      VALUE 'S'.
           88  WS-CON-COTIZACION          VALUE 'S'.
           88  WS-SIN-COTIZACION          VALUE 'N'.

      ********  FECHA, HORA Y TOLERANCIA  ***************
       01  WS-FECHA             PIC 9(08)  VALUE ZEROS.
       01  WS-FECHA-SISTEMA     PIC 9(08)  VALUE ZEROS.
       01  WS-HORA-SISTEMA      PIC 9(08)  VALUE ZEROS.
       77  WS-TOLERANCIA        PIC 9(07)V99 VALUE ZEROS.

       01  WS-REG-PARM.
           03  WS-PARM-FECHA    PIC 9(08).
           03  WS-PARM-TOLER    PIC 9(07)V99.

      ********  ENTIDAD DE LA SUCURSAL EN CURSO  ***************
       77  WS-SUC-ENTIDAD-ANT   PIC 9(03)  VALUE 999.
       77  WS-ENTIDAD-SUC       PIC X(03)  VALUE 'BCO'.

      ********  ACUMULADO POR SUCURSAL CONTRA SUCTOT  ****
       01  WS-TABLA-CONCI.
           03  WS-CON-SUC OCCURS 99 TIMES
                          INDEXED BY WS-IDX-CON.
               05  WS-CON-SUC-COD   PIC 9(03).
               05  WS-CON-CTA-CANT  PIC 9(06).
               05  WS-CON-CTA-IMP   PIC S9(11)V99.
               05  WS-CON-TOT-CANT  PIC 9(06).
               05  WS-CON-TOT-IMP   PIC S9(11)V99.

       77  WS-CANT-CON-TABLA    PIC 9(3)      VALUE ZEROS.
       77  WS-SUC-BUSCADA       PIC 9(03)     VALUE ZEROS.
       77  WS-DIF-IMPORTE       PIC S9(12)V99 VALUE ZEROS.

      ********  CONTADORES DE PROCESO  ***************
       77  WS-CANT-LEIDAS       PIC 9(9)  VALUE ZEROS.
       77  WS-CANT-GRABADAS     PIC 9(9)  VALUE ZEROS.
       77  WS-CANT-ACTIVAS      PIC 9(9)  VALUE ZEROS.
       77  WS-IMP-ACTIVAS       PIC S9(13)V99 VALUE ZEROS.
       77  WS-CANT-SIN-COTIZ    PIC 9(7)  VALUE ZEROS.
       77  WS-CANT-PF-LEIDOS    PIC 9(7)  VALUE ZEROS.
       77  WS-CANT-PF-VIGENTES  PIC 9(7)  VALUE ZEROS.
       77  WS-CANT-DESVIOS      PIC 9(5)  VALUE ZEROS.

      ********  LINEAS DEL INFORME  ***************
       01  WS-LIN-TITULO.
           03  FILLER           PIC X(44)  VALUE
               'BARRIDO CTAMAE Y CONTROL CONTRA SUCTOT AL   '.
           03  WS-TIT-FECHA     PIC 9(08).
           03  FILLER           PIC X(12)  VALUE ' TOLERANCIA '.
           03  WS-TIT-TOLER     PIC ZZZZZZ9.99.
           03  FILLER           PIC X(06)  VALUE SPACES.

       01  WS-LIN-DESVIO.
           03  FILLER           PIC X(04)   VALUE 'SUC '.
           03  WS-DES-SUCURSAL  PIC 999.
           03  FILLER           PIC X(01)   VALUE SPACE.
           03  WS-DES-CONCEPTO  PIC X(06).
           03  FILLER           PIC X(08)   VALUE ' BARRID '.
           03  WS-DES-VAL-EXT   PIC ZZZ,ZZZ,ZZ9.99-.
           03  FILLER           PIC X(07)   VALUE ' SUCTOT'.
           03  WS-DES-VAL-TOT   PIC ZZZ,ZZZ,ZZ9.99-.
           03  FILLER           PIC X(06)   VALUE ' DIF  '.
           03  WS-DES-DIF       PIC -Z,ZZZ,ZZ9.99.
           03  FILLER           PIC X(05)   VALUE SPACES.

       01  WS-LIN-RESUMEN.
           03  WS-RES-CONCEPTO  PIC X(36).
           03  WS-RES-CANT      PIC ZZZ,ZZZ,ZZ9.
           03  FILLER           PIC X(33)  VALUE SPACES.

       01  WS-LIN-RESUMEN-IMP.
           03  WS-RIM-CONCEPTO  PIC X(36).
           03  WS-RIM-IMPORTE   PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
           03  FILLER           PIC X(25)  VALUE SPACES.

       01  WS-LIN-OK            PIC X(80)
           VALUE 'EXTRACTO CONCILIADO CONTRA SUCTOT'.

       01  WS-LIN-DESCUADRE     PIC X(80)
           VALUE 'EXTRACTO DESCUADRADO CONTRA SUCTOT, NO SE USA'.

       01  WS-LIN-INCOMPLETO    PIC X(80)
           VALUE 'BARRIDO CON ERROR DE ARCHIVO: EXTRACTO INCOMPLETO'.

       77  WS-LIN-BLANCA        PIC X(80) VALUE SPACES.

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

           PERFORM 2000-BARRER-CTAMAE THRU F-2000-BARRER-CTAMAE
                   UNTIL WS-FIN-LECTURA.

           PERFORM 2600-PLAZOS-FIJOS THRU F-2600-PLAZOS-FIJOS.

           PERFORM 3000-SUMAR-SUCTOT THRU F-3000-SUMAR-SUCTOT
                   UNTIL WS-FIN-SUCTOT.

           PERFORM 5000-COMPARAR-SUCURSAL
                     THRU F-5000-COMPARAR-SUCURSAL
                   VARYING WS-IDX-CON FROM 1 BY 1
                   UNTIL WS-IDX-CON GREATER WS-CANT-CON-TABLA.

           PERFORM 9999-FINAL    THRU  F-9999-FINAL.

       F-MAIN-PROGRAM. GOBACK.

      **************************************
      *                                    *
      *  PARM, COTIZACIONES, APERTURA DE   *
      *  FILES Y POSICIONAMIENTOS          *
      *                                    *
      **************************************
       1000-INICIO.
           ACCEPT WS-FECHA FROM DATE YYYYMMDD.
           MOVE WS-FECHA TO WS-FECHA-SISTEMA.

           SET WS-NO-FIN-LECTURA TO TRUE.
           SET WS-NO-FIN-SUCTOT  TO TRUE.

           PERFORM 1100-LEER-PARM THRU F-1100-LEER-PARM.

           PERFORM 1250-CARGAR-MONEDAS
                     THRU F-1250-CARGAR-MONEDAS.

           DISPLAY 'FECHA PROCESO : ' WS-FECHA.
           DISPLAY 'TOLERANCIA    : ' WS-TOLERANCIA.

      *    EL CONTROL QUEDA VACIO HASTA QUE EL BARRIDO TERMINE
           OPEN OUTPUT EXTCTL.
           IF WS-ECT-CODE IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN EXTCTL  = ' WS-ECT-CODE
              MOVE 9999 TO RETURN-CODE
              SET  WS-FIN-LECTURA TO TRUE
           ELSE
              SET  WS-EXTCTL-ABIERTO TO TRUE
           END-IF.

           OPEN INPUT CTAMAE.
           IF WS-CTA-CODE IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN CTAMAE  = ' WS-CTA-CODE
              MOVE 9999 TO RETURN-CODE
              SET  WS-FIN-LECTURA TO TRUE
           END-IF.

           OPEN OUTPUT CTAEXT.
           IF WS-EXT-CODE IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN CTAEXT  = ' WS-EXT-CODE
              MOVE 9999 TO RETURN-CODE
              SET  WS-FIN-LECTURA TO TRUE
           END-IF.

           OPEN INPUT SUCTOT.
           IF WS-TOT-CODE IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN SUCTOT  = ' WS-TOT-CODE
              MOVE 9999 TO RETURN-CODE
              SET  WS-FIN-SUCTOT TO TRUE
           END-IF.

           OPEN OUTPUT INFORME.
           IF WS-INF-CODE IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN INFORME = ' WS-INF-CODE
              MOVE 9999 TO RETURN-CODE
              SET  WS-FIN-LECTURA TO TRUE
           END-IF.

      *    SIN MAESTRO DE SUCURSALES LAS CUENTAS SALEN CON ENTIDAD BCO
           SET WS-NO-HAY-SUCMAE TO TRUE.
           OPEN INPUT SUCMAE.
           IF WS-SUC-CODE IS NOT EQUAL '00'
              DISPLAY '* MAESTRO DE SUCURSALES NO DISPONIBLE, '
                      'LAS CUENTAS SALEN CON ENTIDAD BCO'
           ELSE
              SET WS-HAY-SUCMAE TO TRUE
           END-IF.

           MOVE WS-FECHA      TO WS-TIT-FECHA.
           MOVE WS-TOLERANCIA TO WS-TIT-TOLER.
           MOVE WS-LIN-TITULO TO REG-INFORME.
           PERFORM 9300-GRABAR-INFORME THRU F-9300-GRABAR-INFORME.

           IF WS-NO-FIN-LECTURA
              MOVE LOW-VALUES TO CTA-CLAVE
              START CTAMAE KEY IS NOT LESS CTA-CLAVE
                    INVALID KEY SET WS-FIN-LECTURA TO TRUE
              END-START
           END-IF.

           IF WS-NO-FIN-SUCTOT
              MOVE ZEROS TO TOT-COD
              START SUCTOT KEY IS NOT LESS TOT-COD
                    INVALID KEY SET WS-FIN-SUCTOT TO TRUE
              END-START
           END-IF.

       F-1000-INICIO.   EXIT.

      **************************************
      *                                    *
      *  FECHA Y TOLERANCIA POR PARM       *
      *                                    *
      **************************************
       1100-LEER-PARM.
           OPEN INPUT PARMS.

           IF WS-PARM-CODE IS NOT EQUAL '00'
              DISPLAY '* PARM NO DISPONIBLE, SE USAN FECHA DEL '
                      'SISTEMA Y TOLERANCIA CERO'
              GO TO F-1100-LEER-PARM
           END-IF.

           READ PARMS INTO WS-REG-PARM.

           IF WS-PARM-CODE IS NOT EQUAL '00'
              DISPLAY '* PARM VACIO, SE USAN FECHA DEL SISTEMA '
                      'Y TOLERANCIA CERO'
           ELSE
              IF WS-PARM-FECHA IS NUMERIC AND
                 WS-PARM-FECHA GREATER ZEROS
                 MOVE WS-PARM-FECHA TO WS-FECHA
              END-IF
              IF WS-PARM-TOLER IS NUMERIC
                 MOVE WS-PARM-TOLER TO WS-TOLERANCIA
              END-IF
           END-IF.

           CLOSE PARMS.

       F-1100-LEER-PARM. EXIT.

      **************************************
      *                                    *
      *  CARGA LA TABLA DE COTIZACIONES    *
      *  VIGENCIADAS, COMO EN EL CORTE     *
      *                                    *
      **************************************
       1250-CARGAR-MONEDAS.
           MOVE ZEROS TO WS-CANT-MONEDAS.
           SET WS-NO-FIN-RATES TO TRUE.

           OPEN INPUT RATES.
           IF WS-RAT-CODE IS NOT EQUAL '00'
              DISPLAY '* TABLA DE COTIZACIONES NO DISPONIBLE, '
                      'SE OPERA SOLO EN PESOS'
              MOVE 1      TO WS-CANT-MONEDAS
              MOVE 01     TO WS-MON-CODIGO (1)
              MOVE 1.0000 TO WS-MON-COTIZ (1)
              SET WS-FIN-RATES TO TRUE
           END-IF.

           PERFORM 1260-LEER-UNA-MONEDA
                     THRU F-1260-LEER-UNA-MONEDA
                   UNTIL WS-FIN-RATES.

           IF WS-RAT-CODE EQUAL '00' OR WS-RAT-CODE EQUAL '10'
              CLOSE RATES
           END-IF.

       F-1250-CARGAR-MONEDAS. EXIT.

       1260-LEER-UNA-MONEDA.
           READ RATES INTO WS-REG-RATES
                      AT END SET WS-FIN-RATES TO TRUE.

           IF WS-FIN-RATES
              GO TO F-1260-LEER-UNA-MONEDA
           END-IF.

           IF WS-RAT-CODE IS NOT EQUAL '00'
              DISPLAY '* ERROR EN LECTURA RATES = ' WS-RAT-CODE
              MOVE 9999 TO RETURN-CODE
              SET WS-FIN-RATES TO TRUE
              GO TO F-1260-LEER-UNA-MONEDA
           END-IF.

           IF WS-RAT-FECHA-VIG IS NOT NUMERIC
              MOVE ZEROS TO WS-RAT-FECHA-VIG
           END-IF.

           IF WS-RAT-FECHA-VIG GREATER WS-FECHA
              GO TO F-1260-LEER-UNA-MONEDA
           END-IF.

           MOVE ZEROS TO WS-SUB-MON-ACTUAL.
           PERFORM 1270-BUSCAR-CARGADA THRU F-1270-BUSCAR-CARGADA
                   VARYING WS-SUB-MON FROM 1 BY 1
                   UNTIL WS-SUB-MON GREATER WS-CANT-MONEDAS.

           IF WS-SUB-MON-ACTUAL GREATER ZEROS
              IF WS-RAT-FECHA-VIG GREATER
                 WS-MON-FECHA-VIG (WS-SUB-MON-ACTUAL)
                 MOVE WS-RAT-COTIZ
                        TO WS-MON-COTIZ (WS-SUB-MON-ACTUAL)
                 MOVE WS-RAT-FECHA-VIG
                        TO WS-MON-FECHA-VIG (WS-SUB-MON-ACTUAL)
              END-IF
              GO TO F-1260-LEER-UNA-MONEDA
           END-IF.

           IF WS-CANT-MONEDAS LESS 10
              ADD 1 TO WS-CANT-MONEDAS
              MOVE WS-RAT-MONEDA TO WS-MON-CODIGO (WS-CANT-MONEDAS)
              MOVE WS-RAT-COTIZ  TO WS-MON-COTIZ (WS-CANT-MONEDAS)
              MOVE WS-RAT-FECHA-VIG
                                TO WS-MON-FECHA-VIG (WS-CANT-MONEDAS)
           ELSE
              DISPLAY '* TABLA DE MONEDAS LLENA, SE IGNORAN '
                      'LOS EXCEDENTES'
              SET WS-FIN-RATES TO TRUE
           END-IF.

       F-1260-LEER-UNA-MONEDA. EXIT.

       1270-BUSCAR-CARGADA.
           IF WS-MON-CODIGO (WS-SUB-MON) EQUAL WS-RAT-MONEDA
              MOVE WS-SUB-MON TO WS-SUB-MON-ACTUAL
           END-IF.

       F-1270-BUSCAR-CARGADA. EXIT.

      **************************************
      *                                    *
      *  LEE CTAMAE EN ORDEN DE CLAVE Y    *
      *  GRABA CADA CUENTA ENRIQUECIDA EN  *
      *  EL EXTRACTO; LAS ACTIVAS SE       *
      *  SUMAN PARA EL CONTROL             *
      *                                    *
      **************************************
       2000-BARRER-CTAMAE.
           READ CTAMAE NEXT RECORD
                AT END
                   SET WS-FIN-LECTURA TO TRUE
                   GO TO F-2000-BARRER-CTAMAE
           END-READ.

           IF WS-CTA-CODE IS NOT EQUAL '00'
              DISPLAY '* ERROR EN LECTURA CTAMAE = ' WS-CTA-CODE
              MOVE 9999 TO RETURN-CODE
              SET WS-FIN-LECTURA TO TRUE
              GO TO F-2000-BARRER-CTAMAE
           END-IF.

           ADD 1 TO WS-CANT-LEIDAS.

           IF CTA-SUCURSAL NOT EQUAL WS-SUC-ENTIDAD-ANT
              PERFORM 2200-BUSCAR-ENTIDAD
                        THRU F-2200-BUSCAR-ENTIDAD
           END-IF.

           MOVE CTA-MONEDA   TO WS-MON-BUSCADA.
           MOVE ZEROS        TO WS-ORIGEN-EQUIV.
           IF CTA-SALDO-ORIGEN IS NUMERIC
              MOVE CTA-SALDO-ORIGEN TO WS-IMPORTE-ORIGINAL
              PERFORM 2100-CONVERTIR-IMPORTE
                        THRU F-2100-CONVERTIR-IMPORTE
              MOVE WS-IMPORTE-EQUIV TO WS-ORIGEN-EQUIV
           END-IF.

           MOVE CTA-IMPORTE  TO WS-IMPORTE-ORIGINAL.
           PERFORM 2100-CONVERTIR-IMPORTE
                     THRU F-2100-CONVERTIR-IMPORTE.

           IF WS-SIN-COTIZACION
              ADD 1 TO WS-CANT-SIN-COTIZ
              DISPLAY '* MONEDA SIN COTIZACION EN SUC '
                      CTA-SUCURSAL ' CTA ' CTA-CUENTA
                      ' MONEDA ' CTA-MONEDA
           END-IF.

           MOVE SPACES            TO REG-CTAEXT.
           MOVE REG-CTAMAE        TO EXT-REG-CTAMAE.
           MOVE WS-ENTIDAD-SUC    TO EXT-ENTIDAD.
           MOVE WS-COTIZ-APLICADA TO EXT-COTIZACION.
           MOVE WS-IMPORTE-EQUIV  TO EXT-IMPORTE-PESOS.
           MOVE WS-ORIGEN-EQUIV   TO EXT-ORIGEN-PESOS.
           MOVE WS-FECHA          TO EXT-FECHA-PROCESO.
           MOVE WS-MARCA-COTIZ    TO EXT-MARCA-COTIZ.

           WRITE REG-CTAEXT.
           IF WS-EXT-CODE IS NOT EQUAL '00'
              DISPLAY '* ERROR EN WRITE CTAEXT = ' WS-EXT-CODE
              MOVE 9999 TO RETURN-CODE
              SET WS-FIN-LECTURA TO TRUE
              GO TO F-2000-BARRER-CTAMAE
           END-IF.

           ADD 1 TO WS-CANT-GRABADAS.

           IF CTA-ESTADO NOT EQUAL ZERO
              GO TO F-2000-BARRER-CTAMAE
           END-IF.

           ADD 1 TO WS-CANT-ACTIVAS.
           ADD WS-IMPORTE-EQUIV TO WS-IMP-ACTIVAS.

           MOVE CTA-SUCURSAL TO WS-SUC-BUSCADA.
           PERFORM 2500-UBICAR-SUCURSAL
                     THRU F-2500-UBICAR-SUCURSAL.
           IF WS-SUC-UBICADA
              ADD 1 TO WS-CON-CTA-CANT (WS-IDX-CON)
              ADD WS-ORIGEN-EQUIV TO WS-CON-CTA-IMP (WS-IDX-CON)
           END-IF.

       F-2000-BARRER-CTAMAE. EXIT.

      **************************************
      *                                    *
      *  PASA UN IMPORTE A PESOS CON LA    *
      *  COTIZACION VIGENTE DE SU MONEDA   *
      *                                    *
      **************************************
       2100-CONVERTIR-IMPORTE.
           SET WS-CON-COTIZACION TO TRUE.
           MOVE ZEROS TO WS-SUB-MON-ACTUAL.
           PERFORM 2150-BUSCAR-MONEDA THRU F-2150-BUSCAR-MONEDA
                   VARYING WS-SUB-MON FROM 1 BY 1
                   UNTIL WS-SUB-MON GREATER WS-CANT-MONEDAS.

           IF WS-SUB-MON-ACTUAL EQUAL ZEROS
              SET WS-SIN-COTIZACION TO TRUE
              MOVE ZEROS               TO WS-COTIZ-APLICADA
              MOVE WS-IMPORTE-ORIGINAL TO WS-IMPORTE-EQUIV
              IF RETURN-CODE LESS 4
                 MOVE 4 TO RETURN-CODE
              END-IF
              GO TO F-2100-CONVERTIR-IMPORTE
           END-IF.

           MOVE WS-MON-COTIZ (WS-SUB-MON-ACTUAL) TO WS-COTIZ-APLICADA.
           COMPUTE WS-IMPORTE-EQUIV ROUNDED =
                   WS-IMPORTE-ORIGINAL * WS-COTIZ-APLICADA
               ON SIZE ERROR
                   SET WS-SIN-COTIZACION TO TRUE
                   MOVE WS-IMPORTE-ORIGINAL TO WS-IMPORTE-EQUIV
                   IF RETURN-CODE LESS 4
                      MOVE 4 TO RETURN-CODE
                   END-IF
           END-COMPUTE.

       F-2100-CONVERTIR-IMPORTE. EXIT.

       2150-BUSCAR-MONEDA.
           IF WS-MON-CODIGO (WS-SUB-MON) EQUAL WS-MON-BUSCADA
              MOVE WS-SUB-MON TO WS-SUB-MON-ACTUAL
           END-IF.

       F-2150-BUSCAR-MONEDA. EXIT.

      **************************************
      *                                    *
      *  ENTIDAD LEGAL DE LA SUCURSAL      *
      *  SEGUN SUCMAE; EN BLANCO O SIN     *
      *  MAESTRO SE ASUME EL BANCO. SE     *
      *  LEE UNA VEZ POR SUCURSAL          *
      *                                    *
      **************************************
       2200-BUSCAR-ENTIDAD.
           MOVE CTA-SUCURSAL TO WS-SUC-ENTIDAD-ANT.
           MOVE 'BCO' TO WS-ENTIDAD-SUC.

           IF WS-HAY-SUCMAE
              MOVE CTA-SUCURSAL TO SUC-COD
              READ SUCMAE RECORD KEY IS SUC-COD
                   INVALID KEY
                      DISPLAY '* SUCURSAL ' CTA-SUCURSAL
                              ' SIN ALTA EN SUCMAE, ENTIDAD BCO'
                   NOT INVALID KEY
                      IF SUC-ENTIDAD NOT EQUAL SPACES
                         MOVE SUC-ENTIDAD TO WS-ENTIDAD-SUC
                      END-IF
              END-READ
           END-IF.

       F-2200-BUSCAR-ENTIDAD. EXIT.

      **************************************
      *                                    *
      *  BUSCA (O AGREGA) LA SUCURSAL EN   *
      *  LA TABLA DE CONTROL               *
      *                                    *
      **************************************
       2500-UBICAR-SUCURSAL.
           SET WS-SUC-UBICADA TO TRUE.
           SET WS-IDX-CON TO 1.
           PERFORM 2550-AVANZAR-SUCURSAL
                     THRU F-2550-AVANZAR-SUCURSAL
                   UNTIL WS-IDX-CON GREATER WS-CANT-CON-TABLA
                   OR WS-CON-SUC-COD (WS-IDX-CON)
                                EQUAL WS-SUC-BUSCADA.

           IF WS-IDX-CON GREATER WS-CANT-CON-TABLA
              IF WS-CANT-CON-TABLA LESS 99
                 ADD 1 TO WS-CANT-CON-TABLA
                 SET WS-IDX-CON TO WS-CANT-CON-TABLA
                 INITIALIZE WS-CON-SUC (WS-IDX-CON)
                 MOVE WS-SUC-BUSCADA
                            TO WS-CON-SUC-COD (WS-IDX-CON)
              ELSE
                 DISPLAY '* TABLA DE CONTROL LLENA, SE '
                         'IGNORA LA SUCURSAL ' WS-SUC-BUSCADA
                 MOVE 9999 TO RETURN-CODE
                 SET WS-SUC-NO-UBICADA TO TRUE
              END-IF
           END-IF.

       F-2500-UBICAR-SUCURSAL. EXIT.

       2550-AVANZAR-SUCURSAL.
           SET WS-IDX-CON UP BY 1.

       F-2550-AVANZAR-SUCURSAL. EXIT.

      **************************************
      *                                    *
      *  PLAZOS FIJOS: EL CAPITAL DE LOS   *
      *  VIGENTES DE PFMAE ENTRA EN EL     *
      *  CONTROL (EL CORTE LOS SUMA EN     *
      *  SUCTOT); SIN PFMAE NO HAY         *
      *                                    *
      **************************************
       2600-PLAZOS-FIJOS.
           IF RETURN-CODE EQUAL 9999
              GO TO F-2600-PLAZOS-FIJOS
           END-IF.

           SET WS-NO-FIN-PLAZOS-FIJOS TO TRUE.

           OPEN INPUT PFMAE.
           IF WS-PF-CODE IS NOT EQUAL '00'
              DISPLAY '* MAESTRO DE PLAZOS FIJOS NO DISPONIBLE, '
                      'PFMAE = ' WS-PF-CODE
              GO TO F-2600-PLAZOS-FIJOS
           END-IF.

           MOVE LOW-VALUES TO PF-CLAVE.
           START PFMAE KEY IS NOT LESS PF-CLAVE
                 INVALID KEY SET WS-FIN-PLAZOS-FIJOS TO TRUE
           END-START.

           PERFORM 2650-SUMAR-PLAZO-FIJO
                     THRU F-2650-SUMAR-PLAZO-FIJO
                   UNTIL WS-FIN-PLAZOS-FIJOS.

           CLOSE PFMAE.

       F-2600-PLAZOS-FIJOS. EXIT.

       2650-SUMAR-PLAZO-FIJO.
           READ PFMAE NEXT RECORD
                AT END
                   SET WS-FIN-PLAZOS-FIJOS TO TRUE
                   GO TO F-2650-SUMAR-PLAZO-FIJO
           END-READ.

           IF WS-PF-CODE IS NOT EQUAL '00'
              DISPLAY '* ERROR EN LECTURA PFMAE = ' WS-PF-CODE
              MOVE 9999 TO RETURN-CODE
              SET WS-FIN-PLAZOS-FIJOS TO TRUE
              GO TO F-2650-SUMAR-PLAZO-FIJO
           END-IF.

           ADD 1 TO WS-CANT-PF-LEIDOS.

           IF NOT PF-VIGENTE
              GO TO F-2650-SUMAR-PLAZO-FIJO
           END-IF.

           ADD 1 TO WS-CANT-PF-VIGENTES.

           MOVE PF-MONEDA   TO WS-MON-BUSCADA.
           MOVE PF-CAPITAL  TO WS-IMPORTE-ORIGINAL.
           PERFORM 2100-CONVERTIR-IMPORTE
                     THRU F-2100-CONVERTIR-IMPORTE.

           IF WS-SIN-COTIZACION
              DISPLAY '* MONEDA SIN COTIZACION EN SUC '
                      PF-SUCURSAL ' PLAZO FIJO ' PF-CERTIFICADO
                      ' MONEDA ' PF-MONEDA
           END-IF.

           MOVE PF-SUCURSAL TO WS-SUC-BUSCADA.
           PERFORM 2500-UBICAR-SUCURSAL
                     THRU F-2500-UBICAR-SUCURSAL.
           IF WS-SUC-UBICADA
              ADD 1 TO WS-CON-CTA-CANT (WS-IDX-CON)
              ADD WS-IMPORTE-EQUIV TO WS-CON-CTA-IMP (WS-IDX-CON)
           END-IF.

       F-2650-SUMAR-PLAZO-FIJO. EXIT.

      **************************************
      *                                    *
      *  SALDOS DE SUCTOT POR SUCURSAL (EL *
      *  RESUMEN 000 DEL BANCO NO ES UNA   *
      *  SUCURSAL)                         *
      *                                    *
      **************************************
       3000-SUMAR-SUCTOT.
           READ SUCTOT NEXT RECORD
                AT END
                   SET WS-FIN-SUCTOT TO TRUE
                   GO TO F-3000-SUMAR-SUCTOT
           END-READ.

           IF WS-TOT-CODE IS NOT EQUAL '00'
              DISPLAY '* ERROR EN LECTURA SUCTOT = ' WS-TOT-CODE
              MOVE 9999 TO RETURN-CODE
              SET WS-FIN-SUCTOT TO TRUE
              GO TO F-3000-SUMAR-SUCTOT
           END-IF.

           IF TOT-COD EQUAL ZEROS
              GO TO F-3000-SUMAR-SUCTOT
           END-IF.

           MOVE TOT-COD TO WS-SUC-BUSCADA.
           PERFORM 2500-UBICAR-SUCURSAL
                     THRU F-2500-UBICAR-SUCURSAL.
           IF WS-SUC-NO-UBICADA
              GO TO F-3000-SUMAR-SUCTOT
           END-IF.

           ADD TOT-CANT-CUENTAS TO WS-CON-TOT-CANT (WS-IDX-CON).
           ADD TOT-IMPORTE      TO WS-CON-TOT-IMP (WS-IDX-CON).

       F-3000-SUMAR-SUCTOT. EXIT.

      **************************************
      *                                    *
      *  COMPARA EL BARRIDO CONTRA SUCTOT  *
      *  EN UNA SUCURSAL: CANTIDADES       *
      *  EXACTAS, IMPORTES DENTRO DE LA    *
      *  TOLERANCIA                        *
      *                                    *
      **************************************
       5000-COMPARAR-SUCURSAL.
           IF WS-CON-CTA-CANT (WS-IDX-CON) NOT EQUAL
              WS-CON-TOT-CANT (WS-IDX-CON)
              MOVE 'CANTID' TO WS-DES-CONCEPTO
              MOVE WS-CON-CTA-CANT (WS-IDX-CON)
                            TO WS-DES-VAL-EXT
              MOVE WS-CON-TOT-CANT (WS-IDX-CON)
                            TO WS-DES-VAL-TOT
              COMPUTE WS-DES-DIF =
                      WS-CON-CTA-CANT (WS-IDX-CON) -
                      WS-CON-TOT-CANT (WS-IDX-CON)
              PERFORM 5500-INFORMAR-DESVIO
                        THRU F-5500-INFORMAR-DESVIO
           END-IF.

           COMPUTE WS-DIF-IMPORTE =
                   WS-CON-CTA-IMP (WS-IDX-CON) -
                   WS-CON-TOT-IMP (WS-IDX-CON).
           IF WS-DIF-IMPORTE LESS ZEROS
              COMPUTE WS-DIF-IMPORTE = ZERO - WS-DIF-IMPORTE
           END-IF.
           IF WS-DIF-IMPORTE GREATER WS-TOLERANCIA
              MOVE 'SALDO ' TO WS-DES-CONCEPTO
              MOVE WS-CON-CTA-IMP (WS-IDX-CON)
                            TO WS-DES-VAL-EXT
              MOVE WS-CON-TOT-IMP (WS-IDX-CON)
                            TO WS-DES-VAL-TOT
              COMPUTE WS-DES-DIF =
                      WS-CON-CTA-IMP (WS-IDX-CON) -
                      WS-CON-TOT-IMP (WS-IDX-CON)
              PERFORM 5500-INFORMAR-DESVIO
                        THRU F-5500-INFORMAR-DESVIO
           END-IF.

       F-5000-COMPARAR-SUCURSAL. EXIT.

       5500-INFORMAR-DESVIO.
           ADD 1 TO WS-CANT-DESVIOS.
           MOVE WS-CON-SUC-COD (WS-IDX-CON) TO WS-DES-SUCURSAL.
           MOVE WS-LIN-DESVIO TO REG-INFORME.
           PERFORM 9300-GRABAR-INFORME THRU F-9300-GRABAR-INFORME.

       F-5500-INFORMAR-DESVIO. EXIT.

      **************************************
      *                                    *
      *  GRABA EL REGISTRO DE CONTROL DEL  *
      *  EXTRACTO CON EL VEREDICTO CONTRA  *
      *  SUCTOT Y LO IMPRIME               *
      *                                    *
      **************************************
       8000-GRABAR-CONTROL.
           IF WS-CANT-DESVIOS GREATER ZEROS
              IF RETURN-CODE LESS 8
                 MOVE 8 TO RETURN-CODE
              END-IF
           END-IF.

           ACCEPT WS-HORA-SISTEMA FROM TIME.

           MOVE SPACES              TO REG-EXTCTL.
           MOVE WS-FECHA            TO ECT-FECHA-PROCESO.
           MOVE WS-FECHA-SISTEMA    TO ECT-FECHA-GRABACION.
           MOVE WS-HORA-SISTEMA     TO ECT-HORA-GRABACION.
           MOVE WS-CANT-GRABADAS    TO ECT-CANT-REGISTROS.
           MOVE WS-CANT-ACTIVAS     TO ECT-CANT-ACTIVAS.
           MOVE WS-IMP-ACTIVAS      TO ECT-IMP-ACTIVAS.
           MOVE WS-CANT-SIN-COTIZ   TO ECT-CANT-SIN-COTIZ.
           MOVE WS-CANT-CON-TABLA   TO ECT-CANT-SUCURSALES.
           MOVE WS-CANT-DESVIOS     TO ECT-CANT-DESVIOS.
           MOVE WS-TOLERANCIA       TO ECT-TOLERANCIA.

           EVALUATE TRUE
               WHEN RETURN-CODE EQUAL 9999
                  SET ECT-INCOMPLETO  TO TRUE
                  MOVE WS-LIN-INCOMPLETO TO REG-INFORME
               WHEN WS-CANT-DESVIOS GREATER ZEROS
                  SET ECT-DESCUADRADO TO TRUE
                  MOVE WS-LIN-DESCUADRE  TO REG-INFORME
               WHEN OTHER
                  SET ECT-CONCILIADO  TO TRUE
                  MOVE WS-LIN-OK         TO REG-INFORME
           END-EVALUATE.

           PERFORM 9300-GRABAR-INFORME THRU F-9300-GRABAR-INFORME.

           IF WS-EXTCTL-CERRADO
              GO TO F-8000-GRABAR-CONTROL
           END-IF.

           WRITE REG-EXTCTL.
           IF WS-ECT-CODE IS NOT EQUAL '00'
              DISPLAY '* ERROR EN WRITE EXTCTL = ' WS-ECT-CODE
              MOVE 9999 TO RETURN-CODE
           END-IF.

       F-8000-GRABAR-CONTROL. EXIT.

      **************************************
      *                                    *
      *  RESUMEN, CIERRE DE FILES Y        *
      *  VEREDICTO DEL PASO                *
      *                                    *
      **************************************
       9999-FINAL.
           CLOSE CTAMAE.
           IF WS-CTA-CODE IS NOT EQUAL '00'
              DISPLAY '* ERROR EN CLOSE CTAMAE  = ' WS-CTA-CODE
              MOVE 9999 TO RETURN-CODE
           END-IF.

           CLOSE CTAEXT.
           IF WS-EXT-CODE IS NOT EQUAL '00'
              DISPLAY '* ERROR EN CLOSE CTAEXT  = ' WS-EXT-CODE
              MOVE 9999 TO RETURN-CODE
           END-IF.

           CLOSE SUCTOT.
           IF WS-TOT-CODE IS NOT EQUAL '00'
              DISPLAY '* ERROR EN CLOSE SUCTOT  = ' WS-TOT-CODE
              MOVE 9999 TO RETURN-CODE
           END-IF.

           IF WS-HAY-SUCMAE
              CLOSE SUCMAE
           END-IF.

           PERFORM 8000-GRABAR-CONTROL THRU F-8000-GRABAR-CONTROL.

           MOVE WS-LIN-BLANCA TO REG-INFORME.
           PERFORM 9300-GRABAR-INFORME THRU F-9300-GRABAR-INFORME.

           MOVE 'CUENTAS LEIDAS DE CTAMAE            '
                                    TO WS-RES-CONCEPTO.
           MOVE WS-CANT-LEIDAS      TO WS-RES-CANT.
           PERFORM 9400-LINEA-RESUMEN THRU F-9400-LINEA-RESUMEN.

           MOVE 'CUENTAS GRABADAS EN CTAEXT          '
                                    TO WS-RES-CONCEPTO.
           MOVE WS-CANT-GRABADAS    TO WS-RES-CANT.
           PERFORM 9400-LINEA-RESUMEN THRU F-9400-LINEA-RESUMEN.

           MOVE 'CUENTAS ACTIVAS                     '
                                    TO WS-RES-CONCEPTO.
           MOVE WS-CANT-ACTIVAS     TO WS-RES-CANT.
           PERFORM 9400-LINEA-RESUMEN THRU F-9400-LINEA-RESUMEN.

           MOVE 'SALDO ACTIVAS EN PESOS EQUIVALENTES '
                                    TO WS-RIM-CONCEPTO.
           MOVE WS-IMP-ACTIVAS      TO WS-RIM-IMPORTE.
           MOVE WS-LIN-RESUMEN-IMP  TO REG-INFORME.
           PERFORM 9300-GRABAR-INFORME THRU F-9300-GRABAR-INFORME.

           MOVE 'CUENTAS SIN COTIZACION              '
                                    TO WS-RES-CONCEPTO.
           MOVE WS-CANT-SIN-COTIZ   TO WS-RES-CANT.
           PERFORM 9400-LINEA-RESUMEN THRU F-9400-LINEA-RESUMEN.

           MOVE 'PLAZOS FIJOS VIGENTES               '
                                    TO WS-RES-CONCEPTO.
           MOVE WS-CANT-PF-VIGENTES TO WS-RES-CANT.
           PERFORM 9400-LINEA-RESUMEN THRU F-9400-LINEA-RESUMEN.

           MOVE 'DESVIOS CONTRA SUCTOT               '
                                    TO WS-RES-CONCEPTO.
           MOVE WS-CANT-DESVIOS     TO WS-RES-CANT.
           PERFORM 9400-LINEA-RESUMEN THRU F-9400-LINEA-RESUMEN.

           IF WS-EXTCTL-ABIERTO
              CLOSE EXTCTL
              IF WS-ECT-CODE IS NOT EQUAL '00'
                 DISPLAY '* ERROR EN CLOSE EXTCTL  = ' WS-ECT-CODE
                 MOVE 9999 TO RETURN-CODE
              END-IF
           END-IF.

           CLOSE INFORME.
           IF WS-INF-CODE IS NOT EQUAL '00'
              DISPLAY '* ERROR EN CLOSE INFORME = ' WS-INF-CODE
              MOVE 9999 TO RETURN-CODE
           END-IF.

           DISPLAY '************************** '.
           DISPLAY 'CUENTAS LEIDAS          : ' WS-CANT-LEIDAS.
           DISPLAY 'CUENTAS GRABADAS CTAEXT : ' WS-CANT-GRABADAS.
           DISPLAY 'CUENTAS SIN COTIZACION  : ' WS-CANT-SIN-COTIZ.
           DISPLAY 'PLAZOS FIJOS LEIDOS     : ' WS-CANT-PF-LEIDOS.
           DISPLAY 'SUCURSALES CONTROLADAS  : ' WS-CANT-CON-TABLA.
           DISPLAY 'DESVIOS CONTRA SUCTOT   : ' WS-CANT-DESVIOS.

           IF WS-CANT-DESVIOS GREATER ZEROS
              DISPLAY '* EL EXTRACTO NO CONCILIA CONTRA SUCTOT, '
                      'LOS INFORMES NO LO TOMAN'
           END-IF.

       F-9999-FINAL. EXIT.

      **************************************
      *                                    *
      *  GRABA UNA LINEA YA ARMADA EN EL   *
      *  INFORME DE CONTROL                *
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
