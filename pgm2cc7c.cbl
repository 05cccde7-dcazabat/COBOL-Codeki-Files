      **********************************************************        00110002
      *  FECHA   *    DETALLE        * COD *                            00120002
      **************************************                            00130002
      *14/10/2026* CONTRAPARTIDA DEL * 001 *
      *          * ASIENTO GLPOST    *     *
      *14/10/2026* HISTORIA DEPHIS   * 002 *
      *          * POR MONEDA Y TIPO *     *
      *          * (EFECTIVO MINIMO) *     *
      *15/10/2026* PLAZOS FIJOS DE   * 003 *
      *          * PFSUCU, ASIENTO   *     *
      *          * EN CTA 215030     *     *
      *15/10/2026* PERIODO CERRADO   * 004 *
      *          * AL SUSPENSO       *     *
      *          * GLSUSP (PERCHK)   *     *
      *15/10/2026* SUSPENSO CON LA   * 005 *
      *          * FECHA DE PROCESO  *     *
      *          *                   *     *                            00140002
      *          *                   *     *                            00150002
      **************************************                            00160002
             SELECT ENTBRUTA ASSIGN DDENTRA
                    FILE STATUS IS WS-ENB-CODE.

             SELECT PFSUCU  ASSIGN DDPFSUCU
                    FILE STATUS IS WS-PFS-CODE.

             SELECT WORK-SORT ASSIGN DDSRTWK.

             SELECT ENTRADA ASSIGN DDENTORD                             00200002
             SELECT GLPOST  ASSIGN DDGLPOST
                    FILE STATUS IS WS-GL-CODE.

             SELECT GLSUSP  ASSIGN DDGLSUSP
                    FILE STATUS IS WS-SUS-CODE.

             SELECT TIPMAE  ASSIGN DDTIPMAE
                    FILE STATUS IS WS-TIP-CODE.

                    RECORD KEY IS SUH-CLAVE
                    FILE STATUS IS WS-SUH-CODE.

             SELECT DEPHIS  ASSIGN DDDEPHIS
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS DPH-CLAVE
                    FILE STATUS IS WS-DPH-CODE.

       DATA DIVISION.                                                   00260002
       FILE SECTION.                                                    00270002
       FD ENTBRUTA

       01 REG-ENTBRUTA   PIC X(38).

       FD PFSUCU
            BLOCK CONTAINS 0 RECORDS
            RECORDING MODE IS F.

       01 REG-PFSUCU     PIC X(38).

       SD WORK-SORT.

       01 WORK-SORT-REC.

       01 REG-GLPOST     PIC X(40).

       FD GLSUSP
            BLOCK CONTAINS 0 RECORDS
            RECORDING MODE IS F.

       01 REG-GLSUSP     PIC X(60).

       FD TIPMAE
            BLOCK CONTAINS 0 RECORDS
            RECORDING MODE IS F.
           03  SUH-IMPORTE         PIC S9(9)V99.
           03  FILLER              PIC X(04).

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

      **************************************                            00400002
       WORKING-STORAGE SECTION.                                         00410002
      **************************************                            00420002
       77  FILLER        PIC X(26) VALUE '* CODIGOS RETORNO FILES  *'.  00440002
       77  WS-ENT-CODE      PIC XX    VALUE SPACES.                     00450002
       77  WS-ENB-CODE      PIC XX    VALUE SPACES.
       77  WS-PFS-CODE      PIC XX    VALUE SPACES.
       77  WS-SAL-CODE      PIC XX    VALUE SPACES.                     00460002
       77  WS-SUC-CODE      PIC XX    VALUE SPACES.
       77  WS-CHK-CODE      PIC XX    VALUE SPACES.
       77  WS-HIS-CODE      PIC XX    VALUE SPACES.
       77  WS-TOT-CODE      PIC XX    VALUE SPACES.
       77  WS-GL-CODE       PIC XX    VALUE SPACES.
       77  WS-SUS-CODE      PIC XX    VALUE SPACES.
       77  WS-SUH-CODE      PIC XX    VALUE SPACES.
       77  WS-DPH-CODE      PIC XX    VALUE SPACES.
       77  WS-RAT-CODE      PIC XX    VALUE SPACES.
       77  WS-EMB-CODE      PIC XX    VALUE SPACES.
       77  WS-DIS-CODE      PIC XX    VALUE SPACES.
           88  WS-HAY-SUCHIS          VALUE 'S'.
           88  WS-NO-HAY-SUCHIS       VALUE 'N'.

       01  WS-SWITCH-DEPHIS   PIC X     VALUE 'N'.
           88  WS-HAY-DEPHIS          VALUE 'S'.
           88  WS-NO-HAY-DEPHIS       VALUE 'N'.

       01  WS-STATUS-FIN-RAT  PIC X.
           88  WS-FIN-RATES           VALUE 'Y'.
           88  WS-NO-FIN-RATES        VALUE 'N'.
           88  WS-AUDITORIA-INVALIDA  VALUE 'N'.

       77  WS-CANT-DATOS-BRUTOS PIC 9(7) VALUE ZEROS.
       77  WS-CANT-DATOS-PF     PIC 9(7) VALUE ZEROS.
       77  WS-AUD-TRAILER-CANT  PIC 9(7) VALUE ZEROS.
                                                                        00510002
       77  FILLER       PIC X(26) VALUE '* LAYOUT ENTRADA MESES   *'.   00520002
               05  WS-MSU-CANT      PIC 9(04)    VALUE ZEROS.
               05  WS-MSU-IMPORTE   PIC S9(9)V99 VALUE ZEROS.
               05  WS-MSU-EQUIV     PIC S9(9)V99 VALUE ZEROS.
               05  WS-MSU-CANT-PF   PIC 9(04)    VALUE ZEROS.
               05  WS-MSU-IMP-PF    PIC S9(9)V99 VALUE ZEROS.

      ********  ACUMULADO POR MONEDA DEL BANCO  *************
       01  WS-TABLA-MON-BCO.
       77  WS-SUB-TIP           PIC 9(02)  VALUE ZEROS.
       77  WS-SUB-TIP-ACTUAL    PIC 9(02)  VALUE ZEROS.

      ********  DEPOSITOS DE LA SUCURSAL POR MONEDA Y TIPO  ****
      *  SALDOS ACREEDORES DE LAS CUENTAS ACTIVAS EN SU MONEDA
      *  ORIGINAL; AL CERRAR LA SUCURSAL QUEDAN EN DEPHIS COMO
      *  BASE DIARIA DEL CALCULO DE EFECTIVO MINIMO
       01  WS-TABLA-DEP-SUC.
           03  WS-DSU-ENT OCCURS 30 TIMES.
               05  WS-DSU-MONEDA    PIC 9(02)     VALUE ZEROS.
               05  WS-DSU-TIPO      PIC 9(01)     VALUE ZEROS.
               05  WS-DSU-CANT      PIC 9(05)     VALUE ZEROS.
               05  WS-DSU-IMPORTE   PIC S9(11)V99 VALUE ZEROS.

       77  WS-CANT-DEP-SUC      PIC 9(02)  VALUE ZEROS.
       77  WS-SUB-DEP           PIC 9(02)  VALUE ZEROS.
       77  WS-SUB-DEP-ACTUAL    PIC 9(02)  VALUE ZEROS.

       01  WS-STATUS-FIN-TIP  PIC X.
           88  WS-FIN-TIPOS            VALUE 'Y'.
           88  WS-NO-FIN-TIPOS         VALUE 'N'.
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

      *  CADA ASIENTO DE DEPOSITOS VA CON SU CONTRAPARTIDA EN
      *  PARTIDAS PENDIENTES DE IMPUTACION PARA QUE EL DIA
      *  BALANCEE POR ENTIDAD EN LA CONSOLIDACION DE GLPOST
       77  WS-GL-CTA-LIBRO      PIC 9(06)  VALUE 410010.
       77  WS-GL-CTA-PUENTE     PIC 9(06)  VALUE 190010.
      *  LOS PLAZOS FIJOS (TIPO 3, DE PFSUCU) NO SON DEPOSITOS A
      *  LA VISTA: SU CAPITAL VA A LA CUENTA DE PLAZOS FIJOS
       77  WS-GL-CTA-PLAZO-FIJO PIC 9(06)  VALUE 215030.
       77  WS-GL-CTA-ASIENTO    PIC 9(06)  VALUE ZEROS.
       77  WS-GL-IMP-ASIENTO    PIC S9(9)V99 VALUE ZEROS.

       77  FILLER        PIC X(26) VALUE '* FINAL  WORKING-STORAGE *'.  01090002
                                                                        01100002
      ***************************************************************.  01110002
              END-IF
           END-IF.

           IF WS-ACTUALIZA-MAESTROS
              IF WS-REANUDANDO
                 OPEN EXTEND GLSUSP
              ELSE
                 OPEN OUTPUT GLSUSP
              END-IF
              IF WS-SUS-CODE IS NOT EQUAL '00'
                 DISPLAY '* ERROR EN OPEN GLSUSP  = ' WS-SUS-CODE
                 MOVE 9999 TO RETURN-CODE
                 SET  WS-FIN-LECTURA TO TRUE
              END-IF
           END-IF.

           SET WS-NO-HAY-SUCTOT TO TRUE.
           IF WS-ACTUALIZA-MAESTROS
              OPEN I-O SUCTOT
              END-IF
           END-IF.

           SET WS-NO-HAY-DEPHIS TO TRUE.
           IF WS-ACTUALIZA-MAESTROS
              OPEN I-O DEPHIS
              IF WS-DPH-CODE IS NOT EQUAL '00'
                 OPEN OUTPUT DEPHIS
              END-IF
              IF WS-DPH-CODE IS NOT EQUAL '00'
                 DISPLAY '* HISTORIA DE DEPOSITOS (DEPHIS) NO '
                         'DISPONIBLE, EL EFECTIVO MINIMO NO '
                         'TENDRA DATOS DEL DIA'
              ELSE
                 SET WS-HAY-DEPHIS TO TRUE
              END-IF
           END-IF.

           PERFORM 1250-CARGAR-MONEDAS
                     THRU F-1250-CARGAR-MONEDAS.

              CLOSE ENTBRUTA
           END-IF.

      *    LOS PLAZOS FIJOS VIGENTES LLEGAN APARTE, DE PGMPFVEN, Y
      *    NO ENTRAN EN LA CANTIDAD DEL TRAILER DE PGMEDITA
           SET WS-NO-FIN-BRUTA TO TRUE.

           OPEN INPUT PFSUCU.
           IF WS-PFS-CODE IS NOT EQUAL '00'
              DISPLAY '* PLAZOS FIJOS NO DISPONIBLES, PFSUCU = '
                      WS-PFS-CODE
              SET WS-FIN-BRUTA TO TRUE
           END-IF.

           PERFORM 1420-SOLTAR-PLAZO-FIJO
                     THRU F-1420-SOLTAR-PLAZO-FIJO
                   UNTIL WS-FIN-BRUTA.

           IF WS-PFS-CODE EQUAL '00' OR WS-PFS-CODE EQUAL '10'
              CLOSE PFSUCU
           END-IF.

           DISPLAY 'PLAZOS FIJOS DE PFSUCU  : ' WS-CANT-DATOS-PF.

       F-1400-VALIDAR-AUDITORIA. EXIT.

       1410-FILTRAR-UN-REGISTRO.

       F-1410-FILTRAR-UN-REGISTRO. EXIT.

       1420-SOLTAR-PLAZO-FIJO.
           READ PFSUCU INTO WS-REG-ENTRADA
                       AT END SET WS-FIN-BRUTA TO TRUE.

           IF WS-FIN-BRUTA
              GO TO F-1420-SOLTAR-PLAZO-FIJO
           END-IF.

           IF WS-PFS-CODE IS NOT EQUAL '00'
              DISPLAY '* ERROR EN LECTURA PFSUCU = ' WS-PFS-CODE
              MOVE 9999 TO RETURN-CODE
              SET WS-FIN-BRUTA TO TRUE
              SET WS-AUDITORIA-INVALIDA TO TRUE
              GO TO F-1420-SOLTAR-PLAZO-FIJO
           END-IF.

           ADD 1 TO WS-CANT-DATOS-PF.
           RELEASE WORK-SORT-REC FROM WS-REG-ENTRADA.

       F-1420-SOLTAR-PLAZO-FIJO. EXIT.

      **************************************
      *                                    *
      *  CONTROLA QUE LA ENTRADA TRAIGA EL *
           OPEN INPUT TIPMAE.
           IF WS-TIP-CODE IS NOT EQUAL '00'
              DISPLAY '* MAESTRO DE TIPOS NO DISPONIBLE, SE '
                      'USAN LOS TIPOS 1, 2 Y 3'
              MOVE 3 TO WS-CANT-TIPOS
              MOVE 1 TO WS-TIP-CODIGO (1)
              MOVE 'CAJA AHORRO   ' TO WS-TIP-NOMBRE (1)
              MOVE 2 TO WS-TIP-CODIGO (2)
              MOVE 'CTA CORRIENTE ' TO WS-TIP-NOMBRE (2)
              MOVE 3 TO WS-TIP-CODIGO (3)
              MOVE 'PLAZO FIJO    ' TO WS-TIP-NOMBRE (3)
              SET WS-FIN-TIPOS TO TRUE
           END-IF.

                               THRU F-2068-ACUMULAR-BANDA
                     PERFORM 2071-ACUMULAR-TIPO
                               THRU F-2071-ACUMULAR-TIPO
                     PERFORM 2073-ACUMULAR-DEPOSITO
                               THRU F-2073-ACUMULAR-DEPOSITO
                     EVALUATE WS-TIPO-CUENTA
                         WHEN 1
                            ADD WS-IMPORTE-EQUIV TO WS-IMPORTE-CAJA-SUC

       F-2072-BUSCAR-TIPO. EXIT.

      **************************************
      *                                    *
      *  ACUMULA EL SALDO ACREEDOR DE LA   *
      *  CUENTA ACTIVA EN SU MONEDA Y TIPO *
      *  PARA LA HISTORIA DE DEPOSITOS     *
      *                                    *
      **************************************
       2073-ACUMULAR-DEPOSITO.
           IF WS-SUC-IMPORTE NOT GREATER ZEROS
              GO TO F-2073-ACUMULAR-DEPOSITO
           END-IF.

           MOVE ZEROS TO WS-SUB-DEP-ACTUAL.
           PERFORM 2074-BUSCAR-DEPOSITO THRU F-2074-BUSCAR-DEPOSITO
                   VARYING WS-SUB-DEP FROM 1 BY 1
                   UNTIL WS-SUB-DEP GREATER WS-CANT-DEP-SUC.

           IF WS-SUB-DEP-ACTUAL EQUAL ZEROS
              IF WS-CANT-DEP-SUC LESS 30
                 ADD 1 TO WS-CANT-DEP-SUC
                 MOVE WS-CANT-DEP-SUC TO WS-SUB-DEP-ACTUAL
                 MOVE WS-MONEDA-CUENTA
                            TO WS-DSU-MONEDA (WS-SUB-DEP-ACTUAL)
                 MOVE WS-TIPO-CUENTA
                            TO WS-DSU-TIPO (WS-SUB-DEP-ACTUAL)
                 MOVE ZEROS TO WS-DSU-CANT (WS-SUB-DEP-ACTUAL)
                               WS-DSU-IMPORTE (WS-SUB-DEP-ACTUAL)
              ELSE
                 DISPLAY '* DEMASIADAS COMBINACIONES MONEDA/TIPO '
                         'EN LA SUCURSAL ' WS-NRO-SUCURSAL
                         ', SIN DEPHIS'
                 GO TO F-2073-ACUMULAR-DEPOSITO
              END-IF
           END-IF.

           ADD 1              TO WS-DSU-CANT (WS-SUB-DEP-ACTUAL).
           ADD WS-SUC-IMPORTE TO WS-DSU-IMPORTE (WS-SUB-DEP-ACTUAL).

       F-2073-ACUMULAR-DEPOSITO. EXIT.

       2074-BUSCAR-DEPOSITO.
           IF WS-DSU-MONEDA (WS-SUB-DEP) EQUAL WS-MONEDA-CUENTA AND
              WS-DSU-TIPO (WS-SUB-DEP) EQUAL WS-TIPO-CUENTA
              MOVE WS-SUB-DEP TO WS-SUB-DEP-ACTUAL
           END-IF.

       F-2074-BUSCAR-DEPOSITO. EXIT.

      **************************************
      *                                    *
      *  GRABA EN EL DETALLE DE BAJAS LA   *
                   TO WS-MSU-IMPORTE (WS-SUB-MON-ACTUAL).
           ADD WS-IMPORTE-EQUIV
                   TO WS-MSU-EQUIV (WS-SUB-MON-ACTUAL).
           IF WS-TIPO-CUENTA EQUAL 3
              ADD 1 TO WS-MSU-CANT-PF (WS-SUB-MON-ACTUAL)
              ADD WS-SUC-IMPORTE
                      TO WS-MSU-IMP-PF (WS-SUB-MON-ACTUAL)
           END-IF.

       F-2064-ACUMULAR-MONEDA. EXIT.

           DISPLAY '  IMPORTE CUENTA CORRIENTE: ' WS-EDIT-IMPORTE-CTE.
           MOVE WS-CANT-LEIDAS        TO WS-EDIT-LEIDAS.                02540002
           DISPLAY "CANTIDAD CUENTAS LEIDAS :  "  WS-EDIT-LEIDAS.       02550002
           DISPLAY 'ASIENTOS EN SUSPENSO    :  ' WS-CANT-SUSPENSO.

           PERFORM 2110-TOTAL-MONEDA-BANCO
                     THRU F-2110-TOTAL-MONEDA-BANCO
              PERFORM 2265-GRABAR-SUCHIS
                        THRU F-2265-GRABAR-SUCHIS

              PERFORM 2266-GRABAR-DEPHIS
                        THRU F-2266-GRABAR-DEPHIS
                      VARYING WS-SUB-DEP FROM 1 BY 1
                      UNTIL WS-SUB-DEP GREATER WS-CANT-DEP-SUC

              PERFORM 2270-ACTUALIZAR-SALDO
                        THRU F-2270-ACTUALIZAR-SALDO

                   VARYING WS-SUB-TIP FROM 1 BY 1
                   UNTIL WS-SUB-TIP GREATER WS-CANT-TIPOS.

           MOVE ZEROS TO WS-CANT-DEP-SUC.

           PERFORM 2299-RESET-BANDAS-SUC
                     THRU F-2299-RESET-BANDAS-SUC
                   VARYING WS-SUB-TIPO-BAN FROM 1 BY 1
       2238-RESET-MONEDA-SUC.
           MOVE ZEROS TO WS-MSU-CANT (WS-SUB-MON)
                         WS-MSU-IMPORTE (WS-SUB-MON)
                         WS-MSU-EQUIV (WS-SUB-MON)
                         WS-MSU-CANT-PF (WS-SUB-MON)
                         WS-MSU-IMP-PF (WS-SUB-MON).

       F-2238-RESET-MONEDA-SUC. EXIT.


       F-2265-GRABAR-SUCHIS. EXIT.

      **************************************
      *  GRABA LOS DEPOSITOS DEL DIA DE LA *
      *  SUCURSAL DE UNA MONEDA Y TIPO EN  *
      *  LA HISTORIA DEPHIS, BASE DEL      *
      *  CALCULO DE EFECTIVO MINIMO        *
      **************************************
       2266-GRABAR-DEPHIS.
           IF WS-HAY-DEPHIS
              MOVE WS-FECHA                   TO DPH-FECHA
              MOVE WS-SAL-SUCURSAL            TO DPH-SUCURSAL
              MOVE WS-DSU-MONEDA (WS-SUB-DEP) TO DPH-MONEDA
              MOVE WS-DSU-TIPO (WS-SUB-DEP)   TO DPH-TIPO
              MOVE WS-DSU-CANT (WS-SUB-DEP)   TO DPH-CANT-CUENTAS
              MOVE WS-DSU-IMPORTE (WS-SUB-DEP) TO DPH-IMPORTE

              WRITE REG-DEPHIS
                 INVALID KEY
                    REWRITE REG-DEPHIS
                       INVALID KEY
                          DISPLAY '* ERROR EN REWRITE DEPHIS = '
                                                          WS-DPH-CODE
                    END-REWRITE
              END-WRITE
           END-IF.

       F-2266-GRABAR-DEPHIS. EXIT.

      **************************************
      *  DEJA EL SALDO DEL DIA DE LA       *
      *  SUCURSAL RECIEN CERRADA EN SUCTOT *
      *  GRABA UN ASIENTO POR CADA MONEDA  *
      *  CON MOVIMIENTO DE LA SUCURSAL,    *
      *  CON SU IMPORTE ORIGINAL Y EL      *
      *  CODIGO DE MONEDA, Y SU            *
      *  CONTRAPARTIDA DEL LADO OPUESTO EN *
      *  LA CUENTA DE PARTIDAS PENDIENTES  *
      *  DE IMPUTACION; LOS PLAZOS FIJOS   *
      *  SALEN EN SU PROPIA CUENTA         *
      **************************************
       2285-GLPOST-MONEDA.
           IF WS-MSU-CANT (WS-SUB-MON) EQUAL ZEROS
              GO TO F-2285-GLPOST-MONEDA
           END-IF.

           MOVE WS-MON-CODIGO (WS-SUB-MON)  TO WS-GL-MONEDA.

           IF WS-MSU-CANT (WS-SUB-MON) GREATER
              WS-MSU-CANT-PF (WS-SUB-MON)
              COMPUTE WS-GL-IMP-ASIENTO =
                      WS-MSU-IMPORTE (WS-SUB-MON)
                    - WS-MSU-IMP-PF (WS-SUB-MON)
              MOVE WS-GL-CTA-LIBRO TO WS-GL-CTA-ASIENTO
              PERFORM 2286-GLPOST-PAR THRU F-2286-GLPOST-PAR
           END-IF.

           IF WS-MSU-CANT-PF (WS-SUB-MON) GREATER ZEROS
              MOVE WS-MSU-IMP-PF (WS-SUB-MON) TO WS-GL-IMP-ASIENTO
              MOVE WS-GL-CTA-PLAZO-FIJO TO WS-GL-CTA-ASIENTO
              PERFORM 2286-GLPOST-PAR THRU F-2286-GLPOST-PAR
           END-IF.

       F-2285-GLPOST-MONEDA. EXIT.

      **************************************
      *  GRABA EL IMPORTE EN LA CUENTA DEL *
      *  ASIENTO Y SU CONTRAPARTIDA EN LA  *
      *  CUENTA PUENTE                     *
      **************************************
       2286-GLPOST-PAR.
           IF WS-GL-IMP-ASIENTO LESS ZEROS
      *       UN TOTAL ACREEDOR SE POSTEA POR EL HABER CON EL
      *       IMPORTE EN VALOR ABSOLUTO
              MOVE 'H' TO WS-GL-DEBE-HABER
              COMPUTE WS-GL-IMPORTE = ZERO - WS-GL-IMP-ASIENTO
           ELSE
              MOVE 'D' TO WS-GL-DEBE-HABER
              MOVE WS-GL-IMP-ASIENTO TO WS-GL-IMPORTE
           END-IF.
           MOVE WS-GL-CTA-ASIENTO           TO WS-GL-CUENTA.

           PERFORM 9700-GRABAR-GLPOST THRU F-9700-GRABAR-GLPOST
           IF WS-GL-CODE IS NOT EQUAL '00'
              DISPLAY '* ERROR EN WRITE GLPOST  = ' WS-GL-CODE
              MOVE 9999 TO RETURN-CODE
              SET WS-FIN-LECTURA TO TRUE
              GO TO F-2286-GLPOST-PAR
           END-IF.

           IF WS-GL-DEBE-HABER EQUAL 'D'
              MOVE 'H' TO WS-GL-DEBE-HABER
           ELSE
              MOVE 'D' TO WS-GL-DEBE-HABER
           END-IF.
           MOVE WS-GL-CTA-PUENTE TO WS-GL-CUENTA.

           PERFORM 9700-GRABAR-GLPOST THRU F-9700-GRABAR-GLPOST
           IF WS-GL-CODE IS NOT EQUAL '00'
              DISPLAY '* ERROR EN WRITE GLPOST  = ' WS-GL-CODE
              MOVE 9999 TO RETURN-CODE
              SET WS-FIN-LECTURA TO TRUE
           END-IF.

       F-2286-GLPOST-PAR. EXIT.

      **************************************
      *  SUBTOTAL DE EMBARGOS DE LA        *
                 DISPLAY '* ERROR EN CLOSE GLPOST  = ' WS-GL-CODE
                 MOVE 9999 TO RETURN-CODE
              END-IF
              CLOSE GLSUSP
              IF WS-SUS-CODE IS NOT EQUAL '00'
                 DISPLAY '* ERROR EN CLOSE GLSUSP  = ' WS-SUS-CODE
                 MOVE 9999 TO RETURN-CODE
              END-IF
           END-IF.

           IF WS-HAY-SUCMAE
              END-IF
           END-IF.

           IF WS-HAY-DEPHIS
              CLOSE DEPHIS
              IF WS-DPH-CODE IS NOT EQUAL '00'
                 DISPLAY '* ERROR EN CLOSE DEPHIS  = ' WS-DPH-CODE
                 MOVE 9999 TO RETURN-CODE
              END-IF
           END-IF.

           PERFORM 9800-GRABAR-RUNSTAT THRU F-9800-GRABAR-RUNSTAT.

      *    UN STOP PEDIDO (2222) DEJA EL PASO INICIADO EN RUNCTL
              MOVE 9999 TO RETURN-CODE
           END-IF.

       F-9630-GRABAR-UN-RANKING. EXIT.

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
           MOVE 'PGM2CC7C'     TO WS-SUS-PROGRAMA.
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
