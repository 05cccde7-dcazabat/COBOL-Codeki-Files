       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMTRASU.
       AUTHOR.        D. CAZABAT.
       INSTALLATION.  CURSO CODEKI.
       DATE-WRITTEN.  14/10/2026.
       DATE-COMPILED. 14/10/2026.
      **********************************************************
      *                                                        *
      *  TRANSFERENCIAS ENTRE CUENTAS DE DISTINTAS SUCURSALES. *
      *  LEE EL ARCHIVO DE TRANSFERENCIAS DEL DIA TRFNOV       *
      *  (ORIGEN, DESTINO, IMPORTE, MONEDA Y REFERENCIA) Y     *
      *  VALIDA AMBAS CUENTAS EN CTAMAE: DEBEN EXISTIR, ESTAR  *
      *  ACTIVAS (NI BAJA NI EMBARGO) Y TENER LA MONEDA DE LA  *
      *  TRANSFERENCIA.                                        *
      *                                                        *
      *  POR CADA TRANSFERENCIA ACEPTADA EMITE EN MOVTRF, EN   *
      *  LAYOUT CPSUCU, EL DEBITO EN LA CUENTA ORIGEN Y EL     *
      *  CREDITO EN LA CUENTA DESTINO. ESTE PROGRAMA NO TOCA   *
      *  LOS SALDOS: LOS APLICA A CTA-IMPORTE LA IMPUTACION    *
      *  NOCTURNA (PGMPOSTE), QUE MEZCLA MOVTRF CON LOS DEMAS  *
      *  MOVIMIENTOS DEL DIA.                                  *
      *                                                        *
      *  AL FINAL ASIENTA EN GLPOST, POR SUCURSAL (CENTRO DE   *
      *  COSTO) Y MONEDA CON LA ENTIDAD DE SUCMAE:             *
      *    SUCURSAL ORIGEN : DEBE DEPOSITOS 410010 /           *
      *                      HABER SUCURSALES CTA CTE 180010   *
      *    SUCURSAL DESTINO: DEBE SUCURSALES CTA CTE 180010 /  *
      *                      HABER DEPOSITOS 410010            *
      *  LA CUENTA 180010 DEBE QUEDAR EN CERO EN EL BANCO POR  *
      *  MONEDA; SI NO COMPENSA EL PROGRAMA TERMINA CON RC 8.  *
      *                                                        *
      *  LAS TRANSFERENCIAS RECHAZADAS SALEN EN EL INFORME DE  *
      *  EXCEPCIONES CON SU MOTIVO (RC 4).                     *
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

             SELECT TRFNOV  ASSIGN DDTRFNOV
                    FILE STATUS IS WS-TRF-CODE.

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

             SELECT MOVTRF  ASSIGN DDMOVTRF
                    FILE STATUS IS WS-MTR-CODE.

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
       FD TRFNOV
            BLOCK CONTAINS 0 RECORDS
            RECORDING MODE IS F.

       01 REG-TRFNOV     PIC X(80).

       FD CTAMAE.

           COPY CPCTAMA.

       FD SUCMAE.

       01 REG-SUCMAE.
           03  SUC-COD       PIC 9(03).
           03  SUC-NOM       PIC X(14).
           03  SUC-ESTADO    PIC X(01).
           03  SUC-ENTIDAD   PIC X(03).
           03  FILLER        PIC X(09).

       FD MOVTRF
            BLOCK CONTAINS 0 RECORDS
            RECORDING MODE IS F.

       01 REG-MOVTRF     PIC X(38).

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
       77  WS-TRF-CODE      PIC XX    VALUE SPACES.
       77  WS-CTA-CODE      PIC XX    VALUE SPACES.
       77  WS-SUC-CODE      PIC XX    VALUE SPACES.
       77  WS-MTR-CODE      PIC XX    VALUE SPACES.
       77  WS-GL-CODE       PIC XX    VALUE SPACES.
       77  WS-SUS-CODE      PIC XX    VALUE SPACES.
       77  WS-INF-CODE      PIC XX    VALUE SPACES.
       77  WS-PARM-CODE     PIC XX    VALUE SPACES.

       01  WS-STATUS-FIN    PIC X.
           88  WS-FIN-LECTURA         VALUE 'Y'.
           88  WS-NO-FIN-LECTURA      VALUE 'N'.

       01  WS-SWITCH-SUCMAE   PIC X     VALUE 'N'.
           88  WS-HAY-SUCMAE          VALUE 'S'.
           88  WS-NO-HAY-SUCMAE       VALUE 'N'.

       01  WS-SWITCH-VALIDA   PIC X     VALUE 'S'.
           88  WS-TRF-VALIDA          VALUE 'S'.
           88  WS-TRF-INVALIDA        VALUE 'N'.

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

      ********  TRANSFERENCIA ENTRE SUCURSALES  ***************
       01  WS-REG-TRFNOV.
           03  WS-TRF-ORIGEN.
               05  WS-TRF-SUC-ORIGEN   PIC 9(03).
               05  WS-TRF-CTA-ORIGEN   PIC 9(08).
           03  WS-TRF-DESTINO.
               05  WS-TRF-SUC-DESTINO  PIC 9(03).
               05  WS-TRF-CTA-DESTINO  PIC 9(08).
           03  WS-TRF-IMPORTE          PIC 9(07)V99.
           03  WS-TRF-MONEDA           PIC 9(02).
           03  WS-TRF-REFERENCIA       PIC X(20).
           03  FILLER                  PIC X(27).

      ********  DATOS DE LAS CUENTAS VALIDADAS  ***************
       77  WS-TIPO-ORIGEN       PIC 9(01)  VALUE ZEROS.
       77  WS-TIPO-DESTINO      PIC 9(01)  VALUE ZEROS.

      ********  MOVIMIENTO POR SUCURSAL Y MONEDA  ************
      *  LO QUE SALE Y LO QUE ENTRA EN CADA SUCURSAL, PARA
      *  ASENTAR AL FINAL UN PAR DEBE/HABER POR SENTIDO
       77  WS-MAX-SUC-MON       PIC 9(03)  VALUE 500.
       77  WS-CANT-SUC-MON      PIC 9(03)  VALUE ZEROS.

       01  WS-TABLA-SUCURSALES.
           03  WS-SMO-ENT OCCURS 500 TIMES
                          INDEXED BY WS-IDX-SMO.
               05  WS-SMO-SUCURSAL  PIC 9(03).
               05  WS-SMO-MONEDA    PIC 9(02).
               05  WS-SMO-SALIDAS   PIC 9(11)V99.
               05  WS-SMO-ENTRADAS  PIC 9(11)V99.

       77  WS-BUS-SUCURSAL      PIC 9(03)  VALUE ZEROS.
       77  WS-SUB-ORIGEN        PIC 9(03)  VALUE ZEROS.
       77  WS-SUB-DESTINO       PIC 9(03)  VALUE ZEROS.

      ********  CONTROL DE LA CUENTA DE SUCURSALES  **********
       01  WS-TABLA-CONTROL.
           03  WS-CTL-ENT OCCURS 10 TIMES.
               05  WS-CTL-MONEDA    PIC 9(02)     VALUE ZEROS.
               05  WS-CTL-DEBE      PIC 9(11)V99  VALUE ZEROS.
               05  WS-CTL-HABER     PIC 9(11)V99  VALUE ZEROS.

       77  WS-CANT-CTL-MON      PIC 9(02)  VALUE ZEROS.
       77  WS-SUB-CTL           PIC 9(02)  VALUE ZEROS.
       77  WS-SUB-CTL-ACTUAL    PIC 9(02)  VALUE ZEROS.
       77  WS-DIFERENCIA        PIC S9(11)V99 VALUE ZEROS.

      ********  ASIENTOS DE LIQUIDACION ENTRE SUCURSALES  ****
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
       77  WS-GL-CTA-SUCURSALES PIC 9(06)  VALUE 180010.
       77  WS-ENTIDAD-SUC       PIC X(03)  VALUE 'BCO'.
       77  WS-CANT-ASIENTOS     PIC 9(07)  VALUE ZEROS.

      ********  CONTADORES DE PROCESO  ***************
       77  WS-CANT-LEIDAS       PIC 9(7)  VALUE ZEROS.
       77  WS-CANT-ACEPTADAS    PIC 9(7)  VALUE ZEROS.
       77  WS-CANT-RECHAZADAS   PIC 9(7)  VALUE ZEROS.
       77  WS-CANT-MOVIMIENTOS  PIC 9(7)  VALUE ZEROS.
       77  WS-IMP-TRANSFERIDO   PIC 9(11)V99 VALUE ZEROS.

      ********  LINEAS DEL INFORME  ***************
       01  WS-LIN-TITULO.
           03  FILLER           PIC X(44)  VALUE
               'TRANSFERENCIAS ENTRE SUCURSALES - EXCEPCION '.
           03  WS-TIT-FECHA     PIC 9(08).
           03  FILLER           PIC X(28)  VALUE SPACES.

       01  WS-LIN-EXCEPCION.
           03  WS-EXC-SUC-ORI   PIC X(03).
           03  FILLER           PIC X(01)  VALUE '-'.
           03  WS-EXC-CTA-ORI   PIC X(08).
           03  FILLER           PIC X(01)  VALUE '>'.
           03  WS-EXC-SUC-DES   PIC X(03).
           03  FILLER           PIC X(01)  VALUE '-'.
           03  WS-EXC-CTA-DES   PIC X(08).
           03  FILLER           PIC X(01)  VALUE SPACE.
           03  WS-EXC-REFERENCIA PIC X(20).
           03  FILLER           PIC X(01)  VALUE SPACE.
           03  WS-EXC-MOTIVO    PIC X(33).

       01  WS-LIN-CONTROL.
           03  FILLER           PIC X(15)  VALUE 'CTA 180010 MON '.
           03  WS-LCT-MONEDA    PIC 99.
           03  FILLER           PIC X(06)  VALUE ' DEBE '.
           03  WS-LCT-DEBE      PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           03  FILLER           PIC X(07)  VALUE ' HABER '.
           03  WS-LCT-HABER     PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           03  FILLER           PIC X(01)  VALUE SPACE.
           03  WS-LCT-ESTADO    PIC X(15).

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
      *  APERTURA DE FILES Y PRIMERA       *
      *  LECTURA DE TRANSFERENCIAS         *
      *                                    *
      **************************************
       1000-INICIO.
           ACCEPT WS-FECHA FROM DATE YYYYMMDD.
           PERFORM 1100-LEER-PARM THRU F-1100-LEER-PARM.
           DISPLAY 'FECHA:    '  WS-FECHA.

           SET WS-NO-FIN-LECTURA TO TRUE.

           OPEN INPUT TRFNOV.
           IF WS-TRF-CODE IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN TRFNOV  = ' WS-TRF-CODE
              MOVE 9999 TO RETURN-CODE
              SET  WS-FIN-LECTURA TO TRUE
           END-IF.

           OPEN INPUT CTAMAE.
           IF WS-CTA-CODE IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN CTAMAE  = ' WS-CTA-CODE
              MOVE 9999 TO RETURN-CODE
              SET  WS-FIN-LECTURA TO TRUE
           END-IF.

           OPEN OUTPUT MOVTRF.
           IF WS-MTR-CODE IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN MOVTRF  = ' WS-MTR-CODE
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

           MOVE WS-FECHA      TO WS-TIT-FECHA.
           MOVE WS-LIN-TITULO TO REG-INFORME.
           PERFORM 9300-GRABAR-INFORME THRU F-9300-GRABAR-INFORME.

           PERFORM 1800-LEER-TRANSFERENCIA
                     THRU F-1800-LEER-TRANSFERENCIA.

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
      *  LECTURA DE LA PROXIMA             *
      *  TRANSFERENCIA                     *
      *                                    *
      **************************************
       1800-LEER-TRANSFERENCIA.
           READ TRFNOV INTO WS-REG-TRFNOV
                       AT END SET WS-FIN-LECTURA TO TRUE.

           IF WS-FIN-LECTURA
              GO TO F-1800-LEER-TRANSFERENCIA
           END-IF.

           IF WS-TRF-CODE IS NOT EQUAL '00'
              DISPLAY '* ERROR EN LECTURA TRFNOV = ' WS-TRF-CODE
              MOVE 9999 TO RETURN-CODE
              SET WS-FIN-LECTURA TO TRUE
           END-IF.

       F-1800-LEER-TRANSFERENCIA. EXIT.

      **************************************
      *                                    *
      *  VALIDA LA TRANSFERENCIA, EMITE    *
      *  SUS MOVIMIENTOS Y LA ACUMULA POR  *
      *  SUCURSAL                          *
      *                                    *
      **************************************
       2000-PROCESO.
           ADD 1 TO WS-CANT-LEIDAS.

           PERFORM 2100-VALIDAR THRU F-2100-VALIDAR.
           IF WS-TRF-INVALIDA
              PERFORM 2900-RECHAZAR THRU F-2900-RECHAZAR
              GO TO 2000-LEER-SIGUIENTE
           END-IF.

           PERFORM 2300-EMITIR-MOVIMIENTOS
                     THRU F-2300-EMITIR-MOVIMIENTOS.

           ADD WS-TRF-IMPORTE TO WS-SMO-SALIDAS (WS-SUB-ORIGEN).
           ADD WS-TRF-IMPORTE TO WS-SMO-ENTRADAS (WS-SUB-DESTINO).
           ADD WS-TRF-IMPORTE TO WS-IMP-TRANSFERIDO.
           ADD 1 TO WS-CANT-ACEPTADAS.

       2000-LEER-SIGUIENTE.
           PERFORM 1800-LEER-TRANSFERENCIA
                     THRU F-1800-LEER-TRANSFERENCIA.

       F-2000-PROCESO. EXIT.

      **************************************
      *                                    *
      *  VALIDACIONES DE LA TRANSFERENCIA  *
      *  Y DE SUS DOS CUENTAS; EL MOTIVO   *
      *  QUEDA PARA EL INFORME             *
      *                                    *
      **************************************
       2100-VALIDAR.
           SET WS-TRF-INVALIDA TO TRUE.

           IF WS-TRF-ORIGEN IS NOT NUMERIC OR
              WS-TRF-DESTINO IS NOT NUMERIC
              MOVE 'CUENTA ORIGEN O DESTINO INVALIDA ' TO WS-EXC-MOTIVO
              GO TO F-2100-VALIDAR
           END-IF.

           IF WS-TRF-ORIGEN EQUAL WS-TRF-DESTINO
              MOVE 'ORIGEN Y DESTINO SON LA MISMA CTA ' TO WS-EXC-MOTIVO
              GO TO F-2100-VALIDAR
           END-IF.

           IF WS-TRF-IMPORTE IS NOT NUMERIC OR
              WS-TRF-IMPORTE EQUAL ZEROS
              MOVE 'IMPORTE INVALIDO                 ' TO WS-EXC-MOTIVO
              GO TO F-2100-VALIDAR
           END-IF.

           IF WS-TRF-MONEDA IS NOT NUMERIC
              MOVE 'MONEDA INVALIDA                  ' TO WS-EXC-MOTIVO
              GO TO F-2100-VALIDAR
           END-IF.

           MOVE WS-TRF-SUC-ORIGEN TO CTA-SUCURSAL.
           MOVE WS-TRF-CTA-ORIGEN TO CTA-CUENTA.
           READ CTAMAE
                INVALID KEY
                   MOVE 'CUENTA ORIGEN INEXISTENTE        '
                                    TO WS-EXC-MOTIVO
                   GO TO F-2100-VALIDAR
           END-READ.
           IF CTA-ESTADO EQUAL 2
              MOVE 'CUENTA ORIGEN EMBARGADA          ' TO WS-EXC-MOTIVO
              GO TO F-2100-VALIDAR
           END-IF.
           IF CTA-ESTADO NOT EQUAL ZERO
              MOVE 'CUENTA ORIGEN NO ACTIVA          ' TO WS-EXC-MOTIVO
              GO TO F-2100-VALIDAR
           END-IF.
           IF CTA-MONEDA NOT EQUAL WS-TRF-MONEDA
              MOVE 'MONEDA DISTINTA EN CUENTA ORIGEN ' TO WS-EXC-MOTIVO
              GO TO F-2100-VALIDAR
           END-IF.
           MOVE CTA-TIPO TO WS-TIPO-ORIGEN.

           MOVE WS-TRF-SUC-DESTINO TO CTA-SUCURSAL.
           MOVE WS-TRF-CTA-DESTINO TO CTA-CUENTA.
           READ CTAMAE
                INVALID KEY
                   MOVE 'CUENTA DESTINO INEXISTENTE       '
                                    TO WS-EXC-MOTIVO
                   GO TO F-2100-VALIDAR
           END-READ.
           IF CTA-ESTADO EQUAL 2
              MOVE 'CUENTA DESTINO EMBARGADA         ' TO WS-EXC-MOTIVO
              GO TO F-2100-VALIDAR
           END-IF.
           IF CTA-ESTADO NOT EQUAL ZERO
              MOVE 'CUENTA DESTINO NO ACTIVA         ' TO WS-EXC-MOTIVO
              GO TO F-2100-VALIDAR
           END-IF.
           IF CTA-MONEDA NOT EQUAL WS-TRF-MONEDA
              MOVE 'MONEDA DISTINTA EN CUENTA DESTINO' TO WS-EXC-MOTIVO
              GO TO F-2100-VALIDAR
           END-IF.
           MOVE CTA-TIPO TO WS-TIPO-DESTINO.

      *    LUGAR EN LA TABLA DE SUCURSALES PARA LOS DOS LADOS
           MOVE WS-TRF-SUC-ORIGEN TO WS-BUS-SUCURSAL.
           PERFORM 2200-UBICAR-SUCURSAL THRU F-2200-UBICAR-SUCURSAL.
           IF WS-IDX-SMO GREATER WS-MAX-SUC-MON
              MOVE 'TABLA DE SUCURSALES LLENA        ' TO WS-EXC-MOTIVO
              GO TO F-2100-VALIDAR
           END-IF.
           SET WS-SUB-ORIGEN TO WS-IDX-SMO.

           MOVE WS-TRF-SUC-DESTINO TO WS-BUS-SUCURSAL.
           PERFORM 2200-UBICAR-SUCURSAL THRU F-2200-UBICAR-SUCURSAL.
           IF WS-IDX-SMO GREATER WS-MAX-SUC-MON
              MOVE 'TABLA DE SUCURSALES LLENA        ' TO WS-EXC-MOTIVO
              GO TO F-2100-VALIDAR
           END-IF.
           SET WS-SUB-DESTINO TO WS-IDX-SMO.

           SET WS-TRF-VALIDA TO TRUE.

       F-2100-VALIDAR. EXIT.

      **************************************
      *                                    *
      *  BUSCA EL RENGLON SUCURSAL+MONEDA  *
      *  Y LO AGREGA SI NO ESTA; TABLA     *
      *  LLENA DEJA EL INDICE PASADO DEL   *
      *  MAXIMO                            *
      *                                    *
      **************************************
       2200-UBICAR-SUCURSAL.
           SET WS-IDX-SMO TO 1.
           PERFORM 2250-AVANZAR-SUCURSAL THRU F-2250-AVANZAR-SUCURSAL
                   UNTIL WS-IDX-SMO GREATER WS-CANT-SUC-MON
                   OR (WS-SMO-SUCURSAL (WS-IDX-SMO)
                                EQUAL WS-BUS-SUCURSAL AND
                       WS-SMO-MONEDA (WS-IDX-SMO)
                                EQUAL WS-TRF-MONEDA).

           IF WS-IDX-SMO NOT GREATER WS-CANT-SUC-MON
              GO TO F-2200-UBICAR-SUCURSAL
           END-IF.

           IF WS-CANT-SUC-MON NOT LESS WS-MAX-SUC-MON
              SET WS-IDX-SMO TO WS-MAX-SUC-MON
              SET WS-IDX-SMO UP BY 1
              GO TO F-2200-UBICAR-SUCURSAL
           END-IF.

           ADD 1 TO WS-CANT-SUC-MON.
           SET WS-IDX-SMO TO WS-CANT-SUC-MON.
           MOVE WS-BUS-SUCURSAL TO WS-SMO-SUCURSAL (WS-IDX-SMO).
           MOVE WS-TRF-MONEDA   TO WS-SMO-MONEDA (WS-IDX-SMO).
           MOVE ZEROS           TO WS-SMO-SALIDAS (WS-IDX-SMO)
                                   WS-SMO-ENTRADAS (WS-IDX-SMO).

       F-2200-UBICAR-SUCURSAL. EXIT.

       2250-AVANZAR-SUCURSAL.
           SET WS-IDX-SMO UP BY 1.

       F-2250-AVANZAR-SUCURSAL. EXIT.

      **************************************
      *                                    *
      *  DEBITO EN LA CUENTA ORIGEN Y      *
      *  CREDITO EN LA DESTINO, EN LAYOUT  *
      *  CPSUCU                            *
      *                                    *
      **************************************
       2300-EMITIR-MOVIMIENTOS.
           MOVE SPACES             TO WS-REG-ENTRADA.
           MOVE WS-TRF-SUC-ORIGEN  TO WS-NRO-SUCURSAL.
           MOVE WS-TIPO-ORIGEN     TO WS-TIPO-CUENTA.
           MOVE ZERO               TO WS-ESTADO-CUENTA.
           MOVE WS-TRF-CTA-ORIGEN  TO WS-NRO-CUENTA.
           COMPUTE WS-SUC-IMPORTE = ZERO - WS-TRF-IMPORTE.
           MOVE WS-TRF-MONEDA      TO WS-MONEDA-CUENTA.
           PERFORM 2350-GRABAR-MOVIMIENTO
                     THRU F-2350-GRABAR-MOVIMIENTO.

           MOVE SPACES             TO WS-REG-ENTRADA.
           MOVE WS-TRF-SUC-DESTINO TO WS-NRO-SUCURSAL.
           MOVE WS-TIPO-DESTINO    TO WS-TIPO-CUENTA.
           MOVE ZERO               TO WS-ESTADO-CUENTA.
           MOVE WS-TRF-CTA-DESTINO TO WS-NRO-CUENTA.
           MOVE WS-TRF-IMPORTE     TO WS-SUC-IMPORTE.
           MOVE WS-TRF-MONEDA      TO WS-MONEDA-CUENTA.
           PERFORM 2350-GRABAR-MOVIMIENTO
                     THRU F-2350-GRABAR-MOVIMIENTO.

       F-2300-EMITIR-MOVIMIENTOS. EXIT.

       2350-GRABAR-MOVIMIENTO.
           WRITE REG-MOVTRF FROM WS-REG-ENTRADA.
           IF WS-MTR-CODE IS NOT EQUAL '00'
              DISPLAY '* ERROR EN WRITE MOVTRF = ' WS-MTR-CODE
              MOVE 9999 TO RETURN-CODE
              SET WS-FIN-LECTURA TO TRUE
           ELSE
              ADD 1 TO WS-CANT-MOVIMIENTOS
           END-IF.

       F-2350-GRABAR-MOVIMIENTO. EXIT.

      **************************************
      *                                    *
      *  DESVIA UNA TRANSFERENCIA          *
      *  RECHAZADA AL INFORME              *
      *                                    *
      **************************************
       2900-RECHAZAR.
           ADD 1 TO WS-CANT-RECHAZADAS.
           MOVE WS-TRF-SUC-ORIGEN  TO WS-EXC-SUC-ORI.
           MOVE WS-TRF-CTA-ORIGEN  TO WS-EXC-CTA-ORI.
           MOVE WS-TRF-SUC-DESTINO TO WS-EXC-SUC-DES.
           MOVE WS-TRF-CTA-DESTINO TO WS-EXC-CTA-DES.
           MOVE WS-TRF-REFERENCIA  TO WS-EXC-REFERENCIA.
           MOVE WS-LIN-EXCEPCION   TO REG-INFORME.
           PERFORM 9300-GRABAR-INFORME THRU F-9300-GRABAR-INFORME.

       F-2900-RECHAZAR. EXIT.

      **************************************
      *                                    *
      *  ASIENTOS DE LIQUIDACION POR       *
      *  SUCURSAL Y MONEDA Y CONTROL DE    *
      *  QUE LA CUENTA DE SUCURSALES       *
      *  COMPENSE EN EL BANCO              *
      *                                    *
      **************************************
       3000-ASENTAR.
           PERFORM 3100-ASENTAR-SUCURSAL THRU F-3100-ASENTAR-SUCURSAL
                   VARYING WS-IDX-SMO FROM 1 BY 1
                   UNTIL WS-IDX-SMO GREATER WS-CANT-SUC-MON.

           MOVE WS-LIN-BLANCA TO REG-INFORME.
           PERFORM 9300-GRABAR-INFORME THRU F-9300-GRABAR-INFORME.

           PERFORM 3500-CONTROLAR-MONEDA THRU F-3500-CONTROLAR-MONEDA
                   VARYING WS-SUB-CTL FROM 1 BY 1
                   UNTIL WS-SUB-CTL GREATER WS-CANT-CTL-MON.

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

      *    LO QUE SALE DE LA SUCURSAL: BAJAN SUS DEPOSITOS
           IF WS-SMO-SALIDAS (WS-IDX-SMO) GREATER ZEROS
              MOVE WS-SMO-SALIDAS (WS-IDX-SMO) TO WS-GL-IMPORTE
              MOVE WS-GL-CTA-LIBRO      TO WS-GL-CUENTA
              MOVE 'D'                  TO WS-GL-DEBE-HABER
              PERFORM 3190-GRABAR-ASIENTO THRU F-3190-GRABAR-ASIENTO
              MOVE WS-GL-CTA-SUCURSALES TO WS-GL-CUENTA
              MOVE 'H'                  TO WS-GL-DEBE-HABER
              PERFORM 3190-GRABAR-ASIENTO THRU F-3190-GRABAR-ASIENTO
           END-IF.

      *    LO QUE ENTRA A LA SUCURSAL: SUBEN SUS DEPOSITOS
           IF WS-SMO-ENTRADAS (WS-IDX-SMO) GREATER ZEROS
              MOVE WS-SMO-ENTRADAS (WS-IDX-SMO) TO WS-GL-IMPORTE
              MOVE WS-GL-CTA-SUCURSALES TO WS-GL-CUENTA
              MOVE 'D'                  TO WS-GL-DEBE-HABER
              PERFORM 3190-GRABAR-ASIENTO THRU F-3190-GRABAR-ASIENTO
              MOVE WS-GL-CTA-LIBRO      TO WS-GL-CUENTA
              MOVE 'H'                  TO WS-GL-DEBE-HABER
              PERFORM 3190-GRABAR-ASIENTO THRU F-3190-GRABAR-ASIENTO
           END-IF.

       F-3100-ASENTAR-SUCURSAL. EXIT.

      **************************************
      *                                    *
      *  GRABA UN ASIENTO; LOS DE LA       *
      *  CUENTA DE SUCURSALES QUEDAN EN EL *
      *  CONTROL DE SU MONEDA              *
      *                                    *
      **************************************
       3190-GRABAR-ASIENTO.
           PERFORM 9700-GRABAR-GLPOST THRU F-9700-GRABAR-GLPOST.
           IF WS-GL-CODE IS NOT EQUAL '00'
              DISPLAY '* ERROR EN WRITE GLPOST = ' WS-GL-CODE
              MOVE 9999 TO RETURN-CODE
              GO TO F-3190-GRABAR-ASIENTO
           END-IF.

      *    EL PAR DESVIADO AL SUSPENSO QUEDA FUERA DEL CONTROL
           IF WS-ASIENTO-EN-SUSPENSO
              GO TO F-3190-GRABAR-ASIENTO
           END-IF.

           ADD 1 TO WS-CANT-ASIENTOS.

           IF WS-GL-CUENTA NOT EQUAL WS-GL-CTA-SUCURSALES
              GO TO F-3190-GRABAR-ASIENTO
           END-IF.

           MOVE ZEROS TO WS-SUB-CTL-ACTUAL.
           PERFORM 3195-PROBAR-MONEDA THRU F-3195-PROBAR-MONEDA
                   VARYING WS-SUB-CTL FROM 1 BY 1
                   UNTIL WS-SUB-CTL GREATER WS-CANT-CTL-MON.

           IF WS-SUB-CTL-ACTUAL EQUAL ZEROS
              IF WS-CANT-CTL-MON LESS 10
                 ADD 1 TO WS-CANT-CTL-MON
                 MOVE WS-CANT-CTL-MON TO WS-SUB-CTL-ACTUAL
                 MOVE WS-GL-MONEDA
                            TO WS-CTL-MONEDA (WS-SUB-CTL-ACTUAL)
              ELSE
                 DISPLAY '* DEMASIADAS MONEDAS EN EL CONTROL, '
                         'MONEDA ' WS-GL-MONEDA ' SIN CONTROLAR'
                 MOVE 8 TO RETURN-CODE
                 GO TO F-3190-GRABAR-ASIENTO
              END-IF
           END-IF.

           IF WS-GL-DEBE-HABER EQUAL 'D'
              ADD WS-GL-IMPORTE TO WS-CTL-DEBE (WS-SUB-CTL-ACTUAL)
           ELSE
              ADD WS-GL-IMPORTE TO WS-CTL-HABER (WS-SUB-CTL-ACTUAL)
           END-IF.

       F-3190-GRABAR-ASIENTO. EXIT.

       3195-PROBAR-MONEDA.
           IF WS-CTL-MONEDA (WS-SUB-CTL) EQUAL WS-GL-MONEDA
              MOVE WS-SUB-CTL TO WS-SUB-CTL-ACTUAL
           END-IF.

       F-3195-PROBAR-MONEDA. EXIT.

      **************************************
      *                                    *
      *  LA CUENTA DE SUCURSALES DEBE      *
      *  QUEDAR EN CERO POR MONEDA; SI NO  *
      *  COMPENSA SE TERMINA CON RC 8      *
      *                                    *
      **************************************
       3500-CONTROLAR-MONEDA.
           COMPUTE WS-DIFERENCIA = WS-CTL-DEBE (WS-SUB-CTL)
                                 - WS-CTL-HABER (WS-SUB-CTL).

           MOVE WS-CTL-MONEDA (WS-SUB-CTL) TO WS-LCT-MONEDA.
           MOVE WS-CTL-DEBE (WS-SUB-CTL)   TO WS-LCT-DEBE.
           MOVE WS-CTL-HABER (WS-SUB-CTL)  TO WS-LCT-HABER.

           IF WS-DIFERENCIA EQUAL ZEROS
              MOVE 'COMPENSADA     ' TO WS-LCT-ESTADO
           ELSE
              MOVE '*** NO COMPENSA' TO WS-LCT-ESTADO
              DISPLAY '* CUENTA DE SUCURSALES NO COMPENSA EN '
                      'MONEDA ' WS-CTL-MONEDA (WS-SUB-CTL)
              IF RETURN-CODE LESS 8
                 MOVE 8 TO RETURN-CODE
              END-IF
           END-IF.

           MOVE WS-LIN-CONTROL TO REG-INFORME.
           PERFORM 9300-GRABAR-INFORME THRU F-9300-GRABAR-INFORME.

       F-3500-CONTROLAR-MONEDA. EXIT.

      **************************************
      *                                    *
      *  RESUMEN DE LA CORRIDA Y CIERRE    *
      *  DE FILES                          *
      *                                    *
      **************************************
       9999-FINAL.
           MOVE WS-LIN-BLANCA TO REG-INFORME.
           PERFORM 9300-GRABAR-INFORME THRU F-9300-GRABAR-INFORME.

           MOVE 'TRANSFERENCIAS ACEPTADAS               '
                                     TO WS-RES-TEXTO.
           MOVE WS-CANT-ACEPTADAS    TO WS-RES-VALOR.
           PERFORM 9400-LINEA-RESUMEN THRU F-9400-LINEA-RESUMEN.
           MOVE 'TRANSFERENCIAS RECHAZADAS              '
                                     TO WS-RES-TEXTO.
           MOVE WS-CANT-RECHAZADAS   TO WS-RES-VALOR.
           PERFORM 9400-LINEA-RESUMEN THRU F-9400-LINEA-RESUMEN.
           MOVE 'IMPORTE TRANSFERIDO (TODAS LAS MONEDAS)'
                                     TO WS-RES-TEXTO.
           MOVE WS-IMP-TRANSFERIDO   TO WS-RES-VALOR.
           PERFORM 9400-LINEA-RESUMEN THRU F-9400-LINEA-RESUMEN.

           CLOSE TRFNOV.
           IF WS-TRF-CODE IS NOT EQUAL '00'
              DISPLAY '* ERROR EN CLOSE TRFNOV  = ' WS-TRF-CODE
              MOVE 9999 TO RETURN-CODE
           END-IF.

           CLOSE CTAMAE.
           IF WS-CTA-CODE IS NOT EQUAL '00'
              DISPLAY '* ERROR EN CLOSE CTAMAE  = ' WS-CTA-CODE
              MOVE 9999 TO RETURN-CODE
           END-IF.

           CLOSE MOVTRF.
           IF WS-MTR-CODE IS NOT EQUAL '00'
              DISPLAY '* ERROR EN CLOSE MOVTRF  = ' WS-MTR-CODE
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

           IF WS-CANT-RECHAZADAS GREATER ZEROS AND
              RETURN-CODE EQUAL ZEROS
              MOVE 4 TO RETURN-CODE
           END-IF.

           DISPLAY '************************** '.
           DISPLAY 'TRANSFERENCIAS LEIDAS   : ' WS-CANT-LEIDAS.
           DISPLAY 'TRANSFERENCIAS ACEPTADAS: ' WS-CANT-ACEPTADAS.
           DISPLAY 'TRANSFERENCIAS RECHAZ.  : ' WS-CANT-RECHAZADAS.
           DISPLAY 'MOVIMIENTOS EMITIDOS    : ' WS-CANT-MOVIMIENTOS.
           DISPLAY 'ASIENTOS GRABADOS GLPOST: ' WS-CANT-ASIENTOS.
           DISPLAY 'ASIENTOS EN SUSPENSO    : ' WS-CANT-SUSPENSO.

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

       9400-LINEA-RESUMEN.
           MOVE WS-LIN-RESUMEN TO REG-INFORME.
           PERFORM 9300-GRABAR-INFORME THRU F-9300-GRABAR-INFORME.

       F-9400-LINEA-RESUMEN. EXIT.

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
           MOVE 'PGMTRASU'     TO WS-SUS-PROGRAMA.
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
