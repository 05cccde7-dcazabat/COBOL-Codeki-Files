       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMPOSTE.
       AUTHOR.        D. CAZABAT.
       INSTALLATION.  CURSO CODEKI.
       DATE-WRITTEN.  14/10/2026.
       DATE-COMPILED. 14/10/2026.
      **********************************************************
      *                                                        *
      *  IMPUTACION NOCTURNA DE MOVIMIENTOS PROPIOS AL MAESTRO *
      *  CTAMAE: MEZCLA LOS MOVIMIENTOS DE APERTURA (MOVAPE,   *
      *  PGMAPCTA), DE CAPITALIZACION DE INTERESES (MOVCAP,    *
      *  PGMDEVIN), DE COMISIONES (MOVCOM, PGMCOMIS) Y DE      *
      *  PLAZOS FIJOS (MOVPFI: DEBITOS DE COLOCACION DE        *
      *  PGMPFCOL Y CREDITOS DE VENCIMIENTO DE PGMPFVEN), DE   *
      *  TRANSFERENCIAS ENTRE SUCURSALES (MOVTRF, PGMTRASU:    *
      *  DEBITO EN ORIGEN Y CREDITO EN DESTINO), DE COBRO DE   *
      *  INTERESES DEUDORES Y PUNITORIOS (MOVDEU, PGMDEVDE) Y  *
      *  DEL IMPUESTO A LOS DEBITOS Y CREDITOS (MOVIDC,        *
      *  PGMIMPDC), TODOS EN LAYOUT CPSUCU, Y APLICA CADA UNO  *
      *  COMO DEBITO O CREDITO SOBRE CTA-IMPORTE SEGUN EL      *
      *  SIGNO DEL IMPORTE. MOVPFI, MOVTRF, MOVDEU Y MOVIDC    *
      *  SON OPCIONALES: NO TODOS LOS DIAS HAY PLAZOS FIJOS,   *
      *  TRANSFERENCIAS O IMPUESTO, Y MOVDEU SOLO SE GRABA EL  *
      *  ULTIMO DIA HABIL DEL MES; SIN ELLOS SE IMPUTAN LOS    *
      *  DEMAS ORIGENES.                                       *
      *                                                        *
      *  LA MEZCLA SE ORDENA POR SUCURSAL + CUENTA Y DENTRO DE *
      *  LA CUENTA POR ORIGEN (APERTURA, TRANSFERENCIA         *
      *  RECIBIDA, CAPITALIZACION, COMISION, PLAZO FIJO,       *
      *  TRANSFERENCIA ENVIADA, INTERES DEUDOR E IMPUESTO),    *
      *  ASI EL DEPOSITO INICIAL Y LAS TRANSFERENCIAS          *
      *  RECIBIDAS QUEDAN IMPUTADOS ANTES QUE LOS DEBITOS DE   *
      *  LA CUENTA. DENTRO DEL ORIGEN CADA MOVIMIENTO LLEVA    *
      *  UNA SECUENCIA DE LECTURA QUE COMPLETA LA CLAVE.       *
      *                                                        *
      *  CADA MOVIMIENTO APLICADO SE GRABA EN EL DIARIO DE     *
      *  IMPUTACION (POSJRN) CON EL SALDO ANTERIOR Y EL NUEVO. *
      *  LOS MOVIMIENTOS A CUENTAS DADAS DE BAJA, EMBARGADAS,  *
      *  INEXISTENTES O DE OTRA MONEDA SE DESVIAN AL LISTADO   *
      *  DE EXCEPCIONES (POSEXC) SIN TOCAR EL MAESTRO.         *
      *                                                        *
      *  EL INFORME DE CONTROL DEMUESTRA POR ORIGEN QUE LOS    *
      *  MOVIMIENTOS LEIDOS SON IGUALES A LOS APLICADOS MAS    *
      *  LOS RECHAZADOS, EN CANTIDAD Y EN IMPORTE, Y LO MISMO  *
      *  PARA EL TOTAL; SI ALGO NO CUADRA TERMINA CON RC 8.    *
      *                                                        *
      *  DESPUES DE CADA MOVIMIENTO IMPUTADO O RECHAZADO SE    *
      *  GRABA UN PUNTO DE CONTROL (SUBRUTINA CHKPNT) CON SU   *
      *  CLAVE (SUCURSAL, CUENTA, ORIGEN Y SECUENCIA) Y LOS    *
      *  ACUMULADORES DE APLICADOS Y RECHAZADOS. SI LA CORRIDA *
      *  DEL DIA SE CORTO, EL REARRANQUE VUELVE A MEZCLAR LOS  *
      *  MISMOS ARCHIVOS, SALTEA LAS CLAVES YA PROCESADAS Y    *
      *  AGREGA AL FINAL DE POSJRN, POSEXC E INFORME SIN       *
      *  REIMPUTAR NADA (EN EL JCL DEL REARRANQUE VAN CON      *
      *  DISP=MOD).                                            *
      *                                                        *
      *  CORRE DESPUES DE LA CARGA DEL MAESTRO (PGMCTAMA) Y SE *
      *  ANOTA EN EL CONTROL DE CORRIDAS RUNCTL.               *
      *                                                        *
      **********************************************************
      *      MANTENIMIENTO DE PROGRAMA                         *
      **********************************************************
      *  FECHA   *    DETALLE        * COD *
      **************************************
      *14/10/2026* REGISTRO CTAMAE   * 001 *
      *          * POR COPY CPCTAMA  *     *
      *15/10/2026* ORIGEN PLAZO FIJO * 002 *
      *          * MOVPFI            *     *
      *15/10/2026* ORIGENES MOVTRF,  * 003 *
      *          * MOVDEU Y MOVIDC   *     *
      *15/10/2026* REARRANQUE Y      * 004 *
      *          * CUADRE DE IMPORTE *     *
      *          *                   *     *
      *          *                   *     *
      **************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

             SELECT MOVAPE  ASSIGN DDMOVAPE
                    FILE STATUS IS WS-APE-CODE.

             SELECT MOVCAP  ASSIGN DDMOVCAP
                    FILE STATUS IS WS-CAP-CODE.

             SELECT MOVCOM  ASSIGN DDMOVCOM
                    FILE STATUS IS WS-COM-CODE.

             SELECT MOVPFI  ASSIGN DDMOVPFI
                    FILE STATUS IS WS-PFI-CODE.

             SELECT MOVTRF  ASSIGN DDMOVTRF
                    FILE STATUS IS WS-TRF-CODE.

             SELECT MOVDEU  ASSIGN DDMOVDEU
                    FILE STATUS IS WS-DEU-CODE.

             SELECT MOVIDC  ASSIGN DDMOVIDC
                    FILE STATUS IS WS-IDC-CODE.

             SELECT WORK-SORT ASSIGN DDSRTWK.

             SELECT CTAMAE  ASSIGN DDCTAMAE
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS RANDOM
                    RECORD KEY IS CTA-CLAVE
                    FILE STATUS IS WS-CTA-CODE.

             SELECT POSJRN  ASSIGN DDPOSJRN
                    FILE STATUS IS WS-JRN-CODE.

             SELECT POSEXC  ASSIGN DDPOSEXC
                    FILE STATUS IS WS-EXC-CODE.

             SELECT INFORME ASSIGN DDINFORM
                    FILE STATUS IS WS-INF-CODE.

             SELECT PARMS   ASSIGN DDPARM
                    FILE STATUS IS WS-PARM-CODE.

       DATA DIVISION.
       FILE SECTION.
       FD MOVAPE
            BLOCK CONTAINS 0 RECORDS
            RECORDING MODE IS F.

       01 REG-MOVAPE     PIC X(38).

       FD MOVCAP
            BLOCK CONTAINS 0 RECORDS
            RECORDING MODE IS F.

       01 REG-MOVCAP     PIC X(38).

       FD MOVCOM
            BLOCK CONTAINS 0 RECORDS
            RECORDING MODE IS F.

       01 REG-MOVCOM     PIC X(38).

       FD MOVPFI
            BLOCK CONTAINS 0 RECORDS
            RECORDING MODE IS F.

       01 REG-MOVPFI     PIC X(38).

       FD MOVTRF
            BLOCK CONTAINS 0 RECORDS
            RECORDING MODE IS F.

       01 REG-MOVTRF     PIC X(38).

       FD MOVDEU
            BLOCK CONTAINS 0 RECORDS
            RECORDING MODE IS F.

       01 REG-MOVDEU     PIC X(38).

       FD MOVIDC
            BLOCK CONTAINS 0 RECORDS
            RECORDING MODE IS F.

       01 REG-MOVIDC     PIC X(38).

       SD WORK-SORT.

       01 WORK-SORT-REC.
           03  SRT-CLAVE.
               05  SRT-SUCURSAL  PIC 9(03).
               05  SRT-CUENTA    PIC 9(08).
               05  SRT-ORIGEN    PIC X(01).
               05  SRT-SECUENCIA PIC 9(07).
           03  SRT-MOVIMIENTO    PIC X(38).

       FD CTAMAE.

           COPY CPCTAMA.

       FD POSJRN
            BLOCK CONTAINS 0 RECORDS
            RECORDING MODE IS F.

       01 REG-POSJRN     PIC X(60).

       FD POSEXC
            BLOCK CONTAINS 0 RECORDS
            RECORDING MODE IS F.

       01 REG-POSEXC     PIC X(80).

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
       77  WS-APE-CODE      PIC XX    VALUE SPACES.
       77  WS-CAP-CODE      PIC XX    VALUE SPACES.
       77  WS-COM-CODE      PIC XX    VALUE SPACES.
       77  WS-PFI-CODE      PIC XX    VALUE SPACES.
       77  WS-TRF-CODE      PIC XX    VALUE SPACES.
       77  WS-DEU-CODE      PIC XX    VALUE SPACES.
       77  WS-IDC-CODE      PIC XX    VALUE SPACES.
       77  WS-CTA-CODE      PIC XX    VALUE SPACES.
       77  WS-JRN-CODE      PIC XX    VALUE SPACES.
       77  WS-EXC-CODE      PIC XX    VALUE SPACES.
       77  WS-INF-CODE      PIC XX    VALUE SPACES.
       77  WS-PARM-CODE     PIC XX    VALUE SPACES.

       01  WS-STATUS-FIN    PIC X.
           88  WS-FIN-LECTURA         VALUE 'Y'.
           88  WS-NO-FIN-LECTURA      VALUE 'N'.

       01  WS-STATUS-FIN-MOV PIC X.
           88  WS-FIN-MOVIMIENTOS     VALUE 'Y'.
           88  WS-NO-FIN-MOVIMIENTOS  VALUE 'N'.

       01  WS-SWITCH-REARRANQUE PIC X   VALUE 'N'.
           88  WS-ES-REARRANQUE       VALUE 'S'.
           88  WS-NO-ES-REARRANQUE    VALUE 'N'.

       01  WS-SWITCH-DESCUADRE PIC X    VALUE 'N'.
           88  WS-HAY-DESCUADRE       VALUE 'S'.

       77  FILLER        PIC X(26) VALUE '* LAYOUT ENTRADA MESES   *'.
      **************************************
               COPY CPSUCU.
      **************************************

      ********  FECHA DE PROCESO  ***************
       01  WS-FECHA             PIC 9(08)  VALUE ZEROS.

       01  WS-REG-PARM.
           03  WS-PARM-FECHA    PIC 9(08).

      ********  CONTROL DE CORRIDAS DE LA CADENA  ***************
       01  WS-SWITCH-RUNCTL   PIC X     VALUE 'N'.
           88  WS-CORRIDA-ANOTADA      VALUE 'S'.

       77  WS-RCT-ACCION        PIC X(03)  VALUE SPACES.
       77  WS-RCT-FECHA         PIC 9(08)  VALUE ZEROS.
       77  WS-RCT-PROGRAMA      PIC X(08)  VALUE 'PGMPOSTE'.
       77  WS-RCT-PREDECESOR    PIC X(08)  VALUE 'PGMCTAMA'.
       77  WS-RCT-RETCODE       PIC 9(04)  VALUE ZEROS.
       77  WS-RCT-RESULTADO     PIC XX     VALUE '00'.
           88  WS-RCT-ANOTADO              VALUE '00'.

      ********  PUNTO DE CONTROL PARA EL REARRANQUE  ***********
       77  WS-CHK-ACCION        PIC X(03)  VALUE SPACES.
       77  WS-CHK-RESULTADO     PIC XX     VALUE '00'.
           88  WS-CHK-OK                   VALUE '00'.
           88  WS-CHK-NO-EXISTE            VALUE '10'.

           COPY CPCHKPT.

      *  CLAVE DEL ULTIMO MOVIMIENTO PROCESADO SEGUN EL PUNTO DE
      *  CONTROL, EN EL MISMO ORDEN QUE SRT-CLAVE
       01  WS-CLAVE-PUNTO.
           03  WS-PUN-SUCURSAL  PIC 9(03)  VALUE ZEROS.
           03  WS-PUN-CUENTA    PIC 9(08)  VALUE ZEROS.
           03  WS-PUN-ORIGEN    PIC X(01)  VALUE SPACES.
           03  WS-PUN-SECUENCIA PIC 9(07)  VALUE ZEROS.

      ********  ORIGENES DE LOS MOVIMIENTOS  ***************
      *    EL CODIGO DE ORIGEN ORDENA LA IMPUTACION DENTRO DE LA
      *    CUENTA: A = APERTURA, B = TRANSFERENCIA RECIBIDA,
      *    C = CAPITALIZACION, M = COMISION, P = PLAZO FIJO,
      *    T = TRANSFERENCIA ENVIADA, U = INTERES DEUDOR Y
      *    PUNITORIO, X = IMPUESTO DEBITOS Y CREDITOS. MOVTRF TRAE
      *    LAS DOS PUNTAS: EL SIGNO DEL IMPORTE DECIDE ENTRE B Y T
      *    Y AMBAS SE CUENTAN EN LA LINEA DE MOVTRF
       01  WS-ORIGEN            PIC X(01)  VALUE SPACES.
           88  WS-ORIGEN-APERTURA          VALUE 'A'.
           88  WS-ORIGEN-TRASPASO-CRE      VALUE 'B'.
           88  WS-ORIGEN-CAPITAL           VALUE 'C'.
           88  WS-ORIGEN-COMISION          VALUE 'M'.
           88  WS-ORIGEN-PLAZO-FIJO        VALUE 'P'.
           88  WS-ORIGEN-TRASPASO-DEB      VALUE 'T'.
           88  WS-ORIGEN-INTERES-DEUDOR    VALUE 'U'.
           88  WS-ORIGEN-IMPUESTO-IDC      VALUE 'X'.

       01  WS-TABLA-ORIGENES.
           03  WS-ORI-ENT OCCURS 7 TIMES.
               05  WS-ORI-CODIGO     PIC X(01).
               05  WS-ORI-ARCHIVO    PIC X(06).
               05  WS-ORI-LEIDOS     PIC 9(07).
               05  WS-ORI-IMP-LEIDO  PIC S9(11)V99.
               05  WS-ORI-CUADRE     PIC X(01).
                   88  WS-ORI-CUADRA            VALUE 'S'.
                   88  WS-ORI-NO-CUADRA         VALUE 'N'.

      ********  ACUMULADORES DE LA CORRIDA  ***************
      *  LO APLICADO Y LO RECHAZADO POR ORIGEN VA EN UN SOLO
      *  GRUPO, QUE ES LA IMAGEN QUE SE GUARDA EN EL PUNTO DE
      *  CONTROL (CHK-TOTALES) Y SE RESTAURA AL REARRANCAR; LO
      *  LEIDO LO VUELVE A CONTAR LA MEZCLA EN CADA CORRIDA
       01  WS-TOTALES-CORRIDA.
           03  WS-TOC-ENT OCCURS 7 TIMES.
               05  WS-ORI-APLICADOS  PIC 9(07).
               05  WS-ORI-RECHAZADOS PIC 9(07).
               05  WS-ORI-IMP-APLIC  PIC S9(11)V99.
               05  WS-ORI-IMP-RECH   PIC S9(11)V99.

       77  WS-SUB-ORI           PIC 9(01)  VALUE ZEROS.
       77  WS-CANT-SOLTADOS     PIC 9(07)  VALUE ZEROS.

      ********  IMPUTACION EN CURSO  ***************
       77  WS-SALDO-ANTERIOR    PIC S9(07)V99 VALUE ZEROS.
       77  WS-SALDO-NUEVO       PIC S9(07)V99 VALUE ZEROS.
       77  WS-MOTIVO-RECHAZO    PIC X(30)     VALUE SPACES.

      ********  CONTADORES DE PROCESO  ***************
       77  WS-CANT-AUDIT        PIC 9(7)  VALUE ZEROS.
       77  WS-TOT-LEIDOS        PIC 9(7)  VALUE ZEROS.
       77  WS-TOT-APLICADOS     PIC 9(7)  VALUE ZEROS.
       77  WS-TOT-RECHAZADOS    PIC 9(7)  VALUE ZEROS.
       77  WS-TOT-CUADRE        PIC 9(7)  VALUE ZEROS.
       77  WS-TOT-IMP-LEIDO     PIC S9(12)V99 VALUE ZEROS.
       77  WS-TOT-IMP-APLIC     PIC S9(12)V99 VALUE ZEROS.
       77  WS-TOT-IMP-RECH      PIC S9(12)V99 VALUE ZEROS.
       77  WS-TOT-IMP-CUADRE    PIC S9(12)V99 VALUE ZEROS.
       77  WS-CANT-ORI-DESCUADRE PIC 9(1)  VALUE ZEROS.
       77  WS-CANT-YA-PROCESADOS PIC 9(7)  VALUE ZEROS.

      ********  DIARIO DE IMPUTACION  ***************
       01  WS-REG-POSJRN.
           03  WS-JRN-FECHA        PIC 9(08).
           03  WS-JRN-ORIGEN       PIC X(06).
           03  WS-JRN-SUCURSAL     PIC 9(03).
           03  WS-JRN-CUENTA       PIC 9(08).
           03  WS-JRN-MONEDA       PIC 9(02).
           03  WS-JRN-IMPORTE      PIC S9(07)V99.
           03  WS-JRN-SALDO-ANT    PIC S9(07)V99.
           03  WS-JRN-SALDO-NUE    PIC S9(07)V99.
           03  FILLER              PIC X(06)  VALUE SPACES.

      ********  LINEAS DEL LISTADO DE EXCEPCIONES  ***************
       01  WS-LIN-EXC-TITULO.
           03  FILLER           PIC X(44)  VALUE
               'IMPUTACION DE MOVIMIENTOS - EXCEPCIONES     '.
           03  WS-EXC-TIT-FECHA PIC 9(08).
           03  FILLER           PIC X(28)  VALUE SPACES.

       01  WS-LIN-EXCEPCION.
           03  WS-EXC-ORIGEN    PIC X(06).
           03  FILLER           PIC X(05)  VALUE ' SUC '.
           03  WS-EXC-SUCURSAL  PIC X(03).
           03  FILLER           PIC X(05)  VALUE ' CTA '.
           03  WS-EXC-CUENTA    PIC X(08).
           03  FILLER           PIC X(01)  VALUE SPACE.
           03  WS-EXC-IMPORTE   PIC Z,ZZZ,ZZ9.99-.
           03  FILLER           PIC X(01)  VALUE SPACE.
           03  WS-EXC-MOTIVO    PIC X(30).
           03  FILLER           PIC X(08)  VALUE SPACES.

      ********  LINEAS DEL INFORME DE CONTROL  ***************
       01  WS-LIN-TITULO.
           03  FILLER           PIC X(44)  VALUE
               'IMPUTACION DE MOVIMIENTOS - CONTROL         '.
           03  WS-TIT-FECHA     PIC 9(08).
           03  FILLER           PIC X(28)  VALUE SPACES.

       01  WS-LIN-ENCABEZADO.
           03  FILLER           PIC X(31)  VALUE
               'ORIGEN  LEIDOS APLICAD RECHAZO '.
           03  FILLER           PIC X(49)  VALUE
               '  IMPORTE LEIDO   IMP. APLICADO  IMP. RECHAZADO  '.

       01  WS-LIN-ORIGEN.
           03  WS-LOR-ARCHIVO   PIC X(06).
           03  FILLER           PIC X(01)  VALUE SPACE.
           03  WS-LOR-LEIDOS    PIC ZZZZZZ9.
           03  FILLER           PIC X(01)  VALUE SPACE.
           03  WS-LOR-APLICADOS PIC ZZZZZZ9.
           03  FILLER           PIC X(01)  VALUE SPACE.
           03  WS-LOR-RECHAZADOS PIC ZZZZZZ9.
           03  FILLER           PIC X(01)  VALUE SPACE.
           03  WS-LOR-IMP-LEIDO PIC ZZZZZZZZZZ9.99-.
           03  FILLER           PIC X(01)  VALUE SPACE.
           03  WS-LOR-IMP-APLIC PIC ZZZZZZZZZZ9.99-.
           03  FILLER           PIC X(01)  VALUE SPACE.
           03  WS-LOR-IMP-RECH  PIC ZZZZZZZZZZ9.99-.
           03  FILLER           PIC X(02)  VALUE SPACES.

       01  WS-LIN-ORI-DESCUADRE.
           03  FILLER           PIC X(07)  VALUE '*** EL '.
           03  WS-LOD-ARCHIVO   PIC X(06).
           03  FILLER           PIC X(45)  VALUE
               ' NO CUADRA: LEIDO <> APLICADO + RECHAZADO ***'.
           03  FILLER           PIC X(22)  VALUE SPACES.

       01  WS-LIN-CUADRE.
           03  FILLER           PIC X(33)  VALUE
               'LEIDOS = APLICADOS + RECHAZADOS: '.
           03  WS-CUA-LEIDOS    PIC ZZZZZZ9.
           03  FILLER           PIC X(03)  VALUE ' = '.
           03  WS-CUA-APLICADOS PIC ZZZZZZ9.
           03  FILLER           PIC X(03)  VALUE ' + '.
           03  WS-CUA-RECHAZADOS PIC ZZZZZZ9.
           03  FILLER           PIC X(02)  VALUE SPACES.
           03  WS-CUA-RESULTADO PIC X(10).
           03  FILLER           PIC X(17)  VALUE SPACES.

       01  WS-LIN-CUADRE-IMP.
           03  FILLER           PIC X(10)  VALUE 'IMPORTES: '.
           03  WS-CUI-LEIDO     PIC ZZZZZZZZZZZ9.99-.
           03  FILLER           PIC X(03)  VALUE ' = '.
           03  WS-CUI-APLICADO  PIC ZZZZZZZZZZZ9.99-.
           03  FILLER           PIC X(03)  VALUE ' + '.
           03  WS-CUI-RECHAZADO PIC ZZZZZZZZZZZ9.99-.
           03  FILLER           PIC X(02)  VALUE SPACES.
           03  WS-CUI-RESULTADO PIC X(10).
           03  FILLER           PIC X(04)  VALUE SPACES.

       01  WS-LIN-REARRANQUE.
           03  FILLER           PIC X(26)
               VALUE '*** REARRANQUE DESPUES DE '.
           03  FILLER           PIC X(04)   VALUE 'SUC '.
           03  WS-REA-SUCURSAL  PIC 999.
           03  FILLER           PIC X(05)   VALUE ' CTA '.
           03  WS-REA-CUENTA    PIC 9(08).
           03  FILLER           PIC X(05)   VALUE ' ORI '.
           03  WS-REA-ORIGEN    PIC X(01).
           03  FILLER           PIC X(05)   VALUE ' SEC '.
           03  WS-REA-SECUENCIA PIC 9(07).
           03  FILLER           PIC X(04)   VALUE ' ***'.
           03  FILLER           PIC X(12)   VALUE SPACES.

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

           IF WS-NO-FIN-LECTURA
              SORT WORK-SORT
                   ON ASCENDING KEY SRT-SUCURSAL
                                    SRT-CUENTA
                                    SRT-ORIGEN
                                    SRT-SECUENCIA
                   INPUT PROCEDURE 1500-MEZCLAR-MOVIMIENTOS
                                   THRU F-1500-MEZCLAR-MOVIMIENTOS
                   OUTPUT PROCEDURE 2000-PROCESO
                                   THRU F-2000-PROCESO
           END-IF.

           PERFORM 9999-FINAL    THRU  F-9999-FINAL.

       F-MAIN-PROGRAM. GOBACK.

      **************************************
      *                                    *
      *  APERTURA DE FILES Y ARMADO DE LA  *
      *  TABLA DE ORIGENES                 *
      *                                    *
      **************************************
       1000-INICIO.
           ACCEPT WS-FECHA FROM DATE YYYYMMDD.
           PERFORM 1100-LEER-PARM THRU F-1100-LEER-PARM.
           DISPLAY 'FECHA:    '  WS-FECHA.

           SET WS-NO-FIN-LECTURA TO TRUE.

           MOVE 'A'      TO WS-ORI-CODIGO (1).
           MOVE 'MOVAPE' TO WS-ORI-ARCHIVO (1).
           MOVE 'C'      TO WS-ORI-CODIGO (2).
           MOVE 'MOVCAP' TO WS-ORI-ARCHIVO (2).
           MOVE 'M'      TO WS-ORI-CODIGO (3).
           MOVE 'MOVCOM' TO WS-ORI-ARCHIVO (3).
           MOVE 'P'      TO WS-ORI-CODIGO (4).
           MOVE 'MOVPFI' TO WS-ORI-ARCHIVO (4).
           MOVE 'T'      TO WS-ORI-CODIGO (5).
           MOVE 'MOVTRF' TO WS-ORI-ARCHIVO (5).
           MOVE 'U'      TO WS-ORI-CODIGO (6).
           MOVE 'MOVDEU' TO WS-ORI-ARCHIVO (6).
           MOVE 'X'      TO WS-ORI-CODIGO (7).
           MOVE 'MOVIDC' TO WS-ORI-ARCHIVO (7).
           PERFORM 1050-LIMPIAR-ORIGEN THRU F-1050-LIMPIAR-ORIGEN
                   VARYING WS-SUB-ORI FROM 1 BY 1
                   UNTIL WS-SUB-ORI GREATER 7.

           PERFORM 1080-ANOTAR-ARRANQUE
                     THRU F-1080-ANOTAR-ARRANQUE.
           IF WS-FIN-LECTURA
              GO TO F-1000-INICIO
           END-IF.

      *    SIN PUNTO DE CONTROL LEGIBLE NO SE ABREN LAS SALIDAS,
      *    PARA NO PISAR LO QUE DEJO UNA CORRIDA CORTADA
           PERFORM 1090-LEER-PUNTO-CONTROL
                     THRU F-1090-LEER-PUNTO-CONTROL.
           IF WS-FIN-LECTURA
              GO TO F-1000-INICIO
           END-IF.

           OPEN I-O CTAMAE.
           IF WS-CTA-CODE IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN CTAMAE  = ' WS-CTA-CODE
              MOVE 9999 TO RETURN-CODE
              SET  WS-FIN-LECTURA TO TRUE
           END-IF.

      *    EL REARRANQUE AGREGA AL FINAL DE LO YA GRABADO
           IF WS-ES-REARRANQUE
              OPEN EXTEND POSJRN
           ELSE
              OPEN OUTPUT POSJRN
           END-IF.
           IF WS-JRN-CODE IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN POSJRN  = ' WS-JRN-CODE
              MOVE 9999 TO RETURN-CODE
              SET  WS-FIN-LECTURA TO TRUE
           END-IF.

           IF WS-ES-REARRANQUE
              OPEN EXTEND POSEXC
           ELSE
              OPEN OUTPUT POSEXC
           END-IF.
           IF WS-EXC-CODE IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN POSEXC  = ' WS-EXC-CODE
              MOVE 9999 TO RETURN-CODE
              SET  WS-FIN-LECTURA TO TRUE
           END-IF.

           IF WS-ES-REARRANQUE
              OPEN EXTEND INFORME
           ELSE
              OPEN OUTPUT INFORME
           END-IF.
           IF WS-INF-CODE IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN INFORME = ' WS-INF-CODE
              MOVE 9999 TO RETURN-CODE
              SET  WS-FIN-LECTURA TO TRUE
           END-IF.

           IF WS-FIN-LECTURA
              GO TO F-1000-INICIO
           END-IF.

           IF WS-ES-REARRANQUE
              MOVE WS-PUN-SUCURSAL   TO WS-REA-SUCURSAL
              MOVE WS-PUN-CUENTA     TO WS-REA-CUENTA
              MOVE WS-PUN-ORIGEN     TO WS-REA-ORIGEN
              MOVE WS-PUN-SECUENCIA  TO WS-REA-SECUENCIA
              MOVE WS-LIN-REARRANQUE TO REG-INFORME
           ELSE
              MOVE WS-FECHA          TO WS-EXC-TIT-FECHA
              WRITE REG-POSEXC FROM WS-LIN-EXC-TITULO
              MOVE WS-FECHA          TO WS-TIT-FECHA
              MOVE WS-LIN-TITULO     TO REG-INFORME
           END-IF.
           PERFORM 9300-GRABAR-INFORME THRU F-9300-GRABAR-INFORME.

       F-1000-INICIO.   EXIT.

       1050-LIMPIAR-ORIGEN.
           MOVE ZEROS TO WS-ORI-LEIDOS (WS-SUB-ORI)
                         WS-ORI-APLICADOS (WS-SUB-ORI)
                         WS-ORI-RECHAZADOS (WS-SUB-ORI)
                         WS-ORI-IMP-LEIDO (WS-SUB-ORI)
                         WS-ORI-IMP-APLIC (WS-SUB-ORI)
                         WS-ORI-IMP-RECH (WS-SUB-ORI).
           SET WS-ORI-CUADRA (WS-SUB-ORI) TO TRUE.

       F-1050-LIMPIAR-ORIGEN. EXIT.

      **************************************
      *                                    *
      *  ANOTA EL ARRANQUE EN EL MAESTRO   *
      *  DE CORRIDAS RUNCTL: SE NIEGA A    *
      *  CORRER SI LA CARGA DEL MAESTRO NO *
      *  COMPLETO PARA LA FECHA O SI LA    *
      *  IMPUTACION YA ESTA COMPLETA Y     *
      *  OPERACIONES NO AUTORIZO EL        *
      *  REARRANQUE (PGMRERUN)             *
      *                                    *
      **************************************
       1080-ANOTAR-ARRANQUE.
           MOVE 'INI'    TO WS-RCT-ACCION.
           MOVE WS-FECHA TO WS-RCT-FECHA.
           MOVE ZEROS    TO WS-RCT-RETCODE.

           CALL 'RUNCTL' USING WS-RCT-ACCION
                               WS-RCT-FECHA
                               WS-RCT-PROGRAMA
                               WS-RCT-PREDECESOR
                               WS-RCT-RETCODE
                               WS-RCT-RESULTADO.

           IF WS-RCT-ANOTADO
              SET WS-CORRIDA-ANOTADA TO TRUE
           ELSE
              DISPLAY '* EL CONTROL DE CORRIDAS NO AUTORIZA '
                      'EL ARRANQUE, RESULTADO ' WS-RCT-RESULTADO
              MOVE 9999 TO RETURN-CODE
              SET WS-FIN-LECTURA TO TRUE
           END-IF.

       F-1080-ANOTAR-ARRANQUE. EXIT.

      **************************************
      *                                    *
      *  BUSCA EL PUNTO DE CONTROL DEL     *
      *  DIA: SI QUEDO PENDIENTE LA        *
      *  CORRIDA ANTERIOR SE CORTO Y ESTA  *
      *  ES UN REARRANQUE QUE RESTAURA LOS *
      *  ACUMULADORES; SI NO HAY O QUEDO   *
      *  COMPLETO (REPETICION AUTORIZADA)  *
      *  SE ARRANCA DESDE EL PRINCIPIO     *
      *                                    *
      **************************************
       1090-LEER-PUNTO-CONTROL.
           SET WS-NO-ES-REARRANQUE TO TRUE.

           MOVE SPACES          TO REG-CHKPNT.
           MOVE WS-RCT-PROGRAMA TO CHK-PROGRAMA.
           MOVE WS-RCT-FECHA    TO CHK-FECHA.
           MOVE 'LEE'           TO WS-CHK-ACCION.

           CALL 'CHKPNT' USING WS-CHK-ACCION
                               REG-CHKPNT
                               WS-CHK-RESULTADO.

           IF WS-CHK-OK AND CHK-PENDIENTE
              SET WS-ES-REARRANQUE TO TRUE
              MOVE CHK-TOTALES       TO WS-TOTALES-CORRIDA
              MOVE CHK-ULT-SUCURSAL  TO WS-PUN-SUCURSAL
              MOVE CHK-ULT-CUENTA    TO WS-PUN-CUENTA
              MOVE CHK-ULT-ORIGEN    TO WS-PUN-ORIGEN
              MOVE CHK-ULT-SECUENCIA TO WS-PUN-SECUENCIA
              DISPLAY '* REARRANQUE DEL DIA: SE SIGUE DESPUES DE '
                      'SUC ' CHK-ULT-SUCURSAL ' CTA ' CHK-ULT-CUENTA
                      ' ORIGEN ' CHK-ULT-ORIGEN
                      ' SEC ' CHK-ULT-SECUENCIA
              GO TO F-1090-LEER-PUNTO-CONTROL
           END-IF.

           IF NOT WS-CHK-OK AND NOT WS-CHK-NO-EXISTE
              DISPLAY '* ERROR EN EL PUNTO DE CONTROL, RESULTADO '
                      WS-CHK-RESULTADO
              MOVE 9999 TO RETURN-CODE
              SET WS-FIN-LECTURA TO TRUE
              GO TO F-1090-LEER-PUNTO-CONTROL
           END-IF.

           IF WS-CHK-OK
              DISPLAY '* DIA YA IMPUTADO, SE REPITE COMPLETO CON '
                      'AUTORIZACION DE OPERACIONES'
           END-IF.

           MOVE SPACES          TO REG-CHKPNT.
           MOVE WS-RCT-PROGRAMA TO CHK-PROGRAMA.
           MOVE WS-RCT-FECHA    TO CHK-FECHA.
           SET CHK-PENDIENTE    TO TRUE.
           MOVE ZEROS           TO CHK-ULT-CLAVE
                                   CHK-ULT-SECUENCIA
                                   CHK-CANT-PUNTOS.
           PERFORM 2800-GRABAR-PUNTO-CONTROL
                     THRU F-2800-GRABAR-PUNTO-CONTROL.

       F-1090-LEER-PUNTO-CONTROL. EXIT.

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
      *  ENTREGA AL SORT LOS ARCHIVOS DE   *
      *  MOVIMIENTOS, MARCANDO CADA UNO    *
      *  CON SU ORIGEN                     *
      *                                    *
      **************************************
       1500-MEZCLAR-MOVIMIENTOS.
           OPEN INPUT MOVAPE.
           IF WS-APE-CODE IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN MOVAPE  = ' WS-APE-CODE
              MOVE 9999 TO RETURN-CODE
           ELSE
              SET WS-ORIGEN-APERTURA TO TRUE
              MOVE 1 TO WS-SUB-ORI
              SET WS-NO-FIN-MOVIMIENTOS TO TRUE
              PERFORM 1520-SOLTAR-APERTURA
                        THRU F-1520-SOLTAR-APERTURA
                      UNTIL WS-FIN-MOVIMIENTOS
              CLOSE MOVAPE
           END-IF.

           OPEN INPUT MOVCAP.
           IF WS-CAP-CODE IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN MOVCAP  = ' WS-CAP-CODE
              MOVE 9999 TO RETURN-CODE
           ELSE
              SET WS-ORIGEN-CAPITAL TO TRUE
              MOVE 2 TO WS-SUB-ORI
              SET WS-NO-FIN-MOVIMIENTOS TO TRUE
              PERFORM 1540-SOLTAR-CAPITAL
                        THRU F-1540-SOLTAR-CAPITAL
                      UNTIL WS-FIN-MOVIMIENTOS
              CLOSE MOVCAP
           END-IF.

           OPEN INPUT MOVCOM.
           IF WS-COM-CODE IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN MOVCOM  = ' WS-COM-CODE
              MOVE 9999 TO RETURN-CODE
           ELSE
              SET WS-ORIGEN-COMISION TO TRUE
              MOVE 3 TO WS-SUB-ORI
              SET WS-NO-FIN-MOVIMIENTOS TO TRUE
              PERFORM 1560-SOLTAR-COMISION
                        THRU F-1560-SOLTAR-COMISION
                      UNTIL WS-FIN-MOVIMIENTOS
              CLOSE MOVCOM
           END-IF.

      *    LOS PLAZOS FIJOS NO SIEMPRE TIENEN MOVIMIENTOS EN EL DIA
           OPEN INPUT MOVPFI.
           IF WS-PFI-CODE IS NOT EQUAL '00'
              DISPLAY '* MOVIMIENTOS DE PLAZO FIJO NO DISPONIBLES, '
                      'MOVPFI = ' WS-PFI-CODE
           ELSE
              SET WS-ORIGEN-PLAZO-FIJO TO TRUE
              MOVE 4 TO WS-SUB-ORI
              SET WS-NO-FIN-MOVIMIENTOS TO TRUE
              PERFORM 1580-SOLTAR-PLAZO-FIJO
                        THRU F-1580-SOLTAR-PLAZO-FIJO
                      UNTIL WS-FIN-MOVIMIENTOS
              CLOSE MOVPFI
           END-IF.

      *    SIN TRANSFERENCIAS ACEPTADAS EN EL DIA NO HAY MOVTRF
           OPEN INPUT MOVTRF.
           IF WS-TRF-CODE IS NOT EQUAL '00'
              DISPLAY '* MOVIMIENTOS DE TRANSFERENCIAS NO '
                      'DISPONIBLES, MOVTRF = ' WS-TRF-CODE
           ELSE
              MOVE 5 TO WS-SUB-ORI
              SET WS-NO-FIN-MOVIMIENTOS TO TRUE
              PERFORM 1590-SOLTAR-TRASPASO
                        THRU F-1590-SOLTAR-TRASPASO
                      UNTIL WS-FIN-MOVIMIENTOS
              CLOSE MOVTRF
           END-IF.

      *    EL COBRO DE INTERESES DEUDORES ES DE FIN DE MES
           OPEN INPUT MOVDEU.
           IF WS-DEU-CODE IS NOT EQUAL '00'
              DISPLAY '* MOVIMIENTOS DE INTERES DEUDOR NO '
                      'DISPONIBLES, MOVDEU = ' WS-DEU-CODE
           ELSE
              SET WS-ORIGEN-INTERES-DEUDOR TO TRUE
              MOVE 6 TO WS-SUB-ORI
              SET WS-NO-FIN-MOVIMIENTOS TO TRUE
              PERFORM 1592-SOLTAR-INTERES-DEUDOR
                        THRU F-1592-SOLTAR-INTERES-DEUDOR
                      UNTIL WS-FIN-MOVIMIENTOS
              CLOSE MOVDEU
           END-IF.

      *    EL IMPUESTO SOLO SE LIQUIDA EN EL MODO DIARIO DE PGMIMPDC
           OPEN INPUT MOVIDC.
           IF WS-IDC-CODE IS NOT EQUAL '00'
              DISPLAY '* MOVIMIENTOS DE IMPUESTO DEB/CRED NO '
                      'DISPONIBLES, MOVIDC = ' WS-IDC-CODE
           ELSE
              SET WS-ORIGEN-IMPUESTO-IDC TO TRUE
              MOVE 7 TO WS-SUB-ORI
              SET WS-NO-FIN-MOVIMIENTOS TO TRUE
              PERFORM 1594-SOLTAR-IMPUESTO
                        THRU F-1594-SOLTAR-IMPUESTO
                      UNTIL WS-FIN-MOVIMIENTOS
              CLOSE MOVIDC
           END-IF.

       F-1500-MEZCLAR-MOVIMIENTOS. EXIT.

       1520-SOLTAR-APERTURA.
           READ MOVAPE INTO WS-REG-ENTRADA
                AT END
                   SET WS-FIN-MOVIMIENTOS TO TRUE
                   GO TO F-1520-SOLTAR-APERTURA
           END-READ.

           IF WS-APE-CODE IS NOT EQUAL '00'
              DISPLAY '* ERROR EN LECTURA MOVAPE = ' WS-APE-CODE
              MOVE 9999 TO RETURN-CODE
              SET WS-FIN-MOVIMIENTOS TO TRUE
              GO TO F-1520-SOLTAR-APERTURA
           END-IF.

           PERFORM 1600-SOLTAR-MOVIMIENTO
                     THRU F-1600-SOLTAR-MOVIMIENTO.

       F-1520-SOLTAR-APERTURA. EXIT.

       1540-SOLTAR-CAPITAL.
           READ MOVCAP INTO WS-REG-ENTRADA
                AT END
                   SET WS-FIN-MOVIMIENTOS TO TRUE
                   GO TO F-1540-SOLTAR-CAPITAL
           END-READ.

           IF WS-CAP-CODE IS NOT EQUAL '00'
              DISPLAY '* ERROR EN LECTURA MOVCAP = ' WS-CAP-CODE
              MOVE 9999 TO RETURN-CODE
              SET WS-FIN-MOVIMIENTOS TO TRUE
              GO TO F-1540-SOLTAR-CAPITAL
           END-IF.

           PERFORM 1600-SOLTAR-MOVIMIENTO
                     THRU F-1600-SOLTAR-MOVIMIENTO.

       F-1540-SOLTAR-CAPITAL. EXIT.

       1560-SOLTAR-COMISION.
           READ MOVCOM INTO WS-REG-ENTRADA
                AT END
                   SET WS-FIN-MOVIMIENTOS TO TRUE
                   GO TO F-1560-SOLTAR-COMISION
           END-READ.

           IF WS-COM-CODE IS NOT EQUAL '00'
              DISPLAY '* ERROR EN LECTURA MOVCOM = ' WS-COM-CODE
              MOVE 9999 TO RETURN-CODE
              SET WS-FIN-MOVIMIENTOS TO TRUE
              GO TO F-1560-SOLTAR-COMISION
           END-IF.

           PERFORM 1600-SOLTAR-MOVIMIENTO
                     THRU F-1600-SOLTAR-MOVIMIENTO.

       F-1560-SOLTAR-COMISION. EXIT.

       1580-SOLTAR-PLAZO-FIJO.
           READ MOVPFI INTO WS-REG-ENTRADA
                AT END
                   SET WS-FIN-MOVIMIENTOS TO TRUE
                   GO TO F-1580-SOLTAR-PLAZO-FIJO
           END-READ.

           IF WS-PFI-CODE IS NOT EQUAL '00'
              DISPLAY '* ERROR EN LECTURA MOVPFI = ' WS-PFI-CODE
              MOVE 9999 TO RETURN-CODE
              SET WS-FIN-MOVIMIENTOS TO TRUE
              GO TO F-1580-SOLTAR-PLAZO-FIJO
           END-IF.

           PERFORM 1600-SOLTAR-MOVIMIENTO
                     THRU F-1600-SOLTAR-MOVIMIENTO.

       F-1580-SOLTAR-PLAZO-FIJO. EXIT.

      **************************************
      *                                    *
      *  LA PUNTA CREDITO DE LA            *
      *  TRANSFERENCIA SE IMPUTA ANTES QUE *
      *  LOS DEBITOS DE LA CUENTA; LA      *
      *  DEBITO, DESPUES DE LOS CREDITOS   *
      *                                    *
      **************************************
       1590-SOLTAR-TRASPASO.
           READ MOVTRF INTO WS-REG-ENTRADA
                AT END
                   SET WS-FIN-MOVIMIENTOS TO TRUE
                   GO TO F-1590-SOLTAR-TRASPASO
           END-READ.

           IF WS-TRF-CODE IS NOT EQUAL '00'
              DISPLAY '* ERROR EN LECTURA MOVTRF = ' WS-TRF-CODE
              MOVE 9999 TO RETURN-CODE
              SET WS-FIN-MOVIMIENTOS TO TRUE
              GO TO F-1590-SOLTAR-TRASPASO
           END-IF.

           IF WS-SUC-IMPORTE IS NUMERIC AND
              WS-SUC-IMPORTE LESS ZEROS
              SET WS-ORIGEN-TRASPASO-DEB TO TRUE
           ELSE
              SET WS-ORIGEN-TRASPASO-CRE TO TRUE
           END-IF.

           PERFORM 1600-SOLTAR-MOVIMIENTO
                     THRU F-1600-SOLTAR-MOVIMIENTO.

       F-1590-SOLTAR-TRASPASO. EXIT.

       1592-SOLTAR-INTERES-DEUDOR.
           READ MOVDEU INTO WS-REG-ENTRADA
                AT END
                   SET WS-FIN-MOVIMIENTOS TO TRUE
                   GO TO F-1592-SOLTAR-INTERES-DEUDOR
           END-READ.

           IF WS-DEU-CODE IS NOT EQUAL '00'
              DISPLAY '* ERROR EN LECTURA MOVDEU = ' WS-DEU-CODE
              MOVE 9999 TO RETURN-CODE
              SET WS-FIN-MOVIMIENTOS TO TRUE
              GO TO F-1592-SOLTAR-INTERES-DEUDOR
           END-IF.

           PERFORM 1600-SOLTAR-MOVIMIENTO
                     THRU F-1600-SOLTAR-MOVIMIENTO.

       F-1592-SOLTAR-INTERES-DEUDOR. EXIT.

       1594-SOLTAR-IMPUESTO.
           READ MOVIDC INTO WS-REG-ENTRADA
                AT END
                   SET WS-FIN-MOVIMIENTOS TO TRUE
                   GO TO F-1594-SOLTAR-IMPUESTO
           END-READ.

           IF WS-IDC-CODE IS NOT EQUAL '00'
              DISPLAY '* ERROR EN LECTURA MOVIDC = ' WS-IDC-CODE
              MOVE 9999 TO RETURN-CODE
              SET WS-FIN-MOVIMIENTOS TO TRUE
              GO TO F-1594-SOLTAR-IMPUESTO
           END-IF.

           PERFORM 1600-SOLTAR-MOVIMIENTO
                     THRU F-1600-SOLTAR-MOVIMIENTO.

       F-1594-SOLTAR-IMPUESTO. EXIT.

      **************************************
      *                                    *
      *  CUENTA EL MOVIMIENTO LEIDO EN SU  *
      *  ORIGEN Y LO ENTREGA AL SORT CON   *
      *  SU SECUENCIA DE LECTURA; LOS      *
      *  REGISTROS DE AUDITORIA NO SON     *
      *  MOVIMIENTOS Y SE DESCARTAN        *
      *                                    *
      **************************************
       1600-SOLTAR-MOVIMIENTO.
           IF WS-NRO-SUCURSAL IS NOT NUMERIC
              ADD 1 TO WS-CANT-AUDIT
              GO TO F-1600-SOLTAR-MOVIMIENTO
           END-IF.

           ADD 1 TO WS-ORI-LEIDOS (WS-SUB-ORI).

           IF WS-SUC-IMPORTE IS NUMERIC
              ADD WS-SUC-IMPORTE TO WS-ORI-IMP-LEIDO (WS-SUB-ORI)
           END-IF.

           ADD 1 TO WS-CANT-SOLTADOS.

           MOVE WS-NRO-SUCURSAL  TO SRT-SUCURSAL.
           MOVE WS-NRO-CUENTA    TO SRT-CUENTA.
           MOVE WS-ORIGEN        TO SRT-ORIGEN.
           MOVE WS-CANT-SOLTADOS TO SRT-SECUENCIA.
           MOVE WS-REG-ENTRADA   TO SRT-MOVIMIENTO.

           RELEASE WORK-SORT-REC.

       F-1600-SOLTAR-MOVIMIENTO. EXIT.

      **************************************
      *                                    *
      *  TOMA LOS MOVIMIENTOS ORDENADOS Y  *
      *  LOS IMPUTA UNO A UNO; EN UN       *
      *  REARRANQUE SALTEA LOS QUE YA      *
      *  QUEDARON EN EL PUNTO DE CONTROL   *
      *                                    *
      **************************************
       2000-PROCESO.
           SET WS-NO-FIN-MOVIMIENTOS TO TRUE.

           PERFORM 2050-TOMAR-MOVIMIENTO
                     THRU F-2050-TOMAR-MOVIMIENTO
                   UNTIL WS-FIN-MOVIMIENTOS.

       F-2000-PROCESO. EXIT.

       2050-TOMAR-MOVIMIENTO.
           RETURN WORK-SORT
                  AT END
                     SET WS-FIN-MOVIMIENTOS TO TRUE
                     GO TO F-2050-TOMAR-MOVIMIENTO
           END-RETURN.

           IF WS-ES-REARRANQUE AND
              SRT-CLAVE NOT GREATER WS-CLAVE-PUNTO
              ADD 1 TO WS-CANT-YA-PROCESADOS
              GO TO F-2050-TOMAR-MOVIMIENTO
           END-IF.

           MOVE SRT-ORIGEN     TO WS-ORIGEN.
           MOVE SRT-MOVIMIENTO TO WS-REG-ENTRADA.

           EVALUATE TRUE
              WHEN WS-ORIGEN-APERTURA
                 MOVE 1 TO WS-SUB-ORI
              WHEN WS-ORIGEN-CAPITAL
                 MOVE 2 TO WS-SUB-ORI
              WHEN WS-ORIGEN-PLAZO-FIJO
                 MOVE 4 TO WS-SUB-ORI
              WHEN WS-ORIGEN-TRASPASO-CRE
                 MOVE 5 TO WS-SUB-ORI
              WHEN WS-ORIGEN-TRASPASO-DEB
                 MOVE 5 TO WS-SUB-ORI
              WHEN WS-ORIGEN-INTERES-DEUDOR
                 MOVE 6 TO WS-SUB-ORI
              WHEN WS-ORIGEN-IMPUESTO-IDC
                 MOVE 7 TO WS-SUB-ORI
              WHEN OTHER
                 MOVE 3 TO WS-SUB-ORI
           END-EVALUATE.

           PERFORM 2100-IMPUTAR-MOVIMIENTO
                     THRU F-2100-IMPUTAR-MOVIMIENTO.

      *    EL MOVIMIENTO YA ESTA EN CTAMAE Y EN POSJRN O POSEXC:
      *    SU CLAVE Y LOS ACUMULADORES QUEDAN PARA UN REARRANQUE
           MOVE SRT-SUCURSAL  TO CHK-ULT-SUCURSAL.
           MOVE SRT-CUENTA    TO CHK-ULT-CUENTA.
           MOVE SRT-ORIGEN    TO CHK-ULT-ORIGEN.
           MOVE SRT-SECUENCIA TO CHK-ULT-SECUENCIA.
           PERFORM 2800-GRABAR-PUNTO-CONTROL
                     THRU F-2800-GRABAR-PUNTO-CONTROL.

       F-2050-TOMAR-MOVIMIENTO. EXIT.

      **************************************
      *                                    *
      *  VALIDA LA CUENTA DESTINO Y APLICA *
      *  EL IMPORTE SOBRE EL SALDO; TODO   *
      *  LO QUE NO SE PUEDE APLICAR VA A   *
      *  EXCEPCIONES                       *
      *                                    *
      **************************************
       2100-IMPUTAR-MOVIMIENTO.
           IF WS-SUC-IMPORTE IS NOT NUMERIC
              MOVE 'IMPORTE NO NUMERICO' TO WS-MOTIVO-RECHAZO
              GO TO 2100-RECHAZAR
           END-IF.

           MOVE WS-NRO-SUCURSAL TO CTA-SUCURSAL.
           MOVE WS-NRO-CUENTA   TO CTA-CUENTA.

           READ CTAMAE
                INVALID KEY
                   MOVE 'CUENTA INEXISTENTE EN CTAMAE'
                                      TO WS-MOTIVO-RECHAZO
                   GO TO 2100-RECHAZAR
           END-READ.

           IF WS-CTA-CODE IS NOT EQUAL '00'
              DISPLAY '* ERROR EN LECTURA CTAMAE = ' WS-CTA-CODE
              MOVE 9999 TO RETURN-CODE
              MOVE 'ERROR DE LECTURA EN CTAMAE' TO WS-MOTIVO-RECHAZO
              GO TO 2100-RECHAZAR
           END-IF.

           IF CTA-BAJA
              MOVE 'CUENTA DADA DE BAJA' TO WS-MOTIVO-RECHAZO
              GO TO 2100-RECHAZAR
           END-IF.

           IF CTA-EMBARGADA
              MOVE 'CUENTA EMBARGADA' TO WS-MOTIVO-RECHAZO
              GO TO 2100-RECHAZAR
           END-IF.

           IF CTA-MONEDA NOT EQUAL WS-MONEDA-CUENTA
              MOVE 'MONEDA DISTINTA A LA CUENTA' TO WS-MOTIVO-RECHAZO
              GO TO 2100-RECHAZAR
           END-IF.

           MOVE CTA-IMPORTE TO WS-SALDO-ANTERIOR.
           COMPUTE WS-SALDO-NUEVO = CTA-IMPORTE + WS-SUC-IMPORTE
               ON SIZE ERROR
                   MOVE 'SALDO RESULTANTE DESBORDADO'
                                      TO WS-MOTIVO-RECHAZO
                   GO TO 2100-RECHAZAR
           END-COMPUTE.

           MOVE WS-SALDO-NUEVO TO CTA-IMPORTE.
           MOVE WS-FECHA       TO CTA-FECHA-ULT-MOV.

           REWRITE REG-CTAMAE
              INVALID KEY
                 DISPLAY '* ERROR EN REWRITE CTAMAE = ' WS-CTA-CODE
                 MOVE 9999 TO RETURN-CODE
                 MOVE 'ERROR DE GRABACION EN CTAMAE'
                                      TO WS-MOTIVO-RECHAZO
                 GO TO 2100-RECHAZAR
           END-REWRITE.

           ADD 1              TO WS-ORI-APLICADOS (WS-SUB-ORI).
           ADD WS-SUC-IMPORTE TO WS-ORI-IMP-APLIC (WS-SUB-ORI).

           PERFORM 2200-GRABAR-DIARIO THRU F-2200-GRABAR-DIARIO.

           GO TO F-2100-IMPUTAR-MOVIMIENTO.

       2100-RECHAZAR.
           PERFORM 2900-RECHAZAR THRU F-2900-RECHAZAR.

       F-2100-IMPUTAR-MOVIMIENTO. EXIT.

      **************************************
      *                                    *
      *  DEJA EL MOVIMIENTO APLICADO EN EL *
      *  DIARIO DE IMPUTACION              *
      *                                    *
      **************************************
       2200-GRABAR-DIARIO.
           MOVE WS-FECHA                   TO WS-JRN-FECHA.
           MOVE WS-ORI-ARCHIVO (WS-SUB-ORI) TO WS-JRN-ORIGEN.
           MOVE WS-NRO-SUCURSAL            TO WS-JRN-SUCURSAL.
           MOVE WS-NRO-CUENTA              TO WS-JRN-CUENTA.
           MOVE WS-MONEDA-CUENTA           TO WS-JRN-MONEDA.
           MOVE WS-SUC-IMPORTE             TO WS-JRN-IMPORTE.
           MOVE WS-SALDO-ANTERIOR          TO WS-JRN-SALDO-ANT.
           MOVE WS-SALDO-NUEVO             TO WS-JRN-SALDO-NUE.

           WRITE REG-POSJRN FROM WS-REG-POSJRN.
           IF WS-JRN-CODE IS NOT EQUAL '00'
              DISPLAY '* ERROR EN WRITE POSJRN = ' WS-JRN-CODE
              MOVE 9999 TO RETURN-CODE
           END-IF.

       F-2200-GRABAR-DIARIO. EXIT.

      **************************************
      *                                    *
      *  GRABA EL PUNTO DE CONTROL CON LA  *
      *  ULTIMA CLAVE YA CARGADA POR EL    *
      *  QUE LLAMA Y LA IMAGEN DE LOS      *
      *  ACUMULADORES; SIN PUNTO NO SE     *
      *  PUEDE SEGUIR IMPUTANDO            *
      *                                    *
      **************************************
       2800-GRABAR-PUNTO-CONTROL.
           ADD 1 TO CHK-CANT-PUNTOS.
           MOVE WS-TOTALES-CORRIDA TO CHK-TOTALES.
           MOVE 'GRA'              TO WS-CHK-ACCION.

           CALL 'CHKPNT' USING WS-CHK-ACCION
                               REG-CHKPNT
                               WS-CHK-RESULTADO.

           IF NOT WS-CHK-OK
              DISPLAY '* ERROR AL GRABAR EL PUNTO DE CONTROL, '
                      'RESULTADO ' WS-CHK-RESULTADO
              MOVE 9999 TO RETURN-CODE
              SET WS-FIN-LECTURA TO TRUE
              SET WS-FIN-MOVIMIENTOS TO TRUE
           END-IF.

       F-2800-GRABAR-PUNTO-CONTROL. EXIT.

      **************************************
      *                                    *
      *  DESVIA UN MOVIMIENTO NO APLICADO  *
      *  AL LISTADO DE EXCEPCIONES         *
      *                                    *
      **************************************
       2900-RECHAZAR.
           ADD 1 TO WS-ORI-RECHAZADOS (WS-SUB-ORI).
           IF WS-SUC-IMPORTE IS NUMERIC
              ADD WS-SUC-IMPORTE TO WS-ORI-IMP-RECH (WS-SUB-ORI)
              MOVE WS-SUC-IMPORTE TO WS-EXC-IMPORTE
           ELSE
              MOVE ZEROS TO WS-EXC-IMPORTE
           END-IF.

           MOVE WS-ORI-ARCHIVO (WS-SUB-ORI) TO WS-EXC-ORIGEN.
           MOVE WS-NRO-SUCURSAL   TO WS-EXC-SUCURSAL.
           MOVE WS-NRO-CUENTA     TO WS-EXC-CUENTA.
           MOVE WS-MOTIVO-RECHAZO TO WS-EXC-MOTIVO.

           WRITE REG-POSEXC FROM WS-LIN-EXCEPCION.
           IF WS-EXC-CODE IS NOT EQUAL '00'
              DISPLAY '* ERROR EN WRITE POSEXC = ' WS-EXC-CODE
              MOVE 9999 TO RETURN-CODE
           END-IF.

       F-2900-RECHAZAR. EXIT.

      **************************************
      *                                    *
      *  INFORME DE CONTROL POR ORIGEN,    *
      *  CUADRE LEIDOS = APLICADOS +       *
      *  RECHAZADOS EN CANTIDAD E IMPORTE  *
      *  Y CIERRE DE FILES                 *
      *                                    *
      **************************************
       9999-FINAL.
           PERFORM 9050-SUMAR-ORIGEN THRU F-9050-SUMAR-ORIGEN
                   VARYING WS-SUB-ORI FROM 1 BY 1
                   UNTIL WS-SUB-ORI GREATER 7.

           IF WS-INF-CODE EQUAL '00'
              MOVE WS-LIN-ENCABEZADO TO REG-INFORME
              PERFORM 9300-GRABAR-INFORME THRU F-9300-GRABAR-INFORME
              PERFORM 9100-LINEA-ORIGEN THRU F-9100-LINEA-ORIGEN
                      VARYING WS-SUB-ORI FROM 1 BY 1
                      UNTIL WS-SUB-ORI GREATER 7
           END-IF.

           COMPUTE WS-TOT-CUADRE = WS-TOT-APLICADOS
                                 + WS-TOT-RECHAZADOS.
           COMPUTE WS-TOT-IMP-CUADRE = WS-TOT-IMP-APLIC
                                     + WS-TOT-IMP-RECH.

           MOVE WS-TOT-LEIDOS     TO WS-CUA-LEIDOS.
           MOVE WS-TOT-APLICADOS  TO WS-CUA-APLICADOS.
           MOVE WS-TOT-RECHAZADOS TO WS-CUA-RECHAZADOS.

           IF WS-TOT-LEIDOS EQUAL WS-TOT-CUADRE
              MOVE 'CUADRA'    TO WS-CUA-RESULTADO
           ELSE
              MOVE 'NO CUADRA' TO WS-CUA-RESULTADO
              SET WS-HAY-DESCUADRE TO TRUE
              DISPLAY '* LOS MOVIMIENTOS LEIDOS NO CUADRAN CON '
                      'LOS APLICADOS MAS LOS RECHAZADOS'
           END-IF.

           MOVE WS-TOT-IMP-LEIDO  TO WS-CUI-LEIDO.
           MOVE WS-TOT-IMP-APLIC  TO WS-CUI-APLICADO.
           MOVE WS-TOT-IMP-RECH   TO WS-CUI-RECHAZADO.

           IF WS-TOT-IMP-LEIDO EQUAL WS-TOT-IMP-CUADRE
              MOVE 'CUADRA'    TO WS-CUI-RESULTADO
           ELSE
              MOVE 'NO CUADRA' TO WS-CUI-RESULTADO
              SET WS-HAY-DESCUADRE TO TRUE
              DISPLAY '* EL IMPORTE LEIDO NO CUADRA CON EL '
                      'APLICADO MAS EL RECHAZADO'
           END-IF.

           IF WS-CANT-ORI-DESCUADRE GREATER ZEROS
              SET WS-HAY-DESCUADRE TO TRUE
              DISPLAY '* ORIGENES QUE NO CUADRAN: '
                      WS-CANT-ORI-DESCUADRE
           END-IF.

           IF WS-HAY-DESCUADRE
              IF RETURN-CODE LESS 8
                 MOVE 8 TO RETURN-CODE
              END-IF
           ELSE
              IF WS-TOT-RECHAZADOS GREATER ZEROS AND
                 RETURN-CODE EQUAL ZEROS
                 MOVE 4 TO RETURN-CODE
              END-IF
           END-IF.

           IF WS-INF-CODE EQUAL '00'
              MOVE WS-LIN-CUADRE TO REG-INFORME
              PERFORM 9300-GRABAR-INFORME THRU F-9300-GRABAR-INFORME
              MOVE WS-LIN-CUADRE-IMP TO REG-INFORME
              PERFORM 9300-GRABAR-INFORME THRU F-9300-GRABAR-INFORME
           END-IF.

           CLOSE CTAMAE.
           CLOSE POSJRN.
           CLOSE POSEXC.
           CLOSE INFORME.

           DISPLAY '************************** '.
           DISPLAY 'REGISTROS DE AUDITORIA  : ' WS-CANT-AUDIT.
           DISPLAY 'MOVIMIENTOS LEIDOS      : ' WS-TOT-LEIDOS.
           DISPLAY 'MOVIMIENTOS APLICADOS   : ' WS-TOT-APLICADOS.
           DISPLAY 'MOVIMIENTOS RECHAZADOS  : ' WS-TOT-RECHAZADOS.
           DISPLAY 'YA PROCESADOS (REARR.)  : ' WS-CANT-YA-PROCESADOS.

      *    UN DESCUADRE (RC 8) NO SE ARREGLA REARRANCANDO: LO
      *    IMPUTADO YA ESTA EN EL MAESTRO Y EL PUNTO SE COMPLETA
           IF WS-CORRIDA-ANOTADA AND RETURN-CODE LESS 9999
              PERFORM 9800-COMPLETAR-PUNTO-CONTROL
                        THRU F-9800-COMPLETAR-PUNTO-CONTROL
           END-IF.

           MOVE 'CIE' TO WS-CHK-ACCION.
           CALL 'CHKPNT' USING WS-CHK-ACCION
                               REG-CHKPNT
                               WS-CHK-RESULTADO.

           IF WS-CORRIDA-ANOTADA
              PERFORM 9850-ANOTAR-FIN-CORRIDA
                        THRU F-9850-ANOTAR-FIN-CORRIDA
           END-IF.

       F-9999-FINAL. EXIT.

      **************************************
      *                                    *
      *  ACUMULA UN ORIGEN EN EL TOTAL     *
      *  GENERAL Y CUADRA SU CANTIDAD E    *
      *  IMPORTE; CORRE HAYA O NO INFORME  *
      *                                    *
      **************************************
       9050-SUMAR-ORIGEN.
           ADD WS-ORI-LEIDOS (WS-SUB-ORI)     TO WS-TOT-LEIDOS.
           ADD WS-ORI-APLICADOS (WS-SUB-ORI)  TO WS-TOT-APLICADOS.
           ADD WS-ORI-RECHAZADOS (WS-SUB-ORI) TO WS-TOT-RECHAZADOS.
           ADD WS-ORI-IMP-LEIDO (WS-SUB-ORI)  TO WS-TOT-IMP-LEIDO.
           ADD WS-ORI-IMP-APLIC (WS-SUB-ORI)  TO WS-TOT-IMP-APLIC.
           ADD WS-ORI-IMP-RECH (WS-SUB-ORI)   TO WS-TOT-IMP-RECH.

           COMPUTE WS-TOT-CUADRE = WS-ORI-APLICADOS (WS-SUB-ORI)
                                 + WS-ORI-RECHAZADOS (WS-SUB-ORI).
           COMPUTE WS-TOT-IMP-CUADRE = WS-ORI-IMP-APLIC (WS-SUB-ORI)
                                     + WS-ORI-IMP-RECH (WS-SUB-ORI).

           IF WS-ORI-LEIDOS (WS-SUB-ORI) NOT EQUAL WS-TOT-CUADRE OR
              WS-ORI-IMP-LEIDO (WS-SUB-ORI) NOT EQUAL
                                          WS-TOT-IMP-CUADRE
              SET WS-ORI-NO-CUADRA (WS-SUB-ORI) TO TRUE
              ADD 1 TO WS-CANT-ORI-DESCUADRE
              DISPLAY '* EL ORIGEN ' WS-ORI-ARCHIVO (WS-SUB-ORI)
                      ' NO CUADRA EN CANTIDAD O IMPORTE'
           END-IF.

       F-9050-SUMAR-ORIGEN. EXIT.

      **************************************
      *                                    *
      *  LINEA DE CONTROL DE UN ORIGEN Y,  *
      *  SI NO CUADRA, SU AVISO            *
      *                                    *
      **************************************
       9100-LINEA-ORIGEN.
           MOVE WS-ORI-ARCHIVO (WS-SUB-ORI)    TO WS-LOR-ARCHIVO.
           MOVE WS-ORI-LEIDOS (WS-SUB-ORI)     TO WS-LOR-LEIDOS.
           MOVE WS-ORI-APLICADOS (WS-SUB-ORI)  TO WS-LOR-APLICADOS.
           MOVE WS-ORI-RECHAZADOS (WS-SUB-ORI) TO WS-LOR-RECHAZADOS.
           MOVE WS-ORI-IMP-LEIDO (WS-SUB-ORI)  TO WS-LOR-IMP-LEIDO.
           MOVE WS-ORI-IMP-APLIC (WS-SUB-ORI)  TO WS-LOR-IMP-APLIC.
           MOVE WS-ORI-IMP-RECH (WS-SUB-ORI)   TO WS-LOR-IMP-RECH.

           MOVE WS-LIN-ORIGEN TO REG-INFORME.
           PERFORM 9300-GRABAR-INFORME THRU F-9300-GRABAR-INFORME.

           IF WS-ORI-NO-CUADRA (WS-SUB-ORI)
              MOVE WS-ORI-ARCHIVO (WS-SUB-ORI) TO WS-LOD-ARCHIVO
              MOVE WS-LIN-ORI-DESCUADRE TO REG-INFORME
              PERFORM 9300-GRABAR-INFORME THRU F-9300-GRABAR-INFORME
           END-IF.

       F-9100-LINEA-ORIGEN. EXIT.

      **************************************
      *                                    *
      *  CORRIDA TERMINADA: EL PUNTO DE    *
      *  CONTROL QUEDA COMPLETO Y YA NO    *
      *  HAY NADA QUE REARRANCAR           *
      *                                    *
      **************************************
       9800-COMPLETAR-PUNTO-CONTROL.
           SET CHK-COMPLETO TO TRUE.
           PERFORM 2800-GRABAR-PUNTO-CONTROL
                     THRU F-2800-GRABAR-PUNTO-CONTROL.

       F-9800-COMPLETAR-PUNTO-CONTROL. EXIT.

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

      **************************************
      *                                    *
      *  ANOTA EL FIN Y EL RETURN-CODE DE  *
      *  LA CORRIDA EN EL MAESTRO RUNCTL;  *
      *  UNA FALLA AQUI NO FRENA LA NOCHE  *
      *                                    *
      **************************************
       9850-ANOTAR-FIN-CORRIDA.
           MOVE 'FIN'        TO WS-RCT-ACCION.
           MOVE RETURN-CODE  TO WS-RCT-RETCODE.

           CALL 'RUNCTL' USING WS-RCT-ACCION
                               WS-RCT-FECHA
                               WS-RCT-PROGRAMA
                               WS-RCT-PREDECESOR
                               WS-RCT-RETCODE
                               WS-RCT-RESULTADO.

           IF NOT WS-RCT-ANOTADO
              DISPLAY '* NO SE PUDO ANOTAR EL FIN EN EL '
                      'CONTROL DE CORRIDAS, RESULTADO '
                      WS-RCT-RESULTADO
           END-IF.

       F-9850-ANOTAR-FIN-CORRIDA. EXIT.
