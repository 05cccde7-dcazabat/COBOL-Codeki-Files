       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMCERIN.
       AUTHOR.        D. CAZABAT.
       INSTALLATION.  CURSO CODEKI.
       DATE-WRITTEN.  14/10/2026.
       DATE-COMPILED. 14/10/2026.
      **********************************************************
      *                                                        *
      *  CERTIFICADO ANUAL DE INTERESES POR CONTRIBUYENTE:     *
      *  ACUMULA POR CUENTA LOS INTERESES CAPITALIZADOS EN EL  *
      *  ANIO (HISTORIA INTHIS QUE GRABA PGMDEVIN EN CADA      *
      *  CAPITALIZACION) Y LOS LLEVA AL CLIENTE POR CLIXRF.    *
      *  SOLO CUENTAN LOS DUENOS DEL SALDO (ROL P O C EN       *
      *  CLIXRF); FIRMANTES Y TUTORES NO SE CERTIFICAN. CADA   *
      *  DUENO RECIBE SU XRF-PARTICIPACION DEL INTERES DE LA   *
      *  CUENTA; LOS VINCULOS ANTERIORES SIN ROL SE REPARTEN   *
      *  EN PARTES IGUALES. EL REDONDEO QUEDA EN EL ULTIMO     *
      *  DUENO DE LA CUENTA.                                   *
      *                                                        *
      *  POR CADA CUIT (O CLIENTE SIN CUIT) SE IMPRIME UN      *
      *  CERTIFICADO CON EL DETALLE POR CUENTA Y EL TOTAL POR  *
      *  MONEDA, Y SE GRABA EL ARCHIVO DEL REGIMEN DE          *
      *  INFORMACION REGINF (CABECERA, UN DETALLE POR CUIT Y   *
      *  CUENTA, Y TRAILER DE CONTROL). LOS CLIENTES SIN CUIT  *
      *  SE CERTIFICAN PERO NO SE INFORMAN (RC 4).             *
      *                                                        *
      *  LAS CUENTAS CON INTERESES Y SIN TITULAR VIGENTE EN    *
      *  CLIXRF SALEN EN UNA SECCION DE EXCEPCIONES AL FINAL   *
      *  DEL INFORME (RC 4).                                   *
      *                                                        *
      *  PARM: ANIO (SSAA). SIN PARM SE CERTIFICA EL ANIO      *
      *  ANTERIOR AL DE LA FECHA DEL SISTEMA.                  *
      *                                                        *
      **********************************************************
      *      MANTENIMIENTO DE PROGRAMA                         *
      **********************************************************
      *  FECHA   *    DETALLE        * COD *
      **************************************
      *15/10/2026* CLIMAE DE 160 POR * 001 *
      *          * COPY CPCLIMA      *     *
      *15/10/2026* REGISTRO CLIXRF   * 002 *
      *          * POR COPY CPCLIXR  *     *
      *15/10/2026* SOLO DUENOS, POR  * 003 *
      *          * PARTICIPACION     *     *
      **************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

             SELECT INTHIS  ASSIGN DDINTHIS
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS SEQUENTIAL
                    RECORD KEY IS INH-CLAVE
                    FILE STATUS IS WS-INH-CODE.

             SELECT CLIXRF  ASSIGN DDCLIXRF
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS SEQUENTIAL
                    RECORD KEY IS XRF-CLAVE
                    FILE STATUS IS WS-XRF-CODE.

             SELECT CLIMAE  ASSIGN DDCLIMAE
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS RANDOM
                    RECORD KEY IS CLI-CLIENTE
                    FILE STATUS IS WS-CLI-CODE.

             SELECT WORK-SORT ASSIGN DDSRTWK.

             SELECT REGINF  ASSIGN DDREGINF
                    FILE STATUS IS WS-REG-CODE.

             SELECT INFORME ASSIGN DDINFORM
                    FILE STATUS IS WS-INF-CODE.

             SELECT PARMS   ASSIGN DDPARM
                    FILE STATUS IS WS-PARM-CODE.

       DATA DIVISION.
       FILE SECTION.
       FD INTHIS.

       01 REG-INTHIS.
           03  INH-CLAVE.
               05  INH-SUCURSAL    PIC 9(03).
               05  INH-CUENTA      PIC 9(08).
               05  INH-FECHA       PIC 9(08).
               05  INH-FECHA-R REDEFINES INH-FECHA.
                   07  INH-ANIO    PIC 9(04).
                   07  INH-MMDD    PIC 9(04).
           03  INH-TIPO            PIC 9(01).
           03  INH-MONEDA          PIC 9(02).
           03  INH-IMPORTE         PIC S9(07)V99.
           03  FILLER              PIC X(09).

       FD CLIXRF.

           COPY CPCLIXR.

       FD CLIMAE.

           COPY CPCLIMA.

       SD WORK-SORT.

       01 WORK-SORT-REC.
           03  SRT-GRUPO         PIC X(11).
           03  SRT-MONEDA        PIC 9(02).
           03  SRT-SUCURSAL      PIC 9(03).
           03  SRT-CUENTA        PIC 9(08).
           03  SRT-CLIENTE       PIC 9(08).
           03  SRT-TITULARES     PIC 9(03).
           03  SRT-IMP-CUENTA    PIC S9(09)V99.
           03  SRT-IMP-PARTE     PIC S9(09)V99.
           03  SRT-NOMBRE        PIC X(30).
           03  SRT-CUIT          PIC X(11).

       FD REGINF
            BLOCK CONTAINS 0 RECORDS
            RECORDING MODE IS F.

       01 REG-REGINF     PIC X(100).

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
       77  WS-INH-CODE      PIC XX    VALUE SPACES.
       77  WS-XRF-CODE      PIC XX    VALUE SPACES.
       77  WS-CLI-CODE      PIC XX    VALUE SPACES.
       77  WS-REG-CODE      PIC XX    VALUE SPACES.
       77  WS-INF-CODE      PIC XX    VALUE SPACES.
       77  WS-PARM-CODE     PIC XX    VALUE SPACES.

       01  WS-STATUS-FIN    PIC X.
           88  WS-FIN-LECTURA         VALUE 'Y'.
           88  WS-NO-FIN-LECTURA      VALUE 'N'.

       01  WS-STATUS-FIN-XRF PIC X.
           88  WS-FIN-VINCULOS        VALUE 'Y'.
           88  WS-NO-FIN-VINCULOS     VALUE 'N'.

       01  WS-STATUS-FIN-SRT PIC X.
           88  WS-FIN-SORT            VALUE 'Y'.
           88  WS-NO-FIN-SORT         VALUE 'N'.

       01  WS-SWITCH-ERROR  PIC X     VALUE 'N'.
           88  WS-HUBO-ERROR          VALUE 'S'.
           88  WS-NO-HUBO-ERROR       VALUE 'N'.

       01  WS-SWITCH-CERTIF PIC X     VALUE 'N'.
           88  WS-CERTIF-ABIERTO      VALUE 'S'.
           88  WS-CERTIF-CERRADO      VALUE 'N'.

      ********  ANIO A CERTIFICAR  ***************
       01  WS-FECHA             PIC 9(08)  VALUE ZEROS.
       01  WS-FECHA-R REDEFINES WS-FECHA.
           03  WS-FECHA-ANIO    PIC 9(04).
           03  WS-FECHA-MMDD    PIC 9(04).

       77  WS-ANIO              PIC 9(04)  VALUE ZEROS.

       01  WS-REG-PARM.
           03  WS-PARM-ANIO     PIC 9(04).
           03  FILLER           PIC X(04).

      ********  INTERESES DEL ANIO POR CUENTA  ***************
      *  INTHIS VIENE POR CLAVE, ASI QUE LA TABLA QUEDA
      *  ORDENADA POR SUCURSAL + CUENTA
       77  WS-MAX-CUENTAS       PIC 9(05)  VALUE 9999.
       77  WS-CANT-CTA-TABLA    PIC 9(05)  VALUE ZEROS.

       01  WS-TABLA-INTERESES.
           03  WS-INT-ENT OCCURS 9999 TIMES
                          INDEXED BY WS-IDX-INT.
               05  WS-INT-CLAVE.
                   07  WS-INT-SUCURSAL  PIC 9(03).
                   07  WS-INT-CUENTA    PIC 9(08).
               05  WS-INT-MONEDA        PIC 9(02).
               05  WS-INT-IMPORTE       PIC S9(09)V99.
               05  WS-INT-TITULARES     PIC 9(03).
               05  WS-INT-SOLTADOS      PIC 9(03).
               05  WS-INT-ASIGNADO      PIC S9(09)V99.

       01  WS-CLAVE-BUSCADA.
           03  WS-BUS-SUCURSAL  PIC 9(03).
           03  WS-BUS-CUENTA    PIC 9(08).

      ********  RENGLON ORDENADO POR CONTRIBUYENTE  **********
       01  WS-REG-SORT.
           03  WS-SRT-GRUPO      PIC X(11).
           03  WS-SRT-GRUPO-CLI REDEFINES WS-SRT-GRUPO.
               05  WS-SRT-GRU-MARCA   PIC X(01).
               05  WS-SRT-GRU-CLIENTE PIC 9(08).
               05  FILLER             PIC X(02).
           03  WS-SRT-MONEDA     PIC 9(02).
           03  WS-SRT-SUCURSAL   PIC 9(03).
           03  WS-SRT-CUENTA     PIC 9(08).
           03  WS-SRT-CLIENTE    PIC 9(08).
           03  WS-SRT-TITULARES  PIC 9(03).
           03  WS-SRT-IMP-CUENTA PIC S9(09)V99.
           03  WS-SRT-IMP-PARTE  PIC S9(09)V99.
           03  WS-SRT-NOMBRE     PIC X(30).
           03  WS-SRT-CUIT       PIC X(11).

       77  WS-GRUPO-ANT         PIC X(11)  VALUE SPACES.
       77  WS-MONEDA-ANT        PIC 9(02)  VALUE ZEROS.
       77  WS-TOTAL-MONEDA      PIC S9(11)V99 VALUE ZEROS.

      ********  REGIMEN DE INFORMACION  ***************
       01  WS-REG-CABECERA.
           03  WS-CAB-TIPO       PIC X(01)   VALUE 'H'.
           03  WS-CAB-REGIMEN    PIC X(10)   VALUE 'INTERESES '.
           03  WS-CAB-ANIO       PIC 9(04)   VALUE ZEROS.
           03  WS-CAB-FECHA      PIC 9(08)   VALUE ZEROS.
           03  WS-CAB-PROGRAMA   PIC X(08)   VALUE 'PGMCERIN'.
           03  FILLER            PIC X(69)   VALUE SPACES.

       01  WS-REG-DETALLE.
           03  WS-DET-TIPO       PIC X(01)   VALUE 'D'.
           03  WS-DET-CUIT       PIC X(11)   VALUE SPACES.
           03  WS-DET-CLIENTE    PIC 9(08)   VALUE ZEROS.
           03  WS-DET-NOMBRE     PIC X(30)   VALUE SPACES.
           03  WS-DET-SUCURSAL   PIC 9(03)   VALUE ZEROS.
           03  WS-DET-CUENTA     PIC 9(08)   VALUE ZEROS.
           03  WS-DET-MONEDA     PIC 9(02)   VALUE ZEROS.
           03  WS-DET-TITULARES  PIC 9(03)   VALUE ZEROS.
           03  WS-DET-IMPORTE    PIC 9(11)V99 VALUE ZEROS.
           03  FILLER            PIC X(21)   VALUE SPACES.

       01  WS-REG-TRAILER.
           03  WS-TRA-TIPO       PIC X(01)   VALUE 'T'.
           03  WS-TRA-CANT-DET   PIC 9(08)   VALUE ZEROS.
           03  WS-TRA-CANT-CUIT  PIC 9(08)   VALUE ZEROS.
           03  WS-TRA-TOTAL      PIC 9(13)V99 VALUE ZEROS.
           03  FILLER            PIC X(68)   VALUE SPACES.

      ********  CONTADORES DE PROCESO  ***************
       77  WS-CANT-INTHIS       PIC 9(7)  VALUE ZEROS.
       77  WS-CANT-CERTIF       PIC 9(7)  VALUE ZEROS.
       77  WS-CANT-DETALLES     PIC 9(7)  VALUE ZEROS.
       77  WS-CANT-CUITS        PIC 9(7)  VALUE ZEROS.
       77  WS-CANT-SIN-CUIT     PIC 9(7)  VALUE ZEROS.
       77  WS-CANT-SIN-CLIENTE  PIC 9(7)  VALUE ZEROS.
       77  WS-TOTAL-INFORMADO   PIC S9(13)V99 VALUE ZEROS.

      ********  LINEAS DEL INFORME  ***************
       01  WS-LIN-TITULO.
           03  FILLER           PIC X(44)
               VALUE 'CERTIFICADO DE INTERESES ACREDITADOS - ANIO '.
           03  WS-TIT-ANIO      PIC 9(04).
           03  FILLER           PIC X(32)   VALUE SPACES.

       01  WS-LIN-CONTRIB.
           03  FILLER           PIC X(06)   VALUE 'CUIT: '.
           03  WS-CON-CUIT      PIC X(11).
           03  FILLER           PIC X(11)   VALUE '  CLIENTE: '.
           03  WS-CON-CLIENTE   PIC 9(08).
           03  FILLER           PIC X(01)   VALUE SPACE.
           03  WS-CON-NOMBRE    PIC X(30).
           03  FILLER           PIC X(13)   VALUE SPACES.

       01  WS-LIN-EXCEPCION.
           03  FILLER           PIC X(40)
               VALUE 'EXCEPCIONES: CUENTAS CON INTERESES SIN  '.
           03  FILLER           PIC X(40)
               VALUE 'TITULAR VIGENTE EN CLIXRF               '.

       01  WS-LIN-CABECERA.
           03  FILLER           PIC X(40)
               VALUE 'SUC CUENTA   MO TIT   INTERES CUENTA    '.
           03  FILLER           PIC X(40)
               VALUE '  PARTE TITULAR                         '.

       01  WS-LIN-CUENTA.
           03  WS-LCT-SUCURSAL  PIC 999.
           03  FILLER           PIC X(01)   VALUE SPACE.
           03  WS-LCT-CUENTA    PIC 9(08).
           03  FILLER           PIC X(01)   VALUE SPACE.
           03  WS-LCT-MONEDA    PIC 99.
           03  FILLER           PIC X(01)   VALUE SPACE.
           03  WS-LCT-TITULARES PIC ZZ9.
           03  FILLER           PIC X(01)   VALUE SPACE.
           03  WS-LCT-IMP-CUENTA PIC ZZZ,ZZZ,ZZ9.99-.
           03  FILLER           PIC X(01)   VALUE SPACE.
           03  WS-LCT-IMP-PARTE PIC ZZZ,ZZZ,ZZ9.99-.
           03  FILLER           PIC X(29)   VALUE SPACES.

       01  WS-LIN-TOT-MONEDA.
           03  FILLER           PIC X(20)
               VALUE '   TOTAL MONEDA     '.
           03  WS-LTM-MONEDA    PIC 99.
           03  FILLER           PIC X(18)   VALUE SPACES.
           03  WS-LTM-TOTAL     PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           03  FILLER           PIC X(22)   VALUE SPACES.

       01  WS-LIN-RESUMEN.
           03  WS-RES-CONCEPTO  PIC X(30)   VALUE SPACES.
           03  WS-RES-CANT      PIC ZZZZZZ9.
           03  FILLER           PIC X(43)   VALUE SPACES.

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

           IF NOT WS-HUBO-ERROR
              PERFORM 2500-CONTAR-TITULARES
                        THRU F-2500-CONTAR-TITULARES
           END-IF.

           IF NOT WS-HUBO-ERROR
              SORT WORK-SORT
                   ON ASCENDING KEY SRT-GRUPO SRT-MONEDA
                                    SRT-SUCURSAL SRT-CUENTA
                                    SRT-CLIENTE
                   INPUT PROCEDURE 3000-CARGAR-INTERESES
                                   THRU F-3000-CARGAR-INTERESES
                   OUTPUT PROCEDURE 3500-EMITIR-CERTIFICADOS
                                   THRU F-3500-EMITIR-CERTIFICADOS
           END-IF.

           PERFORM 9999-FINAL    THRU  F-9999-FINAL.

       F-MAIN-PROGRAM. GOBACK.

      **************************************
      *                                    *
      *  ANIO A CERTIFICAR, APERTURA DE    *
      *  FILES Y CABECERA DEL REGIMEN      *
      *                                    *
      **************************************
       1000-INICIO.
           ACCEPT WS-FECHA FROM DATE YYYYMMDD.
           COMPUTE WS-ANIO = WS-FECHA-ANIO - 1.
           PERFORM 1100-LEER-PARM THRU F-1100-LEER-PARM.
           DISPLAY 'FECHA:    '  WS-FECHA.
           DISPLAY 'ANIO:     '  WS-ANIO.

           SET WS-NO-FIN-LECTURA TO TRUE.
           SET WS-NO-HUBO-ERROR  TO TRUE.

           OPEN INPUT INTHIS.
           IF WS-INH-CODE IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN INTHIS  = ' WS-INH-CODE
              MOVE 9999 TO RETURN-CODE
              SET  WS-FIN-LECTURA TO TRUE
              SET  WS-HUBO-ERROR  TO TRUE
           END-IF.

           OPEN INPUT CLIXRF.
           IF WS-XRF-CODE IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN CLIXRF  = ' WS-XRF-CODE
              MOVE 9999 TO RETURN-CODE
              SET  WS-FIN-LECTURA TO TRUE
              SET  WS-HUBO-ERROR  TO TRUE
           END-IF.

           OPEN INPUT CLIMAE.
           IF WS-CLI-CODE IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN CLIMAE  = ' WS-CLI-CODE
              MOVE 9999 TO RETURN-CODE
              SET  WS-FIN-LECTURA TO TRUE
              SET  WS-HUBO-ERROR  TO TRUE
           END-IF.

           OPEN OUTPUT REGINF.
           IF WS-REG-CODE IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN REGINF  = ' WS-REG-CODE
              MOVE 9999 TO RETURN-CODE
              SET  WS-FIN-LECTURA TO TRUE
              SET  WS-HUBO-ERROR  TO TRUE
           END-IF.

           OPEN OUTPUT INFORME.
           IF WS-INF-CODE IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN INFORME = ' WS-INF-CODE
              MOVE 9999 TO RETURN-CODE
              SET  WS-FIN-LECTURA TO TRUE
              SET  WS-HUBO-ERROR  TO TRUE
           END-IF.

           IF WS-HUBO-ERROR
              GO TO F-1000-INICIO
           END-IF.

           MOVE WS-ANIO  TO WS-CAB-ANIO
                            WS-TIT-ANIO.
           MOVE WS-FECHA TO WS-CAB-FECHA.
           WRITE REG-REGINF FROM WS-REG-CABECERA.
           IF WS-REG-CODE IS NOT EQUAL '00'
              DISPLAY '* ERROR EN WRITE REGINF = ' WS-REG-CODE
              MOVE 9999 TO RETURN-CODE
              SET  WS-FIN-LECTURA TO TRUE
              SET  WS-HUBO-ERROR  TO TRUE
           END-IF.

       F-1000-INICIO.   EXIT.

      **************************************
      *                                    *
      *  PERMITE ELEGIR EL ANIO A          *
      *  CERTIFICAR POR PARM (SSAA)        *
      *                                    *
      **************************************
       1100-LEER-PARM.
           OPEN INPUT PARMS.

           IF WS-PARM-CODE IS NOT EQUAL '00'
              DISPLAY '* PARM DE ANIO NO DISPONIBLE, SE CERTIFICA '
                      'EL ANIO ANTERIOR'
              GO TO F-1100-LEER-PARM
           END-IF.

           READ PARMS INTO WS-REG-PARM.

           IF WS-PARM-CODE IS NOT EQUAL '00'
              DISPLAY '* PARM DE ANIO VACIO, SE CERTIFICA EL '
                      'ANIO ANTERIOR'
           ELSE
              MOVE WS-PARM-ANIO TO WS-ANIO
              DISPLAY '* ANIO A CERTIFICAR FORZADO POR PARM: '
                                                          WS-ANIO
           END-IF.

           CLOSE PARMS.

       F-1100-LEER-PARM. EXIT.

      **************************************
      *                                    *
      *  ACUMULA LAS CAPITALIZACIONES DEL  *
      *  ANIO POR CUENTA                   *
      *                                    *
      **************************************
       2000-PROCESO.
           READ INTHIS NEXT RECORD
                AT END
                   SET WS-FIN-LECTURA TO TRUE
                   GO TO F-2000-PROCESO
           END-READ.

           IF WS-INH-CODE IS NOT EQUAL '00'
              DISPLAY '* ERROR EN LECTURA INTHIS = ' WS-INH-CODE
              MOVE 9999 TO RETURN-CODE
              SET WS-FIN-LECTURA TO TRUE
              SET WS-HUBO-ERROR  TO TRUE
              GO TO F-2000-PROCESO
           END-IF.

           IF INH-ANIO NOT EQUAL WS-ANIO
              GO TO F-2000-PROCESO
           END-IF.

           ADD 1 TO WS-CANT-INTHIS.

           IF WS-CANT-CTA-TABLA GREATER ZEROS
              SET WS-IDX-INT TO WS-CANT-CTA-TABLA
              IF WS-INT-SUCURSAL (WS-IDX-INT) EQUAL INH-SUCURSAL AND
                 WS-INT-CUENTA (WS-IDX-INT)   EQUAL INH-CUENTA
                 ADD INH-IMPORTE TO WS-INT-IMPORTE (WS-IDX-INT)
                 GO TO F-2000-PROCESO
              END-IF
           END-IF.

           IF WS-CANT-CTA-TABLA NOT LESS WS-MAX-CUENTAS
              DISPLAY '* TABLA DE CUENTAS LLENA, NO SE EMITE EL '
                      'CERTIFICADO'
              MOVE 9999 TO RETURN-CODE
              SET WS-FIN-LECTURA TO TRUE
              SET WS-HUBO-ERROR  TO TRUE
              GO TO F-2000-PROCESO
           END-IF.

           ADD 1 TO WS-CANT-CTA-TABLA.
           SET WS-IDX-INT TO WS-CANT-CTA-TABLA.
           MOVE INH-SUCURSAL TO WS-INT-SUCURSAL (WS-IDX-INT).
           MOVE INH-CUENTA   TO WS-INT-CUENTA (WS-IDX-INT).
           MOVE INH-MONEDA   TO WS-INT-MONEDA (WS-IDX-INT).
           MOVE INH-IMPORTE  TO WS-INT-IMPORTE (WS-IDX-INT).
           MOVE ZEROS        TO WS-INT-TITULARES (WS-IDX-INT)
                                WS-INT-SOLTADOS (WS-IDX-INT)
                                WS-INT-ASIGNADO (WS-IDX-INT).

       F-2000-PROCESO. EXIT.

      **************************************
      *                                    *
      *  PRIMERA PASADA POR CLIXRF:        *
      *  CUANTOS DUENOS VIGENTES TIENE     *
      *  CADA CUENTA CON INTERESES         *
      *                                    *
      **************************************
       2500-CONTAR-TITULARES.
           IF WS-CANT-CTA-TABLA EQUAL ZEROS
              GO TO F-2500-CONTAR-TITULARES
           END-IF.

           SET WS-NO-FIN-VINCULOS TO TRUE.

           PERFORM 2550-CONTAR-VINCULO THRU F-2550-CONTAR-VINCULO
                   UNTIL WS-FIN-VINCULOS.

       F-2500-CONTAR-TITULARES. EXIT.

       2550-CONTAR-VINCULO.
           READ CLIXRF NEXT RECORD
                AT END
                   SET WS-FIN-VINCULOS TO TRUE
                   GO TO F-2550-CONTAR-VINCULO
           END-READ.

           IF WS-XRF-CODE IS NOT EQUAL '00'
              DISPLAY '* ERROR EN LECTURA CLIXRF = ' WS-XRF-CODE
              MOVE 9999 TO RETURN-CODE
              SET WS-FIN-VINCULOS TO TRUE
              SET WS-HUBO-ERROR   TO TRUE
              GO TO F-2550-CONTAR-VINCULO
           END-IF.

           IF NOT XRF-VIGENTE
              GO TO F-2550-CONTAR-VINCULO
           END-IF.

      *    FIRMANTES Y TUTORES NO SON DUENOS DEL INTERES
           IF NOT XRF-ROL-DUENO AND NOT XRF-ROL-SIN-INFORMAR
              GO TO F-2550-CONTAR-VINCULO
           END-IF.

           PERFORM 2600-BUSCAR-CUENTA THRU F-2600-BUSCAR-CUENTA.

           IF WS-IDX-INT NOT GREATER WS-CANT-CTA-TABLA
              ADD 1 TO WS-INT-TITULARES (WS-IDX-INT)
           END-IF.

       F-2550-CONTAR-VINCULO. EXIT.

      **************************************
      *                                    *
      *  UBICA LA CUENTA DEL VINCULO EN LA *
      *  TABLA; SI NO ESTA EL INDICE QUEDA *
      *  PASADO DEL ULTIMO ELEMENTO        *
      *                                    *
      **************************************
       2600-BUSCAR-CUENTA.
           MOVE XRF-SUCURSAL TO WS-BUS-SUCURSAL.
           MOVE XRF-CUENTA   TO WS-BUS-CUENTA.

           SET WS-IDX-INT TO 1.
           PERFORM 2650-AVANZAR-CUENTA THRU F-2650-AVANZAR-CUENTA
                   UNTIL WS-IDX-INT GREATER WS-CANT-CTA-TABLA
                   OR WS-INT-CLAVE (WS-IDX-INT)
                                EQUAL WS-CLAVE-BUSCADA.

       F-2600-BUSCAR-CUENTA. EXIT.

       2650-AVANZAR-CUENTA.
           SET WS-IDX-INT UP BY 1.

       F-2650-AVANZAR-CUENTA. EXIT.

      **************************************
      *                                    *
      *  SEGUNDA PASADA POR CLIXRF: SUELTA *
      *  AL SORT LA PARTE DE CADA DUENO    *
      *  VIGENTE; LAS CUENTAS SIN TITULAR  *
      *  VAN JUNTAS AL FINAL               *
      *                                    *
      **************************************
       3000-CARGAR-INTERESES.
           IF WS-CANT-CTA-TABLA EQUAL ZEROS
              GO TO F-3000-CARGAR-INTERESES
           END-IF.

           SET WS-NO-FIN-VINCULOS TO TRUE.
           MOVE LOW-VALUES TO XRF-CLAVE.
           START CLIXRF KEY IS NOT LESS XRF-CLAVE
                 INVALID KEY SET WS-FIN-VINCULOS TO TRUE
           END-START.

           PERFORM 3100-LEER-VINCULO THRU F-3100-LEER-VINCULO
                   UNTIL WS-FIN-VINCULOS.

           PERFORM 3300-SOLTAR-SIN-CLIENTE
                     THRU F-3300-SOLTAR-SIN-CLIENTE
                   VARYING WS-IDX-INT FROM 1 BY 1
                   UNTIL WS-IDX-INT GREATER WS-CANT-CTA-TABLA.

       F-3000-CARGAR-INTERESES. EXIT.

       3100-LEER-VINCULO.
           READ CLIXRF NEXT RECORD
                AT END
                   SET WS-FIN-VINCULOS TO TRUE
                   GO TO F-3100-LEER-VINCULO
           END-READ.

           IF WS-XRF-CODE IS NOT EQUAL '00'
              DISPLAY '* ERROR EN LECTURA CLIXRF = ' WS-XRF-CODE
              MOVE 9999 TO RETURN-CODE
              SET WS-FIN-VINCULOS TO TRUE
              GO TO F-3100-LEER-VINCULO
           END-IF.

           IF NOT XRF-VIGENTE
              GO TO F-3100-LEER-VINCULO
           END-IF.

           IF NOT XRF-ROL-DUENO AND NOT XRF-ROL-SIN-INFORMAR
              GO TO F-3100-LEER-VINCULO
           END-IF.

           PERFORM 2600-BUSCAR-CUENTA THRU F-2600-BUSCAR-CUENTA.

           IF WS-IDX-INT GREATER WS-CANT-CTA-TABLA
              GO TO F-3100-LEER-VINCULO
           END-IF.

           PERFORM 3250-DATOS-CLIENTE THRU F-3250-DATOS-CLIENTE.

      *    EL ULTIMO DUENO SE LLEVA LO QUE FALTA ASIGNAR; LOS
      *    DEMAS SU PARTICIPACION, O PARTE IGUAL SI EL VINCULO ES
      *    ANTERIOR A LOS ROLES
           ADD 1 TO WS-INT-SOLTADOS (WS-IDX-INT).
           EVALUATE TRUE
              WHEN WS-INT-SOLTADOS (WS-IDX-INT) NOT LESS
                   WS-INT-TITULARES (WS-IDX-INT)
                 COMPUTE WS-SRT-IMP-PARTE =
                         WS-INT-IMPORTE (WS-IDX-INT)
                       - WS-INT-ASIGNADO (WS-IDX-INT)
              WHEN XRF-ROL-DUENO AND XRF-PARTICIPACION IS NUMERIC
                 COMPUTE WS-SRT-IMP-PARTE ROUNDED =
                         WS-INT-IMPORTE (WS-IDX-INT) *
                         XRF-PARTICIPACION / 100
              WHEN OTHER
                 COMPUTE WS-SRT-IMP-PARTE ROUNDED =
                         WS-INT-IMPORTE (WS-IDX-INT) /
                         WS-INT-TITULARES (WS-IDX-INT)
           END-EVALUATE.
           ADD WS-SRT-IMP-PARTE TO WS-INT-ASIGNADO (WS-IDX-INT).

           PERFORM 3400-SOLTAR-CUENTA THRU F-3400-SOLTAR-CUENTA.

       F-3100-LEER-VINCULO. EXIT.

      **************************************
      *                                    *
      *  NOMBRE Y CUIT DEL TITULAR; SIN    *
      *  CUIT SE AGRUPA POR CLIENTE        *
      *                                    *
      **************************************
       3250-DATOS-CLIENTE.
           MOVE XRF-CLIENTE TO CLI-CLIENTE
                               WS-SRT-CLIENTE.
           READ CLIMAE
                INVALID KEY
                   MOVE 'CLIENTE INEXISTENTE EN CLIMAE'
                                    TO WS-SRT-NOMBRE
                   MOVE SPACES      TO WS-SRT-CUIT
                NOT INVALID KEY
                   MOVE CLI-NOMBRE  TO WS-SRT-NOMBRE
                   MOVE CLI-CUIT    TO WS-SRT-CUIT
           END-READ.

           IF WS-SRT-CUIT EQUAL SPACES OR
              WS-SRT-CUIT EQUAL ZEROS
              MOVE SPACES      TO WS-SRT-CUIT
                                  WS-SRT-GRUPO
              MOVE 'C'         TO WS-SRT-GRU-MARCA
              MOVE XRF-CLIENTE TO WS-SRT-GRU-CLIENTE
           ELSE
              MOVE WS-SRT-CUIT TO WS-SRT-GRUPO
           END-IF.

       F-3250-DATOS-CLIENTE. EXIT.

       3300-SOLTAR-SIN-CLIENTE.
           IF WS-INT-TITULARES (WS-IDX-INT) GREATER ZEROS
              GO TO F-3300-SOLTAR-SIN-CLIENTE
           END-IF.

           MOVE HIGH-VALUES TO WS-SRT-GRUPO.
           MOVE ZEROS       TO WS-SRT-CLIENTE.
           MOVE 'CUENTA SIN TITULAR EN CLIXRF' TO WS-SRT-NOMBRE.
           MOVE SPACES      TO WS-SRT-CUIT.
           MOVE WS-INT-IMPORTE (WS-IDX-INT) TO WS-SRT-IMP-PARTE.
           ADD 1 TO WS-CANT-SIN-CLIENTE.

           PERFORM 3400-SOLTAR-CUENTA THRU F-3400-SOLTAR-CUENTA.

       F-3300-SOLTAR-SIN-CLIENTE. EXIT.

       3400-SOLTAR-CUENTA.
           MOVE WS-INT-MONEDA (WS-IDX-INT)    TO WS-SRT-MONEDA.
           MOVE WS-INT-SUCURSAL (WS-IDX-INT)  TO WS-SRT-SUCURSAL.
           MOVE WS-INT-CUENTA (WS-IDX-INT)    TO WS-SRT-CUENTA.
           MOVE WS-INT-TITULARES (WS-IDX-INT) TO WS-SRT-TITULARES.
           MOVE WS-INT-IMPORTE (WS-IDX-INT)   TO WS-SRT-IMP-CUENTA.

           RELEASE WORK-SORT-REC FROM WS-REG-SORT.

       F-3400-SOLTAR-CUENTA. EXIT.

      **************************************
      *                                    *
      *  UN CERTIFICADO POR CUIT (O        *
      *  CLIENTE SIN CUIT), TOTAL POR      *
      *  MONEDA Y DETALLE EN REGINF        *
      *                                    *
      **************************************
       3500-EMITIR-CERTIFICADOS.
           SET WS-NO-FIN-SORT    TO TRUE.
           SET WS-CERTIF-CERRADO TO TRUE.
           MOVE SPACES TO WS-GRUPO-ANT.

           PERFORM 3550-TOMAR-CUENTA THRU F-3550-TOMAR-CUENTA
                   UNTIL WS-FIN-SORT.

           IF WS-CERTIF-ABIERTO
              PERFORM 3800-TOTAL-MONEDA THRU F-3800-TOTAL-MONEDA
           END-IF.

       F-3500-EMITIR-CERTIFICADOS. EXIT.

       3550-TOMAR-CUENTA.
           RETURN WORK-SORT INTO WS-REG-SORT
                  AT END
                     SET WS-FIN-SORT TO TRUE
                     GO TO F-3550-TOMAR-CUENTA
           END-RETURN.

           IF WS-CERTIF-ABIERTO AND
              WS-SRT-GRUPO EQUAL WS-GRUPO-ANT AND
              WS-SRT-MONEDA NOT EQUAL WS-MONEDA-ANT
              PERFORM 3800-TOTAL-MONEDA THRU F-3800-TOTAL-MONEDA
           END-IF.

           IF NOT WS-CERTIF-ABIERTO OR
              WS-SRT-GRUPO NOT EQUAL WS-GRUPO-ANT
              PERFORM 3600-ABRIR-CERTIFICADO
                        THRU F-3600-ABRIR-CERTIFICADO
           END-IF.

           MOVE WS-SRT-MONEDA TO WS-MONEDA-ANT.

           PERFORM 3700-LINEA-CUENTA THRU F-3700-LINEA-CUENTA.

       F-3550-TOMAR-CUENTA. EXIT.

       3600-ABRIR-CERTIFICADO.
           IF WS-CERTIF-ABIERTO
              PERFORM 3800-TOTAL-MONEDA THRU F-3800-TOTAL-MONEDA
           END-IF.

           SET WS-CERTIF-ABIERTO TO TRUE.
           MOVE WS-SRT-GRUPO TO WS-GRUPO-ANT.

           MOVE WS-LIN-BLANCA TO REG-INFORME.
           PERFORM 9300-GRABAR-INFORME THRU F-9300-GRABAR-INFORME.

           IF WS-SRT-GRUPO EQUAL HIGH-VALUES
              MOVE WS-LIN-EXCEPCION TO REG-INFORME
              PERFORM 9300-GRABAR-INFORME THRU F-9300-GRABAR-INFORME
           ELSE
              ADD 1 TO WS-CANT-CERTIF
              IF WS-SRT-GRU-MARCA EQUAL 'C'
                 ADD 1 TO WS-CANT-SIN-CUIT
              ELSE
                 ADD 1 TO WS-CANT-CUITS
              END-IF
              MOVE WS-LIN-TITULO  TO REG-INFORME
              PERFORM 9300-GRABAR-INFORME THRU F-9300-GRABAR-INFORME
              MOVE WS-SRT-CUIT    TO WS-CON-CUIT
              MOVE WS-SRT-CLIENTE TO WS-CON-CLIENTE
              MOVE WS-SRT-NOMBRE  TO WS-CON-NOMBRE
              MOVE WS-LIN-CONTRIB TO REG-INFORME
              PERFORM 9300-GRABAR-INFORME THRU F-9300-GRABAR-INFORME
           END-IF.

           MOVE WS-LIN-CABECERA TO REG-INFORME.
           PERFORM 9300-GRABAR-INFORME THRU F-9300-GRABAR-INFORME.

       F-3600-ABRIR-CERTIFICADO. EXIT.

      **************************************
      *                                    *
      *  RENGLON DE LA CUENTA EN EL        *
      *  CERTIFICADO Y, SI EL TITULAR      *
      *  TIENE CUIT, DETALLE EN REGINF     *
      *                                    *
      **************************************
       3700-LINEA-CUENTA.
           MOVE WS-SRT-SUCURSAL   TO WS-LCT-SUCURSAL.
           MOVE WS-SRT-CUENTA     TO WS-LCT-CUENTA.
           MOVE WS-SRT-MONEDA     TO WS-LCT-MONEDA.
           MOVE WS-SRT-TITULARES  TO WS-LCT-TITULARES.
           MOVE WS-SRT-IMP-CUENTA TO WS-LCT-IMP-CUENTA.
           MOVE WS-SRT-IMP-PARTE  TO WS-LCT-IMP-PARTE.
           MOVE WS-LIN-CUENTA     TO REG-INFORME.
           PERFORM 9300-GRABAR-INFORME THRU F-9300-GRABAR-INFORME.

           ADD WS-SRT-IMP-PARTE TO WS-TOTAL-MONEDA.

           IF WS-SRT-GRUPO EQUAL HIGH-VALUES OR
              WS-SRT-GRU-MARCA EQUAL 'C'
              GO TO F-3700-LINEA-CUENTA
           END-IF.

           MOVE WS-SRT-CUIT       TO WS-DET-CUIT.
           MOVE WS-SRT-CLIENTE    TO WS-DET-CLIENTE.
           MOVE WS-SRT-NOMBRE     TO WS-DET-NOMBRE.
           MOVE WS-SRT-SUCURSAL   TO WS-DET-SUCURSAL.
           MOVE WS-SRT-CUENTA     TO WS-DET-CUENTA.
           MOVE WS-SRT-MONEDA     TO WS-DET-MONEDA.
           MOVE WS-SRT-TITULARES  TO WS-DET-TITULARES.
           MOVE WS-SRT-IMP-PARTE  TO WS-DET-IMPORTE.

           WRITE REG-REGINF FROM WS-REG-DETALLE.
           IF WS-REG-CODE IS NOT EQUAL '00'
              DISPLAY '* ERROR EN WRITE REGINF = ' WS-REG-CODE
              MOVE 9999 TO RETURN-CODE
           ELSE
              ADD 1 TO WS-CANT-DETALLES
              ADD WS-SRT-IMP-PARTE TO WS-TOTAL-INFORMADO
           END-IF.

       F-3700-LINEA-CUENTA. EXIT.

       3800-TOTAL-MONEDA.
           MOVE WS-MONEDA-ANT     TO WS-LTM-MONEDA.
           MOVE WS-TOTAL-MONEDA   TO WS-LTM-TOTAL.
           MOVE WS-LIN-TOT-MONEDA TO REG-INFORME.
           PERFORM 9300-GRABAR-INFORME THRU F-9300-GRABAR-INFORME.

           MOVE ZEROS TO WS-TOTAL-MONEDA.

       F-3800-TOTAL-MONEDA. EXIT.

      **************************************
      *                                    *
      *  TRAILER DE CONTROL, RESUMEN Y     *
      *  CIERRE DE FILES                   *
      *                                    *
      **************************************
       9999-FINAL.
           IF NOT WS-HUBO-ERROR
              MOVE WS-CANT-DETALLES   TO WS-TRA-CANT-DET
              MOVE WS-CANT-CUITS      TO WS-TRA-CANT-CUIT
              MOVE WS-TOTAL-INFORMADO TO WS-TRA-TOTAL
              WRITE REG-REGINF FROM WS-REG-TRAILER
              IF WS-REG-CODE IS NOT EQUAL '00'
                 DISPLAY '* ERROR EN WRITE REGINF = ' WS-REG-CODE
                 MOVE 9999 TO RETURN-CODE
              END-IF

              MOVE WS-LIN-BLANCA TO REG-INFORME
              PERFORM 9300-GRABAR-INFORME THRU F-9300-GRABAR-INFORME
              MOVE 'CUENTAS CON INTERESES'      TO WS-RES-CONCEPTO
              MOVE WS-CANT-CTA-TABLA            TO WS-RES-CANT
              PERFORM 9400-LINEA-RESUMEN THRU F-9400-LINEA-RESUMEN
              MOVE 'CERTIFICADOS EMITIDOS'      TO WS-RES-CONCEPTO
              MOVE WS-CANT-CERTIF               TO WS-RES-CANT
              PERFORM 9400-LINEA-RESUMEN THRU F-9400-LINEA-RESUMEN
              MOVE 'CLIENTES SIN CUIT'          TO WS-RES-CONCEPTO
              MOVE WS-CANT-SIN-CUIT             TO WS-RES-CANT
              PERFORM 9400-LINEA-RESUMEN THRU F-9400-LINEA-RESUMEN
              MOVE 'CUENTAS SIN TITULAR'        TO WS-RES-CONCEPTO
              MOVE WS-CANT-SIN-CLIENTE          TO WS-RES-CANT
              PERFORM 9400-LINEA-RESUMEN THRU F-9400-LINEA-RESUMEN
           END-IF.

           IF (WS-CANT-SIN-CUIT GREATER ZEROS OR
               WS-CANT-SIN-CLIENTE GREATER ZEROS) AND
              RETURN-CODE EQUAL ZEROS
              MOVE 4 TO RETURN-CODE
           END-IF.

           CLOSE INTHIS.
           IF WS-INH-CODE IS NOT EQUAL '00'
              DISPLAY '* ERROR EN CLOSE INTHIS  = ' WS-INH-CODE
              MOVE 9999 TO RETURN-CODE
           END-IF.

           CLOSE CLIXRF.
           IF WS-XRF-CODE IS NOT EQUAL '00'
              DISPLAY '* ERROR EN CLOSE CLIXRF  = ' WS-XRF-CODE
              MOVE 9999 TO RETURN-CODE
           END-IF.

           CLOSE CLIMAE.
           IF WS-CLI-CODE IS NOT EQUAL '00'
              DISPLAY '* ERROR EN CLOSE CLIMAE  = ' WS-CLI-CODE
              MOVE 9999 TO RETURN-CODE
           END-IF.

           CLOSE REGINF.
           IF WS-REG-CODE IS NOT EQUAL '00'
              DISPLAY '* ERROR EN CLOSE REGINF  = ' WS-REG-CODE
              MOVE 9999 TO RETURN-CODE
           END-IF.

           CLOSE INFORME.
           IF WS-INF-CODE IS NOT EQUAL '00'
              DISPLAY '* ERROR EN CLOSE INFORME = ' WS-INF-CODE
              MOVE 9999 TO RETURN-CODE
           END-IF.

           DISPLAY '************************** '.
           DISPLAY 'CAPITALIZACIONES DEL ANIO: ' WS-CANT-INTHIS.
           DISPLAY 'CUENTAS CON INTERESES   : ' WS-CANT-CTA-TABLA.
           DISPLAY 'CERTIFICADOS EMITIDOS   : ' WS-CANT-CERTIF.
           DISPLAY 'DETALLES INFORMADOS     : ' WS-CANT-DETALLES.
           DISPLAY 'CLIENTES SIN CUIT       : ' WS-CANT-SIN-CUIT.
           DISPLAY 'CUENTAS SIN TITULAR     : ' WS-CANT-SIN-CLIENTE.

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
