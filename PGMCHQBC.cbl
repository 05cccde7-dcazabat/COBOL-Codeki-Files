       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMCHQBC.
       AUTHOR.        D. CAZABAT.
       INSTALLATION.  CURSO CODEKI.
       DATE-WRITTEN.  14/10/2026.
       DATE-COMPILED. 14/10/2026.
      **********************************************************
      *                                                        *
      *  REGIMEN MENSUAL DE CHEQUES RECHAZADOS PARA EL BANCO   *
      *  CENTRAL: TOMA DEL REGISTRO CHQREG (MANTENIDO POR      *
      *  PGMCHEQU) LOS CHEQUES RECHAZADOS EN EL MES DE LA      *
      *  FECHA DEL PARM Y GRABA EL ARCHIVO DE FORMATO FIJO     *
      *  CHQBCR (CABECERA 'H', UN DETALLE 'D' POR CHEQUE CON   *
      *  EL CUIT DEL LIBRADOR Y TRAILER 'T' DE CONTROL).       *
      *  EL CUIT ES EL DEL PRIMER TITULAR VIGENTE DE LA        *
      *  CUENTA EN CLIXRF.                                     *
      *                                                        *
      *  LAS CUENTAS CON MAS RECHAZOS COMPUTABLES EN EL MES    *
      *  QUE EL MAXIMO DEL PARM (POR DEFECTO 3) SE GRABAN EN   *
      *  CHQREV PARA LA REVISION DE CIERRE DE CUENTA Y SE      *
      *  LISTAN AL PIE DEL INFORME (RC 4).                     *
      *                                                        *
      *  PARM: FECHA SSAAMMDD (MES A INFORMAR) + MAXIMO 99.    *
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
      *          *                   *     *
      *          *                   *     *
      **************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

             SELECT CHQREG  ASSIGN DDCHQREG
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS CHR-CLAVE
                    FILE STATUS IS WS-CHR-CODE.

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

             SELECT CHQBCR  ASSIGN DDCHQBCR
                    FILE STATUS IS WS-BCR-CODE.

             SELECT CHQREV  ASSIGN DDCHQREV
                    FILE STATUS IS WS-REV-CODE.

             SELECT INFORME ASSIGN DDINFORM
                    FILE STATUS IS WS-INF-CODE.

             SELECT PARMS   ASSIGN DDPARM
                    FILE STATUS IS WS-PARM-CODE.

       DATA DIVISION.
       FILE SECTION.
       FD CHQREG.

       01 REG-CHQREG.
           03  CHR-CLAVE.
               05  CHR-SUCURSAL    PIC 9(03).
               05  CHR-CUENTA      PIC 9(08).
               05  CHR-NRO-CHEQUE  PIC 9(08).
           03  CHR-ESTADO          PIC X(01).
               88  CHR-NO-PAGAR             VALUE 'O'.
               88  CHR-PAGADO               VALUE 'P'.
               88  CHR-RECHAZADO            VALUE 'R'.
           03  CHR-FECHA           PIC 9(08).
           03  CHR-FECHA-R REDEFINES CHR-FECHA.
               05  CHR-FECHA-SSAAMM PIC 9(06).
               05  CHR-FECHA-DD     PIC 9(02).
           03  CHR-IMPORTE         PIC 9(09)V99.
           03  CHR-MOTIVO          PIC 9(02).
           03  CHR-COMPUTABLE      PIC X(01).
               88  CHR-RECHAZO-COMPUTABLE   VALUE 'S'.
           03  CHR-FECHA-ORDEN     PIC 9(08).
           03  FILLER              PIC X(10).

       FD CLIXRF.

           COPY CPCLIXR.

       FD CLIMAE.

           COPY CPCLIMA.

       FD CHQBCR
            BLOCK CONTAINS 0 RECORDS
            RECORDING MODE IS F.

       01 REG-CHQBCR     PIC X(100).

       FD CHQREV
            BLOCK CONTAINS 0 RECORDS
            RECORDING MODE IS F.

       01 REG-CHQREV.
           03  REV-SUCURSAL        PIC 9(03).
           03  REV-CUENTA          PIC 9(08).
           03  REV-PERIODO         PIC 9(06).
           03  REV-CANT-RECHAZOS   PIC 9(03).
           03  REV-CUIT            PIC X(11).
           03  REV-FECHA           PIC 9(08).
           03  FILLER              PIC X(01).

       FD INFORME
            BLOCK CONTAINS 0 RECORDS
            RECORDING MODE IS F.

       01 REG-INFORME    PIC X(80).

       FD PARMS
            BLOCK CONTAINS 0 RECORDS
            RECORDING MODE IS F.

       01 REG-PARM       PIC X(10).

      **************************************
       WORKING-STORAGE SECTION.
      **************************************
       77  FILLER        PIC X(26) VALUE '* INICIO WORKING-STORAGE *'.
       77  FILLER        PIC X(26) VALUE '* CODIGOS RETORNO FILES  *'.
       77  WS-CHR-CODE      PIC XX    VALUE SPACES.
       77  WS-XRF-CODE      PIC XX    VALUE SPACES.
       77  WS-CLI-CODE      PIC XX    VALUE SPACES.
       77  WS-BCR-CODE      PIC XX    VALUE SPACES.
       77  WS-REV-CODE      PIC XX    VALUE SPACES.
       77  WS-INF-CODE      PIC XX    VALUE SPACES.
       77  WS-PARM-CODE     PIC XX    VALUE SPACES.

       01  WS-STATUS-FIN    PIC X.
           88  WS-FIN-LECTURA         VALUE 'Y'.
           88  WS-NO-FIN-LECTURA      VALUE 'N'.

       01  WS-STATUS-FIN-XRF PIC X.
           88  WS-FIN-VINCULOS        VALUE 'Y'.
           88  WS-NO-FIN-VINCULOS     VALUE 'N'.

       01  WS-SWITCH-ERROR  PIC X     VALUE 'N'.
           88  WS-HUBO-ERROR          VALUE 'S'.
           88  WS-NO-HUBO-ERROR       VALUE 'N'.

      ********  MES A INFORMAR Y MAXIMO DE RECHAZOS  *********
       01  WS-FECHA             PIC 9(08)  VALUE ZEROS.
       01  WS-FECHA-R REDEFINES WS-FECHA.
           03  WS-FECHA-SSAAMM  PIC 9(06).
           03  WS-FECHA-DD      PIC 9(02).

       77  WS-FECHA-PROCESO     PIC 9(08)  VALUE ZEROS.
       77  WS-MAX-RECHAZOS      PIC 9(02)  VALUE 3.

       01  WS-REG-PARM.
           03  WS-PARM-FECHA    PIC 9(08).
           03  WS-PARM-MAXIMO   PIC 9(02).

      ********  CUENTAS CON RECHAZOS EN EL MES  ***************
      *  CHQREG VIENE POR CLAVE, ASI QUE LA TABLA QUEDA
      *  ORDENADA POR SUCURSAL + CUENTA
       77  WS-MAX-CUENTAS       PIC 9(05)  VALUE 9999.
       77  WS-CANT-CTA-TABLA    PIC 9(05)  VALUE ZEROS.

       01  WS-TABLA-CUENTAS.
           03  WS-RCH-ENT OCCURS 9999 TIMES
                          INDEXED BY WS-IDX-RCH.
               05  WS-RCH-CLAVE.
                   07  WS-RCH-SUCURSAL  PIC 9(03).
                   07  WS-RCH-CUENTA    PIC 9(08).
               05  WS-RCH-CANT          PIC 9(03).
               05  WS-RCH-COMPUTABLES   PIC 9(03).
               05  WS-RCH-CUIT          PIC X(11).

       01  WS-CLAVE-BUSCADA.
           03  WS-BUS-SUCURSAL  PIC 9(03).
           03  WS-BUS-CUENTA    PIC 9(08).

      ********  REGIMEN INFORMATIVO DEL BANCO CENTRAL  *******
       01  WS-REG-CABECERA.
           03  WS-CAB-TIPO       PIC X(01)   VALUE 'H'.
           03  WS-CAB-REGIMEN    PIC X(10)   VALUE 'CHEQRECHAZ'.
           03  WS-CAB-PERIODO    PIC 9(06)   VALUE ZEROS.
           03  WS-CAB-FECHA      PIC 9(08)   VALUE ZEROS.
           03  WS-CAB-PROGRAMA   PIC X(08)   VALUE 'PGMCHQBC'.
           03  FILLER            PIC X(67)   VALUE SPACES.

       01  WS-REG-DETALLE.
           03  WS-DET-TIPO       PIC X(01)   VALUE 'D'.
           03  WS-DET-CUIT       PIC X(11)   VALUE SPACES.
           03  WS-DET-SUCURSAL   PIC 9(03)   VALUE ZEROS.
           03  WS-DET-CUENTA     PIC 9(08)   VALUE ZEROS.
           03  WS-DET-CHEQUE     PIC 9(08)   VALUE ZEROS.
           03  WS-DET-FECHA      PIC 9(08)   VALUE ZEROS.
           03  WS-DET-IMPORTE    PIC 9(11)V99 VALUE ZEROS.
           03  WS-DET-MOTIVO     PIC 9(02)   VALUE ZEROS.
           03  WS-DET-COMPUTABLE PIC X(01)   VALUE SPACES.
           03  WS-DET-FECHA-ORDEN PIC 9(08)  VALUE ZEROS.
           03  FILLER            PIC X(37)   VALUE SPACES.

       01  WS-REG-TRAILER.
           03  WS-TRA-TIPO       PIC X(01)   VALUE 'T'.
           03  WS-TRA-CANT-DET   PIC 9(08)   VALUE ZEROS.
           03  WS-TRA-TOTAL      PIC 9(13)V99 VALUE ZEROS.
           03  FILLER            PIC X(76)   VALUE SPACES.

      ********  CONTADORES DE PROCESO  ***************
       77  WS-CANT-LEIDOS       PIC 9(7)  VALUE ZEROS.
       77  WS-CANT-DEL-MES      PIC 9(7)  VALUE ZEROS.
       77  WS-CANT-DETALLES     PIC 9(7)  VALUE ZEROS.
       77  WS-CANT-SIN-CUIT     PIC 9(7)  VALUE ZEROS.
       77  WS-CANT-REVISION     PIC 9(7)  VALUE ZEROS.
       77  WS-TOTAL-INFORMADO   PIC 9(13)V99 VALUE ZEROS.

      ********  LINEAS DEL INFORME  ***************
       01  WS-LIN-TITULO.
           03  FILLER           PIC X(44)
               VALUE 'CHEQUES RECHAZADOS - REGIMEN BCRA - MES    '.
           03  WS-TIT-PERIODO   PIC 9(06).
           03  FILLER           PIC X(30)   VALUE SPACES.

       01  WS-LIN-CABECERA.
           03  FILLER           PIC X(40)
               VALUE 'SUC CUENTA   CHEQUE   FECHA         IMPO'.
           03  FILLER           PIC X(40)
               VALUE 'RTE MOT C CUIT                          '.

       01  WS-LIN-CHEQUE.
           03  WS-LCH-SUCURSAL  PIC 9(03).
           03  FILLER           PIC X(01)   VALUE SPACE.
           03  WS-LCH-CUENTA    PIC 9(08).
           03  FILLER           PIC X(01)   VALUE SPACE.
           03  WS-LCH-CHEQUE    PIC 9(08).
           03  FILLER           PIC X(01)   VALUE SPACE.
           03  WS-LCH-FECHA     PIC 9(08).
           03  FILLER           PIC X(01)   VALUE SPACE.
           03  WS-LCH-IMPORTE   PIC ZZZ,ZZZ,ZZ9.99.
           03  FILLER           PIC X(02)   VALUE SPACES.
           03  WS-LCH-MOTIVO    PIC 9(02).
           03  FILLER           PIC X(01)   VALUE SPACE.
           03  WS-LCH-COMPUTA   PIC X(01).
           03  FILLER           PIC X(01)   VALUE SPACE.
           03  WS-LCH-CUIT      PIC X(11).
           03  FILLER           PIC X(07)   VALUE SPACES.

       01  WS-LIN-REVISION-TIT.
           03  FILLER           PIC X(40)
               VALUE 'CUENTAS PARA REVISION DE CIERRE - MAS DE'.
           03  FILLER           PIC X(01)   VALUE SPACE.
           03  WS-RVT-MAXIMO    PIC Z9.
           03  FILLER           PIC X(37)
               VALUE ' RECHAZOS COMPUTABLES EN EL MES      '.

       01  WS-LIN-REVISION.
           03  FILLER           PIC X(04)   VALUE SPACES.
           03  WS-LRV-SUCURSAL  PIC 9(03).
           03  FILLER           PIC X(01)   VALUE '-'.
           03  WS-LRV-CUENTA    PIC 9(08).
           03  FILLER           PIC X(07)   VALUE '  CUIT '.
           03  WS-LRV-CUIT      PIC X(11).
           03  FILLER           PIC X(12)   VALUE '  RECHAZOS: '.
           03  WS-LRV-CANT      PIC ZZ9.
           03  FILLER           PIC X(15)   VALUE '  COMPUTABLES: '.
           03  WS-LRV-COMPUT    PIC ZZ9.
           03  FILLER           PIC X(13)   VALUE SPACES.

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

           IF WS-NO-HUBO-ERROR
              PERFORM 2500-CUIT-LIBRADOR THRU F-2500-CUIT-LIBRADOR
              PERFORM 3000-INFORMAR-MES  THRU F-3000-INFORMAR-MES
              PERFORM 4000-REVISION-CIERRE
                        THRU F-4000-REVISION-CIERRE
           END-IF.

           PERFORM 9999-FINAL    THRU  F-9999-FINAL.

       F-MAIN-PROGRAM. GOBACK.

      **************************************
      *                                    *
      *  PARM, APERTURA DE FILES Y         *
      *  CABECERA DEL REGIMEN              *
      *                                    *
      **************************************
       1000-INICIO.
           ACCEPT WS-FECHA FROM DATE YYYYMMDD.
           MOVE WS-FECHA TO WS-FECHA-PROCESO.
           PERFORM 1100-LEER-PARM THRU F-1100-LEER-PARM.
           DISPLAY 'FECHA:    '  WS-FECHA.
           DISPLAY 'MES:      '  WS-FECHA-SSAAMM.
           DISPLAY 'MAXIMO:   '  WS-MAX-RECHAZOS.

           SET WS-NO-FIN-LECTURA TO TRUE.
           SET WS-NO-HUBO-ERROR  TO TRUE.

           OPEN INPUT CHQREG.
           IF WS-CHR-CODE IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN CHQREG  = ' WS-CHR-CODE
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

           OPEN OUTPUT CHQBCR.
           IF WS-BCR-CODE IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN CHQBCR  = ' WS-BCR-CODE
              MOVE 9999 TO RETURN-CODE
              SET  WS-FIN-LECTURA TO TRUE
              SET  WS-HUBO-ERROR  TO TRUE
           END-IF.

           OPEN OUTPUT CHQREV.
           IF WS-REV-CODE IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN CHQREV  = ' WS-REV-CODE
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

           MOVE WS-FECHA-SSAAMM  TO WS-CAB-PERIODO
                                    WS-TIT-PERIODO.
           MOVE WS-FECHA-PROCESO TO WS-CAB-FECHA.
           WRITE REG-CHQBCR FROM WS-REG-CABECERA.
           IF WS-BCR-CODE IS NOT EQUAL '00'
              DISPLAY '* ERROR EN WRITE CHQBCR = ' WS-BCR-CODE
              MOVE 9999 TO RETURN-CODE
              SET  WS-FIN-LECTURA TO TRUE
              SET  WS-HUBO-ERROR  TO TRUE
           END-IF.

           MOVE WS-LIN-TITULO   TO REG-INFORME.
           PERFORM 9300-GRABAR-INFORME THRU F-9300-GRABAR-INFORME.
           MOVE WS-LIN-CABECERA TO REG-INFORME.
           PERFORM 9300-GRABAR-INFORME THRU F-9300-GRABAR-INFORME.

       F-1000-INICIO.   EXIT.

      **************************************
      *                                    *
      *  MES A INFORMAR (FECHA SSAAMMDD)   *
      *  Y MAXIMO DE RECHAZOS POR PARM     *
      *                                    *
      **************************************
       1100-LEER-PARM.
           OPEN INPUT PARMS.

           IF WS-PARM-CODE IS NOT EQUAL '00'
              DISPLAY '* PARM NO DISPONIBLE, SE INFORMA EL MES '
                      'DE LA FECHA DEL SISTEMA'
              GO TO F-1100-LEER-PARM
           END-IF.

           READ PARMS INTO WS-REG-PARM.

           IF WS-PARM-CODE IS NOT EQUAL '00'
              DISPLAY '* PARM VACIO, SE INFORMA EL MES DE LA '
                      'FECHA DEL SISTEMA'
           ELSE
              IF WS-PARM-FECHA IS NUMERIC AND
                 WS-PARM-FECHA GREATER ZEROS
                 MOVE WS-PARM-FECHA TO WS-FECHA
              END-IF
              IF WS-PARM-MAXIMO IS NUMERIC AND
                 WS-PARM-MAXIMO GREATER ZEROS
                 MOVE WS-PARM-MAXIMO TO WS-MAX-RECHAZOS
              END-IF
           END-IF.

           CLOSE PARMS.

       F-1100-LEER-PARM. EXIT.

      **************************************
      *                                    *
      *  PRIMERA PASADA POR CHQREG:        *
      *  CUENTAS CON RECHAZOS EN EL MES Y  *
      *  CUANTOS COMPUTAN CONTRA ELLAS     *
      *                                    *
      **************************************
       2000-PROCESO.
           READ CHQREG NEXT RECORD
                AT END
                   SET WS-FIN-LECTURA TO TRUE
                   GO TO F-2000-PROCESO
           END-READ.

           IF WS-CHR-CODE IS NOT EQUAL '00'
              DISPLAY '* ERROR EN LECTURA CHQREG = ' WS-CHR-CODE
              MOVE 9999 TO RETURN-CODE
              SET WS-FIN-LECTURA TO TRUE
              SET WS-HUBO-ERROR  TO TRUE
              GO TO F-2000-PROCESO
           END-IF.

           ADD 1 TO WS-CANT-LEIDOS.

           IF NOT CHR-RECHAZADO OR
              CHR-FECHA-SSAAMM NOT EQUAL WS-FECHA-SSAAMM
              GO TO F-2000-PROCESO
           END-IF.

           ADD 1 TO WS-CANT-DEL-MES.

           IF WS-CANT-CTA-TABLA GREATER ZEROS
              SET WS-IDX-RCH TO WS-CANT-CTA-TABLA
              IF WS-RCH-SUCURSAL (WS-IDX-RCH) EQUAL CHR-SUCURSAL AND
                 WS-RCH-CUENTA (WS-IDX-RCH)   EQUAL CHR-CUENTA
                 PERFORM 2100-SUMAR-RECHAZO THRU F-2100-SUMAR-RECHAZO
                 GO TO F-2000-PROCESO
              END-IF
           END-IF.

           IF WS-CANT-CTA-TABLA NOT LESS WS-MAX-CUENTAS
              DISPLAY '* TABLA DE CUENTAS LLENA, NO SE EMITE EL '
                      'REGIMEN'
              MOVE 9999 TO RETURN-CODE
              SET WS-FIN-LECTURA TO TRUE
              SET WS-HUBO-ERROR  TO TRUE
              GO TO F-2000-PROCESO
           END-IF.

           ADD 1 TO WS-CANT-CTA-TABLA.
           SET WS-IDX-RCH TO WS-CANT-CTA-TABLA.
           MOVE CHR-SUCURSAL TO WS-RCH-SUCURSAL (WS-IDX-RCH).
           MOVE CHR-CUENTA   TO WS-RCH-CUENTA (WS-IDX-RCH).
           MOVE ZEROS        TO WS-RCH-CANT (WS-IDX-RCH)
                                WS-RCH-COMPUTABLES (WS-IDX-RCH).
           MOVE SPACES       TO WS-RCH-CUIT (WS-IDX-RCH).
           PERFORM 2100-SUMAR-RECHAZO THRU F-2100-SUMAR-RECHAZO.

       F-2000-PROCESO. EXIT.

       2100-SUMAR-RECHAZO.
           ADD 1 TO WS-RCH-CANT (WS-IDX-RCH).
           IF CHR-RECHAZO-COMPUTABLE
              ADD 1 TO WS-RCH-COMPUTABLES (WS-IDX-RCH)
           END-IF.

       F-2100-SUMAR-RECHAZO. EXIT.

      **************************************
      *                                    *
      *  PASADA POR CLIXRF: CUIT DEL       *
      *  PRIMER TITULAR VIGENTE DE CADA    *
      *  CUENTA CON RECHAZOS               *
      *                                    *
      **************************************
       2500-CUIT-LIBRADOR.
           IF WS-CANT-CTA-TABLA EQUAL ZEROS
              GO TO F-2500-CUIT-LIBRADOR
           END-IF.

           SET WS-NO-FIN-VINCULOS TO TRUE.

           PERFORM 2550-LEER-VINCULO THRU F-2550-LEER-VINCULO
                   UNTIL WS-FIN-VINCULOS.

       F-2500-CUIT-LIBRADOR. EXIT.

       2550-LEER-VINCULO.
           READ CLIXRF NEXT RECORD
                AT END
                   SET WS-FIN-VINCULOS TO TRUE
                   GO TO F-2550-LEER-VINCULO
           END-READ.

           IF WS-XRF-CODE IS NOT EQUAL '00'
              DISPLAY '* ERROR EN LECTURA CLIXRF = ' WS-XRF-CODE
              MOVE 9999 TO RETURN-CODE
              SET WS-FIN-VINCULOS TO TRUE
              GO TO F-2550-LEER-VINCULO
           END-IF.

           IF NOT XRF-VIGENTE
              GO TO F-2550-LEER-VINCULO
           END-IF.

           MOVE XRF-SUCURSAL TO WS-BUS-SUCURSAL.
           MOVE XRF-CUENTA   TO WS-BUS-CUENTA.
           PERFORM 2600-BUSCAR-CUENTA THRU F-2600-BUSCAR-CUENTA.

           IF WS-IDX-RCH GREATER WS-CANT-CTA-TABLA
              GO TO F-2550-LEER-VINCULO
           END-IF.

           IF WS-RCH-CUIT (WS-IDX-RCH) NOT EQUAL SPACES
              GO TO F-2550-LEER-VINCULO
           END-IF.

           MOVE XRF-CLIENTE TO CLI-CLIENTE.
           READ CLIMAE
                INVALID KEY
                   CONTINUE
                NOT INVALID KEY
                   IF CLI-CUIT NOT EQUAL ZEROS
                      MOVE CLI-CUIT TO WS-RCH-CUIT (WS-IDX-RCH)
                   END-IF
           END-READ.

       F-2550-LEER-VINCULO. EXIT.

      **************************************
      *                                    *
      *  UBICA LA CUENTA BUSCADA EN LA     *
      *  TABLA; SI NO ESTA EL INDICE QUEDA *
      *  PASADO DEL ULTIMO ELEMENTO        *
      *                                    *
      **************************************
       2600-BUSCAR-CUENTA.
           SET WS-IDX-RCH TO 1.
           PERFORM 2650-AVANZAR-CUENTA THRU F-2650-AVANZAR-CUENTA
                   UNTIL WS-IDX-RCH GREATER WS-CANT-CTA-TABLA
                   OR WS-RCH-CLAVE (WS-IDX-RCH)
                                EQUAL WS-CLAVE-BUSCADA.

       F-2600-BUSCAR-CUENTA. EXIT.

       2650-AVANZAR-CUENTA.
           SET WS-IDX-RCH UP BY 1.

       F-2650-AVANZAR-CUENTA. EXIT.

      **************************************
      *                                    *
      *  SEGUNDA PASADA POR CHQREG: UN     *
      *  DETALLE DEL REGIMEN Y UNA LINEA   *
      *  DEL INFORME POR CHEQUE RECHAZADO  *
      *                                    *
      **************************************
       3000-INFORMAR-MES.
           IF WS-CANT-CTA-TABLA EQUAL ZEROS
              GO TO F-3000-INFORMAR-MES
           END-IF.

           SET WS-NO-FIN-LECTURA TO TRUE.
           MOVE LOW-VALUES TO CHR-CLAVE.
           START CHQREG KEY IS NOT LESS CHR-CLAVE
                 INVALID KEY SET WS-FIN-LECTURA TO TRUE
           END-START.

           PERFORM 3100-INFORMAR-CHEQUE THRU F-3100-INFORMAR-CHEQUE
                   UNTIL WS-FIN-LECTURA.

       F-3000-INFORMAR-MES. EXIT.

       3100-INFORMAR-CHEQUE.
           READ CHQREG NEXT RECORD
                AT END
                   SET WS-FIN-LECTURA TO TRUE
                   GO TO F-3100-INFORMAR-CHEQUE
           END-READ.

           IF WS-CHR-CODE IS NOT EQUAL '00'
              DISPLAY '* ERROR EN LECTURA CHQREG = ' WS-CHR-CODE
              MOVE 9999 TO RETURN-CODE
              SET WS-FIN-LECTURA TO TRUE
              GO TO F-3100-INFORMAR-CHEQUE
           END-IF.

           IF NOT CHR-RECHAZADO OR
              CHR-FECHA-SSAAMM NOT EQUAL WS-FECHA-SSAAMM
              GO TO F-3100-INFORMAR-CHEQUE
           END-IF.

           MOVE CHR-SUCURSAL TO WS-BUS-SUCURSAL.
           MOVE CHR-CUENTA   TO WS-BUS-CUENTA.
           PERFORM 2600-BUSCAR-CUENTA THRU F-2600-BUSCAR-CUENTA.

           IF WS-IDX-RCH GREATER WS-CANT-CTA-TABLA
              MOVE SPACES TO WS-DET-CUIT
           ELSE
              MOVE WS-RCH-CUIT (WS-IDX-RCH) TO WS-DET-CUIT
           END-IF.
           IF WS-DET-CUIT EQUAL SPACES
              ADD 1 TO WS-CANT-SIN-CUIT
           END-IF.

           MOVE CHR-SUCURSAL    TO WS-DET-SUCURSAL.
           MOVE CHR-CUENTA      TO WS-DET-CUENTA.
           MOVE CHR-NRO-CHEQUE  TO WS-DET-CHEQUE.
           MOVE CHR-FECHA       TO WS-DET-FECHA.
           MOVE CHR-IMPORTE     TO WS-DET-IMPORTE.
           MOVE CHR-MOTIVO      TO WS-DET-MOTIVO.
           MOVE CHR-COMPUTABLE  TO WS-DET-COMPUTABLE.
           MOVE CHR-FECHA-ORDEN TO WS-DET-FECHA-ORDEN.

           WRITE REG-CHQBCR FROM WS-REG-DETALLE.
           IF WS-BCR-CODE IS NOT EQUAL '00'
              DISPLAY '* ERROR EN WRITE CHQBCR = ' WS-BCR-CODE
              MOVE 9999 TO RETURN-CODE
              SET WS-FIN-LECTURA TO TRUE
              GO TO F-3100-INFORMAR-CHEQUE
           END-IF.

           ADD 1           TO WS-CANT-DETALLES.
           ADD CHR-IMPORTE TO WS-TOTAL-INFORMADO.

           MOVE CHR-SUCURSAL    TO WS-LCH-SUCURSAL.
           MOVE CHR-CUENTA      TO WS-LCH-CUENTA.
           MOVE CHR-NRO-CHEQUE  TO WS-LCH-CHEQUE.
           MOVE CHR-FECHA       TO WS-LCH-FECHA.
           MOVE CHR-IMPORTE     TO WS-LCH-IMPORTE.
           MOVE CHR-MOTIVO      TO WS-LCH-MOTIVO.
           MOVE CHR-COMPUTABLE  TO WS-LCH-COMPUTA.
           MOVE WS-DET-CUIT     TO WS-LCH-CUIT.
           MOVE WS-LIN-CHEQUE   TO REG-INFORME.
           PERFORM 9300-GRABAR-INFORME THRU F-9300-GRABAR-INFORME.

       F-3100-INFORMAR-CHEQUE. EXIT.

      **************************************
      *                                    *
      *  CUENTAS QUE SUPERAN EL MAXIMO DE  *
      *  RECHAZOS COMPUTABLES: VAN A       *
      *  CHQREV PARA REVISION DE CIERRE    *
      *                                    *
      **************************************
       4000-REVISION-CIERRE.
           MOVE WS-LIN-BLANCA       TO REG-INFORME.
           PERFORM 9300-GRABAR-INFORME THRU F-9300-GRABAR-INFORME.
           MOVE WS-MAX-RECHAZOS     TO WS-RVT-MAXIMO.
           MOVE WS-LIN-REVISION-TIT TO REG-INFORME.
           PERFORM 9300-GRABAR-INFORME THRU F-9300-GRABAR-INFORME.

           PERFORM 4100-REVISAR-CUENTA THRU F-4100-REVISAR-CUENTA
                   VARYING WS-IDX-RCH FROM 1 BY 1
                   UNTIL WS-IDX-RCH GREATER WS-CANT-CTA-TABLA.

       F-4000-REVISION-CIERRE. EXIT.

       4100-REVISAR-CUENTA.
           IF WS-RCH-COMPUTABLES (WS-IDX-RCH) NOT GREATER
              WS-MAX-RECHAZOS
              GO TO F-4100-REVISAR-CUENTA
           END-IF.

           MOVE SPACES                         TO REG-CHQREV.
           MOVE WS-RCH-SUCURSAL (WS-IDX-RCH)    TO REV-SUCURSAL.
           MOVE WS-RCH-CUENTA (WS-IDX-RCH)      TO REV-CUENTA.
           MOVE WS-FECHA-SSAAMM                 TO REV-PERIODO.
           MOVE WS-RCH-COMPUTABLES (WS-IDX-RCH) TO REV-CANT-RECHAZOS.
           MOVE WS-RCH-CUIT (WS-IDX-RCH)        TO REV-CUIT.
           MOVE WS-FECHA-PROCESO                TO REV-FECHA.

           WRITE REG-CHQREV.
           IF WS-REV-CODE IS NOT EQUAL '00'
              DISPLAY '* ERROR EN WRITE CHQREV = ' WS-REV-CODE
              MOVE 9999 TO RETURN-CODE
              GO TO F-4100-REVISAR-CUENTA
           END-IF.

           ADD 1 TO WS-CANT-REVISION.

           MOVE WS-RCH-SUCURSAL (WS-IDX-RCH)    TO WS-LRV-SUCURSAL.
           MOVE WS-RCH-CUENTA (WS-IDX-RCH)      TO WS-LRV-CUENTA.
           MOVE WS-RCH-CUIT (WS-IDX-RCH)        TO WS-LRV-CUIT.
           MOVE WS-RCH-CANT (WS-IDX-RCH)        TO WS-LRV-CANT.
           MOVE WS-RCH-COMPUTABLES (WS-IDX-RCH) TO WS-LRV-COMPUT.
           MOVE WS-LIN-REVISION TO REG-INFORME.
           PERFORM 9300-GRABAR-INFORME THRU F-9300-GRABAR-INFORME.

       F-4100-REVISAR-CUENTA. EXIT.

      **************************************
      *                                    *
      *  TRAILER DE CONTROL, RESUMEN Y     *
      *  CIERRE DE FILES                   *
      *                                    *
      **************************************
       9999-FINAL.
           IF WS-NO-HUBO-ERROR
              MOVE WS-CANT-DETALLES   TO WS-TRA-CANT-DET
              MOVE WS-TOTAL-INFORMADO TO WS-TRA-TOTAL
              WRITE REG-CHQBCR FROM WS-REG-TRAILER
              IF WS-BCR-CODE IS NOT EQUAL '00'
                 DISPLAY '* ERROR EN WRITE CHQBCR = ' WS-BCR-CODE
                 MOVE 9999 TO RETURN-CODE
              END-IF
           END-IF.

           MOVE WS-LIN-BLANCA TO REG-INFORME.
           PERFORM 9300-GRABAR-INFORME THRU F-9300-GRABAR-INFORME.

           MOVE 'CHEQUES RECHAZADOS INFORMADOS         '
                                     TO WS-RES-TEXTO.
           MOVE WS-CANT-DETALLES     TO WS-RES-VALOR.
           PERFORM 9400-LINEA-RESUMEN THRU F-9400-LINEA-RESUMEN.
           MOVE 'IMPORTE TOTAL INFORMADO               '
                                     TO WS-RES-TEXTO.
           MOVE WS-TOTAL-INFORMADO   TO WS-RES-VALOR.
           PERFORM 9400-LINEA-RESUMEN THRU F-9400-LINEA-RESUMEN.
           MOVE 'CUENTAS PARA REVISION DE CIERRE       '
                                     TO WS-RES-TEXTO.
           MOVE WS-CANT-REVISION     TO WS-RES-VALOR.
           PERFORM 9400-LINEA-RESUMEN THRU F-9400-LINEA-RESUMEN.

           CLOSE CHQREG.
           CLOSE CLIXRF.
           CLOSE CLIMAE.

           CLOSE CHQBCR.
           IF WS-BCR-CODE IS NOT EQUAL '00'
              DISPLAY '* ERROR EN CLOSE CHQBCR  = ' WS-BCR-CODE
              MOVE 9999 TO RETURN-CODE
           END-IF.

           CLOSE CHQREV.
           IF WS-REV-CODE IS NOT EQUAL '00'
              DISPLAY '* ERROR EN CLOSE CHQREV  = ' WS-REV-CODE
              MOVE 9999 TO RETURN-CODE
           END-IF.

           CLOSE INFORME.
           IF WS-INF-CODE IS NOT EQUAL '00'
              DISPLAY '* ERROR EN CLOSE INFORME = ' WS-INF-CODE
              MOVE 9999 TO RETURN-CODE
           END-IF.

           IF (WS-CANT-REVISION GREATER ZEROS OR
               WS-CANT-SIN-CUIT GREATER ZEROS) AND
              RETURN-CODE EQUAL ZEROS
              MOVE 4 TO RETURN-CODE
           END-IF.

           DISPLAY '************************** '.
           DISPLAY 'CHEQUES LEIDOS EN CHQREG: ' WS-CANT-LEIDOS.
           DISPLAY 'RECHAZADOS DEL MES      : ' WS-CANT-DEL-MES.
           DISPLAY 'DETALLES INFORMADOS     : ' WS-CANT-DETALLES.
           DISPLAY 'DETALLES SIN CUIT       : ' WS-CANT-SIN-CUIT.
           DISPLAY 'CUENTAS PARA REVISION   : ' WS-CANT-REVISION.

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
