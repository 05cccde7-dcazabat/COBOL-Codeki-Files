       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMDERAC.
       AUTHOR.        D. CAZABAT.
       INSTALLATION.  CURSO CODEKI.
       DATE-WRITTEN.  14/10/2026.
       DATE-COMPILED. 14/10/2026.
      **********************************************************
      *                                                        *
      *  INFORME DE DERECHO DE ACCESO A LOS DATOS PERSONALES:  *
      *  DADO UN CUIT POR PARM, REUNE EN UN SOLO LISTADO TODO  *
      *  LO QUE EL BANCO GUARDA DE ESE CLIENTE:                *
      *    - LOS REGISTROS DE CLIMAE CON ESE CUIT (INCLUIDOS   *
      *      LOS DADOS DE BAJA Y LOS FUSIONADOS)               *
      *    - TODOS SUS VINCULOS CLIXRF, VIGENTES Y             *
      *      DESVINCULADOS                                     *
      *    - POR CADA CUENTA VINCULADA: ESTADO Y SALDO ACTUAL  *
      *      EN CTAMAE, OFICIO JUDICIAL DE OFIREG, INTERES     *
      *      DEVENGADO DE ACRMAE Y LOS MOVIMIENTOS DE MOVHIS   *
      *      DEL PERIODO PEDIDO                                *
      *    - CADA PEDIDO DE DESENMASCARADO DE DESLOG CUYA      *
      *      MASCARA CALZA CON ALGUNA DE SUS CUENTAS           *
      *                                                        *
      *  CADA CORRIDA QUEDA ASENTADA EN EL LOG DERLOG CON EL   *
      *  OPERADOR QUE LA PIDIO, FECHA, HORA, CUIT, PERIODO Y   *
      *  CANTIDAD DE CLIENTES Y CUENTAS INFORMADOS.            *
      *                                                        *
      *  PARM: OPERADOR (8) + CUIT (11), OBLIGATORIOS, Y       *
      *  OPCIONALMENTE FECHA DESDE Y HASTA DE MOVIMIENTOS      *
      *  (SSAAMMDD CADA UNA). SIN PERIODO SE INFORMA TODA LA   *
      *  HISTORIA HASTA LA FECHA DEL SISTEMA.                  *
      *                                                        *
      **********************************************************
      *      MANTENIMIENTO DE PROGRAMA                         *
      **********************************************************
      *  FECHA   *    DETALLE        * COD *
      **************************************
      *14/10/2026* REGISTRO CTAMAE   * 001 *
      *          * POR COPY CPCTAMA  *     *
      *15/10/2026* CLIMAE DE 160 POR * 002 *
      *          * COPY CPCLIMA CON  *     *
      *          * LINEA DE CONTACTO *     *
      *15/10/2026* REGISTRO CLIXRF   * 003 *
      *          * POR COPY CPCLIXR  *     *
      *          *                   *     *
      *          *                   *     *
      **************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

             SELECT CLIMAE  ASSIGN DDCLIMAE
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS SEQUENTIAL
                    RECORD KEY IS CLI-CLIENTE
                    FILE STATUS IS WS-CLI-CODE.

             SELECT CLIXRF  ASSIGN DDCLIXRF
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS XRF-CLAVE
                    FILE STATUS IS WS-XRF-CODE.

             SELECT CTAMAE  ASSIGN DDCTAMAE
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS RANDOM
                    RECORD KEY IS CTA-CLAVE
                    FILE STATUS IS WS-CTA-CODE.

             SELECT OFIREG  ASSIGN DDOFIREG
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS RANDOM
                    RECORD KEY IS OFI-CLAVE
                    FILE STATUS IS WS-REG-CODE.

             SELECT ACRMAE  ASSIGN DDACRMAE
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS RANDOM
                    RECORD KEY IS ACR-CLAVE
                    FILE STATUS IS WS-ACR-CODE.

             SELECT MOVHIS  ASSIGN DDMOVHIS
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS MOH-CLAVE
                    FILE STATUS IS WS-MOH-CODE.

             SELECT DESLOG  ASSIGN DDDESLOG
                    FILE STATUS IS WS-LOG-CODE.

             SELECT DERLOG  ASSIGN DDDERLOG
                    FILE STATUS IS WS-DER-CODE.

             SELECT INFORME ASSIGN DDINFORM
                    FILE STATUS IS WS-INF-CODE.

             SELECT PARMS   ASSIGN DDPARM
                    FILE STATUS IS WS-PARM-CODE.

       DATA DIVISION.
       FILE SECTION.
       FD CLIMAE.

           COPY CPCLIMA.

       FD CLIXRF.

           COPY CPCLIXR.

       FD CTAMAE.

           COPY CPCTAMA.

       FD OFIREG.

       01 REG-OFIREG.
           03  OFI-CLAVE.
               05  OFI-SUCURSAL    PIC 9(03).
               05  OFI-CUENTA      PIC 9(08).
           03  OFI-EXPEDIENTE      PIC X(12).
           03  OFI-MONTO           PIC 9(07)V99.
           03  OFI-FECHA-TRABA     PIC 9(08).
           03  OFI-FECHA-LEVANT    PIC 9(08).
           03  OFI-ESTADO          PIC X(01).
               88  OFI-VIGENTE              VALUE 'V'.
               88  OFI-LEVANTADO            VALUE 'L'.
           03  FILLER              PIC X(11).

       FD ACRMAE.

       01 REG-ACRMAE.
           03  ACR-CLAVE.
               05  ACR-SUCURSAL    PIC 9(03).
               05  ACR-CUENTA      PIC 9(08).
           03  ACR-TIPO            PIC 9(01).
           03  ACR-MONEDA          PIC 9(02).
           03  ACR-ACUM-INTERES    PIC S9(07)V99.
           03  ACR-FECHA-ULT-DEV   PIC 9(08).
           03  FILLER              PIC X(09).

       FD MOVHIS.

       01 REG-MOVHIS.
           03  MOH-CLAVE.
               05  MOH-SUCURSAL    PIC 9(03).
               05  MOH-CUENTA      PIC 9(08).
               05  MOH-FECHA       PIC 9(08).
               05  MOH-SECUENCIA   PIC 9(03).
           03  MOH-TIPO-MOV        PIC X(01).
           03  MOH-ESTADO-ANT      PIC 9(01).
           03  MOH-ESTADO-NVO      PIC 9(01).
           03  MOH-IMP-AYER        PIC S9(07)V99.
           03  MOH-IMP-HOY         PIC S9(07)V99.
           03  FILLER              PIC X(17).

       FD DESLOG
            BLOCK CONTAINS 0 RECORDS
            RECORDING MODE IS F.

       01 REG-DESLOG     PIC X(60).

       FD DERLOG
            BLOCK CONTAINS 0 RECORDS
            RECORDING MODE IS F.

       01 REG-DERLOG     PIC X(80).

       FD INFORME
            BLOCK CONTAINS 0 RECORDS
            RECORDING MODE IS F.

       01 REG-INFORME    PIC X(132).

       FD PARMS
            BLOCK CONTAINS 0 RECORDS
            RECORDING MODE IS F.

       01 REG-PARM       PIC X(35).

      **************************************
       WORKING-STORAGE SECTION.
      **************************************
       77  FILLER        PIC X(26) VALUE '* INICIO WORKING-STORAGE *'.
       77  FILLER        PIC X(26) VALUE '* CODIGOS RETORNO FILES  *'.
       77  WS-CLI-CODE      PIC XX    VALUE SPACES.
       77  WS-XRF-CODE      PIC XX    VALUE SPACES.
       77  WS-CTA-CODE      PIC XX    VALUE SPACES.
       77  WS-REG-CODE      PIC XX    VALUE SPACES.
       77  WS-ACR-CODE      PIC XX    VALUE SPACES.
       77  WS-MOH-CODE      PIC XX    VALUE SPACES.
       77  WS-LOG-CODE      PIC XX    VALUE SPACES.
       77  WS-DER-CODE      PIC XX    VALUE SPACES.
       77  WS-INF-CODE      PIC XX    VALUE SPACES.
       77  WS-PARM-CODE     PIC XX    VALUE SPACES.

       01  WS-STATUS-FIN    PIC X.
           88  WS-FIN-LECTURA         VALUE 'Y'.
           88  WS-NO-FIN-LECTURA      VALUE 'N'.

       01  WS-STATUS-ERROR  PIC X     VALUE 'N'.
           88  WS-HAY-ERROR           VALUE 'S'.
           88  WS-NO-HAY-ERROR        VALUE 'N'.

      ********  FECHA Y HORA DEL PEDIDO  ***************
       01  WS-FECHA             PIC 9(08)  VALUE ZEROS.
       01  WS-HORA-ACTUAL.
           03  WS-HORA-HHMMSS   PIC 9(06).
           03  FILLER           PIC 9(02).

       77  WS-FECHA-DESDE       PIC 9(08)  VALUE ZEROS.
       77  WS-FECHA-HASTA       PIC 9(08)  VALUE ZEROS.

      ********  PEDIDO DEL PARM  ***************
       01  WS-REG-PARM.
           03  WS-PARM-OPERADOR PIC X(08).
           03  WS-PARM-CUIT     PIC X(11).
           03  WS-PARM-DESDE    PIC 9(08).
           03  WS-PARM-HASTA    PIC 9(08).

      ********  CLIENTES CON EL CUIT PEDIDO  ***************
       77  WS-MAX-CLIENTES      PIC 9(03)  VALUE 50.
       77  WS-CANT-CLIENTES     PIC 9(03)  VALUE ZEROS.

       01  WS-TABLA-CLIENTES.
           03  WS-TCL-CLIENTE   PIC 9(08)  OCCURS 50 TIMES
                                INDEXED BY WS-IDX-CLI.

      ********  CUENTAS VINCULADAS A ESOS CLIENTES  ************
       77  WS-MAX-CUENTAS       PIC 9(03)  VALUE 200.
       77  WS-CANT-CUENTAS      PIC 9(03)  VALUE ZEROS.

       01  WS-TABLA-CUENTAS.
           03  WS-TCU-ENT OCCURS 200 TIMES
                          INDEXED BY WS-IDX-CTA.
               05  WS-TCU-SUCURSAL  PIC 9(03).
               05  WS-TCU-CUENTA    PIC 9(08).
               05  WS-TCU-CUENTA-X REDEFINES WS-TCU-CUENTA.
                   07  WS-TCU-PRIMEROS  PIC X(02).
                   07  FILLER           PIC X(04).
                   07  WS-TCU-ULTIMOS   PIC X(02).

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
           03  WS-LOG-MASCARA.
               05  WS-LOG-PRIMEROS PIC X(02).
               05  FILLER          PIC X(04).
               05  WS-LOG-ULTIMOS  PIC X(02).
           03  FILLER              PIC X(01).
           03  WS-LOG-CANDIDATOS   PIC 9(05).
           03  FILLER              PIC X(17).

      ********  REGISTRO DEL LOG DE ESTE INFORME  ************
       01  WS-REG-DERLOG.
           03  WS-DRL-OPERADOR     PIC X(08)   VALUE SPACES.
           03  FILLER              PIC X(01)   VALUE SPACE.
           03  WS-DRL-FECHA        PIC 9(08)   VALUE ZEROS.
           03  FILLER              PIC X(01)   VALUE SPACE.
           03  WS-DRL-HORA         PIC 9(06)   VALUE ZEROS.
           03  FILLER              PIC X(01)   VALUE SPACE.
           03  WS-DRL-CUIT         PIC X(11)   VALUE SPACES.
           03  FILLER              PIC X(01)   VALUE SPACE.
           03  WS-DRL-DESDE        PIC 9(08)   VALUE ZEROS.
           03  FILLER              PIC X(01)   VALUE SPACE.
           03  WS-DRL-HASTA        PIC 9(08)   VALUE ZEROS.
           03  FILLER              PIC X(01)   VALUE SPACE.
           03  WS-DRL-CLIENTES     PIC 9(03)   VALUE ZEROS.
           03  FILLER              PIC X(01)   VALUE SPACE.
           03  WS-DRL-CUENTAS      PIC 9(03)   VALUE ZEROS.
           03  FILLER              PIC X(01)   VALUE SPACE.
           03  WS-DRL-RESULTADO    PIC X(01)   VALUE SPACE.
           03  FILLER              PIC X(16)   VALUE SPACES.

      ********  CONTADORES DE PROCESO  ***************
       77  WS-CANT-VINCULOS     PIC 9(7)  VALUE ZEROS.
       77  WS-CANT-MOVIMIENTOS  PIC 9(7)  VALUE ZEROS.
       77  WS-CANT-MOV-CUENTA   PIC 9(7)  VALUE ZEROS.
       77  WS-CANT-DESLOG       PIC 9(7)  VALUE ZEROS.
       77  WS-CANT-DESENMASC    PIC 9(7)  VALUE ZEROS.

      ********  LINEAS DEL INFORME  ***************
       01  WS-LIN-TITULO.
           03  FILLER           PIC X(42)  VALUE
               'DERECHO DE ACCESO A DATOS PERSONALES CUIT '.
           03  WS-TIT-CUIT      PIC X(11).
           03  FILLER           PIC X(10)  VALUE ' OPERADOR '.
           03  WS-TIT-OPERADOR  PIC X(08).
           03  FILLER           PIC X(07)  VALUE ' FECHA '.
           03  WS-TIT-FECHA     PIC 9(08).
           03  FILLER           PIC X(12)  VALUE ' MOVS DESDE '.
           03  WS-TIT-DESDE     PIC 9(08).
           03  FILLER           PIC X(07)  VALUE ' HASTA '.
           03  WS-TIT-HASTA     PIC 9(08).
           03  FILLER           PIC X(11)  VALUE SPACES.

       01  WS-LIN-SECCION.
           03  FILLER           PIC X(04)  VALUE '*** '.
           03  WS-SEC-TEXTO     PIC X(60).
           03  FILLER           PIC X(68)  VALUE SPACES.

       01  WS-LIN-CLIENTE.
           03  FILLER           PIC X(08)  VALUE 'CLIENTE '.
           03  WS-LCL-CLIENTE   PIC 9(08).
           03  FILLER           PIC X(01)  VALUE SPACE.
           03  WS-LCL-NOMBRE    PIC X(30).
           03  FILLER           PIC X(06)  VALUE ' CUIT '.
           03  WS-LCL-CUIT      PIC X(11).
           03  FILLER           PIC X(08)  VALUE ' ESTADO '.
           03  WS-LCL-ESTADO    PIC X(01).
           03  FILLER           PIC X(06)  VALUE ' ALTA '.
           03  WS-LCL-ALTA      PIC 9(08).
           03  FILLER           PIC X(14)  VALUE ' FUSIONADO EN '.
           03  WS-LCL-DESTINO   PIC 9(08).
           03  FILLER           PIC X(04)  VALUE ' EL '.
           03  WS-LCL-FUSION    PIC 9(08).
           03  FILLER           PIC X(11)  VALUE SPACES.

       01  WS-LIN-CONTACTO.
           03  FILLER           PIC X(16)  VALUE '        EMAIL  '.
           03  WS-LCO-EMAIL     PIC X(50).
           03  FILLER           PIC X(10)  VALUE ' TELEFONO '.
           03  WS-LCO-TELEFONO  PIC X(15).
           03  FILLER           PIC X(15)  VALUE ' NO NOTIFICAR '.
           03  WS-LCO-AVISO     PIC X(01).
           03  FILLER           PIC X(25)  VALUE SPACES.

       01  WS-LIN-VINCULO.
           03  FILLER           PIC X(08)  VALUE 'CLIENTE '.
           03  WS-LVI-CLIENTE   PIC 9(08).
           03  FILLER           PIC X(08)  VALUE ' CUENTA '.
           03  WS-LVI-SUCURSAL  PIC 9(03).
           03  FILLER           PIC X(01)  VALUE '-'.
           03  WS-LVI-CUENTA    PIC 9(08).
           03  FILLER           PIC X(08)  VALUE ' ESTADO '.
           03  WS-LVI-ESTADO    PIC X(12).
           03  FILLER           PIC X(07)  VALUE ' DESDE '.
           03  WS-LVI-FECHA     PIC 9(08).
           03  FILLER           PIC X(61)  VALUE SPACES.

       01  WS-LIN-CUENTA.
           03  FILLER           PIC X(07)  VALUE 'CUENTA '.
           03  WS-LCU-SUCURSAL  PIC 9(03).
           03  FILLER           PIC X(01)  VALUE '-'.
           03  WS-LCU-CUENTA    PIC 9(08).
           03  FILLER           PIC X(06)  VALUE ' TIPO '.
           03  WS-LCU-TIPO      PIC 9(01).
           03  FILLER           PIC X(08)  VALUE ' ESTADO '.
           03  WS-LCU-ESTADO    PIC X(09).
           03  FILLER           PIC X(08)  VALUE ' MONEDA '.
           03  WS-LCU-MONEDA    PIC 9(02).
           03  FILLER           PIC X(07)  VALUE ' SALDO '.
           03  WS-LCU-IMPORTE   PIC -Z,ZZZ,ZZ9.99.
           03  FILLER           PIC X(10)  VALUE ' ULT.MOV. '.
           03  WS-LCU-ULT-MOV   PIC 9(08).
           03  FILLER           PIC X(41)  VALUE SPACES.

       01  WS-LIN-OFICIO.
           03  FILLER           PIC X(20)  VALUE
               '    OFICIO JUDICIAL '.
           03  WS-LOF-EXPEDIENTE PIC X(12).
           03  FILLER           PIC X(07)  VALUE ' MONTO '.
           03  WS-LOF-MONTO     PIC Z,ZZZ,ZZ9.99.
           03  FILLER           PIC X(07)  VALUE ' TRABA '.
           03  WS-LOF-TRABA     PIC 9(08).
           03  FILLER           PIC X(13)  VALUE ' LEVANTAMIEN '.
           03  WS-LOF-LEVANT    PIC 9(08).
           03  FILLER           PIC X(08)  VALUE ' ESTADO '.
           03  WS-LOF-ESTADO    PIC X(01).
           03  FILLER           PIC X(36)  VALUE SPACES.

       01  WS-LIN-DEVENGADO.
           03  FILLER           PIC X(32)  VALUE
               '    INTERES DEVENGADO A CAPITAL.'.
           03  WS-LDV-INTERES   PIC -Z,ZZZ,ZZ9.99.
           03  FILLER           PIC X(08)  VALUE ' MONEDA '.
           03  WS-LDV-MONEDA    PIC 9(02).
           03  FILLER           PIC X(15)  VALUE ' ULT.DEVENGAM. '.
           03  WS-LDV-FECHA     PIC 9(08).
           03  FILLER           PIC X(54)  VALUE SPACES.

       01  WS-LIN-MOVIMIENTO.
           03  FILLER           PIC X(15)  VALUE '    MOVIMIENTO '.
           03  WS-LMV-FECHA     PIC 9(08).
           03  FILLER           PIC X(01)  VALUE '-'.
           03  WS-LMV-SECUENCIA PIC 9(03).
           03  FILLER           PIC X(06)  VALUE ' TIPO '.
           03  WS-LMV-TIPO      PIC X(01).
           03  FILLER           PIC X(08)  VALUE ' ESTADO '.
           03  WS-LMV-EST-ANT   PIC 9(01).
           03  FILLER           PIC X(01)  VALUE '>'.
           03  WS-LMV-EST-NVO   PIC 9(01).
           03  FILLER           PIC X(06)  VALUE ' AYER '.
           03  WS-LMV-IMP-AYER  PIC -Z,ZZZ,ZZ9.99.
           03  FILLER           PIC X(05)  VALUE ' HOY '.
           03  WS-LMV-IMP-HOY   PIC -Z,ZZZ,ZZ9.99.
           03  FILLER           PIC X(50)  VALUE SPACES.

       01  WS-LIN-DESENMASC.
           03  FILLER           PIC X(09)  VALUE 'OPERADOR '.
           03  WS-LDE-OPERADOR  PIC X(08).
           03  FILLER           PIC X(07)  VALUE ' FECHA '.
           03  WS-LDE-FECHA     PIC 9(08).
           03  FILLER           PIC X(01)  VALUE SPACE.
           03  WS-LDE-HORA      PIC 9(06).
           03  FILLER           PIC X(10)  VALUE ' SUCURSAL '.
           03  WS-LDE-SUCURSAL  PIC 9(03).
           03  FILLER           PIC X(09)  VALUE ' MASCARA '.
           03  WS-LDE-MASCARA   PIC X(08).
           03  FILLER           PIC X(12)  VALUE ' CANDIDATOS '.
           03  WS-LDE-CANDIDATOS PIC ZZZZ9.
           03  FILLER           PIC X(09)  VALUE ' CALZA  '.
           03  WS-LDE-CUENTA    PIC 9(08).
           03  FILLER           PIC X(30)  VALUE SPACES.

       01  WS-LIN-NADA.
           03  FILLER           PIC X(04)  VALUE SPACES.
           03  WS-NAD-TEXTO     PIC X(60).
           03  FILLER           PIC X(68)  VALUE SPACES.

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
              PERFORM 2000-CLIENTES THRU F-2000-CLIENTES
           END-IF.

           IF WS-NO-HAY-ERROR
              PERFORM 3000-VINCULOS THRU F-3000-VINCULOS
           END-IF.

           IF WS-NO-HAY-ERROR
              PERFORM 4000-CUENTAS THRU F-4000-CUENTAS
           END-IF.

           IF WS-NO-HAY-ERROR
              PERFORM 5000-DESENMASCARADOS THRU F-5000-DESENMASCARADOS
           END-IF.

           PERFORM 9999-FINAL    THRU  F-9999-FINAL.

       F-MAIN-PROGRAM. GOBACK.

      **************************************
      *                                    *
      *  PEDIDO POR PARM Y APERTURA DE     *
      *  FILES                             *
      *                                    *
      **************************************
       1000-INICIO.
           ACCEPT WS-FECHA FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-ACTUAL FROM TIME.

           SET WS-NO-HAY-ERROR TO TRUE.

           PERFORM 1100-LEER-PARM THRU F-1100-LEER-PARM.
           IF WS-HAY-ERROR
              GO TO F-1000-INICIO
           END-IF.

           OPEN INPUT CLIMAE.
           IF WS-CLI-CODE IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN CLIMAE  = ' WS-CLI-CODE
              MOVE 9999 TO RETURN-CODE
              SET  WS-HAY-ERROR TO TRUE
           END-IF.

           OPEN INPUT CLIXRF.
           IF WS-XRF-CODE IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN CLIXRF  = ' WS-XRF-CODE
              MOVE 9999 TO RETURN-CODE
              SET  WS-HAY-ERROR TO TRUE
           END-IF.

           OPEN INPUT CTAMAE.
           IF WS-CTA-CODE IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN CTAMAE  = ' WS-CTA-CODE
              MOVE 9999 TO RETURN-CODE
              SET  WS-HAY-ERROR TO TRUE
           END-IF.

           OPEN INPUT OFIREG.
           IF WS-REG-CODE IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN OFIREG  = ' WS-REG-CODE
              MOVE 9999 TO RETURN-CODE
              SET  WS-HAY-ERROR TO TRUE
           END-IF.

           OPEN INPUT ACRMAE.
           IF WS-ACR-CODE IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN ACRMAE  = ' WS-ACR-CODE
              MOVE 9999 TO RETURN-CODE
              SET  WS-HAY-ERROR TO TRUE
           END-IF.

           OPEN INPUT MOVHIS.
           IF WS-MOH-CODE IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN MOVHIS  = ' WS-MOH-CODE
              MOVE 9999 TO RETURN-CODE
              SET  WS-HAY-ERROR TO TRUE
           END-IF.

           OPEN OUTPUT INFORME.
           IF WS-INF-CODE IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN INFORME = ' WS-INF-CODE
              MOVE 9999 TO RETURN-CODE
              SET  WS-HAY-ERROR TO TRUE
              GO TO F-1000-INICIO
           END-IF.

           MOVE WS-PARM-CUIT     TO WS-TIT-CUIT.
           MOVE WS-PARM-OPERADOR TO WS-TIT-OPERADOR.
           MOVE WS-FECHA         TO WS-TIT-FECHA.
           MOVE WS-FECHA-DESDE   TO WS-TIT-DESDE.
           MOVE WS-FECHA-HASTA   TO WS-TIT-HASTA.
           MOVE WS-LIN-TITULO    TO REG-INFORME.
           PERFORM 9300-GRABAR-INFORME THRU F-9300-GRABAR-INFORME.

       F-1000-INICIO.   EXIT.

      **************************************
      *                                    *
      *  OPERADOR Y CUIT OBLIGATORIOS;     *
      *  PERIODO DE MOVIMIENTOS OPCIONAL   *
      *                                    *
      **************************************
       1100-LEER-PARM.
           MOVE ZEROS    TO WS-FECHA-DESDE.
           MOVE WS-FECHA TO WS-FECHA-HASTA.

           OPEN INPUT PARMS.

           IF WS-PARM-CODE IS NOT EQUAL '00'
              DISPLAY '* PARM OBLIGATORIO (OPERADOR + CUIT) '
                      'NO DISPONIBLE'
              MOVE 9999 TO RETURN-CODE
              SET WS-HAY-ERROR TO TRUE
              GO TO F-1100-LEER-PARM
           END-IF.

           READ PARMS INTO WS-REG-PARM.

           IF WS-PARM-CODE IS NOT EQUAL '00' OR
              WS-PARM-OPERADOR EQUAL SPACES OR
              WS-PARM-CUIT EQUAL SPACES OR
              WS-PARM-CUIT EQUAL ZEROS
              DISPLAY '* PARM INVALIDO: SE ESPERA OPERADOR, CUIT '
                      'Y PERIODO OPCIONAL'
              MOVE 9999 TO RETURN-CODE
              SET WS-HAY-ERROR TO TRUE
           ELSE
              IF WS-PARM-DESDE IS NUMERIC AND
                 WS-PARM-DESDE GREATER ZEROS
                 MOVE WS-PARM-DESDE TO WS-FECHA-DESDE
              END-IF
              IF WS-PARM-HASTA IS NUMERIC AND
                 WS-PARM-HASTA GREATER ZEROS
                 MOVE WS-PARM-HASTA TO WS-FECHA-HASTA
              END-IF
              DISPLAY '* PEDIDO DE ' WS-PARM-OPERADOR
                      ' CUIT ' WS-PARM-CUIT
                      ' DESDE ' WS-FECHA-DESDE
                      ' HASTA ' WS-FECHA-HASTA
           END-IF.

           CLOSE PARMS.

       F-1100-LEER-PARM. EXIT.

      **************************************
      *                                    *
      *  TODOS LOS REGISTROS DE CLIMAE     *
      *  CON EL CUIT PEDIDO                *
      *                                    *
      **************************************
       2000-CLIENTES.
           MOVE 'DATOS DEL CLIENTE (CLIMAE)' TO WS-SEC-TEXTO.
           PERFORM 9200-GRABAR-SECCION THRU F-9200-GRABAR-SECCION.

           SET WS-NO-FIN-LECTURA TO TRUE.
           PERFORM 2100-LEER-CLIENTE THRU F-2100-LEER-CLIENTE
                   UNTIL WS-FIN-LECTURA.

           IF WS-CANT-CLIENTES EQUAL ZEROS
              MOVE 'NO HAY CLIENTES CON ESE CUIT' TO WS-NAD-TEXTO
              PERFORM 9250-GRABAR-NADA THRU F-9250-GRABAR-NADA
              MOVE 4 TO RETURN-CODE
           END-IF.

       F-2000-CLIENTES. EXIT.

       2100-LEER-CLIENTE.
           READ CLIMAE NEXT RECORD
                AT END
                   SET WS-FIN-LECTURA TO TRUE
                   GO TO F-2100-LEER-CLIENTE
           END-READ.

           IF WS-CLI-CODE IS NOT EQUAL '00'
              DISPLAY '* ERROR EN LECTURA CLIMAE = ' WS-CLI-CODE
              MOVE 9999 TO RETURN-CODE
              SET WS-HAY-ERROR TO TRUE
              SET WS-FIN-LECTURA TO TRUE
              GO TO F-2100-LEER-CLIENTE
           END-IF.

           IF CLI-CUIT NOT EQUAL WS-PARM-CUIT
              GO TO F-2100-LEER-CLIENTE
           END-IF.

           MOVE CLI-CLIENTE  TO WS-LCL-CLIENTE.
           MOVE CLI-NOMBRE   TO WS-LCL-NOMBRE.
           MOVE CLI-CUIT     TO WS-LCL-CUIT.
           MOVE CLI-ESTADO   TO WS-LCL-ESTADO.
           MOVE CLI-FECHA-ALTA TO WS-LCL-ALTA.
           IF CLI-FUSIONADO
              MOVE CLI-CLIENTE-DESTINO TO WS-LCL-DESTINO
              MOVE CLI-FECHA-FUSION    TO WS-LCL-FUSION
           ELSE
              MOVE ZEROS TO WS-LCL-DESTINO WS-LCL-FUSION
           END-IF.
           MOVE WS-LIN-CLIENTE TO REG-INFORME.
           PERFORM 9300-GRABAR-INFORME THRU F-9300-GRABAR-INFORME.

           MOVE CLI-EMAIL        TO WS-LCO-EMAIL.
           MOVE CLI-TELEFONO     TO WS-LCO-TELEFONO.
           MOVE CLI-NO-NOTIFICAR TO WS-LCO-AVISO.
           MOVE WS-LIN-CONTACTO  TO REG-INFORME.
           PERFORM 9300-GRABAR-INFORME THRU F-9300-GRABAR-INFORME.

           IF WS-CANT-CLIENTES NOT LESS WS-MAX-CLIENTES
              DISPLAY '* DEMASIADOS CLIENTES CON EL CUIT, SIN '
                      'VINCULOS PARA ' CLI-CLIENTE
              MOVE 4 TO RETURN-CODE
              GO TO F-2100-LEER-CLIENTE
           END-IF.

           ADD 1 TO WS-CANT-CLIENTES.
           MOVE CLI-CLIENTE TO WS-TCL-CLIENTE (WS-CANT-CLIENTES).

       F-2100-LEER-CLIENTE. EXIT.

      **************************************
      *                                    *
      *  TODOS LOS VINCULOS CLIXRF DE      *
      *  CADA CLIENTE, VIGENTES Y          *
      *  DESVINCULADOS                     *
      *                                    *
      **************************************
       3000-VINCULOS.
           MOVE WS-LIN-BLANCA TO REG-INFORME.
           PERFORM 9300-GRABAR-INFORME THRU F-9300-GRABAR-INFORME.
           MOVE 'VINCULOS CLIENTE-CUENTA (CLIXRF)' TO WS-SEC-TEXTO.
           PERFORM 9200-GRABAR-SECCION THRU F-9200-GRABAR-SECCION.

           PERFORM 3100-VINCULOS-CLIENTE THRU F-3100-VINCULOS-CLIENTE
                   VARYING WS-IDX-CLI FROM 1 BY 1
                   UNTIL WS-IDX-CLI GREATER WS-CANT-CLIENTES
                   OR WS-HAY-ERROR.

           IF WS-CANT-VINCULOS EQUAL ZEROS
              MOVE 'SIN VINCULOS CON CUENTAS' TO WS-NAD-TEXTO
              PERFORM 9250-GRABAR-NADA THRU F-9250-GRABAR-NADA
           END-IF.

       F-3000-VINCULOS. EXIT.

       3100-VINCULOS-CLIENTE.
           MOVE LOW-VALUES TO XRF-CLAVE.
           MOVE WS-TCL-CLIENTE (WS-IDX-CLI) TO XRF-CLIENTE.
           SET WS-NO-FIN-LECTURA TO TRUE.
           START CLIXRF KEY IS NOT LESS XRF-CLAVE
                 INVALID KEY SET WS-FIN-LECTURA TO TRUE
           END-START.

           PERFORM 3200-LEER-VINCULO THRU F-3200-LEER-VINCULO
                   UNTIL WS-FIN-LECTURA.

       F-3100-VINCULOS-CLIENTE. EXIT.

       3200-LEER-VINCULO.
           READ CLIXRF NEXT RECORD
                AT END
                   SET WS-FIN-LECTURA TO TRUE
                   GO TO F-3200-LEER-VINCULO
           END-READ.

           IF WS-XRF-CODE IS NOT EQUAL '00'
              DISPLAY '* ERROR EN LECTURA CLIXRF = ' WS-XRF-CODE
              MOVE 9999 TO RETURN-CODE
              SET WS-HAY-ERROR TO TRUE
              SET WS-FIN-LECTURA TO TRUE
              GO TO F-3200-LEER-VINCULO
           END-IF.

           IF XRF-CLIENTE NOT EQUAL WS-TCL-CLIENTE (WS-IDX-CLI)
              SET WS-FIN-LECTURA TO TRUE
              GO TO F-3200-LEER-VINCULO
           END-IF.

           ADD 1 TO WS-CANT-VINCULOS.

           MOVE XRF-CLIENTE   TO WS-LVI-CLIENTE.
           MOVE XRF-SUCURSAL  TO WS-LVI-SUCURSAL.
           MOVE XRF-CUENTA    TO WS-LVI-CUENTA.
           MOVE XRF-FECHA     TO WS-LVI-FECHA.
           EVALUATE TRUE
               WHEN XRF-VIGENTE
                  MOVE 'VIGENTE     '  TO WS-LVI-ESTADO
               WHEN XRF-DESVINCULADO
                  MOVE 'DESVINCULADO'  TO WS-LVI-ESTADO
               WHEN OTHER
                  MOVE XRF-ESTADO      TO WS-LVI-ESTADO
           END-EVALUATE.
           MOVE WS-LIN-VINCULO TO REG-INFORME.
           PERFORM 9300-GRABAR-INFORME THRU F-9300-GRABAR-INFORME.

      *    LA CUENTA SE INFORMA UNA SOLA VEZ AUNQUE LA VINCULEN
      *    VARIOS CLIENTES DEL MISMO CUIT
           SET WS-IDX-CTA TO 1.
           PERFORM 3250-AVANZAR-CUENTA THRU F-3250-AVANZAR-CUENTA
                   UNTIL WS-IDX-CTA GREATER WS-CANT-CUENTAS
                   OR (WS-TCU-SUCURSAL (WS-IDX-CTA)
                                EQUAL XRF-SUCURSAL AND
                       WS-TCU-CUENTA (WS-IDX-CTA)
                                EQUAL XRF-CUENTA).

           IF WS-IDX-CTA NOT GREATER WS-CANT-CUENTAS
              GO TO F-3200-LEER-VINCULO
           END-IF.

           IF WS-CANT-CUENTAS NOT LESS WS-MAX-CUENTAS
              DISPLAY '* DEMASIADAS CUENTAS VINCULADAS, SIN '
                      'DETALLE PARA ' XRF-SUCURSAL '-' XRF-CUENTA
              MOVE 4 TO RETURN-CODE
              GO TO F-3200-LEER-VINCULO
           END-IF.

           ADD 1 TO WS-CANT-CUENTAS.
           MOVE XRF-SUCURSAL TO WS-TCU-SUCURSAL (WS-CANT-CUENTAS).
           MOVE XRF-CUENTA   TO WS-TCU-CUENTA (WS-CANT-CUENTAS).

       F-3200-LEER-VINCULO. EXIT.

       3250-AVANZAR-CUENTA.
           SET WS-IDX-CTA UP BY 1.

       F-3250-AVANZAR-CUENTA. EXIT.

      **************************************
      *                                    *
      *  POR CUENTA: CTAMAE, OFIREG,       *
      *  ACRMAE Y MOVHIS DEL PERIODO       *
      *                                    *
      **************************************
       4000-CUENTAS.
           MOVE WS-LIN-BLANCA TO REG-INFORME.
           PERFORM 9300-GRABAR-INFORME THRU F-9300-GRABAR-INFORME.
           MOVE 'CUENTAS: SALDO, OFICIOS, DEVENGADO Y MOVIMIENTOS'
                                         TO WS-SEC-TEXTO.
           PERFORM 9200-GRABAR-SECCION THRU F-9200-GRABAR-SECCION.

           PERFORM 4100-INFORMAR-CUENTA THRU F-4100-INFORMAR-CUENTA
                   VARYING WS-IDX-CTA FROM 1 BY 1
                   UNTIL WS-IDX-CTA GREATER WS-CANT-CUENTAS
                   OR WS-HAY-ERROR.

       F-4000-CUENTAS. EXIT.

       4100-INFORMAR-CUENTA.
           MOVE WS-LIN-BLANCA TO REG-INFORME.
           PERFORM 9300-GRABAR-INFORME THRU F-9300-GRABAR-INFORME.

           MOVE WS-TCU-SUCURSAL (WS-IDX-CTA) TO CTA-SUCURSAL.
           MOVE WS-TCU-CUENTA (WS-IDX-CTA)   TO CTA-CUENTA.
           READ CTAMAE
                INVALID KEY
                   MOVE SPACES TO WS-NAD-TEXTO
                   STRING 'CUENTA ' CTA-SUCURSAL '-' CTA-CUENTA
                          ' NO EXISTE EN CTAMAE'
                          DELIMITED BY SIZE INTO WS-NAD-TEXTO
                   END-STRING
                   PERFORM 9250-GRABAR-NADA THRU F-9250-GRABAR-NADA
                NOT INVALID KEY
                   PERFORM 4150-LINEA-CTAMAE THRU F-4150-LINEA-CTAMAE
           END-READ.

           MOVE CTA-CLAVE TO OFI-CLAVE.
           READ OFIREG
                INVALID KEY
                   CONTINUE
                NOT INVALID KEY
                   MOVE OFI-EXPEDIENTE   TO WS-LOF-EXPEDIENTE
                   MOVE OFI-MONTO        TO WS-LOF-MONTO
                   MOVE OFI-FECHA-TRABA  TO WS-LOF-TRABA
                   MOVE OFI-FECHA-LEVANT TO WS-LOF-LEVANT
                   MOVE OFI-ESTADO       TO WS-LOF-ESTADO
                   MOVE WS-LIN-OFICIO    TO REG-INFORME
                   PERFORM 9300-GRABAR-INFORME
                             THRU F-9300-GRABAR-INFORME
           END-READ.

           MOVE CTA-CLAVE TO ACR-CLAVE.
           READ ACRMAE
                INVALID KEY
                   CONTINUE
                NOT INVALID KEY
                   MOVE ACR-ACUM-INTERES  TO WS-LDV-INTERES
                   MOVE ACR-MONEDA        TO WS-LDV-MONEDA
                   MOVE ACR-FECHA-ULT-DEV TO WS-LDV-FECHA
                   MOVE WS-LIN-DEVENGADO  TO REG-INFORME
                   PERFORM 9300-GRABAR-INFORME
                             THRU F-9300-GRABAR-INFORME
           END-READ.

           PERFORM 4200-MOVIMIENTOS THRU F-4200-MOVIMIENTOS.

       F-4100-INFORMAR-CUENTA. EXIT.

       4150-LINEA-CTAMAE.
           MOVE CTA-SUCURSAL      TO WS-LCU-SUCURSAL.
           MOVE CTA-CUENTA        TO WS-LCU-CUENTA.
           MOVE CTA-TIPO          TO WS-LCU-TIPO.
           EVALUATE CTA-ESTADO
               WHEN 0
                  MOVE 'ACTIVA   ' TO WS-LCU-ESTADO
               WHEN 1
                  MOVE 'BAJA     ' TO WS-LCU-ESTADO
               WHEN 2
                  MOVE 'EMBARGADA' TO WS-LCU-ESTADO
               WHEN OTHER
                  MOVE CTA-ESTADO  TO WS-LCU-ESTADO
           END-EVALUATE.
           MOVE CTA-MONEDA        TO WS-LCU-MONEDA.
           MOVE CTA-IMPORTE       TO WS-LCU-IMPORTE.
           MOVE CTA-FECHA-ULT-MOV TO WS-LCU-ULT-MOV.
           MOVE WS-LIN-CUENTA     TO REG-INFORME.
           PERFORM 9300-GRABAR-INFORME THRU F-9300-GRABAR-INFORME.

       F-4150-LINEA-CTAMAE. EXIT.

      **************************************
      *                                    *
      *  MOVIMIENTOS DE MOVHIS DE LA       *
      *  CUENTA EN EL PERIODO PEDIDO       *
      *                                    *
      **************************************
       4200-MOVIMIENTOS.
           MOVE ZEROS TO WS-CANT-MOV-CUENTA.
           MOVE WS-TCU-SUCURSAL (WS-IDX-CTA) TO MOH-SUCURSAL.
           MOVE WS-TCU-CUENTA (WS-IDX-CTA)   TO MOH-CUENTA.
           MOVE WS-FECHA-DESDE               TO MOH-FECHA.
           MOVE ZEROS                        TO MOH-SECUENCIA.

           SET WS-NO-FIN-LECTURA TO TRUE.
           START MOVHIS KEY IS NOT LESS MOH-CLAVE
                 INVALID KEY SET WS-FIN-LECTURA TO TRUE
           END-START.

           PERFORM 4250-LEER-MOVIMIENTO THRU F-4250-LEER-MOVIMIENTO
                   UNTIL WS-FIN-LECTURA.

           IF WS-CANT-MOV-CUENTA EQUAL ZEROS
              MOVE 'SIN MOVIMIENTOS EN EL PERIODO' TO WS-NAD-TEXTO
              PERFORM 9250-GRABAR-NADA THRU F-9250-GRABAR-NADA
           END-IF.

       F-4200-MOVIMIENTOS. EXIT.

       4250-LEER-MOVIMIENTO.
           READ MOVHIS NEXT RECORD
                AT END
                   SET WS-FIN-LECTURA TO TRUE
                   GO TO F-4250-LEER-MOVIMIENTO
           END-READ.

           IF WS-MOH-CODE IS NOT EQUAL '00'
              DISPLAY '* ERROR EN LECTURA MOVHIS = ' WS-MOH-CODE
              MOVE 9999 TO RETURN-CODE
              SET WS-HAY-ERROR TO TRUE
              SET WS-FIN-LECTURA TO TRUE
              GO TO F-4250-LEER-MOVIMIENTO
           END-IF.

           IF MOH-SUCURSAL NOT EQUAL WS-TCU-SUCURSAL (WS-IDX-CTA) OR
              MOH-CUENTA NOT EQUAL WS-TCU-CUENTA (WS-IDX-CTA) OR
              MOH-FECHA GREATER WS-FECHA-HASTA
              SET WS-FIN-LECTURA TO TRUE
              GO TO F-4250-LEER-MOVIMIENTO
           END-IF.

           ADD 1 TO WS-CANT-MOV-CUENTA.
           ADD 1 TO WS-CANT-MOVIMIENTOS.

           MOVE MOH-FECHA       TO WS-LMV-FECHA.
           MOVE MOH-SECUENCIA   TO WS-LMV-SECUENCIA.
           MOVE MOH-TIPO-MOV    TO WS-LMV-TIPO.
           MOVE MOH-ESTADO-ANT  TO WS-LMV-EST-ANT.
           MOVE MOH-ESTADO-NVO  TO WS-LMV-EST-NVO.
           MOVE MOH-IMP-AYER    TO WS-LMV-IMP-AYER.
           MOVE MOH-IMP-HOY     TO WS-LMV-IMP-HOY.
           MOVE WS-LIN-MOVIMIENTO TO REG-INFORME.
           PERFORM 9300-GRABAR-INFORME THRU F-9300-GRABAR-INFORME.

       F-4250-LEER-MOVIMIENTO. EXIT.

      **************************************
      *                                    *
      *  PEDIDOS DE DESENMASCARADO CUYA    *
      *  MASCARA CALZA CON ALGUNA CUENTA   *
      *  DEL CLIENTE (MISMA SUCURSAL,      *
      *  PRIMEROS Y ULTIMOS DOS DIGITOS)   *
      *                                    *
      **************************************
       5000-DESENMASCARADOS.
           MOVE WS-LIN-BLANCA TO REG-INFORME.
           PERFORM 9300-GRABAR-INFORME THRU F-9300-GRABAR-INFORME.
           MOVE 'DESENMASCARADOS DE SUS CUENTAS (DESLOG)'
                                         TO WS-SEC-TEXTO.
           PERFORM 9200-GRABAR-SECCION THRU F-9200-GRABAR-SECCION.

           OPEN INPUT DESLOG.
           IF WS-LOG-CODE IS NOT EQUAL '00'
              DISPLAY '* LOG DE DESENMASCARADOS NO DISPONIBLE ('
                      WS-LOG-CODE ')'
              MOVE 'LOG DE DESENMASCARADOS NO DISPONIBLE'
                                         TO WS-NAD-TEXTO
              PERFORM 9250-GRABAR-NADA THRU F-9250-GRABAR-NADA
              MOVE 4 TO RETURN-CODE
              GO TO F-5000-DESENMASCARADOS
           END-IF.

           SET WS-NO-FIN-LECTURA TO TRUE.
           PERFORM 5100-LEER-DESLOG THRU F-5100-LEER-DESLOG
                   UNTIL WS-FIN-LECTURA.

           CLOSE DESLOG.

           IF WS-CANT-DESENMASC EQUAL ZEROS
              MOVE 'NINGUN PEDIDO ALCANZO A SUS CUENTAS'
                                         TO WS-NAD-TEXTO
              PERFORM 9250-GRABAR-NADA THRU F-9250-GRABAR-NADA
           END-IF.

       F-5000-DESENMASCARADOS. EXIT.

       5100-LEER-DESLOG.
           READ DESLOG INTO WS-REG-DESLOG
                AT END
                   SET WS-FIN-LECTURA TO TRUE
                   GO TO F-5100-LEER-DESLOG
           END-READ.

           IF WS-LOG-CODE IS NOT EQUAL '00'
              DISPLAY '* ERROR EN LECTURA DESLOG = ' WS-LOG-CODE
              MOVE 9999 TO RETURN-CODE
              SET WS-HAY-ERROR TO TRUE
              SET WS-FIN-LECTURA TO TRUE
              GO TO F-5100-LEER-DESLOG
           END-IF.

           ADD 1 TO WS-CANT-DESLOG.

           PERFORM 5200-PROBAR-CUENTA THRU F-5200-PROBAR-CUENTA
                   VARYING WS-IDX-CTA FROM 1 BY 1
                   UNTIL WS-IDX-CTA GREATER WS-CANT-CUENTAS.

       F-5100-LEER-DESLOG. EXIT.

       5200-PROBAR-CUENTA.
           IF WS-LOG-SUCURSAL NOT EQUAL WS-TCU-SUCURSAL (WS-IDX-CTA) OR
              WS-LOG-PRIMEROS NOT EQUAL WS-TCU-PRIMEROS (WS-IDX-CTA) OR
              WS-LOG-ULTIMOS NOT EQUAL WS-TCU-ULTIMOS (WS-IDX-CTA)
              GO TO F-5200-PROBAR-CUENTA
           END-IF.

           ADD 1 TO WS-CANT-DESENMASC.

           MOVE WS-LOG-OPERADOR   TO WS-LDE-OPERADOR.
           MOVE WS-LOG-FECHA      TO WS-LDE-FECHA.
           MOVE WS-LOG-HORA       TO WS-LDE-HORA.
           MOVE WS-LOG-SUCURSAL   TO WS-LDE-SUCURSAL.
           MOVE WS-LOG-MASCARA    TO WS-LDE-MASCARA.
           MOVE WS-LOG-CANDIDATOS TO WS-LDE-CANDIDATOS.
           MOVE WS-TCU-CUENTA (WS-IDX-CTA) TO WS-LDE-CUENTA.
           MOVE WS-LIN-DESENMASC  TO REG-INFORME.
           PERFORM 9300-GRABAR-INFORME THRU F-9300-GRABAR-INFORME.

       F-5200-PROBAR-CUENTA. EXIT.

      **************************************
      *                                    *
      *  ASIENTA LA CORRIDA EN EL LOG Y    *
      *  CIERRA FILES                      *
      *                                    *
      **************************************
       9999-FINAL.
           IF WS-PARM-OPERADOR NOT EQUAL SPACES
              PERFORM 9500-GRABAR-LOG THRU F-9500-GRABAR-LOG
           END-IF.

           CLOSE CLIMAE CLIXRF CTAMAE OFIREG ACRMAE MOVHIS.

           IF WS-INF-CODE IS EQUAL '00'
              CLOSE INFORME
              IF WS-INF-CODE IS NOT EQUAL '00'
                 DISPLAY '* ERROR EN CLOSE INFORME = ' WS-INF-CODE
                 MOVE 9999 TO RETURN-CODE
              END-IF
           END-IF.

           DISPLAY '************************** '.
           DISPLAY 'CLIENTES CON EL CUIT    : ' WS-CANT-CLIENTES.
           DISPLAY 'VINCULOS INFORMADOS     : ' WS-CANT-VINCULOS.
           DISPLAY 'CUENTAS INFORMADAS      : ' WS-CANT-CUENTAS.
           DISPLAY 'MOVIMIENTOS INFORMADOS  : ' WS-CANT-MOVIMIENTOS.
           DISPLAY 'PEDIDOS DESLOG LEIDOS   : ' WS-CANT-DESLOG.
           DISPLAY 'DESENMASCARADOS QUE CALZ: ' WS-CANT-DESENMASC.

       F-9999-FINAL. EXIT.

      **************************************
      *                                    *
      *  TITULO DE SECCION Y LINEA DE      *
      *  SECCION SIN DATOS                 *
      *                                    *
      **************************************
       9200-GRABAR-SECCION.
           MOVE WS-LIN-SECCION TO REG-INFORME.
           PERFORM 9300-GRABAR-INFORME THRU F-9300-GRABAR-INFORME.
           MOVE SPACES TO WS-SEC-TEXTO.

       F-9200-GRABAR-SECCION. EXIT.

       9250-GRABAR-NADA.
           MOVE WS-LIN-NADA TO REG-INFORME.
           PERFORM 9300-GRABAR-INFORME THRU F-9300-GRABAR-INFORME.
           MOVE SPACES TO WS-NAD-TEXTO.

       F-9250-GRABAR-NADA. EXIT.

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
      *  DEJA EN EL LOG QUIEN PIDIO EL     *
      *  INFORME, CUANDO, DE QUE CUIT Y    *
      *  CON QUE RESULTADO                 *
      *                                    *
      **************************************
       9500-GRABAR-LOG.
           OPEN EXTEND DERLOG.
           IF WS-DER-CODE IS NOT EQUAL '00'
              OPEN OUTPUT DERLOG
           END-IF.
           IF WS-DER-CODE IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN DERLOG  = ' WS-DER-CODE
              MOVE 9999 TO RETURN-CODE
              GO TO F-9500-GRABAR-LOG
           END-IF.

           MOVE WS-PARM-OPERADOR   TO WS-DRL-OPERADOR.
           MOVE WS-FECHA           TO WS-DRL-FECHA.
           MOVE WS-HORA-HHMMSS     TO WS-DRL-HORA.
           MOVE WS-PARM-CUIT       TO WS-DRL-CUIT.
           MOVE WS-FECHA-DESDE     TO WS-DRL-DESDE.
           MOVE WS-FECHA-HASTA     TO WS-DRL-HASTA.
           MOVE WS-CANT-CLIENTES   TO WS-DRL-CLIENTES.
           MOVE WS-CANT-CUENTAS    TO WS-DRL-CUENTAS.
      *    E=EMITIDO V=CUIT SIN DATOS X=NO SE PUDO EMITIR
           EVALUATE TRUE
               WHEN WS-HAY-ERROR
                  MOVE 'X' TO WS-DRL-RESULTADO
               WHEN WS-CANT-CLIENTES EQUAL ZEROS
                  MOVE 'V' TO WS-DRL-RESULTADO
               WHEN OTHER
                  MOVE 'E' TO WS-DRL-RESULTADO
           END-EVALUATE.

           WRITE REG-DERLOG FROM WS-REG-DERLOG.
           IF WS-DER-CODE IS NOT EQUAL '00'
              DISPLAY '* ERROR EN WRITE DERLOG = ' WS-DER-CODE
              MOVE 9999 TO RETURN-CODE
           END-IF.

           CLOSE DERLOG.

       F-9500-GRABAR-LOG. EXIT.
