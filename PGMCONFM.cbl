       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMCONFM.
       AUTHOR.        D. CAZABAT.
       INSTALLATION.  CURSO CODEKI.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.
      **********************************************************
      *                                                        *
      *  CONFIRMACION DE SALDOS PARA LA AUDITORIA EXTERNA:     *
      *  ELIGE LAS CUENTAS DE CTAMAE A CONFIRMAR, IMPRIME LAS  *
      *  CARTAS A SUS TITULARES Y REGISTRA CADA CARTA EN EL    *
      *  SEGUIMIENTO CONFTRK (COPY CPCONFM).                   *
      *                                                        *
      *  LA MUESTRA ES ESTRATIFICADA POR SUCURSAL Y BANDA DE   *
      *  SALDO (VALOR ABSOLUTO; BANDAS EN WS-TABLA-BANDAS):    *
      *    - TODA CUENTA CON SALDO IGUAL O MAYOR AL UMBRAL DEL *
      *      PARM ENTRA SIEMPRE (SELECCION 'U').               *
      *    - DE CADA ESTRATO SE SORTEAN HASTA N CUENTAS DEL    *
      *      PARM (SELECCION 'M') EN UNA SOLA PASADA, CON UN   *
      *      RESERVORIO POR ESTRATO: LA CUENTA K DEL ESTRATO   *
      *      REEMPLAZA A UNA ELEGIDA CON PROBABILIDAD N/K, ASI *
      *      TODAS TIENEN LA MISMA CHANCE.                     *
      *  EL SORTEO USA UN GENERADOR CONGRUENCIAL (MULTIPLICA   *
      *  POR 16807 MODULO 2147483647) CON LA SEMILLA DEL PARM  *
      *  O, SIN ELLA, LA HORA DEL SISTEMA. LA SEMILLA SALE EN  *
      *  EL INFORME: CON LA MISMA SEMILLA Y EL MISMO CTAMAE LA *
      *  MUESTRA SE REPITE, COMO PIDE LA AUDITORIA. LAS        *
      *  CUENTAS DADAS DE BAJA NO SE CONFIRMAN.                *
      *                                                        *
      *  LOS TITULARES SE RESUELVEN CON UNA PASADA POR CLIXRF  *
      *  (VINCULOS VIGENTES DE DUENOS DEL SALDO: ROL P O C, O  *
      *  SIN ROL EN LOS VINCULOS ANTERIORES) Y NOMBRE Y        *
      *  DOMICILIO POSTAL CON CLIMAE: UNA CARTA POR CUENTA Y   *
      *  TITULAR. LOS FIRMANTES NO RECIBEN CARTA; EL TUTOR O   *
      *  CURADOR (ROL T) LA RECIBE SOLO SI LA CUENTA NO TIENE  *
      *  NINGUN DUENO VIGENTE, EN UNA SEGUNDA PASADA QUE SE    *
      *  HACE UNICAMENTE SI HAY CUENTAS ASI. NO SE EMITE       *
      *  AL CLIENTE INEXISTENTE, DADO DE BAJA O FUSIONADO NI   *
      *  AL QUE NO TIENE DOMICILIO POSTAL; SALEN EN EL INFORME *
      *  CON SU MOTIVO (RC 4), IGUAL QUE LAS CUENTAS ELEGIDAS  *
      *  SIN TITULAR VIGENTE. LA CARTA YA REGISTRADA PARA LA   *
      *  MISMA FECHA DE CORTE NO SE VUELVE A EMITIR.           *
      *                                                        *
      *  EL SALDO CONFIRMADO ES EL DE CTAMAE AL CORRER: EL     *
      *  PROCESO VA AL CIERRE DEL DIA DE CORTE.                *
      *                                                        *
      *  PARM: FECHA DE CORTE (SSAAMMDD, CERO = HOY), UMBRAL   *
      *  (9(9)V99, CERO = 1.000.000,00), CUENTAS POR ESTRATO   *
      *  (99, CERO = 5, MAXIMO 10) Y SEMILLA (9(9)).           *
      *                                                        *
      **********************************************************
      *      MANTENIMIENTO DE PROGRAMA                         *
      **********************************************************
      *  FECHA   *    DETALLE        * COD *
      **************************************
      *15/10/2026* REGISTRO CLIXRF   * 001 *
      *          * POR COPY CPCLIXR  *     *
      *15/10/2026* CARTA SOLO A      * 002 *
      *          * DUENOS, TUTOR SI  *     *
      *          * NO HAY DUENO      *     *
      **************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

             SELECT CTAMAE  ASSIGN DDCTAMAE
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS CTA-CLAVE
                    FILE STATUS IS WS-CTA-CODE.

             SELECT CLIXRF  ASSIGN DDCLIXRF
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS XRF-CLAVE
                    FILE STATUS IS WS-XRF-CODE.

             SELECT CLIMAE  ASSIGN DDCLIMAE
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS RANDOM
                    RECORD KEY IS CLI-CLIENTE
                    FILE STATUS IS WS-CLI-CODE.

             SELECT CONFTRK ASSIGN DDCONFTR
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS RANDOM
                    RECORD KEY IS CNF-CLAVE
                    FILE STATUS IS WS-CNF-CODE.

             SELECT CARTAS  ASSIGN DDCARTAS
                    FILE STATUS IS WS-CAR-CODE.

             SELECT INFORME ASSIGN DDINFORM
                    FILE STATUS IS WS-INF-CODE.

             SELECT PARMS   ASSIGN DDPARM
                    FILE STATUS IS WS-PARM-CODE.

       DATA DIVISION.
       FILE SECTION.
       FD CTAMAE.

           COPY CPCTAMA.

       FD CLIXRF.

           COPY CPCLIXR.

       FD CLIMAE.

           COPY CPCLIMA.

       FD CONFTRK.

           COPY CPCONFM.

       FD CARTAS
            BLOCK CONTAINS 0 RECORDS
            RECORDING MODE IS F.

       01 REG-CARTA      PIC X(80).

       FD INFORME
            BLOCK CONTAINS 0 RECORDS
            RECORDING MODE IS F.

       01 REG-INFORME    PIC X(132).

       FD PARMS
            BLOCK CONTAINS 0 RECORDS
            RECORDING MODE IS F.

       01 REG-PARM       PIC X(40).

      **************************************
       WORKING-STORAGE SECTION.
      **************************************
       77  FILLER        PIC X(26) VALUE '* INICIO WORKING-STORAGE *'.
       77  FILLER        PIC X(26) VALUE '* CODIGOS RETORNO FILES  *'.
       77  WS-CTA-CODE      PIC XX    VALUE SPACES.
       77  WS-XRF-CODE      PIC XX    VALUE SPACES.
       77  WS-CLI-CODE      PIC XX    VALUE SPACES.
       77  WS-CNF-CODE      PIC XX    VALUE SPACES.
       77  WS-CAR-CODE      PIC XX    VALUE SPACES.
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

       01  WS-SWITCH-CLIENTE PIC X    VALUE SPACE.
           88  WS-CLIENTE-EMITIBLE    VALUE 'E'.
           88  WS-CLIENTE-DADO-BAJA   VALUE 'B'.
           88  WS-CLIENTE-SIN-DOMIC   VALUE 'D'.
           88  WS-CLIENTE-INEXISTENTE VALUE 'I'.

      ********  FECHA DE CORTE Y PARAMETROS  ***************
       01  WS-FECHA             PIC 9(08)  VALUE ZEROS.
       01  WS-FECHA-R REDEFINES WS-FECHA.
           03  WS-FECHA-SSAA    PIC 9(04).
           03  WS-FECHA-MM      PIC 9(02).
           03  WS-FECHA-DD      PIC 9(02).

       01  WS-FECHA-EDITADA.
           03  WS-FED-DD        PIC 9(02).
           03  FILLER           PIC X(01)   VALUE '/'.
           03  WS-FED-MM        PIC 9(02).
           03  FILLER           PIC X(01)   VALUE '/'.
           03  WS-FED-SSAA      PIC 9(04).

       77  WS-UMBRAL            PIC 9(09)V99 VALUE 1000000.00.
       77  WS-POR-ESTRATO       PIC 9(02)    VALUE 5.
       77  WS-MAX-POR-ESTRATO   PIC 9(02)    VALUE 10.

       01  WS-REG-PARM.
           03  WS-PARM-FECHA        PIC 9(08).
           03  WS-PARM-UMBRAL       PIC 9(09)V99.
           03  WS-PARM-POR-ESTRATO  PIC 9(02).
           03  WS-PARM-SEMILLA      PIC 9(09).
           03  FILLER               PIC X(10).

      ********  GENERADOR DE NUMEROS AL AZAR  ***************
       77  WS-SEMILLA           PIC 9(10)  VALUE ZEROS.
       77  WS-SEMILLA-INICIAL   PIC 9(10)  VALUE ZEROS.
       77  WS-HORA              PIC 9(08)  VALUE ZEROS.
       77  WS-ALE-PRODUCTO      PIC 9(15)  VALUE ZEROS.
       77  WS-ALE-COCIENTE      PIC 9(15)  VALUE ZEROS.
       77  WS-ALE-RANGO         PIC 9(07)  VALUE ZEROS.
       77  WS-ALE-VALOR         PIC 9(07)  VALUE ZEROS.

      ********  BANDAS DE SALDO (TOPE DE CADA BANDA)  ********
       01  WS-TABLA-BANDAS.
           03  FILLER           PIC 9(09)V99 VALUE 10000.00.
           03  FILLER           PIC 9(09)V99 VALUE 100000.00.
           03  FILLER           PIC 9(09)V99 VALUE 500000.00.
           03  FILLER           PIC 9(09)V99 VALUE 999999999.99.
       01  WS-TABLA-BANDAS-R REDEFINES WS-TABLA-BANDAS.
           03  WS-BANDA-TOPE    PIC 9(09)V99 OCCURS 4 TIMES.

       77  WS-CANT-BANDAS       PIC 9(01)    VALUE 4.
       77  WS-BANDA             PIC 9(01)    VALUE ZEROS.
       77  WS-SALDO-ABS         PIC 9(09)V99 VALUE ZEROS.

      ********  ESTRATOS: SUCURSAL * 4 + BANDA  ***************
       01  WS-TABLA-ESTRATOS.
           03  WS-EST-ENT OCCURS 4000 TIMES.
               05  WS-EST-VISTAS        PIC 9(07).
               05  WS-EST-ELEGIDAS      PIC 9(02).
               05  WS-EST-ELEGIDA OCCURS 10 TIMES.
                   07  WS-EST-SUCURSAL  PIC 9(03).
                   07  WS-EST-CUENTA    PIC 9(08).

       77  WS-MAX-ESTRATOS      PIC 9(04)  VALUE 4000.
       77  WS-SUB-EST           PIC 9(04)  VALUE ZEROS.
       77  WS-SUB-SLOT          PIC 9(02)  VALUE ZEROS.
       77  WS-EST-SUC-LISTAR    PIC 9(03)  VALUE ZEROS.
       77  WS-EST-BANDA-LISTAR  PIC 9(01)  VALUE ZEROS.

      ********  CUENTAS ELEGIDAS  ***************
       77  WS-MAX-MUESTRA       PIC 9(05)  VALUE 9999.
       77  WS-CANT-MUESTRA      PIC 9(05)  VALUE ZEROS.

       01  WS-TABLA-MUESTRA.
           03  WS-MUE-ENT OCCURS 9999 TIMES
                          INDEXED BY WS-IDX-MUE.
               05  WS-MUE-CLAVE.
                   07  WS-MUE-SUCURSAL  PIC 9(03).
                   07  WS-MUE-CUENTA    PIC 9(08).
               05  WS-MUE-MONEDA        PIC 9(02).
               05  WS-MUE-SALDO         PIC S9(09)V99.
               05  WS-MUE-BANDA         PIC 9(01).
               05  WS-MUE-SELECCION     PIC X(01).
               05  WS-MUE-TITULARES     PIC 9(03).
               05  WS-MUE-TUTORES       PIC 9(03).

       77  WS-SELECCION         PIC X(01)  VALUE SPACE.

       01  WS-CLAVE-BUSCADA.
           03  WS-BUS-SUCURSAL  PIC 9(03).
           03  WS-BUS-CUENTA    PIC 9(08).

      ********  CONTADORES DE PROCESO  ***************
       77  WS-CANT-CTAMAE       PIC 9(7)  VALUE ZEROS.
       77  WS-CANT-BAJAS        PIC 9(7)  VALUE ZEROS.
       77  WS-CANT-UMBRAL       PIC 9(7)  VALUE ZEROS.
       77  WS-CANT-SORTEADAS    PIC 9(7)  VALUE ZEROS.
       77  WS-CANT-ESTRATOS     PIC 9(7)  VALUE ZEROS.
       77  WS-CANT-CARTAS       PIC 9(7)  VALUE ZEROS.
       77  WS-CANT-YA-EMITIDAS  PIC 9(7)  VALUE ZEROS.
       77  WS-CANT-NO-EMITIDAS  PIC 9(7)  VALUE ZEROS.
       77  WS-CANT-SIN-TITULAR  PIC 9(7)  VALUE ZEROS.
       77  WS-CANT-SIN-DUENO    PIC 9(5)  VALUE ZEROS.

      ********  LINEAS DEL INFORME  ***************
       01  WS-LIN-TITULO.
           03  FILLER           PIC X(40)
               VALUE 'CONFIRMACION DE SALDOS - AUDITORIA EXTER'.
           03  FILLER           PIC X(10)
               VALUE 'NA - CORTE'.
           03  FILLER           PIC X(01)   VALUE SPACE.
           03  WS-TIT-FECHA     PIC X(10).
           03  FILLER           PIC X(71)   VALUE SPACES.

       01  WS-LIN-PARAMETROS.
           03  FILLER           PIC X(08)   VALUE 'UMBRAL: '.
           03  WS-PAR-UMBRAL    PIC ZZZ,ZZZ,ZZ9.99.
           03  FILLER           PIC X(23)
               VALUE '   CUENTAS POR ESTRATO:'.
           03  WS-PAR-ESTRATO   PIC Z9.
           03  FILLER           PIC X(12)   VALUE '   SEMILLA: '.
           03  WS-PAR-SEMILLA   PIC 9(10).
           03  FILLER           PIC X(63)   VALUE SPACES.

       01  WS-LIN-TIT-ESTRATOS.
           03  FILLER           PIC X(40)
               VALUE 'ESTRATOS MUESTREADOS                    '.
           03  FILLER           PIC X(92)   VALUE SPACES.

       01  WS-LIN-CAB-ESTRATOS.
           03  FILLER           PIC X(40)
               VALUE 'SUC   B  TOPE DE BANDA   CUENTAS  ELEGID'.
           03  FILLER           PIC X(40)
               VALUE 'AS                                      '.
           03  FILLER           PIC X(52)   VALUE SPACES.

       01  WS-LIN-ESTRATO.
           03  WS-LES-SUCURSAL  PIC 999.
           03  FILLER           PIC X(03)   VALUE SPACES.
           03  WS-LES-BANDA     PIC 9.
           03  FILLER           PIC X(01)   VALUE SPACE.
           03  WS-LES-TOPE      PIC ZZZ,ZZZ,ZZ9.99.
           03  FILLER           PIC X(01)   VALUE SPACE.
           03  WS-LES-VISTAS    PIC Z,ZZZ,ZZ9.
           03  FILLER           PIC X(03)   VALUE SPACES.
           03  WS-LES-ELEGIDAS  PIC ZZZ,ZZ9.
           03  FILLER           PIC X(90)   VALUE SPACES.

       01  WS-LIN-TIT-CARTAS.
           03  FILLER           PIC X(40)
               VALUE 'CARTAS DE CONFIRMACION                  '.
           03  FILLER           PIC X(92)   VALUE SPACES.

       01  WS-LIN-CAB-CARTAS.
           03  FILLER           PIC X(40)
               VALUE 'SUC CUENTA   CLIENTE  NOMBRE            '.
           03  FILLER           PIC X(40)
               VALUE '             MO           SALDO B S RESU'.
           03  FILLER           PIC X(40)
               VALUE 'LTADO                                   '.
           03  FILLER           PIC X(12)   VALUE SPACES.

       01  WS-LIN-CARTA.
           03  WS-LCA-SUCURSAL  PIC 999.
           03  FILLER           PIC X(01)   VALUE SPACE.
           03  WS-LCA-CUENTA    PIC 9(08).
           03  FILLER           PIC X(01)   VALUE SPACE.
           03  WS-LCA-CLIENTE   PIC 9(08).
           03  FILLER           PIC X(01)   VALUE SPACE.
           03  WS-LCA-NOMBRE    PIC X(30).
           03  FILLER           PIC X(01)   VALUE SPACE.
           03  WS-LCA-MONEDA    PIC 99.
           03  FILLER           PIC X(01)   VALUE SPACE.
           03  WS-LCA-SALDO     PIC ZZZ,ZZZ,ZZ9.99-.
           03  FILLER           PIC X(01)   VALUE SPACE.
           03  WS-LCA-BANDA     PIC 9.
           03  FILLER           PIC X(01)   VALUE SPACE.
           03  WS-LCA-SELECCION PIC X(01).
           03  FILLER           PIC X(01)   VALUE SPACE.
           03  WS-LCA-RESULTADO PIC X(35).
           03  FILLER           PIC X(21)   VALUE SPACES.

       01  WS-LIN-EXCEPCION.
           03  FILLER           PIC X(40)
               VALUE 'EXCEPCIONES: CUENTAS ELEGIDAS SIN TITULA'.
           03  FILLER           PIC X(10)
               VALUE 'R VIGENTE '.
           03  FILLER           PIC X(40)
               VALUE 'EN CLIXRF (NO SE EMITE CARTA)           '.
           03  FILLER           PIC X(10)
               VALUE '          '.
           03  FILLER           PIC X(32)   VALUE SPACES.

       01  WS-LIN-RESUMEN.
           03  WS-RES-CONCEPTO  PIC X(30)   VALUE SPACES.
           03  WS-RES-CANT      PIC ZZZZZZ9.
           03  FILLER           PIC X(95)   VALUE SPACES.

       01  WS-LIN-BLANCA        PIC X(132)  VALUE SPACES.

      ********  RENGLONES DE LA CARTA  ***************
       01  WS-CAR-REFERENCIA.
           03  FILLER           PIC X(40)   VALUE SPACES.
           03  FILLER           PIC X(12)   VALUE 'REFERENCIA: '.
           03  WS-CRE-FECHA     PIC 9(08).
           03  FILLER           PIC X(01)   VALUE '-'.
           03  WS-CRE-SUCURSAL  PIC 9(03).
           03  FILLER           PIC X(01)   VALUE '-'.
           03  WS-CRE-CUENTA    PIC 9(08).
           03  FILLER           PIC X(01)   VALUE '-'.
           03  WS-CRE-CLIENTE   PIC 9(08).

       01  WS-CAR-DESTINO.
           03  FILLER           PIC X(05)   VALUE SPACES.
           03  WS-CDE-TEXTO     PIC X(35).
           03  FILLER           PIC X(40)   VALUE SPACES.

       01  WS-CAR-LOCALIDAD.
           03  FILLER           PIC X(05)   VALUE SPACES.
           03  WS-CLO-LOCALIDAD PIC X(25).
           03  FILLER           PIC X(05)   VALUE ' CP: '.
           03  WS-CLO-COD-POSTAL PIC X(08).
           03  FILLER           PIC X(37)   VALUE SPACES.

       01  WS-CAR-TEXTO-1       PIC X(80)   VALUE
           'DE NUESTRA CONSIDERACION:'.
       01  WS-CAR-TEXTO-2       PIC X(80)   VALUE
           'NUESTROS AUDITORES EXTERNOS ESTAN EXAMINANDO LOS ESTADOS CON
      -    'TABLES DEL BANCO.'.
       01  WS-CAR-TEXTO-3       PIC X(80)   VALUE
           'LE ROGAMOS CONFIRMAR DIRECTAMENTE A ELLOS EL SALDO DE SU CUE
      -    'NTA SEGUN NUESTROS'.
       01  WS-CAR-TEXTO-4.
           03  FILLER           PIC X(12)   VALUE 'REGISTROS AL'.
           03  FILLER           PIC X(01)   VALUE SPACE.
           03  WS-CT4-FECHA     PIC X(10).
           03  FILLER           PIC X(01)   VALUE ':'.
           03  FILLER           PIC X(56)   VALUE SPACES.

       01  WS-CAR-SALDO.
           03  FILLER           PIC X(05)   VALUE SPACES.
           03  FILLER           PIC X(09)   VALUE 'SUCURSAL '.
           03  WS-CSA-SUCURSAL  PIC 999.
           03  FILLER           PIC X(09)   VALUE '  CUENTA '.
           03  WS-CSA-CUENTA    PIC 9(08).
           03  FILLER           PIC X(09)   VALUE '  MONEDA '.
           03  WS-CSA-MONEDA    PIC 99.
           03  FILLER           PIC X(08)   VALUE '  SALDO '.
           03  WS-CSA-SALDO     PIC ZZZ,ZZZ,ZZ9.99-.
           03  FILLER           PIC X(12)   VALUE SPACES.

       01  WS-CAR-TEXTO-5       PIC X(80)   VALUE
           'SI EL SALDO ES CORRECTO MARQUE CONFORME; SI NO LO ES, INDIQU
      -    'E EL SALDO SEGUN SUS'.
       01  WS-CAR-TEXTO-6       PIC X(80)   VALUE
           'REGISTROS. ESTA CARTA NO ES UN PEDIDO DE PAGO.'.
       01  WS-CAR-TEXTO-7       PIC X(80)   VALUE
           '   ( ) CONFORME      ( ) NO CONFORME - SALDO SEGUN EL CLIENT
      -    'E: ________________'.
       01  WS-CAR-TEXTO-8       PIC X(80)   VALUE
           '   FIRMA: ______________________    ACLARACION: ____________
      -    '__________________'.
       01  WS-CAR-SEPARADOR     PIC X(80)   VALUE ALL '-'.

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
              PERFORM 2500-VOLCAR-ESTRATOS
                        THRU F-2500-VOLCAR-ESTRATOS
           END-IF.

           IF NOT WS-HUBO-ERROR
              PERFORM 3000-EMITIR-CARTAS THRU F-3000-EMITIR-CARTAS
           END-IF.

           IF NOT WS-HUBO-ERROR
              PERFORM 4000-CUENTAS-SIN-TITULAR
                        THRU F-4000-CUENTAS-SIN-TITULAR
           END-IF.

           PERFORM 9999-FINAL    THRU  F-9999-FINAL.

       F-MAIN-PROGRAM. GOBACK.

      **************************************
      *                                    *
      *  PARAMETROS, SEMILLA Y APERTURA    *
      *  DE FILES                          *
      *                                    *
      **************************************
       1000-INICIO.
           ACCEPT WS-FECHA FROM DATE YYYYMMDD.
           ACCEPT WS-HORA  FROM TIME.
           PERFORM 1100-LEER-PARM THRU F-1100-LEER-PARM.

           IF WS-SEMILLA EQUAL ZEROS
              COMPUTE WS-SEMILLA = WS-HORA + 1
           END-IF.
           MOVE WS-SEMILLA TO WS-SEMILLA-INICIAL.

           MOVE WS-FECHA-DD   TO WS-FED-DD.
           MOVE WS-FECHA-MM   TO WS-FED-MM.
           MOVE WS-FECHA-SSAA TO WS-FED-SSAA.

           DISPLAY 'FECHA DE CORTE:      ' WS-FECHA.
           DISPLAY 'UMBRAL:              ' WS-UMBRAL.
           DISPLAY 'CUENTAS POR ESTRATO: ' WS-POR-ESTRATO.
           DISPLAY 'SEMILLA:             ' WS-SEMILLA-INICIAL.

           SET WS-NO-FIN-LECTURA TO TRUE.
           SET WS-NO-HUBO-ERROR  TO TRUE.
           INITIALIZE WS-TABLA-ESTRATOS.

           OPEN INPUT CTAMAE.
           IF WS-CTA-CODE IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN CTAMAE  = ' WS-CTA-CODE
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

           OPEN I-O CONFTRK.
           IF WS-CNF-CODE IS NOT EQUAL '00'
              OPEN OUTPUT CONFTRK
              IF WS-CNF-CODE EQUAL '00'
                 CLOSE CONFTRK
                 OPEN I-O CONFTRK
              END-IF
           END-IF.
           IF WS-CNF-CODE IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN CONFTRK = ' WS-CNF-CODE
              MOVE 9999 TO RETURN-CODE
              SET  WS-FIN-LECTURA TO TRUE
              SET  WS-HUBO-ERROR  TO TRUE
           END-IF.

           OPEN OUTPUT CARTAS.
           IF WS-CAR-CODE IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN CARTAS  = ' WS-CAR-CODE
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

           MOVE WS-FECHA-EDITADA   TO WS-TIT-FECHA.
           MOVE WS-LIN-TITULO      TO REG-INFORME.
           PERFORM 9300-GRABAR-INFORME THRU F-9300-GRABAR-INFORME.
           MOVE WS-UMBRAL          TO WS-PAR-UMBRAL.
           MOVE WS-POR-ESTRATO     TO WS-PAR-ESTRATO.
           MOVE WS-SEMILLA-INICIAL TO WS-PAR-SEMILLA.
           MOVE WS-LIN-PARAMETROS  TO REG-INFORME.
           PERFORM 9300-GRABAR-INFORME THRU F-9300-GRABAR-INFORME.
           MOVE WS-LIN-BLANCA      TO REG-INFORME.
           PERFORM 9300-GRABAR-INFORME THRU F-9300-GRABAR-INFORME.

       F-1000-INICIO.   EXIT.

      **************************************
      *                                    *
      *  LECTURA DEL PARM; EL CAMPO EN     *
      *  CERO TOMA EL VALOR POR OMISION    *
      *                                    *
      **************************************
       1100-LEER-PARM.
           OPEN INPUT PARMS.

           IF WS-PARM-CODE IS NOT EQUAL '00'
              DISPLAY '* SIN PARM, SE TOMAN LOS VALORES POR OMISION'
              GO TO F-1100-LEER-PARM
           END-IF.

           READ PARMS INTO WS-REG-PARM.

           IF WS-PARM-CODE IS NOT EQUAL '00'
              DISPLAY '* PARM VACIO, SE TOMAN LOS VALORES POR OMISION'
              CLOSE PARMS
              GO TO F-1100-LEER-PARM
           END-IF.

           IF WS-PARM-FECHA IS NUMERIC AND
              WS-PARM-FECHA GREATER ZEROS
              MOVE WS-PARM-FECHA TO WS-FECHA
           END-IF.

           IF WS-PARM-UMBRAL IS NUMERIC AND
              WS-PARM-UMBRAL GREATER ZEROS
              MOVE WS-PARM-UMBRAL TO WS-UMBRAL
           END-IF.

           IF WS-PARM-POR-ESTRATO IS NUMERIC AND
              WS-PARM-POR-ESTRATO GREATER ZEROS
              MOVE WS-PARM-POR-ESTRATO TO WS-POR-ESTRATO
           END-IF.

           IF WS-POR-ESTRATO GREATER WS-MAX-POR-ESTRATO
              DISPLAY '* CUENTAS POR ESTRATO LIMITADAS A '
                      WS-MAX-POR-ESTRATO
              MOVE WS-MAX-POR-ESTRATO TO WS-POR-ESTRATO
           END-IF.

           IF WS-PARM-SEMILLA IS NUMERIC
              MOVE WS-PARM-SEMILLA TO WS-SEMILLA
           END-IF.

           CLOSE PARMS.

       F-1100-LEER-PARM. EXIT.

      **************************************
      *                                    *
      *  PASADA POR CTAMAE: LAS CUENTAS    *
      *  SOBRE EL UMBRAL ENTRAN SIEMPRE,   *
      *  LAS DEMAS AL SORTEO DEL ESTRATO   *
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
              SET WS-HUBO-ERROR  TO TRUE
              GO TO F-2000-PROCESO
           END-IF.

           ADD 1 TO WS-CANT-CTAMAE.

           IF CTA-BAJA
              ADD 1 TO WS-CANT-BAJAS
              GO TO F-2000-PROCESO
           END-IF.

           IF CTA-IMPORTE LESS ZEROS
              COMPUTE WS-SALDO-ABS = CTA-IMPORTE * -1
           ELSE
              MOVE CTA-IMPORTE TO WS-SALDO-ABS
           END-IF.

           IF WS-SALDO-ABS NOT LESS WS-UMBRAL
              MOVE ZEROS TO WS-BANDA
              MOVE 'U'   TO WS-SELECCION
              PERFORM 2100-AGREGAR-MUESTRA THRU F-2100-AGREGAR-MUESTRA
              GO TO F-2000-PROCESO
           END-IF.

           MOVE 1 TO WS-BANDA.
           PERFORM 2250-AVANZAR-BANDA THRU F-2250-AVANZAR-BANDA
                   UNTIL WS-BANDA NOT LESS WS-CANT-BANDAS
                   OR WS-SALDO-ABS NOT GREATER
                                   WS-BANDA-TOPE (WS-BANDA).

           COMPUTE WS-SUB-EST = CTA-SUCURSAL * WS-CANT-BANDAS
                              + WS-BANDA.

           PERFORM 2300-MUESTREAR-ESTRATO
                     THRU F-2300-MUESTREAR-ESTRATO.

       F-2000-PROCESO. EXIT.

      **************************************
      *                                    *
      *  AGREGA LA CUENTA DE CTAMAE A LA   *
      *  TABLA DE CUENTAS ELEGIDAS         *
      *                                    *
      **************************************
       2100-AGREGAR-MUESTRA.
           IF WS-CANT-MUESTRA NOT LESS WS-MAX-MUESTRA
              DISPLAY '* TABLA DE CUENTAS ELEGIDAS LLENA, NO SE '
                      'EMITEN CARTAS'
              MOVE 9999 TO RETURN-CODE
              SET WS-FIN-LECTURA TO TRUE
              SET WS-HUBO-ERROR  TO TRUE
              GO TO F-2100-AGREGAR-MUESTRA
           END-IF.

           ADD 1 TO WS-CANT-MUESTRA.
           SET WS-IDX-MUE TO WS-CANT-MUESTRA.
           MOVE CTA-SUCURSAL TO WS-MUE-SUCURSAL (WS-IDX-MUE).
           MOVE CTA-CUENTA   TO WS-MUE-CUENTA (WS-IDX-MUE).
           MOVE CTA-MONEDA   TO WS-MUE-MONEDA (WS-IDX-MUE).
           MOVE CTA-IMPORTE  TO WS-MUE-SALDO (WS-IDX-MUE).
           MOVE WS-BANDA     TO WS-MUE-BANDA (WS-IDX-MUE).
           MOVE WS-SELECCION TO WS-MUE-SELECCION (WS-IDX-MUE).
           MOVE ZEROS        TO WS-MUE-TITULARES (WS-IDX-MUE)
                                WS-MUE-TUTORES (WS-IDX-MUE).

           IF WS-SELECCION EQUAL 'U'
              ADD 1 TO WS-CANT-UMBRAL
           ELSE
              ADD 1 TO WS-CANT-SORTEADAS
           END-IF.

       F-2100-AGREGAR-MUESTRA. EXIT.

       2250-AVANZAR-BANDA.
           ADD 1 TO WS-BANDA.

       F-2250-AVANZAR-BANDA. EXIT.

      **************************************
      *                                    *
      *  RESERVORIO DEL ESTRATO: LAS N     *
      *  PRIMERAS ENTRAN; LA K-ESIMA       *
      *  REEMPLAZA A UNA AL AZAR SI EL     *
      *  SORTEO ENTRE 1 Y K DA N O MENOS   *
      *                                    *
      **************************************
       2300-MUESTREAR-ESTRATO.
           ADD 1 TO WS-EST-VISTAS (WS-SUB-EST).

           IF WS-EST-VISTAS (WS-SUB-EST) NOT GREATER WS-POR-ESTRATO
              ADD 1 TO WS-EST-ELEGIDAS (WS-SUB-EST)
              MOVE WS-EST-ELEGIDAS (WS-SUB-EST) TO WS-SUB-SLOT
              MOVE CTA-SUCURSAL
                         TO WS-EST-SUCURSAL (WS-SUB-EST, WS-SUB-SLOT)
              MOVE CTA-CUENTA
                         TO WS-EST-CUENTA (WS-SUB-EST, WS-SUB-SLOT)
              GO TO F-2300-MUESTREAR-ESTRATO
           END-IF.

           MOVE WS-EST-VISTAS (WS-SUB-EST) TO WS-ALE-RANGO.
           PERFORM 8500-ALEATORIO THRU F-8500-ALEATORIO.

           IF WS-ALE-VALOR NOT GREATER WS-POR-ESTRATO
              MOVE WS-ALE-VALOR TO WS-SUB-SLOT
              MOVE CTA-SUCURSAL
                         TO WS-EST-SUCURSAL (WS-SUB-EST, WS-SUB-SLOT)
              MOVE CTA-CUENTA
                         TO WS-EST-CUENTA (WS-SUB-EST, WS-SUB-SLOT)
           END-IF.

       F-2300-MUESTREAR-ESTRATO. EXIT.

      **************************************
      *                                    *
      *  LISTA CADA ESTRATO Y PASA SUS     *
      *  CUENTAS SORTEADAS A LA TABLA DE   *
      *  ELEGIDAS CON SU SALDO DE CTAMAE   *
      *                                    *
      **************************************
       2500-VOLCAR-ESTRATOS.
           MOVE WS-LIN-TIT-ESTRATOS TO REG-INFORME.
           PERFORM 9300-GRABAR-INFORME THRU F-9300-GRABAR-INFORME.
           MOVE WS-LIN-CAB-ESTRATOS TO REG-INFORME.
           PERFORM 9300-GRABAR-INFORME THRU F-9300-GRABAR-INFORME.

           PERFORM 2510-VOLCAR-ESTRATO THRU F-2510-VOLCAR-ESTRATO
                   VARYING WS-SUB-EST FROM 1 BY 1
                   UNTIL WS-SUB-EST GREATER WS-MAX-ESTRATOS
                   OR WS-HUBO-ERROR.

           MOVE WS-LIN-BLANCA TO REG-INFORME.
           PERFORM 9300-GRABAR-INFORME THRU F-9300-GRABAR-INFORME.

       F-2500-VOLCAR-ESTRATOS. EXIT.

       2510-VOLCAR-ESTRATO.
           IF WS-EST-VISTAS (WS-SUB-EST) EQUAL ZEROS
              GO TO F-2510-VOLCAR-ESTRATO
           END-IF.

           ADD 1 TO WS-CANT-ESTRATOS.

           COMPUTE WS-EST-SUC-LISTAR =
                   (WS-SUB-EST - 1) / WS-CANT-BANDAS.
           COMPUTE WS-EST-BANDA-LISTAR = WS-SUB-EST
                   - (WS-EST-SUC-LISTAR * WS-CANT-BANDAS).

           MOVE WS-EST-SUC-LISTAR             TO WS-LES-SUCURSAL.
           MOVE WS-EST-BANDA-LISTAR           TO WS-LES-BANDA.
           MOVE WS-BANDA-TOPE (WS-EST-BANDA-LISTAR) TO WS-LES-TOPE.
           MOVE WS-EST-VISTAS (WS-SUB-EST)    TO WS-LES-VISTAS.
           MOVE WS-EST-ELEGIDAS (WS-SUB-EST)  TO WS-LES-ELEGIDAS.
           MOVE WS-LIN-ESTRATO                TO REG-INFORME.
           PERFORM 9300-GRABAR-INFORME THRU F-9300-GRABAR-INFORME.

           MOVE WS-EST-BANDA-LISTAR TO WS-BANDA.
           MOVE 'M'                 TO WS-SELECCION.

           PERFORM 2520-RELEER-ELEGIDA THRU F-2520-RELEER-ELEGIDA
                   VARYING WS-SUB-SLOT FROM 1 BY 1
                   UNTIL WS-SUB-SLOT GREATER
                                     WS-EST-ELEGIDAS (WS-SUB-EST)
                   OR WS-HUBO-ERROR.

       F-2510-VOLCAR-ESTRATO. EXIT.

       2520-RELEER-ELEGIDA.
           MOVE WS-EST-SUCURSAL (WS-SUB-EST, WS-SUB-SLOT)
                                       TO CTA-SUCURSAL.
           MOVE WS-EST-CUENTA (WS-SUB-EST, WS-SUB-SLOT)
                                       TO CTA-CUENTA.

           READ CTAMAE
                INVALID KEY
                   DISPLAY '* ERROR EN RELECTURA CTAMAE = '
                           WS-CTA-CODE ' ' CTA-CLAVE
                   MOVE 9999 TO RETURN-CODE
                   SET WS-HUBO-ERROR TO TRUE
                   GO TO F-2520-RELEER-ELEGIDA
           END-READ.

           PERFORM 2100-AGREGAR-MUESTRA THRU F-2100-AGREGAR-MUESTRA.

       F-2520-RELEER-ELEGIDA. EXIT.

      **************************************
      *                                    *
      *  PASADA POR CLIXRF: UNA CARTA POR  *
      *  CADA DUENO VIGENTE DE UNA CUENTA  *
      *  ELEGIDA; SI ALGUNA QUEDA SIN      *
      *  DUENO, SEGUNDA PASADA PARA SUS    *
      *  TUTORES                           *
      *                                    *
      **************************************
       3000-EMITIR-CARTAS.
           MOVE WS-LIN-TIT-CARTAS TO REG-INFORME.
           PERFORM 9300-GRABAR-INFORME THRU F-9300-GRABAR-INFORME.
           MOVE WS-LIN-CAB-CARTAS TO REG-INFORME.
           PERFORM 9300-GRABAR-INFORME THRU F-9300-GRABAR-INFORME.

           IF WS-CANT-MUESTRA EQUAL ZEROS
              GO TO F-3000-EMITIR-CARTAS
           END-IF.

           SET WS-NO-FIN-VINCULOS TO TRUE.

           PERFORM 3100-LEER-VINCULO THRU F-3100-LEER-VINCULO
                   UNTIL WS-FIN-VINCULOS.

           IF WS-HUBO-ERROR
              GO TO F-3000-EMITIR-CARTAS
           END-IF.

           MOVE ZEROS TO WS-CANT-SIN-DUENO.
           PERFORM 3700-CONTAR-SIN-DUENO THRU F-3700-CONTAR-SIN-DUENO
                   VARYING WS-IDX-MUE FROM 1 BY 1
                   UNTIL WS-IDX-MUE GREATER WS-CANT-MUESTRA.

           IF WS-CANT-SIN-DUENO EQUAL ZEROS
              GO TO F-3000-EMITIR-CARTAS
           END-IF.

           SET WS-NO-FIN-VINCULOS TO TRUE.
           MOVE LOW-VALUES TO XRF-CLAVE.
           START CLIXRF KEY IS NOT LESS XRF-CLAVE
                 INVALID KEY SET WS-FIN-VINCULOS TO TRUE
           END-START.

           PERFORM 3750-LEER-TUTOR THRU F-3750-LEER-TUTOR
                   UNTIL WS-FIN-VINCULOS.

       F-3000-EMITIR-CARTAS. EXIT.

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
              SET WS-HUBO-ERROR   TO TRUE
              GO TO F-3100-LEER-VINCULO
           END-IF.

           IF NOT XRF-VIGENTE
              GO TO F-3100-LEER-VINCULO
           END-IF.

      *    FIRMANTES Y TUTORES NO SON DUENOS DEL SALDO
           IF NOT XRF-ROL-DUENO AND NOT XRF-ROL-SIN-INFORMAR
              GO TO F-3100-LEER-VINCULO
           END-IF.

           PERFORM 3150-BUSCAR-CUENTA THRU F-3150-BUSCAR-CUENTA.

           IF WS-IDX-MUE GREATER WS-CANT-MUESTRA
              GO TO F-3100-LEER-VINCULO
           END-IF.

           ADD 1 TO WS-MUE-TITULARES (WS-IDX-MUE).

           PERFORM 3250-EMITIR-CARTA THRU F-3250-EMITIR-CARTA.

       F-3100-LEER-VINCULO. EXIT.

      **************************************
      *                                    *
      *  CARTA AL CLIENTE DEL VINCULO, O   *
      *  SU MOTIVO DE NO EMISION           *
      *                                    *
      **************************************
       3250-EMITIR-CARTA.
           PERFORM 3200-DATOS-CLIENTE THRU F-3200-DATOS-CLIENTE.

           EVALUATE TRUE
               WHEN WS-CLIENTE-EMITIBLE
                  PERFORM 3300-REGISTRAR-CARTA
                            THRU F-3300-REGISTRAR-CARTA
               WHEN WS-CLIENTE-DADO-BAJA
                  MOVE 'NO EMITIDA: CLIENTE BAJA O FUSION'
                                          TO WS-LCA-RESULTADO
                  PERFORM 3600-NO-EMITIDA THRU F-3600-NO-EMITIDA
               WHEN WS-CLIENTE-SIN-DOMIC
                  MOVE 'NO EMITIDA: SIN DOMICILIO POSTAL'
                                          TO WS-LCA-RESULTADO
                  PERFORM 3600-NO-EMITIDA THRU F-3600-NO-EMITIDA
               WHEN OTHER
                  MOVE 'NO EMITIDA: CLIENTE INEXISTENTE'
                                          TO WS-LCA-RESULTADO
                  PERFORM 3600-NO-EMITIDA THRU F-3600-NO-EMITIDA
           END-EVALUATE.

       F-3250-EMITIR-CARTA. EXIT.

      **************************************
      *                                    *
      *  UBICA LA CUENTA DEL VINCULO EN LA *
      *  TABLA; SI NO ESTA EL INDICE QUEDA *
      *  PASADO DEL ULTIMO ELEMENTO        *
      *                                    *
      **************************************
       3150-BUSCAR-CUENTA.
           MOVE XRF-SUCURSAL TO WS-BUS-SUCURSAL.
           MOVE XRF-CUENTA   TO WS-BUS-CUENTA.

           SET WS-IDX-MUE TO 1.
           PERFORM 3160-AVANZAR-CUENTA THRU F-3160-AVANZAR-CUENTA
                   UNTIL WS-IDX-MUE GREATER WS-CANT-MUESTRA
                   OR WS-MUE-CLAVE (WS-IDX-MUE)
                                EQUAL WS-CLAVE-BUSCADA.

       F-3150-BUSCAR-CUENTA. EXIT.

       3160-AVANZAR-CUENTA.
           SET WS-IDX-MUE UP BY 1.

       F-3160-AVANZAR-CUENTA. EXIT.

      **************************************
      *                                    *
      *  NOMBRE Y DOMICILIO DEL TITULAR    *
      *                                    *
      **************************************
       3200-DATOS-CLIENTE.
           MOVE XRF-CLIENTE TO CLI-CLIENTE.
           READ CLIMAE
                INVALID KEY
                   SET WS-CLIENTE-INEXISTENTE TO TRUE
                   GO TO F-3200-DATOS-CLIENTE
           END-READ.

           EVALUATE TRUE
               WHEN CLI-BAJA OR CLI-FUSIONADO
                  SET WS-CLIENTE-DADO-BAJA    TO TRUE
               WHEN CLI-DOM-CALLE EQUAL SPACES OR
                    CLI-DOM-LOCALIDAD EQUAL SPACES
                  SET WS-CLIENTE-SIN-DOMIC    TO TRUE
               WHEN OTHER
                  SET WS-CLIENTE-EMITIBLE     TO TRUE
           END-EVALUATE.

       F-3200-DATOS-CLIENTE. EXIT.

      **************************************
      *                                    *
      *  REGISTRA LA CARTA EN CONFTRK Y LA *
      *  IMPRIME; LA YA REGISTRADA PARA    *
      *  ESTE CORTE NO SE REPITE           *
      *                                    *
      **************************************
       3300-REGISTRAR-CARTA.
           MOVE CLI-NOMBRE                      TO WS-LCA-NOMBRE.
           MOVE SPACES                          TO REG-CONFTRK.
           MOVE WS-FECHA                        TO CNF-FECHA-CORTE.
           MOVE WS-MUE-SUCURSAL (WS-IDX-MUE)    TO CNF-SUCURSAL.
           MOVE WS-MUE-CUENTA (WS-IDX-MUE)      TO CNF-CUENTA.
           MOVE CLI-CLIENTE                     TO CNF-CLIENTE.
           MOVE WS-MUE-MONEDA (WS-IDX-MUE)      TO CNF-MONEDA.
           MOVE WS-MUE-SALDO (WS-IDX-MUE)       TO CNF-SALDO.
           MOVE WS-MUE-BANDA (WS-IDX-MUE)       TO CNF-BANDA.
           MOVE WS-MUE-SELECCION (WS-IDX-MUE)   TO CNF-SELECCION.
           MOVE WS-FECHA                        TO CNF-FECHA-EMISION.
           SET CNF-EMITIDA                      TO TRUE.
           MOVE ZEROS                           TO CNF-FECHA-RESPUESTA
                                                   CNF-SALDO-CLIENTE
                                                   CNF-DIFERENCIA.
           MOVE CLI-NOMBRE                      TO CNF-NOMBRE.

           WRITE REG-CONFTRK
                 INVALID KEY
                    ADD 1 TO WS-CANT-YA-EMITIDAS
                    MOVE 'YA EMITIDA PARA ESTE CORTE'
                                          TO WS-LCA-RESULTADO
                    PERFORM 3500-LINEA-CARTA THRU F-3500-LINEA-CARTA
                    GO TO F-3300-REGISTRAR-CARTA
           END-WRITE.

           IF WS-CNF-CODE IS NOT EQUAL '00'
              DISPLAY '* ERROR EN WRITE CONFTRK = ' WS-CNF-CODE
              MOVE 9999 TO RETURN-CODE
              SET WS-FIN-VINCULOS TO TRUE
              SET WS-HUBO-ERROR   TO TRUE
              GO TO F-3300-REGISTRAR-CARTA
           END-IF.

           PERFORM 3400-IMPRIMIR-CARTA THRU F-3400-IMPRIMIR-CARTA.

           ADD 1 TO WS-CANT-CARTAS.
           MOVE 'EMITIDA'                 TO WS-LCA-RESULTADO.
           PERFORM 3500-LINEA-CARTA THRU F-3500-LINEA-CARTA.

       F-3300-REGISTRAR-CARTA. EXIT.

      **************************************
      *                                    *
      *  IMPRIME LA CARTA DE CONFIRMACION  *
      *  AL TITULAR                        *
      *                                    *
      **************************************
       3400-IMPRIMIR-CARTA.
           MOVE CNF-FECHA-CORTE    TO WS-CRE-FECHA.
           MOVE CNF-SUCURSAL       TO WS-CRE-SUCURSAL.
           MOVE CNF-CUENTA         TO WS-CRE-CUENTA.
           MOVE CNF-CLIENTE        TO WS-CRE-CLIENTE.
           MOVE WS-CAR-REFERENCIA  TO REG-CARTA.
           PERFORM 9500-GRABAR-CARTA THRU F-9500-GRABAR-CARTA.
           MOVE SPACES             TO REG-CARTA.
           PERFORM 9500-GRABAR-CARTA THRU F-9500-GRABAR-CARTA.

           MOVE CLI-NOMBRE         TO WS-CDE-TEXTO.
           MOVE WS-CAR-DESTINO     TO REG-CARTA.
           PERFORM 9500-GRABAR-CARTA THRU F-9500-GRABAR-CARTA.
           MOVE CLI-DOM-CALLE      TO WS-CDE-TEXTO.
           MOVE WS-CAR-DESTINO     TO REG-CARTA.
           PERFORM 9500-GRABAR-CARTA THRU F-9500-GRABAR-CARTA.
           MOVE CLI-DOM-LOCALIDAD  TO WS-CLO-LOCALIDAD.
           MOVE CLI-DOM-COD-POSTAL TO WS-CLO-COD-POSTAL.
           MOVE WS-CAR-LOCALIDAD   TO REG-CARTA.
           PERFORM 9500-GRABAR-CARTA THRU F-9500-GRABAR-CARTA.
           MOVE SPACES             TO REG-CARTA.
           PERFORM 9500-GRABAR-CARTA THRU F-9500-GRABAR-CARTA.

           MOVE WS-CAR-TEXTO-1     TO REG-CARTA.
           PERFORM 9500-GRABAR-CARTA THRU F-9500-GRABAR-CARTA.
           MOVE WS-CAR-TEXTO-2     TO REG-CARTA.
           PERFORM 9500-GRABAR-CARTA THRU F-9500-GRABAR-CARTA.
           MOVE WS-CAR-TEXTO-3     TO REG-CARTA.
           PERFORM 9500-GRABAR-CARTA THRU F-9500-GRABAR-CARTA.
           MOVE WS-FECHA-EDITADA   TO WS-CT4-FECHA.
           MOVE WS-CAR-TEXTO-4     TO REG-CARTA.
           PERFORM 9500-GRABAR-CARTA THRU F-9500-GRABAR-CARTA.
           MOVE SPACES             TO REG-CARTA.
           PERFORM 9500-GRABAR-CARTA THRU F-9500-GRABAR-CARTA.

           MOVE CNF-SUCURSAL       TO WS-CSA-SUCURSAL.
           MOVE CNF-CUENTA         TO WS-CSA-CUENTA.
           MOVE CNF-MONEDA         TO WS-CSA-MONEDA.
           MOVE CNF-SALDO          TO WS-CSA-SALDO.
           MOVE WS-CAR-SALDO       TO REG-CARTA.
           PERFORM 9500-GRABAR-CARTA THRU F-9500-GRABAR-CARTA.
           MOVE SPACES             TO REG-CARTA.
           PERFORM 9500-GRABAR-CARTA THRU F-9500-GRABAR-CARTA.

           MOVE WS-CAR-TEXTO-5     TO REG-CARTA.
           PERFORM 9500-GRABAR-CARTA THRU F-9500-GRABAR-CARTA.
           MOVE WS-CAR-TEXTO-6     TO REG-CARTA.
           PERFORM 9500-GRABAR-CARTA THRU F-9500-GRABAR-CARTA.
           MOVE SPACES             TO REG-CARTA.
           PERFORM 9500-GRABAR-CARTA THRU F-9500-GRABAR-CARTA.
           MOVE WS-CAR-TEXTO-7     TO REG-CARTA.
           PERFORM 9500-GRABAR-CARTA THRU F-9500-GRABAR-CARTA.
           MOVE SPACES             TO REG-CARTA.
           PERFORM 9500-GRABAR-CARTA THRU F-9500-GRABAR-CARTA.
           MOVE WS-CAR-TEXTO-8     TO REG-CARTA.
           PERFORM 9500-GRABAR-CARTA THRU F-9500-GRABAR-CARTA.
           MOVE SPACES             TO REG-CARTA.
           PERFORM 9500-GRABAR-CARTA THRU F-9500-GRABAR-CARTA.
           MOVE WS-CAR-SEPARADOR   TO REG-CARTA.
           PERFORM 9500-GRABAR-CARTA THRU F-9500-GRABAR-CARTA.

       F-3400-IMPRIMIR-CARTA. EXIT.

      **************************************
      *                                    *
      *  RENGLON DEL INFORME POR CUENTA Y  *
      *  TITULAR                           *
      *                                    *
      **************************************
       3500-LINEA-CARTA.
           MOVE WS-MUE-SUCURSAL (WS-IDX-MUE)  TO WS-LCA-SUCURSAL.
           MOVE WS-MUE-CUENTA (WS-IDX-MUE)    TO WS-LCA-CUENTA.
           MOVE XRF-CLIENTE                   TO WS-LCA-CLIENTE.
           MOVE WS-MUE-MONEDA (WS-IDX-MUE)    TO WS-LCA-MONEDA.
           MOVE WS-MUE-SALDO (WS-IDX-MUE)     TO WS-LCA-SALDO.
           MOVE WS-MUE-BANDA (WS-IDX-MUE)     TO WS-LCA-BANDA.
           MOVE WS-MUE-SELECCION (WS-IDX-MUE) TO WS-LCA-SELECCION.
           MOVE WS-LIN-CARTA                  TO REG-INFORME.
           PERFORM 9300-GRABAR-INFORME THRU F-9300-GRABAR-INFORME.

       F-3500-LINEA-CARTA. EXIT.

       3600-NO-EMITIDA.
           ADD 1 TO WS-CANT-NO-EMITIDAS.

           IF WS-CLIENTE-INEXISTENTE
              MOVE SPACES     TO WS-LCA-NOMBRE
           ELSE
              MOVE CLI-NOMBRE TO WS-LCA-NOMBRE
           END-IF.

           PERFORM 3500-LINEA-CARTA THRU F-3500-LINEA-CARTA.

           IF RETURN-CODE LESS 4
              MOVE 4 TO RETURN-CODE
           END-IF.

       F-3600-NO-EMITIDA. EXIT.

       3700-CONTAR-SIN-DUENO.
           IF WS-MUE-TITULARES (WS-IDX-MUE) EQUAL ZEROS
              ADD 1 TO WS-CANT-SIN-DUENO
           END-IF.

       F-3700-CONTAR-SIN-DUENO. EXIT.

      **************************************
      *                                    *
      *  SEGUNDA PASADA POR CLIXRF: CARTA  *
      *  AL TUTOR O CURADOR VIGENTE DE LA  *
      *  CUENTA ELEGIDA QUE NO TIENE       *
      *  NINGUN DUENO VIGENTE              *
      *                                    *
      **************************************
       3750-LEER-TUTOR.
           READ CLIXRF NEXT RECORD
                AT END
                   SET WS-FIN-VINCULOS TO TRUE
                   GO TO F-3750-LEER-TUTOR
           END-READ.

           IF WS-XRF-CODE IS NOT EQUAL '00'
              DISPLAY '* ERROR EN LECTURA CLIXRF = ' WS-XRF-CODE
              MOVE 9999 TO RETURN-CODE
              SET WS-FIN-VINCULOS TO TRUE
              SET WS-HUBO-ERROR   TO TRUE
              GO TO F-3750-LEER-TUTOR
           END-IF.

           IF NOT XRF-VIGENTE OR NOT XRF-TUTOR
              GO TO F-3750-LEER-TUTOR
           END-IF.

           PERFORM 3150-BUSCAR-CUENTA THRU F-3150-BUSCAR-CUENTA.

           IF WS-IDX-MUE GREATER WS-CANT-MUESTRA
              GO TO F-3750-LEER-TUTOR
           END-IF.

           IF WS-MUE-TITULARES (WS-IDX-MUE) GREATER ZEROS
              GO TO F-3750-LEER-TUTOR
           END-IF.

           ADD 1 TO WS-MUE-TUTORES (WS-IDX-MUE).

           PERFORM 3250-EMITIR-CARTA THRU F-3250-EMITIR-CARTA.

       F-3750-LEER-TUTOR. EXIT.

      **************************************
      *                                    *
      *  SECCION DE EXCEPCIONES: CUENTAS   *
      *  ELEGIDAS SIN TITULAR VIGENTE      *
      *                                    *
      **************************************
       4000-CUENTAS-SIN-TITULAR.
           MOVE WS-LIN-BLANCA     TO REG-INFORME.
           PERFORM 9300-GRABAR-INFORME THRU F-9300-GRABAR-INFORME.
           MOVE WS-LIN-EXCEPCION  TO REG-INFORME.
           PERFORM 9300-GRABAR-INFORME THRU F-9300-GRABAR-INFORME.
           MOVE WS-LIN-CAB-CARTAS TO REG-INFORME.
           PERFORM 9300-GRABAR-INFORME THRU F-9300-GRABAR-INFORME.

           PERFORM 4100-CUENTA-SIN-TITULAR
                     THRU F-4100-CUENTA-SIN-TITULAR
                   VARYING WS-IDX-MUE FROM 1 BY 1
                   UNTIL WS-IDX-MUE GREATER WS-CANT-MUESTRA.

       F-4000-CUENTAS-SIN-TITULAR. EXIT.

       4100-CUENTA-SIN-TITULAR.
           IF WS-MUE-TITULARES (WS-IDX-MUE) GREATER ZEROS OR
              WS-MUE-TUTORES (WS-IDX-MUE) GREATER ZEROS
              GO TO F-4100-CUENTA-SIN-TITULAR
           END-IF.

           ADD 1 TO WS-CANT-SIN-TITULAR.
           MOVE ZEROS  TO XRF-CLIENTE.
           MOVE SPACES TO WS-LCA-NOMBRE.
           MOVE 'NO EMITIDA: SIN TITULAR VIGENTE' TO WS-LCA-RESULTADO.
           PERFORM 3500-LINEA-CARTA THRU F-3500-LINEA-CARTA.

           IF RETURN-CODE LESS 4
              MOVE 4 TO RETURN-CODE
           END-IF.

       F-4100-CUENTA-SIN-TITULAR. EXIT.

      **************************************
      *                                    *
      *  NUMERO AL AZAR ENTRE 1 Y          *
      *  WS-ALE-RANGO (GENERADOR           *
      *  CONGRUENCIAL MULTIPLICATIVO)      *
      *                                    *
      **************************************
       8500-ALEATORIO.
           COMPUTE WS-ALE-PRODUCTO = WS-SEMILLA * 16807.
           DIVIDE WS-ALE-PRODUCTO BY 2147483647
                  GIVING WS-ALE-COCIENTE REMAINDER WS-SEMILLA.

           DIVIDE WS-SEMILLA BY WS-ALE-RANGO
                  GIVING WS-ALE-COCIENTE REMAINDER WS-ALE-VALOR.
           ADD 1 TO WS-ALE-VALOR.

       F-8500-ALEATORIO. EXIT.

      **************************************
      *                                    *
      *  RESUMEN Y CIERRE DE FILES         *
      *                                    *
      **************************************
       9999-FINAL.
           IF NOT WS-HUBO-ERROR
              MOVE WS-LIN-BLANCA TO REG-INFORME
              PERFORM 9300-GRABAR-INFORME THRU F-9300-GRABAR-INFORME
              MOVE 'CUENTAS LEIDAS EN CTAMAE'   TO WS-RES-CONCEPTO
              MOVE WS-CANT-CTAMAE               TO WS-RES-CANT
              PERFORM 9400-LINEA-RESUMEN THRU F-9400-LINEA-RESUMEN
              MOVE 'CUENTAS DADAS DE BAJA'      TO WS-RES-CONCEPTO
              MOVE WS-CANT-BAJAS                TO WS-RES-CANT
              PERFORM 9400-LINEA-RESUMEN THRU F-9400-LINEA-RESUMEN
              MOVE 'ESTRATOS CON CUENTAS'       TO WS-RES-CONCEPTO
              MOVE WS-CANT-ESTRATOS             TO WS-RES-CANT
              PERFORM 9400-LINEA-RESUMEN THRU F-9400-LINEA-RESUMEN
              MOVE 'CUENTAS SOBRE EL UMBRAL'    TO WS-RES-CONCEPTO
              MOVE WS-CANT-UMBRAL               TO WS-RES-CANT
              PERFORM 9400-LINEA-RESUMEN THRU F-9400-LINEA-RESUMEN
              MOVE 'CUENTAS SORTEADAS'          TO WS-RES-CONCEPTO
              MOVE WS-CANT-SORTEADAS            TO WS-RES-CANT
              PERFORM 9400-LINEA-RESUMEN THRU F-9400-LINEA-RESUMEN
              MOVE 'CARTAS EMITIDAS'            TO WS-RES-CONCEPTO
              MOVE WS-CANT-CARTAS               TO WS-RES-CANT
              PERFORM 9400-LINEA-RESUMEN THRU F-9400-LINEA-RESUMEN
              MOVE 'CARTAS YA EMITIDAS ANTES'   TO WS-RES-CONCEPTO
              MOVE WS-CANT-YA-EMITIDAS          TO WS-RES-CANT
              PERFORM 9400-LINEA-RESUMEN THRU F-9400-LINEA-RESUMEN
              MOVE 'CARTAS NO EMITIDAS'         TO WS-RES-CONCEPTO
              MOVE WS-CANT-NO-EMITIDAS          TO WS-RES-CANT
              PERFORM 9400-LINEA-RESUMEN THRU F-9400-LINEA-RESUMEN
              MOVE 'CUENTAS SIN TITULAR VIGENTE' TO WS-RES-CONCEPTO
              MOVE WS-CANT-SIN-TITULAR          TO WS-RES-CANT
              PERFORM 9400-LINEA-RESUMEN THRU F-9400-LINEA-RESUMEN
           END-IF.

           CLOSE CTAMAE.
           IF WS-CTA-CODE IS NOT EQUAL '00'
              DISPLAY '* ERROR EN CLOSE CTAMAE  = ' WS-CTA-CODE
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

           CLOSE CONFTRK.
           IF WS-CNF-CODE IS NOT EQUAL '00'
              DISPLAY '* ERROR EN CLOSE CONFTRK = ' WS-CNF-CODE
              MOVE 9999 TO RETURN-CODE
           END-IF.

           CLOSE CARTAS.
           IF WS-CAR-CODE IS NOT EQUAL '00'
              DISPLAY '* ERROR EN CLOSE CARTAS  = ' WS-CAR-CODE
              MOVE 9999 TO RETURN-CODE
           END-IF.

           CLOSE INFORME.
           IF WS-INF-CODE IS NOT EQUAL '00'
              DISPLAY '* ERROR EN CLOSE INFORME = ' WS-INF-CODE
              MOVE 9999 TO RETURN-CODE
           END-IF.

           DISPLAY '************************** '.
           DISPLAY 'CUENTAS LEIDAS          : ' WS-CANT-CTAMAE.
           DISPLAY 'CUENTAS SOBRE EL UMBRAL : ' WS-CANT-UMBRAL.
           DISPLAY 'CUENTAS SORTEADAS       : ' WS-CANT-SORTEADAS.
           DISPLAY 'CARTAS EMITIDAS         : ' WS-CANT-CARTAS.
           DISPLAY 'CARTAS YA EMITIDAS      : ' WS-CANT-YA-EMITIDAS.
           DISPLAY 'CARTAS NO EMITIDAS      : ' WS-CANT-NO-EMITIDAS.
           DISPLAY 'CUENTAS SIN TITULAR     : ' WS-CANT-SIN-TITULAR.

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
      *  GRABA UN RENGLON DE LA CARTA      *
      *                                    *
      **************************************
       9500-GRABAR-CARTA.
           WRITE REG-CARTA.
           IF WS-CAR-CODE IS NOT EQUAL '00'
              DISPLAY '* ERROR EN WRITE CARTAS = ' WS-CAR-CODE
              MOVE 9999 TO RETURN-CODE
              SET WS-FIN-VINCULOS TO TRUE
              SET WS-HUBO-ERROR   TO TRUE
           END-IF.

       F-9500-GRABAR-CARTA. EXIT.
