       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMENMAS.
       AUTHOR.        D. CAZABAT.
       INSTALLATION.  CURSO CODEKI.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.
      **********************************************************
      *                                                        *
      *  GENERADOR DE DATOS DE PRUEBA ENMASCARADOS PARA LOS    *
      *  AMBIENTES DE SIMULACION Y DE CORRIDA PARALELA         *
      *  (PGMCOMPA): TOMA UN CORTE DE PRODUCCION Y LO GRABA EN *
      *  ARCHIVOS SECUENCIALES (DDMSKxxx, MISMO LARGO QUE EL   *
      *  ORIGINAL) PARA CARGAR LOS ARCHIVOS DE PRUEBA.         *
      *                                                        *
      *  CORTE: LAS SUCURSALES DEL PARM (SIN LISTA, TODAS) Y   *
      *  DENTRO DE ELLAS UN PORCENTAJE DE LAS CUENTAS, TOMADAS *
      *  A INTERVALOS PAREJOS EN ORDEN DE CLAVE (100 = TODAS   *
      *  LAS CUENTAS DE LA SUCURSAL).                          *
      *                                                        *
      *  ENMASCARADO, EL MISMO EN TODOS LOS ARCHIVOS PARA QUE  *
      *  LAS REFERENCIAS CRUZADAS SIGAN CERRANDO:              *
      *    - NUMERO DE CUENTA: SE RENUMERA POR ENCIMA DEL      *
      *      MAYOR NUMERO REAL DE LA SUCURSAL (CTAMAE, ENTRADA *
      *      Y EL PROXIMO DE NUMCTL), EN EL MISMO ORDEN, ASI   *
      *      NINGUN NUMERO ENMASCARADO PUEDE SER DE UNA CUENTA *
      *      REAL. SE APLICA A CTAMAE, ENTRADA, CLIXRF, OFIREG *
      *      Y MOVHIS CON LA TABLA DE TRABAJO MAPCTA.          *
      *    - CUIT: CADA CUIT REAL DISTINTO RECIBE UNO '99' +   *
      *      SECUENCIA (TIPO INEXISTENTE) VIA LA TABLA MAPCUI, *
      *      ASI LOS CLIENTES QUE COMPARTEN CUIT LO SIGUEN     *
      *      COMPARTIENDO.                                     *
      *    - NOMBRE, CORREO, TELEFONO Y CALLE DEL CLIENTE SE   *
      *      ARMAN CON EL NUMERO DE CLIENTE; EL EXPEDIENTE DEL *
      *      OFICIO CON UNA SECUENCIA.                         *
      *  NUMERO DE CLIENTE, SALDOS, IMPORTES Y FECHAS NO SE    *
      *  TOCAN: LOS TOTALES POR SUCURSAL DEL CORTE SIGUEN      *
      *  CUADRANDO. SI ENTRADA TRAE HEADER Y TRAILER (VER      *
      *  PGMRECEP), EL TRAILER SE RECALCULA CON LO GRABADO.    *
      *  DDMSKNUM LLEVA NUMCTL DE LAS SUCURSALES DEL CORTE CON *
      *  EL PROXIMO NUMERO POR ENCIMA DE LOS ENMASCARADOS.     *
      *                                                        *
      *  AL TERMINAR RELEE TODA LA SALIDA Y EL INFORME DE      *
      *  CONTROL PRUEBA QUE NINGUN NUMERO DE CUENTA NI CUIT    *
      *  REAL SOBREVIVIO (CADA CUENTA SE BUSCA EN CTAMAE REAL  *
      *  Y CADA CUIT EN MAPCUI, QUE TIENE TODOS LOS CUIT DE    *
      *  CLIMAE) Y QUE CANTIDADES Y SALDOS GRABADOS POR        *
      *  SUCURSAL SON LOS ELEGIDOS. CUALQUIER DATO REAL O      *
      *  DESCUADRE TERMINA CON RC 8: LA SALIDA NO SE ENTREGA.  *
      *                                                        *
      *  PARM (OBLIGATORIO): PORCENTAJE 9(3) (001 A 100), UN   *
      *  BLANCO Y HASTA 20 SUCURSALES 9(3) SEGUIDAS.           *
      *                                                        *
      *  MAPCTA, MAPCLI Y MAPCUI SON ARCHIVOS DE TRABAJO QUE   *
      *  SE VACIAN AL EMPEZAR; TIENEN LA CORRESPONDENCIA CON   *
      *  LOS DATOS REALES Y SE BORRAN AL TERMINAR EL JOB.      *
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

             SELECT NUMCTL  ASSIGN DDNUMCTL
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS SEQUENTIAL
                    RECORD KEY IS NUM-SUCURSAL
                    FILE STATUS IS WS-NUM-CODE.

             SELECT CTAMAE  ASSIGN DDCTAMAE
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS CTA-CLAVE
                    FILE STATUS IS WS-CTA-CODE.

             SELECT ENTRADA ASSIGN DDENTRA
                    FILE STATUS IS WS-ENT-CODE.

             SELECT CLIXRF  ASSIGN DDCLIXRF
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS SEQUENTIAL
                    RECORD KEY IS XRF-CLAVE
                    FILE STATUS IS WS-XRF-CODE.

             SELECT CLIMAE  ASSIGN DDCLIMAE
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS SEQUENTIAL
                    RECORD KEY IS CLI-CLIENTE
                    FILE STATUS IS WS-CLI-CODE.

             SELECT OFIREG  ASSIGN DDOFIREG
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS SEQUENTIAL
                    RECORD KEY IS OFI-CLAVE
                    FILE STATUS IS WS-OFI-CODE.

             SELECT MOVHIS  ASSIGN DDMOVHIS
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS SEQUENTIAL
                    RECORD KEY IS MOH-CLAVE
                    FILE STATUS IS WS-MOH-CODE.

             SELECT MAPCTA  ASSIGN DDMAPCTA
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS MCT-CLAVE
                    FILE STATUS IS WS-MCT-CODE.

             SELECT MAPCLI  ASSIGN DDMAPCLI
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS MCL-CLIENTE
                    FILE STATUS IS WS-MCL-CODE.

             SELECT MAPCUI  ASSIGN DDMAPCUI
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS MCU-CUIT-REAL
                    FILE STATUS IS WS-MCU-CODE.

             SELECT MSKCTA  ASSIGN DDMSKCTA
                    FILE STATUS IS WS-SCT-CODE.

             SELECT MSKENT  ASSIGN DDMSKENT
                    FILE STATUS IS WS-SEN-CODE.

             SELECT MSKXRF  ASSIGN DDMSKXRF
                    FILE STATUS IS WS-SXR-CODE.

             SELECT MSKCLI  ASSIGN DDMSKCLI
                    FILE STATUS IS WS-SCL-CODE.

             SELECT MSKOFI  ASSIGN DDMSKOFI
                    FILE STATUS IS WS-SOF-CODE.

             SELECT MSKMOV  ASSIGN DDMSKMOV
                    FILE STATUS IS WS-SMO-CODE.

             SELECT MSKNUM  ASSIGN DDMSKNUM
                    FILE STATUS IS WS-SNU-CODE.

             SELECT INFORME ASSIGN DDINFORM
                    FILE STATUS IS WS-INF-CODE.

             SELECT PARMS   ASSIGN DDPARM
                    FILE STATUS IS WS-PARM-CODE.

       DATA DIVISION.
       FILE SECTION.
       FD NUMCTL.

       01 REG-NUMCTL.
           03  NUM-SUCURSAL        PIC 9(03).
           03  NUM-PROXIMA         PIC 9(08).
           03  NUM-FECHA-ULT-USO   PIC 9(08).
           03  FILLER              PIC X(11).

       FD CTAMAE.

           COPY CPCTAMA.

       FD ENTRADA
            BLOCK CONTAINS 0 RECORDS
            RECORDING MODE IS F.

       01 REG-ENTRADA    PIC X(38).

       FD CLIXRF.

           COPY CPCLIXR.

       FD CLIMAE.

           COPY CPCLIMA.

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

      ********  CUENTA REAL -> CUENTA ENMASCARADA  *********
      ********  (CERO: LA CUENTA QUEDO FUERA DEL CORTE)  **
       FD MAPCTA.

       01 REG-MAPCTA.
           03  MCT-CLAVE.
               05  MCT-SUCURSAL    PIC 9(03).
               05  MCT-CUENTA      PIC 9(08).
           03  MCT-CUENTA-MASC     PIC 9(08).
           03  FILLER              PIC X(01).

      ********  CLIENTES VINCULADOS A CUENTAS DEL CORTE  **
       FD MAPCLI.

       01 REG-MAPCLI.
           03  MCL-CLIENTE         PIC 9(08).
           03  FILLER              PIC X(02).

      ********  TODO CUIT REAL DE CLIMAE -> CUIT ENMASCARADO  *
      ********  (BLANCO: SU CLIENTE NO ENTRO EN EL CORTE)  ***
       FD MAPCUI.

       01 REG-MAPCUI.
           03  MCU-CUIT-REAL       PIC X(11).
           03  MCU-CUIT-MASC       PIC X(11).
           03  FILLER              PIC X(02).

       FD MSKCTA
            BLOCK CONTAINS 0 RECORDS
            RECORDING MODE IS F.

       01 REG-MSKCTA     PIC X(150).

       FD MSKENT
            BLOCK CONTAINS 0 RECORDS
            RECORDING MODE IS F.

       01 REG-MSKENT     PIC X(38).

       FD MSKXRF
            BLOCK CONTAINS 0 RECORDS
            RECORDING MODE IS F.

       01 REG-MSKXRF     PIC X(40).

       FD MSKCLI
            BLOCK CONTAINS 0 RECORDS
            RECORDING MODE IS F.

       01 REG-MSKCLI     PIC X(240).

       FD MSKOFI
            BLOCK CONTAINS 0 RECORDS
            RECORDING MODE IS F.

       01 REG-MSKOFI     PIC X(60).

       FD MSKMOV
            BLOCK CONTAINS 0 RECORDS
            RECORDING MODE IS F.

       01 REG-MSKMOV     PIC X(60).

       FD MSKNUM
            BLOCK CONTAINS 0 RECORDS
            RECORDING MODE IS F.

       01 REG-MSKNUM     PIC X(30).

       FD INFORME
            BLOCK CONTAINS 0 RECORDS
            RECORDING MODE IS F.

       01 REG-INFORME    PIC X(132).

       FD PARMS
            BLOCK CONTAINS 0 RECORDS
            RECORDING MODE IS F.

       01 REG-PARM       PIC X(80).

      **************************************
       WORKING-STORAGE SECTION.
      **************************************
       77  FILLER        PIC X(26) VALUE '* INICIO WORKING-STORAGE *'.
       77  FILLER        PIC X(26) VALUE '* CODIGOS RETORNO FILES  *'.
       77  WS-NUM-CODE      PIC XX    VALUE SPACES.
       77  WS-CTA-CODE      PIC XX    VALUE SPACES.
       77  WS-ENT-CODE      PIC XX    VALUE SPACES.
       77  WS-XRF-CODE      PIC XX    VALUE SPACES.
       77  WS-CLI-CODE      PIC XX    VALUE SPACES.
       77  WS-OFI-CODE      PIC XX    VALUE SPACES.
       77  WS-MOH-CODE      PIC XX    VALUE SPACES.
       77  WS-MCT-CODE      PIC XX    VALUE SPACES.
       77  WS-MCL-CODE      PIC XX    VALUE SPACES.
       77  WS-MCU-CODE      PIC XX    VALUE SPACES.
       77  WS-SCT-CODE      PIC XX    VALUE SPACES.
       77  WS-SEN-CODE      PIC XX    VALUE SPACES.
       77  WS-SXR-CODE      PIC XX    VALUE SPACES.
       77  WS-SCL-CODE      PIC XX    VALUE SPACES.
       77  WS-SOF-CODE      PIC XX    VALUE SPACES.
       77  WS-SMO-CODE      PIC XX    VALUE SPACES.
       77  WS-SNU-CODE      PIC XX    VALUE SPACES.
       77  WS-INF-CODE      PIC XX    VALUE SPACES.
       77  WS-PARM-CODE     PIC XX    VALUE SPACES.

       01  WS-STATUS-FIN    PIC X     VALUE 'N'.
           88  WS-FIN-LECTURA         VALUE 'Y'.
           88  WS-NO-FIN-LECTURA      VALUE 'N'.

       01  WS-SWITCH-ERROR  PIC X     VALUE 'N'.
           88  WS-HUBO-ERROR          VALUE 'S'.
           88  WS-NO-HUBO-ERROR       VALUE 'N'.

       01  WS-SWITCH-CTAMAE PIC X     VALUE 'N'.
           88  WS-CTAMAE-ABIERTO      VALUE 'S'.

       01  WS-SWITCH-MAPAS  PIC X     VALUE 'N'.
           88  WS-MAPAS-ABIERTOS      VALUE 'S'.

       01  WS-SWITCH-CUENTA PIC X     VALUE 'N'.
           88  WS-CUENTA-ELEGIDA      VALUE 'S'.
           88  WS-CUENTA-DESCARTADA   VALUE 'N'.

       01  WS-SWITCH-TIT-REAL PIC X   VALUE 'N'.
           88  WS-TIT-REAL-IMPRESO    VALUE 'S'.

       01  WS-FECHA             PIC 9(08)  VALUE ZEROS.

      ********  PARM: PORCENTAJE Y SUCURSALES DEL CORTE  ****
       01  WS-REG-PARM.
           03  WS-PARM-PORCENTAJE  PIC 9(03).
           03  FILLER              PIC X(01).
           03  WS-PARM-SUC         PIC 9(03)  OCCURS 20 TIMES.
           03  FILLER              PIC X(16).

       77  WS-PORCENTAJE        PIC 9(03)  VALUE ZEROS.
       77  WS-CANT-SUC-PARM     PIC 9(02)  VALUE ZEROS.
       77  WS-IND-PARM          PIC 9(02)  VALUE ZEROS.
       77  WS-IND-SUC           PIC 9(04)  VALUE ZEROS.

      ********  SITUACION DE CADA SUCURSAL (INDICE = CODIGO)  **
       01  WS-TABLA-SUC.
           03  WS-TSU              OCCURS 999 TIMES.
               05  WS-TSU-ELEGIDA      PIC X(01).
                   88  WS-TSU-SUC-ELEGIDA       VALUE 'S'.
               05  WS-TSU-ACUM         PIC 9(03).
               05  WS-TSU-TOPE         PIC 9(08).
               05  WS-TSU-PROX         PIC 9(09).
               05  WS-TSU-CTA-PROD     PIC 9(07).
               05  WS-TSU-CTA-SEL      PIC 9(07).
               05  WS-TSU-IMP-SEL      PIC S9(11)V99.
               05  WS-TSU-CTA-GRA      PIC 9(07).
               05  WS-TSU-IMP-GRA      PIC S9(11)V99.
               05  WS-TSU-ENT-SEL      PIC 9(07).
               05  WS-TSU-ENT-IMP-SEL  PIC S9(11)V99.
               05  WS-TSU-ENT-GRA      PIC 9(07).
               05  WS-TSU-ENT-IMP-GRA  PIC S9(11)V99.

       77  WS-CUENTA-MASC       PIC 9(08)  VALUE ZEROS.
       77  WS-MAX-CUENTA        PIC 9(09)  VALUE 99999999.

      ********  DATOS ENMASCARADOS  ***************
       01  WS-CUIT-MASC.
           03  FILLER              PIC X(02)  VALUE '99'.
           03  WS-CUM-SECUENCIA    PIC 9(09)  VALUE ZEROS.

       01  WS-NOMBRE-MASC.
           03  FILLER              PIC X(18)  VALUE
               'CLIENTE DE PRUEBA '.
           03  WS-NOM-CLIENTE      PIC 9(08)  VALUE ZEROS.
           03  FILLER              PIC X(04)  VALUE SPACES.

       01  WS-EMAIL-MASC.
           03  FILLER              PIC X(07)  VALUE 'PRUEBA.'.
           03  WS-EMA-CLIENTE      PIC 9(08)  VALUE ZEROS.
           03  FILLER              PIC X(35)  VALUE
               '@EJEMPLO.INVALID'.

       01  WS-TELEFONO-MASC.
           03  FILLER              PIC X(05)  VALUE '00000'.
           03  WS-TEL-CLIENTE      PIC 9(08)  VALUE ZEROS.
           03  FILLER              PIC X(02)  VALUE SPACES.

       01  WS-CALLE-MASC.
           03  FILLER              PIC X(16)  VALUE
               'CALLE DE PRUEBA '.
           03  WS-CAL-CLIENTE      PIC 9(08)  VALUE ZEROS.
           03  FILLER              PIC X(11)  VALUE SPACES.

       01  WS-EXPTE-MASC.
           03  FILLER              PIC X(03)  VALUE 'EXP'.
           03  WS-EXP-SECUENCIA    PIC 9(09)  VALUE ZEROS.

      ********  TRAILER DE ENTRADA RECALCULADO  **********
       77  WS-ENT-DATOS-GRA     PIC 9(09)     VALUE ZEROS.
       77  WS-ENT-TOTAL-GRA     PIC S9(11)V99 VALUE ZEROS.

      ********  DATO A VERIFICAR EN LA SALIDA  ***********
       01  WS-VERIFICACION.
           03  WS-VER-ARCHIVO      PIC X(08)  VALUE SPACES.
           03  WS-VER-SUCURSAL     PIC 9(03)  VALUE ZEROS.
           03  WS-VER-CUENTA       PIC 9(08)  VALUE ZEROS.
           03  WS-VER-IMPORTE      PIC S9(11)V99 VALUE ZEROS.

      ********  CONTADORES DE PROCESO  ***************
       77  WS-LEI-CTA           PIC 9(09)  VALUE ZEROS.
       77  WS-GRA-CTA           PIC 9(09)  VALUE ZEROS.
       77  WS-LEI-ENT           PIC 9(09)  VALUE ZEROS.
       77  WS-GRA-ENT           PIC 9(09)  VALUE ZEROS.
       77  WS-LEI-XRF           PIC 9(09)  VALUE ZEROS.
       77  WS-GRA-XRF           PIC 9(09)  VALUE ZEROS.
       77  WS-LEI-CLI           PIC 9(09)  VALUE ZEROS.
       77  WS-GRA-CLI           PIC 9(09)  VALUE ZEROS.
       77  WS-LEI-OFI           PIC 9(09)  VALUE ZEROS.
       77  WS-GRA-OFI           PIC 9(09)  VALUE ZEROS.
       77  WS-LEI-MOV           PIC 9(09)  VALUE ZEROS.
       77  WS-GRA-MOV           PIC 9(09)  VALUE ZEROS.
       77  WS-GRA-NUM           PIC 9(09)  VALUE ZEROS.
       77  WS-CANT-VERIFICADOS  PIC 9(09)  VALUE ZEROS.
       77  WS-CANT-CTA-REALES   PIC 9(09)  VALUE ZEROS.
       77  WS-CANT-CUIT-REALES  PIC 9(09)  VALUE ZEROS.
       77  WS-CANT-DESCUADRES   PIC 9(05)  VALUE ZEROS.
       77  WS-CANT-SIN-NUMERO   PIC 9(09)  VALUE ZEROS.
       77  WS-CANT-SUC-INVALIDA PIC 9(09)  VALUE ZEROS.

      ********  LINEAS DEL INFORME  ***************
       01  WS-LIN-TITULO.
           03  FILLER           PIC X(46)  VALUE
               'GENERACION DE DATOS DE PRUEBA ENMASCARADOS -  '.
           03  FILLER           PIC X(07)  VALUE 'FECHA '.
           03  WS-TIT-FECHA     PIC 9(08).
           03  FILLER           PIC X(16)  VALUE
               '   PORCENTAJE: '.
           03  WS-TIT-PORCENTAJE PIC ZZ9.
           03  FILLER           PIC X(19)  VALUE
               '   SUCURSALES: '.
           03  WS-TIT-SUCURSALES PIC X(10)  VALUE SPACES.
           03  FILLER           PIC X(23)  VALUE SPACES.

       01  WS-LIN-TIT-REAL.
           03  FILLER           PIC X(50)  VALUE
               'DATOS REALES ENCONTRADOS EN LA SALIDA             '.
           03  FILLER           PIC X(82)  VALUE SPACES.

       01  WS-LIN-REAL.
           03  FILLER           PIC X(10)  VALUE 'ARCHIVO: '.
           03  WS-REA-ARCHIVO   PIC X(08).
           03  FILLER           PIC X(07)  VALUE '  SUC: '.
           03  WS-REA-SUCURSAL  PIC 9(03).
           03  FILLER           PIC X(10)  VALUE '  NUMERO: '.
           03  WS-REA-NUMERO    PIC 9(08).
           03  FILLER           PIC X(02)  VALUE SPACES.
           03  WS-REA-MOTIVO    PIC X(50).
           03  FILLER           PIC X(34)  VALUE SPACES.

       01  WS-LIN-SUBTITULO.
           03  FILLER           PIC X(50)  VALUE
               'SUC  CTAS PROD  ELEGIDAS  NRO DESDE  NRO HASTA    '.
           03  FILLER           PIC X(50)  VALUE
               ' SALDO ELEGIDO   SALDO GRABADO ENTRADA ELEGIDA EN'.
           03  FILLER           PIC X(32)  VALUE
               'TRADA GRABADA ESTADO            '.

       01  WS-LIN-SUCURSAL.
           03  WS-SUC-CODIGO    PIC 9(03).
           03  FILLER           PIC X(02)  VALUE SPACES.
           03  WS-SUC-PROD      PIC ZZZ,ZZ9.
           03  FILLER           PIC X(03)  VALUE SPACES.
           03  WS-SUC-SEL       PIC ZZZ,ZZ9.
           03  FILLER           PIC X(02)  VALUE SPACES.
           03  WS-SUC-DESDE     PIC 9(08).
           03  FILLER           PIC X(03)  VALUE SPACES.
           03  WS-SUC-HASTA     PIC 9(08).
           03  FILLER           PIC X(01)  VALUE SPACES.
           03  WS-SUC-IMP-SEL   PIC -ZZZ,ZZZ,ZZ9.99.
           03  FILLER           PIC X(01)  VALUE SPACES.
           03  WS-SUC-IMP-GRA   PIC -ZZZ,ZZZ,ZZ9.99.
           03  FILLER           PIC X(01)  VALUE SPACES.
           03  WS-SUC-ENT-SEL   PIC -ZZZ,ZZZ,ZZ9.99.
           03  FILLER           PIC X(01)  VALUE SPACES.
           03  WS-SUC-ENT-GRA   PIC -ZZZ,ZZZ,ZZ9.99.
           03  FILLER           PIC X(01)  VALUE SPACES.
           03  WS-SUC-ESTADO    PIC X(10).
           03  FILLER           PIC X(14)  VALUE SPACES.

       01  WS-LIN-RESUMEN.
           03  WS-RES-TEXTO     PIC X(40).
           03  WS-RES-VALOR     PIC ZZZ,ZZZ,ZZ9.
           03  FILLER           PIC X(81)   VALUE SPACES.

       01  WS-LIN-VEREDICTO.
           03  WS-VED-TEXTO     PIC X(80).
           03  FILLER           PIC X(52)   VALUE SPACES.

       01  WS-LIN-BLANCA        PIC X(132)  VALUE SPACES.

      ********  REGISTRO DE ENTRADA Y SUS VISTAS  ***************
       01  WS-REG-RECIBIDO.
           03  WS-RCB-TIPO-REG      PIC X(03).
               88  WS-RCB-ES-HEADER           VALUE 'HDR'.
               88  WS-RCB-ES-TRAILER          VALUE 'TRL'.
           03  FILLER               PIC X(35).

       01  WS-REG-TRAILER REDEFINES WS-REG-RECIBIDO.
           03  FILLER               PIC X(03).
           03  WS-TRL-ID-ARCHIVO    PIC X(12).
           03  WS-TRL-CANT-REG      PIC 9(09).
           03  WS-TRL-TOTAL-IMPORTE PIC S9(11)V99.
           03  FILLER               PIC X(01).

       77  FILLER        PIC X(26) VALUE '* LAYOUT ENTRADA CUENTAS *'.
      **************************************
               COPY CPSUCU.
      **************************************

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

           PERFORM 2000-CALCULAR-TOPES
                     THRU F-2000-CALCULAR-TOPES.

           PERFORM 3000-ENMASCARAR-CTAMAE
                     THRU F-3000-ENMASCARAR-CTAMAE.

           PERFORM 4000-ENMASCARAR-ENTRADA
                     THRU F-4000-ENMASCARAR-ENTRADA.

           PERFORM 5000-ENMASCARAR-CLIXRF
                     THRU F-5000-ENMASCARAR-CLIXRF.

           PERFORM 5500-ENMASCARAR-CLIMAE
                     THRU F-5500-ENMASCARAR-CLIMAE.

           PERFORM 6000-ENMASCARAR-OFIREG
                     THRU F-6000-ENMASCARAR-OFIREG.

           PERFORM 6500-ENMASCARAR-MOVHIS
                     THRU F-6500-ENMASCARAR-MOVHIS.

           PERFORM 7000-GRABAR-NUMCTL
                     THRU F-7000-GRABAR-NUMCTL.

           PERFORM 8000-VERIFICAR-SALIDA
                     THRU F-8000-VERIFICAR-SALIDA.

           PERFORM 9999-FINAL    THRU  F-9999-FINAL.

       F-MAIN-PROGRAM. GOBACK.

      **************************************
      *                                    *
      *  PARM, INFORME, CTAMAE Y ARCHIVOS  *
      *  DE TRABAJO                        *
      *                                    *
      **************************************
       1000-INICIO.
           ACCEPT WS-FECHA FROM DATE YYYYMMDD.
           INITIALIZE WS-TABLA-SUC.
           DISPLAY 'FECHA:    '  WS-FECHA.

           OPEN OUTPUT INFORME.
           IF WS-INF-CODE IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN INFORME = ' WS-INF-CODE
              MOVE 9999 TO RETURN-CODE
              SET WS-HUBO-ERROR TO TRUE
              GO TO F-1000-INICIO
           END-IF.

           PERFORM 1100-LEER-PARM THRU F-1100-LEER-PARM.

           MOVE WS-FECHA       TO WS-TIT-FECHA.
           MOVE WS-PORCENTAJE  TO WS-TIT-PORCENTAJE.
           IF WS-CANT-SUC-PARM EQUAL ZEROS
              MOVE 'TODAS'      TO WS-TIT-SUCURSALES
           ELSE
              MOVE 'DEL PARM'   TO WS-TIT-SUCURSALES
           END-IF.
           MOVE WS-LIN-TITULO TO REG-INFORME.
           PERFORM 9300-GRABAR-INFORME THRU F-9300-GRABAR-INFORME.
           MOVE WS-LIN-BLANCA TO REG-INFORME.
           PERFORM 9300-GRABAR-INFORME THRU F-9300-GRABAR-INFORME.

           IF WS-HUBO-ERROR
              GO TO F-1000-INICIO
           END-IF.

           OPEN INPUT CTAMAE.
           IF WS-CTA-CODE IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN CTAMAE  = ' WS-CTA-CODE
              MOVE 9999 TO RETURN-CODE
              SET WS-HUBO-ERROR TO TRUE
              GO TO F-1000-INICIO
           END-IF.

           SET WS-CTAMAE-ABIERTO TO TRUE.

           PERFORM 1200-ABRIR-TRABAJO THRU F-1200-ABRIR-TRABAJO.

       F-1000-INICIO.   EXIT.

      **************************************
      *                                    *
      *  PORCENTAJE Y SUCURSALES DEL CORTE *
      *  POR PARM; SIN PARM VALIDO NO SE   *
      *  GENERA NADA (RC 8)                *
      *                                    *
      **************************************
       1100-LEER-PARM.
           OPEN INPUT PARMS.

           IF WS-PARM-CODE IS NOT EQUAL '00'
              DISPLAY '* PARM NO DISPONIBLE, NO SE GENERA EL CORTE'
              MOVE 8 TO RETURN-CODE
              SET WS-HUBO-ERROR TO TRUE
              GO TO F-1100-LEER-PARM
           END-IF.

           MOVE SPACES TO WS-REG-PARM.
           READ PARMS INTO WS-REG-PARM.

           IF WS-PARM-CODE IS NOT EQUAL '00'
              DISPLAY '* PARM VACIO, NO SE GENERA EL CORTE'
              MOVE 8 TO RETURN-CODE
              SET WS-HUBO-ERROR TO TRUE
              GO TO 1100-CERRAR
           END-IF.

           IF WS-PARM-PORCENTAJE IS NOT NUMERIC OR
              WS-PARM-PORCENTAJE EQUAL ZEROS OR
              WS-PARM-PORCENTAJE GREATER 100
              DISPLAY '* PORCENTAJE INVALIDO EN PARM: '
                      WS-PARM-PORCENTAJE
              MOVE 8 TO RETURN-CODE
              SET WS-HUBO-ERROR TO TRUE
              GO TO 1100-CERRAR
           END-IF.

           MOVE WS-PARM-PORCENTAJE TO WS-PORCENTAJE.
           DISPLAY '* PORCENTAJE DE CUENTAS POR SUCURSAL: '
                   WS-PORCENTAJE.

           PERFORM 1150-MARCAR-SUCURSAL THRU F-1150-MARCAR-SUCURSAL
                   VARYING WS-IND-PARM FROM 1 BY 1
                   UNTIL WS-IND-PARM GREATER 20.

           IF WS-CANT-SUC-PARM EQUAL ZEROS
              DISPLAY '* SIN SUCURSALES EN PARM, SE TOMAN TODAS'
              PERFORM 1160-MARCAR-TODAS THRU F-1160-MARCAR-TODAS
                      VARYING WS-IND-SUC FROM 1 BY 1
                      UNTIL WS-IND-SUC GREATER 999
           END-IF.

       1100-CERRAR.
           CLOSE PARMS.

       F-1100-LEER-PARM. EXIT.

       1150-MARCAR-SUCURSAL.
           IF WS-PARM-SUC (WS-IND-PARM) IS NOT NUMERIC OR
              WS-PARM-SUC (WS-IND-PARM) EQUAL ZEROS
              GO TO F-1150-MARCAR-SUCURSAL
           END-IF.

           MOVE WS-PARM-SUC (WS-IND-PARM) TO WS-IND-SUC.
           MOVE 'S' TO WS-TSU-ELEGIDA (WS-IND-SUC).
           ADD 1 TO WS-CANT-SUC-PARM.
           DISPLAY '* SUCURSAL DEL CORTE: ' WS-PARM-SUC (WS-IND-PARM).

       F-1150-MARCAR-SUCURSAL. EXIT.

       1160-MARCAR-TODAS.
           MOVE 'S' TO WS-TSU-ELEGIDA (WS-IND-SUC).

       F-1160-MARCAR-TODAS. EXIT.

      **************************************
      *                                    *
      *  VACIA Y ABRE LOS ARCHIVOS DE      *
      *  TRABAJO CON LAS CORRESPONDENCIAS  *
      *                                    *
      **************************************
       1200-ABRIR-TRABAJO.
           OPEN OUTPUT MAPCTA.
           IF WS-MCT-CODE IS EQUAL '00'
              CLOSE MAPCTA
              OPEN I-O MAPCTA
           END-IF.
           IF WS-MCT-CODE IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN MAPCTA  = ' WS-MCT-CODE
              MOVE 9999 TO RETURN-CODE
              SET WS-HUBO-ERROR TO TRUE
              GO TO F-1200-ABRIR-TRABAJO
           END-IF.

           OPEN OUTPUT MAPCLI.
           IF WS-MCL-CODE IS EQUAL '00'
              CLOSE MAPCLI
              OPEN I-O MAPCLI
           END-IF.
           IF WS-MCL-CODE IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN MAPCLI  = ' WS-MCL-CODE
              MOVE 9999 TO RETURN-CODE
              SET WS-HUBO-ERROR TO TRUE
              CLOSE MAPCTA
              GO TO F-1200-ABRIR-TRABAJO
           END-IF.

           OPEN OUTPUT MAPCUI.
           IF WS-MCU-CODE IS EQUAL '00'
              CLOSE MAPCUI
              OPEN I-O MAPCUI
           END-IF.
           IF WS-MCU-CODE IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN MAPCUI  = ' WS-MCU-CODE
              MOVE 9999 TO RETURN-CODE
              SET WS-HUBO-ERROR TO TRUE
              CLOSE MAPCTA
              CLOSE MAPCLI
              GO TO F-1200-ABRIR-TRABAJO
           END-IF.

           SET WS-MAPAS-ABIERTOS TO TRUE.

       F-1200-ABRIR-TRABAJO. EXIT.

      **************************************
      *                                    *
      *  MAYOR NUMERO DE CUENTA REAL DE    *
      *  CADA SUCURSAL (NUMCTL, CTAMAE Y   *
      *  ENTRADA): LOS ENMASCARADOS SE     *
      *  NUMERAN DESDE EL SIGUIENTE        *
      *                                    *
      **************************************
       2000-CALCULAR-TOPES.
           IF WS-HUBO-ERROR
              GO TO F-2000-CALCULAR-TOPES
           END-IF.

           OPEN INPUT NUMCTL.
           IF WS-NUM-CODE IS NOT EQUAL '00'
              DISPLAY '* NUMCTL NO DISPONIBLE = ' WS-NUM-CODE
                      ', TOPES SOLO POR CTAMAE Y ENTRADA'
              IF RETURN-CODE LESS 4
                 MOVE 4 TO RETURN-CODE
              END-IF
           ELSE
              SET WS-NO-FIN-LECTURA TO TRUE
              PERFORM 2100-LEER-NUMCTL THRU F-2100-LEER-NUMCTL
                      UNTIL WS-FIN-LECTURA
              CLOSE NUMCTL
           END-IF.

           SET WS-NO-FIN-LECTURA TO TRUE.
           MOVE LOW-VALUES TO CTA-CLAVE.
           START CTAMAE KEY IS NOT LESS CTA-CLAVE
                 INVALID KEY SET WS-FIN-LECTURA TO TRUE
           END-START.
           PERFORM 2200-LEER-CTAMAE-TOPE
                     THRU F-2200-LEER-CTAMAE-TOPE
                   UNTIL WS-FIN-LECTURA.

           IF WS-HUBO-ERROR
              GO TO F-2000-CALCULAR-TOPES
           END-IF.

           OPEN INPUT ENTRADA.
           IF WS-ENT-CODE IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN ENTRADA = ' WS-ENT-CODE
              MOVE 9999 TO RETURN-CODE
              SET WS-HUBO-ERROR TO TRUE
              GO TO F-2000-CALCULAR-TOPES
           END-IF.

           SET WS-NO-FIN-LECTURA TO TRUE.
           PERFORM 2300-LEER-ENTRADA-TOPE
                     THRU F-2300-LEER-ENTRADA-TOPE
                   UNTIL WS-FIN-LECTURA.
           CLOSE ENTRADA.

           PERFORM 2400-INICIAR-NUMERACION
                     THRU F-2400-INICIAR-NUMERACION
                   VARYING WS-IND-SUC FROM 1 BY 1
                   UNTIL WS-IND-SUC GREATER 999.

       F-2000-CALCULAR-TOPES. EXIT.

       2100-LEER-NUMCTL.
           READ NUMCTL NEXT RECORD
                AT END
                   SET WS-FIN-LECTURA TO TRUE
                   GO TO F-2100-LEER-NUMCTL
           END-READ.

           IF WS-NUM-CODE IS NOT EQUAL '00'
              DISPLAY '* ERROR EN LECTURA NUMCTL = ' WS-NUM-CODE
              MOVE 9999 TO RETURN-CODE
              SET WS-HUBO-ERROR TO TRUE
              SET WS-FIN-LECTURA TO TRUE
              GO TO F-2100-LEER-NUMCTL
           END-IF.

           IF NUM-SUCURSAL EQUAL ZEROS OR
              NUM-PROXIMA IS NOT NUMERIC OR
              NUM-PROXIMA EQUAL ZEROS
              GO TO F-2100-LEER-NUMCTL
           END-IF.

           MOVE NUM-SUCURSAL TO WS-IND-SUC.
           IF NUM-PROXIMA - 1 GREATER WS-TSU-TOPE (WS-IND-SUC)
              COMPUTE WS-TSU-TOPE (WS-IND-SUC) = NUM-PROXIMA - 1
           END-IF.

       F-2100-LEER-NUMCTL. EXIT.

       2200-LEER-CTAMAE-TOPE.
           READ CTAMAE NEXT RECORD
                AT END
                   SET WS-FIN-LECTURA TO TRUE
                   GO TO F-2200-LEER-CTAMAE-TOPE
           END-READ.

           IF WS-CTA-CODE IS NOT EQUAL '00'
              DISPLAY '* ERROR EN LECTURA CTAMAE = ' WS-CTA-CODE
              MOVE 9999 TO RETURN-CODE
              SET WS-HUBO-ERROR TO TRUE
              SET WS-FIN-LECTURA TO TRUE
              GO TO F-2200-LEER-CTAMAE-TOPE
           END-IF.

           IF CTA-SUCURSAL EQUAL ZEROS
              GO TO F-2200-LEER-CTAMAE-TOPE
           END-IF.

           MOVE CTA-SUCURSAL TO WS-IND-SUC.
           ADD 1 TO WS-TSU-CTA-PROD (WS-IND-SUC).
           IF CTA-CUENTA GREATER WS-TSU-TOPE (WS-IND-SUC)
              MOVE CTA-CUENTA TO WS-TSU-TOPE (WS-IND-SUC)
           END-IF.

       F-2200-LEER-CTAMAE-TOPE. EXIT.

       2300-LEER-ENTRADA-TOPE.
           READ ENTRADA INTO WS-REG-RECIBIDO
                AT END
                   SET WS-FIN-LECTURA TO TRUE
                   GO TO F-2300-LEER-ENTRADA-TOPE
           END-READ.

           IF WS-ENT-CODE IS NOT EQUAL '00'
              DISPLAY '* ERROR EN LECTURA ENTRADA = ' WS-ENT-CODE
              MOVE 9999 TO RETURN-CODE
              SET WS-HUBO-ERROR TO TRUE
              SET WS-FIN-LECTURA TO TRUE
              GO TO F-2300-LEER-ENTRADA-TOPE
           END-IF.

           IF WS-RCB-ES-HEADER OR WS-RCB-ES-TRAILER
              GO TO F-2300-LEER-ENTRADA-TOPE
           END-IF.

           MOVE WS-REG-RECIBIDO TO WS-REG-ENTRADA.
           IF WS-NRO-SUCURSAL IS NOT NUMERIC OR
              WS-NRO-SUCURSAL EQUAL ZEROS OR
              WS-NRO-CUENTA IS NOT NUMERIC
              GO TO F-2300-LEER-ENTRADA-TOPE
           END-IF.

           MOVE WS-NRO-SUCURSAL TO WS-IND-SUC.
           IF WS-NRO-CUENTA GREATER WS-TSU-TOPE (WS-IND-SUC)
              MOVE WS-NRO-CUENTA TO WS-TSU-TOPE (WS-IND-SUC)
           END-IF.

       F-2300-LEER-ENTRADA-TOPE. EXIT.

       2400-INICIAR-NUMERACION.
           COMPUTE WS-TSU-PROX (WS-IND-SUC) =
                   WS-TSU-TOPE (WS-IND-SUC) + 1.

       F-2400-INICIAR-NUMERACION. EXIT.

      **************************************
      *                                    *
      *  CORTE DE CTAMAE: ELIGE LAS        *
      *  CUENTAS, LES DA SU NUMERO         *
      *  ENMASCARADO Y ANOTA SU TITULAR    *
      *                                    *
      **************************************
       3000-ENMASCARAR-CTAMAE.
           IF WS-HUBO-ERROR
              GO TO F-3000-ENMASCARAR-CTAMAE
           END-IF.

           OPEN OUTPUT MSKCTA.
           IF WS-SCT-CODE IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN MSKCTA  = ' WS-SCT-CODE
              MOVE 9999 TO RETURN-CODE
              SET WS-HUBO-ERROR TO TRUE
              GO TO F-3000-ENMASCARAR-CTAMAE
           END-IF.

           SET WS-NO-FIN-LECTURA TO TRUE.
           MOVE LOW-VALUES TO CTA-CLAVE.
           START CTAMAE KEY IS NOT LESS CTA-CLAVE
                 INVALID KEY SET WS-FIN-LECTURA TO TRUE
           END-START.
           PERFORM 3100-LEER-CTAMAE THRU F-3100-LEER-CTAMAE
                   UNTIL WS-FIN-LECTURA.

           CLOSE MSKCTA.

       F-3000-ENMASCARAR-CTAMAE. EXIT.

       3100-LEER-CTAMAE.
           READ CTAMAE NEXT RECORD
                AT END
                   SET WS-FIN-LECTURA TO TRUE
                   GO TO F-3100-LEER-CTAMAE
           END-READ.

           IF WS-CTA-CODE IS NOT EQUAL '00'
              DISPLAY '* ERROR EN LECTURA CTAMAE = ' WS-CTA-CODE
              MOVE 9999 TO RETURN-CODE
              SET WS-HUBO-ERROR TO TRUE
              SET WS-FIN-LECTURA TO TRUE
              GO TO F-3100-LEER-CTAMAE
           END-IF.

           ADD 1 TO WS-LEI-CTA.

           IF CTA-SUCURSAL EQUAL ZEROS
              ADD 1 TO WS-CANT-SUC-INVALIDA
              GO TO F-3100-LEER-CTAMAE
           END-IF.

           MOVE CTA-SUCURSAL TO WS-IND-SUC.
           PERFORM 3500-ELEGIR-CUENTA THRU F-3500-ELEGIR-CUENTA.
           IF WS-CUENTA-ELEGIDA
              PERFORM 3600-ASIGNAR-NUMERO THRU F-3600-ASIGNAR-NUMERO
           END-IF.
           IF WS-CUENTA-DESCARTADA
              GO TO F-3100-LEER-CTAMAE
           END-IF.

           MOVE CTA-CLAVE      TO MCT-CLAVE.
           MOVE WS-CUENTA-MASC TO MCT-CUENTA-MASC.
           WRITE REG-MAPCTA.
           IF WS-MCT-CODE IS NOT EQUAL '00'
              DISPLAY '* ERROR EN WRITE MAPCTA = ' WS-MCT-CODE
              MOVE 9999 TO RETURN-CODE
              SET WS-HUBO-ERROR TO TRUE
              SET WS-FIN-LECTURA TO TRUE
              GO TO F-3100-LEER-CTAMAE
           END-IF.

           ADD 1           TO WS-TSU-CTA-SEL (WS-IND-SUC).
           ADD CTA-IMPORTE TO WS-TSU-IMP-SEL (WS-IND-SUC).

           IF CTA-CLIENTE IS NUMERIC AND
              CTA-CLIENTE GREATER ZEROS
              MOVE CTA-CLIENTE TO MCL-CLIENTE
              PERFORM 3700-REGISTRAR-CLIENTE
                        THRU F-3700-REGISTRAR-CLIENTE
           END-IF.

           MOVE WS-CUENTA-MASC TO CTA-CUENTA.
           WRITE REG-MSKCTA FROM REG-CTAMAE.
           IF WS-SCT-CODE IS NOT EQUAL '00'
              DISPLAY '* ERROR EN WRITE MSKCTA = ' WS-SCT-CODE
              MOVE 9999 TO RETURN-CODE
              SET WS-HUBO-ERROR TO TRUE
              SET WS-FIN-LECTURA TO TRUE
              GO TO F-3100-LEER-CTAMAE
           END-IF.

           ADD 1 TO WS-GRA-CTA.

       F-3100-LEER-CTAMAE. EXIT.

      **************************************
      *                                    *
      *  DECIDE SI UNA CUENTA DE LA        *
      *  SUCURSAL WS-IND-SUC ENTRA EN EL   *
      *  CORTE: SUCURSAL ELEGIDA Y, DENTRO *
      *  DE ELLA, UNA DE CADA 100/PORCEN-  *
      *  TAJE CUENTAS                      *
      *                                    *
      **************************************
       3500-ELEGIR-CUENTA.
           SET WS-CUENTA-DESCARTADA TO TRUE.

           IF NOT WS-TSU-SUC-ELEGIDA (WS-IND-SUC)
              GO TO F-3500-ELEGIR-CUENTA
           END-IF.

           ADD WS-PORCENTAJE TO WS-TSU-ACUM (WS-IND-SUC).
           IF WS-TSU-ACUM (WS-IND-SUC) LESS 100
              GO TO F-3500-ELEGIR-CUENTA
           END-IF.

           SUBTRACT 100 FROM WS-TSU-ACUM (WS-IND-SUC).
           SET WS-CUENTA-ELEGIDA TO TRUE.

       F-3500-ELEGIR-CUENTA. EXIT.

      **************************************
      *                                    *
      *  PROXIMO NUMERO ENMASCARADO DE LA  *
      *  SUCURSAL; SI SE AGOTO EL RANGO LA *
      *  CUENTA NO ENTRA Y SE TERMINA CON  *
      *  RC 8                              *
      *                                    *
      **************************************
       3600-ASIGNAR-NUMERO.
           IF WS-TSU-PROX (WS-IND-SUC) GREATER WS-MAX-CUENTA
              ADD 1 TO WS-CANT-SIN-NUMERO
              IF RETURN-CODE LESS 8
                 MOVE 8 TO RETURN-CODE
              END-IF
              SET WS-CUENTA-DESCARTADA TO TRUE
              GO TO F-3600-ASIGNAR-NUMERO
           END-IF.

           MOVE WS-TSU-PROX (WS-IND-SUC) TO WS-CUENTA-MASC.
           ADD 1 TO WS-TSU-PROX (WS-IND-SUC).

       F-3600-ASIGNAR-NUMERO. EXIT.

      **************************************
      *                                    *
      *  ANOTA UN CLIENTE VINCULADO A UNA  *
      *  CUENTA DEL CORTE (YA ANOTADO NO   *
      *  ES ERROR)                         *
      *                                    *
      **************************************
       3700-REGISTRAR-CLIENTE.
           WRITE REG-MAPCLI.

           IF WS-MCL-CODE IS NOT EQUAL '00' AND
              WS-MCL-CODE IS NOT EQUAL '22'
              DISPLAY '* ERROR EN WRITE MAPCLI = ' WS-MCL-CODE
              MOVE 9999 TO RETURN-CODE
              SET WS-HUBO-ERROR TO TRUE
              SET WS-FIN-LECTURA TO TRUE
           END-IF.

       F-3700-REGISTRAR-CLIENTE. EXIT.

      **************************************
      *                                    *
      *  CORTE DE ENTRADA: HEADER TAL CUAL,*
      *  CUENTAS DEL CORTE ENMASCARADAS Y  *
      *  TRAILER RECALCULADO               *
      *                                    *
      **************************************
       4000-ENMASCARAR-ENTRADA.
           IF WS-HUBO-ERROR
              GO TO F-4000-ENMASCARAR-ENTRADA
           END-IF.

           OPEN INPUT ENTRADA.
           IF WS-ENT-CODE IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN ENTRADA = ' WS-ENT-CODE
              MOVE 9999 TO RETURN-CODE
              SET WS-HUBO-ERROR TO TRUE
              GO TO F-4000-ENMASCARAR-ENTRADA
           END-IF.

           OPEN OUTPUT MSKENT.
           IF WS-SEN-CODE IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN MSKENT  = ' WS-SEN-CODE
              MOVE 9999 TO RETURN-CODE
              SET WS-HUBO-ERROR TO TRUE
              CLOSE ENTRADA
              GO TO F-4000-ENMASCARAR-ENTRADA
           END-IF.

           SET WS-NO-FIN-LECTURA TO TRUE.
           PERFORM 4100-LEER-ENTRADA THRU F-4100-LEER-ENTRADA
                   UNTIL WS-FIN-LECTURA.

           CLOSE ENTRADA
                 MSKENT.

       F-4000-ENMASCARAR-ENTRADA. EXIT.

       4100-LEER-ENTRADA.
           READ ENTRADA INTO WS-REG-RECIBIDO
                AT END
                   SET WS-FIN-LECTURA TO TRUE
                   GO TO F-4100-LEER-ENTRADA
           END-READ.

           IF WS-ENT-CODE IS NOT EQUAL '00'
              DISPLAY '* ERROR EN LECTURA ENTRADA = ' WS-ENT-CODE
              MOVE 9999 TO RETURN-CODE
              SET WS-HUBO-ERROR TO TRUE
              SET WS-FIN-LECTURA TO TRUE
              GO TO F-4100-LEER-ENTRADA
           END-IF.

           ADD 1 TO WS-LEI-ENT.

           IF WS-RCB-ES-HEADER
              GO TO 4100-GRABAR
           END-IF.

           IF WS-RCB-ES-TRAILER
              MOVE WS-ENT-DATOS-GRA TO WS-TRL-CANT-REG
              MOVE WS-ENT-TOTAL-GRA TO WS-TRL-TOTAL-IMPORTE
              GO TO 4100-GRABAR
           END-IF.

           MOVE WS-REG-RECIBIDO TO WS-REG-ENTRADA.
           IF WS-NRO-SUCURSAL IS NOT NUMERIC OR
              WS-NRO-SUCURSAL EQUAL ZEROS OR
              WS-NRO-CUENTA IS NOT NUMERIC
              ADD 1 TO WS-CANT-SUC-INVALIDA
              GO TO F-4100-LEER-ENTRADA
           END-IF.

           MOVE WS-NRO-SUCURSAL TO MCT-SUCURSAL
                                   WS-IND-SUC.
           MOVE WS-NRO-CUENTA   TO MCT-CUENTA.
           PERFORM 4500-BUSCAR-CUENTA THRU F-4500-BUSCAR-CUENTA.

           IF WS-MCT-CODE EQUAL '23'
              PERFORM 4200-CUENTA-FUERA-DE-CTAMAE
                        THRU F-4200-CUENTA-FUERA-DE-CTAMAE
           END-IF.

           IF WS-HUBO-ERROR OR WS-CUENTA-MASC EQUAL ZEROS
              GO TO F-4100-LEER-ENTRADA
           END-IF.

           ADD 1              TO WS-TSU-ENT-SEL (WS-IND-SUC).
           ADD WS-SUC-IMPORTE TO WS-TSU-ENT-IMP-SEL (WS-IND-SUC).
           ADD 1              TO WS-ENT-DATOS-GRA.
           ADD WS-SUC-IMPORTE TO WS-ENT-TOTAL-GRA.

           MOVE WS-CUENTA-MASC  TO WS-NRO-CUENTA.
           MOVE WS-REG-ENTRADA  TO WS-REG-RECIBIDO.

       4100-GRABAR.
           WRITE REG-MSKENT FROM WS-REG-RECIBIDO.
           IF WS-SEN-CODE IS NOT EQUAL '00'
              DISPLAY '* ERROR EN WRITE MSKENT = ' WS-SEN-CODE
              MOVE 9999 TO RETURN-CODE
              SET WS-HUBO-ERROR TO TRUE
              SET WS-FIN-LECTURA TO TRUE
              GO TO F-4100-LEER-ENTRADA
           END-IF.

           ADD 1 TO WS-GRA-ENT.

       F-4100-LEER-ENTRADA. EXIT.

      **************************************
      *                                    *
      *  CUENTA DE ENTRADA QUE NO ENTRO AL *
      *  CORTE POR CTAMAE: SI ESTA EN      *
      *  CTAMAE QUEDO AFUERA; SI NO ESTA   *
      *  (CUENTA NUEVA) SE ELIGE COMO LAS  *
      *  DE CTAMAE Y SE ANOTA, ELEGIDA O   *
      *  NO, PARA QUE SE REPITA IGUAL      *
      *                                    *
      **************************************
       4200-CUENTA-FUERA-DE-CTAMAE.
           MOVE ZEROS       TO WS-CUENTA-MASC.
           MOVE MCT-CLAVE   TO CTA-CLAVE.
           READ CTAMAE.

           IF WS-CTA-CODE EQUAL '00'
              GO TO F-4200-CUENTA-FUERA-DE-CTAMAE
           END-IF.

           IF WS-CTA-CODE IS NOT EQUAL '23'
              DISPLAY '* ERROR EN LECTURA CTAMAE = ' WS-CTA-CODE
              MOVE 9999 TO RETURN-CODE
              SET WS-HUBO-ERROR TO TRUE
              SET WS-FIN-LECTURA TO TRUE
              GO TO F-4200-CUENTA-FUERA-DE-CTAMAE
           END-IF.

           PERFORM 3500-ELEGIR-CUENTA THRU F-3500-ELEGIR-CUENTA.
           IF WS-CUENTA-ELEGIDA
              PERFORM 3600-ASIGNAR-NUMERO THRU F-3600-ASIGNAR-NUMERO
           END-IF.
           IF WS-CUENTA-DESCARTADA
              MOVE ZEROS TO WS-CUENTA-MASC
           END-IF.

           MOVE WS-CUENTA-MASC TO MCT-CUENTA-MASC.
           WRITE REG-MAPCTA.
           IF WS-MCT-CODE IS NOT EQUAL '00'
              DISPLAY '* ERROR EN WRITE MAPCTA = ' WS-MCT-CODE
              MOVE 9999 TO RETURN-CODE
              SET WS-HUBO-ERROR TO TRUE
              SET WS-FIN-LECTURA TO TRUE
           END-IF.

       F-4200-CUENTA-FUERA-DE-CTAMAE. EXIT.

      **************************************
      *                                    *
      *  BUSCA EN MAPCTA LA CUENTA REAL DE *
      *  MCT-CLAVE: DEJA EL NUMERO         *
      *  ENMASCARADO EN WS-CUENTA-MASC     *
      *  (CERO SI NO ESTA EN EL CORTE)     *
      *                                    *
      **************************************
       4500-BUSCAR-CUENTA.
           MOVE ZEROS TO WS-CUENTA-MASC.
           READ MAPCTA.

           IF WS-MCT-CODE EQUAL '00'
              MOVE MCT-CUENTA-MASC TO WS-CUENTA-MASC
              GO TO F-4500-BUSCAR-CUENTA
           END-IF.

           IF WS-MCT-CODE IS NOT EQUAL '23'
              DISPLAY '* ERROR EN LECTURA MAPCTA = ' WS-MCT-CODE
              MOVE 9999 TO RETURN-CODE
              SET WS-HUBO-ERROR TO TRUE
              SET WS-FIN-LECTURA TO TRUE
           END-IF.

       F-4500-BUSCAR-CUENTA. EXIT.

      **************************************
      *                                    *
      *  CORTE DE CLIXRF: VINCULOS DE LAS  *
      *  CUENTAS DEL CORTE CON SU NUMERO   *
      *  ENMASCARADO; ANOTA EL CLIENTE     *
      *                                    *
      **************************************
       5000-ENMASCARAR-CLIXRF.
           IF WS-HUBO-ERROR
              GO TO F-5000-ENMASCARAR-CLIXRF
           END-IF.

           OPEN INPUT CLIXRF.
           IF WS-XRF-CODE IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN CLIXRF  = ' WS-XRF-CODE
              MOVE 9999 TO RETURN-CODE
              SET WS-HUBO-ERROR TO TRUE
              GO TO F-5000-ENMASCARAR-CLIXRF
           END-IF.

           OPEN OUTPUT MSKXRF.
           IF WS-SXR-CODE IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN MSKXRF  = ' WS-SXR-CODE
              MOVE 9999 TO RETURN-CODE
              SET WS-HUBO-ERROR TO TRUE
              CLOSE CLIXRF
              GO TO F-5000-ENMASCARAR-CLIXRF
           END-IF.

           SET WS-NO-FIN-LECTURA TO TRUE.
           PERFORM 5100-LEER-CLIXRF THRU F-5100-LEER-CLIXRF
                   UNTIL WS-FIN-LECTURA.

           CLOSE CLIXRF
                 MSKXRF.

       F-5000-ENMASCARAR-CLIXRF. EXIT.

       5100-LEER-CLIXRF.
           READ CLIXRF NEXT RECORD
                AT END
                   SET WS-FIN-LECTURA TO TRUE
                   GO TO F-5100-LEER-CLIXRF
           END-READ.

           IF WS-XRF-CODE IS NOT EQUAL '00'
              DISPLAY '* ERROR EN LECTURA CLIXRF = ' WS-XRF-CODE
              MOVE 9999 TO RETURN-CODE
              SET WS-HUBO-ERROR TO TRUE
              SET WS-FIN-LECTURA TO TRUE
              GO TO F-5100-LEER-CLIXRF
           END-IF.

           ADD 1 TO WS-LEI-XRF.

           MOVE XRF-SUCURSAL TO MCT-SUCURSAL.
           MOVE XRF-CUENTA   TO MCT-CUENTA.
           PERFORM 4500-BUSCAR-CUENTA THRU F-4500-BUSCAR-CUENTA.
           IF WS-HUBO-ERROR OR WS-CUENTA-MASC EQUAL ZEROS
              GO TO F-5100-LEER-CLIXRF
           END-IF.

           MOVE XRF-CLIENTE TO MCL-CLIENTE.
           PERFORM 3700-REGISTRAR-CLIENTE
                     THRU F-3700-REGISTRAR-CLIENTE.

           MOVE WS-CUENTA-MASC TO XRF-CUENTA.
           WRITE REG-MSKXRF FROM REG-CLIXRF.
           IF WS-SXR-CODE IS NOT EQUAL '00'
              DISPLAY '* ERROR EN WRITE MSKXRF = ' WS-SXR-CODE
              MOVE 9999 TO RETURN-CODE
              SET WS-HUBO-ERROR TO TRUE
              SET WS-FIN-LECTURA TO TRUE
              GO TO F-5100-LEER-CLIXRF
           END-IF.

           ADD 1 TO WS-GRA-XRF.

       F-5100-LEER-CLIXRF. EXIT.

      **************************************
      *                                    *
      *  CORTE DE CLIMAE: ANOTA EN MAPCUI  *
      *  TODO CUIT REAL Y GRABA LOS        *
      *  CLIENTES DEL CORTE ENMASCARADOS   *
      *                                    *
      **************************************
       5500-ENMASCARAR-CLIMAE.
           IF WS-HUBO-ERROR
              GO TO F-5500-ENMASCARAR-CLIMAE
           END-IF.

           OPEN INPUT CLIMAE.
           IF WS-CLI-CODE IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN CLIMAE  = ' WS-CLI-CODE
              MOVE 9999 TO RETURN-CODE
              SET WS-HUBO-ERROR TO TRUE
              GO TO F-5500-ENMASCARAR-CLIMAE
           END-IF.

           OPEN OUTPUT MSKCLI.
           IF WS-SCL-CODE IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN MSKCLI  = ' WS-SCL-CODE
              MOVE 9999 TO RETURN-CODE
              SET WS-HUBO-ERROR TO TRUE
              CLOSE CLIMAE
              GO TO F-5500-ENMASCARAR-CLIMAE
           END-IF.

           SET WS-NO-FIN-LECTURA TO TRUE.
           PERFORM 5600-LEER-CLIMAE THRU F-5600-LEER-CLIMAE
                   UNTIL WS-FIN-LECTURA.

           CLOSE CLIMAE
                 MSKCLI.

       F-5500-ENMASCARAR-CLIMAE. EXIT.

       5600-LEER-CLIMAE.
           READ CLIMAE NEXT RECORD
                AT END
                   SET WS-FIN-LECTURA TO TRUE
                   GO TO F-5600-LEER-CLIMAE
           END-READ.

           IF WS-CLI-CODE IS NOT EQUAL '00'
              DISPLAY '* ERROR EN LECTURA CLIMAE = ' WS-CLI-CODE
              MOVE 9999 TO RETURN-CODE
              SET WS-HUBO-ERROR TO TRUE
              SET WS-FIN-LECTURA TO TRUE
              GO TO F-5600-LEER-CLIMAE
           END-IF.

           ADD 1 TO WS-LEI-CLI.

           IF CLI-CUIT NOT EQUAL SPACES
              PERFORM 5700-REGISTRAR-CUIT THRU F-5700-REGISTRAR-CUIT
           END-IF.

           MOVE CLI-CLIENTE TO MCL-CLIENTE.
           READ MAPCLI.
           IF WS-MCL-CODE EQUAL '23'
              GO TO F-5600-LEER-CLIMAE
           END-IF.
           IF WS-MCL-CODE IS NOT EQUAL '00'
              DISPLAY '* ERROR EN LECTURA MAPCLI = ' WS-MCL-CODE
              MOVE 9999 TO RETURN-CODE
              SET WS-HUBO-ERROR TO TRUE
              SET WS-FIN-LECTURA TO TRUE
              GO TO F-5600-LEER-CLIMAE
           END-IF.

           PERFORM 5800-ENMASCARAR-CLIENTE
                     THRU F-5800-ENMASCARAR-CLIENTE.
           IF WS-HUBO-ERROR
              GO TO F-5600-LEER-CLIMAE
           END-IF.

           WRITE REG-MSKCLI FROM REG-CLIMAE.
           IF WS-SCL-CODE IS NOT EQUAL '00'
              DISPLAY '* ERROR EN WRITE MSKCLI = ' WS-SCL-CODE
              MOVE 9999 TO RETURN-CODE
              SET WS-HUBO-ERROR TO TRUE
              SET WS-FIN-LECTURA TO TRUE
              GO TO F-5600-LEER-CLIMAE
           END-IF.

           ADD 1 TO WS-GRA-CLI.

       F-5600-LEER-CLIMAE. EXIT.

      **************************************
      *                                    *
      *  ANOTA EL CUIT REAL EN MAPCUI SI   *
      *  TODAVIA NO ESTA (SIN ENMASCARADO) *
      *                                    *
      **************************************
       5700-REGISTRAR-CUIT.
           MOVE CLI-CUIT TO MCU-CUIT-REAL.
           READ MAPCUI.

           IF WS-MCU-CODE EQUAL '00'
              GO TO F-5700-REGISTRAR-CUIT
           END-IF.

           IF WS-MCU-CODE IS NOT EQUAL '23'
              DISPLAY '* ERROR EN LECTURA MAPCUI = ' WS-MCU-CODE
              MOVE 9999 TO RETURN-CODE
              SET WS-HUBO-ERROR TO TRUE
              SET WS-FIN-LECTURA TO TRUE
              GO TO F-5700-REGISTRAR-CUIT
           END-IF.

           MOVE SPACES TO MCU-CUIT-MASC.
           WRITE REG-MAPCUI.
           IF WS-MCU-CODE IS NOT EQUAL '00'
              DISPLAY '* ERROR EN WRITE MAPCUI = ' WS-MCU-CODE
              MOVE 9999 TO RETURN-CODE
              SET WS-HUBO-ERROR TO TRUE
              SET WS-FIN-LECTURA TO TRUE
           END-IF.

       F-5700-REGISTRAR-CUIT. EXIT.

      **************************************
      *                                    *
      *  REEMPLAZA LOS DATOS PERSONALES    *
      *  DEL CLIENTE; EL CUIT TOMA EL      *
      *  ENMASCARADO DE MAPCUI (LO ASIGNA  *
      *  LA PRIMERA VEZ QUE SE USA)        *
      *                                    *
      **************************************
       5800-ENMASCARAR-CLIENTE.
           IF CLI-CUIT NOT EQUAL SPACES
              MOVE CLI-CUIT TO MCU-CUIT-REAL
              READ MAPCUI
              IF WS-MCU-CODE IS NOT EQUAL '00'
                 DISPLAY '* ERROR EN LECTURA MAPCUI = ' WS-MCU-CODE
                 MOVE 9999 TO RETURN-CODE
                 SET WS-HUBO-ERROR TO TRUE
                 SET WS-FIN-LECTURA TO TRUE
                 GO TO F-5800-ENMASCARAR-CLIENTE
              END-IF
              IF MCU-CUIT-MASC EQUAL SPACES
                 ADD 1 TO WS-CUM-SECUENCIA
                 MOVE WS-CUIT-MASC TO MCU-CUIT-MASC
                 REWRITE REG-MAPCUI
                 IF WS-MCU-CODE IS NOT EQUAL '00'
                    DISPLAY '* ERROR EN REWRITE MAPCUI = '
                            WS-MCU-CODE
                    MOVE 9999 TO RETURN-CODE
                    SET WS-HUBO-ERROR TO TRUE
                    SET WS-FIN-LECTURA TO TRUE
                    GO TO F-5800-ENMASCARAR-CLIENTE
                 END-IF
              END-IF
              MOVE MCU-CUIT-MASC TO CLI-CUIT
           END-IF.

           MOVE CLI-CLIENTE    TO WS-NOM-CLIENTE
                                  WS-EMA-CLIENTE
                                  WS-TEL-CLIENTE
                                  WS-CAL-CLIENTE.
           MOVE WS-NOMBRE-MASC TO CLI-NOMBRE.

           IF CLI-EMAIL NOT EQUAL SPACES
              MOVE WS-EMAIL-MASC    TO CLI-EMAIL
           END-IF.
           IF CLI-TELEFONO NOT EQUAL SPACES
              MOVE WS-TELEFONO-MASC TO CLI-TELEFONO
           END-IF.
           IF CLI-DOM-CALLE NOT EQUAL SPACES
              MOVE WS-CALLE-MASC    TO CLI-DOM-CALLE
           END-IF.

       F-5800-ENMASCARAR-CLIENTE. EXIT.

      **************************************
      *                                    *
      *  CORTE DE OFIREG: OFICIOS DE LAS   *
      *  CUENTAS DEL CORTE, CON CUENTA Y   *
      *  EXPEDIENTE ENMASCARADOS           *
      *                                    *
      **************************************
       6000-ENMASCARAR-OFIREG.
           IF WS-HUBO-ERROR
              GO TO F-6000-ENMASCARAR-OFIREG
           END-IF.

           OPEN INPUT OFIREG.
           IF WS-OFI-CODE IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN OFIREG  = ' WS-OFI-CODE
              MOVE 9999 TO RETURN-CODE
              SET WS-HUBO-ERROR TO TRUE
              GO TO F-6000-ENMASCARAR-OFIREG
           END-IF.

           OPEN OUTPUT MSKOFI.
           IF WS-SOF-CODE IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN MSKOFI  = ' WS-SOF-CODE
              MOVE 9999 TO RETURN-CODE
              SET WS-HUBO-ERROR TO TRUE
              CLOSE OFIREG
              GO TO F-6000-ENMASCARAR-OFIREG
           END-IF.

           SET WS-NO-FIN-LECTURA TO TRUE.
           PERFORM 6100-LEER-OFIREG THRU F-6100-LEER-OFIREG
                   UNTIL WS-FIN-LECTURA.

           CLOSE OFIREG
                 MSKOFI.

       F-6000-ENMASCARAR-OFIREG. EXIT.

       6100-LEER-OFIREG.
           READ OFIREG NEXT RECORD
                AT END
                   SET WS-FIN-LECTURA TO TRUE
                   GO TO F-6100-LEER-OFIREG
           END-READ.

           IF WS-OFI-CODE IS NOT EQUAL '00'
              DISPLAY '* ERROR EN LECTURA OFIREG = ' WS-OFI-CODE
              MOVE 9999 TO RETURN-CODE
              SET WS-HUBO-ERROR TO TRUE
              SET WS-FIN-LECTURA TO TRUE
              GO TO F-6100-LEER-OFIREG
           END-IF.

           ADD 1 TO WS-LEI-OFI.

           MOVE OFI-SUCURSAL TO MCT-SUCURSAL.
           MOVE OFI-CUENTA   TO MCT-CUENTA.
           PERFORM 4500-BUSCAR-CUENTA THRU F-4500-BUSCAR-CUENTA.
           IF WS-HUBO-ERROR OR WS-CUENTA-MASC EQUAL ZEROS
              GO TO F-6100-LEER-OFIREG
           END-IF.

           MOVE WS-CUENTA-MASC TO OFI-CUENTA.
           IF OFI-EXPEDIENTE NOT EQUAL SPACES
              ADD 1 TO WS-EXP-SECUENCIA
              MOVE WS-EXPTE-MASC TO OFI-EXPEDIENTE
           END-IF.

           WRITE REG-MSKOFI FROM REG-OFIREG.
           IF WS-SOF-CODE IS NOT EQUAL '00'
              DISPLAY '* ERROR EN WRITE MSKOFI = ' WS-SOF-CODE
              MOVE 9999 TO RETURN-CODE
              SET WS-HUBO-ERROR TO TRUE
              SET WS-FIN-LECTURA TO TRUE
              GO TO F-6100-LEER-OFIREG
           END-IF.

           ADD 1 TO WS-GRA-OFI.

       F-6100-LEER-OFIREG. EXIT.

      **************************************
      *                                    *
      *  CORTE DE MOVHIS: HISTORIA DE LAS  *
      *  CUENTAS DEL CORTE CON SU NUMERO   *
      *  ENMASCARADO                       *
      *                                    *
      **************************************
       6500-ENMASCARAR-MOVHIS.
           IF WS-HUBO-ERROR
              GO TO F-6500-ENMASCARAR-MOVHIS
           END-IF.

           OPEN INPUT MOVHIS.
           IF WS-MOH-CODE IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN MOVHIS  = ' WS-MOH-CODE
              MOVE 9999 TO RETURN-CODE
              SET WS-HUBO-ERROR TO TRUE
              GO TO F-6500-ENMASCARAR-MOVHIS
           END-IF.

           OPEN OUTPUT MSKMOV.
           IF WS-SMO-CODE IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN MSKMOV  = ' WS-SMO-CODE
              MOVE 9999 TO RETURN-CODE
              SET WS-HUBO-ERROR TO TRUE
              CLOSE MOVHIS
              GO TO F-6500-ENMASCARAR-MOVHIS
           END-IF.

           SET WS-NO-FIN-LECTURA TO TRUE.
           PERFORM 6600-LEER-MOVHIS THRU F-6600-LEER-MOVHIS
                   UNTIL WS-FIN-LECTURA.

           CLOSE MOVHIS
                 MSKMOV.

       F-6500-ENMASCARAR-MOVHIS. EXIT.

       6600-LEER-MOVHIS.
           READ MOVHIS NEXT RECORD
                AT END
                   SET WS-FIN-LECTURA TO TRUE
                   GO TO F-6600-LEER-MOVHIS
           END-READ.

           IF WS-MOH-CODE IS NOT EQUAL '00'
              DISPLAY '* ERROR EN LECTURA MOVHIS = ' WS-MOH-CODE
              MOVE 9999 TO RETURN-CODE
              SET WS-HUBO-ERROR TO TRUE
              SET WS-FIN-LECTURA TO TRUE
              GO TO F-6600-LEER-MOVHIS
           END-IF.

           ADD 1 TO WS-LEI-MOV.

           MOVE MOH-SUCURSAL TO MCT-SUCURSAL.
           MOVE MOH-CUENTA   TO MCT-CUENTA.
           PERFORM 4500-BUSCAR-CUENTA THRU F-4500-BUSCAR-CUENTA.
           IF WS-HUBO-ERROR OR WS-CUENTA-MASC EQUAL ZEROS
              GO TO F-6600-LEER-MOVHIS
           END-IF.

           MOVE WS-CUENTA-MASC TO MOH-CUENTA.
           WRITE REG-MSKMOV FROM REG-MOVHIS.
           IF WS-SMO-CODE IS NOT EQUAL '00'
              DISPLAY '* ERROR EN WRITE MSKMOV = ' WS-SMO-CODE
              MOVE 9999 TO RETURN-CODE
              SET WS-HUBO-ERROR TO TRUE
              SET WS-FIN-LECTURA TO TRUE
              GO TO F-6600-LEER-MOVHIS
           END-IF.

           ADD 1 TO WS-GRA-MOV.

       F-6600-LEER-MOVHIS. EXIT.

      **************************************
      *                                    *
      *  NUMCTL DEL AMBIENTE DE PRUEBA:    *
      *  PARA CADA SUCURSAL CON CUENTAS    *
      *  ENMASCARADAS, EL PROXIMO NUMERO   *
      *  LIBRE POR ENCIMA DE ELLAS         *
      *                                    *
      **************************************
       7000-GRABAR-NUMCTL.
           IF WS-HUBO-ERROR
              GO TO F-7000-GRABAR-NUMCTL
           END-IF.

           OPEN OUTPUT MSKNUM.
           IF WS-SNU-CODE IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN MSKNUM  = ' WS-SNU-CODE
              MOVE 9999 TO RETURN-CODE
              SET WS-HUBO-ERROR TO TRUE
              GO TO F-7000-GRABAR-NUMCTL
           END-IF.

           PERFORM 7100-GRABAR-SUCURSAL-NUM
                     THRU F-7100-GRABAR-SUCURSAL-NUM
                   VARYING WS-IND-SUC FROM 1 BY 1
                   UNTIL WS-IND-SUC GREATER 999
                      OR WS-HUBO-ERROR.

           CLOSE MSKNUM.

       F-7000-GRABAR-NUMCTL. EXIT.

       7100-GRABAR-SUCURSAL-NUM.
           IF WS-TSU-PROX (WS-IND-SUC) NOT GREATER
              WS-TSU-TOPE (WS-IND-SUC) + 1
              GO TO F-7100-GRABAR-SUCURSAL-NUM
           END-IF.

           MOVE SPACES                   TO REG-NUMCTL.
           MOVE WS-IND-SUC               TO NUM-SUCURSAL.
           IF WS-TSU-PROX (WS-IND-SUC) GREATER WS-MAX-CUENTA
              MOVE WS-MAX-CUENTA         TO NUM-PROXIMA
           ELSE
              MOVE WS-TSU-PROX (WS-IND-SUC) TO NUM-PROXIMA
           END-IF.
           MOVE WS-FECHA                 TO NUM-FECHA-ULT-USO.

           WRITE REG-MSKNUM FROM REG-NUMCTL.
           IF WS-SNU-CODE IS NOT EQUAL '00'
              DISPLAY '* ERROR EN WRITE MSKNUM = ' WS-SNU-CODE
              MOVE 9999 TO RETURN-CODE
              SET WS-HUBO-ERROR TO TRUE
              GO TO F-7100-GRABAR-SUCURSAL-NUM
           END-IF.

           ADD 1 TO WS-GRA-NUM.

       F-7100-GRABAR-SUCURSAL-NUM. EXIT.

      **************************************
      *                                    *
      *  RELEE TODA LA SALIDA: CADA CUENTA *
      *  CONTRA CTAMAE REAL Y CADA CUIT    *
      *  CONTRA MAPCUI, Y SUMA LO GRABADO  *
      *  POR SUCURSAL                      *
      *                                    *
      **************************************
       8000-VERIFICAR-SALIDA.
           IF WS-HUBO-ERROR
              GO TO F-8000-VERIFICAR-SALIDA
           END-IF.

           PERFORM 8100-VERIFICAR-MSKCTA THRU F-8100-VERIFICAR-MSKCTA.
           PERFORM 8200-VERIFICAR-MSKENT THRU F-8200-VERIFICAR-MSKENT.
           PERFORM 8300-VERIFICAR-MSKXRF THRU F-8300-VERIFICAR-MSKXRF.
           PERFORM 8400-VERIFICAR-MSKCLI THRU F-8400-VERIFICAR-MSKCLI.
           PERFORM 8600-VERIFICAR-MSKOFI THRU F-8600-VERIFICAR-MSKOFI.
           PERFORM 8700-VERIFICAR-MSKMOV THRU F-8700-VERIFICAR-MSKMOV.

       F-8000-VERIFICAR-SALIDA. EXIT.

       8100-VERIFICAR-MSKCTA.
           IF WS-HUBO-ERROR
              GO TO F-8100-VERIFICAR-MSKCTA
           END-IF.

           OPEN INPUT MSKCTA.
           IF WS-SCT-CODE IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN MSKCTA  = ' WS-SCT-CODE
              MOVE 9999 TO RETURN-CODE
              SET WS-HUBO-ERROR TO TRUE
              GO TO F-8100-VERIFICAR-MSKCTA
           END-IF.

           MOVE 'CTAMAE'  TO WS-VER-ARCHIVO.
           SET WS-NO-FIN-LECTURA TO TRUE.
           PERFORM 8110-LEER-MSKCTA THRU F-8110-LEER-MSKCTA
                   UNTIL WS-FIN-LECTURA.

           CLOSE MSKCTA.

       F-8100-VERIFICAR-MSKCTA. EXIT.

       8110-LEER-MSKCTA.
           READ MSKCTA INTO REG-CTAMAE
                AT END
                   SET WS-FIN-LECTURA TO TRUE
                   GO TO F-8110-LEER-MSKCTA
           END-READ.

           IF WS-SCT-CODE IS NOT EQUAL '00'
              DISPLAY '* ERROR EN LECTURA MSKCTA = ' WS-SCT-CODE
              MOVE 9999 TO RETURN-CODE
              SET WS-HUBO-ERROR TO TRUE
              SET WS-FIN-LECTURA TO TRUE
              GO TO F-8110-LEER-MSKCTA
           END-IF.

           MOVE CTA-SUCURSAL TO WS-VER-SUCURSAL
                                WS-IND-SUC.
           MOVE CTA-CUENTA   TO WS-VER-CUENTA.
           MOVE CTA-IMPORTE  TO WS-VER-IMPORTE.

           ADD 1              TO WS-TSU-CTA-GRA (WS-IND-SUC).
           ADD WS-VER-IMPORTE TO WS-TSU-IMP-GRA (WS-IND-SUC).

           PERFORM 8500-VERIFICAR-CUENTA THRU F-8500-VERIFICAR-CUENTA.

       F-8110-LEER-MSKCTA. EXIT.

       8200-VERIFICAR-MSKENT.
           IF WS-HUBO-ERROR
              GO TO F-8200-VERIFICAR-MSKENT
           END-IF.

           OPEN INPUT MSKENT.
           IF WS-SEN-CODE IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN MSKENT  = ' WS-SEN-CODE
              MOVE 9999 TO RETURN-CODE
              SET WS-HUBO-ERROR TO TRUE
              GO TO F-8200-VERIFICAR-MSKENT
           END-IF.

           MOVE 'ENTRADA' TO WS-VER-ARCHIVO.
           SET WS-NO-FIN-LECTURA TO TRUE.
           PERFORM 8210-LEER-MSKENT THRU F-8210-LEER-MSKENT
                   UNTIL WS-FIN-LECTURA.

           CLOSE MSKENT.

       F-8200-VERIFICAR-MSKENT. EXIT.

       8210-LEER-MSKENT.
           READ MSKENT INTO WS-REG-RECIBIDO
                AT END
                   SET WS-FIN-LECTURA TO TRUE
                   GO TO F-8210-LEER-MSKENT
           END-READ.

           IF WS-SEN-CODE IS NOT EQUAL '00'
              DISPLAY '* ERROR EN LECTURA MSKENT = ' WS-SEN-CODE
              MOVE 9999 TO RETURN-CODE
              SET WS-HUBO-ERROR TO TRUE
              SET WS-FIN-LECTURA TO TRUE
              GO TO F-8210-LEER-MSKENT
           END-IF.

           IF WS-RCB-ES-HEADER OR WS-RCB-ES-TRAILER
              GO TO F-8210-LEER-MSKENT
           END-IF.

           MOVE WS-REG-RECIBIDO TO WS-REG-ENTRADA.
           MOVE WS-NRO-SUCURSAL TO WS-VER-SUCURSAL
                                   WS-IND-SUC.
           MOVE WS-NRO-CUENTA   TO WS-VER-CUENTA.

           ADD 1              TO WS-TSU-ENT-GRA (WS-IND-SUC).
           ADD WS-SUC-IMPORTE TO WS-TSU-ENT-IMP-GRA (WS-IND-SUC).

           PERFORM 8500-VERIFICAR-CUENTA THRU F-8500-VERIFICAR-CUENTA.

       F-8210-LEER-MSKENT. EXIT.

       8300-VERIFICAR-MSKXRF.
           IF WS-HUBO-ERROR
              GO TO F-8300-VERIFICAR-MSKXRF
           END-IF.

           OPEN INPUT MSKXRF.
           IF WS-SXR-CODE IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN MSKXRF  = ' WS-SXR-CODE
              MOVE 9999 TO RETURN-CODE
              SET WS-HUBO-ERROR TO TRUE
              GO TO F-8300-VERIFICAR-MSKXRF
           END-IF.

           MOVE 'CLIXRF'  TO WS-VER-ARCHIVO.
           SET WS-NO-FIN-LECTURA TO TRUE.
           PERFORM 8310-LEER-MSKXRF THRU F-8310-LEER-MSKXRF
                   UNTIL WS-FIN-LECTURA.

           CLOSE MSKXRF.

       F-8300-VERIFICAR-MSKXRF. EXIT.

       8310-LEER-MSKXRF.
           READ MSKXRF INTO REG-CLIXRF
                AT END
                   SET WS-FIN-LECTURA TO TRUE
                   GO TO F-8310-LEER-MSKXRF
           END-READ.

           IF WS-SXR-CODE IS NOT EQUAL '00'
              DISPLAY '* ERROR EN LECTURA MSKXRF = ' WS-SXR-CODE
              MOVE 9999 TO RETURN-CODE
              SET WS-HUBO-ERROR TO TRUE
              SET WS-FIN-LECTURA TO TRUE
              GO TO F-8310-LEER-MSKXRF
           END-IF.

           MOVE XRF-SUCURSAL TO WS-VER-SUCURSAL.
           MOVE XRF-CUENTA   TO WS-VER-CUENTA.
           PERFORM 8500-VERIFICAR-CUENTA THRU F-8500-VERIFICAR-CUENTA.

       F-8310-LEER-MSKXRF. EXIT.

       8400-VERIFICAR-MSKCLI.
           IF WS-HUBO-ERROR
              GO TO F-8400-VERIFICAR-MSKCLI
           END-IF.

           OPEN INPUT MSKCLI.
           IF WS-SCL-CODE IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN MSKCLI  = ' WS-SCL-CODE
              MOVE 9999 TO RETURN-CODE
              SET WS-HUBO-ERROR TO TRUE
              GO TO F-8400-VERIFICAR-MSKCLI
           END-IF.

           MOVE 'CLIMAE'  TO WS-VER-ARCHIVO.
           SET WS-NO-FIN-LECTURA TO TRUE.
           PERFORM 8410-LEER-MSKCLI THRU F-8410-LEER-MSKCLI
                   UNTIL WS-FIN-LECTURA.

           CLOSE MSKCLI.

       F-8400-VERIFICAR-MSKCLI. EXIT.

      **************************************
      *                                    *
      *  CADA CUIT DE LA SALIDA SE BUSCA   *
      *  ENTRE LOS REALES DE MAPCUI: SI    *
      *  ESTA, ES UN CUIT REAL             *
      *                                    *
      **************************************
       8410-LEER-MSKCLI.
           READ MSKCLI INTO REG-CLIMAE
                AT END
                   SET WS-FIN-LECTURA TO TRUE
                   GO TO F-8410-LEER-MSKCLI
           END-READ.

           IF WS-SCL-CODE IS NOT EQUAL '00'
              DISPLAY '* ERROR EN LECTURA MSKCLI = ' WS-SCL-CODE
              MOVE 9999 TO RETURN-CODE
              SET WS-HUBO-ERROR TO TRUE
              SET WS-FIN-LECTURA TO TRUE
              GO TO F-8410-LEER-MSKCLI
           END-IF.

           IF CLI-CUIT EQUAL SPACES
              GO TO F-8410-LEER-MSKCLI
           END-IF.

           ADD 1 TO WS-CANT-VERIFICADOS.
           MOVE CLI-CUIT TO MCU-CUIT-REAL.
           READ MAPCUI.

           IF WS-MCU-CODE EQUAL '23'
              GO TO F-8410-LEER-MSKCLI
           END-IF.

           IF WS-MCU-CODE IS NOT EQUAL '00'
              DISPLAY '* ERROR EN LECTURA MAPCUI = ' WS-MCU-CODE
              MOVE 9999 TO RETURN-CODE
              SET WS-HUBO-ERROR TO TRUE
              SET WS-FIN-LECTURA TO TRUE
              GO TO F-8410-LEER-MSKCLI
           END-IF.

           ADD 1 TO WS-CANT-CUIT-REALES.
           MOVE ZEROS        TO WS-REA-SUCURSAL.
           MOVE CLI-CLIENTE  TO WS-REA-NUMERO.
           MOVE 'CUIT REAL EN EL CLIENTE (NUMERO = CLIENTE)'
                             TO WS-REA-MOTIVO.
           PERFORM 8800-INFORMAR-REAL THRU F-8800-INFORMAR-REAL.

       F-8410-LEER-MSKCLI. EXIT.

      **************************************
      *                                    *
      *  UNA CUENTA DE LA SALIDA ES REAL   *
      *  SI NO SUPERA EL TOPE DE SU        *
      *  SUCURSAL O SI EXISTE EN CTAMAE    *
      *                                    *
      **************************************
       8500-VERIFICAR-CUENTA.
           ADD 1 TO WS-CANT-VERIFICADOS.

           IF WS-VER-SUCURSAL IS NOT NUMERIC OR
              WS-VER-SUCURSAL EQUAL ZEROS
              MOVE 'SUCURSAL INVALIDA EN LA SALIDA' TO WS-REA-MOTIVO
              GO TO 8500-INFORMAR
           END-IF.

           MOVE WS-VER-SUCURSAL TO WS-IND-SUC.
           IF WS-VER-CUENTA NOT GREATER WS-TSU-TOPE (WS-IND-SUC)
              MOVE 'NUMERO DENTRO DEL RANGO REAL DE LA SUCURSAL'
                                TO WS-REA-MOTIVO
              GO TO 8500-INFORMAR
           END-IF.

           MOVE WS-VER-SUCURSAL TO CTA-SUCURSAL.
           MOVE WS-VER-CUENTA   TO CTA-CUENTA.
           READ CTAMAE.

           IF WS-CTA-CODE EQUAL '23'
              GO TO F-8500-VERIFICAR-CUENTA
           END-IF.

           IF WS-CTA-CODE IS NOT EQUAL '00'
              DISPLAY '* ERROR EN LECTURA CTAMAE = ' WS-CTA-CODE
              MOVE 9999 TO RETURN-CODE
              SET WS-HUBO-ERROR TO TRUE
              SET WS-FIN-LECTURA TO TRUE
              GO TO F-8500-VERIFICAR-CUENTA
           END-IF.

           MOVE 'CUENTA EXISTENTE EN CTAMAE' TO WS-REA-MOTIVO.

       8500-INFORMAR.
           ADD 1 TO WS-CANT-CTA-REALES.
           MOVE WS-VER-SUCURSAL TO WS-REA-SUCURSAL.
           MOVE WS-VER-CUENTA   TO WS-REA-NUMERO.
           PERFORM 8800-INFORMAR-REAL THRU F-8800-INFORMAR-REAL.

       F-8500-VERIFICAR-CUENTA. EXIT.

       8600-VERIFICAR-MSKOFI.
           IF WS-HUBO-ERROR
              GO TO F-8600-VERIFICAR-MSKOFI
           END-IF.

           OPEN INPUT MSKOFI.
           IF WS-SOF-CODE IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN MSKOFI  = ' WS-SOF-CODE
              MOVE 9999 TO RETURN-CODE
              SET WS-HUBO-ERROR TO TRUE
              GO TO F-8600-VERIFICAR-MSKOFI
           END-IF.

           MOVE 'OFIREG'  TO WS-VER-ARCHIVO.
           SET WS-NO-FIN-LECTURA TO TRUE.
           PERFORM 8610-LEER-MSKOFI THRU F-8610-LEER-MSKOFI
                   UNTIL WS-FIN-LECTURA.

           CLOSE MSKOFI.

       F-8600-VERIFICAR-MSKOFI. EXIT.

       8610-LEER-MSKOFI.
           READ MSKOFI INTO REG-OFIREG
                AT END
                   SET WS-FIN-LECTURA TO TRUE
                   GO TO F-8610-LEER-MSKOFI
           END-READ.

           IF WS-SOF-CODE IS NOT EQUAL '00'
              DISPLAY '* ERROR EN LECTURA MSKOFI = ' WS-SOF-CODE
              MOVE 9999 TO RETURN-CODE
              SET WS-HUBO-ERROR TO TRUE
              SET WS-FIN-LECTURA TO TRUE
              GO TO F-8610-LEER-MSKOFI
           END-IF.

           MOVE OFI-SUCURSAL TO WS-VER-SUCURSAL.
           MOVE OFI-CUENTA   TO WS-VER-CUENTA.
           PERFORM 8500-VERIFICAR-CUENTA THRU F-8500-VERIFICAR-CUENTA.

       F-8610-LEER-MSKOFI. EXIT.

       8700-VERIFICAR-MSKMOV.
           IF WS-HUBO-ERROR
              GO TO F-8700-VERIFICAR-MSKMOV
           END-IF.

           OPEN INPUT MSKMOV.
           IF WS-SMO-CODE IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN MSKMOV  = ' WS-SMO-CODE
              MOVE 9999 TO RETURN-CODE
              SET WS-HUBO-ERROR TO TRUE
              GO TO F-8700-VERIFICAR-MSKMOV
           END-IF.

           MOVE 'MOVHIS'  TO WS-VER-ARCHIVO.
           SET WS-NO-FIN-LECTURA TO TRUE.
           PERFORM 8710-LEER-MSKMOV THRU F-8710-LEER-MSKMOV
                   UNTIL WS-FIN-LECTURA.

           CLOSE MSKMOV.

       F-8700-VERIFICAR-MSKMOV. EXIT.

       8710-LEER-MSKMOV.
           READ MSKMOV INTO REG-MOVHIS
                AT END
                   SET WS-FIN-LECTURA TO TRUE
                   GO TO F-8710-LEER-MSKMOV
           END-READ.

           IF WS-SMO-CODE IS NOT EQUAL '00'
              DISPLAY '* ERROR EN LECTURA MSKMOV = ' WS-SMO-CODE
              MOVE 9999 TO RETURN-CODE
              SET WS-HUBO-ERROR TO TRUE
              SET WS-FIN-LECTURA TO TRUE
              GO TO F-8710-LEER-MSKMOV
           END-IF.

           MOVE MOH-SUCURSAL TO WS-VER-SUCURSAL.
           MOVE MOH-CUENTA   TO WS-VER-CUENTA.
           PERFORM 8500-VERIFICAR-CUENTA THRU F-8500-VERIFICAR-CUENTA.

       F-8710-LEER-MSKMOV. EXIT.

      **************************************
      *                                    *
      *  LINEA DE UN DATO REAL ENCONTRADO  *
      *  EN LA SALIDA (CON SU TITULO LA    *
      *  PRIMERA VEZ)                      *
      *                                    *
      **************************************
       8800-INFORMAR-REAL.
           IF RETURN-CODE LESS 8
              MOVE 8 TO RETURN-CODE
           END-IF.

           IF NOT WS-TIT-REAL-IMPRESO
              SET WS-TIT-REAL-IMPRESO TO TRUE
              MOVE WS-LIN-TIT-REAL TO REG-INFORME
              PERFORM 9300-GRABAR-INFORME THRU F-9300-GRABAR-INFORME
           END-IF.

           MOVE WS-VER-ARCHIVO TO WS-REA-ARCHIVO.
           MOVE WS-LIN-REAL    TO REG-INFORME.
           PERFORM 9300-GRABAR-INFORME THRU F-9300-GRABAR-INFORME.

       F-8800-INFORMAR-REAL. EXIT.

      **************************************
      *                                    *
      *  CUADRO POR SUCURSAL DEL CORTE:    *
      *  LO ELEGIDO CONTRA LO GRABADO      *
      *                                    *
      **************************************
       9000-INFORMAR-SUCURSALES.
           IF WS-TIT-REAL-IMPRESO
              MOVE WS-LIN-BLANCA TO REG-INFORME
              PERFORM 9300-GRABAR-INFORME THRU F-9300-GRABAR-INFORME
           END-IF.

           MOVE WS-LIN-SUBTITULO TO REG-INFORME.
           PERFORM 9300-GRABAR-INFORME THRU F-9300-GRABAR-INFORME.

           PERFORM 9100-LINEA-SUCURSAL THRU F-9100-LINEA-SUCURSAL
                   VARYING WS-IND-SUC FROM 1 BY 1
                   UNTIL WS-IND-SUC GREATER 999.

       F-9000-INFORMAR-SUCURSALES. EXIT.

       9100-LINEA-SUCURSAL.
           IF NOT WS-TSU-SUC-ELEGIDA (WS-IND-SUC)
              GO TO F-9100-LINEA-SUCURSAL
           END-IF.

           IF WS-TSU-CTA-PROD (WS-IND-SUC) EQUAL ZEROS AND
              WS-TSU-ENT-SEL (WS-IND-SUC) EQUAL ZEROS
              GO TO F-9100-LINEA-SUCURSAL
           END-IF.

           MOVE WS-IND-SUC                    TO WS-SUC-CODIGO.
           MOVE WS-TSU-CTA-PROD (WS-IND-SUC)  TO WS-SUC-PROD.
           MOVE WS-TSU-CTA-SEL (WS-IND-SUC)   TO WS-SUC-SEL.
           MOVE WS-TSU-IMP-SEL (WS-IND-SUC)   TO WS-SUC-IMP-SEL.
           MOVE WS-TSU-IMP-GRA (WS-IND-SUC)   TO WS-SUC-IMP-GRA.
           MOVE WS-TSU-ENT-IMP-SEL (WS-IND-SUC) TO WS-SUC-ENT-SEL.
           MOVE WS-TSU-ENT-IMP-GRA (WS-IND-SUC) TO WS-SUC-ENT-GRA.

           IF WS-TSU-PROX (WS-IND-SUC) GREATER
              WS-TSU-TOPE (WS-IND-SUC) + 1
              COMPUTE WS-SUC-DESDE = WS-TSU-TOPE (WS-IND-SUC) + 1
              COMPUTE WS-SUC-HASTA = WS-TSU-PROX (WS-IND-SUC) - 1
           ELSE
              MOVE ZEROS TO WS-SUC-DESDE
                            WS-SUC-HASTA
           END-IF.

           IF WS-TSU-CTA-SEL (WS-IND-SUC) EQUAL
              WS-TSU-CTA-GRA (WS-IND-SUC) AND
              WS-TSU-IMP-SEL (WS-IND-SUC) EQUAL
              WS-TSU-IMP-GRA (WS-IND-SUC) AND
              WS-TSU-ENT-SEL (WS-IND-SUC) EQUAL
              WS-TSU-ENT-GRA (WS-IND-SUC) AND
              WS-TSU-ENT-IMP-SEL (WS-IND-SUC) EQUAL
              WS-TSU-ENT-IMP-GRA (WS-IND-SUC)
              MOVE 'CUADRA'    TO WS-SUC-ESTADO
           ELSE
              MOVE 'DESCUADRE' TO WS-SUC-ESTADO
              ADD 1 TO WS-CANT-DESCUADRES
              IF RETURN-CODE LESS 8
                 MOVE 8 TO RETURN-CODE
              END-IF
           END-IF.

           MOVE WS-LIN-SUCURSAL TO REG-INFORME.
           PERFORM 9300-GRABAR-INFORME THRU F-9300-GRABAR-INFORME.

       F-9100-LINEA-SUCURSAL. EXIT.

      **************************************
      *                                    *
      *  GRABA UNA LINEA DEL INFORME       *
      *                                    *
      **************************************
       9300-GRABAR-INFORME.
           IF WS-INF-CODE IS NOT EQUAL '00'
              GO TO F-9300-GRABAR-INFORME
           END-IF.

           WRITE REG-INFORME.
           IF WS-INF-CODE IS NOT EQUAL '00'
              DISPLAY '* ERROR EN WRITE INFORME = ' WS-INF-CODE
              MOVE 9999 TO RETURN-CODE
           END-IF.

       F-9300-GRABAR-INFORME. EXIT.

      **************************************
      *                                    *
      *  GRABA UNA LINEA DE RESUMEN        *
      *                                    *
      **************************************
       9400-LINEA-RESUMEN.
           MOVE WS-LIN-RESUMEN TO REG-INFORME.
           PERFORM 9300-GRABAR-INFORME THRU F-9300-GRABAR-INFORME.

       F-9400-LINEA-RESUMEN. EXIT.

      **************************************
      *                                    *
      *  CUADRO POR SUCURSAL, RESUMEN,     *
      *  VEREDICTO Y CIERRE DE FILES       *
      *                                    *
      **************************************
       9999-FINAL.
           IF WS-CTAMAE-ABIERTO
              CLOSE CTAMAE
           END-IF.

           IF WS-MAPAS-ABIERTOS
              CLOSE MAPCTA
                    MAPCLI
                    MAPCUI
           END-IF.

           IF WS-NO-HUBO-ERROR
              PERFORM 9000-INFORMAR-SUCURSALES
                        THRU F-9000-INFORMAR-SUCURSALES
           END-IF.

           MOVE WS-LIN-BLANCA TO REG-INFORME.
           PERFORM 9300-GRABAR-INFORME THRU F-9300-GRABAR-INFORME.
           MOVE 'CTAMAE  LEIDOS'            TO WS-RES-TEXTO.
           MOVE WS-LEI-CTA                  TO WS-RES-VALOR.
           PERFORM 9400-LINEA-RESUMEN THRU F-9400-LINEA-RESUMEN.
           MOVE 'CTAMAE  GRABADOS'          TO WS-RES-TEXTO.
           MOVE WS-GRA-CTA                  TO WS-RES-VALOR.
           PERFORM 9400-LINEA-RESUMEN THRU F-9400-LINEA-RESUMEN.
           MOVE 'ENTRADA LEIDOS'            TO WS-RES-TEXTO.
           MOVE WS-LEI-ENT                  TO WS-RES-VALOR.
           PERFORM 9400-LINEA-RESUMEN THRU F-9400-LINEA-RESUMEN.
           MOVE 'ENTRADA GRABADOS'          TO WS-RES-TEXTO.
           MOVE WS-GRA-ENT                  TO WS-RES-VALOR.
           PERFORM 9400-LINEA-RESUMEN THRU F-9400-LINEA-RESUMEN.
           MOVE 'CLIXRF  LEIDOS'            TO WS-RES-TEXTO.
           MOVE WS-LEI-XRF                  TO WS-RES-VALOR.
           PERFORM 9400-LINEA-RESUMEN THRU F-9400-LINEA-RESUMEN.
           MOVE 'CLIXRF  GRABADOS'          TO WS-RES-TEXTO.
           MOVE WS-GRA-XRF                  TO WS-RES-VALOR.
           PERFORM 9400-LINEA-RESUMEN THRU F-9400-LINEA-RESUMEN.
           MOVE 'CLIMAE  LEIDOS'            TO WS-RES-TEXTO.
           MOVE WS-LEI-CLI                  TO WS-RES-VALOR.
           PERFORM 9400-LINEA-RESUMEN THRU F-9400-LINEA-RESUMEN.
           MOVE 'CLIMAE  GRABADOS'          TO WS-RES-TEXTO.
           MOVE WS-GRA-CLI                  TO WS-RES-VALOR.
           PERFORM 9400-LINEA-RESUMEN THRU F-9400-LINEA-RESUMEN.
           MOVE 'OFIREG  LEIDOS'            TO WS-RES-TEXTO.
           MOVE WS-LEI-OFI                  TO WS-RES-VALOR.
           PERFORM 9400-LINEA-RESUMEN THRU F-9400-LINEA-RESUMEN.
           MOVE 'OFIREG  GRABADOS'          TO WS-RES-TEXTO.
           MOVE WS-GRA-OFI                  TO WS-RES-VALOR.
           PERFORM 9400-LINEA-RESUMEN THRU F-9400-LINEA-RESUMEN.
           MOVE 'MOVHIS  LEIDOS'            TO WS-RES-TEXTO.
           MOVE WS-LEI-MOV                  TO WS-RES-VALOR.
           PERFORM 9400-LINEA-RESUMEN THRU F-9400-LINEA-RESUMEN.
           MOVE 'MOVHIS  GRABADOS'          TO WS-RES-TEXTO.
           MOVE WS-GRA-MOV                  TO WS-RES-VALOR.
           PERFORM 9400-LINEA-RESUMEN THRU F-9400-LINEA-RESUMEN.
           MOVE 'NUMCTL  GRABADOS'          TO WS-RES-TEXTO.
           MOVE WS-GRA-NUM                  TO WS-RES-VALOR.
           PERFORM 9400-LINEA-RESUMEN THRU F-9400-LINEA-RESUMEN.
           MOVE 'REGISTROS SIN SUCURSAL VALIDA' TO WS-RES-TEXTO.
           MOVE WS-CANT-SUC-INVALIDA        TO WS-RES-VALOR.
           PERFORM 9400-LINEA-RESUMEN THRU F-9400-LINEA-RESUMEN.
           MOVE 'CUENTAS SIN NUMERO ENMASCARADO LIBRE'
                                            TO WS-RES-TEXTO.
           MOVE WS-CANT-SIN-NUMERO          TO WS-RES-VALOR.
           PERFORM 9400-LINEA-RESUMEN THRU F-9400-LINEA-RESUMEN.
           MOVE 'CUENTAS Y CUIT VERIFICADOS EN LA SALIDA'
                                            TO WS-RES-TEXTO.
           MOVE WS-CANT-VERIFICADOS         TO WS-RES-VALOR.
           PERFORM 9400-LINEA-RESUMEN THRU F-9400-LINEA-RESUMEN.
           MOVE 'NUMEROS DE CUENTA REALES EN LA SALIDA' TO WS-RES-TEXTO.
           MOVE WS-CANT-CTA-REALES          TO WS-RES-VALOR.
           PERFORM 9400-LINEA-RESUMEN THRU F-9400-LINEA-RESUMEN.
           MOVE 'CUIT REALES EN LA SALIDA'  TO WS-RES-TEXTO.
           MOVE WS-CANT-CUIT-REALES         TO WS-RES-VALOR.
           PERFORM 9400-LINEA-RESUMEN THRU F-9400-LINEA-RESUMEN.
           MOVE 'SUCURSALES DESCUADRADAS'   TO WS-RES-TEXTO.
           MOVE WS-CANT-DESCUADRES          TO WS-RES-VALOR.
           PERFORM 9400-LINEA-RESUMEN THRU F-9400-LINEA-RESUMEN.

           EVALUATE TRUE
               WHEN WS-HUBO-ERROR
                  MOVE 'GENERACION INCOMPLETA - LA SALIDA NO SE ENTREGA'
                                            TO WS-VED-TEXTO
               WHEN WS-CANT-CTA-REALES  GREATER ZEROS OR
                    WS-CANT-CUIT-REALES GREATER ZEROS OR
                    WS-CANT-DESCUADRES  GREATER ZEROS OR
                    WS-CANT-SIN-NUMERO  GREATER ZEROS
                  MOVE 'SALIDA OBSERVADA - NO SE ENTREGA, VER DETALLE'
                                            TO WS-VED-TEXTO
               WHEN OTHER
                  MOVE
                  'VERIFICADO: NINGUN CUIT NI CUENTA REAL EN LA SALIDA'
                                            TO WS-VED-TEXTO
           END-EVALUATE.

           MOVE WS-LIN-BLANCA    TO REG-INFORME.
           PERFORM 9300-GRABAR-INFORME THRU F-9300-GRABAR-INFORME.
           MOVE WS-LIN-VEREDICTO TO REG-INFORME.
           PERFORM 9300-GRABAR-INFORME THRU F-9300-GRABAR-INFORME.

           DISPLAY '************************** '.
           DISPLAY 'CTAMAE GRABADOS      : ' WS-GRA-CTA.
           DISPLAY 'ENTRADA GRABADOS     : ' WS-GRA-ENT.
           DISPLAY 'CLIMAE GRABADOS      : ' WS-GRA-CLI.
           DISPLAY 'CUENTAS REALES       : ' WS-CANT-CTA-REALES.
           DISPLAY 'CUIT REALES          : ' WS-CANT-CUIT-REALES.
           DISPLAY 'SUC. DESCUADRADAS    : ' WS-CANT-DESCUADRES.
           DISPLAY WS-VED-TEXTO.

           IF WS-INF-CODE EQUAL '00'
              CLOSE INFORME
           END-IF.

       F-9999-FINAL.  EXIT.
