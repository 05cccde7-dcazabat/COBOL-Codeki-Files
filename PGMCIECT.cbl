       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMCIECT.
       AUTHOR.        D. CAZABAT.
       INSTALLATION.  CURSO CODEKI.
       DATE-WRITTEN.  14/10/2026.
       DATE-COMPILED. 14/10/2026.
      **********************************************************
      *                                                        *
      *  CIERRE DE CUENTAS CON LIQUIDACION FINAL. ES LA BAJA   *
      *  CONTROLADA QUE COMPLEMENTA LA APERTURA DE PGMAPCTA.   *
      *                                                        *
      *  TOMA LAS SOLICITUDES DE CIERRE DEL DIA (CIENOV:       *
      *  SUCURSAL, CUENTA, MOTIVO Y OPERADOR) Y, SI ESTA, LA   *
      *  LISTA DE CUENTAS A CERRAR POR CHEQUES RECHAZADOS QUE  *
      *  DEJA PGMCHQBC (CHQREV, MOTIVO 02), LAS ORDENA POR     *
      *  SUCURSAL + CUENTA Y LAS PROCESA UNA A UNA.            *
      *                                                        *
      *  SE RECHAZA EL CIERRE DE UNA CUENTA INEXISTENTE O YA   *
      *  DADA DE BAJA, EMBARGADA O CON OFICIO JUDICIAL         *
      *  VIGENTE EN OFIREG, CON CUALQUIER RETENCION VIGENTE EN *
      *  RETENC, EN DESCUBIERTO (IMPORTE NEGATIVO) O CUYO      *
      *  SALDO NO ALCANZA A CUBRIR LO QUE SE LE DEBITA.        *
      *                                                        *
      *  LA LIQUIDACION DE LA CUENTA ACEPTADA:                 *
      *    + INTERES ACREEDOR PENDIENTE EN ACRMAE (QUEDA EN    *
      *      LA HISTORIA INTHIS PARA EL CERTIFICADO ANUAL)     *
      *    - INTERES DEUDOR PENDIENTE EN ACRDEU                *
      *    - COMISION DE MANTENIMIENTO DEL TIPO (TIPMAE) EN    *
      *      PROPORCION A LOS DIAS CORRIDOS DEL MES, SALVO     *
      *      CUENTA EXENTA                                     *
      *    = PAGO FINAL AL CLIENTE                             *
      *  CADA CONCEPTO SALE COMO MOVIMIENTO EN LAYOUT CPSUCU   *
      *  (MOVCIE), EL PAGO FINAL CON ESTADO BAJA. EL MAESTRO   *
      *  QUEDA LIQUIDADO ACA MISMO (IMPORTE CERO, ESTADO       *
      *  BAJA), POR ESO MOVCIE NO SE IMPUTA EN PGMPOSTE.       *
      *                                                        *
      *  EL CIERRE QUEDA EN EL HISTORICO CIEHIS (CLAVE         *
      *  SUCURSAL + CUENTA) CON EL MOTIVO, EL OPERADOR Y LOS   *
      *  IMPORTES LIQUIDADOS, Y AL FINAL SE DESVINCULAN EN     *
      *  CLIXRF LOS TITULARES DE LAS CUENTAS CERRADAS CON LA   *
      *  FECHA DE CIERRE.                                      *
      *                                                        *
      *  ASIENTOS EN GLPOST POR SUCURSAL Y MONEDA CON LA       *
      *  ENTIDAD DE SUCMAE:                                    *
      *    INTERES : DEBE 215010 / HABER DEPOSITOS 410010      *
      *    DEUDOR  : DEBE DEPOSITOS 410010 / HABER 135010      *
      *    COMISION: DEBE DEPOSITOS 410010 / HABER 510010      *
      *    PAGO    : DEBE DEPOSITOS 410010 / HABER SALDOS DE   *
      *              CUENTAS CERRADAS A PAGAR 215020           *
      *                                                        *
      *  EL INFORME LISTA LOS CIERRES POR SUCURSAL Y DESPUES   *
      *  LAS SOLICITUDES RECHAZADAS CON SU MOTIVO (RC 4).      *
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
      *          * FECHA Y MOTIVO DE *     *
      *          * CIERRE EN CTAMAE  *     *
      *15/10/2026* PERIODO CERRADO   * 002 *
      *          * AL SUSPENSO       *     *
      *          * GLSUSP (PERCHK)   *     *
      *15/10/2026* REGISTRO CLIXRF   * 003 *
      *          * POR COPY CPCLIXR  *     *
      *15/10/2026* SUSPENSO CON LA   * 004 *
      *          * FECHA DE PROCESO  *     *
      *          *                   *     *
      *          *                   *     *
      **************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

             SELECT CIENOV  ASSIGN DDCIENOV
                    FILE STATUS IS WS-NOV-CODE.

             SELECT CHQREV  ASSIGN DDCHQREV
                    FILE STATUS IS WS-REV-CODE.

             SELECT WORK-SORT ASSIGN DDSRTWK.

             SELECT CTAMAE  ASSIGN DDCTAMAE
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS CTA-CLAVE
                    FILE STATUS IS WS-CTA-CODE.

             SELECT OFIREG  ASSIGN DDOFIREG
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS OFI-CLAVE
                    FILE STATUS IS WS-OFI-CODE.

             SELECT RETENC  ASSIGN DDRETENC
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS RET-CLAVE
                    FILE STATUS IS WS-RET-CODE.

             SELECT ACRMAE  ASSIGN DDACRMAE
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS ACR-CLAVE
                    FILE STATUS IS WS-ACR-CODE.

             SELECT ACRDEU  ASSIGN DDACRDEU
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS ADE-CLAVE
                    FILE STATUS IS WS-ADE-CODE.

             SELECT INTHIS  ASSIGN DDINTHIS
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS RANDOM
                    RECORD KEY IS INH-CLAVE
                    FILE STATUS IS WS-INH-CODE.

             SELECT CLIXRF  ASSIGN DDCLIXRF
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS XRF-CLAVE
                    FILE STATUS IS WS-XRF-CODE.

             SELECT CIEHIS  ASSIGN DDCIEHIS
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS RANDOM
                    RECORD KEY IS CIE-CLAVE
                    FILE STATUS IS WS-CIE-CODE.

             SELECT SUCMAE  ASSIGN DDSUCMA
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS SUC-COD
                    FILE STATUS IS WS-SUC-CODE.

             SELECT TIPMAE  ASSIGN DDTIPMAE
                    FILE STATUS IS WS-TIP-CODE.

             SELECT MOVCIE  ASSIGN DDMOVCIE
                    FILE STATUS IS WS-MCI-CODE.

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
       FD CIENOV
            BLOCK CONTAINS 0 RECORDS
            RECORDING MODE IS F.

       01 REG-CIENOV     PIC X(40).

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

       SD WORK-SORT.

       01 WORK-SORT-REC.
           03  SRT-SUCURSAL      PIC 9(03).
           03  SRT-CUENTA        PIC 9(08).
           03  SRT-MOTIVO        PIC 9(02).
           03  SRT-OPERADOR      PIC X(08).

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

       FD RETENC.

       01 REG-RETENC.
           03  RET-CLAVE.
               05  RET-SUCURSAL    PIC 9(03).
               05  RET-CUENTA      PIC 9(08).
               05  RET-SECUENCIA   PIC 9(03).
           03  RET-TIPO            PIC X(01).
               88  RET-JUDICIAL             VALUE 'J'.
               88  RET-DEPOSITO             VALUE 'D'.
               88  RET-ADMINISTRATIVA       VALUE 'A'.
           03  RET-MONTO           PIC 9(07)V99.
           03  RET-FECHA-DESDE     PIC 9(08).
           03  RET-FECHA-HASTA     PIC 9(08).
           03  RET-REFERENCIA      PIC X(12).
           03  RET-ESTADO          PIC X(01).
               88  RET-VIGENTE              VALUE 'V'.
               88  RET-LIBERADA             VALUE 'L'.
               88  RET-VENCIDA              VALUE 'X'.
           03  RET-FECHA-BAJA      PIC 9(08).
           03  FILLER              PIC X(19).

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

       FD ACRDEU.

       01 REG-ACRDEU.
           03  ADE-CLAVE.
               05  ADE-SUCURSAL    PIC 9(03).
               05  ADE-CUENTA      PIC 9(08).
           03  ADE-TIPO            PIC 9(01).
           03  ADE-MONEDA          PIC 9(02).
           03  ADE-ACUM-INTERES    PIC S9(07)V99.
           03  ADE-ACUM-PUNITORIO  PIC S9(07)V99.
           03  ADE-FECHA-ULT-DEV   PIC 9(08).
           03  FILLER              PIC X(10).

       FD INTHIS.

       01 REG-INTHIS.
           03  INH-CLAVE.
               05  INH-SUCURSAL    PIC 9(03).
               05  INH-CUENTA      PIC 9(08).
               05  INH-FECHA       PIC 9(08).
           03  INH-TIPO            PIC 9(01).
           03  INH-MONEDA          PIC 9(02).
           03  INH-IMPORTE         PIC S9(07)V99.
           03  FILLER              PIC X(09).

       FD CLIXRF.

           COPY CPCLIXR.

       FD CIEHIS.

       01 REG-CIEHIS.
           03  CIE-CLAVE.
               05  CIE-SUCURSAL    PIC 9(03).
               05  CIE-CUENTA      PIC 9(08).
           03  CIE-FECHA           PIC 9(08).
           03  CIE-MOTIVO          PIC 9(02).
           03  CIE-OPERADOR        PIC X(08).
           03  CIE-TIPO            PIC 9(01).
           03  CIE-MONEDA          PIC 9(02).
           03  CIE-SALDO           PIC 9(07)V99.
           03  CIE-INTERES         PIC 9(07)V99.
           03  CIE-DEUDOR          PIC 9(07)V99.
           03  CIE-COMISION        PIC 9(07)V99.
           03  CIE-PAGO            PIC 9(07)V99.
           03  FILLER              PIC X(04).

       FD SUCMAE.

       01 REG-SUCMAE.
           03  SUC-COD       PIC 9(03).
           03  SUC-NOM       PIC X(14).
           03  SUC-ESTADO    PIC X(01).
           03  SUC-ENTIDAD   PIC X(03).
           03  FILLER        PIC X(09).

       FD TIPMAE
            BLOCK CONTAINS 0 RECORDS
            RECORDING MODE IS F.

       01 REG-TIPMAE     PIC X(20).

       FD MOVCIE
            BLOCK CONTAINS 0 RECORDS
            RECORDING MODE IS F.

       01 REG-MOVCIE     PIC X(38).

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
       77  WS-NOV-CODE      PIC XX    VALUE SPACES.
       77  WS-REV-CODE      PIC XX    VALUE SPACES.
       77  WS-CTA-CODE      PIC XX    VALUE SPACES.
       77  WS-OFI-CODE      PIC XX    VALUE SPACES.
       77  WS-RET-CODE      PIC XX    VALUE SPACES.
       77  WS-ACR-CODE      PIC XX    VALUE SPACES.
       77  WS-ADE-CODE      PIC XX    VALUE SPACES.
       77  WS-INH-CODE      PIC XX    VALUE SPACES.
       77  WS-XRF-CODE      PIC XX    VALUE SPACES.
       77  WS-CIE-CODE      PIC XX    VALUE SPACES.
       77  WS-SUC-CODE      PIC XX    VALUE SPACES.
       77  WS-TIP-CODE      PIC XX    VALUE SPACES.
       77  WS-MCI-CODE      PIC XX    VALUE SPACES.
       77  WS-GL-CODE       PIC XX    VALUE SPACES.
       77  WS-SUS-CODE      PIC XX    VALUE SPACES.
       77  WS-INF-CODE      PIC XX    VALUE SPACES.
       77  WS-PARM-CODE     PIC XX    VALUE SPACES.

       01  WS-STATUS-FIN    PIC X.
           88  WS-FIN-LECTURA         VALUE 'Y'.
           88  WS-NO-FIN-LECTURA      VALUE 'N'.

       01  WS-STATUS-FIN-SOL  PIC X.
           88  WS-FIN-SOLICITUDES     VALUE 'Y'.
           88  WS-NO-FIN-SOLICITUDES  VALUE 'N'.

       01  WS-STATUS-FIN-TIP  PIC X.
           88  WS-FIN-TIPOS           VALUE 'Y'.
           88  WS-NO-FIN-TIPOS        VALUE 'N'.

       01  WS-STATUS-FIN-RET  PIC X.
           88  WS-FIN-RETENC          VALUE 'Y'.
           88  WS-NO-FIN-RETENC       VALUE 'N'.

       01  WS-STATUS-FIN-XRF  PIC X.
           88  WS-FIN-CLIXRF          VALUE 'Y'.
           88  WS-NO-FIN-CLIXRF       VALUE 'N'.

       01  WS-SWITCH-SUCMAE   PIC X     VALUE 'N'.
           88  WS-HAY-SUCMAE          VALUE 'S'.
           88  WS-NO-HAY-SUCMAE       VALUE 'N'.

       01  WS-SWITCH-ACRMAE   PIC X     VALUE 'N'.
           88  WS-HAY-ACRMAE          VALUE 'S'.
           88  WS-NO-HAY-ACRMAE       VALUE 'N'.

       01  WS-SWITCH-ACRDEU   PIC X     VALUE 'N'.
           88  WS-HAY-ACRDEU          VALUE 'S'.
           88  WS-NO-HAY-ACRDEU       VALUE 'N'.

       01  WS-SWITCH-VALIDA   PIC X     VALUE 'S'.
           88  WS-SOL-VALIDA          VALUE 'S'.
           88  WS-SOL-INVALIDA        VALUE 'N'.

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

      ********  SOLICITUD DE CIERRE  ***************
       01  WS-REG-CIENOV.
           03  WS-NOV-SUCURSAL  PIC 9(03).
           03  WS-NOV-CUENTA    PIC 9(08).
           03  WS-NOV-MOTIVO    PIC 9(02).
           03  WS-NOV-OPERADOR  PIC X(08).
           03  FILLER           PIC X(19).

       01  WS-SOLICITUD.
           03  WS-SOL-SUCURSAL  PIC 9(03)  VALUE ZEROS.
           03  WS-SOL-CUENTA    PIC 9(08)  VALUE ZEROS.
           03  WS-SOL-MOTIVO    PIC 9(02)  VALUE ZEROS.
           03  WS-SOL-OPERADOR  PIC X(08)  VALUE SPACES.

      *    LAS CUENTAS DE CHQREV ENTRAN CON ESTE MOTIVO Y OPERADOR
       77  WS-MOTIVO-CHEQUES    PIC 9(02)  VALUE 02.
       77  WS-OPERADOR-CHEQUES  PIC X(08)  VALUE 'PGMCHQBC'.

      ********  MOTIVOS DE CIERRE DE CUENTA  ***************
       01  WS-TABLA-MOTIVOS.
           03  FILLER  PIC X(28) VALUE '01SOLICITUD DEL TITULAR     '.
           03  FILLER  PIC X(28) VALUE '02CHEQUES RECHAZADOS        '.
           03  FILLER  PIC X(28) VALUE '03INACTIVIDAD PROLONGADA    '.
           03  FILLER  PIC X(28) VALUE '04DECISION DEL BANCO        '.
           03  FILLER  PIC X(28) VALUE '05FALLECIMIENTO DEL TITULAR '.
       01  FILLER REDEFINES WS-TABLA-MOTIVOS.
           03  WS-MOT-ENT OCCURS 5 TIMES.
               05  WS-MOT-CODIGO    PIC 9(02).
               05  WS-MOT-DESC      PIC X(26).

       77  WS-SUB-MOT           PIC 9(02)  VALUE ZEROS.
       77  WS-SUB-MOT-ACTUAL    PIC 9(02)  VALUE ZEROS.

      ********  MAESTRO DE TIPOS CON LA COMISION  ***********
       01  WS-REG-TIPMAE.
           03  WS-TIM-CODIGO    PIC 9(01).
           03  WS-TIM-NOMBRE    PIC X(14).
           03  WS-TIM-COMISION  PIC 9(03)V99.

       01  WS-TABLA-TIPOS.
           03  WS-TIP-ENT OCCURS 9 TIMES.
               05  WS-TIP-CODIGO    PIC 9(01)    VALUE ZEROS.
               05  WS-TIP-COMISION  PIC 9(03)V99 VALUE ZEROS.

       77  WS-CANT-TIPOS        PIC 9(01)  VALUE ZEROS.
       77  WS-SUB-TIP           PIC 9(02)  VALUE ZEROS.
       77  WS-SUB-TIP-ACTUAL    PIC 9(02)  VALUE ZEROS.

      ********  LIQUIDACION DE LA CUENTA  ***************
       77  WS-LIQ-SALDO         PIC 9(07)V99  VALUE ZEROS.
       77  WS-LIQ-INTERES       PIC 9(07)V99  VALUE ZEROS.
       77  WS-LIQ-DEUDOR        PIC 9(07)V99  VALUE ZEROS.
       77  WS-LIQ-COMISION      PIC 9(07)V99  VALUE ZEROS.
       77  WS-LIQ-PAGO          PIC S9(09)V99 VALUE ZEROS.
       77  WS-DIAS-COMISION     PIC 9(02)     VALUE ZEROS.
       77  WS-CANT-RET-CTA      PIC 9(03)     VALUE ZEROS.
       77  WS-NOMBRE-SUC-MAE    PIC X(14)     VALUE SPACES.

      ********  CUENTAS CERRADAS A DESVINCULAR EN CLIXRF  *****
       77  WS-MAX-CERRADAS      PIC 9(04)  VALUE 2000.
       77  WS-CANT-CERRADAS     PIC 9(04)  VALUE ZEROS.

       01  WS-TABLA-CERRADAS.
           03  WS-CER-ENT OCCURS 2000 TIMES
                          INDEXED BY WS-IDX-CER.
               05  WS-CER-SUCURSAL  PIC 9(03).
               05  WS-CER-CUENTA    PIC 9(08).

      ********  SOLICITUDES RECHAZADAS PARA EL INFORME  *******
       77  WS-MAX-RECHAZOS      PIC 9(03)  VALUE 500.
       77  WS-CANT-TAB-RECH     PIC 9(03)  VALUE ZEROS.
       77  WS-SUB-RECH          PIC 9(03)  VALUE ZEROS.

       01  WS-TABLA-RECHAZOS.
           03  WS-RCH-ENT OCCURS 500 TIMES.
               05  WS-RCH-SUCURSAL  PIC 9(03).
               05  WS-RCH-CUENTA    PIC 9(08).
               05  WS-RCH-MOTIVO    PIC 9(02).
               05  WS-RCH-OPERADOR  PIC X(08).
               05  WS-RCH-TEXTO     PIC X(33).

       77  WS-TEXTO-RECHAZO     PIC X(33)  VALUE SPACES.

      ********  ASIENTOS DEL CIERRE POR SUCURSAL  ************
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
       77  WS-GL-CTA-DEVENGADO  PIC 9(06)  VALUE 215010.
       77  WS-GL-CTA-A-COBRAR   PIC 9(06)  VALUE 135010.
       77  WS-GL-CTA-COMISION   PIC 9(06)  VALUE 510010.
       77  WS-GL-CTA-A-PAGAR    PIC 9(06)  VALUE 215020.
       77  WS-ASI-CTA-DEBE      PIC 9(06)  VALUE ZEROS.
       77  WS-ASI-CTA-HABER     PIC 9(06)  VALUE ZEROS.
       77  WS-ENTIDAD-SUC       PIC X(03)  VALUE 'BCO'.
       77  WS-CANT-ASIENTOS     PIC 9(07)  VALUE ZEROS.

       77  WS-SUCURSAL-ANT      PIC 9(03)  VALUE ZEROS.

       01  WS-TABLA-ASIENTO.
           03  WS-ASI-ENT OCCURS 10 TIMES.
               05  WS-ASI-MONEDA    PIC 9(02)     VALUE ZEROS.
               05  WS-ASI-INTERES   PIC 9(11)V99  VALUE ZEROS.
               05  WS-ASI-DEUDOR    PIC 9(11)V99  VALUE ZEROS.
               05  WS-ASI-COMISION  PIC 9(11)V99  VALUE ZEROS.
               05  WS-ASI-PAGO      PIC 9(11)V99  VALUE ZEROS.

       77  WS-CANT-ASI-MON      PIC 9(02)  VALUE ZEROS.
       77  WS-SUB-ASI           PIC 9(02)  VALUE ZEROS.
       77  WS-SUB-ASI-ACTUAL    PIC 9(02)  VALUE ZEROS.

      ********  CORTE POR SUCURSAL  ***************
       77  WS-CANT-CIE-SUC      PIC 9(05)     VALUE ZEROS.
       77  WS-IMP-PAGO-SUC      PIC 9(11)V99  VALUE ZEROS.

      ********  CONTADORES DE PROCESO  ***************
       77  WS-CANT-LEIDAS       PIC 9(7)  VALUE ZEROS.
       77  WS-CANT-DE-CHQREV    PIC 9(7)  VALUE ZEROS.
       77  WS-CANT-CERRADAS-TOT PIC 9(7)  VALUE ZEROS.
       77  WS-CANT-RECHAZADAS   PIC 9(7)  VALUE ZEROS.
       77  WS-CANT-MOVIMIENTOS  PIC 9(7)  VALUE ZEROS.
       77  WS-CANT-DESVINCULOS  PIC 9(7)  VALUE ZEROS.
       77  WS-IMP-PAGADO        PIC 9(11)V99 VALUE ZEROS.

      ********  LINEAS DEL INFORME  ***************
       01  WS-LIN-TITULO.
           03  FILLER           PIC X(44)  VALUE
               'CIERRE DE CUENTAS CON LIQUIDACION - FECHA   '.
           03  WS-TIT-FECHA     PIC 9(08).
           03  FILLER           PIC X(28)  VALUE SPACES.

       01  WS-LIN-SUCURSAL.
           03  FILLER           PIC X(09)  VALUE 'SUCURSAL '.
           03  WS-LSU-SUCURSAL  PIC 999.
           03  FILLER           PIC X(01)  VALUE SPACE.
           03  WS-LSU-NOMBRE    PIC X(14).
           03  FILLER           PIC X(53)  VALUE SPACES.

       01  WS-LIN-DETALLE.
           03  FILLER           PIC X(04)  VALUE 'CTA '.
           03  WS-DET-CUENTA    PIC 9(08).
           03  FILLER           PIC X(05)  VALUE ' MOT '.
           03  WS-DET-MOTIVO    PIC 99.
           03  FILLER           PIC X(05)  VALUE ' INT '.
           03  WS-DET-INTERES   PIC ZZZ,ZZ9.99.
           03  FILLER           PIC X(05)  VALUE ' DEU '.
           03  WS-DET-DEUDOR    PIC ZZZ,ZZ9.99.
           03  FILLER           PIC X(05)  VALUE ' COM '.
           03  WS-DET-COMISION  PIC ZZ9.99.
           03  FILLER           PIC X(06)  VALUE ' PAGO '.
           03  WS-DET-PAGO      PIC Z,ZZZ,ZZ9.99.
           03  FILLER           PIC X(02)  VALUE SPACES.

       01  WS-LIN-SUBTOTAL.
           03  FILLER           PIC X(13)  VALUE 'SUBTOTAL SUC '.
           03  WS-SUB-SUCURSAL  PIC 999.
           03  FILLER           PIC X(09)  VALUE ' CIERRES '.
           03  WS-SUB-CANT      PIC ZZZZ9.
           03  FILLER           PIC X(08)  VALUE ' PAGADO '.
           03  WS-SUB-IMPORTE   PIC ZZZ,ZZZ,ZZ9.99.
           03  FILLER           PIC X(28)  VALUE SPACES.

       01  WS-LIN-TIT-RECHAZOS.
           03  FILLER           PIC X(40)  VALUE
               'SOLICITUDES DE CIERRE RECHAZADAS        '.
           03  FILLER           PIC X(40)  VALUE SPACES.

       01  WS-LIN-RECHAZO.
           03  FILLER           PIC X(04)  VALUE 'SUC '.
           03  WS-LRE-SUCURSAL  PIC 999.
           03  FILLER           PIC X(05)  VALUE ' CTA '.
           03  WS-LRE-CUENTA    PIC 9(08).
           03  FILLER           PIC X(05)  VALUE ' MOT '.
           03  WS-LRE-MOTIVO    PIC 99.
           03  FILLER           PIC X(01)  VALUE SPACE.
           03  WS-LRE-OPERADOR  PIC X(08).
           03  FILLER           PIC X(01)  VALUE SPACE.
           03  WS-LRE-TEXTO     PIC X(33).
           03  FILLER           PIC X(10)  VALUE SPACES.

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

           IF WS-NO-FIN-LECTURA
              SORT WORK-SORT
                   ON ASCENDING KEY SRT-SUCURSAL
                                    SRT-CUENTA
                                    SRT-MOTIVO
                   INPUT PROCEDURE 1500-JUNTAR-SOLICITUDES
                                   THRU F-1500-JUNTAR-SOLICITUDES
                   OUTPUT PROCEDURE 2000-PROCESO
                                   THRU F-2000-PROCESO
           END-IF.

           IF WS-CANT-CERRADAS GREATER ZEROS
              PERFORM 4000-DESVINCULAR THRU F-4000-DESVINCULAR
           END-IF.

           PERFORM 9999-FINAL    THRU  F-9999-FINAL.

       F-MAIN-PROGRAM. GOBACK.

      **************************************
      *                                    *
      *  APERTURA DE FILES Y CARGA DEL     *
      *  MAESTRO DE TIPOS                  *
      *                                    *
      **************************************
       1000-INICIO.
           ACCEPT WS-FECHA FROM DATE YYYYMMDD.
           PERFORM 1100-LEER-PARM THRU F-1100-LEER-PARM.
           DISPLAY 'FECHA:    '  WS-FECHA.

           SET WS-NO-FIN-LECTURA TO TRUE.

           PERFORM 1200-CARGAR-TIPOS THRU F-1200-CARGAR-TIPOS.

           OPEN I-O CTAMAE.
           IF WS-CTA-CODE IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN CTAMAE  = ' WS-CTA-CODE
              MOVE 9999 TO RETURN-CODE
              SET  WS-FIN-LECTURA TO TRUE
           END-IF.

           OPEN INPUT OFIREG.
           IF WS-OFI-CODE IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN OFIREG  = ' WS-OFI-CODE
              MOVE 9999 TO RETURN-CODE
              SET  WS-FIN-LECTURA TO TRUE
           END-IF.

           OPEN INPUT RETENC.
           IF WS-RET-CODE IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN RETENC  = ' WS-RET-CODE
              MOVE 9999 TO RETURN-CODE
              SET  WS-FIN-LECTURA TO TRUE
           END-IF.

           OPEN I-O CLIXRF.
           IF WS-XRF-CODE IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN CLIXRF  = ' WS-XRF-CODE
              MOVE 9999 TO RETURN-CODE
              SET  WS-FIN-LECTURA TO TRUE
           END-IF.

           OPEN I-O CIEHIS.
           IF WS-CIE-CODE IS NOT EQUAL '00'
              OPEN OUTPUT CIEHIS
           END-IF.
           IF WS-CIE-CODE IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN CIEHIS  = ' WS-CIE-CODE
              MOVE 9999 TO RETURN-CODE
              SET  WS-FIN-LECTURA TO TRUE
           END-IF.

      *    SIN ACUMULADORES NO HAY INTERES PENDIENTE QUE LIQUIDAR
           SET WS-NO-HAY-ACRMAE TO TRUE.
           OPEN I-O ACRMAE.
           IF WS-ACR-CODE IS NOT EQUAL '00'
              DISPLAY '* ACUMULADOS ACRMAE NO DISPONIBLES, NO SE '
                      'LIQUIDA INTERES ACREEDOR'
           ELSE
              SET WS-HAY-ACRMAE TO TRUE
              OPEN I-O INTHIS
              IF WS-INH-CODE IS NOT EQUAL '00'
                 OPEN OUTPUT INTHIS
              END-IF
              IF WS-INH-CODE IS NOT EQUAL '00'
                 DISPLAY '* ERROR EN OPEN INTHIS  = ' WS-INH-CODE
                 MOVE 9999 TO RETURN-CODE
                 SET  WS-FIN-LECTURA TO TRUE
              END-IF
           END-IF.

           SET WS-NO-HAY-ACRDEU TO TRUE.
           OPEN I-O ACRDEU.
           IF WS-ADE-CODE IS NOT EQUAL '00'
              DISPLAY '* ACUMULADOS ACRDEU NO DISPONIBLES, NO SE '
                      'LIQUIDA INTERES DEUDOR'
           ELSE
              SET WS-HAY-ACRDEU TO TRUE
           END-IF.

           OPEN OUTPUT MOVCIE.
           IF WS-MCI-CODE IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN MOVCIE  = ' WS-MCI-CODE
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
      *    Y EL NOMBRE DE LOS MOVIMIENTOS
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

      *    LA COMISION DEL MES SE COBRA POR LOS DIAS CORRIDOS
           MOVE WS-FEC-DD TO WS-DIAS-COMISION.
           IF WS-DIAS-COMISION GREATER 30
              MOVE 30 TO WS-DIAS-COMISION
           END-IF.

           IF WS-INF-CODE EQUAL '00'
              MOVE WS-FECHA      TO WS-TIT-FECHA
              MOVE WS-LIN-TITULO TO REG-INFORME
              PERFORM 9300-GRABAR-INFORME THRU F-9300-GRABAR-INFORME
              MOVE WS-LIN-BLANCA TO REG-INFORME
              PERFORM 9300-GRABAR-INFORME THRU F-9300-GRABAR-INFORME
           END-IF.

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
      *  CARGA EL MAESTRO DE TIPOS CON LA  *
      *  COMISION MENSUAL; SIN ARCHIVO NO  *
      *  SE COBRA COMISION EN EL CIERRE    *
      *                                    *
      **************************************
       1200-CARGAR-TIPOS.
           MOVE ZEROS TO WS-CANT-TIPOS.
           SET WS-NO-FIN-TIPOS TO TRUE.

           OPEN INPUT TIPMAE.
           IF WS-TIP-CODE IS NOT EQUAL '00'
              DISPLAY '* MAESTRO DE TIPOS NO DISPONIBLE, NO SE '
                      'COBRA COMISION EN LOS CIERRES'
              MOVE 4 TO RETURN-CODE
              SET WS-FIN-TIPOS TO TRUE
           END-IF.

           PERFORM 1210-LEER-UN-TIPO THRU F-1210-LEER-UN-TIPO
                   UNTIL WS-FIN-TIPOS.

           IF WS-TIP-CODE EQUAL '00' OR WS-TIP-CODE EQUAL '10'
              CLOSE TIPMAE
           END-IF.

           DISPLAY 'TIPOS DE CUENTA: ' WS-CANT-TIPOS.

       F-1200-CARGAR-TIPOS. EXIT.

       1210-LEER-UN-TIPO.
           READ TIPMAE INTO WS-REG-TIPMAE
                       AT END SET WS-FIN-TIPOS TO TRUE.

           IF WS-FIN-TIPOS
              GO TO F-1210-LEER-UN-TIPO
           END-IF.

           IF WS-TIP-CODE IS NOT EQUAL '00'
              DISPLAY '* ERROR EN LECTURA TIPMAE = ' WS-TIP-CODE
              MOVE 9999 TO RETURN-CODE
              SET WS-FIN-TIPOS TO TRUE
              GO TO F-1210-LEER-UN-TIPO
           END-IF.

           IF WS-CANT-TIPOS LESS 9
              ADD 1 TO WS-CANT-TIPOS
              MOVE WS-TIM-CODIGO TO WS-TIP-CODIGO (WS-CANT-TIPOS)
              IF WS-TIM-COMISION IS NUMERIC
                 MOVE WS-TIM-COMISION
                            TO WS-TIP-COMISION (WS-CANT-TIPOS)
              ELSE
                 MOVE ZEROS TO WS-TIP-COMISION (WS-CANT-TIPOS)
              END-IF
           ELSE
              DISPLAY '* TABLA DE TIPOS LLENA, SE IGNORAN '
                      'LOS EXCEDENTES'
              SET WS-FIN-TIPOS TO TRUE
           END-IF.

       F-1210-LEER-UN-TIPO. EXIT.

      **************************************
      *                                    *
      *  ENTREGA AL SORT LAS SOLICITUDES   *
      *  DEL DIA Y LAS CUENTAS A CERRAR    *
      *  POR CHEQUES RECHAZADOS            *
      *                                    *
      **************************************
       1500-JUNTAR-SOLICITUDES.
           OPEN INPUT CIENOV.
           IF WS-NOV-CODE IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN CIENOV  = ' WS-NOV-CODE
              MOVE 9999 TO RETURN-CODE
           ELSE
              SET WS-NO-FIN-SOLICITUDES TO TRUE
              PERFORM 1520-SOLTAR-SOLICITUD
                        THRU F-1520-SOLTAR-SOLICITUD
                      UNTIL WS-FIN-SOLICITUDES
              CLOSE CIENOV
           END-IF.

      *    LA LISTA DE PGMCHQBC ES OPCIONAL: SOLO SE GENERA EN EL
      *    CIERRE MENSUAL DE CHEQUES
           OPEN INPUT CHQREV.
           IF WS-REV-CODE IS NOT EQUAL '00'
              DISPLAY '* SIN CUENTAS A CERRAR POR CHEQUES '
                      'RECHAZADOS'
           ELSE
              SET WS-NO-FIN-SOLICITUDES TO TRUE
              PERFORM 1540-SOLTAR-CHEQUES
                        THRU F-1540-SOLTAR-CHEQUES
                      UNTIL WS-FIN-SOLICITUDES
              CLOSE CHQREV
           END-IF.

       F-1500-JUNTAR-SOLICITUDES. EXIT.

       1520-SOLTAR-SOLICITUD.
           READ CIENOV INTO WS-REG-CIENOV
                AT END
                   SET WS-FIN-SOLICITUDES TO TRUE
                   GO TO F-1520-SOLTAR-SOLICITUD
           END-READ.

           IF WS-NOV-CODE IS NOT EQUAL '00'
              DISPLAY '* ERROR EN LECTURA CIENOV = ' WS-NOV-CODE
              MOVE 9999 TO RETURN-CODE
              SET WS-FIN-SOLICITUDES TO TRUE
              GO TO F-1520-SOLTAR-SOLICITUD
           END-IF.

           ADD 1 TO WS-CANT-LEIDAS.

      *    UNA CLAVE NO NUMERICA VA IGUAL AL SORT (EN CEROS) PARA
      *    QUE SALGA RECHAZADA EN EL INFORME
           IF WS-NOV-SUCURSAL IS NUMERIC
              MOVE WS-NOV-SUCURSAL TO SRT-SUCURSAL
           ELSE
              MOVE ZEROS           TO SRT-SUCURSAL
           END-IF.
           IF WS-NOV-CUENTA IS NUMERIC
              MOVE WS-NOV-CUENTA   TO SRT-CUENTA
           ELSE
              MOVE ZEROS           TO SRT-CUENTA
           END-IF.
           IF WS-NOV-MOTIVO IS NUMERIC
              MOVE WS-NOV-MOTIVO   TO SRT-MOTIVO
           ELSE
              MOVE ZEROS           TO SRT-MOTIVO
           END-IF.
           MOVE WS-NOV-OPERADOR    TO SRT-OPERADOR.

           RELEASE WORK-SORT-REC.

       F-1520-SOLTAR-SOLICITUD. EXIT.

       1540-SOLTAR-CHEQUES.
           READ CHQREV
                AT END
                   SET WS-FIN-SOLICITUDES TO TRUE
                   GO TO F-1540-SOLTAR-CHEQUES
           END-READ.

           IF WS-REV-CODE IS NOT EQUAL '00'
              DISPLAY '* ERROR EN LECTURA CHQREV = ' WS-REV-CODE
              MOVE 9999 TO RETURN-CODE
              SET WS-FIN-SOLICITUDES TO TRUE
              GO TO F-1540-SOLTAR-CHEQUES
           END-IF.

           IF REV-SUCURSAL IS NOT NUMERIC OR
              REV-CUENTA IS NOT NUMERIC
              GO TO F-1540-SOLTAR-CHEQUES
           END-IF.

           ADD 1 TO WS-CANT-LEIDAS.
           ADD 1 TO WS-CANT-DE-CHQREV.

           MOVE REV-SUCURSAL        TO SRT-SUCURSAL.
           MOVE REV-CUENTA          TO SRT-CUENTA.
           MOVE WS-MOTIVO-CHEQUES   TO SRT-MOTIVO.
           MOVE WS-OPERADOR-CHEQUES TO SRT-OPERADOR.

           RELEASE WORK-SORT-REC.

       F-1540-SOLTAR-CHEQUES. EXIT.

      **************************************
      *                                    *
      *  TOMA LAS SOLICITUDES ORDENADAS    *
      *  Y LAS PROCESA UNA A UNA           *
      *                                    *
      **************************************
       2000-PROCESO.
           SET WS-NO-FIN-SOLICITUDES TO TRUE.

           PERFORM 2050-TOMAR-SOLICITUD
                     THRU F-2050-TOMAR-SOLICITUD
                   UNTIL WS-FIN-SOLICITUDES.

           IF WS-CANT-CIE-SUC GREATER ZEROS
              PERFORM 2400-SUBTOTAL-SUCURSAL
                        THRU F-2400-SUBTOTAL-SUCURSAL
           END-IF.

           IF WS-CANT-ASI-MON GREATER ZEROS
              PERFORM 2700-GRABAR-ASIENTOS THRU F-2700-GRABAR-ASIENTOS
           END-IF.

       F-2000-PROCESO. EXIT.

       2050-TOMAR-SOLICITUD.
           RETURN WORK-SORT
                  AT END
                     SET WS-FIN-SOLICITUDES TO TRUE
                     GO TO F-2050-TOMAR-SOLICITUD
           END-RETURN.

           MOVE SRT-SUCURSAL TO WS-SOL-SUCURSAL.
           MOVE SRT-CUENTA   TO WS-SOL-CUENTA.
           MOVE SRT-MOTIVO   TO WS-SOL-MOTIVO.
           MOVE SRT-OPERADOR TO WS-SOL-OPERADOR.

           PERFORM 2100-VALIDAR THRU F-2100-VALIDAR.
           IF WS-SOL-INVALIDA
              PERFORM 2900-RECHAZAR THRU F-2900-RECHAZAR
              GO TO F-2050-TOMAR-SOLICITUD
           END-IF.

           PERFORM 2300-CERRAR-CUENTA THRU F-2300-CERRAR-CUENTA.

       F-2050-TOMAR-SOLICITUD. EXIT.

      **************************************
      *                                    *
      *  CONDICIONES PARA CERRAR LA        *
      *  CUENTA Y CALCULO DE LA            *
      *  LIQUIDACION; EL MOTIVO DEL        *
      *  RECHAZO QUEDA PARA EL INFORME     *
      *                                    *
      **************************************
       2100-VALIDAR.
           SET WS-SOL-INVALIDA TO TRUE.

           IF WS-SOL-CUENTA EQUAL ZEROS
              MOVE 'CUENTA INVALIDA                  '
                                    TO WS-TEXTO-RECHAZO
              GO TO F-2100-VALIDAR
           END-IF.

           MOVE ZEROS TO WS-SUB-MOT-ACTUAL.
           PERFORM 2150-BUSCAR-MOTIVO THRU F-2150-BUSCAR-MOTIVO
                   VARYING WS-SUB-MOT FROM 1 BY 1
                   UNTIL WS-SUB-MOT GREATER 5.
           IF WS-SUB-MOT-ACTUAL EQUAL ZEROS
              MOVE 'MOTIVO DE CIERRE DESCONOCIDO     '
                                    TO WS-TEXTO-RECHAZO
              GO TO F-2100-VALIDAR
           END-IF.

           MOVE WS-SOL-SUCURSAL TO CTA-SUCURSAL.
           MOVE WS-SOL-CUENTA   TO CTA-CUENTA.
           READ CTAMAE
                INVALID KEY
                   MOVE 'CUENTA INEXISTENTE               '
                                    TO WS-TEXTO-RECHAZO
                   GO TO F-2100-VALIDAR
           END-READ.

           IF CTA-ESTADO EQUAL 1
              MOVE 'CUENTA YA DADA DE BAJA           '
                                    TO WS-TEXTO-RECHAZO
              GO TO F-2100-VALIDAR
           END-IF.

           IF CTA-ESTADO EQUAL 2
              MOVE 'CUENTA EMBARGADA                 '
                                    TO WS-TEXTO-RECHAZO
              GO TO F-2100-VALIDAR
           END-IF.

           MOVE CTA-CLAVE TO OFI-CLAVE.
           READ OFIREG
                INVALID KEY
                   CONTINUE
                NOT INVALID KEY
                   IF OFI-VIGENTE
                      MOVE 'OFICIO JUDICIAL VIGENTE          '
                                    TO WS-TEXTO-RECHAZO
                      GO TO F-2100-VALIDAR
                   END-IF
           END-READ.

           PERFORM 2200-CONTAR-RETENCIONES
                     THRU F-2200-CONTAR-RETENCIONES.
           IF WS-CANT-RET-CTA GREATER ZEROS
              MOVE 'RETENCION DE FONDOS VIGENTE      '
                                    TO WS-TEXTO-RECHAZO
              GO TO F-2100-VALIDAR
           END-IF.

           IF CTA-IMPORTE LESS ZEROS
              MOVE 'CUENTA EN DESCUBIERTO            '
                                    TO WS-TEXTO-RECHAZO
              GO TO F-2100-VALIDAR
           END-IF.

           PERFORM 2250-LIQUIDAR THRU F-2250-LIQUIDAR.

           IF WS-LIQ-PAGO LESS ZEROS
              MOVE 'SALDO NO CUBRE LA LIQUIDACION    '
                                    TO WS-TEXTO-RECHAZO
              GO TO F-2100-VALIDAR
           END-IF.

           IF WS-LIQ-PAGO GREATER 9999999.99
              MOVE 'PAGO EXCEDE EL MOVIMIENTO        '
                                    TO WS-TEXTO-RECHAZO
              GO TO F-2100-VALIDAR
           END-IF.

           IF WS-CANT-CERRADAS NOT LESS WS-MAX-CERRADAS
              MOVE 'TABLA DE CUENTAS CERRADAS LLENA  '
                                    TO WS-TEXTO-RECHAZO
              GO TO F-2100-VALIDAR
           END-IF.

           SET WS-SOL-VALIDA TO TRUE.

       F-2100-VALIDAR. EXIT.

       2150-BUSCAR-MOTIVO.
           IF WS-MOT-CODIGO (WS-SUB-MOT) EQUAL WS-SOL-MOTIVO
              MOVE WS-SUB-MOT TO WS-SUB-MOT-ACTUAL
           END-IF.

       F-2150-BUSCAR-MOTIVO. EXIT.

      **************************************
      *                                    *
      *  CUENTA LAS RETENCIONES VIGENTES   *
      *  NO VENCIDAS DE LA CUENTA, AUN     *
      *  LAS QUE RIGEN DESDE UNA FECHA     *
      *  FUTURA                            *
      *                                    *
      **************************************
       2200-CONTAR-RETENCIONES.
           MOVE ZEROS TO WS-CANT-RET-CTA.
           SET WS-NO-FIN-RETENC TO TRUE.

           MOVE CTA-SUCURSAL TO RET-SUCURSAL.
           MOVE CTA-CUENTA   TO RET-CUENTA.
           MOVE ZEROS        TO RET-SECUENCIA.
           START RETENC KEY IS NOT LESS RET-CLAVE
                 INVALID KEY SET WS-FIN-RETENC TO TRUE
           END-START.

           PERFORM 2210-LEER-RETENCION THRU F-2210-LEER-RETENCION
                   UNTIL WS-FIN-RETENC.

       F-2200-CONTAR-RETENCIONES. EXIT.

       2210-LEER-RETENCION.
           READ RETENC NEXT RECORD
                AT END
                   SET WS-FIN-RETENC TO TRUE
                   GO TO F-2210-LEER-RETENCION
           END-READ.

           IF WS-RET-CODE IS NOT EQUAL '00' OR
              RET-SUCURSAL NOT EQUAL CTA-SUCURSAL OR
              RET-CUENTA   NOT EQUAL CTA-CUENTA
              SET WS-FIN-RETENC TO TRUE
              GO TO F-2210-LEER-RETENCION
           END-IF.

           IF NOT RET-VIGENTE
              GO TO F-2210-LEER-RETENCION
           END-IF.

           IF RET-FECHA-HASTA GREATER ZEROS AND
              RET-FECHA-HASTA LESS WS-FECHA
              GO TO F-2210-LEER-RETENCION
           END-IF.

           ADD 1 TO WS-CANT-RET-CTA.

       F-2210-LEER-RETENCION. EXIT.

      **************************************
      *                                    *
      *  SALDO + INTERES ACREEDOR -        *
      *  INTERES DEUDOR - COMISION         *
      *  PROPORCIONAL = PAGO FINAL         *
      *                                    *
      **************************************
       2250-LIQUIDAR.
           MOVE CTA-IMPORTE TO WS-LIQ-SALDO.
           MOVE ZEROS       TO WS-LIQ-INTERES.
           MOVE ZEROS       TO WS-LIQ-DEUDOR.
           MOVE ZEROS       TO WS-LIQ-COMISION.

           IF WS-HAY-ACRMAE
              MOVE CTA-CLAVE TO ACR-CLAVE
              READ ACRMAE
                   INVALID KEY
                      CONTINUE
                   NOT INVALID KEY
                      IF ACR-ACUM-INTERES GREATER ZEROS
                         MOVE ACR-ACUM-INTERES TO WS-LIQ-INTERES
                      END-IF
              END-READ
           END-IF.

           IF WS-HAY-ACRDEU
              MOVE CTA-CLAVE TO ADE-CLAVE
              READ ACRDEU
                   INVALID KEY
                      CONTINUE
                   NOT INVALID KEY
                      IF ADE-ACUM-INTERES + ADE-ACUM-PUNITORIO
                                                   GREATER ZEROS
                         COMPUTE WS-LIQ-DEUDOR =
                                 ADE-ACUM-INTERES + ADE-ACUM-PUNITORIO
                      END-IF
              END-READ
           END-IF.

           IF NOT CTA-COMISION-EXENTA
              PERFORM 2260-BUSCAR-TIPO THRU F-2260-BUSCAR-TIPO
              IF WS-SUB-TIP-ACTUAL GREATER ZEROS
                 COMPUTE WS-LIQ-COMISION ROUNDED =
                         WS-TIP-COMISION (WS-SUB-TIP-ACTUAL) *
                         WS-DIAS-COMISION / 30
              END-IF
           END-IF.

           COMPUTE WS-LIQ-PAGO = WS-LIQ-SALDO + WS-LIQ-INTERES
                               - WS-LIQ-DEUDOR - WS-LIQ-COMISION.

       F-2250-LIQUIDAR. EXIT.

       2260-BUSCAR-TIPO.
           MOVE ZEROS TO WS-SUB-TIP-ACTUAL.
           PERFORM 2270-PROBAR-TIPO THRU F-2270-PROBAR-TIPO
                   VARYING WS-SUB-TIP FROM 1 BY 1
                   UNTIL WS-SUB-TIP GREATER WS-CANT-TIPOS.

       F-2260-BUSCAR-TIPO. EXIT.

       2270-PROBAR-TIPO.
           IF WS-TIP-CODIGO (WS-SUB-TIP) EQUAL CTA-TIPO
              MOVE WS-SUB-TIP TO WS-SUB-TIP-ACTUAL
           END-IF.

       F-2270-PROBAR-TIPO. EXIT.

      **************************************
      *                                    *
      *  CIERRE DE UNA CUENTA ACEPTADA:    *
      *  MOVIMIENTOS, ACUMULADORES EN      *
      *  CERO, HISTORICO, MAESTRO EN BAJA  *
      *  Y LINEA DEL INFORME               *
      *                                    *
      **************************************
       2300-CERRAR-CUENTA.
           IF CTA-SUCURSAL NOT EQUAL WS-SUCURSAL-ANT
              OR WS-CANT-CERRADAS-TOT EQUAL ZEROS
              PERFORM 2350-NUEVA-SUCURSAL THRU F-2350-NUEVA-SUCURSAL
           END-IF.

           PERFORM 2500-EMITIR-MOVIMIENTOS
                     THRU F-2500-EMITIR-MOVIMIENTOS.

           IF WS-LIQ-INTERES GREATER ZEROS
              PERFORM 2550-LIQUIDAR-ACRMAE THRU F-2550-LIQUIDAR-ACRMAE
           END-IF.

           IF WS-LIQ-DEUDOR GREATER ZEROS
              MOVE ZEROS    TO ADE-ACUM-INTERES
              MOVE ZEROS    TO ADE-ACUM-PUNITORIO
              MOVE WS-FECHA TO ADE-FECHA-ULT-DEV
              REWRITE REG-ACRDEU
                 INVALID KEY
                    DISPLAY '* ERROR EN REWRITE ACRDEU = ' WS-ADE-CODE
                    MOVE 9999 TO RETURN-CODE
              END-REWRITE
           END-IF.

           MOVE SPACES          TO REG-CIEHIS.
           MOVE CTA-CLAVE       TO CIE-CLAVE.
           MOVE WS-FECHA        TO CIE-FECHA.
           MOVE WS-SOL-MOTIVO   TO CIE-MOTIVO.
           MOVE WS-SOL-OPERADOR TO CIE-OPERADOR.
           MOVE CTA-TIPO        TO CIE-TIPO.
           MOVE CTA-MONEDA      TO CIE-MONEDA.
           MOVE WS-LIQ-SALDO    TO CIE-SALDO.
           MOVE WS-LIQ-INTERES  TO CIE-INTERES.
           MOVE WS-LIQ-DEUDOR   TO CIE-DEUDOR.
           MOVE WS-LIQ-COMISION TO CIE-COMISION.
           MOVE WS-LIQ-PAGO     TO CIE-PAGO.
           WRITE REG-CIEHIS
              INVALID KEY
                 DISPLAY '* SUC ' CTA-SUCURSAL ' CTA ' CTA-CUENTA
                         ' YA TENIA CIERRE EN CIEHIS'
                 MOVE 4 TO RETURN-CODE
           END-WRITE.

      *    EL MAESTRO QUEDA LIQUIDADO: EL PAGO FINAL SE LLEVA TODO
           MOVE ZEROS    TO CTA-IMPORTE.
           MOVE 1        TO CTA-ESTADO.
           MOVE WS-FECHA TO CTA-FECHA-ULT-MOV.
           MOVE WS-FECHA TO CTA-FECHA-CIERRE.
           MOVE WS-SOL-MOTIVO TO CTA-MOTIVO-CIERRE.
           REWRITE REG-CTAMAE
              INVALID KEY
                 DISPLAY '* ERROR EN REWRITE CTAMAE = ' WS-CTA-CODE
                 MOVE 9999 TO RETURN-CODE
           END-REWRITE.

           ADD 1 TO WS-CANT-CERRADAS.
           SET WS-IDX-CER TO WS-CANT-CERRADAS.
           MOVE CTA-SUCURSAL TO WS-CER-SUCURSAL (WS-IDX-CER).
           MOVE CTA-CUENTA   TO WS-CER-CUENTA (WS-IDX-CER).

           PERFORM 2600-ACUMULAR-ASIENTO THRU F-2600-ACUMULAR-ASIENTO.

           MOVE CTA-CUENTA      TO WS-DET-CUENTA.
           MOVE WS-SOL-MOTIVO   TO WS-DET-MOTIVO.
           MOVE WS-LIQ-INTERES  TO WS-DET-INTERES.
           MOVE WS-LIQ-DEUDOR   TO WS-DET-DEUDOR.
           MOVE WS-LIQ-COMISION TO WS-DET-COMISION.
           MOVE WS-LIQ-PAGO     TO WS-DET-PAGO.
           MOVE WS-LIN-DETALLE  TO REG-INFORME.
           PERFORM 9300-GRABAR-INFORME THRU F-9300-GRABAR-INFORME.

           ADD 1           TO WS-CANT-CIE-SUC.
           ADD WS-LIQ-PAGO TO WS-IMP-PAGO-SUC.
           ADD 1           TO WS-CANT-CERRADAS-TOT.
           ADD WS-LIQ-PAGO TO WS-IMP-PAGADO.

       F-2300-CERRAR-CUENTA. EXIT.

      **************************************
      *                                    *
      *  CAMBIO DE SUCURSAL: CIERRA        *
      *  SUBTOTAL Y ASIENTOS DE LA         *
      *  ANTERIOR Y TITULA LA NUEVA        *
      *                                    *
      **************************************
       2350-NUEVA-SUCURSAL.
           IF WS-CANT-CIE-SUC GREATER ZEROS
              PERFORM 2400-SUBTOTAL-SUCURSAL
                        THRU F-2400-SUBTOTAL-SUCURSAL
           END-IF.

           IF WS-CANT-ASI-MON GREATER ZEROS
              PERFORM 2700-GRABAR-ASIENTOS THRU F-2700-GRABAR-ASIENTOS
           END-IF.

           MOVE CTA-SUCURSAL TO WS-SUCURSAL-ANT.

           MOVE SPACES TO WS-NOMBRE-SUC-MAE.
           IF WS-HAY-SUCMAE
              MOVE CTA-SUCURSAL TO SUC-COD
              READ SUCMAE RECORD KEY IS SUC-COD
                   INVALID KEY
                      CONTINUE
                   NOT INVALID KEY
                      MOVE SUC-NOM TO WS-NOMBRE-SUC-MAE
              END-READ
           END-IF.

           MOVE CTA-SUCURSAL      TO WS-LSU-SUCURSAL.
           MOVE WS-NOMBRE-SUC-MAE TO WS-LSU-NOMBRE.
           MOVE WS-LIN-SUCURSAL   TO REG-INFORME.
           PERFORM 9300-GRABAR-INFORME THRU F-9300-GRABAR-INFORME.

       F-2350-NUEVA-SUCURSAL. EXIT.

      **************************************
      *                                    *
      *  SUBTOTAL DE CIERRES Y PAGOS DE    *
      *  LA SUCURSAL                       *
      *                                    *
      **************************************
       2400-SUBTOTAL-SUCURSAL.
           MOVE WS-SUCURSAL-ANT TO WS-SUB-SUCURSAL.
           MOVE WS-CANT-CIE-SUC TO WS-SUB-CANT.
           MOVE WS-IMP-PAGO-SUC TO WS-SUB-IMPORTE.
           MOVE WS-LIN-SUBTOTAL TO REG-INFORME.
           PERFORM 9300-GRABAR-INFORME THRU F-9300-GRABAR-INFORME.

           MOVE WS-LIN-BLANCA TO REG-INFORME.
           PERFORM 9300-GRABAR-INFORME THRU F-9300-GRABAR-INFORME.

           MOVE ZEROS TO WS-CANT-CIE-SUC.
           MOVE ZEROS TO WS-IMP-PAGO-SUC.

       F-2400-SUBTOTAL-SUCURSAL. EXIT.

      **************************************
      *                                    *
      *  UN MOVIMIENTO CPSUCU POR CADA     *
      *  CONCEPTO DE LA LIQUIDACION; EL    *
      *  PAGO FINAL SALE CON ESTADO BAJA   *
      *                                    *
      **************************************
       2500-EMITIR-MOVIMIENTOS.
           MOVE SPACES            TO WS-REG-ENTRADA.
           MOVE CTA-SUCURSAL      TO WS-NRO-SUCURSAL.
           MOVE WS-NOMBRE-SUC-MAE TO WS-NOMBRE-SUC.
           MOVE CTA-TIPO          TO WS-TIPO-CUENTA.
           MOVE ZERO              TO WS-ESTADO-CUENTA.
           MOVE CTA-CUENTA        TO WS-NRO-CUENTA.
           MOVE CTA-MONEDA        TO WS-MONEDA-CUENTA.

           IF WS-LIQ-INTERES GREATER ZEROS
              MOVE WS-LIQ-INTERES TO WS-SUC-IMPORTE
              PERFORM 2590-GRABAR-MOVIMIENTO
                        THRU F-2590-GRABAR-MOVIMIENTO
           END-IF.

           IF WS-LIQ-DEUDOR GREATER ZEROS
              COMPUTE WS-SUC-IMPORTE = ZERO - WS-LIQ-DEUDOR
              PERFORM 2590-GRABAR-MOVIMIENTO
                        THRU F-2590-GRABAR-MOVIMIENTO
           END-IF.

           IF WS-LIQ-COMISION GREATER ZEROS
              COMPUTE WS-SUC-IMPORTE = ZERO - WS-LIQ-COMISION
              PERFORM 2590-GRABAR-MOVIMIENTO
                        THRU F-2590-GRABAR-MOVIMIENTO
           END-IF.

           MOVE 1 TO WS-ESTADO-CUENTA.
           COMPUTE WS-SUC-IMPORTE = ZERO - WS-LIQ-PAGO.
           PERFORM 2590-GRABAR-MOVIMIENTO
                     THRU F-2590-GRABAR-MOVIMIENTO.

       F-2500-EMITIR-MOVIMIENTOS. EXIT.

      **************************************
      *                                    *
      *  PASA EL INTERES PENDIENTE A LA    *
      *  HISTORIA INTHIS Y DEJA EL         *
      *  ACUMULADOR EN CERO                *
      *                                    *
      **************************************
       2550-LIQUIDAR-ACRMAE.
           MOVE SPACES         TO REG-INTHIS.
           MOVE CTA-SUCURSAL   TO INH-SUCURSAL.
           MOVE CTA-CUENTA     TO INH-CUENTA.
           MOVE WS-FECHA       TO INH-FECHA.
           MOVE CTA-TIPO       TO INH-TIPO.
           MOVE CTA-MONEDA     TO INH-MONEDA.
           MOVE WS-LIQ-INTERES TO INH-IMPORTE.

           WRITE REG-INTHIS
              INVALID KEY
                 DISPLAY '* SUC ' CTA-SUCURSAL ' CTA ' CTA-CUENTA
                         ' YA TENIA INTERESES EN INTHIS EL ' WS-FECHA
                 MOVE 4 TO RETURN-CODE
           END-WRITE.

           MOVE ZEROS    TO ACR-ACUM-INTERES.
           MOVE WS-FECHA TO ACR-FECHA-ULT-DEV.
           REWRITE REG-ACRMAE
              INVALID KEY
                 DISPLAY '* ERROR EN REWRITE ACRMAE = ' WS-ACR-CODE
                 MOVE 9999 TO RETURN-CODE
           END-REWRITE.

       F-2550-LIQUIDAR-ACRMAE. EXIT.

       2590-GRABAR-MOVIMIENTO.
           WRITE REG-MOVCIE FROM WS-REG-ENTRADA.
           IF WS-MCI-CODE IS NOT EQUAL '00'
              DISPLAY '* ERROR EN WRITE MOVCIE = ' WS-MCI-CODE
              MOVE 9999 TO RETURN-CODE
           ELSE
              ADD 1 TO WS-CANT-MOVIMIENTOS
           END-IF.

       F-2590-GRABAR-MOVIMIENTO. EXIT.

      **************************************
      *                                    *
      *  SUMA LOS CONCEPTOS DEL CIERRE EN  *
      *  EL RENGLON DE SU MONEDA DEL       *
      *  ASIENTO DE LA SUCURSAL            *
      *                                    *
      **************************************
       2600-ACUMULAR-ASIENTO.
           MOVE ZEROS TO WS-SUB-ASI-ACTUAL.
           PERFORM 2610-PROBAR-MONEDA THRU F-2610-PROBAR-MONEDA
                   VARYING WS-SUB-ASI FROM 1 BY 1
                   UNTIL WS-SUB-ASI GREATER WS-CANT-ASI-MON.

           IF WS-SUB-ASI-ACTUAL EQUAL ZEROS
              IF WS-CANT-ASI-MON LESS 10
                 ADD 1 TO WS-CANT-ASI-MON
                 MOVE WS-CANT-ASI-MON TO WS-SUB-ASI-ACTUAL
                 MOVE CTA-MONEDA TO WS-ASI-MONEDA (WS-SUB-ASI-ACTUAL)
                 MOVE ZEROS      TO WS-ASI-INTERES (WS-SUB-ASI-ACTUAL)
                                    WS-ASI-DEUDOR (WS-SUB-ASI-ACTUAL)
                                    WS-ASI-COMISION (WS-SUB-ASI-ACTUAL)
                                    WS-ASI-PAGO (WS-SUB-ASI-ACTUAL)
              ELSE
                 DISPLAY '* DEMASIADAS MONEDAS EN LA SUCURSAL '
                         WS-SUCURSAL-ANT ', MONEDA '
                         CTA-MONEDA ' SIN ASIENTO'
                 MOVE 4 TO RETURN-CODE
                 GO TO F-2600-ACUMULAR-ASIENTO
              END-IF
           END-IF.

           ADD WS-LIQ-INTERES  TO WS-ASI-INTERES (WS-SUB-ASI-ACTUAL).
           ADD WS-LIQ-DEUDOR   TO WS-ASI-DEUDOR (WS-SUB-ASI-ACTUAL).
           ADD WS-LIQ-COMISION TO WS-ASI-COMISION (WS-SUB-ASI-ACTUAL).
           ADD WS-LIQ-PAGO     TO WS-ASI-PAGO (WS-SUB-ASI-ACTUAL).

       F-2600-ACUMULAR-ASIENTO. EXIT.

       2610-PROBAR-MONEDA.
           IF WS-ASI-MONEDA (WS-SUB-ASI) EQUAL CTA-MONEDA
              MOVE WS-SUB-ASI TO WS-SUB-ASI-ACTUAL
           END-IF.

       F-2610-PROBAR-MONEDA. EXIT.

      **************************************
      *                                    *
      *  CIERRA LA SUCURSAL: POR MONEDA    *
      *  UN PAR DEBE/HABER POR CADA        *
      *  CONCEPTO DE LA LIQUIDACION        *
      *                                    *
      **************************************
       2700-GRABAR-ASIENTOS.
           MOVE 'BCO' TO WS-ENTIDAD-SUC.

           IF WS-HAY-SUCMAE
              MOVE WS-SUCURSAL-ANT TO SUC-COD
              READ SUCMAE RECORD KEY IS SUC-COD
                   INVALID KEY
                      CONTINUE
                   NOT INVALID KEY
                      IF SUC-ENTIDAD NOT EQUAL SPACES
                         MOVE SUC-ENTIDAD TO WS-ENTIDAD-SUC
                      END-IF
              END-READ
           END-IF.

           MOVE WS-ENTIDAD-SUC  TO WS-GL-CIA.
           MOVE WS-SUCURSAL-ANT TO WS-GL-CENTRO-COSTO.

           PERFORM 2750-ASIENTO-MONEDA THRU F-2750-ASIENTO-MONEDA
                   VARYING WS-SUB-ASI FROM 1 BY 1
                   UNTIL WS-SUB-ASI GREATER WS-CANT-ASI-MON.

           MOVE ZEROS TO WS-CANT-ASI-MON.

       F-2700-GRABAR-ASIENTOS. EXIT.

       2750-ASIENTO-MONEDA.
           MOVE WS-ASI-MONEDA (WS-SUB-ASI) TO WS-GL-MONEDA.

      *    INTERES ACREEDOR: EL DEVENGADO A PAGAR PASA A DEPOSITOS
           MOVE WS-ASI-INTERES (WS-SUB-ASI) TO WS-GL-IMPORTE.
           MOVE WS-GL-CTA-DEVENGADO TO WS-ASI-CTA-DEBE.
           MOVE WS-GL-CTA-LIBRO     TO WS-ASI-CTA-HABER.
           PERFORM 2760-GRABAR-PAR THRU F-2760-GRABAR-PAR.

      *    INTERES DEUDOR: SE COBRA EL DEVENGADO A COBRAR
           MOVE WS-ASI-DEUDOR (WS-SUB-ASI) TO WS-GL-IMPORTE.
           MOVE WS-GL-CTA-LIBRO     TO WS-ASI-CTA-DEBE.
           MOVE WS-GL-CTA-A-COBRAR  TO WS-ASI-CTA-HABER.
           PERFORM 2760-GRABAR-PAR THRU F-2760-GRABAR-PAR.

      *    COMISION PROPORCIONAL DEL MES
           MOVE WS-ASI-COMISION (WS-SUB-ASI) TO WS-GL-IMPORTE.
           MOVE WS-GL-CTA-LIBRO     TO WS-ASI-CTA-DEBE.
           MOVE WS-GL-CTA-COMISION  TO WS-ASI-CTA-HABER.
           PERFORM 2760-GRABAR-PAR THRU F-2760-GRABAR-PAR.

      *    PAGO FINAL: SALE DE DEPOSITOS A SALDOS A PAGAR
           MOVE WS-ASI-PAGO (WS-SUB-ASI) TO WS-GL-IMPORTE.
           MOVE WS-GL-CTA-LIBRO     TO WS-ASI-CTA-DEBE.
           MOVE WS-GL-CTA-A-PAGAR   TO WS-ASI-CTA-HABER.
           PERFORM 2760-GRABAR-PAR THRU F-2760-GRABAR-PAR.

       F-2750-ASIENTO-MONEDA. EXIT.

       2760-GRABAR-PAR.
           IF WS-GL-IMPORTE NOT GREATER ZEROS
              GO TO F-2760-GRABAR-PAR
           END-IF.

           MOVE WS-ASI-CTA-DEBE  TO WS-GL-CUENTA.
           MOVE 'D'              TO WS-GL-DEBE-HABER.
           PERFORM 2790-GRABAR-ASIENTO THRU F-2790-GRABAR-ASIENTO.

           MOVE WS-ASI-CTA-HABER TO WS-GL-CUENTA.
           MOVE 'H'              TO WS-GL-DEBE-HABER.
           PERFORM 2790-GRABAR-ASIENTO THRU F-2790-GRABAR-ASIENTO.

       F-2760-GRABAR-PAR. EXIT.

       2790-GRABAR-ASIENTO.
           PERFORM 9700-GRABAR-GLPOST THRU F-9700-GRABAR-GLPOST.
           IF WS-GL-CODE IS NOT EQUAL '00'
              DISPLAY '* ERROR EN WRITE GLPOST = ' WS-GL-CODE
              MOVE 9999 TO RETURN-CODE
           ELSE
              IF WS-ASIENTO-EN-GLPOST
                 ADD 1 TO WS-CANT-ASIENTOS
              END-IF
           END-IF.

       F-2790-GRABAR-ASIENTO. EXIT.

      **************************************
      *                                    *
      *  DESVIA UNA SOLICITUD RECHAZADA A  *
      *  LA TABLA QUE SE LISTA AL FINAL    *
      *  DEL INFORME                       *
      *                                    *
      **************************************
       2900-RECHAZAR.
           ADD 1 TO WS-CANT-RECHAZADAS.

           IF WS-CANT-TAB-RECH NOT LESS WS-MAX-RECHAZOS
              DISPLAY '* RECHAZO FUERA DEL INFORME SUC '
                      WS-SOL-SUCURSAL ' CTA ' WS-SOL-CUENTA
                      ' ' WS-TEXTO-RECHAZO
              GO TO F-2900-RECHAZAR
           END-IF.

           ADD 1 TO WS-CANT-TAB-RECH.
           MOVE WS-SOL-SUCURSAL  TO WS-RCH-SUCURSAL (WS-CANT-TAB-RECH).
           MOVE WS-SOL-CUENTA    TO WS-RCH-CUENTA (WS-CANT-TAB-RECH).
           MOVE WS-SOL-MOTIVO    TO WS-RCH-MOTIVO (WS-CANT-TAB-RECH).
           MOVE WS-SOL-OPERADOR  TO WS-RCH-OPERADOR (WS-CANT-TAB-RECH).
           MOVE WS-TEXTO-RECHAZO TO WS-RCH-TEXTO (WS-CANT-TAB-RECH).

       F-2900-RECHAZAR. EXIT.

      **************************************
      *                                    *
      *  RECORRE CLIXRF Y DESVINCULA CON   *
      *  LA FECHA DE CIERRE LOS TITULARES  *
      *  VIGENTES DE LAS CUENTAS CERRADAS  *
      *                                    *
      **************************************
       4000-DESVINCULAR.
           SET WS-NO-FIN-CLIXRF TO TRUE.

           MOVE LOW-VALUES TO XRF-CLAVE.
           START CLIXRF KEY IS NOT LESS XRF-CLAVE
                 INVALID KEY SET WS-FIN-CLIXRF TO TRUE
           END-START.

           PERFORM 4100-REVISAR-VINCULO THRU F-4100-REVISAR-VINCULO
                   UNTIL WS-FIN-CLIXRF.

       F-4000-DESVINCULAR. EXIT.

       4100-REVISAR-VINCULO.
           READ CLIXRF NEXT RECORD
                AT END
                   SET WS-FIN-CLIXRF TO TRUE
                   GO TO F-4100-REVISAR-VINCULO
           END-READ.

           IF WS-XRF-CODE IS NOT EQUAL '00'
              DISPLAY '* ERROR EN LECTURA CLIXRF = ' WS-XRF-CODE
              MOVE 9999 TO RETURN-CODE
              SET WS-FIN-CLIXRF TO TRUE
              GO TO F-4100-REVISAR-VINCULO
           END-IF.

           IF NOT XRF-VIGENTE
              GO TO F-4100-REVISAR-VINCULO
           END-IF.

           SET WS-IDX-CER TO 1.
           PERFORM 4150-AVANZAR-CERRADA THRU F-4150-AVANZAR-CERRADA
                   UNTIL WS-IDX-CER GREATER WS-CANT-CERRADAS
                   OR (WS-CER-SUCURSAL (WS-IDX-CER)
                                EQUAL XRF-SUCURSAL AND
                       WS-CER-CUENTA (WS-IDX-CER)
                                EQUAL XRF-CUENTA).

           IF WS-IDX-CER GREATER WS-CANT-CERRADAS
              GO TO F-4100-REVISAR-VINCULO
           END-IF.

           SET XRF-DESVINCULADO TO TRUE.
           MOVE WS-FECHA TO XRF-FECHA.
           REWRITE REG-CLIXRF
              INVALID KEY
                 DISPLAY '* ERROR EN REWRITE CLIXRF = ' WS-XRF-CODE
                 MOVE 9999 TO RETURN-CODE
                 SET WS-FIN-CLIXRF TO TRUE
                 GO TO F-4100-REVISAR-VINCULO
           END-REWRITE.

           ADD 1 TO WS-CANT-DESVINCULOS.

       F-4100-REVISAR-VINCULO. EXIT.

       4150-AVANZAR-CERRADA.
           SET WS-IDX-CER UP BY 1.

       F-4150-AVANZAR-CERRADA. EXIT.

      **************************************
      *                                    *
      *  LISTA DE SOLICITUDES RECHAZADAS,  *
      *  RESUMEN Y CIERRE DE FILES         *
      *                                    *
      **************************************
       9999-FINAL.
           MOVE WS-LIN-TIT-RECHAZOS TO REG-INFORME.
           PERFORM 9300-GRABAR-INFORME THRU F-9300-GRABAR-INFORME.

           PERFORM 9200-LINEA-RECHAZO THRU F-9200-LINEA-RECHAZO
                   VARYING WS-SUB-RECH FROM 1 BY 1
                   UNTIL WS-SUB-RECH GREATER WS-CANT-TAB-RECH.

           MOVE WS-LIN-BLANCA TO REG-INFORME.
           PERFORM 9300-GRABAR-INFORME THRU F-9300-GRABAR-INFORME.

           MOVE 'SOLICITUDES DE CIERRE LEIDAS           '
                                     TO WS-RES-TEXTO.
           MOVE WS-CANT-LEIDAS       TO WS-RES-VALOR.
           PERFORM 9400-LINEA-RESUMEN THRU F-9400-LINEA-RESUMEN.
           MOVE 'CUENTAS CERRADAS                       '
                                     TO WS-RES-TEXTO.
           MOVE WS-CANT-CERRADAS-TOT TO WS-RES-VALOR.
           PERFORM 9400-LINEA-RESUMEN THRU F-9400-LINEA-RESUMEN.
           MOVE 'SOLICITUDES RECHAZADAS                 '
                                     TO WS-RES-TEXTO.
           MOVE WS-CANT-RECHAZADAS   TO WS-RES-VALOR.
           PERFORM 9400-LINEA-RESUMEN THRU F-9400-LINEA-RESUMEN.
           MOVE 'PAGADO EN CIERRES (TODAS LAS MONEDAS)  '
                                     TO WS-RES-TEXTO.
           MOVE WS-IMP-PAGADO        TO WS-RES-VALOR.
           PERFORM 9400-LINEA-RESUMEN THRU F-9400-LINEA-RESUMEN.

           CLOSE CTAMAE.
           IF WS-CTA-CODE IS NOT EQUAL '00'
              DISPLAY '* ERROR EN CLOSE CTAMAE  = ' WS-CTA-CODE
              MOVE 9999 TO RETURN-CODE
           END-IF.

           CLOSE OFIREG.
           CLOSE RETENC.

           CLOSE CLIXRF.
           IF WS-XRF-CODE IS NOT EQUAL '00'
              DISPLAY '* ERROR EN CLOSE CLIXRF  = ' WS-XRF-CODE
              MOVE 9999 TO RETURN-CODE
           END-IF.

           CLOSE CIEHIS.
           IF WS-CIE-CODE IS NOT EQUAL '00'
              DISPLAY '* ERROR EN CLOSE CIEHIS  = ' WS-CIE-CODE
              MOVE 9999 TO RETURN-CODE
           END-IF.

           IF WS-HAY-ACRMAE
              CLOSE ACRMAE
              CLOSE INTHIS
           END-IF.

           IF WS-HAY-ACRDEU
              CLOSE ACRDEU
           END-IF.

           CLOSE MOVCIE.
           IF WS-MCI-CODE IS NOT EQUAL '00'
              DISPLAY '* ERROR EN CLOSE MOVCIE  = ' WS-MCI-CODE
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
           DISPLAY 'SOLICITUDES LEIDAS      : ' WS-CANT-LEIDAS.
           DISPLAY 'DE CHEQUES RECHAZADOS   : ' WS-CANT-DE-CHQREV.
           DISPLAY 'CUENTAS CERRADAS        : ' WS-CANT-CERRADAS-TOT.
           DISPLAY 'SOLICITUDES RECHAZADAS  : ' WS-CANT-RECHAZADAS.
           DISPLAY 'MOVIMIENTOS EMITIDOS    : ' WS-CANT-MOVIMIENTOS.
           DISPLAY 'VINCULOS DESVINCULADOS  : ' WS-CANT-DESVINCULOS.
           DISPLAY 'ASIENTOS GRABADOS GLPOST: ' WS-CANT-ASIENTOS.
           DISPLAY 'ASIENTOS EN SUSPENSO    : ' WS-CANT-SUSPENSO.

       F-9999-FINAL. EXIT.

      **************************************
      *                                    *
      *  LINEA DE UNA SOLICITUD RECHAZADA  *
      *                                    *
      **************************************
       9200-LINEA-RECHAZO.
           MOVE WS-RCH-SUCURSAL (WS-SUB-RECH) TO WS-LRE-SUCURSAL.
           MOVE WS-RCH-CUENTA (WS-SUB-RECH)   TO WS-LRE-CUENTA.
           MOVE WS-RCH-MOTIVO (WS-SUB-RECH)   TO WS-LRE-MOTIVO.
           MOVE WS-RCH-OPERADOR (WS-SUB-RECH) TO WS-LRE-OPERADOR.
           MOVE WS-RCH-TEXTO (WS-SUB-RECH)    TO WS-LRE-TEXTO.
           MOVE WS-LIN-RECHAZO TO REG-INFORME.
           PERFORM 9300-GRABAR-INFORME THRU F-9300-GRABAR-INFORME.

       F-9200-LINEA-RECHAZO. EXIT.

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
           MOVE 'PGMCIECT'     TO WS-SUS-PROGRAMA.
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
