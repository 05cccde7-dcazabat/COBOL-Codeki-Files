      *  TIPOS TIPMAE (EL MISMO QUE CARGA PGM2CC7C EN          *
      *  1270-CARGAR-TIPOS, CON LA COLUMNA DE COMISION EN EL   *
      *  FILLER HISTORICO) Y EMITE UN MOVIMIENTO DE DEBITO     *
      *  POR CUENTA EN EL LAYOUT CPSUCU (ARCHIVO MOVCOM), QUE  *
      *  LA IMPUTACION NOCTURNA (PGMPOSTE) APLICA AL SALDO DE  *
      *  LA CUENTA.                                            *
      *                                                        *
      *  NO SE COBRA A CUENTAS EN ESTADO BAJA O EMBARGO NI A   *
      *  LAS MARCADAS COMO EXENTAS (MARCA 'S' EN EL ULTIMO     *
      *  EMITE ADEMAS EL RESUMEN DE COMISIONES POR SUCURSAL    *
      *  Y TOTAL BANCO PARA CONTABILIDAD.                      *
      *                                                        *
      *  LO COBRADO SE ASIENTA EN GLPOST POR SUCURSAL Y        *
      *  MONEDA CON LA ENTIDAD DE LA SUCURSAL SEGUN SUCMAE:    *
      *  DEBE DEPOSITOS (410010, LA CUENTA DEL CORTE) Y HABER  *
      *  COMISIONES COBRADAS (510010). LOS ASIENTOS SE         *
      *  CONCILIAN EN PGMGLREC COMO LOS DEMAS.                 *
      *                                                        *
      *  LA CORRIDA SE ANOTA EN RUNCTL CON FECHA EL PRIMER     *
      *  DIA DEL MES COBRADO (SSAAMM01): UNA SEGUNDA CORRIDA   *
      *  COMPLETA DEL MISMO MES SE RECHAZA SALVO QUE           *
      *  OPERACIONES LA AUTORICE CON PGMRERUN PARA ESA FECHA.  *
      *  POR CADA CUENTA COBRADA SE GRABA UN PUNTO DE CONTROL  *
      *  (SUBRUTINA CHKPNT) CON LA CLAVE Y LOS ACUMULADORES;   *
      *  SI LA CORRIDA ANTERIOR DEL MES SE CORTO, EL           *
      *  REARRANQUE SIGUE DESPUES DE ESA CLAVE Y AGREGA AL     *
      *  FINAL DE MOVCOM, GLPOST E INFORME SIN REEMITIR LO YA  *
      *  GRABADO (EN EL JCL DEL REARRANQUE VAN CON DISP=MOD).  *
      *                                                        *
      *  CADA COMISION COBRADA SE GRABA ADEMAS COMO EVENTO EN  *
      *  EVENTOS (COPY CPEVENT) PARA EL AVISO AL CLIENTE QUE   *
      *  ARMA PGMNOTIF; EN EL REARRANQUE TAMBIEN SE AGREGA.    *
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
      *14/10/2026* ASIENTOS GLPOST   * 001 *
      *          * DE LA COMISION    *     *
      *          * POR SUCURSAL      *     *
      *14/10/2026* REGISTRO CTAMAE   * 002 *
      *          * POR COPY CPCTAMA  *     *
      *14/10/2026* RUNCTL Y PUNTO DE * 003 *
      *          * CONTROL PARA EL   *     *
      *          * REARRANQUE        *     *
      *15/10/2026* EVENTO DE LA      * 004 *
      *          * COMISION COBRADA  *     *
      *          * PARA AVISOS       *     *
      *15/10/2026* PERIODO CERRADO   * 005 *
      *          * AL SUSPENSO       *     *
      *          * GLSUSP (PERCHK)   *     *
      *15/10/2026* SUSPENSO CON LA   * 006 *
      *          * FECHA DE PROCESO  *     *
      *          *                   *     *
      *          *                   *     *
      **************************************
                    RECORD KEY IS CTA-CLAVE
                    FILE STATUS IS WS-CTA-CODE.

             SELECT SUCMAE  ASSIGN DDSUCMA
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS RANDOM
                    RECORD KEY IS SUC-COD
                    FILE STATUS IS WS-SUC-CODE.

             SELECT TIPMAE  ASSIGN DDTIPMAE
                    FILE STATUS IS WS-TIP-CODE.

             SELECT MOVCOM  ASSIGN DDMOVCOM
                    FILE STATUS IS WS-COM-CODE.

             SELECT GLPOST  ASSIGN DDGLPOST
                    FILE STATUS IS WS-GL-CODE.

             SELECT GLSUSP  ASSIGN DDGLSUSP
                    FILE STATUS IS WS-SUS-CODE.

             SELECT EVENTOS ASSIGN DDEVENTO
                    FILE STATUS IS WS-EVT-CODE.

             SELECT INFORME ASSIGN DDINFORM
                    FILE STATUS IS WS-INF-CODE.

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

       FD TIPMAE
            BLOCK CONTAINS 0 RECORDS

       01 REG-MOVCOM     PIC X(38).

       FD GLPOST
            BLOCK CONTAINS 0 RECORDS
            RECORDING MODE IS F.

       01 REG-GLPOST     PIC X(40).

       FD GLSUSP
            BLOCK CONTAINS 0 RECORDS
            RECORDING MODE IS F.

       01 REG-GLSUSP     PIC X(60).

       FD EVENTOS
            BLOCK CONTAINS 0 RECORDS
            RECORDING MODE IS F.

           COPY CPEVENT.

       FD INFORME
            BLOCK CONTAINS 0 RECORDS
            RECORDING MODE IS F.
       77  FILLER        PIC X(26) VALUE '* INICIO WORKING-STORAGE *'.
       77  FILLER        PIC X(26) VALUE '* CODIGOS RETORNO FILES  *'.
       77  WS-CTA-CODE      PIC XX    VALUE SPACES.
       77  WS-SUC-CODE      PIC XX    VALUE SPACES.
       77  WS-TIP-CODE      PIC XX    VALUE SPACES.
       77  WS-COM-CODE      PIC XX    VALUE SPACES.
       77  WS-GL-CODE       PIC XX    VALUE SPACES.
       77  WS-SUS-CODE      PIC XX    VALUE SPACES.
       77  WS-INF-CODE      PIC XX    VALUE SPACES.
       77  WS-EVT-CODE      PIC XX    VALUE SPACES.
       77  WS-PARM-CODE     PIC XX    VALUE SPACES.

       01  WS-STATUS-FIN    PIC X.
           88  WS-FIN-TIPOS            VALUE 'Y'.
           88  WS-NO-FIN-TIPOS         VALUE 'N'.

       01  WS-SWITCH-SUCMAE   PIC X     VALUE 'N'.
           88  WS-HAY-SUCMAE          VALUE 'S'.
           88  WS-NO-HAY-SUCMAE       VALUE 'N'.

       01  WS-SWITCH-ARRANQUE  PIC X    VALUE 'N'.
           88  WS-ARRANQUE-OK         VALUE 'S'.

       01  WS-SWITCH-REARRANQUE PIC X   VALUE 'N'.
           88  WS-ES-REARRANQUE       VALUE 'S'.
           88  WS-NO-ES-REARRANQUE    VALUE 'N'.

       77  FILLER        PIC X(26) VALUE '* LAYOUT ENTRADA MESES   *'.
      **************************************
               COPY CPSUCU.

      ********  FECHA DE PROCESO  ***************
       01  WS-FECHA             PIC 9(08)  VALUE ZEROS.
       01  WS-FECHA-DESG REDEFINES WS-FECHA.
           03  WS-FEC-SIGLO     PIC 99.
           03  WS-FEC-AA        PIC 99.
           03  WS-FEC-MM        PIC 99.
           03  WS-FEC-DD        PIC 99.

       01  WS-REG-PARM.
           03  WS-PARM-FECHA    PIC 9(08).

      *  EL MES COBRADO, CON DIA 01, ES LA FECHA DE LA CORRIDA
      *  EN RUNCTL Y EN EL PUNTO DE CONTROL
       01  WS-FECHA-PERIODO.
           03  WS-PER-SSAAMM    PIC 9(06)  VALUE ZEROS.
           03  WS-PER-DD        PIC 99     VALUE ZEROS.

      ********  CONTROL DE CORRIDAS DE LA CADENA  ***************
       01  WS-SWITCH-RUNCTL   PIC X     VALUE 'N'.
           88  WS-CORRIDA-ANOTADA      VALUE 'S'.

       77  WS-RCT-ACCION        PIC X(03)  VALUE SPACES.
       77  WS-RCT-FECHA         PIC 9(08)  VALUE ZEROS.
       77  WS-RCT-PROGRAMA      PIC X(08)  VALUE 'PGMCOMIS'.
       77  WS-RCT-PREDECESOR    PIC X(08)  VALUE SPACES.
       77  WS-RCT-RETCODE       PIC 9(04)  VALUE ZEROS.
       77  WS-RCT-RESULTADO     PIC XX     VALUE '00'.
           88  WS-RCT-ANOTADO              VALUE '00'.

      ********  PUNTO DE CONTROL PARA EL REARRANQUE  ***********
       77  WS-CHK-ACCION        PIC X(03)  VALUE SPACES.
       77  WS-CHK-RESULTADO     PIC XX     VALUE '00'.
           88  WS-CHK-OK                   VALUE '00'.
           88  WS-CHK-NO-EXISTE            VALUE '10'.

           COPY CPCHKPT.

      ********  MAESTRO DE TIPOS CON LA COMISION  ***********
      *  EL FILLER HISTORICO DE TIPMAE LLEVA AHORA EL
      *  IMPORTE DE LA COMISION MENSUAL DEL TIPO (999V99);
       77  WS-SUB-TIP           PIC 9(02)  VALUE ZEROS.
       77  WS-SUB-TIP-ACTUAL    PIC 9(02)  VALUE ZEROS.

      ********  ACUMULADORES DE LA CORRIDA  ***************
      *  TODO LO QUE SE ACUMULA DURANTE LA RECORRIDA VA EN UN
      *  SOLO GRUPO, QUE ES LA IMAGEN QUE SE GUARDA EN EL PUNTO
      *  DE CONTROL (CHK-TOTALES) Y SE RESTAURA AL REARRANCAR
       01  WS-TOTALES-CORRIDA.
      *    CORTE POR SUCURSAL
           03  WS-SUCURSAL-ANT      PIC 9(03)     VALUE ZEROS.
           03  WS-CANT-COBR-SUC     PIC 9(05)     VALUE ZEROS.
           03  WS-IMP-COBR-SUC      PIC S9(09)V99 VALUE ZEROS.
           03  WS-CANT-COBR-BCO     PIC 9(07)     VALUE ZEROS.
           03  WS-IMP-COBR-BCO      PIC S9(11)V99 VALUE ZEROS.
      *    ASIENTO DE LA SUCURSAL EN CURSO
           03  WS-TABLA-ASIENTO.
               05  WS-ASI-ENT OCCURS 10 TIMES.
                   07  WS-ASI-MONEDA    PIC 9(02)     VALUE ZEROS.
                   07  WS-ASI-IMPORTE   PIC S9(09)V99 VALUE ZEROS.
           03  WS-CANT-ASI-MON      PIC 9(02)     VALUE ZEROS.
           03  WS-CANT-ASIENTOS     PIC 9(07)     VALUE ZEROS.
      *    CONTADORES DE PROCESO
           03  WS-CANT-LEIDAS       PIC 9(7)      VALUE ZEROS.
           03  WS-CANT-EXENTAS      PIC 9(7)      VALUE ZEROS.
           03  WS-CANT-NO-ACTIVAS   PIC 9(7)      VALUE ZEROS.
           03  WS-CANT-SIN-COMISION PIC 9(7)      VALUE ZEROS.
           03  WS-CANT-EVENTOS      PIC 9(7)      VALUE ZEROS.

      ********  ASIENTO DE LA COMISION POR SUCURSAL  *********
      *  DEBE DEPOSITOS DEL LIBRO CONTRA HABER COMISIONES
      *  COBRADAS, UN PAR POR MONEDA DE LA SUCURSAL
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
       77  WS-GL-CTA-COMISION   PIC 9(06)  VALUE 510010.
       77  WS-ENTIDAD-SUC       PIC X(03)  VALUE 'BCO'.
       77  WS-SUB-ASI           PIC 9(02)  VALUE ZEROS.
       77  WS-SUB-ASI-ACTUAL    PIC 9(02)  VALUE ZEROS.

      ********  LINEAS DEL INFORME  ***************
       01  WS-LIN-TITULO.
           03  WS-TOT-IMPORTE   PIC Z,ZZZ,ZZZ,ZZ9.99-.
           03  FILLER           PIC X(23)   VALUE SPACES.

       01  WS-LIN-REARRANQUE.
           03  FILLER           PIC X(32)
               VALUE '*** REARRANQUE DEL MES DESPUES: '.
           03  FILLER           PIC X(04)   VALUE 'SUC '.
           03  WS-REA-SUCURSAL  PIC 999.
           03  FILLER           PIC X(05)   VALUE ' CTA '.
           03  WS-REA-CUENTA    PIC 9(08).
           03  FILLER           PIC X(04)   VALUE ' ***'.
           03  FILLER           PIC X(24)   VALUE SPACES.

       77  FILLER        PIC X(26) VALUE '* FINAL  WORKING-STORAGE *'.

      ***************************************************************.
           PERFORM 2000-PROCESO  THRU  F-2000-PROCESO
                   UNTIL WS-FIN-LECTURA.

           IF WS-ARRANQUE-OK
              PERFORM 9999-FINAL    THRU  F-9999-FINAL
           END-IF.

           IF WS-CORRIDA-ANOTADA
              PERFORM 9850-ANOTAR-FIN-CORRIDA
                        THRU F-9850-ANOTAR-FIN-CORRIDA
           END-IF.

       F-MAIN-PROGRAM. GOBACK.


           SET WS-NO-FIN-LECTURA TO TRUE.

           MOVE WS-FECHA TO WS-FECHA-PERIODO.
           MOVE 01       TO WS-PER-DD.

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
           SET WS-ARRANQUE-OK TO TRUE.

           PERFORM 1200-CARGAR-TIPOS THRU F-1200-CARGAR-TIPOS.

           OPEN INPUT CTAMAE.
              SET  WS-FIN-LECTURA TO TRUE
           END-IF.

      *    EL REARRANQUE AGREGA AL FINAL DE LO YA GRABADO
           IF WS-ES-REARRANQUE
              OPEN EXTEND MOVCOM
           ELSE
              OPEN OUTPUT MOVCOM
           END-IF.
           IF WS-COM-CODE IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN MOVCOM  = ' WS-COM-CODE
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

           IF WS-ES-REARRANQUE
              OPEN EXTEND GLPOST
           ELSE
              OPEN OUTPUT GLPOST
           END-IF.
           IF WS-GL-CODE IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN GLPOST  = ' WS-GL-CODE
              MOVE 9999 TO RETURN-CODE
              SET  WS-FIN-LECTURA TO TRUE
           END-IF.

           IF WS-ES-REARRANQUE
              OPEN EXTEND GLSUSP
           ELSE
              OPEN OUTPUT GLSUSP
           END-IF.
           IF WS-SUS-CODE IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN GLSUSP  = ' WS-SUS-CODE
              MOVE 9999 TO RETURN-CODE
              SET  WS-FIN-LECTURA TO TRUE
           END-IF.

           IF WS-ES-REARRANQUE
              OPEN EXTEND EVENTOS
           ELSE
              OPEN OUTPUT EVENTOS
           END-IF.
           IF WS-EVT-CODE IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN EVENTOS = ' WS-EVT-CODE
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

           IF WS-ES-REARRANQUE
              MOVE CHK-ULT-SUCURSAL  TO WS-REA-SUCURSAL
              MOVE CHK-ULT-CUENTA    TO WS-REA-CUENTA
              MOVE WS-LIN-REARRANQUE TO REG-INFORME
           ELSE
              MOVE WS-FECHA      TO WS-TIT-FECHA
              MOVE WS-LIN-TITULO TO REG-INFORME
           END-IF.
           PERFORM 9300-GRABAR-INFORME THRU F-9300-GRABAR-INFORME.

           IF WS-NO-FIN-LECTURA AND WS-ES-REARRANQUE
              MOVE CHK-ULT-CLAVE TO CTA-CLAVE
              START CTAMAE KEY IS GREATER CTA-CLAVE
                    INVALID KEY SET WS-FIN-LECTURA TO TRUE
              END-START
           END-IF.

           IF WS-NO-FIN-LECTURA AND WS-NO-ES-REARRANQUE
              MOVE LOW-VALUES TO CTA-CLAVE
              START CTAMAE KEY IS NOT LESS CTA-CLAVE
                    INVALID KEY SET WS-FIN-LECTURA TO TRUE

       F-1000-INICIO.   EXIT.

      **************************************
      *                                    *
      *  ANOTA EL ARRANQUE EN EL MAESTRO   *
      *  DE CORRIDAS RUNCTL CON LA FECHA   *
      *  DEL MES COBRADO: SE NIEGA A       *
      *  CORRER SI EL MES YA ESTA COMPLETO *
      *  Y OPERACIONES NO AUTORIZO LA      *
      *  REPETICION (PGMRERUN)             *
      *                                    *
      **************************************
       1080-ANOTAR-ARRANQUE.
           MOVE 'INI'            TO WS-RCT-ACCION.
           MOVE WS-FECHA-PERIODO TO WS-RCT-FECHA.
           MOVE ZEROS            TO WS-RCT-RETCODE.

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
      *  MES: SI QUEDO PENDIENTE LA        *
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
              MOVE CHK-TOTALES TO WS-TOTALES-CORRIDA
              DISPLAY '* REARRANQUE DEL MES: SE SIGUE DESPUES DE '
                      'SUC ' CHK-ULT-SUCURSAL ' CTA ' CHK-ULT-CUENTA
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
              DISPLAY '* MES YA COBRADO, SE REPITE COMPLETO CON '
                      'AUTORIZACION DE OPERACIONES'
           END-IF.

           MOVE SPACES          TO REG-CHKPNT.
           MOVE WS-RCT-PROGRAMA TO CHK-PROGRAMA.
           MOVE WS-RCT-FECHA    TO CHK-FECHA.
           SET CHK-PENDIENTE    TO TRUE.
           MOVE ZEROS           TO CHK-ULT-CLAVE
                                   CHK-CANT-PUNTOS.
           PERFORM 2800-GRABAR-PUNTO-CONTROL
                     THRU F-2800-GRABAR-PUNTO-CONTROL.

       F-1090-LEER-PUNTO-CONTROL. EXIT.

      **************************************
      *                                    *
      *  PERMITE FORZAR LA FECHA DE        *
           PERFORM 2300-COBRAR-COMISION
                     THRU F-2300-COBRAR-COMISION.

      *    LA CUENTA YA COBRADA NO SE VUELVE A COBRAR EN UN
      *    REARRANQUE
           IF WS-NO-FIN-LECTURA
              MOVE CTA-CLAVE TO CHK-ULT-CLAVE
              PERFORM 2800-GRABAR-PUNTO-CONTROL
                        THRU F-2800-GRABAR-PUNTO-CONTROL
           END-IF.

       F-2000-PROCESO. EXIT.

      **************************************
           ADD WS-TIP-COMISION (WS-SUB-TIP-ACTUAL)
                   TO WS-IMP-COBR-SUC.

           PERFORM 2350-ACUMULAR-ASIENTO THRU F-2350-ACUMULAR-ASIENTO.

           PERFORM 2380-GRABAR-EVENTO THRU F-2380-GRABAR-EVENTO.

       F-2300-COBRAR-COMISION. EXIT.

      **************************************
      *                                    *
      *  GRABA EL EVENTO DE LA COMISION    *
      *  COBRADA PARA EL AVISO AL CLIENTE, *
      *  CON EL MES COBRADO COMO FECHA     *
      *                                    *
      **************************************
       2380-GRABAR-EVENTO.
           MOVE SPACES           TO REG-EVENTO.
           MOVE CTA-SUCURSAL     TO EVT-SUCURSAL.
           MOVE CTA-CUENTA       TO EVT-CUENTA.
           SET EVT-COMISION      TO TRUE.
           MOVE WS-FECHA-PERIODO TO EVT-FECHA-REF.
           MOVE WS-FECHA         TO EVT-FECHA.
           MOVE WS-TIP-COMISION (WS-SUB-TIP-ACTUAL)
                                 TO EVT-IMPORTE.
           MOVE CTA-MONEDA       TO EVT-MONEDA.
           MOVE 'PGMCOMIS'       TO EVT-PROGRAMA.

           WRITE REG-EVENTO.
           IF WS-EVT-CODE IS NOT EQUAL '00'
              DISPLAY '* ERROR EN WRITE EVENTOS = ' WS-EVT-CODE
              MOVE 9999 TO RETURN-CODE
              SET WS-FIN-LECTURA TO TRUE
           ELSE
              ADD 1 TO WS-CANT-EVENTOS
           END-IF.

       F-2380-GRABAR-EVENTO. EXIT.

      **************************************
      *                                    *
      *  SUMA LA COMISION EN EL RENGLON DE *
      *  SU MONEDA DEL ASIENTO DE LA       *
      *  SUCURSAL                          *
      *                                    *
      **************************************
       2350-ACUMULAR-ASIENTO.
           MOVE ZEROS TO WS-SUB-ASI-ACTUAL.
           PERFORM 2360-PROBAR-MONEDA THRU F-2360-PROBAR-MONEDA
                   VARYING WS-SUB-ASI FROM 1 BY 1
                   UNTIL WS-SUB-ASI GREATER WS-CANT-ASI-MON.

           IF WS-SUB-ASI-ACTUAL EQUAL ZEROS
              IF WS-CANT-ASI-MON LESS 10
                 ADD 1 TO WS-CANT-ASI-MON
                 MOVE WS-CANT-ASI-MON TO WS-SUB-ASI-ACTUAL
                 MOVE CTA-MONEDA TO WS-ASI-MONEDA (WS-SUB-ASI-ACTUAL)
                 MOVE ZEROS      TO WS-ASI-IMPORTE (WS-SUB-ASI-ACTUAL)
              ELSE
                 DISPLAY '* DEMASIADAS MONEDAS EN LA SUCURSAL '
                         CTA-SUCURSAL ', MONEDA '
                         CTA-MONEDA ' SIN ASIENTO'
                 MOVE 4 TO RETURN-CODE
                 GO TO F-2350-ACUMULAR-ASIENTO
              END-IF
           END-IF.

           ADD WS-TIP-COMISION (WS-SUB-TIP-ACTUAL)
                   TO WS-ASI-IMPORTE (WS-SUB-ASI-ACTUAL).

       F-2350-ACUMULAR-ASIENTO. EXIT.

       2360-PROBAR-MONEDA.
           IF WS-ASI-MONEDA (WS-SUB-ASI) EQUAL CTA-MONEDA
              MOVE WS-SUB-ASI TO WS-SUB-ASI-ACTUAL
           END-IF.

       F-2360-PROBAR-MONEDA. EXIT.

      **************************************
      *                                    *
      *  SUBTOTAL DE LA SUCURSAL QUE SE    *
           MOVE WS-LIN-SUBTOTAL TO REG-INFORME.
           PERFORM 9300-GRABAR-INFORME THRU F-9300-GRABAR-INFORME.

           PERFORM 2500-ASENTAR-SUCURSAL THRU F-2500-ASENTAR-SUCURSAL.

           ADD WS-CANT-COBR-SUC TO WS-CANT-COBR-BCO.
           ADD WS-IMP-COBR-SUC  TO WS-IMP-COBR-BCO.
           MOVE ZEROS TO WS-CANT-COBR-SUC

       F-2400-SUBTOTAL-SUCURSAL. EXIT.

      **************************************
      *                                    *
      *  ASIENTO DE LA SUCURSAL QUE SE     *
      *  CIERRA: UN PAR DEBE/HABER POR     *
      *  MONEDA CON LA ENTIDAD DE SUCMAE   *
      *  (EN BLANCO O SIN MAESTRO, BCO)    *
      *                                    *
      **************************************
       2500-ASENTAR-SUCURSAL.
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

           PERFORM 2550-ASIENTO-MONEDA THRU F-2550-ASIENTO-MONEDA
                   VARYING WS-SUB-ASI FROM 1 BY 1
                   UNTIL WS-SUB-ASI GREATER WS-CANT-ASI-MON.

           MOVE ZEROS TO WS-CANT-ASI-MON.

       F-2500-ASENTAR-SUCURSAL. EXIT.

       2550-ASIENTO-MONEDA.
           IF WS-ASI-IMPORTE (WS-SUB-ASI) NOT GREATER ZEROS
              GO TO F-2550-ASIENTO-MONEDA
           END-IF.

           MOVE WS-ASI-MONEDA (WS-SUB-ASI)  TO WS-GL-MONEDA.
           MOVE WS-ASI-IMPORTE (WS-SUB-ASI) TO WS-GL-IMPORTE.

           MOVE WS-GL-CTA-LIBRO    TO WS-GL-CUENTA.
           MOVE 'D'                TO WS-GL-DEBE-HABER.
           PERFORM 2590-GRABAR-ASIENTO THRU F-2590-GRABAR-ASIENTO.

           MOVE WS-GL-CTA-COMISION TO WS-GL-CUENTA.
           MOVE 'H'                TO WS-GL-DEBE-HABER.
           PERFORM 2590-GRABAR-ASIENTO THRU F-2590-GRABAR-ASIENTO.

       F-2550-ASIENTO-MONEDA. EXIT.

       2590-GRABAR-ASIENTO.
           PERFORM 9700-GRABAR-GLPOST THRU F-9700-GRABAR-GLPOST.
           IF WS-GL-CODE IS NOT EQUAL '00'
              DISPLAY '* ERROR EN WRITE GLPOST = ' WS-GL-CODE
              MOVE 9999 TO RETURN-CODE
           ELSE
              IF WS-ASIENTO-EN-GLPOST
                 ADD 1 TO WS-CANT-ASIENTOS
              END-IF
           END-IF.

       F-2590-GRABAR-ASIENTO. EXIT.

      **************************************
      *                                    *
      *  GRABA EL PUNTO DE CONTROL CON LA  *
      *  ULTIMA CLAVE YA CARGADA POR EL    *
      *  QUE LLAMA Y LA IMAGEN DE LOS      *
      *  ACUMULADORES; SIN PUNTO NO SE     *
      *  PUEDE SEGUIR COBRANDO             *
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
           END-IF.

       F-2800-GRABAR-PUNTO-CONTROL. EXIT.

      **************************************
      *                                    *
      *  ULTIMO SUBTOTAL, TOTAL BANCO,     *
      *                                    *
      **************************************
       9999-FINAL.
      *    UNA CORRIDA CON ERROR DEJA EL CIERRE DEL MES PARA EL
      *    REARRANQUE, QUE SIGUE DESDE EL ULTIMO PUNTO DE CONTROL
           IF RETURN-CODE GREATER 4
              DISPLAY '* CORRIDA CON ERROR: EL ULTIMO SUBTOTAL Y '
                      'EL TOTAL QUEDAN PARA EL REARRANQUE'
           ELSE
              PERFORM 9100-CERRAR-COBRO THRU F-9100-CERRAR-COBRO
           END-IF.

           CLOSE CTAMAE.
           IF WS-CTA-CODE IS NOT EQUAL '00'
              DISPLAY '* ERROR EN CLOSE CTAMAE  = ' WS-CTA-CODE
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

           CLOSE EVENTOS.
           IF WS-EVT-CODE IS NOT EQUAL '00'
              DISPLAY '* ERROR EN CLOSE EVENTOS = ' WS-EVT-CODE
              MOVE 9999 TO RETURN-CODE
           END-IF.

           IF WS-HAY-SUCMAE
              CLOSE SUCMAE
           END-IF.

           DISPLAY '************************** '.
           DISPLAY 'CUENTAS LEIDAS          : ' WS-CANT-LEIDAS.
           DISPLAY 'COMISIONES COBRADAS     : ' WS-CANT-COBR-BCO.
           DISPLAY 'CUENTAS NO ACTIVAS      : ' WS-CANT-NO-ACTIVAS.
           DISPLAY 'TIPOS SIN COMISION      : '
                                          WS-CANT-SIN-COMISION.
           DISPLAY 'ASIENTOS GRABADOS GLPOST: ' WS-CANT-ASIENTOS.
           DISPLAY 'ASIENTOS EN SUSPENSO    : ' WS-CANT-SUSPENSO.
           DISPLAY 'EVENTOS PARA AVISO      : ' WS-CANT-EVENTOS.

           IF RETURN-CODE NOT GREATER 4
              PERFORM 9800-COMPLETAR-PUNTO-CONTROL
                        THRU F-9800-COMPLETAR-PUNTO-CONTROL
           END-IF.

           MOVE 'CIE' TO WS-CHK-ACCION.
           CALL 'CHKPNT' USING WS-CHK-ACCION
                               REG-CHKPNT
                               WS-CHK-RESULTADO.

       F-9999-FINAL. EXIT.

      **************************************
      *                                    *
      *  ULTIMO SUBTOTAL Y TOTAL BANCO. EL *
      *  PUNTO DE CONTROL CON CLAVE ALTA   *
      *  EVITA QUE UN REARRANQUE REPITA EL *
      *  ULTIMO SUBTOTAL Y SU ASIENTO      *
      *                                    *
      **************************************
       9100-CERRAR-COBRO.
           IF WS-CANT-COBR-SUC GREATER ZEROS
              PERFORM 2400-SUBTOTAL-SUCURSAL
                        THRU F-2400-SUBTOTAL-SUCURSAL
           END-IF.

           MOVE HIGH-VALUES TO CHK-ULT-CLAVE.
           PERFORM 2800-GRABAR-PUNTO-CONTROL
                     THRU F-2800-GRABAR-PUNTO-CONTROL.

           MOVE WS-CANT-COBR-BCO TO WS-TOT-CANT.
           MOVE WS-IMP-COBR-BCO  TO WS-TOT-IMPORTE.
           MOVE WS-LIN-TOTAL     TO REG-INFORME.
           PERFORM 9300-GRABAR-INFORME THRU F-9300-GRABAR-INFORME.

       F-9100-CERRAR-COBRO. EXIT.

      **************************************
      *                                    *
      *  CORRIDA TERMINADA SIN ERROR: EL   *
      *  PUNTO DE CONTROL QUEDA COMPLETO Y *
      *  YA NO HAY NADA QUE REARRANCAR     *
      *                                    *
      **************************************
       9800-COMPLETAR-PUNTO-CONTROL.
           SET CHK-COMPLETO TO TRUE.
           PERFORM 2800-GRABAR-PUNTO-CONTROL
                     THRU F-2800-GRABAR-PUNTO-CONTROL.

       F-9800-COMPLETAR-PUNTO-CONTROL. EXIT.

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

      **************************************
      *                                    *
      *  GRABA UNA LINEA YA ARMADA EN EL   *
           END-IF.

       F-9300-GRABAR-INFORME. EXIT.

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
           MOVE 'PGMCOMIS'     TO WS-SUS-PROGRAMA.
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
