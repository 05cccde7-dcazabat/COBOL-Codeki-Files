      *  EL ULTIMO DIA HABIL DEL MES (SEGUN CALEND) SE         *
      *  CAPITALIZA: CADA ACUMULADO CON SALDO SE EMITE COMO    *
      *  MOVIMIENTO DE CREDITO EN EL LAYOUT CPSUCU (ARCHIVO    *
      *  MOVCAP) QUE LA IMPUTACION NOCTURNA (PGMPOSTE) APLICA  *
      *  SOBRE CTAMAE, Y EL ACUMULADOR VUELVE A CERO.          *
      *                                                        *
      *  UN TIPO DE CUENTA SIN TASA CARGADA NO DEVENGA Y SE    *
      *  CUENTA APARTE; LOS SALDOS NEGATIVOS NO DEVENGAN.      *
      *                                                        *
      *  EL DEVENGAMIENTO DEL DIA SE ASIENTA EN GLPOST POR     *
      *  SUCURSAL Y MONEDA, CON LA ENTIDAD DE LA SUCURSAL      *
      *  SEGUN SUCMAE: DEBE INTERESES PERDIDOS (520020) Y      *
      *  HABER INTERESES DEVENGADOS A PAGAR (215010). LA       *
      *  CAPITALIZACION ASIENTA EL PASE DEL DEVENGADO A LA     *
      *  CUENTA DE DEPOSITOS DEL LIBRO (410010, LA DEL CORTE). *
      *  LOS ASIENTOS SE CONCILIAN EN PGMGLREC COMO LOS DEMAS. *
      *                                                        *
      *  CADA CAPITALIZACION QUEDA ADEMAS EN LA HISTORIA DE    *
      *  INTERESES INTHIS (CLAVE SUCURSAL + CUENTA + FECHA),   *
      *  DE DONDE PGMCERIN ARMA EL CERTIFICADO ANUAL.          *
      *                                                        *
      *  LA CORRIDA SE ANOTA EN RUNCTL CON LA FECHA DE         *
      *  PROCESO: UNA SEGUNDA CORRIDA COMPLETA DEL MISMO DIA   *
      *  SE RECHAZA SALVO QUE OPERACIONES LA AUTORICE CON      *
      *  PGMRERUN. POR CADA CUENTA DEVENGADA O CAPITALIZADA    *
      *  SE GRABA UN PUNTO DE CONTROL (SUBRUTINA CHKPNT) CON   *
      *  LA FASE (D DEVENGAMIENTO, K CAPITALIZACION, F FIN),   *
      *  LA ULTIMA CLAVE Y LOS ACUMULADORES. SI LA CORRIDA     *
      *  ANTERIOR DEL DIA SE CORTO, EL REARRANQUE SIGUE EN LA  *
      *  FASE Y DESPUES DE LA CLAVE DEL PUNTO, Y AGREGA AL     *
      *  FINAL DE MOVCAP Y GLPOST SIN REEMITIR LO YA GRABADO   *
      *  (EN EL JCL DEL REARRANQUE VAN CON DISP=MOD).          *
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
      *          * DEL DEVENGADO Y   *     *
      *          * DE LA CAPITALIZ.  *     *
      *14/10/2026* HISTORIA INTHIS   * 002 *
      *          * DE CAPITALIZACION *     *
      *14/10/2026* REGISTRO CTAMAE   * 003 *
      *          * POR COPY CPCTAMA  *     *
      *14/10/2026* RUNCTL Y PUNTO DE * 004 *
      *          * CONTROL PARA EL   *     *
      *          * REARRANQUE        *     *
      *15/10/2026* PERIODO CERRADO   * 005 *
      *          * AL SUSPENSO       *     *
      *          * GLSUSP (PERCHK)   *     *
      *15/10/2026* SUSPENSO CON LA   * 006 *
      *          * FECHA DE PROCESO  *     *
      *          *                   *     *
      *          *                   *     *
      **************************************
             SELECT MOVCAP  ASSIGN DDMOVCAP
                    FILE STATUS IS WS-CAP-CODE.

             SELECT INTHIS  ASSIGN DDINTHIS
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS RANDOM
                    RECORD KEY IS INH-CLAVE
                    FILE STATUS IS WS-INH-CODE.

             SELECT GLPOST  ASSIGN DDGLPOST
                    FILE STATUS IS WS-GL-CODE.

             SELECT GLSUSP  ASSIGN DDGLSUSP
                    FILE STATUS IS WS-SUS-CODE.

             SELECT PARMS   ASSIGN DDPARM
                    FILE STATUS IS WS-PARM-CODE.

       FILE SECTION.
       FD CTAMAE.

           COPY CPCTAMA.

       FD ACRMAE.

       01 REG-SUCMAE.
           03  SUC-COD       PIC 9(03).
           03  SUC-NOM       PIC X(14).
           03  SUC-ESTADO    PIC X(01).
           03  SUC-ENTIDAD   PIC X(03).
           03  FILLER        PIC X(09).

       FD TASAS
            BLOCK CONTAINS 0 RECORDS

       01 REG-MOVCAP     PIC X(38).

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

       FD GLPOST
            BLOCK CONTAINS 0 RECORDS
            RECORDING MODE IS F.

       01 REG-GLPOST     PIC X(40).

       FD GLSUSP
            BLOCK CONTAINS 0 RECORDS
            RECORDING MODE IS F.

       01 REG-GLSUSP     PIC X(60).

       FD PARMS
            BLOCK CONTAINS 0 RECORDS
            RECORDING MODE IS F.
       77  WS-TAS-CODE      PIC XX    VALUE SPACES.
       77  WS-CAL-CODE      PIC XX    VALUE SPACES.
       77  WS-CAP-CODE      PIC XX    VALUE SPACES.
       77  WS-INH-CODE      PIC XX    VALUE SPACES.
       77  WS-GL-CODE       PIC XX    VALUE SPACES.
       77  WS-SUS-CODE      PIC XX    VALUE SPACES.
       77  WS-PARM-CODE     PIC XX    VALUE SPACES.

       01  WS-STATUS-FIN    PIC X.
           88  WS-HAY-SUCMAE          VALUE 'S'.
           88  WS-NO-HAY-SUCMAE       VALUE 'N'.

       01  WS-SWITCH-DEVENGO  PIC X     VALUE 'N'.
           88  WS-CUENTA-DEVENGADA    VALUE 'S'.
           88  WS-CUENTA-NO-DEVENGADA VALUE 'N'.

       01  WS-SWITCH-ARRANQUE  PIC X    VALUE 'N'.
           88  WS-ARRANQUE-OK         VALUE 'S'.

       01  WS-SWITCH-REARRANQUE PIC X   VALUE 'N'.
           88  WS-ES-REARRANQUE       VALUE 'S'.
           88  WS-NO-ES-REARRANQUE    VALUE 'N'.

       77  FILLER        PIC X(26) VALUE '* LAYOUT ENTRADA MESES   *'.
      **************************************
               COPY CPSUCU.
           03  WS-FECHA-SSAAMM  PIC 9(06)  VALUE ZEROS.
           03  WS-FECHA-DD      PIC 99     VALUE ZEROS.

       01  WS-FECHA-DESG REDEFINES WS-FECHA.
           03  WS-FEC-SIGLO     PIC 99.
           03  WS-FEC-AA        PIC 99.
           03  WS-FEC-MM        PIC 99.
           03  WS-FEC-DD        PIC 99.

       01  WS-REG-PARM.
           03  WS-PARM-FECHA    PIC 9(08).

       77  WS-HABIL-PROCESO     PIC X(01)  VALUE 'S'.

      ********  CONTROL DE CORRIDAS DE LA CADENA  ***************
       01  WS-SWITCH-RUNCTL   PIC X     VALUE 'N'.
           88  WS-CORRIDA-ANOTADA      VALUE 'S'.

       77  WS-RCT-ACCION        PIC X(03)  VALUE SPACES.
       77  WS-RCT-FECHA         PIC 9(08)  VALUE ZEROS.
       77  WS-RCT-PROGRAMA      PIC X(08)  VALUE 'PGMDEVIN'.
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

      *  FASES DE LA CORRIDA QUE QUEDAN EN CHK-FASE
       77  WS-FASE-DEVENGO      PIC X(01)  VALUE 'D'.
       77  WS-FASE-CAPITALIZ    PIC X(01)  VALUE 'K'.
       77  WS-FASE-FIN          PIC X(01)  VALUE 'F'.

      ********  CALENDARIO DE DIAS HABILES  ***************
       01  WS-REG-CALEND.
           03  WS-CAL-FECHA.
       77  WS-INTERES-DIA       PIC S9(07)V99 VALUE ZEROS.
       77  WS-NOMBRE-SUC-MAE    PIC X(14)     VALUE SPACES.

      ********  ACUMULADORES DE LA CORRIDA  ***************
      *  TODO LO QUE SE ACUMULA DURANTE LAS RECORRIDAS VA EN UN
      *  SOLO GRUPO, QUE ES LA IMAGEN QUE SE GUARDA EN EL PUNTO
      *  DE CONTROL (CHK-TOTALES) Y SE RESTAURA AL REARRANCAR
       01  WS-TOTALES-CORRIDA.
      *    CONTADORES DE PROCESO
           03  WS-CANT-LEIDAS       PIC 9(7)      VALUE ZEROS.
           03  WS-CANT-DEVENGADAS   PIC 9(7)      VALUE ZEROS.
           03  WS-CANT-SIN-TASA     PIC 9(7)      VALUE ZEROS.
           03  WS-CANT-CAPITALIZADAS PIC 9(7)     VALUE ZEROS.
           03  WS-IMP-DEVENGADO     PIC S9(11)V99 VALUE ZEROS.
           03  WS-IMP-CAPITALIZADO  PIC S9(11)V99 VALUE ZEROS.
           03  WS-CANT-ASIENTOS     PIC 9(7)      VALUE ZEROS.
      *    ACUMULADO DE LA SUCURSAL EN CURSO POR MONEDA
           03  WS-SUCURSAL-ANT      PIC 9(03)     VALUE ZEROS.
           03  WS-TABLA-ASIENTO.
               05  WS-ASI-ENT OCCURS 10 TIMES.
                   07  WS-ASI-MONEDA    PIC 9(02)     VALUE ZEROS.
                   07  WS-ASI-IMPORTE   PIC S9(11)V99 VALUE ZEROS.
           03  WS-CANT-ASI-MON      PIC 9(02)     VALUE ZEROS.

       77  WS-EDIT-IMPORTE      PIC ZZZ,ZZZ,ZZ9.99- VALUE ZEROS.

      ********  ASIENTOS CONTABLES DEL DEVENGAMIENTO  *********
      *  EL DEVENGAMIENTO DEBITA EL GASTO POR INTERESES CONTRA
      *  EL DEVENGADO A PAGAR; LA CAPITALIZACION PASA EL
      *  DEVENGADO A PAGAR A LA CUENTA DE DEPOSITOS DEL LIBRO
       01  WS-REG-GLPOST.
           03  WS-GL-CIA           PIC X(03)     VALUE 'BCO'.
           03  WS-GL-CUENTA        PIC 9(06)     VALUE 520020.
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

       77  WS-GL-CTA-GASTO-INT  PIC 9(06)  VALUE 520020.
       77  WS-GL-CTA-DEVENGADO  PIC 9(06)  VALUE 215010.
       77  WS-GL-CTA-LIBRO      PIC 9(06)  VALUE 410010.
       77  WS-ASI-CTA-DEBE      PIC 9(06)  VALUE ZEROS.
       77  WS-ASI-CTA-HABER     PIC 9(06)  VALUE ZEROS.
       77  WS-ENTIDAD-SUC       PIC X(03)  VALUE 'BCO'.

      ********  ACUMULADO DE LA SUCURSAL POR MONEDA  ***********
       77  WS-ASI-MON-BUSCADA   PIC 9(02)  VALUE ZEROS.
       77  WS-ASI-IMP-SUMAR     PIC S9(07)V99 VALUE ZEROS.
       77  WS-SUB-ASI           PIC 9(02)  VALUE ZEROS.
       77  WS-SUB-ASI-ACTUAL    PIC 9(02)  VALUE ZEROS.

       77  FILLER        PIC X(26) VALUE '* FINAL  WORKING-STORAGE *'.

      ***************************************************************.
           PERFORM 2000-PROCESO  THRU  F-2000-PROCESO
                   UNTIL WS-FIN-LECTURA.

           IF WS-ARRANQUE-OK
              PERFORM 2900-CERRAR-DEVENGAMIENTO
                        THRU F-2900-CERRAR-DEVENGAMIENTO
           END-IF.

           IF WS-ARRANQUE-OK AND WS-ES-ULTIMO-HABIL
              PERFORM 3000-CAPITALIZAR THRU F-3000-CAPITALIZAR
           END-IF.

           IF WS-ARRANQUE-OK
              PERFORM 9999-FINAL    THRU  F-9999-FINAL
           END-IF.

           IF WS-CORRIDA-ANOTADA
              PERFORM 9850-ANOTAR-FIN-CORRIDA
                        THRU F-9850-ANOTAR-FIN-CORRIDA
           END-IF.

       F-MAIN-PROGRAM. GOBACK.


           SET WS-NO-FIN-LECTURA TO TRUE.

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

           PERFORM 1150-VALIDAR-CALENDARIO
                     THRU F-1150-VALIDAR-CALENDARIO.

              SET  WS-FIN-LECTURA TO TRUE
           END-IF.

      *    EL REARRANQUE AGREGA AL FINAL DE LO YA GRABADO
           IF WS-ES-REARRANQUE
              OPEN EXTEND MOVCAP
           ELSE
              OPEN OUTPUT MOVCAP
           END-IF.
           IF WS-CAP-CODE IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN MOVCAP  = ' WS-CAP-CODE
              MOVE 9999 TO RETURN-CODE
              SET  WS-FIN-LECTURA TO TRUE
           END-IF.

           OPEN I-O INTHIS.
           IF WS-INH-CODE IS NOT EQUAL '00'
              OPEN OUTPUT INTHIS
           END-IF.
           IF WS-INH-CODE IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN INTHIS  = ' WS-INH-CODE
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

      *    EL MAESTRO DE SUCURSALES DA LA ENTIDAD DE LOS ASIENTOS
      *    Y EL NOMBRE DE LOS MOVIMIENTOS DE CAPITALIZACION
           SET WS-NO-HAY-SUCMAE TO TRUE.
           OPEN INPUT SUCMAE.
           IF WS-SUC-CODE IS NOT EQUAL '00'
              DISPLAY '* MAESTRO DE SUCURSALES NO DISPONIBLE, '
                      'LOS ASIENTOS SALEN CON ENTIDAD BCO'
           ELSE
              SET WS-HAY-SUCMAE TO TRUE
           END-IF.

      *    MIENTRAS SE DEVENGA EL PAR ES GASTO CONTRA DEVENGADO
           MOVE WS-GL-CTA-GASTO-INT TO WS-ASI-CTA-DEBE.
           MOVE WS-GL-CTA-DEVENGADO TO WS-ASI-CTA-HABER.

           MOVE WS-FEC-SIGLO TO WS-GL-FECHA-SIGLO.
           MOVE WS-FEC-AA    TO WS-GL-FECHA-AA.
           MOVE WS-FEC-MM    TO WS-GL-FECHA-MM.
           MOVE WS-FEC-DD    TO WS-GL-FECHA-DD.

      *    UN REARRANQUE QUE YA PASO EL DEVENGAMIENTO NO VUELVE
      *    A RECORRER EL MAESTRO
           IF CHK-FASE NOT EQUAL WS-FASE-DEVENGO
              SET WS-FIN-LECTURA TO TRUE
           END-IF.

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
      *  DE CORRIDAS RUNCTL: SE NIEGA A    *
      *  CORRER SI EL DIA YA ESTA COMPLETO *
      *  Y OPERACIONES NO AUTORIZO LA      *
      *  REPETICION (PGMRERUN)             *
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
      *  ACUMULADORES Y SIGUE EN SU FASE;  *
      *  SI NO HAY O QUEDO COMPLETO        *
      *  (REPETICION AUTORIZADA) SE        *
      *  ARRANCA DESDE EL DEVENGAMIENTO    *
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
              DISPLAY '* REARRANQUE DEL DIA: FASE ' CHK-FASE
                      ' DESPUES DE SUC ' CHK-ULT-SUCURSAL
                      ' CTA ' CHK-ULT-CUENTA
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
              DISPLAY '* DIA YA DEVENGADO, SE REPITE COMPLETO CON '
                      'AUTORIZACION DE OPERACIONES'
           END-IF.

           MOVE SPACES          TO REG-CHKPNT.
           MOVE WS-RCT-PROGRAMA TO CHK-PROGRAMA.
           MOVE WS-RCT-FECHA    TO CHK-FECHA.
           SET CHK-PENDIENTE    TO TRUE.
           MOVE WS-FASE-DEVENGO TO CHK-FASE.
           MOVE ZEROS           TO CHK-ULT-CLAVE
                                   CHK-CANT-PUNTOS.
           PERFORM 2800-GRABAR-PUNTO-CONTROL
                     THRU F-2800-GRABAR-PUNTO-CONTROL.

       F-1090-LEER-PUNTO-CONTROL. EXIT.

      **************************************
      *                                    *
      *  PERMITE FORZAR LA FECHA DE        *
           MOVE CTA-SUCURSAL TO ACR-SUCURSAL.
           MOVE CTA-CUENTA   TO ACR-CUENTA.

           SET WS-CUENTA-DEVENGADA TO TRUE.
           READ ACRMAE RECORD KEY IS ACR-CLAVE
                INVALID KEY
                   PERFORM 2310-ALTA-ACUMULADOR
           ADD 1 TO WS-CANT-DEVENGADAS.
           ADD WS-INTERES-DIA TO WS-IMP-DEVENGADO.

      *    SOLO VA AL ASIENTO LO QUE REALMENTE SE SUMO HOY AL
      *    ACUMULADOR (UN REPROCESO DEL DIA NO SE ASIENTA DOS VECES)
           IF WS-CUENTA-NO-DEVENGADA
              GO TO F-2100-DEVENGAR-CUENTA
           END-IF.

           IF CTA-SUCURSAL NOT EQUAL WS-SUCURSAL-ANT
              AND WS-CANT-ASI-MON GREATER ZEROS
              PERFORM 2700-GRABAR-ASIENTOS THRU F-2700-GRABAR-ASIENTOS
           END-IF.
           MOVE CTA-SUCURSAL    TO WS-SUCURSAL-ANT.
           MOVE CTA-MONEDA      TO WS-ASI-MON-BUSCADA.
           MOVE WS-INTERES-DIA  TO WS-ASI-IMP-SUMAR.
           PERFORM 2600-ACUMULAR-ASIENTO THRU F-2600-ACUMULAR-ASIENTO.

           MOVE CTA-CLAVE TO CHK-ULT-CLAVE.
           PERFORM 2800-GRABAR-PUNTO-CONTROL
                     THRU F-2800-GRABAR-PUNTO-CONTROL.

       F-2100-DEVENGAR-CUENTA. EXIT.

      **************************************
                 DISPLAY '* ERROR EN WRITE ACRMAE = ' WS-ACR-CODE
                 MOVE 9999 TO RETURN-CODE
                 SET WS-FIN-LECTURA TO TRUE
                 SET WS-CUENTA-NO-DEVENGADA TO TRUE
           END-WRITE.

       F-2310-ALTA-ACUMULADOR. EXIT.
              DISPLAY '* SUC ' ACR-SUCURSAL ' CTA ' ACR-CUENTA
                      ' YA DEVENGADA HOY, NO SE DUPLICA'
              MOVE 4 TO RETURN-CODE
              SET WS-CUENTA-NO-DEVENGADA TO TRUE
              GO TO F-2320-ACTUALIZAR-ACUMULADOR
           END-IF.

                 DISPLAY '* ERROR EN REWRITE ACRMAE = ' WS-ACR-CODE
                 MOVE 9999 TO RETURN-CODE
                 SET WS-FIN-LECTURA TO TRUE
                 SET WS-CUENTA-NO-DEVENGADA TO TRUE
           END-REWRITE.

       F-2320-ACTUALIZAR-ACUMULADOR. EXIT.

      **************************************
      *                                    *
      *  SUMA UN IMPORTE EN EL RENGLON DE  *
      *  SU MONEDA DEL ASIENTO DE LA       *
      *  SUCURSAL EN CURSO                 *
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
                 MOVE WS-CANT-ASI-MON    TO WS-SUB-ASI-ACTUAL
                 MOVE WS-ASI-MON-BUSCADA
                            TO WS-ASI-MONEDA (WS-SUB-ASI-ACTUAL)
                 MOVE ZEROS TO WS-ASI-IMPORTE (WS-SUB-ASI-ACTUAL)
              ELSE
                 DISPLAY '* DEMASIADAS MONEDAS EN LA SUCURSAL '
                         WS-SUCURSAL-ANT ', MONEDA '
                         WS-ASI-MON-BUSCADA ' SIN ASIENTO'
                 MOVE 4 TO RETURN-CODE
                 GO TO F-2600-ACUMULAR-ASIENTO
              END-IF
           END-IF.

           ADD WS-ASI-IMP-SUMAR TO WS-ASI-IMPORTE (WS-SUB-ASI-ACTUAL).

       F-2600-ACUMULAR-ASIENTO. EXIT.

       2610-PROBAR-MONEDA.
           IF WS-ASI-MONEDA (WS-SUB-ASI) EQUAL WS-ASI-MON-BUSCADA
              MOVE WS-SUB-ASI TO WS-SUB-ASI-ACTUAL
           END-IF.

       F-2610-PROBAR-MONEDA. EXIT.


      **************************************
      *                                    *
      *  CIERRA LA SUCURSAL: GRABA UN PAR  *
      *  DEBE/HABER POR MONEDA CON LA      *
      *  ENTIDAD DE LA SUCURSAL. LAS       *
      *  CUENTAS DEL PAR LAS DEJA CARGADAS *
      *  EL QUE LLAMA (DEVENGADO O         *
      *  CAPITALIZACION)                   *
      *                                    *
      **************************************
       2700-GRABAR-ASIENTOS.
           PERFORM 2710-BUSCAR-ENTIDAD THRU F-2710-BUSCAR-ENTIDAD.

           MOVE WS-ENTIDAD-SUC  TO WS-GL-CIA.
           MOVE WS-SUCURSAL-ANT TO WS-GL-CENTRO-COSTO.

           PERFORM 2750-ASIENTO-MONEDA THRU F-2750-ASIENTO-MONEDA
                   VARYING WS-SUB-ASI FROM 1 BY 1
                   UNTIL WS-SUB-ASI GREATER WS-CANT-ASI-MON.

           MOVE ZEROS TO WS-CANT-ASI-MON.

       F-2700-GRABAR-ASIENTOS. EXIT.

      **************************************
      *                                    *
      *  ENTIDAD LEGAL DE LA SUCURSAL      *
      *  SEGUN SUCMAE; EN BLANCO O SIN     *
      *  MAESTRO SE ASUME EL BANCO         *
      *                                    *
      **************************************
       2710-BUSCAR-ENTIDAD.
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

       F-2710-BUSCAR-ENTIDAD. EXIT.

       2750-ASIENTO-MONEDA.
           IF WS-ASI-IMPORTE (WS-SUB-ASI) NOT GREATER ZEROS
              GO TO F-2750-ASIENTO-MONEDA
           END-IF.

           MOVE WS-ASI-MONEDA (WS-SUB-ASI)  TO WS-GL-MONEDA.
           MOVE WS-ASI-IMPORTE (WS-SUB-ASI) TO WS-GL-IMPORTE.

           MOVE WS-ASI-CTA-DEBE  TO WS-GL-CUENTA.
           MOVE 'D'              TO WS-GL-DEBE-HABER.
           PERFORM 2790-GRABAR-ASIENTO THRU F-2790-GRABAR-ASIENTO.

           MOVE WS-ASI-CTA-HABER TO WS-GL-CUENTA.
           MOVE 'H'              TO WS-GL-DEBE-HABER.
           PERFORM 2790-GRABAR-ASIENTO THRU F-2790-GRABAR-ASIENTO.

       F-2750-ASIENTO-MONEDA. EXIT.

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
      *  GRABA EL PUNTO DE CONTROL CON LA  *
      *  FASE Y LA ULTIMA CLAVE YA         *
      *  CARGADAS POR EL QUE LLAMA Y LA    *
      *  IMAGEN DE LOS ACUMULADORES; SIN   *
      *  PUNTO NO SE PUEDE SEGUIR          *
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
              SET WS-FIN-ACRMAE  TO TRUE
           END-IF.

       F-2800-GRABAR-PUNTO-CONTROL. EXIT.

      **************************************
      *                                    *
      *  FIN DEL DEVENGAMIENTO: ASIENTA LA *
      *  ULTIMA SUCURSAL Y PASA EL PUNTO   *
      *  DE CONTROL A LA FASE DE           *
      *  CAPITALIZACION. CON ERROR SE      *
      *  DEJA TODO PARA EL REARRANQUE      *
      *                                    *
      **************************************
       2900-CERRAR-DEVENGAMIENTO.
           IF CHK-FASE NOT EQUAL WS-FASE-DEVENGO
              GO TO F-2900-CERRAR-DEVENGAMIENTO
           END-IF.

           IF RETURN-CODE GREATER 4
              DISPLAY '* CORRIDA CON ERROR: EL ULTIMO ASIENTO Y LA '
                      'CAPITALIZACION QUEDAN PARA EL REARRANQUE'
              GO TO F-2900-CERRAR-DEVENGAMIENTO
           END-IF.

           IF WS-CANT-ASI-MON GREATER ZEROS
              PERFORM 2700-GRABAR-ASIENTOS THRU F-2700-GRABAR-ASIENTOS
           END-IF.

           MOVE ZEROS             TO WS-CANT-ASI-MON
                                     WS-SUCURSAL-ANT.
           MOVE WS-FASE-CAPITALIZ TO CHK-FASE.
           MOVE ZEROS             TO CHK-ULT-CLAVE.
           PERFORM 2800-GRABAR-PUNTO-CONTROL
                     THRU F-2800-GRABAR-PUNTO-CONTROL.

       F-2900-CERRAR-DEVENGAMIENTO. EXIT.

      **************************************
      *                                    *
      *  ULTIMO DIA HABIL DEL MES:         *
      *                                    *
      **************************************
       3000-CAPITALIZAR.
      *    SOLO SE CAPITALIZA CON EL DEVENGAMIENTO CERRADO Y SI UN
      *    REARRANQUE NO ENCONTRO LA CAPITALIZACION YA TERMINADA
           IF CHK-FASE NOT EQUAL WS-FASE-CAPITALIZ
              GO TO F-3000-CAPITALIZAR
           END-IF.

           SET WS-NO-FIN-ACRMAE TO TRUE.

      *    LA CAPITALIZACION PASA EL DEVENGADO A PAGAR A DEPOSITOS.
      *    EL ACUMULADO DE LA SUCURSAL LO DEJO EN CERO EL CIERRE
      *    DEL DEVENGAMIENTO O LO RESTAURO EL REARRANQUE
           MOVE WS-GL-CTA-DEVENGADO TO WS-ASI-CTA-DEBE.
           MOVE WS-GL-CTA-LIBRO     TO WS-ASI-CTA-HABER.

           IF CHK-ULT-CLAVE EQUAL ZEROS
              MOVE LOW-VALUES TO ACR-CLAVE
              START ACRMAE KEY IS NOT LESS ACR-CLAVE
                    INVALID KEY SET WS-FIN-ACRMAE TO TRUE
              END-START
           ELSE
              MOVE CHK-ULT-CLAVE TO ACR-CLAVE
              START ACRMAE KEY IS GREATER ACR-CLAVE
                    INVALID KEY SET WS-FIN-ACRMAE TO TRUE
              END-START
           END-IF.

           PERFORM 3100-CAPITALIZAR-UNA
                     THRU F-3100-CAPITALIZAR-UNA
                   UNTIL WS-FIN-ACRMAE.

           IF RETURN-CODE GREATER 4
              DISPLAY '* CORRIDA CON ERROR: EL ULTIMO ASIENTO DE LA '
                      'CAPITALIZACION QUEDA PARA EL REARRANQUE'
              GO TO F-3000-CAPITALIZAR
           END-IF.

           IF WS-CANT-ASI-MON GREATER ZEROS
              PERFORM 2700-GRABAR-ASIENTOS THRU F-2700-GRABAR-ASIENTOS
           END-IF.

           MOVE WS-FASE-FIN  TO CHK-FASE.
           MOVE HIGH-VALUES  TO CHK-ULT-CLAVE.
           PERFORM 2800-GRABAR-PUNTO-CONTROL
                     THRU F-2800-GRABAR-PUNTO-CONTROL.

       F-3000-CAPITALIZAR. EXIT.

       3100-CAPITALIZAR-UNA.
           ADD 1 TO WS-CANT-CAPITALIZADAS.
           ADD ACR-ACUM-INTERES TO WS-IMP-CAPITALIZADO.

           PERFORM 3150-GRABAR-HISTORIA THRU F-3150-GRABAR-HISTORIA.

           IF ACR-SUCURSAL NOT EQUAL WS-SUCURSAL-ANT
              AND WS-CANT-ASI-MON GREATER ZEROS
              PERFORM 2700-GRABAR-ASIENTOS THRU F-2700-GRABAR-ASIENTOS
           END-IF.
           MOVE ACR-SUCURSAL     TO WS-SUCURSAL-ANT.
           MOVE ACR-MONEDA       TO WS-ASI-MON-BUSCADA.
           MOVE ACR-ACUM-INTERES TO WS-ASI-IMP-SUMAR.
           PERFORM 2600-ACUMULAR-ASIENTO THRU F-2600-ACUMULAR-ASIENTO.

           MOVE ZEROS TO ACR-ACUM-INTERES.
           REWRITE REG-ACRMAE
              INVALID KEY
                 SET WS-FIN-ACRMAE TO TRUE
           END-REWRITE.

      *    LA CUENTA YA CAPITALIZADA NO SE VUELVE A EMITIR EN UN
      *    REARRANQUE
           IF WS-NO-FIN-ACRMAE
              MOVE ACR-CLAVE TO CHK-ULT-CLAVE
              PERFORM 2800-GRABAR-PUNTO-CONTROL
                        THRU F-2800-GRABAR-PUNTO-CONTROL
           END-IF.

       F-3100-CAPITALIZAR-UNA. EXIT.

      **************************************
      *                                    *
      *  DEJA LA CAPITALIZACION DE LA      *
      *  CUENTA EN LA HISTORIA DE          *
      *  INTERESES INTHIS                  *
      *                                    *
      **************************************
       3150-GRABAR-HISTORIA.
           MOVE SPACES           TO REG-INTHIS.
           MOVE ACR-SUCURSAL     TO INH-SUCURSAL.
           MOVE ACR-CUENTA       TO INH-CUENTA.
           MOVE WS-FECHA         TO INH-FECHA.
           MOVE ACR-TIPO         TO INH-TIPO.
           MOVE ACR-MONEDA       TO INH-MONEDA.
           MOVE ACR-ACUM-INTERES TO INH-IMPORTE.

           WRITE REG-INTHIS
              INVALID KEY
                 DISPLAY '* SUC ' ACR-SUCURSAL ' CTA ' ACR-CUENTA
                         ' YA CAPITALIZADA EN INTHIS EL ' WS-FECHA
                 MOVE 4 TO RETURN-CODE
           END-WRITE.

       F-3150-GRABAR-HISTORIA. EXIT.

      **************************************
      *                                    *
      *  BUSCA EN EL MAESTRO DE SUCURSALES *
              MOVE 9999 TO RETURN-CODE
           END-IF.

           CLOSE INTHIS.
           IF WS-INH-CODE IS NOT EQUAL '00'
              DISPLAY '* ERROR EN CLOSE INTHIS  = ' WS-INH-CODE
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

           IF WS-HAY-SUCMAE
              CLOSE SUCMAE
           END-IF.

           DISPLAY '************************** '.
           DISPLAY 'CUENTAS LEIDAS          : ' WS-CANT-LEIDAS.
           DISPLAY 'CUENTAS DEVENGADAS      : ' WS-CANT-DEVENGADAS.
                                          WS-CANT-CAPITALIZADAS.
           MOVE WS-IMP-CAPITALIZADO TO WS-EDIT-IMPORTE.
           DISPLAY 'INTERES CAPITALIZADO    : ' WS-EDIT-IMPORTE.
           DISPLAY 'ASIENTOS GRABADOS GLPOST: ' WS-CANT-ASIENTOS.
           DISPLAY 'ASIENTOS EN SUSPENSO    : ' WS-CANT-SUSPENSO.

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
           MOVE 'PGMDEVIN'     TO WS-SUS-PROGRAMA.
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
