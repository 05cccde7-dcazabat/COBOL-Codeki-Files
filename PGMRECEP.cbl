       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMRECEP.
       AUTHOR.        D. CAZABAT.
       INSTALLATION.  CURSO CODEKI.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.
      **********************************************************
      *                                                        *
      *  RECEPCION DE LA TRANSMISION DE ENTRADA: PRIMER PASO   *
      *  DE LA CADENA NOCTURNA, ANTES DE PGMEDITA. CONTROLA EL *
      *  ARCHIVO COMO UN TODO (PGMEDITA CONTROLA REGISTROS):   *
      *  EL ORIGEN MANDA UN REGISTRO 'HDR' CON LA              *
      *  IDENTIFICACION DEL ARCHIVO Y LA FECHA DE NEGOCIO, LOS *
      *  REGISTROS DE CUENTAS (COPY CPSUCU) Y UN REGISTRO      *
      *  'TRL' CON LA CANTIDAD DE REGISTROS Y EL TOTAL DE      *
      *  IMPORTES.                                             *
      *                                                        *
      *  LA TRANSMISION SE RECHAZA (RC 8) SI:                  *
      *    - FALTA EL HEADER O EL TRAILER (ARCHIVO CORTADO),   *
      *      HAY DOS, O HAY REGISTROS DESPUES DEL TRAILER      *
      *    - EL TRAILER NO ES DEL MISMO ARCHIVO QUE EL HEADER  *
      *    - LA CANTIDAD O EL TOTAL DEL TRAILER NO COINCIDEN   *
      *      CON LO EFECTIVAMENTE RECIBIDO                     *
      *    - LA IDENTIFICACION O LA FECHA DE NEGOCIO YA FUERON *
      *      PROCESADAS (REGISTRO DE TRANSMISIONES TRNREG)     *
      *    - LA FECHA DE NEGOCIO NO ES EL DIA HABIL SIGUIENTE  *
      *      (SEGUN CALEND, SUBRUTINA FECHAB) A LA ULTIMA      *
      *      FECHA DE NEGOCIO REGISTRADA                       *
      *  SIN CALEND QUE CUBRA LA FECHA, O CON EL REGISTRO      *
      *  VACIO, EL DIA HABIL NO SE CONTROLA Y SE AVISA (RC 4). *
      *                                                        *
      *  LA TRANSMISION ACEPTADA SE ANOTA EN TRNREG Y SUS      *
      *  REGISTROS DE CUENTAS, SIN HEADER NI TRAILER, QUEDAN   *
      *  EN ENTCTL, QUE ES LA ENTRADA (DDENTRA) DE PGMEDITA.   *
      *                                                        *
      *  SE ANOTA EN RUNCTL Y ES EL PREDECESOR DE PGMEDITA.    *
      *  UNA TRANSMISION RECHAZADA NO ANOTA EL FIN DE LA       *
      *  CORRIDA: EL PASO QUEDA INICIADO, PGMEDITA SE NIEGA A  *
      *  ARRANCAR Y EL REENVIO CORREGIDO SE CORRE DE NUEVO SIN *
      *  PASAR POR PGMRERUN. EL REPROCESO AUTORIZADO DE UNA    *
      *  NOCHE YA COMPLETA ENCUENTRA SU PROPIA TRANSMISION EN  *
      *  TRNREG CON LA MISMA FECHA DE PROCESO Y LOS MISMOS     *
      *  TOTALES, Y LA ACEPTA SIN VOLVER A ANOTARLA.           *
      *                                                        *
      *  PARM: EL MISMO DE PGMEDITA (FECHA DE PROCESO          *
      *  SSAAMMDD OPCIONAL; SIN ELLA LA FECHA DEL SISTEMA).    *
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

             SELECT ENTRADA ASSIGN DDENTRA
                    FILE STATUS IS WS-ENT-CODE.

             SELECT ENTCTL  ASSIGN DDENTCTL
                    FILE STATUS IS WS-ECT-CODE.

             SELECT TRNREG  ASSIGN DDTRNREG
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS TRN-ID-ARCHIVO
                    FILE STATUS IS WS-TRN-CODE.

             SELECT INFORME ASSIGN DDINFORM
                    FILE STATUS IS WS-INF-CODE.

             SELECT PARMS   ASSIGN DDPARM
                    FILE STATUS IS WS-PARM-CODE.

       DATA DIVISION.
       FILE SECTION.
       FD ENTRADA
            BLOCK CONTAINS 0 RECORDS
            RECORDING MODE IS F.

       01 REG-ENTRADA    PIC X(38).

       FD ENTCTL
            BLOCK CONTAINS 0 RECORDS
            RECORDING MODE IS F.

       01 REG-ENTCTL     PIC X(38).

       FD TRNREG.

       01 REG-TRNREG.
           03  TRN-ID-ARCHIVO      PIC X(12).
           03  TRN-FECHA-NEGOCIO   PIC 9(08).
           03  TRN-CANT-REG        PIC 9(09).
           03  TRN-TOTAL-IMPORTE   PIC S9(11)V99.
           03  TRN-FECHA-PROCESO   PIC 9(08).
           03  TRN-HORA            PIC 9(06).
           03  FILLER              PIC X(24).

       FD INFORME
            BLOCK CONTAINS 0 RECORDS
            RECORDING MODE IS F.

       01 REG-INFORME    PIC X(132).

       FD PARMS
            BLOCK CONTAINS 0 RECORDS
            RECORDING MODE IS F.

       01 REG-PARM       PIC X(09).

      **************************************
       WORKING-STORAGE SECTION.
      **************************************
       77  FILLER        PIC X(26) VALUE '* INICIO WORKING-STORAGE *'.
       77  FILLER        PIC X(26) VALUE '* CODIGOS RETORNO FILES  *'.
       77  WS-ENT-CODE      PIC XX    VALUE SPACES.
       77  WS-ECT-CODE      PIC XX    VALUE SPACES.
       77  WS-TRN-CODE      PIC XX    VALUE SPACES.
       77  WS-INF-CODE      PIC XX    VALUE SPACES.
       77  WS-PARM-CODE     PIC XX    VALUE SPACES.

       01  WS-STATUS-FIN    PIC X.
           88  WS-FIN-LECTURA         VALUE 'Y'.
           88  WS-NO-FIN-LECTURA      VALUE 'N'.

       01  WS-STATUS-FIN-TRN PIC X.
           88  WS-FIN-TRNREG          VALUE 'Y'.
           88  WS-NO-FIN-TRNREG       VALUE 'N'.

       01  WS-SWITCH-ERROR  PIC X     VALUE 'N'.
           88  WS-HUBO-ERROR          VALUE 'S'.
           88  WS-NO-HUBO-ERROR       VALUE 'N'.

       01  WS-SWITCH-RECHAZO PIC X    VALUE 'N'.
           88  WS-TRANSMISION-RECHAZADA VALUE 'S'.
           88  WS-TRANSMISION-ACEPTADA  VALUE 'N'.

       01  WS-SWITCH-HEADER PIC X     VALUE 'N'.
           88  WS-HEADER-LEIDO        VALUE 'S'.
           88  WS-SIN-HEADER          VALUE 'N'.

       01  WS-SWITCH-TRAILER PIC X    VALUE 'N'.
           88  WS-TRAILER-LEIDO       VALUE 'S'.
           88  WS-SIN-TRAILER         VALUE 'N'.

       01  WS-SWITCH-POSTERIOR PIC X  VALUE 'N'.
           88  WS-POSTERIOR-AVISADO   VALUE 'S'.

       01  WS-SWITCH-REPROCESO PIC X  VALUE 'N'.
           88  WS-ES-REPROCESO        VALUE 'S'.
           88  WS-NO-ES-REPROCESO     VALUE 'N'.

      ********  REGISTRO RECIBIDO Y SUS VISTAS  ***************
       01  WS-REG-RECIBIDO.
           03  WS-RCB-TIPO-REG      PIC X(03).
               88  WS-RCB-ES-HEADER           VALUE 'HDR'.
               88  WS-RCB-ES-TRAILER          VALUE 'TRL'.
           03  FILLER               PIC X(35).

       01  WS-REG-HEADER REDEFINES WS-REG-RECIBIDO.
           03  FILLER               PIC X(03).
           03  WS-HDR-ID-ARCHIVO    PIC X(12).
           03  WS-HDR-FECHA-NEGOCIO PIC 9(08).
           03  FILLER               PIC X(15).

       01  WS-REG-TRAILER REDEFINES WS-REG-RECIBIDO.
           03  FILLER               PIC X(03).
           03  WS-TRL-ID-ARCHIVO    PIC X(12).
           03  WS-TRL-CANT-REG      PIC 9(09).
           03  WS-TRL-TOTAL-IMPORTE PIC S9(11)V99.
           03  FILLER               PIC X(01).

      ********  DATOS DEL HEADER Y TRAILER RECIBIDOS  ***********
       77  WS-ID-ARCHIVO        PIC X(12)  VALUE SPACES.
       77  WS-FECHA-NEGOCIO     PIC 9(08)  VALUE ZEROS.
       77  WS-ID-TRAILER        PIC X(12)  VALUE SPACES.
       77  WS-CANT-TRAILER      PIC 9(09)  VALUE ZEROS.
       77  WS-TOTAL-TRAILER     PIC S9(11)V99 VALUE ZEROS.

       77  FILLER        PIC X(26) VALUE '* LAYOUT ENTRADA CUENTAS *'.
      **************************************
               COPY CPSUCU.
      **************************************

      ********  PARM DE FECHA  ***************
       01  WS-REG-PARM.
           03  WS-PARM-FECHA    PIC 9(08).
           03  WS-PARM-FORZAR   PIC X(01).

      ********  FECHA DE PROCESO  ***************
       01  WS-FECHA             PIC 9(08)  VALUE ZEROS.

       01  WS-HORA-ACTUAL.
           03  WS-HORA-HHMMSS    PIC 9(06).
           03  FILLER            PIC 99.

      ********  ULTIMA FECHA DE NEGOCIO REGISTRADA  *************
       77  WS-ULTIMA-FECHA-NEG  PIC 9(08)  VALUE ZEROS.

      ********  SUBRUTINA DE FECHAS HABILES  ***************
       77  WS-FEC-FUNCION       PIC X(01)  VALUE 'A'.
       77  WS-FEC-DESDE         PIC 9(08)  VALUE ZEROS.
       77  WS-FEC-HASTA         PIC 9(08)  VALUE ZEROS.
       77  WS-FEC-CANT          PIC 9(05)  VALUE ZEROS.
       77  WS-FEC-CALENDARIO    PIC 9(05)  VALUE ZEROS.
       77  WS-FEC-HABILES       PIC 9(05)  VALUE ZEROS.
       77  WS-FEC-RESULTADO     PIC XX     VALUE '00'.
           88  WS-FEC-OK                   VALUE '00'.
           88  WS-FEC-SIN-CALENDARIO       VALUE '20'.
           88  WS-FEC-FUERA-CALENDARIO     VALUE '30'.

      ********  CONTROL DE CORRIDAS DE LA CADENA  ***************
      *  PGMRECEP ABRE LA NOCHE: NO TIENE PREDECESOR, PERO SU
      *  FIN EN RUNCTL ES EL QUE HABILITA A PGMEDITA
       01  WS-SWITCH-RUNCTL   PIC X     VALUE 'N'.
           88  WS-CORRIDA-ANOTADA      VALUE 'S'.

       77  WS-RCT-ACCION        PIC X(03)  VALUE SPACES.
       77  WS-RCT-FECHA         PIC 9(08)  VALUE ZEROS.
       77  WS-RCT-PROGRAMA      PIC X(08)  VALUE 'PGMRECEP'.
       77  WS-RCT-PREDECESOR    PIC X(08)  VALUE SPACES.
       77  WS-RCT-RETCODE       PIC 9(04)  VALUE ZEROS.
       77  WS-RCT-RESULTADO     PIC XX     VALUE '00'.
           88  WS-RCT-ANOTADO              VALUE '00'.

      ********  CONTADORES DE PROCESO  ***************
       77  WS-CANT-LEIDOS       PIC 9(09)  VALUE ZEROS.
       77  WS-CANT-CUENTAS      PIC 9(09)  VALUE ZEROS.
       77  WS-CANT-RECHAZOS     PIC 9(03)  VALUE ZEROS.
       77  WS-TOTAL-IMPORTE     PIC S9(11)V99 VALUE ZEROS.

      ********  LINEAS DEL INFORME  ***************
       01  WS-LIN-TITULO.
           03  FILLER           PIC X(40)
               VALUE 'RECEPCION DE LA TRANSMISION DE ENTRADA -'.
           03  FILLER           PIC X(07)   VALUE ' FECHA '.
           03  WS-TIT-FECHA     PIC 9(08).
           03  FILLER           PIC X(77)   VALUE SPACES.

       01  WS-LIN-DATO.
           03  WS-DAT-CONCEPTO  PIC X(30)   VALUE SPACES.
           03  WS-DAT-VALOR     PIC X(20)   VALUE SPACES.
           03  FILLER           PIC X(82)   VALUE SPACES.

       01  WS-LIN-CONTROL.
           03  WS-CTL-CONCEPTO  PIC X(30)   VALUE SPACES.
           03  WS-CTL-TRAILER   PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           03  FILLER           PIC X(02)   VALUE SPACES.
           03  WS-CTL-RECIBIDO  PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           03  FILLER           PIC X(64)   VALUE SPACES.

       01  WS-LIN-CAB-CONTROL.
           03  FILLER           PIC X(40)
               VALUE 'CONTROL                         SEGUN TR'.
           03  FILLER           PIC X(40)
               VALUE 'AILER             RECIBIDO             '.
           03  FILLER           PIC X(52)   VALUE SPACES.

       01  WS-LIN-RECHAZO.
           03  FILLER           PIC X(10)   VALUE '* RECHAZO:'.
           03  FILLER           PIC X(01)   VALUE SPACE.
           03  WS-RCH-MOTIVO    PIC X(60)   VALUE SPACES.
           03  FILLER           PIC X(61)   VALUE SPACES.

       01  WS-LIN-AVISO.
           03  FILLER           PIC X(10)   VALUE '* AVISO:  '.
           03  FILLER           PIC X(01)   VALUE SPACE.
           03  WS-AVI-MOTIVO    PIC X(60)   VALUE SPACES.
           03  FILLER           PIC X(61)   VALUE SPACES.

       01  WS-LIN-RESULTADO.
           03  WS-RES-TEXTO     PIC X(60)   VALUE SPACES.
           03  FILLER           PIC X(72)   VALUE SPACES.

       77  WS-FECHA-EDIT        PIC 9(08)  VALUE ZEROS.

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

           PERFORM 2000-PROCESO  THRU  F-2000-PROCESO
                   UNTIL WS-FIN-LECTURA.

           IF NOT WS-HUBO-ERROR
              PERFORM 3000-CONTROLAR-ARCHIVO
                        THRU F-3000-CONTROLAR-ARCHIVO
           END-IF.

           IF NOT WS-HUBO-ERROR AND NOT WS-TRANSMISION-RECHAZADA
              PERFORM 4000-CONTROLAR-REGISTRO
                        THRU F-4000-CONTROLAR-REGISTRO
           END-IF.

           IF NOT WS-HUBO-ERROR AND NOT WS-TRANSMISION-RECHAZADA
              PERFORM 5000-ANOTAR-TRANSMISION
                        THRU F-5000-ANOTAR-TRANSMISION
           END-IF.

           PERFORM 9999-FINAL    THRU  F-9999-FINAL.

       F-MAIN-PROGRAM. GOBACK.

      **************************************
      *                                    *
      *  APERTURA DE FILES Y PRIMERA       *
      *  LECTURA DE LA TRANSMISION         *
      *                                    *
      **************************************
       1000-INICIO.
           ACCEPT WS-FECHA FROM DATE YYYYMMDD.

           SET WS-NO-FIN-LECTURA        TO TRUE.
           SET WS-NO-HUBO-ERROR         TO TRUE.
           SET WS-TRANSMISION-ACEPTADA  TO TRUE.

           PERFORM 1100-LEER-PARM THRU F-1100-LEER-PARM.
           DISPLAY 'FECHA:    '  WS-FECHA.

           PERFORM 1070-ANOTAR-ARRANQUE
                     THRU F-1070-ANOTAR-ARRANQUE.
           IF WS-FIN-LECTURA
              GO TO F-1000-INICIO
           END-IF.

           OPEN INPUT  ENTRADA.
           IF WS-ENT-CODE IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN ENTRADA = ' WS-ENT-CODE
              MOVE 9999 TO RETURN-CODE
              SET  WS-FIN-LECTURA TO TRUE
              SET  WS-HUBO-ERROR  TO TRUE
           END-IF.

           OPEN OUTPUT ENTCTL.
           IF WS-ECT-CODE IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN ENTCTL  = ' WS-ECT-CODE
              MOVE 9999 TO RETURN-CODE
              SET  WS-FIN-LECTURA TO TRUE
              SET  WS-HUBO-ERROR  TO TRUE
           END-IF.

           OPEN I-O TRNREG.
           IF WS-TRN-CODE IS NOT EQUAL '00'
              OPEN OUTPUT TRNREG
              IF WS-TRN-CODE EQUAL '00'
                 CLOSE TRNREG
                 OPEN I-O TRNREG
              END-IF
           END-IF.
           IF WS-TRN-CODE IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN TRNREG  = ' WS-TRN-CODE
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

           MOVE WS-FECHA       TO WS-TIT-FECHA.
           MOVE WS-LIN-TITULO  TO REG-INFORME.
           PERFORM 9300-GRABAR-INFORME THRU F-9300-GRABAR-INFORME.
           MOVE WS-LIN-BLANCA  TO REG-INFORME.
           PERFORM 9300-GRABAR-INFORME THRU F-9300-GRABAR-INFORME.

           PERFORM 2900-LEER-ENTRADA THRU F-2900-LEER-ENTRADA.

       F-1000-INICIO.   EXIT.

      **************************************
      *                                    *
      *  ANOTA EL ARRANQUE EN EL MAESTRO   *
      *  DE CORRIDAS RUNCTL: ABRE LA       *
      *  NOCHE, ASI QUE NO CONTROLA        *
      *  PREDECESOR, PERO SE NIEGA A       *
      *  REPETIRSE SI EL PASO YA ESTA      *
      *  COMPLETO Y OPERACIONES NO         *
      *  AUTORIZO EL REARRANQUE (PGMRERUN) *
      *                                    *
      **************************************
       1070-ANOTAR-ARRANQUE.
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
              SET WS-HUBO-ERROR  TO TRUE
           END-IF.

       F-1070-ANOTAR-ARRANQUE. EXIT.

      **************************************
      *                                    *
      *  FECHA DE PROCESO FORZADA POR PARM *
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

           IF WS-PARM-CODE IS EQUAL '00' AND
              WS-PARM-FECHA IS NUMERIC AND
              WS-PARM-FECHA GREATER ZEROS
              MOVE WS-PARM-FECHA TO WS-FECHA
              DISPLAY '* FECHA DE PROCESO FORZADA POR PARM: '
                                                       WS-FECHA
           END-IF.

           CLOSE PARMS.

       F-1100-LEER-PARM. EXIT.

      **************************************
      *                                    *
      *  CLASIFICA CADA REGISTRO RECIBIDO: *
      *  HEADER, TRAILER O CUENTA. LAS     *
      *  CUENTAS SE CUENTAN, SE SUMAN Y    *
      *  PASAN A ENTCTL                    *
      *                                    *
      **************************************
       2000-PROCESO.
           ADD 1 TO WS-CANT-LEIDOS.

           IF WS-RCB-ES-HEADER
              PERFORM 2100-TOMAR-HEADER THRU F-2100-TOMAR-HEADER
              GO TO 2090-SIGUIENTE
           END-IF.

           IF WS-RCB-ES-TRAILER
              PERFORM 2200-TOMAR-TRAILER THRU F-2200-TOMAR-TRAILER
              GO TO 2090-SIGUIENTE
           END-IF.

           IF WS-SIN-HEADER AND WS-CANT-CUENTAS EQUAL ZEROS
              MOVE 'EL ARCHIVO NO EMPIEZA CON EL HEADER'
                                             TO WS-RCH-MOTIVO
              PERFORM 8000-RECHAZAR THRU F-8000-RECHAZAR
           END-IF.

           IF WS-TRAILER-LEIDO AND NOT WS-POSTERIOR-AVISADO
              MOVE 'HAY REGISTROS DESPUES DEL TRAILER'
                                             TO WS-RCH-MOTIVO
              PERFORM 8000-RECHAZAR THRU F-8000-RECHAZAR
              SET WS-POSTERIOR-AVISADO TO TRUE
           END-IF.

           ADD 1 TO WS-CANT-CUENTAS.
           MOVE WS-REG-RECIBIDO TO WS-REG-ENTRADA.

           IF WS-SUC-IMPORTE IS NUMERIC
              ADD WS-SUC-IMPORTE TO WS-TOTAL-IMPORTE
           END-IF.

           WRITE REG-ENTCTL FROM WS-REG-ENTRADA.
           IF WS-ECT-CODE IS NOT EQUAL '00'
              DISPLAY '* ERROR EN WRITE ENTCTL = ' WS-ECT-CODE
              MOVE 9999 TO RETURN-CODE
              SET WS-FIN-LECTURA TO TRUE
              SET WS-HUBO-ERROR  TO TRUE
              GO TO F-2000-PROCESO
           END-IF.

       2090-SIGUIENTE.
           PERFORM 2900-LEER-ENTRADA THRU F-2900-LEER-ENTRADA.

       F-2000-PROCESO. EXIT.

      **************************************
      *                                    *
      *  HEADER: DEBE SER EL PRIMERO Y     *
      *  UNICO                             *
      *                                    *
      **************************************
       2100-TOMAR-HEADER.
           IF WS-HEADER-LEIDO
              MOVE 'HEADER REPETIDO EN EL ARCHIVO' TO WS-RCH-MOTIVO
              PERFORM 8000-RECHAZAR THRU F-8000-RECHAZAR
              GO TO F-2100-TOMAR-HEADER
           END-IF.

           SET WS-HEADER-LEIDO TO TRUE.

           MOVE WS-HDR-ID-ARCHIVO TO WS-ID-ARCHIVO.

           IF WS-HDR-FECHA-NEGOCIO IS NUMERIC
              MOVE WS-HDR-FECHA-NEGOCIO TO WS-FECHA-NEGOCIO
           END-IF.

           IF WS-ID-ARCHIVO EQUAL SPACES
              MOVE 'HEADER SIN IDENTIFICACION DE ARCHIVO'
                                             TO WS-RCH-MOTIVO
              PERFORM 8000-RECHAZAR THRU F-8000-RECHAZAR
           END-IF.

           IF WS-FECHA-NEGOCIO EQUAL ZEROS
              MOVE 'HEADER SIN FECHA DE NEGOCIO VALIDA'
                                             TO WS-RCH-MOTIVO
              PERFORM 8000-RECHAZAR THRU F-8000-RECHAZAR
           END-IF.

       F-2100-TOMAR-HEADER. EXIT.

      **************************************
      *                                    *
      *  TRAILER: DEBE SER UNICO Y DEL     *
      *  MISMO ARCHIVO QUE EL HEADER       *
      *                                    *
      **************************************
       2200-TOMAR-TRAILER.
           IF WS-TRAILER-LEIDO
              MOVE 'TRAILER REPETIDO EN EL ARCHIVO' TO WS-RCH-MOTIVO
              PERFORM 8000-RECHAZAR THRU F-8000-RECHAZAR
              GO TO F-2200-TOMAR-TRAILER
           END-IF.

           SET WS-TRAILER-LEIDO TO TRUE.

           IF WS-SIN-HEADER
              MOVE 'TRAILER ANTES DEL HEADER' TO WS-RCH-MOTIVO
              PERFORM 8000-RECHAZAR THRU F-8000-RECHAZAR
           END-IF.

           MOVE WS-TRL-ID-ARCHIVO TO WS-ID-TRAILER.

           IF WS-TRL-CANT-REG IS NUMERIC
              MOVE WS-TRL-CANT-REG TO WS-CANT-TRAILER
           ELSE
              MOVE 'CANTIDAD DEL TRAILER NO NUMERICA'
                                             TO WS-RCH-MOTIVO
              PERFORM 8000-RECHAZAR THRU F-8000-RECHAZAR
           END-IF.

           IF WS-TRL-TOTAL-IMPORTE IS NUMERIC
              MOVE WS-TRL-TOTAL-IMPORTE TO WS-TOTAL-TRAILER
           ELSE
              MOVE 'TOTAL DEL TRAILER NO NUMERICO' TO WS-RCH-MOTIVO
              PERFORM 8000-RECHAZAR THRU F-8000-RECHAZAR
           END-IF.

       F-2200-TOMAR-TRAILER. EXIT.

      **************************************
      *                                    *
      *  LECTURA DEL PROXIMO REGISTRO      *
      *                                    *
      **************************************
       2900-LEER-ENTRADA.
           READ ENTRADA INTO WS-REG-RECIBIDO
                AT END
                   SET WS-FIN-LECTURA TO TRUE
                   GO TO F-2900-LEER-ENTRADA
           END-READ.

           IF WS-ENT-CODE IS NOT EQUAL '00'
              DISPLAY '* ERROR EN LECTURA ENTRADA = ' WS-ENT-CODE
              MOVE 9999 TO RETURN-CODE
              SET WS-FIN-LECTURA TO TRUE
              SET WS-HUBO-ERROR  TO TRUE
           END-IF.

       F-2900-LEER-ENTRADA. EXIT.

      **************************************
      *                                    *
      *  CONTROLES DEL ARCHIVO COMPLETO:   *
      *  HEADER Y TRAILER PRESENTES Y      *
      *  CANTIDAD Y TOTAL DEL TRAILER      *
      *  CONTRA LO RECIBIDO                *
      *                                    *
      **************************************
       3000-CONTROLAR-ARCHIVO.
           IF WS-SIN-HEADER
              MOVE 'FALTA EL HEADER DE LA TRANSMISION'
                                             TO WS-RCH-MOTIVO
              PERFORM 8000-RECHAZAR THRU F-8000-RECHAZAR
           END-IF.

           IF WS-SIN-TRAILER
              MOVE 'FALTA EL TRAILER: TRANSMISION CORTADA'
                                             TO WS-RCH-MOTIVO
              PERFORM 8000-RECHAZAR THRU F-8000-RECHAZAR
           END-IF.

           IF WS-HEADER-LEIDO AND WS-TRAILER-LEIDO AND
              WS-ID-TRAILER NOT EQUAL WS-ID-ARCHIVO
              MOVE 'EL TRAILER ES DE OTRO ARCHIVO' TO WS-RCH-MOTIVO
              PERFORM 8000-RECHAZAR THRU F-8000-RECHAZAR
           END-IF.

           MOVE 'ID DE ARCHIVO'      TO WS-DAT-CONCEPTO.
           MOVE WS-ID-ARCHIVO        TO WS-DAT-VALOR.
           MOVE WS-LIN-DATO          TO REG-INFORME.
           PERFORM 9300-GRABAR-INFORME THRU F-9300-GRABAR-INFORME.

           MOVE 'FECHA DE NEGOCIO'   TO WS-DAT-CONCEPTO.
           MOVE WS-FECHA-NEGOCIO     TO WS-FECHA-EDIT.
           MOVE WS-FECHA-EDIT        TO WS-DAT-VALOR.
           MOVE WS-LIN-DATO          TO REG-INFORME.
           PERFORM 9300-GRABAR-INFORME THRU F-9300-GRABAR-INFORME.

           MOVE WS-LIN-BLANCA        TO REG-INFORME.
           PERFORM 9300-GRABAR-INFORME THRU F-9300-GRABAR-INFORME.
           MOVE WS-LIN-CAB-CONTROL   TO REG-INFORME.
           PERFORM 9300-GRABAR-INFORME THRU F-9300-GRABAR-INFORME.

           MOVE 'CANTIDAD DE REGISTROS'  TO WS-CTL-CONCEPTO.
           MOVE WS-CANT-TRAILER          TO WS-CTL-TRAILER.
           MOVE WS-CANT-CUENTAS          TO WS-CTL-RECIBIDO.
           MOVE WS-LIN-CONTROL           TO REG-INFORME.
           PERFORM 9300-GRABAR-INFORME THRU F-9300-GRABAR-INFORME.

           MOVE 'TOTAL DE IMPORTES'      TO WS-CTL-CONCEPTO.
           MOVE WS-TOTAL-TRAILER         TO WS-CTL-TRAILER.
           MOVE WS-TOTAL-IMPORTE         TO WS-CTL-RECIBIDO.
           MOVE WS-LIN-CONTROL           TO REG-INFORME.
           PERFORM 9300-GRABAR-INFORME THRU F-9300-GRABAR-INFORME.

           MOVE WS-LIN-BLANCA        TO REG-INFORME.
           PERFORM 9300-GRABAR-INFORME THRU F-9300-GRABAR-INFORME.

           IF WS-TRAILER-LEIDO AND
              WS-CANT-TRAILER NOT EQUAL WS-CANT-CUENTAS
              MOVE 'LA CANTIDAD DEL TRAILER NO COINCIDE'
                                             TO WS-RCH-MOTIVO
              PERFORM 8000-RECHAZAR THRU F-8000-RECHAZAR
           END-IF.

           IF WS-TRAILER-LEIDO AND
              WS-TOTAL-TRAILER NOT EQUAL WS-TOTAL-IMPORTE
              MOVE 'EL TOTAL DEL TRAILER NO COINCIDE'
                                             TO WS-RCH-MOTIVO
              PERFORM 8000-RECHAZAR THRU F-8000-RECHAZAR
           END-IF.

       F-3000-CONTROLAR-ARCHIVO. EXIT.

      **************************************
      *                                    *
      *  CONTROLES CONTRA EL REGISTRO DE   *
      *  TRANSMISIONES: ARCHIVO Y FECHA DE *
      *  NEGOCIO NO PROCESADOS ANTES Y     *
      *  FECHA DE NEGOCIO = DIA HABIL      *
      *  SIGUIENTE A LA ULTIMA REGISTRADA  *
      *                                    *
      **************************************
       4000-CONTROLAR-REGISTRO.
           SET WS-NO-ES-REPROCESO TO TRUE.

           MOVE WS-ID-ARCHIVO TO TRN-ID-ARCHIVO.
           READ TRNREG
                INVALID KEY
                   GO TO 4050-RECORRER-REGISTRO
           END-READ.

           IF WS-TRN-CODE IS NOT EQUAL '00'
              DISPLAY '* ERROR EN LECTURA TRNREG = ' WS-TRN-CODE
              MOVE 9999 TO RETURN-CODE
              SET WS-HUBO-ERROR TO TRUE
              GO TO F-4000-CONTROLAR-REGISTRO
           END-IF.

      *    LA MISMA TRANSMISION EN UN REPROCESO AUTORIZADO DE LA
      *    MISMA NOCHE NO ES UN DUPLICADO
           IF TRN-FECHA-PROCESO EQUAL WS-FECHA          AND
              TRN-FECHA-NEGOCIO EQUAL WS-FECHA-NEGOCIO  AND
              TRN-CANT-REG      EQUAL WS-CANT-CUENTAS   AND
              TRN-TOTAL-IMPORTE EQUAL WS-TOTAL-IMPORTE
              SET WS-ES-REPROCESO TO TRUE
              MOVE 'REPROCESO DE LA TRANSMISION YA REGISTRADA'
                                             TO WS-AVI-MOTIVO
              PERFORM 8100-AVISAR THRU F-8100-AVISAR
           ELSE
              MOVE SPACES TO WS-RCH-MOTIVO
              STRING 'ARCHIVO YA PROCESADO EL '
                     TRN-FECHA-PROCESO
                     DELIMITED BY SIZE INTO WS-RCH-MOTIVO
              PERFORM 8000-RECHAZAR THRU F-8000-RECHAZAR
           END-IF.

       4050-RECORRER-REGISTRO.
           MOVE ZEROS            TO WS-ULTIMA-FECHA-NEG.
           SET WS-NO-FIN-TRNREG  TO TRUE.
           MOVE LOW-VALUES       TO TRN-ID-ARCHIVO.

           START TRNREG KEY IS NOT LESS THAN TRN-ID-ARCHIVO
                 INVALID KEY
                    SET WS-FIN-TRNREG TO TRUE
           END-START.

           PERFORM 4100-LEER-REGISTRO THRU F-4100-LEER-REGISTRO
                   UNTIL WS-FIN-TRNREG.

           IF WS-HUBO-ERROR
              GO TO F-4000-CONTROLAR-REGISTRO
           END-IF.

           IF WS-ULTIMA-FECHA-NEG EQUAL ZEROS
              MOVE SPACES TO WS-AVI-MOTIVO
              STRING 'PRIMERA TRANSMISION, '
                     'SIN CONTROL DE DIA HABIL'
                     DELIMITED BY SIZE INTO WS-AVI-MOTIVO
              PERFORM 8100-AVISAR THRU F-8100-AVISAR
              GO TO F-4000-CONTROLAR-REGISTRO
           END-IF.

           PERFORM 4200-CONTROLAR-HABIL THRU F-4200-CONTROLAR-HABIL.

       F-4000-CONTROLAR-REGISTRO. EXIT.

       4100-LEER-REGISTRO.
           READ TRNREG NEXT RECORD
                AT END
                   SET WS-FIN-TRNREG TO TRUE
                   GO TO F-4100-LEER-REGISTRO
           END-READ.

           IF WS-TRN-CODE IS NOT EQUAL '00'
              DISPLAY '* ERROR EN LECTURA TRNREG = ' WS-TRN-CODE
              MOVE 9999 TO RETURN-CODE
              SET WS-FIN-TRNREG TO TRUE
              SET WS-HUBO-ERROR TO TRUE
              GO TO F-4100-LEER-REGISTRO
           END-IF.

           IF TRN-ID-ARCHIVO EQUAL WS-ID-ARCHIVO
              GO TO F-4100-LEER-REGISTRO
           END-IF.

           IF TRN-FECHA-NEGOCIO EQUAL WS-FECHA-NEGOCIO
              MOVE SPACES TO WS-RCH-MOTIVO
              STRING 'FECHA DE NEGOCIO YA PROCESADA EN '
                     TRN-ID-ARCHIVO
                     DELIMITED BY SIZE INTO WS-RCH-MOTIVO
              PERFORM 8000-RECHAZAR THRU F-8000-RECHAZAR
           END-IF.

           IF TRN-FECHA-NEGOCIO GREATER WS-ULTIMA-FECHA-NEG
              MOVE TRN-FECHA-NEGOCIO TO WS-ULTIMA-FECHA-NEG
           END-IF.

       F-4100-LEER-REGISTRO. EXIT.

      **************************************
      *                                    *
      *  LA FECHA DE NEGOCIO DEBE SER EL   *
      *  DIA HABIL SIGUIENTE A LA ULTIMA   *
      *  REGISTRADA                        *
      *                                    *
      **************************************
       4200-CONTROLAR-HABIL.
           MOVE 'A'                 TO WS-FEC-FUNCION.
           MOVE WS-ULTIMA-FECHA-NEG TO WS-FEC-DESDE.
           MOVE ZEROS               TO WS-FEC-HASTA.
           MOVE 1                   TO WS-FEC-CANT.

           CALL 'FECHAB' USING WS-FEC-FUNCION
                               WS-FEC-DESDE
                               WS-FEC-HASTA
                               WS-FEC-CANT
                               WS-FEC-CALENDARIO
                               WS-FEC-HABILES
                               WS-FEC-RESULTADO.

           EVALUATE TRUE
               WHEN WS-FEC-OK
                  MOVE 'FECHA DE NEGOCIO ESPERADA'  TO WS-DAT-CONCEPTO
                  MOVE WS-FEC-HASTA                 TO WS-FECHA-EDIT
                  MOVE WS-FECHA-EDIT                TO WS-DAT-VALOR
                  MOVE WS-LIN-DATO                  TO REG-INFORME
                  PERFORM 9300-GRABAR-INFORME
                            THRU F-9300-GRABAR-INFORME
                  IF WS-FEC-HASTA NOT EQUAL WS-FECHA-NEGOCIO
                     MOVE SPACES TO WS-RCH-MOTIVO
                     STRING 'NO ES EL DIA HABIL SIGUIENTE AL '
                            WS-ULTIMA-FECHA-NEG
                            DELIMITED BY SIZE INTO WS-RCH-MOTIVO
                     PERFORM 8000-RECHAZAR THRU F-8000-RECHAZAR
                  END-IF

               WHEN WS-FEC-SIN-CALENDARIO
               WHEN WS-FEC-FUERA-CALENDARIO
                  MOVE SPACES TO WS-AVI-MOTIVO
                  STRING 'CALEND NO CUBRE LA FECHA, '
                         'SIN CONTROL DE DIA HABIL'
                         DELIMITED BY SIZE INTO WS-AVI-MOTIVO
                  PERFORM 8100-AVISAR THRU F-8100-AVISAR

               WHEN OTHER
                  DISPLAY '* ERROR EN SUBRUTINA FECHAB, '
                          'RESULTADO ' WS-FEC-RESULTADO
                  MOVE 9999 TO RETURN-CODE
                  SET WS-HUBO-ERROR TO TRUE
           END-EVALUATE.

       F-4200-CONTROLAR-HABIL. EXIT.

      **************************************
      *                                    *
      *  ANOTA LA TRANSMISION ACEPTADA EN  *
      *  EL REGISTRO DE TRANSMISIONES      *
      *                                    *
      **************************************
       5000-ANOTAR-TRANSMISION.
           IF WS-ES-REPROCESO
              GO TO F-5000-ANOTAR-TRANSMISION
           END-IF.

           ACCEPT WS-HORA-ACTUAL FROM TIME.

           MOVE SPACES             TO REG-TRNREG.
           MOVE WS-ID-ARCHIVO      TO TRN-ID-ARCHIVO.
           MOVE WS-FECHA-NEGOCIO   TO TRN-FECHA-NEGOCIO.
           MOVE WS-CANT-CUENTAS    TO TRN-CANT-REG.
           MOVE WS-TOTAL-IMPORTE   TO TRN-TOTAL-IMPORTE.
           MOVE WS-FECHA           TO TRN-FECHA-PROCESO.
           MOVE WS-HORA-HHMMSS     TO TRN-HORA.

           WRITE REG-TRNREG
              INVALID KEY
                 DISPLAY '* ERROR EN WRITE TRNREG = ' WS-TRN-CODE
                 MOVE 9999 TO RETURN-CODE
                 SET WS-HUBO-ERROR TO TRUE
           END-WRITE.

       F-5000-ANOTAR-TRANSMISION. EXIT.

      **************************************
      *                                    *
      *  MOTIVO DE RECHAZO AL INFORME: LA  *
      *  TRANSMISION NO PASA Y LA CADENA   *
      *  SE FRENA                          *
      *                                    *
      **************************************
       8000-RECHAZAR.
           ADD 1 TO WS-CANT-RECHAZOS.
           SET WS-TRANSMISION-RECHAZADA TO TRUE.

           DISPLAY '* RECHAZO: ' WS-RCH-MOTIVO.
           MOVE WS-LIN-RECHAZO TO REG-INFORME.
           PERFORM 9300-GRABAR-INFORME THRU F-9300-GRABAR-INFORME.

           IF RETURN-CODE LESS 8
              MOVE 8 TO RETURN-CODE
           END-IF.

       F-8000-RECHAZAR. EXIT.

       8100-AVISAR.
           DISPLAY '* AVISO: ' WS-AVI-MOTIVO.
           MOVE WS-LIN-AVISO TO REG-INFORME.
           PERFORM 9300-GRABAR-INFORME THRU F-9300-GRABAR-INFORME.

           IF RETURN-CODE LESS 4
              MOVE 4 TO RETURN-CODE
           END-IF.

       F-8100-AVISAR. EXIT.

      **************************************
      *                                    *
      *  RESULTADO, CIERRE DE FILES Y FIN  *
      *  DE LA CORRIDA EN RUNCTL           *
      *                                    *
      **************************************
       9999-FINAL.
           IF WS-CORRIDA-ANOTADA AND NOT WS-HUBO-ERROR
              IF WS-TRANSMISION-RECHAZADA
                 MOVE 'TRANSMISION RECHAZADA, LA CADENA SE FRENA'
                                             TO WS-RES-TEXTO
              ELSE
                 MOVE 'TRANSMISION ACEPTADA Y REGISTRADA'
                                             TO WS-RES-TEXTO
              END-IF
              MOVE WS-LIN-BLANCA    TO REG-INFORME
              PERFORM 9300-GRABAR-INFORME THRU F-9300-GRABAR-INFORME
              MOVE WS-LIN-RESULTADO TO REG-INFORME
              PERFORM 9300-GRABAR-INFORME THRU F-9300-GRABAR-INFORME
           END-IF.

           IF NOT WS-CORRIDA-ANOTADA
              GO TO F-9999-FINAL
           END-IF.

           CLOSE ENTRADA.
           IF WS-ENT-CODE IS NOT EQUAL '00'
              DISPLAY '* ERROR EN CLOSE ENTRADA = ' WS-ENT-CODE
              MOVE 9999 TO RETURN-CODE
           END-IF.

           CLOSE ENTCTL.
           IF WS-ECT-CODE IS NOT EQUAL '00'
              DISPLAY '* ERROR EN CLOSE ENTCTL  = ' WS-ECT-CODE
              MOVE 9999 TO RETURN-CODE
           END-IF.

           CLOSE TRNREG.
           IF WS-TRN-CODE IS NOT EQUAL '00'
              DISPLAY '* ERROR EN CLOSE TRNREG  = ' WS-TRN-CODE
              MOVE 9999 TO RETURN-CODE
           END-IF.

           CLOSE INFORME.
           IF WS-INF-CODE IS NOT EQUAL '00'
              DISPLAY '* ERROR EN CLOSE INFORME = ' WS-INF-CODE
              MOVE 9999 TO RETURN-CODE
           END-IF.

           DISPLAY '************************** '.
           DISPLAY 'ARCHIVO RECIBIDO        : ' WS-ID-ARCHIVO.
           DISPLAY 'FECHA DE NEGOCIO        : ' WS-FECHA-NEGOCIO.
           DISPLAY 'REGISTROS LEIDOS        : ' WS-CANT-LEIDOS.
           DISPLAY 'REGISTROS DE CUENTAS    : ' WS-CANT-CUENTAS.
           DISPLAY 'MOTIVOS DE RECHAZO      : ' WS-CANT-RECHAZOS.

      *    SOLO LA TRANSMISION ACEPTADA CIERRA EL PASO EN RUNCTL:
      *    LA RECHAZADA LO DEJA INICIADO Y PGMEDITA NO ARRANCA
           IF RETURN-CODE GREATER 4
              DISPLAY '* EL PASO QUEDA INICIADO EN EL CONTROL DE '
                      'CORRIDAS'
           ELSE
              PERFORM 9850-ANOTAR-FIN-CORRIDA
                        THRU F-9850-ANOTAR-FIN-CORRIDA
           END-IF.

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

      **************************************
      *                                    *
      *  ANOTA EL FIN Y EL RETURN-CODE DE  *
      *  LA CORRIDA EN EL MAESTRO RUNCTL   *
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
