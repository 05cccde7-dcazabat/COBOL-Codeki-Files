       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMNOTIF.
       AUTHOR.        D. CAZABAT.
       INSTALLATION.  CURSO CODEKI.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.
      **********************************************************
      *                                                        *
      *  AVISOS AL CLIENTE DE LOS EVENTOS DEL DIA EN SUS       *
      *  CUENTAS. LEE LOS ARCHIVOS EVENTOS (COPY CPEVENT) QUE  *
      *  GRABAN PGMOFICI (TRABA Y LEVANTAMIENTO DE EMBARGO),   *
      *  PGMEXCES (PRIMER DIA Y 30 DIAS DE EXCESO), PGMCOMIS   *
      *  (COMISION COBRADA), PGMAPCTA (APERTURA) Y PGMDORMI    *
      *  (CUENTA INACTIVA), CONCATENADOS EN DDEVENTO.          *
      *                                                        *
      *  CADA EVENTO SE BUSCA EN LA HISTORIA NOTHIS (CLAVE     *
      *  EVT-CLAVE): SI YA FUE AVISADO EN OTRA CORRIDA SE      *
      *  SALTEA, ASI EL REPROCESO DE UN PROGRAMA ORIGEN O DE   *
      *  ESTE MISMO NO DUPLICA AVISOS.                         *
      *                                                        *
      *  LOS TITULARES SE RESUELVEN CON UNA PASADA POR CLIXRF  *
      *  (VINCULOS VIGENTES) Y LOS DATOS DE CONTACTO CON       *
      *  CLIMAE (COPY CPCLIMA). POR CADA CLIENTE Y EVENTO SE   *
      *  GRABA UN REGISTRO EN NOTIFIC PARA EL SERVIDOR DE      *
      *  MENSAJERIA. NO SE AVISA AL CLIENTE QUE PIDIO NO       *
      *  RECIBIR AVISOS NI AL DADO DE BAJA O FUSIONADO; EL     *
      *  CLIENTE SIN EMAIL NI TELEFONO O INEXISTENTE EN CLIMAE *
      *  SE LISTA COMO AVISO NO ENVIADO.                       *
      *                                                        *
      *  LOS EVENTOS DE CUENTAS SIN TITULAR VIGENTE EN CLIXRF  *
      *  SALEN EN UNA SECCION DE EXCEPCIONES AL FINAL DEL      *
      *  INFORME (RC 4) Y NO SE GRABAN EN NOTHIS: CORREGIDO EL *
      *  VINCULO, EL REPROCESO DEL DIA LOS AVISA.              *
      *                                                        *
      **********************************************************
      *      MANTENIMIENTO DE PROGRAMA                         *
      **********************************************************
      *  FECHA   *    DETALLE        * COD *
      **************************************
      *15/10/2026* REGISTRO CLIXRF   * 001 *
      *          * POR COPY CPCLIXR  *     *
      *          *                   *     *
      *          *                   *     *
      **************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

             SELECT EVENTOS ASSIGN DDEVENTO
                    FILE STATUS IS WS-EVT-CODE.

             SELECT NOTHIS  ASSIGN DDNOTHIS
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS RANDOM
                    RECORD KEY IS NHS-CLAVE
                    FILE STATUS IS WS-NHS-CODE.

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

             SELECT NOTIFIC ASSIGN DDNOTIFI
                    FILE STATUS IS WS-NOT-CODE.

             SELECT INFORME ASSIGN DDINFORM
                    FILE STATUS IS WS-INF-CODE.

       DATA DIVISION.
       FILE SECTION.
       FD EVENTOS
            BLOCK CONTAINS 0 RECORDS
            RECORDING MODE IS F.

           COPY CPEVENT.

       FD NOTHIS.

       01 REG-NOTHIS.
           03  NHS-CLAVE.
               05  NHS-SUCURSAL    PIC 9(03).
               05  NHS-CUENTA      PIC 9(08).
               05  NHS-CODIGO      PIC X(02).
               05  NHS-FECHA-REF   PIC 9(08).
           03  NHS-FECHA-AVISO     PIC 9(08).
           03  NHS-CANT-AVISOS     PIC 9(03).
           03  NHS-PROGRAMA        PIC X(08).
           03  FILLER              PIC X(10).

       FD CLIXRF.

           COPY CPCLIXR.

       FD CLIMAE.

           COPY CPCLIMA.

       FD NOTIFIC
            BLOCK CONTAINS 0 RECORDS
            RECORDING MODE IS F.

       01 REG-NOTIFIC    PIC X(200).

       FD INFORME
            BLOCK CONTAINS 0 RECORDS
            RECORDING MODE IS F.

       01 REG-INFORME    PIC X(80).

      **************************************
       WORKING-STORAGE SECTION.
      **************************************
       77  FILLER        PIC X(26) VALUE '* INICIO WORKING-STORAGE *'.
       77  FILLER        PIC X(26) VALUE '* CODIGOS RETORNO FILES  *'.
       77  WS-EVT-CODE      PIC XX    VALUE SPACES.
       77  WS-NHS-CODE      PIC XX    VALUE SPACES.
       77  WS-XRF-CODE      PIC XX    VALUE SPACES.
       77  WS-CLI-CODE      PIC XX    VALUE SPACES.
       77  WS-NOT-CODE      PIC XX    VALUE SPACES.
       77  WS-INF-CODE      PIC XX    VALUE SPACES.

       01  WS-STATUS-FIN    PIC X.
           88  WS-FIN-LECTURA         VALUE 'Y'.
           88  WS-NO-FIN-LECTURA      VALUE 'N'.

       01  WS-STATUS-FIN-XRF PIC X.
           88  WS-FIN-VINCULOS        VALUE 'Y'.
           88  WS-NO-FIN-VINCULOS     VALUE 'N'.

       01  WS-SWITCH-ERROR  PIC X     VALUE 'N'.
           88  WS-HUBO-ERROR          VALUE 'S'.
           88  WS-NO-HUBO-ERROR       VALUE 'N'.

      ********  SITUACION DEL TITULAR DEL VINCULO  ***********
       01  WS-SWITCH-CLIENTE PIC X    VALUE SPACES.
           88  WS-CLIENTE-SIN-LEER    VALUE ' '.
           88  WS-CLIENTE-AVISABLE    VALUE 'A'.
           88  WS-CLIENTE-INEXISTENTE VALUE 'I'.
           88  WS-CLIENTE-NO-AVISAR   VALUE 'N'.
           88  WS-CLIENTE-DADO-BAJA   VALUE 'B'.
           88  WS-CLIENTE-SIN-CONTACTO VALUE 'C'.

       01  WS-FECHA             PIC 9(08)  VALUE ZEROS.

      ********  EVENTOS DEL DIA A AVISAR  ***************
      *  UN RENGLON POR EVENTO NUEVO (NO AVISADO ANTES); UNA
      *  CUENTA PUEDE TENER VARIOS EVENTOS EN EL DIA
       77  WS-MAX-EVENTOS       PIC 9(05)  VALUE 9999.
       77  WS-CANT-EVT-TABLA    PIC 9(05)  VALUE ZEROS.

       01  WS-TABLA-EVENTOS.
           03  WS-TEV-ENT OCCURS 9999 TIMES
                          INDEXED BY WS-IDX-EVT.
               05  WS-TEV-CLAVE.
                   07  WS-TEV-CUENTA-CLAVE.
                       09  WS-TEV-SUCURSAL  PIC 9(03).
                       09  WS-TEV-CUENTA    PIC 9(08).
                   07  WS-TEV-CODIGO        PIC X(02).
                   07  WS-TEV-FECHA-REF     PIC 9(08).
               05  WS-TEV-FECHA         PIC 9(08).
               05  WS-TEV-IMPORTE       PIC S9(09)V99.
               05  WS-TEV-MONEDA        PIC 9(02).
               05  WS-TEV-REFERENCIA    PIC X(12).
               05  WS-TEV-PROGRAMA      PIC X(08).
               05  WS-TEV-TITULARES     PIC 9(03).
               05  WS-TEV-AVISOS        PIC 9(03).

       01  WS-CLAVE-BUSCADA.
           03  WS-BUS-SUCURSAL  PIC 9(03).
           03  WS-BUS-CUENTA    PIC 9(08).

      ********  AVISO PARA EL SERVIDOR DE MENSAJERIA  *********
       01  WS-REG-NOTIFIC.
           03  WS-NOT-CLIENTE    PIC 9(08)   VALUE ZEROS.
           03  WS-NOT-NOMBRE     PIC X(30)   VALUE SPACES.
           03  WS-NOT-EMAIL      PIC X(50)   VALUE SPACES.
           03  WS-NOT-TELEFONO   PIC X(15)   VALUE SPACES.
           03  WS-NOT-SUCURSAL   PIC 9(03)   VALUE ZEROS.
           03  WS-NOT-CUENTA     PIC 9(08)   VALUE ZEROS.
           03  WS-NOT-EVENTO     PIC X(02)   VALUE SPACES.
           03  WS-NOT-FECHA-REF  PIC 9(08)   VALUE ZEROS.
           03  WS-NOT-FECHA      PIC 9(08)   VALUE ZEROS.
           03  WS-NOT-IMPORTE    PIC S9(09)V99 VALUE ZEROS.
           03  WS-NOT-MONEDA     PIC 9(02)   VALUE ZEROS.
           03  WS-NOT-REFERENCIA PIC X(12)   VALUE SPACES.
           03  WS-NOT-DESCRIPCION PIC X(30)  VALUE SPACES.
           03  FILLER            PIC X(13)   VALUE SPACES.

      ********  CONTADORES DE PROCESO  ***************
       77  WS-CANT-LEIDOS       PIC 9(7)  VALUE ZEROS.
       77  WS-CANT-YA-AVISADOS  PIC 9(7)  VALUE ZEROS.
       77  WS-CANT-REPETIDOS    PIC 9(7)  VALUE ZEROS.
       77  WS-CANT-AVISOS       PIC 9(7)  VALUE ZEROS.
       77  WS-CANT-NO-AVISAR    PIC 9(7)  VALUE ZEROS.
       77  WS-CANT-DADOS-BAJA   PIC 9(7)  VALUE ZEROS.
       77  WS-CANT-SIN-CONTACTO PIC 9(7)  VALUE ZEROS.
       77  WS-CANT-INEXISTENTES PIC 9(7)  VALUE ZEROS.
       77  WS-CANT-SIN-TITULAR  PIC 9(7)  VALUE ZEROS.
       77  WS-CANT-HISTORIA     PIC 9(7)  VALUE ZEROS.

      ********  LINEAS DEL INFORME  ***************
       01  WS-LIN-TITULO.
           03  FILLER           PIC X(44)
               VALUE 'AVISOS AL CLIENTE POR EVENTOS DE CUENTA    '.
           03  FILLER           PIC X(08)   VALUE 'FECHA: '.
           03  WS-TIT-FECHA     PIC 9(08).
           03  FILLER           PIC X(20)   VALUE SPACES.

       01  WS-LIN-NO-ENVIADOS.
           03  FILLER           PIC X(40)
               VALUE 'AVISOS NO ENVIADOS                      '.
           03  FILLER           PIC X(40)   VALUE SPACES.

       01  WS-LIN-EXCEPCION.
           03  FILLER           PIC X(40)
               VALUE 'EXCEPCIONES: EVENTOS DE CUENTAS SIN TITU'.
           03  FILLER           PIC X(40)
               VALUE 'LAR VIGENTE EN CLIXRF                   '.

       01  WS-LIN-CABECERA.
           03  FILLER           PIC X(40)
               VALUE 'CLIENTE  SUC CUENTA   EV FEC.REF  MOTIVO'.
           03  FILLER           PIC X(40)   VALUE SPACES.

       01  WS-LIN-AVISO.
           03  WS-LAV-CLIENTE   PIC 9(08).
           03  FILLER           PIC X(01)   VALUE SPACE.
           03  WS-LAV-SUCURSAL  PIC 999.
           03  FILLER           PIC X(01)   VALUE SPACE.
           03  WS-LAV-CUENTA    PIC 9(08).
           03  FILLER           PIC X(01)   VALUE SPACE.
           03  WS-LAV-EVENTO    PIC X(02).
           03  FILLER           PIC X(01)   VALUE SPACE.
           03  WS-LAV-FECHA-REF PIC 9(08).
           03  FILLER           PIC X(01)   VALUE SPACE.
           03  WS-LAV-MOTIVO    PIC X(30).
           03  FILLER           PIC X(16)   VALUE SPACES.

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
              PERFORM 3000-RESOLVER-TITULARES
                        THRU F-3000-RESOLVER-TITULARES
           END-IF.

           IF NOT WS-HUBO-ERROR
              PERFORM 4000-CERRAR-EVENTOS THRU F-4000-CERRAR-EVENTOS
           END-IF.

           PERFORM 9999-FINAL    THRU  F-9999-FINAL.

       F-MAIN-PROGRAM. GOBACK.

      **************************************
      *                                    *
      *  APERTURA DE FILES Y TITULO DEL    *
      *  INFORME                           *
      *                                    *
      **************************************
       1000-INICIO.
           ACCEPT WS-FECHA FROM DATE YYYYMMDD.
           DISPLAY 'FECHA:    '  WS-FECHA.

           SET WS-NO-FIN-LECTURA TO TRUE.
           SET WS-NO-HUBO-ERROR  TO TRUE.

           OPEN INPUT EVENTOS.
           IF WS-EVT-CODE IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN EVENTOS = ' WS-EVT-CODE
              MOVE 9999 TO RETURN-CODE
              SET  WS-FIN-LECTURA TO TRUE
              SET  WS-HUBO-ERROR  TO TRUE
           END-IF.

           OPEN I-O NOTHIS.
           IF WS-NHS-CODE IS NOT EQUAL '00'
              OPEN OUTPUT NOTHIS
              IF WS-NHS-CODE EQUAL '00'
                 CLOSE NOTHIS
                 OPEN I-O NOTHIS
              END-IF
           END-IF.
           IF WS-NHS-CODE IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN NOTHIS  = ' WS-NHS-CODE
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

           OPEN OUTPUT NOTIFIC.
           IF WS-NOT-CODE IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN NOTIFIC = ' WS-NOT-CODE
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

           MOVE WS-FECHA      TO WS-TIT-FECHA.
           MOVE WS-LIN-TITULO TO REG-INFORME.
           PERFORM 9300-GRABAR-INFORME THRU F-9300-GRABAR-INFORME.
           MOVE WS-LIN-BLANCA TO REG-INFORME.
           PERFORM 9300-GRABAR-INFORME THRU F-9300-GRABAR-INFORME.
           MOVE WS-LIN-NO-ENVIADOS TO REG-INFORME.
           PERFORM 9300-GRABAR-INFORME THRU F-9300-GRABAR-INFORME.
           MOVE WS-LIN-CABECERA TO REG-INFORME.
           PERFORM 9300-GRABAR-INFORME THRU F-9300-GRABAR-INFORME.

       F-1000-INICIO.   EXIT.

      **************************************
      *                                    *
      *  CARGA EN LA TABLA LOS EVENTOS     *
      *  DEL DIA NO AVISADOS ANTES         *
      *                                    *
      **************************************
       2000-PROCESO.
           READ EVENTOS
                AT END
                   SET WS-FIN-LECTURA TO TRUE
                   GO TO F-2000-PROCESO
           END-READ.

           IF WS-EVT-CODE IS NOT EQUAL '00'
              DISPLAY '* ERROR EN LECTURA EVENTOS = ' WS-EVT-CODE
              MOVE 9999 TO RETURN-CODE
              SET WS-FIN-LECTURA TO TRUE
              SET WS-HUBO-ERROR  TO TRUE
              GO TO F-2000-PROCESO
           END-IF.

           ADD 1 TO WS-CANT-LEIDOS.

           MOVE EVT-CLAVE TO NHS-CLAVE.
           READ NOTHIS
                INVALID KEY
                   CONTINUE
                NOT INVALID KEY
                   ADD 1 TO WS-CANT-YA-AVISADOS
                   GO TO F-2000-PROCESO
           END-READ.

           IF WS-NHS-CODE IS NOT EQUAL '00'
              AND WS-NHS-CODE IS NOT EQUAL '23'
              DISPLAY '* ERROR EN LECTURA NOTHIS = ' WS-NHS-CODE
              MOVE 9999 TO RETURN-CODE
              SET WS-FIN-LECTURA TO TRUE
              SET WS-HUBO-ERROR  TO TRUE
              GO TO F-2000-PROCESO
           END-IF.

           SET WS-IDX-EVT TO 1.
           PERFORM 2150-AVANZAR-EVENTO THRU F-2150-AVANZAR-EVENTO
                   UNTIL WS-IDX-EVT GREATER WS-CANT-EVT-TABLA
                   OR WS-TEV-CLAVE (WS-IDX-EVT) EQUAL EVT-CLAVE.

           IF WS-IDX-EVT NOT GREATER WS-CANT-EVT-TABLA
              ADD 1 TO WS-CANT-REPETIDOS
              GO TO F-2000-PROCESO
           END-IF.

           IF WS-CANT-EVT-TABLA NOT LESS WS-MAX-EVENTOS
              DISPLAY '* TABLA DE EVENTOS LLENA, NO SE EMITEN LOS '
                      'AVISOS'
              MOVE 9999 TO RETURN-CODE
              SET WS-FIN-LECTURA TO TRUE
              SET WS-HUBO-ERROR  TO TRUE
              GO TO F-2000-PROCESO
           END-IF.

           ADD 1 TO WS-CANT-EVT-TABLA.
           SET WS-IDX-EVT TO WS-CANT-EVT-TABLA.
           MOVE EVT-CLAVE      TO WS-TEV-CLAVE (WS-IDX-EVT).
           MOVE EVT-FECHA      TO WS-TEV-FECHA (WS-IDX-EVT).
           MOVE EVT-IMPORTE    TO WS-TEV-IMPORTE (WS-IDX-EVT).
           MOVE EVT-MONEDA     TO WS-TEV-MONEDA (WS-IDX-EVT).
           MOVE EVT-REFERENCIA TO WS-TEV-REFERENCIA (WS-IDX-EVT).
           MOVE EVT-PROGRAMA   TO WS-TEV-PROGRAMA (WS-IDX-EVT).
           MOVE ZEROS          TO WS-TEV-TITULARES (WS-IDX-EVT)
                                  WS-TEV-AVISOS (WS-IDX-EVT).

       F-2000-PROCESO. EXIT.

       2150-AVANZAR-EVENTO.
           SET WS-IDX-EVT UP BY 1.

       F-2150-AVANZAR-EVENTO. EXIT.

      **************************************
      *                                    *
      *  PASADA POR CLIXRF: CADA VINCULO   *
      *  VIGENTE DE UNA CUENTA CON EVENTOS *
      *  GENERA UN AVISO POR EVENTO        *
      *                                    *
      **************************************
       3000-RESOLVER-TITULARES.
           IF WS-CANT-EVT-TABLA EQUAL ZEROS
              GO TO F-3000-RESOLVER-TITULARES
           END-IF.

           SET WS-NO-FIN-VINCULOS TO TRUE.

           PERFORM 3100-LEER-VINCULO THRU F-3100-LEER-VINCULO
                   UNTIL WS-FIN-VINCULOS.

       F-3000-RESOLVER-TITULARES. EXIT.

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

           MOVE XRF-SUCURSAL TO WS-BUS-SUCURSAL.
           MOVE XRF-CUENTA   TO WS-BUS-CUENTA.
           SET WS-CLIENTE-SIN-LEER TO TRUE.

           PERFORM 3200-EVENTO-VINCULO THRU F-3200-EVENTO-VINCULO
                   VARYING WS-IDX-EVT FROM 1 BY 1
                   UNTIL WS-IDX-EVT GREATER WS-CANT-EVT-TABLA.

       F-3100-LEER-VINCULO. EXIT.

      **************************************
      *                                    *
      *  EVENTO DE LA CUENTA DEL VINCULO:  *
      *  AVISO AL TITULAR O RENGLON DE     *
      *  AVISO NO ENVIADO                  *
      *                                    *
      **************************************
       3200-EVENTO-VINCULO.
           IF WS-TEV-CUENTA-CLAVE (WS-IDX-EVT)
                                  NOT EQUAL WS-CLAVE-BUSCADA
              GO TO F-3200-EVENTO-VINCULO
           END-IF.

           ADD 1 TO WS-TEV-TITULARES (WS-IDX-EVT).

           IF WS-CLIENTE-SIN-LEER
              PERFORM 3300-DATOS-CLIENTE THRU F-3300-DATOS-CLIENTE
           END-IF.

           EVALUATE TRUE
               WHEN WS-CLIENTE-AVISABLE
                  PERFORM 3400-GRABAR-AVISO THRU F-3400-GRABAR-AVISO
               WHEN WS-CLIENTE-NO-AVISAR
                  ADD 1 TO WS-CANT-NO-AVISAR
               WHEN WS-CLIENTE-DADO-BAJA
                  ADD 1 TO WS-CANT-DADOS-BAJA
               WHEN WS-CLIENTE-SIN-CONTACTO
                  ADD 1 TO WS-CANT-SIN-CONTACTO
                  MOVE 'CLIENTE SIN EMAIL NI TELEFONO'
                                          TO WS-LAV-MOTIVO
                  PERFORM 3500-LINEA-NO-ENVIADO
                            THRU F-3500-LINEA-NO-ENVIADO
               WHEN OTHER
                  ADD 1 TO WS-CANT-INEXISTENTES
                  MOVE 'CLIENTE INEXISTENTE EN CLIMAE'
                                          TO WS-LAV-MOTIVO
                  PERFORM 3500-LINEA-NO-ENVIADO
                            THRU F-3500-LINEA-NO-ENVIADO
           END-EVALUATE.

       F-3200-EVENTO-VINCULO. EXIT.

      **************************************
      *                                    *
      *  DATOS DE CONTACTO DEL TITULAR,    *
      *  UNA LECTURA POR VINCULO           *
      *                                    *
      **************************************
       3300-DATOS-CLIENTE.
           MOVE XRF-CLIENTE TO CLI-CLIENTE.
           READ CLIMAE
                INVALID KEY
                   SET WS-CLIENTE-INEXISTENTE TO TRUE
                   GO TO F-3300-DATOS-CLIENTE
           END-READ.

           EVALUATE TRUE
               WHEN CLI-BAJA OR CLI-FUSIONADO
                  SET WS-CLIENTE-DADO-BAJA    TO TRUE
               WHEN CLI-SIN-AVISOS
                  SET WS-CLIENTE-NO-AVISAR    TO TRUE
               WHEN CLI-EMAIL EQUAL SPACES AND
                    CLI-TELEFONO EQUAL SPACES
                  SET WS-CLIENTE-SIN-CONTACTO TO TRUE
               WHEN OTHER
                  SET WS-CLIENTE-AVISABLE     TO TRUE
           END-EVALUATE.

       F-3300-DATOS-CLIENTE. EXIT.

      **************************************
      *                                    *
      *  UN AVISO POR CLIENTE Y EVENTO     *
      *  PARA EL SERVIDOR DE MENSAJERIA    *
      *                                    *
      **************************************
       3400-GRABAR-AVISO.
           MOVE CLI-CLIENTE    TO WS-NOT-CLIENTE.
           MOVE CLI-NOMBRE     TO WS-NOT-NOMBRE.
           MOVE CLI-EMAIL      TO WS-NOT-EMAIL.
           MOVE CLI-TELEFONO   TO WS-NOT-TELEFONO.
           MOVE WS-TEV-SUCURSAL (WS-IDX-EVT)   TO WS-NOT-SUCURSAL.
           MOVE WS-TEV-CUENTA (WS-IDX-EVT)     TO WS-NOT-CUENTA.
           MOVE WS-TEV-CODIGO (WS-IDX-EVT)     TO WS-NOT-EVENTO.
           MOVE WS-TEV-FECHA-REF (WS-IDX-EVT)  TO WS-NOT-FECHA-REF.
           MOVE WS-TEV-FECHA (WS-IDX-EVT)      TO WS-NOT-FECHA.
           MOVE WS-TEV-IMPORTE (WS-IDX-EVT)    TO WS-NOT-IMPORTE.
           MOVE WS-TEV-MONEDA (WS-IDX-EVT)     TO WS-NOT-MONEDA.
           MOVE WS-TEV-REFERENCIA (WS-IDX-EVT) TO WS-NOT-REFERENCIA.

           EVALUATE WS-NOT-EVENTO
               WHEN 'ET'
                  MOVE 'EMBARGO TRABADO EN LA CUENTA'
                                          TO WS-NOT-DESCRIPCION
               WHEN 'EL'
                  MOVE 'EMBARGO LEVANTADO'
                                          TO WS-NOT-DESCRIPCION
               WHEN 'X1'
                  MOVE 'EXCESO DE DESCUBIERTO'
                                          TO WS-NOT-DESCRIPCION
               WHEN 'X3'
                  MOVE 'EXCESO DE DESCUBIERTO 30 DIAS'
                                          TO WS-NOT-DESCRIPCION
               WHEN 'CO'
                  MOVE 'COMISION DE MANTENIMIENTO'
                                          TO WS-NOT-DESCRIPCION
               WHEN 'AP'
                  MOVE 'APERTURA DE CUENTA'
                                          TO WS-NOT-DESCRIPCION
               WHEN 'DO'
                  MOVE 'CUENTA SIN MOVIMIENTOS'
                                          TO WS-NOT-DESCRIPCION
               WHEN OTHER
                  MOVE 'EVENTO DE CUENTA'
                                          TO WS-NOT-DESCRIPCION
           END-EVALUATE.

           WRITE REG-NOTIFIC FROM WS-REG-NOTIFIC.
           IF WS-NOT-CODE IS NOT EQUAL '00'
              DISPLAY '* ERROR EN WRITE NOTIFIC = ' WS-NOT-CODE
              MOVE 9999 TO RETURN-CODE
              SET WS-FIN-VINCULOS TO TRUE
              SET WS-HUBO-ERROR   TO TRUE
           ELSE
              ADD 1 TO WS-CANT-AVISOS
              ADD 1 TO WS-TEV-AVISOS (WS-IDX-EVT)
           END-IF.

       F-3400-GRABAR-AVISO. EXIT.

       3500-LINEA-NO-ENVIADO.
           MOVE XRF-CLIENTE                   TO WS-LAV-CLIENTE.
           MOVE WS-TEV-SUCURSAL (WS-IDX-EVT)  TO WS-LAV-SUCURSAL.
           MOVE WS-TEV-CUENTA (WS-IDX-EVT)    TO WS-LAV-CUENTA.
           MOVE WS-TEV-CODIGO (WS-IDX-EVT)    TO WS-LAV-EVENTO.
           MOVE WS-TEV-FECHA-REF (WS-IDX-EVT) TO WS-LAV-FECHA-REF.
           MOVE WS-LIN-AVISO                  TO REG-INFORME.
           PERFORM 9300-GRABAR-INFORME THRU F-9300-GRABAR-INFORME.

       F-3500-LINEA-NO-ENVIADO. EXIT.

      **************************************
      *                                    *
      *  EVENTOS CON TITULAR A LA HISTORIA *
      *  NOTHIS; LOS SIN TITULAR A LA      *
      *  SECCION DE EXCEPCIONES            *
      *                                    *
      **************************************
       4000-CERRAR-EVENTOS.
           MOVE WS-LIN-BLANCA    TO REG-INFORME.
           PERFORM 9300-GRABAR-INFORME THRU F-9300-GRABAR-INFORME.
           MOVE WS-LIN-EXCEPCION TO REG-INFORME.
           PERFORM 9300-GRABAR-INFORME THRU F-9300-GRABAR-INFORME.
           MOVE WS-LIN-CABECERA  TO REG-INFORME.
           PERFORM 9300-GRABAR-INFORME THRU F-9300-GRABAR-INFORME.

           PERFORM 4100-CERRAR-EVENTO THRU F-4100-CERRAR-EVENTO
                   VARYING WS-IDX-EVT FROM 1 BY 1
                   UNTIL WS-IDX-EVT GREATER WS-CANT-EVT-TABLA.

       F-4000-CERRAR-EVENTOS. EXIT.

       4100-CERRAR-EVENTO.
           IF WS-TEV-TITULARES (WS-IDX-EVT) EQUAL ZEROS
              ADD 1 TO WS-CANT-SIN-TITULAR
              MOVE ZEROS TO XRF-CLIENTE
              MOVE 'CUENTA SIN TITULAR EN CLIXRF' TO WS-LAV-MOTIVO
              PERFORM 3500-LINEA-NO-ENVIADO
                        THRU F-3500-LINEA-NO-ENVIADO
              GO TO F-4100-CERRAR-EVENTO
           END-IF.

           MOVE SPACES                        TO REG-NOTHIS.
           MOVE WS-TEV-CLAVE (WS-IDX-EVT)     TO NHS-CLAVE.
           MOVE WS-FECHA                      TO NHS-FECHA-AVISO.
           MOVE WS-TEV-AVISOS (WS-IDX-EVT)    TO NHS-CANT-AVISOS.
           MOVE WS-TEV-PROGRAMA (WS-IDX-EVT)  TO NHS-PROGRAMA.

           WRITE REG-NOTHIS
                 INVALID KEY
                    DISPLAY '* ERROR EN WRITE NOTHIS = ' WS-NHS-CODE
                    MOVE 9999 TO RETURN-CODE
                 NOT INVALID KEY
                    ADD 1 TO WS-CANT-HISTORIA
           END-WRITE.

       F-4100-CERRAR-EVENTO. EXIT.

      **************************************
      *                                    *
      *  RESUMEN Y CIERRE DE FILES         *
      *                                    *
      **************************************
       9999-FINAL.
           IF NOT WS-HUBO-ERROR
              MOVE WS-LIN-BLANCA TO REG-INFORME
              PERFORM 9300-GRABAR-INFORME THRU F-9300-GRABAR-INFORME
              MOVE 'EVENTOS LEIDOS'             TO WS-RES-CONCEPTO
              MOVE WS-CANT-LEIDOS               TO WS-RES-CANT
              PERFORM 9400-LINEA-RESUMEN THRU F-9400-LINEA-RESUMEN
              MOVE 'EVENTOS YA AVISADOS'        TO WS-RES-CONCEPTO
              MOVE WS-CANT-YA-AVISADOS          TO WS-RES-CANT
              PERFORM 9400-LINEA-RESUMEN THRU F-9400-LINEA-RESUMEN
              MOVE 'EVENTOS REPETIDOS'          TO WS-RES-CONCEPTO
              MOVE WS-CANT-REPETIDOS            TO WS-RES-CANT
              PERFORM 9400-LINEA-RESUMEN THRU F-9400-LINEA-RESUMEN
              MOVE 'EVENTOS NUEVOS'             TO WS-RES-CONCEPTO
              MOVE WS-CANT-EVT-TABLA            TO WS-RES-CANT
              PERFORM 9400-LINEA-RESUMEN THRU F-9400-LINEA-RESUMEN
              MOVE 'AVISOS GRABADOS'            TO WS-RES-CONCEPTO
              MOVE WS-CANT-AVISOS               TO WS-RES-CANT
              PERFORM 9400-LINEA-RESUMEN THRU F-9400-LINEA-RESUMEN
              MOVE 'CLIENTES QUE NO RECIBEN'    TO WS-RES-CONCEPTO
              MOVE WS-CANT-NO-AVISAR            TO WS-RES-CANT
              PERFORM 9400-LINEA-RESUMEN THRU F-9400-LINEA-RESUMEN
              MOVE 'CLIENTES DE BAJA/FUSIONADOS' TO WS-RES-CONCEPTO
              MOVE WS-CANT-DADOS-BAJA           TO WS-RES-CANT
              PERFORM 9400-LINEA-RESUMEN THRU F-9400-LINEA-RESUMEN
              MOVE 'CLIENTES SIN CONTACTO'      TO WS-RES-CONCEPTO
              MOVE WS-CANT-SIN-CONTACTO         TO WS-RES-CANT
              PERFORM 9400-LINEA-RESUMEN THRU F-9400-LINEA-RESUMEN
              MOVE 'CLIENTES INEXISTENTES'      TO WS-RES-CONCEPTO
              MOVE WS-CANT-INEXISTENTES         TO WS-RES-CANT
              PERFORM 9400-LINEA-RESUMEN THRU F-9400-LINEA-RESUMEN
              MOVE 'EVENTOS SIN TITULAR'        TO WS-RES-CONCEPTO
              MOVE WS-CANT-SIN-TITULAR          TO WS-RES-CANT
              PERFORM 9400-LINEA-RESUMEN THRU F-9400-LINEA-RESUMEN
           END-IF.

           IF (WS-CANT-SIN-TITULAR GREATER ZEROS OR
               WS-CANT-SIN-CONTACTO GREATER ZEROS OR
               WS-CANT-INEXISTENTES GREATER ZEROS) AND
              RETURN-CODE EQUAL ZEROS
              MOVE 4 TO RETURN-CODE
           END-IF.

           CLOSE EVENTOS.
           IF WS-EVT-CODE IS NOT EQUAL '00'
              DISPLAY '* ERROR EN CLOSE EVENTOS = ' WS-EVT-CODE
              MOVE 9999 TO RETURN-CODE
           END-IF.

           CLOSE NOTHIS.
           IF WS-NHS-CODE IS NOT EQUAL '00'
              DISPLAY '* ERROR EN CLOSE NOTHIS  = ' WS-NHS-CODE
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

           CLOSE NOTIFIC.
           IF WS-NOT-CODE IS NOT EQUAL '00'
              DISPLAY '* ERROR EN CLOSE NOTIFIC = ' WS-NOT-CODE
              MOVE 9999 TO RETURN-CODE
           END-IF.

           CLOSE INFORME.
           IF WS-INF-CODE IS NOT EQUAL '00'
              DISPLAY '* ERROR EN CLOSE INFORME = ' WS-INF-CODE
              MOVE 9999 TO RETURN-CODE
           END-IF.

           DISPLAY '************************** '.
           DISPLAY 'EVENTOS LEIDOS          : ' WS-CANT-LEIDOS.
           DISPLAY 'EVENTOS YA AVISADOS     : ' WS-CANT-YA-AVISADOS.
           DISPLAY 'EVENTOS NUEVOS          : ' WS-CANT-EVT-TABLA.
           DISPLAY 'AVISOS GRABADOS         : ' WS-CANT-AVISOS.
           DISPLAY 'CLIENTES SIN CONTACTO   : ' WS-CANT-SIN-CONTACTO.
           DISPLAY 'EVENTOS SIN TITULAR     : ' WS-CANT-SIN-TITULAR.
           DISPLAY 'EVENTOS A LA HISTORIA   : ' WS-CANT-HISTORIA.

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
