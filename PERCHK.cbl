       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PERCHK.
       AUTHOR.        D. CAZABAT.
       INSTALLATION.  CURSO CODEKI.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.
      *
      *  SUBRUTINA GENERAL DE CONTROL DE PERIODOS CONTABLES,
      *  ESTILO FECHAB: CADA PROGRAMA QUE GRABA GLPOST LA LLAMA
      *  CON LA ENTIDAD (WS-GL-CIA) Y LA FECHA (SSAAMMDD) DEL
      *  ASIENTO ANTES DE GRABARLO, Y ELLA DICE SI EL PERIODO
      *  SSAAMM DE ESA FECHA ADMITE ASIENTOS SEGUN EL CONTROL DE
      *  PERIODOS PERCTL (COPY CPPERCT) QUE MANTIENE PGMPERMA.
      *
      *  DEVUELVE EN ESTADO LA SITUACION DEL PERIODO: 'A'
      *  ABIERTO (TAMBIEN CUANDO NO TIENE REGISTRO), 'P' EN
      *  CIERRE O 'C' CERRADO.
      *
      *  LOS PERIODOS EN CIERRE O CERRADOS SE CARGAN UNA SOLA
      *  VEZ EN LA PRIMERA LLAMADA Y QUEDAN EN MEMORIA PARA EL
      *  RESTO DE LA CORRIDA (LOS ABIERTOS NO HACE FALTA
      *  GUARDARLOS).
      *
      *  CODIGO DE RESULTADO QUE EL QUE LLAMA DEBE CONTROLAR:
      *     00  EL PERIODO ADMITE ASIENTOS (ABIERTO O EN CIERRE)
      *     10  PERIODO CERRADO: EL ASIENTO VA AL SUSPENSO
      *     20  PERCTL NO DISPONIBLE: NO SE PUEDE CONTROLAR, EL
      *         ASIENTO SE GRABA Y EL QUE LLAMA AVISA
      *     30  FECHA DEL ASIENTO INVALIDA
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

             SELECT PERCTL  ASSIGN DDPERCTL
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS SEQUENTIAL
                    RECORD KEY IS PER-CLAVE
                    FILE STATUS IS WS-PER-CODE.

       DATA DIVISION.
       FILE SECTION.
       FD PERCTL.

           COPY CPPERCT.

       WORKING-STORAGE SECTION.
       77  WS-PER-CODE      PIC XX    VALUE SPACES.

       01  WS-SWITCH-CARGA  PIC X     VALUE 'N'.
           88  WS-PERIODOS-CARGADOS       VALUE 'S'.
           88  WS-PERIODOS-SIN-CARGAR     VALUE 'N'.

       01  WS-SWITCH-DISPON PIC X     VALUE 'N'.
           88  WS-PERCTL-DISPONIBLE       VALUE 'S'.
           88  WS-PERCTL-AUSENTE          VALUE 'N'.

       01  WS-STATUS-FIN-PER PIC X    VALUE 'N'.
           88  WS-FIN-PERCTL              VALUE 'Y'.
           88  WS-NO-FIN-PERCTL           VALUE 'N'.

      ********  PERIODOS EN CIERRE O CERRADOS EN MEMORIA  ******
       01  WS-TABLA-PERIODOS.
           03  WS-PER-ENT OCCURS 3000 TIMES.
               05  WS-TAB-ENTIDAD  PIC X(03).
               05  WS-TAB-PERIODO  PIC 9(06).
               05  WS-TAB-ESTADO   PIC X(01).

       77  WS-CANT-PERIODOS     PIC 9(04)  VALUE ZEROS.
       77  WS-SUB-PER           PIC 9(04)  VALUE ZEROS.

      ********  FECHA DEL ASIENTO  ***************
       01  WS-FECHA-ASIENTO.
           03  WS-FAS-PERIODO   PIC 9(06).
           03  WS-FAS-DD        PIC 9(02).

       01  FILLER REDEFINES WS-FECHA-ASIENTO.
           03  WS-FAS-ANIO      PIC 9(04).
           03  WS-FAS-MM        PIC 9(02).
           03  FILLER           PIC 9(02).

       LINKAGE SECTION.
       01  LK-ENTIDAD            PIC X(03).
       01  LK-FECHA              PIC 9(08).
       01  LK-ESTADO             PIC X(01).
       01  LK-RESULTADO          PIC XX.
           88  LK-PERIODO-HABILITADO      VALUE '00'.
           88  LK-PERIODO-CERRADO         VALUE '10'.
           88  LK-SIN-CONTROL             VALUE '20'.
           88  LK-FECHA-INVALIDA          VALUE '30'.

       PROCEDURE DIVISION USING LK-ENTIDAD
                                LK-FECHA
                                LK-ESTADO
                                LK-RESULTADO.
      **************************************
      *                                    *
      *  CUERPO PRINCIPAL DE LA SUBRUTINA  *
      *                                    *
      **************************************
       MAIN-LOGIC.
           SET LK-PERIODO-HABILITADO TO TRUE.
           MOVE 'A' TO LK-ESTADO.

           IF WS-PERIODOS-SIN-CARGAR
              PERFORM 1000-CARGAR-PERIODOS
                        THRU F-1000-CARGAR-PERIODOS
           END-IF.

           IF LK-FECHA IS NOT NUMERIC
              SET LK-FECHA-INVALIDA TO TRUE
              GOBACK
           END-IF.

           MOVE LK-FECHA TO WS-FECHA-ASIENTO.

           IF WS-FAS-MM LESS 1 OR WS-FAS-MM GREATER 12
              SET LK-FECHA-INVALIDA TO TRUE
              GOBACK
           END-IF.

           IF WS-PERCTL-AUSENTE
              SET LK-SIN-CONTROL TO TRUE
              GOBACK
           END-IF.

           PERFORM 2000-BUSCAR-PERIODO THRU F-2000-BUSCAR-PERIODO.

           GOBACK.

      **************************************
      *                                    *
      *  CARGA EN MEMORIA LOS PERIODOS NO  *
      *  ABIERTOS EN LA PRIMERA LLAMADA    *
      *                                    *
      **************************************
       1000-CARGAR-PERIODOS.
           SET WS-PERIODOS-CARGADOS TO TRUE.
           SET WS-PERCTL-AUSENTE    TO TRUE.
           SET WS-NO-FIN-PERCTL     TO TRUE.
           MOVE ZEROS TO WS-CANT-PERIODOS.

           OPEN INPUT PERCTL.

      *    SI EL ARCHIVO TODAVIA NO SE CREO NINGUN PERIODO SE CERRO
           IF WS-PER-CODE EQUAL '35'
              SET WS-PERCTL-DISPONIBLE TO TRUE
              SET WS-FIN-PERCTL        TO TRUE
              GO TO F-1000-CARGAR-PERIODOS
           END-IF.

           IF WS-PER-CODE IS NOT EQUAL '00'
              DISPLAY '* PERCHK: CONTROL DE PERIODOS NO '
                      'DISPONIBLE = ' WS-PER-CODE
              SET WS-FIN-PERCTL TO TRUE
              GO TO F-1000-CARGAR-PERIODOS
           END-IF.

           SET WS-PERCTL-DISPONIBLE TO TRUE.

           PERFORM 1100-CARGAR-UN-PERIODO
                     THRU F-1100-CARGAR-UN-PERIODO
                   UNTIL WS-FIN-PERCTL.

           CLOSE PERCTL.

       F-1000-CARGAR-PERIODOS. EXIT.

       1100-CARGAR-UN-PERIODO.
           READ PERCTL NEXT RECORD
                AT END
                   SET WS-FIN-PERCTL TO TRUE
                   GO TO F-1100-CARGAR-UN-PERIODO
           END-READ.

           IF WS-PER-CODE IS NOT EQUAL '00'
              DISPLAY '* PERCHK: ERROR EN LECTURA PERCTL = '
                      WS-PER-CODE
              SET WS-PERCTL-AUSENTE TO TRUE
              SET WS-FIN-PERCTL     TO TRUE
              GO TO F-1100-CARGAR-UN-PERIODO
           END-IF.

           IF PER-ABIERTO
              GO TO F-1100-CARGAR-UN-PERIODO
           END-IF.

      *    SIN LUGAR EN LA TABLA NO HAY CONTROL CONFIABLE
           IF WS-CANT-PERIODOS NOT LESS 3000
              DISPLAY '* PERCHK: TABLA DE PERIODOS LLENA, NO SE '
                      'CONTROLAN LOS PERIODOS'
              SET WS-PERCTL-AUSENTE TO TRUE
              SET WS-FIN-PERCTL     TO TRUE
              GO TO F-1100-CARGAR-UN-PERIODO
           END-IF.

           ADD 1 TO WS-CANT-PERIODOS.
           MOVE PER-ENTIDAD TO WS-TAB-ENTIDAD (WS-CANT-PERIODOS).
           MOVE PER-PERIODO TO WS-TAB-PERIODO (WS-CANT-PERIODOS).
           MOVE PER-ESTADO  TO WS-TAB-ESTADO  (WS-CANT-PERIODOS).

       F-1100-CARGAR-UN-PERIODO. EXIT.

      **************************************
      *                                    *
      *  UBICA ENTIDAD + PERIODO EN LA     *
      *  TABLA; SI NO ESTA, ESTA ABIERTO   *
      *                                    *
      **************************************
       2000-BUSCAR-PERIODO.
           MOVE 1 TO WS-SUB-PER.

           PERFORM 2100-AVANZAR-PERIODO THRU F-2100-AVANZAR-PERIODO
                   UNTIL WS-SUB-PER GREATER WS-CANT-PERIODOS
                      OR (WS-TAB-ENTIDAD (WS-SUB-PER) EQUAL LK-ENTIDAD
                      AND WS-TAB-PERIODO (WS-SUB-PER)
                                            EQUAL WS-FAS-PERIODO).

           IF WS-SUB-PER GREATER WS-CANT-PERIODOS
              GO TO F-2000-BUSCAR-PERIODO
           END-IF.

           MOVE WS-TAB-ESTADO (WS-SUB-PER) TO LK-ESTADO.

           IF LK-ESTADO EQUAL 'C'
              SET LK-PERIODO-CERRADO TO TRUE
           END-IF.

       F-2000-BUSCAR-PERIODO. EXIT.

       2100-AVANZAR-PERIODO.
           ADD 1 TO WS-SUB-PER.

       F-2100-AVANZAR-PERIODO. EXIT.
