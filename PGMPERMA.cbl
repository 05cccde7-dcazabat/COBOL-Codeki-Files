       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMPERMA.
       AUTHOR.        D. CAZABAT.
       INSTALLATION.  CURSO CODEKI.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.
      **********************************************************
      *                                                        *
      *  MANTENIMIENTO DEL CONTROL DE PERIODOS CONTABLES       *
      *  PERCTL (COPY CPPERCT) CON CONTROL DE CUATRO OJOS.     *
      *  CADA NOVEDAD DE PERNOV TRAE ENTIDAD, PERIODO SSAAMM,  *
      *  OPERADOR Y UNA ACCION:                                *
      *    C  PEDIDO DE CIERRE (MAKER): EL PERIODO ABIERTO     *
      *       PASA A EN CIERRE HASTA SU APROBACION             *
      *    R  PEDIDO DE REAPERTURA (MAKER) DE UN PERIODO       *
      *       CERRADO; EL MOTIVO ES OBLIGATORIO                *
      *    A  APROBACION DEL PEDIDO PENDIENTE (CHECKER)        *
      *    X  RECHAZO DEL PEDIDO PENDIENTE (CHECKER)           *
      *                                                        *
      *  EL CHECKER DEBE SER OTRO OPERADOR QUE EL MAKER Y      *
      *  TENER MARCA DE APROBADOR EN AUTAPR. CADA APROBACION   *
      *  O RECHAZO QUEDA EN LA PISTA DE AUDITORIA AUDMAE CON   *
      *  ACCION 'P' (CIERRE) O 'R' (REAPERTURA) Y RESULTADO    *
      *  'A' O 'R'.                                            *
      *                                                        *
      *  LAS NOVEDADES RECHAZADAS VAN AL INFORME CON SU MOTIVO *
      *  (RC 4). AL FINAL SE LISTAN LOS PERIODOS QUE NO ESTAN  *
      *  ABIERTOS, QUE SON LOS QUE LA SUBRUTINA PERCHK HACE    *
      *  RESPETAR A LOS PROGRAMAS QUE GRABAN GLPOST.           *
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

             SELECT PERNOV  ASSIGN DDPERNOV
                    FILE STATUS IS WS-NOV-CODE.

             SELECT PERCTL  ASSIGN DDPERCTL
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS PER-CLAVE
                    FILE STATUS IS WS-PER-CODE.

             SELECT AUTAPR  ASSIGN DDAUTAPR
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS RANDOM
                    RECORD KEY IS APR-OPERADOR
                    FILE STATUS IS WS-APR-CODE.

             SELECT AUDMAE  ASSIGN DDAUDMAE
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS RANDOM
                    RECORD KEY IS AUD-CLAVE
                    FILE STATUS IS WS-AUD-CODE.

             SELECT INFORME ASSIGN DDINFORM
                    FILE STATUS IS WS-INF-CODE.

       DATA DIVISION.
       FILE SECTION.
       FD PERNOV
            BLOCK CONTAINS 0 RECORDS
            RECORDING MODE IS F.

       01 REG-PERNOV     PIC X(80).

       FD PERCTL.

           COPY CPPERCT.

       FD AUTAPR.

       01 REG-AUTAPR.
           03  APR-OPERADOR        PIC X(08).
           03  APR-MARCA           PIC X(01).
               88  APR-PUEDE-APROBAR          VALUE 'S'.
           03  FILLER              PIC X(11).

       FD AUDMAE.

       01 REG-AUDMAE.
           03  AUD-CLAVE.
               05  AUD-FECHA       PIC 9(08).
               05  AUD-HORA        PIC 9(06).
               05  AUD-OPERADOR    PIC X(08).
               05  AUD-SECUENCIA   PIC 9(03).
           03  AUD-IMAGEN          PIC X(120).
           03  FILLER              PIC X(05).

       FD INFORME
            BLOCK CONTAINS 0 RECORDS
            RECORDING MODE IS F.

       01 REG-INFORME    PIC X(132).

      **************************************
       WORKING-STORAGE SECTION.
      **************************************
       77  FILLER        PIC X(26) VALUE '* INICIO WORKING-STORAGE *'.
       77  FILLER        PIC X(26) VALUE '* CODIGOS RETORNO FILES  *'.
       77  WS-NOV-CODE      PIC XX    VALUE SPACES.
       77  WS-PER-CODE      PIC XX    VALUE SPACES.
       77  WS-APR-CODE      PIC XX    VALUE SPACES.
       77  WS-AUD-CODE      PIC XX    VALUE SPACES.
       77  WS-INF-CODE      PIC XX    VALUE SPACES.

       01  WS-STATUS-FIN    PIC X.
           88  WS-FIN-LECTURA         VALUE 'Y'.
           88  WS-NO-FIN-LECTURA      VALUE 'N'.

       01  WS-STATUS-FIN-PER PIC X.
           88  WS-FIN-PERCTL          VALUE 'Y'.
           88  WS-NO-FIN-PERCTL       VALUE 'N'.

       01  WS-SWITCH-ERROR  PIC X     VALUE 'N'.
           88  WS-HUBO-ERROR          VALUE 'S'.
           88  WS-NO-HUBO-ERROR       VALUE 'N'.

       01  WS-SWITCH-EXISTE PIC X     VALUE 'N'.
           88  WS-PERIODO-EXISTE      VALUE 'S'.
           88  WS-PERIODO-NUEVO       VALUE 'N'.

       01  WS-SWITCH-AUTAPR PIC X     VALUE 'N'.
           88  WS-AUTAPR-ABIERTO      VALUE 'S'.
           88  WS-AUTAPR-CERRADO      VALUE 'N'.

       01  WS-SWITCH-CLAVE  PIC X     VALUE 'N'.
           88  WS-CLAVE-GRABADA       VALUE 'S'.
           88  WS-CLAVE-PENDIENTE     VALUE 'N'.

      ********  FECHA Y HORA DE PROCESO  ***************
       01  WS-FECHA             PIC 9(08)  VALUE ZEROS.

       01  WS-HORA-ACTUAL.
           03  WS-HORA-HHMMSS    PIC 9(06).
           03  FILLER            PIC 99.

      ********  LAYOUT DE LA NOVEDAD  ***************
       01  WS-REG-PERNOV.
           03  WS-NOV-ACCION           PIC X(01).
               88  WS-NOV-PEDIR-CIERRE          VALUE 'C'.
               88  WS-NOV-PEDIR-REAPERTURA      VALUE 'R'.
               88  WS-NOV-APROBAR               VALUE 'A'.
               88  WS-NOV-RECHAZAR              VALUE 'X'.
               88  WS-NOV-ACCION-VALIDA         VALUE 'C' 'R'
                                                      'A' 'X'.
           03  WS-NOV-ENTIDAD          PIC X(03).
           03  WS-NOV-PERIODO          PIC 9(06).
           03  FILLER REDEFINES WS-NOV-PERIODO.
               05  WS-NOV-ANIO         PIC 9(04).
               05  WS-NOV-MES          PIC 9(02).
           03  WS-NOV-OPERADOR         PIC X(08).
           03  WS-NOV-MOTIVO           PIC X(30).
           03  FILLER                  PIC X(32).

      ********  REGISTRO DE AUDITORIA (EN AUD-IMAGEN)  ****
       01  WS-REG-AUDMANT.
           03  WS-AUM-MAKER        PIC X(08)   VALUE SPACES.
           03  FILLER              PIC X(01)   VALUE SPACE.
           03  WS-AUM-FECHA-ALTA   PIC 9(08)   VALUE ZEROS.
           03  FILLER              PIC X(01)   VALUE SPACE.
           03  WS-AUM-HORA-ALTA    PIC 9(06)   VALUE ZEROS.
           03  FILLER              PIC X(01)   VALUE SPACE.
           03  WS-AUM-CHECKER      PIC X(08)   VALUE SPACES.
           03  FILLER              PIC X(01)   VALUE SPACE.
           03  WS-AUM-FECHA-APRO   PIC 9(08)   VALUE ZEROS.
           03  FILLER              PIC X(01)   VALUE SPACE.
           03  WS-AUM-HORA-APRO    PIC 9(06)   VALUE ZEROS.
           03  FILLER              PIC X(01)   VALUE SPACE.
           03  WS-AUM-ACCION       PIC X(01)   VALUE SPACE.
           03  FILLER              PIC X(01)   VALUE SPACE.
           03  WS-AUM-RESULTADO    PIC X(01)   VALUE SPACE.
           03  FILLER              PIC X(01)   VALUE SPACE.
           03  WS-AUM-ANTES        PIC X(30)   VALUE SPACES.
           03  FILLER              PIC X(01)   VALUE SPACE.
           03  WS-AUM-DESPUES      PIC X(30)   VALUE SPACES.
           03  FILLER              PIC X(05)   VALUE SPACES.

      ********  IMAGEN DEL PERIODO PARA ANTES/DESPUES  ****
       01  WS-IMAGEN-PERIODO.
           03  WS-IMA-ENTIDAD      PIC X(03).
           03  FILLER              PIC X(01)   VALUE SPACE.
           03  WS-IMA-PERIODO      PIC 9(06).
           03  FILLER              PIC X(01)   VALUE SPACE.
           03  WS-IMA-ESTADO       PIC X(01).
           03  FILLER              PIC X(01)   VALUE SPACE.
           03  WS-IMA-PEDIDO       PIC X(01).
           03  FILLER              PIC X(01)   VALUE SPACE.
           03  WS-IMA-MOTIVO       PIC X(15).

       01  WS-IMAGEN-ANTES      PIC X(30)  VALUE SPACES.

      ********  CONTADORES DE PROCESO  ***************
       77  WS-CANT-LEIDAS       PIC 9(7)   VALUE ZEROS.
       77  WS-CANT-APLICADAS    PIC 9(7)   VALUE ZEROS.
       77  WS-CANT-RECHAZADAS   PIC 9(7)   VALUE ZEROS.
       77  WS-CANT-AUDITADAS    PIC 9(7)   VALUE ZEROS.
       77  WS-CANT-EN-CIERRE    PIC 9(7)   VALUE ZEROS.
       77  WS-CANT-CERRADOS     PIC 9(7)   VALUE ZEROS.

      ********  LINEAS DEL INFORME  ***************
       01  WS-LIN-TITULO.
           03  FILLER           PIC X(40)
               VALUE 'MANTENIMIENTO DE PERIODOS CONTABLES - FE'.
           03  FILLER           PIC X(04)   VALUE 'CHA '.
           03  WS-TIT-FECHA     PIC 9(08).
           03  FILLER           PIC X(80)   VALUE SPACES.

       01  WS-LIN-TIT-NOVEDADES.
           03  FILLER           PIC X(40)
               VALUE 'NOVEDADES PROCESADAS                    '.
           03  FILLER           PIC X(92)   VALUE SPACES.

       01  WS-LIN-CAB-NOVEDAD.
           03  FILLER           PIC X(40)
               VALUE 'A ENT PERIODO OPERADOR MOTIVO          '.
           03  FILLER           PIC X(40)
               VALUE '                RESULTADO               '.
           03  FILLER           PIC X(52)   VALUE SPACES.

       01  WS-LIN-NOVEDAD.
           03  WS-NDE-ACCION    PIC X(01).
           03  FILLER           PIC X(01)   VALUE SPACE.
           03  WS-NDE-ENTIDAD   PIC X(03).
           03  FILLER           PIC X(01)   VALUE SPACE.
           03  WS-NDE-PERIODO   PIC X(06).
           03  FILLER           PIC X(02)   VALUE SPACES.
           03  WS-NDE-OPERADOR  PIC X(08).
           03  FILLER           PIC X(01)   VALUE SPACE.
           03  WS-NDE-MOTIVO    PIC X(30).
           03  FILLER           PIC X(02)   VALUE SPACES.
           03  WS-NDE-RESULTADO PIC X(40)   VALUE SPACES.
           03  FILLER           PIC X(37)   VALUE SPACES.

       01  WS-LIN-TIT-SITUACION.
           03  FILLER           PIC X(40)
               VALUE 'PERIODOS EN CIERRE O CERRADOS           '.
           03  FILLER           PIC X(92)   VALUE SPACES.

       01  WS-LIN-CAB-SITUACION.
           03  FILLER           PIC X(40)
               VALUE 'ENT PERIODO E P MAKER    PEDIDO   MOTIVO'.
           03  FILLER           PIC X(40)
               VALUE '                         CHECKER  RESUEL'.
           03  FILLER           PIC X(04)   VALUE 'TO  '.
           03  FILLER           PIC X(48)   VALUE SPACES.

       01  WS-LIN-SITUACION.
           03  WS-SIT-ENTIDAD   PIC X(03).
           03  FILLER           PIC X(01)   VALUE SPACE.
           03  WS-SIT-PERIODO   PIC 9(06).
           03  FILLER           PIC X(02)   VALUE SPACES.
           03  WS-SIT-ESTADO    PIC X(01).
           03  FILLER           PIC X(01)   VALUE SPACE.
           03  WS-SIT-PEDIDO    PIC X(01).
           03  FILLER           PIC X(01)   VALUE SPACE.
           03  WS-SIT-MAKER     PIC X(08).
           03  FILLER           PIC X(01)   VALUE SPACE.
           03  WS-SIT-FECHA-PED PIC 9(08).
           03  FILLER           PIC X(01)   VALUE SPACE.
           03  WS-SIT-MOTIVO    PIC X(30).
           03  FILLER           PIC X(01)   VALUE SPACE.
           03  WS-SIT-CHECKER   PIC X(08).
           03  FILLER           PIC X(01)   VALUE SPACE.
           03  WS-SIT-FECHA-APR PIC 9(08).
           03  FILLER           PIC X(50)   VALUE SPACES.

       01  WS-LIN-RESUMEN.
           03  WS-RES-CONCEPTO  PIC X(30)   VALUE SPACES.
           03  WS-RES-CANT      PIC ZZZZZZ9.
           03  FILLER           PIC X(95)   VALUE SPACES.

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
              PERFORM 4000-LISTAR-PERIODOS THRU F-4000-LISTAR-PERIODOS
           END-IF.

           PERFORM 9999-FINAL    THRU  F-9999-FINAL.

       F-MAIN-PROGRAM. GOBACK.

      **************************************
      *                                    *
      *  APERTURA DE FILES Y PRIMERA       *
      *  LECTURA DE NOVEDADES              *
      *                                    *
      **************************************
       1000-INICIO.
           ACCEPT WS-FECHA FROM DATE YYYYMMDD.
           DISPLAY 'FECHA:    '  WS-FECHA.

           SET WS-NO-FIN-LECTURA TO TRUE.
           SET WS-NO-HUBO-ERROR  TO TRUE.
           SET WS-AUTAPR-CERRADO TO TRUE.

           OPEN INPUT PERNOV.
           IF WS-NOV-CODE IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN PERNOV  = ' WS-NOV-CODE
              MOVE 9999 TO RETURN-CODE
              SET  WS-FIN-LECTURA TO TRUE
              SET  WS-HUBO-ERROR  TO TRUE
           END-IF.

           OPEN I-O PERCTL.
           IF WS-PER-CODE IS NOT EQUAL '00'
              OPEN OUTPUT PERCTL
              IF WS-PER-CODE EQUAL '00'
                 CLOSE PERCTL
                 OPEN I-O PERCTL
              END-IF
           END-IF.
           IF WS-PER-CODE IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN PERCTL  = ' WS-PER-CODE
              MOVE 9999 TO RETURN-CODE
              SET  WS-FIN-LECTURA TO TRUE
              SET  WS-HUBO-ERROR  TO TRUE
           END-IF.

      *    SIN AUTAPR NO SE PUEDE APROBAR NI RECHAZAR, PERO SI
      *    REGISTRAR PEDIDOS
           OPEN INPUT AUTAPR.
           IF WS-APR-CODE IS EQUAL '00'
              SET WS-AUTAPR-ABIERTO TO TRUE
           ELSE
              DISPLAY '* AUTAPR NO DISPONIBLE = ' WS-APR-CODE
                      ', NO SE ACEPTAN APROBACIONES'
           END-IF.

           OPEN I-O AUDMAE.
           IF WS-AUD-CODE IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN AUDMAE  = ' WS-AUD-CODE
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

           MOVE WS-FECHA             TO WS-TIT-FECHA.
           MOVE WS-LIN-TITULO        TO REG-INFORME.
           PERFORM 9300-GRABAR-INFORME THRU F-9300-GRABAR-INFORME.
           MOVE WS-LIN-BLANCA        TO REG-INFORME.
           PERFORM 9300-GRABAR-INFORME THRU F-9300-GRABAR-INFORME.
           MOVE WS-LIN-TIT-NOVEDADES TO REG-INFORME.
           PERFORM 9300-GRABAR-INFORME THRU F-9300-GRABAR-INFORME.
           MOVE WS-LIN-CAB-NOVEDAD   TO REG-INFORME.
           PERFORM 9300-GRABAR-INFORME THRU F-9300-GRABAR-INFORME.

           PERFORM 2900-LEER-NOVEDAD THRU F-2900-LEER-NOVEDAD.

           IF WS-NOV-CODE EQUAL '10'
              DISPLAY '* ARCHIVO DE NOVEDADES VACIO ' WS-NOV-CODE
           END-IF.

       F-1000-INICIO.   EXIT.

      **************************************
      *                                    *
      *  VALIDA LA NOVEDAD, UBICA EL       *
      *  PERIODO Y APLICA LA ACCION        *
      *                                    *
      **************************************
       2000-PROCESO.
           ADD 1 TO WS-CANT-LEIDAS.

           IF NOT WS-NOV-ACCION-VALIDA
              MOVE 'ACCION INVALIDA' TO WS-NDE-RESULTADO
              PERFORM 2800-RECHAZAR THRU F-2800-RECHAZAR
              GO TO 2090-SIGUIENTE
           END-IF.

           IF WS-NOV-ENTIDAD EQUAL SPACES OR
              WS-NOV-OPERADOR EQUAL SPACES
              MOVE 'FALTA ENTIDAD U OPERADOR' TO WS-NDE-RESULTADO
              PERFORM 2800-RECHAZAR THRU F-2800-RECHAZAR
              GO TO 2090-SIGUIENTE
           END-IF.

           IF WS-NOV-PERIODO NOT NUMERIC OR
              WS-NOV-MES LESS 1 OR WS-NOV-MES GREATER 12
              MOVE 'PERIODO INVALIDO' TO WS-NDE-RESULTADO
              PERFORM 2800-RECHAZAR THRU F-2800-RECHAZAR
              GO TO 2090-SIGUIENTE
           END-IF.

           PERFORM 2100-UBICAR-PERIODO THRU F-2100-UBICAR-PERIODO.

           IF WS-HUBO-ERROR
              GO TO F-2000-PROCESO
           END-IF.

           MOVE PER-ENTIDAD  TO WS-IMA-ENTIDAD.
           MOVE PER-PERIODO  TO WS-IMA-PERIODO.
           MOVE PER-ESTADO   TO WS-IMA-ESTADO.
           MOVE PER-PEDIDO   TO WS-IMA-PEDIDO.
           MOVE PER-MOTIVO   TO WS-IMA-MOTIVO.
           MOVE WS-IMAGEN-PERIODO TO WS-IMAGEN-ANTES.

           ACCEPT WS-HORA-ACTUAL FROM TIME.

           EVALUATE TRUE
               WHEN WS-NOV-PEDIR-CIERRE
                  PERFORM 2200-PEDIR-CIERRE
                            THRU F-2200-PEDIR-CIERRE
               WHEN WS-NOV-PEDIR-REAPERTURA
                  PERFORM 2300-PEDIR-REAPERTURA
                            THRU F-2300-PEDIR-REAPERTURA
               WHEN OTHER
                  PERFORM 2400-RESOLVER-PEDIDO
                            THRU F-2400-RESOLVER-PEDIDO
           END-EVALUATE.

       2090-SIGUIENTE.
           PERFORM 2900-LEER-NOVEDAD THRU F-2900-LEER-NOVEDAD.

       F-2000-PROCESO.
           EXIT.

      **************************************
      *                                    *
      *  LEE EL PERIODO; SI NO TIENE       *
      *  REGISTRO SE ARMA UNO ABIERTO      *
      *                                    *
      **************************************
       2100-UBICAR-PERIODO.
           SET WS-PERIODO-EXISTE TO TRUE.

           MOVE WS-NOV-ENTIDAD TO PER-ENTIDAD.
           MOVE WS-NOV-PERIODO TO PER-PERIODO.
           READ PERCTL
                INVALID KEY
                   SET WS-PERIODO-NUEVO TO TRUE
           END-READ.

           IF WS-PERIODO-NUEVO
              MOVE SPACES         TO REG-PERCTL
              MOVE WS-NOV-ENTIDAD TO PER-ENTIDAD
              MOVE WS-NOV-PERIODO TO PER-PERIODO
              SET PER-ABIERTO     TO TRUE
              SET PER-SIN-PEDIDO  TO TRUE
              MOVE ZEROS          TO PER-FECHA-PEDIDO
                                     PER-HORA-PEDIDO
                                     PER-FECHA-APROB
                                     PER-HORA-APROB
              GO TO F-2100-UBICAR-PERIODO
           END-IF.

           IF WS-PER-CODE IS NOT EQUAL '00'
              DISPLAY '* ERROR EN LECTURA PERCTL = ' WS-PER-CODE
              MOVE 9999 TO RETURN-CODE
              SET WS-FIN-LECTURA TO TRUE
              SET WS-HUBO-ERROR  TO TRUE
           END-IF.

       F-2100-UBICAR-PERIODO. EXIT.

      **************************************
      *                                    *
      *  PEDIDO DE CIERRE: SOLO DE UN      *
      *  PERIODO ABIERTO SIN PEDIDOS       *
      *                                    *
      **************************************
       2200-PEDIR-CIERRE.
           IF NOT PER-ABIERTO OR NOT PER-SIN-PEDIDO
              MOVE 'PERIODO NO ABIERTO O CON PEDIDO'
                                         TO WS-NDE-RESULTADO
              PERFORM 2800-RECHAZAR THRU F-2800-RECHAZAR
              GO TO F-2200-PEDIR-CIERRE
           END-IF.

           SET PER-EN-CIERRE     TO TRUE.
           SET PER-PEDIDO-CIERRE TO TRUE.
           PERFORM 2500-ANOTAR-PEDIDO THRU F-2500-ANOTAR-PEDIDO.

           MOVE 'CIERRE PEDIDO, PENDIENTE DE APROBACION'
                                         TO WS-NDE-RESULTADO.
           PERFORM 2700-GRABAR-PERIODO THRU F-2700-GRABAR-PERIODO.

       F-2200-PEDIR-CIERRE. EXIT.

      **************************************
      *                                    *
      *  PEDIDO DE REAPERTURA: SOLO DE UN  *
      *  PERIODO CERRADO Y CON MOTIVO      *
      *                                    *
      **************************************
       2300-PEDIR-REAPERTURA.
           IF NOT PER-CERRADO OR NOT PER-SIN-PEDIDO
              MOVE 'PERIODO NO CERRADO O CON PEDIDO'
                                         TO WS-NDE-RESULTADO
              PERFORM 2800-RECHAZAR THRU F-2800-RECHAZAR
              GO TO F-2300-PEDIR-REAPERTURA
           END-IF.

           IF WS-NOV-MOTIVO EQUAL SPACES
              MOVE 'REAPERTURA SIN MOTIVO' TO WS-NDE-RESULTADO
              PERFORM 2800-RECHAZAR THRU F-2800-RECHAZAR
              GO TO F-2300-PEDIR-REAPERTURA
           END-IF.

           SET PER-PEDIDO-REAPERTURA TO TRUE.
           PERFORM 2500-ANOTAR-PEDIDO THRU F-2500-ANOTAR-PEDIDO.

           MOVE 'REAPERTURA PEDIDA, PENDIENTE APROBACION'
                                         TO WS-NDE-RESULTADO.
           PERFORM 2700-GRABAR-PERIODO THRU F-2700-GRABAR-PERIODO.

       F-2300-PEDIR-REAPERTURA. EXIT.

      **************************************
      *                                    *
      *  APROBACION O RECHAZO DEL PEDIDO   *
      *  PENDIENTE POR OTRO OPERADOR CON   *
      *  MARCA DE APROBADOR                *
      *                                    *
      **************************************
       2400-RESOLVER-PEDIDO.
           IF PER-SIN-PEDIDO
              MOVE 'EL PERIODO NO TIENE PEDIDO PENDIENTE'
                                         TO WS-NDE-RESULTADO
              PERFORM 2800-RECHAZAR THRU F-2800-RECHAZAR
              GO TO F-2400-RESOLVER-PEDIDO
           END-IF.

           IF WS-NOV-OPERADOR EQUAL PER-MAKER
              MOVE 'EL MAKER NO PUEDE RESOLVER SU PEDIDO'
                                         TO WS-NDE-RESULTADO
              PERFORM 2800-RECHAZAR THRU F-2800-RECHAZAR
              GO TO F-2400-RESOLVER-PEDIDO
           END-IF.

           IF WS-AUTAPR-CERRADO
              MOVE 'AUTAPR NO DISPONIBLE' TO WS-NDE-RESULTADO
              PERFORM 2800-RECHAZAR THRU F-2800-RECHAZAR
              GO TO F-2400-RESOLVER-PEDIDO
           END-IF.

           MOVE WS-NOV-OPERADOR TO APR-OPERADOR.
           READ AUTAPR
                INVALID KEY
                   MOVE 'N' TO APR-MARCA
           END-READ.

           IF NOT APR-PUEDE-APROBAR
              MOVE 'OPERADOR SIN MARCA DE APROBADOR'
                                         TO WS-NDE-RESULTADO
              PERFORM 2800-RECHAZAR THRU F-2800-RECHAZAR
              GO TO F-2400-RESOLVER-PEDIDO
           END-IF.

      *    EL PEDIDO SE GUARDA PARA LA AUDITORIA ANTES DE BORRARLO
           MOVE PER-MAKER        TO WS-AUM-MAKER.
           MOVE PER-FECHA-PEDIDO TO WS-AUM-FECHA-ALTA.
           MOVE PER-HORA-PEDIDO  TO WS-AUM-HORA-ALTA.

           IF PER-PEDIDO-CIERRE
              MOVE 'P' TO WS-AUM-ACCION
              IF WS-NOV-APROBAR
                 SET PER-CERRADO TO TRUE
                 MOVE 'CIERRE APROBADO' TO WS-NDE-RESULTADO
              ELSE
                 SET PER-ABIERTO TO TRUE
                 MOVE 'CIERRE RECHAZADO, SIGUE ABIERTO'
                                         TO WS-NDE-RESULTADO
              END-IF
           ELSE
              MOVE 'R' TO WS-AUM-ACCION
              IF WS-NOV-APROBAR
                 SET PER-ABIERTO TO TRUE
                 MOVE 'REAPERTURA APROBADA' TO WS-NDE-RESULTADO
              ELSE
                 MOVE 'REAPERTURA RECHAZADA, SIGUE CERRADO'
                                         TO WS-NDE-RESULTADO
              END-IF
           END-IF.

           SET PER-SIN-PEDIDO      TO TRUE.
           MOVE WS-NOV-OPERADOR    TO PER-CHECKER.
           MOVE WS-FECHA           TO PER-FECHA-APROB.
           MOVE WS-HORA-HHMMSS     TO PER-HORA-APROB.

           PERFORM 2700-GRABAR-PERIODO THRU F-2700-GRABAR-PERIODO.

           IF WS-HUBO-ERROR
              GO TO F-2400-RESOLVER-PEDIDO
           END-IF.

           PERFORM 2600-AUDITAR THRU F-2600-AUDITAR.

       F-2400-RESOLVER-PEDIDO. EXIT.

      **************************************
      *                                    *
      *  DATOS DEL PEDIDO (MAKER)          *
      *                                    *
      **************************************
       2500-ANOTAR-PEDIDO.
           MOVE WS-NOV-OPERADOR TO PER-MAKER.
           MOVE WS-FECHA        TO PER-FECHA-PEDIDO.
           MOVE WS-HORA-HHMMSS  TO PER-HORA-PEDIDO.
           MOVE WS-NOV-MOTIVO   TO PER-MOTIVO.
           MOVE SPACES          TO PER-CHECKER.
           MOVE ZEROS           TO PER-FECHA-APROB
                                   PER-HORA-APROB.

       F-2500-ANOTAR-PEDIDO. EXIT.

      **************************************
      *                                    *
      *  RESOLUCION A LA PISTA DE          *
      *  AUDITORIA; SI LA HORA YA ESTA     *
      *  USADA AVANZA EL SECUENCIADOR      *
      *                                    *
      **************************************
       2600-AUDITAR.
           MOVE WS-NOV-OPERADOR   TO WS-AUM-CHECKER.
           MOVE WS-FECHA          TO WS-AUM-FECHA-APRO.
           MOVE WS-HORA-HHMMSS    TO WS-AUM-HORA-APRO.

           IF WS-NOV-APROBAR
              MOVE 'A' TO WS-AUM-RESULTADO
           ELSE
              MOVE 'R' TO WS-AUM-RESULTADO
           END-IF.

           MOVE WS-IMAGEN-ANTES   TO WS-AUM-ANTES.
           MOVE PER-ENTIDAD       TO WS-IMA-ENTIDAD.
           MOVE PER-PERIODO       TO WS-IMA-PERIODO.
           MOVE PER-ESTADO        TO WS-IMA-ESTADO.
           MOVE PER-PEDIDO        TO WS-IMA-PEDIDO.
           MOVE PER-MOTIVO        TO WS-IMA-MOTIVO.
           MOVE WS-IMAGEN-PERIODO TO WS-AUM-DESPUES.

           SET WS-CLAVE-PENDIENTE TO TRUE.

           MOVE SPACES            TO REG-AUDMAE.
           MOVE WS-AUM-FECHA-APRO TO AUD-FECHA.
           MOVE WS-AUM-HORA-APRO  TO AUD-HORA.
           MOVE WS-AUM-MAKER      TO AUD-OPERADOR.
           MOVE ZEROS             TO AUD-SECUENCIA.
           MOVE WS-REG-AUDMANT    TO AUD-IMAGEN.

       2600-INTENTAR-GRABAR.
           WRITE REG-AUDMAE
              INVALID KEY
                 ADD 1 TO AUD-SECUENCIA
              NOT INVALID KEY
                 SET WS-CLAVE-GRABADA TO TRUE
                 ADD 1 TO WS-CANT-AUDITADAS
           END-WRITE.

           IF WS-CLAVE-PENDIENTE
              IF AUD-SECUENCIA GREATER 990
                 DISPLAY '* NO HAY SECUENCIA LIBRE PARA '
                         AUD-FECHA ' ' AUD-HORA ' '
                         AUD-OPERADOR
                 MOVE 9999 TO RETURN-CODE
                 SET WS-FIN-LECTURA TO TRUE
                 SET WS-HUBO-ERROR  TO TRUE
              ELSE
                 GO TO 2600-INTENTAR-GRABAR
              END-IF
           END-IF.

       F-2600-AUDITAR. EXIT.

      **************************************
      *                                    *
      *  ALTA O ACTUALIZACION DEL PERIODO  *
      *  Y LINEA DE LA NOVEDAD APLICADA    *
      *                                    *
      **************************************
       2700-GRABAR-PERIODO.
           IF WS-PERIODO-NUEVO
              WRITE REG-PERCTL
                 INVALID KEY
                    DISPLAY '* ERROR EN WRITE PERCTL = ' WS-PER-CODE
                    MOVE 9999 TO RETURN-CODE
                    SET WS-FIN-LECTURA TO TRUE
                    SET WS-HUBO-ERROR  TO TRUE
                    GO TO F-2700-GRABAR-PERIODO
              END-WRITE
           ELSE
              REWRITE REG-PERCTL
                 INVALID KEY
                    DISPLAY '* ERROR EN REWRITE PERCTL = '
                            WS-PER-CODE
                    MOVE 9999 TO RETURN-CODE
                    SET WS-FIN-LECTURA TO TRUE
                    SET WS-HUBO-ERROR  TO TRUE
                    GO TO F-2700-GRABAR-PERIODO
              END-REWRITE
           END-IF.

           ADD 1 TO WS-CANT-APLICADAS.
           PERFORM 2850-LINEA-NOVEDAD THRU F-2850-LINEA-NOVEDAD.

       F-2700-GRABAR-PERIODO. EXIT.

      **************************************
      *                                    *
      *  NOVEDAD RECHAZADA AL INFORME CON  *
      *  SU MOTIVO                         *
      *                                    *
      **************************************
       2800-RECHAZAR.
           ADD 1 TO WS-CANT-RECHAZADAS.

           PERFORM 2850-LINEA-NOVEDAD THRU F-2850-LINEA-NOVEDAD.

           IF RETURN-CODE LESS 4
              MOVE 4 TO RETURN-CODE
           END-IF.

       F-2800-RECHAZAR. EXIT.

       2850-LINEA-NOVEDAD.
           MOVE WS-NOV-ACCION   TO WS-NDE-ACCION.
           MOVE WS-NOV-ENTIDAD  TO WS-NDE-ENTIDAD.
           MOVE WS-REG-PERNOV (5:6) TO WS-NDE-PERIODO.
           MOVE WS-NOV-OPERADOR TO WS-NDE-OPERADOR.
           MOVE WS-NOV-MOTIVO   TO WS-NDE-MOTIVO.
           MOVE WS-LIN-NOVEDAD  TO REG-INFORME.
           PERFORM 9300-GRABAR-INFORME THRU F-9300-GRABAR-INFORME.

       F-2850-LINEA-NOVEDAD. EXIT.

      **************************************
      *                                    *
      *  LECTURA DE LA PROXIMA NOVEDAD     *
      *                                    *
      **************************************
       2900-LEER-NOVEDAD.
           READ PERNOV INTO WS-REG-PERNOV
                AT END
                   SET WS-FIN-LECTURA TO TRUE
                   GO TO F-2900-LEER-NOVEDAD
           END-READ.

           IF WS-NOV-CODE IS NOT EQUAL '00'
              DISPLAY '* ERROR EN LECTURA PERNOV = ' WS-NOV-CODE
              MOVE 9999 TO RETURN-CODE
              SET WS-FIN-LECTURA TO TRUE
              SET WS-HUBO-ERROR  TO TRUE
           END-IF.

       F-2900-LEER-NOVEDAD. EXIT.

      **************************************
      *                                    *
      *  SITUACION FINAL: PERIODOS EN      *
      *  CIERRE O CERRADOS DE TODAS LAS    *
      *  ENTIDADES                         *
      *                                    *
      **************************************
       4000-LISTAR-PERIODOS.
           MOVE WS-LIN-BLANCA        TO REG-INFORME.
           PERFORM 9300-GRABAR-INFORME THRU F-9300-GRABAR-INFORME.
           MOVE WS-LIN-TIT-SITUACION TO REG-INFORME.
           PERFORM 9300-GRABAR-INFORME THRU F-9300-GRABAR-INFORME.
           MOVE WS-LIN-CAB-SITUACION TO REG-INFORME.
           PERFORM 9300-GRABAR-INFORME THRU F-9300-GRABAR-INFORME.

           SET WS-NO-FIN-PERCTL TO TRUE.
           MOVE LOW-VALUES      TO PER-CLAVE.

           START PERCTL KEY IS NOT LESS THAN PER-CLAVE
                 INVALID KEY
                    SET WS-FIN-PERCTL TO TRUE
           END-START.

           PERFORM 4100-LEER-PERIODO THRU F-4100-LEER-PERIODO
                   UNTIL WS-FIN-PERCTL.

       F-4000-LISTAR-PERIODOS. EXIT.

       4100-LEER-PERIODO.
           READ PERCTL NEXT RECORD
                AT END
                   SET WS-FIN-PERCTL TO TRUE
                   GO TO F-4100-LEER-PERIODO
           END-READ.

           IF WS-PER-CODE IS NOT EQUAL '00'
              DISPLAY '* ERROR EN LECTURA PERCTL = ' WS-PER-CODE
              MOVE 9999 TO RETURN-CODE
              SET WS-FIN-PERCTL TO TRUE
              SET WS-HUBO-ERROR TO TRUE
              GO TO F-4100-LEER-PERIODO
           END-IF.

           IF PER-ABIERTO
              GO TO F-4100-LEER-PERIODO
           END-IF.

           IF PER-CERRADO
              ADD 1 TO WS-CANT-CERRADOS
           ELSE
              ADD 1 TO WS-CANT-EN-CIERRE
           END-IF.

           MOVE PER-ENTIDAD      TO WS-SIT-ENTIDAD.
           MOVE PER-PERIODO      TO WS-SIT-PERIODO.
           MOVE PER-ESTADO       TO WS-SIT-ESTADO.
           MOVE PER-PEDIDO       TO WS-SIT-PEDIDO.
           MOVE PER-MAKER        TO WS-SIT-MAKER.
           MOVE PER-FECHA-PEDIDO TO WS-SIT-FECHA-PED.
           MOVE PER-MOTIVO       TO WS-SIT-MOTIVO.
           MOVE PER-CHECKER      TO WS-SIT-CHECKER.
           MOVE PER-FECHA-APROB  TO WS-SIT-FECHA-APR.
           MOVE WS-LIN-SITUACION TO REG-INFORME.
           PERFORM 9300-GRABAR-INFORME THRU F-9300-GRABAR-INFORME.

       F-4100-LEER-PERIODO. EXIT.

      **************************************
      *                                    *
      *  TOTALES Y CIERRE DE FILES         *
      *                                    *
      **************************************
       9999-FINAL.
           IF NOT WS-HUBO-ERROR
              MOVE WS-LIN-BLANCA TO REG-INFORME
              PERFORM 9300-GRABAR-INFORME THRU F-9300-GRABAR-INFORME
              MOVE 'NOVEDADES LEIDAS'           TO WS-RES-CONCEPTO
              MOVE WS-CANT-LEIDAS               TO WS-RES-CANT
              PERFORM 9400-LINEA-RESUMEN THRU F-9400-LINEA-RESUMEN
              MOVE 'NOVEDADES APLICADAS'        TO WS-RES-CONCEPTO
              MOVE WS-CANT-APLICADAS            TO WS-RES-CANT
              PERFORM 9400-LINEA-RESUMEN THRU F-9400-LINEA-RESUMEN
              MOVE 'NOVEDADES RECHAZADAS'       TO WS-RES-CONCEPTO
              MOVE WS-CANT-RECHAZADAS           TO WS-RES-CANT
              PERFORM 9400-LINEA-RESUMEN THRU F-9400-LINEA-RESUMEN
              MOVE 'RESOLUCIONES AUDITADAS'     TO WS-RES-CONCEPTO
              MOVE WS-CANT-AUDITADAS            TO WS-RES-CANT
              PERFORM 9400-LINEA-RESUMEN THRU F-9400-LINEA-RESUMEN
              MOVE 'PERIODOS EN CIERRE'         TO WS-RES-CONCEPTO
              MOVE WS-CANT-EN-CIERRE            TO WS-RES-CANT
              PERFORM 9400-LINEA-RESUMEN THRU F-9400-LINEA-RESUMEN
              MOVE 'PERIODOS CERRADOS'          TO WS-RES-CONCEPTO
              MOVE WS-CANT-CERRADOS             TO WS-RES-CANT
              PERFORM 9400-LINEA-RESUMEN THRU F-9400-LINEA-RESUMEN
           END-IF.

           CLOSE PERNOV.
           IF WS-NOV-CODE IS NOT EQUAL '00'
              DISPLAY '* ERROR EN CLOSE PERNOV  = ' WS-NOV-CODE
              MOVE 9999 TO RETURN-CODE
           END-IF.

           CLOSE PERCTL.
           IF WS-PER-CODE IS NOT EQUAL '00'
              DISPLAY '* ERROR EN CLOSE PERCTL  = ' WS-PER-CODE
              MOVE 9999 TO RETURN-CODE
           END-IF.

           IF WS-AUTAPR-ABIERTO
              CLOSE AUTAPR
           END-IF.

           CLOSE AUDMAE.
           IF WS-AUD-CODE IS NOT EQUAL '00'
              DISPLAY '* ERROR EN CLOSE AUDMAE  = ' WS-AUD-CODE
              MOVE 9999 TO RETURN-CODE
           END-IF.

           CLOSE INFORME.
           IF WS-INF-CODE IS NOT EQUAL '00'
              DISPLAY '* ERROR EN CLOSE INFORME = ' WS-INF-CODE
              MOVE 9999 TO RETURN-CODE
           END-IF.

           DISPLAY '************************** '.
           DISPLAY 'NOVEDADES LEIDAS        : ' WS-CANT-LEIDAS.
           DISPLAY 'NOVEDADES APLICADAS     : ' WS-CANT-APLICADAS.
           DISPLAY 'NOVEDADES RECHAZADAS    : ' WS-CANT-RECHAZADAS.
           DISPLAY 'RESOLUCIONES AUDITADAS  : ' WS-CANT-AUDITADAS.
           DISPLAY 'PERIODOS EN CIERRE      : ' WS-CANT-EN-CIERRE.
           DISPLAY 'PERIODOS CERRADOS       : ' WS-CANT-CERRADOS.

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
