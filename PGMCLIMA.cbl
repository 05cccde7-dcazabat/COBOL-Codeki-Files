      *    B  BAJA LOGICA DEL CLIENTE                          *
      *    V  VINCULA UNA CUENTA DE CTAMAE AL CLIENTE          *
      *    D  DESVINCULA UNA CUENTA DEL CLIENTE                *
      *    M  MEDIOS DE CONTACTO: EMAIL, TELEFONO Y MARCA DE   *
      *       NO NOTIFICAR ('S'/'N'); EL CAMPO EN BLANCO NO    *
      *       SE CAMBIA                                        *
      *    P  DOMICILIO POSTAL: CALLE Y NUMERO, LOCALIDAD Y    *
      *       CODIGO POSTAL (CPA); EL CAMPO EN BLANCO NO SE    *
      *       CAMBIA                                           *
      *    R  ROL DEL CLIENTE EN UNA CUENTA YA VINCULADA (P    *
      *       TITULAR PRINCIPAL, C COTITULAR, F FIRMANTE, T    *
      *       TUTOR), PORCENTAJE DE PARTICIPACION Y REGLA DE   *
      *       FIRMA (I INDISTINTA, C CONJUNTA; EN BLANCO I)    *
      *                                                        *
      *  LA NOVEDAD V PUEDE TRAER TAMBIEN ROL, PARTICIPACION Y *
      *  REGLA DE FIRMA; SIN ROL EL VINCULO QUEDA SIN INFORMAR *
      *  COMO HASTA AHORA. SOLO P Y C LLEVAN PARTICIPACION.    *
      *  AL FINAL SE CONTROLA CADA CUENTA VINCULADA, DESVIN-   *
      *  CULADA O CAMBIADA EN LA CORRIDA: UN SOLO TITULAR      *
      *  PRINCIPAL, TODOS LOS VINCULOS CON ROL Y PARTICIPACION *
      *  QUE SUME 100. LAS QUE NO CUMPLEN SALEN EN EL INFORME  *
      *  Y EL PROGRAMA TERMINA CON RC 4 (LA TITULARIDAD DE UNA *
      *  CUENTA CONJUNTA SE ARMA CON VARIAS NOVEDADES).        *
      *                                                        *
      *  HASTA AHORA TODO EL SISTEMA ERA POR CUENTA: ESTE      *
      *  CRUCE ES EL QUE PERMITE LA POSICION CONSOLIDADA POR   *
      *  LAS NOVEDADES INVALIDAS SE DESVIAN AL INFORME DE      *
      *  RECHAZOS CON SU MOTIVO.                               *
      *                                                        *
      *  UN CLIENTE FUSIONADO POR PGMCLIFU (ESTADO 'F') YA NO  *
      *  ADMITE NOVEDADES: SE RECHAZAN INFORMANDO EL CLIENTE   *
      *  QUE LO ABSORBIO.                                      *
      *                                                        *
      **********************************************************
      *      MANTENIMIENTO DE PROGRAMA                         *
      **********************************************************
      *  FECHA   *    DETALLE        * COD *
      **************************************
      *14/10/2026* CLIMAE DE 80 Y    * 001 *
      *          * RECHAZO DE NOVEDAD*     *
      *          * A FUSIONADOS      *     *
      *14/10/2026* REGISTRO CTAMAE   * 002 *
      *          * POR COPY CPCTAMA  *     *
      *15/10/2026* CLIMAE DE 160 POR * 003 *
      *          * COPY CPCLIMA Y    *     *
      *          * NOVEDAD M DE      *     *
      *          * CONTACTO Y AVISOS *     *
      *15/10/2026* CLIMAE DE 240 Y   * 004 *
      *          * NOVEDAD P DE      *     *
      *          * DOMICILIO POSTAL  *     *
      *15/10/2026* CLIXRF POR COPY   * 005 *
      *          * CPCLIXR, ROL EN   *     *
      *          * NOVEDADES V Y R Y *     *
      *          * CONTROL TITULARES *     *
      *          *                   *     *
      *          *                   *     *
      **************************************

       FD CLIMAE.

           COPY CPCLIMA.

       FD CLIXRF.

           COPY CPCLIXR.

       FD CTAMAE.

           COPY CPCTAMA.

       FD INFORME
            BLOCK CONTAINS 0 RECORDS
           88  WS-CLIENTE-HALLADO     VALUE 'S'.
           88  WS-CLIENTE-NO-HALLADO  VALUE 'N'.

       01  WS-SWITCH-ROL      PIC X     VALUE 'S'.
           88  WS-ROL-VALIDO          VALUE 'S'.
           88  WS-ROL-INVALIDO        VALUE 'N'.

       01  WS-STATUS-FIN-XRF  PIC X     VALUE 'N'.
           88  WS-FIN-VINCULOS        VALUE 'Y'.
           88  WS-NO-FIN-VINCULOS     VALUE 'N'.

       01  WS-SWITCH-TABLA    PIC X     VALUE 'N'.
           88  WS-TABLA-LLENA         VALUE 'S'.
           88  WS-TABLA-CON-LUGAR     VALUE 'N'.

      ********  CUENTAS A CONTROLAR AL FINAL  ***************
      *  CADA CUENTA CUYOS VINCULOS CAMBIARON EN LA CORRIDA,
      *  CON LO QUE SUMAN SUS VINCULOS VIGENTES EN CLIXRF
       77  WS-MAX-CTA-CONTROL   PIC 9(04)  VALUE 2000.
       77  WS-CANT-CTA-CONTROL  PIC 9(04)  VALUE ZEROS.

       01  WS-TABLA-CONTROL.
           03  WS-CON-ENT OCCURS 2000 TIMES
                          INDEXED BY WS-IDX-CON.
               05  WS-CON-CLAVE.
                   07  WS-CON-SUCURSAL  PIC 9(03).
                   07  WS-CON-CUENTA    PIC 9(08).
               05  WS-CON-VINCULOS      PIC 9(03).
               05  WS-CON-PRINCIPALES   PIC 9(03).
               05  WS-CON-SIN-ROL       PIC 9(03).
               05  WS-CON-PARTICIPACION PIC 9(05)V99.

       01  WS-CLAVE-BUSCADA.
           03  WS-BUS-SUCURSAL  PIC 9(03).
           03  WS-BUS-CUENTA    PIC 9(08).

      ********  FECHA DE PROCESO  ***************
       01  WS-FECHA             PIC 9(08)  VALUE ZEROS.

               88  WS-NOV-BAJA              VALUE 'B'.
               88  WS-NOV-VINCULA           VALUE 'V'.
               88  WS-NOV-DESVINCULA        VALUE 'D'.
               88  WS-NOV-CONTACTO          VALUE 'M'.
               88  WS-NOV-DOMICILIO         VALUE 'P'.
               88  WS-NOV-ROL-VINCULO       VALUE 'R'.
           03  WS-NOV-CLIENTE   PIC 9(08).
           03  WS-NOV-DATOS.
               05  WS-NOV-NOMBRE    PIC X(30).
               05  WS-NOV-CUIT      PIC X(11).
               05  WS-NOV-SUCURSAL  PIC 9(03).
               05  WS-NOV-CUENTA    PIC 9(08).
               05  WS-NOV-ROL       PIC X(01).
                   88  WS-NOV-ROL-INFORMADO VALUE 'P' 'C' 'F' 'T'.
                   88  WS-NOV-ROL-DUENO     VALUE 'P' 'C'.
               05  WS-NOV-PARTICIPACION PIC 9(03)V99.
               05  WS-NOV-REGLA-FIRMA   PIC X(01).
                   88  WS-NOV-REGLA-VALIDA  VALUE 'I' 'C' ' '.
               05  FILLER           PIC X(12).
           03  WS-NOV-DATOS-CONTACTO REDEFINES WS-NOV-DATOS.
               05  WS-NOV-EMAIL     PIC X(50).
               05  WS-NOV-TELEFONO  PIC X(15).
               05  WS-NOV-NO-NOTIFICAR PIC X(01).
                   88  WS-NOV-AVISO-VALIDO  VALUE 'S' 'N' ' '.
               05  FILLER           PIC X(05).
           03  WS-NOV-DATOS-DOMICILIO REDEFINES WS-NOV-DATOS.
               05  WS-NOV-DOM-CALLE      PIC X(35).
               05  WS-NOV-DOM-LOCALIDAD  PIC X(25).
               05  WS-NOV-DOM-COD-POSTAL PIC X(08).
               05  FILLER                PIC X(03).

      ********  LINEAS DEL INFORME DE RECHAZOS  ***********
       01  WS-LIN-TITULO.
           03  WS-REC-MOTIVO    PIC X(30)   VALUE SPACES.
           03  FILLER           PIC X(14)   VALUE SPACES.

       01  WS-LIN-TIT-CONTROL.
           03  FILLER           PIC X(40)
               VALUE 'CONTROL DE TITULARIDAD DE LAS CUENTAS MO'.
           03  FILLER           PIC X(17)   VALUE 'VIDAS EN EL DIA  '.
           03  FILLER           PIC X(23)   VALUE SPACES.

       01  WS-LIN-INCONSISTENTE.
           03  FILLER           PIC X(05)   VALUE ' SUC '.
           03  WS-INC-SUCURSAL  PIC 999.
           03  FILLER           PIC X(05)   VALUE ' CTA '.
           03  WS-INC-CUENTA    PIC 9(08).
           03  FILLER           PIC X(06)   VALUE ' VINC '.
           03  WS-INC-VINCULOS  PIC ZZ9.
           03  FILLER           PIC X(06)   VALUE ' PART '.
           03  WS-INC-PARTIC    PIC ZZZZ9.99.
           03  FILLER           PIC X(01)   VALUE SPACE.
           03  WS-INC-MOTIVO    PIC X(30)   VALUE SPACES.
           03  FILLER           PIC X(05)   VALUE SPACES.

       01  WS-LIN-SIN-INCONSISTENCIAS.
           03  FILLER           PIC X(40)
               VALUE ' TODAS LAS CUENTAS CONTROLADAS CUMPLEN  '.
           03  FILLER           PIC X(40)   VALUE SPACES.

       01  WS-LIN-BLANCA        PIC X(80)   VALUE SPACES.

       01  WS-MOT-FUSIONADO.
           03  FILLER           PIC X(22)
                                VALUE 'CLIENTE FUSIONADO CON '.
           03  WS-MOT-DESTINO   PIC 9(08).

      ********  CONTADORES DE PROCESO  ***************
       77  WS-CANT-LEIDAS       PIC 9(7)  VALUE ZEROS.
       77  WS-CANT-ALTAS        PIC 9(7)  VALUE ZEROS.
       77  WS-CANT-BAJAS        PIC 9(7)  VALUE ZEROS.
       77  WS-CANT-VINCULOS     PIC 9(7)  VALUE ZEROS.
       77  WS-CANT-DESVINCULOS  PIC 9(7)  VALUE ZEROS.
       77  WS-CANT-CONTACTOS    PIC 9(7)  VALUE ZEROS.
       77  WS-CANT-DOMICILIOS   PIC 9(7)  VALUE ZEROS.
       77  WS-CANT-ROLES        PIC 9(7)  VALUE ZEROS.
       77  WS-CANT-CONTROLADAS  PIC 9(7)  VALUE ZEROS.
       77  WS-CANT-INCONSISTENTES PIC 9(7) VALUE ZEROS.
       77  WS-CANT-RECHAZOS     PIC 9(7)  VALUE ZEROS.

       77  FILLER        PIC X(26) VALUE '* FINAL  WORKING-STORAGE *'.
           PERFORM 2000-PROCESO  THRU  F-2000-PROCESO
                   UNTIL WS-FIN-LECTURA.

           IF RETURN-CODE LESS 9999
              PERFORM 3000-CONTROLAR-CUENTAS
                        THRU F-3000-CONTROLAR-CUENTAS
           END-IF.

           PERFORM 9999-FINAL    THRU  F-9999-FINAL.

       F-MAIN-PROGRAM. GOBACK.
               WHEN WS-NOV-DESVINCULA
                  PERFORM 2500-DESVINCULAR-CUENTA
                            THRU F-2500-DESVINCULAR-CUENTA
               WHEN WS-NOV-CONTACTO
                  PERFORM 2600-CONTACTO-CLIENTE
                            THRU F-2600-CONTACTO-CLIENTE
               WHEN WS-NOV-DOMICILIO
                  PERFORM 2700-DOMICILIO-CLIENTE
                            THRU F-2700-DOMICILIO-CLIENTE
               WHEN WS-NOV-ROL-VINCULO
                  PERFORM 2800-ROL-VINCULO
                            THRU F-2800-ROL-VINCULO
               WHEN OTHER
                  MOVE 'ACCION INVALIDA               '
                                 TO WS-REC-MOTIVO
           MOVE WS-NOV-CUIT     TO CLI-CUIT.
           SET CLI-ACTIVO       TO TRUE.
           MOVE WS-FECHA        TO CLI-FECHA-ALTA.
           MOVE ZEROS           TO CLI-CLIENTE-DESTINO
                                   CLI-FECHA-FUSION.
           MOVE 'N'             TO CLI-NO-NOTIFICAR.

           WRITE REG-CLIMAE
              INVALID KEY
              GO TO F-2200-CAMBIO-CLIENTE
           END-IF.

           IF CLI-FUSIONADO
              PERFORM 2950-RECHAZAR-FUSIONADO
                        THRU F-2950-RECHAZAR-FUSIONADO
              GO TO F-2200-CAMBIO-CLIENTE
           END-IF.

           IF WS-NOV-NOMBRE NOT EQUAL SPACES
              MOVE WS-NOV-NOMBRE TO CLI-NOMBRE
           END-IF.
              GO TO F-2300-BAJA-CLIENTE
           END-IF.

           IF CLI-FUSIONADO
              PERFORM 2950-RECHAZAR-FUSIONADO
                        THRU F-2950-RECHAZAR-FUSIONADO
              GO TO F-2300-BAJA-CLIENTE
           END-IF.

           IF CLI-BAJA
              MOVE 'YA ESTABA DADO DE BAJA        '
                                 TO WS-REC-MOTIVO
      *                                    *
      *  VINCULA UNA CUENTA DE CTAMAE AL   *
      *  CLIENTE: EL CLIENTE DEBE ESTAR    *
      *  ACTIVO Y LA CUENTA EXISTIR; SI    *
      *  VIENE ROL SE VALIDA Y SE GRABA    *
      *                                    *
      **************************************
       2400-VINCULAR-CUENTA.
              GO TO F-2400-VINCULAR-CUENTA
           END-IF.

           IF CLI-FUSIONADO
              PERFORM 2950-RECHAZAR-FUSIONADO
                        THRU F-2950-RECHAZAR-FUSIONADO
              GO TO F-2400-VINCULAR-CUENTA
           END-IF.

           IF CLI-BAJA
              MOVE 'CLIENTE DADO DE BAJA          '
                                 TO WS-REC-MOTIVO
              GO TO F-2400-VINCULAR-CUENTA
           END-IF.

           IF WS-NOV-ROL NOT EQUAL SPACES
              PERFORM 2450-VALIDAR-ROL THRU F-2450-VALIDAR-ROL
              IF WS-ROL-INVALIDO
                 GO TO F-2400-VINCULAR-CUENTA
              END-IF
           END-IF.

           MOVE WS-NOV-SUCURSAL TO CTA-SUCURSAL.
           MOVE WS-NOV-CUENTA   TO CTA-CUENTA.
           READ CTAMAE RECORD KEY IS CTA-CLAVE
                   MOVE WS-NOV-CUENTA   TO XRF-CUENTA
                   SET XRF-VIGENTE      TO TRUE
                   MOVE WS-FECHA        TO XRF-FECHA
                   MOVE ZEROS           TO XRF-PARTICIPACION
                   PERFORM 2470-PASAR-ROL THRU F-2470-PASAR-ROL
                   WRITE REG-CLIXRF
                      INVALID KEY
                         DISPLAY '* ERROR EN WRITE CLIXRF = '
                         MOVE 9999 TO RETURN-CODE
                   END-WRITE
                   ADD 1 TO WS-CANT-VINCULOS
                   PERFORM 2480-ANOTAR-CUENTA
                             THRU F-2480-ANOTAR-CUENTA
                NOT INVALID KEY
                   IF XRF-VIGENTE
                      MOVE 'VINCULO YA VIGENTE            '
                   ELSE
                      SET XRF-VIGENTE TO TRUE
                      MOVE WS-FECHA   TO XRF-FECHA
                      PERFORM 2470-PASAR-ROL THRU F-2470-PASAR-ROL
                      REWRITE REG-CLIXRF
                         INVALID KEY
                            DISPLAY '* ERROR EN REWRITE CLIXRF = '
                            MOVE 9999 TO RETURN-CODE
                      END-REWRITE
                      ADD 1 TO WS-CANT-VINCULOS
                      PERFORM 2480-ANOTAR-CUENTA
                                THRU F-2480-ANOTAR-CUENTA
                   END-IF
           END-READ.

       F-2400-VINCULAR-CUENTA. EXIT.

      **************************************
      *                                    *
      *  VALIDA ROL, PARTICIPACION Y REGLA *
      *  DE FIRMA DE LA NOVEDAD: SOLO EL   *
      *  TITULAR Y EL COTITULAR SON DUENOS *
      *                                    *
      **************************************
       2450-VALIDAR-ROL.
           SET WS-ROL-INVALIDO TO TRUE.

           IF NOT WS-NOV-ROL-INFORMADO
              MOVE 'ROL DEL VINCULO INVALIDO      '
                                 TO WS-REC-MOTIVO
              PERFORM 2900-RECHAZAR-NOVEDAD
                        THRU F-2900-RECHAZAR-NOVEDAD
              GO TO F-2450-VALIDAR-ROL
           END-IF.

           IF WS-NOV-PARTICIPACION IS NOT NUMERIC
              MOVE 'PARTICIPACION NO NUMERICA     '
                                 TO WS-REC-MOTIVO
              PERFORM 2900-RECHAZAR-NOVEDAD
                        THRU F-2900-RECHAZAR-NOVEDAD
              GO TO F-2450-VALIDAR-ROL
           END-IF.

           IF WS-NOV-PARTICIPACION GREATER 100
              MOVE 'PARTICIPACION MAYOR A 100     '
                                 TO WS-REC-MOTIVO
              PERFORM 2900-RECHAZAR-NOVEDAD
                        THRU F-2900-RECHAZAR-NOVEDAD
              GO TO F-2450-VALIDAR-ROL
           END-IF.

           IF WS-NOV-ROL-DUENO AND WS-NOV-PARTICIPACION EQUAL ZEROS
              MOVE 'TITULAR SIN PARTICIPACION     '
                                 TO WS-REC-MOTIVO
              PERFORM 2900-RECHAZAR-NOVEDAD
                        THRU F-2900-RECHAZAR-NOVEDAD
              GO TO F-2450-VALIDAR-ROL
           END-IF.

           IF NOT WS-NOV-ROL-DUENO AND
              WS-NOV-PARTICIPACION GREATER ZEROS
              MOVE 'FIRMANTE O TUTOR CON PARTICIP.'
                                 TO WS-REC-MOTIVO
              PERFORM 2900-RECHAZAR-NOVEDAD
                        THRU F-2900-RECHAZAR-NOVEDAD
              GO TO F-2450-VALIDAR-ROL
           END-IF.

           IF NOT WS-NOV-REGLA-VALIDA
              MOVE 'REGLA DE FIRMA INVALIDA       '
                                 TO WS-REC-MOTIVO
              PERFORM 2900-RECHAZAR-NOVEDAD
                        THRU F-2900-RECHAZAR-NOVEDAD
              GO TO F-2450-VALIDAR-ROL
           END-IF.

           SET WS-ROL-VALIDO TO TRUE.

       F-2450-VALIDAR-ROL. EXIT.

      **************************************
      *                                    *
      *  PASA AL VINCULO EL ROL DE LA      *
      *  NOVEDAD, SI VINO INFORMADO        *
      *                                    *
      **************************************
       2470-PASAR-ROL.
           IF WS-NOV-ROL EQUAL SPACES
              GO TO F-2470-PASAR-ROL
           END-IF.

           MOVE WS-NOV-ROL           TO XRF-ROL.
           MOVE WS-NOV-PARTICIPACION TO XRF-PARTICIPACION.

           IF WS-NOV-REGLA-FIRMA EQUAL SPACES
              SET XRF-FIRMA-INDISTINTA TO TRUE
           ELSE
              MOVE WS-NOV-REGLA-FIRMA TO XRF-REGLA-FIRMA
           END-IF.

       F-2470-PASAR-ROL. EXIT.

      **************************************
      *                                    *
      *  ANOTA LA CUENTA DE LA NOVEDAD     *
      *  PARA EL CONTROL DE TITULARIDAD    *
      *  DEL FINAL, UNA SOLA VEZ           *
      *                                    *
      **************************************
       2480-ANOTAR-CUENTA.
           MOVE WS-NOV-SUCURSAL TO WS-BUS-SUCURSAL.
           MOVE WS-NOV-CUENTA   TO WS-BUS-CUENTA.

           PERFORM 3150-BUSCAR-CUENTA THRU F-3150-BUSCAR-CUENTA.

           IF WS-IDX-CON NOT GREATER WS-CANT-CTA-CONTROL
              GO TO F-2480-ANOTAR-CUENTA
           END-IF.

           IF WS-CANT-CTA-CONTROL NOT LESS WS-MAX-CTA-CONTROL
              IF WS-TABLA-CON-LUGAR
                 SET WS-TABLA-LLENA TO TRUE
                 DISPLAY '* TABLA DE CUENTAS A CONTROLAR LLENA, '
                         'VER EL INFORME PGMCLITI'
                 IF RETURN-CODE LESS 4
                    MOVE 4 TO RETURN-CODE
                 END-IF
              END-IF
              GO TO F-2480-ANOTAR-CUENTA
           END-IF.

           ADD 1 TO WS-CANT-CTA-CONTROL.
           MOVE WS-CLAVE-BUSCADA TO WS-CON-CLAVE (WS-CANT-CTA-CONTROL).
           MOVE ZEROS TO WS-CON-VINCULOS      (WS-CANT-CTA-CONTROL)
                         WS-CON-PRINCIPALES   (WS-CANT-CTA-CONTROL)
                         WS-CON-SIN-ROL       (WS-CANT-CTA-CONTROL)
                         WS-CON-PARTICIPACION (WS-CANT-CTA-CONTROL).

       F-2480-ANOTAR-CUENTA. EXIT.

      **************************************
      *                                    *
      *  DESVINCULA UNA CUENTA DEL         *
                         MOVE 9999 TO RETURN-CODE
                   END-REWRITE
                   ADD 1 TO WS-CANT-DESVINCULOS
                   PERFORM 2480-ANOTAR-CUENTA
                             THRU F-2480-ANOTAR-CUENTA
           END-READ.

       F-2500-DESVINCULAR-CUENTA. EXIT.

      **************************************
      *                                    *
      *  MEDIOS DE CONTACTO DEL CLIENTE    *
      *  PARA LOS AVISOS: SOLO CAMBIA LOS  *
      *  CAMPOS INFORMADOS                 *
      *                                    *
      **************************************
       2600-CONTACTO-CLIENTE.
           PERFORM 2050-BUSCAR-CLIENTE THRU F-2050-BUSCAR-CLIENTE.

           IF WS-CLIENTE-NO-HALLADO
              MOVE 'CLIENTE INEXISTENTE           '
                                 TO WS-REC-MOTIVO
              PERFORM 2900-RECHAZAR-NOVEDAD
                        THRU F-2900-RECHAZAR-NOVEDAD
              GO TO F-2600-CONTACTO-CLIENTE
           END-IF.

           IF CLI-FUSIONADO
              PERFORM 2950-RECHAZAR-FUSIONADO
                        THRU F-2950-RECHAZAR-FUSIONADO
              GO TO F-2600-CONTACTO-CLIENTE
           END-IF.

           IF NOT WS-NOV-AVISO-VALIDO
              MOVE 'MARCA NO NOTIFICAR INVALIDA   '
                                 TO WS-REC-MOTIVO
              PERFORM 2900-RECHAZAR-NOVEDAD
                        THRU F-2900-RECHAZAR-NOVEDAD
              GO TO F-2600-CONTACTO-CLIENTE
           END-IF.

           IF WS-NOV-EMAIL        EQUAL SPACES AND
              WS-NOV-TELEFONO     EQUAL SPACES AND
              WS-NOV-NO-NOTIFICAR EQUAL SPACES
              MOVE 'SIN DATOS DE CONTACTO         '
                                 TO WS-REC-MOTIVO
              PERFORM 2900-RECHAZAR-NOVEDAD
                        THRU F-2900-RECHAZAR-NOVEDAD
              GO TO F-2600-CONTACTO-CLIENTE
           END-IF.

           IF WS-NOV-EMAIL NOT EQUAL SPACES
              MOVE WS-NOV-EMAIL TO CLI-EMAIL
           END-IF.
           IF WS-NOV-TELEFONO NOT EQUAL SPACES
              MOVE WS-NOV-TELEFONO TO CLI-TELEFONO
           END-IF.
           IF WS-NOV-NO-NOTIFICAR NOT EQUAL SPACES
              MOVE WS-NOV-NO-NOTIFICAR TO CLI-NO-NOTIFICAR
           END-IF.

           REWRITE REG-CLIMAE
              INVALID KEY
                 DISPLAY '* ERROR EN REWRITE CLIMAE = ' WS-CLI-CODE
                 MOVE 9999 TO RETURN-CODE
                 SET WS-FIN-LECTURA TO TRUE
           END-REWRITE.

           IF WS-CLI-CODE EQUAL '00'
              ADD 1 TO WS-CANT-CONTACTOS
           END-IF.

       F-2600-CONTACTO-CLIENTE. EXIT.

      **************************************
      *                                    *
      *  DOMICILIO POSTAL DEL CLIENTE PARA *
      *  LA CORRESPONDENCIA: SOLO CAMBIA   *
      *  LOS CAMPOS INFORMADOS             *
      *                                    *
      **************************************
       2700-DOMICILIO-CLIENTE.
           PERFORM 2050-BUSCAR-CLIENTE THRU F-2050-BUSCAR-CLIENTE.

           IF WS-CLIENTE-NO-HALLADO
              MOVE 'CLIENTE INEXISTENTE           '
                                 TO WS-REC-MOTIVO
              PERFORM 2900-RECHAZAR-NOVEDAD
                        THRU F-2900-RECHAZAR-NOVEDAD
              GO TO F-2700-DOMICILIO-CLIENTE
           END-IF.

           IF CLI-FUSIONADO
              PERFORM 2950-RECHAZAR-FUSIONADO
                        THRU F-2950-RECHAZAR-FUSIONADO
              GO TO F-2700-DOMICILIO-CLIENTE
           END-IF.

           IF WS-NOV-DOM-CALLE      EQUAL SPACES AND
              WS-NOV-DOM-LOCALIDAD  EQUAL SPACES AND
              WS-NOV-DOM-COD-POSTAL EQUAL SPACES
              MOVE 'SIN DATOS DE DOMICILIO        '
                                 TO WS-REC-MOTIVO
              PERFORM 2900-RECHAZAR-NOVEDAD
                        THRU F-2900-RECHAZAR-NOVEDAD
              GO TO F-2700-DOMICILIO-CLIENTE
           END-IF.

           IF WS-NOV-DOM-CALLE NOT EQUAL SPACES
              MOVE WS-NOV-DOM-CALLE      TO CLI-DOM-CALLE
           END-IF.
           IF WS-NOV-DOM-LOCALIDAD NOT EQUAL SPACES
              MOVE WS-NOV-DOM-LOCALIDAD  TO CLI-DOM-LOCALIDAD
           END-IF.
           IF WS-NOV-DOM-COD-POSTAL NOT EQUAL SPACES
              MOVE WS-NOV-DOM-COD-POSTAL TO CLI-DOM-COD-POSTAL
           END-IF.

           REWRITE REG-CLIMAE
              INVALID KEY
                 DISPLAY '* ERROR EN REWRITE CLIMAE = ' WS-CLI-CODE
                 MOVE 9999 TO RETURN-CODE
                 SET WS-FIN-LECTURA TO TRUE
           END-REWRITE.

           IF WS-CLI-CODE EQUAL '00'
              ADD 1 TO WS-CANT-DOMICILIOS
           END-IF.

       F-2700-DOMICILIO-CLIENTE. EXIT.

      **************************************
      *                                    *
      *  ROL, PARTICIPACION Y REGLA DE     *
      *  FIRMA DE UN VINCULO VIGENTE       *
      *                                    *
      **************************************
       2800-ROL-VINCULO.
           PERFORM 2450-VALIDAR-ROL THRU F-2450-VALIDAR-ROL.

           IF WS-ROL-INVALIDO
              GO TO F-2800-ROL-VINCULO
           END-IF.

           MOVE WS-NOV-CLIENTE  TO XRF-CLIENTE.
           MOVE WS-NOV-SUCURSAL TO XRF-SUCURSAL.
           MOVE WS-NOV-CUENTA   TO XRF-CUENTA.

           READ CLIXRF RECORD KEY IS XRF-CLAVE
                INVALID KEY
                   MOVE 'VINCULO INEXISTENTE           '
                                 TO WS-REC-MOTIVO
                   PERFORM 2900-RECHAZAR-NOVEDAD
                             THRU F-2900-RECHAZAR-NOVEDAD
                   GO TO F-2800-ROL-VINCULO
           END-READ.

           IF NOT XRF-VIGENTE
              MOVE 'VINCULO NO VIGENTE            '
                                 TO WS-REC-MOTIVO
              PERFORM 2900-RECHAZAR-NOVEDAD
                        THRU F-2900-RECHAZAR-NOVEDAD
              GO TO F-2800-ROL-VINCULO
           END-IF.

           PERFORM 2470-PASAR-ROL THRU F-2470-PASAR-ROL.
           MOVE WS-FECHA TO XRF-FECHA.

           REWRITE REG-CLIXRF
              INVALID KEY
                 DISPLAY '* ERROR EN REWRITE CLIXRF = ' WS-XRF-CODE
                 MOVE 9999 TO RETURN-CODE
                 SET WS-FIN-LECTURA TO TRUE
           END-REWRITE.

           IF WS-XRF-CODE EQUAL '00'
              ADD 1 TO WS-CANT-ROLES
              PERFORM 2480-ANOTAR-CUENTA
                        THRU F-2480-ANOTAR-CUENTA
           END-IF.

       F-2800-ROL-VINCULO. EXIT.

      **************************************
      *                                    *
      *  DESVIA UNA NOVEDAD RECHAZADA AL   *

           MOVE WS-NOV-ACCION   TO WS-REC-ACCION.
           MOVE WS-NOV-CLIENTE  TO WS-REC-CLIENTE.
           IF WS-NOV-CONTACTO
              MOVE ZEROS           TO WS-REC-SUCURSAL
                                      WS-REC-CUENTA
           ELSE
              MOVE WS-NOV-SUCURSAL TO WS-REC-SUCURSAL
              MOVE WS-NOV-CUENTA   TO WS-REC-CUENTA
           END-IF.

           MOVE WS-LIN-RECHAZO TO REG-INFORME.
           PERFORM 9300-GRABAR-INFORME THRU F-9300-GRABAR-INFORME.

       F-2900-RECHAZAR-NOVEDAD. EXIT.

      **************************************
      *                                    *
      *  NOVEDAD A UN CLIENTE FUSIONADO:   *
      *  SE RECHAZA INDICANDO A QUE        *
      *  CLIENTE HAY QUE DIRIGIRLA         *
      *                                    *
      **************************************
       2950-RECHAZAR-FUSIONADO.
           MOVE CLI-CLIENTE-DESTINO TO WS-MOT-DESTINO.
           MOVE WS-MOT-FUSIONADO    TO WS-REC-MOTIVO.
           PERFORM 2900-RECHAZAR-NOVEDAD
                     THRU F-2900-RECHAZAR-NOVEDAD.

       F-2950-RECHAZAR-FUSIONADO. EXIT.

      **************************************
      *                                    *
      *  CONTROL DE TITULARIDAD DE LAS     *
      *  CUENTAS MOVIDAS EN LA CORRIDA:    *
      *  UNA PASADA POR CLIXRF SUMANDO SUS *
      *  VINCULOS VIGENTES                 *
      *                                    *
      **************************************
       3000-CONTROLAR-CUENTAS.
           IF WS-CANT-CTA-CONTROL EQUAL ZEROS
              GO TO F-3000-CONTROLAR-CUENTAS
           END-IF.

           SET WS-NO-FIN-VINCULOS TO TRUE.

           MOVE LOW-VALUES TO XRF-CLAVE.
           START CLIXRF KEY IS NOT LESS XRF-CLAVE
                 INVALID KEY SET WS-FIN-VINCULOS TO TRUE
           END-START.

           PERFORM 3100-SUMAR-VINCULO THRU F-3100-SUMAR-VINCULO
                   UNTIL WS-FIN-VINCULOS.

           IF RETURN-CODE NOT LESS 9999
              GO TO F-3000-CONTROLAR-CUENTAS
           END-IF.

           MOVE WS-LIN-BLANCA      TO REG-INFORME.
           PERFORM 9300-GRABAR-INFORME THRU F-9300-GRABAR-INFORME.
           MOVE WS-LIN-TIT-CONTROL TO REG-INFORME.
           PERFORM 9300-GRABAR-INFORME THRU F-9300-GRABAR-INFORME.

           PERFORM 3200-CONTROLAR-UNA THRU F-3200-CONTROLAR-UNA
                   VARYING WS-IDX-CON FROM 1 BY 1
                   UNTIL WS-IDX-CON GREATER WS-CANT-CTA-CONTROL.

           IF WS-CANT-INCONSISTENTES EQUAL ZEROS
              MOVE WS-LIN-SIN-INCONSISTENCIAS TO REG-INFORME
              PERFORM 9300-GRABAR-INFORME THRU F-9300-GRABAR-INFORME
           ELSE
              IF RETURN-CODE LESS 4
                 MOVE 4 TO RETURN-CODE
              END-IF
           END-IF.

       F-3000-CONTROLAR-CUENTAS. EXIT.

       3100-SUMAR-VINCULO.
           READ CLIXRF NEXT RECORD
                AT END
                   SET WS-FIN-VINCULOS TO TRUE
                   GO TO F-3100-SUMAR-VINCULO
           END-READ.

           IF WS-XRF-CODE IS NOT EQUAL '00'
              DISPLAY '* ERROR EN LECTURA CLIXRF = ' WS-XRF-CODE
              MOVE 9999 TO RETURN-CODE
              SET WS-FIN-VINCULOS TO TRUE
              GO TO F-3100-SUMAR-VINCULO
           END-IF.

           IF NOT XRF-VIGENTE
              GO TO F-3100-SUMAR-VINCULO
           END-IF.

           MOVE XRF-SUCURSAL TO WS-BUS-SUCURSAL.
           MOVE XRF-CUENTA   TO WS-BUS-CUENTA.
           PERFORM 3150-BUSCAR-CUENTA THRU F-3150-BUSCAR-CUENTA.

           IF WS-IDX-CON GREATER WS-CANT-CTA-CONTROL
              GO TO F-3100-SUMAR-VINCULO
           END-IF.

           ADD 1 TO WS-CON-VINCULOS (WS-IDX-CON).

           IF XRF-TITULAR-PRINCIPAL
              ADD 1 TO WS-CON-PRINCIPALES (WS-IDX-CON)
           END-IF.

           IF NOT XRF-ROL-VALIDO
              ADD 1 TO WS-CON-SIN-ROL (WS-IDX-CON)
           END-IF.

           IF XRF-ROL-DUENO AND XRF-PARTICIPACION IS NUMERIC
              ADD XRF-PARTICIPACION TO WS-CON-PARTICIPACION (WS-IDX-CON)
           END-IF.

       F-3100-SUMAR-VINCULO. EXIT.

      **************************************
      *                                    *
      *  UBICA LA CUENTA BUSCADA EN LA     *
      *  TABLA; SI NO ESTA EL INDICE QUEDA *
      *  PASADO DEL ULTIMO ELEMENTO        *
      *                                    *
      **************************************
       3150-BUSCAR-CUENTA.
           SET WS-IDX-CON TO 1.
           PERFORM 3160-AVANZAR-CUENTA THRU F-3160-AVANZAR-CUENTA
                   UNTIL WS-IDX-CON GREATER WS-CANT-CTA-CONTROL
                   OR WS-CON-CLAVE (WS-IDX-CON)
                                EQUAL WS-CLAVE-BUSCADA.

       F-3150-BUSCAR-CUENTA. EXIT.

       3160-AVANZAR-CUENTA.
           SET WS-IDX-CON UP BY 1.

       F-3160-AVANZAR-CUENTA. EXIT.

      **************************************
      *                                    *
      *  UNA CUENTA CONTROLADA: SIN        *
      *  VINCULOS VIGENTES NO SE CONTROLA  *
      *                                    *
      **************************************
       3200-CONTROLAR-UNA.
           IF WS-CON-VINCULOS (WS-IDX-CON) EQUAL ZEROS
              GO TO F-3200-CONTROLAR-UNA
           END-IF.

           ADD 1 TO WS-CANT-CONTROLADAS.

           EVALUATE TRUE
               WHEN WS-CON-SIN-ROL (WS-IDX-CON) GREATER ZEROS
                  MOVE 'VINCULOS SIN ROL INFORMADO    '
                                 TO WS-INC-MOTIVO
               WHEN WS-CON-PRINCIPALES (WS-IDX-CON) EQUAL ZEROS
                  MOVE 'SIN TITULAR PRINCIPAL         '
                                 TO WS-INC-MOTIVO
               WHEN WS-CON-PRINCIPALES (WS-IDX-CON) GREATER 1
                  MOVE 'MAS DE UN TITULAR PRINCIPAL   '
                                 TO WS-INC-MOTIVO
               WHEN WS-CON-PARTICIPACION (WS-IDX-CON) NOT EQUAL 100
                  MOVE 'PARTICIPACION NO SUMA 100     '
                                 TO WS-INC-MOTIVO
               WHEN OTHER
                  GO TO F-3200-CONTROLAR-UNA
           END-EVALUATE.

           ADD 1 TO WS-CANT-INCONSISTENTES.

           MOVE WS-CON-SUCURSAL (WS-IDX-CON)      TO WS-INC-SUCURSAL.
           MOVE WS-CON-CUENTA (WS-IDX-CON)        TO WS-INC-CUENTA.
           MOVE WS-CON-VINCULOS (WS-IDX-CON)      TO WS-INC-VINCULOS.
           MOVE WS-CON-PARTICIPACION (WS-IDX-CON) TO WS-INC-PARTIC.
           MOVE WS-LIN-INCONSISTENTE TO REG-INFORME.
           PERFORM 9300-GRABAR-INFORME THRU F-9300-GRABAR-INFORME.

       F-3200-CONTROLAR-UNA. EXIT.

      **************************************
      *                                    *
      *  RESUMEN DEL MANTENIMIENTO Y       *
           DISPLAY 'CUENTAS VINCULADAS      : ' WS-CANT-VINCULOS.
           DISPLAY 'CUENTAS DESVINCULADAS   : '
                                          WS-CANT-DESVINCULOS.
           DISPLAY 'CAMBIOS DE CONTACTO     : ' WS-CANT-CONTACTOS.
           DISPLAY 'CAMBIOS DE DOMICILIO    : ' WS-CANT-DOMICILIOS.
           DISPLAY 'CAMBIOS DE ROL          : ' WS-CANT-ROLES.
           DISPLAY 'CUENTAS CONTROLADAS     : ' WS-CANT-CONTROLADAS.
           DISPLAY 'CUENTAS INCONSISTENTES  : '
                                          WS-CANT-INCONSISTENTES.
           DISPLAY 'NOVEDADES RECHAZADAS    : ' WS-CANT-RECHAZOS.

       F-9999-FINAL. EXIT.
