      *  DE CADA CUENTA PARA CONSULTAS EN LINEA Y PARA LOS     *
      *  PROCESOS BATCH QUE NECESITAN ACCESO DIRECTO.          *
      *                                                        *
      *  LA ENTRADA SIGUE MANDANDO EN LO QUE PASA EN EL        *
      *  SISTEMA DE ORIGEN, PERO SIN PISAR LO QUE IMPUTA LA    *
      *  IMPUTACION NOCTURNA (PGMPOSTE): CTA-SALDO-ORIGEN      *
      *  GUARDA EL ULTIMO SALDO DE LA ENTRADA, Y LA DIFERENCIA *
      *  ENTRE EL SALDO DE HOY Y ESE CAMPO SE SUMA A           *
      *  CTA-IMPORTE. SI HUBO DIFERENCIA SE MUEVE TAMBIEN LA   *
      *  FECHA DE ULTIMO MOVIMIENTO (BASE DEL INFORME DE       *
      *  CUENTAS INACTIVAS). EN EL ALTA AMBOS SALDOS SON EL DE *
      *  LA ENTRADA. UN REGISTRO SIN SALDO DE ORIGEN (ANTERIOR *
      *  AL CAMPO O DADO DE ALTA POR PGMAPCTA) LO INICIA CON   *
      *  LA ENTRADA DE HOY SIN TOCAR EL SALDO.                 *
      *                                                        *
      *  LAS CUENTAS CERRADAS POR PGMCIECT (CTA-FECHA-CIERRE   *
      *  INFORMADA) NO SE REACTIVAN NI SE LES CAMBIA EL SALDO  *
      *  AUNQUE LA ENTRADA LAS SIGA TRAYENDO: SOLO SE GUARDA   *
      *  EL SALDO DE ORIGEN, PARA QUE EL CONTROL CONTRA SUCTOT *
      *  SIGA CERRANDO, Y SE LISTAN EN EL INFORME DE CONTROL   *
      *  CON LA DIFERENCIA NO SUMADA (RC 4), IGUAL QUE UNA     *
      *  DIFERENCIA QUE DESBORDARIA EL SALDO.                  *
      *                                                        *
      *  LOS REGISTROS DE AUDITORIA HEADER/TRAILER QUE TRAE    *
      *  LA SALIDA DE PGMEDITA SE DESCARTAN.                   *
      **********************************************************
      *  FECHA   *    DETALLE        * COD *
      **************************************
      *14/10/2026* REGISTRO CTAMAE   * 001 *
      *          * POR COPY CPCTAMA  *     *
      *          * ALTA CON APERTURA *     *
      *15/10/2026* SALDO NO SE PISA  * 002 *
      *          * NI SE REACTIVAN   *     *
      *          * LAS CERRADAS      *     *
      *15/10/2026* SALDO DE ORIGEN:  * 003 *
      *          * SE SUMA LA        *     *
      *          * DIFERENCIA DE LA  *     *
      *          * ENTRADA           *     *
      *          *                   *     *
      *          *                   *     *
      **************************************
                    RECORD KEY IS CTA-CLAVE
                    FILE STATUS IS WS-CTA-CODE.

             SELECT INFORME ASSIGN DDINFORM
                    FILE STATUS IS WS-INF-CODE.

             SELECT PARMS   ASSIGN DDPARM
                    FILE STATUS IS WS-PARM-CODE.


       FD CTAMAE.

           COPY CPCTAMA.

       FD INFORME
            BLOCK CONTAINS 0 RECORDS
            RECORDING MODE IS F.

       01 REG-INFORME    PIC X(80).

       FD PARMS
            BLOCK CONTAINS 0 RECORDS
       77  FILLER        PIC X(26) VALUE '* CODIGOS RETORNO FILES  *'.
       77  WS-ENT-CODE      PIC XX    VALUE SPACES.
       77  WS-CTA-CODE      PIC XX    VALUE SPACES.
       77  WS-INF-CODE      PIC XX    VALUE SPACES.
       77  WS-PARM-CODE     PIC XX    VALUE SPACES.

       01  WS-STATUS-FIN    PIC X.
       77  WS-CANT-ALTAS        PIC 9(7)  VALUE ZEROS.
       77  WS-CANT-ACTUALIZADAS PIC 9(7)  VALUE ZEROS.
       77  WS-CANT-CON-MOVIM    PIC 9(7)  VALUE ZEROS.
       77  WS-CANT-INICIADAS    PIC 9(7)  VALUE ZEROS.
       77  WS-CANT-CERRADAS     PIC 9(7)  VALUE ZEROS.
       77  WS-CANT-DESBORDES    PIC 9(7)  VALUE ZEROS.

       77  WS-DIFERENCIA        PIC S9(08)V99 VALUE ZEROS.
       77  WS-SALDO-NUEVO       PIC S9(07)V99 VALUE ZEROS.

      ********  LINEAS DEL INFORME DE CONTROL  ***************
       01  WS-LIN-TITULO.
           03  FILLER           PIC X(44)  VALUE
               'MANTENIMIENTO DE CTAMAE - CONTROL           '.
           03  WS-TIT-FECHA     PIC 9(08).
           03  FILLER           PIC X(28)  VALUE SPACES.

       01  WS-LIN-ENCABEZADO.
           03  FILLER           PIC X(13)  VALUE 'SUC CUENTA   '.
           03  FILLER           PIC X(13)  VALUE ' SALDO CTAMAE'.
           03  FILLER           PIC X(01)  VALUE SPACE.
           03  FILLER           PIC X(13)  VALUE 'SALDO ENTRADA'.
           03  FILLER           PIC X(01)  VALUE SPACE.
           03  FILLER           PIC X(14)  VALUE '    DIFERENCIA'.
           03  FILLER           PIC X(01)  VALUE SPACE.
           03  FILLER           PIC X(24)  VALUE 'OBSERVACION'.

       01  WS-LIN-DIFERENCIA.
           03  WS-DIF-SUCURSAL  PIC 9(03).
           03  FILLER           PIC X(01)  VALUE SPACE.
           03  WS-DIF-CUENTA    PIC 9(08).
           03  FILLER           PIC X(01)  VALUE SPACE.
           03  WS-DIF-SALDO-CTA PIC Z,ZZZ,ZZ9.99-.
           03  FILLER           PIC X(01)  VALUE SPACE.
           03  WS-DIF-SALDO-ENT PIC Z,ZZZ,ZZ9.99-.
           03  FILLER           PIC X(01)  VALUE SPACE.
           03  WS-DIF-DIFERENCIA PIC ZZ,ZZZ,ZZ9.99-.
           03  FILLER           PIC X(01)  VALUE SPACE.
           03  WS-DIF-OBSERVACION PIC X(24).

       01  WS-LIN-RESUMEN.
           03  WS-RES-TEXTO     PIC X(40).
           03  WS-RES-VALOR     PIC ZZZ,ZZZ,ZZ9.
           03  FILLER           PIC X(29)  VALUE SPACES.

       01  WS-LIN-BLANCA        PIC X(80)  VALUE SPACES.

       77  FILLER        PIC X(26) VALUE '* FINAL  WORKING-STORAGE *'.

              SET  WS-FIN-LECTURA TO TRUE
           END-IF.

           OPEN OUTPUT INFORME.
           IF WS-INF-CODE IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN INFORME = ' WS-INF-CODE
              MOVE 9999 TO RETURN-CODE
              SET  WS-FIN-LECTURA TO TRUE
           ELSE
              MOVE WS-FECHA          TO WS-TIT-FECHA
              MOVE WS-LIN-TITULO     TO REG-INFORME
              PERFORM 9300-GRABAR-INFORME THRU F-9300-GRABAR-INFORME
              MOVE WS-LIN-ENCABEZADO TO REG-INFORME
              PERFORM 9300-GRABAR-INFORME THRU F-9300-GRABAR-INFORME
           END-IF.

           READ ENTRADA INTO WS-REG-ENTRADA
                        AT END SET WS-FIN-LECTURA TO TRUE.

      **************************************
      *                                    *
      *  BUSCA LA CUENTA EN EL MAESTRO Y   *
      *  LA DA DE ALTA O LA ACTUALIZA      *
      *                                    *
      **************************************
       2100-APLICAR-CUENTA.
           MOVE WS-NRO-CUENTA   TO CTA-CUENTA.
           MOVE WS-TIPO-CUENTA  TO CTA-TIPO.
           MOVE WS-ESTADO-CUENTA TO CTA-ESTADO.
           MOVE WS-SUC-IMPORTE  TO CTA-IMPORTE
                                   CTA-SALDO-ORIGEN.
           MOVE WS-MONEDA-CUENTA TO CTA-MONEDA.
           MOVE WS-FECHA        TO CTA-FECHA-ULT-MOV.
           MOVE WS-FECHA        TO CTA-FECHA-ACTUAL.
           MOVE WS-FECHA        TO CTA-FECHA-APERTURA.
           MOVE ZEROS           TO CTA-FECHA-CIERRE
                                   CTA-MOTIVO-CIERRE
                                   CTA-CLIENTE.
           PERFORM 2250-ARMAR-PRODUCTO THRU F-2250-ARMAR-PRODUCTO.

           WRITE REG-CTAMAE
              INVALID KEY

       F-2200-ALTA-CUENTA. EXIT.

      **************************************
      *                                    *
      *  CODIGO DE PRODUCTO DE LA CUENTA:  *
      *  LINEA SEGUN EL TIPO + MONEDA      *
      *                                    *
      **************************************
       2250-ARMAR-PRODUCTO.
           IF CTA-TIPO EQUAL 2
              SET CTA-PRO-CTA-CTE     TO TRUE
           ELSE
              SET CTA-PRO-CAJA-AHORRO TO TRUE
           END-IF.
           MOVE CTA-MONEDA      TO CTA-PRO-MONEDA.

       F-2250-ARMAR-PRODUCTO. EXIT.

      **************************************
      *                                    *
      *  ACTUALIZACION DE UNA CUENTA YA    *
      *  EXISTENTE EN EL MAESTRO: SE SUMA  *
      *  LA DIFERENCIA DEL SALDO DE ORIGEN *
      *  SOBRE LO QUE DEJO LA IMPUTACION;  *
      *  UNA CUENTA CERRADA SOLO GUARDA EL *
      *  SALDO DE ORIGEN                   *
      *                                    *
      **************************************
       2300-ACTUALIZAR-CUENTA.
           IF CTA-SALDO-ORIGEN IS NOT NUMERIC
              ADD 1 TO WS-CANT-INICIADAS
              MOVE WS-SUC-IMPORTE TO CTA-SALDO-ORIGEN
           END-IF.

           COMPUTE WS-DIFERENCIA = WS-SUC-IMPORTE - CTA-SALDO-ORIGEN.

           IF CTA-FECHA-CIERRE IS NUMERIC AND
              CTA-FECHA-CIERRE NOT EQUAL ZEROS
              ADD 1 TO WS-CANT-CERRADAS
              MOVE 'CERRADA, NO SE REACTIVA' TO WS-DIF-OBSERVACION
              PERFORM 2350-INFORMAR-CUENTA
                        THRU F-2350-INFORMAR-CUENTA
              MOVE WS-SUC-IMPORTE TO CTA-SALDO-ORIGEN
              GO TO 2300-REGRABAR
           END-IF.

           IF WS-DIFERENCIA NOT EQUAL ZEROS
              COMPUTE WS-SALDO-NUEVO = CTA-IMPORTE + WS-DIFERENCIA
                  ON SIZE ERROR
                     ADD 1 TO WS-CANT-DESBORDES
                     MOVE 'SALDO DESBORDADO'   TO WS-DIF-OBSERVACION
                     PERFORM 2350-INFORMAR-CUENTA
                               THRU F-2350-INFORMAR-CUENTA
                     GO TO F-2300-ACTUALIZAR-CUENTA
              END-COMPUTE
              ADD 1 TO WS-CANT-CON-MOVIM
              MOVE WS-SALDO-NUEVO TO CTA-IMPORTE
              MOVE WS-FECHA       TO CTA-FECHA-ULT-MOV
           END-IF.

           MOVE WS-SUC-IMPORTE   TO CTA-SALDO-ORIGEN.
           MOVE WS-TIPO-CUENTA   TO CTA-TIPO.
           MOVE WS-ESTADO-CUENTA TO CTA-ESTADO.
           MOVE WS-MONEDA-CUENTA TO CTA-MONEDA.
           MOVE WS-FECHA         TO CTA-FECHA-ACTUAL.
           PERFORM 2250-ARMAR-PRODUCTO THRU F-2250-ARMAR-PRODUCTO.

       2300-REGRABAR.
           REWRITE REG-CTAMAE
              INVALID KEY
                 DISPLAY '* ERROR EN REWRITE CTAMAE = ' WS-CTA-CODE

       F-2300-ACTUALIZAR-CUENTA. EXIT.

      **************************************
      *                                    *
      *  LINEA DEL INFORME DE CONTROL CON  *
      *  LA CUENTA, AMBOS SALDOS Y LA      *
      *  DIFERENCIA QUE NO SE SUMO         *
      *                                    *
      **************************************
       2350-INFORMAR-CUENTA.
           MOVE CTA-SUCURSAL    TO WS-DIF-SUCURSAL.
           MOVE CTA-CUENTA      TO WS-DIF-CUENTA.
           MOVE CTA-IMPORTE     TO WS-DIF-SALDO-CTA.
           MOVE WS-SUC-IMPORTE  TO WS-DIF-SALDO-ENT.
           MOVE WS-DIFERENCIA   TO WS-DIF-DIFERENCIA.

           MOVE WS-LIN-DIFERENCIA TO REG-INFORME.
           PERFORM 9300-GRABAR-INFORME THRU F-9300-GRABAR-INFORME.

       F-2350-INFORMAR-CUENTA. EXIT.

      **************************************
      *                                    *
      *  RESUMEN DEL MANTENIMIENTO Y       *
      *                                    *
      **************************************
       9999-FINAL.
           MOVE WS-LIN-BLANCA TO REG-INFORME.
           PERFORM 9300-GRABAR-INFORME THRU F-9300-GRABAR-INFORME.
           MOVE 'CUENTAS DADAS DE ALTA'        TO WS-RES-TEXTO.
           MOVE WS-CANT-ALTAS                  TO WS-RES-VALOR.
           PERFORM 9400-LINEA-RESUMEN THRU F-9400-LINEA-RESUMEN.
           MOVE 'CUENTAS ACTUALIZADAS'         TO WS-RES-TEXTO.
           MOVE WS-CANT-ACTUALIZADAS           TO WS-RES-VALOR.
           PERFORM 9400-LINEA-RESUMEN THRU F-9400-LINEA-RESUMEN.
           MOVE 'CUENTAS CON MOVIMIENTO EN ORIGEN' TO WS-RES-TEXTO.
           MOVE WS-CANT-CON-MOVIM              TO WS-RES-VALOR.
           PERFORM 9400-LINEA-RESUMEN THRU F-9400-LINEA-RESUMEN.
           MOVE 'CUENTAS CON SALDO DE ORIGEN INICIADO' TO WS-RES-TEXTO.
           MOVE WS-CANT-INICIADAS              TO WS-RES-VALOR.
           PERFORM 9400-LINEA-RESUMEN THRU F-9400-LINEA-RESUMEN.
           MOVE 'CUENTAS CERRADAS NO REACTIVADAS' TO WS-RES-TEXTO.
           MOVE WS-CANT-CERRADAS               TO WS-RES-VALOR.
           PERFORM 9400-LINEA-RESUMEN THRU F-9400-LINEA-RESUMEN.
           MOVE 'CUENTAS CON SALDO DESBORDADO' TO WS-RES-TEXTO.
           MOVE WS-CANT-DESBORDES              TO WS-RES-VALOR.
           PERFORM 9400-LINEA-RESUMEN THRU F-9400-LINEA-RESUMEN.

           IF WS-CANT-CERRADAS    GREATER ZEROS OR
              WS-CANT-DESBORDES   GREATER ZEROS
              IF RETURN-CODE LESS 4
                 MOVE 4 TO RETURN-CODE
              END-IF
           END-IF.

           CLOSE ENTRADA.
           IF WS-ENT-CODE IS NOT EQUAL '00'
              DISPLAY '* ERROR EN CLOSE ENTRADA = ' WS-ENT-CODE
           DISPLAY 'REGISTROS DE AUDITORIA  : ' WS-CANT-AUDIT.
           DISPLAY 'CUENTAS DADAS DE ALTA   : ' WS-CANT-ALTAS.
           DISPLAY 'CUENTAS ACTUALIZADAS    : ' WS-CANT-ACTUALIZADAS.
           DISPLAY 'CUENTAS CON MOV. ORIGEN : ' WS-CANT-CON-MOVIM.
           DISPLAY 'SALDO ORIGEN INICIADO   : ' WS-CANT-INICIADAS.
           DISPLAY 'CUENTAS CERRADAS        : ' WS-CANT-CERRADAS.
           DISPLAY 'SALDOS DESBORDADOS      : ' WS-CANT-DESBORDES.

           IF WS-INF-CODE EQUAL '00'
              CLOSE INFORME
           END-IF.

           IF WS-CORRIDA-ANOTADA
              PERFORM 9850-ANOTAR-FIN-CORRIDA

       F-9999-FINAL. EXIT.

      **************************************
      *                                    *
      *  GRABA UNA LINEA YA ARMADA EN EL   *
      *  INFORME DE CONTROL                *
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
      *  ANOTA EL FIN Y EL RETURN-CODE DE  *
