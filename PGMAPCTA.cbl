      *  (NUMCTL), DA DE ALTA LA CUENTA EN CTAMAE Y EMITE LAS  *
      *  CUENTAS ABIERTAS EN EL LAYOUT CPSUCU (ARCHIVO         *
      *  MOVAPE) PARA QUE EL STREAM DE MOVIMIENTOS DEL DIA     *
      *  LAS LLEVE COMO CUALQUIER OTRA NOVEDAD. LA CUENTA SE   *
      *  DA DE ALTA CON SALDO CERO: EL IMPORTE INICIAL LO      *
      *  ACREDITA LA IMPUTACION NOCTURNA (PGMPOSTE) DESDE EL   *
      *  MOVIMIENTO DE APERTURA.                               *
      *                                                        *
      *  LAS SOLICITUDES DE SUCURSALES QUE NO ESTAN EN SUCMAE  *
      *  (O DADAS DE BAJA), O CON TIPO, MONEDA O IMPORTE       *
      *  ASI LAS COLISIONES QUE HOY RECIEN DETECTA PGMEDITA    *
      *  NO PUEDEN VOLVER A GENERARSE.                         *
      *                                                        *
      *  CADA CUENTA ABIERTA SE GRABA ADEMAS COMO EVENTO EN    *
      *  EVENTOS (COPY CPEVENT) PARA EL AVISO AL CLIENTE QUE   *
      *  ARMA PGMNOTIF.                                        *
      *                                                        *
      **********************************************************
      *      MANTENIMIENTO DE PROGRAMA                         *
      **********************************************************
      *  FECHA   *    DETALLE        * COD *
      **************************************
      *14/10/2026* ALTA CON SALDO 0: * 001 *
      *          * EL DEPOSITO LO    *     *
      *          * IMPUTA PGMPOSTE   *     *
      *          * DESDE MOVAPE      *     *
      *14/10/2026* REGISTRO CTAMAE   * 002 *
      *          * POR COPY CPCTAMA  *     *
      *          * ALTA CON APERTURA *     *
      *15/10/2026* EVENTO DE LA      * 003 *
      *          * APERTURA P/AVISOS *     *
      *          *                   *     *
      *          *                   *     *
      **************************************
             SELECT INFORME ASSIGN DDINFORM
                    FILE STATUS IS WS-INF-CODE.

             SELECT EVENTOS ASSIGN DDEVENTO
                    FILE STATUS IS WS-EVT-CODE.

             SELECT PARMS   ASSIGN DDPARM
                    FILE STATUS IS WS-PARM-CODE.


       FD CTAMAE.

           COPY CPCTAMA.

       FD MOVAPE
            BLOCK CONTAINS 0 RECORDS

       01 REG-INFORME    PIC X(80).

       FD EVENTOS
            BLOCK CONTAINS 0 RECORDS
            RECORDING MODE IS F.

           COPY CPEVENT.

       FD PARMS
            BLOCK CONTAINS 0 RECORDS
            RECORDING MODE IS F.
       77  WS-CTA-CODE      PIC XX    VALUE SPACES.
       77  WS-MOV-CODE      PIC XX    VALUE SPACES.
       77  WS-INF-CODE      PIC XX    VALUE SPACES.
       77  WS-EVT-CODE      PIC XX    VALUE SPACES.
       77  WS-PARM-CODE     PIC XX    VALUE SPACES.

       01  WS-STATUS-FIN    PIC X.
       77  WS-CANT-RECHAZADAS   PIC 9(7)  VALUE ZEROS.
       77  WS-CANT-COLISIONES   PIC 9(7)  VALUE ZEROS.
       77  WS-CANT-CTL-NUEVOS   PIC 9(7)  VALUE ZEROS.
       77  WS-CANT-EVENTOS      PIC 9(7)  VALUE ZEROS.

      ********  LINEAS DEL INFORME DE RECHAZOS  ***************
       01  WS-LIN-TITULO.
              SET  WS-FIN-LECTURA TO TRUE
           END-IF.

           OPEN OUTPUT EVENTOS.
           IF WS-EVT-CODE IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN EVENTOS = ' WS-EVT-CODE
              MOVE 9999 TO RETURN-CODE
              SET  WS-FIN-LECTURA TO TRUE
           END-IF.

           MOVE WS-FECHA      TO WS-TIT-FECHA.
           MOVE WS-LIN-TITULO TO REG-INFORME.
           PERFORM 9300-GRABAR-INFORME THRU F-9300-GRABAR-INFORME.
           PERFORM 2600-EMITIR-MOVIMIENTO
                     THRU F-2600-EMITIR-MOVIMIENTO.

           PERFORM 2700-GRABAR-EVENTO
                     THRU F-2700-GRABAR-EVENTO.

       2000-LEER-SIGUIENTE.
           PERFORM 1800-LEER-SOLICITUD
                     THRU F-1800-LEER-SOLICITUD.
           MOVE WS-NUMERO-NUEVO TO CTA-CUENTA.
           MOVE WS-APE-TIPO     TO CTA-TIPO.
           MOVE ZERO            TO CTA-ESTADO.
      *    EL DEPOSITO INICIAL ENTRA POR MOVAPE A TRAVES DE LA
      *    IMPUTACION NOCTURNA (PGMPOSTE): LA CUENTA NACE EN CERO
           MOVE ZEROS           TO CTA-IMPORTE.
           MOVE WS-APE-MONEDA   TO CTA-MONEDA.
           MOVE WS-FECHA        TO CTA-FECHA-ULT-MOV.
           MOVE WS-FECHA        TO CTA-FECHA-ACTUAL.
           MOVE WS-FECHA        TO CTA-FECHA-APERTURA.
           MOVE ZEROS           TO CTA-FECHA-CIERRE
                                   CTA-MOTIVO-CIERRE
                                   CTA-CLIENTE.
           IF CTA-TIPO EQUAL 2
              SET CTA-PRO-CTA-CTE     TO TRUE
           ELSE
              SET CTA-PRO-CAJA-AHORRO TO TRUE
           END-IF.
           MOVE CTA-MONEDA      TO CTA-PRO-MONEDA.

           WRITE REG-CTAMAE
              INVALID KEY

       F-2600-EMITIR-MOVIMIENTO. EXIT.

      **************************************
      *                                    *
      *  GRABA EL EVENTO DE LA APERTURA    *
      *  PARA EL AVISO AL CLIENTE          *
      *                                    *
      **************************************
       2700-GRABAR-EVENTO.
           MOVE SPACES          TO REG-EVENTO.
           MOVE WS-APE-SUCURSAL TO EVT-SUCURSAL.
           MOVE WS-NUMERO-NUEVO TO EVT-CUENTA.
           SET EVT-APERTURA     TO TRUE.
           MOVE WS-FECHA        TO EVT-FECHA-REF
                                   EVT-FECHA.
           MOVE WS-APE-IMPORTE  TO EVT-IMPORTE.
           MOVE WS-APE-MONEDA   TO EVT-MONEDA.
           MOVE 'PGMAPCTA'      TO EVT-PROGRAMA.

           WRITE REG-EVENTO.
           IF WS-EVT-CODE IS NOT EQUAL '00'
              DISPLAY '* ERROR EN WRITE EVENTOS = ' WS-EVT-CODE
              MOVE 9999 TO RETURN-CODE
              SET WS-FIN-LECTURA TO TRUE
           ELSE
              ADD 1 TO WS-CANT-EVENTOS
           END-IF.

       F-2700-GRABAR-EVENTO. EXIT.

      **************************************
      *                                    *
      *  DESVIA UNA SOLICITUD RECHAZADA    *
              MOVE 9999 TO RETURN-CODE
           END-IF.

           CLOSE EVENTOS.
           IF WS-EVT-CODE IS NOT EQUAL '00'
              DISPLAY '* ERROR EN CLOSE EVENTOS = ' WS-EVT-CODE
              MOVE 9999 TO RETURN-CODE
           END-IF.

           DISPLAY '************************** '.
           DISPLAY 'SOLICITUDES LEIDAS      : ' WS-CANT-LEIDAS.
           DISPLAY 'CUENTAS ABIERTAS        : ' WS-CANT-ABIERTAS.
           DISPLAY 'SOLICITUDES RECHAZADAS  : ' WS-CANT-RECHAZADAS.
           DISPLAY 'NUMEROS SALTEADOS       : ' WS-CANT-COLISIONES.
           DISPLAY 'CONTROLES DADOS DE ALTA : ' WS-CANT-CTL-NUEVOS.
           DISPLAY 'EVENTOS PARA AVISO      : ' WS-CANT-EVENTOS.

       F-9999-FINAL. EXIT.
