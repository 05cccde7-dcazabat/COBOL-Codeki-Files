      **********************************************************
      *                                                        *
      *  CONCILIACION DE INTEGRIDAD DE FIN DE NOCHE: CTAMAE    *
      *  LO ACTUALIZA PGMCTAMA DESDE LA ENTRADA, SUCTOT EL     *
      *  CORTE Y LUEGO PGMINTRA CADA HORA, Y NADA PROBABA QUE  *
      *  SIGUIERAN DE ACUERDO. ESTE PROCESO TOTALIZA LAS       *
      *  CUENTAS ACTIVAS DE CTAMAE POR SUCURSAL (IMPORTES EN   *
      *  PESOS EQUIVALENTES CON LA TABLA RATES DEL CORTE), LAS *
      *  COMPARA CONTRA SUCTOT (TOT-CANT-CUENTAS,              *
      *  TOT-IMPORTE) Y CONTRA EL REGISTRO DE HISTOR DEL DIA,  *
      *  E IMPRIME CADA SUCURSAL QUE SE DESVIA MAS QUE LA      *
      *  TOLERANCIA DEL PARM.                                  *
      *                                                        *
      *  EL IMPORTE DE CADA CUENTA ES SU SALDO DE ORIGEN       *
      *  (CTA-SALDO-ORIGEN, EL ULTIMO DE LA ENTRADA) Y NO      *
      *  CTA-IMPORTE: LOS MOVIMIENTOS QUE IMPUTA PGMPOSTE NO   *
      *  PASAN POR SUCTOT NI POR HISTOR, Y CONTARLOS LOS       *
      *  MOSTRARIA COMO DESVIOS. LO IMPUTADO LO CUADRA EL      *
      *  PROPIO PGMPOSTE CONTRA SUS ARCHIVOS DE ORIGEN.        *
      *                                                        *
      *  LOS PLAZOS FIJOS VIGENTES DE PFMAE ENTRAN EN LA PATA  *
      *  DE LAS CUENTAS POR SU CAPITAL, PORQUE EL CORTE LOS    *
      *  RECIBE DE PGMPFVEN Y LOS SUMA EN SUCTOT.              *
      *                                                        *
      *  CUALQUIER DESVIO TERMINA CON RETURN-CODE 8 PARA QUE   *
      *  EL SCHEDULE DE LA MANIANA QUEDE RETENIDO: UN DESVIO   *
      *  SIGNIFICA QUE ALGUN CAMINO DE MANTENIMIENTO PERDIO    *
      *  PARM: FECHA (SSAAMMDD) + TOLERANCIA DE IMPORTE        *
      *  (9(7)V99); SIN PARM, FECHA DEL SISTEMA Y CERO.        *
      *                                                        *
      *  LA PATA DE LAS CUENTAS SE TOMA DEL EXTRACTO NOCTURNO  *
      *  CTAEXT DEL BARRIDO PGMBARRE (COPY CPCTAEX), CON EL    *
      *  SALDO DE ORIGEN YA CONVERTIDO A PESOS                 *
      *  (EXT-ORIGEN-PESOS); RATES SE SIGUE                    *
      *  CARGANDO PARA LOS PLAZOS FIJOS. EL EXTRACTO DEBE SER  *
      *  DE LA FECHA DE PROCESO Y COMPLETO (SUBRUTINA EXTCHK); *
      *  A DIFERENCIA DE LOS INFORMES SE ACEPTA DESCUADRADO    *
      *  CONTRA SUCTOT, PORQUE ESTE PROCESO ES EL QUE DETALLA  *
      *  LOS DESVIOS.                                          *
      *                                                        *
      **********************************************************
      *      MANTENIMIENTO DE PROGRAMA                         *
      **********************************************************
      *  FECHA   *    DETALLE        * COD *
      **************************************
      *14/10/2026* REGISTRO CTAMAE   * 001 *
      *          * POR COPY CPCTAMA  *     *
      *15/10/2026* PLAZOS FIJOS EN   * 002 *
      *          * LA PATA CTAMAE    *     *
      *15/10/2026* LEE EL EXTRACTO   * 003 *
      *          * CTAEXT DE BARRIDO *     *
      *15/10/2026* CUENTAS POR SU    * 004 *
      *          * SALDO DE ORIGEN   *     *
      *          *                   *     *
      *          *                   *     *
      **************************************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

             SELECT CTAEXT  ASSIGN DDCTAEXT
                    FILE STATUS IS WS-EXT-CODE.

             SELECT PFMAE   ASSIGN DDPFMAE
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS PF-CLAVE
                    FILE STATUS IS WS-PF-CODE.

             SELECT SUCTOT  ASSIGN DDSUCTOT
                    ORGANIZATION IS INDEXED

       DATA DIVISION.
       FILE SECTION.
       FD CTAEXT
            BLOCK CONTAINS 0 RECORDS
            RECORDING MODE IS F.

           COPY CPCTAEX.

       FD PFMAE.

           COPY CPPFMAE.

       FD SUCTOT.

      **************************************
       77  FILLER        PIC X(26) VALUE '* INICIO WORKING-STORAGE *'.
       77  FILLER        PIC X(26) VALUE '* CODIGOS RETORNO FILES  *'.
       77  WS-EXT-CODE      PIC XX    VALUE SPACES.
       77  WS-PF-CODE       PIC XX    VALUE SPACES.
       77  WS-TOT-CODE      PIC XX    VALUE SPACES.
       77  WS-HIS-CODE      PIC XX    VALUE SPACES.
       77  WS-RAT-CODE      PIC XX    VALUE SPACES.
           88  WS-FIN-LECTURA         VALUE 'Y'.
           88  WS-NO-FIN-LECTURA      VALUE 'N'.

       01  WS-SWITCH-EXTRACTO PIC X   VALUE 'N'.
           88  WS-EXTRACTO-ABIERTO    VALUE 'S'.
           88  WS-EXTRACTO-CERRADO    VALUE 'N'.

      ********  CUENTA LEIDA DEL EXTRACTO CTAEXT  **********
           COPY CPCTAMA.

      ********  CONTROL DEL EXTRACTO (EXTCHK)  *************
       01  WS-ECK-CANT-REGISTROS PIC 9(09) VALUE ZEROS.
       01  WS-ECK-RESULTADO      PIC XX    VALUE SPACES.
           88  WS-ECK-EXTRACTO-OK          VALUE '00'.
           88  WS-ECK-DESCUADRADO          VALUE '30'.

       01  WS-STATUS-FIN-PF   PIC X     VALUE 'N'.
           88  WS-FIN-PLAZOS-FIJOS    VALUE 'Y'.
           88  WS-NO-FIN-PLAZOS-FIJOS VALUE 'N'.

       01  WS-STATUS-FIN-TOT  PIC X.
           88  WS-FIN-SUCTOT          VALUE 'Y'.
           88  WS-NO-FIN-SUCTOT       VALUE 'N'.
       77  WS-SUB-MON           PIC 9(02)    VALUE ZEROS.
       77  WS-SUB-MON-ACTUAL    PIC 9(02)    VALUE ZEROS.
       77  WS-IMPORTE-EQUIV     PIC S9(9)V99 VALUE ZEROS.
       77  WS-MON-BUSCADA       PIC 9(02)    VALUE ZEROS.
       77  WS-IMPORTE-ORIGINAL  PIC S9(9)V99 VALUE ZEROS.

      ********  FECHA Y TOLERANCIA  ***************
       01  WS-FECHA             PIC 9(08)  VALUE ZEROS.

      ********  CONTADORES DE PROCESO  ***************
       77  WS-CANT-LEIDAS       PIC 9(7)  VALUE ZEROS.
       77  WS-CANT-PF-LEIDOS    PIC 9(7)  VALUE ZEROS.
       77  WS-CANT-DESVIOS      PIC 9(5)  VALUE ZEROS.

      ********  LINEAS DEL INFORME  ***************
           PERFORM 2000-SUMAR-CTAMAE THRU F-2000-SUMAR-CTAMAE
                   UNTIL WS-FIN-LECTURA.

           PERFORM 2600-PLAZOS-FIJOS THRU F-2600-PLAZOS-FIJOS.

           PERFORM 3000-SUMAR-SUCTOT THRU F-3000-SUMAR-SUCTOT
                   UNTIL WS-FIN-SUCTOT.

           DISPLAY 'FECHA PROCESO : ' WS-FECHA.
           DISPLAY 'TOLERANCIA    : ' WS-TOLERANCIA.

           PERFORM 1050-CONTROLAR-EXTRACTO
                     THRU F-1050-CONTROLAR-EXTRACTO.

           OPEN INPUT SUCTOT.
           IF WS-TOT-CODE IS NOT EQUAL '00'
           MOVE WS-LIN-TITULO TO REG-INFORME.
           PERFORM 9300-GRABAR-INFORME THRU F-9300-GRABAR-INFORME.


           IF WS-NO-FIN-SUCTOT
              MOVE ZEROS TO TOT-COD

       F-1000-INICIO.   EXIT.

      **************************************
      *                                    *
      *  EL EXTRACTO DEL BARRIDO DEBE SER  *
      *  DE LA FECHA DE PROCESO Y ESTAR    *
      *  COMPLETO (DESCUADRADO SE ACEPTA); *
      *  SI NO, LA CONCILIACION NO ARRANCA *
      *                                    *
      **************************************
       1050-CONTROLAR-EXTRACTO.
           CALL 'EXTCHK' USING WS-FECHA
                               WS-ECK-CANT-REGISTROS
                               WS-ECK-RESULTADO.

           IF NOT WS-ECK-EXTRACTO-OK AND NOT WS-ECK-DESCUADRADO
              DISPLAY '* EXTRACTO DE CUENTAS NO UTILIZABLE, '
                      'RESULTADO ' WS-ECK-RESULTADO
              MOVE 8 TO RETURN-CODE
              SET  WS-FIN-LECTURA TO TRUE
              SET  WS-FIN-SUCTOT  TO TRUE
              SET  WS-FIN-HISTOR  TO TRUE
              GO TO F-1050-CONTROLAR-EXTRACTO
           END-IF.

           OPEN INPUT CTAEXT.
           IF WS-EXT-CODE IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN CTAEXT  = ' WS-EXT-CODE
              MOVE 9999 TO RETURN-CODE
              SET  WS-FIN-LECTURA TO TRUE
           ELSE
              SET  WS-EXTRACTO-ABIERTO TO TRUE
           END-IF.

       F-1050-CONTROLAR-EXTRACTO. EXIT.

      **************************************
      *                                    *
      *  FECHA Y TOLERANCIA POR PARM       *
      *                                    *
      **************************************
       2000-SUMAR-CTAMAE.
           READ CTAEXT
                AT END
                   SET WS-FIN-LECTURA TO TRUE
                   GO TO F-2000-SUMAR-CTAMAE
           END-READ.

           IF WS-EXT-CODE IS NOT EQUAL '00'
              DISPLAY '* ERROR EN LECTURA CTAEXT = ' WS-EXT-CODE
              MOVE 9999 TO RETURN-CODE
              SET WS-FIN-LECTURA TO TRUE
              GO TO F-2000-SUMAR-CTAMAE
           END-IF.

           MOVE EXT-REG-CTAMAE TO REG-CTAMAE.

           ADD 1 TO WS-CANT-LEIDAS.

           IF CTA-ESTADO NOT EQUAL ZERO
              GO TO F-2000-SUMAR-CTAMAE
           END-IF.

           MOVE EXT-ORIGEN-PESOS  TO WS-IMPORTE-EQUIV.
           IF EXT-SIN-COTIZACION
              DISPLAY '* MONEDA SIN COTIZACION EN SUC '
                      CTA-SUCURSAL ' MONEDA ' CTA-MONEDA
              IF RETURN-CODE LESS 4
                 MOVE 4 TO RETURN-CODE
              END-IF
           END-IF.

           MOVE CTA-SUCURSAL TO WS-SUC-BUSCADA.
           PERFORM 2200-ACUMULAR-PATA-CUENTAS
                     THRU F-2200-ACUMULAR-PATA-CUENTAS.

       F-2000-SUMAR-CTAMAE. EXIT.

      **************************************
      *                                    *
      *  PASA EL IMPORTE DE UN PLAZO FIJO  *
      *  A PESOS Y LO SUMA EN LA PATA 1    *
      *                                    *
      **************************************
       2100-SUMAR-EQUIVALENTE.
           MOVE ZEROS TO WS-SUB-MON-ACTUAL.
           PERFORM 2150-BUSCAR-MONEDA THRU F-2150-BUSCAR-MONEDA
                   VARYING WS-SUB-MON FROM 1 BY 1
                   UNTIL WS-SUB-MON GREATER WS-CANT-MONEDAS.

           IF WS-SUB-MON-ACTUAL EQUAL ZEROS
              MOVE WS-IMPORTE-ORIGINAL TO WS-IMPORTE-EQUIV
              DISPLAY '* MONEDA SIN COTIZACION EN SUC '
                      WS-SUC-BUSCADA ' MONEDA ' WS-MON-BUSCADA
              MOVE 4 TO RETURN-CODE
           ELSE
              COMPUTE WS-IMPORTE-EQUIV ROUNDED =
                      WS-IMPORTE-ORIGINAL *
                      WS-MON-COTIZ (WS-SUB-MON-ACTUAL)
                  ON SIZE ERROR
                      MOVE WS-IMPORTE-ORIGINAL TO WS-IMPORTE-EQUIV
                      MOVE 4 TO RETURN-CODE
              END-COMPUTE
           END-IF.

           PERFORM 2200-ACUMULAR-PATA-CUENTAS
                     THRU F-2200-ACUMULAR-PATA-CUENTAS.

       F-2100-SUMAR-EQUIVALENTE. EXIT.

       2150-BUSCAR-MONEDA.
           IF WS-MON-CODIGO (WS-SUB-MON) EQUAL WS-MON-BUSCADA
              MOVE WS-SUB-MON TO WS-SUB-MON-ACTUAL
           END-IF.

       F-2150-BUSCAR-MONEDA. EXIT.

      **************************************
      *                                    *
      *  SUMA EL IMPORTE EN PESOS EN LA    *
      *  PATA 1 DE SU SUCURSAL             *
      *                                    *
      **************************************
       2200-ACUMULAR-PATA-CUENTAS.
           PERFORM 2500-UBICAR-SUCURSAL
                     THRU F-2500-UBICAR-SUCURSAL.
           IF WS-SUC-NO-UBICADA
              GO TO F-2200-ACUMULAR-PATA-CUENTAS
           END-IF.

           ADD 1 TO WS-CON-CTA-CANT (WS-IDX-CON).
           ADD WS-IMPORTE-EQUIV TO WS-CON-CTA-IMP (WS-IDX-CON).

       F-2200-ACUMULAR-PATA-CUENTAS. EXIT.

      **************************************
      *                                    *

       F-2550-AVANZAR-SUCURSAL. EXIT.

      **************************************
      *                                    *
      *  PATA 1, PLAZOS FIJOS: EL CAPITAL  *
      *  DE LOS VIGENTES DE PFMAE; SIN     *
      *  PFMAE NO HAY PLAZOS FIJOS         *
      *                                    *
      **************************************
       2600-PLAZOS-FIJOS.
           IF RETURN-CODE EQUAL 9999 OR WS-EXTRACTO-CERRADO
              GO TO F-2600-PLAZOS-FIJOS
           END-IF.

           SET WS-NO-FIN-PLAZOS-FIJOS TO TRUE.

           OPEN INPUT PFMAE.
           IF WS-PF-CODE IS NOT EQUAL '00'
              DISPLAY '* MAESTRO DE PLAZOS FIJOS NO DISPONIBLE, '
                      'PFMAE = ' WS-PF-CODE
              GO TO F-2600-PLAZOS-FIJOS
           END-IF.

           MOVE LOW-VALUES TO PF-CLAVE.
           START PFMAE KEY IS NOT LESS PF-CLAVE
                 INVALID KEY SET WS-FIN-PLAZOS-FIJOS TO TRUE
           END-START.

           PERFORM 2650-SUMAR-PLAZO-FIJO
                     THRU F-2650-SUMAR-PLAZO-FIJO
                   UNTIL WS-FIN-PLAZOS-FIJOS.

           CLOSE PFMAE.

       F-2600-PLAZOS-FIJOS. EXIT.

       2650-SUMAR-PLAZO-FIJO.
           READ PFMAE NEXT RECORD
                AT END
                   SET WS-FIN-PLAZOS-FIJOS TO TRUE
                   GO TO F-2650-SUMAR-PLAZO-FIJO
           END-READ.

           IF WS-PF-CODE IS NOT EQUAL '00'
              DISPLAY '* ERROR EN LECTURA PFMAE = ' WS-PF-CODE
              MOVE 9999 TO RETURN-CODE
              SET WS-FIN-PLAZOS-FIJOS TO TRUE
              GO TO F-2650-SUMAR-PLAZO-FIJO
           END-IF.

           ADD 1 TO WS-CANT-PF-LEIDOS.

           IF NOT PF-VIGENTE
              GO TO F-2650-SUMAR-PLAZO-FIJO
           END-IF.

           MOVE PF-MONEDA   TO WS-MON-BUSCADA.
           MOVE PF-CAPITAL  TO WS-IMPORTE-ORIGINAL.
           MOVE PF-SUCURSAL TO WS-SUC-BUSCADA.
           PERFORM 2100-SUMAR-EQUIVALENTE
                     THRU F-2100-SUMAR-EQUIVALENTE.

       F-2650-SUMAR-PLAZO-FIJO. EXIT.

      **************************************
      *                                    *
      *  PATA 2: SALDOS DE SUCTOT POR      *
      *                                    *
      **************************************
       9999-FINAL.
           IF WS-CANT-DESVIOS EQUAL ZEROS AND WS-EXTRACTO-ABIERTO
              MOVE WS-LIN-OK TO REG-INFORME
              PERFORM 9300-GRABAR-INFORME
                        THRU F-9300-GRABAR-INFORME
           END-IF.

           IF WS-EXTRACTO-ABIERTO
              CLOSE CTAEXT
              IF WS-EXT-CODE IS NOT EQUAL '00'
                 DISPLAY '* ERROR EN CLOSE CTAEXT  = ' WS-EXT-CODE
                 MOVE 9999 TO RETURN-CODE
              END-IF
           END-IF.

      *    LO LEIDO DEBE SER LO QUE EL BARRIDO GRABO
           IF WS-EXTRACTO-ABIERTO AND RETURN-CODE NOT EQUAL 9999
              AND WS-CANT-LEIDAS NOT EQUAL WS-ECK-CANT-REGISTROS
              DISPLAY '* EXTRACTO TRUNCADO: SE LEYERON ' WS-CANT-LEIDAS
                      ' DE ' WS-ECK-CANT-REGISTROS ' CUENTAS'
              MOVE 8 TO RETURN-CODE
           END-IF.

           CLOSE SUCTOT.

           DISPLAY '************************** '.
           DISPLAY 'CUENTAS LEIDAS          : ' WS-CANT-LEIDAS.
           DISPLAY 'PLAZOS FIJOS LEIDOS     : ' WS-CANT-PF-LEIDOS.
           DISPLAY 'SUCURSALES CONCILIADAS  : ' WS-CANT-CON-TABLA.
           DISPLAY 'DESVIOS INFORMADOS      : ' WS-CANT-DESVIOS.

