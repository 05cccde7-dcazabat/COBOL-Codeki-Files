      *  ES EL INFORME QUE PIDE RIESGOS PARA DETECTAR          *
      *  CLIENTES QUE REPARTEN SALDOS ENTRE SUCURSALES.        *
      *                                                        *
      *  SEGUN EL ROL DEL VINCULO (COPY CPCLIXR) EL CLIENTE ES *
      *  DUENO DE LA CUENTA (TITULAR O COTITULAR) POR SU       *
      *  PORCENTAJE DE PARTICIPACION, QUE ES LO QUE SE SUMA A  *
      *  SU POSICION PROPIA; LAS CUENTAS EN LAS QUE SOLO FIRMA *
      *  O ES TUTOR SE LISTAN APARTE DEBAJO DE CADA CLIENTE    *
      *  CON SU SALDO COMPLETO Y NO SUMAN A SU POSICION. LOS   *
      *  VINCULOS SIN ROL INFORMADO SE TOMAN COMO DE TITULAR   *
      *  AL 100%, COMO ANTES.                                  *
      *                                                        *
      **********************************************************
      *      MANTENIMIENTO DE PROGRAMA                         *
      **********************************************************
      *  FECHA   *    DETALLE        * COD *
      **************************************
      *14/10/2026* CLIMAE DE 80 CON  * 001 *
      *          * DATOS DE FUSION   *     *
      *14/10/2026* REGISTRO CTAMAE   * 002 *
      *          * POR COPY CPCTAMA  *     *
      *15/10/2026* CLIMAE DE 160 POR * 003 *
      *          * COPY CPCLIMA      *     *
      *15/10/2026* CLIXRF POR COPY   * 004 *
      *          * CPCLIXR, PARTE    *     *
      *          * PROPIA Y CUENTAS  *     *
      *          * SOLO CON FIRMA    *     *
      *          *                   *     *
      *          *                   *     *
      **************************************
       FILE SECTION.
       FD CLIXRF.

           COPY CPCLIXR.

       FD CLIMAE.

           COPY CPCLIMA.

       FD CTAMAE.

           COPY CPCTAMA.

       FD RATES
            BLOCK CONTAINS 0 RECORDS
       77  WS-EQUIV-CLI         PIC S9(11)V99 VALUE ZEROS.
       77  WS-CANT-CLIENTES     PIC 9(07)     VALUE ZEROS.
       77  WS-EQUIV-BCO         PIC S9(13)V99 VALUE ZEROS.
       77  WS-EQUIV-FIRMA-CLI   PIC S9(11)V99 VALUE ZEROS.
       77  WS-EQUIV-FIRMA-BCO   PIC S9(13)V99 VALUE ZEROS.
       77  WS-CANT-FIRMA-LIST   PIC 9(04)     VALUE ZEROS.

      ********  PARTE PROPIA DE LA CUENTA  ***************
       77  WS-PARTICIPACION     PIC 9(03)V99  VALUE ZEROS.
       77  WS-PARTE-PROPIA      PIC S9(9)V99  VALUE ZEROS.

      ********  CUENTAS DEL CLIENTE SOLO CON FIRMA  ************
      *  SE GUARDAN MIENTRAS SE LISTAN LAS PROPIAS Y SALEN AL
      *  CIERRE DEL CLIENTE
       77  WS-MAX-FIRMAS        PIC 9(03)     VALUE 200.
       77  WS-CANT-FIRMA-CLI    PIC 9(03)     VALUE ZEROS.

       01  WS-TABLA-FIRMAS.
           03  WS-FIR-ENT OCCURS 200 TIMES
                          INDEXED BY WS-IDX-FIR.
               05  WS-FIR-SUCURSAL  PIC 9(03).
               05  WS-FIR-CUENTA    PIC 9(08).
               05  WS-FIR-ROL       PIC X(01).

      ********  CONTADORES DE PROCESO  ***************
       77  WS-CANT-VINCULOS     PIC 9(7)  VALUE ZEROS.
       77  WS-CANT-SIN-CUENTA   PIC 9(7)  VALUE ZEROS.
       77  WS-CANT-SIN-COTIZ    PIC 9(7)  VALUE ZEROS.
       77  WS-CANT-FIRMAS       PIC 9(7)  VALUE ZEROS.

      ********  LINEAS DEL INFORME  ***************
       01  WS-LIN-TITULO.
           03  WS-DET-TIPO      PIC 9.
           03  FILLER           PIC X(03)   VALUE ' M '.
           03  WS-DET-MONEDA    PIC 99.
           03  FILLER           PIC X(01)   VALUE SPACE.
           03  WS-DET-ROL       PIC X(01).
           03  FILLER           PIC X(01)   VALUE SPACE.
           03  WS-DET-PARTIC    PIC ZZ9.99.
           03  FILLER           PIC X(05)   VALUE ' IMP '.
           03  WS-DET-IMPORTE   PIC Z,ZZZ,ZZ9.99-.
           03  FILLER           PIC X(04)   VALUE ' EQ '.
           03  WS-DET-EQUIV     PIC Z,ZZZ,ZZ9.99-.
           03  FILLER           PIC X(05)   VALUE SPACES.

       01  WS-LIN-SUB-FIRMA.
           03  FILLER           PIC X(40)
               VALUE '  CUENTAS EN LAS QUE SOLO FIRMA O ES TUT'.
           03  FILLER           PIC X(40)
               VALUE 'OR (NO SUMAN A SU POSICION)             '.

       01  WS-LIN-TOTAL-CLI.
           03  WS-TCL-CONCEPTO  PIC X(16)
                                VALUE '  TOTAL PROPIO  '.
           03  FILLER           PIC X(06)   VALUE ' CTAS '.
           03  WS-TCL-CANT      PIC ZZZ9.
           03  FILLER           PIC X(10)   VALUE ' EQ.PESOS '.
           03  FILLER           PIC X(29)   VALUE SPACES.

       01  WS-LIN-TOTAL-BCO.
           03  WS-TBA-CONCEPTO  PIC X(16)
                                VALUE 'TOTAL CLIENTES  '.
           03  WS-TBA-CANT      PIC ZZZZZZ9.
           03  FILLER           PIC X(10)   VALUE ' EQ.PESOS '.
           ADD 1 TO WS-CANT-VINCULOS.

           IF XRF-CLIENTE NOT EQUAL WS-CLIENTE-ANT
              IF WS-CANT-CTAS-CLI  GREATER ZEROS OR
                 WS-CANT-FIRMA-CLI GREATER ZEROS
                 PERFORM 2400-TOTAL-CLIENTE
                           THRU F-2400-TOTAL-CLIENTE
              END-IF
                        THRU F-2100-ENCABEZAR-CLIENTE
           END-IF.

           IF XRF-FIRMANTE OR XRF-TUTOR
              PERFORM 2250-GUARDAR-FIRMA
                        THRU F-2250-GUARDAR-FIRMA
           ELSE
              PERFORM 2200-DETALLAR-CUENTA
                        THRU F-2200-DETALLAR-CUENTA
           END-IF.

       F-2000-PROCESO. EXIT.

      **************************************
      *                                    *
      *  LINEA DE DETALLE DE UNA CUENTA    *
      *  PROPIA, CON EL EQUIVALENTE EN     *
      *  PESOS DE LA PARTE DEL CLIENTE     *
      *                                    *
      **************************************
       2200-DETALLAR-CUENTA.
           PERFORM 2300-CONVERTIR-MONEDA
                     THRU F-2300-CONVERTIR-MONEDA.

      *    SIN ROL INFORMADO EL VINCULO ES DE TITULAR AL 100%
           IF XRF-ROL-DUENO AND XRF-PARTICIPACION IS NUMERIC
              MOVE XRF-PARTICIPACION TO WS-PARTICIPACION
           ELSE
              MOVE 100 TO WS-PARTICIPACION
           END-IF.

           IF WS-PARTICIPACION EQUAL 100
              MOVE WS-IMPORTE-EQUIV TO WS-PARTE-PROPIA
           ELSE
              COMPUTE WS-PARTE-PROPIA ROUNDED =
                      WS-IMPORTE-EQUIV * WS-PARTICIPACION / 100
           END-IF.

           MOVE CTA-SUCURSAL    TO WS-DET-SUCURSAL.
           MOVE CTA-CUENTA      TO WS-DET-CUENTA.
           MOVE CTA-TIPO        TO WS-DET-TIPO.
           MOVE CTA-MONEDA      TO WS-DET-MONEDA.
           MOVE XRF-ROL         TO WS-DET-ROL.
           MOVE WS-PARTICIPACION TO WS-DET-PARTIC.
           MOVE CTA-IMPORTE     TO WS-DET-IMPORTE.
           MOVE WS-PARTE-PROPIA TO WS-DET-EQUIV.

           MOVE WS-LIN-DETALLE TO REG-INFORME.
           PERFORM 9300-GRABAR-INFORME THRU F-9300-GRABAR-INFORME.

           ADD 1 TO WS-CANT-CTAS-CLI.
           ADD WS-PARTE-PROPIA TO WS-EQUIV-CLI.

       F-2200-DETALLAR-CUENTA. EXIT.

      **************************************
      *                                    *
      *  CUENTA EN LA QUE EL CLIENTE SOLO  *
      *  FIRMA O ES TUTOR: SE GUARDA PARA  *
      *  LISTARLA APARTE AL CIERRE DEL     *
      *  CLIENTE                           *
      *                                    *
      **************************************
       2250-GUARDAR-FIRMA.
           ADD 1 TO WS-CANT-FIRMAS.

           IF WS-CANT-FIRMA-CLI NOT LESS WS-MAX-FIRMAS
              DISPLAY '* CLIENTE ' XRF-CLIENTE ' CON MAS DE '
                      WS-MAX-FIRMAS ' CUENTAS CON FIRMA, NO SE '
                      'LISTA SUC ' XRF-SUCURSAL ' CTA ' XRF-CUENTA
              MOVE 4 TO RETURN-CODE
              GO TO F-2250-GUARDAR-FIRMA
           END-IF.

           ADD 1 TO WS-CANT-FIRMA-CLI.
           MOVE XRF-SUCURSAL TO WS-FIR-SUCURSAL (WS-CANT-FIRMA-CLI).
           MOVE XRF-CUENTA   TO WS-FIR-CUENTA   (WS-CANT-FIRMA-CLI).
           MOVE XRF-ROL      TO WS-FIR-ROL      (WS-CANT-FIRMA-CLI).

       F-2250-GUARDAR-FIRMA. EXIT.

      **************************************
      *                                    *
      *  LINEA DE UNA CUENTA SOLO CON      *
      *  FIRMA, CON SU SALDO COMPLETO      *
      *                                    *
      **************************************
       2260-DETALLAR-FIRMA.
           MOVE WS-FIR-SUCURSAL (WS-IDX-FIR) TO CTA-SUCURSAL.
           MOVE WS-FIR-CUENTA (WS-IDX-FIR)   TO CTA-CUENTA.

           READ CTAMAE RECORD KEY IS CTA-CLAVE
                INVALID KEY
                   ADD 1 TO WS-CANT-SIN-CUENTA
                   DISPLAY '* VINCULO SIN CUENTA EN CTAMAE: '
                           'CLI ' WS-CLIENTE-ANT
                           ' SUC ' CTA-SUCURSAL
                           ' CTA ' CTA-CUENTA
                   MOVE 4 TO RETURN-CODE
                   GO TO F-2260-DETALLAR-FIRMA
           END-READ.

           PERFORM 2300-CONVERTIR-MONEDA
                     THRU F-2300-CONVERTIR-MONEDA.

           MOVE CTA-SUCURSAL    TO WS-DET-SUCURSAL.
           MOVE CTA-CUENTA      TO WS-DET-CUENTA.
           MOVE CTA-TIPO        TO WS-DET-TIPO.
           MOVE CTA-MONEDA      TO WS-DET-MONEDA.
           MOVE WS-FIR-ROL (WS-IDX-FIR) TO WS-DET-ROL.
           MOVE ZEROS           TO WS-DET-PARTIC.
           MOVE CTA-IMPORTE     TO WS-DET-IMPORTE.
           MOVE WS-IMPORTE-EQUIV TO WS-DET-EQUIV.

           MOVE WS-LIN-DETALLE TO REG-INFORME.
           PERFORM 9300-GRABAR-INFORME THRU F-9300-GRABAR-INFORME.

           ADD 1 TO WS-CANT-FIRMA-LIST.
           ADD WS-IMPORTE-EQUIV TO WS-EQUIV-FIRMA-CLI.

       F-2260-DETALLAR-FIRMA. EXIT.

      **************************************
      *                                    *
      *  CONVIERTE EL IMPORTE DE LA CUENTA *
                   WS-MON-COTIZ (WS-SUB-MON-ACTUAL)
               ON SIZE ERROR
                   DISPLAY '* CONVERSION DESBORDADA CLI '
                           WS-CLIENTE-ANT ' CTA ' CTA-CUENTA
                   MOVE 4 TO RETURN-CODE
                   MOVE CTA-IMPORTE TO WS-IMPORTE-EQUIV
           END-COMPUTE.

      **************************************
      *                                    *
      *  TOTAL PROPIO DEL CLIENTE QUE SE   *
      *  CIERRA, SUS CUENTAS SOLO CON      *
      *  FIRMA APARTE Y PASE AL TOTAL      *
      *  GENERAL                           *
      *                                    *
      **************************************
       2400-TOTAL-CLIENTE.
           MOVE '  TOTAL PROPIO  ' TO WS-TCL-CONCEPTO.
           MOVE WS-CANT-CTAS-CLI TO WS-TCL-CANT.
           MOVE WS-EQUIV-CLI     TO WS-TCL-EQUIV.
           MOVE WS-LIN-TOTAL-CLI TO REG-INFORME.
           PERFORM 9300-GRABAR-INFORME THRU F-9300-GRABAR-INFORME.

           ADD WS-EQUIV-CLI TO WS-EQUIV-BCO.

           IF WS-CANT-FIRMA-CLI GREATER ZEROS
              MOVE ZEROS TO WS-CANT-FIRMA-LIST
                            WS-EQUIV-FIRMA-CLI
              MOVE WS-LIN-SUB-FIRMA TO REG-INFORME
              PERFORM 9300-GRABAR-INFORME THRU F-9300-GRABAR-INFORME
              PERFORM 2260-DETALLAR-FIRMA THRU F-2260-DETALLAR-FIRMA
                      VARYING WS-IDX-FIR FROM 1 BY 1
                      UNTIL WS-IDX-FIR GREATER WS-CANT-FIRMA-CLI
              MOVE '  TOTAL C/FIRMA ' TO WS-TCL-CONCEPTO
              MOVE WS-CANT-FIRMA-LIST TO WS-TCL-CANT
              MOVE WS-EQUIV-FIRMA-CLI TO WS-TCL-EQUIV
              MOVE WS-LIN-TOTAL-CLI   TO REG-INFORME
              PERFORM 9300-GRABAR-INFORME THRU F-9300-GRABAR-INFORME
              ADD WS-EQUIV-FIRMA-CLI TO WS-EQUIV-FIRMA-BCO
           END-IF.

           MOVE ZEROS TO WS-CANT-CTAS-CLI
                         WS-EQUIV-CLI
                         WS-CANT-FIRMA-CLI.

       F-2400-TOTAL-CLIENTE. EXIT.

      *                                    *
      **************************************
       9999-FINAL.
           IF WS-CANT-CTAS-CLI  GREATER ZEROS OR
              WS-CANT-FIRMA-CLI GREATER ZEROS
              PERFORM 2400-TOTAL-CLIENTE
                        THRU F-2400-TOTAL-CLIENTE
           END-IF.
           MOVE WS-LIN-TOTAL-BCO TO REG-INFORME.
           PERFORM 9300-GRABAR-INFORME THRU F-9300-GRABAR-INFORME.

           MOVE 'TOTAL C/FIRMA   ' TO WS-TBA-CONCEPTO.
           MOVE WS-CANT-FIRMAS     TO WS-TBA-CANT.
           MOVE WS-EQUIV-FIRMA-BCO TO WS-TBA-EQUIV.
           MOVE WS-LIN-TOTAL-BCO   TO REG-INFORME.
           PERFORM 9300-GRABAR-INFORME THRU F-9300-GRABAR-INFORME.

           CLOSE CLIXRF.
           IF WS-XRF-CODE IS NOT EQUAL '00'
              DISPLAY '* ERROR EN CLOSE CLIXRF  = ' WS-XRF-CODE
           DISPLAY 'CLIENTES INFORMADOS     : ' WS-CANT-CLIENTES.
           DISPLAY 'VINCULOS SIN CUENTA     : ' WS-CANT-SIN-CUENTA.
           DISPLAY 'CUENTAS SIN COTIZACION  : ' WS-CANT-SIN-COTIZ.
           DISPLAY 'VINCULOS SOLO CON FIRMA : ' WS-CANT-FIRMAS.

       F-9999-FINAL. EXIT.

