      *  MAESTRO Y LE REAPLICA, EN ORDEN DE FECHA, LOS         *
      *  ARCHIVOS FIJOS DE NOVEDADES QUE ARCHIVA PGMDELTA      *
      *  (ALTAS, DESAPARICIONES, CAMBIOS DE ESTADO Y CAMBIOS   *
      *  DE IMPORTE) Y LOS DIARIOS DE IMPUTACION POSJRN QUE    *
      *  ARCHIVA LA IMPUTACION NOCTURNA PGMPOSTE, HASTA        *
      *  RECONSTRUIR EL MAESTRO AL DIA PEDIDO POR PARM.        *
      *                                                        *
      *  AMBOS ARCHIVOS SE CLASIFICAN JUNTOS POR FECHA,        *
      *  SUCURSAL Y CUENTA; DENTRO DE UNA MISMA CUENTA Y DIA   *
      *  VA PRIMERO LA NOVEDAD DEL PADRON Y DESPUES LAS        *
      *  IMPUTACIONES EN EL ORDEN DEL DIARIO, COMO CORREN      *
      *  PGMCTAMA Y PGMPOSTE EN LA CADENA.                     *
      *                                                        *
      *  UN CAMBIO DE IMPORTE SE REAPLICA IGUAL QUE EN         *
      *  PGMCTAMA: SE SUMA A CTA-IMPORTE LA VARIACION DEL      *
      *  SALDO DE ORIGEN (IMPORTE DE HOY MENOS EL DE AYER) Y   *
      *  CTA-SALDO-ORIGEN QUEDA CON EL DE HOY; EN UNA CUENTA   *
      *  CERRADA SOLO SE GUARDA EL SALDO DE ORIGEN, Y SI LA    *
      *  COPIA NO LO TRAE SE INICIA SIN SUMAR NADA. CADA       *
      *  IMPUTACION DEL DIARIO SE SUMA A CTA-IMPORTE; SI EL    *
      *  SALDO RECONSTRUIDO NO ES EL SALDO ANTERIOR QUE GRABO  *
      *  EL DIARIO SE INFORMA COMO DESCUADRE (RC 4).           *
      *                                                        *
      *  EL PARM LLEVA LA FECHA OBJETIVO Y LA FECHA DE LA      *
      *  COPIA: LAS NOVEDADES ANTERIORES O IGUALES A LA COPIA  *
      *  INFORMAN.                                             *
      *                                                        *
      *  EL INFORME DE CONTROL MUESTRA, DESPUES DE CADA DIA    *
      *  REAPLICADO, LAS NOVEDADES E IMPUTACIONES DEL DIA, LA  *
      *  CANTIDAD DE CUENTAS Y EL IMPORTE TOTAL DEL MAESTRO,   *
      *  CON LA VARIACION DE ORIGEN Y EL IMPORTE IMPUTADO QUE  *
      *  SE SUMARON ESE DIA, Y AL FINAL VERIFICA ESOS           *
      *  ACUMULADOS CON UNA PASADA COMPLETA DEL MAESTRO        *
      *  RECONSTRUIDO.                                         *
      *                                                        *
      **********************************************************
      *  FECHA   *    DETALLE        * COD *
      **************************************
      *14/10/2026* REGISTRO CTAMAE   * 001 *
      *          * POR COPY CPCTAMA  *     *
      *          * ALTA CON APERTURA *     *
      *15/10/2026* VARIACION DE      * 002 *
      *          * ORIGEN Y DIARIO   *     *
      *          * POSJRN ARCHIVADO  *     *
      *          *                   *     *
      *          *                   *     *
      **************************************
             SELECT MOVARCH ASSIGN DDMOVARC
                    FILE STATUS IS WS-ARC-CODE.

             SELECT JRNARCH ASSIGN DDJRNARC
                    FILE STATUS IS WS-JRN-CODE.

             SELECT WORK-SORT ASSIGN DDSRTWK.

             SELECT MOVORD  ASSIGN DDMOVORD
            BLOCK CONTAINS 0 RECORDS
            RECORDING MODE IS F.

       01 REG-CTABKP     PIC X(150).

       FD MOVARCH
            BLOCK CONTAINS 0 RECORDS

       01 REG-MOVARCH    PIC X(60).

       FD JRNARCH
            BLOCK CONTAINS 0 RECORDS
            RECORDING MODE IS F.

       01 REG-JRNARCH    PIC X(60).

       SD WORK-SORT.

       01 WORK-SORT-REC.
           03  SRT-FECHA         PIC 9(08).
           03  SRT-SUCURSAL      PIC 9(03).
           03  SRT-CUENTA        PIC 9(08).
           03  SRT-FUENTE        PIC X(01).
           03  SRT-SECUENCIA     PIC 9(07).
           03  SRT-REGISTRO      PIC X(60).

       FD MOVORD
            BLOCK CONTAINS 0 RECORDS
            RECORDING MODE IS F.

       01 REG-MOVORD     PIC X(87).

       FD CTAMAE.

           COPY CPCTAMA.

       FD INFORME
            BLOCK CONTAINS 0 RECORDS
       77  FILLER        PIC X(26) VALUE '* CODIGOS RETORNO FILES  *'.
       77  WS-BKP-CODE      PIC XX    VALUE SPACES.
       77  WS-ARC-CODE      PIC XX    VALUE SPACES.
       77  WS-JRN-CODE      PIC XX    VALUE SPACES.
       77  WS-ORD-CODE      PIC XX    VALUE SPACES.
       77  WS-CTA-CODE      PIC XX    VALUE SPACES.
       77  WS-INF-CODE      PIC XX    VALUE SPACES.
           88  WS-FIN-VERIF           VALUE 'Y'.
           88  WS-NO-FIN-VERIF        VALUE 'N'.

       01  WS-STATUS-SOLTAR PIC X.
           88  WS-FIN-SOLTAR          VALUE 'Y'.
           88  WS-NO-FIN-SOLTAR       VALUE 'N'.

       01  WS-STATUS-CLASIF PIC X     VALUE 'N'.
           88  WS-CLASIF-CON-ERROR    VALUE 'S'.

      ********  REGISTRO DE LA COPIA DE RESGUARDO  ***************
       01  WS-REG-CTABKP.
           03  WS-BKP-SUCURSAL     PIC 9(03).
           03  WS-BKP-FEC-ULT-MOV  PIC 9(08).
           03  WS-BKP-FEC-ACTUAL   PIC 9(08).
           03  WS-BKP-MONEDA       PIC 9(02).
           03  FILLER              PIC X(110).

      ********  NOVEDAD FIJA DE PGMDELTA  ***************
       01  WS-REG-MOVFIJ.
           03  WS-FIJ-MONEDA       PIC 9(02).
           03  FILLER              PIC X(17).

      ********  IMPUTACION DEL DIARIO DE PGMPOSTE  ***************
       01  WS-REG-POSJRN.
           03  WS-JRN-FECHA        PIC 9(08).
           03  WS-JRN-ORIGEN       PIC X(06).
           03  WS-JRN-SUCURSAL     PIC 9(03).
           03  WS-JRN-CUENTA       PIC 9(08).
           03  WS-JRN-MONEDA       PIC 9(02).
           03  WS-JRN-IMPORTE      PIC S9(07)V99.
           03  WS-JRN-SALDO-ANT    PIC S9(07)V99.
           03  WS-JRN-SALDO-NUE    PIC S9(07)V99.
           03  FILLER              PIC X(06).

      ********  NOVEDAD O IMPUTACION YA CLASIFICADA  ***************
       01  WS-REG-MOVORD.
           03  WS-ORD-FECHA        PIC 9(08).
           03  WS-ORD-SUCURSAL     PIC 9(03).
           03  WS-ORD-CUENTA       PIC 9(08).
           03  WS-ORD-FUENTE       PIC X(01).
               88  WS-ORD-PADRON            VALUE '1'.
               88  WS-ORD-IMPUTACION        VALUE '2'.
           03  WS-ORD-SECUENCIA    PIC 9(07).
           03  WS-ORD-REGISTRO     PIC X(60).

       77  WS-CANT-SOLTADOS     PIC 9(07)  VALUE ZEROS.

      ********  FECHAS DEL PARM  ***************
       01  WS-REG-PARM.
           03  WS-PARM-OBJETIVO PIC 9(08).
       77  WS-CANT-CUENTAS      PIC S9(7)     VALUE ZEROS.
       77  WS-TOTAL-IMPORTE     PIC S9(12)V99 VALUE ZEROS.
       77  WS-IMP-ANTERIOR      PIC S9(07)V99 VALUE ZEROS.
       77  WS-VARIACION         PIC S9(08)V99 VALUE ZEROS.
       77  WS-SALDO-NUEVO       PIC S9(07)V99 VALUE ZEROS.

      ********  ACUMULADOS DE LA VERIFICACION FINAL  *************
       77  WS-VER-CUENTAS       PIC S9(7)     VALUE ZEROS.
       77  WS-DIA-BAJAS         PIC 9(5)  VALUE ZEROS.
       77  WS-DIA-ESTADOS       PIC 9(5)  VALUE ZEROS.
       77  WS-DIA-IMPORTES      PIC 9(5)  VALUE ZEROS.
       77  WS-DIA-IMPUTADOS     PIC 9(5)  VALUE ZEROS.
       77  WS-DIA-VAR-ORIGEN    PIC S9(12)V99 VALUE ZEROS.
       77  WS-DIA-IMP-JRN       PIC S9(12)V99 VALUE ZEROS.

      ********  CONTADORES DE PROCESO  ***************
       77  WS-CANT-BACKUP       PIC 9(7)  VALUE ZEROS.
       77  WS-CANT-ANTERIORES   PIC 9(7)  VALUE ZEROS.
       77  WS-CANT-POSTERIORES  PIC 9(7)  VALUE ZEROS.
       77  WS-CANT-RECHAZADOS   PIC 9(7)  VALUE ZEROS.
       77  WS-CANT-IMPUTACIONES PIC 9(7)  VALUE ZEROS.
       77  WS-CANT-DESCUADRES   PIC 9(7)  VALUE ZEROS.

      ********  LINEAS DEL INFORME DE CONTROL  ***************
       01  WS-LIN-TITULO.
       01  WS-LIN-DIA.
           03  FILLER           PIC X(04)  VALUE 'DIA '.
           03  WS-DIA-FECHA     PIC 9(08).
           03  FILLER           PIC X(05)  VALUE ' ALT '.
           03  WS-DIA-CANT-ALT  PIC ZZZZ9.
           03  FILLER           PIC X(05)  VALUE ' BAJ '.
           03  WS-DIA-CANT-BAJ  PIC ZZZZ9.
           03  FILLER           PIC X(05)  VALUE ' EST '.
           03  WS-DIA-CANT-EST  PIC ZZZZ9.
           03  FILLER           PIC X(05)  VALUE ' IMP '.
           03  WS-DIA-CANT-IMP  PIC ZZZZ9.
           03  FILLER           PIC X(05)  VALUE ' JRN '.
           03  WS-DIA-CANT-JRN  PIC ZZZZ9.
           03  FILLER           PIC X(06)  VALUE ' CTAS '.
           03  WS-DIA-CUENTAS   PIC ZZZZZZ9.
           03  FILLER           PIC X(05)  VALUE ' TOT '.
           03  WS-DIA-IMPORTE   PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
           03  FILLER           PIC X(01)  VALUE SPACE.

       01  WS-LIN-DIA-IMP.
           03  FILLER           PIC X(21)  VALUE
               '    VARIACION ORIGEN '.
           03  WS-DIA-VARIACION PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
           03  FILLER           PIC X(18)  VALUE
               '  IMPUTADO POSJRN '.
           03  WS-DIA-IMPUTADO  PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
           03  FILLER           PIC X(23)  VALUE SPACES.

       01  WS-LIN-VERIF.
           03  FILLER           PIC X(26)  VALUE
      **************************************
      *                                    *
      *  PARM, CLASIFICACION DE LAS        *
      *  NOVEDADES Y DIARIOS ARCHIVADOS    *
      *  POR FECHA,                        *
      *  CARGA DE LA COPIA Y PRIMERA       *
      *  LECTURA                           *
      *                                    *

           SORT WORK-SORT
                ON ASCENDING KEY SRT-FECHA SRT-SUCURSAL SRT-CUENTA
                                 SRT-FUENTE SRT-SECUENCIA
                INPUT PROCEDURE 1200-CLASIFICAR-NOVEDADES
                                THRU F-1200-CLASIFICAR-NOVEDADES
                GIVING MOVORD.

           IF WS-CLASIF-CON-ERROR
              MOVE 9999 TO RETURN-CODE
              SET  WS-FIN-PROCESO TO TRUE
              GO TO F-1000-INICIO
           END-IF.

           OPEN OUTPUT INFORME.
           IF WS-INF-CODE IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN INFORME = ' WS-INF-CODE

       F-1100-LEER-PARM. EXIT.

      **************************************
      *                                    *
      *  ENTREGA AL SORT LAS NOVEDADES     *
      *  FIJAS DE PGMDELTA Y LAS           *
      *  IMPUTACIONES DEL DIARIO POSJRN,   *
      *  CADA UNA CON SU FUENTE Y UNA      *
      *  SECUENCIA QUE CONSERVA EL ORDEN   *
      *  DEL ARCHIVO                       *
      *                                    *
      **************************************
       1200-CLASIFICAR-NOVEDADES.
           OPEN INPUT MOVARCH.
           IF WS-ARC-CODE IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN MOVARCH = ' WS-ARC-CODE
              SET WS-CLASIF-CON-ERROR TO TRUE
              GO TO F-1200-CLASIFICAR-NOVEDADES
           END-IF.

           SET WS-NO-FIN-SOLTAR TO TRUE.
           PERFORM 1220-SOLTAR-NOVEDAD THRU F-1220-SOLTAR-NOVEDAD
                   UNTIL WS-FIN-SOLTAR.
           CLOSE MOVARCH.

           OPEN INPUT JRNARCH.
           IF WS-JRN-CODE IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN JRNARCH = ' WS-JRN-CODE
              SET WS-CLASIF-CON-ERROR TO TRUE
              GO TO F-1200-CLASIFICAR-NOVEDADES
           END-IF.

           SET WS-NO-FIN-SOLTAR TO TRUE.
           PERFORM 1240-SOLTAR-IMPUTACION
                     THRU F-1240-SOLTAR-IMPUTACION
                   UNTIL WS-FIN-SOLTAR.
           CLOSE JRNARCH.

       F-1200-CLASIFICAR-NOVEDADES. EXIT.

       1220-SOLTAR-NOVEDAD.
           READ MOVARCH INTO WS-REG-MOVFIJ
                AT END
                   SET WS-FIN-SOLTAR TO TRUE
                   GO TO F-1220-SOLTAR-NOVEDAD
           END-READ.

           IF WS-ARC-CODE IS NOT EQUAL '00'
              DISPLAY '* ERROR EN LECTURA MOVARCH = ' WS-ARC-CODE
              SET WS-CLASIF-CON-ERROR TO TRUE
              SET WS-FIN-SOLTAR TO TRUE
              GO TO F-1220-SOLTAR-NOVEDAD
           END-IF.

           ADD 1 TO WS-CANT-SOLTADOS.
           MOVE WS-FIJ-FECHA     TO SRT-FECHA.
           MOVE WS-FIJ-SUCURSAL  TO SRT-SUCURSAL.
           MOVE WS-FIJ-CUENTA    TO SRT-CUENTA.
           MOVE '1'              TO SRT-FUENTE.
           MOVE WS-CANT-SOLTADOS TO SRT-SECUENCIA.
           MOVE WS-REG-MOVFIJ    TO SRT-REGISTRO.

           RELEASE WORK-SORT-REC.

       F-1220-SOLTAR-NOVEDAD. EXIT.

       1240-SOLTAR-IMPUTACION.
           READ JRNARCH INTO WS-REG-POSJRN
                AT END
                   SET WS-FIN-SOLTAR TO TRUE
                   GO TO F-1240-SOLTAR-IMPUTACION
           END-READ.

           IF WS-JRN-CODE IS NOT EQUAL '00'
              DISPLAY '* ERROR EN LECTURA JRNARCH = ' WS-JRN-CODE
              SET WS-CLASIF-CON-ERROR TO TRUE
              SET WS-FIN-SOLTAR TO TRUE
              GO TO F-1240-SOLTAR-IMPUTACION
           END-IF.

           ADD 1 TO WS-CANT-SOLTADOS.
           MOVE WS-JRN-FECHA     TO SRT-FECHA.
           MOVE WS-JRN-SUCURSAL  TO SRT-SUCURSAL.
           MOVE WS-JRN-CUENTA    TO SRT-CUENTA.
           MOVE '2'              TO SRT-FUENTE.
           MOVE WS-CANT-SOLTADOS TO SRT-SECUENCIA.
           MOVE WS-REG-POSJRN    TO SRT-REGISTRO.

           RELEASE WORK-SORT-REC.

       F-1240-SOLTAR-IMPUTACION. EXIT.

      **************************************
      *                                    *
      *  CARGA LA COPIA DE RESGUARDO EN    *
      **************************************
      *                                    *
      *  LEE LA PROXIMA NOVEDAD YA         *
      *  CLASIFICADA POR FECHA Y LA PASA   *
      *  AL LAYOUT DE SU FUENTE            *
      *                                    *
      **************************************
       1800-LEER-MOVORD.
           READ MOVORD INTO WS-REG-MOVORD
                       AT END SET WS-FIN-PROCESO TO TRUE.

           IF WS-FIN-PROCESO
              DISPLAY '* ERROR EN LECTURA MOVORD = ' WS-ORD-CODE
              MOVE 9999 TO RETURN-CODE
              SET WS-FIN-PROCESO TO TRUE
              GO TO F-1800-LEER-MOVORD
           END-IF.

           IF WS-ORD-IMPUTACION
              MOVE WS-ORD-REGISTRO TO WS-REG-POSJRN
           ELSE
              MOVE WS-ORD-REGISTRO TO WS-REG-MOVFIJ
           END-IF.

       F-1800-LEER-MOVORD. EXIT.
       2000-PROCESO.
           ADD 1 TO WS-CANT-MOVS.

           IF WS-ORD-FECHA NOT GREATER WS-FECHA-BACKUP
              ADD 1 TO WS-CANT-ANTERIORES
              GO TO 2000-LEER-SIGUIENTE
           END-IF.

           IF WS-ORD-FECHA GREATER WS-FECHA-OBJETIVO
              ADD 1 TO WS-CANT-POSTERIORES
              GO TO 2000-LEER-SIGUIENTE
           END-IF.

           IF WS-DIA-EN-CURSO EQUAL ZEROS
              MOVE WS-ORD-FECHA TO WS-DIA-EN-CURSO
           END-IF.

           IF WS-ORD-FECHA NOT EQUAL WS-DIA-EN-CURSO
              PERFORM 2800-CERRAR-DIA THRU F-2800-CERRAR-DIA
              MOVE WS-ORD-FECHA TO WS-DIA-EN-CURSO
           END-IF.

           IF WS-ORD-IMPUTACION
              PERFORM 2500-REAPLICAR-IMPUTACION
                        THRU F-2500-REAPLICAR-IMPUTACION
              GO TO 2000-LEER-SIGUIENTE
           END-IF.

           EVALUATE TRUE
           MOVE WS-FIJ-SUCURSAL TO CTA-SUCURSAL.
           MOVE WS-FIJ-CUENTA   TO CTA-CUENTA.
           MOVE WS-FIJ-ESTADO-NVO TO CTA-ESTADO.
           MOVE WS-FIJ-IMP-HOY  TO CTA-IMPORTE
                                   CTA-SALDO-ORIGEN.
           IF WS-FIJ-TIPO IS NUMERIC
              MOVE WS-FIJ-TIPO TO CTA-TIPO
           END-IF.
           END-IF.
           MOVE WS-FIJ-FECHA    TO CTA-FECHA-ULT-MOV.
           MOVE WS-FIJ-FECHA    TO CTA-FECHA-ACTUAL.
           MOVE WS-FIJ-FECHA    TO CTA-FECHA-APERTURA.
           MOVE SPACES          TO CTA-EXENTA-COMISION.
           IF CTA-TIPO EQUAL 2
              SET CTA-PRO-CTA-CTE     TO TRUE
           ELSE
              SET CTA-PRO-CAJA-AHORRO TO TRUE
           END-IF.
           MOVE CTA-MONEDA      TO CTA-PRO-MONEDA.

           WRITE REG-CTAMAE
              INVALID KEY

      **************************************
      *                                    *
      *  REAPLICA UN CAMBIO DE IMPORTE     *
      *  COMO LO HACE PGMCTAMA: SE SUMA LA *
      *  VARIACION DEL SALDO DE ORIGEN Y   *
      *  LA FECHA DE ULTIMO MOVIMIENTO     *
      *  ACOMPANA; UNA CUENTA CERRADA SOLO *
      *  GUARDA EL SALDO DE ORIGEN         *
      *                                    *
      **************************************
       2400-REAPLICAR-IMPORTE.
                   GO TO F-2400-REAPLICAR-IMPORTE
           END-READ.

           MOVE ZEROS          TO WS-VARIACION.
           MOVE CTA-IMPORTE    TO WS-SALDO-NUEVO.

           IF CTA-SALDO-ORIGEN IS NOT NUMERIC
              GO TO 2400-GUARDAR-ORIGEN
           END-IF.

           IF CTA-FECHA-CIERRE IS NUMERIC AND
              CTA-FECHA-CIERRE NOT EQUAL ZEROS
              GO TO 2400-GUARDAR-ORIGEN
           END-IF.

           COMPUTE WS-VARIACION = WS-FIJ-IMP-HOY - WS-FIJ-IMP-AYER.
           IF WS-VARIACION NOT EQUAL ZEROS
              COMPUTE WS-SALDO-NUEVO = CTA-IMPORTE + WS-VARIACION
                  ON SIZE ERROR
                     ADD 1 TO WS-CANT-RECHAZADOS
                     DISPLAY '* VARIACION DESBORDA EL SALDO, SUC '
                             WS-FIJ-SUCURSAL ' CTA ' WS-FIJ-CUENTA
                     GO TO F-2400-REAPLICAR-IMPORTE
              END-COMPUTE
              MOVE WS-FIJ-FECHA   TO CTA-FECHA-ULT-MOV
           END-IF.

       2400-GUARDAR-ORIGEN.
           MOVE WS-SALDO-NUEVO TO CTA-IMPORTE.
           MOVE WS-FIJ-IMP-HOY TO CTA-SALDO-ORIGEN.
           MOVE WS-FIJ-FECHA   TO CTA-FECHA-ACTUAL.

           REWRITE REG-CTAMAE
              NOT INVALID KEY
                 ADD 1 TO WS-DIA-IMPORTES
                 ADD 1 TO WS-CANT-APLICADOS
                 ADD WS-VARIACION TO WS-TOTAL-IMPORTE
                 ADD WS-VARIACION TO WS-DIA-VAR-ORIGEN
           END-REWRITE.

       F-2400-REAPLICAR-IMPORTE. EXIT.

      **************************************
      *                                    *
      *  REAPLICA UNA IMPUTACION DEL       *
      *  DIARIO DE PGMPOSTE SUMANDO SU     *
      *  IMPORTE; SI EL SALDO PREVIO NO ES *
      *  EL QUE GRABO EL DIARIO SE INFORMA *
      *  EL DESCUADRE                      *
      *                                    *
      **************************************
       2500-REAPLICAR-IMPUTACION.
           ADD 1 TO WS-CANT-IMPUTACIONES.

           MOVE WS-JRN-SUCURSAL TO CTA-SUCURSAL.
           MOVE WS-JRN-CUENTA   TO CTA-CUENTA.

           READ CTAMAE RECORD KEY IS CTA-CLAVE
                INVALID KEY
                   ADD 1 TO WS-CANT-RECHAZADOS
                   DISPLAY '* IMPUTACION SIN CUENTA EN MAESTRO, SUC '
                           WS-JRN-SUCURSAL ' CTA ' WS-JRN-CUENTA
                   GO TO F-2500-REAPLICAR-IMPUTACION
           END-READ.

           IF CTA-IMPORTE NOT EQUAL WS-JRN-SALDO-ANT
              ADD 1 TO WS-CANT-DESCUADRES
              DISPLAY '* SALDO PREVIO DISTINTO AL DEL DIARIO, SUC '
                      WS-JRN-SUCURSAL ' CTA ' WS-JRN-CUENTA
                      ' ORIGEN ' WS-JRN-ORIGEN
           END-IF.

           COMPUTE WS-SALDO-NUEVO = CTA-IMPORTE + WS-JRN-IMPORTE
               ON SIZE ERROR
                  ADD 1 TO WS-CANT-RECHAZADOS
                  DISPLAY '* IMPUTACION DESBORDA EL SALDO, SUC '
                          WS-JRN-SUCURSAL ' CTA ' WS-JRN-CUENTA
                  GO TO F-2500-REAPLICAR-IMPUTACION
           END-COMPUTE.

           MOVE WS-SALDO-NUEVO TO CTA-IMPORTE.
           MOVE WS-JRN-FECHA   TO CTA-FECHA-ULT-MOV.

           REWRITE REG-CTAMAE
              INVALID KEY
                 ADD 1 TO WS-CANT-RECHAZADOS
                 DISPLAY '* ERROR EN REWRITE CTAMAE = '
                                             WS-CTA-CODE
              NOT INVALID KEY
                 ADD 1 TO WS-DIA-IMPUTADOS
                 ADD 1 TO WS-CANT-APLICADOS
                 ADD WS-JRN-IMPORTE TO WS-TOTAL-IMPORTE
                 ADD WS-JRN-IMPORTE TO WS-DIA-IMP-JRN
           END-REWRITE.

       F-2500-REAPLICAR-IMPUTACION. EXIT.

      **************************************
      *                                    *
      *  CIERRA UN DIA REAPLICADO: GRABA   *
      *  LAS LINEAS DE CONTROL CON LO      *
      *  REAPLICADO, CANTIDAD E IMPORTE    *
      *  DEL MAESTRO Y LIMPIA              *
      *  LOS CONTADORES DEL DIA            *
      *                                    *
      **************************************
           MOVE WS-DIA-BAJAS     TO WS-DIA-CANT-BAJ.
           MOVE WS-DIA-ESTADOS   TO WS-DIA-CANT-EST.
           MOVE WS-DIA-IMPORTES  TO WS-DIA-CANT-IMP.
           MOVE WS-DIA-IMPUTADOS TO WS-DIA-CANT-JRN.
           MOVE WS-CANT-CUENTAS  TO WS-DIA-CUENTAS.
           MOVE WS-TOTAL-IMPORTE TO WS-DIA-IMPORTE.
           MOVE WS-LIN-DIA       TO REG-INFORME.
           PERFORM 9300-GRABAR-INFORME THRU F-9300-GRABAR-INFORME.

           MOVE WS-DIA-VAR-ORIGEN TO WS-DIA-VARIACION.
           MOVE WS-DIA-IMP-JRN    TO WS-DIA-IMPUTADO.
           MOVE WS-LIN-DIA-IMP    TO REG-INFORME.
           PERFORM 9300-GRABAR-INFORME THRU F-9300-GRABAR-INFORME.

           MOVE ZEROS TO WS-DIA-ALTAS.
           MOVE ZEROS TO WS-DIA-BAJAS.
           MOVE ZEROS TO WS-DIA-ESTADOS.
           MOVE ZEROS TO WS-DIA-IMPORTES.
           MOVE ZEROS TO WS-DIA-IMPUTADOS.
           MOVE ZEROS TO WS-DIA-VAR-ORIGEN.
           MOVE ZEROS TO WS-DIA-IMP-JRN.

       F-2800-CERRAR-DIA. EXIT.

           DISPLAY 'POSTERIORES AL OBJETIVO : '
                                          WS-CANT-POSTERIORES.
           DISPLAY 'NOVEDADES RECHAZADAS    : ' WS-CANT-RECHAZADOS.
           DISPLAY 'IMPUTACIONES DEL DIARIO : ' WS-CANT-IMPUTACIONES.
           DISPLAY 'DESCUADRES CON DIARIO   : ' WS-CANT-DESCUADRES.
           DISPLAY 'CUENTAS RECONSTRUIDAS   : ' WS-CANT-CUENTAS.

           IF (WS-CANT-RECHAZADOS GREATER ZEROS OR
               WS-CANT-DESCUADRES GREATER ZEROS) AND
              RETURN-CODE EQUAL ZEROS
              MOVE 4 TO RETURN-CODE
           END-IF.
