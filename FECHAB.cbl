      *          DEVUELVE LA FECHA EN FECHA-HASTA.
      *     'R'  RETROCEDE CANT-DIAS HABILES DESDE FECHA-DESDE
      *          Y DEVUELVE LA FECHA EN FECHA-HASTA.
      *     'V'  VENCIMIENTO: SUMA CANT-DIAS CORRIDOS A
      *          FECHA-DESDE Y, SI LA FECHA CAE EN UN DIA NO
      *          HABIL DE CALEND, LA CORRE AL HABIL SIGUIENTE.
      *          DEVUELVE LA FECHA EN FECHA-HASTA; ANTE 20 O
      *          30 DEVUELVE LA FECHA SIN CORRER.
      *
      *  EL CALENDARIO SE CARGA UNA SOLA VEZ EN LA PRIMERA
      *  LLAMADA Y QUEDA EN MEMORIA PARA EL RESTO DE LA
       77  WS-RESTO-400         PIC 9(04)  VALUE ZEROS.
       77  WS-COCIENTE          PIC 9(06)  VALUE ZEROS.

      ********  SUMA DE DIAS CORRIDOS  ***************
       01  WS-TABLA-FIN-MES.
           03  FILLER  PIC X(24)
               VALUE '312831303130313130313031'.
       01  FILLER REDEFINES WS-TABLA-FIN-MES.
           03  WS-DIAS-DEL-MES  PIC 9(02) OCCURS 12 TIMES.

       77  WS-ULTIMO-DIA        PIC 9(02)  VALUE ZEROS.
       77  WS-CORRIDOS-RESTAN   PIC 9(05)  VALUE ZEROS.

       LINKAGE SECTION.
       01  LK-FUNCION            PIC X(01).
           88  LK-FUN-DIFERENCIA          VALUE 'D'.
           88  LK-FUN-AVANZAR             VALUE 'A'.
           88  LK-FUN-RETROCEDER          VALUE 'R'.
           88  LK-FUN-VENCIMIENTO         VALUE 'V'.
       01  LK-FECHA-DESDE        PIC 9(08).
       01  LK-FECHA-HASTA        PIC 9(08).
       01  LK-CANT-DIAS          PIC 9(05).
               WHEN LK-FUN-RETROCEDER
                  PERFORM 3000-DESPLAZAR THRU F-3000-DESPLAZAR

               WHEN LK-FUN-VENCIMIENTO
                  PERFORM 4000-VENCIMIENTO
                            THRU F-4000-VENCIMIENTO

               WHEN OTHER
                  SET LK-FUNCION-INVALIDA TO TRUE
           END-EVALUATE.

       F-3200-DAR-UN-PASO. EXIT.

      **************************************
      *                                    *
      *  FUNCION 'V': SUMA LOS DIAS        *
      *  CORRIDOS DE A UNO Y CORRE LA      *
      *  FECHA AL HABIL SIGUIENTE SEGUN    *
      *  CALEND                            *
      *                                    *
      **************************************
       4000-VENCIMIENTO.
           MOVE ZEROS TO LK-FECHA-HASTA.

           IF LK-CANT-DIAS IS NOT NUMERIC
              SET LK-FUNCION-INVALIDA TO TRUE
              GO TO F-4000-VENCIMIENTO
           END-IF.

           MOVE LK-FECHA-DESDE TO WS-FECHA-TRABAJO.
           IF WS-FTR-MM LESS 1 OR WS-FTR-MM GREATER 12 OR
              WS-FTR-DD LESS 1 OR WS-FTR-DD GREATER 31
              SET LK-FUNCION-INVALIDA TO TRUE
              GO TO F-4000-VENCIMIENTO
           END-IF.

           MOVE LK-CANT-DIAS TO WS-CORRIDOS-RESTAN.
           PERFORM 4100-SUMAR-UN-DIA THRU F-4100-SUMAR-UN-DIA
                   UNTIL WS-CORRIDOS-RESTAN EQUAL ZEROS.

           MOVE WS-FECHA-TRABAJO TO LK-FECHA-HASTA.

           IF WS-CALENDARIO-AUSENTE
              SET LK-SIN-CALENDARIO TO TRUE
              GO TO F-4000-VENCIMIENTO
           END-IF.

           MOVE ZEROS TO WS-IDX-HASTA.
           PERFORM 4200-UBICAR-HASTA THRU F-4200-UBICAR-HASTA
                   VARYING WS-SUB-CAL FROM 1 BY 1
                   UNTIL WS-SUB-CAL GREATER WS-CANT-FECHAS.

           IF WS-IDX-HASTA EQUAL ZEROS
              SET LK-FUERA-DE-CALENDARIO TO TRUE
              GO TO F-4000-VENCIMIENTO
           END-IF.

           MOVE WS-IDX-HASTA TO WS-SUB-CAL.
           PERFORM 4300-HABIL-SIGUIENTE THRU F-4300-HABIL-SIGUIENTE
                   UNTIL WS-TAB-HABIL (WS-SUB-CAL) EQUAL 'S' OR
                         LK-FUERA-DE-CALENDARIO.

           IF NOT LK-FUERA-DE-CALENDARIO
              MOVE WS-TAB-FECHA (WS-SUB-CAL) TO LK-FECHA-HASTA
           END-IF.

       F-4000-VENCIMIENTO. EXIT.

       4100-SUMAR-UN-DIA.
           MOVE WS-DIAS-DEL-MES (WS-FTR-MM) TO WS-ULTIMO-DIA.

           IF WS-FTR-MM EQUAL 2
              DIVIDE WS-FTR-ANIO BY 4 GIVING WS-COCIENTE
                     REMAINDER WS-RESTO-4
              DIVIDE WS-FTR-ANIO BY 100 GIVING WS-COCIENTE
                     REMAINDER WS-RESTO-100
              DIVIDE WS-FTR-ANIO BY 400 GIVING WS-COCIENTE
                     REMAINDER WS-RESTO-400
              IF WS-RESTO-4 EQUAL ZEROS AND
                 (WS-RESTO-100 NOT EQUAL ZEROS OR
                  WS-RESTO-400 EQUAL ZEROS)
                 MOVE 29 TO WS-ULTIMO-DIA
              END-IF
           END-IF.

           IF WS-FTR-DD LESS WS-ULTIMO-DIA
              ADD 1 TO WS-FTR-DD
           ELSE
              MOVE 1 TO WS-FTR-DD
              IF WS-FTR-MM LESS 12
                 ADD 1 TO WS-FTR-MM
              ELSE
                 MOVE 1 TO WS-FTR-MM
                 ADD 1 TO WS-FTR-ANIO
              END-IF
           END-IF.

           SUBTRACT 1 FROM WS-CORRIDOS-RESTAN.

       F-4100-SUMAR-UN-DIA. EXIT.

       4200-UBICAR-HASTA.
           IF WS-TAB-FECHA (WS-SUB-CAL) EQUAL LK-FECHA-HASTA
              MOVE WS-SUB-CAL TO WS-IDX-HASTA
           END-IF.

       F-4200-UBICAR-HASTA. EXIT.

       4300-HABIL-SIGUIENTE.
           IF WS-SUB-CAL NOT LESS WS-CANT-FECHAS
              SET LK-FUERA-DE-CALENDARIO TO TRUE
              GO TO F-4300-HABIL-SIGUIENTE
           END-IF.

           ADD 1 TO WS-SUB-CAL.

       F-4300-HABIL-SIGUIENTE. EXIT.

      **************************************
      *                                    *
      *  CONVIERTE UNA FECHA SSAAMMDD EN   *
