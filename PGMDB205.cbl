      *  MISMO LOG DE SQLCODES DE          *
      *  PGMDB201.                         *
      *                                    *
      *  CADA ACCION APLICADA DEJA ADEMAS  *
      *  SU VERSION EN LA TABLA DE         *
      *  HISTORIA KC02787.TBCURHIS, CON    *
      *  VIGENCIA DESDE/HASTA, MAKER,      *
      *  CHECKER Y ACCION, EN LA MISMA     *
      *  UNIDAD DE TRABAJO QUE EL CAMBIO   *
      *  (LA CONSULTA A FECHA ES PGMDB207).*
      *                                    *
      **************************************
      *  MANTENIMIENTO                                     *
      *  02/09/2026  VERSION ORIGINAL                       *
      *  15/10/2026  HISTORIA TEMPORAL DE CADA ACCION       *
      *               APLICADA EN KC02787.TBCURHIS          *
      **************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           02  WS-ANT-PROYNAME PIC X(30)  VALUE SPACES.
           02  WS-ANT-PROYHORA PIC X(3)   VALUE SPACES.

      *****************************************************
      * VERSION DEL PROYECTO EN LA HISTORIA TBCURHIS.     *
      * LA VERSION VIGENTE TIENE VIGHASTA ABIERTO (FIN    *
      * DE LOS TIEMPOS); UNA BAJA DEJA UNA VERSION CON    *
      * ACCION 'B' QUE LA CONSULTA A FECHA NO MUESTRA;    *
      * UNA FILA ANTERIOR A LA HISTORIA ENTRA CON ACCION  *
      * 'I' Y VIGENCIA DESDE EL ORIGEN AL TOCARSE.        *
      *****************************************************
       01  HISTORIA.
           02  HISPROYNO   PIC X(5).
           02  HISNAME     PIC X(30).
           02  HISHORA     PIC X(3).
           02  HISDESDE    PIC X(26).
           02  HISHASTA    PIC X(26).
           02  HISACCION   PIC X(1).
           02  HISMAKER    PIC X(8).
           02  HISCHECKER  PIC X(8).

       77  WS-TS-ACCION  PIC X(26) VALUE SPACES.
       77  WS-TS-ABIERTA PIC X(26)
                         VALUE '9999-12-31-00.00.00.000000'.
       77  WS-TS-ORIGEN  PIC X(26)
                         VALUE '0001-01-01-00.00.00.000000'.
       77  WS-TEXTO-SQL  PIC X(30) VALUE SPACES.

       77  FILLER        PIC X(26) VALUE '* CONTADORES DE PROCESO  *'.

       77  WS-CANT-LEIDAS     PIC 9(7)  VALUE ZEROS.
              INCLUDE TBCURCTA
            END-EXEC.

            EXEC SQL
              INCLUDE TBCURHIS
            END-EXEC.

       77  FILLER        PIC X(26) VALUE '* FINAL  WORKING-STORAGE *'.

       PROCEDURE DIVISION.
                     :PROYECTO.PROYHORA)
           END-EXEC.

           MOVE 'ERROR AL APLICAR LA ACCION' TO WS-TEXTO-SQL.
           IF SQLCODE = 0
              PERFORM 3500-GRABAR-HISTORIA
                        THRU F-3500-GRABAR-HISTORIA
           END-IF.

           PERFORM 3900-EVALUAR-SQL THRU F-3900-EVALUAR-SQL.

       F-3200-ALTA. EXIT.
              WHERE PROYNO   = :PROYECTO.PROYNO
           END-EXEC.

           MOVE 'ERROR AL APLICAR LA ACCION' TO WS-TEXTO-SQL.
           IF SQLCODE = 0
              PERFORM 3500-GRABAR-HISTORIA
                        THRU F-3500-GRABAR-HISTORIA
           END-IF.

           PERFORM 3900-EVALUAR-SQL THRU F-3900-EVALUAR-SQL.

       F-3300-CAMBIO. EXIT.
              WHERE PROYNO = :PROYECTO.PROYNO
           END-EXEC.

           MOVE 'ERROR AL APLICAR LA ACCION' TO WS-TEXTO-SQL.
           IF SQLCODE = 0
              PERFORM 3500-GRABAR-HISTORIA
                        THRU F-3500-GRABAR-HISTORIA
           END-IF.

           PERFORM 3900-EVALUAR-SQL THRU F-3900-EVALUAR-SQL.

       F-3400-BAJA. EXIT.

      **************************************
      *                                    *
      *  HISTORIA TEMPORAL DE LA ACCION    *
      *  EN TBCURHIS, ANTES DEL COMMIT:    *
      *  CIERRA LA VERSION VIGENTE CON EL  *
      *  MISMO TIMESTAMP CON QUE ABRE LA   *
      *  NUEVA (LA IMAGEN NUEVA EN ALTA Y  *
      *  CAMBIO, LA ANTERIOR CON ACCION    *
      *  'B' EN LA BAJA). SI ALGO FALLA    *
      *  QUEDA EL SQLCODE Y 3900 HACE EL   *
      *  ROLLBACK DE TODO EL CAMBIO.       *
      *                                    *
      **************************************
       3500-GRABAR-HISTORIA.
           MOVE 'ERROR EN HISTORIA TBCURHIS' TO WS-TEXTO-SQL.

           EXEC SQL
             SELECT CURRENT TIMESTAMP
               INTO :WS-TS-ACCION
               FROM SYSIBM.SYSDUMMY1
           END-EXEC.

           IF SQLCODE NOT = 0
              GO TO F-3500-GRABAR-HISTORIA
           END-IF.

           PERFORM 3510-CERRAR-VIGENTE THRU F-3510-CERRAR-VIGENTE.

           IF SQLCODE NOT = 0
              GO TO F-3500-GRABAR-HISTORIA
           END-IF.

           MOVE WS-TRA-PROYNO   TO HISPROYNO.
           MOVE WS-TS-ACCION    TO HISDESDE.
           MOVE WS-TS-ABIERTA   TO HISHASTA.
           MOVE WS-TRA-ACCION   TO HISACCION.
           MOVE WS-PTR-MAKER    TO HISMAKER.
           MOVE WS-TAB-CHECKER (WS-IDX-APR) TO HISCHECKER.
           IF WS-TRA-BAJA
              MOVE WS-ANT-PROYNAME TO HISNAME
              MOVE WS-ANT-PROYHORA TO HISHORA
           ELSE
              MOVE WS-TRA-PROYNAME TO HISNAME
              MOVE WS-TRA-PROYHORA TO HISHORA
           END-IF.

           PERFORM 3550-INSERTAR-VERSION
                     THRU F-3550-INSERTAR-VERSION.

       F-3500-GRABAR-HISTORIA. EXIT.

      **************************************
      *                                    *
      *  CIERRA LA VERSION VIGENTE DEL     *
      *  PROYECTO. EN UNA ALTA PUEDE NO    *
      *  HABER NINGUNA, O SER LA MARCA DE  *
      *  UNA BAJA ANTERIOR. EN CAMBIO Y    *
      *  BAJA, SI EL PROYECTO ES ANTERIOR  *
      *  A LA HISTORIA, SE GRABA LA IMAGEN *
      *  ANTERIOR YA CERRADA, VIGENTE      *
      *  DESDE EL ORIGEN                   *
      *                                    *
      **************************************
       3510-CERRAR-VIGENTE.
           MOVE WS-TRA-PROYNO TO HISPROYNO.

           EXEC SQL
             UPDATE KC02787.TBCURHIS
                SET VIGHASTA = :WS-TS-ACCION
              WHERE PROYNO   = :HISTORIA.HISPROYNO
                AND VIGHASTA = :WS-TS-ABIERTA
           END-EXEC.

           IF SQLCODE NOT = NOT-FOUND
              GO TO F-3510-CERRAR-VIGENTE
           END-IF.

           IF WS-TRA-ALTA
              MOVE 0 TO SQLCODE
              GO TO F-3510-CERRAR-VIGENTE
           END-IF.

           MOVE WS-ANT-PROYNAME TO HISNAME.
           MOVE WS-ANT-PROYHORA TO HISHORA.
           MOVE WS-TS-ORIGEN    TO HISDESDE.
           MOVE WS-TS-ACCION    TO HISHASTA.
           MOVE 'I'             TO HISACCION.
           MOVE SPACES          TO HISMAKER
                                   HISCHECKER.

           PERFORM 3550-INSERTAR-VERSION
                     THRU F-3550-INSERTAR-VERSION.

       F-3510-CERRAR-VIGENTE. EXIT.

       3550-INSERTAR-VERSION.
           EXEC SQL
             INSERT INTO KC02787.TBCURHIS
                    (PROYNO, PROYNAME, PROYHORA, VIGDESDE,
                     VIGHASTA, ACCION, MAKER, CHECKER)
             VALUES (:HISTORIA.HISPROYNO,
                     :HISTORIA.HISNAME,
                     :HISTORIA.HISHORA,
                     :HISTORIA.HISDESDE,
                     :HISTORIA.HISHASTA,
                     :HISTORIA.HISACCION,
                     :HISTORIA.HISMAKER,
                     :HISTORIA.HISCHECKER)
           END-EXEC.

       F-3550-INSERTAR-VERSION. EXIT.

      **************************************
      *                                    *
      *  EVALUA EL SQLCODE DE LA ACCION    *
           ELSE
              MOVE WS-TRA-PROYNO TO WS-ERR-PROYNO
              MOVE SQLCODE       TO WS-ERR-SQLCODE
              MOVE WS-TEXTO-SQL  TO WS-ERR-TEXTO
              PERFORM 8000-ERROR-SQL THRU F-8000-ERROR-SQL
              SET WS-TRANS-INVALIDA TO TRUE
              MOVE 'ERROR SQL     ' TO WS-RESULT-ACTUAL
