       IDENTIFICATION DIVISION.
        PROGRAM-ID. PGMDB207.
      **************************************
      *                                    *
      *  CONSULTA A FECHA DE LA TABLA      *
      *  KC02787.TBCURCTA: DEVUELVE COMO   *
      *  ESTABA LA TABLA EN UN MOMENTO     *
      *  DADO, A PARTIR DE LA HISTORIA     *
      *  TEMPORAL KC02787.TBCURHIS QUE     *
      *  MANTIENE PGMDB205 CON CADA        *
      *  ACCION APROBADA.                  *
      *                                    *
      *  EL PARM TRAE LA FECHA SSAAMMDD,   *
      *  LA HORA HHMMSS (EN BLANCO, FIN    *
      *  DEL DIA) Y EL RANGO DE PROYNO DE  *
      *  PGMDB201 (SOLO EL DESDE, UN UNICO *
      *  PROYECTO; AMBOS EN BLANCO, TODOS).*
      *                                    *
      *  UN PROYECTO SIN NINGUNA FILA EN   *
      *  LA HISTORIA NUNCA SE TOCO DESDE   *
      *  QUE EXISTE, ASI QUE SE TOMA TAL   *
      *  COMO ESTA HOY EN TBCURCTA.        *
      *                                    *
      *  LA SALIDA TIENE EL MISMO LAYOUT   *
      *  QUE LA DE PGMDB201 (HEADER DE     *
      *  AUDITORIA, TITULOS, DETALLE,      *
      *  TOTAL Y TRAILER), CON LA FECHA    *
      *  CONSULTADA EN EL HEADER, PARA     *
      *  RECREAR UN EXTRACTO DE ESE DIA.   *
      *  MISMO LOG DE SQLCODES DE          *
      *  PGMDB201.                         *
      *                                    *
      **************************************
      *  MANTENIMIENTO                                     *
      *  15/10/2026  VERSION ORIGINAL                       *
      **************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
             SELECT SALIDA  ASSIGN DDSALID
                    FILE STATUS IS WS-SAL-CODE.

             SELECT PARMS   ASSIGN DDPARM
                    FILE STATUS IS WS-PARM-CODE.

             SELECT ERRLOG  ASSIGN DDERRLOG
                    FILE STATUS IS WS-ERR-CODE.

       DATA DIVISION.
       FILE SECTION.
       FD SALIDA
            BLOCK CONTAINS 0 RECORDS
            RECORDING MODE IS F.
       01 REG-SALIDA     PIC X(40).

       FD PARMS
            BLOCK CONTAINS 0 RECORDS
            RECORDING MODE IS F.
       01 REG-PARM       PIC X(24).

       FD ERRLOG
            BLOCK CONTAINS 0 RECORDS
            RECORDING MODE IS F.
       01 REG-ERRLOG     PIC X(80).

       WORKING-STORAGE SECTION.

       77  FILLER        PIC X(26) VALUE '* INICIO WORKING-STORAGE *'.
       77  FILLER        PIC X(26) VALUE '* CODIGOS RETORNO FILES  *'.
       77  NOT-FOUND     PIC S9(9) COMP VALUE  +100.
       77  WS-SAL-CODE   PIC XX    VALUE SPACES.
       77  WS-PARM-CODE  PIC XX    VALUE SPACES.
       77  WS-ERR-CODE   PIC XX    VALUE SPACES.

       01  WS-STATUS-FIN PIC X     VALUE 'N'.
           88  WS-FIN-LECTURA         VALUE 'Y'.
           88  WS-NO-FIN-LECTURA      VALUE 'N'.

       01  WS-SWITCH-CURSOR PIC X  VALUE 'N'.
           88  WS-CURSOR-ABIERTO      VALUE 'S'.
           88  WS-CURSOR-CERRADO      VALUE 'N'.

       77  FILLER        PIC X(26) VALUE '* DESCRIPCION SQLCA      *'.
       77  SQLCODE       PIC S9(9) COMP VALUE +0. *> Agregado para DB2

      *****************************************************
      * LAYOUT DEL REGISTRO PROYECTO                      *
      *****************************************************
       01  PROYECTO.
           02  PROYNO    PIC X(5).
           02  PROYNAME  PIC X(30).
           02  PROYHORA  PIC X(3).

       77  FILLER        PIC X(26) VALUE '* MOMENTO Y RANGO PEDIDOS*'.

       01  WS-REG-PARM.
           02  WS-PAR-FECHA.
               03  WS-PAR-SIGLO-AA   PIC X(4)   VALUE SPACES.
               03  WS-PAR-MM         PIC X(2)   VALUE SPACES.
               03  WS-PAR-DD         PIC X(2)   VALUE SPACES.
           02  WS-PAR-FECHA-N REDEFINES WS-PAR-FECHA
                                     PIC 9(8).
           02  WS-PAR-HORA.
               03  WS-PAR-HH         PIC X(2)   VALUE SPACES.
               03  WS-PAR-MI         PIC X(2)   VALUE SPACES.
               03  WS-PAR-SS         PIC X(2)   VALUE SPACES.
           02  WS-PROYNO-DESDE       PIC X(5)   VALUE SPACES.
           02  WS-PROYNO-HASTA       PIC X(5)   VALUE SPACES.

      *****************************************************
      * TIMESTAMP DB2 DEL MOMENTO CONSULTADO              *
      *****************************************************
       01  WS-TS-CONSULTA.
           02  WS-TSC-SIGLO-AA   PIC X(4).
           02  FILLER            PIC X      VALUE '-'.
           02  WS-TSC-MM         PIC X(2).
           02  FILLER            PIC X      VALUE '-'.
           02  WS-TSC-DD         PIC X(2).
           02  FILLER            PIC X      VALUE '-'.
           02  WS-TSC-HH         PIC X(2).
           02  FILLER            PIC X      VALUE '.'.
           02  WS-TSC-MI         PIC X(2).
           02  FILLER            PIC X      VALUE '.'.
           02  WS-TSC-SS         PIC X(2).
           02  FILLER            PIC X      VALUE '.'.
           02  WS-TSC-MICRO      PIC X(6).

       77  FILLER        PIC X(26) VALUE '* CONTADORES DE PROCESO  *'.

       77  WS-CANT-GRABADOS  PIC 9(7)  VALUE ZEROS.

       77  FILLER        PIC X(26) VALUE '* LAYOUT SALIDA TITULOS  *'.

       01  WS-TITULOS.
           02 FILLER     PIC X(6)   VALUE 'PROYNO'.
           02 FILLER     PIC X(26)  VALUE '   DESCRIPCION PROYECTO   '.
           02 FILLER     PIC X(8)   VALUE '    HORA'.

       77  FILLER        PIC X(26) VALUE '* LAYOUT SALIDA DETALLE  *'.

       01  WS-DETALLE.
           02 WS-SAL-NUM PIC X(5)   VALUE SPACES.
           02 FILLER     PIC X      VALUE SPACES.
           02 WS-SAL-DES PIC X(30)  VALUE SPACES.
           02 FILLER     PIC X      VALUE SPACES.
           02 WS-SAL-HOR PIC X(3)   VALUE SPACES.

       77  FILLER        PIC X(26) VALUE '* LAYOUT SALIDA TRAILER  *'.

       01  WS-TRAILER.
           02 FILLER       PIC X(5)   VALUE 'TOTAL'.
           02 FILLER       PIC X      VALUE SPACE.
           02 WS-TRA-CANT  PIC ZZZZZ9.
           02 FILLER       PIC X(28)  VALUE SPACES.

       77  WS-REG-SALIDA PIC X(40).

       77  FILLER        PIC X(26) VALUE '* LAYOUT HEADER/TRAILER  *'.
       77  FILLER        PIC X(26) VALUE '* DE AUDITORIA COMPARTIDO*'.

           COPY CPAUDIT.

       77  FILLER        PIC X(26) VALUE '* LAYOUT LOG DE ERRORES  *'.

       01  WS-REG-ERRLOG.
           02  WS-ERR-PROYNO   PIC X(5)      VALUE SPACES.
           02  FILLER          PIC X         VALUE SPACE.
           02  WS-ERR-SQLCODE  PIC -(9)9.
           02  FILLER          PIC X         VALUE SPACE.
           02  WS-ERR-TEXTO    PIC X(30)     VALUE SPACES.
           02  FILLER          PIC X(28)     VALUE SPACES.

      *****************************************************
      * SQLCA COMMUNICATION AREA CON EL DB2               *
      *****************************************************
            EXEC SQL
              INCLUDE SQLCA
            END-EXEC.

      *****************************************************
      * DEFINICION DE TABLAS DB2 A LAS CUALES SE ACCEDE   *
      *****************************************************
            EXEC SQL
              INCLUDE TBCURCTA
            END-EXEC.

            EXEC SQL
              INCLUDE TBCURHIS
            END-EXEC.

      *****************************************************
      * CURSOR CON LA VERSION DE CADA PROYECTO VIGENTE EN *
      * EL MOMENTO PEDIDO (SIN LAS MARCAS DE BAJA), MAS   *
      * LOS PROYECTOS DE TBCURCTA QUE NO TIENEN HISTORIA  *
      *****************************************************
            EXEC SQL
              DECLARE C-TBCURHIS CURSOR FOR
                SELECT H.PROYNO, H.PROYNAME, H.PROYHORA
                  FROM KC02787.TBCURHIS H
                 WHERE H.VIGDESDE <= :WS-TS-CONSULTA
                   AND H.VIGHASTA >  :WS-TS-CONSULTA
                   AND H.ACCION   <> 'B'
                   AND H.PROYNO BETWEEN :WS-PROYNO-DESDE AND
                                        :WS-PROYNO-HASTA
                UNION ALL
                SELECT C.PROYNO, C.PROYNAME, C.PROYHORA
                  FROM KC02787.TBCURCTA C
                 WHERE C.PROYNO BETWEEN :WS-PROYNO-DESDE AND
                                        :WS-PROYNO-HASTA
                   AND NOT EXISTS
                       (SELECT 1
                          FROM KC02787.TBCURHIS X
                         WHERE X.PROYNO = C.PROYNO)
                 ORDER BY 1
            END-EXEC.

       77  FILLER        PIC X(26) VALUE '* FINAL  WORKING-STORAGE *'.

       PROCEDURE DIVISION.
      **************************************
      *                                    *
      *  CUERPO PRINCIPAL DEL PROGRAMA     *
      *                                    *
      **************************************
       0000-MAIN-PROCESS.

           PERFORM 1000-INICIO  THRU F-1000-INICIO.

           PERFORM 2000-PROCESO THRU F-2000-PROCESO
                   UNTIL WS-FIN-LECTURA.

           PERFORM 9999-FINAL   THRU F-9999-FINAL.

           GOBACK.

      **************************************
      *                                    *
      *  CUERPO INICIO APERTURA FILES,     *
      *  LECTURA DEL MOMENTO A CONSULTAR   *
      *  Y APERTURA DEL CURSOR             *
      *                                    *
      **************************************
       1000-INICIO.
           OPEN OUTPUT SALIDA.

           IF WS-SAL-CODE IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN SALIDA  = ' WS-SAL-CODE
              MOVE 3333 TO RETURN-CODE
              SET WS-FIN-LECTURA TO TRUE
              GO TO F-1000-INICIO
           END-IF.

           OPEN OUTPUT ERRLOG.

           IF WS-ERR-CODE IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN ERRLOG  = ' WS-ERR-CODE
              MOVE 3333 TO RETURN-CODE
              SET WS-FIN-LECTURA TO TRUE
              GO TO F-1000-INICIO
           END-IF.

           PERFORM 1100-LEER-PARM THRU F-1100-LEER-PARM.

           IF WS-FIN-LECTURA
              GO TO F-1000-INICIO
           END-IF.

           MOVE SPACES           TO WS-REG-AUDIT.
           SET WS-AUD-ES-HEADER  TO TRUE.
           MOVE 'PGMDB207'       TO WS-AUD-PROGRAMA.
           MOVE WS-PAR-FECHA     TO WS-AUD-FECHA.
           MOVE WS-REG-AUDIT     TO WS-REG-SALIDA.
           WRITE REG-SALIDA FROM WS-REG-SALIDA.

           IF WS-SAL-CODE IS NOT EQUAL '00'
              DISPLAY '* ERROR EN WRITE SALIDA HEADER   = ' WS-SAL-CODE
              MOVE 3333 TO RETURN-CODE
              SET WS-FIN-LECTURA TO TRUE
              GO TO F-1000-INICIO
           END-IF.

           MOVE WS-TITULOS TO WS-REG-SALIDA.
           WRITE REG-SALIDA FROM WS-REG-SALIDA.

           IF WS-SAL-CODE IS NOT EQUAL '00'
              DISPLAY '* ERROR EN WRITE SALIDA TITULOS  = ' WS-SAL-CODE
              MOVE 3333 TO RETURN-CODE
              SET WS-FIN-LECTURA TO TRUE
              GO TO F-1000-INICIO
           END-IF.

           EXEC SQL
             OPEN C-TBCURHIS
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SPACES        TO WS-ERR-PROYNO
              MOVE SQLCODE       TO WS-ERR-SQLCODE
              MOVE 'ERROR EN OPEN DE CURSOR C-TBCURHIS'
                                 TO WS-ERR-TEXTO
              PERFORM 3000-ERROR-SQL THRU F-3000-ERROR-SQL
              SET WS-FIN-LECTURA TO TRUE
           ELSE
              SET WS-CURSOR-ABIERTO TO TRUE
           END-IF.

       F-1000-INICIO. EXIT.

      **************************************
      *                                    *
      *  LECTURA DEL PARM CON EL MOMENTO   *
      *  Y EL RANGO DE PROYNO. SIN FECHA   *
      *  VALIDA NO HAY CONSULTA. SIN HORA  *
      *  SE TOMA EL FIN DEL DIA; SIN RANGO *
      *  SE CONSULTAN TODOS LOS PROYECTOS  *
      *                                    *
      **************************************
       1100-LEER-PARM.
           OPEN INPUT PARMS.

           IF WS-PARM-CODE IS NOT EQUAL '00'
              DISPLAY '* PARM NO DISPONIBLE, FALTA LA FECHA A '
                      'CONSULTAR'
              MOVE 3333 TO RETURN-CODE
              SET WS-FIN-LECTURA TO TRUE
              GO TO F-1100-LEER-PARM
           END-IF.

           READ PARMS INTO WS-REG-PARM.

           IF WS-PARM-CODE IS NOT EQUAL '00'
              DISPLAY '* PARM VACIO, FALTA LA FECHA A CONSULTAR'
              MOVE 3333 TO RETURN-CODE
              SET WS-FIN-LECTURA TO TRUE
              CLOSE PARMS
              GO TO F-1100-LEER-PARM
           END-IF.

           CLOSE PARMS.

           IF WS-PAR-FECHA-N IS NOT NUMERIC
              OR WS-PAR-MM LESS '01' OR WS-PAR-MM GREATER '12'
              OR WS-PAR-DD LESS '01' OR WS-PAR-DD GREATER '31'
              DISPLAY '* FECHA A CONSULTAR INVALIDA = ' WS-PAR-FECHA
              MOVE 3333 TO RETURN-CODE
              SET WS-FIN-LECTURA TO TRUE
              GO TO F-1100-LEER-PARM
           END-IF.

           MOVE WS-PAR-SIGLO-AA  TO WS-TSC-SIGLO-AA.
           MOVE WS-PAR-MM        TO WS-TSC-MM.
           MOVE WS-PAR-DD        TO WS-TSC-DD.

           IF WS-PAR-HORA EQUAL SPACES
              MOVE '23'          TO WS-TSC-HH
              MOVE '59'          TO WS-TSC-MI
              MOVE '59'          TO WS-TSC-SS
              MOVE '999999'      TO WS-TSC-MICRO
           ELSE
              MOVE WS-PAR-HH     TO WS-TSC-HH
              MOVE WS-PAR-MI     TO WS-TSC-MI
              MOVE WS-PAR-SS     TO WS-TSC-SS
              MOVE '000000'      TO WS-TSC-MICRO
           END-IF.

           IF WS-PROYNO-HASTA EQUAL SPACES
              IF WS-PROYNO-DESDE EQUAL SPACES
                 MOVE HIGH-VALUES     TO WS-PROYNO-HASTA
              ELSE
                 MOVE WS-PROYNO-DESDE TO WS-PROYNO-HASTA
              END-IF
           END-IF.

           DISPLAY '* TBCURCTA AL MOMENTO ' WS-TS-CONSULTA.
           DISPLAY '* RANGO SOLICITADO DESDE ' WS-PROYNO-DESDE
                   ' HASTA ' WS-PROYNO-HASTA.

       F-1100-LEER-PARM. EXIT.

      **************************************
      *                                    *
      *  CUERPO PRINCIPAL DE PROCESOS      *
      *  RECORRE VIA CURSOR LAS VERSIONES  *
      *  VIGENTES EN EL MOMENTO PEDIDO Y   *
      *  LAS GRABA CON EL DETALLE DE       *
      *  PGMDB201                          *
      *                                    *
      **************************************
       2000-PROCESO.
           EXEC SQL
                FETCH C-TBCURHIS
                INTO :PROYECTO.PROYNO, :PROYECTO.PROYNAME,
                     :PROYECTO.PROYHORA
           END-EXEC.

           IF SQLCODE = NOT-FOUND
              SET WS-FIN-LECTURA TO TRUE
              GO TO F-2000-PROCESO
           END-IF.

           IF SQLCODE NOT = 0
              MOVE PROYNO      TO WS-ERR-PROYNO
              MOVE SQLCODE     TO WS-ERR-SQLCODE
              MOVE 'ERROR EN FETCH DE C-TBCURHIS'
                               TO WS-ERR-TEXTO
              PERFORM 3000-ERROR-SQL THRU F-3000-ERROR-SQL
              SET WS-FIN-LECTURA TO TRUE
              GO TO F-2000-PROCESO
           END-IF.

           MOVE PROYNO      TO WS-SAL-NUM.
           MOVE PROYNAME    TO WS-SAL-DES.
           MOVE PROYHORA    TO WS-SAL-HOR.
           MOVE WS-DETALLE  TO WS-REG-SALIDA.
           WRITE REG-SALIDA FROM WS-REG-SALIDA.

           IF WS-SAL-CODE IS NOT EQUAL '00'
              DISPLAY '* ERROR EN WRITE SALIDA DETALLE  = ' WS-SAL-CODE
              MOVE 3333 TO RETURN-CODE
              SET WS-FIN-LECTURA TO TRUE
              GO TO F-2000-PROCESO
           END-IF.

           ADD 1 TO WS-CANT-GRABADOS.

       F-2000-PROCESO. EXIT.

      **************************************
      *                                    *
      *  GRABACION DE SQLCODES NEGATIVOS   *
      *  U OTROS ERRORES DEL CURSOR EN EL  *
      *  ARCHIVO DE LOG DE ERRORES         *
      *                                    *
      **************************************
       3000-ERROR-SQL.
           DISPLAY '* ERROR DB2 SQLCODE = ' SQLCODE
                   ' PROYNO = ' WS-ERR-PROYNO.

           MOVE WS-REG-ERRLOG TO REG-ERRLOG.
           WRITE REG-ERRLOG.

           IF WS-ERR-CODE IS NOT EQUAL '00'
              DISPLAY '* ERROR EN WRITE ERRLOG = ' WS-ERR-CODE
              MOVE 9999 TO RETURN-CODE
           ELSE
              MOVE 3334 TO RETURN-CODE
           END-IF.

       F-3000-ERROR-SQL. EXIT.

      **************************************
      *                                    *
      *  CUERPO FINAL CIERRE DE SALIDA     *
      *  GRABACION DEL TRAILER CON EL      *
      *  TOTAL DE REGISTROS GRABADOS       *
      *                                    *
      **************************************
       9999-FINAL.
           IF WS-CURSOR-ABIERTO
              EXEC SQL
                CLOSE C-TBCURHIS
              END-EXEC
           END-IF.

           IF WS-SAL-CODE IS EQUAL '00'
              MOVE WS-CANT-GRABADOS TO WS-TRA-CANT
              MOVE WS-TRAILER       TO WS-REG-SALIDA
              WRITE REG-SALIDA FROM WS-REG-SALIDA
              MOVE SPACES            TO WS-REG-AUDIT
              SET WS-AUD-ES-TRAILER  TO TRUE
              MOVE 'PGMDB207'        TO WS-AUD-PROGRAMA
              MOVE WS-PAR-FECHA      TO WS-AUD-FECHA
              MOVE WS-CANT-GRABADOS  TO WS-AUD-CANT-REG
              MOVE WS-REG-AUDIT      TO WS-REG-SALIDA
              WRITE REG-SALIDA FROM WS-REG-SALIDA
              IF WS-SAL-CODE IS NOT EQUAL '00'
                 DISPLAY '* ERROR EN WRITE SALIDA TRAILER  = '
                                             WS-SAL-CODE
                 MOVE 3333 TO RETURN-CODE
              END-IF
           END-IF.

           DISPLAY '************************** '.
           DISPLAY 'PROYECTOS GRABADOS      : ' WS-CANT-GRABADOS.

           CLOSE SALIDA.

           IF WS-SAL-CODE IS NOT EQUAL '00'
              DISPLAY '* ERROR EN CLOSE SALIDA  = ' WS-SAL-CODE
              MOVE 9999 TO RETURN-CODE
           END-IF.

           CLOSE ERRLOG.

           IF WS-ERR-CODE IS NOT EQUAL '00'
              DISPLAY '* ERROR EN CLOSE ERRLOG  = ' WS-ERR-CODE
              MOVE 9999 TO RETURN-CODE
           END-IF.

       F-9999-FINAL.  EXIT.
