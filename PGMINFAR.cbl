       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMINFAR.
       AUTHOR.        D. CAZABAT.
       INSTALLATION.  CURSO CODEKI.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.
      **********************************************************
      *                                                        *
      *  PASO DE FIN DE CADENA QUE GUARDA LOS INFORMES DEL DIA *
      *  EN EL ARCHIVO DE INFORMES INFARC (COPY CPINFAR), PARA *
      *  QUE SIGAN DISPONIBLES CUANDO SE PURGA EL SPOOL: CADA  *
      *  INFORME DE LA TABLA WS-TABLA-TIPOS LLEGA EN SU PROPIO *
      *  ARCHIVO (DDIxxxxx, LA MISMA SALIDA QUE VA AL SPOOL) Y *
      *  SE GRABA CON CLAVE PROGRAMA + FECHA DE PROCESO +      *
      *  PAGINA + LINEA, PAGINADO DE A WS-LINEAS-POR-PAGINA    *
      *  LINEAS (UNA PANTALLA DE LA TRANSACCION CINF).         *
      *                                                        *
      *  POR CADA INFORME GRABA ADEMAS UN REGISTRO DE CABECERA *
      *  (PAGINA Y LINEA EN CERO) CON LA CANTIDAD DE PAGINAS,  *
      *  LA RETENCION EN MESES DEL TIPO DE INFORME, LA FECHA   *
      *  DE VENCIMIENTO QUE USA LA PURGA PGMINFPU Y EL AMBITO  *
      *  (G GENERAL, C SOLO CASA CENTRAL) QUE CONTROLA LA      *
      *  CONSULTA PGMINFCO CONTRA AUTSUC.                      *
      *                                                        *
      *  SI EL INFORME DE LA FECHA YA ESTABA ARCHIVADO (PASO   *
      *  REPETIDO) SE REEMPLAZA COMPLETO. UN INFORME QUE NO    *
      *  LLEGO (SIN ARCHIVO) SE LISTA COMO NO RECIBIDO Y UNO   *
      *  VACIO NO SE ARCHIVA: NINGUNO DE LOS DOS TOCA LO YA    *
      *  ARCHIVADO PARA LA FECHA. UN ERROR DE ARCHIVO A MITAD  *
      *  DE UN INFORME BORRA LO QUE SE HABIA GRABADO DE EL Y   *
      *  TERMINA CON RC 9999.                                  *
      *                                                        *
      *  PARM: FECHA DE PROCESO (SSAAMMDD); SIN PARM, LA FECHA *
      *  DEL SISTEMA.                                          *
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

             SELECT INFARC  ASSIGN DDINFARC
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS INA-CLAVE
                    FILE STATUS IS WS-INA-CODE.

             SELECT INFCONCI ASSIGN DDICONCI
                    FILE STATUS IS WS-CONCI-CODE.

             SELECT INFGLREC ASSIGN DDIGLREC
                    FILE STATUS IS WS-GLREC-CODE.

             SELECT INFGLCON ASSIGN DDIGLCON
                    FILE STATUS IS WS-GLCON-CODE.

             SELECT INFGLSUS ASSIGN DDIGLSUS
                    FILE STATUS IS WS-GLSUS-CODE.

             SELECT INFOFICI ASSIGN DDIOFICI
                    FILE STATUS IS WS-OFICI-CODE.

             SELECT INFLAVAD ASSIGN DDILAVAD
                    FILE STATUS IS WS-LAVAD-CODE.

             SELECT INFCONCE ASSIGN DDICONCE
                    FILE STATUS IS WS-CONCE-CODE.

             SELECT INFEXCES ASSIGN DDIEXCES
                    FILE STATUS IS WS-EXCES-CODE.

             SELECT INFDORMI ASSIGN DDIDORMI
                    FILE STATUS IS WS-DORMI-CODE.

             SELECT INFRECEP ASSIGN DDIRECEP
                    FILE STATUS IS WS-RECEP-CODE.

             SELECT INFORME ASSIGN DDINFORM
                    FILE STATUS IS WS-INF-CODE.

             SELECT PARMS   ASSIGN DDPARM
                    FILE STATUS IS WS-PARM-CODE.

       DATA DIVISION.
       FILE SECTION.
       FD INFARC.

           COPY CPINFAR.

       FD INFCONCI
            BLOCK CONTAINS 0 RECORDS
            RECORDING MODE IS F.

       01 REG-INFCONCI   PIC X(80).

       FD INFGLREC
            BLOCK CONTAINS 0 RECORDS
            RECORDING MODE IS F.

       01 REG-INFGLREC   PIC X(80).

       FD INFGLCON
            BLOCK CONTAINS 0 RECORDS
            RECORDING MODE IS F.

       01 REG-INFGLCON   PIC X(80).

       FD INFGLSUS
            BLOCK CONTAINS 0 RECORDS
            RECORDING MODE IS F.

       01 REG-INFGLSUS   PIC X(132).

       FD INFOFICI
            BLOCK CONTAINS 0 RECORDS
            RECORDING MODE IS F.

       01 REG-INFOFICI   PIC X(80).

       FD INFLAVAD
            BLOCK CONTAINS 0 RECORDS
            RECORDING MODE IS F.

       01 REG-INFLAVAD   PIC X(80).

       FD INFCONCE
            BLOCK CONTAINS 0 RECORDS
            RECORDING MODE IS F.

       01 REG-INFCONCE   PIC X(100).

       FD INFEXCES
            BLOCK CONTAINS 0 RECORDS
            RECORDING MODE IS F.

       01 REG-INFEXCES   PIC X(100).

       FD INFDORMI
            BLOCK CONTAINS 0 RECORDS
            RECORDING MODE IS F.

       01 REG-INFDORMI   PIC X(80).

       FD INFRECEP
            BLOCK CONTAINS 0 RECORDS
            RECORDING MODE IS F.

       01 REG-INFRECEP   PIC X(132).

       FD INFORME
            BLOCK CONTAINS 0 RECORDS
            RECORDING MODE IS F.

       01 REG-INFORME    PIC X(132).

       FD PARMS
            BLOCK CONTAINS 0 RECORDS
            RECORDING MODE IS F.

       01 REG-PARM       PIC X(08).

      **************************************
       WORKING-STORAGE SECTION.
      **************************************
       77  FILLER        PIC X(26) VALUE '* INICIO WORKING-STORAGE *'.
       77  FILLER        PIC X(26) VALUE '* CODIGOS RETORNO FILES  *'.
       77  WS-INA-CODE      PIC XX    VALUE SPACES.
       77  WS-CONCI-CODE    PIC XX    VALUE SPACES.
       77  WS-GLREC-CODE    PIC XX    VALUE SPACES.
       77  WS-GLCON-CODE    PIC XX    VALUE SPACES.
       77  WS-GLSUS-CODE    PIC XX    VALUE SPACES.
       77  WS-OFICI-CODE    PIC XX    VALUE SPACES.
       77  WS-LAVAD-CODE    PIC XX    VALUE SPACES.
       77  WS-CONCE-CODE    PIC XX    VALUE SPACES.
       77  WS-EXCES-CODE    PIC XX    VALUE SPACES.
       77  WS-DORMI-CODE    PIC XX    VALUE SPACES.
       77  WS-RECEP-CODE    PIC XX    VALUE SPACES.
       77  WS-INF-CODE      PIC XX    VALUE SPACES.
       77  WS-PARM-CODE     PIC XX    VALUE SPACES.
       77  WS-STATUS-ACTUAL PIC XX    VALUE SPACES.

       01  WS-STATUS-FIN-INF PIC X    VALUE 'N'.
           88  WS-FIN-INFORME         VALUE 'Y'.
           88  WS-NO-FIN-INFORME      VALUE 'N'.

       01  WS-STATUS-FIN-BOR PIC X    VALUE 'N'.
           88  WS-FIN-BORRADO         VALUE 'Y'.
           88  WS-NO-FIN-BORRADO      VALUE 'N'.

       01  WS-SWITCH-INFORME PIC X    VALUE 'S'.
           88  WS-INFORME-OK          VALUE 'S'.
           88  WS-INFORME-CON-ERROR   VALUE 'N'.

       01  WS-SWITCH-INFARC PIC X     VALUE 'N'.
           88  WS-INFARC-ABIERTO      VALUE 'S'.

       01  WS-FECHA             PIC 9(08)  VALUE ZEROS.

       01  WS-REG-PARM.
           03  WS-PARM-FECHA    PIC 9(08).

       01  WS-HORA-ACTUAL.
           03  WS-HORA-HHMMSS   PIC 9(06).
           03  FILLER           PIC 99.

      ********  INFORMES QUE SE ARCHIVAN: PROGRAMA, ANCHO  ******
      ********  DE LINEA, RETENCION EN MESES Y AMBITO     ******
       01  WS-TABLA-TIPOS-VALORES.
           03  FILLER           PIC X(15)  VALUE 'PGMCONCI080120G'.
           03  FILLER           PIC X(15)  VALUE 'PGMGLREC080120G'.
           03  FILLER           PIC X(15)  VALUE 'PGMGLCON080120G'.
           03  FILLER           PIC X(15)  VALUE 'PGMGLSUS132120G'.
           03  FILLER           PIC X(15)  VALUE 'PGMOFICI080120C'.
           03  FILLER           PIC X(15)  VALUE 'PGMLAVAD080120C'.
           03  FILLER           PIC X(15)  VALUE 'PGMCONCE100060C'.
           03  FILLER           PIC X(15)  VALUE 'PGMEXCES100024G'.
           03  FILLER           PIC X(15)  VALUE 'PGMDORMI080024G'.
           03  FILLER           PIC X(15)  VALUE 'PGMRECEP132013G'.
       01  WS-TABLA-TIPOS REDEFINES WS-TABLA-TIPOS-VALORES.
           03  WS-TIP-ENT OCCURS 10 TIMES.
               05  WS-TIP-PROGRAMA  PIC X(08).
               05  WS-TIP-ANCHO     PIC 9(03).
               05  WS-TIP-RETENCION PIC 9(03).
               05  WS-TIP-AMBITO    PIC X(01).

       77  WS-CANT-TIPOS        PIC 9(02)  VALUE 10.
       77  WS-SUB-TIPO          PIC 9(02)  VALUE ZEROS.
       77  WS-LINEAS-POR-PAGINA PIC 9(03)  VALUE 20.

      ********  ACUMULADOS DEL INFORME EN CURSO  ***************
       77  WS-RP-PROGRAMA       PIC X(08)  VALUE SPACES.
       77  WS-RP-OPERACION      PIC X(06)  VALUE SPACES.
       77  WS-RP-PAGINA         PIC 9(04)  VALUE ZEROS.
       77  WS-RP-LINEA          PIC 9(03)  VALUE ZEROS.
       77  WS-RP-CANT-LIN       PIC 9(07)  VALUE ZEROS.
       77  WS-RP-BORRADAS       PIC 9(07)  VALUE ZEROS.
       77  WS-RP-REEMPLAZO      PIC 9(07)  VALUE ZEROS.

       01  WS-LINEA-LEIDA       PIC X(133) VALUE SPACES.

      ********  VENCIMIENTO: FECHA + RETENCION EN MESES  *******
       01  WS-VENCE             PIC 9(08)  VALUE ZEROS.
       01  FILLER REDEFINES WS-VENCE.
           03  WS-VEN-AAAA      PIC 9(04).
           03  WS-VEN-MM        PIC 9(02).
           03  WS-VEN-DD        PIC 9(02).

       77  WS-MESES-TOTAL       PIC 9(05)  VALUE ZEROS.
       77  WS-ANIOS-MAS         PIC 9(04)  VALUE ZEROS.
       77  WS-MES-RESTO         PIC 9(02)  VALUE ZEROS.

      ********  CONTADORES DE PROCESO  ***************
       77  WS-CANT-ARCHIVADOS   PIC 9(03)  VALUE ZEROS.
       77  WS-CANT-REEMPLAZADOS PIC 9(03)  VALUE ZEROS.
       77  WS-CANT-NO-RECIBIDOS PIC 9(03)  VALUE ZEROS.
       77  WS-CANT-VACIOS       PIC 9(03)  VALUE ZEROS.
       77  WS-CANT-CON-ERROR    PIC 9(03)  VALUE ZEROS.
       77  WS-CANT-LIN-TOTAL    PIC 9(09)  VALUE ZEROS.

      ********  LINEAS DEL INFORME  ***************
       01  WS-LIN-TITULO.
           03  FILLER           PIC X(46)  VALUE
               'ARCHIVO DE INFORMES DE FIN DE CADENA -        '.
           03  FILLER           PIC X(18)  VALUE
               ' FECHA DE PROCESO '.
           03  WS-TIT-FECHA     PIC 9(08).
           03  FILLER           PIC X(60)  VALUE SPACES.

       01  WS-LIN-SUBTITULO.
           03  FILLER           PIC X(50)  VALUE
               'PROGRAMA    LINEAS  PAGINAS  RETENCION  VENCE     '.
           03  FILLER           PIC X(50)  VALUE
               'AMBITO  ESTADO                                    '.
           03  FILLER           PIC X(32)  VALUE SPACES.

       01  WS-LIN-DETALLE.
           03  WS-DET-PROGRAMA  PIC X(08).
           03  FILLER           PIC X(01)  VALUE SPACE.
           03  WS-DET-LINEAS    PIC Z,ZZZ,ZZ9.
           03  FILLER           PIC X(02)  VALUE SPACES.
           03  WS-DET-PAGINAS   PIC Z,ZZ9.
           03  FILLER           PIC X(06)  VALUE SPACES.
           03  WS-DET-RETENCION PIC ZZ9.
           03  FILLER           PIC X(05)  VALUE ' MES '.
           03  WS-DET-VENCE     PIC 9(08).
           03  FILLER           PIC X(04)  VALUE SPACES.
           03  WS-DET-AMBITO    PIC X(01).
           03  FILLER           PIC X(05)  VALUE SPACES.
           03  WS-DET-ESTADO    PIC X(40).
           03  FILLER           PIC X(31)  VALUE SPACES.

       01  WS-LIN-RESUMEN.
           03  WS-RES-TEXTO     PIC X(40).
           03  WS-RES-VALOR     PIC ZZZ,ZZZ,ZZ9.
           03  FILLER           PIC X(81)   VALUE SPACES.

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

           IF WS-INFARC-ABIERTO
              PERFORM 2000-ARCHIVAR THRU F-2000-ARCHIVAR
           END-IF.

           PERFORM 9999-FINAL    THRU  F-9999-FINAL.

       F-MAIN-PROGRAM. GOBACK.

      **************************************
      *                                    *
      *  PARM, APERTURA DEL INFORME DE     *
      *  CONTROL Y DEL ARCHIVO INFARC      *
      *                                    *
      **************************************
       1000-INICIO.
           ACCEPT WS-FECHA FROM DATE YYYYMMDD.
           PERFORM 1100-LEER-PARM THRU F-1100-LEER-PARM.
           DISPLAY 'FECHA:    '  WS-FECHA.
           ACCEPT WS-HORA-ACTUAL FROM TIME.

           OPEN OUTPUT INFORME.
           IF WS-INF-CODE IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN INFORME = ' WS-INF-CODE
              MOVE 9999 TO RETURN-CODE
              GO TO F-1000-INICIO
           END-IF.

           MOVE WS-FECHA      TO WS-TIT-FECHA.
           MOVE WS-LIN-TITULO TO REG-INFORME.
           PERFORM 9300-GRABAR-INFORME THRU F-9300-GRABAR-INFORME.
           MOVE WS-LIN-BLANCA TO REG-INFORME.
           PERFORM 9300-GRABAR-INFORME THRU F-9300-GRABAR-INFORME.

           OPEN I-O INFARC.
           IF WS-INA-CODE IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN INFARC  = ' WS-INA-CODE
              MOVE 9999 TO RETURN-CODE
              GO TO F-1000-INICIO
           END-IF.

           SET WS-INFARC-ABIERTO TO TRUE.

           MOVE WS-LIN-SUBTITULO TO REG-INFORME.
           PERFORM 9300-GRABAR-INFORME THRU F-9300-GRABAR-INFORME.

       F-1000-INICIO.   EXIT.

      **************************************
      *                                    *
      *  PERMITE FORZAR LA FECHA DE        *
      *  PROCESO POR PARM                  *
      *                                    *
      **************************************
       1100-LEER-PARM.
           OPEN INPUT PARMS.

           IF WS-PARM-CODE IS NOT EQUAL '00'
              DISPLAY '* PARM DE FECHA NO DISPONIBLE, SE USA '
                      'LA FECHA DEL SISTEMA'
              GO TO F-1100-LEER-PARM
           END-IF.

           READ PARMS INTO WS-REG-PARM.

           IF WS-PARM-CODE IS NOT EQUAL '00'
              DISPLAY '* PARM DE FECHA VACIO, SE USA LA FECHA '
                      'DEL SISTEMA'
           ELSE
              IF WS-PARM-FECHA IS NUMERIC AND
                 WS-PARM-FECHA GREATER ZEROS
                 MOVE WS-PARM-FECHA TO WS-FECHA
                 DISPLAY '* FECHA DE PROCESO FORZADA POR PARM: '
                         WS-FECHA
              END-IF
           END-IF.

           CLOSE PARMS.

       F-1100-LEER-PARM. EXIT.

      **************************************
      *                                    *
      *  ARCHIVA UNO POR UNO LOS INFORMES  *
      *  DE LA TABLA                       *
      *                                    *
      **************************************
       2000-ARCHIVAR.
           PERFORM 2100-ARCHIVAR-CONCI
                     THRU F-2100-ARCHIVAR-CONCI.
           PERFORM 2200-ARCHIVAR-GLREC
                     THRU F-2200-ARCHIVAR-GLREC.
           PERFORM 2300-ARCHIVAR-GLCON
                     THRU F-2300-ARCHIVAR-GLCON.
           PERFORM 2400-ARCHIVAR-GLSUS
                     THRU F-2400-ARCHIVAR-GLSUS.
           PERFORM 2500-ARCHIVAR-OFICI
                     THRU F-2500-ARCHIVAR-OFICI.
           PERFORM 2600-ARCHIVAR-LAVAD
                     THRU F-2600-ARCHIVAR-LAVAD.
           PERFORM 2700-ARCHIVAR-CONCE
                     THRU F-2700-ARCHIVAR-CONCE.
           PERFORM 2800-ARCHIVAR-EXCES
                     THRU F-2800-ARCHIVAR-EXCES.
           PERFORM 2900-ARCHIVAR-DORMI
                     THRU F-2900-ARCHIVAR-DORMI.
           PERFORM 3000-ARCHIVAR-RECEP
                     THRU F-3000-ARCHIVAR-RECEP.

       F-2000-ARCHIVAR. EXIT.

      **************************************
      *                                    *
      *  INFORME DE PGMCONCI (DDICONCI)    *
      *                                    *
      **************************************
       2100-ARCHIVAR-CONCI.
           MOVE 1 TO WS-SUB-TIPO.
           PERFORM 8000-INICIAR-INFORME THRU F-8000-INICIAR-INFORME.

           OPEN INPUT INFCONCI.
           IF WS-CONCI-CODE IS NOT EQUAL '00'
              MOVE WS-CONCI-CODE TO WS-STATUS-ACTUAL
              PERFORM 8050-INFORME-NO-RECIBIDO
                        THRU F-8050-INFORME-NO-RECIBIDO
              GO TO F-2100-ARCHIVAR-CONCI
           END-IF.

           PERFORM 2110-LEER-CONCI THRU F-2110-LEER-CONCI
                   UNTIL WS-FIN-INFORME.

           CLOSE INFCONCI.

           PERFORM 8200-CERRAR-INFORME THRU F-8200-CERRAR-INFORME.

       F-2100-ARCHIVAR-CONCI. EXIT.

       2110-LEER-CONCI.
           READ INFCONCI INTO WS-LINEA-LEIDA
                AT END
                   SET WS-FIN-INFORME TO TRUE
                   GO TO F-2110-LEER-CONCI
           END-READ.

           IF WS-CONCI-CODE IS NOT EQUAL '00'
              MOVE 'READ'      TO WS-RP-OPERACION
              MOVE WS-CONCI-CODE TO WS-STATUS-ACTUAL
              PERFORM 8900-ERROR-INFORME THRU F-8900-ERROR-INFORME
              GO TO F-2110-LEER-CONCI
           END-IF.

           PERFORM 8100-ARCHIVAR-LINEA THRU F-8100-ARCHIVAR-LINEA.

       F-2110-LEER-CONCI. EXIT.

      **************************************
      *                                    *
      *  INFORME DE PGMGLREC (DDIGLREC)    *
      *                                    *
      **************************************
       2200-ARCHIVAR-GLREC.
           MOVE 2 TO WS-SUB-TIPO.
           PERFORM 8000-INICIAR-INFORME THRU F-8000-INICIAR-INFORME.

           OPEN INPUT INFGLREC.
           IF WS-GLREC-CODE IS NOT EQUAL '00'
              MOVE WS-GLREC-CODE TO WS-STATUS-ACTUAL
              PERFORM 8050-INFORME-NO-RECIBIDO
                        THRU F-8050-INFORME-NO-RECIBIDO
              GO TO F-2200-ARCHIVAR-GLREC
           END-IF.

           PERFORM 2210-LEER-GLREC THRU F-2210-LEER-GLREC
                   UNTIL WS-FIN-INFORME.

           CLOSE INFGLREC.

           PERFORM 8200-CERRAR-INFORME THRU F-8200-CERRAR-INFORME.

       F-2200-ARCHIVAR-GLREC. EXIT.

       2210-LEER-GLREC.
           READ INFGLREC INTO WS-LINEA-LEIDA
                AT END
                   SET WS-FIN-INFORME TO TRUE
                   GO TO F-2210-LEER-GLREC
           END-READ.

           IF WS-GLREC-CODE IS NOT EQUAL '00'
              MOVE 'READ'      TO WS-RP-OPERACION
              MOVE WS-GLREC-CODE TO WS-STATUS-ACTUAL
              PERFORM 8900-ERROR-INFORME THRU F-8900-ERROR-INFORME
              GO TO F-2210-LEER-GLREC
           END-IF.

           PERFORM 8100-ARCHIVAR-LINEA THRU F-8100-ARCHIVAR-LINEA.

       F-2210-LEER-GLREC. EXIT.

      **************************************
      *                                    *
      *  INFORME DE PGMGLCON (DDIGLCON)    *
      *                                    *
      **************************************
       2300-ARCHIVAR-GLCON.
           MOVE 3 TO WS-SUB-TIPO.
           PERFORM 8000-INICIAR-INFORME THRU F-8000-INICIAR-INFORME.

           OPEN INPUT INFGLCON.
           IF WS-GLCON-CODE IS NOT EQUAL '00'
              MOVE WS-GLCON-CODE TO WS-STATUS-ACTUAL
              PERFORM 8050-INFORME-NO-RECIBIDO
                        THRU F-8050-INFORME-NO-RECIBIDO
              GO TO F-2300-ARCHIVAR-GLCON
           END-IF.

           PERFORM 2310-LEER-GLCON THRU F-2310-LEER-GLCON
                   UNTIL WS-FIN-INFORME.

           CLOSE INFGLCON.

           PERFORM 8200-CERRAR-INFORME THRU F-8200-CERRAR-INFORME.

       F-2300-ARCHIVAR-GLCON. EXIT.

       2310-LEER-GLCON.
           READ INFGLCON INTO WS-LINEA-LEIDA
                AT END
                   SET WS-FIN-INFORME TO TRUE
                   GO TO F-2310-LEER-GLCON
           END-READ.

           IF WS-GLCON-CODE IS NOT EQUAL '00'
              MOVE 'READ'      TO WS-RP-OPERACION
              MOVE WS-GLCON-CODE TO WS-STATUS-ACTUAL
              PERFORM 8900-ERROR-INFORME THRU F-8900-ERROR-INFORME
              GO TO F-2310-LEER-GLCON
           END-IF.

           PERFORM 8100-ARCHIVAR-LINEA THRU F-8100-ARCHIVAR-LINEA.

       F-2310-LEER-GLCON. EXIT.

      **************************************
      *                                    *
      *  INFORME DE PGMGLSUS (DDIGLSUS)    *
      *                                    *
      **************************************
       2400-ARCHIVAR-GLSUS.
           MOVE 4 TO WS-SUB-TIPO.
           PERFORM 8000-INICIAR-INFORME THRU F-8000-INICIAR-INFORME.

           OPEN INPUT INFGLSUS.
           IF WS-GLSUS-CODE IS NOT EQUAL '00'
              MOVE WS-GLSUS-CODE TO WS-STATUS-ACTUAL
              PERFORM 8050-INFORME-NO-RECIBIDO
                        THRU F-8050-INFORME-NO-RECIBIDO
              GO TO F-2400-ARCHIVAR-GLSUS
           END-IF.

           PERFORM 2410-LEER-GLSUS THRU F-2410-LEER-GLSUS
                   UNTIL WS-FIN-INFORME.

           CLOSE INFGLSUS.

           PERFORM 8200-CERRAR-INFORME THRU F-8200-CERRAR-INFORME.

       F-2400-ARCHIVAR-GLSUS. EXIT.

       2410-LEER-GLSUS.
           READ INFGLSUS INTO WS-LINEA-LEIDA
                AT END
                   SET WS-FIN-INFORME TO TRUE
                   GO TO F-2410-LEER-GLSUS
           END-READ.

           IF WS-GLSUS-CODE IS NOT EQUAL '00'
              MOVE 'READ'      TO WS-RP-OPERACION
              MOVE WS-GLSUS-CODE TO WS-STATUS-ACTUAL
              PERFORM 8900-ERROR-INFORME THRU F-8900-ERROR-INFORME
              GO TO F-2410-LEER-GLSUS
           END-IF.

           PERFORM 8100-ARCHIVAR-LINEA THRU F-8100-ARCHIVAR-LINEA.

       F-2410-LEER-GLSUS. EXIT.

      **************************************
      *                                    *
      *  INFORME DE PGMOFICI (DDIOFICI)    *
      *                                    *
      **************************************
       2500-ARCHIVAR-OFICI.
           MOVE 5 TO WS-SUB-TIPO.
           PERFORM 8000-INICIAR-INFORME THRU F-8000-INICIAR-INFORME.

           OPEN INPUT INFOFICI.
           IF WS-OFICI-CODE IS NOT EQUAL '00'
              MOVE WS-OFICI-CODE TO WS-STATUS-ACTUAL
              PERFORM 8050-INFORME-NO-RECIBIDO
                        THRU F-8050-INFORME-NO-RECIBIDO
              GO TO F-2500-ARCHIVAR-OFICI
           END-IF.

           PERFORM 2510-LEER-OFICI THRU F-2510-LEER-OFICI
                   UNTIL WS-FIN-INFORME.

           CLOSE INFOFICI.

           PERFORM 8200-CERRAR-INFORME THRU F-8200-CERRAR-INFORME.

       F-2500-ARCHIVAR-OFICI. EXIT.

       2510-LEER-OFICI.
           READ INFOFICI INTO WS-LINEA-LEIDA
                AT END
                   SET WS-FIN-INFORME TO TRUE
                   GO TO F-2510-LEER-OFICI
           END-READ.

           IF WS-OFICI-CODE IS NOT EQUAL '00'
              MOVE 'READ'      TO WS-RP-OPERACION
              MOVE WS-OFICI-CODE TO WS-STATUS-ACTUAL
              PERFORM 8900-ERROR-INFORME THRU F-8900-ERROR-INFORME
              GO TO F-2510-LEER-OFICI
           END-IF.

           PERFORM 8100-ARCHIVAR-LINEA THRU F-8100-ARCHIVAR-LINEA.

       F-2510-LEER-OFICI. EXIT.

      **************************************
      *                                    *
      *  INFORME DE PGMLAVAD (DDILAVAD)    *
      *                                    *
      **************************************
       2600-ARCHIVAR-LAVAD.
           MOVE 6 TO WS-SUB-TIPO.
           PERFORM 8000-INICIAR-INFORME THRU F-8000-INICIAR-INFORME.

           OPEN INPUT INFLAVAD.
           IF WS-LAVAD-CODE IS NOT EQUAL '00'
              MOVE WS-LAVAD-CODE TO WS-STATUS-ACTUAL
              PERFORM 8050-INFORME-NO-RECIBIDO
                        THRU F-8050-INFORME-NO-RECIBIDO
              GO TO F-2600-ARCHIVAR-LAVAD
           END-IF.

           PERFORM 2610-LEER-LAVAD THRU F-2610-LEER-LAVAD
                   UNTIL WS-FIN-INFORME.

           CLOSE INFLAVAD.

           PERFORM 8200-CERRAR-INFORME THRU F-8200-CERRAR-INFORME.

       F-2600-ARCHIVAR-LAVAD. EXIT.

       2610-LEER-LAVAD.
           READ INFLAVAD INTO WS-LINEA-LEIDA
                AT END
                   SET WS-FIN-INFORME TO TRUE
                   GO TO F-2610-LEER-LAVAD
           END-READ.

           IF WS-LAVAD-CODE IS NOT EQUAL '00'
              MOVE 'READ'      TO WS-RP-OPERACION
              MOVE WS-LAVAD-CODE TO WS-STATUS-ACTUAL
              PERFORM 8900-ERROR-INFORME THRU F-8900-ERROR-INFORME
              GO TO F-2610-LEER-LAVAD
           END-IF.

           PERFORM 8100-ARCHIVAR-LINEA THRU F-8100-ARCHIVAR-LINEA.

       F-2610-LEER-LAVAD. EXIT.

      **************************************
      *                                    *
      *  INFORME DE PGMCONCE (DDICONCE)    *
      *                                    *
      **************************************
       2700-ARCHIVAR-CONCE.
           MOVE 7 TO WS-SUB-TIPO.
           PERFORM 8000-INICIAR-INFORME THRU F-8000-INICIAR-INFORME.

           OPEN INPUT INFCONCE.
           IF WS-CONCE-CODE IS NOT EQUAL '00'
              MOVE WS-CONCE-CODE TO WS-STATUS-ACTUAL
              PERFORM 8050-INFORME-NO-RECIBIDO
                        THRU F-8050-INFORME-NO-RECIBIDO
              GO TO F-2700-ARCHIVAR-CONCE
           END-IF.

           PERFORM 2710-LEER-CONCE THRU F-2710-LEER-CONCE
                   UNTIL WS-FIN-INFORME.

           CLOSE INFCONCE.

           PERFORM 8200-CERRAR-INFORME THRU F-8200-CERRAR-INFORME.

       F-2700-ARCHIVAR-CONCE. EXIT.

       2710-LEER-CONCE.
           READ INFCONCE INTO WS-LINEA-LEIDA
                AT END
                   SET WS-FIN-INFORME TO TRUE
                   GO TO F-2710-LEER-CONCE
           END-READ.

           IF WS-CONCE-CODE IS NOT EQUAL '00'
              MOVE 'READ'      TO WS-RP-OPERACION
              MOVE WS-CONCE-CODE TO WS-STATUS-ACTUAL
              PERFORM 8900-ERROR-INFORME THRU F-8900-ERROR-INFORME
              GO TO F-2710-LEER-CONCE
           END-IF.

           PERFORM 8100-ARCHIVAR-LINEA THRU F-8100-ARCHIVAR-LINEA.

       F-2710-LEER-CONCE. EXIT.

      **************************************
      *                                    *
      *  INFORME DE PGMEXCES (DDIEXCES)    *
      *                                    *
      **************************************
       2800-ARCHIVAR-EXCES.
           MOVE 8 TO WS-SUB-TIPO.
           PERFORM 8000-INICIAR-INFORME THRU F-8000-INICIAR-INFORME.

           OPEN INPUT INFEXCES.
           IF WS-EXCES-CODE IS NOT EQUAL '00'
              MOVE WS-EXCES-CODE TO WS-STATUS-ACTUAL
              PERFORM 8050-INFORME-NO-RECIBIDO
                        THRU F-8050-INFORME-NO-RECIBIDO
              GO TO F-2800-ARCHIVAR-EXCES
           END-IF.

           PERFORM 2810-LEER-EXCES THRU F-2810-LEER-EXCES
                   UNTIL WS-FIN-INFORME.

           CLOSE INFEXCES.

           PERFORM 8200-CERRAR-INFORME THRU F-8200-CERRAR-INFORME.

       F-2800-ARCHIVAR-EXCES. EXIT.

       2810-LEER-EXCES.
           READ INFEXCES INTO WS-LINEA-LEIDA
                AT END
                   SET WS-FIN-INFORME TO TRUE
                   GO TO F-2810-LEER-EXCES
           END-READ.

           IF WS-EXCES-CODE IS NOT EQUAL '00'
              MOVE 'READ'      TO WS-RP-OPERACION
              MOVE WS-EXCES-CODE TO WS-STATUS-ACTUAL
              PERFORM 8900-ERROR-INFORME THRU F-8900-ERROR-INFORME
              GO TO F-2810-LEER-EXCES
           END-IF.

           PERFORM 8100-ARCHIVAR-LINEA THRU F-8100-ARCHIVAR-LINEA.

       F-2810-LEER-EXCES. EXIT.

      **************************************
      *                                    *
      *  INFORME DE PGMDORMI (DDIDORMI)    *
      *                                    *
      **************************************
       2900-ARCHIVAR-DORMI.
           MOVE 9 TO WS-SUB-TIPO.
           PERFORM 8000-INICIAR-INFORME THRU F-8000-INICIAR-INFORME.

           OPEN INPUT INFDORMI.
           IF WS-DORMI-CODE IS NOT EQUAL '00'
              MOVE WS-DORMI-CODE TO WS-STATUS-ACTUAL
              PERFORM 8050-INFORME-NO-RECIBIDO
                        THRU F-8050-INFORME-NO-RECIBIDO
              GO TO F-2900-ARCHIVAR-DORMI
           END-IF.

           PERFORM 2910-LEER-DORMI THRU F-2910-LEER-DORMI
                   UNTIL WS-FIN-INFORME.

           CLOSE INFDORMI.

           PERFORM 8200-CERRAR-INFORME THRU F-8200-CERRAR-INFORME.

       F-2900-ARCHIVAR-DORMI. EXIT.

       2910-LEER-DORMI.
           READ INFDORMI INTO WS-LINEA-LEIDA
                AT END
                   SET WS-FIN-INFORME TO TRUE
                   GO TO F-2910-LEER-DORMI
           END-READ.

           IF WS-DORMI-CODE IS NOT EQUAL '00'
              MOVE 'READ'      TO WS-RP-OPERACION
              MOVE WS-DORMI-CODE TO WS-STATUS-ACTUAL
              PERFORM 8900-ERROR-INFORME THRU F-8900-ERROR-INFORME
              GO TO F-2910-LEER-DORMI
           END-IF.

           PERFORM 8100-ARCHIVAR-LINEA THRU F-8100-ARCHIVAR-LINEA.

       F-2910-LEER-DORMI. EXIT.

      **************************************
      *                                    *
      *  INFORME DE PGMRECEP (DDIRECEP)    *
      *                                    *
      **************************************
       3000-ARCHIVAR-RECEP.
           MOVE 10 TO WS-SUB-TIPO.
           PERFORM 8000-INICIAR-INFORME THRU F-8000-INICIAR-INFORME.

           OPEN INPUT INFRECEP.
           IF WS-RECEP-CODE IS NOT EQUAL '00'
              MOVE WS-RECEP-CODE TO WS-STATUS-ACTUAL
              PERFORM 8050-INFORME-NO-RECIBIDO
                        THRU F-8050-INFORME-NO-RECIBIDO
              GO TO F-3000-ARCHIVAR-RECEP
           END-IF.

           PERFORM 3010-LEER-RECEP THRU F-3010-LEER-RECEP
                   UNTIL WS-FIN-INFORME.

           CLOSE INFRECEP.

           PERFORM 8200-CERRAR-INFORME THRU F-8200-CERRAR-INFORME.

       F-3000-ARCHIVAR-RECEP. EXIT.

       3010-LEER-RECEP.
           READ INFRECEP INTO WS-LINEA-LEIDA
                AT END
                   SET WS-FIN-INFORME TO TRUE
                   GO TO F-3010-LEER-RECEP
           END-READ.

           IF WS-RECEP-CODE IS NOT EQUAL '00'
              MOVE 'READ'      TO WS-RP-OPERACION
              MOVE WS-RECEP-CODE TO WS-STATUS-ACTUAL
              PERFORM 8900-ERROR-INFORME THRU F-8900-ERROR-INFORME
              GO TO F-3010-LEER-RECEP
           END-IF.

           PERFORM 8100-ARCHIVAR-LINEA THRU F-8100-ARCHIVAR-LINEA.

       F-3010-LEER-RECEP. EXIT.

      **************************************
      *                                    *
      *  PONE EN CERO LOS ACUMULADOS DEL   *
      *  INFORME QUE SE VA A ARCHIVAR      *
      *                                    *
      **************************************
       8000-INICIAR-INFORME.
           SET WS-INFORME-OK     TO TRUE.
           SET WS-NO-FIN-INFORME TO TRUE.
           MOVE WS-TIP-PROGRAMA (WS-SUB-TIPO) TO WS-RP-PROGRAMA.
           MOVE 1                TO WS-RP-PAGINA.
           MOVE ZEROS            TO WS-RP-LINEA
                                    WS-RP-CANT-LIN
                                    WS-RP-BORRADAS
                                    WS-RP-REEMPLAZO
                                    WS-VENCE.
           MOVE SPACES           TO WS-RP-OPERACION
                                    WS-STATUS-ACTUAL.

       F-8000-INICIAR-INFORME. EXIT.

      **************************************
      *                                    *
      *  BORRA DE INFARC LA CABECERA Y     *
      *  LAS LINEAS DEL INFORME PARA LA    *
      *  FECHA (PASO REPETIDO, O LO GRABADO*
      *  ANTES DE UN ERROR)                *
      *                                    *
      **************************************
       8020-BORRAR-ANTERIOR.
           MOVE ZEROS TO WS-RP-BORRADAS.
           SET WS-NO-FIN-BORRADO TO TRUE.

           MOVE WS-RP-PROGRAMA TO INA-PROGRAMA.
           MOVE WS-FECHA       TO INA-FECHA.
           MOVE ZEROS          TO INA-PAGINA
                                  INA-LINEA.

           START INFARC KEY IS NOT LESS INA-CLAVE
                 INVALID KEY SET WS-FIN-BORRADO TO TRUE
           END-START.

           PERFORM 8030-BORRAR-SIGUIENTE
                     THRU F-8030-BORRAR-SIGUIENTE
                   UNTIL WS-FIN-BORRADO.

       F-8020-BORRAR-ANTERIOR. EXIT.

       8030-BORRAR-SIGUIENTE.
           READ INFARC NEXT RECORD
                AT END
                   SET WS-FIN-BORRADO TO TRUE
                   GO TO F-8030-BORRAR-SIGUIENTE
           END-READ.

           IF WS-INA-CODE IS NOT EQUAL '00'
              MOVE 'READ'      TO WS-RP-OPERACION
              MOVE WS-INA-CODE TO WS-STATUS-ACTUAL
              PERFORM 8900-ERROR-INFORME THRU F-8900-ERROR-INFORME
              SET WS-FIN-BORRADO TO TRUE
              GO TO F-8030-BORRAR-SIGUIENTE
           END-IF.

           IF INA-PROGRAMA NOT EQUAL WS-RP-PROGRAMA OR
              INA-FECHA    NOT EQUAL WS-FECHA
              SET WS-FIN-BORRADO TO TRUE
              GO TO F-8030-BORRAR-SIGUIENTE
           END-IF.

           DELETE INFARC RECORD.
           IF WS-INA-CODE IS NOT EQUAL '00'
              MOVE 'DELETE'    TO WS-RP-OPERACION
              MOVE WS-INA-CODE TO WS-STATUS-ACTUAL
              PERFORM 8900-ERROR-INFORME THRU F-8900-ERROR-INFORME
              SET WS-FIN-BORRADO TO TRUE
              GO TO F-8030-BORRAR-SIGUIENTE
           END-IF.

           ADD 1 TO WS-RP-BORRADAS.

       F-8030-BORRAR-SIGUIENTE. EXIT.

      **************************************
      *                                    *
      *  EL INFORME NO LLEGO: SE LISTA Y   *
      *  QUEDA LO QUE HUBIERA ARCHIVADO    *
      *                                    *
      **************************************
       8050-INFORME-NO-RECIBIDO.
           ADD 1 TO WS-CANT-NO-RECIBIDOS.

           MOVE WS-RP-PROGRAMA TO WS-DET-PROGRAMA.
           MOVE ZEROS          TO WS-DET-LINEAS
                                  WS-DET-PAGINAS
                                  WS-DET-VENCE.
           MOVE WS-TIP-RETENCION (WS-SUB-TIPO) TO WS-DET-RETENCION.
           MOVE WS-TIP-AMBITO (WS-SUB-TIPO)    TO WS-DET-AMBITO.
           MOVE SPACES TO WS-DET-ESTADO.
           STRING 'NO RECIBIDO (OPEN ' WS-STATUS-ACTUAL ')'
                  DELIMITED BY SIZE INTO WS-DET-ESTADO.

           MOVE WS-LIN-DETALLE TO REG-INFORME.
           PERFORM 9300-GRABAR-INFORME THRU F-9300-GRABAR-INFORME.

       F-8050-INFORME-NO-RECIBIDO. EXIT.

      **************************************
      *                                    *
      *  GRABA UNA LINEA DEL INFORME EN    *
      *  INFARC, PASANDO DE PAGINA CADA    *
      *  WS-LINEAS-POR-PAGINA LINEAS       *
      *                                    *
      **************************************
       8100-ARCHIVAR-LINEA.
           IF WS-INFORME-CON-ERROR
              GO TO F-8100-ARCHIVAR-LINEA
           END-IF.

      *    LO ARCHIVADO ANTES PARA LA FECHA SE BORRA RECIEN CON
      *    LA PRIMERA LINEA: UN INFORME VACIO NO LO PISA
           IF WS-RP-CANT-LIN EQUAL ZEROS
              PERFORM 8020-BORRAR-ANTERIOR
                        THRU F-8020-BORRAR-ANTERIOR
              MOVE WS-RP-BORRADAS TO WS-RP-REEMPLAZO
              IF WS-INFORME-CON-ERROR
                 GO TO F-8100-ARCHIVAR-LINEA
              END-IF
           END-IF.

           ADD 1 TO WS-RP-LINEA.
           IF WS-RP-LINEA GREATER WS-LINEAS-POR-PAGINA
              ADD 1 TO WS-RP-PAGINA
              MOVE 1 TO WS-RP-LINEA
           END-IF.

           MOVE SPACES         TO REG-INFARC.
           MOVE WS-RP-PROGRAMA TO INA-PROGRAMA.
           MOVE WS-FECHA       TO INA-FECHA.
           MOVE WS-RP-PAGINA   TO INA-PAGINA.
           MOVE WS-RP-LINEA    TO INA-LINEA.
           MOVE WS-LINEA-LEIDA TO INA-TEXTO.

           WRITE REG-INFARC.
           IF WS-INA-CODE IS NOT EQUAL '00'
              MOVE 'WRITE'     TO WS-RP-OPERACION
              MOVE WS-INA-CODE TO WS-STATUS-ACTUAL
              PERFORM 8900-ERROR-INFORME THRU F-8900-ERROR-INFORME
              GO TO F-8100-ARCHIVAR-LINEA
           END-IF.

           ADD 1 TO WS-RP-CANT-LIN.
           MOVE SPACES TO WS-LINEA-LEIDA.

       F-8100-ARCHIVAR-LINEA. EXIT.

      **************************************
      *                                    *
      *  CIERRA EL INFORME: SI SE ARCHIVO  *
      *  COMPLETO GRABA SU CABECERA; SI    *
      *  HUBO ERROR BORRA LO GRABADO; EN   *
      *  TODOS LOS CASOS LO LISTA          *
      *                                    *
      **************************************
       8200-CERRAR-INFORME.
           IF WS-INFORME-OK AND WS-RP-CANT-LIN GREATER ZEROS
              PERFORM 8300-CALCULAR-VENCE THRU F-8300-CALCULAR-VENCE
              MOVE SPACES           TO REG-INFARC
              MOVE WS-RP-PROGRAMA   TO INA-PROGRAMA
              MOVE WS-FECHA         TO INA-FECHA
              MOVE ZEROS            TO INA-PAGINA
                                       INA-LINEA
              MOVE WS-TIP-ANCHO (WS-SUB-TIPO)
                                    TO INA-CAB-ANCHO
              MOVE WS-LINEAS-POR-PAGINA
                                    TO INA-CAB-LINEAS-PAG
              MOVE WS-RP-PAGINA     TO INA-CAB-CANT-PAG
              MOVE WS-RP-CANT-LIN   TO INA-CAB-CANT-LIN
              MOVE WS-TIP-RETENCION (WS-SUB-TIPO)
                                    TO INA-CAB-RETENCION
              MOVE WS-VENCE         TO INA-CAB-VENCE
              MOVE WS-TIP-AMBITO (WS-SUB-TIPO)
                                    TO INA-CAB-AMBITO
              MOVE WS-FECHA         TO INA-CAB-FECHA-ARCH
              MOVE WS-HORA-HHMMSS   TO INA-CAB-HORA-ARCH
              WRITE REG-INFARC
              IF WS-INA-CODE IS NOT EQUAL '00'
                 MOVE 'WRITE'       TO WS-RP-OPERACION
                 MOVE WS-INA-CODE   TO WS-STATUS-ACTUAL
                 PERFORM 8900-ERROR-INFORME
                           THRU F-8900-ERROR-INFORME
              END-IF
           END-IF.

           IF WS-INFORME-CON-ERROR
              PERFORM 8020-BORRAR-ANTERIOR THRU F-8020-BORRAR-ANTERIOR
           END-IF.

           MOVE WS-RP-PROGRAMA TO WS-DET-PROGRAMA.
           MOVE WS-RP-CANT-LIN TO WS-DET-LINEAS.
           MOVE WS-TIP-RETENCION (WS-SUB-TIPO) TO WS-DET-RETENCION.
           MOVE WS-TIP-AMBITO (WS-SUB-TIPO)    TO WS-DET-AMBITO.
           MOVE WS-VENCE       TO WS-DET-VENCE.
           MOVE SPACES         TO WS-DET-ESTADO.

           EVALUATE TRUE
               WHEN WS-INFORME-CON-ERROR
                  ADD 1 TO WS-CANT-CON-ERROR
                  MOVE ZEROS TO WS-DET-PAGINAS
                  STRING '** ' WS-RP-OPERACION ' ' WS-STATUS-ACTUAL
                         ' ** NO SE ARCHIVA' DELIMITED BY SIZE
                         INTO WS-DET-ESTADO

               WHEN WS-RP-CANT-LIN EQUAL ZEROS
                  ADD 1 TO WS-CANT-VACIOS
                  MOVE ZEROS TO WS-DET-PAGINAS
                  MOVE 'VACIO, NO SE ARCHIVA' TO WS-DET-ESTADO

               WHEN WS-RP-REEMPLAZO GREATER ZEROS
                  ADD 1 TO WS-CANT-ARCHIVADOS
                  ADD 1 TO WS-CANT-REEMPLAZADOS
                  ADD WS-RP-CANT-LIN TO WS-CANT-LIN-TOTAL
                  MOVE WS-RP-PAGINA TO WS-DET-PAGINAS
                  MOVE 'ARCHIVADO, REEMPLAZA EL ANTERIOR'
                                    TO WS-DET-ESTADO

               WHEN OTHER
                  ADD 1 TO WS-CANT-ARCHIVADOS
                  ADD WS-RP-CANT-LIN TO WS-CANT-LIN-TOTAL
                  MOVE WS-RP-PAGINA TO WS-DET-PAGINAS
                  MOVE 'ARCHIVADO'  TO WS-DET-ESTADO
           END-EVALUATE.

           MOVE WS-LIN-DETALLE TO REG-INFORME.
           PERFORM 9300-GRABAR-INFORME THRU F-9300-GRABAR-INFORME.

       F-8200-CERRAR-INFORME. EXIT.

      **************************************
      *                                    *
      *  VENCIMIENTO = FECHA DE PROCESO    *
      *  MAS LA RETENCION EN MESES DEL     *
      *  TIPO DE INFORME (MISMO DIA)       *
      *                                    *
      **************************************
       8300-CALCULAR-VENCE.
           MOVE WS-FECHA TO WS-VENCE.

           COMPUTE WS-MESES-TOTAL = WS-VEN-MM - 1 +
                   WS-TIP-RETENCION (WS-SUB-TIPO).
           DIVIDE WS-MESES-TOTAL BY 12 GIVING WS-ANIOS-MAS
                  REMAINDER WS-MES-RESTO.

           ADD WS-ANIOS-MAS TO WS-VEN-AAAA.
           COMPUTE WS-VEN-MM = WS-MES-RESTO + 1.

       F-8300-CALCULAR-VENCE. EXIT.

      **************************************
      *                                    *
      *  ERROR DE ARCHIVO EN EL INFORME EN *
      *  CURSO: NO QUEDA ARCHIVADO         *
      *                                    *
      **************************************
       8900-ERROR-INFORME.
           DISPLAY '* ERROR EN ' WS-RP-OPERACION ' DEL INFORME '
                   WS-RP-PROGRAMA ' = ' WS-STATUS-ACTUAL.
           MOVE 9999 TO RETURN-CODE.
           SET WS-INFORME-CON-ERROR TO TRUE.
           SET WS-FIN-INFORME       TO TRUE.

       F-8900-ERROR-INFORME. EXIT.

      **************************************
      *                                    *
      *  GRABA UNA LINEA DEL INFORME       *
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
      *  RESUMEN DE LA CORRIDA Y CIERRE    *
      *  DE FILES                          *
      *                                    *
      **************************************
       9999-FINAL.
           IF WS-INFARC-ABIERTO
              CLOSE INFARC
              IF WS-INA-CODE IS NOT EQUAL '00'
                 DISPLAY '* ERROR EN CLOSE INFARC  = ' WS-INA-CODE
                 MOVE 9999 TO RETURN-CODE
              END-IF
           END-IF.

           MOVE WS-LIN-BLANCA TO REG-INFORME.
           PERFORM 9300-GRABAR-INFORME THRU F-9300-GRABAR-INFORME.
           MOVE 'INFORMES DE LA TABLA'   TO WS-RES-TEXTO.
           MOVE WS-CANT-TIPOS            TO WS-RES-VALOR.
           PERFORM 9400-LINEA-RESUMEN THRU F-9400-LINEA-RESUMEN.
           MOVE 'INFORMES ARCHIVADOS'    TO WS-RES-TEXTO.
           MOVE WS-CANT-ARCHIVADOS       TO WS-RES-VALOR.
           PERFORM 9400-LINEA-RESUMEN THRU F-9400-LINEA-RESUMEN.
           MOVE '  DE ELLOS REEMPLAZADOS' TO WS-RES-TEXTO.
           MOVE WS-CANT-REEMPLAZADOS     TO WS-RES-VALOR.
           PERFORM 9400-LINEA-RESUMEN THRU F-9400-LINEA-RESUMEN.
           MOVE 'INFORMES NO RECIBIDOS'  TO WS-RES-TEXTO.
           MOVE WS-CANT-NO-RECIBIDOS     TO WS-RES-VALOR.
           PERFORM 9400-LINEA-RESUMEN THRU F-9400-LINEA-RESUMEN.
           MOVE 'INFORMES VACIOS'        TO WS-RES-TEXTO.
           MOVE WS-CANT-VACIOS           TO WS-RES-VALOR.
           PERFORM 9400-LINEA-RESUMEN THRU F-9400-LINEA-RESUMEN.
           MOVE 'INFORMES CON ERROR'     TO WS-RES-TEXTO.
           MOVE WS-CANT-CON-ERROR        TO WS-RES-VALOR.
           PERFORM 9400-LINEA-RESUMEN THRU F-9400-LINEA-RESUMEN.
           MOVE 'LINEAS ARCHIVADAS'      TO WS-RES-TEXTO.
           MOVE WS-CANT-LIN-TOTAL        TO WS-RES-VALOR.
           PERFORM 9400-LINEA-RESUMEN THRU F-9400-LINEA-RESUMEN.

           DISPLAY '************************** '.
           DISPLAY 'INFORMES ARCHIVADOS  : ' WS-CANT-ARCHIVADOS.
           DISPLAY 'INFORMES NO RECIBIDOS: ' WS-CANT-NO-RECIBIDOS.
           DISPLAY 'INFORMES CON ERROR   : ' WS-CANT-CON-ERROR.
           DISPLAY 'LINEAS ARCHIVADAS    : ' WS-CANT-LIN-TOTAL.

           IF WS-INF-CODE EQUAL '00'
              CLOSE INFORME
           END-IF.

       F-9999-FINAL.  EXIT.
