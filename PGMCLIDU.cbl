       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMCLIDU.
       AUTHOR.        D. CAZABAT.
       INSTALLATION.  CURSO CODEKI.
       DATE-WRITTEN.  14/10/2026.
       DATE-COMPILED. 14/10/2026.
      **********************************************************
      *                                                        *
      *  DETECCION DE CLIENTES DUPLICADOS EN EL MAESTRO        *
      *  CLIMAE: LAS SUCURSALES DAN DE ALTA UN SEGUNDO NUMERO  *
      *  DE CLIENTE PARA PERSONAS QUE YA EXISTEN Y LA POSICION *
      *  CONSOLIDADA (PGMCLIPO) LAS PARTE EN DOS.              *
      *                                                        *
      *  SOBRE LOS CLIENTES ACTIVOS SE BUSCAN DOS CRITERIOS:   *
      *    - MISMO CUIT BAJO DISTINTOS NUMEROS DE CLIENTE.     *
      *    - MISMO NOMBRE NORMALIZADO (MAYUSCULAS, SOLO LETRAS *
      *      Y DIGITOS) CUANDO ALGUNO DE ELLOS NO TIENE CUIT.  *
      *                                                        *
      *  EN CADA GRUPO SE PROPONE COMO SOBREVIVIENTE AL ALTA   *
      *  MAS ANTIGUA (EN EL CRITERIO POR NOMBRE, LA MAS        *
      *  ANTIGUA QUE TENGA CUIT). LOS ABSORBIBLES SE GRABAN    *
      *  EN FUSPRO CON EL LAYOUT DE NOVEDADES DE PGMCLIFU:     *
      *  OPERACIONES REVISA EL INFORME, CORRIGE LA PROPUESTA   *
      *  Y LA PASA A LA CORRIDA DE FUSION. LOS CLIENTES CON    *
      *  OTRO CUIT EN UN GRUPO POR NOMBRE SE MARCAN 'REVISAR'  *
      *  Y NO SE PROPONEN.                                     *
      *                                                        *
      **********************************************************
      *      MANTENIMIENTO DE PROGRAMA                         *
      **********************************************************
      *  FECHA   *    DETALLE        * COD *
      **************************************
      *15/10/2026* CLIMAE DE 160 POR * 001 *
      *          * COPY CPCLIMA      *     *
      *15/10/2026* REGISTRO CLIXRF   * 002 *
      *          * POR COPY CPCLIXR  *     *
      *          *                   *     *
      *          *                   *     *
      **************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

             SELECT CLIMAE  ASSIGN DDCLIMAE
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS SEQUENTIAL
                    RECORD KEY IS CLI-CLIENTE
                    FILE STATUS IS WS-CLI-CODE.

             SELECT CLIXRF  ASSIGN DDCLIXRF
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS XRF-CLAVE
                    FILE STATUS IS WS-XRF-CODE.

             SELECT WORK-SORT ASSIGN DDSRTWK.

             SELECT FUSPRO  ASSIGN DDFUSPRO
                    FILE STATUS IS WS-FUS-CODE.

             SELECT INFORME ASSIGN DDINFORM
                    FILE STATUS IS WS-INF-CODE.

       DATA DIVISION.
       FILE SECTION.
       FD CLIMAE.

           COPY CPCLIMA.

       FD CLIXRF.

           COPY CPCLIXR.

       SD WORK-SORT.

       01 WORK-SORT-REC.
           03  SRT-CRITERIO      PIC 9(01).
           03  SRT-CLAVE         PIC X(30).
           03  SRT-FECHA-ALTA    PIC 9(08).
           03  SRT-CLIENTE       PIC 9(08).
           03  SRT-NOMBRE        PIC X(30).
           03  SRT-CUIT          PIC X(11).

       FD FUSPRO
            BLOCK CONTAINS 0 RECORDS
            RECORDING MODE IS F.

       01 REG-FUSPRO     PIC X(80).

       FD INFORME
            BLOCK CONTAINS 0 RECORDS
            RECORDING MODE IS F.

       01 REG-INFORME    PIC X(80).

      **************************************
       WORKING-STORAGE SECTION.
      **************************************
       77  FILLER        PIC X(26) VALUE '* INICIO WORKING-STORAGE *'.
       77  FILLER        PIC X(26) VALUE '* CODIGOS RETORNO FILES  *'.
       77  WS-CLI-CODE      PIC XX    VALUE SPACES.
       77  WS-XRF-CODE      PIC XX    VALUE SPACES.
       77  WS-FUS-CODE      PIC XX    VALUE SPACES.
       77  WS-INF-CODE      PIC XX    VALUE SPACES.

       01  WS-STATUS-FIN    PIC X.
           88  WS-FIN-LECTURA         VALUE 'Y'.
           88  WS-NO-FIN-LECTURA      VALUE 'N'.

       01  WS-STATUS-FIN-SRT PIC X.
           88  WS-FIN-SORT            VALUE 'Y'.
           88  WS-NO-FIN-SORT         VALUE 'N'.

       01  WS-STATUS-FIN-XRF PIC X.
           88  WS-FIN-VINCULOS        VALUE 'Y'.
           88  WS-NO-FIN-VINCULOS     VALUE 'N'.

      ********  FECHA DE PROCESO  ***************
       01  WS-FECHA             PIC 9(08)  VALUE ZEROS.

      ********  REGISTRO ORDENADO  ***************
       01  WS-REG-SORT.
           03  WS-SRT-CRITERIO  PIC 9(01).
               88  WS-POR-CUIT              VALUE 1.
               88  WS-POR-NOMBRE            VALUE 2.
           03  WS-SRT-CLAVE     PIC X(30).
           03  WS-SRT-FECHA-ALTA PIC 9(08).
           03  WS-SRT-CLIENTE   PIC 9(08).
           03  WS-SRT-NOMBRE    PIC X(30).
           03  WS-SRT-CUIT      PIC X(11).

      ********  NORMALIZACION DEL NOMBRE  ***************
       01  WS-NOM-ORIGEN        PIC X(30)  VALUE SPACES.
       01  WS-NOM-ORIGEN-TAB REDEFINES WS-NOM-ORIGEN.
           03  WS-ORI-LETRA     PIC X(01)  OCCURS 30 TIMES.

       01  WS-NOM-NORMAL        PIC X(30)  VALUE SPACES.
       01  WS-NOM-NORMAL-TAB REDEFINES WS-NOM-NORMAL.
           03  WS-NOR-LETRA     PIC X(01)  OCCURS 30 TIMES.

       01  WS-LETRA             PIC X(01)  VALUE SPACE.
           88  WS-LETRA-VALIDA          VALUE 'A' THRU 'Z'
                                              '0' THRU '9'.

       77  WS-POS-ORIGEN        PIC 9(02)  VALUE ZEROS.
       77  WS-POS-NORMAL        PIC 9(02)  VALUE ZEROS.

      ********  GRUPO EN CURSO  ***************
       77  WS-GRP-CRITERIO      PIC 9(01)  VALUE ZEROS.
       77  WS-GRP-CLAVE         PIC X(30)  VALUE SPACES.
       77  WS-CANT-GRUPO        PIC 9(02)  VALUE ZEROS.
       77  WS-CANT-GRP-SIN-CUIT PIC 9(02)  VALUE ZEROS.
       77  WS-SUB-GRP           PIC 9(02)  VALUE ZEROS.
       77  WS-SUB-SOBREVIVE     PIC 9(02)  VALUE ZEROS.

       01  WS-TABLA-GRUPO.
           03  WS-GRP-ENT OCCURS 50 TIMES.
               05  WS-GRP-CLIENTE    PIC 9(08)  VALUE ZEROS.
               05  WS-GRP-NOMBRE     PIC X(30)  VALUE SPACES.
               05  WS-GRP-CUIT       PIC X(11)  VALUE SPACES.
               05  WS-GRP-FECHA-ALTA PIC 9(08)  VALUE ZEROS.

       77  WS-CANT-VINCULOS     PIC 9(03)  VALUE ZEROS.

      ********  PROPUESTA DE FUSION (LAYOUT DE PGMCLIFU)  ****
       01  WS-REG-FUSNOV.
           03  WS-FUS-ABSORBIDO     PIC 9(08).
           03  WS-FUS-SOBREVIVIENTE PIC 9(08).
           03  WS-FUS-CRITERIO      PIC X(01).
               88  WS-FUS-POR-CUIT          VALUE 'C'.
               88  WS-FUS-POR-NOMBRE        VALUE 'N'.
           03  FILLER               PIC X(63)  VALUE SPACES.

      ********  CONTADORES DE PROCESO  ***************
       77  WS-CANT-LEIDOS       PIC 9(7)  VALUE ZEROS.
       77  WS-CANT-NO-ACTIVOS   PIC 9(7)  VALUE ZEROS.
       77  WS-CANT-GRP-CUIT     PIC 9(7)  VALUE ZEROS.
       77  WS-CANT-GRP-NOMBRE   PIC 9(7)  VALUE ZEROS.
       77  WS-CANT-PROPUESTAS   PIC 9(7)  VALUE ZEROS.
       77  WS-CANT-REVISAR      PIC 9(7)  VALUE ZEROS.

      ********  LINEAS DEL INFORME  ***************
       01  WS-LIN-TITULO.
           03  FILLER           PIC X(44)
               VALUE 'CLIENTES POSIBLEMENTE DUPLICADOS AL DIA     '.
           03  WS-TIT-FECHA     PIC 9(08).
           03  FILLER           PIC X(28)   VALUE SPACES.

       01  WS-LIN-GRUPO.
           03  WS-GRU-CRITERIO  PIC X(26)   VALUE SPACES.
           03  WS-GRU-CLAVE     PIC X(30)   VALUE SPACES.
           03  FILLER           PIC X(24)   VALUE SPACES.

       01  WS-LIN-MIEMBRO.
           03  FILLER           PIC X(06)   VALUE '  CLI '.
           03  WS-MIE-CLIENTE   PIC 9(08).
           03  FILLER           PIC X(01)   VALUE SPACE.
           03  WS-MIE-NOMBRE    PIC X(30).
           03  FILLER           PIC X(01)   VALUE SPACE.
           03  WS-MIE-CUIT      PIC X(11).
           03  FILLER           PIC X(01)   VALUE SPACE.
           03  WS-MIE-ALTA      PIC 9(08).
           03  FILLER           PIC X(01)   VALUE SPACE.
           03  WS-MIE-CTAS      PIC ZZ9.
           03  FILLER           PIC X(01)   VALUE SPACE.
           03  WS-MIE-MARCA     PIC X(09).

       01  WS-LIN-RESUMEN.
           03  WS-RES-CONCEPTO  PIC X(30)   VALUE SPACES.
           03  WS-RES-CANT      PIC ZZZZZZ9.
           03  FILLER           PIC X(43)   VALUE SPACES.

       01  WS-LIN-BLANCO        PIC X(80)   VALUE SPACES.

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

           IF WS-NO-FIN-LECTURA
              SORT WORK-SORT
                   ON ASCENDING KEY SRT-CRITERIO SRT-CLAVE
                                    SRT-FECHA-ALTA SRT-CLIENTE
                   INPUT PROCEDURE 2000-CARGAR-CLIENTES
                                   THRU F-2000-CARGAR-CLIENTES
                   OUTPUT PROCEDURE 2500-ARMAR-GRUPOS
                                   THRU F-2500-ARMAR-GRUPOS
           END-IF.

           PERFORM 9999-FINAL    THRU  F-9999-FINAL.

       F-MAIN-PROGRAM. GOBACK.

      **************************************
      *                                    *
      *  APERTURA DE FILES                 *
      *                                    *
      **************************************
       1000-INICIO.
           ACCEPT WS-FECHA FROM DATE YYYYMMDD.
           DISPLAY 'FECHA:    '  WS-FECHA.

           SET WS-NO-FIN-LECTURA TO TRUE.

           OPEN INPUT CLIMAE.
           IF WS-CLI-CODE IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN CLIMAE  = ' WS-CLI-CODE
              MOVE 9999 TO RETURN-CODE
              SET  WS-FIN-LECTURA TO TRUE
           END-IF.

           OPEN INPUT CLIXRF.
           IF WS-XRF-CODE IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN CLIXRF  = ' WS-XRF-CODE
              MOVE 9999 TO RETURN-CODE
              SET  WS-FIN-LECTURA TO TRUE
           END-IF.

           OPEN OUTPUT FUSPRO.
           IF WS-FUS-CODE IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN FUSPRO  = ' WS-FUS-CODE
              MOVE 9999 TO RETURN-CODE
              SET  WS-FIN-LECTURA TO TRUE
           END-IF.

           OPEN OUTPUT INFORME.
           IF WS-INF-CODE IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN INFORME = ' WS-INF-CODE
              MOVE 9999 TO RETURN-CODE
              SET  WS-FIN-LECTURA TO TRUE
           END-IF.

           MOVE WS-FECHA      TO WS-TIT-FECHA.
           MOVE WS-LIN-TITULO TO REG-INFORME.
           PERFORM 9300-GRABAR-INFORME THRU F-9300-GRABAR-INFORME.

       F-1000-INICIO.   EXIT.

      **************************************
      *                                    *
      *  ENTREGA AL SORT CADA CLIENTE      *
      *  ACTIVO: POR CUIT SI LO TIENE Y    *
      *  SIEMPRE POR NOMBRE NORMALIZADO    *
      *                                    *
      **************************************
       2000-CARGAR-CLIENTES.
           PERFORM 2100-SOLTAR-CLIENTE THRU F-2100-SOLTAR-CLIENTE
                   UNTIL WS-FIN-LECTURA.

       F-2000-CARGAR-CLIENTES. EXIT.

       2100-SOLTAR-CLIENTE.
           READ CLIMAE NEXT RECORD
                AT END
                   SET WS-FIN-LECTURA TO TRUE
                   GO TO F-2100-SOLTAR-CLIENTE
           END-READ.

           IF WS-CLI-CODE IS NOT EQUAL '00'
              DISPLAY '* ERROR EN LECTURA CLIMAE = ' WS-CLI-CODE
              MOVE 9999 TO RETURN-CODE
              SET WS-FIN-LECTURA TO TRUE
              GO TO F-2100-SOLTAR-CLIENTE
           END-IF.

           ADD 1 TO WS-CANT-LEIDOS.

           IF NOT CLI-ACTIVO
              ADD 1 TO WS-CANT-NO-ACTIVOS
              GO TO F-2100-SOLTAR-CLIENTE
           END-IF.

           MOVE CLI-FECHA-ALTA TO WS-SRT-FECHA-ALTA.
           MOVE CLI-CLIENTE    TO WS-SRT-CLIENTE.
           MOVE CLI-NOMBRE     TO WS-SRT-NOMBRE.
           MOVE CLI-CUIT       TO WS-SRT-CUIT.

           IF CLI-CUIT NOT EQUAL SPACES AND
              CLI-CUIT NOT EQUAL ZEROS
              SET WS-POR-CUIT TO TRUE
              MOVE CLI-CUIT   TO WS-SRT-CLAVE
              RELEASE WORK-SORT-REC FROM WS-REG-SORT
           ELSE
              MOVE SPACES     TO WS-SRT-CUIT
           END-IF.

           PERFORM 2150-NORMALIZAR-NOMBRE
                     THRU F-2150-NORMALIZAR-NOMBRE.

           IF WS-NOM-NORMAL NOT EQUAL SPACES
              SET WS-POR-NOMBRE TO TRUE
              MOVE WS-NOM-NORMAL TO WS-SRT-CLAVE
              RELEASE WORK-SORT-REC FROM WS-REG-SORT
           END-IF.

       F-2100-SOLTAR-CLIENTE. EXIT.

      **************************************
      *                                    *
      *  NOMBRE EN MAYUSCULAS Y SOLO CON   *
      *  LETRAS Y DIGITOS: 'PEREZ, JUAN'   *
      *  Y 'Perez Juan' DAN LA MISMA CLAVE *
      *                                    *
      **************************************
       2150-NORMALIZAR-NOMBRE.
           MOVE CLI-NOMBRE TO WS-NOM-ORIGEN.
           INSPECT WS-NOM-ORIGEN
                   CONVERTING 'abcdefghijklmnopqrstuvwxyz'
                           TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.

           MOVE SPACES TO WS-NOM-NORMAL.
           MOVE ZEROS  TO WS-POS-NORMAL.

           PERFORM 2160-NORMALIZAR-LETRA THRU F-2160-NORMALIZAR-LETRA
                   VARYING WS-POS-ORIGEN FROM 1 BY 1
                   UNTIL WS-POS-ORIGEN GREATER 30.

       F-2150-NORMALIZAR-NOMBRE. EXIT.

       2160-NORMALIZAR-LETRA.
           MOVE WS-ORI-LETRA (WS-POS-ORIGEN) TO WS-LETRA.

           IF WS-LETRA-VALIDA
              ADD 1 TO WS-POS-NORMAL
              MOVE WS-LETRA TO WS-NOR-LETRA (WS-POS-NORMAL)
           END-IF.

       F-2160-NORMALIZAR-LETRA. EXIT.

      **************************************
      *                                    *
      *  JUNTA LOS CLIENTES ORDENADOS EN   *
      *  GRUPOS DE IGUAL CRITERIO Y CLAVE  *
      *  Y EVALUA CADA GRUPO AL CERRARLO   *
      *                                    *
      **************************************
       2500-ARMAR-GRUPOS.
           SET WS-NO-FIN-SORT TO TRUE.
           MOVE ZEROS TO WS-CANT-GRUPO.

           PERFORM 2550-TOMAR-UNO THRU F-2550-TOMAR-UNO
                   UNTIL WS-FIN-SORT.

           IF WS-CANT-GRUPO GREATER ZEROS
              PERFORM 2700-EVALUAR-GRUPO THRU F-2700-EVALUAR-GRUPO
           END-IF.

       F-2500-ARMAR-GRUPOS. EXIT.

       2550-TOMAR-UNO.
           RETURN WORK-SORT INTO WS-REG-SORT
                  AT END
                     SET WS-FIN-SORT TO TRUE
                     GO TO F-2550-TOMAR-UNO
           END-RETURN.

           IF WS-CANT-GRUPO GREATER ZEROS AND
              (WS-SRT-CRITERIO NOT EQUAL WS-GRP-CRITERIO OR
               WS-SRT-CLAVE    NOT EQUAL WS-GRP-CLAVE)
              PERFORM 2700-EVALUAR-GRUPO THRU F-2700-EVALUAR-GRUPO
           END-IF.

           IF WS-CANT-GRUPO EQUAL ZEROS
              MOVE WS-SRT-CRITERIO TO WS-GRP-CRITERIO
              MOVE WS-SRT-CLAVE    TO WS-GRP-CLAVE
              MOVE ZEROS           TO WS-CANT-GRP-SIN-CUIT
           END-IF.

           IF WS-CANT-GRUPO NOT LESS 50
              DISPLAY '* GRUPO CON MAS DE 50 CLIENTES, SE IGNORA '
                      'EL CLIENTE ' WS-SRT-CLIENTE
              MOVE 4 TO RETURN-CODE
              GO TO F-2550-TOMAR-UNO
           END-IF.

           ADD 1 TO WS-CANT-GRUPO.
           MOVE WS-SRT-CLIENTE    TO WS-GRP-CLIENTE (WS-CANT-GRUPO).
           MOVE WS-SRT-NOMBRE     TO WS-GRP-NOMBRE (WS-CANT-GRUPO).
           MOVE WS-SRT-CUIT       TO WS-GRP-CUIT (WS-CANT-GRUPO).
           MOVE WS-SRT-FECHA-ALTA TO WS-GRP-FECHA-ALTA (WS-CANT-GRUPO).

           IF WS-SRT-CUIT EQUAL SPACES
              ADD 1 TO WS-CANT-GRP-SIN-CUIT
           END-IF.

       F-2550-TOMAR-UNO. EXIT.

      **************************************
      *                                    *
      *  UN GRUPO ES DUPLICADO SI TIENE    *
      *  MAS DE UN CLIENTE; POR NOMBRE,    *
      *  ADEMAS, ALGUNO TIENE QUE ESTAR    *
      *  SIN CUIT. SE IMPRIME Y SE GRABA   *
      *  LA PROPUESTA DE FUSION            *
      *                                    *
      **************************************
       2700-EVALUAR-GRUPO.
           IF WS-CANT-GRUPO LESS 2
              GO TO 2700-VACIAR-GRUPO
           END-IF.

           IF WS-GRP-CRITERIO EQUAL 2 AND
              WS-CANT-GRP-SIN-CUIT EQUAL ZEROS
              GO TO 2700-VACIAR-GRUPO
           END-IF.

           MOVE 1 TO WS-SUB-SOBREVIVE.
           IF WS-GRP-CRITERIO EQUAL 2
              PERFORM 2710-BUSCAR-CON-CUIT THRU F-2710-BUSCAR-CON-CUIT
                      VARYING WS-SUB-GRP FROM WS-CANT-GRUPO BY -1
                      UNTIL WS-SUB-GRP LESS 1
           END-IF.

           MOVE WS-LIN-BLANCO TO REG-INFORME.
           PERFORM 9300-GRABAR-INFORME THRU F-9300-GRABAR-INFORME.

           IF WS-GRP-CRITERIO EQUAL 1
              ADD 1 TO WS-CANT-GRP-CUIT
              MOVE 'MISMO CUIT                ' TO WS-GRU-CRITERIO
           ELSE
              ADD 1 TO WS-CANT-GRP-NOMBRE
              MOVE 'MISMO NOMBRE NORMALIZADO  ' TO WS-GRU-CRITERIO
           END-IF.
           MOVE WS-GRP-CLAVE TO WS-GRU-CLAVE.
           MOVE WS-LIN-GRUPO TO REG-INFORME.
           PERFORM 9300-GRABAR-INFORME THRU F-9300-GRABAR-INFORME.

           PERFORM 2750-IMPRIMIR-MIEMBRO THRU F-2750-IMPRIMIR-MIEMBRO
                   VARYING WS-SUB-GRP FROM 1 BY 1
                   UNTIL WS-SUB-GRP GREATER WS-CANT-GRUPO.

       2700-VACIAR-GRUPO.
           MOVE ZEROS TO WS-CANT-GRUPO
                         WS-CANT-GRP-SIN-CUIT.

       F-2700-EVALUAR-GRUPO. EXIT.

      *    RECORRE EL GRUPO DE ATRAS PARA ADELANTE PARA QUEDARSE
      *    CON EL ALTA MAS ANTIGUA QUE TENGA CUIT
       2710-BUSCAR-CON-CUIT.
           IF WS-GRP-CUIT (WS-SUB-GRP) NOT EQUAL SPACES
              MOVE WS-SUB-GRP TO WS-SUB-SOBREVIVE
           END-IF.

       F-2710-BUSCAR-CON-CUIT. EXIT.

      **************************************
      *                                    *
      *  LINEA DE UN CLIENTE DEL GRUPO CON *
      *  SUS CUENTAS VIGENTES Y LA MARCA   *
      *  DE LA PROPUESTA                   *
      *                                    *
      **************************************
       2750-IMPRIMIR-MIEMBRO.
           PERFORM 2760-CONTAR-VINCULOS THRU F-2760-CONTAR-VINCULOS.

           MOVE WS-GRP-CLIENTE (WS-SUB-GRP)    TO WS-MIE-CLIENTE.
           MOVE WS-GRP-NOMBRE (WS-SUB-GRP)     TO WS-MIE-NOMBRE.
           MOVE WS-GRP-CUIT (WS-SUB-GRP)       TO WS-MIE-CUIT.
           MOVE WS-GRP-FECHA-ALTA (WS-SUB-GRP) TO WS-MIE-ALTA.
           MOVE WS-CANT-VINCULOS               TO WS-MIE-CTAS.

           EVALUATE TRUE
               WHEN WS-SUB-GRP EQUAL WS-SUB-SOBREVIVE
                  MOVE 'SOBREVIVE' TO WS-MIE-MARCA
               WHEN WS-GRP-CRITERIO EQUAL 1
                  MOVE 'ABSORBER ' TO WS-MIE-MARCA
                  SET WS-FUS-POR-CUIT TO TRUE
                  PERFORM 2790-GRABAR-PROPUESTA
                            THRU F-2790-GRABAR-PROPUESTA
               WHEN WS-GRP-CUIT (WS-SUB-GRP) EQUAL SPACES
                  MOVE 'ABSORBER ' TO WS-MIE-MARCA
                  SET WS-FUS-POR-NOMBRE TO TRUE
                  PERFORM 2790-GRABAR-PROPUESTA
                            THRU F-2790-GRABAR-PROPUESTA
               WHEN WS-GRP-CUIT (WS-SUB-GRP) EQUAL
                    WS-GRP-CUIT (WS-SUB-SOBREVIVE)
      *           YA PROPUESTO EN EL GRUPO POR CUIT
                  MOVE 'VER CUIT ' TO WS-MIE-MARCA
               WHEN OTHER
                  MOVE 'REVISAR  ' TO WS-MIE-MARCA
                  ADD 1 TO WS-CANT-REVISAR
           END-EVALUATE.

           MOVE WS-LIN-MIEMBRO TO REG-INFORME.
           PERFORM 9300-GRABAR-INFORME THRU F-9300-GRABAR-INFORME.

       F-2750-IMPRIMIR-MIEMBRO. EXIT.

      **************************************
      *                                    *
      *  CUENTA LOS VINCULOS VIGENTES DEL  *
      *  CLIENTE EN CLIXRF                 *
      *                                    *
      **************************************
       2760-CONTAR-VINCULOS.
           MOVE ZEROS TO WS-CANT-VINCULOS.
           SET WS-NO-FIN-VINCULOS TO TRUE.

           MOVE WS-GRP-CLIENTE (WS-SUB-GRP) TO XRF-CLIENTE.
           MOVE ZEROS TO XRF-SUCURSAL
                         XRF-CUENTA.
           START CLIXRF KEY IS NOT LESS XRF-CLAVE
                 INVALID KEY SET WS-FIN-VINCULOS TO TRUE
           END-START.

           PERFORM 2770-LEER-VINCULO THRU F-2770-LEER-VINCULO
                   UNTIL WS-FIN-VINCULOS.

       F-2760-CONTAR-VINCULOS. EXIT.

       2770-LEER-VINCULO.
           READ CLIXRF NEXT RECORD
                AT END
                   SET WS-FIN-VINCULOS TO TRUE
                   GO TO F-2770-LEER-VINCULO
           END-READ.

           IF WS-XRF-CODE IS NOT EQUAL '00' OR
              XRF-CLIENTE NOT EQUAL WS-GRP-CLIENTE (WS-SUB-GRP)
              SET WS-FIN-VINCULOS TO TRUE
              GO TO F-2770-LEER-VINCULO
           END-IF.

           IF XRF-VIGENTE
              ADD 1 TO WS-CANT-VINCULOS
           END-IF.

       F-2770-LEER-VINCULO. EXIT.

       2790-GRABAR-PROPUESTA.
           MOVE WS-GRP-CLIENTE (WS-SUB-GRP)       TO WS-FUS-ABSORBIDO.
           MOVE WS-GRP-CLIENTE (WS-SUB-SOBREVIVE)
                                             TO WS-FUS-SOBREVIVIENTE.

           WRITE REG-FUSPRO FROM WS-REG-FUSNOV.
           IF WS-FUS-CODE IS NOT EQUAL '00'
              DISPLAY '* ERROR EN WRITE FUSPRO = ' WS-FUS-CODE
              MOVE 9999 TO RETURN-CODE
           ELSE
              ADD 1 TO WS-CANT-PROPUESTAS
           END-IF.

       F-2790-GRABAR-PROPUESTA. EXIT.

      **************************************
      *                                    *
      *  RESUMEN Y CIERRE DE FILES         *
      *                                    *
      **************************************
       9999-FINAL.
           MOVE WS-LIN-BLANCO TO REG-INFORME.
           PERFORM 9300-GRABAR-INFORME THRU F-9300-GRABAR-INFORME.

           MOVE 'CLIENTES LEIDOS'            TO WS-RES-CONCEPTO.
           MOVE WS-CANT-LEIDOS               TO WS-RES-CANT.
           PERFORM 9400-LINEA-RESUMEN THRU F-9400-LINEA-RESUMEN.
           MOVE 'CLIENTES NO ACTIVOS'        TO WS-RES-CONCEPTO.
           MOVE WS-CANT-NO-ACTIVOS           TO WS-RES-CANT.
           PERFORM 9400-LINEA-RESUMEN THRU F-9400-LINEA-RESUMEN.
           MOVE 'GRUPOS POR CUIT'            TO WS-RES-CONCEPTO.
           MOVE WS-CANT-GRP-CUIT             TO WS-RES-CANT.
           PERFORM 9400-LINEA-RESUMEN THRU F-9400-LINEA-RESUMEN.
           MOVE 'GRUPOS POR NOMBRE'          TO WS-RES-CONCEPTO.
           MOVE WS-CANT-GRP-NOMBRE           TO WS-RES-CANT.
           PERFORM 9400-LINEA-RESUMEN THRU F-9400-LINEA-RESUMEN.
           MOVE 'FUSIONES PROPUESTAS'        TO WS-RES-CONCEPTO.
           MOVE WS-CANT-PROPUESTAS           TO WS-RES-CANT.
           PERFORM 9400-LINEA-RESUMEN THRU F-9400-LINEA-RESUMEN.
           MOVE 'CLIENTES A REVISAR'         TO WS-RES-CONCEPTO.
           MOVE WS-CANT-REVISAR              TO WS-RES-CANT.
           PERFORM 9400-LINEA-RESUMEN THRU F-9400-LINEA-RESUMEN.

           CLOSE CLIMAE.
           IF WS-CLI-CODE IS NOT EQUAL '00'
              DISPLAY '* ERROR EN CLOSE CLIMAE  = ' WS-CLI-CODE
              MOVE 9999 TO RETURN-CODE
           END-IF.

           CLOSE CLIXRF.
           IF WS-XRF-CODE IS NOT EQUAL '00'
              DISPLAY '* ERROR EN CLOSE CLIXRF  = ' WS-XRF-CODE
              MOVE 9999 TO RETURN-CODE
           END-IF.

           CLOSE FUSPRO.
           IF WS-FUS-CODE IS NOT EQUAL '00'
              DISPLAY '* ERROR EN CLOSE FUSPRO  = ' WS-FUS-CODE
              MOVE 9999 TO RETURN-CODE
           END-IF.

           CLOSE INFORME.
           IF WS-INF-CODE IS NOT EQUAL '00'
              DISPLAY '* ERROR EN CLOSE INFORME = ' WS-INF-CODE
              MOVE 9999 TO RETURN-CODE
           END-IF.

           DISPLAY '************************** '.
           DISPLAY 'CLIENTES LEIDOS         : ' WS-CANT-LEIDOS.
           DISPLAY 'GRUPOS POR CUIT         : ' WS-CANT-GRP-CUIT.
           DISPLAY 'GRUPOS POR NOMBRE       : ' WS-CANT-GRP-NOMBRE.
           DISPLAY 'FUSIONES PROPUESTAS     : ' WS-CANT-PROPUESTAS.

       F-9999-FINAL. EXIT.

      **************************************
      *                                    *
      *  GRABA UNA LINEA YA ARMADA EN EL   *
      *  INFORME                           *
      *                                    *
      **************************************
       9300-GRABAR-INFORME.
           WRITE REG-INFORME.
           IF WS-INF-CODE IS NOT EQUAL '00'
              DISPLAY '* ERROR EN WRITE INFORME = ' WS-INF-CODE
              MOVE 9999 TO RETURN-CODE
           END-IF.

       F-9300-GRABAR-INFORME. EXIT.

       9400-LINEA-RESUMEN.
           MOVE WS-LIN-RESUMEN TO REG-INFORME.
           PERFORM 9300-GRABAR-INFORME THRU F-9300-GRABAR-INFORME.

       F-9400-LINEA-RESUMEN. EXIT.
