       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMCLIFU.
       AUTHOR.        D. CAZABAT.
       INSTALLATION.  CURSO CODEKI.
       DATE-WRITTEN.  14/10/2026.
       DATE-COMPILED. 14/10/2026.
      **********************************************************
      *                                                        *
      *  FUSION CONTROLADA DE CLIENTES DUPLICADOS: POR CADA    *
      *  NOVEDAD DE FUSNOV (ABSORBIDO / SOBREVIVIENTE, MISMO   *
      *  LAYOUT QUE LA PROPUESTA DE PGMCLIDU YA REVISADA POR   *
      *  OPERACIONES):                                         *
      *    - VALIDA QUE AMBOS EXISTAN, QUE EL ABSORBIDO NO     *
      *      ESTE YA FUSIONADO, QUE EL SOBREVIVIENTE ESTE      *
      *      ACTIVO Y QUE NO TENGAN CUIT DISTINTOS.            *
      *    - MUEVE CADA VINCULO CLIXRF DEL ABSORBIDO AL        *
      *      SOBREVIVIENTE (SI YA LO TENIA DESVINCULADO Y EL   *
      *      DEL ABSORBIDO ESTABA VIGENTE, LO REACTIVA) Y      *
      *      BORRA EL VINCULO DEL ABSORBIDO.                   *
      *    - MARCA EL ABSORBIDO COMO FUSIONADO ('F') CON EL    *
      *      NUMERO DEL SOBREVIVIENTE Y LA FECHA DE FUSION.    *
      *                                                        *
      *  EL INFORME MUESTRA LA IMAGEN ANTES Y DESPUES DE CADA  *
      *  FUSION (CLIENTES Y VINCULOS) Y CIERRA CON LA LINEA    *
      *  DE CONFORMIDAD DE AUDITORIA.                          *
      *                                                        *
      **********************************************************
      *      MANTENIMIENTO DE PROGRAMA                         *
      **********************************************************
      *  FECHA   *    DETALLE        * COD *
      **************************************
      *15/10/2026* CLIMAE DE 160 POR * 001 *
      *          * COPY CPCLIMA Y    *     *
      *          * PASE DE CONTACTO  *     *
      *          * AL SOBREVIVIENTE  *     *
      *15/10/2026* CLIMAE DE 240 Y   * 002 *
      *          * PASE DEL DOMICILIO*     *
      *          * AL SOBREVIVIENTE  *     *
      *15/10/2026* REGISTRO CLIXRF   * 003 *
      *          * POR COPY CPCLIXR  *     *
      *          *                   *     *
      *          *                   *     *
      **************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

             SELECT FUSNOV  ASSIGN DDFUSNOV
                    FILE STATUS IS WS-FUS-CODE.

             SELECT CLIMAE  ASSIGN DDCLIMAE
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS CLI-CLIENTE
                    FILE STATUS IS WS-CLI-CODE.

             SELECT CLIXRF  ASSIGN DDCLIXRF
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS XRF-CLAVE
                    FILE STATUS IS WS-XRF-CODE.

             SELECT INFORME ASSIGN DDINFORM
                    FILE STATUS IS WS-INF-CODE.

       DATA DIVISION.
       FILE SECTION.
       FD FUSNOV
            BLOCK CONTAINS 0 RECORDS
            RECORDING MODE IS F.

       01 REG-FUSNOV     PIC X(80).

       FD CLIMAE.

           COPY CPCLIMA.

       FD CLIXRF.

           COPY CPCLIXR.

       FD INFORME
            BLOCK CONTAINS 0 RECORDS
            RECORDING MODE IS F.

       01 REG-INFORME    PIC X(80).

      **************************************
       WORKING-STORAGE SECTION.
      **************************************
       77  FILLER        PIC X(26) VALUE '* INICIO WORKING-STORAGE *'.
       77  FILLER        PIC X(26) VALUE '* CODIGOS RETORNO FILES  *'.
       77  WS-FUS-CODE      PIC XX    VALUE SPACES.
       77  WS-CLI-CODE      PIC XX    VALUE SPACES.
       77  WS-XRF-CODE      PIC XX    VALUE SPACES.
       77  WS-INF-CODE      PIC XX    VALUE SPACES.

       01  WS-STATUS-FIN    PIC X.
           88  WS-FIN-LECTURA         VALUE 'Y'.
           88  WS-NO-FIN-LECTURA      VALUE 'N'.

       01  WS-STATUS-FIN-XRF PIC X.
           88  WS-FIN-VINCULOS        VALUE 'Y'.
           88  WS-NO-FIN-VINCULOS     VALUE 'N'.

       01  WS-STATUS-NOV    PIC X.
           88  WS-NOVEDAD-OK          VALUE 'S'.
           88  WS-NOVEDAD-ERROR       VALUE 'N'.

      ********  FECHA DE PROCESO  ***************
       01  WS-FECHA             PIC 9(08)  VALUE ZEROS.

      ********  NOVEDAD DE FUSION  ***************
       01  WS-REG-FUSNOV.
           03  WS-FUS-ABSORBIDO     PIC 9(08).
           03  WS-FUS-SOBREVIVIENTE PIC 9(08).
           03  WS-FUS-CRITERIO      PIC X(01).
               88  WS-FUS-POR-CUIT          VALUE 'C'.
               88  WS-FUS-POR-NOMBRE        VALUE 'N'.
           03  FILLER               PIC X(63).

      ********  CLIENTES DE LA FUSION EN CURSO  ***************
       01  WS-REG-ABSORBIDO     PIC X(240) VALUE SPACES.
       01  WS-REG-SOBREVIVIENTE PIC X(240) VALUE SPACES.

       01  WS-CUIT-ABSORBIDO    PIC X(11)  VALUE SPACES.
       01  WS-CUIT-SOBREVIVE    PIC X(11)  VALUE SPACES.

      ********  CONTACTO DEL ABSORBIDO  ***************
       01  WS-EMAIL-ABSORBIDO   PIC X(50)  VALUE SPACES.
       01  WS-TELEF-ABSORBIDO   PIC X(15)  VALUE SPACES.
       01  WS-AVISO-ABSORBIDO   PIC X(01)  VALUE SPACES.
           88  WS-ABSORBIDO-SIN-AVISOS     VALUE 'S'.
       01  WS-DOMIC-ABSORBIDO   PIC X(68)  VALUE SPACES.

       01  WS-SWITCH-SOBREVIVE  PIC X      VALUE 'N'.
           88  WS-SOBREVIVE-CAMBIA         VALUE 'S'.
           88  WS-SOBREVIVE-IGUAL          VALUE 'N'.

       77  WS-CLIENTE-LISTAR    PIC 9(08)  VALUE ZEROS.

      ********  VINCULOS DEL ABSORBIDO  ***************
       77  WS-CANT-VIN          PIC 9(03)  VALUE ZEROS.
       77  WS-SUB-VIN           PIC 9(03)  VALUE ZEROS.

       01  WS-TABLA-VINCULOS.
           03  WS-VIN-REG       OCCURS 200 TIMES.
               05  WS-VIN-CLAVE     PIC X(19).
               05  WS-VIN-ESTADO    PIC X(01).
                   88  WS-VIN-VIGENTE       VALUE 'V'.
               05  FILLER           PIC X(20).

      ********  CONTADORES DE PROCESO  ***************
       77  WS-CANT-NOVEDADES    PIC 9(7)  VALUE ZEROS.
       77  WS-CANT-FUSIONES     PIC 9(7)  VALUE ZEROS.
       77  WS-CANT-RECHAZOS     PIC 9(7)  VALUE ZEROS.
       77  WS-CANT-MOVIDOS      PIC 9(7)  VALUE ZEROS.
       77  WS-CANT-REACTIVADOS  PIC 9(7)  VALUE ZEROS.
       77  WS-CANT-YA-EXISTIAN  PIC 9(7)  VALUE ZEROS.
       77  WS-CANT-BORRADOS     PIC 9(7)  VALUE ZEROS.

      ********  LINEAS DEL INFORME  ***************
       01  WS-LIN-TITULO.
           03  FILLER           PIC X(44)
               VALUE 'FUSION DE CLIENTES - CONTROL DE AUDITORIA   '.
           03  WS-TIT-FECHA     PIC 9(08).
           03  FILLER           PIC X(28)   VALUE SPACES.

       01  WS-LIN-FUSION.
           03  FILLER           PIC X(10)   VALUE 'FUSION    '.
           03  WS-FSN-ABSORBIDO PIC 9(08).
           03  FILLER           PIC X(08)   VALUE ' DENTRO '.
           03  FILLER           PIC X(04)   VALUE 'DE  '.
           03  WS-FSN-SOBREVIVE PIC 9(08).
           03  FILLER           PIC X(11)   VALUE '  CRITERIO '.
           03  WS-FSN-CRITERIO  PIC X(01).
           03  FILLER           PIC X(30)   VALUE SPACES.

       01  WS-LIN-IMAGEN.
           03  FILLER           PIC X(04)   VALUE SPACES.
           03  WS-IMA-TEXTO     PIC X(20)   VALUE SPACES.
           03  FILLER           PIC X(56)   VALUE SPACES.

       01  WS-LIN-CLIENTE.
           03  FILLER           PIC X(06)   VALUE '  CLI '.
           03  WS-LCL-CLIENTE   PIC 9(08).
           03  FILLER           PIC X(01)   VALUE SPACE.
           03  WS-LCL-NOMBRE    PIC X(30).
           03  FILLER           PIC X(01)   VALUE SPACE.
           03  WS-LCL-CUIT      PIC X(11).
           03  FILLER           PIC X(01)   VALUE SPACE.
           03  WS-LCL-ESTADO    PIC X(01).
           03  FILLER           PIC X(01)   VALUE SPACE.
           03  WS-LCL-DESTINO   PIC 9(08).
           03  FILLER           PIC X(01)   VALUE SPACE.
           03  WS-LCL-FECHA-FUS PIC 9(08).
           03  FILLER           PIC X(03)   VALUE SPACES.

       01  WS-LIN-VINCULO.
           03  FILLER           PIC X(08)   VALUE '    CTA '.
           03  WS-LVI-CLIENTE   PIC 9(08).
           03  FILLER           PIC X(01)   VALUE SPACE.
           03  WS-LVI-SUCURSAL  PIC 9(03).
           03  FILLER           PIC X(01)   VALUE '-'.
           03  WS-LVI-CUENTA    PIC 9(08).
           03  FILLER           PIC X(01)   VALUE SPACE.
           03  WS-LVI-ESTADO    PIC X(01).
           03  FILLER           PIC X(01)   VALUE SPACE.
           03  WS-LVI-FECHA     PIC 9(08).
           03  FILLER           PIC X(40)   VALUE SPACES.

       01  WS-LIN-RECHAZO.
           03  FILLER           PIC X(10)   VALUE 'RECHAZADA '.
           03  WS-REC-ABSORBIDO PIC 9(08).
           03  FILLER           PIC X(01)   VALUE '/'.
           03  WS-REC-SOBREVIVE PIC 9(08).
           03  FILLER           PIC X(01)   VALUE SPACE.
           03  WS-REC-MOTIVO    PIC X(40)   VALUE SPACES.
           03  FILLER           PIC X(12)   VALUE SPACES.

       01  WS-LIN-RESUMEN.
           03  WS-RES-CONCEPTO  PIC X(30)   VALUE SPACES.
           03  WS-RES-CANT      PIC ZZZZZZ9.
           03  FILLER           PIC X(43)   VALUE SPACES.

       01  WS-LIN-CONFORME.
           03  FILLER           PIC X(40)
               VALUE 'CONFORME AUDITORIA: ____________________'.
           03  FILLER           PIC X(40)
               VALUE '   FECHA: ____/____/________            '.

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

           PERFORM 2000-PROCESO  THRU  F-2000-PROCESO
                   UNTIL WS-FIN-LECTURA.

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

           OPEN INPUT FUSNOV.
           IF WS-FUS-CODE IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN FUSNOV  = ' WS-FUS-CODE
              MOVE 9999 TO RETURN-CODE
              SET  WS-FIN-LECTURA TO TRUE
           END-IF.

           OPEN I-O CLIMAE.
           IF WS-CLI-CODE IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN CLIMAE  = ' WS-CLI-CODE
              MOVE 9999 TO RETURN-CODE
              SET  WS-FIN-LECTURA TO TRUE
           END-IF.

           OPEN I-O CLIXRF.
           IF WS-XRF-CODE IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN CLIXRF  = ' WS-XRF-CODE
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
      *  UNA NOVEDAD DE FUSION POR VUELTA  *
      *                                    *
      **************************************
       2000-PROCESO.
           READ FUSNOV INTO WS-REG-FUSNOV
                AT END
                   SET WS-FIN-LECTURA TO TRUE
                   GO TO F-2000-PROCESO
           END-READ.

           IF WS-FUS-CODE IS NOT EQUAL '00'
              DISPLAY '* ERROR EN LECTURA FUSNOV = ' WS-FUS-CODE
              MOVE 9999 TO RETURN-CODE
              SET WS-FIN-LECTURA TO TRUE
              GO TO F-2000-PROCESO
           END-IF.

           ADD 1 TO WS-CANT-NOVEDADES.

           PERFORM 2100-VALIDAR-NOVEDAD THRU F-2100-VALIDAR-NOVEDAD.
           IF WS-NOVEDAD-ERROR
              GO TO F-2000-PROCESO
           END-IF.

           MOVE WS-LIN-BLANCO        TO REG-INFORME.
           PERFORM 9300-GRABAR-INFORME THRU F-9300-GRABAR-INFORME.
           MOVE WS-FUS-ABSORBIDO     TO WS-FSN-ABSORBIDO.
           MOVE WS-FUS-SOBREVIVIENTE TO WS-FSN-SOBREVIVE.
           MOVE WS-FUS-CRITERIO      TO WS-FSN-CRITERIO.
           MOVE WS-LIN-FUSION        TO REG-INFORME.
           PERFORM 9300-GRABAR-INFORME THRU F-9300-GRABAR-INFORME.

      *    IMAGEN ANTES: AMBOS CLIENTES Y LOS VINCULOS DEL ABSORBIDO
           MOVE 'ANTES DE LA FUSION  '   TO WS-IMA-TEXTO.
           PERFORM 2300-IMPRIMIR-IMAGEN THRU F-2300-IMPRIMIR-IMAGEN.
           MOVE WS-FUS-ABSORBIDO TO WS-CLIENTE-LISTAR.
           PERFORM 2800-LISTAR-VINCULOS THRU F-2800-LISTAR-VINCULOS.

           PERFORM 2400-CARGAR-VINCULOS THRU F-2400-CARGAR-VINCULOS.

           PERFORM 2500-MOVER-VINCULO THRU F-2500-MOVER-VINCULO
                   VARYING WS-SUB-VIN FROM 1 BY 1
                   UNTIL WS-SUB-VIN GREATER WS-CANT-VIN.

           PERFORM 2600-MARCAR-FUSIONADO THRU F-2600-MARCAR-FUSIONADO.

      *    IMAGEN DESPUES: AMBOS CLIENTES Y LOS VINCULOS DEL
      *    SOBREVIVIENTE
           MOVE 'DESPUES DE LA FUSION'   TO WS-IMA-TEXTO.
           PERFORM 2300-IMPRIMIR-IMAGEN THRU F-2300-IMPRIMIR-IMAGEN.
           MOVE WS-FUS-SOBREVIVIENTE TO WS-CLIENTE-LISTAR.
           PERFORM 2800-LISTAR-VINCULOS THRU F-2800-LISTAR-VINCULOS.

           ADD 1 TO WS-CANT-FUSIONES.

       F-2000-PROCESO. EXIT.

      **************************************
      *                                    *
      *  CONTROLES PREVIOS A LA FUSION     *
      *                                    *
      **************************************
       2100-VALIDAR-NOVEDAD.
           SET WS-NOVEDAD-OK TO TRUE.

           IF WS-FUS-ABSORBIDO NOT NUMERIC OR
              WS-FUS-SOBREVIVIENTE NOT NUMERIC
              MOVE 'NUMERO DE CLIENTE NO NUMERICO'
                                 TO WS-REC-MOTIVO
              GO TO 2100-RECHAZAR
           END-IF.

           IF WS-FUS-ABSORBIDO EQUAL WS-FUS-SOBREVIVIENTE
              MOVE 'ABSORBIDO Y SOBREVIVIENTE IGUALES'
                                 TO WS-REC-MOTIVO
              GO TO 2100-RECHAZAR
           END-IF.

           MOVE WS-FUS-ABSORBIDO TO CLI-CLIENTE.
           READ CLIMAE RECORD KEY IS CLI-CLIENTE
                INVALID KEY
                   MOVE 'CLIENTE ABSORBIDO INEXISTENTE'
                                 TO WS-REC-MOTIVO
                   GO TO 2100-RECHAZAR
           END-READ.

           IF CLI-FUSIONADO
              MOVE 'CLIENTE ABSORBIDO YA FUSIONADO'
                                 TO WS-REC-MOTIVO
              GO TO 2100-RECHAZAR
           END-IF.

           MOVE REG-CLIMAE       TO WS-REG-ABSORBIDO.
           MOVE CLI-CUIT         TO WS-CUIT-ABSORBIDO.
           MOVE CLI-EMAIL        TO WS-EMAIL-ABSORBIDO.
           MOVE CLI-TELEFONO     TO WS-TELEF-ABSORBIDO.
           MOVE CLI-NO-NOTIFICAR TO WS-AVISO-ABSORBIDO.
           MOVE CLI-DOMICILIO    TO WS-DOMIC-ABSORBIDO.

           MOVE WS-FUS-SOBREVIVIENTE TO CLI-CLIENTE.
           READ CLIMAE RECORD KEY IS CLI-CLIENTE
                INVALID KEY
                   MOVE 'CLIENTE SOBREVIVIENTE INEXISTENTE'
                                 TO WS-REC-MOTIVO
                   GO TO 2100-RECHAZAR
           END-READ.

           IF NOT CLI-ACTIVO
              MOVE 'CLIENTE SOBREVIVIENTE NO ACTIVO'
                                 TO WS-REC-MOTIVO
              GO TO 2100-RECHAZAR
           END-IF.

           MOVE REG-CLIMAE TO WS-REG-SOBREVIVIENTE.
           MOVE CLI-CUIT   TO WS-CUIT-SOBREVIVE.

           IF WS-CUIT-ABSORBIDO NOT EQUAL SPACES AND
              WS-CUIT-SOBREVIVE NOT EQUAL SPACES AND
              WS-CUIT-ABSORBIDO NOT EQUAL WS-CUIT-SOBREVIVE
              MOVE 'CLIENTES CON CUIT DISTINTO'
                                 TO WS-REC-MOTIVO
              GO TO 2100-RECHAZAR
           END-IF.

           GO TO F-2100-VALIDAR-NOVEDAD.

       2100-RECHAZAR.
           SET WS-NOVEDAD-ERROR TO TRUE.
           ADD 1 TO WS-CANT-RECHAZOS.
           MOVE 4 TO RETURN-CODE.

           MOVE WS-FUS-ABSORBIDO     TO WS-REC-ABSORBIDO.
           MOVE WS-FUS-SOBREVIVIENTE TO WS-REC-SOBREVIVE.
           MOVE WS-LIN-RECHAZO       TO REG-INFORME.
           PERFORM 9300-GRABAR-INFORME THRU F-9300-GRABAR-INFORME.

       F-2100-VALIDAR-NOVEDAD. EXIT.

      **************************************
      *                                    *
      *  IMPRIME LOS DOS CLIENTES TAL COMO *
      *  ESTAN EN CLIMAE EN ESE MOMENTO    *
      *                                    *
      **************************************
       2300-IMPRIMIR-IMAGEN.
           MOVE WS-LIN-IMAGEN TO REG-INFORME.
           PERFORM 9300-GRABAR-INFORME THRU F-9300-GRABAR-INFORME.

           MOVE WS-FUS-ABSORBIDO TO CLI-CLIENTE.
           PERFORM 2350-IMPRIMIR-CLIENTE THRU F-2350-IMPRIMIR-CLIENTE.

           MOVE WS-FUS-SOBREVIVIENTE TO CLI-CLIENTE.
           PERFORM 2350-IMPRIMIR-CLIENTE THRU F-2350-IMPRIMIR-CLIENTE.

       F-2300-IMPRIMIR-IMAGEN. EXIT.

       2350-IMPRIMIR-CLIENTE.
           READ CLIMAE RECORD KEY IS CLI-CLIENTE
                INVALID KEY
                   DISPLAY '* ERROR EN LECTURA CLIMAE = ' WS-CLI-CODE
                   MOVE 9999 TO RETURN-CODE
                   GO TO F-2350-IMPRIMIR-CLIENTE
           END-READ.

           MOVE CLI-CLIENTE         TO WS-LCL-CLIENTE.
           MOVE CLI-NOMBRE          TO WS-LCL-NOMBRE.
           MOVE CLI-CUIT            TO WS-LCL-CUIT.
           MOVE CLI-ESTADO          TO WS-LCL-ESTADO.
           MOVE CLI-CLIENTE-DESTINO TO WS-LCL-DESTINO.
           MOVE CLI-FECHA-FUSION    TO WS-LCL-FECHA-FUS.
           MOVE WS-LIN-CLIENTE      TO REG-INFORME.
           PERFORM 9300-GRABAR-INFORME THRU F-9300-GRABAR-INFORME.

       F-2350-IMPRIMIR-CLIENTE. EXIT.

      **************************************
      *                                    *
      *  GUARDA EN TABLA LOS VINCULOS DEL  *
      *  ABSORBIDO ANTES DE TOCAR CLIXRF   *
      *                                    *
      **************************************
       2400-CARGAR-VINCULOS.
           MOVE ZEROS TO WS-CANT-VIN.
           SET WS-NO-FIN-VINCULOS TO TRUE.

           MOVE WS-FUS-ABSORBIDO TO XRF-CLIENTE.
           MOVE ZEROS TO XRF-SUCURSAL
                         XRF-CUENTA.
           START CLIXRF KEY IS NOT LESS XRF-CLAVE
                 INVALID KEY SET WS-FIN-VINCULOS TO TRUE
           END-START.

           PERFORM 2450-GUARDAR-VINCULO THRU F-2450-GUARDAR-VINCULO
                   UNTIL WS-FIN-VINCULOS.

       F-2400-CARGAR-VINCULOS. EXIT.

       2450-GUARDAR-VINCULO.
           READ CLIXRF NEXT RECORD
                AT END
                   SET WS-FIN-VINCULOS TO TRUE
                   GO TO F-2450-GUARDAR-VINCULO
           END-READ.

           IF WS-XRF-CODE IS NOT EQUAL '00' OR
              XRF-CLIENTE NOT EQUAL WS-FUS-ABSORBIDO
              SET WS-FIN-VINCULOS TO TRUE
              GO TO F-2450-GUARDAR-VINCULO
           END-IF.

           IF WS-CANT-VIN NOT LESS 200
              DISPLAY '* CLIENTE ' WS-FUS-ABSORBIDO
                      ' CON MAS DE 200 VINCULOS, FUSION INCOMPLETA'
              MOVE 9999 TO RETURN-CODE
              SET WS-FIN-VINCULOS TO TRUE
              GO TO F-2450-GUARDAR-VINCULO
           END-IF.

           ADD 1 TO WS-CANT-VIN.
           MOVE REG-CLIXRF TO WS-VIN-REG (WS-CANT-VIN).

       F-2450-GUARDAR-VINCULO. EXIT.

      **************************************
      *                                    *
      *  PASA UN VINCULO AL SOBREVIVIENTE  *
      *  Y BORRA EL DEL ABSORBIDO          *
      *                                    *
      **************************************
       2500-MOVER-VINCULO.
           MOVE WS-VIN-REG (WS-SUB-VIN) TO REG-CLIXRF.
           MOVE WS-FUS-SOBREVIVIENTE    TO XRF-CLIENTE.

           READ CLIXRF RECORD KEY IS XRF-CLAVE
                INVALID KEY
                   MOVE WS-VIN-REG (WS-SUB-VIN) TO REG-CLIXRF
                   MOVE WS-FUS-SOBREVIVIENTE    TO XRF-CLIENTE
                   WRITE REG-CLIXRF
                      INVALID KEY
                         DISPLAY '* ERROR EN WRITE CLIXRF = '
                                                   WS-XRF-CODE
                         MOVE 9999 TO RETURN-CODE
                      NOT INVALID KEY
                         ADD 1 TO WS-CANT-MOVIDOS
                   END-WRITE
                NOT INVALID KEY
                   IF XRF-DESVINCULADO AND
                      WS-VIN-VIGENTE (WS-SUB-VIN)
                      SET XRF-VIGENTE TO TRUE
                      MOVE WS-FECHA   TO XRF-FECHA
                      REWRITE REG-CLIXRF
                         INVALID KEY
                            DISPLAY '* ERROR EN REWRITE CLIXRF = '
                                                   WS-XRF-CODE
                            MOVE 9999 TO RETURN-CODE
                         NOT INVALID KEY
                            ADD 1 TO WS-CANT-REACTIVADOS
                      END-REWRITE
                   ELSE
                      ADD 1 TO WS-CANT-YA-EXISTIAN
                   END-IF
           END-READ.

           MOVE WS-VIN-REG (WS-SUB-VIN) TO REG-CLIXRF.
           DELETE CLIXRF RECORD
                  INVALID KEY
                     DISPLAY '* ERROR EN DELETE CLIXRF = ' WS-XRF-CODE
                     MOVE 9999 TO RETURN-CODE
                  NOT INVALID KEY
                     ADD 1 TO WS-CANT-BORRADOS
           END-DELETE.

       F-2500-MOVER-VINCULO. EXIT.

      **************************************
      *                                    *
      *  MARCA EL ABSORBIDO COMO FUSIONADO *
      *  Y, SI EL SOBREVIVIENTE NO TENIA   *
      *  CUIT, EMAIL O TELEFONO, LE PASA   *
      *  LOS DEL ABSORBIDO. SI EL          *
      *  ABSORBIDO PIDIO NO RECIBIR        *
      *  AVISOS, EL PEDIDO SE RESPETA EN   *
      *  EL SOBREVIVIENTE                  *
      *                                    *
      **************************************
       2600-MARCAR-FUSIONADO.
           MOVE WS-REG-ABSORBIDO     TO REG-CLIMAE.
           SET CLI-FUSIONADO         TO TRUE.
           MOVE WS-FUS-SOBREVIVIENTE TO CLI-CLIENTE-DESTINO.
           MOVE WS-FECHA             TO CLI-FECHA-FUSION.

           REWRITE REG-CLIMAE
              INVALID KEY
                 DISPLAY '* ERROR EN REWRITE CLIMAE = ' WS-CLI-CODE
                 MOVE 9999 TO RETURN-CODE
           END-REWRITE.

           SET WS-SOBREVIVE-IGUAL    TO TRUE.
           MOVE WS-REG-SOBREVIVIENTE TO REG-CLIMAE.

           IF WS-CUIT-SOBREVIVE EQUAL SPACES AND
              WS-CUIT-ABSORBIDO NOT EQUAL SPACES
              MOVE WS-CUIT-ABSORBIDO    TO CLI-CUIT
              SET WS-SOBREVIVE-CAMBIA   TO TRUE
           END-IF.

           IF CLI-EMAIL EQUAL SPACES AND
              WS-EMAIL-ABSORBIDO NOT EQUAL SPACES
              MOVE WS-EMAIL-ABSORBIDO   TO CLI-EMAIL
              SET WS-SOBREVIVE-CAMBIA   TO TRUE
           END-IF.

           IF CLI-TELEFONO EQUAL SPACES AND
              WS-TELEF-ABSORBIDO NOT EQUAL SPACES
              MOVE WS-TELEF-ABSORBIDO   TO CLI-TELEFONO
              SET WS-SOBREVIVE-CAMBIA   TO TRUE
           END-IF.

           IF CLI-DOMICILIO EQUAL SPACES AND
              WS-DOMIC-ABSORBIDO NOT EQUAL SPACES
              MOVE WS-DOMIC-ABSORBIDO   TO CLI-DOMICILIO
              SET WS-SOBREVIVE-CAMBIA   TO TRUE
           END-IF.

           IF WS-ABSORBIDO-SIN-AVISOS AND NOT CLI-SIN-AVISOS
              SET CLI-SIN-AVISOS        TO TRUE
              SET WS-SOBREVIVE-CAMBIA   TO TRUE
           END-IF.

           IF WS-SOBREVIVE-CAMBIA
              REWRITE REG-CLIMAE
                 INVALID KEY
                    DISPLAY '* ERROR EN REWRITE CLIMAE = ' WS-CLI-CODE
                    MOVE 9999 TO RETURN-CODE
              END-REWRITE
           END-IF.

       F-2600-MARCAR-FUSIONADO. EXIT.

      **************************************
      *                                    *
      *  LISTA TODOS LOS VINCULOS DE UN    *
      *  CLIENTE (VIGENTES Y NO VIGENTES)  *
      *                                    *
      **************************************
       2800-LISTAR-VINCULOS.
           SET WS-NO-FIN-VINCULOS TO TRUE.

           MOVE WS-CLIENTE-LISTAR TO XRF-CLIENTE.
           MOVE ZEROS TO XRF-SUCURSAL
                         XRF-CUENTA.
           START CLIXRF KEY IS NOT LESS XRF-CLAVE
                 INVALID KEY SET WS-FIN-VINCULOS TO TRUE
           END-START.

           PERFORM 2850-LISTAR-UNO THRU F-2850-LISTAR-UNO
                   UNTIL WS-FIN-VINCULOS.

       F-2800-LISTAR-VINCULOS. EXIT.

       2850-LISTAR-UNO.
           READ CLIXRF NEXT RECORD
                AT END
                   SET WS-FIN-VINCULOS TO TRUE
                   GO TO F-2850-LISTAR-UNO
           END-READ.

           IF WS-XRF-CODE IS NOT EQUAL '00' OR
              XRF-CLIENTE NOT EQUAL WS-CLIENTE-LISTAR
              SET WS-FIN-VINCULOS TO TRUE
              GO TO F-2850-LISTAR-UNO
           END-IF.

           MOVE XRF-CLIENTE    TO WS-LVI-CLIENTE.
           MOVE XRF-SUCURSAL   TO WS-LVI-SUCURSAL.
           MOVE XRF-CUENTA     TO WS-LVI-CUENTA.
           MOVE XRF-ESTADO     TO WS-LVI-ESTADO.
           MOVE XRF-FECHA      TO WS-LVI-FECHA.
           MOVE WS-LIN-VINCULO TO REG-INFORME.
           PERFORM 9300-GRABAR-INFORME THRU F-9300-GRABAR-INFORME.

       F-2850-LISTAR-UNO. EXIT.

      **************************************
      *                                    *
      *  TOTALES, CONFORMIDAD DE AUDITORIA *
      *  Y CIERRE DE FILES                 *
      *                                    *
      **************************************
       9999-FINAL.
           MOVE WS-LIN-BLANCO TO REG-INFORME.
           PERFORM 9300-GRABAR-INFORME THRU F-9300-GRABAR-INFORME.

           MOVE 'NOVEDADES LEIDAS'           TO WS-RES-CONCEPTO.
           MOVE WS-CANT-NOVEDADES            TO WS-RES-CANT.
           PERFORM 9400-LINEA-RESUMEN THRU F-9400-LINEA-RESUMEN.
           MOVE 'FUSIONES REALIZADAS'        TO WS-RES-CONCEPTO.
           MOVE WS-CANT-FUSIONES             TO WS-RES-CANT.
           PERFORM 9400-LINEA-RESUMEN THRU F-9400-LINEA-RESUMEN.
           MOVE 'NOVEDADES RECHAZADAS'       TO WS-RES-CONCEPTO.
           MOVE WS-CANT-RECHAZOS             TO WS-RES-CANT.
           PERFORM 9400-LINEA-RESUMEN THRU F-9400-LINEA-RESUMEN.
           MOVE 'VINCULOS MOVIDOS'           TO WS-RES-CONCEPTO.
           MOVE WS-CANT-MOVIDOS              TO WS-RES-CANT.
           PERFORM 9400-LINEA-RESUMEN THRU F-9400-LINEA-RESUMEN.
           MOVE 'VINCULOS REACTIVADOS'       TO WS-RES-CONCEPTO.
           MOVE WS-CANT-REACTIVADOS          TO WS-RES-CANT.
           PERFORM 9400-LINEA-RESUMEN THRU F-9400-LINEA-RESUMEN.
           MOVE 'VINCULOS YA EXISTENTES'     TO WS-RES-CONCEPTO.
           MOVE WS-CANT-YA-EXISTIAN          TO WS-RES-CANT.
           PERFORM 9400-LINEA-RESUMEN THRU F-9400-LINEA-RESUMEN.
           MOVE 'VINCULOS BORRADOS ABSORBIDO' TO WS-RES-CONCEPTO.
           MOVE WS-CANT-BORRADOS             TO WS-RES-CANT.
           PERFORM 9400-LINEA-RESUMEN THRU F-9400-LINEA-RESUMEN.

           MOVE WS-LIN-BLANCO   TO REG-INFORME.
           PERFORM 9300-GRABAR-INFORME THRU F-9300-GRABAR-INFORME.
           MOVE WS-LIN-CONFORME TO REG-INFORME.
           PERFORM 9300-GRABAR-INFORME THRU F-9300-GRABAR-INFORME.

           CLOSE FUSNOV.
           IF WS-FUS-CODE IS NOT EQUAL '00'
              DISPLAY '* ERROR EN CLOSE FUSNOV  = ' WS-FUS-CODE
              MOVE 9999 TO RETURN-CODE
           END-IF.

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

           CLOSE INFORME.
           IF WS-INF-CODE IS NOT EQUAL '00'
              DISPLAY '* ERROR EN CLOSE INFORME = ' WS-INF-CODE
              MOVE 9999 TO RETURN-CODE
           END-IF.

           DISPLAY '************************** '.
           DISPLAY 'NOVEDADES LEIDAS        : ' WS-CANT-NOVEDADES.
           DISPLAY 'FUSIONES REALIZADAS     : ' WS-CANT-FUSIONES.
           DISPLAY 'NOVEDADES RECHAZADAS    : ' WS-CANT-RECHAZOS.
           DISPLAY 'VINCULOS MOVIDOS        : ' WS-CANT-MOVIDOS.

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
