       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMINFCO.
       AUTHOR.        D. CAZABAT.
       INSTALLATION.  CURSO CODEKI.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.
      **********************************************************
      *                                                        *
      *  TRANSACCION CICS DE CONSULTA DEL ARCHIVO DE INFORMES  *
      *  INFARC (COPY CPINFAR) QUE CARGA PGMINFAR AL FINAL DE  *
      *  LA CADENA: MUESTRA UN INFORME ARCHIVADO POR PROGRAMA  *
      *  Y FECHA DE PROCESO, PAGINA POR PAGINA, AUNQUE EL      *
      *  SPOOL YA SE HAYA PURGADO.                             *
      *                                                        *
      *  PSEUDO-CONVERSACIONAL: LA PRIMERA VEZ (SIN COMMAREA)  *
      *  PIDE PROGRAMA Y FECHA; AL RECIBIRLOS CONTROLA EL      *
      *  OPERADOR EN AUTSUC IGUAL QUE PGMCONSU: SIN REGISTRO   *
      *  EN AUTSUC NO VE NINGUN INFORME, Y LOS INFORMES DE     *
      *  AMBITO CASA CENTRAL (C EN LA CABECERA) SOLO LOS VE UN *
      *  OPERADOR CUYO RANGO CUBRE TODAS LAS SUCURSALES        *
      *  (001-999). LUEGO LA COMMAREA GUARDA EL INFORME Y LA   *
      *  PAGINA; EL OPERADOR TIPEA A PARA AVANZAR, R PARA      *
      *  RETROCEDER, D/I PARA VER LA PARTE DERECHA/IZQUIERDA   *
      *  DE LOS INFORMES MAS ANCHOS QUE LA PANTALLA Y N PARA   *
      *  PEDIR OTRO INFORME.                                   *
      *                                                        *
      *  CADA PEDIDO, EXHIBIDO O NO, SE GRABA EN LA COLA DE    *
      *  AUDITORIA DE CONSULTAS CAUD CON EL PROGRAMA PEDIDO.   *
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

       DATA DIVISION.
       WORKING-STORAGE SECTION.
      **************************************
      *  IMAGEN DEL REGISTRO DE INFARC     *
      *  (MISMO COPY DEL ARCHIVO BATCH,    *
      *  LEIDO AQUI VIA CICS)              *
      **************************************
           COPY CPINFAR.

       77  WS-LARGO-INFARC        PIC S9(4) COMP VALUE +160.

       01  WS-CLAVE-BROWSE.
           03  WS-CLB-PROGRAMA     PIC X(08)     VALUE SPACES.
           03  WS-CLB-FECHA        PIC 9(08)     VALUE ZEROS.
           03  WS-CLB-PAGINA       PIC 9(04)     VALUE ZEROS.
           03  WS-CLB-LINEA        PIC 9(03)     VALUE ZEROS.

       77  WS-RESP                PIC S9(8) COMP VALUE ZERO.
       77  WS-RESP2               PIC S9(8) COMP VALUE ZERO.
       77  WS-LARGO-ENTRADA       PIC S9(4) COMP VALUE ZERO.

       77  WS-LINEAS-POR-PAGINA   PIC 9(02)      VALUE 20.
       77  WS-LINEA-PAG           PIC 9(02)      VALUE ZEROS.
       77  WS-ANCHO-PANTALLA      PIC 9(03)      VALUE 79.

       01  WS-COMMAREA.
           03  WS-CA-ESTADO        PIC X(01)     VALUE SPACES.
               88  WS-CA-ESPERANDO-PEDIDO        VALUE 'E'.
               88  WS-CA-PAGINANDO               VALUE 'P'.
           03  WS-CA-PROGRAMA      PIC X(08)     VALUE SPACES.
           03  WS-CA-FECHA         PIC 9(08)     VALUE ZEROS.
           03  WS-CA-PAGINA        PIC 9(04)     VALUE ZEROS.
           03  WS-CA-CANT-PAG      PIC 9(04)     VALUE ZEROS.
           03  WS-CA-ANCHO         PIC 9(03)     VALUE ZEROS.
           03  WS-CA-COLUMNA       PIC 9(03)     VALUE ZEROS.

       01  WS-PANT-PIDE-INFORME.
           03  FILLER              PIC X(30)
               VALUE 'INGRESE PROGRAMA (8) Y FECHA '.
           03  FILLER              PIC X(30)
               VALUE 'SSAAMMDD (8) JUNTOS Y ENTER:'.

       01  WS-PANT-ENTRADA.
           03  WS-ENT-PROGRAMA     PIC X(08)     VALUE SPACES.
           03  WS-ENT-FECHA        PIC X(08)     VALUE SPACES.

       01  WS-PANT-TECLA          PIC X(01)     VALUE SPACES.
           88  WS-PEDIDO-AVANZAR                 VALUE 'A'.
           88  WS-PEDIDO-RETROCEDER              VALUE 'R'.
           88  WS-PEDIDO-DERECHA                 VALUE 'D'.
           88  WS-PEDIDO-IZQUIERDA               VALUE 'I'.
           88  WS-PEDIDO-NUEVO                   VALUE 'N'.

       01  WS-SWITCH-FIN-BROWSE   PIC X         VALUE 'N'.
           88  WS-FIN-BROWSE                    VALUE 'Y'.
           88  WS-NO-FIN-BROWSE                 VALUE 'N'.

      ********  PANTALLA ARMADA COMO BLOQUE DE LINEAS  *****
       01  WS-PANTALLA.
           03  WS-PAN-TITULO.
               05  FILLER          PIC X(08)   VALUE 'INFORME '.
               05  WS-PAN-PROGRAMA PIC X(08).
               05  FILLER          PIC X(05)   VALUE ' DEL '.
               05  WS-PAN-FECHA    PIC X(10).
               05  FILLER          PIC X(08)   VALUE '  PAGINA'.
               05  WS-PAN-PAGINA   PIC ZZZ9.
               05  FILLER          PIC X(04)   VALUE ' DE '.
               05  WS-PAN-CANT-PAG PIC ZZZ9.
               05  FILLER          PIC X(09)   VALUE '  COLUMNA'.
               05  WS-PAN-COLUMNA  PIC ZZ9.
               05  FILLER          PIC X(16)   VALUE SPACES.
           03  WS-PAN-LINEA        PIC X(79)   OCCURS 20 TIMES.
           03  WS-PAN-AYUDA.
               05  FILLER          PIC X(30)   VALUE
                   'A=AVANZA R=RETROCEDE '.
               05  FILLER          PIC X(49)   VALUE
                   'D=DERECHA I=IZQUIERDA N=OTRO INFORME'.

       01  WS-FECHA-AAAAMMDD      PIC 9(08)     VALUE ZEROS.
       01  FILLER REDEFINES WS-FECHA-AAAAMMDD.
           03  WS-FEC-AAAA         PIC 9(04).
           03  WS-FEC-MM           PIC 9(02).
           03  WS-FEC-DD           PIC 9(02).

       01  WS-FECHA-EDITADA.
           03  WS-FED-DD           PIC 9(02).
           03  FILLER              PIC X(01)     VALUE '/'.
           03  WS-FED-MM           PIC 9(02).
           03  FILLER              PIC X(01)     VALUE '/'.
           03  WS-FED-AAAA         PIC 9(04).

       01  WS-PANT-NO-ARCHIVADO.
           03  FILLER              PIC X(08)   VALUE 'INFORME '.
           03  WS-PANT-NA-PROGRAMA PIC X(08).
           03  FILLER              PIC X(05)   VALUE ' DEL '.
           03  WS-PANT-NA-FECHA    PIC X(08).
           03  FILLER              PIC X(02)   VALUE SPACES.
           03  FILLER              PIC X(40)
               VALUE 'NO ESTA ARCHIVADO - INGRESE OTRO PEDIDO'.

       01  WS-PANT-MAL-INGRESO.
           03  FILLER              PIC X(40)
               VALUE 'LA FECHA DEBE SER NUMERICA (SSAAMMDD) - '.
           03  FILLER              PIC X(20)
               VALUE 'INGRESE OTRO PEDIDO'.

      **************************************
      *  AUTORIZACION DEL OPERADOR:        *
      *  RANGO DE SUCURSALES PERMITIDO,    *
      *  LEIDO DEL ARCHIVO AUTSUC POR      *
      *  CLAVE DE OPERADOR                 *
      **************************************
       01  WS-REG-AUTSUC.
           03  WS-AUT-OPERADOR     PIC X(08).
           03  WS-AUT-SUC-DESDE    PIC 9(03).
           03  WS-AUT-SUC-HASTA    PIC 9(03).
           03  FILLER              PIC X(06).

       77  WS-LARGO-AUTSUC        PIC S9(4) COMP VALUE +20.
       77  WS-RESP3               PIC S9(8) COMP VALUE ZERO.
       77  WS-OPERADOR            PIC X(08)      VALUE SPACES.

       01  WS-SWITCH-AUTORIZADO   PIC X          VALUE 'N'.
           88  WS-CONSULTA-AUTORIZADA        VALUE 'S'.
           88  WS-CONSULTA-RECHAZADA         VALUE 'N'.

       01  WS-PANT-RECHAZO.
           03  FILLER              PIC X(10)   VALUE 'OPERADOR: '.
           03  WS-REC-OPERADOR     PIC X(08).
           03  FILLER              PIC X(02)   VALUE SPACES.
           03  WS-REC-MOTIVO       PIC X(40)   VALUE SPACES.

      **************************************
      *  REGISTRO DE AUDITORIA DE CADA     *
      *  PEDIDO: QUIEN, DESDE QUE          *
      *  TERMINAL, QUE INFORME, CON QUE    *
      *  RESULTADO Y CUANDO                *
      *  E=EXHIBIDO N=NO ARCHIVADO         *
      *  R=RECHAZADO                       *
      **************************************
       01  WS-REG-AUDINQ.
           03  WS-AUI-OPERADOR     PIC X(08)   VALUE SPACES.
           03  FILLER              PIC X(01)   VALUE SPACE.
           03  WS-AUI-TERMINAL     PIC X(04)   VALUE SPACES.
           03  FILLER              PIC X(01)   VALUE SPACE.
           03  WS-AUI-SUCURSAL     PIC 999     VALUE ZEROS.
           03  FILLER              PIC X(01)   VALUE SPACE.
           03  WS-AUI-RESULTADO    PIC X(01)   VALUE SPACE.
           03  FILLER              PIC X(01)   VALUE SPACE.
           03  WS-AUI-FECHA        PIC 9(08)   VALUE ZEROS.
           03  FILLER              PIC X(01)   VALUE SPACE.
           03  WS-AUI-HORA         PIC 9(06)   VALUE ZEROS.
           03  FILLER              PIC X(01)   VALUE SPACE.
           03  WS-AUI-TRANSACCION  PIC X(04)   VALUE 'CINF'.
           03  FILLER              PIC X(01)   VALUE SPACE.
           03  WS-AUI-CUENTA       PIC 9(08)   VALUE ZEROS.
           03  FILLER              PIC X(01)   VALUE SPACE.
           03  WS-AUI-INFORME      PIC X(08)   VALUE SPACES.
           03  FILLER              PIC X(02)   VALUE SPACES.

       77  WS-ABSTIME             PIC S9(15) COMP-3 VALUE ZERO.

       LINKAGE SECTION.
       01  DFHCOMMAREA             PIC X(31).

       PROCEDURE DIVISION.
      **************************************
      *                                    *
      *  CUERPO PRINCIPAL DE LA TRANSACCION*
      *                                    *
      **************************************
       MAIN-PROGRAM.

           EXEC CICS HANDLE CONDITION
                ERROR     (9999-ERROR-CICS)
           END-EXEC.

           IF EIBCALEN EQUAL ZERO
              PERFORM 1000-PEDIR-INFORME THRU F-1000-PEDIR-INFORME
           ELSE
              MOVE DFHCOMMAREA TO WS-COMMAREA
              IF WS-CA-PAGINANDO
                 PERFORM 3000-RECIBIR-TECLA
                           THRU F-3000-RECIBIR-TECLA
              ELSE
                 PERFORM 2000-RECIBIR-PEDIDO
                           THRU F-2000-RECIBIR-PEDIDO
              END-IF
           END-IF.

           EXEC CICS RETURN
                TRANSID('CINF')
                COMMAREA(WS-COMMAREA)
                LENGTH  (LENGTH OF WS-COMMAREA)
           END-EXEC.

           GOBACK.

      **************************************
      *  PANTALLA DE PEDIDO: PROGRAMA Y    *
      *  FECHA DEL INFORME A CONSULTAR     *
      **************************************
       1000-PEDIR-INFORME.
           EXEC CICS SEND TEXT
                FROM    (WS-PANT-PIDE-INFORME)
                LENGTH  (LENGTH OF WS-PANT-PIDE-INFORME)
                ERASE
           END-EXEC.

           SET WS-CA-ESPERANDO-PEDIDO TO TRUE.

       F-1000-PEDIR-INFORME. EXIT.

      **************************************
      *  RECIBE PROGRAMA Y FECHA, CONTROLA *
      *  LA AUTORIZACION, LEE LA CABECERA  *
      *  DEL INFORME Y MUESTRA LA PRIMERA  *
      *  PAGINA                            *
      **************************************
       2000-RECIBIR-PEDIDO.
           MOVE SPACES TO WS-PANT-ENTRADA.
           MOVE LENGTH OF WS-PANT-ENTRADA TO WS-LARGO-ENTRADA.

           EXEC CICS RECEIVE
                INTO     (WS-PANT-ENTRADA)
                LENGTH   (WS-LARGO-ENTRADA)
                RESP     (WS-RESP2)
           END-EXEC.

           SET WS-CA-ESPERANDO-PEDIDO TO TRUE.

           IF WS-ENT-FECHA IS NOT NUMERIC
              EXEC CICS SEND TEXT
                   FROM    (WS-PANT-MAL-INGRESO)
                   LENGTH  (LENGTH OF WS-PANT-MAL-INGRESO)
                   ERASE
              END-EXEC
              GO TO F-2000-RECIBIR-PEDIDO
           END-IF.

           MOVE WS-ENT-PROGRAMA TO WS-CA-PROGRAMA
                                   WS-AUI-INFORME.
           MOVE WS-ENT-FECHA    TO WS-CA-FECHA.

           PERFORM 2050-CONTROLAR-AUTORIZACION
                     THRU F-2050-CONTROLAR-AUTORIZACION.

           IF WS-CONSULTA-RECHAZADA
              MOVE 'R' TO WS-AUI-RESULTADO
              PERFORM 2080-GRABAR-AUDITORIA
                        THRU F-2080-GRABAR-AUDITORIA
              EXEC CICS SEND TEXT
                   FROM    (WS-PANT-RECHAZO)
                   LENGTH  (LENGTH OF WS-PANT-RECHAZO)
                   ERASE
              END-EXEC
              GO TO F-2000-RECIBIR-PEDIDO
           END-IF.

           MOVE WS-CA-PROGRAMA TO WS-CLB-PROGRAMA.
           MOVE WS-CA-FECHA    TO WS-CLB-FECHA.
           MOVE ZEROS          TO WS-CLB-PAGINA
                                  WS-CLB-LINEA.

           EXEC CICS READ
                FILE     ('INFARC')
                INTO     (REG-INFARC)
                LENGTH   (WS-LARGO-INFARC)
                RIDFLD   (WS-CLAVE-BROWSE)
                RESP     (WS-RESP)
           END-EXEC.

           IF WS-RESP NOT EQUAL DFHRESP(NORMAL)
              MOVE 'N' TO WS-AUI-RESULTADO
              PERFORM 2080-GRABAR-AUDITORIA
                        THRU F-2080-GRABAR-AUDITORIA
              MOVE WS-CA-PROGRAMA TO WS-PANT-NA-PROGRAMA
              MOVE WS-ENT-FECHA   TO WS-PANT-NA-FECHA
              EXEC CICS SEND TEXT
                   FROM    (WS-PANT-NO-ARCHIVADO)
                   LENGTH  (LENGTH OF WS-PANT-NO-ARCHIVADO)
                   ERASE
              END-EXEC
              GO TO F-2000-RECIBIR-PEDIDO
           END-IF.

      *    LOS INFORMES DE CASA CENTRAL PIDEN UN RANGO QUE CUBRA
      *    TODAS LAS SUCURSALES DEL BANCO
           IF INA-AMBITO-CENTRAL AND
              (WS-AUT-SUC-DESDE GREATER 1 OR
               WS-AUT-SUC-HASTA LESS 999)
              MOVE 'INFORME RESERVADO A CASA CENTRAL'
                                 TO WS-REC-MOTIVO
              MOVE 'R' TO WS-AUI-RESULTADO
              PERFORM 2080-GRABAR-AUDITORIA
                        THRU F-2080-GRABAR-AUDITORIA
              EXEC CICS SEND TEXT
                   FROM    (WS-PANT-RECHAZO)
                   LENGTH  (LENGTH OF WS-PANT-RECHAZO)
                   ERASE
              END-EXEC
              GO TO F-2000-RECIBIR-PEDIDO
           END-IF.

           MOVE 'E' TO WS-AUI-RESULTADO.
           PERFORM 2080-GRABAR-AUDITORIA
                     THRU F-2080-GRABAR-AUDITORIA.

           MOVE 1                 TO WS-CA-PAGINA
                                     WS-CA-COLUMNA.
           MOVE INA-CAB-CANT-PAG  TO WS-CA-CANT-PAG.
           MOVE INA-CAB-ANCHO     TO WS-CA-ANCHO.
           SET WS-CA-PAGINANDO    TO TRUE.

           PERFORM 4000-MOSTRAR-PAGINA THRU F-4000-MOSTRAR-PAGINA.

       F-2000-RECIBIR-PEDIDO. EXIT.

      **************************************
      *  BUSCA AL OPERADOR EN EL ARCHIVO   *
      *  DE AUTORIZACIONES: SIN REGISTRO   *
      *  NO CONSULTA INFORMES (EL AMBITO   *
      *  DEL INFORME SE CONTROLA AL LEER   *
      *  SU CABECERA)                      *
      **************************************
       2050-CONTROLAR-AUTORIZACION.
           SET WS-CONSULTA-RECHAZADA TO TRUE.

           MOVE SPACES TO WS-OPERADOR.
           EXEC CICS ASSIGN
                USERID   (WS-OPERADOR)
           END-EXEC.

           MOVE WS-OPERADOR TO WS-REC-OPERADOR
                               WS-AUT-OPERADOR.

           EXEC CICS READ
                FILE     ('AUTSUC')
                INTO     (WS-REG-AUTSUC)
                LENGTH   (WS-LARGO-AUTSUC)
                RIDFLD   (WS-AUT-OPERADOR)
                RESP     (WS-RESP3)
           END-EXEC.

           IF WS-RESP3 EQUAL DFHRESP(NOTFND)
              MOVE 'SIN AUTORIZACION PARA CONSULTAR INFORMES'
                                 TO WS-REC-MOTIVO
              GO TO F-2050-CONTROLAR-AUTORIZACION
           END-IF.

           IF WS-RESP3 NOT EQUAL DFHRESP(NORMAL)
              MOVE 'ERROR DE LECTURA EN AUTORIZACIONES'
                                 TO WS-REC-MOTIVO
              GO TO F-2050-CONTROLAR-AUTORIZACION
           END-IF.

           SET WS-CONSULTA-AUTORIZADA TO TRUE.

       F-2050-CONTROLAR-AUTORIZACION. EXIT.

      **************************************
      *  GRABA EN LA COLA DE AUDITORIA DE  *
      *  CONSULTAS QUIEN PIDIO QUE INFORME,*
      *  DESDE DONDE, CUANDO Y CON QUE     *
      *  RESULTADO                         *
      **************************************
       2080-GRABAR-AUDITORIA.
           MOVE WS-OPERADOR        TO WS-AUI-OPERADOR.
           MOVE EIBTRMID           TO WS-AUI-TERMINAL.
           MOVE ZEROS              TO WS-AUI-SUCURSAL
                                      WS-AUI-CUENTA.
           MOVE 'CINF'             TO WS-AUI-TRANSACCION.

           EXEC CICS ASKTIME
                ABSTIME  (WS-ABSTIME)
           END-EXEC.

           EXEC CICS FORMATTIME
                ABSTIME  (WS-ABSTIME)
                YYYYMMDD (WS-AUI-FECHA)
                TIME     (WS-AUI-HORA)
           END-EXEC.

           EXEC CICS WRITEQ TD
                QUEUE    ('CAUD')
                FROM     (WS-REG-AUDINQ)
                LENGTH   (LENGTH OF WS-REG-AUDINQ)
                RESP     (WS-RESP3)
           END-EXEC.

       F-2080-GRABAR-AUDITORIA. EXIT.

      **************************************
      *  RECIBE EL PEDIDO DE PAGINACION    *
      *  DEL OPERADOR Y AJUSTA PAGINA O    *
      *  COLUMNA                           *
      **************************************
       3000-RECIBIR-TECLA.
           MOVE SPACES TO WS-PANT-TECLA.
           MOVE LENGTH OF WS-PANT-TECLA TO WS-LARGO-ENTRADA.

           EXEC CICS RECEIVE
                INTO     (WS-PANT-TECLA)
                LENGTH   (WS-LARGO-ENTRADA)
                RESP     (WS-RESP2)
           END-EXEC.

           IF WS-PEDIDO-NUEVO
              PERFORM 1000-PEDIR-INFORME THRU F-1000-PEDIR-INFORME
              GO TO F-3000-RECIBIR-TECLA
           END-IF.

           EVALUATE TRUE
               WHEN WS-PEDIDO-AVANZAR
                  IF WS-CA-PAGINA LESS WS-CA-CANT-PAG
                     ADD 1 TO WS-CA-PAGINA
                  END-IF
               WHEN WS-PEDIDO-RETROCEDER
                  IF WS-CA-PAGINA GREATER 1
                     SUBTRACT 1 FROM WS-CA-PAGINA
                  END-IF
               WHEN WS-PEDIDO-DERECHA
      *           SE CORRE HASTA QUE LA ULTIMA COLUMNA DEL INFORME
      *           QUEDE EN EL BORDE DE LA PANTALLA
                  IF WS-CA-ANCHO GREATER WS-ANCHO-PANTALLA
                     COMPUTE WS-CA-COLUMNA =
                             WS-CA-ANCHO - WS-ANCHO-PANTALLA + 1
                  END-IF
               WHEN WS-PEDIDO-IZQUIERDA
                  MOVE 1 TO WS-CA-COLUMNA
               WHEN OTHER
                  CONTINUE
           END-EVALUATE.

           PERFORM 4000-MOSTRAR-PAGINA THRU F-4000-MOSTRAR-PAGINA.

       F-3000-RECIBIR-TECLA. EXIT.

      **************************************
      *  RECORRE LAS LINEAS DE LA PAGINA   *
      *  PEDIDA Y ENVIA LA PANTALLA        *
      **************************************
       4000-MOSTRAR-PAGINA.
           MOVE SPACES TO WS-PAN-LINEA (1).
           MOVE 1      TO WS-LINEA-PAG.
           PERFORM 4050-LIMPIAR-LINEA THRU F-4050-LIMPIAR-LINEA
                   UNTIL WS-LINEA-PAG NOT LESS WS-LINEAS-POR-PAGINA.

           MOVE ZEROS  TO WS-LINEA-PAG.
           SET WS-NO-FIN-BROWSE TO TRUE.

           MOVE WS-CA-PROGRAMA TO WS-PAN-PROGRAMA
                                  WS-CLB-PROGRAMA.
           MOVE WS-CA-FECHA    TO WS-FECHA-AAAAMMDD
                                  WS-CLB-FECHA.
           PERFORM 4500-EDITAR-FECHA THRU F-4500-EDITAR-FECHA.
           MOVE WS-FECHA-EDITADA TO WS-PAN-FECHA.
           MOVE WS-CA-PAGINA   TO WS-PAN-PAGINA
                                  WS-CLB-PAGINA.
           MOVE WS-CA-CANT-PAG TO WS-PAN-CANT-PAG.
           MOVE WS-CA-COLUMNA  TO WS-PAN-COLUMNA.
           MOVE 1              TO WS-CLB-LINEA.

           EXEC CICS STARTBR
                FILE     ('INFARC')
                RIDFLD   (WS-CLAVE-BROWSE)
                GTEQ
                RESP     (WS-RESP)
           END-EXEC.

           IF WS-RESP EQUAL DFHRESP(NORMAL)
              PERFORM 4100-LEER-LINEA THRU F-4100-LEER-LINEA
                      UNTIL WS-FIN-BROWSE
              EXEC CICS ENDBR
                   FILE     ('INFARC')
                   RESP     (WS-RESP)
              END-EXEC
           END-IF.

           EXEC CICS SEND TEXT
                FROM    (WS-PANTALLA)
                LENGTH  (LENGTH OF WS-PANTALLA)
                ERASE
           END-EXEC.

       F-4000-MOSTRAR-PAGINA. EXIT.

       4050-LIMPIAR-LINEA.
           ADD 1 TO WS-LINEA-PAG.
           MOVE SPACES TO WS-PAN-LINEA (WS-LINEA-PAG).

       F-4050-LIMPIAR-LINEA. EXIT.

      **************************************
      *  LEE LA SIGUIENTE LINEA DEL BROWSE *
      *  Y LA PONE EN PANTALLA A PARTIR DE *
      *  LA COLUMNA PEDIDA                 *
      **************************************
       4100-LEER-LINEA.
           EXEC CICS READNEXT
                FILE     ('INFARC')
                INTO     (REG-INFARC)
                LENGTH   (WS-LARGO-INFARC)
                RIDFLD   (WS-CLAVE-BROWSE)
                RESP     (WS-RESP)
           END-EXEC.

           IF WS-RESP NOT EQUAL DFHRESP(NORMAL)
              SET WS-FIN-BROWSE TO TRUE
              GO TO F-4100-LEER-LINEA
           END-IF.

           IF INA-PROGRAMA NOT EQUAL WS-CA-PROGRAMA OR
              INA-FECHA    NOT EQUAL WS-CA-FECHA    OR
              INA-PAGINA   NOT EQUAL WS-CA-PAGINA
              SET WS-FIN-BROWSE TO TRUE
              GO TO F-4100-LEER-LINEA
           END-IF.

           ADD 1 TO WS-LINEA-PAG.
           MOVE INA-TEXTO (WS-CA-COLUMNA : WS-ANCHO-PANTALLA)
                              TO WS-PAN-LINEA (WS-LINEA-PAG).

           IF WS-LINEA-PAG NOT LESS WS-LINEAS-POR-PAGINA
              SET WS-FIN-BROWSE TO TRUE
           END-IF.

       F-4100-LEER-LINEA. EXIT.

      **************************************
      *  PASA UNA FECHA AAAAMMDD A         *
      *  DD/MM/AAAA PARA LA PANTALLA       *
      **************************************
       4500-EDITAR-FECHA.
           MOVE WS-FEC-DD   TO WS-FED-DD.
           MOVE WS-FEC-MM   TO WS-FED-MM.
           MOVE WS-FEC-AAAA TO WS-FED-AAAA.

       F-4500-EDITAR-FECHA. EXIT.

      **************************************
      *  ERROR CICS NO PREVISTO: TERMINA   *
      *  LA TRANSACCION SIN COLGAR LA      *
      *  TERMINAL                          *
      **************************************
       9999-ERROR-CICS.
           EXEC CICS SEND TEXT
                FROM    ('ERROR EN LA TRANSACCION - AVISE A SISTEMAS')
                LENGTH  (45)
                ERASE
           END-EXEC.

           EXEC CICS RETURN
           END-EXEC.

       F-9999-ERROR-CICS. EXIT.
