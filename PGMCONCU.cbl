       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMCONCU.
       AUTHOR.        D. CAZABAT.
       INSTALLATION.  CURSO CODEKI.
       DATE-WRITTEN.  14/10/2026.
       DATE-COMPILED. 14/10/2026.
      **********************************************************
      *                                                        *
      *  TRANSACCION CICS DE CONSULTA EN LINEA DE UNA CUENTA   *
      *  (VISTA COMPLETA PARA ATENDER AL CLIENTE EN SUCURSAL): *
      *    - CTAMAE : TIPO, ESTADO, MONEDA, SALDO, FECHA DEL   *
      *               ULTIMO MOVIMIENTO Y LIMITE DE GIRO       *
      *    - CLIXRF : TITULARES VIGENTES DE LA CUENTA, LEIDOS  *
      *               POR EL PATH CLIXRFC (INDICE ALTERNATIVO  *
      *               SUCURSAL + CUENTA), CON NOMBRE Y CUIT    *
      *               DE CLIMAE. SOLO SE LISTAN LOS DUENOS DEL *
      *               SALDO (ROL P, C O SIN INFORMAR EN LOS    *
      *               VINCULOS ANTERIORES); FIRMANTES Y        *
      *               TUTORES NO SON TITULARES                 *
      *    - OFIREG : OFICIO JUDICIAL VIGENTE CON SU EXPEDIENTE*
      *    - ACRMAE : INTERES DEVENGADO PENDIENTE DE ACREDITAR *
      *                                                        *
      *  PSEUDO-CONVERSACIONAL: LA PRIMERA VEZ (SIN COMMAREA)  *
      *  PIDE SUCURSAL Y CUENTA; LA SEGUNDA VEZ RECIBE LA      *
      *  RESPUESTA, CONTROLA EL RANGO AUTORIZADO DEL OPERADOR  *
      *  EN AUTSUC IGUAL QUE PGMCONSU Y MUESTRA LA CUENTA.     *
      *  CADA CONSULTA, EXHIBIDA O NO, SE GRABA EN LA COLA DE  *
      *  AUDITORIA DE CONSULTAS CAUD CON LA CUENTA PEDIDA.     *
      *                                                        *
      **********************************************************
      *      MANTENIMIENTO DE PROGRAMA                         *
      **********************************************************
      *  FECHA   *    DETALLE        * COD *
      **************************************
      *14/10/2026* REGISTRO CTAMAE   * 001 *
      *          * POR COPY CPCTAMA  *     *
      *15/10/2026* REGISTRO CLIMAE   * 002 *
      *          * POR COPY CPCLIMA  *     *
      *15/10/2026* REGISTRO CLIMAE   * 003 *
      *          * DE 240            *     *
      *15/10/2026* VINCULO POR COPY  * 004 *
      *          * CPCLIXR, SOLO     *     *
      *          * DUENOS DEL SALDO  *     *
      **************************************
       ENVIRONMENT DIVISION.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
      **************************************
      *  IMAGEN DEL REGISTRO DE CTAMAE     *
      *  (MISMO COPY DEL MAESTRO BATCH,    *
      *  LEIDO AQUI VIA CICS)              *
      **************************************
           COPY CPCTAMA.

       77  WS-LARGO-CTAMAE        PIC S9(4) COMP VALUE +150.

      **************************************
      *  VINCULO CLIENTE-CUENTA (CLIXRF),  *
      *  LEIDO POR EL PATH CLIXRFC CUYA    *
      *  CLAVE ES SUCURSAL + CUENTA        *
      *  (MISMO COPY DEL ARCHIVO BATCH)    *
      **************************************
           COPY CPCLIXR.

       77  WS-LARGO-CLIXRF        PIC S9(4) COMP VALUE +40.

       01  WS-XRF-CLAVE-ALT.
           03  WS-XRA-SUCURSAL        PIC 9(03).
           03  WS-XRA-CUENTA          PIC 9(08).

      **************************************
      *  MAESTRO DE CLIENTES (CLIMAE)      *
      *  (MISMO COPY DEL MAESTRO BATCH)    *
      **************************************
           COPY CPCLIMA.

       77  WS-LARGO-CLIMAE        PIC S9(4) COMP VALUE +240.

      **************************************
      *  REGISTRO DE OFICIOS (OFIREG)      *
      **************************************
       01  WS-REG-OFIREG.
           03  WS-OFI-CLAVE.
               05  WS-OFI-SUCURSAL    PIC 9(03).
               05  WS-OFI-CUENTA      PIC 9(08).
           03  WS-OFI-EXPEDIENTE      PIC X(12).
           03  WS-OFI-MONTO           PIC 9(07)V99.
           03  WS-OFI-FECHA-TRABA     PIC 9(08).
           03  WS-OFI-FECHA-LEVANT    PIC 9(08).
           03  WS-OFI-ESTADO          PIC X(01).
               88  WS-OFI-VIGENTE                VALUE 'V'.
           03  FILLER                 PIC X(11).

       77  WS-LARGO-OFIREG        PIC S9(4) COMP VALUE +60.

      **************************************
      *  ACUMULADOR DE INTERES DEVENGADO   *
      *  (ACRMAE)                          *
      **************************************
       01  WS-REG-ACRMAE.
           03  WS-ACR-CLAVE.
               05  WS-ACR-SUCURSAL    PIC 9(03).
               05  WS-ACR-CUENTA      PIC 9(08).
           03  WS-ACR-TIPO            PIC 9(01).
           03  WS-ACR-MONEDA          PIC 9(02).
           03  WS-ACR-ACUM-INTERES    PIC S9(07)V99.
           03  WS-ACR-FECHA-ULT-DEV   PIC 9(08).
           03  FILLER                 PIC X(09).

       77  WS-LARGO-ACRMAE        PIC S9(4) COMP VALUE +40.

       77  WS-RESP                PIC S9(8) COMP VALUE ZERO.
       77  WS-RESP2               PIC S9(8) COMP VALUE ZERO.
       77  WS-LARGO-ENTRADA       PIC S9(4) COMP VALUE ZERO.

       01  WS-COMMAREA.
           03  WS-CA-ESTADO        PIC X(01)     VALUE SPACES.
               88  WS-CA-ESPERANDO-CUENTA        VALUE 'E'.

       01  WS-PANT-PIDE-CUENTA    PIC X(50)
           VALUE 'INGRESE SUCURSAL (3) Y CUENTA (8) JUNTAS Y ENTER:'.

       01  WS-PANT-ENTRADA.
           03  WS-ENT-SUCURSAL     PIC X(03)     VALUE SPACES.
           03  WS-ENT-CUENTA       PIC X(08)     VALUE SPACES.

       01  WS-CUENTA-PEDIDA.
           03  WS-PED-SUCURSAL     PIC 9(03)     VALUE ZEROS.
           03  WS-PED-CUENTA       PIC 9(08)     VALUE ZEROS.

      ********  TITULARES QUE ENTRAN EN PANTALLA  **********
       77  WS-MAX-TITULARES       PIC 9(01)     VALUE 3.
       77  WS-CANT-TITULARES      PIC 9(03)     VALUE ZEROS.

       01  WS-SWITCH-FIN-BROWSE   PIC X         VALUE 'N'.
           88  WS-FIN-BROWSE                    VALUE 'Y'.
           88  WS-NO-FIN-BROWSE                 VALUE 'N'.

      ********  PANTALLA ARMADA COMO BLOQUE DE LINEAS  *****
       01  WS-PANTALLA.
           03  WS-PAN-TITULO.
               05  FILLER          PIC X(24)
                   VALUE 'CONSULTA DE CUENTA  SUC '.
               05  WS-PAN-SUCURSAL PIC 999.
               05  FILLER          PIC X(06)   VALUE '  CTA '.
               05  WS-PAN-CUENTA   PIC 9(08).
               05  FILLER          PIC X(38)   VALUE SPACES.
           03  WS-PAN-LIN-DATOS.
               05  FILLER          PIC X(06)   VALUE 'TIPO: '.
               05  WS-PAN-TIPO     PIC 9.
               05  FILLER          PIC X(10)   VALUE '  ESTADO: '.
               05  WS-PAN-ESTADO   PIC 9.
               05  FILLER          PIC X(01)   VALUE SPACE.
               05  WS-PAN-DESC-EST PIC X(10).
               05  FILLER          PIC X(10)   VALUE '  MONEDA: '.
               05  WS-PAN-MONEDA   PIC 99.
               05  FILLER          PIC X(38)   VALUE SPACES.
           03  WS-PAN-LIN-SALDO.
               05  FILLER          PIC X(07)   VALUE 'SALDO: '.
               05  WS-PAN-SALDO    PIC Z,ZZZ,ZZ9.99-.
               05  FILLER          PIC X(11)   VALUE '  ULT.MOV: '.
               05  WS-PAN-ULT-MOV  PIC X(10).
               05  FILLER          PIC X(16)
                   VALUE '  LIMITE GIRO: '.
               05  WS-PAN-LIMITE   PIC Z,ZZZ,ZZ9.99.
               05  FILLER          PIC X(10)   VALUE SPACES.
           03  WS-PAN-TIT-TITULARES PIC X(79)
               VALUE 'TITULARES VIGENTES:'.
           03  WS-PAN-TITULAR OCCURS 3 TIMES.
               05  FILLER          PIC X(02).
               05  WS-PAN-CLIENTE  PIC 9(08).
               05  FILLER          PIC X(01).
               05  WS-PAN-NOMBRE   PIC X(30).
               05  FILLER          PIC X(07).
               05  WS-PAN-CUIT-LIT PIC X(06).
               05  WS-PAN-CUIT     PIC X(11).
               05  FILLER          PIC X(14).
           03  WS-PAN-LIN-MAS-TIT  PIC X(79).
           03  WS-PAN-LIN-OFICIO.
               05  WS-PAN-OFI-TEXTO PIC X(29).
               05  WS-PAN-OFI-EXP   PIC X(12).
               05  WS-PAN-OFI-LIT1  PIC X(08).
               05  WS-PAN-OFI-MONTO PIC Z,ZZZ,ZZ9.99.
               05  WS-PAN-OFI-LIT2  PIC X(08).
               05  WS-PAN-OFI-FECHA PIC X(10).
           03  WS-PAN-LIN-INTERES.
               05  WS-PAN-INT-TEXTO PIC X(29).
               05  WS-PAN-INT-IMP   PIC ZZZ,ZZ9.99-.
               05  WS-PAN-INT-LIT   PIC X(08).
               05  WS-PAN-INT-FECHA PIC X(10).
               05  FILLER           PIC X(21).

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

       01  WS-PANT-NO-ENCONTRADA.
           03  FILLER              PIC X(04)   VALUE 'SUC '.
           03  WS-PANT-NF-SUCURSAL PIC 999.
           03  FILLER              PIC X(05)   VALUE ' CTA '.
           03  WS-PANT-NF-CUENTA   PIC 9(08).
           03  FILLER              PIC X(02)   VALUE SPACES.
           03  FILLER              PIC X(25)
               VALUE 'NO EXISTE EN EL MAESTRO'.

       01  WS-PANT-MAL-INGRESO    PIC X(50)
           VALUE 'SUCURSAL Y CUENTA DEBEN SER NUMERICOS (3 + 8)'.

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
      *  CONSULTA: QUIEN, DESDE QUE        *
      *  TERMINAL, QUE SUCURSAL Y CUENTA,  *
      *  CON QUE RESULTADO Y CUANDO        *
      *  E=EXHIBIDA N=INEXISTENTE          *
      *  R=RECHAZADA                       *
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
           03  WS-AUI-TRANSACCION  PIC X(04)   VALUE 'CCTA'.
           03  FILLER              PIC X(01)   VALUE SPACE.
           03  WS-AUI-CUENTA       PIC 9(08)   VALUE ZEROS.
           03  FILLER              PIC X(11)   VALUE SPACES.

       77  WS-ABSTIME             PIC S9(15) COMP-3 VALUE ZERO.

       LINKAGE SECTION.
       01  DFHCOMMAREA             PIC X(01).

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
              PERFORM 1000-PEDIR-CUENTA  THRU F-1000-PEDIR-CUENTA
           ELSE
              MOVE DFHCOMMAREA TO WS-COMMAREA
              PERFORM 2000-MOSTRAR-CUENTA THRU F-2000-MOSTRAR-CUENTA
           END-IF.

           EXEC CICS RETURN
                TRANSID('CCTA')
           END-EXEC.

           GOBACK.

      **************************************
      *  PRIMERA PANTALLA: PIDE SUCURSAL   *
      *  Y CUENTA A CONSULTAR              *
      **************************************
       1000-PEDIR-CUENTA.
           EXEC CICS SEND TEXT
                FROM    (WS-PANT-PIDE-CUENTA)
                LENGTH  (LENGTH OF WS-PANT-PIDE-CUENTA)
                ERASE
           END-EXEC.

           SET WS-CA-ESPERANDO-CUENTA TO TRUE.

           EXEC CICS RETURN
                TRANSID('CCTA')
                COMMAREA(WS-COMMAREA)
                LENGTH  (LENGTH OF WS-COMMAREA)
           END-EXEC.

       F-1000-PEDIR-CUENTA. EXIT.

      **************************************
      *  SEGUNDA VUELTA: RECIBE SUCURSAL   *
      *  Y CUENTA, CONTROLA LA             *
      *  AUTORIZACION, LEE EL MAESTRO Y    *
      *  ARMA LA VISTA DE LA CUENTA        *
      **************************************
       2000-MOSTRAR-CUENTA.
           MOVE SPACES TO WS-PANT-ENTRADA.
           MOVE LENGTH OF WS-PANT-ENTRADA TO WS-LARGO-ENTRADA.

           EXEC CICS RECEIVE
                INTO     (WS-PANT-ENTRADA)
                LENGTH   (WS-LARGO-ENTRADA)
                RESP     (WS-RESP2)
           END-EXEC.

           IF WS-ENT-SUCURSAL IS NOT NUMERIC OR
              WS-ENT-CUENTA IS NOT NUMERIC
              EXEC CICS SEND TEXT
                   FROM    (WS-PANT-MAL-INGRESO)
                   LENGTH  (LENGTH OF WS-PANT-MAL-INGRESO)
                   ERASE
              END-EXEC
              GO TO F-2000-MOSTRAR-CUENTA
           END-IF.

           MOVE WS-ENT-SUCURSAL TO WS-PED-SUCURSAL.
           MOVE WS-ENT-CUENTA   TO WS-PED-CUENTA.

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
              GO TO F-2000-MOSTRAR-CUENTA
           END-IF.

           MOVE WS-CUENTA-PEDIDA TO CTA-CLAVE.

           EXEC CICS READ
                FILE     ('CTAMAE')
                INTO     (REG-CTAMAE)
                LENGTH   (WS-LARGO-CTAMAE)
                RIDFLD   (CTA-CLAVE)
                RESP     (WS-RESP)
           END-EXEC.

           IF WS-RESP NOT EQUAL DFHRESP(NORMAL)
              MOVE 'N' TO WS-AUI-RESULTADO
              PERFORM 2080-GRABAR-AUDITORIA
                        THRU F-2080-GRABAR-AUDITORIA
              PERFORM 2900-CUENTA-NO-ENCONTRADA
                        THRU F-2900-CUENTA-NO-ENCONTRADA
              GO TO F-2000-MOSTRAR-CUENTA
           END-IF.

           MOVE 'E' TO WS-AUI-RESULTADO.
           PERFORM 2080-GRABAR-AUDITORIA
                     THRU F-2080-GRABAR-AUDITORIA.

           MOVE SPACES TO WS-PAN-TITULAR (1)
                          WS-PAN-TITULAR (2)
                          WS-PAN-TITULAR (3)
                          WS-PAN-LIN-MAS-TIT
                          WS-PAN-LIN-OFICIO
                          WS-PAN-LIN-INTERES.
           PERFORM 2100-ARMAR-DATOS-CUENTA
                     THRU F-2100-ARMAR-DATOS-CUENTA.
           PERFORM 2200-ARMAR-TITULARES
                     THRU F-2200-ARMAR-TITULARES.
           PERFORM 2300-ARMAR-OFICIO
                     THRU F-2300-ARMAR-OFICIO.
           PERFORM 2400-ARMAR-INTERES
                     THRU F-2400-ARMAR-INTERES.

           EXEC CICS SEND TEXT
                FROM    (WS-PANTALLA)
                LENGTH  (LENGTH OF WS-PANTALLA)
                ERASE
           END-EXEC.

       F-2000-MOSTRAR-CUENTA. EXIT.

      **************************************
      *  BUSCA AL OPERADOR EN EL ARCHIVO   *
      *  DE AUTORIZACIONES Y CONTROLA QUE  *
      *  LA SUCURSAL DE LA CUENTA CAIGA EN *
      *  SU RANGO PERMITIDO (MISMA REGLA   *
      *  QUE PGMCONSU)                     *
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
              MOVE 'SIN AUTORIZACION PARA CONSULTAR CUENTAS'
                                 TO WS-REC-MOTIVO
              GO TO F-2050-CONTROLAR-AUTORIZACION
           END-IF.

           IF WS-RESP3 NOT EQUAL DFHRESP(NORMAL)
              MOVE 'ERROR DE LECTURA EN AUTORIZACIONES'
                                 TO WS-REC-MOTIVO
              GO TO F-2050-CONTROLAR-AUTORIZACION
           END-IF.

           IF WS-PED-SUCURSAL LESS WS-AUT-SUC-DESDE OR
              WS-PED-SUCURSAL GREATER WS-AUT-SUC-HASTA
              MOVE 'SUCURSAL FUERA DE SU RANGO AUTORIZADO'
                                 TO WS-REC-MOTIVO
              GO TO F-2050-CONTROLAR-AUTORIZACION
           END-IF.

           SET WS-CONSULTA-AUTORIZADA TO TRUE.

       F-2050-CONTROLAR-AUTORIZACION. EXIT.

      **************************************
      *  GRABA EN LA COLA DE AUDITORIA DE  *
      *  CONSULTAS QUIEN MIRO QUE CUENTA,  *
      *  DESDE DONDE, CUANDO Y CON QUE     *
      *  RESULTADO                         *
      **************************************
       2080-GRABAR-AUDITORIA.
           MOVE WS-OPERADOR        TO WS-AUI-OPERADOR.
           MOVE EIBTRMID           TO WS-AUI-TERMINAL.
           MOVE WS-PED-SUCURSAL    TO WS-AUI-SUCURSAL.
           MOVE WS-PED-CUENTA      TO WS-AUI-CUENTA.
           MOVE 'CCTA'             TO WS-AUI-TRANSACCION.

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
      *  TIPO, ESTADO, MONEDA, SALDO,      *
      *  ULTIMO MOVIMIENTO Y LIMITE DE     *
      *  GIRO DEL MAESTRO                  *
      **************************************
       2100-ARMAR-DATOS-CUENTA.
           MOVE CTA-SUCURSAL      TO WS-PAN-SUCURSAL.
           MOVE CTA-CUENTA        TO WS-PAN-CUENTA.

           MOVE CTA-TIPO          TO WS-PAN-TIPO.
           MOVE CTA-ESTADO        TO WS-PAN-ESTADO.
           EVALUATE TRUE
               WHEN CTA-ACTIVA
                  MOVE 'ACTIVA    ' TO WS-PAN-DESC-EST
               WHEN CTA-BAJA
                  MOVE 'BAJA      ' TO WS-PAN-DESC-EST
               WHEN CTA-EMBARGADA
                  MOVE 'EMBARGADA ' TO WS-PAN-DESC-EST
               WHEN OTHER
                  MOVE 'DESCONOC. ' TO WS-PAN-DESC-EST
           END-EVALUATE.
           MOVE CTA-MONEDA        TO WS-PAN-MONEDA.

           MOVE CTA-IMPORTE       TO WS-PAN-SALDO.
           MOVE CTA-FECHA-ULT-MOV TO WS-FECHA-AAAAMMDD.
           PERFORM 2500-EDITAR-FECHA THRU F-2500-EDITAR-FECHA.
           MOVE WS-FECHA-EDITADA  TO WS-PAN-ULT-MOV.
      *    UN LIMITE NO NUMERICO (CUENTA SIN ACUERDO) SE MUESTRA
      *    EN CERO, IGUAL QUE LO TOMA PGMEXCES
           IF CTA-LIMITE-GIRO IS NUMERIC
              MOVE CTA-LIMITE-GIRO TO WS-PAN-LIMITE
           ELSE
              MOVE ZEROS              TO WS-PAN-LIMITE
           END-IF.

       F-2100-ARMAR-DATOS-CUENTA. EXIT.

      **************************************
      *  RECORRE POR EL PATH SUCURSAL +    *
      *  CUENTA LOS VINCULOS DE CLIXRF Y   *
      *  MUESTRA LOS TITULARES VIGENTES    *
      *  (SOLO DUENOS DEL SALDO) CON SU    *
      *  NOMBRE Y CUIT DE CLIMAE           *
      **************************************
       2200-ARMAR-TITULARES.
           MOVE ZEROS TO WS-CANT-TITULARES.
           SET WS-NO-FIN-BROWSE TO TRUE.

           MOVE CTA-SUCURSAL TO WS-XRA-SUCURSAL.
           MOVE CTA-CUENTA   TO WS-XRA-CUENTA.

           EXEC CICS STARTBR
                FILE     ('CLIXRFC')
                RIDFLD   (WS-XRF-CLAVE-ALT)
                EQUAL
                RESP     (WS-RESP)
           END-EXEC.

           IF WS-RESP EQUAL DFHRESP(NORMAL)
              PERFORM 2250-LEER-VINCULO THRU F-2250-LEER-VINCULO
                      UNTIL WS-FIN-BROWSE
              EXEC CICS ENDBR
                   FILE     ('CLIXRFC')
                   RESP     (WS-RESP)
              END-EXEC
           END-IF.

           IF WS-CANT-TITULARES EQUAL ZEROS
              MOVE '  SIN TITULAR VIGENTE VINCULADO A LA CUENTA'
                                 TO WS-PAN-TITULAR (1)
           END-IF.

           IF WS-CANT-TITULARES GREATER WS-MAX-TITULARES
              MOVE '  HAY MAS TITULARES VIGENTES DE LOS QUE ENTRAN'
                                 TO WS-PAN-LIN-MAS-TIT
           END-IF.

       F-2200-ARMAR-TITULARES. EXIT.

       2250-LEER-VINCULO.
           EXEC CICS READNEXT
                FILE     ('CLIXRFC')
                INTO     (REG-CLIXRF)
                LENGTH   (WS-LARGO-CLIXRF)
                RIDFLD   (WS-XRF-CLAVE-ALT)
                RESP     (WS-RESP)
           END-EXEC.

           IF WS-RESP NOT EQUAL DFHRESP(NORMAL) AND
              WS-RESP NOT EQUAL DFHRESP(DUPKEY)
              SET WS-FIN-BROWSE TO TRUE
              GO TO F-2250-LEER-VINCULO
           END-IF.

           IF XRF-SUCURSAL NOT EQUAL CTA-SUCURSAL OR
              XRF-CUENTA   NOT EQUAL CTA-CUENTA
              SET WS-FIN-BROWSE TO TRUE
              GO TO F-2250-LEER-VINCULO
           END-IF.

           IF NOT XRF-VIGENTE
              GO TO F-2250-LEER-VINCULO
           END-IF.

      *    FIRMANTES Y TUTORES OPERAN LA CUENTA PERO NO SON SUS
      *    TITULARES; LOS VINCULOS SIN ROL SON DE TITULAR UNICO
           IF NOT XRF-ROL-DUENO AND NOT XRF-ROL-SIN-INFORMAR
              GO TO F-2250-LEER-VINCULO
           END-IF.

           ADD 1 TO WS-CANT-TITULARES.
           IF WS-CANT-TITULARES GREATER WS-MAX-TITULARES
              GO TO F-2250-LEER-VINCULO
           END-IF.

           MOVE XRF-CLIENTE TO WS-PAN-CLIENTE (WS-CANT-TITULARES)
                                  CLI-CLIENTE.

           EXEC CICS READ
                FILE     ('CLIMAE')
                INTO     (REG-CLIMAE)
                LENGTH   (WS-LARGO-CLIMAE)
                RIDFLD   (CLI-CLIENTE)
                RESP     (WS-RESP2)
           END-EXEC.

           IF WS-RESP2 EQUAL DFHRESP(NORMAL)
              MOVE CLI-NOMBRE    TO WS-PAN-NOMBRE (WS-CANT-TITULARES)
              MOVE 'CUIT: '      TO WS-PAN-CUIT-LIT (WS-CANT-TITULARES)
              MOVE CLI-CUIT      TO WS-PAN-CUIT (WS-CANT-TITULARES)
           ELSE
              MOVE 'CLIENTE NO ENCONTRADO EN CLIMAE'
                                 TO WS-PAN-NOMBRE (WS-CANT-TITULARES)
           END-IF.

       F-2250-LEER-VINCULO. EXIT.

      **************************************
      *  OFICIO JUDICIAL VIGENTE SOBRE LA  *
      *  CUENTA, CON SU EXPEDIENTE         *
      **************************************
       2300-ARMAR-OFICIO.
           MOVE CTA-CLAVE TO WS-OFI-CLAVE.

           EXEC CICS READ
                FILE     ('OFIREG')
                INTO     (WS-REG-OFIREG)
                LENGTH   (WS-LARGO-OFIREG)
                RIDFLD   (WS-OFI-CLAVE)
                RESP     (WS-RESP)
           END-EXEC.

           IF WS-RESP EQUAL DFHRESP(NORMAL) AND WS-OFI-VIGENTE
              MOVE 'OFICIO JUDICIAL VIGENTE EXP: ' TO WS-PAN-OFI-TEXTO
              MOVE WS-OFI-EXPEDIENTE  TO WS-PAN-OFI-EXP
              MOVE ' MONTO: '         TO WS-PAN-OFI-LIT1
              MOVE WS-OFI-MONTO       TO WS-PAN-OFI-MONTO
              MOVE ' DESDE: '         TO WS-PAN-OFI-LIT2
              MOVE WS-OFI-FECHA-TRABA TO WS-FECHA-AAAAMMDD
              PERFORM 2500-EDITAR-FECHA THRU F-2500-EDITAR-FECHA
              MOVE WS-FECHA-EDITADA   TO WS-PAN-OFI-FECHA
           ELSE
              MOVE 'SIN OFICIO JUDICIAL VIGENTE  ' TO WS-PAN-OFI-TEXTO
           END-IF.

       F-2300-ARMAR-OFICIO. EXIT.

      **************************************
      *  INTERES DEVENGADO PENDIENTE DE    *
      *  ACREDITAR EN ACRMAE               *
      **************************************
       2400-ARMAR-INTERES.
           MOVE CTA-CLAVE TO WS-ACR-CLAVE.

           EXEC CICS READ
                FILE     ('ACRMAE')
                INTO     (WS-REG-ACRMAE)
                LENGTH   (WS-LARGO-ACRMAE)
                RIDFLD   (WS-ACR-CLAVE)
                RESP     (WS-RESP)
           END-EXEC.

           IF WS-RESP EQUAL DFHRESP(NORMAL)
              MOVE 'INTERES DEVENGADO A ACREDIT: ' TO WS-PAN-INT-TEXTO
              MOVE WS-ACR-ACUM-INTERES  TO WS-PAN-INT-IMP
              MOVE ' AL     '           TO WS-PAN-INT-LIT
              MOVE WS-ACR-FECHA-ULT-DEV TO WS-FECHA-AAAAMMDD
              PERFORM 2500-EDITAR-FECHA THRU F-2500-EDITAR-FECHA
              MOVE WS-FECHA-EDITADA     TO WS-PAN-INT-FECHA
           ELSE
              MOVE 'SIN INTERES DEVENGADO        ' TO WS-PAN-INT-TEXTO
           END-IF.

       F-2400-ARMAR-INTERES. EXIT.

      **************************************
      *  PASA UNA FECHA AAAAMMDD A         *
      *  DD/MM/AAAA PARA LA PANTALLA       *
      **************************************
       2500-EDITAR-FECHA.
           MOVE WS-FEC-DD   TO WS-FED-DD.
           MOVE WS-FEC-MM   TO WS-FED-MM.
           MOVE WS-FEC-AAAA TO WS-FED-AAAA.

       F-2500-EDITAR-FECHA. EXIT.

      **************************************
      *  LA CUENTA PEDIDA NO EXISTE EN EL  *
      *  MAESTRO                           *
      **************************************
       2900-CUENTA-NO-ENCONTRADA.
           MOVE WS-PED-SUCURSAL TO WS-PANT-NF-SUCURSAL.
           MOVE WS-PED-CUENTA   TO WS-PANT-NF-CUENTA.

           EXEC CICS SEND TEXT
                FROM    (WS-PANT-NO-ENCONTRADA)
                LENGTH  (LENGTH OF WS-PANT-NO-ENCONTRADA)
                ERASE
           END-EXEC.

       F-2900-CUENTA-NO-ENCONTRADA. EXIT.

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
