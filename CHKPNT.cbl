       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CHKPNT.
       AUTHOR.        D. CAZABAT.
       INSTALLATION.  CURSO CODEKI.
       DATE-WRITTEN.  14/10/2026.
       DATE-COMPILED. 14/10/2026.
      *
      *  SUBRUTINA GENERAL DE PUNTOS DE CONTROL PARA EL
      *  REARRANQUE DE LOS PROCESOS BATCH LARGOS, COMPANERA DE
      *  RUNCTL: RUNCTL DICE SI EL PASO PUEDE ARRANCAR, CHKPNT
      *  GUARDA HASTA DONDE LLEGO. LLEVA EL ARCHIVO CHKPNT
      *  (CLAVE PROGRAMA + FECHA, LAY-OUT CPCHKPT) CON LA ULTIMA
      *  CLAVE PROCESADA Y LOS ACUMULADORES DE LA CORRIDA.
      *
      *  EL ARCHIVO SE ABRE EN LA PRIMERA LLAMADA Y QUEDA
      *  ABIERTO HASTA LA ACCION 'CIE', PORQUE EL QUE LLAMA
      *  GRABA UN PUNTO POR CADA CUENTA QUE EMITE SALIDAS.
      *
      *  ACCIONES:
      *     'LEE'  LEE EL PUNTO DE LA CLAVE INFORMADA EN EL
      *            REGISTRO (CHK-PROGRAMA + CHK-FECHA).
      *     'GRA'  GRABA O REEMPLAZA EL PUNTO CON LA HORA.
      *     'CIE'  CIERRA EL ARCHIVO.
      *
      *  CODIGO DE RESULTADO QUE EL QUE LLAMA DEBE CONTROLAR:
      *     00  OK
      *     10  NO HAY PUNTO DE CONTROL PARA LA CLAVE ('LEE')
      *     30  ERROR DE ARCHIVO EN CHKPNT
      *     40  ACCION DESCONOCIDA
      *  ANTE 30 EL PROCESO NO PUEDE GARANTIZAR EL REARRANQUE
      *  Y DEBE TERMINAR.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

             SELECT CHKPNT  ASSIGN DDCHKPNT
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS CHK-CLAVE
                    FILE STATUS IS WS-CHK-CODE.

       DATA DIVISION.
       FILE SECTION.
       FD CHKPNT.

           COPY CPCHKPT.

       WORKING-STORAGE SECTION.
       77  WS-CHK-CODE      PIC XX    VALUE SPACES.

       01  WS-SWITCH-ABIERTO PIC X    VALUE 'N'.
           88  WS-ARCHIVO-ABIERTO     VALUE 'S'.
           88  WS-ARCHIVO-CERRADO     VALUE 'N'.

       01  WS-HORA-ACTUAL.
           03  WS-HORA-HHMMSS   PIC 9(06).
           03  FILLER           PIC 99.

       LINKAGE SECTION.
       01  LK-ACCION             PIC X(03).
           88  LK-ACCION-LEER             VALUE 'LEE'.
           88  LK-ACCION-GRABAR           VALUE 'GRA'.
           88  LK-ACCION-CERRAR           VALUE 'CIE'.
       01  LK-CHKPNT             PIC X(500).
       01  LK-RESULTADO          PIC XX.
           88  LK-PUNTO-OK                VALUE '00'.
           88  LK-PUNTO-NO-EXISTE         VALUE '10'.
           88  LK-ERROR-ARCHIVO           VALUE '30'.
           88  LK-ACCION-INVALIDA         VALUE '40'.

       PROCEDURE DIVISION USING LK-ACCION
                                LK-CHKPNT
                                LK-RESULTADO.
       MAIN-LOGIC.
           SET LK-PUNTO-OK TO TRUE.

           IF LK-ACCION-CERRAR
              PERFORM CERRAR-ARCHIVO THRU F-CERRAR-ARCHIVO
              GOBACK
           END-IF.

           IF WS-ARCHIVO-CERRADO
              PERFORM ABRIR-ARCHIVO THRU F-ABRIR-ARCHIVO
              IF LK-ERROR-ARCHIVO
                 GOBACK
              END-IF
           END-IF.

           EVALUATE TRUE
               WHEN LK-ACCION-LEER
                  PERFORM LEER-PUNTO THRU F-LEER-PUNTO
               WHEN LK-ACCION-GRABAR
                  PERFORM GRABAR-PUNTO THRU F-GRABAR-PUNTO
               WHEN OTHER
                  SET LK-ACCION-INVALIDA TO TRUE
           END-EVALUATE.

           GOBACK.

      *
      *  ABRE EL ARCHIVO; LA PRIMERA VEZ LO CREA VACIO
      *
       ABRIR-ARCHIVO.
           OPEN I-O CHKPNT.
           IF WS-CHK-CODE IS NOT EQUAL '00'
              OPEN OUTPUT CHKPNT
              IF WS-CHK-CODE EQUAL '00'
                 CLOSE CHKPNT
                 OPEN I-O CHKPNT
              END-IF
           END-IF.
           IF WS-CHK-CODE IS NOT EQUAL '00'
              SET LK-ERROR-ARCHIVO TO TRUE
           ELSE
              SET WS-ARCHIVO-ABIERTO TO TRUE
           END-IF.

       F-ABRIR-ARCHIVO. EXIT.

      *
      *  LECTURA DEL PUNTO POR CLAVE PROGRAMA + FECHA
      *
       LEER-PUNTO.
           MOVE LK-CHKPNT TO REG-CHKPNT.

           READ CHKPNT RECORD KEY IS CHK-CLAVE
                INVALID KEY
                   SET LK-PUNTO-NO-EXISTE TO TRUE
                NOT INVALID KEY
                   MOVE REG-CHKPNT TO LK-CHKPNT
           END-READ.

           IF WS-CHK-CODE IS NOT EQUAL '00'
              AND WS-CHK-CODE IS NOT EQUAL '23'
              SET LK-ERROR-ARCHIVO TO TRUE
           END-IF.

       F-LEER-PUNTO. EXIT.

      *
      *  GRABA EL PUNTO CON LA HORA; SI YA EXISTE LO REEMPLAZA
      *
       GRABAR-PUNTO.
           ACCEPT WS-HORA-ACTUAL FROM TIME.
           MOVE LK-CHKPNT      TO REG-CHKPNT.
           MOVE WS-HORA-HHMMSS TO CHK-HORA.

           REWRITE REG-CHKPNT
              INVALID KEY
                 WRITE REG-CHKPNT
                    INVALID KEY
                       SET LK-ERROR-ARCHIVO TO TRUE
                 END-WRITE
           END-REWRITE.

           IF NOT LK-ERROR-ARCHIVO
              MOVE REG-CHKPNT TO LK-CHKPNT
           END-IF.

       F-GRABAR-PUNTO. EXIT.

      *
      *  CIERRA EL ARCHIVO SI QUEDO ABIERTO
      *
       CERRAR-ARCHIVO.
           IF WS-ARCHIVO-ABIERTO
              CLOSE CHKPNT
              SET WS-ARCHIVO-CERRADO TO TRUE
              IF WS-CHK-CODE IS NOT EQUAL '00'
                 SET LK-ERROR-ARCHIVO TO TRUE
              END-IF
           END-IF.

       F-CERRAR-ARCHIVO. EXIT.
