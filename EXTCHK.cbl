       IDENTIFICATION DIVISION.
       PROGRAM-ID.    EXTCHK.
       AUTHOR.        D. CAZABAT.
       INSTALLATION.  CURSO CODEKI.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.
      *
      *  SUBRUTINA GENERAL DE CONTROL DEL EXTRACTO DE CUENTAS,
      *  ESTILO PERCHK: CADA INFORME QUE LEE EL EXTRACTO CTAEXT
      *  DEL BARRIDO PGMBARRE EN LUGAR DE CTAMAE LA LLAMA ANTES
      *  DE ABRIRLO, CON SU FECHA DE PROCESO, Y ELLA LEE EL
      *  REGISTRO DE CONTROL EXTCTL (COPY CPEXTCT) Y DICE SI EL
      *  EXTRACTO SE PUEDE USAR.
      *
      *  DEVUELVE EN CANT-REGISTROS LO QUE EL BARRIDO GRABO EN
      *  CTAEXT, PARA QUE EL INFORME COMPARE AL TERMINAR CONTRA
      *  LO QUE LEYO.
      *
      *  CODIGO DE RESULTADO QUE EL QUE LLAMA DEBE CONTROLAR:
      *     00  EXTRACTO DE LA FECHA Y CONCILIADO CONTRA SUCTOT
      *     10  SIN REGISTRO DE CONTROL (EL BARRIDO NO CORRIO O
      *         NO TERMINO)
      *     20  EL EXTRACTO ES DE OTRA FECHA DE PROCESO
      *     30  EXTRACTO DESCUADRADO CONTRA SUCTOT
      *     40  EXTRACTO INCOMPLETO (EL BARRIDO TERMINO CON
      *         ERROR DE ARCHIVO)
      *  ANTE CUALQUIER RESULTADO DISTINTO DE 00 EL INFORME NO
      *  DEBE ARRANCAR (PGMCONCI ACEPTA EL 30: SU TAREA ES
      *  MOSTRAR LOS DESVIOS).
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

             SELECT EXTCTL  ASSIGN DDEXTCTL
                    FILE STATUS IS WS-ECT-CODE.

       DATA DIVISION.
       FILE SECTION.
       FD EXTCTL
            BLOCK CONTAINS 0 RECORDS
            RECORDING MODE IS F.

           COPY CPEXTCT.

       WORKING-STORAGE SECTION.
       77  WS-ECT-CODE      PIC XX    VALUE SPACES.

       LINKAGE SECTION.
       01  LK-FECHA              PIC 9(08).
       01  LK-CANT-REGISTROS     PIC 9(09).
       01  LK-RESULTADO          PIC XX.
           88  LK-EXTRACTO-OK             VALUE '00'.
           88  LK-SIN-CONTROL             VALUE '10'.
           88  LK-OTRA-FECHA              VALUE '20'.
           88  LK-DESCUADRADO             VALUE '30'.
           88  LK-INCOMPLETO              VALUE '40'.

       PROCEDURE DIVISION USING LK-FECHA
                                LK-CANT-REGISTROS
                                LK-RESULTADO.
      **************************************
      *                                    *
      *  CUERPO PRINCIPAL DE LA SUBRUTINA  *
      *                                    *
      **************************************
       MAIN-LOGIC.
           SET LK-SIN-CONTROL TO TRUE.
           MOVE ZEROS TO LK-CANT-REGISTROS.

           PERFORM 1000-LEER-CONTROL THRU F-1000-LEER-CONTROL.

           GOBACK.

      **************************************
      *                                    *
      *  LEE EL REGISTRO DE CONTROL Y LO   *
      *  COMPARA CON LA FECHA PEDIDA       *
      *                                    *
      **************************************
       1000-LEER-CONTROL.
           OPEN INPUT EXTCTL.

           IF WS-ECT-CODE IS NOT EQUAL '00'
              DISPLAY '* EXTCHK: CONTROL DEL EXTRACTO NO '
                      'DISPONIBLE = ' WS-ECT-CODE
              GO TO F-1000-LEER-CONTROL
           END-IF.

           READ EXTCTL
                AT END
                   DISPLAY '* EXTCHK: CONTROL DEL EXTRACTO VACIO, '
                           'EL BARRIDO NO TERMINO'
                   GO TO 1000-CERRAR
           END-READ.

           IF WS-ECT-CODE IS NOT EQUAL '00'
              DISPLAY '* EXTCHK: ERROR EN LECTURA EXTCTL = '
                      WS-ECT-CODE
              GO TO 1000-CERRAR
           END-IF.

           MOVE ECT-CANT-REGISTROS TO LK-CANT-REGISTROS.

           IF ECT-FECHA-PROCESO NOT EQUAL LK-FECHA
              DISPLAY '* EXTCHK: EL EXTRACTO ES DEL '
                      ECT-FECHA-PROCESO ' Y SE PIDE EL ' LK-FECHA
              SET LK-OTRA-FECHA TO TRUE
              GO TO 1000-CERRAR
           END-IF.

           EVALUATE TRUE
               WHEN ECT-CONCILIADO
                  SET LK-EXTRACTO-OK TO TRUE

               WHEN ECT-DESCUADRADO
                  DISPLAY '* EXTCHK: EXTRACTO DESCUADRADO CONTRA '
                          'SUCTOT, ' ECT-CANT-DESVIOS ' DESVIOS'
                  SET LK-DESCUADRADO TO TRUE

               WHEN OTHER
                  DISPLAY '* EXTCHK: EXTRACTO INCOMPLETO, ESTADO '
                          ECT-ESTADO
                  SET LK-INCOMPLETO TO TRUE
           END-EVALUATE.

       1000-CERRAR.
           CLOSE EXTCTL.

       F-1000-LEER-CONTROL. EXIT.
