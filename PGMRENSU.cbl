       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMRENSU.
       AUTHOR.        D. CAZABAT.
       INSTALLATION.  CURSO CODEKI.
       DATE-WRITTEN.  14/10/2026.
       DATE-COMPILED. 14/10/2026.
      **********************************************************
      *                                                        *
      *  RENTABILIDAD MENSUAL POR SUCURSAL (CONTRIBUCION):     *
      *  JUNTA POR CENTRO DE COSTO LOS ASIENTOS DEL MES QUE    *
      *  YA DEJAN LOS PROCESOS EN LA INTERFASE CONTABLE        *
      *  (GLMES = LOS GLCONS DEL MES CONCATENADOS):            *
      *     COMISIONES COBRADAS      510010 (PGMCOMIS)         *
      *     INTERESES PAGADOS        215010 AL DEBE, LA        *
      *                              CAPITALIZACION PGMDEVIN   *
      *     APORTE FONDO GARANTIA    520010 (PGMSEGDE)         *
      *     DIFERENCIA DE CAMBIO     530010 (PGMREVAL)         *
      *  Y SUMA UN CREDITO POR FONDOS TRANSFERIDOS SOBRE EL    *
      *  DEPOSITO PROMEDIO DE LA SUCURSAL EN HISTOR, A LA TASA *
      *  ANUAL DEL PARM POR LOS DIAS CORRIDOS DEL MES.         *
      *                                                        *
      *  TODO SE EXPRESA EN PESOS: LOS ASIENTOS EN OTRA MONEDA *
      *  SE CONVIERTEN CON LA COTIZACION DE RATES VIGENTE AL   *
      *  ULTIMO DIA DEL MES. LA DIFERENCIA DE CAMBIO YA ESTA   *
      *  EN PESOS AUNQUE EL ASIENTO LLEVE LA MONEDA REVALUADA. *
      *                                                        *
      *  IMPRIME EL ESTADO DE CONTRIBUCION DE CADA SUCURSAL    *
      *  ORDENADO POR ENTIDAD (SUC-ENTIDAD DE SUCMAE) CON      *
      *  SUBTOTAL POR ENTIDAD Y TOTAL BANCO, Y DESPUES EL      *
      *  RANKING DE SUCURSALES DEL BANCO POR CONTRIBUCION.     *
      *                                                        *
      *  PARM: PERIODO (SSAAMM) + TASA ANUAL DE TRANSFERENCIA  *
      *  EN PORCENTAJE (9(3)V9(4)). SIN PARM SE INFORMA EL MES *
      *  ANTERIOR A LA FECHA DEL SISTEMA SIN CREDITO POR       *
      *  FONDOS (RC 4).                                        *
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

             SELECT WORK-SORT ASSIGN DDSRTWK.

             SELECT GLMES   ASSIGN DDGLMES
                    FILE STATUS IS WS-GL-CODE.

             SELECT HISTOR  ASSIGN DDHISTOR
                    FILE STATUS IS WS-HIS-CODE.

             SELECT SUCMAE  ASSIGN DDSUCMA
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS RANDOM
                    RECORD KEY IS SUC-COD
                    FILE STATUS IS WS-SUC-CODE.

             SELECT RATES   ASSIGN DDRATES
                    FILE STATUS IS WS-RAT-CODE.

             SELECT INFORME ASSIGN DDINFORM
                    FILE STATUS IS WS-INF-CODE.

             SELECT PARMS   ASSIGN DDPARM
                    FILE STATUS IS WS-PARM-CODE.

       DATA DIVISION.
       FILE SECTION.
       SD WORK-SORT.

       01 WORK-SORT-REC.
           03  SRT-ENTIDAD       PIC X(03).
           03  SRT-SUCURSAL      PIC 9(03).
           03  SRT-CONTRIBUCION  PIC S9(13)V99.
           03  SRT-NOMBRE        PIC X(14).
           03  SRT-COMISIONES    PIC S9(13)V99.
           03  SRT-INTERESES     PIC S9(13)V99.
           03  SRT-SEGURO        PIC S9(13)V99.
           03  SRT-DIFCAM        PIC S9(13)V99.
           03  SRT-PROMEDIO      PIC S9(13)V99.
           03  SRT-TRANSFER      PIC S9(13)V99.

       FD GLMES
            BLOCK CONTAINS 0 RECORDS
            RECORDING MODE IS F.

       01 REG-GLMES      PIC X(40).

       FD HISTOR
            BLOCK CONTAINS 0 RECORDS
            RECORDING MODE IS F.

       01 REG-HISTOR     PIC X(30).

       FD SUCMAE.

       01 REG-SUCMAE.
           03  SUC-COD       PIC 9(03).
           03  SUC-NOM       PIC X(14).
           03  SUC-ESTADO    PIC X(01).
           03  SUC-ENTIDAD   PIC X(03).
           03  FILLER        PIC X(09).

       FD RATES
            BLOCK CONTAINS 0 RECORDS
            RECORDING MODE IS F.

       01 REG-RATES      PIC X(30).

       FD INFORME
            BLOCK CONTAINS 0 RECORDS
            RECORDING MODE IS F.

       01 REG-INFORME    PIC X(80).

       FD PARMS
            BLOCK CONTAINS 0 RECORDS
            RECORDING MODE IS F.

       01 REG-PARM       PIC X(13).

      **************************************
       WORKING-STORAGE SECTION.
      **************************************
       77  FILLER        PIC X(26) VALUE '* INICIO WORKING-STORAGE *'.
       77  FILLER        PIC X(26) VALUE '* CODIGOS RETORNO FILES  *'.
       77  WS-GL-CODE       PIC XX    VALUE SPACES.
       77  WS-HIS-CODE      PIC XX    VALUE SPACES.
       77  WS-SUC-CODE      PIC XX    VALUE SPACES.
       77  WS-RAT-CODE      PIC XX    VALUE SPACES.
       77  WS-INF-CODE      PIC XX    VALUE SPACES.
       77  WS-PARM-CODE     PIC XX    VALUE SPACES.

       01  WS-SWITCH-ERROR  PIC X     VALUE 'N'.
           88  WS-HUBO-ERROR          VALUE 'S'.
           88  WS-NO-HUBO-ERROR       VALUE 'N'.

       01  WS-STATUS-GL     PIC X     VALUE 'N'.
           88  WS-FIN-GL              VALUE 'Y'.
           88  WS-NO-FIN-GL           VALUE 'N'.

       01  WS-STATUS-HIS    PIC X     VALUE 'N'.
           88  WS-FIN-HIS             VALUE 'Y'.
           88  WS-NO-FIN-HIS          VALUE 'N'.

       01  WS-STATUS-RATES  PIC X     VALUE 'N'.
           88  WS-FIN-RATES           VALUE 'Y'.
           88  WS-NO-FIN-RATES        VALUE 'N'.

       01  WS-STATUS-SORT   PIC X     VALUE 'N'.
           88  WS-FIN-SORT            VALUE 'Y'.
           88  WS-NO-FIN-SORT         VALUE 'N'.

       01  WS-SWITCH-SUCMAE PIC X     VALUE 'N'.
           88  WS-HAY-SUCMAE          VALUE 'S'.
           88  WS-NO-HAY-SUCMAE       VALUE 'N'.

      ********  LAYOUT DEL ASIENTO CONTABLE (GLPOST)  *********
       01  WS-REG-GLPOST.
           03  WS-GL-CIA           PIC X(03).
           03  WS-GL-CUENTA        PIC 9(06).
           03  WS-GL-CENTRO-COSTO  PIC 9(03).
           03  WS-GL-DEBE-HABER    PIC X(01).
           03  WS-GL-IMPORTE       PIC 9(9)V99.
           03  WS-GL-FECHA.
               05  WS-GL-FECHA-SSAAMM  PIC 9(06).
               05  WS-GL-FECHA-DD      PIC 99.
           03  WS-GL-MONEDA        PIC 9(02).
           03  FILLER              PIC X(06).

      *  CUENTAS CONTABLES QUE ARMAN LA CONTRIBUCION
       77  WS-GL-CTA-COMISION   PIC 9(06)  VALUE 510010.
       77  WS-GL-CTA-DEVENGADO  PIC 9(06)  VALUE 215010.
       77  WS-GL-CTA-SEGURO     PIC 9(06)  VALUE 520010.
       77  WS-GL-CTA-DIFCAM     PIC 9(06)  VALUE 530010.

      ********  LAYOUT DEL REGISTRO DE HISTOR  ***************
       01  WS-REG-HISTOR.
           03  WS-HIS-FECHA.
               05  WS-HIS-FECHA-SSAAMM PIC 9(06).
               05  WS-HIS-FECHA-DD     PIC 99.
           03  WS-HIS-SUCURSAL     PIC 9(03).
           03  WS-HIS-CANT-CUENTAS PIC 9(04).
           03  WS-HIS-IMPORTE-SUC  PIC S9(9)V99.
           03  FILLER              PIC X(04).

      ********  TABLA COMPLETA DE COTIZACIONES VIGENCIADAS  ****
       01  WS-REG-RATES.
           03  WS-RAT-MONEDA    PIC 9(02).
           03  WS-RAT-COTIZ     PIC 9(05)V9(04).
           03  WS-RAT-NOMBRE    PIC X(10).
           03  WS-RAT-FECHA-VIG PIC 9(08).
           03  FILLER           PIC X(01).

       01  WS-TABLA-VIGENCIAS.
           03  WS-VIG-ENT OCCURS 100 TIMES.
               05  WS-VIG-MONEDA    PIC 9(02)       VALUE ZEROS.
               05  WS-VIG-COTIZ     PIC 9(05)V9(04) VALUE ZEROS.
               05  WS-VIG-FECHA     PIC 9(08)       VALUE ZEROS.

       77  WS-CANT-VIGENCIAS    PIC 9(03)    VALUE ZEROS.
       77  WS-SUB-VIG           PIC 9(03)    VALUE ZEROS.

       77  WS-BUS-MONEDA        PIC 9(02)       VALUE ZEROS.
       77  WS-BUS-FECHA         PIC 9(08)       VALUE ZEROS.
       77  WS-BUS-COTIZ         PIC 9(05)V9(04) VALUE ZEROS.
       77  WS-BUS-MEJOR-FEC     PIC 9(08)       VALUE ZEROS.

       01  WS-SWITCH-HALLADA    PIC X           VALUE 'N'.
           88  WS-COTIZ-HALLADA               VALUE 'S'.
           88  WS-COTIZ-NO-HALLADA            VALUE 'N'.

      ********  PERIODO Y PARM  ***************
       01  WS-FECHA.
           03  WS-FECHA-SIGLO   PIC 99    VALUE ZEROS.
           03  WS-FECHA-AA      PIC 99    VALUE ZEROS.
           03  WS-FECHA-MM      PIC 99    VALUE ZEROS.
           03  WS-FECHA-DD      PIC 99    VALUE ZEROS.

       01  WS-MES-PEDIDO.
           03  WS-PED-SIGLO     PIC 99    VALUE ZEROS.
           03  WS-PED-AA        PIC 99    VALUE ZEROS.
           03  WS-PED-MM        PIC 99    VALUE ZEROS.

       01  WS-MES-PEDIDO-N REDEFINES WS-MES-PEDIDO PIC 9(06).

       01  WS-MES-SIGUIENTE.
           03  WS-SIG-SIGLO     PIC 99    VALUE ZEROS.
           03  WS-SIG-AA        PIC 99    VALUE ZEROS.
           03  WS-SIG-MM        PIC 99    VALUE ZEROS.
           03  WS-SIG-DD        PIC 99    VALUE 01.

       01  WS-MES-SIGUIENTE-N REDEFINES WS-MES-SIGUIENTE PIC 9(08).

       01  WS-FECHA-PRIMERO.
           03  WS-PRI-MES       PIC 9(06) VALUE ZEROS.
           03  WS-PRI-DD        PIC 99    VALUE 01.

       01  WS-FECHA-PRIMERO-N REDEFINES WS-FECHA-PRIMERO PIC 9(08).

       01  WS-FECHA-ULTIMO.
           03  WS-ULT-MES       PIC 9(06) VALUE ZEROS.
           03  WS-ULT-DD        PIC 99    VALUE ZEROS.

       01  WS-FECHA-ULTIMO-N REDEFINES WS-FECHA-ULTIMO PIC 9(08).

       01  WS-REG-PARM.
           03  WS-PARM-PERIODO  PIC 9(06).
           03  WS-PARM-TASA     PIC 9(03)V9(04).

       77  WS-TASA-TRANSFER     PIC 9(03)V9(04) VALUE ZEROS.
       77  WS-DIAS-MES          PIC 9(02)       VALUE ZEROS.

       77  WS-FEC-FUNCION       PIC X(01)  VALUE 'D'.
       77  WS-FEC-DESDE         PIC 9(08)  VALUE ZEROS.
       77  WS-FEC-HASTA         PIC 9(08)  VALUE ZEROS.
       77  WS-FEC-CANT          PIC 9(05)  VALUE ZEROS.
       77  WS-FEC-CALENDARIO    PIC 9(05)  VALUE ZEROS.
       77  WS-FEC-HABILES       PIC 9(05)  VALUE ZEROS.
       77  WS-FEC-RESULTADO     PIC XX     VALUE '00'.
           88  WS-FEC-OK                   VALUE '00'.

      ********  ACUMULADO DEL MES POR SUCURSAL  ***************
      *  LA TABLA SE INDEXA DIRECTO POR EL CODIGO DE SUCURSAL
       01  WS-TABLA-SUCURSALES.
           03  WS-RSU-ENT OCCURS 999 TIMES.
               05  WS-RSU-ACTIVA       PIC X(01).
                   88  WS-RSU-CON-DATOS         VALUE 'S'.
               05  WS-RSU-ENTIDAD      PIC X(03).
               05  WS-RSU-NOMBRE       PIC X(14).
               05  WS-RSU-COMISIONES   PIC S9(13)V99.
               05  WS-RSU-INTERESES    PIC S9(13)V99.
               05  WS-RSU-SEGURO       PIC S9(13)V99.
               05  WS-RSU-DIFCAM       PIC S9(13)V99.
               05  WS-RSU-HIS-TOTAL    PIC S9(13)V99.
               05  WS-RSU-HIS-DIAS     PIC 9(02).
               05  WS-RSU-PROMEDIO     PIC S9(13)V99.
               05  WS-RSU-TRANSFER     PIC S9(13)V99.
               05  WS-RSU-CONTRIBUCION PIC S9(13)V99.

       77  WS-SUB-SUC           PIC 9(04)  VALUE ZEROS.
       77  WS-IMPORTE-PESOS     PIC S9(13)V99 VALUE ZEROS.

      ********  CORTE POR ENTIDAD Y TOTAL BANCO  ***************
       77  WS-ENTIDAD-ANT       PIC X(03)  VALUE SPACES.

       01  WS-TOTALES-ENTIDAD.
           03  WS-TEN-CANT         PIC 9(03).
           03  WS-TEN-COMISIONES   PIC S9(13)V99.
           03  WS-TEN-INTERESES    PIC S9(13)V99.
           03  WS-TEN-SEGURO       PIC S9(13)V99.
           03  WS-TEN-DIFCAM       PIC S9(13)V99.
           03  WS-TEN-PROMEDIO     PIC S9(13)V99.
           03  WS-TEN-TRANSFER     PIC S9(13)V99.
           03  WS-TEN-CONTRIBUCION PIC S9(13)V99.

       01  WS-TOTALES-BANCO.
           03  WS-TBC-CANT         PIC 9(03).
           03  WS-TBC-COMISIONES   PIC S9(13)V99.
           03  WS-TBC-INTERESES    PIC S9(13)V99.
           03  WS-TBC-SEGURO       PIC S9(13)V99.
           03  WS-TBC-DIFCAM       PIC S9(13)V99.
           03  WS-TBC-PROMEDIO     PIC S9(13)V99.
           03  WS-TBC-TRANSFER     PIC S9(13)V99.
           03  WS-TBC-CONTRIBUCION PIC S9(13)V99.

      *  IMPORTES DEL ESTADO QUE SE IMPRIME (SUCURSAL, ENTIDAD
      *  O BANCO)
       01  WS-ESTADO.
           03  WS-EST-COMISIONES   PIC S9(13)V99.
           03  WS-EST-INTERESES    PIC S9(13)V99.
           03  WS-EST-SEGURO       PIC S9(13)V99.
           03  WS-EST-DIFCAM       PIC S9(13)V99.
           03  WS-EST-PROMEDIO     PIC S9(13)V99.
           03  WS-EST-TRANSFER     PIC S9(13)V99.
           03  WS-EST-CONTRIBUCION PIC S9(13)V99.

      ********  CONTADORES DE PROCESO  ***************
       77  WS-CANT-GL-LEIDOS    PIC 9(7)   VALUE ZEROS.
       77  WS-CANT-GL-TOMADOS   PIC 9(7)   VALUE ZEROS.
       77  WS-CANT-GL-FUERA     PIC 9(7)   VALUE ZEROS.
       77  WS-CANT-GL-SIN-SUC   PIC 9(7)   VALUE ZEROS.
       77  WS-CANT-SIN-COTIZ    PIC 9(7)   VALUE ZEROS.
       77  WS-CANT-HIS-LEIDOS   PIC 9(7)   VALUE ZEROS.
       77  WS-CANT-HIS-TOMADOS  PIC 9(7)   VALUE ZEROS.
       77  WS-CANT-SIN-MAESTRO  PIC 9(5)   VALUE ZEROS.
       77  WS-CANT-RANKING      PIC 9(3)   VALUE ZEROS.

      ********  LINEAS DEL INFORME  ***************
       01  WS-LIN-TITULO.
           03  FILLER           PIC X(37)
                  VALUE 'CONTRIBUCION POR SUCURSAL  PERIODO: '.
           03  WS-TIT-PERIODO   PIC 9(06).
           03  FILLER           PIC X(16)   VALUE '   TASA TRANSF: '.
           03  WS-TIT-TASA      PIC ZZ9.9999.
           03  FILLER           PIC X(02)   VALUE ' %'.
           03  FILLER           PIC X(11)   VALUE SPACES.

       01  WS-LIN-TIT-SUCURSAL.
           03  FILLER           PIC X(10)   VALUE 'SUCURSAL: '.
           03  WS-TSU-SUCURSAL  PIC 999.
           03  FILLER           PIC X(01)   VALUE SPACE.
           03  WS-TSU-NOMBRE    PIC X(14).
           03  FILLER           PIC X(11)   VALUE '  ENTIDAD: '.
           03  WS-TSU-ENTIDAD   PIC X(03).
           03  FILLER           PIC X(38)   VALUE SPACES.

       01  WS-LIN-TIT-ENTIDAD.
           03  FILLER           PIC X(18)
                                VALUE 'TOTAL ENTIDAD:    '.
           03  WS-TEN-ENTIDAD   PIC X(03).
           03  FILLER           PIC X(13)   VALUE '  SUCURSALES '.
           03  WS-TEN-SUCURSALES PIC ZZ9.
           03  FILLER           PIC X(43)   VALUE SPACES.

       01  WS-LIN-TIT-BANCO.
           03  FILLER           PIC X(21)
                                VALUE 'TOTAL BANCO          '.
           03  FILLER           PIC X(13)   VALUE '  SUCURSALES '.
           03  WS-TBC-SUCURSALES PIC ZZ9.
           03  FILLER           PIC X(43)   VALUE SPACES.

       01  WS-LIN-RENGLON.
           03  FILLER           PIC X(04)   VALUE SPACES.
           03  WS-REN-TEXTO     PIC X(36).
           03  WS-REN-IMPORTE   PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
           03  FILLER           PIC X(19)   VALUE SPACES.

       01  WS-LIN-TIT-RANKING.
           03  FILLER           PIC X(40)
                    VALUE 'RANKING DE SUCURSALES POR CONTRIBUCION  '.
           03  FILLER           PIC X(40)   VALUE SPACES.

       01  WS-LIN-CAB-RANKING.
           03  FILLER           PIC X(40)
                    VALUE ' POS SUC NOMBRE         ENT   DEPOSITO P'.
           03  FILLER           PIC X(40)
                    VALUE 'ROMEDIO         CONTRIBUCION            '.

       01  WS-LIN-RANKING.
           03  FILLER           PIC X(01)   VALUE SPACE.
           03  WS-RAN-POSICION  PIC ZZ9.
           03  FILLER           PIC X(01)   VALUE SPACE.
           03  WS-RAN-SUCURSAL  PIC 999.
           03  FILLER           PIC X(01)   VALUE SPACE.
           03  WS-RAN-NOMBRE    PIC X(14).
           03  FILLER           PIC X(01)   VALUE SPACE.
           03  WS-RAN-ENTIDAD   PIC X(03).
           03  FILLER           PIC X(01)   VALUE SPACE.
           03  WS-RAN-PROMEDIO  PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
           03  FILLER           PIC X(01)   VALUE SPACE.
           03  WS-RAN-CONTRIB   PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
           03  FILLER           PIC X(09)   VALUE SPACES.

       01  WS-LIN-RESUMEN.
           03  WS-RES-TEXTO     PIC X(40).
           03  WS-RES-VALOR     PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
           03  FILLER           PIC X(20)   VALUE SPACES.

       01  WS-LIN-BLANCA        PIC X(80)   VALUE SPACES.

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

           IF WS-NO-HUBO-ERROR
              PERFORM 2000-PROCESO  THRU  F-2000-PROCESO
                      UNTIL WS-FIN-GL
           END-IF.

           IF WS-NO-HUBO-ERROR
              PERFORM 2500-LEER-HISTOR THRU F-2500-LEER-HISTOR
                      UNTIL WS-FIN-HIS
           END-IF.

           IF WS-NO-HUBO-ERROR
              PERFORM 3000-CALCULAR-SUCURSAL
                        THRU F-3000-CALCULAR-SUCURSAL
                      VARYING WS-SUB-SUC FROM 1 BY 1
                      UNTIL WS-SUB-SUC GREATER 999

              SORT WORK-SORT
                   ON ASCENDING KEY SRT-ENTIDAD
                                    SRT-SUCURSAL
                   INPUT PROCEDURE 3500-LIBERAR-SUCURSALES
                                   THRU F-3500-LIBERAR-SUCURSALES
                   OUTPUT PROCEDURE 4000-ESTADOS
                                   THRU F-4000-ESTADOS

              SORT WORK-SORT
                   ON DESCENDING KEY SRT-CONTRIBUCION
                      ASCENDING KEY SRT-SUCURSAL
                   INPUT PROCEDURE 3500-LIBERAR-SUCURSALES
                                   THRU F-3500-LIBERAR-SUCURSALES
                   OUTPUT PROCEDURE 5000-RANKING
                                   THRU F-5000-RANKING
           END-IF.

           PERFORM 9999-FINAL    THRU  F-9999-FINAL.

       F-MAIN-PROGRAM. GOBACK.

      **************************************
      *                                    *
      *  PARM, DIAS DEL MES, COTIZACIONES  *
      *  Y APERTURA DE FILES               *
      *                                    *
      **************************************
       1000-INICIO.
           ACCEPT WS-FECHA FROM DATE YYYYMMDD.

           PERFORM 1100-LEER-PARM THRU F-1100-LEER-PARM.

           PERFORM 1150-DIAS-DEL-MES THRU F-1150-DIAS-DEL-MES.

           DISPLAY 'PERIODO A INFORMAR : ' WS-MES-PEDIDO.
           DISPLAY 'DIAS DEL MES       : ' WS-DIAS-MES.
           DISPLAY 'TASA TRANSFERENCIA : ' WS-TASA-TRANSFER.

           PERFORM 1250-CARGAR-VIGENCIAS
                     THRU F-1250-CARGAR-VIGENCIAS.

           IF WS-HUBO-ERROR
              GO TO F-1000-INICIO
           END-IF.

           PERFORM 1300-LIMPIAR-SUCURSAL THRU F-1300-LIMPIAR-SUCURSAL
                   VARYING WS-SUB-SUC FROM 1 BY 1
                   UNTIL WS-SUB-SUC GREATER 999.

           SET WS-NO-FIN-GL  TO TRUE.
           SET WS-NO-FIN-HIS TO TRUE.

           OPEN INPUT GLMES.
           IF WS-GL-CODE IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN GLMES   = ' WS-GL-CODE
              MOVE 9999 TO RETURN-CODE
              SET  WS-HUBO-ERROR TO TRUE
              GO TO F-1000-INICIO
           END-IF.

           OPEN INPUT HISTOR.
           IF WS-HIS-CODE IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN HISTOR  = ' WS-HIS-CODE
              MOVE 9999 TO RETURN-CODE
              SET  WS-HUBO-ERROR TO TRUE
              GO TO F-1000-INICIO
           END-IF.

           OPEN OUTPUT INFORME.
           IF WS-INF-CODE IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN INFORME = ' WS-INF-CODE
              MOVE 9999 TO RETURN-CODE
              SET  WS-HUBO-ERROR TO TRUE
              GO TO F-1000-INICIO
           END-IF.

      *    EL MAESTRO DE SUCURSALES DA NOMBRE Y ENTIDAD
           SET WS-NO-HAY-SUCMAE TO TRUE.
           OPEN INPUT SUCMAE.
           IF WS-SUC-CODE IS NOT EQUAL '00'
              DISPLAY '* MAESTRO DE SUCURSALES NO DISPONIBLE, '
                      'LAS SUCURSALES SALEN EN LA ENTIDAD BCO'
              MOVE 4 TO RETURN-CODE
           ELSE
              SET WS-HAY-SUCMAE TO TRUE
           END-IF.

           MOVE WS-MES-PEDIDO-N  TO WS-TIT-PERIODO.
           MOVE WS-TASA-TRANSFER TO WS-TIT-TASA.
           MOVE WS-LIN-TITULO    TO REG-INFORME.
           PERFORM 9300-GRABAR-INFORME THRU F-9300-GRABAR-INFORME.
           MOVE WS-LIN-BLANCA    TO REG-INFORME.
           PERFORM 9300-GRABAR-INFORME THRU F-9300-GRABAR-INFORME.

       F-1000-INICIO.   EXIT.

      **************************************
      *                                    *
      *  PERIODO Y TASA DE TRANSFERENCIA   *
      *  POR PARM; SIN PARM EL MES         *
      *  ANTERIOR Y SIN CREDITO POR        *
      *  FONDOS                            *
      *                                    *
      **************************************
       1100-LEER-PARM.
           MOVE WS-FECHA-SIGLO TO WS-PED-SIGLO.
           MOVE WS-FECHA-AA    TO WS-PED-AA.
           MOVE WS-FECHA-MM    TO WS-PED-MM.

           IF WS-PED-MM EQUAL 01
              MOVE 12 TO WS-PED-MM
              IF WS-PED-AA EQUAL ZEROS
                 MOVE 99 TO WS-PED-AA
                 SUBTRACT 1 FROM WS-PED-SIGLO
              ELSE
                 SUBTRACT 1 FROM WS-PED-AA
              END-IF
           ELSE
              SUBTRACT 1 FROM WS-PED-MM
           END-IF.

           OPEN INPUT PARMS.

           IF WS-PARM-CODE IS NOT EQUAL '00'
              DISPLAY '* PARM NO DISPONIBLE, SE INFORMA EL MES '
                      'ANTERIOR SIN CREDITO POR FONDOS'
              MOVE 4 TO RETURN-CODE
              GO TO F-1100-LEER-PARM
           END-IF.

           READ PARMS INTO WS-REG-PARM.

           IF WS-PARM-CODE IS NOT EQUAL '00'
              DISPLAY '* PARM VACIO, SE INFORMA EL MES ANTERIOR '
                      'SIN CREDITO POR FONDOS'
              MOVE 4 TO RETURN-CODE
           ELSE
              IF WS-PARM-PERIODO IS NUMERIC AND
                 WS-PARM-PERIODO GREATER ZEROS
                 MOVE WS-PARM-PERIODO TO WS-MES-PEDIDO-N
                 DISPLAY '* PERIODO FORZADO POR PARM: '
                                                  WS-MES-PEDIDO
              END-IF
              IF WS-PARM-TASA IS NUMERIC
                 MOVE WS-PARM-TASA TO WS-TASA-TRANSFER
              ELSE
                 DISPLAY '* TASA DE TRANSFERENCIA INVALIDA EN '
                         'PARM, SIN CREDITO POR FONDOS'
                 MOVE 4 TO RETURN-CODE
              END-IF
           END-IF.

           CLOSE PARMS.

       F-1100-LEER-PARM. EXIT.

      **************************************
      *                                    *
      *  DIAS CORRIDOS DEL PERIODO: DEL    *
      *  DIA 01 AL 01 DEL MES SIGUIENTE    *
      *  POR LA SUBRUTINA COMUN FECHAB     *
      *  (EL CONTEO DE DIAS CORRIDOS NO    *
      *  DEPENDE DEL CALENDARIO)           *
      *                                    *
      **************************************
       1150-DIAS-DEL-MES.
           MOVE WS-PED-SIGLO TO WS-SIG-SIGLO.
           MOVE WS-PED-AA    TO WS-SIG-AA.
           MOVE WS-PED-MM    TO WS-SIG-MM.
           MOVE 01           TO WS-SIG-DD.

           IF WS-SIG-MM EQUAL 12
              MOVE 01 TO WS-SIG-MM
              IF WS-SIG-AA EQUAL 99
                 MOVE ZEROS TO WS-SIG-AA
                 ADD 1 TO WS-SIG-SIGLO
              ELSE
                 ADD 1 TO WS-SIG-AA
              END-IF
           ELSE
              ADD 1 TO WS-SIG-MM
           END-IF.

           MOVE WS-MES-PEDIDO-N TO WS-PRI-MES.
           MOVE 01              TO WS-PRI-DD.

           MOVE 'D'                TO WS-FEC-FUNCION.
           MOVE WS-FECHA-PRIMERO-N TO WS-FEC-DESDE.
           MOVE WS-MES-SIGUIENTE-N TO WS-FEC-HASTA.
           MOVE ZEROS              TO WS-FEC-CANT
                                      WS-FEC-CALENDARIO.

           CALL 'FECHAB' USING WS-FEC-FUNCION
                               WS-FEC-DESDE
                               WS-FEC-HASTA
                               WS-FEC-CANT
                               WS-FEC-CALENDARIO
                               WS-FEC-HABILES
                               WS-FEC-RESULTADO.

           IF WS-FEC-CALENDARIO GREATER 27 AND
              WS-FEC-CALENDARIO LESS 32
              MOVE WS-FEC-CALENDARIO TO WS-DIAS-MES
           ELSE
              DISPLAY '* NO SE PUDIERON CONTAR LOS DIAS DEL MES, '
                      'SE TOMAN 30'
              MOVE 30 TO WS-DIAS-MES
              MOVE 4 TO RETURN-CODE
           END-IF.

           MOVE WS-MES-PEDIDO-N TO WS-ULT-MES.
           MOVE WS-DIAS-MES     TO WS-ULT-DD.

       F-1150-DIAS-DEL-MES. EXIT.

      **************************************
      *                                    *
      *  CARGA TODAS LAS VIGENCIAS DE LA   *
      *  TABLA RATES PARA PASAR A PESOS    *
      *  LOS ASIENTOS EN OTRA MONEDA       *
      *                                    *
      **************************************
       1250-CARGAR-VIGENCIAS.
           MOVE ZEROS TO WS-CANT-VIGENCIAS.
           SET WS-NO-FIN-RATES TO TRUE.

           OPEN INPUT RATES.
           IF WS-RAT-CODE IS NOT EQUAL '00'
              DISPLAY '* TABLA DE COTIZACIONES NO DISPONIBLE, '
                      'NO SE PUEDE PASAR A PESOS'
              MOVE 9999 TO RETURN-CODE
              SET WS-FIN-RATES  TO TRUE
              SET WS-HUBO-ERROR TO TRUE
           END-IF.

           PERFORM 1260-LEER-UNA-VIGENCIA
                     THRU F-1260-LEER-UNA-VIGENCIA
                   UNTIL WS-FIN-RATES.

           IF WS-RAT-CODE EQUAL '00' OR WS-RAT-CODE EQUAL '10'
              CLOSE RATES
           END-IF.

       F-1250-CARGAR-VIGENCIAS. EXIT.

       1260-LEER-UNA-VIGENCIA.
           READ RATES INTO WS-REG-RATES
                      AT END SET WS-FIN-RATES TO TRUE.

           IF WS-FIN-RATES
              GO TO F-1260-LEER-UNA-VIGENCIA
           END-IF.

           IF WS-RAT-CODE IS NOT EQUAL '00'
              DISPLAY '* ERROR EN LECTURA RATES = ' WS-RAT-CODE
              MOVE 9999 TO RETURN-CODE
              SET WS-FIN-RATES  TO TRUE
              SET WS-HUBO-ERROR TO TRUE
              GO TO F-1260-LEER-UNA-VIGENCIA
           END-IF.

           IF WS-RAT-FECHA-VIG IS NOT NUMERIC
              MOVE ZEROS TO WS-RAT-FECHA-VIG
           END-IF.

           IF WS-CANT-VIGENCIAS LESS 100
              ADD 1 TO WS-CANT-VIGENCIAS
              MOVE WS-RAT-MONEDA
                     TO WS-VIG-MONEDA (WS-CANT-VIGENCIAS)
              MOVE WS-RAT-COTIZ
                     TO WS-VIG-COTIZ (WS-CANT-VIGENCIAS)
              MOVE WS-RAT-FECHA-VIG
                     TO WS-VIG-FECHA (WS-CANT-VIGENCIAS)
           ELSE
              DISPLAY '* TABLA DE VIGENCIAS LLENA, SE IGNORAN '
                      'LOS EXCEDENTES'
              SET WS-FIN-RATES TO TRUE
           END-IF.

       F-1260-LEER-UNA-VIGENCIA. EXIT.

       1300-LIMPIAR-SUCURSAL.
           MOVE 'N'    TO WS-RSU-ACTIVA (WS-SUB-SUC).
           MOVE SPACES TO WS-RSU-ENTIDAD (WS-SUB-SUC)
                          WS-RSU-NOMBRE (WS-SUB-SUC).
           MOVE ZEROS  TO WS-RSU-COMISIONES (WS-SUB-SUC)
                          WS-RSU-INTERESES (WS-SUB-SUC)
                          WS-RSU-SEGURO (WS-SUB-SUC)
                          WS-RSU-DIFCAM (WS-SUB-SUC)
                          WS-RSU-HIS-TOTAL (WS-SUB-SUC)
                          WS-RSU-HIS-DIAS (WS-SUB-SUC)
                          WS-RSU-PROMEDIO (WS-SUB-SUC)
                          WS-RSU-TRANSFER (WS-SUB-SUC)
                          WS-RSU-CONTRIBUCION (WS-SUB-SUC).

       F-1300-LIMPIAR-SUCURSAL. EXIT.

      **************************************
      *                                    *
      *  TOMA UN ASIENTO DEL MES Y LO      *
      *  SUMA EN PESOS AL RENGLON QUE LE   *
      *  CORRESPONDE DE SU CENTRO DE COSTO *
      *                                    *
      **************************************
       2000-PROCESO.
           READ GLMES INTO WS-REG-GLPOST
                      AT END SET WS-FIN-GL TO TRUE.

           IF WS-FIN-GL
              GO TO F-2000-PROCESO
           END-IF.

           IF WS-GL-CODE IS NOT EQUAL '00'
              DISPLAY '* ERROR EN LECTURA GLMES = ' WS-GL-CODE
              MOVE 9999 TO RETURN-CODE
              SET WS-HUBO-ERROR TO TRUE
              SET WS-FIN-GL TO TRUE
              GO TO F-2000-PROCESO
           END-IF.

           ADD 1 TO WS-CANT-GL-LEIDOS.

           IF WS-GL-CUENTA NOT EQUAL WS-GL-CTA-COMISION  AND
              WS-GL-CUENTA NOT EQUAL WS-GL-CTA-DEVENGADO AND
              WS-GL-CUENTA NOT EQUAL WS-GL-CTA-SEGURO    AND
              WS-GL-CUENTA NOT EQUAL WS-GL-CTA-DIFCAM
              GO TO F-2000-PROCESO
           END-IF.

      *    DE LA 215010 SOLO EL DEBE ES INTERES PAGADO; EL HABER
      *    ES EL DEVENGAMIENTO DIARIO QUE TODAVIA NO SE PAGO
           IF WS-GL-CUENTA EQUAL WS-GL-CTA-DEVENGADO AND
              WS-GL-DEBE-HABER NOT EQUAL 'D'
              GO TO F-2000-PROCESO
           END-IF.

           IF WS-GL-FECHA-SSAAMM NOT EQUAL WS-MES-PEDIDO-N
              ADD 1 TO WS-CANT-GL-FUERA
              GO TO F-2000-PROCESO
           END-IF.

           IF WS-GL-CENTRO-COSTO EQUAL ZEROS
              ADD 1 TO WS-CANT-GL-SIN-SUC
              GO TO F-2000-PROCESO
           END-IF.

           PERFORM 2100-PASAR-A-PESOS THRU F-2100-PASAR-A-PESOS.

           IF WS-COTIZ-NO-HALLADA
              GO TO F-2000-PROCESO
           END-IF.

           ADD 1 TO WS-CANT-GL-TOMADOS.
           MOVE WS-GL-CENTRO-COSTO TO WS-SUB-SUC.
           MOVE 'S' TO WS-RSU-ACTIVA (WS-SUB-SUC).

           EVALUATE WS-GL-CUENTA ALSO WS-GL-DEBE-HABER
              WHEN WS-GL-CTA-COMISION  ALSO 'H'
                 ADD WS-IMPORTE-PESOS
                                 TO WS-RSU-COMISIONES (WS-SUB-SUC)
              WHEN WS-GL-CTA-COMISION  ALSO 'D'
                 SUBTRACT WS-IMPORTE-PESOS
                                 FROM WS-RSU-COMISIONES (WS-SUB-SUC)
              WHEN WS-GL-CTA-DEVENGADO ALSO 'D'
                 ADD WS-IMPORTE-PESOS
                                 TO WS-RSU-INTERESES (WS-SUB-SUC)
              WHEN WS-GL-CTA-SEGURO    ALSO 'D'
                 ADD WS-IMPORTE-PESOS
                                 TO WS-RSU-SEGURO (WS-SUB-SUC)
              WHEN WS-GL-CTA-SEGURO    ALSO 'H'
                 SUBTRACT WS-IMPORTE-PESOS
                                 FROM WS-RSU-SEGURO (WS-SUB-SUC)
              WHEN WS-GL-CTA-DIFCAM    ALSO 'H'
                 ADD WS-IMPORTE-PESOS
                                 TO WS-RSU-DIFCAM (WS-SUB-SUC)
              WHEN WS-GL-CTA-DIFCAM    ALSO 'D'
                 SUBTRACT WS-IMPORTE-PESOS
                                 FROM WS-RSU-DIFCAM (WS-SUB-SUC)
           END-EVALUATE.

       F-2000-PROCESO. EXIT.

      **************************************
      *                                    *
      *  IMPORTE DEL ASIENTO EN PESOS CON  *
      *  LA COTIZACION VIGENTE AL ULTIMO   *
      *  DIA DEL MES. LA MONEDA 01 Y LA    *
      *  DIFERENCIA DE CAMBIO YA ESTAN EN  *
      *  PESOS                             *
      *                                    *
      **************************************
       2100-PASAR-A-PESOS.
           SET WS-COTIZ-HALLADA TO TRUE.

           IF WS-GL-MONEDA EQUAL 01 OR
              WS-GL-CUENTA EQUAL WS-GL-CTA-DIFCAM
              MOVE WS-GL-IMPORTE TO WS-IMPORTE-PESOS
              GO TO F-2100-PASAR-A-PESOS
           END-IF.

           MOVE WS-GL-MONEDA      TO WS-BUS-MONEDA.
           MOVE WS-FECHA-ULTIMO-N TO WS-BUS-FECHA.
           PERFORM 5500-BUSCAR-COTIZ THRU F-5500-BUSCAR-COTIZ.

           IF WS-COTIZ-NO-HALLADA
              ADD 1 TO WS-CANT-SIN-COTIZ
              DISPLAY '* ASIENTO EN MONEDA SIN COTIZACION, SE '
                      'IGNORA: CTA ' WS-GL-CUENTA ' SUC '
                      WS-GL-CENTRO-COSTO ' MONEDA ' WS-GL-MONEDA
              MOVE 4 TO RETURN-CODE
              GO TO F-2100-PASAR-A-PESOS
           END-IF.

           COMPUTE WS-IMPORTE-PESOS ROUNDED =
                   WS-GL-IMPORTE * WS-BUS-COTIZ.

       F-2100-PASAR-A-PESOS. EXIT.

      **************************************
      *                                    *
      *  DEPOSITOS DIARIOS DEL MES DE CADA *
      *  SUCURSAL EN HISTOR (YA EN PESOS)  *
      *  PARA EL PROMEDIO                  *
      *                                    *
      **************************************
       2500-LEER-HISTOR.
           READ HISTOR INTO WS-REG-HISTOR
                       AT END SET WS-FIN-HIS TO TRUE.

           IF WS-FIN-HIS
              GO TO F-2500-LEER-HISTOR
           END-IF.

           IF WS-HIS-CODE IS NOT EQUAL '00'
              DISPLAY '* ERROR EN LECTURA HISTOR = ' WS-HIS-CODE
              MOVE 9999 TO RETURN-CODE
              SET WS-HUBO-ERROR TO TRUE
              SET WS-FIN-HIS TO TRUE
              GO TO F-2500-LEER-HISTOR
           END-IF.

           ADD 1 TO WS-CANT-HIS-LEIDOS.

           IF WS-HIS-FECHA-SSAAMM NOT EQUAL WS-MES-PEDIDO-N OR
              WS-HIS-SUCURSAL EQUAL ZEROS
              GO TO F-2500-LEER-HISTOR
           END-IF.

           ADD 1 TO WS-CANT-HIS-TOMADOS.
           MOVE WS-HIS-SUCURSAL TO WS-SUB-SUC.
           MOVE 'S' TO WS-RSU-ACTIVA (WS-SUB-SUC).
           ADD WS-HIS-IMPORTE-SUC TO WS-RSU-HIS-TOTAL (WS-SUB-SUC).
           ADD 1                  TO WS-RSU-HIS-DIAS (WS-SUB-SUC).

       F-2500-LEER-HISTOR. EXIT.

      **************************************
      *                                    *
      *  DEPOSITO PROMEDIO, CREDITO POR    *
      *  FONDOS TRANSFERIDOS, CONTRIBUCION *
      *  Y DATOS DE SUCMAE DE CADA         *
      *  SUCURSAL CON MOVIMIENTO           *
      *                                    *
      **************************************
       3000-CALCULAR-SUCURSAL.
           IF NOT WS-RSU-CON-DATOS (WS-SUB-SUC)
              GO TO F-3000-CALCULAR-SUCURSAL
           END-IF.

           IF WS-RSU-HIS-DIAS (WS-SUB-SUC) GREATER ZEROS
              COMPUTE WS-RSU-PROMEDIO (WS-SUB-SUC) ROUNDED =
                      WS-RSU-HIS-TOTAL (WS-SUB-SUC) /
                      WS-RSU-HIS-DIAS (WS-SUB-SUC)
           END-IF.

      *    CREDITO = PROMEDIO X TASA ANUAL X DIAS DEL MES / 365
           COMPUTE WS-RSU-TRANSFER (WS-SUB-SUC) ROUNDED =
                   WS-RSU-PROMEDIO (WS-SUB-SUC) *
                   WS-TASA-TRANSFER / 100 *
                   WS-DIAS-MES / 365.

           COMPUTE WS-RSU-CONTRIBUCION (WS-SUB-SUC) =
                   WS-RSU-COMISIONES (WS-SUB-SUC) -
                   WS-RSU-INTERESES (WS-SUB-SUC)  -
                   WS-RSU-SEGURO (WS-SUB-SUC)     +
                   WS-RSU-DIFCAM (WS-SUB-SUC)     +
                   WS-RSU-TRANSFER (WS-SUB-SUC).

           MOVE 'BCO'         TO WS-RSU-ENTIDAD (WS-SUB-SUC).
           MOVE 'SIN MAESTRO' TO WS-RSU-NOMBRE (WS-SUB-SUC).

           IF WS-NO-HAY-SUCMAE
              GO TO F-3000-CALCULAR-SUCURSAL
           END-IF.

           MOVE WS-SUB-SUC TO SUC-COD.
           READ SUCMAE
                INVALID KEY
                   ADD 1 TO WS-CANT-SIN-MAESTRO
                   DISPLAY '* SUCURSAL ' WS-SUB-SUC
                           ' NO ESTA EN SUCMAE, VA A LA ENTIDAD BCO'
                   MOVE 4 TO RETURN-CODE
                NOT INVALID KEY
                   MOVE SUC-NOM TO WS-RSU-NOMBRE (WS-SUB-SUC)
                   IF SUC-ENTIDAD NOT EQUAL SPACES
                      MOVE SUC-ENTIDAD TO WS-RSU-ENTIDAD (WS-SUB-SUC)
                   END-IF
           END-READ.

       F-3000-CALCULAR-SUCURSAL. EXIT.

      **************************************
      *                                    *
      *  ENTREGA AL SORT UNA FILA POR CADA *
      *  SUCURSAL CON MOVIMIENTO (LO USAN  *
      *  LOS DOS ORDENAMIENTOS)            *
      *                                    *
      **************************************
       3500-LIBERAR-SUCURSALES.
           PERFORM 3510-LIBERAR-UNA THRU F-3510-LIBERAR-UNA
                   VARYING WS-SUB-SUC FROM 1 BY 1
                   UNTIL WS-SUB-SUC GREATER 999.

       F-3500-LIBERAR-SUCURSALES. EXIT.

       3510-LIBERAR-UNA.
           IF NOT WS-RSU-CON-DATOS (WS-SUB-SUC)
              GO TO F-3510-LIBERAR-UNA
           END-IF.

           MOVE WS-RSU-ENTIDAD (WS-SUB-SUC)      TO SRT-ENTIDAD.
           MOVE WS-SUB-SUC                       TO SRT-SUCURSAL.
           MOVE WS-RSU-CONTRIBUCION (WS-SUB-SUC) TO SRT-CONTRIBUCION.
           MOVE WS-RSU-NOMBRE (WS-SUB-SUC)       TO SRT-NOMBRE.
           MOVE WS-RSU-COMISIONES (WS-SUB-SUC)   TO SRT-COMISIONES.
           MOVE WS-RSU-INTERESES (WS-SUB-SUC)    TO SRT-INTERESES.
           MOVE WS-RSU-SEGURO (WS-SUB-SUC)       TO SRT-SEGURO.
           MOVE WS-RSU-DIFCAM (WS-SUB-SUC)       TO SRT-DIFCAM.
           MOVE WS-RSU-PROMEDIO (WS-SUB-SUC)     TO SRT-PROMEDIO.
           MOVE WS-RSU-TRANSFER (WS-SUB-SUC)     TO SRT-TRANSFER.

           RELEASE WORK-SORT-REC.

       F-3510-LIBERAR-UNA. EXIT.

      **************************************
      *                                    *
      *  ESTADO DE CONTRIBUCION POR        *
      *  SUCURSAL EN ORDEN DE ENTIDAD, CON *
      *  SUBTOTAL POR ENTIDAD Y TOTAL      *
      *  BANCO                             *
      *                                    *
      **************************************
       4000-ESTADOS.
           SET WS-NO-FIN-SORT TO TRUE.
           MOVE SPACES TO WS-ENTIDAD-ANT.
           INITIALIZE WS-TOTALES-ENTIDAD
                      WS-TOTALES-BANCO.

           PERFORM 4100-ESTADO-SUCURSAL THRU F-4100-ESTADO-SUCURSAL
                   UNTIL WS-FIN-SORT.

           IF WS-TEN-CANT GREATER ZEROS
              PERFORM 4300-TOTAL-ENTIDAD THRU F-4300-TOTAL-ENTIDAD
           END-IF.

           MOVE WS-TBC-CANT TO WS-TBC-SUCURSALES.
           MOVE WS-LIN-TIT-BANCO TO REG-INFORME.
           PERFORM 9300-GRABAR-INFORME THRU F-9300-GRABAR-INFORME.

           MOVE WS-TBC-COMISIONES   TO WS-EST-COMISIONES.
           MOVE WS-TBC-INTERESES    TO WS-EST-INTERESES.
           MOVE WS-TBC-SEGURO       TO WS-EST-SEGURO.
           MOVE WS-TBC-DIFCAM       TO WS-EST-DIFCAM.
           MOVE WS-TBC-PROMEDIO     TO WS-EST-PROMEDIO.
           MOVE WS-TBC-TRANSFER     TO WS-EST-TRANSFER.
           MOVE WS-TBC-CONTRIBUCION TO WS-EST-CONTRIBUCION.
           PERFORM 4200-IMPRIMIR-ESTADO THRU F-4200-IMPRIMIR-ESTADO.

       F-4000-ESTADOS. EXIT.

       4100-ESTADO-SUCURSAL.
           RETURN WORK-SORT
                  AT END SET WS-FIN-SORT TO TRUE.

           IF WS-FIN-SORT
              GO TO F-4100-ESTADO-SUCURSAL
           END-IF.

           IF SRT-ENTIDAD NOT EQUAL WS-ENTIDAD-ANT
              AND WS-TEN-CANT GREATER ZEROS
              PERFORM 4300-TOTAL-ENTIDAD THRU F-4300-TOTAL-ENTIDAD
           END-IF.
           MOVE SRT-ENTIDAD TO WS-ENTIDAD-ANT.

           MOVE SRT-SUCURSAL TO WS-TSU-SUCURSAL.
           MOVE SRT-NOMBRE   TO WS-TSU-NOMBRE.
           MOVE SRT-ENTIDAD  TO WS-TSU-ENTIDAD.
           MOVE WS-LIN-TIT-SUCURSAL TO REG-INFORME.
           PERFORM 9300-GRABAR-INFORME THRU F-9300-GRABAR-INFORME.

           MOVE SRT-COMISIONES   TO WS-EST-COMISIONES.
           MOVE SRT-INTERESES    TO WS-EST-INTERESES.
           MOVE SRT-SEGURO       TO WS-EST-SEGURO.
           MOVE SRT-DIFCAM       TO WS-EST-DIFCAM.
           MOVE SRT-PROMEDIO     TO WS-EST-PROMEDIO.
           MOVE SRT-TRANSFER     TO WS-EST-TRANSFER.
           MOVE SRT-CONTRIBUCION TO WS-EST-CONTRIBUCION.
           PERFORM 4200-IMPRIMIR-ESTADO THRU F-4200-IMPRIMIR-ESTADO.

           ADD 1                TO WS-TEN-CANT.
           ADD SRT-COMISIONES   TO WS-TEN-COMISIONES.
           ADD SRT-INTERESES    TO WS-TEN-INTERESES.
           ADD SRT-SEGURO       TO WS-TEN-SEGURO.
           ADD SRT-DIFCAM       TO WS-TEN-DIFCAM.
           ADD SRT-PROMEDIO     TO WS-TEN-PROMEDIO.
           ADD SRT-TRANSFER     TO WS-TEN-TRANSFER.
           ADD SRT-CONTRIBUCION TO WS-TEN-CONTRIBUCION.

       F-4100-ESTADO-SUCURSAL. EXIT.

      **************************************
      *                                    *
      *  RENGLONES DEL ESTADO DE           *
      *  CONTRIBUCION ARMADO EN WS-ESTADO  *
      *                                    *
      **************************************
       4200-IMPRIMIR-ESTADO.
           MOVE 'COMISIONES COBRADAS                 ' TO WS-REN-TEXTO.
           MOVE WS-EST-COMISIONES TO WS-REN-IMPORTE.
           MOVE WS-LIN-RENGLON TO REG-INFORME.
           PERFORM 9300-GRABAR-INFORME THRU F-9300-GRABAR-INFORME.

           MOVE 'INTERESES PAGADOS (-)               ' TO WS-REN-TEXTO.
           MOVE WS-EST-INTERESES TO WS-REN-IMPORTE.
           MOVE WS-LIN-RENGLON TO REG-INFORME.
           PERFORM 9300-GRABAR-INFORME THRU F-9300-GRABAR-INFORME.

           MOVE 'APORTE FONDO DE GARANTIA (-)        ' TO WS-REN-TEXTO.
           MOVE WS-EST-SEGURO TO WS-REN-IMPORTE.
           MOVE WS-LIN-RENGLON TO REG-INFORME.
           PERFORM 9300-GRABAR-INFORME THRU F-9300-GRABAR-INFORME.

           MOVE 'RESULTADO POR DIFERENCIA DE CAMBIO  ' TO WS-REN-TEXTO.
           MOVE WS-EST-DIFCAM TO WS-REN-IMPORTE.
           MOVE WS-LIN-RENGLON TO REG-INFORME.
           PERFORM 9300-GRABAR-INFORME THRU F-9300-GRABAR-INFORME.

           MOVE 'DEPOSITO PROMEDIO DEL MES           ' TO WS-REN-TEXTO.
           MOVE WS-EST-PROMEDIO TO WS-REN-IMPORTE.
           MOVE WS-LIN-RENGLON TO REG-INFORME.
           PERFORM 9300-GRABAR-INFORME THRU F-9300-GRABAR-INFORME.

           MOVE 'CREDITO POR FONDOS TRANSFERIDOS     ' TO WS-REN-TEXTO.
           MOVE WS-EST-TRANSFER TO WS-REN-IMPORTE.
           MOVE WS-LIN-RENGLON TO REG-INFORME.
           PERFORM 9300-GRABAR-INFORME THRU F-9300-GRABAR-INFORME.

           MOVE 'CONTRIBUCION                        ' TO WS-REN-TEXTO.
           MOVE WS-EST-CONTRIBUCION TO WS-REN-IMPORTE.
           MOVE WS-LIN-RENGLON TO REG-INFORME.
           PERFORM 9300-GRABAR-INFORME THRU F-9300-GRABAR-INFORME.

           MOVE WS-LIN-BLANCA TO REG-INFORME.
           PERFORM 9300-GRABAR-INFORME THRU F-9300-GRABAR-INFORME.

       F-4200-IMPRIMIR-ESTADO. EXIT.

      **************************************
      *                                    *
      *  SUBTOTAL DE LA ENTIDAD QUE SE     *
      *  CIERRA Y PASE AL TOTAL BANCO      *
      *                                    *
      **************************************
       4300-TOTAL-ENTIDAD.
           MOVE WS-ENTIDAD-ANT TO WS-TEN-ENTIDAD.
           MOVE WS-TEN-CANT    TO WS-TEN-SUCURSALES.
           MOVE WS-LIN-TIT-ENTIDAD TO REG-INFORME.
           PERFORM 9300-GRABAR-INFORME THRU F-9300-GRABAR-INFORME.

           MOVE WS-TEN-COMISIONES   TO WS-EST-COMISIONES.
           MOVE WS-TEN-INTERESES    TO WS-EST-INTERESES.
           MOVE WS-TEN-SEGURO       TO WS-EST-SEGURO.
           MOVE WS-TEN-DIFCAM       TO WS-EST-DIFCAM.
           MOVE WS-TEN-PROMEDIO     TO WS-EST-PROMEDIO.
           MOVE WS-TEN-TRANSFER     TO WS-EST-TRANSFER.
           MOVE WS-TEN-CONTRIBUCION TO WS-EST-CONTRIBUCION.
           PERFORM 4200-IMPRIMIR-ESTADO THRU F-4200-IMPRIMIR-ESTADO.

           ADD WS-TEN-CANT         TO WS-TBC-CANT.
           ADD WS-TEN-COMISIONES   TO WS-TBC-COMISIONES.
           ADD WS-TEN-INTERESES    TO WS-TBC-INTERESES.
           ADD WS-TEN-SEGURO       TO WS-TBC-SEGURO.
           ADD WS-TEN-DIFCAM       TO WS-TBC-DIFCAM.
           ADD WS-TEN-PROMEDIO     TO WS-TBC-PROMEDIO.
           ADD WS-TEN-TRANSFER     TO WS-TBC-TRANSFER.
           ADD WS-TEN-CONTRIBUCION TO WS-TBC-CONTRIBUCION.

           INITIALIZE WS-TOTALES-ENTIDAD.

       F-4300-TOTAL-ENTIDAD. EXIT.

      **************************************
      *                                    *
      *  RANKING DEL BANCO: SUCURSALES DE  *
      *  MAYOR A MENOR CONTRIBUCION        *
      *                                    *
      **************************************
       5000-RANKING.
           SET WS-NO-FIN-SORT TO TRUE.
           MOVE ZEROS TO WS-CANT-RANKING.

           MOVE WS-LIN-TIT-RANKING TO REG-INFORME.
           PERFORM 9300-GRABAR-INFORME THRU F-9300-GRABAR-INFORME.
           MOVE WS-LIN-CAB-RANKING TO REG-INFORME.
           PERFORM 9300-GRABAR-INFORME THRU F-9300-GRABAR-INFORME.

           PERFORM 5100-LINEA-RANKING THRU F-5100-LINEA-RANKING
                   UNTIL WS-FIN-SORT.

       F-5000-RANKING. EXIT.

       5100-LINEA-RANKING.
           RETURN WORK-SORT
                  AT END SET WS-FIN-SORT TO TRUE.

           IF WS-FIN-SORT
              GO TO F-5100-LINEA-RANKING
           END-IF.

           ADD 1 TO WS-CANT-RANKING.
           MOVE WS-CANT-RANKING  TO WS-RAN-POSICION.
           MOVE SRT-SUCURSAL     TO WS-RAN-SUCURSAL.
           MOVE SRT-NOMBRE       TO WS-RAN-NOMBRE.
           MOVE SRT-ENTIDAD      TO WS-RAN-ENTIDAD.
           MOVE SRT-PROMEDIO     TO WS-RAN-PROMEDIO.
           MOVE SRT-CONTRIBUCION TO WS-RAN-CONTRIB.
           MOVE WS-LIN-RANKING   TO REG-INFORME.
           PERFORM 9300-GRABAR-INFORME THRU F-9300-GRABAR-INFORME.

       F-5100-LINEA-RANKING. EXIT.

      **************************************
      *                                    *
      *  BUSCA LA COTIZACION VIGENTE PARA  *
      *  UNA MONEDA A UNA FECHA: LA DE     *
      *  MAYOR FECHA DE VIGENCIA QUE NO    *
      *  SUPERE LA FECHA PEDIDA            *
      *                                    *
      **************************************
       5500-BUSCAR-COTIZ.
           SET WS-COTIZ-NO-HALLADA TO TRUE.
           MOVE ZEROS TO WS-BUS-COTIZ.
           MOVE ZEROS TO WS-BUS-MEJOR-FEC.

           PERFORM 5510-EXAMINAR-VIGENCIA
                     THRU F-5510-EXAMINAR-VIGENCIA
                   VARYING WS-SUB-VIG FROM 1 BY 1
                   UNTIL WS-SUB-VIG GREATER WS-CANT-VIGENCIAS.

       F-5500-BUSCAR-COTIZ. EXIT.

       5510-EXAMINAR-VIGENCIA.
           IF WS-VIG-MONEDA (WS-SUB-VIG) EQUAL WS-BUS-MONEDA AND
              WS-VIG-FECHA (WS-SUB-VIG) NOT GREATER WS-BUS-FECHA
              IF WS-COTIZ-NO-HALLADA OR
                 WS-VIG-FECHA (WS-SUB-VIG) GREATER WS-BUS-MEJOR-FEC
                 SET WS-COTIZ-HALLADA TO TRUE
                 MOVE WS-VIG-FECHA (WS-SUB-VIG)
                                   TO WS-BUS-MEJOR-FEC
                 MOVE WS-VIG-COTIZ (WS-SUB-VIG)
                                   TO WS-BUS-COTIZ
              END-IF
           END-IF.

       F-5510-EXAMINAR-VIGENCIA. EXIT.

      **************************************
      *                                    *
      *  GRABACION DE LINEAS DEL INFORME   *
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

      **************************************
      *                                    *
      *  RESUMEN DE CONTROL Y CIERRE DE    *
      *  FILES                             *
      *                                    *
      **************************************
       9999-FINAL.
           IF WS-INF-CODE IS NOT EQUAL '00'
              GO TO F-9999-FINAL
           END-IF.

           MOVE WS-LIN-BLANCA TO REG-INFORME.
           PERFORM 9300-GRABAR-INFORME THRU F-9300-GRABAR-INFORME.

           MOVE 'ASIENTOS LEIDOS                       '
                                     TO WS-RES-TEXTO.
           MOVE WS-CANT-GL-LEIDOS    TO WS-RES-VALOR.
           PERFORM 9400-LINEA-RESUMEN THRU F-9400-LINEA-RESUMEN.
           MOVE 'ASIENTOS TOMADOS EN LA CONTRIBUCION   '
                                     TO WS-RES-TEXTO.
           MOVE WS-CANT-GL-TOMADOS   TO WS-RES-VALOR.
           PERFORM 9400-LINEA-RESUMEN THRU F-9400-LINEA-RESUMEN.
           MOVE 'ASIENTOS DE OTRO PERIODO              '
                                     TO WS-RES-TEXTO.
           MOVE WS-CANT-GL-FUERA     TO WS-RES-VALOR.
           PERFORM 9400-LINEA-RESUMEN THRU F-9400-LINEA-RESUMEN.
           MOVE 'ASIENTOS SIN CENTRO DE COSTO          '
                                     TO WS-RES-TEXTO.
           MOVE WS-CANT-GL-SIN-SUC   TO WS-RES-VALOR.
           PERFORM 9400-LINEA-RESUMEN THRU F-9400-LINEA-RESUMEN.
           MOVE 'ASIENTOS SIN COTIZACION               '
                                     TO WS-RES-TEXTO.
           MOVE WS-CANT-SIN-COTIZ    TO WS-RES-VALOR.
           PERFORM 9400-LINEA-RESUMEN THRU F-9400-LINEA-RESUMEN.
           MOVE 'DIAS DE HISTOR TOMADOS                '
                                     TO WS-RES-TEXTO.
           MOVE WS-CANT-HIS-TOMADOS  TO WS-RES-VALOR.
           PERFORM 9400-LINEA-RESUMEN THRU F-9400-LINEA-RESUMEN.
           MOVE 'SUCURSALES SIN MAESTRO                '
                                     TO WS-RES-TEXTO.
           MOVE WS-CANT-SIN-MAESTRO  TO WS-RES-VALOR.
           PERFORM 9400-LINEA-RESUMEN THRU F-9400-LINEA-RESUMEN.

           CLOSE GLMES
                 HISTOR
                 INFORME.

           IF WS-HAY-SUCMAE
              CLOSE SUCMAE
           END-IF.

       F-9999-FINAL. EXIT.
