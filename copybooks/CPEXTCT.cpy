      *****************************************************************
      *  CPEXTCT                                                      *
      *  LAY-OUT DEL REGISTRO DE CONTROL EXTCTL DEL EXTRACTO DE       *
      *  CUENTAS CTAEXT (SECUENCIAL, UN SOLO REGISTRO DE 100          *
      *  POSICIONES). LO GRABA PGMBARRE AL TERMINAR EL BARRIDO Y LO   *
      *  LEE LA SUBRUTINA EXTCHK ANTES DE QUE CUALQUIER INFORME TOME  *
      *  EL EXTRACTO.                                                 *
      *                                                               *
      *  ECT-ESTADO:                                                  *
      *     'C'  CONCILIADO: LAS CUENTAS ACTIVAS MAS LOS PLAZOS FIJOS *
      *          VIGENTES CIERRAN CONTRA SUCTOT POR SUCURSAL          *
      *          (CANTIDADES EXACTAS, IMPORTES DENTRO DE LA           *
      *          TOLERANCIA DEL PARM)                                 *
      *     'D'  DESCUADRADO CONTRA SUCTOT                            *
      *     'I'  INCOMPLETO: EL BARRIDO TERMINO CON ERROR DE ARCHIVO  *
      *  ECT-CANT-REGISTROS ES LO GRABADO EN CTAEXT; EL INFORME QUE   *
      *  LEE MENOS (O MAS) REGISTROS TIENE UN EXTRACTO TRUNCADO.      *
      *****************************************************************
       01  REG-EXTCTL.
           03  ECT-FECHA-PROCESO   PIC 9(08).
           03  ECT-ESTADO          PIC X(01).
               88  ECT-CONCILIADO           VALUE 'C'.
               88  ECT-DESCUADRADO          VALUE 'D'.
               88  ECT-INCOMPLETO           VALUE 'I'.
           03  ECT-FECHA-GRABACION PIC 9(08).
           03  ECT-HORA-GRABACION  PIC 9(08).
           03  ECT-CANT-REGISTROS  PIC 9(09).
           03  ECT-CANT-ACTIVAS    PIC 9(09).
           03  ECT-IMP-ACTIVAS     PIC S9(13)V99.
           03  ECT-CANT-SIN-COTIZ  PIC 9(07).
           03  ECT-CANT-SUCURSALES PIC 9(05).
           03  ECT-CANT-DESVIOS    PIC 9(05).
           03  ECT-TOLERANCIA      PIC 9(07)V99.
           03  FILLER              PIC X(16).
