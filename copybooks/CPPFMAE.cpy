      *****************************************************************
      *  CPPFMAE                                                      *
      *  LAY-OUT DEL MAESTRO DE PLAZOS FIJOS PFMAE (KSDS, CLAVE       *
      *  PF-CLAVE = SUCURSAL + CERTIFICADO), 100 POSICIONES. LO DA DE *
      *  ALTA LA COLOCACION (PGMPFCOL) Y LO ACTUALIZA EL PROCESO      *
      *  DIARIO DE VENCIMIENTOS (PGMPFVEN); LO LEEN ADEMAS LOS QUE    *
      *  ATAN CONTRA SUCTOT (PGMREGDE, PGMCONCI).                     *
      *                                                               *
      *  EL CERTIFICADO SALE DE LA MISMA NUMERACION DE LA SUCURSAL    *
      *  (NUMCTL) QUE LAS CUENTAS, ASI NUNCA CHOCA CON UNA CUENTA EN  *
      *  EL LAYOUT CPSUCU DONDE EL PLAZO FIJO VA COMO TIPO 3.         *
      *  PF-CTA-CLAVE ES LA CUENTA DE CTAMAE DE LA QUE SE DEBITO EL   *
      *  CAPITAL Y EN LA QUE SE ACREDITA AL VENCIMIENTO.              *
      *                                                               *
      *  PF-TASA ES LA TASA NOMINAL ANUAL EN PORCENTAJE Y PF-PLAZO    *
      *  LOS DIAS CORRIDOS PACTADOS. PF-FECHA-VENCIMIENTO YA VIENE    *
      *  CORRIDA AL HABIL SIGUIENTE SEGUN CALEND. PF-FECHA-COLOCACION *
      *  ES LA DEL PERIODO EN CURSO (SE MUEVE EN CADA RENOVACION).    *
      *  PF-INSTRUCCION DICE QUE HACER AL VENCIMIENTO:                *
      *     'A'  ACREDITAR CAPITAL MAS INTERESES Y CANCELAR           *
      *     'C'  ACREDITAR LOS INTERESES Y RENOVAR EL CAPITAL         *
      *     'T'  RENOVAR CAPITAL MAS INTERESES                        *
      *****************************************************************
       01  REG-PFMAE.
           03  PF-CLAVE.
               05  PF-SUCURSAL     PIC 9(03).
               05  PF-CERTIFICADO  PIC 9(08).
           03  PF-CTA-CLAVE.
               05  PF-CTA-SUCURSAL PIC 9(03).
               05  PF-CTA-CUENTA   PIC 9(08).
           03  PF-CAPITAL          PIC S9(07)V99.
           03  PF-MONEDA           PIC 9(02).
           03  PF-TASA             PIC 9(03)V9(04).
           03  PF-PLAZO            PIC 9(03).
           03  PF-FECHA-COLOCACION PIC 9(08).
           03  PF-FECHA-VENCIMIENTO PIC 9(08).
           03  PF-INSTRUCCION      PIC X(01).
               88  PF-ACREDITAR             VALUE 'A'.
               88  PF-RENOVAR-CAPITAL       VALUE 'C'.
               88  PF-RENOVAR-TOTAL         VALUE 'T'.
           03  PF-ESTADO           PIC X(01).
               88  PF-VIGENTE               VALUE 'V'.
               88  PF-CANCELADO             VALUE 'C'.
           03  PF-FECHA-ALTA       PIC 9(08).
           03  PF-FECHA-CANCELACION PIC 9(08).
           03  PF-ULT-INTERES      PIC S9(07)V99.
           03  PF-CANT-RENOVACIONES PIC 9(03).
           03  FILLER              PIC X(11).
