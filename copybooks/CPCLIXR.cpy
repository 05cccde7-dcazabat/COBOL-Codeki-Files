      *****************************************************************
      *  CPCLIXR                                                      *
      *  LAY-OUT COMPARTIDO DEL REGISTRO DEL CRUCE CLIENTE-CUENTA     *
      *  CLIXRF (KSDS, CLAVE XRF-CLAVE = CLIENTE + SUCURSAL +         *
      *  CUENTA), 40 POSICIONES. TODOS LOS PROGRAMAS BATCH QUE LEEN O *
      *  GRABAN CLIXRF LO COPIAN BAJO LA FD; LA CONSULTA EN LINEA     *
      *  PGMCONCU LO COPIA EN WORKING-STORAGE COMO AREA DEL READNEXT  *
      *  POR EL PATH CLIXRFC. LAS PRIMERAS 28 POSICIONES SON LAS DEL  *
      *  REGISTRO ANTERIOR SIN CAMBIOS; LOS CAMPOS DE TITULARIDAD SE  *
      *  TOMAN DEL FILLER FINAL.                                      *
      *                                                               *
      *  XRF-ROL ES EL CARACTER DEL CLIENTE EN LA CUENTA: P TITULAR   *
      *  PRINCIPAL, C COTITULAR, F FIRMANTE AUTORIZADO Y T TUTOR O    *
      *  CURADOR. SOLO P Y C SON DUENOS DEL SALDO: XRF-PARTICIPACION  *
      *  ES SU PORCENTAJE Y ENTRE TODOS LOS VINCULOS VIGENTES DE LA   *
      *  CUENTA DEBE SUMAR 100; F Y T VAN CON PARTICIPACION CERO.     *
      *  XRF-REGLA-FIRMA DICE SI EL CLIENTE FIRMA SOLO (I INDISTINTA) *
      *  O JUNTO CON OTRO (C CONJUNTA). SE MANTIENEN CON LAS          *
      *  NOVEDADES V Y R DE PGMCLIMA.                                 *
      *                                                               *
      *  LOS VINCULOS ANTERIORES A ESTOS CAMPOS TIENEN EL ROL EN      *
      *  BLANCO (SIN INFORMAR) Y LA PARTICIPACION NO NUMERICA; LOS    *
      *  PROGRAMAS LOS TRATAN COMO DE TITULAR UNICO DUENO DEL SALDO.  *
      *****************************************************************
       01  REG-CLIXRF.
           03  XRF-CLAVE.
               05  XRF-CLIENTE     PIC 9(08).
               05  XRF-SUCURSAL    PIC 9(03).
               05  XRF-CUENTA      PIC 9(08).
           03  XRF-ESTADO          PIC X(01).
               88  XRF-VIGENTE              VALUE 'V'.
               88  XRF-DESVINCULADO         VALUE 'D'.
           03  XRF-FECHA           PIC 9(08).
           03  XRF-ROL             PIC X(01).
               88  XRF-TITULAR-PRINCIPAL    VALUE 'P'.
               88  XRF-COTITULAR            VALUE 'C'.
               88  XRF-FIRMANTE             VALUE 'F'.
               88  XRF-TUTOR                VALUE 'T'.
               88  XRF-ROL-SIN-INFORMAR     VALUE ' '.
               88  XRF-ROL-DUENO            VALUE 'P' 'C'.
               88  XRF-ROL-VALIDO           VALUE 'P' 'C' 'F' 'T'.
           03  XRF-PARTICIPACION   PIC 9(03)V99.
           03  XRF-REGLA-FIRMA     PIC X(01).
               88  XRF-FIRMA-INDISTINTA     VALUE 'I'.
               88  XRF-FIRMA-CONJUNTA       VALUE 'C'.
               88  XRF-REGLA-VALIDA         VALUE 'I' 'C'.
           03  FILLER              PIC X(05).
