      *****************************************************************
      *  CPCTAMA                                                      *
      *  LAY-OUT COMPARTIDO DEL REGISTRO DEL MAESTRO DE CUENTAS       *
      *  CTAMAE (KSDS, CLAVE CTA-CLAVE = SUCURSAL + CUENTA), 150      *
      *  POSICIONES. TODOS LOS PROGRAMAS QUE LEEN O GRABAN CTAMAE LO  *
      *  COPIAN BAJO LA FD (O EN WORKING-STORAGE LOS PROGRAMAS EN     *
      *  LINEA). LAS PRIMERAS 50 POSICIONES SON LAS DEL REGISTRO      *
      *  ANTERIOR SIN CAMBIOS; LOS CAMPOS NUEVOS SE TOMAN DEL FILLER  *
      *  FINAL, QUE SE RESERVA PARA CRECER.                           *
      *                                                               *
      *  CTA-FECHA-CIERRE Y CTA-MOTIVO-CIERRE QUEDAN EN CERO MIENTRAS *
      *  LA CUENTA ESTE ABIERTA. CTA-CLIENTE EN CERO ES CUENTA SIN    *
      *  TITULAR INFORMADO EN EL MAESTRO (VER CLIXRF). CTA-PRODUCTO   *
      *  ES LINEA (CA CAJA DE AHORRO, CC CUENTA CORRIENTE) + MONEDA.  *
      *                                                               *
      *  CTA-SALDO-ORIGEN ES EL ULTIMO SALDO QUE TRAJO LA ENTRADA     *
      *  VALIDADA DEL SISTEMA DE ORIGEN: PGMCTAMA SUMA A CTA-IMPORTE  *
      *  LA DIFERENCIA CONTRA ESTE CAMPO Y LO REEMPLAZA. CTA-IMPORTE  *
      *  ES ESE SALDO MAS LO QUE IMPUTA PGMPOSTE; LOS CONTROLES       *
      *  CONTRA SUCTOT (PGMBARRE, PGMCONCI) TOMAN CTA-SALDO-ORIGEN.   *
      *  EN REGISTROS ANTERIORES AL CAMPO (NO NUMERICO) PGMCTAMA LO   *
      *  INICIA CON LA PROXIMA ENTRADA SIN TOCAR EL SALDO.            *
      *****************************************************************
       01  REG-CTAMAE.
           03  CTA-CLAVE.
               05  CTA-SUCURSAL    PIC 9(03).
               05  CTA-CUENTA      PIC 9(08).
           03  CTA-TIPO            PIC 9(01).
           03  CTA-ESTADO          PIC 9(01).
               88  CTA-ACTIVA                VALUE 0.
               88  CTA-BAJA                  VALUE 1.
               88  CTA-EMBARGADA             VALUE 2.
           03  CTA-IMPORTE         PIC S9(07)V99.
           03  CTA-FECHA-ULT-MOV   PIC 9(08).
           03  CTA-FECHA-ACTUAL    PIC 9(08).
           03  CTA-MONEDA          PIC 9(02).
           03  CTA-LIMITE-GIRO     PIC 9(07)V99.
           03  CTA-EXENTA-COMISION PIC X(01).
               88  CTA-COMISION-EXENTA      VALUE 'S'.
           03  CTA-FECHA-APERTURA  PIC 9(08).
           03  CTA-FECHA-CIERRE    PIC 9(08).
           03  CTA-MOTIVO-CIERRE   PIC 9(02).
           03  CTA-PRODUCTO.
               05  CTA-PRO-LINEA   PIC X(02).
                   88  CTA-PRO-CAJA-AHORRO  VALUE 'CA'.
                   88  CTA-PRO-CTA-CTE      VALUE 'CC'.
               05  CTA-PRO-MONEDA  PIC 9(02).
           03  CTA-CLIENTE         PIC 9(08).
           03  CTA-SALDO-ORIGEN    PIC S9(07)V99.
           03  FILLER              PIC X(61).
