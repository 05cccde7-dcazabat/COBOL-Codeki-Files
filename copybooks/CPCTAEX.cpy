      *****************************************************************
      *  CPCTAEX                                                      *
      *  LAY-OUT DEL EXTRACTO NOCTURNO DE CUENTAS CTAEXT (SECUENCIAL, *
      *  200 POSICIONES), QUE GRABA EL BARRIDO PGMBARRE CON UNA SOLA  *
      *  LECTURA DE CTAMAE. VIENE EN ORDEN DE SUCURSAL + CUENTA Y     *
      *  TRAE TODAS LAS CUENTAS DEL MAESTRO, TAMBIEN LAS DADAS DE     *
      *  BAJA: CADA INFORME FILTRA LAS QUE LE CORRESPONDEN.           *
      *                                                               *
      *  EXT-REG-CTAMAE ES LA IMAGEN DEL REGISTRO DE CTAMAE TAL COMO  *
      *  SE LEYO; LOS PROGRAMAS LA MUEVEN A REG-CTAMAE (COPY CPCTAMA  *
      *  EN WORKING-STORAGE) Y SIGUEN TRABAJANDO CON LOS CAMPOS CTA-. *
      *  LO QUE SIGUE YA VIENE RESUELTO POR EL BARRIDO:               *
      *    EXT-ENTIDAD        ENTIDAD LEGAL DE LA SUCURSAL (SUCMAE,   *
      *                       'BCO' SI NO ESTA INFORMADA)             *
      *    EXT-COTIZACION     COTIZACION DE RATES VIGENTE A LA FECHA  *
      *                       DE PROCESO PARA LA MONEDA DE LA CUENTA  *
      *    EXT-IMPORTE-PESOS  CTA-IMPORTE EN PESOS EQUIVALENTES; SIN  *
      *                       COTIZACION VA EL IMPORTE ORIGINAL Y LA  *
      *                       MARCA EXT-SIN-COTIZACION                *
      *    EXT-FECHA-PROCESO  FECHA DE PROCESO DEL BARRIDO            *
      *    EXT-ORIGEN-PESOS   CTA-SALDO-ORIGEN (ULTIMO SALDO DE LA    *
      *                       ENTRADA, SIN LO IMPUTADO POR PGMPOSTE)  *
      *                       EN PESOS; ES LO QUE SE ATA CONTRA       *
      *                       SUCTOT. CERO SI LA CUENTA TODAVIA NO LO *
      *                       TIENE INFORMADO                         *
      *                                                               *
      *  EL REGISTRO DE CONTROL DEL EXTRACTO ESTA EN CPEXTCT.         *
      *****************************************************************
       01  REG-CTAEXT.
           03  EXT-REG-CTAMAE      PIC X(150).
           03  EXT-ENTIDAD         PIC X(03).
           03  EXT-COTIZACION      PIC 9(05)V9(04).
           03  EXT-IMPORTE-PESOS   PIC S9(09)V99.
           03  EXT-FECHA-PROCESO   PIC 9(08).
           03  EXT-MARCA-COTIZ     PIC X(01).
               88  EXT-CON-COTIZACION       VALUE 'S'.
               88  EXT-SIN-COTIZACION       VALUE 'N'.
           03  EXT-ORIGEN-PESOS    PIC S9(09)V99.
           03  FILLER              PIC X(07).
