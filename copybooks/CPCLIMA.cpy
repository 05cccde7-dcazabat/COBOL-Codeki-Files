      *****************************************************************
      *  CPCLIMA                                                      *
      *  LAY-OUT COMPARTIDO DEL REGISTRO DEL MAESTRO DE CLIENTES      *
      *  CLIMAE (KSDS, CLAVE CLI-CLIENTE), 240 POSICIONES. TODOS LOS  *
      *  PROGRAMAS QUE LEEN O GRABAN CLIMAE LO COPIAN BAJO LA FD (O   *
      *  EN WORKING-STORAGE LOS PROGRAMAS EN LINEA). LAS PRIMERAS 80  *
      *  POSICIONES SON LAS DEL REGISTRO ANTERIOR SIN CAMBIOS.        *
      *                                                               *
      *  CLI-EMAIL Y CLI-TELEFONO SON LOS MEDIOS DE CONTACTO PARA LOS *
      *  AVISOS AL CLIENTE (PGMNOTIF); EN BLANCO, NO INFORMADOS.      *
      *  CLI-NO-NOTIFICAR EN 'S' ES EL CLIENTE QUE PIDIO NO RECIBIR   *
      *  AVISOS. CLI-CLIENTE-DESTINO Y CLI-FECHA-FUSION SOLO TIENEN   *
      *  VALOR EN LOS CLIENTES FUSIONADOS (ESTADO 'F').               *
      *                                                               *
      *  CLI-DOMICILIO ES EL DOMICILIO POSTAL DEL CLIENTE PARA LA     *
      *  CORRESPONDENCIA EN PAPEL (CARTAS DE CONFIRMACION DE SALDOS   *
      *  DE PGMCONFM); EL CODIGO POSTAL ES EL CPA, QUE YA IDENTIFICA  *
      *  LA PROVINCIA. SE CARGA CON LA NOVEDAD P DE PGMCLIMA.         *
      *****************************************************************
       01  REG-CLIMAE.
           03  CLI-CLIENTE         PIC 9(08).
           03  CLI-NOMBRE          PIC X(30).
           03  CLI-CUIT            PIC X(11).
           03  CLI-ESTADO          PIC X(01).
               88  CLI-ACTIVO               VALUE 'A'.
               88  CLI-BAJA                 VALUE 'B'.
               88  CLI-FUSIONADO            VALUE 'F'.
           03  CLI-FECHA-ALTA      PIC 9(08).
           03  FILLER              PIC X(02).
           03  CLI-CLIENTE-DESTINO PIC 9(08).
           03  CLI-FECHA-FUSION    PIC 9(08).
           03  FILLER              PIC X(04).
           03  CLI-EMAIL           PIC X(50).
           03  CLI-TELEFONO        PIC X(15).
           03  CLI-NO-NOTIFICAR    PIC X(01).
               88  CLI-SIN-AVISOS           VALUE 'S'.
               88  CLI-CON-AVISOS           VALUE 'N' ' '.
           03  FILLER              PIC X(14).
           03  CLI-DOMICILIO.
               05  CLI-DOM-CALLE       PIC X(35).
               05  CLI-DOM-LOCALIDAD   PIC X(25).
               05  CLI-DOM-COD-POSTAL  PIC X(08).
           03  FILLER              PIC X(12).
