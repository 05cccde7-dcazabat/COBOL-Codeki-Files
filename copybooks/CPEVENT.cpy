      *****************************************************************
      *  CPEVENT                                                      *
      *  LAY-OUT DEL EVENTO DE CUENTA PARA LOS AVISOS AL CLIENTE      *
      *  (ARCHIVO SECUENCIAL EVENTOS, DDEVENTO, 80 POSICIONES). CADA  *
      *  PROGRAMA QUE ORIGINA UN EVENTO GRABA SU PROPIO ARCHIVO DEL   *
      *  DIA Y PGMNOTIF LOS LEE CONCATENADOS.                         *
      *                                                               *
      *  EVT-CLAVE IDENTIFICA EL HECHO (CUENTA + EVENTO + FECHA DE    *
      *  REFERENCIA): EL MISMO HECHO INFORMADO DOS VECES (REPROCESO   *
      *  DEL PROGRAMA QUE LO ORIGINA) SE AVISA UNA SOLA VEZ.          *
      *  EVT-FECHA-REF ES LA FECHA DEL HECHO (PARA LA COMISION, EL    *
      *  PRIMER DIA DEL MES COBRADO; PARA LA INACTIVIDAD, LA FECHA    *
      *  DEL ULTIMO MOVIMIENTO). EVT-IMPORTE Y EVT-MONEDA SON LOS DEL *
      *  HECHO (MONTO TRABADO, EXCESO, COMISION), CERO SI NO APLICA.  *
      *  EVT-REFERENCIA LLEVA EL EXPEDIENTE EN LOS EMBARGOS.          *
      *****************************************************************
       01  REG-EVENTO.
           03  EVT-CLAVE.
               05  EVT-SUCURSAL    PIC 9(03).
               05  EVT-CUENTA      PIC 9(08).
               05  EVT-CODIGO      PIC X(02).
                   88  EVT-EMBARGO-TRABA     VALUE 'ET'.
                   88  EVT-EMBARGO-LEVANTA   VALUE 'EL'.
                   88  EVT-EXCESO-DIA-1      VALUE 'X1'.
                   88  EVT-EXCESO-DIA-30     VALUE 'X3'.
                   88  EVT-COMISION          VALUE 'CO'.
                   88  EVT-APERTURA          VALUE 'AP'.
                   88  EVT-INACTIVA          VALUE 'DO'.
               05  EVT-FECHA-REF   PIC 9(08).
           03  EVT-FECHA           PIC 9(08).
           03  EVT-IMPORTE         PIC S9(09)V99.
           03  EVT-MONEDA          PIC 9(02).
           03  EVT-REFERENCIA      PIC X(12).
           03  EVT-PROGRAMA        PIC X(08).
           03  FILLER              PIC X(18).
