      *****************************************************************
      *  CPCONFM                                                      *
      *  LAY-OUT DEL SEGUIMIENTO DE CARTAS DE CONFIRMACION DE SALDOS  *
      *  PARA LA AUDITORIA EXTERNA CONFTRK (KSDS, CLAVE CNF-CLAVE =   *
      *  FECHA DE CORTE + SUCURSAL + CUENTA + CLIENTE), 150           *
      *  POSICIONES. PGMCONFM GRABA UN REGISTRO POR CARTA EMITIDA     *
      *  (ESTADO 'E') Y PGMCONFR LO ACTUALIZA CON LA RESPUESTA.       *
      *                                                               *
      *  LA CLAVE COMPLETA ES LA REFERENCIA IMPRESA EN LA CARTA, LA   *
      *  QUE EL CLIENTE DEVUELVE CON SU RESPUESTA. CNF-SALDO ES EL    *
      *  SALDO DE CTAMAE INFORMADO EN LA CARTA; CNF-SALDO-CLIENTE Y   *
      *  CNF-DIFERENCIA (SALDO DEL CLIENTE MENOS SALDO DEL BANCO)     *
      *  SOLO TIENEN VALOR EN LAS RESPUESTAS DISCONFORMES.            *
      *  CNF-SELECCION DICE POR QUE SE ELIGIO LA CUENTA: 'U' SALDO    *
      *  SOBRE EL UMBRAL DEL PARM, 'M' SORTEADA EN SU ESTRATO         *
      *  (SUCURSAL + CNF-BANDA DE SALDO).                             *
      *****************************************************************
       01  REG-CONFTRK.
           03  CNF-CLAVE.
               05  CNF-FECHA-CORTE     PIC 9(08).
               05  CNF-SUCURSAL        PIC 9(03).
               05  CNF-CUENTA          PIC 9(08).
               05  CNF-CLIENTE         PIC 9(08).
           03  CNF-MONEDA              PIC 9(02).
           03  CNF-SALDO               PIC S9(09)V99.
           03  CNF-BANDA               PIC 9(01).
           03  CNF-SELECCION           PIC X(01).
               88  CNF-POR-UMBRAL               VALUE 'U'.
               88  CNF-POR-MUESTRA              VALUE 'M'.
           03  CNF-FECHA-EMISION       PIC 9(08).
           03  CNF-ESTADO              PIC X(01).
               88  CNF-EMITIDA                  VALUE 'E'.
               88  CNF-CONFORME                 VALUE 'C'.
               88  CNF-DISCONFORME              VALUE 'D'.
               88  CNF-NO-ENTREGADA             VALUE 'N'.
           03  CNF-FECHA-RESPUESTA     PIC 9(08).
           03  CNF-SALDO-CLIENTE       PIC S9(09)V99.
           03  CNF-DIFERENCIA          PIC S9(09)V99.
           03  CNF-NOMBRE              PIC X(30).
           03  CNF-OBSERVACION         PIC X(30).
           03  FILLER                  PIC X(09).
