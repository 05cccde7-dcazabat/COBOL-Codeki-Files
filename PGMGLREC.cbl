      **********************************************************
      *                                                        *
      *  CONCILIACION DE LA INTERFASE CONTABLE: CRUZA LOS      *
      *  ASIENTOS DEL LOTE CONSOLIDADO DEL DIA (GLCONS, QUE    *
      *  ARMA PGMGLCON CON LOS GLPOST DE TODOS LOS PROGRAMAS   *
      *  Y SE RECIBE POR DDGLPOST) CONTRA EL                   *
      *  ARCHIVO NOCTURNO DE CONFIRMACIONES DEL MAYOR (GLACK), *
      *  APAREANDO POR CENTRO DE COSTO (SUCURSAL), FECHA E     *
      *  IMPORTE.                                              *
      **********************************************************
      *  FECHA   *    DETALLE        * COD *
      **************************************
      *14/10/2026* CONCILIA EL LOTE  * 001 *
      *          * CONSOLIDADO GLCONS*     *
      *          *                   *     *
      *          *                   *     *
      **************************************
