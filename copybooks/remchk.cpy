      * COPYBOOK: REMCHK
      * DESCRIPCION: Registro del fichero de control de remesas
      *              (REMCHK), compartido por BANCO-PROCESA-RECIBOS
      *              (tipo R), BANCO-PROCESA-ENTRANTES (tipo E),
      *              BANCO-PROCESA-TARJETAS (tipo T) y
      *              BANCO-PAGOS-MASIVOS (tipo P), con
      *              la misma idea que el checkpoint INGCHK de las
      *              sesiones de ingresos. La remesa se identifica por
      *              su huella: tipo, origen (primer presentador del
      *              fichero de recibos, o fecha del primer registro
      *              en los entrantes y en el fichero de la red de
      *              tarjetas, o cliente de la cuenta ordenante en los
      *              pagos masivos), referencia (la del primer
      *              recibo, la hora del primer registro entrante,
      *              la referencia de red de la primera operacion o
      *              la referencia de la cabecera de pagos masivos:
      *              sin ella, la remesa mensual de suscripciones
      *              fijas de un presentador seria identica a la del
      *              mes anterior y se rechazaria como duplicada),
      *                                      S = cargos ya abonados en
      *                                          la cuenta puente,
      *                                          liquidacion pendiente
      *                                          (recibos), o
      *                                          cargo al ordenante
      *                                          ya aplicado (pagos
      *                                          masivos),
      *                                      C = completada.
      *              Resultados del detalle: C = cargado, D = devuelto,
      *              L = presentador liquidado (recibos);
      *              A = abonado, R = rechazado, S = retenido por
      *              cribado de sanciones (entrantes);
      *              C = cargado, R = rechazado (tarjetas);
      *              A = abonado, E = emitido a otra entidad,
      *              R = rechazado, L = rechazados devueltos al
      *              ordenante (pagos masivos).
      * AUTOR: Proyecto MCPs
      * FECHA: 2026-09-02
      *================================================================*
