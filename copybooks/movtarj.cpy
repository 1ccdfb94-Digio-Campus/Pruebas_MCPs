      *================================================================*
      * COPYBOOK: MOVTARJ
      * DESCRIPCION: Registro de operaciones con tarjeta de la red de
      *              cajeros y terminales de comercio, compartido por
      *              el fichero diario de entrada TARJRED (operaciones
      *              liquidadas por la red, procesadas por
      *              BANCO-PROCESA-TARJETAS) y por el de salida
      *              TARJRECH (operaciones que no se pueden cargar,
      *              devueltas a la red con el motivo en
      *              MTJ-OBSERVACIONES, que en la entrada viene en
      *              blanco). MTJ-TIPO: C = retirada en cajero,
      *              P = compra en comercio. MTJ-REFERENCIA es la
      *              referencia unica de la red para la operacion.
      * AUTOR: Proyecto MCPs
      * FECHA: 2026-10-15
      *================================================================*
      *
       01 MTJ-REGISTRO.
          05 MTJ-FECHA             PIC X(10).
          05 MTJ-HORA              PIC X(08).
          05 MTJ-NUM-TARJETA       PIC X(16).
          05 MTJ-TIPO              PIC X(01).
          05 MTJ-IMPORTE           PIC 9(10)V99.
          05 MTJ-MONEDA            PIC X(03).
          05 MTJ-COMERCIO          PIC X(30).
          05 MTJ-REFERENCIA        PIC X(16).
          05 MTJ-OBSERVACIONES     PIC X(40).
