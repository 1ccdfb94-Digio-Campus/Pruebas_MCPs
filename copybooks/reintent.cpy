      *              Estados: P = pendiente de reintento,
      *                       L = liquidada en un reintento,
      *                       D = devuelta definitivamente.
      *              RIN-FECHA-PERIODO es la fecha programada del
      *              periodo que fallo (la que guarda la orden en
      *              ORD-FECHA-PROXIMA al liquidarse); en blanco en los
      *              registros anteriores al alta del campo.
      * AUTOR: Proyecto MCPs
      * FECHA: 2026-08-12
      *================================================================*
          05 RIN-INTENTOS          PIC 9(02).
          05 RIN-ULTIMO-MOTIVO     PIC X(40).
          05 RIN-ESTADO            PIC X(01).
          05 RIN-FECHA-PERIODO     PIC X(10).
