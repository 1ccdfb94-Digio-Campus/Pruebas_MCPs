      *================================================================*
      * COPYBOOK: TARJETA
      * DESCRIPCION: Registro del fichero maestro de tarjetas de
      *              debito (TARJETAS). Indexado por numero de tarjeta
      *              (16 cifras, la ultima de control de Luhn) con
      *              clave alternativa por cuenta asociada, en la que
      *              se cargan las operaciones de la tarjeta. Limites
      *              diarios separados para retirada en cajero y para
      *              compras en comercio; TRJ-FECHA-ACUMULADO es el
      *              dia al que corresponden los acumulados, que
      *              BANCO-PROCESA-TARJETAS pone a cero al cambiar de
      *              dia. La caducidad es el ultimo mes de validez
      *              (AAAAMM). Lo mantiene BANCO-MANTENIMIENTO-TARJETA.
      *              Estados: A = activa, B = bloqueada,
      *                       P = perdida o robada (definitivo),
      *                       C = cancelada (definitivo).
      * AUTOR: Proyecto MCPs
      * FECHA: 2026-10-15
      *================================================================*
      *
       01 TRJ-REGISTRO.
          05 TRJ-NUM-TARJETA       PIC X(16).
          05 TRJ-NUM-CUENTA        PIC X(20).
          05 TRJ-ID-CLIENTE        PIC X(12).
          05 TRJ-TITULAR           PIC X(40).
          05 TRJ-ESTADO            PIC X(01).
          05 TRJ-LIMITE-CAJERO     PIC 9(07)V99.
          05 TRJ-LIMITE-COMPRAS    PIC 9(07)V99.
          05 TRJ-FECHA-CADUCIDAD   PIC X(06).
          05 TRJ-FECHA-EMISION     PIC X(10).
          05 TRJ-FECHA-ESTADO      PIC X(10).
          05 TRJ-FECHA-ACUMULADO   PIC X(10).
          05 TRJ-ACUM-CAJERO       PIC 9(07)V99.
          05 TRJ-ACUM-COMPRAS      PIC 9(07)V99.
          05 FILLER                PIC X(10).
