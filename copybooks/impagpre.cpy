      *================================================================*
      * COPYBOOK: IMPAGPRE
      * DESCRIPCION: Registro del fichero de cuotas impagadas de
      *              prestamos personales (IMPAGPRE). Indexado por
      *              prestamo mas numero de cuota. BANCO-COBRA-PRESTAMOS
      *              da de alta la cuota cuando a su vencimiento la
      *              cuenta asociada no la cubre ni con el descubierto
      *              autorizado, reintenta el cobro en cada cierre y
      *              mantiene los dias de impago para el informe diario
      *              de morosidad. Estados: P = pendiente de cobro,
      *              C = cobrada con retraso.
      * AUTOR: Proyecto MCPs
      * FECHA: 2026-10-15
      *================================================================*
      *
       01 IPR-REGISTRO.
          05 IPR-CLAVE.
             10 IPR-ID-PRESTAMO    PIC 9(08).
             10 IPR-NUM-CUOTA      PIC 9(03).
          05 IPR-CUENTA-ASOCIADA   PIC X(20).
          05 IPR-ID-CLIENTE        PIC X(12).
          05 IPR-FECHA-VENCIMIENTO PIC X(10).
          05 IPR-IMPORTE-CUOTA     PIC 9(10)V99.
          05 IPR-INTERES           PIC 9(10)V99.
          05 IPR-AMORTIZACION      PIC 9(10)V99.
          05 IPR-MONEDA            PIC X(03).
          05 IPR-DIAS-IMPAGO       PIC 9(05).
          05 IPR-FECHA-ULT-INTENTO PIC X(10).
          05 IPR-ESTADO            PIC X(01).
          05 IPR-FECHA-COBRO       PIC X(10).
