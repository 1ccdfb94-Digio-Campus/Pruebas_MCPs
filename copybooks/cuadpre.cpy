      *================================================================*
      * COPYBOOK: CUADPRE
      * DESCRIPCION: Registro del cuadro de amortizacion de los
      *              prestamos personales (CUADPRE). Indexado por
      *              prestamo mas numero de cuota; una linea por cuota
      *              con su fecha de vencimiento, la cuota total y su
      *              desglose en interes y amortizacion de principal,
      *              y el capital que queda pendiente tras pagarla.
      *              Lo genera BANCO-ALTA-PRESTAMO al abrir el
      *              prestamo y lo actualiza BANCO-COBRA-PRESTAMOS.
      *              Estados: P = pendiente de vencer, C = cobrada,
      *              I = impagada (la cuota esta en IMPAGPRE).
      * AUTOR: Proyecto MCPs
      * FECHA: 2026-10-15
      *================================================================*
      *
       01 CUP-REGISTRO.
          05 CUP-CLAVE.
             10 CUP-ID-PRESTAMO    PIC 9(08).
             10 CUP-NUM-CUOTA      PIC 9(03).
          05 CUP-FECHA-VENCIMIENTO PIC X(10).
          05 CUP-IMPORTE-CUOTA     PIC 9(10)V99.
          05 CUP-INTERES           PIC 9(10)V99.
          05 CUP-AMORTIZACION      PIC 9(10)V99.
          05 CUP-CAPITAL-PENDIENTE PIC 9(10)V99.
          05 CUP-ESTADO            PIC X(01).
          05 CUP-FECHA-COBRO       PIC X(10).
