      *================================================================*
      * COPYBOOK: CAJADIV
      * DESCRIPCION: Registro del fichero de existencias en divisa de
      *              las cajas de efectivo (CAJADIV). Indexado por
      *              cajero + fecha + moneda: la caja del cajero en
      *              CAJA lleva el efectivo en moneda base y aqui
      *              queda un registro por cada divisa en billetes que
      *              el cajon tiene en el dia. BANCO-CAJA lo abre con
      *              el fondo inicial de cada divisa, ajusta el fondo
      *              con las dotaciones y retiradas de la boveda y lo
      *              cierra comparando, divisa a divisa, los billetes
      *              contados con los esperados (fondo + compras -
      *              ventas). BANCO-CAMBIO-DIVISAS acumula las compras
      *              (billetes recibidos del cliente) y ventas
      *              (billetes entregados al cliente) con su
      *              contravalor en moneda base y el margen de cambio
      *              ganado, que lee BANCO-INFORME-DIVISAS.
      *              Estados: A = abierta, C = cerrada.
      * AUTOR: Proyecto MCPs
      * FECHA: 2026-10-15
      *================================================================*
      *
       01 CJD-REGISTRO.
          05 CJD-CLAVE.
             10 CJD-ID-CAJERO      PIC X(08).
             10 CJD-FECHA          PIC X(10).
             10 CJD-MONEDA         PIC X(03).
          05 CJD-SALDO-INICIAL     PIC 9(10)V99.
          05 CJD-TOTAL-COMPRAS     PIC 9(10)V99.
          05 CJD-TOTAL-VENTAS      PIC 9(10)V99.
          05 CJD-CONTRAVALOR-COMPRAS PIC 9(10)V99.
          05 CJD-CONTRAVALOR-VENTAS  PIC 9(10)V99.
          05 CJD-MARGEN            PIC 9(10)V99.
          05 CJD-NUM-OPERACIONES   PIC 9(05).
          05 CJD-IMPORTE-CONTADO   PIC 9(10)V99.
          05 CJD-DIFERENCIA        PIC S9(10)V99.
          05 CJD-ESTADO            PIC X(01).
          05 CJD-OFICINA           PIC X(04).
