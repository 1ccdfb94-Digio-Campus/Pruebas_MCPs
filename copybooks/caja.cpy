      *              cierra comparando el efectivo contado con el
      *              esperado; BANCO-INGRESOS y BANCO-RETIRADA acumulan
      *              en ella cada operacion de efectivo de la sesion.
      *              CAJ-OFICINA es la oficina del cajon, tomada de la
      *              del cajero (USU-OFICINA) al abrir la caja; en
      *              blanco en las cajas anteriores al alta del campo.
      *              Estados: A = abierta, C = cerrada.
      * AUTOR: Proyecto MCPs
      * FECHA: 2026-08-13
          05 CAJ-HORA-APERTURA     PIC X(08).
          05 CAJ-HORA-CIERRE       PIC X(08).
          05 CAJ-ESTADO            PIC X(01).
          05 CAJ-OFICINA           PIC X(04).
