      *================================================================*
      * COPYBOOK: BOVDIV
      * DESCRIPCION: Registro del fichero de existencias en divisa de
      *              las bovedas de sucursal (BOVDIV). Indexado por
      *              sucursal + fecha + moneda: la boveda en BOVEDA
      *              lleva el efectivo en moneda base y aqui queda un
      *              registro por cada divisa en billetes de la
      *              boveda del dia. BANCO-CAJA lo abre con el fondo
      *              inicial de cada divisa al abrir la boveda,
      *              acumula las entradas (retiradas de billetes de
      *              los cajones) y salidas (dotaciones a los
      *              cajones), lo incluye en la posicion de la
      *              sucursal divisa a divisa y lo cierra con la
      *              boveda.
      *              Estados: A = abierta, C = cerrada.
      * AUTOR: Proyecto MCPs
      * FECHA: 2026-10-15
      *================================================================*
      *
       01 BVD-REGISTRO.
          05 BVD-CLAVE.
             10 BVD-ID-SUCURSAL    PIC X(08).
             10 BVD-FECHA          PIC X(10).
             10 BVD-MONEDA         PIC X(03).
          05 BVD-SALDO-INICIAL     PIC 9(12)V99.
          05 BVD-TOTAL-ENTRADAS    PIC 9(12)V99.
          05 BVD-TOTAL-SALIDAS     PIC 9(12)V99.
          05 BVD-NUM-OPERACIONES   PIC 9(05).
          05 BVD-ESTADO            PIC X(01).
