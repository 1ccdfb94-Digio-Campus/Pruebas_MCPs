      *================================================================*
      * COPYBOOK: PRODUCTO
      * DESCRIPCION: Registro del catalogo de productos de cuenta
      *              (PRODUCTO). Indexado por el codigo del producto,
      *              que es el valor que lleva CTA-TIPO en el maestro
      *              de cuentas y la clave por tipo de CUOTAMAN y
      *              TIPOHIST. Lo mantiene BANCO-MANTENIMIENTO-
      *              PRODUCTO; BANCO-ALTA-CUENTA solo abre cuentas de
      *              productos del catalogo en venta y toma de aqui
      *              las condiciones por defecto de la cuenta nueva.
      *                PRD-MONEDA            monedas admitidas (la
      *                                      primera es la propuesta;
      *                                      en blanco = sin uso).
      *                PRD-DESCUBIERTO       "S" = admite descubierto
      *                                      autorizado, hasta
      *                                      PRD-DESCUBIERTO-MAX
      *                                      (0 = sin tope).
      *                PRD-LIMITE-DIARIO/MENSUAL  limites de
      *                                      transferencia propuestos
      *                                      (0 = sin limite).
      *                PRD-DEPOSITO-MINIMO   ingreso minimo de
      *                                      apertura.
      *                PRD-PAGA-INTERES      "S" = liquida intereses
      *                                      (BANCO-INTERESES).
      *                PRD-TARIFA-CUOTA      tipo de CUOTAMAN cuya
      *                                      cuota de mantenimiento
      *                                      paga la cuenta (en
      *                                      blanco = sin cuota).
      *              Estados: A = en venta, C = cerrado a la venta
      *                       (las cuentas abiertas lo conservan).
      * AUTOR: Proyecto MCPs
      * FECHA: 2026-10-15
      *================================================================*
      *
       01 PRD-REGISTRO.
          05 PRD-TIPO              PIC X(15).
          05 PRD-DESCRIPCION       PIC X(30).
          05 PRD-MONEDAS.
             10 PRD-MONEDA         PIC X(03) OCCURS 5 TIMES.
          05 PRD-DESCUBIERTO       PIC X(01).
          05 PRD-DESCUBIERTO-MAX   PIC 9(10)V99.
          05 PRD-LIMITE-DIARIO     PIC 9(10)V99.
          05 PRD-LIMITE-MENSUAL    PIC 9(10)V99.
          05 PRD-DEPOSITO-MINIMO   PIC 9(10)V99.
          05 PRD-PAGA-INTERES      PIC X(01).
          05 PRD-TARIFA-CUOTA      PIC X(15).
          05 PRD-ESTADO            PIC X(01).
          05 PRD-FECHA-ALTA        PIC X(10).
          05 PRD-OPERADOR          PIC X(08).
          05 FILLER                PIC X(20).
