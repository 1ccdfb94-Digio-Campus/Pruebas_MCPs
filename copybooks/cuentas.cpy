      *              CTA-SALDO-DISP quede negativo hasta ese importe.
      *              En registros anteriores al alta del campo el area
      *              viene en blanco y los programas la tratan como 0.
      *              CTA-MES-NOMINA es el mes (AAAAMM) del ultimo
      *              abono de nomina recibido en la cuenta por un
      *              fichero de pagos masivos (BANCO-PAGOS-MASIVOS);
      *              en blanco si la cuenta no recibe nomina. Lo usan
      *              la exencion por nomina de
      *              BANCO-COBRA-MANTENIMIENTO, la nomina protegida de
      *              BANCO-EMBARGOS y la liquidacion de
      *              BANCO-LIQUIDA-CUENTA. Va al final del registro;
      *              el FILLER de 2 posiciones es el antiguo campo de
      *              solo mes (MM), que ya no se usa: en las cuentas
      *              grabadas antes del cambio CTA-MES-NOMINA viene en
      *              blanco hasta el siguiente abono de nomina.
      *              CTA-OFICINA es el codigo de la oficina duena de
      *              la cuenta (maestro OFICINAS), que fija
      *              BANCO-ALTA-CUENTA y cambia BANCO-TRASPASA-OFICINA
      *              al cerrar una oficina; en blanco en las cuentas
      *              anteriores al alta del campo (sin oficina).
      * AUTOR: Proyecto MCPs
      * FECHA: 2026-08-08
      *================================================================*
          05 CTA-FECHA-APERTURA    PIC X(10).
          05 CTA-ESTADO            PIC X(01).
          05 CTA-DESCUBIERTO-AUT   PIC 9(10)V99.
          05 FILLER                PIC X(02).
          05 CTA-OFICINA           PIC X(04).
          05 CTA-MES-NOMINA        PIC X(06).
