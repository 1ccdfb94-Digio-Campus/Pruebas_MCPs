      *================================================================*
      * COPYBOOK: OFICINA
      * DESCRIPCION: Registro del maestro de oficinas (OFICINAS).
      *              Indexado por codigo de oficina de 4 posiciones,
      *              el mismo que llevan CTA-OFICINA (oficina duena de
      *              la cuenta), USU-OFICINA (oficina del operador),
      *              CAJ-OFICINA (oficina del cajon de efectivo) y las
      *              4 primeras posiciones de BOV-ID-SUCURSAL. Lo
      *              mantiene BANCO-MANTENIMIENTO-OFICINA; al cerrar
      *              una oficina BANCO-TRASPASA-OFICINA traspasa su
      *              cartera de cuentas y sus operadores a la oficina
      *              de destino, que queda anotada en el registro.
      *              Estados: A = abierta, C = cerrada (no admite
      *                       cuentas ni operadores nuevos).
      * AUTOR: Proyecto MCPs
      * FECHA: 2026-10-15
      *================================================================*
      *
       01 OFI-REGISTRO.
          05 OFI-CODIGO            PIC X(04).
          05 OFI-NOMBRE            PIC X(40).
          05 OFI-DIRECCION         PIC X(60).
          05 OFI-ESTADO            PIC X(01).
          05 OFI-FECHA-ALTA        PIC X(10).
          05 OFI-FECHA-CIERRE      PIC X(10).
          05 OFI-OFICINA-DESTINO   PIC X(04).
          05 OFI-OPERADOR          PIC X(08).
          05 FILLER                PIC X(20).
