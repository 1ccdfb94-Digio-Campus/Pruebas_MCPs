      *              CTA-SALDO-DISP y CTA-SALDO-RET, de forma que los
      *              controles de saldo disponible de BANCO-RETIRADA y
      *              BANCO-TRANSFER-MOTOR respeten lo retenido.
      *              Las trabas de BANCO-EMBARGOS son retenciones
      *              sin vencimiento con motivo "EMBARGO " y la
      *              referencia de la orden.
      *              Estados: A = activa, L = levantada,
      *              T = transferida al organismo (solo embargos).
      * AUTOR: Proyecto MCPs
      * FECHA: 2026-08-11
      *================================================================*
