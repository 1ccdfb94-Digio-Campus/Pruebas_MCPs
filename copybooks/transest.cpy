      *              cliente las devueltas y emitiendo el informe de
      *              antiguedad de las emitidas sin confirmar.
      *              Estados: E = emitida, C = confirmada,
      *                       R = devuelta por la red,
      *                       S = retenida por el cribado de
      *                           sanciones (BANCO-CRIBA-TRANSOUT; no
      *                           ha salido a la red),
      *                       B = fondos bloqueados por sanciones
      *                           confirmadas (BANCO-REVISA-SANCIONES;
      *                           no sale). Una retenida que
      *                           cumplimiento descarta vuelve a E y
      *                           a TRANSOUT.
      * AUTOR: Proyecto MCPs
      * FECHA: 2026-09-02
      *================================================================*
