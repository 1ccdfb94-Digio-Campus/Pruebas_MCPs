      *               sucesor automaticamente con el mismo plazo.
      *               La instruccion se cambia despues con
      *               BANCO-MANTENIMIENTO-PLAZO.
      *   2026-10-15  El cargo de la constitucion lleva el codigo de
      *               operacion PLZA del catalogo CODOPER y canal "O".
      *================================================================*
      *
      *-------- BLOQUE 1: IDENTIFICATION DIVISION -------------------*
           MOVE WS-SALDO-NUEVO TO MOV-SALDO-DESPUES
           MOVE CTA-MONEDA TO MOV-MONEDA
           MOVE "BANCO-ALTA-PLAZO" TO MOV-PROGRAMA-ORIGEN
           MOVE "PLZA" TO MOV-COD-OPERACION
           MOVE "O" TO MOV-CANAL
           MOVE WS-OPERADOR TO MOV-OPERADOR
           MOVE SPACE TO MOV-MARCA-EXTORNO
           WRITE MOV-REGISTRO
