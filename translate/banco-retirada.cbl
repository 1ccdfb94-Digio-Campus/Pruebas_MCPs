      *               validacion previa como en la recomprobacion
      *               bajo bloqueo. Un registro anterior al alta del
      *               campo se trata como descubierto cero.
      *   2026-10-15  El apunte lleva el codigo de operacion RETE del
      *               catalogo CODOPER y canal "O".
      *================================================================*
      *
      *-------- BLOQUE 1: IDENTIFICATION DIVISION -------------------*
           MOVE WS-SALDO-ACTUAL TO MOV-SALDO-DESPUES
           MOVE CTA-MONEDA TO MOV-MONEDA
           MOVE "BANCO-RETIRADA" TO MOV-PROGRAMA-ORIGEN
           MOVE "RETE" TO MOV-COD-OPERACION
           MOVE "O" TO MOV-CANAL
           MOVE WS-OPERADOR TO MOV-OPERADOR
           MOVE SPACE TO MOV-MARCA-EXTORNO
           WRITE MOV-REGISTRO
