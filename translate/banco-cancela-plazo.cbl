      *               solo si de verdad no existe y deja linea de
      *               auditoria PENDIENTE si no consigue aplicarse,
      *               en vez de caer a una actualizacion sin bloqueo.
      *   2026-10-15  Los apuntes llevan codigo de operacion del
      *               catalogo CODOPER y canal "O": PLZC en el abono de
      *               la cancelacion y GLPE en la penalizacion.
      *   2026-10-15  Se admite la cuenta asociada bloqueada por
      *               testamentaria (estado T): el deposito de un
      *               cliente fallecido se cancela a favor de la
      *               cuenta de la herencia antes de repartirla.
      *================================================================*
      *
      *-------- BLOQUE 1: IDENTIFICATION DIVISION -------------------*
      *       Una cuenta bloqueada o cerrada no puede recibir el
      *       abono, la misma regla que aplican el resto de
      *       programas que mueven saldo y BANCO-VENCE-PLAZOS al
      *       vencimiento; el REWRITE sin cambios libera el bloqueo.
      *       La cuenta de un titular fallecido (T) si lo recibe: el
      *       importe queda dentro de la herencia
              IF CTA-ESTADO NOT = "A" AND CTA-ESTADO NOT = "T"
                 REWRITE CTA-REGISTRO
                 DISPLAY "ERROR: la cuenta asociada "
                    PLZ-CUENTA-ASOCIADA " esta bloqueada o "
           MOVE WS-SALDO-NUEVO TO MOV-SALDO-DESPUES
           MOVE PLZ-MONEDA TO MOV-MONEDA
           MOVE "BANCO-CANCELA-PLAZO" TO MOV-PROGRAMA-ORIGEN
           MOVE "PLZC" TO MOV-COD-OPERACION
           MOVE "O" TO MOV-CANAL
           MOVE WS-OPERADOR TO MOV-OPERADOR
           MOVE SPACE TO MOV-MARCA-EXTORNO
           WRITE MOV-REGISTRO
           MOVE CTA-SALDO-DISP TO MOV-SALDO-DESPUES
           MOVE CTA-MONEDA TO MOV-MONEDA
           MOVE "BANCO-CANCELA-PLAZO" TO MOV-PROGRAMA-ORIGEN
           MOVE "GLPE" TO MOV-COD-OPERACION
           MOVE "O" TO MOV-CANAL
           MOVE WS-OPERADOR TO MOV-OPERADOR
           MOVE SPACE TO MOV-MARCA-EXTORNO
           WRITE MOV-REGISTRO.
