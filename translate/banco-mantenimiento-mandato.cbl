      *               el resto de programas de ventanilla nuevos; el
      *               operador con sesion queda en la linea de
      *               auditoria, que antes salia en blanco.
      *   2026-10-15  La cuenta se puede teclear en formato nacional
      *               o en IBAN; BANCO-IBAN la valida (modulo 97) y
      *               la convierte al numero de cuenta del maestro.
      *================================================================*
      *
      *-------- BLOQUE 1: IDENTIFICATION DIVISION -------------------*
      *
      *--- Datos capturados ---
       01 WS-NUMERO-CUENTA      PIC X(20).
       01 WS-ENTRADA-CUENTA     PIC X(34).
       01 WS-PRESENTADOR        PIC X(12).
       01 WS-ACCION             PIC X(01).
      *
       01 WS-AUD-RESULTADO       PIC X(10).
       01 WS-AUD-DETALLE         PIC X(40).
      *
      *--- Cuenta en formato nacional o IBAN (BANCO-IBAN) ---
       01 WS-IB-ACCION           PIC X(01).
       01 WS-IB-CUENTA           PIC X(20).
       01 WS-IB-IBAN             PIC X(34).
       01 WS-IB-IBAN-IMPRESO     PIC X(42).
       01 WS-IB-VALIDA           PIC X(01).
       01 WS-IB-MOTIVO           PIC X(40).
      *
      *-------- BLOQUE 4: PROCEDURE DIVISION ------------------------*
       PROCEDURE DIVISION.
      *
      *
       2000-PEDIR-CUENTA.
           DISPLAY " "
           DISPLAY "Introduzca el numero de cuenta o IBAN: "
           ACCEPT WS-ENTRADA-CUENTA
           MOVE "V" TO WS-IB-ACCION
           MOVE WS-ENTRADA-CUENTA TO WS-IB-IBAN
           CALL "BANCO-IBAN" USING WS-IB-ACCION WS-IB-CUENTA
              WS-IB-IBAN WS-IB-IBAN-IMPRESO WS-IB-VALIDA WS-IB-MOTIVO
           IF WS-IB-VALIDA = 'N'
              MOVE 'N' TO WS-CUENTA-ENCONTRADA
              DISPLAY "Cuenta rechazada: " WS-IB-MOTIVO
           ELSE
              MOVE WS-IB-CUENTA TO WS-NUMERO-CUENTA
              MOVE WS-NUMERO-CUENTA TO CTA-NUM-CUENTA
              READ CUENTAS-FILE
                 INVALID KEY
                    MOVE 'N' TO WS-CUENTA-ENCONTRADA
                 NOT INVALID KEY
                    MOVE 'S' TO WS-CUENTA-ENCONTRADA
                    DISPLAY "Titular: " CTA-TITULAR
                    IF WS-IB-IBAN-IMPRESO NOT = SPACES
                       DISPLAY "IBAN:    " WS-IB-IBAN-IMPRESO
                    END-IF
              END-READ
           END-IF.
      *
      *    Lista los mandatos de la cuenta posicionandose en la clave
      *    compuesta cuenta + presentador, que agrupa por cuenta.
