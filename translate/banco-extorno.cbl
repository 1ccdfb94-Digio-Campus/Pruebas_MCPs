      *               importe lo teclea el operador del justificante),
      *               que antes quedaba como ingreso del banco surgido
      *               de la nada.
      *   2026-10-15  El apunte compensatorio conserva el codigo de
      *               operacion del original, con canal "O", y el
      *               extorno de la comision lleva GLCT. El cargo de
      *               transferencia se reconoce por el grupo TRANSFER
      *               del catalogo CODOPER; por programa de origen
      *               solo los apuntes anteriores al catalogo.
      *================================================================*
      *
      *-------- BLOQUE 1: IDENTIFICATION DIVISION -------------------*
       01 WS-IMPORTE-ORIGINAL   PIC 9(10)V99 VALUE 0.
       01 WS-CONCEPTO-ORIGINAL  PIC X(50).
       01 WS-PROGRAMA-ORIGINAL  PIC X(20).
       01 WS-CODIGO-ORIGINAL    PIC X(04).
      *
      *--- Variables de proceso ---
       01 WS-CONTINUAR          PIC X VALUE 'S'.
          88 WS-LIMITES-OK          VALUE "00".
          88 WS-LIMITES-NUEVO       VALUE "35".
      *
      *--- Programas cuyos cargos acumulan en LIMITES (solo para
      *--- apuntes anteriores al catalogo CODOPER, sin codigo) ---
       01 WS-PROGRAMAS-TRANSFER.
          05 FILLER                PIC X(20) VALUE "BANCO-TRANSFER".
          05 FILLER                PIC X(20) VALUE "BANCO-EJEC-ORDENES".
       01 WS-IDX-PROGRAMA          PIC 9(02) VALUE 0.
       01 WS-ES-CARGO-TRANSFER     PIC X VALUE 'N'.
      *
      *--- Consulta al catalogo de operaciones (ver
      *--- BANCO-CODIGO-OPERACION) ---
       01 WS-OP-CODIGO             PIC X(04).
       01 WS-OP-ENCONTRADO         PIC X(01).
       01 WS-OP-DESCRIPCION        PIC X(30).
       01 WS-OP-EFECTIVO           PIC X(01).
       01 WS-OP-CLIENTE            PIC X(01).
       01 WS-OP-COMISION           PIC X(01).
       01 WS-OP-GRUPO              PIC X(10).
      *
      *--- Sesion de operador (ver BANCO-CONTROL-ACCESO) ---
       01 WS-CA-ACCION          PIC X(01).
       01 WS-OPERADOR           PIC X(08) VALUE SPACES.
           MOVE MOV-IMPORTE TO WS-IMPORTE-ORIGINAL
           MOVE MOV-CONCEPTO TO WS-CONCEPTO-ORIGINAL
           MOVE MOV-PROGRAMA-ORIGEN TO WS-PROGRAMA-ORIGINAL
           MOVE MOV-COD-OPERACION TO WS-CODIGO-ORIGINAL
           MOVE WS-NUMERO-CUENTA TO WS-CUENTA-A-BLOQUEAR
           PERFORM 3050-LEER-CUENTA-CON-BLOQUEO
           IF WS-CUENTA-RESERVADA = 'N'
           MOVE WS-SALDO-NUEVO TO MOV-SALDO-DESPUES
           MOVE CTA-MONEDA TO MOV-MONEDA
           MOVE "BANCO-EXTORNO" TO MOV-PROGRAMA-ORIGEN
           MOVE WS-CODIGO-ORIGINAL TO MOV-COD-OPERACION
           MOVE "O" TO MOV-CANAL
           MOVE WS-OPERADOR TO MOV-OPERADOR
           MOVE "X" TO MOV-MARCA-EXTORNO
           WRITE MOV-REGISTRO.
      *
      *    Si el apunte extornado era un cargo de transferencia,
      *    descuenta su importe de los acumulados del dia y del mes
      *    de LIMITES, que 6400-ACTUALIZAR-LIMITES habia sumado. Es
      *    cargo de transferencia el de un codigo de operacion del
      *    grupo TRANSFER del catalogo; un apunte sin codigo,
      *    anterior al catalogo, se reconoce por su programa.
       3400-RESTAURAR-LIMITES.
           MOVE 'N' TO WS-ES-CARGO-TRANSFER
           IF WS-TIPO-ORIGINAL = "G"
              IF WS-CODIGO-ORIGINAL NOT = SPACES
                 MOVE WS-CODIGO-ORIGINAL TO WS-OP-CODIGO
                 CALL "BANCO-CODIGO-OPERACION" USING WS-OP-CODIGO
                    WS-OP-ENCONTRADO WS-OP-DESCRIPCION
                    WS-OP-EFECTIVO WS-OP-CLIENTE WS-OP-COMISION
                    WS-OP-GRUPO
                 IF WS-OP-GRUPO = "TRANSFER"
                    MOVE 'S' TO WS-ES-CARGO-TRANSFER
                 END-IF
              ELSE
                 PERFORM VARYING WS-IDX-PROGRAMA FROM 1 BY 1
                    UNTIL WS-IDX-PROGRAMA > 2
                    IF WS-PROGRAMA-ORIGINAL =
                          WS-PROGRAMA-TRANSFER(WS-IDX-PROGRAMA)
                       MOVE 'S' TO WS-ES-CARGO-TRANSFER
                    END-IF
                 END-PERFORM
              END-IF
           END-IF
           IF WS-ES-CARGO-TRANSFER = 'S'
              MOVE 'N' TO WS-LIM-ENCONTRADO
                 MOVE CTA-SALDO-DISP TO MOV-SALDO-DESPUES
                 MOVE CTA-MONEDA TO MOV-MONEDA
                 MOVE "BANCO-EXTORNO" TO MOV-PROGRAMA-ORIGEN
                 MOVE "GLCT" TO MOV-COD-OPERACION
                 MOVE "O" TO MOV-CANAL
                 MOVE WS-OPERADOR TO MOV-OPERADOR
                 MOVE "X" TO MOV-MARCA-EXTORNO
                 WRITE MOV-REGISTRO
