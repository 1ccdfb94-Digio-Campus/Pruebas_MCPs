      *               rechaza aqui mismo, antes de llamar al motor,
      *               que ademas valida digitos de control y entidad
      *               admitida con BANCO-VALIDA-CUENTA-EXT.
      *   2026-10-15  Cuando corre como paso del cierre en curso (accion
      *               E de BANCO-CONTROL-CIERRE) anota su inicio y sus
      *               cifras en el fichero de totales de control TOTCTL
      *               (BANCO-TOTALES-PASO) para la hoja de control del
      *               job que emite BANCO-VALIDA-TOTALES; los apuntes
      *               los anota BANCO-TRANSFER-MOTOR. Desde ventanilla
      *               no anota nada.
      *   2026-10-15  Las cuentas origen y destino se admiten en
      *               formato nacional o en IBAN (BANCO-IBAN valida
      *               pais, longitud y modulo 97 y devuelve la cuenta
      *               de 20 posiciones). Se admiten transferencias a
      *               cuentas de otros paises de la UE, que salen por
      *               el intercambio con su IBAN; el IBAN destino
      *               viaja al motor en el nuevo parametro
      *               TM-IBAN-DESTINO, y el resumen y el justificante
      *               muestran el IBAN de las dos cuentas.
      *================================================================*
      *
      *-------- BLOQUE 1: IDENTIFICATION DIVISION -------------------*
       01 WS-CUENTA-DESTINO      PIC X(20).
       01 WS-IMPORTE-TRANSFER    PIC 9(8)V99 VALUE 0.
       01 WS-CONCEPTO            PIC X(50).
       01 WS-ENTRADA-ORIGEN      PIC X(34).
       01 WS-ENTRADA-DESTINO     PIC X(34).
       01 WS-IBAN-DESTINO        PIC X(34) VALUE SPACES.
       01 WS-IBAN-ORIGEN-IMPRESO PIC X(42) VALUE SPACES.
       01 WS-IBAN-DESTINO-IMPRESO PIC X(42) VALUE SPACES.
       01 WS-DESTINO-UE          PIC X VALUE 'N'.
      *
      *--- Variables de control ---
       01 WS-FECHA-ACTUAL        PIC X(10).
       01 WS-SOLO-VALIDAR        PIC X.
       01 WS-PLAN-PRECIOS        PIC X(04) VALUE SPACES.
      *
      *--- Cuentas en formato nacional o IBAN (BANCO-IBAN) ---
       01 WS-IB-ACCION           PIC X(01).
       01 WS-IB-CUENTA           PIC X(20).
       01 WS-IB-IBAN             PIC X(34).
       01 WS-IB-IBAN-IMPRESO     PIC X(42).
       01 WS-IB-VALIDA           PIC X(01).
       01 WS-IB-MOTIVO           PIC X(40).
      *
      *--- Sesion de operador (ver BANCO-CONTROL-ACCESO) ---
       01 WS-CA-ACCION          PIC X(01).
       01 WS-OPERADOR           PIC X(08) VALUE SPACES.
       01 WS-AUD-RESULTADO       PIC X(10).
       01 WS-AUD-DETALLE         PIC X(40).
      *
      *--- Control de cierre (ver BANCO-CONTROL-CIERRE) ---
       01 WS-CC-ACCION             PIC X(01).
       01 WS-CC-PASO               PIC 9(02) VALUE 20.
       01 WS-CC-PASO-ANTERIOR      PIC 9(02) VALUE 10.
       01 WS-CC-PERMITIDO          PIC X(01).
       01 WS-CC-MENSAJE            PIC X(60).
      *
      *--- Totales del paso (ver BANCO-TOTALES-PASO) ---
       01 WS-TP-ACCION             PIC X(01).
       01 WS-TP-EN-CIERRE          PIC X(01) VALUE 'N'.
           COPY "totctl.cpy"
              REPLACING LEADING ==TOT-== BY ==WS-TPA-==.
      *
      *-------- BLOQUE 4: PROCEDURE DIVISION ------------------------*
       PROCEDURE DIVISION.
      *
       0000-PRINCIPAL.
           PERFORM 1000-INICIALIZAR
           PERFORM 2000-INICIAR-SESION
           PERFORM 1300-INICIAR-TOTALES-PASO
           PERFORM 3000-PEDIR-DATOS-TRANSFERENCIA
           PERFORM 3500-VALIDAR-RUTA-DESTINO
           IF WS-RUTA-VALIDA = 'S'
                 PERFORM 8000-MOSTRAR-ERROR
              END-IF
           END-IF
           PERFORM 1400-ANOTAR-TOTALES-PASO
           PERFORM 9000-FINALIZAR
           STOP RUN.
      *
              " Hora: " WS-HORA-ACTUAL
           DISPLAY "==========================================".
      *
      *    Si el programa corre como paso del cierre en curso (y no
      *    desde ventanilla), anota en TOTCTL el inicio del paso para
      *    la hoja de control del job (BANCO-VALIDA-TOTALES).
       1300-INICIAR-TOTALES-PASO.
           MOVE "E" TO WS-CC-ACCION
           CALL "BANCO-CONTROL-CIERRE" USING WS-CC-ACCION WS-CC-PASO
              WS-CC-PASO-ANTERIOR WS-CC-PERMITIDO WS-CC-MENSAJE
           MOVE WS-CC-PERMITIDO TO WS-TP-EN-CIERRE
           IF WS-TP-EN-CIERRE = 'S'
              MOVE SPACES TO WS-TPA-REGISTRO
              MOVE "BANCO-TRANSFERENCIA" TO WS-TPA-PROGRAMA
              MOVE "BANCIERR" TO WS-TPA-JOB
              MOVE "I" TO WS-TP-ACCION
              CALL "BANCO-TOTALES-PASO" USING WS-TP-ACCION
                 WS-TPA-REGISTRO
           END-IF.
      *
      *    Anota en TOTCTL las cifras del paso y su codigo de
      *    retorno, que se conserva tras la llamada.
       1400-ANOTAR-TOTALES-PASO.
           IF WS-TP-EN-CIERRE = 'S'
              MOVE 1 TO WS-TPA-LEIDOS
              MOVE WS-IMPORTE-TRANSFER TO WS-TPA-IMPORTE-LEIDO
              IF WS-RESULTADO = "REALIZADA"
                 MOVE 1 TO WS-TPA-ACEPTADOS
                 MOVE WS-IMPORTE-TRANSFER TO WS-TPA-IMPORTE-ACEPTADO
              ELSE
                 MOVE 1 TO WS-TPA-RECHAZADOS
                 MOVE WS-IMPORTE-TRANSFER TO WS-TPA-IMPORTE-RECHAZADO
              END-IF
              MOVE RETURN-CODE TO WS-TPA-RC
              MOVE "F" TO WS-TP-ACCION
              CALL "BANCO-TOTALES-PASO" USING WS-TP-ACCION
                 WS-TPA-REGISTRO
              MOVE WS-TPA-RC TO RETURN-CODE
           END-IF.
      *
      *    Inicio de sesion de operador contra el maestro USUARIOS;
      *    sin sesion valida el programa no opera.
       2000-INICIAR-SESION.
      *
       3000-PEDIR-DATOS-TRANSFERENCIA.
           DISPLAY " "
           DISPLAY "Cuenta origen (numero de cuenta o IBAN): "
           ACCEPT WS-ENTRADA-ORIGEN
           DISPLAY "Cuenta destino (numero de cuenta o IBAN): "
           ACCEPT WS-ENTRADA-DESTINO
           DISPLAY "Entidad destino (en blanco si la cuenta es de "
              "este banco): "
           ACCEPT WS-ENTIDAD-DESTINO
           DISPLAY "Concepto: "
           ACCEPT WS-CONCEPTO.
      *
      *    Pasa las cuentas tecleadas, en formato nacional o IBAN, a
      *    la cuenta de 20 posiciones del maestro y del motor; una
      *    cuenta mal formada o con el IBAN erroneo se rechaza aqui.
       3400-CONVERTIR-CUENTAS.
           MOVE 'N' TO WS-DESTINO-UE
           MOVE "V" TO WS-IB-ACCION
           MOVE WS-ENTRADA-ORIGEN TO WS-IB-IBAN
           CALL "BANCO-IBAN" USING WS-IB-ACCION WS-IB-CUENTA
              WS-IB-IBAN WS-IB-IBAN-IMPRESO WS-IB-VALIDA WS-IB-MOTIVO
           MOVE WS-IB-CUENTA TO WS-CUENTA-ORIGEN
           MOVE WS-IB-IBAN-IMPRESO TO WS-IBAN-ORIGEN-IMPRESO
           IF WS-IB-VALIDA = 'N'
              MOVE 'N' TO WS-RUTA-VALIDA
              MOVE WS-IB-MOTIVO TO WS-MOTIVO
           END-IF
           MOVE "V" TO WS-IB-ACCION
           MOVE WS-ENTRADA-DESTINO TO WS-IB-IBAN
           CALL "BANCO-IBAN" USING WS-IB-ACCION WS-IB-CUENTA
              WS-IB-IBAN WS-IB-IBAN-IMPRESO WS-IB-VALIDA WS-IB-MOTIVO
           MOVE WS-IB-CUENTA TO WS-CUENTA-DESTINO
           MOVE WS-IB-IBAN TO WS-IBAN-DESTINO
           MOVE WS-IB-IBAN-IMPRESO TO WS-IBAN-DESTINO-IMPRESO
           IF WS-IB-VALIDA = 'N'
              MOVE 'N' TO WS-RUTA-VALIDA
              MOVE WS-IB-MOTIVO TO WS-MOTIVO
           ELSE
              IF WS-IBAN-DESTINO NOT = SPACES
                 AND WS-IBAN-DESTINO(1:2) NOT = "ES"
                 MOVE 'S' TO WS-DESTINO-UE
              END-IF
           END-IF.
      *
      *    Si el operador indico entidad/oficina destino, deben
      *    coincidir con las posiciones correspondientes del codigo
      *    cuenta cliente tecleado: si no coinciden, lo mas probable
      *    es un baile de cifras y se rechaza antes de llamar al
      *    motor (que ademas validara digitos de control y entidad
      *    admitida). Una cuenta de otro pais de la UE no tiene
      *    entidad ni oficina que comprobar.
       3500-VALIDAR-RUTA-DESTINO.
           MOVE 'S' TO WS-RUTA-VALIDA
           PERFORM 3400-CONVERTIR-CUENTAS
           IF WS-RUTA-VALIDA = 'S'
              AND WS-DESTINO-UE = 'N'
              AND WS-ENTIDAD-DESTINO NOT = SPACES
              IF WS-CUENTA-DESTINO(1:4) NOT = WS-ENTIDAD-DESTINO
                 MOVE 'N' TO WS-RUTA-VALIDA
                 MOVE "ENTIDAD NO COINCIDE CON LA CUENTA"
              WS-MONEDA-ORIGEN WS-MONEDA-DESTINO WS-TASA-CAMBIO
              WS-IMPORTE-ABONO WS-SALDO-ORIG-DESPUES
              WS-SALDO-DEST-DESPUES WS-SOLO-VALIDAR WS-OPERADOR
              WS-PLAN-PRECIOS WS-IBAN-DESTINO.
      *
      *    Un importe por encima de la autoridad del operador exige
      *    la autorizacion de un supervisor, que queda auditada.
              WS-MONEDA-ORIGEN ")"
           DISPLAY "Destino:   " WS-CUENTA-DESTINO " ("
              WS-MONEDA-DESTINO ")"
           PERFORM 5100-MOSTRAR-IBAN
           DISPLAY "Importe:   " WS-IMPORTE-TRANSFER " "
              WS-MONEDA-ORIGEN
           IF WS-MONEDA-ORIGEN NOT = WS-MONEDA-DESTINO
           DISPLAY "Confirmar transferencia? (S/N): "
           ACCEPT WS-CONFIRMAR.
      *
      *    IBAN de las dos cuentas, tal como los dejo la conversion
      *    de 3400-CONVERTIR-CUENTAS (una cuenta sin IBAN, como las
      *    internas, no muestra linea).
       5100-MOSTRAR-IBAN.
           IF WS-IBAN-ORIGEN-IMPRESO NOT = SPACES
              DISPLAY "IBAN origen:  " WS-IBAN-ORIGEN-IMPRESO
           END-IF
           IF WS-IBAN-DESTINO-IMPRESO NOT = SPACES
              DISPLAY "IBAN destino: " WS-IBAN-DESTINO-IMPRESO
           END-IF.
      *
      *    Delega en BANCO-TRANSFER-MOTOR la contabilizacion (ya
      *    validada en 4000-VALIDAR-TRANSFERENCIA y confirmada por el
      *    operador): actualiza CUENTAS, registra los apuntes en
              WS-MONEDA-ORIGEN WS-MONEDA-DESTINO WS-TASA-CAMBIO
              WS-IMPORTE-ABONO WS-SALDO-ORIG-DESPUES
              WS-SALDO-DEST-DESPUES WS-SOLO-VALIDAR WS-OPERADOR
              WS-PLAN-PRECIOS WS-IBAN-DESTINO.
      *
       7000-MOSTRAR-JUSTIFICANTE.
           DISPLAY " "
              ")"
           DISPLAY "Destino:   " WS-CUENTA-DESTINO " ("
              WS-MONEDA-DESTINO ")"
           PERFORM 5100-MOSTRAR-IBAN
           DISPLAY "Importe cargado en origen:  "
              WS-IMPORTE-TRANSFER " " WS-MONEDA-ORIGEN
           IF WS-MONEDA-ORIGEN NOT = WS-MONEDA-DESTINO
