      *               oficina capturadas coinciden con las cifras de
      *               la cuenta; la liquidara BANCO-EJECUTA-ORDENES
      *               por el motor, que la emitira por TRANSOUT.
      *   2026-10-15  Las cuentas origen y destino se admiten en
      *               formato nacional o en IBAN (BANCO-IBAN valida
      *               pais, longitud y modulo 97 y devuelve la cuenta
      *               de 20 posiciones). Una cuenta destino de otro
      *               pais de la UE no pasa por la validacion del
      *               codigo cuenta cliente y su IBAN queda en
      *               ORD-IBAN-DESTINO para la liquidacion.
      *================================================================*
      *
      *-------- BLOQUE 1: IDENTIFICATION DIVISION -------------------*
       01 WS-DIA-MES-ORDEN      PIC 9(02) VALUE 0.
       01 WS-FECHA-FIN-ORDEN    PIC X(10).
       01 WS-NUEVO-ID-ORDEN     PIC 9(08) VALUE 0.
       01 WS-ENTRADA-ORIGEN     PIC X(34).
       01 WS-ENTRADA-DESTINO    PIC X(34).
       01 WS-IBAN-DESTINO       PIC X(34) VALUE SPACES.
       01 WS-DESTINO-UE         PIC X VALUE 'N'.
      *
      *--- Variables de control ---
       01 WS-FECHA-ACTUAL       PIC X(10).
       01 WS-VE-VALIDA          PIC X(01).
       01 WS-VE-MOTIVO          PIC X(40).
       01 WS-VE-ENTIDAD         PIC X(04).
      *
      *--- Cuentas en formato nacional o IBAN (BANCO-IBAN) ---
       01 WS-IB-ACCION          PIC X(01).
       01 WS-IB-CUENTA          PIC X(20).
       01 WS-IB-IBAN            PIC X(34).
       01 WS-IB-IBAN-IMPRESO    PIC X(42).
       01 WS-IB-VALIDA          PIC X(01).
       01 WS-IB-MOTIVO          PIC X(40).
       01 WS-IBAN-IMPRESO       PIC X(42) VALUE SPACES.
      *
       01 WS-CUENTAS-STATUS     PIC X(02).
          88 WS-CUENTAS-OK          VALUE "00".
      *
       2000-PEDIR-DATOS-ORDEN.
           DISPLAY " "
           DISPLAY "Cuenta origen (numero de cuenta o IBAN): "
           ACCEPT WS-ENTRADA-ORIGEN
           DISPLAY "Cuenta destino (numero de cuenta o IBAN): "
           ACCEPT WS-ENTRADA-DESTINO
           DISPLAY "Entidad destino (en blanco si la cuenta es de "
              "este banco): "
           ACCEPT WS-ENTIDAD-DESTINO
           DISPLAY "Fecha fin (AAAAMMDD, en blanco si no tiene): "
           ACCEPT WS-FECHA-FIN-ORDEN.
      *
      *    Pasa las cuentas tecleadas, en formato nacional o IBAN, a
      *    la cuenta de 20 posiciones. Solo el IBAN de una cuenta de
      *    otro pais de la UE se guarda en la orden: el de una cuenta
      *    espanola se calcula siempre que hace falta.
       2400-CONVERTIR-CUENTAS.
           MOVE 'N' TO WS-DESTINO-UE
           MOVE SPACES TO WS-IBAN-DESTINO
           MOVE "V" TO WS-IB-ACCION
           MOVE WS-ENTRADA-ORIGEN TO WS-IB-IBAN
           CALL "BANCO-IBAN" USING WS-IB-ACCION WS-IB-CUENTA
              WS-IB-IBAN WS-IB-IBAN-IMPRESO WS-IB-VALIDA WS-IB-MOTIVO
           MOVE WS-IB-CUENTA TO WS-CUENTA-ORIGEN
           IF WS-IB-VALIDA = 'N'
              MOVE 'N' TO WS-DATOS-VALIDOS
              DISPLAY "ERROR: cuenta origen no valida: " WS-IB-MOTIVO
           END-IF
           MOVE "V" TO WS-IB-ACCION
           MOVE WS-ENTRADA-DESTINO TO WS-IB-IBAN
           CALL "BANCO-IBAN" USING WS-IB-ACCION WS-IB-CUENTA
              WS-IB-IBAN WS-IB-IBAN-IMPRESO WS-IB-VALIDA WS-IB-MOTIVO
           MOVE WS-IB-CUENTA TO WS-CUENTA-DESTINO
           MOVE WS-IB-IBAN-IMPRESO TO WS-IBAN-IMPRESO
           IF WS-IB-VALIDA = 'N'
              MOVE 'N' TO WS-DATOS-VALIDOS
              DISPLAY "ERROR: cuenta destino no valida: " WS-IB-MOTIVO
           ELSE
              IF WS-IB-IBAN NOT = SPACES
                 AND WS-IB-IBAN(1:2) NOT = "ES"
                 MOVE 'S' TO WS-DESTINO-UE
                 MOVE WS-IB-IBAN TO WS-IBAN-DESTINO
              END-IF
           END-IF.
      *
      *    Comprueba que ambas cuentas existan, que sean distintas, y
      *    que el importe y el dia del mes sean valores razonables.
       2500-VALIDAR-DATOS-ORDEN.
           MOVE 'N' TO WS-ORIGEN-ENCONTRADA
           MOVE 'N' TO WS-DESTINO-ENCONTRADA
           PERFORM 2400-CONVERTIR-CUENTAS
           MOVE WS-CUENTA-ORIGEN TO CTA-NUM-CUENTA
           READ CUENTAS-FILE
              INVALID KEY
      *    La cuenta destino puede ser de otro banco: se valida su
      *    codigo cuenta cliente y su entidad antes de aceptarla
           IF WS-DESTINO-ENCONTRADA = 'N'
              AND WS-DESTINO-UE = 'N'
              PERFORM 2600-VALIDAR-DESTINO-EXTERNO
           END-IF
           IF WS-CUENTA-ORIGEN = WS-CUENTA-DESTINO
           MOVE SPACES             TO ORD-FECHA-PROXIMA
           MOVE WS-FECHA-FIN-ORDEN TO ORD-FECHA-FIN
           MOVE "A"                TO ORD-ESTADO
           MOVE WS-IBAN-DESTINO    TO ORD-IBAN-DESTINO
           WRITE ORD-REGISTRO.
      *
       5000-MOSTRAR-RESUMEN.
           DISPLAY "Numero de orden: " WS-NUEVO-ID-ORDEN
           DISPLAY "Origen:          " WS-CUENTA-ORIGEN
           DISPLAY "Destino:         " WS-CUENTA-DESTINO
           IF WS-IBAN-IMPRESO NOT = SPACES
              DISPLAY "IBAN destino:    " WS-IBAN-IMPRESO
           END-IF
           DISPLAY "Importe:         " WS-IMPORTE-ORDEN
           DISPLAY "Dia del mes:     " WS-DIA-MES-ORDEN
           DISPLAY "Fecha fin:       " WS-FECHA-FIN-ORDEN
