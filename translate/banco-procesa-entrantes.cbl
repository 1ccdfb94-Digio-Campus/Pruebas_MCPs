      *               aplicar, reconstruyendo los totales de los ya
      *               aplicados (CTLCIERR solo protege el paso
      *               completo, no los registros de dentro).
      *   2026-10-15  El abono lleva el codigo de operacion ENTR del
      *               catalogo CODOPER y canal "R".
      *   2026-10-15  Cribado de sanciones antes de abonar: el
      *               cliente de la cuenta destino (CLIENTES), el
      *               concepto y las observaciones se criban con
      *               BANCO-CRIBA-SANCIONES y el abono que coincide
      *               no se aplica: queda retenido en la cola
      *               SANCPEND (BANCO-COLA-SANCIONES) hasta que
      *               cumplimiento lo resuelve, con resultado "S" en
      *               el checkpoint de REMCHK. Uno que ya estaba en la
      *               cola se devuelve en RECHAZOS. El paso pasa a ir
      *               tras el 26 (BANCO-CRIBA-TRANSOUT).
      *   2026-10-15  El paso anota su inicio y sus cifras en el fichero
      *               de totales de control TOTCTL (BANCO-TOTALES-PASO),
      *               con cada apunte grabado en MOVIMIEN, para la hoja
      *               de control del job que emite BANCO-VALIDA-TOTALES:
      *               el total de ENTRANTE, en numero e importe, debe
      *               ser lo abonado mas lo devuelto en RECHAZOS mas lo
      *               retenido.
      *   2026-10-15  La cuenta destino se admite como IBAN
      *               (ITC-IBAN-DESTINO, que manda sobre la cuenta) o
      *               en formato nacional; BANCO-IBAN la valida con el
      *               modulo 97 y la convierte a la cuenta del
      *               maestro antes de abonar, y un IBAN erroneo se
      *               devuelve en RECHAZOS con su motivo.
      *   2026-10-15  Sin lista de sanciones cargada (resultado E de
      *               BANCO-CRIBA-SANCIONES) ya no se abona nada sin
      *               cribar: el paso termina con codigo de retorno 8
      *               antes de tocar ninguna cuenta, sin marcarse
      *               completado en CTLCIERR, y ENTRANTE queda para el
      *               rerun con la lista cargada.
      *================================================================*
      *
      *-------- BLOQUE 1: IDENTIFICATION DIVISION -------------------*
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS RMK-CLAVE
              FILE STATUS IS WS-REMCHK-STATUS.
      *
           SELECT CLIENTES-FILE ASSIGN TO "CLIENTES"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS CLI-ID-CLIENTE
              FILE STATUS IS WS-CLIENTES-STATUS.
      *
      *-------- BLOQUE 3: DATA DIVISION -----------------------------*
       DATA DIVISION.
      *
       FD  REMCHK-FILE.
           COPY "remchk.cpy".
      *
       FD  CLIENTES-FILE.
           COPY "clientes.cpy".
      *
       WORKING-STORAGE SECTION.
      *
       01 WS-NUM-RECHAZADOS        PIC 9(07) VALUE 0.
       01 WS-TOTAL-ABONADO         PIC 9(12)V99 VALUE 0.
       01 WS-TOTAL-RECHAZADO       PIC 9(12)V99 VALUE 0.
       01 WS-NUM-RETENIDOS         PIC 9(07) VALUE 0.
       01 WS-TOTAL-RETENIDO        PIC 9(12)V99 VALUE 0.
      *
      *--- Cribado de sanciones (ver BANCO-CRIBA-SANCIONES y
      *--- BANCO-COLA-SANCIONES) ---
       01 WS-ABONO-RETENIDO        PIC X VALUE 'N'.
       01 WS-CLIENTES-ABIERTO      PIC X VALUE 'N'.
       01 WS-CS-NOMBRE             PIC X(50).
       01 WS-CS-DOCUMENTO          PIC X(15).
       01 WS-CS-RESULTADO          PIC X(01).
       01 WS-CS-ID-LISTA           PIC X(10).
       01 WS-CS-NOMBRE-LISTA       PIC X(40).
       01 WS-CS-PUNTUACION         PIC 9(03).
       01 WS-CQ-ACCION             PIC X(01).
       01 WS-CQ-RESULTADO          PIC X(01).
      *
      *--- Cuenta en formato nacional o IBAN (BANCO-IBAN) ---
       01 WS-IB-ACCION             PIC X(01).
       01 WS-IB-CUENTA             PIC X(20).
       01 WS-IB-IBAN               PIC X(34).
       01 WS-IB-IBAN-IMPRESO       PIC X(42).
       01 WS-IB-VALIDA             PIC X(01).
       01 WS-IB-MOTIVO             PIC X(40).
       COPY "sancpend.cpy"
          REPLACING LEADING ==SPE-== BY ==WS-SPE-==.
      *
      *--- Variables de proceso ---
       01 WS-FECHA-ACTUAL          PIC X(10).
       01 WS-REMCHK-STATUS         PIC X(02).
          88 WS-REMCHK-OK              VALUE "00".
          88 WS-REMCHK-NUEVO           VALUE "35".
       01 WS-CLIENTES-STATUS       PIC X(02).
          88 WS-CLIENTES-OK            VALUE "00".
      *
      *--- Control de remesa (huella y modo de ejecucion) ---
       01 WS-MODO-REMESA           PIC X(01) VALUE 'N'.
      *--- Control de cierre (ver BANCO-CONTROL-CIERRE) ---
       01 WS-CC-ACCION           PIC X(01).
       01 WS-CC-PASO             PIC 9(02) VALUE 27.
       01 WS-CC-PASO-ANTERIOR    PIC 9(02) VALUE 26.
       01 WS-CC-PERMITIDO        PIC X(01).
       01 WS-CC-MENSAJE          PIC X(60).
      *
       01 WS-AUD-RESULTADO       PIC X(10).
       01 WS-AUD-DETALLE         PIC X(40).
      *
      *--- Totales del paso (ver BANCO-TOTALES-PASO) ---
       01 WS-TP-ACCION             PIC X(01).
           COPY "totctl.cpy"
              REPLACING LEADING ==TOT-== BY ==WS-TPA-==.
      *
      *-------- BLOQUE 4: PROCEDURE DIVISION ------------------------*
       PROCEDURE DIVISION.
      *
       0000-PRINCIPAL.
           PERFORM 1000-INICIALIZAR
           PERFORM 1100-COMPROBAR-CONTROL-CIERRE
           PERFORM 1300-INICIAR-TOTALES-PASO
           PERFORM 2000-ABRIR-FICHEROS
           PERFORM 2500-IDENTIFICAR-REMESA
           PERFORM 2600-COMPROBAR-CONTROL-REMESA
           END-IF
           PERFORM 8900-CERRAR-FICHEROS
           PERFORM 1200-ANOTAR-CONTROL-CIERRE
           PERFORM 1400-ANOTAR-TOTALES-PASO
           PERFORM 9000-FINALIZAR
           STOP RUN.
      *
      *    Comprueba en CTLCIERR que este paso del cierre pueda
      *    ejecutarse hoy (no repetido y con el paso 26 completado);
      *    si no, termina sin procesar y con codigo de retorno cero.
       1100-COMPROBAR-CONTROL-CIERRE.
           MOVE "C" TO WS-CC-ACCION
           DISPLAY "   PROCESO DE ABONOS ENTRANTES"
           DISPLAY "   Fecha: " WS-FECHA-ACTUAL
           DISPLAY "==========================================".
      *
      *    Anota en TOTCTL el inicio del paso para la hoja de
      *    control del job (BANCO-VALIDA-TOTALES).
       1300-INICIAR-TOTALES-PASO.
           MOVE SPACES TO WS-TPA-REGISTRO
           MOVE "BANCO-PROC-ENTRANTES" TO WS-TPA-PROGRAMA
           MOVE "BANCIERR" TO WS-TPA-JOB
           MOVE "I" TO WS-TP-ACCION
           CALL "BANCO-TOTALES-PASO" USING WS-TP-ACCION
              WS-TPA-REGISTRO.
      *
      *    Anota en TOTCTL las cifras del paso y su codigo de
      *    retorno, que se conserva tras la llamada.
       1400-ANOTAR-TOTALES-PASO.
           IF NOT WS-REMESA-DUPLICADA
              MOVE WS-REMESA-NUM-REGS TO WS-TPA-LEIDOS
              MOVE WS-REMESA-IMPORTE TO WS-TPA-IMPORTE-LEIDO
              MOVE WS-NUM-ABONADOS TO WS-TPA-ACEPTADOS
              MOVE WS-TOTAL-ABONADO TO WS-TPA-IMPORTE-ACEPTADO
              MOVE WS-NUM-RECHAZADOS TO WS-TPA-RECHAZADOS
              MOVE WS-TOTAL-RECHAZADO TO WS-TPA-IMPORTE-RECHAZADO
              MOVE WS-NUM-RETENIDOS TO WS-TPA-PENDIENTES
              MOVE WS-TOTAL-RETENIDO TO WS-TPA-IMPORTE-PENDIENTE
              MOVE 'S' TO WS-TPA-CUADRE-ENTRADA
           END-IF
           MOVE RETURN-CODE TO WS-TPA-RC
           MOVE "F" TO WS-TP-ACCION
           CALL "BANCO-TOTALES-PASO" USING WS-TP-ACCION
              WS-TPA-REGISTRO
           MOVE WS-TPA-RC TO RETURN-CODE.
      *
       2000-ABRIR-FICHEROS.
           OPEN I-O CUENTAS-FILE
                 "abonos que procesar."
              PERFORM 8950-CERRAR-MAESTROS
              PERFORM 1200-ANOTAR-CONTROL-CIERRE
              PERFORM 1400-ANOTAR-TOTALES-PASO
              PERFORM 9000-FINALIZAR
              STOP RUN
           END-IF
           PERFORM 2100-COMPROBAR-LISTA
           OPEN OUTPUT RECHAZOS-FILE
           IF NOT WS-RECHAZOS-OK
              DISPLAY "ERROR: No se puede abrir el fichero RECHAZOS."
                 "control de remesas REMCHK."
              PERFORM 9000-FINALIZAR
              STOP RUN
           END-IF
           OPEN INPUT CLIENTES-FILE
           IF WS-CLIENTES-OK
              MOVE 'S' TO WS-CLIENTES-ABIERTO
           ELSE
              DISPLAY "AVISO: No se puede abrir CLIENTES; se criban "
                 "solo el titular de la cuenta y el concepto."
           END-IF.
      *
      *    Sin lista de sanciones cargada ningun abono se puede
      *    cribar, y no se abona nada sin cribar: el paso termina con
      *    codigo de retorno 8 antes de abrir RECHAZOS y REMCHK, sin
      *    marcarse completado, para relanzarlo con la lista cargada
      *    (BANCO-CARGA-SANCIONES).
       2100-COMPROBAR-LISTA.
           MOVE SPACES TO WS-CS-NOMBRE
           MOVE SPACES TO WS-CS-DOCUMENTO
           PERFORM 3450-LLAMAR-CRIBA
           IF WS-CS-RESULTADO = "E"
              DISPLAY " "
              DISPLAY "ERROR: no hay lista de sanciones cargada "
                 "(SANCIONS); los abonos de ENTRANTE no se aplican "
                 "sin cribar."
              CLOSE ENTRANTES-FILE
              PERFORM 8950-CERRAR-MAESTROS
              MOVE 8 TO RETURN-CODE
              PERFORM 1400-ANOTAR-TOTALES-PASO
              PERFORM 9000-FINALIZAR
              STOP RUN
           END-IF.
      *
      *    Primer recorrido del fichero ENTRANTE, solo para obtener
      *    Reconstruye los totales de un abono ya aplicado en la
      *    ejecucion anterior, sin volver a tocar la cuenta destino.
       3060-REAPLICAR-CHECKPOINT.
           EVALUATE RMK-RESULTADO
              WHEN "A"
                 ADD 1 TO WS-NUM-ABONADOS
                 ADD RMK-IMPORTE TO WS-TOTAL-ABONADO
              WHEN "S"
                 ADD 1 TO WS-NUM-RETENIDOS
                 ADD RMK-IMPORTE TO WS-TOTAL-RETENIDO
              WHEN OTHER
                 ADD 1 TO WS-NUM-RECHAZADOS
                 ADD RMK-IMPORTE TO WS-TOTAL-RECHAZADO
           END-EVALUATE.
      *
      *    Deja el detalle del abono recien aplicado en REMCHK, con
      *    su resultado e importe, para que un rerun lo salte y
      *    pueda reconstruir los totales.
       3160-ANOTAR-CHECKPOINT.
           IF WS-ABONO-RETENIDO = 'S'
              MOVE "S" TO WS-RESULT-CHECKPOINT
           ELSE
              IF WS-MOTIVO-RECHAZO = SPACES
                 MOVE "A" TO WS-RESULT-CHECKPOINT
              ELSE
                 MOVE "R" TO WS-RESULT-CHECKPOINT
              END-IF
           END-IF
           MOVE "E" TO RMK-TIPO
           MOVE WS-ORIGEN-REMESA TO RMK-ORIGEN
      *
       3100-PROCESAR-UN-ABONO.
           MOVE SPACES TO WS-MOTIVO-RECHAZO
           MOVE 'N' TO WS-ABONO-RETENIDO
           MOVE 'N' TO WS-CUENTA-ENCONTRADA
           PERFORM 3110-CONVERTIR-CUENTA-DESTINO
           IF WS-MOTIVO-RECHAZO = SPACES
              MOVE ITC-CUENTA-DESTINO TO CTA-NUM-CUENTA
              READ CUENTAS-FILE
                 INVALID KEY
                    MOVE 'N' TO WS-CUENTA-ENCONTRADA
                 NOT INVALID KEY
                    MOVE 'S' TO WS-CUENTA-ENCONTRADA
              END-READ
           END-IF
           IF WS-MOTIVO-RECHAZO = SPACES
              IF WS-CUENTA-ENCONTRADA = 'N'
                 MOVE "CUENTA DESTINO INEXISTENTE" TO WS-MOTIVO-RECHAZO
              ELSE
                 IF CTA-ESTADO NOT = "A"
                    MOVE "CUENTA DESTINO BLOQUEADA O CERRADA"
                       TO WS-MOTIVO-RECHAZO
                 ELSE
                    IF ITC-MONEDA NOT = CTA-MONEDA
                       MOVE "MONEDA DISTINTA DE LA CUENTA"
                          TO WS-MOTIVO-RECHAZO
                    ELSE
                       IF ITC-IMPORTE <= 0
                          MOVE "IMPORTE NO VALIDO" TO WS-MOTIVO-RECHAZO
                       END-IF
                    END-IF
                 END-IF
              END-IF
           END-IF
           IF WS-MOTIVO-RECHAZO = SPACES
              PERFORM 3400-CRIBAR-SANCIONES
           END-IF
           IF WS-ABONO-RETENIDO = 'N'
              IF WS-MOTIVO-RECHAZO = SPACES
                 PERFORM 3200-ABONAR-ENTRANTE
              ELSE
                 PERFORM 3300-RECHAZAR-ENTRANTE
              END-IF
           END-IF.
      *
      *    La cuenta destino puede venir como IBAN o en formato
      *    nacional: se pasa a la cuenta del maestro en
      *    ITC-CUENTA-DESTINO, que es la que usan el abono, la
      *    auditoria y la cola de sanciones. Un IBAN que no supera la
      *    validacion se rechaza con el motivo; la cuenta en formato
      *    nacional se deja como venia si no se puede convertir, y su
      *    lectura dira si existe.
       3110-CONVERTIR-CUENTA-DESTINO.
           MOVE "V" TO WS-IB-ACCION
           IF ITC-IBAN-DESTINO NOT = SPACES
              MOVE ITC-IBAN-DESTINO TO WS-IB-IBAN
              CALL "BANCO-IBAN" USING WS-IB-ACCION WS-IB-CUENTA
                 WS-IB-IBAN WS-IB-IBAN-IMPRESO WS-IB-VALIDA
                 WS-IB-MOTIVO
              IF WS-IB-VALIDA = 'N'
                 STRING "IBAN ERRONEO: " WS-IB-MOTIVO
                    DELIMITED BY SIZE INTO WS-MOTIVO-RECHAZO
              ELSE
                 MOVE WS-IB-CUENTA TO ITC-CUENTA-DESTINO
              END-IF
           ELSE
              MOVE ITC-CUENTA-DESTINO TO WS-IB-IBAN
              CALL "BANCO-IBAN" USING WS-IB-ACCION WS-IB-CUENTA
                 WS-IB-IBAN WS-IB-IBAN-IMPRESO WS-IB-VALIDA
                 WS-IB-MOTIVO
              IF WS-IB-VALIDA = 'S'
                 MOVE WS-IB-CUENTA TO ITC-CUENTA-DESTINO
              END-IF
           END-IF.
      *
      *    Abona el importe entrante en la cuenta destino por la misma
           MOVE WS-SALDO-NUEVO TO MOV-SALDO-DESPUES
           MOVE ITC-MONEDA TO MOV-MONEDA
           MOVE "BANCO-PROC-ENTRANTES" TO MOV-PROGRAMA-ORIGEN
           MOVE "ENTR" TO MOV-COD-OPERACION
           MOVE "R" TO MOV-CANAL
           MOVE WS-OPERADOR TO MOV-OPERADOR
           MOVE SPACE TO MOV-MARCA-EXTORNO
           WRITE MOV-REGISTRO
           PERFORM 7900-ANOTAR-APUNTE-PASO
           ADD 1 TO WS-NUM-ABONADOS
           ADD ITC-IMPORTE TO WS-TOTAL-ABONADO
           MOVE ITC-IMPORTE TO WS-AUD-IMPORTE
              WS-AUD-RESULTADO WS-AUD-DETALLE WS-OPERADOR
           DISPLAY "Abono rechazado para " ITC-CUENTA-DESTINO
              ": " WS-MOTIVO-RECHAZO.
      *
      *    Criba el cliente de la cuenta destino (leida ya en
      *    CTA-REGISTRO) y, si no coincide, el concepto y las
      *    observaciones del abono. Sin lista de sanciones cargada el
      *    paso no llega aqui: 2100-COMPROBAR-LISTA lo para con RC 8.
       3400-CRIBAR-SANCIONES.
           MOVE CTA-TITULAR TO WS-CS-NOMBRE
           MOVE SPACES TO WS-CS-DOCUMENTO
           IF WS-CLIENTES-ABIERTO = 'S'
              MOVE CTA-ID-CLIENTE TO CLI-ID-CLIENTE
              READ CLIENTES-FILE
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE CLI-NOMBRE TO WS-CS-NOMBRE
                    MOVE CLI-DOCUMENTO TO WS-CS-DOCUMENTO
              END-READ
           END-IF
           PERFORM 3450-LLAMAR-CRIBA
           IF WS-CS-RESULTADO NOT = "S" AND WS-CS-RESULTADO NOT = "E"
              MOVE ITC-CONCEPTO TO WS-CS-NOMBRE
              MOVE SPACES TO WS-CS-DOCUMENTO
              PERFORM 3450-LLAMAR-CRIBA
           END-IF
           IF WS-CS-RESULTADO NOT = "S" AND WS-CS-RESULTADO NOT = "E"
              MOVE ITC-OBSERVACIONES TO WS-CS-NOMBRE
              MOVE SPACES TO WS-CS-DOCUMENTO
              PERFORM 3450-LLAMAR-CRIBA
           END-IF
           IF WS-CS-RESULTADO = "S"
              PERFORM 3500-RETENER-ABONO
           END-IF.
      *
       3450-LLAMAR-CRIBA.
           CALL "BANCO-CRIBA-SANCIONES" USING WS-CS-NOMBRE
              WS-CS-DOCUMENTO WS-CS-RESULTADO WS-CS-ID-LISTA
              WS-CS-NOMBRE-LISTA WS-CS-PUNTUACION.
      *
      *    El abono que coincide se anota en la cola de revision con
      *    el registro de intercambio completo y no se aplica. Si la
      *    misma clave ya estaba en la cola es otra presentacion del
      *    mismo abono y se devuelve a la red, igual que si la cola
      *    no esta disponible: nunca se abona sin revisar.
       3500-RETENER-ABONO.
           MOVE SPACES TO WS-SPE-REGISTRO
           MOVE 0 TO WS-SPE-NUMERO
           MOVE "E" TO WS-SPE-ORIGEN
           MOVE ITC-REGISTRO(1:58) TO WS-SPE-REFERENCIA
           MOVE CTA-ID-CLIENTE TO WS-SPE-ID-CLIENTE
           MOVE WS-CS-NOMBRE TO WS-SPE-NOMBRE
           MOVE WS-CS-DOCUMENTO TO WS-SPE-DOCUMENTO
           MOVE WS-CS-ID-LISTA TO WS-SPE-ID-LISTA
           MOVE WS-CS-NOMBRE-LISTA TO WS-SPE-NOMBRE-LISTA
           MOVE WS-CS-PUNTUACION TO WS-SPE-PUNTUACION
           MOVE ITC-REGISTRO TO WS-SPE-INTERCAMBIO
           MOVE "A" TO WS-CQ-ACCION
           CALL "BANCO-COLA-SANCIONES" USING WS-CQ-ACCION
              WS-SPE-REGISTRO WS-CQ-RESULTADO
           EVALUATE WS-CQ-RESULTADO
              WHEN "N"
                 MOVE 'S' TO WS-ABONO-RETENIDO
                 ADD 1 TO WS-NUM-RETENIDOS
                 ADD ITC-IMPORTE TO WS-TOTAL-RETENIDO
                 MOVE ITC-IMPORTE TO WS-AUD-IMPORTE
                 MOVE "RETENIDA" TO WS-AUD-RESULTADO
                 MOVE SPACES TO WS-AUD-DETALLE
                 STRING "SANCIONES: COINCIDE CON " WS-CS-ID-LISTA
                    DELIMITED BY SIZE INTO WS-AUD-DETALLE
                 CALL "BANCO-AUDITORIA-MOTOR" USING WS-AUD-PROGRAMA
                    ITC-CUENTA-DESTINO ITC-CUENTA-ORIGEN
                    WS-AUD-IMPORTE WS-AUD-RESULTADO WS-AUD-DETALLE
                    WS-OPERADOR
                 DISPLAY "Abono retenido para " ITC-CUENTA-DESTINO
                    ": coincide con " WS-CS-ID-LISTA " "
                    WS-CS-NOMBRE-LISTA
                 DISPLAY "   Entrada de revision: " WS-SPE-NUMERO
              WHEN "E"
                 MOVE "YA RETENIDO O REVISADO POR SANCIONES"
                    TO WS-MOTIVO-RECHAZO
              WHEN OTHER
                 MOVE "PENDIENTE DE CRIBADO DE SANCIONES"
                    TO WS-MOTIVO-RECHAZO
           END-EVALUATE.
      *
       3250-OBTENER-SIGUIENTE-SECUENCIA.
           MOVE "M" TO CTR-CLAVE
           DISPLAY "Abonos leidos:     " WS-NUM-LEIDOS
           DISPLAY "Abonos aplicados:  " WS-NUM-ABONADOS
           DISPLAY "Abonos rechazados: " WS-NUM-RECHAZADOS
           DISPLAY "Abonos retenidos:  " WS-NUM-RETENIDOS
           DISPLAY "Importe abonado:   " WS-TOTAL-ABONADO
           DISPLAY "Importe rechazado: " WS-TOTAL-RECHAZADO
           DISPLAY "Importe retenido:  " WS-TOTAL-RETENIDO
           DISPLAY "==========================================".
      *
      *    Anota el apunte recien grabado en MOVIMIEN en los totales
      *    del paso.
       7900-ANOTAR-APUNTE-PASO.
           IF WS-MOVIMIEN-OK
              MOVE "M" TO WS-TP-ACCION
              CALL "BANCO-TOTALES-PASO" USING WS-TP-ACCION
                 MOV-REGISTRO
           END-IF.
      *
       8900-CERRAR-FICHEROS.
           PERFORM 8950-CERRAR-MAESTROS
           CLOSE ENTRANTES-FILE
           CLOSE RECHAZOS-FILE
           CLOSE REMCHK-FILE
           IF WS-CLIENTES-ABIERTO = 'S'
              CLOSE CLIENTES-FILE
           END-IF.
      *
       8950-CERRAR-MAESTROS.
           CLOSE CUENTAS-FILE
