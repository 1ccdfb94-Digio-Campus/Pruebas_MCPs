      *================================================================*
      * PROGRAMA: BANCO-PROCESA-TARJETAS
      * DESCRIPCION: Paso de lote del job de cierre que procesa el
      *              fichero TARJRED de operaciones con tarjeta de
      *              debito liquidadas por la red de cajeros y
      *              comercios: por cada operacion localiza la tarjeta
      *              en TARJETAS y su cuenta en CUENTAS y, si la
      *              tarjeta esta activa y sin caducar, la cuenta
      *              operativa, la moneda coincide, no se supera el
      *              limite diario de la tarjeta y hay saldo, carga el
      *              importe y la comision de la tarifa TARIFTRJ por
      *              la misma maquinaria de movimientos y auditoria
      *              que el resto de programas. Las operaciones que no
      *              se pueden cargar se devuelven a la red en el
      *              fichero TARJRECH con el motivo en
      *              MTJ-OBSERVACIONES, como RECHAZOS con ENTRANTE.
      *              El fichero se controla en REMCHK (tipo T) igual
      *              que ENTRANTE: una presentacion duplicada se
      *              rechaza entera y un rerun tras un abend reanuda
      *              en la primera operacion sin aplicar. Las
      *              comisiones del dia se abonan en la cuenta interna
      *              INT-COMISIONES con un unico apunte agregado.
      * AUTOR: Proyecto MCPs
      * FECHA: 2026-10-15
      *
      * HISTORIAL DE MODIFICACIONES:
      *   2026-10-15  Los apuntes llevan codigo de operacion del
      *               catalogo CODOPER: TARC o TARP segun sea cajero o
      *               compra, TACO en la comision, con canal "C" o "T",
      *               y GLTC en la cuenta interna de comisiones (canal
      *               "L").
      *   2026-10-15  El paso anota su inicio y sus cifras en el fichero
      *               de totales de control TOTCTL (BANCO-TOTALES-PASO),
      *               con cada apunte grabado en MOVIMIEN, para la hoja
      *               de control del job que emite BANCO-VALIDA-TOTALES:
      *               el total de TARJRED, en numero e importe, debe ser
      *               lo cargado mas lo devuelto en TARJRECH.
      *================================================================*
      *
      *-------- BLOQUE 1: IDENTIFICATION DIVISION -------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANCO-PROCESA-TARJETAS.
       AUTHOR. PROYECTO-MCPS.
      *
      *-------- BLOQUE 2: ENVIRONMENT DIVISION ----------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUENTAS-FILE ASSIGN TO "CUENTAS"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS CTA-NUM-CUENTA
              ALTERNATE RECORD KEY IS CTA-ID-CLIENTE WITH DUPLICATES
              FILE STATUS IS WS-CUENTAS-STATUS.
      *
           SELECT MOVIMIEN-FILE ASSIGN TO "MOVIMIEN"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS MOV-CLAVE
              FILE STATUS IS WS-MOVIMIEN-STATUS.
      *
           SELECT CTLMOV-FILE ASSIGN TO "CTLMOV"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS CTR-CLAVE
              FILE STATUS IS WS-CTLMOV-STATUS.
      *
           SELECT TARJETAS-FILE ASSIGN TO "TARJETAS"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS TRJ-NUM-TARJETA
              ALTERNATE RECORD KEY IS TRJ-NUM-CUENTA WITH DUPLICATES
              FILE STATUS IS WS-TARJETAS-STATUS.
      *
           SELECT TARIFTRJ-FILE ASSIGN TO "TARIFTRJ"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-TARIFTRJ-STATUS.
      *
           SELECT TARJRED-FILE ASSIGN TO "TARJRED"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-TARJRED-STATUS.
      *
           SELECT TARJRECH-FILE ASSIGN TO "TARJRECH"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-TARJRECH-STATUS.
      *
           SELECT REMCHK-FILE ASSIGN TO "REMCHK"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS RMK-CLAVE
              FILE STATUS IS WS-REMCHK-STATUS.
      *
      *-------- BLOQUE 3: DATA DIVISION -----------------------------*
       DATA DIVISION.
       FILE SECTION.
       FD  CUENTAS-FILE.
           COPY "cuentas.cpy".
      *
       FD  MOVIMIEN-FILE.
           COPY "movimto.cpy".
      *
       FD  CTLMOV-FILE.
           COPY "contador.cpy".
      *
       FD  TARJETAS-FILE.
           COPY "tarjeta.cpy".
      *
       FD  TARIFTRJ-FILE.
           COPY "tarifatj.cpy".
      *
       FD  TARJRED-FILE.
           COPY "movtarj.cpy".
      *
       FD  TARJRECH-FILE.
           COPY "movtarj.cpy"
              REPLACING LEADING ==MTJ-== BY ==TRC-==.
      *
       FD  REMCHK-FILE.
           COPY "remchk.cpy".
      *
       WORKING-STORAGE SECTION.
      *
      *--- Contadores del fichero de la red ---
       01 WS-NUM-LEIDOS            PIC 9(07) VALUE 0.
       01 WS-NUM-CARGADOS          PIC 9(07) VALUE 0.
       01 WS-NUM-RECHAZADOS        PIC 9(07) VALUE 0.
       01 WS-TOTAL-CARGADO         PIC 9(12)V99 VALUE 0.
       01 WS-TOTAL-RECHAZADO       PIC 9(12)V99 VALUE 0.
       01 WS-TOTAL-COMISIONES      PIC 9(12)V99 VALUE 0.
      *
      *--- Tarifa de comisiones por tipo de operacion ---
       01 WS-MAX-TARIFAS           PIC 9(02) VALUE 10.
       01 WS-NUM-TARIFAS           PIC 9(02) VALUE 0.
       01 WS-IDX-TARIFA            PIC 9(02) VALUE 0.
       01 WS-TABLA-TARIFAS.
          05 WS-TARIFA-ENTRY OCCURS 10 TIMES.
             10 WS-TTJ-TIPO           PIC X(01).
             10 WS-TTJ-FIJA           PIC 9(05)V99.
             10 WS-TTJ-TASA           PIC 9(01)V9(4).
             10 WS-TTJ-MINIMO         PIC 9(05)V99.
       01 WS-COMISION              PIC 9(07)V99 VALUE 0.
      *
      *--- Cuenta interna de ingresos por comisiones ---
       01 WS-CTA-GL-COMISIONES     PIC X(20) VALUE "INT-COMISIONES".
      *
      *--- Variables de proceso ---
       01 WS-FECHA-ACTUAL          PIC X(10).
       01 WS-HORA-ACTUAL           PIC X(08).
       01 WS-FIN-TARJRED           PIC X VALUE 'N'.
       01 WS-TARJETA-ENCONTRADA    PIC X VALUE 'N'.
       01 WS-CUENTA-ENCONTRADA     PIC X VALUE 'N'.
       01 WS-MOTIVO-RECHAZO        PIC X(40).
       01 WS-SALDO-NUEVO           PIC S9(10)V99 VALUE 0.
       01 WS-SALDO-DISPONIBLE      PIC S9(10)V99 VALUE 0.
       01 WS-DESCUBIERTO-CUENTA    PIC 9(10)V99 VALUE 0.
       01 WS-ACUMULADO-NUEVO       PIC 9(10)V99 VALUE 0.
       01 WS-SIGUIENTE-SECUENCIA   PIC 9(06) VALUE 0.
      *
       01 WS-CUENTAS-STATUS        PIC X(02).
          88 WS-CUENTAS-OK             VALUE "00".
       01 WS-MOVIMIEN-STATUS       PIC X(02).
          88 WS-MOVIMIEN-OK            VALUE "00".
       01 WS-CTLMOV-STATUS         PIC X(02).
          88 WS-CTLMOV-OK              VALUE "00".
          88 WS-CTLMOV-NUEVO           VALUE "35".
       01 WS-TARJETAS-STATUS       PIC X(02).
          88 WS-TARJETAS-OK            VALUE "00".
          88 WS-TARJETAS-NUEVO         VALUE "35".
       01 WS-TARIFTRJ-STATUS       PIC X(02).
          88 WS-TARIFTRJ-OK            VALUE "00".
       01 WS-TARJRED-STATUS        PIC X(02).
          88 WS-TARJRED-OK             VALUE "00".
       01 WS-TARJRECH-STATUS       PIC X(02).
          88 WS-TARJRECH-OK            VALUE "00".
       01 WS-REMCHK-STATUS         PIC X(02).
          88 WS-REMCHK-OK              VALUE "00".
          88 WS-REMCHK-NUEVO           VALUE "35".
      *
      *--- Control de remesa (huella y modo de ejecucion) ---
       01 WS-MODO-REMESA           PIC X(01) VALUE 'N'.
          88 WS-REMESA-NUEVA           VALUE 'N'.
          88 WS-REMESA-REANUDADA       VALUE 'R'.
          88 WS-REMESA-DUPLICADA       VALUE 'D'.
       01 WS-REMESA-NUM-REGS       PIC 9(07) VALUE 0.
       01 WS-REMESA-IMPORTE        PIC 9(12)V99 VALUE 0.
       01 WS-ORIGEN-REMESA         PIC X(12) VALUE SPACES.
       01 WS-REFERENCIA-REMESA     PIC X(16) VALUE SPACES.
       01 WS-FIN-PREPASO           PIC X VALUE 'N'.
       01 WS-DETALLE-EXISTE        PIC X VALUE 'N'.
       01 WS-RESULT-CHECKPOINT     PIC X(01).
      *
      *--- Control de cierre (ver BANCO-CONTROL-CIERRE) ---
       01 WS-CC-ACCION           PIC X(01).
       01 WS-CC-PASO             PIC 9(02) VALUE 32.
       01 WS-CC-PASO-ANTERIOR    PIC 9(02) VALUE 31.
       01 WS-CC-PERMITIDO        PIC X(01).
       01 WS-CC-MENSAJE          PIC X(60).
      *
       01 WS-OPERADOR            PIC X(08) VALUE "BATCH".
      *
      *--- Datos para la linea de auditoria ---
       01 WS-AUD-PROGRAMA        PIC X(20) VALUE "BANCO-PROC-TARJETAS".
       01 WS-AUD-CUENTA-2        PIC X(20).
       01 WS-AUD-IMPORTE         PIC S9(10)V99 VALUE 0.
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
           PERFORM 2100-CARGAR-TABLA-TARIFAS
           PERFORM 2500-IDENTIFICAR-REMESA
           PERFORM 2600-COMPROBAR-CONTROL-REMESA
           IF WS-REMESA-DUPLICADA
              PERFORM 4500-INFORME-REMESA-DUPLICADA
           ELSE
              PERFORM 3000-PROCESAR-OPERACIONES
              PERFORM 5000-ABONAR-COMISIONES-GL
              PERFORM 4000-MOSTRAR-RESUMEN-FINAL
              PERFORM 4600-CERRAR-CONTROL-REMESA
           END-IF
           PERFORM 8900-CERRAR-FICHEROS
           PERFORM 1200-ANOTAR-CONTROL-CIERRE
           PERFORM 1400-ANOTAR-TOTALES-PASO
           PERFORM 9000-FINALIZAR
           STOP RUN.
      *
      *    Comprueba en CTLCIERR que este paso del cierre pueda
      *    ejecutarse hoy (no repetido y con el paso 31 completado);
      *    si no, termina sin procesar y con codigo de retorno cero.
       1100-COMPROBAR-CONTROL-CIERRE.
           MOVE "C" TO WS-CC-ACCION
           CALL "BANCO-CONTROL-CIERRE" USING WS-CC-ACCION WS-CC-PASO
              WS-CC-PASO-ANTERIOR WS-CC-PERMITIDO WS-CC-MENSAJE
           IF WS-CC-PERMITIDO = 'N'
              DISPLAY " "
              DISPLAY WS-CC-MENSAJE
              PERFORM 9000-FINALIZAR
              STOP RUN
           END-IF.
      *
       1200-ANOTAR-CONTROL-CIERRE.
           MOVE "F" TO WS-CC-ACCION
           CALL "BANCO-CONTROL-CIERRE" USING WS-CC-ACCION WS-CC-PASO
              WS-CC-PASO-ANTERIOR WS-CC-PERMITIDO WS-CC-MENSAJE.
      *
      *    Anota en TOTCTL el inicio del paso para la hoja de
      *    control del job (BANCO-VALIDA-TOTALES).
       1300-INICIAR-TOTALES-PASO.
           MOVE SPACES TO WS-TPA-REGISTRO
           MOVE "BANCO-PROC-TARJETAS" TO WS-TPA-PROGRAMA
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
              MOVE WS-NUM-CARGADOS TO WS-TPA-ACEPTADOS
              MOVE WS-TOTAL-CARGADO TO WS-TPA-IMPORTE-ACEPTADO
              MOVE WS-NUM-RECHAZADOS TO WS-TPA-RECHAZADOS
              MOVE WS-TOTAL-RECHAZADO TO WS-TPA-IMPORTE-RECHAZADO
              MOVE 'S' TO WS-TPA-CUADRE-ENTRADA
           END-IF
           MOVE RETURN-CODE TO WS-TPA-RC
           MOVE "F" TO WS-TP-ACCION
           CALL "BANCO-TOTALES-PASO" USING WS-TP-ACCION
              WS-TPA-REGISTRO
           MOVE WS-TPA-RC TO RETURN-CODE.
      *
       1000-INICIALIZAR.
           ACCEPT WS-FECHA-ACTUAL FROM DATE YYYYMMDD
           ACCEPT WS-HORA-ACTUAL FROM TIME
           DISPLAY "=========================================="
           DISPLAY "   PROCESO DE OPERACIONES CON TARJETA"
           DISPLAY "   Fecha: " WS-FECHA-ACTUAL
           DISPLAY "==========================================".
      *
       2000-ABRIR-FICHEROS.
           OPEN I-O CUENTAS-FILE
           OPEN I-O MOVIMIEN-FILE
           OPEN I-O CTLMOV-FILE
           IF WS-CTLMOV-NUEVO
              OPEN OUTPUT CTLMOV-FILE
              CLOSE CTLMOV-FILE
              OPEN I-O CTLMOV-FILE
              MOVE "M" TO CTR-CLAVE
              MOVE 0 TO CTR-ULTIMO-VALOR
              WRITE CTR-REGISTRO
           END-IF
           OPEN I-O TARJETAS-FILE
           IF WS-TARJETAS-NUEVO
              OPEN OUTPUT TARJETAS-FILE
              CLOSE TARJETAS-FILE
              OPEN I-O TARJETAS-FILE
           END-IF
           IF NOT WS-CUENTAS-OK OR NOT WS-MOVIMIEN-OK
              OR NOT WS-TARJETAS-OK
              DISPLAY "ERROR: No se pueden abrir los ficheros "
                 "maestros."
              PERFORM 9000-FINALIZAR
              STOP RUN
           END-IF
           OPEN INPUT TARJRED-FILE
           IF NOT WS-TARJRED-OK
              DISPLAY "AVISO: no hay fichero TARJRED; no hay "
                 "operaciones con tarjeta que procesar."
              PERFORM 8950-CERRAR-MAESTROS
              PERFORM 1200-ANOTAR-CONTROL-CIERRE
              PERFORM 1400-ANOTAR-TOTALES-PASO
              PERFORM 9000-FINALIZAR
              STOP RUN
           END-IF
           OPEN OUTPUT TARJRECH-FILE
           IF NOT WS-TARJRECH-OK
              DISPLAY "ERROR: No se puede abrir el fichero TARJRECH."
              PERFORM 9000-FINALIZAR
              STOP RUN
           END-IF
           OPEN I-O REMCHK-FILE
           IF WS-REMCHK-NUEVO
              OPEN OUTPUT REMCHK-FILE
              CLOSE REMCHK-FILE
              OPEN I-O REMCHK-FILE
           END-IF
           IF NOT WS-REMCHK-OK
              DISPLAY "ERROR: No se puede abrir el fichero de "
                 "control de remesas REMCHK."
              PERFORM 9000-FINALIZAR
              STOP RUN
           END-IF.
      *
      *    Carga la tarifa de comisiones de la red; si el fichero no
      *    existe ninguna operacion paga comision.
       2100-CARGAR-TABLA-TARIFAS.
           MOVE 0 TO WS-NUM-TARIFAS
           OPEN INPUT TARIFTRJ-FILE
           IF WS-TARIFTRJ-OK
              PERFORM UNTIL NOT WS-TARIFTRJ-OK
                 READ TARIFTRJ-FILE
                    AT END
                       MOVE "10" TO WS-TARIFTRJ-STATUS
                    NOT AT END
                       IF WS-NUM-TARIFAS < WS-MAX-TARIFAS
                          ADD 1 TO WS-NUM-TARIFAS
                          MOVE TTJ-TIPO TO
                             WS-TTJ-TIPO(WS-NUM-TARIFAS)
                          MOVE TTJ-COMISION-FIJA TO
                             WS-TTJ-FIJA(WS-NUM-TARIFAS)
                          MOVE TTJ-TASA TO
                             WS-TTJ-TASA(WS-NUM-TARIFAS)
                          MOVE TTJ-MINIMO TO
                             WS-TTJ-MINIMO(WS-NUM-TARIFAS)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE TARIFTRJ-FILE
           ELSE
              DISPLAY "AVISO: no hay fichero TARIFTRJ; las "
                 "operaciones no pagan comision."
           END-IF.
      *
      *    Primer recorrido del fichero TARJRED, solo para obtener
      *    la huella de la remesa (fecha y referencia de red de la
      *    primera operacion, numero de registros e importe total)
      *    con la que se controla el duplicado y la reanudacion;
      *    despues se reabre para el proceso real.
       2500-IDENTIFICAR-REMESA.
           MOVE 0 TO WS-REMESA-NUM-REGS
           MOVE 0 TO WS-REMESA-IMPORTE
           MOVE SPACES TO WS-ORIGEN-REMESA
           MOVE 'N' TO WS-FIN-PREPASO
           PERFORM UNTIL WS-FIN-PREPASO = 'S'
              READ TARJRED-FILE
                 AT END
                    MOVE 'S' TO WS-FIN-PREPASO
                 NOT AT END
                    ADD 1 TO WS-REMESA-NUM-REGS
                    IF WS-REMESA-NUM-REGS = 1
                       MOVE MTJ-FECHA TO WS-ORIGEN-REMESA
                       MOVE MTJ-REFERENCIA TO WS-REFERENCIA-REMESA
                    END-IF
                    IF MTJ-IMPORTE IS NUMERIC
                       ADD MTJ-IMPORTE TO WS-REMESA-IMPORTE
                    END-IF
              END-READ
           END-PERFORM
           CLOSE TARJRED-FILE
           OPEN INPUT TARJRED-FILE.
      *
      *    Consulta la cabecera de la remesa en REMCHK: si no existe,
      *    el fichero es nuevo y se anota en proceso; si existe
      *    completada, es una presentacion duplicada y se rechaza
      *    entera; si existe en proceso, el paso anterior abendo y se
      *    reanuda saltando las operaciones que ya tienen detalle.
       2600-COMPROBAR-CONTROL-REMESA.
           IF WS-REMESA-NUM-REGS = 0
              MOVE 'N' TO WS-MODO-REMESA
           ELSE
              MOVE "T" TO RMK-TIPO
              MOVE WS-ORIGEN-REMESA TO RMK-ORIGEN
              MOVE WS-REFERENCIA-REMESA TO RMK-REFERENCIA
              MOVE WS-REMESA-NUM-REGS TO RMK-NUM-REGISTROS
              MOVE WS-REMESA-IMPORTE TO RMK-IMPORTE-TOTAL
              MOVE 0 TO RMK-NUM-REGISTRO
              READ REMCHK-FILE
                 INVALID KEY
                    MOVE 'N' TO WS-MODO-REMESA
                    MOVE WS-FECHA-ACTUAL TO RMK-FECHA-PROCESO
                    MOVE SPACE TO RMK-RESULTADO
                    MOVE 0 TO RMK-IMPORTE
                    MOVE "P" TO RMK-ESTADO
                    WRITE RMK-REGISTRO
                 NOT INVALID KEY
                    IF RMK-ESTADO = "C"
                       MOVE 'D' TO WS-MODO-REMESA
                    ELSE
                       MOVE 'R' TO WS-MODO-REMESA
                       DISPLAY "AVISO: el fichero TARJRED quedo en "
                          "proceso el " RMK-FECHA-PROCESO "; se "
                          "reanuda en la primera operacion sin "
                          "aplicar."
                    END-IF
              END-READ
           END-IF.
      *
       3000-PROCESAR-OPERACIONES.
           MOVE 'N' TO WS-FIN-TARJRED
           PERFORM UNTIL WS-FIN-TARJRED = 'S'
              READ TARJRED-FILE
                 AT END
                    MOVE 'S' TO WS-FIN-TARJRED
                 NOT AT END
                    ADD 1 TO WS-NUM-LEIDOS
                    MOVE 'N' TO WS-DETALLE-EXISTE
                    IF WS-REMESA-REANUDADA
                       PERFORM 3050-COMPROBAR-CHECKPOINT
                    END-IF
                    IF WS-DETALLE-EXISTE = 'S'
                       PERFORM 3060-REAPLICAR-CHECKPOINT
                    ELSE
                       PERFORM 3100-PROCESAR-UNA-OPERACION
                       PERFORM 3160-ANOTAR-CHECKPOINT
                    END-IF
              END-READ
           END-PERFORM.
      *
      *    En una reanudacion, una operacion con registro de detalle
      *    en REMCHK ya se aplico en la ejecucion que abendo y no
      *    debe repetirse.
       3050-COMPROBAR-CHECKPOINT.
           MOVE "T" TO RMK-TIPO
           MOVE WS-ORIGEN-REMESA TO RMK-ORIGEN
           MOVE WS-REFERENCIA-REMESA TO RMK-REFERENCIA
           MOVE WS-REMESA-NUM-REGS TO RMK-NUM-REGISTROS
           MOVE WS-REMESA-IMPORTE TO RMK-IMPORTE-TOTAL
           MOVE WS-NUM-LEIDOS TO RMK-NUM-REGISTRO
           READ REMCHK-FILE
              INVALID KEY
                 MOVE 'N' TO WS-DETALLE-EXISTE
              NOT INVALID KEY
                 MOVE 'S' TO WS-DETALLE-EXISTE
           END-READ.
      *
      *    Reconstruye los totales de una operacion ya aplicada en la
      *    ejecucion anterior, sin volver a tocar la cuenta. La
      *    comision cobrada se recalcula con la tarifa, para que el
      *    abono agregado en INT-COMISIONES la incluya.
       3060-REAPLICAR-CHECKPOINT.
           IF RMK-RESULTADO = "C"
              ADD 1 TO WS-NUM-CARGADOS
              ADD RMK-IMPORTE TO WS-TOTAL-CARGADO
              PERFORM 3400-CALCULAR-COMISION
              ADD WS-COMISION TO WS-TOTAL-COMISIONES
           ELSE
              ADD 1 TO WS-NUM-RECHAZADOS
              ADD RMK-IMPORTE TO WS-TOTAL-RECHAZADO
           END-IF.
      *
      *    Deja el detalle de la operacion recien aplicada en REMCHK,
      *    con su resultado e importe, para que un rerun la salte y
      *    pueda reconstruir los totales.
       3160-ANOTAR-CHECKPOINT.
           IF WS-MOTIVO-RECHAZO = SPACES
              MOVE "C" TO WS-RESULT-CHECKPOINT
           ELSE
              MOVE "R" TO WS-RESULT-CHECKPOINT
           END-IF
           MOVE "T" TO RMK-TIPO
           MOVE WS-ORIGEN-REMESA TO RMK-ORIGEN
           MOVE WS-REFERENCIA-REMESA TO RMK-REFERENCIA
           MOVE WS-REMESA-NUM-REGS TO RMK-NUM-REGISTROS
           MOVE WS-REMESA-IMPORTE TO RMK-IMPORTE-TOTAL
           MOVE WS-NUM-LEIDOS TO RMK-NUM-REGISTRO
           MOVE WS-FECHA-ACTUAL TO RMK-FECHA-PROCESO
           MOVE WS-RESULT-CHECKPOINT TO RMK-RESULTADO
           MOVE MTJ-IMPORTE TO RMK-IMPORTE
           MOVE SPACE TO RMK-ESTADO
           WRITE RMK-REGISTRO.
      *
      *    Valida la operacion contra la tarjeta y su cuenta. Los
      *    acumulados diarios de la tarjeta se ponen a cero cuando la
      *    operacion es de un dia distinto al de los acumulados.
       3100-PROCESAR-UNA-OPERACION.
           MOVE SPACES TO WS-MOTIVO-RECHAZO
           MOVE 'N' TO WS-CUENTA-ENCONTRADA
           MOVE MTJ-NUM-TARJETA TO TRJ-NUM-TARJETA
           READ TARJETAS-FILE
              INVALID KEY
                 MOVE 'N' TO WS-TARJETA-ENCONTRADA
              NOT INVALID KEY
                 MOVE 'S' TO WS-TARJETA-ENCONTRADA
           END-READ
           IF WS-TARJETA-ENCONTRADA = 'N'
              MOVE "TARJETA INEXISTENTE" TO WS-MOTIVO-RECHAZO
           ELSE
              IF TRJ-FECHA-ACUMULADO NOT = MTJ-FECHA
                 MOVE MTJ-FECHA TO TRJ-FECHA-ACUMULADO
                 MOVE 0 TO TRJ-ACUM-CAJERO
                 MOVE 0 TO TRJ-ACUM-COMPRAS
              END-IF
              IF TRJ-ESTADO NOT = "A"
                 MOVE "TARJETA BLOQUEADA, PERDIDA O CANCELADA"
                    TO WS-MOTIVO-RECHAZO
              ELSE
                 IF MTJ-FECHA(1:6) > TRJ-FECHA-CADUCIDAD
                    MOVE "TARJETA CADUCADA" TO WS-MOTIVO-RECHAZO
                 ELSE
                    MOVE TRJ-NUM-CUENTA TO CTA-NUM-CUENTA
                    READ CUENTAS-FILE
                       INVALID KEY
                          MOVE 'N' TO WS-CUENTA-ENCONTRADA
                       NOT INVALID KEY
                          MOVE 'S' TO WS-CUENTA-ENCONTRADA
                    END-READ
                    IF WS-CUENTA-ENCONTRADA = 'N'
                       MOVE "CUENTA DE LA TARJETA INEXISTENTE"
                          TO WS-MOTIVO-RECHAZO
                    ELSE
                       PERFORM 3150-VALIDAR-CARGO
                    END-IF
                 END-IF
              END-IF
           END-IF
           IF WS-MOTIVO-RECHAZO = SPACES
              PERFORM 3200-CARGAR-OPERACION
           ELSE
              PERFORM 3300-RECHAZAR-OPERACION
           END-IF.
      *
      *    Comprobaciones sobre la cuenta y los limites: el saldo
      *    cargable incluye la linea de descubierto autorizado, y el
      *    cargo debe cubrir tambien la comision.
       3150-VALIDAR-CARGO.
           IF CTA-ESTADO NOT = "A"
              MOVE "CUENTA BLOQUEADA O CERRADA" TO WS-MOTIVO-RECHAZO
           ELSE
           IF MTJ-MONEDA NOT = CTA-MONEDA
              MOVE "MONEDA DISTINTA DE LA CUENTA"
                 TO WS-MOTIVO-RECHAZO
           ELSE
           IF MTJ-IMPORTE NOT NUMERIC OR MTJ-IMPORTE <= 0
              MOVE "IMPORTE NO VALIDO" TO WS-MOTIVO-RECHAZO
           ELSE
           IF MTJ-TIPO NOT = "C" AND MTJ-TIPO NOT = "P"
              MOVE "TIPO DE OPERACION NO VALIDO"
                 TO WS-MOTIVO-RECHAZO
           ELSE
              IF MTJ-TIPO = "C"
                 COMPUTE WS-ACUMULADO-NUEVO =
                    TRJ-ACUM-CAJERO + MTJ-IMPORTE
                 IF WS-ACUMULADO-NUEVO > TRJ-LIMITE-CAJERO
                    MOVE "LIMITE DIARIO DE CAJERO SUPERADO"
                       TO WS-MOTIVO-RECHAZO
                 END-IF
              ELSE
                 COMPUTE WS-ACUMULADO-NUEVO =
                    TRJ-ACUM-COMPRAS + MTJ-IMPORTE
                 IF WS-ACUMULADO-NUEVO > TRJ-LIMITE-COMPRAS
                    MOVE "LIMITE DIARIO DE COMPRAS SUPERADO"
                       TO WS-MOTIVO-RECHAZO
                 END-IF
              END-IF
              IF WS-MOTIVO-RECHAZO = SPACES
                 MOVE MTJ-IMPORTE TO RMK-IMPORTE
                 PERFORM 3400-CALCULAR-COMISION
                 IF CTA-DESCUBIERTO-AUT IS NUMERIC
                    MOVE CTA-DESCUBIERTO-AUT TO WS-DESCUBIERTO-CUENTA
                 ELSE
                    MOVE 0 TO WS-DESCUBIERTO-CUENTA
                 END-IF
                 COMPUTE WS-SALDO-DISPONIBLE =
                    CTA-SALDO-DISP + WS-DESCUBIERTO-CUENTA
                 IF MTJ-IMPORTE + WS-COMISION > WS-SALDO-DISPONIBLE
                    MOVE "SALDO INSUFICIENTE" TO WS-MOTIVO-RECHAZO
                 END-IF
              END-IF
           END-IF
           END-IF
           END-IF
           END-IF.
      *
      *    Carga la operacion y su comision en la cuenta, actualiza
      *    el acumulado diario de la tarjeta y deja auditoria.
       3200-CARGAR-OPERACION.
           COMPUTE WS-SALDO-NUEVO = CTA-SALDO-DISP - MTJ-IMPORTE
           MOVE WS-SALDO-NUEVO TO CTA-SALDO-DISP
           PERFORM 3250-OBTENER-SIGUIENTE-SECUENCIA
           MOVE TRJ-NUM-CUENTA TO MOV-NUM-CUENTA
           MOVE WS-FECHA-ACTUAL TO MOV-FECHA
           MOVE WS-SIGUIENTE-SECUENCIA TO MOV-SECUENCIA
           MOVE WS-HORA-ACTUAL TO MOV-HORA
           MOVE SPACES TO MOV-CONCEPTO
           IF MTJ-TIPO = "C"
              STRING "CAJERO " MTJ-COMERCIO
                 DELIMITED BY SIZE INTO MOV-CONCEPTO
              ADD MTJ-IMPORTE TO TRJ-ACUM-CAJERO
           ELSE
              STRING "COMPRA " MTJ-COMERCIO
                 DELIMITED BY SIZE INTO MOV-CONCEPTO
              ADD MTJ-IMPORTE TO TRJ-ACUM-COMPRAS
           END-IF
           MOVE "G" TO MOV-TIPO
           MOVE MTJ-IMPORTE TO MOV-IMPORTE
           MOVE WS-SALDO-NUEVO TO MOV-SALDO-DESPUES
           MOVE MTJ-MONEDA TO MOV-MONEDA
           MOVE "BANCO-PROC-TARJETAS" TO MOV-PROGRAMA-ORIGEN
           IF MTJ-TIPO = "C"
              MOVE "TARC" TO MOV-COD-OPERACION
              MOVE "C" TO MOV-CANAL
           ELSE
              MOVE "TARP" TO MOV-COD-OPERACION
              MOVE "T" TO MOV-CANAL
           END-IF
           MOVE WS-OPERADOR TO MOV-OPERADOR
           MOVE SPACE TO MOV-MARCA-EXTORNO
           WRITE MOV-REGISTRO
           PERFORM 7900-ANOTAR-APUNTE-PASO
           IF WS-COMISION > 0
              COMPUTE WS-SALDO-NUEVO = CTA-SALDO-DISP - WS-COMISION
              MOVE WS-SALDO-NUEVO TO CTA-SALDO-DISP
              PERFORM 3250-OBTENER-SIGUIENTE-SECUENCIA
              MOVE TRJ-NUM-CUENTA TO MOV-NUM-CUENTA
              MOVE WS-FECHA-ACTUAL TO MOV-FECHA
              MOVE WS-SIGUIENTE-SECUENCIA TO MOV-SECUENCIA
              MOVE WS-HORA-ACTUAL TO MOV-HORA
              IF MTJ-TIPO = "C"
                 MOVE "COMISION RETIRADA CAJERO" TO MOV-CONCEPTO
              ELSE
                 MOVE "COMISION COMPRA CON TARJETA" TO MOV-CONCEPTO
              END-IF
              MOVE "G" TO MOV-TIPO
              MOVE WS-COMISION TO MOV-IMPORTE
              MOVE WS-SALDO-NUEVO TO MOV-SALDO-DESPUES
              MOVE MTJ-MONEDA TO MOV-MONEDA
              MOVE "BANCO-PROC-TARJETAS" TO MOV-PROGRAMA-ORIGEN
              MOVE "TACO" TO MOV-COD-OPERACION
              IF MTJ-TIPO = "C"
                 MOVE "C" TO MOV-CANAL
              ELSE
                 MOVE "T" TO MOV-CANAL
              END-IF
              MOVE WS-OPERADOR TO MOV-OPERADOR
              MOVE SPACE TO MOV-MARCA-EXTORNO
              WRITE MOV-REGISTRO
              PERFORM 7900-ANOTAR-APUNTE-PASO
              ADD WS-COMISION TO WS-TOTAL-COMISIONES
           END-IF
           REWRITE CTA-REGISTRO
           REWRITE TRJ-REGISTRO
           ADD 1 TO WS-NUM-CARGADOS
           ADD MTJ-IMPORTE TO WS-TOTAL-CARGADO
           MOVE MTJ-IMPORTE TO WS-AUD-IMPORTE
           MOVE "REALIZADA" TO WS-AUD-RESULTADO
           MOVE SPACES TO WS-AUD-DETALLE
           STRING "TARJETA " MTJ-NUM-TARJETA " " MTJ-TIPO
              DELIMITED BY SIZE INTO WS-AUD-DETALLE
           MOVE MTJ-REFERENCIA TO WS-AUD-CUENTA-2
           CALL "BANCO-AUDITORIA-MOTOR" USING WS-AUD-PROGRAMA
              TRJ-NUM-CUENTA WS-AUD-CUENTA-2 WS-AUD-IMPORTE
              WS-AUD-RESULTADO WS-AUD-DETALLE WS-OPERADOR.
      *
      *    Devuelve a la red la operacion que no se puede cargar, con
      *    el motivo en TRC-OBSERVACIONES, y deja linea de auditoria.
      *    Los acumulados de una tarjeta existente se graban igual,
      *    por si se pusieron a cero al cambiar de dia.
       3300-RECHAZAR-OPERACION.
           IF WS-TARJETA-ENCONTRADA = 'S'
              REWRITE TRJ-REGISTRO
           END-IF
           MOVE MTJ-REGISTRO TO TRC-REGISTRO
           MOVE WS-MOTIVO-RECHAZO TO TRC-OBSERVACIONES
           WRITE TRC-REGISTRO
           ADD 1 TO WS-NUM-RECHAZADOS
           IF MTJ-IMPORTE IS NUMERIC
              ADD MTJ-IMPORTE TO WS-TOTAL-RECHAZADO
              MOVE MTJ-IMPORTE TO WS-AUD-IMPORTE
           ELSE
              MOVE 0 TO WS-AUD-IMPORTE
           END-IF
           MOVE "RECHAZADA" TO WS-AUD-RESULTADO
           MOVE WS-MOTIVO-RECHAZO TO WS-AUD-DETALLE
           MOVE MTJ-REFERENCIA TO WS-AUD-CUENTA-2
           IF WS-TARJETA-ENCONTRADA = 'S'
              CALL "BANCO-AUDITORIA-MOTOR" USING WS-AUD-PROGRAMA
                 TRJ-NUM-CUENTA WS-AUD-CUENTA-2 WS-AUD-IMPORTE
                 WS-AUD-RESULTADO WS-AUD-DETALLE WS-OPERADOR
           ELSE
              CALL "BANCO-AUDITORIA-MOTOR" USING WS-AUD-PROGRAMA
                 MTJ-NUM-TARJETA WS-AUD-CUENTA-2 WS-AUD-IMPORTE
                 WS-AUD-RESULTADO WS-AUD-DETALLE WS-OPERADOR
           END-IF
           DISPLAY "Operacion rechazada tarjeta " MTJ-NUM-TARJETA
              ": " WS-MOTIVO-RECHAZO.
      *
       3250-OBTENER-SIGUIENTE-SECUENCIA.
           MOVE "M" TO CTR-CLAVE
           READ CTLMOV-FILE
           ADD 1 TO CTR-ULTIMO-VALOR
           MOVE CTR-ULTIMO-VALOR TO WS-SIGUIENTE-SECUENCIA
           REWRITE CTR-REGISTRO.
      *
      *    Comision de la operacion segun la tarifa de su tipo:
      *    fija mas porcentaje sobre el importe (en RMK-IMPORTE), con
      *    el minimo de la tarifa. Un tipo sin tarifa no paga.
       3400-CALCULAR-COMISION.
           MOVE 0 TO WS-COMISION
           PERFORM VARYING WS-IDX-TARIFA FROM 1 BY 1
              UNTIL WS-IDX-TARIFA > WS-NUM-TARIFAS
              IF WS-TTJ-TIPO(WS-IDX-TARIFA) = MTJ-TIPO
                 COMPUTE WS-COMISION ROUNDED =
                    WS-TTJ-FIJA(WS-IDX-TARIFA) +
                    RMK-IMPORTE * WS-TTJ-TASA(WS-IDX-TARIFA)
                 IF WS-COMISION < WS-TTJ-MINIMO(WS-IDX-TARIFA)
                    MOVE WS-TTJ-MINIMO(WS-IDX-TARIFA) TO WS-COMISION
                 END-IF
              END-IF
           END-PERFORM.
      *
      *    Informe de rechazo de un fichero TARJRED ya procesado: no
      *    se toca ninguna cuenta.
       4500-INFORME-REMESA-DUPLICADA.
           DISPLAY " "
           DISPLAY "=========================================="
           DISPLAY "   FICHERO TARJRED DUPLICADO - NO PROCESADO"
           DISPLAY "=========================================="
           DISPLAY "Fecha primer registro: " WS-ORIGEN-REMESA
           DISPLAY "Referencia primera:    " WS-REFERENCIA-REMESA
           DISPLAY "Registros:             " WS-REMESA-NUM-REGS
           DISPLAY "Importe total:         " WS-REMESA-IMPORTE
           DISPLAY "Procesado el:          " RMK-FECHA-PROCESO
           DISPLAY "El fichero ya fue procesado y cargado; esta "
              "presentacion se rechaza entera sin tocar ninguna "
              "cuenta."
           DISPLAY "==========================================".
      *
      *    Marca la remesa como completada en su cabecera de REMCHK:
      *    a partir de aqui una nueva presentacion identica se
      *    rechaza como duplicada.
       4600-CERRAR-CONTROL-REMESA.
           IF WS-REMESA-NUM-REGS > 0
              MOVE "T" TO RMK-TIPO
              MOVE WS-ORIGEN-REMESA TO RMK-ORIGEN
              MOVE WS-REFERENCIA-REMESA TO RMK-REFERENCIA
              MOVE WS-REMESA-NUM-REGS TO RMK-NUM-REGISTROS
              MOVE WS-REMESA-IMPORTE TO RMK-IMPORTE-TOTAL
              MOVE 0 TO RMK-NUM-REGISTRO
              READ REMCHK-FILE
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE "C" TO RMK-ESTADO
                    REWRITE RMK-REGISTRO
              END-READ
           END-IF.
      *
       4000-MOSTRAR-RESUMEN-FINAL.
           DISPLAY " "
           DISPLAY "=========================================="
           DISPLAY "   RESUMEN DE OPERACIONES CON TARJETA"
           DISPLAY "=========================================="
           DISPLAY "Operaciones leidas:     " WS-NUM-LEIDOS
           DISPLAY "Operaciones cargadas:   " WS-NUM-CARGADOS
           DISPLAY "Operaciones rechazadas: " WS-NUM-RECHAZADOS
           DISPLAY "Importe cargado:        " WS-TOTAL-CARGADO
           DISPLAY "Importe rechazado:      " WS-TOTAL-RECHAZADO
           DISPLAY "Comisiones cobradas:    " WS-TOTAL-COMISIONES
           DISPLAY "==========================================".
      *
      *    Abona en la cuenta interna de ingresos por comisiones el
      *    total cobrado en el paso, con un unico apunte agregado.
       5000-ABONAR-COMISIONES-GL.
           IF WS-TOTAL-COMISIONES > 0
              MOVE WS-CTA-GL-COMISIONES TO CTA-NUM-CUENTA
              READ CUENTAS-FILE
                 INVALID KEY
                    PERFORM 5100-CREAR-CUENTA-GL
              END-READ
              ADD WS-TOTAL-COMISIONES TO CTA-SALDO-DISP
              REWRITE CTA-REGISTRO
              PERFORM 3250-OBTENER-SIGUIENTE-SECUENCIA
              MOVE WS-CTA-GL-COMISIONES TO MOV-NUM-CUENTA
              MOVE WS-FECHA-ACTUAL TO MOV-FECHA
              MOVE WS-SIGUIENTE-SECUENCIA TO MOV-SECUENCIA
              MOVE "000000" TO MOV-HORA
              MOVE "COMISIONES OPERACIONES CON TARJETA"
                 TO MOV-CONCEPTO
              MOVE "I" TO MOV-TIPO
              MOVE WS-TOTAL-COMISIONES TO MOV-IMPORTE
              MOVE CTA-SALDO-DISP TO MOV-SALDO-DESPUES
              MOVE CTA-MONEDA TO MOV-MONEDA
              MOVE "BANCO-PROC-TARJETAS" TO MOV-PROGRAMA-ORIGEN
              MOVE "GLTC" TO MOV-COD-OPERACION
              MOVE "L" TO MOV-CANAL
              MOVE WS-OPERADOR TO MOV-OPERADOR
              MOVE SPACE TO MOV-MARCA-EXTORNO
              WRITE MOV-REGISTRO
              PERFORM 7900-ANOTAR-APUNTE-PASO
           END-IF.
      *
       5100-CREAR-CUENTA-GL.
           MOVE WS-CTA-GL-COMISIONES TO CTA-NUM-CUENTA
           MOVE "BANCO" TO CTA-ID-CLIENTE
           MOVE "INGRESOS POR COMISIONES" TO CTA-TITULAR
           MOVE "INTERNA" TO CTA-TIPO
           MOVE "EUR" TO CTA-MONEDA
           MOVE 0 TO CTA-SALDO-DISP
           MOVE 0 TO CTA-SALDO-RET
           MOVE 0 TO CTA-LIMITE-DIARIO
           MOVE 0 TO CTA-LIMITE-MENSUAL
           MOVE WS-FECHA-ACTUAL TO CTA-FECHA-APERTURA
           MOVE "A" TO CTA-ESTADO
           MOVE 0 TO CTA-DESCUBIERTO-AUT
           WRITE CTA-REGISTRO.
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
           CLOSE TARJRED-FILE
           CLOSE TARJRECH-FILE
           CLOSE REMCHK-FILE.
      *
       8950-CERRAR-MAESTROS.
           CLOSE CUENTAS-FILE
           CLOSE MOVIMIEN-FILE
           CLOSE CTLMOV-FILE
           CLOSE TARJETAS-FILE.
      *
       9000-FINALIZAR.
           DISPLAY " "
           DISPLAY "Proceso de operaciones con tarjeta finalizado.".
