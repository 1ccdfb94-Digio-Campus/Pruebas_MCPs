      *================================================================*
      * PROGRAMA: BANCO-COBRA-PRESTAMOS
      * DESCRIPCION: Paso del job de cierre que cobra las cuotas de
      *              los prestamos personales. Primero reintenta las
      *              cuotas que siguen impagadas en IMPAGPRE; despues,
      *              por cada prestamo vigente cuya siguiente cuota
      *              del cuadro CUADPRE haya vencido, carga la cuota en
      *              la cuenta asociada si el saldo disponible mas el
      *              descubierto autorizado la cubre, con dos apuntes
      *              (amortizacion de principal e intereses) y linea de
      *              auditoria. La cuota que la cuenta no cubre pasa a
      *              IMPAGPRE con los dias de impago, que se actualizan
      *              en cada cierre hasta que se cobra. Al terminar,
      *              el principal cobrado se abona en la cartera de
      *              prestamos INT-PRESTAMOS y los intereses en la
      *              cuenta interna de ingresos INT-ING-PRESTAMOS, y se
      *              emite el informe diario de morosidad en MOROSPRE.
      *              Un prestamo con todas sus cuotas cobradas queda
      *              amortizado.
      * AUTOR: Proyecto MCPs
      * FECHA: 2026-10-15
      *
      * HISTORIAL DE MODIFICACIONES:
      *   2026-10-15  Los apuntes llevan codigo de operacion del
      *               catalogo CODOPER y canal "L": PRCA y PRCI en los
      *               cargos de amortizacion e intereses, GLPR y GLIP en
      *               las cuentas internas.
      *   2026-10-15  El paso anota su inicio y sus cifras en el fichero
      *               de totales de control TOTCTL (BANCO-TOTALES-PASO),
      *               con cada apunte grabado en MOVIMIEN, para la hoja
      *               de control del job que emite BANCO-VALIDA-TOTALES.
      *================================================================*
      *
      *-------- BLOQUE 1: IDENTIFICATION DIVISION -------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANCO-COBRA-PRESTAMOS.
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
           SELECT PRESTAMO-FILE ASSIGN TO "PRESTAMO"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PRE-ID
              FILE STATUS IS WS-PRESTAMO-STATUS.
      *
           SELECT CUADPRE-FILE ASSIGN TO "CUADPRE"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS CUP-CLAVE
              FILE STATUS IS WS-CUADPRE-STATUS.
      *
           SELECT IMPAGPRE-FILE ASSIGN TO "IMPAGPRE"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS IPR-CLAVE
              FILE STATUS IS WS-IMPAGPRE-STATUS.
      *
           SELECT MOROSPRE-FILE ASSIGN TO "MOROSPRE"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-MOROSPRE-STATUS.
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
       FD  PRESTAMO-FILE.
           COPY "prestamo.cpy".
      *
       FD  CUADPRE-FILE.
           COPY "cuadpre.cpy".
      *
       FD  IMPAGPRE-FILE.
           COPY "impagpre.cpy".
      *
       FD  MOROSPRE-FILE.
       01 WS-LINEA-MOROSIDAD       PIC X(132).
      *
       WORKING-STORAGE SECTION.
      *
      *--- Cuota en curso de cobro ---
       01 WS-COB-ID-PRESTAMO       PIC 9(08) VALUE 0.
       01 WS-COB-NUM-CUOTA         PIC 9(03) VALUE 0.
       01 WS-COB-CUENTA            PIC X(20).
       01 WS-COB-IMPORTE           PIC 9(10)V99 VALUE 0.
       01 WS-COB-INTERES           PIC 9(10)V99 VALUE 0.
       01 WS-COB-AMORTIZACION      PIC 9(10)V99 VALUE 0.
       01 WS-COB-MONEDA            PIC X(03).
       01 WS-COBRO-REALIZADO       PIC X VALUE 'N'.
       01 WS-DESCUBIERTO-CUENTA    PIC 9(10)V99 VALUE 0.
       01 WS-SALDO-DISPONIBLE      PIC S9(11)V99 VALUE 0.
       01 WS-SALDO-NUEVO           PIC S9(10)V99 VALUE 0.
       01 WS-SIGUIENTE-SECUENCIA   PIC 9(06) VALUE 0.
      *
      *--- Contadores del cobro ---
       01 WS-NUM-PRESTAMOS-LEIDOS  PIC 9(06) VALUE 0.
       01 WS-NUM-CUOTAS-COBRADAS   PIC 9(06) VALUE 0.
       01 WS-NUM-CUOTAS-IMPAGADAS  PIC 9(06) VALUE 0.
       01 WS-NUM-CUOTAS-RECUPERADAS PIC 9(06) VALUE 0.
       01 WS-NUM-AMORTIZADOS       PIC 9(06) VALUE 0.
       01 WS-TOTAL-AMORTIZACION    PIC 9(12)V99 VALUE 0.
       01 WS-TOTAL-INTERESES       PIC 9(12)V99 VALUE 0.
      *
      *--- Totales del informe de morosidad por antiguedad ---
       01 WS-MOR-NUM-CUOTAS        PIC 9(06) VALUE 0.
       01 WS-MOR-TOTAL             PIC 9(12)V99 VALUE 0.
       01 WS-MOR-TOTAL-30          PIC 9(12)V99 VALUE 0.
       01 WS-MOR-TOTAL-90          PIC 9(12)V99 VALUE 0.
       01 WS-MOR-TOTAL-MAS-90      PIC 9(12)V99 VALUE 0.
      *
      *--- Cuentas internas de contrapartida ---
       01 WS-CTA-GL-PRESTAMOS      PIC X(20) VALUE "INT-PRESTAMOS".
       01 WS-CTA-GL-ING-PRESTAMOS  PIC X(20) VALUE "INT-ING-PRESTAMOS".
      *
      *--- Calculo de los dias de impago ---
       01 WS-FECHA-CALCULO.
          05 WS-CAL-ANO            PIC 9(04).
          05 WS-CAL-MES            PIC 9(02).
          05 WS-CAL-DIA            PIC 9(02).
       01 WS-DIAS-IMPAGO           PIC 9(05) VALUE 0.
       01 WS-MAX-DIAS-IMPAGO       PIC 9(05) VALUE 99999.
       01 WS-DIAS-MES              PIC 9(02) VALUE 0.
       01 WS-RESTO-BISIESTO        PIC 9(04) VALUE 0.
       01 WS-COCIENTE-BISIESTO     PIC 9(04) VALUE 0.
       01 WS-ANO-BISIESTO          PIC X VALUE 'N'.
      *
      *--- Importes editados para el informe ---
       01 WS-IMPORTE-EDITADO       PIC ZZZZZZZZZZZ9.99.
       01 WS-DIAS-EDITADO          PIC ZZZZ9.
      *
      *--- Variables de control ---
       01 WS-FECHA-ACTUAL          PIC X(10).
       01 WS-FIN-PRESTAMOS         PIC X VALUE 'N'.
       01 WS-FIN-IMPAGADAS         PIC X VALUE 'N'.
       01 WS-CUOTA-ENCONTRADA      PIC X VALUE 'N'.
       01 WS-OPERADOR              PIC X(08) VALUE "BATCH".
      *
       01 WS-CUENTAS-STATUS        PIC X(02).
          88 WS-CUENTAS-OK             VALUE "00".
       01 WS-MOVIMIEN-STATUS       PIC X(02).
          88 WS-MOVIMIEN-OK            VALUE "00".
       01 WS-CTLMOV-STATUS         PIC X(02).
          88 WS-CTLMOV-OK              VALUE "00".
          88 WS-CTLMOV-NUEVO           VALUE "35".
       01 WS-PRESTAMO-STATUS       PIC X(02).
          88 WS-PRESTAMO-OK            VALUE "00".
          88 WS-PRESTAMO-NUEVO         VALUE "35".
       01 WS-CUADPRE-STATUS        PIC X(02).
          88 WS-CUADPRE-OK             VALUE "00".
          88 WS-CUADPRE-NUEVO          VALUE "35".
       01 WS-IMPAGPRE-STATUS       PIC X(02).
          88 WS-IMPAGPRE-OK            VALUE "00".
          88 WS-IMPAGPRE-NUEVO         VALUE "35".
       01 WS-MOROSPRE-STATUS       PIC X(02).
          88 WS-MOROSPRE-OK            VALUE "00".
      *
      *--- Control de cierre (ver BANCO-CONTROL-CIERRE) ---
       01 WS-CC-ACCION             PIC X(01).
       01 WS-CC-PASO               PIC 9(02) VALUE 29.
       01 WS-CC-PASO-ANTERIOR      PIC 9(02) VALUE 28.
       01 WS-CC-PERMITIDO          PIC X(01).
       01 WS-CC-MENSAJE            PIC X(60).
      *
      *--- Datos para la linea de auditoria ---
       01 WS-AUD-PROGRAMA        PIC X(20) VALUE "BANCO-COBRA-PRESTAMO".
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
           PERFORM 3000-REINTENTAR-IMPAGADAS
           PERFORM 4000-COBRAR-CUOTAS-VENCIDAS
           PERFORM 5000-CONTRAPARTIDA-CARTERA
           PERFORM 5100-CONTRAPARTIDA-INGRESOS
           PERFORM 6000-INFORME-MOROSIDAD
           PERFORM 7000-MOSTRAR-RESUMEN-FINAL
           PERFORM 8900-CERRAR-FICHEROS
           PERFORM 1200-ANOTAR-CONTROL-CIERRE
           PERFORM 1400-ANOTAR-TOTALES-PASO
           PERFORM 9000-FINALIZAR
           STOP RUN.
      *
       1000-INICIALIZAR.
           ACCEPT WS-FECHA-ACTUAL FROM DATE YYYYMMDD
           DISPLAY "=========================================="
           DISPLAY "   COBRO DE CUOTAS DE PRESTAMOS"
           DISPLAY "   Fecha: " WS-FECHA-ACTUAL
           DISPLAY "==========================================".
      *
      *    Comprueba en CTLCIERR que el paso pueda ejecutarse hoy
      *    (no repetido y con el paso 28 completado); si no procede,
      *    termina sin procesar y con codigo de retorno cero.
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
           MOVE "BANCO-COBRA-PRESTAMO" TO WS-TPA-PROGRAMA
           MOVE "BANCIERR" TO WS-TPA-JOB
           MOVE "I" TO WS-TP-ACCION
           CALL "BANCO-TOTALES-PASO" USING WS-TP-ACCION
              WS-TPA-REGISTRO.
      *
      *    Anota en TOTCTL las cifras del paso y su codigo de
      *    retorno, que se conserva tras la llamada.
       1400-ANOTAR-TOTALES-PASO.
           MOVE WS-NUM-PRESTAMOS-LEIDOS TO WS-TPA-LEIDOS
           COMPUTE WS-TPA-ACEPTADOS = WS-NUM-CUOTAS-COBRADAS
              + WS-NUM-CUOTAS-RECUPERADAS
           COMPUTE WS-TPA-IMPORTE-ACEPTADO = WS-TOTAL-AMORTIZACION
              + WS-TOTAL-INTERESES
           MOVE WS-NUM-CUOTAS-IMPAGADAS TO WS-TPA-RECHAZADOS
           MOVE RETURN-CODE TO WS-TPA-RC
           MOVE "F" TO WS-TP-ACCION
           CALL "BANCO-TOTALES-PASO" USING WS-TP-ACCION
              WS-TPA-REGISTRO
           MOVE WS-TPA-RC TO RETURN-CODE.
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
           OPEN I-O PRESTAMO-FILE
           IF WS-PRESTAMO-NUEVO
              OPEN OUTPUT PRESTAMO-FILE
              CLOSE PRESTAMO-FILE
              OPEN I-O PRESTAMO-FILE
           END-IF
           OPEN I-O CUADPRE-FILE
           IF WS-CUADPRE-NUEVO
              OPEN OUTPUT CUADPRE-FILE
              CLOSE CUADPRE-FILE
              OPEN I-O CUADPRE-FILE
           END-IF
           OPEN I-O IMPAGPRE-FILE
           IF WS-IMPAGPRE-NUEVO
              OPEN OUTPUT IMPAGPRE-FILE
              CLOSE IMPAGPRE-FILE
              OPEN I-O IMPAGPRE-FILE
           END-IF
           IF NOT WS-CUENTAS-OK OR NOT WS-MOVIMIEN-OK
              OR NOT WS-PRESTAMO-OK OR NOT WS-CUADPRE-OK
              OR NOT WS-IMPAGPRE-OK
              DISPLAY "ERROR: No se pueden abrir los ficheros "
                 "maestros."
              PERFORM 9000-FINALIZAR
              STOP RUN
           END-IF
           OPEN OUTPUT MOROSPRE-FILE
           IF NOT WS-MOROSPRE-OK
              DISPLAY "ERROR: No se puede abrir el fichero MOROSPRE."
              PERFORM 9000-FINALIZAR
              STOP RUN
           END-IF.
      *
      *    Reintenta el cobro de las cuotas que siguen impagadas: la
      *    que ahora se cubre queda cobrada con retraso en IMPAGPRE,
      *    en el cuadro y en el prestamo; la que no, actualiza sus
      *    dias de impago y la fecha del ultimo intento.
       3000-REINTENTAR-IMPAGADAS.
           MOVE LOW-VALUES TO IPR-CLAVE
           MOVE 'N' TO WS-FIN-IMPAGADAS
           START IMPAGPRE-FILE KEY IS NOT LESS THAN IPR-CLAVE
              INVALID KEY
                 MOVE 'S' TO WS-FIN-IMPAGADAS
           END-START
           PERFORM UNTIL WS-FIN-IMPAGADAS = 'S'
              READ IMPAGPRE-FILE NEXT RECORD
                 AT END
                    MOVE 'S' TO WS-FIN-IMPAGADAS
                 NOT AT END
                    IF IPR-ESTADO = "P"
                       PERFORM 3100-REINTENTAR-UNA-CUOTA
                    END-IF
              END-READ
           END-PERFORM.
      *
       3100-REINTENTAR-UNA-CUOTA.
           MOVE IPR-ID-PRESTAMO TO WS-COB-ID-PRESTAMO
           MOVE IPR-NUM-CUOTA TO WS-COB-NUM-CUOTA
           MOVE IPR-CUENTA-ASOCIADA TO WS-COB-CUENTA
           MOVE IPR-IMPORTE-CUOTA TO WS-COB-IMPORTE
           MOVE IPR-INTERES TO WS-COB-INTERES
           MOVE IPR-AMORTIZACION TO WS-COB-AMORTIZACION
           MOVE IPR-MONEDA TO WS-COB-MONEDA
           PERFORM 3500-INTENTAR-COBRO
           MOVE IPR-FECHA-VENCIMIENTO TO WS-FECHA-CALCULO
           PERFORM 3800-CALCULAR-DIAS-IMPAGO
           MOVE WS-DIAS-IMPAGO TO IPR-DIAS-IMPAGO
           MOVE WS-FECHA-ACTUAL TO IPR-FECHA-ULT-INTENTO
           IF WS-COBRO-REALIZADO = 'S'
              MOVE "C" TO IPR-ESTADO
              MOVE WS-FECHA-ACTUAL TO IPR-FECHA-COBRO
              ADD 1 TO WS-NUM-CUOTAS-RECUPERADAS
              PERFORM 3150-MARCAR-CUOTA-RECUPERADA
           END-IF
           REWRITE IPR-REGISTRO.
      *
      *    La cuota cobrada con retraso pasa a cobrada en el cuadro y
      *    deja de contar como impagada en el prestamo, que queda
      *    amortizado si ya no le quedan cuotas por vencer ni
      *    impagadas.
       3150-MARCAR-CUOTA-RECUPERADA.
           MOVE WS-COB-ID-PRESTAMO TO CUP-ID-PRESTAMO
           MOVE WS-COB-NUM-CUOTA TO CUP-NUM-CUOTA
           READ CUADPRE-FILE
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE "C" TO CUP-ESTADO
                 MOVE WS-FECHA-ACTUAL TO CUP-FECHA-COBRO
                 REWRITE CUP-REGISTRO
           END-READ
           MOVE WS-COB-ID-PRESTAMO TO PRE-ID
           READ PRESTAMO-FILE
              INVALID KEY
                 DISPLAY "AVISO: la cuota impagada " WS-COB-NUM-CUOTA
                    " no tiene prestamo " WS-COB-ID-PRESTAMO
              NOT INVALID KEY
                 IF PRE-CUOTAS-IMPAGADAS > 0
                    SUBTRACT 1 FROM PRE-CUOTAS-IMPAGADAS
                 END-IF
                 IF PRE-CAPITAL-PENDIENTE > WS-COB-AMORTIZACION
                    SUBTRACT WS-COB-AMORTIZACION
                       FROM PRE-CAPITAL-PENDIENTE
                 ELSE
                    MOVE 0 TO PRE-CAPITAL-PENDIENTE
                 END-IF
                 IF PRE-CUOTAS-IMPAGADAS = 0
                    AND PRE-PROXIMA-CUOTA > PRE-MESES-PLAZO
                    MOVE "A" TO PRE-ESTADO
                    ADD 1 TO WS-NUM-AMORTIZADOS
                 END-IF
                 REWRITE PRE-REGISTRO
           END-READ.
      *
      *    Carga la cuota en la cuenta asociada si la cuenta esta
      *    operativa y su saldo disponible mas el descubierto
      *    autorizado la cubre (un registro anterior al alta del
      *    descubierto se trata como descubierto cero). El cargo se
      *    anota en dos apuntes, amortizacion e intereses, y deja
      *    linea de auditoria; la cuota no cubierta se audita como
      *    impagada.
       3500-INTENTAR-COBRO.
           MOVE 'N' TO WS-COBRO-REALIZADO
           MOVE WS-COB-CUENTA TO CTA-NUM-CUENTA
           READ CUENTAS-FILE
              INVALID KEY
                 DISPLAY "AVISO: la cuenta " WS-COB-CUENTA
                    " del prestamo " WS-COB-ID-PRESTAMO
                    " no existe."
              NOT INVALID KEY
                 IF CTA-ESTADO = "A"
                    IF CTA-DESCUBIERTO-AUT IS NUMERIC
                       MOVE CTA-DESCUBIERTO-AUT
                          TO WS-DESCUBIERTO-CUENTA
                    ELSE
                       MOVE 0 TO WS-DESCUBIERTO-CUENTA
                    END-IF
                    COMPUTE WS-SALDO-DISPONIBLE =
                       CTA-SALDO-DISP + WS-DESCUBIERTO-CUENTA
                    IF WS-COB-IMPORTE <= WS-SALDO-DISPONIBLE
                       MOVE 'S' TO WS-COBRO-REALIZADO
                    END-IF
                 END-IF
           END-READ
           IF WS-COBRO-REALIZADO = 'S'
              PERFORM 3600-CARGAR-CUOTA
           END-IF
           PERFORM 3700-REGISTRAR-AUDITORIA.
      *
       3600-CARGAR-CUOTA.
           IF WS-COB-AMORTIZACION > 0
              COMPUTE WS-SALDO-NUEVO =
                 CTA-SALDO-DISP - WS-COB-AMORTIZACION
              MOVE WS-SALDO-NUEVO TO CTA-SALDO-DISP
              PERFORM 3650-OBTENER-SIGUIENTE-SECUENCIA
              MOVE WS-COB-CUENTA TO MOV-NUM-CUENTA
              MOVE WS-FECHA-ACTUAL TO MOV-FECHA
              MOVE WS-SIGUIENTE-SECUENCIA TO MOV-SECUENCIA
              MOVE "000000" TO MOV-HORA
              MOVE SPACES TO MOV-CONCEPTO
              STRING "AMORTIZACION PRESTAMO " WS-COB-ID-PRESTAMO
                 " CUOTA " WS-COB-NUM-CUOTA
                 DELIMITED BY SIZE INTO MOV-CONCEPTO
              MOVE "G" TO MOV-TIPO
              MOVE WS-COB-AMORTIZACION TO MOV-IMPORTE
              MOVE CTA-SALDO-DISP TO MOV-SALDO-DESPUES
              MOVE WS-COB-MONEDA TO MOV-MONEDA
              MOVE "BANCO-COBRA-PRESTAMO" TO MOV-PROGRAMA-ORIGEN
              MOVE "PRCA" TO MOV-COD-OPERACION
              MOVE "L" TO MOV-CANAL
              MOVE WS-OPERADOR TO MOV-OPERADOR
              MOVE SPACE TO MOV-MARCA-EXTORNO
              WRITE MOV-REGISTRO
              PERFORM 7900-ANOTAR-APUNTE-PASO
           END-IF
           IF WS-COB-INTERES > 0
              COMPUTE WS-SALDO-NUEVO =
                 CTA-SALDO-DISP - WS-COB-INTERES
              MOVE WS-SALDO-NUEVO TO CTA-SALDO-DISP
              PERFORM 3650-OBTENER-SIGUIENTE-SECUENCIA
              MOVE WS-COB-CUENTA TO MOV-NUM-CUENTA
              MOVE WS-FECHA-ACTUAL TO MOV-FECHA
              MOVE WS-SIGUIENTE-SECUENCIA TO MOV-SECUENCIA
              MOVE "000000" TO MOV-HORA
              MOVE SPACES TO MOV-CONCEPTO
              STRING "INTERESES PRESTAMO " WS-COB-ID-PRESTAMO
                 " CUOTA " WS-COB-NUM-CUOTA
                 DELIMITED BY SIZE INTO MOV-CONCEPTO
              MOVE "G" TO MOV-TIPO
              MOVE WS-COB-INTERES TO MOV-IMPORTE
              MOVE CTA-SALDO-DISP TO MOV-SALDO-DESPUES
              MOVE WS-COB-MONEDA TO MOV-MONEDA
              MOVE "BANCO-COBRA-PRESTAMO" TO MOV-PROGRAMA-ORIGEN
              MOVE "PRCI" TO MOV-COD-OPERACION
              MOVE "L" TO MOV-CANAL
              MOVE WS-OPERADOR TO MOV-OPERADOR
              MOVE SPACE TO MOV-MARCA-EXTORNO
              WRITE MOV-REGISTRO
              PERFORM 7900-ANOTAR-APUNTE-PASO
           END-IF
           REWRITE CTA-REGISTRO
           ADD 1 TO WS-NUM-CUOTAS-COBRADAS
           ADD WS-COB-AMORTIZACION TO WS-TOTAL-AMORTIZACION
           ADD WS-COB-INTERES TO WS-TOTAL-INTERESES
           DISPLAY "Prestamo " WS-COB-ID-PRESTAMO " cuota "
              WS-COB-NUM-CUOTA " cobrada en " WS-COB-CUENTA
              " importe " WS-COB-IMPORTE.
      *
       3650-OBTENER-SIGUIENTE-SECUENCIA.
           MOVE "M" TO CTR-CLAVE
           READ CTLMOV-FILE
           ADD 1 TO CTR-ULTIMO-VALOR
           MOVE CTR-ULTIMO-VALOR TO WS-SIGUIENTE-SECUENCIA
           REWRITE CTR-REGISTRO.
      *
       3700-REGISTRAR-AUDITORIA.
           MOVE WS-COB-IMPORTE TO WS-AUD-IMPORTE
           IF WS-COBRO-REALIZADO = 'S'
              MOVE "REALIZADA" TO WS-AUD-RESULTADO
           ELSE
              MOVE "IMPAGADA" TO WS-AUD-RESULTADO
           END-IF
           MOVE SPACES TO WS-AUD-DETALLE
           STRING "CUOTA " WS-COB-NUM-CUOTA " PRESTAMO "
              WS-COB-ID-PRESTAMO
              DELIMITED BY SIZE INTO WS-AUD-DETALLE
           CALL "BANCO-AUDITORIA-MOTOR" USING WS-AUD-PROGRAMA
              WS-COB-CUENTA WS-CTA-GL-PRESTAMOS WS-AUD-IMPORTE
              WS-AUD-RESULTADO WS-AUD-DETALLE WS-OPERADOR.
      *
      *    Dias de impago: cuenta los dias naturales desde el
      *    vencimiento de la cuota (en WS-FECHA-CALCULO) hasta hoy,
      *    avanzando dia a dia con el calendario real.
       3800-CALCULAR-DIAS-IMPAGO.
           MOVE 0 TO WS-DIAS-IMPAGO
           PERFORM UNTIL WS-FECHA-CALCULO >= WS-FECHA-ACTUAL(1:8)
              OR WS-DIAS-IMPAGO >= WS-MAX-DIAS-IMPAGO
              PERFORM 3850-SUMAR-UN-DIA
              ADD 1 TO WS-DIAS-IMPAGO
           END-PERFORM.
      *
       3850-SUMAR-UN-DIA.
           PERFORM 3900-DIAS-DEL-MES
           IF WS-CAL-DIA < WS-DIAS-MES
              ADD 1 TO WS-CAL-DIA
           ELSE
              MOVE 1 TO WS-CAL-DIA
              IF WS-CAL-MES = 12
                 MOVE 1 TO WS-CAL-MES
                 ADD 1 TO WS-CAL-ANO
              ELSE
                 ADD 1 TO WS-CAL-MES
              END-IF
           END-IF.
      *
       3900-DIAS-DEL-MES.
           EVALUATE WS-CAL-MES
              WHEN 1
              WHEN 3
              WHEN 5
              WHEN 7
              WHEN 8
              WHEN 10
              WHEN 12
                 MOVE 31 TO WS-DIAS-MES
              WHEN 4
              WHEN 6
              WHEN 9
              WHEN 11
                 MOVE 30 TO WS-DIAS-MES
              WHEN 2
                 PERFORM 3950-COMPROBAR-BISIESTO
                 IF WS-ANO-BISIESTO = 'S'
                    MOVE 29 TO WS-DIAS-MES
                 ELSE
                    MOVE 28 TO WS-DIAS-MES
                 END-IF
           END-EVALUATE.
      *
      *    Ano bisiesto: divisible por 4 y no por 100, salvo los
      *    divisibles por 400.
       3950-COMPROBAR-BISIESTO.
           MOVE 'N' TO WS-ANO-BISIESTO
           DIVIDE WS-CAL-ANO BY 4 GIVING WS-COCIENTE-BISIESTO
              REMAINDER WS-RESTO-BISIESTO
           IF WS-RESTO-BISIESTO = 0
              MOVE 'S' TO WS-ANO-BISIESTO
              DIVIDE WS-CAL-ANO BY 100 GIVING WS-COCIENTE-BISIESTO
                 REMAINDER WS-RESTO-BISIESTO
              IF WS-RESTO-BISIESTO = 0
                 MOVE 'N' TO WS-ANO-BISIESTO
                 DIVIDE WS-CAL-ANO BY 400
                    GIVING WS-COCIENTE-BISIESTO
                    REMAINDER WS-RESTO-BISIESTO
                 IF WS-RESTO-BISIESTO = 0
                    MOVE 'S' TO WS-ANO-BISIESTO
                 END-IF
              END-IF
           END-IF.
      *
      *    Recorre los prestamos vigentes y procesa todas las cuotas
      *    vencidas hasta hoy (mas de una si el paso no corrio algun
      *    dia). Las cuotas impagadas de hoy se graban en IMPAGPRE,
      *    que ya se recorrio, de modo que no se reintentan dos
      *    veces en el mismo cierre.
       4000-COBRAR-CUOTAS-VENCIDAS.
           MOVE 0 TO PRE-ID
           MOVE 'N' TO WS-FIN-PRESTAMOS
           START PRESTAMO-FILE KEY IS NOT LESS THAN PRE-ID
              INVALID KEY
                 MOVE 'S' TO WS-FIN-PRESTAMOS
           END-START
           PERFORM UNTIL WS-FIN-PRESTAMOS = 'S'
              READ PRESTAMO-FILE NEXT RECORD
                 AT END
                    MOVE 'S' TO WS-FIN-PRESTAMOS
                 NOT AT END
                    ADD 1 TO WS-NUM-PRESTAMOS-LEIDOS
                    IF PRE-ESTADO = "V"
                       AND PRE-PROXIMA-CUOTA <= PRE-MESES-PLAZO
                       AND PRE-FECHA-PROXIMA(1:8)
                          <= WS-FECHA-ACTUAL(1:8)
                       PERFORM 4100-PROCESAR-PRESTAMO
                    END-IF
              END-READ
           END-PERFORM.
      *
       4100-PROCESAR-PRESTAMO.
           PERFORM UNTIL PRE-PROXIMA-CUOTA > PRE-MESES-PLAZO
              OR PRE-FECHA-PROXIMA(1:8) > WS-FECHA-ACTUAL(1:8)
              PERFORM 4200-PROCESAR-CUOTA
           END-PERFORM
           IF PRE-PROXIMA-CUOTA > PRE-MESES-PLAZO
              AND PRE-CUOTAS-IMPAGADAS = 0
              MOVE "A" TO PRE-ESTADO
              ADD 1 TO WS-NUM-AMORTIZADOS
              DISPLAY "Prestamo " PRE-ID " amortizado."
           END-IF
           REWRITE PRE-REGISTRO.
      *
       4200-PROCESAR-CUOTA.
           MOVE PRE-ID TO CUP-ID-PRESTAMO
           MOVE PRE-PROXIMA-CUOTA TO CUP-NUM-CUOTA
           READ CUADPRE-FILE
              INVALID KEY
                 MOVE 'N' TO WS-CUOTA-ENCONTRADA
              NOT INVALID KEY
                 MOVE 'S' TO WS-CUOTA-ENCONTRADA
           END-READ
           IF WS-CUOTA-ENCONTRADA = 'N'
              DISPLAY "AVISO: el prestamo " PRE-ID " no tiene la "
                 "cuota " PRE-PROXIMA-CUOTA " en CUADPRE; se deja "
                 "para revision."
              MOVE 999 TO PRE-PROXIMA-CUOTA
           ELSE
              IF CUP-ESTADO = "P"
                 PERFORM 4300-COBRAR-CUOTA-CUADRO
              END-IF
              ADD 1 TO PRE-PROXIMA-CUOTA
              PERFORM 4500-SIGUIENTE-VENCIMIENTO
           END-IF.
      *
       4300-COBRAR-CUOTA-CUADRO.
           MOVE PRE-ID TO WS-COB-ID-PRESTAMO
           MOVE CUP-NUM-CUOTA TO WS-COB-NUM-CUOTA
           MOVE PRE-CUENTA-ASOCIADA TO WS-COB-CUENTA
           MOVE CUP-IMPORTE-CUOTA TO WS-COB-IMPORTE
           MOVE CUP-INTERES TO WS-COB-INTERES
           MOVE CUP-AMORTIZACION TO WS-COB-AMORTIZACION
           MOVE PRE-MONEDA TO WS-COB-MONEDA
           PERFORM 3500-INTENTAR-COBRO
           IF WS-COBRO-REALIZADO = 'S'
              MOVE "C" TO CUP-ESTADO
              MOVE WS-FECHA-ACTUAL TO CUP-FECHA-COBRO
              IF PRE-CAPITAL-PENDIENTE > WS-COB-AMORTIZACION
                 SUBTRACT WS-COB-AMORTIZACION
                    FROM PRE-CAPITAL-PENDIENTE
              ELSE
                 MOVE 0 TO PRE-CAPITAL-PENDIENTE
              END-IF
           ELSE
              MOVE "I" TO CUP-ESTADO
              ADD 1 TO PRE-CUOTAS-IMPAGADAS
              PERFORM 4400-ANOTAR-IMPAGADA
           END-IF
           REWRITE CUP-REGISTRO.
      *
       4400-ANOTAR-IMPAGADA.
           MOVE PRE-ID TO IPR-ID-PRESTAMO
           MOVE CUP-NUM-CUOTA TO IPR-NUM-CUOTA
           MOVE PRE-CUENTA-ASOCIADA TO IPR-CUENTA-ASOCIADA
           MOVE PRE-ID-CLIENTE TO IPR-ID-CLIENTE
           MOVE CUP-FECHA-VENCIMIENTO TO IPR-FECHA-VENCIMIENTO
           MOVE CUP-IMPORTE-CUOTA TO IPR-IMPORTE-CUOTA
           MOVE CUP-INTERES TO IPR-INTERES
           MOVE CUP-AMORTIZACION TO IPR-AMORTIZACION
           MOVE PRE-MONEDA TO IPR-MONEDA
           MOVE CUP-FECHA-VENCIMIENTO TO WS-FECHA-CALCULO
           PERFORM 3800-CALCULAR-DIAS-IMPAGO
           MOVE WS-DIAS-IMPAGO TO IPR-DIAS-IMPAGO
           MOVE WS-FECHA-ACTUAL TO IPR-FECHA-ULT-INTENTO
           MOVE "P" TO IPR-ESTADO
           MOVE SPACES TO IPR-FECHA-COBRO
           WRITE IPR-REGISTRO
              INVALID KEY
                 REWRITE IPR-REGISTRO
           END-WRITE
           ADD 1 TO WS-NUM-CUOTAS-IMPAGADAS
           DISPLAY "Prestamo " PRE-ID " cuota " CUP-NUM-CUOTA
              " IMPAGADA en " PRE-CUENTA-ASOCIADA
              " importe " CUP-IMPORTE-CUOTA.
      *
      *    Tras procesar una cuota, la fecha proxima del prestamo
      *    pasa a ser el vencimiento de la siguiente del cuadro.
       4500-SIGUIENTE-VENCIMIENTO.
           IF PRE-PROXIMA-CUOTA <= PRE-MESES-PLAZO
              MOVE PRE-ID TO CUP-ID-PRESTAMO
              MOVE PRE-PROXIMA-CUOTA TO CUP-NUM-CUOTA
              READ CUADPRE-FILE
                 INVALID KEY
                    DISPLAY "AVISO: el prestamo " PRE-ID " no tiene "
                       "la cuota " PRE-PROXIMA-CUOTA " en CUADPRE."
                 NOT INVALID KEY
                    MOVE CUP-FECHA-VENCIMIENTO TO PRE-FECHA-PROXIMA
              END-READ
           END-IF.
      *
      *    Contrapartida agregada del principal cobrado en la cartera
      *    de prestamos; se contabiliza al terminar el recorrido para
      *    no mover el puntero del fichero de prestamos.
       5000-CONTRAPARTIDA-CARTERA.
           IF WS-TOTAL-AMORTIZACION > 0
              MOVE WS-CTA-GL-PRESTAMOS TO CTA-NUM-CUENTA
              READ CUENTAS-FILE
                 INVALID KEY
                    PERFORM 5050-CREAR-CUENTA-CARTERA
              END-READ
              ADD WS-TOTAL-AMORTIZACION TO CTA-SALDO-DISP
              REWRITE CTA-REGISTRO
              PERFORM 3650-OBTENER-SIGUIENTE-SECUENCIA
              MOVE WS-CTA-GL-PRESTAMOS TO MOV-NUM-CUENTA
              MOVE WS-FECHA-ACTUAL TO MOV-FECHA
              MOVE WS-SIGUIENTE-SECUENCIA TO MOV-SECUENCIA
              MOVE "000000" TO MOV-HORA
              MOVE "AMORTIZACION CUOTAS DE PRESTAMOS" TO MOV-CONCEPTO
              MOVE "I" TO MOV-TIPO
              MOVE WS-TOTAL-AMORTIZACION TO MOV-IMPORTE
              MOVE CTA-SALDO-DISP TO MOV-SALDO-DESPUES
              MOVE CTA-MONEDA TO MOV-MONEDA
              MOVE "BANCO-COBRA-PRESTAMO" TO MOV-PROGRAMA-ORIGEN
              MOVE "GLPR" TO MOV-COD-OPERACION
              MOVE "L" TO MOV-CANAL
              MOVE WS-OPERADOR TO MOV-OPERADOR
              MOVE SPACE TO MOV-MARCA-EXTORNO
              WRITE MOV-REGISTRO
              PERFORM 7900-ANOTAR-APUNTE-PASO
           END-IF.
      *
       5050-CREAR-CUENTA-CARTERA.
           MOVE WS-CTA-GL-PRESTAMOS TO CTA-NUM-CUENTA
           MOVE "BANCO" TO CTA-ID-CLIENTE
           MOVE "CARTERA DE PRESTAMOS" TO CTA-TITULAR
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
      *    Contrapartida agregada de los intereses cobrados en la
      *    cuenta interna de ingresos por intereses de prestamos.
       5100-CONTRAPARTIDA-INGRESOS.
           IF WS-TOTAL-INTERESES > 0
              MOVE WS-CTA-GL-ING-PRESTAMOS TO CTA-NUM-CUENTA
              READ CUENTAS-FILE
                 INVALID KEY
                    PERFORM 5150-CREAR-CUENTA-INGRESOS
              END-READ
              ADD WS-TOTAL-INTERESES TO CTA-SALDO-DISP
              REWRITE CTA-REGISTRO
              PERFORM 3650-OBTENER-SIGUIENTE-SECUENCIA
              MOVE WS-CTA-GL-ING-PRESTAMOS TO MOV-NUM-CUENTA
              MOVE WS-FECHA-ACTUAL TO MOV-FECHA
              MOVE WS-SIGUIENTE-SECUENCIA TO MOV-SECUENCIA
              MOVE "000000" TO MOV-HORA
              MOVE "INTERESES CUOTAS DE PRESTAMOS" TO MOV-CONCEPTO
              MOVE "I" TO MOV-TIPO
              MOVE WS-TOTAL-INTERESES TO MOV-IMPORTE
              MOVE CTA-SALDO-DISP TO MOV-SALDO-DESPUES
              MOVE CTA-MONEDA TO MOV-MONEDA
              MOVE "BANCO-COBRA-PRESTAMO" TO MOV-PROGRAMA-ORIGEN
              MOVE "GLIP" TO MOV-COD-OPERACION
              MOVE "L" TO MOV-CANAL
              MOVE WS-OPERADOR TO MOV-OPERADOR
              MOVE SPACE TO MOV-MARCA-EXTORNO
              WRITE MOV-REGISTRO
              PERFORM 7900-ANOTAR-APUNTE-PASO
           END-IF.
      *
       5150-CREAR-CUENTA-INGRESOS.
           MOVE WS-CTA-GL-ING-PRESTAMOS TO CTA-NUM-CUENTA
           MOVE "BANCO" TO CTA-ID-CLIENTE
           MOVE "INGRESOS POR INTERESES DE PRESTAMOS" TO CTA-TITULAR
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
      *    Informe diario de morosidad: una linea por cuota que sigue
      *    impagada, con sus dias de impago, mas las cuotas
      *    recuperadas hoy; al final, el total pendiente por tramos
      *    de antiguedad (hasta 30 dias, de 31 a 90, mas de 90).
       6000-INFORME-MOROSIDAD.
           MOVE SPACES TO WS-LINEA-MOROSIDAD
           STRING "INFORME DE MOROSIDAD DE PRESTAMOS - FECHA "
              WS-FECHA-ACTUAL
              DELIMITED BY SIZE INTO WS-LINEA-MOROSIDAD
           END-STRING
           WRITE WS-LINEA-MOROSIDAD
           MOVE SPACES TO WS-LINEA-MOROSIDAD
           STRING "PRESTAMO CUO CUENTA               CLIENTE      "
              "VENCIMIENTO        IMPORTE  DIAS ESTADO"
              DELIMITED BY SIZE INTO WS-LINEA-MOROSIDAD
           END-STRING
           WRITE WS-LINEA-MOROSIDAD
           MOVE LOW-VALUES TO IPR-CLAVE
           MOVE 'N' TO WS-FIN-IMPAGADAS
           START IMPAGPRE-FILE KEY IS NOT LESS THAN IPR-CLAVE
              INVALID KEY
                 MOVE 'S' TO WS-FIN-IMPAGADAS
           END-START
           PERFORM UNTIL WS-FIN-IMPAGADAS = 'S'
              READ IMPAGPRE-FILE NEXT RECORD
                 AT END
                    MOVE 'S' TO WS-FIN-IMPAGADAS
                 NOT AT END
                    IF IPR-ESTADO = "P"
                       OR (IPR-ESTADO = "C"
                          AND IPR-FECHA-COBRO = WS-FECHA-ACTUAL)
                       PERFORM 6100-LINEA-MOROSIDAD
                    END-IF
              END-READ
           END-PERFORM
           PERFORM 6200-TOTALES-MOROSIDAD.
      *
       6100-LINEA-MOROSIDAD.
           MOVE IPR-IMPORTE-CUOTA TO WS-IMPORTE-EDITADO
           MOVE IPR-DIAS-IMPAGO TO WS-DIAS-EDITADO
           MOVE SPACES TO WS-LINEA-MOROSIDAD
           IF IPR-ESTADO = "P"
              STRING IPR-ID-PRESTAMO " " IPR-NUM-CUOTA " "
                 IPR-CUENTA-ASOCIADA " " IPR-ID-CLIENTE " "
                 IPR-FECHA-VENCIMIENTO " " WS-IMPORTE-EDITADO " "
                 WS-DIAS-EDITADO " IMPAGADA"
                 DELIMITED BY SIZE INTO WS-LINEA-MOROSIDAD
              END-STRING
              ADD 1 TO WS-MOR-NUM-CUOTAS
              ADD IPR-IMPORTE-CUOTA TO WS-MOR-TOTAL
              EVALUATE TRUE
                 WHEN IPR-DIAS-IMPAGO <= 30
                    ADD IPR-IMPORTE-CUOTA TO WS-MOR-TOTAL-30
                 WHEN IPR-DIAS-IMPAGO <= 90
                    ADD IPR-IMPORTE-CUOTA TO WS-MOR-TOTAL-90
                 WHEN OTHER
                    ADD IPR-IMPORTE-CUOTA TO WS-MOR-TOTAL-MAS-90
              END-EVALUATE
           ELSE
              STRING IPR-ID-PRESTAMO " " IPR-NUM-CUOTA " "
                 IPR-CUENTA-ASOCIADA " " IPR-ID-CLIENTE " "
                 IPR-FECHA-VENCIMIENTO " " WS-IMPORTE-EDITADO " "
                 WS-DIAS-EDITADO " RECUPERADA HOY"
                 DELIMITED BY SIZE INTO WS-LINEA-MOROSIDAD
              END-STRING
           END-IF
           WRITE WS-LINEA-MOROSIDAD.
      *
       6200-TOTALES-MOROSIDAD.
           MOVE WS-MOR-TOTAL TO WS-IMPORTE-EDITADO
           MOVE SPACES TO WS-LINEA-MOROSIDAD
           STRING "TOTAL CUOTAS IMPAGADAS " WS-MOR-NUM-CUOTAS
              " IMPORTE " WS-IMPORTE-EDITADO
              DELIMITED BY SIZE INTO WS-LINEA-MOROSIDAD
           END-STRING
           WRITE WS-LINEA-MOROSIDAD
           MOVE WS-MOR-TOTAL-30 TO WS-IMPORTE-EDITADO
           MOVE SPACES TO WS-LINEA-MOROSIDAD
           STRING "  HASTA 30 DIAS      " WS-IMPORTE-EDITADO
              DELIMITED BY SIZE INTO WS-LINEA-MOROSIDAD
           END-STRING
           WRITE WS-LINEA-MOROSIDAD
           MOVE WS-MOR-TOTAL-90 TO WS-IMPORTE-EDITADO
           MOVE SPACES TO WS-LINEA-MOROSIDAD
           STRING "  DE 31 A 90 DIAS    " WS-IMPORTE-EDITADO
              DELIMITED BY SIZE INTO WS-LINEA-MOROSIDAD
           END-STRING
           WRITE WS-LINEA-MOROSIDAD
           MOVE WS-MOR-TOTAL-MAS-90 TO WS-IMPORTE-EDITADO
           MOVE SPACES TO WS-LINEA-MOROSIDAD
           STRING "  MAS DE 90 DIAS     " WS-IMPORTE-EDITADO
              DELIMITED BY SIZE INTO WS-LINEA-MOROSIDAD
           END-STRING
           WRITE WS-LINEA-MOROSIDAD.
      *
       7000-MOSTRAR-RESUMEN-FINAL.
           DISPLAY " "
           DISPLAY "=========================================="
           DISPLAY "   RESUMEN DEL COBRO DE PRESTAMOS"
           DISPLAY "=========================================="
           DISPLAY "Prestamos leidos:      " WS-NUM-PRESTAMOS-LEIDOS
           DISPLAY "Cuotas cobradas:       " WS-NUM-CUOTAS-COBRADAS
           DISPLAY "Cuotas recuperadas:    " WS-NUM-CUOTAS-RECUPERADAS
           DISPLAY "Cuotas impagadas hoy:  " WS-NUM-CUOTAS-IMPAGADAS
           DISPLAY "Prestamos amortizados: " WS-NUM-AMORTIZADOS
           DISPLAY "Principal cobrado:     " WS-TOTAL-AMORTIZACION
           DISPLAY "Intereses cobrados:    " WS-TOTAL-INTERESES
           DISPLAY "Cuotas en mora:        " WS-MOR-NUM-CUOTAS
           DISPLAY "Importe en mora:       " WS-MOR-TOTAL
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
           CLOSE CUENTAS-FILE
           CLOSE MOVIMIEN-FILE
           CLOSE CTLMOV-FILE
           CLOSE PRESTAMO-FILE
           CLOSE CUADPRE-FILE
           CLOSE IMPAGPRE-FILE
           CLOSE MOROSPRE-FILE.
      *
       9000-FINALIZAR.
           DISPLAY " "
           DISPLAY "Cobro de cuotas de prestamos finalizado.".
