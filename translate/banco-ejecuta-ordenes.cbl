      *               CTLCIERR (BANCO-CONTROL-CIERRE, paso 25): no se
      *               ejecuta dos veces para la misma fecha de negocio
      *               y un rerun del job lo salta si ya se completo.
      *   2026-10-15  Las ordenes siguen el calendario bancario: el
      *               dia de ejecucion que cae en sabado, domingo o
      *               festivo se liquida el siguiente dia habil
      *               (BANCO-CALENDARIO), aunque sea ya del mes
      *               siguiente, y un dia de ejecucion mayor que los
      *               dias del mes se ejecuta el ultimo dia del mes.
      *               ORD-FECHA-PROXIMA guarda la fecha programada
      *               del periodo liquidado. El paso anterior pasa a
      *               ser el 05 (BANCO-APERTURA-DIA).
      *   2026-10-15  El paso anota su inicio y sus cifras en el fichero
      *               de totales de control TOTCTL (BANCO-TOTALES-PASO)
      *               para la hoja de control del job que emite
      *               BANCO-VALIDA-TOTALES; los apuntes de las ordenes
      *               los anota BANCO-TRANSFER-MOTOR.
      *   2026-10-15  La orden pasa al motor el IBAN destino con que
      *               se dio de alta (ORD-IBAN-DESTINO), necesario en
      *               las ordenes a cuentas de otro pais de la UE. Se
      *               pasa una copia, para que el IBAN que calcula el
      *               motor no quede grabado en la orden.
      *   2026-10-15  El reintento guarda la fecha programada del
      *               periodo que fallo (RIN-FECHA-PERIODO) y, al
      *               liquidarse, la deja en ORD-FECHA-PROXIMA en vez
      *               de la fecha de hoy, para que una orden de fin de
      *               mes desplazada al mes siguiente no de por
      *               liquidado el periodo de ese mes.
      *================================================================*
      *
      *-------- BLOQUE 1: IDENTIFICATION DIVISION -------------------*
       01 WS-FECHA-ACTUAL        PIC X(10).
       01 WS-MES-ACTUAL          PIC X(06).
       01 WS-DIA-HOY             PIC 9(02).
      *
      *--- Fecha programada de la orden en el mes y en el anterior,
      *--- antes de desplazarla al siguiente dia habil ---
       01 WS-FECHA-PROGRAMADA.
          05 WS-PRG-ANO          PIC 9(04).
          05 WS-PRG-MES          PIC 9(02).
          05 WS-PRG-DIA          PIC 9(02).
       01 WS-FECHA-PERIODO       PIC X(10).
       01 WS-MES-ANTERIOR        PIC X(06).
       01 WS-DIAS-MES            PIC 9(02).
       01 WS-RESTO-BISIESTO      PIC 9(04) VALUE 0.
       01 WS-COCIENTE-BISIESTO   PIC 9(04) VALUE 0.
       01 WS-ANO-BISIESTO        PIC X VALUE 'N'.
      *
      *--- Consulta al calendario (ver BANCO-CALENDARIO) ---
       01 WS-CAL-ACCION          PIC X(01).
       01 WS-CAL-FECHA           PIC X(10).
       01 WS-CAL-FECHA-RESULTADO PIC X(10).
       01 WS-CAL-HABIL           PIC X(01).
       01 WS-CAL-DIAS            PIC 9(03).
       01 WS-CAL-DESCRIPCION     PIC X(30).
      *
       01 WS-ORDENES-STATUS      PIC X(02).
          88 WS-ORDENES-OK           VALUE "00".
      *--- Control de cierre (ver BANCO-CONTROL-CIERRE) ---
       01 WS-CC-ACCION           PIC X(01).
       01 WS-CC-PASO             PIC 9(02) VALUE 25.
       01 WS-CC-PASO-ANTERIOR    PIC 9(02) VALUE 05.
       01 WS-CC-PERMITIDO        PIC X(01).
       01 WS-CC-MENSAJE          PIC X(60).
      *
       01 WS-SALDO-DEST-DESPUES  PIC S9(10)V99 VALUE 0.
       01 WS-SOLO-VALIDAR        PIC X VALUE 'N'.
       01 WS-PLAN-PRECIOS        PIC X(04) VALUE SPACES.
       01 WS-IBAN-DESTINO        PIC X(34) VALUE SPACES.
      *
      *--- Totales del paso (ver BANCO-TOTALES-PASO) ---
       01 WS-TP-ACCION             PIC X(01).
           COPY "totctl.cpy"
              REPLACING LEADING ==TOT-== BY ==WS-TPA-==.
      *
      *-------- BLOQUE 4: PROCEDURE DIVISION ------------------------*
       PROCEDURE DIVISION.
       0000-PRINCIPAL.
           PERFORM 1000-INICIALIZAR
           PERFORM 1100-COMPROBAR-CONTROL-CIERRE
           PERFORM 1300-INICIAR-TOTALES-PASO
           PERFORM 2000-ABRIR-FICHEROS
           PERFORM 2900-PROCESAR-REINTENTOS
           PERFORM 3000-PROCESAR-ORDENES
           PERFORM 4000-MOSTRAR-RESUMEN-FINAL
           PERFORM 8900-CERRAR-FICHEROS
           PERFORM 1200-ANOTAR-CONTROL-CIERRE
           PERFORM 1400-ANOTAR-TOTALES-PASO
           PERFORM 9000-FINALIZAR
           STOP RUN.
      *
      *    Comprueba en CTLCIERR que este paso del cierre no se haya
      *    ejecutado ya para la fecha de negocio de hoy (y que la
      *    fecha este abierta, paso 05); si lo esta,
      *    termina sin procesar y con codigo de retorno cero, para que
      *    un rerun del job reanude en el paso que fallo.
       1100-COMPROBAR-CONTROL-CIERRE.
           ACCEPT WS-FECHA-ACTUAL FROM DATE YYYYMMDD
           MOVE WS-FECHA-ACTUAL(1:6) TO WS-MES-ACTUAL
           MOVE WS-FECHA-ACTUAL(7:2) TO WS-DIA-HOY
           MOVE WS-FECHA-ACTUAL(1:4) TO WS-PRG-ANO
           MOVE WS-FECHA-ACTUAL(5:2) TO WS-PRG-MES
           IF WS-PRG-MES = 1
              SUBTRACT 1 FROM WS-PRG-ANO
              MOVE 12 TO WS-PRG-MES
           ELSE
              SUBTRACT 1 FROM WS-PRG-MES
           END-IF
           MOVE WS-FECHA-PROGRAMADA(1:6) TO WS-MES-ANTERIOR
           DISPLAY "=========================================="
           DISPLAY "   LIQUIDACION DE ORDENES PERMANENTES"
           DISPLAY "   Fecha: " WS-FECHA-ACTUAL
           DISPLAY "==========================================".
      *
      *    Anota en TOTCTL el inicio del paso para la hoja de
      *    control del job (BANCO-VALIDA-TOTALES).
       1300-INICIAR-TOTALES-PASO.
           MOVE SPACES TO WS-TPA-REGISTRO
           MOVE "BANCO-EJEC-ORDENES" TO WS-TPA-PROGRAMA
           MOVE "BANCIERR" TO WS-TPA-JOB
           MOVE "I" TO WS-TP-ACCION
           CALL "BANCO-TOTALES-PASO" USING WS-TP-ACCION
              WS-TPA-REGISTRO.
      *
      *    Anota en TOTCTL las cifras del paso y su codigo de
      *    retorno, que se conserva tras la llamada.
       1400-ANOTAR-TOTALES-PASO.
           COMPUTE WS-TPA-LEIDOS = WS-NUM-ORDENES-LEIDAS
              + WS-NUM-REINTENTOS-OK + WS-NUM-REINTENTOS-FALLO
           COMPUTE WS-TPA-ACEPTADOS = WS-NUM-ORDENES-EJECUTADAS
              + WS-NUM-REINTENTOS-OK
           COMPUTE WS-TPA-RECHAZADOS = WS-NUM-ORDENES-FALLIDAS
              + WS-NUM-REINTENTOS-FALLO
           MOVE RETURN-CODE TO WS-TPA-RC
           MOVE "F" TO WS-TP-ACCION
           CALL "BANCO-TOTALES-PASO" USING WS-TP-ACCION
              WS-TPA-REGISTRO
           MOVE WS-TPA-RC TO RETURN-CODE.
      *
       2000-ABRIR-FICHEROS.
           OPEN I-O ORDENES-FILE
      *    llevando el resultado a los contadores y al registro de
      *    reintento en vez de a los de la pasada normal.
       2990-EJECUTAR-REINTENTO.
           MOVE ORD-IBAN-DESTINO TO WS-IBAN-DESTINO
           CALL "BANCO-TRANSFER-MOTOR" USING WS-AUD-PROGRAMA
              ORD-CUENTA-ORIGEN ORD-CUENTA-DESTINO ORD-IMPORTE
              ORD-CONCEPTO WS-RESULTADO WS-MOTIVO WS-COMISION
              WS-MONEDA-ORIGEN WS-MONEDA-DESTINO WS-TASA-CAMBIO
              WS-IMPORTE-ABONO WS-SALDO-ORIG-DESPUES
              WS-SALDO-DEST-DESPUES WS-SOLO-VALIDAR WS-OPERADOR
              WS-PLAN-PRECIOS WS-IBAN-DESTINO
           IF WS-RESULTADO = "REALIZADA"
              ADD 1 TO WS-NUM-REINTENTOS-OK
      *       La orden queda liquidada para el periodo que fallo,
      *       no para el mes de hoy: si ya se liquido un periodo
      *       posterior, la fecha de la orden no se toca.
              IF RIN-FECHA-PERIODO = SPACES
                 MOVE WS-FECHA-ACTUAL TO RIN-FECHA-PERIODO
              END-IF
              IF ORD-FECHA-PROXIMA = SPACES
                 OR RIN-FECHA-PERIODO > ORD-FECHA-PROXIMA
                 MOVE RIN-FECHA-PERIODO TO ORD-FECHA-PROXIMA
              END-IF
              REWRITE ORD-REGISTRO
              DISPLAY "Orden " ORD-ID " liquidada en reintento: "
                 ORD-CUENTA-ORIGEN " -> " ORD-CUENTA-DESTINO
              END-IF
           END-IF.
      *
      *    ORD-FECHA-PROXIMA se trata como la fecha programada de la
      *    ultima liquidacion (en blanco si nunca se liquido). La
      *    orden vence hoy si su dia del mes, desplazado al siguiente
      *    dia habil, es hoy y el periodo de ese mes no esta
      *    liquidado, siguiendo el mismo criterio de control de
      *    periodo que usa LIMITES para detectar el cambio de mes.
      *    Tambien se mira el mes anterior: un dia de fin de mes que
      *    cae en inhabil se desplaza al mes siguiente. Una orden que
      *    nunca se ha liquidado empieza por el periodo del mes en
      *    curso.
       3300-COMPROBAR-VENCIMIENTO.
           MOVE 'N' TO WS-ORDEN-VENCE-HOY
           MOVE WS-FECHA-ACTUAL(1:4) TO WS-PRG-ANO
           MOVE WS-FECHA-ACTUAL(5:2) TO WS-PRG-MES
           PERFORM 3310-FECHA-EFECTIVA-ORDEN
           IF WS-CAL-FECHA-RESULTADO(1:8) = WS-FECHA-ACTUAL(1:8)
              AND ORD-FECHA-PROXIMA(1:6) NOT = WS-MES-ACTUAL
              MOVE 'S' TO WS-ORDEN-VENCE-HOY
           END-IF
           IF WS-ORDEN-VENCE-HOY = 'N'
              AND ORD-FECHA-PROXIMA NOT = SPACES
              AND ORD-FECHA-PROXIMA(1:6) NOT = WS-MES-ACTUAL
              AND ORD-FECHA-PROXIMA(1:6) NOT = WS-MES-ANTERIOR
              MOVE WS-MES-ANTERIOR(1:4) TO WS-PRG-ANO
              MOVE WS-MES-ANTERIOR(5:2) TO WS-PRG-MES
              PERFORM 3310-FECHA-EFECTIVA-ORDEN
              IF WS-CAL-FECHA-RESULTADO(1:8) = WS-FECHA-ACTUAL(1:8)
                 MOVE 'S' TO WS-ORDEN-VENCE-HOY
              END-IF
           END-IF.
      *
      *    Fecha programada de la orden en el mes de
      *    WS-FECHA-PROGRAMADA (el dia de la orden, o el ultimo del
      *    mes si este es mas corto) y su fecha efectiva, el primer
      *    dia habil igual o posterior.
       3310-FECHA-EFECTIVA-ORDEN.
           PERFORM 3320-DIAS-DEL-MES
           IF ORD-DIA-MES > WS-DIAS-MES
              MOVE WS-DIAS-MES TO WS-PRG-DIA
           ELSE
              MOVE ORD-DIA-MES TO WS-PRG-DIA
           END-IF
           MOVE SPACES TO WS-FECHA-PERIODO
           MOVE WS-FECHA-PROGRAMADA TO WS-FECHA-PERIODO
           MOVE "S" TO WS-CAL-ACCION
           MOVE WS-FECHA-PERIODO TO WS-CAL-FECHA
           CALL "BANCO-CALENDARIO" USING WS-CAL-ACCION WS-CAL-FECHA
              WS-CAL-FECHA-RESULTADO WS-CAL-HABIL WS-CAL-DIAS
              WS-CAL-DESCRIPCION.
      *
       3320-DIAS-DEL-MES.
           EVALUATE WS-PRG-MES
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
                 PERFORM 3330-COMPROBAR-BISIESTO
                 IF WS-ANO-BISIESTO = 'S'
                    MOVE 29 TO WS-DIAS-MES
                 ELSE
                    MOVE 28 TO WS-DIAS-MES
                 END-IF
           END-EVALUATE.
      *
      *    Ano bisiesto: divisible por 4 y no por 100, salvo los
      *    divisibles por 400.
       3330-COMPROBAR-BISIESTO.
           MOVE 'N' TO WS-ANO-BISIESTO
           DIVIDE WS-PRG-ANO BY 4 GIVING WS-COCIENTE-BISIESTO
              REMAINDER WS-RESTO-BISIESTO
           IF WS-RESTO-BISIESTO = 0
              MOVE 'S' TO WS-ANO-BISIESTO
              DIVIDE WS-PRG-ANO BY 100 GIVING WS-COCIENTE-BISIESTO
                 REMAINDER WS-RESTO-BISIESTO
              IF WS-RESTO-BISIESTO = 0
                 MOVE 'N' TO WS-ANO-BISIESTO
                 DIVIDE WS-PRG-ANO BY 400
                    GIVING WS-COCIENTE-BISIESTO
                    REMAINDER WS-RESTO-BISIESTO
                 IF WS-RESTO-BISIESTO = 0
                    MOVE 'S' TO WS-ANO-BISIESTO
                 END-IF
              END-IF
           END-IF.
      *
       3400-LIQUIDAR-ORDEN.
           MOVE ORD-IBAN-DESTINO TO WS-IBAN-DESTINO
           CALL "BANCO-TRANSFER-MOTOR" USING WS-AUD-PROGRAMA
              ORD-CUENTA-ORIGEN ORD-CUENTA-DESTINO ORD-IMPORTE
              ORD-CONCEPTO WS-RESULTADO WS-MOTIVO WS-COMISION
              WS-MONEDA-ORIGEN WS-MONEDA-DESTINO WS-TASA-CAMBIO
              WS-IMPORTE-ABONO WS-SALDO-ORIG-DESPUES
              WS-SALDO-DEST-DESPUES WS-SOLO-VALIDAR WS-OPERADOR
              WS-PLAN-PRECIOS WS-IBAN-DESTINO
           IF WS-RESULTADO = "REALIZADA"
              ADD 1 TO WS-NUM-ORDENES-EJECUTADAS
              MOVE WS-FECHA-PERIODO TO ORD-FECHA-PROXIMA
              REWRITE ORD-REGISTRO
              DISPLAY "Orden " ORD-ID " liquidada: "
                 ORD-CUENTA-ORIGEN " -> " ORD-CUENTA-DESTINO
              MOVE WS-FECHA-ACTUAL TO RIN-FECHA-ULT-INTENTO
              MOVE 1 TO RIN-INTENTOS
              MOVE WS-MOTIVO TO RIN-ULTIMO-MOTIVO
              MOVE WS-FECHA-PERIODO TO RIN-FECHA-PERIODO
              REWRITE RIN-REGISTRO
           ELSE
              MOVE ORD-ID TO RIN-ORD-ID
              MOVE 1 TO RIN-INTENTOS
              MOVE WS-MOTIVO TO RIN-ULTIMO-MOTIVO
              MOVE "P" TO RIN-ESTADO
              MOVE WS-FECHA-PERIODO TO RIN-FECHA-PERIODO
              WRITE RIN-REGISTRO
           END-IF.
      *
