      *================================================================*
      * PROGRAMA: BANCO-EMBARGOS
      * DESCRIPCION: Paso de lote diario que tramita las ordenes de
      *              embargo de los organismos (EMBAORD). Cada orden
      *              nueva identifica al deudor por su documento
      *              (CLI-DOCUMENTO de CLIENTES) y se traba sobre todas
      *              sus cuentas, las que tiene como primer titular y
      *              aquellas en que figura como titular o cotitular
      *              en TITULARS, por este orden de prioridad: cuentas
      *              propias sin nomina, cuentas compartidas sin
      *              nomina, cuentas propias con nomina y cuentas
      *              compartidas con nomina. De una cuenta compartida
      *              solo se traba la parte del deudor segun
      *              TIT-PORCENTAJE, y en una cuenta que recibe nomina
      *              (CTA-MES-NOMINA del mes o del anterior) se deja
      *              libre el minimo inembargable. Cada traba es una
      *              retencion de RETENCIO sin vencimiento con motivo
      *              "EMBARGO " + referencia de la orden, y la orden
      *              queda en el maestro EMBARGOS. Las instrucciones
      *              de levantamiento (L) o de transferencia (T) se
      *              anotan en la orden y se ejecutan en la ejecucion
      *              del dia que indican: el levantamiento devuelve lo
      *              trabado al saldo disponible y la transferencia lo
      *              carga en la cuenta y lo paga a la cuenta del
      *              organismo, abonandola si es de la entidad o por
      *              el intercambio TRANSOUT si es de otra. Todo lo
      *              tratado queda en el fichero de respuesta EMBARESP
      *              para el organismo. El minimo inembargable llega
      *              por SYSIN (importe con dos decimales, sin punto);
      *              en blanco rige el valor por defecto.
      *              RC=4 dia inhabil (no se toca nada) o alguna
      *              instruccion rechazada o pendiente de reintento.
      * AUTOR: Proyecto MCPs
      * FECHA: 2026-10-15
      *================================================================*
      *
      *-------- BLOQUE 1: IDENTIFICATION DIVISION -------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANCO-EMBARGOS.
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
              LOCK MODE IS MANUAL
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
              LOCK MODE IS MANUAL
              FILE STATUS IS WS-CTLMOV-STATUS.
      *
           SELECT CLIENTES-FILE ASSIGN TO "CLIENTES"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS CLI-ID-CLIENTE
              FILE STATUS IS WS-CLIENTES-STATUS.
      *
           SELECT TITULARES-FILE ASSIGN TO "TITULARS"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS TIT-CLAVE
              FILE STATUS IS WS-TITULARES-STATUS.
      *
           SELECT RETENCIONES-FILE ASSIGN TO "RETENCIO"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS RET-ID
              FILE STATUS IS WS-RETENCIONES-STATUS.
      *
           SELECT CTLRET-FILE ASSIGN TO "CTLRET"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS CTE-CLAVE
              FILE STATUS IS WS-CTLRET-STATUS.
      *
           SELECT EMBARGOS-FILE ASSIGN TO "EMBARGOS"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS EMB-REFERENCIA
              FILE STATUS IS WS-EMBARGOS-STATUS.
      *
           SELECT EMBAORD-FILE ASSIGN TO "EMBAORD"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-EMBAORD-STATUS.
      *
           SELECT EMBARESP-FILE ASSIGN TO "EMBARESP"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-EMBARESP-STATUS.
      *
           SELECT TRANSOUT-FILE ASSIGN TO "TRANSOUT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-TRANSOUT-STATUS.
      *
           SELECT TRANSEST-FILE ASSIGN TO "TRANSEST"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS TRE-CLAVE
              FILE STATUS IS WS-TRANSEST-STATUS.
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
       FD  CLIENTES-FILE.
           COPY "clientes.cpy".
      *
       FD  TITULARES-FILE.
           COPY "titular.cpy".
      *
       FD  RETENCIONES-FILE.
           COPY "retencion.cpy".
      *
       FD  CTLRET-FILE.
           COPY "contador.cpy"
              REPLACING ==CTR-REGISTRO== BY ==CTE-REGISTRO==
                        ==CTR-CLAVE== BY ==CTE-CLAVE==
                        ==CTR-ULTIMO-VALOR== BY ==CTE-ULTIMO-VALOR==.
      *
       FD  EMBARGOS-FILE.
           COPY "embargo.cpy".
      *
       FD  EMBAORD-FILE.
           COPY "embaord.cpy".
      *
       FD  EMBARESP-FILE.
           COPY "embaresp.cpy".
      *
       FD  TRANSOUT-FILE.
           COPY "intercam.cpy".
      *
       FD  TRANSEST-FILE.
           COPY "transest.cpy".
      *
       WORKING-STORAGE SECTION.
      *
      *--- Minimo inembargable de una cuenta que recibe nomina (por
      *--- defecto el salario minimo mensual; se sustituye por SYSIN)
       01 WS-MINIMO-INEMBARGABLE   PIC 9(08)V99 VALUE 1184.00.
       01 WS-SYSIN-MINIMO          PIC X(10) VALUE SPACES.
       01 WS-SYSIN-MINIMO-NUM REDEFINES WS-SYSIN-MINIMO
                                   PIC 9(08)V99.
      *
      *--- Orden en curso ---
       01 WS-MOTIVO-EMBARGO        PIC X(40).
       01 WS-ORDEN-EXISTE          PIC X VALUE 'N'.
       01 WS-CLIENTE-ENCONTRADO    PIC X VALUE 'N'.
       01 WS-ID-CLIENTE            PIC X(12).
       01 WS-IMPORTE-PENDIENTE     PIC 9(10)V99 VALUE 0.
       01 WS-TOTAL-ORDEN           PIC 9(10)V99 VALUE 0.
       01 WS-TRABAS-PENDIENTES     PIC 9(03) VALUE 0.
       01 WS-ACCION-VIGENTE        PIC X(01).
      *
      *--- Cuentas del deudor, con su clase de prioridad:
      *--- 1 propia sin nomina, 2 compartida sin nomina,
      *--- 3 propia con nomina, 4 compartida con nomina ---
       01 WS-MAX-CUENTAS           PIC 9(02) VALUE 20.
       01 WS-NUM-CUENTAS           PIC 9(02) VALUE 0.
       01 WS-IDX-CUENTA            PIC 9(02) VALUE 0.
       01 WS-CLASE                 PIC 9(01) VALUE 0.
       01 WS-TABLA-CUENTAS.
          05 WS-CEM-ENTRY OCCURS 20 TIMES.
             10 WS-CEM-CUENTA      PIC X(20).
             10 WS-CEM-CLASE       PIC 9(01).
             10 WS-CEM-PORCENTAJE  PIC 9(03)V99.
             10 WS-CEM-NOMINA      PIC X(01).
             10 WS-CEM-TRABADO     PIC 9(10)V99.
       01 WS-CUENTAS-DESBORDADA    PIC X VALUE 'N'.
       01 WS-CUENTA-EN-TABLA       PIC X VALUE 'N'.
       01 WS-CUENTA-PROPIA         PIC X VALUE 'N'.
       01 WS-PORCENTAJE            PIC 9(03)V99 VALUE 0.
       01 WS-DISPONIBLE            PIC S9(11)V99 VALUE 0.
       01 WS-EMBARGABLE            PIC S9(11)V99 VALUE 0.
       01 WS-IMPORTE-TRABA         PIC 9(10)V99 VALUE 0.
       01 WS-ID-RETENCION          PIC 9(08) VALUE 0.
       01 WS-MES-NOMINA-ACTUAL     PIC X(06).
       01 WS-MES-NOMINA-ANTERIOR.
          05 WS-NOMINA-ANT-ANO     PIC 9(04).
          05 WS-NOMINA-ANT-MES     PIC 9(02).
      *
      *--- Cuenta del organismo para la transferencia ---
       01 WS-ORGANISMO-INTERNA     PIC X VALUE 'N'.
       01 WS-ORGANISMO-VALIDA      PIC X VALUE 'N'.
       01 WS-VE-VALIDA             PIC X(01).
       01 WS-VE-MOTIVO             PIC X(40).
       01 WS-VE-ENTIDAD            PIC X(04) VALUE SPACES.
      *
      *--- IBAN de las cuentas del intercambio (BANCO-IBAN) ---
       01 WS-IB-ACCION             PIC X(01).
       01 WS-IB-CUENTA             PIC X(20).
       01 WS-IB-IBAN               PIC X(34).
       01 WS-IB-IBAN-IMPRESO       PIC X(42).
       01 WS-IB-VALIDA             PIC X(01).
       01 WS-IB-MOTIVO             PIC X(40).
       01 WS-MAX-INTENTOS-ABONO    PIC 9(03) VALUE 100.
       01 WS-NUM-INTENTOS-ABONO    PIC 9(03) VALUE 0.
       01 WS-ABONO-APLICADO        PIC X VALUE 'N'.
      *
      *--- Apunte en MOVIMIEN ---
       01 WS-APU-CUENTA            PIC X(20).
       01 WS-APU-CONCEPTO          PIC X(50).
       01 WS-APU-TIPO              PIC X(01).
       01 WS-APU-IMPORTE           PIC 9(10)V99 VALUE 0.
       01 WS-APU-SALDO             PIC S9(10)V99 VALUE 0.
       01 WS-APU-MONEDA            PIC X(03).
       01 WS-APU-COD-OPERACION     PIC X(04).
       01 WS-SIGUIENTE-SECUENCIA   PIC 9(06) VALUE 0.
      *
      *--- Totales de la ejecucion ---
       01 WS-NUM-LEIDOS            PIC 9(05) VALUE 0.
       01 WS-NUM-TRABADAS          PIC 9(05) VALUE 0.
       01 WS-NUM-PARCIALES         PIC 9(05) VALUE 0.
       01 WS-NUM-SIN-FONDOS        PIC 9(05) VALUE 0.
       01 WS-NUM-NO-CLIENTE        PIC 9(05) VALUE 0.
       01 WS-NUM-DUPLICADAS        PIC 9(05) VALUE 0.
       01 WS-NUM-PROGRAMADAS       PIC 9(05) VALUE 0.
       01 WS-NUM-LEVANTADAS        PIC 9(05) VALUE 0.
       01 WS-NUM-TRANSFERIDAS      PIC 9(05) VALUE 0.
       01 WS-NUM-RECHAZADAS        PIC 9(05) VALUE 0.
       01 WS-NUM-REINTENTOS        PIC 9(05) VALUE 0.
       01 WS-TOTAL-TRABADO         PIC 9(12)V99 VALUE 0.
       01 WS-TOTAL-LEVANTADO       PIC 9(12)V99 VALUE 0.
       01 WS-TOTAL-TRANSFERIDO     PIC 9(12)V99 VALUE 0.
      *
      *--- Variables de control ---
       01 WS-FECHA-ACTUAL          PIC X(10).
       01 WS-HORA-ACTUAL           PIC X(08).
       01 WS-FIN-FICHERO           PIC X VALUE 'N'.
       01 WS-FIN-ORDENES           PIC X VALUE 'N'.
       01 WS-FIN-RETENCIONES       PIC X VALUE 'N'.
       01 WS-FIN-CLIENTES          PIC X VALUE 'N'.
       01 WS-FIN-TITULARES         PIC X VALUE 'N'.
       01 WS-EMBAORD-ABIERTO       PIC X VALUE 'N'.
       01 WS-TITULARES-ABIERTO     PIC X VALUE 'N'.
       01 WS-OPERADOR              PIC X(08) VALUE "BATCH".
      *
      *--- Calendario bancario (ver BANCO-CALENDARIO) ---
       01 WS-CAL-ACCION            PIC X(01).
       01 WS-CAL-FECHA             PIC X(10).
       01 WS-CAL-FECHA-RESULTADO   PIC X(10).
       01 WS-CAL-HABIL             PIC X(01).
       01 WS-CAL-DIAS              PIC 9(03).
       01 WS-CAL-DESCRIPCION       PIC X(30).
      *
      *--- Bloqueo de registro con reintento ---
       01 WS-MAX-ESPERAS           PIC 9(02) VALUE 10.
       01 WS-NUM-ESPERAS           PIC 9(02) VALUE 0.
       01 WS-CUENTA-RESERVADA      PIC X VALUE 'N'.
       01 WS-CUENTA-A-BLOQUEAR     PIC X(20).
       01 WS-CONTADOR-RESERVADO    PIC X VALUE 'N'.
      *
       01 WS-CUENTAS-STATUS        PIC X(02).
          88 WS-CUENTAS-OK             VALUE "00".
       01 WS-MOVIMIEN-STATUS       PIC X(02).
          88 WS-MOVIMIEN-OK            VALUE "00".
       01 WS-CTLMOV-STATUS         PIC X(02).
          88 WS-CTLMOV-OK              VALUE "00".
          88 WS-CTLMOV-NUEVO           VALUE "35".
       01 WS-CLIENTES-STATUS       PIC X(02).
          88 WS-CLIENTES-OK            VALUE "00".
       01 WS-TITULARES-STATUS      PIC X(02).
          88 WS-TITULARES-OK           VALUE "00".
       01 WS-RETENCIONES-STATUS    PIC X(02).
          88 WS-RETENCIONES-OK         VALUE "00".
          88 WS-RETENCIONES-NUEVO      VALUE "35".
       01 WS-CTLRET-STATUS         PIC X(02).
          88 WS-CTLRET-OK              VALUE "00".
          88 WS-CTLRET-NUEVO           VALUE "35".
       01 WS-EMBARGOS-STATUS       PIC X(02).
          88 WS-EMBARGOS-OK            VALUE "00".
          88 WS-EMBARGOS-NUEVO         VALUE "35".
       01 WS-EMBAORD-STATUS        PIC X(02).
          88 WS-EMBAORD-OK             VALUE "00".
       01 WS-EMBARESP-STATUS       PIC X(02).
          88 WS-EMBARESP-OK            VALUE "00".
       01 WS-TRANSOUT-STATUS       PIC X(02).
          88 WS-TRANSOUT-OK            VALUE "00".
       01 WS-TRANSEST-STATUS       PIC X(02).
          88 WS-TRANSEST-OK            VALUE "00".
          88 WS-TRANSEST-NUEVO         VALUE "35".
      *
      *--- Datos para la linea de auditoria ---
       01 WS-AUD-PROGRAMA        PIC X(20) VALUE "BANCO-EMBARGOS".
       01 WS-AUD-IMPORTE         PIC S9(10)V99 VALUE 0.
       01 WS-AUD-RESULTADO       PIC X(10).
       01 WS-AUD-DETALLE         PIC X(40).
      *
      *-------- BLOQUE 4: PROCEDURE DIVISION ------------------------*
       PROCEDURE DIVISION.
      *
       0000-PRINCIPAL.
           PERFORM 1000-INICIALIZAR
           PERFORM 1500-COMPROBAR-DIA-HABIL
           PERFORM 2000-ABRIR-FICHEROS
           IF WS-EMBAORD-ABIERTO = 'S'
              PERFORM 3000-PROCESAR-FICHERO-ORDENES
           END-IF
           PERFORM 4000-EJECUTAR-ACCIONES-DEL-DIA
           PERFORM 6000-MOSTRAR-RESUMEN-FINAL
           PERFORM 8900-CERRAR-FICHEROS
           PERFORM 9000-FINALIZAR
           STOP RUN.
      *
       1000-INICIALIZAR.
           ACCEPT WS-FECHA-ACTUAL FROM DATE YYYYMMDD
           ACCEPT WS-HORA-ACTUAL FROM TIME
           MOVE WS-FECHA-ACTUAL(1:6) TO WS-MES-NOMINA-ACTUAL
           MOVE WS-FECHA-ACTUAL(1:4) TO WS-NOMINA-ANT-ANO
           MOVE WS-FECHA-ACTUAL(5:2) TO WS-NOMINA-ANT-MES
           IF WS-NOMINA-ANT-MES = 1
              SUBTRACT 1 FROM WS-NOMINA-ANT-ANO
              MOVE 12 TO WS-NOMINA-ANT-MES
           ELSE
              SUBTRACT 1 FROM WS-NOMINA-ANT-MES
           END-IF
           ACCEPT WS-SYSIN-MINIMO
           IF WS-SYSIN-MINIMO NOT = SPACES
              IF WS-SYSIN-MINIMO IS NUMERIC
                 MOVE WS-SYSIN-MINIMO-NUM TO WS-MINIMO-INEMBARGABLE
              ELSE
                 DISPLAY "AVISO: minimo inembargable de SYSIN no "
                    "numerico; rige el valor por defecto."
              END-IF
           END-IF
           DISPLAY "=========================================="
           DISPLAY "   PROCESO DE ORDENES DE EMBARGO"
           DISPLAY "   Fecha: " WS-FECHA-ACTUAL
           DISPLAY "   Minimo inembargable: " WS-MINIMO-INEMBARGABLE
           DISPLAY "==========================================".
      *
      *    Trabas, levantamientos y pagos solo en dia habil: en
      *    sabado, domingo o festivo no se toca nada y el proceso se
      *    relanza el siguiente dia habil, que ejecuta tambien las
      *    acciones con fecha ya pasada.
       1500-COMPROBAR-DIA-HABIL.
           MOVE "S" TO WS-CAL-ACCION
           MOVE WS-FECHA-ACTUAL TO WS-CAL-FECHA
           CALL "BANCO-CALENDARIO" USING WS-CAL-ACCION WS-CAL-FECHA
              WS-CAL-FECHA-RESULTADO WS-CAL-HABIL WS-CAL-DIAS
              WS-CAL-DESCRIPCION
           IF WS-CAL-HABIL = 'N'
              DISPLAY " "
              DISPLAY "PROCESO APLAZADO: hoy es dia inhabil ("
                 WS-CAL-DESCRIPCION "); relanzar el dia habil "
                 WS-CAL-FECHA-RESULTADO
              MOVE 4 TO RETURN-CODE
              PERFORM 9000-FINALIZAR
              STOP RUN
           END-IF.
      *
      *    Sin fichero EMBAORD (ningun organismo ha enviado nada) el
      *    proceso solo ejecuta las acciones que vencen hoy.
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
           OPEN INPUT CLIENTES-FILE
           IF NOT WS-CUENTAS-OK OR NOT WS-MOVIMIEN-OK
              OR NOT WS-CLIENTES-OK
              DISPLAY "ERROR: No se pueden abrir los ficheros "
                 "maestros."
              PERFORM 9000-FINALIZAR
              STOP RUN
           END-IF
           OPEN INPUT TITULARES-FILE
           IF WS-TITULARES-OK
              MOVE 'S' TO WS-TITULARES-ABIERTO
           END-IF
           OPEN I-O RETENCIONES-FILE
           IF WS-RETENCIONES-NUEVO
              OPEN OUTPUT RETENCIONES-FILE
              CLOSE RETENCIONES-FILE
              OPEN I-O RETENCIONES-FILE
           END-IF
           OPEN I-O CTLRET-FILE
           IF WS-CTLRET-NUEVO
              OPEN OUTPUT CTLRET-FILE
              CLOSE CTLRET-FILE
              OPEN I-O CTLRET-FILE
              MOVE "R" TO CTE-CLAVE
              MOVE 0 TO CTE-ULTIMO-VALOR
              WRITE CTE-REGISTRO
           END-IF
           OPEN I-O EMBARGOS-FILE
           IF WS-EMBARGOS-NUEVO
              OPEN OUTPUT EMBARGOS-FILE
              CLOSE EMBARGOS-FILE
              OPEN I-O EMBARGOS-FILE
           END-IF
           IF NOT WS-RETENCIONES-OK OR NOT WS-CTLRET-OK
              OR NOT WS-EMBARGOS-OK
              DISPLAY "ERROR: No se pueden abrir RETENCIO, CTLRET o "
                 "EMBARGOS."
              PERFORM 9000-FINALIZAR
              STOP RUN
           END-IF
           OPEN OUTPUT EMBARESP-FILE
           IF NOT WS-EMBARESP-OK
              DISPLAY "ERROR: No se puede abrir el fichero de "
                 "respuesta EMBARESP."
              PERFORM 9000-FINALIZAR
              STOP RUN
           END-IF
           OPEN INPUT EMBAORD-FILE
           IF WS-EMBAORD-OK
              MOVE 'S' TO WS-EMBAORD-ABIERTO
           ELSE
              DISPLAY "Sin fichero de ordenes EMBAORD; solo se "
                 "ejecutan las acciones que vencen hoy."
           END-IF.
      *
      *--- Ordenes e instrucciones recibidas de los organismos ---
       3000-PROCESAR-FICHERO-ORDENES.
           MOVE 'N' TO WS-FIN-FICHERO
           PERFORM UNTIL WS-FIN-FICHERO = 'S'
              READ EMBAORD-FILE
                 AT END
                    MOVE 'S' TO WS-FIN-FICHERO
                 NOT AT END
                    ADD 1 TO WS-NUM-LEIDOS
                    EVALUATE EMO-TIPO-REGISTRO
                       WHEN "E"
                          PERFORM 3100-NUEVA-ORDEN
                       WHEN "L"
                       WHEN "T"
                          PERFORM 3600-ANOTAR-INSTRUCCION
                       WHEN OTHER
                          MOVE "TIPO DE REGISTRO NO RECONOCIDO"
                             TO EMR-OBSERVACIONES
                          PERFORM 3900-RECHAZAR-REGISTRO
                    END-EVALUATE
              END-READ
           END-PERFORM.
      *
      *    Una orden ya recibida y terminada es un duplicado y no se
      *    vuelve a trabar. Una orden en estado P quedo a medias en
      *    una ejecucion anterior interrumpida: se reanuda contando
      *    las trabas que ya tiene, sin repetirlas.
       3100-NUEVA-ORDEN.
           IF EMO-REFERENCIA = SPACES OR EMO-DOCUMENTO = SPACES
              OR EMO-IMPORTE IS NOT NUMERIC OR EMO-IMPORTE = 0
              MOVE "ORDEN INCOMPLETA: FALTA REF/DOC/IMPORTE"
                 TO EMR-OBSERVACIONES
              PERFORM 3900-RECHAZAR-REGISTRO
           ELSE
              MOVE EMO-REFERENCIA TO EMB-REFERENCIA
              READ EMBARGOS-FILE
                 INVALID KEY
                    MOVE 'N' TO WS-ORDEN-EXISTE
                 NOT INVALID KEY
                    MOVE 'S' TO WS-ORDEN-EXISTE
              END-READ
              IF WS-ORDEN-EXISTE = 'S' AND EMB-ESTADO NOT = "P"
                 ADD 1 TO WS-NUM-DUPLICADAS
                 PERFORM 7100-PREPARAR-RESPUESTA-ORDEN
                 MOVE EMB-IMPORTE-RETENIDO TO EMR-IMPORTE
                 MOVE "DU" TO EMR-RESULTADO
                 MOVE "ORDEN YA RECIBIDA EL" TO EMR-OBSERVACIONES
                 MOVE EMB-FECHA-RECEPCION TO EMR-OBSERVACIONES(22:10)
                 PERFORM 7000-ESCRIBIR-RESPUESTA
              ELSE
                 IF WS-ORDEN-EXISTE = 'N'
                    PERFORM 3150-ALTA-ORDEN
                 END-IF
                 PERFORM 3200-TRAMITAR-ORDEN
              END-IF
           END-IF.
      *
       3150-ALTA-ORDEN.
           MOVE EMO-REFERENCIA TO EMB-REFERENCIA
           MOVE EMO-ORGANISMO TO EMB-ORGANISMO
           MOVE EMO-DOCUMENTO TO EMB-DOCUMENTO
           MOVE SPACES TO EMB-ID-CLIENTE
           MOVE EMO-NOMBRE TO EMB-NOMBRE
           MOVE EMO-IMPORTE TO EMB-IMPORTE-ORDENADO
           MOVE 0 TO EMB-IMPORTE-RETENIDO
           MOVE EMO-CUENTA-ORGANISMO TO EMB-CUENTA-ORGANISMO
           MOVE WS-FECHA-ACTUAL TO EMB-FECHA-RECEPCION
           MOVE SPACE TO EMB-ACCION
           MOVE SPACES TO EMB-FECHA-ACCION
           MOVE "P" TO EMB-ESTADO
           MOVE WS-FECHA-ACTUAL TO EMB-FECHA-ESTADO
           WRITE EMB-REGISTRO.
      *
       3200-TRAMITAR-ORDEN.
           PERFORM 3250-LOCALIZAR-CLIENTE
           IF WS-CLIENTE-ENCONTRADO = 'N'
              MOVE "N" TO EMB-ESTADO
              MOVE WS-FECHA-ACTUAL TO EMB-FECHA-ESTADO
              REWRITE EMB-REGISTRO
              ADD 1 TO WS-NUM-NO-CLIENTE
              PERFORM 7100-PREPARAR-RESPUESTA-ORDEN
              MOVE 0 TO EMR-IMPORTE
              MOVE "NC" TO EMR-RESULTADO
              MOVE "DOCUMENTO SIN CLIENTE EN EL BANCO"
                 TO EMR-OBSERVACIONES
              PERFORM 7000-ESCRIBIR-RESPUESTA
           ELSE
              MOVE WS-ID-CLIENTE TO EMB-ID-CLIENTE
              PERFORM 7200-MONTAR-MOTIVO
              PERFORM 3300-CARGAR-CUENTAS-CLIENTE
              PERFORM 3350-CARGAR-TRABAS-PREVIAS
              PERFORM 3400-TRABAR-ORDEN
              MOVE WS-TOTAL-ORDEN TO EMB-IMPORTE-RETENIDO
              IF WS-TOTAL-ORDEN > 0
                 MOVE "R" TO EMB-ESTADO
              ELSE
                 MOVE "S" TO EMB-ESTADO
              END-IF
              MOVE WS-FECHA-ACTUAL TO EMB-FECHA-ESTADO
              REWRITE EMB-REGISTRO
              PERFORM 3500-RESPONDER-TRABA
           END-IF.
      *
      *    CLIENTES no tiene clave por documento: se recorre entero.
       3250-LOCALIZAR-CLIENTE.
           MOVE 'N' TO WS-CLIENTE-ENCONTRADO
           MOVE SPACES TO WS-ID-CLIENTE
           MOVE LOW-VALUES TO CLI-ID-CLIENTE
           MOVE 'N' TO WS-FIN-CLIENTES
           START CLIENTES-FILE KEY IS NOT LESS THAN CLI-ID-CLIENTE
              INVALID KEY
                 MOVE 'S' TO WS-FIN-CLIENTES
           END-START
           PERFORM UNTIL WS-FIN-CLIENTES = 'S'
              READ CLIENTES-FILE NEXT RECORD
                 AT END
                    MOVE 'S' TO WS-FIN-CLIENTES
                 NOT AT END
                    IF CLI-DOCUMENTO = EMB-DOCUMENTO
                       MOVE 'S' TO WS-CLIENTE-ENCONTRADO
                       MOVE CLI-ID-CLIENTE TO WS-ID-CLIENTE
                       MOVE 'S' TO WS-FIN-CLIENTES
                    END-IF
              END-READ
           END-PERFORM.
      *
      *    Cuentas del deudor: primero las que tiene como primer
      *    titular en CUENTAS (clave alternativa por cliente) y luego
      *    aquellas en que figura como titular o cotitular activo en
      *    TITULARS. Los autorizados no son duenos del saldo y no se
      *    embargan. Quedan fuera las cuentas internas, las cerradas
      *    y las que no estan en euros.
       3300-CARGAR-CUENTAS-CLIENTE.
           MOVE 0 TO WS-NUM-CUENTAS
           MOVE 'N' TO WS-CUENTAS-DESBORDADA
           MOVE WS-ID-CLIENTE TO CTA-ID-CLIENTE
           MOVE 'N' TO WS-FIN-FICHERO
           START CUENTAS-FILE KEY IS EQUAL TO CTA-ID-CLIENTE
              INVALID KEY
                 MOVE 'S' TO WS-FIN-FICHERO
           END-START
           PERFORM UNTIL WS-FIN-FICHERO = 'S'
              READ CUENTAS-FILE NEXT RECORD
                 AT END
                    MOVE 'S' TO WS-FIN-FICHERO
                 NOT AT END
                    IF CTA-ID-CLIENTE NOT = WS-ID-CLIENTE
                       MOVE 'S' TO WS-FIN-FICHERO
                    ELSE
                       MOVE 'S' TO WS-CUENTA-PROPIA
                       PERFORM 3320-PORCENTAJE-PRIMER-TITULAR
                       PERFORM 3330-ANOTAR-CUENTA
                    END-IF
              END-READ
           END-PERFORM
      *    Las lecturas directas que siguen van por la clave principal
           MOVE LOW-VALUES TO CTA-NUM-CUENTA
           START CUENTAS-FILE KEY IS NOT LESS THAN CTA-NUM-CUENTA
              INVALID KEY
                 CONTINUE
           END-START
           IF WS-TITULARES-ABIERTO = 'S'
              PERFORM 3310-CUENTAS-COMPARTIDAS
           END-IF
      *    El fin de fichero no se arrastra a la respuesta
           MOVE 'N' TO WS-FIN-FICHERO
           IF WS-CUENTAS-DESBORDADA = 'S'
              DISPLAY "AVISO: el cliente " WS-ID-CLIENTE " tiene mas "
                 "de " WS-MAX-CUENTAS " cuentas; la orden "
                 EMB-REFERENCIA " solo se traba sobre las primeras."
           END-IF.
      *
       3310-CUENTAS-COMPARTIDAS.
           MOVE LOW-VALUES TO TIT-CLAVE
           MOVE 'N' TO WS-FIN-TITULARES
           START TITULARES-FILE KEY IS NOT LESS THAN TIT-CLAVE
              INVALID KEY
                 MOVE 'S' TO WS-FIN-TITULARES
           END-START
           PERFORM UNTIL WS-FIN-TITULARES = 'S'
              READ TITULARES-FILE NEXT RECORD
                 AT END
                    MOVE 'S' TO WS-FIN-TITULARES
                 NOT AT END
                    IF TIT-ID-CLIENTE = WS-ID-CLIENTE
                       AND TIT-ESTADO = "A"
                       AND (TIT-ROL = "T" OR TIT-ROL = "C")
                       PERFORM 3315-ANOTAR-CUENTA-COMPARTIDA
                    END-IF
              END-READ
           END-PERFORM.
      *
       3315-ANOTAR-CUENTA-COMPARTIDA.
           MOVE 'N' TO WS-CUENTA-EN-TABLA
           PERFORM VARYING WS-IDX-CUENTA FROM 1 BY 1
              UNTIL WS-IDX-CUENTA > WS-NUM-CUENTAS
              IF WS-CEM-CUENTA(WS-IDX-CUENTA) = TIT-NUM-CUENTA
                 MOVE 'S' TO WS-CUENTA-EN-TABLA
              END-IF
           END-PERFORM
           IF WS-CUENTA-EN-TABLA = 'N'
              MOVE TIT-NUM-CUENTA TO CTA-NUM-CUENTA
              READ CUENTAS-FILE
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    IF TIT-ROL = "T"
                       MOVE 'S' TO WS-CUENTA-PROPIA
                    ELSE
                       MOVE 'N' TO WS-CUENTA-PROPIA
                    END-IF
                    IF TIT-PORCENTAJE > 0
                       MOVE TIT-PORCENTAJE TO WS-PORCENTAJE
                    ELSE
                       MOVE 100 TO WS-PORCENTAJE
                    END-IF
                    PERFORM 3330-ANOTAR-CUENTA
              END-READ
           END-IF.
      *
      *    El primer titular de CUENTAS es dueno de todo el saldo,
      *    salvo que TITULARS le asigne un porcentaje de
      *    participacion.
       3320-PORCENTAJE-PRIMER-TITULAR.
           MOVE 100 TO WS-PORCENTAJE
           IF WS-TITULARES-ABIERTO = 'S'
              MOVE CTA-NUM-CUENTA TO TIT-NUM-CUENTA
              MOVE WS-ID-CLIENTE TO TIT-ID-CLIENTE
              READ TITULARES-FILE
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    IF TIT-ESTADO = "A"
                       AND (TIT-ROL = "T" OR TIT-ROL = "C")
                       AND TIT-PORCENTAJE > 0
                       MOVE TIT-PORCENTAJE TO WS-PORCENTAJE
                    END-IF
              END-READ
           END-IF.
      *
       3330-ANOTAR-CUENTA.
           IF CTA-TIPO NOT = "INTERNA"
              AND CTA-ESTADO NOT = "C"
              AND CTA-MONEDA = "EUR"
              IF WS-NUM-CUENTAS < WS-MAX-CUENTAS
                 ADD 1 TO WS-NUM-CUENTAS
                 MOVE CTA-NUM-CUENTA TO WS-CEM-CUENTA(WS-NUM-CUENTAS)
                 MOVE WS-PORCENTAJE
                    TO WS-CEM-PORCENTAJE(WS-NUM-CUENTAS)
                 MOVE 0 TO WS-CEM-TRABADO(WS-NUM-CUENTAS)
                 IF CTA-MES-NOMINA = WS-MES-NOMINA-ACTUAL
                    OR CTA-MES-NOMINA = WS-MES-NOMINA-ANTERIOR
                    MOVE 'S' TO WS-CEM-NOMINA(WS-NUM-CUENTAS)
                 ELSE
                    MOVE 'N' TO WS-CEM-NOMINA(WS-NUM-CUENTAS)
                 END-IF
                 EVALUATE TRUE
                    WHEN WS-CEM-NOMINA(WS-NUM-CUENTAS) = 'N'
                       AND WS-CUENTA-PROPIA = 'S'
                       MOVE 1 TO WS-CEM-CLASE(WS-NUM-CUENTAS)
                    WHEN WS-CEM-NOMINA(WS-NUM-CUENTAS) = 'N'
                       MOVE 2 TO WS-CEM-CLASE(WS-NUM-CUENTAS)
                    WHEN WS-CUENTA-PROPIA = 'S'
                       MOVE 3 TO WS-CEM-CLASE(WS-NUM-CUENTAS)
                    WHEN OTHER
                       MOVE 4 TO WS-CEM-CLASE(WS-NUM-CUENTAS)
                 END-EVALUATE
              ELSE
                 MOVE 'S' TO WS-CUENTAS-DESBORDADA
              END-IF
           END-IF.
      *
      *    Trabas ya puestas por esta orden en una ejecucion anterior
      *    interrumpida: cuentan como trabado y su cuenta no se
      *    vuelve a trabar.
       3350-CARGAR-TRABAS-PREVIAS.
           MOVE 0 TO WS-TOTAL-ORDEN
           MOVE 0 TO RET-ID
           MOVE 'N' TO WS-FIN-RETENCIONES
           START RETENCIONES-FILE KEY IS NOT LESS THAN RET-ID
              INVALID KEY
                 MOVE 'S' TO WS-FIN-RETENCIONES
           END-START
           PERFORM UNTIL WS-FIN-RETENCIONES = 'S'
              READ RETENCIONES-FILE NEXT RECORD
                 AT END
                    MOVE 'S' TO WS-FIN-RETENCIONES
                 NOT AT END
                    IF RET-MOTIVO = WS-MOTIVO-EMBARGO
                       AND RET-ESTADO = "A"
                       ADD RET-IMPORTE TO WS-TOTAL-ORDEN
                       PERFORM VARYING WS-IDX-CUENTA FROM 1 BY 1
                          UNTIL WS-IDX-CUENTA > WS-NUM-CUENTAS
                          IF WS-CEM-CUENTA(WS-IDX-CUENTA)
                             = RET-NUM-CUENTA
                             ADD RET-IMPORTE
                                TO WS-CEM-TRABADO(WS-IDX-CUENTA)
                          END-IF
                       END-PERFORM
                    END-IF
              END-READ
           END-PERFORM.
      *
      *    Recorre las cuentas por clase de prioridad hasta cubrir el
      *    importe ordenado o agotar las cuentas.
       3400-TRABAR-ORDEN.
           IF EMB-IMPORTE-ORDENADO > WS-TOTAL-ORDEN
              COMPUTE WS-IMPORTE-PENDIENTE =
                 EMB-IMPORTE-ORDENADO - WS-TOTAL-ORDEN
           ELSE
              MOVE 0 TO WS-IMPORTE-PENDIENTE
           END-IF
           PERFORM VARYING WS-CLASE FROM 1 BY 1
              UNTIL WS-CLASE > 4 OR WS-IMPORTE-PENDIENTE = 0
              PERFORM VARYING WS-IDX-CUENTA FROM 1 BY 1
                 UNTIL WS-IDX-CUENTA > WS-NUM-CUENTAS
                 OR WS-IMPORTE-PENDIENTE = 0
                 IF WS-CEM-CLASE(WS-IDX-CUENTA) = WS-CLASE
                    AND WS-CEM-TRABADO(WS-IDX-CUENTA) = 0
                    PERFORM 3450-TRABAR-UNA-CUENTA
                 END-IF
              END-PERFORM
           END-PERFORM.
      *
      *    Lo embargable se calcula sobre el saldo leido con bloqueo:
      *    la parte del deudor en el saldo disponible, menos el
      *    minimo inembargable si la cuenta recibe nomina.
       3450-TRABAR-UNA-CUENTA.
           MOVE WS-CEM-CUENTA(WS-IDX-CUENTA) TO WS-CUENTA-A-BLOQUEAR
           PERFORM 5050-LEER-CUENTA-CON-BLOQUEO
           IF WS-CUENTA-RESERVADA = 'N'
              DISPLAY "AVISO: la cuenta " WS-CUENTA-A-BLOQUEAR
                 " esta en uso; la orden " EMB-REFERENCIA
                 " no se traba sobre ella."
           ELSE
              MOVE 0 TO WS-EMBARGABLE
              IF CTA-SALDO-DISP > 0
                 MOVE CTA-SALDO-DISP TO WS-DISPONIBLE
                 COMPUTE WS-EMBARGABLE ROUNDED = WS-DISPONIBLE
                    * WS-CEM-PORCENTAJE(WS-IDX-CUENTA) / 100
                 IF WS-CEM-NOMINA(WS-IDX-CUENTA) = 'S'
                    SUBTRACT WS-MINIMO-INEMBARGABLE
                       FROM WS-EMBARGABLE
                 END-IF
              END-IF
              IF WS-EMBARGABLE > WS-IMPORTE-PENDIENTE
                 MOVE WS-IMPORTE-PENDIENTE TO WS-EMBARGABLE
              END-IF
              IF WS-EMBARGABLE > 0
                 MOVE WS-EMBARGABLE TO WS-IMPORTE-TRABA
                 PERFORM 3460-GRABAR-TRABA
              ELSE
                 REWRITE CTA-REGISTRO
              END-IF
           END-IF.
      *
       3460-GRABAR-TRABA.
           MOVE "R" TO CTE-CLAVE
           READ CTLRET-FILE
           ADD 1 TO CTE-ULTIMO-VALOR
           MOVE CTE-ULTIMO-VALOR TO WS-ID-RETENCION
           REWRITE CTE-REGISTRO
           MOVE WS-ID-RETENCION TO RET-ID
           MOVE CTA-NUM-CUENTA TO RET-NUM-CUENTA
           MOVE WS-IMPORTE-TRABA TO RET-IMPORTE
           MOVE WS-MOTIVO-EMBARGO TO RET-MOTIVO
           MOVE WS-FECHA-ACTUAL TO RET-FECHA-ALTA
           MOVE SPACES TO RET-FECHA-VENCE
           MOVE "A" TO RET-ESTADO
           WRITE RET-REGISTRO
           SUBTRACT WS-IMPORTE-TRABA FROM CTA-SALDO-DISP
           ADD WS-IMPORTE-TRABA TO CTA-SALDO-RET
           REWRITE CTA-REGISTRO
           MOVE WS-IMPORTE-TRABA TO WS-CEM-TRABADO(WS-IDX-CUENTA)
           ADD WS-IMPORTE-TRABA TO WS-TOTAL-ORDEN
           ADD WS-IMPORTE-TRABA TO WS-TOTAL-TRABADO
           SUBTRACT WS-IMPORTE-TRABA FROM WS-IMPORTE-PENDIENTE
           MOVE WS-IMPORTE-TRABA TO WS-AUD-IMPORTE
           MOVE "RETENIDA" TO WS-AUD-RESULTADO
           MOVE WS-MOTIVO-EMBARGO TO WS-AUD-DETALLE
           CALL "BANCO-AUDITORIA-MOTOR" USING WS-AUD-PROGRAMA
              CTA-NUM-CUENTA SPACES WS-AUD-IMPORTE
              WS-AUD-RESULTADO WS-AUD-DETALLE WS-OPERADOR.
      *
      *    Respuesta de la traba: una linea por cuenta trabada y el
      *    resumen de la orden.
       3500-RESPONDER-TRABA.
           PERFORM VARYING WS-IDX-CUENTA FROM 1 BY 1
              UNTIL WS-IDX-CUENTA > WS-NUM-CUENTAS
              IF WS-CEM-TRABADO(WS-IDX-CUENTA) > 0
                 PERFORM 7100-PREPARAR-RESPUESTA-ORDEN
                 MOVE "D" TO EMR-TIPO-REGISTRO
                 MOVE WS-CEM-CUENTA(WS-IDX-CUENTA) TO EMR-NUM-CUENTA
                 MOVE WS-CEM-TRABADO(WS-IDX-CUENTA) TO EMR-IMPORTE
                 MOVE "RT" TO EMR-RESULTADO
                 IF WS-CEM-NOMINA(WS-IDX-CUENTA) = 'S'
                    MOVE "CUENTA DE NOMINA: SE RESPETA EL MINIMO"
                       TO EMR-OBSERVACIONES
                 END-IF
                 PERFORM 7000-ESCRIBIR-RESPUESTA
              END-IF
           END-PERFORM
           PERFORM 7100-PREPARAR-RESPUESTA-ORDEN
           MOVE WS-TOTAL-ORDEN TO EMR-IMPORTE
           EVALUATE TRUE
              WHEN WS-TOTAL-ORDEN = 0
                 ADD 1 TO WS-NUM-SIN-FONDOS
                 MOVE "SF" TO EMR-RESULTADO
                 IF WS-NUM-CUENTAS = 0
                    MOVE "EL CLIENTE NO TIENE CUENTAS EMBARGABLES"
                       TO EMR-OBSERVACIONES
                 ELSE
                    MOVE "SIN SALDO EMBARGABLE EN SUS CUENTAS"
                       TO EMR-OBSERVACIONES
                 END-IF
              WHEN WS-TOTAL-ORDEN < EMB-IMPORTE-ORDENADO
                 ADD 1 TO WS-NUM-PARCIALES
                 MOVE "RP" TO EMR-RESULTADO
                 MOVE "TRABADO EN PARTE POR FALTA DE SALDO"
                    TO EMR-OBSERVACIONES
              WHEN OTHER
                 ADD 1 TO WS-NUM-TRABADAS
                 MOVE "RT" TO EMR-RESULTADO
                 MOVE "TRABADO EL IMPORTE ORDENADO"
                    TO EMR-OBSERVACIONES
           END-EVALUATE
           PERFORM 7000-ESCRIBIR-RESPUESTA.
      *
      *    Una instruccion de levantamiento o de transferencia se
      *    anota en la orden con su fecha; si la fecha ya ha llegado
      *    se ejecuta en esta misma ejecucion (4000).
       3600-ANOTAR-INSTRUCCION.
           MOVE EMO-REFERENCIA TO EMB-REFERENCIA
           READ EMBARGOS-FILE
              INVALID KEY
                 MOVE 'N' TO WS-ORDEN-EXISTE
              NOT INVALID KEY
                 MOVE 'S' TO WS-ORDEN-EXISTE
           END-READ
           EVALUATE TRUE
              WHEN WS-ORDEN-EXISTE = 'N'
                 MOVE "NO CONSTA ORDEN CON ESA REFERENCIA"
                    TO EMR-OBSERVACIONES
                 PERFORM 3900-RECHAZAR-REGISTRO
              WHEN EMB-ESTADO = "N"
                 MOVE "EL DEUDOR NO ES CLIENTE DE LA ENTIDAD"
                    TO EMR-OBSERVACIONES
                 PERFORM 3900-RECHAZAR-REGISTRO
              WHEN EMB-ESTADO = "L" OR EMB-ESTADO = "T"
                 MOVE "LA ORDEN YA ESTA LEVANTADA O TRANSFERIDA"
                    TO EMR-OBSERVACIONES
                 PERFORM 3900-RECHAZAR-REGISTRO
              WHEN EMB-ESTADO = "P"
                 MOVE "ORDEN EN TRAMITE; REENVIAR MAS TARDE"
                    TO EMR-OBSERVACIONES
                 PERFORM 3900-RECHAZAR-REGISTRO
              WHEN OTHER
                 MOVE EMO-TIPO-REGISTRO TO EMB-ACCION
                 IF EMO-FECHA-ACCION = SPACES
                    MOVE WS-FECHA-ACTUAL TO EMB-FECHA-ACCION
                 ELSE
                    MOVE EMO-FECHA-ACCION TO EMB-FECHA-ACCION
                 END-IF
                 IF EMO-TIPO-REGISTRO = "T"
                    AND EMO-CUENTA-ORGANISMO NOT = SPACES
                    MOVE EMO-CUENTA-ORGANISMO TO EMB-CUENTA-ORGANISMO
                 END-IF
                 REWRITE EMB-REGISTRO
                 IF EMB-FECHA-ACCION > WS-FECHA-ACTUAL
                    ADD 1 TO WS-NUM-PROGRAMADAS
                    PERFORM 7100-PREPARAR-RESPUESTA-ORDEN
                    MOVE EMB-IMPORTE-RETENIDO TO EMR-IMPORTE
                    MOVE "PG" TO EMR-RESULTADO
                    MOVE "SE EJECUTARA EL" TO EMR-OBSERVACIONES
                    MOVE EMB-FECHA-ACCION TO EMR-OBSERVACIONES(17:10)
                    PERFORM 7000-ESCRIBIR-RESPUESTA
                 END-IF
           END-EVALUATE.
      *
       3900-RECHAZAR-REGISTRO.
           ADD 1 TO WS-NUM-RECHAZADAS
           MOVE "R" TO EMR-TIPO-REGISTRO
           MOVE EMO-REFERENCIA TO EMR-REFERENCIA
           MOVE EMO-ORGANISMO TO EMR-ORGANISMO
           MOVE EMO-DOCUMENTO TO EMR-DOCUMENTO
           MOVE SPACES TO EMR-NUM-CUENTA
           IF EMO-IMPORTE IS NUMERIC
              MOVE EMO-IMPORTE TO EMR-IMPORTE-ORDENADO
           ELSE
              MOVE 0 TO EMR-IMPORTE-ORDENADO
           END-IF
           MOVE 0 TO EMR-IMPORTE
           MOVE "ER" TO EMR-RESULTADO
           PERFORM 7000-ESCRIBIR-RESPUESTA
           DISPLAY "RECHAZADO: " EMO-TIPO-REGISTRO " " EMO-REFERENCIA
              " " EMR-OBSERVACIONES.
      *
      *--- Levantamientos y transferencias cuya fecha ha llegado ---
       4000-EJECUTAR-ACCIONES-DEL-DIA.
           MOVE LOW-VALUES TO EMB-REFERENCIA
           MOVE 'N' TO WS-FIN-ORDENES
           START EMBARGOS-FILE KEY IS NOT LESS THAN EMB-REFERENCIA
              INVALID KEY
                 MOVE 'S' TO WS-FIN-ORDENES
           END-START
           PERFORM UNTIL WS-FIN-ORDENES = 'S'
              READ EMBARGOS-FILE NEXT RECORD
                 AT END
                    MOVE 'S' TO WS-FIN-ORDENES
                 NOT AT END
                    IF (EMB-ACCION = "L" OR EMB-ACCION = "T")
                       AND EMB-FECHA-ACCION <= WS-FECHA-ACTUAL
                       AND (EMB-ESTADO = "R" OR EMB-ESTADO = "S")
                       PERFORM 4100-EJECUTAR-ACCION
                    END-IF
              END-READ
           END-PERFORM.
      *
      *    Levanta o transfiere todas las trabas activas de la orden.
      *    Una traba cuya cuenta esta en uso se deja para la
      *    siguiente ejecucion, que la reintenta al seguir la accion
      *    pendiente en la orden.
       4100-EJECUTAR-ACCION.
           MOVE EMB-ACCION TO WS-ACCION-VIGENTE
           MOVE 'S' TO WS-ORGANISMO-VALIDA
           IF WS-ACCION-VIGENTE = "T" AND EMB-ESTADO = "R"
              PERFORM 4150-VALIDAR-CUENTA-ORGANISMO
           END-IF
           IF WS-ORGANISMO-VALIDA = 'N'
              MOVE SPACE TO EMB-ACCION
              MOVE SPACES TO EMB-FECHA-ACCION
              REWRITE EMB-REGISTRO
              ADD 1 TO WS-NUM-RECHAZADAS
              PERFORM 7100-PREPARAR-RESPUESTA-ORDEN
              MOVE 0 TO EMR-IMPORTE
              MOVE "ER" TO EMR-RESULTADO
              MOVE "CUENTA DEL ORGANISMO NO VALIDA; NO PAGA"
                 TO EMR-OBSERVACIONES
              PERFORM 7000-ESCRIBIR-RESPUESTA
              DISPLAY "RECHAZADO: pago de la orden " EMB-REFERENCIA
                 " a la cuenta " EMB-CUENTA-ORGANISMO ": "
                 WS-VE-MOTIVO
           ELSE
              PERFORM 7200-MONTAR-MOTIVO
              MOVE 0 TO WS-TOTAL-ORDEN
              MOVE 0 TO WS-TRABAS-PENDIENTES
              MOVE 0 TO RET-ID
              MOVE 'N' TO WS-FIN-RETENCIONES
              START RETENCIONES-FILE KEY IS NOT LESS THAN RET-ID
                 INVALID KEY
                    MOVE 'S' TO WS-FIN-RETENCIONES
              END-START
              PERFORM UNTIL WS-FIN-RETENCIONES = 'S'
                 READ RETENCIONES-FILE NEXT RECORD
                    AT END
                       MOVE 'S' TO WS-FIN-RETENCIONES
                    NOT AT END
                       IF RET-MOTIVO = WS-MOTIVO-EMBARGO
                          AND RET-ESTADO = "A"
                          IF WS-ACCION-VIGENTE = "L"
                             PERFORM 4200-LEVANTAR-TRABA
                          ELSE
                             PERFORM 4300-TRANSFERIR-TRABA
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
              PERFORM 4500-CERRAR-ACCION
           END-IF.
      *
      *    La cuenta del organismo puede ser de la entidad (activa y
      *    no interna) o de otra entidad con codigo cuenta cliente
      *    valido.
       4150-VALIDAR-CUENTA-ORGANISMO.
           MOVE 'N' TO WS-ORGANISMO-VALIDA
           MOVE 'N' TO WS-ORGANISMO-INTERNA
           MOVE SPACES TO WS-VE-MOTIVO
           IF EMB-CUENTA-ORGANISMO NOT = SPACES
              MOVE EMB-CUENTA-ORGANISMO TO CTA-NUM-CUENTA
              READ CUENTAS-FILE
                 INVALID KEY
                    CALL "BANCO-VALIDA-CUENTA-EXT" USING
                       EMB-CUENTA-ORGANISMO WS-VE-VALIDA
                       WS-VE-MOTIVO WS-VE-ENTIDAD
                    IF WS-VE-VALIDA = 'S'
                       MOVE 'S' TO WS-ORGANISMO-VALIDA
                    END-IF
                 NOT INVALID KEY
                    IF CTA-ESTADO = "A"
                       AND CTA-TIPO NOT = "INTERNA"
                       MOVE 'S' TO WS-ORGANISMO-VALIDA
                       MOVE 'S' TO WS-ORGANISMO-INTERNA
                    ELSE
                       MOVE "CUENTA NO OPERATIVA" TO WS-VE-MOTIVO
                    END-IF
              END-READ
           ELSE
              MOVE "SIN CUENTA DEL ORGANISMO" TO WS-VE-MOTIVO
           END-IF.
      *
       4200-LEVANTAR-TRABA.
           MOVE RET-NUM-CUENTA TO WS-CUENTA-A-BLOQUEAR
           PERFORM 5050-LEER-CUENTA-CON-BLOQUEO
           IF WS-CUENTA-RESERVADA = 'N'
              ADD 1 TO WS-TRABAS-PENDIENTES
              DISPLAY "AVISO: la cuenta " RET-NUM-CUENTA " esta en "
                 "uso; la traba " RET-ID " se levantara en la "
                 "siguiente ejecucion."
           ELSE
              ADD RET-IMPORTE TO CTA-SALDO-DISP
              SUBTRACT RET-IMPORTE FROM CTA-SALDO-RET
              REWRITE CTA-REGISTRO
              MOVE "L" TO RET-ESTADO
              REWRITE RET-REGISTRO
              ADD RET-IMPORTE TO WS-TOTAL-ORDEN
              ADD RET-IMPORTE TO WS-TOTAL-LEVANTADO
              MOVE RET-IMPORTE TO WS-AUD-IMPORTE
              MOVE "LEVANTADA" TO WS-AUD-RESULTADO
              MOVE RET-MOTIVO TO WS-AUD-DETALLE
              CALL "BANCO-AUDITORIA-MOTOR" USING WS-AUD-PROGRAMA
                 RET-NUM-CUENTA SPACES WS-AUD-IMPORTE
                 WS-AUD-RESULTADO WS-AUD-DETALLE WS-OPERADOR
              PERFORM 7100-PREPARAR-RESPUESTA-ORDEN
              MOVE "D" TO EMR-TIPO-REGISTRO
              MOVE RET-NUM-CUENTA TO EMR-NUM-CUENTA
              MOVE RET-IMPORTE TO EMR-IMPORTE
              MOVE "LV" TO EMR-RESULTADO
              PERFORM 7000-ESCRIBIR-RESPUESTA
           END-IF.
      *
      *    Lo trabado sale del saldo retenido de la cuenta con un
      *    cargo en su extracto (el disponible no cambia) y se paga
      *    al organismo. La traba queda en estado T (transferida).
       4300-TRANSFERIR-TRABA.
           MOVE RET-NUM-CUENTA TO WS-CUENTA-A-BLOQUEAR
           PERFORM 5050-LEER-CUENTA-CON-BLOQUEO
           IF WS-CUENTA-RESERVADA = 'N'
              ADD 1 TO WS-TRABAS-PENDIENTES
              DISPLAY "AVISO: la cuenta " RET-NUM-CUENTA " esta en "
                 "uso; la traba " RET-ID " se transferira en la "
                 "siguiente ejecucion."
           ELSE
              SUBTRACT RET-IMPORTE FROM CTA-SALDO-RET
              REWRITE CTA-REGISTRO
              MOVE RET-NUM-CUENTA TO WS-APU-CUENTA
              MOVE SPACES TO WS-APU-CONCEPTO
              STRING "PAGO EMBARGO " EMB-ORGANISMO " "
                 EMB-REFERENCIA DELIMITED BY SIZE
                 INTO WS-APU-CONCEPTO
              MOVE "G" TO WS-APU-TIPO
              MOVE RET-IMPORTE TO WS-APU-IMPORTE
              MOVE CTA-SALDO-DISP TO WS-APU-SALDO
              MOVE CTA-MONEDA TO WS-APU-MONEDA
              MOVE "EMBP" TO WS-APU-COD-OPERACION
              PERFORM 4600-GRABAR-APUNTE
              MOVE "T" TO RET-ESTADO
              REWRITE RET-REGISTRO
              IF WS-ORGANISMO-INTERNA = 'S'
                 PERFORM 4350-ABONAR-ORGANISMO
              ELSE
                 PERFORM 4400-EMITIR-AL-ORGANISMO
              END-IF
              ADD RET-IMPORTE TO WS-TOTAL-ORDEN
              ADD RET-IMPORTE TO WS-TOTAL-TRANSFERIDO
              MOVE RET-IMPORTE TO WS-AUD-IMPORTE
              MOVE "TRANSFERID" TO WS-AUD-RESULTADO
              MOVE RET-MOTIVO TO WS-AUD-DETALLE
              CALL "BANCO-AUDITORIA-MOTOR" USING WS-AUD-PROGRAMA
                 RET-NUM-CUENTA EMB-CUENTA-ORGANISMO WS-AUD-IMPORTE
                 WS-AUD-RESULTADO WS-AUD-DETALLE WS-OPERADOR
              PERFORM 7100-PREPARAR-RESPUESTA-ORDEN
              MOVE "D" TO EMR-TIPO-REGISTRO
              MOVE RET-NUM-CUENTA TO EMR-NUM-CUENTA
              MOVE RET-IMPORTE TO EMR-IMPORTE
              MOVE "TR" TO EMR-RESULTADO
              MOVE EMB-CUENTA-ORGANISMO TO EMR-OBSERVACIONES
              PERFORM 7000-ESCRIBIR-RESPUESTA
           END-IF.
      *
      *    Abono en la cuenta del organismo en la entidad. El cargo
      *    al deudor ya esta hecho, asi que el abono insiste en el
      *    bloqueo; si no se consigue queda linea PENDIENTE en la
      *    auditoria para aplicarlo a mano.
       4350-ABONAR-ORGANISMO.
           MOVE 'N' TO WS-ABONO-APLICADO
           MOVE 0 TO WS-NUM-INTENTOS-ABONO
           PERFORM UNTIL WS-ABONO-APLICADO = 'S'
              OR WS-NUM-INTENTOS-ABONO > WS-MAX-INTENTOS-ABONO
              MOVE EMB-CUENTA-ORGANISMO TO WS-CUENTA-A-BLOQUEAR
              PERFORM 5050-LEER-CUENTA-CON-BLOQUEO
              IF WS-CUENTA-RESERVADA = 'S'
                 ADD RET-IMPORTE TO CTA-SALDO-DISP
                 REWRITE CTA-REGISTRO
                 IF WS-CUENTAS-OK
                    MOVE 'S' TO WS-ABONO-APLICADO
                 END-IF
              END-IF
              IF WS-ABONO-APLICADO = 'N'
                 ADD 1 TO WS-NUM-INTENTOS-ABONO
              END-IF
           END-PERFORM
           IF WS-ABONO-APLICADO = 'N'
              MOVE RET-IMPORTE TO WS-AUD-IMPORTE
              MOVE "PENDIENTE" TO WS-AUD-RESULTADO
              MOVE "ABONO AL ORGANISMO NO APLICADO"
                 TO WS-AUD-DETALLE
              CALL "BANCO-AUDITORIA-MOTOR" USING WS-AUD-PROGRAMA
                 EMB-CUENTA-ORGANISMO RET-NUM-CUENTA WS-AUD-IMPORTE
                 WS-AUD-RESULTADO WS-AUD-DETALLE WS-OPERADOR
              DISPLAY "ATENCION: no se pudo abonar " RET-IMPORTE
                 " en " EMB-CUENTA-ORGANISMO "; aplicar a mano "
                 "(ver linea PENDIENTE en AUDITLOG)."
           ELSE
              MOVE EMB-CUENTA-ORGANISMO TO WS-APU-CUENTA
              MOVE SPACES TO WS-APU-CONCEPTO
              STRING "EMBARGO " EMB-REFERENCIA " "
                 EMB-DOCUMENTO DELIMITED BY SIZE
                 INTO WS-APU-CONCEPTO
              MOVE "I" TO WS-APU-TIPO
              MOVE RET-IMPORTE TO WS-APU-IMPORTE
              MOVE CTA-SALDO-DISP TO WS-APU-SALDO
              MOVE CTA-MONEDA TO WS-APU-MONEDA
              MOVE "EMBA" TO WS-APU-COD-OPERACION
              PERFORM 4600-GRABAR-APUNTE
           END-IF.
      *
      *    El organismo de otra entidad cobra por la red de
      *    compensacion: registro de intercambio en TRANSOUT con la
      *    cuenta embargada como origen y estado EMITIDA en
      *    TRANSEST, como los pagos masivos.
       4400-EMITIR-AL-ORGANISMO.
           OPEN EXTEND TRANSOUT-FILE
           IF NOT WS-TRANSOUT-OK
              OPEN OUTPUT TRANSOUT-FILE
           END-IF
           MOVE WS-FECHA-ACTUAL TO ITC-FECHA
           MOVE WS-HORA-ACTUAL TO ITC-HORA
           MOVE RET-NUM-CUENTA TO ITC-CUENTA-ORIGEN
           MOVE EMB-CUENTA-ORGANISMO TO ITC-CUENTA-DESTINO
           MOVE RET-IMPORTE TO ITC-IMPORTE
           MOVE WS-APU-MONEDA TO ITC-MONEDA
           MOVE SPACES TO ITC-CONCEPTO
           STRING "EMBARGO " EMB-REFERENCIA " " EMB-DOCUMENTO
              DELIMITED BY SIZE INTO ITC-CONCEPTO
           MOVE SPACES TO ITC-OBSERVACIONES
           MOVE WS-VE-ENTIDAD TO ITC-ENTIDAD-DESTINO
           PERFORM 4420-CALCULAR-IBAN-INTERCAMBIO
           WRITE ITC-REGISTRO
           CLOSE TRANSOUT-FILE
           OPEN I-O TRANSEST-FILE
           IF WS-TRANSEST-NUEVO
              OPEN OUTPUT TRANSEST-FILE
              CLOSE TRANSEST-FILE
              OPEN I-O TRANSEST-FILE
           END-IF
           IF WS-TRANSEST-OK
              MOVE WS-FECHA-ACTUAL TO TRE-FECHA-EMISION
              MOVE WS-HORA-ACTUAL TO TRE-HORA-EMISION
              MOVE RET-NUM-CUENTA TO TRE-CUENTA-ORIGEN
              MOVE EMB-CUENTA-ORGANISMO TO TRE-CUENTA-DESTINO
              MOVE RET-IMPORTE TO TRE-IMPORTE
              MOVE WS-APU-MONEDA TO TRE-MONEDA
              MOVE "E" TO TRE-ESTADO
              MOVE WS-FECHA-ACTUAL TO TRE-FECHA-ESTADO
              MOVE SPACES TO TRE-MOTIVO
              WRITE TRE-REGISTRO
              IF NOT WS-TRANSEST-OK
                 DISPLAY "AVISO: el pago de " RET-NUM-CUENTA " a "
                    EMB-CUENTA-ORGANISMO " repite otra emision del "
                    "dia y no se anota en TRANSEST."
              END-IF
              CLOSE TRANSEST-FILE
           ELSE
              DISPLAY "AVISO: no se pudo anotar la emision en "
                 "TRANSEST; el pago saldra por TRANSOUT pero "
                 "quedara fuera del seguimiento de confirmaciones."
           END-IF.
      *
      *    El registro de intercambio lleva el IBAN de las dos cuentas,
      *    calculado de la cuenta propia y del codigo cuenta cliente.
       4420-CALCULAR-IBAN-INTERCAMBIO.
           MOVE "C" TO WS-IB-ACCION
           MOVE ITC-CUENTA-ORIGEN TO WS-IB-CUENTA
           CALL "BANCO-IBAN" USING WS-IB-ACCION WS-IB-CUENTA
              WS-IB-IBAN WS-IB-IBAN-IMPRESO WS-IB-VALIDA WS-IB-MOTIVO
           IF WS-IB-VALIDA = 'S'
              MOVE WS-IB-IBAN TO ITC-IBAN-ORIGEN
           ELSE
              MOVE SPACES TO ITC-IBAN-ORIGEN
           END-IF
           MOVE "C" TO WS-IB-ACCION
           MOVE ITC-CUENTA-DESTINO TO WS-IB-CUENTA
           CALL "BANCO-IBAN" USING WS-IB-ACCION WS-IB-CUENTA
              WS-IB-IBAN WS-IB-IBAN-IMPRESO WS-IB-VALIDA WS-IB-MOTIVO
           IF WS-IB-VALIDA = 'S'
              MOVE WS-IB-IBAN TO ITC-IBAN-DESTINO
           ELSE
              MOVE SPACES TO ITC-IBAN-DESTINO
           END-IF.
      *
      *    Con todas las trabas tratadas la orden queda levantada o
      *    transferida; si alguna quedo pendiente la accion sigue
      *    anotada y se reintenta en la siguiente ejecucion.
       4500-CERRAR-ACCION.
           PERFORM 7100-PREPARAR-RESPUESTA-ORDEN
           MOVE WS-TOTAL-ORDEN TO EMR-IMPORTE
           IF WS-TRABAS-PENDIENTES > 0
              ADD 1 TO WS-NUM-REINTENTOS
              MOVE "ER" TO EMR-RESULTADO
              MOVE "CUENTAS EN USO; SE COMPLETA MAS TARDE"
                 TO EMR-OBSERVACIONES
           ELSE
              MOVE WS-ACCION-VIGENTE TO EMB-ESTADO
              MOVE SPACE TO EMB-ACCION
              MOVE WS-FECHA-ACTUAL TO EMB-FECHA-ESTADO
              REWRITE EMB-REGISTRO
              IF WS-ACCION-VIGENTE = "L"
                 ADD 1 TO WS-NUM-LEVANTADAS
                 MOVE "LV" TO EMR-RESULTADO
                 MOVE "EMBARGO LEVANTADO" TO EMR-OBSERVACIONES
              ELSE
                 ADD 1 TO WS-NUM-TRANSFERIDAS
                 MOVE "TR" TO EMR-RESULTADO
                 IF WS-TOTAL-ORDEN = 0
                    MOVE "SIN IMPORTE TRABADO QUE TRANSFERIR"
                       TO EMR-OBSERVACIONES
                 ELSE
                    MOVE "TRANSFERIDO A LA CUENTA DEL ORGANISMO"
                       TO EMR-OBSERVACIONES
                 END-IF
              END-IF
           END-IF
           PERFORM 7000-ESCRIBIR-RESPUESTA.
      *
      *    Apunte en MOVIMIEN con los datos de WS-APU-*.
       4600-GRABAR-APUNTE.
           PERFORM 5000-OBTENER-SIGUIENTE-SECUENCIA
           MOVE WS-APU-CUENTA TO MOV-NUM-CUENTA
           MOVE WS-FECHA-ACTUAL TO MOV-FECHA
           MOVE WS-SIGUIENTE-SECUENCIA TO MOV-SECUENCIA
           MOVE WS-HORA-ACTUAL TO MOV-HORA
           MOVE WS-APU-CONCEPTO TO MOV-CONCEPTO
           MOVE WS-APU-TIPO TO MOV-TIPO
           MOVE WS-APU-IMPORTE TO MOV-IMPORTE
           MOVE WS-APU-SALDO TO MOV-SALDO-DESPUES
           MOVE WS-APU-MONEDA TO MOV-MONEDA
           MOVE "BANCO-EMBARGOS" TO MOV-PROGRAMA-ORIGEN
           MOVE WS-APU-COD-OPERACION TO MOV-COD-OPERACION
           MOVE "L" TO MOV-CANAL
           MOVE WS-OPERADOR TO MOV-OPERADOR
           MOVE SPACE TO MOV-MARCA-EXTORNO
           WRITE MOV-REGISTRO.
      *
      *    El contador de secuencias se lee con bloqueo para que dos
      *    procesos simultaneos no repartan la misma secuencia; si el
      *    bloqueo no se consigue tras los reintentos se lee sin el,
      *    como ultimo recurso, antes que dejar el pago a medias.
       5000-OBTENER-SIGUIENTE-SECUENCIA.
           MOVE "M" TO CTR-CLAVE
           MOVE 0 TO WS-NUM-ESPERAS
           MOVE 'N' TO WS-CONTADOR-RESERVADO
           PERFORM UNTIL WS-CONTADOR-RESERVADO = 'S'
              OR WS-NUM-ESPERAS > WS-MAX-ESPERAS
              READ CTLMOV-FILE WITH LOCK
              IF WS-CTLMOV-OK
                 MOVE 'S' TO WS-CONTADOR-RESERVADO
              ELSE
                 ADD 1 TO WS-NUM-ESPERAS
                 MOVE "M" TO CTR-CLAVE
              END-IF
           END-PERFORM
           IF WS-CONTADOR-RESERVADO = 'N'
              READ CTLMOV-FILE
           END-IF
           ADD 1 TO CTR-ULTIMO-VALOR
           MOVE CTR-ULTIMO-VALOR TO WS-SIGUIENTE-SECUENCIA
           REWRITE CTR-REGISTRO.
      *
      *    Lee con bloqueo la cuenta indicada en
      *    WS-CUENTA-A-BLOQUEAR, reintentando un numero acotado de
      *    veces si otro operador la retiene; un registro inexistente
      *    (estado 23) corta los reintentos en seco.
       5050-LEER-CUENTA-CON-BLOQUEO.
           MOVE 0 TO WS-NUM-ESPERAS
           MOVE 'N' TO WS-CUENTA-RESERVADA
           PERFORM UNTIL WS-CUENTA-RESERVADA = 'S'
              OR WS-NUM-ESPERAS > WS-MAX-ESPERAS
              MOVE WS-CUENTA-A-BLOQUEAR TO CTA-NUM-CUENTA
              READ CUENTAS-FILE WITH LOCK
                 INVALID KEY
                    MOVE WS-MAX-ESPERAS TO WS-NUM-ESPERAS
              END-READ
              IF WS-CUENTAS-OK
                 MOVE 'S' TO WS-CUENTA-RESERVADA
              ELSE
                 ADD 1 TO WS-NUM-ESPERAS
              END-IF
           END-PERFORM.
      *
       6000-MOSTRAR-RESUMEN-FINAL.
           DISPLAY " "
           DISPLAY "=========================================="
           DISPLAY "   RESUMEN DEL PROCESO DE EMBARGOS"
           DISPLAY "=========================================="
           DISPLAY "Registros recibidos:     " WS-NUM-LEIDOS
           DISPLAY "Ordenes trabadas:        " WS-NUM-TRABADAS
           DISPLAY "Trabadas en parte:       " WS-NUM-PARCIALES
           DISPLAY "Sin fondos:              " WS-NUM-SIN-FONDOS
           DISPLAY "No clientes:             " WS-NUM-NO-CLIENTE
           DISPLAY "Duplicadas:              " WS-NUM-DUPLICADAS
           DISPLAY "Importe trabado:         " WS-TOTAL-TRABADO
           DISPLAY "Acciones programadas:    " WS-NUM-PROGRAMADAS
           DISPLAY "Ordenes levantadas:      " WS-NUM-LEVANTADAS
              " Importe: " WS-TOTAL-LEVANTADO
           DISPLAY "Ordenes transferidas:    " WS-NUM-TRANSFERIDAS
              " Importe: " WS-TOTAL-TRANSFERIDO
           DISPLAY "Rechazadas:              " WS-NUM-RECHAZADAS
           DISPLAY "Pendientes de reintento: " WS-NUM-REINTENTOS
           DISPLAY "=========================================="
           IF WS-NUM-RECHAZADAS > 0 OR WS-NUM-REINTENTOS > 0
              MOVE 4 TO RETURN-CODE
           END-IF.
      *
      *    Escribe la respuesta preparada en EMR-REGISTRO.
       7000-ESCRIBIR-RESPUESTA.
           MOVE WS-FECHA-ACTUAL TO EMR-FECHA
           WRITE EMR-REGISTRO.
      *
      *    Cabecera comun de una respuesta de resumen de la orden en
      *    curso; el detalle por cuenta cambia el tipo y la cuenta.
       7100-PREPARAR-RESPUESTA-ORDEN.
           MOVE SPACES TO EMR-REGISTRO
           MOVE "R" TO EMR-TIPO-REGISTRO
           MOVE EMB-REFERENCIA TO EMR-REFERENCIA
           MOVE EMB-ORGANISMO TO EMR-ORGANISMO
           MOVE EMB-DOCUMENTO TO EMR-DOCUMENTO
           MOVE EMB-IMPORTE-ORDENADO TO EMR-IMPORTE-ORDENADO
           MOVE 0 TO EMR-IMPORTE.
      *
       7200-MONTAR-MOTIVO.
           MOVE SPACES TO WS-MOTIVO-EMBARGO
           STRING "EMBARGO " EMB-REFERENCIA DELIMITED BY SIZE
              INTO WS-MOTIVO-EMBARGO.
      *
       8900-CERRAR-FICHEROS.
           CLOSE CUENTAS-FILE
           CLOSE MOVIMIEN-FILE
           CLOSE CTLMOV-FILE
           CLOSE CLIENTES-FILE
           IF WS-TITULARES-ABIERTO = 'S'
              CLOSE TITULARES-FILE
           END-IF
           CLOSE RETENCIONES-FILE
           CLOSE CTLRET-FILE
           CLOSE EMBARGOS-FILE
           CLOSE EMBARESP-FILE
           IF WS-EMBAORD-ABIERTO = 'S'
              CLOSE EMBAORD-FILE
           END-IF.
      *
       9000-FINALIZAR.
           DISPLAY " "
           DISPLAY "Proceso de ordenes de embargo finalizado.".
