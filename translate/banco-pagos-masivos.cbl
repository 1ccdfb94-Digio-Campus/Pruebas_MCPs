      *================================================================*
      * PROGRAMA: BANCO-PAGOS-MASIVOS
      * DESCRIPCION: Paso de lote a demanda que procesa un fichero de
      *              pagos masivos enviado por una empresa cliente
      *              (PAGOSEMP: nominas y pagos a proveedores). Se
      *              comprueban los totales de control de la cabecera
      *              contra las lineas de detalle, la fecha de
      *              ejecucion y la cuenta ordenante; si algo no
      *              cuadra el fichero se rechaza entero. Si cuadra,
      *              la cuenta ordenante se carga una sola vez por el
      *              total y cada linea se abona en la cuenta
      *              beneficiaria si es de la entidad, o sale por el
      *              intercambio TRANSOUT (con su estado en TRANSEST)
      *              si es de otra entidad y BANCO-VALIDA-CUENTA-EXT la
      *              da por buena. Las lineas que no se pueden pagar
      *              se devuelven al ordenante con un unico abono al
      *              final. Cada linea deja su resultado en el fichero
      *              PAGORES para la empresa. Las lineas de nomina
      *              marcan la cuenta beneficiaria como receptora de
      *              nomina (CTA-MES-NOMINA), que es lo que usa la
      *              exencion de BANCO-COBRA-MANTENIMIENTO. El fichero
      *              se controla en REMCHK (tipo P) como las remesas
      *              de recibos: un fichero ya procesado se rechaza
      *              entero y un rerun tras un abend reanuda en la
      *              primera linea sin aplicar, sin volver a cargar al
      *              ordenante.
      * AUTOR: Proyecto MCPs
      * FECHA: 2026-10-15
      *
      * HISTORIAL DE MODIFICACIONES:
      *   2026-10-15  La fecha de ejecucion sigue el calendario
      *               bancario (BANCO-CALENDARIO): un fichero lanzado
      *               en sabado, domingo o festivo se aplaza al
      *               siguiente dia habil con codigo de retorno 4,
      *               sin tocar ninguna cuenta.
      *   2026-10-15  Los apuntes llevan codigo de operacion del
      *               catalogo CODOPER y canal "E": PAGC en el cargo al
      *               ordenante, PAGA en cada abono y PAGD en la
      *               devolucion de rechazados.
      *   2026-10-15  El registro de intercambio de TRANSOUT lleva el
      *               IBAN de la cuenta ordenante y el del
      *               beneficiario (BANCO-IBAN).
      *   2026-10-15  CTA-MES-NOMINA guarda ano y mes (AAAAMM) del
      *               abono de nomina, para que una nomina de hace un
      *               ano no cuente como la del mes.
      *================================================================*
      *
      *-------- BLOQUE 1: IDENTIFICATION DIVISION -------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANCO-PAGOS-MASIVOS.
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
           SELECT PAGOSEMP-FILE ASSIGN TO "PAGOSEMP"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-PAGOSEMP-STATUS.
      *
           SELECT PAGORES-FILE ASSIGN TO "PAGORES"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-PAGORES-STATUS.
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
       FD  PAGOSEMP-FILE.
           COPY "pagomas.cpy".
      *
       FD  PAGORES-FILE.
           COPY "pagomas.cpy"
              REPLACING LEADING ==PGM-== BY ==PRS-==.
      *
       FD  TRANSOUT-FILE.
           COPY "intercam.cpy".
      *
       FD  TRANSEST-FILE.
           COPY "transest.cpy".
      *
       FD  REMCHK-FILE.
           COPY "remchk.cpy".
      *
       WORKING-STORAGE SECTION.
      *
      *--- Datos de la cabecera del fichero ---
       01 WS-CUENTA-ORDENANTE      PIC X(20) VALUE SPACES.
       01 WS-REFERENCIA-FICHERO    PIC X(16) VALUE SPACES.
       01 WS-FECHA-EJECUCION       PIC X(10) VALUE SPACES.
       01 WS-CTL-NUM-LINEAS        PIC 9(07) VALUE 0.
       01 WS-CTL-IMPORTE-TOTAL     PIC 9(12)V99 VALUE 0.
       01 WS-CLIENTE-ORDENANTE     PIC X(12) VALUE SPACES.
       01 WS-TITULAR-ORDENANTE     PIC X(40) VALUE SPACES.
       01 WS-MONEDA-ORDENANTE      PIC X(03) VALUE SPACES.
       01 WS-HAY-CABECERA          PIC X VALUE 'N'.
       01 WS-CABECERAS-DE-MAS      PIC 9(05) VALUE 0.
       01 WS-REGISTROS-ERRONEOS    PIC 9(05) VALUE 0.
      *
      *--- Totales del fichero ---
       01 WS-NUM-LINEAS            PIC 9(07) VALUE 0.
       01 WS-IMPORTE-LINEAS        PIC 9(12)V99 VALUE 0.
       01 WS-NUM-LEIDAS            PIC 9(07) VALUE 0.
       01 WS-NUM-ABONADAS          PIC 9(07) VALUE 0.
       01 WS-NUM-EMITIDAS          PIC 9(07) VALUE 0.
       01 WS-NUM-RECHAZADAS        PIC 9(07) VALUE 0.
       01 WS-NUM-NOMINAS           PIC 9(07) VALUE 0.
       01 WS-TOTAL-ABONADO         PIC 9(12)V99 VALUE 0.
       01 WS-TOTAL-EMITIDO         PIC 9(12)V99 VALUE 0.
       01 WS-TOTAL-RECHAZADO       PIC 9(12)V99 VALUE 0.
      *
      *--- Variables de proceso ---
       01 WS-FECHA-ACTUAL          PIC X(10).
       01 WS-HORA-ACTUAL           PIC X(08).
       01 WS-MES-NOMINA            PIC X(06).
       01 WS-FIN-PAGOSEMP          PIC X VALUE 'N'.
       01 WS-MOTIVO-FICHERO        PIC X(40) VALUE SPACES.
       01 WS-MOTIVO-RECHAZO        PIC X(40).
       01 WS-RESULTADO-LINEA       PIC X(01).
       01 WS-BENEF-EXTERNO         PIC X VALUE 'N'.
       01 WS-SALDO-NUEVO           PIC S9(10)V99 VALUE 0.
       01 WS-DESCUBIERTO-CUENTA    PIC 9(10)V99 VALUE 0.
       01 WS-SALDO-DISPONIBLE      PIC S9(11)V99 VALUE 0.
       01 WS-SIGUIENTE-SECUENCIA   PIC 9(06) VALUE 0.
       01 WS-CARGO-APLICADO        PIC X VALUE 'N'.
       01 WS-DEVOLUCION-HECHA      PIC X VALUE 'N'.
       01 WS-OPERADOR              PIC X(08) VALUE "BATCH".
      *
      *--- Consulta al calendario (ver BANCO-CALENDARIO) ---
       01 WS-CAL-ACCION            PIC X(01).
       01 WS-CAL-FECHA             PIC X(10).
       01 WS-CAL-FECHA-RESULTADO   PIC X(10).
       01 WS-CAL-HABIL             PIC X(01).
       01 WS-CAL-DIAS              PIC 9(03).
       01 WS-CAL-DESCRIPCION       PIC X(30).
      *
      *--- Validacion de cuenta externa (BANCO-VALIDA-CUENTA-EXT) ---
       01 WS-VE-VALIDA             PIC X(01).
       01 WS-VE-MOTIVO             PIC X(40).
       01 WS-VE-ENTIDAD            PIC X(04).
      *
      *--- IBAN de las cuentas del intercambio (BANCO-IBAN) ---
       01 WS-IB-ACCION             PIC X(01).
       01 WS-IB-CUENTA             PIC X(20).
       01 WS-IB-IBAN               PIC X(34).
       01 WS-IB-IBAN-IMPRESO       PIC X(42).
       01 WS-IB-VALIDA             PIC X(01).
       01 WS-IB-MOTIVO             PIC X(40).
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
       01 WS-PAGOSEMP-STATUS       PIC X(02).
          88 WS-PAGOSEMP-OK            VALUE "00".
       01 WS-PAGORES-STATUS        PIC X(02).
          88 WS-PAGORES-OK             VALUE "00".
       01 WS-TRANSOUT-STATUS       PIC X(02).
          88 WS-TRANSOUT-OK            VALUE "00".
       01 WS-TRANSEST-STATUS       PIC X(02).
          88 WS-TRANSEST-OK            VALUE "00".
          88 WS-TRANSEST-NUEVO         VALUE "35".
       01 WS-REMCHK-STATUS         PIC X(02).
          88 WS-REMCHK-OK              VALUE "00".
          88 WS-REMCHK-NUEVO           VALUE "35".
      *
      *--- Control de remesa (huella y modo de ejecucion) ---
       01 WS-MODO-REMESA           PIC X(01) VALUE 'N'.
          88 WS-REMESA-NUEVA           VALUE 'N'.
          88 WS-REMESA-REANUDADA       VALUE 'R'.
          88 WS-REMESA-DUPLICADA       VALUE 'D'.
       01 WS-FIN-PREPASO           PIC X VALUE 'N'.
       01 WS-DETALLE-EXISTE        PIC X VALUE 'N'.
      *
      *--- Datos para la linea de auditoria ---
       01 WS-AUD-PROGRAMA        PIC X(20) VALUE "BANCO-PAGOS-MASIVOS".
       01 WS-AUD-CUENTA-2        PIC X(20).
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
           PERFORM 2500-IDENTIFICAR-FICHERO
           PERFORM 2700-VALIDAR-FICHERO
           IF WS-MOTIVO-FICHERO = SPACES
              PERFORM 2600-COMPROBAR-CONTROL-REMESA
           END-IF
           IF WS-MOTIVO-FICHERO NOT = SPACES
              PERFORM 2800-RECHAZAR-FICHERO
           ELSE
              IF WS-REMESA-DUPLICADA
                 PERFORM 4500-INFORME-REMESA-DUPLICADA
              ELSE
                 PERFORM 2900-ABRIR-RESULTADOS
                 IF WS-CARGO-APLICADO = 'N'
                    PERFORM 3000-CARGAR-ORDENANTE
                 END-IF
                 IF WS-CARGO-APLICADO = 'S'
                    PERFORM 3100-PROCESAR-LINEAS
                    PERFORM 4000-DEVOLVER-RECHAZADAS
                    PERFORM 4100-MOSTRAR-RESUMEN-FINAL
                    PERFORM 4600-CERRAR-CONTROL-REMESA
                 END-IF
              END-IF
           END-IF
           PERFORM 8900-CERRAR-FICHEROS
           PERFORM 9000-FINALIZAR
           STOP RUN.
      *
       1000-INICIALIZAR.
           ACCEPT WS-FECHA-ACTUAL FROM DATE YYYYMMDD
           ACCEPT WS-HORA-ACTUAL FROM TIME
           MOVE WS-FECHA-ACTUAL(1:6) TO WS-MES-NOMINA
           DISPLAY "=========================================="
           DISPLAY "   PROCESO DE PAGOS MASIVOS DE EMPRESA"
           DISPLAY "   Fecha: " WS-FECHA-ACTUAL
           DISPLAY "==========================================".
      *
      *    La fecha de cargo sigue el calendario bancario: en un
      *    sabado, domingo o festivo el fichero no se procesa
      *    y se aplaza al siguiente dia habil, en que debe relanzarse
      *    BANCPAGO. No se toca ningun fichero, asi que el aplazamiento
      *    no deja huella en REMCHK.
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
           IF NOT WS-CUENTAS-OK OR NOT WS-MOVIMIEN-OK
              DISPLAY "ERROR: No se pueden abrir los ficheros "
                 "maestros."
              PERFORM 9000-FINALIZAR
              STOP RUN
           END-IF
           OPEN INPUT PAGOSEMP-FILE
           IF NOT WS-PAGOSEMP-OK
              DISPLAY "ERROR: No se puede abrir el fichero PAGOSEMP."
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
      *    Primer recorrido del fichero: toma los datos de la
      *    cabecera (que debe ser el primer registro) y cuenta y suma
      *    las lineas de detalle para contrastarlas con los totales
      *    de control; despues se reabre para el proceso real.
       2500-IDENTIFICAR-FICHERO.
           MOVE 0 TO WS-NUM-LINEAS
           MOVE 0 TO WS-IMPORTE-LINEAS
           MOVE 'N' TO WS-FIN-PREPASO
           PERFORM UNTIL WS-FIN-PREPASO = 'S'
              READ PAGOSEMP-FILE
                 AT END
                    MOVE 'S' TO WS-FIN-PREPASO
                 NOT AT END
                    EVALUATE PGM-TIPO-REGISTRO
                       WHEN "C"
                          IF WS-HAY-CABECERA = 'N'
                             AND WS-NUM-LINEAS = 0
                             MOVE 'S' TO WS-HAY-CABECERA
                             MOVE PGM-CUENTA-ORDENANTE
                                TO WS-CUENTA-ORDENANTE
                             MOVE PGM-REFERENCIA
                                TO WS-REFERENCIA-FICHERO
                             MOVE PGM-FECHA-EJECUCION
                                TO WS-FECHA-EJECUCION
                             IF PGM-NUM-LINEAS IS NUMERIC
                                MOVE PGM-NUM-LINEAS
                                   TO WS-CTL-NUM-LINEAS
                             END-IF
                             IF PGM-IMPORTE-TOTAL IS NUMERIC
                                MOVE PGM-IMPORTE-TOTAL
                                   TO WS-CTL-IMPORTE-TOTAL
                             END-IF
                          ELSE
                             ADD 1 TO WS-CABECERAS-DE-MAS
                          END-IF
                       WHEN "D"
                          ADD 1 TO WS-NUM-LINEAS
                          IF PGM-IMPORTE IS NUMERIC
                             ADD PGM-IMPORTE TO WS-IMPORTE-LINEAS
                          END-IF
                       WHEN OTHER
                          ADD 1 TO WS-REGISTROS-ERRONEOS
                    END-EVALUATE
              END-READ
           END-PERFORM
           CLOSE PAGOSEMP-FILE
           OPEN INPUT PAGOSEMP-FILE.
      *
      *    Validaciones del fichero completo: si alguna falla no se
      *    carga nada y todas las lineas vuelven rechazadas con el
      *    motivo.
       2700-VALIDAR-FICHERO.
           MOVE SPACES TO WS-MOTIVO-FICHERO
           IF WS-HAY-CABECERA = 'N'
              MOVE "FICHERO SIN CABECERA" TO WS-MOTIVO-FICHERO
           ELSE
           IF WS-CABECERAS-DE-MAS > 0 OR WS-REGISTROS-ERRONEOS > 0
              MOVE "FICHERO CON REGISTROS NO VALIDOS"
                 TO WS-MOTIVO-FICHERO
           ELSE
           IF WS-NUM-LINEAS = 0
              MOVE "FICHERO SIN LINEAS DE DETALLE"
                 TO WS-MOTIVO-FICHERO
           ELSE
           IF WS-NUM-LINEAS NOT = WS-CTL-NUM-LINEAS
              OR WS-IMPORTE-LINEAS NOT = WS-CTL-IMPORTE-TOTAL
              MOVE "TOTALES DE CONTROL NO CUADRAN"
                 TO WS-MOTIVO-FICHERO
           ELSE
           IF WS-FECHA-EJECUCION(1:8) > WS-FECHA-ACTUAL(1:8)
              MOVE "FECHA DE EJECUCION POSTERIOR A HOY"
                 TO WS-MOTIVO-FICHERO
           ELSE
              MOVE WS-CUENTA-ORDENANTE TO CTA-NUM-CUENTA
              READ CUENTAS-FILE
                 INVALID KEY
                    MOVE "CUENTA ORDENANTE INEXISTENTE"
                       TO WS-MOTIVO-FICHERO
                 NOT INVALID KEY
                    IF CTA-ESTADO NOT = "A"
                       OR CTA-TIPO = "INTERNA"
                       MOVE "CUENTA ORDENANTE BLOQUEADA O CERRADA"
                          TO WS-MOTIVO-FICHERO
                    ELSE
                       MOVE CTA-ID-CLIENTE TO WS-CLIENTE-ORDENANTE
                       MOVE CTA-TITULAR TO WS-TITULAR-ORDENANTE
                       MOVE CTA-MONEDA TO WS-MONEDA-ORDENANTE
                    END-IF
              END-READ
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF.
      *
      *    Consulta la cabecera del fichero en REMCHK: si no existe,
      *    el fichero es nuevo y, si la cuenta ordenante cubre el
      *    total, se anota en proceso; si existe completado, es un
      *    envio duplicado y se rechaza entero; si existe en proceso,
      *    el paso anterior abendo y se reanuda saltando las lineas
      *    que ya tienen detalle (con estado S el cargo al ordenante
      *    ya estaba aplicado y no se repite).
       2600-COMPROBAR-CONTROL-REMESA.
           PERFORM 2650-CLAVE-CABECERA-REMESA
           READ REMCHK-FILE
              INVALID KEY
                 MOVE 'N' TO WS-MODO-REMESA
                 PERFORM 2680-COMPROBAR-SALDO-ORDENANTE
                 IF WS-MOTIVO-FICHERO = SPACES
                    PERFORM 2650-CLAVE-CABECERA-REMESA
                    MOVE WS-FECHA-ACTUAL TO RMK-FECHA-PROCESO
                    MOVE SPACE TO RMK-RESULTADO
                    MOVE 0 TO RMK-IMPORTE
                    MOVE "P" TO RMK-ESTADO
                    WRITE RMK-REGISTRO
                 END-IF
              NOT INVALID KEY
                 IF RMK-ESTADO = "C"
                    MOVE 'D' TO WS-MODO-REMESA
                 ELSE
                    MOVE 'R' TO WS-MODO-REMESA
                    IF RMK-ESTADO = "S"
                       MOVE 'S' TO WS-CARGO-APLICADO
                    ELSE
                       PERFORM 2680-COMPROBAR-SALDO-ORDENANTE
                    END-IF
                    DISPLAY "AVISO: el fichero de pagos quedo en "
                       "proceso el " RMK-FECHA-PROCESO "; se reanuda "
                       "en la primera linea sin aplicar."
                 END-IF
           END-READ.
      *
       2650-CLAVE-CABECERA-REMESA.
           MOVE "P" TO RMK-TIPO
           MOVE WS-CLIENTE-ORDENANTE TO RMK-ORIGEN
           MOVE WS-REFERENCIA-FICHERO TO RMK-REFERENCIA
           MOVE WS-NUM-LINEAS TO RMK-NUM-REGISTROS
           MOVE WS-IMPORTE-LINEAS TO RMK-IMPORTE-TOTAL
           MOVE 0 TO RMK-NUM-REGISTRO.
      *
      *    El saldo cargable de la cuenta ordenante incluye su linea
      *    de descubierto autorizado; un registro anterior al alta del
      *    campo se trata como descubierto cero.
       2680-COMPROBAR-SALDO-ORDENANTE.
           MOVE WS-CUENTA-ORDENANTE TO CTA-NUM-CUENTA
           READ CUENTAS-FILE
              INVALID KEY
                 MOVE "CUENTA ORDENANTE INEXISTENTE"
                    TO WS-MOTIVO-FICHERO
              NOT INVALID KEY
                 IF CTA-DESCUBIERTO-AUT IS NUMERIC
                    MOVE CTA-DESCUBIERTO-AUT TO WS-DESCUBIERTO-CUENTA
                 ELSE
                    MOVE 0 TO WS-DESCUBIERTO-CUENTA
                 END-IF
                 COMPUTE WS-SALDO-DISPONIBLE =
                    CTA-SALDO-DISP + WS-DESCUBIERTO-CUENTA
                 IF WS-IMPORTE-LINEAS > WS-SALDO-DISPONIBLE
                    MOVE "SALDO INSUFICIENTE EN CUENTA ORDENANTE"
                       TO WS-MOTIVO-FICHERO
                 END-IF
           END-READ.
      *
      *    Rechazo del fichero entero: cada linea de detalle vuelve a
      *    la empresa con el motivo comun y no se toca ninguna cuenta.
       2800-RECHAZAR-FICHERO.
           DISPLAY " "
           DISPLAY "FICHERO RECHAZADO: " WS-MOTIVO-FICHERO
           DISPLAY "Cuenta ordenante: " WS-CUENTA-ORDENANTE
              " Referencia: " WS-REFERENCIA-FICHERO
           DISPLAY "Lineas:  " WS-NUM-LINEAS " control "
              WS-CTL-NUM-LINEAS
           DISPLAY "Importe: " WS-IMPORTE-LINEAS " control "
              WS-CTL-IMPORTE-TOTAL
           OPEN OUTPUT PAGORES-FILE
           MOVE 'N' TO WS-FIN-PAGOSEMP
           PERFORM UNTIL WS-FIN-PAGOSEMP = 'S'
              READ PAGOSEMP-FILE
                 AT END
                    MOVE 'S' TO WS-FIN-PAGOSEMP
                 NOT AT END
                    IF PGM-TIPO-REGISTRO NOT = "C"
                       MOVE PGM-REGISTRO TO PRS-REGISTRO
                       MOVE "R" TO PRS-RESULTADO
                       MOVE WS-MOTIVO-FICHERO TO PRS-OBSERVACIONES
                       WRITE PRS-REGISTRO
                       ADD 1 TO WS-NUM-RECHAZADAS
                    END-IF
              END-READ
           END-PERFORM
           CLOSE PAGORES-FILE
           MOVE WS-IMPORTE-LINEAS TO WS-AUD-IMPORTE
           MOVE "RECHAZADA" TO WS-AUD-RESULTADO
           MOVE WS-MOTIVO-FICHERO TO WS-AUD-DETALLE
           MOVE SPACES TO WS-AUD-CUENTA-2
           MOVE WS-REFERENCIA-FICHERO TO WS-AUD-CUENTA-2
           CALL "BANCO-AUDITORIA-MOTOR" USING WS-AUD-PROGRAMA
              WS-CUENTA-ORDENANTE WS-AUD-CUENTA-2 WS-AUD-IMPORTE
              WS-AUD-RESULTADO WS-AUD-DETALLE WS-OPERADOR
           MOVE 8 TO RETURN-CODE.
      *
      *    El fichero de resultados se crea nuevo, salvo en una
      *    reanudacion, en que se amplia con las lineas que faltan.
       2900-ABRIR-RESULTADOS.
           IF WS-REMESA-REANUDADA
              OPEN EXTEND PAGORES-FILE
              IF NOT WS-PAGORES-OK
                 OPEN OUTPUT PAGORES-FILE
              END-IF
           ELSE
              OPEN OUTPUT PAGORES-FILE
           END-IF
           IF NOT WS-PAGORES-OK
              DISPLAY "ERROR: No se puede abrir el fichero PAGORES."
              PERFORM 9000-FINALIZAR
              STOP RUN
           END-IF.
      *
      *    Cargo unico del total del fichero en la cuenta ordenante,
      *    releida con bloqueo porque el proceso corre de dia. El
      *    estado S de la cabecera se graba en el mismo parrafo que
      *    aplica el cargo, para que un rerun no lo repita.
       3000-CARGAR-ORDENANTE.
           MOVE WS-CUENTA-ORDENANTE TO WS-CUENTA-A-BLOQUEAR
           PERFORM 5050-LEER-CUENTA-CON-BLOQUEO
           IF WS-CUENTA-RESERVADA = 'N'
              DISPLAY "ERROR: la cuenta ordenante "
                 WS-CUENTA-ORDENANTE " sigue en uso; no se carga "
                 "nada y el fichero queda pendiente para un rerun."
              MOVE 8 TO RETURN-CODE
           ELSE
              COMPUTE WS-SALDO-NUEVO =
                 CTA-SALDO-DISP - WS-IMPORTE-LINEAS
              MOVE WS-SALDO-NUEVO TO CTA-SALDO-DISP
              REWRITE CTA-REGISTRO
              PERFORM 5000-OBTENER-SIGUIENTE-SECUENCIA
              MOVE WS-CUENTA-ORDENANTE TO MOV-NUM-CUENTA
              MOVE WS-FECHA-ACTUAL TO MOV-FECHA
              MOVE WS-SIGUIENTE-SECUENCIA TO MOV-SECUENCIA
              MOVE WS-HORA-ACTUAL TO MOV-HORA
              MOVE SPACES TO MOV-CONCEPTO
              STRING "PAGOS MASIVOS " WS-REFERENCIA-FICHERO
                 DELIMITED BY SIZE INTO MOV-CONCEPTO
              MOVE "G" TO MOV-TIPO
              MOVE WS-IMPORTE-LINEAS TO MOV-IMPORTE
              MOVE WS-SALDO-NUEVO TO MOV-SALDO-DESPUES
              MOVE CTA-MONEDA TO MOV-MONEDA
              MOVE "BANCO-PAGOS-MASIVOS" TO MOV-PROGRAMA-ORIGEN
              MOVE "PAGC" TO MOV-COD-OPERACION
              MOVE "E" TO MOV-CANAL
              MOVE WS-OPERADOR TO MOV-OPERADOR
              MOVE SPACE TO MOV-MARCA-EXTORNO
              WRITE MOV-REGISTRO
              MOVE 'S' TO WS-CARGO-APLICADO
              PERFORM 2650-CLAVE-CABECERA-REMESA
              READ REMCHK-FILE
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE "S" TO RMK-ESTADO
                    REWRITE RMK-REGISTRO
              END-READ
              MOVE WS-IMPORTE-LINEAS TO WS-AUD-IMPORTE
              MOVE "REALIZADA" TO WS-AUD-RESULTADO
              MOVE "CARGO FICHERO DE PAGOS MASIVOS"
                 TO WS-AUD-DETALLE
              MOVE SPACES TO WS-AUD-CUENTA-2
              MOVE WS-REFERENCIA-FICHERO TO WS-AUD-CUENTA-2
              CALL "BANCO-AUDITORIA-MOTOR" USING WS-AUD-PROGRAMA
                 WS-CUENTA-ORDENANTE WS-AUD-CUENTA-2 WS-AUD-IMPORTE
                 WS-AUD-RESULTADO WS-AUD-DETALLE WS-OPERADOR
           END-IF.
      *
       3100-PROCESAR-LINEAS.
           MOVE 'N' TO WS-FIN-PAGOSEMP
           PERFORM UNTIL WS-FIN-PAGOSEMP = 'S'
              READ PAGOSEMP-FILE
                 AT END
                    MOVE 'S' TO WS-FIN-PAGOSEMP
                 NOT AT END
                    IF PGM-TIPO-REGISTRO = "D"
                       ADD 1 TO WS-NUM-LEIDAS
                       MOVE 'N' TO WS-DETALLE-EXISTE
                       IF WS-REMESA-REANUDADA
                          PERFORM 3150-COMPROBAR-CHECKPOINT
                       END-IF
                       IF WS-DETALLE-EXISTE = 'S'
                          PERFORM 3160-REAPLICAR-CHECKPOINT
                       ELSE
                          PERFORM 3200-PROCESAR-UNA-LINEA
                          PERFORM 3170-ANOTAR-CHECKPOINT
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.
      *
      *    En una reanudacion, una linea con registro de detalle en
      *    REMCHK ya se pago en la ejecucion que abendo y no debe
      *    repetirse.
       3150-COMPROBAR-CHECKPOINT.
           PERFORM 2650-CLAVE-CABECERA-REMESA
           MOVE WS-NUM-LEIDAS TO RMK-NUM-REGISTRO
           READ REMCHK-FILE
              INVALID KEY
                 MOVE 'N' TO WS-DETALLE-EXISTE
              NOT INVALID KEY
                 MOVE 'S' TO WS-DETALLE-EXISTE
           END-READ.
      *
      *    Reconstruye los totales de una linea ya aplicada en la
      *    ejecucion anterior, sin volver a tocar la cuenta
      *    beneficiaria; los rechazados deben entrar en la devolucion
      *    final al ordenante.
       3160-REAPLICAR-CHECKPOINT.
           EVALUATE RMK-RESULTADO
              WHEN "A"
                 ADD 1 TO WS-NUM-ABONADAS
                 ADD RMK-IMPORTE TO WS-TOTAL-ABONADO
              WHEN "E"
                 ADD 1 TO WS-NUM-EMITIDAS
                 ADD RMK-IMPORTE TO WS-TOTAL-EMITIDO
              WHEN OTHER
                 ADD 1 TO WS-NUM-RECHAZADAS
                 ADD RMK-IMPORTE TO WS-TOTAL-RECHAZADO
           END-EVALUATE.
      *
      *    Deja el detalle de la linea recien aplicada en REMCHK, con
      *    su resultado e importe, para que un rerun la salte.
       3170-ANOTAR-CHECKPOINT.
           PERFORM 2650-CLAVE-CABECERA-REMESA
           MOVE WS-NUM-LEIDAS TO RMK-NUM-REGISTRO
           MOVE WS-FECHA-ACTUAL TO RMK-FECHA-PROCESO
           MOVE WS-RESULTADO-LINEA TO RMK-RESULTADO
           IF PGM-IMPORTE IS NUMERIC
              MOVE PGM-IMPORTE TO RMK-IMPORTE
           ELSE
              MOVE 0 TO RMK-IMPORTE
           END-IF
           MOVE SPACE TO RMK-ESTADO
           WRITE RMK-REGISTRO.
      *
      *    Una cuenta beneficiaria que no esta en el maestro se trata
      *    como cuenta de otra entidad, igual que en el motor de
      *    transferencias, y debe pasar la validacion de cuenta
      *    externa. La cuenta de la entidad se relee con bloqueo; si
      *    sigue en uso tras los reintentos la linea se rechaza.
       3200-PROCESAR-UNA-LINEA.
           MOVE SPACES TO WS-MOTIVO-RECHAZO
           MOVE 'N' TO WS-BENEF-EXTERNO
           MOVE 'N' TO WS-CUENTA-RESERVADA
           IF PGM-IMPORTE NOT NUMERIC OR PGM-IMPORTE <= 0
              MOVE "IMPORTE NO VALIDO" TO WS-MOTIVO-RECHAZO
           ELSE
           IF PGM-CUENTA-BENEF = WS-CUENTA-ORDENANTE
              MOVE "CUENTA BENEFICIARIA = CUENTA ORDENANTE"
                 TO WS-MOTIVO-RECHAZO
           ELSE
              MOVE PGM-CUENTA-BENEF TO WS-CUENTA-A-BLOQUEAR
              PERFORM 5050-LEER-CUENTA-CON-BLOQUEO
              IF WS-CUENTA-RESERVADA = 'S'
                 IF CTA-ESTADO NOT = "A"
                    OR CTA-TIPO = "INTERNA"
                    MOVE "CUENTA BENEFICIARIA BLOQUEADA O CERRADA"
                       TO WS-MOTIVO-RECHAZO
                 ELSE
                    IF CTA-MONEDA NOT = WS-MONEDA-ORDENANTE
                       MOVE "MONEDA DISTINTA DE LA CUENTA ORDENANTE"
                          TO WS-MOTIVO-RECHAZO
                    END-IF
                 END-IF
              ELSE
                 IF WS-CUENTAS-STATUS = "23"
                    MOVE 'S' TO WS-BENEF-EXTERNO
                    CALL "BANCO-VALIDA-CUENTA-EXT" USING
                       PGM-CUENTA-BENEF WS-VE-VALIDA WS-VE-MOTIVO
                       WS-VE-ENTIDAD
                    IF WS-VE-VALIDA = 'N'
                       MOVE WS-VE-MOTIVO TO WS-MOTIVO-RECHAZO
                    END-IF
                 ELSE
                    MOVE "CUENTA EN USO POR OTRO OPERADOR"
                       TO WS-MOTIVO-RECHAZO
                 END-IF
              END-IF
           END-IF
           END-IF
           IF WS-MOTIVO-RECHAZO NOT = SPACES
              PERFORM 3500-RECHAZAR-LINEA
           ELSE
              IF WS-BENEF-EXTERNO = 'S'
                 PERFORM 3400-EMITIR-LINEA-EXTERNA
              ELSE
                 PERFORM 3300-ABONAR-LINEA-INTERNA
              END-IF
           END-IF.
      *
      *    Abono en la cuenta beneficiaria de la entidad. Una linea
      *    de nomina deja en la cuenta el mes del abono, que es lo
      *    que usa la exencion por nomina de la cuota de
      *    mantenimiento.
       3300-ABONAR-LINEA-INTERNA.
           COMPUTE WS-SALDO-NUEVO = CTA-SALDO-DISP + PGM-IMPORTE
           MOVE WS-SALDO-NUEVO TO CTA-SALDO-DISP
           IF PGM-CLASE-PAGO = "N"
              MOVE WS-MES-NOMINA TO CTA-MES-NOMINA
              ADD 1 TO WS-NUM-NOMINAS
           END-IF
           REWRITE CTA-REGISTRO
           PERFORM 5000-OBTENER-SIGUIENTE-SECUENCIA
           MOVE PGM-CUENTA-BENEF TO MOV-NUM-CUENTA
           MOVE WS-FECHA-ACTUAL TO MOV-FECHA
           MOVE WS-SIGUIENTE-SECUENCIA TO MOV-SECUENCIA
           MOVE WS-HORA-ACTUAL TO MOV-HORA
           MOVE SPACES TO MOV-CONCEPTO
           IF PGM-CLASE-PAGO = "N"
              STRING "NOMINA " WS-TITULAR-ORDENANTE(1:20) " "
                 PGM-CONCEPTO DELIMITED BY SIZE INTO MOV-CONCEPTO
           ELSE
              STRING "PAGO " WS-TITULAR-ORDENANTE(1:20) " "
                 PGM-CONCEPTO DELIMITED BY SIZE INTO MOV-CONCEPTO
           END-IF
           MOVE "I" TO MOV-TIPO
           MOVE PGM-IMPORTE TO MOV-IMPORTE
           MOVE WS-SALDO-NUEVO TO MOV-SALDO-DESPUES
           MOVE CTA-MONEDA TO MOV-MONEDA
           MOVE "BANCO-PAGOS-MASIVOS" TO MOV-PROGRAMA-ORIGEN
           MOVE "PAGA" TO MOV-COD-OPERACION
           MOVE "E" TO MOV-CANAL
           MOVE WS-OPERADOR TO MOV-OPERADOR
           MOVE SPACE TO MOV-MARCA-EXTORNO
           WRITE MOV-REGISTRO
           MOVE "A" TO WS-RESULTADO-LINEA
           ADD 1 TO WS-NUM-ABONADAS
           ADD PGM-IMPORTE TO WS-TOTAL-ABONADO
           MOVE PGM-REGISTRO TO PRS-REGISTRO
           MOVE "A" TO PRS-RESULTADO
           MOVE "ABONADO EN CUENTA" TO PRS-OBSERVACIONES
           WRITE PRS-REGISTRO
           MOVE PGM-IMPORTE TO WS-AUD-IMPORTE
           MOVE "REALIZADA" TO WS-AUD-RESULTADO
           MOVE PGM-CONCEPTO TO WS-AUD-DETALLE
           CALL "BANCO-AUDITORIA-MOTOR" USING WS-AUD-PROGRAMA
              WS-CUENTA-ORDENANTE PGM-CUENTA-BENEF WS-AUD-IMPORTE
              WS-AUD-RESULTADO WS-AUD-DETALLE WS-OPERADOR.
      *
      *    El beneficiario de otra entidad cobra por la red de
      *    compensacion: registro de intercambio en TRANSOUT con la
      *    cuenta ordenante como origen (una devolucion de la red se
      *    le abona de vuelta en BANCO-CONCILIA-TRANSOUT) y estado
      *    EMITIDA en TRANSEST.
       3400-EMITIR-LINEA-EXTERNA.
           OPEN EXTEND TRANSOUT-FILE
           IF NOT WS-TRANSOUT-OK
              OPEN OUTPUT TRANSOUT-FILE
           END-IF
           MOVE WS-FECHA-ACTUAL TO ITC-FECHA
           MOVE WS-HORA-ACTUAL TO ITC-HORA
           MOVE WS-CUENTA-ORDENANTE TO ITC-CUENTA-ORIGEN
           MOVE PGM-CUENTA-BENEF TO ITC-CUENTA-DESTINO
           MOVE PGM-IMPORTE TO ITC-IMPORTE
           MOVE WS-MONEDA-ORDENANTE TO ITC-MONEDA
           MOVE SPACES TO ITC-CONCEPTO
           IF PGM-CLASE-PAGO = "N"
              STRING "NOMINA " WS-TITULAR-ORDENANTE(1:20) " "
                 PGM-CONCEPTO DELIMITED BY SIZE INTO ITC-CONCEPTO
           ELSE
              STRING "PAGO " WS-TITULAR-ORDENANTE(1:20) " "
                 PGM-CONCEPTO DELIMITED BY SIZE INTO ITC-CONCEPTO
           END-IF
           MOVE SPACES TO ITC-OBSERVACIONES
           MOVE WS-VE-ENTIDAD TO ITC-ENTIDAD-DESTINO
           PERFORM 3420-CALCULAR-IBAN-INTERCAMBIO
           WRITE ITC-REGISTRO
           CLOSE TRANSOUT-FILE
           PERFORM 3450-ANOTAR-ESTADO-EMISION
           MOVE "E" TO WS-RESULTADO-LINEA
           ADD 1 TO WS-NUM-EMITIDAS
           ADD PGM-IMPORTE TO WS-TOTAL-EMITIDO
           MOVE PGM-REGISTRO TO PRS-REGISTRO
           MOVE "E" TO PRS-RESULTADO
           MOVE "EMITIDO A OTRA ENTIDAD" TO PRS-OBSERVACIONES
           WRITE PRS-REGISTRO
           MOVE PGM-IMPORTE TO WS-AUD-IMPORTE
           MOVE "EMITIDA" TO WS-AUD-RESULTADO
           MOVE PGM-CONCEPTO TO WS-AUD-DETALLE
           CALL "BANCO-AUDITORIA-MOTOR" USING WS-AUD-PROGRAMA
              WS-CUENTA-ORDENANTE PGM-CUENTA-BENEF WS-AUD-IMPORTE
              WS-AUD-RESULTADO WS-AUD-DETALLE WS-OPERADOR.
      *
      *    El registro de intercambio lleva el IBAN de las dos cuentas,
      *    calculado de la cuenta propia y del codigo cuenta cliente.
       3420-CALCULAR-IBAN-INTERCAMBIO.
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
      *    Anota la emision como EMITIDA en el fichero de estado
      *    TRANSEST, igual que el motor de transferencias, para que
      *    BANCO-CONCILIA-TRANSOUT pueda casarla con la confirmacion
      *    o devolucion de la red.
       3450-ANOTAR-ESTADO-EMISION.
           OPEN I-O TRANSEST-FILE
           IF WS-TRANSEST-NUEVO
              OPEN OUTPUT TRANSEST-FILE
              CLOSE TRANSEST-FILE
              OPEN I-O TRANSEST-FILE
           END-IF
           IF WS-TRANSEST-OK
              MOVE WS-FECHA-ACTUAL TO TRE-FECHA-EMISION
              MOVE WS-HORA-ACTUAL TO TRE-HORA-EMISION
              MOVE WS-CUENTA-ORDENANTE TO TRE-CUENTA-ORIGEN
              MOVE PGM-CUENTA-BENEF TO TRE-CUENTA-DESTINO
              MOVE PGM-IMPORTE TO TRE-IMPORTE
              MOVE WS-MONEDA-ORDENANTE TO TRE-MONEDA
              MOVE "E" TO TRE-ESTADO
              MOVE WS-FECHA-ACTUAL TO TRE-FECHA-ESTADO
              MOVE SPACES TO TRE-MOTIVO
              WRITE TRE-REGISTRO
              IF NOT WS-TRANSEST-OK
                 DISPLAY "AVISO: la emision a " PGM-CUENTA-BENEF
                    " repite la de otra linea del fichero y no se "
                    "anota en TRANSEST; queda fuera del seguimiento "
                    "de confirmaciones."
              END-IF
              CLOSE TRANSEST-FILE
           ELSE
              DISPLAY "AVISO: no se pudo anotar la emision en "
                 "TRANSEST; el pago saldra por TRANSOUT pero "
                 "quedara fuera del seguimiento de confirmaciones."
           END-IF.
      *
      *    Linea que no se puede pagar: vuelve a la empresa en el
      *    fichero de resultados con el motivo, y su importe entra
      *    en la devolucion final al ordenante.
       3500-RECHAZAR-LINEA.
      *    El REWRITE sin cambios libera el bloqueo de la cuenta si
      *    la linea se rechazo despues de conseguirlo
           IF WS-CUENTA-RESERVADA = 'S'
              REWRITE CTA-REGISTRO
           END-IF
           MOVE "R" TO WS-RESULTADO-LINEA
           ADD 1 TO WS-NUM-RECHAZADAS
           IF PGM-IMPORTE IS NUMERIC
              ADD PGM-IMPORTE TO WS-TOTAL-RECHAZADO
              MOVE PGM-IMPORTE TO WS-AUD-IMPORTE
           ELSE
              MOVE 0 TO WS-AUD-IMPORTE
           END-IF
           MOVE PGM-REGISTRO TO PRS-REGISTRO
           MOVE "R" TO PRS-RESULTADO
           MOVE WS-MOTIVO-RECHAZO TO PRS-OBSERVACIONES
           WRITE PRS-REGISTRO
           MOVE "RECHAZADA" TO WS-AUD-RESULTADO
           MOVE WS-MOTIVO-RECHAZO TO WS-AUD-DETALLE
           CALL "BANCO-AUDITORIA-MOTOR" USING WS-AUD-PROGRAMA
              WS-CUENTA-ORDENANTE PGM-CUENTA-BENEF WS-AUD-IMPORTE
              WS-AUD-RESULTADO WS-AUD-DETALLE WS-OPERADOR
           DISPLAY "Linea " WS-NUM-LEIDAS " rechazada ("
              PGM-CUENTA-BENEF "): " WS-MOTIVO-RECHAZO.
      *
      *    Lo cargado por las lineas rechazadas vuelve al ordenante
      *    con un unico abono. Deja su propio detalle en REMCHK
      *    (numero de registro por encima de las lineas) para que un
      *    rerun no lo repita.
       4000-DEVOLVER-RECHAZADAS.
           PERFORM 2650-CLAVE-CABECERA-REMESA
           COMPUTE RMK-NUM-REGISTRO = WS-NUM-LINEAS + 1
           READ REMCHK-FILE
              INVALID KEY
                 MOVE 'N' TO WS-DEVOLUCION-HECHA
              NOT INVALID KEY
                 MOVE 'S' TO WS-DEVOLUCION-HECHA
           END-READ
           IF WS-TOTAL-RECHAZADO > 0
              AND WS-DEVOLUCION-HECHA = 'N'
              MOVE WS-CUENTA-ORDENANTE TO WS-CUENTA-A-BLOQUEAR
              PERFORM 5050-LEER-CUENTA-CON-BLOQUEO
              IF WS-CUENTA-RESERVADA = 'N'
                 MOVE WS-TOTAL-RECHAZADO TO WS-AUD-IMPORTE
                 MOVE "PENDIENTE" TO WS-AUD-RESULTADO
                 MOVE "DEVOLUCION PAGOS RECHAZADOS NO APLICADA"
                    TO WS-AUD-DETALLE
                 MOVE SPACES TO WS-AUD-CUENTA-2
                 MOVE WS-REFERENCIA-FICHERO TO WS-AUD-CUENTA-2
                 CALL "BANCO-AUDITORIA-MOTOR" USING WS-AUD-PROGRAMA
                    WS-CUENTA-ORDENANTE WS-AUD-CUENTA-2
                    WS-AUD-IMPORTE WS-AUD-RESULTADO WS-AUD-DETALLE
                    WS-OPERADOR
                 DISPLAY "ATENCION: no se pudo devolver "
                    WS-TOTAL-RECHAZADO " a la cuenta ordenante "
                    WS-CUENTA-ORDENANTE "; aplicar a mano (ver linea "
                    "PENDIENTE en AUDITLOG)."
              ELSE
                 COMPUTE WS-SALDO-NUEVO =
                    CTA-SALDO-DISP + WS-TOTAL-RECHAZADO
                 MOVE WS-SALDO-NUEVO TO CTA-SALDO-DISP
                 REWRITE CTA-REGISTRO
                 PERFORM 5000-OBTENER-SIGUIENTE-SECUENCIA
                 MOVE WS-CUENTA-ORDENANTE TO MOV-NUM-CUENTA
                 MOVE WS-FECHA-ACTUAL TO MOV-FECHA
                 MOVE WS-SIGUIENTE-SECUENCIA TO MOV-SECUENCIA
                 MOVE WS-HORA-ACTUAL TO MOV-HORA
                 MOVE SPACES TO MOV-CONCEPTO
                 STRING "DEVOLUCION PAGOS RECHAZADOS "
                    WS-REFERENCIA-FICHERO
                    DELIMITED BY SIZE INTO MOV-CONCEPTO
                 MOVE "I" TO MOV-TIPO
                 MOVE WS-TOTAL-RECHAZADO TO MOV-IMPORTE
                 MOVE WS-SALDO-NUEVO TO MOV-SALDO-DESPUES
                 MOVE CTA-MONEDA TO MOV-MONEDA
                 MOVE "BANCO-PAGOS-MASIVOS" TO MOV-PROGRAMA-ORIGEN
                 MOVE "PAGD" TO MOV-COD-OPERACION
                 MOVE "E" TO MOV-CANAL
                 MOVE WS-OPERADOR TO MOV-OPERADOR
                 MOVE SPACE TO MOV-MARCA-EXTORNO
                 WRITE MOV-REGISTRO
                 PERFORM 2650-CLAVE-CABECERA-REMESA
                 COMPUTE RMK-NUM-REGISTRO = WS-NUM-LINEAS + 1
                 MOVE WS-FECHA-ACTUAL TO RMK-FECHA-PROCESO
                 MOVE "L" TO RMK-RESULTADO
                 MOVE WS-TOTAL-RECHAZADO TO RMK-IMPORTE
                 MOVE SPACE TO RMK-ESTADO
                 WRITE RMK-REGISTRO
                 MOVE WS-TOTAL-RECHAZADO TO WS-AUD-IMPORTE
                 MOVE "REALIZADA" TO WS-AUD-RESULTADO
                 MOVE "DEVOLUCION PAGOS RECHAZADOS"
                    TO WS-AUD-DETALLE
                 MOVE SPACES TO WS-AUD-CUENTA-2
                 MOVE WS-REFERENCIA-FICHERO TO WS-AUD-CUENTA-2
                 CALL "BANCO-AUDITORIA-MOTOR" USING WS-AUD-PROGRAMA
                    WS-CUENTA-ORDENANTE WS-AUD-CUENTA-2
                    WS-AUD-IMPORTE WS-AUD-RESULTADO WS-AUD-DETALLE
                    WS-OPERADOR
              END-IF
           END-IF.
      *
       4100-MOSTRAR-RESUMEN-FINAL.
           DISPLAY " "
           DISPLAY "=========================================="
           DISPLAY "   RESUMEN DEL FICHERO DE PAGOS MASIVOS"
           DISPLAY "=========================================="
           DISPLAY "Cuenta ordenante:   " WS-CUENTA-ORDENANTE
           DISPLAY "Titular:            " WS-TITULAR-ORDENANTE
           DISPLAY "Referencia:         " WS-REFERENCIA-FICHERO
           DISPLAY "Fecha de ejecucion: " WS-FECHA-EJECUCION
           DISPLAY "Lineas:             " WS-NUM-LINEAS
           DISPLAY "Importe cargado:    " WS-IMPORTE-LINEAS
           DISPLAY "Abonadas internas:  " WS-NUM-ABONADAS
              " Importe: " WS-TOTAL-ABONADO
           DISPLAY "Emitidas externas:  " WS-NUM-EMITIDAS
              " Importe: " WS-TOTAL-EMITIDO
           DISPLAY "Rechazadas:         " WS-NUM-RECHAZADAS
              " Importe: " WS-TOTAL-RECHAZADO
           DISPLAY "Nominas marcadas:   " WS-NUM-NOMINAS
           DISPLAY "==========================================".
      *
      *    Informe de rechazo de un fichero ya procesado: no se toca
      *    ninguna cuenta.
       4500-INFORME-REMESA-DUPLICADA.
           DISPLAY " "
           DISPLAY "=========================================="
           DISPLAY "   FICHERO DE PAGOS DUPLICADO - NO PROCESADO"
           DISPLAY "=========================================="
           DISPLAY "Cuenta ordenante: " WS-CUENTA-ORDENANTE
           DISPLAY "Referencia:       " WS-REFERENCIA-FICHERO
           DISPLAY "Lineas:           " WS-NUM-LINEAS
           DISPLAY "Importe total:    " WS-IMPORTE-LINEAS
           DISPLAY "Procesado el:     " RMK-FECHA-PROCESO
           DISPLAY "El fichero ya fue procesado y pagado; este "
              "envio se rechaza entero sin tocar ninguna cuenta."
           DISPLAY "=========================================="
           MOVE 4 TO RETURN-CODE.
      *
      *    Marca el fichero como completado en su cabecera de REMCHK:
      *    a partir de aqui un nuevo envio identico se rechaza como
      *    duplicado.
       4600-CERRAR-CONTROL-REMESA.
           PERFORM 2650-CLAVE-CABECERA-REMESA
           READ REMCHK-FILE
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE "C" TO RMK-ESTADO
                 REWRITE RMK-REGISTRO
           END-READ.
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
       8900-CERRAR-FICHEROS.
           CLOSE CUENTAS-FILE
           CLOSE MOVIMIEN-FILE
           CLOSE CTLMOV-FILE
           CLOSE PAGOSEMP-FILE
           CLOSE REMCHK-FILE
           IF WS-PAGORES-OK
              CLOSE PAGORES-FILE
           END-IF.
      *
       9000-FINALIZAR.
           DISPLAY " "
           DISPLAY "Proceso de pagos masivos finalizado.".
