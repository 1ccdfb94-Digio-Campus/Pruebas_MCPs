      *================================================================*
      * PROGRAMA: BANCO-AVISOS-CLIENTES
      * DESCRIPCION: Paso final del job de cierre que genera los
      *              avisos a clientes y los deja en el buzon NOTIFOUT
      *              (ver NOTIFICA) para el proveedor de impresion y
      *              SMS. Cada noche revisa:
      *                - CUENTAS: cuentas en descubierto (aviso D) o
      *                  por encima del descubierto autorizado
      *                  (aviso X);
      *                - AUDITLOG: recibos devueltos por falta de
      *                  saldo por BANCO-PROCESA-RECIBOS (aviso R);
      *                - REINTENT: ordenes permanentes fallidas por
      *                  falta de saldo, pendientes de reintento o
      *                  ya devueltas (aviso O);
      *                - PLAZOS: depositos vivos que vencen en los
      *                  proximos N dias naturales (por SYSIN; en
      *                  blanco, 7) (aviso P);
      *                - RETENCIO: retenciones nuevas (aviso H).
      *              Los eventos se buscan desde el dia habil anterior
      *              (BANCO-CALENDARIO), para no perder los del dia
      *              que se cerro tras un festivo; el fichero NOTIENV
      *              de avisos enviados evita repetir un aviso ya
      *              emitido, tambien si el paso se relanza. Se avisa
      *              al titular principal de la cuenta o del plazo,
      *              salvo que este bloqueado por sanciones (B), haya
      *              fallecido (F) o haya renunciado a ese tipo de
      *              aviso (CLI-AVISOS, que se mantienen con
      *              BANCO-MANTENIMIENTO-AVISOS). Las cuentas internas
      *              del banco no generan avisos. El aviso queda
      *              anotado en NOTIENV antes de escribirse en el
      *              buzon, de modo que una caida entre ambos nunca
      *              produce un aviso duplicado.
      * AUTOR: Proyecto MCPs
      * FECHA: 2026-10-15
      *
      * HISTORIAL DE MODIFICACIONES:
      *   2026-10-15  El paso anota su inicio y sus cifras en el fichero
      *               de totales de control TOTCTL (BANCO-TOTALES-PASO)
      *               para la hoja de control del job que emite
      *               BANCO-VALIDA-TOTALES.
      *   2026-10-15  Las cuentas internas (INTERNA) no se revisan en
      *               el descubierto, y no se avisa a los clientes
      *               fallecidos (F) ni a los bloqueados por sanciones
      *               (B), que antes se contaban como "de baja".
      *================================================================*
      *
      *-------- BLOQUE 1: IDENTIFICATION DIVISION -------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANCO-AVISOS-CLIENTES.
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
           SELECT CLIENTES-FILE ASSIGN TO "CLIENTES"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS CLI-ID-CLIENTE
              FILE STATUS IS WS-CLIENTES-STATUS.
      *
           SELECT AUDITLOG-FILE ASSIGN TO "AUDITLOG"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-AUDITLOG-STATUS.
      *
           SELECT REINTENT-FILE ASSIGN TO "REINTENT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS RIN-ORD-ID
              FILE STATUS IS WS-REINTENT-STATUS.
      *
           SELECT ORDENES-FILE ASSIGN TO "ORDENES"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS ORD-ID
              FILE STATUS IS WS-ORDENES-STATUS.
      *
           SELECT PLAZOS-FILE ASSIGN TO "PLAZOS"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PLZ-ID
              FILE STATUS IS WS-PLAZOS-STATUS.
      *
           SELECT RETENCIO-FILE ASSIGN TO "RETENCIO"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS RET-ID
              FILE STATUS IS WS-RETENCIO-STATUS.
      *
           SELECT NOTIENV-FILE ASSIGN TO "NOTIENV"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS NEN-CLAVE
              FILE STATUS IS WS-NOTIENV-STATUS.
      *
           SELECT NOTIFOUT-FILE ASSIGN TO "NOTIFOUT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-NOTIFOUT-STATUS.
      *
      *-------- BLOQUE 3: DATA DIVISION -----------------------------*
       DATA DIVISION.
       FILE SECTION.
       FD  CUENTAS-FILE.
           COPY "cuentas.cpy".
      *
       FD  CLIENTES-FILE.
           COPY "clientes.cpy".
      *
       FD  AUDITLOG-FILE.
           COPY "auditor.cpy".
      *
       FD  REINTENT-FILE.
           COPY "reintent.cpy".
      *
       FD  ORDENES-FILE.
           COPY "ordenes.cpy".
      *
       FD  PLAZOS-FILE.
           COPY "plazos.cpy".
      *
       FD  RETENCIO-FILE.
           COPY "retencion.cpy".
      *
       FD  NOTIENV-FILE.
           COPY "notienv.cpy".
      *
       FD  NOTIFOUT-FILE.
           COPY "notifica.cpy".
      *
       WORKING-STORAGE SECTION.
      *
      *--- Dias de antelacion del aviso de vencimiento de plazos ---
       01 WS-DIAS-VENCIMIENTO      PIC 9(02) VALUE 7.
       01 WS-DIAS-ENTRADA          PIC X(02).
      *--- Conversion de la entrada de parametros: ACCEPT deja el
      *--- valor pegado a la izquierda con espacios detras, que la
      *--- prueba de clase numerica rechazaria salvo relleno a
      *--- ceros; se convierte digito a digito ---
       01 WS-VALOR-ENTRADA         PIC 9(10) VALUE 0.
       01 WS-ENTRADA-VALIDA        PIC X VALUE 'N'.
       01 WS-ENTRADA-ERRONEA       PIC X VALUE 'N'.
       01 WS-IDX-ENT               PIC 9(02) VALUE 0.
       01 WS-CAR-ENTRADA           PIC X(01).
       01 WS-CAR-ENTRADA-9 REDEFINES WS-CAR-ENTRADA PIC 9(01).
      *
      *--- Ventana de eventos: desde el dia habil anterior; los
      *--- plazos, hasta hoy mas N dias naturales ---
       01 WS-FECHA-DESDE           PIC X(08).
       01 WS-FECHA-LIMITE          PIC X(08).
       01 WS-FECHA-CMP.
          05 WS-CMP-ANO            PIC 9(04).
          05 WS-CMP-MES            PIC 9(02).
          05 WS-CMP-DIA            PIC 9(02).
       01 WS-DIAS-MES              PIC 9(02).
       01 WS-RESTO-BISIESTO        PIC 9(04) VALUE 0.
       01 WS-COCIENTE-BISIESTO     PIC 9(04) VALUE 0.
       01 WS-ANO-BISIESTO          PIC X VALUE 'N'.
      *
      *--- Consulta al calendario (ver BANCO-CALENDARIO) ---
       01 WS-CAL-ACCION            PIC X(01).
       01 WS-CAL-FECHA             PIC X(10).
       01 WS-CAL-FECHA-RESULTADO   PIC X(10).
       01 WS-CAL-HABIL             PIC X(01).
       01 WS-CAL-DIAS              PIC 9(03).
       01 WS-CAL-DESCRIPCION       PIC X(30).
      *
      *--- Aviso en preparacion ---
       01 WS-AVISO.
          05 WS-AVI-ID-CLIENTE     PIC X(12).
          05 WS-AVI-TIPO           PIC X(01).
          05 WS-AVI-REFERENCIA     PIC X(30).
          05 WS-AVI-NUM-CUENTA     PIC X(20).
          05 WS-AVI-IMPORTE        PIC 9(10)V99.
          05 WS-AVI-MONEDA         PIC X(03).
          05 WS-AVI-FECHA-EVENTO   PIC X(10).
          05 WS-AVI-TEXTO          PIC X(60).
      *
      *--- Contadores de avisos ---
       01 WS-NUM-AVISOS-D          PIC 9(07) VALUE 0.
       01 WS-NUM-AVISOS-X          PIC 9(07) VALUE 0.
       01 WS-NUM-AVISOS-R          PIC 9(07) VALUE 0.
       01 WS-NUM-AVISOS-O          PIC 9(07) VALUE 0.
       01 WS-NUM-AVISOS-P          PIC 9(07) VALUE 0.
       01 WS-NUM-AVISOS-H          PIC 9(07) VALUE 0.
       01 WS-NUM-AVISOS-TOTAL      PIC 9(07) VALUE 0.
       01 WS-NUM-YA-AVISADOS       PIC 9(07) VALUE 0.
       01 WS-NUM-RENUNCIAS         PIC 9(07) VALUE 0.
       01 WS-NUM-NO-AVISABLES      PIC 9(07) VALUE 0.
       01 WS-NUM-SIN-CLIENTE       PIC 9(07) VALUE 0.
       01 WS-NUM-REARMADOS         PIC 9(07) VALUE 0.
      *
      *--- Variables de proceso ---
       01 WS-FECHA-ACTUAL          PIC X(10).
       01 WS-FIN-FICHERO           PIC X VALUE 'N'.
       01 WS-CUENTA-ENCONTRADA     PIC X VALUE 'N'.
       01 WS-ENVIAR-AVISO          PIC X VALUE 'N'.
       01 WS-DESCUBIERTO-CUENTA    PIC 9(10)V99 VALUE 0.
       01 WS-SALDO-CON-LINEA       PIC S9(11)V99 VALUE 0.
       01 WS-IMPORTE-AUDITORIA     PIC S9(10)V99 VALUE 0.
       01 WS-ID-NUMERICO           PIC 9(08).
      *
       01 WS-CUENTAS-STATUS        PIC X(02).
          88 WS-CUENTAS-OK             VALUE "00".
       01 WS-CLIENTES-STATUS       PIC X(02).
          88 WS-CLIENTES-OK            VALUE "00".
       01 WS-AUDITLOG-STATUS       PIC X(02).
          88 WS-AUDITLOG-OK            VALUE "00".
       01 WS-REINTENT-STATUS       PIC X(02).
          88 WS-REINTENT-OK            VALUE "00".
       01 WS-ORDENES-STATUS        PIC X(02).
          88 WS-ORDENES-OK             VALUE "00".
       01 WS-PLAZOS-STATUS         PIC X(02).
          88 WS-PLAZOS-OK              VALUE "00".
       01 WS-RETENCIO-STATUS       PIC X(02).
          88 WS-RETENCIO-OK            VALUE "00".
       01 WS-NOTIENV-STATUS        PIC X(02).
          88 WS-NOTIENV-OK             VALUE "00".
          88 WS-NOTIENV-NUEVO          VALUE "35".
       01 WS-NOTIFOUT-STATUS       PIC X(02).
          88 WS-NOTIFOUT-OK            VALUE "00".
      *
       01 WS-AUDITLOG-ABIERTO      PIC X VALUE 'N'.
       01 WS-REINTENT-ABIERTO      PIC X VALUE 'N'.
       01 WS-ORDENES-ABIERTO       PIC X VALUE 'N'.
       01 WS-PLAZOS-ABIERTO        PIC X VALUE 'N'.
       01 WS-RETENCIO-ABIERTO      PIC X VALUE 'N'.
      *
      *--- Control de cierre (ver BANCO-CONTROL-CIERRE) ---
       01 WS-CC-ACCION             PIC X(01).
       01 WS-CC-PASO               PIC 9(02) VALUE 75.
       01 WS-CC-PASO-ANTERIOR      PIC 9(02) VALUE 70.
       01 WS-CC-PERMITIDO          PIC X(01).
       01 WS-CC-MENSAJE            PIC X(60).
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
           PERFORM 3000-AVISOS-DESCUBIERTO
           PERFORM 3500-AVISOS-RECIBOS
           PERFORM 4000-AVISOS-ORDENES
           PERFORM 4500-AVISOS-PLAZOS
           PERFORM 5000-AVISOS-RETENCIONES
           PERFORM 6000-MOSTRAR-RESUMEN-FINAL
           PERFORM 8900-CERRAR-FICHEROS
           PERFORM 1200-ANOTAR-CONTROL-CIERRE
           PERFORM 1400-ANOTAR-TOTALES-PASO
           PERFORM 9000-FINALIZAR
           STOP RUN.
      *
      *    Los dias de antelacion del aviso de vencimiento llegan por
      *    SYSIN; en blanco se avisa con 7 dias naturales. Los eventos
      *    se recogen desde el dia habil anterior, que devuelve
      *    BANCO-CALENDARIO.
       1000-INICIALIZAR.
           ACCEPT WS-FECHA-ACTUAL FROM DATE YYYYMMDD
           DISPLAY "=========================================="
           DISPLAY "   AVISOS A CLIENTES"
           DISPLAY "   Fecha: " WS-FECHA-ACTUAL
           DISPLAY "=========================================="
           DISPLAY " "
           DISPLAY "Dias de antelacion del aviso de vencimiento de "
              "plazos (en blanco = 07): "
           ACCEPT WS-DIAS-ENTRADA
           IF WS-DIAS-ENTRADA NOT = SPACES
              PERFORM 7700-CONVERTIR-ENTRADA
              IF WS-ENTRADA-VALIDA = 'S'
                 AND WS-VALOR-ENTRADA > 0
                 AND WS-VALOR-ENTRADA < 100
                 MOVE WS-VALOR-ENTRADA TO WS-DIAS-VENCIMIENTO
              ELSE
                 DISPLAY "AVISO: dias no validos; se usan los dias "
                    "por defecto."
              END-IF
           END-IF
           MOVE "A" TO WS-CAL-ACCION
           MOVE WS-FECHA-ACTUAL TO WS-CAL-FECHA
           CALL "BANCO-CALENDARIO" USING WS-CAL-ACCION WS-CAL-FECHA
              WS-CAL-FECHA-RESULTADO WS-CAL-HABIL WS-CAL-DIAS
              WS-CAL-DESCRIPCION
           MOVE WS-CAL-FECHA-RESULTADO(1:8) TO WS-FECHA-DESDE
           MOVE WS-FECHA-ACTUAL(1:4) TO WS-CMP-ANO
           MOVE WS-FECHA-ACTUAL(5:2) TO WS-CMP-MES
           MOVE WS-FECHA-ACTUAL(7:2) TO WS-CMP-DIA
           PERFORM 7710-SUMAR-UN-DIA WS-DIAS-VENCIMIENTO TIMES
           MOVE WS-FECHA-CMP TO WS-FECHA-LIMITE
           DISPLAY "Eventos desde " WS-FECHA-DESDE
              "; vencimientos de plazos hasta " WS-FECHA-LIMITE.
      *
      *    Comprueba en CTLCIERR que el paso pueda ejecutarse hoy
      *    (no repetido y con el paso 70 completado); si no procede,
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
           MOVE "BANCO-AVISOS-CLIENTE" TO WS-TPA-PROGRAMA
           MOVE "BANCIERR" TO WS-TPA-JOB
           MOVE "I" TO WS-TP-ACCION
           CALL "BANCO-TOTALES-PASO" USING WS-TP-ACCION
              WS-TPA-REGISTRO.
      *
      *    Anota en TOTCTL las cifras del paso y su codigo de
      *    retorno, que se conserva tras la llamada.
       1400-ANOTAR-TOTALES-PASO.
           MOVE WS-NUM-AVISOS-TOTAL TO WS-TPA-ACEPTADOS
           MOVE WS-NUM-SIN-CLIENTE TO WS-TPA-RECHAZADOS
           MOVE RETURN-CODE TO WS-TPA-RC
           MOVE "F" TO WS-TP-ACCION
           CALL "BANCO-TOTALES-PASO" USING WS-TP-ACCION
              WS-TPA-REGISTRO
           MOVE WS-TPA-RC TO RETURN-CODE.
      *
      *    CUENTAS, CLIENTES, el fichero de avisos enviados y el
      *    buzon son imprescindibles; los demas ficheros de eventos
      *    pueden no existir todavia en una instalacion nueva, y
      *    entonces se omite su revision con aviso.
       2000-ABRIR-FICHEROS.
           OPEN INPUT CUENTAS-FILE
           OPEN INPUT CLIENTES-FILE
           OPEN I-O NOTIENV-FILE
           IF WS-NOTIENV-NUEVO
              OPEN OUTPUT NOTIENV-FILE
              CLOSE NOTIENV-FILE
              OPEN I-O NOTIENV-FILE
           END-IF
           OPEN EXTEND NOTIFOUT-FILE
           IF NOT WS-NOTIFOUT-OK
              OPEN OUTPUT NOTIFOUT-FILE
           END-IF
           IF NOT WS-CUENTAS-OK OR NOT WS-CLIENTES-OK
              OR NOT WS-NOTIENV-OK OR NOT WS-NOTIFOUT-OK
              DISPLAY "ERROR: No se pueden abrir CUENTAS, CLIENTES, "
                 "NOTIENV o NOTIFOUT."
              MOVE 8 TO RETURN-CODE
              PERFORM 9000-FINALIZAR
              STOP RUN
           END-IF
           OPEN INPUT AUDITLOG-FILE
           IF WS-AUDITLOG-OK
              MOVE 'S' TO WS-AUDITLOG-ABIERTO
           ELSE
              DISPLAY "AVISO: no hay AUDITLOG; no se revisan los "
                 "recibos devueltos."
           END-IF
           OPEN INPUT REINTENT-FILE
           IF WS-REINTENT-OK
              MOVE 'S' TO WS-REINTENT-ABIERTO
           END-IF
           OPEN INPUT ORDENES-FILE
           IF WS-ORDENES-OK
              MOVE 'S' TO WS-ORDENES-ABIERTO
           END-IF
           IF WS-REINTENT-ABIERTO = 'N' OR WS-ORDENES-ABIERTO = 'N'
              DISPLAY "AVISO: no hay REINTENT u ORDENES; no se "
                 "revisan las ordenes fallidas."
           END-IF
           OPEN INPUT PLAZOS-FILE
           IF WS-PLAZOS-OK
              MOVE 'S' TO WS-PLAZOS-ABIERTO
           ELSE
              DISPLAY "AVISO: no hay PLAZOS; no se revisan los "
                 "vencimientos."
           END-IF
           OPEN INPUT RETENCIO-FILE
           IF WS-RETENCIO-OK
              MOVE 'S' TO WS-RETENCIO-ABIERTO
           ELSE
              DISPLAY "AVISO: no hay RETENCIO; no se revisan las "
                 "retenciones."
           END-IF.
      *
      *    Recorre CUENTAS: una cuenta con saldo negativo dentro del
      *    descubierto autorizado da un aviso D; por encima de el, un
      *    aviso X. Cuando la cuenta sale del descubierto (o vuelve
      *    dentro del limite) se borra el aviso anotado, para que una
      *    nueva entrada vuelva a avisarse. Las cuentas internas del
      *    banco no tienen cliente al que avisar.
       3000-AVISOS-DESCUBIERTO.
           MOVE LOW-VALUES TO CTA-NUM-CUENTA
           MOVE 'N' TO WS-FIN-FICHERO
           START CUENTAS-FILE KEY IS NOT LESS THAN CTA-NUM-CUENTA
              INVALID KEY
                 MOVE 'S' TO WS-FIN-FICHERO
           END-START
           PERFORM UNTIL WS-FIN-FICHERO = 'S'
              READ CUENTAS-FILE NEXT RECORD
                 AT END
                    MOVE 'S' TO WS-FIN-FICHERO
                 NOT AT END
                    IF CTA-ESTADO NOT = "C"
                       AND CTA-TIPO NOT = "INTERNA"
                       PERFORM 3100-REVISAR-DESCUBIERTO
                    END-IF
              END-READ
           END-PERFORM.
      *
      *    Un registro anterior al alta del descubierto autorizado se
      *    trata como descubierto cero.
       3100-REVISAR-DESCUBIERTO.
           IF CTA-DESCUBIERTO-AUT IS NUMERIC
              MOVE CTA-DESCUBIERTO-AUT TO WS-DESCUBIERTO-CUENTA
           ELSE
              MOVE 0 TO WS-DESCUBIERTO-CUENTA
           END-IF
           COMPUTE WS-SALDO-CON-LINEA =
              CTA-SALDO-DISP + WS-DESCUBIERTO-CUENTA
           IF CTA-SALDO-DISP < 0
              MOVE CTA-ID-CLIENTE TO WS-AVI-ID-CLIENTE
              MOVE CTA-NUM-CUENTA TO WS-AVI-REFERENCIA
              MOVE CTA-NUM-CUENTA TO WS-AVI-NUM-CUENTA
              COMPUTE WS-AVI-IMPORTE = 0 - CTA-SALDO-DISP
              MOVE CTA-MONEDA TO WS-AVI-MONEDA
              MOVE WS-FECHA-ACTUAL TO WS-AVI-FECHA-EVENTO
              IF WS-SALDO-CON-LINEA < 0
                 MOVE "X" TO WS-AVI-TIPO
                 MOVE "SU CUENTA SUPERA EL DESCUBIERTO AUTORIZADO"
                    TO WS-AVI-TEXTO
                 PERFORM 7000-EMITIR-AVISO
              ELSE
                 MOVE "X" TO NEN-TIPO
                 PERFORM 3200-REARMAR-AVISO
                 MOVE "D" TO WS-AVI-TIPO
                 MOVE "SU CUENTA ESTA EN DESCUBIERTO"
                    TO WS-AVI-TEXTO
                 PERFORM 7000-EMITIR-AVISO
              END-IF
           ELSE
              MOVE "D" TO NEN-TIPO
              PERFORM 3200-REARMAR-AVISO
              MOVE "X" TO NEN-TIPO
              PERFORM 3200-REARMAR-AVISO
           END-IF.
      *
      *    Borra de NOTIENV el aviso de descubierto del tipo indicado
      *    en NEN-TIPO para la cuenta leida, si estaba anotado.
       3200-REARMAR-AVISO.
           MOVE CTA-ID-CLIENTE TO NEN-ID-CLIENTE
           MOVE CTA-NUM-CUENTA TO NEN-REFERENCIA
           DELETE NOTIENV-FILE
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 ADD 1 TO WS-NUM-REARMADOS
           END-DELETE.
      *
      *    Recibos devueltos por falta de saldo: lineas de auditoria
      *    de BANCO-PROCESA-RECIBOS rechazadas con ese motivo (la
      *    cuenta del cliente en la primera cuenta y el presentador
      *    en la segunda) desde el dia habil anterior.
       3500-AVISOS-RECIBOS.
           IF WS-AUDITLOG-ABIERTO = 'S'
              MOVE 'N' TO WS-FIN-FICHERO
              PERFORM UNTIL WS-FIN-FICHERO = 'S'
                 READ AUDITLOG-FILE
                    AT END
                       MOVE 'S' TO WS-FIN-FICHERO
                    NOT AT END
                       IF AUD-FECHA(1:8) >= WS-FECHA-DESDE
                          AND AUD-PROGRAMA = "BANCO-PROC-RECIBOS"
                          AND AUD-RESULTADO = "RECHAZADA"
                          AND AUD-DETALLE = "SALDO INSUFICIENTE"
                          PERFORM 3600-AVISAR-RECIBO
                       END-IF
                 END-READ
              END-PERFORM
           END-IF.
      *
       3600-AVISAR-RECIBO.
           MOVE AUD-CUENTA-1 TO CTA-NUM-CUENTA
           PERFORM 7500-LEER-CUENTA
           IF WS-CUENTA-ENCONTRADA = 'S'
              MOVE CTA-ID-CLIENTE TO WS-AVI-ID-CLIENTE
              MOVE "R" TO WS-AVI-TIPO
              MOVE SPACES TO WS-AVI-REFERENCIA
              STRING AUD-FECHA(1:8) AUD-HORA AUD-CUENTA-2(1:12)
                 DELIMITED BY SIZE INTO WS-AVI-REFERENCIA
              MOVE AUD-CUENTA-1 TO WS-AVI-NUM-CUENTA
              MOVE AUD-IMPORTE TO WS-IMPORTE-AUDITORIA
              IF WS-IMPORTE-AUDITORIA < 0
                 COMPUTE WS-AVI-IMPORTE = 0 - WS-IMPORTE-AUDITORIA
              ELSE
                 MOVE WS-IMPORTE-AUDITORIA TO WS-AVI-IMPORTE
              END-IF
              MOVE CTA-MONEDA TO WS-AVI-MONEDA
              MOVE AUD-FECHA TO WS-AVI-FECHA-EVENTO
              MOVE SPACES TO WS-AVI-TEXTO
              STRING "RECIBO DEVUELTO POR FALTA DE SALDO: "
                 AUD-CUENTA-2(1:20)
                 DELIMITED BY SIZE INTO WS-AVI-TEXTO
              PERFORM 7000-EMITIR-AVISO
           ELSE
              ADD 1 TO WS-NUM-SIN-CLIENTE
           END-IF.
      *
      *    Ordenes permanentes fallidas por falta de saldo en el
      *    ultimo intento, desde el dia habil anterior: las que
      *    siguen pendientes de reintento (estado P) y las devueltas
      *    tras agotar los reintentos (estado D) dan avisos
      *    distintos, uno por fallo.
       4000-AVISOS-ORDENES.
           IF WS-REINTENT-ABIERTO = 'S' AND WS-ORDENES-ABIERTO = 'S'
              MOVE 0 TO RIN-ORD-ID
              MOVE 'N' TO WS-FIN-FICHERO
              START REINTENT-FILE KEY IS NOT LESS THAN RIN-ORD-ID
                 INVALID KEY
                    MOVE 'S' TO WS-FIN-FICHERO
              END-START
              PERFORM UNTIL WS-FIN-FICHERO = 'S'
                 READ REINTENT-FILE NEXT RECORD
                    AT END
                       MOVE 'S' TO WS-FIN-FICHERO
                    NOT AT END
                       IF (RIN-ESTADO = "P" OR RIN-ESTADO = "D")
                          AND RIN-ULTIMO-MOTIVO = "SALDO INSUFICIENTE"
                          AND RIN-FECHA-ULT-INTENTO(1:8)
                             >= WS-FECHA-DESDE
                          PERFORM 4100-AVISAR-ORDEN
                       END-IF
                 END-READ
              END-PERFORM
           END-IF.
      *
       4100-AVISAR-ORDEN.
           MOVE RIN-ORD-ID TO ORD-ID
           READ ORDENES-FILE
              INVALID KEY
                 ADD 1 TO WS-NUM-SIN-CLIENTE
              NOT INVALID KEY
                 MOVE ORD-CUENTA-ORIGEN TO CTA-NUM-CUENTA
                 PERFORM 7500-LEER-CUENTA
                 IF WS-CUENTA-ENCONTRADA = 'S'
                    PERFORM 4200-PREPARAR-AVISO-ORDEN
                    PERFORM 7000-EMITIR-AVISO
                 ELSE
                    ADD 1 TO WS-NUM-SIN-CLIENTE
                 END-IF
           END-READ.
      *
       4200-PREPARAR-AVISO-ORDEN.
           MOVE CTA-ID-CLIENTE TO WS-AVI-ID-CLIENTE
           MOVE "O" TO WS-AVI-TIPO
           MOVE SPACES TO WS-AVI-REFERENCIA
           STRING RIN-ORD-ID RIN-FECHA-PRIMER-FALLO(1:8) RIN-ESTADO
              DELIMITED BY SIZE INTO WS-AVI-REFERENCIA
           MOVE ORD-CUENTA-ORIGEN TO WS-AVI-NUM-CUENTA
           MOVE ORD-IMPORTE TO WS-AVI-IMPORTE
           MOVE CTA-MONEDA TO WS-AVI-MONEDA
           MOVE RIN-FECHA-ULT-INTENTO TO WS-AVI-FECHA-EVENTO
           IF RIN-ESTADO = "P"
              MOVE "ORDEN PERMANENTE NO PAGADA POR FALTA DE SALDO; "
                 & "SE REINTENTA" TO WS-AVI-TEXTO
           ELSE
              MOVE "ORDEN PERMANENTE DEVUELTA POR FALTA DE SALDO"
                 TO WS-AVI-TEXTO
           END-IF.
      *
      *    Depositos vivos que vencen despues de hoy y no mas tarde
      *    de la fecha limite; se avisa al cliente titular del plazo.
       4500-AVISOS-PLAZOS.
           IF WS-PLAZOS-ABIERTO = 'S'
              MOVE 0 TO PLZ-ID
              MOVE 'N' TO WS-FIN-FICHERO
              START PLAZOS-FILE KEY IS NOT LESS THAN PLZ-ID
                 INVALID KEY
                    MOVE 'S' TO WS-FIN-FICHERO
              END-START
              PERFORM UNTIL WS-FIN-FICHERO = 'S'
                 READ PLAZOS-FILE NEXT RECORD
                    AT END
                       MOVE 'S' TO WS-FIN-FICHERO
                    NOT AT END
                       IF PLZ-ESTADO = "V"
                          AND PLZ-FECHA-VENCIMIENTO(1:8)
                             > WS-FECHA-ACTUAL(1:8)
                          AND PLZ-FECHA-VENCIMIENTO(1:8)
                             <= WS-FECHA-LIMITE
                          PERFORM 4600-AVISAR-PLAZO
                       END-IF
                 END-READ
              END-PERFORM
           END-IF.
      *
       4600-AVISAR-PLAZO.
           MOVE PLZ-ID-CLIENTE TO WS-AVI-ID-CLIENTE
           MOVE "P" TO WS-AVI-TIPO
           MOVE SPACES TO WS-AVI-REFERENCIA
           STRING PLZ-ID PLZ-FECHA-VENCIMIENTO(1:8)
              DELIMITED BY SIZE INTO WS-AVI-REFERENCIA
           MOVE PLZ-CUENTA-ASOCIADA TO WS-AVI-NUM-CUENTA
           MOVE PLZ-IMPORTE TO WS-AVI-IMPORTE
           MOVE PLZ-MONEDA TO WS-AVI-MONEDA
           MOVE PLZ-FECHA-VENCIMIENTO TO WS-AVI-FECHA-EVENTO
           MOVE PLZ-ID TO WS-ID-NUMERICO
           MOVE SPACES TO WS-AVI-TEXTO
           IF PLZ-RENOVACION = "S"
              STRING "SU PLAZO FIJO " WS-ID-NUMERICO
                 " VENCE EL " PLZ-FECHA-VENCIMIENTO(1:8)
                 " Y SE RENOVARA"
                 DELIMITED BY SIZE INTO WS-AVI-TEXTO
           ELSE
              STRING "SU PLAZO FIJO " WS-ID-NUMERICO
                 " VENCE EL " PLZ-FECHA-VENCIMIENTO(1:8)
                 DELIMITED BY SIZE INTO WS-AVI-TEXTO
           END-IF
           PERFORM 7000-EMITIR-AVISO.
      *
      *    Retenciones activas dadas de alta desde el dia habil
      *    anterior; se avisa al titular principal de la cuenta.
       5000-AVISOS-RETENCIONES.
           IF WS-RETENCIO-ABIERTO = 'S'
              MOVE 0 TO RET-ID
              MOVE 'N' TO WS-FIN-FICHERO
              START RETENCIO-FILE KEY IS NOT LESS THAN RET-ID
                 INVALID KEY
                    MOVE 'S' TO WS-FIN-FICHERO
              END-START
              PERFORM UNTIL WS-FIN-FICHERO = 'S'
                 READ RETENCIO-FILE NEXT RECORD
                    AT END
                       MOVE 'S' TO WS-FIN-FICHERO
                    NOT AT END
                       IF RET-ESTADO = "A"
                          AND RET-FECHA-ALTA(1:8) >= WS-FECHA-DESDE
                          PERFORM 5100-AVISAR-RETENCION
                       END-IF
                 END-READ
              END-PERFORM
           END-IF.
      *
       5100-AVISAR-RETENCION.
           MOVE RET-NUM-CUENTA TO CTA-NUM-CUENTA
           PERFORM 7500-LEER-CUENTA
           IF WS-CUENTA-ENCONTRADA = 'S'
              MOVE CTA-ID-CLIENTE TO WS-AVI-ID-CLIENTE
              MOVE "H" TO WS-AVI-TIPO
              MOVE SPACES TO WS-AVI-REFERENCIA
              MOVE RET-ID TO WS-AVI-REFERENCIA
              MOVE RET-NUM-CUENTA TO WS-AVI-NUM-CUENTA
              MOVE RET-IMPORTE TO WS-AVI-IMPORTE
              MOVE CTA-MONEDA TO WS-AVI-MONEDA
              MOVE RET-FECHA-ALTA TO WS-AVI-FECHA-EVENTO
              MOVE SPACES TO WS-AVI-TEXTO
              STRING "NUEVA RETENCION: " RET-MOTIVO
                 DELIMITED BY SIZE INTO WS-AVI-TEXTO
              PERFORM 7000-EMITIR-AVISO
           ELSE
              ADD 1 TO WS-NUM-SIN-CLIENTE
           END-IF.
      *
       6000-MOSTRAR-RESUMEN-FINAL.
           DISPLAY " "
           DISPLAY "=========================================="
           DISPLAY "   RESUMEN DE AVISOS A CLIENTES"
           DISPLAY "=========================================="
           DISPLAY "Descubierto:               " WS-NUM-AVISOS-D
           DISPLAY "Descubierto superado:      " WS-NUM-AVISOS-X
           DISPLAY "Recibos devueltos:         " WS-NUM-AVISOS-R
           DISPLAY "Ordenes fallidas:          " WS-NUM-AVISOS-O
           DISPLAY "Plazos por vencer:         " WS-NUM-AVISOS-P
           DISPLAY "Retenciones nuevas:        " WS-NUM-AVISOS-H
           DISPLAY "Total avisos en NOTIFOUT:  " WS-NUM-AVISOS-TOTAL
           DISPLAY "Ya avisados antes:         " WS-NUM-YA-AVISADOS
           DISPLAY "Cliente sin ese aviso:     " WS-NUM-RENUNCIAS
           DISPLAY "Bloqueados o fallecidos:   " WS-NUM-NO-AVISABLES
           DISPLAY "Sin cuenta o cliente:      " WS-NUM-SIN-CLIENTE
           DISPLAY "Descubiertos rearmados:    " WS-NUM-REARMADOS
           DISPLAY "==========================================".
      *
      *    Emite el aviso preparado en WS-AVISO: comprueba el cliente
      *    y su preferencia, lo anota en NOTIENV (si ya estaba, no se
      *    repite) y solo entonces lo escribe en el buzon.
       7000-EMITIR-AVISO.
           MOVE 'N' TO WS-ENVIAR-AVISO
           MOVE WS-AVI-ID-CLIENTE TO CLI-ID-CLIENTE
           READ CLIENTES-FILE
              INVALID KEY
                 ADD 1 TO WS-NUM-SIN-CLIENTE
              NOT INVALID KEY
                 IF CLI-ESTADO = "B" OR CLI-ESTADO = "F"
                    ADD 1 TO WS-NUM-NO-AVISABLES
                 ELSE
                    PERFORM 7100-COMPROBAR-PREFERENCIA
                 END-IF
           END-READ
           IF WS-ENVIAR-AVISO = 'S'
              MOVE WS-AVI-ID-CLIENTE TO NEN-ID-CLIENTE
              MOVE WS-AVI-TIPO TO NEN-TIPO
              MOVE WS-AVI-REFERENCIA TO NEN-REFERENCIA
              MOVE WS-FECHA-ACTUAL TO NEN-FECHA-ENVIO
              WRITE NEN-REGISTRO
                 INVALID KEY
                    ADD 1 TO WS-NUM-YA-AVISADOS
                 NOT INVALID KEY
                    PERFORM 7200-ESCRIBIR-BUZON
              END-WRITE
           END-IF.
      *
      *    Solo una "N" en la preferencia excluye el aviso; en blanco
      *    (clientes anteriores a las preferencias) se envia.
       7100-COMPROBAR-PREFERENCIA.
           MOVE 'S' TO WS-ENVIAR-AVISO
           EVALUATE WS-AVI-TIPO
              WHEN "D"
              WHEN "X"
                 IF CLI-AVISO-DESCUBIERTO = "N"
                    MOVE 'N' TO WS-ENVIAR-AVISO
                 END-IF
              WHEN "R"
              WHEN "O"
                 IF CLI-AVISO-DEVOLUCION = "N"
                    MOVE 'N' TO WS-ENVIAR-AVISO
                 END-IF
              WHEN "P"
                 IF CLI-AVISO-VENCIMIENTO = "N"
                    MOVE 'N' TO WS-ENVIAR-AVISO
                 END-IF
              WHEN "H"
                 IF CLI-AVISO-RETENCION = "N"
                    MOVE 'N' TO WS-ENVIAR-AVISO
                 END-IF
           END-EVALUATE
           IF WS-ENVIAR-AVISO = 'N'
              ADD 1 TO WS-NUM-RENUNCIAS
           END-IF.
      *
      *    Con telefono se avisa por SMS; sin el, por correo postal a
      *    la direccion del cliente.
       7200-ESCRIBIR-BUZON.
           MOVE WS-FECHA-ACTUAL TO NTF-FECHA
           MOVE WS-AVI-TIPO TO NTF-TIPO
           IF CLI-TELEFONO NOT = SPACES
              MOVE "S" TO NTF-CANAL
           ELSE
              MOVE "C" TO NTF-CANAL
           END-IF
           MOVE CLI-ID-CLIENTE TO NTF-ID-CLIENTE
           MOVE CLI-NOMBRE TO NTF-NOMBRE
           MOVE CLI-DIRECCION TO NTF-DIRECCION
           MOVE CLI-TELEFONO TO NTF-TELEFONO
           MOVE WS-AVI-NUM-CUENTA TO NTF-NUM-CUENTA
           MOVE WS-AVI-REFERENCIA TO NTF-REFERENCIA
           MOVE WS-AVI-IMPORTE TO NTF-IMPORTE
           MOVE WS-AVI-MONEDA TO NTF-MONEDA
           MOVE WS-AVI-FECHA-EVENTO TO NTF-FECHA-EVENTO
           MOVE WS-AVI-TEXTO TO NTF-TEXTO
           WRITE NTF-REGISTRO
           ADD 1 TO WS-NUM-AVISOS-TOTAL
           EVALUATE WS-AVI-TIPO
              WHEN "D"
                 ADD 1 TO WS-NUM-AVISOS-D
              WHEN "X"
                 ADD 1 TO WS-NUM-AVISOS-X
              WHEN "R"
                 ADD 1 TO WS-NUM-AVISOS-R
              WHEN "O"
                 ADD 1 TO WS-NUM-AVISOS-O
              WHEN "P"
                 ADD 1 TO WS-NUM-AVISOS-P
              WHEN "H"
                 ADD 1 TO WS-NUM-AVISOS-H
           END-EVALUATE.
      *
       7500-LEER-CUENTA.
           MOVE 'N' TO WS-CUENTA-ENCONTRADA
           READ CUENTAS-FILE
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE 'S' TO WS-CUENTA-ENCONTRADA
           END-READ.
      *
      *    Convierte la entrada tecleada o de SYSIN a numero: los
      *    espacios se saltan y cada digito se acumula; cualquier
      *    otro caracter invalida la entrada y deja el valor por
      *    defecto, con aviso del llamador.
       7700-CONVERTIR-ENTRADA.
           MOVE 0 TO WS-VALOR-ENTRADA
           MOVE 'N' TO WS-ENTRADA-VALIDA
           MOVE 'N' TO WS-ENTRADA-ERRONEA
           PERFORM VARYING WS-IDX-ENT FROM 1 BY 1
              UNTIL WS-IDX-ENT > 2
              OR WS-ENTRADA-ERRONEA = 'S'
              MOVE WS-DIAS-ENTRADA(WS-IDX-ENT:1) TO WS-CAR-ENTRADA
              IF WS-CAR-ENTRADA NOT = SPACE
                 IF WS-CAR-ENTRADA >= "0"
                    AND WS-CAR-ENTRADA <= "9"
                    COMPUTE WS-VALOR-ENTRADA =
                       WS-VALOR-ENTRADA * 10 + WS-CAR-ENTRADA-9
                    MOVE 'S' TO WS-ENTRADA-VALIDA
                 ELSE
                    MOVE 'S' TO WS-ENTRADA-ERRONEA
                 END-IF
              END-IF
           END-PERFORM
           IF WS-ENTRADA-ERRONEA = 'S'
              MOVE 'N' TO WS-ENTRADA-VALIDA
           END-IF.
      *
       7710-SUMAR-UN-DIA.
           PERFORM 7720-DIAS-DEL-MES
           IF WS-CMP-DIA < WS-DIAS-MES
              ADD 1 TO WS-CMP-DIA
           ELSE
              MOVE 1 TO WS-CMP-DIA
              IF WS-CMP-MES = 12
                 MOVE 1 TO WS-CMP-MES
                 ADD 1 TO WS-CMP-ANO
              ELSE
                 ADD 1 TO WS-CMP-MES
              END-IF
           END-IF.
      *
       7720-DIAS-DEL-MES.
           EVALUATE WS-CMP-MES
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
                 PERFORM 7730-COMPROBAR-BISIESTO
                 IF WS-ANO-BISIESTO = 'S'
                    MOVE 29 TO WS-DIAS-MES
                 ELSE
                    MOVE 28 TO WS-DIAS-MES
                 END-IF
           END-EVALUATE.
      *
      *    Ano bisiesto: divisible por 4 y no por 100, salvo los
      *    divisibles por 400.
       7730-COMPROBAR-BISIESTO.
           MOVE 'N' TO WS-ANO-BISIESTO
           DIVIDE WS-CMP-ANO BY 4 GIVING WS-COCIENTE-BISIESTO
              REMAINDER WS-RESTO-BISIESTO
           IF WS-RESTO-BISIESTO = 0
              MOVE 'S' TO WS-ANO-BISIESTO
              DIVIDE WS-CMP-ANO BY 100 GIVING WS-COCIENTE-BISIESTO
                 REMAINDER WS-RESTO-BISIESTO
              IF WS-RESTO-BISIESTO = 0
                 MOVE 'N' TO WS-ANO-BISIESTO
                 DIVIDE WS-CMP-ANO BY 400
                    GIVING WS-COCIENTE-BISIESTO
                    REMAINDER WS-RESTO-BISIESTO
                 IF WS-RESTO-BISIESTO = 0
                    MOVE 'S' TO WS-ANO-BISIESTO
                 END-IF
              END-IF
           END-IF.
      *
       8900-CERRAR-FICHEROS.
           CLOSE CUENTAS-FILE
           CLOSE CLIENTES-FILE
           CLOSE NOTIENV-FILE
           CLOSE NOTIFOUT-FILE
           IF WS-AUDITLOG-ABIERTO = 'S'
              CLOSE AUDITLOG-FILE
           END-IF
           IF WS-REINTENT-ABIERTO = 'S'
              CLOSE REINTENT-FILE
           END-IF
           IF WS-ORDENES-ABIERTO = 'S'
              CLOSE ORDENES-FILE
           END-IF
           IF WS-PLAZOS-ABIERTO = 'S'
              CLOSE PLAZOS-FILE
           END-IF
           IF WS-RETENCIO-ABIERTO = 'S'
              CLOSE RETENCIO-FILE
           END-IF.
      *
       9000-FINALIZAR.
           DISPLAY " "
           DISPLAY "Avisos a clientes finalizados.".
