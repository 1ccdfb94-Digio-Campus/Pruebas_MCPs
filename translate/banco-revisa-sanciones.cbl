      *================================================================*
      * PROGRAMA: BANCO-REVISA-SANCIONES
      * DESCRIPCION: Revision por cumplimiento de la cola de
      *              coincidencias con la lista de sanciones
      *              (SANCPEND). Reservado a nivel de supervisor.
      *              Lista las entradas pendientes y resuelve una
      *              entrada como descartada (D, falso positivo) o
      *              confirmada (C), con un comentario obligatorio:
      *                Cliente (origen C alta o R recribado):
      *                  D  el cliente vuelve a estado A si no le
      *                     quedan otras entradas pendientes.
      *                  C  el cliente pasa a estado B y se bloquean
      *                     (estado B) sus cuentas activas o
      *                     inactivas, las propias y aquellas en que
      *                     figura en TITULARS como titular o
      *                     cotitular.
      *                Transferencia saliente retenida (origen T):
      *                  D  la emision vuelve a TRANSOUT y a estado E
      *                     en TRANSEST.
      *                  C  el importe, ya cargado al cliente, se
      *                     abona en la cuenta interna de fondos
      *                     bloqueados INT-SANCIONES-<moneda> y la
      *                     emision queda en estado B en TRANSEST.
      *                Abono entrante retenido (origen E):
      *                  D  se abona en la cuenta destino; si ya no
      *                     puede recibirlo (inexistente, no activa o
      *                     de otra moneda) se devuelve al ordenante
      *                     por TRANSOUT.
      *                  C  el importe se abona en la cuenta de
      *                     fondos bloqueados.
      *              Cada resolucion y cada cuenta o cliente tocado
      *              deja linea de auditoria.
      * AUTOR: Proyecto MCPs
      * FECHA: 2026-10-15
      *================================================================*
      *
      *-------- BLOQUE 1: IDENTIFICATION DIVISION -------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANCO-REVISA-SANCIONES.
       AUTHOR. PROYECTO-MCPS.
      *
      *-------- BLOQUE 2: ENVIRONMENT DIVISION ----------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SANCPEND-FILE ASSIGN TO "SANCPEND"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS SPE-NUMERO
              ALTERNATE RECORD KEY IS SPE-CLAVE
              FILE STATUS IS WS-SANCPEND-STATUS.
      *
           SELECT CLIENTES-FILE ASSIGN TO "CLIENTES"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS CLI-ID-CLIENTE
              FILE STATUS IS WS-CLIENTES-STATUS.
      *
           SELECT CUENTAS-FILE ASSIGN TO "CUENTAS"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS CTA-NUM-CUENTA
              ALTERNATE RECORD KEY IS CTA-ID-CLIENTE WITH DUPLICATES
              LOCK MODE IS MANUAL
              FILE STATUS IS WS-CUENTAS-STATUS.
      *
           SELECT TITULARES-FILE ASSIGN TO "TITULARS"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS TIT-CLAVE
              FILE STATUS IS WS-TITULARES-STATUS.
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
       FD  SANCPEND-FILE.
           COPY "sancpend.cpy".
      *
       FD  CLIENTES-FILE.
           COPY "clientes.cpy".
      *
       FD  CUENTAS-FILE.
           COPY "cuentas.cpy".
      *
       FD  TITULARES-FILE.
           COPY "titular.cpy".
      *
       FD  MOVIMIEN-FILE.
           COPY "movimto.cpy".
      *
       FD  CTLMOV-FILE.
           COPY "contador.cpy".
      *
       FD  TRANSOUT-FILE.
           COPY "intercam.cpy".
      *
       FD  TRANSEST-FILE.
           COPY "transest.cpy".
      *
       WORKING-STORAGE SECTION.
      *
      *--- Datos capturados ---
       01 WS-ACCION             PIC X(01).
       01 WS-NUMERO-ENTRADA     PIC X(08).
       01 WS-DECISION           PIC X(01).
       01 WS-COMENTARIO         PIC X(40).
       01 WS-CONFIRMACION       PIC X(01).
      *
      *--- Entrada en revision y registro de intercambio retenido ---
       COPY "sancpend.cpy"
          REPLACING LEADING ==SPE-== BY ==WS-SPE-==.
       COPY "intercam.cpy"
          REPLACING LEADING ==ITC-== BY ==WS-ITC-==.
      *
      *--- Cuenta interna de fondos bloqueados por sanciones ---
       01 WS-CTA-SANCIONES.
          05 FILLER             PIC X(14) VALUE "INT-SANCIONES-".
          05 WS-CTA-SAN-MONEDA  PIC X(03).
          05 FILLER             PIC X(03) VALUE SPACES.
      *
      *--- Apunte en MOVIMIEN (ver 8600-GRABAR-APUNTE) ---
       01 WS-APU-CUENTA         PIC X(20).
       01 WS-APU-CONCEPTO       PIC X(50).
       01 WS-APU-TIPO           PIC X(01).
       01 WS-APU-IMPORTE        PIC 9(10)V99.
       01 WS-APU-SALDO          PIC S9(10)V99.
       01 WS-APU-MONEDA         PIC X(03).
       01 WS-APU-COD-OPERACION  PIC X(04).
      *
      *--- Variables de control ---
       01 WS-FECHA-ACTUAL       PIC X(10).
       01 WS-HORA-ACTUAL        PIC X(08).
       01 WS-FIN-FICHERO        PIC X VALUE 'N'.
       01 WS-FIN-TITULARES      PIC X VALUE 'N'.
       01 WS-NUM-LISTADOS       PIC 9(05) VALUE 0.
       01 WS-NUM-BLOQUEADAS     PIC 9(05) VALUE 0.
       01 WS-DATOS-VALIDOS      PIC X VALUE 'S'.
       01 WS-RESOLUCION-APLICADA PIC X VALUE 'N'.
       01 WS-OTRAS-PENDIENTES   PIC X VALUE 'N'.
       01 WS-ORIGEN-BUSCADO     PIC X(01).
       01 WS-MOTIVO-DEVOLUCION  PIC X(40).
       01 WS-TIPO-FONDOS        PIC X(16).
       01 WS-TRE-ESTADO-NUEVO   PIC X(01).
       01 WS-TRE-MOTIVO-NUEVO   PIC X(40).
       01 WS-NIVEL-SUPERVISOR   PIC 9(01) VALUE 2.
       01 WS-SIGUIENTE-SECUENCIA PIC 9(06).
      *
      *--- Bloqueo de registros disputados ---
       01 WS-CUENTA-A-BLOQUEAR  PIC X(20).
       01 WS-CUENTA-RESERVADA   PIC X VALUE 'N'.
       01 WS-CONTADOR-RESERVADO PIC X VALUE 'N'.
       01 WS-MAX-ESPERAS        PIC 9(03) VALUE 50.
       01 WS-NUM-ESPERAS        PIC 9(03) VALUE 0.
      *
       01 WS-SANCPEND-STATUS    PIC X(02).
          88 WS-SANCPEND-OK         VALUE "00".
          88 WS-SANCPEND-NUEVO      VALUE "35".
       01 WS-CLIENTES-STATUS    PIC X(02).
          88 WS-CLIENTES-OK         VALUE "00".
       01 WS-CUENTAS-STATUS     PIC X(02).
          88 WS-CUENTAS-OK          VALUE "00".
          88 WS-CUENTAS-NO-EXISTE   VALUE "23".
       01 WS-TITULARES-STATUS   PIC X(02).
          88 WS-TITULARES-OK        VALUE "00".
       01 WS-MOVIMIEN-STATUS    PIC X(02).
          88 WS-MOVIMIEN-OK         VALUE "00".
       01 WS-CTLMOV-STATUS      PIC X(02).
          88 WS-CTLMOV-OK           VALUE "00".
       01 WS-TRANSOUT-STATUS    PIC X(02).
          88 WS-TRANSOUT-OK         VALUE "00".
       01 WS-TRANSEST-STATUS    PIC X(02).
          88 WS-TRANSEST-OK         VALUE "00".
          88 WS-TRANSEST-NUEVO      VALUE "35".
       01 WS-TITULARES-ABIERTO  PIC X VALUE 'N'.
      *
       01 WS-OPERADOR            PIC X(08) VALUE SPACES.
      *
      *--- Sesion de operador (ver BANCO-CONTROL-ACCESO) ---
       01 WS-CA-ACCION          PIC X(01).
       01 WS-NIVEL-OPERADOR     PIC 9(01) VALUE 0.
       01 WS-LIMITE-OPERADOR    PIC 9(10)V99 VALUE 0.
       01 WS-CA-IMPORTE         PIC 9(10)V99 VALUE 0.
       01 WS-CA-AUTORIZADO      PIC X(01).
      *
      *--- Datos para la linea de auditoria ---
       01 WS-AUD-PROGRAMA        PIC X(20) VALUE "BANCO-REVISA-SANCION".
       01 WS-AUD-CUENTA          PIC X(20).
       01 WS-AUD-CUENTA-2        PIC X(20).
       01 WS-IBAN-AUXILIAR       PIC X(34).
       01 WS-AUD-IMPORTE         PIC S9(10)V99 VALUE 0.
       01 WS-AUD-RESULTADO       PIC X(10).
       01 WS-AUD-DETALLE         PIC X(40).
      *
      *-------- BLOQUE 4: PROCEDURE DIVISION ------------------------*
       PROCEDURE DIVISION.
      *
      *--- Parrafo principal ---
       0000-PRINCIPAL.
           PERFORM 1000-INICIALIZAR
           PERFORM 1050-INICIAR-SESION
           PERFORM 1500-ABRIR-FICHEROS
           PERFORM 2000-PEDIR-Y-APLICAR-ACCION
           PERFORM 8900-CERRAR-FICHEROS
           PERFORM 9000-FINALIZAR
           STOP RUN.
      *
      *--- Inicializar variables ---
       1000-INICIALIZAR.
           ACCEPT WS-FECHA-ACTUAL FROM DATE YYYYMMDD
           ACCEPT WS-HORA-ACTUAL FROM TIME
           DISPLAY "=========================================="
           DISPLAY "   REVISION DE COINCIDENCIAS DE SANCIONES"
           DISPLAY "   Fecha: " WS-FECHA-ACTUAL
           DISPLAY "==========================================".
      *
      *    Inicio de sesion de operador contra el maestro USUARIOS.
      *    La cola de sanciones solo la revisa cumplimiento, con
      *    nivel de supervisor; el operador con sesion queda en la
      *    linea de auditoria de cada resolucion.
       1050-INICIAR-SESION.
           MOVE "I" TO WS-CA-ACCION
           MOVE 0 TO WS-CA-IMPORTE
           CALL "BANCO-CONTROL-ACCESO" USING WS-CA-ACCION WS-OPERADOR
              WS-NIVEL-OPERADOR WS-LIMITE-OPERADOR WS-CA-IMPORTE
              WS-CA-AUTORIZADO
           IF WS-CA-AUTORIZADO = 'N'
              DISPLAY " "
              DISPLAY "Acceso denegado."
              PERFORM 9000-FINALIZAR
              STOP RUN
           END-IF
           IF WS-NIVEL-OPERADOR < WS-NIVEL-SUPERVISOR
              DISPLAY " "
              DISPLAY "ERROR: la revision de sanciones requiere nivel "
                 "de supervisor."
              PERFORM 9000-FINALIZAR
              STOP RUN
           END-IF.
      *
       1500-ABRIR-FICHEROS.
           OPEN I-O SANCPEND-FILE
           IF WS-SANCPEND-NUEVO
              OPEN OUTPUT SANCPEND-FILE
              CLOSE SANCPEND-FILE
              OPEN I-O SANCPEND-FILE
           END-IF
           OPEN I-O CLIENTES-FILE
           OPEN I-O CUENTAS-FILE
           OPEN I-O MOVIMIEN-FILE
           OPEN I-O CTLMOV-FILE
           IF NOT WS-SANCPEND-OK OR NOT WS-CLIENTES-OK
              OR NOT WS-CUENTAS-OK OR NOT WS-MOVIMIEN-OK
              OR NOT WS-CTLMOV-OK
              DISPLAY "ERROR: No se pueden abrir los ficheros. "
                 "Status: " WS-SANCPEND-STATUS " / "
                 WS-CLIENTES-STATUS " / " WS-CUENTAS-STATUS " / "
                 WS-MOVIMIEN-STATUS " / " WS-CTLMOV-STATUS
              PERFORM 9000-FINALIZAR
              STOP RUN
           END-IF
      *    Sin TITULARS solo se bloquean las cuentas propias
           OPEN INPUT TITULARES-FILE
           IF WS-TITULARES-OK
              MOVE 'S' TO WS-TITULARES-ABIERTO
           ELSE
              DISPLAY "AVISO: TITULARS no disponible; al confirmar "
                 "solo se bloquean las cuentas propias del cliente."
           END-IF.
      *
       2000-PEDIR-Y-APLICAR-ACCION.
           DISPLAY " "
           DISPLAY "Accion (L=listar pendientes, R=resolver "
              "entrada): "
           ACCEPT WS-ACCION
           EVALUATE WS-ACCION
              WHEN "L"
                 PERFORM 3000-LISTAR-PENDIENTES
              WHEN "R"
                 PERFORM 4000-RESOLVER-ENTRADA
              WHEN OTHER
                 DISPLAY " "
                 DISPLAY "ERROR: accion no valida."
           END-EVALUATE.
      *
      *    Recorre la cola por numero de entrada y muestra las que
      *    siguen pendientes de revision.
       3000-LISTAR-PENDIENTES.
           MOVE 0 TO WS-NUM-LISTADOS
           MOVE 0 TO SPE-NUMERO
           MOVE 'N' TO WS-FIN-FICHERO
           START SANCPEND-FILE KEY IS NOT LESS THAN SPE-NUMERO
              INVALID KEY
                 MOVE 'S' TO WS-FIN-FICHERO
           END-START
           DISPLAY " "
           PERFORM UNTIL WS-FIN-FICHERO = 'S'
              READ SANCPEND-FILE NEXT RECORD
                 AT END
                    MOVE 'S' TO WS-FIN-FICHERO
                 NOT AT END
                    IF SPE-ESTADO = "P"
                       ADD 1 TO WS-NUM-LISTADOS
                       PERFORM 3100-MOSTRAR-ENTRADA
                    END-IF
              END-READ
           END-PERFORM
           DISPLAY " "
           DISPLAY "Entradas pendientes de revision: " WS-NUM-LISTADOS.
      *
       3100-MOSTRAR-ENTRADA.
           DISPLAY "------------------------------------------"
           DISPLAY "Entrada " SPE-NUMERO " de " SPE-FECHA " "
              SPE-HORA " origen " SPE-ORIGEN
              " estado " SPE-ESTADO
           DISPLAY "   Cribado:  " SPE-NOMBRE
           IF SPE-DOCUMENTO NOT = SPACES
              DISPLAY "   Documento: " SPE-DOCUMENTO
           END-IF
           IF SPE-ID-CLIENTE NOT = SPACES
              DISPLAY "   Cliente:  " SPE-ID-CLIENTE
           END-IF
           DISPLAY "   Lista:    " SPE-ID-LISTA " " SPE-NOMBRE-LISTA
              " (" SPE-PUNTUACION ")"
           IF SPE-ORIGEN = "T" OR SPE-ORIGEN = "E"
              MOVE SPE-INTERCAMBIO TO WS-ITC-REGISTRO
              DISPLAY "   Intercambio: " WS-ITC-CUENTA-ORIGEN " -> "
                 WS-ITC-CUENTA-DESTINO " " WS-ITC-IMPORTE " "
                 WS-ITC-MONEDA
              DISPLAY "   Concepto: " WS-ITC-CONCEPTO
           END-IF.
      *
      *    Resuelve una entrada pendiente. La entrada se guarda en
      *    WS-SPE-REGISTRO porque la resolucion de un cliente recorre
      *    la cola buscando otras entradas suyas; solo se marca como
      *    resuelta si su efecto se ha podido aplicar.
       4000-RESOLVER-ENTRADA.
           DISPLAY "Numero de entrada: "
           ACCEPT WS-NUMERO-ENTRADA
           IF WS-NUMERO-ENTRADA IS NOT NUMERIC
              DISPLAY " "
              DISPLAY "ERROR: numero de entrada no valido."
           ELSE
              MOVE WS-NUMERO-ENTRADA TO SPE-NUMERO
              READ SANCPEND-FILE KEY IS SPE-NUMERO
                 INVALID KEY
                    DISPLAY " "
                    DISPLAY "ERROR: la entrada no existe."
                 NOT INVALID KEY
                    IF SPE-ESTADO NOT = "P"
                       DISPLAY " "
                       DISPLAY "ERROR: la entrada ya esta resuelta ("
                          SPE-ESTADO " el " SPE-FECHA-RESOLUCION
                          " por " SPE-OPERADOR ")."
                    ELSE
                       MOVE SPE-REGISTRO TO WS-SPE-REGISTRO
                       PERFORM 3100-MOSTRAR-ENTRADA
                       PERFORM 4100-PEDIR-DECISION
                       IF WS-DATOS-VALIDOS = 'S'
                          PERFORM 4200-APLICAR-DECISION
                       END-IF
                    END-IF
              END-READ
           END-IF.
      *
       4100-PEDIR-DECISION.
           MOVE 'S' TO WS-DATOS-VALIDOS
           DISPLAY "Decision (D=descartar falso positivo, "
              "C=confirmar coincidencia): "
           ACCEPT WS-DECISION
           IF WS-DECISION NOT = "D" AND WS-DECISION NOT = "C"
              MOVE 'N' TO WS-DATOS-VALIDOS
              DISPLAY " "
              DISPLAY "ERROR: decision no valida."
           ELSE
              DISPLAY "Comentario (obligatorio): "
              ACCEPT WS-COMENTARIO
              IF WS-COMENTARIO = SPACES
                 MOVE 'N' TO WS-DATOS-VALIDOS
                 DISPLAY " "
                 DISPLAY "ERROR: la resolucion requiere comentario."
              ELSE
                 DISPLAY "Confirmar resolucion (S/N): "
                 ACCEPT WS-CONFIRMACION
                 IF WS-CONFIRMACION NOT = "S"
                    MOVE 'N' TO WS-DATOS-VALIDOS
                    DISPLAY " "
                    DISPLAY "Resolucion cancelada."
                 END-IF
              END-IF
           END-IF.
      *
       4200-APLICAR-DECISION.
           MOVE 'N' TO WS-RESOLUCION-APLICADA
           EVALUATE WS-SPE-ORIGEN
              WHEN "C"
              WHEN "R"
                 PERFORM 5000-RESOLVER-CLIENTE
              WHEN "T"
                 PERFORM 6000-RESOLVER-TRANSOUT
              WHEN "E"
                 PERFORM 7000-RESOLVER-ENTRANTE
              WHEN OTHER
                 DISPLAY " "
                 DISPLAY "ERROR: origen de entrada desconocido: "
                    WS-SPE-ORIGEN
           END-EVALUATE
           IF WS-RESOLUCION-APLICADA = 'S'
              PERFORM 4300-MARCAR-RESUELTA
           END-IF.
      *
       4300-MARCAR-RESUELTA.
           MOVE WS-SPE-REGISTRO TO SPE-REGISTRO
           MOVE WS-DECISION TO SPE-ESTADO
           MOVE WS-FECHA-ACTUAL TO SPE-FECHA-RESOLUCION
           MOVE WS-OPERADOR TO SPE-OPERADOR
           MOVE WS-COMENTARIO TO SPE-COMENTARIO
           REWRITE SPE-REGISTRO
           IF WS-SANCPEND-OK
              IF WS-DECISION = "D"
                 MOVE "DESCARTADA" TO WS-AUD-RESULTADO
              ELSE
                 MOVE "CONFIRMADA" TO WS-AUD-RESULTADO
              END-IF
              MOVE SPACES TO WS-AUD-DETALLE
              STRING "SANCIONES ENTRADA " SPE-NUMERO " "
                 SPE-ID-LISTA DELIMITED BY SIZE INTO WS-AUD-DETALLE
              MOVE SPACES TO WS-AUD-CUENTA
              MOVE SPACES TO WS-AUD-CUENTA-2
              IF SPE-ORIGEN = "T" OR SPE-ORIGEN = "E"
                 MOVE WS-ITC-CUENTA-ORIGEN TO WS-AUD-CUENTA
                 MOVE WS-ITC-CUENTA-DESTINO TO WS-AUD-CUENTA-2
                 MOVE WS-ITC-IMPORTE TO WS-AUD-IMPORTE
              ELSE
                 MOVE SPE-ID-CLIENTE TO WS-AUD-CUENTA
                 MOVE 0 TO WS-AUD-IMPORTE
              END-IF
              PERFORM 7500-REGISTRAR-AUDITORIA
              DISPLAY " "
              DISPLAY "Entrada " SPE-NUMERO " resuelta: "
                 WS-AUD-RESULTADO
           ELSE
              DISPLAY " "
              DISPLAY "ATENCION: el efecto se aplico pero la entrada "
                 SPE-NUMERO " no se pudo marcar como resuelta. "
                 "Status: " WS-SANCPEND-STATUS
           END-IF.
      *
      *    Coincidencia de un cliente (alta o recribado). Descartada,
      *    el cliente vuelve a operar salvo que tenga otras entradas
      *    pendientes; confirmada, se bloquean el cliente y sus
      *    cuentas.
       5000-RESOLVER-CLIENTE.
           MOVE WS-SPE-ID-CLIENTE TO CLI-ID-CLIENTE
           READ CLIENTES-FILE
              INVALID KEY
                 DISPLAY " "
                 DISPLAY "ERROR: el cliente " WS-SPE-ID-CLIENTE
                    " no existe en CLIENTES."
              NOT INVALID KEY
                 IF WS-DECISION = "D"
                    PERFORM 5100-LIBERAR-CLIENTE
                 ELSE
                    PERFORM 5300-BLOQUEAR-CLIENTE
                 END-IF
                 MOVE 'S' TO WS-RESOLUCION-APLICADA
           END-READ.
      *
       5100-LIBERAR-CLIENTE.
           MOVE 'N' TO WS-OTRAS-PENDIENTES
           MOVE "C" TO WS-ORIGEN-BUSCADO
           PERFORM 5150-BUSCAR-PENDIENTES-CLIENTE
           MOVE "R" TO WS-ORIGEN-BUSCADO
           PERFORM 5150-BUSCAR-PENDIENTES-CLIENTE
           IF WS-OTRAS-PENDIENTES = 'S'
              DISPLAY " "
              DISPLAY "El cliente " WS-SPE-ID-CLIENTE " tiene otras "
                 "entradas pendientes y sigue en estado "
                 CLI-ESTADO "."
           ELSE
              IF CLI-ESTADO = "S"
                 MOVE "A" TO CLI-ESTADO
                 REWRITE CLI-REGISTRO
                 MOVE CLI-ID-CLIENTE TO WS-AUD-CUENTA
                 MOVE SPACES TO WS-AUD-CUENTA-2
                 MOVE 0 TO WS-AUD-IMPORTE
                 MOVE "LIBERADO" TO WS-AUD-RESULTADO
                 MOVE "CLIENTE LIBERADO TRAS CRIBADO"
                    TO WS-AUD-DETALLE
                 PERFORM 7500-REGISTRAR-AUDITORIA
                 DISPLAY " "
                 DISPLAY "El cliente " WS-SPE-ID-CLIENTE
                    " vuelve a estado A."
              END-IF
           END-IF.
      *
      *    Busca por la clave alternativa otras entradas pendientes
      *    del cliente con el origen de WS-ORIGEN-BUSCADO, sin contar
      *    la que se esta resolviendo.
       5150-BUSCAR-PENDIENTES-CLIENTE.
           MOVE WS-ORIGEN-BUSCADO TO SPE-ORIGEN
           MOVE SPACES TO SPE-REFERENCIA
           MOVE WS-SPE-ID-CLIENTE TO SPE-REFERENCIA(1:12)
           MOVE 'N' TO WS-FIN-FICHERO
           START SANCPEND-FILE KEY IS NOT LESS THAN SPE-CLAVE
              INVALID KEY
                 MOVE 'S' TO WS-FIN-FICHERO
           END-START
           PERFORM UNTIL WS-FIN-FICHERO = 'S'
              READ SANCPEND-FILE NEXT RECORD
                 AT END
                    MOVE 'S' TO WS-FIN-FICHERO
                 NOT AT END
                    IF SPE-ORIGEN NOT = WS-ORIGEN-BUSCADO
                       OR SPE-REFERENCIA(1:12) NOT = WS-SPE-ID-CLIENTE
                       MOVE 'S' TO WS-FIN-FICHERO
                    ELSE
                       IF SPE-ESTADO = "P"
                          AND SPE-NUMERO NOT = WS-SPE-NUMERO
                          MOVE 'S' TO WS-OTRAS-PENDIENTES
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.
      *
       5300-BLOQUEAR-CLIENTE.
           MOVE "B" TO CLI-ESTADO
           REWRITE CLI-REGISTRO
           MOVE CLI-ID-CLIENTE TO WS-AUD-CUENTA
           MOVE SPACES TO WS-AUD-CUENTA-2
           MOVE 0 TO WS-AUD-IMPORTE
           MOVE "BLOQUEADO" TO WS-AUD-RESULTADO
           MOVE "CLIENTE BLOQUEADO POR SANCIONES" TO WS-AUD-DETALLE
           PERFORM 7500-REGISTRAR-AUDITORIA
           MOVE 0 TO WS-NUM-BLOQUEADAS
           PERFORM 5400-BLOQUEAR-CUENTAS-PROPIAS
           IF WS-TITULARES-ABIERTO = 'S'
              PERFORM 5500-BLOQUEAR-CUENTAS-COMPARTIDAS
           END-IF
           DISPLAY " "
           DISPLAY "Cliente " WS-SPE-ID-CLIENTE " bloqueado; cuentas "
              "bloqueadas: " WS-NUM-BLOQUEADAS.
      *
       5400-BLOQUEAR-CUENTAS-PROPIAS.
           MOVE WS-SPE-ID-CLIENTE TO CTA-ID-CLIENTE
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
                    IF CTA-ID-CLIENTE NOT = WS-SPE-ID-CLIENTE
                       MOVE 'S' TO WS-FIN-FICHERO
                    ELSE
                       PERFORM 5450-BLOQUEAR-CUENTA
                    END-IF
              END-READ
           END-PERFORM
      *    Las lecturas directas que siguen van por la clave principal
           MOVE LOW-VALUES TO CTA-NUM-CUENTA
           START CUENTAS-FILE KEY IS NOT LESS THAN CTA-NUM-CUENTA
              INVALID KEY
                 CONTINUE
           END-START.
      *
      *    Solo se bloquean las cuentas activas o inactivas; las
      *    cerradas y las ya bloqueadas no se tocan.
       5450-BLOQUEAR-CUENTA.
           IF CTA-ESTADO = "A" OR CTA-ESTADO = "I"
              MOVE "B" TO CTA-ESTADO
              REWRITE CTA-REGISTRO
              IF WS-CUENTAS-OK
                 ADD 1 TO WS-NUM-BLOQUEADAS
                 MOVE CTA-NUM-CUENTA TO WS-AUD-CUENTA
                 MOVE WS-SPE-ID-CLIENTE TO WS-AUD-CUENTA-2
                 MOVE 0 TO WS-AUD-IMPORTE
                 MOVE "BLOQUEADA" TO WS-AUD-RESULTADO
                 MOVE "CUENTA BLOQUEADA POR SANCIONES"
                    TO WS-AUD-DETALLE
                 PERFORM 7500-REGISTRAR-AUDITORIA
              ELSE
                 DISPLAY "ATENCION: no se pudo bloquear la cuenta "
                    CTA-NUM-CUENTA "; bloquear a mano con "
                    "BANCO-MANTENIMIENTO-CUENTA."
              END-IF
           END-IF.
      *
       5500-BLOQUEAR-CUENTAS-COMPARTIDAS.
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
                    IF TIT-ID-CLIENTE = WS-SPE-ID-CLIENTE
                       AND TIT-ESTADO = "A"
                       AND (TIT-ROL = "T" OR TIT-ROL = "C")
                       MOVE TIT-NUM-CUENTA TO CTA-NUM-CUENTA
                       READ CUENTAS-FILE
                          INVALID KEY
                             CONTINUE
                          NOT INVALID KEY
                             PERFORM 5450-BLOQUEAR-CUENTA
                       END-READ
                    END-IF
              END-READ
           END-PERFORM.
      *
      *    Transferencia saliente retenida por BANCO-CRIBA-TRANSOUT.
      *    El cargo al cliente ya se hizo al emitirla: descartada,
      *    sale en el siguiente TRANSOUT; confirmada, el importe queda
      *    en la cuenta de fondos bloqueados.
       6000-RESOLVER-TRANSOUT.
           MOVE WS-SPE-INTERCAMBIO TO WS-ITC-REGISTRO
           IF WS-DECISION = "D"
              PERFORM 6100-DEVOLVER-A-TRANSOUT
              IF WS-RESOLUCION-APLICADA = 'S'
                 MOVE "E" TO WS-TRE-ESTADO-NUEVO
                 MOVE "LIBERADA POR CUMPLIMIENTO"
                    TO WS-TRE-MOTIVO-NUEVO
                 PERFORM 6200-ACTUALIZAR-TRANSEST
                 DISPLAY " "
                 DISPLAY "Emision devuelta a TRANSOUT; sale con el "
                    "siguiente cierre."
              END-IF
           ELSE
              MOVE "EMISION RETENIDA" TO WS-TIPO-FONDOS
              PERFORM 8000-ABONAR-FONDOS-BLOQUEADOS
              IF WS-RESOLUCION-APLICADA = 'S'
                 MOVE "B" TO WS-TRE-ESTADO-NUEVO
                 MOVE "FONDOS BLOQUEADOS POR SANCIONES"
                    TO WS-TRE-MOTIVO-NUEVO
                 PERFORM 6200-ACTUALIZAR-TRANSEST
              END-IF
           END-IF.
      *
       6100-DEVOLVER-A-TRANSOUT.
           OPEN EXTEND TRANSOUT-FILE
           IF NOT WS-TRANSOUT-OK
              OPEN OUTPUT TRANSOUT-FILE
           END-IF
           IF WS-TRANSOUT-OK
              WRITE ITC-REGISTRO FROM WS-ITC-REGISTRO
              IF WS-TRANSOUT-OK
                 MOVE 'S' TO WS-RESOLUCION-APLICADA
              END-IF
              CLOSE TRANSOUT-FILE
           END-IF
           IF WS-RESOLUCION-APLICADA = 'N'
              DISPLAY " "
              DISPLAY "ERROR: no se puede escribir en TRANSOUT; la "
                 "entrada sigue pendiente. Status: "
                 WS-TRANSOUT-STATUS
           END-IF.
      *
      *    Deja la emision en TRANSEST con el estado y el motivo
      *    preparados en WS-TRE-ESTADO-NUEVO y WS-TRE-MOTIVO-NUEVO.
       6200-ACTUALIZAR-TRANSEST.
           OPEN I-O TRANSEST-FILE
           IF WS-TRANSEST-NUEVO
              OPEN OUTPUT TRANSEST-FILE
              CLOSE TRANSEST-FILE
              OPEN I-O TRANSEST-FILE
           END-IF
           IF WS-TRANSEST-OK
              MOVE WS-ITC-REGISTRO(1:58) TO TRE-CLAVE
              READ TRANSEST-FILE
                 INVALID KEY
                    DISPLAY "AVISO: la emision no figura en "
                       "TRANSEST; queda fuera del seguimiento de "
                       "confirmaciones."
                 NOT INVALID KEY
                    MOVE WS-TRE-ESTADO-NUEVO TO TRE-ESTADO
                    MOVE WS-FECHA-ACTUAL TO TRE-FECHA-ESTADO
                    MOVE WS-TRE-MOTIVO-NUEVO TO TRE-MOTIVO
                    REWRITE TRE-REGISTRO
              END-READ
              CLOSE TRANSEST-FILE
           ELSE
              DISPLAY "AVISO: no se pudo actualizar TRANSEST. "
                 "Status: " WS-TRANSEST-STATUS
           END-IF.
      *
      *    Abono entrante retenido por BANCO-PROCESA-ENTRANTES, que no
      *    llego a aplicarse. Descartado, se abona en la cuenta
      *    destino como lo habria hecho el lote; si la cuenta ya no
      *    puede recibirlo, se devuelve al ordenante. Confirmado, el
      *    importe queda en la cuenta de fondos bloqueados.
       7000-RESOLVER-ENTRANTE.
           MOVE WS-SPE-INTERCAMBIO TO WS-ITC-REGISTRO
           IF WS-DECISION = "D"
              PERFORM 7100-ABONAR-DESTINO
           ELSE
              MOVE "ABONO RETENIDO" TO WS-TIPO-FONDOS
              PERFORM 8000-ABONAR-FONDOS-BLOQUEADOS
           END-IF.
      *
       7100-ABONAR-DESTINO.
           MOVE SPACES TO WS-MOTIVO-DEVOLUCION
           MOVE WS-ITC-CUENTA-DESTINO TO WS-CUENTA-A-BLOQUEAR
           PERFORM 8500-LEER-CUENTA-CON-BLOQUEO
           IF WS-CUENTA-RESERVADA = 'N'
              IF WS-CUENTAS-NO-EXISTE
                 MOVE "CUENTA DESTINO INEXISTENTE"
                    TO WS-MOTIVO-DEVOLUCION
              ELSE
                 DISPLAY " "
                 DISPLAY "ERROR: la cuenta " WS-ITC-CUENTA-DESTINO
                    " esta en uso; repita la resolucion."
              END-IF
           ELSE
              IF CTA-ESTADO NOT = "A"
                 MOVE "CUENTA DESTINO BLOQUEADA O CERRADA"
                    TO WS-MOTIVO-DEVOLUCION
              ELSE
                 IF WS-ITC-MONEDA NOT = CTA-MONEDA
                    MOVE "MONEDA DISTINTA DE LA CUENTA"
                       TO WS-MOTIVO-DEVOLUCION
                 END-IF
              END-IF
              IF WS-MOTIVO-DEVOLUCION = SPACES
                 ADD WS-ITC-IMPORTE TO CTA-SALDO-DISP
                 REWRITE CTA-REGISTRO
                 MOVE WS-ITC-CUENTA-DESTINO TO WS-APU-CUENTA
                 MOVE WS-ITC-CONCEPTO TO WS-APU-CONCEPTO
                 MOVE "I" TO WS-APU-TIPO
                 MOVE WS-ITC-IMPORTE TO WS-APU-IMPORTE
                 MOVE CTA-SALDO-DISP TO WS-APU-SALDO
                 MOVE WS-ITC-MONEDA TO WS-APU-MONEDA
                 MOVE "ENTR" TO WS-APU-COD-OPERACION
                 PERFORM 8600-GRABAR-APUNTE
                 MOVE 'S' TO WS-RESOLUCION-APLICADA
                 DISPLAY " "
                 DISPLAY "Abono de " WS-ITC-IMPORTE " aplicado en "
                    WS-ITC-CUENTA-DESTINO "."
              ELSE
                 UNLOCK CUENTAS-FILE
              END-IF
           END-IF
           IF WS-MOTIVO-DEVOLUCION NOT = SPACES
              PERFORM 7200-DEVOLVER-ENTRANTE
           END-IF.
      *
      *    El abono que ya no puede aplicarse vuelve al ordenante por
      *    la red, como emision de la cuenta destino a la cuenta
      *    origen, con el motivo en las observaciones.
       7200-DEVOLVER-ENTRANTE.
           MOVE WS-ITC-CUENTA-ORIGEN TO WS-AUD-CUENTA-2
           MOVE WS-ITC-CUENTA-DESTINO TO WS-ITC-CUENTA-ORIGEN
           MOVE WS-AUD-CUENTA-2 TO WS-ITC-CUENTA-DESTINO
           MOVE WS-ITC-IBAN-ORIGEN TO WS-IBAN-AUXILIAR
           MOVE WS-ITC-IBAN-DESTINO TO WS-ITC-IBAN-ORIGEN
           MOVE WS-IBAN-AUXILIAR TO WS-ITC-IBAN-DESTINO
           MOVE WS-FECHA-ACTUAL TO WS-ITC-FECHA
           MOVE WS-HORA-ACTUAL TO WS-ITC-HORA
           MOVE "DEVOLUCION DE ABONO RETENIDO" TO WS-ITC-CONCEPTO
           MOVE WS-MOTIVO-DEVOLUCION TO WS-ITC-OBSERVACIONES
           MOVE WS-ITC-CUENTA-DESTINO(1:4) TO WS-ITC-ENTIDAD-DESTINO
      *    Un ordenante de otro pais de la UE se enruta por su IBAN
           IF WS-ITC-IBAN-DESTINO NOT = SPACES
              AND WS-ITC-IBAN-DESTINO(1:2) NOT = "ES"
              MOVE SPACES TO WS-ITC-ENTIDAD-DESTINO
           END-IF
           PERFORM 6100-DEVOLVER-A-TRANSOUT
           IF WS-RESOLUCION-APLICADA = 'S'
              DISPLAY " "
              DISPLAY "El abono no se puede aplicar ("
                 WS-MOTIVO-DEVOLUCION "); se devuelve al ordenante "
                 "por TRANSOUT."
           END-IF
      *    La auditoria de la resolucion lleva las cuentas originales
           MOVE WS-SPE-INTERCAMBIO TO WS-ITC-REGISTRO.
      *
       7500-REGISTRAR-AUDITORIA.
           CALL "BANCO-AUDITORIA-MOTOR" USING WS-AUD-PROGRAMA
              WS-AUD-CUENTA WS-AUD-CUENTA-2 WS-AUD-IMPORTE
              WS-AUD-RESULTADO WS-AUD-DETALLE WS-OPERADOR.
      *
      *    Abona el importe retenido en la cuenta interna de fondos
      *    bloqueados de su moneda, creandola si es la primera vez.
      *    WS-TIPO-FONDOS trae el tipo de lo bloqueado.
       8000-ABONAR-FONDOS-BLOQUEADOS.
           MOVE WS-ITC-MONEDA TO WS-CTA-SAN-MONEDA
           MOVE WS-CTA-SANCIONES TO WS-CUENTA-A-BLOQUEAR
           PERFORM 8500-LEER-CUENTA-CON-BLOQUEO
           IF WS-CUENTA-RESERVADA = 'N' AND WS-CUENTAS-NO-EXISTE
              PERFORM 8100-CREAR-CUENTA-SANCIONES
              PERFORM 8500-LEER-CUENTA-CON-BLOQUEO
           END-IF
           IF WS-CUENTA-RESERVADA = 'N'
              DISPLAY " "
              DISPLAY "ERROR: la cuenta " WS-CTA-SANCIONES " esta en "
                 "uso; repita la resolucion."
           ELSE
              ADD WS-ITC-IMPORTE TO CTA-SALDO-DISP
              REWRITE CTA-REGISTRO
              MOVE WS-CTA-SANCIONES TO WS-APU-CUENTA
              MOVE SPACES TO WS-APU-CONCEPTO
              STRING "SANCIONES " WS-TIPO-FONDOS " ENTRADA "
                 WS-SPE-NUMERO DELIMITED BY SIZE
                 INTO WS-APU-CONCEPTO
              MOVE "I" TO WS-APU-TIPO
              MOVE WS-ITC-IMPORTE TO WS-APU-IMPORTE
              MOVE CTA-SALDO-DISP TO WS-APU-SALDO
              MOVE WS-ITC-MONEDA TO WS-APU-MONEDA
              MOVE "SANB" TO WS-APU-COD-OPERACION
              PERFORM 8600-GRABAR-APUNTE
              MOVE 'S' TO WS-RESOLUCION-APLICADA
              DISPLAY " "
              DISPLAY "Importe de " WS-ITC-IMPORTE " " WS-ITC-MONEDA
                 " bloqueado en " WS-CTA-SANCIONES "."
           END-IF.
      *
       8100-CREAR-CUENTA-SANCIONES.
           MOVE WS-CTA-SANCIONES TO CTA-NUM-CUENTA
           MOVE "BANCO" TO CTA-ID-CLIENTE
           MOVE "FONDOS BLOQUEADOS POR SANCIONES" TO CTA-TITULAR
           MOVE "INTERNA" TO CTA-TIPO
           MOVE WS-ITC-MONEDA TO CTA-MONEDA
           MOVE 0 TO CTA-SALDO-DISP
           MOVE 0 TO CTA-SALDO-RET
           MOVE 0 TO CTA-LIMITE-DIARIO
           MOVE 0 TO CTA-LIMITE-MENSUAL
           MOVE WS-FECHA-ACTUAL TO CTA-FECHA-APERTURA
           MOVE "A" TO CTA-ESTADO
           MOVE 0 TO CTA-DESCUBIERTO-AUT
           WRITE CTA-REGISTRO.
      *
      *    Lee con bloqueo la cuenta indicada en
      *    WS-CUENTA-A-BLOQUEAR, reintentando un numero acotado de
      *    veces si otro operador la retiene; un registro inexistente
      *    (estado 23) corta los reintentos en seco.
       8500-LEER-CUENTA-CON-BLOQUEO.
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
      *    Apunte en MOVIMIEN con los datos de WS-APU-*.
       8600-GRABAR-APUNTE.
           PERFORM 8700-OBTENER-SIGUIENTE-SECUENCIA
           MOVE WS-APU-CUENTA TO MOV-NUM-CUENTA
           MOVE WS-FECHA-ACTUAL TO MOV-FECHA
           MOVE WS-SIGUIENTE-SECUENCIA TO MOV-SECUENCIA
           MOVE WS-HORA-ACTUAL TO MOV-HORA
           MOVE WS-APU-CONCEPTO TO MOV-CONCEPTO
           MOVE WS-APU-TIPO TO MOV-TIPO
           MOVE WS-APU-IMPORTE TO MOV-IMPORTE
           MOVE WS-APU-SALDO TO MOV-SALDO-DESPUES
           MOVE WS-APU-MONEDA TO MOV-MONEDA
           MOVE "BANCO-REVISA-SANCION" TO MOV-PROGRAMA-ORIGEN
           MOVE WS-APU-COD-OPERACION TO MOV-COD-OPERACION
           MOVE "O" TO MOV-CANAL
           MOVE WS-OPERADOR TO MOV-OPERADOR
           MOVE SPACE TO MOV-MARCA-EXTORNO
           WRITE MOV-REGISTRO.
      *
      *    El contador de secuencias se lee con bloqueo para que dos
      *    procesos simultaneos no repartan la misma secuencia; si el
      *    bloqueo no se consigue tras los reintentos se lee sin el,
      *    como ultimo recurso, antes que dejar el abono a medias.
       8700-OBTENER-SIGUIENTE-SECUENCIA.
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
       8900-CERRAR-FICHEROS.
           CLOSE SANCPEND-FILE
           CLOSE CLIENTES-FILE
           CLOSE CUENTAS-FILE
           CLOSE MOVIMIEN-FILE
           CLOSE CTLMOV-FILE
           IF WS-TITULARES-ABIERTO = 'S'
              CLOSE TITULARES-FILE
           END-IF.
      *
       9000-FINALIZAR.
           DISPLAY " "
           DISPLAY "Fin de la revision de sanciones.".
