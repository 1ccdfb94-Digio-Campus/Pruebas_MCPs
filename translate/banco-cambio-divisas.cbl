      *================================================================*
      * PROGRAMA: BANCO-CAMBIO-DIVISAS
      * DESCRIPCION: Cambio de billetes en divisa en ventanilla. El
      *              cajero compra billetes al cliente (operacion C) o
      *              se los vende (operacion V), pagando o cobrando el
      *              contravalor en moneda base en efectivo o contra
      *              una cuenta del cliente en EUR. La tasa aplicada
      *              es la tasa media vigente de CAMBHIST (divisa->
      *              EUR) menos el margen de compra o mas el margen de
      *              venta de la divisa en el fichero de parametros
      *              MARGDIV; la diferencia con el contravalor a tasa
      *              media es el margen de cambio, que se abona en la
      *              cuenta interna de ingresos por cambio
      *              INT-ING-CAMBIO (apunte GLDV). Los billetes entran
      *              y salen de las existencias en divisa del cajon
      *              (CAJADIV) y el efectivo en moneda base de la caja
      *              del cajero (CAJA), de forma que cada divisa se
      *              cuadre por separado en el cierre de caja de
      *              BANCO-CAJA. Sin caja abierta no se opera. El cargo
      *              o abono en cuenta lleva los codigos DIVC/DIVA del
      *              catalogo CODOPER; cada operacion deja justificante
      *              por consola y linea de auditoria, y un importe
      *              por encima de la autoridad del operador requiere
      *              autorizacion de supervisor.
      * AUTOR: Proyecto MCPs
      * FECHA: 2026-10-15
      *================================================================*
      *
      *-------- BLOQUE 1: IDENTIFICATION DIVISION -------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANCO-CAMBIO-DIVISAS.
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
           SELECT CAJA-FILE ASSIGN TO "CAJA"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS CAJ-CLAVE
              FILE STATUS IS WS-CAJA-STATUS.
      *
           SELECT CAJADIV-FILE ASSIGN TO "CAJADIV"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS CJD-CLAVE
              FILE STATUS IS WS-CAJADIV-STATUS.
      *
           SELECT MARGDIV-FILE ASSIGN TO "MARGDIV"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-MARGDIV-STATUS.
      *
           SELECT CAMBHIST-FILE ASSIGN TO "CAMBHIST"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-CAMBHIST-STATUS.
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
       FD  CAJA-FILE.
           COPY "caja.cpy".
      *
       FD  CAJADIV-FILE.
           COPY "cajadiv.cpy".
      *
       FD  MARGDIV-FILE.
           COPY "margdiv.cpy".
      *
       FD  CAMBHIST-FILE.
           COPY "cambhist.cpy".
      *
       WORKING-STORAGE SECTION.
      *
      *--- Datos de la operacion ---
       01 WS-MONEDA-BASE         PIC X(03) VALUE "EUR".
       01 WS-SENTIDO             PIC X(01).
       01 WS-MONEDA              PIC X(03).
       01 WS-IMPORTE-DIVISA      PIC 9(08)V99 VALUE 0.
       01 WS-FORMA-PAGO          PIC X(01).
       01 WS-NUMERO-CUENTA       PIC X(20).
       01 WS-TASA-MEDIA          PIC 9(04)V9(6) VALUE 0.
       01 WS-TASA-APLICADA       PIC 9(04)V9(6) VALUE 0.
       01 WS-PCT-MARGEN          PIC 9(02)V9(04) VALUE 0.
       01 WS-CONTRAVALOR         PIC 9(10)V99 VALUE 0.
       01 WS-CONTRAVALOR-MEDIO   PIC 9(10)V99 VALUE 0.
       01 WS-MARGEN              PIC 9(10)V99 VALUE 0.
       01 WS-OPERACION-VALIDA    PIC X VALUE 'N'.
       01 WS-MOTIVO-RECHAZO      PIC X(40).
       01 WS-DIVISA-EN-CAJON     PIC X VALUE 'N'.
       01 WS-BILLETES-ESPERADOS  PIC S9(11)V99 VALUE 0.
       01 WS-CAJON-ESPERADO      PIC S9(11)V99 VALUE 0.
       01 WS-SALDO-DISPONIBLE    PIC S9(11)V99 VALUE 0.
       01 WS-DESCUBIERTO-CUENTA  PIC 9(10)V99 VALUE 0.
       01 WS-TITULAR             PIC X(40).
       01 WS-SIGUIENTE-SECUENCIA PIC 9(06) VALUE 0.
       01 WS-IMPORTE-EDITADO     PIC Z(9)9.99.
       01 WS-TASA-EDITADA        PIC Z(3)9.9(6).
      *
      *--- Margenes por divisa (MARGDIV) ---
       01 WS-MAX-MARGENES        PIC 9(02) VALUE 50.
       01 WS-NUM-MARGENES        PIC 9(02) VALUE 0.
       01 WS-IDX-MARGEN          PIC 9(02) VALUE 0.
       01 WS-TABLA-MARGENES.
          05 WS-MGD-ENTRY OCCURS 50 TIMES.
             10 WS-MGD-MONEDA       PIC X(03).
             10 WS-MGD-PCT-COMPRA   PIC 9(02)V9(04).
             10 WS-MGD-PCT-VENTA    PIC 9(02)V9(04).
       01 WS-MARGEN-ENCONTRADO   PIC X VALUE 'N'.
      *
      *--- Tasas medias divisa->EUR vigentes (CAMBHIST) ---
       01 WS-MAX-CAMBIOS         PIC 9(02) VALUE 50.
       01 WS-NUM-CAMBIOS         PIC 9(02) VALUE 0.
       01 WS-IDX-CAMBIO          PIC 9(02) VALUE 0.
       01 WS-TABLA-CAMBIOS.
          05 WS-CAM-ENTRY OCCURS 50 TIMES.
             10 WS-CAM-MONEDA       PIC X(03).
             10 WS-CAM-TASA         PIC 9(04)V9(6).
             10 WS-CAM-FECHA-DESDE  PIC X(10).
       01 WS-PAR-ENCONTRADO      PIC X VALUE 'N'.
       01 WS-TASA-DISPONIBLE     PIC X VALUE 'N'.
      *
      *--- Contrapartida del margen en la cuenta interna ---
       01 WS-CTA-GL-CAMBIO       PIC X(20) VALUE "INT-ING-CAMBIO".
       01 WS-GL-CONCEPTO         PIC X(50).
       01 WS-MAX-INTENTOS-GL     PIC 9(03) VALUE 100.
       01 WS-NUM-INTENTOS-GL     PIC 9(03) VALUE 0.
       01 WS-GL-APLICADO         PIC X VALUE 'N'.
       01 WS-CUENTA-A-BLOQUEAR   PIC X(20).
      *
      *--- Totales de la sesion ---
       01 WS-CONTADOR            PIC 9(03) VALUE 0.
       01 WS-NUM-ACEPTADAS       PIC 9(03) VALUE 0.
       01 WS-TOTAL-MARGEN        PIC 9(10)V99 VALUE 0.
      *
      *--- Variables de control ---
       01 WS-CONTINUAR           PIC X VALUE 'S'.
       01 WS-FECHA-ACTUAL        PIC X(10).
       01 WS-HORA-ACTUAL         PIC X(08).
       01 WS-FIN-FICHERO         PIC X VALUE 'N'.
      *
       01 WS-CUENTAS-STATUS      PIC X(02).
          88 WS-CUENTAS-OK           VALUE "00".
       01 WS-MOVIMIEN-STATUS     PIC X(02).
          88 WS-MOVIMIEN-OK          VALUE "00".
       01 WS-CTLMOV-STATUS       PIC X(02).
          88 WS-CTLMOV-OK            VALUE "00".
          88 WS-CTLMOV-NUEVO         VALUE "35".
       01 WS-CAJA-STATUS         PIC X(02).
          88 WS-CAJA-OK              VALUE "00".
       01 WS-CAJADIV-STATUS      PIC X(02).
          88 WS-CAJADIV-OK           VALUE "00".
          88 WS-CAJADIV-NUEVO        VALUE "35".
       01 WS-MARGDIV-STATUS      PIC X(02).
          88 WS-MARGDIV-OK           VALUE "00".
       01 WS-CAMBHIST-STATUS     PIC X(02).
          88 WS-CAMBHIST-OK          VALUE "00".
      *
      *--- Caja de efectivo del cajero (ver BANCO-CAJA) ---
       01 WS-ID-CAJERO           PIC X(08).
       01 WS-CAJA-ABIERTA        PIC X VALUE 'N'.
      *
      *--- Sesion de operador (ver BANCO-CONTROL-ACCESO) ---
       01 WS-CA-ACCION           PIC X(01).
       01 WS-OPERADOR            PIC X(08) VALUE SPACES.
       01 WS-NIVEL-OPERADOR      PIC 9(01) VALUE 0.
       01 WS-LIMITE-OPERADOR     PIC 9(10)V99 VALUE 0.
       01 WS-CA-IMPORTE          PIC 9(10)V99 VALUE 0.
       01 WS-CA-AUTORIZADO       PIC X(01).
       01 WS-SUPERVISOR          PIC X(08).
       01 WS-SUP-NIVEL           PIC 9(01).
       01 WS-SUP-LIMITE          PIC 9(10)V99.
      *
      *--- Bloqueo de registro con reintento ---
       01 WS-MAX-ESPERAS         PIC 9(02) VALUE 10.
       01 WS-NUM-ESPERAS         PIC 9(02) VALUE 0.
       01 WS-CUENTA-RESERVADA    PIC X VALUE 'N'.
       01 WS-CONTADOR-RESERVADO  PIC X VALUE 'N'.
      *
      *--- Datos para la linea de auditoria ---
       01 WS-AUD-PROGRAMA        PIC X(20) VALUE "BANCO-CAMBIO-DIVISAS".
       01 WS-AUD-CUENTA          PIC X(20).
       01 WS-AUD-IMPORTE         PIC S9(10)V99 VALUE 0.
       01 WS-AUD-RESULTADO       PIC X(10).
       01 WS-AUD-DETALLE         PIC X(40).
      *
      *-------- BLOQUE 4: PROCEDURE DIVISION ------------------------*
       PROCEDURE DIVISION.
      *
       0000-PRINCIPAL.
           PERFORM 1000-INICIALIZAR
           PERFORM 1050-INICIAR-SESION
           PERFORM 1500-ABRIR-FICHEROS
           PERFORM 1600-CARGAR-MARGENES
           PERFORM 1700-CARGAR-TASAS-MEDIAS
           PERFORM 1800-LOCALIZAR-CAJA
           IF WS-CAJA-ABIERTA = 'S'
              PERFORM 3000-REGISTRAR-OPERACIONES
              PERFORM 5000-MOSTRAR-RESUMEN
           ELSE
              DISPLAY " "
              DISPLAY "ERROR: no hay caja abierta para el cajero; "
                 "el cambio de billetes necesita la caja del dia. "
                 "Abrala con BANCO-CAJA."
           END-IF
           PERFORM 8900-CERRAR-FICHEROS
           PERFORM 9000-FINALIZAR
           STOP RUN.
      *
       1000-INICIALIZAR.
           ACCEPT WS-FECHA-ACTUAL FROM DATE YYYYMMDD
           ACCEPT WS-HORA-ACTUAL FROM TIME
           DISPLAY "=========================================="
           DISPLAY "   CAMBIO DE BILLETES EN DIVISA"
           DISPLAY "   Fecha: " WS-FECHA-ACTUAL
           DISPLAY "==========================================".
      *
      *    Inicio de sesion de operador contra el maestro USUARIOS;
      *    sin sesion valida el programa no opera.
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
           END-IF.
      *
       1500-ABRIR-FICHEROS.
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
           OPEN I-O CAJA-FILE
           OPEN I-O CAJADIV-FILE
           IF WS-CAJADIV-NUEVO
              OPEN OUTPUT CAJADIV-FILE
              CLOSE CAJADIV-FILE
              OPEN I-O CAJADIV-FILE
           END-IF
           IF NOT WS-CUENTAS-OK OR NOT WS-MOVIMIEN-OK
              OR NOT WS-CAJA-OK OR NOT WS-CAJADIV-OK
              DISPLAY "ERROR: No se pueden abrir los ficheros "
                 "maestros o de caja."
              PERFORM 9000-FINALIZAR
              STOP RUN
           END-IF.
      *
      *    Carga los margenes de compra y venta por divisa; sin
      *    fichero ninguna divisa se puede operar.
       1600-CARGAR-MARGENES.
           MOVE 0 TO WS-NUM-MARGENES
           OPEN INPUT MARGDIV-FILE
           IF NOT WS-MARGDIV-OK
              DISPLAY "AVISO: no se puede abrir MARGDIV; no hay "
                 "divisas operables."
           ELSE
              MOVE 'N' TO WS-FIN-FICHERO
              PERFORM UNTIL WS-FIN-FICHERO = 'S'
                 READ MARGDIV-FILE
                    AT END
                       MOVE 'S' TO WS-FIN-FICHERO
                    NOT AT END
                       IF WS-NUM-MARGENES < WS-MAX-MARGENES
                          ADD 1 TO WS-NUM-MARGENES
                          MOVE MGD-MONEDA
                             TO WS-MGD-MONEDA(WS-NUM-MARGENES)
                          MOVE MGD-PCT-COMPRA
                             TO WS-MGD-PCT-COMPRA(WS-NUM-MARGENES)
                          MOVE MGD-PCT-VENTA
                             TO WS-MGD-PCT-VENTA(WS-NUM-MARGENES)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE MARGDIV-FILE
           END-IF.
      *
      *    Carga del historico CAMBHIST la tasa divisa->EUR vigente
      *    hoy, con el mismo criterio de "fecha de entrada en vigor
      *    mas reciente" que BANCO-REVALORIZACION.
       1700-CARGAR-TASAS-MEDIAS.
           MOVE 0 TO WS-NUM-CAMBIOS
           OPEN INPUT CAMBHIST-FILE
           IF NOT WS-CAMBHIST-OK
              DISPLAY "AVISO: no se puede abrir CAMBHIST; no hay "
                 "tasas para el cambio de billetes."
           ELSE
              PERFORM UNTIL NOT WS-CAMBHIST-OK
                 READ CAMBHIST-FILE
                    AT END
                       MOVE "10" TO WS-CAMBHIST-STATUS
                    NOT AT END
                       IF CAH-MONEDA-DESTINO = WS-MONEDA-BASE
                          AND CAH-FECHA-DESDE <= WS-FECHA-ACTUAL
                          PERFORM 1760-ANOTAR-TASA-VIGENTE
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE CAMBHIST-FILE
           END-IF.
      *
       1760-ANOTAR-TASA-VIGENTE.
           MOVE 'N' TO WS-PAR-ENCONTRADO
           PERFORM VARYING WS-IDX-CAMBIO FROM 1 BY 1
              UNTIL WS-IDX-CAMBIO > WS-NUM-CAMBIOS
              IF WS-CAM-MONEDA(WS-IDX-CAMBIO) = CAH-MONEDA-ORIGEN
                 MOVE 'S' TO WS-PAR-ENCONTRADO
                 IF CAH-FECHA-DESDE >=
                       WS-CAM-FECHA-DESDE(WS-IDX-CAMBIO)
                    MOVE CAH-TASA TO WS-CAM-TASA(WS-IDX-CAMBIO)
                    MOVE CAH-FECHA-DESDE TO
                       WS-CAM-FECHA-DESDE(WS-IDX-CAMBIO)
                 END-IF
              END-IF
           END-PERFORM
           IF WS-PAR-ENCONTRADO = 'N'
              AND WS-NUM-CAMBIOS < WS-MAX-CAMBIOS
              ADD 1 TO WS-NUM-CAMBIOS
              MOVE CAH-MONEDA-ORIGEN TO WS-CAM-MONEDA(WS-NUM-CAMBIOS)
              MOVE CAH-TASA TO WS-CAM-TASA(WS-NUM-CAMBIOS)
              MOVE CAH-FECHA-DESDE TO
                 WS-CAM-FECHA-DESDE(WS-NUM-CAMBIOS)
           END-IF.
      *
      *    Localiza la caja de efectivo abierta hoy por el cajero con
      *    BANCO-CAJA; a diferencia de ingresos y retiradas, sin caja
      *    no se opera, porque los billetes en divisa solo existen en
      *    las existencias del cajon.
       1800-LOCALIZAR-CAJA.
           MOVE 'N' TO WS-CAJA-ABIERTA
           MOVE WS-OPERADOR TO WS-ID-CAJERO
           MOVE WS-ID-CAJERO TO CAJ-ID-CAJERO
           MOVE WS-FECHA-ACTUAL TO CAJ-FECHA
           READ CAJA-FILE
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 IF CAJ-ESTADO = "A"
                    MOVE 'S' TO WS-CAJA-ABIERTA
                 END-IF
           END-READ.
      *
       3000-REGISTRAR-OPERACIONES.
           MOVE 'S' TO WS-CONTINUAR
           PERFORM UNTIL WS-CONTINUAR = 'N'
              ADD 1 TO WS-CONTADOR
              DISPLAY " "
              DISPLAY "--- Operacion de cambio #" WS-CONTADOR " ---"
              PERFORM 3100-PEDIR-OPERACION
              PERFORM 3200-VALIDAR-OPERACION
              IF WS-OPERACION-VALIDA = 'S'
                 PERFORM 3150-MOSTRAR-COTIZACION
              END-IF
              IF WS-OPERACION-VALIDA = 'S'
                 PERFORM 3250-AUTORIZAR-IMPORTE
              END-IF
              IF WS-OPERACION-VALIDA = 'S'
                 AND WS-FORMA-PAGO = "C"
                 PERFORM 3280-BLOQUEAR-REGISTRO-CUENTA
              END-IF
              IF WS-OPERACION-VALIDA = 'S'
                 PERFORM 3300-APLICAR-OPERACION
              ELSE
                 DISPLAY "Operacion rechazada: " WS-MOTIVO-RECHAZO
                 PERFORM 3450-REGISTRAR-AUDITORIA-RECHAZO
              END-IF
              DISPLAY "Desea registrar otra operacion? (S/N): "
              ACCEPT WS-CONTINUAR
           END-PERFORM.
      *
       3100-PEDIR-OPERACION.
           DISPLAY "Operacion (C = compra de billetes al cliente, "
              "V = venta de billetes al cliente): "
           ACCEPT WS-SENTIDO
           DISPLAY "Divisa de los billetes (USD, GBP...): "
           ACCEPT WS-MONEDA
           DISPLAY "Importe en divisa: "
           ACCEPT WS-IMPORTE-DIVISA
           DISPLAY "Contravalor en efectivo o en cuenta (E/C): "
           ACCEPT WS-FORMA-PAGO
           MOVE SPACES TO WS-NUMERO-CUENTA
           IF WS-FORMA-PAGO = "C"
              DISPLAY "Cuenta del cliente (en " WS-MONEDA-BASE "): "
              ACCEPT WS-NUMERO-CUENTA
           END-IF.
      *
      *    Valida la operacion y calcula tasa aplicada, contravalor y
      *    margen; comprueba que el cajon tenga los billetes que se
      *    venden o el efectivo que se paga, y que la cuenta exista,
      *    este activa, sea en moneda base y, en una venta, tenga
      *    saldo (con su descubierto autorizado).
       3200-VALIDAR-OPERACION.
           MOVE 'S' TO WS-OPERACION-VALIDA
           MOVE SPACES TO WS-MOTIVO-RECHAZO
           IF WS-SENTIDO NOT = "C" AND WS-SENTIDO NOT = "V"
              MOVE 'N' TO WS-OPERACION-VALIDA
              MOVE "OPERACION NO VALIDA" TO WS-MOTIVO-RECHAZO
           END-IF
           IF WS-OPERACION-VALIDA = 'S'
              AND WS-FORMA-PAGO NOT = "E" AND WS-FORMA-PAGO NOT = "C"
              MOVE 'N' TO WS-OPERACION-VALIDA
              MOVE "FORMA DE PAGO NO VALIDA" TO WS-MOTIVO-RECHAZO
           END-IF
           IF WS-OPERACION-VALIDA = 'S'
              AND (WS-IMPORTE-DIVISA NOT > 0
              OR WS-MONEDA = WS-MONEDA-BASE)
              MOVE 'N' TO WS-OPERACION-VALIDA
              MOVE "IMPORTE O DIVISA NO VALIDOS" TO WS-MOTIVO-RECHAZO
           END-IF
           IF WS-OPERACION-VALIDA = 'S'
              PERFORM 3210-CALCULAR-CONTRAVALOR
           END-IF
           IF WS-OPERACION-VALIDA = 'S'
              PERFORM 3220-COMPROBAR-CAJON
           END-IF
           IF WS-OPERACION-VALIDA = 'S'
              AND WS-FORMA-PAGO = "C"
              PERFORM 3230-COMPROBAR-CUENTA
           END-IF.
      *
       3210-CALCULAR-CONTRAVALOR.
           MOVE 'N' TO WS-MARGEN-ENCONTRADO
           PERFORM VARYING WS-IDX-MARGEN FROM 1 BY 1
              UNTIL WS-IDX-MARGEN > WS-NUM-MARGENES
              IF WS-MGD-MONEDA(WS-IDX-MARGEN) = WS-MONEDA
                 MOVE 'S' TO WS-MARGEN-ENCONTRADO
                 IF WS-SENTIDO = "C"
                    MOVE WS-MGD-PCT-COMPRA(WS-IDX-MARGEN)
                       TO WS-PCT-MARGEN
                 ELSE
                    MOVE WS-MGD-PCT-VENTA(WS-IDX-MARGEN)
                       TO WS-PCT-MARGEN
                 END-IF
              END-IF
           END-PERFORM
           MOVE 'N' TO WS-TASA-DISPONIBLE
           PERFORM VARYING WS-IDX-CAMBIO FROM 1 BY 1
              UNTIL WS-IDX-CAMBIO > WS-NUM-CAMBIOS
              IF WS-CAM-MONEDA(WS-IDX-CAMBIO) = WS-MONEDA
                 MOVE WS-CAM-TASA(WS-IDX-CAMBIO) TO WS-TASA-MEDIA
                 MOVE 'S' TO WS-TASA-DISPONIBLE
              END-IF
           END-PERFORM
           IF WS-MARGEN-ENCONTRADO = 'N'
              MOVE 'N' TO WS-OPERACION-VALIDA
              MOVE "DIVISA SIN MARGEN EN MARGDIV" TO WS-MOTIVO-RECHAZO
           ELSE
              IF WS-TASA-DISPONIBLE = 'N'
                 MOVE 'N' TO WS-OPERACION-VALIDA
                 MOVE "DIVISA SIN TASA VIGENTE EN CAMBHIST"
                    TO WS-MOTIVO-RECHAZO
              ELSE
                 IF WS-SENTIDO = "C"
                    COMPUTE WS-TASA-APLICADA ROUNDED =
                       WS-TASA-MEDIA * (100 - WS-PCT-MARGEN) / 100
                 ELSE
                    COMPUTE WS-TASA-APLICADA ROUNDED =
                       WS-TASA-MEDIA * (100 + WS-PCT-MARGEN) / 100
                 END-IF
                 COMPUTE WS-CONTRAVALOR ROUNDED =
                    WS-IMPORTE-DIVISA * WS-TASA-APLICADA
                 COMPUTE WS-CONTRAVALOR-MEDIO ROUNDED =
                    WS-IMPORTE-DIVISA * WS-TASA-MEDIA
                 IF WS-SENTIDO = "C"
                    COMPUTE WS-MARGEN =
                       WS-CONTRAVALOR-MEDIO - WS-CONTRAVALOR
                 ELSE
                    COMPUTE WS-MARGEN =
                       WS-CONTRAVALOR - WS-CONTRAVALOR-MEDIO
                 END-IF
                 IF WS-CONTRAVALOR NOT > 0
                    MOVE 'N' TO WS-OPERACION-VALIDA
                    MOVE "CONTRAVALOR NULO" TO WS-MOTIVO-RECHAZO
                 END-IF
              END-IF
           END-IF.
      *
      *    Existencias del cajon: en una venta el cajon debe tener
      *    los billetes de la divisa; en una compra pagada en
      *    efectivo, el efectivo en moneda base que se entrega.
       3220-COMPROBAR-CAJON.
           MOVE WS-ID-CAJERO TO CJD-ID-CAJERO
           MOVE WS-FECHA-ACTUAL TO CJD-FECHA
           MOVE WS-MONEDA TO CJD-MONEDA
           READ CAJADIV-FILE
              INVALID KEY
                 MOVE 'N' TO WS-DIVISA-EN-CAJON
                 MOVE 0 TO WS-BILLETES-ESPERADOS
              NOT INVALID KEY
                 MOVE 'S' TO WS-DIVISA-EN-CAJON
                 COMPUTE WS-BILLETES-ESPERADOS =
                    CJD-SALDO-INICIAL + CJD-TOTAL-COMPRAS
                    - CJD-TOTAL-VENTAS
           END-READ
           IF WS-DIVISA-EN-CAJON = 'S'
              AND CJD-ESTADO NOT = "A"
              MOVE 'N' TO WS-OPERACION-VALIDA
              MOVE "EXISTENCIAS DE LA DIVISA YA CERRADAS"
                 TO WS-MOTIVO-RECHAZO
           END-IF
           IF WS-OPERACION-VALIDA = 'S'
              AND WS-SENTIDO = "V"
              AND WS-IMPORTE-DIVISA > WS-BILLETES-ESPERADOS
              MOVE 'N' TO WS-OPERACION-VALIDA
              MOVE "BILLETES INSUFICIENTES EN EL CAJON"
                 TO WS-MOTIVO-RECHAZO
           END-IF
           IF WS-OPERACION-VALIDA = 'S'
              AND WS-SENTIDO = "C"
              AND WS-FORMA-PAGO = "E"
              COMPUTE WS-CAJON-ESPERADO =
                 CAJ-SALDO-INICIAL + CAJ-TOTAL-INGRESOS
                 - CAJ-TOTAL-RETIRADAS
              IF WS-CONTRAVALOR > WS-CAJON-ESPERADO
                 MOVE 'N' TO WS-OPERACION-VALIDA
                 MOVE "EFECTIVO INSUFICIENTE EN EL CAJON"
                    TO WS-MOTIVO-RECHAZO
              END-IF
           END-IF.
      *
       3230-COMPROBAR-CUENTA.
           MOVE WS-NUMERO-CUENTA TO CTA-NUM-CUENTA
           READ CUENTAS-FILE
              INVALID KEY
                 MOVE 'N' TO WS-OPERACION-VALIDA
                 MOVE "CUENTA NO ENCONTRADA" TO WS-MOTIVO-RECHAZO
              NOT INVALID KEY
                 MOVE CTA-TITULAR TO WS-TITULAR
                 IF CTA-ESTADO NOT = "A"
                    MOVE 'N' TO WS-OPERACION-VALIDA
                    MOVE "CUENTA BLOQUEADA O CERRADA"
                       TO WS-MOTIVO-RECHAZO
                 END-IF
                 IF CTA-MONEDA NOT = WS-MONEDA-BASE
                    MOVE 'N' TO WS-OPERACION-VALIDA
                    MOVE "LA CUENTA NO ES EN MONEDA BASE"
                       TO WS-MOTIVO-RECHAZO
                 END-IF
                 IF WS-OPERACION-VALIDA = 'S'
                    AND WS-SENTIDO = "V"
                    PERFORM 3240-CALCULAR-DISPONIBLE
                    IF WS-CONTRAVALOR > WS-SALDO-DISPONIBLE
                       MOVE 'N' TO WS-OPERACION-VALIDA
                       MOVE "SALDO INSUFICIENTE" TO WS-MOTIVO-RECHAZO
                    END-IF
                 END-IF
           END-READ.
      *
      *    Saldo disponible con la linea de descubierto autorizado;
      *    un registro anterior al alta del campo trae el area en
      *    blanco y se trata como descubierto cero.
       3240-CALCULAR-DISPONIBLE.
           IF CTA-DESCUBIERTO-AUT IS NUMERIC
              MOVE CTA-DESCUBIERTO-AUT TO WS-DESCUBIERTO-CUENTA
           ELSE
              MOVE 0 TO WS-DESCUBIERTO-CUENTA
           END-IF
           COMPUTE WS-SALDO-DISPONIBLE =
              CTA-SALDO-DISP + WS-DESCUBIERTO-CUENTA.
      *
       3150-MOSTRAR-COTIZACION.
           MOVE WS-TASA-MEDIA TO WS-TASA-EDITADA
           DISPLAY "Tasa media " WS-MONEDA "/" WS-MONEDA-BASE ": "
              WS-TASA-EDITADA
           MOVE WS-TASA-APLICADA TO WS-TASA-EDITADA
           DISPLAY "Tasa aplicada:        " WS-TASA-EDITADA
           MOVE WS-CONTRAVALOR TO WS-IMPORTE-EDITADO
           IF WS-SENTIDO = "C"
              DISPLAY "Contravalor a pagar al cliente: "
                 WS-IMPORTE-EDITADO " " WS-MONEDA-BASE
           ELSE
              DISPLAY "Contravalor a cobrar al cliente: "
                 WS-IMPORTE-EDITADO " " WS-MONEDA-BASE
           END-IF.
      *
      *    Un contravalor por encima de la autoridad del operador
      *    exige la autorizacion de un supervisor, que queda
      *    auditada.
       3250-AUTORIZAR-IMPORTE.
           IF WS-LIMITE-OPERADOR > 0
              AND WS-CONTRAVALOR > WS-LIMITE-OPERADOR
              MOVE "S" TO WS-CA-ACCION
              MOVE WS-CONTRAVALOR TO WS-CA-IMPORTE
              MOVE SPACES TO WS-SUPERVISOR
              CALL "BANCO-CONTROL-ACCESO" USING WS-CA-ACCION
                 WS-SUPERVISOR WS-SUP-NIVEL WS-SUP-LIMITE
                 WS-CA-IMPORTE WS-CA-AUTORIZADO
              IF WS-CA-AUTORIZADO = 'S'
                 PERFORM 3460-PREPARAR-CUENTA-AUDITORIA
                 MOVE WS-CONTRAVALOR TO WS-AUD-IMPORTE
                 MOVE "AUTORIZADA" TO WS-AUD-RESULTADO
      *          El detalle lleva al cajero autorizado, para que el
      *          informe de operadores sepa quien autorizo a quien
                 MOVE SPACES TO WS-AUD-DETALLE
                 STRING "AUTORIZACION DE SUPERVISOR A " WS-OPERADOR
                    DELIMITED BY SIZE INTO WS-AUD-DETALLE
                 CALL "BANCO-AUDITORIA-MOTOR" USING WS-AUD-PROGRAMA
                    WS-AUD-CUENTA SPACES WS-AUD-IMPORTE
                    WS-AUD-RESULTADO WS-AUD-DETALLE WS-SUPERVISOR
              ELSE
                 MOVE 'N' TO WS-OPERACION-VALIDA
                 MOVE "NO AUTORIZADA POR SUPERVISOR"
                    TO WS-MOTIVO-RECHAZO
              END-IF
           END-IF.
      *
      *    Relee la cuenta con bloqueo, reintentando si otra
      *    ventanilla la retiene, y en una venta vuelve a comprobar
      *    el saldo sobre lo leido.
       3280-BLOQUEAR-REGISTRO-CUENTA.
           MOVE WS-NUMERO-CUENTA TO WS-CUENTA-A-BLOQUEAR
           PERFORM 4050-LEER-CUENTA-CON-BLOQUEO
           IF WS-CUENTA-RESERVADA = 'N'
              MOVE 'N' TO WS-OPERACION-VALIDA
              MOVE "CUENTA EN USO POR OTRO OPERADOR"
                 TO WS-MOTIVO-RECHAZO
           ELSE
              IF WS-SENTIDO = "V"
                 PERFORM 3240-CALCULAR-DISPONIBLE
                 IF WS-CONTRAVALOR > WS-SALDO-DISPONIBLE
                    MOVE 'N' TO WS-OPERACION-VALIDA
                    MOVE "SALDO INSUFICIENTE" TO WS-MOTIVO-RECHAZO
      *             El REWRITE sin cambios libera el bloqueo
                    REWRITE CTA-REGISTRO
                 END-IF
              END-IF
           END-IF.
      *
      *    Aplica la operacion: el contravalor en la cuenta (ya
      *    releida con bloqueo) o en el efectivo de la caja, los
      *    billetes en las existencias de la divisa del cajon y el
      *    margen en la cuenta interna de ingresos por cambio.
       3300-APLICAR-OPERACION.
           IF WS-FORMA-PAGO = "C"
              PERFORM 3310-APUNTAR-EN-CUENTA
           ELSE
              IF WS-SENTIDO = "C"
                 ADD WS-CONTRAVALOR TO CAJ-TOTAL-RETIRADAS
              ELSE
                 ADD WS-CONTRAVALOR TO CAJ-TOTAL-INGRESOS
              END-IF
              ADD 1 TO CAJ-NUM-OPERACIONES
              REWRITE CAJ-REGISTRO
           END-IF
           PERFORM 3350-ACUMULAR-EN-CAJON
           IF WS-MARGEN > 0
              PERFORM 3600-CONTABILIZAR-MARGEN
           END-IF
           ADD 1 TO WS-NUM-ACEPTADAS
           ADD WS-MARGEN TO WS-TOTAL-MARGEN
           PERFORM 3400-REGISTRAR-AUDITORIA
           PERFORM 3500-EMITIR-JUSTIFICANTE.
      *
      *    Cargo (venta de billetes, DIVC) o abono (compra, DIVA) del
      *    contravalor en la cuenta del cliente; el REWRITE libera el
      *    bloqueo.
       3310-APUNTAR-EN-CUENTA.
           IF WS-SENTIDO = "V"
              SUBTRACT WS-CONTRAVALOR FROM CTA-SALDO-DISP
           ELSE
              ADD WS-CONTRAVALOR TO CTA-SALDO-DISP
           END-IF
           REWRITE CTA-REGISTRO
           PERFORM 3700-OBTENER-SIGUIENTE-SECUENCIA
           MOVE WS-NUMERO-CUENTA TO MOV-NUM-CUENTA
           MOVE WS-FECHA-ACTUAL TO MOV-FECHA
           MOVE WS-SIGUIENTE-SECUENCIA TO MOV-SECUENCIA
           MOVE WS-HORA-ACTUAL TO MOV-HORA
           MOVE WS-IMPORTE-DIVISA TO WS-IMPORTE-EDITADO
           MOVE WS-TASA-APLICADA TO WS-TASA-EDITADA
           MOVE SPACES TO MOV-CONCEPTO
           IF WS-SENTIDO = "V"
              STRING "VENTA BILLETES " WS-MONEDA " "
                 WS-IMPORTE-EDITADO " TASA " WS-TASA-EDITADA
                 DELIMITED BY SIZE INTO MOV-CONCEPTO
              MOVE "G" TO MOV-TIPO
              MOVE "DIVC" TO MOV-COD-OPERACION
           ELSE
              STRING "COMPRA BILLETES " WS-MONEDA " "
                 WS-IMPORTE-EDITADO " TASA " WS-TASA-EDITADA
                 DELIMITED BY SIZE INTO MOV-CONCEPTO
              MOVE "I" TO MOV-TIPO
              MOVE "DIVA" TO MOV-COD-OPERACION
           END-IF
           MOVE WS-CONTRAVALOR TO MOV-IMPORTE
           MOVE CTA-SALDO-DISP TO MOV-SALDO-DESPUES
           MOVE CTA-MONEDA TO MOV-MONEDA
           MOVE "BANCO-CAMBIO-DIVISAS" TO MOV-PROGRAMA-ORIGEN
           MOVE "O" TO MOV-CANAL
           MOVE WS-OPERADOR TO MOV-OPERADOR
           MOVE SPACE TO MOV-MARCA-EXTORNO
           WRITE MOV-REGISTRO.
      *
      *    Acumula los billetes en las existencias de la divisa del
      *    cajon; una compra de una divisa que el cajon aun no tenia
      *    da de alta sus existencias con fondo cero.
       3350-ACUMULAR-EN-CAJON.
           IF WS-DIVISA-EN-CAJON = 'N'
              MOVE WS-ID-CAJERO TO CJD-ID-CAJERO
              MOVE WS-FECHA-ACTUAL TO CJD-FECHA
              MOVE WS-MONEDA TO CJD-MONEDA
              MOVE 0 TO CJD-SALDO-INICIAL
              MOVE 0 TO CJD-TOTAL-COMPRAS
              MOVE 0 TO CJD-TOTAL-VENTAS
              MOVE 0 TO CJD-CONTRAVALOR-COMPRAS
              MOVE 0 TO CJD-CONTRAVALOR-VENTAS
              MOVE 0 TO CJD-MARGEN
              MOVE 0 TO CJD-NUM-OPERACIONES
              MOVE 0 TO CJD-IMPORTE-CONTADO
              MOVE 0 TO CJD-DIFERENCIA
              MOVE "A" TO CJD-ESTADO
              MOVE CAJ-OFICINA TO CJD-OFICINA
           END-IF
           IF WS-SENTIDO = "C"
              ADD WS-IMPORTE-DIVISA TO CJD-TOTAL-COMPRAS
              ADD WS-CONTRAVALOR TO CJD-CONTRAVALOR-COMPRAS
           ELSE
              ADD WS-IMPORTE-DIVISA TO CJD-TOTAL-VENTAS
              ADD WS-CONTRAVALOR TO CJD-CONTRAVALOR-VENTAS
           END-IF
           ADD WS-MARGEN TO CJD-MARGEN
           ADD 1 TO CJD-NUM-OPERACIONES
           IF WS-DIVISA-EN-CAJON = 'N'
              WRITE CJD-REGISTRO
           ELSE
              REWRITE CJD-REGISTRO
           END-IF.
      *
       3400-REGISTRAR-AUDITORIA.
           PERFORM 3460-PREPARAR-CUENTA-AUDITORIA
           MOVE WS-CONTRAVALOR TO WS-AUD-IMPORTE
           MOVE "REALIZADA" TO WS-AUD-RESULTADO
           PERFORM 3470-PREPARAR-DETALLE-AUDITORIA
           CALL "BANCO-AUDITORIA-MOTOR" USING WS-AUD-PROGRAMA
              WS-AUD-CUENTA SPACES WS-AUD-IMPORTE
              WS-AUD-RESULTADO WS-AUD-DETALLE WS-OPERADOR.
      *
       3450-REGISTRAR-AUDITORIA-RECHAZO.
           PERFORM 3460-PREPARAR-CUENTA-AUDITORIA
           MOVE WS-CONTRAVALOR TO WS-AUD-IMPORTE
           MOVE "RECHAZADA" TO WS-AUD-RESULTADO
           MOVE WS-MOTIVO-RECHAZO TO WS-AUD-DETALLE
           CALL "BANCO-AUDITORIA-MOTOR" USING WS-AUD-PROGRAMA
              WS-AUD-CUENTA SPACES WS-AUD-IMPORTE
              WS-AUD-RESULTADO WS-AUD-DETALLE WS-OPERADOR.
      *
      *    La linea de auditoria va a la cuenta del cliente o, si el
      *    contravalor es en efectivo, a la caja del cajero.
       3460-PREPARAR-CUENTA-AUDITORIA.
           IF WS-FORMA-PAGO = "C"
              MOVE WS-NUMERO-CUENTA TO WS-AUD-CUENTA
           ELSE
              MOVE SPACES TO WS-AUD-CUENTA
              STRING "CAJA " WS-ID-CAJERO
                 DELIMITED BY SIZE INTO WS-AUD-CUENTA
           END-IF.
      *
       3470-PREPARAR-DETALLE-AUDITORIA.
           MOVE WS-IMPORTE-DIVISA TO WS-IMPORTE-EDITADO
           MOVE SPACES TO WS-AUD-DETALLE
           IF WS-SENTIDO = "C"
              STRING "COMPRA BILLETES " WS-MONEDA " "
                 WS-IMPORTE-EDITADO
                 DELIMITED BY SIZE INTO WS-AUD-DETALLE
           ELSE
              STRING "VENTA BILLETES " WS-MONEDA " "
                 WS-IMPORTE-EDITADO
                 DELIMITED BY SIZE INTO WS-AUD-DETALLE
           END-IF.
      *
       3500-EMITIR-JUSTIFICANTE.
           DISPLAY " "
           DISPLAY "------------------------------------"
           IF WS-SENTIDO = "C"
              DISPLAY "  JUSTIFICANTE DE COMPRA DE BILLETES"
           ELSE
              DISPLAY "  JUSTIFICANTE DE VENTA DE BILLETES"
           END-IF
           DISPLAY "------------------------------------"
           DISPLAY "Fecha/hora:  " WS-FECHA-ACTUAL " " WS-HORA-ACTUAL
           MOVE WS-IMPORTE-DIVISA TO WS-IMPORTE-EDITADO
           DISPLAY "Billetes:    " WS-IMPORTE-EDITADO " " WS-MONEDA
           MOVE WS-TASA-APLICADA TO WS-TASA-EDITADA
           DISPLAY "Tasa:        " WS-TASA-EDITADA
           MOVE WS-CONTRAVALOR TO WS-IMPORTE-EDITADO
           DISPLAY "Contravalor: " WS-IMPORTE-EDITADO " "
              WS-MONEDA-BASE
           IF WS-FORMA-PAGO = "C"
              DISPLAY "Cuenta:      " WS-NUMERO-CUENTA
              DISPLAY "Titular:     " WS-TITULAR
           ELSE
              DISPLAY "Contravalor en efectivo"
           END-IF
           DISPLAY "Cajero:      " WS-OPERADOR
           DISPLAY "------------------------------------".
      *
      *    Abona el margen en la cuenta interna de ingresos por
      *    cambio, creandola al vuelo si no existe; el concepto lleva
      *    la divisa en la posicion 24 y el sentido en la 28 para el
      *    informe diario de cambio. Si no se consigue aplicar queda
      *    linea de auditoria PENDIENTE, como en BANCO-LIQUIDA-CUENTA.
       3600-CONTABILIZAR-MARGEN.
           MOVE 'N' TO WS-GL-APLICADO
           MOVE 0 TO WS-NUM-INTENTOS-GL
           PERFORM UNTIL WS-GL-APLICADO = 'S'
              OR WS-NUM-INTENTOS-GL > WS-MAX-INTENTOS-GL
              MOVE WS-CTA-GL-CAMBIO TO WS-CUENTA-A-BLOQUEAR
              PERFORM 4050-LEER-CUENTA-CON-BLOQUEO
              IF WS-CUENTA-RESERVADA = 'S'
                 ADD WS-MARGEN TO CTA-SALDO-DISP
                 REWRITE CTA-REGISTRO
                 IF WS-CUENTAS-OK
                    MOVE 'S' TO WS-GL-APLICADO
                 END-IF
              ELSE
                 IF WS-CUENTAS-STATUS = "23"
                    PERFORM 3650-CREAR-CUENTA-GL
                 END-IF
              END-IF
              IF WS-GL-APLICADO = 'N'
                 ADD 1 TO WS-NUM-INTENTOS-GL
              END-IF
           END-PERFORM
           IF WS-GL-APLICADO = 'N'
              MOVE WS-MARGEN TO WS-AUD-IMPORTE
              MOVE "PENDIENTE" TO WS-AUD-RESULTADO
              MOVE "MARGEN DE CAMBIO NO APLICADO" TO WS-AUD-DETALLE
              CALL "BANCO-AUDITORIA-MOTOR" USING WS-AUD-PROGRAMA
                 WS-CTA-GL-CAMBIO SPACES WS-AUD-IMPORTE
                 WS-AUD-RESULTADO WS-AUD-DETALLE WS-OPERADOR
              DISPLAY "ATENCION: no se pudo aplicar el margen en "
                 WS-CTA-GL-CAMBIO "; aplicar a mano antes del "
                 "cuadre (ver linea PENDIENTE en AUDITLOG)."
           ELSE
              MOVE SPACES TO WS-GL-CONCEPTO
              STRING "MARGEN CAMBIO BILLETES " WS-MONEDA " "
                 WS-SENTIDO " " WS-OPERADOR
                 DELIMITED BY SIZE INTO WS-GL-CONCEPTO
              PERFORM 3700-OBTENER-SIGUIENTE-SECUENCIA
              MOVE WS-CTA-GL-CAMBIO TO MOV-NUM-CUENTA
              MOVE WS-FECHA-ACTUAL TO MOV-FECHA
              MOVE WS-SIGUIENTE-SECUENCIA TO MOV-SECUENCIA
              MOVE WS-HORA-ACTUAL TO MOV-HORA
              MOVE WS-GL-CONCEPTO TO MOV-CONCEPTO
              MOVE "I" TO MOV-TIPO
              MOVE WS-MARGEN TO MOV-IMPORTE
              MOVE CTA-SALDO-DISP TO MOV-SALDO-DESPUES
              MOVE CTA-MONEDA TO MOV-MONEDA
              MOVE "BANCO-CAMBIO-DIVISAS" TO MOV-PROGRAMA-ORIGEN
              MOVE "GLDV" TO MOV-COD-OPERACION
              MOVE "O" TO MOV-CANAL
              MOVE WS-OPERADOR TO MOV-OPERADOR
              MOVE SPACE TO MOV-MARCA-EXTORNO
              WRITE MOV-REGISTRO
           END-IF.
      *
       3650-CREAR-CUENTA-GL.
           MOVE WS-CTA-GL-CAMBIO TO CTA-NUM-CUENTA
           MOVE "BANCO" TO CTA-ID-CLIENTE
           MOVE "INGRESOS POR CAMBIO DE DIVISAS" TO CTA-TITULAR
           MOVE "INTERNA" TO CTA-TIPO
           MOVE "EUR" TO CTA-MONEDA
           MOVE 0 TO CTA-SALDO-DISP
           MOVE 0 TO CTA-SALDO-RET
           MOVE 0 TO CTA-LIMITE-DIARIO
           MOVE 0 TO CTA-LIMITE-MENSUAL
           MOVE WS-FECHA-ACTUAL TO CTA-FECHA-APERTURA
           MOVE "A" TO CTA-ESTADO
           MOVE 0 TO CTA-DESCUBIERTO-AUT
           MOVE SPACES TO CTA-OFICINA
           WRITE CTA-REGISTRO.
      *
      *    El contador de secuencias se lee con bloqueo para que dos
      *    procesos simultaneos no repartan la misma secuencia; si el
      *    bloqueo no se consigue tras los reintentos se lee sin el,
      *    como ultimo recurso.
       3700-OBTENER-SIGUIENTE-SECUENCIA.
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
      *    Lee con bloqueo la cuenta de WS-CUENTA-A-BLOQUEAR,
      *    reintentando un numero acotado de veces; una cuenta
      *    inexistente no se reintenta.
       4050-LEER-CUENTA-CON-BLOQUEO.
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
       5000-MOSTRAR-RESUMEN.
           DISPLAY " "
           DISPLAY "=========================================="
           DISPLAY "   RESUMEN DE CAMBIO DE BILLETES"
           DISPLAY "=========================================="
           DISPLAY "Cajero: " WS-ID-CAJERO
           DISPLAY "Operaciones aceptadas: " WS-NUM-ACEPTADAS
              " de " WS-CONTADOR
           MOVE WS-TOTAL-MARGEN TO WS-IMPORTE-EDITADO
           DISPLAY "Margen de cambio:      " WS-IMPORTE-EDITADO " "
              WS-MONEDA-BASE
           DISPLAY "==========================================".
      *
       8900-CERRAR-FICHEROS.
           CLOSE CUENTAS-FILE
           CLOSE MOVIMIEN-FILE
           CLOSE CTLMOV-FILE
           CLOSE CAJA-FILE
           CLOSE CAJADIV-FILE.
      *
       9000-FINALIZAR.
           DISPLAY " "
           DISPLAY "Operacion finalizada correctamente."
           DISPLAY "Gracias por usar el sistema bancario.".
