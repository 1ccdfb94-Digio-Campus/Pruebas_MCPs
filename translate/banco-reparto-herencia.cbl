      *================================================================*
      * PROGRAMA: BANCO-REPARTO-HERENCIA
      * DESCRIPCION: Reparto de la herencia de un cliente fallecido
      *              (estado F, dado de alta con BANCO-TESTAMENTARIA)
      *              entre los herederos de la escritura notarial.
      *              El operador indica la referencia de la escritura
      *              y, por cada heredero, su cuenta (numero de cuenta
      *              o IBAN, nuestra o de otro banco), su nombre y su
      *              porcentaje, que deben sumar 100. De cada cuenta
      *              bloqueada por testamentaria (estado T) se reparte
      *              la parte del causante: todo el saldo si era el
      *              unico titular, o su porcentaje de participacion
      *              en TITULARS si la cuenta es compartida. Cada pago
      *              es una transferencia por BANCO-TRANSFER-MOTOR
      *              (codigos HERE/HERR, sin comision ni limites); al
      *              ultimo heredero le corresponde el resto del
      *              redondeo. Una vez pagada:
      *                - la cuenta de la que era unico titular se
      *                  cierra (estado C), con sus ordenes
      *                  permanentes canceladas y sus mandatos de baja;
      *                - la cuenta compartida vuelve a estado A para
      *                  los demas titulares: el causante se da de baja
      *                  en TITULARS, los porcentajes de los que quedan
      *                  se reescalan a 100 y, si era el primer
      *                  titular, pasa a serlo otro titular. Sus
      *                  ordenes y mandatos siguen suspendidos hasta
      *                  que los titulares los reactiven.
      *              El reparto se rechaza entero si alguna cuenta del
      *              causante no esta bloqueada por testamentaria o
      *              tiene retenciones activas, depositos a plazo
      *              vigentes, saldo retenido o saldo deudor. Antes de
      *              pagar nada se validan con el motor todos los
      *              pagos de la cuenta. Requiere siempre la
      *              autorizacion de un supervisor y deja linea de
      *              auditoria de cada paso. El resumen del reparto se
      *              imprime en HEREIMPR.
      * AUTOR: Proyecto MCPs
      * FECHA: 2026-10-15
      *================================================================*
      *
      *-------- BLOQUE 1: IDENTIFICATION DIVISION -------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANCO-REPARTO-HERENCIA.
       AUTHOR. PROYECTO-MCPS.
      *
      *-------- BLOQUE 2: ENVIRONMENT DIVISION ----------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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
           SELECT RETENCIONES-FILE ASSIGN TO "RETENCIO"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS RET-ID
              FILE STATUS IS WS-RETENCIONES-STATUS.
      *
           SELECT PLAZOS-FILE ASSIGN TO "PLAZOS"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PLZ-ID
              FILE STATUS IS WS-PLAZOS-STATUS.
      *
           SELECT ORDENES-FILE ASSIGN TO "ORDENES"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS ORD-ID
              FILE STATUS IS WS-ORDENES-STATUS.
      *
           SELECT MANDATOS-FILE ASSIGN TO "MANDATOS"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS MAN-CLAVE
              FILE STATUS IS WS-MANDATOS-STATUS.
      *
           SELECT IMPRESION-FILE ASSIGN TO "HEREIMPR"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-IMPRESION-STATUS.
      *
      *-------- BLOQUE 3: DATA DIVISION -----------------------------*
       DATA DIVISION.
       FILE SECTION.
       FD  CLIENTES-FILE.
           COPY "clientes.cpy".
      *
       FD  CUENTAS-FILE.
           COPY "cuentas.cpy".
      *
       FD  TITULARES-FILE.
           COPY "titular.cpy".
      *
       FD  RETENCIONES-FILE.
           COPY "retencion.cpy".
      *
       FD  PLAZOS-FILE.
           COPY "plazos.cpy".
      *
       FD  ORDENES-FILE.
           COPY "ordenes.cpy".
      *
       FD  MANDATOS-FILE.
           COPY "mandatos.cpy".
      *
       FD  IMPRESION-FILE.
       01 WS-LINEA-IMPRESION       PIC X(80).
      *
       WORKING-STORAGE SECTION.
      *
      *--- Datos del causante y de la escritura ---
       01 WS-ID-CLIENTE            PIC X(12).
       01 WS-NOMBRE-CLIENTE        PIC X(40).
       01 WS-FECHA-FALLECIMIENTO   PIC X(08).
       01 WS-ESCRITURA             PIC X(20).
       01 WS-REPARTO-VALIDO        PIC X VALUE 'N'.
       01 WS-CONFIRMAR             PIC X VALUE 'N'.
      *
      *--- Cuentas del causante pendientes de reparto ---
       01 WS-MAX-CUENTAS           PIC 9(02) VALUE 20.
       01 WS-NUM-CUENTAS           PIC 9(02) VALUE 0.
       01 WS-IDX-CUENTA            PIC 9(02) VALUE 0.
       01 WS-CUENTAS-DESBORDADA    PIC X VALUE 'N'.
       01 WS-CUENTA-EN-TABLA       PIC X VALUE 'N'.
       01 WS-CUENTA-BUSCADA        PIC X(20).
       01 WS-IDX-ENCONTRADA        PIC 9(02) VALUE 0.
       01 WS-TABLA-CUENTAS.
          05 WS-CTE-ENTRY OCCURS 20 TIMES.
             10 WS-CTE-CUENTA      PIC X(20).
             10 WS-CTE-MONEDA      PIC X(03).
             10 WS-CTE-ESTADO      PIC X(01).
             10 WS-CTE-SALDO       PIC S9(10)V99.
             10 WS-CTE-SALDO-RET   PIC 9(10)V99.
             10 WS-CTE-COMPARTIDA  PIC X(01).
             10 WS-CTE-TIT-BAJA    PIC X(01).
             10 WS-CTE-PORCENTAJE  PIC 9(03)V99.
             10 WS-CTE-REPARTIR    PIC 9(10)V99.
             10 WS-CTE-RESULTADO   PIC X(10).
      *
      *--- Participacion del causante en una cuenta ---
       01 WS-FIN-TITULARES         PIC X VALUE 'N'.
       01 WS-PORCENTAJE-PROPIO     PIC 9(03)V99 VALUE 0.
       01 WS-OTROS-PARTICIPES      PIC 9(02) VALUE 0.
       01 WS-SUMA-OTROS            PIC 9(05)V99 VALUE 0.
      *
      *--- Impedimentos para el reparto ---
       01 WS-NUM-IMPEDIMENTOS      PIC 9(03) VALUE 0.
       01 WS-FIN-FICHERO           PIC X VALUE 'N'.
      *
      *--- Herederos de la escritura ---
       01 WS-MAX-HEREDEROS         PIC 9(02) VALUE 10.
       01 WS-NUM-HEREDEROS         PIC 9(02) VALUE 0.
       01 WS-IDX-HEREDERO          PIC 9(02) VALUE 0.
       01 WS-FIN-HEREDEROS         PIC X VALUE 'N'.
       01 WS-ENTRADA-CUENTA        PIC X(34).
       01 WS-ENTRADA-NOMBRE        PIC X(40).
       01 WS-ENTRADA-PORCENTAJE    PIC 9(03)V99 VALUE 0.
       01 WS-SUMA-PORCENTAJES      PIC 9(05)V99 VALUE 0.
       01 WS-TABLA-HEREDEROS.
          05 WS-HER-ENTRY OCCURS 10 TIMES.
             10 WS-HER-CUENTA      PIC X(20).
             10 WS-HER-IBAN        PIC X(34).
             10 WS-HER-NOMBRE      PIC X(40).
             10 WS-HER-PORCENTAJE  PIC 9(03)V99.
      *
      *--- Validacion de cuenta o IBAN (BANCO-IBAN) ---
       01 WS-IB-ACCION             PIC X(01).
       01 WS-IB-CUENTA             PIC X(20).
       01 WS-IB-IBAN               PIC X(34).
       01 WS-IB-IBAN-IMPRESO       PIC X(42).
       01 WS-IB-VALIDA             PIC X(01).
       01 WS-IB-MOTIVO             PIC X(40).
      *
      *--- Pagos del reparto (para el resumen) ---
       01 WS-MAX-PAGOS             PIC 9(03) VALUE 200.
       01 WS-NUM-PAGOS             PIC 9(03) VALUE 0.
       01 WS-IDX-PAGO              PIC 9(03) VALUE 0.
       01 WS-TABLA-PAGOS.
          05 WS-PAG-ENTRY OCCURS 200 TIMES.
             10 WS-PAG-IDX-CUENTA  PIC 9(02).
             10 WS-PAG-IDX-HEREDERO PIC 9(02).
             10 WS-PAG-IMPORTE     PIC 9(08)V99.
             10 WS-PAG-RESULTADO   PIC X(10).
             10 WS-PAG-MOTIVO      PIC X(40).
       01 WS-IMPORTE-HEREDERO      PIC 9(08)V99 VALUE 0.
       01 WS-ACUMULADO-CUENTA      PIC 9(10)V99 VALUE 0.
       01 WS-TOTAL-REPARTO         PIC 9(12)V99 VALUE 0.
       01 WS-PAGOS-VALIDOS         PIC X VALUE 'N'.
       01 WS-PAGOS-REALIZADOS      PIC X VALUE 'N'.
       01 WS-NUM-CERRADAS          PIC 9(02) VALUE 0.
       01 WS-NUM-LIBERADAS         PIC 9(02) VALUE 0.
       01 WS-NUM-PENDIENTES        PIC 9(02) VALUE 0.
       01 WS-NUM-INCOMPLETAS       PIC 9(02) VALUE 0.
       01 WS-PAGOS-CUENTA          PIC 9(02) VALUE 0.
      *
      *--- Datos de la transferencia a cada heredero
      *--- (BANCO-TRANSFER-MOTOR) ---
       01 WS-PROGRAMA-MOTOR        PIC X(20)
                                   VALUE "BANCO-REPARTO-HEREN".
       01 WS-CUENTA-ORIGEN         PIC X(20).
       01 WS-CUENTA-DESTINO        PIC X(20).
       01 WS-CONCEPTO-PAGO         PIC X(50).
       01 WS-RESULTADO             PIC X(10).
       01 WS-MOTIVO                PIC X(40).
       01 WS-COMISION              PIC 9(5)V99 VALUE 0.
       01 WS-MONEDA-ORIGEN         PIC X(03).
       01 WS-MONEDA-DESTINO        PIC X(03).
       01 WS-TASA-CAMBIO           PIC 9(04)V9(6).
       01 WS-IMPORTE-ABONO         PIC 9(8)V99 VALUE 0.
       01 WS-SALDO-ORIG-DESPUES    PIC S9(10)V99 VALUE 0.
       01 WS-SALDO-DEST-DESPUES    PIC S9(10)V99 VALUE 0.
       01 WS-SOLO-VALIDAR          PIC X VALUE 'N'.
       01 WS-PLAN-PRECIOS          PIC X(04) VALUE SPACES.
       01 WS-IBAN-DESTINO          PIC X(34) VALUE SPACES.
      *
      *--- Titulares que quedan en una cuenta compartida ---
       01 WS-NUM-SUPERVIVIENTES    PIC 9(02) VALUE 0.
       01 WS-SUMA-SUPERVIVIENTES   PIC 9(05)V99 VALUE 0.
       01 WS-IDX-SUPERVIVIENTE     PIC 9(02) VALUE 0.
       01 WS-ACUM-PORCENTAJES      PIC 9(05)V99 VALUE 0.
       01 WS-NUEVO-PRIMER-TITULAR  PIC X(12).
       01 WS-NUEVO-ROL             PIC X(01).
       01 WS-NUEVO-NOMBRE          PIC X(40).
      *
      *--- Ordenes canceladas y mandatos dados de baja al cerrar ---
       01 WS-ORDENES-ABIERTO       PIC X VALUE 'N'.
       01 WS-MANDATOS-ABIERTO      PIC X VALUE 'N'.
       01 WS-TITULARES-ABIERTO     PIC X VALUE 'N'.
       01 WS-RETENCIONES-ABIERTO   PIC X VALUE 'N'.
       01 WS-PLAZOS-ABIERTO        PIC X VALUE 'N'.
       01 WS-NUM-ORDENES           PIC 9(03) VALUE 0.
       01 WS-NUM-MANDATOS          PIC 9(03) VALUE 0.
      *
      *--- Variables de control ---
       01 WS-FECHA-ACTUAL          PIC X(10).
       01 WS-HORA-ACTUAL           PIC X(08).
      *
      *--- Bloqueo de registro con reintento ---
       01 WS-MAX-ESPERAS           PIC 9(02) VALUE 10.
       01 WS-NUM-ESPERAS           PIC 9(02) VALUE 0.
       01 WS-CUENTA-RESERVADA      PIC X VALUE 'N'.
       01 WS-CUENTA-A-BLOQUEAR     PIC X(20).
      *
      *--- Sesion de operador (ver BANCO-CONTROL-ACCESO) ---
       01 WS-CA-ACCION             PIC X(01).
       01 WS-OPERADOR              PIC X(08) VALUE SPACES.
       01 WS-NIVEL-OPERADOR        PIC 9(01) VALUE 0.
       01 WS-LIMITE-OPERADOR       PIC 9(10)V99 VALUE 0.
       01 WS-CA-IMPORTE            PIC 9(10)V99 VALUE 0.
       01 WS-CA-AUTORIZADO         PIC X(01).
       01 WS-SUPERVISOR            PIC X(08).
       01 WS-SUP-NIVEL             PIC 9(01).
       01 WS-SUP-LIMITE            PIC 9(10)V99.
      *
      *--- Resumen del reparto ---
       01 WS-IMPRESION-ABIERTO     PIC X VALUE 'N'.
       01 WS-IMPORTE-EDITADO       PIC ZZZZZZZZZ9.99-.
       01 WS-REPARTIR-EDITADO      PIC ZZZZZZZZZ9.99-.
       01 WS-PORCENTAJE-EDITADO    PIC ZZ9.99.
      *
       01 WS-CLIENTES-STATUS       PIC X(02).
          88 WS-CLIENTES-OK            VALUE "00".
       01 WS-CUENTAS-STATUS        PIC X(02).
          88 WS-CUENTAS-OK             VALUE "00".
       01 WS-TITULARES-STATUS      PIC X(02).
          88 WS-TITULARES-OK           VALUE "00".
          88 WS-TITULARES-NUEVO        VALUE "35".
       01 WS-RETENCIONES-STATUS    PIC X(02).
          88 WS-RETENCIONES-OK         VALUE "00".
          88 WS-RETENCIONES-NUEVO      VALUE "35".
       01 WS-PLAZOS-STATUS         PIC X(02).
          88 WS-PLAZOS-OK              VALUE "00".
          88 WS-PLAZOS-NUEVO           VALUE "35".
       01 WS-ORDENES-STATUS        PIC X(02).
          88 WS-ORDENES-OK             VALUE "00".
          88 WS-ORDENES-NUEVO          VALUE "35".
       01 WS-MANDATOS-STATUS       PIC X(02).
          88 WS-MANDATOS-OK            VALUE "00".
          88 WS-MANDATOS-NUEVO         VALUE "35".
       01 WS-IMPRESION-STATUS      PIC X(02).
          88 WS-IMPRESION-OK           VALUE "00".
      *
      *--- Datos para la linea de auditoria ---
       01 WS-AUD-PROGRAMA        PIC X(20) VALUE "BANCO-REPARTO-HEREN".
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
           PERFORM 2000-PEDIR-CLIENTE
           IF WS-REPARTO-VALIDO = 'S'
              PERFORM 3000-CARGAR-CUENTAS-CLIENTE
              PERFORM 3200-CALCULAR-PARTICIPACIONES
              PERFORM 3300-COMPROBAR-IMPEDIMENTOS
           END-IF
           IF WS-REPARTO-VALIDO = 'S'
              PERFORM 2500-PEDIR-ESCRITURA
              PERFORM 2600-PEDIR-HEREDEROS
           END-IF
           IF WS-REPARTO-VALIDO = 'S'
              PERFORM 3500-CALCULAR-REPARTO
              PERFORM 3600-MOSTRAR-REPARTO
              PERFORM 3700-AUTORIZAR-REPARTO
           END-IF
           IF WS-REPARTO-VALIDO = 'S'
              PERFORM 3800-CONFIRMAR-REPARTO
              IF WS-CONFIRMAR = 'S'
                 PERFORM 4000-APLICAR-REPARTO
                 PERFORM 6000-IMPRIMIR-RESUMEN
              ELSE
                 DISPLAY " "
                 DISPLAY "Reparto abandonado por el operador."
              END-IF
           END-IF
           PERFORM 8900-CERRAR-FICHEROS
           PERFORM 9000-FINALIZAR
           STOP RUN.
      *
      *--- Inicializar variables ---
       1000-INICIALIZAR.
           INITIALIZE WS-ID-CLIENTE
           ACCEPT WS-FECHA-ACTUAL FROM DATE YYYYMMDD
           ACCEPT WS-HORA-ACTUAL FROM TIME
           DISPLAY "=========================================="
           DISPLAY "   REPARTO DE HERENCIA"
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
      *    RETENCIO, PLAZOS, TITULARS, ORDENES y MANDATOS que no
      *    existen todavia (estado 35) no impiden el reparto: no hay
      *    nada que comprobar ni que cancelar en ellos. Cualquier
      *    otro fallo de apertura detiene el programa.
       1500-ABRIR-FICHEROS.
           OPEN INPUT CLIENTES-FILE
           OPEN I-O CUENTAS-FILE
           IF NOT WS-CLIENTES-OK OR NOT WS-CUENTAS-OK
              DISPLAY "ERROR: No se pueden abrir los ficheros "
                 "maestros."
              PERFORM 9000-FINALIZAR
              STOP RUN
           END-IF
           OPEN I-O TITULARES-FILE
           IF WS-TITULARES-OK
              MOVE 'S' TO WS-TITULARES-ABIERTO
           END-IF
           OPEN INPUT RETENCIONES-FILE
           IF WS-RETENCIONES-OK
              MOVE 'S' TO WS-RETENCIONES-ABIERTO
           END-IF
           OPEN INPUT PLAZOS-FILE
           IF WS-PLAZOS-OK
              MOVE 'S' TO WS-PLAZOS-ABIERTO
           END-IF
           OPEN I-O ORDENES-FILE
           IF WS-ORDENES-OK
              MOVE 'S' TO WS-ORDENES-ABIERTO
           END-IF
           OPEN I-O MANDATOS-FILE
           IF WS-MANDATOS-OK
              MOVE 'S' TO WS-MANDATOS-ABIERTO
           END-IF
           IF (NOT WS-TITULARES-OK AND NOT WS-TITULARES-NUEVO)
              OR (NOT WS-RETENCIONES-OK AND NOT WS-RETENCIONES-NUEVO)
              OR (NOT WS-PLAZOS-OK AND NOT WS-PLAZOS-NUEVO)
              OR (NOT WS-ORDENES-OK AND NOT WS-ORDENES-NUEVO)
              OR (NOT WS-MANDATOS-OK AND NOT WS-MANDATOS-NUEVO)
              DISPLAY "ERROR: No se pueden abrir TITULARS, RETENCIO, "
                 "PLAZOS, ORDENES o MANDATOS; el reparto no puede "
                 "comprobar ni cerrar las cuentas del causante."
              PERFORM 8900-CERRAR-FICHEROS
              PERFORM 9000-FINALIZAR
              STOP RUN
           END-IF.
      *
      *    Solo se reparte la herencia de un cliente dado de alta
      *    como fallecido con BANCO-TESTAMENTARIA.
       2000-PEDIR-CLIENTE.
           MOVE 'N' TO WS-REPARTO-VALIDO
           DISPLAY " "
           DISPLAY "Identificador del cliente fallecido: "
           ACCEPT WS-ID-CLIENTE
           MOVE WS-ID-CLIENTE TO CLI-ID-CLIENTE
           READ CLIENTES-FILE
              INVALID KEY
                 DISPLAY "ERROR: Cliente no encontrado."
              NOT INVALID KEY
                 MOVE CLI-NOMBRE TO WS-NOMBRE-CLIENTE
                 MOVE CLI-FECHA-FALLECIMIENTO TO WS-FECHA-FALLECIMIENTO
                 DISPLAY "Nombre:         " CLI-NOMBRE
                 DISPLAY "Estado actual:  " CLI-ESTADO
                 IF CLI-ESTADO = "F"
                    MOVE 'S' TO WS-REPARTO-VALIDO
                    DISPLAY "Fallecido el:   " WS-FECHA-FALLECIMIENTO
                 ELSE
                    DISPLAY "ERROR: el cliente no consta como "
                       "fallecido; registre el fallecimiento con "
                       "BANCO-TESTAMENTARIA."
                 END-IF
           END-READ.
      *
       2500-PEDIR-ESCRITURA.
           DISPLAY " "
           DISPLAY "Referencia de la escritura notarial (protocolo): "
           ACCEPT WS-ESCRITURA
           IF WS-ESCRITURA = SPACES
              MOVE 'N' TO WS-REPARTO-VALIDO
              DISPLAY "ERROR: la referencia de la escritura es "
                 "obligatoria."
           END-IF.
      *
      *    Herederos en el orden de la escritura, hasta dejar la
      *    cuenta en blanco; los porcentajes deben sumar 100.
       2600-PEDIR-HEREDEROS.
           IF WS-REPARTO-VALIDO = 'S'
              MOVE 0 TO WS-NUM-HEREDEROS
              MOVE 0 TO WS-SUMA-PORCENTAJES
              MOVE 'N' TO WS-FIN-HEREDEROS
              DISPLAY " "
              DISPLAY "Herederos segun la escritura (cuenta en blanco "
                 "para terminar)."
              PERFORM UNTIL WS-FIN-HEREDEROS = 'S'
                 PERFORM 2650-PEDIR-UN-HEREDERO
              END-PERFORM
              IF WS-NUM-HEREDEROS = 0
                 MOVE 'N' TO WS-REPARTO-VALIDO
                 DISPLAY "ERROR: no se ha indicado ningun heredero."
              ELSE
                 IF WS-SUMA-PORCENTAJES NOT = 100
                    MOVE 'N' TO WS-REPARTO-VALIDO
                    DISPLAY "ERROR: los porcentajes suman "
                       WS-SUMA-PORCENTAJES " y deben sumar 100."
                 END-IF
              END-IF
           END-IF.
      *
       2650-PEDIR-UN-HEREDERO.
           MOVE SPACES TO WS-ENTRADA-CUENTA
           DISPLAY "Cuenta del heredero (numero de cuenta o IBAN): "
           ACCEPT WS-ENTRADA-CUENTA
           IF WS-ENTRADA-CUENTA = SPACES
              MOVE 'S' TO WS-FIN-HEREDEROS
           ELSE
              MOVE "V" TO WS-IB-ACCION
              MOVE WS-ENTRADA-CUENTA TO WS-IB-IBAN
              CALL "BANCO-IBAN" USING WS-IB-ACCION WS-IB-CUENTA
                 WS-IB-IBAN WS-IB-IBAN-IMPRESO WS-IB-VALIDA
                 WS-IB-MOTIVO
              IF WS-IB-VALIDA = 'N'
                 DISPLAY "ERROR: " WS-IB-MOTIVO
              ELSE
                 MOVE WS-IB-CUENTA TO WS-CUENTA-BUSCADA
                 PERFORM 3340-BUSCAR-EN-TABLA
                 IF WS-IDX-ENCONTRADA > 0
                    DISPLAY "ERROR: es una cuenta de la herencia."
                 ELSE
                    DISPLAY "Nombre del heredero: "
                    ACCEPT WS-ENTRADA-NOMBRE
                    DISPLAY "Porcentaje de la escritura (0-100): "
                    MOVE 0 TO WS-ENTRADA-PORCENTAJE
                    ACCEPT WS-ENTRADA-PORCENTAJE
                    PERFORM 2660-ANOTAR-HEREDERO
                 END-IF
              END-IF
           END-IF.
      *
       2660-ANOTAR-HEREDERO.
           EVALUATE TRUE
              WHEN WS-ENTRADA-PORCENTAJE = 0
                 OR WS-ENTRADA-PORCENTAJE > 100
                 DISPLAY "ERROR: porcentaje no valido."
              WHEN WS-NUM-HEREDEROS >= WS-MAX-HEREDEROS
                 DISPLAY "ERROR: no caben mas de " WS-MAX-HEREDEROS
                    " herederos."
                 MOVE 'S' TO WS-FIN-HEREDEROS
                 MOVE 'N' TO WS-REPARTO-VALIDO
              WHEN OTHER
                 ADD 1 TO WS-NUM-HEREDEROS
                 MOVE WS-IB-CUENTA TO WS-HER-CUENTA(WS-NUM-HEREDEROS)
                 MOVE WS-IB-IBAN TO WS-HER-IBAN(WS-NUM-HEREDEROS)
                 MOVE WS-ENTRADA-NOMBRE
                    TO WS-HER-NOMBRE(WS-NUM-HEREDEROS)
                 MOVE WS-ENTRADA-PORCENTAJE
                    TO WS-HER-PORCENTAJE(WS-NUM-HEREDEROS)
                 ADD WS-ENTRADA-PORCENTAJE TO WS-SUMA-PORCENTAJES
                 DISPLAY "Heredero " WS-NUM-HEREDEROS " anotado; "
                    "acumulado " WS-SUMA-PORCENTAJES "%."
           END-EVALUATE.
      *
      *    Cuentas del causante: primer titular en CUENTAS y titular
      *    o cotitular activo en TITULARS, como en
      *    BANCO-TESTAMENTARIA. Las cerradas ya estan repartidas; las
      *    compartidas ya repartidas no aparecen porque el causante
      *    esta de baja en ellas y ha dejado de ser primer titular.
       3000-CARGAR-CUENTAS-CLIENTE.
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
                       PERFORM 3050-ANOTAR-CUENTA
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
              PERFORM 3100-CUENTAS-COMPARTIDAS
           END-IF
           MOVE 'N' TO WS-FIN-FICHERO
           IF WS-CUENTAS-DESBORDADA = 'S'
              DISPLAY "AVISO: el causante tiene mas de "
                 WS-MAX-CUENTAS " cuentas; se reparten las primeras. "
                 "Repita el reparto para el resto."
           END-IF
           IF WS-NUM-CUENTAS = 0
              MOVE 'N' TO WS-REPARTO-VALIDO
              DISPLAY "ERROR: el causante no tiene cuentas pendientes "
                 "de reparto."
           END-IF.
      *
       3050-ANOTAR-CUENTA.
           IF CTA-TIPO NOT = "INTERNA"
              AND CTA-ESTADO NOT = "C"
              IF WS-NUM-CUENTAS < WS-MAX-CUENTAS
                 ADD 1 TO WS-NUM-CUENTAS
                 MOVE CTA-NUM-CUENTA TO WS-CTE-CUENTA(WS-NUM-CUENTAS)
                 MOVE CTA-MONEDA TO WS-CTE-MONEDA(WS-NUM-CUENTAS)
                 MOVE CTA-ESTADO TO WS-CTE-ESTADO(WS-NUM-CUENTAS)
                 MOVE CTA-SALDO-DISP TO WS-CTE-SALDO(WS-NUM-CUENTAS)
                 MOVE CTA-SALDO-RET TO WS-CTE-SALDO-RET(WS-NUM-CUENTAS)
                 MOVE 'N' TO WS-CTE-COMPARTIDA(WS-NUM-CUENTAS)
                 MOVE 'N' TO WS-CTE-TIT-BAJA(WS-NUM-CUENTAS)
                 MOVE 100 TO WS-CTE-PORCENTAJE(WS-NUM-CUENTAS)
                 MOVE 0 TO WS-CTE-REPARTIR(WS-NUM-CUENTAS)
                 MOVE "PENDIENTE" TO WS-CTE-RESULTADO(WS-NUM-CUENTAS)
              ELSE
                 MOVE 'S' TO WS-CUENTAS-DESBORDADA
              END-IF
           END-IF.
      *
       3100-CUENTAS-COMPARTIDAS.
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
                       PERFORM 3150-ANOTAR-CUENTA-COMPARTIDA
                    END-IF
              END-READ
           END-PERFORM.
      *
       3150-ANOTAR-CUENTA-COMPARTIDA.
           MOVE TIT-NUM-CUENTA TO WS-CUENTA-BUSCADA
           PERFORM 3340-BUSCAR-EN-TABLA
           IF WS-IDX-ENCONTRADA = 0
              MOVE TIT-NUM-CUENTA TO CTA-NUM-CUENTA
              READ CUENTAS-FILE
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    PERFORM 3050-ANOTAR-CUENTA
              END-READ
           END-IF.
      *
      *    Participacion del causante, con la misma regla que el
      *    certificado de BANCO-TESTAMENTARIA. Una cuenta sin otros
      *    titulares o cotitulares activos es solo suya y se
      *    reparte entera.
       3200-CALCULAR-PARTICIPACIONES.
           IF WS-TITULARES-ABIERTO = 'S'
              PERFORM VARYING WS-IDX-CUENTA FROM 1 BY 1
                 UNTIL WS-IDX-CUENTA > WS-NUM-CUENTAS
                 PERFORM 3250-PARTICIPACION-CUENTA
              END-PERFORM
           END-IF.
      *
       3250-PARTICIPACION-CUENTA.
           MOVE 0 TO WS-PORCENTAJE-PROPIO
           MOVE 0 TO WS-OTROS-PARTICIPES
           MOVE 0 TO WS-SUMA-OTROS
           MOVE WS-CTE-CUENTA(WS-IDX-CUENTA) TO TIT-NUM-CUENTA
           MOVE LOW-VALUES TO TIT-ID-CLIENTE
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
                    IF TIT-NUM-CUENTA NOT = WS-CTE-CUENTA(WS-IDX-CUENTA)
                       MOVE 'S' TO WS-FIN-TITULARES
                    ELSE
                       IF TIT-ESTADO = "A"
                          AND (TIT-ROL = "T" OR TIT-ROL = "C")
                          IF TIT-ID-CLIENTE = WS-ID-CLIENTE
                             MOVE TIT-PORCENTAJE
                                TO WS-PORCENTAJE-PROPIO
                          ELSE
                             ADD 1 TO WS-OTROS-PARTICIPES
                             ADD TIT-PORCENTAJE TO WS-SUMA-OTROS
                          END-IF
                       END-IF
                       IF TIT-ESTADO = "B"
                          AND (TIT-ROL = "T" OR TIT-ROL = "C")
                          AND TIT-ID-CLIENTE = WS-ID-CLIENTE
                          MOVE 'S' TO WS-CTE-TIT-BAJA(WS-IDX-CUENTA)
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
           IF WS-OTROS-PARTICIPES > 0
              MOVE 'S' TO WS-CTE-COMPARTIDA(WS-IDX-CUENTA)
           END-IF
           EVALUATE TRUE
              WHEN WS-OTROS-PARTICIPES = 0
                 MOVE 100 TO WS-CTE-PORCENTAJE(WS-IDX-CUENTA)
              WHEN WS-PORCENTAJE-PROPIO > 0
                 MOVE WS-PORCENTAJE-PROPIO
                    TO WS-CTE-PORCENTAJE(WS-IDX-CUENTA)
              WHEN WS-SUMA-OTROS > 0 AND WS-SUMA-OTROS < 100
                 COMPUTE WS-CTE-PORCENTAJE(WS-IDX-CUENTA) =
                    100 - WS-SUMA-OTROS
              WHEN OTHER
                 COMPUTE WS-CTE-PORCENTAJE(WS-IDX-CUENTA) ROUNDED =
                    100 / (WS-OTROS-PARTICIPES + 1)
           END-EVALUATE.
      *
      *    Lo mismo que impide liquidar una cuenta impide repartirla:
      *    retenciones activas, depositos vigentes, saldo retenido o
      *    deudor. Ademas la cuenta tiene que seguir bloqueada por
      *    testamentaria (una B por orden judicial o sanciones no se
      *    reparte). Una cuenta compartida en la que el causante ya
      *    esta de baja en TITULARS tuvo un reparto que no llego a
      *    liberarla: repartirla otra vez pagaria de nuevo a los
      *    herederos, asi que se deja para revision manual. Se listan
      *    todos los impedimentos de una vez.
       3300-COMPROBAR-IMPEDIMENTOS.
           MOVE 0 TO WS-NUM-IMPEDIMENTOS
           PERFORM VARYING WS-IDX-CUENTA FROM 1 BY 1
              UNTIL WS-IDX-CUENTA > WS-NUM-CUENTAS
              PERFORM 3310-IMPEDIMENTOS-CUENTA
           END-PERFORM
           IF WS-RETENCIONES-ABIERTO = 'S'
              PERFORM 3320-BUSCAR-RETENCIONES
           END-IF
           IF WS-PLAZOS-ABIERTO = 'S'
              PERFORM 3330-BUSCAR-PLAZOS
           END-IF
           IF WS-NUM-IMPEDIMENTOS > 0
              MOVE 'N' TO WS-REPARTO-VALIDO
              DISPLAY "ERROR: " WS-NUM-IMPEDIMENTOS " impedimento(s) "
                 "para el reparto; resuelvalos y repita el proceso."
           END-IF.
      *
       3310-IMPEDIMENTOS-CUENTA.
           IF WS-CTE-TIT-BAJA(WS-IDX-CUENTA) = 'S'
              ADD 1 TO WS-NUM-IMPEDIMENTOS
              DISPLAY "  Cuenta " WS-CTE-CUENTA(WS-IDX-CUENTA)
                 ": el causante ya esta de baja como titular; "
                 "reparto anterior sin terminar, revision manual."
           END-IF
           IF WS-CTE-ESTADO(WS-IDX-CUENTA) NOT = "T"
              ADD 1 TO WS-NUM-IMPEDIMENTOS
              DISPLAY "  Cuenta " WS-CTE-CUENTA(WS-IDX-CUENTA)
                 ": estado " WS-CTE-ESTADO(WS-IDX-CUENTA)
                 ", no esta bloqueada por testamentaria."
           END-IF
           IF WS-CTE-SALDO-RET(WS-IDX-CUENTA) NOT = 0
              ADD 1 TO WS-NUM-IMPEDIMENTOS
              DISPLAY "  Cuenta " WS-CTE-CUENTA(WS-IDX-CUENTA)
                 ": tiene saldo retenido."
           END-IF
           IF WS-CTE-SALDO(WS-IDX-CUENTA) < 0
              ADD 1 TO WS-NUM-IMPEDIMENTOS
              DISPLAY "  Cuenta " WS-CTE-CUENTA(WS-IDX-CUENTA)
                 ": tiene saldo deudor."
           END-IF.
      *
       3320-BUSCAR-RETENCIONES.
           MOVE 0 TO RET-ID
           MOVE 'N' TO WS-FIN-FICHERO
           START RETENCIONES-FILE KEY IS NOT LESS THAN RET-ID
              INVALID KEY
                 MOVE 'S' TO WS-FIN-FICHERO
           END-START
           PERFORM UNTIL WS-FIN-FICHERO = 'S'
              READ RETENCIONES-FILE NEXT RECORD
                 AT END
                    MOVE 'S' TO WS-FIN-FICHERO
                 NOT AT END
                    IF RET-ESTADO = "A"
                       MOVE RET-NUM-CUENTA TO WS-CUENTA-BUSCADA
                       PERFORM 3340-BUSCAR-EN-TABLA
                       IF WS-IDX-ENCONTRADA > 0
                          ADD 1 TO WS-NUM-IMPEDIMENTOS
                          DISPLAY "  Cuenta " RET-NUM-CUENTA
                             ": retencion activa " RET-ID
                             " (BANCO-RETENCIONES)."
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.
      *
       3330-BUSCAR-PLAZOS.
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
                       MOVE PLZ-CUENTA-ASOCIADA TO WS-CUENTA-BUSCADA
                       PERFORM 3340-BUSCAR-EN-TABLA
                       IF WS-IDX-ENCONTRADA > 0
                          ADD 1 TO WS-NUM-IMPEDIMENTOS
                          DISPLAY "  Cuenta " PLZ-CUENTA-ASOCIADA
                             ": deposito vigente " PLZ-ID
                             " (BANCO-CANCELA-PLAZO)."
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.
      *
      *    Devuelve en WS-IDX-ENCONTRADA la posicion de
      *    WS-CUENTA-BUSCADA en la tabla de cuentas (0 si no esta).
       3340-BUSCAR-EN-TABLA.
           MOVE 0 TO WS-IDX-ENCONTRADA
           PERFORM VARYING WS-IDX-CUENTA FROM 1 BY 1
              UNTIL WS-IDX-CUENTA > WS-NUM-CUENTAS
              IF WS-CTE-CUENTA(WS-IDX-CUENTA) = WS-CUENTA-BUSCADA
                 MOVE WS-IDX-CUENTA TO WS-IDX-ENCONTRADA
              END-IF
           END-PERFORM.
      *
      *    Importe a repartir de cada cuenta: la parte del causante
      *    en su saldo.
       3500-CALCULAR-REPARTO.
           MOVE 0 TO WS-TOTAL-REPARTO
           PERFORM VARYING WS-IDX-CUENTA FROM 1 BY 1
              UNTIL WS-IDX-CUENTA > WS-NUM-CUENTAS
              COMPUTE WS-CTE-REPARTIR(WS-IDX-CUENTA) ROUNDED =
                 WS-CTE-SALDO(WS-IDX-CUENTA)
                 * WS-CTE-PORCENTAJE(WS-IDX-CUENTA) / 100
              ADD WS-CTE-REPARTIR(WS-IDX-CUENTA) TO WS-TOTAL-REPARTO
           END-PERFORM.
      *
       3600-MOSTRAR-REPARTO.
           DISPLAY " "
           DISPLAY "Cuentas a repartir:"
           PERFORM VARYING WS-IDX-CUENTA FROM 1 BY 1
              UNTIL WS-IDX-CUENTA > WS-NUM-CUENTAS
              MOVE WS-CTE-SALDO(WS-IDX-CUENTA) TO WS-IMPORTE-EDITADO
              MOVE WS-CTE-REPARTIR(WS-IDX-CUENTA)
                 TO WS-REPARTIR-EDITADO
              MOVE WS-CTE-PORCENTAJE(WS-IDX-CUENTA)
                 TO WS-PORCENTAJE-EDITADO
              IF WS-CTE-COMPARTIDA(WS-IDX-CUENTA) = 'S'
                 DISPLAY "  " WS-CTE-CUENTA(WS-IDX-CUENTA) " "
                    WS-CTE-MONEDA(WS-IDX-CUENTA) " saldo "
                    WS-IMPORTE-EDITADO " parte " WS-PORCENTAJE-EDITADO
                    "% " WS-REPARTIR-EDITADO " (compartida)"
              ELSE
                 DISPLAY "  " WS-CTE-CUENTA(WS-IDX-CUENTA) " "
                    WS-CTE-MONEDA(WS-IDX-CUENTA) " saldo "
                    WS-IMPORTE-EDITADO " se reparte entera y se "
                    "cierra"
              END-IF
           END-PERFORM
           DISPLAY "Herederos:"
           PERFORM VARYING WS-IDX-HEREDERO FROM 1 BY 1
              UNTIL WS-IDX-HEREDERO > WS-NUM-HEREDEROS
              MOVE WS-HER-PORCENTAJE(WS-IDX-HEREDERO)
                 TO WS-PORCENTAJE-EDITADO
              DISPLAY "  " WS-HER-NOMBRE(WS-IDX-HEREDERO) " "
                 WS-PORCENTAJE-EDITADO "% cuenta "
                 WS-HER-CUENTA(WS-IDX-HEREDERO)
           END-PERFORM.
      *
      *    El reparto mueve el patrimonio entero del causante: pide
      *    siempre la autorizacion de un supervisor, sea cual sea el
      *    limite del operador.
       3700-AUTORIZAR-REPARTO.
           MOVE "S" TO WS-CA-ACCION
           IF WS-TOTAL-REPARTO > 9999999999.99
              MOVE 9999999999.99 TO WS-CA-IMPORTE
           ELSE
              MOVE WS-TOTAL-REPARTO TO WS-CA-IMPORTE
           END-IF
           MOVE SPACES TO WS-SUPERVISOR
           CALL "BANCO-CONTROL-ACCESO" USING WS-CA-ACCION
              WS-SUPERVISOR WS-SUP-NIVEL WS-SUP-LIMITE
              WS-CA-IMPORTE WS-CA-AUTORIZADO
           IF WS-CA-AUTORIZADO = 'S'
              MOVE WS-CA-IMPORTE TO WS-AUD-IMPORTE
              MOVE "AUTORIZADA" TO WS-AUD-RESULTADO
              MOVE SPACES TO WS-AUD-DETALLE
              STRING "AUTORIZACION DE SUPERVISOR A " WS-OPERADOR
                 DELIMITED BY SIZE INTO WS-AUD-DETALLE
              CALL "BANCO-AUDITORIA-MOTOR" USING WS-AUD-PROGRAMA
                 WS-ID-CLIENTE WS-ESCRITURA WS-AUD-IMPORTE
                 WS-AUD-RESULTADO WS-AUD-DETALLE WS-SUPERVISOR
           ELSE
              MOVE 'N' TO WS-REPARTO-VALIDO
              DISPLAY "Reparto no autorizado; se rechaza."
           END-IF.
      *
       3800-CONFIRMAR-REPARTO.
           DISPLAY " "
           DISPLAY "Se pagara a los herederos la parte del causante y "
              "se cerraran las cuentas de las que era unico titular."
           DISPLAY "Confirmar reparto? (S/N): "
           ACCEPT WS-CONFIRMAR.
      *
      *    Cada cuenta se reparte por separado: si una falla, las
      *    demas siguen, y la fallida queda bloqueada por
      *    testamentaria para repetir el reparto.
       4000-APLICAR-REPARTO.
           MOVE 0 TO WS-NUM-PAGOS
           MOVE 0 TO WS-NUM-CERRADAS
           MOVE 0 TO WS-NUM-LIBERADAS
           MOVE 0 TO WS-NUM-PENDIENTES
           MOVE 0 TO WS-NUM-INCOMPLETAS
           MOVE SPACES TO WS-CONCEPTO-PAGO
           STRING "HERENCIA " WS-ID-CLIENTE " ESCRITURA " WS-ESCRITURA
              DELIMITED BY SIZE INTO WS-CONCEPTO-PAGO
           PERFORM VARYING WS-IDX-CUENTA FROM 1 BY 1
              UNTIL WS-IDX-CUENTA > WS-NUM-CUENTAS
              PERFORM 4100-REPARTIR-UNA-CUENTA
              EVALUATE WS-CTE-RESULTADO(WS-IDX-CUENTA)
                 WHEN "PENDIENTE"
                    ADD 1 TO WS-NUM-PENDIENTES
                 WHEN "INCOMPLETA"
                    ADD 1 TO WS-NUM-INCOMPLETAS
              END-EVALUATE
           END-PERFORM
           DISPLAY " "
           DISPLAY "Cuentas cerradas:          " WS-NUM-CERRADAS
           DISPLAY "Cuentas compartidas libres:" WS-NUM-LIBERADAS
           DISPLAY "Cuentas pendientes:        " WS-NUM-PENDIENTES
           DISPLAY "Cuentas con reparto a medias:" WS-NUM-INCOMPLETAS.
      *
      *    El saldo se relee: si ha cambiado desde el calculo del
      *    reparto (un abono del lote, por ejemplo) la cuenta no se
      *    reparte y queda para repetir el proceso. Los pagos se
      *    validan todos antes de hacer el primero; si aun asi uno
      *    falla, no se hacen los siguientes y, si ya se habia pagado
      *    a algun heredero, la cuenta se bloquea (B) para completar
      *    el reparto a mano: repetirlo pagaria otra vez a los
      *    herederos ya pagados.
       4100-REPARTIR-UNA-CUENTA.
           MOVE WS-CTE-CUENTA(WS-IDX-CUENTA) TO CTA-NUM-CUENTA
           READ CUENTAS-FILE
              INVALID KEY
                 MOVE "X" TO CTA-ESTADO
           END-READ
           IF CTA-ESTADO NOT = "T"
              OR CTA-SALDO-DISP NOT = WS-CTE-SALDO(WS-IDX-CUENTA)
              DISPLAY "ERROR: la cuenta " WS-CTE-CUENTA(WS-IDX-CUENTA)
                 " ha cambiado de estado o de saldo desde el calculo;"
                 " no se reparte."
           ELSE
              MOVE 'S' TO WS-PAGOS-VALIDOS
              MOVE 'S' TO WS-PAGOS-REALIZADOS
              MOVE 0 TO WS-PAGOS-CUENTA
              IF WS-CTE-REPARTIR(WS-IDX-CUENTA) > 0
                 PERFORM 4450-CERRAR-CUENTAS-FILE
                 MOVE 'S' TO WS-SOLO-VALIDAR
                 PERFORM 4200-PAGAR-A-HEREDEROS
                 IF WS-PAGOS-VALIDOS = 'S'
                    MOVE 'N' TO WS-SOLO-VALIDAR
                    PERFORM 4200-PAGAR-A-HEREDEROS
                 ELSE
                    MOVE 'N' TO WS-PAGOS-REALIZADOS
                 END-IF
                 OPEN I-O CUENTAS-FILE
                 IF WS-PAGOS-REALIZADOS = 'N' AND WS-PAGOS-CUENTA > 0
                    PERFORM 4150-BLOQUEAR-REPARTO-INCOMPLETO
                 END-IF
              END-IF
              IF WS-PAGOS-REALIZADOS = 'S'
                 IF WS-CTE-COMPARTIDA(WS-IDX-CUENTA) = 'S'
                    PERFORM 4400-LIBERAR-CUENTA-COMPARTIDA
                 ELSE
                    PERFORM 4300-CERRAR-CUENTA-HERENCIA
                 END-IF
              END-IF
           END-IF.
      *
       4150-BLOQUEAR-REPARTO-INCOMPLETO.
           MOVE "INCOMPLETA" TO WS-CTE-RESULTADO(WS-IDX-CUENTA)
           MOVE WS-CTE-CUENTA(WS-IDX-CUENTA) TO WS-CUENTA-A-BLOQUEAR
           PERFORM 4050-LEER-CUENTA-CON-BLOQUEO
           IF WS-CUENTA-RESERVADA = 'S'
              MOVE "B" TO CTA-ESTADO
              REWRITE CTA-REGISTRO
           END-IF
           MOVE 0 TO WS-AUD-IMPORTE
           MOVE "BLOQUEADA" TO WS-AUD-RESULTADO
           MOVE SPACES TO WS-AUD-DETALLE
           STRING "REPARTO INCOMPLETO " WS-ID-CLIENTE
              DELIMITED BY SIZE INTO WS-AUD-DETALLE
           CALL "BANCO-AUDITORIA-MOTOR" USING WS-AUD-PROGRAMA
              WS-CUENTA-A-BLOQUEAR WS-ESCRITURA WS-AUD-IMPORTE
              WS-AUD-RESULTADO WS-AUD-DETALLE WS-OPERADOR
           DISPLAY "ERROR: reparto de la cuenta " WS-CUENTA-A-BLOQUEAR
              " a medias (" WS-PAGOS-CUENTA " pagos hechos); "
              "queda bloqueada para completarlo a mano. No repita "
              "el reparto de esta cuenta.".
      *
      *    Un pago por heredero con su porcentaje de la parte a
      *    repartir; el ultimo recibe el resto, para que el redondeo
      *    no deje centimos en la cuenta.
       4200-PAGAR-A-HEREDEROS.
           MOVE 0 TO WS-ACUMULADO-CUENTA
           PERFORM VARYING WS-IDX-HEREDERO FROM 1 BY 1
              UNTIL WS-IDX-HEREDERO > WS-NUM-HEREDEROS
              OR WS-PAGOS-REALIZADOS = 'N'
              IF WS-IDX-HEREDERO = WS-NUM-HEREDEROS
                 COMPUTE WS-IMPORTE-HEREDERO =
                    WS-CTE-REPARTIR(WS-IDX-CUENTA)
                    - WS-ACUMULADO-CUENTA
              ELSE
                 COMPUTE WS-IMPORTE-HEREDERO ROUNDED =
                    WS-CTE-REPARTIR(WS-IDX-CUENTA)
                    * WS-HER-PORCENTAJE(WS-IDX-HEREDERO) / 100
              END-IF
              ADD WS-IMPORTE-HEREDERO TO WS-ACUMULADO-CUENTA
              IF WS-IMPORTE-HEREDERO > 0
                 PERFORM 4250-PAGAR-UN-HEREDERO
              END-IF
           END-PERFORM.
      *
       4250-PAGAR-UN-HEREDERO.
           MOVE WS-CTE-CUENTA(WS-IDX-CUENTA) TO WS-CUENTA-ORIGEN
           MOVE WS-HER-CUENTA(WS-IDX-HEREDERO) TO WS-CUENTA-DESTINO
           MOVE WS-HER-IBAN(WS-IDX-HEREDERO) TO WS-IBAN-DESTINO
           MOVE SPACES TO WS-MOTIVO
           CALL "BANCO-TRANSFER-MOTOR" USING WS-PROGRAMA-MOTOR
              WS-CUENTA-ORIGEN WS-CUENTA-DESTINO
              WS-IMPORTE-HEREDERO WS-CONCEPTO-PAGO WS-RESULTADO
              WS-MOTIVO WS-COMISION WS-MONEDA-ORIGEN
              WS-MONEDA-DESTINO WS-TASA-CAMBIO
              WS-IMPORTE-ABONO WS-SALDO-ORIG-DESPUES
              WS-SALDO-DEST-DESPUES WS-SOLO-VALIDAR
              WS-OPERADOR WS-PLAN-PRECIOS WS-IBAN-DESTINO
           IF WS-SOLO-VALIDAR = 'S'
              IF WS-RESULTADO NOT = "VALIDA"
                 MOVE 'N' TO WS-PAGOS-VALIDOS
                 DISPLAY "ERROR: el pago de la cuenta "
                    WS-CUENTA-ORIGEN " a "
                    WS-HER-NOMBRE(WS-IDX-HEREDERO)
                    " seria rechazado: " WS-MOTIVO
                 PERFORM 4260-ANOTAR-PAGO
              END-IF
           ELSE
              IF WS-RESULTADO NOT = "REALIZADA"
                 MOVE 'N' TO WS-PAGOS-REALIZADOS
                 DISPLAY "ERROR: el pago de la cuenta "
                    WS-CUENTA-ORIGEN " a "
                    WS-HER-NOMBRE(WS-IDX-HEREDERO)
                    " fue rechazado: " WS-MOTIVO
              ELSE
                 ADD 1 TO WS-PAGOS-CUENTA
              END-IF
              PERFORM 4260-ANOTAR-PAGO
           END-IF.
      *
       4260-ANOTAR-PAGO.
           IF WS-NUM-PAGOS < WS-MAX-PAGOS
              ADD 1 TO WS-NUM-PAGOS
              MOVE WS-IDX-CUENTA TO WS-PAG-IDX-CUENTA(WS-NUM-PAGOS)
              MOVE WS-IDX-HEREDERO TO WS-PAG-IDX-HEREDERO(WS-NUM-PAGOS)
              MOVE WS-IMPORTE-HEREDERO TO WS-PAG-IMPORTE(WS-NUM-PAGOS)
              MOVE WS-RESULTADO TO WS-PAG-RESULTADO(WS-NUM-PAGOS)
              MOVE WS-MOTIVO TO WS-PAG-MOTIVO(WS-NUM-PAGOS)
           END-IF.
      *
      *    Cuenta de la que el causante era unico titular: con el
      *    saldo ya repartido se cancelan sus ordenes, se dan de baja
      *    sus mandatos y se cierra, como en BANCO-LIQUIDA-CUENTA.
       4300-CERRAR-CUENTA-HERENCIA.
           MOVE WS-CTE-CUENTA(WS-IDX-CUENTA) TO WS-CUENTA-A-BLOQUEAR
           PERFORM 4050-LEER-CUENTA-CON-BLOQUEO
           IF WS-CUENTA-RESERVADA = 'N'
              DISPLAY "ERROR: la cuenta " WS-CUENTA-A-BLOQUEAR
                 " esta en uso por otro operador; el saldo esta "
                 "repartido pero la cuenta no se ha cerrado. Repita "
                 "el reparto, que ya no tiene importes que pagar."
           ELSE
              IF CTA-SALDO-DISP NOT = 0 OR CTA-SALDO-RET NOT = 0
                 REWRITE CTA-REGISTRO
                 DISPLAY "ERROR: la cuenta " WS-CUENTA-A-BLOQUEAR
                    " conserva saldo tras el reparto ("
                    CTA-SALDO-DISP "); no se cierra."
              ELSE
                 MOVE "C" TO CTA-ESTADO
                 REWRITE CTA-REGISTRO
                 MOVE "CERRADA" TO WS-CTE-RESULTADO(WS-IDX-CUENTA)
                 ADD 1 TO WS-NUM-CERRADAS
                 PERFORM 4310-CANCELAR-ORDENES
                 PERFORM 4350-BAJA-MANDATOS
                 MOVE WS-CTE-REPARTIR(WS-IDX-CUENTA) TO WS-AUD-IMPORTE
                 MOVE "CERRADA" TO WS-AUD-RESULTADO
                 MOVE SPACES TO WS-AUD-DETALLE
                 STRING "REPARTO HERENCIA " WS-ID-CLIENTE
                    DELIMITED BY SIZE INTO WS-AUD-DETALLE
                 CALL "BANCO-AUDITORIA-MOTOR" USING WS-AUD-PROGRAMA
                    WS-CUENTA-A-BLOQUEAR WS-ESCRITURA
                    WS-AUD-IMPORTE WS-AUD-RESULTADO WS-AUD-DETALLE
                    WS-OPERADOR
                 DISPLAY "Cuenta " WS-CUENTA-A-BLOQUEAR
                    " repartida y CERRADA."
              END-IF
           END-IF.
      *
      *    Lee con bloqueo la cuenta indicada en
      *    WS-CUENTA-A-BLOQUEAR, reintentando un numero acotado de
      *    veces si otro operador la retiene.
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
      *    Las ordenes que salen de la cuenta (suspendidas por el
      *    fallecimiento o no) quedan canceladas.
       4310-CANCELAR-ORDENES.
           IF WS-ORDENES-ABIERTO = 'S'
              MOVE 0 TO ORD-ID
              MOVE 'N' TO WS-FIN-FICHERO
              START ORDENES-FILE KEY IS NOT LESS THAN ORD-ID
                 INVALID KEY
                    MOVE 'S' TO WS-FIN-FICHERO
              END-START
              PERFORM UNTIL WS-FIN-FICHERO = 'S'
                 READ ORDENES-FILE NEXT RECORD
                    AT END
                       MOVE 'S' TO WS-FIN-FICHERO
                    NOT AT END
                       IF ORD-CUENTA-ORIGEN = WS-CUENTA-A-BLOQUEAR
                          AND ORD-ESTADO NOT = "C"
                          PERFORM 4320-CANCELAR-UNA-ORDEN
                       END-IF
                 END-READ
              END-PERFORM
           END-IF.
      *
       4320-CANCELAR-UNA-ORDEN.
           MOVE "C" TO ORD-ESTADO
           REWRITE ORD-REGISTRO
           ADD 1 TO WS-NUM-ORDENES
           MOVE ORD-IMPORTE TO WS-AUD-IMPORTE
           MOVE "CANCELADA" TO WS-AUD-RESULTADO
           MOVE SPACES TO WS-AUD-DETALLE
           STRING "ORDEN " ORD-ID " CANCELADA POR HERENCIA"
              DELIMITED BY SIZE INTO WS-AUD-DETALLE
           CALL "BANCO-AUDITORIA-MOTOR" USING WS-AUD-PROGRAMA
              WS-CUENTA-A-BLOQUEAR ORD-CUENTA-DESTINO WS-AUD-IMPORTE
              WS-AUD-RESULTADO WS-AUD-DETALLE WS-OPERADOR.
      *
       4350-BAJA-MANDATOS.
           IF WS-MANDATOS-ABIERTO = 'S'
              MOVE WS-CUENTA-A-BLOQUEAR TO MAN-NUM-CUENTA
              MOVE LOW-VALUES TO MAN-PRESENTADOR
              MOVE 'N' TO WS-FIN-FICHERO
              START MANDATOS-FILE KEY IS NOT LESS THAN MAN-CLAVE
                 INVALID KEY
                    MOVE 'S' TO WS-FIN-FICHERO
              END-START
              PERFORM UNTIL WS-FIN-FICHERO = 'S'
                 READ MANDATOS-FILE NEXT RECORD
                    AT END
                       MOVE 'S' TO WS-FIN-FICHERO
                    NOT AT END
                       IF MAN-NUM-CUENTA NOT = WS-CUENTA-A-BLOQUEAR
                          MOVE 'S' TO WS-FIN-FICHERO
                       ELSE
                          IF MAN-ESTADO NOT = "B"
                             PERFORM 4360-BAJA-UN-MANDATO
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
           END-IF.
      *
       4360-BAJA-UN-MANDATO.
           MOVE "B" TO MAN-ESTADO
           MOVE WS-FECHA-ACTUAL TO MAN-FECHA-ESTADO
           REWRITE MAN-REGISTRO
           ADD 1 TO WS-NUM-MANDATOS
           MOVE 0 TO WS-AUD-IMPORTE
           MOVE "BAJA" TO WS-AUD-RESULTADO
           MOVE SPACES TO WS-AUD-DETALLE
           STRING "MANDATO " MAN-PRESENTADOR " BAJA POR HERENCIA"
              DELIMITED BY SIZE INTO WS-AUD-DETALLE
           CALL "BANCO-AUDITORIA-MOTOR" USING WS-AUD-PROGRAMA
              WS-CUENTA-A-BLOQUEAR SPACES WS-AUD-IMPORTE
              WS-AUD-RESULTADO WS-AUD-DETALLE WS-OPERADOR.
      *
      *    Cuenta compartida: pagada la parte del causante, se le da
      *    de baja en TITULARS, los porcentajes de los demas
      *    titulares y cotitulares se reescalan para sumar 100 (el
      *    ultimo se queda con el resto) y la cuenta vuelve a estar
      *    activa. Si el causante era el primer titular de CUENTAS
      *    pasa a serlo el primer titular que queda (o, sin titular,
      *    el primer cotitular).
       4400-LIBERAR-CUENTA-COMPARTIDA.
           MOVE WS-CTE-CUENTA(WS-IDX-CUENTA) TO WS-CUENTA-A-BLOQUEAR
           PERFORM 4410-CONTAR-SUPERVIVIENTES
           PERFORM 4420-ACTUALIZAR-TITULARES
           PERFORM 4050-LEER-CUENTA-CON-BLOQUEO
           IF WS-CUENTA-RESERVADA = 'N'
              DISPLAY "ERROR: la cuenta " WS-CUENTA-A-BLOQUEAR
                 " esta en uso por otro operador; la parte del "
                 "causante esta repartida pero la cuenta sigue "
                 "bloqueada por testamentaria. Revision manual; no "
                 "repita el reparto de esta cuenta."
              MOVE "INCOMPLETA" TO WS-CTE-RESULTADO(WS-IDX-CUENTA)
           ELSE
              IF CTA-ID-CLIENTE = WS-ID-CLIENTE
                 AND WS-NUEVO-PRIMER-TITULAR NOT = SPACES
                 PERFORM 4440-CAMBIAR-PRIMER-TITULAR
              END-IF
              MOVE "A" TO CTA-ESTADO
              REWRITE CTA-REGISTRO
              MOVE "LIBERADA" TO WS-CTE-RESULTADO(WS-IDX-CUENTA)
              ADD 1 TO WS-NUM-LIBERADAS
              MOVE WS-CTE-REPARTIR(WS-IDX-CUENTA) TO WS-AUD-IMPORTE
              MOVE "LIBERADA" TO WS-AUD-RESULTADO
              MOVE SPACES TO WS-AUD-DETALLE
              STRING "REPARTO PARTE DE " WS-ID-CLIENTE
                 DELIMITED BY SIZE INTO WS-AUD-DETALLE
              CALL "BANCO-AUDITORIA-MOTOR" USING WS-AUD-PROGRAMA
                 WS-CUENTA-A-BLOQUEAR WS-ESCRITURA
                 WS-AUD-IMPORTE WS-AUD-RESULTADO WS-AUD-DETALLE
                 WS-OPERADOR
              DISPLAY "Cuenta " WS-CUENTA-A-BLOQUEAR
                 " repartida la parte del causante y ACTIVA para los "
                 "demas titulares; sus ordenes y mandatos siguen "
                 "suspendidos."
           END-IF.
      *
       4410-CONTAR-SUPERVIVIENTES.
           MOVE 0 TO WS-NUM-SUPERVIVIENTES
           MOVE 0 TO WS-SUMA-SUPERVIVIENTES
           MOVE SPACES TO WS-NUEVO-PRIMER-TITULAR
           MOVE SPACE TO WS-NUEVO-ROL
           MOVE WS-CUENTA-A-BLOQUEAR TO TIT-NUM-CUENTA
           MOVE LOW-VALUES TO TIT-ID-CLIENTE
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
                    IF TIT-NUM-CUENTA NOT = WS-CUENTA-A-BLOQUEAR
                       MOVE 'S' TO WS-FIN-TITULARES
                    ELSE
                       IF TIT-ESTADO = "A"
                          AND (TIT-ROL = "T" OR TIT-ROL = "C")
                          AND TIT-ID-CLIENTE NOT = WS-ID-CLIENTE
                          ADD 1 TO WS-NUM-SUPERVIVIENTES
                          ADD TIT-PORCENTAJE TO WS-SUMA-SUPERVIVIENTES
                          IF WS-NUEVO-PRIMER-TITULAR = SPACES
                             OR (WS-NUEVO-ROL = "C" AND TIT-ROL = "T")
                             MOVE TIT-ID-CLIENTE
                                TO WS-NUEVO-PRIMER-TITULAR
                             MOVE TIT-ROL TO WS-NUEVO-ROL
                          END-IF
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.
      *
       4420-ACTUALIZAR-TITULARES.
           MOVE 0 TO WS-IDX-SUPERVIVIENTE
           MOVE 0 TO WS-ACUM-PORCENTAJES
           MOVE WS-CUENTA-A-BLOQUEAR TO TIT-NUM-CUENTA
           MOVE LOW-VALUES TO TIT-ID-CLIENTE
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
                    IF TIT-NUM-CUENTA NOT = WS-CUENTA-A-BLOQUEAR
                       MOVE 'S' TO WS-FIN-TITULARES
                    ELSE
                       PERFORM 4430-ACTUALIZAR-UN-TITULAR
                    END-IF
              END-READ
           END-PERFORM.
      *
       4430-ACTUALIZAR-UN-TITULAR.
           IF TIT-ID-CLIENTE = WS-ID-CLIENTE
              IF TIT-ESTADO = "A"
                 MOVE "B" TO TIT-ESTADO
                 REWRITE TIT-REGISTRO
                 MOVE 0 TO WS-AUD-IMPORTE
                 MOVE "BAJA" TO WS-AUD-RESULTADO
                 MOVE SPACES TO WS-AUD-DETALLE
                 STRING "TITULAR " WS-ID-CLIENTE " FALLECIDO"
                    DELIMITED BY SIZE INTO WS-AUD-DETALLE
                 CALL "BANCO-AUDITORIA-MOTOR" USING WS-AUD-PROGRAMA
                    WS-CUENTA-A-BLOQUEAR SPACES WS-AUD-IMPORTE
                    WS-AUD-RESULTADO WS-AUD-DETALLE WS-OPERADOR
              END-IF
           ELSE
              IF TIT-ESTADO = "A"
                 AND (TIT-ROL = "T" OR TIT-ROL = "C")
                 AND WS-SUMA-SUPERVIVIENTES > 0
                 ADD 1 TO WS-IDX-SUPERVIVIENTE
                 IF WS-IDX-SUPERVIVIENTE = WS-NUM-SUPERVIVIENTES
                    COMPUTE TIT-PORCENTAJE = 100 - WS-ACUM-PORCENTAJES
                 ELSE
                    COMPUTE TIT-PORCENTAJE ROUNDED =
                       TIT-PORCENTAJE * 100 / WS-SUMA-SUPERVIVIENTES
                 END-IF
                 ADD TIT-PORCENTAJE TO WS-ACUM-PORCENTAJES
                 REWRITE TIT-REGISTRO
              END-IF
           END-IF.
      *
       4440-CAMBIAR-PRIMER-TITULAR.
           MOVE SPACES TO WS-NUEVO-NOMBRE
           MOVE WS-NUEVO-PRIMER-TITULAR TO CLI-ID-CLIENTE
           READ CLIENTES-FILE
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE CLI-NOMBRE TO WS-NUEVO-NOMBRE
           END-READ
           MOVE WS-NUEVO-PRIMER-TITULAR TO CTA-ID-CLIENTE
           IF WS-NUEVO-NOMBRE NOT = SPACES
              MOVE WS-NUEVO-NOMBRE TO CTA-TITULAR
           END-IF
           MOVE 0 TO WS-AUD-IMPORTE
           MOVE "MODIFICADA" TO WS-AUD-RESULTADO
           MOVE SPACES TO WS-AUD-DETALLE
           STRING "PRIMER TITULAR PASA A " WS-NUEVO-PRIMER-TITULAR
              DELIMITED BY SIZE INTO WS-AUD-DETALLE
           CALL "BANCO-AUDITORIA-MOTOR" USING WS-AUD-PROGRAMA
              WS-CUENTA-A-BLOQUEAR SPACES WS-AUD-IMPORTE
              WS-AUD-RESULTADO WS-AUD-DETALLE WS-OPERADOR.
      *
      *    CUENTAS se cierra durante las llamadas a
      *    BANCO-TRANSFER-MOTOR, que lo abre por su cuenta.
       4450-CERRAR-CUENTAS-FILE.
           CLOSE CUENTAS-FILE.
      *
      *    Resumen del reparto, en HEREIMPR y por pantalla.
       6000-IMPRIMIR-RESUMEN.
           OPEN OUTPUT IMPRESION-FILE
           IF WS-IMPRESION-OK
              MOVE 'S' TO WS-IMPRESION-ABIERTO
           ELSE
              DISPLAY "AVISO: no se puede abrir HEREIMPR; el resumen "
                 "del reparto solo se muestra por pantalla."
           END-IF
           PERFORM 6100-CABECERA-RESUMEN
           PERFORM 6200-CUENTAS-RESUMEN
           PERFORM 6400-FIRMAS-RESUMEN
           IF WS-IMPRESION-ABIERTO = 'S'
              CLOSE IMPRESION-FILE
              MOVE 'N' TO WS-IMPRESION-ABIERTO
           END-IF.
      *
       6100-CABECERA-RESUMEN.
           MOVE ALL "=" TO WS-LINEA-IMPRESION
           PERFORM 7500-ESCRIBIR-LINEA
           MOVE "                 REPARTO DE HERENCIA ENTRE HEREDEROS"
              TO WS-LINEA-IMPRESION
           PERFORM 7500-ESCRIBIR-LINEA
           MOVE ALL "=" TO WS-LINEA-IMPRESION
           PERFORM 7500-ESCRIBIR-LINEA
           MOVE SPACES TO WS-LINEA-IMPRESION
           STRING "Fecha: " WS-FECHA-ACTUAL "   Hora: "
              WS-HORA-ACTUAL(1:6) "   Operador: " WS-OPERADOR
              "   Supervisor: " WS-SUPERVISOR
              DELIMITED BY SIZE INTO WS-LINEA-IMPRESION
           PERFORM 7500-ESCRIBIR-LINEA
           MOVE SPACES TO WS-LINEA-IMPRESION
           STRING "Causante:  " WS-NOMBRE-CLIENTE "  Cliente: "
              WS-ID-CLIENTE
              DELIMITED BY SIZE INTO WS-LINEA-IMPRESION
           PERFORM 7500-ESCRIBIR-LINEA
           MOVE SPACES TO WS-LINEA-IMPRESION
           STRING "Fallecimiento: " WS-FECHA-FALLECIMIENTO
              "   Escritura: " WS-ESCRITURA
              DELIMITED BY SIZE INTO WS-LINEA-IMPRESION
           PERFORM 7500-ESCRIBIR-LINEA
           MOVE ALL "-" TO WS-LINEA-IMPRESION
           PERFORM 7500-ESCRIBIR-LINEA
           MOVE "HEREDEROS" TO WS-LINEA-IMPRESION
           PERFORM 7500-ESCRIBIR-LINEA
           PERFORM VARYING WS-IDX-HEREDERO FROM 1 BY 1
              UNTIL WS-IDX-HEREDERO > WS-NUM-HEREDEROS
              MOVE SPACES TO WS-LINEA-IMPRESION
              MOVE WS-HER-NOMBRE(WS-IDX-HEREDERO)
                 TO WS-LINEA-IMPRESION(3:40)
              MOVE WS-HER-PORCENTAJE(WS-IDX-HEREDERO)
                 TO WS-PORCENTAJE-EDITADO
              MOVE WS-PORCENTAJE-EDITADO TO WS-LINEA-IMPRESION(44:6)
              MOVE "%" TO WS-LINEA-IMPRESION(50:1)
              MOVE WS-HER-CUENTA(WS-IDX-HEREDERO)
                 TO WS-LINEA-IMPRESION(53:20)
              PERFORM 7500-ESCRIBIR-LINEA
           END-PERFORM.
      *
      *    Por cuenta: saldo, parte repartida y situacion final, y
      *    debajo cada pago a un heredero con su resultado.
       6200-CUENTAS-RESUMEN.
           MOVE ALL "-" TO WS-LINEA-IMPRESION
           PERFORM 7500-ESCRIBIR-LINEA
           MOVE SPACES TO WS-LINEA-IMPRESION
           MOVE "CUENTA" TO WS-LINEA-IMPRESION(1:6)
           MOVE "MON" TO WS-LINEA-IMPRESION(22:3)
           MOVE "SALDO" TO WS-LINEA-IMPRESION(34:5)
           MOVE "PART.%" TO WS-LINEA-IMPRESION(41:6)
           MOVE "REPARTIDO" TO WS-LINEA-IMPRESION(53:9)
           MOVE "SITUACION" TO WS-LINEA-IMPRESION(64:9)
           PERFORM 7500-ESCRIBIR-LINEA
           PERFORM VARYING WS-IDX-CUENTA FROM 1 BY 1
              UNTIL WS-IDX-CUENTA > WS-NUM-CUENTAS
              PERFORM 6210-LINEA-CUENTA
           END-PERFORM.
      *
       6210-LINEA-CUENTA.
           MOVE SPACES TO WS-LINEA-IMPRESION
           MOVE WS-CTE-CUENTA(WS-IDX-CUENTA)
              TO WS-LINEA-IMPRESION(1:20)
           MOVE WS-CTE-MONEDA(WS-IDX-CUENTA)
              TO WS-LINEA-IMPRESION(22:3)
           MOVE WS-CTE-SALDO(WS-IDX-CUENTA) TO WS-IMPORTE-EDITADO
           MOVE WS-IMPORTE-EDITADO TO WS-LINEA-IMPRESION(26:14)
           MOVE WS-CTE-PORCENTAJE(WS-IDX-CUENTA)
              TO WS-PORCENTAJE-EDITADO
           MOVE WS-PORCENTAJE-EDITADO TO WS-LINEA-IMPRESION(41:6)
           MOVE WS-CTE-REPARTIR(WS-IDX-CUENTA) TO WS-REPARTIR-EDITADO
           MOVE WS-REPARTIR-EDITADO TO WS-LINEA-IMPRESION(48:14)
           MOVE WS-CTE-RESULTADO(WS-IDX-CUENTA)
              TO WS-LINEA-IMPRESION(64:10)
           PERFORM 7500-ESCRIBIR-LINEA
           PERFORM VARYING WS-IDX-PAGO FROM 1 BY 1
              UNTIL WS-IDX-PAGO > WS-NUM-PAGOS
              IF WS-PAG-IDX-CUENTA(WS-IDX-PAGO) = WS-IDX-CUENTA
                 PERFORM 6220-LINEA-PAGO
              END-IF
           END-PERFORM.
      *
       6220-LINEA-PAGO.
           MOVE WS-PAG-IDX-HEREDERO(WS-IDX-PAGO) TO WS-IDX-HEREDERO
           MOVE SPACES TO WS-LINEA-IMPRESION
           MOVE WS-HER-NOMBRE(WS-IDX-HEREDERO)
              TO WS-LINEA-IMPRESION(5:30)
           MOVE WS-HER-CUENTA(WS-IDX-HEREDERO)
              TO WS-LINEA-IMPRESION(36:20)
           MOVE WS-PAG-IMPORTE(WS-IDX-PAGO) TO WS-REPARTIR-EDITADO
           MOVE WS-REPARTIR-EDITADO TO WS-LINEA-IMPRESION(56:14)
           MOVE WS-PAG-RESULTADO(WS-IDX-PAGO)
              TO WS-LINEA-IMPRESION(71:10)
           PERFORM 7500-ESCRIBIR-LINEA
           IF WS-PAG-RESULTADO(WS-IDX-PAGO) NOT = "REALIZADA"
              MOVE SPACES TO WS-LINEA-IMPRESION
              STRING "      motivo: " WS-PAG-MOTIVO(WS-IDX-PAGO)
                 DELIMITED BY SIZE INTO WS-LINEA-IMPRESION
              PERFORM 7500-ESCRIBIR-LINEA
           END-IF.
      *
       6400-FIRMAS-RESUMEN.
           MOVE ALL "-" TO WS-LINEA-IMPRESION
           PERFORM 7500-ESCRIBIR-LINEA
           IF WS-NUM-PENDIENTES > 0
              MOVE "Las cuentas en situacion PENDIENTE siguen "
                 TO WS-LINEA-IMPRESION
              PERFORM 7500-ESCRIBIR-LINEA
              MOVE "bloqueadas por testamentaria; repita el reparto."
                 TO WS-LINEA-IMPRESION
              PERFORM 7500-ESCRIBIR-LINEA
              MOVE SPACES TO WS-LINEA-IMPRESION
              PERFORM 7500-ESCRIBIR-LINEA
           END-IF
           IF WS-NUM-INCOMPLETAS > 0
              MOVE "Las cuentas en situacion INCOMPLETA tienen pagos "
                 TO WS-LINEA-IMPRESION
              PERFORM 7500-ESCRIBIR-LINEA
              MOVE "hechos: completar a mano, NO repetir el reparto."
                 TO WS-LINEA-IMPRESION
              PERFORM 7500-ESCRIBIR-LINEA
              MOVE SPACES TO WS-LINEA-IMPRESION
              PERFORM 7500-ESCRIBIR-LINEA
           END-IF
           MOVE SPACES TO WS-LINEA-IMPRESION
           MOVE "Por la entidad:" TO WS-LINEA-IMPRESION
           MOVE "Autorizado por:" TO WS-LINEA-IMPRESION(42:15)
           PERFORM 7500-ESCRIBIR-LINEA
           MOVE SPACES TO WS-LINEA-IMPRESION
           PERFORM 7500-ESCRIBIR-LINEA
           MOVE ALL "_" TO WS-LINEA-IMPRESION(1:30)
           MOVE ALL "_" TO WS-LINEA-IMPRESION(42:30)
           PERFORM 7500-ESCRIBIR-LINEA
           MOVE SPACES TO WS-LINEA-IMPRESION
           MOVE WS-OPERADOR TO WS-LINEA-IMPRESION(1:8)
           MOVE WS-SUPERVISOR TO WS-LINEA-IMPRESION(42:8)
           PERFORM 7500-ESCRIBIR-LINEA
           MOVE ALL "=" TO WS-LINEA-IMPRESION
           PERFORM 7500-ESCRIBIR-LINEA.
      *
       7500-ESCRIBIR-LINEA.
           DISPLAY WS-LINEA-IMPRESION
           IF WS-IMPRESION-ABIERTO = 'S'
              WRITE WS-LINEA-IMPRESION
           END-IF.
      *
       8900-CERRAR-FICHEROS.
           CLOSE CLIENTES-FILE
           CLOSE CUENTAS-FILE
           IF WS-TITULARES-ABIERTO = 'S'
              CLOSE TITULARES-FILE
           END-IF
           IF WS-RETENCIONES-ABIERTO = 'S'
              CLOSE RETENCIONES-FILE
           END-IF
           IF WS-PLAZOS-ABIERTO = 'S'
              CLOSE PLAZOS-FILE
           END-IF
           IF WS-ORDENES-ABIERTO = 'S'
              CLOSE ORDENES-FILE
           END-IF
           IF WS-MANDATOS-ABIERTO = 'S'
              CLOSE MANDATOS-FILE
           END-IF.
      *
      *--- Finalizar programa ---
       9000-FINALIZAR.
           DISPLAY " "
           DISPLAY "Operacion finalizada correctamente."
           DISPLAY "Gracias por usar el sistema bancario.".
