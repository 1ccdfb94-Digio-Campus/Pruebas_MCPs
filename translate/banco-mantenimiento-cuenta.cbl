      * PROGRAMA: BANCO-MANTENIMIENTO-CUENTA
      * DESCRIPCION: Mantenimiento del estado de una cuenta del maestro
      *              CUENTAS: bloquear (por ejemplo por orden judicial),
      *              y desbloquear, siempre con un motivo que queda
      *              registrado en la linea de auditoria. Es el unico
      *              programa autorizado a tocar CTA-ESTADO, salvo el
      *              cierre, que hace BANCO-LIQUIDA-CUENTA, la marca
      *              de inactiva, que pone BANCO-CUENTAS-DURMIENTES, y
      *              el bloqueo por sanciones confirmadas, que pone
      *              BANCO-REVISA-SANCIONES, y el bloqueo por
      *              fallecimiento del titular, que ponen
      *              BANCO-TESTAMENTARIA y BANCO-REPARTO-HERENCIA; los
      *              programas operativos
      *              (BANCO-INGRESOS, BANCO-RETIRADA,
      *              BANCO-TRANSFER-MOTOR) se limitan a consultarlo y
      *              rechazar operaciones sobre cuentas bloqueadas o
      *              cerradas. El desbloqueo y el cambio de la linea
      *              de descubierto se solicitan aqui y los aplica
      *              BANCO-APRUEBA-CAMBIOS una vez aprobados.
      *              Estados: A = activa, B = bloqueada, C = cerrada,
      *                       I = inactiva (durmiente, marcada por
      *                       BANCO-CUENTAS-DURMIENTES),
      *                       T = bloqueada por testamentaria
      *                       (titular o cotitular fallecido,
      *                       BANCO-TESTAMENTARIA).
      * AUTOR: Proyecto MCPs
      * FECHA: 2026-08-10
      *
      *               reactiva en ventanilla, unico camino para que
      *               la cuenta vuelva a operar. Una cuenta inactiva
      *               tambien puede cerrarse si su saldo es cero.
      *   2026-10-15  La accion C ya no cierra la cuenta: el cierre
      *               se hace con BANCO-LIQUIDA-CUENTA, que liquida
      *               intereses y cuota, cancela ordenes y mandatos y
      *               paga el saldo antes de cerrar. La accion C
      *               remite a ese programa.
      *   2026-10-15  BANCO-REVISA-SANCIONES tambien bloquea cuentas
      *               (estado B) al confirmar una coincidencia con la
      *               lista de sanciones.
      *   2026-10-15  La linea de descubierto de la accion L respeta
      *               las condiciones del producto de la cuenta en el
      *               catalogo PRODUCTO: no se concede descubierto si
      *               el producto no lo admite ni por encima de su
      *               maximo. Una cuenta de un tipo sin producto, o
      *               sin el catalogo disponible, sigue como antes.
      *   2026-10-15  Doble intervencion: el programa pide ahora
      *               inicio de sesion, y las acciones L (linea de
      *               descubierto) y D (desbloqueo) ya no se aplican
      *               aqui: quedan como solicitud pendiente en
      *               APROBPEN (BANCO-COLA-APROBACIONES) hasta que
      *               otro operador de nivel supervisor la apruebe
      *               en BANCO-APRUEBA-CAMBIOS. B y R siguen
      *               aplicandose en el acto.
      *   2026-10-15  Nuevo estado T (bloqueada por testamentaria) que
      *               pone BANCO-TESTAMENTARIA; no se desbloquea
      *               aqui: la cuenta sale de ese estado con el
      *               reparto de la herencia (BANCO-REPARTO-HERENCIA).
      *================================================================*
      *
      *-------- BLOQUE 1: IDENTIFICATION DIVISION -------------------*
              RECORD KEY IS CTA-NUM-CUENTA
              ALTERNATE RECORD KEY IS CTA-ID-CLIENTE WITH DUPLICATES
              FILE STATUS IS WS-CUENTAS-STATUS.
      *
           SELECT PRODUCTOS-FILE ASSIGN TO "PRODUCTO"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PRD-TIPO
              FILE STATUS IS WS-PRODUCTOS-STATUS.
      *
      *-------- BLOQUE 3: DATA DIVISION -----------------------------*
       DATA DIVISION.
       FILE SECTION.
       FD  CUENTAS-FILE.
           COPY "cuentas.cpy".
      *
       FD  PRODUCTOS-FILE.
           COPY "producto.cpy".
      *
       WORKING-STORAGE SECTION.
      *
       01 WS-CUENTA-ENCONTRADA  PIC X VALUE 'N'.
       01 WS-CAMBIO-VALIDO      PIC X VALUE 'N'.
       01 WS-ESTADO-NUEVO       PIC X(01).
      *
      *--- Cambio de la linea de descubierto autorizado (accion L) ---
       01 WS-DESCUBIERTO-ACTUAL PIC 9(10)V99 VALUE 0.
      *
       01 WS-CUENTAS-STATUS     PIC X(02).
          88 WS-CUENTAS-OK          VALUE "00".
       01 WS-PRODUCTOS-STATUS   PIC X(02).
          88 WS-PRODUCTOS-OK        VALUE "00".
       01 WS-PRODUCTOS-ABIERTO  PIC X VALUE 'N'.
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
      *--- Solicitud de aprobacion (ver BANCO-COLA-APROBACIONES) ---
       01 WS-NIVEL-SUPERVISOR   PIC 9(01) VALUE 2.
       01 WS-CQ-ACCION          PIC X(01).
       01 WS-CQ-RESULTADO       PIC X(01).
       COPY "aprobpen.cpy"
          REPLACING LEADING ==APR-== BY ==WS-APR-==.
       01 WS-DESC-NUEVO-ED      PIC Z(9)9.99.
      *
      *--- Datos para la linea de auditoria ---
       01 WS-AUD-PROGRAMA        PIC X(20) VALUE "BANCO-MANTEN-CUENTA".
       01 WS-AUD-IMPORTE         PIC S9(10)V99 VALUE 0.
      *--- Parrafo principal ---
       0000-PRINCIPAL.
           PERFORM 1000-INICIALIZAR
           PERFORM 1050-INICIAR-SESION
           PERFORM 1500-ABRIR-FICHEROS
           PERFORM 2000-PEDIR-CUENTA
           IF WS-CUENTA-ENCONTRADA = 'S'
              PERFORM 3000-PEDIR-ACCION
              PERFORM 4000-VALIDAR-CAMBIO
              IF WS-CAMBIO-VALIDO = 'S'
                 IF WS-ACCION = 'L' OR WS-ACCION = 'D'
                    PERFORM 5300-SOLICITAR-APROBACION
                 ELSE
                    PERFORM 5000-APLICAR-CAMBIO
                 END-IF
              END-IF
           ELSE
              DISPLAY " "
           DISPLAY "   MANTENIMIENTO DE ESTADO DE CUENTAS"
           DISPLAY "   Fecha: " WS-FECHA-ACTUAL
           DISPLAY "==========================================".
      *
      *    El operador que pide el cambio queda identificado en la
      *    auditoria y en la solicitud, para que no pueda aprobarla
      *    el mismo.
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
              DISPLAY "ERROR: No se puede abrir el maestro CUENTAS."
              PERFORM 9000-FINALIZAR
              STOP RUN
           END-IF
           OPEN INPUT PRODUCTOS-FILE
           IF WS-PRODUCTOS-OK
              MOVE 'S' TO WS-PRODUCTOS-ABIERTO
           END-IF.
      *
       2000-PEDIR-CUENTA.
                 DISPLAY "Saldo retenido:" CTA-SALDO-RET
                 DISPLAY "Estado actual: " CTA-ESTADO
                    " (A=activa, B=bloqueada, C=cerrada, "
                    "I=inactiva, T=testamentaria)"
                 IF CTA-DESCUBIERTO-AUT IS NUMERIC
                    MOVE CTA-DESCUBIERTO-AUT TO WS-DESCUBIERTO-ACTUAL
                 ELSE
      *
       3000-PEDIR-ACCION.
           DISPLAY " "
           DISPLAY "Accion (B=bloquear, D=desbloquear, C=cerrar "
              "(ver BANCO-LIQUIDA-CUENTA), "
              "R=reactivar inactiva, L=linea de descubierto): "
           ACCEPT WS-ACCION
           IF WS-ACCION = 'L'
      *
      *    Comprueba que la accion pedida tenga sentido para el estado
      *    actual de la cuenta: solo se bloquea una cuenta activa, solo
      *    se desbloquea una bloqueada, y el cierre no se hace aqui
      *    sino con la liquidacion de BANCO-LIQUIDA-CUENTA. El motivo
      *    es obligatorio siempre, porque es lo que queda en
      *    auditoria.
       4000-VALIDAR-CAMBIO.
           MOVE 'N' TO WS-CAMBIO-VALIDO
           IF WS-MOTIVO = SPACES
                          "cuenta activa."
                    END-IF
                 WHEN 'D'
                    EVALUATE CTA-ESTADO
                       WHEN "B"
                          MOVE 'S' TO WS-CAMBIO-VALIDO
                          MOVE "A" TO WS-ESTADO-NUEVO
                       WHEN "T"
                          DISPLAY "ERROR: la cuenta esta bloqueada "
                             "por testamentaria; sale de ese estado "
                             "con BANCO-REPARTO-HERENCIA."
                       WHEN OTHER
                          DISPLAY "ERROR: solo se puede desbloquear "
                             "una cuenta bloqueada."
                    END-EVALUATE
                 WHEN 'C'
                    IF CTA-ESTADO = "C"
                       DISPLAY "ERROR: la cuenta ya esta cerrada."
                    ELSE
                       DISPLAY "ERROR: el cierre de una cuenta se "
                          "hace con BANCO-LIQUIDA-CUENTA, que "
                          "liquida intereses y cuota, cancela "
                          "ordenes y mandatos y paga el saldo."
                    END-IF
                 WHEN 'R'
                    IF CTA-ESTADO = "I"
                    ELSE
                       MOVE 'S' TO WS-CAMBIO-VALIDO
                       MOVE CTA-ESTADO TO WS-ESTADO-NUEVO
                       PERFORM 4100-COMPROBAR-PRODUCTO
                    END-IF
                 WHEN OTHER
                    DISPLAY "ERROR: accion no reconocida."
              END-EVALUATE
           END-IF.
      *
      *    La nueva linea de descubierto no puede salirse de las
      *    condiciones del producto de la cuenta: sin descubierto si
      *    el producto no lo admite y, si lo admite con tope, no por
      *    encima del tope. Quitar el descubierto (cero) siempre se
      *    admite.
       4100-COMPROBAR-PRODUCTO.
           IF WS-PRODUCTOS-ABIERTO = 'S'
              AND WS-DESCUBIERTO-NUEVO > 0
              MOVE CTA-TIPO TO PRD-TIPO
              READ PRODUCTOS-FILE
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    IF PRD-DESCUBIERTO NOT = "S"
                       DISPLAY "ERROR: el producto " CTA-TIPO
                          " no admite descubierto."
                       MOVE 'N' TO WS-CAMBIO-VALIDO
                    ELSE
                       IF PRD-DESCUBIERTO-MAX > 0
                          AND WS-DESCUBIERTO-NUEVO
                             > PRD-DESCUBIERTO-MAX
                          MOVE PRD-DESCUBIERTO-MAX
                             TO WS-DESC-ANTERIOR-ED
                          DISPLAY "ERROR: el descubierto supera el "
                             "maximo del producto ("
                             WS-DESC-ANTERIOR-ED ")."
                          MOVE 'N' TO WS-CAMBIO-VALIDO
                       END-IF
                    END-IF
              END-READ
           END-IF.
      *
      *    Bloqueo (B) y reactivacion (R), que se aplican en el acto.
       5000-APLICAR-CAMBIO.
           MOVE WS-ESTADO-NUEVO TO CTA-ESTADO
           REWRITE CTA-REGISTRO
           PERFORM 5100-REGISTRAR-AUDITORIA
           DISPLAY " "
           DISPLAY "Cuenta " WS-NUMERO-CUENTA
              " pasa a estado " WS-ESTADO-NUEVO "."
           DISPLAY "Motivo: " WS-MOTIVO.
      *
       5100-REGISTRAR-AUDITORIA.
           MOVE 0 TO WS-AUD-IMPORTE
              WS-NUMERO-CUENTA SPACES WS-AUD-IMPORTE
              WS-AUD-RESULTADO WS-AUD-DETALLE WS-OPERADOR.
      *
      *    La linea de descubierto (L) y el desbloqueo (D) no se
      *    aplican aqui: se anotan en APROBPEN con el valor anterior y
      *    el nuevo, para que otro operador de nivel supervisor los
      *    revise y los aplique en BANCO-APRUEBA-CAMBIOS. Si ya hay una
      *    solicitud pendiente sobre la cuenta no se anota otra.
       5300-SOLICITAR-APROBACION.
           MOVE SPACES TO WS-APR-REGISTRO
           MOVE 0 TO WS-APR-NUMERO
           MOVE WS-ACCION TO WS-APR-TIPO
           MOVE WS-NUMERO-CUENTA TO WS-APR-CLAVE
           MOVE WS-OPERADOR TO WS-APR-SOLICITANTE
           MOVE WS-AUD-PROGRAMA TO WS-APR-PROGRAMA
           MOVE WS-NIVEL-SUPERVISOR TO WS-APR-NIVEL-REQUERIDO
           MOVE WS-MOTIVO TO WS-APR-MOTIVO
           IF WS-ACCION = 'L'
              MOVE WS-DESCUBIERTO-ACTUAL TO WS-DESC-ANTERIOR-ED
              MOVE WS-DESCUBIERTO-NUEVO TO WS-DESC-NUEVO-ED
              STRING "DESCUBIERTO " WS-DESC-ANTERIOR-ED
                 DELIMITED BY SIZE INTO WS-APR-ANTES
              STRING "DESCUBIERTO " WS-DESC-NUEVO-ED
                 DELIMITED BY SIZE INTO WS-APR-DESPUES
              MOVE WS-DESCUBIERTO-ACTUAL TO WS-APR-L-DESCUBIERTO-ANT
              MOVE WS-DESCUBIERTO-NUEVO TO WS-APR-L-DESCUBIERTO-NUEVO
              MOVE WS-DESCUBIERTO-NUEVO TO WS-AUD-IMPORTE
           ELSE
              STRING "ESTADO " CTA-ESTADO " (BLOQUEADA)"
                 DELIMITED BY SIZE INTO WS-APR-ANTES
              STRING "ESTADO " WS-ESTADO-NUEVO " (ACTIVA)"
                 DELIMITED BY SIZE INTO WS-APR-DESPUES
              MOVE CTA-ESTADO TO WS-APR-D-ESTADO-ANT
              MOVE WS-ESTADO-NUEVO TO WS-APR-D-ESTADO-NUEVO
              MOVE 0 TO WS-AUD-IMPORTE
           END-IF
           MOVE "A" TO WS-CQ-ACCION
           CALL "BANCO-COLA-APROBACIONES" USING WS-CQ-ACCION
              WS-APR-REGISTRO WS-CQ-RESULTADO
           DISPLAY " "
           EVALUATE WS-CQ-RESULTADO
              WHEN "N"
                 MOVE "SOLICITADA" TO WS-AUD-RESULTADO
                 MOVE SPACES TO WS-AUD-DETALLE
                 STRING "SOLICITUD " WS-APR-NUMERO ": " WS-MOTIVO
                    DELIMITED BY SIZE INTO WS-AUD-DETALLE
                 CALL "BANCO-AUDITORIA-MOTOR" USING WS-AUD-PROGRAMA
                    WS-NUMERO-CUENTA SPACES WS-AUD-IMPORTE
                    WS-AUD-RESULTADO WS-AUD-DETALLE WS-OPERADOR
                 DISPLAY "Cambio solicitado con el numero "
                    WS-APR-NUMERO ":"
                 DISPLAY "  Antes:   " WS-APR-ANTES
                 DISPLAY "  Despues: " WS-APR-DESPUES
                 DISPLAY "No se aplica hasta que lo apruebe otro "
                    "operador de nivel supervisor "
                    "(BANCO-APRUEBA-CAMBIOS)."
              WHEN "E"
                 DISPLAY "ERROR: la cuenta ya tiene pendiente la "
                    "solicitud " WS-APR-NUMERO " de "
                    WS-APR-SOLICITANTE "; debe resolverse antes de "
                    "pedir otro cambio."
              WHEN OTHER
                 DISPLAY "ERROR: no se pudo anotar la solicitud de "
                    "aprobacion; el cambio no se ha hecho."
           END-EVALUATE.
      *
       8900-CERRAR-FICHEROS.
           CLOSE CUENTAS-FILE
           IF WS-PRODUCTOS-ABIERTO = 'S'
              CLOSE PRODUCTOS-FILE
           END-IF.
      *
      *--- Finalizar programa ---
       9000-FINALIZAR.
