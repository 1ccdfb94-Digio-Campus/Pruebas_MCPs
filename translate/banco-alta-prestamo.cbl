      *================================================================*
      * PROGRAMA: BANCO-ALTA-PRESTAMO
      * DESCRIPCION: Apertura de prestamos personales en ventanilla.
      *              Captura la cuenta asociada, el principal, la tasa
      *              nominal anual y el plazo en meses; valida que la
      *              cuenta este operativa, calcula la cuota constante
      *              del sistema frances y genera el cuadro de
      *              amortizacion completo en CUADPRE (una linea por
      *              cuota con su desglose en interes y principal).
      *              Abona el principal en la cuenta asociada (apunte
      *              "I" con referencia al prestamo), carga la
      *              contrapartida en la cuenta interna de cartera de
      *              prestamos INT-PRESTAMOS y da de alta el registro
      *              en PRESTAMO con numero del contador CTLPRE.
      *              BANCO-COBRA-PRESTAMOS cobra las cuotas en el job
      *              de cierre. Un principal por encima del limite del
      *              operador necesita autorizacion de supervisor,
      *              igual que los ingresos en ventanilla. Las cuotas
      *              vencen el mismo dia de cada mes que la apertura;
      *              en los meses mas cortos, el ultimo dia del mes.
      *              Solo se conceden prestamos en euros: la cartera
      *              INT-PRESTAMOS y los ingresos INT-ING-PRESTAMOS
      *              son cuentas internas en EUR.
      * AUTOR: Proyecto MCPs
      * FECHA: 2026-10-15
      *
      * HISTORIAL DE MODIFICACIONES:
      *   2026-10-15  Los apuntes llevan codigo de operacion del
      *               catalogo CODOPER y canal "O": PREA en el abono del
      *               principal y GLPR en la cuenta interna de
      *               prestamos.
      *   2026-10-15  Se rechaza el prestamo sobre una cuenta que no
      *               sea en EUR, para no descuadrar por moneda el
      *               diario contable con la contrapartida en EUR.
      *================================================================*
      *
      *-------- BLOQUE 1: IDENTIFICATION DIVISION -------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANCO-ALTA-PRESTAMO.
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
           SELECT CTLPRE-FILE ASSIGN TO "CTLPRE"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS CTE-CLAVE
              FILE STATUS IS WS-CTLPRE-STATUS.
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
       FD  CTLPRE-FILE.
           COPY "contador.cpy"
              REPLACING ==CTR-REGISTRO== BY ==CTE-REGISTRO==
                        ==CTR-CLAVE== BY ==CTE-CLAVE==
                        ==CTR-ULTIMO-VALOR== BY ==CTE-ULTIMO-VALOR==.
      *
       WORKING-STORAGE SECTION.
      *
      *--- Datos capturados para el prestamo ---
       01 WS-NUMERO-CUENTA      PIC X(20).
       01 WS-IMPORTE-PRESTAMO   PIC 9(10)V99 VALUE 0.
       01 WS-MESES-PRESTAMO     PIC 9(03) VALUE 0.
       01 WS-TASA-ANUAL         PIC 9(01)V9(4) VALUE 0.
       01 WS-NUEVO-ID-PRESTAMO  PIC 9(08) VALUE 0.
       01 WS-ID-CLIENTE         PIC X(12).
       01 WS-MONEDA-PRESTAMO    PIC X(03).
      *
      *--- Calculo de la cuota (sistema frances) ---
       01 WS-TASA-MENSUAL       PIC 9(01)V9(10) VALUE 0.
       01 WS-FACTOR-CAPITALIZ   PIC 9(07)V9(10) VALUE 0.
       01 WS-CUOTA-MENSUAL      PIC 9(10)V99 VALUE 0.
       01 WS-TOTAL-INTERESES    PIC 9(12)V99 VALUE 0.
      *
      *--- Generacion del cuadro de amortizacion ---
       01 WS-NUM-CUOTA          PIC 9(03) VALUE 0.
       01 WS-CAPITAL-VIVO       PIC 9(10)V99 VALUE 0.
       01 WS-INTERES-CUOTA      PIC 9(10)V99 VALUE 0.
       01 WS-AMORTIZ-CUOTA      PIC 9(10)V99 VALUE 0.
       01 WS-IMPORTE-CUOTA      PIC 9(10)V99 VALUE 0.
       01 WS-FECHA-PRIMERA      PIC X(10).
      *
      *--- Calculo de la fecha de vencimiento de cada cuota ---
       01 WS-FECHA-CUOTA.
          05 WS-CUO-ANO         PIC 9(04).
          05 WS-CUO-MES         PIC 9(02).
          05 WS-CUO-DIA         PIC 9(02).
          05 FILLER             PIC X(02) VALUE SPACES.
       01 WS-DIA-APERTURA       PIC 9(02) VALUE 0.
       01 WS-MES-CALCULO        PIC S9(05) VALUE 0.
       01 WS-DIAS-MES           PIC 9(02) VALUE 0.
       01 WS-RESTO-BISIESTO     PIC 9(04) VALUE 0.
       01 WS-COCIENTE-BISIESTO  PIC 9(04) VALUE 0.
       01 WS-ANO-BISIESTO       PIC X VALUE 'N'.
      *
      *--- Importes editados para el cuadro ---
       01 WS-IMPORTE-EDITADO    PIC ZZZZZZZZZ9.99.
       01 WS-INTERES-EDITADO    PIC ZZZZZZZZZ9.99.
       01 WS-AMORTIZ-EDITADO    PIC ZZZZZZZZZ9.99.
       01 WS-CAPITAL-EDITADO    PIC ZZZZZZZZZ9.99.
      *
      *--- Variables de proceso ---
       01 WS-DATOS-VALIDOS      PIC X VALUE 'S'.
       01 WS-CUENTA-ENCONTRADA  PIC X VALUE 'N'.
       01 WS-APERTURA-APLICADA  PIC X VALUE 'N'.
      *
      *--- Bloqueo de registro con reintento ---
       01 WS-MAX-ESPERAS        PIC 9(02) VALUE 10.
       01 WS-NUM-ESPERAS        PIC 9(02) VALUE 0.
       01 WS-CUENTA-RESERVADA   PIC X VALUE 'N'.
       01 WS-CONTADOR-RESERVADO PIC X VALUE 'N'.
       01 WS-SALDO-NUEVO        PIC S9(10)V99 VALUE 0.
       01 WS-SIGUIENTE-SECUENCIA PIC 9(06) VALUE 0.
      *
      *--- Cuenta interna de contrapartida ---
       01 WS-CTA-GL-PRESTAMOS   PIC X(20) VALUE "INT-PRESTAMOS".
      *
      *--- Variables de control ---
       01 WS-FECHA-ACTUAL       PIC X(10).
       01 WS-HORA-ACTUAL        PIC X(08).
      *
       01 WS-CUENTAS-STATUS     PIC X(02).
          88 WS-CUENTAS-OK          VALUE "00".
       01 WS-MOVIMIEN-STATUS    PIC X(02).
          88 WS-MOVIMIEN-OK         VALUE "00".
       01 WS-CTLMOV-STATUS      PIC X(02).
          88 WS-CTLMOV-OK           VALUE "00".
          88 WS-CTLMOV-NUEVO        VALUE "35".
       01 WS-PRESTAMO-STATUS    PIC X(02).
          88 WS-PRESTAMO-OK         VALUE "00".
          88 WS-PRESTAMO-NUEVO      VALUE "35".
       01 WS-CUADPRE-STATUS     PIC X(02).
          88 WS-CUADPRE-OK          VALUE "00".
          88 WS-CUADPRE-NUEVO       VALUE "35".
       01 WS-CTLPRE-STATUS      PIC X(02).
          88 WS-CTLPRE-OK           VALUE "00".
          88 WS-CTLPRE-NUEVO        VALUE "35".
      *
      *--- Sesion de operador (ver BANCO-CONTROL-ACCESO) ---
       01 WS-CA-ACCION          PIC X(01).
       01 WS-OPERADOR           PIC X(08) VALUE SPACES.
       01 WS-NIVEL-OPERADOR     PIC 9(01) VALUE 0.
       01 WS-LIMITE-OPERADOR    PIC 9(10)V99 VALUE 0.
       01 WS-CA-IMPORTE         PIC 9(10)V99 VALUE 0.
       01 WS-CA-AUTORIZADO      PIC X(01).
      *
      *--- Autorizacion de supervisor por encima del limite ---
       01 WS-SUPERVISOR         PIC X(08).
       01 WS-SUP-NIVEL          PIC 9(01).
       01 WS-SUP-LIMITE         PIC 9(10)V99.
       01 WS-OPERACION-AUTORIZADA PIC X VALUE 'S'.
      *
      *--- Datos para la linea de auditoria ---
       01 WS-AUD-PROGRAMA        PIC X(20) VALUE "BANCO-ALTA-PRESTAMO".
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
           PERFORM 2000-PEDIR-DATOS-PRESTAMO
           IF WS-DATOS-VALIDOS = 'S'
              PERFORM 2500-AUTORIZAR-IMPORTE
              IF WS-OPERACION-AUTORIZADA = 'N'
                 DISPLAY " "
                 DISPLAY "ERROR: el principal supera el limite del "
                    "operador y no se autorizo; no se abre el "
                    "prestamo."
                 MOVE 'N' TO WS-DATOS-VALIDOS
              END-IF
           END-IF
           IF WS-DATOS-VALIDOS = 'S'
              PERFORM 3000-GENERAR-ID-PRESTAMO
              PERFORM 3500-CALCULAR-CUOTA
              PERFORM 4000-APLICAR-APERTURA
              IF WS-APERTURA-APLICADA = 'S'
                 PERFORM 5000-MOSTRAR-RESUMEN
              END-IF
           ELSE
              DISPLAY " "
              DISPLAY "ERROR: datos del prestamo no validos, no se "
                 "abre el prestamo."
           END-IF
           PERFORM 8900-CERRAR-FICHEROS
           PERFORM 9000-FINALIZAR
           STOP RUN.
      *
      *--- Inicializar variables ---
       1000-INICIALIZAR.
           INITIALIZE WS-NUMERO-CUENTA
           ACCEPT WS-FECHA-ACTUAL FROM DATE YYYYMMDD
           ACCEPT WS-HORA-ACTUAL FROM TIME
           DISPLAY "=========================================="
           DISPLAY "   APERTURA DE PRESTAMOS PERSONALES"
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
           OPEN I-O CTLPRE-FILE
           IF WS-CTLPRE-NUEVO
              OPEN OUTPUT CTLPRE-FILE
              CLOSE CTLPRE-FILE
              OPEN I-O CTLPRE-FILE
              MOVE "R" TO CTE-CLAVE
              MOVE 0 TO CTE-ULTIMO-VALOR
              WRITE CTE-REGISTRO
           END-IF
           IF NOT WS-CUENTAS-OK OR NOT WS-MOVIMIEN-OK
              OR NOT WS-PRESTAMO-OK OR NOT WS-CUADPRE-OK
              DISPLAY "ERROR: No se pueden abrir los ficheros "
                 "maestros."
              PERFORM 9000-FINALIZAR
              STOP RUN
           END-IF.
      *
       2000-PEDIR-DATOS-PRESTAMO.
           DISPLAY " "
           DISPLAY "Cuenta asociada del prestamo: "
           ACCEPT WS-NUMERO-CUENTA
           MOVE WS-NUMERO-CUENTA TO CTA-NUM-CUENTA
           READ CUENTAS-FILE
              INVALID KEY
                 MOVE 'N' TO WS-CUENTA-ENCONTRADA
              NOT INVALID KEY
                 MOVE 'S' TO WS-CUENTA-ENCONTRADA
           END-READ
           IF WS-CUENTA-ENCONTRADA = 'N'
              DISPLAY "ERROR: Cuenta no encontrada."
              MOVE 'N' TO WS-DATOS-VALIDOS
           ELSE
              EVALUATE TRUE
                 WHEN CTA-ESTADO NOT = "A" OR CTA-TIPO = "INTERNA"
                    DISPLAY "ERROR: la cuenta esta bloqueada, cerrada "
                       "o no es de cliente."
                    MOVE 'N' TO WS-DATOS-VALIDOS
                 WHEN CTA-MONEDA NOT = "EUR"
                    DISPLAY "ERROR: solo se conceden prestamos sobre "
                       "cuentas en EUR; la cuenta es en " CTA-MONEDA "."
                    MOVE 'N' TO WS-DATOS-VALIDOS
                 WHEN OTHER
                    MOVE CTA-ID-CLIENTE TO WS-ID-CLIENTE
                    MOVE CTA-MONEDA TO WS-MONEDA-PRESTAMO
                    DISPLAY "Titular: " CTA-TITULAR
                    DISPLAY "Principal del prestamo: "
                    ACCEPT WS-IMPORTE-PRESTAMO
                    DISPLAY "Plazo en meses (001-360): "
                    ACCEPT WS-MESES-PRESTAMO
                    DISPLAY "Tasa nominal anual (por ejemplo 0.0650): "
                    ACCEPT WS-TASA-ANUAL
                    IF WS-IMPORTE-PRESTAMO <= 0
                       DISPLAY "ERROR: principal no valido."
                       MOVE 'N' TO WS-DATOS-VALIDOS
                    END-IF
                    IF WS-MESES-PRESTAMO < 1 OR WS-MESES-PRESTAMO > 360
                       DISPLAY "ERROR: plazo en meses no valido."
                       MOVE 'N' TO WS-DATOS-VALIDOS
                    END-IF
              END-EVALUATE
           END-IF.
      *
      *    Un principal por encima del limite del operador necesita
      *    la autorizacion de un supervisor, como en BANCO-INGRESOS.
       2500-AUTORIZAR-IMPORTE.
           MOVE 'S' TO WS-OPERACION-AUTORIZADA
           IF WS-LIMITE-OPERADOR > 0
              AND WS-IMPORTE-PRESTAMO > WS-LIMITE-OPERADOR
              MOVE "S" TO WS-CA-ACCION
              MOVE WS-IMPORTE-PRESTAMO TO WS-CA-IMPORTE
              MOVE SPACES TO WS-SUPERVISOR
              CALL "BANCO-CONTROL-ACCESO" USING WS-CA-ACCION
                 WS-SUPERVISOR WS-SUP-NIVEL WS-SUP-LIMITE
                 WS-CA-IMPORTE WS-CA-AUTORIZADO
              IF WS-CA-AUTORIZADO = 'S'
                 MOVE WS-IMPORTE-PRESTAMO TO WS-AUD-IMPORTE
                 MOVE "AUTORIZADA" TO WS-AUD-RESULTADO
                 MOVE SPACES TO WS-AUD-DETALLE
                 STRING "AUTORIZACION DE SUPERVISOR A " WS-OPERADOR
                    DELIMITED BY SIZE INTO WS-AUD-DETALLE
                 CALL "BANCO-AUDITORIA-MOTOR" USING WS-AUD-PROGRAMA
                    WS-NUMERO-CUENTA SPACES WS-AUD-IMPORTE
                    WS-AUD-RESULTADO WS-AUD-DETALLE WS-SUPERVISOR
              ELSE
                 MOVE 'N' TO WS-OPERACION-AUTORIZADA
              END-IF
           END-IF.
      *
       3000-GENERAR-ID-PRESTAMO.
           MOVE "R" TO CTE-CLAVE
           READ CTLPRE-FILE
           ADD 1 TO CTE-ULTIMO-VALOR
           MOVE CTE-ULTIMO-VALOR TO WS-NUEVO-ID-PRESTAMO
           REWRITE CTE-REGISTRO.
      *
      *    Cuota constante del sistema frances sobre la tasa mensual
      *    (nominal anual entre doce):
      *       cuota = principal * i * (1 + i) ** n / ((1 + i) ** n - 1)
      *    Sin interes la cuota es el principal entre el numero de
      *    cuotas. La ultima cuota del cuadro absorbe el redondeo.
       3500-CALCULAR-CUOTA.
           COMPUTE WS-TASA-MENSUAL ROUNDED = WS-TASA-ANUAL / 12
           IF WS-TASA-MENSUAL = 0
              COMPUTE WS-CUOTA-MENSUAL ROUNDED =
                 WS-IMPORTE-PRESTAMO / WS-MESES-PRESTAMO
           ELSE
              COMPUTE WS-FACTOR-CAPITALIZ ROUNDED =
                 (1 + WS-TASA-MENSUAL) ** WS-MESES-PRESTAMO
              COMPUTE WS-CUOTA-MENSUAL ROUNDED =
                 WS-IMPORTE-PRESTAMO * WS-TASA-MENSUAL
                 * WS-FACTOR-CAPITALIZ / (WS-FACTOR-CAPITALIZ - 1)
           END-IF
           MOVE WS-FECHA-ACTUAL(7:2) TO WS-DIA-APERTURA.
      *
      *    Abona el principal en la cuenta asociada, lo anota en
      *    MOVIMIEN con referencia al prestamo, carga la contrapartida
      *    en la cartera de prestamos y graba el prestamo y su cuadro
      *    de amortizacion. La cuenta se relee con bloqueo; el
      *    REWRITE libera el bloqueo.
       4000-APLICAR-APERTURA.
           MOVE 'N' TO WS-APERTURA-APLICADA
           PERFORM 4050-BLOQUEAR-REGISTRO-CUENTA
           IF WS-CUENTA-RESERVADA = 'N'
              DISPLAY " "
              DISPLAY "ERROR: La cuenta esta en uso por otro "
                 "operador; el prestamo no se abre. Intentelo de "
                 "nuevo en unos instantes."
           ELSE
              IF CTA-ESTADO NOT = "A"
                 REWRITE CTA-REGISTRO
                 DISPLAY " "
                 DISPLAY "ERROR: la cuenta se bloqueo desde otra "
                    "ventanilla; no se abre el prestamo."
              ELSE
                 PERFORM 4080-CONTABILIZAR-APERTURA
              END-IF
           END-IF.
      *
      *    Relee la cuenta asociada con bloqueo, reintentando si otra
      *    ventanilla la retiene.
       4050-BLOQUEAR-REGISTRO-CUENTA.
           MOVE 0 TO WS-NUM-ESPERAS
           MOVE 'N' TO WS-CUENTA-RESERVADA
           PERFORM UNTIL WS-CUENTA-RESERVADA = 'S'
              OR WS-NUM-ESPERAS > WS-MAX-ESPERAS
              MOVE WS-NUMERO-CUENTA TO CTA-NUM-CUENTA
              READ CUENTAS-FILE WITH LOCK
              IF WS-CUENTAS-OK
                 MOVE 'S' TO WS-CUENTA-RESERVADA
              ELSE
                 ADD 1 TO WS-NUM-ESPERAS
              END-IF
           END-PERFORM.
      *
       4080-CONTABILIZAR-APERTURA.
           MOVE 'S' TO WS-APERTURA-APLICADA
           COMPUTE WS-SALDO-NUEVO =
              CTA-SALDO-DISP + WS-IMPORTE-PRESTAMO
           MOVE WS-SALDO-NUEVO TO CTA-SALDO-DISP
           REWRITE CTA-REGISTRO
           PERFORM 4100-OBTENER-SIGUIENTE-SECUENCIA
           MOVE WS-NUMERO-CUENTA TO MOV-NUM-CUENTA
           MOVE WS-FECHA-ACTUAL TO MOV-FECHA
           MOVE WS-SIGUIENTE-SECUENCIA TO MOV-SECUENCIA
           MOVE WS-HORA-ACTUAL TO MOV-HORA
           MOVE SPACES TO MOV-CONCEPTO
           STRING "DISPOSICION PRESTAMO " WS-NUEVO-ID-PRESTAMO
              DELIMITED BY SIZE INTO MOV-CONCEPTO
           MOVE "I" TO MOV-TIPO
           MOVE WS-IMPORTE-PRESTAMO TO MOV-IMPORTE
           MOVE WS-SALDO-NUEVO TO MOV-SALDO-DESPUES
           MOVE WS-MONEDA-PRESTAMO TO MOV-MONEDA
           MOVE "BANCO-ALTA-PRESTAMO" TO MOV-PROGRAMA-ORIGEN
           MOVE "PREA" TO MOV-COD-OPERACION
           MOVE "O" TO MOV-CANAL
           MOVE WS-OPERADOR TO MOV-OPERADOR
           MOVE SPACE TO MOV-MARCA-EXTORNO
           WRITE MOV-REGISTRO
           PERFORM 4300-CONTRAPARTIDA-CARTERA
           PERFORM 4400-GRABAR-CUADRO
           MOVE WS-NUEVO-ID-PRESTAMO TO PRE-ID
           MOVE WS-NUMERO-CUENTA TO PRE-CUENTA-ASOCIADA
           MOVE WS-ID-CLIENTE TO PRE-ID-CLIENTE
           MOVE WS-IMPORTE-PRESTAMO TO PRE-IMPORTE
           MOVE WS-TASA-ANUAL TO PRE-TASA-ANUAL
           MOVE WS-MESES-PRESTAMO TO PRE-MESES-PLAZO
           MOVE WS-CUOTA-MENSUAL TO PRE-CUOTA
           MOVE WS-MONEDA-PRESTAMO TO PRE-MONEDA
           MOVE WS-FECHA-ACTUAL TO PRE-FECHA-APERTURA
           MOVE 1 TO PRE-PROXIMA-CUOTA
           MOVE WS-FECHA-PRIMERA TO PRE-FECHA-PROXIMA
           MOVE WS-IMPORTE-PRESTAMO TO PRE-CAPITAL-PENDIENTE
           MOVE 0 TO PRE-CUOTAS-IMPAGADAS
           MOVE "V" TO PRE-ESTADO
           WRITE PRE-REGISTRO
           PERFORM 4200-REGISTRAR-AUDITORIA.
      *
      *    El contador de secuencias se lee con bloqueo para que dos
      *    procesos simultaneos no repartan la misma secuencia; si el
      *    bloqueo no se consigue tras los reintentos se lee sin el,
      *    como ultimo recurso, antes que dejar la apertura a medias.
       4100-OBTENER-SIGUIENTE-SECUENCIA.
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
       4200-REGISTRAR-AUDITORIA.
           MOVE WS-IMPORTE-PRESTAMO TO WS-AUD-IMPORTE
           MOVE "REALIZADA" TO WS-AUD-RESULTADO
           MOVE SPACES TO WS-AUD-DETALLE
           STRING "APERTURA DE PRESTAMO " WS-NUEVO-ID-PRESTAMO
              DELIMITED BY SIZE INTO WS-AUD-DETALLE
           CALL "BANCO-AUDITORIA-MOTOR" USING WS-AUD-PROGRAMA
              WS-NUMERO-CUENTA WS-CTA-GL-PRESTAMOS WS-AUD-IMPORTE
              WS-AUD-RESULTADO WS-AUD-DETALLE WS-OPERADOR.
      *
      *    Contrapartida del principal dispuesto: cargo en la cuenta
      *    interna de cartera de prestamos, que se crea la primera
      *    vez igual que las demas cuentas internas del banco.
       4300-CONTRAPARTIDA-CARTERA.
           MOVE WS-CTA-GL-PRESTAMOS TO CTA-NUM-CUENTA
           READ CUENTAS-FILE
              INVALID KEY
                 PERFORM 4350-CREAR-CUENTA-CARTERA
           END-READ
           SUBTRACT WS-IMPORTE-PRESTAMO FROM CTA-SALDO-DISP
           REWRITE CTA-REGISTRO
           PERFORM 4100-OBTENER-SIGUIENTE-SECUENCIA
           MOVE WS-CTA-GL-PRESTAMOS TO MOV-NUM-CUENTA
           MOVE WS-FECHA-ACTUAL TO MOV-FECHA
           MOVE WS-SIGUIENTE-SECUENCIA TO MOV-SECUENCIA
           MOVE WS-HORA-ACTUAL TO MOV-HORA
           MOVE SPACES TO MOV-CONCEPTO
           STRING "DISPOSICION PRESTAMO " WS-NUEVO-ID-PRESTAMO
              DELIMITED BY SIZE INTO MOV-CONCEPTO
           MOVE "G" TO MOV-TIPO
           MOVE WS-IMPORTE-PRESTAMO TO MOV-IMPORTE
           MOVE CTA-SALDO-DISP TO MOV-SALDO-DESPUES
           MOVE CTA-MONEDA TO MOV-MONEDA
           MOVE "BANCO-ALTA-PRESTAMO" TO MOV-PROGRAMA-ORIGEN
           MOVE "GLPR" TO MOV-COD-OPERACION
           MOVE "O" TO MOV-CANAL
           MOVE WS-OPERADOR TO MOV-OPERADOR
           MOVE SPACE TO MOV-MARCA-EXTORNO
           WRITE MOV-REGISTRO.
      *
       4350-CREAR-CUENTA-CARTERA.
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
      *    Genera una linea de CUADPRE por cuota: interes del mes
      *    sobre el capital vivo, amortizacion por diferencia con la
      *    cuota y capital pendiente tras pagarla. La ultima cuota
      *    amortiza todo el capital que quede, absorbiendo el
      *    redondeo acumulado.
       4400-GRABAR-CUADRO.
           MOVE WS-IMPORTE-PRESTAMO TO WS-CAPITAL-VIVO
           MOVE 0 TO WS-TOTAL-INTERESES
           DISPLAY " "
           DISPLAY "CUOTA VENCIMIENTO         CUOTA       INTERES"
              "  AMORTIZACION     PENDIENTE"
           PERFORM VARYING WS-NUM-CUOTA FROM 1 BY 1
              UNTIL WS-NUM-CUOTA > WS-MESES-PRESTAMO
              PERFORM 4450-GRABAR-UNA-CUOTA
           END-PERFORM.
      *
       4450-GRABAR-UNA-CUOTA.
           COMPUTE WS-INTERES-CUOTA ROUNDED =
              WS-CAPITAL-VIVO * WS-TASA-MENSUAL
           IF WS-NUM-CUOTA = WS-MESES-PRESTAMO
              MOVE WS-CAPITAL-VIVO TO WS-AMORTIZ-CUOTA
              COMPUTE WS-IMPORTE-CUOTA =
                 WS-AMORTIZ-CUOTA + WS-INTERES-CUOTA
           ELSE
              MOVE WS-CUOTA-MENSUAL TO WS-IMPORTE-CUOTA
              COMPUTE WS-AMORTIZ-CUOTA =
                 WS-IMPORTE-CUOTA - WS-INTERES-CUOTA
           END-IF
           SUBTRACT WS-AMORTIZ-CUOTA FROM WS-CAPITAL-VIVO
           ADD WS-INTERES-CUOTA TO WS-TOTAL-INTERESES
           PERFORM 4500-CALCULAR-FECHA-CUOTA
           IF WS-NUM-CUOTA = 1
              MOVE WS-FECHA-CUOTA TO WS-FECHA-PRIMERA
           END-IF
           MOVE WS-NUEVO-ID-PRESTAMO TO CUP-ID-PRESTAMO
           MOVE WS-NUM-CUOTA TO CUP-NUM-CUOTA
           MOVE WS-FECHA-CUOTA TO CUP-FECHA-VENCIMIENTO
           MOVE WS-IMPORTE-CUOTA TO CUP-IMPORTE-CUOTA
           MOVE WS-INTERES-CUOTA TO CUP-INTERES
           MOVE WS-AMORTIZ-CUOTA TO CUP-AMORTIZACION
           MOVE WS-CAPITAL-VIVO TO CUP-CAPITAL-PENDIENTE
           MOVE "P" TO CUP-ESTADO
           MOVE SPACES TO CUP-FECHA-COBRO
           WRITE CUP-REGISTRO
           MOVE WS-IMPORTE-CUOTA TO WS-IMPORTE-EDITADO
           MOVE WS-INTERES-CUOTA TO WS-INTERES-EDITADO
           MOVE WS-AMORTIZ-CUOTA TO WS-AMORTIZ-EDITADO
           MOVE WS-CAPITAL-VIVO TO WS-CAPITAL-EDITADO
           DISPLAY "  " WS-NUM-CUOTA " " WS-FECHA-CUOTA(1:8) " "
              WS-IMPORTE-EDITADO " " WS-INTERES-EDITADO " "
              WS-AMORTIZ-EDITADO " " WS-CAPITAL-EDITADO.
      *
      *    Vencimiento de la cuota: la fecha de apertura mas tantos
      *    meses como el numero de cuota, el mismo dia del mes; si el
      *    mes de destino es mas corto, su ultimo dia.
       4500-CALCULAR-FECHA-CUOTA.
           MOVE WS-FECHA-ACTUAL(1:4) TO WS-CUO-ANO
           MOVE WS-FECHA-ACTUAL(5:2) TO WS-MES-CALCULO
           ADD WS-NUM-CUOTA TO WS-MES-CALCULO
           PERFORM UNTIL WS-MES-CALCULO <= 12
              SUBTRACT 12 FROM WS-MES-CALCULO
              ADD 1 TO WS-CUO-ANO
           END-PERFORM
           MOVE WS-MES-CALCULO TO WS-CUO-MES
           PERFORM 4600-DIAS-DEL-MES
           IF WS-DIA-APERTURA > WS-DIAS-MES
              MOVE WS-DIAS-MES TO WS-CUO-DIA
           ELSE
              MOVE WS-DIA-APERTURA TO WS-CUO-DIA
           END-IF.
      *
       4600-DIAS-DEL-MES.
           EVALUATE WS-CUO-MES
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
                 PERFORM 4700-COMPROBAR-BISIESTO
                 IF WS-ANO-BISIESTO = 'S'
                    MOVE 29 TO WS-DIAS-MES
                 ELSE
                    MOVE 28 TO WS-DIAS-MES
                 END-IF
           END-EVALUATE.
      *
      *    Ano bisiesto: divisible por 4 y no por 100, salvo los
      *    divisibles por 400.
       4700-COMPROBAR-BISIESTO.
           MOVE 'N' TO WS-ANO-BISIESTO
           DIVIDE WS-CUO-ANO BY 4 GIVING WS-COCIENTE-BISIESTO
              REMAINDER WS-RESTO-BISIESTO
           IF WS-RESTO-BISIESTO = 0
              MOVE 'S' TO WS-ANO-BISIESTO
              DIVIDE WS-CUO-ANO BY 100 GIVING WS-COCIENTE-BISIESTO
                 REMAINDER WS-RESTO-BISIESTO
              IF WS-RESTO-BISIESTO = 0
                 MOVE 'N' TO WS-ANO-BISIESTO
                 DIVIDE WS-CUO-ANO BY 400
                    GIVING WS-COCIENTE-BISIESTO
                    REMAINDER WS-RESTO-BISIESTO
                 IF WS-RESTO-BISIESTO = 0
                    MOVE 'S' TO WS-ANO-BISIESTO
                 END-IF
              END-IF
           END-IF.
      *
      *--- Mostrar el resumen del prestamo abierto ---
       5000-MOSTRAR-RESUMEN.
           DISPLAY " "
           DISPLAY "=========================================="
           DISPLAY "   PRESTAMO PERSONAL ABIERTO"
           DISPLAY "=========================================="
           DISPLAY "Numero de prestamo: " WS-NUEVO-ID-PRESTAMO
           DISPLAY "Cuenta asociada:    " WS-NUMERO-CUENTA
           DISPLAY "Principal:          " WS-IMPORTE-PRESTAMO
           DISPLAY "Plazo (meses):      " WS-MESES-PRESTAMO
           DISPLAY "Tasa nominal anual: " WS-TASA-ANUAL
           DISPLAY "Cuota mensual:      " WS-CUOTA-MENSUAL
           DISPLAY "Total intereses:    " WS-TOTAL-INTERESES
           DISPLAY "Primera cuota:      " WS-FECHA-PRIMERA
           DISPLAY "Nuevo saldo cuenta: " WS-SALDO-NUEVO
           DISPLAY "==========================================".
      *
       8900-CERRAR-FICHEROS.
           CLOSE CUENTAS-FILE
           CLOSE MOVIMIEN-FILE
           CLOSE CTLMOV-FILE
           CLOSE PRESTAMO-FILE
           CLOSE CUADPRE-FILE
           CLOSE CTLPRE-FILE.
      *
      *--- Finalizar programa ---
       9000-FINALIZAR.
           DISPLAY " "
           DISPLAY "Operacion finalizada correctamente."
           DISPLAY "Gracias por usar el sistema bancario.".
