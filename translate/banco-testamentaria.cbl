      *================================================================*
      * PROGRAMA: BANCO-TESTAMENTARIA
      * DESCRIPCION: Alta del fallecimiento de un cliente y
      *              certificado de saldos para la testamentaria. Con
      *              el identificador del cliente y la fecha de
      *              fallecimiento (AAAAMMDD) el programa, en una sola
      *              operacion: marca al cliente como fallecido en
      *              CLIENTES (estado F, con la fecha), bloquea por
      *              testamentaria (estado T) todas las cuentas de las
      *              que es primer titular en CUENTAS o titular o
      *              cotitular activo en TITULARS, suspende las ordenes
      *              permanentes que salen de esas cuentas y sus
      *              mandatos de domiciliacion, da de baja las
      *              autorizaciones que tenia sobre cuentas de otros
      *              clientes e imprime en TESTIMPR el certificado de
      *              saldos a la fecha de fallecimiento para Hacienda
      *              y el notario. Cada cambio deja linea de auditoria.
      *              El saldo de cada cuenta a esa fecha es el de la
      *              ultima foto de cierre de SALDOHST no posterior a
      *              ella (el saldo actual si el fallecimiento es de
      *              hoy o la cuenta no tiene fotos, lo que el
      *              certificado indica), y la parte del causante es
      *              su porcentaje de participacion en TITULARS. Los
      *              depositos a plazo vigentes en esa fecha figuran
      *              con su principal y el interes bruto devengado
      *              hasta ella, prorrateado en base 30/360 sobre el
      *              interes pactado para el plazo completo.
      *              Las cuentas que ya estaban bloqueadas (B) por otro
      *              motivo conservan ese bloqueo y se avisa de ello.
      *              Un cliente ya marcado como fallecido solo admite
      *              la reimpresion del certificado. El reparto de la
      *              herencia a los herederos lo hace despues
      *              BANCO-REPARTO-HERENCIA.
      * AUTOR: Proyecto MCPs
      * FECHA: 2026-10-15
      *================================================================*
      *
      *-------- BLOQUE 1: IDENTIFICATION DIVISION -------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANCO-TESTAMENTARIA.
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
           SELECT PLAZOS-FILE ASSIGN TO "PLAZOS"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PLZ-ID
              FILE STATUS IS WS-PLAZOS-STATUS.
      *
           SELECT SALDOHST-FILE ASSIGN TO "SALDOHST"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS SH-CLAVE
              FILE STATUS IS WS-SALDOHST-STATUS.
      *
           SELECT IMPRESION-FILE ASSIGN TO "TESTIMPR"
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
       FD  ORDENES-FILE.
           COPY "ordenes.cpy".
      *
       FD  MANDATOS-FILE.
           COPY "mandatos.cpy".
      *
       FD  PLAZOS-FILE.
           COPY "plazos.cpy".
      *
       FD  SALDOHST-FILE.
           COPY "saldohst.cpy".
      *
       FD  IMPRESION-FILE.
       01 WS-LINEA-IMPRESION       PIC X(80).
      *
       WORKING-STORAGE SECTION.
      *
      *--- Datos del cliente fallecido ---
       01 WS-ID-CLIENTE            PIC X(12).
       01 WS-NOMBRE-CLIENTE        PIC X(40).
       01 WS-DOCUMENTO-CLIENTE     PIC X(15).
       01 WS-CLIENTE-VALIDO        PIC X VALUE 'N'.
       01 WS-SOLO-REIMPRESION      PIC X VALUE 'N'.
       01 WS-FECHA-FALLECIMIENTO   PIC X(08).
       01 WS-FECHA-FALL-VALIDA REDEFINES WS-FECHA-FALLECIMIENTO.
          05 WS-FF-ANO             PIC 9(04).
          05 WS-FF-MES             PIC 9(02).
          05 WS-FF-DIA             PIC 9(02).
       01 WS-FECHA-VALIDA          PIC X VALUE 'N'.
       01 WS-CONFIRMAR             PIC X VALUE 'N'.
      *
      *--- Cuentas del causante: primer titular en CUENTAS y titular
      *--- o cotitular activo en TITULARS ---
       01 WS-MAX-CUENTAS           PIC 9(02) VALUE 20.
       01 WS-NUM-CUENTAS           PIC 9(02) VALUE 0.
       01 WS-IDX-CUENTA            PIC 9(02) VALUE 0.
       01 WS-CUENTAS-DESBORDADA    PIC X VALUE 'N'.
       01 WS-CUENTA-EN-TABLA       PIC X VALUE 'N'.
       01 WS-TABLA-CUENTAS.
          05 WS-CTE-ENTRY OCCURS 20 TIMES.
             10 WS-CTE-CUENTA      PIC X(20).
             10 WS-CTE-TIPO        PIC X(15).
             10 WS-CTE-MONEDA      PIC X(03).
             10 WS-CTE-ESTADO      PIC X(01).
             10 WS-CTE-SALDO-ACTUAL PIC S9(10)V99.
             10 WS-CTE-PORCENTAJE  PIC 9(03)V99.
             10 WS-CTE-SALDO-FECHA PIC S9(10)V99.
             10 WS-CTE-ORIGEN-SALDO PIC X(01).
             10 WS-CTE-FECHA-FOTO  PIC X(08).
             10 WS-CTE-ATRIBUIBLE  PIC S9(10)V99.
      *
      *--- Participacion del causante en una cuenta ---
       01 WS-FIN-TITULARES         PIC X VALUE 'N'.
       01 WS-PORCENTAJE-PROPIO     PIC 9(03)V99 VALUE 0.
       01 WS-OTROS-PARTICIPES      PIC 9(02) VALUE 0.
       01 WS-SUMA-OTROS            PIC 9(05)V99 VALUE 0.
      *
      *--- Saldo a la fecha de fallecimiento (fotos de SALDOHST) ---
       01 WS-SALDOHST-ABIERTO      PIC X VALUE 'N'.
       01 WS-FIN-FOTOS             PIC X VALUE 'N'.
      *
      *--- Depositos a plazo vigentes a la fecha de fallecimiento ---
       01 WS-PLAZOS-ABIERTO        PIC X VALUE 'N'.
       01 WS-FIN-PLAZOS            PIC X VALUE 'N'.
       01 WS-MAX-PLAZOS            PIC 9(02) VALUE 20.
       01 WS-NUM-PLAZOS            PIC 9(02) VALUE 0.
       01 WS-IDX-PLAZO             PIC 9(02) VALUE 0.
       01 WS-PLAZOS-DESBORDADA     PIC X VALUE 'N'.
       01 WS-PLAZO-DEL-CAUSANTE    PIC X VALUE 'N'.
       01 WS-PORCENTAJE-PLAZO      PIC 9(03)V99 VALUE 0.
       01 WS-TABLA-PLAZOS.
          05 WS-PZT-ENTRY OCCURS 20 TIMES.
             10 WS-PZT-ID          PIC 9(08).
             10 WS-PZT-CUENTA      PIC X(20).
             10 WS-PZT-MONEDA      PIC X(03).
             10 WS-PZT-IMPORTE     PIC 9(10)V99.
             10 WS-PZT-APERTURA    PIC X(08).
             10 WS-PZT-VENCIMIENTO PIC X(08).
             10 WS-PZT-INTERES     PIC 9(10)V99.
             10 WS-PZT-PORCENTAJE  PIC 9(03)V99.
             10 WS-PZT-ATRIBUIBLE  PIC 9(10)V99.
      *
      *--- Dias entre dos fechas en base 30/360 ---
       01 WS-FECHA-DESDE           PIC X(08).
       01 WS-FD-VALIDA REDEFINES WS-FECHA-DESDE.
          05 WS-FD-ANO             PIC 9(04).
          05 WS-FD-MES             PIC 9(02).
          05 WS-FD-DIA             PIC 9(02).
       01 WS-FECHA-HASTA           PIC X(08).
       01 WS-FH-VALIDA REDEFINES WS-FECHA-HASTA.
          05 WS-FH-ANO             PIC 9(04).
          05 WS-FH-MES             PIC 9(02).
          05 WS-FH-DIA             PIC 9(02).
       01 WS-DIA-DESDE             PIC 9(02) VALUE 0.
       01 WS-DIA-HASTA             PIC 9(02) VALUE 0.
       01 WS-DIAS-360              PIC S9(06) VALUE 0.
       01 WS-DIAS-TOTALES          PIC S9(06) VALUE 0.
       01 WS-DIAS-TRANSCURRIDOS    PIC S9(06) VALUE 0.
      *
      *--- Totales del certificado por moneda ---
       01 WS-MAX-MONEDAS           PIC 9(02) VALUE 5.
       01 WS-NUM-MONEDAS           PIC 9(02) VALUE 0.
       01 WS-IDX-MONEDA            PIC 9(02) VALUE 0.
       01 WS-IDX-BUSQUEDA          PIC 9(02) VALUE 0.
       01 WS-MONEDA-BUSCADA        PIC X(03).
       01 WS-TABLA-MONEDAS.
          05 WS-TOT-ENTRY OCCURS 5 TIMES.
             10 WS-TOT-MONEDA      PIC X(03).
             10 WS-TOT-CUENTAS     PIC S9(11)V99.
             10 WS-TOT-PLAZOS      PIC 9(11)V99.
             10 WS-TOT-ATRIBUIBLE  PIC S9(11)V99.
      *
      *--- Cambios aplicados ---
       01 WS-NUM-BLOQUEADAS        PIC 9(03) VALUE 0.
       01 WS-NUM-YA-BLOQUEADAS     PIC 9(03) VALUE 0.
       01 WS-NUM-ORDENES           PIC 9(03) VALUE 0.
       01 WS-NUM-MANDATOS          PIC 9(03) VALUE 0.
       01 WS-NUM-AUTORIZACIONES    PIC 9(03) VALUE 0.
       01 WS-FIN-FICHERO           PIC X VALUE 'N'.
       01 WS-ORDENES-ABIERTO       PIC X VALUE 'N'.
       01 WS-MANDATOS-ABIERTO      PIC X VALUE 'N'.
       01 WS-TITULARES-ABIERTO     PIC X VALUE 'N'.
       01 WS-ALTA-APLICADA         PIC X VALUE 'N'.
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
      *
      *--- Certificado de saldos ---
       01 WS-IMPRESION-ABIERTO     PIC X VALUE 'N'.
       01 WS-IMPORTE-EDITADO       PIC ZZZZZZZZZ9.99-.
       01 WS-ATRIBUIBLE-EDITADO    PIC ZZZZZZZZZ9.99-.
       01 WS-INTERES-EDITADO       PIC ZZZZZZZZZ9.99-.
       01 WS-PORCENTAJE-EDITADO    PIC ZZ9.99.
       01 WS-NUMERO-EDITADO        PIC Z(7)9.
      *
       01 WS-CLIENTES-STATUS       PIC X(02).
          88 WS-CLIENTES-OK            VALUE "00".
       01 WS-CUENTAS-STATUS        PIC X(02).
          88 WS-CUENTAS-OK             VALUE "00".
       01 WS-TITULARES-STATUS      PIC X(02).
          88 WS-TITULARES-OK           VALUE "00".
          88 WS-TITULARES-NUEVO        VALUE "35".
       01 WS-ORDENES-STATUS        PIC X(02).
          88 WS-ORDENES-OK             VALUE "00".
          88 WS-ORDENES-NUEVO          VALUE "35".
       01 WS-MANDATOS-STATUS       PIC X(02).
          88 WS-MANDATOS-OK            VALUE "00".
          88 WS-MANDATOS-NUEVO         VALUE "35".
       01 WS-PLAZOS-STATUS         PIC X(02).
          88 WS-PLAZOS-OK              VALUE "00".
          88 WS-PLAZOS-NUEVO           VALUE "35".
       01 WS-SALDOHST-STATUS       PIC X(02).
          88 WS-SALDOHST-OK            VALUE "00".
       01 WS-IMPRESION-STATUS      PIC X(02).
          88 WS-IMPRESION-OK           VALUE "00".
      *
      *--- Datos para la linea de auditoria ---
       01 WS-AUD-PROGRAMA        PIC X(20) VALUE "BANCO-TESTAMENTARIA".
       01 WS-AUD-CUENTA          PIC X(20).
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
           IF WS-CLIENTE-VALIDO = 'S' AND WS-SOLO-REIMPRESION = 'N'
              PERFORM 2100-PEDIR-FECHA-FALLECIMIENTO
           END-IF
           IF WS-CLIENTE-VALIDO = 'S'
              PERFORM 3000-CARGAR-CUENTAS-CLIENTE
              PERFORM 3200-CALCULAR-PARTICIPACIONES
              PERFORM 3300-VALORAR-CUENTAS
              PERFORM 3400-BUSCAR-PLAZOS
              PERFORM 3600-MOSTRAR-RESUMEN
              IF WS-SOLO-REIMPRESION = 'S'
                 PERFORM 6000-IMPRIMIR-CERTIFICADO
              ELSE
                 PERFORM 3700-CONFIRMAR-ALTA
                 IF WS-CONFIRMAR = 'S'
                    PERFORM 4000-APLICAR-FALLECIMIENTO
                    IF WS-ALTA-APLICADA = 'S'
                       PERFORM 6000-IMPRIMIR-CERTIFICADO
                    END-IF
                 ELSE
                    DISPLAY " "
                    DISPLAY "Alta de fallecimiento abandonada por el "
                       "operador."
                 END-IF
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
           DISPLAY "   FALLECIMIENTO DE CLIENTE (TESTAMENTARIA)"
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
      *    CLIENTES y CUENTAS son imprescindibles. TITULARS, ORDENES,
      *    MANDATOS y PLAZOS que no existen todavia (estado 35) no
      *    impiden el alta: no hay nada que bloquear ni que valorar
      *    en ellos. Cualquier otro fallo de apertura detiene el
      *    programa, porque el alta dejaria cuentas compartidas sin
      *    bloquear u ordenes sin suspender. Sin SALDOHST el
      *    certificado usa el saldo actual de cada cuenta.
       1500-ABRIR-FICHEROS.
           OPEN I-O CLIENTES-FILE
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
           OPEN I-O ORDENES-FILE
           IF WS-ORDENES-OK
              MOVE 'S' TO WS-ORDENES-ABIERTO
           END-IF
           OPEN I-O MANDATOS-FILE
           IF WS-MANDATOS-OK
              MOVE 'S' TO WS-MANDATOS-ABIERTO
           END-IF
           OPEN INPUT PLAZOS-FILE
           IF WS-PLAZOS-OK
              MOVE 'S' TO WS-PLAZOS-ABIERTO
           END-IF
           IF (NOT WS-TITULARES-OK AND NOT WS-TITULARES-NUEVO)
              OR (NOT WS-ORDENES-OK AND NOT WS-ORDENES-NUEVO)
              OR (NOT WS-MANDATOS-OK AND NOT WS-MANDATOS-NUEVO)
              OR (NOT WS-PLAZOS-OK AND NOT WS-PLAZOS-NUEVO)
              DISPLAY "ERROR: No se pueden abrir TITULARS, ORDENES, "
                 "MANDATOS o PLAZOS; el alta no puede bloquear ni "
                 "valorar todo lo que tiene el cliente."
              PERFORM 8900-CERRAR-FICHEROS
              PERFORM 9000-FINALIZAR
              STOP RUN
           END-IF
           OPEN INPUT SALDOHST-FILE
           IF WS-SALDOHST-OK
              MOVE 'S' TO WS-SALDOHST-ABIERTO
           ELSE
              DISPLAY "AVISO: no se puede abrir SALDOHST; el "
                 "certificado mostrara el saldo actual de cada "
                 "cuenta."
           END-IF.
      *
      *    Un cliente bloqueado o pendiente de revision por sanciones
      *    no se marca como fallecido: la marca F borraria ese
      *    estado. Un cliente ya fallecido solo admite reimprimir el
      *    certificado con la fecha anotada en el alta.
       2000-PEDIR-CLIENTE.
           MOVE 'N' TO WS-CLIENTE-VALIDO
           MOVE 'N' TO WS-SOLO-REIMPRESION
           DISPLAY " "
           DISPLAY "Identificador del cliente fallecido: "
           ACCEPT WS-ID-CLIENTE
           MOVE WS-ID-CLIENTE TO CLI-ID-CLIENTE
           READ CLIENTES-FILE
              INVALID KEY
                 DISPLAY "ERROR: Cliente no encontrado."
              NOT INVALID KEY
                 MOVE CLI-NOMBRE TO WS-NOMBRE-CLIENTE
                 MOVE CLI-DOCUMENTO TO WS-DOCUMENTO-CLIENTE
                 DISPLAY "Nombre:         " CLI-NOMBRE
                 DISPLAY "Documento:      " CLI-DOCUMENTO
                 DISPLAY "Estado actual:  " CLI-ESTADO
                 EVALUATE CLI-ESTADO
                    WHEN "A"
                       MOVE 'S' TO WS-CLIENTE-VALIDO
                    WHEN "F"
                       PERFORM 2050-OFRECER-REIMPRESION
                    WHEN "S"
                    WHEN "B"
                       DISPLAY "ERROR: el cliente esta pendiente de "
                          "revision o bloqueado por sanciones; "
                          "resuelva antes la revision con "
                          "BANCO-REVISA-SANCIONES."
                    WHEN OTHER
                       DISPLAY "ERROR: estado de cliente no "
                          "reconocido."
                 END-EVALUATE
           END-READ.
      *
       2050-OFRECER-REIMPRESION.
           MOVE CLI-FECHA-FALLECIMIENTO TO WS-FECHA-FALLECIMIENTO
           DISPLAY "El cliente ya consta como fallecido el "
              WS-FECHA-FALLECIMIENTO "."
           DISPLAY "Reimprimir el certificado de saldos? (S/N): "
           ACCEPT WS-CONFIRMAR
           IF WS-CONFIRMAR = 'S'
              IF WS-FECHA-FALLECIMIENTO IS NUMERIC
                 MOVE 'S' TO WS-CLIENTE-VALIDO
                 MOVE 'S' TO WS-SOLO-REIMPRESION
              ELSE
                 DISPLAY "ERROR: la fecha de fallecimiento anotada "
                    "no es valida; no se puede reimprimir."
              END-IF
           END-IF.
      *
      *    La fecha de fallecimiento es una fecha de calendario
      *    razonable y no posterior a hoy.
       2100-PEDIR-FECHA-FALLECIMIENTO.
           MOVE 'S' TO WS-FECHA-VALIDA
           DISPLAY "Fecha de fallecimiento (AAAAMMDD): "
           ACCEPT WS-FECHA-FALLECIMIENTO
           IF WS-FECHA-FALLECIMIENTO IS NOT NUMERIC
              MOVE 'N' TO WS-FECHA-VALIDA
           ELSE
              IF WS-FF-MES < 1 OR WS-FF-MES > 12
                 OR WS-FF-DIA < 1 OR WS-FF-DIA > 31
                 OR WS-FECHA-FALLECIMIENTO > WS-FECHA-ACTUAL(1:8)
                 MOVE 'N' TO WS-FECHA-VALIDA
              END-IF
           END-IF
           IF WS-FECHA-VALIDA = 'N'
              MOVE 'N' TO WS-CLIENTE-VALIDO
              DISPLAY "ERROR: fecha no valida (AAAAMMDD, no "
                 "posterior a hoy)."
           END-IF.
      *
      *    Cuentas del causante: primero las que tiene como primer
      *    titular en CUENTAS (clave alternativa por cliente) y luego
      *    aquellas en que figura como titular o cotitular activo en
      *    TITULARS, como en BANCO-EMBARGOS. Los autorizados no son
      *    duenos del saldo. Quedan fuera las cuentas internas y las
      *    cerradas.
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
              DISPLAY "AVISO: el cliente tiene mas de "
                 WS-MAX-CUENTAS " cuentas; solo se tratan las "
                 "primeras. Repita el proceso para el resto."
           END-IF.
      *
       3050-ANOTAR-CUENTA.
           IF CTA-TIPO NOT = "INTERNA"
              AND CTA-ESTADO NOT = "C"
              IF WS-NUM-CUENTAS < WS-MAX-CUENTAS
                 ADD 1 TO WS-NUM-CUENTAS
                 MOVE CTA-NUM-CUENTA TO WS-CTE-CUENTA(WS-NUM-CUENTAS)
                 MOVE CTA-TIPO TO WS-CTE-TIPO(WS-NUM-CUENTAS)
                 MOVE CTA-MONEDA TO WS-CTE-MONEDA(WS-NUM-CUENTAS)
                 MOVE CTA-ESTADO TO WS-CTE-ESTADO(WS-NUM-CUENTAS)
                 MOVE CTA-SALDO-DISP
                    TO WS-CTE-SALDO-ACTUAL(WS-NUM-CUENTAS)
                 MOVE 100 TO WS-CTE-PORCENTAJE(WS-NUM-CUENTAS)
                 MOVE 0 TO WS-CTE-SALDO-FECHA(WS-NUM-CUENTAS)
                 MOVE SPACE TO WS-CTE-ORIGEN-SALDO(WS-NUM-CUENTAS)
                 MOVE SPACES TO WS-CTE-FECHA-FOTO(WS-NUM-CUENTAS)
                 MOVE 0 TO WS-CTE-ATRIBUIBLE(WS-NUM-CUENTAS)
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
           MOVE 'N' TO WS-CUENTA-EN-TABLA
           PERFORM VARYING WS-IDX-CUENTA FROM 1 BY 1
              UNTIL WS-IDX-CUENTA > WS-NUM-CUENTAS
              IF WS-CTE-CUENTA(WS-IDX-CUENTA) = TIT-NUM-CUENTA
                 MOVE 'S' TO WS-CUENTA-EN-TABLA
              END-IF
           END-PERFORM
           IF WS-CUENTA-EN-TABLA = 'N'
              MOVE TIT-NUM-CUENTA TO CTA-NUM-CUENTA
              READ CUENTAS-FILE
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    PERFORM 3050-ANOTAR-CUENTA
              END-READ
           END-IF.
      *
      *    Participacion del causante en cada cuenta: la suya en
      *    TITULARS si la tiene; si no, lo que dejan los demas
      *    titulares y cotitulares activos (todo, si no hay otros);
      *    y a partes iguales cuando nadie tiene porcentaje.
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
                    END-IF
              END-READ
           END-PERFORM
           EVALUATE TRUE
              WHEN WS-PORCENTAJE-PROPIO > 0
                 MOVE WS-PORCENTAJE-PROPIO
                    TO WS-CTE-PORCENTAJE(WS-IDX-CUENTA)
              WHEN WS-OTROS-PARTICIPES = 0
                 MOVE 100 TO WS-CTE-PORCENTAJE(WS-IDX-CUENTA)
              WHEN WS-SUMA-OTROS > 0 AND WS-SUMA-OTROS < 100
                 COMPUTE WS-CTE-PORCENTAJE(WS-IDX-CUENTA) =
                    100 - WS-SUMA-OTROS
              WHEN OTHER
                 COMPUTE WS-CTE-PORCENTAJE(WS-IDX-CUENTA) ROUNDED =
                    100 / (WS-OTROS-PARTICIPES + 1)
           END-EVALUATE.
      *
      *    Saldo de cada cuenta a la fecha de fallecimiento y parte
      *    atribuible al causante.
      *      F = foto de cierre de SALDOHST de esa fecha o anterior,
      *      A = saldo actual (fallecimiento de hoy, sin cierre aun),
      *      S = saldo actual por no haber foto de cierre.
       3300-VALORAR-CUENTAS.
           PERFORM VARYING WS-IDX-CUENTA FROM 1 BY 1
              UNTIL WS-IDX-CUENTA > WS-NUM-CUENTAS
              MOVE WS-CTE-SALDO-ACTUAL(WS-IDX-CUENTA)
                 TO WS-CTE-SALDO-FECHA(WS-IDX-CUENTA)
              IF WS-FECHA-FALLECIMIENTO = WS-FECHA-ACTUAL(1:8)
                 MOVE "A" TO WS-CTE-ORIGEN-SALDO(WS-IDX-CUENTA)
              ELSE
                 MOVE "S" TO WS-CTE-ORIGEN-SALDO(WS-IDX-CUENTA)
                 IF WS-SALDOHST-ABIERTO = 'S'
                    PERFORM 3350-BUSCAR-FOTO-CIERRE
                 END-IF
              END-IF
              COMPUTE WS-CTE-ATRIBUIBLE(WS-IDX-CUENTA) ROUNDED =
                 WS-CTE-SALDO-FECHA(WS-IDX-CUENTA)
                 * WS-CTE-PORCENTAJE(WS-IDX-CUENTA) / 100
           END-PERFORM.
      *
      *    Las fotos de la cuenta se leen en orden de fecha hasta
      *    pasar la de fallecimiento; vale la ultima leida.
       3350-BUSCAR-FOTO-CIERRE.
           MOVE WS-CTE-CUENTA(WS-IDX-CUENTA) TO SH-NUM-CUENTA
           MOVE LOW-VALUES TO SH-FECHA-CIERRE
           MOVE 'N' TO WS-FIN-FOTOS
           START SALDOHST-FILE KEY IS NOT LESS THAN SH-CLAVE
              INVALID KEY
                 MOVE 'S' TO WS-FIN-FOTOS
           END-START
           PERFORM UNTIL WS-FIN-FOTOS = 'S'
              READ SALDOHST-FILE NEXT RECORD
                 AT END
                    MOVE 'S' TO WS-FIN-FOTOS
                 NOT AT END
                    IF SH-NUM-CUENTA NOT = WS-CTE-CUENTA(WS-IDX-CUENTA)
                       OR SH-FECHA-CIERRE(1:8) > WS-FECHA-FALLECIMIENTO
                       MOVE 'S' TO WS-FIN-FOTOS
                    ELSE
                       MOVE SH-SALDO-DISP
                          TO WS-CTE-SALDO-FECHA(WS-IDX-CUENTA)
                       MOVE "F" TO WS-CTE-ORIGEN-SALDO(WS-IDX-CUENTA)
                       MOVE SH-FECHA-CIERRE(1:8)
                          TO WS-CTE-FECHA-FOTO(WS-IDX-CUENTA)
                    END-IF
              END-READ
           END-PERFORM.
      *
      *    Depositos vigentes a la fecha de fallecimiento: abiertos
      *    en esa fecha o antes y que siguen vigentes o vencieron
      *    despues de ella. Son del causante los que tiene a su
      *    nombre y los ligados a una de sus cuentas, con la misma
      *    participacion que en la cuenta.
       3400-BUSCAR-PLAZOS.
           MOVE 0 TO WS-NUM-PLAZOS
           MOVE 'N' TO WS-PLAZOS-DESBORDADA
           IF WS-PLAZOS-ABIERTO = 'S'
              MOVE 0 TO PLZ-ID
              MOVE 'N' TO WS-FIN-PLAZOS
              START PLAZOS-FILE KEY IS NOT LESS THAN PLZ-ID
                 INVALID KEY
                    MOVE 'S' TO WS-FIN-PLAZOS
              END-START
              PERFORM UNTIL WS-FIN-PLAZOS = 'S'
                 READ PLAZOS-FILE NEXT RECORD
                    AT END
                       MOVE 'S' TO WS-FIN-PLAZOS
                    NOT AT END
                       IF PLZ-FECHA-APERTURA(1:8)
                             <= WS-FECHA-FALLECIMIENTO
                          AND (PLZ-ESTADO = "V"
                             OR (PLZ-ESTADO = "L"
                                AND PLZ-FECHA-VENCIMIENTO(1:8)
                                   > WS-FECHA-FALLECIMIENTO))
                          PERFORM 3450-COMPROBAR-PLAZO
                       END-IF
                 END-READ
              END-PERFORM
           END-IF
           IF WS-PLAZOS-DESBORDADA = 'S'
              DISPLAY "AVISO: el cliente tiene mas de "
                 WS-MAX-PLAZOS " depositos; el certificado solo "
                 "recoge los primeros."
           END-IF.
      *
       3450-COMPROBAR-PLAZO.
           MOVE 'N' TO WS-PLAZO-DEL-CAUSANTE
           MOVE 0 TO WS-PORCENTAJE-PLAZO
           IF PLZ-ID-CLIENTE = WS-ID-CLIENTE
              MOVE 'S' TO WS-PLAZO-DEL-CAUSANTE
              MOVE 100 TO WS-PORCENTAJE-PLAZO
           END-IF
           PERFORM VARYING WS-IDX-CUENTA FROM 1 BY 1
              UNTIL WS-IDX-CUENTA > WS-NUM-CUENTAS
              IF WS-CTE-CUENTA(WS-IDX-CUENTA) = PLZ-CUENTA-ASOCIADA
                 MOVE 'S' TO WS-PLAZO-DEL-CAUSANTE
                 MOVE WS-CTE-PORCENTAJE(WS-IDX-CUENTA)
                    TO WS-PORCENTAJE-PLAZO
              END-IF
           END-PERFORM
           IF WS-PLAZO-DEL-CAUSANTE = 'S'
              IF WS-NUM-PLAZOS < WS-MAX-PLAZOS
                 ADD 1 TO WS-NUM-PLAZOS
                 PERFORM 3500-VALORAR-PLAZO
              ELSE
                 MOVE 'S' TO WS-PLAZOS-DESBORDADA
              END-IF
           END-IF.
      *
      *    Interes bruto devengado hasta la fecha de fallecimiento
      *    (o hasta el vencimiento, si es anterior): la parte del
      *    interes pactado para el plazo completo que corresponde a
      *    los dias transcurridos, contados en base 30/360.
       3500-VALORAR-PLAZO.
           MOVE PLZ-ID TO WS-PZT-ID(WS-NUM-PLAZOS)
           MOVE PLZ-CUENTA-ASOCIADA TO WS-PZT-CUENTA(WS-NUM-PLAZOS)
           MOVE PLZ-MONEDA TO WS-PZT-MONEDA(WS-NUM-PLAZOS)
           MOVE PLZ-IMPORTE TO WS-PZT-IMPORTE(WS-NUM-PLAZOS)
           MOVE PLZ-FECHA-APERTURA(1:8)
              TO WS-PZT-APERTURA(WS-NUM-PLAZOS)
           MOVE PLZ-FECHA-VENCIMIENTO(1:8)
              TO WS-PZT-VENCIMIENTO(WS-NUM-PLAZOS)
           MOVE WS-PORCENTAJE-PLAZO TO WS-PZT-PORCENTAJE(WS-NUM-PLAZOS)
           MOVE 0 TO WS-PZT-INTERES(WS-NUM-PLAZOS)
           MOVE PLZ-FECHA-APERTURA(1:8) TO WS-FECHA-DESDE
           MOVE PLZ-FECHA-VENCIMIENTO(1:8) TO WS-FECHA-HASTA
           IF WS-FECHA-DESDE IS NUMERIC AND WS-FECHA-HASTA IS NUMERIC
              PERFORM 3550-DIAS-30-360
              MOVE WS-DIAS-360 TO WS-DIAS-TOTALES
              IF WS-FECHA-FALLECIMIENTO < WS-FECHA-HASTA
                 MOVE WS-FECHA-FALLECIMIENTO TO WS-FECHA-HASTA
              END-IF
              PERFORM 3550-DIAS-30-360
              MOVE WS-DIAS-360 TO WS-DIAS-TRANSCURRIDOS
              IF WS-DIAS-TOTALES > 0 AND WS-DIAS-TRANSCURRIDOS > 0
                 COMPUTE WS-PZT-INTERES(WS-NUM-PLAZOS) ROUNDED =
                    PLZ-IMPORTE * PLZ-TASA * WS-DIAS-TRANSCURRIDOS
                    / WS-DIAS-TOTALES
              END-IF
           END-IF
           COMPUTE WS-PZT-ATRIBUIBLE(WS-NUM-PLAZOS) ROUNDED =
              (WS-PZT-IMPORTE(WS-NUM-PLAZOS)
                 + WS-PZT-INTERES(WS-NUM-PLAZOS))
              * WS-PZT-PORCENTAJE(WS-NUM-PLAZOS) / 100.
      *
      *    Dias de WS-FECHA-DESDE a WS-FECHA-HASTA con meses de 30
      *    dias y anos de 360; el dia 31 cuenta como 30.
       3550-DIAS-30-360.
           MOVE WS-FD-DIA TO WS-DIA-DESDE
           MOVE WS-FH-DIA TO WS-DIA-HASTA
           IF WS-DIA-DESDE > 30
              MOVE 30 TO WS-DIA-DESDE
           END-IF
           IF WS-DIA-HASTA > 30
              MOVE 30 TO WS-DIA-HASTA
           END-IF
           COMPUTE WS-DIAS-360 =
              (WS-FH-ANO - WS-FD-ANO) * 360
              + (WS-FH-MES - WS-FD-MES) * 30
              + (WS-DIA-HASTA - WS-DIA-DESDE).
      *
       3600-MOSTRAR-RESUMEN.
           DISPLAY " "
           DISPLAY "Fecha de fallecimiento: " WS-FECHA-FALLECIMIENTO
           DISPLAY "Cuentas del causante:   " WS-NUM-CUENTAS
           PERFORM VARYING WS-IDX-CUENTA FROM 1 BY 1
              UNTIL WS-IDX-CUENTA > WS-NUM-CUENTAS
              MOVE WS-CTE-SALDO-FECHA(WS-IDX-CUENTA)
                 TO WS-IMPORTE-EDITADO
              MOVE WS-CTE-PORCENTAJE(WS-IDX-CUENTA)
                 TO WS-PORCENTAJE-EDITADO
              DISPLAY "  " WS-CTE-CUENTA(WS-IDX-CUENTA) " "
                 WS-CTE-MONEDA(WS-IDX-CUENTA) " "
                 WS-IMPORTE-EDITADO " " WS-PORCENTAJE-EDITADO
                 "%  estado " WS-CTE-ESTADO(WS-IDX-CUENTA)
              IF WS-CTE-ESTADO(WS-IDX-CUENTA) = "B"
                 DISPLAY "    AVISO: cuenta ya bloqueada por otro "
                    "motivo; conserva su bloqueo."
              END-IF
           END-PERFORM
           DISPLAY "Depositos a plazo:      " WS-NUM-PLAZOS
           PERFORM VARYING WS-IDX-PLAZO FROM 1 BY 1
              UNTIL WS-IDX-PLAZO > WS-NUM-PLAZOS
              MOVE WS-PZT-IMPORTE(WS-IDX-PLAZO) TO WS-IMPORTE-EDITADO
              MOVE WS-PZT-INTERES(WS-IDX-PLAZO) TO WS-INTERES-EDITADO
              DISPLAY "  " WS-PZT-ID(WS-IDX-PLAZO) " "
                 WS-PZT-MONEDA(WS-IDX-PLAZO) " "
                 WS-IMPORTE-EDITADO " interes " WS-INTERES-EDITADO
           END-PERFORM.
      *
       3700-CONFIRMAR-ALTA.
           DISPLAY " "
           DISPLAY "El cliente quedara como FALLECIDO, sus cuentas "
              "bloqueadas por testamentaria y sus ordenes y "
              "mandatos suspendidos."
           DISPLAY "Confirmar alta de fallecimiento? (S/N): "
           ACCEPT WS-CONFIRMAR.
      *
      *    Orden del alta: primero la marca del cliente, que impide
      *    repetirla, y despues cuentas, ordenes, mandatos y
      *    autorizaciones.
       4000-APLICAR-FALLECIMIENTO.
           MOVE 'N' TO WS-ALTA-APLICADA
           PERFORM 4100-MARCAR-CLIENTE
           IF WS-ALTA-APLICADA = 'S'
              PERFORM 4200-BLOQUEAR-CUENTAS
              PERFORM 4300-SUSPENDER-ORDENES
              PERFORM 4400-SUSPENDER-MANDATOS
              PERFORM 4500-BAJA-AUTORIZACIONES
              DISPLAY " "
              DISPLAY "Cuentas bloqueadas:        " WS-NUM-BLOQUEADAS
              DISPLAY "Ya bloqueadas (B):         "
                 WS-NUM-YA-BLOQUEADAS
              DISPLAY "Ordenes suspendidas:       " WS-NUM-ORDENES
              DISPLAY "Mandatos suspendidos:      " WS-NUM-MANDATOS
              DISPLAY "Autorizaciones de baja:    "
                 WS-NUM-AUTORIZACIONES
           END-IF.
      *
      *    El cliente se relee antes de marcarlo por si otro puesto lo
      *    ha cambiado mientras se revisaba el resumen.
       4100-MARCAR-CLIENTE.
           MOVE WS-ID-CLIENTE TO CLI-ID-CLIENTE
           READ CLIENTES-FILE
              INVALID KEY
                 DISPLAY "ERROR: el cliente ya no existe en CLIENTES."
              NOT INVALID KEY
                 IF CLI-ESTADO NOT = "A"
                    DISPLAY "ERROR: el estado del cliente ha cambiado "
                       "(" CLI-ESTADO "); el alta no se aplica."
                 ELSE
                    MOVE "F" TO CLI-ESTADO
                    MOVE WS-FECHA-FALLECIMIENTO
                       TO CLI-FECHA-FALLECIMIENTO
                    REWRITE CLI-REGISTRO
                    IF WS-CLIENTES-OK
                       MOVE 'S' TO WS-ALTA-APLICADA
                       MOVE WS-ID-CLIENTE TO WS-AUD-CUENTA
                       MOVE 0 TO WS-AUD-IMPORTE
                       MOVE "FALLECIDO" TO WS-AUD-RESULTADO
                       MOVE SPACES TO WS-AUD-DETALLE
                       STRING "FECHA DE FALLECIMIENTO "
                          WS-FECHA-FALLECIMIENTO
                          DELIMITED BY SIZE INTO WS-AUD-DETALLE
                       CALL "BANCO-AUDITORIA-MOTOR" USING
                          WS-AUD-PROGRAMA WS-AUD-CUENTA SPACES
                          WS-AUD-IMPORTE WS-AUD-RESULTADO
                          WS-AUD-DETALLE WS-OPERADOR
                    ELSE
                       DISPLAY "ERROR: no se pudo actualizar el "
                          "cliente (estado " WS-CLIENTES-STATUS
                          "); el alta no se aplica."
                    END-IF
                 END-IF
           END-READ.
      *
      *    Las cuentas activas o inactivas pasan a T; una ya bloqueada
      *    (B) por orden judicial o sanciones conserva su bloqueo.
       4200-BLOQUEAR-CUENTAS.
           MOVE 0 TO WS-NUM-BLOQUEADAS
           MOVE 0 TO WS-NUM-YA-BLOQUEADAS
           PERFORM VARYING WS-IDX-CUENTA FROM 1 BY 1
              UNTIL WS-IDX-CUENTA > WS-NUM-CUENTAS
              IF WS-CTE-ESTADO(WS-IDX-CUENTA) = "B"
                 ADD 1 TO WS-NUM-YA-BLOQUEADAS
              ELSE
                 PERFORM 4210-BLOQUEAR-UNA-CUENTA
              END-IF
           END-PERFORM.
      *
       4210-BLOQUEAR-UNA-CUENTA.
           MOVE WS-CTE-CUENTA(WS-IDX-CUENTA) TO WS-CUENTA-A-BLOQUEAR
           PERFORM 4250-LEER-CUENTA-CON-BLOQUEO
           IF WS-CUENTA-RESERVADA = 'N'
              DISPLAY "ERROR: la cuenta " WS-CUENTA-A-BLOQUEAR
                 " esta en uso por otro operador y no se ha "
                 "bloqueado; bloqueela con BANCO-MANTENIMIENTO-CUENTA."
           ELSE
              IF CTA-ESTADO = "A" OR CTA-ESTADO = "I"
                 MOVE "T" TO CTA-ESTADO
                 MOVE "T" TO WS-CTE-ESTADO(WS-IDX-CUENTA)
                 REWRITE CTA-REGISTRO
                 ADD 1 TO WS-NUM-BLOQUEADAS
                 MOVE CTA-SALDO-DISP TO WS-AUD-IMPORTE
                 MOVE "BLOQUEADA" TO WS-AUD-RESULTADO
                 MOVE SPACES TO WS-AUD-DETALLE
                 STRING "TESTAMENTARIA CLIENTE " WS-ID-CLIENTE
                    DELIMITED BY SIZE INTO WS-AUD-DETALLE
                 CALL "BANCO-AUDITORIA-MOTOR" USING WS-AUD-PROGRAMA
                    WS-CUENTA-A-BLOQUEAR SPACES WS-AUD-IMPORTE
                    WS-AUD-RESULTADO WS-AUD-DETALLE WS-OPERADOR
              ELSE
                 REWRITE CTA-REGISTRO
                 MOVE CTA-ESTADO TO WS-CTE-ESTADO(WS-IDX-CUENTA)
                 IF CTA-ESTADO = "B"
                    ADD 1 TO WS-NUM-YA-BLOQUEADAS
                 END-IF
              END-IF
           END-IF.
      *
      *    Lee con bloqueo la cuenta indicada en
      *    WS-CUENTA-A-BLOQUEAR, reintentando un numero acotado de
      *    veces si otro operador la retiene.
       4250-LEER-CUENTA-CON-BLOQUEO.
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
      *    Se suspenden (no se cancelan) las ordenes activas que
      *    salen de las cuentas del causante: en una cuenta compartida
      *    el cotitular puede reactivarlas tras el reparto con
      *    BANCO-MANTENIMIENTO-ORDEN.
       4300-SUSPENDER-ORDENES.
           MOVE 0 TO WS-NUM-ORDENES
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
                       IF ORD-ESTADO = "A"
                          PERFORM 4310-COMPROBAR-ORDEN
                       END-IF
                 END-READ
              END-PERFORM
           END-IF.
      *
       4310-COMPROBAR-ORDEN.
           PERFORM VARYING WS-IDX-CUENTA FROM 1 BY 1
              UNTIL WS-IDX-CUENTA > WS-NUM-CUENTAS
              IF WS-CTE-CUENTA(WS-IDX-CUENTA) = ORD-CUENTA-ORIGEN
                 AND ORD-ESTADO = "A"
                 PERFORM 4320-SUSPENDER-UNA-ORDEN
              END-IF
           END-PERFORM.
      *
       4320-SUSPENDER-UNA-ORDEN.
           MOVE "S" TO ORD-ESTADO
           REWRITE ORD-REGISTRO
           ADD 1 TO WS-NUM-ORDENES
           MOVE ORD-IMPORTE TO WS-AUD-IMPORTE
           MOVE "SUSPENDIDA" TO WS-AUD-RESULTADO
           MOVE SPACES TO WS-AUD-DETALLE
           STRING "ORDEN " ORD-ID " SUSPENDIDA POR FALLECIMIENTO"
              DELIMITED BY SIZE INTO WS-AUD-DETALLE
           CALL "BANCO-AUDITORIA-MOTOR" USING WS-AUD-PROGRAMA
              ORD-CUENTA-ORIGEN ORD-CUENTA-DESTINO WS-AUD-IMPORTE
              WS-AUD-RESULTADO WS-AUD-DETALLE WS-OPERADOR.
      *
      *    Mandatos activos de las cuentas del causante: pasan a
      *    suspendidos, y los recibos que lleguen se devuelven.
       4400-SUSPENDER-MANDATOS.
           MOVE 0 TO WS-NUM-MANDATOS
           IF WS-MANDATOS-ABIERTO = 'S'
              PERFORM VARYING WS-IDX-CUENTA FROM 1 BY 1
                 UNTIL WS-IDX-CUENTA > WS-NUM-CUENTAS
                 PERFORM 4410-MANDATOS-DE-CUENTA
              END-PERFORM
           END-IF.
      *
       4410-MANDATOS-DE-CUENTA.
           MOVE WS-CTE-CUENTA(WS-IDX-CUENTA) TO MAN-NUM-CUENTA
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
                    IF MAN-NUM-CUENTA NOT = WS-CTE-CUENTA(WS-IDX-CUENTA)
                       MOVE 'S' TO WS-FIN-FICHERO
                    ELSE
                       IF MAN-ESTADO = "A"
                          PERFORM 4420-SUSPENDER-UN-MANDATO
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.
      *
       4420-SUSPENDER-UN-MANDATO.
           MOVE "S" TO MAN-ESTADO
           MOVE WS-FECHA-ACTUAL TO MAN-FECHA-ESTADO
           REWRITE MAN-REGISTRO
           ADD 1 TO WS-NUM-MANDATOS
           MOVE 0 TO WS-AUD-IMPORTE
           MOVE "SUSPENDIDO" TO WS-AUD-RESULTADO
           MOVE SPACES TO WS-AUD-DETALLE
           STRING "MANDATO " MAN-PRESENTADOR " SUSPENDIDO FALLEC."
              DELIMITED BY SIZE INTO WS-AUD-DETALLE
           CALL "BANCO-AUDITORIA-MOTOR" USING WS-AUD-PROGRAMA
              MAN-NUM-CUENTA SPACES WS-AUD-IMPORTE
              WS-AUD-RESULTADO WS-AUD-DETALLE WS-OPERADOR.
      *
      *    Con el fallecimiento se extinguen las autorizaciones que
      *    el causante tenia sobre cuentas de otros clientes; esas
      *    cuentas no se bloquean.
       4500-BAJA-AUTORIZACIONES.
           MOVE 0 TO WS-NUM-AUTORIZACIONES
           IF WS-TITULARES-ABIERTO = 'S'
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
                          AND TIT-ROL = "A"
                          AND TIT-ESTADO = "A"
                          PERFORM 4510-BAJA-UNA-AUTORIZACION
                       END-IF
                 END-READ
              END-PERFORM
           END-IF.
      *
       4510-BAJA-UNA-AUTORIZACION.
           MOVE "B" TO TIT-ESTADO
           REWRITE TIT-REGISTRO
           ADD 1 TO WS-NUM-AUTORIZACIONES
           MOVE 0 TO WS-AUD-IMPORTE
           MOVE "BAJA" TO WS-AUD-RESULTADO
           MOVE SPACES TO WS-AUD-DETALLE
           STRING "AUTORIZADO " WS-ID-CLIENTE " FALLECIDO"
              DELIMITED BY SIZE INTO WS-AUD-DETALLE
           CALL "BANCO-AUDITORIA-MOTOR" USING WS-AUD-PROGRAMA
              TIT-NUM-CUENTA SPACES WS-AUD-IMPORTE
              WS-AUD-RESULTADO WS-AUD-DETALLE WS-OPERADOR.
      *
      *    Certificado de saldos a la fecha de fallecimiento, en
      *    TESTIMPR y por pantalla.
       6000-IMPRIMIR-CERTIFICADO.
           OPEN OUTPUT IMPRESION-FILE
           IF WS-IMPRESION-OK
              MOVE 'S' TO WS-IMPRESION-ABIERTO
           ELSE
              DISPLAY "AVISO: no se puede abrir TESTIMPR; el "
                 "certificado solo se muestra por pantalla."
           END-IF
           MOVE 0 TO WS-NUM-MONEDAS
           PERFORM 6100-CABECERA-CERTIFICADO
           PERFORM 6200-CUENTAS-CERTIFICADO
           PERFORM 6300-PLAZOS-CERTIFICADO
           PERFORM 6400-TOTALES-CERTIFICADO
           PERFORM 6500-PIE-CERTIFICADO
           IF WS-IMPRESION-ABIERTO = 'S'
              CLOSE IMPRESION-FILE
              MOVE 'N' TO WS-IMPRESION-ABIERTO
           END-IF.
      *
       6100-CABECERA-CERTIFICADO.
           MOVE ALL "=" TO WS-LINEA-IMPRESION
           PERFORM 7500-ESCRIBIR-LINEA
           MOVE "     CERTIFICADO DE SALDOS A LA FECHA DE FALLECIMIENTO"
              TO WS-LINEA-IMPRESION
           PERFORM 7500-ESCRIBIR-LINEA
           MOVE ALL "=" TO WS-LINEA-IMPRESION
           PERFORM 7500-ESCRIBIR-LINEA
           MOVE SPACES TO WS-LINEA-IMPRESION
           STRING "Fecha: " WS-FECHA-ACTUAL "   Hora: "
              WS-HORA-ACTUAL(1:6) "   Operador: " WS-OPERADOR
              DELIMITED BY SIZE INTO WS-LINEA-IMPRESION
           PERFORM 7500-ESCRIBIR-LINEA
           MOVE SPACES TO WS-LINEA-IMPRESION
           STRING "Causante:  " WS-NOMBRE-CLIENTE "  Cliente: "
              WS-ID-CLIENTE
              DELIMITED BY SIZE INTO WS-LINEA-IMPRESION
           PERFORM 7500-ESCRIBIR-LINEA
           MOVE SPACES TO WS-LINEA-IMPRESION
           STRING "Documento: " WS-DOCUMENTO-CLIENTE
              "   Fecha de fallecimiento: " WS-FECHA-FALLECIMIENTO
              DELIMITED BY SIZE INTO WS-LINEA-IMPRESION
           PERFORM 7500-ESCRIBIR-LINEA.
      *
      *    Una linea por cuenta con su saldo a la fecha, la
      *    participacion del causante y la parte que le corresponde,
      *    y debajo de donde sale el saldo.
       6200-CUENTAS-CERTIFICADO.
           MOVE ALL "-" TO WS-LINEA-IMPRESION
           PERFORM 7500-ESCRIBIR-LINEA
           MOVE "CUENTAS A LA VISTA" TO WS-LINEA-IMPRESION
           PERFORM 7500-ESCRIBIR-LINEA
           MOVE SPACES TO WS-LINEA-IMPRESION
           MOVE "CUENTA" TO WS-LINEA-IMPRESION(1:6)
           MOVE "MON" TO WS-LINEA-IMPRESION(22:3)
           MOVE "SALDO" TO WS-LINEA-IMPRESION(34:5)
           MOVE "PART.%" TO WS-LINEA-IMPRESION(41:6)
           MOVE "ATRIBUIBLE" TO WS-LINEA-IMPRESION(52:10)
           MOVE "EST" TO WS-LINEA-IMPRESION(64:3)
           PERFORM 7500-ESCRIBIR-LINEA
           IF WS-NUM-CUENTAS = 0
              MOVE "  (sin cuentas)" TO WS-LINEA-IMPRESION
              PERFORM 7500-ESCRIBIR-LINEA
           END-IF
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
           MOVE WS-CTE-SALDO-FECHA(WS-IDX-CUENTA) TO WS-IMPORTE-EDITADO
           MOVE WS-IMPORTE-EDITADO TO WS-LINEA-IMPRESION(26:14)
           MOVE WS-CTE-PORCENTAJE(WS-IDX-CUENTA)
              TO WS-PORCENTAJE-EDITADO
           MOVE WS-PORCENTAJE-EDITADO TO WS-LINEA-IMPRESION(41:6)
           MOVE WS-CTE-ATRIBUIBLE(WS-IDX-CUENTA)
              TO WS-ATRIBUIBLE-EDITADO
           MOVE WS-ATRIBUIBLE-EDITADO TO WS-LINEA-IMPRESION(48:14)
           MOVE WS-CTE-ESTADO(WS-IDX-CUENTA)
              TO WS-LINEA-IMPRESION(65:1)
           PERFORM 7500-ESCRIBIR-LINEA
           MOVE SPACES TO WS-LINEA-IMPRESION
           EVALUATE WS-CTE-ORIGEN-SALDO(WS-IDX-CUENTA)
              WHEN "F"
                 STRING "   " WS-CTE-TIPO(WS-IDX-CUENTA)
                    "  saldo de cierre del "
                    WS-CTE-FECHA-FOTO(WS-IDX-CUENTA)
                    DELIMITED BY SIZE INTO WS-LINEA-IMPRESION
              WHEN "A"
                 STRING "   " WS-CTE-TIPO(WS-IDX-CUENTA)
                    "  saldo del dia, sin cierre todavia"
                    DELIMITED BY SIZE INTO WS-LINEA-IMPRESION
              WHEN OTHER
                 STRING "   " WS-CTE-TIPO(WS-IDX-CUENTA)
                    "  sin foto de cierre: saldo actual"
                    DELIMITED BY SIZE INTO WS-LINEA-IMPRESION
           END-EVALUATE
           PERFORM 7500-ESCRIBIR-LINEA
           MOVE WS-CTE-MONEDA(WS-IDX-CUENTA) TO WS-MONEDA-BUSCADA
           PERFORM 6600-LOCALIZAR-MONEDA
           IF WS-IDX-MONEDA > 0
              ADD WS-CTE-SALDO-FECHA(WS-IDX-CUENTA)
                 TO WS-TOT-CUENTAS(WS-IDX-MONEDA)
              ADD WS-CTE-ATRIBUIBLE(WS-IDX-CUENTA)
                 TO WS-TOT-ATRIBUIBLE(WS-IDX-MONEDA)
           END-IF.
      *
       6300-PLAZOS-CERTIFICADO.
           MOVE ALL "-" TO WS-LINEA-IMPRESION
           PERFORM 7500-ESCRIBIR-LINEA
           MOVE "DEPOSITOS A PLAZO (interes bruto devengado, 30/360)"
              TO WS-LINEA-IMPRESION
           PERFORM 7500-ESCRIBIR-LINEA
           MOVE SPACES TO WS-LINEA-IMPRESION
           MOVE "DEPOSITO" TO WS-LINEA-IMPRESION(1:8)
           MOVE "MON" TO WS-LINEA-IMPRESION(10:3)
           MOVE "PRINCIPAL" TO WS-LINEA-IMPRESION(18:9)
           MOVE "INTERES" TO WS-LINEA-IMPRESION(34:7)
           MOVE "PART.%" TO WS-LINEA-IMPRESION(42:6)
           MOVE "ATRIBUIBLE" TO WS-LINEA-IMPRESION(53:10)
           PERFORM 7500-ESCRIBIR-LINEA
           IF WS-NUM-PLAZOS = 0
              MOVE "  (sin depositos)" TO WS-LINEA-IMPRESION
              PERFORM 7500-ESCRIBIR-LINEA
           END-IF
           PERFORM VARYING WS-IDX-PLAZO FROM 1 BY 1
              UNTIL WS-IDX-PLAZO > WS-NUM-PLAZOS
              PERFORM 6310-LINEA-PLAZO
           END-PERFORM.
      *
       6310-LINEA-PLAZO.
           MOVE SPACES TO WS-LINEA-IMPRESION
           MOVE WS-PZT-ID(WS-IDX-PLAZO) TO WS-NUMERO-EDITADO
           MOVE WS-NUMERO-EDITADO TO WS-LINEA-IMPRESION(1:8)
           MOVE WS-PZT-MONEDA(WS-IDX-PLAZO) TO WS-LINEA-IMPRESION(10:3)
           MOVE WS-PZT-IMPORTE(WS-IDX-PLAZO) TO WS-IMPORTE-EDITADO
           MOVE WS-IMPORTE-EDITADO TO WS-LINEA-IMPRESION(13:14)
           MOVE WS-PZT-INTERES(WS-IDX-PLAZO) TO WS-INTERES-EDITADO
           MOVE WS-INTERES-EDITADO TO WS-LINEA-IMPRESION(27:14)
           MOVE WS-PZT-PORCENTAJE(WS-IDX-PLAZO)
              TO WS-PORCENTAJE-EDITADO
           MOVE WS-PORCENTAJE-EDITADO TO WS-LINEA-IMPRESION(42:6)
           MOVE WS-PZT-ATRIBUIBLE(WS-IDX-PLAZO)
              TO WS-ATRIBUIBLE-EDITADO
           MOVE WS-ATRIBUIBLE-EDITADO TO WS-LINEA-IMPRESION(49:14)
           PERFORM 7500-ESCRIBIR-LINEA
           MOVE SPACES TO WS-LINEA-IMPRESION
           STRING "   cuenta " WS-PZT-CUENTA(WS-IDX-PLAZO)
              "  apertura " WS-PZT-APERTURA(WS-IDX-PLAZO)
              "  vencimiento " WS-PZT-VENCIMIENTO(WS-IDX-PLAZO)
              DELIMITED BY SIZE INTO WS-LINEA-IMPRESION
           PERFORM 7500-ESCRIBIR-LINEA
           MOVE WS-PZT-MONEDA(WS-IDX-PLAZO) TO WS-MONEDA-BUSCADA
           PERFORM 6600-LOCALIZAR-MONEDA
           IF WS-IDX-MONEDA > 0
              ADD WS-PZT-IMPORTE(WS-IDX-PLAZO)
                 WS-PZT-INTERES(WS-IDX-PLAZO)
                 TO WS-TOT-PLAZOS(WS-IDX-MONEDA)
              ADD WS-PZT-ATRIBUIBLE(WS-IDX-PLAZO)
                 TO WS-TOT-ATRIBUIBLE(WS-IDX-MONEDA)
           END-IF.
      *
      *    Los importes solo se suman dentro de cada moneda.
       6400-TOTALES-CERTIFICADO.
           MOVE ALL "-" TO WS-LINEA-IMPRESION
           PERFORM 7500-ESCRIBIR-LINEA
           MOVE SPACES TO WS-LINEA-IMPRESION
           MOVE "TOTALES MON" TO WS-LINEA-IMPRESION(1:11)
           MOVE "CUENTAS" TO WS-LINEA-IMPRESION(20:7)
           MOVE "PLAZOS+INT." TO WS-LINEA-IMPRESION(30:11)
           MOVE "ATRIBUIBLE" TO WS-LINEA-IMPRESION(53:10)
           PERFORM 7500-ESCRIBIR-LINEA
           PERFORM VARYING WS-IDX-MONEDA FROM 1 BY 1
              UNTIL WS-IDX-MONEDA > WS-NUM-MONEDAS
              MOVE SPACES TO WS-LINEA-IMPRESION
              MOVE WS-TOT-MONEDA(WS-IDX-MONEDA)
                 TO WS-LINEA-IMPRESION(9:3)
              MOVE WS-TOT-CUENTAS(WS-IDX-MONEDA) TO WS-IMPORTE-EDITADO
              MOVE WS-IMPORTE-EDITADO TO WS-LINEA-IMPRESION(13:14)
              MOVE WS-TOT-PLAZOS(WS-IDX-MONEDA) TO WS-INTERES-EDITADO
              MOVE WS-INTERES-EDITADO TO WS-LINEA-IMPRESION(27:14)
              MOVE WS-TOT-ATRIBUIBLE(WS-IDX-MONEDA)
                 TO WS-ATRIBUIBLE-EDITADO
              MOVE WS-ATRIBUIBLE-EDITADO TO WS-LINEA-IMPRESION(49:14)
              PERFORM 7500-ESCRIBIR-LINEA
           END-PERFORM.
      *
       6500-PIE-CERTIFICADO.
           MOVE ALL "-" TO WS-LINEA-IMPRESION
           PERFORM 7500-ESCRIBIR-LINEA
           MOVE "Las cuentas del causante quedan bloqueadas por"
              TO WS-LINEA-IMPRESION
           PERFORM 7500-ESCRIBIR-LINEA
           MOVE "testamentaria, con sus ordenes y mandatos suspendidos,"
              TO WS-LINEA-IMPRESION
           PERFORM 7500-ESCRIBIR-LINEA
           MOVE "hasta el reparto de la herencia."
              TO WS-LINEA-IMPRESION
           PERFORM 7500-ESCRIBIR-LINEA
           MOVE "El interes de los depositos es bruto, sin retencion."
              TO WS-LINEA-IMPRESION
           PERFORM 7500-ESCRIBIR-LINEA
           MOVE SPACES TO WS-LINEA-IMPRESION
           PERFORM 7500-ESCRIBIR-LINEA
           MOVE "Por la entidad:" TO WS-LINEA-IMPRESION
           PERFORM 7500-ESCRIBIR-LINEA
           MOVE SPACES TO WS-LINEA-IMPRESION
           PERFORM 7500-ESCRIBIR-LINEA
           MOVE ALL "_" TO WS-LINEA-IMPRESION(1:30)
           PERFORM 7500-ESCRIBIR-LINEA
           MOVE SPACES TO WS-LINEA-IMPRESION
           MOVE WS-OPERADOR TO WS-LINEA-IMPRESION(1:8)
           PERFORM 7500-ESCRIBIR-LINEA
           MOVE ALL "=" TO WS-LINEA-IMPRESION
           PERFORM 7500-ESCRIBIR-LINEA.
      *
      *    Devuelve en WS-IDX-MONEDA la entrada de totales de
      *    WS-MONEDA-BUSCADA, dandola de alta si es nueva; 0 si la
      *    tabla esta llena.
       6600-LOCALIZAR-MONEDA.
           MOVE 0 TO WS-IDX-MONEDA
           PERFORM VARYING WS-IDX-BUSQUEDA FROM 1 BY 1
              UNTIL WS-IDX-BUSQUEDA > WS-NUM-MONEDAS
              IF WS-TOT-MONEDA(WS-IDX-BUSQUEDA) = WS-MONEDA-BUSCADA
                 MOVE WS-IDX-BUSQUEDA TO WS-IDX-MONEDA
              END-IF
           END-PERFORM
           IF WS-IDX-MONEDA = 0
              AND WS-NUM-MONEDAS < WS-MAX-MONEDAS
              ADD 1 TO WS-NUM-MONEDAS
              MOVE WS-NUM-MONEDAS TO WS-IDX-MONEDA
              MOVE WS-MONEDA-BUSCADA TO WS-TOT-MONEDA(WS-IDX-MONEDA)
              MOVE 0 TO WS-TOT-CUENTAS(WS-IDX-MONEDA)
              MOVE 0 TO WS-TOT-PLAZOS(WS-IDX-MONEDA)
              MOVE 0 TO WS-TOT-ATRIBUIBLE(WS-IDX-MONEDA)
           END-IF.
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
           IF WS-ORDENES-ABIERTO = 'S'
              CLOSE ORDENES-FILE
           END-IF
           IF WS-MANDATOS-ABIERTO = 'S'
              CLOSE MANDATOS-FILE
           END-IF
           IF WS-PLAZOS-ABIERTO = 'S'
              CLOSE PLAZOS-FILE
           END-IF
           IF WS-SALDOHST-ABIERTO = 'S'
              CLOSE SALDOHST-FILE
           END-IF.
      *
      *--- Finalizar programa ---
       9000-FINALIZAR.
           DISPLAY " "
           DISPLAY "Operacion finalizada correctamente."
           DISPLAY "Gracias por usar el sistema bancario.".
