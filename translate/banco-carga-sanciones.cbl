      *================================================================*
      * PROGRAMA: BANCO-CARGA-SANCIONES
      * DESCRIPCION: Proceso de lote que carga una lista de sanciones
      *              internacionales recibida (SANCLIST) y recriba con
      *              ella toda la cartera de clientes. La lista se
      *              valida primero entera: los registros sin
      *              identificador, sin nombre o con el numero de
      *              alias no numerico se rechazan, y si no queda
      *              ninguno valido (o no hay fichero) el maestro
      *              SANCIONS anterior se conserva y el proceso acaba
      *              con RC=8. Si la lista es buena sustituye entera al
      *              maestro, y a continuacion cada cliente de
      *              CLIENTES (salvo los ya bloqueados por sanciones)
      *              se criba con BANCO-CRIBA-SANCIONES. Cada
      *              coincidencia sale en el informe SANCIMPR y, si no
      *              estaba ya en la cola SANCPEND (desde el alta del
      *              cliente o desde un recribado anterior), se anota
      *              en ella pendiente de revision y el cliente activo
      *              pasa a estado S; las que cumplimiento ya descarto
      *              se informan pero no se vuelven a encolar.
      *              RC=4 si hubo registros rechazados o coincidencias
      *              nuevas; RC=8 si la lista no se pudo cargar.
      * AUTOR: Proyecto MCPs
      * FECHA: 2026-10-15
      *================================================================*
      *
      *-------- BLOQUE 1: IDENTIFICATION DIVISION -------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANCO-CARGA-SANCIONES.
       AUTHOR. PROYECTO-MCPS.
      *
      *-------- BLOQUE 2: ENVIRONMENT DIVISION ----------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SANCLIST-FILE ASSIGN TO "SANCLIST"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-SANCLIST-STATUS.
      *
           SELECT SANCIONES-FILE ASSIGN TO "SANCIONS"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS SAN-CLAVE
              FILE STATUS IS WS-SANCIONES-STATUS.
      *
           SELECT CLIENTES-FILE ASSIGN TO "CLIENTES"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS CLI-ID-CLIENTE
              FILE STATUS IS WS-CLIENTES-STATUS.
      *
           SELECT IMPRESION-FILE ASSIGN TO "SANCIMPR"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-IMPRESION-STATUS.
      *
      *-------- BLOQUE 3: DATA DIVISION -----------------------------*
       DATA DIVISION.
       FILE SECTION.
       FD  SANCLIST-FILE.
           COPY "sancion.cpy"
              REPLACING LEADING ==SAN-== BY ==SNL-==.
      *
       FD  SANCIONES-FILE.
           COPY "sancion.cpy".
      *
       FD  CLIENTES-FILE.
           COPY "clientes.cpy".
      *
       FD  IMPRESION-FILE.
       01 WS-LINEA-IMPRESION       PIC X(80).
      *
       WORKING-STORAGE SECTION.
      *
      *--- Cribado (ver BANCO-CRIBA-SANCIONES) ---
       01 WS-CS-NOMBRE             PIC X(50).
       01 WS-CS-DOCUMENTO          PIC X(15).
       01 WS-CS-RESULTADO          PIC X(01).
       01 WS-CS-ID-LISTA           PIC X(10).
       01 WS-CS-NOMBRE-LISTA       PIC X(40).
       01 WS-CS-PUNTUACION         PIC 9(03).
      *
      *--- Cola de revision (ver BANCO-COLA-SANCIONES) ---
       01 WS-CQ-ACCION             PIC X(01).
       01 WS-CQ-RESULTADO          PIC X(01).
       COPY "sancpend.cpy"
          REPLACING LEADING ==SPE-== BY ==WS-SPE-==.
      *
      *--- Totales de la ejecucion ---
       01 WS-NUM-LEIDOS            PIC 9(05) VALUE 0.
       01 WS-NUM-VALIDOS           PIC 9(05) VALUE 0.
       01 WS-NUM-RECHAZADOS        PIC 9(05) VALUE 0.
       01 WS-NUM-CARGADOS          PIC 9(05) VALUE 0.
       01 WS-NUM-DUPLICADOS        PIC 9(05) VALUE 0.
       01 WS-NUM-CLIENTES          PIC 9(07) VALUE 0.
       01 WS-NUM-BLOQUEADOS        PIC 9(07) VALUE 0.
       01 WS-NUM-COINCIDENCIAS     PIC 9(05) VALUE 0.
       01 WS-NUM-NUEVAS            PIC 9(05) VALUE 0.
       01 WS-NUM-YA-PENDIENTES     PIC 9(05) VALUE 0.
       01 WS-NUM-YA-CONFIRMADAS    PIC 9(05) VALUE 0.
       01 WS-NUM-YA-DESCARTADAS    PIC 9(05) VALUE 0.
       01 WS-NUM-ERRORES-COLA      PIC 9(05) VALUE 0.
      *
      *--- Variables de proceso ---
       01 WS-FECHA-ACTUAL          PIC X(10).
       01 WS-FIN-FICHERO           PIC X VALUE 'N'.
       01 WS-FIN-CLIENTES          PIC X VALUE 'N'.
       01 WS-IMPRESION-ABIERTO     PIC X VALUE 'N'.
       01 WS-SITUACION             PIC X(20).
       01 WS-PUNTUACION-EDITADA    PIC ZZ9.
       01 WS-NUMERO-EDITADO        PIC Z(7)9.
       01 WS-OPERADOR              PIC X(08) VALUE "BATCH".
      *
       01 WS-SANCLIST-STATUS       PIC X(02).
          88 WS-SANCLIST-OK            VALUE "00".
       01 WS-SANCIONES-STATUS      PIC X(02).
          88 WS-SANCIONES-OK           VALUE "00".
          88 WS-SANCIONES-DUPLICADA    VALUE "22".
       01 WS-CLIENTES-STATUS       PIC X(02).
          88 WS-CLIENTES-OK            VALUE "00".
       01 WS-IMPRESION-STATUS      PIC X(02).
          88 WS-IMPRESION-OK           VALUE "00".
      *
      *--- Datos para la linea de auditoria ---
       01 WS-AUD-PROGRAMA        PIC X(20) VALUE "BANCO-CARGA-SANCION".
       01 WS-AUD-CUENTA          PIC X(20).
       01 WS-AUD-CUENTA-2        PIC X(20) VALUE SPACES.
       01 WS-AUD-IMPORTE         PIC S9(10)V99 VALUE 0.
       01 WS-AUD-RESULTADO       PIC X(10).
       01 WS-AUD-DETALLE         PIC X(40).
      *
      *-------- BLOQUE 4: PROCEDURE DIVISION ------------------------*
       PROCEDURE DIVISION.
      *
       0000-PRINCIPAL.
           PERFORM 1000-INICIALIZAR
           PERFORM 2000-VALIDAR-LISTA
           PERFORM 3000-CARGAR-MAESTRO
           PERFORM 4000-RECRIBAR-CLIENTES
           PERFORM 9000-FINALIZAR
           STOP RUN.
      *
       1000-INICIALIZAR.
           ACCEPT WS-FECHA-ACTUAL FROM DATE YYYYMMDD
           DISPLAY "=========================================="
           DISPLAY "   CARGA DE LA LISTA DE SANCIONES"
           DISPLAY "   Fecha: " WS-FECHA-ACTUAL
           DISPLAY "==========================================".
      *
      *    Primera pasada: la lista recibida se valida entera antes de
      *    tocar el maestro, para no sustituir una lista buena por un
      *    fichero vacio o ilegible.
       2000-VALIDAR-LISTA.
           OPEN INPUT SANCLIST-FILE
           IF NOT WS-SANCLIST-OK
              DISPLAY "ERROR: No se puede abrir la lista recibida "
                 "SANCLIST. Status: " WS-SANCLIST-STATUS
              DISPLAY "Se conserva la lista de sanciones anterior."
              MOVE 8 TO RETURN-CODE
              PERFORM 9000-FINALIZAR
              STOP RUN
           END-IF
           MOVE 'N' TO WS-FIN-FICHERO
           PERFORM UNTIL WS-FIN-FICHERO = 'S'
              READ SANCLIST-FILE
                 AT END
                    MOVE 'S' TO WS-FIN-FICHERO
                 NOT AT END
                    ADD 1 TO WS-NUM-LEIDOS
                    IF SNL-ID = SPACES OR SNL-NOMBRE = SPACES
                       OR SNL-ALIAS IS NOT NUMERIC
                       ADD 1 TO WS-NUM-RECHAZADOS
                       DISPLAY "RECHAZADO registro " WS-NUM-LEIDOS
                          ": sin identificador, sin nombre o con "
                          "alias no numerico."
                    ELSE
                       ADD 1 TO WS-NUM-VALIDOS
                    END-IF
              END-READ
           END-PERFORM
           CLOSE SANCLIST-FILE
           IF WS-NUM-VALIDOS = 0
              DISPLAY "ERROR: La lista recibida no tiene ningun "
                 "registro valido (" WS-NUM-LEIDOS " leidos)."
              DISPLAY "Se conserva la lista de sanciones anterior."
              MOVE 8 TO RETURN-CODE
              PERFORM 9000-FINALIZAR
              STOP RUN
           END-IF.
      *
      *    Segunda pasada: la lista valida sustituye entera al
      *    maestro. Un identificador y alias repetidos se cargan una
      *    sola vez.
       3000-CARGAR-MAESTRO.
           OPEN INPUT SANCLIST-FILE
           OPEN OUTPUT SANCIONES-FILE
           IF NOT WS-SANCLIST-OK OR NOT WS-SANCIONES-OK
              DISPLAY "ERROR: No se puede abrir SANCLIST o SANCIONS. "
                 "Status: " WS-SANCLIST-STATUS " / "
                 WS-SANCIONES-STATUS
              MOVE 8 TO RETURN-CODE
              PERFORM 9000-FINALIZAR
              STOP RUN
           END-IF
           MOVE 'N' TO WS-FIN-FICHERO
           PERFORM UNTIL WS-FIN-FICHERO = 'S'
              READ SANCLIST-FILE
                 AT END
                    MOVE 'S' TO WS-FIN-FICHERO
                 NOT AT END
                    IF SNL-ID NOT = SPACES AND SNL-NOMBRE NOT = SPACES
                       AND SNL-ALIAS IS NUMERIC
                       PERFORM 3100-GRABAR-ENTRADA
                    END-IF
              END-READ
           END-PERFORM
           CLOSE SANCLIST-FILE
           CLOSE SANCIONES-FILE
           MOVE SPACES TO WS-AUD-CUENTA
           MOVE 0 TO WS-AUD-IMPORTE
           MOVE "CARGADA" TO WS-AUD-RESULTADO
           MOVE WS-NUM-CARGADOS TO WS-NUMERO-EDITADO
           MOVE SPACES TO WS-AUD-DETALLE
           STRING "LISTA DE SANCIONES:" WS-NUMERO-EDITADO " NOMBRES"
              DELIMITED BY SIZE INTO WS-AUD-DETALLE
           CALL "BANCO-AUDITORIA-MOTOR" USING WS-AUD-PROGRAMA
              WS-AUD-CUENTA WS-AUD-CUENTA-2 WS-AUD-IMPORTE
              WS-AUD-RESULTADO WS-AUD-DETALLE WS-OPERADOR
           DISPLAY "Lista de sanciones cargada: " WS-NUM-CARGADOS
              " nombres.".
      *
       3100-GRABAR-ENTRADA.
           MOVE SNL-REGISTRO TO SAN-REGISTRO
           MOVE WS-FECHA-ACTUAL TO SAN-FECHA-CARGA
           WRITE SAN-REGISTRO
           IF WS-SANCIONES-OK
              ADD 1 TO WS-NUM-CARGADOS
           ELSE
              IF WS-SANCIONES-DUPLICADA
                 ADD 1 TO WS-NUM-DUPLICADOS
                 DISPLAY "AVISO: " SAN-ID " alias " SAN-ALIAS
                    " repetido en la lista; se carga una vez."
              ELSE
                 ADD 1 TO WS-NUM-RECHAZADOS
                 DISPLAY "ERROR al grabar " SAN-ID " alias "
                    SAN-ALIAS ". Status: " WS-SANCIONES-STATUS
              END-IF
           END-IF.
      *
      *    Recribado de la cartera con la lista recien cargada (el
      *    subprograma de cribado la lee en su primera llamada).
       4000-RECRIBAR-CLIENTES.
           OPEN I-O CLIENTES-FILE
           IF NOT WS-CLIENTES-OK
              DISPLAY "ERROR: No se puede abrir CLIENTES para el "
                 "recribado. Status: " WS-CLIENTES-STATUS
              MOVE 8 TO RETURN-CODE
              PERFORM 9000-FINALIZAR
              STOP RUN
           END-IF
           OPEN OUTPUT IMPRESION-FILE
           IF WS-IMPRESION-OK
              MOVE 'S' TO WS-IMPRESION-ABIERTO
           ELSE
              DISPLAY "AVISO: No se puede abrir el informe SANCIMPR; "
                 "las coincidencias solo salen por pantalla."
           END-IF
           MOVE SPACES TO WS-LINEA-IMPRESION
           STRING "RECRIBADO DE CLIENTES CONTRA LA LISTA DE SANCIONES"
              " - " WS-FECHA-ACTUAL
              DELIMITED BY SIZE INTO WS-LINEA-IMPRESION
           PERFORM 7500-ESCRIBIR-LINEA
           MOVE SPACES TO WS-LINEA-IMPRESION
           PERFORM 7500-ESCRIBIR-LINEA
           MOVE "CLIENTE      NOMBRE / ENTRADA DE LA LISTA        "
              TO WS-LINEA-IMPRESION
           MOVE "PUNT SITUACION" TO WS-LINEA-IMPRESION(55:14)
           PERFORM 7500-ESCRIBIR-LINEA
           DISPLAY " "
           DISPLAY "Coincidencias del recribado:"
           MOVE 'N' TO WS-FIN-CLIENTES
           PERFORM UNTIL WS-FIN-CLIENTES = 'S'
              READ CLIENTES-FILE NEXT RECORD
                 AT END
                    MOVE 'S' TO WS-FIN-CLIENTES
                 NOT AT END
                    IF CLI-ESTADO = "B"
                       ADD 1 TO WS-NUM-BLOQUEADOS
                    ELSE
                       PERFORM 4100-CRIBAR-CLIENTE
                    END-IF
              END-READ
           END-PERFORM
           IF WS-NUM-COINCIDENCIAS = 0
              MOVE "  (sin coincidencias)" TO WS-LINEA-IMPRESION
              PERFORM 7500-ESCRIBIR-LINEA
              DISPLAY "  (sin coincidencias)"
           END-IF
           CLOSE CLIENTES-FILE
           IF WS-IMPRESION-ABIERTO = 'S'
              CLOSE IMPRESION-FILE
           END-IF.
      *
       4100-CRIBAR-CLIENTE.
           ADD 1 TO WS-NUM-CLIENTES
           MOVE CLI-NOMBRE TO WS-CS-NOMBRE
           MOVE CLI-DOCUMENTO TO WS-CS-DOCUMENTO
           CALL "BANCO-CRIBA-SANCIONES" USING WS-CS-NOMBRE
              WS-CS-DOCUMENTO WS-CS-RESULTADO WS-CS-ID-LISTA
              WS-CS-NOMBRE-LISTA WS-CS-PUNTUACION
           IF WS-CS-RESULTADO = "S"
              ADD 1 TO WS-NUM-COINCIDENCIAS
              PERFORM 4200-ENCOLAR-COINCIDENCIA
              PERFORM 4300-INFORMAR-COINCIDENCIA
           END-IF.
      *
      *    Una coincidencia del mismo cliente con la misma entrada de
      *    la lista ya anotada en el alta (origen C) o en un recribado
      *    anterior (origen R) no se vuelve a encolar: se informa con
      *    la situacion en que la dejo cumplimiento.
       4200-ENCOLAR-COINCIDENCIA.
           MOVE SPACES TO WS-SPE-REGISTRO
           MOVE 0 TO WS-SPE-NUMERO
           MOVE "C" TO WS-SPE-ORIGEN
           MOVE CLI-ID-CLIENTE TO WS-SPE-REFERENCIA(1:12)
           MOVE WS-CS-ID-LISTA TO WS-SPE-REFERENCIA(13:10)
           MOVE "C" TO WS-CQ-ACCION
           CALL "BANCO-COLA-SANCIONES" USING WS-CQ-ACCION
              WS-SPE-REGISTRO WS-CQ-RESULTADO
           IF WS-CQ-RESULTADO NOT = "E"
              MOVE SPACES TO WS-SPE-REGISTRO
              MOVE 0 TO WS-SPE-NUMERO
              MOVE "R" TO WS-SPE-ORIGEN
              MOVE CLI-ID-CLIENTE TO WS-SPE-REFERENCIA(1:12)
              MOVE WS-CS-ID-LISTA TO WS-SPE-REFERENCIA(13:10)
              MOVE CLI-ID-CLIENTE TO WS-SPE-ID-CLIENTE
              MOVE CLI-NOMBRE TO WS-SPE-NOMBRE
              MOVE CLI-DOCUMENTO TO WS-SPE-DOCUMENTO
              MOVE WS-CS-ID-LISTA TO WS-SPE-ID-LISTA
              MOVE WS-CS-NOMBRE-LISTA TO WS-SPE-NOMBRE-LISTA
              MOVE WS-CS-PUNTUACION TO WS-SPE-PUNTUACION
              MOVE "A" TO WS-CQ-ACCION
              CALL "BANCO-COLA-SANCIONES" USING WS-CQ-ACCION
                 WS-SPE-REGISTRO WS-CQ-RESULTADO
           END-IF
           EVALUATE TRUE
              WHEN WS-CQ-RESULTADO = "N"
                 ADD 1 TO WS-NUM-NUEVAS
                 MOVE "NUEVA EN REVISION" TO WS-SITUACION
                 IF CLI-ESTADO = "A"
                    MOVE "S" TO CLI-ESTADO
                    REWRITE CLI-REGISTRO
                 END-IF
                 MOVE CLI-ID-CLIENTE TO WS-AUD-CUENTA
                 MOVE 0 TO WS-AUD-IMPORTE
                 MOVE "PENDIENTE" TO WS-AUD-RESULTADO
                 MOVE SPACES TO WS-AUD-DETALLE
                 STRING "SANCIONES: COINCIDE CON " WS-CS-ID-LISTA
                    DELIMITED BY SIZE INTO WS-AUD-DETALLE
                 CALL "BANCO-AUDITORIA-MOTOR" USING WS-AUD-PROGRAMA
                    WS-AUD-CUENTA WS-AUD-CUENTA-2 WS-AUD-IMPORTE
                    WS-AUD-RESULTADO WS-AUD-DETALLE WS-OPERADOR
              WHEN WS-CQ-RESULTADO = "E" AND WS-SPE-ESTADO = "D"
                 ADD 1 TO WS-NUM-YA-DESCARTADAS
                 MOVE "DESCARTADA ANTES" TO WS-SITUACION
              WHEN WS-CQ-RESULTADO = "E" AND WS-SPE-ESTADO = "C"
                 ADD 1 TO WS-NUM-YA-CONFIRMADAS
                 MOVE "YA CONFIRMADA" TO WS-SITUACION
              WHEN WS-CQ-RESULTADO = "E"
                 ADD 1 TO WS-NUM-YA-PENDIENTES
                 MOVE "YA PENDIENTE" TO WS-SITUACION
              WHEN OTHER
                 ADD 1 TO WS-NUM-ERRORES-COLA
                 MOVE 0 TO WS-SPE-NUMERO
                 MOVE "** SIN ENCOLAR **" TO WS-SITUACION
           END-EVALUATE.
      *
       4300-INFORMAR-COINCIDENCIA.
           MOVE WS-CS-PUNTUACION TO WS-PUNTUACION-EDITADA
           MOVE SPACES TO WS-LINEA-IMPRESION
           STRING CLI-ID-CLIENTE " " CLI-NOMBRE " "
              WS-PUNTUACION-EDITADA " " WS-SITUACION
              DELIMITED BY SIZE INTO WS-LINEA-IMPRESION
           PERFORM 7500-ESCRIBIR-LINEA
           DISPLAY WS-LINEA-IMPRESION
           MOVE WS-SPE-NUMERO TO WS-NUMERO-EDITADO
           MOVE SPACES TO WS-LINEA-IMPRESION
           STRING "             " WS-CS-ID-LISTA " "
              WS-CS-NOMBRE-LISTA "  ENTRADA" WS-NUMERO-EDITADO
              DELIMITED BY SIZE INTO WS-LINEA-IMPRESION
           PERFORM 7500-ESCRIBIR-LINEA
           DISPLAY WS-LINEA-IMPRESION.
      *
       7500-ESCRIBIR-LINEA.
           IF WS-IMPRESION-ABIERTO = 'S'
              WRITE WS-LINEA-IMPRESION
           END-IF.
      *
       9000-FINALIZAR.
           IF WS-NUM-RECHAZADOS > 0 OR WS-NUM-NUEVAS > 0
              OR WS-NUM-ERRORES-COLA > 0
              IF RETURN-CODE < 4
                 MOVE 4 TO RETURN-CODE
              END-IF
           END-IF
           DISPLAY " "
           DISPLAY "=========================================="
           DISPLAY "   RESUMEN DE LA CARGA DE SANCIONES"
           DISPLAY "=========================================="
           DISPLAY "Registros leidos:        " WS-NUM-LEIDOS
           DISPLAY "Registros rechazados:    " WS-NUM-RECHAZADOS
           DISPLAY "Repetidos:               " WS-NUM-DUPLICADOS
           DISPLAY "Nombres cargados:        " WS-NUM-CARGADOS
           DISPLAY "Clientes cribados:       " WS-NUM-CLIENTES
           DISPLAY "Clientes ya bloqueados:  " WS-NUM-BLOQUEADOS
           DISPLAY "Coincidencias:           " WS-NUM-COINCIDENCIAS
           DISPLAY "  Nuevas en revision:    " WS-NUM-NUEVAS
           DISPLAY "  Ya pendientes:         " WS-NUM-YA-PENDIENTES
           DISPLAY "  Ya confirmadas:        " WS-NUM-YA-CONFIRMADAS
           DISPLAY "  Descartadas antes:     " WS-NUM-YA-DESCARTADAS
           DISPLAY "  Sin encolar (error):   " WS-NUM-ERRORES-COLA
           DISPLAY "Carga de la lista de sanciones finalizada.".
