      *================================================================*
      * PROGRAMA: BANCO-COLA-SANCIONES
      * DESCRIPCION: Subprograma comun de acceso a la cola de
      *              coincidencias con la lista de sanciones
      *              (SANCPEND), para que todos los puntos de cribado
      *              la numeren y la consulten igual. Se busca por la
      *              clave alternativa SPE-CLAVE (origen y referencia
      *              de lo cribado):
      *                CQ-ACCION "C" consulta: si la entrada existe la
      *                              devuelve (resultado E); si no,
      *                              resultado X.
      *                CQ-ACCION "A" anota: si la entrada ya existe la
      *                              devuelve tal cual (resultado E),
      *                              de modo que repetir un proceso no
      *                              duplica la cola; si no, le asigna
      *                              el siguiente numero de CTLSAN, la
      *                              fecha, la hora y el estado P y la
      *                              escribe (resultado N).
      *              Resultado F si la cola no se puede abrir o
      *              escribir.
      * AUTOR: Proyecto MCPs
      * FECHA: 2026-10-15
      *================================================================*
      *
      *-------- BLOQUE 1: IDENTIFICATION DIVISION -------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANCO-COLA-SANCIONES.
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
           SELECT CTLSAN-FILE ASSIGN TO "CTLSAN"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS CTR-CLAVE
              LOCK MODE IS MANUAL
              FILE STATUS IS WS-CTLSAN-STATUS.
      *
      *-------- BLOQUE 3: DATA DIVISION -----------------------------*
       DATA DIVISION.
       FILE SECTION.
       FD  SANCPEND-FILE.
           COPY "sancpend.cpy".
      *
       FD  CTLSAN-FILE.
           COPY "contador.cpy".
      *
       WORKING-STORAGE SECTION.
      *
       01 WS-SANCPEND-STATUS      PIC X(02).
          88 WS-SANCPEND-OK           VALUE "00".
          88 WS-SANCPEND-NUEVO        VALUE "35".
       01 WS-CTLSAN-STATUS        PIC X(02).
          88 WS-CTLSAN-OK             VALUE "00".
          88 WS-CTLSAN-NUEVO          VALUE "35".
          88 WS-CTLSAN-NO-EXISTE      VALUE "23".
       01 WS-FECHA-ACTUAL         PIC X(10).
       01 WS-HORA-ACTUAL          PIC X(08).
      *
      *--- Bloqueo del contador de la cola ---
       01 WS-MAX-ESPERAS          PIC 9(03) VALUE 50.
       01 WS-NUM-ESPERAS          PIC 9(03) VALUE 0.
       01 WS-CONTADOR-RESERVADO   PIC X VALUE 'N'.
      *
      *-------- BLOQUE 4: LINKAGE SECTION -----------------------------*
       LINKAGE SECTION.
      *
       01 CQ-ACCION               PIC X(01).
       01 CQ-REGISTRO             PIC X(529).
       01 CQ-RESULTADO            PIC X(01).
      *
      *-------- BLOQUE 5: PROCEDURE DIVISION ------------------------*
       PROCEDURE DIVISION USING CQ-ACCION CQ-REGISTRO CQ-RESULTADO.
      *
       0000-PRINCIPAL.
           MOVE "F" TO CQ-RESULTADO
           PERFORM 1000-ABRIR-FICHEROS
           IF WS-SANCPEND-OK AND WS-CTLSAN-OK
              MOVE CQ-REGISTRO TO SPE-REGISTRO
              READ SANCPEND-FILE KEY IS SPE-CLAVE
              IF WS-SANCPEND-OK
                 MOVE SPE-REGISTRO TO CQ-REGISTRO
                 MOVE "E" TO CQ-RESULTADO
              ELSE
                 IF CQ-ACCION = "A"
                    PERFORM 2000-ANOTAR-ENTRADA
                 ELSE
                    MOVE "X" TO CQ-RESULTADO
                 END-IF
              END-IF
           ELSE
              DISPLAY "ERROR: No se puede abrir SANCPEND o CTLSAN. "
                 "Status: " WS-SANCPEND-STATUS " / " WS-CTLSAN-STATUS
           END-IF
           PERFORM 3000-CERRAR-FICHEROS
           GOBACK.
      *
       1000-ABRIR-FICHEROS.
           OPEN I-O SANCPEND-FILE
           IF WS-SANCPEND-NUEVO
              OPEN OUTPUT SANCPEND-FILE
              CLOSE SANCPEND-FILE
              OPEN I-O SANCPEND-FILE
           END-IF
           OPEN I-O CTLSAN-FILE
           IF WS-CTLSAN-NUEVO
              OPEN OUTPUT CTLSAN-FILE
              MOVE "S" TO CTR-CLAVE
              MOVE 0 TO CTR-ULTIMO-VALOR
              WRITE CTR-REGISTRO
              CLOSE CTLSAN-FILE
              OPEN I-O CTLSAN-FILE
           END-IF.
      *
      *    Numera la entrada con el contador CTLSAN, leido con bloqueo
      *    para que dos cribados simultaneos no repartan el mismo
      *    numero, y la escribe pendiente de revision.
       2000-ANOTAR-ENTRADA.
           MOVE "S" TO CTR-CLAVE
           MOVE 0 TO WS-NUM-ESPERAS
           MOVE 'N' TO WS-CONTADOR-RESERVADO
           PERFORM UNTIL WS-CONTADOR-RESERVADO = 'S'
              OR WS-NUM-ESPERAS > WS-MAX-ESPERAS
              READ CTLSAN-FILE WITH LOCK
              IF WS-CTLSAN-OK
                 MOVE 'S' TO WS-CONTADOR-RESERVADO
              ELSE
                 IF WS-CTLSAN-NO-EXISTE
                    MOVE "S" TO CTR-CLAVE
                    MOVE 0 TO CTR-ULTIMO-VALOR
                    WRITE CTR-REGISTRO
                 END-IF
                 ADD 1 TO WS-NUM-ESPERAS
                 MOVE "S" TO CTR-CLAVE
              END-IF
           END-PERFORM
           IF WS-CONTADOR-RESERVADO = 'N'
              READ CTLSAN-FILE
           END-IF
           ADD 1 TO CTR-ULTIMO-VALOR
           REWRITE CTR-REGISTRO
           ACCEPT WS-FECHA-ACTUAL FROM DATE YYYYMMDD
           ACCEPT WS-HORA-ACTUAL FROM TIME
           MOVE CQ-REGISTRO TO SPE-REGISTRO
           MOVE CTR-ULTIMO-VALOR TO SPE-NUMERO
           MOVE WS-FECHA-ACTUAL TO SPE-FECHA
           MOVE WS-HORA-ACTUAL TO SPE-HORA
           MOVE "P" TO SPE-ESTADO
           MOVE SPACES TO SPE-FECHA-RESOLUCION
           MOVE SPACES TO SPE-OPERADOR
           MOVE SPACES TO SPE-COMENTARIO
           WRITE SPE-REGISTRO
           IF WS-SANCPEND-OK
              MOVE SPE-REGISTRO TO CQ-REGISTRO
              MOVE "N" TO CQ-RESULTADO
           ELSE
              DISPLAY "ERROR: No se puede anotar en SANCPEND. "
                 "Status: " WS-SANCPEND-STATUS
           END-IF.
      *
       3000-CERRAR-FICHEROS.
           CLOSE SANCPEND-FILE
           CLOSE CTLSAN-FILE.
