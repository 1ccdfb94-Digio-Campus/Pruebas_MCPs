      *================================================================*
      * PROGRAMA: BANCO-COLA-APROBACIONES
      * DESCRIPCION: Subprograma comun de acceso al fichero de cambios
      *              pendientes de aprobacion (APROBPEN), para que
      *              todos los programas que solicitan un cambio de
      *              datos maestros sujeto a doble intervencion lo
      *              numeren y lo consulten igual. Se busca una
      *              solicitud pendiente (estado P) por la clave
      *              alternativa APR-OBJETO (tipo y clave de lo que se
      *              cambia):
      *                CQ-ACCION "C" consulta: si hay una pendiente la
      *                              devuelve (resultado E); si no,
      *                              resultado X.
      *                CQ-ACCION "A" anota: si ya hay una pendiente la
      *                              devuelve tal cual (resultado E),
      *                              de modo que no se acumulan dos
      *                              cambios sobre lo mismo; si no, le
      *                              asigna el siguiente numero de
      *                              CTLAPR, la fecha, la hora y el
      *                              estado P y la escribe
      *                              (resultado N).
      *              Resultado F si el fichero no se puede abrir o
      *              escribir.
      * AUTOR: Proyecto MCPs
      * FECHA: 2026-10-15
      *================================================================*
      *
      *-------- BLOQUE 1: IDENTIFICATION DIVISION -------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANCO-COLA-APROBACIONES.
       AUTHOR. PROYECTO-MCPS.
      *
      *-------- BLOQUE 2: ENVIRONMENT DIVISION ----------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT APROBPEN-FILE ASSIGN TO "APROBPEN"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS APR-NUMERO
              ALTERNATE RECORD KEY IS APR-OBJETO WITH DUPLICATES
              FILE STATUS IS WS-APROBPEN-STATUS.
      *
           SELECT CTLAPR-FILE ASSIGN TO "CTLAPR"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS CTR-CLAVE
              LOCK MODE IS MANUAL
              FILE STATUS IS WS-CTLAPR-STATUS.
      *
      *-------- BLOQUE 3: DATA DIVISION -----------------------------*
       DATA DIVISION.
       FILE SECTION.
       FD  APROBPEN-FILE.
           COPY "aprobpen.cpy".
      *
       FD  CTLAPR-FILE.
           COPY "contador.cpy".
      *
       WORKING-STORAGE SECTION.
      *
       01 WS-APROBPEN-STATUS      PIC X(02).
          88 WS-APROBPEN-OK           VALUE "00".
          88 WS-APROBPEN-DUPLICADO    VALUE "02".
          88 WS-APROBPEN-NUEVO        VALUE "35".
       01 WS-CTLAPR-STATUS        PIC X(02).
          88 WS-CTLAPR-OK             VALUE "00".
          88 WS-CTLAPR-NUEVO          VALUE "35".
          88 WS-CTLAPR-NO-EXISTE      VALUE "23".
       01 WS-FECHA-ACTUAL         PIC X(10).
       01 WS-HORA-ACTUAL          PIC X(08).
      *
      *--- Busqueda de una solicitud pendiente sobre el objeto ---
       01 WS-OBJETO-BUSCADO       PIC X(21).
       01 WS-PENDIENTE-ENCONTRADA PIC X VALUE 'N'.
       01 WS-FIN-OBJETO           PIC X VALUE 'N'.
      *
      *--- Bloqueo del contador de solicitudes ---
       01 WS-MAX-ESPERAS          PIC 9(03) VALUE 50.
       01 WS-NUM-ESPERAS          PIC 9(03) VALUE 0.
       01 WS-CONTADOR-RESERVADO   PIC X VALUE 'N'.
      *
      *-------- BLOQUE 4: LINKAGE SECTION -----------------------------*
       LINKAGE SECTION.
      *
       01 CQ-ACCION               PIC X(01).
       01 CQ-REGISTRO             PIC X(363).
       01 CQ-RESULTADO            PIC X(01).
      *
      *-------- BLOQUE 5: PROCEDURE DIVISION ------------------------*
       PROCEDURE DIVISION USING CQ-ACCION CQ-REGISTRO CQ-RESULTADO.
      *
       0000-PRINCIPAL.
           MOVE "F" TO CQ-RESULTADO
           PERFORM 1000-ABRIR-FICHEROS
           IF WS-APROBPEN-OK AND WS-CTLAPR-OK
              MOVE CQ-REGISTRO TO APR-REGISTRO
              PERFORM 1500-BUSCAR-PENDIENTE
              IF WS-PENDIENTE-ENCONTRADA = 'S'
                 MOVE APR-REGISTRO TO CQ-REGISTRO
                 MOVE "E" TO CQ-RESULTADO
              ELSE
                 IF CQ-ACCION = "A"
                    PERFORM 2000-ANOTAR-SOLICITUD
                 ELSE
                    MOVE "X" TO CQ-RESULTADO
                 END-IF
              END-IF
           ELSE
              DISPLAY "ERROR: No se puede abrir APROBPEN o CTLAPR. "
                 "Status: " WS-APROBPEN-STATUS " / " WS-CTLAPR-STATUS
           END-IF
           PERFORM 3000-CERRAR-FICHEROS
           GOBACK.
      *
       1000-ABRIR-FICHEROS.
           OPEN I-O APROBPEN-FILE
           IF WS-APROBPEN-NUEVO
              OPEN OUTPUT APROBPEN-FILE
              CLOSE APROBPEN-FILE
              OPEN I-O APROBPEN-FILE
           END-IF
           OPEN I-O CTLAPR-FILE
           IF WS-CTLAPR-NUEVO
              OPEN OUTPUT CTLAPR-FILE
              MOVE "A" TO CTR-CLAVE
              MOVE 0 TO CTR-ULTIMO-VALOR
              WRITE CTR-REGISTRO
              CLOSE CTLAPR-FILE
              OPEN I-O CTLAPR-FILE
           END-IF.
      *
      *    Recorre por la clave alternativa las solicitudes sobre el
      *    mismo objeto (las resueltas se conservan) buscando una que
      *    siga pendiente.
       1500-BUSCAR-PENDIENTE.
           MOVE 'N' TO WS-PENDIENTE-ENCONTRADA
           MOVE 'N' TO WS-FIN-OBJETO
           MOVE APR-OBJETO TO WS-OBJETO-BUSCADO
           START APROBPEN-FILE KEY IS EQUAL TO APR-OBJETO
              INVALID KEY
                 MOVE 'S' TO WS-FIN-OBJETO
           END-START
           PERFORM UNTIL WS-FIN-OBJETO = 'S'
              OR WS-PENDIENTE-ENCONTRADA = 'S'
              READ APROBPEN-FILE NEXT RECORD
                 AT END
                    MOVE 'S' TO WS-FIN-OBJETO
                 NOT AT END
                    IF APR-OBJETO NOT = WS-OBJETO-BUSCADO
                       MOVE 'S' TO WS-FIN-OBJETO
                    ELSE
                       IF APR-ESTADO = "P"
                          MOVE 'S' TO WS-PENDIENTE-ENCONTRADA
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.
      *
      *    Numera la solicitud con el contador CTLAPR, leido con
      *    bloqueo para que dos solicitudes simultaneas no repartan el
      *    mismo numero, y la escribe pendiente de aprobacion.
       2000-ANOTAR-SOLICITUD.
           MOVE "A" TO CTR-CLAVE
           MOVE 0 TO WS-NUM-ESPERAS
           MOVE 'N' TO WS-CONTADOR-RESERVADO
           PERFORM UNTIL WS-CONTADOR-RESERVADO = 'S'
              OR WS-NUM-ESPERAS > WS-MAX-ESPERAS
              READ CTLAPR-FILE WITH LOCK
              IF WS-CTLAPR-OK
                 MOVE 'S' TO WS-CONTADOR-RESERVADO
              ELSE
                 IF WS-CTLAPR-NO-EXISTE
                    MOVE "A" TO CTR-CLAVE
                    MOVE 0 TO CTR-ULTIMO-VALOR
                    WRITE CTR-REGISTRO
                 END-IF
                 ADD 1 TO WS-NUM-ESPERAS
                 MOVE "A" TO CTR-CLAVE
              END-IF
           END-PERFORM
           IF WS-CONTADOR-RESERVADO = 'N'
              READ CTLAPR-FILE
           END-IF
           ADD 1 TO CTR-ULTIMO-VALOR
           REWRITE CTR-REGISTRO
           ACCEPT WS-FECHA-ACTUAL FROM DATE YYYYMMDD
           ACCEPT WS-HORA-ACTUAL FROM TIME
           MOVE CQ-REGISTRO TO APR-REGISTRO
           MOVE CTR-ULTIMO-VALOR TO APR-NUMERO
           MOVE WS-FECHA-ACTUAL TO APR-FECHA
           MOVE WS-HORA-ACTUAL TO APR-HORA
           MOVE "P" TO APR-ESTADO
           MOVE SPACES TO APR-FECHA-RESOLUCION
           MOVE SPACES TO APR-HORA-RESOLUCION
           MOVE SPACES TO APR-REVISOR
           MOVE SPACES TO APR-COMENTARIO
           WRITE APR-REGISTRO
           IF WS-APROBPEN-OK OR WS-APROBPEN-DUPLICADO
              MOVE APR-REGISTRO TO CQ-REGISTRO
              MOVE "N" TO CQ-RESULTADO
           ELSE
              DISPLAY "ERROR: No se puede anotar en APROBPEN. "
                 "Status: " WS-APROBPEN-STATUS
           END-IF.
      *
       3000-CERRAR-FICHEROS.
           CLOSE APROBPEN-FILE
           CLOSE CTLAPR-FILE.
