      *================================================================*
      * PROGRAMA: BANCO-CODIGO-OPERACION
      * DESCRIPCION: Subprograma comun de consulta del catalogo de
      *              codigos de operacion CODOPER. Recibe un codigo y
      *              devuelve si existe, su descripcion, los
      *              indicadores de efectivo, de operacion iniciada
      *              por el cliente y de comision, y el grupo de
      *              informe. Lo usan los procesos que clasifican los
      *              movimientos (declaracion de efectivo, cuentas
      *              durmientes, cuadre de limites, estadistica
      *              diaria) para no depender del nombre del programa
      *              que grabo el apunte. El fichero se carga en
      *              memoria en la primera llamada. Si el fichero no
      *              se puede abrir o viene vacio, cada llamada
      *              devuelve OP-ENCONTRADO = 'E' (catalogo no
      *              cargado), para que el llamador que clasifica por
      *              el catalogo no siga como si ningun codigo fuera
      *              de efectivo o de transferencia.
      * AUTOR: Proyecto MCPs
      * FECHA: 2026-10-15
      *================================================================*
      *
      *-------- BLOQUE 1: IDENTIFICATION DIVISION -------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANCO-CODIGO-OPERACION.
       AUTHOR. PROYECTO-MCPS.
      *
      *-------- BLOQUE 2: ENVIRONMENT DIVISION ----------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CODOPER-FILE ASSIGN TO "CODOPER"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-CODOPER-STATUS.
      *
      *-------- BLOQUE 3: DATA DIVISION -----------------------------*
       DATA DIVISION.
       FILE SECTION.
       FD  CODOPER-FILE.
           COPY "codoper.cpy".
      *
       WORKING-STORAGE SECTION.
      *
      *--- Tabla del catalogo (se carga una vez por ejecucion) ---
       01 WS-TABLA-CARGADA        PIC X VALUE 'N'.
       01 WS-CATALOGO-DISPONIBLE  PIC X VALUE 'N'.
       01 WS-MAX-CODIGOS          PIC 9(03) VALUE 200.
       01 WS-NUM-CODIGOS          PIC 9(03) VALUE 0.
       01 WS-IDX-CODIGO           PIC 9(03) VALUE 0.
       01 WS-TABLA-CODIGOS.
          05 WS-COD-ENTRY OCCURS 200 TIMES.
             10 WS-COD-CODIGO     PIC X(04).
             10 WS-COD-DESCRIPCION PIC X(30).
             10 WS-COD-EFECTIVO   PIC X(01).
             10 WS-COD-CLIENTE    PIC X(01).
             10 WS-COD-COMISION   PIC X(01).
             10 WS-COD-GRUPO      PIC X(10).
       01 WS-FIN-CODOPER          PIC X VALUE 'N'.
      *
       01 WS-CODOPER-STATUS       PIC X(02).
          88 WS-CODOPER-OK            VALUE "00".
      *
      *-------- BLOQUE 4: LINKAGE SECTION -----------------------------*
       LINKAGE SECTION.
      *
       01 OP-CODIGO               PIC X(04).
       01 OP-ENCONTRADO           PIC X(01).
       01 OP-DESCRIPCION          PIC X(30).
       01 OP-EFECTIVO             PIC X(01).
       01 OP-CLIENTE              PIC X(01).
       01 OP-COMISION             PIC X(01).
       01 OP-GRUPO                PIC X(10).
      *
      *-------- BLOQUE 5: PROCEDURE DIVISION ------------------------*
       PROCEDURE DIVISION USING OP-CODIGO OP-ENCONTRADO
           OP-DESCRIPCION OP-EFECTIVO OP-CLIENTE OP-COMISION
           OP-GRUPO.
      *
       0000-PRINCIPAL.
           IF WS-TABLA-CARGADA = 'N'
              PERFORM 1000-CARGAR-CATALOGO
           END-IF
           MOVE 'N' TO OP-ENCONTRADO
           MOVE SPACES TO OP-DESCRIPCION
           MOVE 'N' TO OP-EFECTIVO
           MOVE 'N' TO OP-CLIENTE
           MOVE 'N' TO OP-COMISION
           MOVE SPACES TO OP-GRUPO
           IF WS-CATALOGO-DISPONIBLE = 'N'
              MOVE 'E' TO OP-ENCONTRADO
           ELSE
              IF OP-CODIGO NOT = SPACES
                 PERFORM 2000-BUSCAR-CODIGO
              END-IF
           END-IF
           GOBACK.
      *
      *    Carga el catalogo en memoria; los codigos que no quepan en
      *    la tabla se avisan y se tratan como desconocidos.
       1000-CARGAR-CATALOGO.
           MOVE 'S' TO WS-TABLA-CARGADA
           MOVE 0 TO WS-NUM-CODIGOS
           OPEN INPUT CODOPER-FILE
           IF WS-CODOPER-OK
              MOVE 'N' TO WS-FIN-CODOPER
              PERFORM UNTIL WS-FIN-CODOPER = 'S'
                 READ CODOPER-FILE
                    AT END
                       MOVE 'S' TO WS-FIN-CODOPER
                    NOT AT END
                       IF WS-NUM-CODIGOS < WS-MAX-CODIGOS
                          ADD 1 TO WS-NUM-CODIGOS
                          MOVE COP-CODIGO
                             TO WS-COD-CODIGO(WS-NUM-CODIGOS)
                          MOVE COP-DESCRIPCION
                             TO WS-COD-DESCRIPCION(WS-NUM-CODIGOS)
                          MOVE COP-EFECTIVO
                             TO WS-COD-EFECTIVO(WS-NUM-CODIGOS)
                          MOVE COP-CLIENTE
                             TO WS-COD-CLIENTE(WS-NUM-CODIGOS)
                          MOVE COP-COMISION
                             TO WS-COD-COMISION(WS-NUM-CODIGOS)
                          MOVE COP-GRUPO
                             TO WS-COD-GRUPO(WS-NUM-CODIGOS)
                       ELSE
                          DISPLAY "AVISO: catalogo CODOPER con mas "
                             "de " WS-MAX-CODIGOS " codigos; el "
                             COP-CODIGO " y siguientes se tratan "
                             "como desconocidos."
                          MOVE 'S' TO WS-FIN-CODOPER
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE CODOPER-FILE
              IF WS-NUM-CODIGOS > 0
                 MOVE 'S' TO WS-CATALOGO-DISPONIBLE
              ELSE
                 DISPLAY "AVISO: el catalogo de operaciones CODOPER "
                    "esta vacio."
              END-IF
           ELSE
              DISPLAY "AVISO: no se puede abrir el catalogo de "
                 "operaciones CODOPER. Status: " WS-CODOPER-STATUS
           END-IF.
      *
       2000-BUSCAR-CODIGO.
           PERFORM VARYING WS-IDX-CODIGO FROM 1 BY 1
              UNTIL WS-IDX-CODIGO > WS-NUM-CODIGOS
              OR OP-ENCONTRADO = 'S'
              IF WS-COD-CODIGO(WS-IDX-CODIGO) = OP-CODIGO
                 MOVE 'S' TO OP-ENCONTRADO
                 MOVE WS-COD-DESCRIPCION(WS-IDX-CODIGO)
                    TO OP-DESCRIPCION
                 MOVE WS-COD-EFECTIVO(WS-IDX-CODIGO) TO OP-EFECTIVO
                 MOVE WS-COD-CLIENTE(WS-IDX-CODIGO) TO OP-CLIENTE
                 MOVE WS-COD-COMISION(WS-IDX-CODIGO) TO OP-COMISION
                 MOVE WS-COD-GRUPO(WS-IDX-CODIGO) TO OP-GRUPO
              END-IF
           END-PERFORM.
