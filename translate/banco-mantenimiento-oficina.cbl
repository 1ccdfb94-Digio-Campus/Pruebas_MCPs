      *================================================================*
      * PROGRAMA: BANCO-MANTENIMIENTO-OFICINA
      * DESCRIPCION: Mantenimiento del maestro de oficinas (OFICINAS)
      *              al que se asignan las cuentas (CTA-OFICINA), los
      *              operadores (USU-OFICINA) y los cajones de
      *              efectivo (CAJ-OFICINA). Permite dar de alta una
      *              oficina y modificar su nombre y direccion
      *              (reservado a nivel de supervisor), consultar una
      *              oficina y listarlas todas. El cierre de una
      *              oficina no se hace aqui: lo hace el proceso
      *              BANCO-TRASPASA-OFICINA, que traspasa antes su
      *              cartera de cuentas y sus operadores. Cada alta y
      *              modificacion deja linea de auditoria.
      * AUTOR: Proyecto MCPs
      * FECHA: 2026-10-15
      *================================================================*
      *
      *-------- BLOQUE 1: IDENTIFICATION DIVISION -------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANCO-MANTENIMIENTO-OFICINA.
       AUTHOR. PROYECTO-MCPS.
      *
      *-------- BLOQUE 2: ENVIRONMENT DIVISION ----------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OFICINAS-FILE ASSIGN TO "OFICINAS"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS OFI-CODIGO
              FILE STATUS IS WS-OFICINAS-STATUS.
      *
      *-------- BLOQUE 3: DATA DIVISION -----------------------------*
       DATA DIVISION.
       FILE SECTION.
       FD  OFICINAS-FILE.
           COPY "oficina.cpy".
      *
       WORKING-STORAGE SECTION.
      *
      *--- Datos capturados ---
       01 WS-ACCION             PIC X(01).
       01 WS-CODIGO-OFICINA     PIC X(04).
       01 WS-NOMBRE             PIC X(40).
       01 WS-DIRECCION          PIC X(60).
      *
      *--- Variables de control ---
       01 WS-FECHA-ACTUAL       PIC X(10).
       01 WS-FIN-OFICINAS       PIC X VALUE 'N'.
       01 WS-NUM-LISTADAS       PIC 9(05) VALUE 0.
       01 WS-NUM-ABIERTAS       PIC 9(05) VALUE 0.
       01 WS-NIVEL-SUPERVISOR   PIC 9(01) VALUE 2.
      *
       01 WS-OFICINAS-STATUS    PIC X(02).
          88 WS-OFICINAS-OK         VALUE "00".
          88 WS-OFICINAS-NUEVO      VALUE "35".
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
       01 WS-AUD-PROGRAMA        PIC X(20) VALUE "BANCO-MANTEN-OFICINA".
       01 WS-AUD-CUENTA          PIC X(20).
       01 WS-AUD-CUENTA-2        PIC X(20).
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
           DISPLAY "=========================================="
           DISPLAY "   MANTENIMIENTO DE OFICINAS"
           DISPLAY "   Fecha: " WS-FECHA-ACTUAL
           DISPLAY "==========================================".
      *
      *    Inicio de sesion de operador contra el maestro USUARIOS;
      *    sin sesion valida el programa no opera, y el operador con
      *    sesion queda en la linea de auditoria de cada cambio.
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
           OPEN I-O OFICINAS-FILE
           IF WS-OFICINAS-NUEVO
              OPEN OUTPUT OFICINAS-FILE
              CLOSE OFICINAS-FILE
              OPEN I-O OFICINAS-FILE
           END-IF
           IF NOT WS-OFICINAS-OK
              DISPLAY "ERROR: No se puede abrir el maestro OFICINAS."
              PERFORM 9000-FINALIZAR
              STOP RUN
           END-IF.
      *
       2000-PEDIR-Y-APLICAR-ACCION.
           DISPLAY " "
           DISPLAY "Accion (A=alta oficina, M=modificar, "
              "C=consultar, L=listar): "
           ACCEPT WS-ACCION
           EVALUATE WS-ACCION
              WHEN "A"
                 PERFORM 3000-ALTA-OFICINA
              WHEN "M"
                 PERFORM 4000-MODIFICAR-OFICINA
              WHEN "C"
                 PERFORM 5000-CONSULTAR-OFICINA
              WHEN "L"
                 PERFORM 6000-LISTAR-OFICINAS
              WHEN OTHER
                 DISPLAY " "
                 DISPLAY "ERROR: accion no valida."
           END-EVALUATE.
      *
      *    Alta de una oficina nueva, abierta desde hoy; el codigo no
      *    puede repetirse aunque la oficina existente este cerrada,
      *    porque las cuentas traspasadas siguen apuntando a el en el
      *    historico.
       3000-ALTA-OFICINA.
           IF WS-NIVEL-OPERADOR < WS-NIVEL-SUPERVISOR
              DISPLAY " "
              DISPLAY "ERROR: modificar el maestro de oficinas "
                 "requiere nivel de supervisor."
           ELSE
              DISPLAY "Codigo de la oficina (4 posiciones): "
              MOVE SPACES TO WS-CODIGO-OFICINA
              ACCEPT WS-CODIGO-OFICINA
              DISPLAY "Nombre de la oficina: "
              MOVE SPACES TO WS-NOMBRE
              ACCEPT WS-NOMBRE
              DISPLAY "Direccion: "
              MOVE SPACES TO WS-DIRECCION
              ACCEPT WS-DIRECCION
              IF WS-CODIGO-OFICINA = SPACES OR WS-NOMBRE = SPACES
                 DISPLAY " "
                 DISPLAY "ERROR: el codigo y el nombre son "
                    "obligatorios."
              ELSE
                 MOVE SPACES TO OFI-REGISTRO
                 MOVE WS-CODIGO-OFICINA TO OFI-CODIGO
                 MOVE WS-NOMBRE TO OFI-NOMBRE
                 MOVE WS-DIRECCION TO OFI-DIRECCION
                 MOVE "A" TO OFI-ESTADO
                 MOVE WS-FECHA-ACTUAL TO OFI-FECHA-ALTA
                 MOVE SPACES TO OFI-FECHA-CIERRE
                 MOVE SPACES TO OFI-OFICINA-DESTINO
                 MOVE WS-OPERADOR TO OFI-OPERADOR
                 WRITE OFI-REGISTRO
                    INVALID KEY
                       DISPLAY " "
                       DISPLAY "ERROR: la oficina " WS-CODIGO-OFICINA
                          " ya existe."
                    NOT INVALID KEY
                       MOVE "REALIZADA" TO WS-AUD-RESULTADO
                       MOVE SPACES TO WS-AUD-DETALLE
                       STRING "ALTA OFICINA " WS-NOMBRE
                          DELIMITED BY SIZE INTO WS-AUD-DETALLE
                       PERFORM 7500-REGISTRAR-AUDITORIA
                       DISPLAY " "
                       DISPLAY "Oficina " WS-CODIGO-OFICINA
                          " dada de alta."
                 END-WRITE
              END-IF
           END-IF.
      *
      *    Modificacion del nombre y la direccion; un dato en blanco
      *    conserva el actual. El estado no se toca aqui.
       4000-MODIFICAR-OFICINA.
           IF WS-NIVEL-OPERADOR < WS-NIVEL-SUPERVISOR
              DISPLAY " "
              DISPLAY "ERROR: modificar el maestro de oficinas "
                 "requiere nivel de supervisor."
           ELSE
              DISPLAY "Codigo de la oficina: "
              MOVE SPACES TO WS-CODIGO-OFICINA
              ACCEPT WS-CODIGO-OFICINA
              MOVE WS-CODIGO-OFICINA TO OFI-CODIGO
              READ OFICINAS-FILE
                 INVALID KEY
                    DISPLAY " "
                    DISPLAY "ERROR: la oficina " WS-CODIGO-OFICINA
                       " no existe."
                 NOT INVALID KEY
                    PERFORM 5100-MOSTRAR-OFICINA
                    DISPLAY "Nuevo nombre (en blanco = sin cambio): "
                    MOVE SPACES TO WS-NOMBRE
                    ACCEPT WS-NOMBRE
                    DISPLAY "Nueva direccion (en blanco = sin "
                       "cambio): "
                    MOVE SPACES TO WS-DIRECCION
                    ACCEPT WS-DIRECCION
                    IF WS-NOMBRE NOT = SPACES
                       MOVE WS-NOMBRE TO OFI-NOMBRE
                    END-IF
                    IF WS-DIRECCION NOT = SPACES
                       MOVE WS-DIRECCION TO OFI-DIRECCION
                    END-IF
                    MOVE WS-OPERADOR TO OFI-OPERADOR
                    REWRITE OFI-REGISTRO
                    MOVE "REALIZADA" TO WS-AUD-RESULTADO
                    MOVE SPACES TO WS-AUD-DETALLE
                    STRING "MODIFICACION OFICINA " OFI-NOMBRE
                       DELIMITED BY SIZE INTO WS-AUD-DETALLE
                    PERFORM 7500-REGISTRAR-AUDITORIA
                    DISPLAY " "
                    DISPLAY "Oficina " WS-CODIGO-OFICINA
                       " modificada."
              END-READ
           END-IF.
      *
       5000-CONSULTAR-OFICINA.
           DISPLAY "Codigo de la oficina: "
           MOVE SPACES TO WS-CODIGO-OFICINA
           ACCEPT WS-CODIGO-OFICINA
           MOVE WS-CODIGO-OFICINA TO OFI-CODIGO
           READ OFICINAS-FILE
              INVALID KEY
                 DISPLAY " "
                 DISPLAY "ERROR: la oficina " WS-CODIGO-OFICINA
                    " no existe."
              NOT INVALID KEY
                 PERFORM 5100-MOSTRAR-OFICINA
           END-READ.
      *
       5100-MOSTRAR-OFICINA.
           DISPLAY " "
           DISPLAY "Oficina:   " OFI-CODIGO " " OFI-NOMBRE
           DISPLAY "Direccion: " OFI-DIRECCION
           DISPLAY "Estado:    " OFI-ESTADO
              " Alta: " OFI-FECHA-ALTA
           IF OFI-ESTADO = "C"
              DISPLAY "Cerrada el " OFI-FECHA-CIERRE
                 "; cartera traspasada a " OFI-OFICINA-DESTINO
           END-IF
           DISPLAY "Ultimo cambio por: " OFI-OPERADOR.
      *
       6000-LISTAR-OFICINAS.
           MOVE 0 TO WS-NUM-LISTADAS
           MOVE 0 TO WS-NUM-ABIERTAS
           MOVE LOW-VALUES TO OFI-CODIGO
           MOVE 'N' TO WS-FIN-OFICINAS
           START OFICINAS-FILE KEY IS NOT LESS THAN OFI-CODIGO
              INVALID KEY
                 MOVE 'S' TO WS-FIN-OFICINAS
           END-START
           DISPLAY " "
           PERFORM UNTIL WS-FIN-OFICINAS = 'S'
              READ OFICINAS-FILE NEXT RECORD
                 AT END
                    MOVE 'S' TO WS-FIN-OFICINAS
                 NOT AT END
                    ADD 1 TO WS-NUM-LISTADAS
                    IF OFI-ESTADO = "A"
                       ADD 1 TO WS-NUM-ABIERTAS
                       DISPLAY OFI-CODIGO " " OFI-NOMBRE
                          " ABIERTA"
                    ELSE
                       DISPLAY OFI-CODIGO " " OFI-NOMBRE
                          " CERRADA -> " OFI-OFICINA-DESTINO
                    END-IF
              END-READ
           END-PERFORM
           DISPLAY " "
           DISPLAY "Oficinas: " WS-NUM-LISTADAS
              " (abiertas: " WS-NUM-ABIERTAS ").".
      *
       7500-REGISTRAR-AUDITORIA.
           MOVE SPACES TO WS-AUD-CUENTA
           STRING "OFICINA " WS-CODIGO-OFICINA
              DELIMITED BY SIZE INTO WS-AUD-CUENTA
           MOVE SPACES TO WS-AUD-CUENTA-2
           MOVE 0 TO WS-AUD-IMPORTE
           CALL "BANCO-AUDITORIA-MOTOR" USING WS-AUD-PROGRAMA
              WS-AUD-CUENTA WS-AUD-CUENTA-2 WS-AUD-IMPORTE
              WS-AUD-RESULTADO WS-AUD-DETALLE WS-OPERADOR.
      *
       8900-CERRAR-FICHEROS.
           CLOSE OFICINAS-FILE.
      *
       9000-FINALIZAR.
           DISPLAY " "
           DISPLAY "Fin del mantenimiento de oficinas.".
