      *================================================================*
      * PROGRAMA: BANCO-MANTENIMIENTO-CALENDARIO
      * DESCRIPCION: Mantenimiento del calendario de festivos
      *              bancarios (FESTIVOS) para tesoreria. Permite dar
      *              de alta y de baja un festivo (reservado a nivel
      *              de supervisor, porque mueve las fechas de cargo
      *              y abono de todos los procesos fechados), listar
      *              los festivos de un ano y consultar si una fecha
      *              es habil y cual es su siguiente dia habil segun
      *              BANCO-CALENDARIO. Los sabados y domingos son
      *              inhabiles siempre y no se graban. Cada alta y
      *              baja deja linea de auditoria.
      * AUTOR: Proyecto MCPs
      * FECHA: 2026-10-15
      *================================================================*
      *
      *-------- BLOQUE 1: IDENTIFICATION DIVISION -------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANCO-MANTENIMIENTO-CALENDARIO.
       AUTHOR. PROYECTO-MCPS.
      *
      *-------- BLOQUE 2: ENVIRONMENT DIVISION ----------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FESTIVOS-FILE ASSIGN TO "FESTIVOS"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS FES-FECHA
              FILE STATUS IS WS-FESTIVOS-STATUS.
      *
      *-------- BLOQUE 3: DATA DIVISION -----------------------------*
       DATA DIVISION.
       FILE SECTION.
       FD  FESTIVOS-FILE.
           COPY "festivos.cpy".
      *
       WORKING-STORAGE SECTION.
      *
      *--- Datos capturados ---
       01 WS-ACCION             PIC X(01).
       01 WS-FECHA-FESTIVO      PIC X(08).
       01 WS-FECHA-VALIDA REDEFINES WS-FECHA-FESTIVO.
          05 WS-FV-ANO          PIC 9(04).
          05 WS-FV-MES          PIC 9(02).
          05 WS-FV-DIA          PIC 9(02).
       01 WS-DESCRIPCION        PIC X(30).
       01 WS-ANO-LISTADO        PIC X(04).
       01 WS-CONFIRMACION       PIC X(01).
      *
      *--- Consulta al calendario (ver BANCO-CALENDARIO) ---
       01 WS-CAL-ACCION         PIC X(01).
       01 WS-CAL-FECHA          PIC X(10).
       01 WS-CAL-FECHA-RESULTADO PIC X(10).
       01 WS-CAL-HABIL          PIC X(01).
       01 WS-CAL-DIAS           PIC 9(03).
       01 WS-CAL-DESCRIPCION    PIC X(30).
      *
      *--- Variables de control ---
       01 WS-FECHA-ACTUAL       PIC X(10).
       01 WS-FIN-FESTIVOS       PIC X VALUE 'N'.
       01 WS-NUM-LISTADOS       PIC 9(05) VALUE 0.
       01 WS-DATOS-VALIDOS      PIC X VALUE 'S'.
       01 WS-NIVEL-SUPERVISOR   PIC 9(01) VALUE 2.
      *
       01 WS-FESTIVOS-STATUS    PIC X(02).
          88 WS-FESTIVOS-OK         VALUE "00".
          88 WS-FESTIVOS-NUEVO      VALUE "35".
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
       01 WS-AUD-PROGRAMA        PIC X(20) VALUE "BANCO-MANTEN-CALEND".
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
           DISPLAY "   MANTENIMIENTO DEL CALENDARIO BANCARIO"
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
           OPEN I-O FESTIVOS-FILE
           IF WS-FESTIVOS-NUEVO
              OPEN OUTPUT FESTIVOS-FILE
              CLOSE FESTIVOS-FILE
              OPEN I-O FESTIVOS-FILE
           END-IF
           IF NOT WS-FESTIVOS-OK
              DISPLAY "ERROR: No se puede abrir el calendario "
                 "FESTIVOS."
              PERFORM 9000-FINALIZAR
              STOP RUN
           END-IF.
      *
       2000-PEDIR-Y-APLICAR-ACCION.
           DISPLAY " "
           DISPLAY "Accion (A=alta festivo, B=baja festivo, "
              "L=listar ano, C=consultar fecha): "
           ACCEPT WS-ACCION
           EVALUATE WS-ACCION
              WHEN "A"
                 PERFORM 3000-ALTA-FESTIVO
              WHEN "B"
                 PERFORM 4000-BAJA-FESTIVO
              WHEN "L"
                 PERFORM 5000-LISTAR-FESTIVOS
              WHEN "C"
                 PERFORM 6000-CONSULTAR-FECHA
              WHEN OTHER
                 DISPLAY " "
                 DISPLAY "ERROR: accion no valida."
           END-EVALUATE.
      *
      *    Pide una fecha AAAAMMDD y comprueba que sea una fecha de
      *    calendario razonable (mes 1 a 12, dia 1 a 31).
       2500-PEDIR-FECHA.
           MOVE 'S' TO WS-DATOS-VALIDOS
           DISPLAY "Fecha (AAAAMMDD): "
           ACCEPT WS-FECHA-FESTIVO
           IF WS-FECHA-FESTIVO IS NOT NUMERIC
              MOVE 'N' TO WS-DATOS-VALIDOS
           ELSE
              IF WS-FV-MES < 1 OR WS-FV-MES > 12
                 OR WS-FV-DIA < 1 OR WS-FV-DIA > 31
                 MOVE 'N' TO WS-DATOS-VALIDOS
              END-IF
           END-IF
           IF WS-DATOS-VALIDOS = 'N'
              DISPLAY " "
              DISPLAY "ERROR: fecha no valida."
           END-IF.
      *
      *    Un sabado o domingo ya es inhabil y no se graba; un festivo
      *    ya existente no se duplica.
       3000-ALTA-FESTIVO.
           IF WS-NIVEL-OPERADOR < WS-NIVEL-SUPERVISOR
              DISPLAY " "
              DISPLAY "ERROR: modificar el calendario requiere nivel "
                 "de supervisor."
           ELSE
              PERFORM 2500-PEDIR-FECHA
              IF WS-DATOS-VALIDOS = 'S'
                 PERFORM 7000-CONSULTAR-CALENDARIO
                 IF WS-CAL-HABIL = 'N'
                    DISPLAY " "
                    DISPLAY "La fecha " WS-FECHA-FESTIVO
                       " ya es inhabil (" WS-CAL-DESCRIPCION ")."
                 ELSE
                    DISPLAY "Descripcion del festivo: "
                    ACCEPT WS-DESCRIPCION
                    MOVE WS-FECHA-FESTIVO TO FES-FECHA
                    MOVE WS-DESCRIPCION TO FES-DESCRIPCION
                    MOVE WS-OPERADOR TO FES-OPERADOR
                    MOVE WS-FECHA-ACTUAL TO FES-FECHA-ALTA
                    WRITE FES-REGISTRO
                       INVALID KEY
                          DISPLAY " "
                          DISPLAY "ERROR: el festivo ya existe."
                       NOT INVALID KEY
                          MOVE "REALIZADA" TO WS-AUD-RESULTADO
                          MOVE SPACES TO WS-AUD-DETALLE
                          STRING "ALTA FESTIVO " WS-FECHA-FESTIVO
                             " " WS-DESCRIPCION
                             DELIMITED BY SIZE INTO WS-AUD-DETALLE
                          PERFORM 7500-REGISTRAR-AUDITORIA
                          DISPLAY " "
                          DISPLAY "Festivo " WS-FECHA-FESTIVO
                             " dado de alta."
                    END-WRITE
                 END-IF
              END-IF
           END-IF.
      *
       4000-BAJA-FESTIVO.
           IF WS-NIVEL-OPERADOR < WS-NIVEL-SUPERVISOR
              DISPLAY " "
              DISPLAY "ERROR: modificar el calendario requiere nivel "
                 "de supervisor."
           ELSE
              PERFORM 2500-PEDIR-FECHA
              IF WS-DATOS-VALIDOS = 'S'
                 MOVE WS-FECHA-FESTIVO TO FES-FECHA
                 READ FESTIVOS-FILE
                    INVALID KEY
                       DISPLAY " "
                       DISPLAY "ERROR: la fecha no figura como "
                          "festivo."
                    NOT INVALID KEY
                       DISPLAY "Festivo: " FES-DESCRIPCION
                       DISPLAY "Confirmar baja (S/N): "
                       ACCEPT WS-CONFIRMACION
                       IF WS-CONFIRMACION = "S"
                          MOVE FES-DESCRIPCION TO WS-DESCRIPCION
                          DELETE FESTIVOS-FILE
                          MOVE "REALIZADA" TO WS-AUD-RESULTADO
                          MOVE SPACES TO WS-AUD-DETALLE
                          STRING "BAJA FESTIVO " WS-FECHA-FESTIVO
                             " " WS-DESCRIPCION
                             DELIMITED BY SIZE INTO WS-AUD-DETALLE
                          PERFORM 7500-REGISTRAR-AUDITORIA
                          DISPLAY " "
                          DISPLAY "Festivo " WS-FECHA-FESTIVO
                             " dado de baja."
                       ELSE
                          DISPLAY " "
                          DISPLAY "Baja cancelada."
                       END-IF
                 END-READ
              END-IF
           END-IF.
      *
       5000-LISTAR-FESTIVOS.
           DISPLAY "Ano (AAAA): "
           ACCEPT WS-ANO-LISTADO
           MOVE 0 TO WS-NUM-LISTADOS
           MOVE SPACES TO FES-FECHA
           MOVE WS-ANO-LISTADO TO FES-FECHA(1:4)
           MOVE 'N' TO WS-FIN-FESTIVOS
           START FESTIVOS-FILE KEY IS NOT LESS THAN FES-FECHA
              INVALID KEY
                 MOVE 'S' TO WS-FIN-FESTIVOS
           END-START
           DISPLAY " "
           PERFORM UNTIL WS-FIN-FESTIVOS = 'S'
              READ FESTIVOS-FILE NEXT RECORD
                 AT END
                    MOVE 'S' TO WS-FIN-FESTIVOS
                 NOT AT END
                    IF FES-FECHA(1:4) NOT = WS-ANO-LISTADO
                       MOVE 'S' TO WS-FIN-FESTIVOS
                    ELSE
                       ADD 1 TO WS-NUM-LISTADOS
                       DISPLAY FES-FECHA " " FES-DESCRIPCION
                          " Alta: " FES-FECHA-ALTA
                          " por " FES-OPERADOR
                    END-IF
              END-READ
           END-PERFORM
           DISPLAY " "
           DISPLAY "Festivos en " WS-ANO-LISTADO ": "
              WS-NUM-LISTADOS " (sin contar sabados ni domingos).".
      *
       6000-CONSULTAR-FECHA.
           PERFORM 2500-PEDIR-FECHA
           IF WS-DATOS-VALIDOS = 'S'
              PERFORM 7000-CONSULTAR-CALENDARIO
              DISPLAY " "
              IF WS-CAL-HABIL = 'S'
                 DISPLAY "El " WS-FECHA-FESTIVO " es dia habil."
              ELSE
                 DISPLAY "El " WS-FECHA-FESTIVO " es inhabil ("
                    WS-CAL-DESCRIPCION "); siguiente dia habil: "
                    WS-CAL-FECHA-RESULTADO
              END-IF
           END-IF.
      *
      *    El calendario se consulta por el subprograma comun, el
      *    mismo que usan los procesos fechados, para que la consulta
      *    muestre exactamente lo que ellos aplicaran.
       7000-CONSULTAR-CALENDARIO.
           MOVE "S" TO WS-CAL-ACCION
           MOVE SPACES TO WS-CAL-FECHA
           MOVE WS-FECHA-FESTIVO TO WS-CAL-FECHA
           CALL "BANCO-CALENDARIO" USING WS-CAL-ACCION WS-CAL-FECHA
              WS-CAL-FECHA-RESULTADO WS-CAL-HABIL WS-CAL-DIAS
              WS-CAL-DESCRIPCION.
      *
       7500-REGISTRAR-AUDITORIA.
           MOVE SPACES TO WS-AUD-CUENTA
           MOVE "FESTIVOS" TO WS-AUD-CUENTA
           MOVE SPACES TO WS-AUD-CUENTA-2
           MOVE 0 TO WS-AUD-IMPORTE
           CALL "BANCO-AUDITORIA-MOTOR" USING WS-AUD-PROGRAMA
              WS-AUD-CUENTA WS-AUD-CUENTA-2 WS-AUD-IMPORTE
              WS-AUD-RESULTADO WS-AUD-DETALLE WS-OPERADOR.
      *
       8900-CERRAR-FICHEROS.
           CLOSE FESTIVOS-FILE.
      *
       9000-FINALIZAR.
           DISPLAY " "
           DISPLAY "Fin del mantenimiento del calendario.".
