      *================================================================*
      * PROGRAMA: BANCO-MANTENIMIENTO-AVISOS
      * DESCRIPCION: Mantenimiento de las preferencias de avisos de un
      *              cliente (CLI-AVISOS en CLIENTES): descubierto,
      *              recibos y ordenes devueltos, vencimiento de plazos
      *              y retenciones. El operador consulta las
      *              preferencias y cambia cada una a S (se avisa) o
      *              N (el cliente renuncia a ese aviso); en blanco se
      *              conserva la actual. BANCO-AVISOS-CLIENTES las
      *              respeta en el cierre. Cada cambio deja linea de
      *              auditoria con las preferencias anteriores y las
      *              nuevas.
      * AUTOR: Proyecto MCPs
      * FECHA: 2026-10-15
      *================================================================*
      *
      *-------- BLOQUE 1: IDENTIFICATION DIVISION -------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANCO-MANTENIMIENTO-AVISOS.
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
      *-------- BLOQUE 3: DATA DIVISION -----------------------------*
       DATA DIVISION.
       FILE SECTION.
       FD  CLIENTES-FILE.
           COPY "clientes.cpy".
      *
       WORKING-STORAGE SECTION.
      *
      *--- Datos capturados ---
       01 WS-ID-CLIENTE         PIC X(12).
       01 WS-RESPUESTA          PIC X(01).
       01 WS-CONFIRMACION       PIC X(01).
      *
      *--- Preferencias: las de CLIENTES, con el blanco de los
      *--- clientes anteriores mostrado como S, y las nuevas ---
       01 WS-AVISOS-ANTERIORES.
          05 WS-ANT-DESCUBIERTO PIC X(01).
          05 WS-ANT-DEVOLUCION  PIC X(01).
          05 WS-ANT-VENCIMIENTO PIC X(01).
          05 WS-ANT-RETENCION   PIC X(01).
       01 WS-AVISOS-NUEVOS.
          05 WS-NUE-DESCUBIERTO PIC X(01).
          05 WS-NUE-DEVOLUCION  PIC X(01).
          05 WS-NUE-VENCIMIENTO PIC X(01).
          05 WS-NUE-RETENCION   PIC X(01).
      *
      *--- Variables de control ---
       01 WS-FECHA-ACTUAL       PIC X(10).
       01 WS-DATOS-VALIDOS      PIC X VALUE 'S'.
      *
       01 WS-CLIENTES-STATUS    PIC X(02).
          88 WS-CLIENTES-OK         VALUE "00".
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
       01 WS-AUD-PROGRAMA        PIC X(20) VALUE "BANCO-MANTEN-AVISOS".
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
           PERFORM 2000-MANTENER-AVISOS
           PERFORM 8900-CERRAR-FICHEROS
           PERFORM 9000-FINALIZAR
           STOP RUN.
      *
      *--- Inicializar variables ---
       1000-INICIALIZAR.
           ACCEPT WS-FECHA-ACTUAL FROM DATE YYYYMMDD
           DISPLAY "=========================================="
           DISPLAY "   PREFERENCIAS DE AVISOS DEL CLIENTE"
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
           OPEN I-O CLIENTES-FILE
           IF NOT WS-CLIENTES-OK
              DISPLAY "ERROR: No se puede abrir el maestro de "
                 "clientes."
              PERFORM 9000-FINALIZAR
              STOP RUN
           END-IF.
      *
       2000-MANTENER-AVISOS.
           DISPLAY " "
           DISPLAY "ID del cliente: "
           ACCEPT WS-ID-CLIENTE
           MOVE WS-ID-CLIENTE TO CLI-ID-CLIENTE
           READ CLIENTES-FILE
              INVALID KEY
                 DISPLAY " "
                 DISPLAY "ERROR: el cliente no existe."
              NOT INVALID KEY
                 PERFORM 3000-MOSTRAR-AVISOS
                 PERFORM 4000-PEDIR-AVISOS
                 IF WS-DATOS-VALIDOS = 'S'
                    PERFORM 5000-GRABAR-AVISOS
                 END-IF
           END-READ.
      *
      *    Un cliente dado de alta antes de las preferencias las
      *    tiene en blanco, y el cierre le envia todos los avisos: se
      *    muestran como S.
       3000-MOSTRAR-AVISOS.
           MOVE CLI-AVISOS TO WS-AVISOS-ANTERIORES
           IF WS-ANT-DESCUBIERTO NOT = "N"
              MOVE "S" TO WS-ANT-DESCUBIERTO
           END-IF
           IF WS-ANT-DEVOLUCION NOT = "N"
              MOVE "S" TO WS-ANT-DEVOLUCION
           END-IF
           IF WS-ANT-VENCIMIENTO NOT = "N"
              MOVE "S" TO WS-ANT-VENCIMIENTO
           END-IF
           IF WS-ANT-RETENCION NOT = "N"
              MOVE "S" TO WS-ANT-RETENCION
           END-IF
           DISPLAY " "
           DISPLAY "Cliente:  " CLI-ID-CLIENTE " " CLI-NOMBRE
           DISPLAY "Telefono: " CLI-TELEFONO
           DISPLAY "Avisos actuales (S = se avisa, N = no):"
           DISPLAY "  Descubierto:               " WS-ANT-DESCUBIERTO
           DISPLAY "  Recibos/ordenes devueltos: " WS-ANT-DEVOLUCION
           DISPLAY "  Vencimiento de plazos:     " WS-ANT-VENCIMIENTO
           DISPLAY "  Retenciones:               " WS-ANT-RETENCION.
      *
       4000-PEDIR-AVISOS.
           MOVE 'S' TO WS-DATOS-VALIDOS
           MOVE WS-AVISOS-ANTERIORES TO WS-AVISOS-NUEVOS
           DISPLAY " "
           DISPLAY "Nuevo valor (S/N; en blanco, sin cambio)."
           DISPLAY "Descubierto: "
           ACCEPT WS-RESPUESTA
           PERFORM 4100-VALIDAR-RESPUESTA
           IF WS-RESPUESTA NOT = SPACE
              MOVE WS-RESPUESTA TO WS-NUE-DESCUBIERTO
           END-IF
           DISPLAY "Recibos y ordenes devueltos: "
           ACCEPT WS-RESPUESTA
           PERFORM 4100-VALIDAR-RESPUESTA
           IF WS-RESPUESTA NOT = SPACE
              MOVE WS-RESPUESTA TO WS-NUE-DEVOLUCION
           END-IF
           DISPLAY "Vencimiento de plazos: "
           ACCEPT WS-RESPUESTA
           PERFORM 4100-VALIDAR-RESPUESTA
           IF WS-RESPUESTA NOT = SPACE
              MOVE WS-RESPUESTA TO WS-NUE-VENCIMIENTO
           END-IF
           DISPLAY "Retenciones: "
           ACCEPT WS-RESPUESTA
           PERFORM 4100-VALIDAR-RESPUESTA
           IF WS-RESPUESTA NOT = SPACE
              MOVE WS-RESPUESTA TO WS-NUE-RETENCION
           END-IF
           IF WS-DATOS-VALIDOS = 'N'
              DISPLAY " "
              DISPLAY "ERROR: los valores deben ser S o N; no se "
                 "cambia nada."
           ELSE
              IF WS-AVISOS-NUEVOS = WS-AVISOS-ANTERIORES
                 MOVE 'N' TO WS-DATOS-VALIDOS
                 DISPLAY " "
                 DISPLAY "Sin cambios."
              END-IF
           END-IF.
      *
       4100-VALIDAR-RESPUESTA.
           IF WS-RESPUESTA NOT = SPACE
              AND WS-RESPUESTA NOT = "S"
              AND WS-RESPUESTA NOT = "N"
              MOVE 'N' TO WS-DATOS-VALIDOS
           END-IF.
      *
       5000-GRABAR-AVISOS.
           DISPLAY " "
           DISPLAY "Avisos nuevos: " WS-AVISOS-NUEVOS
              " (descubierto, devueltos, plazos, retenciones)"
           DISPLAY "Confirmar cambio (S/N): "
           ACCEPT WS-CONFIRMACION
           IF WS-CONFIRMACION = "S"
              MOVE WS-AVISOS-NUEVOS TO CLI-AVISOS
              REWRITE CLI-REGISTRO
              IF WS-CLIENTES-OK
                 MOVE "REALIZADA" TO WS-AUD-RESULTADO
                 MOVE SPACES TO WS-AUD-DETALLE
                 STRING "AVISOS " WS-AVISOS-ANTERIORES " -> "
                    WS-AVISOS-NUEVOS
                    DELIMITED BY SIZE INTO WS-AUD-DETALLE
                 PERFORM 7500-REGISTRAR-AUDITORIA
                 DISPLAY " "
                 DISPLAY "Preferencias de avisos actualizadas."
              ELSE
                 DISPLAY " "
                 DISPLAY "ERROR: no se puede grabar el cliente. "
                    "Status: " WS-CLIENTES-STATUS
              END-IF
           ELSE
              DISPLAY " "
              DISPLAY "Cambio cancelado."
           END-IF.
      *
       7500-REGISTRAR-AUDITORIA.
           MOVE SPACES TO WS-AUD-CUENTA
           MOVE CLI-ID-CLIENTE TO WS-AUD-CUENTA
           MOVE SPACES TO WS-AUD-CUENTA-2
           MOVE 0 TO WS-AUD-IMPORTE
           CALL "BANCO-AUDITORIA-MOTOR" USING WS-AUD-PROGRAMA
              WS-AUD-CUENTA WS-AUD-CUENTA-2 WS-AUD-IMPORTE
              WS-AUD-RESULTADO WS-AUD-DETALLE WS-OPERADOR.
      *
       8900-CERRAR-FICHEROS.
           CLOSE CLIENTES-FILE.
      *
       9000-FINALIZAR.
           DISPLAY " "
           DISPLAY "Fin del mantenimiento de avisos.".
