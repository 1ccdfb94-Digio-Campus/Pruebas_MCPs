      *               aplica sobre los tramos de COMISION segun el
      *               fichero de parametros PLANPREC; la
      *               modificacion permite cambiarlo o quitarlo.
      *   2026-10-15  El alta criba el nombre y el documento contra la
      *               lista de sanciones (BANCO-CRIBA-SANCIONES): si
      *               coinciden, el cliente se graba en estado S
      *               (pendiente de revision de sanciones) y la
      *               coincidencia se anota en la cola SANCPEND
      *               (BANCO-COLA-SANCIONES) para cumplimiento. Sin
      *               lista cargada el alta sigue, con aviso.
      *   2026-10-15  El cliente nuevo se graba con todos los avisos
      *               activados (CLI-AVISOS); se cambian con
      *               BANCO-MANTENIMIENTO-AVISOS.
      *================================================================*
      *
      *-------- BLOQUE 1: IDENTIFICATION DIVISION -------------------*
       01 WS-TELEFONO           PIC X(15).
       01 WS-PLAN-PRECIOS       PIC X(04) VALUE SPACES.
       01 WS-SIGUIENTE-NUMERO   PIC 9(09) VALUE 0.
       01 WS-ESTADO-ALTA        PIC X(01) VALUE "A".
      *
      *--- Cribado de sanciones (ver BANCO-CRIBA-SANCIONES y
      *--- BANCO-COLA-SANCIONES) ---
       01 WS-CS-NOMBRE          PIC X(50).
       01 WS-CS-DOCUMENTO       PIC X(15).
       01 WS-CS-RESULTADO       PIC X(01).
       01 WS-CS-ID-LISTA        PIC X(10).
       01 WS-CS-NOMBRE-LISTA    PIC X(40).
       01 WS-CS-PUNTUACION      PIC 9(03).
       01 WS-CQ-ACCION          PIC X(01).
       01 WS-CQ-RESULTADO       PIC X(01).
       COPY "sancpend.cpy"
          REPLACING LEADING ==SPE-== BY ==WS-SPE-==.
      *
      *--- Variables de control ---
       01 WS-FECHA-ACTUAL       PIC X(10).
       3000-ALTA-DE-CLIENTE.
           PERFORM 3100-PEDIR-DATOS-CLIENTE
           IF WS-DATOS-VALIDOS = 'S'
              PERFORM 3150-CRIBAR-SANCIONES
              PERFORM 3200-GENERAR-ID-CLIENTE
              PERFORM 3300-GRABAR-CLIENTE
              PERFORM 3400-REGISTRAR-AUDITORIA
              IF WS-ESTADO-ALTA = "S"
                 PERFORM 3500-ANOTAR-COLA-SANCIONES
              END-IF
              PERFORM 5000-MOSTRAR-RESUMEN
           ELSE
              DISPLAY " "
              MOVE 'N' TO WS-DATOS-VALIDOS
           END-IF.
      *
      *    Una coincidencia con la lista de sanciones no impide el
      *    alta: el cliente queda en estado S, sin poder abrir cuentas
      *    ni figurar como titular, hasta que cumplimiento la revise.
       3150-CRIBAR-SANCIONES.
           MOVE "A" TO WS-ESTADO-ALTA
           MOVE WS-NOMBRE TO WS-CS-NOMBRE
           MOVE WS-DOCUMENTO TO WS-CS-DOCUMENTO
           CALL "BANCO-CRIBA-SANCIONES" USING WS-CS-NOMBRE
              WS-CS-DOCUMENTO WS-CS-RESULTADO WS-CS-ID-LISTA
              WS-CS-NOMBRE-LISTA WS-CS-PUNTUACION
           EVALUATE WS-CS-RESULTADO
              WHEN "S"
                 MOVE "S" TO WS-ESTADO-ALTA
              WHEN "E"
                 DISPLAY " "
                 DISPLAY "AVISO: no hay lista de sanciones cargada; "
                    "el cliente se da de alta sin cribar."
           END-EVALUATE.
      *
      *    Obtiene el siguiente identificador de cliente a partir del
      *    contador CTLCLI y lo formatea a 12 posiciones, igual que
      *    BANCO-ALTA-CUENTA genera los numeros de cuenta con CTLCTA.
           MOVE WS-DIRECCION    TO CLI-DIRECCION
           MOVE WS-TELEFONO     TO CLI-TELEFONO
           MOVE WS-FECHA-ACTUAL TO CLI-FECHA-ALTA
           MOVE WS-ESTADO-ALTA  TO CLI-ESTADO
           MOVE WS-PLAN-PRECIOS TO CLI-PLAN-PRECIOS
           MOVE "SSSS"          TO CLI-AVISOS
           WRITE CLI-REGISTRO.
      *
       3400-REGISTRAR-AUDITORIA.
              WS-AUD-CUENTA SPACES WS-AUD-IMPORTE
              WS-AUD-RESULTADO WS-AUD-DETALLE WS-OPERADOR.
      *
      *    Anota la coincidencia en la cola de revision con el
      *    cliente y la entrada de la lista como referencia.
       3500-ANOTAR-COLA-SANCIONES.
           MOVE SPACES TO WS-SPE-REGISTRO
           MOVE 0 TO WS-SPE-NUMERO
           MOVE "C" TO WS-SPE-ORIGEN
           MOVE WS-ID-CLIENTE TO WS-SPE-REFERENCIA(1:12)
           MOVE WS-CS-ID-LISTA TO WS-SPE-REFERENCIA(13:10)
           MOVE WS-ID-CLIENTE TO WS-SPE-ID-CLIENTE
           MOVE WS-NOMBRE TO WS-SPE-NOMBRE
           MOVE WS-DOCUMENTO TO WS-SPE-DOCUMENTO
           MOVE WS-CS-ID-LISTA TO WS-SPE-ID-LISTA
           MOVE WS-CS-NOMBRE-LISTA TO WS-SPE-NOMBRE-LISTA
           MOVE WS-CS-PUNTUACION TO WS-SPE-PUNTUACION
           MOVE "A" TO WS-CQ-ACCION
           CALL "BANCO-COLA-SANCIONES" USING WS-CQ-ACCION
              WS-SPE-REGISTRO WS-CQ-RESULTADO
           MOVE WS-ID-CLIENTE TO WS-AUD-CUENTA
           MOVE 0 TO WS-AUD-IMPORTE
           MOVE "PENDIENTE" TO WS-AUD-RESULTADO
           MOVE SPACES TO WS-AUD-DETALLE
           STRING "SANCIONES: COINCIDE CON " WS-CS-ID-LISTA
              DELIMITED BY SIZE INTO WS-AUD-DETALLE
           CALL "BANCO-AUDITORIA-MOTOR" USING WS-AUD-PROGRAMA
              WS-AUD-CUENTA SPACES WS-AUD-IMPORTE
              WS-AUD-RESULTADO WS-AUD-DETALLE WS-OPERADOR
           DISPLAY " "
           DISPLAY "ATENCION: el cliente coincide con la lista de "
              "sanciones (" WS-CS-ID-LISTA " " WS-CS-NOMBRE-LISTA
              ", puntuacion " WS-CS-PUNTUACION ")."
           IF WS-CQ-RESULTADO = "N" OR WS-CQ-RESULTADO = "E"
              DISPLAY "Queda pendiente de revision de cumplimiento, "
                 "entrada " WS-SPE-NUMERO "; no puede operar hasta "
                 "entonces."
           ELSE
              DISPLAY "ERROR: no se pudo anotar en la cola de "
                 "revision; avise a cumplimiento."
           END-IF.
      *
      *--- Modificacion de los datos de contacto de un cliente ---
       4000-MODIFICAR-CLIENTE.
           DISPLAY " "
           DISPLAY "Documento:     " WS-DOCUMENTO
           DISPLAY "Direccion:     " WS-DIRECCION
           DISPLAY "Telefono:      " WS-TELEFONO
           IF WS-ESTADO-ALTA = "S"
              DISPLAY "Estado:        S (pendiente de revision de "
                 "sanciones)"
           END-IF
           DISPLAY "==========================================".
      *
       8900-CERRAR-FICHEROS.
