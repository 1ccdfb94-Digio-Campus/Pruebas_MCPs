      *               con su rol; antes la cuenta conjunta de un
      *               matrimonio solo aparecia para el conyuge que
      *               llego primero.
      *   2026-10-15  El importe de los cheques ingresados pendientes
      *               de compensacion (fichero CHEQUES) se muestra
      *               aparte: va dentro de CTA-SALDO-RET hasta la
      *               fecha de compensacion, y el saldo retenido que
      *               se muestra es solo el de las retenciones.
      *   2026-10-15  Cuando corre como paso del cierre en curso (accion
      *               E de BANCO-CONTROL-CIERRE) anota su inicio y la
      *               consulta en el fichero de totales de control
      *               TOTCTL (BANCO-TOTALES-PASO) para la hoja de
      *               control del job que emite BANCO-VALIDA-TOTALES;
      *               desde ventanilla no anota nada.
      *================================================================*
      *
      *-------- BLOQUE 1: IDENTIFICATION DIVISION -------------------*
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS TIT-CLAVE
              FILE STATUS IS WS-TITULARES-STATUS.
      *
           SELECT CHEQUES-FILE ASSIGN TO "CHEQUES"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS CHQ-CLAVE
              ALTERNATE RECORD KEY IS CHQ-NUM-CUENTA WITH DUPLICATES
              FILE STATUS IS WS-CHEQUES-STATUS.
      *
      *-------- BLOQUE 3: DATA DIVISION -----------------------------*
       DATA DIVISION.
      *
       FD  TITULARES-FILE.
           COPY "titular.cpy".
      *
       FD  CHEQUES-FILE.
           COPY "cheque.cpy".
      *
       WORKING-STORAGE SECTION.
      *
       01 WS-SALDO-DISPONIBLE    PIC S9(10)V99 VALUE 0.
       01 WS-SALDO-RETENIDO      PIC 9(10)V99 VALUE 0.
       01 WS-SALDO-TOTAL         PIC S9(10)V99 VALUE 0.
       01 WS-SALDO-PENDIENTE     PIC 9(10)V99 VALUE 0.
      *
      *--- Cheques pendientes de compensacion (ver BANCO-INGRESOS) ---
       01 WS-CHEQUES-STATUS      PIC X(02).
          88 WS-CHEQUES-OK           VALUE "00".
       01 WS-CHEQUES-ABIERTO     PIC X VALUE 'N'.
       01 WS-FIN-CHEQUES         PIC X VALUE 'N'.
      *
      *--- Variables de control ---
       01 WS-FECHA-ACTUAL        PIC X(10).
       01 WS-TITULARES-ABIERTO   PIC X VALUE 'N'.
       01 WS-FIN-TITULARES       PIC X VALUE 'N'.
      *
      *--- Control de cierre (ver BANCO-CONTROL-CIERRE) ---
       01 WS-CC-ACCION             PIC X(01).
       01 WS-CC-PASO               PIC 9(02) VALUE 30.
       01 WS-CC-PASO-ANTERIOR      PIC 9(02) VALUE 35.
       01 WS-CC-PERMITIDO          PIC X(01).
       01 WS-CC-MENSAJE            PIC X(60).
      *
      *--- Totales del paso (ver BANCO-TOTALES-PASO) ---
       01 WS-TP-ACCION             PIC X(01).
       01 WS-TP-EN-CIERRE          PIC X(01) VALUE 'N'.
           COPY "totctl.cpy"
              REPLACING LEADING ==TOT-== BY ==WS-TPA-==.
      *
      *-------- BLOQUE 4: PROCEDURE DIVISION ------------------------*
       PROCEDURE DIVISION.
      *
       0000-PRINCIPAL.
           PERFORM 1000-INICIALIZAR
           PERFORM 2000-ABRIR-FICHEROS
           PERFORM 1300-INICIAR-TOTALES-PASO
           PERFORM 3000-PEDIR-CUENTA
           PERFORM 4000-BUSCAR-CUENTA
           IF WS-CUENTA-ENCONTRADA = 'S'
              PERFORM 7100-MOSTRAR-VISTA-CONSOLIDADA
           END-IF
           PERFORM 8000-CERRAR-FICHEROS
           PERFORM 1400-ANOTAR-TOTALES-PASO
           PERFORM 9000-FINALIZAR
           STOP RUN.
      *
           DISPLAY "   Fecha: " WS-FECHA-ACTUAL
              " Hora: " WS-HORA-ACTUAL
           DISPLAY "==========================================".
      *
      *    Si el programa corre como paso del cierre en curso (y no
      *    desde ventanilla), anota en TOTCTL el inicio del paso para
      *    la hoja de control del job (BANCO-VALIDA-TOTALES).
       1300-INICIAR-TOTALES-PASO.
           MOVE "E" TO WS-CC-ACCION
           CALL "BANCO-CONTROL-CIERRE" USING WS-CC-ACCION WS-CC-PASO
              WS-CC-PASO-ANTERIOR WS-CC-PERMITIDO WS-CC-MENSAJE
           MOVE WS-CC-PERMITIDO TO WS-TP-EN-CIERRE
           IF WS-TP-EN-CIERRE = 'S'
              MOVE SPACES TO WS-TPA-REGISTRO
              MOVE "BANCO-CONSULTA-SALDO" TO WS-TPA-PROGRAMA
              MOVE "BANCIERR" TO WS-TPA-JOB
              MOVE "I" TO WS-TP-ACCION
              CALL "BANCO-TOTALES-PASO" USING WS-TP-ACCION
                 WS-TPA-REGISTRO
           END-IF.
      *
      *    Anota en TOTCTL las cifras del paso y su codigo de
      *    retorno, que se conserva tras la llamada.
       1400-ANOTAR-TOTALES-PASO.
           IF WS-TP-EN-CIERRE = 'S'
              MOVE 1 TO WS-TPA-LEIDOS
              IF WS-CUENTA-ENCONTRADA = 'S'
                 MOVE 1 TO WS-TPA-ACEPTADOS
              ELSE
                 MOVE 1 TO WS-TPA-RECHAZADOS
              END-IF
              MOVE RETURN-CODE TO WS-TPA-RC
              MOVE "F" TO WS-TP-ACCION
              CALL "BANCO-TOTALES-PASO" USING WS-TP-ACCION
                 WS-TPA-REGISTRO
              MOVE WS-TPA-RC TO RETURN-CODE
           END-IF.
      *
       2000-ABRIR-FICHEROS.
           OPEN INPUT CUENTAS-FILE
              DISPLAY "AVISO: No se puede abrir el fichero "
                 "TITULARS; la vista consolidada no incluira las "
                 "cuentas compartidas como cotitular o autorizado."
           END-IF
           OPEN INPUT CHEQUES-FILE
           IF WS-CHEQUES-OK
              MOVE 'S' TO WS-CHEQUES-ABIERTO
           END-IF.
      *
       3000-PEDIR-CUENTA.
                 COMPUTE WS-SALDO-TOTAL =
                    WS-SALDO-DISPONIBLE + WS-SALDO-RETENIDO
                 MOVE 'S' TO WS-CUENTA-ENCONTRADA
           END-READ
           MOVE 0 TO WS-SALDO-PENDIENTE
           IF WS-CUENTA-ENCONTRADA = 'S'
              AND WS-CHEQUES-ABIERTO = 'S'
              PERFORM 4100-SUMAR-CHEQUES-PENDIENTES
              IF WS-SALDO-PENDIENTE > WS-SALDO-RETENIDO
                 MOVE WS-SALDO-RETENIDO TO WS-SALDO-PENDIENTE
              END-IF
              SUBTRACT WS-SALDO-PENDIENTE FROM WS-SALDO-RETENIDO
           END-IF.
      *
      *    Suma los cheques de la cuenta aun pendientes de
      *    compensacion, recorriendo CHEQUES por la clave alternativa
      *    de cuenta abonada; su importe esta dentro de CTA-SALDO-RET
      *    y se muestra aparte de las retenciones.
       4100-SUMAR-CHEQUES-PENDIENTES.
           MOVE WS-NUMERO-CUENTA TO CHQ-NUM-CUENTA
           MOVE 'N' TO WS-FIN-CHEQUES
           START CHEQUES-FILE KEY IS NOT LESS THAN CHQ-NUM-CUENTA
              INVALID KEY
                 MOVE 'S' TO WS-FIN-CHEQUES
           END-START
           PERFORM UNTIL WS-FIN-CHEQUES = 'S'
              READ CHEQUES-FILE NEXT RECORD
                 AT END
                    MOVE 'S' TO WS-FIN-CHEQUES
                 NOT AT END
                    IF CHQ-NUM-CUENTA NOT = WS-NUMERO-CUENTA
                       MOVE 'S' TO WS-FIN-CHEQUES
                    ELSE
                       IF CHQ-ESTADO = "P"
                          ADD CHQ-IMPORTE TO WS-SALDO-PENDIENTE
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.
      *
       5000-MOSTRAR-SALDO.
           DISPLAY " "
           DISPLAY "------------------------------------------"
           DISPLAY "Saldo disponible: " WS-SALDO-DISPONIBLE
           DISPLAY "Saldo retenido:   " WS-SALDO-RETENIDO
           DISPLAY "Pte. compensacion:" WS-SALDO-PENDIENTE
           DISPLAY "SALDO TOTAL:      " WS-SALDO-TOTAL
           DISPLAY "==========================================".
      *
           END-IF
           IF WS-TITULARES-ABIERTO = 'S'
              CLOSE TITULARES-FILE
           END-IF
           IF WS-CHEQUES-ABIERTO = 'S'
              CLOSE CHEQUES-FILE
           END-IF.
      *
       9000-FINALIZAR.
