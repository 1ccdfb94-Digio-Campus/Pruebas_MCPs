      *              continua.
      * AUTOR: Proyecto MCPs
      * FECHA: 2026-09-02
      *
      * HISTORIAL DE MODIFICACIONES:
      *   2026-10-15  El paso anterior del control pasa del 28 al 29
      *               con el alta del cobro de cuotas de prestamos
      *               (BANCO-COBRA-PRESTAMOS) en el job.
      *   2026-10-15  El paso anterior del control pasa del 29 al 31
      *               con el alta de la compensacion de cheques
      *               (BANCO-COMPENSA-CHEQUES) en el job.
      *   2026-10-15  El paso anterior del control pasa del 31 al 32
      *               con el alta del proceso de operaciones con
      *               tarjeta (BANCO-PROCESA-TARJETAS) en el job.
      *   2026-10-15  El paso anota su inicio y sus cifras en el fichero
      *               de totales de control TOTCTL (BANCO-TOTALES-PASO)
      *               para la hoja de control del job que emite
      *               BANCO-VALIDA-TOTALES.
      *================================================================*
      *
      *-------- BLOQUE 1: IDENTIFICATION DIVISION -------------------*
      *--- Control de cierre (ver BANCO-CONTROL-CIERRE) ---
       01 WS-CC-ACCION             PIC X(01).
       01 WS-CC-PASO               PIC 9(02) VALUE 35.
       01 WS-CC-PASO-ANTERIOR      PIC 9(02) VALUE 32.
       01 WS-CC-PERMITIDO          PIC X(01).
       01 WS-CC-MENSAJE            PIC X(60).
      *
      *--- Totales del paso (ver BANCO-TOTALES-PASO) ---
       01 WS-TP-ACCION             PIC X(01).
           COPY "totctl.cpy"
              REPLACING LEADING ==TOT-== BY ==WS-TPA-==.
      *
      *-------- BLOQUE 4: PROCEDURE DIVISION ------------------------*
       PROCEDURE DIVISION.
      *
       0000-PRINCIPAL.
           PERFORM 1000-INICIALIZAR
           PERFORM 1100-COMPROBAR-CONTROL-CIERRE
           PERFORM 1300-INICIAR-TOTALES-PASO
           PERFORM 2000-ABRIR-FICHEROS
           PERFORM 3000-RECORRER-CAJAS-DEL-DIA
           PERFORM 8900-CERRAR-FICHEROS
              DISPLAY "Todas las cajas de la fecha estan cerradas "
                 "(" WS-NUM-CAJAS-CERRADAS "); el cierre continua."
           END-IF
           PERFORM 1400-ANOTAR-TOTALES-PASO
           PERFORM 9000-FINALIZAR
           STOP RUN.
      *
           DISPLAY "==========================================".
      *
      *    Comprueba en CTLCIERR que el paso pueda ejecutarse hoy
      *    (no repetido y con el paso 32 completado); si no procede,
      *    termina sin procesar y con codigo de retorno cero.
       1100-COMPROBAR-CONTROL-CIERRE.
           MOVE "C" TO WS-CC-ACCION
           MOVE "F" TO WS-CC-ACCION
           CALL "BANCO-CONTROL-CIERRE" USING WS-CC-ACCION WS-CC-PASO
              WS-CC-PASO-ANTERIOR WS-CC-PERMITIDO WS-CC-MENSAJE.
      *
      *    Anota en TOTCTL el inicio del paso para la hoja de
      *    control del job (BANCO-VALIDA-TOTALES).
       1300-INICIAR-TOTALES-PASO.
           MOVE SPACES TO WS-TPA-REGISTRO
           MOVE "BANCO-CONTROL-CAJAS" TO WS-TPA-PROGRAMA
           MOVE "BANCIERR" TO WS-TPA-JOB
           MOVE "I" TO WS-TP-ACCION
           CALL "BANCO-TOTALES-PASO" USING WS-TP-ACCION
              WS-TPA-REGISTRO.
      *
      *    Anota en TOTCTL las cifras del paso y su codigo de
      *    retorno, que se conserva tras la llamada.
       1400-ANOTAR-TOTALES-PASO.
           COMPUTE WS-TPA-LEIDOS = WS-NUM-CAJAS-ABIERTAS
              + WS-NUM-CAJAS-CERRADAS
           MOVE WS-NUM-CAJAS-CERRADAS TO WS-TPA-ACEPTADOS
           MOVE WS-NUM-CAJAS-ABIERTAS TO WS-TPA-RECHAZADOS
           MOVE RETURN-CODE TO WS-TPA-RC
           MOVE "F" TO WS-TP-ACCION
           CALL "BANCO-TOTALES-PASO" USING WS-TP-ACCION
              WS-TPA-REGISTRO
           MOVE WS-TPA-RC TO RETURN-CODE.
      *
       2000-ABRIR-FICHEROS.
           OPEN INPUT CAJA-FILE
