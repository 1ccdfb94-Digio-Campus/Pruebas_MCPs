      *              se toma el primer dia de hace tres meses.
      * AUTOR: Proyecto MCPs
      * FECHA: 2026-08-13
      *
      * HISTORIAL DE MODIFICACIONES:
      *   2026-10-15  El paso anota su inicio y sus cifras en el fichero
      *               de totales de control TOTCTL (BANCO-TOTALES-PASO)
      *               para la hoja de control del job que emite
      *               BANCO-VALIDA-TOTALES.
      *================================================================*
      *
      *-------- BLOQUE 1: IDENTIFICATION DIVISION -------------------*
       01 WS-AUDHIST-STATUS        PIC X(02).
          88 WS-AUDHIST-OK             VALUE "00".
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
           PERFORM 1300-INICIAR-TOTALES-PASO
           PERFORM 2000-ABRIR-FICHEROS
           PERFORM 3000-ARCHIVAR-MOVIMIENTOS
           PERFORM 4000-PURGAR-CHECKPOINTS
           PERFORM 5000-ROTAR-AUDITLOG
           PERFORM 6000-MOSTRAR-RESUMEN
           PERFORM 8900-CERRAR-FICHEROS
           PERFORM 1400-ANOTAR-TOTALES-PASO
           PERFORM 9000-FINALIZAR
           STOP RUN.
      *
           END-IF
           DISPLAY "Se archivan movimientos anteriores a "
              WS-FECHA-LIMITE.
      *
      *    Anota en TOTCTL el inicio del paso para la hoja de
      *    control del job (BANCO-VALIDA-TOTALES).
       1300-INICIAR-TOTALES-PASO.
           MOVE SPACES TO WS-TPA-REGISTRO
           MOVE "BANCO-ARCHIVO-MES" TO WS-TPA-PROGRAMA
           MOVE "BANCOMES" TO WS-TPA-JOB
           MOVE "I" TO WS-TP-ACCION
           CALL "BANCO-TOTALES-PASO" USING WS-TP-ACCION
              WS-TPA-REGISTRO.
      *
      *    Anota en TOTCTL las cifras del paso y su codigo de
      *    retorno, que se conserva tras la llamada.
       1400-ANOTAR-TOTALES-PASO.
           MOVE WS-NUM-MOV-LEIDOS TO WS-TPA-LEIDOS
           MOVE WS-NUM-MOV-ARCHIVADOS TO WS-TPA-ACEPTADOS
           MOVE RETURN-CODE TO WS-TPA-RC
           MOVE "F" TO WS-TP-ACCION
           CALL "BANCO-TOTALES-PASO" USING WS-TP-ACCION
              WS-TPA-REGISTRO
           MOVE WS-TPA-RC TO RETURN-CODE.
      *
       2000-ABRIR-FICHEROS.
           OPEN I-O MOVIMIEN-FILE
