      *               4200-CALCULAR-TOTALES-DIA-CUENTA se posiciona
      *               tambien en la fecha de hoy en vez de leer la
      *               cuenta completa desde el origen.
      *   2026-10-15  El paso anota su inicio y sus cifras en el fichero
      *               de totales de control TOTCTL (BANCO-TOTALES-PASO)
      *               para la hoja de control del job que emite
      *               BANCO-VALIDA-TOTALES.
      *================================================================*
      *
      *-------- BLOQUE 1: IDENTIFICATION DIVISION -------------------*
       01 WS-SALDO-EDITADO         PIC -ZZZZZZZZZ9.99.
       01 WS-CSV-TITULAR           PIC X(40).
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
           PERFORM 3000-RECORRER-CUENTAS
           PERFORM 8900-CERRAR-FICHEROS
           PERFORM 1200-ANOTAR-CONTROL-CIERRE
           PERFORM 1400-ANOTAR-TOTALES-PASO
           PERFORM 9000-FINALIZAR
           STOP RUN.
      *
           MOVE "F" TO WS-CC-ACCION
           CALL "BANCO-CONTROL-CIERRE" USING WS-CC-ACCION WS-CC-PASO
              WS-CC-PASO-ANTERIOR WS-CC-PERMITIDO WS-CC-MENSAJE.
      *
      *    Anota en TOTCTL el inicio del paso para la hoja de
      *    control del job (BANCO-VALIDA-TOTALES).
       1300-INICIAR-TOTALES-PASO.
           MOVE SPACES TO WS-TPA-REGISTRO
           MOVE "BANCO-CIERRE-DIA" TO WS-TPA-PROGRAMA
           MOVE "BANCIERR" TO WS-TPA-JOB
           MOVE "I" TO WS-TP-ACCION
           CALL "BANCO-TOTALES-PASO" USING WS-TP-ACCION
              WS-TPA-REGISTRO.
      *
      *    Anota en TOTCTL las cifras del paso y su codigo de
      *    retorno, que se conserva tras la llamada.
       1400-ANOTAR-TOTALES-PASO.
           MOVE WS-NUM-MOVTOS-DIA TO WS-TPA-LEIDOS
           COMPUTE WS-TPA-IMPORTE-LEIDO = WS-TOTAL-INGRESOS-DIA
              + WS-TOTAL-GASTOS-DIA
           MOVE RETURN-CODE TO WS-TPA-RC
           MOVE "F" TO WS-TP-ACCION
           CALL "BANCO-TOTALES-PASO" USING WS-TP-ACCION
              WS-TPA-REGISTRO
           MOVE WS-TPA-RC TO RETURN-CODE.
      *
       1000-INICIALIZAR.
           ACCEPT WS-FECHA-ACTUAL FROM DATE YYYYMMDD
