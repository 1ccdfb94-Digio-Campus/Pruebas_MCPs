      *              de auditoria; las confirmaciones sin emision
      *              conocida se listan para revision. Al terminar
      *              emite el informe de antiguedad: las emisiones que
      *              siguen sin confirmar pasados N dias habiles (por
      *              SYSIN; en blanco, 2) para que explotacion las
      *              reclame a la red.
      * AUTOR: Proyecto MCPs
      * FECHA: 2026-09-02
      *
      * HISTORIAL DE MODIFICACIONES:
      *   2026-10-15  La antiguedad de las emisiones sin confirmar se
      *               cuenta en dias habiles del calendario bancario
      *               (BANCO-CALENDARIO) en lugar de dias naturales.
      *   2026-10-15  El abono de la emision devuelta lleva el codigo de
      *               operacion DEVT del catalogo CODOPER y canal "R".
      *   2026-10-15  El paso anota su inicio y sus cifras en el fichero
      *               de totales de control TOTCTL (BANCO-TOTALES-PASO),
      *               con cada apunte grabado en MOVIMIEN, para la hoja
      *               de control del job que emite BANCO-VALIDA-TOTALES.
      *================================================================*
      *
      *-------- BLOQUE 1: IDENTIFICATION DIVISION -------------------*
       01 WS-CAR-ENTRADA           PIC X(01).
       01 WS-CAR-ENTRADA-9 REDEFINES WS-CAR-ENTRADA PIC 9(01).
      *
      *--- Fecha limite del informe de antiguedad (hoy menos N
      *--- dias habiles) ---
       01 WS-FECHA-LIMITE          PIC X(08).
      *
      *--- Consulta al calendario (ver BANCO-CALENDARIO) ---
       01 WS-CAL-ACCION            PIC X(01).
       01 WS-CAL-FECHA             PIC X(10).
       01 WS-CAL-FECHA-RESULTADO   PIC X(10).
       01 WS-CAL-HABIL             PIC X(01).
       01 WS-CAL-DIAS              PIC 9(03).
       01 WS-CAL-DESCRIPCION       PIC X(30).
      *
      *--- Contadores de la conciliacion ---
       01 WS-NUM-CONFIRMADAS       PIC 9(07) VALUE 0.
       01 WS-AUD-RESULTADO       PIC X(10).
       01 WS-AUD-DETALLE         PIC X(40).
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
           PERFORM 3000-CASAR-CONFIRMACIONES
           PERFORM 5000-INFORME-ANTIGUEDAD
           PERFORM 6000-MOSTRAR-RESUMEN-FINAL
           PERFORM 8900-CERRAR-FICHEROS
           PERFORM 1200-ANOTAR-CONTROL-CIERRE
           PERFORM 1400-ANOTAR-TOTALES-PASO
           PERFORM 9000-FINALIZAR
           STOP RUN.
      *
      *    El numero de dias de gracia antes de reclamar llega por
      *    SYSIN; en blanco se aplican 2 dias habituales de la red.
      *    Los dias se cuentan en dias habiles del calendario
      *    bancario: la fecha limite se obtiene retrocediendo de dia
      *    habil en dia habil con BANCO-CALENDARIO.
       1000-INICIALIZAR.
           ACCEPT WS-FECHA-ACTUAL FROM DATE YYYYMMDD
           DISPLAY "=========================================="
                    "por defecto."
              END-IF
           END-IF
           MOVE WS-FECHA-ACTUAL(1:8) TO WS-FECHA-LIMITE
           PERFORM 1500-RETROCEDER-DIA-HABIL WS-DIAS-AVISO TIMES
           DISPLAY "Se reclaman emisiones sin confirmar anteriores "
              "o iguales a " WS-FECHA-LIMITE.
      *
       1500-RETROCEDER-DIA-HABIL.
           MOVE "A" TO WS-CAL-ACCION
           MOVE WS-FECHA-LIMITE TO WS-CAL-FECHA
           CALL "BANCO-CALENDARIO" USING WS-CAL-ACCION WS-CAL-FECHA
              WS-CAL-FECHA-RESULTADO WS-CAL-HABIL WS-CAL-DIAS
              WS-CAL-DESCRIPCION
           MOVE WS-CAL-FECHA-RESULTADO(1:8) TO WS-FECHA-LIMITE.
      *
      *    Comprueba en CTLCIERR que el paso pueda ejecutarse hoy
      *    (no repetido y con el paso 57 completado); si no procede,
           MOVE "F" TO WS-CC-ACCION
           CALL "BANCO-CONTROL-CIERRE" USING WS-CC-ACCION WS-CC-PASO
              WS-CC-PASO-ANTERIOR WS-CC-PERMITIDO WS-CC-MENSAJE.
      *
      *    Anota en TOTCTL el inicio del paso para la hoja de
      *    control del job (BANCO-VALIDA-TOTALES).
       1300-INICIAR-TOTALES-PASO.
           MOVE SPACES TO WS-TPA-REGISTRO
           MOVE "BANCO-CONCILIA-TOUT" TO WS-TPA-PROGRAMA
           MOVE "BANCIERR" TO WS-TPA-JOB
           MOVE "I" TO WS-TP-ACCION
           CALL "BANCO-TOTALES-PASO" USING WS-TP-ACCION
              WS-TPA-REGISTRO.
      *
      *    Anota en TOTCTL las cifras del paso y su codigo de
      *    retorno, que se conserva tras la llamada.
       1400-ANOTAR-TOTALES-PASO.
           COMPUTE WS-TPA-LEIDOS = WS-NUM-CONFIRMADAS
              + WS-NUM-DEVUELTAS + WS-NUM-SIN-EMISION
           COMPUTE WS-TPA-ACEPTADOS = WS-NUM-CONFIRMADAS
              + WS-NUM-DEVUELTAS
           MOVE WS-NUM-SIN-EMISION TO WS-TPA-RECHAZADOS
           MOVE WS-NUM-PENDIENTES TO WS-TPA-PENDIENTES
           MOVE WS-TOTAL-PENDIENTE TO WS-TPA-IMPORTE-PENDIENTE
           MOVE RETURN-CODE TO WS-TPA-RC
           MOVE "F" TO WS-TP-ACCION
           CALL "BANCO-TOTALES-PASO" USING WS-TP-ACCION
              WS-TPA-REGISTRO
           MOVE WS-TPA-RC TO RETURN-CODE.
      *
       2000-ABRIR-FICHEROS.
           OPEN I-O CUENTAS-FILE
           MOVE WS-SALDO-NUEVO TO MOV-SALDO-DESPUES
           MOVE TRE-MONEDA TO MOV-MONEDA
           MOVE "BANCO-CONCILIA-TOUT" TO MOV-PROGRAMA-ORIGEN
           MOVE "DEVT" TO MOV-COD-OPERACION
           MOVE "R" TO MOV-CANAL
           MOVE WS-OPERADOR TO MOV-OPERADOR
           MOVE SPACE TO MOV-MARCA-EXTORNO
           WRITE MOV-REGISTRO
           PERFORM 7900-ANOTAR-APUNTE-PASO.
      *
       3500-REGISTRAR-AUDITORIA-DEV.
           MOVE TRE-IMPORTE TO WS-AUD-IMPORTE
           IF WS-ENTRADA-ERRONEA = 'S'
              MOVE 'N' TO WS-ENTRADA-VALIDA
           END-IF.
      *
      *    Anota el apunte recien grabado en MOVIMIEN en los totales
      *    del paso.
       7900-ANOTAR-APUNTE-PASO.
           IF WS-MOVIMIEN-OK
              MOVE "M" TO WS-TP-ACCION
              CALL "BANCO-TOTALES-PASO" USING WS-TP-ACCION
                 MOV-REGISTRO
           END-IF.
      *
       8900-CERRAR-FICHEROS.
           CLOSE CUENTAS-FILE
