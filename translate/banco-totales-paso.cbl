      *================================================================*
      * PROGRAMA: BANCO-TOTALES-PASO
      * DESCRIPCION: Subprograma comun con el que cada paso de los
      *              jobs BANCIERR, BANCOMES y BANCRECB anota sus
      *              cifras de ejecucion en el fichero de totales de
      *              control TOTCTL (ver TOTCTL), para que
      *              BANCO-VALIDA-TOTALES las cuadre al final del job:
      *                TP-ACCION "I" inicio: el llamador trae en
      *                              TP-DATOS el programa y el job;
      *                              se graba el registro en estado I
      *                              con la fecha, la hora y el
      *                              contador de movimientos CTLMOV
      *                              de inicio, y se devuelve.
      *                TP-ACCION "M" movimiento: el llamador pasa el
      *                              apunte (MOV-REGISTRO) que acaba de
      *                              grabar en MOVIMIEN; se acumula el
      *                              numero de apuntes y su importe de
      *                              cargo o de abono.
      *                TP-ACCION "F" fin: el llamador trae el registro
      *                              con sus contadores y el codigo de
      *                              retorno; se completa con los
      *                              apuntes acumulados, la hora y el
      *                              contador CTLMOV de fin y se graba
      *                              en estado F.
      *              Los apuntes los anota quien escribe en MOVIMIEN,
      *              tambien los subprogramas (BANCO-TRANSFER-MOTOR),
      *              y solo cuentan entre un inicio y su fin: fuera de
      *              un paso de job (programas de ventanilla) las
      *              acciones M y F no hacen nada. Un fallo al grabar
      *              los totales se avisa pero nunca para el paso.
      * AUTOR: Proyecto MCPs
      * FECHA: 2026-10-15
      *================================================================*
      *
      *-------- BLOQUE 1: IDENTIFICATION DIVISION -------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANCO-TOTALES-PASO.
       AUTHOR. PROYECTO-MCPS.
      *
      *-------- BLOQUE 2: ENVIRONMENT DIVISION ----------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TOTCTL-FILE ASSIGN TO "TOTCTL"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS TOT-CLAVE
              FILE STATUS IS WS-TOTCTL-STATUS.
      *
           SELECT CTLMOV-FILE ASSIGN TO "CTLMOV"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS CTR-CLAVE
              FILE STATUS IS WS-CTLMOV-STATUS.
      *
      *-------- BLOQUE 3: DATA DIVISION -----------------------------*
       DATA DIVISION.
       FILE SECTION.
       FD  TOTCTL-FILE.
           COPY "totctl.cpy".
      *
       FD  CTLMOV-FILE.
           COPY "contador.cpy".
      *
       WORKING-STORAGE SECTION.
      *
       01 WS-TOTCTL-STATUS        PIC X(02).
          88 WS-TOTCTL-OK             VALUE "00".
          88 WS-TOTCTL-NUEVO          VALUE "35".
       01 WS-CTLMOV-STATUS        PIC X(02).
          88 WS-CTLMOV-OK             VALUE "00".
       01 WS-FECHA-ACTUAL         PIC X(10).
       01 WS-HORA-ACTUAL          PIC X(08).
       01 WS-VALOR-CTLMOV         PIC 9(10) VALUE 0.
      *
      *--- Paso en curso: se conserva entre llamadas hasta su fin ---
       01 WS-PASO-ACTIVO          PIC X VALUE 'N'.
       01 WS-CLAVE-ACTIVA         PIC X(36).
       01 WS-ACU-MOVIMIENTOS      PIC 9(09) VALUE 0.
       01 WS-ACU-CARGOS           PIC 9(13)V99 VALUE 0.
       01 WS-ACU-ABONOS           PIC 9(13)V99 VALUE 0.
      *
      *--- Apunte recibido en la accion M ---
           COPY "movimto.cpy"
              REPLACING LEADING ==MOV-== BY ==WS-TPM-==.
      *
      *-------- BLOQUE 4: LINKAGE SECTION -----------------------------*
       LINKAGE SECTION.
      *
       01 TP-ACCION               PIC X(01).
       01 TP-DATOS                PIC X(239).
      *
      *-------- BLOQUE 5: PROCEDURE DIVISION ------------------------*
       PROCEDURE DIVISION USING TP-ACCION TP-DATOS.
      *
       0000-PRINCIPAL.
           EVALUATE TP-ACCION
              WHEN "I"
                 PERFORM 2000-INICIAR-PASO
              WHEN "M"
                 IF WS-PASO-ACTIVO = 'S'
                    PERFORM 3000-ACUMULAR-APUNTE
                 END-IF
              WHEN "F"
                 IF WS-PASO-ACTIVO = 'S'
                    PERFORM 4000-FINALIZAR-PASO
                 END-IF
           END-EVALUATE
           GOBACK.
      *
       1000-ABRIR-TOTCTL.
           OPEN I-O TOTCTL-FILE
           IF WS-TOTCTL-NUEVO
              OPEN OUTPUT TOTCTL-FILE
              CLOSE TOTCTL-FILE
              OPEN I-O TOTCTL-FILE
           END-IF
           IF NOT WS-TOTCTL-OK
              DISPLAY "AVISO: no se puede abrir TOTCTL; el paso no "
                 "anota sus totales de control. Status: "
                 WS-TOTCTL-STATUS
           END-IF.
      *
      *    Lee sin bloqueo el contador de secuencias de movimientos;
      *    sin CTLMOV (instalacion nueva) se toma cero.
       1500-LEER-CTLMOV.
           MOVE 0 TO WS-VALOR-CTLMOV
           OPEN INPUT CTLMOV-FILE
           IF WS-CTLMOV-OK
              MOVE "M" TO CTR-CLAVE
              READ CTLMOV-FILE
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE CTR-ULTIMO-VALOR TO WS-VALOR-CTLMOV
              END-READ
              CLOSE CTLMOV-FILE
           END-IF.
      *
       2000-INICIAR-PASO.
           ACCEPT WS-FECHA-ACTUAL FROM DATE YYYYMMDD
           ACCEPT WS-HORA-ACTUAL FROM TIME
           PERFORM 1500-LEER-CTLMOV
           MOVE TP-DATOS TO TOT-REGISTRO
           MOVE WS-FECHA-ACTUAL(1:8) TO TOT-FECHA-INICIO
           MOVE WS-HORA-ACTUAL TO TOT-HORA-INICIO
           MOVE "I" TO TOT-ESTADO
           MOVE SPACES TO TOT-FECHA-FIN
           MOVE SPACES TO TOT-HORA-FIN
           MOVE 0 TO TOT-RC
           MOVE WS-VALOR-CTLMOV TO TOT-CTLMOV-INICIO
           MOVE 0 TO TOT-CTLMOV-FIN
           MOVE 0 TO TOT-LEIDOS
           MOVE 0 TO TOT-IMPORTE-LEIDO
           MOVE 0 TO TOT-ACEPTADOS
           MOVE 0 TO TOT-IMPORTE-ACEPTADO
           MOVE 0 TO TOT-RECHAZADOS
           MOVE 0 TO TOT-IMPORTE-RECHAZADO
           MOVE 0 TO TOT-PENDIENTES
           MOVE 0 TO TOT-IMPORTE-PENDIENTE
           MOVE 'N' TO TOT-CUADRE-ENTRADA
           MOVE 0 TO TOT-MOVIMIENTOS
           MOVE 0 TO TOT-IMPORTE-CARGOS
           MOVE 0 TO TOT-IMPORTE-ABONOS
           MOVE TOT-REGISTRO TO TP-DATOS
           MOVE TOT-CLAVE TO WS-CLAVE-ACTIVA
           MOVE 0 TO WS-ACU-MOVIMIENTOS
           MOVE 0 TO WS-ACU-CARGOS
           MOVE 0 TO WS-ACU-ABONOS
           MOVE 'S' TO WS-PASO-ACTIVO
           PERFORM 1000-ABRIR-TOTCTL
           IF WS-TOTCTL-OK
              WRITE TOT-REGISTRO
              IF NOT WS-TOTCTL-OK
                 DISPLAY "AVISO: no se puede anotar el inicio del "
                    "paso en TOTCTL. Status: " WS-TOTCTL-STATUS
              END-IF
              CLOSE TOTCTL-FILE
           END-IF.
      *
       3000-ACUMULAR-APUNTE.
           MOVE TP-DATOS(1:156) TO WS-TPM-REGISTRO
           ADD 1 TO WS-ACU-MOVIMIENTOS
           IF WS-TPM-TIPO = "G"
              ADD WS-TPM-IMPORTE TO WS-ACU-CARGOS
           ELSE
              ADD WS-TPM-IMPORTE TO WS-ACU-ABONOS
           END-IF.
      *
      *    El registro se graba con la clave del inicio, aunque el
      *    llamador la haya tocado; si el inicio no llego a grabarse
      *    se da de alta ahora.
       4000-FINALIZAR-PASO.
           ACCEPT WS-FECHA-ACTUAL FROM DATE YYYYMMDD
           ACCEPT WS-HORA-ACTUAL FROM TIME
           PERFORM 1500-LEER-CTLMOV
           MOVE TP-DATOS TO TOT-REGISTRO
           MOVE WS-CLAVE-ACTIVA TO TOT-CLAVE
           MOVE "F" TO TOT-ESTADO
           MOVE WS-FECHA-ACTUAL(1:8) TO TOT-FECHA-FIN
           MOVE WS-HORA-ACTUAL TO TOT-HORA-FIN
           MOVE WS-VALOR-CTLMOV TO TOT-CTLMOV-FIN
           MOVE WS-ACU-MOVIMIENTOS TO TOT-MOVIMIENTOS
           MOVE WS-ACU-CARGOS TO TOT-IMPORTE-CARGOS
           MOVE WS-ACU-ABONOS TO TOT-IMPORTE-ABONOS
           MOVE TOT-REGISTRO TO TP-DATOS
           MOVE 'N' TO WS-PASO-ACTIVO
           PERFORM 1000-ABRIR-TOTCTL
           IF WS-TOTCTL-OK
              REWRITE TOT-REGISTRO
                 INVALID KEY
                    WRITE TOT-REGISTRO
              END-REWRITE
              IF NOT WS-TOTCTL-OK
                 DISPLAY "AVISO: no se pueden anotar los totales del "
                    "paso en TOTCTL. Status: " WS-TOTCTL-STATUS
              END-IF
              CLOSE TOTCTL-FILE
           END-IF.
