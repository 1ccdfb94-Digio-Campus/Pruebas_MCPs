      *================================================================*
      * PROGRAMA: BANCO-CADUCA-APROBACIONES
      * DESCRIPCION: Paso del job de cierre que caduca las solicitudes
      *              de cambio de datos maestros (APROBPEN) que llevan
      *              pendientes de aprobacion mas de un dia: anotadas
      *              antes de ayer, o ayer a una hora anterior a la de
      *              ejecucion del paso. La solicitud pasa a estado C
      *              sin aplicar nada, con linea de auditoria
      *              CADUCADA, y el cambio debe pedirse de nuevo si
      *              aun procede. Emite a APROIMPR el informe de
      *              solicitudes caducadas hoy (las de este paso y las
      *              que BANCO-APRUEBA-CAMBIOS caduco al intentar
      *              resolverlas durante el dia), con el numero de las
      *              que siguen pendientes. Termina con codigo de
      *              retorno 4 si hay alguna caducada, para que
      *              explotacion la revise, y con 8 si no puede abrir
      *              APROBPEN.
      * AUTOR: Proyecto MCPs
      * FECHA: 2026-10-15
      *================================================================*
      *
      *-------- BLOQUE 1: IDENTIFICATION DIVISION -------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANCO-CADUCA-APROBACIONES.
       AUTHOR. PROYECTO-MCPS.
      *
      *-------- BLOQUE 2: ENVIRONMENT DIVISION ----------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT APROBPEN-FILE ASSIGN TO "APROBPEN"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS APR-NUMERO
              ALTERNATE RECORD KEY IS APR-OBJETO WITH DUPLICATES
              FILE STATUS IS WS-APROBPEN-STATUS.
      *
           SELECT IMPRESION-FILE ASSIGN TO "APROIMPR"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-IMPRESION-STATUS.
      *
      *-------- BLOQUE 3: DATA DIVISION -----------------------------*
       DATA DIVISION.
       FILE SECTION.
       FD  APROBPEN-FILE.
           COPY "aprobpen.cpy".
      *
       FD  IMPRESION-FILE.
       01 WS-LINEA-IMPRESION       PIC X(80).
      *
       WORKING-STORAGE SECTION.
      *
      *--- Contadores ---
       01 WS-NUM-LEIDOS            PIC 9(07) VALUE 0.
       01 WS-NUM-CADUCADAS-PASO    PIC 9(07) VALUE 0.
       01 WS-NUM-CADUCADAS-HOY     PIC 9(07) VALUE 0.
       01 WS-NUM-PENDIENTES        PIC 9(07) VALUE 0.
      *
      *--- Variables de proceso ---
       01 WS-FECHA-ACTUAL          PIC X(10).
       01 WS-HORA-ACTUAL           PIC X(08).
       01 WS-FIN-FICHERO           PIC X VALUE 'N'.
       01 WS-SOLICITUD-CADUCADA    PIC X VALUE 'N'.
       01 WS-IMPRESION-ABIERTO     PIC X VALUE 'N'.
       01 WS-OPERADOR              PIC X(08) VALUE "BATCH".
      *
      *--- Caducidad: pendiente desde antes de ayer a esta hora ---
       01 WS-FECHA-LIMITE.
          05 WS-LIM-ANO            PIC 9(04).
          05 WS-LIM-MES            PIC 9(02).
          05 WS-LIM-DIA            PIC 9(02).
       01 WS-DIAS-MES              PIC 9(02).
       01 WS-RESTO-BISIESTO        PIC 9(04) VALUE 0.
       01 WS-COCIENTE-BISIESTO     PIC 9(04) VALUE 0.
       01 WS-ANO-BISIESTO          PIC X VALUE 'N'.
      *
      *--- Linea de detalle del informe ---
       01 WS-LINEA-DETALLE.
          05 WS-DET-NUMERO         PIC 9(08).
          05 FILLER                PIC X(01) VALUE SPACE.
          05 WS-DET-TIPO           PIC X(01).
          05 FILLER                PIC X(01) VALUE SPACE.
          05 WS-DET-CLAVE          PIC X(20).
          05 FILLER                PIC X(01) VALUE SPACE.
          05 WS-DET-FECHA          PIC X(08).
          05 FILLER                PIC X(01) VALUE SPACE.
          05 WS-DET-SOLICITANTE    PIC X(08).
          05 FILLER                PIC X(01) VALUE SPACE.
          05 WS-DET-REVISOR        PIC X(08).
          05 FILLER                PIC X(01) VALUE SPACE.
          05 WS-DET-MOTIVO         PIC X(21).
      *
       01 WS-APROBPEN-STATUS       PIC X(02).
          88 WS-APROBPEN-OK            VALUE "00".
          88 WS-APROBPEN-NUEVO         VALUE "35".
       01 WS-IMPRESION-STATUS      PIC X(02).
          88 WS-IMPRESION-OK           VALUE "00".
      *
      *--- Control de cierre (ver BANCO-CONTROL-CIERRE) ---
       01 WS-CC-ACCION             PIC X(01).
       01 WS-CC-PASO               PIC 9(02) VALUE 77.
       01 WS-CC-PASO-ANTERIOR      PIC 9(02) VALUE 75.
       01 WS-CC-PERMITIDO          PIC X(01).
       01 WS-CC-MENSAJE            PIC X(60).
      *
      *--- Totales del paso (ver BANCO-TOTALES-PASO) ---
       01 WS-TP-ACCION             PIC X(01).
           COPY "totctl.cpy"
              REPLACING LEADING ==TOT-== BY ==WS-TPA-==.
      *
      *--- Datos para la linea de auditoria ---
       01 WS-AUD-PROGRAMA          PIC X(20)
                                   VALUE "BANCO-CADUCA-APROBAC".
       01 WS-AUD-CUENTA            PIC X(20).
       01 WS-AUD-IMPORTE           PIC S9(10)V99 VALUE 0.
       01 WS-AUD-RESULTADO         PIC X(10).
       01 WS-AUD-DETALLE           PIC X(40).
      *
      *-------- BLOQUE 4: PROCEDURE DIVISION ------------------------*
       PROCEDURE DIVISION.
      *
       0000-PRINCIPAL.
           PERFORM 1000-INICIALIZAR
           PERFORM 1100-COMPROBAR-CONTROL-CIERRE
           PERFORM 1300-INICIAR-TOTALES-PASO
           PERFORM 2000-ABRIR-FICHEROS
           PERFORM 3000-REVISAR-SOLICITUDES
           PERFORM 4000-EMITIR-RESUMEN
           PERFORM 8900-CERRAR-FICHEROS
           PERFORM 1200-ANOTAR-CONTROL-CIERRE
           PERFORM 1400-ANOTAR-TOTALES-PASO
           PERFORM 9000-FINALIZAR
           STOP RUN.
      *
       1000-INICIALIZAR.
           ACCEPT WS-FECHA-ACTUAL FROM DATE YYYYMMDD
           ACCEPT WS-HORA-ACTUAL FROM TIME
           PERFORM 1500-CALCULAR-FECHA-LIMITE
           DISPLAY "=========================================="
           DISPLAY "   CADUCIDAD DE SOLICITUDES DE CAMBIO"
           DISPLAY "   Fecha: " WS-FECHA-ACTUAL
           DISPLAY "==========================================".
      *
      *    Comprueba en CTLCIERR que el paso pueda ejecutarse hoy
      *    (no repetido y con el paso 75 completado); si no procede,
      *    termina sin procesar y con codigo de retorno cero.
       1100-COMPROBAR-CONTROL-CIERRE.
           MOVE "C" TO WS-CC-ACCION
           CALL "BANCO-CONTROL-CIERRE" USING WS-CC-ACCION WS-CC-PASO
              WS-CC-PASO-ANTERIOR WS-CC-PERMITIDO WS-CC-MENSAJE
           IF WS-CC-PERMITIDO = 'N'
              DISPLAY " "
              DISPLAY WS-CC-MENSAJE
              PERFORM 9000-FINALIZAR
              STOP RUN
           END-IF.
      *
       1200-ANOTAR-CONTROL-CIERRE.
           MOVE "F" TO WS-CC-ACCION
           CALL "BANCO-CONTROL-CIERRE" USING WS-CC-ACCION WS-CC-PASO
              WS-CC-PASO-ANTERIOR WS-CC-PERMITIDO WS-CC-MENSAJE.
      *
      *    Anota en TOTCTL el inicio del paso para la hoja de
      *    control del job (BANCO-VALIDA-TOTALES).
       1300-INICIAR-TOTALES-PASO.
           MOVE SPACES TO WS-TPA-REGISTRO
           MOVE "BANCO-CADUCA-APROBAC" TO WS-TPA-PROGRAMA
           MOVE "BANCIERR" TO WS-TPA-JOB
           MOVE "I" TO WS-TP-ACCION
           CALL "BANCO-TOTALES-PASO" USING WS-TP-ACCION
              WS-TPA-REGISTRO.
      *
      *    Anota en TOTCTL las cifras del paso y su codigo de
      *    retorno, que se conserva tras la llamada: leidas las
      *    solicitudes pendientes, rechazadas las caducadas por el
      *    paso y pendientes las que siguen a la espera.
       1400-ANOTAR-TOTALES-PASO.
           COMPUTE WS-TPA-LEIDOS =
              WS-NUM-PENDIENTES + WS-NUM-CADUCADAS-PASO
           MOVE WS-NUM-CADUCADAS-PASO TO WS-TPA-RECHAZADOS
           MOVE WS-NUM-PENDIENTES TO WS-TPA-PENDIENTES
           MOVE 'S' TO WS-TPA-CUADRE-ENTRADA
           MOVE RETURN-CODE TO WS-TPA-RC
           MOVE "F" TO WS-TP-ACCION
           CALL "BANCO-TOTALES-PASO" USING WS-TP-ACCION
              WS-TPA-REGISTRO
           MOVE WS-TPA-RC TO RETURN-CODE.
      *
      *    Fecha de ayer: una solicitud anotada antes de ayer a esta
      *    misma hora lleva pendiente mas de un dia.
       1500-CALCULAR-FECHA-LIMITE.
           MOVE WS-FECHA-ACTUAL(1:4) TO WS-LIM-ANO
           MOVE WS-FECHA-ACTUAL(5:2) TO WS-LIM-MES
           MOVE WS-FECHA-ACTUAL(7:2) TO WS-LIM-DIA
           PERFORM 1600-RESTAR-UN-DIA.
      *
       1600-RESTAR-UN-DIA.
           IF WS-LIM-DIA > 1
              SUBTRACT 1 FROM WS-LIM-DIA
           ELSE
              IF WS-LIM-MES = 1
                 SUBTRACT 1 FROM WS-LIM-ANO
                 MOVE 12 TO WS-LIM-MES
              ELSE
                 SUBTRACT 1 FROM WS-LIM-MES
              END-IF
              PERFORM 1700-DIAS-DEL-MES
              MOVE WS-DIAS-MES TO WS-LIM-DIA
           END-IF.
      *
       1700-DIAS-DEL-MES.
           EVALUATE WS-LIM-MES
              WHEN 1
              WHEN 3
              WHEN 5
              WHEN 7
              WHEN 8
              WHEN 10
              WHEN 12
                 MOVE 31 TO WS-DIAS-MES
              WHEN 4
              WHEN 6
              WHEN 9
              WHEN 11
                 MOVE 30 TO WS-DIAS-MES
              WHEN 2
                 PERFORM 1750-COMPROBAR-BISIESTO
                 IF WS-ANO-BISIESTO = 'S'
                    MOVE 29 TO WS-DIAS-MES
                 ELSE
                    MOVE 28 TO WS-DIAS-MES
                 END-IF
           END-EVALUATE.
      *
      *    Ano bisiesto: divisible por 4 y no por 100, salvo los
      *    divisibles por 400.
       1750-COMPROBAR-BISIESTO.
           MOVE 'N' TO WS-ANO-BISIESTO
           DIVIDE WS-LIM-ANO BY 4 GIVING WS-COCIENTE-BISIESTO
              REMAINDER WS-RESTO-BISIESTO
           IF WS-RESTO-BISIESTO = 0
              MOVE 'S' TO WS-ANO-BISIESTO
              DIVIDE WS-LIM-ANO BY 100 GIVING WS-COCIENTE-BISIESTO
                 REMAINDER WS-RESTO-BISIESTO
              IF WS-RESTO-BISIESTO = 0
                 MOVE 'N' TO WS-ANO-BISIESTO
                 DIVIDE WS-LIM-ANO BY 400
                    GIVING WS-COCIENTE-BISIESTO
                    REMAINDER WS-RESTO-BISIESTO
                 IF WS-RESTO-BISIESTO = 0
                    MOVE 'S' TO WS-ANO-BISIESTO
                 END-IF
              END-IF
           END-IF.
      *
      *    Sin APROBPEN no hay nada que caducar y el paso para con
      *    codigo 8; un fichero que aun no existe se crea vacio. Sin
      *    informe se sigue, con aviso, y la consola lleva el
      *    detalle.
       2000-ABRIR-FICHEROS.
           OPEN I-O APROBPEN-FILE
           IF WS-APROBPEN-NUEVO
              OPEN OUTPUT APROBPEN-FILE
              CLOSE APROBPEN-FILE
              OPEN I-O APROBPEN-FILE
           END-IF
           IF NOT WS-APROBPEN-OK
              DISPLAY "ERROR: No se puede abrir APROBPEN. Status: "
                 WS-APROBPEN-STATUS
              MOVE 8 TO RETURN-CODE
              PERFORM 1400-ANOTAR-TOTALES-PASO
              PERFORM 9000-FINALIZAR
              STOP RUN
           END-IF
           OPEN OUTPUT IMPRESION-FILE
           IF WS-IMPRESION-OK
              MOVE 'S' TO WS-IMPRESION-ABIERTO
           ELSE
              DISPLAY "AVISO: no se puede abrir APROIMPR; el "
                 "informe sale solo por consola."
           END-IF
           MOVE SPACES TO WS-LINEA-IMPRESION
           STRING "SOLICITUDES DE CAMBIO CADUCADAS SIN APROBAR - "
              "FECHA " WS-FECHA-ACTUAL
              DELIMITED BY SIZE INTO WS-LINEA-IMPRESION
           PERFORM 7500-ESCRIBIR-LINEA
           MOVE SPACES TO WS-LINEA-IMPRESION
           PERFORM 7500-ESCRIBIR-LINEA
           MOVE SPACES TO WS-LINEA-IMPRESION
           STRING "NUMERO   T OBJETO               PEDIDA   "
              "SOLICIT. REVISOR  MOTIVO"
              DELIMITED BY SIZE INTO WS-LINEA-IMPRESION
           PERFORM 7500-ESCRIBIR-LINEA.
      *
      *    Recorre APROBPEN por numero: caduca las pendientes fuera
      *    de plazo y lista todas las que han caducado hoy.
       3000-REVISAR-SOLICITUDES.
           MOVE 0 TO APR-NUMERO
           MOVE 'N' TO WS-FIN-FICHERO
           START APROBPEN-FILE KEY IS NOT LESS THAN APR-NUMERO
              INVALID KEY
                 MOVE 'S' TO WS-FIN-FICHERO
           END-START
           PERFORM UNTIL WS-FIN-FICHERO = 'S'
              READ APROBPEN-FILE NEXT RECORD
                 AT END
                    MOVE 'S' TO WS-FIN-FICHERO
                 NOT AT END
                    ADD 1 TO WS-NUM-LEIDOS
                    IF APR-ESTADO = "P"
                       PERFORM 3100-COMPROBAR-CADUCIDAD
                       IF WS-SOLICITUD-CADUCADA = 'S'
                          PERFORM 3200-CADUCAR-SOLICITUD
                       ELSE
                          ADD 1 TO WS-NUM-PENDIENTES
                       END-IF
                    END-IF
                    IF APR-ESTADO = "C"
                       AND APR-FECHA-RESOLUCION = WS-FECHA-ACTUAL
                       PERFORM 3300-LISTAR-CADUCADA
                    END-IF
              END-READ
           END-PERFORM.
      *
      *    Caduca la solicitud anotada antes de ayer, o ayer a una
      *    hora anterior a la actual.
       3100-COMPROBAR-CADUCIDAD.
           MOVE 'N' TO WS-SOLICITUD-CADUCADA
           IF APR-FECHA(1:8) < WS-FECHA-LIMITE
              MOVE 'S' TO WS-SOLICITUD-CADUCADA
           ELSE
              IF APR-FECHA(1:8) = WS-FECHA-LIMITE
                 AND APR-HORA < WS-HORA-ACTUAL
                 MOVE 'S' TO WS-SOLICITUD-CADUCADA
              END-IF
           END-IF.
      *
       3200-CADUCAR-SOLICITUD.
           MOVE "C" TO APR-ESTADO
           MOVE WS-FECHA-ACTUAL TO APR-FECHA-RESOLUCION
           MOVE WS-HORA-ACTUAL TO APR-HORA-RESOLUCION
           MOVE WS-OPERADOR TO APR-REVISOR
           MOVE "CADUCADA SIN RESOLVER EN PLAZO" TO APR-COMENTARIO
           REWRITE APR-REGISTRO
           IF WS-APROBPEN-OK
              ADD 1 TO WS-NUM-CADUCADAS-PASO
              MOVE APR-CLAVE TO WS-AUD-CUENTA
              MOVE 0 TO WS-AUD-IMPORTE
              MOVE "CADUCADA" TO WS-AUD-RESULTADO
              MOVE SPACES TO WS-AUD-DETALLE
              STRING "SOLICITUD " APR-NUMERO " DE " APR-SOLICITANTE
                 DELIMITED BY SIZE INTO WS-AUD-DETALLE
              CALL "BANCO-AUDITORIA-MOTOR" USING WS-AUD-PROGRAMA
                 WS-AUD-CUENTA SPACES WS-AUD-IMPORTE
                 WS-AUD-RESULTADO WS-AUD-DETALLE WS-OPERADOR
           ELSE
              DISPLAY "ATENCION: no se pudo caducar la solicitud "
                 APR-NUMERO ". Status: " WS-APROBPEN-STATUS
              ADD 1 TO WS-NUM-PENDIENTES
           END-IF.
      *
       3300-LISTAR-CADUCADA.
           ADD 1 TO WS-NUM-CADUCADAS-HOY
           MOVE APR-NUMERO TO WS-DET-NUMERO
           MOVE APR-TIPO TO WS-DET-TIPO
           MOVE APR-CLAVE TO WS-DET-CLAVE
           MOVE APR-FECHA(1:8) TO WS-DET-FECHA
           MOVE APR-SOLICITANTE TO WS-DET-SOLICITANTE
           MOVE APR-REVISOR TO WS-DET-REVISOR
           MOVE APR-MOTIVO TO WS-DET-MOTIVO
           DISPLAY "CADUCADA " WS-LINEA-DETALLE
           MOVE WS-LINEA-DETALLE TO WS-LINEA-IMPRESION
           PERFORM 7500-ESCRIBIR-LINEA.
      *
       4000-EMITIR-RESUMEN.
           DISPLAY " "
           DISPLAY "=========================================="
           DISPLAY "   RESUMEN DE CADUCIDAD"
           DISPLAY "=========================================="
           DISPLAY "Solicitudes revisadas:     " WS-NUM-LEIDOS
           DISPLAY "Caducadas por este paso:   " WS-NUM-CADUCADAS-PASO
           DISPLAY "Caducadas hoy en total:    " WS-NUM-CADUCADAS-HOY
           DISPLAY "Siguen pendientes:         " WS-NUM-PENDIENTES
           MOVE SPACES TO WS-LINEA-IMPRESION
           PERFORM 7500-ESCRIBIR-LINEA
           MOVE SPACES TO WS-LINEA-IMPRESION
           STRING "CADUCADAS HOY " WS-NUM-CADUCADAS-HOY
              "  (POR ESTE PASO " WS-NUM-CADUCADAS-PASO
              ")  SIGUEN PENDIENTES " WS-NUM-PENDIENTES
              DELIMITED BY SIZE INTO WS-LINEA-IMPRESION
           PERFORM 7500-ESCRIBIR-LINEA
           IF WS-NUM-CADUCADAS-HOY > 0
              DISPLAY "ATENCION: hay solicitudes caducadas sin "
                 "aprobar; revisar con los solicitantes."
              MOVE 4 TO RETURN-CODE
           END-IF
           DISPLAY "==========================================".
      *
       7500-ESCRIBIR-LINEA.
           IF WS-IMPRESION-ABIERTO = 'S'
              WRITE WS-LINEA-IMPRESION
           END-IF.
      *
       8900-CERRAR-FICHEROS.
           CLOSE APROBPEN-FILE
           IF WS-IMPRESION-ABIERTO = 'S'
              CLOSE IMPRESION-FILE
           END-IF.
      *
       9000-FINALIZAR.
           DISPLAY " "
           DISPLAY "Caducidad de solicitudes finalizada.".
