      *================================================================*
      * PROGRAMA: BANCO-CRIBA-TRANSOUT
      * DESCRIPCION: Paso de lote del job de cierre (paso 26, tras la
      *              liquidacion de ordenes del 25) que criba contra
      *              la lista de sanciones las transferencias emitidas
      *              acumuladas en TRANSOUT antes de que el fichero
      *              salga a la red de compensacion. De cada emision
      *              se criba el cliente de la cuenta origen (nombre y
      *              documento de CLIENTES), el concepto y las
      *              observaciones, con BANCO-CRIBA-SANCIONES. Una
      *              coincidencia se anota en la cola SANCPEND con el
      *              registro de intercambio completo, se saca de
      *              TRANSOUT y queda en TRANSEST en estado S
      *              (retenida por sanciones) hasta que cumplimiento
      *              la resuelve con BANCO-REVISA-SANCIONES, que la
      *              devuelve a TRANSOUT si la descarta. En un rerun,
      *              una emision ya anotada se trata segun su estado
      *              en la cola: descartada sale, pendiente o
      *              confirmada sigue fuera.
      *              TRANSOUT se reescribe desde una copia de trabajo
      *              (TRANSTMP) que se completa con un registro de
      *              cierre antes de tocar el original: si el paso se
      *              interrumpe, el rerun repite la reescritura desde
      *              la copia completa, o rehace la copia si no llego
      *              a completarse. Sin lista de sanciones cargada
      *              ninguna emision sale sin cribar: el paso termina
      *              con RC=8 sin tocar TRANSOUT.
      *              Las retenciones no alteran el codigo de retorno
      *              (el cierre sigue; quedan en la cola); RC=8 si no
      *              se pudo anotar una coincidencia en la cola
      *              (TRANSOUT queda para el rerun y el cierre no
      *              avanza).
      * AUTOR: Proyecto MCPs
      * FECHA: 2026-10-15
      *
      * HISTORIAL DE MODIFICACIONES:
      *   2026-10-15  El paso anota su inicio y sus cifras en el fichero
      *               de totales de control TOTCTL (BANCO-TOTALES-PASO)
      *               para la hoja de control del job que emite
      *               BANCO-VALIDA-TOTALES: las emisiones leidas, con su
      *               importe, deben ser las liberadas mas las
      *               retenidas.
      *   2026-10-15  Sin lista de sanciones cargada (resultado E de
      *               BANCO-CRIBA-SANCIONES) el paso ya no deja salir
      *               las emisiones sin cribar: termina con codigo de
      *               retorno 8, sin tocar TRANSOUT y sin marcarse
      *               completado en CTLCIERR.
      *================================================================*
      *
      *-------- BLOQUE 1: IDENTIFICATION DIVISION -------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANCO-CRIBA-TRANSOUT.
       AUTHOR. PROYECTO-MCPS.
      *
      *-------- BLOQUE 2: ENVIRONMENT DIVISION ----------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRANSOUT-FILE ASSIGN TO "TRANSOUT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-TRANSOUT-STATUS.
      *
           SELECT TRANSTMP-FILE ASSIGN TO "TRANSTMP"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-TRANSTMP-STATUS.
      *
           SELECT CUENTAS-FILE ASSIGN TO "CUENTAS"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS CTA-NUM-CUENTA
              ALTERNATE RECORD KEY IS CTA-ID-CLIENTE WITH DUPLICATES
              FILE STATUS IS WS-CUENTAS-STATUS.
      *
           SELECT CLIENTES-FILE ASSIGN TO "CLIENTES"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS CLI-ID-CLIENTE
              FILE STATUS IS WS-CLIENTES-STATUS.
      *
           SELECT TRANSEST-FILE ASSIGN TO "TRANSEST"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS TRE-CLAVE
              FILE STATUS IS WS-TRANSEST-STATUS.
      *
      *-------- BLOQUE 3: DATA DIVISION -----------------------------*
       DATA DIVISION.
       FILE SECTION.
       FD  TRANSOUT-FILE.
           COPY "intercam.cpy".
      *
       FD  TRANSTMP-FILE.
           COPY "intercam.cpy"
              REPLACING LEADING ==ITC-== BY ==TMP-==.
      *
       FD  CUENTAS-FILE.
           COPY "cuentas.cpy".
      *
       FD  CLIENTES-FILE.
           COPY "clientes.cpy".
      *
       FD  TRANSEST-FILE.
           COPY "transest.cpy".
      *
       WORKING-STORAGE SECTION.
      *
      *--- Registro de cierre de la copia de trabajo TRANSTMP ---
       01 WS-MARCA-FIN-COPIA       PIC X(10) VALUE "*FINCOPIA*".
       01 WS-COPIA-COMPLETA        PIC X VALUE 'N'.
      *
      *--- Cribado (ver BANCO-CRIBA-SANCIONES) ---
       01 WS-CS-NOMBRE             PIC X(50).
       01 WS-CS-DOCUMENTO          PIC X(15).
       01 WS-CS-RESULTADO          PIC X(01).
       01 WS-CS-ID-LISTA           PIC X(10).
       01 WS-CS-NOMBRE-LISTA       PIC X(40).
       01 WS-CS-PUNTUACION         PIC 9(03).
       01 WS-NOMBRE-CLIENTE        PIC X(50).
       01 WS-DOCUMENTO-CLIENTE     PIC X(15).
       01 WS-ID-CLIENTE            PIC X(12).
      *
      *--- Cola de revision (ver BANCO-COLA-SANCIONES) ---
       01 WS-CQ-ACCION             PIC X(01).
       01 WS-CQ-RESULTADO          PIC X(01).
       COPY "sancpend.cpy"
          REPLACING LEADING ==SPE-== BY ==WS-SPE-==.
      *
      *--- Totales de la ejecucion ---
       01 WS-NUM-LEIDOS            PIC 9(07) VALUE 0.
       01 WS-NUM-LIBERADOS         PIC 9(07) VALUE 0.
       01 WS-NUM-RETENIDOS         PIC 9(07) VALUE 0.
       01 WS-NUM-YA-RETENIDOS      PIC 9(07) VALUE 0.
       01 WS-NUM-YA-DESCARTADOS    PIC 9(07) VALUE 0.
       01 WS-TOTAL-LEIDO           PIC 9(12)V99 VALUE 0.
       01 WS-TOTAL-LIBERADO        PIC 9(12)V99 VALUE 0.
       01 WS-TOTAL-RETENIDO        PIC 9(12)V99 VALUE 0.
      *
      *--- Variables de proceso ---
       01 WS-FECHA-ACTUAL          PIC X(10).
       01 WS-FIN-FICHERO           PIC X VALUE 'N'.
       01 WS-CUENTAS-ABIERTO       PIC X VALUE 'N'.
       01 WS-CLIENTES-ABIERTO      PIC X VALUE 'N'.
       01 WS-TRANSEST-ABIERTO      PIC X VALUE 'N'.
       01 WS-EMISION-RETENIDA      PIC X VALUE 'N'.
       01 WS-OPERADOR              PIC X(08) VALUE "BATCH".
      *
       01 WS-TRANSOUT-STATUS       PIC X(02).
          88 WS-TRANSOUT-OK            VALUE "00".
       01 WS-TRANSTMP-STATUS       PIC X(02).
          88 WS-TRANSTMP-OK            VALUE "00".
       01 WS-CUENTAS-STATUS        PIC X(02).
          88 WS-CUENTAS-OK             VALUE "00".
       01 WS-CLIENTES-STATUS       PIC X(02).
          88 WS-CLIENTES-OK            VALUE "00".
       01 WS-TRANSEST-STATUS       PIC X(02).
          88 WS-TRANSEST-OK            VALUE "00".
          88 WS-TRANSEST-NUEVO         VALUE "35".
      *
      *--- Control de cierre (ver BANCO-CONTROL-CIERRE) ---
       01 WS-CC-ACCION           PIC X(01).
       01 WS-CC-PASO             PIC 9(02) VALUE 26.
       01 WS-CC-PASO-ANTERIOR    PIC 9(02) VALUE 25.
       01 WS-CC-PERMITIDO        PIC X(01).
       01 WS-CC-MENSAJE          PIC X(60).
      *
      *--- Datos para la linea de auditoria ---
       01 WS-AUD-PROGRAMA        PIC X(20) VALUE "BANCO-CRIBA-TRANSOUT".
       01 WS-AUD-IMPORTE         PIC S9(10)V99 VALUE 0.
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
           PERFORM 1500-COMPROBAR-LISTA
           PERFORM 2000-PREPARAR-COPIA
           PERFORM 2500-ABRIR-FICHEROS
           PERFORM 3000-CRIBAR-EMISIONES
           PERFORM 8900-CERRAR-FICHEROS
           PERFORM 8950-VACIAR-COPIA
           PERFORM 4000-MOSTRAR-RESUMEN-FINAL
           PERFORM 1200-ANOTAR-CONTROL-CIERRE
           PERFORM 1400-ANOTAR-TOTALES-PASO
           PERFORM 9000-FINALIZAR
           STOP RUN.
      *
       1000-INICIALIZAR.
           ACCEPT WS-FECHA-ACTUAL FROM DATE YYYYMMDD
           DISPLAY "=========================================="
           DISPLAY "   CRIBADO DE SANCIONES DE TRANSOUT"
           DISPLAY "   Fecha: " WS-FECHA-ACTUAL
           DISPLAY "==========================================".
      *
      *    Comprueba en CTLCIERR que este paso del cierre pueda
      *    ejecutarse hoy (no repetido y con el paso 25 completado);
      *    si no, termina sin procesar y con codigo de retorno cero.
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
           MOVE "BANCO-CRIBA-TRANSOUT" TO WS-TPA-PROGRAMA
           MOVE "BANCIERR" TO WS-TPA-JOB
           MOVE "I" TO WS-TP-ACCION
           CALL "BANCO-TOTALES-PASO" USING WS-TP-ACCION
              WS-TPA-REGISTRO.
      *
      *    Anota en TOTCTL las cifras del paso y su codigo de
      *    retorno, que se conserva tras la llamada.
       1400-ANOTAR-TOTALES-PASO.
           MOVE WS-NUM-LEIDOS TO WS-TPA-LEIDOS
           MOVE WS-TOTAL-LEIDO TO WS-TPA-IMPORTE-LEIDO
           MOVE WS-NUM-LIBERADOS TO WS-TPA-ACEPTADOS
           MOVE WS-TOTAL-LIBERADO TO WS-TPA-IMPORTE-ACEPTADO
           COMPUTE WS-TPA-PENDIENTES = WS-NUM-RETENIDOS
              + WS-NUM-YA-RETENIDOS
           MOVE WS-TOTAL-RETENIDO TO WS-TPA-IMPORTE-PENDIENTE
           MOVE 'S' TO WS-TPA-CUADRE-ENTRADA
           MOVE RETURN-CODE TO WS-TPA-RC
           MOVE "F" TO WS-TP-ACCION
           CALL "BANCO-TOTALES-PASO" USING WS-TP-ACCION
              WS-TPA-REGISTRO
           MOVE WS-TPA-RC TO RETURN-CODE.
      *
      *    Sin lista de sanciones cargada no se puede cribar: el paso
      *    termina antes de copiar o reescribir TRANSOUT, con codigo
      *    de retorno 8 y sin marcarse completado, para relanzarlo
      *    con la lista cargada (BANCO-CARGA-SANCIONES).
       1500-COMPROBAR-LISTA.
           MOVE SPACES TO WS-CS-NOMBRE
           MOVE SPACES TO WS-CS-DOCUMENTO
           PERFORM 3300-LLAMAR-CRIBA
           IF WS-CS-RESULTADO = "E"
              DISPLAY " "
              DISPLAY "ERROR: no hay lista de sanciones cargada "
                 "(SANCIONS); TRANSOUT no se envia sin cribar."
              MOVE 8 TO RETURN-CODE
              PERFORM 1400-ANOTAR-TOTALES-PASO
              PERFORM 9000-FINALIZAR
              STOP RUN
           END-IF.
      *
      *    Si TRANSTMP termina en el registro de cierre, la copia de
      *    una ejecucion interrumpida esta completa y TRANSOUT pudo
      *    quedar a medio reescribir: se reescribe desde ella. Si no,
      *    TRANSOUT esta intacto y se copia de nuevo.
       2000-PREPARAR-COPIA.
           MOVE 'N' TO WS-COPIA-COMPLETA
           OPEN INPUT TRANSTMP-FILE
           IF WS-TRANSTMP-OK
              MOVE 'N' TO WS-FIN-FICHERO
              PERFORM UNTIL WS-FIN-FICHERO = 'S'
                 READ TRANSTMP-FILE
                    AT END
                       MOVE 'S' TO WS-FIN-FICHERO
                    NOT AT END
                       IF TMP-FECHA = WS-MARCA-FIN-COPIA
                          MOVE 'S' TO WS-COPIA-COMPLETA
                       ELSE
                          MOVE 'N' TO WS-COPIA-COMPLETA
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE TRANSTMP-FILE
           END-IF
           IF WS-COPIA-COMPLETA = 'S'
              DISPLAY "AVISO: TRANSOUT quedo a medio cribar en una "
                 "ejecucion anterior; se reescribe desde la copia "
                 "TRANSTMP."
           ELSE
              PERFORM 2100-COPIAR-TRANSOUT
           END-IF.
      *
       2100-COPIAR-TRANSOUT.
           OPEN INPUT TRANSOUT-FILE
           IF NOT WS-TRANSOUT-OK
              DISPLAY "Sin fichero TRANSOUT; no hay emisiones que "
                 "cribar."
              PERFORM 1200-ANOTAR-CONTROL-CIERRE
              PERFORM 1400-ANOTAR-TOTALES-PASO
              PERFORM 9000-FINALIZAR
              STOP RUN
           END-IF
           OPEN OUTPUT TRANSTMP-FILE
           IF NOT WS-TRANSTMP-OK
              DISPLAY "ERROR: No se puede abrir la copia de trabajo "
                 "TRANSTMP. Status: " WS-TRANSTMP-STATUS
              CLOSE TRANSOUT-FILE
              MOVE 8 TO RETURN-CODE
              PERFORM 9000-FINALIZAR
              STOP RUN
           END-IF
           MOVE 'N' TO WS-FIN-FICHERO
           PERFORM UNTIL WS-FIN-FICHERO = 'S'
              READ TRANSOUT-FILE
                 AT END
                    MOVE 'S' TO WS-FIN-FICHERO
                 NOT AT END
                    MOVE ITC-REGISTRO TO TMP-REGISTRO
                    WRITE TMP-REGISTRO
              END-READ
           END-PERFORM
           MOVE SPACES TO TMP-REGISTRO
           MOVE WS-MARCA-FIN-COPIA TO TMP-FECHA
           MOVE 0 TO TMP-IMPORTE
           WRITE TMP-REGISTRO
           CLOSE TRANSOUT-FILE
           CLOSE TRANSTMP-FILE.
      *
       2500-ABRIR-FICHEROS.
           OPEN INPUT TRANSTMP-FILE
           OPEN OUTPUT TRANSOUT-FILE
           IF NOT WS-TRANSTMP-OK OR NOT WS-TRANSOUT-OK
              DISPLAY "ERROR: No se pueden abrir TRANSTMP o TRANSOUT."
                 " Status: " WS-TRANSTMP-STATUS " / "
                 WS-TRANSOUT-STATUS
              MOVE 8 TO RETURN-CODE
              PERFORM 9000-FINALIZAR
              STOP RUN
           END-IF
           OPEN INPUT CUENTAS-FILE
           IF WS-CUENTAS-OK
              MOVE 'S' TO WS-CUENTAS-ABIERTO
           END-IF
           OPEN INPUT CLIENTES-FILE
           IF WS-CLIENTES-OK
              MOVE 'S' TO WS-CLIENTES-ABIERTO
           END-IF
           OPEN I-O TRANSEST-FILE
           IF WS-TRANSEST-NUEVO
              OPEN OUTPUT TRANSEST-FILE
              CLOSE TRANSEST-FILE
              OPEN I-O TRANSEST-FILE
           END-IF
           IF WS-TRANSEST-OK
              MOVE 'S' TO WS-TRANSEST-ABIERTO
           END-IF.
      *
       3000-CRIBAR-EMISIONES.
           MOVE 'N' TO WS-FIN-FICHERO
           PERFORM UNTIL WS-FIN-FICHERO = 'S'
              READ TRANSTMP-FILE
                 AT END
                    MOVE 'S' TO WS-FIN-FICHERO
                 NOT AT END
                    IF TMP-FECHA NOT = WS-MARCA-FIN-COPIA
                       ADD 1 TO WS-NUM-LEIDOS
                       MOVE TMP-REGISTRO TO ITC-REGISTRO
                       ADD ITC-IMPORTE TO WS-TOTAL-LEIDO
                       PERFORM 3100-CRIBAR-UNA-EMISION
                       IF WS-EMISION-RETENIDA = 'N'
                          WRITE ITC-REGISTRO
                          ADD 1 TO WS-NUM-LIBERADOS
                          ADD ITC-IMPORTE TO WS-TOTAL-LIBERADO
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.
      *
      *    Criba el cliente de la cuenta origen y, si no coincide, el
      *    concepto y las observaciones de la emision.
       3100-CRIBAR-UNA-EMISION.
           MOVE 'N' TO WS-EMISION-RETENIDA
           PERFORM 3200-OBTENER-CLIENTE-ORIGEN
           MOVE WS-NOMBRE-CLIENTE TO WS-CS-NOMBRE
           MOVE WS-DOCUMENTO-CLIENTE TO WS-CS-DOCUMENTO
           PERFORM 3300-LLAMAR-CRIBA
           IF WS-CS-RESULTADO NOT = "S" AND WS-CS-RESULTADO NOT = "E"
              MOVE ITC-CONCEPTO TO WS-CS-NOMBRE
              MOVE SPACES TO WS-CS-DOCUMENTO
              PERFORM 3300-LLAMAR-CRIBA
           END-IF
           IF WS-CS-RESULTADO NOT = "S" AND WS-CS-RESULTADO NOT = "E"
              MOVE ITC-OBSERVACIONES TO WS-CS-NOMBRE
              MOVE SPACES TO WS-CS-DOCUMENTO
              PERFORM 3300-LLAMAR-CRIBA
           END-IF
           IF WS-CS-RESULTADO = "S"
              PERFORM 3400-RETENER-EMISION
           END-IF.
      *
       3200-OBTENER-CLIENTE-ORIGEN.
           MOVE SPACES TO WS-ID-CLIENTE
           MOVE SPACES TO WS-NOMBRE-CLIENTE
           MOVE SPACES TO WS-DOCUMENTO-CLIENTE
           IF WS-CUENTAS-ABIERTO = 'S'
              MOVE ITC-CUENTA-ORIGEN TO CTA-NUM-CUENTA
              READ CUENTAS-FILE
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE CTA-ID-CLIENTE TO WS-ID-CLIENTE
                    MOVE CTA-TITULAR TO WS-NOMBRE-CLIENTE
              END-READ
           END-IF
           IF WS-ID-CLIENTE NOT = SPACES
              AND WS-CLIENTES-ABIERTO = 'S'
              MOVE WS-ID-CLIENTE TO CLI-ID-CLIENTE
              READ CLIENTES-FILE
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE CLI-NOMBRE TO WS-NOMBRE-CLIENTE
                    MOVE CLI-DOCUMENTO TO WS-DOCUMENTO-CLIENTE
              END-READ
           END-IF.
      *
       3300-LLAMAR-CRIBA.
           CALL "BANCO-CRIBA-SANCIONES" USING WS-CS-NOMBRE
              WS-CS-DOCUMENTO WS-CS-RESULTADO WS-CS-ID-LISTA
              WS-CS-NOMBRE-LISTA WS-CS-PUNTUACION.
      *
      *    La emision que coincide se anota en la cola con el registro
      *    de intercambio completo (la clave es la misma de TRANSEST),
      *    salvo que ya estuviera anotada: entonces manda lo que
      *    resolvio cumplimiento.
       3400-RETENER-EMISION.
           MOVE SPACES TO WS-SPE-REGISTRO
           MOVE 0 TO WS-SPE-NUMERO
           MOVE "T" TO WS-SPE-ORIGEN
           MOVE ITC-REGISTRO(1:58) TO WS-SPE-REFERENCIA
           MOVE WS-ID-CLIENTE TO WS-SPE-ID-CLIENTE
           MOVE WS-CS-NOMBRE TO WS-SPE-NOMBRE
           MOVE WS-CS-DOCUMENTO TO WS-SPE-DOCUMENTO
           MOVE WS-CS-ID-LISTA TO WS-SPE-ID-LISTA
           MOVE WS-CS-NOMBRE-LISTA TO WS-SPE-NOMBRE-LISTA
           MOVE WS-CS-PUNTUACION TO WS-SPE-PUNTUACION
           MOVE ITC-REGISTRO TO WS-SPE-INTERCAMBIO
           MOVE "A" TO WS-CQ-ACCION
           CALL "BANCO-COLA-SANCIONES" USING WS-CQ-ACCION
              WS-SPE-REGISTRO WS-CQ-RESULTADO
           EVALUATE TRUE
              WHEN WS-CQ-RESULTADO = "N"
                 MOVE 'S' TO WS-EMISION-RETENIDA
                 ADD 1 TO WS-NUM-RETENIDOS
                 ADD ITC-IMPORTE TO WS-TOTAL-RETENIDO
                 PERFORM 3500-MARCAR-TRANSEST
                 MOVE ITC-IMPORTE TO WS-AUD-IMPORTE
                 MOVE "RETENIDA" TO WS-AUD-RESULTADO
                 MOVE SPACES TO WS-AUD-DETALLE
                 STRING "SANCIONES: COINCIDE CON " WS-CS-ID-LISTA
                    DELIMITED BY SIZE INTO WS-AUD-DETALLE
                 CALL "BANCO-AUDITORIA-MOTOR" USING WS-AUD-PROGRAMA
                    ITC-CUENTA-ORIGEN ITC-CUENTA-DESTINO
                    WS-AUD-IMPORTE WS-AUD-RESULTADO WS-AUD-DETALLE
                    WS-OPERADOR
                 DISPLAY "RETENIDA emision de " ITC-CUENTA-ORIGEN
                    " a " ITC-CUENTA-DESTINO " (" ITC-IMPORTE " "
                    ITC-MONEDA "): coincide con " WS-CS-ID-LISTA
                    " " WS-CS-NOMBRE-LISTA
                 DISPLAY "   Entrada de revision: " WS-SPE-NUMERO
              WHEN WS-CQ-RESULTADO = "E" AND WS-SPE-ESTADO = "D"
                 ADD 1 TO WS-NUM-YA-DESCARTADOS
              WHEN WS-CQ-RESULTADO = "E"
                 MOVE 'S' TO WS-EMISION-RETENIDA
                 ADD 1 TO WS-NUM-YA-RETENIDOS
                 ADD ITC-IMPORTE TO WS-TOTAL-RETENIDO
              WHEN OTHER
                 DISPLAY "ERROR: No se puede anotar en la cola de "
                    "sanciones la emision de " ITC-CUENTA-ORIGEN
                    " a " ITC-CUENTA-DESTINO "."
                 DISPLAY "El cribado se interrumpe; TRANSOUT se "
                    "reescribira entero desde TRANSTMP al relanzar."
                 PERFORM 8900-CERRAR-FICHEROS
                 MOVE 8 TO RETURN-CODE
                 PERFORM 9000-FINALIZAR
                 STOP RUN
           END-EVALUATE.
      *
       3500-MARCAR-TRANSEST.
           IF WS-TRANSEST-ABIERTO = 'S'
              MOVE ITC-REGISTRO(1:58) TO TRE-CLAVE
              READ TRANSEST-FILE
                 INVALID KEY
                    DISPLAY "AVISO: la emision retenida no figura en "
                       "TRANSEST."
                 NOT INVALID KEY
                    MOVE "S" TO TRE-ESTADO
                    MOVE WS-FECHA-ACTUAL TO TRE-FECHA-ESTADO
                    MOVE "RETENIDA POR CRIBADO DE SANCIONES"
                       TO TRE-MOTIVO
                    REWRITE TRE-REGISTRO
              END-READ
           END-IF.
      *
       4000-MOSTRAR-RESUMEN-FINAL.
           DISPLAY " "
           DISPLAY "=========================================="
           DISPLAY "   RESUMEN DEL CRIBADO DE TRANSOUT"
           DISPLAY "=========================================="
           DISPLAY "Emisiones leidas:         " WS-NUM-LEIDOS
           DISPLAY "Emisiones liberadas:      " WS-NUM-LIBERADOS
           DISPLAY "  Descartadas en revision:" WS-NUM-YA-DESCARTADOS
           DISPLAY "Retenidas hoy:            " WS-NUM-RETENIDOS
           DISPLAY "Ya retenidas antes:       " WS-NUM-YA-RETENIDOS
           DISPLAY "Importe liberado:         " WS-TOTAL-LIBERADO
           DISPLAY "Importe retenido:         " WS-TOTAL-RETENIDO
           DISPLAY "==========================================".
      *
       8900-CERRAR-FICHEROS.
           CLOSE TRANSTMP-FILE
           CLOSE TRANSOUT-FILE
           IF WS-CUENTAS-ABIERTO = 'S'
              CLOSE CUENTAS-FILE
           END-IF
           IF WS-CLIENTES-ABIERTO = 'S'
              CLOSE CLIENTES-FILE
           END-IF
           IF WS-TRANSEST-ABIERTO = 'S'
              CLOSE TRANSEST-FILE
           END-IF.
      *
      *    Con TRANSOUT ya reescrito la copia de trabajo se vacia,
      *    para que la siguiente ejecucion copie el TRANSOUT nuevo.
       8950-VACIAR-COPIA.
           OPEN OUTPUT TRANSTMP-FILE
           CLOSE TRANSTMP-FILE.
      *
       9000-FINALIZAR.
           DISPLAY " "
           DISPLAY "Cribado de sanciones de TRANSOUT finalizado.".
