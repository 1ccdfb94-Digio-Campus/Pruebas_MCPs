      *================================================================*
      * PROGRAMA: BANCO-VALIDA-TOTALES
      * DESCRIPCION: Paso final de los jobs BANCIERR, BANCOMES y
      *              BANCRECB (el job llega por SYSIN) que cuadra las
      *              cifras que cada paso anoto en el fichero de
      *              totales de control TOTCTL (BANCO-TOTALES-PASO)
      *              desde la ultima validacion correcta del mismo job
      *              y emite a TOTIMPR la hoja de control de
      *              explotacion, de una pagina, para su firma.
      *              Comprobaciones:
      *                - todo paso iniciado termino (un intento
      *                  fallido y relanzado solo se avisa) y con
      *                  codigo de retorno cero;
      *                - los apuntes que cada paso grabo en MOVIMIEN
      *                  (los de secuencia CTLMOV dentro de su
      *                  ejecucion) son los que declara: el
      *                  crecimiento de MOVIMIEN es la suma de lo
      *                  declarado por los pasos;
      *                - las secuencias de CTLMOV consumidas por el
      *                  paso coinciden con sus apuntes (si no, hubo
      *                  grabaciones fallidas o actividad de
      *                  ventanilla durante el paso);
      *                - en los pasos que lo declaran, lo leido de la
      *                  entrada es lo aceptado mas lo rechazado mas
      *                  lo pendiente, en numero y en importe (por
      *                  ejemplo, abonos entrantes mas RECHAZOS igual
      *                  al total de ENTRANTE).
      *              Codigo de retorno: 0 si todo cuadra, 4 con solo
      *              avisos y 8 con algun error; en BANCIERR el paso
      *              (80) no se anota como completado con codigo 8,
      *              de forma que el cierre no queda terminado hasta
      *              revisar la hoja y relanzar la validacion.
      *              En BANCIERR la cabecera de la hoja recoge ademas
      *              la fecha de negocio abierta en CTLCIERR, los dias
      *              naturales que cubre y si su apertura se forzo en
      *              un dia inhabil.
      * AUTOR: Proyecto MCPs
      * FECHA: 2026-10-15
      *================================================================*
      *
      *-------- BLOQUE 1: IDENTIFICATION DIVISION -------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANCO-VALIDA-TOTALES.
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
           SELECT MOVIMIEN-FILE ASSIGN TO "MOVIMIEN"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS MOV-CLAVE
              FILE STATUS IS WS-MOVIMIEN-STATUS.
      *
           SELECT CTLCIERRE-FILE ASSIGN TO "CTLCIERR"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS CIE-CLAVE
              FILE STATUS IS WS-CTLCIERRE-STATUS.
      *
           SELECT IMPRESION-FILE ASSIGN TO "TOTIMPR"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-IMPRESION-STATUS.
      *
      *-------- BLOQUE 3: DATA DIVISION -----------------------------*
       DATA DIVISION.
       FILE SECTION.
       FD  TOTCTL-FILE.
           COPY "totctl.cpy".
      *
       FD  MOVIMIEN-FILE.
           COPY "movimto.cpy".
      *
       FD  CTLCIERRE-FILE.
           COPY "ctlcierr.cpy".
      *
       FD  IMPRESION-FILE.
       01 WS-LINEA-IMPRESION       PIC X(80).
      *
       WORKING-STORAGE SECTION.
      *
      *--- Job que se valida (por SYSIN) ---
       01 WS-JOB                   PIC X(08).
      *
      *--- Pasos anotados desde la ultima validacion correcta ---
       01 WS-MAX-PASOS             PIC 9(02) VALUE 60.
       01 WS-NUM-PASOS             PIC 9(02) VALUE 0.
       01 WS-NUM-DESCARTADOS       PIC 9(05) VALUE 0.
       01 WS-IDX-PASO              PIC 9(02) VALUE 0.
       01 WS-IDX-OTRO              PIC 9(02) VALUE 0.
       01 WS-TABLA-PASOS.
          05 WS-PAS-ENTRY OCCURS 60 TIMES.
             10 WS-PAS-REGISTRO       PIC X(239).
             10 WS-PAS-PROGRAMA       PIC X(20).
             10 WS-PAS-RELANZADO      PIC X(01).
             10 WS-PAS-RANGO          PIC X(01).
             10 WS-PAS-SEC-DESDE      PIC 9(06).
             10 WS-PAS-SEC-HASTA      PIC 9(06).
             10 WS-PAS-MOV-REALES     PIC 9(09).
       01 WS-DESDE-FECHA           PIC X(08) VALUE SPACES.
       01 WS-DESDE-HORA            PIC X(08) VALUE SPACES.
      *
      *--- Paso en revision ---
           COPY "totctl.cpy"
              REPLACING LEADING ==TOT-== BY ==WS-VTP-==.
      *
      *--- Rango de secuencias de un paso: MOV-SECUENCIA guarda las
      *--- seis ultimas cifras del contador CTLMOV ---
       01 WS-SECUENCIAS-PASO       PIC 9(10) VALUE 0.
       01 WS-COCIENTE              PIC 9(10) VALUE 0.
       01 WS-SECUENCIA             PIC 9(06) VALUE 0.
       01 WS-EN-RANGO              PIC X VALUE 'N'.
      *
      *--- Totales del job ---
       01 WS-TOTAL-LEIDOS          PIC 9(09) VALUE 0.
       01 WS-TOTAL-DECLARADOS      PIC 9(09) VALUE 0.
       01 WS-TOTAL-REALES          PIC 9(09) VALUE 0.
       01 WS-TOTAL-CARGOS          PIC 9(13)V99 VALUE 0.
       01 WS-TOTAL-ABONOS          PIC 9(13)V99 VALUE 0.
       01 WS-TOTAL-RECHAZADOS      PIC 9(09) VALUE 0.
       01 WS-SUMA-REPARTO          PIC 9(10) VALUE 0.
       01 WS-SUMA-IMPORTE          PIC 9(14)V99 VALUE 0.
       01 WS-HAY-RANGOS            PIC X VALUE 'N'.
      *
      *--- Incidencias: C = error, A = aviso ---
       01 WS-MAX-HALLAZGOS         PIC 9(02) VALUE 40.
       01 WS-MAX-HALLAZGOS-HOJA    PIC 9(02) VALUE 15.
       01 WS-NUM-HALLAZGOS         PIC 9(05) VALUE 0.
       01 WS-NUM-CRITICOS          PIC 9(05) VALUE 0.
       01 WS-NUM-AVISOS            PIC 9(05) VALUE 0.
       01 WS-IDX-HALLAZGO          PIC 9(05) VALUE 0.
       01 WS-TABLA-HALLAZGOS.
          05 WS-HAL-ENTRY OCCURS 40 TIMES.
             10 WS-HAL-GRAVEDAD       PIC X(01).
             10 WS-HAL-PROGRAMA       PIC X(20).
             10 WS-HAL-TEXTO          PIC X(50).
       01 WS-NUEVO-GRAVEDAD        PIC X(01).
       01 WS-NUEVO-PROGRAMA        PIC X(20).
       01 WS-NUEVO-TEXTO           PIC X(50).
      *
      *--- Edicion ---
       01 WS-NUMERO-EDITADO        PIC Z(8)9.
       01 WS-NUMERO-EDITADO-2      PIC Z(8)9.
       01 WS-IMPORTE-EDITADO       PIC Z(12)9.99.
       01 WS-IMPORTE-EDITADO-2     PIC Z(12)9.99.
       01 WS-RC-EDITADO            PIC Z9.
       01 WS-RESULTADO-HOJA        PIC X(30).
      *
       01 WS-CABECERA-PASOS.
          05 FILLER PIC X(21) VALUE "PROGRAMA".
          05 FILLER PIC X(03) VALUE "RC".
          05 FILLER PIC X(08) VALUE " LEIDOS".
          05 FILLER PIC X(07) VALUE "APUNTE".
          05 FILLER PIC X(14) VALUE "       CARGOS".
          05 FILLER PIC X(14) VALUE "       ABONOS".
          05 FILLER PIC X(06) VALUE "RECHAZ".
       01 WS-LINEA-PASO.
          05 WS-LP-PROGRAMA        PIC X(20).
          05 FILLER                PIC X(01) VALUE SPACE.
          05 WS-LP-RC              PIC X(02).
          05 FILLER                PIC X(01) VALUE SPACE.
          05 WS-LP-LEIDOS          PIC Z(6)9.
          05 FILLER                PIC X(01) VALUE SPACE.
          05 WS-LP-APUNTES         PIC Z(5)9.
          05 FILLER                PIC X(01) VALUE SPACE.
          05 WS-LP-CARGOS          PIC Z(9)9.99.
          05 FILLER                PIC X(01) VALUE SPACE.
          05 WS-LP-ABONOS          PIC Z(9)9.99.
          05 FILLER                PIC X(01) VALUE SPACE.
          05 WS-LP-RECHAZADOS      PIC Z(5)9.
       01 WS-LINEA-SEPARADOR       PIC X(73) VALUE ALL "-".
      *
      *--- Variables de proceso ---
       01 WS-FECHA-ACTUAL          PIC X(10).
       01 WS-HORA-ACTUAL           PIC X(08).
       01 WS-FIN-FICHERO           PIC X VALUE 'N'.
       01 WS-RC-VALIDACION         PIC 9(02) VALUE 0.
      *
       01 WS-TOTCTL-STATUS         PIC X(02).
          88 WS-TOTCTL-OK              VALUE "00".
       01 WS-MOVIMIEN-STATUS       PIC X(02).
          88 WS-MOVIMIEN-OK            VALUE "00".
       01 WS-IMPRESION-STATUS      PIC X(02).
          88 WS-IMPRESION-OK           VALUE "00".
       01 WS-IMPRESION-ABIERTO     PIC X VALUE 'N'.
       01 WS-CTLCIERRE-STATUS      PIC X(02).
          88 WS-CTLCIERRE-OK           VALUE "00".
      *
      *--- Apertura de la fecha de negocio (BANCIERR) ---
       01 WS-APERTURA-LEIDA        PIC X VALUE 'N'.
       01 WS-APE-FECHA-NEGOCIO     PIC X(10).
       01 WS-APE-FECHA-ANTERIOR    PIC X(10).
       01 WS-APE-DIAS-NATURALES    PIC 9(03).
       01 WS-APE-FORZADA           PIC X(01).
       01 WS-DIAS-EDITADO          PIC ZZ9.
      *
      *--- Control de cierre (ver BANCO-CONTROL-CIERRE) ---
       01 WS-CC-ACCION             PIC X(01).
       01 WS-CC-PASO               PIC 9(02) VALUE 80.
       01 WS-CC-PASO-ANTERIOR      PIC 9(02) VALUE 77.
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
           IF WS-JOB = "BANCIERR"
              PERFORM 1100-COMPROBAR-CONTROL-CIERRE
           END-IF
           PERFORM 1300-INICIAR-TOTALES-PASO
           PERFORM 2000-ABRIR-FICHEROS
           PERFORM 3000-CARGAR-PASOS
           PERFORM 3500-REVISAR-PASOS
           PERFORM 4000-CONTAR-MOVIMIEN
           PERFORM 4500-COMPARAR-APUNTES
           PERFORM 5000-FIJAR-RESULTADO
           PERFORM 6000-EMITIR-HOJA
           PERFORM 8900-CERRAR-FICHEROS
           PERFORM 1400-ANOTAR-TOTALES-PASO
           IF WS-JOB = "BANCIERR" AND WS-RC-VALIDACION < 8
              PERFORM 1200-ANOTAR-CONTROL-CIERRE
           END-IF
           PERFORM 9000-FINALIZAR
           STOP RUN.
      *
       1000-INICIALIZAR.
           ACCEPT WS-FECHA-ACTUAL FROM DATE YYYYMMDD
           ACCEPT WS-HORA-ACTUAL FROM TIME
           DISPLAY "=========================================="
           DISPLAY "   VALIDACION DE TOTALES DE CONTROL"
           DISPLAY "   Fecha: " WS-FECHA-ACTUAL
           DISPLAY "=========================================="
           DISPLAY " "
           DISPLAY "Job a validar (BANCIERR, BANCOMES o BANCRECB): "
           ACCEPT WS-JOB
           IF WS-JOB NOT = "BANCIERR" AND WS-JOB NOT = "BANCOMES"
              AND WS-JOB NOT = "BANCRECB"
              DISPLAY "ERROR: job no valido: " WS-JOB
              MOVE 8 TO RETURN-CODE
              PERFORM 9000-FINALIZAR
              STOP RUN
           END-IF.
      *
      *    Comprueba en CTLCIERR que el paso pueda ejecutarse hoy
      *    (no repetido y con el paso 77 completado); si no procede,
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
       1300-INICIAR-TOTALES-PASO.
           MOVE SPACES TO WS-TPA-REGISTRO
           MOVE "BANCO-VALIDA-TOTALES" TO WS-TPA-PROGRAMA
           MOVE WS-JOB TO WS-TPA-JOB
           MOVE "I" TO WS-TP-ACCION
           CALL "BANCO-TOTALES-PASO" USING WS-TP-ACCION
              WS-TPA-REGISTRO.
      *
      *    La validacion anota como leidos los pasos revisados, como
      *    rechazados los errores y como pendientes los avisos; una
      *    validacion terminada con codigo menor que 8 cierra el
      *    periodo que revisara la siguiente.
       1400-ANOTAR-TOTALES-PASO.
           MOVE WS-NUM-PASOS TO WS-TPA-LEIDOS
           MOVE WS-NUM-CRITICOS TO WS-TPA-RECHAZADOS
           MOVE WS-NUM-AVISOS TO WS-TPA-PENDIENTES
           MOVE WS-RC-VALIDACION TO WS-TPA-RC
           MOVE "F" TO WS-TP-ACCION
           CALL "BANCO-TOTALES-PASO" USING WS-TP-ACCION
              WS-TPA-REGISTRO
           MOVE WS-RC-VALIDACION TO RETURN-CODE.
      *
       2000-ABRIR-FICHEROS.
           OPEN INPUT TOTCTL-FILE
           IF NOT WS-TOTCTL-OK
              DISPLAY "ERROR: No se puede abrir TOTCTL. Status: "
                 WS-TOTCTL-STATUS
              MOVE 8 TO RETURN-CODE
              PERFORM 9000-FINALIZAR
              STOP RUN
           END-IF
           OPEN INPUT MOVIMIEN-FILE
           IF NOT WS-MOVIMIEN-OK
              DISPLAY "ERROR: No se puede abrir MOVIMIEN. Status: "
                 WS-MOVIMIEN-STATUS
              MOVE 8 TO RETURN-CODE
              PERFORM 9000-FINALIZAR
              STOP RUN
           END-IF
           OPEN OUTPUT IMPRESION-FILE
           IF WS-IMPRESION-OK
              MOVE 'S' TO WS-IMPRESION-ABIERTO
           ELSE
              DISPLAY "AVISO: no se pudo abrir TOTIMPR; la hoja de "
                 "control solo sale por pantalla."
           END-IF
           IF WS-JOB = "BANCIERR"
              PERFORM 2100-LEER-APERTURA
           END-IF.
      *
      *    Datos de la apertura del dia que dejo BANCO-APERTURA-DIA
      *    (paso 05) en CTLCIERR, para la cabecera de la hoja; se
      *    guardan antes de cerrar el fichero.
       2100-LEER-APERTURA.
           OPEN INPUT CTLCIERRE-FILE
           IF WS-CTLCIERRE-OK
              MOVE "C" TO CIE-CLAVE
              READ CTLCIERRE-FILE
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    IF CIE-FECHA-NEGOCIO = WS-FECHA-ACTUAL
                       MOVE 'S' TO WS-APERTURA-LEIDA
                       MOVE CIE-FECHA-NEGOCIO TO WS-APE-FECHA-NEGOCIO
                       MOVE CIE-FECHA-ANTERIOR
                          TO WS-APE-FECHA-ANTERIOR
                       MOVE CIE-DIAS-NATURALES
                          TO WS-APE-DIAS-NATURALES
                       MOVE CIE-APERTURA-FORZADA TO WS-APE-FORZADA
                    END-IF
              END-READ
              CLOSE CTLCIERRE-FILE
           END-IF.
      *
      *    Recorre TOTCTL en orden de inicio; cada validacion correcta
      *    del job vacia la tabla, de modo que quedan los pasos
      *    anotados despues de la ultima.
       3000-CARGAR-PASOS.
           MOVE 'N' TO WS-FIN-FICHERO
           PERFORM UNTIL WS-FIN-FICHERO = 'S'
              READ TOTCTL-FILE NEXT RECORD
                 AT END
                    MOVE 'S' TO WS-FIN-FICHERO
                 NOT AT END
                    IF TOT-JOB = WS-JOB
                       PERFORM 3100-CARGAR-UN-PASO
                    END-IF
              END-READ
           END-PERFORM.
      *
       3100-CARGAR-UN-PASO.
           IF TOT-PROGRAMA = "BANCO-VALIDA-TOTALES"
              IF TOT-ESTADO = "F" AND TOT-RC < 8
                 MOVE 0 TO WS-NUM-PASOS
                 MOVE 0 TO WS-NUM-DESCARTADOS
                 MOVE TOT-FECHA-FIN TO WS-DESDE-FECHA
                 MOVE TOT-HORA-FIN TO WS-DESDE-HORA
              END-IF
           ELSE
              IF WS-NUM-PASOS < WS-MAX-PASOS
                 ADD 1 TO WS-NUM-PASOS
                 MOVE TOT-REGISTRO TO WS-PAS-REGISTRO(WS-NUM-PASOS)
                 MOVE TOT-PROGRAMA TO WS-PAS-PROGRAMA(WS-NUM-PASOS)
                 MOVE 'N' TO WS-PAS-RELANZADO(WS-NUM-PASOS)
                 MOVE 'N' TO WS-PAS-RANGO(WS-NUM-PASOS)
                 MOVE 0 TO WS-PAS-SEC-DESDE(WS-NUM-PASOS)
                 MOVE 0 TO WS-PAS-SEC-HASTA(WS-NUM-PASOS)
                 MOVE 0 TO WS-PAS-MOV-REALES(WS-NUM-PASOS)
              ELSE
                 ADD 1 TO WS-NUM-DESCARTADOS
              END-IF
           END-IF.
      *
       3500-REVISAR-PASOS.
           IF WS-NUM-PASOS = 0
              MOVE "C" TO WS-NUEVO-GRAVEDAD
              MOVE SPACES TO WS-NUEVO-PROGRAMA
              MOVE "NINGUN PASO HA ANOTADO TOTALES DESDE LA "
                 & "VALIDACION" TO WS-NUEVO-TEXTO
              PERFORM 7000-ANOTAR-HALLAZGO
           END-IF
           IF WS-NUM-DESCARTADOS > 0
              MOVE "A" TO WS-NUEVO-GRAVEDAD
              MOVE SPACES TO WS-NUEVO-PROGRAMA
              MOVE WS-NUM-DESCARTADOS TO WS-NUMERO-EDITADO
              MOVE SPACES TO WS-NUEVO-TEXTO
              STRING "TABLA DE PASOS LLENA;" WS-NUMERO-EDITADO
                 " PASOS SIN REVISAR"
                 DELIMITED BY SIZE INTO WS-NUEVO-TEXTO
              PERFORM 7000-ANOTAR-HALLAZGO
           END-IF
           PERFORM VARYING WS-IDX-PASO FROM 1 BY 1
              UNTIL WS-IDX-PASO > WS-NUM-PASOS
              PERFORM 3600-REVISAR-UN-PASO
           END-PERFORM.
      *
      *    Un paso con otro intento posterior del mismo programa en el
      *    periodo se considera relanzado: su fallo solo se avisa.
       3600-REVISAR-UN-PASO.
           MOVE WS-PAS-REGISTRO(WS-IDX-PASO) TO WS-VTP-REGISTRO
           MOVE WS-VTP-PROGRAMA TO WS-NUEVO-PROGRAMA
           COMPUTE WS-IDX-OTRO = WS-IDX-PASO + 1
           PERFORM UNTIL WS-IDX-OTRO > WS-NUM-PASOS
              OR WS-PAS-RELANZADO(WS-IDX-PASO) = 'S'
              IF WS-PAS-PROGRAMA(WS-IDX-OTRO) = WS-VTP-PROGRAMA
                 MOVE 'S' TO WS-PAS-RELANZADO(WS-IDX-PASO)
              END-IF
              ADD 1 TO WS-IDX-OTRO
           END-PERFORM
           IF WS-VTP-ESTADO NOT = "F"
              IF WS-PAS-RELANZADO(WS-IDX-PASO) = 'S'
                 MOVE "A" TO WS-NUEVO-GRAVEDAD
                 MOVE "INTENTO SIN TERMINAR, RELANZADO DESPUES"
                    TO WS-NUEVO-TEXTO
              ELSE
                 MOVE "C" TO WS-NUEVO-GRAVEDAD
                 MOVE "PASO INICIADO Y NO TERMINADO" TO WS-NUEVO-TEXTO
              END-IF
              PERFORM 7000-ANOTAR-HALLAZGO
           ELSE
              PERFORM 3700-REVISAR-PASO-TERMINADO
           END-IF.
      *
       3700-REVISAR-PASO-TERMINADO.
           ADD WS-VTP-LEIDOS TO WS-TOTAL-LEIDOS
           ADD WS-VTP-MOVIMIENTOS TO WS-TOTAL-DECLARADOS
           ADD WS-VTP-IMPORTE-CARGOS TO WS-TOTAL-CARGOS
           ADD WS-VTP-IMPORTE-ABONOS TO WS-TOTAL-ABONOS
           ADD WS-VTP-RECHAZADOS TO WS-TOTAL-RECHAZADOS
           IF WS-VTP-RC > 0
              MOVE WS-VTP-RC TO WS-RC-EDITADO
              MOVE SPACES TO WS-NUEVO-TEXTO
              IF WS-VTP-RC >= 8 AND WS-PAS-RELANZADO(WS-IDX-PASO) = 'N'
                 MOVE "C" TO WS-NUEVO-GRAVEDAD
                 STRING "TERMINO CON CODIGO DE RETORNO " WS-RC-EDITADO
                    DELIMITED BY SIZE INTO WS-NUEVO-TEXTO
              ELSE
                 MOVE "A" TO WS-NUEVO-GRAVEDAD
                 STRING "TERMINO CON CODIGO DE RETORNO " WS-RC-EDITADO
                    DELIMITED BY SIZE INTO WS-NUEVO-TEXTO
              END-IF
              PERFORM 7000-ANOTAR-HALLAZGO
           END-IF
           IF WS-VTP-CTLMOV-FIN >= WS-VTP-CTLMOV-INICIO
              COMPUTE WS-SECUENCIAS-PASO =
                 WS-VTP-CTLMOV-FIN - WS-VTP-CTLMOV-INICIO
           ELSE
              MOVE 0 TO WS-SECUENCIAS-PASO
           END-IF
           IF WS-SECUENCIAS-PASO NOT = WS-VTP-MOVIMIENTOS
              MOVE "A" TO WS-NUEVO-GRAVEDAD
              MOVE WS-SECUENCIAS-PASO TO WS-NUMERO-EDITADO
              MOVE WS-VTP-MOVIMIENTOS TO WS-NUMERO-EDITADO-2
              MOVE SPACES TO WS-NUEVO-TEXTO
              STRING "SECUENCIAS CTLMOV" WS-NUMERO-EDITADO
                 " APUNTES" WS-NUMERO-EDITADO-2
                 DELIMITED BY SIZE INTO WS-NUEVO-TEXTO
              PERFORM 7000-ANOTAR-HALLAZGO
           END-IF
           IF WS-VTP-CUADRE-ENTRADA = "S"
              PERFORM 3800-COMPROBAR-ENTRADA
           END-IF
           PERFORM 3900-CALCULAR-RANGO.
      *
       3800-COMPROBAR-ENTRADA.
           COMPUTE WS-SUMA-REPARTO = WS-VTP-ACEPTADOS
              + WS-VTP-RECHAZADOS + WS-VTP-PENDIENTES
           IF WS-SUMA-REPARTO NOT = WS-VTP-LEIDOS
              MOVE "C" TO WS-NUEVO-GRAVEDAD
              MOVE WS-VTP-LEIDOS TO WS-NUMERO-EDITADO
              MOVE WS-SUMA-REPARTO TO WS-NUMERO-EDITADO-2
              MOVE SPACES TO WS-NUEVO-TEXTO
              STRING "LEIDOS" WS-NUMERO-EDITADO " <> TRATADOS"
                 WS-NUMERO-EDITADO-2
                 DELIMITED BY SIZE INTO WS-NUEVO-TEXTO
              PERFORM 7000-ANOTAR-HALLAZGO
           END-IF
           COMPUTE WS-SUMA-IMPORTE = WS-VTP-IMPORTE-ACEPTADO
              + WS-VTP-IMPORTE-RECHAZADO + WS-VTP-IMPORTE-PENDIENTE
           IF WS-SUMA-IMPORTE NOT = WS-VTP-IMPORTE-LEIDO
              MOVE "C" TO WS-NUEVO-GRAVEDAD
              MOVE WS-VTP-IMPORTE-LEIDO TO WS-IMPORTE-EDITADO
              MOVE WS-SUMA-IMPORTE TO WS-IMPORTE-EDITADO-2
              MOVE SPACES TO WS-NUEVO-TEXTO
              STRING "IMP.LEIDO" WS-IMPORTE-EDITADO " <>"
                 WS-IMPORTE-EDITADO-2
                 DELIMITED BY SIZE INTO WS-NUEVO-TEXTO
              PERFORM 7000-ANOTAR-HALLAZGO
           END-IF.
      *
      *    Los apuntes del paso son los de secuencia posterior al
      *    contador de inicio y no mayor que el de fin. Como
      *    MOV-SECUENCIA solo guarda seis cifras, el rango se pasa a
      *    seis cifras: si da la vuelta (V) se parte en dos tramos, y
      *    si cubre un millon o mas (T) entra cualquier secuencia.
       3900-CALCULAR-RANGO.
           IF WS-SECUENCIAS-PASO > 0
              MOVE 'S' TO WS-HAY-RANGOS
              DIVIDE WS-VTP-CTLMOV-INICIO BY 1000000
                 GIVING WS-COCIENTE
                 REMAINDER WS-PAS-SEC-DESDE(WS-IDX-PASO)
              DIVIDE WS-VTP-CTLMOV-FIN BY 1000000
                 GIVING WS-COCIENTE
                 REMAINDER WS-PAS-SEC-HASTA(WS-IDX-PASO)
              IF WS-SECUENCIAS-PASO >= 1000000
                 MOVE 'T' TO WS-PAS-RANGO(WS-IDX-PASO)
              ELSE
                 IF WS-PAS-SEC-DESDE(WS-IDX-PASO)
                       < WS-PAS-SEC-HASTA(WS-IDX-PASO)
                    MOVE 'S' TO WS-PAS-RANGO(WS-IDX-PASO)
                 ELSE
                    MOVE 'V' TO WS-PAS-RANGO(WS-IDX-PASO)
                 END-IF
              END-IF
           END-IF.
      *
      *    Crecimiento real de MOVIMIEN: cada apunte fechado no antes
      *    del inicio de un paso y con secuencia en su rango cuenta
      *    para ese paso.
       4000-CONTAR-MOVIMIEN.
           IF WS-HAY-RANGOS = 'S'
              MOVE 'N' TO WS-FIN-FICHERO
              PERFORM UNTIL WS-FIN-FICHERO = 'S'
                 READ MOVIMIEN-FILE NEXT RECORD
                    AT END
                       MOVE 'S' TO WS-FIN-FICHERO
                    NOT AT END
                       PERFORM 4100-ASIGNAR-APUNTE
                 END-READ
              END-PERFORM
           END-IF.
      *
       4100-ASIGNAR-APUNTE.
           MOVE MOV-SECUENCIA TO WS-SECUENCIA
           MOVE 'N' TO WS-EN-RANGO
           PERFORM VARYING WS-IDX-PASO FROM 1 BY 1
              UNTIL WS-IDX-PASO > WS-NUM-PASOS
              OR WS-EN-RANGO = 'S'
              IF WS-PAS-RANGO(WS-IDX-PASO) NOT = 'N'
                 AND MOV-FECHA(1:8)
                    >= WS-PAS-REGISTRO(WS-IDX-PASO)(1:8)
                 EVALUATE WS-PAS-RANGO(WS-IDX-PASO)
                    WHEN 'T'
                       MOVE 'S' TO WS-EN-RANGO
                    WHEN 'S'
                       IF WS-SECUENCIA > WS-PAS-SEC-DESDE(WS-IDX-PASO)
                          AND WS-SECUENCIA
                             <= WS-PAS-SEC-HASTA(WS-IDX-PASO)
                          MOVE 'S' TO WS-EN-RANGO
                       END-IF
                    WHEN 'V'
                       IF WS-SECUENCIA > WS-PAS-SEC-DESDE(WS-IDX-PASO)
                          OR WS-SECUENCIA
                             <= WS-PAS-SEC-HASTA(WS-IDX-PASO)
                          MOVE 'S' TO WS-EN-RANGO
                       END-IF
                 END-EVALUATE
                 IF WS-EN-RANGO = 'S'
                    ADD 1 TO WS-PAS-MOV-REALES(WS-IDX-PASO)
                    ADD 1 TO WS-TOTAL-REALES
                 END-IF
              END-IF
           END-PERFORM.
      *
       4500-COMPARAR-APUNTES.
           PERFORM VARYING WS-IDX-PASO FROM 1 BY 1
              UNTIL WS-IDX-PASO > WS-NUM-PASOS
              MOVE WS-PAS-REGISTRO(WS-IDX-PASO) TO WS-VTP-REGISTRO
              IF WS-VTP-ESTADO = "F"
                 AND WS-PAS-MOV-REALES(WS-IDX-PASO)
                    NOT = WS-VTP-MOVIMIENTOS
                 MOVE "C" TO WS-NUEVO-GRAVEDAD
                 MOVE WS-VTP-PROGRAMA TO WS-NUEVO-PROGRAMA
                 MOVE WS-PAS-MOV-REALES(WS-IDX-PASO)
                    TO WS-NUMERO-EDITADO
                 MOVE WS-VTP-MOVIMIENTOS TO WS-NUMERO-EDITADO-2
                 MOVE SPACES TO WS-NUEVO-TEXTO
                 STRING "EN MOVIMIEN" WS-NUMERO-EDITADO
                    " DECLARADOS" WS-NUMERO-EDITADO-2
                    DELIMITED BY SIZE INTO WS-NUEVO-TEXTO
                 PERFORM 7000-ANOTAR-HALLAZGO
              END-IF
           END-PERFORM.
      *
       5000-FIJAR-RESULTADO.
           IF WS-NUM-CRITICOS > 0
              MOVE 8 TO WS-RC-VALIDACION
              MOVE "ERRONEO - NO FIRMAR" TO WS-RESULTADO-HOJA
           ELSE
              IF WS-NUM-AVISOS > 0
                 MOVE 4 TO WS-RC-VALIDACION
                 MOVE "CUADRA CON AVISOS" TO WS-RESULTADO-HOJA
              ELSE
                 MOVE 0 TO WS-RC-VALIDACION
                 MOVE "CUADRA" TO WS-RESULTADO-HOJA
              END-IF
           END-IF.
      *
      *    Hoja de control de una pagina: cabecera, una linea por
      *    paso, totales, resultado, incidencias (las primeras; todas
      *    salen en SYSOUT) y espacio para la firma.
       6000-EMITIR-HOJA.
           MOVE SPACES TO WS-LINEA-IMPRESION
           STRING "HOJA DE CONTROL DE EXPLOTACION - JOB " WS-JOB
              DELIMITED BY SIZE INTO WS-LINEA-IMPRESION
           PERFORM 7500-ESCRIBIR-LINEA
           MOVE SPACES TO WS-LINEA-IMPRESION
           IF WS-DESDE-FECHA = SPACES
              STRING "Fecha: " WS-FECHA-ACTUAL(1:8) "  Hora: "
                 WS-HORA-ACTUAL(1:6) "  Pasos: todos los anotados"
                 DELIMITED BY SIZE INTO WS-LINEA-IMPRESION
           ELSE
              STRING "Fecha: " WS-FECHA-ACTUAL(1:8) "  Hora: "
                 WS-HORA-ACTUAL(1:6) "  Pasos desde: "
                 WS-DESDE-FECHA " " WS-DESDE-HORA(1:6)
                 DELIMITED BY SIZE INTO WS-LINEA-IMPRESION
           END-IF
           PERFORM 7500-ESCRIBIR-LINEA
           IF WS-APERTURA-LEIDA = 'S'
              MOVE WS-APE-DIAS-NATURALES TO WS-DIAS-EDITADO
              MOVE SPACES TO WS-LINEA-IMPRESION
              IF WS-APE-FORZADA = 'S'
                 STRING "Fecha de negocio: " WS-APE-FECHA-NEGOCIO(1:8)
                    "  Dias naturales:" WS-DIAS-EDITADO
                    "  APERTURA FORZADA"
                    DELIMITED BY SIZE INTO WS-LINEA-IMPRESION
              ELSE
                 STRING "Fecha de negocio: " WS-APE-FECHA-NEGOCIO(1:8)
                    "  Dias naturales:" WS-DIAS-EDITADO
                    "  Anterior: " WS-APE-FECHA-ANTERIOR(1:8)
                    DELIMITED BY SIZE INTO WS-LINEA-IMPRESION
              END-IF
              PERFORM 7500-ESCRIBIR-LINEA
           END-IF
           MOVE SPACES TO WS-LINEA-IMPRESION
           PERFORM 7500-ESCRIBIR-LINEA
           MOVE WS-CABECERA-PASOS TO WS-LINEA-IMPRESION
           PERFORM 7500-ESCRIBIR-LINEA
           MOVE WS-LINEA-SEPARADOR TO WS-LINEA-IMPRESION
           PERFORM 7500-ESCRIBIR-LINEA
           PERFORM VARYING WS-IDX-PASO FROM 1 BY 1
              UNTIL WS-IDX-PASO > WS-NUM-PASOS
              PERFORM 6100-EMITIR-LINEA-PASO
           END-PERFORM
           MOVE WS-LINEA-SEPARADOR TO WS-LINEA-IMPRESION
           PERFORM 7500-ESCRIBIR-LINEA
           MOVE "TOTAL" TO WS-LP-PROGRAMA
           MOVE SPACES TO WS-LP-RC
           MOVE WS-TOTAL-LEIDOS TO WS-LP-LEIDOS
           MOVE WS-TOTAL-DECLARADOS TO WS-LP-APUNTES
           MOVE WS-TOTAL-CARGOS TO WS-LP-CARGOS
           MOVE WS-TOTAL-ABONOS TO WS-LP-ABONOS
           MOVE WS-TOTAL-RECHAZADOS TO WS-LP-RECHAZADOS
           MOVE WS-LINEA-PASO TO WS-LINEA-IMPRESION
           PERFORM 7500-ESCRIBIR-LINEA
           MOVE SPACES TO WS-LINEA-IMPRESION
           PERFORM 7500-ESCRIBIR-LINEA
           MOVE WS-TOTAL-DECLARADOS TO WS-NUMERO-EDITADO
           MOVE SPACES TO WS-LINEA-IMPRESION
           STRING "Apuntes declarados por los pasos:   "
              WS-NUMERO-EDITADO
              DELIMITED BY SIZE INTO WS-LINEA-IMPRESION
           PERFORM 7500-ESCRIBIR-LINEA
           MOVE WS-TOTAL-REALES TO WS-NUMERO-EDITADO
           MOVE SPACES TO WS-LINEA-IMPRESION
           STRING "Crecimiento de MOVIMIEN en los pasos:"
              WS-NUMERO-EDITADO
              DELIMITED BY SIZE INTO WS-LINEA-IMPRESION
           PERFORM 7500-ESCRIBIR-LINEA
           MOVE WS-NUM-CRITICOS TO WS-NUMERO-EDITADO
           MOVE WS-NUM-AVISOS TO WS-NUMERO-EDITADO-2
           MOVE SPACES TO WS-LINEA-IMPRESION
           STRING "Errores:" WS-NUMERO-EDITADO "   Avisos:"
              WS-NUMERO-EDITADO-2
              DELIMITED BY SIZE INTO WS-LINEA-IMPRESION
           PERFORM 7500-ESCRIBIR-LINEA
           MOVE WS-RC-VALIDACION TO WS-RC-EDITADO
           MOVE SPACES TO WS-LINEA-IMPRESION
           STRING "RESULTADO: " WS-RESULTADO-HOJA
              " (codigo de retorno " WS-RC-EDITADO ")"
              DELIMITED BY SIZE INTO WS-LINEA-IMPRESION
           PERFORM 7500-ESCRIBIR-LINEA
           MOVE SPACES TO WS-LINEA-IMPRESION
           PERFORM 7500-ESCRIBIR-LINEA
           PERFORM 6200-EMITIR-HALLAZGOS
           MOVE SPACES TO WS-LINEA-IMPRESION
           PERFORM 7500-ESCRIBIR-LINEA
           MOVE "Revisado por: ______________________________  "
              & "Fecha: __________" TO WS-LINEA-IMPRESION
           PERFORM 7500-ESCRIBIR-LINEA
           MOVE SPACES TO WS-LINEA-IMPRESION
           PERFORM 7500-ESCRIBIR-LINEA
           MOVE "Firma:        ______________________________"
              TO WS-LINEA-IMPRESION
           PERFORM 7500-ESCRIBIR-LINEA.
      *
       6100-EMITIR-LINEA-PASO.
           MOVE WS-PAS-REGISTRO(WS-IDX-PASO) TO WS-VTP-REGISTRO
           MOVE WS-VTP-PROGRAMA TO WS-LP-PROGRAMA
           IF WS-VTP-ESTADO = "F"
              MOVE WS-VTP-RC TO WS-RC-EDITADO
              MOVE WS-RC-EDITADO TO WS-LP-RC
           ELSE
              MOVE "--" TO WS-LP-RC
           END-IF
           MOVE WS-VTP-LEIDOS TO WS-LP-LEIDOS
           MOVE WS-VTP-MOVIMIENTOS TO WS-LP-APUNTES
           MOVE WS-VTP-IMPORTE-CARGOS TO WS-LP-CARGOS
           MOVE WS-VTP-IMPORTE-ABONOS TO WS-LP-ABONOS
           MOVE WS-VTP-RECHAZADOS TO WS-LP-RECHAZADOS
           MOVE WS-LINEA-PASO TO WS-LINEA-IMPRESION
           PERFORM 7500-ESCRIBIR-LINEA.
      *
       6200-EMITIR-HALLAZGOS.
           IF WS-NUM-HALLAZGOS = 0
              MOVE "INCIDENCIAS: ninguna" TO WS-LINEA-IMPRESION
              PERFORM 7500-ESCRIBIR-LINEA
           ELSE
              MOVE "INCIDENCIAS (C = error, A = aviso):"
                 TO WS-LINEA-IMPRESION
              PERFORM 7500-ESCRIBIR-LINEA
              PERFORM VARYING WS-IDX-HALLAZGO FROM 1 BY 1
                 UNTIL WS-IDX-HALLAZGO > WS-NUM-HALLAZGOS
                 OR WS-IDX-HALLAZGO > WS-MAX-HALLAZGOS-HOJA
                 MOVE SPACES TO WS-LINEA-IMPRESION
                 STRING WS-HAL-GRAVEDAD(WS-IDX-HALLAZGO) " "
                    WS-HAL-PROGRAMA(WS-IDX-HALLAZGO) " "
                    WS-HAL-TEXTO(WS-IDX-HALLAZGO)
                    DELIMITED BY SIZE INTO WS-LINEA-IMPRESION
                 PERFORM 7500-ESCRIBIR-LINEA
              END-PERFORM
              IF WS-NUM-HALLAZGOS > WS-MAX-HALLAZGOS-HOJA
                 COMPUTE WS-NUMERO-EDITADO =
                    WS-NUM-HALLAZGOS - WS-MAX-HALLAZGOS-HOJA
                 MOVE SPACES TO WS-LINEA-IMPRESION
                 STRING "  ... y" WS-NUMERO-EDITADO
                    " incidencias mas (ver SYSOUT del paso)"
                    DELIMITED BY SIZE INTO WS-LINEA-IMPRESION
                 PERFORM 7500-ESCRIBIR-LINEA
              END-IF
           END-IF.
      *
      *    Cuenta la incidencia por su gravedad, la guarda para la
      *    hoja si cabe y la muestra siempre por pantalla.
       7000-ANOTAR-HALLAZGO.
           ADD 1 TO WS-NUM-HALLAZGOS
           IF WS-NUEVO-GRAVEDAD = "C"
              ADD 1 TO WS-NUM-CRITICOS
           ELSE
              ADD 1 TO WS-NUM-AVISOS
           END-IF
           IF WS-NUM-HALLAZGOS <= WS-MAX-HALLAZGOS
              MOVE WS-NUEVO-GRAVEDAD
                 TO WS-HAL-GRAVEDAD(WS-NUM-HALLAZGOS)
              MOVE WS-NUEVO-PROGRAMA
                 TO WS-HAL-PROGRAMA(WS-NUM-HALLAZGOS)
              MOVE WS-NUEVO-TEXTO TO WS-HAL-TEXTO(WS-NUM-HALLAZGOS)
           END-IF
           DISPLAY WS-NUEVO-GRAVEDAD " " WS-NUEVO-PROGRAMA " "
              WS-NUEVO-TEXTO.
      *
       7500-ESCRIBIR-LINEA.
           DISPLAY WS-LINEA-IMPRESION
           IF WS-IMPRESION-ABIERTO = 'S'
              WRITE WS-LINEA-IMPRESION
           END-IF.
      *
       8900-CERRAR-FICHEROS.
           CLOSE TOTCTL-FILE
           CLOSE MOVIMIEN-FILE
           IF WS-IMPRESION-ABIERTO = 'S'
              CLOSE IMPRESION-FILE
           END-IF.
      *
       9000-FINALIZAR.
           DISPLAY " "
           DISPLAY "Validacion de totales de control finalizada.".
