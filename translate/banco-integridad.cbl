      *================================================================*
      * PROGRAMA: BANCO-INTEGRIDAD
      * DESCRIPCION: Paso del job de cierre que comprueba la
      *              integridad referencial entre los maestros:
      *              CUENTAS, CLIENTES, TITULARS, RETENCIO, ORDENES,
      *              MANDATOS, PLAZOS y LIMITES, mas los cheques
      *              pendientes de CHEQUES. En particular cuadra el
      *              retenido de cada cuenta (CTA-SALDO-RET) contra la
      *              suma de sus retenciones activas y de sus cheques
      *              pendientes de compensacion, que son lo unico que
      *              lo mueve (BANCO-RETENCIONES, BANCO-EMBARGOS,
      *              BANCO-INGRESOS y BANCO-COMPENSA-CHEQUES). Cada
      *              incidencia se lista con su tipo y gravedad a
      *              INTEIMPR y por consola, con un resumen por tipo:
      *              CRITICA = referencia a un registro inexistente,
      *              retenido descuadrado o retencion viva en una
      *              cuenta cerrada; AVISO = referencia a una cuenta
      *              cerrada o a un cliente no activo, porcentajes de
      *              participacion que no suman 100 y acumulados de
      *              LIMITES huerfanos. Con alguna incidencia critica
      *              el paso termina con codigo de retorno 8 y no se
      *              anota en CTLCIERR, de forma que el job pare ahi y
      *              un rerun tras la correccion reanude en el; con
      *              solo avisos termina con codigo 4, que no detiene
      *              el cierre.
      * AUTOR: Proyecto MCPs
      * FECHA: 2026-10-15
      *================================================================*
      *
      *-------- BLOQUE 1: IDENTIFICATION DIVISION -------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANCO-INTEGRIDAD.
       AUTHOR. PROYECTO-MCPS.
      *
      *-------- BLOQUE 2: ENVIRONMENT DIVISION ----------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUENTAS-FILE ASSIGN TO "CUENTAS"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS CTA-NUM-CUENTA
              FILE STATUS IS WS-CUENTAS-STATUS.
      *
           SELECT CLIENTES-FILE ASSIGN TO "CLIENTES"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS CLI-ID-CLIENTE
              FILE STATUS IS WS-CLIENTES-STATUS.
      *
           SELECT TITULARES-FILE ASSIGN TO "TITULARS"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS TIT-CLAVE
              FILE STATUS IS WS-TITULARES-STATUS.
      *
           SELECT RETENCIONES-FILE ASSIGN TO "RETENCIO"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS RET-ID
              FILE STATUS IS WS-RETENCIONES-STATUS.
      *
           SELECT CHEQUES-FILE ASSIGN TO "CHEQUES"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS CHQ-CLAVE
              ALTERNATE RECORD KEY IS CHQ-NUM-CUENTA WITH DUPLICATES
              FILE STATUS IS WS-CHEQUES-STATUS.
      *
           SELECT ORDENES-FILE ASSIGN TO "ORDENES"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS ORD-ID
              FILE STATUS IS WS-ORDENES-STATUS.
      *
           SELECT MANDATOS-FILE ASSIGN TO "MANDATOS"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS MAN-CLAVE
              FILE STATUS IS WS-MANDATOS-STATUS.
      *
           SELECT PLAZOS-FILE ASSIGN TO "PLAZOS"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PLZ-ID
              FILE STATUS IS WS-PLAZOS-STATUS.
      *
           SELECT LIMITES-FILE ASSIGN TO "LIMITES"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS LIM-NUM-CUENTA
              FILE STATUS IS WS-LIMITES-STATUS.
      *
           SELECT IMPRESION-FILE ASSIGN TO "INTEIMPR"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-IMPRESION-STATUS.
      *
      *-------- BLOQUE 3: DATA DIVISION -----------------------------*
       DATA DIVISION.
       FILE SECTION.
       FD  CUENTAS-FILE.
           COPY "cuentas.cpy".
      *
       FD  CLIENTES-FILE.
           COPY "clientes.cpy".
      *
       FD  TITULARES-FILE.
           COPY "titular.cpy".
      *
       FD  RETENCIONES-FILE.
           COPY "retencion.cpy".
      *
       FD  CHEQUES-FILE.
           COPY "cheque.cpy".
      *
       FD  ORDENES-FILE.
           COPY "ordenes.cpy".
      *
       FD  MANDATOS-FILE.
           COPY "mandatos.cpy".
      *
       FD  PLAZOS-FILE.
           COPY "plazos.cpy".
      *
       FD  LIMITES-FILE.
           COPY "limites.cpy".
      *
       FD  IMPRESION-FILE.
       01 WS-LINEA-IMPRESION       PIC X(80).
      *
       WORKING-STORAGE SECTION.
      *
      *--- Tipos de incidencia, en el orden del resumen: primero los
      *--- criticos (C), despues los avisos (A) ---
       01 WS-DEFINICION-TIPOS.
          05 FILLER PIC X(47) VALUE
             "CTA-SIN-CLIENTECCUENTA CON CLIENTE INEXISTENTE ".
          05 FILLER PIC X(47) VALUE
             "RET-DESCUADRE  CRETENIDO DISTINTO DE RETENC+CHQ".
          05 FILLER PIC X(47) VALUE
             "RET-SIN-CUENTA CRETENCION ACTIVA SIN CUENTA    ".
          05 FILLER PIC X(47) VALUE
             "RET-CTA-CERRADACRETENCION ACTIVA CUENTA CERRADA".
          05 FILLER PIC X(47) VALUE
             "CHQ-SIN-CUENTA CCHEQUE PENDIENTE SIN CUENTA    ".
          05 FILLER PIC X(47) VALUE
             "TIT-SIN-CUENTA CRELACION DE TITULAR SIN CUENTA ".
          05 FILLER PIC X(47) VALUE
             "TIT-SIN-CLIENTECRELACION DE TITULAR SIN CLIENTE".
          05 FILLER PIC X(47) VALUE
             "ORD-SIN-CUENTA CORDEN ACTIVA SIN CUENTA ORIGEN ".
          05 FILLER PIC X(47) VALUE
             "MAN-SIN-CUENTA CMANDATO SIN CUENTA             ".
          05 FILLER PIC X(47) VALUE
             "PLZ-SIN-CUENTA CPLAZO VIGENTE SIN CUENTA       ".
          05 FILLER PIC X(47) VALUE
             "PLZ-SIN-CLIENTECPLAZO VIGENTE SIN CLIENTE      ".
          05 FILLER PIC X(47) VALUE
             "CTA-CLI-NO-ACT ACUENTA ACTIVA CLIENTE NO ACTIVO".
          05 FILLER PIC X(47) VALUE
             "TIT-CLI-NO-ACT APARTICIPE CON CLIENTE NO ACTIVO".
          05 FILLER PIC X(47) VALUE
             "TIT-PORCENTAJE APARTICIPACIONES NO SUMAN 100   ".
          05 FILLER PIC X(47) VALUE
             "ORD-CTA-CERRADAAORDEN ACTIVA ORIGEN CERRADA    ".
          05 FILLER PIC X(47) VALUE
             "ORD-DST-CERRADAAORDEN ACTIVA DESTINO CERRADO   ".
          05 FILLER PIC X(47) VALUE
             "MAN-CTA-CERRADAAMANDATO VIVO EN CUENTA CERRADA ".
          05 FILLER PIC X(47) VALUE
             "PLZ-CTA-CERRADAAPLAZO VIGENTE CUENTA CERRADA   ".
          05 FILLER PIC X(47) VALUE
             "LIM-SIN-CUENTA AACUMULADO LIMITES SIN CUENTA   ".
       01 WS-TABLA-TIPOS REDEFINES WS-DEFINICION-TIPOS.
          05 WS-TIP-ENTRY OCCURS 19 TIMES.
             10 WS-TIP-CODIGO      PIC X(15).
             10 WS-TIP-GRAVEDAD    PIC X(01).
             10 WS-TIP-DESCRIPCION PIC X(31).
       01 WS-NUM-TIPOS             PIC 9(02) VALUE 19.
       01 WS-IDX-TIPO              PIC 9(02) VALUE 0.
       01 WS-CONTADORES-TIPO.
          05 WS-TIP-CUENTA OCCURS 19 TIMES PIC 9(07).
      *
      *--- Incidencia en curso ---
       01 WS-INC-TIPO              PIC 9(02).
       01 WS-INC-CLAVE             PIC X(20).
       01 WS-INC-DETALLE           PIC X(40).
       01 WS-INC-GRAVEDAD          PIC X(07).
      *
      *--- Retenido esperado por cuenta: retenciones activas mas
      *--- cheques pendientes, acumulado antes de recorrer CUENTAS;
      *--- solo entran las cuentas con algo retenido ---
       01 WS-MAX-RETENIDOS         PIC 9(05) VALUE 5000.
       01 WS-NUM-RETENIDOS         PIC 9(05) VALUE 0.
       01 WS-IDX-RETENIDO          PIC 9(05) VALUE 0.
       01 WS-TABLA-RETENIDOS.
          05 WS-RTD-ENTRY OCCURS 5000 TIMES.
             10 WS-RTD-CUENTA      PIC X(20).
             10 WS-RTD-IMPORTE     PIC 9(12)V99.
             10 WS-RTD-VISTA       PIC X(01).
       01 WS-RETENIDO-ENCONTRADO   PIC X VALUE 'N'.
       01 WS-RETENIDOS-DESBORDADOS PIC X VALUE 'N'.
       01 WS-RETENIDO-ESPERADO     PIC 9(12)V99 VALUE 0.
       01 WS-CUENTA-BUSCADA        PIC X(20).
       01 WS-IMPORTE-A-SUMAR       PIC 9(10)V99 VALUE 0.
      *
      *--- Participaciones de la cuenta en curso de TITULARS ---
       01 WS-TIT-CUENTA-ANTERIOR   PIC X(20).
       01 WS-TIT-NUM-PARTICIPES    PIC 9(03) VALUE 0.
       01 WS-TIT-SUMA-PORCENTAJES  PIC 9(05)V99 VALUE 0.
      *
      *--- Contadores ---
       01 WS-NUM-LEIDOS            PIC 9(07) VALUE 0.
       01 WS-NUM-CRITICAS          PIC 9(07) VALUE 0.
       01 WS-NUM-AVISOS            PIC 9(07) VALUE 0.
      *
      *--- Variables de proceso ---
       01 WS-FECHA-ACTUAL          PIC X(10).
       01 WS-FIN-FICHERO           PIC X VALUE 'N'.
       01 WS-CUENTA-EXISTE         PIC X VALUE 'N'.
       01 WS-CLIENTE-EXISTE        PIC X VALUE 'N'.
       01 WS-CLIENTE-BUSCADO       PIC X(12).
       01 WS-IMPORTE-EDITADO       PIC Z(11)9.99-.
       01 WS-IMPORTE-EDITADO-2     PIC Z(11)9.99-.
       01 WS-PORCENTAJE-EDITADO    PIC ZZZZ9.99.
       01 WS-ID-EDITADO            PIC 9(08).
       01 WS-CHEQUES-ABIERTO       PIC X VALUE 'N'.
       01 WS-TITULARES-ABIERTO     PIC X VALUE 'N'.
       01 WS-RETENCIONES-ABIERTO   PIC X VALUE 'N'.
       01 WS-ORDENES-ABIERTO       PIC X VALUE 'N'.
       01 WS-MANDATOS-ABIERTO      PIC X VALUE 'N'.
       01 WS-PLAZOS-ABIERTO        PIC X VALUE 'N'.
       01 WS-LIMITES-ABIERTO       PIC X VALUE 'N'.
       01 WS-IMPRESION-ABIERTO     PIC X VALUE 'N'.
      *
       01 WS-CUENTAS-STATUS        PIC X(02).
          88 WS-CUENTAS-OK             VALUE "00".
       01 WS-CLIENTES-STATUS       PIC X(02).
          88 WS-CLIENTES-OK            VALUE "00".
       01 WS-TITULARES-STATUS      PIC X(02).
          88 WS-TITULARES-OK           VALUE "00".
       01 WS-RETENCIONES-STATUS    PIC X(02).
          88 WS-RETENCIONES-OK         VALUE "00".
       01 WS-CHEQUES-STATUS        PIC X(02).
          88 WS-CHEQUES-OK             VALUE "00".
       01 WS-ORDENES-STATUS        PIC X(02).
          88 WS-ORDENES-OK             VALUE "00".
       01 WS-MANDATOS-STATUS       PIC X(02).
          88 WS-MANDATOS-OK            VALUE "00".
       01 WS-PLAZOS-STATUS         PIC X(02).
          88 WS-PLAZOS-OK              VALUE "00".
       01 WS-LIMITES-STATUS        PIC X(02).
          88 WS-LIMITES-OK             VALUE "00".
       01 WS-IMPRESION-STATUS      PIC X(02).
          88 WS-IMPRESION-OK           VALUE "00".
      *
      *--- Control de cierre (ver BANCO-CONTROL-CIERRE) ---
       01 WS-CC-ACCION             PIC X(01).
       01 WS-CC-PASO               PIC 9(02) VALUE 52.
       01 WS-CC-PASO-ANTERIOR      PIC 9(02) VALUE 50.
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
           PERFORM 3000-ACUMULAR-RETENCIONES
           PERFORM 3100-ACUMULAR-CHEQUES
           PERFORM 3200-REVISAR-CUENTAS
           PERFORM 3300-REVISAR-RETENIDOS-SIN-VER
           PERFORM 3400-REVISAR-TITULARES
           PERFORM 3500-REVISAR-ORDENES
           PERFORM 3600-REVISAR-MANDATOS
           PERFORM 3700-REVISAR-PLAZOS
           PERFORM 3800-REVISAR-LIMITES
           PERFORM 4000-EMITIR-RESUMEN
           PERFORM 8900-CERRAR-FICHEROS
           IF WS-NUM-CRITICAS = 0
              PERFORM 1200-ANOTAR-CONTROL-CIERRE
           END-IF
           PERFORM 1400-ANOTAR-TOTALES-PASO
           PERFORM 9000-FINALIZAR
           STOP RUN.
      *
       1000-INICIALIZAR.
           ACCEPT WS-FECHA-ACTUAL FROM DATE YYYYMMDD
           PERFORM VARYING WS-IDX-TIPO FROM 1 BY 1
              UNTIL WS-IDX-TIPO > WS-NUM-TIPOS
              MOVE 0 TO WS-TIP-CUENTA(WS-IDX-TIPO)
           END-PERFORM
           DISPLAY "=========================================="
           DISPLAY "   INTEGRIDAD DE MAESTROS - BANCA"
           DISPLAY "   Fecha: " WS-FECHA-ACTUAL
           DISPLAY "==========================================".
      *
      *    Comprueba en CTLCIERR que el paso pueda ejecutarse hoy
      *    (no repetido y con el paso 50 completado); si no procede,
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
           MOVE "BANCO-INTEGRIDAD" TO WS-TPA-PROGRAMA
           MOVE "BANCIERR" TO WS-TPA-JOB
           MOVE "I" TO WS-TP-ACCION
           CALL "BANCO-TOTALES-PASO" USING WS-TP-ACCION
              WS-TPA-REGISTRO.
      *
      *    Anota en TOTCTL las cifras del paso y su codigo de
      *    retorno, que se conserva tras la llamada.
       1400-ANOTAR-TOTALES-PASO.
           MOVE WS-NUM-LEIDOS TO WS-TPA-LEIDOS
           COMPUTE WS-TPA-RECHAZADOS = WS-NUM-CRITICAS + WS-NUM-AVISOS
           MOVE RETURN-CODE TO WS-TPA-RC
           MOVE "F" TO WS-TP-ACCION
           CALL "BANCO-TOTALES-PASO" USING WS-TP-ACCION
              WS-TPA-REGISTRO
           MOVE WS-TPA-RC TO RETURN-CODE.
      *
      *    CUENTAS y CLIENTES son imprescindibles: sin ellos no hay
      *    nada que cruzar y el paso para con codigo 8. El resto de
      *    maestros puede no existir aun en una instalacion que no
      *    los usa; se avisa y su cruce se omite.
       2000-ABRIR-FICHEROS.
           OPEN INPUT CUENTAS-FILE
           OPEN INPUT CLIENTES-FILE
           IF NOT WS-CUENTAS-OK OR NOT WS-CLIENTES-OK
              DISPLAY "ERROR: No se pueden abrir los ficheros "
                 "maestros CUENTAS y CLIENTES."
              MOVE 8 TO RETURN-CODE
              PERFORM 1400-ANOTAR-TOTALES-PASO
              PERFORM 9000-FINALIZAR
              STOP RUN
           END-IF
           OPEN INPUT TITULARES-FILE
           IF WS-TITULARES-OK
              MOVE 'S' TO WS-TITULARES-ABIERTO
           ELSE
              DISPLAY "AVISO: no se puede abrir TITULARS; no se "
                 "revisan las relaciones de titulares."
           END-IF
           OPEN INPUT RETENCIONES-FILE
           IF WS-RETENCIONES-OK
              MOVE 'S' TO WS-RETENCIONES-ABIERTO
           ELSE
              DISPLAY "AVISO: no se puede abrir RETENCIO; el "
                 "retenido se cuadra solo contra los cheques."
           END-IF
           OPEN INPUT CHEQUES-FILE
           IF WS-CHEQUES-OK
              MOVE 'S' TO WS-CHEQUES-ABIERTO
           ELSE
              DISPLAY "AVISO: no se puede abrir CHEQUES; el "
                 "retenido se cuadra solo contra las retenciones."
           END-IF
           OPEN INPUT ORDENES-FILE
           IF WS-ORDENES-OK
              MOVE 'S' TO WS-ORDENES-ABIERTO
           ELSE
              DISPLAY "AVISO: no se puede abrir ORDENES; no se "
                 "revisan las ordenes permanentes."
           END-IF
           OPEN INPUT MANDATOS-FILE
           IF WS-MANDATOS-OK
              MOVE 'S' TO WS-MANDATOS-ABIERTO
           ELSE
              DISPLAY "AVISO: no se puede abrir MANDATOS; no se "
                 "revisan los mandatos."
           END-IF
           OPEN INPUT PLAZOS-FILE
           IF WS-PLAZOS-OK
              MOVE 'S' TO WS-PLAZOS-ABIERTO
           ELSE
              DISPLAY "AVISO: no se puede abrir PLAZOS; no se "
                 "revisan los depositos."
           END-IF
           OPEN INPUT LIMITES-FILE
           IF WS-LIMITES-OK
              MOVE 'S' TO WS-LIMITES-ABIERTO
           ELSE
              DISPLAY "AVISO: no se puede abrir LIMITES; no se "
                 "revisan los acumulados."
           END-IF
           OPEN OUTPUT IMPRESION-FILE
           IF WS-IMPRESION-OK
              MOVE 'S' TO WS-IMPRESION-ABIERTO
              MOVE SPACES TO WS-LINEA-IMPRESION
              STRING "INTEGRIDAD DE MAESTROS - " WS-FECHA-ACTUAL
                 DELIMITED BY SIZE INTO WS-LINEA-IMPRESION
              PERFORM 7500-ESCRIBIR-LINEA
              MOVE "GRAVEDAD TIPO            CLAVE                DE"
                 TO WS-LINEA-IMPRESION
              MOVE "TALLE" TO WS-LINEA-IMPRESION(48:5)
              PERFORM 7500-ESCRIBIR-LINEA
           ELSE
              DISPLAY "AVISO: no se pudo abrir INTEIMPR; las "
                 "incidencias solo saldran por consola."
           END-IF.
      *
      *    Retenciones activas: la cuenta debe existir y no estar
      *    cerrada (una cuenta no se liquida con retenciones vivas),
      *    y su importe entra en el retenido esperado de la cuenta.
       3000-ACUMULAR-RETENCIONES.
           IF WS-RETENCIONES-ABIERTO = 'S'
              MOVE 'N' TO WS-FIN-FICHERO
              PERFORM UNTIL WS-FIN-FICHERO = 'S'
                 READ RETENCIONES-FILE NEXT RECORD
                    AT END
                       MOVE 'S' TO WS-FIN-FICHERO
                    NOT AT END
                       ADD 1 TO WS-NUM-LEIDOS
                       IF RET-ESTADO = "A"
                          PERFORM 3050-REVISAR-UNA-RETENCION
                       END-IF
                 END-READ
              END-PERFORM
           END-IF.
      *
       3050-REVISAR-UNA-RETENCION.
           MOVE RET-NUM-CUENTA TO WS-CUENTA-BUSCADA
           PERFORM 7100-LEER-CUENTA
           MOVE RET-ID TO WS-ID-EDITADO
           IF WS-CUENTA-EXISTE = 'N'
              MOVE 3 TO WS-INC-TIPO
              MOVE RET-NUM-CUENTA TO WS-INC-CLAVE
              MOVE SPACES TO WS-INC-DETALLE
              STRING "RETENCION " WS-ID-EDITADO
                 DELIMITED BY SIZE INTO WS-INC-DETALLE
              PERFORM 7000-ANOTAR-INCIDENCIA
           ELSE
              IF CTA-ESTADO = "C"
                 MOVE 4 TO WS-INC-TIPO
                 MOVE RET-NUM-CUENTA TO WS-INC-CLAVE
                 MOVE SPACES TO WS-INC-DETALLE
                 STRING "RETENCION " WS-ID-EDITADO
                    DELIMITED BY SIZE INTO WS-INC-DETALLE
                 PERFORM 7000-ANOTAR-INCIDENCIA
              END-IF
           END-IF
           MOVE RET-IMPORTE TO WS-IMPORTE-A-SUMAR
           PERFORM 7200-SUMAR-RETENIDO.
      *
      *    Cheques pendientes de compensacion: su importe esta en el
      *    retenido de la cuenta abonada hasta que se compensan.
       3100-ACUMULAR-CHEQUES.
           IF WS-CHEQUES-ABIERTO = 'S'
              MOVE 'N' TO WS-FIN-FICHERO
              PERFORM UNTIL WS-FIN-FICHERO = 'S'
                 READ CHEQUES-FILE NEXT RECORD
                    AT END
                       MOVE 'S' TO WS-FIN-FICHERO
                    NOT AT END
                       ADD 1 TO WS-NUM-LEIDOS
                       IF CHQ-ESTADO = "P"
                          PERFORM 3150-REVISAR-UN-CHEQUE
                       END-IF
                 END-READ
              END-PERFORM
           END-IF.
      *
       3150-REVISAR-UN-CHEQUE.
           MOVE CHQ-NUM-CUENTA TO WS-CUENTA-BUSCADA
           PERFORM 7100-LEER-CUENTA
           IF WS-CUENTA-EXISTE = 'N'
              MOVE 5 TO WS-INC-TIPO
              MOVE CHQ-NUM-CUENTA TO WS-INC-CLAVE
              MOVE SPACES TO WS-INC-DETALLE
              STRING "CHEQUE " CHQ-ENTIDAD " " CHQ-NUM-CHEQUE
                 DELIMITED BY SIZE INTO WS-INC-DETALLE
              PERFORM 7000-ANOTAR-INCIDENCIA
           END-IF
           MOVE CHQ-IMPORTE TO WS-IMPORTE-A-SUMAR
           PERFORM 7200-SUMAR-RETENIDO.
      *
      *    Recorre CUENTAS completo: el cliente de cada cuenta de
      *    cliente debe existir (y estar activo si la cuenta lo
      *    esta) y el retenido debe ser el esperado. Las cuentas
      *    internas del banco no tienen cliente en CLIENTES.
       3200-REVISAR-CUENTAS.
           MOVE LOW-VALUES TO CTA-NUM-CUENTA
           MOVE 'N' TO WS-FIN-FICHERO
           START CUENTAS-FILE KEY IS NOT LESS THAN CTA-NUM-CUENTA
              INVALID KEY
                 MOVE 'S' TO WS-FIN-FICHERO
           END-START
           PERFORM UNTIL WS-FIN-FICHERO = 'S'
              READ CUENTAS-FILE NEXT RECORD
                 AT END
                    MOVE 'S' TO WS-FIN-FICHERO
                 NOT AT END
                    ADD 1 TO WS-NUM-LEIDOS
                    PERFORM 3250-REVISAR-UNA-CUENTA
              END-READ
           END-PERFORM.
      *
       3250-REVISAR-UNA-CUENTA.
           IF CTA-TIPO NOT = "INTERNA"
              MOVE CTA-ID-CLIENTE TO WS-CLIENTE-BUSCADO
              PERFORM 7150-LEER-CLIENTE
              IF WS-CLIENTE-EXISTE = 'N'
                 MOVE 1 TO WS-INC-TIPO
                 MOVE CTA-NUM-CUENTA TO WS-INC-CLAVE
                 MOVE SPACES TO WS-INC-DETALLE
                 STRING "CLIENTE " CTA-ID-CLIENTE
                    DELIMITED BY SIZE INTO WS-INC-DETALLE
                 PERFORM 7000-ANOTAR-INCIDENCIA
              ELSE
                 IF CTA-ESTADO = "A" AND CLI-ESTADO NOT = "A"
                    MOVE 12 TO WS-INC-TIPO
                    MOVE CTA-NUM-CUENTA TO WS-INC-CLAVE
                    MOVE SPACES TO WS-INC-DETALLE
                    STRING "CLIENTE " CTA-ID-CLIENTE " ESTADO "
                       CLI-ESTADO
                       DELIMITED BY SIZE INTO WS-INC-DETALLE
                    PERFORM 7000-ANOTAR-INCIDENCIA
                 END-IF
              END-IF
           END-IF
           MOVE 0 TO WS-RETENIDO-ESPERADO
           IF CTA-SALDO-RET > 0
              MOVE CTA-NUM-CUENTA TO WS-CUENTA-BUSCADA
              PERFORM 7250-BUSCAR-RETENIDO
              IF WS-RETENIDO-ENCONTRADO = 'S'
                 MOVE 'S' TO WS-RTD-VISTA(WS-IDX-RETENIDO)
                 MOVE WS-RTD-IMPORTE(WS-IDX-RETENIDO)
                    TO WS-RETENIDO-ESPERADO
              END-IF
              IF CTA-SALDO-RET NOT = WS-RETENIDO-ESPERADO
                 PERFORM 3280-ANOTAR-DESCUADRE-RETENIDO
              END-IF
           END-IF.
      *
       3280-ANOTAR-DESCUADRE-RETENIDO.
           MOVE 2 TO WS-INC-TIPO
           MOVE CTA-NUM-CUENTA TO WS-INC-CLAVE
           MOVE CTA-SALDO-RET TO WS-IMPORTE-EDITADO
           MOVE WS-RETENIDO-ESPERADO TO WS-IMPORTE-EDITADO-2
           MOVE SPACES TO WS-INC-DETALLE
           STRING "RET" WS-IMPORTE-EDITADO " ESP"
              WS-IMPORTE-EDITADO-2
              DELIMITED BY SIZE INTO WS-INC-DETALLE
           PERFORM 7000-ANOTAR-INCIDENCIA.
      *
      *    Las cuentas con retenciones o cheques pendientes que el
      *    recorrido de CUENTAS no emparejo tienen el retenido a
      *    cero: descuadre, salvo que la cuenta no exista, que ya
      *    se anoto al acumular.
       3300-REVISAR-RETENIDOS-SIN-VER.
           PERFORM VARYING WS-IDX-RETENIDO FROM 1 BY 1
              UNTIL WS-IDX-RETENIDO > WS-NUM-RETENIDOS
              IF WS-RTD-VISTA(WS-IDX-RETENIDO) = 'N'
                 MOVE WS-RTD-CUENTA(WS-IDX-RETENIDO)
                    TO WS-CUENTA-BUSCADA
                 PERFORM 7100-LEER-CUENTA
                 IF WS-CUENTA-EXISTE = 'S'
                    MOVE WS-RTD-IMPORTE(WS-IDX-RETENIDO)
                       TO WS-RETENIDO-ESPERADO
                    PERFORM 3280-ANOTAR-DESCUADRE-RETENIDO
                 END-IF
              END-IF
           END-PERFORM.
      *
      *    Relaciones de TITULARS, en orden de cuenta: la cuenta y el
      *    cliente deben existir, un participe activo (titular o
      *    cotitular) no deberia apuntar a un cliente no activo y las
      *    participaciones activas de cada cuenta deberian sumar 100,
      *    el mismo aviso que da BANCO-MANTENIMIENTO-TITULAR.
       3400-REVISAR-TITULARES.
           IF WS-TITULARES-ABIERTO = 'S'
              MOVE SPACES TO WS-TIT-CUENTA-ANTERIOR
              MOVE 0 TO WS-TIT-NUM-PARTICIPES
              MOVE 0 TO WS-TIT-SUMA-PORCENTAJES
              MOVE 'N' TO WS-FIN-FICHERO
              PERFORM UNTIL WS-FIN-FICHERO = 'S'
                 READ TITULARES-FILE NEXT RECORD
                    AT END
                       MOVE 'S' TO WS-FIN-FICHERO
                    NOT AT END
                       ADD 1 TO WS-NUM-LEIDOS
                       IF TIT-NUM-CUENTA NOT = WS-TIT-CUENTA-ANTERIOR
                          PERFORM 3480-CERRAR-PARTICIPACIONES
                          MOVE TIT-NUM-CUENTA
                             TO WS-TIT-CUENTA-ANTERIOR
                       END-IF
                       PERFORM 3450-REVISAR-UN-TITULAR
                 END-READ
              END-PERFORM
              PERFORM 3480-CERRAR-PARTICIPACIONES
           END-IF.
      *
       3450-REVISAR-UN-TITULAR.
           MOVE TIT-NUM-CUENTA TO WS-CUENTA-BUSCADA
           PERFORM 7100-LEER-CUENTA
           IF WS-CUENTA-EXISTE = 'N'
              MOVE 6 TO WS-INC-TIPO
              MOVE TIT-NUM-CUENTA TO WS-INC-CLAVE
              MOVE SPACES TO WS-INC-DETALLE
              STRING "CLIENTE " TIT-ID-CLIENTE " ROL " TIT-ROL
                 DELIMITED BY SIZE INTO WS-INC-DETALLE
              PERFORM 7000-ANOTAR-INCIDENCIA
           END-IF
           MOVE TIT-ID-CLIENTE TO WS-CLIENTE-BUSCADO
           PERFORM 7150-LEER-CLIENTE
           IF WS-CLIENTE-EXISTE = 'N'
              MOVE 7 TO WS-INC-TIPO
              MOVE TIT-NUM-CUENTA TO WS-INC-CLAVE
              MOVE SPACES TO WS-INC-DETALLE
              STRING "CLIENTE " TIT-ID-CLIENTE " ROL " TIT-ROL
                 DELIMITED BY SIZE INTO WS-INC-DETALLE
              PERFORM 7000-ANOTAR-INCIDENCIA
           END-IF
           IF TIT-ESTADO = "A"
              AND (TIT-ROL = "T" OR TIT-ROL = "C")
              ADD 1 TO WS-TIT-NUM-PARTICIPES
              ADD TIT-PORCENTAJE TO WS-TIT-SUMA-PORCENTAJES
              IF WS-CLIENTE-EXISTE = 'S' AND CLI-ESTADO NOT = "A"
                 MOVE 13 TO WS-INC-TIPO
                 MOVE TIT-NUM-CUENTA TO WS-INC-CLAVE
                 MOVE TIT-PORCENTAJE TO WS-PORCENTAJE-EDITADO
                 MOVE SPACES TO WS-INC-DETALLE
                 STRING "CLIENTE " TIT-ID-CLIENTE " ESTADO "
                    CLI-ESTADO " " WS-PORCENTAJE-EDITADO "%"
                    DELIMITED BY SIZE INTO WS-INC-DETALLE
                 PERFORM 7000-ANOTAR-INCIDENCIA
              END-IF
           END-IF.
      *
       3480-CERRAR-PARTICIPACIONES.
           IF WS-TIT-NUM-PARTICIPES > 0
              AND WS-TIT-SUMA-PORCENTAJES NOT = 100
              MOVE 14 TO WS-INC-TIPO
              MOVE WS-TIT-CUENTA-ANTERIOR TO WS-INC-CLAVE
              MOVE WS-TIT-SUMA-PORCENTAJES TO WS-PORCENTAJE-EDITADO
              MOVE SPACES TO WS-INC-DETALLE
              STRING "SUMAN " WS-PORCENTAJE-EDITADO "% ENTRE "
                 WS-TIT-NUM-PARTICIPES " PARTICIPES"
                 DELIMITED BY SIZE INTO WS-INC-DETALLE
              PERFORM 7000-ANOTAR-INCIDENCIA
           END-IF
           MOVE 0 TO WS-TIT-NUM-PARTICIPES
           MOVE 0 TO WS-TIT-SUMA-PORCENTAJES.
      *
      *    Ordenes permanentes activas: la cuenta de origen debe
      *    existir y no estar cerrada; un destino del propio banco
      *    cerrado hara fallar cada ejecucion (un destino que no
      *    esta en CUENTAS es de otra entidad y no se revisa).
       3500-REVISAR-ORDENES.
           IF WS-ORDENES-ABIERTO = 'S'
              MOVE 'N' TO WS-FIN-FICHERO
              PERFORM UNTIL WS-FIN-FICHERO = 'S'
                 READ ORDENES-FILE NEXT RECORD
                    AT END
                       MOVE 'S' TO WS-FIN-FICHERO
                    NOT AT END
                       ADD 1 TO WS-NUM-LEIDOS
                       IF ORD-ESTADO = "A"
                          PERFORM 3550-REVISAR-UNA-ORDEN
                       END-IF
                 END-READ
              END-PERFORM
           END-IF.
      *
       3550-REVISAR-UNA-ORDEN.
           MOVE ORD-ID TO WS-ID-EDITADO
           MOVE ORD-CUENTA-ORIGEN TO WS-CUENTA-BUSCADA
           PERFORM 7100-LEER-CUENTA
           IF WS-CUENTA-EXISTE = 'N'
              MOVE 8 TO WS-INC-TIPO
           ELSE
              IF CTA-ESTADO = "C"
                 MOVE 15 TO WS-INC-TIPO
              ELSE
                 MOVE 0 TO WS-INC-TIPO
              END-IF
           END-IF
           IF WS-INC-TIPO > 0
              MOVE ORD-CUENTA-ORIGEN TO WS-INC-CLAVE
              MOVE SPACES TO WS-INC-DETALLE
              STRING "ORDEN " WS-ID-EDITADO
                 DELIMITED BY SIZE INTO WS-INC-DETALLE
              PERFORM 7000-ANOTAR-INCIDENCIA
           END-IF
           MOVE ORD-CUENTA-DESTINO TO WS-CUENTA-BUSCADA
           PERFORM 7100-LEER-CUENTA
           IF WS-CUENTA-EXISTE = 'S' AND CTA-ESTADO = "C"
              MOVE 16 TO WS-INC-TIPO
              MOVE ORD-CUENTA-DESTINO TO WS-INC-CLAVE
              MOVE SPACES TO WS-INC-DETALLE
              STRING "ORDEN " WS-ID-EDITADO " DESDE "
                 ORD-CUENTA-ORIGEN
                 DELIMITED BY SIZE INTO WS-INC-DETALLE
              PERFORM 7000-ANOTAR-INCIDENCIA
           END-IF.
      *
      *    Mandatos vivos (activos o suspendidos): la cuenta debe
      *    existir y no estar cerrada.
       3600-REVISAR-MANDATOS.
           IF WS-MANDATOS-ABIERTO = 'S'
              MOVE 'N' TO WS-FIN-FICHERO
              PERFORM UNTIL WS-FIN-FICHERO = 'S'
                 READ MANDATOS-FILE NEXT RECORD
                    AT END
                       MOVE 'S' TO WS-FIN-FICHERO
                    NOT AT END
                       ADD 1 TO WS-NUM-LEIDOS
                       IF MAN-ESTADO = "A" OR MAN-ESTADO = "S"
                          PERFORM 3650-REVISAR-UN-MANDATO
                       END-IF
                 END-READ
              END-PERFORM
           END-IF.
      *
       3650-REVISAR-UN-MANDATO.
           MOVE MAN-NUM-CUENTA TO WS-CUENTA-BUSCADA
           PERFORM 7100-LEER-CUENTA
           IF WS-CUENTA-EXISTE = 'N'
              MOVE 9 TO WS-INC-TIPO
           ELSE
              IF CTA-ESTADO = "C"
                 MOVE 17 TO WS-INC-TIPO
              ELSE
                 MOVE 0 TO WS-INC-TIPO
              END-IF
           END-IF
           IF WS-INC-TIPO > 0
              MOVE MAN-NUM-CUENTA TO WS-INC-CLAVE
              MOVE SPACES TO WS-INC-DETALLE
              STRING "PRESENTADOR " MAN-PRESENTADOR " ESTADO "
                 MAN-ESTADO
                 DELIMITED BY SIZE INTO WS-INC-DETALLE
              PERFORM 7000-ANOTAR-INCIDENCIA
           END-IF.
      *
      *    Depositos vigentes: la cuenta asociada, a la que vuelve el
      *    principal al vencimiento, debe existir y no estar cerrada,
      *    y el cliente del deposito debe existir.
       3700-REVISAR-PLAZOS.
           IF WS-PLAZOS-ABIERTO = 'S'
              MOVE 'N' TO WS-FIN-FICHERO
              PERFORM UNTIL WS-FIN-FICHERO = 'S'
                 READ PLAZOS-FILE NEXT RECORD
                    AT END
                       MOVE 'S' TO WS-FIN-FICHERO
                    NOT AT END
                       ADD 1 TO WS-NUM-LEIDOS
                       IF PLZ-ESTADO = "V"
                          PERFORM 3750-REVISAR-UN-PLAZO
                       END-IF
                 END-READ
              END-PERFORM
           END-IF.
      *
       3750-REVISAR-UN-PLAZO.
           MOVE PLZ-ID TO WS-ID-EDITADO
           MOVE PLZ-CUENTA-ASOCIADA TO WS-CUENTA-BUSCADA
           PERFORM 7100-LEER-CUENTA
           IF WS-CUENTA-EXISTE = 'N'
              MOVE 10 TO WS-INC-TIPO
           ELSE
              IF CTA-ESTADO = "C"
                 MOVE 18 TO WS-INC-TIPO
              ELSE
                 MOVE 0 TO WS-INC-TIPO
              END-IF
           END-IF
           IF WS-INC-TIPO > 0
              MOVE PLZ-CUENTA-ASOCIADA TO WS-INC-CLAVE
              MOVE SPACES TO WS-INC-DETALLE
              STRING "PLAZO " WS-ID-EDITADO
                 DELIMITED BY SIZE INTO WS-INC-DETALLE
              PERFORM 7000-ANOTAR-INCIDENCIA
           END-IF
           MOVE PLZ-ID-CLIENTE TO WS-CLIENTE-BUSCADO
           PERFORM 7150-LEER-CLIENTE
           IF WS-CLIENTE-EXISTE = 'N'
              MOVE 11 TO WS-INC-TIPO
              MOVE PLZ-CUENTA-ASOCIADA TO WS-INC-CLAVE
              MOVE SPACES TO WS-INC-DETALLE
              STRING "PLAZO " WS-ID-EDITADO " CLIENTE "
                 PLZ-ID-CLIENTE
                 DELIMITED BY SIZE INTO WS-INC-DETALLE
              PERFORM 7000-ANOTAR-INCIDENCIA
           END-IF.
      *
      *    Acumulados de LIMITES de cuentas que ya no existen: no
      *    estorban, pero delatan una baja a medias.
       3800-REVISAR-LIMITES.
           IF WS-LIMITES-ABIERTO = 'S'
              MOVE 'N' TO WS-FIN-FICHERO
              PERFORM UNTIL WS-FIN-FICHERO = 'S'
                 READ LIMITES-FILE NEXT RECORD
                    AT END
                       MOVE 'S' TO WS-FIN-FICHERO
                    NOT AT END
                       ADD 1 TO WS-NUM-LEIDOS
                       MOVE LIM-NUM-CUENTA TO WS-CUENTA-BUSCADA
                       PERFORM 7100-LEER-CUENTA
                       IF WS-CUENTA-EXISTE = 'N'
                          MOVE 19 TO WS-INC-TIPO
                          MOVE LIM-NUM-CUENTA TO WS-INC-CLAVE
                          MOVE SPACES TO WS-INC-DETALLE
                          STRING "ULTIMO MOVIMIENTO " LIM-FECHA-ULT-MOV
                             DELIMITED BY SIZE INTO WS-INC-DETALLE
                          PERFORM 7000-ANOTAR-INCIDENCIA
                       END-IF
                 END-READ
              END-PERFORM
           END-IF.
      *
      *    Resumen por tipo, los criticos primero, y codigo de
      *    retorno: 8 con alguna incidencia critica (o con la tabla
      *    de retenidos desbordada, porque el cuadre del retenido
      *    queda incompleto), 4 con solo avisos.
       4000-EMITIR-RESUMEN.
           IF WS-RETENIDOS-DESBORDADOS = 'S'
              DISPLAY " "
              DISPLAY "ERROR: mas de " WS-MAX-RETENIDOS " cuentas con "
                 "retenido; el cuadre del retenido queda incompleto."
              MOVE SPACES TO WS-LINEA-IMPRESION
              STRING "CRITICA TABLA DE RETENIDOS DESBORDADA: CUADRE "
                 "INCOMPLETO"
                 DELIMITED BY SIZE INTO WS-LINEA-IMPRESION
              PERFORM 7500-ESCRIBIR-LINEA
              ADD 1 TO WS-NUM-CRITICAS
           END-IF
           DISPLAY " "
           DISPLAY "=========================================="
           DISPLAY "   RESUMEN DE INTEGRIDAD"
           DISPLAY "=========================================="
           MOVE SPACES TO WS-LINEA-IMPRESION
           PERFORM 7500-ESCRIBIR-LINEA
           MOVE "RESUMEN POR TIPO" TO WS-LINEA-IMPRESION
           PERFORM 7500-ESCRIBIR-LINEA
           PERFORM VARYING WS-IDX-TIPO FROM 1 BY 1
              UNTIL WS-IDX-TIPO > WS-NUM-TIPOS
              IF WS-TIP-GRAVEDAD(WS-IDX-TIPO) = "C"
                 MOVE "CRITICA" TO WS-INC-GRAVEDAD
              ELSE
                 MOVE "AVISO" TO WS-INC-GRAVEDAD
              END-IF
              DISPLAY WS-INC-GRAVEDAD " "
                 WS-TIP-CODIGO(WS-IDX-TIPO) " "
                 WS-TIP-DESCRIPCION(WS-IDX-TIPO) " "
                 WS-TIP-CUENTA(WS-IDX-TIPO)
              MOVE SPACES TO WS-LINEA-IMPRESION
              STRING WS-INC-GRAVEDAD " "
                 WS-TIP-CODIGO(WS-IDX-TIPO) " "
                 WS-TIP-DESCRIPCION(WS-IDX-TIPO) " "
                 WS-TIP-CUENTA(WS-IDX-TIPO)
                 DELIMITED BY SIZE INTO WS-LINEA-IMPRESION
              PERFORM 7500-ESCRIBIR-LINEA
           END-PERFORM
           DISPLAY "------------------------------------------"
           DISPLAY "Registros revisados:   " WS-NUM-LEIDOS
           DISPLAY "Incidencias criticas:  " WS-NUM-CRITICAS
           DISPLAY "Avisos:                " WS-NUM-AVISOS
           MOVE SPACES TO WS-LINEA-IMPRESION
           STRING "CRITICAS " WS-NUM-CRITICAS "  AVISOS "
              WS-NUM-AVISOS "  REGISTROS REVISADOS " WS-NUM-LEIDOS
              DELIMITED BY SIZE INTO WS-LINEA-IMPRESION
           PERFORM 7500-ESCRIBIR-LINEA
           IF WS-NUM-CRITICAS > 0
              DISPLAY "ATENCION: incidencias criticas; el cierre se "
                 "detiene hasta corregirlas."
              MOVE 8 TO RETURN-CODE
           ELSE
              IF WS-NUM-AVISOS > 0
                 MOVE 4 TO RETURN-CODE
              END-IF
           END-IF
           DISPLAY "==========================================".
      *
      *    Lista la incidencia WS-INC-TIPO sobre WS-INC-CLAVE con su
      *    detalle y la cuenta en su tipo y gravedad.
       7000-ANOTAR-INCIDENCIA.
           ADD 1 TO WS-TIP-CUENTA(WS-INC-TIPO)
           IF WS-TIP-GRAVEDAD(WS-INC-TIPO) = "C"
              ADD 1 TO WS-NUM-CRITICAS
              MOVE "CRITICA" TO WS-INC-GRAVEDAD
           ELSE
              ADD 1 TO WS-NUM-AVISOS
              MOVE "AVISO" TO WS-INC-GRAVEDAD
           END-IF
           DISPLAY WS-INC-GRAVEDAD " " WS-TIP-CODIGO(WS-INC-TIPO)
              " " WS-INC-CLAVE " " WS-INC-DETALLE
           MOVE SPACES TO WS-LINEA-IMPRESION
           STRING WS-INC-GRAVEDAD " " WS-TIP-CODIGO(WS-INC-TIPO)
              " " WS-INC-CLAVE " " WS-INC-DETALLE
              DELIMITED BY SIZE INTO WS-LINEA-IMPRESION
           PERFORM 7500-ESCRIBIR-LINEA.
      *
      *    Lee la cuenta WS-CUENTA-BUSCADA sin bloqueo; el recorrido
      *    secuencial de CUENTAS no la usa, para no perder su
      *    posicion.
       7100-LEER-CUENTA.
           MOVE WS-CUENTA-BUSCADA TO CTA-NUM-CUENTA
           READ CUENTAS-FILE
              INVALID KEY
                 MOVE 'N' TO WS-CUENTA-EXISTE
              NOT INVALID KEY
                 MOVE 'S' TO WS-CUENTA-EXISTE
           END-READ.
      *
       7150-LEER-CLIENTE.
           MOVE WS-CLIENTE-BUSCADO TO CLI-ID-CLIENTE
           READ CLIENTES-FILE
              INVALID KEY
                 MOVE 'N' TO WS-CLIENTE-EXISTE
              NOT INVALID KEY
                 MOVE 'S' TO WS-CLIENTE-EXISTE
           END-READ.
      *
      *    Suma WS-IMPORTE-A-SUMAR al retenido esperado de la cuenta
      *    WS-CUENTA-BUSCADA, dandola de alta en la tabla si no esta.
       7200-SUMAR-RETENIDO.
           PERFORM 7250-BUSCAR-RETENIDO
           IF WS-RETENIDO-ENCONTRADO = 'S'
              ADD WS-IMPORTE-A-SUMAR
                 TO WS-RTD-IMPORTE(WS-IDX-RETENIDO)
           ELSE
              IF WS-NUM-RETENIDOS < WS-MAX-RETENIDOS
                 ADD 1 TO WS-NUM-RETENIDOS
                 MOVE WS-CUENTA-BUSCADA
                    TO WS-RTD-CUENTA(WS-NUM-RETENIDOS)
                 MOVE WS-IMPORTE-A-SUMAR
                    TO WS-RTD-IMPORTE(WS-NUM-RETENIDOS)
                 MOVE 'N' TO WS-RTD-VISTA(WS-NUM-RETENIDOS)
              ELSE
                 MOVE 'S' TO WS-RETENIDOS-DESBORDADOS
              END-IF
           END-IF.
      *
       7250-BUSCAR-RETENIDO.
           MOVE 'N' TO WS-RETENIDO-ENCONTRADO
           PERFORM VARYING WS-IDX-RETENIDO FROM 1 BY 1
              UNTIL WS-IDX-RETENIDO > WS-NUM-RETENIDOS
              OR WS-RETENIDO-ENCONTRADO = 'S'
              IF WS-RTD-CUENTA(WS-IDX-RETENIDO) = WS-CUENTA-BUSCADA
                 MOVE 'S' TO WS-RETENIDO-ENCONTRADO
              END-IF
           END-PERFORM
           IF WS-RETENIDO-ENCONTRADO = 'S'
              SUBTRACT 1 FROM WS-IDX-RETENIDO
           END-IF.
      *
       7500-ESCRIBIR-LINEA.
           IF WS-IMPRESION-ABIERTO = 'S'
              WRITE WS-LINEA-IMPRESION
           END-IF.
      *
       8900-CERRAR-FICHEROS.
           CLOSE CUENTAS-FILE
           CLOSE CLIENTES-FILE
           IF WS-TITULARES-ABIERTO = 'S'
              CLOSE TITULARES-FILE
           END-IF
           IF WS-RETENCIONES-ABIERTO = 'S'
              CLOSE RETENCIONES-FILE
           END-IF
           IF WS-CHEQUES-ABIERTO = 'S'
              CLOSE CHEQUES-FILE
           END-IF
           IF WS-ORDENES-ABIERTO = 'S'
              CLOSE ORDENES-FILE
           END-IF
           IF WS-MANDATOS-ABIERTO = 'S'
              CLOSE MANDATOS-FILE
           END-IF
           IF WS-PLAZOS-ABIERTO = 'S'
              CLOSE PLAZOS-FILE
           END-IF
           IF WS-LIMITES-ABIERTO = 'S'
              CLOSE LIMITES-FILE
           END-IF
           IF WS-IMPRESION-ABIERTO = 'S'
              CLOSE IMPRESION-FILE
           END-IF.
      *
       9000-FINALIZAR.
           DISPLAY " "
           DISPLAY "Integridad de maestros finalizada.".
