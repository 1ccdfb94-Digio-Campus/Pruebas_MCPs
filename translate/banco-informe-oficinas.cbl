      *================================================================*
      * PROGRAMA: BANCO-INFORME-OFICINAS
      * DESCRIPCION: Paso del job de fin de mes que emite, para el
      *              mes pedido por SYSIN (en blanco, el anterior), la
      *              actividad de cada oficina del maestro OFICINAS:
      *                - cuentas abiertas en el mes (CTA-FECHA-
      *                  APERTURA) y cuentas cerradas en el mes
      *                  (lineas CERRADA del log de auditoria, del
      *                  volcado AUDHIST que deja el paso de archivo
      *                  mas lo que haya en AUDITLOG, de cuentas hoy
      *                  en estado C);
      *                - numero de cuentas vivas y saldo total
      *                  (disponible mas retenido) por tipo de cuenta
      *                  y moneda;
      *                - ingreso por comisiones: los cargos del mes
      *                  cuyo codigo de operacion es de comision en el
      *                  catalogo CODOPER, mas las comisiones de
      *                  transferencia (GLCO) y las penalizaciones de
      *                  plazo (GLPE) de INT-COMISIONES atribuidas a
      *                  la cuenta que las pago, menos los extornos de
      *                  comision (GLCT) cuyo cargo original se
      *                  encuentra en el mes;
      *                - efectivo: cajas del mes de la oficina,
      *                  operaciones, ingresos y retiradas (CAJA).
      *              Las cuentas internas (INTERNA) no pertenecen a
      *              ninguna oficina y no se cuentan. Las cuentas y
      *              cajas sin oficina y las de un codigo que no
      *              figura en OFICINAS salen en bloques propios. El
      *              informe va a OFIIMPR y a OFICSV (una fila por
      *              oficina y una por tipo de cuenta). RC=4 si queda
      *              importe de comisiones sin atribuir, hay codigos
      *              de oficina desconocidos o se desborda una tabla.
      * AUTOR: Proyecto MCPs
      * FECHA: 2026-10-15
      *================================================================*
      *
      *-------- BLOQUE 1: IDENTIFICATION DIVISION -------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANCO-INFORME-OFICINAS.
       AUTHOR. PROYECTO-MCPS.
      *
      *-------- BLOQUE 2: ENVIRONMENT DIVISION ----------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OFICINAS-FILE ASSIGN TO "OFICINAS"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS OFI-CODIGO
              FILE STATUS IS WS-OFICINAS-STATUS.
      *
           SELECT CUENTAS-FILE ASSIGN TO "CUENTAS"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS CTA-NUM-CUENTA
              ALTERNATE RECORD KEY IS CTA-ID-CLIENTE WITH DUPLICATES
              FILE STATUS IS WS-CUENTAS-STATUS.
      *
           SELECT MOVIMIEN-FILE ASSIGN TO "MOVIMIEN"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS MOV-CLAVE
              FILE STATUS IS WS-MOVIMIEN-STATUS.
      *
           SELECT MOVHIST-FILE ASSIGN TO "MOVHIST"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS MVH-CLAVE
              FILE STATUS IS WS-MOVHIST-STATUS.
      *
           SELECT PLAZOS-FILE ASSIGN TO "PLAZOS"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PLZ-ID
              FILE STATUS IS WS-PLAZOS-STATUS.
      *
           SELECT CAJA-FILE ASSIGN TO "CAJA"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS CAJ-CLAVE
              FILE STATUS IS WS-CAJA-STATUS.
      *
           SELECT AUDHIST-FILE ASSIGN TO "AUDHIST"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-AUDHIST-STATUS.
      *
           SELECT AUDITLOG-FILE ASSIGN TO "AUDITLOG"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-AUDITLOG-STATUS.
      *
           SELECT IMPRESION-FILE ASSIGN TO "OFIIMPR"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-IMPRESION-STATUS.
      *
           SELECT CSV-FILE ASSIGN TO "OFICSV"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-CSV-STATUS.
      *
      *-------- BLOQUE 3: DATA DIVISION -----------------------------*
       DATA DIVISION.
       FILE SECTION.
       FD  OFICINAS-FILE.
           COPY "oficina.cpy".
      *
       FD  CUENTAS-FILE.
           COPY "cuentas.cpy".
      *
       FD  MOVIMIEN-FILE.
           COPY "movimto.cpy".
      *
       FD  MOVHIST-FILE.
           COPY "movimto.cpy"
              REPLACING LEADING ==MOV-== BY ==MVH-==.
      *
       FD  PLAZOS-FILE.
           COPY "plazos.cpy".
      *
       FD  CAJA-FILE.
           COPY "caja.cpy".
      *
       FD  AUDHIST-FILE.
           COPY "auditor.cpy"
              REPLACING LEADING ==AUD-== BY ==AUH-==.
      *
       FD  AUDITLOG-FILE.
           COPY "auditor.cpy".
      *
       FD  IMPRESION-FILE.
       01 WS-LINEA-IMPRESION       PIC X(80).
      *
       FD  CSV-FILE.
       01 WS-LINEA-CSV             PIC X(200).
      *
       WORKING-STORAGE SECTION.
      *
      *--- Mes del informe (por SYSIN; en blanco, el anterior) ---
       01 WS-MES-ENTRADA           PIC X(06).
       01 WS-MES-INFORME.
          05 WS-MES-INF-ANO        PIC 9(04).
          05 WS-MES-INF-MES        PIC 9(02).
       01 WS-FECHA-DESDE           PIC X(10).
      *
      *--- Tabla de oficinas: las del maestro y, a demanda, la de
      *--- cuentas sin oficina y las de codigos desconocidos ---
       01 WS-MAX-OFICINAS          PIC 9(03) VALUE 100.
       01 WS-NUM-OFICINAS          PIC 9(03) VALUE 0.
       01 WS-IDX-OFICINA           PIC 9(03) VALUE 0.
       01 WS-TABLA-OFICINAS.
          05 WS-OFC-ENTRY OCCURS 100 TIMES.
             10 WS-OFC-CODIGO         PIC X(04).
             10 WS-OFC-NOMBRE         PIC X(40).
             10 WS-OFC-ESTADO         PIC X(01).
             10 WS-OFC-EN-MAESTRO     PIC X(01).
             10 WS-OFC-NUM-CUENTAS    PIC 9(07).
             10 WS-OFC-NUM-ALTAS      PIC 9(05).
             10 WS-OFC-NUM-BAJAS      PIC 9(05).
             10 WS-OFC-NUM-COMISIONES PIC 9(07).
             10 WS-OFC-IMP-COMISIONES PIC S9(12)V99.
             10 WS-OFC-NUM-CAJAS      PIC 9(05).
             10 WS-OFC-NUM-OPER-CAJA  PIC 9(07).
             10 WS-OFC-IMP-INGRESOS   PIC 9(12)V99.
             10 WS-OFC-IMP-RETIRADAS  PIC 9(12)V99.
       01 WS-OFICINA-BUSCADA       PIC X(04).
       01 WS-OFICINA-VISTA         PIC X VALUE 'N'.
      *
      *--- Saldos por oficina, tipo de cuenta y moneda ---
       01 WS-MAX-SALDOS            PIC 9(04) VALUE 1000.
       01 WS-NUM-SALDOS            PIC 9(04) VALUE 0.
       01 WS-IDX-SALDO             PIC 9(04) VALUE 0.
       01 WS-TABLA-SALDOS.
          05 WS-SAL-ENTRY OCCURS 1000 TIMES.
             10 WS-SAL-OFICINA        PIC X(04).
             10 WS-SAL-TIPO           PIC X(15).
             10 WS-SAL-MONEDA         PIC X(03).
             10 WS-SAL-NUM-CUENTAS    PIC 9(07).
             10 WS-SAL-IMPORTE        PIC S9(13)V99.
       01 WS-SALDO-VISTO           PIC X VALUE 'N'.
       01 WS-SALDOS-DESBORDADOS    PIC 9(05) VALUE 0.
      *
      *--- Extornos de comision de transferencia (GLCT) del mes,
      *--- por fecha y secuencia del cargo original extornado ---
       01 WS-MAX-EXTORNOS          PIC 9(03) VALUE 500.
       01 WS-NUM-EXTORNOS          PIC 9(03) VALUE 0.
       01 WS-IDX-EXTORNO           PIC 9(03) VALUE 0.
       01 WS-TABLA-EXTORNOS.
          05 WS-EXT-ENTRY OCCURS 500 TIMES.
             10 WS-EXT-FECHA          PIC X(10).
             10 WS-EXT-SECUENCIA      PIC X(06).
             10 WS-EXT-IMPORTE        PIC 9(10)V99.
             10 WS-EXT-ASIGNADO       PIC X(01).
       01 WS-SECUENCIA-TEXTO       PIC X(06).
      *
      *--- Comisiones de INT-COMISIONES ---
       01 WS-CTA-GL-COMISIONES     PIC X(20) VALUE "INT-COMISIONES".
       01 WS-CUENTA-BUSCADA        PIC X(20).
       01 WS-ID-PLAZO-GL           PIC X(08).
       01 WS-ID-PLAZO-GL-9 REDEFINES WS-ID-PLAZO-GL PIC 9(08).
       01 WS-NUM-SIN-ATRIBUIR      PIC 9(05) VALUE 0.
       01 WS-IMP-SIN-ATRIBUIR      PIC S9(12)V99 VALUE 0.
      *
      *--- Consulta al catalogo (ver BANCO-CODIGO-OPERACION) ---
       01 WS-OP-CODIGO             PIC X(04).
       01 WS-OP-ENCONTRADO         PIC X(01).
       01 WS-OP-DESCRIPCION        PIC X(30).
       01 WS-OP-EFECTIVO           PIC X(01).
       01 WS-OP-CLIENTE            PIC X(01).
       01 WS-OP-COMISION           PIC X(01).
       01 WS-OP-GRUPO              PIC X(10).
      *
      *--- Totales de control ---
       01 WS-NUM-CUENTAS-LEIDAS    PIC 9(07) VALUE 0.
       01 WS-NUM-MOVS-LEIDOS       PIC 9(09) VALUE 0.
       01 WS-NUM-DESCONOCIDAS      PIC 9(05) VALUE 0.
       01 WS-TOT-ALTAS             PIC 9(07) VALUE 0.
       01 WS-TOT-BAJAS             PIC 9(07) VALUE 0.
       01 WS-TOT-COMISIONES        PIC S9(13)V99 VALUE 0.
       01 WS-TOT-INGRESOS          PIC 9(13)V99 VALUE 0.
       01 WS-TOT-RETIRADAS         PIC 9(13)V99 VALUE 0.
      *
      *--- Variables de proceso ---
       01 WS-FECHA-ACTUAL          PIC X(10).
       01 WS-FIN-OFICINAS          PIC X VALUE 'N'.
       01 WS-FIN-CUENTAS           PIC X VALUE 'N'.
       01 WS-FIN-MOVS              PIC X VALUE 'N'.
       01 WS-FIN-CAJA              PIC X VALUE 'N'.
       01 WS-FIN-AUDITORIA         PIC X VALUE 'N'.
       01 WS-CUENTA-ACTUAL         PIC X(20).
       01 WS-IDX-OFICINA-CUENTA    PIC 9(03) VALUE 0.
       01 WS-IMPORTE-EDITADO       PIC Z(11)9.99-.
       01 WS-NUM-EDITADO           PIC Z(6)9.
       01 WS-NUM-EDITADO-2         PIC Z(6)9.
      *
       01 WS-OFICINAS-STATUS       PIC X(02).
          88 WS-OFICINAS-OK            VALUE "00".
       01 WS-CUENTAS-STATUS        PIC X(02).
          88 WS-CUENTAS-OK             VALUE "00".
       01 WS-MOVIMIEN-STATUS       PIC X(02).
          88 WS-MOVIMIEN-OK            VALUE "00".
       01 WS-MOVHIST-STATUS        PIC X(02).
          88 WS-MOVHIST-OK             VALUE "00".
       01 WS-PLAZOS-STATUS         PIC X(02).
          88 WS-PLAZOS-OK              VALUE "00".
       01 WS-CAJA-STATUS           PIC X(02).
          88 WS-CAJA-OK                VALUE "00".
       01 WS-AUDHIST-STATUS        PIC X(02).
          88 WS-AUDHIST-OK             VALUE "00".
       01 WS-AUDITLOG-STATUS       PIC X(02).
          88 WS-AUDITLOG-OK            VALUE "00".
       01 WS-IMPRESION-STATUS      PIC X(02).
          88 WS-IMPRESION-OK           VALUE "00".
       01 WS-CSV-STATUS            PIC X(02).
          88 WS-CSV-OK                 VALUE "00".
       01 WS-OFICINAS-ABIERTO      PIC X VALUE 'N'.
       01 WS-MOVHIST-DISPONIBLE    PIC X VALUE 'N'.
       01 WS-PLAZOS-ABIERTO        PIC X VALUE 'N'.
       01 WS-CAJA-ABIERTA          PIC X VALUE 'N'.
       01 WS-IMPRESION-ABIERTO     PIC X VALUE 'N'.
       01 WS-CSV-ABIERTO           PIC X VALUE 'N'.
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
           PERFORM 2500-CARGAR-OFICINAS
           PERFORM 2600-CARGAR-COMISIONES-GL
           PERFORM 3000-RECORRER-CUENTAS
           PERFORM 4000-ACUMULAR-BAJAS
           PERFORM 4500-ACUMULAR-CAJAS
           PERFORM 5000-EMITIR-INFORME
           PERFORM 8900-CERRAR-FICHEROS
           PERFORM 1400-ANOTAR-TOTALES-PASO
           PERFORM 9000-FINALIZAR
           STOP RUN.
      *
       1000-INICIALIZAR.
           ACCEPT WS-FECHA-ACTUAL FROM DATE YYYYMMDD
           DISPLAY "=========================================="
           DISPLAY "   ACTIVIDAD MENSUAL POR OFICINA"
           DISPLAY "   Fecha: " WS-FECHA-ACTUAL
           DISPLAY "=========================================="
           DISPLAY " "
           DISPLAY "Mes a informar (AAAAMM, en blanco = mes "
              "anterior): "
           ACCEPT WS-MES-ENTRADA
           IF WS-MES-ENTRADA NOT = SPACES
              AND WS-MES-ENTRADA IS NUMERIC
              MOVE WS-MES-ENTRADA TO WS-MES-INFORME
           ELSE
              MOVE WS-FECHA-ACTUAL(1:4) TO WS-MES-INF-ANO
              MOVE WS-FECHA-ACTUAL(5:2) TO WS-MES-INF-MES
              IF WS-MES-INF-MES = 1
                 SUBTRACT 1 FROM WS-MES-INF-ANO
                 MOVE 12 TO WS-MES-INF-MES
              ELSE
                 SUBTRACT 1 FROM WS-MES-INF-MES
              END-IF
           END-IF
           MOVE SPACES TO WS-FECHA-DESDE
           STRING WS-MES-INFORME "01"
              DELIMITED BY SIZE INTO WS-FECHA-DESDE
           DISPLAY "Se informa el mes " WS-MES-INFORME.
      *
      *    Anota en TOTCTL el inicio del paso para la hoja de
      *    control del job (BANCO-VALIDA-TOTALES).
       1300-INICIAR-TOTALES-PASO.
           MOVE SPACES TO WS-TPA-REGISTRO
           MOVE "BANCO-INFORME-OFIC" TO WS-TPA-PROGRAMA
           MOVE "BANCOMES" TO WS-TPA-JOB
           MOVE "I" TO WS-TP-ACCION
           CALL "BANCO-TOTALES-PASO" USING WS-TP-ACCION
              WS-TPA-REGISTRO.
      *
      *    Anota en TOTCTL las cifras del paso y su codigo de
      *    retorno, que se conserva tras la llamada.
       1400-ANOTAR-TOTALES-PASO.
           MOVE WS-NUM-CUENTAS-LEIDAS TO WS-TPA-LEIDOS
           MOVE WS-TOT-COMISIONES TO WS-TPA-IMPORTE-LEIDO
           MOVE RETURN-CODE TO WS-TPA-RC
           MOVE "F" TO WS-TP-ACCION
           CALL "BANCO-TOTALES-PASO" USING WS-TP-ACCION
              WS-TPA-REGISTRO
           MOVE WS-TPA-RC TO RETURN-CODE.
      *
       2000-ABRIR-FICHEROS.
           OPEN INPUT CUENTAS-FILE
           OPEN INPUT MOVIMIEN-FILE
           IF NOT WS-CUENTAS-OK OR NOT WS-MOVIMIEN-OK
              DISPLAY "ERROR: No se pueden abrir CUENTAS o MOVIMIEN."
              MOVE 8 TO RETURN-CODE
              PERFORM 1400-ANOTAR-TOTALES-PASO
              PERFORM 9000-FINALIZAR
              STOP RUN
           END-IF
           OPEN INPUT OFICINAS-FILE
           IF WS-OFICINAS-OK
              MOVE 'S' TO WS-OFICINAS-ABIERTO
           ELSE
              DISPLAY "AVISO: no se puede abrir OFICINAS; las "
                 "oficinas saldran solo por codigo."
           END-IF
           OPEN INPUT MOVHIST-FILE
           IF WS-MOVHIST-OK
              MOVE 'S' TO WS-MOVHIST-DISPONIBLE
           END-IF
           OPEN INPUT PLAZOS-FILE
           IF WS-PLAZOS-OK
              MOVE 'S' TO WS-PLAZOS-ABIERTO
           END-IF
           OPEN INPUT CAJA-FILE
           IF WS-CAJA-OK
              MOVE 'S' TO WS-CAJA-ABIERTA
           ELSE
              DISPLAY "AVISO: no se puede abrir CAJA; el informe "
                 "saldra sin cifras de efectivo."
           END-IF
           OPEN OUTPUT IMPRESION-FILE
           IF WS-IMPRESION-OK
              MOVE 'S' TO WS-IMPRESION-ABIERTO
           END-IF
           OPEN OUTPUT CSV-FILE
           IF WS-CSV-OK
              MOVE 'S' TO WS-CSV-ABIERTO
           END-IF
           IF WS-IMPRESION-ABIERTO = 'N' OR WS-CSV-ABIERTO = 'N'
              DISPLAY "AVISO: no se pudieron abrir OFIIMPR/OFICSV; "
                 "el informe solo saldra por consola."
           END-IF.
      *
      *    Carga el maestro de oficinas en el orden de su codigo,
      *    que es el orden del informe.
       2500-CARGAR-OFICINAS.
           IF WS-OFICINAS-ABIERTO = 'S'
              MOVE LOW-VALUES TO OFI-CODIGO
              MOVE 'N' TO WS-FIN-OFICINAS
              START OFICINAS-FILE KEY IS NOT LESS THAN OFI-CODIGO
                 INVALID KEY
                    MOVE 'S' TO WS-FIN-OFICINAS
              END-START
              PERFORM UNTIL WS-FIN-OFICINAS = 'S'
                 READ OFICINAS-FILE NEXT RECORD
                    AT END
                       MOVE 'S' TO WS-FIN-OFICINAS
                    NOT AT END
                       IF WS-NUM-OFICINAS < WS-MAX-OFICINAS
                          ADD 1 TO WS-NUM-OFICINAS
                          INITIALIZE WS-OFC-ENTRY(WS-NUM-OFICINAS)
                          MOVE OFI-CODIGO
                             TO WS-OFC-CODIGO(WS-NUM-OFICINAS)
                          MOVE OFI-NOMBRE
                             TO WS-OFC-NOMBRE(WS-NUM-OFICINAS)
                          MOVE OFI-ESTADO
                             TO WS-OFC-ESTADO(WS-NUM-OFICINAS)
                          MOVE 'S'
                             TO WS-OFC-EN-MAESTRO(WS-NUM-OFICINAS)
                       ELSE
                          DISPLAY "AVISO: tabla de oficinas llena; "
                             "la oficina " OFI-CODIGO " se acumula "
                             "sobre la ultima entrada."
                          MOVE 4 TO RETURN-CODE
                       END-IF
                 END-READ
              END-PERFORM
           END-IF.
      *
      *    Recorre los apuntes del mes de INT-COMISIONES (MOVHIST y
      *    MOVIMIEN): las comisiones de transferencia GLCO llevan la
      *    cuenta que las pago en el concepto y las penalizaciones
      *    GLPE el plazo, cuya cuenta asociada da la oficina; los
      *    extornos de comision GLCT se guardan para descontarlos en
      *    la oficina de la cuenta cuyo cargo se extorno.
       2600-CARGAR-COMISIONES-GL.
           IF WS-MOVHIST-DISPONIBLE = 'S'
              MOVE WS-CTA-GL-COMISIONES TO MVH-NUM-CUENTA
              MOVE WS-FECHA-DESDE TO MVH-FECHA
              MOVE 0 TO MVH-SECUENCIA
              MOVE 'N' TO WS-FIN-MOVS
              START MOVHIST-FILE KEY IS NOT LESS THAN MVH-CLAVE
                 INVALID KEY
                    MOVE 'S' TO WS-FIN-MOVS
              END-START
              PERFORM UNTIL WS-FIN-MOVS = 'S'
                 READ MOVHIST-FILE NEXT RECORD
                    AT END
                       MOVE 'S' TO WS-FIN-MOVS
                    NOT AT END
                       IF MVH-NUM-CUENTA NOT = WS-CTA-GL-COMISIONES
                          OR MVH-FECHA(1:6) > WS-MES-INFORME
                          MOVE 'S' TO WS-FIN-MOVS
                       ELSE
                          MOVE MVH-REGISTRO TO MOV-REGISTRO
                          PERFORM 2700-TRATAR-APUNTE-GL
                       END-IF
                 END-READ
              END-PERFORM
           END-IF
           MOVE WS-CTA-GL-COMISIONES TO MOV-NUM-CUENTA
           MOVE WS-FECHA-DESDE TO MOV-FECHA
           MOVE 0 TO MOV-SECUENCIA
           MOVE 'N' TO WS-FIN-MOVS
           START MOVIMIEN-FILE KEY IS NOT LESS THAN MOV-CLAVE
              INVALID KEY
                 MOVE 'S' TO WS-FIN-MOVS
           END-START
           PERFORM UNTIL WS-FIN-MOVS = 'S'
              READ MOVIMIEN-FILE NEXT RECORD
                 AT END
                    MOVE 'S' TO WS-FIN-MOVS
                 NOT AT END
                    IF MOV-NUM-CUENTA NOT = WS-CTA-GL-COMISIONES
                       OR MOV-FECHA(1:6) > WS-MES-INFORME
                       MOVE 'S' TO WS-FIN-MOVS
                    ELSE
                       PERFORM 2700-TRATAR-APUNTE-GL
                    END-IF
              END-READ
           END-PERFORM.
      *
      *    Un GLCO o GLPE extornado sobre la propia cuenta interna
      *    (marca E) no cuenta, igual que su compensatorio (X).
       2700-TRATAR-APUNTE-GL.
           ADD 1 TO WS-NUM-MOVS-LEIDOS
           IF MOV-MARCA-EXTORNO = SPACE
              EVALUATE MOV-COD-OPERACION
                 WHEN "GLCO"
                    MOVE MOV-CONCEPTO(24:20) TO WS-CUENTA-BUSCADA
                    PERFORM 2800-ATRIBUIR-COMISION-GL
                 WHEN "GLPE"
                    MOVE SPACES TO WS-CUENTA-BUSCADA
                    MOVE MOV-CONCEPTO(25:8) TO WS-ID-PLAZO-GL
                    IF WS-PLAZOS-ABIERTO = 'S'
                       AND WS-ID-PLAZO-GL IS NUMERIC
                       MOVE WS-ID-PLAZO-GL-9 TO PLZ-ID
                       READ PLAZOS-FILE
                          INVALID KEY
                             CONTINUE
                          NOT INVALID KEY
                             MOVE PLZ-CUENTA-ASOCIADA
                                TO WS-CUENTA-BUSCADA
                       END-READ
                    END-IF
                    PERFORM 2800-ATRIBUIR-COMISION-GL
              END-EVALUATE
           END-IF
           IF MOV-MARCA-EXTORNO = "X"
              AND MOV-COD-OPERACION = "GLCT"
              IF WS-NUM-EXTORNOS < WS-MAX-EXTORNOS
                 ADD 1 TO WS-NUM-EXTORNOS
                 MOVE MOV-CONCEPTO(18:10)
                    TO WS-EXT-FECHA(WS-NUM-EXTORNOS)
                 MOVE MOV-CONCEPTO(33:6)
                    TO WS-EXT-SECUENCIA(WS-NUM-EXTORNOS)
                 MOVE MOV-IMPORTE TO WS-EXT-IMPORTE(WS-NUM-EXTORNOS)
                 MOVE 'N' TO WS-EXT-ASIGNADO(WS-NUM-EXTORNOS)
              ELSE
                 ADD 1 TO WS-NUM-SIN-ATRIBUIR
                 SUBTRACT MOV-IMPORTE FROM WS-IMP-SIN-ATRIBUIR
              END-IF
           END-IF.
      *
      *    Suma el importe del apunte GL a la oficina de la cuenta
      *    que lo pago; sin cuenta localizable queda sin atribuir.
       2800-ATRIBUIR-COMISION-GL.
           MOVE 'N' TO WS-OFICINA-VISTA
           IF WS-CUENTA-BUSCADA NOT = SPACES
              MOVE WS-CUENTA-BUSCADA TO CTA-NUM-CUENTA
              READ CUENTAS-FILE
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE CTA-OFICINA TO WS-OFICINA-BUSCADA
                    PERFORM 7000-LOCALIZAR-OFICINA
                    ADD 1 TO WS-OFC-NUM-COMISIONES(WS-IDX-OFICINA)
                    ADD MOV-IMPORTE
                       TO WS-OFC-IMP-COMISIONES(WS-IDX-OFICINA)
                    ADD MOV-IMPORTE TO WS-TOT-COMISIONES
                    MOVE 'S' TO WS-OFICINA-VISTA
              END-READ
           END-IF
           IF WS-OFICINA-VISTA = 'N'
              ADD 1 TO WS-NUM-SIN-ATRIBUIR
              ADD MOV-IMPORTE TO WS-IMP-SIN-ATRIBUIR
           END-IF.
      *
      *    Recorre CUENTAS por numero: cada cuenta de cliente suma a
      *    su oficina el alta del mes, su saldo por tipo y moneda si
      *    sigue viva, y las comisiones cobradas en el mes.
       3000-RECORRER-CUENTAS.
           MOVE LOW-VALUES TO CTA-NUM-CUENTA
           MOVE 'N' TO WS-FIN-CUENTAS
           START CUENTAS-FILE KEY IS NOT LESS THAN CTA-NUM-CUENTA
              INVALID KEY
                 MOVE 'S' TO WS-FIN-CUENTAS
           END-START
           PERFORM UNTIL WS-FIN-CUENTAS = 'S'
              READ CUENTAS-FILE NEXT RECORD
                 AT END
                    MOVE 'S' TO WS-FIN-CUENTAS
                 NOT AT END
                    IF CTA-TIPO NOT = "INTERNA"
                       PERFORM 3100-TRATAR-UNA-CUENTA
                    END-IF
              END-READ
           END-PERFORM.
      *
       3100-TRATAR-UNA-CUENTA.
           ADD 1 TO WS-NUM-CUENTAS-LEIDAS
           MOVE CTA-NUM-CUENTA TO WS-CUENTA-ACTUAL
           MOVE CTA-OFICINA TO WS-OFICINA-BUSCADA
           PERFORM 7000-LOCALIZAR-OFICINA
           MOVE WS-IDX-OFICINA TO WS-IDX-OFICINA-CUENTA
           IF CTA-FECHA-APERTURA(1:6) = WS-MES-INFORME
              ADD 1 TO WS-OFC-NUM-ALTAS(WS-IDX-OFICINA)
              ADD 1 TO WS-TOT-ALTAS
           END-IF
           IF CTA-ESTADO NOT = "C"
              ADD 1 TO WS-OFC-NUM-CUENTAS(WS-IDX-OFICINA)
              PERFORM 3200-ACUMULAR-SALDO
           END-IF
           PERFORM 3400-RECORRER-MOVIMIENTOS.
      *
       3200-ACUMULAR-SALDO.
           MOVE 'N' TO WS-SALDO-VISTO
           PERFORM VARYING WS-IDX-SALDO FROM 1 BY 1
              UNTIL WS-IDX-SALDO > WS-NUM-SALDOS
              OR WS-SALDO-VISTO = 'S'
              IF WS-SAL-OFICINA(WS-IDX-SALDO) = CTA-OFICINA
                 AND WS-SAL-TIPO(WS-IDX-SALDO) = CTA-TIPO
                 AND WS-SAL-MONEDA(WS-IDX-SALDO) = CTA-MONEDA
                 MOVE 'S' TO WS-SALDO-VISTO
              END-IF
           END-PERFORM
           IF WS-SALDO-VISTO = 'S'
              SUBTRACT 1 FROM WS-IDX-SALDO
           ELSE
              IF WS-NUM-SALDOS < WS-MAX-SALDOS
                 ADD 1 TO WS-NUM-SALDOS
                 MOVE WS-NUM-SALDOS TO WS-IDX-SALDO
                 MOVE CTA-OFICINA TO WS-SAL-OFICINA(WS-IDX-SALDO)
                 MOVE CTA-TIPO TO WS-SAL-TIPO(WS-IDX-SALDO)
                 MOVE CTA-MONEDA TO WS-SAL-MONEDA(WS-IDX-SALDO)
                 MOVE 0 TO WS-SAL-NUM-CUENTAS(WS-IDX-SALDO)
                 MOVE 0 TO WS-SAL-IMPORTE(WS-IDX-SALDO)
                 MOVE 'S' TO WS-SALDO-VISTO
              ELSE
                 ADD 1 TO WS-SALDOS-DESBORDADOS
              END-IF
           END-IF
           IF WS-SALDO-VISTO = 'S'
              ADD 1 TO WS-SAL-NUM-CUENTAS(WS-IDX-SALDO)
              ADD CTA-SALDO-DISP TO WS-SAL-IMPORTE(WS-IDX-SALDO)
              ADD CTA-SALDO-RET TO WS-SAL-IMPORTE(WS-IDX-SALDO)
           END-IF.
      *
      *    Apuntes del mes de la cuenta, primero los ya archivados en
      *    MOVHIST y despues los de MOVIMIEN.
       3400-RECORRER-MOVIMIENTOS.
           IF WS-MOVHIST-DISPONIBLE = 'S'
              MOVE WS-CUENTA-ACTUAL TO MVH-NUM-CUENTA
              MOVE WS-FECHA-DESDE TO MVH-FECHA
              MOVE 0 TO MVH-SECUENCIA
              MOVE 'N' TO WS-FIN-MOVS
              START MOVHIST-FILE KEY IS NOT LESS THAN MVH-CLAVE
                 INVALID KEY
                    MOVE 'S' TO WS-FIN-MOVS
              END-START
              PERFORM UNTIL WS-FIN-MOVS = 'S'
                 READ MOVHIST-FILE NEXT RECORD
                    AT END
                       MOVE 'S' TO WS-FIN-MOVS
                    NOT AT END
                       IF MVH-NUM-CUENTA NOT = WS-CUENTA-ACTUAL
                          OR MVH-FECHA(1:6) > WS-MES-INFORME
                          MOVE 'S' TO WS-FIN-MOVS
                       ELSE
                          MOVE MVH-REGISTRO TO MOV-REGISTRO
                          PERFORM 3500-TRATAR-MOVIMIENTO
                       END-IF
                 END-READ
              END-PERFORM
           END-IF
           MOVE WS-CUENTA-ACTUAL TO MOV-NUM-CUENTA
           MOVE WS-FECHA-DESDE TO MOV-FECHA
           MOVE 0 TO MOV-SECUENCIA
           MOVE 'N' TO WS-FIN-MOVS
           START MOVIMIEN-FILE KEY IS NOT LESS THAN MOV-CLAVE
              INVALID KEY
                 MOVE 'S' TO WS-FIN-MOVS
           END-START
           PERFORM UNTIL WS-FIN-MOVS = 'S'
              READ MOVIMIEN-FILE NEXT RECORD
                 AT END
                    MOVE 'S' TO WS-FIN-MOVS
                 NOT AT END
                    IF MOV-NUM-CUENTA NOT = WS-CUENTA-ACTUAL
                       OR MOV-FECHA(1:6) > WS-MES-INFORME
                       MOVE 'S' TO WS-FIN-MOVS
                    ELSE
                       PERFORM 3500-TRATAR-MOVIMIENTO
                    END-IF
              END-READ
           END-PERFORM.
      *
      *    Un cargo vivo con codigo de comision del catalogo suma al
      *    ingreso de la oficina; los extornados (E) y sus
      *    compensatorios (X) se anulan entre si y no cuentan. Un
      *    cargo de transferencia extornado cuya comision se
      *    extorno con GLCT descuenta esa comision de la oficina.
       3500-TRATAR-MOVIMIENTO.
           ADD 1 TO WS-NUM-MOVS-LEIDOS
           IF MOV-MARCA-EXTORNO = "E"
              AND MOV-TIPO = "G"
              AND (MOV-COD-OPERACION = "TRFE"
              OR MOV-COD-OPERACION = "ORDE")
              PERFORM 3600-DESCONTAR-EXTORNO-GL
           END-IF
           IF MOV-MARCA-EXTORNO = SPACE
              AND MOV-TIPO = "G"
              AND MOV-COD-OPERACION NOT = SPACES
              MOVE MOV-COD-OPERACION TO WS-OP-CODIGO
              CALL "BANCO-CODIGO-OPERACION" USING WS-OP-CODIGO
                 WS-OP-ENCONTRADO WS-OP-DESCRIPCION WS-OP-EFECTIVO
                 WS-OP-CLIENTE WS-OP-COMISION WS-OP-GRUPO
              IF WS-OP-ENCONTRADO = 'S'
                 AND WS-OP-COMISION = 'S'
                 ADD 1 TO WS-OFC-NUM-COMISIONES(WS-IDX-OFICINA-CUENTA)
                 ADD MOV-IMPORTE
                    TO WS-OFC-IMP-COMISIONES(WS-IDX-OFICINA-CUENTA)
                 ADD MOV-IMPORTE TO WS-TOT-COMISIONES
              END-IF
           END-IF.
      *
       3600-DESCONTAR-EXTORNO-GL.
           MOVE MOV-SECUENCIA TO WS-SECUENCIA-TEXTO
           PERFORM VARYING WS-IDX-EXTORNO FROM 1 BY 1
              UNTIL WS-IDX-EXTORNO > WS-NUM-EXTORNOS
              IF WS-EXT-ASIGNADO(WS-IDX-EXTORNO) = 'N'
                 AND WS-EXT-FECHA(WS-IDX-EXTORNO) = MOV-FECHA
                 AND WS-EXT-SECUENCIA(WS-IDX-EXTORNO)
                    = WS-SECUENCIA-TEXTO
                 MOVE 'S' TO WS-EXT-ASIGNADO(WS-IDX-EXTORNO)
                 SUBTRACT WS-EXT-IMPORTE(WS-IDX-EXTORNO)
                    FROM WS-OFC-IMP-COMISIONES(WS-IDX-OFICINA-CUENTA)
                 SUBTRACT WS-EXT-IMPORTE(WS-IDX-EXTORNO)
                    FROM WS-TOT-COMISIONES
              END-IF
           END-PERFORM.
      *
      *    Cuentas cerradas en el mes: lineas CERRADA del log de
      *    auditoria (el volcado AUDHIST del paso de archivo y lo
      *    que haya en AUDITLOG) de cuentas de cliente que hoy estan
      *    en estado C. La oficina es la actual de la cuenta.
       4000-ACUMULAR-BAJAS.
           OPEN INPUT AUDHIST-FILE
           IF WS-AUDHIST-OK
              MOVE 'N' TO WS-FIN-AUDITORIA
              PERFORM UNTIL WS-FIN-AUDITORIA = 'S'
                 READ AUDHIST-FILE
                    AT END
                       MOVE 'S' TO WS-FIN-AUDITORIA
                    NOT AT END
                       IF AUH-RESULTADO = "CERRADA"
                          AND AUH-FECHA(1:6) = WS-MES-INFORME
                          MOVE AUH-CUENTA-1 TO WS-CUENTA-BUSCADA
                          PERFORM 4100-ACUMULAR-UNA-BAJA
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE AUDHIST-FILE
           ELSE
              DISPLAY "AVISO: no se puede abrir AUDHIST; las bajas "
                 "del mes salen solo de AUDITLOG."
           END-IF
           OPEN INPUT AUDITLOG-FILE
           IF WS-AUDITLOG-OK
              MOVE 'N' TO WS-FIN-AUDITORIA
              PERFORM UNTIL WS-FIN-AUDITORIA = 'S'
                 READ AUDITLOG-FILE
                    AT END
                       MOVE 'S' TO WS-FIN-AUDITORIA
                    NOT AT END
                       IF AUD-RESULTADO = "CERRADA"
                          AND AUD-FECHA(1:6) = WS-MES-INFORME
                          MOVE AUD-CUENTA-1 TO WS-CUENTA-BUSCADA
                          PERFORM 4100-ACUMULAR-UNA-BAJA
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE AUDITLOG-FILE
           END-IF.
      *
       4100-ACUMULAR-UNA-BAJA.
           MOVE WS-CUENTA-BUSCADA TO CTA-NUM-CUENTA
           READ CUENTAS-FILE
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 IF CTA-ESTADO = "C"
                    AND CTA-TIPO NOT = "INTERNA"
                    MOVE CTA-OFICINA TO WS-OFICINA-BUSCADA
                    PERFORM 7000-LOCALIZAR-OFICINA
                    ADD 1 TO WS-OFC-NUM-BAJAS(WS-IDX-OFICINA)
                    ADD 1 TO WS-TOT-BAJAS
                 END-IF
           END-READ.
      *
      *    Efectivo del mes: cada caja de cajero del mes suma a la
      *    oficina del cajon sus operaciones, ingresos y retiradas.
       4500-ACUMULAR-CAJAS.
           IF WS-CAJA-ABIERTA = 'S'
              MOVE LOW-VALUES TO CAJ-CLAVE
              MOVE 'N' TO WS-FIN-CAJA
              START CAJA-FILE KEY IS NOT LESS THAN CAJ-CLAVE
                 INVALID KEY
                    MOVE 'S' TO WS-FIN-CAJA
              END-START
              PERFORM UNTIL WS-FIN-CAJA = 'S'
                 READ CAJA-FILE NEXT RECORD
                    AT END
                       MOVE 'S' TO WS-FIN-CAJA
                    NOT AT END
                       IF CAJ-FECHA(1:6) = WS-MES-INFORME
                          PERFORM 4600-ACUMULAR-UNA-CAJA
                       END-IF
                 END-READ
              END-PERFORM
           END-IF.
      *
       4600-ACUMULAR-UNA-CAJA.
           MOVE CAJ-OFICINA TO WS-OFICINA-BUSCADA
           PERFORM 7000-LOCALIZAR-OFICINA
           ADD 1 TO WS-OFC-NUM-CAJAS(WS-IDX-OFICINA)
           ADD CAJ-NUM-OPERACIONES
              TO WS-OFC-NUM-OPER-CAJA(WS-IDX-OFICINA)
           ADD CAJ-TOTAL-INGRESOS TO WS-OFC-IMP-INGRESOS(WS-IDX-OFICINA)
           ADD CAJ-TOTAL-RETIRADAS
              TO WS-OFC-IMP-RETIRADAS(WS-IDX-OFICINA)
           ADD CAJ-TOTAL-INGRESOS TO WS-TOT-INGRESOS
           ADD CAJ-TOTAL-RETIRADAS TO WS-TOT-RETIRADAS.
      *
      *    Localiza la oficina en la tabla y deja su indice en
      *    WS-IDX-OFICINA; un codigo en blanco o que no figura en el
      *    maestro se da de alta a demanda en su propio bloque. Con
      *    la tabla llena se acumula sobre la ultima entrada con
      *    aviso, como la tabla de operadores del informe diario.
       7000-LOCALIZAR-OFICINA.
           MOVE 'N' TO WS-OFICINA-VISTA
           PERFORM VARYING WS-IDX-OFICINA FROM 1 BY 1
              UNTIL WS-IDX-OFICINA > WS-NUM-OFICINAS
              OR WS-OFICINA-VISTA = 'S'
              IF WS-OFC-CODIGO(WS-IDX-OFICINA) = WS-OFICINA-BUSCADA
                 MOVE 'S' TO WS-OFICINA-VISTA
              END-IF
           END-PERFORM
           IF WS-OFICINA-VISTA = 'S'
              SUBTRACT 1 FROM WS-IDX-OFICINA
           ELSE
              IF WS-NUM-OFICINAS < WS-MAX-OFICINAS
                 ADD 1 TO WS-NUM-OFICINAS
                 MOVE WS-NUM-OFICINAS TO WS-IDX-OFICINA
                 INITIALIZE WS-OFC-ENTRY(WS-IDX-OFICINA)
                 MOVE WS-OFICINA-BUSCADA
                    TO WS-OFC-CODIGO(WS-IDX-OFICINA)
                 MOVE 'N' TO WS-OFC-EN-MAESTRO(WS-IDX-OFICINA)
                 IF WS-OFICINA-BUSCADA = SPACES
                    MOVE "SIN OFICINA ASIGNADA"
                       TO WS-OFC-NOMBRE(WS-IDX-OFICINA)
                 ELSE
                    MOVE "NO FIGURA EN EL MAESTRO OFICINAS"
                       TO WS-OFC-NOMBRE(WS-IDX-OFICINA)
                    ADD 1 TO WS-NUM-DESCONOCIDAS
                 END-IF
              ELSE
                 MOVE WS-NUM-OFICINAS TO WS-IDX-OFICINA
                 DISPLAY "AVISO: tabla de oficinas llena; la "
                    "oficina " WS-OFICINA-BUSCADA " se acumula "
                    "sobre la ultima entrada."
                 MOVE 4 TO RETURN-CODE
              END-IF
           END-IF.
      *
       5000-EMITIR-INFORME.
           MOVE SPACES TO WS-LINEA-IMPRESION
           STRING "ACTIVIDAD POR OFICINA - MES " WS-MES-INFORME
              " - EMITIDO " WS-FECHA-ACTUAL
              DELIMITED BY SIZE INTO WS-LINEA-IMPRESION
           PERFORM 7500-ESCRIBIR-LINEA
           MOVE SPACES TO WS-LINEA-CSV
           STRING "REGISTRO,OFICINA,NOMBRE,ESTADO,CUENTAS,ALTAS,"
              "BAJAS,NUM.COMISIONES,COMISIONES,CAJAS,"
              "OPERACIONES CAJA,INGRESOS EFECTIVO,"
              "RETIRADAS EFECTIVO"
              DELIMITED BY SIZE INTO WS-LINEA-CSV
           PERFORM 7600-ESCRIBIR-CSV
           MOVE SPACES TO WS-LINEA-CSV
           STRING "REGISTRO,OFICINA,TIPO,MONEDA,CUENTAS,SALDO"
              DELIMITED BY SIZE INTO WS-LINEA-CSV
           PERFORM 7600-ESCRIBIR-CSV
           DISPLAY " "
           DISPLAY "=========================================="
           DISPLAY "   ACTIVIDAD POR OFICINA - " WS-MES-INFORME
           DISPLAY "=========================================="
           PERFORM VARYING WS-IDX-OFICINA FROM 1 BY 1
              UNTIL WS-IDX-OFICINA > WS-NUM-OFICINAS
              PERFORM 5100-EMITIR-UNA-OFICINA
           END-PERFORM
           IF WS-NUM-OFICINAS = 0
              DISPLAY "  (no hay oficinas ni cuentas que informar)"
           END-IF
           PERFORM 5500-EMITIR-TOTALES.
      *
       5100-EMITIR-UNA-OFICINA.
           MOVE SPACES TO WS-LINEA-IMPRESION
           PERFORM 7500-ESCRIBIR-LINEA
           MOVE SPACES TO WS-LINEA-IMPRESION
           STRING "OFICINA " WS-OFC-CODIGO(WS-IDX-OFICINA) " "
              WS-OFC-NOMBRE(WS-IDX-OFICINA) " "
              WS-OFC-ESTADO(WS-IDX-OFICINA)
              DELIMITED BY SIZE INTO WS-LINEA-IMPRESION
           PERFORM 7500-ESCRIBIR-LINEA
           DISPLAY " "
           DISPLAY "Oficina " WS-OFC-CODIGO(WS-IDX-OFICINA) " "
              WS-OFC-NOMBRE(WS-IDX-OFICINA)
           MOVE WS-OFC-NUM-ALTAS(WS-IDX-OFICINA) TO WS-NUM-EDITADO
           MOVE WS-OFC-NUM-BAJAS(WS-IDX-OFICINA) TO WS-NUM-EDITADO-2
           MOVE SPACES TO WS-LINEA-IMPRESION
           STRING "  CUENTAS ABIERTAS EN EL MES " WS-NUM-EDITADO
              "   CERRADAS " WS-NUM-EDITADO-2
              DELIMITED BY SIZE INTO WS-LINEA-IMPRESION
           PERFORM 7500-ESCRIBIR-LINEA
           DISPLAY "   Altas: " WS-OFC-NUM-ALTAS(WS-IDX-OFICINA)
              " Bajas: " WS-OFC-NUM-BAJAS(WS-IDX-OFICINA)
              " Cuentas vivas: " WS-OFC-NUM-CUENTAS(WS-IDX-OFICINA)
           PERFORM VARYING WS-IDX-SALDO FROM 1 BY 1
              UNTIL WS-IDX-SALDO > WS-NUM-SALDOS
              IF WS-SAL-OFICINA(WS-IDX-SALDO)
                 = WS-OFC-CODIGO(WS-IDX-OFICINA)
                 PERFORM 5200-EMITIR-UN-SALDO
              END-IF
           END-PERFORM
           MOVE WS-OFC-NUM-COMISIONES(WS-IDX-OFICINA)
              TO WS-NUM-EDITADO
           MOVE WS-OFC-IMP-COMISIONES(WS-IDX-OFICINA)
              TO WS-IMPORTE-EDITADO
           MOVE SPACES TO WS-LINEA-IMPRESION
           STRING "  COMISIONES " WS-NUM-EDITADO
              " IMPORTE " WS-IMPORTE-EDITADO
              DELIMITED BY SIZE INTO WS-LINEA-IMPRESION
           PERFORM 7500-ESCRIBIR-LINEA
           DISPLAY "   Comisiones: " WS-IMPORTE-EDITADO
           MOVE WS-OFC-NUM-CAJAS(WS-IDX-OFICINA) TO WS-NUM-EDITADO
           MOVE WS-OFC-NUM-OPER-CAJA(WS-IDX-OFICINA)
              TO WS-NUM-EDITADO-2
           MOVE SPACES TO WS-LINEA-IMPRESION
           STRING "  EFECTIVO CAJAS " WS-NUM-EDITADO
              " OPERACIONES " WS-NUM-EDITADO-2
              DELIMITED BY SIZE INTO WS-LINEA-IMPRESION
           PERFORM 7500-ESCRIBIR-LINEA
           MOVE WS-OFC-IMP-INGRESOS(WS-IDX-OFICINA)
              TO WS-IMPORTE-EDITADO
           MOVE SPACES TO WS-LINEA-IMPRESION
           STRING "    INGRESOS  " WS-IMPORTE-EDITADO
              DELIMITED BY SIZE INTO WS-LINEA-IMPRESION
           PERFORM 7500-ESCRIBIR-LINEA
           DISPLAY "   Efectivo ingresado: " WS-IMPORTE-EDITADO
           MOVE WS-OFC-IMP-RETIRADAS(WS-IDX-OFICINA)
              TO WS-IMPORTE-EDITADO
           MOVE SPACES TO WS-LINEA-IMPRESION
           STRING "    RETIRADAS " WS-IMPORTE-EDITADO
              DELIMITED BY SIZE INTO WS-LINEA-IMPRESION
           PERFORM 7500-ESCRIBIR-LINEA
           DISPLAY "   Efectivo retirado:  " WS-IMPORTE-EDITADO
           MOVE SPACES TO WS-LINEA-CSV
           STRING "OFICINA," WS-OFC-CODIGO(WS-IDX-OFICINA) ","
              WS-OFC-NOMBRE(WS-IDX-OFICINA) ","
              WS-OFC-ESTADO(WS-IDX-OFICINA) ","
              WS-OFC-NUM-CUENTAS(WS-IDX-OFICINA) ","
              WS-OFC-NUM-ALTAS(WS-IDX-OFICINA) ","
              WS-OFC-NUM-BAJAS(WS-IDX-OFICINA) ","
              WS-OFC-NUM-COMISIONES(WS-IDX-OFICINA) ","
              WS-OFC-IMP-COMISIONES(WS-IDX-OFICINA) ","
              WS-OFC-NUM-CAJAS(WS-IDX-OFICINA) ","
              WS-OFC-NUM-OPER-CAJA(WS-IDX-OFICINA) ","
              WS-OFC-IMP-INGRESOS(WS-IDX-OFICINA) ","
              WS-OFC-IMP-RETIRADAS(WS-IDX-OFICINA)
              DELIMITED BY SIZE INTO WS-LINEA-CSV
           PERFORM 7600-ESCRIBIR-CSV.
      *
       5200-EMITIR-UN-SALDO.
           MOVE WS-SAL-NUM-CUENTAS(WS-IDX-SALDO) TO WS-NUM-EDITADO
           MOVE WS-SAL-IMPORTE(WS-IDX-SALDO) TO WS-IMPORTE-EDITADO
           MOVE SPACES TO WS-LINEA-IMPRESION
           STRING "  " WS-SAL-TIPO(WS-IDX-SALDO) " "
              WS-SAL-MONEDA(WS-IDX-SALDO) " CUENTAS "
              WS-NUM-EDITADO " SALDO " WS-IMPORTE-EDITADO
              DELIMITED BY SIZE INTO WS-LINEA-IMPRESION
           PERFORM 7500-ESCRIBIR-LINEA
           DISPLAY "   " WS-SAL-TIPO(WS-IDX-SALDO) " "
              WS-SAL-MONEDA(WS-IDX-SALDO) " cuentas "
              WS-SAL-NUM-CUENTAS(WS-IDX-SALDO) " saldo "
              WS-IMPORTE-EDITADO
           MOVE SPACES TO WS-LINEA-CSV
           STRING "SALDO," WS-SAL-OFICINA(WS-IDX-SALDO) ","
              WS-SAL-TIPO(WS-IDX-SALDO) ","
              WS-SAL-MONEDA(WS-IDX-SALDO) ","
              WS-SAL-NUM-CUENTAS(WS-IDX-SALDO) ","
              WS-SAL-IMPORTE(WS-IDX-SALDO)
              DELIMITED BY SIZE INTO WS-LINEA-CSV
           PERFORM 7600-ESCRIBIR-CSV.
      *
      *    Totales del banco y partidas sin atribuir: extornos de
      *    comision cuyo cargo original no se encontro en el mes y
      *    comisiones GL sin cuenta localizable.
       5500-EMITIR-TOTALES.
           PERFORM VARYING WS-IDX-EXTORNO FROM 1 BY 1
              UNTIL WS-IDX-EXTORNO > WS-NUM-EXTORNOS
              IF WS-EXT-ASIGNADO(WS-IDX-EXTORNO) = 'N'
                 ADD 1 TO WS-NUM-SIN-ATRIBUIR
                 SUBTRACT WS-EXT-IMPORTE(WS-IDX-EXTORNO)
                    FROM WS-IMP-SIN-ATRIBUIR
              END-IF
           END-PERFORM
           MOVE SPACES TO WS-LINEA-IMPRESION
           PERFORM 7500-ESCRIBIR-LINEA
           MOVE SPACES TO WS-LINEA-IMPRESION
           MOVE "TOTALES DEL BANCO" TO WS-LINEA-IMPRESION
           PERFORM 7500-ESCRIBIR-LINEA
           MOVE WS-TOT-ALTAS TO WS-NUM-EDITADO
           MOVE WS-TOT-BAJAS TO WS-NUM-EDITADO-2
           MOVE SPACES TO WS-LINEA-IMPRESION
           STRING "  CUENTAS ABIERTAS " WS-NUM-EDITADO
              "   CERRADAS " WS-NUM-EDITADO-2
              DELIMITED BY SIZE INTO WS-LINEA-IMPRESION
           PERFORM 7500-ESCRIBIR-LINEA
           MOVE WS-TOT-COMISIONES TO WS-IMPORTE-EDITADO
           MOVE SPACES TO WS-LINEA-IMPRESION
           STRING "  COMISIONES ATRIBUIDAS " WS-IMPORTE-EDITADO
              DELIMITED BY SIZE INTO WS-LINEA-IMPRESION
           PERFORM 7500-ESCRIBIR-LINEA
           MOVE WS-IMP-SIN-ATRIBUIR TO WS-IMPORTE-EDITADO
           MOVE WS-NUM-SIN-ATRIBUIR TO WS-NUM-EDITADO
           MOVE SPACES TO WS-LINEA-IMPRESION
           STRING "  SIN ATRIBUIR " WS-NUM-EDITADO
              " APUNTES " WS-IMPORTE-EDITADO
              DELIMITED BY SIZE INTO WS-LINEA-IMPRESION
           PERFORM 7500-ESCRIBIR-LINEA
           MOVE WS-TOT-INGRESOS TO WS-IMPORTE-EDITADO
           MOVE SPACES TO WS-LINEA-IMPRESION
           STRING "  EFECTIVO INGRESADO  " WS-IMPORTE-EDITADO
              DELIMITED BY SIZE INTO WS-LINEA-IMPRESION
           PERFORM 7500-ESCRIBIR-LINEA
           MOVE WS-TOT-RETIRADAS TO WS-IMPORTE-EDITADO
           MOVE SPACES TO WS-LINEA-IMPRESION
           STRING "  EFECTIVO RETIRADO   " WS-IMPORTE-EDITADO
              DELIMITED BY SIZE INTO WS-LINEA-IMPRESION
           PERFORM 7500-ESCRIBIR-LINEA
           DISPLAY " "
           DISPLAY "------------------------------------------"
           DISPLAY "Cuentas de cliente leidas: " WS-NUM-CUENTAS-LEIDAS
           DISPLAY "Apuntes leidos:            " WS-NUM-MOVS-LEIDOS
           DISPLAY "Altas del mes:             " WS-TOT-ALTAS
           DISPLAY "Bajas del mes:             " WS-TOT-BAJAS
           MOVE WS-TOT-COMISIONES TO WS-IMPORTE-EDITADO
           DISPLAY "Comisiones atribuidas:     " WS-IMPORTE-EDITADO
           MOVE WS-IMP-SIN-ATRIBUIR TO WS-IMPORTE-EDITADO
           DISPLAY "Comisiones sin atribuir:   " WS-IMPORTE-EDITADO
              " (" WS-NUM-SIN-ATRIBUIR " apuntes)"
           DISPLAY "=========================================="
           IF WS-NUM-SIN-ATRIBUIR > 0
              DISPLAY "AVISO: hay comisiones o extornos de comision "
                 "que no se han podido atribuir a una oficina."
              MOVE 4 TO RETURN-CODE
           END-IF
           IF WS-NUM-DESCONOCIDAS > 0
              DISPLAY "AVISO: hay cuentas o cajas con codigos de "
                 "oficina que no figuran en OFICINAS."
              MOVE 4 TO RETURN-CODE
           END-IF
           IF WS-SALDOS-DESBORDADOS > 0
              DISPLAY "AVISO: tabla de saldos llena; "
                 WS-SALDOS-DESBORDADOS " cuentas no suman en los "
                 "saldos por tipo."
              MOVE 4 TO RETURN-CODE
           END-IF.
      *
       7500-ESCRIBIR-LINEA.
           IF WS-IMPRESION-ABIERTO = 'S'
              WRITE WS-LINEA-IMPRESION
           END-IF.
      *
       7600-ESCRIBIR-CSV.
           IF WS-CSV-ABIERTO = 'S'
              WRITE WS-LINEA-CSV
           END-IF.
      *
       8900-CERRAR-FICHEROS.
           CLOSE CUENTAS-FILE
           CLOSE MOVIMIEN-FILE
           IF WS-OFICINAS-ABIERTO = 'S'
              CLOSE OFICINAS-FILE
           END-IF
           IF WS-MOVHIST-DISPONIBLE = 'S'
              CLOSE MOVHIST-FILE
           END-IF
           IF WS-PLAZOS-ABIERTO = 'S'
              CLOSE PLAZOS-FILE
           END-IF
           IF WS-CAJA-ABIERTA = 'S'
              CLOSE CAJA-FILE
           END-IF
           IF WS-IMPRESION-ABIERTO = 'S'
              CLOSE IMPRESION-FILE
           END-IF
           IF WS-CSV-ABIERTO = 'S'
              CLOSE CSV-FILE
           END-IF.
      *
       9000-FINALIZAR.
           DISPLAY " "
           DISPLAY "Informe de actividad por oficina finalizado.".
