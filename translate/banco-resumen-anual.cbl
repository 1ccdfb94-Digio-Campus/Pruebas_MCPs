      *================================================================*
      * PROGRAMA: BANCO-RESUMEN-ANUAL
      * DESCRIPCION: Paso del job de fin de ejercicio que produce sin
      *              operador el resumen anual de comisiones e
      *              intereses de cada cliente: para el ejercicio
      *              pedido por SYSIN (en blanco, el anterior) recorre
      *              los movimientos de MOVIMIEN y los ya archivados en
      *              MOVHIST de cada cuenta y los clasifica por su
      *              codigo de operacion del catalogo CODOPER:
      *                comisiones de transferencia del motor (apuntes
      *                GLCO de INT-COMISIONES, con la cuenta en el
      *                concepto, menos los extornos GLCT de la
      *                comision), cuotas de mantenimiento (CMAN, LQCM),
      *                comisiones de tarjeta (TACO), de devolucion de
      *                cheques (CHQC) y penalizaciones por cancelacion
      *                de plazos (GLPE, cuenta asociada del plazo en
      *                PLAZOS); interes de descubierto (IDES) y de
      *                prestamos (PRCI) cobrado al cliente; interes
      *                bruto abonado (INTA, LQIN, PLZI) y retencion
      *                fiscal practicada (RETF).
      *              Los apuntes extornados ("E") y sus compensatorios
      *              ("X") no cuentan; los anteriores al catalogo se
      *              reconocen por el programa de origen. Cada cuenta
      *              muestra tambien las comisiones eximidas por el
      *              plan de precios segun COMIEXEN, y cada cliente la
      *              conciliacion del interes bruto y la retencion con
      *              su acumulado fiscal del ejercicio en RETFISC; las
      *              cuentas con cotitulares en TITULARS se senalan,
      *              porque RETFISC reparte su interes entre ellos.
      *              Recorre el maestro por la clave alternativa de
      *              cliente, como BANCO-EXTRACTO-MENSUAL, y agrupa los
      *              resumenes de cada cliente tras su pagina de
      *              cabecera postal en RESUIMPR; RESUCSV lleva una
      *              linea por cuenta para la banca por internet. Al
      *              final emite los totales de control y termina con
      *              RC=4 si quedan comisiones sin asignar a una cuenta
      *              o conciliaciones con RETFISC sin explicar.
      * AUTOR: Proyecto MCPs
      * FECHA: 2026-10-15
      *================================================================*
      *
      *-------- BLOQUE 1: IDENTIFICATION DIVISION -------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANCO-RESUMEN-ANUAL.
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
           SELECT RETFISC-FILE ASSIGN TO "RETFISC"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS RF-CLAVE
              FILE STATUS IS WS-RETFISC-STATUS.
      *
           SELECT PLAZOS-FILE ASSIGN TO "PLAZOS"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PLZ-ID
              FILE STATUS IS WS-PLAZOS-STATUS.
      *
           SELECT COMIEXEN-FILE ASSIGN TO "COMIEXEN"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-COMIEXEN-STATUS.
      *
           SELECT IMPRESION-FILE ASSIGN TO "RESUIMPR"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-IMPRESION-STATUS.
      *
           SELECT CSV-FILE ASSIGN TO "RESUCSV"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-CSV-STATUS.
      *
      *-------- BLOQUE 3: DATA DIVISION -----------------------------*
       DATA DIVISION.
       FILE SECTION.
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
       FD  CLIENTES-FILE.
           COPY "clientes.cpy".
      *
       FD  TITULARES-FILE.
           COPY "titular.cpy".
      *
       FD  RETFISC-FILE.
           COPY "retfisc.cpy".
      *
       FD  PLAZOS-FILE.
           COPY "plazos.cpy".
      *
       FD  COMIEXEN-FILE.
           COPY "comiexen.cpy".
      *
       FD  IMPRESION-FILE.
       01 WS-LINEA-IMPRESION       PIC X(80).
      *
       FD  CSV-FILE.
       01 WS-LINEA-CSV             PIC X(250).
      *
       WORKING-STORAGE SECTION.
      *
      *--- Ejercicio del resumen (por SYSIN; en blanco, el anterior) ---
       01 WS-ANO-ENTRADA           PIC X(04).
       01 WS-ANO-RESUMEN           PIC X(04).
       01 WS-ANO-CALCULO           PIC 9(04) VALUE 0.
       01 WS-FECHA-DESDE           PIC X(10).
      *
      *--- Cuenta interna donde el motor abona comisiones y
      *--- penalizaciones, con la cuenta o el plazo en el concepto ---
       01 WS-CTA-GL-COMISIONES     PIC X(20) VALUE "INT-COMISIONES".
      *
      *--- Comisiones de INT-COMISIONES y exenciones de COMIEXEN del
      *--- ejercicio, por cuenta del cliente ---
       01 WS-MAX-CUENTAS-GL        PIC 9(04) VALUE 5000.
       01 WS-NUM-CUENTAS-GL        PIC 9(04) VALUE 0.
       01 WS-IDX-GL                PIC 9(04) VALUE 0.
       01 WS-TABLA-CUENTAS-GL.
          05 WS-GL-ENTRY OCCURS 5000 TIMES.
             10 WS-GL-CUENTA           PIC X(20).
             10 WS-GL-COMISION-TRF     PIC 9(11)V99.
             10 WS-GL-PENALIZACION     PIC 9(11)V99.
             10 WS-GL-PLAN             PIC X(04).
             10 WS-GL-NUM-EXENCIONES   PIC 9(05).
             10 WS-GL-EXENCION-BASE    PIC 9(11)V99.
             10 WS-GL-EXENCION-IMPORTE PIC 9(11)V99.
             10 WS-GL-ASIGNADA         PIC X(01).
      *
      *--- Extornos de comision de transferencia (GLCT): el concepto
      *--- referencia la fecha y secuencia del cargo extornado ---
       01 WS-MAX-EXTORNOS          PIC 9(03) VALUE 500.
       01 WS-NUM-EXTORNOS          PIC 9(03) VALUE 0.
       01 WS-IDX-EXT               PIC 9(03) VALUE 0.
       01 WS-TABLA-EXTORNOS.
          05 WS-EXT-ENTRY OCCURS 500 TIMES.
             10 WS-EXT-FECHA           PIC X(10).
             10 WS-EXT-SECUENCIA       PIC X(06).
             10 WS-EXT-IMPORTE         PIC 9(11)V99.
             10 WS-EXT-ASIGNADO        PIC X(01).
      *
      *--- Busqueda en las tablas ---
       01 WS-CUENTA-BUSCADA        PIC X(20).
       01 WS-GL-ENCONTRADA         PIC X VALUE 'N'.
       01 WS-EXT-ENCONTRADO        PIC X VALUE 'N'.
       01 WS-IMPORTE-CARGA         PIC 9(11)V99 VALUE 0.
       01 WS-ID-PLAZO-GL           PIC X(08).
      *
      *--- Resumen de la cuenta en curso ---
       01 WS-NUMERO-CUENTA         PIC X(20).
       01 WS-CUENTA-COMPARTIDA     PIC X VALUE 'N'.
       01 WS-NUM-MOVS-CUENTA       PIC 9(06) VALUE 0.
       01 WS-CTA-COMISION-TRF      PIC 9(11)V99 VALUE 0.
       01 WS-CTA-CUOTA-MANT        PIC 9(11)V99 VALUE 0.
       01 WS-CTA-COMISION-TARJ     PIC 9(11)V99 VALUE 0.
       01 WS-CTA-COMISION-CHQ      PIC 9(11)V99 VALUE 0.
       01 WS-CTA-PENALIZACION      PIC 9(11)V99 VALUE 0.
       01 WS-CTA-TOTAL-COMISIONES  PIC 9(11)V99 VALUE 0.
       01 WS-CTA-INTERES-DESC      PIC 9(11)V99 VALUE 0.
       01 WS-CTA-INTERES-PREST     PIC 9(11)V99 VALUE 0.
       01 WS-CTA-INTERES-BRUTO     PIC 9(11)V99 VALUE 0.
       01 WS-CTA-RETENCION         PIC 9(11)V99 VALUE 0.
       01 WS-CTA-INTERES-NETO      PIC 9(11)V99 VALUE 0.
       01 WS-CTA-EXTORNO-COMISION  PIC 9(11)V99 VALUE 0.
       01 WS-CTA-CON-IMPORTES      PIC X VALUE 'N'.
      *
      *--- Totales del cliente en curso ---
       01 WS-CLIENTE-EN-CURSO      PIC X(12) VALUE SPACES.
       01 WS-CABECERA-EMITIDA      PIC X VALUE 'N'.
       01 WS-CLI-COMPARTIDA        PIC X VALUE 'N'.
       01 WS-CLI-TOTAL-COMISIONES  PIC 9(11)V99 VALUE 0.
       01 WS-CLI-TOTAL-EXENCION    PIC 9(11)V99 VALUE 0.
       01 WS-CLI-INTERES-COBRADO   PIC 9(11)V99 VALUE 0.
       01 WS-CLI-INTERES-BRUTO     PIC 9(11)V99 VALUE 0.
       01 WS-CLI-RETENCION         PIC 9(11)V99 VALUE 0.
       01 WS-CLI-INTERES-NETO      PIC 9(11)V99 VALUE 0.
       01 WS-RF-BRUTO              PIC 9(12)V99 VALUE 0.
       01 WS-RF-RETENIDO           PIC 9(12)V99 VALUE 0.
       01 WS-RESULTADO-CONCILIA    PIC X(40).
      *
      *--- Paginacion ---
       01 WS-NUM-PAGINA            PIC 9(03) VALUE 0.
       01 WS-LINEAS-PAGINA         PIC 9(02) VALUE 0.
       01 WS-LINEAS-POR-PAGINA     PIC 9(02) VALUE 55.
      *
      *--- Totales de control del proceso ---
       01 WS-NUM-CUENTAS-LEIDAS    PIC 9(06) VALUE 0.
       01 WS-NUM-CUENTAS-RESUMEN   PIC 9(06) VALUE 0.
       01 WS-NUM-CLIENTES-RESUMEN  PIC 9(06) VALUE 0.
       01 WS-NUM-CUADRAN           PIC 9(06) VALUE 0.
       01 WS-NUM-COMPARTIDAS       PIC 9(06) VALUE 0.
       01 WS-NUM-DIFERENCIAS       PIC 9(06) VALUE 0.
       01 WS-TOT-COMISIONES        PIC 9(13)V99 VALUE 0.
       01 WS-TOT-EXENCIONES        PIC 9(13)V99 VALUE 0.
       01 WS-TOT-INTERES-COBRADO   PIC 9(13)V99 VALUE 0.
       01 WS-TOT-INTERES-BRUTO     PIC 9(13)V99 VALUE 0.
       01 WS-TOT-RETENCION         PIC 9(13)V99 VALUE 0.
       01 WS-TOT-GL-CARGADO        PIC 9(13)V99 VALUE 0.
       01 WS-TOT-GL-ASIGNADO       PIC 9(13)V99 VALUE 0.
       01 WS-TOT-GL-SIN-ASIGNAR    PIC 9(13)V99 VALUE 0.
       01 WS-NUM-GL-SIN-ASIGNAR    PIC 9(06) VALUE 0.
       01 WS-NUM-GL-DESBORDADOS    PIC 9(06) VALUE 0.
       01 WS-NUM-EXT-SIN-ASIGNAR   PIC 9(06) VALUE 0.
       01 WS-NUM-PLAZOS-NO-HALLADOS PIC 9(06) VALUE 0.
      *
      *--- Variables de control ---
       01 WS-FECHA-ACTUAL          PIC X(10).
       01 WS-FIN-CUENTAS           PIC X VALUE 'N'.
       01 WS-FIN-MOVS              PIC X VALUE 'N'.
       01 WS-FIN-TITULARES         PIC X VALUE 'N'.
       01 WS-MOVHIST-DISPONIBLE    PIC X VALUE 'N'.
       01 WS-CLIENTES-ABIERTO      PIC X VALUE 'N'.
       01 WS-TITULARES-ABIERTO     PIC X VALUE 'N'.
       01 WS-RETFISC-ABIERTO       PIC X VALUE 'N'.
       01 WS-PLAZOS-ABIERTO        PIC X VALUE 'N'.
       01 WS-FASE                  PIC X(01).
      *
       01 WS-CUENTAS-STATUS        PIC X(02).
          88 WS-CUENTAS-OK             VALUE "00".
       01 WS-MOVIMIEN-STATUS       PIC X(02).
          88 WS-MOVIMIEN-OK            VALUE "00".
       01 WS-MOVHIST-STATUS        PIC X(02).
          88 WS-MOVHIST-OK             VALUE "00".
       01 WS-CLIENTES-STATUS       PIC X(02).
          88 WS-CLIENTES-OK            VALUE "00".
       01 WS-TITULARES-STATUS      PIC X(02).
          88 WS-TITULARES-OK           VALUE "00".
       01 WS-RETFISC-STATUS        PIC X(02).
          88 WS-RETFISC-OK             VALUE "00".
       01 WS-PLAZOS-STATUS         PIC X(02).
          88 WS-PLAZOS-OK              VALUE "00".
       01 WS-COMIEXEN-STATUS       PIC X(02).
          88 WS-COMIEXEN-OK            VALUE "00".
       01 WS-IMPRESION-STATUS      PIC X(02).
          88 WS-IMPRESION-OK           VALUE "00".
       01 WS-CSV-STATUS            PIC X(02).
          88 WS-CSV-OK                 VALUE "00".
      *
      *--- Lineas y campos editados ---
       01 WS-IMPORTE-EDITADO       PIC ZZZZZZZZZZZ9.99.
       01 WS-IMPORTE-EDITADO-2     PIC ZZZZZZZZZZZ9.99.
       01 WS-CONTADOR-EDITADO      PIC ZZZZ9.
       01 WS-ETIQUETA              PIC X(45).
       01 WS-CSV-IMPORTES.
          05 WS-CSV-IMPORTE        PIC ZZZZZZZZZZ9.99
                                   OCCURS 12 TIMES.
       01 WS-IDX-CSV               PIC 9(02) VALUE 0.
      *
      *-------- BLOQUE 4: PROCEDURE DIVISION ------------------------*
       PROCEDURE DIVISION.
      *
       0000-PRINCIPAL.
           PERFORM 1000-INICIALIZAR
           PERFORM 2000-ABRIR-FICHEROS
           PERFORM 2500-CARGAR-COMISIONES-GL
           PERFORM 2800-CARGAR-EXENCIONES
           PERFORM 3000-RECORRER-CARTERA
           PERFORM 7000-TOTAL-DE-CONTROL
           PERFORM 8900-CERRAR-FICHEROS
           PERFORM 9000-FINALIZAR
           STOP RUN.
      *
       1000-INICIALIZAR.
           ACCEPT WS-FECHA-ACTUAL FROM DATE YYYYMMDD
           DISPLAY "=========================================="
           DISPLAY "   RESUMEN ANUAL DE COMISIONES E INTERESES"
           DISPLAY "   Fecha: " WS-FECHA-ACTUAL
           DISPLAY "=========================================="
           DISPLAY " "
           DISPLAY "Ejercicio del resumen (AAAA, en blanco = "
              "ano anterior): "
           ACCEPT WS-ANO-ENTRADA
           IF WS-ANO-ENTRADA = SPACES
              OR WS-ANO-ENTRADA IS NOT NUMERIC
              MOVE WS-FECHA-ACTUAL(1:4) TO WS-ANO-CALCULO
              SUBTRACT 1 FROM WS-ANO-CALCULO
              MOVE WS-ANO-CALCULO TO WS-ANO-RESUMEN
           ELSE
              MOVE WS-ANO-ENTRADA TO WS-ANO-RESUMEN
           END-IF
           MOVE SPACES TO WS-FECHA-DESDE
           STRING WS-ANO-RESUMEN "0101" DELIMITED BY SIZE
              INTO WS-FECHA-DESDE
           DISPLAY "Se resume el ejercicio " WS-ANO-RESUMEN.
      *
       2000-ABRIR-FICHEROS.
           OPEN INPUT CUENTAS-FILE
           OPEN INPUT MOVIMIEN-FILE
           IF NOT WS-CUENTAS-OK OR NOT WS-MOVIMIEN-OK
              DISPLAY "ERROR: No se pueden abrir los ficheros "
                 "maestros."
              MOVE 8 TO RETURN-CODE
              PERFORM 9000-FINALIZAR
              STOP RUN
           END-IF
           OPEN INPUT MOVHIST-FILE
           IF WS-MOVHIST-OK
              MOVE 'S' TO WS-MOVHIST-DISPONIBLE
           ELSE
              DISPLAY "AVISO: No se puede abrir el archivo "
                 "historico MOVHIST; los resumenes solo incluiran "
                 "los movimientos del fichero en linea."
           END-IF
           OPEN INPUT CLIENTES-FILE
           IF WS-CLIENTES-OK
              MOVE 'S' TO WS-CLIENTES-ABIERTO
           ELSE
              DISPLAY "AVISO: No se puede abrir el maestro "
                 "CLIENTES; las cabeceras saldran sin direccion "
                 "postal."
           END-IF
           OPEN INPUT TITULARES-FILE
           IF WS-TITULARES-OK
              MOVE 'S' TO WS-TITULARES-ABIERTO
           ELSE
              DISPLAY "AVISO: No se puede abrir TITULARS; no se "
                 "senalaran las cuentas con cotitulares."
           END-IF
           OPEN INPUT RETFISC-FILE
           IF WS-RETFISC-OK
              MOVE 'S' TO WS-RETFISC-ABIERTO
           ELSE
              DISPLAY "AVISO: No se puede abrir RETFISC; los "
                 "resumenes saldran sin conciliacion fiscal."
           END-IF
           OPEN INPUT PLAZOS-FILE
           IF WS-PLAZOS-OK
              MOVE 'S' TO WS-PLAZOS-ABIERTO
           ELSE
              DISPLAY "AVISO: No se puede abrir PLAZOS; las "
                 "penalizaciones por cancelacion quedaran sin "
                 "asignar a su cuenta."
           END-IF
           OPEN OUTPUT IMPRESION-FILE
           OPEN OUTPUT CSV-FILE
           IF NOT WS-IMPRESION-OK OR NOT WS-CSV-OK
              DISPLAY "ERROR: No se pueden abrir los ficheros de "
                 "salida RESUIMPR/RESUCSV."
              MOVE 8 TO RETURN-CODE
              PERFORM 9000-FINALIZAR
              STOP RUN
           END-IF
           MOVE SPACES TO WS-LINEA-CSV
           STRING "ID_CLIENTE,NUM_CUENTA,MONEDA,EJERCICIO,"
              "COM_TRANSFERENCIA,CUOTA_MANTENIMIENTO,COM_TARJETA,"
              "COM_CHEQUES,PENALIZACION_PLAZOS,TOTAL_COMISIONES,"
              "COMISION_EXIMIDA,INTERES_DESCUBIERTO,"
              "INTERES_PRESTAMOS,INTERES_BRUTO,RETENCION,"
              "INTERES_NETO,COMPARTIDA"
              DELIMITED BY SIZE INTO WS-LINEA-CSV
           WRITE WS-LINEA-CSV.
      *
      *    Las comisiones de transferencia y las penalizaciones de
      *    plazos no se apuntan por separado en la cuenta del
      *    cliente (van dentro del cargo o del abono), pero el abono
      *    en INT-COMISIONES lleva en el concepto la cuenta origen
      *    (GLCO) o el plazo cancelado (GLPE); se cargan por cuenta
      *    antes de recorrer la cartera, junto con los extornos de
      *    comision (GLCT).
       2500-CARGAR-COMISIONES-GL.
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
                          OR MVH-FECHA(1:4) > WS-ANO-RESUMEN
                          MOVE 'S' TO WS-FIN-MOVS
                       ELSE
                          MOVE MVH-REGISTRO TO MOV-REGISTRO
                          PERFORM 2600-TRATAR-APUNTE-GL
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
                       OR MOV-FECHA(1:4) > WS-ANO-RESUMEN
                       MOVE 'S' TO WS-FIN-MOVS
                    ELSE
                       PERFORM 2600-TRATAR-APUNTE-GL
                    END-IF
              END-READ
           END-PERFORM
           DISPLAY "Comisiones y penalizaciones del ejercicio en "
              WS-CTA-GL-COMISIONES ": " WS-NUM-CUENTAS-GL
              " cuentas, " WS-NUM-EXTORNOS " extornos de comision.".
      *
      *    Un apunte GLCO o GLPE extornado por otro extorno sobre la
      *    propia cuenta interna no cuenta, igual que su
      *    compensatorio; el extorno de comision que acompana al
      *    extorno del cargo de transferencia (GLCT) se guarda para
      *    descontarlo de la cuenta cuyo cargo se extorno.
       2600-TRATAR-APUNTE-GL.
           IF MOV-MARCA-EXTORNO = SPACE
              EVALUATE MOV-COD-OPERACION
                 WHEN "GLCO"
                    MOVE MOV-CONCEPTO(24:20) TO WS-CUENTA-BUSCADA
                    MOVE MOV-IMPORTE TO WS-IMPORTE-CARGA
                    PERFORM 2700-BUSCAR-O-ANADIR-CUENTA
                    IF WS-GL-ENCONTRADA = 'S'
                       ADD WS-IMPORTE-CARGA
                          TO WS-GL-COMISION-TRF(WS-IDX-GL)
                       ADD WS-IMPORTE-CARGA TO WS-TOT-GL-CARGADO
                    END-IF
                 WHEN "GLPE"
                    MOVE MOV-CONCEPTO(25:8) TO WS-ID-PLAZO-GL
                    PERFORM 2650-BUSCAR-CUENTA-PLAZO
                    IF WS-CUENTA-BUSCADA NOT = SPACES
                       MOVE MOV-IMPORTE TO WS-IMPORTE-CARGA
                       PERFORM 2700-BUSCAR-O-ANADIR-CUENTA
                       IF WS-GL-ENCONTRADA = 'S'
                          ADD WS-IMPORTE-CARGA
                             TO WS-GL-PENALIZACION(WS-IDX-GL)
                          ADD WS-IMPORTE-CARGA TO WS-TOT-GL-CARGADO
                       END-IF
                    END-IF
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
                 ADD 1 TO WS-NUM-EXT-SIN-ASIGNAR
              END-IF
           END-IF.
      *
       2650-BUSCAR-CUENTA-PLAZO.
           MOVE SPACES TO WS-CUENTA-BUSCADA
           IF WS-PLAZOS-ABIERTO = 'S'
              AND WS-ID-PLAZO-GL IS NUMERIC
              MOVE WS-ID-PLAZO-GL TO PLZ-ID
              READ PLAZOS-FILE
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE PLZ-CUENTA-ASOCIADA TO WS-CUENTA-BUSCADA
              END-READ
           END-IF
           IF WS-CUENTA-BUSCADA = SPACES
              ADD 1 TO WS-NUM-PLAZOS-NO-HALLADOS
              ADD MOV-IMPORTE TO WS-TOT-GL-SIN-ASIGNAR
              ADD 1 TO WS-NUM-GL-SIN-ASIGNAR
           END-IF.
      *
      *    Busca la cuenta en la tabla y la da de alta si no esta;
      *    con la tabla llena el importe se cuenta como no asignado.
       2700-BUSCAR-O-ANADIR-CUENTA.
           PERFORM 2750-BUSCAR-CUENTA-GL
           IF WS-GL-ENCONTRADA = 'N'
              IF WS-NUM-CUENTAS-GL < WS-MAX-CUENTAS-GL
                 ADD 1 TO WS-NUM-CUENTAS-GL
                 MOVE WS-NUM-CUENTAS-GL TO WS-IDX-GL
                 MOVE WS-CUENTA-BUSCADA TO WS-GL-CUENTA(WS-IDX-GL)
                 MOVE 0 TO WS-GL-COMISION-TRF(WS-IDX-GL)
                 MOVE 0 TO WS-GL-PENALIZACION(WS-IDX-GL)
                 MOVE SPACES TO WS-GL-PLAN(WS-IDX-GL)
                 MOVE 0 TO WS-GL-NUM-EXENCIONES(WS-IDX-GL)
                 MOVE 0 TO WS-GL-EXENCION-BASE(WS-IDX-GL)
                 MOVE 0 TO WS-GL-EXENCION-IMPORTE(WS-IDX-GL)
                 MOVE 'N' TO WS-GL-ASIGNADA(WS-IDX-GL)
                 MOVE 'S' TO WS-GL-ENCONTRADA
              ELSE
                 ADD 1 TO WS-NUM-GL-DESBORDADOS
                 ADD WS-IMPORTE-CARGA TO WS-TOT-GL-SIN-ASIGNAR
                 ADD 1 TO WS-NUM-GL-SIN-ASIGNAR
              END-IF
           END-IF.
      *
       2750-BUSCAR-CUENTA-GL.
           MOVE 'N' TO WS-GL-ENCONTRADA
           PERFORM VARYING WS-IDX-GL FROM 1 BY 1
              UNTIL WS-IDX-GL > WS-NUM-CUENTAS-GL
                 OR WS-GL-ENCONTRADA = 'S'
              IF WS-GL-CUENTA(WS-IDX-GL) = WS-CUENTA-BUSCADA
                 MOVE 'S' TO WS-GL-ENCONTRADA
              END-IF
           END-PERFORM
           IF WS-GL-ENCONTRADA = 'S'
              SUBTRACT 1 FROM WS-IDX-GL
           END-IF.
      *
      *    Comisiones eximidas o rebajadas por el plan de precios en
      *    las transferencias del ejercicio, por cuenta origen.
       2800-CARGAR-EXENCIONES.
           OPEN INPUT COMIEXEN-FILE
           IF NOT WS-COMIEXEN-OK
              DISPLAY "AVISO: No se puede abrir COMIEXEN; los "
                 "resumenes saldran sin comisiones eximidas."
           ELSE
              PERFORM UNTIL NOT WS-COMIEXEN-OK
                 READ COMIEXEN-FILE
                    AT END
                       MOVE "10" TO WS-COMIEXEN-STATUS
                    NOT AT END
                       IF CEX-FECHA(1:4) = WS-ANO-RESUMEN
                          PERFORM 2850-ANOTAR-EXENCION
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE COMIEXEN-FILE
           END-IF.
      *
       2850-ANOTAR-EXENCION.
           MOVE CEX-CUENTA-ORIGEN TO WS-CUENTA-BUSCADA
           MOVE 0 TO WS-IMPORTE-CARGA
           PERFORM 2700-BUSCAR-O-ANADIR-CUENTA
           IF WS-GL-ENCONTRADA = 'S'
              ADD 1 TO WS-GL-NUM-EXENCIONES(WS-IDX-GL)
              ADD CEX-COMISION-BASE TO WS-GL-EXENCION-BASE(WS-IDX-GL)
              ADD CEX-COMISION-EXIMIDA
                 TO WS-GL-EXENCION-IMPORTE(WS-IDX-GL)
              MOVE CEX-PLAN TO WS-GL-PLAN(WS-IDX-GL)
           END-IF.
      *
      *    Recorre el maestro por la clave alternativa de cliente,
      *    de forma que las cuentas de cada cliente salgan seguidas
      *    y sus resumenes queden detras de su pagina de cabecera.
       3000-RECORRER-CARTERA.
           MOVE LOW-VALUES TO CTA-ID-CLIENTE
           MOVE 'N' TO WS-FIN-CUENTAS
           START CUENTAS-FILE KEY IS NOT LESS THAN CTA-ID-CLIENTE
              INVALID KEY
                 MOVE 'S' TO WS-FIN-CUENTAS
           END-START
           PERFORM UNTIL WS-FIN-CUENTAS = 'S'
              READ CUENTAS-FILE NEXT RECORD
                 AT END
                    MOVE 'S' TO WS-FIN-CUENTAS
                 NOT AT END
                    IF CTA-TIPO NOT = "INTERNA"
                       ADD 1 TO WS-NUM-CUENTAS-LEIDAS
                       PERFORM 3100-TRATAR-UNA-CUENTA
                    END-IF
              END-READ
           END-PERFORM
           IF WS-CABECERA-EMITIDA = 'S'
              PERFORM 5800-CERRAR-RESUMEN-CLIENTE
           END-IF.
      *
      *    Una cuenta entra en el resumen si tuvo en el ejercicio
      *    alguna comision, exencion o interes; al cambiar de
      *    cliente se cierra el resumen del anterior con sus totales
      *    y su conciliacion fiscal.
       3100-TRATAR-UNA-CUENTA.
           IF CTA-ID-CLIENTE NOT = WS-CLIENTE-EN-CURSO
              IF WS-CABECERA-EMITIDA = 'S'
                 PERFORM 5800-CERRAR-RESUMEN-CLIENTE
              END-IF
              MOVE CTA-ID-CLIENTE TO WS-CLIENTE-EN-CURSO
              MOVE 'N' TO WS-CABECERA-EMITIDA
              MOVE 'N' TO WS-CLI-COMPARTIDA
              MOVE 0 TO WS-CLI-TOTAL-COMISIONES
              MOVE 0 TO WS-CLI-TOTAL-EXENCION
              MOVE 0 TO WS-CLI-INTERES-COBRADO
              MOVE 0 TO WS-CLI-INTERES-BRUTO
              MOVE 0 TO WS-CLI-RETENCION
              MOVE 0 TO WS-CLI-INTERES-NETO
           END-IF
           MOVE CTA-NUM-CUENTA TO WS-NUMERO-CUENTA
           PERFORM 3200-INICIAR-CUENTA
           PERFORM 4000-RECORRER-MOVS-CUENTA
           PERFORM 3300-COMPLETAR-CUENTA
           IF WS-CTA-CON-IMPORTES = 'S'
              PERFORM 3400-COMPROBAR-COTITULARES
              IF WS-CABECERA-EMITIDA = 'N'
                 PERFORM 5000-PAGINA-CABECERA-CLIENTE
                 MOVE 'S' TO WS-CABECERA-EMITIDA
                 ADD 1 TO WS-NUM-CLIENTES-RESUMEN
              END-IF
              PERFORM 5500-EMITIR-RESUMEN-CUENTA
              PERFORM 6500-ESCRIBIR-CSV-CUENTA
           END-IF.
      *
       3200-INICIAR-CUENTA.
           MOVE 'N' TO WS-CUENTA-COMPARTIDA
           MOVE 'N' TO WS-CTA-CON-IMPORTES
           MOVE 0 TO WS-NUM-MOVS-CUENTA
           MOVE 0 TO WS-CTA-COMISION-TRF
           MOVE 0 TO WS-CTA-CUOTA-MANT
           MOVE 0 TO WS-CTA-COMISION-TARJ
           MOVE 0 TO WS-CTA-COMISION-CHQ
           MOVE 0 TO WS-CTA-PENALIZACION
           MOVE 0 TO WS-CTA-TOTAL-COMISIONES
           MOVE 0 TO WS-CTA-INTERES-DESC
           MOVE 0 TO WS-CTA-INTERES-PREST
           MOVE 0 TO WS-CTA-INTERES-BRUTO
           MOVE 0 TO WS-CTA-RETENCION
           MOVE 0 TO WS-CTA-INTERES-NETO
           MOVE 0 TO WS-CTA-EXTORNO-COMISION
           MOVE WS-NUMERO-CUENTA TO WS-CUENTA-BUSCADA
           PERFORM 2750-BUSCAR-CUENTA-GL.
      *
      *    Suma a lo leido en la cuenta las comisiones y
      *    penalizaciones cargadas de INT-COMISIONES, descontando los
      *    extornos de comision de sus cargos extornados.
       3300-COMPLETAR-CUENTA.
           IF WS-GL-ENCONTRADA = 'S'
              MOVE 'S' TO WS-GL-ASIGNADA(WS-IDX-GL)
              ADD WS-GL-COMISION-TRF(WS-IDX-GL) TO WS-CTA-COMISION-TRF
              ADD WS-GL-PENALIZACION(WS-IDX-GL) TO WS-CTA-PENALIZACION
              ADD WS-GL-COMISION-TRF(WS-IDX-GL) TO WS-TOT-GL-ASIGNADO
              ADD WS-GL-PENALIZACION(WS-IDX-GL) TO WS-TOT-GL-ASIGNADO
              IF WS-GL-COMISION-TRF(WS-IDX-GL) > 0
                 OR WS-GL-PENALIZACION(WS-IDX-GL) > 0
                 OR WS-GL-NUM-EXENCIONES(WS-IDX-GL) > 0
                 MOVE 'S' TO WS-CTA-CON-IMPORTES
              END-IF
           END-IF
           IF WS-CTA-EXTORNO-COMISION > WS-CTA-COMISION-TRF
              MOVE 0 TO WS-CTA-COMISION-TRF
           ELSE
              SUBTRACT WS-CTA-EXTORNO-COMISION FROM WS-CTA-COMISION-TRF
           END-IF
           COMPUTE WS-CTA-TOTAL-COMISIONES = WS-CTA-COMISION-TRF
              + WS-CTA-CUOTA-MANT + WS-CTA-COMISION-TARJ
              + WS-CTA-COMISION-CHQ + WS-CTA-PENALIZACION
           IF WS-CTA-RETENCION > WS-CTA-INTERES-BRUTO
              MOVE 0 TO WS-CTA-INTERES-NETO
           ELSE
              COMPUTE WS-CTA-INTERES-NETO =
                 WS-CTA-INTERES-BRUTO - WS-CTA-RETENCION
           END-IF
           IF WS-CTA-TOTAL-COMISIONES > 0
              OR WS-CTA-INTERES-DESC > 0
              OR WS-CTA-INTERES-PREST > 0
              OR WS-CTA-INTERES-BRUTO > 0
              OR WS-CTA-RETENCION > 0
              MOVE 'S' TO WS-CTA-CON-IMPORTES
           END-IF.
      *
      *    Una cuenta con otro titular o cotitular activo en
      *    TITULARS reparte su interes en RETFISC entre ellos, asi
      *    que el acumulado fiscal del cliente no tiene por que
      *    coincidir con lo abonado en sus cuentas.
       3400-COMPROBAR-COTITULARES.
           IF WS-TITULARES-ABIERTO = 'S'
              MOVE WS-NUMERO-CUENTA TO TIT-NUM-CUENTA
              MOVE LOW-VALUES TO TIT-ID-CLIENTE
              MOVE 'N' TO WS-FIN-TITULARES
              START TITULARES-FILE KEY IS NOT LESS THAN TIT-CLAVE
                 INVALID KEY
                    MOVE 'S' TO WS-FIN-TITULARES
              END-START
              PERFORM UNTIL WS-FIN-TITULARES = 'S'
                 READ TITULARES-FILE NEXT RECORD
                    AT END
                       MOVE 'S' TO WS-FIN-TITULARES
                    NOT AT END
                       IF TIT-NUM-CUENTA NOT = WS-NUMERO-CUENTA
                          MOVE 'S' TO WS-FIN-TITULARES
                       ELSE
                          IF TIT-ESTADO = "A"
                             AND (TIT-ROL = "T" OR TIT-ROL = "C")
                             AND TIT-ID-CLIENTE NOT =
                                WS-CLIENTE-EN-CURSO
                             MOVE 'S' TO WS-CUENTA-COMPARTIDA
                             MOVE 'S' TO WS-CLI-COMPARTIDA
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
           END-IF.
      *
      *    Recorre los movimientos del ejercicio de la cuenta,
      *    primero el archivo historico y despues el fichero en
      *    linea, posicionando en el primer dia del ano.
       4000-RECORRER-MOVS-CUENTA.
           IF WS-MOVHIST-DISPONIBLE = 'S'
              PERFORM 4100-RECORRER-HISTORICO
           END-IF
           MOVE WS-NUMERO-CUENTA TO MOV-NUM-CUENTA
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
                    IF MOV-NUM-CUENTA NOT = WS-NUMERO-CUENTA
                       OR MOV-FECHA(1:4) > WS-ANO-RESUMEN
                       MOVE 'S' TO WS-FIN-MOVS
                    ELSE
                       PERFORM 4500-CLASIFICAR-MOVIMIENTO
                    END-IF
              END-READ
           END-PERFORM.
      *
       4100-RECORRER-HISTORICO.
           MOVE WS-NUMERO-CUENTA TO MVH-NUM-CUENTA
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
                    IF MVH-NUM-CUENTA NOT = WS-NUMERO-CUENTA
                       OR MVH-FECHA(1:4) > WS-ANO-RESUMEN
                       MOVE 'S' TO WS-FIN-MOVS
                    ELSE
                       MOVE MVH-REGISTRO TO MOV-REGISTRO
                       PERFORM 4500-CLASIFICAR-MOVIMIENTO
                    END-IF
              END-READ
           END-PERFORM.
      *
      *    Un apunte extornado y su compensatorio se anulan entre si
      *    y no cuentan; del cargo de transferencia extornado se
      *    anota ademas el extorno de su comision, si lo hubo.
       4500-CLASIFICAR-MOVIMIENTO.
           ADD 1 TO WS-NUM-MOVS-CUENTA
           IF MOV-MARCA-EXTORNO = "E"
              IF MOV-COD-OPERACION = "TRFE"
                 OR MOV-COD-OPERACION = "ORDE"
                 OR MOV-COD-OPERACION = SPACES
                 PERFORM 4600-BUSCAR-EXTORNO-COMISION
              END-IF
           END-IF
           IF MOV-MARCA-EXTORNO = SPACE
              EVALUATE MOV-COD-OPERACION
                 WHEN "CMAN"
                 WHEN "LQCM"
                    ADD MOV-IMPORTE TO WS-CTA-CUOTA-MANT
                 WHEN "TACO"
                    ADD MOV-IMPORTE TO WS-CTA-COMISION-TARJ
                 WHEN "CHQC"
                    ADD MOV-IMPORTE TO WS-CTA-COMISION-CHQ
                 WHEN "IDES"
                    ADD MOV-IMPORTE TO WS-CTA-INTERES-DESC
                 WHEN "PRCI"
                    ADD MOV-IMPORTE TO WS-CTA-INTERES-PREST
                 WHEN "INTA"
                 WHEN "LQIN"
                 WHEN "PLZI"
                    ADD MOV-IMPORTE TO WS-CTA-INTERES-BRUTO
                 WHEN "RETF"
                    ADD MOV-IMPORTE TO WS-CTA-RETENCION
                 WHEN SPACES
                    PERFORM 4550-CLASIFICAR-SIN-CODIGO
              END-EVALUATE
           END-IF.
      *
      *    Apuntes anteriores al catalogo CODOPER: solo se reconocen
      *    por su programa de origen la liquidacion de intereses y
      *    la cuota de mantenimiento.
       4550-CLASIFICAR-SIN-CODIGO.
           EVALUATE TRUE
              WHEN MOV-PROGRAMA-ORIGEN = "BANCO-INTERESES"
                 AND MOV-TIPO = "I"
                 ADD MOV-IMPORTE TO WS-CTA-INTERES-BRUTO
              WHEN MOV-PROGRAMA-ORIGEN = "BANCO-INTERESES"
                 AND MOV-TIPO = "G"
                 ADD MOV-IMPORTE TO WS-CTA-RETENCION
              WHEN MOV-PROGRAMA-ORIGEN = "BANCO-COBRA-CUOTAS"
                 AND MOV-TIPO = "G"
                 ADD MOV-IMPORTE TO WS-CTA-CUOTA-MANT
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.
      *
       4600-BUSCAR-EXTORNO-COMISION.
           MOVE 'N' TO WS-EXT-ENCONTRADO
           PERFORM VARYING WS-IDX-EXT FROM 1 BY 1
              UNTIL WS-IDX-EXT > WS-NUM-EXTORNOS
                 OR WS-EXT-ENCONTRADO = 'S'
              IF WS-EXT-FECHA(WS-IDX-EXT) = MOV-FECHA
                 AND WS-EXT-SECUENCIA(WS-IDX-EXT) = MOV-SECUENCIA
                 AND WS-EXT-ASIGNADO(WS-IDX-EXT) = 'N'
                 MOVE 'S' TO WS-EXT-ENCONTRADO
                 MOVE 'S' TO WS-EXT-ASIGNADO(WS-IDX-EXT)
                 ADD WS-EXT-IMPORTE(WS-IDX-EXT)
                    TO WS-CTA-EXTORNO-COMISION
              END-IF
           END-PERFORM.
      *
      *    Pagina de cabecera del cliente, con el nombre y la
      *    direccion postal del maestro CLIENTES para el ensobrado.
       5000-PAGINA-CABECERA-CLIENTE.
           MOVE 0 TO WS-NUM-PAGINA
           MOVE ALL "=" TO WS-LINEA-IMPRESION
           WRITE WS-LINEA-IMPRESION
           MOVE SPACES TO WS-LINEA-IMPRESION
           STRING "RESUMEN ANUAL DE COMISIONES E INTERESES "
              WS-ANO-RESUMEN " - CLIENTE " WS-CLIENTE-EN-CURSO
              DELIMITED BY SIZE INTO WS-LINEA-IMPRESION
           WRITE WS-LINEA-IMPRESION
           MOVE SPACES TO WS-LINEA-IMPRESION
           IF WS-CLIENTES-ABIERTO = 'S'
              MOVE WS-CLIENTE-EN-CURSO TO CLI-ID-CLIENTE
              READ CLIENTES-FILE
                 INVALID KEY
                    MOVE "CLIENTE NO CENSADO" TO WS-LINEA-IMPRESION
                 NOT INVALID KEY
                    MOVE CLI-NOMBRE TO WS-LINEA-IMPRESION
              END-READ
              WRITE WS-LINEA-IMPRESION
              IF WS-CLIENTES-OK
                 MOVE CLI-DIRECCION TO WS-LINEA-IMPRESION
                 WRITE WS-LINEA-IMPRESION
              END-IF
           END-IF
           MOVE ALL "=" TO WS-LINEA-IMPRESION
           WRITE WS-LINEA-IMPRESION
           PERFORM 6100-CABECERA-DE-PAGINA.
      *
      *    Bloque de la cuenta: comisiones por tipo con su total,
      *    exenciones del plan de precios e intereses cobrados y
      *    abonados. Los importes van en la moneda de la cuenta.
       5500-EMITIR-RESUMEN-CUENTA.
           ADD 1 TO WS-NUM-CUENTAS-RESUMEN
           MOVE SPACES TO WS-LINEA-IMPRESION
           PERFORM 6200-ESCRIBIR-LINEA
           MOVE SPACES TO WS-LINEA-IMPRESION
           IF WS-CUENTA-COMPARTIDA = 'S'
              STRING "CUENTA " WS-NUMERO-CUENTA " MONEDA " CTA-MONEDA
                 " (CON COTITULARES)"
                 DELIMITED BY SIZE INTO WS-LINEA-IMPRESION
           ELSE
              STRING "CUENTA " WS-NUMERO-CUENTA " MONEDA " CTA-MONEDA
                 DELIMITED BY SIZE INTO WS-LINEA-IMPRESION
           END-IF
           PERFORM 6200-ESCRIBIR-LINEA
           MOVE ALL "-" TO WS-LINEA-IMPRESION
           PERFORM 6200-ESCRIBIR-LINEA
           MOVE "  COMISIONES DE TRANSFERENCIA" TO WS-ETIQUETA
           MOVE WS-CTA-COMISION-TRF TO WS-IMPORTE-EDITADO
           PERFORM 6300-LINEA-IMPORTE
           MOVE "  CUOTAS DE MANTENIMIENTO" TO WS-ETIQUETA
           MOVE WS-CTA-CUOTA-MANT TO WS-IMPORTE-EDITADO
           PERFORM 6300-LINEA-IMPORTE
           MOVE "  COMISIONES DE TARJETA" TO WS-ETIQUETA
           MOVE WS-CTA-COMISION-TARJ TO WS-IMPORTE-EDITADO
           PERFORM 6300-LINEA-IMPORTE
           MOVE "  COMISIONES POR CHEQUES DEVUELTOS" TO WS-ETIQUETA
           MOVE WS-CTA-COMISION-CHQ TO WS-IMPORTE-EDITADO
           PERFORM 6300-LINEA-IMPORTE
           MOVE "  PENALIZACION CANCELACION DE PLAZOS"
              TO WS-ETIQUETA
           MOVE WS-CTA-PENALIZACION TO WS-IMPORTE-EDITADO
           PERFORM 6300-LINEA-IMPORTE
           MOVE "  TOTAL COMISIONES PAGADAS" TO WS-ETIQUETA
           MOVE WS-CTA-TOTAL-COMISIONES TO WS-IMPORTE-EDITADO
           PERFORM 6300-LINEA-IMPORTE
           IF WS-GL-ENCONTRADA = 'S'
              IF WS-GL-NUM-EXENCIONES(WS-IDX-GL) > 0
                 MOVE WS-GL-NUM-EXENCIONES(WS-IDX-GL)
                    TO WS-CONTADOR-EDITADO
                 MOVE SPACES TO WS-LINEA-IMPRESION
                 STRING "  EXENCIONES DEL PLAN "
                    WS-GL-PLAN(WS-IDX-GL) " EN "
                    WS-CONTADOR-EDITADO " TRANSFERENCIAS"
                    DELIMITED BY SIZE INTO WS-LINEA-IMPRESION
                 PERFORM 6200-ESCRIBIR-LINEA
                 MOVE "    COMISION SEGUN TARIFA ESTANDAR"
                    TO WS-ETIQUETA
                 MOVE WS-GL-EXENCION-BASE(WS-IDX-GL)
                    TO WS-IMPORTE-EDITADO
                 PERFORM 6300-LINEA-IMPORTE
                 MOVE "    COMISION EXIMIDA POR EL PLAN" TO WS-ETIQUETA
                 MOVE WS-GL-EXENCION-IMPORTE(WS-IDX-GL)
                    TO WS-IMPORTE-EDITADO
                 PERFORM 6300-LINEA-IMPORTE
                 ADD WS-GL-EXENCION-IMPORTE(WS-IDX-GL)
                    TO WS-CLI-TOTAL-EXENCION
                 ADD WS-GL-EXENCION-IMPORTE(WS-IDX-GL)
                    TO WS-TOT-EXENCIONES
              END-IF
           END-IF
           MOVE "  INTERES DE DESCUBIERTO COBRADO" TO WS-ETIQUETA
           MOVE WS-CTA-INTERES-DESC TO WS-IMPORTE-EDITADO
           PERFORM 6300-LINEA-IMPORTE
           MOVE "  INTERES DE PRESTAMOS COBRADO" TO WS-ETIQUETA
           MOVE WS-CTA-INTERES-PREST TO WS-IMPORTE-EDITADO
           PERFORM 6300-LINEA-IMPORTE
           MOVE "  INTERES BRUTO ABONADO" TO WS-ETIQUETA
           MOVE WS-CTA-INTERES-BRUTO TO WS-IMPORTE-EDITADO
           PERFORM 6300-LINEA-IMPORTE
           MOVE "  RETENCION FISCAL PRACTICADA" TO WS-ETIQUETA
           MOVE WS-CTA-RETENCION TO WS-IMPORTE-EDITADO
           PERFORM 6300-LINEA-IMPORTE
           MOVE "  INTERES NETO ABONADO" TO WS-ETIQUETA
           MOVE WS-CTA-INTERES-NETO TO WS-IMPORTE-EDITADO
           PERFORM 6300-LINEA-IMPORTE
           ADD WS-CTA-TOTAL-COMISIONES TO WS-CLI-TOTAL-COMISIONES
           ADD WS-CTA-INTERES-DESC TO WS-CLI-INTERES-COBRADO
           ADD WS-CTA-INTERES-PREST TO WS-CLI-INTERES-COBRADO
           ADD WS-CTA-INTERES-BRUTO TO WS-CLI-INTERES-BRUTO
           ADD WS-CTA-RETENCION TO WS-CLI-RETENCION
           ADD WS-CTA-INTERES-NETO TO WS-CLI-INTERES-NETO
           ADD WS-CTA-TOTAL-COMISIONES TO WS-TOT-COMISIONES
           ADD WS-CTA-INTERES-DESC TO WS-TOT-INTERES-COBRADO
           ADD WS-CTA-INTERES-PREST TO WS-TOT-INTERES-COBRADO
           ADD WS-CTA-INTERES-BRUTO TO WS-TOT-INTERES-BRUTO
           ADD WS-CTA-RETENCION TO WS-TOT-RETENCION.
      *
      *    Totales del cliente y conciliacion del interes bruto y la
      *    retencion de sus cuentas con su acumulado del ejercicio
      *    en RETFISC.
       5800-CERRAR-RESUMEN-CLIENTE.
           MOVE SPACES TO WS-LINEA-IMPRESION
           PERFORM 6200-ESCRIBIR-LINEA
           MOVE ALL "=" TO WS-LINEA-IMPRESION
           PERFORM 6200-ESCRIBIR-LINEA
           MOVE "TOTALES DEL CLIENTE EN EL EJERCICIO"
              TO WS-LINEA-IMPRESION
           PERFORM 6200-ESCRIBIR-LINEA
           MOVE "  COMISIONES PAGADAS" TO WS-ETIQUETA
           MOVE WS-CLI-TOTAL-COMISIONES TO WS-IMPORTE-EDITADO
           PERFORM 6300-LINEA-IMPORTE
           MOVE "  COMISIONES EXIMIDAS POR EL PLAN" TO WS-ETIQUETA
           MOVE WS-CLI-TOTAL-EXENCION TO WS-IMPORTE-EDITADO
           PERFORM 6300-LINEA-IMPORTE
           MOVE "  INTERESES COBRADOS" TO WS-ETIQUETA
           MOVE WS-CLI-INTERES-COBRADO TO WS-IMPORTE-EDITADO
           PERFORM 6300-LINEA-IMPORTE
           MOVE "  INTERES BRUTO ABONADO" TO WS-ETIQUETA
           MOVE WS-CLI-INTERES-BRUTO TO WS-IMPORTE-EDITADO
           PERFORM 6300-LINEA-IMPORTE
           MOVE "  RETENCION FISCAL PRACTICADA" TO WS-ETIQUETA
           MOVE WS-CLI-RETENCION TO WS-IMPORTE-EDITADO
           PERFORM 6300-LINEA-IMPORTE
           MOVE "  INTERES NETO ABONADO" TO WS-ETIQUETA
           MOVE WS-CLI-INTERES-NETO TO WS-IMPORTE-EDITADO
           PERFORM 6300-LINEA-IMPORTE
           IF WS-RETFISC-ABIERTO = 'S'
              PERFORM 5900-CONCILIAR-RETFISC
           END-IF
           MOVE ALL "=" TO WS-LINEA-IMPRESION
           PERFORM 6200-ESCRIBIR-LINEA
           MOVE SPACES TO WS-LINEA-IMPRESION
           WRITE WS-LINEA-IMPRESION.
      *
       5900-CONCILIAR-RETFISC.
           MOVE 0 TO WS-RF-BRUTO
           MOVE 0 TO WS-RF-RETENIDO
           MOVE WS-CLIENTE-EN-CURSO TO RF-ID-CLIENTE
           MOVE WS-ANO-RESUMEN TO RF-ANO
           READ RETFISC-FILE
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE RF-TOTAL-BRUTO TO WS-RF-BRUTO
                 MOVE RF-TOTAL-RETENIDO TO WS-RF-RETENIDO
           END-READ
           IF WS-RF-BRUTO = WS-CLI-INTERES-BRUTO
              AND WS-RF-RETENIDO = WS-CLI-RETENCION
              MOVE "CUADRA" TO WS-RESULTADO-CONCILIA
              ADD 1 TO WS-NUM-CUADRAN
           ELSE
              IF WS-CLI-COMPARTIDA = 'S'
                 MOVE "DIFERENCIA POR REPARTO ENTRE COTITULARES"
                    TO WS-RESULTADO-CONCILIA
                 ADD 1 TO WS-NUM-COMPARTIDAS
              ELSE
                 MOVE "DIFERENCIA A REVISAR"
                    TO WS-RESULTADO-CONCILIA
                 ADD 1 TO WS-NUM-DIFERENCIAS
                 DISPLAY "AVISO: cliente " WS-CLIENTE-EN-CURSO
                    " no cuadra con RETFISC del ejercicio."
              END-IF
           END-IF
           MOVE SPACES TO WS-LINEA-IMPRESION
           PERFORM 6200-ESCRIBIR-LINEA
           MOVE "CONCILIACION CON EL ACUMULADO FISCAL (RETFISC)"
              TO WS-LINEA-IMPRESION
           PERFORM 6200-ESCRIBIR-LINEA
           MOVE SPACES TO WS-LINEA-IMPRESION
           STRING "                  SEGUN MOVIMIENTOS"
              "   SEGUN RETFISC"
              DELIMITED BY SIZE INTO WS-LINEA-IMPRESION
           PERFORM 6200-ESCRIBIR-LINEA
           MOVE WS-CLI-INTERES-BRUTO TO WS-IMPORTE-EDITADO
           MOVE WS-RF-BRUTO TO WS-IMPORTE-EDITADO-2
           MOVE SPACES TO WS-LINEA-IMPRESION
           STRING "  INTERES BRUTO     " WS-IMPORTE-EDITADO " "
              WS-IMPORTE-EDITADO-2
              DELIMITED BY SIZE INTO WS-LINEA-IMPRESION
           PERFORM 6200-ESCRIBIR-LINEA
           MOVE WS-CLI-RETENCION TO WS-IMPORTE-EDITADO
           MOVE WS-RF-RETENIDO TO WS-IMPORTE-EDITADO-2
           MOVE SPACES TO WS-LINEA-IMPRESION
           STRING "  RETENCION         " WS-IMPORTE-EDITADO " "
              WS-IMPORTE-EDITADO-2
              DELIMITED BY SIZE INTO WS-LINEA-IMPRESION
           PERFORM 6200-ESCRIBIR-LINEA
           MOVE SPACES TO WS-LINEA-IMPRESION
           STRING "  RESULTADO: " WS-RESULTADO-CONCILIA
              DELIMITED BY SIZE INTO WS-LINEA-IMPRESION
           PERFORM 6200-ESCRIBIR-LINEA.
      *
       6100-CABECERA-DE-PAGINA.
           ADD 1 TO WS-NUM-PAGINA
           MOVE 0 TO WS-LINEAS-PAGINA
           MOVE ALL "-" TO WS-LINEA-IMPRESION
           WRITE WS-LINEA-IMPRESION
           MOVE SPACES TO WS-LINEA-IMPRESION
           STRING "RESUMEN ANUAL " WS-ANO-RESUMEN
              " CLIENTE " WS-CLIENTE-EN-CURSO
              " PAGINA " WS-NUM-PAGINA
              DELIMITED BY SIZE INTO WS-LINEA-IMPRESION
           WRITE WS-LINEA-IMPRESION
           MOVE ALL "-" TO WS-LINEA-IMPRESION
           WRITE WS-LINEA-IMPRESION.
      *
      *    Escribe la linea de impresion contando las lineas de la
      *    pagina; al llenarse, salta a una pagina nueva del mismo
      *    cliente con su cabecera numerada.
       6200-ESCRIBIR-LINEA.
           IF WS-LINEAS-PAGINA >= WS-LINEAS-POR-PAGINA
              PERFORM 6100-CABECERA-DE-PAGINA
           END-IF
           WRITE WS-LINEA-IMPRESION
           ADD 1 TO WS-LINEAS-PAGINA.
      *
       6300-LINEA-IMPORTE.
           MOVE SPACES TO WS-LINEA-IMPRESION
           STRING WS-ETIQUETA WS-IMPORTE-EDITADO
              DELIMITED BY SIZE INTO WS-LINEA-IMPRESION
           PERFORM 6200-ESCRIBIR-LINEA.
      *
      *    Linea de la cuenta para la banca por internet, con los
      *    mismos importes que el resumen impreso.
       6500-ESCRIBIR-CSV-CUENTA.
           MOVE WS-CTA-COMISION-TRF TO WS-CSV-IMPORTE(1)
           MOVE WS-CTA-CUOTA-MANT TO WS-CSV-IMPORTE(2)
           MOVE WS-CTA-COMISION-TARJ TO WS-CSV-IMPORTE(3)
           MOVE WS-CTA-COMISION-CHQ TO WS-CSV-IMPORTE(4)
           MOVE WS-CTA-PENALIZACION TO WS-CSV-IMPORTE(5)
           MOVE WS-CTA-TOTAL-COMISIONES TO WS-CSV-IMPORTE(6)
           MOVE 0 TO WS-CSV-IMPORTE(7)
           IF WS-GL-ENCONTRADA = 'S'
              MOVE WS-GL-EXENCION-IMPORTE(WS-IDX-GL)
                 TO WS-CSV-IMPORTE(7)
           END-IF
           MOVE WS-CTA-INTERES-DESC TO WS-CSV-IMPORTE(8)
           MOVE WS-CTA-INTERES-PREST TO WS-CSV-IMPORTE(9)
           MOVE WS-CTA-INTERES-BRUTO TO WS-CSV-IMPORTE(10)
           MOVE WS-CTA-RETENCION TO WS-CSV-IMPORTE(11)
           MOVE WS-CTA-INTERES-NETO TO WS-CSV-IMPORTE(12)
           MOVE SPACES TO WS-LINEA-CSV
           STRING WS-CLIENTE-EN-CURSO DELIMITED BY SPACE ","
              WS-NUMERO-CUENTA DELIMITED BY SPACE ","
              CTA-MONEDA DELIMITED BY SIZE ","
              WS-ANO-RESUMEN DELIMITED BY SIZE ","
              WS-CSV-IMPORTE(1) DELIMITED BY SIZE ","
              WS-CSV-IMPORTE(2) DELIMITED BY SIZE ","
              WS-CSV-IMPORTE(3) DELIMITED BY SIZE ","
              WS-CSV-IMPORTE(4) DELIMITED BY SIZE ","
              WS-CSV-IMPORTE(5) DELIMITED BY SIZE ","
              WS-CSV-IMPORTE(6) DELIMITED BY SIZE ","
              WS-CSV-IMPORTE(7) DELIMITED BY SIZE ","
              WS-CSV-IMPORTE(8) DELIMITED BY SIZE ","
              WS-CSV-IMPORTE(9) DELIMITED BY SIZE ","
              WS-CSV-IMPORTE(10) DELIMITED BY SIZE ","
              WS-CSV-IMPORTE(11) DELIMITED BY SIZE ","
              WS-CSV-IMPORTE(12) DELIMITED BY SIZE ","
              WS-CUENTA-COMPARTIDA DELIMITED BY SIZE
              INTO WS-LINEA-CSV
           END-STRING
           WRITE WS-LINEA-CSV.
      *
      *    Total de control: las comisiones y penalizaciones cargadas
      *    de INT-COMISIONES deben quedar todas asignadas a algun
      *    resumen; lo que sobra es de cuentas que ya no estan en el
      *    maestro o de conceptos que no se pudieron leer.
       7000-TOTAL-DE-CONTROL.
           PERFORM VARYING WS-IDX-GL FROM 1 BY 1
              UNTIL WS-IDX-GL > WS-NUM-CUENTAS-GL
              IF WS-GL-ASIGNADA(WS-IDX-GL) = 'N'
                 AND (WS-GL-COMISION-TRF(WS-IDX-GL) > 0
                    OR WS-GL-PENALIZACION(WS-IDX-GL) > 0)
                 ADD 1 TO WS-NUM-GL-SIN-ASIGNAR
                 ADD WS-GL-COMISION-TRF(WS-IDX-GL)
                    TO WS-TOT-GL-SIN-ASIGNAR
                 ADD WS-GL-PENALIZACION(WS-IDX-GL)
                    TO WS-TOT-GL-SIN-ASIGNAR
                 DISPLAY "AVISO: comisiones de la cuenta "
                    WS-GL-CUENTA(WS-IDX-GL)
                    " sin resumen (no esta en el maestro)."
              END-IF
           END-PERFORM
           PERFORM VARYING WS-IDX-EXT FROM 1 BY 1
              UNTIL WS-IDX-EXT > WS-NUM-EXTORNOS
              IF WS-EXT-ASIGNADO(WS-IDX-EXT) = 'N'
                 ADD 1 TO WS-NUM-EXT-SIN-ASIGNAR
              END-IF
           END-PERFORM
           MOVE SPACES TO WS-LINEA-IMPRESION
           STRING "CONTROL " WS-ANO-RESUMEN
              " CUENTAS EXAMINADAS " WS-NUM-CUENTAS-LEIDAS
              " RESUMENES " WS-NUM-CUENTAS-RESUMEN
              " CLIENTES " WS-NUM-CLIENTES-RESUMEN
              DELIMITED BY SIZE INTO WS-LINEA-IMPRESION
           WRITE WS-LINEA-IMPRESION
           MOVE WS-TOT-GL-CARGADO TO WS-IMPORTE-EDITADO
           MOVE WS-TOT-GL-ASIGNADO TO WS-IMPORTE-EDITADO-2
           MOVE SPACES TO WS-LINEA-IMPRESION
           STRING "CONTROL INT-COMISIONES " WS-IMPORTE-EDITADO
              " ASIGNADO " WS-IMPORTE-EDITADO-2
              DELIMITED BY SIZE INTO WS-LINEA-IMPRESION
           WRITE WS-LINEA-IMPRESION
           MOVE SPACES TO WS-LINEA-IMPRESION
           STRING "CONTROL RETFISC CUADRAN " WS-NUM-CUADRAN
              " COTITULARES " WS-NUM-COMPARTIDAS
              " A REVISAR " WS-NUM-DIFERENCIAS
              DELIMITED BY SIZE INTO WS-LINEA-IMPRESION
           WRITE WS-LINEA-IMPRESION
           DISPLAY " "
           DISPLAY "Cuentas examinadas:      " WS-NUM-CUENTAS-LEIDAS
           DISPLAY "Cuentas con resumen:     " WS-NUM-CUENTAS-RESUMEN
           DISPLAY "Clientes con resumen:    " WS-NUM-CLIENTES-RESUMEN
           MOVE WS-TOT-COMISIONES TO WS-IMPORTE-EDITADO
           DISPLAY "Comisiones pagadas:      " WS-IMPORTE-EDITADO
           MOVE WS-TOT-EXENCIONES TO WS-IMPORTE-EDITADO
           DISPLAY "Comisiones eximidas:     " WS-IMPORTE-EDITADO
           MOVE WS-TOT-INTERES-COBRADO TO WS-IMPORTE-EDITADO
           DISPLAY "Intereses cobrados:      " WS-IMPORTE-EDITADO
           MOVE WS-TOT-INTERES-BRUTO TO WS-IMPORTE-EDITADO
           DISPLAY "Interes bruto abonado:   " WS-IMPORTE-EDITADO
           MOVE WS-TOT-RETENCION TO WS-IMPORTE-EDITADO
           DISPLAY "Retencion practicada:    " WS-IMPORTE-EDITADO
           DISPLAY "Conciliacion RETFISC: " WS-NUM-CUADRAN
              " cuadran, " WS-NUM-COMPARTIDAS
              " con cotitulares, " WS-NUM-DIFERENCIAS " a revisar."
           IF WS-NUM-GL-SIN-ASIGNAR > 0
              OR WS-NUM-EXT-SIN-ASIGNAR > 0
              MOVE WS-TOT-GL-SIN-ASIGNAR TO WS-IMPORTE-EDITADO
              DISPLAY "ATENCION: " WS-NUM-GL-SIN-ASIGNAR
                 " comisiones o penalizaciones por "
                 WS-IMPORTE-EDITADO " y " WS-NUM-EXT-SIN-ASIGNAR
                 " extornos de comision sin asignar a un resumen "
                 "(" WS-NUM-PLAZOS-NO-HALLADOS " plazos no hallados, "
                 WS-NUM-GL-DESBORDADOS " fuera de tabla)."
           END-IF
           IF WS-NUM-GL-SIN-ASIGNAR > 0
              OR WS-NUM-EXT-SIN-ASIGNAR > 0
              OR WS-NUM-DIFERENCIAS > 0
              MOVE 4 TO RETURN-CODE
           END-IF.
      *
       8900-CERRAR-FICHEROS.
           CLOSE CUENTAS-FILE
           CLOSE MOVIMIEN-FILE
           IF WS-MOVHIST-DISPONIBLE = 'S'
              CLOSE MOVHIST-FILE
           END-IF
           IF WS-CLIENTES-ABIERTO = 'S'
              CLOSE CLIENTES-FILE
           END-IF
           IF WS-TITULARES-ABIERTO = 'S'
              CLOSE TITULARES-FILE
           END-IF
           IF WS-RETFISC-ABIERTO = 'S'
              CLOSE RETFISC-FILE
           END-IF
           IF WS-PLAZOS-ABIERTO = 'S'
              CLOSE PLAZOS-FILE
           END-IF
           CLOSE IMPRESION-FILE
           CLOSE CSV-FILE.
      *
       9000-FINALIZAR.
           DISPLAY " "
           DISPLAY "Resumenes anuales generados en RESUIMPR y "
              "RESUCSV.".
