      *================================================================*
      * PROGRAMA: BANCO-COMPENSA-CHEQUES
      * DESCRIPCION: Paso del job de cierre que liquida los cheques
      *              de otras entidades ingresados por ventanilla con
      *              BANCO-INGRESOS. Primero procesa el fichero CHQDEV
      *              de cheques devueltos por la entidad librada: el
      *              abono se deshace con un apunte de cargo en la
      *              cuenta (sobre el saldo no disponible si el cheque
      *              seguia pendiente, sobre el disponible si ya se
      *              habia liberado), se cobra la comision de
      *              devolucion (por SYSIN, en euros; en blanco, 10)
      *              con su apunte, y ambas operaciones dejan linea de
      *              auditoria. Despues recorre CHEQUES y pasa a
      *              disponible el importe de los cheques pendientes
      *              cuya fecha de compensacion ha llegado. Al
      *              terminar abona el total de comisiones en la
      *              cuenta interna INT-COMISIONES.
      * AUTOR: Proyecto MCPs
      * FECHA: 2026-10-15
      *
      * HISTORIAL DE MODIFICACIONES:
      *   2026-10-15  Los apuntes llevan codigo de operacion del
      *               catalogo CODOPER y canal "L": CHQD en la
      *               devolucion, CHQC en su comision y GLCD en la
      *               cuenta interna de comisiones.
      *   2026-10-15  El paso anota su inicio y sus cifras en el fichero
      *               de totales de control TOTCTL (BANCO-TOTALES-PASO),
      *               con cada apunte grabado en MOVIMIEN, para la hoja
      *               de control del job que emite BANCO-VALIDA-TOTALES.
      *================================================================*
      *
      *-------- BLOQUE 1: IDENTIFICATION DIVISION -------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANCO-COMPENSA-CHEQUES.
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
           SELECT CTLMOV-FILE ASSIGN TO "CTLMOV"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS CTR-CLAVE
              FILE STATUS IS WS-CTLMOV-STATUS.
      *
           SELECT CHEQUES-FILE ASSIGN TO "CHEQUES"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS CHQ-CLAVE
              ALTERNATE RECORD KEY IS CHQ-NUM-CUENTA WITH DUPLICATES
              FILE STATUS IS WS-CHEQUES-STATUS.
      *
           SELECT CHQDEV-FILE ASSIGN TO "CHQDEV"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-CHQDEV-STATUS.
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
       FD  CTLMOV-FILE.
           COPY "contador.cpy".
      *
       FD  CHEQUES-FILE.
           COPY "cheque.cpy".
      *
       FD  CHQDEV-FILE.
           COPY "chqcomp.cpy"
              REPLACING LEADING ==CCO-== BY ==DEV-==.
      *
       WORKING-STORAGE SECTION.
      *
      *--- Comision por cheque devuelto ---
       01 WS-COMISION-DEVOLUCION   PIC 9(05)V99 VALUE 10.
       01 WS-COMISION-ENTRADA      PIC X(04).
      *--- Conversion de la entrada de parametros: ACCEPT deja el
      *--- valor pegado a la izquierda con espacios detras, que la
      *--- prueba de clase numerica rechazaria salvo relleno a
      *--- ceros; se convierte digito a digito ---
       01 WS-VALOR-ENTRADA         PIC 9(10) VALUE 0.
       01 WS-ENTRADA-VALIDA        PIC X VALUE 'N'.
       01 WS-ENTRADA-ERRONEA       PIC X VALUE 'N'.
       01 WS-IDX-ENT               PIC 9(02) VALUE 0.
       01 WS-CAR-ENTRADA           PIC X(01).
       01 WS-CAR-ENTRADA-9 REDEFINES WS-CAR-ENTRADA PIC 9(01).
      *
      *--- Contadores del proceso ---
       01 WS-NUM-DEVUELTOS         PIC 9(07) VALUE 0.
       01 WS-NUM-SIN-CHEQUE        PIC 9(07) VALUE 0.
       01 WS-NUM-YA-DEVUELTOS      PIC 9(07) VALUE 0.
       01 WS-NUM-LIBERADOS         PIC 9(07) VALUE 0.
       01 WS-NUM-PENDIENTES        PIC 9(07) VALUE 0.
       01 WS-TOTAL-DEVUELTO        PIC 9(12)V99 VALUE 0.
       01 WS-TOTAL-LIBERADO        PIC 9(12)V99 VALUE 0.
       01 WS-TOTAL-PENDIENTE       PIC 9(12)V99 VALUE 0.
       01 WS-TOTAL-COMISIONES      PIC 9(12)V99 VALUE 0.
      *
      *--- Cuenta interna de ingresos por comisiones ---
       01 WS-CTA-GL-COMISIONES     PIC X(20) VALUE "INT-COMISIONES".
      *
      *--- Variables de control ---
       01 WS-FECHA-ACTUAL          PIC X(10).
       01 WS-FIN-CHQDEV            PIC X VALUE 'N'.
       01 WS-FIN-CHEQUES           PIC X VALUE 'N'.
       01 WS-CHQDEV-ABIERTO        PIC X VALUE 'N'.
       01 WS-CHEQUE-ENCONTRADO     PIC X VALUE 'N'.
       01 WS-CUENTA-ENCONTRADA     PIC X VALUE 'N'.
       01 WS-SIGUIENTE-SECUENCIA   PIC 9(06) VALUE 0.
       01 WS-OPERADOR              PIC X(08) VALUE "BATCH".
      *
       01 WS-CUENTAS-STATUS        PIC X(02).
          88 WS-CUENTAS-OK             VALUE "00".
       01 WS-MOVIMIEN-STATUS       PIC X(02).
          88 WS-MOVIMIEN-OK            VALUE "00".
       01 WS-CTLMOV-STATUS         PIC X(02).
          88 WS-CTLMOV-OK              VALUE "00".
          88 WS-CTLMOV-NUEVO           VALUE "35".
       01 WS-CHEQUES-STATUS        PIC X(02).
          88 WS-CHEQUES-OK             VALUE "00".
          88 WS-CHEQUES-NUEVO          VALUE "35".
       01 WS-CHQDEV-STATUS         PIC X(02).
          88 WS-CHQDEV-OK              VALUE "00".
      *
      *--- Control de cierre (ver BANCO-CONTROL-CIERRE) ---
       01 WS-CC-ACCION             PIC X(01).
       01 WS-CC-PASO               PIC 9(02) VALUE 31.
       01 WS-CC-PASO-ANTERIOR      PIC 9(02) VALUE 29.
       01 WS-CC-PERMITIDO          PIC X(01).
       01 WS-CC-MENSAJE            PIC X(60).
      *
      *--- Datos para la linea de auditoria ---
       01 WS-AUD-PROGRAMA        PIC X(20) VALUE "BANCO-COMPENSA-CHQ".
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
           PERFORM 2000-ABRIR-FICHEROS
           PERFORM 3000-PROCESAR-DEVUELTOS
           PERFORM 4000-LIBERAR-COMPENSADOS
           PERFORM 5000-ABONAR-COMISIONES-GL
           PERFORM 6000-MOSTRAR-RESUMEN-FINAL
           PERFORM 8900-CERRAR-FICHEROS
           PERFORM 1200-ANOTAR-CONTROL-CIERRE
           PERFORM 1400-ANOTAR-TOTALES-PASO
           PERFORM 9000-FINALIZAR
           STOP RUN.
      *
      *    La comision por cheque devuelto llega por SYSIN en euros
      *    enteros; en blanco se aplica la tarifa habitual.
       1000-INICIALIZAR.
           ACCEPT WS-FECHA-ACTUAL FROM DATE YYYYMMDD
           DISPLAY "=========================================="
           DISPLAY "   COMPENSACION DE CHEQUES INGRESADOS"
           DISPLAY "   Fecha: " WS-FECHA-ACTUAL
           DISPLAY "=========================================="
           DISPLAY " "
           DISPLAY "Comision por cheque devuelto en euros (en "
              "blanco = 10): "
           ACCEPT WS-COMISION-ENTRADA
           IF WS-COMISION-ENTRADA NOT = SPACES
              PERFORM 7700-CONVERTIR-ENTRADA
              IF WS-ENTRADA-VALIDA = 'S'
                 MOVE WS-VALOR-ENTRADA TO WS-COMISION-DEVOLUCION
              ELSE
                 DISPLAY "AVISO: comision no valida; se aplica la "
                    "comision por defecto."
              END-IF
           END-IF
           DISPLAY "Comision por cheque devuelto: "
              WS-COMISION-DEVOLUCION.
      *
      *    Comprueba en CTLCIERR que el paso pueda ejecutarse hoy
      *    (no repetido y con el paso 29 completado); si no procede,
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
           MOVE "BANCO-COMPENSA-CHQ" TO WS-TPA-PROGRAMA
           MOVE "BANCIERR" TO WS-TPA-JOB
           MOVE "I" TO WS-TP-ACCION
           CALL "BANCO-TOTALES-PASO" USING WS-TP-ACCION
              WS-TPA-REGISTRO.
      *
      *    Anota en TOTCTL las cifras del paso y su codigo de
      *    retorno, que se conserva tras la llamada.
       1400-ANOTAR-TOTALES-PASO.
           COMPUTE WS-TPA-LEIDOS = WS-NUM-DEVUELTOS
              + WS-NUM-SIN-CHEQUE + WS-NUM-YA-DEVUELTOS
           MOVE WS-NUM-DEVUELTOS TO WS-TPA-ACEPTADOS
           MOVE WS-TOTAL-DEVUELTO TO WS-TPA-IMPORTE-ACEPTADO
           COMPUTE WS-TPA-RECHAZADOS = WS-NUM-SIN-CHEQUE
              + WS-NUM-YA-DEVUELTOS
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
           OPEN I-O MOVIMIEN-FILE
           OPEN I-O CTLMOV-FILE
           IF WS-CTLMOV-NUEVO
              OPEN OUTPUT CTLMOV-FILE
              CLOSE CTLMOV-FILE
              OPEN I-O CTLMOV-FILE
              MOVE "M" TO CTR-CLAVE
              MOVE 0 TO CTR-ULTIMO-VALOR
              WRITE CTR-REGISTRO
           END-IF
           OPEN I-O CHEQUES-FILE
           IF WS-CHEQUES-NUEVO
              OPEN OUTPUT CHEQUES-FILE
              CLOSE CHEQUES-FILE
              OPEN I-O CHEQUES-FILE
           END-IF
           IF NOT WS-CUENTAS-OK OR NOT WS-MOVIMIEN-OK
              OR NOT WS-CHEQUES-OK
              DISPLAY "ERROR: No se pueden abrir los ficheros "
                 "maestros."
              PERFORM 9000-FINALIZAR
              STOP RUN
           END-IF
           OPEN INPUT CHQDEV-FILE
           IF WS-CHQDEV-OK
              MOVE 'S' TO WS-CHQDEV-ABIERTO
           ELSE
              DISPLAY "AVISO: no hay fichero CHQDEV de cheques "
                 "devueltos; solo se liberan los compensados."
           END-IF.
      *
       3000-PROCESAR-DEVUELTOS.
           IF WS-CHQDEV-ABIERTO = 'S'
              MOVE 'N' TO WS-FIN-CHQDEV
              PERFORM UNTIL WS-FIN-CHQDEV = 'S'
                 READ CHQDEV-FILE
                    AT END
                       MOVE 'S' TO WS-FIN-CHQDEV
                    NOT AT END
                       PERFORM 3100-PROCESAR-UN-DEVUELTO
                 END-READ
              END-PERFORM
           END-IF.
      *
      *    Localiza el cheque por entidad librada y numero, los
      *    mismos datos que viajaron en la presentacion al cobro. Un
      *    cheque ya devuelto (relanzamiento, o devolucion repetida
      *    por la camara) no se vuelve a cargar.
       3100-PROCESAR-UN-DEVUELTO.
           MOVE 'N' TO WS-CHEQUE-ENCONTRADO
           MOVE DEV-ENTIDAD TO CHQ-ENTIDAD
           MOVE DEV-NUM-CHEQUE TO CHQ-NUM-CHEQUE
           READ CHEQUES-FILE
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE 'S' TO WS-CHEQUE-ENCONTRADO
           END-READ
           IF WS-CHEQUE-ENCONTRADO = 'N'
              ADD 1 TO WS-NUM-SIN-CHEQUE
              DISPLAY "AVISO: devolucion de cheque desconocido: "
                 DEV-ENTIDAD " " DEV-NUM-CHEQUE " importe "
                 DEV-IMPORTE "; revisar con la camara."
           ELSE
              IF CHQ-ESTADO = "D"
                 ADD 1 TO WS-NUM-YA-DEVUELTOS
                 DISPLAY "AVISO: el cheque " CHQ-ENTIDAD " "
                    CHQ-NUM-CHEQUE " ya se devolvio el "
                    CHQ-FECHA-ESTADO "; devolucion ignorada."
              ELSE
                 PERFORM 3200-DEVOLVER-CHEQUE
              END-IF
           END-IF.
      *
      *    Deshace el abono del cheque en la cuenta: si seguia
      *    pendiente, el importe sale del saldo no disponible; si ya
      *    se habia liberado, del disponible. Despues se cobra la
      *    comision de devolucion, que puede dejar la cuenta en
      *    descubierto como cualquier otra comision.
       3200-DEVOLVER-CHEQUE.
           MOVE CHQ-NUM-CUENTA TO CTA-NUM-CUENTA
           MOVE 'N' TO WS-CUENTA-ENCONTRADA
           READ CUENTAS-FILE
              INVALID KEY
                 DISPLAY "AVISO: la cuenta " CHQ-NUM-CUENTA
                    " del cheque devuelto no existe en CUENTAS; "
                    "cargar a mano."
              NOT INVALID KEY
                 MOVE 'S' TO WS-CUENTA-ENCONTRADA
           END-READ
           IF WS-CUENTA-ENCONTRADA = 'S'
              IF CHQ-ESTADO = "P"
                 AND CTA-SALDO-RET >= CHQ-IMPORTE
                 SUBTRACT CHQ-IMPORTE FROM CTA-SALDO-RET
              ELSE
                 SUBTRACT CHQ-IMPORTE FROM CTA-SALDO-DISP
              END-IF
              PERFORM 3300-GRABAR-APUNTE-DEVOLUCION
              IF WS-COMISION-DEVOLUCION > 0
                 SUBTRACT WS-COMISION-DEVOLUCION FROM CTA-SALDO-DISP
                 PERFORM 3400-GRABAR-APUNTE-COMISION
                 ADD WS-COMISION-DEVOLUCION TO WS-TOTAL-COMISIONES
              END-IF
              REWRITE CTA-REGISTRO
              PERFORM 3500-REGISTRAR-AUDITORIA-DEV
           END-IF
           MOVE "D" TO CHQ-ESTADO
           MOVE WS-FECHA-ACTUAL TO CHQ-FECHA-ESTADO
           MOVE DEV-OBSERVACIONES TO CHQ-MOTIVO-DEVOLUCION
           REWRITE CHQ-REGISTRO
           ADD 1 TO WS-NUM-DEVUELTOS
           ADD CHQ-IMPORTE TO WS-TOTAL-DEVUELTO
           DISPLAY "Cheque devuelto: " CHQ-ENTIDAD " "
              CHQ-NUM-CHEQUE " cuenta " CHQ-NUM-CUENTA
              " importe " CHQ-IMPORTE
              " motivo " DEV-OBSERVACIONES.
      *
       3300-GRABAR-APUNTE-DEVOLUCION.
           PERFORM 4900-OBTENER-SIGUIENTE-SECUENCIA
           MOVE CHQ-NUM-CUENTA TO MOV-NUM-CUENTA
           MOVE WS-FECHA-ACTUAL TO MOV-FECHA
           MOVE WS-SIGUIENTE-SECUENCIA TO MOV-SECUENCIA
           MOVE "000000" TO MOV-HORA
           MOVE SPACES TO MOV-CONCEPTO
           STRING "DEVOLUCION CHEQUE " CHQ-ENTIDAD " "
              CHQ-NUM-CHEQUE DELIMITED BY SIZE INTO MOV-CONCEPTO
           MOVE "G" TO MOV-TIPO
           MOVE CHQ-IMPORTE TO MOV-IMPORTE
           MOVE CTA-SALDO-DISP TO MOV-SALDO-DESPUES
           MOVE CTA-MONEDA TO MOV-MONEDA
           MOVE "BANCO-COMPENSA-CHQ" TO MOV-PROGRAMA-ORIGEN
           MOVE "CHQD" TO MOV-COD-OPERACION
           MOVE "L" TO MOV-CANAL
           MOVE WS-OPERADOR TO MOV-OPERADOR
           MOVE SPACE TO MOV-MARCA-EXTORNO
           WRITE MOV-REGISTRO
           PERFORM 7900-ANOTAR-APUNTE-PASO.
      *
       3400-GRABAR-APUNTE-COMISION.
           PERFORM 4900-OBTENER-SIGUIENTE-SECUENCIA
           MOVE CHQ-NUM-CUENTA TO MOV-NUM-CUENTA
           MOVE WS-FECHA-ACTUAL TO MOV-FECHA
           MOVE WS-SIGUIENTE-SECUENCIA TO MOV-SECUENCIA
           MOVE "000000" TO MOV-HORA
           MOVE SPACES TO MOV-CONCEPTO
           STRING "COMISION CHEQUE DEVUELTO " CHQ-NUM-CHEQUE
              DELIMITED BY SIZE INTO MOV-CONCEPTO
           MOVE "G" TO MOV-TIPO
           MOVE WS-COMISION-DEVOLUCION TO MOV-IMPORTE
           MOVE CTA-SALDO-DISP TO MOV-SALDO-DESPUES
           MOVE CTA-MONEDA TO MOV-MONEDA
           MOVE "BANCO-COMPENSA-CHQ" TO MOV-PROGRAMA-ORIGEN
           MOVE "CHQC" TO MOV-COD-OPERACION
           MOVE "L" TO MOV-CANAL
           MOVE WS-OPERADOR TO MOV-OPERADOR
           MOVE SPACE TO MOV-MARCA-EXTORNO
           WRITE MOV-REGISTRO
           PERFORM 7900-ANOTAR-APUNTE-PASO.
      *
       3500-REGISTRAR-AUDITORIA-DEV.
           MOVE CHQ-IMPORTE TO WS-AUD-IMPORTE
           MOVE "DEVUELTO" TO WS-AUD-RESULTADO
           MOVE DEV-OBSERVACIONES TO WS-AUD-DETALLE
           CALL "BANCO-AUDITORIA-MOTOR" USING WS-AUD-PROGRAMA
              CHQ-NUM-CUENTA SPACES WS-AUD-IMPORTE
              WS-AUD-RESULTADO WS-AUD-DETALLE WS-OPERADOR
           IF WS-COMISION-DEVOLUCION > 0
              MOVE WS-COMISION-DEVOLUCION TO WS-AUD-IMPORTE
              MOVE "REALIZADA" TO WS-AUD-RESULTADO
              MOVE SPACES TO WS-AUD-DETALLE
              STRING "COMISION CHEQUE DEVUELTO " CHQ-NUM-CHEQUE
                 DELIMITED BY SIZE INTO WS-AUD-DETALLE
              CALL "BANCO-AUDITORIA-MOTOR" USING WS-AUD-PROGRAMA
                 CHQ-NUM-CUENTA WS-CTA-GL-COMISIONES WS-AUD-IMPORTE
                 WS-AUD-RESULTADO WS-AUD-DETALLE WS-OPERADOR
           END-IF.
      *
      *    Recorre CHEQUES y pasa a disponible el importe de cada
      *    cheque pendiente cuya fecha de compensacion ha llegado
      *    sin devolucion. El paso de no disponible a disponible no
      *    lleva apunte (el abono ya se apunto en el ingreso), igual
      *    que el levantamiento de una retencion.
       4000-LIBERAR-COMPENSADOS.
           MOVE LOW-VALUES TO CHQ-CLAVE
           MOVE 'N' TO WS-FIN-CHEQUES
           START CHEQUES-FILE KEY IS NOT LESS THAN CHQ-CLAVE
              INVALID KEY
                 MOVE 'S' TO WS-FIN-CHEQUES
           END-START
           PERFORM UNTIL WS-FIN-CHEQUES = 'S'
              READ CHEQUES-FILE NEXT RECORD
                 AT END
                    MOVE 'S' TO WS-FIN-CHEQUES
                 NOT AT END
                    IF CHQ-ESTADO = "P"
                       IF CHQ-FECHA-COMPENSA <= WS-FECHA-ACTUAL
                          PERFORM 4100-LIBERAR-UN-CHEQUE
                       ELSE
                          ADD 1 TO WS-NUM-PENDIENTES
                          ADD CHQ-IMPORTE TO WS-TOTAL-PENDIENTE
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.
      *
       4100-LIBERAR-UN-CHEQUE.
           MOVE CHQ-NUM-CUENTA TO CTA-NUM-CUENTA
           READ CUENTAS-FILE
              INVALID KEY
                 DISPLAY "AVISO: la cuenta " CHQ-NUM-CUENTA
                    " del cheque " CHQ-NUM-CHEQUE " no existe en "
                    "CUENTAS; el cheque sigue pendiente."
              NOT INVALID KEY
                 IF CTA-SALDO-RET < CHQ-IMPORTE
                    DISPLAY "AVISO: el saldo no disponible de la "
                       "cuenta " CHQ-NUM-CUENTA " no cubre el "
                       "cheque " CHQ-NUM-CHEQUE "; revisar a mano."
                 ELSE
                    SUBTRACT CHQ-IMPORTE FROM CTA-SALDO-RET
                    ADD CHQ-IMPORTE TO CTA-SALDO-DISP
                    REWRITE CTA-REGISTRO
                    MOVE "A" TO CHQ-ESTADO
                    MOVE WS-FECHA-ACTUAL TO CHQ-FECHA-ESTADO
                    REWRITE CHQ-REGISTRO
                    ADD 1 TO WS-NUM-LIBERADOS
                    ADD CHQ-IMPORTE TO WS-TOTAL-LIBERADO
                    MOVE CHQ-IMPORTE TO WS-AUD-IMPORTE
                    MOVE "LIBERADO" TO WS-AUD-RESULTADO
                    MOVE SPACES TO WS-AUD-DETALLE
                    STRING "CHEQUE COMPENSADO " CHQ-ENTIDAD " "
                       CHQ-NUM-CHEQUE DELIMITED BY SIZE
                       INTO WS-AUD-DETALLE
                    CALL "BANCO-AUDITORIA-MOTOR" USING
                       WS-AUD-PROGRAMA CHQ-NUM-CUENTA SPACES
                       WS-AUD-IMPORTE WS-AUD-RESULTADO
                       WS-AUD-DETALLE WS-OPERADOR
                 END-IF
           END-READ.
      *
       4900-OBTENER-SIGUIENTE-SECUENCIA.
           MOVE "M" TO CTR-CLAVE
           READ CTLMOV-FILE
           ADD 1 TO CTR-ULTIMO-VALOR
           MOVE CTR-ULTIMO-VALOR TO WS-SIGUIENTE-SECUENCIA
           REWRITE CTR-REGISTRO.
      *
      *    Contrapartida agregada de las comisiones de devolucion en
      *    la cuenta interna de ingresos por comisiones, igual que el
      *    cobro de cuotas de mantenimiento.
       5000-ABONAR-COMISIONES-GL.
           IF WS-TOTAL-COMISIONES > 0
              MOVE WS-CTA-GL-COMISIONES TO CTA-NUM-CUENTA
              READ CUENTAS-FILE
                 INVALID KEY
                    PERFORM 5100-CREAR-CUENTA-GL
              END-READ
              ADD WS-TOTAL-COMISIONES TO CTA-SALDO-DISP
              REWRITE CTA-REGISTRO
              PERFORM 4900-OBTENER-SIGUIENTE-SECUENCIA
              MOVE WS-CTA-GL-COMISIONES TO MOV-NUM-CUENTA
              MOVE WS-FECHA-ACTUAL TO MOV-FECHA
              MOVE WS-SIGUIENTE-SECUENCIA TO MOV-SECUENCIA
              MOVE "000000" TO MOV-HORA
              MOVE "COMISIONES CHEQUES DEVUELTOS" TO MOV-CONCEPTO
              MOVE "I" TO MOV-TIPO
              MOVE WS-TOTAL-COMISIONES TO MOV-IMPORTE
              MOVE CTA-SALDO-DISP TO MOV-SALDO-DESPUES
              MOVE CTA-MONEDA TO MOV-MONEDA
              MOVE "BANCO-COMPENSA-CHQ" TO MOV-PROGRAMA-ORIGEN
              MOVE "GLCD" TO MOV-COD-OPERACION
              MOVE "L" TO MOV-CANAL
              MOVE WS-OPERADOR TO MOV-OPERADOR
              MOVE SPACE TO MOV-MARCA-EXTORNO
              WRITE MOV-REGISTRO
              PERFORM 7900-ANOTAR-APUNTE-PASO
           END-IF.
      *
       5100-CREAR-CUENTA-GL.
           MOVE WS-CTA-GL-COMISIONES TO CTA-NUM-CUENTA
           MOVE "BANCO" TO CTA-ID-CLIENTE
           MOVE "INGRESOS POR COMISIONES" TO CTA-TITULAR
           MOVE "INTERNA" TO CTA-TIPO
           MOVE "EUR" TO CTA-MONEDA
           MOVE 0 TO CTA-SALDO-DISP
           MOVE 0 TO CTA-SALDO-RET
           MOVE 0 TO CTA-LIMITE-DIARIO
           MOVE 0 TO CTA-LIMITE-MENSUAL
           MOVE WS-FECHA-ACTUAL TO CTA-FECHA-APERTURA
           MOVE "A" TO CTA-ESTADO
           MOVE 0 TO CTA-DESCUBIERTO-AUT
           WRITE CTA-REGISTRO.
      *
       6000-MOSTRAR-RESUMEN-FINAL.
           DISPLAY " "
           DISPLAY "=========================================="
           DISPLAY "   RESUMEN DE COMPENSACION DE CHEQUES"
           DISPLAY "=========================================="
           DISPLAY "Cheques devueltos:        " WS-NUM-DEVUELTOS
           DISPLAY "Importe devuelto:         " WS-TOTAL-DEVUELTO
           DISPLAY "Comisiones cobradas:      " WS-TOTAL-COMISIONES
           DISPLAY "Devoluciones desconocidas:" WS-NUM-SIN-CHEQUE
           DISPLAY "Devoluciones repetidas:   " WS-NUM-YA-DEVUELTOS
           DISPLAY "Cheques liberados:        " WS-NUM-LIBERADOS
           DISPLAY "Importe liberado:         " WS-TOTAL-LIBERADO
           DISPLAY "Siguen pendientes:        " WS-NUM-PENDIENTES
           DISPLAY "Importe pendiente:        " WS-TOTAL-PENDIENTE
           DISPLAY "==========================================".
      *
      *    Convierte la entrada de SYSIN a numero: los espacios se
      *    saltan y cada digito se acumula; cualquier otro caracter
      *    invalida la entrada y deja el valor por defecto, con
      *    aviso del llamador.
       7700-CONVERTIR-ENTRADA.
           MOVE 0 TO WS-VALOR-ENTRADA
           MOVE 'N' TO WS-ENTRADA-VALIDA
           MOVE 'N' TO WS-ENTRADA-ERRONEA
           PERFORM VARYING WS-IDX-ENT FROM 1 BY 1
              UNTIL WS-IDX-ENT > 4
              OR WS-ENTRADA-ERRONEA = 'S'
              MOVE WS-COMISION-ENTRADA(WS-IDX-ENT:1)
                 TO WS-CAR-ENTRADA
              IF WS-CAR-ENTRADA NOT = SPACE
                 IF WS-CAR-ENTRADA >= "0"
                    AND WS-CAR-ENTRADA <= "9"
                    COMPUTE WS-VALOR-ENTRADA =
                       WS-VALOR-ENTRADA * 10 + WS-CAR-ENTRADA-9
                    MOVE 'S' TO WS-ENTRADA-VALIDA
                 ELSE
                    MOVE 'S' TO WS-ENTRADA-ERRONEA
                 END-IF
              END-IF
           END-PERFORM
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
           CLOSE MOVIMIEN-FILE
           CLOSE CTLMOV-FILE
           CLOSE CHEQUES-FILE
           IF WS-CHQDEV-ABIERTO = 'S'
              CLOSE CHQDEV-FILE
           END-IF.
      *
       9000-FINALIZAR.
           DISPLAY " "
           DISPLAY "Compensacion de cheques finalizada.".
