      *              periodica de mantenimiento de las cuentas
      *              activas, segun la tarifa por tipo de cuenta del
      *              fichero de parametros CUOTAMAN (un tipo sin
      *              registro no paga; el tipo de tarifa lo fija
      *              el producto de la cuenta en el catalogo
      *              PRODUCTO). Quedan exentas las cuentas
      *              con saldo igual o superior al umbral de exencion
      *              de su tipo y las de clientes con nomina
      *              domiciliada (titulares de alguna cuenta que ha
      *              recibido un abono de nomina de los pagos masivos
      *              este mes o el anterior). Cada cuota deja su
      *              apunte en MOVIMIEN y linea de auditoria, el
      *              total cobrado se abona en la cuenta interna
      *              INT-COMISIONES como hace el
      *              motor de transferencias con sus comisiones, y al
      *              final se imprime el resumen de facturacion por
      *              tipo de cuenta. Sustituye el cobro manual por
      *               se busca en MOVIMIEN el apunte de cuota de
      *               este mes, cuyo concepto lo lleva grabado, y
      *               la cuenta ya cobrada se salta con aviso.
      *   2026-10-15  La exencion por nomina deja de depender del
      *               tipo de cuenta NOMINA: la da el abono real de
      *               una nomina (CTA-MES-NOMINA, que marca
      *               BANCO-PAGOS-MASIVOS) en el mes en curso o en
      *               el anterior.
      *   2026-10-15  Los apuntes llevan codigo de operacion del
      *               catalogo CODOPER y canal "L": CMAN en el cargo de
      *               la cuota y GLCM en la cuenta interna de
      *               comisiones.
      *   2026-10-15  El paso anota su inicio y sus cifras en el fichero
      *               de totales de control TOTCTL (BANCO-TOTALES-PASO),
      *               con cada apunte grabado en MOVIMIEN, para la hoja
      *               de control del job que emite BANCO-VALIDA-TOTALES.
      *   2026-10-15  La tarifa de cada cuenta la fija su producto en
      *               el catalogo PRODUCTO (PRD-TARIFA-CUOTA, tipo de
      *               CUOTAMAN; en blanco, sin cuota). Las cuentas de
      *               un tipo sin producto, o sin el catalogo
      *               disponible, pagan la tarifa de su propio tipo,
      *               como antes.
      *   2026-10-15  El mes de nomina se compara con ano y mes
      *               (CTA-MES-NOMINA en AAAAMM): el mes anterior al
      *               de enero es el diciembre del ano anterior.
      *================================================================*
      *
      *-------- BLOQUE 1: IDENTIFICATION DIVISION -------------------*
           SELECT CUOTAMAN-FILE ASSIGN TO "CUOTAMAN"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-CUOTAMAN-STATUS.
      *
           SELECT PRODUCTOS-FILE ASSIGN TO "PRODUCTO"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PRD-TIPO
              FILE STATUS IS WS-PRODUCTOS-STATUS.
      *
      *-------- BLOQUE 3: DATA DIVISION -----------------------------*
       DATA DIVISION.
      *
       FD  CUOTAMAN-FILE.
           COPY "cuotaman.cpy".
      *
       FD  PRODUCTOS-FILE.
           COPY "producto.cpy".
      *
       WORKING-STORAGE SECTION.
      *
          05 WS-NOM-CLIENTE OCCURS 1000 TIMES PIC X(12).
       01 WS-NOMINAS-DESBORDADA    PIC X VALUE 'N'.
       01 WS-CLIENTE-CON-NOMINA    PIC X VALUE 'N'.
       01 WS-MES-NOMINA-ACTUAL     PIC X(06).
       01 WS-MES-NOMINA-ANTERIOR.
          05 WS-NOMINA-ANT-ANO     PIC 9(04).
          05 WS-NOMINA-ANT-MES     PIC 9(02).
      *
      *--- Datos de la cuota en curso ---
       01 WS-CUOTA-APLICABLE       PIC X VALUE 'N'.
       01 WS-TARIFA-CUENTA         PIC X(15).
       01 WS-PRODUCTOS-ABIERTO     PIC X VALUE 'N'.
       01 WS-IMPORTE-CUOTA         PIC 9(05)V99 VALUE 0.
       01 WS-SALDO-NUEVO           PIC S9(10)V99 VALUE 0.
       01 WS-SIGUIENTE-SECUENCIA   PIC 9(06) VALUE 0.
          88 WS-CTLMOV-NUEVO           VALUE "35".
       01 WS-CUOTAMAN-STATUS       PIC X(02).
          88 WS-CUOTAMAN-OK            VALUE "00".
       01 WS-PRODUCTOS-STATUS      PIC X(02).
          88 WS-PRODUCTOS-OK           VALUE "00".
      *
      *--- Datos para la linea de auditoria ---
       01 WS-AUD-PROGRAMA        PIC X(20) VALUE "BANCO-COBRA-CUOTAS".
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
           PERFORM 1300-INICIAR-TOTALES-PASO
           PERFORM 2000-ABRIR-FICHEROS
           PERFORM 2100-CARGAR-TABLA-CUOTAS
           IF WS-NUM-CUOTAS = 0
              PERFORM 7000-RESUMEN-FACTURACION
           END-IF
           PERFORM 8900-CERRAR-FICHEROS
           PERFORM 1400-ANOTAR-TOTALES-PASO
           PERFORM 9000-FINALIZAR
           STOP RUN.
      *
       1000-INICIALIZAR.
           ACCEPT WS-FECHA-ACTUAL FROM DATE YYYYMMDD
           MOVE WS-FECHA-ACTUAL(1:6) TO WS-MES-ACTUAL
           MOVE WS-FECHA-ACTUAL(1:6) TO WS-MES-NOMINA-ACTUAL
           MOVE WS-FECHA-ACTUAL(1:4) TO WS-NOMINA-ANT-ANO
           MOVE WS-FECHA-ACTUAL(5:2) TO WS-NOMINA-ANT-MES
           IF WS-NOMINA-ANT-MES = 1
              SUBTRACT 1 FROM WS-NOMINA-ANT-ANO
              MOVE 12 TO WS-NOMINA-ANT-MES
           ELSE
              SUBTRACT 1 FROM WS-NOMINA-ANT-MES
           END-IF
           MOVE SPACES TO WS-CONCEPTO-MES
           STRING "CUOTA MANTENIMIENTO " WS-MES-ACTUAL
              DELIMITED BY SIZE INTO WS-CONCEPTO-MES
           DISPLAY "   COBRO DE CUOTAS DE MANTENIMIENTO"
           DISPLAY "   Fecha: " WS-FECHA-ACTUAL
           DISPLAY "==========================================".
      *
      *    Anota en TOTCTL el inicio del paso para la hoja de
      *    control del job (BANCO-VALIDA-TOTALES).
       1300-INICIAR-TOTALES-PASO.
           MOVE SPACES TO WS-TPA-REGISTRO
           MOVE "BANCO-COBRA-MANTENIM" TO WS-TPA-PROGRAMA
           MOVE "BANCOMES" TO WS-TPA-JOB
           MOVE "I" TO WS-TP-ACCION
           CALL "BANCO-TOTALES-PASO" USING WS-TP-ACCION
              WS-TPA-REGISTRO.
      *
      *    Anota en TOTCTL las cifras del paso y su codigo de
      *    retorno, que se conserva tras la llamada.
       1400-ANOTAR-TOTALES-PASO.
           COMPUTE WS-TPA-LEIDOS = WS-NUM-CUENTAS-COBRADAS
              + WS-NUM-CUENTAS-EXENTAS + WS-NUM-YA-COBRADAS
           MOVE WS-NUM-CUENTAS-COBRADAS TO WS-TPA-ACEPTADOS
           MOVE WS-TOTAL-COBRADO TO WS-TPA-IMPORTE-ACEPTADO
           MOVE RETURN-CODE TO WS-TPA-RC
           MOVE "F" TO WS-TP-ACCION
           CALL "BANCO-TOTALES-PASO" USING WS-TP-ACCION
              WS-TPA-REGISTRO
           MOVE WS-TPA-RC TO RETURN-CODE.
      *
       2000-ABRIR-FICHEROS.
           OPEN I-O CUENTAS-FILE
                 "maestros."
              PERFORM 9000-FINALIZAR
              STOP RUN
           END-IF
           OPEN INPUT PRODUCTOS-FILE
           IF WS-PRODUCTOS-OK
              MOVE 'S' TO WS-PRODUCTOS-ABIERTO
           ELSE
              DISPLAY "AVISO: no se puede abrir el catalogo "
                 "PRODUCTO; cada cuenta paga la tarifa de su tipo."
           END-IF.
      *
      *    Carga en memoria la tarifa de cuotas por tipo de cuenta,
           END-IF.
      *
      *    Primer recorrido del maestro: anota los clientes titulares
      *    de alguna cuenta activa que ha recibido una nomina este mes
      *    o el anterior (la nomina de fin de mes puede llegar el
      *    ultimo dia habil del mes previo al cobro), que quedaran
      *    exentos de cuota en todas sus cuentas. Si la tabla se
      *    desborda, los clientes que no quepan pagaran cuota y se
      *    avisa para revisarlo a mano.
                 AT END
                    MOVE 'S' TO WS-FIN-CUENTAS
                 NOT AT END
                    IF CTA-ESTADO = "A"
                       AND CTA-TIPO NOT = "INTERNA"
                       AND (CTA-MES-NOMINA = WS-MES-NOMINA-ACTUAL
                        OR CTA-MES-NOMINA = WS-MES-NOMINA-ANTERIOR)
                       PERFORM 2600-ANOTAR-UN-CLIENTE
                    END-IF
              END-READ
      *
       3100-EXAMINAR-UNA-CUENTA.
           MOVE 'N' TO WS-CUOTA-APLICABLE
           PERFORM 3150-OBTENER-TARIFA
           PERFORM VARYING WS-IDX-CUOTA FROM 1 BY 1
              UNTIL WS-IDX-CUOTA > WS-NUM-CUOTAS
              OR WS-CUOTA-APLICABLE = 'S'
              IF WS-TARIFA-CUENTA NOT = SPACES
                 AND WS-CUO-TIPO(WS-IDX-CUOTA) = WS-TARIFA-CUENTA
                 MOVE 'S' TO WS-CUOTA-APLICABLE
              END-IF
           END-PERFORM
              END-IF
           END-IF.
      *
      *    Tarifa de CUOTAMAN que paga la cuenta: la de su producto
      *    en el catalogo PRODUCTO (en blanco, ninguna) o, si su tipo
      *    no es un producto, la de su propio tipo.
       3150-OBTENER-TARIFA.
           MOVE CTA-TIPO TO WS-TARIFA-CUENTA
           IF WS-PRODUCTOS-ABIERTO = 'S'
              MOVE CTA-TIPO TO PRD-TIPO
              READ PRODUCTOS-FILE
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE PRD-TARIFA-CUOTA TO WS-TARIFA-CUENTA
              END-READ
           END-IF.
      *
      *    Exenciones: saldo igual o superior al umbral del tipo
      *    (0 = sin exencion por saldo) o cliente con nomina
      *    domiciliada.
           MOVE WS-SALDO-NUEVO TO MOV-SALDO-DESPUES
           MOVE CTA-MONEDA TO MOV-MONEDA
           MOVE "BANCO-COBRA-CUOTAS" TO MOV-PROGRAMA-ORIGEN
           MOVE "CMAN" TO MOV-COD-OPERACION
           MOVE "L" TO MOV-CANAL
           MOVE WS-OPERADOR TO MOV-OPERADOR
           MOVE SPACE TO MOV-MARCA-EXTORNO
           WRITE MOV-REGISTRO
           PERFORM 7900-ANOTAR-APUNTE-PASO
           ADD 1 TO WS-NUM-CUENTAS-COBRADAS
           ADD WS-IMPORTE-CUOTA TO WS-TOTAL-COBRADO
           ADD 1 TO WS-CUO-NUM-COBRADAS(WS-IDX-CUOTA)
              MOVE CTA-SALDO-DISP TO MOV-SALDO-DESPUES
              MOVE CTA-MONEDA TO MOV-MONEDA
              MOVE "BANCO-COBRA-CUOTAS" TO MOV-PROGRAMA-ORIGEN
              MOVE "GLCM" TO MOV-COD-OPERACION
              MOVE "L" TO MOV-CANAL
              MOVE WS-OPERADOR TO MOV-OPERADOR
              MOVE SPACE TO MOV-MARCA-EXTORNO
              WRITE MOV-REGISTRO
              PERFORM 7900-ANOTAR-APUNTE-PASO
           END-IF.
      *
       6100-CREAR-CUENTA-GL.
                 " exentas " WS-CUO-NUM-EXENTAS(WS-IDX-CUOTA)
           END-PERFORM
           DISPLAY "==========================================".
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
           IF WS-PRODUCTOS-ABIERTO = 'S'
              CLOSE PRODUCTOS-FILE
           END-IF.
      *
       9000-FINALIZAR.
           DISPLAY " "
