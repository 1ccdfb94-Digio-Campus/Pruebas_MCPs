      *               del redondeo al ultimo participe); una cuenta
      *               sin relaciones sigue acumulando al cliente del
      *               maestro, como siempre.
      *   2026-10-15  Los apuntes llevan codigo de operacion del
      *               catalogo CODOPER y canal "L": INTA en el abono,
      *               RETF en la retencion, GLIN y GLHA en las
      *               contrapartidas internas.
      *   2026-10-15  Que una cuenta liquide intereses lo decide su
      *               producto en el catalogo PRODUCTO (indicador
      *               PRD-PAGA-INTERES), con la tasa de su tipo en
      *               TIPOHIST o, sin ella, la tasa unica de TIPOINT.
      *               Las cuentas de un tipo sin producto, o sin el
      *               catalogo disponible, siguen la regla anterior
      *               (tipo con tasas en TIPOHIST o AHORRO).
      *================================================================*
      *
      *-------- BLOQUE 1: IDENTIFICATION DIVISION -------------------*
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS TIT-CLAVE
              FILE STATUS IS WS-TITULARES-STATUS.
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
       FD  TITULARES-FILE.
           COPY "titular.cpy".
      *
       FD  PRODUCTOS-FILE.
           COPY "producto.cpy".
      *
       WORKING-STORAGE SECTION.
      *
             10 WS-TAS-TASA        PIC 9(01)V9(4).
       01 WS-TRAMO-ENCONTRADO      PIC X VALUE 'N'.
       01 WS-TIPO-CON-TASA         PIC X VALUE 'N'.
       01 WS-PAGA-INTERES          PIC X VALUE 'N'.
       01 WS-PRODUCTOS-ABIERTO     PIC X VALUE 'N'.
       01 WS-MEJOR-SALDO-DESDE     PIC 9(10)V99 VALUE 0.
       01 WS-TASA-APLICADA         PIC 9(01)V9(4) VALUE 0.
      *
       01 WS-GL-IMPORTE            PIC 9(10)V99 VALUE 0.
       01 WS-GL-TIPO               PIC X(01).
       01 WS-GL-CONCEPTO           PIC X(50).
       01 WS-GL-COD-OPERACION      PIC X(04).
      *
       01 WS-CUENTAS-STATUS        PIC X(02).
          88 WS-CUENTAS-OK             VALUE "00".
          88 WS-RETFISC-NUEVO          VALUE "35".
       01 WS-TITULARES-STATUS      PIC X(02).
          88 WS-TITULARES-OK           VALUE "00".
       01 WS-PRODUCTOS-STATUS      PIC X(02).
          88 WS-PRODUCTOS-OK           VALUE "00".
      *
      *--- Datos para la linea de auditoria ---
       01 WS-AUD-PROGRAMA         PIC X(20) VALUE "BANCO-INTERESES".
                 "TITULARS; el acumulado fiscal se atribuira "
                 "entero al cliente del maestro de cada cuenta."
           END-IF
           OPEN INPUT PRODUCTOS-FILE
           IF WS-PRODUCTOS-OK
              MOVE 'S' TO WS-PRODUCTOS-ABIERTO
           ELSE
              DISPLAY "AVISO: no se puede abrir el catalogo "
                 "PRODUCTO; se liquidan las cuentas AHORRO y las "
                 "de tipos con tasa en TIPOHIST."
           END-IF
           IF NOT WS-CUENTAS-OK OR NOT WS-MOVIMIEN-OK
              DISPLAY "ERROR: No se pueden abrir los ficheros "
                 "maestros."
      *    Con tasas fechadas se liquida cualquier tipo de cuenta
      *    presente en la tabla; las cuentas AHORRO se liquidan
      *    siempre, y si su tipo no tiene fila en la tabla caen a la
      *    tasa unica de TIPOINT, el comportamiento de siempre. Si el
      *    tipo es un producto del catalogo, manda su indicador de
      *    intereses (ver 3060). Las cerradas quedan fuera; las
      *    bloqueadas siguen devengando.
       3000-LIQUIDAR-CUENTAS-AHORRO.
           MOVE 0 TO WS-NUM-CUENTAS-LIQUIDADAS
           MOVE 0 TO WS-TOTAL-INTERESES
                    IF CTA-ESTADO NOT = "C"
                       AND CTA-TIPO NOT = "INTERNA"
                       PERFORM 3050-COMPROBAR-TIPO-CON-TASA
                       PERFORM 3060-COMPROBAR-PRODUCTO
                       IF WS-PAGA-INTERES = 'S'
                          PERFORM 3100-LIQUIDAR-UNA-CUENTA
                       END-IF
                    END-IF
              END-IF
           END-PERFORM.
      *
      *    Decide si la cuenta liquida intereses: por el indicador
      *    de su producto en el catalogo PRODUCTO y, si su tipo no es
      *    un producto (o no hay catalogo), por la regla de siempre:
      *    tipo con tasas en TIPOHIST o AHORRO.
       3060-COMPROBAR-PRODUCTO.
           MOVE 'N' TO WS-PAGA-INTERES
           IF WS-TIPO-CON-TASA = 'S' OR CTA-TIPO = "AHORRO"
              MOVE 'S' TO WS-PAGA-INTERES
           END-IF
           IF WS-PRODUCTOS-ABIERTO = 'S'
              MOVE CTA-TIPO TO PRD-TIPO
              READ PRODUCTOS-FILE
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    IF PRD-PAGA-INTERES = "S"
                       MOVE 'S' TO WS-PAGA-INTERES
                    ELSE
                       MOVE 'N' TO WS-PAGA-INTERES
                    END-IF
              END-READ
           END-IF.
      *
      *    El interes bruto se desglosa en neto abonado mas retencion
      *    fiscal: al saldo solo llega el neto, y en MOVIMIEN queda el
      *    abono del bruto seguido del cargo de la retencion, para que
      *    Tasa vigente para el tipo de cuenta y el saldo medio: el
      *    tramo con mayor saldo-desde que no supere el saldo medio.
      *    Una cuenta cuyo tipo no tiene ninguna fila en la tabla
      *    (solo llega aqui siendo AHORRO o de un producto que
      *    liquida intereses) cae a la tasa unica de
      *    TIPOINT; un tipo con filas pero saldo medio por debajo
      *    del tramo mas bajo no devenga, que es lo que el tramo
      *    minimo significa.
           MOVE WS-SALDO-TRAS-ABONO TO MOV-SALDO-DESPUES
           MOVE CTA-MONEDA TO MOV-MONEDA
           MOVE "BANCO-INTERESES" TO MOV-PROGRAMA-ORIGEN
           MOVE "INTA" TO MOV-COD-OPERACION
           MOVE "L" TO MOV-CANAL
           MOVE WS-OPERADOR TO MOV-OPERADOR
           MOVE SPACE TO MOV-MARCA-EXTORNO
           WRITE MOV-REGISTRO
           MOVE WS-SALDO-NUEVO TO MOV-SALDO-DESPUES
           MOVE CTA-MONEDA TO MOV-MONEDA
           MOVE "BANCO-INTERESES" TO MOV-PROGRAMA-ORIGEN
           MOVE "RETF" TO MOV-COD-OPERACION
           MOVE "L" TO MOV-CANAL
           MOVE WS-OPERADOR TO MOV-OPERADOR
           MOVE SPACE TO MOV-MARCA-EXTORNO
           WRITE MOV-REGISTRO
              MOVE WS-TOTAL-INTERESES TO WS-GL-IMPORTE
              MOVE "G" TO WS-GL-TIPO
              MOVE "INTERES AHORRO MENSUAL ABONADO" TO WS-GL-CONCEPTO
              MOVE "GLIN" TO WS-GL-COD-OPERACION
              PERFORM 3600-CONTABILIZAR-EN-GL
           END-IF
           IF WS-TOTAL-RETENCIONES > 0
              MOVE WS-TOTAL-RETENCIONES TO WS-GL-IMPORTE
              MOVE "I" TO WS-GL-TIPO
              MOVE "RETENCION FISCAL INTERESES MES" TO WS-GL-CONCEPTO
              MOVE "GLHA" TO WS-GL-COD-OPERACION
              PERFORM 3600-CONTABILIZAR-EN-GL
           END-IF.
      *
           MOVE CTA-SALDO-DISP TO MOV-SALDO-DESPUES
           MOVE CTA-MONEDA TO MOV-MONEDA
           MOVE "BANCO-INTERESES" TO MOV-PROGRAMA-ORIGEN
           MOVE WS-GL-COD-OPERACION TO MOV-COD-OPERACION
           MOVE "L" TO MOV-CANAL
           MOVE WS-OPERADOR TO MOV-OPERADOR
           MOVE SPACE TO MOV-MARCA-EXTORNO
           WRITE MOV-REGISTRO.
           END-IF
           IF WS-TITULARES-ABIERTO = 'S'
              CLOSE TITULARES-FILE
           END-IF
           IF WS-PRODUCTOS-ABIERTO = 'S'
              CLOSE PRODUCTOS-FILE
           END-IF.
      *
       9000-FINALIZAR.
