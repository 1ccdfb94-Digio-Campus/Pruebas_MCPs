      *               cajon (CAJ-SALDO-INICIAL), de forma que el
      *               cierre de caja siga cuadrando contado contra
      *               esperado.
      *   2026-10-15  La caja nace con la oficina del cajero
      *               (CAJ-OFICINA, de USU-OFICINA) para las cifras de
      *               efectivo por oficina. La posicion de la sucursal
      *               solo suma los cajones de su oficina (las 4
      *               primeras posiciones de la sucursal) y los que no
      *               tienen oficina.
      *   2026-10-15  Existencias de billetes en divisa por cajon
      *               (CAJADIV) y por boveda (BOVDIV) para el cambio
      *               de billetes de BANCO-CAMBIO-DIVISAS: la apertura
      *               de caja y de boveda pide el fondo de cada
      *               divisa, la dotacion y la retirada piden la
      *               moneda (en blanco = EUR), el cierre de caja
      *               cuadra cada divisa por separado, la consulta y
      *               la posicion de la sucursal la dan divisa a
      *               divisa y el cierre de boveda cierra tambien sus
      *               divisas.
      *================================================================*
      *
      *-------- BLOQUE 1: IDENTIFICATION DIVISION -------------------*
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS BOV-CLAVE
              FILE STATUS IS WS-BOVEDA-STATUS.
      *
           SELECT CAJADIV-FILE ASSIGN TO "CAJADIV"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS CJD-CLAVE
              FILE STATUS IS WS-CAJADIV-STATUS.
      *
           SELECT BOVDIV-FILE ASSIGN TO "BOVDIV"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS BVD-CLAVE
              FILE STATUS IS WS-BOVDIV-STATUS.
      *
           SELECT USUARIOS-FILE ASSIGN TO "USUARIOS"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS USU-ID
              FILE STATUS IS WS-USUARIOS-STATUS.
      *
      *-------- BLOQUE 3: DATA DIVISION -----------------------------*
       DATA DIVISION.
      *
       FD  BOVEDA-FILE.
           COPY "boveda.cpy".
      *
       FD  CAJADIV-FILE.
           COPY "cajadiv.cpy".
      *
       FD  BOVDIV-FILE.
           COPY "bovdiv.cpy".
      *
       FD  USUARIOS-FILE.
           COPY "usuarios.cpy".
      *
       WORKING-STORAGE SECTION.
      *
       01 WS-NUM-CAJAS-CERRADAS PIC 9(03) VALUE 0.
       01 WS-FIN-CAJAS          PIC X VALUE 'N'.
      *
      *--- Existencias en divisa de cajones y bovedas ---
       01 WS-MONEDA-BASE        PIC X(03) VALUE "EUR".
       01 WS-MONEDA-TRASPASO    PIC X(03).
       01 WS-MONEDA-FONDO       PIC X(03).
       01 WS-CJD-ENCONTRADA     PIC X VALUE 'N'.
       01 WS-BVD-ENCONTRADA     PIC X VALUE 'N'.
       01 WS-FIN-DIVISAS        PIC X VALUE 'N'.
       01 WS-BILLETES-ESPERADOS PIC S9(13)V99 VALUE 0.
       01 WS-BILLETES-DISPONIBLES PIC S9(13)V99 VALUE 0.
       01 WS-DIFERENCIA-DIVISA  PIC S9(11)V99 VALUE 0.
       01 WS-MAX-DIVISAS        PIC 9(02) VALUE 20.
       01 WS-NUM-DIVISAS        PIC 9(02) VALUE 0.
       01 WS-IDX-DIVISA         PIC 9(02) VALUE 0.
       01 WS-DIVISA-EN-TABLA    PIC X VALUE 'N'.
       01 WS-TABLA-POSICION-DIVISA.
          05 WS-PDV-ENTRY OCCURS 20 TIMES.
             10 WS-PDV-MONEDA      PIC X(03).
             10 WS-PDV-BOVEDA      PIC S9(13)V99.
             10 WS-PDV-CAJONES     PIC S9(13)V99.
      *--- Variables de calculo del cierre ---
       01 WS-EFECTIVO-ESPERADO  PIC S9(11)V99 VALUE 0.
       01 WS-DIFERENCIA         PIC S9(11)V99 VALUE 0.
       01 WS-BOVEDA-STATUS      PIC X(02).
          88 WS-BOVEDA-OK           VALUE "00".
          88 WS-BOVEDA-NUEVO        VALUE "35".
       01 WS-CAJADIV-STATUS     PIC X(02).
          88 WS-CAJADIV-OK          VALUE "00".
          88 WS-CAJADIV-NUEVO       VALUE "35".
       01 WS-BOVDIV-STATUS      PIC X(02).
          88 WS-BOVDIV-OK           VALUE "00".
          88 WS-BOVDIV-NUEVO        VALUE "35".
       01 WS-USUARIOS-STATUS    PIC X(02).
          88 WS-USUARIOS-OK         VALUE "00".
       01 WS-OFICINA-CAJERO     PIC X(04) VALUE SPACES.
      *
      *--- Sesion de operador (ver BANCO-CONTROL-ACCESO) ---
       01 WS-CA-ACCION          PIC X(01).
              CLOSE BOVEDA-FILE
              OPEN I-O BOVEDA-FILE
           END-IF
           OPEN I-O CAJADIV-FILE
           IF WS-CAJADIV-NUEVO
              OPEN OUTPUT CAJADIV-FILE
              CLOSE CAJADIV-FILE
              OPEN I-O CAJADIV-FILE
           END-IF
           OPEN I-O BOVDIV-FILE
           IF WS-BOVDIV-NUEVO
              OPEN OUTPUT BOVDIV-FILE
              CLOSE BOVDIV-FILE
              OPEN I-O BOVDIV-FILE
           END-IF
           IF NOT WS-CAJA-OK OR NOT WS-BOVEDA-OK
              OR NOT WS-CAJADIV-OK OR NOT WS-BOVDIV-OK
              DISPLAY "ERROR: No se pueden abrir los ficheros de "
                 "caja y boveda."
              PERFORM 9000-FINALIZAR
              MOVE WS-HORA-ACTUAL TO CAJ-HORA-APERTURA
              MOVE SPACES TO CAJ-HORA-CIERRE
              MOVE "A" TO CAJ-ESTADO
              PERFORM 3100-OBTENER-OFICINA-CAJERO
              MOVE WS-OFICINA-CAJERO TO CAJ-OFICINA
              WRITE CAJ-REGISTRO
              MOVE WS-FONDO-INICIAL TO WS-AUD-IMPORTE
              MOVE "ABIERTA" TO WS-AUD-RESULTADO
              DISPLAY " "
              DISPLAY "Caja abierta para el cajero " WS-ID-CAJERO
                 " con fondo " WS-FONDO-INICIAL
              PERFORM 3200-ABRIR-FONDOS-DIVISA
           END-IF.
      *
      *    La oficina del cajon es la del cajero en el maestro de
      *    operadores; sin USUARIOS o sin oficina la caja queda sin
      *    oficina y cuenta aparte en los informes.
       3100-OBTENER-OFICINA-CAJERO.
           MOVE SPACES TO WS-OFICINA-CAJERO
           OPEN INPUT USUARIOS-FILE
           IF WS-USUARIOS-OK
              MOVE WS-ID-CAJERO TO USU-ID
              READ USUARIOS-FILE
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE USU-OFICINA TO WS-OFICINA-CAJERO
              END-READ
              CLOSE USUARIOS-FILE
           END-IF.
      *
      *    Fondo inicial en billetes de cada divisa del cajon; la
      *    moneda en blanco termina. Una divisa sin fondo no se
      *    registra: la primera compra de BANCO-CAMBIO-DIVISAS o
      *    la primera dotacion la da de alta.
       3200-ABRIR-FONDOS-DIVISA.
           MOVE "X" TO WS-MONEDA-FONDO
           PERFORM UNTIL WS-MONEDA-FONDO = SPACES
              DISPLAY "Divisa con fondo en el cajon (en blanco = "
                 "terminar): "
              ACCEPT WS-MONEDA-FONDO
              IF WS-MONEDA-FONDO NOT = SPACES
                 IF WS-MONEDA-FONDO = WS-MONEDA-BASE
                    DISPLAY "ERROR: el fondo en " WS-MONEDA-BASE
                       " es el de la caja."
                 ELSE
                    MOVE WS-ID-CAJERO TO CJD-ID-CAJERO
                    MOVE WS-FECHA-ACTUAL TO CJD-FECHA
                    MOVE WS-MONEDA-FONDO TO CJD-MONEDA
                    READ CAJADIV-FILE
                       INVALID KEY
                          MOVE 'N' TO WS-CJD-ENCONTRADA
                       NOT INVALID KEY
                          MOVE 'S' TO WS-CJD-ENCONTRADA
                    END-READ
                    IF WS-CJD-ENCONTRADA = 'S'
                       DISPLAY "ERROR: la divisa " WS-MONEDA-FONDO
                          " ya tiene fondo hoy."
                    ELSE
                       DISPLAY "Fondo inicial en " WS-MONEDA-FONDO
                          ": "
                       ACCEPT WS-FONDO-INICIAL
                       PERFORM 3250-CREAR-DIVISA-CAJON
                       MOVE WS-FONDO-INICIAL TO CJD-SALDO-INICIAL
                       WRITE CJD-REGISTRO
                       MOVE WS-FONDO-INICIAL TO WS-AUD-IMPORTE
                       MOVE "ABIERTA" TO WS-AUD-RESULTADO
                       MOVE SPACES TO WS-AUD-DETALLE
                       STRING "APERTURA DE DIVISA " WS-MONEDA-FONDO
                          DELIMITED BY SIZE INTO WS-AUD-DETALLE
                       PERFORM 7000-REGISTRAR-AUDITORIA
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.
      *
      *    Prepara un registro de existencias de divisa del cajon a
      *    cero para la clave ya movida a CJD-CLAVE.
       3250-CREAR-DIVISA-CAJON.
           MOVE 0 TO CJD-SALDO-INICIAL
           MOVE 0 TO CJD-TOTAL-COMPRAS
           MOVE 0 TO CJD-TOTAL-VENTAS
           MOVE 0 TO CJD-CONTRAVALOR-COMPRAS
           MOVE 0 TO CJD-CONTRAVALOR-VENTAS
           MOVE 0 TO CJD-MARGEN
           MOVE 0 TO CJD-NUM-OPERACIONES
           MOVE 0 TO CJD-IMPORTE-CONTADO
           MOVE 0 TO CJD-DIFERENCIA
           MOVE "A" TO CJD-ESTADO
           MOVE CAJ-OFICINA TO CJD-OFICINA.
      *
      *--- Cerrar la caja comparando contado contra esperado ---
       4000-CERRAR-CAJA.
           IF WS-CAJA-ENCONTRADA = 'N'
              DISPLAY "ATENCION: caja descuadrada; revise el "
                 "efectivo antes de firmar el cierre."
           END-IF
           DISPLAY "=========================================="
           PERFORM 4200-CERRAR-DIVISAS.
      *
      *    Cuadre de cada divisa del cajon por separado: billetes
      *    contados contra esperados (fondo + compras - ventas), con
      *    la diferencia en el registro y su linea de auditoria.
       4200-CERRAR-DIVISAS.
           MOVE WS-ID-CAJERO TO CJD-ID-CAJERO
           MOVE WS-FECHA-ACTUAL TO CJD-FECHA
           MOVE LOW-VALUES TO CJD-MONEDA
           MOVE 'N' TO WS-FIN-DIVISAS
           START CAJADIV-FILE KEY IS NOT LESS THAN CJD-CLAVE
              INVALID KEY
                 MOVE 'S' TO WS-FIN-DIVISAS
           END-START
           PERFORM UNTIL WS-FIN-DIVISAS = 'S'
              READ CAJADIV-FILE NEXT RECORD
                 AT END
                    MOVE 'S' TO WS-FIN-DIVISAS
                 NOT AT END
                    IF CJD-ID-CAJERO NOT = WS-ID-CAJERO
                       OR CJD-FECHA NOT = WS-FECHA-ACTUAL
                       MOVE 'S' TO WS-FIN-DIVISAS
                    ELSE
                       IF CJD-ESTADO = "A"
                          PERFORM 4300-CUADRAR-DIVISA
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.
      *
       4300-CUADRAR-DIVISA.
           COMPUTE WS-BILLETES-ESPERADOS =
              CJD-SALDO-INICIAL + CJD-TOTAL-COMPRAS
              - CJD-TOTAL-VENTAS
           DISPLAY " "
           DISPLAY "Divisa " CJD-MONEDA
           DISPLAY "Fondo inicial:        " CJD-SALDO-INICIAL
           DISPLAY "Billetes comprados:   " CJD-TOTAL-COMPRAS
           DISPLAY "Billetes vendidos:    " CJD-TOTAL-VENTAS
           DISPLAY "Operaciones:          " CJD-NUM-OPERACIONES
           DISPLAY "Billetes esperados:   " WS-BILLETES-ESPERADOS
           DISPLAY "Billetes contados en " CJD-MONEDA ": "
           ACCEPT WS-IMPORTE-CONTADO
           COMPUTE WS-DIFERENCIA-DIVISA =
              WS-IMPORTE-CONTADO - WS-BILLETES-ESPERADOS
           MOVE WS-IMPORTE-CONTADO TO CJD-IMPORTE-CONTADO
           MOVE WS-DIFERENCIA-DIVISA TO CJD-DIFERENCIA
           MOVE "C" TO CJD-ESTADO
           REWRITE CJD-REGISTRO
           MOVE WS-DIFERENCIA-DIVISA TO WS-AUD-IMPORTE
           MOVE "CERRADA" TO WS-AUD-RESULTADO
           MOVE SPACES TO WS-AUD-DETALLE
           STRING "CIERRE DE DIVISA " CJD-MONEDA
              DELIMITED BY SIZE INTO WS-AUD-DETALLE
           PERFORM 7000-REGISTRAR-AUDITORIA
           DISPLAY "DIFERENCIA " CJD-MONEDA " (con signo): "
              WS-DIFERENCIA-DIVISA
           IF WS-DIFERENCIA-DIVISA NOT = 0
              DISPLAY "ATENCION: divisa " CJD-MONEDA
                 " descuadrada; revise los billetes antes de "
                 "firmar el cierre."
           END-IF.
      *
      *--- Consultar la caja del dia ---
       5000-CONSULTAR-CAJA.
              DISPLAY "Ingresos en efectivo: " CAJ-TOTAL-INGRESOS
              DISPLAY "Retiradas en efectivo:" CAJ-TOTAL-RETIRADAS
              DISPLAY "Operaciones:          " CAJ-NUM-OPERACIONES
              PERFORM 5100-CONSULTAR-DIVISAS
           END-IF.
      *
       5100-CONSULTAR-DIVISAS.
           MOVE WS-ID-CAJERO TO CJD-ID-CAJERO
           MOVE WS-FECHA-ACTUAL TO CJD-FECHA
           MOVE LOW-VALUES TO CJD-MONEDA
           MOVE 'N' TO WS-FIN-DIVISAS
           START CAJADIV-FILE KEY IS NOT LESS THAN CJD-CLAVE
              INVALID KEY
                 MOVE 'S' TO WS-FIN-DIVISAS
           END-START
           PERFORM UNTIL WS-FIN-DIVISAS = 'S'
              READ CAJADIV-FILE NEXT RECORD
                 AT END
                    MOVE 'S' TO WS-FIN-DIVISAS
                 NOT AT END
                    IF CJD-ID-CAJERO NOT = WS-ID-CAJERO
                       OR CJD-FECHA NOT = WS-FECHA-ACTUAL
                       MOVE 'S' TO WS-FIN-DIVISAS
                    ELSE
                       COMPUTE WS-BILLETES-ESPERADOS =
                          CJD-SALDO-INICIAL + CJD-TOTAL-COMPRAS
                          - CJD-TOTAL-VENTAS
                       DISPLAY "Divisa " CJD-MONEDA " ("
                          CJD-ESTADO ") fondo " CJD-SALDO-INICIAL
                          " compras " CJD-TOTAL-COMPRAS
                          " ventas " CJD-TOTAL-VENTAS
                          " esperado " WS-BILLETES-ESPERADOS
                    END-IF
              END-READ
           END-PERFORM.
      *
       7000-REGISTRAR-AUDITORIA.
           MOVE SPACES TO WS-AUD-CUENTA
                    - BOV-TOTAL-SALIDAS
           END-READ.
      *
      *    Moneda de una dotacion o retirada; en blanco es la moneda
      *    base, el efectivo de siempre.
       5600-PEDIR-MONEDA-TRASPASO.
           DISPLAY "Moneda (en blanco = " WS-MONEDA-BASE "): "
           ACCEPT WS-MONEDA-TRASPASO
           IF WS-MONEDA-TRASPASO = SPACES
              MOVE WS-MONEDA-BASE TO WS-MONEDA-TRASPASO
           END-IF.
      *
      *    Localiza las existencias de la divisa WS-MONEDA-TRASPASO
      *    en la boveda del dia de WS-ID-SUCURSAL y deja en
      *    WS-BILLETES-DISPONIBLES sus billetes.
       5700-LOCALIZAR-DIVISA-BOVEDA.
           MOVE WS-ID-SUCURSAL TO BVD-ID-SUCURSAL
           MOVE WS-FECHA-ACTUAL TO BVD-FECHA
           MOVE WS-MONEDA-TRASPASO TO BVD-MONEDA
           READ BOVDIV-FILE
              INVALID KEY
                 MOVE 'N' TO WS-BVD-ENCONTRADA
                 MOVE 0 TO WS-BILLETES-DISPONIBLES
              NOT INVALID KEY
                 MOVE 'S' TO WS-BVD-ENCONTRADA
                 COMPUTE WS-BILLETES-DISPONIBLES =
                    BVD-SALDO-INICIAL + BVD-TOTAL-ENTRADAS
                    - BVD-TOTAL-SALIDAS
           END-READ.
      *
      *    Localiza las existencias de la divisa WS-MONEDA-TRASPASO
      *    en el cajon del dia y deja en WS-BILLETES-ESPERADOS sus
      *    billetes (fondo + compras - ventas).
       5800-LOCALIZAR-DIVISA-CAJON.
           MOVE WS-ID-CAJERO TO CJD-ID-CAJERO
           MOVE WS-FECHA-ACTUAL TO CJD-FECHA
           MOVE WS-MONEDA-TRASPASO TO CJD-MONEDA
           READ CAJADIV-FILE
              INVALID KEY
                 MOVE 'N' TO WS-CJD-ENCONTRADA
                 MOVE 0 TO WS-BILLETES-ESPERADOS
              NOT INVALID KEY
                 MOVE 'S' TO WS-CJD-ENCONTRADA
                 COMPUTE WS-BILLETES-ESPERADOS =
                    CJD-SALDO-INICIAL + CJD-TOTAL-COMPRAS
                    - CJD-TOTAL-VENTAS
           END-READ.
      *
      *    Apertura de la boveda del dia, reservada a supervisores:
      *    el efectivo de la sucursal no lo abre un cajero solo.
       6000-ABRIR-BOVEDA.
                 DISPLAY " "
                 DISPLAY "Boveda de " WS-ID-SUCURSAL
                    " abierta con fondo " WS-FONDO-INICIAL
                 PERFORM 6100-ABRIR-DIVISAS-BOVEDA
              END-IF
           END-IF.
      *
      *    Fondo inicial en billetes de cada divisa de la boveda; la
      *    moneda en blanco termina.
       6100-ABRIR-DIVISAS-BOVEDA.
           MOVE "X" TO WS-MONEDA-FONDO
           PERFORM UNTIL WS-MONEDA-FONDO = SPACES
              DISPLAY "Divisa con fondo en la boveda (en blanco = "
                 "terminar): "
              ACCEPT WS-MONEDA-FONDO
              IF WS-MONEDA-FONDO NOT = SPACES
                 IF WS-MONEDA-FONDO = WS-MONEDA-BASE
                    DISPLAY "ERROR: el fondo en " WS-MONEDA-BASE
                       " es el de la boveda."
                 ELSE
                    MOVE WS-MONEDA-FONDO TO WS-MONEDA-TRASPASO
                    PERFORM 5700-LOCALIZAR-DIVISA-BOVEDA
                    IF WS-BVD-ENCONTRADA = 'S'
                       DISPLAY "ERROR: la divisa " WS-MONEDA-FONDO
                          " ya tiene fondo hoy."
                    ELSE
                       DISPLAY "Fondo inicial en " WS-MONEDA-FONDO
                          ": "
                       ACCEPT WS-FONDO-INICIAL
                       PERFORM 6150-CREAR-DIVISA-BOVEDA
                       MOVE WS-FONDO-INICIAL TO BVD-SALDO-INICIAL
                       WRITE BVD-REGISTRO
                       MOVE WS-FONDO-INICIAL TO WS-AUD-IMPORTE
                       MOVE "ABIERTA" TO WS-AUD-RESULTADO
                       MOVE SPACES TO WS-AUD-DETALLE
                       STRING "APERTURA DE DIVISA " WS-MONEDA-FONDO
                          DELIMITED BY SIZE INTO WS-AUD-DETALLE
                       PERFORM 7100-REGISTRAR-AUDITORIA-BOVEDA
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.
      *
      *    Prepara un registro de existencias de divisa de la boveda
      *    a cero para la clave ya movida a BVD-CLAVE.
       6150-CREAR-DIVISA-BOVEDA.
           MOVE 0 TO BVD-SALDO-INICIAL
           MOVE 0 TO BVD-TOTAL-ENTRADAS
           MOVE 0 TO BVD-TOTAL-SALIDAS
           MOVE 0 TO BVD-NUM-OPERACIONES
           MOVE "A" TO BVD-ESTADO.
      *
      *    Dotacion de la boveda al cajon del cajero: en moneda base
      *    sale del efectivo de la boveda y entra en el fondo del
      *    cajon; en divisa, de las existencias de la divisa de la
      *    boveda a las del cajon. Con justificante y linea de
      *    auditoria.
       6200-DOTAR-CAJON.
           IF WS-CAJA-ENCONTRADA = 'N' OR CAJ-ESTADO NOT = "A"
              DISPLAY " "
                 DISPLAY "ERROR: la sucursal " WS-ID-SUCURSAL
                    " no tiene boveda abierta hoy."
              ELSE
                 PERFORM 5600-PEDIR-MONEDA-TRASPASO
                 IF WS-MONEDA-TRASPASO = WS-MONEDA-BASE
                    PERFORM 6250-DOTAR-EFECTIVO
                 ELSE
                    PERFORM 6300-DOTAR-DIVISA
                 END-IF
              END-IF
           END-IF.
      *
       6250-DOTAR-EFECTIVO.
           DISPLAY "Importe de la dotacion: "
           ACCEPT WS-IMPORTE-TRASPASO
           IF WS-IMPORTE-TRASPASO <= 0
              OR WS-IMPORTE-TRASPASO > WS-BOVEDA-DISPONIBLE
              DISPLAY " "
              DISPLAY "ERROR: importe no valido o superior "
                 "al efectivo de la boveda ("
                 WS-BOVEDA-DISPONIBLE ")."
           ELSE
              ADD WS-IMPORTE-TRASPASO TO BOV-TOTAL-SALIDAS
              ADD 1 TO BOV-NUM-OPERACIONES
              REWRITE BOV-REGISTRO
              ADD WS-IMPORTE-TRASPASO TO CAJ-SALDO-INICIAL
              REWRITE CAJ-REGISTRO
              MOVE WS-IMPORTE-TRASPASO TO WS-AUD-IMPORTE
              MOVE "REALIZADA" TO WS-AUD-RESULTADO
              MOVE "DOTACION DE BOVEDA A CAJON"
                 TO WS-AUD-DETALLE
              PERFORM 7100-REGISTRAR-AUDITORIA-BOVEDA
              PERFORM 6290-JUSTIFICANTE-DOTACION
           END-IF.
      *
      *    Dotacion de billetes en divisa: la boveda debe tener
      *    existencias de la divisa; el cajon que aun no la tenia
      *    la da de alta.
       6300-DOTAR-DIVISA.
           PERFORM 5700-LOCALIZAR-DIVISA-BOVEDA
           IF WS-BVD-ENCONTRADA = 'N' OR BVD-ESTADO NOT = "A"
              DISPLAY " "
              DISPLAY "ERROR: la boveda no tiene billetes en "
                 WS-MONEDA-TRASPASO " hoy."
           ELSE
              PERFORM 5800-LOCALIZAR-DIVISA-CAJON
              IF WS-CJD-ENCONTRADA = 'S' AND CJD-ESTADO NOT = "A"
                 DISPLAY " "
                 DISPLAY "ERROR: la divisa " WS-MONEDA-TRASPASO
                    " del cajon ya esta cerrada."
              ELSE
                 DISPLAY "Importe de la dotacion en "
                    WS-MONEDA-TRASPASO ": "
                 ACCEPT WS-IMPORTE-TRASPASO
                 IF WS-IMPORTE-TRASPASO <= 0
                    OR WS-IMPORTE-TRASPASO > WS-BILLETES-DISPONIBLES
                    DISPLAY " "
                    DISPLAY "ERROR: importe no valido o superior "
                       "a los billetes de la boveda ("
                       WS-BILLETES-DISPONIBLES ")."
                 ELSE
                    ADD WS-IMPORTE-TRASPASO TO BVD-TOTAL-SALIDAS
                    ADD 1 TO BVD-NUM-OPERACIONES
                    REWRITE BVD-REGISTRO
                    IF WS-CJD-ENCONTRADA = 'N'
                       PERFORM 3250-CREAR-DIVISA-CAJON
                       MOVE WS-IMPORTE-TRASPASO TO CJD-SALDO-INICIAL
                       WRITE CJD-REGISTRO
                    ELSE
                       ADD WS-IMPORTE-TRASPASO TO CJD-SALDO-INICIAL
                       REWRITE CJD-REGISTRO
                    END-IF
                    MOVE WS-IMPORTE-TRASPASO TO WS-AUD-IMPORTE
                    MOVE "REALIZADA" TO WS-AUD-RESULTADO
                    MOVE SPACES TO WS-AUD-DETALLE
                    STRING "DOTACION DE DIVISA " WS-MONEDA-TRASPASO
                       " A CAJON" DELIMITED BY SIZE
                       INTO WS-AUD-DETALLE
                    PERFORM 7100-REGISTRAR-AUDITORIA-BOVEDA
                    PERFORM 6290-JUSTIFICANTE-DOTACION
                 END-IF
              END-IF
           END-IF.
      *
       6290-JUSTIFICANTE-DOTACION.
           DISPLAY " "
           DISPLAY "------------------------------------"
           DISPLAY "  JUSTIFICANTE DE DOTACION"
           DISPLAY "------------------------------------"
           DISPLAY "Fecha/hora: " WS-FECHA-ACTUAL " "
              WS-HORA-ACTUAL
           DISPLAY "Boveda:     " WS-ID-SUCURSAL
           DISPLAY "Cajon:      " WS-ID-CAJERO
           DISPLAY "Importe:    " WS-IMPORTE-TRASPASO " "
              WS-MONEDA-TRASPASO
           DISPLAY "Operador:   " WS-OPERADOR
           DISPLAY "------------------------------------".
      *
      *    Retirada de excedente del cajon a la boveda: sale del
      *    fondo del cajon y entra en la boveda, validando que el
      *    cajon tenga efectivo (o billetes de la divisa) esperado
      *    suficiente.
       6400-RETIRAR-A-BOVEDA.
           IF WS-CAJA-ENCONTRADA = 'N' OR CAJ-ESTADO NOT = "A"
              DISPLAY " "
                 DISPLAY "ERROR: la sucursal " WS-ID-SUCURSAL
                    " no tiene boveda abierta hoy."
              ELSE
                 PERFORM 5600-PEDIR-MONEDA-TRASPASO
                 IF WS-MONEDA-TRASPASO = WS-MONEDA-BASE
                    PERFORM 6450-RETIRAR-EFECTIVO
                 ELSE
                    PERFORM 6500-RETIRAR-DIVISA
                 END-IF
              END-IF
           END-IF.
      *
       6450-RETIRAR-EFECTIVO.
           COMPUTE WS-CAJON-ESPERADO =
              CAJ-SALDO-INICIAL + CAJ-TOTAL-INGRESOS
              - CAJ-TOTAL-RETIRADAS
           DISPLAY "Importe a retirar a la boveda: "
           ACCEPT WS-IMPORTE-TRASPASO
           IF WS-IMPORTE-TRASPASO <= 0
              OR WS-IMPORTE-TRASPASO > WS-CAJON-ESPERADO
              DISPLAY " "
              DISPLAY "ERROR: importe no valido o superior "
                 "al efectivo esperado del cajon ("
                 WS-CAJON-ESPERADO ")."
           ELSE
              ADD WS-IMPORTE-TRASPASO TO BOV-TOTAL-ENTRADAS
              ADD 1 TO BOV-NUM-OPERACIONES
              REWRITE BOV-REGISTRO
              SUBTRACT WS-IMPORTE-TRASPASO
                 FROM CAJ-SALDO-INICIAL
              REWRITE CAJ-REGISTRO
              MOVE WS-IMPORTE-TRASPASO TO WS-AUD-IMPORTE
              MOVE "REALIZADA" TO WS-AUD-RESULTADO
              MOVE "RETIRADA DE CAJON A BOVEDA"
                 TO WS-AUD-DETALLE
              PERFORM 7100-REGISTRAR-AUDITORIA-BOVEDA
              PERFORM 6590-JUSTIFICANTE-RETIRADA
           END-IF.
      *
      *    Retirada de billetes en divisa del cajon a la boveda; la
      *    boveda que aun no tenia la divisa la da de alta.
       6500-RETIRAR-DIVISA.
           PERFORM 5800-LOCALIZAR-DIVISA-CAJON
           IF WS-CJD-ENCONTRADA = 'N' OR CJD-ESTADO NOT = "A"
              DISPLAY " "
              DISPLAY "ERROR: el cajon no tiene billetes en "
                 WS-MONEDA-TRASPASO " abiertos hoy."
           ELSE
              PERFORM 5700-LOCALIZAR-DIVISA-BOVEDA
              IF WS-BVD-ENCONTRADA = 'S' AND BVD-ESTADO NOT = "A"
                 DISPLAY " "
                 DISPLAY "ERROR: la divisa " WS-MONEDA-TRASPASO
                    " de la boveda ya esta cerrada."
              ELSE
                 DISPLAY "Importe a retirar a la boveda en "
                    WS-MONEDA-TRASPASO ": "
                 ACCEPT WS-IMPORTE-TRASPASO
                 IF WS-IMPORTE-TRASPASO <= 0
                    OR WS-IMPORTE-TRASPASO > WS-BILLETES-ESPERADOS
                    DISPLAY " "
                    DISPLAY "ERROR: importe no valido o superior "
                       "a los billetes esperados del cajon ("
                       WS-BILLETES-ESPERADOS ")."
                 ELSE
                    IF WS-BVD-ENCONTRADA = 'N'
                       PERFORM 6150-CREAR-DIVISA-BOVEDA
                       MOVE WS-IMPORTE-TRASPASO TO BVD-TOTAL-ENTRADAS
                       MOVE 1 TO BVD-NUM-OPERACIONES
                       WRITE BVD-REGISTRO
                    ELSE
                       ADD WS-IMPORTE-TRASPASO TO BVD-TOTAL-ENTRADAS
                       ADD 1 TO BVD-NUM-OPERACIONES
                       REWRITE BVD-REGISTRO
                    END-IF
                    SUBTRACT WS-IMPORTE-TRASPASO
                       FROM CJD-SALDO-INICIAL
                    REWRITE CJD-REGISTRO
                    MOVE WS-IMPORTE-TRASPASO TO WS-AUD-IMPORTE
                    MOVE "REALIZADA" TO WS-AUD-RESULTADO
                    MOVE SPACES TO WS-AUD-DETALLE
                    STRING "RETIRADA DE DIVISA " WS-MONEDA-TRASPASO
                       " A BOVEDA" DELIMITED BY SIZE
                       INTO WS-AUD-DETALLE
                    PERFORM 7100-REGISTRAR-AUDITORIA-BOVEDA
                    PERFORM 6590-JUSTIFICANTE-RETIRADA
                 END-IF
              END-IF
           END-IF.
      *
       6590-JUSTIFICANTE-RETIRADA.
           DISPLAY " "
           DISPLAY "------------------------------------"
           DISPLAY "  JUSTIFICANTE DE RETIRADA A BOVEDA"
           DISPLAY "------------------------------------"
           DISPLAY "Fecha/hora: " WS-FECHA-ACTUAL " "
              WS-HORA-ACTUAL
           DISPLAY "Cajon:      " WS-ID-CAJERO
           DISPLAY "Boveda:     " WS-ID-SUCURSAL
           DISPLAY "Importe:    " WS-IMPORTE-TRASPASO " "
              WS-MONEDA-TRASPASO
           DISPLAY "Operador:   " WS-OPERADOR
           DISPLAY "------------------------------------".
      *
      *    Posicion de efectivo de la sucursal: boveda del dia mas
      *    el efectivo esperado de cada cajon del dia de su oficina
      *    (o sin oficina, cajas anteriores al campo).
       6600-POSICION-SUCURSAL.
           PERFORM 5500-LOCALIZAR-BOVEDA
           DISPLAY " "
                    MOVE 'S' TO WS-FIN-CAJAS
                 NOT AT END
                    IF CAJ-FECHA = WS-FECHA-ACTUAL
                       AND (CAJ-OFICINA = WS-ID-SUCURSAL(1:4)
                       OR CAJ-OFICINA = SPACES)
                       COMPUTE WS-CAJON-ESPERADO =
                          CAJ-SALDO-INICIAL + CAJ-TOTAL-INGRESOS
                          - CAJ-TOTAL-RETIRADAS
           DISPLAY "Cajones abiertos: " WS-NUM-CAJAS-ABIERTAS
              " cerrados: " WS-NUM-CAJAS-CERRADAS
           DISPLAY "POSICION TOTAL DE EFECTIVO: " WS-POSICION-TOTAL
           PERFORM 6700-POSICION-DIVISAS
           DISPLAY "==========================================".
      *
      *    Posicion en billetes de cada divisa: existencias de la
      *    boveda mas las de los cajones del dia de la oficina, con
      *    el mismo criterio de oficina que el efectivo.
       6700-POSICION-DIVISAS.
           MOVE 0 TO WS-NUM-DIVISAS
           MOVE WS-ID-SUCURSAL TO BVD-ID-SUCURSAL
           MOVE WS-FECHA-ACTUAL TO BVD-FECHA
           MOVE LOW-VALUES TO BVD-MONEDA
           MOVE 'N' TO WS-FIN-DIVISAS
           START BOVDIV-FILE KEY IS NOT LESS THAN BVD-CLAVE
              INVALID KEY
                 MOVE 'S' TO WS-FIN-DIVISAS
           END-START
           PERFORM UNTIL WS-FIN-DIVISAS = 'S'
              READ BOVDIV-FILE NEXT RECORD
                 AT END
                    MOVE 'S' TO WS-FIN-DIVISAS
                 NOT AT END
                    IF BVD-ID-SUCURSAL NOT = WS-ID-SUCURSAL
                       OR BVD-FECHA NOT = WS-FECHA-ACTUAL
                       MOVE 'S' TO WS-FIN-DIVISAS
                    ELSE
                       MOVE BVD-MONEDA TO WS-MONEDA-TRASPASO
                       PERFORM 6750-BUSCAR-DIVISA-POSICION
                       IF WS-DIVISA-EN-TABLA = 'S'
                          COMPUTE WS-PDV-BOVEDA(WS-IDX-DIVISA) =
                             WS-PDV-BOVEDA(WS-IDX-DIVISA)
                             + BVD-SALDO-INICIAL
                             + BVD-TOTAL-ENTRADAS
                             - BVD-TOTAL-SALIDAS
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
           MOVE LOW-VALUES TO CJD-CLAVE
           MOVE 'N' TO WS-FIN-DIVISAS
           START CAJADIV-FILE KEY IS NOT LESS THAN CJD-CLAVE
              INVALID KEY
                 MOVE 'S' TO WS-FIN-DIVISAS
           END-START
           PERFORM UNTIL WS-FIN-DIVISAS = 'S'
              READ CAJADIV-FILE NEXT RECORD
                 AT END
                    MOVE 'S' TO WS-FIN-DIVISAS
                 NOT AT END
                    IF CJD-FECHA = WS-FECHA-ACTUAL
                       AND (CJD-OFICINA = WS-ID-SUCURSAL(1:4)
                       OR CJD-OFICINA = SPACES)
                       MOVE CJD-MONEDA TO WS-MONEDA-TRASPASO
                       PERFORM 6750-BUSCAR-DIVISA-POSICION
                       IF WS-DIVISA-EN-TABLA = 'S'
                          COMPUTE WS-PDV-CAJONES(WS-IDX-DIVISA) =
                             WS-PDV-CAJONES(WS-IDX-DIVISA)
                             + CJD-SALDO-INICIAL
                             + CJD-TOTAL-COMPRAS
                             - CJD-TOTAL-VENTAS
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
           IF WS-NUM-DIVISAS > 0
              DISPLAY "------------------------------------------"
              DISPLAY "POSICION EN DIVISA (boveda + cajones):"
              PERFORM VARYING WS-IDX-DIVISA FROM 1 BY 1
                 UNTIL WS-IDX-DIVISA > WS-NUM-DIVISAS
                 COMPUTE WS-BILLETES-ESPERADOS =
                    WS-PDV-BOVEDA(WS-IDX-DIVISA)
                    + WS-PDV-CAJONES(WS-IDX-DIVISA)
                 DISPLAY WS-PDV-MONEDA(WS-IDX-DIVISA) " boveda "
                    WS-PDV-BOVEDA(WS-IDX-DIVISA) " cajones "
                    WS-PDV-CAJONES(WS-IDX-DIVISA) " total "
                    WS-BILLETES-ESPERADOS
              END-PERFORM
           END-IF.
      *
      *    Busca la divisa WS-MONEDA-TRASPASO en la tabla de la
      *    posicion y la da de alta si no esta y cabe.
       6750-BUSCAR-DIVISA-POSICION.
           MOVE 'N' TO WS-DIVISA-EN-TABLA
           PERFORM VARYING WS-IDX-DIVISA FROM 1 BY 1
              UNTIL WS-IDX-DIVISA > WS-NUM-DIVISAS
              OR WS-DIVISA-EN-TABLA = 'S'
              IF WS-PDV-MONEDA(WS-IDX-DIVISA) = WS-MONEDA-TRASPASO
                 MOVE 'S' TO WS-DIVISA-EN-TABLA
              END-IF
           END-PERFORM
           IF WS-DIVISA-EN-TABLA = 'S'
              SUBTRACT 1 FROM WS-IDX-DIVISA
           ELSE
              IF WS-NUM-DIVISAS < WS-MAX-DIVISAS
                 ADD 1 TO WS-NUM-DIVISAS
                 MOVE WS-NUM-DIVISAS TO WS-IDX-DIVISA
                 MOVE WS-MONEDA-TRASPASO
                    TO WS-PDV-MONEDA(WS-IDX-DIVISA)
                 MOVE 0 TO WS-PDV-BOVEDA(WS-IDX-DIVISA)
                 MOVE 0 TO WS-PDV-CAJONES(WS-IDX-DIVISA)
                 MOVE 'S' TO WS-DIVISA-EN-TABLA
              END-IF
           END-IF.
      *
      *    Cierre de la boveda del dia, reservado a supervisores;
      *    antes de cerrar se emite la posicion de la sucursal.
       6800-CERRAR-BOVEDA.
                    DISPLAY "Boveda de " WS-ID-SUCURSAL
                       " cerrada con efectivo "
                       WS-BOVEDA-DISPONIBLE
                    PERFORM 6900-CERRAR-DIVISAS-BOVEDA
                 END-IF
              END-IF
           END-IF.
      *
      *    Las existencias en divisa de la boveda se cierran con
      *    ella, cada una con su linea de auditoria.
       6900-CERRAR-DIVISAS-BOVEDA.
           MOVE WS-ID-SUCURSAL TO BVD-ID-SUCURSAL
           MOVE WS-FECHA-ACTUAL TO BVD-FECHA
           MOVE LOW-VALUES TO BVD-MONEDA
           MOVE 'N' TO WS-FIN-DIVISAS
           START BOVDIV-FILE KEY IS NOT LESS THAN BVD-CLAVE
              INVALID KEY
                 MOVE 'S' TO WS-FIN-DIVISAS
           END-START
           PERFORM UNTIL WS-FIN-DIVISAS = 'S'
              READ BOVDIV-FILE NEXT RECORD
                 AT END
                    MOVE 'S' TO WS-FIN-DIVISAS
                 NOT AT END
                    IF BVD-ID-SUCURSAL NOT = WS-ID-SUCURSAL
                       OR BVD-FECHA NOT = WS-FECHA-ACTUAL
                       MOVE 'S' TO WS-FIN-DIVISAS
                    ELSE
                       IF BVD-ESTADO = "A"
                          MOVE "C" TO BVD-ESTADO
                          REWRITE BVD-REGISTRO
                          COMPUTE WS-AUD-IMPORTE =
                             BVD-SALDO-INICIAL + BVD-TOTAL-ENTRADAS
                             - BVD-TOTAL-SALIDAS
                          MOVE "CERRADA" TO WS-AUD-RESULTADO
                          MOVE SPACES TO WS-AUD-DETALLE
                          STRING "CIERRE DE DIVISA " BVD-MONEDA
                             DELIMITED BY SIZE INTO WS-AUD-DETALLE
                          PERFORM 7100-REGISTRAR-AUDITORIA-BOVEDA
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.
      *
       7100-REGISTRAR-AUDITORIA-BOVEDA.
           MOVE SPACES TO WS-AUD-CUENTA
      *
       8900-CERRAR-FICHEROS.
           CLOSE CAJA-FILE
           CLOSE BOVEDA-FILE
           CLOSE CAJADIV-FILE
           CLOSE BOVDIV-FILE.
      *
      *--- Finalizar programa ---
       9000-FINALIZAR.
