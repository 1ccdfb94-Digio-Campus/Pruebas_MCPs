      *================================================================*
      * PROGRAMA: BANCO-INFORME-DIVISAS
      * DESCRIPCION: Paso del job de cierre que emite el informe
      *              diario del cambio de billetes en divisa de las
      *              ventanillas: por divisa, billetes comprados y
      *              vendidos con su contravalor en moneda base,
      *              numero de operaciones, margen de cambio ganado y
      *              suma de las diferencias del cierre de los cajones
      *              (CAJADIV de la fecha, que acumula
      *              BANCO-CAMBIO-DIVISAS y cuadra BANCO-CAJA), y la
      *              posicion de billetes del banco (cajones mas
      *              bovedas, BOVDIV) valorada a la tasa media vigente
      *              de CAMBHIST. El margen de cada divisa se cuadra
      *              contra los apuntes GLDV del dia en la cuenta
      *              interna de ingresos por cambio INT-ING-CAMBIO; un
      *              descuadre se lista y el paso termina con codigo
      *              de retorno 4, que no detiene el cierre. Exporta a
      *              impresion y CSV (DIVIMPR/DIVCSV) igual que el
      *              resto de informes.
      * AUTOR: Proyecto MCPs
      * FECHA: 2026-10-15
      *================================================================*
      *
      *-------- BLOQUE 1: IDENTIFICATION DIVISION -------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANCO-INFORME-DIVISAS.
       AUTHOR. PROYECTO-MCPS.
      *
      *-------- BLOQUE 2: ENVIRONMENT DIVISION ----------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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
           SELECT CAMBHIST-FILE ASSIGN TO "CAMBHIST"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-CAMBHIST-STATUS.
      *
           SELECT MOVIMIEN-FILE ASSIGN TO "MOVIMIEN"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS MOV-CLAVE
              FILE STATUS IS WS-MOVIMIEN-STATUS.
      *
           SELECT IMPRESION-FILE ASSIGN TO "DIVIMPR"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-IMPRESION-STATUS.
      *
           SELECT CSV-FILE ASSIGN TO "DIVCSV"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-CSV-STATUS.
      *
      *-------- BLOQUE 3: DATA DIVISION -----------------------------*
       DATA DIVISION.
       FILE SECTION.
       FD  CAJADIV-FILE.
           COPY "cajadiv.cpy".
      *
       FD  BOVDIV-FILE.
           COPY "bovdiv.cpy".
      *
       FD  CAMBHIST-FILE.
           COPY "cambhist.cpy".
      *
       FD  MOVIMIEN-FILE.
           COPY "movimto.cpy".
      *
       FD  IMPRESION-FILE.
       01 WS-LINEA-IMPRESION       PIC X(80).
      *
       FD  CSV-FILE.
       01 WS-LINEA-CSV             PIC X(200).
      *
       WORKING-STORAGE SECTION.
      *
       01 WS-MONEDA-BASE           PIC X(03) VALUE "EUR".
       01 WS-CTA-GL-CAMBIO         PIC X(20) VALUE "INT-ING-CAMBIO".
      *
      *--- Tabla de cifras por divisa ---
       01 WS-MAX-DIVISAS           PIC 9(02) VALUE 20.
       01 WS-NUM-DIVISAS           PIC 9(02) VALUE 0.
       01 WS-IDX-DIVISA            PIC 9(02) VALUE 0.
       01 WS-TABLA-DIVISAS.
          05 WS-DIV-ENTRY OCCURS 20 TIMES.
             10 WS-DIV-MONEDA         PIC X(03).
             10 WS-DIV-NUM-OPER       PIC 9(07).
             10 WS-DIV-COMPRADOS      PIC 9(12)V99.
             10 WS-DIV-CV-COMPRAS     PIC 9(12)V99.
             10 WS-DIV-VENDIDOS       PIC 9(12)V99.
             10 WS-DIV-CV-VENTAS      PIC 9(12)V99.
             10 WS-DIV-MARGEN         PIC 9(12)V99.
             10 WS-DIV-MARGEN-GL      PIC S9(12)V99.
             10 WS-DIV-DIFERENCIAS    PIC S9(12)V99.
             10 WS-DIV-POSICION       PIC S9(13)V99.
             10 WS-DIV-TASA           PIC 9(04)V9(6).
             10 WS-DIV-FECHA-TASA     PIC X(10).
             10 WS-DIV-POSICION-EUR   PIC S9(13)V99.
             10 WS-DIV-CUADRE         PIC X(01).
       01 WS-DIVISA-EN-TABLA       PIC X VALUE 'N'.
       01 WS-MONEDA-BUSCADA        PIC X(03).
       01 WS-DIVISAS-DESBORDADAS   PIC X VALUE 'N'.
      *
      *--- Totales del informe ---
       01 WS-NUM-REGISTROS-CAJON   PIC 9(07) VALUE 0.
       01 WS-TOT-MARGEN            PIC 9(13)V99 VALUE 0.
       01 WS-TOT-MARGEN-GL         PIC S9(13)V99 VALUE 0.
       01 WS-TOT-POSICION-EUR      PIC S9(13)V99 VALUE 0.
       01 WS-NUM-DESCUADRES        PIC 9(02) VALUE 0.
       01 WS-NUM-SIN-TASA          PIC 9(02) VALUE 0.
       01 WS-APUNTES-SIN-DIVISA    PIC S9(13)V99 VALUE 0.
      *
      *--- Variables de proceso ---
       01 WS-FECHA-ACTUAL          PIC X(10).
       01 WS-FIN-FICHERO           PIC X VALUE 'N'.
       01 WS-CAJADIV-ABIERTO       PIC X VALUE 'N'.
       01 WS-BOVDIV-ABIERTO        PIC X VALUE 'N'.
       01 WS-MOVIMIEN-ABIERTO      PIC X VALUE 'N'.
       01 WS-IMPRESION-ABIERTO     PIC X VALUE 'N'.
       01 WS-CSV-ABIERTO           PIC X VALUE 'N'.
       01 WS-IMPORTE-EDITADO       PIC Z(11)9.99-.
       01 WS-IMPORTE-EDITADO-2     PIC Z(11)9.99-.
       01 WS-TASA-EDITADA          PIC Z(3)9.9(6).
      *
       01 WS-CAJADIV-STATUS        PIC X(02).
          88 WS-CAJADIV-OK             VALUE "00".
       01 WS-BOVDIV-STATUS         PIC X(02).
          88 WS-BOVDIV-OK              VALUE "00".
       01 WS-CAMBHIST-STATUS       PIC X(02).
          88 WS-CAMBHIST-OK            VALUE "00".
       01 WS-MOVIMIEN-STATUS       PIC X(02).
          88 WS-MOVIMIEN-OK            VALUE "00".
       01 WS-IMPRESION-STATUS      PIC X(02).
          88 WS-IMPRESION-OK           VALUE "00".
       01 WS-CSV-STATUS            PIC X(02).
          88 WS-CSV-OK                 VALUE "00".
      *
      *--- Control de cierre (ver BANCO-CONTROL-CIERRE) ---
       01 WS-CC-ACCION             PIC X(01).
       01 WS-CC-PASO               PIC 9(02) VALUE 56.
       01 WS-CC-PASO-ANTERIOR      PIC 9(02) VALUE 55.
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
           PERFORM 3000-ACUMULAR-CAJONES
           PERFORM 3500-ACUMULAR-BOVEDAS
           PERFORM 3700-ACUMULAR-MARGEN-CONTABLE
           PERFORM 3800-VALORAR-POSICION
           PERFORM 4000-EMITIR-INFORME
           PERFORM 5000-EMITIR-RESUMEN
           PERFORM 8900-CERRAR-FICHEROS
           PERFORM 1200-ANOTAR-CONTROL-CIERRE
           PERFORM 1400-ANOTAR-TOTALES-PASO
           PERFORM 9000-FINALIZAR
           STOP RUN.
      *
       1000-INICIALIZAR.
           ACCEPT WS-FECHA-ACTUAL FROM DATE YYYYMMDD
           DISPLAY "=========================================="
           DISPLAY "   CAMBIO DE BILLETES EN DIVISA DEL DIA"
           DISPLAY "   Fecha: " WS-FECHA-ACTUAL
           DISPLAY "==========================================".
      *
      *    Comprueba en CTLCIERR que el paso pueda ejecutarse hoy
      *    (no repetido y con el paso 55 completado); si no procede,
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
           MOVE "BANCO-INFORME-DIVI" TO WS-TPA-PROGRAMA
           MOVE "BANCIERR" TO WS-TPA-JOB
           MOVE "I" TO WS-TP-ACCION
           CALL "BANCO-TOTALES-PASO" USING WS-TP-ACCION
              WS-TPA-REGISTRO.
      *
      *    Anota en TOTCTL las cifras del paso y su codigo de
      *    retorno, que se conserva tras la llamada.
       1400-ANOTAR-TOTALES-PASO.
           MOVE WS-NUM-REGISTROS-CAJON TO WS-TPA-LEIDOS
           MOVE WS-TOT-MARGEN TO WS-TPA-IMPORTE-LEIDO
           MOVE RETURN-CODE TO WS-TPA-RC
           MOVE "F" TO WS-TP-ACCION
           CALL "BANCO-TOTALES-PASO" USING WS-TP-ACCION
              WS-TPA-REGISTRO
           MOVE WS-TPA-RC TO RETURN-CODE.
      *
      *    Sin CAJADIV no hubo cambio de billetes en ninguna
      *    ventanilla: el informe sale vacio. BOVDIV y MOVIMIEN son
      *    opcionales (sin bovedas en divisa o sin cuadre contable,
      *    con aviso).
       2000-ABRIR-FICHEROS.
           OPEN INPUT CAJADIV-FILE
           IF WS-CAJADIV-OK
              MOVE 'S' TO WS-CAJADIV-ABIERTO
           ELSE
              DISPLAY "AVISO: no se puede abrir CAJADIV; no hay "
                 "cambio de billetes que informar."
           END-IF
           OPEN INPUT BOVDIV-FILE
           IF WS-BOVDIV-OK
              MOVE 'S' TO WS-BOVDIV-ABIERTO
           ELSE
              DISPLAY "AVISO: no se puede abrir BOVDIV; la posicion "
                 "saldra sin bovedas."
           END-IF
           OPEN INPUT MOVIMIEN-FILE
           IF WS-MOVIMIEN-OK
              MOVE 'S' TO WS-MOVIMIEN-ABIERTO
           ELSE
              DISPLAY "AVISO: no se puede abrir MOVIMIEN; el margen "
                 "no se cuadrara contra " WS-CTA-GL-CAMBIO "."
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
              DISPLAY "AVISO: no se pudieron abrir DIVIMPR/DIVCSV; "
                 "el informe solo saldra por consola."
           END-IF.
      *
      *    Acumula por divisa los cajones del dia: billetes comprados
      *    y vendidos con su contravalor, operaciones, margen,
      *    diferencias de cierre y billetes esperados en el cajon.
       3000-ACUMULAR-CAJONES.
           IF WS-CAJADIV-ABIERTO = 'S'
              MOVE LOW-VALUES TO CJD-CLAVE
              MOVE 'N' TO WS-FIN-FICHERO
              START CAJADIV-FILE KEY IS NOT LESS THAN CJD-CLAVE
                 INVALID KEY
                    MOVE 'S' TO WS-FIN-FICHERO
              END-START
              PERFORM UNTIL WS-FIN-FICHERO = 'S'
                 READ CAJADIV-FILE NEXT RECORD
                    AT END
                       MOVE 'S' TO WS-FIN-FICHERO
                    NOT AT END
                       IF CJD-FECHA = WS-FECHA-ACTUAL
                          PERFORM 3100-ACUMULAR-UN-CAJON
                       END-IF
                 END-READ
              END-PERFORM
           END-IF.
      *
       3100-ACUMULAR-UN-CAJON.
           ADD 1 TO WS-NUM-REGISTROS-CAJON
           MOVE CJD-MONEDA TO WS-MONEDA-BUSCADA
           PERFORM 7000-LOCALIZAR-DIVISA
           IF WS-DIVISA-EN-TABLA = 'S'
              ADD CJD-NUM-OPERACIONES
                 TO WS-DIV-NUM-OPER(WS-IDX-DIVISA)
              ADD CJD-TOTAL-COMPRAS
                 TO WS-DIV-COMPRADOS(WS-IDX-DIVISA)
              ADD CJD-CONTRAVALOR-COMPRAS
                 TO WS-DIV-CV-COMPRAS(WS-IDX-DIVISA)
              ADD CJD-TOTAL-VENTAS
                 TO WS-DIV-VENDIDOS(WS-IDX-DIVISA)
              ADD CJD-CONTRAVALOR-VENTAS
                 TO WS-DIV-CV-VENTAS(WS-IDX-DIVISA)
              ADD CJD-MARGEN TO WS-DIV-MARGEN(WS-IDX-DIVISA)
              ADD CJD-DIFERENCIA
                 TO WS-DIV-DIFERENCIAS(WS-IDX-DIVISA)
              COMPUTE WS-DIV-POSICION(WS-IDX-DIVISA) =
                 WS-DIV-POSICION(WS-IDX-DIVISA)
                 + CJD-SALDO-INICIAL + CJD-TOTAL-COMPRAS
                 - CJD-TOTAL-VENTAS
              ADD CJD-MARGEN TO WS-TOT-MARGEN
           END-IF.
      *
      *    Suma a la posicion de cada divisa las existencias del dia
      *    de las bovedas de todas las sucursales.
       3500-ACUMULAR-BOVEDAS.
           IF WS-BOVDIV-ABIERTO = 'S'
              MOVE LOW-VALUES TO BVD-CLAVE
              MOVE 'N' TO WS-FIN-FICHERO
              START BOVDIV-FILE KEY IS NOT LESS THAN BVD-CLAVE
                 INVALID KEY
                    MOVE 'S' TO WS-FIN-FICHERO
              END-START
              PERFORM UNTIL WS-FIN-FICHERO = 'S'
                 READ BOVDIV-FILE NEXT RECORD
                    AT END
                       MOVE 'S' TO WS-FIN-FICHERO
                    NOT AT END
                       IF BVD-FECHA = WS-FECHA-ACTUAL
                          MOVE BVD-MONEDA TO WS-MONEDA-BUSCADA
                          PERFORM 7000-LOCALIZAR-DIVISA
                          IF WS-DIVISA-EN-TABLA = 'S'
                             COMPUTE WS-DIV-POSICION(WS-IDX-DIVISA) =
                                WS-DIV-POSICION(WS-IDX-DIVISA)
                                + BVD-SALDO-INICIAL
                                + BVD-TOTAL-ENTRADAS
                                - BVD-TOTAL-SALIDAS
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
           END-IF.
      *
      *    Margen contabilizado: apuntes GLDV del dia en la cuenta
      *    interna de ingresos por cambio. BANCO-CAMBIO-DIVISAS deja
      *    la divisa en la posicion 24 del concepto; un extorno
      *    (cargo) resta.
       3700-ACUMULAR-MARGEN-CONTABLE.
           IF WS-MOVIMIEN-ABIERTO = 'S'
              MOVE WS-CTA-GL-CAMBIO TO MOV-NUM-CUENTA
              MOVE WS-FECHA-ACTUAL TO MOV-FECHA
              MOVE 0 TO MOV-SECUENCIA
              MOVE 'N' TO WS-FIN-FICHERO
              START MOVIMIEN-FILE KEY IS NOT LESS THAN MOV-CLAVE
                 INVALID KEY
                    MOVE 'S' TO WS-FIN-FICHERO
              END-START
              PERFORM UNTIL WS-FIN-FICHERO = 'S'
                 READ MOVIMIEN-FILE NEXT RECORD
                    AT END
                       MOVE 'S' TO WS-FIN-FICHERO
                    NOT AT END
                       IF MOV-NUM-CUENTA NOT = WS-CTA-GL-CAMBIO
                          OR MOV-FECHA NOT = WS-FECHA-ACTUAL
                          MOVE 'S' TO WS-FIN-FICHERO
                       ELSE
                          IF MOV-COD-OPERACION = "GLDV"
                             PERFORM 3750-ACUMULAR-UN-APUNTE
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
           END-IF.
      *
       3750-ACUMULAR-UN-APUNTE.
           MOVE MOV-CONCEPTO(24:3) TO WS-MONEDA-BUSCADA
           PERFORM 7000-LOCALIZAR-DIVISA
           IF WS-DIVISA-EN-TABLA = 'S'
              IF MOV-TIPO = "I"
                 ADD MOV-IMPORTE TO WS-DIV-MARGEN-GL(WS-IDX-DIVISA)
              ELSE
                 SUBTRACT MOV-IMPORTE
                    FROM WS-DIV-MARGEN-GL(WS-IDX-DIVISA)
              END-IF
           ELSE
              IF MOV-TIPO = "I"
                 ADD MOV-IMPORTE TO WS-APUNTES-SIN-DIVISA
              ELSE
                 SUBTRACT MOV-IMPORTE FROM WS-APUNTES-SIN-DIVISA
              END-IF
           END-IF
           IF MOV-TIPO = "I"
              ADD MOV-IMPORTE TO WS-TOT-MARGEN-GL
           ELSE
              SUBTRACT MOV-IMPORTE FROM WS-TOT-MARGEN-GL
           END-IF.
      *
      *    Valora la posicion de cada divisa a la tasa media vigente
      *    hoy en CAMBHIST (la de fecha de entrada en vigor mas
      *    reciente, como BANCO-REVALORIZACION) y marca el cuadre
      *    del margen contra lo contabilizado.
       3800-VALORAR-POSICION.
           OPEN INPUT CAMBHIST-FILE
           IF NOT WS-CAMBHIST-OK
              DISPLAY "AVISO: no se puede abrir CAMBHIST; la "
                 "posicion saldra sin valorar."
           ELSE
              PERFORM UNTIL NOT WS-CAMBHIST-OK
                 READ CAMBHIST-FILE
                    AT END
                       MOVE "10" TO WS-CAMBHIST-STATUS
                    NOT AT END
                       IF CAH-MONEDA-DESTINO = WS-MONEDA-BASE
                          AND CAH-FECHA-DESDE <= WS-FECHA-ACTUAL
                          PERFORM 3850-ANOTAR-TASA-VIGENTE
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE CAMBHIST-FILE
           END-IF
           PERFORM VARYING WS-IDX-DIVISA FROM 1 BY 1
              UNTIL WS-IDX-DIVISA > WS-NUM-DIVISAS
              IF WS-DIV-FECHA-TASA(WS-IDX-DIVISA) = SPACES
                 ADD 1 TO WS-NUM-SIN-TASA
                 MOVE 0 TO WS-DIV-POSICION-EUR(WS-IDX-DIVISA)
              ELSE
                 COMPUTE WS-DIV-POSICION-EUR(WS-IDX-DIVISA) ROUNDED =
                    WS-DIV-POSICION(WS-IDX-DIVISA)
                    * WS-DIV-TASA(WS-IDX-DIVISA)
              END-IF
              ADD WS-DIV-POSICION-EUR(WS-IDX-DIVISA)
                 TO WS-TOT-POSICION-EUR
              IF WS-DIV-MARGEN(WS-IDX-DIVISA) =
                    WS-DIV-MARGEN-GL(WS-IDX-DIVISA)
                 OR WS-MOVIMIEN-ABIERTO = 'N'
                 MOVE "S" TO WS-DIV-CUADRE(WS-IDX-DIVISA)
              ELSE
                 MOVE "N" TO WS-DIV-CUADRE(WS-IDX-DIVISA)
                 ADD 1 TO WS-NUM-DESCUADRES
              END-IF
           END-PERFORM.
      *
      *    Solo interesan las divisas con actividad o existencias;
      *    las demas tasas del historico se descartan.
       3850-ANOTAR-TASA-VIGENTE.
           PERFORM VARYING WS-IDX-DIVISA FROM 1 BY 1
              UNTIL WS-IDX-DIVISA > WS-NUM-DIVISAS
              IF WS-DIV-MONEDA(WS-IDX-DIVISA) = CAH-MONEDA-ORIGEN
                 AND CAH-FECHA-DESDE >=
                    WS-DIV-FECHA-TASA(WS-IDX-DIVISA)
                 MOVE CAH-TASA TO WS-DIV-TASA(WS-IDX-DIVISA)
                 MOVE CAH-FECHA-DESDE
                    TO WS-DIV-FECHA-TASA(WS-IDX-DIVISA)
              END-IF
           END-PERFORM.
      *
       4000-EMITIR-INFORME.
           MOVE SPACES TO WS-LINEA-IMPRESION
           STRING "CAMBIO DE BILLETES EN DIVISA - " WS-FECHA-ACTUAL
              DELIMITED BY SIZE INTO WS-LINEA-IMPRESION
           PERFORM 7500-ESCRIBIR-LINEA
           MOVE SPACES TO WS-LINEA-CSV
           STRING "MONEDA,OPERACIONES,COMPRADOS,CONTRAVALOR.COMPRAS,"
              "VENDIDOS,CONTRAVALOR.VENTAS,MARGEN,MARGEN.CONTABLE,"
              "DIFERENCIAS,POSICION,TASA.MEDIA,POSICION.EUR,CUADRE"
              DELIMITED BY SIZE INTO WS-LINEA-CSV
           PERFORM 7600-ESCRIBIR-CSV
           DISPLAY " "
           DISPLAY "=========================================="
           DISPLAY "   CAMBIO DE BILLETES POR DIVISA"
           DISPLAY "=========================================="
           PERFORM VARYING WS-IDX-DIVISA FROM 1 BY 1
              UNTIL WS-IDX-DIVISA > WS-NUM-DIVISAS
              PERFORM 4100-EMITIR-UNA-DIVISA
           END-PERFORM
           IF WS-NUM-DIVISAS = 0
              DISPLAY "  (sin cambio de billetes hoy)"
              MOVE "  (SIN CAMBIO DE BILLETES HOY)"
                 TO WS-LINEA-IMPRESION
              PERFORM 7500-ESCRIBIR-LINEA
           END-IF
           DISPLAY "==========================================".
      *
       4100-EMITIR-UNA-DIVISA.
           MOVE WS-DIV-TASA(WS-IDX-DIVISA) TO WS-TASA-EDITADA
           DISPLAY " "
           DISPLAY "Divisa: " WS-DIV-MONEDA(WS-IDX-DIVISA)
              "  operaciones " WS-DIV-NUM-OPER(WS-IDX-DIVISA)
              "  tasa media " WS-TASA-EDITADA
           MOVE SPACES TO WS-LINEA-IMPRESION
           PERFORM 7500-ESCRIBIR-LINEA
           MOVE SPACES TO WS-LINEA-IMPRESION
           STRING "DIVISA " WS-DIV-MONEDA(WS-IDX-DIVISA)
              "  OPERACIONES " WS-DIV-NUM-OPER(WS-IDX-DIVISA)
              "  TASA MEDIA " WS-TASA-EDITADA
              DELIMITED BY SIZE INTO WS-LINEA-IMPRESION
           PERFORM 7500-ESCRIBIR-LINEA
           MOVE WS-DIV-COMPRADOS(WS-IDX-DIVISA) TO WS-IMPORTE-EDITADO
           MOVE WS-DIV-CV-COMPRAS(WS-IDX-DIVISA)
              TO WS-IMPORTE-EDITADO-2
           DISPLAY "   Comprados: " WS-IMPORTE-EDITADO
              " contravalor " WS-IMPORTE-EDITADO-2
           MOVE SPACES TO WS-LINEA-IMPRESION
           STRING "  COMPRADOS   " WS-IMPORTE-EDITADO " "
              WS-DIV-MONEDA(WS-IDX-DIVISA) "  CONTRAVALOR "
              WS-IMPORTE-EDITADO-2 " " WS-MONEDA-BASE
              DELIMITED BY SIZE INTO WS-LINEA-IMPRESION
           PERFORM 7500-ESCRIBIR-LINEA
           MOVE WS-DIV-VENDIDOS(WS-IDX-DIVISA) TO WS-IMPORTE-EDITADO
           MOVE WS-DIV-CV-VENTAS(WS-IDX-DIVISA)
              TO WS-IMPORTE-EDITADO-2
           DISPLAY "   Vendidos:  " WS-IMPORTE-EDITADO
              " contravalor " WS-IMPORTE-EDITADO-2
           MOVE SPACES TO WS-LINEA-IMPRESION
           STRING "  VENDIDOS    " WS-IMPORTE-EDITADO " "
              WS-DIV-MONEDA(WS-IDX-DIVISA) "  CONTRAVALOR "
              WS-IMPORTE-EDITADO-2 " " WS-MONEDA-BASE
              DELIMITED BY SIZE INTO WS-LINEA-IMPRESION
           PERFORM 7500-ESCRIBIR-LINEA
           MOVE WS-DIV-MARGEN(WS-IDX-DIVISA) TO WS-IMPORTE-EDITADO
           MOVE WS-DIV-MARGEN-GL(WS-IDX-DIVISA)
              TO WS-IMPORTE-EDITADO-2
           DISPLAY "   Margen:    " WS-IMPORTE-EDITADO
              " contabilizado " WS-IMPORTE-EDITADO-2
           MOVE SPACES TO WS-LINEA-IMPRESION
           STRING "  MARGEN      " WS-IMPORTE-EDITADO " "
              WS-MONEDA-BASE "  CONTABILIZADO "
              WS-IMPORTE-EDITADO-2
              DELIMITED BY SIZE INTO WS-LINEA-IMPRESION
           IF WS-DIV-CUADRE(WS-IDX-DIVISA) = "N"
              MOVE "DESCUADRE" TO WS-LINEA-IMPRESION(71:9)
              DISPLAY "   ATENCION: el margen no cuadra con los "
                 "apuntes GLDV de " WS-CTA-GL-CAMBIO
           END-IF
           PERFORM 7500-ESCRIBIR-LINEA
           MOVE WS-DIV-POSICION(WS-IDX-DIVISA) TO WS-IMPORTE-EDITADO
           MOVE WS-DIV-POSICION-EUR(WS-IDX-DIVISA)
              TO WS-IMPORTE-EDITADO-2
           DISPLAY "   Posicion:  " WS-IMPORTE-EDITADO
              " valorada " WS-IMPORTE-EDITADO-2
           MOVE SPACES TO WS-LINEA-IMPRESION
           STRING "  POSICION    " WS-IMPORTE-EDITADO " "
              WS-DIV-MONEDA(WS-IDX-DIVISA) "  VALORADA    "
              WS-IMPORTE-EDITADO-2 " " WS-MONEDA-BASE
              DELIMITED BY SIZE INTO WS-LINEA-IMPRESION
           IF WS-DIV-FECHA-TASA(WS-IDX-DIVISA) = SPACES
              MOVE "SIN TASA" TO WS-LINEA-IMPRESION(71:8)
              DISPLAY "   AVISO: divisa sin tasa vigente en "
                 "CAMBHIST; posicion sin valorar"
           END-IF
           PERFORM 7500-ESCRIBIR-LINEA
           MOVE WS-DIV-DIFERENCIAS(WS-IDX-DIVISA)
              TO WS-IMPORTE-EDITADO
           DISPLAY "   Diferencias de caja: " WS-IMPORTE-EDITADO
           MOVE SPACES TO WS-LINEA-IMPRESION
           STRING "  DIFERENCIAS " WS-IMPORTE-EDITADO " "
              WS-DIV-MONEDA(WS-IDX-DIVISA)
              DELIMITED BY SIZE INTO WS-LINEA-IMPRESION
           PERFORM 7500-ESCRIBIR-LINEA
           MOVE SPACES TO WS-LINEA-CSV
           STRING WS-DIV-MONEDA(WS-IDX-DIVISA) ","
              WS-DIV-NUM-OPER(WS-IDX-DIVISA) ","
              WS-DIV-COMPRADOS(WS-IDX-DIVISA) ","
              WS-DIV-CV-COMPRAS(WS-IDX-DIVISA) ","
              WS-DIV-VENDIDOS(WS-IDX-DIVISA) ","
              WS-DIV-CV-VENTAS(WS-IDX-DIVISA) ","
              WS-DIV-MARGEN(WS-IDX-DIVISA) ","
              WS-DIV-MARGEN-GL(WS-IDX-DIVISA) ","
              WS-DIV-DIFERENCIAS(WS-IDX-DIVISA) ","
              WS-DIV-POSICION(WS-IDX-DIVISA) ","
              WS-DIV-TASA(WS-IDX-DIVISA) ","
              WS-DIV-POSICION-EUR(WS-IDX-DIVISA) ","
              WS-DIV-CUADRE(WS-IDX-DIVISA)
              DELIMITED BY SIZE INTO WS-LINEA-CSV
           PERFORM 7600-ESCRIBIR-CSV.
      *
      *    Totales y avisos; el descuadre del margen contra lo
      *    contabilizado o divisas que no caben en la tabla (sus
      *    apuntes GLDV quedan aparte) dejan codigo de retorno 4
      *    para la revision de la mesa de cambio.
       5000-EMITIR-RESUMEN.
           MOVE WS-TOT-MARGEN TO WS-IMPORTE-EDITADO
           MOVE WS-TOT-MARGEN-GL TO WS-IMPORTE-EDITADO-2
           DISPLAY " "
           DISPLAY "Margen total:           " WS-IMPORTE-EDITADO
           DISPLAY "Margen contabilizado:   " WS-IMPORTE-EDITADO-2
           MOVE SPACES TO WS-LINEA-IMPRESION
           PERFORM 7500-ESCRIBIR-LINEA
           MOVE SPACES TO WS-LINEA-IMPRESION
           STRING "MARGEN TOTAL  " WS-IMPORTE-EDITADO " "
              WS-MONEDA-BASE "  CONTABILIZADO "
              WS-IMPORTE-EDITADO-2
              DELIMITED BY SIZE INTO WS-LINEA-IMPRESION
           PERFORM 7500-ESCRIBIR-LINEA
           MOVE WS-TOT-POSICION-EUR TO WS-IMPORTE-EDITADO
           DISPLAY "Posicion total valorada:" WS-IMPORTE-EDITADO
           MOVE SPACES TO WS-LINEA-IMPRESION
           STRING "POSICION TOTAL VALORADA " WS-IMPORTE-EDITADO " "
              WS-MONEDA-BASE
              DELIMITED BY SIZE INTO WS-LINEA-IMPRESION
           PERFORM 7500-ESCRIBIR-LINEA
           IF WS-NUM-DESCUADRES > 0
              DISPLAY "ATENCION: " WS-NUM-DESCUADRES
                 " divisa(s) con el margen descuadrado."
              MOVE 4 TO RETURN-CODE
           END-IF
           IF WS-APUNTES-SIN-DIVISA NOT = 0
              MOVE WS-APUNTES-SIN-DIVISA TO WS-IMPORTE-EDITADO
              DISPLAY "ATENCION: apuntes GLDV de divisas fuera "
                 "de la tabla: " WS-IMPORTE-EDITADO
              MOVE SPACES TO WS-LINEA-IMPRESION
              STRING "APUNTES GLDV FUERA DE LA TABLA "
                 WS-IMPORTE-EDITADO
                 DELIMITED BY SIZE INTO WS-LINEA-IMPRESION
              PERFORM 7500-ESCRIBIR-LINEA
              MOVE 4 TO RETURN-CODE
           END-IF
           IF WS-DIVISAS-DESBORDADAS = 'S'
              DISPLAY "ATENCION: mas de " WS-MAX-DIVISAS
                 " divisas; las restantes no se informan."
              MOVE 4 TO RETURN-CODE
           END-IF
           IF WS-NUM-SIN-TASA > 0
              DISPLAY "AVISO: " WS-NUM-SIN-TASA
                 " divisa(s) sin tasa vigente en CAMBHIST."
           END-IF.
      *
      *    Busca la divisa WS-MONEDA-BUSCADA en la tabla y la da de
      *    alta si no esta; si la tabla esta llena lo anota y deja
      *    WS-DIVISA-EN-TABLA a 'N'.
       7000-LOCALIZAR-DIVISA.
           MOVE 'N' TO WS-DIVISA-EN-TABLA
           PERFORM VARYING WS-IDX-DIVISA FROM 1 BY 1
              UNTIL WS-IDX-DIVISA > WS-NUM-DIVISAS
              OR WS-DIVISA-EN-TABLA = 'S'
              IF WS-DIV-MONEDA(WS-IDX-DIVISA) = WS-MONEDA-BUSCADA
                 MOVE 'S' TO WS-DIVISA-EN-TABLA
              END-IF
           END-PERFORM
           IF WS-DIVISA-EN-TABLA = 'S'
              SUBTRACT 1 FROM WS-IDX-DIVISA
           ELSE
              IF WS-NUM-DIVISAS < WS-MAX-DIVISAS
                 ADD 1 TO WS-NUM-DIVISAS
                 MOVE WS-NUM-DIVISAS TO WS-IDX-DIVISA
                 MOVE WS-MONEDA-BUSCADA
                    TO WS-DIV-MONEDA(WS-IDX-DIVISA)
                 MOVE 0 TO WS-DIV-NUM-OPER(WS-IDX-DIVISA)
                 MOVE 0 TO WS-DIV-COMPRADOS(WS-IDX-DIVISA)
                 MOVE 0 TO WS-DIV-CV-COMPRAS(WS-IDX-DIVISA)
                 MOVE 0 TO WS-DIV-VENDIDOS(WS-IDX-DIVISA)
                 MOVE 0 TO WS-DIV-CV-VENTAS(WS-IDX-DIVISA)
                 MOVE 0 TO WS-DIV-MARGEN(WS-IDX-DIVISA)
                 MOVE 0 TO WS-DIV-MARGEN-GL(WS-IDX-DIVISA)
                 MOVE 0 TO WS-DIV-DIFERENCIAS(WS-IDX-DIVISA)
                 MOVE 0 TO WS-DIV-POSICION(WS-IDX-DIVISA)
                 MOVE 0 TO WS-DIV-TASA(WS-IDX-DIVISA)
                 MOVE SPACES TO WS-DIV-FECHA-TASA(WS-IDX-DIVISA)
                 MOVE 0 TO WS-DIV-POSICION-EUR(WS-IDX-DIVISA)
                 MOVE SPACE TO WS-DIV-CUADRE(WS-IDX-DIVISA)
                 MOVE 'S' TO WS-DIVISA-EN-TABLA
              ELSE
                 MOVE 'S' TO WS-DIVISAS-DESBORDADAS
              END-IF
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
           IF WS-CAJADIV-ABIERTO = 'S'
              CLOSE CAJADIV-FILE
           END-IF
           IF WS-BOVDIV-ABIERTO = 'S'
              CLOSE BOVDIV-FILE
           END-IF
           IF WS-MOVIMIEN-ABIERTO = 'S'
              CLOSE MOVIMIEN-FILE
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
           DISPLAY "Informe de cambio de billetes finalizado.".
