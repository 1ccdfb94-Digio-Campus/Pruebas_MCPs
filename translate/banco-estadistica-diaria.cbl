      *================================================================*
      * PROGRAMA: BANCO-ESTADISTICA-DIARIA
      * DESCRIPCION: Paso del job de cierre que emite la estadistica
      *              diaria de actividad por codigo de operacion y
      *              canal: para cada par codigo+canal de los
      *              movimientos de MOVIMIEN de la fecha de negocio,
      *              numero e importe de abonos, de cargos y de
      *              apuntes de extorno (marca X), con la descripcion
      *              y el grupo del catalogo CODOPER
      *              (BANCO-CODIGO-OPERACION). Los codigos que no
      *              figuran en el catalogo salen marcados para que
      *              se den de alta, y los apuntes sin codigo salen
      *              como SIN CODIGO. Cierra con los totales por canal
      *              y exporta el informe a impresion y CSV
      *              (ESTAIMPR/ESTACSV) igual que el resto de
      *              informes.
      * AUTOR: Proyecto MCPs
      * FECHA: 2026-10-15
      *
      * HISTORIAL DE MODIFICACIONES:
      *   2026-10-15  El paso anota su inicio y sus cifras en el fichero
      *               de totales de control TOTCTL (BANCO-TOTALES-PASO)
      *               para la hoja de control del job que emite
      *               BANCO-VALIDA-TOTALES.
      *   2026-10-15  Sin catalogo CODOPER cargado, todos los codigos
      *               salen como no catalogados.
      *================================================================*
      *
      *-------- BLOQUE 1: IDENTIFICATION DIVISION -------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANCO-ESTADISTICA-DIARIA.
       AUTHOR. PROYECTO-MCPS.
      *
      *-------- BLOQUE 2: ENVIRONMENT DIVISION ----------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MOVIMIEN-FILE ASSIGN TO "MOVIMIEN"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS MOV-CLAVE
              FILE STATUS IS WS-MOVIMIEN-STATUS.
      *
           SELECT IMPRESION-FILE ASSIGN TO "ESTAIMPR"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-IMPRESION-STATUS.
      *
           SELECT CSV-FILE ASSIGN TO "ESTACSV"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-CSV-STATUS.
      *
      *-------- BLOQUE 3: DATA DIVISION -----------------------------*
       DATA DIVISION.
       FILE SECTION.
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
      *--- Tabla de actividad por codigo de operacion y canal ---
       01 WS-MAX-ESTADISTICAS      PIC 9(03) VALUE 300.
       01 WS-NUM-ESTADISTICAS      PIC 9(03) VALUE 0.
       01 WS-IDX-ESTADISTICA       PIC 9(03) VALUE 0.
       01 WS-IDX-SIGUIENTE         PIC 9(03) VALUE 0.
       01 WS-TABLA-ESTADISTICAS.
          05 WS-EST-ENTRY OCCURS 300 TIMES.
             10 WS-EST-CLAVE.
                15 WS-EST-CODIGO      PIC X(04).
                15 WS-EST-CANAL       PIC X(01).
             10 WS-EST-NUM-ABONOS     PIC 9(07).
             10 WS-EST-IMP-ABONOS     PIC 9(13)V99.
             10 WS-EST-NUM-CARGOS     PIC 9(07).
             10 WS-EST-IMP-CARGOS     PIC 9(13)V99.
             10 WS-EST-NUM-EXTORNOS   PIC 9(07).
             10 WS-EST-IMP-EXTORNOS   PIC 9(13)V99.
       01 WS-EST-INTERCAMBIO.
          05 FILLER                   PIC X(05).
          05 FILLER                   PIC 9(07).
          05 FILLER                   PIC 9(13)V99.
          05 FILLER                   PIC 9(07).
          05 FILLER                   PIC 9(13)V99.
          05 FILLER                   PIC 9(07).
          05 FILLER                   PIC 9(13)V99.
       01 WS-CLAVE-BUSCADA.
          05 WS-CLAVE-CODIGO          PIC X(04).
          05 WS-CLAVE-CANAL           PIC X(01).
       01 WS-CLAVE-VISTA           PIC X VALUE 'N'.
       01 WS-HUBO-CAMBIO           PIC X VALUE 'N'.
      *
      *--- Totales por canal ---
       01 WS-TABLA-CANALES-LITERAL.
          05 FILLER PIC X(16) VALUE "OOFICINA        ".
          05 FILLER PIC X(16) VALUE "LLOTE           ".
          05 FILLER PIC X(16) VALUE "CCAJERO         ".
          05 FILLER PIC X(16) VALUE "TTPV COMERCIO   ".
          05 FILLER PIC X(16) VALUE "RRED INTERBANC. ".
          05 FILLER PIC X(16) VALUE "EFICH. EMPRESA  ".
          05 FILLER PIC X(16) VALUE " SIN CANAL      ".
       01 WS-TABLA-CANALES-DEF REDEFINES WS-TABLA-CANALES-LITERAL.
          05 WS-CND-ENTRY OCCURS 7 TIMES.
             10 WS-CND-CANAL          PIC X(01).
             10 WS-CND-DESCRIPCION    PIC X(15).
       01 WS-NUM-CANALES           PIC 9(02) VALUE 7.
       01 WS-IDX-CANAL             PIC 9(02) VALUE 0.
       01 WS-TABLA-TOTALES-CANAL.
          05 WS-TCN-ENTRY OCCURS 7 TIMES.
             10 WS-TCN-NUM-ABONOS     PIC 9(07).
             10 WS-TCN-IMP-ABONOS     PIC 9(13)V99.
             10 WS-TCN-NUM-CARGOS     PIC 9(07).
             10 WS-TCN-IMP-CARGOS     PIC 9(13)V99.
       01 WS-CANAL-VISTO           PIC X VALUE 'N'.
      *
      *--- Totales generales ---
       01 WS-TOT-NUM-MOVIMIENTOS   PIC 9(07) VALUE 0.
       01 WS-TOT-NUM-ABONOS        PIC 9(07) VALUE 0.
       01 WS-TOT-IMP-ABONOS        PIC 9(13)V99 VALUE 0.
       01 WS-TOT-NUM-CARGOS        PIC 9(07) VALUE 0.
       01 WS-TOT-IMP-CARGOS        PIC 9(13)V99 VALUE 0.
       01 WS-NUM-NO-CATALOGADOS    PIC 9(03) VALUE 0.
      *
      *--- Consulta al catalogo de operaciones (ver
      *--- BANCO-CODIGO-OPERACION) ---
       01 WS-OP-CODIGO             PIC X(04).
       01 WS-OP-ENCONTRADO         PIC X(01).
       01 WS-OP-DESCRIPCION        PIC X(30).
       01 WS-OP-EFECTIVO           PIC X(01).
       01 WS-OP-CLIENTE            PIC X(01).
       01 WS-OP-COMISION           PIC X(01).
       01 WS-OP-GRUPO              PIC X(10).
      *
      *--- Variables de proceso ---
       01 WS-FECHA-ACTUAL          PIC X(10).
       01 WS-FIN-MOVIMIEN          PIC X VALUE 'N'.
       01 WS-CODIGO-LISTADO        PIC X(04).
       01 WS-IMPORTE-EDITADO       PIC Z(12)9.99.
       01 WS-IMPORTE-EDITADO-2     PIC Z(12)9.99.
       01 WS-NUMERO-EDITADO        PIC Z(6)9.
       01 WS-NUMERO-EDITADO-2      PIC Z(6)9.
      *
       01 WS-MOVIMIEN-STATUS       PIC X(02).
          88 WS-MOVIMIEN-OK            VALUE "00".
       01 WS-IMPRESION-STATUS      PIC X(02).
          88 WS-IMPRESION-OK           VALUE "00".
       01 WS-CSV-STATUS            PIC X(02).
          88 WS-CSV-OK                 VALUE "00".
       01 WS-IMPRESION-ABIERTO     PIC X VALUE 'N'.
       01 WS-CSV-ABIERTO           PIC X VALUE 'N'.
      *
      *--- Control de cierre (ver BANCO-CONTROL-CIERRE) ---
       01 WS-CC-ACCION             PIC X(01).
       01 WS-CC-PASO               PIC 9(02) VALUE 70.
       01 WS-CC-PASO-ANTERIOR      PIC 9(02) VALUE 65.
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
           PERFORM 3000-ACUMULAR-MOVIMIENTOS
           PERFORM 3900-ORDENAR-TABLA
           PERFORM 4000-EMITIR-INFORME
           PERFORM 5000-EMITIR-TOTALES-CANAL
           PERFORM 8900-CERRAR-FICHEROS
           PERFORM 1200-ANOTAR-CONTROL-CIERRE
           PERFORM 1400-ANOTAR-TOTALES-PASO
           PERFORM 9000-FINALIZAR
           STOP RUN.
      *
       1000-INICIALIZAR.
           ACCEPT WS-FECHA-ACTUAL FROM DATE YYYYMMDD
           INITIALIZE WS-TABLA-TOTALES-CANAL
           DISPLAY "=========================================="
           DISPLAY "   ESTADISTICA DIARIA DE OPERACIONES"
           DISPLAY "   Fecha: " WS-FECHA-ACTUAL
           DISPLAY "==========================================".
      *
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
           MOVE "BANCO-ESTAD-DIARIA" TO WS-TPA-PROGRAMA
           MOVE "BANCIERR" TO WS-TPA-JOB
           MOVE "I" TO WS-TP-ACCION
           CALL "BANCO-TOTALES-PASO" USING WS-TP-ACCION
              WS-TPA-REGISTRO.
      *
      *    Anota en TOTCTL las cifras del paso y su codigo de
      *    retorno, que se conserva tras la llamada.
       1400-ANOTAR-TOTALES-PASO.
           MOVE WS-TOT-NUM-MOVIMIENTOS TO WS-TPA-LEIDOS
           COMPUTE WS-TPA-IMPORTE-LEIDO = WS-TOT-IMP-ABONOS
              + WS-TOT-IMP-CARGOS
           MOVE RETURN-CODE TO WS-TPA-RC
           MOVE "F" TO WS-TP-ACCION
           CALL "BANCO-TOTALES-PASO" USING WS-TP-ACCION
              WS-TPA-REGISTRO
           MOVE WS-TPA-RC TO RETURN-CODE.
      *
       2000-ABRIR-FICHEROS.
           OPEN INPUT MOVIMIEN-FILE
           IF NOT WS-MOVIMIEN-OK
              DISPLAY "ERROR: No se puede abrir el fichero "
                 "MOVIMIEN."
              PERFORM 9000-FINALIZAR
              STOP RUN
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
              DISPLAY "AVISO: no se pudieron abrir ESTAIMPR/ESTACSV; "
                 "el informe solo saldra por consola."
           END-IF.
      *
       3000-ACUMULAR-MOVIMIENTOS.
           MOVE LOW-VALUES TO MOV-CLAVE
           MOVE 'N' TO WS-FIN-MOVIMIEN
           START MOVIMIEN-FILE KEY IS NOT LESS THAN MOV-CLAVE
              INVALID KEY
                 MOVE 'S' TO WS-FIN-MOVIMIEN
           END-START
           PERFORM UNTIL WS-FIN-MOVIMIEN = 'S'
              READ MOVIMIEN-FILE NEXT RECORD
                 AT END
                    MOVE 'S' TO WS-FIN-MOVIMIEN
                 NOT AT END
                    IF MOV-FECHA = WS-FECHA-ACTUAL
                       PERFORM 3100-ACUMULAR-UN-MOVIMIENTO
                    END-IF
              END-READ
           END-PERFORM.
      *
      *    Los apuntes compensatorios de un extorno llevan el codigo
      *    del apunte original y se cuentan aparte, para que el
      *    numero de operaciones del codigo no incluya correcciones.
       3100-ACUMULAR-UN-MOVIMIENTO.
           ADD 1 TO WS-TOT-NUM-MOVIMIENTOS
           MOVE MOV-COD-OPERACION TO WS-CLAVE-CODIGO
           MOVE MOV-CANAL TO WS-CLAVE-CANAL
           PERFORM 7000-LOCALIZAR-CLAVE
           PERFORM 7100-LOCALIZAR-CANAL
           IF MOV-MARCA-EXTORNO = "X"
              ADD 1 TO WS-EST-NUM-EXTORNOS(WS-IDX-ESTADISTICA)
              ADD MOV-IMPORTE
                 TO WS-EST-IMP-EXTORNOS(WS-IDX-ESTADISTICA)
           ELSE
              IF MOV-TIPO = "I"
                 ADD 1 TO WS-EST-NUM-ABONOS(WS-IDX-ESTADISTICA)
                 ADD MOV-IMPORTE
                    TO WS-EST-IMP-ABONOS(WS-IDX-ESTADISTICA)
                 ADD 1 TO WS-TCN-NUM-ABONOS(WS-IDX-CANAL)
                 ADD MOV-IMPORTE TO WS-TCN-IMP-ABONOS(WS-IDX-CANAL)
                 ADD 1 TO WS-TOT-NUM-ABONOS
                 ADD MOV-IMPORTE TO WS-TOT-IMP-ABONOS
              ELSE
                 ADD 1 TO WS-EST-NUM-CARGOS(WS-IDX-ESTADISTICA)
                 ADD MOV-IMPORTE
                    TO WS-EST-IMP-CARGOS(WS-IDX-ESTADISTICA)
                 ADD 1 TO WS-TCN-NUM-CARGOS(WS-IDX-CANAL)
                 ADD MOV-IMPORTE TO WS-TCN-IMP-CARGOS(WS-IDX-CANAL)
                 ADD 1 TO WS-TOT-NUM-CARGOS
                 ADD MOV-IMPORTE TO WS-TOT-IMP-CARGOS
              END-IF
           END-IF.
      *
      *    Ordena la tabla por codigo y canal para que el informe
      *    salga siempre en el mismo orden (intercambio de entradas
      *    consecutivas hasta una pasada sin cambios).
       3900-ORDENAR-TABLA.
           MOVE 'S' TO WS-HUBO-CAMBIO
           PERFORM UNTIL WS-HUBO-CAMBIO = 'N'
              MOVE 'N' TO WS-HUBO-CAMBIO
              PERFORM VARYING WS-IDX-ESTADISTICA FROM 1 BY 1
                 UNTIL WS-IDX-ESTADISTICA >= WS-NUM-ESTADISTICAS
                 COMPUTE WS-IDX-SIGUIENTE = WS-IDX-ESTADISTICA + 1
                 IF WS-EST-CLAVE(WS-IDX-ESTADISTICA) >
                       WS-EST-CLAVE(WS-IDX-SIGUIENTE)
                    MOVE WS-EST-ENTRY(WS-IDX-ESTADISTICA)
                       TO WS-EST-INTERCAMBIO
                    MOVE WS-EST-ENTRY(WS-IDX-SIGUIENTE)
                       TO WS-EST-ENTRY(WS-IDX-ESTADISTICA)
                    MOVE WS-EST-INTERCAMBIO
                       TO WS-EST-ENTRY(WS-IDX-SIGUIENTE)
                    MOVE 'S' TO WS-HUBO-CAMBIO
                 END-IF
              END-PERFORM
           END-PERFORM.
      *
       4000-EMITIR-INFORME.
           MOVE SPACES TO WS-LINEA-IMPRESION
           STRING "ESTADISTICA DE OPERACIONES POR CODIGO Y CANAL - "
              WS-FECHA-ACTUAL
              DELIMITED BY SIZE INTO WS-LINEA-IMPRESION
           PERFORM 7500-ESCRIBIR-LINEA
           MOVE SPACES TO WS-LINEA-IMPRESION
           PERFORM 7500-ESCRIBIR-LINEA
           MOVE SPACES TO WS-LINEA-CSV
           STRING "CODIGO,CANAL,DESCRIPCION,GRUPO,ABONOS,IMP.ABONOS,"
              "CARGOS,IMP.CARGOS,EXTORNOS,IMP.EXTORNOS"
              DELIMITED BY SIZE INTO WS-LINEA-CSV
           PERFORM 7600-ESCRIBIR-CSV
           DISPLAY " "
           DISPLAY "=========================================="
           DISPLAY "   ACTIVIDAD POR CODIGO DE OPERACION"
           DISPLAY "=========================================="
           PERFORM VARYING WS-IDX-ESTADISTICA FROM 1 BY 1
              UNTIL WS-IDX-ESTADISTICA > WS-NUM-ESTADISTICAS
              PERFORM 4100-EMITIR-UNA-CLAVE
           END-PERFORM
           IF WS-NUM-ESTADISTICAS = 0
              DISPLAY "  (sin movimientos hoy)"
              MOVE "  (sin movimientos hoy)" TO WS-LINEA-IMPRESION
              PERFORM 7500-ESCRIBIR-LINEA
           END-IF.
      *
      *    Dos lineas de impresion por codigo y canal: la descripcion
      *    del catalogo y las cifras de abonos y cargos (mas los
      *    extornos, si los hubo).
       4100-EMITIR-UNA-CLAVE.
           MOVE WS-EST-CODIGO(WS-IDX-ESTADISTICA) TO WS-OP-CODIGO
           CALL "BANCO-CODIGO-OPERACION" USING WS-OP-CODIGO
              WS-OP-ENCONTRADO WS-OP-DESCRIPCION WS-OP-EFECTIVO
              WS-OP-CLIENTE WS-OP-COMISION WS-OP-GRUPO
           MOVE WS-EST-CODIGO(WS-IDX-ESTADISTICA) TO WS-CODIGO-LISTADO
           IF WS-OP-CODIGO = SPACES
              MOVE "----" TO WS-CODIGO-LISTADO
              MOVE "SIN CODIGO (PREVIO A CODOPER)"
                 TO WS-OP-DESCRIPCION
           ELSE
              IF WS-OP-ENCONTRADO NOT = 'S'
                 ADD 1 TO WS-NUM-NO-CATALOGADOS
                 MOVE "** NO FIGURA EN CODOPER **"
                    TO WS-OP-DESCRIPCION
              END-IF
           END-IF
           MOVE WS-EST-CANAL(WS-IDX-ESTADISTICA) TO WS-CLAVE-CANAL
           PERFORM 7100-LOCALIZAR-CANAL
           MOVE SPACES TO WS-LINEA-IMPRESION
           STRING WS-CODIGO-LISTADO " " WS-OP-DESCRIPCION " "
              WS-OP-GRUPO " " WS-CND-DESCRIPCION(WS-IDX-CANAL)
              DELIMITED BY SIZE INTO WS-LINEA-IMPRESION
           PERFORM 7500-ESCRIBIR-LINEA
           DISPLAY WS-LINEA-IMPRESION
           MOVE WS-EST-NUM-ABONOS(WS-IDX-ESTADISTICA)
              TO WS-NUMERO-EDITADO
           MOVE WS-EST-IMP-ABONOS(WS-IDX-ESTADISTICA)
              TO WS-IMPORTE-EDITADO
           MOVE WS-EST-NUM-CARGOS(WS-IDX-ESTADISTICA)
              TO WS-NUMERO-EDITADO-2
           MOVE WS-EST-IMP-CARGOS(WS-IDX-ESTADISTICA)
              TO WS-IMPORTE-EDITADO-2
           MOVE SPACES TO WS-LINEA-IMPRESION
           STRING "     AB " WS-NUMERO-EDITADO " " WS-IMPORTE-EDITADO
              "  CG " WS-NUMERO-EDITADO-2 " " WS-IMPORTE-EDITADO-2
              DELIMITED BY SIZE INTO WS-LINEA-IMPRESION
           PERFORM 7500-ESCRIBIR-LINEA
           DISPLAY WS-LINEA-IMPRESION
           IF WS-EST-NUM-EXTORNOS(WS-IDX-ESTADISTICA) > 0
              MOVE WS-EST-NUM-EXTORNOS(WS-IDX-ESTADISTICA)
                 TO WS-NUMERO-EDITADO
              MOVE WS-EST-IMP-EXTORNOS(WS-IDX-ESTADISTICA)
                 TO WS-IMPORTE-EDITADO
              MOVE SPACES TO WS-LINEA-IMPRESION
              STRING "     EX " WS-NUMERO-EDITADO " "
                 WS-IMPORTE-EDITADO
                 DELIMITED BY SIZE INTO WS-LINEA-IMPRESION
              PERFORM 7500-ESCRIBIR-LINEA
              DISPLAY WS-LINEA-IMPRESION
           END-IF
           MOVE SPACES TO WS-LINEA-CSV
           STRING WS-EST-CODIGO(WS-IDX-ESTADISTICA) ","
              WS-EST-CANAL(WS-IDX-ESTADISTICA) ","
              WS-OP-DESCRIPCION ","
              WS-OP-GRUPO ","
              WS-EST-NUM-ABONOS(WS-IDX-ESTADISTICA) ","
              WS-EST-IMP-ABONOS(WS-IDX-ESTADISTICA) ","
              WS-EST-NUM-CARGOS(WS-IDX-ESTADISTICA) ","
              WS-EST-IMP-CARGOS(WS-IDX-ESTADISTICA) ","
              WS-EST-NUM-EXTORNOS(WS-IDX-ESTADISTICA) ","
              WS-EST-IMP-EXTORNOS(WS-IDX-ESTADISTICA)
              DELIMITED BY SIZE INTO WS-LINEA-CSV
           PERFORM 7600-ESCRIBIR-CSV.
      *
       5000-EMITIR-TOTALES-CANAL.
           MOVE SPACES TO WS-LINEA-IMPRESION
           PERFORM 7500-ESCRIBIR-LINEA
           MOVE "TOTALES POR CANAL" TO WS-LINEA-IMPRESION
           PERFORM 7500-ESCRIBIR-LINEA
           DISPLAY " "
           DISPLAY "=========================================="
           DISPLAY "   TOTALES POR CANAL"
           DISPLAY "=========================================="
           PERFORM VARYING WS-IDX-CANAL FROM 1 BY 1
              UNTIL WS-IDX-CANAL > WS-NUM-CANALES
              IF WS-TCN-NUM-ABONOS(WS-IDX-CANAL) > 0
                 OR WS-TCN-NUM-CARGOS(WS-IDX-CANAL) > 0
                 PERFORM 5100-EMITIR-UN-CANAL
              END-IF
           END-PERFORM
           MOVE WS-TOT-NUM-ABONOS TO WS-NUMERO-EDITADO
           MOVE WS-TOT-IMP-ABONOS TO WS-IMPORTE-EDITADO
           MOVE WS-TOT-NUM-CARGOS TO WS-NUMERO-EDITADO-2
           MOVE WS-TOT-IMP-CARGOS TO WS-IMPORTE-EDITADO-2
           MOVE SPACES TO WS-LINEA-IMPRESION
           STRING "TOTAL           AB " WS-NUMERO-EDITADO " "
              WS-IMPORTE-EDITADO "  CG " WS-NUMERO-EDITADO-2 " "
              WS-IMPORTE-EDITADO-2
              DELIMITED BY SIZE INTO WS-LINEA-IMPRESION
           PERFORM 7500-ESCRIBIR-LINEA
           DISPLAY WS-LINEA-IMPRESION
           MOVE SPACES TO WS-LINEA-CSV
           STRING "TOTAL,,,," WS-TOT-NUM-ABONOS ","
              WS-TOT-IMP-ABONOS "," WS-TOT-NUM-CARGOS ","
              WS-TOT-IMP-CARGOS ",,"
              DELIMITED BY SIZE INTO WS-LINEA-CSV
           PERFORM 7600-ESCRIBIR-CSV
           DISPLAY "==========================================".
      *
       5100-EMITIR-UN-CANAL.
           MOVE WS-TCN-NUM-ABONOS(WS-IDX-CANAL) TO WS-NUMERO-EDITADO
           MOVE WS-TCN-IMP-ABONOS(WS-IDX-CANAL) TO WS-IMPORTE-EDITADO
           MOVE WS-TCN-NUM-CARGOS(WS-IDX-CANAL) TO WS-NUMERO-EDITADO-2
           MOVE WS-TCN-IMP-CARGOS(WS-IDX-CANAL)
              TO WS-IMPORTE-EDITADO-2
           MOVE SPACES TO WS-LINEA-IMPRESION
           STRING WS-CND-DESCRIPCION(WS-IDX-CANAL) " AB "
              WS-NUMERO-EDITADO " " WS-IMPORTE-EDITADO "  CG "
              WS-NUMERO-EDITADO-2 " " WS-IMPORTE-EDITADO-2
              DELIMITED BY SIZE INTO WS-LINEA-IMPRESION
           PERFORM 7500-ESCRIBIR-LINEA
           DISPLAY WS-LINEA-IMPRESION
           MOVE SPACES TO WS-LINEA-CSV
           STRING "CANAL," WS-CND-CANAL(WS-IDX-CANAL) ","
              WS-CND-DESCRIPCION(WS-IDX-CANAL) ",,"
              WS-TCN-NUM-ABONOS(WS-IDX-CANAL) ","
              WS-TCN-IMP-ABONOS(WS-IDX-CANAL) ","
              WS-TCN-NUM-CARGOS(WS-IDX-CANAL) ","
              WS-TCN-IMP-CARGOS(WS-IDX-CANAL) ",,"
              DELIMITED BY SIZE INTO WS-LINEA-CSV
           PERFORM 7600-ESCRIBIR-CSV.
      *
       7000-LOCALIZAR-CLAVE.
           MOVE 'N' TO WS-CLAVE-VISTA
           PERFORM VARYING WS-IDX-ESTADISTICA FROM 1 BY 1
              UNTIL WS-IDX-ESTADISTICA > WS-NUM-ESTADISTICAS
              OR WS-CLAVE-VISTA = 'S'
              IF WS-EST-CLAVE(WS-IDX-ESTADISTICA) = WS-CLAVE-BUSCADA
                 MOVE 'S' TO WS-CLAVE-VISTA
              END-IF
           END-PERFORM
           IF WS-CLAVE-VISTA = 'S'
              SUBTRACT 1 FROM WS-IDX-ESTADISTICA
           ELSE
              IF WS-NUM-ESTADISTICAS < WS-MAX-ESTADISTICAS
                 ADD 1 TO WS-NUM-ESTADISTICAS
                 MOVE WS-NUM-ESTADISTICAS TO WS-IDX-ESTADISTICA
                 INITIALIZE WS-EST-ENTRY(WS-IDX-ESTADISTICA)
                 MOVE WS-CLAVE-BUSCADA
                    TO WS-EST-CLAVE(WS-IDX-ESTADISTICA)
              ELSE
                 MOVE WS-NUM-ESTADISTICAS TO WS-IDX-ESTADISTICA
                 DISPLAY "AVISO: tabla de estadisticas llena; la "
                    "actividad de " WS-CLAVE-BUSCADA
                    " se acumula sobre la ultima entrada."
              END-IF
           END-IF.
      *
      *    Un canal desconocido se acumula en SIN CANAL, la ultima
      *    entrada de la tabla.
       7100-LOCALIZAR-CANAL.
           MOVE 'N' TO WS-CANAL-VISTO
           PERFORM VARYING WS-IDX-CANAL FROM 1 BY 1
              UNTIL WS-IDX-CANAL > WS-NUM-CANALES
              OR WS-CANAL-VISTO = 'S'
              IF WS-CND-CANAL(WS-IDX-CANAL) = WS-CLAVE-CANAL
                 MOVE 'S' TO WS-CANAL-VISTO
              END-IF
           END-PERFORM
           IF WS-CANAL-VISTO = 'S'
              SUBTRACT 1 FROM WS-IDX-CANAL
           ELSE
              MOVE WS-NUM-CANALES TO WS-IDX-CANAL
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
           CLOSE MOVIMIEN-FILE
           IF WS-IMPRESION-ABIERTO = 'S'
              CLOSE IMPRESION-FILE
           END-IF
           IF WS-CSV-ABIERTO = 'S'
              CLOSE CSV-FILE
           END-IF.
      *
       9000-FINALIZAR.
           DISPLAY " "
           DISPLAY "Movimientos del dia:     " WS-TOT-NUM-MOVIMIENTOS
           DISPLAY "Codigos no catalogados:  " WS-NUM-NO-CATALOGADOS
           DISPLAY "Estadistica diaria de operaciones finalizada.".
