      * PROGRAMA: BANCO-DECLARA-EFECTIVO
      * DESCRIPCION: Paso del job de cierre para la prevencion de
      *              blanqueo: recorre los movimientos de efectivo del
      *              dia (los de codigo de operacion marcado como
      *              efectivo en el catalogo CODOPER) y declara en el
      *              fichero DECLEFEC, con los datos de documento del
      *              maestro CLIENTES y en el mismo estilo que
      *              DECLFISC, (1) cada
      *              operacion de efectivo que iguala o supera el
      *              umbral por operacion y (2) el cliente cuyos
      *              ingresos de efectivo acumulados en el mes cruzan
      *              blanco: 10000 por operacion y 30000 al mes).
      * AUTOR: Proyecto MCPs
      * FECHA: 2026-09-02
      *
      * HISTORIAL DE MODIFICACIONES:
      *   2026-10-15  Los movimientos de efectivo se reconocen por el
      *               indicador de efectivo del codigo de operacion en
      *               el catalogo CODOPER (BANCO-CODIGO-OPERACION) y no
      *               por el programa que los grabo; un ingreso de
      *               cheque deja de declararse como efectivo.
      *   2026-10-15  El paso anota su inicio y sus cifras en el fichero
      *               de totales de control TOTCTL (BANCO-TOTALES-PASO)
      *               para la hoja de control del job que emite
      *               BANCO-VALIDA-TOTALES.
      *   2026-10-15  Sin catalogo CODOPER el paso termina con codigo
      *               de retorno 8 y sin marcarse completado en
      *               CTLCIERR: no puede saber que apuntes son de
      *               efectivo. Los codigos del dia que no figuran en
      *               el catalogo se cuentan y se listan al final, en
      *               vez de tratarse en silencio como no efectivo.
      *================================================================*
      *
      *-------- BLOQUE 1: IDENTIFICATION DIVISION -------------------*
      *
      *--- Totales de la declaracion ---
       01 WS-NUM-MOV-EFECTIVO      PIC 9(07) VALUE 0.
       01 WS-NUM-SIN-CATALOGO      PIC 9(07) VALUE 0.
       01 WS-NUM-OPER-DECLARADAS   PIC 9(06) VALUE 0.
       01 WS-NUM-CLI-DECLARADOS    PIC 9(06) VALUE 0.
       01 WS-TOTAL-DECLARADO       PIC 9(13)V99 VALUE 0.
       01 WS-NOMBRE-CLIENTE        PIC X(40).
       01 WS-DOCUMENTO-CLIENTE     PIC X(15).
       01 WS-EFECACUM-ENCONTRADO   PIC X VALUE 'N'.
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
      *--- Codigos del dia que no figuran en el catalogo ---
       01 WS-MAX-NO-CATALOGADOS    PIC 9(03) VALUE 50.
       01 WS-NUM-NO-CATALOGADOS    PIC 9(03) VALUE 0.
       01 WS-IDX-NO-CATALOGADO     PIC 9(03) VALUE 0.
       01 WS-TABLA-NO-CATALOGADOS.
          05 WS-NCT-ENTRY OCCURS 50 TIMES.
             10 WS-NCT-CODIGO      PIC X(04).
             10 WS-NCT-APUNTES     PIC 9(07).
       01 WS-NCT-ENCONTRADO        PIC X VALUE 'N'.
      *
       01 WS-MOVIMIEN-STATUS       PIC X(02).
          88 WS-MOVIMIEN-OK            VALUE "00".
       01 WS-IMPORTE-EDITADO       PIC ZZZZZZZZZZZ9.99.
       01 WS-ACUMULADO-EDITADO     PIC ZZZZZZZZZZZ9.99.
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
           PERFORM 1500-COMPROBAR-CATALOGO
           PERFORM 2000-ABRIR-FICHEROS
           PERFORM 3000-RECORRER-MOVIMIENTOS
           PERFORM 6000-ESCRIBIR-TOTALES
           PERFORM 8900-CERRAR-FICHEROS
           PERFORM 1200-ANOTAR-CONTROL-CIERRE
           PERFORM 1400-ANOTAR-TOTALES-PASO
           PERFORM 9000-FINALIZAR
           STOP RUN.
      *
           MOVE "F" TO WS-CC-ACCION
           CALL "BANCO-CONTROL-CIERRE" USING WS-CC-ACCION WS-CC-PASO
              WS-CC-PASO-ANTERIOR WS-CC-PERMITIDO WS-CC-MENSAJE.
      *
      *    Anota en TOTCTL el inicio del paso para la hoja de
      *    control del job (BANCO-VALIDA-TOTALES).
       1300-INICIAR-TOTALES-PASO.
           MOVE SPACES TO WS-TPA-REGISTRO
           MOVE "BANCO-DECLARA-EFECT" TO WS-TPA-PROGRAMA
           MOVE "BANCIERR" TO WS-TPA-JOB
           MOVE "I" TO WS-TP-ACCION
           CALL "BANCO-TOTALES-PASO" USING WS-TP-ACCION
              WS-TPA-REGISTRO.
      *
      *    Anota en TOTCTL las cifras del paso y su codigo de
      *    retorno, que se conserva tras la llamada.
       1400-ANOTAR-TOTALES-PASO.
           MOVE WS-NUM-MOV-EFECTIVO TO WS-TPA-LEIDOS
           MOVE WS-NUM-OPER-DECLARADAS TO WS-TPA-ACEPTADOS
           MOVE WS-TOTAL-DECLARADO TO WS-TPA-IMPORTE-ACEPTADO
           MOVE RETURN-CODE TO WS-TPA-RC
           MOVE "F" TO WS-TP-ACCION
           CALL "BANCO-TOTALES-PASO" USING WS-TP-ACCION
              WS-TPA-REGISTRO
           MOVE WS-TPA-RC TO RETURN-CODE.
      *
      *    Sin el catalogo CODOPER no se sabe que apuntes son de
      *    efectivo y la declaracion saldria vacia: el paso termina
      *    con codigo de retorno 8, sin tocar EFECACUM ni DECLEFEC y
      *    sin marcarse completado, para relanzarlo con el catalogo.
       1500-COMPROBAR-CATALOGO.
           MOVE SPACES TO WS-OP-CODIGO
           CALL "BANCO-CODIGO-OPERACION" USING WS-OP-CODIGO
              WS-OP-ENCONTRADO WS-OP-DESCRIPCION WS-OP-EFECTIVO
              WS-OP-CLIENTE WS-OP-COMISION WS-OP-GRUPO
           IF WS-OP-ENCONTRADO = 'E'
              DISPLAY " "
              DISPLAY "ERROR: catalogo de operaciones CODOPER no "
                 "cargado; no se puede declarar el efectivo."
              MOVE 8 TO RETURN-CODE
              PERFORM 1400-ANOTAR-TOTALES-PASO
              PERFORM 9000-FINALIZAR
              STOP RUN
           END-IF.
      *
       2000-ABRIR-FICHEROS.
           OPEN INPUT MOVIMIEN-FILE
           END-IF.
      *
      *    Recorre el fichero de movimientos completo y examina los
      *    de efectivo del dia: los de un codigo de operacion que el
      *    catalogo CODOPER marca como efectivo (los apuntes sin
      *    codigo no lo son). Los apuntes extornados y los
      *    compensatorios del extorno quedan fuera: el efectivo
      *    de un error de tecleo corregido no debe declararse.
       3000-RECORRER-MOVIMIENTOS.
           MOVE LOW-VALUES TO MOV-CLAVE
                    MOVE 'S' TO WS-FIN-MOVIMIEN
                 NOT AT END
                    IF MOV-FECHA = WS-FECHA-ACTUAL
                       AND MOV-MARCA-EXTORNO = SPACE
                       AND MOV-COD-OPERACION NOT = SPACES
                       MOVE MOV-COD-OPERACION TO WS-OP-CODIGO
                       CALL "BANCO-CODIGO-OPERACION" USING
                          WS-OP-CODIGO WS-OP-ENCONTRADO
                          WS-OP-DESCRIPCION WS-OP-EFECTIVO
                          WS-OP-CLIENTE WS-OP-COMISION WS-OP-GRUPO
                       IF WS-OP-ENCONTRADO NOT = 'S'
                          PERFORM 3050-ANOTAR-NO-CATALOGADO
                       END-IF
                       IF WS-OP-EFECTIVO = 'S'
                          PERFORM 3100-EXAMINAR-MOV-EFECTIVO
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.
      *
      *    Un codigo que no figura en el catalogo no se puede
      *    clasificar: se cuenta y se guarda para listarlo al final,
      *    con sus apuntes, y revisar el catalogo.
       3050-ANOTAR-NO-CATALOGADO.
           ADD 1 TO WS-NUM-SIN-CATALOGO
           MOVE 'N' TO WS-NCT-ENCONTRADO
           PERFORM VARYING WS-IDX-NO-CATALOGADO FROM 1 BY 1
              UNTIL WS-IDX-NO-CATALOGADO > WS-NUM-NO-CATALOGADOS
              OR WS-NCT-ENCONTRADO = 'S'
              IF WS-NCT-CODIGO(WS-IDX-NO-CATALOGADO) = WS-OP-CODIGO
                 MOVE 'S' TO WS-NCT-ENCONTRADO
                 ADD 1 TO WS-NCT-APUNTES(WS-IDX-NO-CATALOGADO)
              END-IF
           END-PERFORM
           IF WS-NCT-ENCONTRADO = 'N'
              IF WS-NUM-NO-CATALOGADOS < WS-MAX-NO-CATALOGADOS
                 ADD 1 TO WS-NUM-NO-CATALOGADOS
                 MOVE WS-OP-CODIGO
                    TO WS-NCT-CODIGO(WS-NUM-NO-CATALOGADOS)
                 MOVE 1 TO WS-NCT-APUNTES(WS-NUM-NO-CATALOGADOS)
              END-IF
           END-IF.
      *
       3100-EXAMINAR-MOV-EFECTIVO.
           PERFORM 3200-LOCALIZAR-CLIENTE
           DISPLAY "Clientes por acumulado:     "
              WS-NUM-CLI-DECLARADOS
           DISPLAY "Importe declarado por oper: "
              WS-TOTAL-DECLARADO
           DISPLAY "Apuntes sin codigo en CODOPER: "
              WS-NUM-SIN-CATALOGO
           IF WS-NUM-SIN-CATALOGO > 0
              DISPLAY "AVISO: apuntes con codigo de operacion que no "
                 "figura en CODOPER, no examinados como efectivo:"
              PERFORM VARYING WS-IDX-NO-CATALOGADO FROM 1 BY 1
                 UNTIL WS-IDX-NO-CATALOGADO > WS-NUM-NO-CATALOGADOS
                 DISPLAY "   Codigo "
                    WS-NCT-CODIGO(WS-IDX-NO-CATALOGADO) " apuntes: "
                    WS-NCT-APUNTES(WS-IDX-NO-CATALOGADO)
              END-PERFORM
              IF WS-NUM-NO-CATALOGADOS = WS-MAX-NO-CATALOGADOS
                 DISPLAY "   (lista limitada a " WS-MAX-NO-CATALOGADOS
                    " codigos)"
              END-IF
           END-IF.
      *
      *    Convierte la entrada tecleada o de SYSIN a numero: los
      *    espacios se saltan y cada digito se acumula; cualquier
