      *              reales. Para cada cuenta del maestro recalcula el
      *              total transferido hoy y en el mes en curso a
      *              partir de los apuntes de cargo "G" de MOVIMIEN
      *              con codigo de operacion del grupo TRANSFER
      *              (cargo = importe + comision, lo mismo que acumula
      *              6400-ACTUALIZAR-LIMITES en el motor), lo compara
      *              con LIMITES, informa de cada discrepancia y deja
      *              paso cierra ese agujero cada noche.
      * AUTOR: Proyecto MCPs
      * FECHA: 2026-08-17
      *
      * HISTORIAL DE MODIFICACIONES:
      *   2026-10-15  Los cargos que acumulan en LIMITES se reconocen
      *               por el codigo de operacion: grupo TRANSFER del
      *               catalogo CODOPER (BANCO-CODIGO-OPERACION). La
      *               lista de programas de transferencia queda solo
      *               para los apuntes anteriores al catalogo, que
      *               llegan sin codigo.
      *   2026-10-15  El paso anota su inicio y sus cifras en el fichero
      *               de totales de control TOTCTL (BANCO-TOTALES-PASO)
      *               para la hoja de control del job que emite
      *               BANCO-VALIDA-TOTALES.
      *   2026-10-15  El paso anterior pasa del 50 al 52 con el alta
      *               de la integridad de maestros (BANCO-INTEGRIDAD)
      *               en el job.
      *   2026-10-15  Sin catalogo CODOPER el paso termina con codigo
      *               de retorno 8, sin tocar LIMITES y sin marcarse
      *               completado en CTLCIERR: no reconoceria ningun
      *               cargo con codigo como transferencia y dejaria
      *               los acumulados cortos.
      *================================================================*
      *
      *-------- BLOQUE 1: IDENTIFICATION DIVISION -------------------*
          88 WS-LIMITES-OK             VALUE "00".
          88 WS-LIMITES-NUEVO          VALUE "35".
      *
      *--- Programas cuyos cargos acumulan en LIMITES (solo para
      *--- apuntes anteriores al catalogo CODOPER, sin codigo) ---
       01 WS-PROGRAMAS-TRANSFER.
          05 FILLER                PIC X(20) VALUE "BANCO-TRANSFER".
          05 FILLER                PIC X(20) VALUE "BANCO-EJEC-ORDENES".
       01 WS-IDX-PROGRAMA          PIC 9(02) VALUE 0.
       01 WS-ES-CARGO-TRANSFER     PIC X VALUE 'N'.
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
      *--- Control de cierre (ver BANCO-CONTROL-CIERRE) ---
       01 WS-CC-ACCION             PIC X(01).
       01 WS-CC-PASO               PIC 9(02) VALUE 55.
       01 WS-CC-PASO-ANTERIOR      PIC 9(02) VALUE 52.
       01 WS-CC-PERMITIDO          PIC X(01).
       01 WS-CC-MENSAJE            PIC X(60).
      *
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
           PERFORM 1500-COMPROBAR-CATALOGO
           PERFORM 2000-ABRIR-FICHEROS
           PERFORM 3000-CUADRAR-LIMITES
           PERFORM 4000-MOSTRAR-RESUMEN-FINAL
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
           MOVE "BANCO-CUADRE-LIMITES" TO WS-TPA-PROGRAMA
           MOVE "BANCIERR" TO WS-TPA-JOB
           MOVE "I" TO WS-TP-ACCION
           CALL "BANCO-TOTALES-PASO" USING WS-TP-ACCION
              WS-TPA-REGISTRO.
      *
      *    Anota en TOTCTL las cifras del paso y su codigo de
      *    retorno, que se conserva tras la llamada.
       1400-ANOTAR-TOTALES-PASO.
           MOVE WS-NUM-CUENTAS-REVISADAS TO WS-TPA-LEIDOS
           MOVE WS-NUM-DISCREPANCIAS TO WS-TPA-RECHAZADOS
           MOVE RETURN-CODE TO WS-TPA-RC
           MOVE "F" TO WS-TP-ACCION
           CALL "BANCO-TOTALES-PASO" USING WS-TP-ACCION
              WS-TPA-REGISTRO
           MOVE WS-TPA-RC TO RETURN-CODE.
      *
      *    Sin el catalogo CODOPER ningun cargo con codigo se
      *    reconoceria como transferencia y el cuadre rebajaria los
      *    acumulados de LIMITES: el paso termina con codigo de
      *    retorno 8, sin tocar LIMITES y sin marcarse completado,
      *    para relanzarlo con el catalogo.
       1500-COMPROBAR-CATALOGO.
           MOVE SPACES TO WS-OP-CODIGO
           CALL "BANCO-CODIGO-OPERACION" USING WS-OP-CODIGO
              WS-OP-ENCONTRADO WS-OP-DESCRIPCION WS-OP-EFECTIVO
              WS-OP-CLIENTE WS-OP-COMISION WS-OP-GRUPO
           IF WS-OP-ENCONTRADO = 'E'
              DISPLAY " "
              DISPLAY "ERROR: catalogo de operaciones CODOPER no "
                 "cargado; no se puede cuadrar LIMITES."
              MOVE 8 TO RETURN-CODE
              PERFORM 1400-ANOTAR-TOTALES-PASO
              PERFORM 9000-FINALIZAR
              STOP RUN
           END-IF.
      *
       2000-ABRIR-FICHEROS.
           OPEN INPUT CUENTAS-FILE
           END-PERFORM
           PERFORM 3300-CONTRASTAR-CON-LIMITES.
      *
      *    Solo acumulan en LIMITES los cargos "G" cuyo codigo de
      *    operacion es del grupo TRANSFER del catalogo (transferencia
      *    de ventanilla y orden permanente); las retiradas y demas
      *    no cuentan contra el limite de transferencias, y un cargo
      *    ya extornado por BANCO-EXTORNO tampoco (el extorno lo
      *    descuenta del acumulado). Un apunte sin codigo, anterior
      *    al catalogo, se reconoce por el programa que lo grabo.
       3200-ACUMULAR-SI-TRANSFER.
           IF MOV-TIPO = "G"
              AND MOV-MARCA-EXTORNO NOT = "E"
              MOVE 'N' TO WS-ES-CARGO-TRANSFER
              IF MOV-COD-OPERACION NOT = SPACES
                 MOVE MOV-COD-OPERACION TO WS-OP-CODIGO
                 CALL "BANCO-CODIGO-OPERACION" USING WS-OP-CODIGO
                    WS-OP-ENCONTRADO WS-OP-DESCRIPCION
                    WS-OP-EFECTIVO WS-OP-CLIENTE WS-OP-COMISION
                    WS-OP-GRUPO
                 IF WS-OP-GRUPO = "TRANSFER"
                    MOVE 'S' TO WS-ES-CARGO-TRANSFER
                 END-IF
              ELSE
                 PERFORM VARYING WS-IDX-PROGRAMA FROM 1 BY 1
                    UNTIL WS-IDX-PROGRAMA > 2
                    IF MOV-PROGRAMA-ORIGEN =
                          WS-PROGRAMA-TRANSFER(WS-IDX-PROGRAMA)
                       MOVE 'S' TO WS-ES-CARGO-TRANSFER
                    END-IF
                 END-PERFORM
              END-IF
              IF WS-ES-CARGO-TRANSFER = 'S'
                 ADD MOV-IMPORTE TO WS-TOTAL-MES-REAL
                 IF MOV-FECHA = WS-FECHA-ACTUAL
