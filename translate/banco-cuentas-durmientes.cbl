      *              cuentas sin actividad de cliente: para cada
      *              cuenta determina la fecha del ultimo movimiento
      *              iniciado por el cliente en MOVIMIEN y en el
      *              historico MOVHIST (solo cuentan como actividad
      *              los codigos de operacion que el catalogo CODOPER
      *              marca como iniciados por el cliente; los abonos
      *              de intereses, las penalizaciones de descubierto
      *              y las cuotas de mantenimiento no), y una cuenta
      *              activa sin actividad en los ultimos N meses (por
      *              SYSIN; en blanco, 24) pasa al estado I
      *              (inactiva), con linea de
      *              auditoria. Una cuenta inactiva no opera hasta
      *              que ventanilla la reactive con
      *              BANCO-MANTENIMIENTO-CUENTA. Al terminar emite el
      *              seguimiento de los saldos abandonados.
      * AUTOR: Proyecto MCPs
      * FECHA: 2026-09-02
      *
      * HISTORIAL DE MODIFICACIONES:
      *   2026-10-15  La actividad del cliente se decide por el
      *               indicador de cliente del codigo de operacion en el
      *               catalogo CODOPER (BANCO-CODIGO-OPERACION) en lugar
      *               de por una lista de programas, que queda solo para
      *               los apuntes anteriores al catalogo, sin codigo.
      *   2026-10-15  El paso anota su inicio y sus cifras en el fichero
      *               de totales de control TOTCTL (BANCO-TOTALES-PASO)
      *               para la hoja de control del job que emite
      *               BANCO-VALIDA-TOTALES.
      *================================================================*
      *
      *-------- BLOQUE 1: IDENTIFICATION DIVISION -------------------*
      *--- Ultima actividad de la cuenta en curso ---
       01 WS-ULTIMA-ACTIVIDAD      PIC X(10).
       01 WS-FIN-MOVS              PIC X VALUE 'N'.
      *--- Apunte en evaluacion (de MOVIMIEN o de MOVHIST) ---
       01 WS-EVA-CODIGO            PIC X(04).
       01 WS-EVA-PROGRAMA          PIC X(20).
       01 WS-EVA-ACTIVIDAD         PIC X VALUE 'N'.
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
      *--- Contadores del proceso ---
       01 WS-NUM-CUENTAS-LEIDAS    PIC 9(06) VALUE 0.
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
           PERFORM 3000-RECORRER-CUENTAS
           PERFORM 6000-INFORME-ANTIGUEDAD
           PERFORM 8900-CERRAR-FICHEROS
           PERFORM 1400-ANOTAR-TOTALES-PASO
           PERFORM 9000-FINALIZAR
           STOP RUN.
      *
           END-PERFORM
           DISPLAY "Pasa a inactiva la cuenta sin actividad desde "
              "antes de " WS-FECHA-LIMITE.
      *
      *    Anota en TOTCTL el inicio del paso para la hoja de
      *    control del job (BANCO-VALIDA-TOTALES).
       1300-INICIAR-TOTALES-PASO.
           MOVE SPACES TO WS-TPA-REGISTRO
           MOVE "BANCO-CTAS-DURMIENTE" TO WS-TPA-PROGRAMA
           MOVE "BANCOMES" TO WS-TPA-JOB
           MOVE "I" TO WS-TP-ACCION
           CALL "BANCO-TOTALES-PASO" USING WS-TP-ACCION
              WS-TPA-REGISTRO.
      *
      *    Anota en TOTCTL las cifras del paso y su codigo de
      *    retorno, que se conserva tras la llamada.
       1400-ANOTAR-TOTALES-PASO.
           MOVE WS-NUM-CUENTAS-LEIDAS TO WS-TPA-LEIDOS
           MOVE WS-NUM-CUENTAS-DORMIDAS TO WS-TPA-ACEPTADOS
           MOVE RETURN-CODE TO WS-TPA-RC
           MOVE "F" TO WS-TP-ACCION
           CALL "BANCO-TOTALES-PASO" USING WS-TP-ACCION
              WS-TPA-REGISTRO
           MOVE WS-TPA-RC TO RETURN-CODE.
      *
       2000-ABRIR-FICHEROS.
           OPEN I-O CUENTAS-FILE
      *    La ultima actividad de cliente es la fecha mas reciente
      *    entre los movimientos en linea y los del historico,
      *    dejando fuera los apuntes que genera el banco (abonos de
      *    intereses, penalizaciones de descubierto, cuotas de
      *    mantenimiento...), que no son actividad del cliente: una
      *    cuenta con cuota mensual nunca quedaria durmiente si la
      *    cuota contara; una cuenta sin ningun movimiento cuenta
      *    desde su fecha de apertura.
                    IF MOV-NUM-CUENTA NOT = CTA-NUM-CUENTA
                       MOVE 'S' TO WS-FIN-MOVS
                    ELSE
                       MOVE MOV-COD-OPERACION TO WS-EVA-CODIGO
                       MOVE MOV-PROGRAMA-ORIGEN TO WS-EVA-PROGRAMA
                       PERFORM 3250-EVALUAR-ACTIVIDAD
                       IF WS-EVA-ACTIVIDAD = 'S'
                          AND MOV-FECHA > WS-ULTIMA-ACTIVIDAD
                          MOVE MOV-FECHA TO WS-ULTIMA-ACTIVIDAD
                       END-IF
           IF WS-MOVHIST-DISPONIBLE = 'S'
              PERFORM 3300-BUSCAR-EN-HISTORICO
           END-IF.
      *
      *    Un apunte es actividad del cliente si su codigo de
      *    operacion lleva el indicador de cliente en el catalogo
      *    CODOPER. Un codigo que no figura en el catalogo cuenta
      *    como actividad, para no inactivar una cuenta por un
      *    catalogo incompleto; un apunte sin codigo, anterior al
      *    catalogo, se juzga por el programa que lo grabo.
       3250-EVALUAR-ACTIVIDAD.
           MOVE 'S' TO WS-EVA-ACTIVIDAD
           IF WS-EVA-CODIGO NOT = SPACES
              MOVE WS-EVA-CODIGO TO WS-OP-CODIGO
              CALL "BANCO-CODIGO-OPERACION" USING WS-OP-CODIGO
                 WS-OP-ENCONTRADO WS-OP-DESCRIPCION WS-OP-EFECTIVO
                 WS-OP-CLIENTE WS-OP-COMISION WS-OP-GRUPO
              IF WS-OP-ENCONTRADO = 'S' AND WS-OP-CLIENTE NOT = 'S'
                 MOVE 'N' TO WS-EVA-ACTIVIDAD
              END-IF
           ELSE
              IF WS-EVA-PROGRAMA = "BANCO-INTERESES"
                 OR WS-EVA-PROGRAMA = "BANCO-INT-DESCUB"
                 OR WS-EVA-PROGRAMA = "BANCO-COBRA-CUOTAS"
                 MOVE 'N' TO WS-EVA-ACTIVIDAD
              END-IF
           END-IF.
      *
       3300-BUSCAR-EN-HISTORICO.
           MOVE CTA-NUM-CUENTA TO MVH-NUM-CUENTA
                    IF MVH-NUM-CUENTA NOT = CTA-NUM-CUENTA
                       MOVE 'S' TO WS-FIN-MOVS
                    ELSE
                       MOVE MVH-COD-OPERACION TO WS-EVA-CODIGO
                       MOVE MVH-PROGRAMA-ORIGEN TO WS-EVA-PROGRAMA
                       PERFORM 3250-EVALUAR-ACTIVIDAD
                       IF WS-EVA-ACTIVIDAD = 'S'
                          AND MVH-FECHA > WS-ULTIMA-ACTIVIDAD
                          MOVE MVH-FECHA TO WS-ULTIMA-ACTIVIDAD
                       END-IF
