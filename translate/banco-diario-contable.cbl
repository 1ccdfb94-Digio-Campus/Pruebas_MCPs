      *================================================================*
      * PROGRAMA: BANCO-DIARIO-CONTABLE
      * DESCRIPCION: Paso del job de cierre que genera el asiento
      *              diario para la contabilidad general corporativa.
      *              Recorre los movimientos del dia en MOVIMIEN y los
      *              asigna a una cuenta del mayor segun el plan de
      *              cuentas PLANCTA: las cuentas de clientes por su
      *              CTA-TIPO y las internas por su numero. Un abono
      *              en cuenta (tipo I) va al haber y un cargo (G) al
      *              debe. Los apuntes que solo tienen un lado en
      *              MOVIMIEN (efectivo de ventanilla, emisiones y
      *              entradas de la red...) dejan un neto por programa
      *              de origen que se lleva a la contrapartida del
      *              programa en el plan. El resultado, un apunte por
      *              cuenta del mayor y moneda, se comprueba antes de
      *              escribirse: si el debe no es igual al haber en
      *              alguna moneda, o hay movimientos sin cuenta del
      *              mayor, se lista el descuadre, el fichero DIARIO
      *              queda vacio y el paso no se anota, con codigo de
      *              retorno 8, para que el job pare aqui.
      * AUTOR: Proyecto MCPs
      * FECHA: 2026-10-15
      *
      * HISTORIAL DE MODIFICACIONES:
      *   2026-10-15  El paso anota su inicio y sus cifras en el fichero
      *               de totales de control TOTCTL (BANCO-TOTALES-PASO)
      *               para la hoja de control del job que emite
      *               BANCO-VALIDA-TOTALES.
      *================================================================*
      *
      *-------- BLOQUE 1: IDENTIFICATION DIVISION -------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANCO-DIARIO-CONTABLE.
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
              FILE STATUS IS WS-CUENTAS-STATUS.
      *
           SELECT MOVIMIEN-FILE ASSIGN TO "MOVIMIEN"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS MOV-CLAVE
              FILE STATUS IS WS-MOVIMIEN-STATUS.
      *
           SELECT PLANCTA-FILE ASSIGN TO "PLANCTA"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-PLANCTA-STATUS.
      *
           SELECT DIARIO-FILE ASSIGN TO "DIARIO"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-DIARIO-STATUS.
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
       FD  PLANCTA-FILE.
           COPY "plancta.cpy".
      *
       FD  DIARIO-FILE.
           COPY "diario.cpy".
      *
       WORKING-STORAGE SECTION.
      *
      *--- Plan de cuentas (se carga completo al arrancar) ---
       01 WS-MAX-PLAN              PIC 9(03) VALUE 300.
       01 WS-NUM-PLAN              PIC 9(03) VALUE 0.
       01 WS-IDX-PLAN              PIC 9(03) VALUE 0.
       01 WS-TABLA-PLAN.
          05 WS-PLAN-ENTRY OCCURS 300 TIMES.
             10 WS-PLC-CLASE       PIC X(01).
             10 WS-PLC-CLAVE       PIC X(20).
             10 WS-PLC-CUENTA      PIC X(10).
             10 WS-PLC-DESCRIPCION PIC X(30).
      *
      *--- Apuntes del asiento: uno por cuenta del mayor y moneda ---
       01 WS-MAX-APUNTES           PIC 9(03) VALUE 500.
       01 WS-NUM-APUNTES           PIC 9(03) VALUE 0.
       01 WS-IDX-APUNTE            PIC 9(03) VALUE 0.
       01 WS-TABLA-APUNTES.
          05 WS-APUNTE-ENTRY OCCURS 500 TIMES.
             10 WS-APU-CUENTA      PIC X(10).
             10 WS-APU-MONEDA      PIC X(03).
             10 WS-APU-DESCRIPCION PIC X(30).
             10 WS-APU-DEBE        PIC 9(12)V99.
             10 WS-APU-HABER       PIC 9(12)V99.
             10 WS-APU-NUM-MOVS    PIC 9(07).
      *
      *--- Neto por programa de origen y moneda (haber - debe) ---
       01 WS-MAX-PROGRAMAS         PIC 9(03) VALUE 100.
       01 WS-NUM-PROGRAMAS         PIC 9(03) VALUE 0.
       01 WS-IDX-PROGRAMA          PIC 9(03) VALUE 0.
       01 WS-TABLA-PROGRAMAS.
          05 WS-PROGRAMA-ENTRY OCCURS 100 TIMES.
             10 WS-PRG-NOMBRE      PIC X(20).
             10 WS-PRG-MONEDA      PIC X(03).
             10 WS-PRG-NETO        PIC S9(12)V99.
             10 WS-PRG-NUM-MOVS    PIC 9(07).
      *
      *--- Movimientos sin cuenta del mayor, por tipo o cuenta ---
       01 WS-MAX-SIN-CUENTA        PIC 9(03) VALUE 100.
       01 WS-NUM-SIN-CUENTA        PIC 9(03) VALUE 0.
       01 WS-IDX-SIN-CUENTA        PIC 9(03) VALUE 0.
       01 WS-TABLA-SIN-CUENTA.
          05 WS-SIN-CUENTA-ENTRY OCCURS 100 TIMES.
             10 WS-SCT-CLAVE       PIC X(20).
             10 WS-SCT-MONEDA      PIC X(03).
             10 WS-SCT-IMPORTE     PIC 9(12)V99.
             10 WS-SCT-NUM-MOVS    PIC 9(07).
      *
      *--- Totales por moneda para el cuadre ---
       01 WS-MAX-MONEDAS           PIC 9(02) VALUE 20.
       01 WS-NUM-MONEDAS           PIC 9(02) VALUE 0.
       01 WS-IDX-MONEDA            PIC 9(02) VALUE 0.
       01 WS-TABLA-MONEDAS.
          05 WS-MONEDA-ENTRY OCCURS 20 TIMES.
             10 WS-MON-CODIGO      PIC X(03).
             10 WS-MON-DEBE        PIC 9(13)V99.
             10 WS-MON-HABER       PIC 9(13)V99.
             10 WS-MON-NUM-APUNTES PIC 9(05).
      *
      *--- Apunte en curso (parametros de 3300-ACUMULAR-APUNTE) ---
       01 WS-CUR-CUENTA            PIC X(10).
       01 WS-CUR-MONEDA            PIC X(03).
       01 WS-CUR-DESCRIPCION       PIC X(30).
       01 WS-CUR-SIGNO             PIC X(01).
       01 WS-CUR-IMPORTE           PIC 9(12)V99.
      *
      *--- Variables de proceso ---
       01 WS-FECHA-ACTUAL          PIC X(10).
       01 WS-FIN-MOVIMIEN          PIC X VALUE 'N'.
       01 WS-FIN-PLAN              PIC X VALUE 'N'.
       01 WS-ULTIMA-CUENTA         PIC X(20) VALUE SPACES.
       01 WS-CUENTA-LOCALIZADA     PIC X VALUE 'N'.
       01 WS-CLASE-BUSCADA         PIC X(01).
       01 WS-CLAVE-BUSCADA         PIC X(20).
       01 WS-ENCONTRADO            PIC X VALUE 'N'.
       01 WS-CUADRA                PIC X VALUE 'S'.
       01 WS-NETO                  PIC S9(12)V99 VALUE 0.
       01 WS-DIFERENCIA            PIC S9(13)V99 VALUE 0.
      *
      *--- Contadores ---
       01 WS-NUM-MOVS-DIA          PIC 9(07) VALUE 0.
       01 WS-NUM-MOVS-SIN-CUENTA   PIC 9(07) VALUE 0.
       01 WS-NUM-PROG-SIN-CONTRA   PIC 9(03) VALUE 0.
       01 WS-NUM-REGISTROS-DIARIO  PIC 9(05) VALUE 0.
      *
       01 WS-CUENTAS-STATUS        PIC X(02).
          88 WS-CUENTAS-OK             VALUE "00".
       01 WS-MOVIMIEN-STATUS       PIC X(02).
          88 WS-MOVIMIEN-OK            VALUE "00".
       01 WS-PLANCTA-STATUS        PIC X(02).
          88 WS-PLANCTA-OK             VALUE "00".
       01 WS-DIARIO-STATUS         PIC X(02).
          88 WS-DIARIO-OK              VALUE "00".
      *
      *--- Control de cierre (ver BANCO-CONTROL-CIERRE) ---
       01 WS-CC-ACCION             PIC X(01).
       01 WS-CC-PASO               PIC 9(02) VALUE 65.
       01 WS-CC-PASO-ANTERIOR      PIC 9(02) VALUE 60.
       01 WS-CC-PERMITIDO          PIC X(01).
       01 WS-CC-MENSAJE            PIC X(60).
      *
      *--- Importes editados para los listados ---
       01 WS-IMPORTE-EDITADO       PIC -ZZZZZZZZZZZ9.99.
       01 WS-DEBE-EDITADO          PIC ZZZZZZZZZZZZ9.99.
       01 WS-HABER-EDITADO         PIC ZZZZZZZZZZZZ9.99.
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
           PERFORM 2100-CARGAR-PLAN-CUENTAS
           PERFORM 3000-RECORRER-MOVIMIENTOS
           PERFORM 4000-CONTRAPARTIDAS-PROGRAMA
           PERFORM 5000-COMPROBAR-CUADRE
           IF WS-CUADRA = 'S'
              PERFORM 6000-ESCRIBIR-DIARIO
              PERFORM 8900-CERRAR-FICHEROS
              PERFORM 1200-ANOTAR-CONTROL-CIERRE
              DISPLAY " "
              DISPLAY "Asiento cuadrado: " WS-NUM-APUNTES
                 " apuntes en " WS-NUM-MONEDAS " monedas, "
                 WS-NUM-REGISTROS-DIARIO " registros en DIARIO."
           ELSE
      *       El paso NO se anota como completado: contabilidad no
      *       debe recibir nunca un asiento descuadrado
              PERFORM 6500-LISTAR-DESCUADRE
              PERFORM 6600-VACIAR-DIARIO
              PERFORM 8900-CERRAR-FICHEROS
              DISPLAY " "
              DISPLAY "EL CIERRE NO PUEDE AVANZAR: el asiento diario "
                 "no cuadra. Corrija PLANCTA o los movimientos y "
                 "relance el job."
              MOVE 8 TO RETURN-CODE
           END-IF
           PERFORM 9000-FINALIZAR
           PERFORM 1400-ANOTAR-TOTALES-PASO
           STOP RUN.
      *
       1000-INICIALIZAR.
           ACCEPT WS-FECHA-ACTUAL FROM DATE YYYYMMDD
           DISPLAY "=========================================="
           DISPLAY "   ASIENTO DIARIO PARA CONTABILIDAD GENERAL"
           DISPLAY "   Fecha: " WS-FECHA-ACTUAL
           DISPLAY "==========================================".
      *
      *    Comprueba en CTLCIERR que el paso pueda ejecutarse hoy
      *    (no repetido y con el paso 60 completado); si no procede,
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
           MOVE "BANCO-DIARIO-CONTAB" TO WS-TPA-PROGRAMA
           MOVE "BANCIERR" TO WS-TPA-JOB
           MOVE "I" TO WS-TP-ACCION
           CALL "BANCO-TOTALES-PASO" USING WS-TP-ACCION
              WS-TPA-REGISTRO.
      *
      *    Anota en TOTCTL las cifras del paso y su codigo de
      *    retorno, que se conserva tras la llamada.
       1400-ANOTAR-TOTALES-PASO.
           MOVE WS-NUM-MOVS-DIA TO WS-TPA-LEIDOS
           MOVE WS-NUM-MOVS-SIN-CUENTA TO WS-TPA-RECHAZADOS
           MOVE RETURN-CODE TO WS-TPA-RC
           MOVE "F" TO WS-TP-ACCION
           CALL "BANCO-TOTALES-PASO" USING WS-TP-ACCION
              WS-TPA-REGISTRO
           MOVE WS-TPA-RC TO RETURN-CODE.
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
           END-IF.
      *
      *    Sin plan de cuentas no se puede asignar ningun movimiento:
      *    el paso para el job en lugar de enviar un asiento vacio.
       2100-CARGAR-PLAN-CUENTAS.
           MOVE 0 TO WS-NUM-PLAN
           OPEN INPUT PLANCTA-FILE
           IF NOT WS-PLANCTA-OK
              DISPLAY "ERROR: No se puede abrir el plan de cuentas "
                 "PLANCTA."
              PERFORM 8900-CERRAR-FICHEROS
              MOVE 8 TO RETURN-CODE
              PERFORM 9000-FINALIZAR
              STOP RUN
           END-IF
           MOVE 'N' TO WS-FIN-PLAN
           PERFORM UNTIL WS-FIN-PLAN = 'S'
              READ PLANCTA-FILE
                 AT END
                    MOVE 'S' TO WS-FIN-PLAN
                 NOT AT END
                    IF WS-NUM-PLAN < WS-MAX-PLAN
                       ADD 1 TO WS-NUM-PLAN
                       MOVE PLC-CLASE TO WS-PLC-CLASE(WS-NUM-PLAN)
                       MOVE PLC-CLAVE TO WS-PLC-CLAVE(WS-NUM-PLAN)
                       MOVE PLC-CUENTA-CONTABLE
                          TO WS-PLC-CUENTA(WS-NUM-PLAN)
                       MOVE PLC-DESCRIPCION
                          TO WS-PLC-DESCRIPCION(WS-NUM-PLAN)
                    ELSE
                       DISPLAY "AVISO: plan de cuentas con mas de "
                          WS-MAX-PLAN " registros; se ignora "
                          PLC-CLASE " " PLC-CLAVE
                    END-IF
              END-READ
           END-PERFORM
           CLOSE PLANCTA-FILE
           DISPLAY "Plan de cuentas cargado: " WS-NUM-PLAN
              " asignaciones.".
      *
      *    Recorre el fichero de movimientos completo y contabiliza
      *    los del dia. Los extornados y sus compensatorios entran
      *    como cualquier otro apunte: ambos movieron saldo y se
      *    anulan entre si en la cuenta del mayor.
       3000-RECORRER-MOVIMIENTOS.
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
                       PERFORM 3100-CONTABILIZAR-MOVIMIENTO
                    END-IF
              END-READ
           END-PERFORM
           DISPLAY "Movimientos del dia contabilizados: "
              WS-NUM-MOVS-DIA.
      *
       3100-CONTABILIZAR-MOVIMIENTO.
           ADD 1 TO WS-NUM-MOVS-DIA
           PERFORM 3150-LEER-CUENTA
           MOVE MOV-MONEDA TO WS-CUR-MONEDA
           IF WS-CUR-MONEDA = SPACES
              AND WS-CUENTA-LOCALIZADA = 'S'
              MOVE CTA-MONEDA TO WS-CUR-MONEDA
           END-IF
           IF MOV-TIPO = "I"
              MOVE "H" TO WS-CUR-SIGNO
           ELSE
              MOVE "D" TO WS-CUR-SIGNO
           END-IF
           MOVE MOV-IMPORTE TO WS-CUR-IMPORTE
           PERFORM 3200-BUSCAR-CUENTA-CONTABLE
           IF WS-ENCONTRADO = 'S'
              MOVE WS-PLC-CUENTA(WS-IDX-PLAN) TO WS-CUR-CUENTA
              MOVE WS-PLC-DESCRIPCION(WS-IDX-PLAN)
                 TO WS-CUR-DESCRIPCION
              PERFORM 3300-ACUMULAR-APUNTE
           ELSE
              PERFORM 3500-ANOTAR-SIN-CUENTA
           END-IF
           PERFORM 3400-ACUMULAR-PROGRAMA.
      *
      *    Los movimientos llegan ordenados por cuenta: solo se lee
      *    el maestro cuando cambia la cuenta.
       3150-LEER-CUENTA.
           IF MOV-NUM-CUENTA NOT = WS-ULTIMA-CUENTA
              MOVE MOV-NUM-CUENTA TO WS-ULTIMA-CUENTA
              MOVE 'N' TO WS-CUENTA-LOCALIZADA
              MOVE MOV-NUM-CUENTA TO CTA-NUM-CUENTA
              READ CUENTAS-FILE
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE 'S' TO WS-CUENTA-LOCALIZADA
              END-READ
           END-IF.
      *
      *    Cuenta del mayor del movimiento: la de la cuenta interna
      *    por su numero, o la del tipo de cuenta del cliente.
       3200-BUSCAR-CUENTA-CONTABLE.
           MOVE 'N' TO WS-ENCONTRADO
           IF WS-CUENTA-LOCALIZADA = 'S'
              IF CTA-TIPO = "INTERNA"
                 MOVE "I" TO WS-CLASE-BUSCADA
                 MOVE CTA-NUM-CUENTA TO WS-CLAVE-BUSCADA
              ELSE
                 MOVE "T" TO WS-CLASE-BUSCADA
                 MOVE CTA-TIPO TO WS-CLAVE-BUSCADA
              END-IF
              PERFORM 3250-BUSCAR-EN-PLAN
           END-IF.
      *
       3250-BUSCAR-EN-PLAN.
           MOVE 'N' TO WS-ENCONTRADO
           PERFORM VARYING WS-IDX-PLAN FROM 1 BY 1
              UNTIL WS-IDX-PLAN > WS-NUM-PLAN
                 OR WS-ENCONTRADO = 'S'
              IF WS-PLC-CLASE(WS-IDX-PLAN) = WS-CLASE-BUSCADA
                 AND WS-PLC-CLAVE(WS-IDX-PLAN) = WS-CLAVE-BUSCADA
                 MOVE 'S' TO WS-ENCONTRADO
              END-IF
           END-PERFORM
           IF WS-ENCONTRADO = 'S'
              SUBTRACT 1 FROM WS-IDX-PLAN
           END-IF.
      *
      *    Suma el apunte en curso (WS-CUR-...) en la linea de su
      *    cuenta del mayor y moneda, creandola si es la primera.
       3300-ACUMULAR-APUNTE.
           MOVE 'N' TO WS-ENCONTRADO
           PERFORM VARYING WS-IDX-APUNTE FROM 1 BY 1
              UNTIL WS-IDX-APUNTE > WS-NUM-APUNTES
                 OR WS-ENCONTRADO = 'S'
              IF WS-APU-CUENTA(WS-IDX-APUNTE) = WS-CUR-CUENTA
                 AND WS-APU-MONEDA(WS-IDX-APUNTE) = WS-CUR-MONEDA
                 MOVE 'S' TO WS-ENCONTRADO
              END-IF
           END-PERFORM
           IF WS-ENCONTRADO = 'S'
              SUBTRACT 1 FROM WS-IDX-APUNTE
           ELSE
              IF WS-NUM-APUNTES < WS-MAX-APUNTES
                 ADD 1 TO WS-NUM-APUNTES
                 MOVE WS-NUM-APUNTES TO WS-IDX-APUNTE
                 MOVE WS-CUR-CUENTA TO WS-APU-CUENTA(WS-IDX-APUNTE)
                 MOVE WS-CUR-MONEDA TO WS-APU-MONEDA(WS-IDX-APUNTE)
                 MOVE WS-CUR-DESCRIPCION
                    TO WS-APU-DESCRIPCION(WS-IDX-APUNTE)
                 MOVE 0 TO WS-APU-DEBE(WS-IDX-APUNTE)
                 MOVE 0 TO WS-APU-HABER(WS-IDX-APUNTE)
                 MOVE 0 TO WS-APU-NUM-MOVS(WS-IDX-APUNTE)
                 MOVE 'S' TO WS-ENCONTRADO
              ELSE
      *          Sin hueco la linea no entra en el asiento y el
      *          cuadre por moneda lo detecta
                 DISPLAY "AVISO: mas de " WS-MAX-APUNTES
                    " cuentas del mayor; no se acumula "
                    WS-CUR-CUENTA " " WS-CUR-MONEDA
              END-IF
           END-IF
           IF WS-ENCONTRADO = 'S'
              IF WS-CUR-SIGNO = "D"
                 ADD WS-CUR-IMPORTE TO WS-APU-DEBE(WS-IDX-APUNTE)
              ELSE
                 ADD WS-CUR-IMPORTE TO WS-APU-HABER(WS-IDX-APUNTE)
              END-IF
              ADD 1 TO WS-APU-NUM-MOVS(WS-IDX-APUNTE)
           END-IF.
      *
      *    Neto del programa de origen: lo abonado menos lo cargado.
      *    Un programa que registra los dos lados en MOVIMIEN (un
      *    traspaso entre cuentas, una comision contra
      *    INT-COMISIONES) queda a cero.
       3400-ACUMULAR-PROGRAMA.
           MOVE 'N' TO WS-ENCONTRADO
           PERFORM VARYING WS-IDX-PROGRAMA FROM 1 BY 1
              UNTIL WS-IDX-PROGRAMA > WS-NUM-PROGRAMAS
                 OR WS-ENCONTRADO = 'S'
              IF WS-PRG-NOMBRE(WS-IDX-PROGRAMA) = MOV-PROGRAMA-ORIGEN
                 AND WS-PRG-MONEDA(WS-IDX-PROGRAMA) = WS-CUR-MONEDA
                 MOVE 'S' TO WS-ENCONTRADO
              END-IF
           END-PERFORM
           IF WS-ENCONTRADO = 'S'
              SUBTRACT 1 FROM WS-IDX-PROGRAMA
           ELSE
              IF WS-NUM-PROGRAMAS < WS-MAX-PROGRAMAS
                 ADD 1 TO WS-NUM-PROGRAMAS
                 MOVE WS-NUM-PROGRAMAS TO WS-IDX-PROGRAMA
                 MOVE MOV-PROGRAMA-ORIGEN
                    TO WS-PRG-NOMBRE(WS-IDX-PROGRAMA)
                 MOVE WS-CUR-MONEDA TO WS-PRG-MONEDA(WS-IDX-PROGRAMA)
                 MOVE 0 TO WS-PRG-NETO(WS-IDX-PROGRAMA)
                 MOVE 0 TO WS-PRG-NUM-MOVS(WS-IDX-PROGRAMA)
                 MOVE 'S' TO WS-ENCONTRADO
              ELSE
                 DISPLAY "AVISO: mas de " WS-MAX-PROGRAMAS
                    " programas de origen; no se acumula "
                    MOV-PROGRAMA-ORIGEN
              END-IF
           END-IF
           IF WS-ENCONTRADO = 'S'
              IF WS-CUR-SIGNO = "H"
                 ADD WS-CUR-IMPORTE TO WS-PRG-NETO(WS-IDX-PROGRAMA)
              ELSE
                 SUBTRACT WS-CUR-IMPORTE
                    FROM WS-PRG-NETO(WS-IDX-PROGRAMA)
              END-IF
              ADD 1 TO WS-PRG-NUM-MOVS(WS-IDX-PROGRAMA)
           END-IF.
      *
      *    Movimiento sin cuenta del mayor: se agrupa por el tipo de
      *    cuenta (o el numero, si es interna o no esta en el
      *    maestro) para listarlo; basta uno para que no se envie el
      *    asiento.
       3500-ANOTAR-SIN-CUENTA.
           ADD 1 TO WS-NUM-MOVS-SIN-CUENTA
           IF WS-CUENTA-LOCALIZADA = 'N'
              MOVE MOV-NUM-CUENTA TO WS-CLAVE-BUSCADA
           END-IF
           MOVE 'N' TO WS-ENCONTRADO
           PERFORM VARYING WS-IDX-SIN-CUENTA FROM 1 BY 1
              UNTIL WS-IDX-SIN-CUENTA > WS-NUM-SIN-CUENTA
                 OR WS-ENCONTRADO = 'S'
              IF WS-SCT-CLAVE(WS-IDX-SIN-CUENTA) = WS-CLAVE-BUSCADA
                 AND WS-SCT-MONEDA(WS-IDX-SIN-CUENTA) = WS-CUR-MONEDA
                 MOVE 'S' TO WS-ENCONTRADO
              END-IF
           END-PERFORM
           IF WS-ENCONTRADO = 'S'
              SUBTRACT 1 FROM WS-IDX-SIN-CUENTA
           ELSE
              IF WS-NUM-SIN-CUENTA < WS-MAX-SIN-CUENTA
                 ADD 1 TO WS-NUM-SIN-CUENTA
                 MOVE WS-NUM-SIN-CUENTA TO WS-IDX-SIN-CUENTA
                 MOVE WS-CLAVE-BUSCADA
                    TO WS-SCT-CLAVE(WS-IDX-SIN-CUENTA)
                 MOVE WS-CUR-MONEDA TO WS-SCT-MONEDA(WS-IDX-SIN-CUENTA)
                 MOVE 0 TO WS-SCT-IMPORTE(WS-IDX-SIN-CUENTA)
                 MOVE 0 TO WS-SCT-NUM-MOVS(WS-IDX-SIN-CUENTA)
                 MOVE 'S' TO WS-ENCONTRADO
              END-IF
           END-IF
           IF WS-ENCONTRADO = 'S'
              ADD WS-CUR-IMPORTE TO WS-SCT-IMPORTE(WS-IDX-SIN-CUENTA)
              ADD 1 TO WS-SCT-NUM-MOVS(WS-IDX-SIN-CUENTA)
           END-IF.
      *
      *    El neto de cada programa con un solo lado en MOVIMIEN va a
      *    su contrapartida del plan, en el lado contrario: lo
      *    abonado a clientes en efectivo se carga en caja. Un
      *    programa con neto y sin contrapartida en el plan se deja
      *    fuera y descuadra el asiento.
       4000-CONTRAPARTIDAS-PROGRAMA.
           PERFORM VARYING WS-IDX-PROGRAMA FROM 1 BY 1
              UNTIL WS-IDX-PROGRAMA > WS-NUM-PROGRAMAS
              IF WS-PRG-NETO(WS-IDX-PROGRAMA) NOT = 0
                 PERFORM 4100-CONTRAPARTIDA-PROGRAMA
              END-IF
           END-PERFORM.
      *
       4100-CONTRAPARTIDA-PROGRAMA.
           MOVE "P" TO WS-CLASE-BUSCADA
           MOVE WS-PRG-NOMBRE(WS-IDX-PROGRAMA) TO WS-CLAVE-BUSCADA
           PERFORM 3250-BUSCAR-EN-PLAN
           IF WS-ENCONTRADO = 'S'
              MOVE WS-PLC-CUENTA(WS-IDX-PLAN) TO WS-CUR-CUENTA
              MOVE WS-PLC-DESCRIPCION(WS-IDX-PLAN)
                 TO WS-CUR-DESCRIPCION
              MOVE WS-PRG-MONEDA(WS-IDX-PROGRAMA) TO WS-CUR-MONEDA
              MOVE WS-PRG-NETO(WS-IDX-PROGRAMA) TO WS-NETO
              IF WS-NETO > 0
                 MOVE "D" TO WS-CUR-SIGNO
                 MOVE WS-NETO TO WS-CUR-IMPORTE
              ELSE
                 MOVE "H" TO WS-CUR-SIGNO
                 COMPUTE WS-CUR-IMPORTE = 0 - WS-NETO
              END-IF
              PERFORM 3300-ACUMULAR-APUNTE
              MOVE 0 TO WS-PRG-NETO(WS-IDX-PROGRAMA)
           ELSE
              ADD 1 TO WS-NUM-PROG-SIN-CONTRA
           END-IF.
      *
      *    Debe y haber por moneda: el asiento cuadra si coinciden en
      *    todas y no hay movimientos sin cuenta del mayor.
       5000-COMPROBAR-CUADRE.
           MOVE 'S' TO WS-CUADRA
           MOVE 0 TO WS-NUM-MONEDAS
           PERFORM VARYING WS-IDX-APUNTE FROM 1 BY 1
              UNTIL WS-IDX-APUNTE > WS-NUM-APUNTES
              PERFORM 5100-ACUMULAR-MONEDA
           END-PERFORM
           PERFORM VARYING WS-IDX-MONEDA FROM 1 BY 1
              UNTIL WS-IDX-MONEDA > WS-NUM-MONEDAS
              IF WS-MON-DEBE(WS-IDX-MONEDA)
                 NOT = WS-MON-HABER(WS-IDX-MONEDA)
                 MOVE 'N' TO WS-CUADRA
              END-IF
           END-PERFORM
           IF WS-NUM-MOVS-SIN-CUENTA > 0
              OR WS-NUM-PROG-SIN-CONTRA > 0
              MOVE 'N' TO WS-CUADRA
           END-IF.
      *
       5100-ACUMULAR-MONEDA.
           MOVE 'N' TO WS-ENCONTRADO
           PERFORM VARYING WS-IDX-MONEDA FROM 1 BY 1
              UNTIL WS-IDX-MONEDA > WS-NUM-MONEDAS
                 OR WS-ENCONTRADO = 'S'
              IF WS-MON-CODIGO(WS-IDX-MONEDA)
                 = WS-APU-MONEDA(WS-IDX-APUNTE)
                 MOVE 'S' TO WS-ENCONTRADO
              END-IF
           END-PERFORM
           IF WS-ENCONTRADO = 'S'
              SUBTRACT 1 FROM WS-IDX-MONEDA
           ELSE
              IF WS-NUM-MONEDAS < WS-MAX-MONEDAS
                 ADD 1 TO WS-NUM-MONEDAS
                 MOVE WS-NUM-MONEDAS TO WS-IDX-MONEDA
                 MOVE WS-APU-MONEDA(WS-IDX-APUNTE)
                    TO WS-MON-CODIGO(WS-IDX-MONEDA)
                 MOVE 0 TO WS-MON-DEBE(WS-IDX-MONEDA)
                 MOVE 0 TO WS-MON-HABER(WS-IDX-MONEDA)
                 MOVE 0 TO WS-MON-NUM-APUNTES(WS-IDX-MONEDA)
                 MOVE 'S' TO WS-ENCONTRADO
              ELSE
                 DISPLAY "AVISO: mas de " WS-MAX-MONEDAS
                    " monedas en el asiento."
                 MOVE 'N' TO WS-CUADRA
              END-IF
           END-IF
           IF WS-ENCONTRADO = 'S'
              ADD WS-APU-DEBE(WS-IDX-APUNTE)
                 TO WS-MON-DEBE(WS-IDX-MONEDA)
              ADD WS-APU-HABER(WS-IDX-APUNTE)
                 TO WS-MON-HABER(WS-IDX-MONEDA)
           END-IF.
      *
      *    Un apunte por cuenta del mayor y moneda con el neto en su
      *    lado (las cuentas que se compensan a cero no se envian) y
      *    un total por moneda al final.
       6000-ESCRIBIR-DIARIO.
           OPEN OUTPUT DIARIO-FILE
           IF NOT WS-DIARIO-OK
              DISPLAY "ERROR: No se puede abrir el fichero DIARIO."
              PERFORM 8900-CERRAR-FICHEROS
              MOVE 8 TO RETURN-CODE
              PERFORM 9000-FINALIZAR
              STOP RUN
           END-IF
           DISPLAY " "
           DISPLAY "CUENTA     MON          DEBE            HABER"
              "  DESCRIPCION"
           PERFORM VARYING WS-IDX-APUNTE FROM 1 BY 1
              UNTIL WS-IDX-APUNTE > WS-NUM-APUNTES
              IF WS-APU-DEBE(WS-IDX-APUNTE)
                 NOT = WS-APU-HABER(WS-IDX-APUNTE)
                 PERFORM 6100-ESCRIBIR-APUNTE
                 PERFORM 6150-CONTAR-APUNTE-MONEDA
              END-IF
           END-PERFORM
           PERFORM VARYING WS-IDX-MONEDA FROM 1 BY 1
              UNTIL WS-IDX-MONEDA > WS-NUM-MONEDAS
              PERFORM 6200-ESCRIBIR-TOTAL-MONEDA
           END-PERFORM
           CLOSE DIARIO-FILE.
      *
       6100-ESCRIBIR-APUNTE.
           MOVE SPACES TO DIA-REGISTRO
           MOVE "A" TO DIA-TIPO-REGISTRO
           MOVE WS-FECHA-ACTUAL(1:8) TO DIA-FECHA
           MOVE WS-APU-CUENTA(WS-IDX-APUNTE) TO DIA-CUENTA-CONTABLE
           MOVE WS-APU-MONEDA(WS-IDX-APUNTE) TO DIA-MONEDA
           IF WS-APU-DEBE(WS-IDX-APUNTE)
              > WS-APU-HABER(WS-IDX-APUNTE)
              MOVE "D" TO DIA-SIGNO
              COMPUTE DIA-IMPORTE = WS-APU-DEBE(WS-IDX-APUNTE)
                 - WS-APU-HABER(WS-IDX-APUNTE)
           ELSE
              MOVE "H" TO DIA-SIGNO
              COMPUTE DIA-IMPORTE = WS-APU-HABER(WS-IDX-APUNTE)
                 - WS-APU-DEBE(WS-IDX-APUNTE)
           END-IF
           MOVE WS-APU-DEBE(WS-IDX-APUNTE) TO DIA-TOTAL-DEBE
           MOVE WS-APU-HABER(WS-IDX-APUNTE) TO DIA-TOTAL-HABER
           MOVE WS-APU-NUM-MOVS(WS-IDX-APUNTE) TO DIA-NUM-APUNTES
           MOVE WS-APU-DESCRIPCION(WS-IDX-APUNTE) TO DIA-DESCRIPCION
           WRITE DIA-REGISTRO
           ADD 1 TO WS-NUM-REGISTROS-DIARIO
           MOVE WS-APU-DEBE(WS-IDX-APUNTE) TO WS-DEBE-EDITADO
           MOVE WS-APU-HABER(WS-IDX-APUNTE) TO WS-HABER-EDITADO
           DISPLAY WS-APU-CUENTA(WS-IDX-APUNTE) " "
              WS-APU-MONEDA(WS-IDX-APUNTE) " " WS-DEBE-EDITADO " "
              WS-HABER-EDITADO "  " WS-APU-DESCRIPCION(WS-IDX-APUNTE).
      *
       6150-CONTAR-APUNTE-MONEDA.
           PERFORM VARYING WS-IDX-MONEDA FROM 1 BY 1
              UNTIL WS-IDX-MONEDA > WS-NUM-MONEDAS
              IF WS-MON-CODIGO(WS-IDX-MONEDA)
                 = WS-APU-MONEDA(WS-IDX-APUNTE)
                 ADD 1 TO WS-MON-NUM-APUNTES(WS-IDX-MONEDA)
              END-IF
           END-PERFORM.
      *
       6200-ESCRIBIR-TOTAL-MONEDA.
           MOVE SPACES TO DIA-REGISTRO
           MOVE "T" TO DIA-TIPO-REGISTRO
           MOVE WS-FECHA-ACTUAL(1:8) TO DIA-FECHA
           MOVE WS-MON-CODIGO(WS-IDX-MONEDA) TO DIA-MONEDA
           MOVE 0 TO DIA-IMPORTE
           MOVE WS-MON-DEBE(WS-IDX-MONEDA) TO DIA-TOTAL-DEBE
           MOVE WS-MON-HABER(WS-IDX-MONEDA) TO DIA-TOTAL-HABER
           MOVE WS-MON-NUM-APUNTES(WS-IDX-MONEDA) TO DIA-NUM-APUNTES
           MOVE "TOTAL ASIENTO" TO DIA-DESCRIPCION
           WRITE DIA-REGISTRO
           ADD 1 TO WS-NUM-REGISTROS-DIARIO
           MOVE WS-MON-DEBE(WS-IDX-MONEDA) TO WS-DEBE-EDITADO
           MOVE WS-MON-HABER(WS-IDX-MONEDA) TO WS-HABER-EDITADO
           DISPLAY "TOTAL      " WS-MON-CODIGO(WS-IDX-MONEDA) " "
              WS-DEBE-EDITADO " " WS-HABER-EDITADO.
      *
      *    Lista de descuadre: monedas con debe distinto del haber,
      *    movimientos sin cuenta del mayor y programas sin
      *    contrapartida en el plan.
       6500-LISTAR-DESCUADRE.
           DISPLAY " "
           DISPLAY "*** ASIENTO DESCUADRADO ***"
           PERFORM VARYING WS-IDX-MONEDA FROM 1 BY 1
              UNTIL WS-IDX-MONEDA > WS-NUM-MONEDAS
              IF WS-MON-DEBE(WS-IDX-MONEDA)
                 NOT = WS-MON-HABER(WS-IDX-MONEDA)
                 MOVE WS-MON-DEBE(WS-IDX-MONEDA) TO WS-DEBE-EDITADO
                 MOVE WS-MON-HABER(WS-IDX-MONEDA) TO WS-HABER-EDITADO
                 COMPUTE WS-DIFERENCIA = WS-MON-DEBE(WS-IDX-MONEDA)
                    - WS-MON-HABER(WS-IDX-MONEDA)
                 MOVE WS-DIFERENCIA TO WS-IMPORTE-EDITADO
                 DISPLAY "  Moneda " WS-MON-CODIGO(WS-IDX-MONEDA)
                    ": debe " WS-DEBE-EDITADO " haber "
                    WS-HABER-EDITADO " diferencia "
                    WS-IMPORTE-EDITADO
              END-IF
           END-PERFORM
           IF WS-NUM-MOVS-SIN-CUENTA > 0
              DISPLAY " "
              DISPLAY "  Movimientos sin cuenta del mayor en PLANCTA: "
                 WS-NUM-MOVS-SIN-CUENTA
              PERFORM VARYING WS-IDX-SIN-CUENTA FROM 1 BY 1
                 UNTIL WS-IDX-SIN-CUENTA > WS-NUM-SIN-CUENTA
                 MOVE WS-SCT-IMPORTE(WS-IDX-SIN-CUENTA)
                    TO WS-IMPORTE-EDITADO
                 DISPLAY "    " WS-SCT-CLAVE(WS-IDX-SIN-CUENTA) " "
                    WS-SCT-MONEDA(WS-IDX-SIN-CUENTA) " "
                    WS-SCT-NUM-MOVS(WS-IDX-SIN-CUENTA) " movs. "
                    WS-IMPORTE-EDITADO
              END-PERFORM
           END-IF
           IF WS-NUM-PROG-SIN-CONTRA > 0
              DISPLAY " "
              DISPLAY "  Programas con neto y sin contrapartida en "
                 "PLANCTA: " WS-NUM-PROG-SIN-CONTRA
              PERFORM VARYING WS-IDX-PROGRAMA FROM 1 BY 1
                 UNTIL WS-IDX-PROGRAMA > WS-NUM-PROGRAMAS
                 IF WS-PRG-NETO(WS-IDX-PROGRAMA) NOT = 0
                    MOVE WS-PRG-NETO(WS-IDX-PROGRAMA)
                       TO WS-IMPORTE-EDITADO
                    DISPLAY "    " WS-PRG-NOMBRE(WS-IDX-PROGRAMA) " "
                       WS-PRG-MONEDA(WS-IDX-PROGRAMA) " "
                       WS-PRG-NUM-MOVS(WS-IDX-PROGRAMA) " movs. neto "
                       WS-IMPORTE-EDITADO
                 END-IF
              END-PERFORM
           END-IF.
      *
      *    El fichero se vacia para que contabilidad no recoja por
      *    error el asiento de un dia anterior.
       6600-VACIAR-DIARIO.
           OPEN OUTPUT DIARIO-FILE
           IF WS-DIARIO-OK
              CLOSE DIARIO-FILE
           END-IF.
      *
       8900-CERRAR-FICHEROS.
           CLOSE CUENTAS-FILE
           CLOSE MOVIMIEN-FILE.
      *
       9000-FINALIZAR.
           DISPLAY " "
           DISPLAY "Asiento diario contable finalizado.".
