      *================================================================*
      * PROGRAMA: BANCO-APERTURA-DIA
      * DESCRIPCION: Primer paso del job de cierre BANCIERR: abre la
      *              fecha de negocio del dia en el control de cierre
      *              CTLCIERR (paso 05). Consulta el calendario
      *              bancario (BANCO-CALENDARIO) y rechaza la apertura
      *              de un sabado, domingo o festivo con codigo de
      *              retorno 8, para que el job no liquide nada en un
      *              dia inhabil, salvo que el operador la fuerce por
      *              SYSIN ("S"). Al abrir deja en CTLCIERR los dias
      *              naturales que cubre la fecha de negocio: desde el
      *              dia habil anterior (3 para un lunes corriente), o
      *              desde la ultima fecha abierta si se forzo una
      *              apertura despues de el. Un rerun del mismo dia
      *              salta el paso si la fecha ya esta abierta.
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
       PROGRAM-ID. BANCO-APERTURA-DIA.
       AUTHOR. PROYECTO-MCPS.
      *
      *-------- BLOQUE 2: ENVIRONMENT DIVISION ----------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CTLCIERRE-FILE ASSIGN TO "CTLCIERR"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS CIE-CLAVE
              FILE STATUS IS WS-CTLCIERRE-STATUS.
      *
      *-------- BLOQUE 3: DATA DIVISION -----------------------------*
       DATA DIVISION.
       FILE SECTION.
       FD  CTLCIERRE-FILE.
           COPY "ctlcierr.cpy".
      *
       WORKING-STORAGE SECTION.
      *
      *--- Datos de la apertura ---
       01 WS-FORZAR-APERTURA       PIC X(01) VALUE 'N'.
       01 WS-DIAS-CUBIERTOS        PIC 9(03) VALUE 0.
       01 WS-FECHA-HABIL-ANTERIOR  PIC X(10).
      *
      *--- Recorrido hacia atras desde hoy hasta la ultima fecha
      *--- abierta, cuando se forzo una apertura en dia inhabil ---
       01 WS-FECHA-RECORRIDO.
          05 WS-REC-ANO            PIC 9(04).
          05 WS-REC-MES            PIC 9(02).
          05 WS-REC-DIA            PIC 9(02).
       01 WS-MAX-DIAS-RECORRIDO    PIC 9(03) VALUE 60.
       01 WS-DIAS-MES              PIC 9(02).
       01 WS-RESTO-BISIESTO        PIC 9(04) VALUE 0.
       01 WS-COCIENTE-BISIESTO     PIC 9(04) VALUE 0.
       01 WS-ANO-BISIESTO          PIC X VALUE 'N'.
      *
      *--- Consulta al calendario (ver BANCO-CALENDARIO) ---
       01 WS-CAL-ACCION            PIC X(01).
       01 WS-CAL-FECHA             PIC X(10).
       01 WS-CAL-FECHA-RESULTADO   PIC X(10).
       01 WS-CAL-HABIL             PIC X(01).
       01 WS-CAL-DIAS              PIC 9(03).
       01 WS-CAL-DESCRIPCION       PIC X(30).
      *
      *--- Variables de control ---
       01 WS-FECHA-ACTUAL          PIC X(10).
       01 WS-CTLCIERRE-STATUS      PIC X(02).
          88 WS-CTLCIERRE-OK           VALUE "00".
      *
      *--- Control de pasos del cierre (ver BANCO-CONTROL-CIERRE) ---
       01 WS-CC-ACCION             PIC X(01).
       01 WS-CC-PASO               PIC 9(02) VALUE 05.
       01 WS-CC-PASO-ANTERIOR      PIC 9(02) VALUE 0.
       01 WS-CC-PERMITIDO          PIC X(01).
       01 WS-CC-MENSAJE            PIC X(60).
      *
      *--- Datos para la linea de auditoria ---
       01 WS-AUD-PROGRAMA        PIC X(20) VALUE "BANCO-APERTURA-DIA".
       01 WS-AUD-CUENTA          PIC X(20).
       01 WS-AUD-CUENTA-2        PIC X(20).
       01 WS-AUD-IMPORTE         PIC S9(10)V99 VALUE 0.
       01 WS-AUD-RESULTADO       PIC X(10).
       01 WS-AUD-DETALLE         PIC X(40).
       01 WS-OPERADOR            PIC X(08) VALUE "BATCH".
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
           PERFORM 2000-CONSULTAR-CALENDARIO
           IF WS-CAL-HABIL = 'N'
              AND WS-FORZAR-APERTURA NOT = 'S'
              PERFORM 2500-RECHAZAR-APERTURA
           ELSE
              PERFORM 3000-CALCULAR-DIAS-CUBIERTOS
              PERFORM 4000-ANOTAR-APERTURA
              PERFORM 1200-ANOTAR-CONTROL-CIERRE
           END-IF
           PERFORM 1400-ANOTAR-TOTALES-PASO
           PERFORM 9000-FINALIZAR
           STOP RUN.
      *
      *    La confirmacion para forzar la apertura de un dia inhabil
      *    llega por SYSIN; en blanco no se fuerza.
       1000-INICIALIZAR.
           ACCEPT WS-FECHA-ACTUAL FROM DATE YYYYMMDD
           DISPLAY "=========================================="
           DISPLAY "   APERTURA DE LA FECHA DE NEGOCIO"
           DISPLAY "   Fecha: " WS-FECHA-ACTUAL
           DISPLAY "=========================================="
           DISPLAY " "
           DISPLAY "Forzar la apertura si hoy es inhabil (S/N, en "
              "blanco = N): "
           ACCEPT WS-FORZAR-APERTURA
           IF WS-FORZAR-APERTURA NOT = 'S'
              MOVE 'N' TO WS-FORZAR-APERTURA
           END-IF.
      *
      *    Comprueba en CTLCIERR que la fecha de hoy no este ya
      *    abierta; si lo esta, termina sin procesar y con codigo de
      *    retorno cero, para que un rerun del job reanude en el paso
      *    que fallo.
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
           MOVE "BANCO-APERTURA-DIA" TO WS-TPA-PROGRAMA
           MOVE "BANCIERR" TO WS-TPA-JOB
           MOVE "I" TO WS-TP-ACCION
           CALL "BANCO-TOTALES-PASO" USING WS-TP-ACCION
              WS-TPA-REGISTRO.
      *
      *    Anota en TOTCTL las cifras del paso y su codigo de
      *    retorno, que se conserva tras la llamada.
       1400-ANOTAR-TOTALES-PASO.
           MOVE RETURN-CODE TO WS-TPA-RC
           MOVE "F" TO WS-TP-ACCION
           CALL "BANCO-TOTALES-PASO" USING WS-TP-ACCION
              WS-TPA-REGISTRO
           MOVE WS-TPA-RC TO RETURN-CODE.
      *
       2000-CONSULTAR-CALENDARIO.
           MOVE "A" TO WS-CAL-ACCION
           MOVE WS-FECHA-ACTUAL TO WS-CAL-FECHA
           CALL "BANCO-CALENDARIO" USING WS-CAL-ACCION WS-CAL-FECHA
              WS-CAL-FECHA-RESULTADO WS-CAL-HABIL WS-CAL-DIAS
              WS-CAL-DESCRIPCION
           MOVE WS-CAL-FECHA-RESULTADO TO WS-FECHA-HABIL-ANTERIOR
           MOVE WS-CAL-DIAS TO WS-DIAS-CUBIERTOS.
      *
      *    Dia inhabil sin forzar: el paso no se anota y el codigo de
      *    retorno 8 para el job antes de cualquier liquidacion.
       2500-RECHAZAR-APERTURA.
           DISPLAY " "
           DISPLAY "APERTURA RECHAZADA: " WS-FECHA-ACTUAL
              " es dia inhabil (" WS-CAL-DESCRIPCION ")."
           DISPLAY "Para cerrar igualmente este dia, relanzar el "
              "job con la apertura forzada (S) en SYSIN."
           MOVE SPACES TO WS-AUD-CUENTA
           MOVE "CTLCIERR" TO WS-AUD-CUENTA
           MOVE SPACES TO WS-AUD-CUENTA-2
           MOVE 0 TO WS-AUD-IMPORTE
           MOVE "RECHAZADA" TO WS-AUD-RESULTADO
           MOVE SPACES TO WS-AUD-DETALLE
           STRING "DIA INHABIL " WS-FECHA-ACTUAL(1:8)
              DELIMITED BY SIZE INTO WS-AUD-DETALLE
           CALL "BANCO-AUDITORIA-MOTOR" USING WS-AUD-PROGRAMA
              WS-AUD-CUENTA WS-AUD-CUENTA-2 WS-AUD-IMPORTE
              WS-AUD-RESULTADO WS-AUD-DETALLE WS-OPERADOR
           MOVE 8 TO RETURN-CODE.
      *
      *    Por defecto la fecha cubre los dias naturales desde el dia
      *    habil anterior. Si despues de ese dia se abrio otra fecha
      *    (apertura forzada en un inhabil), solo cubre los dias
      *    desde esa ultima apertura, para no contar dos veces el
      *    mismo dia.
       3000-CALCULAR-DIAS-CUBIERTOS.
           MOVE "C" TO CIE-CLAVE
           OPEN INPUT CTLCIERRE-FILE
           READ CTLCIERRE-FILE
           CLOSE CTLCIERRE-FILE
           IF CIE-FECHA-ANTERIOR NOT = SPACES
              AND CIE-FECHA-ANTERIOR(1:8)
                 > WS-FECHA-HABIL-ANTERIOR(1:8)
              AND CIE-FECHA-ANTERIOR(1:8) < WS-FECHA-ACTUAL(1:8)
              MOVE WS-FECHA-ACTUAL(1:8) TO WS-FECHA-RECORRIDO
              MOVE 0 TO WS-DIAS-CUBIERTOS
              PERFORM UNTIL WS-FECHA-RECORRIDO
                 = CIE-FECHA-ANTERIOR(1:8)
                 OR WS-DIAS-CUBIERTOS >= WS-MAX-DIAS-RECORRIDO
                 PERFORM 3100-RESTAR-UN-DIA
                 ADD 1 TO WS-DIAS-CUBIERTOS
              END-PERFORM
           END-IF.
      *
       3100-RESTAR-UN-DIA.
           IF WS-REC-DIA > 1
              SUBTRACT 1 FROM WS-REC-DIA
           ELSE
              IF WS-REC-MES = 1
                 SUBTRACT 1 FROM WS-REC-ANO
                 MOVE 12 TO WS-REC-MES
              ELSE
                 SUBTRACT 1 FROM WS-REC-MES
              END-IF
              PERFORM 3200-DIAS-DEL-MES
              MOVE WS-DIAS-MES TO WS-REC-DIA
           END-IF.
      *
       3200-DIAS-DEL-MES.
           EVALUATE WS-REC-MES
              WHEN 1
              WHEN 3
              WHEN 5
              WHEN 7
              WHEN 8
              WHEN 10
              WHEN 12
                 MOVE 31 TO WS-DIAS-MES
              WHEN 4
              WHEN 6
              WHEN 9
              WHEN 11
                 MOVE 30 TO WS-DIAS-MES
              WHEN 2
                 PERFORM 3300-COMPROBAR-BISIESTO
                 IF WS-ANO-BISIESTO = 'S'
                    MOVE 29 TO WS-DIAS-MES
                 ELSE
                    MOVE 28 TO WS-DIAS-MES
                 END-IF
           END-EVALUATE.
      *
      *    Ano bisiesto: divisible por 4 y no por 100, salvo los
      *    divisibles por 400.
       3300-COMPROBAR-BISIESTO.
           MOVE 'N' TO WS-ANO-BISIESTO
           DIVIDE WS-REC-ANO BY 4 GIVING WS-COCIENTE-BISIESTO
              REMAINDER WS-RESTO-BISIESTO
           IF WS-RESTO-BISIESTO = 0
              MOVE 'S' TO WS-ANO-BISIESTO
              DIVIDE WS-REC-ANO BY 100 GIVING WS-COCIENTE-BISIESTO
                 REMAINDER WS-RESTO-BISIESTO
              IF WS-RESTO-BISIESTO = 0
                 MOVE 'N' TO WS-ANO-BISIESTO
                 DIVIDE WS-REC-ANO BY 400
                    GIVING WS-COCIENTE-BISIESTO
                    REMAINDER WS-RESTO-BISIESTO
                 IF WS-RESTO-BISIESTO = 0
                    MOVE 'S' TO WS-ANO-BISIESTO
                 END-IF
              END-IF
           END-IF.
      *
      *    Graba en CTLCIERR los datos de la apertura; el paso se
      *    anota despues como completado en 1200.
       4000-ANOTAR-APERTURA.
           OPEN I-O CTLCIERRE-FILE
           MOVE "C" TO CIE-CLAVE
           READ CTLCIERRE-FILE
           IF WS-CTLCIERRE-OK
              MOVE WS-DIAS-CUBIERTOS TO CIE-DIAS-NATURALES
              IF WS-CAL-HABIL = 'N'
                 MOVE 'S' TO CIE-APERTURA-FORZADA
              ELSE
                 MOVE 'N' TO CIE-APERTURA-FORZADA
              END-IF
              REWRITE CIE-REGISTRO
           END-IF
           CLOSE CTLCIERRE-FILE
           DISPLAY " "
           IF WS-CAL-HABIL = 'N'
              DISPLAY "AVISO: apertura FORZADA de un dia inhabil ("
                 WS-CAL-DESCRIPCION ")."
              MOVE SPACES TO WS-AUD-CUENTA
              MOVE "CTLCIERR" TO WS-AUD-CUENTA
              MOVE SPACES TO WS-AUD-CUENTA-2
              MOVE 0 TO WS-AUD-IMPORTE
              MOVE "FORZADA" TO WS-AUD-RESULTADO
              MOVE SPACES TO WS-AUD-DETALLE
              STRING "APERTURA DIA INHABIL " WS-FECHA-ACTUAL(1:8)
                 DELIMITED BY SIZE INTO WS-AUD-DETALLE
              CALL "BANCO-AUDITORIA-MOTOR" USING WS-AUD-PROGRAMA
                 WS-AUD-CUENTA WS-AUD-CUENTA-2 WS-AUD-IMPORTE
                 WS-AUD-RESULTADO WS-AUD-DETALLE WS-OPERADOR
           END-IF
           DISPLAY "Fecha de negocio abierta: " WS-FECHA-ACTUAL
           DISPLAY "Dia habil anterior:       "
              WS-FECHA-HABIL-ANTERIOR
           DISPLAY "Dias naturales cubiertos: " WS-DIAS-CUBIERTOS.
      *
       9000-FINALIZAR.
           DISPLAY " "
           DISPLAY "Fin de la apertura de la fecha de negocio.".
