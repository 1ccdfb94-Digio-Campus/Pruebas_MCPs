      *================================================================*
      * PROGRAMA: BANCO-CALENDARIO
      * DESCRIPCION: Subprograma comun del calendario bancario. Un
      *              dia es habil si no es sabado ni domingo y no
      *              figura en el fichero de festivos FESTIVOS. Con
      *              accion "H" indica si CAL-FECHA es habil (y, si
      *              es festivo, su descripcion); con accion "S"
      *              devuelve en CAL-FECHA-RESULTADO el primer dia
      *              habil igual o posterior a CAL-FECHA, que es la
      *              regla de desplazamiento de todos los procesos
      *              fechados (ordenes permanentes, vencimientos de
      *              plazos, cargo de recibos y antiguedad de las
      *              emisiones); con accion "A" devuelve el dia habil
      *              anterior a CAL-FECHA y en CAL-DIAS los dias
      *              naturales que cubre CAL-FECHA desde el (3 para
      *              un lunes corriente). Las fechas van en formato
      *              AAAAMMDD en las 8 primeras posiciones. El
      *              fichero se carga en memoria en la primera
      *              llamada; sin fichero solo cuentan los fines de
      *              semana.
      * AUTOR: Proyecto MCPs
      * FECHA: 2026-10-15
      *================================================================*
      *
      *-------- BLOQUE 1: IDENTIFICATION DIVISION -------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANCO-CALENDARIO.
       AUTHOR. PROYECTO-MCPS.
      *
      *-------- BLOQUE 2: ENVIRONMENT DIVISION ----------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FESTIVOS-FILE ASSIGN TO "FESTIVOS"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS FES-FECHA
              FILE STATUS IS WS-FESTIVOS-STATUS.
      *
      *-------- BLOQUE 3: DATA DIVISION -----------------------------*
       DATA DIVISION.
       FILE SECTION.
       FD  FESTIVOS-FILE.
           COPY "festivos.cpy".
      *
       WORKING-STORAGE SECTION.
      *
      *--- Tabla de festivos (se carga una vez por ejecucion) ---
       01 WS-TABLA-CARGADA        PIC X VALUE 'N'.
       01 WS-MAX-FESTIVOS         PIC 9(04) VALUE 2000.
       01 WS-NUM-FESTIVOS         PIC 9(04) VALUE 0.
       01 WS-IDX-FESTIVO          PIC 9(04) VALUE 0.
       01 WS-TABLA-FESTIVOS.
          05 WS-FES-ENTRY OCCURS 2000 TIMES.
             10 WS-FES-FECHA      PIC X(08).
             10 WS-FES-DESCRIPCION PIC X(30).
       01 WS-FIN-FESTIVOS         PIC X VALUE 'N'.
      *
      *--- Fecha en curso de calculo ---
       01 WS-FECHA-CALCULO.
          05 WS-CAL-ANO            PIC 9(04).
          05 WS-CAL-MES            PIC 9(02).
          05 WS-CAL-DIA            PIC 9(02).
       01 WS-DIA-HABIL            PIC X VALUE 'N'.
       01 WS-DESCRIPCION-DIA      PIC X(30).
       01 WS-NUM-PASOS            PIC 9(03) VALUE 0.
      *--- Tope de dias seguidos inhabiles que se recorren ---
       01 WS-MAX-PASOS            PIC 9(03) VALUE 60.
      *
      *--- Dia de la semana (congruencia de Zeller: 0 = sabado,
      *--- 1 = domingo, 2 = lunes ... 6 = viernes) ---
       01 WS-Z-ANO                PIC 9(04).
       01 WS-Z-MES                PIC 9(02).
       01 WS-Z-SIGLO              PIC 9(02).
       01 WS-Z-ANO-SIGLO          PIC 9(02).
       01 WS-Z-TERMINO-MES        PIC 9(03).
       01 WS-Z-CUARTO-ANO         PIC 9(02).
       01 WS-Z-CUARTO-SIGLO       PIC 9(02).
       01 WS-Z-SUMA               PIC 9(05).
       01 WS-Z-COCIENTE           PIC 9(05).
       01 WS-DIA-SEMANA           PIC 9(01).
      *
      *--- Dias del mes y ano bisiesto ---
       01 WS-DIAS-MES             PIC 9(02).
       01 WS-RESTO-BISIESTO       PIC 9(04) VALUE 0.
       01 WS-COCIENTE-BISIESTO    PIC 9(04) VALUE 0.
       01 WS-ANO-BISIESTO         PIC X VALUE 'N'.
      *
       01 WS-FESTIVOS-STATUS      PIC X(02).
          88 WS-FESTIVOS-OK           VALUE "00".
      *
      *-------- BLOQUE 4: LINKAGE SECTION -----------------------------*
       LINKAGE SECTION.
      *
       01 CAL-ACCION              PIC X(01).
       01 CAL-FECHA               PIC X(10).
       01 CAL-FECHA-RESULTADO     PIC X(10).
       01 CAL-HABIL               PIC X(01).
       01 CAL-DIAS                PIC 9(03).
       01 CAL-DESCRIPCION         PIC X(30).
      *
      *-------- BLOQUE 5: PROCEDURE DIVISION ------------------------*
       PROCEDURE DIVISION USING CAL-ACCION CAL-FECHA
           CAL-FECHA-RESULTADO CAL-HABIL CAL-DIAS CAL-DESCRIPCION.
      *
       0000-PRINCIPAL.
           IF WS-TABLA-CARGADA = 'N'
              PERFORM 1000-CARGAR-FESTIVOS
           END-IF
           MOVE SPACES TO CAL-FECHA-RESULTADO
           MOVE SPACES TO CAL-DESCRIPCION
           MOVE 0 TO CAL-DIAS
           MOVE CAL-FECHA(1:8) TO WS-FECHA-CALCULO
           PERFORM 2000-COMPROBAR-DIA
           MOVE WS-DIA-HABIL TO CAL-HABIL
           MOVE WS-DESCRIPCION-DIA TO CAL-DESCRIPCION
           EVALUATE CAL-ACCION
              WHEN "S"
                 PERFORM 3000-SIGUIENTE-HABIL
              WHEN "A"
                 PERFORM 4000-ANTERIOR-HABIL
              WHEN OTHER
                 MOVE CAL-FECHA TO CAL-FECHA-RESULTADO
           END-EVALUATE
           GOBACK.
      *
      *    Carga los festivos en memoria; el fichero se lee por clave
      *    y queda ordenado por fecha. Los festivos que no quepan en
      *    la tabla se avisan y se tratan como habiles.
       1000-CARGAR-FESTIVOS.
           MOVE 'S' TO WS-TABLA-CARGADA
           MOVE 0 TO WS-NUM-FESTIVOS
           OPEN INPUT FESTIVOS-FILE
           IF WS-FESTIVOS-OK
              MOVE 'N' TO WS-FIN-FESTIVOS
              PERFORM UNTIL WS-FIN-FESTIVOS = 'S'
                 READ FESTIVOS-FILE NEXT RECORD
                    AT END
                       MOVE 'S' TO WS-FIN-FESTIVOS
                    NOT AT END
                       IF WS-NUM-FESTIVOS < WS-MAX-FESTIVOS
                          ADD 1 TO WS-NUM-FESTIVOS
                          MOVE FES-FECHA
                             TO WS-FES-FECHA(WS-NUM-FESTIVOS)
                          MOVE FES-DESCRIPCION
                             TO WS-FES-DESCRIPCION(WS-NUM-FESTIVOS)
                       ELSE
                          DISPLAY "AVISO: calendario FESTIVOS con "
                             "mas de " WS-MAX-FESTIVOS " dias; el "
                             FES-FECHA " y siguientes se tratan "
                             "como habiles."
                          MOVE 'S' TO WS-FIN-FESTIVOS
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE FESTIVOS-FILE
           ELSE
              DISPLAY "AVISO: no se puede abrir el calendario "
                 "FESTIVOS; solo se tratan como inhabiles los "
                 "sabados y domingos."
           END-IF.
      *
      *    Un dia es inhabil si cae en sabado o domingo o si esta en
      *    la tabla de festivos.
       2000-COMPROBAR-DIA.
           MOVE 'S' TO WS-DIA-HABIL
           MOVE SPACES TO WS-DESCRIPCION-DIA
           PERFORM 2100-CALCULAR-DIA-SEMANA
           IF WS-DIA-SEMANA = 0
              MOVE 'N' TO WS-DIA-HABIL
              MOVE "SABADO" TO WS-DESCRIPCION-DIA
           END-IF
           IF WS-DIA-SEMANA = 1
              MOVE 'N' TO WS-DIA-HABIL
              MOVE "DOMINGO" TO WS-DESCRIPCION-DIA
           END-IF
           IF WS-DIA-HABIL = 'S'
              PERFORM VARYING WS-IDX-FESTIVO FROM 1 BY 1
                 UNTIL WS-IDX-FESTIVO > WS-NUM-FESTIVOS
                 OR WS-DIA-HABIL = 'N'
                 IF WS-FES-FECHA(WS-IDX-FESTIVO) = WS-FECHA-CALCULO
                    MOVE 'N' TO WS-DIA-HABIL
                    MOVE WS-FES-DESCRIPCION(WS-IDX-FESTIVO)
                       TO WS-DESCRIPCION-DIA
                 END-IF
              END-PERFORM
           END-IF.
      *
      *    Congruencia de Zeller con enero y febrero como meses 13 y
      *    14 del ano anterior; todas las divisiones son enteras.
       2100-CALCULAR-DIA-SEMANA.
           MOVE WS-CAL-ANO TO WS-Z-ANO
           MOVE WS-CAL-MES TO WS-Z-MES
           IF WS-Z-MES < 3
              ADD 12 TO WS-Z-MES
              SUBTRACT 1 FROM WS-Z-ANO
           END-IF
           DIVIDE WS-Z-ANO BY 100 GIVING WS-Z-SIGLO
              REMAINDER WS-Z-ANO-SIGLO
           COMPUTE WS-Z-TERMINO-MES = 13 * (WS-Z-MES + 1)
           DIVIDE WS-Z-TERMINO-MES BY 5 GIVING WS-Z-TERMINO-MES
           DIVIDE WS-Z-ANO-SIGLO BY 4 GIVING WS-Z-CUARTO-ANO
           DIVIDE WS-Z-SIGLO BY 4 GIVING WS-Z-CUARTO-SIGLO
           COMPUTE WS-Z-SUMA = WS-CAL-DIA + WS-Z-TERMINO-MES
              + WS-Z-ANO-SIGLO + WS-Z-CUARTO-ANO
              + WS-Z-CUARTO-SIGLO + 5 * WS-Z-SIGLO
           DIVIDE WS-Z-SUMA BY 7 GIVING WS-Z-COCIENTE
              REMAINDER WS-DIA-SEMANA.
      *
      *    Avanza dia a dia hasta el primer habil; si la fecha ya es
      *    habil se devuelve tal cual.
       3000-SIGUIENTE-HABIL.
           MOVE 0 TO WS-NUM-PASOS
           PERFORM UNTIL WS-DIA-HABIL = 'S'
              OR WS-NUM-PASOS >= WS-MAX-PASOS
              PERFORM 5000-SUMAR-UN-DIA
              ADD 1 TO WS-NUM-PASOS
              PERFORM 2000-COMPROBAR-DIA
           END-PERFORM
           MOVE WS-FECHA-CALCULO TO CAL-FECHA-RESULTADO
           MOVE WS-NUM-PASOS TO CAL-DIAS.
      *
      *    Retrocede dia a dia hasta el habil anterior a la fecha; los
      *    dias recorridos son los naturales que cubre la fecha.
       4000-ANTERIOR-HABIL.
           MOVE 0 TO WS-NUM-PASOS
           PERFORM 5100-RESTAR-UN-DIA
           ADD 1 TO WS-NUM-PASOS
           PERFORM 2000-COMPROBAR-DIA
           PERFORM UNTIL WS-DIA-HABIL = 'S'
              OR WS-NUM-PASOS >= WS-MAX-PASOS
              PERFORM 5100-RESTAR-UN-DIA
              ADD 1 TO WS-NUM-PASOS
              PERFORM 2000-COMPROBAR-DIA
           END-PERFORM
           MOVE WS-FECHA-CALCULO TO CAL-FECHA-RESULTADO
           MOVE WS-NUM-PASOS TO CAL-DIAS.
      *
       5000-SUMAR-UN-DIA.
           PERFORM 5200-DIAS-DEL-MES
           IF WS-CAL-DIA < WS-DIAS-MES
              ADD 1 TO WS-CAL-DIA
           ELSE
              MOVE 1 TO WS-CAL-DIA
              IF WS-CAL-MES = 12
                 MOVE 1 TO WS-CAL-MES
                 ADD 1 TO WS-CAL-ANO
              ELSE
                 ADD 1 TO WS-CAL-MES
              END-IF
           END-IF.
      *
       5100-RESTAR-UN-DIA.
           IF WS-CAL-DIA > 1
              SUBTRACT 1 FROM WS-CAL-DIA
           ELSE
              IF WS-CAL-MES = 1
                 SUBTRACT 1 FROM WS-CAL-ANO
                 MOVE 12 TO WS-CAL-MES
              ELSE
                 SUBTRACT 1 FROM WS-CAL-MES
              END-IF
              PERFORM 5200-DIAS-DEL-MES
              MOVE WS-DIAS-MES TO WS-CAL-DIA
           END-IF.
      *
       5200-DIAS-DEL-MES.
           EVALUATE WS-CAL-MES
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
                 PERFORM 5300-COMPROBAR-BISIESTO
                 IF WS-ANO-BISIESTO = 'S'
                    MOVE 29 TO WS-DIAS-MES
                 ELSE
                    MOVE 28 TO WS-DIAS-MES
                 END-IF
           END-EVALUATE.
      *
      *    Ano bisiesto: divisible por 4 y no por 100, salvo los
      *    divisibles por 400.
       5300-COMPROBAR-BISIESTO.
           MOVE 'N' TO WS-ANO-BISIESTO
           DIVIDE WS-CAL-ANO BY 4 GIVING WS-COCIENTE-BISIESTO
              REMAINDER WS-RESTO-BISIESTO
           IF WS-RESTO-BISIESTO = 0
              MOVE 'S' TO WS-ANO-BISIESTO
              DIVIDE WS-CAL-ANO BY 100 GIVING WS-COCIENTE-BISIESTO
                 REMAINDER WS-RESTO-BISIESTO
              IF WS-RESTO-BISIESTO = 0
                 MOVE 'N' TO WS-ANO-BISIESTO
                 DIVIDE WS-CAL-ANO BY 400
                    GIVING WS-COCIENTE-BISIESTO
                    REMAINDER WS-RESTO-BISIESTO
                 IF WS-RESTO-BISIESTO = 0
                    MOVE 'S' TO WS-ANO-BISIESTO
                 END-IF
              END-IF
           END-IF.
