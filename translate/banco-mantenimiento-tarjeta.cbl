      *================================================================*
      * PROGRAMA: BANCO-MANTENIMIENTO-TARJETA
      * DESCRIPCION: Mantenimiento del maestro de tarjetas de debito
      *              (TARJETAS): lista las tarjetas de una cuenta y
      *              permite emitir una tarjeta nueva sobre ella (con
      *              numero del contador CTLTRJ, digito de control de
      *              Luhn, limites diarios de cajero y de compras y
      *              caducidad a cuatro anos), bloquearla y
      *              desbloquearla, darla por perdida o robada,
      *              cancelarla y cambiar sus limites, dejando linea de
      *              auditoria de cada cambio, igual que
      *              BANCO-MANTENIMIENTO-MANDATO con los mandatos. Las
      *              operaciones de una tarjeta que no este activa las
      *              rechaza BANCO-PROCESA-TARJETAS a la red.
      *              Estados: A = activa, B = bloqueada,
      *                       P = perdida o robada, C = cancelada.
      * AUTOR: Proyecto MCPs
      * FECHA: 2026-10-15
      *================================================================*
      *
      *-------- BLOQUE 1: IDENTIFICATION DIVISION -------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANCO-MANTENIMIENTO-TARJETA.
       AUTHOR. PROYECTO-MCPS.
      *
      *-------- BLOQUE 2: ENVIRONMENT DIVISION ----------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TARJETAS-FILE ASSIGN TO "TARJETAS"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS TRJ-NUM-TARJETA
              ALTERNATE RECORD KEY IS TRJ-NUM-CUENTA WITH DUPLICATES
              FILE STATUS IS WS-TARJETAS-STATUS.
      *
           SELECT CUENTAS-FILE ASSIGN TO "CUENTAS"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS CTA-NUM-CUENTA
              ALTERNATE RECORD KEY IS CTA-ID-CLIENTE WITH DUPLICATES
              FILE STATUS IS WS-CUENTAS-STATUS.
      *
           SELECT CTLTRJ-FILE ASSIGN TO "CTLTRJ"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS CTE-CLAVE
              FILE STATUS IS WS-CTLTRJ-STATUS.
      *
      *-------- BLOQUE 3: DATA DIVISION -----------------------------*
       DATA DIVISION.
       FILE SECTION.
       FD  TARJETAS-FILE.
           COPY "tarjeta.cpy".
      *
       FD  CUENTAS-FILE.
           COPY "cuentas.cpy".
      *
       FD  CTLTRJ-FILE.
           COPY "contador.cpy"
              REPLACING ==CTR-REGISTRO== BY ==CTE-REGISTRO==
                        ==CTR-CLAVE== BY ==CTE-CLAVE==
                        ==CTR-ULTIMO-VALOR== BY ==CTE-ULTIMO-VALOR==.
      *
       WORKING-STORAGE SECTION.
      *
      *--- Datos capturados ---
       01 WS-NUMERO-CUENTA      PIC X(20).
       01 WS-NUMERO-TARJETA     PIC X(16).
       01 WS-ACCION             PIC X(01).
       01 WS-LIMITE-CAJERO      PIC 9(07)V99 VALUE 0.
       01 WS-LIMITE-COMPRAS     PIC 9(07)V99 VALUE 0.
      *
      *--- Limites diarios por defecto de una tarjeta nueva ---
       01 WS-LIMITE-CAJERO-DEF  PIC 9(07)V99 VALUE 600.
       01 WS-LIMITE-COMPRAS-DEF PIC 9(07)V99 VALUE 3000.
      *
      *--- Numeracion de tarjetas: prefijo de emisor, numero del
      *--- contador CTLTRJ y digito de control de Luhn ---
       01 WS-NUEVA-TARJETA.
          05 WS-NT-PREFIJO      PIC X(06) VALUE "450012".
          05 WS-NT-SECUENCIA    PIC 9(09).
          05 WS-NT-CONTROL      PIC 9(01).
       01 WS-NT-DIGITOS REDEFINES WS-NUEVA-TARJETA.
          05 WS-NT-DIGITO       OCCURS 16 TIMES PIC 9(01).
       01 WS-IDX-LUHN           PIC 9(02) VALUE 0.
       01 WS-LUHN-DOBLAR        PIC X VALUE 'S'.
       01 WS-LUHN-VALOR         PIC 9(02) VALUE 0.
       01 WS-LUHN-SUMA          PIC 9(04) VALUE 0.
       01 WS-LUHN-COCIENTE      PIC 9(04) VALUE 0.
       01 WS-LUHN-RESTO         PIC 9(02) VALUE 0.
      *
      *--- Caducidad: cuatro anos desde la emision ---
       01 WS-ANOS-VALIDEZ       PIC 9(01) VALUE 4.
       01 WS-CADUCIDAD.
          05 WS-CAD-ANO         PIC 9(04).
          05 WS-CAD-MES         PIC 9(02).
      *
      *--- Variables de control ---
       01 WS-FECHA-ACTUAL       PIC X(10).
       01 WS-FIN-TARJETAS       PIC X VALUE 'N'.
       01 WS-NUM-LISTADAS       PIC 9(05) VALUE 0.
       01 WS-CUENTA-ENCONTRADA  PIC X VALUE 'N'.
       01 WS-TARJETA-ENCONTRADA PIC X VALUE 'N'.
      *
       01 WS-TARJETAS-STATUS    PIC X(02).
          88 WS-TARJETAS-OK         VALUE "00".
          88 WS-TARJETAS-NUEVO      VALUE "35".
       01 WS-CUENTAS-STATUS     PIC X(02).
          88 WS-CUENTAS-OK          VALUE "00".
       01 WS-CTLTRJ-STATUS      PIC X(02).
          88 WS-CTLTRJ-OK           VALUE "00".
          88 WS-CTLTRJ-NUEVO        VALUE "35".
      *
       01 WS-OPERADOR            PIC X(08) VALUE SPACES.
      *
      *--- Sesion de operador (ver BANCO-CONTROL-ACCESO) ---
       01 WS-CA-ACCION          PIC X(01).
       01 WS-NIVEL-OPERADOR     PIC 9(01) VALUE 0.
       01 WS-LIMITE-OPERADOR    PIC 9(10)V99 VALUE 0.
       01 WS-CA-IMPORTE         PIC 9(10)V99 VALUE 0.
       01 WS-CA-AUTORIZADO      PIC X(01).
      *
      *--- Datos para la linea de auditoria ---
       01 WS-AUD-PROGRAMA        PIC X(20) VALUE "BANCO-MANTEN-TARJETA".
       01 WS-AUD-CUENTA-2        PIC X(20).
       01 WS-AUD-IMPORTE         PIC S9(10)V99 VALUE 0.
       01 WS-AUD-RESULTADO       PIC X(10).
       01 WS-AUD-DETALLE         PIC X(40).
      *
      *-------- BLOQUE 4: PROCEDURE DIVISION ------------------------*
       PROCEDURE DIVISION.
      *
      *--- Parrafo principal ---
       0000-PRINCIPAL.
           PERFORM 1000-INICIALIZAR
           PERFORM 1050-INICIAR-SESION
           PERFORM 1500-ABRIR-FICHEROS
           PERFORM 2000-PEDIR-CUENTA
           IF WS-CUENTA-ENCONTRADA = 'S'
              PERFORM 2500-LISTAR-TARJETAS-CUENTA
              PERFORM 3000-PEDIR-Y-APLICAR-ACCION
           ELSE
              DISPLAY " "
              DISPLAY "ERROR: Cuenta no encontrada."
           END-IF
           PERFORM 8900-CERRAR-FICHEROS
           PERFORM 9000-FINALIZAR
           STOP RUN.
      *
      *--- Inicializar variables ---
       1000-INICIALIZAR.
           INITIALIZE WS-NUMERO-CUENTA
           ACCEPT WS-FECHA-ACTUAL FROM DATE YYYYMMDD
           DISPLAY "=========================================="
           DISPLAY "   MANTENIMIENTO DE TARJETAS DE DEBITO"
           DISPLAY "   Fecha: " WS-FECHA-ACTUAL
           DISPLAY "==========================================".
      *
      *    Inicio de sesion de operador contra el maestro USUARIOS;
      *    sin sesion valida el programa no opera, y el operador con
      *    sesion queda en la linea de auditoria de cada cambio.
       1050-INICIAR-SESION.
           MOVE "I" TO WS-CA-ACCION
           MOVE 0 TO WS-CA-IMPORTE
           CALL "BANCO-CONTROL-ACCESO" USING WS-CA-ACCION WS-OPERADOR
              WS-NIVEL-OPERADOR WS-LIMITE-OPERADOR WS-CA-IMPORTE
              WS-CA-AUTORIZADO
           IF WS-CA-AUTORIZADO = 'N'
              DISPLAY " "
              DISPLAY "Acceso denegado."
              PERFORM 9000-FINALIZAR
              STOP RUN
           END-IF.
      *
       1500-ABRIR-FICHEROS.
           OPEN I-O TARJETAS-FILE
           IF WS-TARJETAS-NUEVO
              OPEN OUTPUT TARJETAS-FILE
              CLOSE TARJETAS-FILE
              OPEN I-O TARJETAS-FILE
           END-IF
           OPEN INPUT CUENTAS-FILE
           OPEN I-O CTLTRJ-FILE
           IF WS-CTLTRJ-NUEVO
              OPEN OUTPUT CTLTRJ-FILE
              CLOSE CTLTRJ-FILE
              OPEN I-O CTLTRJ-FILE
              MOVE "T" TO CTE-CLAVE
              MOVE 0 TO CTE-ULTIMO-VALOR
              WRITE CTE-REGISTRO
           END-IF
           IF NOT WS-TARJETAS-OK OR NOT WS-CUENTAS-OK
              OR NOT WS-CTLTRJ-OK
              DISPLAY "ERROR: No se pueden abrir los ficheros "
                 "maestros."
              PERFORM 9000-FINALIZAR
              STOP RUN
           END-IF.
      *
       2000-PEDIR-CUENTA.
           DISPLAY " "
           DISPLAY "Introduzca el numero de cuenta: "
           ACCEPT WS-NUMERO-CUENTA
           MOVE WS-NUMERO-CUENTA TO CTA-NUM-CUENTA
           READ CUENTAS-FILE
              INVALID KEY
                 MOVE 'N' TO WS-CUENTA-ENCONTRADA
              NOT INVALID KEY
                 MOVE 'S' TO WS-CUENTA-ENCONTRADA
                 DISPLAY "Titular: " CTA-TITULAR
           END-READ.
      *
      *    Lista las tarjetas de la cuenta recorriendo TARJETAS por la
      *    clave alternativa de cuenta asociada.
       2500-LISTAR-TARJETAS-CUENTA.
           MOVE 0 TO WS-NUM-LISTADAS
           MOVE WS-NUMERO-CUENTA TO TRJ-NUM-CUENTA
           MOVE 'N' TO WS-FIN-TARJETAS
           START TARJETAS-FILE KEY IS NOT LESS THAN TRJ-NUM-CUENTA
              INVALID KEY
                 MOVE 'S' TO WS-FIN-TARJETAS
           END-START
           PERFORM UNTIL WS-FIN-TARJETAS = 'S'
              READ TARJETAS-FILE NEXT RECORD
                 AT END
                    MOVE 'S' TO WS-FIN-TARJETAS
                 NOT AT END
                    IF TRJ-NUM-CUENTA NOT = WS-NUMERO-CUENTA
                       MOVE 'S' TO WS-FIN-TARJETAS
                    ELSE
                       ADD 1 TO WS-NUM-LISTADAS
                       DISPLAY "Tarjeta: " TRJ-NUM-TARJETA
                          " Estado: " TRJ-ESTADO
                          " Caduca: " TRJ-FECHA-CADUCIDAD
                          " Cajero: " TRJ-LIMITE-CAJERO
                          " Compras: " TRJ-LIMITE-COMPRAS
                    END-IF
              END-READ
           END-PERFORM
           IF WS-NUM-LISTADAS = 0
              DISPLAY " "
              DISPLAY "La cuenta no tiene tarjetas registradas."
           END-IF.
      *
       3000-PEDIR-Y-APLICAR-ACCION.
           DISPLAY " "
           DISPLAY "Accion (E=emitir, B=bloquear, D=desbloquear, "
              "P=perdida/robo, C=cancelar, L=limites): "
           ACCEPT WS-ACCION
           IF WS-ACCION = 'E'
              PERFORM 4000-EMITIR-TARJETA
           ELSE
              DISPLAY "Numero de tarjeta: "
              ACCEPT WS-NUMERO-TARJETA
              MOVE WS-NUMERO-TARJETA TO TRJ-NUM-TARJETA
              READ TARJETAS-FILE
                 INVALID KEY
                    MOVE 'N' TO WS-TARJETA-ENCONTRADA
                 NOT INVALID KEY
                    MOVE 'S' TO WS-TARJETA-ENCONTRADA
              END-READ
              IF WS-TARJETA-ENCONTRADA = 'S'
                 AND TRJ-NUM-CUENTA NOT = WS-NUMERO-CUENTA
                 MOVE 'N' TO WS-TARJETA-ENCONTRADA
              END-IF
              IF WS-TARJETA-ENCONTRADA = 'N'
                 DISPLAY " "
                 DISPLAY "ERROR: la tarjeta no existe o no es de "
                    "esta cuenta."
              ELSE
                 EVALUATE WS-ACCION
                    WHEN 'B'
                       PERFORM 5000-BLOQUEAR-TARJETA
                    WHEN 'D'
                       PERFORM 5500-DESBLOQUEAR-TARJETA
                    WHEN 'P'
                       PERFORM 6000-TARJETA-PERDIDA
                    WHEN 'C'
                       PERFORM 6500-CANCELAR-TARJETA
                    WHEN 'L'
                       PERFORM 7000-CAMBIAR-LIMITES
                    WHEN OTHER
                       DISPLAY " "
                       DISPLAY "ERROR: accion no reconocida."
                 END-EVALUATE
              END-IF
           END-IF.
      *
      *    Emision de una tarjeta nueva sobre una cuenta activa de
      *    cliente. Los limites en blanco o a cero toman los valores
      *    por defecto.
       4000-EMITIR-TARJETA.
           IF CTA-ESTADO NOT = "A"
              OR CTA-TIPO = "INTERNA"
              DISPLAY " "
              DISPLAY "ERROR: solo se emiten tarjetas sobre cuentas "
                 "de cliente activas."
           ELSE
              DISPLAY "Limite diario en cajero (0 = "
                 WS-LIMITE-CAJERO-DEF "): "
              ACCEPT WS-LIMITE-CAJERO
              DISPLAY "Limite diario de compras (0 = "
                 WS-LIMITE-COMPRAS-DEF "): "
              ACCEPT WS-LIMITE-COMPRAS
              IF WS-LIMITE-CAJERO = 0
                 MOVE WS-LIMITE-CAJERO-DEF TO WS-LIMITE-CAJERO
              END-IF
              IF WS-LIMITE-COMPRAS = 0
                 MOVE WS-LIMITE-COMPRAS-DEF TO WS-LIMITE-COMPRAS
              END-IF
              PERFORM 4100-GENERAR-NUMERO-TARJETA
              MOVE WS-FECHA-ACTUAL(1:4) TO WS-CAD-ANO
              ADD WS-ANOS-VALIDEZ TO WS-CAD-ANO
              MOVE WS-FECHA-ACTUAL(5:2) TO WS-CAD-MES
              MOVE WS-NUEVA-TARJETA TO TRJ-NUM-TARJETA
              MOVE WS-NUMERO-CUENTA TO TRJ-NUM-CUENTA
              MOVE CTA-ID-CLIENTE TO TRJ-ID-CLIENTE
              MOVE CTA-TITULAR TO TRJ-TITULAR
              MOVE "A" TO TRJ-ESTADO
              MOVE WS-LIMITE-CAJERO TO TRJ-LIMITE-CAJERO
              MOVE WS-LIMITE-COMPRAS TO TRJ-LIMITE-COMPRAS
              MOVE WS-CADUCIDAD TO TRJ-FECHA-CADUCIDAD
              MOVE WS-FECHA-ACTUAL TO TRJ-FECHA-EMISION
              MOVE WS-FECHA-ACTUAL TO TRJ-FECHA-ESTADO
              MOVE SPACES TO TRJ-FECHA-ACUMULADO
              MOVE 0 TO TRJ-ACUM-CAJERO
              MOVE 0 TO TRJ-ACUM-COMPRAS
              WRITE TRJ-REGISTRO
              MOVE WS-NUEVA-TARJETA TO WS-NUMERO-TARJETA
              MOVE "EMISION DE TARJETA DE DEBITO" TO WS-AUD-DETALLE
              MOVE "REALIZADA" TO WS-AUD-RESULTADO
              PERFORM 7500-REGISTRAR-AUDITORIA
              DISPLAY " "
              DISPLAY "Tarjeta " WS-NUEVA-TARJETA " emitida sobre "
                 WS-NUMERO-CUENTA ", caduca " WS-CADUCIDAD "."
           END-IF.
      *
      *    Numero de tarjeta: prefijo de emisor mas el siguiente
      *    valor del contador CTLTRJ, y como ultima cifra el digito
      *    de control de Luhn: se doblan las cifras alternas desde
      *    la derecha (restando 9 si pasan de 9) y el digito completa
      *    la suma hasta la decena siguiente.
       4100-GENERAR-NUMERO-TARJETA.
           MOVE "T" TO CTE-CLAVE
           READ CTLTRJ-FILE
           ADD 1 TO CTE-ULTIMO-VALOR
           MOVE CTE-ULTIMO-VALOR TO WS-NT-SECUENCIA
           REWRITE CTE-REGISTRO
           MOVE 0 TO WS-NT-CONTROL
           MOVE 0 TO WS-LUHN-SUMA
           MOVE 'S' TO WS-LUHN-DOBLAR
           PERFORM VARYING WS-IDX-LUHN FROM 15 BY -1
              UNTIL WS-IDX-LUHN < 1
              MOVE WS-NT-DIGITO(WS-IDX-LUHN) TO WS-LUHN-VALOR
              IF WS-LUHN-DOBLAR = 'S'
                 COMPUTE WS-LUHN-VALOR = WS-LUHN-VALOR * 2
                 IF WS-LUHN-VALOR > 9
                    SUBTRACT 9 FROM WS-LUHN-VALOR
                 END-IF
                 MOVE 'N' TO WS-LUHN-DOBLAR
              ELSE
                 MOVE 'S' TO WS-LUHN-DOBLAR
              END-IF
              ADD WS-LUHN-VALOR TO WS-LUHN-SUMA
           END-PERFORM
           DIVIDE WS-LUHN-SUMA BY 10 GIVING WS-LUHN-COCIENTE
              REMAINDER WS-LUHN-RESTO
           IF WS-LUHN-RESTO = 0
              MOVE 0 TO WS-NT-CONTROL
           ELSE
              COMPUTE WS-NT-CONTROL = 10 - WS-LUHN-RESTO
           END-IF.
      *
       5000-BLOQUEAR-TARJETA.
           IF TRJ-ESTADO NOT = "A"
              DISPLAY "ERROR: solo se puede bloquear una tarjeta "
                 "activa."
           ELSE
              MOVE "B" TO TRJ-ESTADO
              MOVE WS-FECHA-ACTUAL TO TRJ-FECHA-ESTADO
              REWRITE TRJ-REGISTRO
              MOVE "BLOQUEO DE TARJETA" TO WS-AUD-DETALLE
              MOVE "BLOQUEADA" TO WS-AUD-RESULTADO
              PERFORM 7500-REGISTRAR-AUDITORIA
              DISPLAY " "
              DISPLAY "Tarjeta " WS-NUMERO-TARJETA " bloqueada."
           END-IF.
      *
       5500-DESBLOQUEAR-TARJETA.
           IF TRJ-ESTADO NOT = "B"
              DISPLAY "ERROR: solo se puede desbloquear una tarjeta "
                 "bloqueada."
           ELSE
              MOVE "A" TO TRJ-ESTADO
              MOVE WS-FECHA-ACTUAL TO TRJ-FECHA-ESTADO
              REWRITE TRJ-REGISTRO
              MOVE "DESBLOQUEO DE TARJETA" TO WS-AUD-DETALLE
              MOVE "REACTIVADA" TO WS-AUD-RESULTADO
              PERFORM 7500-REGISTRAR-AUDITORIA
              DISPLAY " "
              DISPLAY "Tarjeta " WS-NUMERO-TARJETA " desbloqueada."
           END-IF.
      *
      *    La tarjeta perdida o robada queda inutilizada para
      *    siempre; el cliente recibe una nueva con otra emision.
       6000-TARJETA-PERDIDA.
           IF TRJ-ESTADO NOT = "A"
              AND TRJ-ESTADO NOT = "B"
              DISPLAY "ERROR: la tarjeta ya esta dada de baja "
                 "(estado " TRJ-ESTADO ")."
           ELSE
              MOVE "P" TO TRJ-ESTADO
              MOVE WS-FECHA-ACTUAL TO TRJ-FECHA-ESTADO
              REWRITE TRJ-REGISTRO
              MOVE "TARJETA DENUNCIADA PERDIDA O ROBADA"
                 TO WS-AUD-DETALLE
              MOVE "BAJA" TO WS-AUD-RESULTADO
              PERFORM 7500-REGISTRAR-AUDITORIA
              DISPLAY " "
              DISPLAY "Tarjeta " WS-NUMERO-TARJETA " anulada por "
                 "perdida o robo; emita una nueva si procede."
           END-IF.
      *
       6500-CANCELAR-TARJETA.
           IF TRJ-ESTADO NOT = "A"
              AND TRJ-ESTADO NOT = "B"
              DISPLAY "ERROR: la tarjeta ya esta dada de baja "
                 "(estado " TRJ-ESTADO ")."
           ELSE
              MOVE "C" TO TRJ-ESTADO
              MOVE WS-FECHA-ACTUAL TO TRJ-FECHA-ESTADO
              REWRITE TRJ-REGISTRO
              MOVE "CANCELACION DE TARJETA" TO WS-AUD-DETALLE
              MOVE "BAJA" TO WS-AUD-RESULTADO
              PERFORM 7500-REGISTRAR-AUDITORIA
              DISPLAY " "
              DISPLAY "Tarjeta " WS-NUMERO-TARJETA " cancelada."
           END-IF.
      *
       7000-CAMBIAR-LIMITES.
           IF TRJ-ESTADO NOT = "A"
              AND TRJ-ESTADO NOT = "B"
              DISPLAY "ERROR: la tarjeta esta dada de baja."
           ELSE
              DISPLAY "Limite diario en cajero (0 = sin cambio): "
              ACCEPT WS-LIMITE-CAJERO
              DISPLAY "Limite diario de compras (0 = sin cambio): "
              ACCEPT WS-LIMITE-COMPRAS
              IF WS-LIMITE-CAJERO > 0
                 MOVE WS-LIMITE-CAJERO TO TRJ-LIMITE-CAJERO
              END-IF
              IF WS-LIMITE-COMPRAS > 0
                 MOVE WS-LIMITE-COMPRAS TO TRJ-LIMITE-COMPRAS
              END-IF
              REWRITE TRJ-REGISTRO
              MOVE SPACES TO WS-AUD-DETALLE
              STRING "LIMITES CAJERO " TRJ-LIMITE-CAJERO
                 " COMPRAS " TRJ-LIMITE-COMPRAS
                 DELIMITED BY SIZE INTO WS-AUD-DETALLE
              MOVE "MODIFICADA" TO WS-AUD-RESULTADO
              PERFORM 7500-REGISTRAR-AUDITORIA
              DISPLAY " "
              DISPLAY "Limites de la tarjeta " WS-NUMERO-TARJETA
                 ": cajero " TRJ-LIMITE-CAJERO
                 " compras " TRJ-LIMITE-COMPRAS
           END-IF.
      *
       7500-REGISTRAR-AUDITORIA.
           MOVE 0 TO WS-AUD-IMPORTE
           MOVE SPACES TO WS-AUD-CUENTA-2
           MOVE WS-NUMERO-TARJETA TO WS-AUD-CUENTA-2
           CALL "BANCO-AUDITORIA-MOTOR" USING WS-AUD-PROGRAMA
              WS-NUMERO-CUENTA WS-AUD-CUENTA-2 WS-AUD-IMPORTE
              WS-AUD-RESULTADO WS-AUD-DETALLE WS-OPERADOR.
      *
       8900-CERRAR-FICHEROS.
           CLOSE TARJETAS-FILE
           CLOSE CUENTAS-FILE
           CLOSE CTLTRJ-FILE.
      *
      *--- Finalizar programa ---
       9000-FINALIZAR.
           DISPLAY " "
           DISPLAY "Operacion finalizada correctamente."
           DISPLAY "Gracias por usar el sistema bancario.".
