      *               mover el puntero de PLAZOS, y los conceptos y
      *               la auditoria encadenan el deposito antiguo con
      *               el nuevo.
      *   2026-10-15  Un vencimiento que cae en sabado, domingo o
      *               festivo se liquida el siguiente dia habil del
      *               calendario bancario (BANCO-CALENDARIO), y no en
      *               una ejecucion forzada en dia inhabil; la fecha
      *               pactada del deposito no cambia.
      *   2026-10-15  Los apuntes llevan codigo de operacion del
      *               catalogo CODOPER y canal "L": PLZV capital, PLZI
      *               interes, RETF retencion, PLZR renovacion, GLIN y
      *               GLHA en las cuentas internas.
      *   2026-10-15  El paso anota su inicio y sus cifras en el fichero
      *               de totales de control TOTCTL (BANCO-TOTALES-PASO),
      *               con cada apunte grabado en MOVIMIEN, para la hoja
      *               de control del job que emite BANCO-VALIDA-TOTALES.
      *   2026-10-15  Un deposito cuya cuenta asociada esta bloqueada
      *               por testamentaria (estado T, titular fallecido)
      *               se liquida en esa cuenta al vencimiento, pero no
      *               se renueva: el importe queda para el reparto de
      *               la herencia.
      *================================================================*
      *
      *-------- BLOQUE 1: IDENTIFICATION DIVISION -------------------*
       01 WS-ANO-ACTUAL            PIC X(04).
       01 WS-FIN-PLAZOS            PIC X VALUE 'N'.
       01 WS-CUENTA-OPERATIVA      PIC X VALUE 'N'.
       01 WS-CUENTA-TESTAMENTARIA  PIC X VALUE 'N'.
       01 WS-RETFISC-ENCONTRADO    PIC X VALUE 'N'.
       01 WS-OPERADOR              PIC X(08) VALUE "BATCH".
      *
          88 WS-RETFISC-OK             VALUE "00".
          88 WS-RETFISC-NUEVO          VALUE "35".
      *
      *--- Consulta al calendario (ver BANCO-CALENDARIO) ---
       01 WS-CAL-ACCION            PIC X(01).
       01 WS-CAL-FECHA             PIC X(10).
       01 WS-CAL-FECHA-RESULTADO   PIC X(10).
       01 WS-CAL-HABIL             PIC X(01).
       01 WS-CAL-DIAS              PIC 9(03).
       01 WS-CAL-DESCRIPCION       PIC X(30).
       01 WS-VENCE-HOY             PIC X VALUE 'N'.
      *
      *--- Control de cierre (ver BANCO-CONTROL-CIERRE) ---
       01 WS-CC-ACCION             PIC X(01).
       01 WS-CC-PASO               PIC 9(02) VALUE 28.
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
           PERFORM 2000-ABRIR-FICHEROS
           PERFORM 3000-LIQUIDAR-PLAZOS-VENCIDOS
           PERFORM 5000-ABRIR-RENOVACIONES
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
           MOVE "BANCO-VENCE-PLAZOS" TO WS-TPA-PROGRAMA
           MOVE "BANCIERR" TO WS-TPA-JOB
           MOVE "I" TO WS-TP-ACCION
           CALL "BANCO-TOTALES-PASO" USING WS-TP-ACCION
              WS-TPA-REGISTRO.
      *
      *    Anota en TOTCTL las cifras del paso y su codigo de
      *    retorno, que se conserva tras la llamada.
       1400-ANOTAR-TOTALES-PASO.
           MOVE WS-NUM-PLAZOS-LEIDOS TO WS-TPA-LEIDOS
           MOVE WS-NUM-PLAZOS-VENCIDOS TO WS-TPA-ACEPTADOS
           MOVE WS-TOTAL-PRINCIPAL TO WS-TPA-IMPORTE-ACEPTADO
           MOVE WS-NUM-PLAZOS-PENDIENTES TO WS-TPA-PENDIENTES
           MOVE RETURN-CODE TO WS-TPA-RC
           MOVE "F" TO WS-TP-ACCION
           CALL "BANCO-TOTALES-PASO" USING WS-TP-ACCION
              WS-TPA-REGISTRO
           MOVE WS-TPA-RC TO RETURN-CODE.
      *
       2000-ABRIR-FICHEROS.
           OPEN I-O CUENTAS-FILE
                    ADD 1 TO WS-NUM-PLAZOS-LEIDOS
                    IF PLZ-ESTADO = "V"
                       AND PLZ-FECHA-VENCIMIENTO <= WS-FECHA-ACTUAL
                       PERFORM 3050-COMPROBAR-VENCIMIENTO-HABIL
                       IF WS-VENCE-HOY = 'S'
                          PERFORM 3100-LIQUIDAR-UN-PLAZO
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.
      *
      *    El vencimiento pactado se desplaza al siguiente dia habil;
      *    el deposito se liquida cuando esa fecha efectiva ha
      *    llegado.
       3050-COMPROBAR-VENCIMIENTO-HABIL.
           MOVE "S" TO WS-CAL-ACCION
           MOVE PLZ-FECHA-VENCIMIENTO TO WS-CAL-FECHA
           CALL "BANCO-CALENDARIO" USING WS-CAL-ACCION WS-CAL-FECHA
              WS-CAL-FECHA-RESULTADO WS-CAL-HABIL WS-CAL-DIAS
              WS-CAL-DESCRIPCION
           IF WS-CAL-FECHA-RESULTADO(1:8) <= WS-FECHA-ACTUAL(1:8)
              MOVE 'S' TO WS-VENCE-HOY
           ELSE
              MOVE 'N' TO WS-VENCE-HOY
              DISPLAY "Deposito " PLZ-ID " vence el "
                 PLZ-FECHA-VENCIMIENTO " (" WS-CAL-DESCRIPCION
                 "); se liquida el dia habil "
                 WS-CAL-FECHA-RESULTADO
           END-IF.
      *
      *    La cuenta de un titular fallecido (T) recibe el
      *    vencimiento, que queda dentro de la herencia, pero el
      *    deposito no se renueva.
       3100-LIQUIDAR-UN-PLAZO.
           MOVE 'N' TO WS-CUENTA-OPERATIVA
           MOVE 'N' TO WS-CUENTA-TESTAMENTARIA
           MOVE PLZ-CUENTA-ASOCIADA TO CTA-NUM-CUENTA
           READ CUENTAS-FILE
              INVALID KEY
                 IF CTA-ESTADO = "A"
                    MOVE 'S' TO WS-CUENTA-OPERATIVA
                 END-IF
                 IF CTA-ESTADO = "T"
                    MOVE 'S' TO WS-CUENTA-OPERATIVA
                    MOVE 'S' TO WS-CUENTA-TESTAMENTARIA
                 END-IF
           END-READ
           IF WS-CUENTA-OPERATIVA = 'N'
              ADD 1 TO WS-NUM-PLAZOS-PENDIENTES
                 " no esta operativa; queda vigente."
           ELSE
              PERFORM 3200-ABONAR-VENCIMIENTO
              IF (PLZ-RENOVACION = "R" OR PLZ-RENOVACION = "T")
                 AND WS-CUENTA-TESTAMENTARIA = 'N'
                 PERFORM 3150-ANOTAR-RENOVACION
              END-IF
           END-IF.
           MOVE CTA-SALDO-DISP TO MOV-SALDO-DESPUES
           MOVE PLZ-MONEDA TO MOV-MONEDA
           MOVE "BANCO-VENCE-PLAZOS" TO MOV-PROGRAMA-ORIGEN
           MOVE "PLZV" TO MOV-COD-OPERACION
           MOVE "L" TO MOV-CANAL
           MOVE WS-OPERADOR TO MOV-OPERADOR
           MOVE SPACE TO MOV-MARCA-EXTORNO
           WRITE MOV-REGISTRO
           PERFORM 7900-ANOTAR-APUNTE-PASO.
      *
       3400-GRABAR-APUNTE-INTERES.
           PERFORM 3600-OBTENER-SIGUIENTE-SECUENCIA
           MOVE CTA-SALDO-DISP TO MOV-SALDO-DESPUES
           MOVE PLZ-MONEDA TO MOV-MONEDA
           MOVE "BANCO-VENCE-PLAZOS" TO MOV-PROGRAMA-ORIGEN
           MOVE "PLZI" TO MOV-COD-OPERACION
           MOVE "L" TO MOV-CANAL
           MOVE WS-OPERADOR TO MOV-OPERADOR
           MOVE SPACE TO MOV-MARCA-EXTORNO
           WRITE MOV-REGISTRO
           PERFORM 7900-ANOTAR-APUNTE-PASO.
      *
       3450-GRABAR-APUNTE-RETENCION.
           PERFORM 3600-OBTENER-SIGUIENTE-SECUENCIA
           MOVE CTA-SALDO-DISP TO MOV-SALDO-DESPUES
           MOVE PLZ-MONEDA TO MOV-MONEDA
           MOVE "BANCO-VENCE-PLAZOS" TO MOV-PROGRAMA-ORIGEN
           MOVE "RETF" TO MOV-COD-OPERACION
           MOVE "L" TO MOV-CANAL
           MOVE WS-OPERADOR TO MOV-OPERADOR
           MOVE SPACE TO MOV-MARCA-EXTORNO
           WRITE MOV-REGISTRO
           PERFORM 7900-ANOTAR-APUNTE-PASO.
      *
      *    Acumula bruto, retenido y neto del cliente del deposito en
      *    el ejercicio en curso, para la declaracion anual de
              MOVE CTA-SALDO-DISP TO MOV-SALDO-DESPUES
              MOVE CTA-MONEDA TO MOV-MONEDA
              MOVE "BANCO-VENCE-PLAZOS" TO MOV-PROGRAMA-ORIGEN
              MOVE "GLIN" TO MOV-COD-OPERACION
              MOVE "L" TO MOV-CANAL
              MOVE WS-OPERADOR TO MOV-OPERADOR
              MOVE SPACE TO MOV-MARCA-EXTORNO
              WRITE MOV-REGISTRO
              PERFORM 7900-ANOTAR-APUNTE-PASO
           END-IF.
      *
       3850-CREAR-CUENTA-GL.
              MOVE CTA-SALDO-DISP TO MOV-SALDO-DESPUES
              MOVE CTA-MONEDA TO MOV-MONEDA
              MOVE "BANCO-VENCE-PLAZOS" TO MOV-PROGRAMA-ORIGEN
              MOVE "GLHA" TO MOV-COD-OPERACION
              MOVE "L" TO MOV-CANAL
              MOVE WS-OPERADOR TO MOV-OPERADOR
              MOVE SPACE TO MOV-MARCA-EXTORNO
              WRITE MOV-REGISTRO
              PERFORM 7900-ANOTAR-APUNTE-PASO
           END-IF.
      *
       3950-CREAR-CUENTA-HACIENDA.
           MOVE CTA-SALDO-DISP TO MOV-SALDO-DESPUES
           MOVE WS-REN-MONEDA(WS-IDX-RENOVACION) TO MOV-MONEDA
           MOVE "BANCO-VENCE-PLAZOS" TO MOV-PROGRAMA-ORIGEN
           MOVE "PLZR" TO MOV-COD-OPERACION
           MOVE "L" TO MOV-CANAL
           MOVE WS-OPERADOR TO MOV-OPERADOR
           MOVE SPACE TO MOV-MARCA-EXTORNO
           WRITE MOV-REGISTRO
           PERFORM 7900-ANOTAR-APUNTE-PASO
           MOVE WS-NUEVO-ID-PLAZO TO PLZ-ID
           MOVE WS-REN-CUENTA(WS-IDX-RENOVACION)
              TO PLZ-CUENTA-ASOCIADA
           DISPLAY "Retenciones:          " WS-TOTAL-RETENCIONES
           DISPLAY "Depositos renovados:  " WS-NUM-RENOVADOS
           DISPLAY "==========================================".
      *
      *    Anota el apunte recien grabado en MOVIMIEN en los totales
      *    del paso.
       7900-ANOTAR-APUNTE-PASO.
           IF WS-MOVIMIEN-OK
              MOVE "M" TO WS-TP-ACCION
              CALL "BANCO-TOTALES-PASO" USING WS-TP-ACCION
                 MOV-REGISTRO
           END-IF.
      *
       8900-CERRAR-FICHEROS.
           CLOSE CUENTAS-FILE
