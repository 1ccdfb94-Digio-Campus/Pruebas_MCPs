      *               informe, y un rerun tras un abend reanuda en el
      *               primer recibo sin aplicar, reconstruyendo los
      *               acumulados de liquidacion de los ya aplicados.
      *   2026-10-15  La fecha de cargo de los recibos sigue el
      *               calendario bancario (BANCO-CALENDARIO): una
      *               remesa lanzada en sabado, domingo o festivo se
      *               aplaza al siguiente dia habil con codigo de
      *               retorno 4, sin tocar ninguna cuenta.
      *   2026-10-15  Los apuntes llevan codigo de operacion del
      *               catalogo CODOPER: RECC en el cargo del recibo
      *               (canal "R"), GLRE y GLRL en la cuenta transitoria
      *               y RECL en el abono al presentador (canal "L").
      *   2026-10-15  El paso anota su inicio y sus cifras en el fichero
      *               de totales de control TOTCTL (BANCO-TOTALES-PASO),
      *               con cada apunte grabado en MOVIMIEN, para la hoja
      *               de control del job que emite BANCO-VALIDA-TOTALES:
      *               el total de la remesa, en numero e importe, debe
      *               ser lo cargado mas lo devuelto. Una remesa
      *               aplazada por dia inhabil tambien se anota.
      *   2026-10-15  La cuenta del cliente se admite como IBAN
      *               (RCB-IBAN-CLIENTE, que manda sobre la cuenta)
      *               o en formato nacional; BANCO-IBAN la valida con
      *               el modulo 97 y la convierte a la cuenta del
      *               maestro, y un IBAN erroneo devuelve el recibo
      *               con su motivo. La liquidacion por intercambio
      *               lleva el IBAN del presentador en TRANSOUT.
      *================================================================*
      *
      *-------- BLOQUE 1: IDENTIFICATION DIVISION -------------------*
       01 WS-SIGUIENTE-SECUENCIA   PIC 9(06) VALUE 0.
       01 WS-OPERADOR              PIC X(08) VALUE "BATCH".
      *
      *--- Consulta al calendario (ver BANCO-CALENDARIO) ---
       01 WS-CAL-ACCION            PIC X(01).
       01 WS-CAL-FECHA             PIC X(10).
       01 WS-CAL-FECHA-RESULTADO   PIC X(10).
       01 WS-CAL-HABIL             PIC X(01).
       01 WS-CAL-DIAS              PIC 9(03).
       01 WS-CAL-DESCRIPCION       PIC X(30).
      *
      *--- Liquidacion de la remesa via cuenta interna puente ---
       01 WS-CTA-GL-RECIBOS        PIC X(20) VALUE "INT-RECIBOS".
       01 WS-TOTAL-CARGADO-REMESA  PIC 9(12)V99 VALUE 0.
       01 WS-VE-MOTIVO             PIC X(40).
       01 WS-VE-ENTIDAD            PIC X(04).
      *
      *--- Cuenta en formato nacional o IBAN (BANCO-IBAN) ---
       01 WS-IB-ACCION             PIC X(01).
       01 WS-IB-CUENTA             PIC X(20).
       01 WS-IB-IBAN               PIC X(34).
       01 WS-IB-IBAN-IMPRESO       PIC X(42).
       01 WS-IB-VALIDA             PIC X(01).
       01 WS-IB-MOTIVO             PIC X(40).
      *
      *--- Bloqueo de registro con reintento ---
       01 WS-MAX-ESPERAS           PIC 9(02) VALUE 10.
       01 WS-NUM-ESPERAS           PIC 9(02) VALUE 0.
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
           PERFORM 1500-COMPROBAR-DIA-HABIL
           PERFORM 2000-ABRIR-FICHEROS
           PERFORM 2500-IDENTIFICAR-REMESA
           PERFORM 2600-COMPROBAR-CONTROL-REMESA
              PERFORM 4600-CERRAR-CONTROL-REMESA
           END-IF
           PERFORM 8900-CERRAR-FICHEROS
           PERFORM 1400-ANOTAR-TOTALES-PASO
           PERFORM 9000-FINALIZAR
           STOP RUN.
      *
           DISPLAY "   PROCESO DE RECIBOS DOMICILIADOS"
           DISPLAY "   Fecha: " WS-FECHA-ACTUAL
           DISPLAY "==========================================".
      *
      *    Anota en TOTCTL el inicio del paso para la hoja de
      *    control del job (BANCO-VALIDA-TOTALES).
       1300-INICIAR-TOTALES-PASO.
           MOVE SPACES TO WS-TPA-REGISTRO
           MOVE "BANCO-PROC-RECIBOS" TO WS-TPA-PROGRAMA
           MOVE "BANCRECB" TO WS-TPA-JOB
           MOVE "I" TO WS-TP-ACCION
           CALL "BANCO-TOTALES-PASO" USING WS-TP-ACCION
              WS-TPA-REGISTRO.
      *
      *    Anota en TOTCTL las cifras del paso y su codigo de
      *    retorno, que se conserva tras la llamada.
       1400-ANOTAR-TOTALES-PASO.
           IF NOT WS-REMESA-DUPLICADA
              MOVE WS-REMESA-NUM-REGS TO WS-TPA-LEIDOS
              MOVE WS-REMESA-IMPORTE TO WS-TPA-IMPORTE-LEIDO
              MOVE WS-RESTO-NUM-CARGADOS TO WS-TPA-ACEPTADOS
              MOVE WS-RESTO-IMP-CARGADO TO WS-TPA-IMPORTE-ACEPTADO
              MOVE WS-RESTO-NUM-DEVUELTOS TO WS-TPA-RECHAZADOS
              MOVE WS-RESTO-IMP-DEVUELTO TO WS-TPA-IMPORTE-RECHAZADO
              PERFORM VARYING WS-IDX-PRESENTADOR FROM 1 BY 1
                 UNTIL WS-IDX-PRESENTADOR > WS-NUM-PRESENTADORES
                 ADD WS-PRE-NUM-CARGADOS(WS-IDX-PRESENTADOR)
                    TO WS-TPA-ACEPTADOS
                 ADD WS-PRE-IMP-CARGADO(WS-IDX-PRESENTADOR)
                    TO WS-TPA-IMPORTE-ACEPTADO
                 ADD WS-PRE-NUM-DEVUELTOS(WS-IDX-PRESENTADOR)
                    TO WS-TPA-RECHAZADOS
                 ADD WS-PRE-IMP-DEVUELTO(WS-IDX-PRESENTADOR)
                    TO WS-TPA-IMPORTE-RECHAZADO
              END-PERFORM
              MOVE 'S' TO WS-TPA-CUADRE-ENTRADA
           END-IF
           MOVE RETURN-CODE TO WS-TPA-RC
           MOVE "F" TO WS-TP-ACCION
           CALL "BANCO-TOTALES-PASO" USING WS-TP-ACCION
              WS-TPA-REGISTRO
           MOVE WS-TPA-RC TO RETURN-CODE.
      *
      *    La fecha de cargo sigue el calendario bancario: en un
      *    sabado, domingo o festivo la remesa no se procesa
      *    y se aplaza al siguiente dia habil, en que debe relanzarse
      *    BANCRECB. No se toca ningun fichero, asi que el aplazamiento
      *    no deja huella en REMCHK.
       1500-COMPROBAR-DIA-HABIL.
           MOVE "S" TO WS-CAL-ACCION
           MOVE WS-FECHA-ACTUAL TO WS-CAL-FECHA
           CALL "BANCO-CALENDARIO" USING WS-CAL-ACCION WS-CAL-FECHA
              WS-CAL-FECHA-RESULTADO WS-CAL-HABIL WS-CAL-DIAS
              WS-CAL-DESCRIPCION
           IF WS-CAL-HABIL = 'N'
              DISPLAY " "
              DISPLAY "PROCESO APLAZADO: hoy es dia inhabil ("
                 WS-CAL-DESCRIPCION "); relanzar el dia habil "
                 WS-CAL-FECHA-RESULTADO
              MOVE 4 TO RETURN-CODE
              PERFORM 1400-ANOTAR-TOTALES-PASO
              PERFORM 9000-FINALIZAR
              STOP RUN
           END-IF.
      *
       2000-ABRIR-FICHEROS.
           OPEN I-O CUENTAS-FILE
           MOVE 'N' TO WS-CUENTA-ENCONTRADA
           MOVE 0 TO WS-NUM-ESPERAS
           MOVE 'N' TO WS-CUENTA-RESERVADA
           PERFORM 3110-CONVERTIR-CUENTA-CLIENTE
           PERFORM UNTIL WS-CUENTA-RESERVADA = 'S'
              OR WS-NUM-ESPERAS > WS-MAX-ESPERAS
              OR WS-MOTIVO-DEVOLUCION NOT = SPACES
              MOVE RCB-CUENTA-CLIENTE TO CTA-NUM-CUENTA
              READ CUENTAS-FILE WITH LOCK
                 INVALID KEY
              END-IF
           END-PERFORM
           IF WS-CUENTA-ENCONTRADA = 'N'
              IF WS-MOTIVO-DEVOLUCION = SPACES
                 IF WS-CUENTAS-STATUS = "99"
                    MOVE "CUENTA INEXISTENTE" TO WS-MOTIVO-DEVOLUCION
                 ELSE
                    MOVE "CUENTA EN USO POR OTRO OPERADOR"
                       TO WS-MOTIVO-DEVOLUCION
                 END-IF
              END-IF
           ELSE
              IF CTA-ESTADO NOT = "A"
              PERFORM 3300-DEVOLVER-RECIBO
           END-IF.
      *
      *    La cuenta del cliente puede venir como IBAN o en formato
      *    nacional: se pasa a la cuenta del maestro, que es la que
      *    usan el mandato, el apunte y la auditoria. Un IBAN que no
      *    supera la validacion devuelve el recibo con el motivo; la
      *    cuenta en formato nacional se deja como venia si no se
      *    puede convertir, y su lectura dira si existe.
       3110-CONVERTIR-CUENTA-CLIENTE.
           MOVE "V" TO WS-IB-ACCION
           IF RCB-IBAN-CLIENTE NOT = SPACES
              MOVE RCB-IBAN-CLIENTE TO WS-IB-IBAN
              CALL "BANCO-IBAN" USING WS-IB-ACCION WS-IB-CUENTA
                 WS-IB-IBAN WS-IB-IBAN-IMPRESO WS-IB-VALIDA
                 WS-IB-MOTIVO
              IF WS-IB-VALIDA = 'N'
                 MOVE SPACES TO WS-MOTIVO-DEVOLUCION
                 STRING "IBAN ERRONEO: " WS-IB-MOTIVO
                    DELIMITED BY SIZE INTO WS-MOTIVO-DEVOLUCION
              ELSE
                 MOVE WS-IB-CUENTA TO RCB-CUENTA-CLIENTE
              END-IF
           ELSE
              MOVE RCB-CUENTA-CLIENTE TO WS-IB-IBAN
              CALL "BANCO-IBAN" USING WS-IB-ACCION WS-IB-CUENTA
                 WS-IB-IBAN WS-IB-IBAN-IMPRESO WS-IB-VALIDA
                 WS-IB-MOTIVO
              IF WS-IB-VALIDA = 'S'
                 MOVE WS-IB-CUENTA TO RCB-CUENTA-CLIENTE
              END-IF
           END-IF.
      *
      *    Comprueba en el maestro MANDATOS que el titular haya
      *    autorizado al presentador a cargar recibos en la cuenta:
      *    solo un mandato en estado activo habilita el cargo. Si el
           MOVE WS-SALDO-NUEVO TO MOV-SALDO-DESPUES
           MOVE CTA-MONEDA TO MOV-MONEDA
           MOVE "BANCO-PROC-RECIBOS" TO MOV-PROGRAMA-ORIGEN
           MOVE "RECC" TO MOV-COD-OPERACION
           MOVE "R" TO MOV-CANAL
           MOVE WS-OPERADOR TO MOV-OPERADOR
           MOVE SPACE TO MOV-MARCA-EXTORNO
           WRITE MOV-REGISTRO
           PERFORM 7900-ANOTAR-APUNTE-PASO
           ADD RCB-IMPORTE TO WS-TOTAL-CARGADO-REMESA
           PERFORM 5100-ACUMULAR-PRESENTADOR
           IF WS-USAR-RESTO = 'S'
           MOVE CTA-SALDO-DISP TO MOV-SALDO-DESPUES
           MOVE CTA-MONEDA TO MOV-MONEDA
           MOVE "BANCO-PROC-RECIBOS" TO MOV-PROGRAMA-ORIGEN
           MOVE "GLRE" TO MOV-COD-OPERACION
           MOVE "L" TO MOV-CANAL
           MOVE WS-OPERADOR TO MOV-OPERADOR
           MOVE SPACE TO MOV-MARCA-EXTORNO
           WRITE MOV-REGISTRO
           PERFORM 7900-ANOTAR-APUNTE-PASO.
      *
      *    Da de alta al vuelo la cuenta interna puente de remesas,
      *    con saldo cero y titularidad del propio banco, la primera
              MOVE CTA-SALDO-DISP TO MOV-SALDO-DESPUES
              MOVE CTA-MONEDA TO MOV-MONEDA
              MOVE "BANCO-PROC-RECIBOS" TO MOV-PROGRAMA-ORIGEN
              MOVE "GLRL" TO MOV-COD-OPERACION
              MOVE "L" TO MOV-CANAL
              MOVE WS-OPERADOR TO MOV-OPERADOR
              MOVE SPACE TO MOV-MARCA-EXTORNO
              WRITE MOV-REGISTRO
              PERFORM 7900-ANOTAR-APUNTE-PASO
           END-IF.
      *
      *    Abono de la liquidacion en la cuenta del presentador, que
              MOVE CTA-SALDO-DISP TO MOV-SALDO-DESPUES
              MOVE CTA-MONEDA TO MOV-MONEDA
              MOVE "BANCO-PROC-RECIBOS" TO MOV-PROGRAMA-ORIGEN
              MOVE "RECL" TO MOV-COD-OPERACION
              MOVE "L" TO MOV-CANAL
              MOVE WS-OPERADOR TO MOV-OPERADOR
              MOVE SPACE TO MOV-MARCA-EXTORNO
              WRITE MOV-REGISTRO
              PERFORM 7900-ANOTAR-APUNTE-PASO
              MOVE WS-IMPORTE-LIQUIDACION TO WS-AUD-IMPORTE
              MOVE "REALIZADA" TO WS-AUD-RESULTADO
              MOVE "LIQUIDACION REMESA DE RECIBOS" TO WS-AUD-DETALLE
           ELSE
              MOVE SPACES TO ITC-ENTIDAD-DESTINO
           END-IF
      *    La cuenta puente no tiene IBAN; el del presentador se
      *    calcula de su codigo cuenta cliente
           MOVE SPACES TO ITC-IBAN-ORIGEN
           MOVE "C" TO WS-IB-ACCION
           MOVE WS-CUENTA-PRESENTADOR TO WS-IB-CUENTA
           CALL "BANCO-IBAN" USING WS-IB-ACCION WS-IB-CUENTA
              WS-IB-IBAN WS-IB-IBAN-IMPRESO WS-IB-VALIDA WS-IB-MOTIVO
           IF WS-IB-VALIDA = 'S'
              MOVE WS-IB-IBAN TO ITC-IBAN-DESTINO
           ELSE
              MOVE SPACES TO ITC-IBAN-DESTINO
           END-IF
           WRITE ITC-REGISTRO
           CLOSE TRANSOUT-FILE
           PERFORM 4350-ANOTAR-ESTADO-EMISION
           DISPLAY "Liquidacion emitida por intercambio a "
              WS-PRE-ID(WS-IDX-PRESENTADOR) ": "
              WS-IMPORTE-LIQUIDACION.
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
