      *               sembrando con la ultima foto del mes anterior,
      *               y cada dia natural del mes con saldo
      *               arrastrado negativo suma a la penalizacion.
      *   2026-10-15  Los apuntes llevan codigo de operacion del
      *               catalogo CODOPER y canal "L": IDES en el cargo al
      *               cliente y GLID en la cuenta interna de intereses.
      *   2026-10-15  El paso anota su inicio y sus cifras en el fichero
      *               de totales de control TOTCTL (BANCO-TOTALES-PASO),
      *               con cada apunte grabado en MOVIMIEN, para la hoja
      *               de control del job que emite BANCO-VALIDA-TOTALES.
      *================================================================*
      *
      *-------- BLOQUE 1: IDENTIFICATION DIVISION -------------------*
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
           PERFORM 1500-INICIAR-TOTALES-PASO
           PERFORM 2000-ABRIR-FICHEROS
           PERFORM 3000-RECORRER-SALDOHST
           PERFORM 6000-CONTRAPARTIDA-GL
           PERFORM 8900-CERRAR-FICHEROS
           PERFORM 1600-ANOTAR-TOTALES-PASO
           PERFORM 9000-FINALIZAR
           STOP RUN.
      *
                 END-IF
              END-IF
           END-IF.
      *
      *    Anota en TOTCTL el inicio del paso para la hoja de
      *    control del job (BANCO-VALIDA-TOTALES).
       1500-INICIAR-TOTALES-PASO.
           MOVE SPACES TO WS-TPA-REGISTRO
           MOVE "BANCO-INTERES-DESCUB" TO WS-TPA-PROGRAMA
           MOVE "BANCOMES" TO WS-TPA-JOB
           MOVE "I" TO WS-TP-ACCION
           CALL "BANCO-TOTALES-PASO" USING WS-TP-ACCION
              WS-TPA-REGISTRO.
      *
      *    Anota en TOTCTL las cifras del paso y su codigo de
      *    retorno, que se conserva tras la llamada.
       1600-ANOTAR-TOTALES-PASO.
           COMPUTE WS-TPA-LEIDOS = WS-NUM-CUENTAS-CARGADAS
              + WS-NUM-CUENTAS-OMITIDAS + WS-NUM-YA-CARGADAS
           MOVE WS-NUM-CUENTAS-CARGADAS TO WS-TPA-ACEPTADOS
           MOVE WS-TOTAL-PENALIZACIONES TO WS-TPA-IMPORTE-ACEPTADO
           MOVE RETURN-CODE TO WS-TPA-RC
           MOVE "F" TO WS-TP-ACCION
           CALL "BANCO-TOTALES-PASO" USING WS-TP-ACCION
              WS-TPA-REGISTRO
           MOVE WS-TPA-RC TO RETURN-CODE.
      *
       2000-ABRIR-FICHEROS.
           OPEN I-O CUENTAS-FILE
           MOVE CTA-SALDO-DISP TO MOV-SALDO-DESPUES
           MOVE CTA-MONEDA TO MOV-MONEDA
           MOVE "BANCO-INT-DESCUB" TO MOV-PROGRAMA-ORIGEN
           MOVE "IDES" TO MOV-COD-OPERACION
           MOVE "L" TO MOV-CANAL
           MOVE WS-OPERADOR TO MOV-OPERADOR
           MOVE SPACE TO MOV-MARCA-EXTORNO
           WRITE MOV-REGISTRO
           PERFORM 7900-ANOTAR-APUNTE-PASO.
      *
       4300-REGISTRAR-AUDITORIA.
           MOVE WS-IMPORTE-PENALIZA TO WS-AUD-IMPORTE
              MOVE CTA-SALDO-DISP TO MOV-SALDO-DESPUES
              MOVE CTA-MONEDA TO MOV-MONEDA
              MOVE "BANCO-INT-DESCUB" TO MOV-PROGRAMA-ORIGEN
              MOVE "GLID" TO MOV-COD-OPERACION
              MOVE "L" TO MOV-CANAL
              MOVE WS-OPERADOR TO MOV-OPERADOR
              MOVE SPACE TO MOV-MARCA-EXTORNO
              WRITE MOV-REGISTRO
              PERFORM 7900-ANOTAR-APUNTE-PASO
           END-IF.
      *
       6100-CREAR-CUENTA-GL.
           MOVE "A" TO CTA-ESTADO
           MOVE 0 TO CTA-DESCUBIERTO-AUT
           WRITE CTA-REGISTRO.
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
