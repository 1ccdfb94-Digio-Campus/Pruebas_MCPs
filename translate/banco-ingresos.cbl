      *               supervisor que autorizo, para el informe
      *               diario de quien autorizo a quien, igual que
      *               el resto de programas de ventanilla.
      *   2026-10-15  Modalidad de ingreso de cheque de otra entidad:
      *               se piden la entidad librada (validada contra
      *               ENTIDADS) y el numero de cheque, el importe se
      *               abona como saldo no disponible (CTA-SALDO-RET)
      *               hasta la fecha de compensacion, el cheque queda
      *               en CHEQUES y se presenta al cobro en CHQCOMP.
      *               El cheque no es efectivo y no se acumula en la
      *               caja del cajero. BANCO-COMPENSA-CHEQUES libera
      *               el importe o deshace el abono si se devuelve.
      *   2026-10-15  La fecha de compensacion del cheque se cuenta
      *               en dias habiles del calendario bancario
      *               (BANCO-CALENDARIO) en lugar de dias naturales.
      *   2026-10-15  El apunte lleva codigo de operacion del catalogo
      *               CODOPER, INGE en efectivo e INGC en cheque, y
      *               canal "O"; la declaracion de efectivo ya no toma
      *               los cheques como efectivo.
      *   2026-10-15  Cuando corre como paso del cierre en curso (accion
      *               E de BANCO-CONTROL-CIERRE) anota su inicio y sus
      *               cifras en el fichero de totales de control TOTCTL
      *               (BANCO-TOTALES-PASO), con cada apunte grabado en
      *               MOVIMIEN, para la hoja de control del job que
      *               emite BANCO-VALIDA-TOTALES; desde ventanilla no
      *               anota nada.
      *   2026-10-15  El ingreso de cheque graba CHEQUES y CHQCOMP
      *               antes del checkpoint INGCHK: un corte entre los
      *               dos dejaba el retenido en la cuenta sin cheque
      *               que lo liberara, y la reanudacion lo saltaba.
      *================================================================*
      *
      *-------- BLOQUE 1: IDENTIFICATION DIVISION -------------------*
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS CAJ-CLAVE
              FILE STATUS IS WS-CAJA-STATUS.
      *
           SELECT CHEQUES-FILE ASSIGN TO "CHEQUES"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS CHQ-CLAVE
              ALTERNATE RECORD KEY IS CHQ-NUM-CUENTA WITH DUPLICATES
              FILE STATUS IS WS-CHEQUES-STATUS.
      *
           SELECT CHQCOMP-FILE ASSIGN TO "CHQCOMP"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-CHQCOMP-STATUS.
      *
           SELECT ENTIDADES-FILE ASSIGN TO "ENTIDADS"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-ENTIDADES-STATUS.
      *
      *-------- BLOQUE 3: DATA DIVISION -----------------------------*
       DATA DIVISION.
      *
       FD  CAJA-FILE.
           COPY "caja.cpy".
      *
       FD  CHEQUES-FILE.
           COPY "cheque.cpy".
      *
       FD  CHQCOMP-FILE.
           COPY "chqcomp.cpy".
      *
       FD  ENTIDADES-FILE.
           COPY "entidad.cpy".
      *
       WORKING-STORAGE SECTION.
      *
          88 WS-INGCHK-NUEVO        VALUE "35".
       01 WS-CAJA-STATUS        PIC X(02).
          88 WS-CAJA-OK             VALUE "00".
       01 WS-CHEQUES-STATUS     PIC X(02).
          88 WS-CHEQUES-OK          VALUE "00".
          88 WS-CHEQUES-NUEVO       VALUE "35".
       01 WS-CHQCOMP-STATUS     PIC X(02).
          88 WS-CHQCOMP-OK          VALUE "00".
       01 WS-ENTIDADES-STATUS   PIC X(02).
          88 WS-ENTIDADES-OK        VALUE "00".
      *
      *--- Ingreso de cheque de otra entidad ---
       01 WS-MODALIDAD-INGRESO  PIC X(01) VALUE "E".
          88 WS-INGRESO-EFECTIVO    VALUE "E".
          88 WS-INGRESO-CHEQUE      VALUE "C".
       01 WS-CHQ-ENTIDAD        PIC X(04).
       01 WS-CHQ-NUMERO         PIC X(10).
       01 WS-MODALIDAD-VALIDA   PIC X VALUE 'N'.
       01 WS-SUMA-CHEQUES       PIC 9(10)V99 VALUE 0.
      *--- Dias habiles hasta la compensacion del cheque ---
       01 WS-DIAS-COMPENSACION  PIC 9(02) VALUE 2.
       01 WS-FECHA-COMPENSA.
          05 WS-CMP-ANO         PIC 9(04).
          05 WS-CMP-MES         PIC 9(02).
          05 WS-CMP-DIA         PIC 9(02).
       01 WS-DIAS-MES           PIC 9(02).
       01 WS-RESTO-BISIESTO     PIC 9(04) VALUE 0.
       01 WS-COCIENTE-BISIESTO  PIC 9(04) VALUE 0.
       01 WS-ANO-BISIESTO       PIC X VALUE 'N'.
      *
      *--- Entidades libradas admitidas (fichero ENTIDADS) ---
       01 WS-MAX-ENTIDADES      PIC 9(03) VALUE 100.
       01 WS-NUM-ENTIDADES      PIC 9(03) VALUE 0.
       01 WS-IDX-ENTIDAD        PIC 9(03) VALUE 0.
       01 WS-TABLA-ENTIDADES.
          05 WS-ENT-ENTRY OCCURS 100 TIMES.
             10 WS-ENT-CODIGO   PIC X(04).
       01 WS-ENTIDAD-ADMITIDA   PIC X VALUE 'N'.
      *
      *--- Caja de efectivo del cajero (ver BANCO-CAJA) ---
       01 WS-ID-CAJERO          PIC X(08).
      *--- Sesion de operador (ver BANCO-CONTROL-ACCESO) ---
       01 WS-CA-ACCION          PIC X(01).
       01 WS-OPERADOR           PIC X(08) VALUE SPACES.
      *
      *--- Consulta al calendario (ver BANCO-CALENDARIO) ---
       01 WS-CAL-ACCION         PIC X(01).
       01 WS-CAL-FECHA          PIC X(10).
       01 WS-CAL-FECHA-RESULTADO PIC X(10).
       01 WS-CAL-HABIL          PIC X(01).
       01 WS-CAL-DIAS           PIC 9(03).
       01 WS-CAL-DESCRIPCION    PIC X(30).
       01 WS-NIVEL-OPERADOR     PIC 9(01) VALUE 0.
       01 WS-LIMITE-OPERADOR    PIC 9(10)V99 VALUE 0.
       01 WS-CA-IMPORTE         PIC 9(10)V99 VALUE 0.
          05 WS-INGRESO-ENTRY OCCURS 100 TIMES.
             10 WS-ING-IMPORTE  PIC 9(8)V99.
             10 WS-ING-CONCEPTO PIC X(30).
             10 WS-ING-MODALIDAD PIC X(01).
      *
      *--- Datos para la linea de auditoria ---
       01 WS-AUD-PROGRAMA        PIC X(20) VALUE "BANCO-INGRESOS".
       01 WS-AUD-RESULTADO       PIC X(10).
       01 WS-AUD-DETALLE         PIC X(40).
      *
      *--- Control de cierre (ver BANCO-CONTROL-CIERRE) ---
       01 WS-CC-ACCION             PIC X(01).
       01 WS-CC-PASO               PIC 9(02) VALUE 10.
       01 WS-CC-PASO-ANTERIOR      PIC 9(02) VALUE 05.
       01 WS-CC-PERMITIDO          PIC X(01).
       01 WS-CC-MENSAJE            PIC X(60).
      *
      *--- Totales del paso (ver BANCO-TOTALES-PASO) ---
       01 WS-TP-ACCION             PIC X(01).
       01 WS-TP-EN-CIERRE          PIC X(01) VALUE 'N'.
           COPY "totctl.cpy"
              REPLACING LEADING ==TOT-== BY ==WS-TPA-==.
      *
      *-------- BLOQUE 4: PROCEDURE DIVISION ------------------------*
       PROCEDURE DIVISION.
      *
       0000-PRINCIPAL.
           PERFORM 1000-INICIALIZAR
           PERFORM 1050-INICIAR-SESION
           PERFORM 1300-INICIAR-TOTALES-PASO
           PERFORM 1500-ABRIR-FICHEROS
           PERFORM 1800-LOCALIZAR-CAJA
           PERFORM 2000-PEDIR-DATOS-CUENTA
              END-IF
           END-IF
           PERFORM 8900-CERRAR-FICHEROS
           PERFORM 1400-ANOTAR-TOTALES-PASO
           PERFORM 9000-FINALIZAR
           STOP RUN.
      *
              PERFORM 9000-FINALIZAR
              STOP RUN
           END-IF.
      *
      *    Si el programa corre como paso del cierre en curso (y no
      *    desde ventanilla), anota en TOTCTL el inicio del paso para
      *    la hoja de control del job (BANCO-VALIDA-TOTALES).
       1300-INICIAR-TOTALES-PASO.
           MOVE "E" TO WS-CC-ACCION
           CALL "BANCO-CONTROL-CIERRE" USING WS-CC-ACCION WS-CC-PASO
              WS-CC-PASO-ANTERIOR WS-CC-PERMITIDO WS-CC-MENSAJE
           MOVE WS-CC-PERMITIDO TO WS-TP-EN-CIERRE
           IF WS-TP-EN-CIERRE = 'S'
              MOVE SPACES TO WS-TPA-REGISTRO
              MOVE "BANCO-INGRESOS" TO WS-TPA-PROGRAMA
              MOVE "BANCIERR" TO WS-TPA-JOB
              MOVE "I" TO WS-TP-ACCION
              CALL "BANCO-TOTALES-PASO" USING WS-TP-ACCION
                 WS-TPA-REGISTRO
           END-IF.
      *
      *    Anota en TOTCTL las cifras del paso y su codigo de
      *    retorno, que se conserva tras la llamada.
       1400-ANOTAR-TOTALES-PASO.
           IF WS-TP-EN-CIERRE = 'S'
              MOVE WS-NUM-INGRESOS TO WS-TPA-LEIDOS
              MOVE WS-SUMA-TOTAL TO WS-TPA-IMPORTE-LEIDO
              MOVE WS-NUM-INGRESOS TO WS-TPA-ACEPTADOS
              MOVE WS-SUMA-TOTAL TO WS-TPA-IMPORTE-ACEPTADO
              MOVE RETURN-CODE TO WS-TPA-RC
              MOVE "F" TO WS-TP-ACCION
              CALL "BANCO-TOTALES-PASO" USING WS-TP-ACCION
                 WS-TPA-REGISTRO
              MOVE WS-TPA-RC TO RETURN-CODE
           END-IF.
      *
       1500-ABRIR-FICHEROS.
           OPEN I-O CUENTAS-FILE
           OPEN I-O CAJA-FILE
           IF WS-CAJA-OK
              MOVE 'S' TO WS-CAJA-FILE-ABIERTO
           END-IF
           OPEN I-O CHEQUES-FILE
           IF WS-CHEQUES-NUEVO
              OPEN OUTPUT CHEQUES-FILE
              CLOSE CHEQUES-FILE
              OPEN I-O CHEQUES-FILE
           END-IF
           OPEN EXTEND CHQCOMP-FILE
           IF NOT WS-CHQCOMP-OK
              OPEN OUTPUT CHQCOMP-FILE
           END-IF
           PERFORM 1600-CARGAR-ENTIDADES.
      *
      *    Carga la tabla de entidades de contrapartida admitidas,
      *    contra la que se valida la entidad librada de un cheque;
      *    sin fichero ENTIDADS no se admite ningun cheque, igual
      *    que BANCO-VALIDA-CUENTA-EXT con las transferencias.
       1600-CARGAR-ENTIDADES.
           MOVE 0 TO WS-NUM-ENTIDADES
           OPEN INPUT ENTIDADES-FILE
           IF WS-ENTIDADES-OK
              PERFORM UNTIL NOT WS-ENTIDADES-OK
                 READ ENTIDADES-FILE
                    AT END
                       MOVE "10" TO WS-ENTIDADES-STATUS
                    NOT AT END
                       IF WS-NUM-ENTIDADES < WS-MAX-ENTIDADES
                          ADD 1 TO WS-NUM-ENTIDADES
                          MOVE ENT-CODIGO TO
                             WS-ENT-CODIGO(WS-NUM-ENTIDADES)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE ENTIDADES-FILE
           END-IF.
      *
      *    Localiza la caja de efectivo abierta hoy por el cajero con
                          WS-ING-IMPORTE(WS-NUM-YA-CAPTURADOS)
                       MOVE ICK-CONCEPTO TO
                          WS-ING-CONCEPTO(WS-NUM-YA-CAPTURADOS)
                       IF ICK-MODALIDAD = "C"
                          MOVE "C" TO
                             WS-ING-MODALIDAD(WS-NUM-YA-CAPTURADOS)
                       ELSE
                          MOVE "E" TO
                             WS-ING-MODALIDAD(WS-NUM-YA-CAPTURADOS)
                       END-IF
                    END-IF
                 END-IF
              END-IF
              ACCEPT WS-IMPORTE-INGRESO
              DISPLAY "Concepto del ingreso: "
              ACCEPT WS-ING-CONCEPTO(WS-CONTADOR)
              PERFORM 3020-PEDIR-MODALIDAD
              IF WS-MODALIDAD-VALIDA = 'S'
                 PERFORM 3050-AUTORIZAR-IMPORTE
              ELSE
                 MOVE 'N' TO WS-OPERACION-AUTORIZADA
              END-IF
              IF WS-OPERACION-AUTORIZADA = 'S'
                 PERFORM 3080-BLOQUEAR-REGISTRO-CUENTA
              END-IF
                 AND WS-CUENTA-RESERVADA = 'S'
                 MOVE WS-IMPORTE-INGRESO
                    TO WS-ING-IMPORTE(WS-CONTADOR)
                 MOVE WS-MODALIDAD-INGRESO
                    TO WS-ING-MODALIDAD(WS-CONTADOR)
                 ADD 1 TO WS-NUM-INGRESOS
                 PERFORM 3100-APLICAR-INGRESO
              ELSE
                 IF WS-MODALIDAD-VALIDA = 'S'
                    AND WS-OPERACION-AUTORIZADA = 'N'
                    DISPLAY "Ingreso no autorizado; se descarta."
                 END-IF
                 SUBTRACT 1 FROM WS-CONTADOR
              ACCEPT WS-CONTINUAR
           END-PERFORM.
      *
      *    Modalidad del ingreso: efectivo (por defecto) o cheque de
      *    otra entidad. Del cheque se piden la entidad librada, que
      *    debe figurar en ENTIDADS, y el numero; un cheque ya
      *    ingresado antes (misma entidad y numero en CHEQUES) se
      *    rechaza. El efectivo se da siempre por valido.
       3020-PEDIR-MODALIDAD.
           MOVE 'S' TO WS-MODALIDAD-VALIDA
           DISPLAY "Modalidad (E=efectivo, C=cheque; en blanco = E): "
           ACCEPT WS-MODALIDAD-INGRESO
           IF WS-MODALIDAD-INGRESO = SPACE
              OR WS-MODALIDAD-INGRESO = "e"
              MOVE "E" TO WS-MODALIDAD-INGRESO
           END-IF
           IF WS-MODALIDAD-INGRESO = "c"
              MOVE "C" TO WS-MODALIDAD-INGRESO
           END-IF
           IF WS-INGRESO-CHEQUE
              DISPLAY "Entidad librada del cheque (4 cifras): "
              ACCEPT WS-CHQ-ENTIDAD
              DISPLAY "Numero de cheque: "
              ACCEPT WS-CHQ-NUMERO
              PERFORM 3030-VALIDAR-CHEQUE
           ELSE
              IF NOT WS-INGRESO-EFECTIVO
                 DISPLAY "ERROR: modalidad no valida; el ingreso "
                    "se descarta."
                 MOVE 'N' TO WS-MODALIDAD-VALIDA
              END-IF
           END-IF.
      *
       3030-VALIDAR-CHEQUE.
           MOVE 'N' TO WS-ENTIDAD-ADMITIDA
           PERFORM VARYING WS-IDX-ENTIDAD FROM 1 BY 1
              UNTIL WS-IDX-ENTIDAD > WS-NUM-ENTIDADES
              IF WS-ENT-CODIGO(WS-IDX-ENTIDAD) = WS-CHQ-ENTIDAD
                 MOVE 'S' TO WS-ENTIDAD-ADMITIDA
              END-IF
           END-PERFORM
           IF WS-ENTIDAD-ADMITIDA = 'N'
              DISPLAY "ERROR: entidad librada " WS-CHQ-ENTIDAD
                 " desconocida; el cheque no se admite."
              MOVE 'N' TO WS-MODALIDAD-VALIDA
           END-IF
           IF WS-MODALIDAD-VALIDA = 'S'
              AND (WS-CHQ-NUMERO = SPACES OR WS-IMPORTE-INGRESO = 0)
              DISPLAY "ERROR: falta el numero o el importe del "
                 "cheque; el cheque no se admite."
              MOVE 'N' TO WS-MODALIDAD-VALIDA
           END-IF
           IF WS-MODALIDAD-VALIDA = 'S'
              MOVE WS-CHQ-ENTIDAD TO CHQ-ENTIDAD
              MOVE WS-CHQ-NUMERO TO CHQ-NUM-CHEQUE
              READ CHEQUES-FILE
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    DISPLAY "ERROR: el cheque " WS-CHQ-NUMERO
                       " de la entidad " WS-CHQ-ENTIDAD
                       " ya se ingreso el " CHQ-FECHA-INGRESO
                       " en la cuenta " CHQ-NUM-CUENTA "."
                    MOVE 'N' TO WS-MODALIDAD-VALIDA
              END-READ
           END-IF.
      *
      *    Un importe por encima de la autoridad del operador exige
      *    la autorizacion de un supervisor, que queda auditada.
       3050-AUTORIZAR-IMPORTE.
      *    bloqueo en 3080, sobre cuyo saldo se recalcula) y deja
      *    constancia de el en el fichero de movimientos compartido;
      *    el REWRITE libera el bloqueo.
      *    El cheque se abona como saldo no disponible hasta su
      *    fecha de compensacion: suma en CTA-SALDO-RET, con su
      *    apunte de ingreso, para que el cuadre diario siga casando
      *    los movimientos con disponible mas retenido.
       3100-APLICAR-INGRESO.
           IF WS-INGRESO-CHEQUE
              ADD WS-IMPORTE-INGRESO TO CTA-SALDO-RET
           ELSE
              ADD WS-IMPORTE-INGRESO TO CTA-SALDO-DISP
           END-IF
           MOVE CTA-SALDO-DISP TO WS-SALDO-ACTUAL
           REWRITE CTA-REGISTRO
           PERFORM 3200-OBTENER-SIGUIENTE-SECUENCIA
           MOVE WS-SALDO-ACTUAL TO MOV-SALDO-DESPUES
           MOVE CTA-MONEDA TO MOV-MONEDA
           MOVE "BANCO-INGRESOS" TO MOV-PROGRAMA-ORIGEN
           IF WS-INGRESO-CHEQUE
              MOVE "INGC" TO MOV-COD-OPERACION
           ELSE
              MOVE "INGE" TO MOV-COD-OPERACION
           END-IF
           MOVE "O" TO MOV-CANAL
           MOVE WS-OPERADOR TO MOV-OPERADOR
           MOVE SPACE TO MOV-MARCA-EXTORNO
           WRITE MOV-REGISTRO
           PERFORM 7900-ANOTAR-APUNTE-PASO
           PERFORM 3300-REGISTRAR-AUDITORIA
      *    El cheque queda anotado antes del checkpoint: un ingreso
      *    dado por aplicado en INGCHK tiene siempre su cheque en
      *    CHEQUES y CHQCOMP, que es lo que libera o anula el
      *    retenido.
           IF WS-INGRESO-CHEQUE
              PERFORM 3600-REGISTRAR-CHEQUE
              PERFORM 3400-GRABAR-CHECKPOINT
           ELSE
              PERFORM 3400-GRABAR-CHECKPOINT
              PERFORM 3500-ACUMULAR-EN-CAJA
           END-IF.
      *
      *    Acumula el ingreso en efectivo en la caja del cajero; el
      *    registro de CAJA queda leido desde 1800-LOCALIZAR-CAJA y
           MOVE WS-IMPORTE-INGRESO TO ICK-IMPORTE
           MOVE WS-ING-CONCEPTO(WS-CONTADOR) TO ICK-CONCEPTO
           MOVE "A" TO ICK-ESTADO
           MOVE WS-MODALIDAD-INGRESO TO ICK-MODALIDAD
           WRITE ICK-REGISTRO.
      *
      *    Anota el cheque en CHEQUES, pendiente de compensacion
      *    hasta la fecha calculada, y lo presenta al cobro en el
      *    fichero de intercambio CHQCOMP.
       3600-REGISTRAR-CHEQUE.
           PERFORM 3700-CALCULAR-FECHA-COMPENSA
           MOVE WS-CHQ-ENTIDAD TO CHQ-ENTIDAD
           MOVE WS-CHQ-NUMERO TO CHQ-NUM-CHEQUE
           MOVE WS-NUMERO-CUENTA TO CHQ-NUM-CUENTA
           MOVE WS-IMPORTE-INGRESO TO CHQ-IMPORTE
           MOVE CTA-MONEDA TO CHQ-MONEDA
           MOVE WS-FECHA-ACTUAL TO CHQ-FECHA-INGRESO
           MOVE WS-FECHA-COMPENSA TO CHQ-FECHA-COMPENSA
           MOVE WS-OPERADOR TO CHQ-OPERADOR
           MOVE "P" TO CHQ-ESTADO
           MOVE WS-FECHA-ACTUAL TO CHQ-FECHA-ESTADO
           MOVE SPACES TO CHQ-MOTIVO-DEVOLUCION
           WRITE CHQ-REGISTRO
           MOVE WS-FECHA-ACTUAL TO CCO-FECHA
           MOVE WS-CHQ-ENTIDAD TO CCO-ENTIDAD
           MOVE WS-CHQ-NUMERO TO CCO-NUM-CHEQUE
           MOVE WS-IMPORTE-INGRESO TO CCO-IMPORTE
           MOVE CTA-MONEDA TO CCO-MONEDA
           MOVE WS-NUMERO-CUENTA TO CCO-CUENTA-ABONO
           MOVE WS-FECHA-COMPENSA TO CCO-FECHA-COMPENSA
           MOVE SPACES TO CCO-OBSERVACIONES
           WRITE CCO-REGISTRO
           DISPLAY "Cheque pendiente de compensacion hasta el "
              WS-FECHA-COMPENSA "; el importe no es disponible "
              "hasta entonces.".
      *
      *    Fecha de compensacion: hoy mas los dias habiles de la
      *    camara. Cada dia se suma con cambio de mes y de ano y se
      *    lleva al siguiente dia habil con BANCO-CALENDARIO.
       3700-CALCULAR-FECHA-COMPENSA.
           MOVE WS-FECHA-ACTUAL(1:4) TO WS-CMP-ANO
           MOVE WS-FECHA-ACTUAL(5:2) TO WS-CMP-MES
           MOVE WS-FECHA-ACTUAL(7:2) TO WS-CMP-DIA
           PERFORM 3705-SUMAR-DIA-HABIL WS-DIAS-COMPENSACION TIMES.
      *
       3705-SUMAR-DIA-HABIL.
           PERFORM 3710-SUMAR-UN-DIA
           MOVE "S" TO WS-CAL-ACCION
           MOVE WS-FECHA-COMPENSA TO WS-CAL-FECHA
           CALL "BANCO-CALENDARIO" USING WS-CAL-ACCION WS-CAL-FECHA
              WS-CAL-FECHA-RESULTADO WS-CAL-HABIL WS-CAL-DIAS
              WS-CAL-DESCRIPCION
           MOVE WS-CAL-FECHA-RESULTADO(1:8) TO WS-FECHA-COMPENSA.
      *
       3710-SUMAR-UN-DIA.
           PERFORM 3720-DIAS-DEL-MES
           IF WS-CMP-DIA < WS-DIAS-MES
              ADD 1 TO WS-CMP-DIA
           ELSE
              MOVE 1 TO WS-CMP-DIA
              IF WS-CMP-MES = 12
                 MOVE 1 TO WS-CMP-MES
                 ADD 1 TO WS-CMP-ANO
              ELSE
                 ADD 1 TO WS-CMP-MES
              END-IF
           END-IF.
      *
       3720-DIAS-DEL-MES.
           EVALUATE WS-CMP-MES
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
                 PERFORM 3730-COMPROBAR-BISIESTO
                 IF WS-ANO-BISIESTO = 'S'
                    MOVE 29 TO WS-DIAS-MES
                 ELSE
                    MOVE 28 TO WS-DIAS-MES
                 END-IF
           END-EVALUATE.
      *
      *    Ano bisiesto: divisible por 4 y no por 100, salvo los
      *    divisibles por 400.
       3730-COMPROBAR-BISIESTO.
           MOVE 'N' TO WS-ANO-BISIESTO
           DIVIDE WS-CMP-ANO BY 4 GIVING WS-COCIENTE-BISIESTO
              REMAINDER WS-RESTO-BISIESTO
           IF WS-RESTO-BISIESTO = 0
              MOVE 'S' TO WS-ANO-BISIESTO
              DIVIDE WS-CMP-ANO BY 100 GIVING WS-COCIENTE-BISIESTO
                 REMAINDER WS-RESTO-BISIESTO
              IF WS-RESTO-BISIESTO = 0
                 MOVE 'N' TO WS-ANO-BISIESTO
                 DIVIDE WS-CMP-ANO BY 400
                    GIVING WS-COCIENTE-BISIESTO
                    REMAINDER WS-RESTO-BISIESTO
                 IF WS-RESTO-BISIESTO = 0
                    MOVE 'S' TO WS-ANO-BISIESTO
                 END-IF
              END-IF
           END-IF.
      *
       3300-REGISTRAR-AUDITORIA.
           MOVE WS-IMPORTE-INGRESO TO WS-AUD-IMPORTE
           MOVE "REALIZADA" TO WS-AUD-RESULTADO
           IF WS-INGRESO-CHEQUE
              MOVE SPACES TO WS-AUD-DETALLE
              STRING "INGRESO CHEQUE " WS-CHQ-ENTIDAD " "
                 WS-CHQ-NUMERO DELIMITED BY SIZE INTO WS-AUD-DETALLE
           ELSE
              MOVE WS-ING-CONCEPTO(WS-CONTADOR) TO WS-AUD-DETALLE
           END-IF
           CALL "BANCO-AUDITORIA-MOTOR" USING WS-AUD-PROGRAMA
              WS-NUMERO-CUENTA SPACES WS-AUD-IMPORTE
              WS-AUD-RESULTADO WS-AUD-DETALLE WS-OPERADOR.
      *--- Calcular suma total ---
       4000-CALCULAR-TOTAL.
           MOVE 0 TO WS-SUMA-TOTAL
           MOVE 0 TO WS-SUMA-CHEQUES
           PERFORM VARYING WS-CONTADOR FROM 1 BY 1
              UNTIL WS-CONTADOR > WS-NUM-INGRESOS
              ADD WS-ING-IMPORTE(WS-CONTADOR)
                 TO WS-SUMA-TOTAL
              IF WS-ING-MODALIDAD(WS-CONTADOR) = "C"
                 ADD WS-ING-IMPORTE(WS-CONTADOR)
                    TO WS-SUMA-CHEQUES
              END-IF
           END-PERFORM.
      *
      *--- Mostrar resumen de ingresos ---
              UNTIL WS-CONTADOR > WS-NUM-INGRESOS
              DISPLAY "  Ingreso #" WS-CONTADOR
                 ": " WS-ING-IMPORTE(WS-CONTADOR)
                 " " WS-ING-MODALIDAD(WS-CONTADOR)
                 " - " WS-ING-CONCEPTO(WS-CONTADOR)
           END-PERFORM
           DISPLAY "------------------------------------------"
           DISPLAY "Numero de ingresos: " WS-NUM-INGRESOS
           DISPLAY "SUMA TOTAL:         " WS-SUMA-TOTAL
           DISPLAY "  de ella en cheque:" WS-SUMA-CHEQUES
              " (pendiente de compensacion)"
           DISPLAY "Nuevo saldo cuenta: " WS-SALDO-ACTUAL
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
           CLOSE INGCHK-FILE
           IF WS-CAJA-FILE-ABIERTO = 'S'
              CLOSE CAJA-FILE
           END-IF
           CLOSE CHEQUES-FILE
           CLOSE CHQCOMP-FILE.
      *
      *--- Finalizar programa ---
       9000-FINALIZAR.
