      *               ITC-ENTIDAD-DESTINO del intercambio; antes un
      *               error de tecleo salia por TRANSOUT como si
      *               fuera una cuenta de otro banco.
      *   2026-10-15  Los apuntes llevan codigo de operacion del
      *               catalogo CODOPER y canal: TRFE/TRFR en la
      *               transferencia de ventanilla (canal "O"),
      *               ORDE/ORDR en las ordenes permanentes del lote
      *               (canal "L") y GLCO en el abono de la comision.
      *   2026-10-15  El pago del saldo de una cuenta liquidada por
      *               BANCO-LIQUIDA-CUENTA graba LQTE/LQTR, no cobra
      *               comision, no consume limites y admite una
      *               cuenta origen inactiva.
      *   2026-10-15  Cada apunte grabado en MOVIMIEN se anota en los
      *               totales del paso de job en curso
      *               (BANCO-TOTALES-PASO), para que la hoja de
      *               control del job cuadre los apuntes de las
      *               transferencias y ordenes del lote.
      *   2026-10-15  Nuevo parametro TM-IBAN-DESTINO con el IBAN de
      *               la cuenta destino tal como lo recibio el
      *               llamador (en blanco si la cuenta se tecleo en
      *               formato nacional). Una cuenta destino de otro
      *               pais de la UE se valida con BANCO-IBAN (pais,
      *               longitud y modulo 97) en lugar del codigo cuenta
      *               cliente y sale por el intercambio sin entidad; a
      *               una de otro banco espanol se le calcula el IBAN.
      *               El registro de TRANSOUT lleva el IBAN de origen
      *               y el de destino, y el parametro vuelve con el
      *               IBAN del destino.
      *   2026-10-15  El reparto de la herencia de un cliente fallecido
      *               (BANCO-REPARTO-HERENCIA) paga como la
      *               liquidacion, sin comision ni limites, con sus
      *               codigos HERE/HERR, y admite la cuenta origen
      *               bloqueada por testamentaria (estado T).
      *================================================================*
      *
      *-------- BLOQUE 1: IDENTIFICATION DIVISION -------------------*
       01 WS-ESTADO-ORIGEN       PIC X(01).
       01 WS-ESTADO-DESTINO      PIC X(01).
       01 WS-DESTINO-EXTERNA     PIC X VALUE 'N'.
       01 WS-PAGO-LIQUIDACION    PIC X VALUE 'N'.
       01 WS-PAGO-HERENCIA       PIC X VALUE 'N'.
      *
      *--- Validacion de cuenta externa (BANCO-VALIDA-CUENTA-EXT) ---
       01 WS-VE-VALIDA           PIC X(01).
       01 WS-VE-MOTIVO           PIC X(40).
       01 WS-VE-ENTIDAD          PIC X(04) VALUE SPACES.
      *
      *--- IBAN de las cuentas (BANCO-IBAN) ---
       01 WS-IB-ACCION           PIC X(01).
       01 WS-IB-CUENTA           PIC X(20).
       01 WS-IB-IBAN             PIC X(34).
       01 WS-IB-IBAN-IMPRESO     PIC X(42).
       01 WS-IB-VALIDA           PIC X(01).
       01 WS-IB-MOTIVO           PIC X(40).
      *
      *--- Bloqueo de registro con reintento ---
       01 WS-MAX-ESPERAS         PIC 9(02) VALUE 10.
       01 WS-NUM-ESPERAS         PIC 9(02) VALUE 0.
      *
      *--- Cuenta interna de ingresos por comisiones ---
       01 WS-CTA-GL-COMISIONES   PIC X(20) VALUE "INT-COMISIONES".
      *
      *--- Codigo de operacion y canal de los apuntes (CODOPER) ---
       01 WS-COD-CARGO           PIC X(04).
       01 WS-COD-ABONO           PIC X(04).
       01 WS-CANAL-MOTOR         PIC X(01).
       01 WS-SIGUIENTE-SECUENCIA PIC 9(06) VALUE 0.
       01 WS-LIMITE-DIARIO       PIC 9(10)V99 VALUE 0.
       01 WS-LIMITE-MENSUAL      PIC 9(10)V99 VALUE 0.
       01 WS-AUD-RESULTADO       PIC X(10).
       01 WS-AUD-DETALLE         PIC X(40).
      *
      *--- Totales del paso (ver BANCO-TOTALES-PASO) ---
       01 WS-TP-ACCION           PIC X(01).
      *
      *-------- BLOQUE 4: LINKAGE SECTION -----------------------------*
       LINKAGE SECTION.
      *
       01 TM-SOLO-VALIDAR          PIC X.
       01 TM-OPERADOR              PIC X(08).
       01 TM-PLAN-PRECIOS          PIC X(04).
       01 TM-IBAN-DESTINO          PIC X(34).
      *
      *-------- BLOQUE 5: PROCEDURE DIVISION ------------------------*
       PROCEDURE DIVISION USING TM-PROGRAMA-ORIGEN TM-CUENTA-ORIGEN
           TM-MOTIVO TM-COMISION TM-MONEDA-ORIGEN TM-MONEDA-DESTINO
           TM-TASA-CAMBIO TM-IMPORTE-ABONO TM-SALDO-ORIGEN-DESPUES
           TM-SALDO-DESTINO-DESPUES TM-SOLO-VALIDAR TM-OPERADOR
           TM-PLAN-PRECIOS TM-IBAN-DESTINO.
      *
      *    Cuando TM-SOLO-VALIDAR = 'S' (consulta previa a la
      *    confirmacion del operador en BANCO-TRANSFERENCIA) solo se
       1000-INICIALIZAR.
           ACCEPT WS-FECHA-ACTUAL FROM DATE YYYYMMDD
           ACCEPT WS-HORA-ACTUAL FROM TIME
           MOVE SPACES TO TM-MOTIVO
           PERFORM 1100-ASIGNAR-COD-OPERACION.
      *
      *    Las ordenes permanentes del lote se distinguen en MOVIMIEN
      *    de las transferencias de ventanilla por su codigo de
      *    operacion y su canal; ambas pertenecen al grupo TRANSFER
      *    del catalogo y consumen los limites. El pago del saldo de
      *    una cuenta que se liquida (BANCO-LIQUIDA-CUENTA) lleva sus
      *    propios codigos LQTE/LQTR: no es una transferencia del
      *    cliente, no cobra comision ni consume limites y puede
      *    salir de una cuenta inactiva. El reparto de una herencia
      *    (BANCO-REPARTO-HERENCIA) sigue las mismas reglas con sus
      *    codigos HERE/HERR y sale de la cuenta del fallecido,
      *    bloqueada por testamentaria.
       1100-ASIGNAR-COD-OPERACION.
           MOVE 'N' TO WS-PAGO-LIQUIDACION
           MOVE 'N' TO WS-PAGO-HERENCIA
           EVALUATE TM-PROGRAMA-ORIGEN
              WHEN "BANCO-EJEC-ORDENES"
                 MOVE "ORDE" TO WS-COD-CARGO
                 MOVE "ORDR" TO WS-COD-ABONO
                 MOVE "L" TO WS-CANAL-MOTOR
              WHEN "BANCO-LIQUIDA-CUENTA"
                 MOVE 'S' TO WS-PAGO-LIQUIDACION
                 MOVE "LQTE" TO WS-COD-CARGO
                 MOVE "LQTR" TO WS-COD-ABONO
                 MOVE "O" TO WS-CANAL-MOTOR
              WHEN "BANCO-REPARTO-HEREN"
                 MOVE 'S' TO WS-PAGO-LIQUIDACION
                 MOVE 'S' TO WS-PAGO-HERENCIA
                 MOVE "HERE" TO WS-COD-CARGO
                 MOVE "HERR" TO WS-COD-ABONO
                 MOVE "O" TO WS-CANAL-MOTOR
              WHEN OTHER
                 MOVE "TRFE" TO WS-COD-CARGO
                 MOVE "TRFR" TO WS-COD-ABONO
                 MOVE "O" TO WS-CANAL-MOTOR
           END-EVALUATE.
      *
       2000-ABRIR-FICHEROS.
           OPEN I-O CUENTAS-FILE
           PERFORM 4050-OBTENER-TASA-CAMBIO
           COMPUTE TM-IMPORTE-ABONO ROUNDED =
              TM-IMPORTE * TM-TASA-CAMBIO
           IF WS-PAGO-LIQUIDACION = 'S'
              MOVE 0 TO TM-COMISION
              MOVE 0 TO WS-COMISION-ESTANDAR
              MOVE 0 TO WS-COMISION-EXIMIDA
              MOVE SPACES TO TM-PLAN-PRECIOS
           ELSE
              PERFORM 4040-CALCULAR-COMISION
           END-IF
           COMPUTE WS-IMPORTE-TOTAL =
              TM-IMPORTE + TM-COMISION
      *    Validar existencia de la cuenta origen; la destino puede
      *    ni emitir ni recibir transferencias
           IF WS-ORIGEN-ENCONTRADA = 'S'
              AND WS-ESTADO-ORIGEN NOT = "A"
              AND NOT (WS-PAGO-LIQUIDACION = 'S'
                 AND WS-ESTADO-ORIGEN = "I")
              AND NOT (WS-PAGO-HERENCIA = 'S'
                 AND WS-ESTADO-ORIGEN = "T")
              MOVE 'N' TO WS-TRANSFER-VALIDA
              MOVE "CUENTA ORIGEN BLOQUEADA O CERRADA" TO TM-MOTIVO
           END-IF
              MOVE "IMPORTE NO VALIDO" TO TM-MOTIVO
           END-IF
      *    Validar limites diario y mensual de la cuenta origen
           IF WS-TRANSFER-VALIDA = 'S' AND WS-PAGO-LIQUIDACION = 'N'
              PERFORM 4100-VALIDAR-LIMITES
              IF WS-REGISTRO-EN-USO = 'S'
                 MOVE 'N' TO WS-TRANSFER-VALIDA
      *    Una cuenta destino externa debe ser un codigo cuenta
      *    cliente valido (digitos de control y entidad admitida);
      *    si no, lo mas probable es un error de tecleo y la
      *    transferencia se rechaza en vez de salir por TRANSOUT.
      *    Una cuenta de otro pais de la UE solo puede venir en IBAN,
      *    que se valida con su modulo 97; la red la encamina por el
      *    IBAN y no lleva entidad.
           IF WS-TRANSFER-VALIDA = 'S' AND WS-DESTINO-EXTERNA = 'S'
              IF TM-IBAN-DESTINO NOT = SPACES
                 AND TM-IBAN-DESTINO(1:2) NOT = "ES"
                 PERFORM 4200-VALIDAR-IBAN-UE
              ELSE
                 CALL "BANCO-VALIDA-CUENTA-EXT" USING
                    TM-CUENTA-DESTINO WS-VE-VALIDA WS-VE-MOTIVO
                    WS-VE-ENTIDAD
                 IF WS-VE-VALIDA = 'N'
                    MOVE 'N' TO WS-TRANSFER-VALIDA
                    MOVE WS-VE-MOTIVO TO TM-MOTIVO
                 ELSE
                    MOVE TM-CUENTA-DESTINO TO WS-IB-CUENTA
                    PERFORM 4250-CALCULAR-IBAN
                    MOVE WS-IB-IBAN TO TM-IBAN-DESTINO
                 END-IF
              END-IF
           END-IF
           IF WS-DESTINO-ENCONTRADA = 'S'
              MOVE TM-CUENTA-DESTINO TO WS-IB-CUENTA
              PERFORM 4250-CALCULAR-IBAN
              MOVE WS-IB-IBAN TO TM-IBAN-DESTINO
           END-IF.
      *
      *    IBAN de otro pais de la UE: pais admitido, longitud del
      *    pais y modulo 97. La cuenta destino de 20 posiciones (la
      *    de MOVIMIEN, TRANSEST y auditoria) son sus 20 primeras
      *    posiciones.
       4200-VALIDAR-IBAN-UE.
           MOVE "V" TO WS-IB-ACCION
           MOVE TM-IBAN-DESTINO TO WS-IB-IBAN
           CALL "BANCO-IBAN" USING WS-IB-ACCION WS-IB-CUENTA
              WS-IB-IBAN WS-IB-IBAN-IMPRESO WS-IB-VALIDA WS-IB-MOTIVO
           IF WS-IB-VALIDA = 'N'
              MOVE 'N' TO WS-TRANSFER-VALIDA
              MOVE WS-IB-MOTIVO TO TM-MOTIVO
           ELSE
              MOVE WS-IB-IBAN TO TM-IBAN-DESTINO
              MOVE WS-IB-CUENTA TO TM-CUENTA-DESTINO
              MOVE SPACES TO WS-VE-ENTIDAD
           END-IF.
      *
      *    IBAN calculado de la cuenta en WS-IB-CUENTA; en blanco si
      *    la cuenta no tiene (cuentas internas).
       4250-CALCULAR-IBAN.
           MOVE "C" TO WS-IB-ACCION
           CALL "BANCO-IBAN" USING WS-IB-ACCION WS-IB-CUENTA
              WS-IB-IBAN WS-IB-IBAN-IMPRESO WS-IB-VALIDA WS-IB-MOTIVO.
      *
      *    Consulta el acumulado de transferencias del dia y del mes
      *    de la cuenta origen y lo contrasta con sus limites.
       4100-VALIDAR-LIMITES.
                 PERFORM 6800-ANOTAR-COMISION-EXIMIDA
              END-IF
              PERFORM 6300-REGISTRAR-AUDITORIA
              IF WS-PAGO-LIQUIDACION = 'N'
                 PERFORM 6400-ACTUALIZAR-LIMITES
              END-IF
           END-IF.
      *
      *    Lee con bloqueo la cuenta indicada en
           MOVE TM-SALDO-ORIGEN-DESPUES TO MOV-SALDO-DESPUES
           MOVE TM-MONEDA-ORIGEN TO MOV-MONEDA
           MOVE TM-PROGRAMA-ORIGEN TO MOV-PROGRAMA-ORIGEN
           MOVE WS-COD-CARGO TO MOV-COD-OPERACION
           MOVE WS-CANAL-MOTOR TO MOV-CANAL
           MOVE TM-OPERADOR TO MOV-OPERADOR
           MOVE SPACE TO MOV-MARCA-EXTORNO
           WRITE MOV-REGISTRO
           PERFORM 6900-ANOTAR-APUNTE-PASO
      *    El apunte de abono solo existe cuando la cuenta destino es
      *    nuestra; en una transferencia al exterior el abono lo
      *    contabiliza el banco receptor.
              MOVE TM-SALDO-DESTINO-DESPUES TO MOV-SALDO-DESPUES
              MOVE TM-MONEDA-DESTINO TO MOV-MONEDA
              MOVE TM-PROGRAMA-ORIGEN TO MOV-PROGRAMA-ORIGEN
              MOVE WS-COD-ABONO TO MOV-COD-OPERACION
              MOVE WS-CANAL-MOTOR TO MOV-CANAL
              MOVE TM-OPERADOR TO MOV-OPERADOR
              MOVE SPACE TO MOV-MARCA-EXTORNO
              WRITE MOV-REGISTRO
              PERFORM 6900-ANOTAR-APUNTE-PASO
           END-IF.
      *
      *    El contador de secuencias se lee con bloqueo para que dos
           MOVE TM-CONCEPTO TO ITC-CONCEPTO
           MOVE SPACES TO ITC-OBSERVACIONES
           MOVE WS-VE-ENTIDAD TO ITC-ENTIDAD-DESTINO
           MOVE TM-CUENTA-ORIGEN TO WS-IB-CUENTA
           PERFORM 4250-CALCULAR-IBAN
           MOVE WS-IB-IBAN TO ITC-IBAN-ORIGEN
           MOVE TM-IBAN-DESTINO TO ITC-IBAN-DESTINO
           WRITE ITC-REGISTRO
           CLOSE TRANSOUT-FILE
           PERFORM 6550-ANOTAR-ESTADO-EMISION.
           MOVE CTA-SALDO-DISP TO MOV-SALDO-DESPUES
           MOVE TM-MONEDA-ORIGEN TO MOV-MONEDA
           MOVE TM-PROGRAMA-ORIGEN TO MOV-PROGRAMA-ORIGEN
           MOVE "GLCO" TO MOV-COD-OPERACION
           MOVE WS-CANAL-MOTOR TO MOV-CANAL
           MOVE TM-OPERADOR TO MOV-OPERADOR
           MOVE SPACE TO MOV-MARCA-EXTORNO
           WRITE MOV-REGISTRO
           PERFORM 6900-ANOTAR-APUNTE-PASO.
      *
      *    Da de alta al vuelo la cuenta interna de comisiones, con
      *    saldo cero y titularidad del propio banco, la primera vez
              WRITE CEX-REGISTRO
              CLOSE COMIEXEN-FILE
           END-IF.
      *
      *    Anota el apunte recien grabado en los totales del paso de
      *    job que llama al motor; fuera de un paso no hace nada.
       6900-ANOTAR-APUNTE-PASO.
           IF WS-MOVIMIEN-OK
              MOVE "M" TO WS-TP-ACCION
              CALL "BANCO-TOTALES-PASO" USING WS-TP-ACCION
                 MOV-REGISTRO
           END-IF.
      *
       6400-ACTUALIZAR-LIMITES.
           ADD WS-IMPORTE-TOTAL TO LIM-TOTAL-DIA
