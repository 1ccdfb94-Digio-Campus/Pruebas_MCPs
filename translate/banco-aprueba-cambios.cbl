      *================================================================*
      * PROGRAMA: BANCO-APRUEBA-CAMBIOS
      * DESCRIPCION: Revision de los cambios de datos maestros
      *              pendientes de aprobacion (APROBPEN), la segunda
      *              intervencion del control de doble intervencion.
      *              Reservado a nivel de supervisor. Lista las
      *              solicitudes pendientes con el valor anterior y el
      *              nuevo, y resuelve una solicitud como aprobada (A)
      *              o rechazada (R), con un comentario obligatorio.
      *              Nadie resuelve su propia solicitud ni una que
      *              pida mas nivel que el suyo. Solo la aprobacion
      *              aplica el cambio, y antes vuelve a comprobar que
      *              el valor anterior sigue siendo el de la
      *              solicitud; si ya no lo es, la solicitud se
      *              rechaza sin aplicar nada:
      *                L  linea de descubierto de una cuenta
      *                   (CTA-DESCUBIERTO-AUT).
      *                D  desbloqueo de una cuenta (estado B a A).
      *                T  tasa de un par de divisas: reescribe CAMBIO
      *                   con el par y su inverso y anade los dos
      *                   registros fechados a CAMBHIST.
      *                U  alta de un operador en USUARIOS.
      *                O  desbloqueo de un operador (estado L a A).
      *              Una solicitud pendiente desde hace mas de un dia
      *              ya no se puede resolver: se marca caducada (C),
      *              igual que hace BANCO-CADUCA-APROBACIONES en el
      *              cierre diario. Cada resolucion y cada cambio
      *              aplicado deja linea de auditoria a nombre del
      *              operador que aprueba.
      * AUTOR: Proyecto MCPs
      * FECHA: 2026-10-15
      *================================================================*
      *
      *-------- BLOQUE 1: IDENTIFICATION DIVISION -------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANCO-APRUEBA-CAMBIOS.
       AUTHOR. PROYECTO-MCPS.
      *
      *-------- BLOQUE 2: ENVIRONMENT DIVISION ----------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT APROBPEN-FILE ASSIGN TO "APROBPEN"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS APR-NUMERO
              ALTERNATE RECORD KEY IS APR-OBJETO WITH DUPLICATES
              FILE STATUS IS WS-APROBPEN-STATUS.
      *
           SELECT CUENTAS-FILE ASSIGN TO "CUENTAS"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS CTA-NUM-CUENTA
              ALTERNATE RECORD KEY IS CTA-ID-CLIENTE WITH DUPLICATES
              FILE STATUS IS WS-CUENTAS-STATUS.
      *
           SELECT USUARIOS-FILE ASSIGN TO "USUARIOS"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS USU-ID
              FILE STATUS IS WS-USUARIOS-STATUS.
      *
           SELECT CAMBIO-FILE ASSIGN TO "CAMBIO"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-CAMBIO-STATUS.
      *
           SELECT CAMBHIST-FILE ASSIGN TO "CAMBHIST"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-CAMBHIST-STATUS.
      *
      *-------- BLOQUE 3: DATA DIVISION -----------------------------*
       DATA DIVISION.
       FILE SECTION.
       FD  APROBPEN-FILE.
           COPY "aprobpen.cpy".
      *
       FD  CUENTAS-FILE.
           COPY "cuentas.cpy".
      *
       FD  USUARIOS-FILE.
           COPY "usuarios.cpy".
      *
       FD  CAMBIO-FILE.
           COPY "cambio.cpy".
      *
       FD  CAMBHIST-FILE.
           COPY "cambhist.cpy".
      *
       WORKING-STORAGE SECTION.
      *
      *--- Datos capturados ---
       01 WS-ACCION             PIC X(01).
       01 WS-NUMERO-SOLICITUD   PIC X(08).
       01 WS-DECISION           PIC X(01).
       01 WS-COMENTARIO         PIC X(40).
       01 WS-CONFIRMACION       PIC X(01).
      *
      *--- Variables de control ---
       01 WS-FECHA-ACTUAL       PIC X(10).
       01 WS-HORA-ACTUAL        PIC X(08).
       01 WS-FIN-FICHERO        PIC X VALUE 'N'.
       01 WS-NUM-LISTADOS       PIC 9(05) VALUE 0.
       01 WS-DATOS-VALIDOS      PIC X VALUE 'S'.
       01 WS-NIVEL-SUPERVISOR   PIC 9(01) VALUE 2.
      *    Resultado de aplicar el cambio: S aplicado, V el valor
      *    anterior ya no es el de la solicitud, N no se pudo aplicar
       01 WS-RESULTADO-APLICACION PIC X(01).
       01 WS-MOTIVO-RECHAZO     PIC X(40).
       01 WS-ESTADO-FINAL       PIC X(01).
      *
      *--- Caducidad: pendiente desde antes de ayer a esta hora ---
       01 WS-SOLICITUD-CADUCADA PIC X VALUE 'N'.
       01 WS-FECHA-LIMITE.
          05 WS-LIM-ANO           PIC 9(04).
          05 WS-LIM-MES           PIC 9(02).
          05 WS-LIM-DIA           PIC 9(02).
       01 WS-DIAS-MES             PIC 9(02).
       01 WS-RESTO-BISIESTO       PIC 9(04) VALUE 0.
       01 WS-COCIENTE-BISIESTO    PIC 9(04) VALUE 0.
       01 WS-ANO-BISIESTO         PIC X VALUE 'N'.
      *
      *--- Linea de descubierto (tipo L) ---
       01 WS-DESCUBIERTO-ACTUAL PIC 9(10)V99 VALUE 0.
       01 WS-DESC-ANTERIOR-ED   PIC Z(9)9.99.
      *
      *--- Tabla del fichero CAMBIO completo (tipo T; se reescribe
      *--- entero) ---
       01 WS-MAX-CAMBIOS        PIC 9(03) VALUE 100.
       01 WS-NUM-CAMBIOS        PIC 9(03) VALUE 0.
       01 WS-IDX-CAMBIO         PIC 9(03) VALUE 0.
       01 WS-TABLA-CAMBIOS.
          05 WS-CAMBIO-ENTRY OCCURS 100 TIMES.
             10 WS-CAM-ORIGEN   PIC X(03).
             10 WS-CAM-DESTINO  PIC X(03).
             10 WS-CAM-TASA     PIC 9(04)V9(6).
       01 WS-PAR-ANOTADO        PIC X VALUE 'N'.
       01 WS-PAR-EXISTIA        PIC X VALUE 'N'.
       01 WS-TABLA-DESBORDADA   PIC X VALUE 'N'.
       01 WS-TASA-VIGENTE       PIC 9(04)V9(6) VALUE 0.
       01 WS-TASA-INVERSA       PIC 9(04)V9(6) VALUE 0.
       01 WS-TASA-ANT-EDITADA   PIC 9(04).9(06).
       01 WS-TASA-NVA-EDITADA   PIC 9(04).9(06).
      *
       01 WS-APROBPEN-STATUS    PIC X(02).
          88 WS-APROBPEN-OK         VALUE "00".
          88 WS-APROBPEN-NUEVO      VALUE "35".
       01 WS-CUENTAS-STATUS     PIC X(02).
          88 WS-CUENTAS-OK          VALUE "00".
       01 WS-USUARIOS-STATUS    PIC X(02).
          88 WS-USUARIOS-OK         VALUE "00".
          88 WS-USUARIOS-NUEVO      VALUE "35".
       01 WS-CAMBIO-STATUS      PIC X(02).
          88 WS-CAMBIO-OK           VALUE "00".
       01 WS-CAMBHIST-STATUS    PIC X(02).
          88 WS-CAMBHIST-OK         VALUE "00".
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
       01 WS-AUD-PROGRAMA        PIC X(20) VALUE "BANCO-APRUEBA-CAMBIO".
       01 WS-AUD-CUENTA          PIC X(20).
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
           PERFORM 2000-PEDIR-Y-APLICAR-ACCION
           PERFORM 8900-CERRAR-FICHEROS
           PERFORM 9000-FINALIZAR
           STOP RUN.
      *
      *--- Inicializar variables ---
       1000-INICIALIZAR.
           ACCEPT WS-FECHA-ACTUAL FROM DATE YYYYMMDD
           ACCEPT WS-HORA-ACTUAL FROM TIME
           PERFORM 1200-CALCULAR-FECHA-LIMITE
           DISPLAY "=========================================="
           DISPLAY "   APROBACION DE CAMBIOS PENDIENTES"
           DISPLAY "   Fecha: " WS-FECHA-ACTUAL
           DISPLAY "==========================================".
      *
      *    Inicio de sesion de operador contra el maestro USUARIOS.
      *    Las solicitudes solo las resuelve un supervisor; el
      *    operador con sesion es el revisor de la solicitud y queda
      *    en la linea de auditoria de cada resolucion.
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
           END-IF
           IF WS-NIVEL-OPERADOR < WS-NIVEL-SUPERVISOR
              DISPLAY " "
              DISPLAY "ERROR: la aprobacion de cambios requiere nivel "
                 "de supervisor."
              PERFORM 9000-FINALIZAR
              STOP RUN
           END-IF.
      *
      *    Fecha de ayer: una solicitud anotada antes de ayer a esta
      *    misma hora lleva pendiente mas de un dia.
       1200-CALCULAR-FECHA-LIMITE.
           MOVE WS-FECHA-ACTUAL(1:4) TO WS-LIM-ANO
           MOVE WS-FECHA-ACTUAL(5:2) TO WS-LIM-MES
           MOVE WS-FECHA-ACTUAL(7:2) TO WS-LIM-DIA
           PERFORM 1300-RESTAR-UN-DIA.
      *
       1300-RESTAR-UN-DIA.
           IF WS-LIM-DIA > 1
              SUBTRACT 1 FROM WS-LIM-DIA
           ELSE
              IF WS-LIM-MES = 1
                 SUBTRACT 1 FROM WS-LIM-ANO
                 MOVE 12 TO WS-LIM-MES
              ELSE
                 SUBTRACT 1 FROM WS-LIM-MES
              END-IF
              PERFORM 1400-DIAS-DEL-MES
              MOVE WS-DIAS-MES TO WS-LIM-DIA
           END-IF.
      *
       1400-DIAS-DEL-MES.
           EVALUATE WS-LIM-MES
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
                 PERFORM 1450-COMPROBAR-BISIESTO
                 IF WS-ANO-BISIESTO = 'S'
                    MOVE 29 TO WS-DIAS-MES
                 ELSE
                    MOVE 28 TO WS-DIAS-MES
                 END-IF
           END-EVALUATE.
      *
      *    Ano bisiesto: divisible por 4 y no por 100, salvo los
      *    divisibles por 400.
       1450-COMPROBAR-BISIESTO.
           MOVE 'N' TO WS-ANO-BISIESTO
           DIVIDE WS-LIM-ANO BY 4 GIVING WS-COCIENTE-BISIESTO
              REMAINDER WS-RESTO-BISIESTO
           IF WS-RESTO-BISIESTO = 0
              MOVE 'S' TO WS-ANO-BISIESTO
              DIVIDE WS-LIM-ANO BY 100 GIVING WS-COCIENTE-BISIESTO
                 REMAINDER WS-RESTO-BISIESTO
              IF WS-RESTO-BISIESTO = 0
                 MOVE 'N' TO WS-ANO-BISIESTO
                 DIVIDE WS-LIM-ANO BY 400
                    GIVING WS-COCIENTE-BISIESTO
                    REMAINDER WS-RESTO-BISIESTO
                 IF WS-RESTO-BISIESTO = 0
                    MOVE 'S' TO WS-ANO-BISIESTO
                 END-IF
              END-IF
           END-IF.
      *
      *    USUARIOS se abre despues del inicio de sesion, que lo
      *    abre y lo cierra por su cuenta.
       1500-ABRIR-FICHEROS.
           OPEN I-O APROBPEN-FILE
           IF WS-APROBPEN-NUEVO
              OPEN OUTPUT APROBPEN-FILE
              CLOSE APROBPEN-FILE
              OPEN I-O APROBPEN-FILE
           END-IF
           OPEN I-O CUENTAS-FILE
           OPEN I-O USUARIOS-FILE
           IF NOT WS-APROBPEN-OK OR NOT WS-CUENTAS-OK
              OR NOT WS-USUARIOS-OK
              DISPLAY "ERROR: No se pueden abrir los ficheros. "
                 "Status: " WS-APROBPEN-STATUS " / "
                 WS-CUENTAS-STATUS " / " WS-USUARIOS-STATUS
              PERFORM 9000-FINALIZAR
              STOP RUN
           END-IF.
      *
       2000-PEDIR-Y-APLICAR-ACCION.
           DISPLAY " "
           DISPLAY "Accion (L=listar pendientes, R=resolver "
              "solicitud): "
           ACCEPT WS-ACCION
           EVALUATE WS-ACCION
              WHEN "L"
                 PERFORM 3000-LISTAR-PENDIENTES
              WHEN "R"
                 PERFORM 4000-RESOLVER-SOLICITUD
              WHEN OTHER
                 DISPLAY " "
                 DISPLAY "ERROR: accion no valida."
           END-EVALUATE.
      *
      *    Recorre el fichero por numero de solicitud y muestra las
      *    que siguen pendientes, senalando las ya caducadas.
       3000-LISTAR-PENDIENTES.
           MOVE 0 TO WS-NUM-LISTADOS
           MOVE 0 TO APR-NUMERO
           MOVE 'N' TO WS-FIN-FICHERO
           START APROBPEN-FILE KEY IS NOT LESS THAN APR-NUMERO
              INVALID KEY
                 MOVE 'S' TO WS-FIN-FICHERO
           END-START
           DISPLAY " "
           PERFORM UNTIL WS-FIN-FICHERO = 'S'
              READ APROBPEN-FILE NEXT RECORD
                 AT END
                    MOVE 'S' TO WS-FIN-FICHERO
                 NOT AT END
                    IF APR-ESTADO = "P"
                       ADD 1 TO WS-NUM-LISTADOS
                       PERFORM 3100-MOSTRAR-SOLICITUD
                    END-IF
              END-READ
           END-PERFORM
           DISPLAY " "
           DISPLAY "Solicitudes pendientes de aprobacion: "
              WS-NUM-LISTADOS.
      *
       3100-MOSTRAR-SOLICITUD.
           PERFORM 3200-COMPROBAR-CADUCIDAD
           DISPLAY "------------------------------------------"
           DISPLAY "Solicitud " APR-NUMERO " de " APR-FECHA " "
              APR-HORA " tipo " APR-TIPO " estado " APR-ESTADO
           DISPLAY "   Objeto:   " APR-CLAVE
           DISPLAY "   Pedida:   " APR-SOLICITANTE " en "
              APR-PROGRAMA " (nivel " APR-NIVEL-REQUERIDO ")"
           DISPLAY "   Motivo:   " APR-MOTIVO
           DISPLAY "   Antes:    " APR-ANTES
           DISPLAY "   Despues:  " APR-DESPUES
           IF WS-SOLICITUD-CADUCADA = 'S'
              DISPLAY "   CADUCADA: lleva pendiente mas de un dia."
           END-IF.
      *
      *    Caduca la solicitud anotada antes de ayer, o ayer a una
      *    hora anterior a la actual.
       3200-COMPROBAR-CADUCIDAD.
           MOVE 'N' TO WS-SOLICITUD-CADUCADA
           IF APR-FECHA(1:8) < WS-FECHA-LIMITE
              MOVE 'S' TO WS-SOLICITUD-CADUCADA
           ELSE
              IF APR-FECHA(1:8) = WS-FECHA-LIMITE
                 AND APR-HORA < WS-HORA-ACTUAL
                 MOVE 'S' TO WS-SOLICITUD-CADUCADA
              END-IF
           END-IF.
      *
      *    Resuelve una solicitud pendiente. La solicitud leida se
      *    queda en el registro de APROBPEN mientras se aplica: los
      *    parrafos de aplicacion no vuelven a leer ese fichero.
       4000-RESOLVER-SOLICITUD.
           DISPLAY "Numero de solicitud: "
           ACCEPT WS-NUMERO-SOLICITUD
           IF WS-NUMERO-SOLICITUD IS NOT NUMERIC
              DISPLAY " "
              DISPLAY "ERROR: numero de solicitud no valido."
           ELSE
              MOVE WS-NUMERO-SOLICITUD TO APR-NUMERO
              READ APROBPEN-FILE KEY IS APR-NUMERO
                 INVALID KEY
                    DISPLAY " "
                    DISPLAY "ERROR: la solicitud no existe."
                 NOT INVALID KEY
                    IF APR-ESTADO NOT = "P"
                       DISPLAY " "
                       DISPLAY "ERROR: la solicitud ya esta resuelta ("
                          APR-ESTADO " el " APR-FECHA-RESOLUCION
                          " por " APR-REVISOR ")."
                    ELSE
                       PERFORM 3100-MOSTRAR-SOLICITUD
                       PERFORM 4050-COMPROBAR-REVISOR
                    END-IF
              END-READ
           END-IF.
      *
      *    La doble intervencion exige otro operador, con el nivel
      *    que pide la solicitud. Una solicitud caducada ya no se
      *    resuelve: se marca C.
       4050-COMPROBAR-REVISOR.
           IF APR-SOLICITANTE = WS-OPERADOR
              DISPLAY " "
              DISPLAY "ERROR: un operador no puede resolver su propia "
                 "solicitud."
           ELSE
              IF WS-NIVEL-OPERADOR < APR-NIVEL-REQUERIDO
                 DISPLAY " "
                 DISPLAY "ERROR: la solicitud requiere nivel "
                    APR-NIVEL-REQUERIDO "."
              ELSE
                 IF WS-SOLICITUD-CADUCADA = 'S'
                    MOVE "C" TO WS-ESTADO-FINAL
                    MOVE "CADUCADA SIN RESOLVER EN PLAZO"
                       TO WS-COMENTARIO
                    PERFORM 4300-MARCAR-RESUELTA
                 ELSE
                    PERFORM 4100-PEDIR-DECISION
                    IF WS-DATOS-VALIDOS = 'S'
                       PERFORM 4200-APLICAR-DECISION
                    END-IF
                 END-IF
              END-IF
           END-IF.
      *
       4100-PEDIR-DECISION.
           MOVE 'S' TO WS-DATOS-VALIDOS
           DISPLAY "Decision (A=aprobar y aplicar, R=rechazar): "
           ACCEPT WS-DECISION
           IF WS-DECISION NOT = "A" AND WS-DECISION NOT = "R"
              MOVE 'N' TO WS-DATOS-VALIDOS
              DISPLAY " "
              DISPLAY "ERROR: decision no valida."
           ELSE
              DISPLAY "Comentario (obligatorio): "
              ACCEPT WS-COMENTARIO
              IF WS-COMENTARIO = SPACES
                 MOVE 'N' TO WS-DATOS-VALIDOS
                 DISPLAY " "
                 DISPLAY "ERROR: la resolucion requiere comentario."
              ELSE
                 DISPLAY "Confirmar resolucion (S/N): "
                 ACCEPT WS-CONFIRMACION
                 IF WS-CONFIRMACION NOT = "S"
                    MOVE 'N' TO WS-DATOS-VALIDOS
                    DISPLAY " "
                    DISPLAY "Resolucion cancelada."
                 END-IF
              END-IF
           END-IF.
      *
      *    El rechazo no toca nada. La aprobacion aplica el cambio;
      *    si el valor anterior ya no es el de la solicitud, la
      *    solicitud se rechaza con ese motivo, y si el cambio no se
      *    pudo aplicar sigue pendiente.
       4200-APLICAR-DECISION.
           IF WS-DECISION = "R"
              MOVE "R" TO WS-ESTADO-FINAL
              PERFORM 4300-MARCAR-RESUELTA
           ELSE
              MOVE "N" TO WS-RESULTADO-APLICACION
              MOVE SPACES TO WS-MOTIVO-RECHAZO
              EVALUATE APR-TIPO
                 WHEN "L"
                    PERFORM 5000-APLICAR-DESCUBIERTO
                 WHEN "D"
                    PERFORM 5100-APLICAR-DESBLOQUEO
                 WHEN "T"
                    PERFORM 6000-APLICAR-TASA
                 WHEN "U"
                    PERFORM 7000-APLICAR-ALTA-OPERADOR
                 WHEN "O"
                    PERFORM 7100-APLICAR-DESBLOQUEO-OPER
                 WHEN OTHER
                    DISPLAY " "
                    DISPLAY "ERROR: tipo de solicitud desconocido: "
                       APR-TIPO
              END-EVALUATE
              EVALUATE WS-RESULTADO-APLICACION
                 WHEN "S"
                    MOVE "A" TO WS-ESTADO-FINAL
                    PERFORM 4300-MARCAR-RESUELTA
                 WHEN "V"
                    DISPLAY " "
                    DISPLAY "ERROR: " WS-MOTIVO-RECHAZO
                    DISPLAY "La solicitud se rechaza sin aplicar "
                       "nada; debe pedirse de nuevo."
                    MOVE "R" TO WS-ESTADO-FINAL
                    MOVE WS-MOTIVO-RECHAZO TO WS-COMENTARIO
                    PERFORM 4300-MARCAR-RESUELTA
                 WHEN OTHER
                    DISPLAY " "
                    DISPLAY "La solicitud sigue pendiente."
              END-EVALUATE
           END-IF.
      *
       4300-MARCAR-RESUELTA.
           MOVE WS-ESTADO-FINAL TO APR-ESTADO
           MOVE WS-FECHA-ACTUAL TO APR-FECHA-RESOLUCION
           MOVE WS-HORA-ACTUAL TO APR-HORA-RESOLUCION
           MOVE WS-OPERADOR TO APR-REVISOR
           MOVE WS-COMENTARIO TO APR-COMENTARIO
           REWRITE APR-REGISTRO
           IF WS-APROBPEN-OK
              EVALUATE WS-ESTADO-FINAL
                 WHEN "A"
                    MOVE "APROBADA" TO WS-AUD-RESULTADO
                 WHEN "R"
                    MOVE "RECHAZADA" TO WS-AUD-RESULTADO
                 WHEN "C"
                    MOVE "CADUCADA" TO WS-AUD-RESULTADO
              END-EVALUATE
              MOVE APR-CLAVE TO WS-AUD-CUENTA
              MOVE 0 TO WS-AUD-IMPORTE
              MOVE SPACES TO WS-AUD-DETALLE
              STRING "SOLICITUD " APR-NUMERO " DE " APR-SOLICITANTE
                 DELIMITED BY SIZE INTO WS-AUD-DETALLE
              PERFORM 7500-REGISTRAR-AUDITORIA
              DISPLAY " "
              DISPLAY "Solicitud " APR-NUMERO " resuelta: "
                 WS-AUD-RESULTADO
           ELSE
              DISPLAY " "
              DISPLAY "ATENCION: la solicitud " APR-NUMERO
                 " no se pudo marcar como resuelta. Status: "
                 WS-APROBPEN-STATUS
           END-IF.
      *
      *    Linea de descubierto: la cuenta debe seguir abierta y con
      *    el descubierto que vio el solicitante. La linea de
      *    auditoria lleva el importe nuevo y el anterior (mas el
      *    motivo), como siempre la ha llevado este cambio.
       5000-APLICAR-DESCUBIERTO.
           MOVE APR-CLAVE TO CTA-NUM-CUENTA
           READ CUENTAS-FILE
              INVALID KEY
                 MOVE "V" TO WS-RESULTADO-APLICACION
                 MOVE "LA CUENTA YA NO EXISTE"
                    TO WS-MOTIVO-RECHAZO
              NOT INVALID KEY
                 IF CTA-DESCUBIERTO-AUT IS NUMERIC
                    MOVE CTA-DESCUBIERTO-AUT TO WS-DESCUBIERTO-ACTUAL
                 ELSE
                    MOVE 0 TO WS-DESCUBIERTO-ACTUAL
                 END-IF
                 IF CTA-ESTADO = "C"
                    MOVE "V" TO WS-RESULTADO-APLICACION
                    MOVE "LA CUENTA ESTA CERRADA"
                       TO WS-MOTIVO-RECHAZO
                 ELSE
                    IF WS-DESCUBIERTO-ACTUAL
                       NOT = APR-L-DESCUBIERTO-ANT
                       MOVE "V" TO WS-RESULTADO-APLICACION
                       MOVE "EL DESCUBIERTO YA NO ES EL ANTERIOR"
                          TO WS-MOTIVO-RECHAZO
                    ELSE
                       MOVE APR-L-DESCUBIERTO-NUEVO
                          TO CTA-DESCUBIERTO-AUT
                       REWRITE CTA-REGISTRO
                       PERFORM 5050-AUDITAR-DESCUBIERTO
                    END-IF
                 END-IF
           END-READ.
      *
       5050-AUDITAR-DESCUBIERTO.
           IF WS-CUENTAS-OK
              MOVE "S" TO WS-RESULTADO-APLICACION
              MOVE APR-CLAVE TO WS-AUD-CUENTA
              MOVE APR-L-DESCUBIERTO-NUEVO TO WS-AUD-IMPORTE
              MOVE "DESCUBIERT" TO WS-AUD-RESULTADO
              MOVE WS-DESCUBIERTO-ACTUAL TO WS-DESC-ANTERIOR-ED
              MOVE SPACES TO WS-AUD-DETALLE
              STRING "ANTES " WS-DESC-ANTERIOR-ED ": " APR-MOTIVO
                 DELIMITED BY SIZE INTO WS-AUD-DETALLE
              PERFORM 7500-REGISTRAR-AUDITORIA
              DISPLAY " "
              DISPLAY "Cuenta " APR-CLAVE " pasa de descubierto "
                 WS-DESCUBIERTO-ACTUAL " a " APR-L-DESCUBIERTO-NUEVO
                 "."
           ELSE
              DISPLAY " "
              DISPLAY "ERROR: no se pudo grabar la cuenta. Status: "
                 WS-CUENTAS-STATUS
           END-IF.
      *
      *    Desbloqueo de cuenta: debe seguir bloqueada.
       5100-APLICAR-DESBLOQUEO.
           MOVE APR-CLAVE TO CTA-NUM-CUENTA
           READ CUENTAS-FILE
              INVALID KEY
                 MOVE "V" TO WS-RESULTADO-APLICACION
                 MOVE "LA CUENTA YA NO EXISTE"
                    TO WS-MOTIVO-RECHAZO
              NOT INVALID KEY
                 IF CTA-ESTADO NOT = APR-D-ESTADO-ANT
                    MOVE "V" TO WS-RESULTADO-APLICACION
                    MOVE SPACES TO WS-MOTIVO-RECHAZO
                    STRING "LA CUENTA YA NO ESTA BLOQUEADA (ESTADO "
                       CTA-ESTADO ")"
                       DELIMITED BY SIZE INTO WS-MOTIVO-RECHAZO
                 ELSE
                    MOVE APR-D-ESTADO-NUEVO TO CTA-ESTADO
                    REWRITE CTA-REGISTRO
                    IF WS-CUENTAS-OK
                       MOVE "S" TO WS-RESULTADO-APLICACION
                       MOVE APR-CLAVE TO WS-AUD-CUENTA
                       MOVE 0 TO WS-AUD-IMPORTE
                       MOVE "ACTIVADA" TO WS-AUD-RESULTADO
                       MOVE APR-MOTIVO TO WS-AUD-DETALLE
                       PERFORM 7500-REGISTRAR-AUDITORIA
                       DISPLAY " "
                       DISPLAY "Cuenta " APR-CLAVE " pasa a estado "
                          CTA-ESTADO "."
                    ELSE
                       DISPLAY " "
                       DISPLAY "ERROR: no se pudo grabar la cuenta. "
                          "Status: " WS-CUENTAS-STATUS
                    END-IF
                 END-IF
           END-READ.
      *
      *    Tasa de un par: con CAMBIO cargado entero en memoria, la
      *    tasa vigente del par debe ser la que vio el solicitante
      *    (cero si el par era nuevo). Se actualiza (o anade) el par
      *    y su inverso, se reescribe CAMBIO completo, se anaden los
      *    dos registros fechados a CAMBHIST y queda la auditoria con
      *    la tasa anterior y la nueva.
       6000-APLICAR-TASA.
           PERFORM 6100-CARGAR-FICHERO-CAMBIO
           PERFORM 6150-BUSCAR-TASA-VIGENTE
           EVALUATE TRUE
              WHEN WS-TABLA-DESBORDADA = 'S'
                 DISPLAY " "
                 DISPLAY "ERROR: el fichero CAMBIO tiene mas de "
                    WS-MAX-CAMBIOS " pares y no cabe en la tabla; "
                    "reescribirlo perderia los pares sobrantes. "
                    "Amplie la tabla y recompile."
              WHEN WS-TASA-VIGENTE NOT = APR-T-TASA-ANT
                 MOVE "V" TO WS-RESULTADO-APLICACION
                 MOVE "LA TASA VIGENTE YA NO ES LA ANTERIOR"
                    TO WS-MOTIVO-RECHAZO
              WHEN WS-PAR-EXISTIA = 'N'
                 AND WS-NUM-CAMBIOS + 2 > WS-MAX-CAMBIOS
                 DISPLAY " "
                 DISPLAY "ERROR: la tabla de cambios no tiene hueco "
                    "para el par nuevo y su inverso. Amplie la "
                    "tabla y recompile."
              WHEN OTHER
                 COMPUTE WS-TASA-INVERSA ROUNDED =
                    1 / APR-T-TASA-NUEVA
                 PERFORM 6200-ANOTAR-PAR-EN-TABLA
                 PERFORM 6400-REESCRIBIR-CAMBIO
                 PERFORM 6500-ANADIR-A-HISTORICO
                 PERFORM 6600-AUDITAR-TASA
                 MOVE "S" TO WS-RESULTADO-APLICACION
                 DISPLAY " "
                 DISPLAY "Tasa aplicada: " APR-T-MONEDA-ORIGEN "/"
                    APR-T-MONEDA-DESTINO " = " APR-T-TASA-NUEVA
                    " desde " APR-T-FECHA-DESDE
                 DISPLAY "Par inverso:   " APR-T-MONEDA-DESTINO "/"
                    APR-T-MONEDA-ORIGEN " = " WS-TASA-INVERSA
           END-EVALUATE.
      *
      *    Carga el fichero CAMBIO completo en memoria: al ser
      *    secuencial, la actualizacion de un par lo reescribe
      *    entero. Un registro que no quepa en la tabla marca el
      *    desbordamiento y no se aplica nada.
       6100-CARGAR-FICHERO-CAMBIO.
           MOVE 0 TO WS-NUM-CAMBIOS
           MOVE 'N' TO WS-TABLA-DESBORDADA
           OPEN INPUT CAMBIO-FILE
           IF WS-CAMBIO-OK
              PERFORM UNTIL NOT WS-CAMBIO-OK
                 READ CAMBIO-FILE
                    AT END
                       MOVE "10" TO WS-CAMBIO-STATUS
                    NOT AT END
                       IF WS-NUM-CAMBIOS < WS-MAX-CAMBIOS
                          ADD 1 TO WS-NUM-CAMBIOS
                          MOVE CAM-MONEDA-ORIGEN TO
                             WS-CAM-ORIGEN(WS-NUM-CAMBIOS)
                          MOVE CAM-MONEDA-DESTINO TO
                             WS-CAM-DESTINO(WS-NUM-CAMBIOS)
                          MOVE CAM-TASA TO
                             WS-CAM-TASA(WS-NUM-CAMBIOS)
                       ELSE
                          MOVE 'S' TO WS-TABLA-DESBORDADA
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE CAMBIO-FILE
           END-IF.
      *
       6150-BUSCAR-TASA-VIGENTE.
           MOVE 'N' TO WS-PAR-EXISTIA
           MOVE 0 TO WS-TASA-VIGENTE
           PERFORM VARYING WS-IDX-CAMBIO FROM 1 BY 1
              UNTIL WS-IDX-CAMBIO > WS-NUM-CAMBIOS
              IF WS-CAM-ORIGEN(WS-IDX-CAMBIO) = APR-T-MONEDA-ORIGEN
                 AND WS-CAM-DESTINO(WS-IDX-CAMBIO)
                    = APR-T-MONEDA-DESTINO
                 MOVE 'S' TO WS-PAR-EXISTIA
                 MOVE WS-CAM-TASA(WS-IDX-CAMBIO) TO WS-TASA-VIGENTE
              END-IF
           END-PERFORM.
      *
       6200-ANOTAR-PAR-EN-TABLA.
           MOVE 'N' TO WS-PAR-ANOTADO
           PERFORM VARYING WS-IDX-CAMBIO FROM 1 BY 1
              UNTIL WS-IDX-CAMBIO > WS-NUM-CAMBIOS
              IF WS-CAM-ORIGEN(WS-IDX-CAMBIO) = APR-T-MONEDA-ORIGEN
                 AND WS-CAM-DESTINO(WS-IDX-CAMBIO)
                    = APR-T-MONEDA-DESTINO
                 MOVE APR-T-TASA-NUEVA TO WS-CAM-TASA(WS-IDX-CAMBIO)
                 MOVE 'S' TO WS-PAR-ANOTADO
              END-IF
              IF WS-CAM-ORIGEN(WS-IDX-CAMBIO) = APR-T-MONEDA-DESTINO
                 AND WS-CAM-DESTINO(WS-IDX-CAMBIO)
                    = APR-T-MONEDA-ORIGEN
                 MOVE WS-TASA-INVERSA TO WS-CAM-TASA(WS-IDX-CAMBIO)
              END-IF
           END-PERFORM
           IF WS-PAR-ANOTADO = 'N'
              AND WS-NUM-CAMBIOS < WS-MAX-CAMBIOS
              ADD 1 TO WS-NUM-CAMBIOS
              MOVE APR-T-MONEDA-ORIGEN
                 TO WS-CAM-ORIGEN(WS-NUM-CAMBIOS)
              MOVE APR-T-MONEDA-DESTINO
                 TO WS-CAM-DESTINO(WS-NUM-CAMBIOS)
              MOVE APR-T-TASA-NUEVA TO WS-CAM-TASA(WS-NUM-CAMBIOS)
           END-IF
           PERFORM 6300-ANOTAR-PAR-INVERSO.
      *
      *    El par inverso se anade si no existia; si existia, ya
      *    quedo actualizado en el recorrido anterior.
       6300-ANOTAR-PAR-INVERSO.
           MOVE 'N' TO WS-PAR-ANOTADO
           PERFORM VARYING WS-IDX-CAMBIO FROM 1 BY 1
              UNTIL WS-IDX-CAMBIO > WS-NUM-CAMBIOS
              IF WS-CAM-ORIGEN(WS-IDX-CAMBIO) = APR-T-MONEDA-DESTINO
                 AND WS-CAM-DESTINO(WS-IDX-CAMBIO)
                    = APR-T-MONEDA-ORIGEN
                 MOVE 'S' TO WS-PAR-ANOTADO
              END-IF
           END-PERFORM
           IF WS-PAR-ANOTADO = 'N'
              AND WS-NUM-CAMBIOS < WS-MAX-CAMBIOS
              ADD 1 TO WS-NUM-CAMBIOS
              MOVE APR-T-MONEDA-DESTINO
                 TO WS-CAM-ORIGEN(WS-NUM-CAMBIOS)
              MOVE APR-T-MONEDA-ORIGEN
                 TO WS-CAM-DESTINO(WS-NUM-CAMBIOS)
              MOVE WS-TASA-INVERSA TO WS-CAM-TASA(WS-NUM-CAMBIOS)
           END-IF.
      *
       6400-REESCRIBIR-CAMBIO.
           OPEN OUTPUT CAMBIO-FILE
           PERFORM VARYING WS-IDX-CAMBIO FROM 1 BY 1
              UNTIL WS-IDX-CAMBIO > WS-NUM-CAMBIOS
              MOVE WS-CAM-ORIGEN(WS-IDX-CAMBIO)
                 TO CAM-MONEDA-ORIGEN
              MOVE WS-CAM-DESTINO(WS-IDX-CAMBIO)
                 TO CAM-MONEDA-DESTINO
              MOVE WS-CAM-TASA(WS-IDX-CAMBIO) TO CAM-TASA
              WRITE CAM-REGISTRO
           END-PERFORM
           CLOSE CAMBIO-FILE.
      *
       6500-ANADIR-A-HISTORICO.
           OPEN EXTEND CAMBHIST-FILE
           IF NOT WS-CAMBHIST-OK
              OPEN OUTPUT CAMBHIST-FILE
           END-IF
           MOVE APR-T-MONEDA-ORIGEN TO CAH-MONEDA-ORIGEN
           MOVE APR-T-MONEDA-DESTINO TO CAH-MONEDA-DESTINO
           MOVE APR-T-FECHA-DESDE TO CAH-FECHA-DESDE
           MOVE APR-T-TASA-NUEVA TO CAH-TASA
           WRITE CAH-REGISTRO
           MOVE APR-T-MONEDA-DESTINO TO CAH-MONEDA-ORIGEN
           MOVE APR-T-MONEDA-ORIGEN TO CAH-MONEDA-DESTINO
           MOVE APR-T-FECHA-DESDE TO CAH-FECHA-DESDE
           MOVE WS-TASA-INVERSA TO CAH-TASA
           WRITE CAH-REGISTRO
           CLOSE CAMBHIST-FILE.
      *
       6600-AUDITAR-TASA.
           MOVE APR-CLAVE TO WS-AUD-CUENTA
           MOVE 0 TO WS-AUD-IMPORTE
           MOVE "REALIZADA" TO WS-AUD-RESULTADO
           MOVE APR-T-TASA-ANT TO WS-TASA-ANT-EDITADA
           MOVE APR-T-TASA-NUEVA TO WS-TASA-NVA-EDITADA
           MOVE SPACES TO WS-AUD-DETALLE
           STRING "TASA " WS-TASA-ANT-EDITADA " A "
              WS-TASA-NVA-EDITADA
              DELIMITED BY SIZE INTO WS-AUD-DETALLE
           PERFORM 7500-REGISTRAR-AUDITORIA.
      *
      *    Alta de operador: el identificador no debe haberse dado
      *    de alta entretanto. Se graba como el alta de siempre: la
      *    huella de la clave y fecha de clave a ceros, para que el
      *    primer inicio de sesion obligue a cambiarla.
       7000-APLICAR-ALTA-OPERADOR.
           MOVE APR-CLAVE TO USU-ID
           READ USUARIOS-FILE
              INVALID KEY
                 MOVE APR-CLAVE         TO USU-ID
                 MOVE APR-U-HUELLA      TO USU-PASSWORD
                 MOVE APR-U-NOMBRE      TO USU-NOMBRE
                 MOVE APR-U-NIVEL       TO USU-NIVEL
                 MOVE APR-U-LIMITE      TO USU-LIMITE-IMPORTE
                 MOVE "A"               TO USU-ESTADO
                 MOVE 0                 TO USU-NUM-FALLOS
                 MOVE "00000000"        TO USU-FECHA-CLAVE
                 MOVE APR-U-OFICINA     TO USU-OFICINA
                 WRITE USU-REGISTRO
                 IF WS-USUARIOS-OK
                    MOVE "S" TO WS-RESULTADO-APLICACION
                    MOVE "ALTA DE OPERADOR" TO WS-AUD-DETALLE
                    PERFORM 7200-AUDITAR-OPERADOR
                    DISPLAY " "
                    DISPLAY "Operador " USU-ID " dado de alta."
                 ELSE
                    DISPLAY " "
                    DISPLAY "ERROR: no se pudo grabar el operador. "
                       "Status: " WS-USUARIOS-STATUS
                 END-IF
              NOT INVALID KEY
                 MOVE "V" TO WS-RESULTADO-APLICACION
                 MOVE "EL OPERADOR YA EXISTE" TO WS-MOTIVO-RECHAZO
           END-READ.
      *
      *    Desbloqueo de operador: debe seguir bloqueado por
      *    intentos fallidos.
       7100-APLICAR-DESBLOQUEO-OPER.
           MOVE APR-CLAVE TO USU-ID
           READ USUARIOS-FILE
              INVALID KEY
                 MOVE "V" TO WS-RESULTADO-APLICACION
                 MOVE "EL OPERADOR YA NO EXISTE" TO WS-MOTIVO-RECHAZO
              NOT INVALID KEY
                 IF USU-ESTADO NOT = APR-D-ESTADO-ANT
                    MOVE "V" TO WS-RESULTADO-APLICACION
                    MOVE SPACES TO WS-MOTIVO-RECHAZO
                    STRING "EL OPERADOR YA NO ESTA BLOQUEADO (ESTADO "
                       USU-ESTADO ")"
                       DELIMITED BY SIZE INTO WS-MOTIVO-RECHAZO
                 ELSE
                    MOVE APR-D-ESTADO-NUEVO TO USU-ESTADO
                    MOVE 0 TO USU-NUM-FALLOS
                    REWRITE USU-REGISTRO
                    IF WS-USUARIOS-OK
                       MOVE "S" TO WS-RESULTADO-APLICACION
                       MOVE "DESBLOQUEO DE OPERADOR" TO WS-AUD-DETALLE
                       PERFORM 7200-AUDITAR-OPERADOR
                       DISPLAY " "
                       DISPLAY "Operador " USU-ID " desbloqueado."
                    ELSE
                       DISPLAY " "
                       DISPLAY "ERROR: no se pudo grabar el operador. "
                          "Status: " WS-USUARIOS-STATUS
                    END-IF
                 END-IF
           END-READ.
      *
      *    Misma linea que deja BANCO-ALTA-USUARIO al aplicar un
      *    cambio de operador; el detalle lo trae el llamador.
       7200-AUDITAR-OPERADOR.
           MOVE SPACES TO WS-AUD-CUENTA
           STRING "OPER " APR-CLAVE
              DELIMITED BY SIZE INTO WS-AUD-CUENTA
           MOVE 0 TO WS-AUD-IMPORTE
           MOVE "REALIZADA" TO WS-AUD-RESULTADO
           PERFORM 7500-REGISTRAR-AUDITORIA.
      *
       7500-REGISTRAR-AUDITORIA.
           CALL "BANCO-AUDITORIA-MOTOR" USING WS-AUD-PROGRAMA
              WS-AUD-CUENTA SPACES WS-AUD-IMPORTE
              WS-AUD-RESULTADO WS-AUD-DETALLE WS-OPERADOR.
      *
       8900-CERRAR-FICHEROS.
           CLOSE APROBPEN-FILE
           CLOSE CUENTAS-FILE
           CLOSE USUARIOS-FILE.
      *
       9000-FINALIZAR.
           DISPLAY " "
           DISPLAY "Fin de la aprobacion de cambios.".
