      *              nivel y limite de autoridad) y baja logica de uno
      *              existente. Es una utilidad de explotacion: se
      *              lanza desde la sala de operacion, no desde
      *              ventanilla. El alta y el desbloqueo de un
      *              operador exigen inicio de sesion y quedan como
      *              solicitud pendiente en APROBPEN hasta que otro
      *              operador de nivel supervisor los aprueba en
      *              BANCO-APRUEBA-CAMBIOS; solo mientras no hay
      *              ningun supervisor activo en USUARIOS (arranque
      *              de la instalacion) se aplican en el acto.
      * AUTOR: Proyecto MCPs
      * FECHA: 2026-08-18
      *
      *               bloqueado por intentos fallidos (estado L de
      *               BANCO-CONTROL-ACCESO), unico camino de
      *               desbloqueo, con linea de auditoria.
      *   2026-10-15  El alta recoge la oficina del operador
      *               (USU-OFICINA, en blanco = servicios centrales),
      *               validada contra el maestro OFICINAS. Nueva
      *               accion O: cambia de oficina a un operador, con
      *               linea de auditoria.
      *   2026-10-15  Doble intervencion: el alta (A) y el
      *               desbloqueo (D) piden inicio de sesion y se
      *               anotan como solicitud en APROBPEN (BANCO-COLA-
      *               APROBACIONES), con la huella de la clave y no
      *               la clave; los aplica BANCO-APRUEBA-CAMBIOS al
      *               aprobarlos otro operador de nivel supervisor.
      *               Sin ningun supervisor activo se aplican en el
      *               acto, como hasta ahora, para poder dar de alta
      *               al primero.
      *================================================================*
      *
      *-------- BLOQUE 1: IDENTIFICATION DIVISION -------------------*
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS USU-ID
              FILE STATUS IS WS-USUARIOS-STATUS.
      *
           SELECT OFICINAS-FILE ASSIGN TO "OFICINAS"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS OFI-CODIGO
              FILE STATUS IS WS-OFICINAS-STATUS.
      *
      *-------- BLOQUE 3: DATA DIVISION -----------------------------*
       DATA DIVISION.
       FILE SECTION.
       FD  USUARIOS-FILE.
           COPY "usuarios.cpy".
      *
       FD  OFICINAS-FILE.
           COPY "oficina.cpy".
      *
       WORKING-STORAGE SECTION.
      *
       01 WS-NOMBRE             PIC X(40).
       01 WS-NIVEL              PIC 9(01) VALUE 1.
       01 WS-LIMITE             PIC 9(10)V99 VALUE 0.
       01 WS-OFICINA            PIC X(04).
      *
      *--- Variables de control ---
       01 WS-FECHA-ACTUAL       PIC X(10).
       01 WS-USUARIOS-STATUS    PIC X(02).
          88 WS-USUARIOS-OK         VALUE "00".
          88 WS-USUARIOS-NUEVO      VALUE "35".
       01 WS-OFICINAS-STATUS    PIC X(02).
          88 WS-OFICINAS-OK         VALUE "00".
       01 WS-OFICINAS-ABIERTO   PIC X VALUE 'N'.
       01 WS-OFICINA-VALIDA     PIC X VALUE 'N'.
      *
       01 WS-HUELLA-CLAVE       PIC X(08).
      *
      *--- Arranque: sin ningun supervisor activo no hay quien
      *--- apruebe, y el alta y el desbloqueo se aplican en el acto ---
       01 WS-ARRANQUE           PIC X VALUE 'N'.
       01 WS-FIN-USUARIOS       PIC X VALUE 'N'.
      *
      *--- Sesion de operador (ver BANCO-CONTROL-ACCESO) ---
       01 WS-CA-ACCION          PIC X(01).
       01 WS-OPERADOR           PIC X(08) VALUE SPACES.
       01 WS-NIVEL-OPERADOR     PIC 9(01) VALUE 0.
       01 WS-LIMITE-OPERADOR    PIC 9(10)V99 VALUE 0.
       01 WS-CA-IMPORTE         PIC 9(10)V99 VALUE 0.
       01 WS-CA-AUTORIZADO      PIC X(01).
      *
      *--- Solicitud de aprobacion (ver BANCO-COLA-APROBACIONES) ---
       01 WS-NIVEL-SUPERVISOR   PIC 9(01) VALUE 2.
       01 WS-CQ-ACCION          PIC X(01).
       01 WS-CQ-RESULTADO       PIC X(01).
       COPY "aprobpen.cpy"
          REPLACING LEADING ==APR-== BY ==WS-APR-==.
      *
      *--- Datos para la linea de auditoria ---
       01 WS-AUD-PROGRAMA        PIC X(20) VALUE "BANCO-ALTA-USUARIO".
       01 WS-AUD-CUENTA          PIC X(20).
      *--- Parrafo principal ---
       0000-PRINCIPAL.
           PERFORM 1000-INICIALIZAR
           PERFORM 1100-COMPROBAR-ARRANQUE
           PERFORM 2000-PEDIR-ACCION
      *    La sesion se abre antes que USUARIOS: BANCO-CONTROL-ACCESO
      *    abre y cierra el maestro por su cuenta
           IF (WS-ACCION = 'A' OR WS-ACCION = 'D')
              AND WS-ARRANQUE = 'N'
              PERFORM 1050-INICIAR-SESION
           END-IF
           PERFORM 1500-ABRIR-FICHEROS
           EVALUATE WS-ACCION
              WHEN 'A'
                 PERFORM 3000-ALTA-DE-USUARIO
                 PERFORM 4000-BAJA-DE-USUARIO
              WHEN 'D'
                 PERFORM 4500-DESBLOQUEO-DE-USUARIO
              WHEN 'O'
                 PERFORM 4700-CAMBIO-DE-OFICINA
              WHEN OTHER
                 DISPLAY " "
                 DISPLAY "ERROR: accion no reconocida."
           DISPLAY "   MANTENIMIENTO DE OPERADORES"
           DISPLAY "   Fecha: " WS-FECHA-ACTUAL
           DISPLAY "==========================================".
      *
      *    Quien pide el alta o el desbloqueo queda identificado en la
      *    solicitud, para que no pueda aprobarla el mismo.
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
      *    Recorre USUARIOS buscando algun operador activo de nivel
      *    supervisor, que es quien puede aprobar; si no hay ninguno
      *    (maestro vacio o inexistente en la instalacion) el
      *    programa trabaja en modo de arranque.
       1100-COMPROBAR-ARRANQUE.
           MOVE 'S' TO WS-ARRANQUE
           MOVE 'N' TO WS-FIN-USUARIOS
           OPEN INPUT USUARIOS-FILE
           IF WS-USUARIOS-OK
              PERFORM UNTIL WS-FIN-USUARIOS = 'S'
                 OR WS-ARRANQUE = 'N'
                 READ USUARIOS-FILE NEXT RECORD
                    AT END
                       MOVE 'S' TO WS-FIN-USUARIOS
                    NOT AT END
                       IF USU-ESTADO = "A"
                          AND USU-NIVEL >= WS-NIVEL-SUPERVISOR
                          MOVE 'N' TO WS-ARRANQUE
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE USUARIOS-FILE
           END-IF
           IF WS-ARRANQUE = 'S'
              DISPLAY " "
              DISPLAY "AVISO: no hay ningun supervisor activo; el "
                 "alta y el desbloqueo se aplican sin aprobacion."
           END-IF.
      *
       1500-ABRIR-FICHEROS.
           OPEN I-O USUARIOS-FILE
              DISPLAY "ERROR: No se puede abrir el maestro USUARIOS."
              PERFORM 9000-FINALIZAR
              STOP RUN
           END-IF
           OPEN INPUT OFICINAS-FILE
           IF WS-OFICINAS-OK
              MOVE 'S' TO WS-OFICINAS-ABIERTO
           END-IF.
      *
       2000-PEDIR-ACCION.
           DISPLAY " "
           DISPLAY "Accion (A=alta, B=baja, D=desbloquear, "
              "O=cambiar oficina): "
           ACCEPT WS-ACCION.
      *
      *--- Alta de un operador nuevo ---
              ACCEPT WS-NIVEL
              DISPLAY "Importe maximo autorizable (0 = sin limite): "
              ACCEPT WS-LIMITE
              PERFORM 4800-PEDIR-OFICINA
              IF WS-CLAVE = SPACES OR WS-NOMBRE = SPACES
                 OR WS-NIVEL < 1 OR WS-NIVEL > 2
                 OR WS-OFICINA-VALIDA = 'N'
                 DISPLAY " "
                 DISPLAY "ERROR: datos del operador no validos, no "
                    "se da de alta."
      *          reservada al formato antiguo
                 CALL "BANCO-CIFRA-CLAVE" USING WS-CLAVE
                    WS-HUELLA-CLAVE
                 IF WS-ARRANQUE = 'N'
                    PERFORM 3500-SOLICITAR-ALTA
                 ELSE
                    PERFORM 3100-GRABAR-ALTA
                 END-IF
              END-IF
           END-IF.
      *
      *    Alta en el acto, solo en modo de arranque.
       3100-GRABAR-ALTA.
           MOVE WS-HUELLA-CLAVE TO USU-PASSWORD
           MOVE WS-NOMBRE    TO USU-NOMBRE
           MOVE WS-NIVEL     TO USU-NIVEL
           MOVE WS-LIMITE    TO USU-LIMITE-IMPORTE
           MOVE "A"          TO USU-ESTADO
           MOVE 0            TO USU-NUM-FALLOS
           MOVE "00000000"   TO USU-FECHA-CLAVE
           MOVE WS-OFICINA   TO USU-OFICINA
           WRITE USU-REGISTRO
           MOVE "ALTA DE OPERADOR" TO WS-AUD-DETALLE
           PERFORM 5000-REGISTRAR-AUDITORIA
           DISPLAY " "
           DISPLAY "Operador " WS-ID-USUARIO " dado de alta.".
      *
      *    El alta queda pendiente de aprobacion con los datos del
      *    operador nuevo; la clave va ya como huella, de modo que
      *    nunca se guarda en claro ni en la solicitud.
       3500-SOLICITAR-ALTA.
           MOVE SPACES TO WS-APR-REGISTRO
           MOVE 0 TO WS-APR-NUMERO
           MOVE "U" TO WS-APR-TIPO
           MOVE WS-ID-USUARIO TO WS-APR-CLAVE
           MOVE "ALTA DE OPERADOR" TO WS-APR-MOTIVO
           MOVE "OPERADOR INEXISTENTE" TO WS-APR-ANTES
           STRING "ALTA NIVEL " WS-NIVEL " OFICINA " WS-OFICINA
              " " WS-NOMBRE
              DELIMITED BY SIZE INTO WS-APR-DESPUES
           MOVE WS-HUELLA-CLAVE TO WS-APR-U-HUELLA
           MOVE WS-NOMBRE TO WS-APR-U-NOMBRE
           MOVE WS-NIVEL TO WS-APR-U-NIVEL
           MOVE WS-LIMITE TO WS-APR-U-LIMITE
           MOVE WS-OFICINA TO WS-APR-U-OFICINA
           PERFORM 5500-ANOTAR-SOLICITUD.
      *
      *--- Baja logica de un operador ---
       4000-BAJA-DE-USUARIO.
           DISPLAY " "
                    DISPLAY "ERROR: el operador no esta bloqueado "
                       "por intentos (estado " USU-ESTADO ")."
                 ELSE
                    IF WS-ARRANQUE = 'N'
                       PERFORM 4600-SOLICITAR-DESBLOQUEO
                    ELSE
                       PERFORM 4550-GRABAR-DESBLOQUEO
                    END-IF
                 END-IF
           END-READ.
      *
      *    Desbloqueo en el acto, solo en modo de arranque.
       4550-GRABAR-DESBLOQUEO.
           MOVE "A" TO USU-ESTADO
           MOVE 0 TO USU-NUM-FALLOS
           REWRITE USU-REGISTRO
           MOVE "DESBLOQUEO DE OPERADOR" TO WS-AUD-DETALLE
           PERFORM 5000-REGISTRAR-AUDITORIA
           DISPLAY "Operador " WS-ID-USUARIO
              " desbloqueado.".
      *
       4600-SOLICITAR-DESBLOQUEO.
           MOVE SPACES TO WS-APR-REGISTRO
           MOVE 0 TO WS-APR-NUMERO
           MOVE "O" TO WS-APR-TIPO
           MOVE WS-ID-USUARIO TO WS-APR-CLAVE
           MOVE "DESBLOQUEO DE OPERADOR" TO WS-APR-MOTIVO
           MOVE "ESTADO L (BLOQUEADO POR INTENTOS)" TO WS-APR-ANTES
           MOVE "ESTADO A (ACTIVO)" TO WS-APR-DESPUES
           MOVE "L" TO WS-APR-D-ESTADO-ANT
           MOVE "A" TO WS-APR-D-ESTADO-NUEVO
           PERFORM 5500-ANOTAR-SOLICITUD.
      *
      *    Cambio de oficina de un operador (traslado); el cierre de
      *    una oficina traspasa a todos sus operadores de una vez
      *    con BANCO-TRASPASA-OFICINA.
       4700-CAMBIO-DE-OFICINA.
           DISPLAY " "
           DISPLAY "Identificador del operador: "
           ACCEPT WS-ID-USUARIO
           MOVE WS-ID-USUARIO TO USU-ID
           READ USUARIOS-FILE
              INVALID KEY
                 DISPLAY "ERROR: Operador no encontrado."
              NOT INVALID KEY
                 DISPLAY "Oficina actual: " USU-OFICINA
                 PERFORM 4800-PEDIR-OFICINA
                 IF WS-OFICINA-VALIDA = 'N'
                    DISPLAY "ERROR: oficina no valida, no se cambia."
                 ELSE
                    MOVE SPACES TO WS-AUD-DETALLE
                    STRING "CAMBIO DE OFICINA " USU-OFICINA
                       " A " WS-OFICINA
                       DELIMITED BY SIZE INTO WS-AUD-DETALLE
                    MOVE WS-OFICINA TO USU-OFICINA
                    REWRITE USU-REGISTRO
                    PERFORM 5000-REGISTRAR-AUDITORIA
                    DISPLAY "Operador " WS-ID-USUARIO
                       " asignado a la oficina " WS-OFICINA "."
                 END-IF
           END-READ.
      *
      *    Pide la oficina del operador; en blanco es un operador de
      *    servicios centrales, sin oficina. Si se informa debe
      *    existir en OFICINAS y estar abierta.
       4800-PEDIR-OFICINA.
           MOVE 'S' TO WS-OFICINA-VALIDA
           DISPLAY "Oficina del operador (en blanco = servicios "
              "centrales): "
           MOVE SPACES TO WS-OFICINA
           ACCEPT WS-OFICINA
           IF WS-OFICINA NOT = SPACES
              IF WS-OFICINAS-ABIERTO = 'N'
                 MOVE 'N' TO WS-OFICINA-VALIDA
                 DISPLAY "ERROR: no se puede abrir el maestro "
                    "OFICINAS."
              ELSE
                 MOVE WS-OFICINA TO OFI-CODIGO
                 READ OFICINAS-FILE
                    INVALID KEY
                       MOVE 'N' TO WS-OFICINA-VALIDA
                       DISPLAY "ERROR: la oficina " WS-OFICINA
                          " no existe."
                    NOT INVALID KEY
                       IF OFI-ESTADO NOT = "A"
                          MOVE 'N' TO WS-OFICINA-VALIDA
                          DISPLAY "ERROR: la oficina " WS-OFICINA
                             " esta cerrada."
                       END-IF
                 END-READ
              END-IF
           END-IF.
      *
       5000-REGISTRAR-AUDITORIA.
           MOVE SPACES TO WS-AUD-CUENTA
           CALL "BANCO-AUDITORIA-MOTOR" USING WS-AUD-PROGRAMA
              WS-AUD-CUENTA SPACES WS-AUD-IMPORTE
              WS-AUD-RESULTADO WS-AUD-DETALLE WS-AUD-OPERADOR.
      *
      *    Anota la solicitud preparada por el alta o el desbloqueo
      *    y deja la linea de auditoria a nombre del solicitante.
       5500-ANOTAR-SOLICITUD.
           MOVE WS-OPERADOR TO WS-APR-SOLICITANTE
           MOVE WS-AUD-PROGRAMA TO WS-APR-PROGRAMA
           MOVE WS-NIVEL-SUPERVISOR TO WS-APR-NIVEL-REQUERIDO
           MOVE "A" TO WS-CQ-ACCION
           CALL "BANCO-COLA-APROBACIONES" USING WS-CQ-ACCION
              WS-APR-REGISTRO WS-CQ-RESULTADO
           DISPLAY " "
           EVALUATE WS-CQ-RESULTADO
              WHEN "N"
                 MOVE SPACES TO WS-AUD-CUENTA
                 STRING "OPER " WS-ID-USUARIO
                    DELIMITED BY SIZE INTO WS-AUD-CUENTA
                 MOVE 0 TO WS-AUD-IMPORTE
                 MOVE "SOLICITADA" TO WS-AUD-RESULTADO
                 MOVE SPACES TO WS-AUD-DETALLE
                 STRING "SOLICITUD " WS-APR-NUMERO ": "
                    WS-APR-MOTIVO
                    DELIMITED BY SIZE INTO WS-AUD-DETALLE
                 CALL "BANCO-AUDITORIA-MOTOR" USING WS-AUD-PROGRAMA
                    WS-AUD-CUENTA SPACES WS-AUD-IMPORTE
                    WS-AUD-RESULTADO WS-AUD-DETALLE WS-OPERADOR
                 DISPLAY "Solicitud " WS-APR-NUMERO " anotada: "
                    WS-APR-MOTIVO
                 DISPLAY "No se aplica hasta que la apruebe otro "
                    "operador de nivel supervisor "
                    "(BANCO-APRUEBA-CAMBIOS)."
              WHEN "E"
                 DISPLAY "ERROR: el operador ya tiene pendiente la "
                    "solicitud " WS-APR-NUMERO " de "
                    WS-APR-SOLICITANTE "."
              WHEN OTHER
                 DISPLAY "ERROR: no se pudo anotar la solicitud de "
                    "aprobacion; no se ha hecho ningun cambio."
           END-EVALUATE.
      *
       8900-CERRAR-FICHEROS.
           CLOSE USUARIOS-FILE
           IF WS-OFICINAS-ABIERTO = 'S'
              CLOSE OFICINAS-FILE
           END-IF.
      *
      *--- Finalizar programa ---
       9000-FINALIZAR.
