      * PROGRAMA: BANCO-MANTENIMIENTO-CAMBIO
      * DESCRIPCION: Mantenimiento de tipos de cambio para tesoreria.
      *              Captura el par de divisas, la tasa nueva y su
      *              fecha de entrada en vigor, y la deja como
      *              solicitud pendiente de aprobacion en APROBPEN
      *              (BANCO-COLA-APROBACIONES, tipo T): el cambio no
      *              se aplica hasta que otro operador de nivel
      *              supervisor lo aprueba en BANCO-APRUEBA-CAMBIOS,
      *              que es quien graba a la vez el fichero CAMBIO
      *              (que se reescribe con la tasa vigente del par y
      *              de su par inverso, mantenido consistente como 1
      *              entre la tasa) y el historico fechado CAMBHIST
      *              del que el motor de transferencias toma la tasa
      *              vigente. Una tasa que se desvia de la anterior
      *              mas del porcentaje configurado se avisa y queda
      *              senalada en la solicitud para el aprobador, para
      *              que un baile de cifras no entre en todas las
      *              conversiones del dia; antes CAMBIO y CAMBHIST se
      *              editaban a mano y nadie validaba nada. La
      *              solicitud deja linea de auditoria con la tasa
      *              anterior y la nueva.
      * AUTOR: Proyecto MCPs
      * FECHA: 2026-09-02
           SELECT CAMBIO-FILE ASSIGN TO "CAMBIO"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-CAMBIO-STATUS.
      *
      *-------- BLOQUE 3: DATA DIVISION -----------------------------*
       DATA DIVISION.
       FILE SECTION.
       FD  CAMBIO-FILE.
           COPY "cambio.cpy".
      *
       WORKING-STORAGE SECTION.
      *
      *--- Umbral de desviacion que se senala (porcentaje) ---
       01 WS-UMBRAL-DESVIACION  PIC 9(03)V99 VALUE 10.
       01 WS-UMBRAL-ENTRADA     PIC X(06).
      *--- Conversion de la entrada de parametros: ACCEPT deja el
       01 WS-TASA-ANTERIOR      PIC 9(04)V9(6) VALUE 0.
       01 WS-PAR-EXISTIA        PIC X VALUE 'N'.
       01 WS-DESVIACION         PIC 9(05)V99 VALUE 0.
       01 WS-DESVIACION-ED      PIC Z(4)9.99.
       01 WS-DESVIACION-ALTA    PIC X VALUE 'N'.
      *
      *--- Tabla del fichero CAMBIO completo (se reescribe entero) ---
       01 WS-MAX-CAMBIOS        PIC 9(03) VALUE 100.
             10 WS-CAM-ORIGEN   PIC X(03).
             10 WS-CAM-DESTINO  PIC X(03).
             10 WS-CAM-TASA     PIC 9(04)V9(6).
       01 WS-TABLA-DESBORDADA   PIC X VALUE 'N'.
      *
      *--- Variables de control ---
       01 WS-FECHA-ACTUAL       PIC X(10).
       01 WS-DATOS-VALIDOS      PIC X VALUE 'S'.
      *
       01 WS-CAMBIO-STATUS      PIC X(02).
          88 WS-CAMBIO-OK           VALUE "00".
      *
      *--- Sesion de operador (ver BANCO-CONTROL-ACCESO) ---
       01 WS-CA-ACCION          PIC X(01).
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
       01 WS-AUD-PROGRAMA        PIC X(20) VALUE "BANCO-MANTEN-CAMBIO".
           PERFORM 3000-PEDIR-DATOS-CAMBIO
           IF WS-DATOS-VALIDOS = 'S'
              PERFORM 4000-COMPROBAR-DESVIACION
              PERFORM 5000-SOLICITAR-CAMBIO
           ELSE
              DISPLAY " "
              DISPLAY "ERROR: datos del cambio no validos, no se "
           DISPLAY "=========================================="
           DISPLAY " "
           DISPLAY "Umbral de desviacion en porcentaje entero que "
              "se senala al aprobador (en blanco = 10): "
           ACCEPT WS-UMBRAL-ENTRADA
           IF WS-UMBRAL-ENTRADA NOT = SPACES
              PERFORM 7700-CONVERTIR-ENTRADA
      *
      *    Busca la tasa anterior del par en la tabla y calcula la
      *    desviacion porcentual; por encima del umbral se avisa y
      *    la solicitud lo lleva senalado, para que el aprobador lo
      *    mire con cuidado antes de aprobar.
       4000-COMPROBAR-DESVIACION.
           MOVE 'N' TO WS-DESVIACION-ALTA
           MOVE 'N' TO WS-PAR-EXISTIA
           MOVE 0 TO WS-TASA-ANTERIOR
           MOVE 0 TO WS-DESVIACION
           PERFORM VARYING WS-IDX-CAMBIO FROM 1 BY 1
              UNTIL WS-IDX-CAMBIO > WS-NUM-CAMBIOS
              IF WS-CAM-ORIGEN(WS-IDX-CAMBIO) = WS-MONEDA-ORIGEN
                    / WS-TASA-ANTERIOR
              END-IF
              IF WS-DESVIACION > WS-UMBRAL-DESVIACION
                 MOVE 'S' TO WS-DESVIACION-ALTA
                 DISPLAY " "
                 DISPLAY "ATENCION: la tasa nueva " WS-TASA-NUEVA
                    " se desvia un " WS-DESVIACION
                    " por ciento de la anterior "
                    WS-TASA-ANTERIOR "."
                 DISPLAY "La solicitud queda senalada para el "
                    "aprobador."
              END-IF
           END-IF.
      *
      *    Anota el cambio de tasa como solicitud pendiente (tipo T,
      *    clave "CAMBIO ooo/ddd") con la tasa anterior y la nueva;
      *    lo aplica BANCO-APRUEBA-CAMBIOS cuando otro operador de
      *    nivel supervisor lo aprueba.
       5000-SOLICITAR-CAMBIO.
      *    Un par nuevo necesita hueco para el y para su inverso;
      *    sin hueco se rechaza aqui, en vez de dejar pendiente un
      *    cambio que no se podria aplicar
           IF WS-PAR-EXISTIA = 'N'
              AND WS-NUM-CAMBIOS + 2 > WS-MAX-CAMBIOS
              DISPLAY " "
              DISPLAY "ERROR: la tabla de cambios no tiene hueco "
                 "para el par nuevo y su inverso; no se solicita "
                 "ningun cambio. Amplie la tabla y recompile."
           ELSE
              PERFORM 5100-ANOTAR-SOLICITUD
           END-IF.
      *
       5100-ANOTAR-SOLICITUD.
           MOVE SPACES TO WS-AUD-CUENTA
           STRING "CAMBIO " WS-MONEDA-ORIGEN "/" WS-MONEDA-DESTINO
              DELIMITED BY SIZE INTO WS-AUD-CUENTA
           MOVE WS-TASA-ANTERIOR TO WS-TASA-ANT-EDITADA
           MOVE WS-TASA-NUEVA TO WS-TASA-NVA-EDITADA
           MOVE SPACES TO WS-APR-REGISTRO
           MOVE 0 TO WS-APR-NUMERO
           MOVE "T" TO WS-APR-TIPO
           MOVE WS-AUD-CUENTA TO WS-APR-CLAVE
           MOVE WS-OPERADOR TO WS-APR-SOLICITANTE
           MOVE WS-AUD-PROGRAMA TO WS-APR-PROGRAMA
           MOVE WS-NIVEL-SUPERVISOR TO WS-APR-NIVEL-REQUERIDO
           MOVE SPACES TO WS-APR-MOTIVO
           STRING "TASA EN VIGOR DESDE " WS-FECHA-DESDE
              DELIMITED BY SIZE INTO WS-APR-MOTIVO
           IF WS-PAR-EXISTIA = 'S'
              STRING "TASA " WS-TASA-ANT-EDITADA
                 DELIMITED BY SIZE INTO WS-APR-ANTES
           ELSE
              MOVE "PAR NUEVO, SIN TASA ANTERIOR" TO WS-APR-ANTES
           END-IF
           IF WS-DESVIACION-ALTA = 'S'
              MOVE WS-DESVIACION TO WS-DESVIACION-ED
              STRING "TASA " WS-TASA-NVA-EDITADA " DESVIA "
                 WS-DESVIACION-ED "%"
                 DELIMITED BY SIZE INTO WS-APR-DESPUES
           ELSE
              STRING "TASA " WS-TASA-NVA-EDITADA
                 DELIMITED BY SIZE INTO WS-APR-DESPUES
           END-IF
           MOVE WS-MONEDA-ORIGEN TO WS-APR-T-MONEDA-ORIGEN
           MOVE WS-MONEDA-DESTINO TO WS-APR-T-MONEDA-DESTINO
           MOVE WS-TASA-ANTERIOR TO WS-APR-T-TASA-ANT
           MOVE WS-TASA-NUEVA TO WS-APR-T-TASA-NUEVA
           MOVE WS-FECHA-DESDE TO WS-APR-T-FECHA-DESDE
           MOVE "A" TO WS-CQ-ACCION
           CALL "BANCO-COLA-APROBACIONES" USING WS-CQ-ACCION
              WS-APR-REGISTRO WS-CQ-RESULTADO
           DISPLAY " "
           EVALUATE WS-CQ-RESULTADO
              WHEN "N"
                 PERFORM 5500-REGISTRAR-AUDITORIA
                 DISPLAY "Cambio de tasa solicitado con el numero "
                    WS-APR-NUMERO ":"
                 DISPLAY "  Antes:   " WS-APR-ANTES
                 DISPLAY "  Despues: " WS-APR-DESPUES
                 DISPLAY "No se aplica hasta que lo apruebe otro "
                    "operador de nivel supervisor "
                    "(BANCO-APRUEBA-CAMBIOS)."
              WHEN "E"
                 DISPLAY "ERROR: el par ya tiene pendiente la "
                    "solicitud " WS-APR-NUMERO " de "
                    WS-APR-SOLICITANTE "; debe resolverse antes de "
                    "pedir otro cambio."
              WHEN OTHER
                 DISPLAY "ERROR: no se pudo anotar la solicitud de "
                    "aprobacion; la tasa no se ha cambiado."
           END-EVALUATE.
      *
       5500-REGISTRAR-AUDITORIA.
           MOVE 0 TO WS-AUD-IMPORTE
           MOVE "SOLICITADA" TO WS-AUD-RESULTADO
           MOVE SPACES TO WS-AUD-DETALLE
           STRING "TASA " WS-TASA-ANT-EDITADA " A "
              WS-TASA-NVA-EDITADA
           CALL "BANCO-AUDITORIA-MOTOR" USING WS-AUD-PROGRAMA
              WS-AUD-CUENTA SPACES WS-AUD-IMPORTE
              WS-AUD-RESULTADO WS-AUD-DETALLE WS-OPERADOR.
      *
      *    Convierte la entrada tecleada o de SYSIN a numero: los
      *    espacios se saltan y cada digito se acumula; cualquier
