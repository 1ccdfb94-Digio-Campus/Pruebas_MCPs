      *              ver el dia de un cajero.
      * AUTOR: Proyecto MCPs
      * FECHA: 2026-09-02
      *
      * HISTORIAL DE MODIFICACIONES:
      *   2026-10-15  El paso anota su inicio y sus cifras en el fichero
      *               de totales de control TOTCTL (BANCO-TOTALES-PASO)
      *               para la hoja de control del job que emite
      *               BANCO-VALIDA-TOTALES.
      *   2026-10-15  Los operadores salen agrupados por su oficina
      *               (USU-OFICINA de USUARIOS, con el nombre del
      *               maestro OFICINAS) con subtotales por oficina;
      *               el CSV lleva la oficina de cada operador.
      *   2026-10-15  El paso sigue al informe de cambio de billetes
      *               (paso 56, BANCO-INFORME-DIVISAS) en el control
      *               de cierre, en lugar de al paso 55.
      *================================================================*
      *
      *-------- BLOQUE 1: IDENTIFICATION DIVISION -------------------*
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS CAJ-CLAVE
              FILE STATUS IS WS-CAJA-STATUS.
      *
           SELECT USUARIOS-FILE ASSIGN TO "USUARIOS"
              ORGANIZATION IS INDEXED
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
           SELECT IMPRESION-FILE ASSIGN TO "OPERIMPR"
              ORGANIZATION IS LINE SEQUENTIAL
      *
       FD  CAJA-FILE.
           COPY "caja.cpy".
      *
       FD  USUARIOS-FILE.
           COPY "usuarios.cpy".
      *
       FD  OFICINAS-FILE.
           COPY "oficina.cpy".
      *
       FD  IMPRESION-FILE.
       01 WS-LINEA-IMPRESION       PIC X(80).
       01 WS-TABLA-OPERADORES.
          05 WS-OPE-ENTRY OCCURS 50 TIMES.
             10 WS-OPE-ID             PIC X(08).
             10 WS-OPE-OFICINA        PIC X(04).
             10 WS-OPE-NUM-ABONOS     PIC 9(05).
             10 WS-OPE-IMP-ABONOS     PIC 9(12)V99.
             10 WS-OPE-NUM-CARGOS     PIC 9(05).
       01 WS-OPERADOR-VISTO        PIC X VALUE 'N'.
       01 WS-OPERADOR-BUSCADO      PIC X(08).
      *
      *--- Agrupacion por oficina: las oficinas se emiten en orden
      *--- de codigo (en blanco, servicios centrales, la primera)
      *--- buscando cada vez la menor posterior a la ya emitida ---
       01 WS-OFICINA-ANTERIOR      PIC X(04).
       01 WS-OFICINA-GRUPO         PIC X(04).
       01 WS-OFICINA-NOMBRE        PIC X(40).
       01 WS-HAY-GRUPO             PIC X VALUE 'N'.
       01 WS-PRIMER-GRUPO          PIC X VALUE 'S'.
       01 WS-SUB-OPERADORES        PIC 9(03) VALUE 0.
       01 WS-SUB-NUM-ABONOS        PIC 9(06) VALUE 0.
       01 WS-SUB-IMP-ABONOS        PIC 9(13)V99 VALUE 0.
       01 WS-SUB-NUM-CARGOS        PIC 9(06) VALUE 0.
       01 WS-SUB-IMP-CARGOS        PIC 9(13)V99 VALUE 0.
       01 WS-SUB-NUM-EXTORNOS      PIC 9(06) VALUE 0.
       01 WS-SUB-IMP-EXTORNOS      PIC 9(13)V99 VALUE 0.
       01 WS-SUB-NUM-AUTORIZA      PIC 9(06) VALUE 0.
       01 WS-SUB-IMP-AUTORIZA      PIC 9(13)V99 VALUE 0.
       01 WS-SUB-CAJA-DIF          PIC S9(11)V99 VALUE 0.
      *
      *--- Autorizaciones del dia (quien autorizo a quien): el
      *--- cajero autorizado viene en el detalle de la linea
      *--- AUTORIZADA, detras de "AUTORIZACION DE SUPERVISOR A ";
       01 WS-FIN-CAJA              PIC X VALUE 'N'.
       01 WS-AUDITLOG-ABIERTO      PIC X VALUE 'N'.
       01 WS-CAJA-ABIERTA          PIC X VALUE 'N'.
       01 WS-USUARIOS-ABIERTO      PIC X VALUE 'N'.
       01 WS-OFICINAS-ABIERTO      PIC X VALUE 'N'.
       01 WS-IMPORTE-EDITADO       PIC Z(9)9.99-.
      *
       01 WS-MOVIMIEN-STATUS       PIC X(02).
          88 WS-AUDITLOG-OK            VALUE "00".
       01 WS-CAJA-STATUS           PIC X(02).
          88 WS-CAJA-OK                VALUE "00".
       01 WS-USUARIOS-STATUS       PIC X(02).
          88 WS-USUARIOS-OK            VALUE "00".
       01 WS-OFICINAS-STATUS       PIC X(02).
          88 WS-OFICINAS-OK            VALUE "00".
       01 WS-IMPRESION-STATUS      PIC X(02).
          88 WS-IMPRESION-OK           VALUE "00".
       01 WS-CSV-STATUS            PIC X(02).
      *--- Control de cierre (ver BANCO-CONTROL-CIERRE) ---
       01 WS-CC-ACCION             PIC X(01).
       01 WS-CC-PASO               PIC 9(02) VALUE 57.
       01 WS-CC-PASO-ANTERIOR      PIC 9(02) VALUE 56.
       01 WS-CC-PERMITIDO          PIC X(01).
       01 WS-CC-MENSAJE            PIC X(60).
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
           PERFORM 3000-ACUMULAR-MOVIMIENTOS
           PERFORM 3500-ACUMULAR-AUTORIZACIONES
           PERFORM 5000-EMITIR-EXCEPCIONES
           PERFORM 8900-CERRAR-FICHEROS
           PERFORM 1200-ANOTAR-CONTROL-CIERRE
           PERFORM 1400-ANOTAR-TOTALES-PASO
           PERFORM 9000-FINALIZAR
           STOP RUN.
      *
           END-IF.
      *
      *    Comprueba en CTLCIERR que el paso pueda ejecutarse hoy
      *    (no repetido y con el paso 56 completado); si no procede,
      *    termina sin procesar y con codigo de retorno cero.
       1100-COMPROBAR-CONTROL-CIERRE.
           MOVE "C" TO WS-CC-ACCION
           MOVE "F" TO WS-CC-ACCION
           CALL "BANCO-CONTROL-CIERRE" USING WS-CC-ACCION WS-CC-PASO
              WS-CC-PASO-ANTERIOR WS-CC-PERMITIDO WS-CC-MENSAJE.
      *
      *    Anota en TOTCTL el inicio del paso para la hoja de
      *    control del job (BANCO-VALIDA-TOTALES).
       1300-INICIAR-TOTALES-PASO.
           MOVE SPACES TO WS-TPA-REGISTRO
           MOVE "BANCO-INFORME-OPER" TO WS-TPA-PROGRAMA
           MOVE "BANCIERR" TO WS-TPA-JOB
           MOVE "I" TO WS-TP-ACCION
           CALL "BANCO-TOTALES-PASO" USING WS-TP-ACCION
              WS-TPA-REGISTRO.
      *
      *    Anota en TOTCTL las cifras del paso y su codigo de
      *    retorno, que se conserva tras la llamada.
       1400-ANOTAR-TOTALES-PASO.
           MOVE WS-NUM-OPERADORES TO WS-TPA-LEIDOS
           MOVE RETURN-CODE TO WS-TPA-RC
           MOVE "F" TO WS-TP-ACCION
           CALL "BANCO-TOTALES-PASO" USING WS-TP-ACCION
              WS-TPA-REGISTRO
           MOVE WS-TPA-RC TO RETURN-CODE.
      *
       2000-ABRIR-FICHEROS.
           OPEN INPUT MOVIMIEN-FILE
              DISPLAY "AVISO: no se puede abrir CAJA; el informe "
                 "saldra sin diferencias de cierre de caja."
           END-IF
           OPEN INPUT USUARIOS-FILE
           IF WS-USUARIOS-OK
              MOVE 'S' TO WS-USUARIOS-ABIERTO
           ELSE
              DISPLAY "AVISO: no se puede abrir USUARIOS; los "
                 "operadores saldran sin oficina."
           END-IF
           OPEN INPUT OFICINAS-FILE
           IF WS-OFICINAS-OK
              MOVE 'S' TO WS-OFICINAS-ABIERTO
           END-IF
           OPEN OUTPUT IMPRESION-FILE
           IF WS-IMPRESION-OK
              MOVE 'S' TO WS-IMPRESION-ABIERTO
      *    Localiza (o da de alta a cero) al operador en la tabla de
      *    actividad y deja su indice en WS-IDX-OPERADOR; la tabla
      *    llena acumula sobre la ultima entrada con aviso, como la
      *    de presentadores del proceso de recibos. Al darlo de alta
      *    toma su oficina de USUARIOS (en blanco si no figura).
       7000-LOCALIZAR-OPERADOR.
           MOVE 'N' TO WS-OPERADOR-VISTO
           PERFORM VARYING WS-IDX-OPERADOR FROM 1 BY 1
                 INITIALIZE WS-OPE-ENTRY(WS-IDX-OPERADOR)
                 MOVE WS-OPERADOR-BUSCADO
                    TO WS-OPE-ID(WS-IDX-OPERADOR)
                 MOVE SPACES TO WS-OPE-OFICINA(WS-IDX-OPERADOR)
                 IF WS-USUARIOS-ABIERTO = 'S'
                    MOVE WS-OPERADOR-BUSCADO TO USU-ID
                    READ USUARIOS-FILE
                       INVALID KEY
                          CONTINUE
                       NOT INVALID KEY
                          MOVE USU-OFICINA
                             TO WS-OPE-OFICINA(WS-IDX-OPERADOR)
                    END-READ
                 END-IF
              ELSE
                 MOVE WS-NUM-OPERADORES TO WS-IDX-OPERADOR
                 DISPLAY "AVISO: tabla de operadores llena; la "
              DELIMITED BY SIZE INTO WS-LINEA-IMPRESION
           PERFORM 7500-ESCRIBIR-LINEA
           MOVE SPACES TO WS-LINEA-CSV
           STRING "OFICINA,OPERADOR,ABONOS,IMP.ABONOS,CARGOS,"
              "IMP.CARGOS,"
              "EXTORNOS,IMP.EXTORNOS,AUTORIZACIONES,"
              "IMP.AUTORIZADO,CAJA,DIFERENCIA,DESCUADRES"
              DELIMITED BY SIZE INTO WS-LINEA-CSV
           DISPLAY "=========================================="
           DISPLAY "   ACTIVIDAD POR OPERADOR"
           DISPLAY "=========================================="
           MOVE LOW-VALUES TO WS-OFICINA-ANTERIOR
           MOVE 'S' TO WS-HAY-GRUPO
           PERFORM UNTIL WS-HAY-GRUPO = 'N'
              PERFORM 4200-BUSCAR-SIGUIENTE-OFICINA
              IF WS-HAY-GRUPO = 'S'
                 PERFORM 4300-EMITIR-UNA-OFICINA
                 MOVE WS-OFICINA-GRUPO TO WS-OFICINA-ANTERIOR
              END-IF
           END-PERFORM
           IF WS-NUM-OPERADORES = 0
              DISPLAY "  (sin actividad de ventanilla hoy)"
              DELIMITED BY SIZE INTO WS-LINEA-IMPRESION
           PERFORM 7500-ESCRIBIR-LINEA
           MOVE SPACES TO WS-LINEA-CSV
           STRING WS-OPE-OFICINA(WS-IDX-OPERADOR) ","
              WS-OPE-ID(WS-IDX-OPERADOR) ","
              WS-OPE-NUM-ABONOS(WS-IDX-OPERADOR) ","
              WS-OPE-IMP-ABONOS(WS-IDX-OPERADOR) ","
              WS-OPE-NUM-CARGOS(WS-IDX-OPERADOR) ","
              DELIMITED BY SIZE INTO WS-LINEA-CSV
           PERFORM 7600-ESCRIBIR-CSV.
      *
      *    Busca la menor oficina de la tabla posterior a la ultima
      *    emitida; deja WS-HAY-GRUPO a 'N' cuando no queda ninguna.
       4200-BUSCAR-SIGUIENTE-OFICINA.
           MOVE 'N' TO WS-HAY-GRUPO
           MOVE HIGH-VALUES TO WS-OFICINA-GRUPO
           PERFORM VARYING WS-IDX-OPERADOR FROM 1 BY 1
              UNTIL WS-IDX-OPERADOR > WS-NUM-OPERADORES
              IF WS-OPE-OFICINA(WS-IDX-OPERADOR) > WS-OFICINA-ANTERIOR
                 AND WS-OPE-OFICINA(WS-IDX-OPERADOR)
                    < WS-OFICINA-GRUPO
                 MOVE WS-OPE-OFICINA(WS-IDX-OPERADOR)
                    TO WS-OFICINA-GRUPO
                 MOVE 'S' TO WS-HAY-GRUPO
              END-IF
           END-PERFORM.
      *
      *    Emite la cabecera de la oficina, sus operadores y el
      *    subtotal de la oficina.
       4300-EMITIR-UNA-OFICINA.
           IF WS-OFICINA-GRUPO = SPACES
              MOVE "SERVICIOS CENTRALES / SIN OFICINA"
                 TO WS-OFICINA-NOMBRE
           ELSE
              MOVE "NO FIGURA EN OFICINAS" TO WS-OFICINA-NOMBRE
              IF WS-OFICINAS-ABIERTO = 'S'
                 MOVE WS-OFICINA-GRUPO TO OFI-CODIGO
                 READ OFICINAS-FILE
                    INVALID KEY
                       CONTINUE
                    NOT INVALID KEY
                       MOVE OFI-NOMBRE TO WS-OFICINA-NOMBRE
                 END-READ
              END-IF
           END-IF
           DISPLAY " "
           DISPLAY "---- Oficina " WS-OFICINA-GRUPO " "
              WS-OFICINA-NOMBRE
           IF WS-PRIMER-GRUPO = 'N'
              MOVE SPACES TO WS-LINEA-IMPRESION
              PERFORM 7500-ESCRIBIR-LINEA
           END-IF
           MOVE 'N' TO WS-PRIMER-GRUPO
           MOVE SPACES TO WS-LINEA-IMPRESION
           STRING "OFICINA " WS-OFICINA-GRUPO " " WS-OFICINA-NOMBRE
              DELIMITED BY SIZE INTO WS-LINEA-IMPRESION
           PERFORM 7500-ESCRIBIR-LINEA
           MOVE 0 TO WS-SUB-OPERADORES
           MOVE 0 TO WS-SUB-NUM-ABONOS
           MOVE 0 TO WS-SUB-IMP-ABONOS
           MOVE 0 TO WS-SUB-NUM-CARGOS
           MOVE 0 TO WS-SUB-IMP-CARGOS
           MOVE 0 TO WS-SUB-NUM-EXTORNOS
           MOVE 0 TO WS-SUB-IMP-EXTORNOS
           MOVE 0 TO WS-SUB-NUM-AUTORIZA
           MOVE 0 TO WS-SUB-IMP-AUTORIZA
           MOVE 0 TO WS-SUB-CAJA-DIF
           PERFORM VARYING WS-IDX-OPERADOR FROM 1 BY 1
              UNTIL WS-IDX-OPERADOR > WS-NUM-OPERADORES
              IF WS-OPE-OFICINA(WS-IDX-OPERADOR) = WS-OFICINA-GRUPO
                 PERFORM 4100-EMITIR-UN-OPERADOR
                 PERFORM 4400-SUMAR-SUBTOTAL
              END-IF
           END-PERFORM
           PERFORM 4450-EMITIR-SUBTOTAL.
      *
       4400-SUMAR-SUBTOTAL.
           ADD 1 TO WS-SUB-OPERADORES
           ADD WS-OPE-NUM-ABONOS(WS-IDX-OPERADOR) TO WS-SUB-NUM-ABONOS
           ADD WS-OPE-IMP-ABONOS(WS-IDX-OPERADOR) TO WS-SUB-IMP-ABONOS
           ADD WS-OPE-NUM-CARGOS(WS-IDX-OPERADOR) TO WS-SUB-NUM-CARGOS
           ADD WS-OPE-IMP-CARGOS(WS-IDX-OPERADOR) TO WS-SUB-IMP-CARGOS
           ADD WS-OPE-NUM-EXTORNOS(WS-IDX-OPERADOR)
              TO WS-SUB-NUM-EXTORNOS
           ADD WS-OPE-IMP-EXTORNOS(WS-IDX-OPERADOR)
              TO WS-SUB-IMP-EXTORNOS
           ADD WS-OPE-NUM-AUTORIZA(WS-IDX-OPERADOR)
              TO WS-SUB-NUM-AUTORIZA
           ADD WS-OPE-IMP-AUTORIZA(WS-IDX-OPERADOR)
              TO WS-SUB-IMP-AUTORIZA
           ADD WS-OPE-CAJA-DIF(WS-IDX-OPERADOR) TO WS-SUB-CAJA-DIF.
      *
       4450-EMITIR-SUBTOTAL.
           DISPLAY "   Subtotal oficina " WS-OFICINA-GRUPO ": "
              WS-SUB-OPERADORES " operadores"
           DISPLAY "   Abonos:  " WS-SUB-NUM-ABONOS
              " importe " WS-SUB-IMP-ABONOS
           DISPLAY "   Cargos:  " WS-SUB-NUM-CARGOS
              " importe " WS-SUB-IMP-CARGOS
           DISPLAY "   Extornos:" WS-SUB-NUM-EXTORNOS
              " importe " WS-SUB-IMP-EXTORNOS
           DISPLAY "   Autoriza:" WS-SUB-NUM-AUTORIZA
              " importe " WS-SUB-IMP-AUTORIZA
           MOVE WS-SUB-CAJA-DIF TO WS-IMPORTE-EDITADO
           DISPLAY "   Diferencia de cajas: " WS-IMPORTE-EDITADO
           MOVE SPACES TO WS-LINEA-IMPRESION
           STRING "SUBTOTAL " WS-OFICINA-GRUPO
              " AB " WS-SUB-NUM-ABONOS
              " CG " WS-SUB-NUM-CARGOS
              " EX " WS-SUB-NUM-EXTORNOS
              " AU " WS-SUB-NUM-AUTORIZA
              " DIF " WS-IMPORTE-EDITADO
              DELIMITED BY SIZE INTO WS-LINEA-IMPRESION
           PERFORM 7500-ESCRIBIR-LINEA
           MOVE SPACES TO WS-LINEA-CSV
           STRING WS-OFICINA-GRUPO ",SUBTOTAL,"
              WS-SUB-NUM-ABONOS ","
              WS-SUB-IMP-ABONOS ","
              WS-SUB-NUM-CARGOS ","
              WS-SUB-IMP-CARGOS ","
              WS-SUB-NUM-EXTORNOS ","
              WS-SUB-IMP-EXTORNOS ","
              WS-SUB-NUM-AUTORIZA ","
              WS-SUB-IMP-AUTORIZA ",,"
              WS-SUB-CAJA-DIF ","
              DELIMITED BY SIZE INTO WS-LINEA-CSV
           PERFORM 7600-ESCRIBIR-CSV.
      *
      *    Seccion de autorizaciones del dia: cada linea dice quien
      *    (supervisor) autorizo a quien (cajero), sobre que cuenta,
      *    por cuanto y desde que programa.
           IF WS-CAJA-ABIERTA = 'S'
              CLOSE CAJA-FILE
           END-IF
           IF WS-USUARIOS-ABIERTO = 'S'
              CLOSE USUARIOS-FILE
           END-IF
           IF WS-OFICINAS-ABIERTO = 'S'
              CLOSE OFICINAS-FILE
           END-IF
           IF WS-IMPRESION-ABIERTO = 'S'
              CLOSE IMPRESION-FILE
           END-IF
