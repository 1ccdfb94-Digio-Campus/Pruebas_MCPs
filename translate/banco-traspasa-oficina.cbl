      *================================================================*
      * PROGRAMA: BANCO-TRASPASA-OFICINA
      * DESCRIPCION: Proceso de lote que traspasa la cartera de una
      *              oficina a otra, normalmente al cerrarla. Por SYSIN
      *              recibe la oficina de origen, la de destino y si
      *              la de origen se cierra (S/N, en blanco = S). Cada
      *              cuenta de CUENTAS con CTA-OFICINA de origen pasa
      *              a la de destino, y lo mismo cada operador de
      *              USUARIOS con USU-OFICINA de origen; cada traspaso
      *              deja linea de auditoria y sale en el listado
      *              TRASIMPR. Con cierre, la oficina de origen queda
      *              en estado C con la fecha de cierre y la oficina
      *              de destino anotadas, y ya no admite cuentas ni
      *              operadores nuevos. Las cajas de efectivo no se
      *              tocan: son historia del dia en que se abrieron.
      *              El proceso es repetible: una segunda ejecucion
      *              con los mismos parametros solo recoge lo que
      *              hubiera quedado en la oficina de origen.
      *              RC=8 si los parametros no son validos (oficinas
      *              inexistentes, iguales, destino cerrado u origen
      *              ya cerrado hacia otra oficina) sin tocar nada.
      * AUTOR: Proyecto MCPs
      * FECHA: 2026-10-15
      *================================================================*
      *
      *-------- BLOQUE 1: IDENTIFICATION DIVISION -------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANCO-TRASPASA-OFICINA.
       AUTHOR. PROYECTO-MCPS.
      *
      *-------- BLOQUE 2: ENVIRONMENT DIVISION ----------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OFICINAS-FILE ASSIGN TO "OFICINAS"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS OFI-CODIGO
              FILE STATUS IS WS-OFICINAS-STATUS.
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
           SELECT IMPRESION-FILE ASSIGN TO "TRASIMPR"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-IMPRESION-STATUS.
      *
      *-------- BLOQUE 3: DATA DIVISION -----------------------------*
       DATA DIVISION.
       FILE SECTION.
       FD  OFICINAS-FILE.
           COPY "oficina.cpy".
      *
       FD  CUENTAS-FILE.
           COPY "cuentas.cpy".
      *
       FD  USUARIOS-FILE.
           COPY "usuarios.cpy".
      *
       FD  IMPRESION-FILE.
       01 WS-LINEA-IMPRESION       PIC X(80).
      *
       WORKING-STORAGE SECTION.
      *
      *--- Parametros (SYSIN) ---
       01 WS-OFICINA-ORIGEN        PIC X(04).
       01 WS-OFICINA-DESTINO       PIC X(04).
       01 WS-CERRAR-ORIGEN         PIC X(01).
       01 WS-NOMBRE-ORIGEN         PIC X(40).
       01 WS-NOMBRE-DESTINO        PIC X(40).
       01 WS-PARAMETROS-VALIDOS    PIC X VALUE 'S'.
      *
      *--- Contadores ---
       01 WS-NUM-CUENTAS           PIC 9(07) VALUE 0.
       01 WS-NUM-OPERADORES        PIC 9(05) VALUE 0.
       01 WS-SALDO-TRASPASADO      PIC S9(13)V99 VALUE 0.
       01 WS-SALDO-EDITADO         PIC Z(12)9.99-.
       01 WS-NUM-EDITADO           PIC Z(6)9.
      *
      *--- Variables de proceso ---
       01 WS-FECHA-ACTUAL          PIC X(10).
       01 WS-FIN-CUENTAS           PIC X VALUE 'N'.
       01 WS-FIN-USUARIOS          PIC X VALUE 'N'.
      *
       01 WS-OFICINAS-STATUS       PIC X(02).
          88 WS-OFICINAS-OK            VALUE "00".
       01 WS-CUENTAS-STATUS        PIC X(02).
          88 WS-CUENTAS-OK             VALUE "00".
       01 WS-USUARIOS-STATUS       PIC X(02).
          88 WS-USUARIOS-OK            VALUE "00".
       01 WS-IMPRESION-STATUS      PIC X(02).
          88 WS-IMPRESION-OK           VALUE "00".
       01 WS-IMPRESION-ABIERTO     PIC X VALUE 'N'.
      *
      *--- Datos para la linea de auditoria ---
       01 WS-AUD-PROGRAMA          PIC X(20)
                                   VALUE "BANCO-TRASPASA-OFIC".
       01 WS-AUD-CUENTA            PIC X(20).
       01 WS-AUD-CUENTA-2          PIC X(20).
       01 WS-AUD-IMPORTE           PIC S9(10)V99 VALUE 0.
       01 WS-AUD-RESULTADO         PIC X(10).
       01 WS-AUD-DETALLE           PIC X(40).
       01 WS-AUD-OPERADOR          PIC X(08) VALUE "BATCH".
      *
      *-------- BLOQUE 4: PROCEDURE DIVISION ------------------------*
       PROCEDURE DIVISION.
      *
       0000-PRINCIPAL.
           PERFORM 1000-INICIALIZAR
           PERFORM 1500-ABRIR-FICHEROS
           PERFORM 2000-VALIDAR-PARAMETROS
           IF WS-PARAMETROS-VALIDOS = 'S'
              PERFORM 3000-TRASPASAR-CUENTAS
              PERFORM 4000-TRASPASAR-OPERADORES
              IF WS-CERRAR-ORIGEN = "S"
                 PERFORM 5000-CERRAR-OFICINA-ORIGEN
              END-IF
              PERFORM 6000-EMITIR-TOTALES
           ELSE
              MOVE 8 TO RETURN-CODE
           END-IF
           PERFORM 8900-CERRAR-FICHEROS
           PERFORM 9000-FINALIZAR
           STOP RUN.
      *
       1000-INICIALIZAR.
           ACCEPT WS-FECHA-ACTUAL FROM DATE YYYYMMDD
           MOVE SPACES TO WS-OFICINA-ORIGEN
           MOVE SPACES TO WS-OFICINA-DESTINO
           MOVE SPACES TO WS-CERRAR-ORIGEN
           ACCEPT WS-OFICINA-ORIGEN
           ACCEPT WS-OFICINA-DESTINO
           ACCEPT WS-CERRAR-ORIGEN
           IF WS-CERRAR-ORIGEN = SPACES
              MOVE "S" TO WS-CERRAR-ORIGEN
           END-IF
           DISPLAY "=========================================="
           DISPLAY "   TRASPASO DE CARTERA ENTRE OFICINAS"
           DISPLAY "   Fecha: " WS-FECHA-ACTUAL
           DISPLAY "   Origen: " WS-OFICINA-ORIGEN
              "  Destino: " WS-OFICINA-DESTINO
              "  Cierre: " WS-CERRAR-ORIGEN
           DISPLAY "==========================================".
      *
       1500-ABRIR-FICHEROS.
           OPEN I-O OFICINAS-FILE
           OPEN I-O CUENTAS-FILE
           OPEN I-O USUARIOS-FILE
           IF NOT WS-OFICINAS-OK OR NOT WS-CUENTAS-OK
              OR NOT WS-USUARIOS-OK
              DISPLAY "ERROR: No se pueden abrir OFICINAS, CUENTAS "
                 "o USUARIOS."
              MOVE 8 TO RETURN-CODE
              PERFORM 9000-FINALIZAR
              STOP RUN
           END-IF
           OPEN OUTPUT IMPRESION-FILE
           IF WS-IMPRESION-OK
              MOVE 'S' TO WS-IMPRESION-ABIERTO
           ELSE
              DISPLAY "AVISO: no se puede abrir TRASIMPR; el listado "
                 "solo saldra por consola."
           END-IF.
      *
      *    Las dos oficinas deben existir y ser distintas, y la de
      *    destino estar abierta. Un origen ya cerrado solo se admite
      *    hacia la misma oficina a la que se traspaso (repeticion del
      *    proceso); hacia otra seria repartir la cartera en dos.
       2000-VALIDAR-PARAMETROS.
           MOVE 'S' TO WS-PARAMETROS-VALIDOS
           IF WS-OFICINA-ORIGEN = SPACES
              OR WS-OFICINA-DESTINO = SPACES
              OR WS-OFICINA-ORIGEN = WS-OFICINA-DESTINO
              OR (WS-CERRAR-ORIGEN NOT = "S"
              AND WS-CERRAR-ORIGEN NOT = "N")
              MOVE 'N' TO WS-PARAMETROS-VALIDOS
              DISPLAY "ERROR: parametros de traspaso no validos."
           END-IF
           IF WS-PARAMETROS-VALIDOS = 'S'
              MOVE WS-OFICINA-DESTINO TO OFI-CODIGO
              READ OFICINAS-FILE
                 INVALID KEY
                    MOVE 'N' TO WS-PARAMETROS-VALIDOS
                    DISPLAY "ERROR: la oficina de destino "
                       WS-OFICINA-DESTINO " no existe."
                 NOT INVALID KEY
                    MOVE OFI-NOMBRE TO WS-NOMBRE-DESTINO
                    IF OFI-ESTADO NOT = "A"
                       MOVE 'N' TO WS-PARAMETROS-VALIDOS
                       DISPLAY "ERROR: la oficina de destino "
                          WS-OFICINA-DESTINO " esta cerrada."
                    END-IF
              END-READ
           END-IF
           IF WS-PARAMETROS-VALIDOS = 'S'
              MOVE WS-OFICINA-ORIGEN TO OFI-CODIGO
              READ OFICINAS-FILE
                 INVALID KEY
                    MOVE 'N' TO WS-PARAMETROS-VALIDOS
                    DISPLAY "ERROR: la oficina de origen "
                       WS-OFICINA-ORIGEN " no existe."
                 NOT INVALID KEY
                    MOVE OFI-NOMBRE TO WS-NOMBRE-ORIGEN
                    IF OFI-ESTADO = "C"
                       AND OFI-OFICINA-DESTINO NOT = WS-OFICINA-DESTINO
                       MOVE 'N' TO WS-PARAMETROS-VALIDOS
                       DISPLAY "ERROR: la oficina de origen ya se "
                          "cerro traspasando a "
                          OFI-OFICINA-DESTINO "."
                    END-IF
              END-READ
           END-IF
           IF WS-PARAMETROS-VALIDOS = 'S'
              MOVE SPACES TO WS-LINEA-IMPRESION
              STRING "TRASPASO DE CARTERA " WS-FECHA-ACTUAL
                 " ORIGEN " WS-OFICINA-ORIGEN
                 " DESTINO " WS-OFICINA-DESTINO
                 " CIERRE " WS-CERRAR-ORIGEN
                 DELIMITED BY SIZE INTO WS-LINEA-IMPRESION
              PERFORM 7500-ESCRIBIR-LINEA
              MOVE SPACES TO WS-LINEA-IMPRESION
              STRING "  " WS-OFICINA-ORIGEN " " WS-NOMBRE-ORIGEN
                 DELIMITED BY SIZE INTO WS-LINEA-IMPRESION
              PERFORM 7500-ESCRIBIR-LINEA
              MOVE SPACES TO WS-LINEA-IMPRESION
              STRING "  " WS-OFICINA-DESTINO " " WS-NOMBRE-DESTINO
                 DELIMITED BY SIZE INTO WS-LINEA-IMPRESION
              PERFORM 7500-ESCRIBIR-LINEA
           END-IF.
      *
      *    Recorre CUENTAS por numero de cuenta y pasa a la oficina de
      *    destino cada cuenta de la de origen, sea cual sea su
      *    estado: las cerradas tambien, para que el historico por
      *    oficina siga a la cartera.
       3000-TRASPASAR-CUENTAS.
           MOVE SPACES TO WS-LINEA-IMPRESION
           MOVE "CUENTAS TRASPASADAS" TO WS-LINEA-IMPRESION
           PERFORM 7500-ESCRIBIR-LINEA
           MOVE LOW-VALUES TO CTA-NUM-CUENTA
           MOVE 'N' TO WS-FIN-CUENTAS
           START CUENTAS-FILE KEY IS NOT LESS THAN CTA-NUM-CUENTA
              INVALID KEY
                 MOVE 'S' TO WS-FIN-CUENTAS
           END-START
           PERFORM UNTIL WS-FIN-CUENTAS = 'S'
              READ CUENTAS-FILE NEXT RECORD
                 AT END
                    MOVE 'S' TO WS-FIN-CUENTAS
                 NOT AT END
                    IF CTA-OFICINA = WS-OFICINA-ORIGEN
                       PERFORM 3100-TRASPASAR-UNA-CUENTA
                    END-IF
              END-READ
           END-PERFORM.
      *
       3100-TRASPASAR-UNA-CUENTA.
           MOVE WS-OFICINA-DESTINO TO CTA-OFICINA
           REWRITE CTA-REGISTRO
           IF NOT WS-CUENTAS-OK
              DISPLAY "AVISO: no se puede traspasar la cuenta "
                 CTA-NUM-CUENTA ". Status: " WS-CUENTAS-STATUS
              IF RETURN-CODE < 4
                 MOVE 4 TO RETURN-CODE
              END-IF
           ELSE
              ADD 1 TO WS-NUM-CUENTAS
              ADD CTA-SALDO-DISP TO WS-SALDO-TRASPASADO
              MOVE SPACES TO WS-AUD-CUENTA-2
              MOVE CTA-SALDO-DISP TO WS-AUD-IMPORTE
              MOVE SPACES TO WS-AUD-DETALLE
              STRING "TRASPASO DE OFICINA " WS-OFICINA-ORIGEN
                 " A " WS-OFICINA-DESTINO
                 DELIMITED BY SIZE INTO WS-AUD-DETALLE
              MOVE "REALIZADA" TO WS-AUD-RESULTADO
              CALL "BANCO-AUDITORIA-MOTOR" USING WS-AUD-PROGRAMA
                 CTA-NUM-CUENTA WS-AUD-CUENTA-2 WS-AUD-IMPORTE
                 WS-AUD-RESULTADO WS-AUD-DETALLE WS-AUD-OPERADOR
              MOVE CTA-SALDO-DISP TO WS-SALDO-EDITADO
              MOVE SPACES TO WS-LINEA-IMPRESION
              STRING "  " CTA-NUM-CUENTA " " CTA-TIPO " "
                 CTA-ESTADO " " WS-SALDO-EDITADO
                 DELIMITED BY SIZE INTO WS-LINEA-IMPRESION
              PERFORM 7500-ESCRIBIR-LINEA
           END-IF.
      *
      *    Los operadores de la oficina de origen pasan a la de
      *    destino, incluidos los dados de baja, por la misma razon.
       4000-TRASPASAR-OPERADORES.
           MOVE SPACES TO WS-LINEA-IMPRESION
           MOVE "OPERADORES TRASPASADOS" TO WS-LINEA-IMPRESION
           PERFORM 7500-ESCRIBIR-LINEA
           MOVE LOW-VALUES TO USU-ID
           MOVE 'N' TO WS-FIN-USUARIOS
           START USUARIOS-FILE KEY IS NOT LESS THAN USU-ID
              INVALID KEY
                 MOVE 'S' TO WS-FIN-USUARIOS
           END-START
           PERFORM UNTIL WS-FIN-USUARIOS = 'S'
              READ USUARIOS-FILE NEXT RECORD
                 AT END
                    MOVE 'S' TO WS-FIN-USUARIOS
                 NOT AT END
                    IF USU-OFICINA = WS-OFICINA-ORIGEN
                       PERFORM 4100-TRASPASAR-UN-OPERADOR
                    END-IF
              END-READ
           END-PERFORM.
      *
       4100-TRASPASAR-UN-OPERADOR.
           MOVE WS-OFICINA-DESTINO TO USU-OFICINA
           REWRITE USU-REGISTRO
           IF NOT WS-USUARIOS-OK
              DISPLAY "AVISO: no se puede traspasar al operador "
                 USU-ID ". Status: " WS-USUARIOS-STATUS
              IF RETURN-CODE < 4
                 MOVE 4 TO RETURN-CODE
              END-IF
           ELSE
              ADD 1 TO WS-NUM-OPERADORES
              MOVE SPACES TO WS-AUD-CUENTA
              STRING "OPER " USU-ID
                 DELIMITED BY SIZE INTO WS-AUD-CUENTA
              MOVE SPACES TO WS-AUD-CUENTA-2
              MOVE 0 TO WS-AUD-IMPORTE
              MOVE SPACES TO WS-AUD-DETALLE
              STRING "CAMBIO DE OFICINA " WS-OFICINA-ORIGEN
                 " A " WS-OFICINA-DESTINO
                 DELIMITED BY SIZE INTO WS-AUD-DETALLE
              MOVE "REALIZADA" TO WS-AUD-RESULTADO
              CALL "BANCO-AUDITORIA-MOTOR" USING WS-AUD-PROGRAMA
                 WS-AUD-CUENTA WS-AUD-CUENTA-2 WS-AUD-IMPORTE
                 WS-AUD-RESULTADO WS-AUD-DETALLE WS-AUD-OPERADOR
              MOVE SPACES TO WS-LINEA-IMPRESION
              STRING "  " USU-ID " " USU-NOMBRE " " USU-ESTADO
                 DELIMITED BY SIZE INTO WS-LINEA-IMPRESION
              PERFORM 7500-ESCRIBIR-LINEA
           END-IF.
      *
      *    Cierre de la oficina de origen con la oficina que recibe
      *    su cartera; en una repeticion sobre una oficina ya cerrada
      *    se conserva la fecha de cierre original.
       5000-CERRAR-OFICINA-ORIGEN.
           MOVE WS-OFICINA-ORIGEN TO OFI-CODIGO
           READ OFICINAS-FILE
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 IF OFI-ESTADO NOT = "C"
                    MOVE "C" TO OFI-ESTADO
                    MOVE WS-FECHA-ACTUAL TO OFI-FECHA-CIERRE
                    MOVE WS-OFICINA-DESTINO TO OFI-OFICINA-DESTINO
                    MOVE WS-AUD-OPERADOR TO OFI-OPERADOR
                    REWRITE OFI-REGISTRO
                    MOVE SPACES TO WS-AUD-CUENTA
                    STRING "OFICINA " WS-OFICINA-ORIGEN
                       DELIMITED BY SIZE INTO WS-AUD-CUENTA
                    MOVE SPACES TO WS-AUD-CUENTA-2
                    STRING "OFICINA " WS-OFICINA-DESTINO
                       DELIMITED BY SIZE INTO WS-AUD-CUENTA-2
                    MOVE 0 TO WS-AUD-IMPORTE
                    MOVE "CIERRE DE OFICINA Y TRASPASO DE CARTERA"
                       TO WS-AUD-DETALLE
                    MOVE "CERRADA" TO WS-AUD-RESULTADO
                    CALL "BANCO-AUDITORIA-MOTOR" USING
                       WS-AUD-PROGRAMA WS-AUD-CUENTA WS-AUD-CUENTA-2
                       WS-AUD-IMPORTE WS-AUD-RESULTADO WS-AUD-DETALLE
                       WS-AUD-OPERADOR
                    DISPLAY "Oficina " WS-OFICINA-ORIGEN
                       " cerrada."
                 ELSE
                    DISPLAY "Oficina " WS-OFICINA-ORIGEN
                       " ya estaba cerrada desde el "
                       OFI-FECHA-CIERRE "."
                 END-IF
           END-READ.
      *
       6000-EMITIR-TOTALES.
           MOVE WS-SALDO-TRASPASADO TO WS-SALDO-EDITADO
           MOVE WS-NUM-CUENTAS TO WS-NUM-EDITADO
           MOVE SPACES TO WS-LINEA-IMPRESION
           STRING "TOTAL CUENTAS " WS-NUM-EDITADO
              " SALDO " WS-SALDO-EDITADO
              DELIMITED BY SIZE INTO WS-LINEA-IMPRESION
           PERFORM 7500-ESCRIBIR-LINEA
           MOVE WS-NUM-OPERADORES TO WS-NUM-EDITADO
           MOVE SPACES TO WS-LINEA-IMPRESION
           STRING "TOTAL OPERADORES " WS-NUM-EDITADO
              DELIMITED BY SIZE INTO WS-LINEA-IMPRESION
           PERFORM 7500-ESCRIBIR-LINEA
           DISPLAY " "
           DISPLAY "Cuentas traspasadas:    " WS-NUM-CUENTAS
           DISPLAY "Saldo traspasado:       " WS-SALDO-EDITADO
           DISPLAY "Operadores traspasados: " WS-NUM-OPERADORES.
      *
       7500-ESCRIBIR-LINEA.
           IF WS-IMPRESION-ABIERTO = 'S'
              WRITE WS-LINEA-IMPRESION
           END-IF.
      *
       8900-CERRAR-FICHEROS.
           CLOSE OFICINAS-FILE
           CLOSE CUENTAS-FILE
           CLOSE USUARIOS-FILE
           IF WS-IMPRESION-ABIERTO = 'S'
              CLOSE IMPRESION-FILE
           END-IF.
      *
       9000-FINALIZAR.
           DISPLAY " "
           DISPLAY "Traspaso de cartera entre oficinas finalizado.".
