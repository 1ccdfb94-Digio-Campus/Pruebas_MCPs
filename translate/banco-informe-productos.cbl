      *================================================================*
      * PROGRAMA: BANCO-INFORME-PRODUCTOS
      * DESCRIPCION: Paso del job de fin de mes que cruza las cuentas
      *              vivas (estado distinto de C) contra el catalogo
      *              de productos PRODUCTO y lista a PRODIMPR y por
      *              consola las que no encajan en ninguno:
      *                - SIN-PRODUCTO: su CTA-TIPO no es un producto
      *                  del catalogo (tipo mal tecleado en el alta o
      *                  anterior al catalogo); no devenga interes ni
      *                  paga cuota por las condiciones de un
      *                  producto, sino por las reglas de su tipo;
      *                - MONEDA: la moneda de la cuenta no esta entre
      *                  las admitidas por su producto;
      *                - DESCUBIERTO: la cuenta tiene un descubierto
      *                  autorizado que su producto no admite o que
      *                  supera el maximo del producto.
      *              Las cuentas internas (INTERNA) no son productos
      *              y no se revisan. Al final emite el resumen por
      *              incidencia y los tipos desconocidos con su numero
      *              de cuentas, para corregirlos con BANCO-
      *              MANTENIMIENTO-PRODUCTO o en las cuentas. RC=4 si
      *              hay alguna cuenta fuera de catalogo o de
      *              condiciones; RC=8 si no se puede abrir CUENTAS o
      *              PRODUCTO.
      * AUTOR: Proyecto MCPs
      * FECHA: 2026-10-15
      *================================================================*
      *
      *-------- BLOQUE 1: IDENTIFICATION DIVISION -------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANCO-INFORME-PRODUCTOS.
       AUTHOR. PROYECTO-MCPS.
      *
      *-------- BLOQUE 2: ENVIRONMENT DIVISION ----------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUENTAS-FILE ASSIGN TO "CUENTAS"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS CTA-NUM-CUENTA
              FILE STATUS IS WS-CUENTAS-STATUS.
      *
           SELECT PRODUCTOS-FILE ASSIGN TO "PRODUCTO"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PRD-TIPO
              FILE STATUS IS WS-PRODUCTOS-STATUS.
      *
           SELECT IMPRESION-FILE ASSIGN TO "PRODIMPR"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-IMPRESION-STATUS.
      *
      *-------- BLOQUE 3: DATA DIVISION -----------------------------*
       DATA DIVISION.
       FILE SECTION.
       FD  CUENTAS-FILE.
           COPY "cuentas.cpy".
      *
       FD  PRODUCTOS-FILE.
           COPY "producto.cpy".
      *
       FD  IMPRESION-FILE.
       01 WS-LINEA-IMPRESION       PIC X(80).
      *
       WORKING-STORAGE SECTION.
      *
      *--- Tipos de incidencia, en el orden del resumen ---
       01 WS-DEFINICION-TIPOS.
          05 FILLER PIC X(47) VALUE
             "SIN-PRODUCTO   TIPO DE CUENTA FUERA DE CATALOGO".
          05 FILLER PIC X(47) VALUE
             "MONEDA         MONEDA NO ADMITIDA POR PRODUCTO ".
          05 FILLER PIC X(47) VALUE
             "DESCUBIERTO    DESCUBIERTO FUERA DE PRODUCTO   ".
       01 WS-TABLA-TIPOS REDEFINES WS-DEFINICION-TIPOS.
          05 WS-TIP-ENTRY OCCURS 3 TIMES.
             10 WS-TIP-CODIGO      PIC X(15).
             10 WS-TIP-DESCRIPCION PIC X(32).
       01 WS-NUM-TIPOS             PIC 9(02) VALUE 3.
       01 WS-IDX-TIPO              PIC 9(02) VALUE 0.
       01 WS-CONTADORES-TIPO.
          05 WS-TIP-CUENTA OCCURS 3 TIMES PIC 9(07).
      *
      *--- Incidencia en curso ---
       01 WS-INC-TIPO              PIC 9(02).
       01 WS-INC-DETALLE           PIC X(27).
      *
      *--- Tipos de cuenta que no son producto, con sus cuentas ---
       01 WS-MAX-DESCONOCIDOS      PIC 9(03) VALUE 100.
       01 WS-NUM-DESCONOCIDOS      PIC 9(03) VALUE 0.
       01 WS-IDX-DESCONOCIDO       PIC 9(03) VALUE 0.
       01 WS-TABLA-DESCONOCIDOS.
          05 WS-DES-ENTRY OCCURS 100 TIMES.
             10 WS-DES-TIPO        PIC X(15).
             10 WS-DES-CUENTAS     PIC 9(07).
       01 WS-DESCONOCIDO-ENCONTRADO PIC X VALUE 'N'.
       01 WS-DESCONOCIDOS-DESBORDADOS PIC X VALUE 'N'.
      *
      *--- Contadores ---
       01 WS-NUM-LEIDOS            PIC 9(07) VALUE 0.
       01 WS-NUM-REVISADAS         PIC 9(07) VALUE 0.
       01 WS-NUM-CORRECTAS         PIC 9(07) VALUE 0.
       01 WS-NUM-INCIDENCIAS       PIC 9(07) VALUE 0.
       01 WS-NUM-CUENTAS-MAL       PIC 9(07) VALUE 0.
       01 WS-INCIDENCIAS-CUENTA    PIC 9(02) VALUE 0.
      *
      *--- Variables de proceso ---
       01 WS-FECHA-ACTUAL          PIC X(10).
       01 WS-FIN-FICHERO           PIC X VALUE 'N'.
       01 WS-PRODUCTO-ENCONTRADO   PIC X VALUE 'N'.
       01 WS-MONEDA-ADMITIDA       PIC X VALUE 'N'.
       01 WS-IDX-MONEDA            PIC 9(01) VALUE 0.
       01 WS-IMPORTE-EDITADO       PIC Z(8)9.99.
       01 WS-IMPORTE-EDITADO-2     PIC Z(8)9.99.
       01 WS-IMPRESION-ABIERTO     PIC X VALUE 'N'.
      *
       01 WS-CUENTAS-STATUS        PIC X(02).
          88 WS-CUENTAS-OK             VALUE "00".
       01 WS-PRODUCTOS-STATUS      PIC X(02).
          88 WS-PRODUCTOS-OK           VALUE "00".
       01 WS-IMPRESION-STATUS      PIC X(02).
          88 WS-IMPRESION-OK           VALUE "00".
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
           PERFORM 2000-ABRIR-FICHEROS
           PERFORM 3000-REVISAR-CUENTAS
           PERFORM 4000-EMITIR-RESUMEN
           PERFORM 8900-CERRAR-FICHEROS
           PERFORM 1400-ANOTAR-TOTALES-PASO
           PERFORM 9000-FINALIZAR
           STOP RUN.
      *
       1000-INICIALIZAR.
           ACCEPT WS-FECHA-ACTUAL FROM DATE YYYYMMDD
           PERFORM VARYING WS-IDX-TIPO FROM 1 BY 1
              UNTIL WS-IDX-TIPO > WS-NUM-TIPOS
              MOVE 0 TO WS-TIP-CUENTA(WS-IDX-TIPO)
           END-PERFORM
           DISPLAY "=========================================="
           DISPLAY "   CUENTAS FUERA DEL CATALOGO DE PRODUCTOS"
           DISPLAY "   Fecha: " WS-FECHA-ACTUAL
           DISPLAY "==========================================".
      *
      *    Anota en TOTCTL el inicio del paso para la hoja de
      *    control del job (BANCO-VALIDA-TOTALES).
       1300-INICIAR-TOTALES-PASO.
           MOVE SPACES TO WS-TPA-REGISTRO
           MOVE "BANCO-INFORME-PROD" TO WS-TPA-PROGRAMA
           MOVE "BANCOMES" TO WS-TPA-JOB
           MOVE "I" TO WS-TP-ACCION
           CALL "BANCO-TOTALES-PASO" USING WS-TP-ACCION
              WS-TPA-REGISTRO.
      *
      *    Anota en TOTCTL las cifras del paso y su codigo de
      *    retorno, que se conserva tras la llamada: cuentas
      *    revisadas, correctas y fuera de catalogo o condiciones.
       1400-ANOTAR-TOTALES-PASO.
           MOVE WS-NUM-REVISADAS TO WS-TPA-LEIDOS
           MOVE WS-NUM-CORRECTAS TO WS-TPA-ACEPTADOS
           MOVE WS-NUM-CUENTAS-MAL TO WS-TPA-RECHAZADOS
           MOVE RETURN-CODE TO WS-TPA-RC
           MOVE "F" TO WS-TP-ACCION
           CALL "BANCO-TOTALES-PASO" USING WS-TP-ACCION
              WS-TPA-REGISTRO
           MOVE WS-TPA-RC TO RETURN-CODE.
      *
      *    Sin CUENTAS o sin el catalogo no hay nada que cruzar y el
      *    paso termina con codigo 8.
       2000-ABRIR-FICHEROS.
           OPEN INPUT CUENTAS-FILE
           OPEN INPUT PRODUCTOS-FILE
           IF NOT WS-CUENTAS-OK OR NOT WS-PRODUCTOS-OK
              DISPLAY "ERROR: No se pueden abrir CUENTAS o PRODUCTO."
              MOVE 8 TO RETURN-CODE
              PERFORM 1400-ANOTAR-TOTALES-PASO
              PERFORM 9000-FINALIZAR
              STOP RUN
           END-IF
           OPEN OUTPUT IMPRESION-FILE
           IF WS-IMPRESION-OK
              MOVE 'S' TO WS-IMPRESION-ABIERTO
              MOVE SPACES TO WS-LINEA-IMPRESION
              STRING "CUENTAS FUERA DEL CATALOGO DE PRODUCTOS - "
                 WS-FECHA-ACTUAL
                 DELIMITED BY SIZE INTO WS-LINEA-IMPRESION
              PERFORM 7500-ESCRIBIR-LINEA
              MOVE "INCIDENCIA      CUENTA               TIPO"
                 TO WS-LINEA-IMPRESION
              MOVE "DETALLE" TO WS-LINEA-IMPRESION(54:7)
              PERFORM 7500-ESCRIBIR-LINEA
           ELSE
              DISPLAY "AVISO: no se pudo abrir PRODIMPR; las "
                 "incidencias solo saldran por consola."
           END-IF.
      *
       3000-REVISAR-CUENTAS.
           MOVE LOW-VALUES TO CTA-NUM-CUENTA
           MOVE 'N' TO WS-FIN-FICHERO
           START CUENTAS-FILE KEY IS NOT LESS THAN CTA-NUM-CUENTA
              INVALID KEY
                 MOVE 'S' TO WS-FIN-FICHERO
           END-START
           PERFORM UNTIL WS-FIN-FICHERO = 'S'
              READ CUENTAS-FILE NEXT RECORD
                 AT END
                    MOVE 'S' TO WS-FIN-FICHERO
                 NOT AT END
                    ADD 1 TO WS-NUM-LEIDOS
                    IF CTA-TIPO NOT = "INTERNA"
                       AND CTA-ESTADO NOT = "C"
                       PERFORM 3100-REVISAR-UNA-CUENTA
                    END-IF
              END-READ
           END-PERFORM.
      *
      *    Busca el producto de la cuenta; si lo hay, comprueba la
      *    moneda y el descubierto autorizado contra sus condiciones.
      *    Los limites de transferencia del producto son solo los
      *    propuestos en el alta y no se comprueban.
       3100-REVISAR-UNA-CUENTA.
           ADD 1 TO WS-NUM-REVISADAS
           MOVE 0 TO WS-INCIDENCIAS-CUENTA
           MOVE CTA-TIPO TO PRD-TIPO
           READ PRODUCTOS-FILE
              INVALID KEY
                 MOVE 'N' TO WS-PRODUCTO-ENCONTRADO
              NOT INVALID KEY
                 MOVE 'S' TO WS-PRODUCTO-ENCONTRADO
           END-READ
           IF WS-PRODUCTO-ENCONTRADO = 'N'
              MOVE 1 TO WS-INC-TIPO
              MOVE SPACES TO WS-INC-DETALLE
              STRING "NO ESTA EN EL CATALOGO"
                 DELIMITED BY SIZE INTO WS-INC-DETALLE
              PERFORM 7000-ANOTAR-INCIDENCIA
              PERFORM 3200-ANOTAR-TIPO-DESCONOCIDO
           ELSE
              PERFORM 3150-COMPROBAR-CONDICIONES
           END-IF
           IF WS-INCIDENCIAS-CUENTA = 0
              ADD 1 TO WS-NUM-CORRECTAS
           ELSE
              ADD 1 TO WS-NUM-CUENTAS-MAL
           END-IF.
      *
       3150-COMPROBAR-CONDICIONES.
           MOVE 'N' TO WS-MONEDA-ADMITIDA
           PERFORM VARYING WS-IDX-MONEDA FROM 1 BY 1
              UNTIL WS-IDX-MONEDA > 5
              IF PRD-MONEDA(WS-IDX-MONEDA) NOT = SPACES
                 AND PRD-MONEDA(WS-IDX-MONEDA) = CTA-MONEDA
                 MOVE 'S' TO WS-MONEDA-ADMITIDA
              END-IF
           END-PERFORM
           IF WS-MONEDA-ADMITIDA = 'N'
              MOVE 2 TO WS-INC-TIPO
              MOVE SPACES TO WS-INC-DETALLE
              STRING "MONEDA " CTA-MONEDA " NO ADMITIDA"
                 DELIMITED BY SIZE INTO WS-INC-DETALLE
              PERFORM 7000-ANOTAR-INCIDENCIA
           END-IF
           IF CTA-DESCUBIERTO-AUT > 0
              MOVE CTA-DESCUBIERTO-AUT TO WS-IMPORTE-EDITADO
              IF PRD-DESCUBIERTO NOT = "S"
                 MOVE 3 TO WS-INC-TIPO
                 MOVE SPACES TO WS-INC-DETALLE
                 STRING WS-IMPORTE-EDITADO " NO ADMITIDO"
                    DELIMITED BY SIZE INTO WS-INC-DETALLE
                 PERFORM 7000-ANOTAR-INCIDENCIA
              ELSE
                 IF PRD-DESCUBIERTO-MAX > 0
                    AND CTA-DESCUBIERTO-AUT > PRD-DESCUBIERTO-MAX
                    MOVE PRD-DESCUBIERTO-MAX TO WS-IMPORTE-EDITADO-2
                    MOVE 3 TO WS-INC-TIPO
                    MOVE SPACES TO WS-INC-DETALLE
                    STRING WS-IMPORTE-EDITADO " > "
                       WS-IMPORTE-EDITADO-2
                       DELIMITED BY SIZE INTO WS-INC-DETALLE
                    PERFORM 7000-ANOTAR-INCIDENCIA
                 END-IF
              END-IF
           END-IF.
      *
      *    Cuenta la cuenta en su tipo desconocido, dandolo de alta
      *    en la tabla si es el primero.
       3200-ANOTAR-TIPO-DESCONOCIDO.
           MOVE 'N' TO WS-DESCONOCIDO-ENCONTRADO
           PERFORM VARYING WS-IDX-DESCONOCIDO FROM 1 BY 1
              UNTIL WS-IDX-DESCONOCIDO > WS-NUM-DESCONOCIDOS
              OR WS-DESCONOCIDO-ENCONTRADO = 'S'
              IF WS-DES-TIPO(WS-IDX-DESCONOCIDO) = CTA-TIPO
                 MOVE 'S' TO WS-DESCONOCIDO-ENCONTRADO
              END-IF
           END-PERFORM
           IF WS-DESCONOCIDO-ENCONTRADO = 'S'
              SUBTRACT 1 FROM WS-IDX-DESCONOCIDO
              ADD 1 TO WS-DES-CUENTAS(WS-IDX-DESCONOCIDO)
           ELSE
              IF WS-NUM-DESCONOCIDOS < WS-MAX-DESCONOCIDOS
                 ADD 1 TO WS-NUM-DESCONOCIDOS
                 MOVE CTA-TIPO TO WS-DES-TIPO(WS-NUM-DESCONOCIDOS)
                 MOVE 1 TO WS-DES-CUENTAS(WS-NUM-DESCONOCIDOS)
              ELSE
                 MOVE 'S' TO WS-DESCONOCIDOS-DESBORDADOS
              END-IF
           END-IF.
      *
       4000-EMITIR-RESUMEN.
           DISPLAY " "
           DISPLAY "=========================================="
           DISPLAY "   RESUMEN"
           DISPLAY "=========================================="
           MOVE SPACES TO WS-LINEA-IMPRESION
           PERFORM 7500-ESCRIBIR-LINEA
           MOVE "RESUMEN POR INCIDENCIA" TO WS-LINEA-IMPRESION
           PERFORM 7500-ESCRIBIR-LINEA
           PERFORM VARYING WS-IDX-TIPO FROM 1 BY 1
              UNTIL WS-IDX-TIPO > WS-NUM-TIPOS
              DISPLAY WS-TIP-CODIGO(WS-IDX-TIPO) " "
                 WS-TIP-DESCRIPCION(WS-IDX-TIPO) " "
                 WS-TIP-CUENTA(WS-IDX-TIPO)
              MOVE SPACES TO WS-LINEA-IMPRESION
              STRING WS-TIP-CODIGO(WS-IDX-TIPO) " "
                 WS-TIP-DESCRIPCION(WS-IDX-TIPO) " "
                 WS-TIP-CUENTA(WS-IDX-TIPO)
                 DELIMITED BY SIZE INTO WS-LINEA-IMPRESION
              PERFORM 7500-ESCRIBIR-LINEA
           END-PERFORM
           IF WS-NUM-DESCONOCIDOS > 0
              DISPLAY "------------------------------------------"
              DISPLAY "Tipos de cuenta fuera de catalogo:"
              MOVE SPACES TO WS-LINEA-IMPRESION
              PERFORM 7500-ESCRIBIR-LINEA
              MOVE "TIPOS DE CUENTA FUERA DE CATALOGO  CUENTAS"
                 TO WS-LINEA-IMPRESION
              PERFORM 7500-ESCRIBIR-LINEA
              PERFORM VARYING WS-IDX-DESCONOCIDO FROM 1 BY 1
                 UNTIL WS-IDX-DESCONOCIDO > WS-NUM-DESCONOCIDOS
                 DISPLAY "  " WS-DES-TIPO(WS-IDX-DESCONOCIDO) " "
                    WS-DES-CUENTAS(WS-IDX-DESCONOCIDO)
                 MOVE SPACES TO WS-LINEA-IMPRESION
                 STRING WS-DES-TIPO(WS-IDX-DESCONOCIDO) "      "
                    "              "
                    WS-DES-CUENTAS(WS-IDX-DESCONOCIDO)
                    DELIMITED BY SIZE INTO WS-LINEA-IMPRESION
                 PERFORM 7500-ESCRIBIR-LINEA
              END-PERFORM
           END-IF
           IF WS-DESCONOCIDOS-DESBORDADOS = 'S'
              DISPLAY "AVISO: mas de " WS-MAX-DESCONOCIDOS " tipos "
                 "fuera de catalogo; la lista de tipos queda "
                 "incompleta."
              MOVE "TABLA DE TIPOS DESBORDADA: LISTA INCOMPLETA"
                 TO WS-LINEA-IMPRESION
              PERFORM 7500-ESCRIBIR-LINEA
           END-IF
           DISPLAY "------------------------------------------"
           DISPLAY "Cuentas revisadas:     " WS-NUM-REVISADAS
           DISPLAY "Cuentas correctas:     " WS-NUM-CORRECTAS
           DISPLAY "Cuentas con incidencia:" WS-NUM-CUENTAS-MAL
           MOVE SPACES TO WS-LINEA-IMPRESION
           PERFORM 7500-ESCRIBIR-LINEA
           STRING "REVISADAS " WS-NUM-REVISADAS "  CORRECTAS "
              WS-NUM-CORRECTAS "  CON INCIDENCIA "
              WS-NUM-CUENTAS-MAL
              DELIMITED BY SIZE INTO WS-LINEA-IMPRESION
           PERFORM 7500-ESCRIBIR-LINEA
           IF WS-NUM-CUENTAS-MAL > 0
              MOVE 4 TO RETURN-CODE
           END-IF
           DISPLAY "==========================================".
      *
      *    Lista la incidencia WS-INC-TIPO de la cuenta en curso con
      *    su detalle y la cuenta en su tipo.
       7000-ANOTAR-INCIDENCIA.
           ADD 1 TO WS-TIP-CUENTA(WS-INC-TIPO)
           ADD 1 TO WS-NUM-INCIDENCIAS
           ADD 1 TO WS-INCIDENCIAS-CUENTA
           DISPLAY WS-TIP-CODIGO(WS-INC-TIPO) " " CTA-NUM-CUENTA " "
              CTA-TIPO " " WS-INC-DETALLE
           MOVE SPACES TO WS-LINEA-IMPRESION
           STRING WS-TIP-CODIGO(WS-INC-TIPO) " " CTA-NUM-CUENTA " "
              CTA-TIPO " " WS-INC-DETALLE
              DELIMITED BY SIZE INTO WS-LINEA-IMPRESION
           PERFORM 7500-ESCRIBIR-LINEA.
      *
       7500-ESCRIBIR-LINEA.
           IF WS-IMPRESION-ABIERTO = 'S'
              WRITE WS-LINEA-IMPRESION
           END-IF.
      *
       8900-CERRAR-FICHEROS.
           CLOSE CUENTAS-FILE
           CLOSE PRODUCTOS-FILE
           IF WS-IMPRESION-ABIERTO = 'S'
              CLOSE IMPRESION-FILE
           END-IF.
      *
       9000-FINALIZAR.
           DISPLAY " "
           DISPLAY "Informe de productos finalizado.".
