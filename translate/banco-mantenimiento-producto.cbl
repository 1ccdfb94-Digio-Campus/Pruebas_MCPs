      *================================================================*
      * PROGRAMA: BANCO-MANTENIMIENTO-PRODUCTO
      * DESCRIPCION: Mantenimiento del catalogo de productos de cuenta
      *              (PRODUCTO), cuyo codigo es el tipo de cuenta
      *              CTA-TIPO. Cada producto fija las monedas
      *              admitidas, si admite descubierto y hasta que
      *              importe, los limites diario y mensual de
      *              transferencia propuestos, el ingreso minimo de
      *              apertura, si liquida intereses, la tarifa de
      *              cuota de mantenimiento (tipo de CUOTAMAN) y si
      *              esta en venta. Permite dar de alta un producto,
      *              modificar sus condiciones y abrirlo o cerrarlo a
      *              la venta (reservado a nivel de supervisor),
      *              consultar un producto y listarlos todos. Un
      *              producto no se borra: cerrado a la venta deja de
      *              ofrecerse en BANCO-ALTA-CUENTA y las cuentas
      *              abiertas lo conservan. Cada cambio deja linea de
      *              auditoria.
      * AUTOR: Proyecto MCPs
      * FECHA: 2026-10-15
      *================================================================*
      *
      *-------- BLOQUE 1: IDENTIFICATION DIVISION -------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANCO-MANTENIMIENTO-PRODUCTO.
       AUTHOR. PROYECTO-MCPS.
      *
      *-------- BLOQUE 2: ENVIRONMENT DIVISION ----------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRODUCTOS-FILE ASSIGN TO "PRODUCTO"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PRD-TIPO
              FILE STATUS IS WS-PRODUCTOS-STATUS.
      *
           SELECT CUOTAMAN-FILE ASSIGN TO "CUOTAMAN"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-CUOTAMAN-STATUS.
      *
      *-------- BLOQUE 3: DATA DIVISION -----------------------------*
       DATA DIVISION.
       FILE SECTION.
       FD  PRODUCTOS-FILE.
           COPY "producto.cpy".
      *
       FD  CUOTAMAN-FILE.
           COPY "cuotaman.cpy".
      *
       WORKING-STORAGE SECTION.
      *
      *--- Datos capturados ---
       01 WS-ACCION             PIC X(01).
       01 WS-TIPO-PRODUCTO      PIC X(15).
       01 WS-DESCRIPCION        PIC X(30).
       01 WS-MONEDA-LEIDA       PIC X(03).
       01 WS-MONEDAS.
          05 WS-MONEDA          PIC X(03) OCCURS 5 TIMES.
       01 WS-NUM-MONEDAS        PIC 9(01) VALUE 0.
       01 WS-DESCUBIERTO        PIC X(01).
       01 WS-DESCUBIERTO-MAX    PIC 9(10)V99 VALUE 0.
       01 WS-LIMITE-DIARIO      PIC 9(10)V99 VALUE 0.
       01 WS-LIMITE-MENSUAL     PIC 9(10)V99 VALUE 0.
       01 WS-DEPOSITO-MINIMO    PIC 9(10)V99 VALUE 0.
       01 WS-PAGA-INTERES       PIC X(01).
       01 WS-TARIFA-CUOTA       PIC X(15).
       01 WS-CONDICIONES-VALIDAS PIC X VALUE 'S'.
      *
      *--- Variables de control ---
       01 WS-FECHA-ACTUAL       PIC X(10).
       01 WS-FIN-PRODUCTOS      PIC X VALUE 'N'.
       01 WS-NUM-LISTADOS       PIC 9(05) VALUE 0.
       01 WS-NUM-EN-VENTA       PIC 9(05) VALUE 0.
       01 WS-NIVEL-SUPERVISOR   PIC 9(01) VALUE 2.
       01 WS-TARIFA-ENCONTRADA  PIC X VALUE 'N'.
       01 WS-IMPORTE-EDITADO    PIC Z(9)9.99.
      *
       01 WS-PRODUCTOS-STATUS   PIC X(02).
          88 WS-PRODUCTOS-OK        VALUE "00".
          88 WS-PRODUCTOS-NUEVO     VALUE "35".
       01 WS-CUOTAMAN-STATUS    PIC X(02).
          88 WS-CUOTAMAN-OK         VALUE "00".
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
       01 WS-AUD-PROGRAMA        PIC X(20) VALUE "BANCO-MANTEN-PRODUCT".
       01 WS-AUD-CUENTA          PIC X(20).
       01 WS-AUD-CUENTA-2        PIC X(20).
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
           DISPLAY "=========================================="
           DISPLAY "   MANTENIMIENTO DE PRODUCTOS DE CUENTA"
           DISPLAY "   Fecha: " WS-FECHA-ACTUAL
           DISPLAY "==========================================".
      *
      *    Inicio de sesion de operador contra el maestro USUARIOS;
      *    sin sesion valida el programa no opera, y el operador con
      *    sesion queda en la linea de auditoria de cada cambio.
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
       1500-ABRIR-FICHEROS.
           OPEN I-O PRODUCTOS-FILE
           IF WS-PRODUCTOS-NUEVO
              OPEN OUTPUT PRODUCTOS-FILE
              CLOSE PRODUCTOS-FILE
              OPEN I-O PRODUCTOS-FILE
           END-IF
           IF NOT WS-PRODUCTOS-OK
              DISPLAY "ERROR: No se puede abrir el catalogo "
                 "PRODUCTO."
              PERFORM 9000-FINALIZAR
              STOP RUN
           END-IF.
      *
       2000-PEDIR-Y-APLICAR-ACCION.
           DISPLAY " "
           DISPLAY "Accion (A=alta producto, M=modificar condiciones, "
              "V=abrir/cerrar a la venta, C=consultar, L=listar): "
           ACCEPT WS-ACCION
           EVALUATE WS-ACCION
              WHEN "A"
                 PERFORM 3000-ALTA-PRODUCTO
              WHEN "M"
                 PERFORM 4000-MODIFICAR-PRODUCTO
              WHEN "V"
                 PERFORM 4500-CAMBIAR-VENTA
              WHEN "C"
                 PERFORM 5000-CONSULTAR-PRODUCTO
              WHEN "L"
                 PERFORM 6000-LISTAR-PRODUCTOS
              WHEN OTHER
                 DISPLAY " "
                 DISPLAY "ERROR: accion no valida."
           END-EVALUATE.
      *
      *    Alta de un producto nuevo, en venta desde hoy. El codigo
      *    es el tipo de cuenta que grabara BANCO-ALTA-CUENTA y no
      *    puede ser INTERNA, reservado a las cuentas del banco.
       3000-ALTA-PRODUCTO.
           IF WS-NIVEL-OPERADOR < WS-NIVEL-SUPERVISOR
              DISPLAY " "
              DISPLAY "ERROR: modificar el catalogo de productos "
                 "requiere nivel de supervisor."
           ELSE
              DISPLAY "Codigo del producto (tipo de cuenta): "
              MOVE SPACES TO WS-TIPO-PRODUCTO
              ACCEPT WS-TIPO-PRODUCTO
              DISPLAY "Descripcion: "
              MOVE SPACES TO WS-DESCRIPCION
              ACCEPT WS-DESCRIPCION
              IF WS-TIPO-PRODUCTO = SPACES
                 OR WS-TIPO-PRODUCTO = "INTERNA"
                 OR WS-DESCRIPCION = SPACES
                 DISPLAY " "
                 DISPLAY "ERROR: el codigo (distinto de INTERNA) y "
                    "la descripcion son obligatorios."
              ELSE
                 PERFORM 3100-PEDIR-CONDICIONES
                 IF WS-CONDICIONES-VALIDAS = 'S'
                    MOVE SPACES TO PRD-REGISTRO
                    MOVE WS-TIPO-PRODUCTO TO PRD-TIPO
                    MOVE WS-DESCRIPCION TO PRD-DESCRIPCION
                    PERFORM 3300-MOVER-CONDICIONES
                    MOVE "A" TO PRD-ESTADO
                    MOVE WS-FECHA-ACTUAL TO PRD-FECHA-ALTA
                    MOVE WS-OPERADOR TO PRD-OPERADOR
                    WRITE PRD-REGISTRO
                       INVALID KEY
                          DISPLAY " "
                          DISPLAY "ERROR: el producto "
                             WS-TIPO-PRODUCTO " ya existe."
                       NOT INVALID KEY
                          MOVE "REALIZADA" TO WS-AUD-RESULTADO
                          MOVE SPACES TO WS-AUD-DETALLE
                          STRING "ALTA PRODUCTO " WS-DESCRIPCION
                             DELIMITED BY SIZE INTO WS-AUD-DETALLE
                          PERFORM 7500-REGISTRAR-AUDITORIA
                          DISPLAY " "
                          DISPLAY "Producto " WS-TIPO-PRODUCTO
                             " dado de alta y en venta."
                    END-WRITE
                 END-IF
              END-IF
           END-IF.
      *
      *    Pide el juego completo de condiciones del producto y las
      *    valida: al menos una moneda, indicadores S/N y, sin
      *    descubierto, tope cero. Una tarifa de cuota que no figura
      *    en CUOTAMAN se admite con aviso (la cuenta no pagaria
      *    cuota hasta que se de de alta la tarifa).
       3100-PEDIR-CONDICIONES.
           MOVE 'S' TO WS-CONDICIONES-VALIDAS
           MOVE SPACES TO WS-MONEDAS
           MOVE 0 TO WS-NUM-MONEDAS
           DISPLAY "Monedas admitidas, una por linea, la primera es "
              "la propuesta (en blanco = fin, maximo 5): "
           MOVE "X" TO WS-MONEDA-LEIDA
           PERFORM UNTIL WS-MONEDA-LEIDA = SPACES
              OR WS-NUM-MONEDAS = 5
              MOVE SPACES TO WS-MONEDA-LEIDA
              ACCEPT WS-MONEDA-LEIDA
              IF WS-MONEDA-LEIDA NOT = SPACES
                 ADD 1 TO WS-NUM-MONEDAS
                 MOVE WS-MONEDA-LEIDA TO WS-MONEDA(WS-NUM-MONEDAS)
              END-IF
           END-PERFORM
           DISPLAY "Admite descubierto (S/N): "
           MOVE SPACES TO WS-DESCUBIERTO
           ACCEPT WS-DESCUBIERTO
           MOVE 0 TO WS-DESCUBIERTO-MAX
           IF WS-DESCUBIERTO = "S"
              DISPLAY "Descubierto maximo (0 = sin tope): "
              ACCEPT WS-DESCUBIERTO-MAX
           END-IF
           DISPLAY "Limite diario de transferencia propuesto "
              "(0 = sin limite): "
           ACCEPT WS-LIMITE-DIARIO
           DISPLAY "Limite mensual de transferencia propuesto "
              "(0 = sin limite): "
           ACCEPT WS-LIMITE-MENSUAL
           DISPLAY "Ingreso minimo de apertura: "
           ACCEPT WS-DEPOSITO-MINIMO
           DISPLAY "Liquida intereses (S/N): "
           MOVE SPACES TO WS-PAGA-INTERES
           ACCEPT WS-PAGA-INTERES
           DISPLAY "Tarifa de cuota de mantenimiento (tipo de "
              "CUOTAMAN, en blanco = sin cuota): "
           MOVE SPACES TO WS-TARIFA-CUOTA
           ACCEPT WS-TARIFA-CUOTA
           IF WS-NUM-MONEDAS = 0
              DISPLAY "ERROR: el producto debe admitir al menos una "
                 "moneda."
              MOVE 'N' TO WS-CONDICIONES-VALIDAS
           END-IF
           IF (WS-DESCUBIERTO NOT = "S" AND WS-DESCUBIERTO NOT = "N")
              OR (WS-PAGA-INTERES NOT = "S"
                  AND WS-PAGA-INTERES NOT = "N")
              DISPLAY "ERROR: responda S o N a descubierto e "
                 "intereses."
              MOVE 'N' TO WS-CONDICIONES-VALIDAS
           END-IF
           IF WS-LIMITE-MENSUAL > 0
              AND WS-LIMITE-DIARIO > WS-LIMITE-MENSUAL
              DISPLAY "ERROR: el limite diario supera al mensual."
              MOVE 'N' TO WS-CONDICIONES-VALIDAS
           END-IF
           IF WS-CONDICIONES-VALIDAS = 'S'
              AND WS-TARIFA-CUOTA NOT = SPACES
              PERFORM 3200-COMPROBAR-TARIFA
           END-IF.
      *
       3200-COMPROBAR-TARIFA.
           MOVE 'N' TO WS-TARIFA-ENCONTRADA
           OPEN INPUT CUOTAMAN-FILE
           IF WS-CUOTAMAN-OK
              PERFORM UNTIL NOT WS-CUOTAMAN-OK
                 OR WS-TARIFA-ENCONTRADA = 'S'
                 READ CUOTAMAN-FILE
                    AT END
                       MOVE "10" TO WS-CUOTAMAN-STATUS
                    NOT AT END
                       IF CUO-TIPO-CUENTA = WS-TARIFA-CUOTA
                          MOVE 'S' TO WS-TARIFA-ENCONTRADA
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE CUOTAMAN-FILE
           END-IF
           IF WS-TARIFA-ENCONTRADA = 'N'
              DISPLAY "AVISO: la tarifa " WS-TARIFA-CUOTA
                 " no figura en CUOTAMAN; las cuentas del producto "
                 "no pagaran cuota hasta que se de de alta."
           END-IF.
      *
       3300-MOVER-CONDICIONES.
           MOVE WS-MONEDAS TO PRD-MONEDAS
           MOVE WS-DESCUBIERTO TO PRD-DESCUBIERTO
           MOVE WS-DESCUBIERTO-MAX TO PRD-DESCUBIERTO-MAX
           MOVE WS-LIMITE-DIARIO TO PRD-LIMITE-DIARIO
           MOVE WS-LIMITE-MENSUAL TO PRD-LIMITE-MENSUAL
           MOVE WS-DEPOSITO-MINIMO TO PRD-DEPOSITO-MINIMO
           MOVE WS-PAGA-INTERES TO PRD-PAGA-INTERES
           MOVE WS-TARIFA-CUOTA TO PRD-TARIFA-CUOTA.
      *
      *    Modificacion de las condiciones: se muestran las actuales
      *    y se piden de nuevo completas. Solo afectan a las cuentas
      *    que se abran despues; las abiertas conservan sus limites
      *    y su descubierto, que se cambian cuenta a cuenta.
       4000-MODIFICAR-PRODUCTO.
           IF WS-NIVEL-OPERADOR < WS-NIVEL-SUPERVISOR
              DISPLAY " "
              DISPLAY "ERROR: modificar el catalogo de productos "
                 "requiere nivel de supervisor."
           ELSE
              DISPLAY "Codigo del producto: "
              MOVE SPACES TO WS-TIPO-PRODUCTO
              ACCEPT WS-TIPO-PRODUCTO
              MOVE WS-TIPO-PRODUCTO TO PRD-TIPO
              READ PRODUCTOS-FILE
                 INVALID KEY
                    DISPLAY " "
                    DISPLAY "ERROR: el producto " WS-TIPO-PRODUCTO
                       " no existe."
                 NOT INVALID KEY
                    PERFORM 5100-MOSTRAR-PRODUCTO
                    DISPLAY "Nueva descripcion (en blanco = sin "
                       "cambio): "
                    MOVE SPACES TO WS-DESCRIPCION
                    ACCEPT WS-DESCRIPCION
                    PERFORM 3100-PEDIR-CONDICIONES
                    IF WS-CONDICIONES-VALIDAS = 'S'
                       IF WS-DESCRIPCION NOT = SPACES
                          MOVE WS-DESCRIPCION TO PRD-DESCRIPCION
                       END-IF
                       PERFORM 3300-MOVER-CONDICIONES
                       MOVE WS-OPERADOR TO PRD-OPERADOR
                       REWRITE PRD-REGISTRO
                       MOVE SPACES TO WS-AUD-DETALLE
                       STRING "CONDICIONES PRODUCTO " PRD-TIPO
                          DELIMITED BY SIZE INTO WS-AUD-DETALLE
                       DISPLAY " "
                       IF WS-PRODUCTOS-OK
                          MOVE "REALIZADA" TO WS-AUD-RESULTADO
                          PERFORM 7500-REGISTRAR-AUDITORIA
                          DISPLAY "Producto " WS-TIPO-PRODUCTO
                             " modificado."
                       ELSE
                          MOVE "RECHAZADA" TO WS-AUD-RESULTADO
                          PERFORM 7500-REGISTRAR-AUDITORIA
                          DISPLAY "ERROR: no se pudo grabar el "
                             "producto " WS-TIPO-PRODUCTO
                             ". Status: " WS-PRODUCTOS-STATUS
                       END-IF
                    END-IF
              END-READ
           END-IF.
      *
      *    Abre a la venta un producto cerrado o cierra uno en
      *    venta; cerrado deja de ofrecerse en la apertura de
      *    cuentas.
       4500-CAMBIAR-VENTA.
           IF WS-NIVEL-OPERADOR < WS-NIVEL-SUPERVISOR
              DISPLAY " "
              DISPLAY "ERROR: modificar el catalogo de productos "
                 "requiere nivel de supervisor."
           ELSE
              DISPLAY "Codigo del producto: "
              MOVE SPACES TO WS-TIPO-PRODUCTO
              ACCEPT WS-TIPO-PRODUCTO
              MOVE WS-TIPO-PRODUCTO TO PRD-TIPO
              READ PRODUCTOS-FILE
                 INVALID KEY
                    DISPLAY " "
                    DISPLAY "ERROR: el producto " WS-TIPO-PRODUCTO
                       " no existe."
                 NOT INVALID KEY
                    MOVE SPACES TO WS-AUD-DETALLE
                    IF PRD-ESTADO = "A"
                       MOVE "C" TO PRD-ESTADO
                       STRING "CIERRE A LA VENTA " PRD-TIPO
                          DELIMITED BY SIZE INTO WS-AUD-DETALLE
                    ELSE
                       MOVE "A" TO PRD-ESTADO
                       STRING "APERTURA A LA VENTA " PRD-TIPO
                          DELIMITED BY SIZE INTO WS-AUD-DETALLE
                    END-IF
                    MOVE WS-OPERADOR TO PRD-OPERADOR
                    REWRITE PRD-REGISTRO
                    DISPLAY " "
                    IF WS-PRODUCTOS-OK
                       MOVE "REALIZADA" TO WS-AUD-RESULTADO
                       PERFORM 7500-REGISTRAR-AUDITORIA
                       IF PRD-ESTADO = "A"
                          DISPLAY "Producto " WS-TIPO-PRODUCTO
                             " en venta."
                       ELSE
                          DISPLAY "Producto " WS-TIPO-PRODUCTO
                             " cerrado a la venta."
                       END-IF
                    ELSE
                       MOVE "RECHAZADA" TO WS-AUD-RESULTADO
                       PERFORM 7500-REGISTRAR-AUDITORIA
                       DISPLAY "ERROR: no se pudo grabar el producto "
                          WS-TIPO-PRODUCTO ". Status: "
                          WS-PRODUCTOS-STATUS
                    END-IF
              END-READ
           END-IF.
      *
       5000-CONSULTAR-PRODUCTO.
           DISPLAY "Codigo del producto: "
           MOVE SPACES TO WS-TIPO-PRODUCTO
           ACCEPT WS-TIPO-PRODUCTO
           MOVE WS-TIPO-PRODUCTO TO PRD-TIPO
           READ PRODUCTOS-FILE
              INVALID KEY
                 DISPLAY " "
                 DISPLAY "ERROR: el producto " WS-TIPO-PRODUCTO
                    " no existe."
              NOT INVALID KEY
                 PERFORM 5100-MOSTRAR-PRODUCTO
           END-READ.
      *
       5100-MOSTRAR-PRODUCTO.
           DISPLAY " "
           DISPLAY "Producto:    " PRD-TIPO " " PRD-DESCRIPCION
           DISPLAY "Monedas:     " PRD-MONEDA(1) " " PRD-MONEDA(2)
              " " PRD-MONEDA(3) " " PRD-MONEDA(4) " " PRD-MONEDA(5)
           MOVE PRD-DESCUBIERTO-MAX TO WS-IMPORTE-EDITADO
           DISPLAY "Descubierto: " PRD-DESCUBIERTO
              "  maximo " WS-IMPORTE-EDITADO
           MOVE PRD-LIMITE-DIARIO TO WS-IMPORTE-EDITADO
           DISPLAY "Limite diario:   " WS-IMPORTE-EDITADO
           MOVE PRD-LIMITE-MENSUAL TO WS-IMPORTE-EDITADO
           DISPLAY "Limite mensual:  " WS-IMPORTE-EDITADO
           MOVE PRD-DEPOSITO-MINIMO TO WS-IMPORTE-EDITADO
           DISPLAY "Ingreso minimo:  " WS-IMPORTE-EDITADO
           DISPLAY "Intereses:   " PRD-PAGA-INTERES
              "  tarifa de cuota: " PRD-TARIFA-CUOTA
           DISPLAY "Estado:      " PRD-ESTADO
              " Alta: " PRD-FECHA-ALTA
           DISPLAY "Ultimo cambio por: " PRD-OPERADOR.
      *
       6000-LISTAR-PRODUCTOS.
           MOVE 0 TO WS-NUM-LISTADOS
           MOVE 0 TO WS-NUM-EN-VENTA
           MOVE LOW-VALUES TO PRD-TIPO
           MOVE 'N' TO WS-FIN-PRODUCTOS
           START PRODUCTOS-FILE KEY IS NOT LESS THAN PRD-TIPO
              INVALID KEY
                 MOVE 'S' TO WS-FIN-PRODUCTOS
           END-START
           DISPLAY " "
           PERFORM UNTIL WS-FIN-PRODUCTOS = 'S'
              READ PRODUCTOS-FILE NEXT RECORD
                 AT END
                    MOVE 'S' TO WS-FIN-PRODUCTOS
                 NOT AT END
                    ADD 1 TO WS-NUM-LISTADOS
                    IF PRD-ESTADO = "A"
                       ADD 1 TO WS-NUM-EN-VENTA
                       DISPLAY PRD-TIPO " " PRD-DESCRIPCION
                          " " PRD-MONEDA(1) " EN VENTA"
                    ELSE
                       DISPLAY PRD-TIPO " " PRD-DESCRIPCION
                          " " PRD-MONEDA(1) " CERRADO"
                    END-IF
              END-READ
           END-PERFORM
           DISPLAY " "
           DISPLAY "Productos: " WS-NUM-LISTADOS
              " (en venta: " WS-NUM-EN-VENTA ").".
      *
       7500-REGISTRAR-AUDITORIA.
           MOVE SPACES TO WS-AUD-CUENTA
           STRING "PRD " WS-TIPO-PRODUCTO
              DELIMITED BY SIZE INTO WS-AUD-CUENTA
           MOVE SPACES TO WS-AUD-CUENTA-2
           MOVE 0 TO WS-AUD-IMPORTE
           CALL "BANCO-AUDITORIA-MOTOR" USING WS-AUD-PROGRAMA
              WS-AUD-CUENTA WS-AUD-CUENTA-2 WS-AUD-IMPORTE
              WS-AUD-RESULTADO WS-AUD-DETALLE WS-OPERADOR.
      *
       8900-CERRAR-FICHEROS.
           CLOSE PRODUCTOS-FILE.
      *
       9000-FINALIZAR.
           DISPLAY " "
           DISPLAY "Fin del mantenimiento de productos.".
