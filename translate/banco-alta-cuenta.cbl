      *               descubierto), que los programas de cargo
      *               respetan al permitir saldo negativo; cambios
      *               posteriores, por BANCO-MANTENIMIENTO-CUENTA.
      *   2026-10-15  La cuenta nueva nace con CTA-MES-NOMINA en
      *               blanco (sin nomina recibida); lo marca el
      *               primer abono de nomina de un fichero de pagos
      *               masivos.
      *   2026-10-15  El apunte del ingreso inicial lleva el codigo de
      *               operacion APER del catalogo CODOPER y canal "O".
      *   2026-10-15  La cuenta nace asignada a una oficina
      *               (CTA-OFICINA): se propone la del operador
      *               (USU-OFICINA) y se valida contra el maestro
      *               OFICINAS, que debe tenerla abierta.
      *   2026-10-15  El tipo de cuenta ya no es texto libre: debe ser
      *               un producto del catalogo PRODUCTO en venta, que
      *               se lista antes de pedirlo. La moneda ha de ser
      *               una de las admitidas por el producto (en blanco,
      *               la primera), el deposito inicial no puede
      *               quedar por debajo del minimo del producto, los
      *               limites de transferencia se toman del producto
      *               salvo que se fijen a mano y el descubierto solo
      *               se concede si el producto lo admite y hasta su
      *               maximo.
      *================================================================*
      *
      *-------- BLOQUE 1: IDENTIFICATION DIVISION -------------------*
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS CLI-ID-CLIENTE
              FILE STATUS IS WS-CLIENTES-STATUS.
      *
           SELECT OFICINAS-FILE ASSIGN TO "OFICINAS"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS OFI-CODIGO
              FILE STATUS IS WS-OFICINAS-STATUS.
      *
           SELECT PRODUCTOS-FILE ASSIGN TO "PRODUCTO"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PRD-TIPO
              FILE STATUS IS WS-PRODUCTOS-STATUS.
      *
           SELECT USUARIOS-FILE ASSIGN TO "USUARIOS"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS USU-ID
              FILE STATUS IS WS-USUARIOS-STATUS.
      *
      *-------- BLOQUE 3: DATA DIVISION -----------------------------*
       DATA DIVISION.
      *
       FD  CLIENTES-FILE.
           COPY "clientes.cpy".
      *
       FD  OFICINAS-FILE.
           COPY "oficina.cpy".
      *
       FD  PRODUCTOS-FILE.
           COPY "producto.cpy".
      *
       FD  USUARIOS-FILE.
           COPY "usuarios.cpy".
      *
       WORKING-STORAGE SECTION.
      *
       01 WS-LIMITE-DIARIO      PIC 9(10)V99 VALUE 0.
       01 WS-LIMITE-MENSUAL     PIC 9(10)V99 VALUE 0.
       01 WS-DESCUBIERTO-AUT    PIC 9(10)V99 VALUE 0.
       01 WS-OFICINA            PIC X(04).
       01 WS-OFICINA-OPERADOR   PIC X(04) VALUE SPACES.
       01 WS-NUEVO-NUM-CUENTA   PIC X(20).
       01 WS-SIGUIENTE-NUMERO   PIC 9(10) VALUE 0.
      *
       01 WS-CLIENTES-STATUS     PIC X(02).
          88 WS-CLIENTES-OK          VALUE "00".
       01 WS-CLIENTE-VALIDO      PIC X VALUE 'N'.
       01 WS-OFICINAS-STATUS     PIC X(02).
          88 WS-OFICINAS-OK          VALUE "00".
       01 WS-USUARIOS-STATUS     PIC X(02).
          88 WS-USUARIOS-OK          VALUE "00".
       01 WS-OFICINA-VALIDA      PIC X VALUE 'N'.
       01 WS-PRODUCTOS-STATUS    PIC X(02).
          88 WS-PRODUCTOS-OK         VALUE "00".
      *
      *--- Producto elegido (catalogo PRODUCTO) ---
       01 WS-PRODUCTO-VALIDO     PIC X VALUE 'N'.
       01 WS-FIN-PRODUCTOS       PIC X VALUE 'N'.
       01 WS-NUM-EN-VENTA        PIC 9(03) VALUE 0.
       01 WS-IDX-MONEDA          PIC 9(01) VALUE 0.
       01 WS-MONEDA-ADMITIDA     PIC X VALUE 'N'.
       01 WS-CONDICIONES-PRODUCTO PIC X(01).
       01 WS-IMPORTE-EDITADO     PIC Z(9)9.99.
      *
      *--- Sesion de operador (ver BANCO-CONTROL-ACCESO) ---
       01 WS-CA-ACCION          PIC X(01).
              WRITE CTC-REGISTRO
           END-IF
           OPEN INPUT CLIENTES-FILE
           OPEN INPUT OFICINAS-FILE
           OPEN INPUT PRODUCTOS-FILE
           IF NOT WS-CUENTAS-OK OR NOT WS-MOVIMIEN-OK
              OR NOT WS-CLIENTES-OK OR NOT WS-OFICINAS-OK
              OR NOT WS-PRODUCTOS-OK
              DISPLAY "ERROR: No se pueden abrir los ficheros "
                 "maestros."
              PERFORM 9000-FINALIZAR
              STOP RUN
           END-IF
      *    La oficina del operador solo sirve para proponerla: sin
      *    USUARIOS se pide sin valor propuesto
           OPEN INPUT USUARIOS-FILE
           IF WS-USUARIOS-OK
              MOVE WS-OPERADOR TO USU-ID
              READ USUARIOS-FILE
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE USU-OFICINA TO WS-OFICINA-OPERADOR
              END-READ
              CLOSE USUARIOS-FILE
           END-IF.
      *
      *--- Pedir los datos de la cuenta a abrir ---
           END-IF
           DISPLAY "Titular de la cuenta: "
           ACCEPT WS-TITULAR
           PERFORM 2300-MOSTRAR-PRODUCTOS
           DISPLAY "Producto (tipo de cuenta): "
           MOVE SPACES TO WS-TIPO-CUENTA
           ACCEPT WS-TIPO-CUENTA
           PERFORM 2400-VALIDAR-PRODUCTO
           IF WS-PRODUCTO-VALIDO = 'S'
              PERFORM 2500-PEDIR-CONDICIONES
           ELSE
              MOVE 'N' TO WS-DATOS-VALIDOS
           END-IF
           IF WS-OFICINA-OPERADOR = SPACES
              DISPLAY "Oficina de la cuenta: "
           ELSE
              DISPLAY "Oficina de la cuenta (en blanco = "
                 WS-OFICINA-OPERADOR "): "
           END-IF
           MOVE SPACES TO WS-OFICINA
           ACCEPT WS-OFICINA
           IF WS-OFICINA = SPACES
              MOVE WS-OFICINA-OPERADOR TO WS-OFICINA
           END-IF
           PERFORM 2200-VALIDAR-OFICINA
           IF WS-OFICINA-VALIDA = 'N'
              MOVE 'N' TO WS-DATOS-VALIDOS
           END-IF
           IF WS-TITULAR = SPACES OR WS-TIPO-CUENTA = SPACES
              OR WS-MONEDA = SPACES
              MOVE 'N' TO WS-DATOS-VALIDOS
                 END-IF
           END-READ.
      *
      *    La oficina duena de la cuenta debe existir en el maestro
      *    OFICINAS y estar abierta: una oficina cerrada ya ha
      *    traspasado su cartera y no admite cuentas nuevas.
       2200-VALIDAR-OFICINA.
           MOVE 'N' TO WS-OFICINA-VALIDA
           IF WS-OFICINA = SPACES
              DISPLAY "ERROR: la cuenta debe asignarse a una oficina."
           ELSE
              MOVE WS-OFICINA TO OFI-CODIGO
              READ OFICINAS-FILE
                 INVALID KEY
                    DISPLAY "ERROR: la oficina " WS-OFICINA
                       " no existe en el maestro OFICINAS."
                 NOT INVALID KEY
                    IF OFI-ESTADO = "A"
                       MOVE 'S' TO WS-OFICINA-VALIDA
                       DISPLAY "Oficina: " OFI-NOMBRE
                    ELSE
                       DISPLAY "ERROR: la oficina " WS-OFICINA
                          " esta cerrada (cartera traspasada a "
                          OFI-OFICINA-DESTINO ")."
                    END-IF
              END-READ
           END-IF.
      *
      *    Lista los productos del catalogo en venta, que son los
      *    unicos con los que se puede abrir una cuenta.
       2300-MOSTRAR-PRODUCTOS.
           MOVE 0 TO WS-NUM-EN-VENTA
           MOVE LOW-VALUES TO PRD-TIPO
           MOVE 'N' TO WS-FIN-PRODUCTOS
           START PRODUCTOS-FILE KEY IS NOT LESS THAN PRD-TIPO
              INVALID KEY
                 MOVE 'S' TO WS-FIN-PRODUCTOS
           END-START
           DISPLAY "Productos en venta:"
           PERFORM UNTIL WS-FIN-PRODUCTOS = 'S'
              READ PRODUCTOS-FILE NEXT RECORD
                 AT END
                    MOVE 'S' TO WS-FIN-PRODUCTOS
                 NOT AT END
                    IF PRD-ESTADO = "A"
                       ADD 1 TO WS-NUM-EN-VENTA
                       DISPLAY "  " PRD-TIPO " " PRD-DESCRIPCION
                          " " PRD-MONEDA(1) " " PRD-MONEDA(2)
                          " " PRD-MONEDA(3) " " PRD-MONEDA(4)
                          " " PRD-MONEDA(5)
                    END-IF
              END-READ
           END-PERFORM
           IF WS-NUM-EN-VENTA = 0
              DISPLAY "  (ninguno: registre los productos con "
                 "BANCO-MANTENIMIENTO-PRODUCTO)"
           END-IF.
      *
      *    El tipo tecleado debe ser un producto del catalogo en
      *    venta: un error de tecleo ya no crea una cuenta de un tipo
      *    que ningun proceso reconoce (sin intereses ni cuota).
      *    Deja el registro del producto leido para las condiciones.
       2400-VALIDAR-PRODUCTO.
           MOVE 'N' TO WS-PRODUCTO-VALIDO
           MOVE WS-TIPO-CUENTA TO PRD-TIPO
           READ PRODUCTOS-FILE
              INVALID KEY
                 DISPLAY "ERROR: el producto " WS-TIPO-CUENTA
                    " no existe en el catalogo PRODUCTO."
              NOT INVALID KEY
                 IF PRD-ESTADO = "A"
                    MOVE 'S' TO WS-PRODUCTO-VALIDO
                    DISPLAY "Producto: " PRD-DESCRIPCION
                 ELSE
                    DISPLAY "ERROR: el producto " WS-TIPO-CUENTA
                       " esta cerrado a la venta."
                 END-IF
           END-READ.
      *
      *    Moneda, deposito inicial, limites y descubierto de la
      *    cuenta nueva, segun las condiciones del producto: moneda
      *    admitida (en blanco, la primera), deposito no inferior al
      *    minimo, limites del producto salvo que se fijen a mano y
      *    descubierto (sin conceder por defecto) solo si el
      *    producto lo admite y sin pasar de su maximo.
       2500-PEDIR-CONDICIONES.
           DISPLAY "Moneda de la cuenta (en blanco = " PRD-MONEDA(1)
              "): "
           MOVE SPACES TO WS-MONEDA
           ACCEPT WS-MONEDA
           IF WS-MONEDA = SPACES
              MOVE PRD-MONEDA(1) TO WS-MONEDA
           END-IF
           MOVE 'N' TO WS-MONEDA-ADMITIDA
           PERFORM VARYING WS-IDX-MONEDA FROM 1 BY 1
              UNTIL WS-IDX-MONEDA > 5
              IF PRD-MONEDA(WS-IDX-MONEDA) = WS-MONEDA
                 MOVE 'S' TO WS-MONEDA-ADMITIDA
              END-IF
           END-PERFORM
           IF WS-MONEDA-ADMITIDA = 'N'
              DISPLAY "ERROR: el producto no admite la moneda "
                 WS-MONEDA "."
              MOVE 'N' TO WS-DATOS-VALIDOS
           END-IF
           MOVE PRD-DEPOSITO-MINIMO TO WS-IMPORTE-EDITADO
           DISPLAY "Deposito inicial (minimo " WS-IMPORTE-EDITADO
              "): "
           ACCEPT WS-DEPOSITO-INICIAL
           IF WS-DEPOSITO-INICIAL < PRD-DEPOSITO-MINIMO
              DISPLAY "ERROR: el deposito inicial no llega al minimo "
                 "del producto."
              MOVE 'N' TO WS-DATOS-VALIDOS
           END-IF
           MOVE PRD-LIMITE-DIARIO TO WS-LIMITE-DIARIO
           MOVE PRD-LIMITE-MENSUAL TO WS-LIMITE-MENSUAL
           MOVE 0 TO WS-DESCUBIERTO-AUT
           MOVE PRD-LIMITE-DIARIO TO WS-IMPORTE-EDITADO
           DISPLAY "Limite diario del producto:  " WS-IMPORTE-EDITADO
           MOVE PRD-LIMITE-MENSUAL TO WS-IMPORTE-EDITADO
           DISPLAY "Limite mensual del producto: " WS-IMPORTE-EDITADO
           DISPLAY "Condiciones (S = las del producto sin "
              "descubierto, N = fijarlas a mano; en blanco = S): "
           MOVE SPACES TO WS-CONDICIONES-PRODUCTO
           ACCEPT WS-CONDICIONES-PRODUCTO
           IF WS-CONDICIONES-PRODUCTO = "N"
              DISPLAY "Limite diario de transferencia (0 = sin "
                 "limite): "
              ACCEPT WS-LIMITE-DIARIO
              DISPLAY "Limite mensual de transferencia (0 = sin "
                 "limite): "
              ACCEPT WS-LIMITE-MENSUAL
              IF PRD-DESCUBIERTO = "S"
                 DISPLAY "Descubierto autorizado (0 = sin "
                    "descubierto): "
                 ACCEPT WS-DESCUBIERTO-AUT
                 IF PRD-DESCUBIERTO-MAX > 0
                    AND WS-DESCUBIERTO-AUT > PRD-DESCUBIERTO-MAX
                    MOVE PRD-DESCUBIERTO-MAX TO WS-IMPORTE-EDITADO
                    DISPLAY "ERROR: el descubierto supera el maximo "
                       "del producto (" WS-IMPORTE-EDITADO ")."
                    MOVE 'N' TO WS-DATOS-VALIDOS
                 END-IF
              ELSE
                 DISPLAY "El producto no admite descubierto."
              END-IF
           END-IF.
      *
      *    Un deposito inicial por encima de la autoridad del
      *    operador exige la autorizacion de un supervisor, que queda
      *    auditada.
           MOVE WS-FECHA-ACTUAL     TO CTA-FECHA-APERTURA
           MOVE "A"                TO CTA-ESTADO
           MOVE WS-DESCUBIERTO-AUT TO CTA-DESCUBIERTO-AUT
           MOVE SPACES             TO CTA-MES-NOMINA
           MOVE WS-OFICINA         TO CTA-OFICINA
           WRITE CTA-REGISTRO.
      *
      *    Deja constancia del deposito de apertura en el fichero de
              MOVE WS-DEPOSITO-INICIAL TO MOV-SALDO-DESPUES
              MOVE WS-MONEDA           TO MOV-MONEDA
              MOVE "BANCO-ALTA-CUENTA" TO MOV-PROGRAMA-ORIGEN
              MOVE "APER" TO MOV-COD-OPERACION
              MOVE "O" TO MOV-CANAL
              MOVE WS-OPERADOR TO MOV-OPERADOR
              MOVE SPACE TO MOV-MARCA-EXTORNO
              WRITE MOV-REGISTRO
           DISPLAY "Limite diario:    " WS-LIMITE-DIARIO
           DISPLAY "Limite mensual:   " WS-LIMITE-MENSUAL
           DISPLAY "Descubierto aut.: " WS-DESCUBIERTO-AUT
           DISPLAY "Oficina:          " WS-OFICINA
           DISPLAY "==========================================".
      *
       8900-CERRAR-FICHEROS.
           CLOSE MOVIMIEN-FILE
           CLOSE CTLMOV-FILE
           CLOSE CTLCTA-FILE
           CLOSE CLIENTES-FILE
           CLOSE OFICINAS-FILE
           CLOSE PRODUCTOS-FILE.
      *
      *--- Finalizar programa ---
       9000-FINALIZAR.
