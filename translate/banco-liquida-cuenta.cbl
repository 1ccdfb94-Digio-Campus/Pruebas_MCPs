      *================================================================*
      * PROGRAMA: BANCO-LIQUIDA-CUENTA
      * DESCRIPCION: Liquidacion y cierre de una cuenta en ventanilla,
      *              en una sola operacion: abona el interes devengado
      *              en la parte del mes transcurrida (con su
      *              retencion fiscal acumulada en RETFISC y la
      *              contrapartida en INT-INTERESES/INT-HACIENDA),
      *              cobra la cuota de mantenimiento prorrateada por
      *              los dias del mes (contrapartida en
      *              INT-COMISIONES), cancela las ordenes permanentes
      *              que salen de la cuenta y da de baja sus mandatos
      *              de domiciliacion, paga el saldo resultante en
      *              efectivo por la caja del cajero o por
      *              transferencia a otra cuenta (nuestra o de otro
      *              banco, por BANCO-TRANSFER-MOTOR) y deja la cuenta
      *              en estado C. La liquidacion se rechaza si la
      *              cuenta tiene retenciones activas en RETENCIO,
      *              depositos a plazo vigentes, saldo retenido
      *              pendiente (cheques en compensacion) o saldo
      *              deudor. Al terminar imprime en LIQIMPR la carta
      *              de liquidacion con cada concepto, para la firma
      *              del cliente. Un interes o una cuota ya liquidados
      *              este mes (por el lote o por una liquidacion
      *              anterior que no llego a pagarse) no se repiten.
      *              Si devenga interes y que tarifa de cuota paga lo
      *              fija el producto de la cuenta en el catalogo
      *              PRODUCTO, como en los pasos del lote; un tipo sin
      *              producto sigue las reglas anteriores.
      * AUTOR: Proyecto MCPs
      * FECHA: 2026-10-15
      *================================================================*
      *
      *-------- BLOQUE 1: IDENTIFICATION DIVISION -------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANCO-LIQUIDA-CUENTA.
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
              ALTERNATE RECORD KEY IS CTA-ID-CLIENTE WITH DUPLICATES
              LOCK MODE IS MANUAL
              FILE STATUS IS WS-CUENTAS-STATUS.
      *
           SELECT MOVIMIEN-FILE ASSIGN TO "MOVIMIEN"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS MOV-CLAVE
              FILE STATUS IS WS-MOVIMIEN-STATUS.
      *
           SELECT CTLMOV-FILE ASSIGN TO "CTLMOV"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS CTR-CLAVE
              LOCK MODE IS MANUAL
              FILE STATUS IS WS-CTLMOV-STATUS.
      *
           SELECT RETENCIONES-FILE ASSIGN TO "RETENCIO"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS RET-ID
              FILE STATUS IS WS-RETENCIONES-STATUS.
      *
           SELECT PLAZOS-FILE ASSIGN TO "PLAZOS"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PLZ-ID
              FILE STATUS IS WS-PLAZOS-STATUS.
      *
           SELECT ORDENES-FILE ASSIGN TO "ORDENES"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS ORD-ID
              FILE STATUS IS WS-ORDENES-STATUS.
      *
           SELECT MANDATOS-FILE ASSIGN TO "MANDATOS"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS MAN-CLAVE
              FILE STATUS IS WS-MANDATOS-STATUS.
      *
           SELECT TITULARES-FILE ASSIGN TO "TITULARS"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS TIT-CLAVE
              FILE STATUS IS WS-TITULARES-STATUS.
      *
           SELECT RETFISC-FILE ASSIGN TO "RETFISC"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS RF-CLAVE
              FILE STATUS IS WS-RETFISC-STATUS.
      *
           SELECT SALDOHST-FILE ASSIGN TO "SALDOHST"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS SH-CLAVE
              FILE STATUS IS WS-SALDOHST-STATUS.
      *
           SELECT CAJA-FILE ASSIGN TO "CAJA"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS CAJ-CLAVE
              FILE STATUS IS WS-CAJA-STATUS.
      *
           SELECT TIPOINT-FILE ASSIGN TO "TIPOINT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-TIPOINT-STATUS.
      *
           SELECT TIPOHIST-FILE ASSIGN TO "TIPOHIST"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-TIPOHIST-STATUS.
      *
           SELECT CUOTAMAN-FILE ASSIGN TO "CUOTAMAN"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-CUOTAMAN-STATUS.
      *
           SELECT PRODUCTOS-FILE ASSIGN TO "PRODUCTO"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PRD-TIPO
              FILE STATUS IS WS-PRODUCTOS-STATUS.
      *
           SELECT IMPRESION-FILE ASSIGN TO "LIQIMPR"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-IMPRESION-STATUS.
      *
      *-------- BLOQUE 3: DATA DIVISION -----------------------------*
       DATA DIVISION.
       FILE SECTION.
       FD  CUENTAS-FILE.
           COPY "cuentas.cpy".
      *
       FD  MOVIMIEN-FILE.
           COPY "movimto.cpy".
      *
       FD  CTLMOV-FILE.
           COPY "contador.cpy".
      *
       FD  RETENCIONES-FILE.
           COPY "retencion.cpy".
      *
       FD  PLAZOS-FILE.
           COPY "plazos.cpy".
      *
       FD  ORDENES-FILE.
           COPY "ordenes.cpy".
      *
       FD  MANDATOS-FILE.
           COPY "mandatos.cpy".
      *
       FD  TITULARES-FILE.
           COPY "titular.cpy".
      *
       FD  RETFISC-FILE.
           COPY "retfisc.cpy".
      *
       FD  SALDOHST-FILE.
           COPY "saldohst.cpy".
      *
       FD  CAJA-FILE.
           COPY "caja.cpy".
      *
       FD  TIPOINT-FILE.
           COPY "interes.cpy".
      *
       FD  TIPOHIST-FILE.
           COPY "tipohist.cpy".
      *
       FD  CUOTAMAN-FILE.
           COPY "cuotaman.cpy".
      *
       FD  PRODUCTOS-FILE.
           COPY "producto.cpy".
      *
       FD  IMPRESION-FILE.
       01 WS-LINEA-IMPRESION       PIC X(80).
      *
       WORKING-STORAGE SECTION.
      *
      *--- Parametros (por defecto, sustituidos por TIPOINT) ---
       01 WS-TASA-MENSUAL          PIC 9(01)V9(4) VALUE 0.00250.
       01 WS-TASA-RETENCION        PIC 9(01)V9(4) VALUE 0.19000.
      *
      *--- Datos de la cuenta a liquidar ---
       01 WS-NUMERO-CUENTA         PIC X(20).
       01 WS-ID-CLIENTE            PIC X(12).
       01 WS-TITULAR               PIC X(40).
       01 WS-TIPO-CUENTA           PIC X(15).
       01 WS-MONEDA                PIC X(03).
       01 WS-ESTADO-CUENTA         PIC X(01).
       01 WS-SALDO-INICIAL         PIC S9(10)V99 VALUE 0.
       01 WS-CUENTA-VALIDA         PIC X VALUE 'N'.
      *
      *--- Condiciones del producto de la cuenta (catalogo PRODUCTO) ---
       01 WS-PRODUCTOS-ABIERTO     PIC X VALUE 'N'.
       01 WS-PRODUCTO-ENCONTRADO   PIC X VALUE 'N'.
       01 WS-PRD-PAGA-INTERES      PIC X VALUE 'N'.
       01 WS-PAGA-INTERES          PIC X VALUE 'N'.
       01 WS-TARIFA-CUENTA         PIC X(15).
      *
      *--- Impedimentos para el cierre ---
       01 WS-NUM-RETENCIONES       PIC 9(03) VALUE 0.
       01 WS-IMPORTE-RETENIDO      PIC 9(10)V99 VALUE 0.
       01 WS-NUM-PLAZOS            PIC 9(03) VALUE 0.
       01 WS-FIN-FICHERO           PIC X VALUE 'N'.
      *
      *--- Tabla de tasas vigentes por tipo de cuenta y tramo de
      *--- saldo, cargada del historico fechado TIPOHIST (la misma
      *--- regla que BANCO-INTERESES) ---
       01 WS-MAX-TASAS             PIC 9(03) VALUE 50.
       01 WS-NUM-TASAS             PIC 9(03) VALUE 0.
       01 WS-IDX-TASA              PIC 9(03) VALUE 0.
       01 WS-TABLA-TASAS.
          05 WS-TASA-ENTRY OCCURS 50 TIMES.
             10 WS-TAS-TIPO        PIC X(15).
             10 WS-TAS-SALDO-DESDE PIC 9(10)V99.
             10 WS-TAS-FECHA-DESDE PIC X(10).
             10 WS-TAS-TASA        PIC 9(01)V9(4).
       01 WS-TRAMO-ENCONTRADO      PIC X VALUE 'N'.
       01 WS-TIPO-CON-TASA         PIC X VALUE 'N'.
       01 WS-MEJOR-SALDO-DESDE     PIC 9(10)V99 VALUE 0.
       01 WS-TASA-APLICADA         PIC 9(01)V9(4) VALUE 0.
      *
      *--- Interes de la parte del mes transcurrida, sobre los
      *--- saldos diarios de las fotos de SALDOHST ---
       01 WS-SALDOHST-ABIERTO      PIC X VALUE 'N'.
       01 WS-FIN-FOTOS             PIC X VALUE 'N'.
       01 WS-HAY-FOTOS             PIC X VALUE 'N'.
       01 WS-SALDO-ARRASTRE        PIC S9(10)V99 VALUE 0.
       01 WS-DIA-FOTO              PIC 9(02) VALUE 0.
       01 WS-DIA-CUBIERTO          PIC 9(02) VALUE 0.
       01 WS-SUMA-SALDOS           PIC S9(13)V99 VALUE 0.
       01 WS-SALDO-MEDIO           PIC S9(10)V99 VALUE 0.
       01 WS-IMPORTE-INTERES       PIC 9(10)V99 VALUE 0.
       01 WS-IMPORTE-RETENCION     PIC 9(10)V99 VALUE 0.
       01 WS-IMPORTE-NETO          PIC 9(10)V99 VALUE 0.
       01 WS-INTERES-YA-LIQUIDADO  PIC X VALUE 'N'.
      *
      *--- Dias del mes en curso ---
       01 WS-DIA-HOY               PIC 9(02) VALUE 0.
       01 WS-DIAS-MES              PIC 9(02) VALUE 30.
       01 WS-MES-ANO               PIC 9(04) VALUE 0.
       01 WS-MES-MES               PIC 9(02) VALUE 0.
       01 WS-RESTO-BISIESTO        PIC 9(04) VALUE 0.
       01 WS-COCIENTE-BISIESTO     PIC 9(04) VALUE 0.
       01 WS-ANO-BISIESTO          PIC X VALUE 'N'.
      *
      *--- Cuota de mantenimiento prorrateada (tarifa CUOTAMAN) ---
       01 WS-MAX-CUOTAS            PIC 9(02) VALUE 20.
       01 WS-NUM-CUOTAS            PIC 9(02) VALUE 0.
       01 WS-IDX-CUOTA             PIC 9(02) VALUE 0.
       01 WS-TABLA-CUOTAS.
          05 WS-CUOTA-ENTRY OCCURS 20 TIMES.
             10 WS-CUO-TIPO        PIC X(15).
             10 WS-CUO-IMPORTE     PIC 9(05)V99.
             10 WS-CUO-EXENTO      PIC 9(10)V99.
       01 WS-CUOTA-APLICABLE       PIC X VALUE 'N'.
       01 WS-CUOTA-YA-COBRADA      PIC X VALUE 'N'.
       01 WS-CLIENTE-CON-NOMINA    PIC X VALUE 'N'.
       01 WS-MES-NOMINA-ACTUAL     PIC X(06).
       01 WS-MES-NOMINA-ANTERIOR.
          05 WS-NOMINA-ANT-ANO     PIC 9(04).
          05 WS-NOMINA-ANT-MES     PIC 9(02).
       01 WS-IMPORTE-CUOTA         PIC 9(05)V99 VALUE 0.
       01 WS-CUOTA-PRORRATA        PIC 9(05)V99 VALUE 0.
       01 WS-FIN-CLIENTE           PIC X VALUE 'N'.
      *
      *--- Apuntes del mes ya grabados en la cuenta ---
       01 WS-FIN-APUNTES           PIC X VALUE 'N'.
      *
      *--- Importe a pagar al cliente y forma de pago ---
       01 WS-IMPORTE-LIQUIDO       PIC S9(11)V99 VALUE 0.
       01 WS-IMPORTE-PAGO          PIC 9(08)V99 VALUE 0.
       01 WS-FORMA-PAGO            PIC X(01) VALUE SPACE.
       01 WS-CUENTA-DESTINO        PIC X(20) VALUE SPACES.
       01 WS-DESTINO-VALIDO        PIC X VALUE 'N'.
       01 WS-CONFIRMAR             PIC X VALUE 'N'.
       01 WS-PAGO-REALIZADO        PIC X VALUE 'N'.
       01 WS-LIQUIDACION-OK        PIC X VALUE 'N'.
      *
      *--- Validacion de cuenta externa (BANCO-VALIDA-CUENTA-EXT) ---
       01 WS-VE-VALIDA             PIC X(01).
       01 WS-VE-MOTIVO             PIC X(40).
       01 WS-VE-ENTIDAD            PIC X(04) VALUE SPACES.
      *
      *--- Datos de la transferencia de liquidacion
      *--- (BANCO-TRANSFER-MOTOR) ---
       01 WS-PROGRAMA-MOTOR        PIC X(20)
                                   VALUE "BANCO-LIQUIDA-CUENTA".
       01 WS-CONCEPTO-PAGO         PIC X(50).
       01 WS-RESULTADO             PIC X(10).
       01 WS-MOTIVO                PIC X(40).
       01 WS-COMISION              PIC 9(5)V99 VALUE 0.
       01 WS-MONEDA-ORIGEN         PIC X(03).
       01 WS-MONEDA-DESTINO        PIC X(03).
       01 WS-TASA-CAMBIO           PIC 9(04)V9(6).
       01 WS-IMPORTE-ABONO         PIC 9(8)V99 VALUE 0.
       01 WS-SALDO-ORIG-DESPUES    PIC S9(10)V99 VALUE 0.
       01 WS-SALDO-DEST-DESPUES    PIC S9(10)V99 VALUE 0.
       01 WS-SOLO-VALIDAR          PIC X VALUE 'N'.
       01 WS-PLAN-PRECIOS          PIC X(04) VALUE SPACES.
       01 WS-IBAN-DESTINO          PIC X(34) VALUE SPACES.
      *
      *--- Ordenes canceladas y mandatos dados de baja (para la
      *--- carta; los que no quepan se cuentan igualmente) ---
       01 WS-MAX-DETALLE           PIC 9(02) VALUE 50.
       01 WS-NUM-ORDENES           PIC 9(03) VALUE 0.
       01 WS-NUM-MANDATOS          PIC 9(03) VALUE 0.
       01 WS-IDX-DETALLE           PIC 9(03) VALUE 0.
       01 WS-TABLA-ORDENES.
          05 WS-ORC-ENTRY OCCURS 50 TIMES.
             10 WS-ORC-ID          PIC 9(08).
             10 WS-ORC-DESTINO     PIC X(20).
             10 WS-ORC-IMPORTE     PIC 9(08)V99.
       01 WS-TABLA-MANDATOS.
          05 WS-MNB-ENTRY OCCURS 50 TIMES.
             10 WS-MNB-PRESENTADOR PIC X(12).
       01 WS-ORDENES-ABIERTO       PIC X VALUE 'N'.
       01 WS-MANDATOS-ABIERTO      PIC X VALUE 'N'.
      *
      *--- Reparto del acumulado fiscal entre participes (TITULARS) ---
       01 WS-TITULARES-ABIERTO     PIC X VALUE 'N'.
       01 WS-FIN-TITULARES         PIC X VALUE 'N'.
       01 WS-MAX-PARTICIPES        PIC 9(02) VALUE 8.
       01 WS-NUM-PARTICIPES        PIC 9(02) VALUE 0.
       01 WS-IDX-PARTICIPE         PIC 9(02) VALUE 0.
       01 WS-TABLA-PARTICIPES.
          05 WS-PART-ENTRY OCCURS 8 TIMES.
             10 WS-PART-CLIENTE    PIC X(12).
             10 WS-PART-PORCENTAJE PIC 9(03)V99.
       01 WS-SUMA-PARTICIPACIONES  PIC 9(05)V99 VALUE 0.
       01 WS-ACUM-BRUTO-REPARTO    PIC 9(10)V99 VALUE 0.
       01 WS-ACUM-RETEN-REPARTO    PIC 9(10)V99 VALUE 0.
       01 WS-RF-CLIENTE            PIC X(12).
       01 WS-RF-BRUTO              PIC 9(10)V99 VALUE 0.
       01 WS-RF-RETENIDO           PIC 9(10)V99 VALUE 0.
       01 WS-RF-NETO               PIC 9(10)V99 VALUE 0.
       01 WS-RETFISC-ENCONTRADO    PIC X VALUE 'N'.
      *
      *--- Cuentas internas de contrapartida ---
       01 WS-CTA-GL-INTERESES      PIC X(20) VALUE "INT-INTERESES".
       01 WS-CTA-GL-HACIENDA       PIC X(20) VALUE "INT-HACIENDA".
       01 WS-CTA-GL-COMISIONES     PIC X(20) VALUE "INT-COMISIONES".
       01 WS-CTA-GL                PIC X(20).
       01 WS-GL-TITULAR            PIC X(40).
       01 WS-GL-IMPORTE            PIC 9(10)V99 VALUE 0.
       01 WS-GL-TIPO               PIC X(01).
       01 WS-GL-CONCEPTO           PIC X(50).
       01 WS-GL-COD-OPERACION      PIC X(04).
       01 WS-MAX-INTENTOS-GL       PIC 9(03) VALUE 100.
       01 WS-NUM-INTENTOS-GL       PIC 9(03) VALUE 0.
       01 WS-GL-APLICADO           PIC X VALUE 'N'.
      *
      *--- Apunte en MOVIMIEN de la cuenta liquidada ---
       01 WS-APU-CONCEPTO          PIC X(50).
       01 WS-APU-TIPO              PIC X(01).
       01 WS-APU-IMPORTE           PIC 9(10)V99 VALUE 0.
       01 WS-APU-SALDO             PIC S9(10)V99 VALUE 0.
       01 WS-APU-COD-OPERACION     PIC X(04).
       01 WS-SALDO-NUEVO           PIC S9(10)V99 VALUE 0.
       01 WS-SIGUIENTE-SECUENCIA   PIC 9(06) VALUE 0.
      *
      *--- Variables de control ---
       01 WS-FECHA-ACTUAL          PIC X(10).
       01 WS-HORA-ACTUAL           PIC X(08).
       01 WS-ANO-ACTUAL            PIC X(04).
       01 WS-MES-ACTUAL            PIC X(06).
      *
      *--- Bloqueo de registro con reintento ---
       01 WS-MAX-ESPERAS           PIC 9(02) VALUE 10.
       01 WS-NUM-ESPERAS           PIC 9(02) VALUE 0.
       01 WS-CUENTA-RESERVADA      PIC X VALUE 'N'.
       01 WS-CUENTA-A-BLOQUEAR     PIC X(20).
       01 WS-CONTADOR-RESERVADO    PIC X VALUE 'N'.
      *
      *--- Caja de efectivo del cajero (ver BANCO-CAJA) ---
       01 WS-CAJA-ABIERTA          PIC X VALUE 'N'.
       01 WS-CAJA-FILE-ABIERTO     PIC X VALUE 'N'.
      *
      *--- Sesion de operador (ver BANCO-CONTROL-ACCESO) ---
       01 WS-CA-ACCION             PIC X(01).
       01 WS-OPERADOR              PIC X(08) VALUE SPACES.
       01 WS-NIVEL-OPERADOR        PIC 9(01) VALUE 0.
       01 WS-LIMITE-OPERADOR       PIC 9(10)V99 VALUE 0.
       01 WS-CA-IMPORTE            PIC 9(10)V99 VALUE 0.
       01 WS-CA-AUTORIZADO         PIC X(01).
       01 WS-SUPERVISOR            PIC X(08).
       01 WS-SUP-NIVEL             PIC 9(01).
       01 WS-SUP-LIMITE            PIC 9(10)V99.
       01 WS-OPERACION-AUTORIZADA  PIC X VALUE 'S'.
      *
      *--- Carta de liquidacion ---
       01 WS-IMPRESION-ABIERTO     PIC X VALUE 'N'.
       01 WS-IMPORTE-EDITADO       PIC ZZZZZZZZZ9.99-.
       01 WS-TASA-EDITADA          PIC 9.9(4).
       01 WS-NUMERO-EDITADO        PIC Z(6)9.
       01 WS-DIAS-EDITADO          PIC Z9.
       01 WS-DIAS-MES-EDITADO      PIC Z9.
      *
       01 WS-CUENTAS-STATUS        PIC X(02).
          88 WS-CUENTAS-OK             VALUE "00".
       01 WS-MOVIMIEN-STATUS       PIC X(02).
          88 WS-MOVIMIEN-OK            VALUE "00".
       01 WS-CTLMOV-STATUS         PIC X(02).
          88 WS-CTLMOV-OK              VALUE "00".
          88 WS-CTLMOV-NUEVO           VALUE "35".
       01 WS-RETENCIONES-STATUS    PIC X(02).
          88 WS-RETENCIONES-OK         VALUE "00".
          88 WS-RETENCIONES-NUEVO      VALUE "35".
       01 WS-PLAZOS-STATUS         PIC X(02).
          88 WS-PLAZOS-OK              VALUE "00".
          88 WS-PLAZOS-NUEVO           VALUE "35".
       01 WS-ORDENES-STATUS        PIC X(02).
          88 WS-ORDENES-OK             VALUE "00".
          88 WS-ORDENES-NUEVO          VALUE "35".
       01 WS-MANDATOS-STATUS       PIC X(02).
          88 WS-MANDATOS-OK            VALUE "00".
          88 WS-MANDATOS-NUEVO         VALUE "35".
       01 WS-TITULARES-STATUS      PIC X(02).
          88 WS-TITULARES-OK           VALUE "00".
       01 WS-RETFISC-STATUS        PIC X(02).
          88 WS-RETFISC-OK             VALUE "00".
          88 WS-RETFISC-NUEVO          VALUE "35".
       01 WS-SALDOHST-STATUS       PIC X(02).
          88 WS-SALDOHST-OK            VALUE "00".
       01 WS-CAJA-STATUS           PIC X(02).
          88 WS-CAJA-OK                VALUE "00".
       01 WS-TIPOINT-STATUS        PIC X(02).
          88 WS-TIPOINT-OK             VALUE "00".
       01 WS-TIPOHIST-STATUS       PIC X(02).
          88 WS-TIPOHIST-OK            VALUE "00".
       01 WS-CUOTAMAN-STATUS       PIC X(02).
          88 WS-CUOTAMAN-OK            VALUE "00".
       01 WS-PRODUCTOS-STATUS      PIC X(02).
          88 WS-PRODUCTOS-OK           VALUE "00".
       01 WS-IMPRESION-STATUS      PIC X(02).
          88 WS-IMPRESION-OK           VALUE "00".
      *
      *--- Datos para la linea de auditoria ---
       01 WS-AUD-PROGRAMA        PIC X(20) VALUE "BANCO-LIQUIDA-CUENTA".
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
           PERFORM 1600-CARGAR-PARAMETROS
           PERFORM 1800-LOCALIZAR-CAJA
           PERFORM 2000-PEDIR-CUENTA
           IF WS-CUENTA-VALIDA = 'S'
              PERFORM 2100-COMPROBAR-IMPEDIMENTOS
           END-IF
           IF WS-CUENTA-VALIDA = 'S'
              PERFORM 3000-CALCULAR-LIQUIDACION
           END-IF
           IF WS-CUENTA-VALIDA = 'S'
              PERFORM 3500-PEDIR-FORMA-PAGO
           END-IF
           IF WS-CUENTA-VALIDA = 'S'
              PERFORM 3600-AUTORIZAR-IMPORTE
           END-IF
           IF WS-CUENTA-VALIDA = 'S'
              PERFORM 3700-CONFIRMAR-LIQUIDACION
              IF WS-CONFIRMAR = 'S'
                 PERFORM 4000-APLICAR-LIQUIDACION
                 IF WS-LIQUIDACION-OK = 'S'
                    PERFORM 6000-IMPRIMIR-CARTA
                 END-IF
              ELSE
                 DISPLAY " "
                 DISPLAY "Liquidacion abandonada por el operador."
              END-IF
           END-IF
           PERFORM 8900-CERRAR-FICHEROS
           PERFORM 9000-FINALIZAR
           STOP RUN.
      *
      *--- Inicializar variables ---
       1000-INICIALIZAR.
           INITIALIZE WS-NUMERO-CUENTA
           ACCEPT WS-FECHA-ACTUAL FROM DATE YYYYMMDD
           ACCEPT WS-HORA-ACTUAL FROM TIME
           MOVE WS-FECHA-ACTUAL(1:4) TO WS-ANO-ACTUAL
           MOVE WS-FECHA-ACTUAL(1:6) TO WS-MES-ACTUAL
           MOVE WS-FECHA-ACTUAL(1:4) TO WS-MES-ANO
           MOVE WS-FECHA-ACTUAL(5:2) TO WS-MES-MES
           MOVE WS-FECHA-ACTUAL(7:2) TO WS-DIA-HOY
           MOVE WS-FECHA-ACTUAL(1:6) TO WS-MES-NOMINA-ACTUAL
           MOVE WS-FECHA-ACTUAL(1:4) TO WS-NOMINA-ANT-ANO
           MOVE WS-FECHA-ACTUAL(5:2) TO WS-NOMINA-ANT-MES
           IF WS-NOMINA-ANT-MES = 1
              SUBTRACT 1 FROM WS-NOMINA-ANT-ANO
              MOVE 12 TO WS-NOMINA-ANT-MES
           ELSE
              SUBTRACT 1 FROM WS-NOMINA-ANT-MES
           END-IF
           PERFORM 1300-DIAS-DEL-MES
           DISPLAY "=========================================="
           DISPLAY "   LIQUIDACION Y CIERRE DE CUENTA"
           DISPLAY "   Fecha: " WS-FECHA-ACTUAL
           DISPLAY "==========================================".
      *
      *    Inicio de sesion de operador contra el maestro USUARIOS;
      *    sin sesion valida el programa no opera.
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
      *    Dias naturales del mes en curso, divisor del prorrateo de
      *    la cuota y del interes devengado.
       1300-DIAS-DEL-MES.
           EVALUATE WS-MES-MES
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
                 PERFORM 1350-COMPROBAR-BISIESTO
                 IF WS-ANO-BISIESTO = 'S'
                    MOVE 29 TO WS-DIAS-MES
                 ELSE
                    MOVE 28 TO WS-DIAS-MES
                 END-IF
           END-EVALUATE.
      *
      *    Ano bisiesto: divisible por 4 y no por 100, salvo los
      *    divisibles por 400.
       1350-COMPROBAR-BISIESTO.
           MOVE 'N' TO WS-ANO-BISIESTO
           DIVIDE WS-MES-ANO BY 4 GIVING WS-COCIENTE-BISIESTO
              REMAINDER WS-RESTO-BISIESTO
           IF WS-RESTO-BISIESTO = 0
              MOVE 'S' TO WS-ANO-BISIESTO
              DIVIDE WS-MES-ANO BY 100
                 GIVING WS-COCIENTE-BISIESTO
                 REMAINDER WS-RESTO-BISIESTO
              IF WS-RESTO-BISIESTO = 0
                 MOVE 'N' TO WS-ANO-BISIESTO
                 DIVIDE WS-MES-ANO BY 400
                    GIVING WS-COCIENTE-BISIESTO
                    REMAINDER WS-RESTO-BISIESTO
                 IF WS-RESTO-BISIESTO = 0
                    MOVE 'S' TO WS-ANO-BISIESTO
                 END-IF
              END-IF
           END-IF.
      *
      *    RETENCIO, PLAZOS, ORDENES y MANDATOS que no existen todavia
      *    (estado 35) no impiden liquidar: no hay nada que comprobar
      *    ni que cancelar en ellos. Cualquier otro fallo de apertura
      *    detiene el programa, porque un cierre sin esa comprobacion
      *    dejaria retenciones, depositos u ordenes colgados.
       1500-ABRIR-FICHEROS.
           PERFORM 1550-ABRIR-FICHEROS-CONTABLES
           IF NOT WS-CUENTAS-OK OR NOT WS-MOVIMIEN-OK
              DISPLAY "ERROR: No se pueden abrir los ficheros "
                 "maestros."
              PERFORM 9000-FINALIZAR
              STOP RUN
           END-IF
           OPEN INPUT RETENCIONES-FILE
           OPEN INPUT PLAZOS-FILE
           OPEN I-O ORDENES-FILE
           IF WS-ORDENES-OK
              MOVE 'S' TO WS-ORDENES-ABIERTO
           END-IF
           OPEN I-O MANDATOS-FILE
           IF WS-MANDATOS-OK
              MOVE 'S' TO WS-MANDATOS-ABIERTO
           END-IF
           IF (NOT WS-RETENCIONES-OK AND NOT WS-RETENCIONES-NUEVO)
              OR (NOT WS-PLAZOS-OK AND NOT WS-PLAZOS-NUEVO)
              OR (NOT WS-ORDENES-OK AND NOT WS-ORDENES-NUEVO)
              OR (NOT WS-MANDATOS-OK AND NOT WS-MANDATOS-NUEVO)
              DISPLAY "ERROR: No se pueden abrir RETENCIO, PLAZOS, "
                 "ORDENES o MANDATOS; la liquidacion no puede "
                 "comprobar ni cancelar lo que cuelga de la cuenta."
              PERFORM 9000-FINALIZAR
              STOP RUN
           END-IF
           OPEN I-O RETFISC-FILE
           IF WS-RETFISC-NUEVO
              OPEN OUTPUT RETFISC-FILE
              CLOSE RETFISC-FILE
              OPEN I-O RETFISC-FILE
           END-IF
           OPEN INPUT TITULARES-FILE
           IF WS-TITULARES-OK
              MOVE 'S' TO WS-TITULARES-ABIERTO
           END-IF
           OPEN INPUT SALDOHST-FILE
           IF WS-SALDOHST-OK
              MOVE 'S' TO WS-SALDOHST-ABIERTO
           END-IF
           OPEN I-O CAJA-FILE
           IF WS-CAJA-OK
              MOVE 'S' TO WS-CAJA-FILE-ABIERTO
           END-IF
           OPEN INPUT PRODUCTOS-FILE
           IF WS-PRODUCTOS-OK
              MOVE 'S' TO WS-PRODUCTOS-ABIERTO
           END-IF.
      *
      *    CUENTAS, MOVIMIEN y CTLMOV se cierran durante la llamada a
      *    BANCO-TRANSFER-MOTOR, que los abre por su cuenta, y se
      *    vuelven a abrir con este parrafo.
       1550-ABRIR-FICHEROS-CONTABLES.
           OPEN I-O CUENTAS-FILE
           OPEN I-O MOVIMIEN-FILE
           OPEN I-O CTLMOV-FILE
           IF WS-CTLMOV-NUEVO
              OPEN OUTPUT CTLMOV-FILE
              CLOSE CTLMOV-FILE
              OPEN I-O CTLMOV-FILE
              MOVE "M" TO CTR-CLAVE
              MOVE 0 TO CTR-ULTIMO-VALOR
              WRITE CTR-REGISTRO
           END-IF.
      *
      *    Tasas de interes y de retencion (TIPOINT y TIPOHIST, como
      *    BANCO-INTERESES) y tarifa de cuotas de mantenimiento
      *    (CUOTAMAN, como BANCO-COBRA-MANTENIMIENTO).
       1600-CARGAR-PARAMETROS.
           OPEN INPUT TIPOINT-FILE
           IF WS-TIPOINT-OK
              READ TIPOINT-FILE INTO INT-REGISTRO
              IF WS-TIPOINT-OK
                 MOVE INT-TASA-MENSUAL TO WS-TASA-MENSUAL
                 IF INT-TASA-RETENCION IS NUMERIC
                    MOVE INT-TASA-RETENCION TO WS-TASA-RETENCION
                 END-IF
              END-IF
              CLOSE TIPOINT-FILE
           END-IF
           PERFORM 1650-CARGAR-TABLA-TASAS
           PERFORM 1700-CARGAR-TABLA-CUOTAS.
      *
      *    Para cada tipo de cuenta y tramo de saldo, la tasa de
      *    fecha de entrada en vigor mas reciente no posterior a hoy;
      *    las filas PLAZO son de depositos y se saltan.
       1650-CARGAR-TABLA-TASAS.
           MOVE 0 TO WS-NUM-TASAS
           OPEN INPUT TIPOHIST-FILE
           IF WS-TIPOHIST-OK
              PERFORM UNTIL NOT WS-TIPOHIST-OK
                 READ TIPOHIST-FILE
                    AT END
                       MOVE "10" TO WS-TIPOHIST-STATUS
                    NOT AT END
                       IF TIH-TIPO-CUENTA NOT = "PLAZO"
                          AND TIH-FECHA-DESDE <= WS-FECHA-ACTUAL
                          PERFORM 1660-ANOTAR-TASA-VIGENTE
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE TIPOHIST-FILE
           END-IF.
      *
       1660-ANOTAR-TASA-VIGENTE.
           MOVE 'N' TO WS-TRAMO-ENCONTRADO
           PERFORM VARYING WS-IDX-TASA FROM 1 BY 1
              UNTIL WS-IDX-TASA > WS-NUM-TASAS
              IF WS-TAS-TIPO(WS-IDX-TASA) = TIH-TIPO-CUENTA
                 AND WS-TAS-SALDO-DESDE(WS-IDX-TASA)
                    = TIH-SALDO-DESDE
                 MOVE 'S' TO WS-TRAMO-ENCONTRADO
                 IF TIH-FECHA-DESDE >=
                       WS-TAS-FECHA-DESDE(WS-IDX-TASA)
                    MOVE TIH-TASA-MENSUAL
                       TO WS-TAS-TASA(WS-IDX-TASA)
                    MOVE TIH-FECHA-DESDE
                       TO WS-TAS-FECHA-DESDE(WS-IDX-TASA)
                 END-IF
              END-IF
           END-PERFORM
           IF WS-TRAMO-ENCONTRADO = 'N'
              AND WS-NUM-TASAS < WS-MAX-TASAS
              ADD 1 TO WS-NUM-TASAS
              MOVE TIH-TIPO-CUENTA TO WS-TAS-TIPO(WS-NUM-TASAS)
              MOVE TIH-SALDO-DESDE
                 TO WS-TAS-SALDO-DESDE(WS-NUM-TASAS)
              MOVE TIH-FECHA-DESDE
                 TO WS-TAS-FECHA-DESDE(WS-NUM-TASAS)
              MOVE TIH-TASA-MENSUAL TO WS-TAS-TASA(WS-NUM-TASAS)
           END-IF.
      *
       1700-CARGAR-TABLA-CUOTAS.
           MOVE 0 TO WS-NUM-CUOTAS
           OPEN INPUT CUOTAMAN-FILE
           IF WS-CUOTAMAN-OK
              PERFORM UNTIL NOT WS-CUOTAMAN-OK
                 READ CUOTAMAN-FILE
                    AT END
                       MOVE "10" TO WS-CUOTAMAN-STATUS
                    NOT AT END
                       IF WS-NUM-CUOTAS < WS-MAX-CUOTAS
                          ADD 1 TO WS-NUM-CUOTAS
                          MOVE CUO-TIPO-CUENTA TO
                             WS-CUO-TIPO(WS-NUM-CUOTAS)
                          MOVE CUO-IMPORTE TO
                             WS-CUO-IMPORTE(WS-NUM-CUOTAS)
                          MOVE CUO-SALDO-EXENTO TO
                             WS-CUO-EXENTO(WS-NUM-CUOTAS)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE CUOTAMAN-FILE
           END-IF.
      *
      *    Caja de efectivo abierta hoy por el cajero con BANCO-CAJA,
      *    para acumular en ella el pago en efectivo. Sin caja
      *    abierta se avisa y se continua, como en BANCO-RETIRADA.
       1800-LOCALIZAR-CAJA.
           MOVE 'N' TO WS-CAJA-ABIERTA
           IF WS-CAJA-FILE-ABIERTO = 'S'
              MOVE WS-OPERADOR TO CAJ-ID-CAJERO
              MOVE WS-FECHA-ACTUAL TO CAJ-FECHA
              READ CAJA-FILE
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    IF CAJ-ESTADO = "A"
                       MOVE 'S' TO WS-CAJA-ABIERTA
                    END-IF
              END-READ
           END-IF.
      *
      *    Solo se liquidan cuentas de cliente activas o inactivas;
      *    una cuenta bloqueada debe desbloquearse antes con
      *    BANCO-MANTENIMIENTO-CUENTA, porque el bloqueo responde a
      *    una decision que el cierre no puede saltarse.
       2000-PEDIR-CUENTA.
           MOVE 'N' TO WS-CUENTA-VALIDA
           DISPLAY " "
           DISPLAY "Numero de cuenta a liquidar y cerrar: "
           ACCEPT WS-NUMERO-CUENTA
           MOVE WS-NUMERO-CUENTA TO CTA-NUM-CUENTA
           READ CUENTAS-FILE
              INVALID KEY
                 DISPLAY "ERROR: Cuenta no encontrada."
              NOT INVALID KEY
                 MOVE CTA-ID-CLIENTE TO WS-ID-CLIENTE
                 MOVE CTA-TITULAR TO WS-TITULAR
                 MOVE CTA-TIPO TO WS-TIPO-CUENTA
                 MOVE CTA-MONEDA TO WS-MONEDA
                 MOVE CTA-ESTADO TO WS-ESTADO-CUENTA
                 MOVE CTA-SALDO-DISP TO WS-SALDO-INICIAL
                 DISPLAY "Titular:        " CTA-TITULAR
                 DISPLAY "Tipo:           " CTA-TIPO
                 DISPLAY "Saldo disp.:    " CTA-SALDO-DISP
                 DISPLAY "Saldo retenido: " CTA-SALDO-RET
                 DISPLAY "Estado actual:  " CTA-ESTADO
                 EVALUATE TRUE
                    WHEN CTA-TIPO = "INTERNA"
                       DISPLAY "ERROR: las cuentas internas del "
                          "banco no se liquidan."
                    WHEN CTA-ESTADO = "C"
                       DISPLAY "ERROR: la cuenta ya esta cerrada."
                    WHEN CTA-ESTADO = "B"
                       DISPLAY "ERROR: la cuenta esta bloqueada; "
                          "desbloqueela con "
                          "BANCO-MANTENIMIENTO-CUENTA antes de "
                          "liquidarla."
                    WHEN CTA-ESTADO = "T"
                       DISPLAY "ERROR: la cuenta esta bloqueada por "
                          "testamentaria; se reparte y se cierra "
                          "con BANCO-REPARTO-HERENCIA."
                    WHEN CTA-SALDO-RET NOT = 0
                       DISPLAY "ERROR: la cuenta tiene saldo "
                          "retenido (retenciones o cheques en "
                          "compensacion); no se puede cerrar."
                    WHEN OTHER
                       MOVE 'S' TO WS-CUENTA-VALIDA
                 END-EVALUATE
           END-READ.
      *
      *    Una retencion activa o un deposito a plazo vigente ligado
      *    a la cuenta impiden el cierre: la retencion debe
      *    levantarse con BANCO-RETENCIONES y el deposito vencer o
      *    cancelarse con BANCO-CANCELA-PLAZO.
       2100-COMPROBAR-IMPEDIMENTOS.
           MOVE 0 TO WS-NUM-RETENCIONES
           MOVE 0 TO WS-IMPORTE-RETENIDO
           MOVE 0 TO WS-NUM-PLAZOS
           IF WS-RETENCIONES-OK
              PERFORM 2110-BUSCAR-RETENCIONES
           END-IF
           IF WS-PLAZOS-OK
              PERFORM 2120-BUSCAR-PLAZOS
           END-IF
           IF WS-NUM-RETENCIONES > 0
              MOVE 'N' TO WS-CUENTA-VALIDA
              DISPLAY "ERROR: la cuenta tiene " WS-NUM-RETENCIONES
                 " retencion(es) activa(s) por " WS-IMPORTE-RETENIDO
                 "; levantelas con BANCO-RETENCIONES antes del "
                 "cierre."
           END-IF
           IF WS-NUM-PLAZOS > 0
              MOVE 'N' TO WS-CUENTA-VALIDA
              DISPLAY "ERROR: la cuenta tiene " WS-NUM-PLAZOS
                 " deposito(s) a plazo vigente(s) asociados; "
                 "deben vencer o cancelarse con "
                 "BANCO-CANCELA-PLAZO antes del cierre."
           END-IF.
      *
       2110-BUSCAR-RETENCIONES.
           MOVE 0 TO RET-ID
           MOVE 'N' TO WS-FIN-FICHERO
           START RETENCIONES-FILE KEY IS NOT LESS THAN RET-ID
              INVALID KEY
                 MOVE 'S' TO WS-FIN-FICHERO
           END-START
           PERFORM UNTIL WS-FIN-FICHERO = 'S'
              READ RETENCIONES-FILE NEXT RECORD
                 AT END
                    MOVE 'S' TO WS-FIN-FICHERO
                 NOT AT END
                    IF RET-NUM-CUENTA = WS-NUMERO-CUENTA
                       AND RET-ESTADO = "A"
                       ADD 1 TO WS-NUM-RETENCIONES
                       ADD RET-IMPORTE TO WS-IMPORTE-RETENIDO
                    END-IF
              END-READ
           END-PERFORM.
      *
       2120-BUSCAR-PLAZOS.
           MOVE 0 TO PLZ-ID
           MOVE 'N' TO WS-FIN-FICHERO
           START PLAZOS-FILE KEY IS NOT LESS THAN PLZ-ID
              INVALID KEY
                 MOVE 'S' TO WS-FIN-FICHERO
           END-START
           PERFORM UNTIL WS-FIN-FICHERO = 'S'
              READ PLAZOS-FILE NEXT RECORD
                 AT END
                    MOVE 'S' TO WS-FIN-FICHERO
                 NOT AT END
                    IF PLZ-CUENTA-ASOCIADA = WS-NUMERO-CUENTA
                       AND PLZ-ESTADO = "V"
                       ADD 1 TO WS-NUM-PLAZOS
                    END-IF
              END-READ
           END-PERFORM.
      *
      *    Calcula los conceptos de la liquidacion sin contabilizar
      *    nada todavia: interes devengado en el mes con su
      *    retencion, cuota prorrateada e importe que queda para el
      *    cliente. Un saldo final deudor no se puede liquidar: el
      *    cliente debe ingresar antes la diferencia.
       3000-CALCULAR-LIQUIDACION.
           PERFORM 3020-CONSULTAR-PRODUCTO
           PERFORM 3050-REVISAR-APUNTES-DEL-MES
           MOVE 0 TO WS-IMPORTE-INTERES
           MOVE 0 TO WS-IMPORTE-RETENCION
           MOVE 0 TO WS-IMPORTE-NETO
           MOVE 0 TO WS-CUOTA-PRORRATA
           IF WS-INTERES-YA-LIQUIDADO = 'N'
              PERFORM 3100-CALCULAR-INTERES
           END-IF
           IF WS-CUOTA-YA-COBRADA = 'N'
              PERFORM 3200-CALCULAR-CUOTA
           END-IF
           COMPUTE WS-IMPORTE-LIQUIDO = WS-SALDO-INICIAL
              + WS-IMPORTE-NETO - WS-CUOTA-PRORRATA
           IF WS-IMPORTE-LIQUIDO < 0
              MOVE 'N' TO WS-CUENTA-VALIDA
              DISPLAY "ERROR: la liquidacion deja un saldo deudor "
                 "de " WS-IMPORTE-LIQUIDO "; el cliente debe "
                 "ingresarlo antes del cierre."
           ELSE
              MOVE WS-IMPORTE-LIQUIDO TO WS-IMPORTE-PAGO
           END-IF.
      *
      *    Producto de la cuenta en el catalogo PRODUCTO: si paga
      *    interes y el tipo de CUOTAMAN de su cuota (en blanco,
      *    ninguna). Sin producto, la tarifa es la de su tipo.
       3020-CONSULTAR-PRODUCTO.
           MOVE 'N' TO WS-PRODUCTO-ENCONTRADO
           MOVE WS-TIPO-CUENTA TO WS-TARIFA-CUENTA
           IF WS-PRODUCTOS-ABIERTO = 'S'
              MOVE WS-TIPO-CUENTA TO PRD-TIPO
              READ PRODUCTOS-FILE
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE 'S' TO WS-PRODUCTO-ENCONTRADO
                    MOVE PRD-PAGA-INTERES TO WS-PRD-PAGA-INTERES
                    MOVE PRD-TARIFA-CUOTA TO WS-TARIFA-CUENTA
              END-READ
           END-IF.
      *
      *    Recorre los apuntes del mes de la cuenta para no repetir
      *    lo ya liquidado: el interes del mes si ya lo abono
      *    BANCO-INTERESES o una liquidacion anterior, y la cuota si
      *    ya la cobro BANCO-COBRA-MANTENIMIENTO o una liquidacion
      *    anterior. Un apunte extornado no cuenta; los apuntes
      *    anteriores al catalogo de operaciones se reconocen por el
      *    programa de origen.
       3050-REVISAR-APUNTES-DEL-MES.
           MOVE 'N' TO WS-INTERES-YA-LIQUIDADO
           MOVE 'N' TO WS-CUOTA-YA-COBRADA
           MOVE WS-NUMERO-CUENTA TO MOV-NUM-CUENTA
           MOVE SPACES TO MOV-FECHA
           STRING WS-MES-ACTUAL "00" DELIMITED BY SIZE
              INTO MOV-FECHA
           MOVE 0 TO MOV-SECUENCIA
           MOVE 'N' TO WS-FIN-APUNTES
           START MOVIMIEN-FILE KEY IS NOT LESS THAN MOV-CLAVE
              INVALID KEY
                 MOVE 'S' TO WS-FIN-APUNTES
           END-START
           PERFORM UNTIL WS-FIN-APUNTES = 'S'
              READ MOVIMIEN-FILE NEXT RECORD
                 AT END
                    MOVE 'S' TO WS-FIN-APUNTES
                 NOT AT END
                    IF MOV-NUM-CUENTA NOT = WS-NUMERO-CUENTA
                       OR MOV-FECHA(1:6) NOT = WS-MES-ACTUAL
                       MOVE 'S' TO WS-FIN-APUNTES
                    ELSE
                       IF MOV-MARCA-EXTORNO NOT = "E"
                          PERFORM 3060-CLASIFICAR-APUNTE
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.
      *
       3060-CLASIFICAR-APUNTE.
           IF MOV-COD-OPERACION = "INTA"
              OR MOV-COD-OPERACION = "LQIN"
              OR (MOV-COD-OPERACION = SPACES
                 AND MOV-PROGRAMA-ORIGEN = "BANCO-INTERESES"
                 AND MOV-TIPO = "I")
              MOVE 'S' TO WS-INTERES-YA-LIQUIDADO
           END-IF
           IF MOV-COD-OPERACION = "CMAN"
              OR MOV-COD-OPERACION = "LQCM"
              OR (MOV-COD-OPERACION = SPACES
                 AND MOV-PROGRAMA-ORIGEN = "BANCO-COBRA-CUOTAS")
              MOVE 'S' TO WS-CUOTA-YA-COBRADA
           END-IF.
      *
      *    Interes de los dias transcurridos del mes: la suma de los
      *    saldos diarios (fotos de cierre de SALDOHST arrastradas por
      *    los dias sin foto, como en BANCO-INTERESES) se multiplica
      *    por la tasa mensual y se divide por los dias del mes, que
      *    equivale a liquidar el mes entero con saldo cero desde
      *    hoy. La tasa es la del tramo del saldo medio de esos dias
      *    para el tipo de cuenta, o la tasa unica de TIPOINT si el
      *    tipo no tiene tasas fechadas. Devenga si lo dice su
      *    producto; un tipo sin producto devenga si tiene tasas
      *    fechadas o es AHORRO.
       3100-CALCULAR-INTERES.
           PERFORM 3130-COMPROBAR-TIPO-CON-TASA
           MOVE 'N' TO WS-PAGA-INTERES
           IF WS-TIPO-CON-TASA = 'S' OR WS-TIPO-CUENTA = "AHORRO"
              MOVE 'S' TO WS-PAGA-INTERES
           END-IF
           IF WS-PRODUCTO-ENCONTRADO = 'S'
              MOVE WS-PRD-PAGA-INTERES TO WS-PAGA-INTERES
           END-IF
           IF WS-PAGA-INTERES = 'S'
              PERFORM 3110-SUMAR-SALDOS-DIARIOS
              COMPUTE WS-SALDO-MEDIO ROUNDED =
                 WS-SUMA-SALDOS / WS-DIA-HOY
              PERFORM 3120-OBTENER-TASA-VIGENTE
              IF WS-SUMA-SALDOS > 0
                 COMPUTE WS-IMPORTE-INTERES ROUNDED =
                    WS-SUMA-SALDOS * WS-TASA-APLICADA / WS-DIAS-MES
              END-IF
              IF WS-IMPORTE-INTERES > 0
                 COMPUTE WS-IMPORTE-RETENCION ROUNDED =
                    WS-IMPORTE-INTERES * WS-TASA-RETENCION
                 COMPUTE WS-IMPORTE-NETO =
                    WS-IMPORTE-INTERES - WS-IMPORTE-RETENCION
              END-IF
           END-IF.
      *
       3110-SUMAR-SALDOS-DIARIOS.
           MOVE 0 TO WS-SUMA-SALDOS
           MOVE 0 TO WS-SALDO-ARRASTRE
           MOVE 0 TO WS-DIA-CUBIERTO
           MOVE 'N' TO WS-HAY-FOTOS
           IF WS-SALDOHST-ABIERTO = 'S'
              MOVE WS-NUMERO-CUENTA TO SH-NUM-CUENTA
              MOVE LOW-VALUES TO SH-FECHA-CIERRE
              MOVE 'N' TO WS-FIN-FOTOS
              START SALDOHST-FILE KEY IS NOT LESS THAN SH-CLAVE
                 INVALID KEY
                    MOVE 'S' TO WS-FIN-FOTOS
              END-START
              PERFORM UNTIL WS-FIN-FOTOS = 'S'
                 READ SALDOHST-FILE NEXT RECORD
                    AT END
                       MOVE 'S' TO WS-FIN-FOTOS
                    NOT AT END
                       IF SH-NUM-CUENTA NOT = WS-NUMERO-CUENTA
                          OR SH-FECHA-CIERRE(1:6) > WS-MES-ACTUAL
                          OR SH-FECHA-CIERRE(1:8)
                             >= WS-FECHA-ACTUAL(1:8)
                          MOVE 'S' TO WS-FIN-FOTOS
                       ELSE
                          MOVE 'S' TO WS-HAY-FOTOS
                          IF SH-FECHA-CIERRE(1:6) < WS-MES-ACTUAL
                             MOVE SH-SALDO-DISP TO WS-SALDO-ARRASTRE
                          ELSE
                             PERFORM 3115-ACUMULAR-FOTO-DEL-MES
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
           END-IF
      *    Hoy aun no tiene foto de cierre: rige el saldo actual, y
      *    sin ninguna foto se toma el saldo actual para todos los
      *    dias transcurridos, como hace BANCO-INTERESES
           IF WS-HAY-FOTOS = 'S'
              IF WS-DIA-HOY > WS-DIA-CUBIERTO + 1
                 COMPUTE WS-SUMA-SALDOS = WS-SUMA-SALDOS
                    + WS-SALDO-ARRASTRE
                    * (WS-DIA-HOY - 1 - WS-DIA-CUBIERTO)
              END-IF
              ADD WS-SALDO-INICIAL TO WS-SUMA-SALDOS
           ELSE
              COMPUTE WS-SUMA-SALDOS =
                 WS-SALDO-INICIAL * WS-DIA-HOY
           END-IF.
      *
       3115-ACUMULAR-FOTO-DEL-MES.
           MOVE SH-FECHA-CIERRE(7:2) TO WS-DIA-FOTO
           IF WS-DIA-FOTO > WS-DIA-CUBIERTO + 1
              COMPUTE WS-SUMA-SALDOS = WS-SUMA-SALDOS
                 + WS-SALDO-ARRASTRE
                 * (WS-DIA-FOTO - 1 - WS-DIA-CUBIERTO)
           END-IF
           MOVE SH-SALDO-DISP TO WS-SALDO-ARRASTRE
           ADD WS-SALDO-ARRASTRE TO WS-SUMA-SALDOS
           MOVE WS-DIA-FOTO TO WS-DIA-CUBIERTO.
      *
       3120-OBTENER-TASA-VIGENTE.
           IF WS-TIPO-CON-TASA = 'N'
              MOVE WS-TASA-MENSUAL TO WS-TASA-APLICADA
           ELSE
              MOVE 0 TO WS-TASA-APLICADA
              MOVE 0 TO WS-MEJOR-SALDO-DESDE
              MOVE 'N' TO WS-TRAMO-ENCONTRADO
              PERFORM VARYING WS-IDX-TASA FROM 1 BY 1
                 UNTIL WS-IDX-TASA > WS-NUM-TASAS
                 IF WS-TAS-TIPO(WS-IDX-TASA) = WS-TIPO-CUENTA
                    AND WS-TAS-SALDO-DESDE(WS-IDX-TASA)
                       <= WS-SALDO-MEDIO
                    IF WS-TRAMO-ENCONTRADO = 'N'
                       OR WS-TAS-SALDO-DESDE(WS-IDX-TASA)
                          >= WS-MEJOR-SALDO-DESDE
                       MOVE 'S' TO WS-TRAMO-ENCONTRADO
                       MOVE WS-TAS-SALDO-DESDE(WS-IDX-TASA)
                          TO WS-MEJOR-SALDO-DESDE
                       MOVE WS-TAS-TASA(WS-IDX-TASA)
                          TO WS-TASA-APLICADA
                    END-IF
                 END-IF
              END-PERFORM
           END-IF.
      *
       3130-COMPROBAR-TIPO-CON-TASA.
           MOVE 'N' TO WS-TIPO-CON-TASA
           PERFORM VARYING WS-IDX-TASA FROM 1 BY 1
              UNTIL WS-IDX-TASA > WS-NUM-TASAS
              IF WS-TAS-TIPO(WS-IDX-TASA) = WS-TIPO-CUENTA
                 MOVE 'S' TO WS-TIPO-CON-TASA
              END-IF
           END-PERFORM.
      *
      *    Cuota del mes prorrateada por los dias transcurridos, con
      *    las mismas reglas que el cobro de fin de mes: solo cuentas
      *    activas cuya tarifa (la de su producto) tenga cuota,
      *    exentas por saldo igual o superior al umbral de la tarifa
      *    o por nomina domiciliada del cliente en cualquiera de sus
      *    cuentas.
       3200-CALCULAR-CUOTA.
           MOVE 'N' TO WS-CUOTA-APLICABLE
           MOVE 0 TO WS-IMPORTE-CUOTA
           IF WS-ESTADO-CUENTA = "A"
              PERFORM VARYING WS-IDX-CUOTA FROM 1 BY 1
                 UNTIL WS-IDX-CUOTA > WS-NUM-CUOTAS
                 OR WS-CUOTA-APLICABLE = 'S'
                 IF WS-TARIFA-CUENTA NOT = SPACES
                    AND WS-CUO-TIPO(WS-IDX-CUOTA) = WS-TARIFA-CUENTA
                    MOVE 'S' TO WS-CUOTA-APLICABLE
                 END-IF
              END-PERFORM
           END-IF
           IF WS-CUOTA-APLICABLE = 'S'
              SUBTRACT 1 FROM WS-IDX-CUOTA
              MOVE WS-CUO-IMPORTE(WS-IDX-CUOTA) TO WS-IMPORTE-CUOTA
              IF WS-CUO-EXENTO(WS-IDX-CUOTA) > 0
                 AND WS-SALDO-INICIAL >= WS-CUO-EXENTO(WS-IDX-CUOTA)
                 MOVE 'N' TO WS-CUOTA-APLICABLE
              END-IF
           END-IF
           IF WS-CUOTA-APLICABLE = 'S'
              PERFORM 3210-COMPROBAR-NOMINA-CLIENTE
              IF WS-CLIENTE-CON-NOMINA = 'S'
                 MOVE 'N' TO WS-CUOTA-APLICABLE
              END-IF
           END-IF
           IF WS-CUOTA-APLICABLE = 'S' AND WS-IMPORTE-CUOTA > 0
              COMPUTE WS-CUOTA-PRORRATA ROUNDED =
                 WS-IMPORTE-CUOTA * WS-DIA-HOY / WS-DIAS-MES
           END-IF.
      *
      *    Recorre por la clave alternativa las cuentas del cliente
      *    buscando una nomina abonada este mes o el anterior.
       3210-COMPROBAR-NOMINA-CLIENTE.
           MOVE 'N' TO WS-CLIENTE-CON-NOMINA
           MOVE WS-ID-CLIENTE TO CTA-ID-CLIENTE
           MOVE 'N' TO WS-FIN-CLIENTE
           START CUENTAS-FILE KEY IS EQUAL TO CTA-ID-CLIENTE
              INVALID KEY
                 MOVE 'S' TO WS-FIN-CLIENTE
           END-START
           PERFORM UNTIL WS-FIN-CLIENTE = 'S'
              READ CUENTAS-FILE NEXT RECORD
                 AT END
                    MOVE 'S' TO WS-FIN-CLIENTE
                 NOT AT END
                    IF CTA-ID-CLIENTE NOT = WS-ID-CLIENTE
                       MOVE 'S' TO WS-FIN-CLIENTE
                    ELSE
                       IF CTA-ESTADO = "A"
                          AND (CTA-MES-NOMINA = WS-MES-NOMINA-ACTUAL
                           OR CTA-MES-NOMINA
                              = WS-MES-NOMINA-ANTERIOR)
                          MOVE 'S' TO WS-CLIENTE-CON-NOMINA
                          MOVE 'S' TO WS-FIN-CLIENTE
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
      *    Las lecturas directas que siguen van por la clave principal
           MOVE WS-NUMERO-CUENTA TO CTA-NUM-CUENTA
           START CUENTAS-FILE KEY IS EQUAL TO CTA-NUM-CUENTA
              INVALID KEY
                 CONTINUE
           END-START.
      *
      *    El importe resultante se paga en efectivo por la caja del
      *    cajero o por transferencia a otra cuenta, nuestra o de
      *    otro banco. La cuenta destino se comprueba aqui para no
      *    contabilizar nada si no es valida; la transferencia en si
      *    la valida y contabiliza BANCO-TRANSFER-MOTOR en 4400.
       3500-PEDIR-FORMA-PAGO.
           DISPLAY " "
           DISPLAY "------------------------------------------"
           DISPLAY "  LIQUIDACION PREVISTA"
           DISPLAY "------------------------------------------"
           DISPLAY "Saldo disponible:        " WS-SALDO-INICIAL
           IF WS-INTERES-YA-LIQUIDADO = 'S'
              DISPLAY "Interes del mes:         ya liquidado"
           ELSE
              DISPLAY "Interes bruto del mes:   " WS-IMPORTE-INTERES
              DISPLAY "Retencion fiscal:        "
                 WS-IMPORTE-RETENCION
           END-IF
           IF WS-CUOTA-YA-COBRADA = 'S'
              DISPLAY "Cuota de mantenimiento:  ya cobrada"
           ELSE
              DISPLAY "Cuota prorrateada:       " WS-CUOTA-PRORRATA
           END-IF
           DISPLAY "Importe a pagar:         " WS-IMPORTE-PAGO
              " " WS-MONEDA
           MOVE SPACE TO WS-FORMA-PAGO
           MOVE SPACES TO WS-CUENTA-DESTINO
           IF WS-IMPORTE-PAGO > 0
              DISPLAY "Forma de pago (E=efectivo, T=transferencia): "
              ACCEPT WS-FORMA-PAGO
              EVALUATE WS-FORMA-PAGO
                 WHEN 'E'
                    IF WS-CAJA-ABIERTA = 'N'
                       DISPLAY "AVISO: no hay caja abierta para el "
                          "cajero; el efectivo no se acumulara en "
                          "ninguna caja. Abrala con BANCO-CAJA."
                    END-IF
                 WHEN 'T'
                    DISPLAY "Cuenta destino del saldo: "
                    ACCEPT WS-CUENTA-DESTINO
                    PERFORM 3550-VALIDAR-DESTINO
                    IF WS-DESTINO-VALIDO = 'N'
                       MOVE 'N' TO WS-CUENTA-VALIDA
                    END-IF
                 WHEN OTHER
                    MOVE 'N' TO WS-CUENTA-VALIDA
                    DISPLAY "ERROR: forma de pago no reconocida."
              END-EVALUATE
           END-IF.
      *
       3550-VALIDAR-DESTINO.
           MOVE 'N' TO WS-DESTINO-VALIDO
           IF WS-CUENTA-DESTINO = WS-NUMERO-CUENTA
              OR WS-CUENTA-DESTINO = SPACES
              DISPLAY "ERROR: la cuenta destino no puede ser la "
                 "propia cuenta que se cierra."
           ELSE
              MOVE WS-CUENTA-DESTINO TO CTA-NUM-CUENTA
              READ CUENTAS-FILE
                 INVALID KEY
                    CALL "BANCO-VALIDA-CUENTA-EXT" USING
                       WS-CUENTA-DESTINO WS-VE-VALIDA WS-VE-MOTIVO
                       WS-VE-ENTIDAD
                    IF WS-VE-VALIDA = 'S'
                       MOVE 'S' TO WS-DESTINO-VALIDO
                       DISPLAY "Cuenta de otra entidad ("
                          WS-VE-ENTIDAD "): el pago saldra por "
                          "el intercambio interbancario."
                    ELSE
                       DISPLAY "ERROR: cuenta destino no valida: "
                          WS-VE-MOTIVO
                    END-IF
                 NOT INVALID KEY
                    IF CTA-ESTADO NOT = "A"
                       OR CTA-TIPO = "INTERNA"
                       DISPLAY "ERROR: la cuenta destino no esta "
                          "activa o es una cuenta interna."
                    ELSE
                       MOVE 'S' TO WS-DESTINO-VALIDO
                       DISPLAY "Titular destino: " CTA-TITULAR
                    END-IF
              END-READ
           END-IF.
      *
      *    Un pago por encima de la autoridad del operador exige la
      *    autorizacion de un supervisor, que queda auditada, igual
      *    que una retirada o una transferencia de ventanilla.
       3600-AUTORIZAR-IMPORTE.
           MOVE 'S' TO WS-OPERACION-AUTORIZADA
           IF WS-LIMITE-OPERADOR > 0
              AND WS-IMPORTE-PAGO > WS-LIMITE-OPERADOR
              MOVE "S" TO WS-CA-ACCION
              MOVE WS-IMPORTE-PAGO TO WS-CA-IMPORTE
              MOVE SPACES TO WS-SUPERVISOR
              CALL "BANCO-CONTROL-ACCESO" USING WS-CA-ACCION
                 WS-SUPERVISOR WS-SUP-NIVEL WS-SUP-LIMITE
                 WS-CA-IMPORTE WS-CA-AUTORIZADO
              IF WS-CA-AUTORIZADO = 'S'
                 MOVE WS-IMPORTE-PAGO TO WS-AUD-IMPORTE
                 MOVE "AUTORIZADA" TO WS-AUD-RESULTADO
                 MOVE SPACES TO WS-AUD-DETALLE
                 STRING "AUTORIZACION DE SUPERVISOR A " WS-OPERADOR
                    DELIMITED BY SIZE INTO WS-AUD-DETALLE
                 CALL "BANCO-AUDITORIA-MOTOR" USING WS-AUD-PROGRAMA
                    WS-NUMERO-CUENTA WS-CUENTA-DESTINO
                    WS-AUD-IMPORTE WS-AUD-RESULTADO WS-AUD-DETALLE
                    WS-SUPERVISOR
              ELSE
                 MOVE 'N' TO WS-OPERACION-AUTORIZADA
                 MOVE 'N' TO WS-CUENTA-VALIDA
                 DISPLAY "Liquidacion no autorizada; se rechaza."
              END-IF
           END-IF.
      *
       3700-CONFIRMAR-LIQUIDACION.
           DISPLAY " "
           DISPLAY "Se cancelaran las ordenes permanentes y los "
              "mandatos de la cuenta y quedara CERRADA."
           DISPLAY "Confirmar liquidacion y cierre? (S/N): "
           ACCEPT WS-CONFIRMAR.
      *
      *    Orden de la liquidacion: interes, cuota, pago del saldo y,
      *    solo si el pago se hizo, cancelacion de ordenes y mandatos
      *    y cierre. Si el pago falla la cuenta sigue abierta con el
      *    interes y la cuota ya contabilizados, que una nueva
      *    liquidacion no repite (ver 3050).
       4000-APLICAR-LIQUIDACION.
           MOVE 'N' TO WS-LIQUIDACION-OK
           MOVE 'N' TO WS-PAGO-REALIZADO
           IF WS-IMPORTE-INTERES > 0
              PERFORM 4100-ABONAR-INTERES
           END-IF
           IF WS-CUOTA-PRORRATA > 0
              PERFORM 4200-COBRAR-CUOTA
           END-IF
           EVALUATE TRUE
              WHEN WS-IMPORTE-PAGO = 0
                 MOVE 'S' TO WS-PAGO-REALIZADO
              WHEN WS-FORMA-PAGO = 'E'
                 PERFORM 4300-PAGAR-EN-EFECTIVO
              WHEN WS-FORMA-PAGO = 'T'
                 PERFORM 4400-PAGAR-POR-TRANSFERENCIA
           END-EVALUATE
           IF WS-PAGO-REALIZADO = 'S'
              PERFORM 4500-CANCELAR-ORDENES
              PERFORM 4550-BAJA-MANDATOS
              PERFORM 4600-CERRAR-CUENTA
           ELSE
              DISPLAY " "
              DISPLAY "La cuenta " WS-NUMERO-CUENTA " sigue abierta; "
                 "el interes y la cuota ya contabilizados no se "
                 "repetiran al volver a liquidarla."
           END-IF.
      *
      *    Lee con bloqueo la cuenta indicada en
      *    WS-CUENTA-A-BLOQUEAR, reintentando un numero acotado de
      *    veces si otro operador la retiene.
       4050-LEER-CUENTA-CON-BLOQUEO.
           MOVE 0 TO WS-NUM-ESPERAS
           MOVE 'N' TO WS-CUENTA-RESERVADA
           PERFORM UNTIL WS-CUENTA-RESERVADA = 'S'
              OR WS-NUM-ESPERAS > WS-MAX-ESPERAS
              MOVE WS-CUENTA-A-BLOQUEAR TO CTA-NUM-CUENTA
              READ CUENTAS-FILE WITH LOCK
                 INVALID KEY
                    MOVE WS-MAX-ESPERAS TO WS-NUM-ESPERAS
              END-READ
              IF WS-CUENTAS-OK
                 MOVE 'S' TO WS-CUENTA-RESERVADA
              ELSE
                 ADD 1 TO WS-NUM-ESPERAS
              END-IF
           END-PERFORM.
      *
      *    Abono del interes bruto y cargo de la retencion, con el
      *    mismo desglose en el extracto que la liquidacion mensual;
      *    el acumulado fiscal va a RETFISC y la contrapartida a las
      *    cuentas internas de gasto por intereses y de Hacienda.
       4100-ABONAR-INTERES.
           MOVE WS-NUMERO-CUENTA TO WS-CUENTA-A-BLOQUEAR
           PERFORM 4050-LEER-CUENTA-CON-BLOQUEO
           IF WS-CUENTA-RESERVADA = 'N'
              MOVE 0 TO WS-IMPORTE-INTERES
              MOVE 0 TO WS-IMPORTE-RETENCION
              MOVE 0 TO WS-IMPORTE-NETO
              DISPLAY "AVISO: la cuenta esta en uso por otro "
                 "operador; el interes no se ha abonado."
           ELSE
              COMPUTE WS-APU-SALDO =
                 CTA-SALDO-DISP + WS-IMPORTE-INTERES
              COMPUTE WS-SALDO-NUEVO =
                 CTA-SALDO-DISP + WS-IMPORTE-NETO
              MOVE WS-SALDO-NUEVO TO CTA-SALDO-DISP
              REWRITE CTA-REGISTRO
              MOVE WS-TASA-APLICADA TO WS-TASA-EDITADA
              MOVE WS-DIA-HOY TO WS-DIAS-EDITADO
              MOVE SPACES TO WS-APU-CONCEPTO
              STRING "INTERES LIQUIDACION " WS-DIAS-EDITADO
                 " DIAS TASA " WS-TASA-EDITADA
                 DELIMITED BY SIZE INTO WS-APU-CONCEPTO
              MOVE "I" TO WS-APU-TIPO
              MOVE WS-IMPORTE-INTERES TO WS-APU-IMPORTE
              MOVE "LQIN" TO WS-APU-COD-OPERACION
              PERFORM 4800-GRABAR-APUNTE
              IF WS-IMPORTE-RETENCION > 0
                 MOVE "RETENCION FISCAL INTERESES" TO WS-APU-CONCEPTO
                 MOVE "G" TO WS-APU-TIPO
                 MOVE WS-IMPORTE-RETENCION TO WS-APU-IMPORTE
                 MOVE WS-SALDO-NUEVO TO WS-APU-SALDO
                 MOVE "RETF" TO WS-APU-COD-OPERACION
                 PERFORM 4800-GRABAR-APUNTE
              END-IF
              PERFORM 4150-ACUMULAR-RETFISC
              MOVE WS-IMPORTE-INTERES TO WS-AUD-IMPORTE
              MOVE "REALIZADA" TO WS-AUD-RESULTADO
              MOVE "INTERES DE LIQUIDACION DE CUENTA"
                 TO WS-AUD-DETALLE
              CALL "BANCO-AUDITORIA-MOTOR" USING WS-AUD-PROGRAMA
                 WS-NUMERO-CUENTA SPACES WS-AUD-IMPORTE
                 WS-AUD-RESULTADO WS-AUD-DETALLE WS-OPERADOR
              MOVE WS-CTA-GL-INTERESES TO WS-CTA-GL
              MOVE "GASTO POR INTERESES" TO WS-GL-TITULAR
              MOVE WS-IMPORTE-INTERES TO WS-GL-IMPORTE
              MOVE "G" TO WS-GL-TIPO
              MOVE SPACES TO WS-GL-CONCEPTO
              STRING "INTERES LIQUIDACION " WS-NUMERO-CUENTA
                 DELIMITED BY SIZE INTO WS-GL-CONCEPTO
              MOVE "GLIN" TO WS-GL-COD-OPERACION
              PERFORM 5000-CONTABILIZAR-EN-GL
              IF WS-IMPORTE-RETENCION > 0
                 MOVE WS-CTA-GL-HACIENDA TO WS-CTA-GL
                 MOVE "RETENCIONES A INGRESAR" TO WS-GL-TITULAR
                 MOVE WS-IMPORTE-RETENCION TO WS-GL-IMPORTE
                 MOVE "I" TO WS-GL-TIPO
                 MOVE SPACES TO WS-GL-CONCEPTO
                 STRING "RETENCION LIQUIDACION " WS-NUMERO-CUENTA
                    DELIMITED BY SIZE INTO WS-GL-CONCEPTO
                 MOVE "GLHA" TO WS-GL-COD-OPERACION
                 PERFORM 5000-CONTABILIZAR-EN-GL
              END-IF
           END-IF.
      *
      *    Bruto, retenido y neto al ejercicio en curso, repartido
      *    entre titulares y cotitulares activos por su porcentaje,
      *    o entero al cliente del maestro si no hay relaciones, con
      *    la misma regla que BANCO-INTERESES.
       4150-ACUMULAR-RETFISC.
           PERFORM 4160-CARGAR-PARTICIPES
           IF WS-NUM-PARTICIPES = 0
              MOVE WS-ID-CLIENTE TO WS-RF-CLIENTE
              MOVE WS-IMPORTE-INTERES TO WS-RF-BRUTO
              MOVE WS-IMPORTE-RETENCION TO WS-RF-RETENIDO
              MOVE WS-IMPORTE-NETO TO WS-RF-NETO
              PERFORM 4170-ACUMULAR-UN-PARTICIPE
           ELSE
              MOVE 0 TO WS-ACUM-BRUTO-REPARTO
              MOVE 0 TO WS-ACUM-RETEN-REPARTO
              PERFORM VARYING WS-IDX-PARTICIPE FROM 1 BY 1
                 UNTIL WS-IDX-PARTICIPE > WS-NUM-PARTICIPES
                 IF WS-IDX-PARTICIPE = WS-NUM-PARTICIPES
                    COMPUTE WS-RF-BRUTO = WS-IMPORTE-INTERES
                       - WS-ACUM-BRUTO-REPARTO
                    COMPUTE WS-RF-RETENIDO = WS-IMPORTE-RETENCION
                       - WS-ACUM-RETEN-REPARTO
                 ELSE
                    COMPUTE WS-RF-BRUTO ROUNDED =
                       WS-IMPORTE-INTERES
                       * WS-PART-PORCENTAJE(WS-IDX-PARTICIPE)
                       / WS-SUMA-PARTICIPACIONES
                    COMPUTE WS-RF-RETENIDO ROUNDED =
                       WS-IMPORTE-RETENCION
                       * WS-PART-PORCENTAJE(WS-IDX-PARTICIPE)
                       / WS-SUMA-PARTICIPACIONES
                    ADD WS-RF-BRUTO TO WS-ACUM-BRUTO-REPARTO
                    ADD WS-RF-RETENIDO TO WS-ACUM-RETEN-REPARTO
                 END-IF
                 COMPUTE WS-RF-NETO = WS-RF-BRUTO - WS-RF-RETENIDO
                 MOVE WS-PART-CLIENTE(WS-IDX-PARTICIPE)
                    TO WS-RF-CLIENTE
                 PERFORM 4170-ACUMULAR-UN-PARTICIPE
              END-PERFORM
           END-IF.
      *
       4160-CARGAR-PARTICIPES.
           MOVE 0 TO WS-NUM-PARTICIPES
           MOVE 0 TO WS-SUMA-PARTICIPACIONES
           IF WS-TITULARES-ABIERTO = 'S'
              MOVE WS-NUMERO-CUENTA TO TIT-NUM-CUENTA
              MOVE LOW-VALUES TO TIT-ID-CLIENTE
              MOVE 'N' TO WS-FIN-TITULARES
              START TITULARES-FILE KEY IS NOT LESS THAN TIT-CLAVE
                 INVALID KEY
                    MOVE 'S' TO WS-FIN-TITULARES
              END-START
              PERFORM UNTIL WS-FIN-TITULARES = 'S'
                 READ TITULARES-FILE NEXT RECORD
                    AT END
                       MOVE 'S' TO WS-FIN-TITULARES
                    NOT AT END
                       IF TIT-NUM-CUENTA NOT = WS-NUMERO-CUENTA
                          MOVE 'S' TO WS-FIN-TITULARES
                       ELSE
                          IF TIT-ESTADO = "A"
                             AND (TIT-ROL = "T" OR TIT-ROL = "C")
                             AND WS-NUM-PARTICIPES
                                < WS-MAX-PARTICIPES
                             ADD 1 TO WS-NUM-PARTICIPES
                             MOVE TIT-ID-CLIENTE TO
                                WS-PART-CLIENTE(WS-NUM-PARTICIPES)
                             MOVE TIT-PORCENTAJE TO
                               WS-PART-PORCENTAJE(WS-NUM-PARTICIPES)
                             ADD TIT-PORCENTAJE
                                TO WS-SUMA-PARTICIPACIONES
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
           END-IF
           IF WS-SUMA-PARTICIPACIONES = 0
              MOVE 0 TO WS-NUM-PARTICIPES
           END-IF.
      *
       4170-ACUMULAR-UN-PARTICIPE.
           MOVE WS-RF-CLIENTE TO RF-ID-CLIENTE
           MOVE WS-ANO-ACTUAL TO RF-ANO
           READ RETFISC-FILE
              INVALID KEY
                 MOVE 'N' TO WS-RETFISC-ENCONTRADO
              NOT INVALID KEY
                 MOVE 'S' TO WS-RETFISC-ENCONTRADO
           END-READ
           IF WS-RETFISC-ENCONTRADO = 'N'
              MOVE WS-RF-CLIENTE TO RF-ID-CLIENTE
              MOVE WS-ANO-ACTUAL TO RF-ANO
              MOVE 0 TO RF-TOTAL-BRUTO
              MOVE 0 TO RF-TOTAL-RETENIDO
              MOVE 0 TO RF-TOTAL-NETO
           END-IF
           ADD WS-RF-BRUTO TO RF-TOTAL-BRUTO
           ADD WS-RF-RETENIDO TO RF-TOTAL-RETENIDO
           ADD WS-RF-NETO TO RF-TOTAL-NETO
           IF WS-RETFISC-ENCONTRADO = 'S'
              REWRITE RF-REGISTRO
           ELSE
              WRITE RF-REGISTRO
           END-IF.
      *
      *    Cargo de la cuota prorrateada, abonada como ingreso del
      *    banco en INT-COMISIONES.
       4200-COBRAR-CUOTA.
           MOVE WS-NUMERO-CUENTA TO WS-CUENTA-A-BLOQUEAR
           PERFORM 4050-LEER-CUENTA-CON-BLOQUEO
           IF WS-CUENTA-RESERVADA = 'N'
              MOVE 0 TO WS-CUOTA-PRORRATA
              DISPLAY "AVISO: la cuenta esta en uso por otro "
                 "operador; la cuota no se ha cobrado."
           ELSE
              COMPUTE WS-SALDO-NUEVO =
                 CTA-SALDO-DISP - WS-CUOTA-PRORRATA
              MOVE WS-SALDO-NUEVO TO CTA-SALDO-DISP
              REWRITE CTA-REGISTRO
              MOVE WS-DIA-HOY TO WS-DIAS-EDITADO
              MOVE WS-DIAS-MES TO WS-DIAS-MES-EDITADO
              MOVE SPACES TO WS-APU-CONCEPTO
              STRING "CUOTA MANTENIMIENTO " WS-MES-ACTUAL " "
                 WS-DIAS-EDITADO "/" WS-DIAS-MES-EDITADO " DIAS"
                 DELIMITED BY SIZE INTO WS-APU-CONCEPTO
              MOVE "G" TO WS-APU-TIPO
              MOVE WS-CUOTA-PRORRATA TO WS-APU-IMPORTE
              MOVE WS-SALDO-NUEVO TO WS-APU-SALDO
              MOVE "LQCM" TO WS-APU-COD-OPERACION
              PERFORM 4800-GRABAR-APUNTE
              MOVE WS-CUOTA-PRORRATA TO WS-AUD-IMPORTE
              MOVE "REALIZADA" TO WS-AUD-RESULTADO
              MOVE "CUOTA PRORRATEADA DE LIQUIDACION"
                 TO WS-AUD-DETALLE
              CALL "BANCO-AUDITORIA-MOTOR" USING WS-AUD-PROGRAMA
                 WS-NUMERO-CUENTA SPACES WS-AUD-IMPORTE
                 WS-AUD-RESULTADO WS-AUD-DETALLE WS-OPERADOR
              MOVE WS-CTA-GL-COMISIONES TO WS-CTA-GL
              MOVE "INGRESOS POR COMISIONES" TO WS-GL-TITULAR
              MOVE WS-CUOTA-PRORRATA TO WS-GL-IMPORTE
              MOVE "I" TO WS-GL-TIPO
              MOVE SPACES TO WS-GL-CONCEPTO
              STRING "CUOTA LIQUIDACION " WS-NUMERO-CUENTA
                 DELIMITED BY SIZE INTO WS-GL-CONCEPTO
              MOVE "GLCM" TO WS-GL-COD-OPERACION
              PERFORM 5000-CONTABILIZAR-EN-GL
           END-IF.
      *
      *    El pago en efectivo vacia la cuenta: se relee con bloqueo
      *    y el importe pagado es el saldo leido, que debe coincidir
      *    con el calculado; si otra ventanilla lo cambio entretanto
      *    el pago se rechaza y la cuenta sigue abierta.
       4300-PAGAR-EN-EFECTIVO.
           MOVE WS-NUMERO-CUENTA TO WS-CUENTA-A-BLOQUEAR
           PERFORM 4050-LEER-CUENTA-CON-BLOQUEO
           IF WS-CUENTA-RESERVADA = 'N'
              DISPLAY "ERROR: la cuenta esta en uso por otro "
                 "operador; el pago no se ha realizado."
           ELSE
              COMPUTE WS-IMPORTE-LIQUIDO = WS-SALDO-INICIAL
                 + WS-IMPORTE-NETO - WS-CUOTA-PRORRATA
              IF CTA-SALDO-DISP NOT = WS-IMPORTE-LIQUIDO
                 REWRITE CTA-REGISTRO
                 DISPLAY "ERROR: el saldo cambio desde otra "
                    "ventanilla durante la liquidacion; el pago no "
                    "se ha realizado."
              ELSE
                 MOVE CTA-SALDO-DISP TO WS-IMPORTE-PAGO
                 MOVE 0 TO CTA-SALDO-DISP
                 REWRITE CTA-REGISTRO
                 MOVE "PAGO EN EFECTIVO POR CIERRE DE CUENTA"
                    TO WS-APU-CONCEPTO
                 MOVE "G" TO WS-APU-TIPO
                 MOVE WS-IMPORTE-PAGO TO WS-APU-IMPORTE
                 MOVE 0 TO WS-APU-SALDO
                 MOVE "LQEF" TO WS-APU-COD-OPERACION
                 PERFORM 4800-GRABAR-APUNTE
                 PERFORM 4350-ACUMULAR-EN-CAJA
                 MOVE WS-IMPORTE-PAGO TO WS-AUD-IMPORTE
                 MOVE "REALIZADA" TO WS-AUD-RESULTADO
                 MOVE "PAGO EN EFECTIVO DE LIQUIDACION"
                    TO WS-AUD-DETALLE
                 CALL "BANCO-AUDITORIA-MOTOR" USING WS-AUD-PROGRAMA
                    WS-NUMERO-CUENTA SPACES WS-AUD-IMPORTE
                    WS-AUD-RESULTADO WS-AUD-DETALLE WS-OPERADOR
                 MOVE 'S' TO WS-PAGO-REALIZADO
              END-IF
           END-IF.
      *
       4350-ACUMULAR-EN-CAJA.
           IF WS-CAJA-ABIERTA = 'S'
              MOVE WS-OPERADOR TO CAJ-ID-CAJERO
              MOVE WS-FECHA-ACTUAL TO CAJ-FECHA
              READ CAJA-FILE
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    ADD WS-IMPORTE-PAGO TO CAJ-TOTAL-RETIRADAS
                    ADD 1 TO CAJ-NUM-OPERACIONES
                    REWRITE CAJ-REGISTRO
              END-READ
           END-IF.
      *
      *    La transferencia del saldo la valida y contabiliza
      *    BANCO-TRANSFER-MOTOR, que reconoce el programa de origen
      *    y no cobra comision ni consume los limites de la cuenta
      *    por ser un pago de liquidacion. El motor abre CUENTAS,
      *    MOVIMIEN y CTLMOV por su cuenta, asi que se cierran
      *    durante la llamada; el saldo se comprueba antes bajo
      *    bloqueo, igual que en el pago en efectivo.
       4400-PAGAR-POR-TRANSFERENCIA.
           MOVE WS-NUMERO-CUENTA TO WS-CUENTA-A-BLOQUEAR
           PERFORM 4050-LEER-CUENTA-CON-BLOQUEO
           IF WS-CUENTA-RESERVADA = 'N'
              DISPLAY "ERROR: la cuenta esta en uso por otro "
                 "operador; el pago no se ha realizado."
           ELSE
              COMPUTE WS-IMPORTE-LIQUIDO = WS-SALDO-INICIAL
                 + WS-IMPORTE-NETO - WS-CUOTA-PRORRATA
              REWRITE CTA-REGISTRO
              IF CTA-SALDO-DISP NOT = WS-IMPORTE-LIQUIDO
                 DISPLAY "ERROR: el saldo cambio desde otra "
                    "ventanilla durante la liquidacion; el pago no "
                    "se ha realizado."
              ELSE
                 MOVE CTA-SALDO-DISP TO WS-IMPORTE-PAGO
                 MOVE SPACES TO WS-CONCEPTO-PAGO
                 STRING "LIQUIDACION CIERRE CUENTA " WS-NUMERO-CUENTA
                    DELIMITED BY SIZE INTO WS-CONCEPTO-PAGO
                 MOVE 'N' TO WS-SOLO-VALIDAR
                 PERFORM 4450-CERRAR-FICHEROS-CONTABLES
                 CALL "BANCO-TRANSFER-MOTOR" USING WS-PROGRAMA-MOTOR
                    WS-NUMERO-CUENTA WS-CUENTA-DESTINO
                    WS-IMPORTE-PAGO WS-CONCEPTO-PAGO WS-RESULTADO
                    WS-MOTIVO WS-COMISION WS-MONEDA-ORIGEN
                    WS-MONEDA-DESTINO WS-TASA-CAMBIO
                    WS-IMPORTE-ABONO WS-SALDO-ORIG-DESPUES
                    WS-SALDO-DEST-DESPUES WS-SOLO-VALIDAR
                    WS-OPERADOR WS-PLAN-PRECIOS WS-IBAN-DESTINO
                 PERFORM 1550-ABRIR-FICHEROS-CONTABLES
                 IF WS-RESULTADO = "REALIZADA"
                    MOVE 'S' TO WS-PAGO-REALIZADO
                 ELSE
                    DISPLAY "ERROR: la transferencia del saldo fue "
                       "rechazada: " WS-MOTIVO
                 END-IF
              END-IF
           END-IF.
      *
       4450-CERRAR-FICHEROS-CONTABLES.
           CLOSE CUENTAS-FILE
           CLOSE MOVIMIEN-FILE
           CLOSE CTLMOV-FILE.
      *
      *    Cancela las ordenes permanentes que salen de la cuenta; las
      *    que la tienen como destino son de otros clientes y no se
      *    tocan (el motor las rechazara por cuenta cerrada).
       4500-CANCELAR-ORDENES.
           MOVE 0 TO WS-NUM-ORDENES
           IF WS-ORDENES-ABIERTO = 'S'
              MOVE 0 TO ORD-ID
              MOVE 'N' TO WS-FIN-FICHERO
              START ORDENES-FILE KEY IS NOT LESS THAN ORD-ID
                 INVALID KEY
                    MOVE 'S' TO WS-FIN-FICHERO
              END-START
              PERFORM UNTIL WS-FIN-FICHERO = 'S'
                 READ ORDENES-FILE NEXT RECORD
                    AT END
                       MOVE 'S' TO WS-FIN-FICHERO
                    NOT AT END
                       IF ORD-CUENTA-ORIGEN = WS-NUMERO-CUENTA
                          AND ORD-ESTADO NOT = "C"
                          PERFORM 4510-CANCELAR-UNA-ORDEN
                       END-IF
                 END-READ
              END-PERFORM
           END-IF.
      *
       4510-CANCELAR-UNA-ORDEN.
           MOVE "C" TO ORD-ESTADO
           REWRITE ORD-REGISTRO
           ADD 1 TO WS-NUM-ORDENES
           IF WS-NUM-ORDENES <= WS-MAX-DETALLE
              MOVE ORD-ID TO WS-ORC-ID(WS-NUM-ORDENES)
              MOVE ORD-CUENTA-DESTINO TO WS-ORC-DESTINO(WS-NUM-ORDENES)
              MOVE ORD-IMPORTE TO WS-ORC-IMPORTE(WS-NUM-ORDENES)
           END-IF
           MOVE ORD-IMPORTE TO WS-AUD-IMPORTE
           MOVE "CANCELADA" TO WS-AUD-RESULTADO
           MOVE SPACES TO WS-AUD-DETALLE
           STRING "ORDEN " ORD-ID " CANCELADA POR CIERRE"
              DELIMITED BY SIZE INTO WS-AUD-DETALLE
           CALL "BANCO-AUDITORIA-MOTOR" USING WS-AUD-PROGRAMA
              WS-NUMERO-CUENTA ORD-CUENTA-DESTINO WS-AUD-IMPORTE
              WS-AUD-RESULTADO WS-AUD-DETALLE WS-OPERADOR.
      *
      *    Da de baja los mandatos activos o suspendidos de la
      *    cuenta; los recibos que lleguen despues se devolveran
      *    por falta de mandato.
       4550-BAJA-MANDATOS.
           MOVE 0 TO WS-NUM-MANDATOS
           IF WS-MANDATOS-ABIERTO = 'S'
              MOVE WS-NUMERO-CUENTA TO MAN-NUM-CUENTA
              MOVE LOW-VALUES TO MAN-PRESENTADOR
              MOVE 'N' TO WS-FIN-FICHERO
              START MANDATOS-FILE KEY IS NOT LESS THAN MAN-CLAVE
                 INVALID KEY
                    MOVE 'S' TO WS-FIN-FICHERO
              END-START
              PERFORM UNTIL WS-FIN-FICHERO = 'S'
                 READ MANDATOS-FILE NEXT RECORD
                    AT END
                       MOVE 'S' TO WS-FIN-FICHERO
                    NOT AT END
                       IF MAN-NUM-CUENTA NOT = WS-NUMERO-CUENTA
                          MOVE 'S' TO WS-FIN-FICHERO
                       ELSE
                          IF MAN-ESTADO NOT = "B"
                             PERFORM 4560-BAJA-UN-MANDATO
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
           END-IF.
      *
       4560-BAJA-UN-MANDATO.
           MOVE "B" TO MAN-ESTADO
           MOVE WS-FECHA-ACTUAL TO MAN-FECHA-ESTADO
           REWRITE MAN-REGISTRO
           ADD 1 TO WS-NUM-MANDATOS
           IF WS-NUM-MANDATOS <= WS-MAX-DETALLE
              MOVE MAN-PRESENTADOR
                 TO WS-MNB-PRESENTADOR(WS-NUM-MANDATOS)
           END-IF
           MOVE 0 TO WS-AUD-IMPORTE
           MOVE "BAJA" TO WS-AUD-RESULTADO
           MOVE SPACES TO WS-AUD-DETALLE
           STRING "MANDATO " MAN-PRESENTADOR " BAJA POR CIERRE"
              DELIMITED BY SIZE INTO WS-AUD-DETALLE
           CALL "BANCO-AUDITORIA-MOTOR" USING WS-AUD-PROGRAMA
              WS-NUMERO-CUENTA SPACES WS-AUD-IMPORTE
              WS-AUD-RESULTADO WS-AUD-DETALLE WS-OPERADOR.
      *
      *    Con el saldo ya pagado, la cuenta se relee con bloqueo y
      *    pasa a estado C solo si el saldo disponible y el retenido
      *    son cero.
       4600-CERRAR-CUENTA.
           MOVE WS-NUMERO-CUENTA TO WS-CUENTA-A-BLOQUEAR
           PERFORM 4050-LEER-CUENTA-CON-BLOQUEO
           IF WS-CUENTA-RESERVADA = 'N'
              DISPLAY "ERROR: la cuenta esta en uso por otro "
                 "operador; el saldo esta pagado pero la cuenta no "
                 "se ha cerrado. Repita la liquidacion, que ya no "
                 "tiene importes que pagar."
           ELSE
              IF CTA-SALDO-DISP NOT = 0 OR CTA-SALDO-RET NOT = 0
                 REWRITE CTA-REGISTRO
                 DISPLAY "ERROR: la cuenta conserva saldo tras el "
                    "pago (" CTA-SALDO-DISP "); no se cierra."
              ELSE
                 MOVE "C" TO CTA-ESTADO
                 REWRITE CTA-REGISTRO
                 MOVE 'S' TO WS-LIQUIDACION-OK
                 MOVE WS-IMPORTE-PAGO TO WS-AUD-IMPORTE
                 MOVE "CERRADA" TO WS-AUD-RESULTADO
                 MOVE "LIQUIDACION Y CIERRE DE CUENTA"
                    TO WS-AUD-DETALLE
                 CALL "BANCO-AUDITORIA-MOTOR" USING WS-AUD-PROGRAMA
                    WS-NUMERO-CUENTA WS-CUENTA-DESTINO
                    WS-AUD-IMPORTE WS-AUD-RESULTADO WS-AUD-DETALLE
                    WS-OPERADOR
                 DISPLAY " "
                 DISPLAY "Cuenta " WS-NUMERO-CUENTA " liquidada y "
                    "CERRADA."
              END-IF
           END-IF.
      *
      *    El contador de secuencias se lee con bloqueo para que dos
      *    procesos simultaneos no repartan la misma secuencia; si el
      *    bloqueo no se consigue tras los reintentos se lee sin el,
      *    como ultimo recurso, antes que dejar la liquidacion a
      *    medias.
       4700-OBTENER-SIGUIENTE-SECUENCIA.
           MOVE "M" TO CTR-CLAVE
           MOVE 0 TO WS-NUM-ESPERAS
           MOVE 'N' TO WS-CONTADOR-RESERVADO
           PERFORM UNTIL WS-CONTADOR-RESERVADO = 'S'
              OR WS-NUM-ESPERAS > WS-MAX-ESPERAS
              READ CTLMOV-FILE WITH LOCK
              IF WS-CTLMOV-OK
                 MOVE 'S' TO WS-CONTADOR-RESERVADO
              ELSE
                 ADD 1 TO WS-NUM-ESPERAS
                 MOVE "M" TO CTR-CLAVE
              END-IF
           END-PERFORM
           IF WS-CONTADOR-RESERVADO = 'N'
              READ CTLMOV-FILE
           END-IF
           ADD 1 TO CTR-ULTIMO-VALOR
           MOVE CTR-ULTIMO-VALOR TO WS-SIGUIENTE-SECUENCIA
           REWRITE CTR-REGISTRO.
      *
      *    Apunte en MOVIMIEN de la cuenta que se liquida.
       4800-GRABAR-APUNTE.
           PERFORM 4700-OBTENER-SIGUIENTE-SECUENCIA
           MOVE WS-NUMERO-CUENTA TO MOV-NUM-CUENTA
           MOVE WS-FECHA-ACTUAL TO MOV-FECHA
           MOVE WS-SIGUIENTE-SECUENCIA TO MOV-SECUENCIA
           MOVE WS-HORA-ACTUAL TO MOV-HORA
           MOVE WS-APU-CONCEPTO TO MOV-CONCEPTO
           MOVE WS-APU-TIPO TO MOV-TIPO
           MOVE WS-APU-IMPORTE TO MOV-IMPORTE
           MOVE WS-APU-SALDO TO MOV-SALDO-DESPUES
           MOVE WS-MONEDA TO MOV-MONEDA
           MOVE "BANCO-LIQUIDA-CUENTA" TO MOV-PROGRAMA-ORIGEN
           MOVE WS-APU-COD-OPERACION TO MOV-COD-OPERACION
           MOVE "O" TO MOV-CANAL
           MOVE WS-OPERADOR TO MOV-OPERADOR
           MOVE SPACE TO MOV-MARCA-EXTORNO
           WRITE MOV-REGISTRO.
      *
      *    Contrapartida en una cuenta interna del banco. Las cuentas
      *    internas son registros muy disputados, asi que el apunte
      *    insiste en el bloqueo; una cuenta inexistente se crea al
      *    vuelo y, si tras todos los intentos no se consigue
      *    aplicar, queda linea de auditoria PENDIENTE, igual que en
      *    BANCO-CANCELA-PLAZO.
       5000-CONTABILIZAR-EN-GL.
           MOVE 'N' TO WS-GL-APLICADO
           MOVE 0 TO WS-NUM-INTENTOS-GL
           PERFORM UNTIL WS-GL-APLICADO = 'S'
              OR WS-NUM-INTENTOS-GL > WS-MAX-INTENTOS-GL
              MOVE WS-CTA-GL TO WS-CUENTA-A-BLOQUEAR
              PERFORM 4050-LEER-CUENTA-CON-BLOQUEO
              IF WS-CUENTA-RESERVADA = 'S'
                 IF WS-GL-TIPO = "I"
                    ADD WS-GL-IMPORTE TO CTA-SALDO-DISP
                 ELSE
                    SUBTRACT WS-GL-IMPORTE FROM CTA-SALDO-DISP
                 END-IF
                 REWRITE CTA-REGISTRO
                 IF WS-CUENTAS-OK
                    MOVE 'S' TO WS-GL-APLICADO
                 END-IF
              ELSE
                 IF WS-CUENTAS-STATUS = "23"
                    PERFORM 5050-CREAR-CUENTA-GL
                 END-IF
              END-IF
              IF WS-GL-APLICADO = 'N'
                 ADD 1 TO WS-NUM-INTENTOS-GL
              END-IF
           END-PERFORM
           IF WS-GL-APLICADO = 'N'
              MOVE WS-GL-IMPORTE TO WS-AUD-IMPORTE
              MOVE "PENDIENTE" TO WS-AUD-RESULTADO
              MOVE "CONTRAPARTIDA DE LIQUIDACION NO APLICADA"
                 TO WS-AUD-DETALLE
              CALL "BANCO-AUDITORIA-MOTOR" USING WS-AUD-PROGRAMA
                 WS-CTA-GL WS-NUMERO-CUENTA WS-AUD-IMPORTE
                 WS-AUD-RESULTADO WS-AUD-DETALLE WS-OPERADOR
              DISPLAY "ATENCION: no se pudo aplicar " WS-GL-IMPORTE
                 " en " WS-CTA-GL "; aplicar a mano antes del "
                 "cuadre (ver linea PENDIENTE en AUDITLOG)."
           ELSE
              PERFORM 4700-OBTENER-SIGUIENTE-SECUENCIA
              MOVE WS-CTA-GL TO MOV-NUM-CUENTA
              MOVE WS-FECHA-ACTUAL TO MOV-FECHA
              MOVE WS-SIGUIENTE-SECUENCIA TO MOV-SECUENCIA
              MOVE WS-HORA-ACTUAL TO MOV-HORA
              MOVE WS-GL-CONCEPTO TO MOV-CONCEPTO
              MOVE WS-GL-TIPO TO MOV-TIPO
              MOVE WS-GL-IMPORTE TO MOV-IMPORTE
              MOVE CTA-SALDO-DISP TO MOV-SALDO-DESPUES
              MOVE CTA-MONEDA TO MOV-MONEDA
              MOVE "BANCO-LIQUIDA-CUENTA" TO MOV-PROGRAMA-ORIGEN
              MOVE WS-GL-COD-OPERACION TO MOV-COD-OPERACION
              MOVE "O" TO MOV-CANAL
              MOVE WS-OPERADOR TO MOV-OPERADOR
              MOVE SPACE TO MOV-MARCA-EXTORNO
              WRITE MOV-REGISTRO
           END-IF.
      *
       5050-CREAR-CUENTA-GL.
           MOVE WS-CTA-GL TO CTA-NUM-CUENTA
           MOVE "BANCO" TO CTA-ID-CLIENTE
           MOVE WS-GL-TITULAR TO CTA-TITULAR
           MOVE "INTERNA" TO CTA-TIPO
           MOVE "EUR" TO CTA-MONEDA
           MOVE 0 TO CTA-SALDO-DISP
           MOVE 0 TO CTA-SALDO-RET
           MOVE 0 TO CTA-LIMITE-DIARIO
           MOVE 0 TO CTA-LIMITE-MENSUAL
           MOVE WS-FECHA-ACTUAL TO CTA-FECHA-APERTURA
           MOVE "A" TO CTA-ESTADO
           MOVE 0 TO CTA-DESCUBIERTO-AUT
           WRITE CTA-REGISTRO.
      *
      *    Carta de liquidacion para la firma del cliente: cada
      *    concepto con su importe, la forma de pago, las ordenes y
      *    mandatos cancelados y el estado final. Va a LIQIMPR y se
      *    muestra tambien por pantalla; sin fichero de impresion
      *    queda solo la pantalla.
       6000-IMPRIMIR-CARTA.
           OPEN OUTPUT IMPRESION-FILE
           IF WS-IMPRESION-OK
              MOVE 'S' TO WS-IMPRESION-ABIERTO
           ELSE
              DISPLAY "AVISO: no se puede abrir LIQIMPR; la carta "
                 "de liquidacion solo se muestra por pantalla."
           END-IF
           PERFORM 6100-CABECERA-CARTA
           PERFORM 6200-CONCEPTOS-CARTA
           PERFORM 6300-ORDENES-MANDATOS-CARTA
           PERFORM 6400-FIRMAS-CARTA
           IF WS-IMPRESION-ABIERTO = 'S'
              CLOSE IMPRESION-FILE
              MOVE 'N' TO WS-IMPRESION-ABIERTO
           END-IF.
      *
       6100-CABECERA-CARTA.
           MOVE ALL "=" TO WS-LINEA-IMPRESION
           PERFORM 7500-ESCRIBIR-LINEA
           MOVE "         CARTA DE LIQUIDACION Y CIERRE DE CUENTA"
              TO WS-LINEA-IMPRESION
           PERFORM 7500-ESCRIBIR-LINEA
           MOVE ALL "=" TO WS-LINEA-IMPRESION
           PERFORM 7500-ESCRIBIR-LINEA
           MOVE SPACES TO WS-LINEA-IMPRESION
           STRING "Fecha: " WS-FECHA-ACTUAL "   Hora: "
              WS-HORA-ACTUAL(1:6) "   Operador: " WS-OPERADOR
              DELIMITED BY SIZE INTO WS-LINEA-IMPRESION
           PERFORM 7500-ESCRIBIR-LINEA
           MOVE SPACES TO WS-LINEA-IMPRESION
           STRING "Cuenta:  " WS-NUMERO-CUENTA "   Moneda: "
              WS-MONEDA "   Tipo: " WS-TIPO-CUENTA
              DELIMITED BY SIZE INTO WS-LINEA-IMPRESION
           PERFORM 7500-ESCRIBIR-LINEA
           MOVE SPACES TO WS-LINEA-IMPRESION
           STRING "Titular: " WS-TITULAR "  Cliente: " WS-ID-CLIENTE
              DELIMITED BY SIZE INTO WS-LINEA-IMPRESION
           PERFORM 7500-ESCRIBIR-LINEA
           MOVE ALL "-" TO WS-LINEA-IMPRESION
           PERFORM 7500-ESCRIBIR-LINEA
           MOVE SPACES TO WS-LINEA-IMPRESION
           STRING "CONCEPTO" DELIMITED BY SIZE
              INTO WS-LINEA-IMPRESION
           MOVE "IMPORTE" TO WS-LINEA-IMPRESION(60:7)
           PERFORM 7500-ESCRIBIR-LINEA.
      *
       6200-CONCEPTOS-CARTA.
           MOVE WS-SALDO-INICIAL TO WS-IMPORTE-EDITADO
           MOVE SPACES TO WS-LINEA-IMPRESION
           MOVE "Saldo disponible antes de la liquidacion"
              TO WS-LINEA-IMPRESION
           MOVE WS-IMPORTE-EDITADO TO WS-LINEA-IMPRESION(53:14)
           PERFORM 7500-ESCRIBIR-LINEA
           MOVE SPACES TO WS-LINEA-IMPRESION
           IF WS-INTERES-YA-LIQUIDADO = 'S'
              MOVE "Intereses del mes: liquidados en el abono mensual"
                 TO WS-LINEA-IMPRESION
              PERFORM 7500-ESCRIBIR-LINEA
           ELSE
              MOVE WS-TASA-APLICADA TO WS-TASA-EDITADA
              MOVE WS-DIA-HOY TO WS-DIAS-EDITADO
              STRING "Intereses devengados " WS-DIAS-EDITADO
                 " dias, tasa mensual " WS-TASA-EDITADA
                 DELIMITED BY SIZE INTO WS-LINEA-IMPRESION
              MOVE WS-IMPORTE-INTERES TO WS-IMPORTE-EDITADO
              MOVE WS-IMPORTE-EDITADO TO WS-LINEA-IMPRESION(53:14)
              PERFORM 7500-ESCRIBIR-LINEA
              MOVE SPACES TO WS-LINEA-IMPRESION
              MOVE "Retencion fiscal sobre intereses"
                 TO WS-LINEA-IMPRESION
              COMPUTE WS-IMPORTE-EDITADO = 0 - WS-IMPORTE-RETENCION
              MOVE WS-IMPORTE-EDITADO TO WS-LINEA-IMPRESION(53:14)
              PERFORM 7500-ESCRIBIR-LINEA
           END-IF
           MOVE SPACES TO WS-LINEA-IMPRESION
           IF WS-CUOTA-YA-COBRADA = 'S'
              MOVE "Cuota de mantenimiento: cobrada en el mes"
                 TO WS-LINEA-IMPRESION
           ELSE
              MOVE WS-DIA-HOY TO WS-DIAS-EDITADO
              MOVE WS-DIAS-MES TO WS-DIAS-MES-EDITADO
              STRING "Cuota de mantenimiento prorrateada "
                 WS-DIAS-EDITADO "/" WS-DIAS-MES-EDITADO " dias"
                 DELIMITED BY SIZE INTO WS-LINEA-IMPRESION
              COMPUTE WS-IMPORTE-EDITADO = 0 - WS-CUOTA-PRORRATA
              MOVE WS-IMPORTE-EDITADO TO WS-LINEA-IMPRESION(53:14)
           END-IF
           PERFORM 7500-ESCRIBIR-LINEA
           MOVE ALL "-" TO WS-LINEA-IMPRESION
           PERFORM 7500-ESCRIBIR-LINEA
           MOVE SPACES TO WS-LINEA-IMPRESION
           MOVE "IMPORTE LIQUIDADO AL CLIENTE" TO WS-LINEA-IMPRESION
           MOVE WS-IMPORTE-PAGO TO WS-IMPORTE-EDITADO
           MOVE WS-IMPORTE-EDITADO TO WS-LINEA-IMPRESION(53:14)
           MOVE WS-MONEDA TO WS-LINEA-IMPRESION(68:3)
           PERFORM 7500-ESCRIBIR-LINEA
           MOVE SPACES TO WS-LINEA-IMPRESION
           EVALUATE TRUE
              WHEN WS-IMPORTE-PAGO = 0
                 MOVE "Forma de pago: sin importe que pagar"
                    TO WS-LINEA-IMPRESION
              WHEN WS-FORMA-PAGO = 'E'
                 MOVE "Forma de pago: efectivo en ventanilla"
                    TO WS-LINEA-IMPRESION
              WHEN OTHER
                 STRING "Forma de pago: transferencia a la cuenta "
                    WS-CUENTA-DESTINO
                    DELIMITED BY SIZE INTO WS-LINEA-IMPRESION
           END-EVALUATE
           PERFORM 7500-ESCRIBIR-LINEA.
      *
       6300-ORDENES-MANDATOS-CARTA.
           MOVE ALL "-" TO WS-LINEA-IMPRESION
           PERFORM 7500-ESCRIBIR-LINEA
           MOVE WS-NUM-ORDENES TO WS-NUMERO-EDITADO
           MOVE SPACES TO WS-LINEA-IMPRESION
           STRING "Ordenes permanentes canceladas: " WS-NUMERO-EDITADO
              DELIMITED BY SIZE INTO WS-LINEA-IMPRESION
           PERFORM 7500-ESCRIBIR-LINEA
           PERFORM VARYING WS-IDX-DETALLE FROM 1 BY 1
              UNTIL WS-IDX-DETALLE > WS-NUM-ORDENES
              OR WS-IDX-DETALLE > WS-MAX-DETALLE
              MOVE WS-ORC-IMPORTE(WS-IDX-DETALLE)
                 TO WS-IMPORTE-EDITADO
              MOVE SPACES TO WS-LINEA-IMPRESION
              STRING "  Orden " WS-ORC-ID(WS-IDX-DETALLE)
                 " a " WS-ORC-DESTINO(WS-IDX-DETALLE)
                 DELIMITED BY SIZE INTO WS-LINEA-IMPRESION
              MOVE WS-IMPORTE-EDITADO TO WS-LINEA-IMPRESION(53:14)
              PERFORM 7500-ESCRIBIR-LINEA
           END-PERFORM
           MOVE WS-NUM-MANDATOS TO WS-NUMERO-EDITADO
           MOVE SPACES TO WS-LINEA-IMPRESION
           STRING "Mandatos de domiciliacion dados de baja: "
              WS-NUMERO-EDITADO
              DELIMITED BY SIZE INTO WS-LINEA-IMPRESION
           PERFORM 7500-ESCRIBIR-LINEA
           PERFORM VARYING WS-IDX-DETALLE FROM 1 BY 1
              UNTIL WS-IDX-DETALLE > WS-NUM-MANDATOS
              OR WS-IDX-DETALLE > WS-MAX-DETALLE
              MOVE SPACES TO WS-LINEA-IMPRESION
              STRING "  Presentador "
                 WS-MNB-PRESENTADOR(WS-IDX-DETALLE)
                 DELIMITED BY SIZE INTO WS-LINEA-IMPRESION
              PERFORM 7500-ESCRIBIR-LINEA
           END-PERFORM
           MOVE ALL "-" TO WS-LINEA-IMPRESION
           PERFORM 7500-ESCRIBIR-LINEA
           MOVE "Estado final de la cuenta: CERRADA"
              TO WS-LINEA-IMPRESION
           PERFORM 7500-ESCRIBIR-LINEA.
      *
       6400-FIRMAS-CARTA.
           MOVE SPACES TO WS-LINEA-IMPRESION
           PERFORM 7500-ESCRIBIR-LINEA
           MOVE "El titular declara conforme la liquidacion y el "
              TO WS-LINEA-IMPRESION
           PERFORM 7500-ESCRIBIR-LINEA
           MOVE "cierre de la cuenta arriba indicados y recibido el "
              TO WS-LINEA-IMPRESION
           PERFORM 7500-ESCRIBIR-LINEA
           MOVE "importe liquidado en la forma de pago senalada."
              TO WS-LINEA-IMPRESION
           PERFORM 7500-ESCRIBIR-LINEA
           MOVE SPACES TO WS-LINEA-IMPRESION
           PERFORM 7500-ESCRIBIR-LINEA
           MOVE SPACES TO WS-LINEA-IMPRESION
           MOVE "Firma del titular:" TO WS-LINEA-IMPRESION
           MOVE "Por la entidad:" TO WS-LINEA-IMPRESION(42:15)
           PERFORM 7500-ESCRIBIR-LINEA
           MOVE SPACES TO WS-LINEA-IMPRESION
           PERFORM 7500-ESCRIBIR-LINEA
           PERFORM 7500-ESCRIBIR-LINEA
           MOVE ALL "_" TO WS-LINEA-IMPRESION(1:30)
           MOVE ALL "_" TO WS-LINEA-IMPRESION(42:30)
           PERFORM 7500-ESCRIBIR-LINEA
           MOVE SPACES TO WS-LINEA-IMPRESION
           MOVE WS-TITULAR TO WS-LINEA-IMPRESION(1:40)
           MOVE WS-OPERADOR TO WS-LINEA-IMPRESION(42:8)
           PERFORM 7500-ESCRIBIR-LINEA
           MOVE ALL "=" TO WS-LINEA-IMPRESION
           PERFORM 7500-ESCRIBIR-LINEA.
      *
       7500-ESCRIBIR-LINEA.
           DISPLAY WS-LINEA-IMPRESION
           IF WS-IMPRESION-ABIERTO = 'S'
              WRITE WS-LINEA-IMPRESION
           END-IF.
      *
       8900-CERRAR-FICHEROS.
           CLOSE CUENTAS-FILE
           CLOSE MOVIMIEN-FILE
           CLOSE CTLMOV-FILE
           IF WS-RETENCIONES-OK
              CLOSE RETENCIONES-FILE
           END-IF
           IF WS-PLAZOS-OK
              CLOSE PLAZOS-FILE
           END-IF
           IF WS-ORDENES-ABIERTO = 'S'
              CLOSE ORDENES-FILE
           END-IF
           IF WS-MANDATOS-ABIERTO = 'S'
              CLOSE MANDATOS-FILE
           END-IF
           CLOSE RETFISC-FILE
           IF WS-TITULARES-ABIERTO = 'S'
              CLOSE TITULARES-FILE
           END-IF
           IF WS-SALDOHST-ABIERTO = 'S'
              CLOSE SALDOHST-FILE
           END-IF
           IF WS-CAJA-FILE-ABIERTO = 'S'
              CLOSE CAJA-FILE
           END-IF
           IF WS-PRODUCTOS-ABIERTO = 'S'
              CLOSE PRODUCTOS-FILE
           END-IF.
      *
      *--- Finalizar programa ---
       9000-FINALIZAR.
           DISPLAY " "
           DISPLAY "Operacion finalizada correctamente."
           DISPLAY "Gracias por usar el sistema bancario.".
