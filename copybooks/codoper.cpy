      *================================================================*
      * COPYBOOK: CODOPER
      * DESCRIPCION: Registro del catalogo de codigos de operacion
      *              (CODOPER). Secuencial, se mantiene como el resto
      *              de ficheros de parametros (COMISION, TIPOINT,
      *              PLANCTA) y lo consulta el subprograma
      *              BANCO-CODIGO-OPERACION. Cada programa que graba
      *              en MOVIMIEN informa MOV-COD-OPERACION con uno de
      *              estos codigos, y los procesos que antes decidian
      *              por el nombre del programa de origen deciden por
      *              sus indicadores:
      *                COP-EFECTIVO  "S" = movimiento de efectivo
      *                              (declaracion de efectivo).
      *                COP-CLIENTE   "S" = iniciado por el cliente
      *                              (cuenta como actividad a efectos
      *                              de cuentas durmientes).
      *                COP-COMISION  "S" = cobro de comision.
      *                COP-GRUPO     grupo de informe; "TRANSFER"
      *                              marca los cargos que consumen
      *                              los limites de LIMITES.
      *              Codigos que graban los programas:
      *                APER ingreso de apertura    INGE ingreso efectivo
      *                INGC ingreso de cheque      RETE retirada
      *                TRFE/TRFR transferencia cargo/abono
      *                ORDE/ORDR orden permanente cargo/abono
      *                ENTR transferencia recibida DEVT emision devuelta
      *                RECC cargo de recibo        RECL liquidacion
      *                PAGC/PAGA/PAGD pagos masivos cargo/abono/
      *                     devolucion
      *                TARC cajero  TARP compra con tarjeta
      *                TACO comision de tarjeta
      *                CHQD cheque devuelto  CHQC comision devolucion
      *                CMAN cuota de mantenimiento
      *                INTA interes abonado  RETF retencion fiscal
      *                IDES interes de descubierto
      *                PLZA/PLZV/PLZI/PLZR/PLZC plazo fijo alta/
      *                     vencimiento/interes/renovacion/cancelacion
      *                PREA abono de prestamo  PRCA/PRCI cuota
      *                     amortizacion/intereses
      *                LQIN/LQCM liquidacion de cuenta interes/cuota
      *                LQEF pago en efectivo de la liquidacion
      *                LQTE/LQTR pago de la liquidacion por
      *                     transferencia cargo/abono
      *                HERE/HERR reparto de la herencia de un cliente
      *                     fallecido cargo/abono
      *                EMBP/EMBA pago de embargo al organismo
      *                     cargo/abono
      *                SANB fondos bloqueados por sanciones
      *                DIVC/DIVA cambio de billetes en divisa
      *                     contra la cuenta cargo/abono (con
      *                     indicador de efectivo: los billetes
      *                     cruzan la ventanilla)
      *                GLxx contrapartidas en cuentas internas (GLCO,
      *                     GLCM, GLCD, GLTC, GLCT, GLPE, GLIN, GLHA,
      *                     GLID, GLRE, GLRL, GLPR, GLIP, GLDV).
      *              El extorno conserva el codigo del apunte original.
      * AUTOR: Proyecto MCPs
      * FECHA: 2026-10-15
      *================================================================*
      *
       01 COP-REGISTRO.
          05 COP-CODIGO            PIC X(04).
          05 COP-DESCRIPCION       PIC X(30).
          05 COP-EFECTIVO          PIC X(01).
          05 COP-CLIENTE           PIC X(01).
          05 COP-COMISION          PIC X(01).
          05 COP-GRUPO             PIC X(10).
