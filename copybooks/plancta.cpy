      *================================================================*
      * COPYBOOK: PLANCTA
      * DESCRIPCION: Registro del fichero de parametros del plan de
      *              cuentas contable (PLANCTA). Secuencial, se
      *              mantiene como el resto de ficheros de parametros
      *              (COMISION, TIPOINT, ENTIDADS) y lo carga
      *              BANCO-DIARIO-CONTABLE al arrancar. Cada registro
      *              asigna una cuenta del mayor corporativo segun
      *              PLC-CLASE:
      *                T = cuentas de clientes de un tipo; PLC-CLAVE
      *                    es el CTA-TIPO (AHORRO, CORRIENTE...).
      *                I = una cuenta interna del banco; PLC-CLAVE es
      *                    su numero (INT-COMISIONES, INT-HACIENDA...).
      *                P = contrapartida de los apuntes de un programa
      *                    que solo tienen un lado en MOVIMIEN (caja de
      *                    efectivo de BANCO-INGRESOS, BANCO-RETIRADA
      *                    y BANCO-LIQUIDA-CUENTA, camara de
      *                    compensacion de las emisiones, pagos de
      *                    BANCO-EMBARGOS y entradas, fondos
      *                    bloqueados o liberados por
      *                    BANCO-REVISA-SANCIONES, posicion de
      *                    billetes en divisa de
      *                    BANCO-CAMBIO-DIVISAS...); PLC-CLAVE es
      *                    el MOV-PROGRAMA-ORIGEN.
      * AUTOR: Proyecto MCPs
      * FECHA: 2026-10-15
      *================================================================*
      *
       01 PLC-REGISTRO.
          05 PLC-CLASE             PIC X(01).
          05 PLC-CLAVE             PIC X(20).
          05 PLC-CUENTA-CONTABLE   PIC X(10).
          05 PLC-DESCRIPCION       PIC X(30).
