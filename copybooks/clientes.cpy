      *              de transferencias aplica sobre los tramos de
      *              COMISION la exencion o el descuento que el plan
      *              tenga en el fichero de parametros PLANPREC.
      *              CLI-ESTADO: A = activo, S = pendiente de revision
      *              por coincidencia con la lista de sanciones (no se
      *              abren cuentas), B = bloqueado por sanciones
      *              confirmadas (BANCO-REVISA-SANCIONES), F =
      *              fallecido (BANCO-TESTAMENTARIA: sus cuentas quedan
      *              bloqueadas por testamentaria hasta el reparto de
      *              la herencia). CLI-FECHA-FALLECIMIENTO (AAAAMMDD)
      *              la anota BANCO-TESTAMENTARIA con la marca F; en
      *              blanco en el resto de clientes.
      *              CLI-AVISOS son las preferencias de avisos al
      *              cliente de BANCO-AVISOS-CLIENTES, una por tipo de
      *              aviso ("N" = el cliente no quiere ese aviso; en
      *              blanco o "S" se envia): descubierto o limite de
      *              descubierto superado, recibo devuelto u orden
      *              permanente fallida por falta de saldo, plazo fijo
      *              proximo a vencer y retencion nueva. Las da de
      *              alta BANCO-ALTA-CLIENTE y las cambia
      *              BANCO-MANTENIMIENTO-AVISOS.
      * AUTOR: Proyecto MCPs
      * FECHA: 2026-08-10
      *================================================================*
          05 CLI-FECHA-ALTA        PIC X(10).
          05 CLI-ESTADO            PIC X(01).
          05 CLI-PLAN-PRECIOS      PIC X(04).
          05 CLI-AVISOS.
             10 CLI-AVISO-DESCUBIERTO PIC X(01).
             10 CLI-AVISO-DEVOLUCION  PIC X(01).
             10 CLI-AVISO-VENCIMIENTO PIC X(01).
             10 CLI-AVISO-RETENCION   PIC X(01).
          05 CLI-FECHA-FALLECIMIENTO PIC X(08).
          05 FILLER                PIC X(01).
