      *================================================================*
      * COPYBOOK: SANCPEND
      * DESCRIPCION: Registro de la cola de coincidencias con la lista
      *              de sanciones pendientes de revision (SANCPEND).
      *              Indexado por numero de entrada (contador CTLSAN,
      *              clave "S"), con clave alternativa SPE-CLAVE, que
      *              identifica lo cribado para no encolarlo dos veces:
      *                SPE-ORIGEN  C = alta de cliente
      *                                (BANCO-ALTA-CLIENTE),
      *                            R = recribado de CLIENTES con una
      *                                lista nueva
      *                                (BANCO-CARGA-SANCIONES),
      *                            T = transferencia saliente de
      *                                TRANSOUT
      *                                (BANCO-CRIBA-TRANSOUT),
      *                            E = abono entrante de ENTRANTE
      *                                (BANCO-PROCESA-ENTRANTES).
      *                SPE-REFERENCIA  para C y R, el cliente y el
      *                                SAN-ID de la lista; para T y E,
      *                                fecha, hora, cuenta origen y
      *                                cuenta destino del registro de
      *                                intercambio (la clave de
      *                                TRANSEST), que queda retenido
      *                                entero en SPE-INTERCAMBIO.
      *              Las entradas las escribe el subprograma
      *              BANCO-COLA-SANCIONES y las resuelve el oficial de
      *              cumplimiento con BANCO-REVISA-SANCIONES.
      *              Estados: P = pendiente de revision,
      *                       D = descartada (falso positivo; lo
      *                           retenido se libera),
      *                       C = coincidencia confirmada (cliente y
      *                           cuentas bloqueados, fondos a la
      *                           cuenta interna de fondos bloqueados).
      * AUTOR: Proyecto MCPs
      * FECHA: 2026-10-15
      *================================================================*
      *
       01 SPE-REGISTRO.
          05 SPE-NUMERO            PIC 9(08).
          05 SPE-CLAVE.
             10 SPE-ORIGEN         PIC X(01).
             10 SPE-REFERENCIA     PIC X(58).
          05 SPE-FECHA             PIC X(10).
          05 SPE-HORA              PIC X(08).
          05 SPE-ID-CLIENTE        PIC X(12).
          05 SPE-NOMBRE            PIC X(50).
          05 SPE-DOCUMENTO         PIC X(15).
          05 SPE-ID-LISTA          PIC X(10).
          05 SPE-NOMBRE-LISTA      PIC X(40).
          05 SPE-PUNTUACION        PIC 9(03).
          05 SPE-INTERCAMBIO       PIC X(235).
          05 SPE-ESTADO            PIC X(01).
          05 SPE-FECHA-RESOLUCION  PIC X(10).
          05 SPE-OPERADOR          PIC X(08).
          05 SPE-COMENTARIO        PIC X(40).
          05 FILLER                PIC X(20).
