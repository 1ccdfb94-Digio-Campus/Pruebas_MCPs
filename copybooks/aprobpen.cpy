      *================================================================*
      * COPYBOOK: APROBPEN
      * DESCRIPCION: Registro del fichero de cambios de datos maestros
      *              pendientes de aprobacion (APROBPEN), el control de
      *              doble intervencion: el operador que pide el cambio
      *              no lo aplica, lo deja solicitado, y otro operador
      *              distinto con nivel suficiente lo aprueba o lo
      *              rechaza en BANCO-APRUEBA-CAMBIOS, que es quien lo
      *              aplica. Indexado por numero de solicitud (contador
      *              CTLAPR, clave "A"), con clave alternativa
      *              APR-OBJETO (tipo y clave de lo que se cambia) para
      *              no admitir dos solicitudes pendientes sobre lo
      *              mismo. Las solicitudes las anota el subprograma
      *              BANCO-COLA-APROBACIONES.
      *                APR-TIPO  L = linea de descubierto de una
      *                              cuenta (BANCO-MANTENIMIENTO-
      *                              CUENTA, accion L),
      *                          D = desbloqueo de una cuenta
      *                              (BANCO-MANTENIMIENTO-CUENTA,
      *                              accion D),
      *                          T = tasa de un par de divisas
      *                              (BANCO-MANTENIMIENTO-CAMBIO),
      *                          U = alta de un operador
      *                              (BANCO-ALTA-USUARIO, accion A),
      *                          O = desbloqueo de un operador
      *                              (BANCO-ALTA-USUARIO, accion D;
      *                              usa la vista de desbloqueo).
      *                APR-CLAVE  cuenta, "CAMBIO ooo/ddd" u operador.
      *                APR-ANTES/APR-DESPUES  valor anterior y nuevo
      *                              en claro, para la revision.
      *                APR-DATOS  lo necesario para aplicar el cambio,
      *                              con una vista por tipo; el valor
      *                              anterior se vuelve a comprobar
      *                              al aprobar y, si ya no es el
      *                              mismo, la solicitud se rechaza.
      *              Una solicitud pendiente mas de un dia caduca: la
      *              marca BANCO-CADUCA-APROBACIONES en el cierre diario
      *              (y BANCO-APRUEBA-CAMBIOS si se intenta resolver).
      *              Estados: P = pendiente de aprobacion,
      *                       A = aprobada y aplicada,
      *                       R = rechazada,
      *                       C = caducada sin resolver.
      * AUTOR: Proyecto MCPs
      * FECHA: 2026-10-15
      *================================================================*
      *
       01 APR-REGISTRO.
          05 APR-NUMERO            PIC 9(08).
          05 APR-OBJETO.
             10 APR-TIPO           PIC X(01).
             10 APR-CLAVE          PIC X(20).
          05 APR-FECHA             PIC X(10).
          05 APR-HORA              PIC X(08).
          05 APR-SOLICITANTE       PIC X(08).
          05 APR-PROGRAMA          PIC X(20).
          05 APR-NIVEL-REQUERIDO   PIC 9(01).
          05 APR-MOTIVO            PIC X(40).
          05 APR-ANTES             PIC X(40).
          05 APR-DESPUES           PIC X(40).
          05 APR-DATOS             PIC X(80).
          05 APR-DATOS-LINEA REDEFINES APR-DATOS.
             10 APR-L-DESCUBIERTO-ANT   PIC 9(10)V99.
             10 APR-L-DESCUBIERTO-NUEVO PIC 9(10)V99.
             10 FILLER             PIC X(56).
          05 APR-DATOS-DESBLOQUEO REDEFINES APR-DATOS.
             10 APR-D-ESTADO-ANT   PIC X(01).
             10 APR-D-ESTADO-NUEVO PIC X(01).
             10 FILLER             PIC X(78).
          05 APR-DATOS-TASA REDEFINES APR-DATOS.
             10 APR-T-MONEDA-ORIGEN  PIC X(03).
             10 APR-T-MONEDA-DESTINO PIC X(03).
             10 APR-T-TASA-ANT     PIC 9(04)V9(6).
             10 APR-T-TASA-NUEVA   PIC 9(04)V9(6).
             10 APR-T-FECHA-DESDE  PIC X(10).
             10 FILLER             PIC X(44).
          05 APR-DATOS-USUARIO REDEFINES APR-DATOS.
             10 APR-U-HUELLA       PIC X(08).
             10 APR-U-NOMBRE       PIC X(40).
             10 APR-U-NIVEL        PIC 9(01).
             10 APR-U-LIMITE       PIC 9(10)V99.
             10 APR-U-OFICINA      PIC X(04).
             10 FILLER             PIC X(15).
          05 APR-ESTADO            PIC X(01).
          05 APR-FECHA-RESOLUCION  PIC X(10).
          05 APR-HORA-RESOLUCION   PIC X(08).
          05 APR-REVISOR           PIC X(08).
          05 APR-COMENTARIO        PIC X(40).
          05 FILLER                PIC X(20).
