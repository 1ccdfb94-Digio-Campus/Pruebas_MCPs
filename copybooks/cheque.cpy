      *================================================================*
      * COPYBOOK: CHEQUE
      * DESCRIPCION: Registro del fichero de cheques ingresados
      *              (CHEQUES). Indexado por entidad librada mas
      *              numero de cheque, de forma que el mismo cheque
      *              no pueda ingresarse dos veces, y con clave
      *              alternativa por cuenta abonada para sumar lo
      *              pendiente de compensacion de una cuenta. Lo
      *              escribe BANCO-INGRESOS en la modalidad de ingreso
      *              de cheque: el importe se abona en la cuenta como
      *              saldo no disponible (CTA-SALDO-RET) hasta la
      *              fecha de compensacion, en que BANCO-COMPENSA-
      *              CHEQUES lo pasa a disponible; si la entidad
      *              librada lo devuelve antes o despues, el mismo
      *              paso deshace el abono.
      *              Estados: P = pendiente de compensacion,
      *                       A = abonado en disponible,
      *                       D = devuelto por la entidad librada.
      * AUTOR: Proyecto MCPs
      * FECHA: 2026-10-15
      *================================================================*
      *
       01 CHQ-REGISTRO.
          05 CHQ-CLAVE.
             10 CHQ-ENTIDAD        PIC X(04).
             10 CHQ-NUM-CHEQUE     PIC X(10).
          05 CHQ-NUM-CUENTA        PIC X(20).
          05 CHQ-IMPORTE           PIC 9(10)V99.
          05 CHQ-MONEDA            PIC X(03).
          05 CHQ-FECHA-INGRESO     PIC X(10).
          05 CHQ-FECHA-COMPENSA    PIC X(10).
          05 CHQ-OPERADOR          PIC X(08).
          05 CHQ-ESTADO            PIC X(01).
          05 CHQ-FECHA-ESTADO      PIC X(10).
          05 CHQ-MOTIVO-DEVOLUCION PIC X(40).
