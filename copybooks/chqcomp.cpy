      *================================================================*
      * COPYBOOK: CHQCOMP
      * DESCRIPCION: Registro de intercambio de cheques con la camara
      *              de compensacion, compartido por el fichero de
      *              salida CHQCOMP (cheques de otras entidades
      *              ingresados durante el dia, escritos por
      *              BANCO-INGRESOS para presentarlos al cobro) y por
      *              el de entrada CHQDEV (cheques devueltos por la
      *              entidad librada, procesados por
      *              BANCO-COMPENSA-CHEQUES). En las devoluciones,
      *              CCO-OBSERVACIONES lleva el motivo; en la
      *              presentacion queda en blanco.
      * AUTOR: Proyecto MCPs
      * FECHA: 2026-10-15
      *================================================================*
      *
       01 CCO-REGISTRO.
          05 CCO-FECHA             PIC X(10).
          05 CCO-ENTIDAD           PIC X(04).
          05 CCO-NUM-CHEQUE        PIC X(10).
          05 CCO-IMPORTE           PIC 9(10)V99.
          05 CCO-MONEDA            PIC X(03).
          05 CCO-CUENTA-ABONO      PIC X(20).
          05 CCO-FECHA-COMPENSA    PIC X(10).
          05 CCO-OBSERVACIONES     PIC X(40).
