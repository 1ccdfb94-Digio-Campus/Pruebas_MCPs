      *================================================================*
      * COPYBOOK: TARIFATJ
      * DESCRIPCION: Registro del fichero de parametros de comisiones
      *              de la red de tarjetas (TARIFTRJ). Secuencial, un
      *              registro por tipo de operacion (C = cajero,
      *              P = compra): comision fija mas un porcentaje sobre
      *              el importe, con un minimo, igual que los tramos
      *              de COMISION de las transferencias. Un tipo sin
      *              registro no paga comision. Lo carga
      *              BANCO-PROCESA-TARJETAS al arrancar.
      * AUTOR: Proyecto MCPs
      * FECHA: 2026-10-15
      *================================================================*
      *
       01 TTJ-REGISTRO.
          05 TTJ-TIPO              PIC X(01).
          05 TTJ-COMISION-FIJA     PIC 9(05)V99.
          05 TTJ-TASA              PIC 9(01)V9(4).
          05 TTJ-MINIMO            PIC 9(05)V99.
