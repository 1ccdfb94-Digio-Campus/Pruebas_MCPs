      *================================================================*
      * COPYBOOK: DIARIO
      * DESCRIPCION: Registro del fichero de asiento diario para la
      *              contabilidad general corporativa (DIARIO), que
      *              escribe BANCO-DIARIO-CONTABLE. Un registro de
      *              apunte (DIA-TIPO-REGISTRO = A) por cuenta del
      *              mayor y moneda con el saldo neto del dia en el
      *              lado que corresponde (DIA-SIGNO D = debe,
      *              H = haber) y los totales brutos de debe y haber
      *              de los que sale; al final, un registro de total
      *              (T) por moneda, sin cuenta, con la suma de debe y
      *              haber de los apuntes, que siempre coinciden: el
      *              fichero solo se escribe si el asiento cuadra.
      * AUTOR: Proyecto MCPs
      * FECHA: 2026-10-15
      *================================================================*
      *
       01 DIA-REGISTRO.
          05 DIA-TIPO-REGISTRO     PIC X(01).
          05 DIA-FECHA             PIC X(08).
          05 DIA-CUENTA-CONTABLE   PIC X(10).
          05 DIA-MONEDA            PIC X(03).
          05 DIA-SIGNO             PIC X(01).
          05 DIA-IMPORTE           PIC 9(12)V99.
          05 DIA-TOTAL-DEBE        PIC 9(12)V99.
          05 DIA-TOTAL-HABER       PIC 9(12)V99.
          05 DIA-NUM-APUNTES       PIC 9(07).
          05 DIA-DESCRIPCION       PIC X(30).
