      *              escribe un registro en cuanto el operador confirma
      *              cada ingreso, de forma que una sesion interrumpida
      *              se pueda reanudar sin repetir lo ya capturado.
      *              ICK-MODALIDAD distingue el ingreso en efectivo
      *              (E) del de cheque (C); en registros anteriores al
      *              alta del campo viene en blanco y se trata como
      *              efectivo.
      * AUTOR: Proyecto MCPs
      * FECHA: 2026-08-08
      *================================================================*
          05 ICK-IMPORTE           PIC 9(08)V99.
          05 ICK-CONCEPTO          PIC X(30).
          05 ICK-ESTADO            PIC X(01).
          05 ICK-MODALIDAD         PIC X(01).
