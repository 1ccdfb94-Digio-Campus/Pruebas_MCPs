      *================================================================*
      * COPYBOOK: MARGDIV
      * DESCRIPCION: Registro del fichero de parametros de margenes
      *              del cambio de billetes (MARGDIV). Secuencial, un
      *              registro por divisa, al estilo de CUOTAMAN: el
      *              porcentaje que se descuenta a la tasa media de
      *              CAMBHIST (divisa->EUR vigente) cuando el banco
      *              compra billetes al cliente y el que se le suma
      *              cuando se los vende. Lo lee BANCO-CAMBIO-DIVISAS
      *              al arrancar; una divisa sin registro no se
      *              opera en ventanilla.
      * AUTOR: Proyecto MCPs
      * FECHA: 2026-10-15
      *================================================================*
      *
       01 MGD-REGISTRO.
          05 MGD-MONEDA            PIC X(03).
          05 MGD-PCT-COMPRA        PIC 9(02)V9(04).
          05 MGD-PCT-VENTA         PIC 9(02)V9(04).
