      *              distingue el apunte normal (blanco) del ya
      *              extornado ("E") y del apunte compensatorio
      *              generado por BANCO-EXTORNO ("X").
      *              MOV-COD-OPERACION es el codigo del catalogo de
      *              operaciones CODOPER (ver codoper.cpy) y MOV-CANAL
      *              el canal por el que entro: "O" oficina o
      *              ventanilla, "L" proceso de lote, "C" cajero
      *              automatico, "T" terminal punto de venta, "R" red
      *              interbancaria, "E" fichero de empresa. Los
      *              movimientos anteriores al catalogo los llevan en
      *              blanco.
      * AUTOR: Proyecto MCPs
      * FECHA: 2026-08-08
      *================================================================*
          05 MOV-PROGRAMA-ORIGEN   PIC X(20).
          05 MOV-OPERADOR          PIC X(08).
          05 MOV-MARCA-EXTORNO     PIC X(01).
          05 MOV-COD-OPERACION     PIC X(04).
          05 MOV-CANAL             PIC X(01).
