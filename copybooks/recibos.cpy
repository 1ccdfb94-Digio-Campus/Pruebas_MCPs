      *              no se pudo cargar (sin saldo, cuenta bloqueada,
      *              cuenta inexistente...). Lo procesa
      *              BANCO-PROCESA-RECIBOS.
      *              La cuenta del cliente puede venir en formato
      *              nacional en RCB-CUENTA-CLIENTE o como IBAN en
      *              RCB-IBAN-CLIENTE; si el IBAN viene informado
      *              manda sobre la cuenta. Los ficheros con el
      *              formato anterior traen el IBAN en blanco.
      * AUTOR: Proyecto MCPs
      * FECHA: 2026-08-20
      *================================================================*
          05 RCB-IMPORTE           PIC 9(08)V99.
          05 RCB-CONCEPTO          PIC X(30).
          05 RCB-OBSERVACIONES     PIC X(40).
          05 RCB-IBAN-CLIENTE      PIC X(34).
