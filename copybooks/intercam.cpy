      *              contra el fichero ENTIDADS) en las emisiones;
      *              en ficheros del formato anterior viene en
      *              blanco.
      *              ITC-IBAN-ORIGEN e ITC-IBAN-DESTINO llevan el IBAN
      *              de las dos cuentas (BANCO-IBAN). En las emisiones
      *              a otro pais de la UE la red encamina por
      *              ITC-IBAN-DESTINO, ITC-CUENTA-DESTINO lleva sus 20
      *              primeras posiciones e ITC-ENTIDAD-DESTINO va en
      *              blanco. En ENTRANTE, un ITC-IBAN-DESTINO informado
      *              manda sobre ITC-CUENTA-DESTINO; en ficheros del
      *              formato anterior ambos IBAN vienen en blanco.
      * AUTOR: Proyecto MCPs
      * FECHA: 2026-08-14
      *================================================================*
          05 ITC-CONCEPTO          PIC X(50).
          05 ITC-OBSERVACIONES     PIC X(40).
          05 ITC-ENTIDAD-DESTINO   PIC X(04).
          05 ITC-IBAN-ORIGEN       PIC X(34).
          05 ITC-IBAN-DESTINO      PIC X(34).
