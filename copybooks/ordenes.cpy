      *              ORD-DIA-MES/ORD-FECHA-PROXIMA registro a registro,
      *              sin clave alternativa, ya que el volumen esperado
      *              de ordenes permanentes no justifica un indice mas.
      *              ORD-IBAN-DESTINO guarda el IBAN de una cuenta
      *              destino de otro pais de la UE, cuyo
      *              ORD-CUENTA-DESTINO son solo las 20 primeras
      *              posiciones del IBAN. En blanco en las ordenes a
      *              cuentas espanolas, cuyo IBAN se calcula a partir
      *              de la cuenta (BANCO-IBAN), y en las anteriores al
      *              alta del campo.
      * AUTOR: Proyecto MCPs
      * FECHA: 2026-08-08
      *================================================================*
          05 ORD-DIA-MES           PIC 9(02).
          05 ORD-FECHA-FIN         PIC X(10).
          05 ORD-ESTADO            PIC X(01).
          05 ORD-IBAN-DESTINO      PIC X(34).
