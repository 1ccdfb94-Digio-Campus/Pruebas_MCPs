      *================================================================*
      * COPYBOOK: NOTIENV
      * DESCRIPCION: Registro del fichero de avisos ya enviados
      *              (NOTIENV). Indexado por cliente, tipo de aviso
      *              (ver NOTIFICA) y referencia del evento: cuenta
      *              en los descubiertos, fecha, hora y presentador
      *              de la linea de auditoria en los recibos, orden y
      *              fecha del primer fallo en las ordenes, plazo y
      *              vencimiento en los plazos y numero de retencion
      *              en las retenciones. BANCO-AVISOS-CLIENTES no
      *              vuelve a avisar de un evento que ya figura aqui,
      *              de modo que un rerun o la revision de varios dias
      *              no repiten avisos. Los de descubierto se borran
      *              cuando la cuenta vuelve a saldo positivo (o
      *              dentro del limite), para que una nueva entrada
      *              en descubierto vuelva a avisarse.
      * AUTOR: Proyecto MCPs
      * FECHA: 2026-10-15
      *================================================================*
      *
       01 NEN-REGISTRO.
          05 NEN-CLAVE.
             10 NEN-ID-CLIENTE     PIC X(12).
             10 NEN-TIPO           PIC X(01).
             10 NEN-REFERENCIA     PIC X(30).
          05 NEN-FECHA-ENVIO       PIC X(10).
          05 FILLER                PIC X(10).
