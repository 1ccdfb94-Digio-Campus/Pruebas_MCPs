      *================================================================*
      * COPYBOOK: TOTCTL
      * DESCRIPCION: Registro del fichero de totales de control de los
      *              jobs batch (TOTCTL). Indexado por fecha y hora de
      *              inicio y programa: cada paso de BANCIERR, BANCOMES
      *              y BANCRECB anota al empezar (estado I) y al
      *              terminar (estado F) sus cifras mediante el
      *              subprograma BANCO-TOTALES-PASO, y el paso final
      *              de cada job (BANCO-VALIDA-TOTALES) las cuadra
      *              entre si y emite la hoja de control de
      *              explotacion.
      *              TOT-CTLMOV-INICIO/FIN son el contador de
      *              secuencias de movimientos (CTLMOV, clave M) al
      *              empezar y al terminar el paso, y TOT-MOVIMIENTOS,
      *              TOT-IMPORTE-CARGOS y TOT-IMPORTE-ABONOS los
      *              apuntes que el paso dice haber grabado en
      *              MOVIMIEN, con sus importes de cargo (G) y de
      *              abono (I).
      *              Los registros de entrada del paso se cuentan en
      *              TOT-LEIDOS y se reparten entre TOT-ACEPTADOS,
      *              TOT-RECHAZADOS y TOT-PENDIENTES (retenidos,
      *              aplazados o sin tratar), cada uno con su importe;
      *              con TOT-CUADRE-ENTRADA = S el paso declara que el
      *              reparto debe cuadrar con lo leido, y la
      *              validacion lo comprueba.
      *              TOT-RC es el codigo de retorno del paso y
      *              TOT-PROGRAMA su nombre, abreviado a 20 posiciones
      *              como en la auditoria cuando no cabe entero.
      * AUTOR: Proyecto MCPs
      * FECHA: 2026-10-15
      *================================================================*
      *
       01 TOT-REGISTRO.
          05 TOT-CLAVE.
             10 TOT-FECHA-INICIO   PIC X(08).
             10 TOT-HORA-INICIO    PIC X(08).
             10 TOT-PROGRAMA       PIC X(20).
          05 TOT-JOB               PIC X(08).
          05 TOT-ESTADO            PIC X(01).
          05 TOT-FECHA-FIN         PIC X(08).
          05 TOT-HORA-FIN          PIC X(08).
          05 TOT-RC                PIC 9(02).
          05 TOT-CTLMOV-INICIO     PIC 9(10).
          05 TOT-CTLMOV-FIN        PIC 9(10).
          05 TOT-LEIDOS            PIC 9(09).
          05 TOT-IMPORTE-LEIDO     PIC 9(13)V99.
          05 TOT-ACEPTADOS         PIC 9(09).
          05 TOT-IMPORTE-ACEPTADO  PIC 9(13)V99.
          05 TOT-RECHAZADOS        PIC 9(09).
          05 TOT-IMPORTE-RECHAZADO PIC 9(13)V99.
          05 TOT-PENDIENTES        PIC 9(09).
          05 TOT-IMPORTE-PENDIENTE PIC 9(13)V99.
          05 TOT-CUADRE-ENTRADA    PIC X(01).
          05 TOT-MOVIMIENTOS       PIC 9(09).
          05 TOT-IMPORTE-CARGOS    PIC 9(13)V99.
          05 TOT-IMPORTE-ABONOS    PIC 9(13)V99.
          05 FILLER                PIC X(20).
