      *================================================================*
      * COPYBOOK: PRESTAMO
      * DESCRIPCION: Registro del fichero maestro de prestamos
      *              personales (PRESTAMO). Indexado por identificador
      *              de prestamo (contador CTLPRE); cada prestamo
      *              guarda la cuenta asociada en la que se abono el
      *              principal y en la que se cargan las cuotas, el
      *              principal concedido, la tasa nominal anual (por
      *              ejemplo 0.0650), el plazo en meses y la cuota
      *              mensual constante del sistema frances. El cuadro
      *              de amortizacion completo vive en CUADPRE.
      *              PRE-PROXIMA-CUOTA es la siguiente cuota por
      *              vencer y PRE-FECHA-PROXIMA su fecha de
      *              vencimiento; PRE-CUOTAS-IMPAGADAS cuenta las
      *              cuotas que siguen en IMPAGPRE sin cobrar.
      *              Lo abre BANCO-ALTA-PRESTAMO y lo cobra
      *              BANCO-COBRA-PRESTAMOS en el job de cierre.
      *              Estados: V = vigente, A = amortizado (todas las
      *              cuotas cobradas).
      * AUTOR: Proyecto MCPs
      * FECHA: 2026-10-15
      *================================================================*
      *
       01 PRE-REGISTRO.
          05 PRE-ID                PIC 9(08).
          05 PRE-CUENTA-ASOCIADA   PIC X(20).
          05 PRE-ID-CLIENTE        PIC X(12).
          05 PRE-IMPORTE           PIC 9(10)V99.
          05 PRE-TASA-ANUAL        PIC 9(01)V9(4).
          05 PRE-MESES-PLAZO       PIC 9(03).
          05 PRE-CUOTA             PIC 9(10)V99.
          05 PRE-MONEDA            PIC X(03).
          05 PRE-FECHA-APERTURA    PIC X(10).
          05 PRE-PROXIMA-CUOTA     PIC 9(03).
          05 PRE-FECHA-PROXIMA     PIC X(10).
          05 PRE-CAPITAL-PENDIENTE PIC 9(10)V99.
          05 PRE-CUOTAS-IMPAGADAS  PIC 9(03).
          05 PRE-ESTADO            PIC X(01).
          05 FILLER                PIC X(10).
