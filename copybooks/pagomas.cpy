      *================================================================*
      * COPYBOOK: PAGOMAS
      * DESCRIPCION: Registro del fichero de pagos masivos que envia
      *              una empresa cliente (PAGOSEMP: nominas y pagos a
      *              proveedores) y del fichero de resultado que se le
      *              devuelve linea a linea (PAGORES). El primer
      *              registro es la cabecera (tipo C) con la cuenta
      *              ordenante, la referencia del fichero, la fecha de
      *              ejecucion (AAAAMMDD) y los totales de control
      *              (numero de lineas e importe); le siguen las
      *              lineas de detalle (tipo D) con la cuenta
      *              beneficiaria, el importe, el concepto y la clase
      *              de pago (N = nomina, P = proveedor u otro pago).
      *              En el fichero enviado PGM-RESULTADO y
      *              PGM-OBSERVACIONES vienen en blanco; en el
      *              resultado llevan A = abonado en cuenta de la
      *              entidad, E = emitido a otra entidad por el
      *              intercambio, R = rechazado, con el motivo. Lo
      *              procesa BANCO-PAGOS-MASIVOS.
      * AUTOR: Proyecto MCPs
      * FECHA: 2026-10-15
      *================================================================*
      *
       01 PGM-REGISTRO.
          05 PGM-TIPO-REGISTRO     PIC X(01).
          05 PGM-DATOS             PIC X(130).
          05 PGM-CABECERA REDEFINES PGM-DATOS.
             10 PGM-CUENTA-ORDENANTE PIC X(20).
             10 PGM-REFERENCIA       PIC X(16).
             10 PGM-FECHA-EJECUCION  PIC X(10).
             10 PGM-NUM-LINEAS       PIC 9(07).
             10 PGM-IMPORTE-TOTAL    PIC 9(12)V99.
             10 FILLER               PIC X(63).
          05 PGM-DETALLE REDEFINES PGM-DATOS.
             10 PGM-CUENTA-BENEF     PIC X(20).
             10 PGM-IMPORTE          PIC 9(10)V99.
             10 PGM-CONCEPTO         PIC X(30).
             10 PGM-CLASE-PAGO       PIC X(01).
             10 PGM-RESULTADO        PIC X(01).
             10 PGM-OBSERVACIONES    PIC X(40).
             10 FILLER               PIC X(26).
