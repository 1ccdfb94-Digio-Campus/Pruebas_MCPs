      *================================================================*
      * COPYBOOK: EMBARGO
      * DESCRIPCION: Registro del maestro de ordenes de embargo
      *              (EMBARGOS), indexado por la referencia que da el
      *              organismo. Lo mantiene BANCO-EMBARGOS: guarda el
      *              cliente identificado por su documento, lo ordenado
      *              y lo trabado, y la accion pendiente (levantar o
      *              transferir) con su fecha. Cada traba es una
      *              retencion de RETENCIO con motivo
      *              "EMBARGO " + referencia, sin fecha de
      *              vencimiento.
      *              Estados: P = en proceso (traba sin terminar),
      *                       R = trabado, S = sin fondos,
      *                       N = no cliente, L = levantado,
      *                       T = transferido al organismo.
      *              Acciones: L = levantar, T = transferir,
      *                        blanco = ninguna pendiente.
      * AUTOR: Proyecto MCPs
      * FECHA: 2026-10-15
      *================================================================*
      *
       01 EMB-REGISTRO.
          05 EMB-REFERENCIA        PIC X(20).
          05 EMB-ORGANISMO         PIC X(10).
          05 EMB-DOCUMENTO         PIC X(15).
          05 EMB-ID-CLIENTE        PIC X(12).
          05 EMB-NOMBRE            PIC X(40).
          05 EMB-IMPORTE-ORDENADO  PIC 9(10)V99.
          05 EMB-IMPORTE-RETENIDO  PIC 9(10)V99.
          05 EMB-CUENTA-ORGANISMO  PIC X(20).
          05 EMB-FECHA-RECEPCION   PIC X(10).
          05 EMB-ACCION            PIC X(01).
          05 EMB-FECHA-ACCION      PIC X(10).
          05 EMB-ESTADO            PIC X(01).
          05 EMB-FECHA-ESTADO      PIC X(10).
          05 FILLER                PIC X(20).
