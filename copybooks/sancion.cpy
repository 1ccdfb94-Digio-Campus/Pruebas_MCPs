      *================================================================*
      * COPYBOOK: SANCION
      * DESCRIPCION: Registro de la lista de sanciones internacionales.
      *              Lo comparten el fichero de la lista tal como se
      *              recibe (SANCLIST, secuencial, se copia con
      *              REPLACING LEADING ==SAN-== BY ==SNL-==) y el
      *              maestro cargado (SANCIONS, indexado por
      *              SAN-CLAVE), que BANCO-CARGA-SANCIONES sustituye
      *              entero cada vez que llega una lista nueva. Una
      *              persona o entidad sancionada es un SAN-ID; cada
      *              nombre alternativo con que la publica la lista es
      *              un registro mas con otro SAN-ALIAS. El documento
      *              puede venir en blanco. El subprograma
      *              BANCO-CRIBA-SANCIONES compara nombres y
      *              documentos contra este maestro.
      * AUTOR: Proyecto MCPs
      * FECHA: 2026-10-15
      *================================================================*
      *
       01 SAN-REGISTRO.
          05 SAN-CLAVE.
             10 SAN-ID             PIC X(10).
             10 SAN-ALIAS          PIC 9(02).
          05 SAN-NOMBRE            PIC X(40).
          05 SAN-DOCUMENTO         PIC X(15).
          05 SAN-PAIS              PIC X(03).
          05 SAN-LISTA             PIC X(10).
          05 SAN-FECHA-LISTA       PIC X(10).
          05 SAN-FECHA-CARGA       PIC X(10).
          05 FILLER                PIC X(10).
