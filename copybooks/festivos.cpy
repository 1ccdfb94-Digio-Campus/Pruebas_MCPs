      *================================================================*
      * COPYBOOK: FESTIVOS
      * DESCRIPCION: Registro del calendario de festivos bancarios
      *              (FESTIVOS), mantenido por tesoreria con
      *              BANCO-MANTENIMIENTO-CALENDARIO. Un registro por
      *              dia inhabil que no sea sabado ni domingo (los
      *              fines de semana son inhabiles siempre y no se
      *              graban). Lo consulta el subprograma
      *              BANCO-CALENDARIO, que es quien decide si una
      *              fecha es habil y cual es el siguiente dia habil
      *              para todos los procesos fechados.
      * AUTOR: Proyecto MCPs
      * FECHA: 2026-10-15
      *================================================================*
      *
       01 FES-REGISTRO.
          05 FES-FECHA             PIC X(08).
          05 FES-DESCRIPCION       PIC X(30).
          05 FES-OPERADOR          PIC X(08).
          05 FES-FECHA-ALTA        PIC X(10).
