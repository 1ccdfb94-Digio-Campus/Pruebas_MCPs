      *================================================================*
      * COPYBOOK: EMBARESP
      * DESCRIPCION: Registro del fichero de respuesta a los
      *              organismos embargantes (EMBARESP) que escribe
      *              BANCO-EMBARGOS en cada ejecucion. Por cada orden
      *              o instruccion tratada hay un registro de resumen
      *              (tipo R) y, cuando se traba, levanta o transfiere
      *              dinero, un registro de detalle (tipo D) por
      *              cuenta afectada antes del resumen.
      *              EMR-IMPORTE es lo trabado, levantado o
      *              transferido en la cuenta (D) o en total (R).
      *              Resultados:
      *                RT = trabado el importe ordenado
      *                RP = trabado solo en parte
      *                SF = sin fondos embargables
      *                NC = no es cliente de la entidad
      *                LV = levantado
      *                TR = transferido al organismo
      *                PG = instruccion anotada para su fecha
      *                DU = orden duplicada, ya recibida
      *                ER = instruccion rechazada (ver observaciones)
      * AUTOR: Proyecto MCPs
      * FECHA: 2026-10-15
      *================================================================*
      *
       01 EMR-REGISTRO.
          05 EMR-TIPO-REGISTRO     PIC X(01).
          05 EMR-REFERENCIA        PIC X(20).
          05 EMR-ORGANISMO         PIC X(10).
          05 EMR-DOCUMENTO         PIC X(15).
          05 EMR-NUM-CUENTA        PIC X(20).
          05 EMR-IMPORTE-ORDENADO  PIC 9(10)V99.
          05 EMR-IMPORTE           PIC 9(10)V99.
          05 EMR-RESULTADO         PIC X(02).
          05 EMR-OBSERVACIONES     PIC X(40).
          05 EMR-FECHA             PIC X(10).
          05 FILLER                PIC X(08).
