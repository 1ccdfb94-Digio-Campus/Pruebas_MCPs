      *================================================================*
      * COPYBOOK: EMBAORD
      * DESCRIPCION: Registro del fichero de ordenes de embargo que
      *              envian los organismos (Hacienda, Seguridad
      *              Social...) y lee BANCO-EMBARGOS (EMBAORD). Cada
      *              registro es una orden o una instruccion sobre una
      *              orden ya recibida, segun EMO-TIPO-REGISTRO:
      *                E = orden de embargo nueva: documento del
      *                    deudor, importe a trabar y cuenta del
      *                    organismo a la que se le pagara.
      *                L = levantamiento de la orden EMO-REFERENCIA en
      *                    la fecha EMO-FECHA-ACCION (AAAAMMDD).
      *                T = transferencia al organismo de lo trabado
      *                    por la orden EMO-REFERENCIA en la fecha
      *                    EMO-FECHA-ACCION; si trae cuenta del
      *                    organismo sustituye a la de la orden.
      *              Una fecha de accion en blanco es el dia de
      *              proceso.
      * AUTOR: Proyecto MCPs
      * FECHA: 2026-10-15
      *================================================================*
      *
       01 EMO-REGISTRO.
          05 EMO-TIPO-REGISTRO     PIC X(01).
          05 EMO-REFERENCIA        PIC X(20).
          05 EMO-ORGANISMO         PIC X(10).
          05 EMO-DOCUMENTO         PIC X(15).
          05 EMO-NOMBRE            PIC X(40).
          05 EMO-IMPORTE           PIC 9(10)V99.
          05 EMO-FECHA-ACCION      PIC X(10).
          05 EMO-CUENTA-ORGANISMO  PIC X(20).
          05 FILLER                PIC X(22).
