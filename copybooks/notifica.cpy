      *================================================================*
      * COPYBOOK: NOTIFICA
      * DESCRIPCION: Registro del buzon de avisos a clientes
      *              (NOTIFOUT), que recoge cada noche el proveedor de
      *              impresion y SMS. Secuencial; lo escribe en modo
      *              EXTEND el paso BANCO-AVISOS-CLIENTES del job de
      *              cierre, un registro por cliente y evento, con
      *              los datos de contacto de CLIENTES. NTF-CANAL es
      *              S (SMS, el cliente tiene telefono) o C (correo
      *              postal a la direccion).
      *              Tipos de aviso:
      *                D = cuenta en descubierto,
      *                X = limite de descubierto superado,
      *                R = recibo devuelto por falta de saldo,
      *                O = orden permanente fallida por falta de
      *                    saldo,
      *                P = plazo fijo proximo a vencer,
      *                H = retencion nueva sobre la cuenta.
      * AUTOR: Proyecto MCPs
      * FECHA: 2026-10-15
      *================================================================*
      *
       01 NTF-REGISTRO.
          05 NTF-FECHA             PIC X(10).
          05 NTF-TIPO              PIC X(01).
          05 NTF-CANAL             PIC X(01).
          05 NTF-ID-CLIENTE        PIC X(12).
          05 NTF-NOMBRE            PIC X(40).
          05 NTF-DIRECCION         PIC X(60).
          05 NTF-TELEFONO          PIC X(15).
          05 NTF-NUM-CUENTA        PIC X(20).
          05 NTF-REFERENCIA        PIC X(30).
          05 NTF-IMPORTE           PIC 9(10)V99.
          05 NTF-MONEDA            PIC X(03).
          05 NTF-FECHA-EVENTO      PIC X(10).
          05 NTF-TEXTO             PIC X(60).
