      *              paso del cierre se ejecute dos veces ni fuera de
      *              orden, y para que un rerun reanude en el paso que
      *              fallo.
      *              La fecha de negocio la abre cada dia el primer
      *              paso del job (BANCO-APERTURA-DIA, paso 05), que
      *              la rechaza si no es dia habil segun el calendario
      *              salvo que el operador la fuerce
      *              (CIE-APERTURA-FORZADA = S), y deja en
      *              CIE-DIAS-NATURALES los dias naturales que cubre
      *              (3 para un lunes corriente: sabado, domingo y
      *              lunes). CIE-FECHA-ANTERIOR es la fecha de
      *              negocio abierta antes de la actual (una fecha
      *              cuya apertura se rechazo no cuenta). La hoja de
      *              control de BANCO-VALIDA-TOTALES imprime estos
      *              datos de la apertura.
      * AUTOR: Proyecto MCPs
      * FECHA: 2026-08-17
      *================================================================*
          05 CIE-CLAVE             PIC X(01).
          05 CIE-FECHA-NEGOCIO     PIC X(10).
          05 CIE-ULTIMO-PASO       PIC 9(02).
          05 CIE-FECHA-ANTERIOR    PIC X(10).
          05 CIE-DIAS-NATURALES    PIC 9(03).
          05 CIE-APERTURA-FORZADA  PIC X(01).
