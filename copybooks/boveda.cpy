      *              la sucursal y la cierra; antes la reposicion de
      *              un cajon y la retirada de excedente se hacian
      *              fuera de los libros.
      *              Las 4 primeras posiciones de BOV-ID-SUCURSAL son
      *              el codigo de oficina del maestro OFICINAS.
      *              Estados: A = abierta, C = cerrada.
      * AUTOR: Proyecto MCPs
      * FECHA: 2026-09-02
