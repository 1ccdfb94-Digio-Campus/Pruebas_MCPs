      *              (AAAAMMDD, en blanco = nunca cambiada) fecha el
      *              ultimo cambio de clave, para forzar el cambio en
      *              el primer acceso y por caducidad.
      *              USU-OFICINA es la oficina del operador (maestro
      *              OFICINAS), en blanco para los operadores de
      *              servicios centrales y los dados de alta antes
      *              del campo; BANCO-CAJA la lleva a la caja que abre.
      *              Estados: A = activo, B = dado de baja,
      *                       L = bloqueado por intentos fallidos
      *                       (solo lo desbloquea
          05 USU-ESTADO            PIC X(01).
          05 USU-NUM-FALLOS        PIC 9(02).
          05 USU-FECHA-CLAVE       PIC X(08).
          05 USU-OFICINA           PIC X(04).
