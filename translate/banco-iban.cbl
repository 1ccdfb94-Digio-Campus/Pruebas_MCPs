      *================================================================*
      * PROGRAMA: BANCO-IBAN
      * DESCRIPCION: Subprograma comun de IBAN, para que todos los
      *              programas que reciben, emiten o imprimen una
      *              cuenta lo traten igual. El IBAN de nuestras
      *              cuentas no se guarda: se calcula siempre a partir
      *              del numero de cuenta.
      *                IB-ACCION "C" calcula el IBAN de IB-CUENTA:
      *                          - cuenta propia ("CTA" + 10 cifras):
      *                            ES + control + entidad propia +
      *                            oficina fija + digitos de control +
      *                            las 10 cifras de la cuenta;
      *                          - codigo cuenta cliente de 20
      *                            cifras: ES + control + el codigo.
      *                          Cualquier otra cuenta (las internas
      *                          del banco) no tiene IBAN y vuelve
      *                          IB-VALIDA = N.
      *                IB-ACCION "V" valida una cuenta tecleada o
      *                          recibida en IB-IBAN, en cualquiera
      *                          de los dos formatos (con o sin
      *                          blancos entre grupos):
      *                          - IBAN: el pais debe ser de la UE, la
      *                            longitud la de ese pais y los
      *                            digitos de control cuadrar con el
      *                            modulo 97. Si es espanol, IB-CUENTA
      *                            devuelve el codigo cuenta cliente
      *                            (o la cuenta propia, si la entidad
      *                            y la oficina son las nuestras, tras
      *                            comprobar sus digitos de control);
      *                            si es de otro pais, IB-CUENTA lleva
      *                            sus 20 primeras posiciones como
      *                            referencia para los ficheros de
      *                            cuenta de 20 posiciones.
      *                          - formato nacional de hasta 20
      *                            posiciones: se devuelve tal cual en
      *                            IB-CUENTA (la cuenta propia, si es
      *                            el codigo cuenta cliente de una
      *                            nuestra) y, si la cuenta tiene IBAN,
      *                            se calcula en IB-IBAN. La
      *                            comprobacion del codigo cuenta
      *                            cliente de otro banco sigue siendo
      *                            la de BANCO-VALIDA-CUENTA-EXT, que
      *                            el llamador hace como siempre.
      *              En ambos casos IB-IBAN-IMPRESO devuelve el IBAN en
      *              grupos de cuatro para justificantes y extractos.
      *              Los digitos de control del codigo cuenta cliente
      *              de una cuenta propia se calculan con los mismos
      *              pesos modulo 11 que comprueba
      *              BANCO-VALIDA-CUENTA-EXT. La oficina del IBAN
      *              propio es fija, para que una cuenta no cambie de
      *              IBAN cuando BANCO-TRASPASA-OFICINA la cambia de
      *              oficina duena.
      * AUTOR: Proyecto MCPs
      * FECHA: 2026-10-15
      *================================================================*
      *
      *-------- BLOQUE 1: IDENTIFICATION DIVISION -------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANCO-IBAN.
       AUTHOR. PROYECTO-MCPS.
      *
      *-------- BLOQUE 2: ENVIRONMENT DIVISION ----------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
      *
      *-------- BLOQUE 3: DATA DIVISION -----------------------------*
       DATA DIVISION.
       WORKING-STORAGE SECTION.
      *
      *--- Entidad y oficina de las cuentas propias en el IBAN ---
       01 WS-ENTIDAD-PROPIA       PIC X(04) VALUE "9000".
       01 WS-OFICINA-PROPIA       PIC X(04) VALUE "0001".
      *
      *--- Paises de la UE admitidos y longitud de su IBAN ---
       01 WS-PAISES-LITERAL.
          05 FILLER               PIC X(36)
             VALUE "AT20BE16BG22CY28CZ24DE22DK18EE20ES24".
          05 FILLER               PIC X(36)
             VALUE "FI18FR27GR27HR21HU28IE22IT27LT20LU20".
          05 FILLER               PIC X(36)
             VALUE "LV21MT31NL18PL28PT25RO24SE24SI19SK24".
       01 WS-TABLA-PAISES REDEFINES WS-PAISES-LITERAL.
          05 WS-PAIS-ENTRY OCCURS 27 TIMES.
             10 WS-PAIS-CODIGO    PIC X(02).
             10 WS-PAIS-LONGITUD  PIC 9(02).
       01 WS-NUM-PAISES           PIC 9(02) VALUE 27.
       01 WS-IDX-PAIS             PIC 9(02) VALUE 0.
       01 WS-LONGITUD-PAIS        PIC 9(02) VALUE 0.
      *
      *--- Valor de las letras en el modulo 97 (A = 10 ... Z = 35) ---
       01 WS-ALFABETO-LITERAL     PIC X(26)
          VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
       01 WS-ALFABETO REDEFINES WS-ALFABETO-LITERAL.
          05 WS-LETRA             OCCURS 26 TIMES PIC X(01).
       01 WS-IDX-LETRA            PIC 9(02) VALUE 0.
       01 WS-VALOR-LETRA          PIC 9(02) VALUE 0.
      *
      *--- Pesos del algoritmo de digitos de control (modulo 11) ---
       01 WS-PESOS-LITERAL        PIC X(20)
          VALUE "01020408051009070306".
       01 WS-PESOS REDEFINES WS-PESOS-LITERAL.
          05 WS-PESO              OCCURS 10 TIMES PIC 9(02).
      *
      *--- Entrada compactada (sin blancos) ---
       01 WS-ENTRADA              PIC X(34).
       01 WS-COMPACTA             PIC X(34).
       01 WS-LONGITUD             PIC 9(02) VALUE 0.
       01 WS-IDX-CARACTER         PIC 9(02) VALUE 0.
       01 WS-CARACTER             PIC X(01).
       01 WS-CARACTER-NUM REDEFINES WS-CARACTER PIC 9(01).
      *
      *--- Calculo del modulo 97 ---
       01 WS-REORDENADO           PIC X(34).
       01 WS-LONGITUD-REORDENADO  PIC 9(02) VALUE 0.
       01 WS-RESTO-97             PIC 9(02) VALUE 0.
       01 WS-ACUMULADO-97         PIC 9(05) VALUE 0.
       01 WS-COCIENTE-97          PIC 9(05) VALUE 0.
       01 WS-CARACTER-ERRONEO     PIC X VALUE 'N'.
       01 WS-CONTROL-IBAN         PIC 9(02) VALUE 0.
      *
      *--- Codigo cuenta cliente y sus digitos de control ---
       01 WS-CCC.
          05 WS-CCC-ENTIDAD       PIC X(04).
          05 WS-CCC-OFICINA       PIC X(04).
          05 WS-CCC-DC.
             10 WS-CCC-DC-1       PIC 9(01).
             10 WS-CCC-DC-2       PIC 9(01).
          05 WS-CCC-NUMERO        PIC X(10).
       01 WS-BLOQUE-DIEZ          PIC X(10).
       01 WS-BLOQUE-DIGITOS REDEFINES WS-BLOQUE-DIEZ.
          05 WS-DIGITO            OCCURS 10 TIMES PIC 9(01).
       01 WS-IDX-DIGITO           PIC 9(02) VALUE 0.
       01 WS-SUMA-PESADA          PIC 9(05) VALUE 0.
       01 WS-COCIENTE             PIC 9(04) VALUE 0.
       01 WS-RESTO                PIC 9(02) VALUE 0.
       01 WS-DC-CALCULADO         PIC 9(02) VALUE 0.
       01 WS-DC-PRIMERO           PIC 9(01) VALUE 0.
       01 WS-DC-SEGUNDO           PIC 9(01) VALUE 0.
      *
      *--- Composicion del IBAN impreso en grupos de cuatro ---
       01 WS-POS-IMPRESO          PIC 9(02) VALUE 0.
      *
      *-------- BLOQUE 4: LINKAGE SECTION -----------------------------*
       LINKAGE SECTION.
      *
       01 IB-ACCION               PIC X(01).
       01 IB-CUENTA               PIC X(20).
       01 IB-IBAN                 PIC X(34).
       01 IB-IBAN-IMPRESO         PIC X(42).
       01 IB-VALIDA               PIC X(01).
       01 IB-MOTIVO               PIC X(40).
      *
      *-------- BLOQUE 5: PROCEDURE DIVISION ------------------------*
       PROCEDURE DIVISION USING IB-ACCION IB-CUENTA IB-IBAN
           IB-IBAN-IMPRESO IB-VALIDA IB-MOTIVO.
      *
       0000-PRINCIPAL.
           MOVE 'N' TO IB-VALIDA
           MOVE SPACES TO IB-MOTIVO
           MOVE SPACES TO IB-IBAN-IMPRESO
           EVALUATE IB-ACCION
              WHEN "C"
                 MOVE SPACES TO IB-IBAN
                 PERFORM 2000-CALCULAR-IBAN
              WHEN "V"
                 PERFORM 3000-VALIDAR-ENTRADA
              WHEN OTHER
                 MOVE "ACCION NO VALIDA" TO IB-MOTIVO
           END-EVALUATE
           IF IB-MOTIVO = SPACES
              MOVE 'S' TO IB-VALIDA
              IF IB-IBAN NOT = SPACES
                 PERFORM 5000-FORMATEAR-IMPRESO
              END-IF
           END-IF
           GOBACK.
      *
      *    Calcula el IBAN espanol de IB-CUENTA: primero su codigo
      *    cuenta cliente (el de la cuenta propia se compone con la
      *    entidad y la oficina propias) y despues los digitos de
      *    control del IBAN sobre ese codigo.
       2000-CALCULAR-IBAN.
           IF IB-CUENTA(1:3) = "CTA"
              AND IB-CUENTA(4:10) IS NUMERIC
              AND IB-CUENTA(14:7) = SPACES
              MOVE WS-ENTIDAD-PROPIA TO WS-CCC-ENTIDAD
              MOVE WS-OFICINA-PROPIA TO WS-CCC-OFICINA
              MOVE IB-CUENTA(4:10) TO WS-CCC-NUMERO
              PERFORM 2100-CALCULAR-DC-CCC
              MOVE WS-DC-PRIMERO TO WS-CCC-DC-1
              MOVE WS-DC-SEGUNDO TO WS-CCC-DC-2
           ELSE
              IF IB-CUENTA IS NUMERIC
                 MOVE IB-CUENTA TO WS-CCC
              ELSE
                 MOVE "CUENTA SIN IBAN" TO IB-MOTIVO
              END-IF
           END-IF
           IF IB-MOTIVO = SPACES
              MOVE SPACES TO WS-REORDENADO
              STRING WS-CCC "ES00" DELIMITED BY SIZE
                 INTO WS-REORDENADO
              MOVE 24 TO WS-LONGITUD-REORDENADO
              PERFORM 4000-CALCULAR-MODULO-97
              COMPUTE WS-CONTROL-IBAN = 98 - WS-RESTO-97
              MOVE SPACES TO IB-IBAN
              STRING "ES" WS-CONTROL-IBAN WS-CCC
                 DELIMITED BY SIZE INTO IB-IBAN
           END-IF.
      *
      *    Digitos de control del codigo cuenta cliente en WS-CCC:
      *    el primero sobre "00" + entidad + oficina, el segundo
      *    sobre el numero de 10 cifras.
       2100-CALCULAR-DC-CCC.
           MOVE SPACES TO WS-BLOQUE-DIEZ
           STRING "00" WS-CCC-ENTIDAD WS-CCC-OFICINA
              DELIMITED BY SIZE INTO WS-BLOQUE-DIEZ
           PERFORM 2150-CALCULAR-DC
           MOVE WS-DC-CALCULADO TO WS-DC-PRIMERO
           MOVE WS-CCC-NUMERO TO WS-BLOQUE-DIEZ
           PERFORM 2150-CALCULAR-DC
           MOVE WS-DC-CALCULADO TO WS-DC-SEGUNDO.
      *
       2150-CALCULAR-DC.
           MOVE 0 TO WS-SUMA-PESADA
           PERFORM VARYING WS-IDX-DIGITO FROM 1 BY 1
              UNTIL WS-IDX-DIGITO > 10
              COMPUTE WS-SUMA-PESADA = WS-SUMA-PESADA
                 + WS-DIGITO(WS-IDX-DIGITO)
                 * WS-PESO(WS-IDX-DIGITO)
           END-PERFORM
           DIVIDE WS-SUMA-PESADA BY 11 GIVING WS-COCIENTE
              REMAINDER WS-RESTO
           COMPUTE WS-DC-CALCULADO = 11 - WS-RESTO
           IF WS-DC-CALCULADO = 11
              MOVE 0 TO WS-DC-CALCULADO
           END-IF
           IF WS-DC-CALCULADO = 10
              MOVE 1 TO WS-DC-CALCULADO
           END-IF.
      *
      *    Quita los blancos de la entrada, pasa las letras a
      *    mayusculas y decide por el principio si es un IBAN (dos
      *    letras de pais y dos cifras de control) o una cuenta en
      *    formato nacional.
       3000-VALIDAR-ENTRADA.
           MOVE IB-IBAN TO WS-ENTRADA
           INSPECT WS-ENTRADA CONVERTING
              "abcdefghijklmnopqrstuvwxyz"
              TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           MOVE SPACES TO WS-COMPACTA
           MOVE 0 TO WS-LONGITUD
           PERFORM VARYING WS-IDX-CARACTER FROM 1 BY 1
              UNTIL WS-IDX-CARACTER > 34
              IF WS-ENTRADA(WS-IDX-CARACTER:1) NOT = SPACE
                 ADD 1 TO WS-LONGITUD
                 MOVE WS-ENTRADA(WS-IDX-CARACTER:1)
                    TO WS-COMPACTA(WS-LONGITUD:1)
              END-IF
           END-PERFORM
           MOVE SPACES TO IB-CUENTA
           MOVE SPACES TO IB-IBAN
           IF WS-LONGITUD = 0
              MOVE "CUENTA NO INFORMADA" TO IB-MOTIVO
           ELSE
              IF WS-COMPACTA(1:1) IS ALPHABETIC
                 AND WS-COMPACTA(2:1) IS ALPHABETIC
                 AND WS-COMPACTA(3:2) IS NUMERIC
                 PERFORM 3100-VALIDAR-IBAN
              ELSE
                 PERFORM 3500-VALIDAR-FORMATO-NACIONAL
              END-IF
           END-IF.
      *
       3100-VALIDAR-IBAN.
           MOVE 0 TO WS-LONGITUD-PAIS
           PERFORM VARYING WS-IDX-PAIS FROM 1 BY 1
              UNTIL WS-IDX-PAIS > WS-NUM-PAISES
              IF WS-PAIS-CODIGO(WS-IDX-PAIS) = WS-COMPACTA(1:2)
                 MOVE WS-PAIS-LONGITUD(WS-IDX-PAIS)
                    TO WS-LONGITUD-PAIS
              END-IF
           END-PERFORM
           IF WS-LONGITUD-PAIS = 0
              MOVE "PAIS DEL IBAN FUERA DE LA UE" TO IB-MOTIVO
           ELSE
              IF WS-LONGITUD NOT = WS-LONGITUD-PAIS
                 MOVE "LONGITUD DE IBAN ERRONEA" TO IB-MOTIVO
              END-IF
           END-IF
      *    Modulo 97 sobre el IBAN con el pais y el control al final:
      *    el resto debe ser 1
           IF IB-MOTIVO = SPACES
              MOVE SPACES TO WS-REORDENADO
              STRING WS-COMPACTA(5:WS-LONGITUD - 4)
                 WS-COMPACTA(1:4)
                 DELIMITED BY SIZE INTO WS-REORDENADO
              MOVE WS-LONGITUD TO WS-LONGITUD-REORDENADO
              PERFORM 4000-CALCULAR-MODULO-97
              IF WS-CARACTER-ERRONEO = 'S'
                 MOVE "CARACTER NO VALIDO EN EL IBAN" TO IB-MOTIVO
              ELSE
                 IF WS-RESTO-97 NOT = 1
                    MOVE "DIGITOS DE CONTROL DEL IBAN ERRONEOS"
                       TO IB-MOTIVO
                 END-IF
              END-IF
           END-IF
           IF IB-MOTIVO = SPACES
              MOVE WS-COMPACTA TO IB-IBAN
              IF WS-COMPACTA(1:2) = "ES"
                 MOVE WS-COMPACTA(5:20) TO IB-CUENTA
                 IF IB-CUENTA IS NOT NUMERIC
                    MOVE "CUENTA EXTERNA NO NUMERICA" TO IB-MOTIVO
                 ELSE
                    PERFORM 3600-RECONOCER-CUENTA-PROPIA
                 END-IF
              ELSE
                 MOVE WS-COMPACTA(1:20) TO IB-CUENTA
              END-IF
           END-IF.
      *
      *    Cuenta en formato nacional: la propia o la de otro banco
      *    se reconocen como hasta ahora; si tiene IBAN se devuelve
      *    calculado, y si no (cuentas internas) se admite sin el.
       3500-VALIDAR-FORMATO-NACIONAL.
           IF WS-LONGITUD > 20
              MOVE "CUENTA NO VALIDA" TO IB-MOTIVO
           ELSE
              MOVE WS-COMPACTA(1:20) TO IB-CUENTA
              IF IB-CUENTA IS NUMERIC
                 PERFORM 3600-RECONOCER-CUENTA-PROPIA
              END-IF
              IF IB-MOTIVO = SPACES
                 PERFORM 2000-CALCULAR-IBAN
                 MOVE SPACES TO IB-MOTIVO
              END-IF
           END-IF.
      *
      *    Un codigo cuenta cliente con nuestra entidad y oficina es
      *    una cuenta propia: se comprueban sus digitos de control y
      *    se devuelve su numero de cuenta en el maestro.
       3600-RECONOCER-CUENTA-PROPIA.
           MOVE IB-CUENTA TO WS-CCC
           IF WS-CCC-ENTIDAD = WS-ENTIDAD-PROPIA
              AND WS-CCC-OFICINA = WS-OFICINA-PROPIA
              PERFORM 2100-CALCULAR-DC-CCC
              IF WS-DC-PRIMERO NOT = WS-CCC-DC-1
                 OR WS-DC-SEGUNDO NOT = WS-CCC-DC-2
                 MOVE "DIGITO DE CONTROL ERRONEO" TO IB-MOTIVO
              ELSE
                 MOVE SPACES TO IB-CUENTA
                 STRING "CTA" WS-CCC-NUMERO
                    DELIMITED BY SIZE INTO IB-CUENTA
              END-IF
           END-IF.
      *
      *    Resto modulo 97 de WS-REORDENADO, cifra a cifra para no
      *    desbordar: cada cifra suma una posicion decimal y cada
      *    letra, que vale dos cifras, suma dos.
       4000-CALCULAR-MODULO-97.
           MOVE 0 TO WS-RESTO-97
           MOVE 'N' TO WS-CARACTER-ERRONEO
           PERFORM VARYING WS-IDX-CARACTER FROM 1 BY 1
              UNTIL WS-IDX-CARACTER > WS-LONGITUD-REORDENADO
              MOVE WS-REORDENADO(WS-IDX-CARACTER:1) TO WS-CARACTER
              IF WS-CARACTER IS NUMERIC
                 COMPUTE WS-ACUMULADO-97 =
                    WS-RESTO-97 * 10 + WS-CARACTER-NUM
              ELSE
                 PERFORM 4100-VALOR-LETRA
                 COMPUTE WS-ACUMULADO-97 =
                    WS-RESTO-97 * 100 + WS-VALOR-LETRA
              END-IF
              DIVIDE WS-ACUMULADO-97 BY 97 GIVING WS-COCIENTE-97
                 REMAINDER WS-RESTO-97
           END-PERFORM.
      *
       4100-VALOR-LETRA.
           MOVE 0 TO WS-VALOR-LETRA
           PERFORM VARYING WS-IDX-LETRA FROM 1 BY 1
              UNTIL WS-IDX-LETRA > 26
              IF WS-LETRA(WS-IDX-LETRA) = WS-CARACTER
                 COMPUTE WS-VALOR-LETRA = WS-IDX-LETRA + 9
              END-IF
           END-PERFORM
           IF WS-VALOR-LETRA = 0
              MOVE 'S' TO WS-CARACTER-ERRONEO
           END-IF.
      *
      *    IBAN en grupos de cuatro separados por un blanco.
       5000-FORMATEAR-IMPRESO.
           MOVE 1 TO WS-POS-IMPRESO
           PERFORM VARYING WS-IDX-CARACTER FROM 1 BY 4
              UNTIL WS-IDX-CARACTER > 32
              OR IB-IBAN(WS-IDX-CARACTER:1) = SPACE
              MOVE IB-IBAN(WS-IDX-CARACTER:4)
                 TO IB-IBAN-IMPRESO(WS-POS-IMPRESO:4)
              ADD 5 TO WS-POS-IMPRESO
           END-PERFORM.
