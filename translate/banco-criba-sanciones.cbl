      *================================================================*
      * PROGRAMA: BANCO-CRIBA-SANCIONES
      * DESCRIPCION: Subprograma comun de cribado contra la lista de
      *              sanciones internacionales (maestro SANCIONS).
      *              Recibe un nombre (o un texto libre, como el
      *              concepto de una transferencia) y un documento, y
      *              devuelve si coinciden con alguna entrada de la
      *              lista, cual y con que puntuacion (0 a 100). El
      *              documento coincide si es igual sin espacios,
      *              guiones, puntos ni barras. El nombre se compara
      *              por palabras, sin orden, sin mayusculas ni signos
      *              y sin particulas (DE, DEL, LA, LAS, LOS, EL, Y):
      *              cada palabra del nombre de la lista cuenta si
      *              alguna del nombre cribado es igual o se parece
      *              lo bastante (misma inicial y una letra de
      *              diferencia, dos en palabras largas, por distancia
      *              de edicion), y la puntuacion es el porcentaje de
      *              palabras de la lista encontradas. Hay coincidencia
      *              desde el umbral de WS-UMBRAL-COINCIDENCIA. La
      *              lista se carga en memoria en la primera llamada.
      *              Resultado: S = coincidencia, N = sin
      *              coincidencia, E = no hay lista cargada (el
      *              llamador decide: el cribado de pagos no deja
      *              salir ni abonar nada sin cribar; el alta de
      *              clientes solo avisa).
      * AUTOR: Proyecto MCPs
      * FECHA: 2026-10-15
      *================================================================*
      *
      *-------- BLOQUE 1: IDENTIFICATION DIVISION -------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANCO-CRIBA-SANCIONES.
       AUTHOR. PROYECTO-MCPS.
      *
      *-------- BLOQUE 2: ENVIRONMENT DIVISION ----------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SANCIONES-FILE ASSIGN TO "SANCIONS"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS SAN-CLAVE
              FILE STATUS IS WS-SANCIONES-STATUS.
      *
      *-------- BLOQUE 3: DATA DIVISION -----------------------------*
       DATA DIVISION.
       FILE SECTION.
       FD  SANCIONES-FILE.
           COPY "sancion.cpy".
      *
       WORKING-STORAGE SECTION.
      *
      *--- Puntuacion minima para dar una coincidencia ---
       01 WS-UMBRAL-COINCIDENCIA  PIC 9(03) VALUE 80.
      *
      *--- Lista en memoria (se carga una vez por ejecucion), con el
      *--- documento normalizado y el nombre ya separado en palabras
       01 WS-TABLA-CARGADA        PIC X VALUE 'N'.
       01 WS-MAX-ENTRADAS         PIC 9(05) VALUE 5000.
       01 WS-NUM-ENTRADAS         PIC 9(05) VALUE 0.
       01 WS-IDX-ENTRADA          PIC 9(05) VALUE 0.
       01 WS-TABLA-LISTA.
          05 WS-LST-ENTRY OCCURS 5000 TIMES.
             10 WS-LST-ID          PIC X(10).
             10 WS-LST-NOMBRE      PIC X(40).
             10 WS-LST-DOCUMENTO   PIC X(15).
             10 WS-LST-NUM-PALABRAS PIC 9(01).
             10 WS-LST-PALABRA-ENTRY OCCURS 6 TIMES.
                15 WS-LST-PALABRA  PIC X(20).
                15 WS-LST-LONGITUD PIC 9(02).
       01 WS-MAX-PALABRAS-LISTA   PIC 9(01) VALUE 6.
       01 WS-FIN-SANCIONES        PIC X VALUE 'N'.
      *
      *--- Separacion de un texto en palabras ---
       01 WS-TEXTO                PIC X(50).
       01 WS-POS                  PIC 9(02) VALUE 0.
       01 WS-CAR                  PIC X(01).
       01 WS-PALABRA-EN-CURSO     PIC X(20).
          88 WS-PARTICULA             VALUE "DE" "DEL" "LA" "LAS"
                                            "LOS" "EL" "Y".
       01 WS-LONG-EN-CURSO        PIC 9(02) VALUE 0.
       01 WS-MAX-PALABRAS         PIC 9(02) VALUE 10.
       01 WS-NUM-PALABRAS         PIC 9(02) VALUE 0.
       01 WS-TABLA-PALABRAS.
          05 WS-PAL-ENTRY OCCURS 10 TIMES.
             10 WS-PAL-PALABRA     PIC X(20).
             10 WS-PAL-LONGITUD    PIC 9(02).
       01 WS-IDX-PALABRA          PIC 9(02) VALUE 0.
      *
      *--- Nombre y documento cribados ---
       01 WS-SUJ-NUM-PALABRAS     PIC 9(02) VALUE 0.
       01 WS-TABLA-SUJETO.
          05 WS-SUJ-ENTRY OCCURS 10 TIMES.
             10 WS-SUJ-PALABRA     PIC X(20).
             10 WS-SUJ-LONGITUD    PIC 9(02).
       01 WS-DOC-ENTRADA          PIC X(15).
       01 WS-DOC-NORMAL           PIC X(15).
       01 WS-DOC-SUJETO           PIC X(15).
       01 WS-POS-DOC              PIC 9(02) VALUE 0.
      *
      *--- Comparacion con una entrada de la lista ---
       01 WS-IDX-LISTA            PIC 9(01) VALUE 0.
       01 WS-IDX-SUJETO           PIC 9(02) VALUE 0.
       01 WS-PALABRA-CASA         PIC X VALUE 'N'.
       01 WS-NUM-CASADAS          PIC 9(01) VALUE 0.
       01 WS-PUNTUACION           PIC 9(03) VALUE 0.
       01 WS-MEJOR-PUNTUACION     PIC 9(03) VALUE 0.
       01 WS-MEJOR-ENTRADA        PIC 9(05) VALUE 0.
       01 WS-LONG-MENOR           PIC 9(02) VALUE 0.
       01 WS-LONG-MAYOR           PIC 9(02) VALUE 0.
       01 WS-ERRORES-ADMITIDOS    PIC 9(01) VALUE 0.
      *
      *--- Distancia de edicion entre dos palabras (dos filas de la
      *--- matriz; la posicion k guarda la columna k - 1) ---
       01 WS-LEV-A                PIC X(20).
       01 WS-LEV-LA               PIC 9(02) VALUE 0.
       01 WS-LEV-B                PIC X(20).
       01 WS-LEV-LB               PIC 9(02) VALUE 0.
       01 WS-LEV-I                PIC 9(02) VALUE 0.
       01 WS-LEV-J                PIC 9(02) VALUE 0.
       01 WS-LEV-COSTE            PIC 9(01) VALUE 0.
       01 WS-LEV-MINIMO           PIC 9(02) VALUE 0.
       01 WS-LEV-DISTANCIA        PIC 9(02) VALUE 0.
       01 WS-LEV-FILA-ANTERIOR.
          05 WS-LEV-ANTERIOR      PIC 9(02) OCCURS 21 TIMES.
       01 WS-LEV-FILA-ACTUAL.
          05 WS-LEV-ACTUAL        PIC 9(02) OCCURS 21 TIMES.
      *
       01 WS-SANCIONES-STATUS     PIC X(02).
          88 WS-SANCIONES-OK          VALUE "00".
      *
      *-------- BLOQUE 4: LINKAGE SECTION -----------------------------*
       LINKAGE SECTION.
      *
       01 CS-NOMBRE               PIC X(50).
       01 CS-DOCUMENTO            PIC X(15).
       01 CS-RESULTADO            PIC X(01).
       01 CS-ID-LISTA             PIC X(10).
       01 CS-NOMBRE-LISTA         PIC X(40).
       01 CS-PUNTUACION           PIC 9(03).
      *
      *-------- BLOQUE 5: PROCEDURE DIVISION ------------------------*
       PROCEDURE DIVISION USING CS-NOMBRE CS-DOCUMENTO CS-RESULTADO
           CS-ID-LISTA CS-NOMBRE-LISTA CS-PUNTUACION.
      *
       0000-PRINCIPAL.
           IF WS-TABLA-CARGADA = 'N'
              PERFORM 1000-CARGAR-LISTA
           END-IF
           MOVE "N" TO CS-RESULTADO
           MOVE SPACES TO CS-ID-LISTA
           MOVE SPACES TO CS-NOMBRE-LISTA
           MOVE 0 TO CS-PUNTUACION
           IF WS-NUM-ENTRADAS = 0
              MOVE "E" TO CS-RESULTADO
           ELSE
              PERFORM 2000-CRIBAR
           END-IF
           GOBACK.
      *
      *    Carga el maestro SANCIONS en memoria; las entradas que no
      *    quepan en la tabla se avisan y no se criban.
       1000-CARGAR-LISTA.
           MOVE 'S' TO WS-TABLA-CARGADA
           MOVE 0 TO WS-NUM-ENTRADAS
           OPEN INPUT SANCIONES-FILE
           IF WS-SANCIONES-OK
              MOVE 'N' TO WS-FIN-SANCIONES
              PERFORM UNTIL WS-FIN-SANCIONES = 'S'
                 READ SANCIONES-FILE NEXT RECORD
                    AT END
                       MOVE 'S' TO WS-FIN-SANCIONES
                    NOT AT END
                       IF WS-NUM-ENTRADAS < WS-MAX-ENTRADAS
                          PERFORM 1100-ANOTAR-ENTRADA
                       ELSE
                          DISPLAY "AVISO: lista de sanciones con mas "
                             "de " WS-MAX-ENTRADAS " nombres; desde "
                             SAN-ID " no se criban."
                          MOVE 'S' TO WS-FIN-SANCIONES
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE SANCIONES-FILE
           END-IF
           IF WS-NUM-ENTRADAS = 0
              DISPLAY "AVISO: no hay lista de sanciones cargada "
                 "(SANCIONS); no se criba ningun nombre."
           END-IF.
      *
       1100-ANOTAR-ENTRADA.
           ADD 1 TO WS-NUM-ENTRADAS
           MOVE SAN-ID TO WS-LST-ID(WS-NUM-ENTRADAS)
           MOVE SAN-NOMBRE TO WS-LST-NOMBRE(WS-NUM-ENTRADAS)
           MOVE SAN-DOCUMENTO TO WS-DOC-ENTRADA
           PERFORM 3500-NORMALIZAR-DOCUMENTO
           MOVE WS-DOC-NORMAL TO WS-LST-DOCUMENTO(WS-NUM-ENTRADAS)
           MOVE SAN-NOMBRE TO WS-TEXTO
           PERFORM 3000-SEPARAR-PALABRAS
           IF WS-NUM-PALABRAS > WS-MAX-PALABRAS-LISTA
              MOVE WS-MAX-PALABRAS-LISTA TO WS-NUM-PALABRAS
           END-IF
           MOVE WS-NUM-PALABRAS
              TO WS-LST-NUM-PALABRAS(WS-NUM-ENTRADAS)
           PERFORM VARYING WS-IDX-PALABRA FROM 1 BY 1
              UNTIL WS-IDX-PALABRA > WS-NUM-PALABRAS
              MOVE WS-PAL-PALABRA(WS-IDX-PALABRA)
                 TO WS-LST-PALABRA(WS-NUM-ENTRADAS, WS-IDX-PALABRA)
              MOVE WS-PAL-LONGITUD(WS-IDX-PALABRA)
                 TO WS-LST-LONGITUD(WS-NUM-ENTRADAS, WS-IDX-PALABRA)
           END-PERFORM.
      *
      *    Compara el nombre y el documento recibidos con toda la
      *    lista y se queda con la entrada de mejor puntuacion.
       2000-CRIBAR.
           MOVE CS-DOCUMENTO TO WS-DOC-ENTRADA
           PERFORM 3500-NORMALIZAR-DOCUMENTO
           MOVE WS-DOC-NORMAL TO WS-DOC-SUJETO
           MOVE CS-NOMBRE TO WS-TEXTO
           PERFORM 3000-SEPARAR-PALABRAS
           MOVE WS-NUM-PALABRAS TO WS-SUJ-NUM-PALABRAS
           MOVE WS-TABLA-PALABRAS TO WS-TABLA-SUJETO
           MOVE 0 TO WS-MEJOR-PUNTUACION
           MOVE 0 TO WS-MEJOR-ENTRADA
           PERFORM VARYING WS-IDX-ENTRADA FROM 1 BY 1
              UNTIL WS-IDX-ENTRADA > WS-NUM-ENTRADAS
              OR WS-MEJOR-PUNTUACION = 100
              PERFORM 2100-COMPARAR-ENTRADA
           END-PERFORM
           IF WS-MEJOR-ENTRADA > 0
              AND WS-MEJOR-PUNTUACION >= WS-UMBRAL-COINCIDENCIA
              MOVE "S" TO CS-RESULTADO
              MOVE WS-LST-ID(WS-MEJOR-ENTRADA) TO CS-ID-LISTA
              MOVE WS-LST-NOMBRE(WS-MEJOR-ENTRADA) TO CS-NOMBRE-LISTA
              MOVE WS-MEJOR-PUNTUACION TO CS-PUNTUACION
           END-IF.
      *
       2100-COMPARAR-ENTRADA.
           MOVE 0 TO WS-PUNTUACION
           IF WS-DOC-SUJETO NOT = SPACES
              AND WS-DOC-SUJETO = WS-LST-DOCUMENTO(WS-IDX-ENTRADA)
              MOVE 100 TO WS-PUNTUACION
           ELSE
              IF WS-SUJ-NUM-PALABRAS > 0
                 AND WS-LST-NUM-PALABRAS(WS-IDX-ENTRADA) > 0
                 MOVE 0 TO WS-NUM-CASADAS
                 PERFORM VARYING WS-IDX-LISTA FROM 1 BY 1
                    UNTIL WS-IDX-LISTA >
                       WS-LST-NUM-PALABRAS(WS-IDX-ENTRADA)
                    MOVE 'N' TO WS-PALABRA-CASA
                    PERFORM VARYING WS-IDX-SUJETO FROM 1 BY 1
                       UNTIL WS-IDX-SUJETO > WS-SUJ-NUM-PALABRAS
                       OR WS-PALABRA-CASA = 'S'
                       PERFORM 2200-COMPARAR-PALABRAS
                    END-PERFORM
                    IF WS-PALABRA-CASA = 'S'
                       ADD 1 TO WS-NUM-CASADAS
                    END-IF
                 END-PERFORM
                 COMPUTE WS-PUNTUACION = WS-NUM-CASADAS * 100
                    / WS-LST-NUM-PALABRAS(WS-IDX-ENTRADA)
              END-IF
           END-IF
           IF WS-PUNTUACION > WS-MEJOR-PUNTUACION
              MOVE WS-PUNTUACION TO WS-MEJOR-PUNTUACION
              MOVE WS-IDX-ENTRADA TO WS-MEJOR-ENTRADA
           END-IF.
      *
      *    Dos palabras casan si son iguales o, con la misma inicial
      *    y al menos cuatro letras, si se diferencian en una letra
      *    (dos si la mas larga tiene ocho o mas): cubre las
      *    transliteraciones y erratas habituales sin disparar la
      *    distancia de edicion en cada pareja.
       2200-COMPARAR-PALABRAS.
           IF WS-LST-PALABRA(WS-IDX-ENTRADA, WS-IDX-LISTA)
              = WS-SUJ-PALABRA(WS-IDX-SUJETO)
              MOVE 'S' TO WS-PALABRA-CASA
           ELSE
              IF WS-LST-PALABRA(WS-IDX-ENTRADA, WS-IDX-LISTA)(1:1)
                 = WS-SUJ-PALABRA(WS-IDX-SUJETO)(1:1)
                 MOVE WS-LST-PALABRA(WS-IDX-ENTRADA, WS-IDX-LISTA)
                    TO WS-LEV-A
                 MOVE WS-LST-LONGITUD(WS-IDX-ENTRADA, WS-IDX-LISTA)
                    TO WS-LEV-LA
                 MOVE WS-SUJ-PALABRA(WS-IDX-SUJETO) TO WS-LEV-B
                 MOVE WS-SUJ-LONGITUD(WS-IDX-SUJETO) TO WS-LEV-LB
                 IF WS-LEV-LA < WS-LEV-LB
                    MOVE WS-LEV-LA TO WS-LONG-MENOR
                    MOVE WS-LEV-LB TO WS-LONG-MAYOR
                 ELSE
                    MOVE WS-LEV-LB TO WS-LONG-MENOR
                    MOVE WS-LEV-LA TO WS-LONG-MAYOR
                 END-IF
                 IF WS-LONG-MAYOR < 8
                    MOVE 1 TO WS-ERRORES-ADMITIDOS
                 ELSE
                    MOVE 2 TO WS-ERRORES-ADMITIDOS
                 END-IF
                 IF WS-LONG-MENOR >= 4
                    AND WS-LONG-MAYOR - WS-LONG-MENOR
                       <= WS-ERRORES-ADMITIDOS
                    PERFORM 4000-DISTANCIA-EDICION
                    IF WS-LEV-DISTANCIA <= WS-ERRORES-ADMITIDOS
                       MOVE 'S' TO WS-PALABRA-CASA
                    END-IF
                 END-IF
              END-IF
           END-IF.
      *
      *    Separa WS-TEXTO en palabras de WS-TABLA-PALABRAS, en
      *    mayusculas y sin signos; descarta las letras sueltas y las
      *    particulas.
       3000-SEPARAR-PALABRAS.
           INSPECT WS-TEXTO CONVERTING
              "abcdefghijklmnopqrstuvwxyz.,;:-'/()&"
              TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ          "
           MOVE 0 TO WS-NUM-PALABRAS
           MOVE SPACES TO WS-TABLA-PALABRAS
           MOVE SPACES TO WS-PALABRA-EN-CURSO
           MOVE 0 TO WS-LONG-EN-CURSO
           PERFORM VARYING WS-POS FROM 1 BY 1 UNTIL WS-POS > 50
              MOVE WS-TEXTO(WS-POS:1) TO WS-CAR
              IF WS-CAR = SPACE
                 PERFORM 3100-CERRAR-PALABRA
              ELSE
                 IF WS-LONG-EN-CURSO < 20
                    ADD 1 TO WS-LONG-EN-CURSO
                    MOVE WS-CAR
                       TO WS-PALABRA-EN-CURSO(WS-LONG-EN-CURSO:1)
                 END-IF
              END-IF
           END-PERFORM
           PERFORM 3100-CERRAR-PALABRA.
      *
       3100-CERRAR-PALABRA.
           IF WS-LONG-EN-CURSO > 1
              AND NOT WS-PARTICULA
              AND WS-NUM-PALABRAS < WS-MAX-PALABRAS
              ADD 1 TO WS-NUM-PALABRAS
              MOVE WS-PALABRA-EN-CURSO
                 TO WS-PAL-PALABRA(WS-NUM-PALABRAS)
              MOVE WS-LONG-EN-CURSO TO WS-PAL-LONGITUD(WS-NUM-PALABRAS)
           END-IF
           MOVE SPACES TO WS-PALABRA-EN-CURSO
           MOVE 0 TO WS-LONG-EN-CURSO.
      *
      *    Documento en mayusculas sin espacios, guiones, puntos ni
      *    barras, para que "12.345.678-Z" y "12345678Z" casen.
       3500-NORMALIZAR-DOCUMENTO.
           INSPECT WS-DOC-ENTRADA CONVERTING
              "abcdefghijklmnopqrstuvwxyz"
              TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           MOVE SPACES TO WS-DOC-NORMAL
           MOVE 0 TO WS-POS-DOC
           PERFORM VARYING WS-POS FROM 1 BY 1 UNTIL WS-POS > 15
              MOVE WS-DOC-ENTRADA(WS-POS:1) TO WS-CAR
              IF WS-CAR NOT = SPACE AND WS-CAR NOT = "-"
                 AND WS-CAR NOT = "." AND WS-CAR NOT = "/"
                 ADD 1 TO WS-POS-DOC
                 MOVE WS-CAR TO WS-DOC-NORMAL(WS-POS-DOC:1)
              END-IF
           END-PERFORM.
      *
      *    Distancia de edicion (inserciones, borrados y cambios de
      *    letra) entre WS-LEV-A y WS-LEV-B, por filas.
       4000-DISTANCIA-EDICION.
           PERFORM VARYING WS-LEV-J FROM 0 BY 1
              UNTIL WS-LEV-J > WS-LEV-LB
              MOVE WS-LEV-J TO WS-LEV-ANTERIOR(WS-LEV-J + 1)
           END-PERFORM
           PERFORM VARYING WS-LEV-I FROM 1 BY 1
              UNTIL WS-LEV-I > WS-LEV-LA
              MOVE WS-LEV-I TO WS-LEV-ACTUAL(1)
              PERFORM VARYING WS-LEV-J FROM 1 BY 1
                 UNTIL WS-LEV-J > WS-LEV-LB
                 IF WS-LEV-A(WS-LEV-I:1) = WS-LEV-B(WS-LEV-J:1)
                    MOVE 0 TO WS-LEV-COSTE
                 ELSE
                    MOVE 1 TO WS-LEV-COSTE
                 END-IF
                 COMPUTE WS-LEV-MINIMO =
                    WS-LEV-ANTERIOR(WS-LEV-J) + WS-LEV-COSTE
                 IF WS-LEV-ANTERIOR(WS-LEV-J + 1) + 1 < WS-LEV-MINIMO
                    COMPUTE WS-LEV-MINIMO =
                       WS-LEV-ANTERIOR(WS-LEV-J + 1) + 1
                 END-IF
                 IF WS-LEV-ACTUAL(WS-LEV-J) + 1 < WS-LEV-MINIMO
                    COMPUTE WS-LEV-MINIMO = WS-LEV-ACTUAL(WS-LEV-J) + 1
                 END-IF
                 MOVE WS-LEV-MINIMO TO WS-LEV-ACTUAL(WS-LEV-J + 1)
              END-PERFORM
              MOVE WS-LEV-FILA-ACTUAL TO WS-LEV-FILA-ANTERIOR
           END-PERFORM
           MOVE WS-LEV-ANTERIOR(WS-LEV-LB + 1) TO WS-LEV-DISTANCIA.
