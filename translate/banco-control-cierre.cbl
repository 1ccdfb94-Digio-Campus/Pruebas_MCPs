      *              paso llamador puede ejecutarse para la fecha de
      *              negocio de hoy (no repetido, y con su paso
      *              anterior ya completado); con accion "F" anota el
      *              paso como completado; con accion "E" solo
      *              consulta si el cierre de hoy esta en curso
      *              (abierto por el paso 05 y sin terminar), para los
      *              programas de ventanilla que el job lanza por SYSIN.
      *              El estado vive en el
      *              fichero CTLCIERR, de un unico registro, como los
      *              contadores CTLMOV/CTLCTA. Un paso rechazado debe
      *              terminar sin procesar pero con codigo de retorno
      *               la conciliacion de emisiones y el resumen
      *               contable; el paso anterior del 60 pasa a ser
      *               el 59. El ultimo paso sigue siendo el 60.
      *   2026-10-15  Nuevo paso 29 (BANCO-COBRA-PRESTAMOS), entre el
      *               vencimiento de plazos y el control de cajas; el
      *               paso anterior del 35 pasa a ser el 29.
      *   2026-10-15  Nuevo paso 31 (BANCO-COMPENSA-CHEQUES), entre
      *               el cobro de prestamos y el control de cajas; el
      *               paso anterior del 35 pasa a ser el 31.
      *   2026-10-15  Nuevo paso 32 (BANCO-PROCESA-TARJETAS), entre
      *               la compensacion de cheques y el control de
      *               cajas; el paso anterior del 35 pasa a ser el 32.
      *   2026-10-15  Nuevo paso 05 (BANCO-APERTURA-DIA), primero del
      *               job, que abre la fecha de negocio segun el
      *               calendario bancario; el paso anterior del 25
      *               pasa a ser el 05. El cambio de fecha guarda la
      *               fecha de negocio anterior en CIE-FECHA-ANTERIOR
      *               y limpia los datos de apertura.
      *   2026-10-15  El ultimo paso pasa del 60 al 65 con el alta del
      *               asiento diario para la contabilidad general
      *               (BANCO-DIARIO-CONTABLE) en el job. El paso 65
      *               no se anota si el asiento no cuadra, de forma
      *               que el job pare ahi y un rerun reanude en el.
      *   2026-10-15  El ultimo paso pasa del 65 al 70 con el alta de la
      *               estadistica diaria de operaciones por codigo y
      *               canal (BANCO-ESTADISTICA-DIARIA) en el job.
      *   2026-10-15  Nuevo paso 26 (BANCO-CRIBA-TRANSOUT), entre la
      *               liquidacion de ordenes y los abonos entrantes;
      *               el paso anterior del 27 pasa a ser el 26.
      *   2026-10-15  El ultimo paso pasa del 70 al 75 con el alta de
      *               los avisos a clientes (BANCO-AVISOS-CLIENTES) en
      *               el job.
      *   2026-10-15  Nueva accion "E" de consulta del cierre en curso,
      *               con la que BANCO-INGRESOS, BANCO-TRANSFERENCIA y
      *               BANCO-CONSULTA-SALDO distinguen su ejecucion
      *               dentro del job de la de ventanilla. El ultimo
      *               paso pasa del 75 al 80 con el alta de la
      *               validacion de totales de control
      *               (BANCO-VALIDA-TOTALES) en el job; el paso 80 no
      *               se anota si los totales no cuadran.
      *   2026-10-15  Nuevo paso 56 (BANCO-INFORME-DIVISAS), entre el
      *               cuadre de limites y el informe de operadores;
      *               el paso anterior del 57 pasa a ser el 56.
      *   2026-10-15  Nuevo paso 52 (BANCO-INTEGRIDAD), entre el
      *               cuadre diario y el cuadre de limites; el paso
      *               anterior del 55 pasa a ser el 52.
      *   2026-10-15  Nuevo paso 77 (BANCO-CADUCA-APROBACIONES),
      *               entre los avisos a clientes y la validacion de
      *               totales; el paso anterior del 80 pasa a ser el
      *               77.
      *   2026-10-15  El cambio de fecha solo pasa a CIE-FECHA-ANTERIOR
      *               una fecha que llego a abrirse (paso 05
      *               completado): una apertura rechazada en un dia
      *               inhabil ya no acorta los dias naturales que
      *               cubre la siguiente fecha de negocio, ni se avisa
      *               de su cierre como incompleto.
      *================================================================*
      *
      *-------- BLOQUE 1: IDENTIFICATION DIVISION -------------------*
      *
      *--- Ultimo paso del job de cierre: con el completado, el
      *--- cierre del dia se considera terminado ---
       01 WS-PASO-FINAL           PIC 9(02) VALUE 80.
      *
      *--- Paso de apertura de la fecha de negocio ---
       01 WS-PASO-APERTURA        PIC 9(02) VALUE 05.
      *
       01 WS-FECHA-ACTUAL         PIC X(10).
       01 WS-CTLCIERRE-STATUS     PIC X(02).
           ACCEPT WS-FECHA-ACTUAL FROM DATE YYYYMMDD
           MOVE SPACES TO CC-MENSAJE
           PERFORM 1000-ABRIR-FICHERO
           EVALUATE CC-ACCION
              WHEN "F"
                 PERFORM 3000-ANOTAR-PASO-COMPLETADO
              WHEN "E"
                 PERFORM 4000-CONSULTAR-EN-CURSO
              WHEN OTHER
                 PERFORM 2000-COMPROBAR-PASO
           END-EVALUATE
           PERFORM 8900-CERRAR-FICHERO
           GOBACK.
      *
              MOVE "C" TO CIE-CLAVE
              MOVE SPACES TO CIE-FECHA-NEGOCIO
              MOVE 0 TO CIE-ULTIMO-PASO
              MOVE SPACES TO CIE-FECHA-ANTERIOR
              MOVE 0 TO CIE-DIAS-NATURALES
              MOVE 'N' TO CIE-APERTURA-FORZADA
              WRITE CIE-REGISTRO
           END-IF.
      *
      *    ejecutado ya y su paso anterior esta completado. El cambio
      *    de fecha de negocio reinicia el control; si el cierre
      *    anterior quedo incompleto se avisa, pero el dia nuevo
      *    arranca igualmente desde el primer paso. Una fecha cuya
      *    apertura se rechazo (dia inhabil) no llego a abrirse: no
      *    se avisa de ella ni pasa a ser la fecha anterior.
       2000-COMPROBAR-PASO.
           MOVE "C" TO CIE-CLAVE
           READ CTLCIERRE-FILE
           IF CIE-FECHA-NEGOCIO NOT = WS-FECHA-ACTUAL
              IF CIE-FECHA-NEGOCIO NOT = SPACES
                 AND CIE-ULTIMO-PASO >= WS-PASO-APERTURA
                 IF CIE-ULTIMO-PASO < WS-PASO-FINAL
                    DISPLAY "AVISO: el cierre de " CIE-FECHA-NEGOCIO
                       " quedo incompleto en el paso " CIE-ULTIMO-PASO
                 END-IF
                 MOVE CIE-FECHA-NEGOCIO TO CIE-FECHA-ANTERIOR
              END-IF
              MOVE WS-FECHA-ACTUAL TO CIE-FECHA-NEGOCIO
              MOVE 0 TO CIE-ULTIMO-PASO
              MOVE 0 TO CIE-DIAS-NATURALES
              MOVE 'N' TO CIE-APERTURA-FORZADA
              REWRITE CIE-REGISTRO
           END-IF
           IF CIE-ULTIMO-PASO >= CC-PASO
           MOVE CC-PASO TO CIE-ULTIMO-PASO
           REWRITE CIE-REGISTRO
           MOVE 'S' TO CC-PERMITIDO.
      *
      *    El cierre esta en curso si la fecha de negocio es la de hoy
      *    y el ultimo paso completado esta entre la apertura y el
      *    paso final; no se modifica nada.
       4000-CONSULTAR-EN-CURSO.
           MOVE 'N' TO CC-PERMITIDO
           MOVE "C" TO CIE-CLAVE
           READ CTLCIERRE-FILE
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 IF CIE-FECHA-NEGOCIO = WS-FECHA-ACTUAL
                    AND CIE-ULTIMO-PASO > 0
                    AND CIE-ULTIMO-PASO < WS-PASO-FINAL
                    MOVE 'S' TO CC-PERMITIDO
                 END-IF
           END-READ.
      *
       8900-CERRAR-FICHERO.
           CLOSE CTLCIERRE-FILE.
