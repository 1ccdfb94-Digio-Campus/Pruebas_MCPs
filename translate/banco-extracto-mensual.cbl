      *              BANCO-EXTRACTO para el envio postal mensual.
      * AUTOR: Proyecto MCPs
      * FECHA: 2026-09-02
      *
      * HISTORIAL DE MODIFICACIONES:
      *   2026-10-15  El paso anota su inicio y sus cifras en el fichero
      *               de totales de control TOTCTL (BANCO-TOTALES-PASO)
      *               para la hoja de control del job que emite
      *               BANCO-VALIDA-TOTALES.
      *   2026-10-15  La cabecera de cada pagina del extracto imprime
      *               el IBAN de la cuenta, calculado con BANCO-IBAN.
      *================================================================*
      *
      *-------- BLOQUE 1: IDENTIFICATION DIVISION -------------------*
      *
      *--- Datos del extracto en curso ---
       01 WS-NUMERO-CUENTA         PIC X(20).
       01 WS-IBAN-IMPRESO          PIC X(42) VALUE SPACES.
       01 WS-SALDO-INICIAL         PIC S9(10)V99 VALUE 0.
       01 WS-SALDO-FINAL           PIC S9(11)V99 VALUE 0.
       01 WS-TOTAL-INGRESOS        PIC 9(10)V99 VALUE 0.
       01 WS-SALDO-EDITADO         PIC ZZZZZZZZZ9.99-.
       01 WS-CSV-CONCEPTO          PIC X(50).
      *
      *--- IBAN de la cuenta (BANCO-IBAN) ---
       01 WS-IB-ACCION             PIC X(01).
       01 WS-IB-CUENTA             PIC X(20).
       01 WS-IB-IBAN               PIC X(34).
       01 WS-IB-IBAN-IMPRESO       PIC X(42).
       01 WS-IB-VALIDA             PIC X(01).
       01 WS-IB-MOTIVO             PIC X(40).
      *
      *--- Totales del paso (ver BANCO-TOTALES-PASO) ---
       01 WS-TP-ACCION             PIC X(01).
           COPY "totctl.cpy"
              REPLACING LEADING ==TOT-== BY ==WS-TPA-==.
      *
      *-------- BLOQUE 4: PROCEDURE DIVISION ------------------------*
       PROCEDURE DIVISION.
      *
       0000-PRINCIPAL.
           PERFORM 1000-INICIALIZAR
           PERFORM 1300-INICIAR-TOTALES-PASO
           PERFORM 2000-ABRIR-FICHEROS
           PERFORM 3000-RECORRER-CARTERA
           PERFORM 7000-TOTAL-DE-CONTROL
           PERFORM 8900-CERRAR-FICHEROS
           PERFORM 1400-ANOTAR-TOTALES-PASO
           PERFORM 9000-FINALIZAR
           STOP RUN.
      *
              END-IF
           END-IF
           DISPLAY "Se producen los extractos de " WS-MES-EXTRACTO.
      *
      *    Anota en TOTCTL el inicio del paso para la hoja de
      *    control del job (BANCO-VALIDA-TOTALES).
       1300-INICIAR-TOTALES-PASO.
           MOVE SPACES TO WS-TPA-REGISTRO
           MOVE "BANCO-EXTRACTO-MES" TO WS-TPA-PROGRAMA
           MOVE "BANCOMES" TO WS-TPA-JOB
           MOVE "I" TO WS-TP-ACCION
           CALL "BANCO-TOTALES-PASO" USING WS-TP-ACCION
              WS-TPA-REGISTRO.
      *
      *    Anota en TOTCTL las cifras del paso y su codigo de
      *    retorno, que se conserva tras la llamada.
       1400-ANOTAR-TOTALES-PASO.
           MOVE WS-NUM-CUENTAS-LEIDAS TO WS-TPA-LEIDOS
           MOVE WS-NUM-EXTRACTOS TO WS-TPA-ACEPTADOS
           MOVE RETURN-CODE TO WS-TPA-RC
           MOVE "F" TO WS-TP-ACCION
           CALL "BANCO-TOTALES-PASO" USING WS-TP-ACCION
              WS-TPA-REGISTRO
           MOVE WS-TPA-RC TO RETURN-CODE.
      *
       2000-ABRIR-FICHEROS.
           OPEN INPUT CUENTAS-FILE
       5500-EMITIR-EXTRACTO-CUENTA.
           ADD 1 TO WS-NUM-EXTRACTOS
           MOVE 0 TO WS-NUM-PAGINA
           MOVE "C" TO WS-IB-ACCION
           MOVE WS-NUMERO-CUENTA TO WS-IB-CUENTA
           CALL "BANCO-IBAN" USING WS-IB-ACCION WS-IB-CUENTA
              WS-IB-IBAN WS-IB-IBAN-IMPRESO WS-IB-VALIDA WS-IB-MOTIVO
           MOVE WS-IB-IBAN-IMPRESO TO WS-IBAN-IMPRESO
           PERFORM 6100-CABECERA-DE-PAGINA
           MOVE WS-SALDO-INICIAL TO WS-SALDO-EDITADO
           MOVE SPACES TO WS-LINEA-IMPRESION
              " PAGINA " WS-NUM-PAGINA
              DELIMITED BY SIZE INTO WS-LINEA-IMPRESION
           WRITE WS-LINEA-IMPRESION
           IF WS-IBAN-IMPRESO NOT = SPACES
              MOVE SPACES TO WS-LINEA-IMPRESION
              STRING "IBAN " WS-IBAN-IMPRESO
                 DELIMITED BY SIZE INTO WS-LINEA-IMPRESION
              WRITE WS-LINEA-IMPRESION
           END-IF
           MOVE SPACES TO WS-LINEA-IMPRESION
           STRING "TITULAR " CTA-TITULAR
              DELIMITED BY SIZE INTO WS-LINEA-IMPRESION
