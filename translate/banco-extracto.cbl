      *               archivo de fin de mes. Si MOVHIST no esta
      *               disponible se avisa y se sigue solo con
      *               MOVIMIEN.
      *   2026-10-15  La cabecera del extracto muestra el IBAN de la
      *               cuenta, calculado con BANCO-IBAN.
      *================================================================*
      *
      *-------- BLOQUE 1: IDENTIFICATION DIVISION -------------------*
      *--- Datos de cuenta ---
       01 WS-NUMERO-CUENTA       PIC X(20).
       01 WS-TITULAR              PIC X(40).
       01 WS-IBAN-IMPRESO         PIC X(42) VALUE SPACES.
       01 WS-SALDO-INICIAL        PIC S9(10)V99 VALUE 0.
       01 WS-SALDO-FINAL          PIC S9(10)V99 VALUE 0.
      *
       01 WS-IMPORTE-EDITADO       PIC ZZZZZZZZZ9.99.
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
      *-------- BLOQUE 4: PROCEDURE DIVISION ------------------------*
       PROCEDURE DIVISION.
      *
              NOT INVALID KEY
                 MOVE CTA-TITULAR    TO WS-TITULAR
                 MOVE CTA-SALDO-DISP TO WS-SALDO-FINAL
                 MOVE "C" TO WS-IB-ACCION
                 MOVE CTA-NUM-CUENTA TO WS-IB-CUENTA
                 CALL "BANCO-IBAN" USING WS-IB-ACCION WS-IB-CUENTA
                    WS-IB-IBAN WS-IB-IBAN-IMPRESO WS-IB-VALIDA
                    WS-IB-MOTIVO
                 MOVE WS-IB-IBAN-IMPRESO TO WS-IBAN-IMPRESO
           END-READ.
      *
      *    Pide el rango de fechas y el tipo de movimiento a incluir
           DISPLAY " "
           DISPLAY "=========================================="
           DISPLAY "  EXTRACTO - " WS-NUMERO-CUENTA
           IF WS-IBAN-IMPRESO NOT = SPACES
              DISPLAY "  IBAN:    " WS-IBAN-IMPRESO
           END-IF
           DISPLAY "  Titular: " WS-TITULAR
           IF WS-FECHA-DESDE NOT = SPACES OR WS-FECHA-HASTA NOT = SPACES
              OR WS-TIPO-FILTRO NOT = SPACE
