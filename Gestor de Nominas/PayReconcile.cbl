      *> lot and gives a one-page PASS/FAIL verdict in CUADRE.PRT:
      *>   - re-foots the register detail lines against the
      *>     TOTALES line actually printed,
      *>   - proves the bank file's credits minus the deposits
      *>     voided into the recall list equal the register net -
      *>     once payments held back at the pre-release review
      *>     (PayReview, see PAYHOLD) are added
      *>     back and payments released into this run from earlier
      *>     holds are taken off,
      *>   - proves the GL debits equal the GL credits, that the
      *>     wage-expense debits match the register gross and that
      *>     the net-payable credit matches the register net,
      *> Any check failing sets RETURN-CODE 8 so the overnight
      *> scheduler holds the bank file back instead of sending it.
      *> The period reconciled is the last one marked "P" in the
      *> calendar; CUADRE_PERIODO overrides. NOMINA_GRUPO names the
      *> pay group (see PAYGRP; blank is the weekly group): the
      *> run's files are that group's, its report carries the
      *> group's code, and only its lines of the shared audit log
      *> take part. NOMINA_EXTRA=S reconciles an off-cycle run
      *> (pagas extra, bonuses) on that run's own -EXT files; it
      *> has no calendar period, so without CUADRE_PERIODO the
      *> period is the one the pay run takes by default - the year,
      *> then 80 plus the month. NOMINA_FINIQUITO=S does the same
      *> for a settlement run (finiquitos) on its -FIN files, whose
      *> default period is the year, then 60 plus the month.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.

           SELECT PAY-GROUP-FILE ASSIGN DYNAMIC WS-PAYGRP-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAYGRP-FILE-STATUS.

           SELECT PAY-HOLD-FILE ASSIGN DYNAMIC WS-HOLD-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLD-FILE-STATUS.

           SELECT RECALL-LIST-FILE ASSIGN DYNAMIC WS-RECALL-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RECALL-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PRINT-FILE.
       FD  REPORT-FILE.
           COPY RPTREC.

       FD  PAY-GROUP-FILE.
           COPY PAYGRP.

       FD  PAY-HOLD-FILE.
           COPY PAYHOLD.

       FD  RECALL-LIST-FILE.
           COPY RECALLST.

       WORKING-STORAGE SECTION.
       01 WS-PRINT-FILE-PATH      PIC X(40) VALUE "data/PAYROLL.PRT".
       01 WS-PRINT-FILE-STATUS    PIC X(2).
       01 WS-PAYCAL-FILE-STATUS   PIC X(2).
       01 WS-REPORT-FILE-PATH     PIC X(40) VALUE "data/CUADRE.PRT".
       01 WS-REPORT-FILE-STATUS   PIC X(2).
       01 WS-PAYGRP-FILE-PATH     PIC X(40) VALUE "data/PAYGRP.DAT".
       01 WS-PAYGRP-FILE-STATUS   PIC X(2).
       01 WS-HOLD-FILE-PATH       PIC X(40) VALUE "data/PAYHOLD.DAT".
       01 WS-HOLD-FILE-STATUS     PIC X(2).
       01 WS-RECALL-FILE-PATH     PIC X(40) VALUE "data/RECALL.DAT".
       01 WS-RECALL-FILE-STATUS   PIC X(2).

      *> Pay group reconciled - same parameter and same file naming
      *> as the pay run (see 1057-SUFFIX-FILE-PATH).
       01 WS-PAY-GROUP            PIC X(3) VALUE SPACES.
       01 WS-DEFAULT-PAY-GROUP    PIC X(3) VALUE "SEM".
       01 WS-PAY-GROUP-FOUND-FLAG PIC X VALUE "N".
           88 PAY-GROUP-FOUND         VALUE "Y".
       01 WS-OFF-CYCLE-FLAG       PIC X VALUE "N".
           88 OFF-CYCLE-RUN           VALUE "S".
       01 WS-OFF-CYCLE-MONTH-BASE PIC 9(2) VALUE 80.
       01 WS-SETTLEMENT-FLAG      PIC X VALUE "N".
           88 SETTLEMENT-RUN          VALUE "S".
       01 WS-SETTLEMENT-MONTH-BASE PIC 9(2) VALUE 60.
       01 WS-PATH-SUFFIX          PIC X(3).
       01 WS-PATH-WORK            PIC X(40).
       01 WS-PATH-NAME-PART       PIC X(40).
       01 WS-PATH-EXT-PART        PIC X(10).

       01 WS-RUN-DATE             PIC 9(8).
       01 WS-RUN-DATE-PARTS REDEFINES WS-RUN-DATE.
           05  WS-RUN-YEAR        PIC 9(4).
           05  WS-RUN-MONTH       PIC 9(2).
           05  WS-RUN-DAY         PIC 9(2).
       01 WS-PERIOD-IN            PIC X(6).
       01 WS-PAY-PERIOD-ID        PIC 9(6) VALUE 0.

      *> negative anulacion lines) are the other half of the net.
       01 WS-CHECK-MOVEMENT       PIC S9(10)V99 VALUE 0.
       01 WS-PAID-MOVEMENT        PIC S9(10)V99 VALUE 0.
      *> Held at the review: in the register net, out of the bank
      *> file and check register. Released into this run: in the
      *> bank file or check register, not in this run's register.
       01 WS-HELD-AMOUNT          PIC S9(10)V99 VALUE 0.
       01 WS-RELEASED-AMOUNT      PIC S9(10)V99 VALUE 0.
       01 WS-EXPECTED-MOVEMENT    PIC S9(10)V99 VALUE 0.

       01 WS-GL-DEBITS            PIC S9(10)V99 VALUE 0.
       01 WS-GL-CREDITS           PIC S9(10)V99 VALUE 0.
           05  FILLER              PIC X(10) VALUE SPACES.
           05  FILLER              PIC X(7) VALUE "Fecha: ".
           05  WS-RPT-DATE         PIC 9999/99/99.
           05  FILLER              PIC X(9) VALUE "  Grupo: ".
           05  WS-RPT-GROUP        PIC X(3).
       01 WS-RPT-CHECK-LINE.
           05  WS-RPT-CHECK-DESC   PIC X(40).
           05  FILLER              PIC X(2) VALUE SPACES.
       PROCEDURE DIVISION.
       0000-MAIN-LOGIC.
           PERFORM 1000-INITIALIZE
           IF NOT PAY-GROUP-FOUND
               DISPLAY "CUADRE NO REALIZADO - NO ENVIAR EL FICHERO "
                   "BANCARIO"
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM 2000-FOOT-REGISTER
               PERFORM 2100-SUM-BANK-FILE
               PERFORM 2200-SUM-GL-POSTINGS
               PERFORM 2300-LOAD-DELTA-LOG
               PERFORM 2400-SCAN-AUDIT-LOG
               PERFORM 3000-WRITE-CUADRE-REPORT
               IF WS-FAIL-COUNT > 0
                   DISPLAY "CUADRE CON ERRORES (" WS-FAIL-COUNT
                       ") - NO ENVIAR EL FICHERO BANCARIO"
                   MOVE 8 TO RETURN-CODE
               ELSE
                   DISPLAY "Cuadre correcto - informe en "
                       WS-REPORT-FILE-PATH
               END-IF
           END-IF
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM 1050-SELECT-PAY-GROUP
           IF PAY-GROUP-FOUND
               ACCEPT WS-PERIOD-IN FROM ENVIRONMENT "CUADRE_PERIODO"
               EVALUATE TRUE
                   WHEN WS-PERIOD-IN NUMERIC
                       MOVE WS-PERIOD-IN TO WS-PAY-PERIOD-ID
                   WHEN OFF-CYCLE-RUN
                       COMPUTE WS-PAY-PERIOD-ID =
                           WS-RUN-YEAR * 100
                           + WS-OFF-CYCLE-MONTH-BASE + WS-RUN-MONTH
                   WHEN SETTLEMENT-RUN
                       COMPUTE WS-PAY-PERIOD-ID =
                           WS-RUN-YEAR * 100
                           + WS-SETTLEMENT-MONTH-BASE + WS-RUN-MONTH
                   WHEN OTHER
                       PERFORM 1100-FIND-LAST-PAID-PERIOD
               END-EVALUATE
           END-IF.

       1050-SELECT-PAY-GROUP.
      *> An unknown group has no files to reconcile - and a verdict
      *> on the wrong group's files would be worse than none.
           ACCEPT WS-PAY-GROUP FROM ENVIRONMENT "NOMINA_GRUPO"
           IF WS-PAY-GROUP = SPACES
               MOVE WS-DEFAULT-PAY-GROUP TO WS-PAY-GROUP
           END-IF
           OPEN INPUT PAY-GROUP-FILE
           IF WS-PAYGRP-FILE-STATUS NOT = "00"
               DISPLAY "Cuadre bloqueado: falta PAYGRP.DAT - "
                   "cargue el maestro de grupos de pago"
           ELSE
               PERFORM UNTIL WS-PAYGRP-FILE-STATUS NOT = "00"
                       OR PAY-GROUP-FOUND
                   READ PAY-GROUP-FILE
                       AT END
                           MOVE "10" TO WS-PAYGRP-FILE-STATUS
                       NOT AT END
                           IF PGR-CODE = WS-PAY-GROUP
                               MOVE "Y" TO WS-PAY-GROUP-FOUND-FLAG
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PAY-GROUP-FILE
               IF NOT PAY-GROUP-FOUND
                   DISPLAY "Cuadre bloqueado: grupo de pago "
                       "desconocido '" WS-PAY-GROUP "' en PAYGRP.DAT"
               END-IF
           END-IF
           ACCEPT WS-OFF-CYCLE-FLAG FROM ENVIRONMENT "NOMINA_EXTRA"
           ACCEPT WS-SETTLEMENT-FLAG FROM ENVIRONMENT
               "NOMINA_FINIQUITO"
           IF PAY-GROUP-FOUND
               MOVE WS-PRINT-FILE-PATH TO WS-PATH-WORK
               PERFORM 1059-SUFFIX-RUN-FILE-PATH
               MOVE WS-PATH-WORK TO WS-PRINT-FILE-PATH
               MOVE WS-BANK-FILE-PATH TO WS-PATH-WORK
               PERFORM 1059-SUFFIX-RUN-FILE-PATH
               MOVE WS-PATH-WORK TO WS-BANK-FILE-PATH
               MOVE WS-RECALL-FILE-PATH TO WS-PATH-WORK
               PERFORM 1059-SUFFIX-RUN-FILE-PATH
               MOVE WS-PATH-WORK TO WS-RECALL-FILE-PATH
               MOVE WS-GL-FILE-PATH TO WS-PATH-WORK
               PERFORM 1059-SUFFIX-RUN-FILE-PATH
               MOVE WS-PATH-WORK TO WS-GL-FILE-PATH
               MOVE WS-CHECK-REG-FILE-PATH TO WS-PATH-WORK
               PERFORM 1059-SUFFIX-RUN-FILE-PATH
               MOVE WS-PATH-WORK TO WS-CHECK-REG-FILE-PATH
               MOVE WS-YTD-DELTA-FILE-PATH TO WS-PATH-WORK
               PERFORM 1059-SUFFIX-RUN-FILE-PATH
               MOVE WS-PATH-WORK TO WS-YTD-DELTA-FILE-PATH
               MOVE WS-REPORT-FILE-PATH TO WS-PATH-WORK
               PERFORM 1059-SUFFIX-RUN-FILE-PATH
               MOVE WS-PATH-WORK TO WS-REPORT-FILE-PATH
               IF WS-PAY-GROUP NOT = WS-DEFAULT-PAY-GROUP
                   MOVE WS-PAYCAL-FILE-PATH TO WS-PATH-WORK
                   MOVE WS-PAY-GROUP TO WS-PATH-SUFFIX
                   PERFORM 1057-SUFFIX-FILE-PATH
                   MOVE WS-PATH-WORK TO WS-PAYCAL-FILE-PATH
               END-IF
           END-IF.

       1059-SUFFIX-RUN-FILE-PATH.
      *> The group's code first (none for the weekly group), then
      *> EXT for an off-cycle run or FIN for a settlement run -
      *> the pay run's own naming.
           IF WS-PAY-GROUP NOT = WS-DEFAULT-PAY-GROUP
               MOVE WS-PAY-GROUP TO WS-PATH-SUFFIX
               PERFORM 1057-SUFFIX-FILE-PATH
           END-IF
           IF OFF-CYCLE-RUN
               MOVE "EXT" TO WS-PATH-SUFFIX
               PERFORM 1057-SUFFIX-FILE-PATH
           END-IF
           IF SETTLEMENT-RUN
               MOVE "FIN" TO WS-PATH-SUFFIX
               PERFORM 1057-SUFFIX-FILE-PATH
           END-IF.

       1057-SUFFIX-FILE-PATH.
      *> data/NAME.EXT in WS-PATH-WORK becomes data/NAME-SFX.EXT,
      *> SFX being WS-PATH-SUFFIX.
           MOVE SPACES TO WS-PATH-NAME-PART WS-PATH-EXT-PART
           UNSTRING WS-PATH-WORK DELIMITED BY "."
               INTO WS-PATH-NAME-PART WS-PATH-EXT-PART
           END-UNSTRING
           MOVE SPACES TO WS-PATH-WORK
           STRING WS-PATH-NAME-PART DELIMITED BY SPACE
                  "-" DELIMITED BY SIZE
                  WS-PATH-SUFFIX DELIMITED BY SPACE
                  "." DELIMITED BY SIZE
                  WS-PATH-EXT-PART DELIMITED BY SPACE
               INTO WS-PATH-WORK
           END-STRING.

       1100-FIND-LAST-PAID-PERIOD.
      *> The run just finished marked its period "P" on the way
      *> out, so the last "P" is the period under reconciliation.
               MOVE PRT-GARNISH TO WS-PRINTED-GARNISH
               MOVE PRT-NET     TO WS-PRINTED-NET
           ELSE
      *> An earnings line's amount is already in the gross of the
      *> detail line above it - footing it would count it twice.
               IF WS-LINE-NUMBER > 4
                       AND PRINT-LINE NOT = SPACES
                       AND NOT TOTALS-LINE-FOUND
                       AND NOT PRE-EARNINGS-LINE
                   MOVE PRL-GROSS   TO WS-PARSE-AMOUNT
                   ADD WS-PARSE-AMOUNT TO WS-FOOT-GROSS
                   MOVE PRL-TAX     TO WS-PARSE-AMOUNT
                   AT END
                       MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       IF BNK-CREDIT
                           ADD BNK-NET-AMOUNT TO WS-BANK-CREDITS
                       END-IF
               END-READ
           END-PERFORM
           IF WS-BANK-FILE-STATUS = "10"
               CLOSE BANK-FILE
           END-IF
           PERFORM 2120-SUM-RECALL-LIST
           COMPUTE WS-BANK-MOVEMENT =
               WS-BANK-CREDITS - WS-BANK-DEBITS
           PERFORM 2150-SUM-CHECK-REGISTER
           COMPUTE WS-PAID-MOVEMENT =
               WS-BANK-MOVEMENT + WS-CHECK-MOVEMENT
           PERFORM 2170-SUM-HELD-PAYMENTS
           COMPUTE WS-EXPECTED-MOVEMENT =
               WS-PRINTED-NET - WS-HELD-AMOUNT + WS-RELEASED-AMOUNT.

       2120-SUM-RECALL-LIST.
      *> A voided deposit no longer rides the transfer file as a
      *> debit - it goes to the bank as a recall request - so the
      *> recall list is the debit side of the bank movement. No
      *> list just means nothing was voided by transfer.
           MOVE "N" TO WS-EOF-FLAG
           OPEN INPUT RECALL-LIST-FILE
           IF WS-RECALL-FILE-STATUS NOT = "00"
               MOVE "Y" TO WS-EOF-FLAG
           END-IF
           PERFORM UNTIL END-OF-INPUT-FILE
               READ RECALL-LIST-FILE
                   AT END
                       MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       MOVE RCL-AMOUNT TO WS-PARSE-AMOUNT
                       ADD WS-PARSE-AMOUNT TO WS-BANK-DEBITS
               END-READ
           END-PERFORM
           IF WS-RECALL-FILE-STATUS = "10"
               CLOSE RECALL-LIST-FILE
           END-IF.

       2150-SUM-CHECK-REGISTER.
      *> No check register just means nobody was paid by check.
               CLOSE CHECK-REGISTER-FILE
           END-IF.

       2170-SUM-HELD-PAYMENTS.
      *> No held-payment master means nothing was ever held. An
      *> item counts as held for the period it was taken out of
      *> whether or not it has been released since - the run's
      *> files still lack it - and as released for the period of
      *> the run that paid it out again.
           MOVE "N" TO WS-EOF-FLAG
           OPEN INPUT PAY-HOLD-FILE
           IF WS-HOLD-FILE-STATUS NOT = "00"
               MOVE "Y" TO WS-EOF-FLAG
           END-IF
           PERFORM UNTIL END-OF-INPUT-FILE
               READ PAY-HOLD-FILE
                   AT END
                       MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       IF PHL-PAY-GROUP = WS-PAY-GROUP
                           IF PHL-PERIOD-ID = WS-PAY-PERIOD-ID
                               ADD PHL-AMOUNT TO WS-HELD-AMOUNT
                           END-IF
                           IF PHL-RELEASED
                                   AND PHL-RELEASE-PERIOD
                                       = WS-PAY-PERIOD-ID
                               ADD PHL-AMOUNT TO WS-RELEASED-AMOUNT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF WS-HOLD-FILE-STATUS = "10"
               CLOSE PAY-HOLD-FILE
           END-IF.

       2200-SUM-GL-POSTINGS.
      *> The employer-contribution debits (6420/6430) balance their
      *> own credits, so the wage-expense side alone must equal the
      *> One pass: sum the period's posted nets (the audit side of
      *> the register tie) and mark off every delta that has its
      *> audit line. Lines of other periods - and the period-less
      *> DEVO stamps - stay out of the sum, and so does every line
      *> of another pay group: period ids and ordinals are each
      *> group's own, so another group's lines would tie falsely.
      *> The review's BLOQ/LIBE stamps move money between runs,
      *> not in or out of the register, and stay out as well.
           MOVE "N" TO WS-EOF-FLAG
           OPEN INPUT AUDIT-LOG-FILE
           IF WS-AUDIT-FILE-STATUS NOT = "00"
                   AT END
                       MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       IF AUD-PAY-GROUP = WS-PAY-GROUP
                               OR (AUD-PAY-GROUP = SPACES
                                   AND WS-PAY-GROUP
                                       = WS-DEFAULT-PAY-GROUP)
                           IF AUD-PERIOD-ID NUMERIC
                                   AND AUD-PERIOD-ID
                                       = WS-PAY-PERIOD-ID
                                   AND AUD-TYPE NOT = "BLOQ"
                                   AND AUD-TYPE NOT = "LIBE"
                               MOVE AUD-NET TO WS-PARSE-AMOUNT
                               ADD WS-PARSE-AMOUNT
                                   TO WS-AUDIT-PERIOD-NET
                           END-IF
                           PERFORM 2450-MATCH-DELTAS-TO-AUDIT
                       END-IF
               END-READ
           END-PERFORM
           IF WS-AUDIT-FILE-STATUS = "10"
               WRITE REPORT-LINE
               MOVE WS-PAY-PERIOD-ID TO WS-RPT-PERIOD
               MOVE WS-RUN-DATE      TO WS-RPT-DATE
               MOVE WS-PAY-GROUP     TO WS-RPT-GROUP
               MOVE WS-RPT-PERIOD-LINE TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE WS-RPT-RULE-LINE TO REPORT-LINE
       3200-CHECK-BANK-VS-REGISTER.
           MOVE "Banco y cheques: movimiento contra neto"
               TO WS-RPT-CHECK-DESC
           IF WS-PAID-MOVEMENT = WS-EXPECTED-MOVEMENT
               MOVE "OK" TO WS-RPT-CHECK-RESULT
           ELSE
               MOVE "ERROR" TO WS-RPT-CHECK-RESULT
           MOVE "Movimiento en cheques" TO WS-RPT-AMT-LABEL
           MOVE WS-CHECK-MOVEMENT TO WS-RPT-AMT-VALUE
           PERFORM 3060-WRITE-CHECK-AMOUNT
           IF WS-HELD-AMOUNT NOT = 0 OR WS-RELEASED-AMOUNT NOT = 0
               MOVE "Retenido en revision" TO WS-RPT-AMT-LABEL
               MOVE WS-HELD-AMOUNT TO WS-RPT-AMT-VALUE
               PERFORM 3060-WRITE-CHECK-AMOUNT
               MOVE "Liberado de retenciones" TO WS-RPT-AMT-LABEL
               MOVE WS-RELEASED-AMOUNT TO WS-RPT-AMT-VALUE
               PERFORM 3060-WRITE-CHECK-AMOUNT
           END-IF
           MOVE "Neto del registro" TO WS-RPT-AMT-LABEL
           MOVE WS-PRINTED-NET TO WS-RPT-AMT-VALUE
           PERFORM 3060-WRITE-CHECK-AMOUNT.
