       PROGRAM-ID. BankReturns.

      *> Works the bank's weekly return file against the pay run's
      *> own outputs. Every SEPA credit the bank bounced (closed
      *> account, unknown IBAN, frozen account...) comes back in
      *> BANKRET.DAT under the end-to-end id it went out with (see
      *> BANKREC); until now nobody in the system ever saw those
      *> lines - the audit log said PAGO, the YTD master said paid,
      *> and the employee phoned on Friday. This program:
      *>   - finds the bounced credit in this run's BANKFILE.DAT by
      *>     its end-to-end id, which names the employee paid,
      *>   - finds the original pay date on the audit log - the
      *>     posting the id names, by employee, period, type and
      *>     record ordinal,
      *>   - writes the returned-payment worklist
      *>     RETURNED-PAYMENTS.DAT for the clerks to action, and
      *>   - appends a DEVO line per matched return to the audit
      *>     "paid".
      *> A return that cannot be fully matched still reaches the
      *> worklist, and RETURN-CODE 8 tells the scheduler a human
      *> has to look. NOMINA_GRUPO names the pay group whose
      *> transmission came back (see PAYGRP; blank is the weekly
      *> group): another group's return file, bank file and
      *> worklist carry its code (BANKRET-MEN.DAT ...).
      *> NOMINA_EXTRA=S works the return of an off-cycle run's
      *> transmission (pagas extra, bonuses - EXTR on the audit
      *> log) against that run's own files (BANKRET-EXT.DAT ...),
      *> and NOMINA_FINIQUITO=S a settlement run's (finiquitos -
      *> FINQ on the audit log, BANKRET-FIN.DAT ...).
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BANK-FILE-STATUS.

           SELECT AUDIT-LOG-FILE ASSIGN DYNAMIC WS-AUDIT-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.
       FD  BANK-FILE.
           COPY BANKREC.

       FD  AUDIT-LOG-FILE.
           COPY AUDITREC.

       01 WS-RETURN-FILE-STATUS   PIC X(2).
       01 WS-BANK-FILE-PATH       PIC X(40) VALUE "data/BANKFILE.DAT".
       01 WS-BANK-FILE-STATUS     PIC X(2).
       01 WS-AUDIT-FILE-PATH      PIC X(40) VALUE
           "data/PAYROLL-AUDIT.LOG".
       01 WS-AUDIT-FILE-STATUS    PIC X(2).
       01 WS-RUN-TIME-HHMMSS      PIC 9(6).
       01 WS-OPERATOR-ID          PIC X(20).

       01 WS-PAY-GROUP            PIC X(3) VALUE SPACES.
       01 WS-DEFAULT-PAY-GROUP    PIC X(3) VALUE "SEM".
       01 WS-OFF-CYCLE-FLAG       PIC X VALUE "N".
           88 OFF-CYCLE-RUN           VALUE "S".
       01 WS-SETTLEMENT-FLAG      PIC X VALUE "N".
           88 SETTLEMENT-RUN          VALUE "S".
       01 WS-PATH-SUFFIX          PIC X(3).
       01 WS-PATH-WORK            PIC X(40).
       01 WS-PATH-NAME-PART       PIC X(40).
       01 WS-PATH-EXT-PART        PIC X(10).

      *> The week's returns, loaded up front so the bank file and
      *> the audit log each need only one sequential pass over them.
       01 WS-RETURN-TABLE.
           05  WS-RTN-ENTRY OCCURS 200 TIMES.
               10  WS-RTN-END-TO-END-ID PIC X(35).
               10  WS-RTN-ACCOUNT      PIC X(34).
               10  WS-RTN-AMOUNT       PIC 9(8)V99.
               10  WS-RTN-REASON-CODE  PIC X(4).
               10  WS-RTN-REASON-DESC  PIC X(30).
               10  WS-RTN-EMP-ID       PIC X(6).
               10  WS-RTN-EMP-NAME     PIC A(30).
                   88  RETURN-CREDIT-CONFIRMED VALUE "Y".
               10  WS-RTN-EMP-FLAG     PIC X.
                   88  RETURN-EMP-RESOLVED     VALUE "Y".
      *> The posting the end-to-end id names, split out once the
      *> credit is found: period, type and record ordinal, and for
      *> a retro leg the pay date (edited, as the audit log holds
      *> it) and type initial of the payment it tops up.
               10  WS-RTN-PERIOD-ID    PIC X(6).
               10  WS-RTN-POST-TYPE    PIC X(4).
               10  WS-RTN-ORDINAL      PIC X(6).
               10  WS-RTN-LEG-DATE     PIC X(10).
               10  WS-RTN-LEG-TYPE     PIC X(1).
       01 WS-RETURN-COUNT         PIC 9(3) VALUE 0.
       01 WS-RTN-SUB              PIC 9(3).

       01 WS-E2E-EMP-PART         PIC X(6).
       01 WS-E2E-PERIOD-PART      PIC X(6).
       01 WS-E2E-TYPE-PART        PIC X(4).
       01 WS-E2E-ORDINAL-PART     PIC X(6).
       01 WS-E2E-LEG-PART         PIC X(9).
       01 WS-LEG-DATE             PIC 9(8).
       01 WS-LEG-DATE-EDITED      PIC 9999/99/99.
       01 WS-NEGATED-NET          PIC S9(6)V99.
       01 WS-UNMATCHED-COUNT      PIC 9(3) VALUE 0.
       01 WS-STAMPED-COUNT        PIC 9(3) VALUE 0.
       PROCEDURE DIVISION.
       0000-MAIN-LOGIC.
           PERFORM 1000-INITIALIZE
           PERFORM 1200-LOAD-RETURNS
           IF WS-RETURN-COUNT = 0
               DISPLAY "Sin devoluciones que procesar en "
                   WS-RETURN-FILE-PATH
           ELSE
               PERFORM 2100-CONFIRM-BANK-CREDITS
               PERFORM 2200-SCAN-AUDIT-LOG
               PERFORM 3000-WRITE-WORKLIST
           ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT "USER"
           IF WS-OPERATOR-ID = SPACES
               MOVE "DESCONOCIDO" TO WS-OPERATOR-ID
           END-IF
           ACCEPT WS-PAY-GROUP FROM ENVIRONMENT "NOMINA_GRUPO"
           IF WS-PAY-GROUP = SPACES
               MOVE WS-DEFAULT-PAY-GROUP TO WS-PAY-GROUP
           END-IF
           ACCEPT WS-OFF-CYCLE-FLAG FROM ENVIRONMENT "NOMINA_EXTRA"
           ACCEPT WS-SETTLEMENT-FLAG FROM ENVIRONMENT
               "NOMINA_FINIQUITO"
           MOVE WS-RETURN-FILE-PATH TO WS-PATH-WORK
           PERFORM 1059-SUFFIX-RUN-FILE-PATH
           MOVE WS-PATH-WORK TO WS-RETURN-FILE-PATH
           MOVE WS-BANK-FILE-PATH TO WS-PATH-WORK
           PERFORM 1059-SUFFIX-RUN-FILE-PATH
           MOVE WS-PATH-WORK TO WS-BANK-FILE-PATH
           MOVE WS-WORKLIST-FILE-PATH TO WS-PATH-WORK
           PERFORM 1059-SUFFIX-RUN-FILE-PATH
           MOVE WS-PATH-WORK TO WS-WORKLIST-FILE-PATH.

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

       1200-LOAD-RETURNS.
           MOVE "N" TO WS-EOF-FLAG
           OPEN INPUT RETURN-FILE
                           MOVE "Y" TO WS-EOF-FLAG
                       ELSE
                           ADD 1 TO WS-RETURN-COUNT
                           MOVE RTN-END-TO-END-ID TO
                               WS-RTN-END-TO-END-ID(WS-RETURN-COUNT)
                           MOVE RTN-ACCOUNT-NUMBER TO
                               WS-RTN-ACCOUNT(WS-RETURN-COUNT)
                           IF RTN-AMOUNT NUMERIC
                               MOVE RTN-AMOUNT TO
                                   WS-RTN-AMOUNT(WS-RETURN-COUNT)
                               WS-RTN-CREDIT-FLAG(WS-RETURN-COUNT)
                           MOVE "N" TO
                               WS-RTN-EMP-FLAG(WS-RETURN-COUNT)
                           MOVE SPACES TO
                               WS-RTN-PERIOD-ID(WS-RETURN-COUNT)
                               WS-RTN-POST-TYPE(WS-RETURN-COUNT)
                               WS-RTN-ORDINAL(WS-RETURN-COUNT)
                               WS-RTN-LEG-DATE(WS-RETURN-COUNT)
                               WS-RTN-LEG-TYPE(WS-RETURN-COUNT)
                       END-IF
               END-READ
           END-PERFORM
               CLOSE RETURN-FILE
           END-IF.

       2100-CONFIRM-BANK-CREDITS.
      *> One pass over the run's bank file: every return must name a
      *> credit we actually sent - by its end-to-end id - or the
      *> return is the bank's problem, not a payment of ours to back
      *> out. The credit names the employee it paid; a terminated
      *> employee still resolves, since the money bounced on a
      *> payment already made and the worklist needs the name.
           MOVE "N" TO WS-EOF-FLAG
           OPEN INPUT BANK-FILE
           IF WS-BANK-FILE-STATUS NOT = "00"
           END-IF.

       2150-MATCH-CREDIT-TO-RETURN.
      *> The id is unique within the run, so the first return that
      *> carries it takes the credit. The amount must agree too: a
      *> bank handing back a different sum than was sent is for a
      *> clerk to sort out, not for the audit log.
           PERFORM VARYING WS-RTN-SUB FROM 1 BY 1
                   UNTIL WS-RTN-SUB > WS-RETURN-COUNT
               IF NOT RETURN-CREDIT-CONFIRMED(WS-RTN-SUB)
                       AND WS-RTN-END-TO-END-ID(WS-RTN-SUB)
                           = BNK-END-TO-END-ID
                       AND BNK-END-TO-END-ID NOT = SPACES
                   MOVE BNK-EMP-ID TO WS-RTN-EMP-ID(WS-RTN-SUB)
                   MOVE BNK-PAYEE-NAME TO WS-RTN-EMP-NAME(WS-RTN-SUB)
                   MOVE "Y" TO WS-RTN-EMP-FLAG(WS-RTN-SUB)
                   IF WS-RTN-AMOUNT(WS-RTN-SUB) = BNK-NET-AMOUNT
                       MOVE "Y" TO WS-RTN-CREDIT-FLAG(WS-RTN-SUB)
                   ELSE
                       DISPLAY "ADVERTENCIA: devolucion "
                           WS-RTN-END-TO-END-ID(WS-RTN-SUB)
                           " por importe distinto del enviado "
                           BNK-NET-AMOUNT
                   END-IF
                   PERFORM 2160-SPLIT-END-TO-END-ID
                   MOVE WS-RETURN-COUNT TO WS-RTN-SUB
               END-IF
           END-PERFORM.

       2160-SPLIT-END-TO-END-ID.
      *> EMPLOYEE-PERIOD-TYPE-ORDINAL, plus -DATE and type initial
      *> on a retro leg (see 2902-BUILD-END-TO-END-ID in
      *> PayrollManager).
           MOVE SPACES TO WS-E2E-EMP-PART WS-E2E-PERIOD-PART
               WS-E2E-TYPE-PART WS-E2E-ORDINAL-PART WS-E2E-LEG-PART
           UNSTRING WS-RTN-END-TO-END-ID(WS-RTN-SUB) DELIMITED BY "-"
               INTO WS-E2E-EMP-PART WS-E2E-PERIOD-PART
                    WS-E2E-TYPE-PART WS-E2E-ORDINAL-PART
                    WS-E2E-LEG-PART
           END-UNSTRING
           MOVE WS-E2E-PERIOD-PART  TO WS-RTN-PERIOD-ID(WS-RTN-SUB)
           MOVE WS-E2E-TYPE-PART    TO WS-RTN-POST-TYPE(WS-RTN-SUB)
           MOVE WS-E2E-ORDINAL-PART TO WS-RTN-ORDINAL(WS-RTN-SUB)
           IF WS-E2E-LEG-PART(1:8) NUMERIC
               MOVE WS-E2E-LEG-PART(1:8) TO WS-LEG-DATE
               MOVE WS-LEG-DATE TO WS-LEG-DATE-EDITED
               MOVE WS-LEG-DATE-EDITED TO WS-RTN-LEG-DATE(WS-RTN-SUB)
               MOVE WS-E2E-LEG-PART(9:1)
                   TO WS-RTN-LEG-TYPE(WS-RTN-SUB)
           END-IF.

       2200-SCAN-AUDIT-LOG.
      *> One pass over the audit log to find each return's original
      *> pay date: the group's posting the credit's end-to-end id
      *> names - same employee, period, type and record ordinal
      *> (and for a retro leg, the payment it tops up). Any type
      *> that pays by transfer can bounce: PAGO, REEM, RETR, an
      *> off-cycle credit (EXTR) or a finiquito (FINQ). Should a
      *> resumed run have logged the posting twice, the last line
      *> wins. A held check that PayReview released by transfer
      *> goes out as EMPLOYEE-PERIOD-LIBE-CHECK: its LIBE line
      *> has no ordinal and is stamped with the period released
      *> in, not the one held from, so it is found by employee and
      *> a release no earlier than the hold - the latest such
      *> release, as ever.
           MOVE "N" TO WS-EOF-FLAG
           OPEN INPUT AUDIT-LOG-FILE
           IF WS-AUDIT-FILE-STATUS NOT = "00"
                   AT END
                       MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       IF AUD-PAY-GROUP = WS-PAY-GROUP
                               OR (AUD-PAY-GROUP = SPACES
                               AND WS-PAY-GROUP = WS-DEFAULT-PAY-GROUP)
                           PERFORM 2250-MATCH-AUDIT-TO-RETURN
                       END-IF
               END-READ
           END-IF.

       2250-MATCH-AUDIT-TO-RETURN.
           PERFORM VARYING WS-RTN-SUB FROM 1 BY 1
                   UNTIL WS-RTN-SUB > WS-RETURN-COUNT
               IF RETURN-EMP-RESOLVED(WS-RTN-SUB)
                       AND WS-RTN-EMP-ID(WS-RTN-SUB) = AUD-EMP-ID
                       AND WS-RTN-POST-TYPE(WS-RTN-SUB) = AUD-TYPE
                       AND ((AUD-TYPE = "LIBE"
                             AND AUD-PERIOD-ID
                                 >= WS-RTN-PERIOD-ID(WS-RTN-SUB))
                            OR (AUD-TYPE NOT = "LIBE"
                                AND WS-RTN-PERIOD-ID(WS-RTN-SUB)
                                    = AUD-PERIOD-ID
                                AND WS-RTN-ORDINAL(WS-RTN-SUB)
                                    = AUD-RECORD-ORDINAL))
                   IF WS-RTN-LEG-DATE(WS-RTN-SUB) = SPACES
                       MOVE AUD-RUN-DATE
                           TO WS-RTN-ORIG-DATE(WS-RTN-SUB)
                   ELSE
                       IF WS-RTN-LEG-DATE(WS-RTN-SUB)
                               = AUD-ORIG-DATE
                               AND WS-RTN-LEG-TYPE(WS-RTN-SUB)
                                   = AUD-ORIG-TYPE(1:1)
                           MOVE AUD-RUN-DATE
                               TO WS-RTN-ORIG-DATE(WS-RTN-SUB)
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

                           TO RTW-EMP-NAME
                   ELSE
                       MOVE "??????" TO RTW-EMP-ID
                       MOVE "ID SIN ABONO EN EL FICHERO"
                           TO RTW-EMP-NAME
                   END-IF
                   MOVE WS-RTN-AMOUNT(WS-RTN-SUB)      TO RTW-AMOUNT
                   MOVE WS-RTN-REASON-CODE(WS-RTN-SUB)
                   MOVE WS-RTN-ORIG-DATE(WS-RTN-SUB)
                       TO RTW-ORIG-PAY-DATE
                   MOVE WS-RUN-DATE TO RTW-RETURN-DATE
                   MOVE WS-RTN-END-TO-END-ID(WS-RTN-SUB)
                       TO RTW-END-TO-END-ID
                   WRITE RETURN-WORK-LINE
               END-PERFORM
               CLOSE WORKLIST-FILE
                       MOVE WS-RTN-ORIG-DATE(WS-RTN-SUB)
                           TO AUD-ORIG-DATE
                       MOVE 0 TO AUD-RECORD-ORDINAL
                       MOVE WS-PAY-GROUP       TO AUD-PAY-GROUP
                       WRITE AUDIT-LINE
                       ADD 1 TO WS-STAMPED-COUNT
                   END-IF
                       OR WS-RTN-ORIG-DATE(WS-RTN-SUB) = SPACES
                   ADD 1 TO WS-UNMATCHED-COUNT
                   DISPLAY "ADVERTENCIA: devolucion sin cuadrar - "
                       "id " WS-RTN-END-TO-END-ID(WS-RTN-SUB)
                       " importe " WS-RTN-AMOUNT(WS-RTN-SUB)
               END-IF
           END-PERFORM
