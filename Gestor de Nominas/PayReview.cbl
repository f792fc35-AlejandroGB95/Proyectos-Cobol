       IDENTIFICATION DIVISION.
       PROGRAM-ID. PayReview.

      *> Pre-release pay review, run after PayrollManager (and its
      *> PayReconcile cuadre) and before the bank file or the printed
      *> checks leave the building. PayReconcile proves the run's
      *> files agree with each other; nothing there looks at whether
      *> any one employee's pay makes sense - a rate keyed wrong in
      *> EmployeeMaint, or 4 unpaid days typed as 40, foots just as
      *> well as the right figure. This program:
      *>   - totals each employee's gross and net for the period
      *>     under review from the payment history and compares them
      *>     with the average of the employee's last four comparable
      *>     periods (regular against regular, off-cycle against the
      *>     same kind of off-cycle run), flagging any move beyond
      *>     REVISION_TOLERANCIA percent (two digits, default 25),
      *>   - flags anyone paid for the first time, anyone whose net
      *>     for the period is zero or negative, and anyone whose
      *>     IBAN, BIC or pay method was changed in
      *>     EmployeeMaint on or after their last payment day,
      *>   - applies the supervisor's decisions from REVDECIS.DAT:
      *>     "R" pulls the employee's credits out of the run's
      *>     transfer ledger and voids their checks in the check
      *>     register,
      *>     recording each item in the held-payment master
      *>     PAYHOLD.DAT; "L" pays every item still held for the
      *>     employee out again in this run (a credit to the account
      *>     on file now, or a newly numbered check), writing the
      *>     run's SEPA message again whenever the ledger changed,
      *>   - logs every hold (BLOQ) and release (LIBE) to the
      *>     payroll audit log, and
      *>   - prints the lot in REVISION.PRT for the supervisor.
      *> The period reviewed is the last one marked "P" in the
      *> calendar; REVISION_PERIODO overrides. NOMINA_GRUPO,
      *> NOMINA_EXTRA and NOMINA_FINIQUITO select the run exactly as
      *> they do for PayReconcile, and the run's own files carry the
      *> same suffixes (REVDECIS-MEN.DAT, REVISION-EXT.PRT ...).
      *> Running it again with the same decisions is harmless: a hold
      *> already made or a release already paid is reported as such
      *> and not applied twice. RETURN-CODE 4 means flagged pay went
      *> out unheld, 8 that a decision could not be applied.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAY-HISTORY-FILE ASSIGN DYNAMIC WS-HISTORY-FILE-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PHR-KEY
               ALTERNATE RECORD KEY IS PHR-PERIOD-ID WITH DUPLICATES
               FILE STATUS IS WS-HISTORY-FILE-STATUS.

           SELECT YEAR-CONTROL-FILE ASSIGN DYNAMIC WS-YEARCTL-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-YEARCTL-FILE-STATUS.

           SELECT STANDING-MASTER ASSIGN DYNAMIC WS-STANDING-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STANDING-FILE-STATUS.

           SELECT CHANGE-LOG-FILE ASSIGN DYNAMIC WS-CHGLOG-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHGLOG-FILE-STATUS.

           SELECT PAY-HOLD-FILE ASSIGN DYNAMIC WS-HOLD-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLD-FILE-STATUS.

           SELECT DECISION-FILE ASSIGN DYNAMIC WS-DECISION-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DECISION-FILE-STATUS.

           SELECT BANK-FILE ASSIGN DYNAMIC WS-BANK-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BANK-FILE-STATUS.

           SELECT CHECK-REGISTER-FILE
               ASSIGN DYNAMIC WS-CHECK-REG-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHECK-REG-FILE-STATUS.

           SELECT CHECK-PRINT-FILE
               ASSIGN DYNAMIC WS-CHECK-PRINT-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHECK-PRINT-FILE-STATUS.

           SELECT CHECK-CONTROL-FILE
               ASSIGN DYNAMIC WS-CHECK-CTL-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHECK-CTL-FILE-STATUS.

           SELECT AUDIT-LOG-FILE ASSIGN DYNAMIC WS-AUDIT-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.

           SELECT PAY-CALENDAR-FILE
               ASSIGN DYNAMIC WS-PAYCAL-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAYCAL-FILE-STATUS.

           SELECT PAY-GROUP-FILE ASSIGN DYNAMIC WS-PAYGRP-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAYGRP-FILE-STATUS.

           SELECT REPORT-FILE ASSIGN DYNAMIC WS-REPORT-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.

           SELECT ORDERING-ACCOUNT-FILE
               ASSIGN DYNAMIC WS-ORDACCT-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ORDACCT-FILE-STATUS.

           SELECT SEPA-FILE ASSIGN DYNAMIC WS-SEPA-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SEPA-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PAY-HISTORY-FILE.
           COPY PAYHIST.

       FD  YEAR-CONTROL-FILE.
           COPY YEARCTL.

       FD  STANDING-MASTER.
           COPY STANDMST.

       FD  CHANGE-LOG-FILE.
           COPY CHGLOG.

       FD  PAY-HOLD-FILE.
           COPY PAYHOLD.

       FD  DECISION-FILE.
           COPY REVDECIS.

       FD  BANK-FILE.
           COPY BANKREC.

       FD  CHECK-REGISTER-FILE.
           COPY CHKREG.

       FD  CHECK-PRINT-FILE.
           COPY CHKPRT.

       FD  CHECK-CONTROL-FILE.
           COPY CHKCTL.

       FD  AUDIT-LOG-FILE.
           COPY AUDITREC.

       FD  PAY-CALENDAR-FILE.
           COPY PAYCAL.

       FD  PAY-GROUP-FILE.
           COPY PAYGRP.

       FD  REPORT-FILE.
           COPY RPTREC.

       FD  ORDERING-ACCOUNT-FILE.
           COPY ORDACCT.

       FD  SEPA-FILE.
       01  SEPA-LINE                   PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-HISTORY-FILE-PATH    PIC X(40) VALUE "data/PAYHIST.DAT".
       01 WS-HISTORY-FILE-STATUS  PIC X(2).
      *> "02" is a good read as well: the next line shares the
      *> record's period, the key that allows duplicates.
           88 HISTORY-READ-OK         VALUE "00" "02".
       01 WS-YEARCTL-FILE-PATH    PIC X(40) VALUE "data/YEARCTL.DAT".
       01 WS-YEARCTL-FILE-STATUS  PIC X(2).
       01 WS-STANDING-FILE-PATH   PIC X(40) VALUE "data/EMPSTAND.DAT".
       01 WS-STANDING-FILE-STATUS PIC X(2).
       01 WS-CHGLOG-FILE-PATH     PIC X(40) VALUE
           "data/EMPSTAND-CHG.LOG".
       01 WS-CHGLOG-FILE-STATUS   PIC X(2).
       01 WS-HOLD-FILE-PATH       PIC X(40) VALUE "data/PAYHOLD.DAT".
       01 WS-HOLD-FILE-STATUS     PIC X(2).
       01 WS-DECISION-FILE-PATH   PIC X(40) VALUE "data/REVDECIS.DAT".
       01 WS-DECISION-FILE-STATUS PIC X(2).
       01 WS-BANK-FILE-PATH       PIC X(40) VALUE "data/BANKFILE.DAT".
       01 WS-BANK-FILE-STATUS     PIC X(2).
       01 WS-CHECK-REG-FILE-PATH  PIC X(40) VALUE "data/CHECKREG.DAT".
       01 WS-CHECK-REG-FILE-STATUS PIC X(2).
       01 WS-CHECK-PRINT-FILE-PATH PIC X(40) VALUE "data/CHECKS.PRT".
       01 WS-CHECK-PRINT-FILE-STATUS PIC X(2).
       01 WS-CHECK-CTL-FILE-PATH  PIC X(40) VALUE "data/CHECKCTL.DAT".
       01 WS-CHECK-CTL-FILE-STATUS PIC X(2).
       01 WS-AUDIT-FILE-PATH      PIC X(40) VALUE
           "data/PAYROLL-AUDIT.LOG".
       01 WS-AUDIT-FILE-STATUS    PIC X(2).
       01 WS-PAYCAL-FILE-PATH     PIC X(40) VALUE "data/PAYCAL.DAT".
       01 WS-PAYCAL-FILE-STATUS   PIC X(2).
       01 WS-PAYGRP-FILE-PATH     PIC X(40) VALUE "data/PAYGRP.DAT".
       01 WS-PAYGRP-FILE-STATUS   PIC X(2).
       01 WS-REPORT-FILE-PATH     PIC X(40) VALUE "data/REVISION.PRT".
       01 WS-REPORT-FILE-STATUS   PIC X(2).

      *> SEPA credit-transfer message (pain.001.001.03) - the run's
      *> transfer ledger as it goes to the bank (see PayrollManager).
      *> A decision that changes the ledger makes the message the
      *> pay run wrote stale, so it is written again from the
      *> rewritten ledger, under a new message id: a group header
      *> with the count and control sum, one payment block naming
      *> the company's account as ordering party (see ORDACCT), and
      *> one transaction per credit under its end-to-end id.
       01 WS-ORDACCT-FILE-PATH    PIC X(40) VALUE
           "data/ORDENANTE.DAT".
       01 WS-ORDACCT-FILE-STATUS  PIC X(2).
       01 WS-SEPA-FILE-PATH       PIC X(40) VALUE "data/SEPA.XML".
       01 WS-SEPA-FILE-STATUS     PIC X(2).
       01 WS-ORDACCT-FOUND-FLAG   PIC X VALUE "N".
           88 ORDERING-ACCOUNT-FOUND  VALUE "Y".
       01 WS-ORD-NAME             PIC X(30).
       01 WS-ORD-IBAN             PIC X(34).
       01 WS-ORD-BIC              PIC X(11).
       01 WS-ORD-INITIATOR-ID     PIC X(35).
       01 WS-SEPA-TX-COUNT        PIC 9(6) VALUE 0.
       01 WS-SEPA-CTRL-SUM        PIC 9(10)V99 VALUE 0.
       01 WS-SEPA-MSG-ID          PIC X(35).
       01 WS-SEPA-CREATED         PIC X(19).
       01 WS-SEPA-EXEC-DATE       PIC X(10).
       01 WS-SEPA-PURPOSE         PIC X(4) VALUE "SALA".
       01 WS-SEPA-REMIT-TEXT      PIC X(20) VALUE "NOMINA PERIODO".
      *> One XML line in the making: WS-XML-TAG may carry an
      *> attribute after the element name (InstdAmt Ccy="EUR");
      *> the closing tag takes the name alone.
       01 WS-XML-INDENT           PIC 9(2).
       01 WS-XML-TAG              PIC X(40).
       01 WS-XML-VALUE            PIC X(70).
       01 WS-XML-TAG-LENGTH       PIC 9(2).
       01 WS-XML-NAME-LENGTH      PIC 9(2).
       01 WS-XML-VALUE-LENGTH     PIC 9(2).
       01 WS-XML-POINTER          PIC 9(3).
       01 WS-XML-AMOUNT           PIC 9(10)V99.
       01 WS-XML-AMOUNT-EDITED    PIC Z(9)9.99.
       01 WS-XML-COUNT-EDITED     PIC Z(5)9.
       01 WS-XML-LEAD             PIC 9(2).
       01 WS-XML-OUTER-TAG        PIC X(40).

      *> Run reviewed - same parameters and same file naming as the
      *> pay run (see 1057-SUFFIX-FILE-PATH).
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
       01 WS-RUN-TIME             PIC 9(8).
       01 WS-RUN-TIME-PARTS REDEFINES WS-RUN-TIME.
           05  WS-RUN-HH          PIC 99.
           05  WS-RUN-MM          PIC 99.
           05  WS-RUN-SS          PIC 99.
           05  WS-RUN-HS          PIC 99.
       01 WS-RUN-TIME-HHMMSS      PIC 9(6).
       01 WS-OPERATOR-ID          PIC X(20).

       01 WS-PERIOD-IN            PIC X(6).
       01 WS-PAY-PERIOD-ID        PIC 9(6) VALUE 0.
      *> Payment-history partitions (see PAYHIST): every open year
      *> in the active file, each year up to the last closed one
      *> (YEARCTL) in its own archive, the oldest being the
      *> history's first year. A period's lines carry its own
      *> year's pay date or, for a week paid after New Year, the
      *> next one's.
       01 WS-LAST-CLOSED-YEAR     PIC 9(4) VALUE 0.
       01 WS-FIRST-HISTORY-YEAR   PIC 9(4) VALUE 0.
       01 WS-PERIOD-YEAR          PIC 9(4).
       01 WS-PART-YEAR            PIC 9(4).
       01 WS-ACTIVE-PART-FLAG     PIC X VALUE "N".
           88 ACTIVE-PART-READ        VALUE "Y".
      *> The last two digits of a period id say what kind of run paid
      *> it: calendar periods run below 60, settlement runs take 60
      *> to 79 and off-cycle runs 80 to 99 (see PAYCAL). History is
      *> only compared like with like.
       01 WS-PERIOD-SPLIT         PIC 9(6).
       01 WS-PERIOD-SPLIT-PARTS REDEFINES WS-PERIOD-SPLIT.
           05  WS-SPLIT-YEAR       PIC 9(4).
           05  WS-SPLIT-NUMBER     PIC 9(2).
       01 WS-PERIOD-KIND          PIC X(1).
       01 WS-REVIEW-KIND          PIC X(1).

       01 WS-TOLERANCE-IN         PIC X(2).
       01 WS-TOLERANCE-PCT        PIC 9(2) VALUE 25.

      *> The parts of the standing master the review needs: who the
      *> employee is, how they are paid and where the money goes.
       01 WS-STANDING-TABLE.
           05  WS-STD-ENTRY OCCURS 2000 TIMES.
               10  WS-STD-ID       PIC X(6).
               10  WS-STD-NAME     PIC A(30).
               10  WS-STD-ACCOUNT  PIC X(34).
               10  WS-STD-ROUTING  PIC X(11).
               10  WS-STD-METHOD   PIC X(1).
                   88  WS-STD-BY-CHECK VALUE "C".
       01 WS-STANDING-COUNT       PIC 9(4) VALUE 0.
       01 WS-STD-SUB              PIC 9(4).
       01 WS-STD-SLOT             PIC 9(4) VALUE 0.

      *> One entry per employee paid in the period under review: the
      *> period's gross and net (every posting of the period summed,
      *> adjustment legs included), and up to the last four
      *> comparable earlier periods, oldest first. 2100 reads each
      *> employee's lines through the history key (see PAYHIST),
      *> partition by partition from the oldest year, so they come
      *> in pay-date and posting order: a new period id on an
      *> employee's lines means the previous one is complete, and
      *> 2170 keeps the last four. No pass over the whole history
      *> is needed.
       01 WS-REVIEW-TABLE.
           05  WS-RVW-ENTRY OCCURS 2000 TIMES.
               10  WS-RVW-ID           PIC X(6).
               10  WS-RVW-GROSS        PIC S9(8)V99.
               10  WS-RVW-NET          PIC S9(8)V99.
               10  WS-RVW-PRIOR-FLAG   PIC X.
                   88  WS-RVW-PAID-BEFORE  VALUE "Y".
               10  WS-RVW-LAST-PAY-DATE PIC 9(8).
               10  WS-RVW-HIST-COUNT   PIC 9.
               10  WS-RVW-HIST OCCURS 4 TIMES.
                   15  WS-RVH-PERIOD   PIC 9(6).
                   15  WS-RVH-GROSS    PIC S9(8)V99.
                   15  WS-RVH-NET      PIC S9(8)V99.
               10  WS-RVW-AVG-GROSS    PIC S9(8)V99.
               10  WS-RVW-AVG-NET      PIC S9(8)V99.
               10  WS-RVW-FIRST-FLAG   PIC X.
               10  WS-RVW-GROSS-FLAG   PIC X.
               10  WS-RVW-NET-FLAG     PIC X.
               10  WS-RVW-ZERO-FLAG    PIC X.
               10  WS-RVW-BANK-FLAG    PIC X.
               10  WS-RVW-FLAGGED      PIC X.
                   88  WS-RVW-NEEDS-REVIEW VALUE "Y".
       01 WS-REVIEW-COUNT         PIC 9(4) VALUE 0.
       01 WS-RVW-SUB              PIC 9(4).
       01 WS-HIST-RVW-SUB         PIC 9(4).
       01 WS-RVW-SLOT             PIC 9(4) VALUE 0.
       01 WS-RVH-SUB              PIC 9.
       01 WS-FLAGGED-COUNT        PIC 9(4) VALUE 0.
       01 WS-UNHELD-FLAGGED       PIC 9(4) VALUE 0.

       01 WS-AVG-WORK             PIC S9(8)V99.
       01 WS-DIFF-WORK            PIC S9(8)V99.
       01 WS-LIMIT-WORK           PIC S9(10)V99.
       01 WS-SPREAD-WORK          PIC S9(10)V99.

      *> Change-log lines come in ANTES/DESPUES pairs; the ANTES
      *> image waits here until its DESPUES arrives. Only the bank
      *> details and the pay method matter for the review.
       01 WS-LOG-BEFORE.
           05  WS-LGB-EMP-ID       PIC X(6).
           05  FILLER              PIC X(53).
           05  WS-LGB-ACCOUNT      PIC X(34).
           05  WS-LGB-ROUTING      PIC X(11).
           05  FILLER              PIC X(5).
           05  WS-LGB-METHOD       PIC X(1).
           05  FILLER              PIC X(3).
       01 WS-LOG-AFTER.
           05  WS-LGA-EMP-ID       PIC X(6).
           05  FILLER              PIC X(53).
           05  WS-LGA-ACCOUNT      PIC X(34).
           05  WS-LGA-ROUTING      PIC X(11).
           05  FILLER              PIC X(5).
           05  WS-LGA-METHOD       PIC X(1).
           05  FILLER              PIC X(3).
       01 WS-LOG-BEFORE-FLAG      PIC X VALUE "N".
           88 LOG-BEFORE-WAITING      VALUE "Y".
       01 WS-LOG-DATE             PIC 9(8).

      *> The held-payment master, loaded whole and rewritten whole
      *> (see PAYHOLD).
       01 WS-HOLD-TABLE.
           05  WS-HLD-ENTRY OCCURS 2000 TIMES.
               10  WS-HLD-STATUS       PIC X(1).
                   88  WS-HLD-HELD         VALUE "R".
                   88  WS-HLD-RELEASED     VALUE "L".
               10  WS-HLD-EMP-ID       PIC X(6).
               10  WS-HLD-EMP-NAME     PIC A(30).
               10  WS-HLD-PAY-GROUP    PIC X(3).
               10  WS-HLD-PERIOD       PIC 9(6).
               10  WS-HLD-METHOD       PIC X(1).
               10  WS-HLD-ACCOUNT      PIC X(34).
               10  WS-HLD-ROUTING      PIC X(11).
               10  WS-HLD-CHECK        PIC 9(6).
               10  WS-HLD-AMOUNT       PIC 9(8)V99.
               10  WS-HLD-HOLD-DATE    PIC 9(8).
               10  WS-HLD-HOLD-OPER    PIC X(20).
               10  WS-HLD-REASON       PIC X(30).
               10  WS-HLD-REL-DATE     PIC 9(8).
               10  WS-HLD-REL-PERIOD   PIC 9(6).
               10  WS-HLD-REL-OPER     PIC X(20).
               10  WS-HLD-REL-CHECK    PIC 9(6).
               10  WS-HLD-END-TO-END-ID PIC X(35).
       01 WS-HOLD-COUNT           PIC 9(4) VALUE 0.
       01 WS-HLD-SUB              PIC 9(4).
       01 WS-HOLD-CHANGED-FLAG    PIC X VALUE "N".
           88 HOLD-MASTER-CHANGED     VALUE "Y".

      *> The run's bank file, loaded whole so a hold can take lines
      *> out of it and a release can add credits to it; rewritten
      *> only when a decision changed it.
       01 WS-BANK-TABLE.
           05  WS-BNK-ENTRY OCCURS 5000 TIMES.
               10  WS-BNK-TYPE         PIC X(1).
                   88  WS-BNK-CREDIT       VALUE "C".
               10  WS-BNK-ACCOUNT      PIC X(34).
               10  WS-BNK-ROUTING      PIC X(11).
               10  WS-BNK-AMOUNT       PIC 9(8)V99.
               10  WS-BNK-GROUP        PIC X(3).
               10  WS-BNK-END-TO-END-ID PIC X(35).
               10  WS-BNK-EMP-ID       PIC X(6).
               10  WS-BNK-PERIOD       PIC 9(6).
               10  WS-BNK-PAYEE-NAME   PIC X(30).
               10  WS-BNK-PULLED       PIC X(1).
                   88  WS-BNK-IS-PULLED    VALUE "Y".
       01 WS-BANK-COUNT           PIC 9(4) VALUE 0.
       01 WS-BNK-SUB              PIC 9(4).
       01 WS-BANK-CHANGED-FLAG    PIC X VALUE "N".
           88 BANK-FILE-CHANGED       VALUE "Y".
       01 WS-BANK-LOADED-FLAG     PIC X VALUE "N".
           88 BANK-FILE-LOADED        VALUE "Y".
       01 WS-E2E-POINTER          PIC 9(2).

      *> The run's issued checks. A check already voided - by an
      *> earlier review of this run, matched on its number - cannot
      *> be held again.
       01 WS-CHECK-TABLE.
           05  WS-CKT-ENTRY OCCURS 2000 TIMES.
               10  WS-CKT-NUMBER       PIC 9(6).
               10  WS-CKT-EMP-ID       PIC X(6).
               10  WS-CKT-AMOUNT       PIC S9(8)V99.
               10  WS-CKT-PERIOD       PIC 9(6).
               10  WS-CKT-VOIDED       PIC X(1).
                   88  WS-CKT-IS-VOIDED    VALUE "Y".
       01 WS-CHECK-COUNT          PIC 9(4) VALUE 0.
       01 WS-CKT-SUB              PIC 9(4).
       01 WS-NEXT-CHECK-NUMBER    PIC 9(6) VALUE 1.
       01 WS-CHECKS-USED-FLAG     PIC X VALUE "N".
           88 CHECK-NUMBERS-USED      VALUE "Y".
       01 WS-PARSE-AMOUNT         PIC S9(8)V99.

      *> Printed-check building blocks - the same check the pay run
      *> prints, dated today, naming the period the payment was
      *> originally earned in.
       01 WS-CHECK-SEPARATOR.
           05  FILLER              PIC X(64) VALUE ALL "=".
       01 WS-CHECK-TITLE-LINE.
           05  FILLER              PIC X(40) VALUE
               "Gestor de Nominas S.A.".
           05  FILLER              PIC X(10) VALUE "CHEQUE N. ".
           05  WS-CHK-NUMBER       PIC 9(6).
       01 WS-CHECK-DATE-LINE.
           05  FILLER              PIC X(7) VALUE "Fecha: ".
           05  WS-CHK-DATE         PIC 9999/99/99.
           05  FILLER              PIC X(12) VALUE "   Periodo: ".
           05  WS-CHK-PERIOD       PIC 9(6).
       01 WS-CHECK-PAYEE-LINE.
           05  FILLER              PIC X(11) VALUE "Paguese a: ".
           05  WS-CHK-PAYEE        PIC A(30).
           05  FILLER              PIC X(2) VALUE " (".
           05  WS-CHK-EMP-ID       PIC X(6).
           05  FILLER              PIC X(1) VALUE ")".
       01 WS-CHECK-AMOUNT-LINE.
           05  FILLER              PIC X(9) VALUE "Importe: ".
           05  WS-CHK-AMOUNT       PIC ZZZ,ZZ9.99.

      *> The decision in hand and what came of it.
       01 WS-DECISION-AMOUNT      PIC 9(8)V99.
       01 WS-DECISION-ITEMS       PIC 9(4).
       01 WS-DECISION-RESULT      PIC X(27).
       01 WS-DECISION-REJECTED-FLAG PIC X VALUE "N".
           88 DECISION-REJECTED       VALUE "Y".
       01 WS-DECISION-COUNT       PIC 9(4) VALUE 0.
       01 WS-HELD-ITEMS           PIC 9(4) VALUE 0.
       01 WS-RELEASED-ITEMS       PIC 9(4) VALUE 0.
       01 WS-REJECTED-COUNT       PIC 9(4) VALUE 0.
       01 WS-REASON-WORK          PIC X(30).
       01 WS-ORIG-DATE-EDITED     PIC 9999/99/99.
       01 WS-AUDIT-TYPE           PIC X(4).
       01 WS-AUDIT-AMOUNT         PIC S9(8)V99.
       01 WS-AUDIT-ORIG-DATE      PIC 9(8).

      *> Report lines for the decisions block, kept until the report
      *> is written - the flagged-employee block comes first and can
      *> only be printed once the holds are known.
       01 WS-ACTION-TABLE.
           05  WS-ACT-LINE OCCURS 1000 TIMES PIC X(80).
       01 WS-ACTION-COUNT         PIC 9(4) VALUE 0.
       01 WS-ACT-SUB              PIC 9(4).
       01 WS-ACT-DECISION-SLOT    PIC 9(4).
       01 WS-ACTION-LINE-WORK     PIC X(80).

       01 WS-RPT-SEPARATOR.
           05  FILLER              PIC X(80) VALUE ALL "=".
       01 WS-RPT-RULE-LINE.
           05  FILLER              PIC X(80) VALUE ALL "-".
       01 WS-RPT-TITLE-LINE.
           05  FILLER              PIC X(32) VALUE
               "Gestor de Nominas S.A.".
           05  FILLER              PIC X(48) VALUE
               "Revision de la nomina antes del envio".
       01 WS-RPT-PERIOD-LINE.
           05  FILLER              PIC X(9) VALUE "Periodo: ".
           05  WS-RPT-PERIOD       PIC 9(6).
           05  FILLER              PIC X(9) VALUE "  Fecha: ".
           05  WS-RPT-DATE         PIC 9999/99/99.
           05  FILLER              PIC X(9) VALUE "  Grupo: ".
           05  WS-RPT-GROUP        PIC X(3).
           05  FILLER              PIC X(14) VALUE "  Tolerancia: ".
           05  WS-RPT-TOLERANCE    PIC Z9.
           05  FILLER              PIC X(1) VALUE "%".
       01 WS-RPT-SECTION-LINE.
           05  WS-RPT-SECTION      PIC X(80).
       01 WS-RPT-EMP-LINE.
           05  WS-RPE-ID           PIC X(6).
           05  FILLER              PIC X(2) VALUE SPACES.
           05  WS-RPE-NAME         PIC A(30).
           05  FILLER              PIC X(2) VALUE SPACES.
           05  WS-RPE-STATUS       PIC X(9).
           05  FILLER              PIC X(1) VALUE SPACES.
           05  WS-RPE-REASONS      PIC X(30).
       01 WS-RPT-FIGURES-LINE.
           05  FILLER              PIC X(8) VALUE "  Bruto ".
           05  WS-RPF-GROSS        PIC ZZZ,ZZ9.99-.
           05  FILLER              PIC X(7) VALUE " medio ".
           05  WS-RPF-AVG-GROSS    PIC ZZZ,ZZ9.99-.
           05  FILLER              PIC X(8) VALUE "   Neto ".
           05  WS-RPF-NET          PIC ZZZ,ZZ9.99-.
           05  FILLER              PIC X(7) VALUE " medio ".
           05  WS-RPF-AVG-NET      PIC ZZZ,ZZ9.99-.
           05  FILLER              PIC X(2) VALUE SPACES.
           05  WS-RPF-PERIODS      PIC 9.
           05  FILLER              PIC X(3) VALUE " p.".
       01 WS-RPT-ACTION-LINE.
           05  WS-RPA-ACTION       PIC X(1).
           05  FILLER              PIC X(1) VALUE SPACES.
           05  WS-RPA-ID           PIC X(6).
           05  FILLER              PIC X(2) VALUE SPACES.
           05  WS-RPA-NAME         PIC A(30).
           05  FILLER              PIC X(1) VALUE SPACES.
           05  WS-RPA-AMOUNT       PIC ZZZ,ZZ9.99-.
           05  FILLER              PIC X(1) VALUE SPACES.
           05  WS-RPA-RESULT       PIC X(27).
       01 WS-RPT-ITEM-LINE.
           05  FILLER              PIC X(10) VALUE SPACES.
           05  WS-RPI-TEXT         PIC X(40).
           05  WS-RPI-AMOUNT       PIC ZZZ,ZZ9.99-.
       01 WS-RPT-COUNT-LINE.
           05  WS-RPC-LABEL        PIC X(40).
           05  WS-RPC-VALUE        PIC ZZZ9.
       01 WS-REASONS-WORK         PIC X(30).
       01 WS-REASON-POINTER       PIC 9(2).

       01 WS-EOF-FLAG   PIC X VALUE "N".
           88 END-OF-INPUT-FILE VALUE "Y".

       PROCEDURE DIVISION.
       0000-MAIN-LOGIC.
           PERFORM 1000-INITIALIZE
           IF NOT PAY-GROUP-FOUND
               DISPLAY "REVISION NO REALIZADA - NO ENVIAR EL FICHERO "
                   "BANCARIO"
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM 1200-LOAD-STANDING-MASTER
               PERFORM 1250-LOAD-HOLD-MASTER
               PERFORM 2000-COLLECT-PERIOD-PAY
               PERFORM 2100-COLLECT-HISTORY
               PERFORM 2200-SCAN-CHANGE-LOG
               PERFORM 2300-FLAG-EMPLOYEES
               PERFORM 3000-APPLY-DECISIONS
               PERFORM 5000-WRITE-REVIEW-REPORT
               PERFORM 6000-REPORT-RESULTS
           END-IF
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME
           COMPUTE WS-RUN-TIME-HHMMSS =
               (WS-RUN-HH * 10000) + (WS-RUN-MM * 100) + WS-RUN-SS
           ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT "USER"
           IF WS-OPERATOR-ID = SPACES
               MOVE "DESCONOCIDO" TO WS-OPERATOR-ID
           END-IF
           ACCEPT WS-TOLERANCE-IN FROM ENVIRONMENT
               "REVISION_TOLERANCIA"
           IF WS-TOLERANCE-IN NUMERIC
               MOVE WS-TOLERANCE-IN TO WS-TOLERANCE-PCT
           END-IF
           PERFORM 1050-SELECT-PAY-GROUP
           IF PAY-GROUP-FOUND
               ACCEPT WS-PERIOD-IN FROM ENVIRONMENT "REVISION_PERIODO"
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
               MOVE WS-PAY-PERIOD-ID TO WS-PERIOD-SPLIT
               PERFORM 1150-CLASSIFY-PERIOD
               MOVE WS-PERIOD-KIND TO WS-REVIEW-KIND
           END-IF.

       1050-SELECT-PAY-GROUP.
      *> An unknown group has no run to review - and holds taken out
      *> of the wrong group's bank file would be worse than none.
           ACCEPT WS-PAY-GROUP FROM ENVIRONMENT "NOMINA_GRUPO"
           IF WS-PAY-GROUP = SPACES
               MOVE WS-DEFAULT-PAY-GROUP TO WS-PAY-GROUP
           END-IF
           OPEN INPUT PAY-GROUP-FILE
           IF WS-PAYGRP-FILE-STATUS NOT = "00"
               DISPLAY "Revision bloqueada: falta PAYGRP.DAT - "
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
                   DISPLAY "Revision bloqueada: grupo de pago "
                       "desconocido '" WS-PAY-GROUP "' en PAYGRP.DAT"
               END-IF
           END-IF
           ACCEPT WS-OFF-CYCLE-FLAG FROM ENVIRONMENT "NOMINA_EXTRA"
           ACCEPT WS-SETTLEMENT-FLAG FROM ENVIRONMENT
               "NOMINA_FINIQUITO"
           IF PAY-GROUP-FOUND
               MOVE WS-DECISION-FILE-PATH TO WS-PATH-WORK
               PERFORM 1059-SUFFIX-RUN-FILE-PATH
               MOVE WS-PATH-WORK TO WS-DECISION-FILE-PATH
               MOVE WS-BANK-FILE-PATH TO WS-PATH-WORK
               PERFORM 1059-SUFFIX-RUN-FILE-PATH
               MOVE WS-PATH-WORK TO WS-BANK-FILE-PATH
               MOVE WS-SEPA-FILE-PATH TO WS-PATH-WORK
               PERFORM 1059-SUFFIX-RUN-FILE-PATH
               MOVE WS-PATH-WORK TO WS-SEPA-FILE-PATH
               MOVE WS-CHECK-REG-FILE-PATH TO WS-PATH-WORK
               PERFORM 1059-SUFFIX-RUN-FILE-PATH
               MOVE WS-PATH-WORK TO WS-CHECK-REG-FILE-PATH
               MOVE WS-CHECK-PRINT-FILE-PATH TO WS-PATH-WORK
               PERFORM 1059-SUFFIX-RUN-FILE-PATH
               MOVE WS-PATH-WORK TO WS-CHECK-PRINT-FILE-PATH
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
      *> out, so the last "P" is the period under review.
           MOVE "N" TO WS-EOF-FLAG
           OPEN INPUT PAY-CALENDAR-FILE
           IF WS-PAYCAL-FILE-STATUS NOT = "00"
               DISPLAY "No se pudo abrir PAY-CALENDAR-FILE, estado: "
                   WS-PAYCAL-FILE-STATUS
               MOVE "Y" TO WS-EOF-FLAG
           END-IF
           PERFORM UNTIL END-OF-INPUT-FILE
               READ PAY-CALENDAR-FILE
                   AT END
                       MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       IF CAL-PAID AND CAL-PERIOD-ID NUMERIC
                           MOVE CAL-PERIOD-ID TO WS-PAY-PERIOD-ID
                       END-IF
               END-READ
           END-PERFORM
           IF WS-PAYCAL-FILE-STATUS = "10"
               CLOSE PAY-CALENDAR-FILE
           END-IF.

       1150-CLASSIFY-PERIOD.
      *> "N" calendar period, "F" settlement run, "X" off-cycle run.
           EVALUATE TRUE
               WHEN WS-SPLIT-NUMBER >= WS-OFF-CYCLE-MONTH-BASE
                   MOVE "X" TO WS-PERIOD-KIND
               WHEN WS-SPLIT-NUMBER >= WS-SETTLEMENT-MONTH-BASE
                   MOVE "F" TO WS-PERIOD-KIND
               WHEN OTHER
                   MOVE "N" TO WS-PERIOD-KIND
           END-EVALUATE.

       1200-LOAD-STANDING-MASTER.
           OPEN INPUT STANDING-MASTER
           IF WS-STANDING-FILE-STATUS NOT = "00"
               DISPLAY "No se pudo abrir STANDING-MASTER, estado: "
                   WS-STANDING-FILE-STATUS
           ELSE
               PERFORM UNTIL WS-STANDING-FILE-STATUS NOT = "00"
                   READ STANDING-MASTER
                       AT END
                           MOVE "10" TO WS-STANDING-FILE-STATUS
                       NOT AT END
                           IF WS-STANDING-COUNT >= 2000
                               DISPLAY "ADVERTENCIA: STANDING-MASTER "
                                   "excede 2000 registros, se trunca "
                                   "la carga"
                               MOVE "10" TO WS-STANDING-FILE-STATUS
                           ELSE
                               ADD 1 TO WS-STANDING-COUNT
                               MOVE STD-EMP-ID TO
                                   WS-STD-ID(WS-STANDING-COUNT)
                               MOVE STD-EMP-NAME TO
                                   WS-STD-NAME(WS-STANDING-COUNT)
                               MOVE STD-ACCOUNT-NUMBER TO
                                   WS-STD-ACCOUNT(WS-STANDING-COUNT)
                               MOVE STD-ROUTING-NUMBER TO
                                   WS-STD-ROUTING(WS-STANDING-COUNT)
                               MOVE STD-PAY-METHOD TO
                                   WS-STD-METHOD(WS-STANDING-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE STANDING-MASTER
           END-IF.

       1210-FIND-STANDING-ENTRY.
      *> WS-STD-SLOT names the employee in RVD-EMP-ID, zero when
      *> the standing master does not know them.
           MOVE 0 TO WS-STD-SLOT
           PERFORM VARYING WS-STD-SUB FROM 1 BY 1
                   UNTIL WS-STD-SUB > WS-STANDING-COUNT
                   OR WS-STD-SLOT > 0
               IF WS-STD-ID(WS-STD-SUB) = RVD-EMP-ID
                   MOVE WS-STD-SUB TO WS-STD-SLOT
               END-IF
           END-PERFORM.

       1250-LOAD-HOLD-MASTER.
      *> No master yet simply means nothing has ever been held.
           OPEN INPUT PAY-HOLD-FILE
           IF WS-HOLD-FILE-STATUS = "00"
               PERFORM UNTIL WS-HOLD-FILE-STATUS NOT = "00"
                   READ PAY-HOLD-FILE
                       AT END
                           MOVE "10" TO WS-HOLD-FILE-STATUS
                       NOT AT END
                           IF WS-HOLD-COUNT >= 2000
                               DISPLAY "ADVERTENCIA: PAYHOLD excede "
                                   "2000 registros, se trunca la "
                                   "carga"
                               MOVE "10" TO WS-HOLD-FILE-STATUS
                           ELSE
                               ADD 1 TO WS-HOLD-COUNT
                               PERFORM 1260-TAKE-HOLD-RECORD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PAY-HOLD-FILE
           END-IF.

       1260-TAKE-HOLD-RECORD.
           MOVE PHL-STATUS         TO WS-HLD-STATUS(WS-HOLD-COUNT)
           MOVE PHL-EMP-ID         TO WS-HLD-EMP-ID(WS-HOLD-COUNT)
           MOVE PHL-EMP-NAME       TO WS-HLD-EMP-NAME(WS-HOLD-COUNT)
           MOVE PHL-PAY-GROUP      TO WS-HLD-PAY-GROUP(WS-HOLD-COUNT)
           MOVE PHL-PERIOD-ID      TO WS-HLD-PERIOD(WS-HOLD-COUNT)
           MOVE PHL-METHOD         TO WS-HLD-METHOD(WS-HOLD-COUNT)
           MOVE PHL-ACCOUNT-NUMBER TO WS-HLD-ACCOUNT(WS-HOLD-COUNT)
           MOVE PHL-ROUTING-NUMBER TO WS-HLD-ROUTING(WS-HOLD-COUNT)
           MOVE PHL-CHECK-NUMBER   TO WS-HLD-CHECK(WS-HOLD-COUNT)
           MOVE PHL-AMOUNT         TO WS-HLD-AMOUNT(WS-HOLD-COUNT)
           MOVE PHL-HOLD-DATE      TO WS-HLD-HOLD-DATE(WS-HOLD-COUNT)
           MOVE PHL-HOLD-OPERATOR  TO WS-HLD-HOLD-OPER(WS-HOLD-COUNT)
           MOVE PHL-REASON         TO WS-HLD-REASON(WS-HOLD-COUNT)
           MOVE PHL-RELEASE-DATE   TO WS-HLD-REL-DATE(WS-HOLD-COUNT)
           MOVE PHL-RELEASE-PERIOD TO
               WS-HLD-REL-PERIOD(WS-HOLD-COUNT)
           MOVE PHL-RELEASE-OPERATOR TO
               WS-HLD-REL-OPER(WS-HOLD-COUNT)
           MOVE PHL-RELEASE-CHECK  TO WS-HLD-REL-CHECK(WS-HOLD-COUNT)
           MOVE PHL-END-TO-END-ID  TO
               WS-HLD-END-TO-END-ID(WS-HOLD-COUNT).

       1300-LOAD-BANK-FILE.
           MOVE "N" TO WS-EOF-FLAG
           OPEN INPUT BANK-FILE
           IF WS-BANK-FILE-STATUS NOT = "00"
               DISPLAY "No se pudo abrir BANK-FILE, estado: "
                   WS-BANK-FILE-STATUS
               MOVE "Y" TO WS-EOF-FLAG
           ELSE
               MOVE "Y" TO WS-BANK-LOADED-FLAG
           END-IF
           PERFORM UNTIL END-OF-INPUT-FILE
               READ BANK-FILE
                   AT END
                       MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       IF WS-BANK-COUNT >= 5000
                           DISPLAY "ADVERTENCIA: BANKFILE excede 5000 "
                               "registros, no se puede revisar"
                           MOVE "N" TO WS-BANK-LOADED-FLAG
                           MOVE "Y" TO WS-EOF-FLAG
                       ELSE
                           ADD 1 TO WS-BANK-COUNT
                           MOVE BNK-TRANS-TYPE TO
                               WS-BNK-TYPE(WS-BANK-COUNT)
                           MOVE BNK-ACCOUNT-NUMBER TO
                               WS-BNK-ACCOUNT(WS-BANK-COUNT)
                           MOVE BNK-ROUTING-NUMBER TO
                               WS-BNK-ROUTING(WS-BANK-COUNT)
                           MOVE BNK-NET-AMOUNT TO
                               WS-BNK-AMOUNT(WS-BANK-COUNT)
                           MOVE BNK-PAY-GROUP TO
                               WS-BNK-GROUP(WS-BANK-COUNT)
                           MOVE BNK-END-TO-END-ID TO
                               WS-BNK-END-TO-END-ID(WS-BANK-COUNT)
                           MOVE BNK-EMP-ID TO
                               WS-BNK-EMP-ID(WS-BANK-COUNT)
                           MOVE BNK-PERIOD-ID TO
                               WS-BNK-PERIOD(WS-BANK-COUNT)
                           MOVE BNK-PAYEE-NAME TO
                               WS-BNK-PAYEE-NAME(WS-BANK-COUNT)
                           MOVE "N" TO WS-BNK-PULLED(WS-BANK-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           IF WS-BANK-FILE-STATUS = "10"
               CLOSE BANK-FILE
           END-IF.

       1350-LOAD-CHECK-REGISTER.
      *> No register just means nobody was paid by check. The highest
      *> number registered also guards the check sequence, the way
      *> the pay run's restart does.
           OPEN INPUT CHECK-CONTROL-FILE
           IF WS-CHECK-CTL-FILE-STATUS = "00"
               READ CHECK-CONTROL-FILE
                   NOT AT END
                       IF CKC-NEXT-CHECK-NO NUMERIC
                               AND CKC-NEXT-CHECK-NO > 0
                           MOVE CKC-NEXT-CHECK-NO
                               TO WS-NEXT-CHECK-NUMBER
                       END-IF
               END-READ
               CLOSE CHECK-CONTROL-FILE
           END-IF
           MOVE "N" TO WS-EOF-FLAG
           OPEN INPUT CHECK-REGISTER-FILE
           IF WS-CHECK-REG-FILE-STATUS NOT = "00"
               MOVE "Y" TO WS-EOF-FLAG
           END-IF
           PERFORM UNTIL END-OF-INPUT-FILE
               READ CHECK-REGISTER-FILE
                   AT END
                       MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       PERFORM 1360-TAKE-CHECK-LINE
               END-READ
           END-PERFORM
           IF WS-CHECK-REG-FILE-STATUS = "10"
               CLOSE CHECK-REGISTER-FILE
           END-IF.

       1360-TAKE-CHECK-LINE.
           IF CKR-CHECK-NUMBER NUMERIC
                   AND CKR-CHECK-NUMBER >= WS-NEXT-CHECK-NUMBER
               COMPUTE WS-NEXT-CHECK-NUMBER = CKR-CHECK-NUMBER + 1
           END-IF
           EVALUATE TRUE
               WHEN CKR-ISSUED
                   IF WS-CHECK-COUNT >= 2000
                       DISPLAY "ADVERTENCIA: CHECKREG excede 2000 "
                           "cheques, se trunca la carga"
                   ELSE
                       ADD 1 TO WS-CHECK-COUNT
                       MOVE CKR-CHECK-NUMBER TO
                           WS-CKT-NUMBER(WS-CHECK-COUNT)
                       MOVE CKR-EMP-ID TO
                           WS-CKT-EMP-ID(WS-CHECK-COUNT)
                       MOVE CKR-AMOUNT TO WS-PARSE-AMOUNT
                       MOVE WS-PARSE-AMOUNT TO
                           WS-CKT-AMOUNT(WS-CHECK-COUNT)
                       MOVE CKR-PERIOD-ID TO
                           WS-CKT-PERIOD(WS-CHECK-COUNT)
                       MOVE "N" TO WS-CKT-VOIDED(WS-CHECK-COUNT)
                   END-IF
      *> Only a void that names its check (a review hold) can be
      *> tied to one; an adjustment's void carries number zero.
               WHEN CKR-VOIDED
                   IF CKR-CHECK-NUMBER NUMERIC
                           AND CKR-CHECK-NUMBER > 0
                       PERFORM VARYING WS-CKT-SUB FROM 1 BY 1
                               UNTIL WS-CKT-SUB > WS-CHECK-COUNT
                           IF WS-CKT-NUMBER(WS-CKT-SUB)
                                   = CKR-CHECK-NUMBER
                               MOVE "Y" TO WS-CKT-VOIDED(WS-CKT-SUB)
                           END-IF
                       END-PERFORM
                   END-IF
           END-EVALUATE.

       2000-COLLECT-PERIOD-PAY.
      *> First pass over the payment history: who was paid in the
      *> period under review, and how much in all. Only this group's
      *> lines count - another group's period ids mean other weeks.
      *> Only the period's own lines are read, through the period
      *> key, in the partitions its year can reach.
           PERFORM 2010-LOAD-YEAR-CONTROL
           COMPUTE WS-PERIOD-YEAR = WS-PAY-PERIOD-ID / 100
           MOVE "N" TO WS-ACTIVE-PART-FLAG
           PERFORM VARYING WS-PART-YEAR FROM WS-PERIOD-YEAR BY 1
                   UNTIL WS-PART-YEAR > WS-PERIOD-YEAR + 1
                   OR ACTIVE-PART-READ
               PERFORM 2020-SET-HISTORY-PARTITION
               PERFORM 2030-COLLECT-PERIOD-PART
           END-PERFORM.

       2010-LOAD-YEAR-CONTROL.
           OPEN INPUT YEAR-CONTROL-FILE
           IF WS-YEARCTL-FILE-STATUS = "00"
               READ YEAR-CONTROL-FILE
                   NOT AT END
                       IF CTL-LAST-CLOSED-YEAR NUMERIC
                           MOVE CTL-LAST-CLOSED-YEAR
                               TO WS-LAST-CLOSED-YEAR
                       END-IF
                       IF CTL-FIRST-HISTORY-YEAR NUMERIC
                           MOVE CTL-FIRST-HISTORY-YEAR
                               TO WS-FIRST-HISTORY-YEAR
                       END-IF
               END-READ
               CLOSE YEAR-CONTROL-FILE
           END-IF.

       2020-SET-HISTORY-PARTITION.
      *> A closed year's lines are in its own archive; the open
      *> years share the active file, so reaching it ends the walk.
           IF WS-PART-YEAR > WS-LAST-CLOSED-YEAR
               MOVE "data/PAYHIST.DAT" TO WS-HISTORY-FILE-PATH
               MOVE "Y" TO WS-ACTIVE-PART-FLAG
           ELSE
               MOVE SPACES TO WS-HISTORY-FILE-PATH
               STRING "data/PAYHIST-" DELIMITED BY SIZE
                      WS-PART-YEAR    DELIMITED BY SIZE
                      ".DAT"          DELIMITED BY SIZE
                   INTO WS-HISTORY-FILE-PATH
           END-IF.

       2030-COLLECT-PERIOD-PART.
      *> A closed year with no archive had no pay to read; a
      *> missing active file is worth a warning.
           OPEN INPUT PAY-HISTORY-FILE
           IF WS-HISTORY-FILE-STATUS NOT = "00"
               IF WS-HISTORY-FILE-STATUS NOT = "35"
                       OR ACTIVE-PART-READ
                   DISPLAY "ADVERTENCIA: sin historial de pagos - "
                       WS-HISTORY-FILE-PATH ", estado: "
                       WS-HISTORY-FILE-STATUS
               END-IF
           ELSE
               MOVE WS-PAY-PERIOD-ID TO PHR-PERIOD-ID
               START PAY-HISTORY-FILE KEY IS = PHR-PERIOD-ID
                   INVALID KEY
                       MOVE "10" TO WS-HISTORY-FILE-STATUS
               END-START
               PERFORM UNTIL NOT HISTORY-READ-OK
                   READ PAY-HISTORY-FILE NEXT RECORD
                       AT END
                           MOVE "10" TO WS-HISTORY-FILE-STATUS
                       NOT AT END
                           IF PHR-PERIOD-ID NOT = WS-PAY-PERIOD-ID
                               MOVE "10" TO WS-HISTORY-FILE-STATUS
                           ELSE
                           IF PHS-POSTING
                               AND (PHS-PAY-GROUP = WS-PAY-GROUP
                                    OR (PHS-PAY-GROUP = SPACES
                                        AND WS-PAY-GROUP
                                            = WS-DEFAULT-PAY-GROUP))
                               PERFORM 2050-TAKE-PERIOD-POSTING
                           END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PAY-HISTORY-FILE
           END-IF.

       2050-TAKE-PERIOD-POSTING.
           PERFORM 2160-FIND-REVIEW-ENTRY
           IF WS-RVW-SLOT = 0
               IF WS-REVIEW-COUNT >= 2000
                   DISPLAY "ADVERTENCIA: mas de 2000 empleados en el "
                       "periodo, " PHS-EMP-ID " no se revisa"
               ELSE
                   ADD 1 TO WS-REVIEW-COUNT
                   MOVE WS-REVIEW-COUNT TO WS-RVW-SLOT
                   INITIALIZE WS-RVW-ENTRY(WS-RVW-SLOT)
                   MOVE PHS-EMP-ID TO WS-RVW-ID(WS-RVW-SLOT)
                   MOVE "N" TO WS-RVW-PRIOR-FLAG(WS-RVW-SLOT)
                   MOVE "N" TO WS-RVW-FLAGGED(WS-RVW-SLOT)
               END-IF
           END-IF
           IF WS-RVW-SLOT > 0
               ADD PHS-GROSS TO WS-RVW-GROSS(WS-RVW-SLOT)
               ADD PHS-NET   TO WS-RVW-NET(WS-RVW-SLOT)
           END-IF.

       2100-COLLECT-HISTORY.
      *> Second pass: every earlier posting of the employees under
      *> review. Any of them, in any group, means the employee has
      *> been paid before; only this group's postings of the same
      *> kind of run feed the comparison. Only those employees'
      *> lines are read, each through the history key, year by
      *> year from the history's first so each one's postings
      *> come oldest first.
           IF WS-REVIEW-COUNT > 0
               MOVE WS-FIRST-HISTORY-YEAR TO WS-PART-YEAR
               IF WS-FIRST-HISTORY-YEAR = 0
                   COMPUTE WS-PART-YEAR = WS-LAST-CLOSED-YEAR + 1
               END-IF
               MOVE "N" TO WS-ACTIVE-PART-FLAG
               PERFORM UNTIL ACTIVE-PART-READ
                   PERFORM 2020-SET-HISTORY-PARTITION
                   PERFORM 2110-COLLECT-HISTORY-PART
                   ADD 1 TO WS-PART-YEAR
               END-PERFORM
           END-IF.

       2110-COLLECT-HISTORY-PART.
           OPEN INPUT PAY-HISTORY-FILE
           IF WS-HISTORY-FILE-STATUS = "00"
               PERFORM VARYING WS-HIST-RVW-SUB FROM 1 BY 1
                       UNTIL WS-HIST-RVW-SUB > WS-REVIEW-COUNT
                   PERFORM 2120-READ-EMPLOYEE-HISTORY
               END-PERFORM
               CLOSE PAY-HISTORY-FILE
           END-IF.

       2120-READ-EMPLOYEE-HISTORY.
           MOVE WS-RVW-ID(WS-HIST-RVW-SUB) TO PHR-EMP-ID
           MOVE 0 TO PHR-PAY-DATE
           MOVE 0 TO PHR-POSTING-NO
           MOVE 0 TO PHR-LINE-NO
           START PAY-HISTORY-FILE KEY IS >= PHR-KEY
               INVALID KEY
                   MOVE "10" TO WS-HISTORY-FILE-STATUS
           END-START
           PERFORM UNTIL NOT HISTORY-READ-OK
               READ PAY-HISTORY-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO WS-HISTORY-FILE-STATUS
                   NOT AT END
                       IF PHR-EMP-ID NOT = WS-RVW-ID(WS-HIST-RVW-SUB)
                           MOVE "10" TO WS-HISTORY-FILE-STATUS
                       ELSE
                       IF PHS-POSTING AND PHS-PERIOD-ID NUMERIC
                           PERFORM 2150-TAKE-HISTORY-POSTING
                       END-IF
                       END-IF
               END-READ
           END-PERFORM
      *> The next employee starts afresh from its own key.
           MOVE "00" TO WS-HISTORY-FILE-STATUS.

       2150-TAKE-HISTORY-POSTING.
           PERFORM 2160-FIND-REVIEW-ENTRY
           IF WS-RVW-SLOT > 0
                   AND NOT (PHS-PERIOD-ID = WS-PAY-PERIOD-ID
                            AND (PHS-PAY-GROUP = WS-PAY-GROUP
                                 OR (PHS-PAY-GROUP = SPACES
                                     AND WS-PAY-GROUP
                                         = WS-DEFAULT-PAY-GROUP)))
               MOVE "Y" TO WS-RVW-PRIOR-FLAG(WS-RVW-SLOT)
               IF PHS-PAY-DATE NUMERIC
                       AND PHS-PAY-DATE
                           > WS-RVW-LAST-PAY-DATE(WS-RVW-SLOT)
                   MOVE PHS-PAY-DATE TO
                       WS-RVW-LAST-PAY-DATE(WS-RVW-SLOT)
               END-IF
               MOVE PHS-PERIOD-ID TO WS-PERIOD-SPLIT
               PERFORM 1150-CLASSIFY-PERIOD
               IF WS-PERIOD-KIND = WS-REVIEW-KIND
                       AND (PHS-PAY-GROUP = WS-PAY-GROUP
                            OR (PHS-PAY-GROUP = SPACES
                                AND WS-PAY-GROUP
                                    = WS-DEFAULT-PAY-GROUP))
                   PERFORM 2170-ADD-TO-HISTORY
               END-IF
           END-IF.

       2160-FIND-REVIEW-ENTRY.
           MOVE 0 TO WS-RVW-SLOT
           PERFORM VARYING WS-RVW-SUB FROM 1 BY 1
                   UNTIL WS-RVW-SUB > WS-REVIEW-COUNT
                   OR WS-RVW-SLOT > 0
               IF WS-RVW-ID(WS-RVW-SUB) = PHS-EMP-ID
                   MOVE WS-RVW-SUB TO WS-RVW-SLOT
               END-IF
           END-PERFORM.

       2170-ADD-TO-HISTORY.
      *> Same period as the newest slot: another posting of it.
      *> Otherwise a new slot - the oldest of four drops off.
           MOVE WS-RVW-HIST-COUNT(WS-RVW-SLOT) TO WS-RVH-SUB
           IF WS-RVH-SUB = 0
                   OR WS-RVH-PERIOD(WS-RVW-SLOT, WS-RVH-SUB)
                       NOT = PHS-PERIOD-ID
               IF WS-RVH-SUB < 4
                   ADD 1 TO WS-RVH-SUB
                   MOVE WS-RVH-SUB TO WS-RVW-HIST-COUNT(WS-RVW-SLOT)
               ELSE
                   PERFORM VARYING WS-RVH-SUB FROM 1 BY 1
                           UNTIL WS-RVH-SUB > 3
                       MOVE WS-RVW-HIST(WS-RVW-SLOT, WS-RVH-SUB + 1)
                           TO WS-RVW-HIST(WS-RVW-SLOT, WS-RVH-SUB)
                   END-PERFORM
                   MOVE 4 TO WS-RVH-SUB
               END-IF
               MOVE PHS-PERIOD-ID TO
                   WS-RVH-PERIOD(WS-RVW-SLOT, WS-RVH-SUB)
               MOVE 0 TO WS-RVH-GROSS(WS-RVW-SLOT, WS-RVH-SUB)
               MOVE 0 TO WS-RVH-NET(WS-RVW-SLOT, WS-RVH-SUB)
           END-IF
           ADD PHS-GROSS TO WS-RVH-GROSS(WS-RVW-SLOT, WS-RVH-SUB)
           ADD PHS-NET   TO WS-RVH-NET(WS-RVW-SLOT, WS-RVH-SUB).

       2200-SCAN-CHANGE-LOG.
      *> A cambio whose DESPUES image carries another account,
      *> routing number or pay method than its ANTES image, keyed on
      *> or after the employee's last payment day, means the money
      *> goes somewhere new this time. The day itself counts: the
      *> log has no way to say whether the change came before or
      *> after that day's run, and a false alarm costs a phone call.
           IF WS-REVIEW-COUNT > 0
               MOVE "N" TO WS-EOF-FLAG
               OPEN INPUT CHANGE-LOG-FILE
               IF WS-CHGLOG-FILE-STATUS NOT = "00"
                   MOVE "Y" TO WS-EOF-FLAG
               END-IF
               PERFORM UNTIL END-OF-INPUT-FILE
                   READ CHANGE-LOG-FILE
                       AT END
                           MOVE "Y" TO WS-EOF-FLAG
                       NOT AT END
                           PERFORM 2250-TAKE-CHANGE-LOG-LINE
                   END-READ
               END-PERFORM
               IF WS-CHGLOG-FILE-STATUS = "10"
                   CLOSE CHANGE-LOG-FILE
               END-IF
           END-IF.

       2250-TAKE-CHANGE-LOG-LINE.
           IF CHG-IMAGE-TYPE = "ANTES"
               MOVE CHG-IMAGE TO WS-LOG-BEFORE
               MOVE "Y" TO WS-LOG-BEFORE-FLAG
           ELSE
               IF CHG-IMAGE-TYPE = "DESPUES" AND LOG-BEFORE-WAITING
                       AND CHG-ACTION = "C"
                   MOVE CHG-IMAGE    TO WS-LOG-AFTER
                   MOVE CHG-RUN-DATE TO WS-LOG-DATE
                   IF WS-LGA-EMP-ID = WS-LGB-EMP-ID
                           AND (WS-LGA-ACCOUNT NOT = WS-LGB-ACCOUNT
                                OR WS-LGA-ROUTING
                                    NOT = WS-LGB-ROUTING
                                OR WS-LGA-METHOD NOT = WS-LGB-METHOD)
                       PERFORM 2260-FLAG-BANK-CHANGE
                   END-IF
               END-IF
               MOVE "N" TO WS-LOG-BEFORE-FLAG
           END-IF.

       2260-FLAG-BANK-CHANGE.
           MOVE 0 TO WS-RVW-SLOT
           PERFORM VARYING WS-RVW-SUB FROM 1 BY 1
                   UNTIL WS-RVW-SUB > WS-REVIEW-COUNT
                   OR WS-RVW-SLOT > 0
               IF WS-RVW-ID(WS-RVW-SUB) = WS-LGA-EMP-ID
                   MOVE WS-RVW-SUB TO WS-RVW-SLOT
               END-IF
           END-PERFORM
           IF WS-RVW-SLOT > 0
               IF WS-RVW-PAID-BEFORE(WS-RVW-SLOT)
                       AND WS-LOG-DATE
                           >= WS-RVW-LAST-PAY-DATE(WS-RVW-SLOT)
                   MOVE "Y" TO WS-RVW-BANK-FLAG(WS-RVW-SLOT)
               END-IF
           END-IF.

       2300-FLAG-EMPLOYEES.
           PERFORM VARYING WS-RVW-SUB FROM 1 BY 1
                   UNTIL WS-RVW-SUB > WS-REVIEW-COUNT
               IF NOT WS-RVW-PAID-BEFORE(WS-RVW-SUB)
                   MOVE "Y" TO WS-RVW-FIRST-FLAG(WS-RVW-SUB)
               END-IF
               IF WS-RVW-NET(WS-RVW-SUB) <= 0
                   MOVE "Y" TO WS-RVW-ZERO-FLAG(WS-RVW-SUB)
               END-IF
               IF WS-RVW-HIST-COUNT(WS-RVW-SUB) > 0
                   PERFORM 2350-CHECK-VARIANCE
               END-IF
               IF WS-RVW-FIRST-FLAG(WS-RVW-SUB) = "Y"
                       OR WS-RVW-GROSS-FLAG(WS-RVW-SUB) = "Y"
                       OR WS-RVW-NET-FLAG(WS-RVW-SUB) = "Y"
                       OR WS-RVW-ZERO-FLAG(WS-RVW-SUB) = "Y"
                       OR WS-RVW-BANK-FLAG(WS-RVW-SUB) = "Y"
                   MOVE "Y" TO WS-RVW-FLAGGED(WS-RVW-SUB)
                   ADD 1 TO WS-FLAGGED-COUNT
               END-IF
           END-PERFORM.

       2350-CHECK-VARIANCE.
      *> Beyond tolerance when |this period - average| exceeds the
      *> tolerance percentage of |average| - an average of zero
      *> flags any pay at all.
           MOVE 0 TO WS-AVG-WORK
           PERFORM VARYING WS-RVH-SUB FROM 1 BY 1
                   UNTIL WS-RVH-SUB > WS-RVW-HIST-COUNT(WS-RVW-SUB)
               ADD WS-RVH-GROSS(WS-RVW-SUB, WS-RVH-SUB)
                   TO WS-AVG-WORK
           END-PERFORM
           COMPUTE WS-RVW-AVG-GROSS(WS-RVW-SUB) ROUNDED =
               WS-AVG-WORK / WS-RVW-HIST-COUNT(WS-RVW-SUB)
           MOVE 0 TO WS-AVG-WORK
           PERFORM VARYING WS-RVH-SUB FROM 1 BY 1
                   UNTIL WS-RVH-SUB > WS-RVW-HIST-COUNT(WS-RVW-SUB)
               ADD WS-RVH-NET(WS-RVW-SUB, WS-RVH-SUB)
                   TO WS-AVG-WORK
           END-PERFORM
           COMPUTE WS-RVW-AVG-NET(WS-RVW-SUB) ROUNDED =
               WS-AVG-WORK / WS-RVW-HIST-COUNT(WS-RVW-SUB)
           MOVE WS-RVW-AVG-GROSS(WS-RVW-SUB) TO WS-AVG-WORK
           COMPUTE WS-DIFF-WORK =
               WS-RVW-GROSS(WS-RVW-SUB) - WS-AVG-WORK
           PERFORM 2360-COMPARE-TO-TOLERANCE
           IF WS-SPREAD-WORK > WS-LIMIT-WORK
               MOVE "Y" TO WS-RVW-GROSS-FLAG(WS-RVW-SUB)
           END-IF
           MOVE WS-RVW-AVG-NET(WS-RVW-SUB) TO WS-AVG-WORK
           COMPUTE WS-DIFF-WORK =
               WS-RVW-NET(WS-RVW-SUB) - WS-AVG-WORK
           PERFORM 2360-COMPARE-TO-TOLERANCE
           IF WS-SPREAD-WORK > WS-LIMIT-WORK
               MOVE "Y" TO WS-RVW-NET-FLAG(WS-RVW-SUB)
           END-IF.

       2360-COMPARE-TO-TOLERANCE.
           IF WS-DIFF-WORK < 0
               COMPUTE WS-DIFF-WORK = 0 - WS-DIFF-WORK
           END-IF
           IF WS-AVG-WORK < 0
               COMPUTE WS-AVG-WORK = 0 - WS-AVG-WORK
           END-IF
           COMPUTE WS-SPREAD-WORK = WS-DIFF-WORK * 100
           COMPUTE WS-LIMIT-WORK = WS-AVG-WORK * WS-TOLERANCE-PCT.

       3000-APPLY-DECISIONS.
      *> No decision file is the normal first pass: the supervisor
      *> reads the report, keys the decisions, and runs it again.
           OPEN INPUT DECISION-FILE
           IF WS-DECISION-FILE-STATUS = "00"
               PERFORM 1300-LOAD-BANK-FILE
               PERFORM 1350-LOAD-CHECK-REGISTER
               PERFORM 3050-OPEN-DECISION-OUTPUTS
               MOVE "N" TO WS-EOF-FLAG
               PERFORM UNTIL END-OF-INPUT-FILE
                   READ DECISION-FILE
                       AT END
                           MOVE "Y" TO WS-EOF-FLAG
                       NOT AT END
                           ADD 1 TO WS-DECISION-COUNT
                           PERFORM 3060-APPLY-ONE-DECISION
                   END-READ
               END-PERFORM
               CLOSE DECISION-FILE
               CLOSE AUDIT-LOG-FILE
               CLOSE CHECK-REGISTER-FILE
               CLOSE CHECK-PRINT-FILE
               IF BANK-FILE-CHANGED
                   PERFORM 4000-SAVE-BANK-FILE
                   PERFORM 4300-WRITE-SEPA-FILE
               END-IF
               IF HOLD-MASTER-CHANGED
                   PERFORM 4100-SAVE-HOLD-MASTER
               END-IF
               IF CHECK-NUMBERS-USED
                   PERFORM 4200-SAVE-CHECK-CONTROL
               END-IF
           END-IF.

       3050-OPEN-DECISION-OUTPUTS.
           OPEN EXTEND AUDIT-LOG-FILE
           IF WS-AUDIT-FILE-STATUS = "35"
               OPEN OUTPUT AUDIT-LOG-FILE
               CLOSE AUDIT-LOG-FILE
               OPEN EXTEND AUDIT-LOG-FILE
           END-IF
           IF WS-AUDIT-FILE-STATUS NOT = "00"
               DISPLAY "No se pudo abrir AUDIT-LOG-FILE, estado: "
                   WS-AUDIT-FILE-STATUS
           END-IF
           OPEN EXTEND CHECK-REGISTER-FILE
           IF WS-CHECK-REG-FILE-STATUS = "35"
               OPEN OUTPUT CHECK-REGISTER-FILE
               CLOSE CHECK-REGISTER-FILE
               OPEN EXTEND CHECK-REGISTER-FILE
           END-IF
           IF WS-CHECK-REG-FILE-STATUS NOT = "00"
               DISPLAY "No se pudo abrir CHECK-REGISTER-FILE, "
                   "estado: " WS-CHECK-REG-FILE-STATUS
           END-IF
           OPEN EXTEND CHECK-PRINT-FILE
           IF WS-CHECK-PRINT-FILE-STATUS = "35"
               OPEN OUTPUT CHECK-PRINT-FILE
               CLOSE CHECK-PRINT-FILE
               OPEN EXTEND CHECK-PRINT-FILE
           END-IF
           IF WS-CHECK-PRINT-FILE-STATUS NOT = "00"
               DISPLAY "No se pudo abrir CHECK-PRINT-FILE, estado: "
                   WS-CHECK-PRINT-FILE-STATUS
           END-IF.

       3060-APPLY-ONE-DECISION.
      *> The decision's own line goes ahead of the check and credit
      *> lines it produces; its slot is taken now and filled in
      *> once the amount is known.
           MOVE 0 TO WS-ACT-DECISION-SLOT
           IF WS-ACTION-COUNT < 1000
               ADD 1 TO WS-ACTION-COUNT
               MOVE WS-ACTION-COUNT TO WS-ACT-DECISION-SLOT
           END-IF
           MOVE 0 TO WS-DECISION-AMOUNT
           MOVE 0 TO WS-DECISION-ITEMS
           MOVE SPACES TO WS-DECISION-RESULT
           MOVE "N" TO WS-DECISION-REJECTED-FLAG
           PERFORM 1210-FIND-STANDING-ENTRY
           IF WS-STD-SLOT = 0
               MOVE "RECHAZADA: no existe" TO WS-DECISION-RESULT
               MOVE "Y" TO WS-DECISION-REJECTED-FLAG
           ELSE
               EVALUATE TRUE
                   WHEN RVD-HOLD
                       PERFORM 3100-HOLD-PAYMENTS
                   WHEN RVD-RELEASE
                       PERFORM 3200-RELEASE-PAYMENTS
                   WHEN OTHER
                       MOVE "RECHAZADA: accion invalida"
                           TO WS-DECISION-RESULT
                       MOVE "Y" TO WS-DECISION-REJECTED-FLAG
               END-EVALUATE
           END-IF
           IF DECISION-REJECTED
               ADD 1 TO WS-REJECTED-COUNT
               DISPLAY "Decision rechazada - " RVD-ACTION " "
                   RVD-EMP-ID ": " WS-DECISION-RESULT
           END-IF
           MOVE SPACES TO WS-RPT-ACTION-LINE
           MOVE RVD-ACTION TO WS-RPA-ACTION
           MOVE RVD-EMP-ID TO WS-RPA-ID
           IF WS-STD-SLOT > 0
               MOVE WS-STD-NAME(WS-STD-SLOT) TO WS-RPA-NAME
           END-IF
           MOVE WS-DECISION-AMOUNT TO WS-RPA-AMOUNT
           MOVE WS-DECISION-RESULT TO WS-RPA-RESULT
           IF WS-ACT-DECISION-SLOT > 0
               MOVE WS-RPT-ACTION-LINE
                   TO WS-ACT-LINE(WS-ACT-DECISION-SLOT)
           END-IF.

       3100-HOLD-PAYMENTS.
      *> Everything of the employee's in this run goes: each check
      *> issued to them for the period, and each credit the ledger
      *> pays them. A voided deposit is not in the ledger at all -
      *> it sits on the run's recall list, and a recovery is never
      *> the risk.
           PERFORM VARYING WS-HLD-SUB FROM 1 BY 1
                   UNTIL WS-HLD-SUB > WS-HOLD-COUNT
               IF WS-HLD-HELD(WS-HLD-SUB)
                       AND WS-HLD-EMP-ID(WS-HLD-SUB) = RVD-EMP-ID
                       AND WS-HLD-PAY-GROUP(WS-HLD-SUB) = WS-PAY-GROUP
                       AND WS-HLD-PERIOD(WS-HLD-SUB)
                           = WS-PAY-PERIOD-ID
                   ADD 1 TO WS-DECISION-ITEMS
                   ADD WS-HLD-AMOUNT(WS-HLD-SUB)
                       TO WS-DECISION-AMOUNT
               END-IF
           END-PERFORM
           IF WS-DECISION-ITEMS > 0
               MOVE "YA BLOQUEADO" TO WS-DECISION-RESULT
           ELSE
               IF NOT BANK-FILE-LOADED
                   MOVE "RECHAZADA: sin BANKFILE"
                       TO WS-DECISION-RESULT
                   MOVE "Y" TO WS-DECISION-REJECTED-FLAG
               ELSE
                   MOVE RVD-REASON TO WS-REASON-WORK
                   IF WS-REASON-WORK = SPACES
                       MOVE "Revision previa al envio"
                           TO WS-REASON-WORK
                   END-IF
                   PERFORM 3110-HOLD-CHECKS
                   PERFORM 3120-HOLD-CREDITS
                   IF WS-DECISION-ITEMS = 0
                       MOVE "RECHAZADA: sin pagos"
                           TO WS-DECISION-RESULT
                       MOVE "Y" TO WS-DECISION-REJECTED-FLAG
                   ELSE
                       MOVE "BLOQUEADO" TO WS-DECISION-RESULT
                   END-IF
               END-IF
           END-IF.

       3110-HOLD-CHECKS.
           PERFORM VARYING WS-CKT-SUB FROM 1 BY 1
                   UNTIL WS-CKT-SUB > WS-CHECK-COUNT
               IF WS-CKT-EMP-ID(WS-CKT-SUB) = RVD-EMP-ID
                       AND WS-CKT-PERIOD(WS-CKT-SUB)
                           = WS-PAY-PERIOD-ID
                       AND NOT WS-CKT-IS-VOIDED(WS-CKT-SUB)
                       AND WS-CKT-AMOUNT(WS-CKT-SUB) > 0
                   IF WS-HOLD-COUNT >= 2000
                       DISPLAY "ADVERTENCIA: PAYHOLD lleno (2000), "
                           "cheque " WS-CKT-NUMBER(WS-CKT-SUB)
                           " no se bloquea"
                   ELSE
                       MOVE "Y" TO WS-CKT-VOIDED(WS-CKT-SUB)
                       ADD 1 TO WS-HOLD-COUNT
                       PERFORM 3300-NEW-HOLD-ITEM
                       MOVE "C" TO WS-HLD-METHOD(WS-HOLD-COUNT)
                       MOVE WS-CKT-NUMBER(WS-CKT-SUB)
                           TO WS-HLD-CHECK(WS-HOLD-COUNT)
                       MOVE WS-CKT-AMOUNT(WS-CKT-SUB)
                           TO WS-HLD-AMOUNT(WS-HOLD-COUNT)
                       PERFORM 3130-WRITE-CHECK-HOLD-VOID
                       PERFORM 3310-LOG-HOLD-ITEM
                   END-IF
               END-IF
           END-PERFORM.

       3120-HOLD-CREDITS.
      *> The ledger names the employee each credit pays, so a credit
      *> to an account since changed is caught as well.
           PERFORM VARYING WS-BNK-SUB FROM 1 BY 1
                   UNTIL WS-BNK-SUB > WS-BANK-COUNT
               IF WS-BNK-CREDIT(WS-BNK-SUB)
                       AND NOT WS-BNK-IS-PULLED(WS-BNK-SUB)
                       AND WS-BNK-EMP-ID(WS-BNK-SUB) = RVD-EMP-ID
                   IF WS-HOLD-COUNT >= 2000
                       DISPLAY "ADVERTENCIA: PAYHOLD lleno "
                           "(2000), abono de " RVD-EMP-ID
                           " no se bloquea"
                   ELSE
                       MOVE "Y" TO WS-BNK-PULLED(WS-BNK-SUB)
                       MOVE "Y" TO WS-BANK-CHANGED-FLAG
                       ADD 1 TO WS-HOLD-COUNT
                       PERFORM 3300-NEW-HOLD-ITEM
                       MOVE "T" TO WS-HLD-METHOD(WS-HOLD-COUNT)
                       MOVE WS-BNK-ACCOUNT(WS-BNK-SUB)
                           TO WS-HLD-ACCOUNT(WS-HOLD-COUNT)
                       MOVE WS-BNK-ROUTING(WS-BNK-SUB)
                           TO WS-HLD-ROUTING(WS-HOLD-COUNT)
                       MOVE WS-BNK-AMOUNT(WS-BNK-SUB)
                           TO WS-HLD-AMOUNT(WS-HOLD-COUNT)
                       MOVE WS-BNK-END-TO-END-ID(WS-BNK-SUB)
                           TO WS-HLD-END-TO-END-ID(WS-HOLD-COUNT)
                       PERFORM 3310-LOG-HOLD-ITEM
                   END-IF
               END-IF
           END-PERFORM.

       3130-WRITE-CHECK-HOLD-VOID.
      *> Unlike an adjustment's void, this one knows its check - the
      *> number goes on the register so the clerk can pull the
      *> physical check before it is handed out.
           MOVE SPACES TO CHECK-REGISTER-LINE
           MOVE WS-CKT-NUMBER(WS-CKT-SUB) TO CKR-CHECK-NUMBER
           MOVE "A"             TO CKR-STATUS
           MOVE WS-RUN-DATE     TO CKR-RUN-DATE
           MOVE RVD-EMP-ID      TO CKR-EMP-ID
           MOVE WS-STD-NAME(WS-STD-SLOT) TO CKR-EMP-NAME
           COMPUTE WS-PARSE-AMOUNT = 0 - WS-CKT-AMOUNT(WS-CKT-SUB)
           MOVE WS-PARSE-AMOUNT TO CKR-AMOUNT
           MOVE WS-PAY-PERIOD-ID TO CKR-PERIOD-ID
           WRITE CHECK-REGISTER-LINE
           MOVE SPACES TO WS-RPT-ITEM-LINE
           STRING "Cheque " DELIMITED BY SIZE
                  WS-CKT-NUMBER(WS-CKT-SUB) DELIMITED BY SIZE
                  " anulado - retirarlo" DELIMITED BY SIZE
               INTO WS-RPI-TEXT
           END-STRING
           MOVE WS-CKT-AMOUNT(WS-CKT-SUB) TO WS-RPI-AMOUNT
           MOVE WS-RPT-ITEM-LINE TO WS-ACTION-LINE-WORK
           PERFORM 3900-KEEP-ACTION-LINE.

       3200-RELEASE-PAYMENTS.
      *> Every item still held for the employee in this group goes
      *> out again, whatever period it was held from, the way the
      *> employee is paid today - the hold may well have been for
      *> the very bank details since corrected.
           PERFORM VARYING WS-HLD-SUB FROM 1 BY 1
                   UNTIL WS-HLD-SUB > WS-HOLD-COUNT
               IF WS-HLD-HELD(WS-HLD-SUB)
                       AND WS-HLD-EMP-ID(WS-HLD-SUB) = RVD-EMP-ID
                       AND WS-HLD-PAY-GROUP(WS-HLD-SUB) = WS-PAY-GROUP
                   ADD 1 TO WS-DECISION-ITEMS
               END-IF
           END-PERFORM
           EVALUATE TRUE
               WHEN WS-DECISION-ITEMS = 0
                   PERFORM 3210-CHECK-ALREADY-RELEASED
               WHEN NOT WS-STD-BY-CHECK(WS-STD-SLOT)
                       AND (WS-STD-ACCOUNT(WS-STD-SLOT) = SPACES
                            OR NOT BANK-FILE-LOADED)
                   MOVE "RECHAZADA: sin cuenta"
                       TO WS-DECISION-RESULT
                   MOVE "Y" TO WS-DECISION-REJECTED-FLAG
               WHEN NOT WS-STD-BY-CHECK(WS-STD-SLOT)
                       AND WS-BANK-COUNT + WS-DECISION-ITEMS > 5000
                   MOVE "RECHAZADA: BANKFILE lleno"
                       TO WS-DECISION-RESULT
                   MOVE "Y" TO WS-DECISION-REJECTED-FLAG
               WHEN OTHER
                   PERFORM VARYING WS-HLD-SUB FROM 1 BY 1
                           UNTIL WS-HLD-SUB > WS-HOLD-COUNT
                       IF WS-HLD-HELD(WS-HLD-SUB)
                               AND WS-HLD-EMP-ID(WS-HLD-SUB)
                                   = RVD-EMP-ID
                               AND WS-HLD-PAY-GROUP(WS-HLD-SUB)
                                   = WS-PAY-GROUP
                           PERFORM 3220-RELEASE-ONE-ITEM
                       END-IF
                   END-PERFORM
                   MOVE "LIBERADO" TO WS-DECISION-RESULT
           END-EVALUATE.

       3210-CHECK-ALREADY-RELEASED.
           PERFORM VARYING WS-HLD-SUB FROM 1 BY 1
                   UNTIL WS-HLD-SUB > WS-HOLD-COUNT
               IF WS-HLD-RELEASED(WS-HLD-SUB)
                       AND WS-HLD-EMP-ID(WS-HLD-SUB) = RVD-EMP-ID
                       AND WS-HLD-PAY-GROUP(WS-HLD-SUB) = WS-PAY-GROUP
                       AND WS-HLD-REL-PERIOD(WS-HLD-SUB)
                           = WS-PAY-PERIOD-ID
                   ADD WS-HLD-AMOUNT(WS-HLD-SUB)
                       TO WS-DECISION-AMOUNT
                   MOVE "YA LIBERADO" TO WS-DECISION-RESULT
               END-IF
           END-PERFORM
           IF WS-DECISION-RESULT = SPACES
               MOVE "RECHAZADA: nada bloqueado"
                   TO WS-DECISION-RESULT
               MOVE "Y" TO WS-DECISION-REJECTED-FLAG
           END-IF.

       3220-RELEASE-ONE-ITEM.
           MOVE "L"              TO WS-HLD-STATUS(WS-HLD-SUB)
           MOVE WS-RUN-DATE      TO WS-HLD-REL-DATE(WS-HLD-SUB)
           MOVE WS-PAY-PERIOD-ID TO WS-HLD-REL-PERIOD(WS-HLD-SUB)
           MOVE WS-OPERATOR-ID   TO WS-HLD-REL-OPER(WS-HLD-SUB)
           MOVE "Y" TO WS-HOLD-CHANGED-FLAG
           ADD WS-HLD-AMOUNT(WS-HLD-SUB) TO WS-DECISION-AMOUNT
           ADD 1 TO WS-RELEASED-ITEMS
           IF WS-STD-BY-CHECK(WS-STD-SLOT)
               PERFORM 3230-RELEASE-BY-CHECK
           ELSE
               PERFORM 3240-RELEASE-BY-TRANSFER
           END-IF
           MOVE "LIBE" TO WS-AUDIT-TYPE
           MOVE WS-HLD-AMOUNT(WS-HLD-SUB) TO WS-AUDIT-AMOUNT
           MOVE WS-HLD-HOLD-DATE(WS-HLD-SUB) TO WS-AUDIT-ORIG-DATE
           PERFORM 3400-WRITE-AUDIT-LINE.

       3230-RELEASE-BY-CHECK.
           MOVE WS-NEXT-CHECK-NUMBER TO WS-HLD-REL-CHECK(WS-HLD-SUB)
           MOVE WS-NEXT-CHECK-NUMBER TO WS-CHK-NUMBER
           MOVE WS-CHECK-SEPARATOR TO CHECK-PRINT-LINE
           WRITE CHECK-PRINT-LINE
           MOVE WS-CHECK-TITLE-LINE TO CHECK-PRINT-LINE
           WRITE CHECK-PRINT-LINE
           MOVE WS-RUN-DATE TO WS-CHK-DATE
           MOVE WS-HLD-PERIOD(WS-HLD-SUB) TO WS-CHK-PERIOD
           MOVE WS-CHECK-DATE-LINE TO CHECK-PRINT-LINE
           WRITE CHECK-PRINT-LINE
           MOVE WS-STD-NAME(WS-STD-SLOT) TO WS-CHK-PAYEE
           MOVE RVD-EMP-ID TO WS-CHK-EMP-ID
           MOVE WS-CHECK-PAYEE-LINE TO CHECK-PRINT-LINE
           WRITE CHECK-PRINT-LINE
           MOVE WS-HLD-AMOUNT(WS-HLD-SUB) TO WS-CHK-AMOUNT
           MOVE WS-CHECK-AMOUNT-LINE TO CHECK-PRINT-LINE
           WRITE CHECK-PRINT-LINE
           MOVE WS-CHECK-SEPARATOR TO CHECK-PRINT-LINE
           WRITE CHECK-PRINT-LINE
           MOVE SPACES TO CHECK-REGISTER-LINE
           MOVE WS-NEXT-CHECK-NUMBER TO CKR-CHECK-NUMBER
           MOVE "E"             TO CKR-STATUS
           MOVE WS-RUN-DATE     TO CKR-RUN-DATE
           MOVE RVD-EMP-ID      TO CKR-EMP-ID
           MOVE WS-STD-NAME(WS-STD-SLOT) TO CKR-EMP-NAME
           MOVE WS-HLD-AMOUNT(WS-HLD-SUB) TO CKR-AMOUNT
           MOVE WS-PAY-PERIOD-ID TO CKR-PERIOD-ID
           WRITE CHECK-REGISTER-LINE
           MOVE SPACES TO WS-RPT-ITEM-LINE
           STRING "Cheque " DELIMITED BY SIZE
                  WS-NEXT-CHECK-NUMBER DELIMITED BY SIZE
                  " emitido - periodo " DELIMITED BY SIZE
                  WS-HLD-PERIOD(WS-HLD-SUB) DELIMITED BY SIZE
               INTO WS-RPI-TEXT
           END-STRING
           MOVE WS-HLD-AMOUNT(WS-HLD-SUB) TO WS-RPI-AMOUNT
           MOVE WS-RPT-ITEM-LINE TO WS-ACTION-LINE-WORK
           PERFORM 3900-KEEP-ACTION-LINE
           ADD 1 TO WS-NEXT-CHECK-NUMBER
           MOVE "Y" TO WS-CHECKS-USED-FLAG.

       3240-RELEASE-BY-TRANSFER.
           MOVE 0 TO WS-HLD-REL-CHECK(WS-HLD-SUB)
           ADD 1 TO WS-BANK-COUNT
           MOVE "C" TO WS-BNK-TYPE(WS-BANK-COUNT)
           MOVE WS-STD-ACCOUNT(WS-STD-SLOT)
               TO WS-BNK-ACCOUNT(WS-BANK-COUNT)
           MOVE WS-STD-ROUTING(WS-STD-SLOT)
               TO WS-BNK-ROUTING(WS-BANK-COUNT)
           MOVE WS-HLD-AMOUNT(WS-HLD-SUB)
               TO WS-BNK-AMOUNT(WS-BANK-COUNT)
           MOVE WS-PAY-GROUP TO WS-BNK-GROUP(WS-BANK-COUNT)
      *> A held credit goes out again under the id it was held with;
      *> a held check has none, so its release is named after the
      *> employee, the period held from and the voided check.
           IF WS-HLD-END-TO-END-ID(WS-HLD-SUB) NOT = SPACES
               MOVE WS-HLD-END-TO-END-ID(WS-HLD-SUB)
                   TO WS-BNK-END-TO-END-ID(WS-BANK-COUNT)
           ELSE
               MOVE SPACES TO WS-BNK-END-TO-END-ID(WS-BANK-COUNT)
               MOVE 1 TO WS-E2E-POINTER
               STRING RVD-EMP-ID DELIMITED BY SPACE
                      "-" DELIMITED BY SIZE
                      WS-HLD-PERIOD(WS-HLD-SUB) DELIMITED BY SIZE
                      "-LIBE-" DELIMITED BY SIZE
                      WS-HLD-CHECK(WS-HLD-SUB) DELIMITED BY SIZE
                   INTO WS-BNK-END-TO-END-ID(WS-BANK-COUNT)
                   WITH POINTER WS-E2E-POINTER
               END-STRING
               MOVE WS-BNK-END-TO-END-ID(WS-BANK-COUNT)
                   TO WS-HLD-END-TO-END-ID(WS-HLD-SUB)
           END-IF
           MOVE RVD-EMP-ID TO WS-BNK-EMP-ID(WS-BANK-COUNT)
           MOVE WS-HLD-PERIOD(WS-HLD-SUB)
               TO WS-BNK-PERIOD(WS-BANK-COUNT)
           MOVE WS-STD-NAME(WS-STD-SLOT)
               TO WS-BNK-PAYEE-NAME(WS-BANK-COUNT)
           MOVE "N" TO WS-BNK-PULLED(WS-BANK-COUNT)
           MOVE "Y" TO WS-BANK-CHANGED-FLAG
           MOVE SPACES TO WS-RPT-ITEM-LINE
           STRING "Abono " DELIMITED BY SIZE
                  WS-STD-ACCOUNT(WS-STD-SLOT) DELIMITED BY SPACE
                  " periodo " DELIMITED BY SIZE
                  WS-HLD-PERIOD(WS-HLD-SUB) DELIMITED BY SIZE
               INTO WS-RPI-TEXT
           END-STRING
           MOVE WS-HLD-AMOUNT(WS-HLD-SUB) TO WS-RPI-AMOUNT
           MOVE WS-RPT-ITEM-LINE TO WS-ACTION-LINE-WORK
           PERFORM 3900-KEEP-ACTION-LINE.

       3300-NEW-HOLD-ITEM.
           MOVE "R"              TO WS-HLD-STATUS(WS-HOLD-COUNT)
           MOVE RVD-EMP-ID       TO WS-HLD-EMP-ID(WS-HOLD-COUNT)
           MOVE WS-STD-NAME(WS-STD-SLOT)
               TO WS-HLD-EMP-NAME(WS-HOLD-COUNT)
           MOVE WS-PAY-GROUP     TO WS-HLD-PAY-GROUP(WS-HOLD-COUNT)
           MOVE WS-PAY-PERIOD-ID TO WS-HLD-PERIOD(WS-HOLD-COUNT)
           MOVE SPACES           TO WS-HLD-ACCOUNT(WS-HOLD-COUNT)
           MOVE SPACES           TO WS-HLD-ROUTING(WS-HOLD-COUNT)
           MOVE 0                TO WS-HLD-CHECK(WS-HOLD-COUNT)
           MOVE WS-RUN-DATE      TO WS-HLD-HOLD-DATE(WS-HOLD-COUNT)
           MOVE WS-OPERATOR-ID   TO WS-HLD-HOLD-OPER(WS-HOLD-COUNT)
           MOVE WS-REASON-WORK   TO WS-HLD-REASON(WS-HOLD-COUNT)
           MOVE 0                TO WS-HLD-REL-DATE(WS-HOLD-COUNT)
           MOVE 0                TO WS-HLD-REL-PERIOD(WS-HOLD-COUNT)
           MOVE SPACES           TO WS-HLD-REL-OPER(WS-HOLD-COUNT)
           MOVE 0                TO WS-HLD-REL-CHECK(WS-HOLD-COUNT)
           MOVE SPACES      TO WS-HLD-END-TO-END-ID(WS-HOLD-COUNT)
           MOVE "Y" TO WS-HOLD-CHANGED-FLAG.

       3310-LOG-HOLD-ITEM.
           ADD 1 TO WS-DECISION-ITEMS
           ADD 1 TO WS-HELD-ITEMS
           ADD WS-HLD-AMOUNT(WS-HOLD-COUNT) TO WS-DECISION-AMOUNT
           MOVE "BLOQ" TO WS-AUDIT-TYPE
           COMPUTE WS-AUDIT-AMOUNT = 0 - WS-HLD-AMOUNT(WS-HOLD-COUNT)
           MOVE 0 TO WS-AUDIT-ORIG-DATE
           PERFORM 3400-WRITE-AUDIT-LINE.

       3400-WRITE-AUDIT-LINE.
      *> BLOQ carries the held amount negated (the money did not
      *> go), LIBE the released amount and, as its original date,
      *> the day the payment was held. The period is the one held
      *> from or released in; the ordinal stays zero - neither
      *> comes from an input record, and zero never matches a live
      *> record in the restart's tail checks.
           MOVE SPACES TO AUDIT-LINE
           MOVE WS-RUN-DATE        TO AUD-RUN-DATE
           MOVE WS-RUN-TIME-HHMMSS TO AUD-RUN-TIME
           MOVE WS-OPERATOR-ID     TO AUD-OPERATOR-ID
           MOVE WS-AUDIT-TYPE      TO AUD-TYPE
           MOVE RVD-EMP-ID         TO AUD-EMP-ID
           MOVE WS-STD-NAME(WS-STD-SLOT) TO AUD-EMP-NAME
           MOVE 0 TO AUD-GROSS
           MOVE 0 TO AUD-TAX
           MOVE 0 TO AUD-OTHER-DED
           MOVE 0 TO AUD-GARNISH
           MOVE WS-AUDIT-AMOUNT    TO AUD-NET
           IF WS-AUDIT-ORIG-DATE > 0
               MOVE WS-AUDIT-ORIG-DATE TO WS-ORIG-DATE-EDITED
               MOVE WS-ORIG-DATE-EDITED TO AUD-ORIG-DATE
           END-IF
           MOVE 0 TO AUD-RECORD-ORDINAL
           MOVE WS-PAY-PERIOD-ID   TO AUD-PERIOD-ID
           MOVE WS-PAY-GROUP       TO AUD-PAY-GROUP
           WRITE AUDIT-LINE.

       3900-KEEP-ACTION-LINE.
           IF WS-ACTION-COUNT < 1000
               ADD 1 TO WS-ACTION-COUNT
               MOVE WS-ACTION-LINE-WORK TO WS-ACT-LINE(WS-ACTION-COUNT)
           END-IF.

       4000-SAVE-BANK-FILE.
           OPEN OUTPUT BANK-FILE
           IF WS-BANK-FILE-STATUS NOT = "00"
               DISPLAY "No se pudo reescribir BANK-FILE, estado: "
                   WS-BANK-FILE-STATUS
           ELSE
               PERFORM VARYING WS-BNK-SUB FROM 1 BY 1
                       UNTIL WS-BNK-SUB > WS-BANK-COUNT
                   IF NOT WS-BNK-IS-PULLED(WS-BNK-SUB)
                       MOVE SPACES TO BANK-TRANSFER-LINE
                       MOVE WS-BNK-TYPE(WS-BNK-SUB) TO BNK-TRANS-TYPE
                       MOVE WS-BNK-ACCOUNT(WS-BNK-SUB)
                           TO BNK-ACCOUNT-NUMBER
                       MOVE WS-BNK-ROUTING(WS-BNK-SUB)
                           TO BNK-ROUTING-NUMBER
                       MOVE WS-BNK-AMOUNT(WS-BNK-SUB)
                           TO BNK-NET-AMOUNT
                       MOVE WS-BNK-GROUP(WS-BNK-SUB) TO BNK-PAY-GROUP
                       MOVE WS-BNK-END-TO-END-ID(WS-BNK-SUB)
                           TO BNK-END-TO-END-ID
                       MOVE WS-BNK-EMP-ID(WS-BNK-SUB) TO BNK-EMP-ID
                       MOVE WS-BNK-PERIOD(WS-BNK-SUB) TO BNK-PERIOD-ID
                       MOVE WS-BNK-PAYEE-NAME(WS-BNK-SUB)
                           TO BNK-PAYEE-NAME
                       WRITE BANK-TRANSFER-LINE
                   END-IF
               END-PERFORM
               CLOSE BANK-FILE
           END-IF.

       4100-SAVE-HOLD-MASTER.
           OPEN OUTPUT PAY-HOLD-FILE
           IF WS-HOLD-FILE-STATUS NOT = "00"
               DISPLAY "No se pudo abrir PAY-HOLD-FILE, estado: "
                   WS-HOLD-FILE-STATUS
           ELSE
               PERFORM VARYING WS-HLD-SUB FROM 1 BY 1
                       UNTIL WS-HLD-SUB > WS-HOLD-COUNT
                   MOVE SPACES TO PAY-HOLD-RECORD
                   MOVE WS-HLD-STATUS(WS-HLD-SUB)   TO PHL-STATUS
                   MOVE WS-HLD-EMP-ID(WS-HLD-SUB)   TO PHL-EMP-ID
                   MOVE WS-HLD-EMP-NAME(WS-HLD-SUB) TO PHL-EMP-NAME
                   MOVE WS-HLD-PAY-GROUP(WS-HLD-SUB)
                       TO PHL-PAY-GROUP
                   MOVE WS-HLD-PERIOD(WS-HLD-SUB)   TO PHL-PERIOD-ID
                   MOVE WS-HLD-METHOD(WS-HLD-SUB)   TO PHL-METHOD
                   MOVE WS-HLD-ACCOUNT(WS-HLD-SUB)
                       TO PHL-ACCOUNT-NUMBER
                   MOVE WS-HLD-ROUTING(WS-HLD-SUB)
                       TO PHL-ROUTING-NUMBER
                   MOVE WS-HLD-CHECK(WS-HLD-SUB)    TO PHL-CHECK-NUMBER
                   MOVE WS-HLD-AMOUNT(WS-HLD-SUB)   TO PHL-AMOUNT
                   MOVE WS-HLD-HOLD-DATE(WS-HLD-SUB) TO PHL-HOLD-DATE
                   MOVE WS-HLD-HOLD-OPER(WS-HLD-SUB)
                       TO PHL-HOLD-OPERATOR
                   MOVE WS-HLD-REASON(WS-HLD-SUB)   TO PHL-REASON
                   MOVE WS-HLD-REL-DATE(WS-HLD-SUB)
                       TO PHL-RELEASE-DATE
                   MOVE WS-HLD-REL-PERIOD(WS-HLD-SUB)
                       TO PHL-RELEASE-PERIOD
                   MOVE WS-HLD-REL-OPER(WS-HLD-SUB)
                       TO PHL-RELEASE-OPERATOR
                   MOVE WS-HLD-REL-CHECK(WS-HLD-SUB)
                       TO PHL-RELEASE-CHECK
                   MOVE WS-HLD-END-TO-END-ID(WS-HLD-SUB)
                       TO PHL-END-TO-END-ID
                   WRITE PAY-HOLD-RECORD
               END-PERFORM
               CLOSE PAY-HOLD-FILE
           END-IF.

       4200-SAVE-CHECK-CONTROL.
           OPEN OUTPUT CHECK-CONTROL-FILE
           IF WS-CHECK-CTL-FILE-STATUS NOT = "00"
               DISPLAY "No se pudo abrir CHECK-CONTROL-FILE, "
                   "estado: " WS-CHECK-CTL-FILE-STATUS
           ELSE
               MOVE SPACES TO CHECK-CONTROL-RECORD
               MOVE WS-NEXT-CHECK-NUMBER TO CKC-NEXT-CHECK-NO
               WRITE CHECK-CONTROL-RECORD
               CLOSE CHECK-CONTROL-FILE
           END-IF.

       4300-WRITE-SEPA-FILE.
      *> Two passes over the rewritten ledger: the header must carry
      *> the count and the control sum before the first credit. A
      *> ledger emptied by the holds leaves nothing to send, so the
      *> pay run's message must not survive it either.
           PERFORM 4310-LOAD-ORDERING-ACCOUNT
           IF ORDERING-ACCOUNT-FOUND
               PERFORM 4320-TOTAL-LEDGER-CREDITS
               IF WS-SEPA-TX-COUNT = 0
                   DISPLAY "Sin transferencias en el ledger, no se "
                       "genera " WS-SEPA-FILE-PATH
                   OPEN OUTPUT SEPA-FILE
                   IF WS-SEPA-FILE-STATUS = "00"
                       CLOSE SEPA-FILE
                   END-IF
               ELSE
                   OPEN OUTPUT SEPA-FILE
                   IF WS-SEPA-FILE-STATUS NOT = "00"
                       DISPLAY "No se pudo abrir SEPA-FILE, estado: "
                           WS-SEPA-FILE-STATUS
                   ELSE
                       PERFORM 4330-WRITE-SEPA-HEADER
                       OPEN INPUT BANK-FILE
                       PERFORM UNTIL WS-BANK-FILE-STATUS NOT = "00"
                           READ BANK-FILE
                               AT END
                                   MOVE "10" TO WS-BANK-FILE-STATUS
                               NOT AT END
                                   IF BNK-CREDIT
                                       PERFORM 4340-WRITE-SEPA-CREDIT
                                   END-IF
                           END-READ
                       END-PERFORM
                       CLOSE BANK-FILE
                       PERFORM 4350-WRITE-SEPA-TRAILER
                       CLOSE SEPA-FILE
                       MOVE WS-SEPA-CTRL-SUM TO WS-XML-AMOUNT-EDITED
                       DISPLAY "Fichero SEPA " WS-SEPA-FILE-PATH ": "
                           WS-SEPA-TX-COUNT " transferencias, "
                           WS-XML-AMOUNT-EDITED
                   END-IF
               END-IF
           END-IF.

       4310-LOAD-ORDERING-ACCOUNT.
           MOVE "N" TO WS-ORDACCT-FOUND-FLAG
           OPEN INPUT ORDERING-ACCOUNT-FILE
           IF WS-ORDACCT-FILE-STATUS NOT = "00"
               DISPLAY "No se pudo abrir ORDERING-ACCOUNT-FILE, "
                   "estado: " WS-ORDACCT-FILE-STATUS
           ELSE
               READ ORDERING-ACCOUNT-FILE
                   NOT AT END
                       IF ORD-IBAN NOT = SPACES
                           MOVE ORD-NAME         TO WS-ORD-NAME
                           MOVE ORD-IBAN         TO WS-ORD-IBAN
                           MOVE ORD-BIC          TO WS-ORD-BIC
                           MOVE ORD-INITIATOR-ID TO WS-ORD-INITIATOR-ID
                           MOVE "Y" TO WS-ORDACCT-FOUND-FLAG
                       END-IF
               END-READ
               CLOSE ORDERING-ACCOUNT-FILE
           END-IF
           IF NOT ORDERING-ACCOUNT-FOUND
               DISPLAY "ADVERTENCIA: sin cuenta ordenante en "
                   WS-ORDACCT-FILE-PATH " no se genera el fichero "
                   "SEPA - el ledger queda en " WS-BANK-FILE-PATH
           END-IF.

       4320-TOTAL-LEDGER-CREDITS.
           MOVE 0 TO WS-SEPA-TX-COUNT
           MOVE 0 TO WS-SEPA-CTRL-SUM
           OPEN INPUT BANK-FILE
           IF WS-BANK-FILE-STATUS = "00"
               PERFORM UNTIL WS-BANK-FILE-STATUS NOT = "00"
                   READ BANK-FILE
                       AT END
                           MOVE "10" TO WS-BANK-FILE-STATUS
                       NOT AT END
                           IF BNK-CREDIT
                               ADD 1 TO WS-SEPA-TX-COUNT
                               ADD BNK-NET-AMOUNT TO WS-SEPA-CTRL-SUM
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BANK-FILE
           END-IF.

       4330-WRITE-SEPA-HEADER.
      *> The message id must never repeat for the bank: group,
      *> period and the moment of writing.
           MOVE SPACES TO WS-SEPA-MSG-ID
           STRING "NOM-" DELIMITED BY SIZE
                  WS-PAY-GROUP DELIMITED BY SPACE
                  "-" DELIMITED BY SIZE
                  WS-PAY-PERIOD-ID DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  WS-RUN-DATE DELIMITED BY SIZE
                  WS-RUN-TIME-HHMMSS DELIMITED BY SIZE
               INTO WS-SEPA-MSG-ID
           END-STRING
           MOVE SPACES TO WS-SEPA-CREATED
           STRING WS-RUN-DATE(1:4) "-" WS-RUN-DATE(5:2) "-"
                  WS-RUN-DATE(7:2) "T" WS-RUN-TIME(1:2) ":"
                  WS-RUN-TIME(3:2) ":" WS-RUN-TIME(5:2)
                  DELIMITED BY SIZE
               INTO WS-SEPA-CREATED
           END-STRING
           MOVE SPACES TO WS-SEPA-EXEC-DATE
           STRING WS-RUN-DATE(1:4) "-" WS-RUN-DATE(5:2) "-"
                  WS-RUN-DATE(7:2) DELIMITED BY SIZE
               INTO WS-SEPA-EXEC-DATE
           END-STRING
           MOVE '<?xml version="1.0" encoding="UTF-8"?>' TO SEPA-LINE
           WRITE SEPA-LINE
           MOVE SPACES TO SEPA-LINE
           STRING '<Document xmlns="urn:iso:std:iso:20022:tech:xsd:'
                  'pain.001.001.03">' DELIMITED BY SIZE
               INTO SEPA-LINE
           END-STRING
           WRITE SEPA-LINE
           MOVE 1 TO WS-XML-INDENT
           MOVE "CstmrCdtTrfInitn" TO WS-XML-TAG
           PERFORM 4360-WRITE-XML-OPEN
           MOVE 2 TO WS-XML-INDENT
           MOVE "GrpHdr" TO WS-XML-TAG
           PERFORM 4360-WRITE-XML-OPEN
           MOVE 3 TO WS-XML-INDENT
           MOVE "MsgId" TO WS-XML-TAG
           MOVE WS-SEPA-MSG-ID TO WS-XML-VALUE
           PERFORM 4370-WRITE-XML-ELEMENT
           MOVE "CreDtTm" TO WS-XML-TAG
           MOVE WS-SEPA-CREATED TO WS-XML-VALUE
           PERFORM 4370-WRITE-XML-ELEMENT
           PERFORM 4335-WRITE-SEPA-TOTALS
           MOVE "InitgPty" TO WS-XML-TAG
           PERFORM 4360-WRITE-XML-OPEN
           MOVE 4 TO WS-XML-INDENT
           MOVE "Nm" TO WS-XML-TAG
           MOVE WS-ORD-NAME TO WS-XML-VALUE
           PERFORM 4370-WRITE-XML-ELEMENT
           IF WS-ORD-INITIATOR-ID NOT = SPACES
               MOVE "Id" TO WS-XML-TAG
               PERFORM 4360-WRITE-XML-OPEN
               MOVE 5 TO WS-XML-INDENT
               MOVE "OrgId" TO WS-XML-TAG
               PERFORM 4360-WRITE-XML-OPEN
               MOVE 6 TO WS-XML-INDENT
               MOVE "Othr" TO WS-XML-TAG
               PERFORM 4360-WRITE-XML-OPEN
               MOVE 7 TO WS-XML-INDENT
               MOVE "Id" TO WS-XML-TAG
               MOVE WS-ORD-INITIATOR-ID TO WS-XML-VALUE
               PERFORM 4370-WRITE-XML-ELEMENT
               MOVE 6 TO WS-XML-INDENT
               MOVE "Othr" TO WS-XML-TAG
               PERFORM 4365-WRITE-XML-CLOSE
               MOVE 5 TO WS-XML-INDENT
               MOVE "OrgId" TO WS-XML-TAG
               PERFORM 4365-WRITE-XML-CLOSE
               MOVE 4 TO WS-XML-INDENT
               MOVE "Id" TO WS-XML-TAG
               PERFORM 4365-WRITE-XML-CLOSE
           END-IF
           MOVE 3 TO WS-XML-INDENT
           MOVE "InitgPty" TO WS-XML-TAG
           PERFORM 4365-WRITE-XML-CLOSE
           MOVE 2 TO WS-XML-INDENT
           MOVE "GrpHdr" TO WS-XML-TAG
           PERFORM 4365-WRITE-XML-CLOSE
      *> A single payment block: one debit of the company account
      *> for the lot, on the run date.
           MOVE "PmtInf" TO WS-XML-TAG
           PERFORM 4360-WRITE-XML-OPEN
           MOVE 3 TO WS-XML-INDENT
           MOVE "PmtInfId" TO WS-XML-TAG
           MOVE WS-SEPA-MSG-ID TO WS-XML-VALUE
           PERFORM 4370-WRITE-XML-ELEMENT
           MOVE "PmtMtd" TO WS-XML-TAG
           MOVE "TRF" TO WS-XML-VALUE
           PERFORM 4370-WRITE-XML-ELEMENT
           PERFORM 4335-WRITE-SEPA-TOTALS
           MOVE "PmtTpInf" TO WS-XML-TAG
           PERFORM 4360-WRITE-XML-OPEN
           MOVE 4 TO WS-XML-INDENT
           MOVE "SvcLvl" TO WS-XML-TAG
           PERFORM 4360-WRITE-XML-OPEN
           MOVE 5 TO WS-XML-INDENT
           MOVE "Cd" TO WS-XML-TAG
           MOVE "SEPA" TO WS-XML-VALUE
           PERFORM 4370-WRITE-XML-ELEMENT
           MOVE 4 TO WS-XML-INDENT
           MOVE "SvcLvl" TO WS-XML-TAG
           PERFORM 4365-WRITE-XML-CLOSE
           IF WS-SEPA-PURPOSE NOT = SPACES
               MOVE "CtgyPurp" TO WS-XML-TAG
               PERFORM 4360-WRITE-XML-OPEN
               MOVE 5 TO WS-XML-INDENT
               MOVE "Cd" TO WS-XML-TAG
               MOVE WS-SEPA-PURPOSE TO WS-XML-VALUE
               PERFORM 4370-WRITE-XML-ELEMENT
               MOVE 4 TO WS-XML-INDENT
               MOVE "CtgyPurp" TO WS-XML-TAG
               PERFORM 4365-WRITE-XML-CLOSE
           END-IF
           MOVE 3 TO WS-XML-INDENT
           MOVE "PmtTpInf" TO WS-XML-TAG
           PERFORM 4365-WRITE-XML-CLOSE
           MOVE "ReqdExctnDt" TO WS-XML-TAG
           MOVE WS-SEPA-EXEC-DATE TO WS-XML-VALUE
           PERFORM 4370-WRITE-XML-ELEMENT
           MOVE "Dbtr" TO WS-XML-TAG
           PERFORM 4360-WRITE-XML-OPEN
           MOVE 4 TO WS-XML-INDENT
           MOVE "Nm" TO WS-XML-TAG
           MOVE WS-ORD-NAME TO WS-XML-VALUE
           PERFORM 4370-WRITE-XML-ELEMENT
           MOVE 3 TO WS-XML-INDENT
           MOVE "Dbtr" TO WS-XML-TAG
           PERFORM 4365-WRITE-XML-CLOSE
           MOVE "DbtrAcct" TO WS-XML-TAG
           MOVE WS-ORD-IBAN TO WS-XML-VALUE
           PERFORM 4375-WRITE-XML-ACCOUNT
      *> The debtor agent is mandatory in the message even when
      *> ORDENANTE carries no BIC (see 4378).
           MOVE "DbtrAgt" TO WS-XML-TAG
           MOVE WS-ORD-BIC TO WS-XML-VALUE
           PERFORM 4378-WRITE-XML-AGENT
           MOVE "ChrgBr" TO WS-XML-TAG
           MOVE "SLEV" TO WS-XML-VALUE
           PERFORM 4370-WRITE-XML-ELEMENT.

       4335-WRITE-SEPA-TOTALS.
           MOVE "NbOfTxs" TO WS-XML-TAG
           MOVE WS-SEPA-TX-COUNT TO WS-XML-COUNT-EDITED
           MOVE 0 TO WS-XML-LEAD
           INSPECT WS-XML-COUNT-EDITED TALLYING WS-XML-LEAD
               FOR LEADING SPACES
           MOVE WS-XML-COUNT-EDITED(WS-XML-LEAD + 1:)
               TO WS-XML-VALUE
           PERFORM 4370-WRITE-XML-ELEMENT
           MOVE "CtrlSum" TO WS-XML-TAG
           MOVE WS-SEPA-CTRL-SUM TO WS-XML-AMOUNT
           PERFORM 4380-EDIT-XML-AMOUNT
           PERFORM 4370-WRITE-XML-ELEMENT.

       4340-WRITE-SEPA-CREDIT.
           MOVE 3 TO WS-XML-INDENT
           MOVE "CdtTrfTxInf" TO WS-XML-TAG
           PERFORM 4360-WRITE-XML-OPEN
           MOVE 4 TO WS-XML-INDENT
           MOVE "PmtId" TO WS-XML-TAG
           PERFORM 4360-WRITE-XML-OPEN
           MOVE 5 TO WS-XML-INDENT
           MOVE "EndToEndId" TO WS-XML-TAG
           IF BNK-END-TO-END-ID = SPACES
               MOVE "NOTPROVIDED" TO WS-XML-VALUE
           ELSE
               MOVE BNK-END-TO-END-ID TO WS-XML-VALUE
           END-IF
           PERFORM 4370-WRITE-XML-ELEMENT
           MOVE 4 TO WS-XML-INDENT
           MOVE "PmtId" TO WS-XML-TAG
           PERFORM 4365-WRITE-XML-CLOSE
           MOVE "Amt" TO WS-XML-TAG
           PERFORM 4360-WRITE-XML-OPEN
           MOVE 5 TO WS-XML-INDENT
           MOVE 'InstdAmt Ccy="EUR"' TO WS-XML-TAG
           MOVE BNK-NET-AMOUNT TO WS-XML-AMOUNT
           PERFORM 4380-EDIT-XML-AMOUNT
           PERFORM 4370-WRITE-XML-ELEMENT
           MOVE 4 TO WS-XML-INDENT
           MOVE "Amt" TO WS-XML-TAG
           PERFORM 4365-WRITE-XML-CLOSE
           IF BNK-ROUTING-NUMBER NOT = SPACES
               MOVE "CdtrAgt" TO WS-XML-TAG
               MOVE BNK-ROUTING-NUMBER TO WS-XML-VALUE
               PERFORM 4378-WRITE-XML-AGENT
           END-IF
           MOVE "Cdtr" TO WS-XML-TAG
           PERFORM 4360-WRITE-XML-OPEN
           MOVE 5 TO WS-XML-INDENT
           MOVE "Nm" TO WS-XML-TAG
           MOVE BNK-PAYEE-NAME TO WS-XML-VALUE
           PERFORM 4370-WRITE-XML-ELEMENT
           MOVE 4 TO WS-XML-INDENT
           MOVE "Cdtr" TO WS-XML-TAG
           PERFORM 4365-WRITE-XML-CLOSE
           MOVE "CdtrAcct" TO WS-XML-TAG
           MOVE BNK-ACCOUNT-NUMBER TO WS-XML-VALUE
           PERFORM 4375-WRITE-XML-ACCOUNT
           MOVE "RmtInf" TO WS-XML-TAG
           PERFORM 4360-WRITE-XML-OPEN
           MOVE 5 TO WS-XML-INDENT
           MOVE "Ustrd" TO WS-XML-TAG
           MOVE SPACES TO WS-XML-VALUE
           STRING WS-SEPA-REMIT-TEXT DELIMITED BY "  "
                  " " DELIMITED BY SIZE
                  BNK-PERIOD-ID DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  BNK-EMP-ID DELIMITED BY SPACE
               INTO WS-XML-VALUE
           END-STRING
           PERFORM 4370-WRITE-XML-ELEMENT
           MOVE 4 TO WS-XML-INDENT
           MOVE "RmtInf" TO WS-XML-TAG
           PERFORM 4365-WRITE-XML-CLOSE
           MOVE 3 TO WS-XML-INDENT
           MOVE "CdtTrfTxInf" TO WS-XML-TAG
           PERFORM 4365-WRITE-XML-CLOSE.

       4350-WRITE-SEPA-TRAILER.
           MOVE 2 TO WS-XML-INDENT
           MOVE "PmtInf" TO WS-XML-TAG
           PERFORM 4365-WRITE-XML-CLOSE
           MOVE 1 TO WS-XML-INDENT
           MOVE "CstmrCdtTrfInitn" TO WS-XML-TAG
           PERFORM 4365-WRITE-XML-CLOSE
           MOVE 0 TO WS-XML-INDENT
           MOVE "Document" TO WS-XML-TAG
           PERFORM 4365-WRITE-XML-CLOSE.

       4360-WRITE-XML-OPEN.
           PERFORM 4390-MEASURE-XML-TAG
           MOVE SPACES TO SEPA-LINE
           COMPUTE WS-XML-POINTER = (WS-XML-INDENT * 2) + 1
           STRING "<" WS-XML-TAG(1:WS-XML-TAG-LENGTH) ">"
                  DELIMITED BY SIZE
               INTO SEPA-LINE WITH POINTER WS-XML-POINTER
           END-STRING
           WRITE SEPA-LINE.

       4365-WRITE-XML-CLOSE.
           PERFORM 4390-MEASURE-XML-TAG
           MOVE SPACES TO SEPA-LINE
           COMPUTE WS-XML-POINTER = (WS-XML-INDENT * 2) + 1
           STRING "</" WS-XML-TAG(1:WS-XML-NAME-LENGTH) ">"
                  DELIMITED BY SIZE
               INTO SEPA-LINE WITH POINTER WS-XML-POINTER
           END-STRING
           WRITE SEPA-LINE.

       4370-WRITE-XML-ELEMENT.
      *> The SEPA character set has no room for the XML specials;
      *> a name keyed with one gets the nearest harmless sign.
           PERFORM 4390-MEASURE-XML-TAG
           INSPECT WS-XML-VALUE REPLACING ALL "&" BY "+"
                                          ALL "<" BY "("
                                          ALL ">" BY ")"
           PERFORM VARYING WS-XML-VALUE-LENGTH FROM 70 BY -1
                   UNTIL WS-XML-VALUE-LENGTH = 1
                   OR WS-XML-VALUE(WS-XML-VALUE-LENGTH:1) NOT = SPACE
               CONTINUE
           END-PERFORM
           MOVE SPACES TO SEPA-LINE
           COMPUTE WS-XML-POINTER = (WS-XML-INDENT * 2) + 1
           STRING "<" WS-XML-TAG(1:WS-XML-TAG-LENGTH) ">"
                  WS-XML-VALUE(1:WS-XML-VALUE-LENGTH)
                  "</" WS-XML-TAG(1:WS-XML-NAME-LENGTH) ">"
                  DELIMITED BY SIZE
               INTO SEPA-LINE WITH POINTER WS-XML-POINTER
           END-STRING
           WRITE SEPA-LINE
           MOVE SPACES TO WS-XML-VALUE.

       4375-WRITE-XML-ACCOUNT.
      *> <DbtrAcct>/<CdtrAcct> around Id/IBAN, at the indent in hand.
           PERFORM 4360-WRITE-XML-OPEN
           ADD 1 TO WS-XML-INDENT
           MOVE WS-XML-TAG TO WS-XML-OUTER-TAG
           MOVE "Id" TO WS-XML-TAG
           PERFORM 4360-WRITE-XML-OPEN
           ADD 1 TO WS-XML-INDENT
           MOVE "IBAN" TO WS-XML-TAG
           PERFORM 4370-WRITE-XML-ELEMENT
           SUBTRACT 1 FROM WS-XML-INDENT
           MOVE "Id" TO WS-XML-TAG
           PERFORM 4365-WRITE-XML-CLOSE
           SUBTRACT 1 FROM WS-XML-INDENT
           MOVE WS-XML-OUTER-TAG TO WS-XML-TAG
           PERFORM 4365-WRITE-XML-CLOSE.

       4378-WRITE-XML-AGENT.
      *> <DbtrAgt>/<CdtrAgt> around FinInstnId/BIC. With no BIC
      *> the agent is named as the scheme allows, Othr/Id
      *> NOTPROVIDED - the bank then routes by the IBAN.
           PERFORM 4360-WRITE-XML-OPEN
           ADD 1 TO WS-XML-INDENT
           MOVE WS-XML-TAG TO WS-XML-OUTER-TAG
           MOVE "FinInstnId" TO WS-XML-TAG
           PERFORM 4360-WRITE-XML-OPEN
           ADD 1 TO WS-XML-INDENT
           IF WS-XML-VALUE = SPACES
               MOVE "Othr" TO WS-XML-TAG
               PERFORM 4360-WRITE-XML-OPEN
               ADD 1 TO WS-XML-INDENT
               MOVE "Id" TO WS-XML-TAG
               MOVE "NOTPROVIDED" TO WS-XML-VALUE
               PERFORM 4370-WRITE-XML-ELEMENT
               SUBTRACT 1 FROM WS-XML-INDENT
               MOVE "Othr" TO WS-XML-TAG
               PERFORM 4365-WRITE-XML-CLOSE
           ELSE
               MOVE "BIC" TO WS-XML-TAG
               PERFORM 4370-WRITE-XML-ELEMENT
           END-IF
           SUBTRACT 1 FROM WS-XML-INDENT
           MOVE "FinInstnId" TO WS-XML-TAG
           PERFORM 4365-WRITE-XML-CLOSE
           SUBTRACT 1 FROM WS-XML-INDENT
           MOVE WS-XML-OUTER-TAG TO WS-XML-TAG
           PERFORM 4365-WRITE-XML-CLOSE.

       4380-EDIT-XML-AMOUNT.
      *> Decimal point, no thousands separator, no leading zeros.
           MOVE WS-XML-AMOUNT TO WS-XML-AMOUNT-EDITED
           MOVE 0 TO WS-XML-LEAD
           INSPECT WS-XML-AMOUNT-EDITED TALLYING WS-XML-LEAD
               FOR LEADING SPACES
           MOVE WS-XML-AMOUNT-EDITED(WS-XML-LEAD + 1:)
               TO WS-XML-VALUE.

       4390-MEASURE-XML-TAG.
           PERFORM VARYING WS-XML-TAG-LENGTH FROM 40 BY -1
                   UNTIL WS-XML-TAG-LENGTH = 1
                   OR WS-XML-TAG(WS-XML-TAG-LENGTH:1) NOT = SPACE
               CONTINUE
           END-PERFORM
           MOVE 0 TO WS-XML-NAME-LENGTH
           INSPECT WS-XML-TAG TALLYING WS-XML-NAME-LENGTH
               FOR CHARACTERS BEFORE INITIAL SPACE.

       5000-WRITE-REVIEW-REPORT.
           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-FILE-STATUS NOT = "00"
               DISPLAY "No se pudo abrir REPORT-FILE, estado: "
                   WS-REPORT-FILE-STATUS
           ELSE
               MOVE WS-RPT-SEPARATOR TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE WS-RPT-TITLE-LINE TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE WS-PAY-PERIOD-ID TO WS-RPT-PERIOD
               MOVE WS-RUN-DATE      TO WS-RPT-DATE
               MOVE WS-PAY-GROUP     TO WS-RPT-GROUP
               MOVE WS-TOLERANCE-PCT TO WS-RPT-TOLERANCE
               MOVE WS-RPT-PERIOD-LINE TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE WS-RPT-RULE-LINE TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE "Pagos con aviso (NUEVO primer pago, BRUTO/NETO "
                   & "fuera de tolerancia," TO WS-RPT-SECTION
               MOVE WS-RPT-SECTION-LINE TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE "  NETO<=0 neto cero o negativo, BANCO cuenta o "
                   & "forma de pago cambiada)" TO WS-RPT-SECTION
               MOVE WS-RPT-SECTION-LINE TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE WS-RPT-RULE-LINE TO REPORT-LINE
               WRITE REPORT-LINE
               PERFORM VARYING WS-RVW-SUB FROM 1 BY 1
                       UNTIL WS-RVW-SUB > WS-REVIEW-COUNT
                   IF WS-RVW-NEEDS-REVIEW(WS-RVW-SUB)
                       PERFORM 5100-WRITE-FLAGGED-EMPLOYEE
                   END-IF
               END-PERFORM
               IF WS-FLAGGED-COUNT = 0
                   MOVE "  Ningun pago con aviso" TO WS-RPT-SECTION
                   MOVE WS-RPT-SECTION-LINE TO REPORT-LINE
                   WRITE REPORT-LINE
               END-IF
               IF WS-DECISION-COUNT > 0
                   MOVE WS-RPT-RULE-LINE TO REPORT-LINE
                   WRITE REPORT-LINE
                   MOVE "Decisiones del supervisor (R bloquear, "
                       & "L liberar)" TO WS-RPT-SECTION
                   MOVE WS-RPT-SECTION-LINE TO REPORT-LINE
                   WRITE REPORT-LINE
                   PERFORM VARYING WS-ACT-SUB FROM 1 BY 1
                           UNTIL WS-ACT-SUB > WS-ACTION-COUNT
                       MOVE WS-ACT-LINE(WS-ACT-SUB) TO REPORT-LINE
                       WRITE REPORT-LINE
                   END-PERFORM
               END-IF
               MOVE WS-RPT-RULE-LINE TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE "Empleados revisados" TO WS-RPC-LABEL
               MOVE WS-REVIEW-COUNT TO WS-RPC-VALUE
               PERFORM 5200-WRITE-COUNT-LINE
               MOVE "Con aviso" TO WS-RPC-LABEL
               MOVE WS-FLAGGED-COUNT TO WS-RPC-VALUE
               PERFORM 5200-WRITE-COUNT-LINE
               MOVE "Con aviso y sin bloquear" TO WS-RPC-LABEL
               MOVE WS-UNHELD-FLAGGED TO WS-RPC-VALUE
               PERFORM 5200-WRITE-COUNT-LINE
               MOVE "Pagos bloqueados en esta revision"
                   TO WS-RPC-LABEL
               MOVE WS-HELD-ITEMS TO WS-RPC-VALUE
               PERFORM 5200-WRITE-COUNT-LINE
               MOVE "Pagos liberados en esta revision"
                   TO WS-RPC-LABEL
               MOVE WS-RELEASED-ITEMS TO WS-RPC-VALUE
               PERFORM 5200-WRITE-COUNT-LINE
               MOVE "Decisiones rechazadas" TO WS-RPC-LABEL
               MOVE WS-REJECTED-COUNT TO WS-RPC-VALUE
               PERFORM 5200-WRITE-COUNT-LINE
               MOVE WS-RPT-SEPARATOR TO REPORT-LINE
               WRITE REPORT-LINE
               CLOSE REPORT-FILE
           END-IF.

       5100-WRITE-FLAGGED-EMPLOYEE.
      *> The status is what the review leaves the payment as: held
      *> if any of the employee's items for the period sits in the
      *> held-payment master, otherwise still going out.
           MOVE SPACES TO WS-RPT-EMP-LINE
           MOVE WS-RVW-ID(WS-RVW-SUB) TO WS-RPE-ID
           MOVE WS-RVW-ID(WS-RVW-SUB) TO RVD-EMP-ID
           PERFORM 1210-FIND-STANDING-ENTRY
           IF WS-STD-SLOT > 0
               MOVE WS-STD-NAME(WS-STD-SLOT) TO WS-RPE-NAME
           END-IF
           MOVE "SALE" TO WS-RPE-STATUS
           PERFORM VARYING WS-HLD-SUB FROM 1 BY 1
                   UNTIL WS-HLD-SUB > WS-HOLD-COUNT
               IF WS-HLD-HELD(WS-HLD-SUB)
                       AND WS-HLD-EMP-ID(WS-HLD-SUB)
                           = WS-RVW-ID(WS-RVW-SUB)
                       AND WS-HLD-PAY-GROUP(WS-HLD-SUB) = WS-PAY-GROUP
                       AND WS-HLD-PERIOD(WS-HLD-SUB)
                           = WS-PAY-PERIOD-ID
                   MOVE "BLOQUEADO" TO WS-RPE-STATUS
               END-IF
           END-PERFORM
           IF WS-RPE-STATUS = "SALE"
               ADD 1 TO WS-UNHELD-FLAGGED
           END-IF
           MOVE SPACES TO WS-REASONS-WORK
           MOVE 1 TO WS-REASON-POINTER
           IF WS-RVW-FIRST-FLAG(WS-RVW-SUB) = "Y"
               STRING "NUEVO " DELIMITED BY SIZE
                   INTO WS-REASONS-WORK
                   WITH POINTER WS-REASON-POINTER
               END-STRING
           END-IF
           IF WS-RVW-GROSS-FLAG(WS-RVW-SUB) = "Y"
               STRING "BRUTO " DELIMITED BY SIZE
                   INTO WS-REASONS-WORK
                   WITH POINTER WS-REASON-POINTER
               END-STRING
           END-IF
           IF WS-RVW-NET-FLAG(WS-RVW-SUB) = "Y"
               STRING "NETO " DELIMITED BY SIZE
                   INTO WS-REASONS-WORK
                   WITH POINTER WS-REASON-POINTER
               END-STRING
           END-IF
           IF WS-RVW-ZERO-FLAG(WS-RVW-SUB) = "Y"
               STRING "NETO<=0 " DELIMITED BY SIZE
                   INTO WS-REASONS-WORK
                   WITH POINTER WS-REASON-POINTER
               END-STRING
           END-IF
           IF WS-RVW-BANK-FLAG(WS-RVW-SUB) = "Y"
               STRING "BANCO " DELIMITED BY SIZE
                   INTO WS-REASONS-WORK
                   WITH POINTER WS-REASON-POINTER
               END-STRING
           END-IF
           MOVE WS-REASONS-WORK TO WS-RPE-REASONS
           MOVE WS-RPT-EMP-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-RVW-GROSS(WS-RVW-SUB)     TO WS-RPF-GROSS
           MOVE WS-RVW-AVG-GROSS(WS-RVW-SUB) TO WS-RPF-AVG-GROSS
           MOVE WS-RVW-NET(WS-RVW-SUB)       TO WS-RPF-NET
           MOVE WS-RVW-AVG-NET(WS-RVW-SUB)   TO WS-RPF-AVG-NET
           MOVE WS-RVW-HIST-COUNT(WS-RVW-SUB) TO WS-RPF-PERIODS
           MOVE WS-RPT-FIGURES-LINE TO REPORT-LINE
           WRITE REPORT-LINE.

       5200-WRITE-COUNT-LINE.
           MOVE WS-RPT-COUNT-LINE TO REPORT-LINE
           WRITE REPORT-LINE.

       6000-REPORT-RESULTS.
           DISPLAY "Revision del periodo " WS-PAY-PERIOD-ID
               " grupo " WS-PAY-GROUP " - revisados: "
               WS-REVIEW-COUNT " con aviso: " WS-FLAGGED-COUNT
               " sin bloquear: " WS-UNHELD-FLAGGED
           IF WS-DECISION-COUNT > 0
               DISPLAY "Decisiones: " WS-DECISION-COUNT
                   " pagos bloqueados: " WS-HELD-ITEMS
                   " liberados: " WS-RELEASED-ITEMS
                   " rechazadas: " WS-REJECTED-COUNT
           END-IF
           DISPLAY "Informe en " WS-REPORT-FILE-PATH
           EVALUATE TRUE
               WHEN WS-REJECTED-COUNT > 0
                   MOVE 8 TO RETURN-CODE
               WHEN WS-UNHELD-FLAGGED > 0
                   MOVE 4 TO RETURN-CODE
           END-EVALUATE.
