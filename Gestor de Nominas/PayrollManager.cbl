               FILE STATUS IS WS-LEAVE-FILE-STATUS.

           SELECT PAY-HISTORY-FILE ASSIGN DYNAMIC WS-HISTORY-FILE-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PHR-KEY
               ALTERNATE RECORD KEY IS PHR-PERIOD-ID WITH DUPLICATES
               FILE STATUS IS WS-HISTORY-FILE-STATUS.

           SELECT HISTORY-ARCHIVE-FILE
               ASSIGN DYNAMIC WS-HIST-ARCHIVE-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HAR-KEY
               ALTERNATE RECORD KEY IS HAR-PERIOD-ID WITH DUPLICATES
               FILE STATUS IS WS-HIST-ARCHIVE-STATUS.

           SELECT CHECK-PRINT-FILE
               ASSIGN DYNAMIC WS-CHECK-PRINT-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CCREF-FILE-STATUS.

           SELECT RATE-PARAMETER-FILE
               ASSIGN DYNAMIC WS-RATEPARM-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RATEPARM-FILE-STATUS.

           SELECT PAY-GROUP-FILE ASSIGN DYNAMIC WS-PAYGRP-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAYGRP-FILE-STATUS.

           SELECT ARREARS-LIST-FILE
               ASSIGN DYNAMIC WS-ARREARS-LIST-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARREARS-LIST-FILE-STATUS.

           SELECT EARNINGS-CODE-FILE
               ASSIGN DYNAMIC WS-EARNCODE-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EARNCODE-FILE-STATUS.

           SELECT PENDING-CHANGE-FILE
               ASSIGN DYNAMIC WS-PENDING-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PENDING-FILE-STATUS.

           SELECT PAYEE-ACCOUNT-FILE
               ASSIGN DYNAMIC WS-PAYEE-ACC-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAYEE-ACC-FILE-STATUS.

           SELECT VERIFY-LIST-FILE
               ASSIGN DYNAMIC WS-VERIFY-LIST-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VERIFY-LIST-FILE-STATUS.

           SELECT RECALL-LIST-FILE
               ASSIGN DYNAMIC WS-RECALL-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RECALL-FILE-STATUS.

           SELECT ORDERING-ACCOUNT-FILE
               ASSIGN DYNAMIC WS-ORDACCT-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ORDACCT-FILE-STATUS.

           SELECT SEPA-FILE ASSIGN DYNAMIC WS-SEPA-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SEPA-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EMPLOYEE-FILE.
       FD  PAY-HISTORY-FILE.
           COPY PAYHIST.

      *> A closed year's history (see PAYHIST), read while the
      *> active file stays open for the run's own postings - each
      *> line is read into PAY-HISTORY-LINE, so only its keys are
      *> named here.
       FD  HISTORY-ARCHIVE-FILE.
       01  HISTORY-ARCHIVE-RECORD.
           05  HAR-KEY             PIC X(20).
           05  FILLER              PIC X(2).
           05  HAR-PERIOD-ID       PIC 9(6).
           05  FILLER              PIC X(135).

       FD  CHECK-PRINT-FILE.
           COPY CHKPRT.

       FD  COST-CENTER-FILE.
           COPY CCREF.

       FD  RATE-PARAMETER-FILE.
           COPY RATEPARM.

       FD  PAY-GROUP-FILE.
           COPY PAYGRP.

       FD  ARREARS-LIST-FILE.
           COPY ARRLIST.

       FD  EARNINGS-CODE-FILE.
           COPY EARNCODE.

       FD  PENDING-CHANGE-FILE.
           COPY PENDCHG.

       FD  PAYEE-ACCOUNT-FILE.
           COPY PAYEEACC.

       FD  VERIFY-LIST-FILE.
           COPY VERIFLST.

       FD  RECALL-LIST-FILE.
           COPY RECALLST.

       FD  ORDERING-ACCOUNT-FILE.
           COPY ORDACCT.

       FD  SEPA-FILE.
       01  SEPA-LINE                   PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-EMPLOYEE-FILE-PATH   PIC X(40) VALUE "data/EMPLOYEE.DAT".
       01 WS-EMPLOYEE-FILE-STATUS PIC X(2).
       01 WS-LEAVE-FILE-STATUS    PIC X(2).
       01 WS-HISTORY-FILE-PATH    PIC X(40) VALUE "data/PAYHIST.DAT".
       01 WS-HISTORY-FILE-STATUS  PIC X(2).
      *> "02" is a good read as well: the next line shares the
      *> record's period, the key that allows duplicates.
           88 HISTORY-READ-OK         VALUE "00" "02".
       01 WS-HIST-ARCHIVE-PATH    PIC X(40).
       01 WS-HIST-ARCHIVE-STATUS  PIC X(2).
           88 ARCHIVE-READ-OK         VALUE "00" "02".
       01 WS-CHECK-PRINT-FILE-PATH PIC X(40) VALUE "data/CHECKS.PRT".
       01 WS-CHECK-PRINT-FILE-STATUS PIC X(2).
       01 WS-CHECK-REG-FILE-PATH  PIC X(40) VALUE "data/CHECKREG.DAT".
       01 WS-CCR-SLOT             PIC 9(2) VALUE 0.
       01 WS-CCR-SUB              PIC 9(2).
       01 WS-CCR-LOOKUP-CODE      PIC X(4).
       01 WS-EARNCODE-FILE-PATH   PIC X(40) VALUE "data/EARNCODE.DAT".
       01 WS-EARNCODE-FILE-STATUS PIC X(2).

      *> The earnings-code master (see EARNCODE), loaded only when
      *> the file in hand carries earnings lines - a run without
      *> any never needs it. A line whose code is not here rejects
      *> the record it belongs to.
       01 WS-EARNCODE-TABLE.
           05  WS-ERC-ENTRY OCCURS 50 TIMES.
               10  WS-ERC-CODE       PIC X(4).
               10  WS-ERC-DESC       PIC X(20).
               10  WS-ERC-METHOD     PIC X(1).
                   88 WS-ERC-BY-MULTIPLIER VALUE "M".
               10  WS-ERC-MULTIPLIER PIC 9V99.
               10  WS-ERC-FLAT       PIC 9(4)V99.
               10  WS-ERC-TAXABLE    PIC X(1).
                   88 WS-ERC-TAX-EXEMPT    VALUE "N".
               10  WS-ERC-OVERTIME   PIC X(1).
                   88 WS-ERC-COUNTS-OVERTIME VALUE "S".
               10  WS-ERC-LEAVE      PIC X(1).
                   88 WS-ERC-ACCRUES-LEAVE VALUE "S".
               10  WS-ERC-ACCOUNT    PIC X(4).
       01 WS-EARNCODE-COUNT       PIC 9(2) VALUE 0.
       01 WS-ERC-SLOT             PIC 9(2) VALUE 0.
       01 WS-ERC-SUB              PIC 9(2).
       01 WS-ERC-LOOKUP-CODE      PIC X(4).

      *> Every earnings line of the input file, read ahead at
      *> start-up: the lines follow the record they belong to, which
      *> is priced before the main loop ever reaches them.
      *> WS-ELI-ORDINAL is the line's own input position and
      *> WS-ELI-OWNER that of its record, both numbered like
      *> WS-RECORD-ORDINAL; an owner of zero marks a line with no
      *> detail, "V" or "R" record of the same employee right
      *> ahead of it, which the main loop rejects on its own.
       01 WS-EARN-INPUT-TABLE.
           05  WS-ELI-ENTRY OCCURS 2000 TIMES.
               10  WS-ELI-ORDINAL    PIC 9(6).
               10  WS-ELI-OWNER      PIC 9(6).
               10  WS-ELI-UNITS-AREA.
                   15  WS-ELI-UNITS  PIC 9(3).
               10  WS-ELI-CODE       PIC X(4).
       01 WS-EARN-INPUT-COUNT     PIC 9(4) VALUE 0.
       01 WS-ELI-SUB              PIC 9(4).
       01 WS-ELI-SLOT             PIC 9(4) VALUE 0.
       01 WS-ELI-SCAN-ORDINAL     PIC 9(6) VALUE 0.
       01 WS-ELI-OWNER-ORDINAL    PIC 9(6) VALUE 0.
       01 WS-ELI-OWNER-ID         PIC X(6).

      *> The earnings lines of the record in hand, gathered and
      *> checked by 2158 and priced by 2205: the code's slot in the
      *> master, the units, what one unit pays and the line amount
      *> (negated with the rest of a void leg). WS-EARN-OT-HOURS is
      *> the lines' hours that count toward the regular hours and
      *> WS-EARN-EXEMPT what the non-taxable lines add to the gross
      *> - both stay zero on every posting without lines.
       01 WS-EARN-LINE-TABLE.
           05  WS-ELN-ENTRY OCCURS 10 TIMES.
               10  WS-ELN-SLOT       PIC 9(2).
               10  WS-ELN-UNITS      PIC 9(3).
               10  WS-ELN-UNIT-VALUE PIC 9(5)V99.
               10  WS-ELN-AMOUNT     PIC S9(6)V99.
       01 WS-EARN-LINE-COUNT      PIC 9(2) VALUE 0.
       01 WS-ELN-SUB              PIC 9(2).
       01 WS-EARN-HOURS           PIC 9(4) VALUE 0.
       01 WS-EARN-PERIOD-HOURS    PIC 9(4) VALUE 0.
       01 WS-EARN-OT-HOURS        PIC 9(4) VALUE 0.
       01 WS-EARN-TOTAL           PIC S9(6)V99 VALUE 0.
       01 WS-EARN-EXEMPT          PIC S9(6)V99 VALUE 0.
       01 WS-EARN-HOUR-VALUE      PIC 9(5)V9999 VALUE 0.
       01 WS-EARN-LEAVE-FLAG      PIC X VALUE "N".
           88 EARNINGS-ACCRUE-LEAVE   VALUE "S".

      *> Earnings-line amounts per code and department that post to
      *> an account of their own - 3050 splits them out of the
      *> department's wage debit. Codes with no account of their
      *> own never come in here and stay in the wage debit.
       01 WS-EARN-GL-TABLE.
           05  WS-EGL-ENTRY OCCURS 200 TIMES.
               10  WS-EGL-CODE       PIC X(4).
               10  WS-EGL-CC         PIC X(4).
               10  WS-EGL-DESC       PIC X(20).
               10  WS-EGL-ACCOUNT    PIC X(4).
               10  WS-EGL-AMOUNT     PIC S9(8)V99.
       01 WS-EARN-GL-COUNT        PIC 9(3) VALUE 0.
       01 WS-EGL-SLOT             PIC 9(3) VALUE 0.
       01 WS-EGL-SUB              PIC 9(3).
       01 WS-EGL-SPLIT            PIC S9(8)V99 VALUE 0.
       01 WS-EGL-CODE-WORK        PIC X(4).
       01 WS-EGL-CC-WORK          PIC X(4).
       01 WS-EGL-DESC-WORK        PIC X(20).
       01 WS-EGL-ACCOUNT-WORK     PIC X(4).
       01 WS-EGL-AMOUNT-WORK      PIC S9(8)V99.
       01 WS-RATEPARM-FILE-PATH   PIC X(40) VALUE "data/RATEPARM.DAT".
       01 WS-RATEPARM-FILE-STATUS PIC X(2).

      *> Every statutory rate set on file (see RATEPARM), loaded at
      *> the gate - a run without it would have no brackets or
      *> rates at all, so it is a hard stop. The set in force on
      *> the period's end date is applied once the period is known
      *> and stays applied all run, except while a void leg borrows
      *> the set of its original pay date (WS-ORIG-RATE-SLOT) or a
      *> resume re-derives a line the register says was paid under
      *> another set. WS-APPLIED-RATE-DATE is the set currently in
      *> the TAXTABLE/DEDUCT fields, printed on every register line.
       01 WS-RATE-SET-TABLE.
           05  WS-RTS-ENTRY OCCURS 50 TIMES.
               10  WS-RTS-EFF-DATE     PIC 9(8).
               10  WS-RTS-BRACKET OCCURS 6 TIMES.
                   15  WS-RTS-BRK-MIN  PIC 9(8)V99.
                   15  WS-RTS-BRK-MAX  PIC 9(8)V99.
                   15  WS-RTS-BRK-BASE PIC 9(8)V99.
                   15  WS-RTS-BRK-RATE PIC V999.
               10  WS-RTS-SS-RATE      PIC V999.
               10  WS-RTS-HEALTH-STD   PIC 9(6)V99.
               10  WS-RTS-PENSION-RATE PIC V999.
               10  WS-RTS-ER-SS-RATE   PIC V999.
               10  WS-RTS-ER-PENS-RATE PIC V999.
               10  WS-RTS-OT-FACTOR    PIC 9V99.
               10  WS-RTS-VAC-ACCRUAL  PIC 9V99.
               10  WS-RTS-SICK-ACCRUAL PIC 9V99.
       01 WS-RATE-SET-COUNT       PIC 9(2) VALUE 0.
       01 WS-RTS-SUB              PIC 9(2).
       01 WS-RTS-SLOT             PIC 9(2) VALUE 0.
       01 WS-PERIOD-RATE-SLOT     PIC 9(2) VALUE 0.
       01 WS-ORIG-RATE-SLOT       PIC 9(2) VALUE 0.
       01 WS-BRK-SUB              PIC 9(1).
       01 WS-RATE-LOOKUP-DATE     PIC 9(8).
       01 WS-APPLIED-RATE-DATE    PIC 9(8) VALUE 0.
      *> The rate master is expressed per weekly period; every
      *> weekly figure in it is scaled by this over the pay group's
      *> periods per year (see PAYGRP) as the set is applied.
       01 WS-RATE-BASE-PERIODS    PIC 9(2) VALUE 52.
       01 WS-PAYGRP-FILE-PATH     PIC X(40) VALUE "data/PAYGRP.DAT".
       01 WS-PAYGRP-FILE-STATUS   PIC X(2).
       01 WS-ARREARS-LIST-FILE-PATH PIC X(40) VALUE "data/ARREARS.PRT".
       01 WS-ARREARS-LIST-FILE-STATUS PIC X(2).
       01 WS-PENDING-FILE-PATH    PIC X(40) VALUE "data/PENDCHG.DAT".
       01 WS-PENDING-FILE-STATUS  PIC X(2).
       01 WS-PAYEE-ACC-FILE-PATH  PIC X(40) VALUE "data/PAYEEACC.DAT".
       01 WS-PAYEE-ACC-FILE-STATUS PIC X(2).
       01 WS-VERIFY-LIST-FILE-PATH PIC X(40)
           VALUE "data/VERIFICAR.PRT".
       01 WS-VERIFY-LIST-FILE-STATUS PIC X(2).

      *> Pay group this run pays, from the NOMINA_GRUPO environment
      *> variable (blank means the weekly group). Chosen at the
      *> gate before anything else is opened: the group's own input
      *> file, batch control, calendar, checkpoint and outputs are
      *> named after it, and its period figures replace the ones
      *> that used to be fixed for the weekly cycle.
       01 WS-PAY-GROUP            PIC X(3) VALUE SPACES.
       01 WS-DEFAULT-PAY-GROUP    PIC X(3) VALUE "SEM".
       01 WS-PAY-GROUP-NAME       PIC X(30) VALUE SPACES.
       01 WS-GROUP-PERIODS-YEAR   PIC 9(2) VALUE 52.
       01 WS-PAY-GROUP-FOUND-FLAG PIC X VALUE "N".
           88 PAY-GROUP-FOUND         VALUE "Y".
      *> Pay group of the standing entry in hand, blank read as
      *> the weekly group.
       01 WS-EMP-PAY-GROUP        PIC X(3).
       01 WS-OTHER-GROUP-FLAG     PIC X VALUE "N".
           88 EMPLOYEE-OTHER-GROUP    VALUE "Y".
      *> Work fields for 1057-SUFFIX-FILE-PATH, which turns
      *> data/NAME.EXT into data/NAME-SFX.EXT (SFX being the group
      *> code, or EXT for an off-cycle run's files).
       01 WS-PATH-SUFFIX          PIC X(3).
       01 WS-PATH-WORK            PIC X(40).
       01 WS-PATH-NAME-PART       PIC X(40).
       01 WS-PATH-EXT-PART        PIC X(10).

      *> The pay-period calendar, loaded whole at the gate and
      *> rewritten whole when the period's status moves (A -> E at
       01 WS-CAL-SUB              PIC 9(2).
       01 WS-PAY-PERIOD-SLOT      PIC 9(2) VALUE 0.
       01 WS-PAY-PERIOD-ID        PIC 9(6) VALUE 0.
      *> Off-cycle run (NOMINA_EXTRA=S): pagas extraordinarias,
      *> bonuses and commissions keyed as "X" records (see EMPREC)
      *> in the group's own EMPLOYEE-EXT.DAT. It pays outside the
      *> calendar - its period id is the year followed by a number
      *> from 60 up, past any real period, so it never consumes a
      *> PAYCAL period and its postings can still be told apart
      *> from the period's in every output. NOMINA_EXTRA_PERIODO
      *> names it; blank takes 80 plus the month of the run
      *> (202686 for a June paga) - one off-cycle run per group and
      *> month unless the operator numbers a second one.
       01 WS-OFF-CYCLE-FLAG       PIC X VALUE "N".
           88 OFF-CYCLE-RUN           VALUE "S".
       01 WS-OFF-CYCLE-PERIOD-IN  PIC X(6).
       01 WS-OFF-CYCLE-PERIOD     PIC 9(6).
       01 WS-OFF-CYCLE-PERIOD-PARTS REDEFINES WS-OFF-CYCLE-PERIOD.
           05  WS-OFF-CYCLE-YEAR   PIC 9(4).
           05  WS-OFF-CYCLE-NUMBER PIC 9(2).
       01 WS-OFF-CYCLE-FIRST-NUMBER PIC 9(2) VALUE 60.
       01 WS-OFF-CYCLE-MONTH-BASE   PIC 9(2) VALUE 80.
       01 WS-OFF-CYCLE-USED-FLAG  PIC X VALUE "N".
           88 OFF-CYCLE-PERIOD-USED   VALUE "Y".
      *> Settlement run (NOMINA_FINIQUITO=S): the finiquitos of the
      *> employees given the baja, as "F" records (see EMPREC) that
      *> Settlement selects into the group's EMPLOYEE-FIN.DAT. It
      *> pays outside the calendar exactly like an off-cycle run -
      *> its own -FIN files, a period id from 60 up (blank
      *> NOMINA_EXTRA_PERIODO takes 60 plus the month of the run,
      *> 202670 for October) - and never shares a run with pagas.
       01 WS-SETTLEMENT-FLAG      PIC X VALUE "N".
           88 SETTLEMENT-RUN          VALUE "S".
       01 WS-SETTLEMENT-MONTH-BASE PIC 9(2) VALUE 60.
      *> Employees whose finiquito an earlier run already paid (a
      *> FINQ posting in the payment history under another period
      *> id) - a second one would pay the leave and the paga
      *> twice. Postings under this run's own id are a crashed
      *> run's, which the resume already accounts for.
       01 WS-SETTLED-TABLE.
           05  WS-SETTLED-ID OCCURS 2000 TIMES PIC X(6).
       01 WS-SETTLED-COUNT        PIC 9(4) VALUE 0.
       01 WS-SETTLED-SUB          PIC 9(4).
       01 WS-SETTLED-FLAG         PIC X VALUE "N".
           88 ALREADY-SETTLED         VALUE "Y".
      *> Image of the batch-control record as read at start-of-run,
      *> so 3300-MARK-BATCH-USED can rewrite it with only the
      *> status changed.
       01 WS-BATCHCTL-IMAGE       PIC X(36).
      *> The approval's figures and a fresh pre-pass count of the
      *> input file - the approval is for one specific file, so a
      *> re-exported or swapped EMPLOYEE.DAT between the overnight
               "*** SIMULACRO - ESTA NOMINA NO ESTA PAGADA ***".
       01 WS-LAST-CLOSED-YEAR     PIC 9(4) VALUE 0.
       01 WS-REQUIRED-CLOSE-YEAR  PIC 9(4) VALUE 0.
      *> Payment-history partitions (see PAYHIST): every open year
      *> in the active file, each closed one in its own archive.
      *> WS-PART-YEAR names the partition 1249 points the file at.
       01 WS-PART-YEAR            PIC 9(4).
       01 WS-ACTIVE-PART-FLAG     PIC X VALUE "N".
           88 ACTIVE-PART-READ        VALUE "Y".
      *> First day of the open years - where the retro search of
      *> an employee whose rate dates further back begins.
       01 WS-OPEN-YEAR-START      PIC 9(8).
       01 WS-RETRO-STD-SUB        PIC 9(4).
      *> 1092 looks up one settlement record's finiquito.
       01 WS-FINQ-TERM-DATE       PIC 9(8).
       01 WS-FINQ-TERM-PARTS REDEFINES WS-FINQ-TERM-DATE.
           05  WS-FINQ-TERM-YEAR  PIC 9(4).
           05  FILLER             PIC 9(4).
       01 WS-FINQ-PAID-FLAG       PIC X VALUE "N".
           88 FINQ-ALREADY-PAID       VALUE "Y".
      *> Key of the posting 2820 is writing: the posting number is
      *> the employee's next free one on the run date (2825), the
      *> line number counts its "D" and "E" lines from one.
       01 WS-POSTING-NO           PIC 9(3).
       01 WS-HIST-LINE-NO         PIC 9(3).
      *> The original credit a transfer void recalls (2926): the
      *> posting of this group paid on the original pay date,
      *> preferably the one whose net is the amount voided.
       01 WS-RECALL-ORIG-FLAG     PIC X VALUE "N".
           88 RECALL-ORIG-FOUND       VALUE "Y".
       01 WS-RECALL-NET-FLAG      PIC X VALUE "N".
           88 RECALL-NET-MATCHED      VALUE "Y".
       01 WS-RECALL-ORIG-NET      PIC S9(6)V99.
       01 WS-RECALL-PERIOD-ID     PIC 9(6).
       01 WS-RECALL-TYPE          PIC X(4).
       01 WS-RECALL-ORDINAL       PIC 9(6).

      *> Most hours one period may carry - from the pay group.
       01 WS-MAX-PERIOD-HOURS     PIC 9(3) VALUE 80.
       01 WS-VALID-FLAG           PIC X VALUE "Y".
           88 EMPLOYEE-RECORD-VALID   VALUE "Y".
      *> Wide enough for the longest rejection literal (44 chars,
       01 WS-RUN-TIME-HHMMSS      PIC 9(6).
       01 WS-OPERATOR-ID          PIC X(20).

       01 WS-ACCOUNT-NUMBER       PIC X(34).
       01 WS-ROUTING-NUMBER       PIC X(11).
       01 WS-BANK-FILE-PATH       PIC X(40) VALUE "data/BANKFILE.DAT".
       01 WS-BANK-FILE-STATUS     PIC X(2).
      *> The posting's end-to-end id, the name its credit carries
      *> out to the beneficiary's bank and back (see BANKREC).
       01 WS-END-TO-END-ID        PIC X(35).
       01 WS-E2E-POINTER          PIC 9(2).
      *> Voided transfers of the run, for the bank to recall (see
      *> RECALLST).
       01 WS-RECALL-FILE-PATH     PIC X(40) VALUE "data/RECALL.DAT".
       01 WS-RECALL-FILE-STATUS   PIC X(2).
       01 WS-RECALL-COUNT         PIC 9(5) VALUE 0.

      *> SEPA credit-transfer message (pain.001.001.03) - what is
      *> actually sent to the bank. It is written from the run's
      *> transfer ledger once the run is complete (on a resume the
      *> ledger already holds the credits paid before the crash),
      *> one tag per line: a group header with the message id, the
      *> transaction count and the control sum; one payment block
      *> naming the company's account as ordering party (see
      *> ORDACCT); and one transaction per credit under its
      *> end-to-end id.
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

      *> Sized for the post-acquisition headcount (800+) with room
      *> to grow. The table is kept in WS-MST-ID order at all times
               ==88  STD-METHOD-TRANSFER==
                   BY ==88  WS-STD-METHOD-TRANSFER==
               ==88  STD-METHOD-CHECK==
                   BY ==88  WS-STD-METHOD-CHECK==
               ==05  STD-PAY-GROUP==
                   BY ==10  WS-STD-PAY-GROUP==.
       01 WS-STANDING-COUNT       PIC 9(4) VALUE 0.
       01 WS-STANDING-FOUND-FLAG  PIC X VALUE "N".
           88 STANDING-ENTRY-FOUND VALUE "Y".
               ==88  STD-METHOD-TRANSFER==
                   BY ==88  WS-STD-HOLD-METHOD-T==
               ==88  STD-METHOD-CHECK==
                   BY ==88  WS-STD-HOLD-METHOD-C==
               ==05  STD-PAY-GROUP==
                   BY ==10  WS-STD-HOLD-GROUP==.

      *> Deduction elections loaded read-only at start-of-run, same
      *> in-memory pattern as the standing master - several entries
               10  WS-ARR-BALANCE  PIC S9(6)V99.
       01 WS-ARREARS-COUNT        PIC 9(4) VALUE 0.
       01 WS-ARR-SLOT             PIC 9(4) VALUE 0.
      *> Orders of the employee in hand whose arrears a finiquito
      *> left unrecovered, set aside by 2282-CLOSE-GARN-ARREARS for
      *> the arrears list (see ARRLIST) with the election that
      *> names the court and the case - zero when the order has
      *> since been lifted from the elections file.
       01 WS-LOST-ARREARS-TABLE.
           05  WS-LST-ENTRY OCCURS 10 TIMES.
               10  WS-LST-PRIORITY PIC 9(2).
               10  WS-LST-BALANCE  PIC S9(6)V99.
               10  WS-LST-ELC-SUB  PIC 9(4).
       01 WS-LOST-ARREARS-COUNT   PIC 9(2) VALUE 0.
       01 WS-LST-SUB              PIC 9(2).
       01 WS-ARREARS-LIST-HEADING.
           05  FILLER              PIC X(40) VALUE
               "Gestor de Nominas S.A.".
           05  FILLER              PIC X(40) VALUE
               "EMBARGOS NO RECUPERADOS EN FINIQUITOS".
       01 WS-ARREARS-LIST-COLUMNS.
           05  FILLER              PIC X(8)  VALUE "EMPL.".
           05  FILLER              PIC X(32) VALUE "NOMBRE".
           05  FILLER              PIC X(12) VALUE "FECHA BAJA".
           05  FILLER              PIC X(8)  VALUE "PERIODO".
           05  FILLER              PIC X(4)  VALUE "PR".
           05  FILLER              PIC X(22) VALUE "EMBARGO".
           05  FILLER              PIC X(32) VALUE "JUZGADO / ACREEDOR".
           05  FILLER              PIC X(22) VALUE "REFERENCIA".
           05  FILLER              PIC X(10) VALUE "   IMPORTE".

      *> Sensitive standing-master changes (rate, salary, account)
      *> keyed in EmployeeMaint and still waiting for a second
      *> operator's approval - the employee is paid on the figures
      *> as they stand, with a warning and a call-back list line.
       01 WS-PENDING-TABLE.
           05  WS-PCH-ENTRY OCCURS 500 TIMES.
               10  WS-PCH-EMP-ID   PIC X(6).
               10  WS-PCH-NUMBER   PIC 9(6).
       01 WS-PENDING-COUNT        PIC 9(4) VALUE 0.
       01 WS-PCH-SUB              PIC 9(4).
      *> Every (employee, account, routing) ever credited, so the
      *> first credit into a new account can be listed for a
      *> call-back before the bank file is released.
       01 WS-PAYEE-ACC-TABLE.
           05  WS-PAC-ENTRY OCCURS 5000 TIMES.
               10  WS-PAC-EMP-ID   PIC X(6).
               10  WS-PAC-ACCOUNT  PIC X(34).
               10  WS-PAC-ROUTING  PIC X(11).
       01 WS-PAYEE-ACC-COUNT      PIC 9(5) VALUE 0.
       01 WS-PAC-SUB              PIC 9(5).
       01 WS-PAC-FOUND-FLAG       PIC X VALUE "N".
           88 PAYEE-ACCOUNT-KNOWN     VALUE "Y".
      *> No register yet: the first run builds it from what it pays
      *> and lists nothing, or every employee would need a call.
       01 WS-PAC-SEEDING-FLAG     PIC X VALUE "N".
           88 PAYEE-ACC-SEEDING       VALUE "Y".
       01 WS-VERIFY-LIST-COUNT    PIC 9(5) VALUE 0.
       01 WS-VERIFY-LIST-HEADING.
           05  FILLER              PIC X(40) VALUE
               "Gestor de Nominas S.A.".
           05  FILLER              PIC X(40) VALUE
               "PAGOS A VERIFICAR ANTES DEL ENVIO".
       01 WS-VERIFY-LIST-COLUMNS.
           05  FILLER              PIC X(8)  VALUE "EMPL.".
           05  FILLER              PIC X(32) VALUE "NOMBRE".
           05  FILLER              PIC X(18) VALUE "MOTIVO".
           05  FILLER              PIC X(36) VALUE "IBAN".
           05  FILLER              PIC X(13) VALUE "BIC".
           05  FILLER              PIC X(12) VALUE "   IMPORTE".
           05  FILLER              PIC X(12) VALUE "REFERENCIA".

      *> Leave balances, loaded at start-of-run and rewritten
      *> alongside the checkpoint like the arrears, so a restart
      *> resumes with the balances as of the last record completed.
      *> Accrual is per paid period: roughly 30 vacation days a
      *> year and 13 sick days over 52 weekly periods, the same
      *> year spread over fewer periods for a longer pay cycle.
       01 WS-LEAVE-TABLE.
           05  WS-LVE-ENTRY OCCURS 2000 TIMES INDEXED BY WS-LVE-IDX.
               10  WS-LVE-ID       PIC X(6).
               10  WS-LVE-SICK     PIC S9(3)V99.
       01 WS-LEAVE-COUNT          PIC 9(4) VALUE 0.
       01 WS-LVE-SLOT             PIC 9(4) VALUE 0.
      *> The accrual rates come from the rate set in force (see
      *> RATEPARM).
       01 WS-VAC-ACCRUAL-RATE     PIC 9V99.
       01 WS-SICK-ACCRUAL-RATE    PIC 9V99.
       01 WS-HOURS-PER-DAY        PIC 9(1) VALUE 8.
      *> Which paid-leave kind the record in hand pays, or space
      *> for everything else - set from the record type alongside
           05  FILLER              PIC X(12) VALUE
               "   Periodo: ".
           05  WS-HDR-PERIOD       PIC 9(6).
           05  FILLER              PIC X(10) VALUE
               "   Grupo: ".
           05  WS-HDR-GROUP        PIC X(3).
           05  FILLER              PIC X(1) VALUE SPACE.
           05  WS-HDR-GROUP-NAME   PIC X(30).
       01 WS-REPORT-COLUMN-HEADINGS.
           05  FILLER              PIC X(30) VALUE "Empleado".
           05  FILLER              PIC X(13) VALUE "Bruto".
           05  FILLER              PIC X(13) VALUE "Neto".
           05  FILLER              PIC X(12) VALUE "Tipo".
           05  FILLER              PIC X(4) VALUE "Dep.".
           05  FILLER              PIC X(2) VALUE SPACES.
           05  FILLER              PIC X(8) VALUE "Periodo".
           05  FILLER              PIC X(7) VALUE "Tarifas".

      *> The amount pictures carry a trailing sign position because
      *> an ANULACION line posts the voided figures as negatives;
           05  WS-DTL-CC           PIC X(4).
           05  FILLER              PIC X(2) VALUE SPACES.
           05  WS-DTL-PERIOD       PIC 9(6).
      *> Effective date of the rate set the line was computed under.
           05  FILLER              PIC X(2) VALUE SPACES.
           05  WS-DTL-RATE-DATE    PIC 9(8).

      *> One line per earnings code under the detail line that paid
      *> it (see PRINT-LINE-EARNINGS) - the amount sits in the gross
      *> column it is already part of.
       01 WS-REPORT-EARNINGS-LINE.
           05  FILLER              PIC X(4) VALUE "  + ".
           05  WS-RGE-CODE         PIC X(4).
           05  FILLER              PIC X(2) VALUE SPACES.
           05  WS-RGE-DESC         PIC X(20).
           05  WS-RGE-AMOUNT       PIC ZZZ,ZZ9.99-.
           05  FILLER              PIC X(2) VALUE SPACES.
           05  WS-RGE-CC           PIC X(4).
           05  FILLER              PIC X(2) VALUE SPACES.
           05  WS-RGE-ACCOUNT      PIC X(4).

      *> Widened relative to WS-REPORT-DETAIL-LINE: these columns sum
      *> across the whole payroll (up to WS-TOTAL-* at S9(8)V99),
       01 WS-STUB-DAYS-LINE.
           05  WS-STUB-DAYS-LABEL  PIC X(17).
           05  WS-STUB-DAYS-QTY    PIC Z9.
       01 WS-STUB-ACCRUAL-LINE.
           05  WS-STUB-ACR-LABEL   PIC X(17).
           05  WS-STUB-ACR-DAYS    PIC ZZ9.
           05  FILLER              PIC X(4) VALUE " de ".
           05  WS-STUB-ACR-OF      PIC ZZ9.
      *> The label is sized to a full election description (20) so
      *> the itemized lines print untruncated.
       01 WS-STUB-AMOUNT-LINE.
           05  WS-STUB-YTD-LABEL   PIC X(17).
           05  FILLER              PIC X(12) VALUE SPACES.
           05  WS-STUB-YTD-VALUE   PIC ZZZ,ZZZ,ZZ9.99-.
      *> The finiquito's page is a settlement document rather than
      *> a payslip: its own title, the baja date, the leave paid
      *> out in days and fractions of a day, and the receipt the
      *> employee signs.
       01 WS-STUB-SETTLE-TITLE-LINE.
           05  FILLER              PIC X(40) VALUE
               "Gestor de Nominas S.A.".
           05  FILLER              PIC X(24) VALUE
               "Documento de finiquito".
       01 WS-STUB-TERM-LINE.
           05  FILLER              PIC X(16) VALUE "Fecha de baja: ".
           05  WS-STUB-TERM-DATE   PIC 9999/99/99.
       01 WS-STUB-LEAVE-LINE.
           05  WS-STUB-LVP-LABEL   PIC X(26).
           05  WS-STUB-LVP-DAYS    PIC ZZ9.99.
           05  FILLER              PIC X(3) VALUE " x ".
           05  WS-STUB-LVP-VALUE   PIC ZZZ,ZZ9.99.
           05  FILLER              PIC X(3) VALUE " = ".
           05  WS-STUB-LVP-AMOUNT  PIC ZZZ,ZZ9.99.
      *> An earnings line: the code's description, its units (hours
      *> or occurrences), what one unit pays and the amount.
       01 WS-STUB-EARNINGS-LINE.
           05  WS-STUB-ERN-LABEL   PIC X(20).
           05  WS-STUB-ERN-QTY     PIC ZZ9.
           05  FILLER              PIC X(3) VALUE " x ".
           05  WS-STUB-ERN-RATE    PIC ZZZ,ZZ9.99.
           05  FILLER              PIC X(3) VALUE " = ".
           05  WS-STUB-ERN-AMOUNT  PIC ZZZ,ZZ9.99.
       01 WS-STUB-REGULAR-AMOUNT  PIC 9(6)V99.
       01 WS-STUB-OVERTIME-AMOUNT PIC 9(6)V99.

           88 REC-TYPE-SICK      VALUE "E".
           88 REC-TYPE-VOID      VALUE "V".
           88 REC-TYPE-REISSUE   VALUE "R".
           88 REC-TYPE-EXTRA     VALUE "X".
           88 REC-TYPE-SETTLEMENT VALUE "F".
           88 REC-TYPE-EARNINGS  VALUE "L".
           88 REC-TYPE-TRAILER   VALUE "T".
      *> Either kind paid outside the calendar - neither carries
      *> the period's flat charges or voluntary elections.
           88 REC-TYPE-OFF-CYCLE VALUE "X", "F".
      *> What an off-cycle "X" record carries: the earnings reason,
      *> the amount (blank - or zero - on a paga the run calculates
      *> itself) and the accrual days the paga is prorated by.
       01 WS-EXTRA-REASON  PIC X(4).
           88 EXTRA-PAGA-JUNE     VALUE "PJUN".
           88 EXTRA-PAGA-DECEMBER VALUE "PDIC".
           88 EXTRA-PAGA          VALUE "PJUN", "PDIC".
           88 EXTRA-BONUS         VALUE "BONO".
           88 EXTRA-COMMISSION    VALUE "COMI".
       01 WS-EXTRA-AMOUNT-AREA PIC X(8).
       01 WS-EXTRA-AMOUNT REDEFINES WS-EXTRA-AMOUNT-AREA
                            PIC 9(6)V99.
       01 WS-EXTRA-DAYS-AREA   PIC X(3).
       01 WS-EXTRA-DAYS REDEFINES WS-EXTRA-DAYS-AREA
                            PIC 9(3).
       01 WS-EXTRA-CALC-FLAG PIC X VALUE "N".
           88 EXTRA-CALCULATED    VALUE "Y".
      *> A paga is one month's pay, accrued over the half-year
      *> (commercial days) it rewards.
       01 WS-PAGA-ACCRUAL-DAYS PIC 9(3) VALUE 180.
       01 WS-MONTHS-YEAR       PIC 9(2) VALUE 12.
       01 WS-EXTRA-MONTHLY     PIC 9(6)V99 VALUE 0.
       01 WS-EXTRA-LABEL       PIC X(20).
      *> A settlement "F" record's baja date (its paga reason and
      *> days are read into the WS-EXTRA-* fields above, so the
      *> paga share is prorated exactly as a calculated paga), and
      *> the unused vacation the finiquito pays out beside it.
       01 WS-TERM-DATE         PIC 9(8).
       01 WS-SETTLE-VAC-DAYS   PIC 9(3)V99.
       01 WS-SETTLE-DAY-VALUE  PIC 9(4)V99.
       01 WS-SETTLE-VAC-AMOUNT PIC 9(6)V99.
       01 WS-SETTLE-PAGA-AMOUNT PIC 9(6)V99.
       01 WS-ORIG-PAY-DATE PIC 9(8).
       01 WS-ORIG-HOURS    PIC 9(3).
       01 WS-ORIG-DAYS     PIC 9(2).
       01 WS-PERIOD-SALARY PIC 9(6)V99.
       01 WS-DAYS-WORKED   PIC 9(2).
       01 WS-UNPAID-DAYS   PIC 9(2).
      *> Working days and the most days one period may carry -
      *> both from the pay group (see PAYGRP).
       01 WS-PERIOD-WORK-DAYS PIC 9(2) VALUE 5.
       01 WS-MAX-PERIOD-DAYS  PIC 9(2) VALUE 7.

       01 WS-REGULAR-HOURS PIC 9(3).
       01 WS-OVERTIME-HOURS PIC 9(3).
      *> silently truncated before it ever reaches WS-GROSS.
       01 WS-OVERTIME-RATE  PIC 9(6)V99.

      *> Regular hours of the period, past which overtime starts
      *> - from the pay group.
       01 WS-MAX-REGULAR-HOURS PIC 9(3) VALUE 40.
      *> What is left of them for the record's own hours once the
      *> earnings lines that count toward overtime have used theirs.
       01 WS-REGULAR-LIMIT     PIC 9(3).
      *> Gross less the non-taxable earnings lines - what the
      *> brackets withhold on.
       01 WS-TAX-BASE          PIC S9(6)V99.
      *> From the rate set in force, like the brackets below.
       01 WS-OVERTIME-FACTOR   PIC 9V99.

       COPY TAXTABLE.
       COPY DEDUCT.
       PROCEDURE DIVISION.
       0000-MAIN-LOGIC.
           PERFORM 1050-CHECK-YEAR-CLOSE
           IF RUN-ALLOWED
               PERFORM 1055-SELECT-PAY-GROUP
           END-IF
           IF RUN-ALLOWED
               PERFORM 1060-CHECK-BATCH-CONTROL
           END-IF
               PERFORM 1075-LOAD-COST-CENTERS
           END-IF
           IF RUN-ALLOWED
               PERFORM 1077-LOAD-RATE-SETS
           END-IF
           IF RUN-ALLOWED
               IF OFF-CYCLE-RUN OR SETTLEMENT-RUN
                   PERFORM 1087-SET-OFF-CYCLE-PERIOD
               ELSE
                   PERFORM 1080-CHECK-PAY-PERIOD
               END-IF
           END-IF
           IF RUN-ALLOWED
               PERFORM 1082-SELECT-PERIOD-RATES
           END-IF
           IF RUN-ALLOWED
               PERFORM 1000-INITIALIZE
           END-IF
           STOP RUN.

       1055-SELECT-PAY-GROUP.
      *> Runs right after the year-close check and before any other
      *> gate, because every file the later gates open is the pay
      *> group's own. An unknown group - or no group master at all
      *> - is a hard stop: guessing would pay one group's people on
      *> another group's calendar.
           ACCEPT WS-PAY-GROUP FROM ENVIRONMENT "NOMINA_GRUPO"
           IF WS-PAY-GROUP = SPACES
               MOVE WS-DEFAULT-PAY-GROUP TO WS-PAY-GROUP
           END-IF
           OPEN INPUT PAY-GROUP-FILE
           IF WS-PAYGRP-FILE-STATUS NOT = "00"
               MOVE "N" TO WS-RUN-ALLOWED-FLAG
               DISPLAY "Nomina bloqueada: falta PAYGRP.DAT - "
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
                               PERFORM 1058-TAKE-GROUP-FIGURES
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PAY-GROUP-FILE
               IF NOT PAY-GROUP-FOUND
                   MOVE "N" TO WS-RUN-ALLOWED-FLAG
                   DISPLAY "Nomina bloqueada: grupo de pago "
                       "desconocido '" WS-PAY-GROUP "' en PAYGRP.DAT"
               END-IF
           END-IF
           IF RUN-ALLOWED
               ACCEPT WS-OFF-CYCLE-FLAG FROM ENVIRONMENT
                   "NOMINA_EXTRA"
               ACCEPT WS-SETTLEMENT-FLAG FROM ENVIRONMENT
                   "NOMINA_FINIQUITO"
               IF OFF-CYCLE-RUN AND SETTLEMENT-RUN
                   MOVE "N" TO WS-RUN-ALLOWED-FLAG
                   DISPLAY "Nomina bloqueada: NOMINA_EXTRA y "
                       "NOMINA_FINIQUITO no van en la misma nomina"
               END-IF
           END-IF
           IF RUN-ALLOWED
               PERFORM 1056-APPLY-GROUP-FILE-NAMES
               DISPLAY "Grupo de pago: " WS-PAY-GROUP " "
                   WS-PAY-GROUP-NAME
               IF OFF-CYCLE-RUN
                   DISPLAY "*** NOMINA EXTRAORDINARIA - pagas "
                       "extra, bonus y comisiones ***"
               END-IF
               IF SETTLEMENT-RUN
                   DISPLAY "*** NOMINA DE FINIQUITOS - liquidacion "
                       "de las bajas ***"
               END-IF
           END-IF.

       1058-TAKE-GROUP-FIGURES.
      *> A group line with an unusable figure would divide by zero
      *> or reject every record - refuse it at the gate instead.
           MOVE PGR-NAME TO WS-PAY-GROUP-NAME
           IF PGR-WORK-DAYS NOT NUMERIC OR PGR-WORK-DAYS = 0
                   OR PGR-MAX-DAYS NOT NUMERIC
                   OR PGR-MAX-DAYS < PGR-WORK-DAYS
                   OR PGR-REGULAR-HOURS NOT NUMERIC
                   OR PGR-MAX-HOURS NOT NUMERIC
                   OR PGR-MAX-HOURS < PGR-REGULAR-HOURS
                   OR PGR-PERIODS-YEAR NOT NUMERIC
                   OR PGR-PERIODS-YEAR = 0
               MOVE "N" TO WS-RUN-ALLOWED-FLAG
               DISPLAY "Nomina bloqueada: el grupo de pago "
                   WS-PAY-GROUP " tiene cifras de periodo invalidas "
                   "en PAYGRP.DAT"
           ELSE
               MOVE PGR-WORK-DAYS     TO WS-PERIOD-WORK-DAYS
               MOVE PGR-MAX-DAYS      TO WS-MAX-PERIOD-DAYS
               MOVE PGR-REGULAR-HOURS TO WS-MAX-REGULAR-HOURS
               MOVE PGR-MAX-HOURS     TO WS-MAX-PERIOD-HOURS
               MOVE PGR-PERIODS-YEAR  TO WS-GROUP-PERIODS-YEAR
           END-IF.

       1056-APPLY-GROUP-FILE-NAMES.
      *> The weekly group keeps the historical names. Any other
      *> group gets its own copy of every file that belongs to one
      *> run - input, approval, calendar, checkpoint, delta log and
      *> outputs - so two groups' runs can neither block nor
      *> overwrite each other. The masters (YTD, standing, leave,
      *> arrears, elections, check numbers), the payment history
      *> and the audit log stay shared: groups run one after the
      *> other, and the history and audit lines carry the group.
      *> An off-cycle run adds EXT to the run's own files in turn
      *> (EMPLOYEE-EXT.DAT, BANKFILE-MEN-EXT.DAT ...), so a paga
      *> paid between two periods never touches the period run's
      *> approval, checkpoint or outputs; it has no calendar of its
      *> own to rename. A settlement run adds FIN the same way.
           MOVE WS-EMPLOYEE-FILE-PATH TO WS-PATH-WORK
           PERFORM 1059-SUFFIX-RUN-FILE-PATH
           MOVE WS-PATH-WORK TO WS-EMPLOYEE-FILE-PATH
           MOVE WS-PRINT-FILE-PATH TO WS-PATH-WORK
           PERFORM 1059-SUFFIX-RUN-FILE-PATH
           MOVE WS-PATH-WORK TO WS-PRINT-FILE-PATH
           MOVE WS-PAYSLIP-FILE-PATH TO WS-PATH-WORK
           PERFORM 1059-SUFFIX-RUN-FILE-PATH
           MOVE WS-PATH-WORK TO WS-PAYSLIP-FILE-PATH
           MOVE WS-ARREARS-LIST-FILE-PATH TO WS-PATH-WORK
           PERFORM 1059-SUFFIX-RUN-FILE-PATH
           MOVE WS-PATH-WORK TO WS-ARREARS-LIST-FILE-PATH
           MOVE WS-VERIFY-LIST-FILE-PATH TO WS-PATH-WORK
           PERFORM 1059-SUFFIX-RUN-FILE-PATH
           MOVE WS-PATH-WORK TO WS-VERIFY-LIST-FILE-PATH
           MOVE WS-EXCEPTIONS-FILE-PATH TO WS-PATH-WORK
           PERFORM 1059-SUFFIX-RUN-FILE-PATH
           MOVE WS-PATH-WORK TO WS-EXCEPTIONS-FILE-PATH
           MOVE WS-CHECKPOINT-FILE-PATH TO WS-PATH-WORK
           PERFORM 1059-SUFFIX-RUN-FILE-PATH
           MOVE WS-PATH-WORK TO WS-CHECKPOINT-FILE-PATH
           MOVE WS-BANK-FILE-PATH TO WS-PATH-WORK
           PERFORM 1059-SUFFIX-RUN-FILE-PATH
           MOVE WS-PATH-WORK TO WS-BANK-FILE-PATH
           MOVE WS-RECALL-FILE-PATH TO WS-PATH-WORK
           PERFORM 1059-SUFFIX-RUN-FILE-PATH
           MOVE WS-PATH-WORK TO WS-RECALL-FILE-PATH
           MOVE WS-SEPA-FILE-PATH TO WS-PATH-WORK
           PERFORM 1059-SUFFIX-RUN-FILE-PATH
           MOVE WS-PATH-WORK TO WS-SEPA-FILE-PATH
           MOVE WS-YTD-DELTA-FILE-PATH TO WS-PATH-WORK
           PERFORM 1059-SUFFIX-RUN-FILE-PATH
           MOVE WS-PATH-WORK TO WS-YTD-DELTA-FILE-PATH
           MOVE WS-GL-FILE-PATH TO WS-PATH-WORK
           PERFORM 1059-SUFFIX-RUN-FILE-PATH
           MOVE WS-PATH-WORK TO WS-GL-FILE-PATH
           MOVE WS-CHECK-PRINT-FILE-PATH TO WS-PATH-WORK
           PERFORM 1059-SUFFIX-RUN-FILE-PATH
           MOVE WS-PATH-WORK TO WS-CHECK-PRINT-FILE-PATH
           MOVE WS-CHECK-REG-FILE-PATH TO WS-PATH-WORK
           PERFORM 1059-SUFFIX-RUN-FILE-PATH
           MOVE WS-PATH-WORK TO WS-CHECK-REG-FILE-PATH
           MOVE WS-BATCHCTL-FILE-PATH TO WS-PATH-WORK
           PERFORM 1059-SUFFIX-RUN-FILE-PATH
           MOVE WS-PATH-WORK TO WS-BATCHCTL-FILE-PATH
           IF WS-PAY-GROUP NOT = WS-DEFAULT-PAY-GROUP
               MOVE WS-PAYCAL-FILE-PATH TO WS-PATH-WORK
               MOVE WS-PAY-GROUP TO WS-PATH-SUFFIX
               PERFORM 1057-SUFFIX-FILE-PATH
               MOVE WS-PATH-WORK TO WS-PAYCAL-FILE-PATH
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

       1059-SUFFIX-RUN-FILE-PATH.
      *> A file that belongs to one run: the group's code first
      *> (none for the weekly group), then EXT for an off-cycle run
      *> or FIN for a settlement run.
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

       1060-CHECK-BATCH-CONTROL.
      *> The batch window is overnight and unattended - a file that
      *> did not balance in PreEdit (or was never pre-edited, or
                               TO WS-APPROVED-HOURS
                       END-IF
                       EVALUATE TRUE
                           WHEN BCT-PAY-GROUP NOT = WS-PAY-GROUP
                                   AND NOT (BCT-PAY-GROUP = SPACES
                                       AND WS-PAY-GROUP
                                           = WS-DEFAULT-PAY-GROUP)
      *> An approval stamped for another group (or, blank, written
      *> before groups existed - the weekly group's) is not this
      *> run's to consume.
                               MOVE "N" TO WS-RUN-ALLOWED-FLAG
                               DISPLAY "Nomina bloqueada: el pre-edit "
                                   "es del grupo '" BCT-PAY-GROUP
                                   "', no del grupo " WS-PAY-GROUP
                           WHEN BCT-BALANCED
                               CONTINUE
                           WHEN BCT-USED

       1050-CHECK-YEAR-CLOSE.
      *> Checked before any file is opened for output, so a refused
      *> January run leaves every file exactly as it found it. The
      *> last closed year is read on every run: it also tells the
      *> history readers which years have moved to their archive.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           MOVE 0 TO WS-LAST-CLOSED-YEAR
           OPEN INPUT YEAR-CONTROL-FILE
           IF WS-YEARCTL-FILE-STATUS = "00"
               READ YEAR-CONTROL-FILE
                   NOT AT END
                       IF CTL-LAST-CLOSED-YEAR NUMERIC
                           MOVE CTL-LAST-CLOSED-YEAR
                               TO WS-LAST-CLOSED-YEAR
                       END-IF
               END-READ
               CLOSE YEAR-CONTROL-FILE
           END-IF
      *> A closed year takes no more pay - its certificates are out
      *> and its history archived, where a posting written now
      *> would never be looked for.
           IF WS-LAST-CLOSED-YEAR >= WS-RUN-YEAR
               MOVE "N" TO WS-RUN-ALLOWED-FLAG
               DISPLAY "Nomina bloqueada: el ejercicio " WS-RUN-YEAR
                   " ya consta como cerrado en YEARCTL.DAT"
           END-IF
           IF WS-RUN-MONTH = 01
               COMPUTE WS-REQUIRED-CLOSE-YEAR = WS-RUN-YEAR - 1
               IF WS-LAST-CLOSED-YEAR < WS-REQUIRED-CLOSE-YEAR
                   MOVE "N" TO WS-RUN-ALLOWED-FLAG
                   DISPLAY "Nomina de enero bloqueada: falta el "
       1070-VERIFY-INPUT-VS-APPROVAL.
      *> The approval is for one specific file: re-count it with
      *> PreEdit's own rules (every non-trailer record counts, its
      *> hours hash when numeric - an off-cycle record's whole euros
      *> instead, a settlement record's paga days) and stop before
      *> anything is paid
      *> if the figures moved - a re-exported or swapped
      *> EMPLOYEE.DAT after the overnight PreEdit otherwise gets
      *> paid unchecked.
                       NOT AT END
                           IF NOT EMP-TYPE-TRAILER
                               ADD 1 TO WS-VERIFY-COUNT
                               EVALUATE TRUE
                                   WHEN EMP-TYPE-EXTRA
                                       IF EXT-AMOUNT NUMERIC
                                           ADD EXT-AMOUNT
                                               TO WS-VERIFY-HOURS
                                       END-IF
                                   WHEN EMP-TYPE-SETTLEMENT
                                       IF FIN-PAGA-DAYS NUMERIC
                                           ADD FIN-PAGA-DAYS
                                               TO WS-VERIFY-HOURS
                                       END-IF
                                   WHEN OTHER
                                       IF EMP-HOURS NUMERIC
                                           ADD EMP-HOURS
                                               TO WS-VERIFY-HOURS
                                       END-IF
                               END-EVALUATE
                           END-IF
                   END-READ
               END-PERFORM
               END-IF
           END-IF.

       1077-LOAD-RATE-SETS.
      *> The brackets and rates no longer live in the program, so
      *> no rate master means nothing to withhold with.
           OPEN INPUT RATE-PARAMETER-FILE
           IF WS-RATEPARM-FILE-STATUS NOT = "00"
               MOVE "N" TO WS-RUN-ALLOWED-FLAG
               DISPLAY "Nomina bloqueada: falta RATEPARM.DAT - "
                   "cargue las tarifas con RateMaint"
           ELSE
               PERFORM UNTIL WS-RATEPARM-FILE-STATUS NOT = "00"
                   READ RATE-PARAMETER-FILE
                       AT END
                           MOVE "10" TO WS-RATEPARM-FILE-STATUS
                       NOT AT END
                           IF RTP-EFF-DATE NOT NUMERIC
                               DISPLAY "ADVERTENCIA: linea de "
                                   "RATEPARM sin fecha valida, "
                                   "se ignora"
                           ELSE
                               IF WS-RATE-SET-COUNT >= 50
                                   DISPLAY "ADVERTENCIA: RATEPARM "
                                       "excede 50 juegos, se "
                                       "trunca la carga"
                                   MOVE "10"
                                       TO WS-RATEPARM-FILE-STATUS
                               ELSE
                                   ADD 1 TO WS-RATE-SET-COUNT
                                   PERFORM 1076-STORE-RATE-SET
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RATE-PARAMETER-FILE
               IF WS-RATE-SET-COUNT = 0
                   MOVE "N" TO WS-RUN-ALLOWED-FLAG
                   DISPLAY "Nomina bloqueada: RATEPARM.DAT vacio"
               END-IF
           END-IF.

       1076-STORE-RATE-SET.
           MOVE RTP-EFF-DATE TO WS-RTS-EFF-DATE(WS-RATE-SET-COUNT)
           PERFORM VARYING WS-BRK-SUB FROM 1 BY 1
                   UNTIL WS-BRK-SUB > 6
               MOVE RTP-BRK-MIN(WS-BRK-SUB)
                   TO WS-RTS-BRK-MIN(WS-RATE-SET-COUNT, WS-BRK-SUB)
               MOVE RTP-BRK-MAX(WS-BRK-SUB)
                   TO WS-RTS-BRK-MAX(WS-RATE-SET-COUNT, WS-BRK-SUB)
               MOVE RTP-BRK-BASE(WS-BRK-SUB)
                   TO WS-RTS-BRK-BASE(WS-RATE-SET-COUNT, WS-BRK-SUB)
               MOVE RTP-BRK-RATE(WS-BRK-SUB)
                   TO WS-RTS-BRK-RATE(WS-RATE-SET-COUNT, WS-BRK-SUB)
           END-PERFORM
           MOVE RTP-SS-RATE TO WS-RTS-SS-RATE(WS-RATE-SET-COUNT)
           MOVE RTP-HEALTH-STD
               TO WS-RTS-HEALTH-STD(WS-RATE-SET-COUNT)
           MOVE RTP-PENSION-RATE
               TO WS-RTS-PENSION-RATE(WS-RATE-SET-COUNT)
           MOVE RTP-ER-SS-RATE
               TO WS-RTS-ER-SS-RATE(WS-RATE-SET-COUNT)
           MOVE RTP-ER-PENSION-RATE
               TO WS-RTS-ER-PENS-RATE(WS-RATE-SET-COUNT)
           MOVE RTP-OVERTIME-FACTOR
               TO WS-RTS-OT-FACTOR(WS-RATE-SET-COUNT)
           MOVE RTP-VAC-ACCRUAL
               TO WS-RTS-VAC-ACCRUAL(WS-RATE-SET-COUNT)
           MOVE RTP-SICK-ACCRUAL
               TO WS-RTS-SICK-ACCRUAL(WS-RATE-SET-COUNT).

       1078-FIND-RATE-SET.
      *> The set in force on WS-RATE-LOOKUP-DATE is the one with the
      *> latest effective date not after it; WS-RTS-SLOT stays 0
      *> when every set on file starts later.
           MOVE 0 TO WS-RTS-SLOT
           PERFORM VARYING WS-RTS-SUB FROM 1 BY 1
                   UNTIL WS-RTS-SUB > WS-RATE-SET-COUNT
               IF WS-RTS-EFF-DATE(WS-RTS-SUB) <= WS-RATE-LOOKUP-DATE
                   IF WS-RTS-SLOT = 0
                       MOVE WS-RTS-SUB TO WS-RTS-SLOT
                   ELSE
                       IF WS-RTS-EFF-DATE(WS-RTS-SUB)
                               > WS-RTS-EFF-DATE(WS-RTS-SLOT)
                           MOVE WS-RTS-SUB TO WS-RTS-SLOT
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       1079-APPLY-RATE-SET.
      *> Loads set WS-RTS-SLOT into the fields the calculation
      *> paragraphs read.
      *> The weekly amounts are scaled to the pay group's period
      *> (see WS-RATE-BASE-PERIODS) - the weekly group's factor is
      *> one and takes them as keyed. The open-ended top bracket
      *> simply stays at its ceiling.
           PERFORM VARYING WS-BRK-SUB FROM 1 BY 1
                   UNTIL WS-BRK-SUB > 6
               COMPUTE WS-BRK-MIN(WS-BRK-SUB) ROUNDED =
                   WS-RTS-BRK-MIN(WS-RTS-SLOT, WS-BRK-SUB)
                   * WS-RATE-BASE-PERIODS / WS-GROUP-PERIODS-YEAR
                   ON SIZE ERROR
                       MOVE 99999999.99 TO WS-BRK-MIN(WS-BRK-SUB)
               END-COMPUTE
               COMPUTE WS-BRK-MAX(WS-BRK-SUB) ROUNDED =
                   WS-RTS-BRK-MAX(WS-RTS-SLOT, WS-BRK-SUB)
                   * WS-RATE-BASE-PERIODS / WS-GROUP-PERIODS-YEAR
                   ON SIZE ERROR
                       MOVE 99999999.99 TO WS-BRK-MAX(WS-BRK-SUB)
               END-COMPUTE
               COMPUTE WS-BRK-BASE(WS-BRK-SUB) ROUNDED =
                   WS-RTS-BRK-BASE(WS-RTS-SLOT, WS-BRK-SUB)
                   * WS-RATE-BASE-PERIODS / WS-GROUP-PERIODS-YEAR
                   ON SIZE ERROR
                       MOVE 99999999.99 TO WS-BRK-BASE(WS-BRK-SUB)
               END-COMPUTE
               MOVE WS-RTS-BRK-RATE(WS-RTS-SLOT, WS-BRK-SUB)
                   TO WS-BRK-RATE(WS-BRK-SUB)
           END-PERFORM
           MOVE WS-RTS-SS-RATE(WS-RTS-SLOT)
               TO DED-SOCIAL-SECURITY-RATE
           COMPUTE DED-HEALTH-INSURANCE-STD ROUNDED =
               WS-RTS-HEALTH-STD(WS-RTS-SLOT)
               * WS-RATE-BASE-PERIODS / WS-GROUP-PERIODS-YEAR
           MOVE WS-RTS-PENSION-RATE(WS-RTS-SLOT) TO DED-PENSION-RATE
           MOVE WS-RTS-ER-SS-RATE(WS-RTS-SLOT)
               TO DED-ER-SOCIAL-SEC-RATE
           MOVE WS-RTS-ER-PENS-RATE(WS-RTS-SLOT)
               TO DED-ER-PENSION-RATE
           MOVE WS-RTS-OT-FACTOR(WS-RTS-SLOT) TO WS-OVERTIME-FACTOR
           COMPUTE WS-VAC-ACCRUAL-RATE ROUNDED =
               WS-RTS-VAC-ACCRUAL(WS-RTS-SLOT)
               * WS-RATE-BASE-PERIODS / WS-GROUP-PERIODS-YEAR
           COMPUTE WS-SICK-ACCRUAL-RATE ROUNDED =
               WS-RTS-SICK-ACCRUAL(WS-RTS-SLOT)
               * WS-RATE-BASE-PERIODS / WS-GROUP-PERIODS-YEAR
           MOVE WS-RTS-EFF-DATE(WS-RTS-SLOT) TO WS-APPLIED-RATE-DATE.

       1080-CHECK-PAY-PERIOD.
      *> The batch-control gate stops the same FILE being paid
      *> twice; this one stops the same PERIOD being paid twice
               END-IF
           END-IF.

       1082-SELECT-PERIOD-RATES.
      *> The period is paid under the law in force on its last day,
      *> so a week straddling a January change pays at the new
      *> rates, as the payslip date says it should. An off-cycle
      *> or settlement run has no calendar period: it pays under
      *> the law in force on the day it pays.
           IF OFF-CYCLE-RUN OR SETTLEMENT-RUN
               MOVE WS-RUN-DATE TO WS-RATE-LOOKUP-DATE
           ELSE
               MOVE WS-CAL-END(WS-PAY-PERIOD-SLOT)
                   TO WS-RATE-LOOKUP-DATE
           END-IF
           PERFORM 1078-FIND-RATE-SET
           IF WS-RTS-SLOT = 0
               MOVE "N" TO WS-RUN-ALLOWED-FLAG
               DISPLAY "Nomina bloqueada: no hay tarifas vigentes al "
                   WS-RATE-LOOKUP-DATE " en RATEPARM.DAT"
           ELSE
               MOVE WS-RTS-SLOT TO WS-PERIOD-RATE-SLOT
               PERFORM 1079-APPLY-RATE-SET
               DISPLAY "Tarifas vigentes desde: " WS-APPLIED-RATE-DATE
           END-IF.

       1087-SET-OFF-CYCLE-PERIOD.
      *> The off-cycle run's stand-in for 1080: no calendar period
      *> is taken (WS-PAY-PERIOD-SLOT stays zero, so 1090 and 3310
      *> leave PAYCAL alone), but the period id still has to be
      *> one nobody has paid - the same twice-paid guard 1080 gives
      *> a real period, checked against the payment history. A
      *> settlement run takes its id the same way, from its own
      *> month base so it never collides with the month's pagas.
           ACCEPT WS-OFF-CYCLE-PERIOD-IN FROM ENVIRONMENT
               "NOMINA_EXTRA_PERIODO"
           IF WS-OFF-CYCLE-PERIOD-IN = SPACES
               IF SETTLEMENT-RUN
                   COMPUTE WS-OFF-CYCLE-PERIOD =
                       WS-RUN-YEAR * 100
                       + WS-SETTLEMENT-MONTH-BASE + WS-RUN-MONTH
               ELSE
                   COMPUTE WS-OFF-CYCLE-PERIOD =
                       WS-RUN-YEAR * 100
                       + WS-OFF-CYCLE-MONTH-BASE + WS-RUN-MONTH
               END-IF
           ELSE
               IF WS-OFF-CYCLE-PERIOD-IN NUMERIC
                   MOVE WS-OFF-CYCLE-PERIOD-IN TO WS-OFF-CYCLE-PERIOD
               ELSE
                   MOVE 0 TO WS-OFF-CYCLE-PERIOD
               END-IF
           END-IF
           IF WS-OFF-CYCLE-YEAR NOT = WS-RUN-YEAR
                   OR WS-OFF-CYCLE-NUMBER < WS-OFF-CYCLE-FIRST-NUMBER
               MOVE "N" TO WS-RUN-ALLOWED-FLAG
               DISPLAY "Nomina bloqueada: periodo extraordinario '"
                   WS-OFF-CYCLE-PERIOD-IN "' invalido - debe ser "
                   WS-RUN-YEAR "60 a " WS-RUN-YEAR "99"
           ELSE
               MOVE WS-OFF-CYCLE-PERIOD TO WS-PAY-PERIOD-ID
               MOVE 0 TO WS-PAY-PERIOD-SLOT
               PERFORM 1065-CHECK-RESUME-PENDING
               PERFORM 1088-CHECK-OFF-CYCLE-UNUSED
      *> A checkpoint pending means this very run died after
      *> posting part of the file - its own lines are in the
      *> history, and the restart finishes it.
               IF OFF-CYCLE-PERIOD-USED AND NOT BATCH-RESUME-PENDING
                   MOVE "N" TO WS-RUN-ALLOWED-FLAG
                   DISPLAY "Nomina bloqueada: el periodo "
                       "extraordinario " WS-PAY-PERIOD-ID
                       " ya se pago para el grupo " WS-PAY-GROUP
                   DISPLAY "Indique otro con NOMINA_EXTRA_PERIODO"
               ELSE
                   DISPLAY "Periodo extraordinario: "
                       WS-PAY-PERIOD-ID
               END-IF
           END-IF.

       1088-CHECK-OFF-CYCLE-UNUSED.
      *> Any posting of this group already under the id means an
      *> earlier off-cycle run used it. Lines from before pay
      *> groups existed carry a blank group and belong to "SEM".
      *> Only the id's own lines are read, through the period key;
      *> an off-cycle id is always of the run's year, which is
      *> open, so they can only be in the active file.
           MOVE "N" TO WS-OFF-CYCLE-USED-FLAG
           MOVE "data/PAYHIST.DAT" TO WS-HISTORY-FILE-PATH
           OPEN INPUT PAY-HISTORY-FILE
           IF WS-HISTORY-FILE-STATUS = "00"
               MOVE WS-PAY-PERIOD-ID TO PHR-PERIOD-ID
               START PAY-HISTORY-FILE KEY IS = PHR-PERIOD-ID
                   INVALID KEY
                       MOVE "10" TO WS-HISTORY-FILE-STATUS
               END-START
               PERFORM UNTIL NOT HISTORY-READ-OK
                       OR OFF-CYCLE-PERIOD-USED
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
                               MOVE "Y" TO WS-OFF-CYCLE-USED-FLAG
                           END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PAY-HISTORY-FILE
           END-IF.

       1089-LOAD-SETTLED-EMPLOYEES.
      *> A finiquito is already paid when the employee has a FINQ
      *> posting under another period id, paid on or after the
      *> baja the run's record settles - whichever group's run
      *> paid it, since an employee moved between groups is still
      *> one person. Only the run's own settlement records are
      *> looked up, each through the history key (1092).
      *> The file is closed whenever it opened - 1091 may stop the
      *> scan early - since the run reopens it for the payments.
           MOVE 0 TO WS-SETTLED-COUNT
           MOVE "N" TO WS-EOF-FLAG
           OPEN INPUT EMPLOYEE-FILE
           IF WS-EMPLOYEE-FILE-STATUS = "00"
               PERFORM UNTIL END-OF-EMPLOYEE-FILE
                   READ EMPLOYEE-FILE
                       AT END
                           MOVE "Y" TO WS-EOF-FLAG
                       NOT AT END
                           IF EMP-TYPE-SETTLEMENT
                                   AND FIN-TERM-DATE NUMERIC
                                   AND FIN-TERM-DATE > 0
                               MOVE FIN-TERM-DATE
                                   TO WS-FINQ-TERM-DATE
                               PERFORM 1092-FIND-PAID-SETTLEMENT
                               IF FINQ-ALREADY-PAID
                                   PERFORM 1091-ADD-SETTLED-EMPLOYEE
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE EMPLOYEE-FILE
           END-IF
           MOVE "N" TO WS-EOF-FLAG.

       1091-ADD-SETTLED-EMPLOYEE.
           IF WS-SETTLED-COUNT >= 2000
               DISPLAY "ADVERTENCIA: mas de 2000 finiquitos ya "
                   "pagados, se trunca la carga"
               MOVE "Y" TO WS-EOF-FLAG
           ELSE
               ADD 1 TO WS-SETTLED-COUNT
               MOVE FIN-EMP-ID TO WS-SETTLED-ID(WS-SETTLED-COUNT)
           END-IF.

       1092-FIND-PAID-SETTLEMENT.
      *> A finiquito is paid after its baja, so the search starts
      *> at the employee's key on the baja date, in the partition
      *> of the baja's year and every later one.
           MOVE "N" TO WS-FINQ-PAID-FLAG
           MOVE "N" TO WS-ACTIVE-PART-FLAG
           PERFORM VARYING WS-PART-YEAR FROM WS-FINQ-TERM-YEAR BY 1
                   UNTIL WS-PART-YEAR > WS-RUN-YEAR
                   OR ACTIVE-PART-READ
                   OR FINQ-ALREADY-PAID
               PERFORM 1249-SET-HISTORY-PARTITION
               PERFORM 1093-SEARCH-SETTLEMENT-PART
           END-PERFORM.

       1093-SEARCH-SETTLEMENT-PART.
           OPEN INPUT PAY-HISTORY-FILE
           IF WS-HISTORY-FILE-STATUS = "00"
               MOVE FIN-EMP-ID        TO PHR-EMP-ID
               MOVE WS-FINQ-TERM-DATE TO PHR-PAY-DATE
               MOVE 0 TO PHR-POSTING-NO
               MOVE 0 TO PHR-LINE-NO
               START PAY-HISTORY-FILE KEY IS >= PHR-KEY
                   INVALID KEY
                       MOVE "10" TO WS-HISTORY-FILE-STATUS
               END-START
               PERFORM UNTIL NOT HISTORY-READ-OK
                       OR FINQ-ALREADY-PAID
                   READ PAY-HISTORY-FILE NEXT RECORD
                       AT END
                           MOVE "10" TO WS-HISTORY-FILE-STATUS
                       NOT AT END
                           IF PHR-EMP-ID NOT = FIN-EMP-ID
                               MOVE "10" TO WS-HISTORY-FILE-STATUS
                           ELSE
                           IF PHS-POSTING AND PHS-TYPE = "FINQ"
                                   AND PHS-PERIOD-ID
                                       NOT = WS-PAY-PERIOD-ID
                               MOVE "Y" TO WS-FINQ-PAID-FLAG
                           END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PAY-HISTORY-FILE
           END-IF.

       1085-LOAD-PAY-CALENDAR.
      *> No calendar is a hard stop: without it nothing can say
      *> which period this money belongs to.
           END-IF
           MOVE WS-RUN-DATE TO WS-RUN-DATE-EDITED WS-HDR-DATE
           MOVE WS-PAY-PERIOD-ID TO WS-HDR-PERIOD
           MOVE WS-PAY-GROUP TO WS-HDR-GROUP
           MOVE WS-PAY-GROUP-NAME TO WS-HDR-GROUP-NAME
           ACCEPT WS-TRIAL-FLAG FROM ENVIRONMENT "NOMINA_SIMULACRO"
           IF TRIAL-RUN
               DISPLAY "*** MODO SIMULACRO - no se paga nada ***"
               MOVE "data/PAYROLL-SIM.PRT" TO WS-PRINT-FILE-PATH
               MOVE "data/EXCEPTIONS-SIM.DAT"
                   TO WS-EXCEPTIONS-FILE-PATH
               MOVE WS-PRINT-FILE-PATH TO WS-PATH-WORK
               PERFORM 1059-SUFFIX-RUN-FILE-PATH
               MOVE WS-PATH-WORK TO WS-PRINT-FILE-PATH
               MOVE WS-EXCEPTIONS-FILE-PATH TO WS-PATH-WORK
               PERFORM 1059-SUFFIX-RUN-FILE-PATH
               MOVE WS-PATH-WORK TO WS-EXCEPTIONS-FILE-PATH
           ELSE
      *> A trial never resumes a crashed real run (and must not
      *> consume its checkpoint), so the checkpoint is only loaded
           PERFORM 1230-LOAD-ELECTIONS
           PERFORM 1240-LOAD-GARN-ARREARS
           PERFORM 1245-LOAD-LEAVE-MASTER
      *> Backdated rate differences are settled on the period's own
      *> payments - an off-cycle or settlement run pays only what
      *> its file says.
           IF NOT OFF-CYCLE-RUN AND NOT SETTLEMENT-RUN
               PERFORM 1246-LOAD-RETRO-CANDIDATES
           END-IF
      *> So are earnings lines - in any other run they are rejected
      *> with the rest of the period's time records.
           IF NOT OFF-CYCLE-RUN AND NOT SETTLEMENT-RUN
               PERFORM 1232-LOAD-EARNINGS-LINES
               IF WS-EARN-INPUT-COUNT > 0
                   PERFORM 1235-LOAD-EARNINGS-CODES
               END-IF
           END-IF
           IF SETTLEMENT-RUN
               PERFORM 1089-LOAD-SETTLED-EMPLOYEES
           END-IF
           PERFORM 1236-LOAD-PENDING-CHANGES
           PERFORM 1260-OPEN-EXCEPTIONS-FILE
           IF NOT TRIAL-RUN
               PERFORM 1155-OPEN-PAYSLIP-FILE
               IF SETTLEMENT-RUN
                   PERFORM 1157-OPEN-ARREARS-LIST
               END-IF
               PERFORM 1158-OPEN-VERIFY-LIST
               PERFORM 1237-LOAD-PAYEE-ACCOUNTS
               PERFORM 1250-OPEN-AUDIT-LOG
               PERFORM 1255-OPEN-PAY-HISTORY
               PERFORM 1270-OPEN-BANK-FILE
               PERFORM 1272-OPEN-RECALL-LIST
      *> The control load comes first: on a resume it scans the
      *> check register, which 1275 then reopens for extend.
               PERFORM 1280-LOAD-CHECK-CONTROL
      *> checkpoint is standing) - letting one displace the true
      *> tail would blind the dedup and pay the in-flight record
      *> twice. Lines from before the ordinal column existed are
      *> stepped over for the same reason, and so are the lines
      *> of every other pay group - their ordinals are their own
      *> runs' positions, not this file's.
                           IF AUD-RECORD-ORDINAL NUMERIC
                                   AND AUD-RECORD-ORDINAL > 0
                                   AND (AUD-PAY-GROUP = WS-PAY-GROUP
                                       OR (AUD-PAY-GROUP = SPACES
                                           AND WS-PAY-GROUP
                                             = WS-DEFAULT-PAY-GROUP))
                               MOVE AUD-RECORD-ORDINAL
                                   TO WS-LAST-AUDIT-ORDINAL
                               MOVE AUD-TYPE
                   WS-PAYSLIP-FILE-STATUS
           END-IF.

       1157-OPEN-ARREARS-LIST.
      *> Same resume rule as the stubs; the headings only go on a
      *> list started fresh.
           IF WS-CHECKPOINT-EMP-ID NOT = SPACES
               OPEN EXTEND ARREARS-LIST-FILE
           END-IF
           IF WS-CHECKPOINT-EMP-ID = SPACES
                   OR WS-ARREARS-LIST-FILE-STATUS = "35"
               OPEN OUTPUT ARREARS-LIST-FILE
               IF WS-ARREARS-LIST-FILE-STATUS = "00"
                   MOVE WS-ARREARS-LIST-HEADING TO ARREARS-LIST-LINE
                   WRITE ARREARS-LIST-LINE
                   MOVE WS-ARREARS-LIST-COLUMNS TO ARREARS-LIST-LINE
                   WRITE ARREARS-LIST-LINE
               END-IF
           END-IF
           IF WS-ARREARS-LIST-FILE-STATUS NOT = "00"
               DISPLAY "No se pudo abrir ARREARS-LIST-FILE, estado: "
                   WS-ARREARS-LIST-FILE-STATUS
           END-IF.

       1158-OPEN-VERIFY-LIST.
      *> Same resume rule as the arrears list.
           IF WS-CHECKPOINT-EMP-ID NOT = SPACES
               OPEN EXTEND VERIFY-LIST-FILE
           END-IF
           IF WS-CHECKPOINT-EMP-ID = SPACES
                   OR WS-VERIFY-LIST-FILE-STATUS = "35"
               OPEN OUTPUT VERIFY-LIST-FILE
               IF WS-VERIFY-LIST-FILE-STATUS = "00"
                   MOVE WS-VERIFY-LIST-HEADING TO VERIFY-LIST-LINE
                   WRITE VERIFY-LIST-LINE
                   MOVE WS-VERIFY-LIST-COLUMNS TO VERIFY-LIST-LINE
                   WRITE VERIFY-LIST-LINE
               END-IF
           END-IF
           IF WS-VERIFY-LIST-FILE-STATUS NOT = "00"
               DISPLAY "No se pudo abrir VERIFY-LIST-FILE, estado: "
                   WS-VERIFY-LIST-FILE-STATUS
           END-IF.

       1160-SEED-TOTALS-FROM-PRINT-FILE.
      *> On resume WS-TOTAL-* starts at zero in WORKING-STORAGE, but
      *> the register on disk already has the pre-crash employees'
           IF WS-SEED-LINE-NUMBER > 4
                   AND PRINT-LINE NOT = SPACES
                   AND NOT TOTALS-LINE-SEEN
                   AND NOT PRE-EARNINGS-LINE
      *> MOVE de-edits a numeric-edited field into a plain numeric one;
      *> the edited PRL-* fields can't be used directly as an ADD
      *> source.
      *> The employer charges never print on the detail line, but
      *> they are a pure function of the gross - re-derive them
      *> exactly as 2260-CALCULATE-DEDUCTIONS did so the employer
      *> totals and the GL come out whole on a resumed run. A void
      *> leg was computed under the set of its original pay date,
      *> which the line records, so that set is borrowed for the
      *> re-derivation and the period's set put back after.
               IF PRL-RATE-DATE NUMERIC AND PRL-RATE-DATE > 0
                   MOVE PRL-RATE-DATE TO WS-RATE-LOOKUP-DATE
                   PERFORM 1078-FIND-RATE-SET
                   IF WS-RTS-SLOT > 0
                       PERFORM 1079-APPLY-RATE-SET
                   END-IF
               END-IF
               COMPUTE DED-ER-SOCIAL-SEC-AMT ROUNDED =
                   WS-GROSS * DED-ER-SOCIAL-SEC-RATE
               COMPUTE DED-ER-PENSION-AMT ROUNDED =
                   WS-GROSS * DED-ER-PENSION-RATE
               MOVE WS-PERIOD-RATE-SLOT TO WS-RTS-SLOT
               PERFORM 1079-APPLY-RATE-SET
               ADD DED-ER-SOCIAL-SEC-AMT TO WS-TOTAL-ER-SS
               ADD DED-ER-PENSION-AMT    TO WS-TOTAL-ER-PENSION
               PERFORM 2410-ACCUMULATE-COST-CENTER
           END-IF
      *> An earnings line's amount is already inside the gross of
      *> the detail line above it - it only re-seeds the per-code
      *> split of the GL wage debit.
           IF WS-SEED-LINE-NUMBER > 4
                   AND NOT TOTALS-LINE-SEEN
                   AND PRE-EARNINGS-LINE
                   AND PRE-ACCOUNT NOT = SPACES
               MOVE PRE-CODE        TO WS-EGL-CODE-WORK
               MOVE PRE-DESC        TO WS-EGL-DESC-WORK
               MOVE PRE-COST-CENTER TO WS-EGL-CC-WORK
               MOVE PRE-ACCOUNT     TO WS-EGL-ACCOUNT-WORK
               MOVE PRE-AMOUNT      TO WS-PARSE-AMOUNT
               MOVE WS-PARSE-AMOUNT TO WS-EGL-AMOUNT-WORK
               PERFORM 2415-ACCUMULATE-EARNINGS-GL
           END-IF.

       1100-WRITE-REPORT-HEADERS.
               CLOSE ELECTIONS-FILE
           END-IF.

       1232-LOAD-EARNINGS-LINES.
      *> One pass over the input ahead of the main loop, tying each
      *> earnings line to the detail, "V" or "R" record it follows.
      *> Anything else in between - another employee, a leave
      *> record - breaks the chain, and the lines after it belong
      *> to nobody.
           MOVE 0 TO WS-ELI-SCAN-ORDINAL
           MOVE 0 TO WS-ELI-OWNER-ORDINAL
           MOVE SPACES TO WS-ELI-OWNER-ID
           OPEN INPUT EMPLOYEE-FILE
           IF WS-EMPLOYEE-FILE-STATUS = "00"
               PERFORM UNTIL WS-EMPLOYEE-FILE-STATUS NOT = "00"
                   READ EMPLOYEE-FILE
                       AT END
                           MOVE "10" TO WS-EMPLOYEE-FILE-STATUS
                       NOT AT END
                           ADD 1 TO WS-ELI-SCAN-ORDINAL
                           PERFORM 1233-TAKE-EARNINGS-INPUT
                   END-READ
               END-PERFORM
               CLOSE EMPLOYEE-FILE
           END-IF.

       1233-TAKE-EARNINGS-INPUT.
           EVALUATE TRUE
               WHEN EMP-TYPE-DETAIL OR EMP-TYPE-VOID
                       OR EMP-TYPE-REISSUE
                   MOVE WS-ELI-SCAN-ORDINAL TO WS-ELI-OWNER-ORDINAL
                   MOVE EMP-ID TO WS-ELI-OWNER-ID
               WHEN EMP-TYPE-EARNINGS
                   IF WS-EARN-INPUT-COUNT >= 2000
                       DISPLAY "ADVERTENCIA: EMPLOYEE excede 2000 "
                           "lineas de devengo, se trunca la carga"
                       MOVE "10" TO WS-EMPLOYEE-FILE-STATUS
                   ELSE
                       ADD 1 TO WS-EARN-INPUT-COUNT
                       MOVE WS-ELI-SCAN-ORDINAL
                           TO WS-ELI-ORDINAL(WS-EARN-INPUT-COUNT)
                       IF ERL-EMP-ID = WS-ELI-OWNER-ID
                           MOVE WS-ELI-OWNER-ORDINAL
                               TO WS-ELI-OWNER(WS-EARN-INPUT-COUNT)
                       ELSE
                           MOVE 0 TO WS-ELI-OWNER(WS-EARN-INPUT-COUNT)
                       END-IF
                       MOVE ERL-UNITS-AREA
                           TO WS-ELI-UNITS-AREA(WS-EARN-INPUT-COUNT)
                       MOVE ERL-CODE
                           TO WS-ELI-CODE(WS-EARN-INPUT-COUNT)
                   END-IF
               WHEN OTHER
                   MOVE 0 TO WS-ELI-OWNER-ORDINAL
                   MOVE SPACES TO WS-ELI-OWNER-ID
           END-EVALUATE.

       1235-LOAD-EARNINGS-CODES.
      *> Not a hard stop: without the master every earnings line is
      *> an unknown code, so the records carrying them are rejected
      *> and everyone else is paid as usual. A code priced in a way
      *> this program does not know is dropped the same way.
           OPEN INPUT EARNINGS-CODE-FILE
           IF WS-EARNCODE-FILE-STATUS NOT = "00"
               DISPLAY "ADVERTENCIA: falta EARNCODE.DAT - se "
                   "rechazan los registros con lineas de devengo"
           ELSE
               PERFORM UNTIL WS-EARNCODE-FILE-STATUS NOT = "00"
                   READ EARNINGS-CODE-FILE
                       AT END
                           MOVE "10" TO WS-EARNCODE-FILE-STATUS
                       NOT AT END
                           IF NOT (ERN-METHOD-MULTIPLIER
                                   OR ERN-METHOD-FLAT)
                                   OR ERN-MULTIPLIER NOT NUMERIC
                                   OR ERN-FLAT-AMOUNT NOT NUMERIC
                               DISPLAY "ADVERTENCIA: codigo de "
                                   "devengo " ERN-CODE " mal "
                                   "definido, se ignora"
                           ELSE
                           IF WS-EARNCODE-COUNT >= 50
                               DISPLAY "ADVERTENCIA: EARNCODE excede "
                                   "50 codigos, se trunca la carga"
                               MOVE "10" TO WS-EARNCODE-FILE-STATUS
                           ELSE
                               ADD 1 TO WS-EARNCODE-COUNT
                               MOVE ERN-CODE TO
                                   WS-ERC-CODE(WS-EARNCODE-COUNT)
                               MOVE ERN-DESC TO
                                   WS-ERC-DESC(WS-EARNCODE-COUNT)
                               MOVE ERN-METHOD TO
                                   WS-ERC-METHOD(WS-EARNCODE-COUNT)
                               MOVE ERN-MULTIPLIER TO
                                   WS-ERC-MULTIPLIER(WS-EARNCODE-COUNT)
                               MOVE ERN-FLAT-AMOUNT TO
                                   WS-ERC-FLAT(WS-EARNCODE-COUNT)
                               MOVE ERN-TAXABLE-FLAG TO
                                   WS-ERC-TAXABLE(WS-EARNCODE-COUNT)
                               MOVE ERN-OVERTIME-FLAG TO
                                   WS-ERC-OVERTIME(WS-EARNCODE-COUNT)
                               MOVE ERN-LEAVE-FLAG TO
                                   WS-ERC-LEAVE(WS-EARNCODE-COUNT)
                               MOVE ERN-GL-ACCOUNT TO
                                   WS-ERC-ACCOUNT(WS-EARNCODE-COUNT)
                           END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE EARNINGS-CODE-FILE
           END-IF.

       1236-LOAD-PENDING-CHANGES.
      *> Only the changes still "P" matter here; approved ones are
      *> already in the standing master, rejected ones never will
      *> be. No file simply means nothing is waiting.
           OPEN INPUT PENDING-CHANGE-FILE
           IF WS-PENDING-FILE-STATUS = "00"
               PERFORM UNTIL WS-PENDING-FILE-STATUS NOT = "00"
                   READ PENDING-CHANGE-FILE
                       AT END
                           MOVE "10" TO WS-PENDING-FILE-STATUS
                       NOT AT END
                           IF PND-PENDING
                               IF WS-PENDING-COUNT >= 500
                                   DISPLAY "ADVERTENCIA: PENDCHG "
                                       "excede 500 pendientes, se "
                                       "trunca la carga"
                                   MOVE "10" TO WS-PENDING-FILE-STATUS
                               ELSE
                                   ADD 1 TO WS-PENDING-COUNT
                                   MOVE PND-EMP-ID TO
                                       WS-PCH-EMP-ID(WS-PENDING-COUNT)
                                   MOVE PND-NUMBER TO
                                       WS-PCH-NUMBER(WS-PENDING-COUNT)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PENDING-CHANGE-FILE
           END-IF.

       1237-LOAD-PAYEE-ACCOUNTS.
      *> Loaded whole, then reopened for extend: each new account
      *> is on disk the moment it is first paid, so a resumed run
      *> does not list it again.
           OPEN INPUT PAYEE-ACCOUNT-FILE
           IF WS-PAYEE-ACC-FILE-STATUS = "35"
               MOVE "Y" TO WS-PAC-SEEDING-FLAG
               DISPLAY "PAYEEACC no existe: se crea con las cuentas "
                   "de este pago, sin llamadas de verificacion"
           END-IF
           IF WS-PAYEE-ACC-FILE-STATUS = "00"
               PERFORM UNTIL WS-PAYEE-ACC-FILE-STATUS NOT = "00"
                   READ PAYEE-ACCOUNT-FILE
                       AT END
                           MOVE "10" TO WS-PAYEE-ACC-FILE-STATUS
                       NOT AT END
                           IF WS-PAYEE-ACC-COUNT >= 5000
                               DISPLAY "ADVERTENCIA: PAYEEACC excede "
                                   "5000 registros, se trunca la "
                                   "carga"
                               MOVE "10" TO WS-PAYEE-ACC-FILE-STATUS
                           ELSE
                               ADD 1 TO WS-PAYEE-ACC-COUNT
                               MOVE PAC-EMP-ID TO
                                   WS-PAC-EMP-ID(WS-PAYEE-ACC-COUNT)
                               MOVE PAC-ACCOUNT-NUMBER TO
                                   WS-PAC-ACCOUNT(WS-PAYEE-ACC-COUNT)
                               MOVE PAC-ROUTING-NUMBER TO
                                   WS-PAC-ROUTING(WS-PAYEE-ACC-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PAYEE-ACCOUNT-FILE
           END-IF
           OPEN EXTEND PAYEE-ACCOUNT-FILE
           IF WS-PAYEE-ACC-FILE-STATUS = "35"
               OPEN OUTPUT PAYEE-ACCOUNT-FILE
               CLOSE PAYEE-ACCOUNT-FILE
               OPEN EXTEND PAYEE-ACCOUNT-FILE
           END-IF
           IF WS-PAYEE-ACC-FILE-STATUS NOT = "00"
               DISPLAY "No se pudo abrir PAYEE-ACCOUNT-FILE, estado: "
                   WS-PAYEE-ACC-FILE-STATUS
           END-IF.

       1240-LOAD-GARN-ARREARS.
           OPEN INPUT GARNISH-ARREARS-FILE
           IF WS-ARREARS-FILE-STATUS = "00"
               PERFORM UNTIL WS-ARREARS-FILE-STATUS NOT = "00"
                   READ GARNISH-ARREARS-FILE
                       AT END
                           MOVE "10" TO WS-ARREARS-FILE-STATUS
                       NOT AT END
                           IF WS-ARREARS-COUNT >= 1000
                               DISPLAY "ADVERTENCIA: GARNARR excede "
                                   "1000 registros, se trunca la carga"
                               MOVE "10" TO WS-ARREARS-FILE-STATUS
                           ELSE
                               ADD 1 TO WS-ARREARS-COUNT
                               MOVE ARR-EMP-ID TO
                                   WS-ARR-ID(WS-ARREARS-COUNT)
                               MOVE ARR-PRIORITY TO
                                   WS-ARR-PRIORITY(WS-ARREARS-COUNT)
                               MOVE ARR-BALANCE TO
                                   WS-ARR-BALANCE(WS-ARREARS-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE GARNISH-ARREARS-FILE
           END-IF.

       1245-LOAD-LEAVE-MASTER.
      *> No leave master yet just means nobody has accrued anything
      *> - entries are created as employees are paid.
           OPEN INPUT LEAVE-MASTER
           IF WS-LEAVE-FILE-STATUS = "00"
               PERFORM UNTIL WS-LEAVE-FILE-STATUS NOT = "00"
                   READ LEAVE-MASTER
                       AT END
                           MOVE "10" TO WS-LEAVE-FILE-STATUS
                       NOT AT END
                           IF WS-LEAVE-COUNT >= 2000
                               DISPLAY "ADVERTENCIA: LEAVEMST excede "
                                   "2000 registros, se trunca la carga"
                               MOVE "10" TO WS-LEAVE-FILE-STATUS
           END-IF.

       1246-LOAD-RETRO-CANDIDATES.
      *> Earnings postings paid at a rate other than the employee's
      *> current one, on or after its effective date, become
      *> candidates; RETR and ANUL lines mark the payment they
      *> name as already dealt with. Salaried postings carry rate
      *> zero and never qualify - a backdated salary change still
      *> needs a keyed adjustment pair. Only the open years are
      *> searched - a closed year's pay is certified as paid, and
      *> a rate backdated into it needs a keyed adjustment too -
      *> and in them only each employee's own lines from the
      *> effective date on, through the history key (1244).
           COMPUTE WS-OPEN-YEAR-START =
               (WS-LAST-CLOSED-YEAR + 1) * 10000 + 101
           MOVE "data/PAYHIST.DAT" TO WS-HISTORY-FILE-PATH
           OPEN INPUT PAY-HISTORY-FILE
           IF WS-HISTORY-FILE-STATUS = "00"
               PERFORM VARYING WS-RETRO-STD-SUB FROM 1 BY 1
                       UNTIL WS-RETRO-STD-SUB > WS-STANDING-COUNT
                   IF WS-STD-RATE-EFF-DATE(WS-RETRO-STD-SUB) NUMERIC
                       AND WS-STD-RATE-EFF-DATE(WS-RETRO-STD-SUB) > 0
                       PERFORM 1244-READ-RETRO-LINES
                   END-IF
               END-PERFORM
               CLOSE PAY-HISTORY-FILE
           END-IF
           IF WS-RETRO-COUNT > 0
               DISPLAY "Atrasos pendientes detectados: "
                   WS-RETRO-COUNT " pagos con tarifa retroactiva"
           END-IF.

       1244-READ-RETRO-LINES.
           MOVE WS-STD-ID(WS-RETRO-STD-SUB) TO PHR-EMP-ID
           IF WS-STD-RATE-EFF-DATE(WS-RETRO-STD-SUB)
                   > WS-OPEN-YEAR-START
               MOVE WS-STD-RATE-EFF-DATE(WS-RETRO-STD-SUB)
                   TO PHR-PAY-DATE
           ELSE
               MOVE WS-OPEN-YEAR-START TO PHR-PAY-DATE
           END-IF
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
                       IF PHR-EMP-ID NOT = WS-STD-ID(WS-RETRO-STD-SUB)
                           MOVE "10" TO WS-HISTORY-FILE-STATUS
                       ELSE
                       IF PHS-POSTING
                           EVALUATE TRUE
                               WHEN PHS-TYPE = "RETR"
                                   PERFORM 1247-TAKE-RETRO-CANDIDATE
                           END-EVALUATE
                       END-IF
                       END-IF
               END-READ
           END-PERFORM
      *> The next employee starts afresh from its own key.
           MOVE "00" TO WS-HISTORY-FILE-STATUS.

       1247-TAKE-RETRO-CANDIDATE.
      *> The time test keeps salaried postings out even when they
               END-PERFORM
           END-IF.

       1249-SET-HISTORY-PARTITION.
      *> A closed year's lines are in its own archive; the open
      *> years share the active file, so reaching it ends a walk
      *> over the years.
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

       1250-OPEN-AUDIT-LOG.
           OPEN EXTEND AUDIT-LOG-FILE
           IF WS-AUDIT-FILE-STATUS = "35"
           END-IF.

       1255-OPEN-PAY-HISTORY.
      *> The history is the permanent per-posting record, never
      *> truncated by a run: opened for update, so each posting
      *> goes in under its own key and 2825 can read back the
      *> numbers already used. Always the active file - the run
      *> date's year is open (1050).
           MOVE "data/PAYHIST.DAT" TO WS-HISTORY-FILE-PATH
           OPEN I-O PAY-HISTORY-FILE
           IF WS-HISTORY-FILE-STATUS = "35"
               OPEN OUTPUT PAY-HISTORY-FILE
               CLOSE PAY-HISTORY-FILE
               OPEN I-O PAY-HISTORY-FILE
           END-IF
           IF WS-HISTORY-FILE-STATUS NOT = "00"
               DISPLAY "No se pudo abrir PAY-HISTORY-FILE, estado: "
                   WS-BANK-FILE-STATUS
           END-IF.

       1272-OPEN-RECALL-LIST.
      *> Same resume rule as the bank transfer file.
           IF WS-CHECKPOINT-EMP-ID NOT = SPACES
               OPEN EXTEND RECALL-LIST-FILE
               IF WS-RECALL-FILE-STATUS = "35"
                   OPEN OUTPUT RECALL-LIST-FILE
                   CLOSE RECALL-LIST-FILE
                   OPEN EXTEND RECALL-LIST-FILE
               END-IF
           ELSE
               OPEN OUTPUT RECALL-LIST-FILE
           END-IF
           IF WS-RECALL-FILE-STATUS NOT = "00"
               DISPLAY "No se pudo abrir RECALL-LIST-FILE, estado: "
                   WS-RECALL-FILE-STATUS
           END-IF.

       1275-OPEN-CHECK-FILES.
      *> Same resume rule as the bank file - checks already printed
      *> and registered before a crash must not be truncated away.

       2000-PROCESS-EMPLOYEES.
           ADD 1 TO WS-RECORD-ORDINAL
           MOVE 0 TO WS-EARN-LINE-COUNT
           MOVE 0 TO WS-EARN-OT-HOURS
           MOVE 0 TO WS-EARN-TOTAL
           MOVE 0 TO WS-EARN-EXEMPT
           EVALUATE TRUE
               WHEN REC-TYPE-TRAILER
      *> Timekeeping's control trailer was PreEdit's business; the
      *> pay run just steps over it (and leaves the checkpoint on
      *> the last real employee).
                   CONTINUE
      *> Off-cycle payments, finiquitos and the period's time
      *> records never share a run: each is approved, paid and
      *> reconciled on its own files.
               WHEN OFF-CYCLE-RUN AND REC-TYPE-EXTRA
                   PERFORM 2020-PROCESS-PAYMENT
               WHEN SETTLEMENT-RUN AND REC-TYPE-SETTLEMENT
                   PERFORM 2020-PROCESS-PAYMENT
               WHEN OFF-CYCLE-RUN OR SETTLEMENT-RUN
                       OR REC-TYPE-OFF-CYCLE
                   PERFORM 2035-REJECT-WRONG-RUN
               WHEN REC-TYPE-EARNINGS
                   PERFORM 2040-CHECK-EARNINGS-LINE
               WHEN REC-TYPE-VOID OR REC-TYPE-REISSUE
                   PERFORM 2050-PROCESS-ADJUSTMENT
               WHEN REC-TYPE-PAYMENT OR REC-TYPE-VACATION
                   MOVE "S" TO WS-LEAVE-KIND
                   MOVE "ENFERMEDAD" TO WS-REGISTER-LINE-TYPE
                   MOVE "ENFE" TO WS-AUDIT-TYPE
      *> An off-cycle payment rides the payment path too - only its
      *> validation and the way its gross is derived differ, and it
      *> accrues no leave. EXTR is its own posting type everywhere
      *> it lands, so neither the retro detection nor the leave and
      *> overtime figures ever mistake it for time worked.
               WHEN REC-TYPE-EXTRA
                   MOVE SPACE  TO WS-LEAVE-KIND
                   MOVE SPACES TO WS-REGISTER-LINE-TYPE
                   STRING "EXTRA " DELIMITED BY SIZE
                          WS-EXTRA-REASON DELIMITED BY SIZE
                       INTO WS-REGISTER-LINE-TYPE
                   END-STRING
                   MOVE "EXTR" TO WS-AUDIT-TYPE
      *> So does a finiquito: the unused vacation paid out and the
      *> accrued share of the paga are its gross, FINQ its posting
      *> type.
               WHEN REC-TYPE-SETTLEMENT
                   MOVE SPACE  TO WS-LEAVE-KIND
                   MOVE "FINIQUITO" TO WS-REGISTER-LINE-TYPE
                   MOVE "FINQ" TO WS-AUDIT-TYPE
               WHEN OTHER
                   MOVE SPACE  TO WS-LEAVE-KIND
                   MOVE SPACES TO WS-REGISTER-LINE-TYPE
                   MOVE "PAGO" TO WS-AUDIT-TYPE
           END-EVALUATE
           EVALUATE TRUE
               WHEN REC-TYPE-EXTRA
                   PERFORM 2075-VALIDATE-EXTRA-PAYMENT
               WHEN REC-TYPE-SETTLEMENT
                   PERFORM 2080-VALIDATE-SETTLEMENT
               WHEN OTHER
                   PERFORM 2150-VALIDATE-EMPLOYEE
           END-EVALUATE
           IF EMPLOYEE-RECORD-VALID
               EVALUATE TRUE
                   WHEN REC-TYPE-EXTRA
                       PERFORM 2078-CALCULATE-EXTRA-PAY
                   WHEN REC-TYPE-SETTLEMENT
                       PERFORM 2081-CALCULATE-SETTLEMENT-PAY
                   WHEN OTHER
                       PERFORM 2200-CALCULATE-PAY
               END-EVALUATE
               PERFORM 2170-VALIDATE-NET-PAY
      *> Committed even on the resume-dedup path below: the
      *> calculation always reruns, and re-deriving the same
      *> reprocessed from the state it started from.
               IF EMPLOYEE-RECORD-VALID
                   PERFORM 2280-COMMIT-GARN-ARREARS
                   EVALUATE TRUE
                       WHEN REC-TYPE-EXTRA
                           CONTINUE
      *> Nothing will ever be paid to the employee again: the leave
      *> just paid out is spent, and what the court orders are
      *> still owed is set aside for the arrears list.
                       WHEN REC-TYPE-SETTLEMENT
                           PERFORM 2282-CLOSE-GARN-ARREARS
                           PERFORM 2287-CLEAR-LEAVE-BALANCES
                       WHEN OTHER
                           PERFORM 2285-UPDATE-LEAVE-BALANCES
                   END-EVALUATE
               END-IF
           END-IF
      *> The audit match needs the posting type as well as the id:
           ELSE
               IF EMPLOYEE-RECORD-VALID
                   PERFORM 2300-DISPLAY-RESULTS
                   PERFORM 2895-WARN-PENDING-CHANGE
                   PERFORM 2510-CHECK-DELTA-REPLAYED
      *> A replayed delta proves this leg's register line was
      *> already written (the line goes to disk ahead of the
                           PERFORM 2470-SEARCH-MASTER-TABLE
                       END-IF
                       PERFORM 2350-WRITE-PAY-STUB
                       IF REC-TYPE-SETTLEMENT
                           PERFORM 2370-WRITE-LOST-ARREARS
                       END-IF
                       PERFORM 2800-WRITE-AUDIT-LOG
                       PERFORM 2820-WRITE-PAY-HISTORY
                       PERFORM 2890-ROUTE-PAYMENT
           END-IF.

       2085-PAY-RETRO-LINES.
      *> A retro leg tops up ordinary time only - the payment's
      *> earnings lines are behind it.
           MOVE 0 TO WS-EARN-LINE-COUNT
           MOVE 0 TO WS-EARN-TOTAL
           MOVE 0 TO WS-EARN-EXEMPT
           PERFORM VARYING WS-RTR-SUB FROM 1 BY 1
                   UNTIL WS-RTR-SUB > WS-RETRO-COUNT
               IF WS-RTR-EMP-ID(WS-RTR-SUB) = WS-EMP-ID
               TO WS-REJECT-REASON
           PERFORM 2605-LOG-EXCEPTION-ONCE.

       2040-CHECK-EARNINGS-LINE.
      *> An earnings line was paid with the record it belongs to
      *> (see 2158) and has nothing left to do here - unless no
      *> record took it, when it is rejected on its own rather than
      *> dropped without trace.
           MOVE 0 TO WS-ELI-SLOT
           PERFORM VARYING WS-ELI-SUB FROM 1 BY 1
                   UNTIL WS-ELI-SUB > WS-EARN-INPUT-COUNT
                   OR WS-ELI-SLOT > 0
               IF WS-ELI-ORDINAL(WS-ELI-SUB) = WS-RECORD-ORDINAL
                   MOVE WS-ELI-SUB TO WS-ELI-SLOT
               END-IF
           END-PERFORM
           IF WS-ELI-SLOT = 0
               MOVE "N" TO WS-VALID-FLAG
               MOVE "Linea de devengo fuera de la carga"
                   TO WS-REJECT-REASON
               PERFORM 2605-LOG-EXCEPTION-ONCE
           ELSE
           IF WS-ELI-OWNER(WS-ELI-SLOT) = 0
               MOVE "N" TO WS-VALID-FLAG
               MOVE "Linea de devengo sin registro de tiempo"
                   TO WS-REJECT-REASON
               PERFORM 2605-LOG-EXCEPTION-ONCE
           END-IF
           END-IF.

       2035-REJECT-WRONG-RUN.
      *> An "X" or "F" record in a run of another kind, or a time
      *> record in an off-cycle or settlement run - the file was
      *> keyed for another kind of run. Its hours positions mean
      *> nothing here.
           MOVE "N" TO WS-VALID-FLAG
           MOVE 0 TO WS-HOURS
           EVALUATE TRUE
               WHEN REC-TYPE-EXTRA
                   MOVE "Pago extra fuera de la nomina extraordinaria"
                       TO WS-REJECT-REASON
               WHEN REC-TYPE-SETTLEMENT
                   MOVE "Finiquito fuera de la nomina de finiquitos"
                       TO WS-REJECT-REASON
               WHEN SETTLEMENT-RUN
                   MOVE "Registro ordinario en nomina de finiquitos"
                       TO WS-REJECT-REASON
               WHEN OTHER
                   MOVE "Registro ordinario en nomina extraordinaria"
                       TO WS-REJECT-REASON
           END-EVALUATE
           PERFORM 2605-LOG-EXCEPTION-ONCE.

       2075-VALIDATE-EXTRA-PAYMENT.
      *> The standing-master lookup is the same as for any payment
      *> (group, baja, cost center); the time-field checks are
      *> replaced by checks on the reason, the amount and the
      *> accrual days. The record has no time fields - they are
      *> zeroed so the register, history and exception lines
      *> record none.
           MOVE "Y" TO WS-VALID-FLAG
           MOVE SPACES TO WS-REJECT-REASON
           MOVE 0 TO WS-HOURS WS-DAYS-WORKED WS-UNPAID-DAYS
           PERFORM 2160-LOOKUP-STANDING-ENTRY
           IF EMPLOYEE-RECORD-VALID
               PERFORM 2077-VALIDATE-EXTRA-FIELDS
           END-IF.

       2077-VALIDATE-EXTRA-FIELDS.
      *> A blank or zero amount asks for the paga to be calculated;
      *> only a paga can be - a bonus or commission is whatever
      *> was agreed and must be keyed.
           MOVE "N" TO WS-EXTRA-CALC-FLAG
           IF WS-EXTRA-AMOUNT-AREA = SPACES
               MOVE "Y" TO WS-EXTRA-CALC-FLAG
           ELSE
               IF WS-EXTRA-AMOUNT NUMERIC
                   IF WS-EXTRA-AMOUNT = 0
                       MOVE "Y" TO WS-EXTRA-CALC-FLAG
                   END-IF
               END-IF
           END-IF
           EVALUATE TRUE
               WHEN NOT (EXTRA-PAGA OR EXTRA-BONUS
                         OR EXTRA-COMMISSION)
                   MOVE "N" TO WS-VALID-FLAG
                   MOVE "Motivo de pago extraordinario desconocido"
                       TO WS-REJECT-REASON
               WHEN WS-EXTRA-AMOUNT-AREA NOT = SPACES
                       AND WS-EXTRA-AMOUNT NOT NUMERIC
                   MOVE "N" TO WS-VALID-FLAG
                   MOVE "Importe extraordinario con formato invalido"
                       TO WS-REJECT-REASON
               WHEN WS-EXTRA-DAYS-AREA NOT = SPACES
                       AND WS-EXTRA-DAYS NOT NUMERIC
                   MOVE "N" TO WS-VALID-FLAG
                   MOVE "Dias devengados con formato invalido"
                       TO WS-REJECT-REASON
               WHEN WS-EXTRA-DAYS-AREA NOT = SPACES
                       AND (WS-EXTRA-DAYS = 0
                            OR WS-EXTRA-DAYS > WS-PAGA-ACCRUAL-DAYS)
                   MOVE "N" TO WS-VALID-FLAG
                   MOVE "Dias devengados fuera de 1 a 180"
                       TO WS-REJECT-REASON
               WHEN EXTRA-CALCULATED AND NOT EXTRA-PAGA
                   MOVE "N" TO WS-VALID-FLAG
                   MOVE "Importe obligatorio en bonus o comision"
                       TO WS-REJECT-REASON
               WHEN EXTRA-CALCULATED
                       AND NOT (PAY-BASIS-HOURLY OR PAY-BASIS-SALARIED
                                OR PAY-BASIS-DAILY)
                   MOVE "N" TO WS-VALID-FLAG
                   MOVE "Base de pago desconocida en el maestro"
                       TO WS-REJECT-REASON
               WHEN EXTRA-CALCULATED AND PAY-BASIS-SALARIED
                       AND WS-PERIOD-SALARY = 0
                   MOVE "N" TO WS-VALID-FLAG
                   MOVE "Salario de periodo invalido (cero)"
                       TO WS-REJECT-REASON
               WHEN EXTRA-CALCULATED
                       AND (PAY-BASIS-HOURLY OR PAY-BASIS-DAILY)
                       AND WS-RATE = 0
                   MOVE "N" TO WS-VALID-FLAG
                   MOVE "Tarifa invalida (cero) para la paga extra"
                       TO WS-REJECT-REASON
           END-EVALUATE
           IF WS-EXTRA-DAYS-AREA = SPACES
               MOVE WS-PAGA-ACCRUAL-DAYS TO WS-EXTRA-DAYS
           END-IF
           EVALUATE TRUE
               WHEN EXTRA-PAGA-JUNE
                   MOVE "Paga extra junio" TO WS-EXTRA-LABEL
               WHEN EXTRA-PAGA-DECEMBER
                   MOVE "Paga extra diciembre" TO WS-EXTRA-LABEL
               WHEN EXTRA-BONUS
                   MOVE "Bonus" TO WS-EXTRA-LABEL
               WHEN OTHER
                   MOVE "Comisiones" TO WS-EXTRA-LABEL
           END-EVALUATE.

       2078-CALCULATE-EXTRA-PAY.
      *> The same tax brackets and statutory rates as the period's
      *> pay; what 2260 leaves out for an "X" record (the flat
      *> health charge, the voluntary elections, a fixed garnishment
      *> instalment) the period's own payment already took.
           MOVE 0 TO WS-REGULAR-HOURS
           MOVE 0 TO WS-OVERTIME-HOURS
           MOVE 0 TO WS-OVERTIME-RATE
           MOVE 0 TO WS-EXTRA-MONTHLY
           IF EXTRA-CALCULATED
               PERFORM 2079-CALCULATE-PAGA-AMOUNT
           ELSE
               MOVE WS-EXTRA-AMOUNT TO WS-GROSS
           END-IF
           PERFORM 2250-CALCULATE-TAX
           PERFORM 2260-CALCULATE-DEDUCTIONS
           COMPUTE WS-NET   =
               WS-GROSS - WS-TAX - DED-TOTAL-AMT.

       2079-CALCULATE-PAGA-AMOUNT.
      *> One month's ordinary pay - a year's worth of the group's
      *> periods over twelve: the period salary for "S", the
      *> period's regular hours at the hourly rate for "H", its
      *> working days at the daily rate for "D" - prorated by the
      *> days of the half-year the employee accrued.
           EVALUATE TRUE
               WHEN PAY-BASIS-SALARIED
                   COMPUTE WS-EXTRA-MONTHLY ROUNDED =
                       WS-PERIOD-SALARY * WS-GROUP-PERIODS-YEAR
                       / WS-MONTHS-YEAR
               WHEN PAY-BASIS-DAILY
                   COMPUTE WS-EXTRA-MONTHLY ROUNDED =
                       WS-RATE * WS-PERIOD-WORK-DAYS
                       * WS-GROUP-PERIODS-YEAR / WS-MONTHS-YEAR
               WHEN OTHER
                   COMPUTE WS-EXTRA-MONTHLY ROUNDED =
                       WS-RATE * WS-MAX-REGULAR-HOURS
                       * WS-GROUP-PERIODS-YEAR / WS-MONTHS-YEAR
           END-EVALUATE
           COMPUTE WS-GROSS ROUNDED =
               WS-EXTRA-MONTHLY * WS-EXTRA-DAYS
               / WS-PAGA-ACCRUAL-DAYS.

       2080-VALIDATE-SETTLEMENT.
      *> The standing-master lookup is the payment's, except that
      *> the employee must be one given the baja (see 2160). The
      *> record carries no time fields - they are zeroed so the
      *> register, history and exception lines record none - only
      *> the baja date and the paga share Settlement worked out.
           MOVE "Y" TO WS-VALID-FLAG
           MOVE SPACES TO WS-REJECT-REASON
           MOVE 0 TO WS-HOURS WS-DAYS-WORKED WS-UNPAID-DAYS
           PERFORM 2160-LOOKUP-STANDING-ENTRY
           IF EMPLOYEE-RECORD-VALID
               PERFORM 2083-FIND-SETTLED-EMPLOYEE
               PERFORM 2082-VALIDATE-SETTLEMENT-FIELDS
           END-IF.

       2082-VALIDATE-SETTLEMENT-FIELDS.
      *> The paga share is the prorated part of a paga the employee
      *> will now never be paid, so a zero share (a baja on the
      *> first day of the half-year) is valid.
           EVALUATE TRUE
               WHEN ALREADY-SETTLED
                   MOVE "N" TO WS-VALID-FLAG
                   MOVE "Finiquito ya pagado en una nomina anterior"
                       TO WS-REJECT-REASON
               WHEN WS-TERM-DATE NOT NUMERIC OR WS-TERM-DATE = 0
                   MOVE "N" TO WS-VALID-FLAG
                   MOVE "Fecha de baja con formato invalido"
                       TO WS-REJECT-REASON
               WHEN WS-TERM-DATE > WS-RUN-DATE
                   MOVE "N" TO WS-VALID-FLAG
                   MOVE "Fecha de baja posterior a la nomina"
                       TO WS-REJECT-REASON
               WHEN NOT EXTRA-PAGA
                   MOVE "N" TO WS-VALID-FLAG
                   MOVE "Paga del finiquito desconocida"
                       TO WS-REJECT-REASON
               WHEN WS-EXTRA-DAYS NOT NUMERIC
                   MOVE "N" TO WS-VALID-FLAG
                   MOVE "Dias devengados con formato invalido"
                       TO WS-REJECT-REASON
               WHEN WS-EXTRA-DAYS > WS-PAGA-ACCRUAL-DAYS
                   MOVE "N" TO WS-VALID-FLAG
                   MOVE "Dias devengados fuera de 0 a 180"
                       TO WS-REJECT-REASON
               WHEN NOT (PAY-BASIS-HOURLY OR PAY-BASIS-SALARIED
                         OR PAY-BASIS-DAILY)
                   MOVE "N" TO WS-VALID-FLAG
                   MOVE "Base de pago desconocida en el maestro"
                       TO WS-REJECT-REASON
               WHEN PAY-BASIS-SALARIED AND WS-PERIOD-SALARY = 0
                   MOVE "N" TO WS-VALID-FLAG
                   MOVE "Salario de periodo invalido (cero)"
                       TO WS-REJECT-REASON
               WHEN (PAY-BASIS-HOURLY OR PAY-BASIS-DAILY)
                       AND WS-RATE = 0
                   MOVE "N" TO WS-VALID-FLAG
                   MOVE "Tarifa invalida (cero) para el finiquito"
                       TO WS-REJECT-REASON
           END-EVALUATE
           IF EXTRA-PAGA-JUNE
               MOVE "Paga extra junio" TO WS-EXTRA-LABEL
           ELSE
               MOVE "Paga extra diciembre" TO WS-EXTRA-LABEL
           END-IF.

       2083-FIND-SETTLED-EMPLOYEE.
           MOVE "N" TO WS-SETTLED-FLAG
           PERFORM VARYING WS-SETTLED-SUB FROM 1 BY 1
                   UNTIL WS-SETTLED-SUB > WS-SETTLED-COUNT
                   OR ALREADY-SETTLED
               IF WS-SETTLED-ID(WS-SETTLED-SUB) = WS-EMP-ID
                   MOVE "Y" TO WS-SETTLED-FLAG
               END-IF
           END-PERFORM.

       2081-CALCULATE-SETTLEMENT-PAY.
      *> The finiquito pays what the employment still owes: the
      *> vacation accrued and not taken, at the ordinary value of a
      *> day (as 2235 pays a leave day), and the share of the
      *> paga extraordinaria accrued in the half-year of the baja.
      *> Both are earnings, taxed and contributed on like any pay;
      *> what 2260 leaves out for an off-cycle record (the flat
      *> health charge, the voluntary elections, a fixed
      *> garnishment instalment) the last period's pay already
      *> took - but every court order's arrears are claimed now,
      *> since there will be no later payment to claim them from.
           MOVE 0 TO WS-REGULAR-HOURS
           MOVE 0 TO WS-OVERTIME-HOURS
           MOVE 0 TO WS-OVERTIME-RATE
           MOVE 0 TO WS-SETTLE-VAC-DAYS
           PERFORM 2293-FIND-LEAVE-ENTRY
           IF WS-LVE-SLOT > 0
               IF WS-LVE-VAC(WS-LVE-SLOT) > 0
                   MOVE WS-LVE-VAC(WS-LVE-SLOT) TO WS-SETTLE-VAC-DAYS
               END-IF
           END-IF
           EVALUATE TRUE
               WHEN PAY-BASIS-SALARIED
                   COMPUTE WS-SETTLE-DAY-VALUE ROUNDED =
                       WS-PERIOD-SALARY / WS-PERIOD-WORK-DAYS
               WHEN PAY-BASIS-DAILY
                   MOVE WS-RATE TO WS-SETTLE-DAY-VALUE
               WHEN OTHER
                   COMPUTE WS-SETTLE-DAY-VALUE =
                       WS-RATE * WS-HOURS-PER-DAY
           END-EVALUATE
           COMPUTE WS-SETTLE-VAC-AMOUNT ROUNDED =
               WS-SETTLE-VAC-DAYS * WS-SETTLE-DAY-VALUE
           PERFORM 2079-CALCULATE-PAGA-AMOUNT
           MOVE WS-GROSS TO WS-SETTLE-PAGA-AMOUNT
           COMPUTE WS-GROSS =
               WS-SETTLE-VAC-AMOUNT + WS-SETTLE-PAGA-AMOUNT
           PERFORM 2250-CALCULATE-TAX
           PERFORM 2260-CALCULATE-DEDUCTIONS
           COMPUTE WS-NET   =
               WS-GROSS - WS-TAX - DED-TOTAL-AMT.

       2605-LOG-EXCEPTION-ONCE.
      *> Every reject on the adjustment side funnels through here so
      *> a crash between the exception write and the checkpoint
           PERFORM 2160-LOOKUP-STANDING-ENTRY
           IF NOT EMPLOYEE-RECORD-VALID
                   AND STANDING-ENTRY-FOUND
                   AND NOT EMPLOYEE-OTHER-GROUP
                   AND REC-TYPE-VOID
               MOVE "Y" TO WS-VALID-FLAG
               MOVE SPACES TO WS-REJECT-REASON
           IF EMPLOYEE-RECORD-VALID
               PERFORM 2045-CHECK-ORIG-DEDUCTIONS
           END-IF
      *> The void backs out what the original payment withheld, so
      *> it recomputes under the rate set in force on that pay
      *> date - which must exist for the void to mean anything.
           IF EMPLOYEE-RECORD-VALID
               MOVE WS-ORIG-PAY-DATE TO WS-RATE-LOOKUP-DATE
               PERFORM 1078-FIND-RATE-SET
               MOVE WS-RTS-SLOT TO WS-ORIG-RATE-SLOT
               IF WS-ORIG-RATE-SLOT = 0
                   MOVE "N" TO WS-VALID-FLAG
                   MOVE "Sin tarifas vigentes en la fecha original"
                       TO WS-REJECT-REASON
               END-IF
           END-IF
           IF EMPLOYEE-RECORD-VALID
      *> Borrow the normal time fields for the void leg, keeping
      *> the corrected figures safe for the reissue leg.
           END-IF.

       2055-POST-VOID-LEG.
           MOVE WS-ORIG-RATE-SLOT TO WS-RTS-SLOT
           PERFORM 1079-APPLY-RATE-SET
           MOVE "V" TO WS-ADJ-LEG
           PERFORM 2200-CALCULATE-PAY
      *> The original figures must recompute to a payable result -
                       PERFORM 2890-ROUTE-PAYMENT
                   END-IF
               END-IF
           END-IF
      *> Back to the period's set before any reissue leg or the
      *> next record is calculated.
           MOVE WS-PERIOD-RATE-SLOT TO WS-RTS-SLOT
           PERFORM 1079-APPLY-RATE-SET.

       2060-POST-REISSUE-LEG.
      *> The reissue is the corrected payment, so the employee's
           COMPUTE DED-ER-SOCIAL-SEC-AMT =
               0 - DED-ER-SOCIAL-SEC-AMT
           COMPUTE DED-ER-PENSION-AMT = 0 - DED-ER-PENSION-AMT
           COMPUTE DED-ER-TOTAL-AMT   = 0 - DED-ER-TOTAL-AMT
           COMPUTE WS-EARN-TOTAL      = 0 - WS-EARN-TOTAL
           PERFORM VARYING WS-ELN-SUB FROM 1 BY 1
                   UNTIL WS-ELN-SUB > WS-EARN-LINE-COUNT
               COMPUTE WS-ELN-AMOUNT(WS-ELN-SUB) =
                   0 - WS-ELN-AMOUNT(WS-ELN-SUB)
           END-PERFORM.

       2170-VALIDATE-NET-PAY.
      *> Deductions (a flat health-insurance amount plus rate-based
           END-IF
           MOVE WS-RECORD-ORDINAL TO AUD-RECORD-ORDINAL
           MOVE WS-PAY-PERIOD-ID TO AUD-PERIOD-ID
           MOVE WS-PAY-GROUP TO AUD-PAY-GROUP
           WRITE AUDIT-LINE.

       2820-WRITE-PAY-HISTORY.
      *> One "P" line with the statutory breakdown of the posting
      *> in hand, one "D" line per earnings code it paid, then one
      *> "E" line per election applied (the same
      *> lines the stub itemizes - a void leg carries its lump
      *> figures on the "P" line and has no election lines, since
      *> the elections never ran for it). All of them carry the
      *> posting's number; the "P" line is line zero.
           PERFORM 2825-NEXT-POSTING-NUMBER
           MOVE 0 TO WS-HIST-LINE-NO
           MOVE SPACES TO PAY-HISTORY-LINE
           MOVE "P"             TO PHS-REC-TYPE
           MOVE WS-EMP-ID       TO PHS-EMP-ID
           MOVE WS-RUN-DATE     TO PHS-PAY-DATE
           MOVE WS-POSTING-NO   TO PHS-POSTING-NO
           MOVE WS-HIST-LINE-NO TO PHS-LINE-NO
           MOVE WS-PAY-PERIOD-ID TO PHS-PERIOD-ID
           MOVE WS-AUDIT-TYPE   TO PHS-TYPE
           MOVE WS-GROSS        TO PHS-GROSS
               MOVE WS-RETRO-ORIG-TYPE TO PHS-ORIG-TYPE
           END-IF
           MOVE WS-RECORD-ORDINAL TO PHS-RECORD-ORDINAL
           MOVE WS-PAY-GROUP    TO PHS-PAY-GROUP
           WRITE PAY-HISTORY-LINE
           PERFORM VARYING WS-ELN-SUB FROM 1 BY 1
                   UNTIL WS-ELN-SUB > WS-EARN-LINE-COUNT
               MOVE WS-ELN-SLOT(WS-ELN-SUB) TO WS-ERC-SLOT
               MOVE SPACES TO PAY-HISTORY-EARNINGS-LINE
               ADD 1 TO WS-HIST-LINE-NO
               MOVE "D"             TO PHD-REC-TYPE
               MOVE WS-EMP-ID       TO PHD-EMP-ID
               MOVE WS-RUN-DATE     TO PHD-PAY-DATE
               MOVE WS-POSTING-NO   TO PHD-POSTING-NO
               MOVE WS-HIST-LINE-NO TO PHD-LINE-NO
               MOVE WS-PAY-PERIOD-ID TO PHD-PERIOD-ID
               MOVE WS-AUDIT-TYPE   TO PHD-TYPE
               MOVE WS-ERC-CODE(WS-ERC-SLOT) TO PHD-CODE
               MOVE WS-ERC-DESC(WS-ERC-SLOT) TO PHD-DESC
               MOVE WS-ELN-UNITS(WS-ELN-SUB)  TO PHD-UNITS
               MOVE WS-ELN-AMOUNT(WS-ELN-SUB) TO PHD-AMOUNT
               MOVE WS-PAY-GROUP    TO PHD-PAY-GROUP
               WRITE PAY-HISTORY-EARNINGS-LINE
           END-PERFORM
           PERFORM VARYING WS-STUB-DED-SUB FROM 1 BY 1
                   UNTIL WS-STUB-DED-SUB > WS-STUB-DED-COUNT
               MOVE SPACES TO PAY-HISTORY-ELECTION-LINE
               ADD 1 TO WS-HIST-LINE-NO
               MOVE "E"             TO PHE-REC-TYPE
               MOVE WS-EMP-ID       TO PHE-EMP-ID
               MOVE WS-RUN-DATE     TO PHE-PAY-DATE
               MOVE WS-POSTING-NO   TO PHE-POSTING-NO
               MOVE WS-HIST-LINE-NO TO PHE-LINE-NO
               MOVE WS-PAY-PERIOD-ID TO PHE-PERIOD-ID
               MOVE WS-STUB-DED-CLASS(WS-STUB-DED-SUB) TO PHE-CLASS
               MOVE WS-STUB-DED-DESC(WS-STUB-DED-SUB)  TO PHE-DESC
               MOVE WS-STUB-DED-AMT(WS-STUB-DED-SUB)   TO PHE-AMOUNT
               MOVE WS-PAY-GROUP    TO PHE-PAY-GROUP
               WRITE PAY-HISTORY-ELECTION-LINE
           END-PERFORM.

       2825-NEXT-POSTING-NUMBER.
      *> One more than the highest posting number the employee
      *> already has on the run date - read back through the key,
      *> so a second posting of the day (a paid-leave record next
      *> to the detail, a retro leg, a resumed run's rewrite)
      *> never lands on an existing line.
           MOVE 0 TO WS-POSTING-NO
           MOVE WS-EMP-ID   TO PHR-EMP-ID
           MOVE WS-RUN-DATE TO PHR-PAY-DATE
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
                       IF PHR-EMP-ID = WS-EMP-ID
                               AND PHR-PAY-DATE = WS-RUN-DATE
                           MOVE PHR-POSTING-NO TO WS-POSTING-NO
                       ELSE
                           MOVE "10" TO WS-HISTORY-FILE-STATUS
                       END-IF
               END-READ
           END-PERFORM
           ADD 1 TO WS-POSTING-NO.

       2890-ROUTE-PAYMENT.
      *> The money leg of the posting goes out the way the standing
      *> master says the employee is paid: a transfer payee's credit
      *> rides the transfer ledger and their void the recall list
      *> (a SEPA credit cannot be debited back - the bank has to
      *> ask for it); a check payee's credit prints a check, and
      *> their void is recorded in the check register (the
      *> physical check comes back or is stopped, and the register
      *> line is what the bank reconciliation works from).
           IF PAY-METHOD-CHECK
               IF WS-BANK-TYPE = "D"
                   PERFORM 2920-WRITE-CHECK-VOID
                   PERFORM 2910-WRITE-CHECK-ISSUE
               END-IF
           ELSE
               IF WS-BANK-TYPE = "D"
                   PERFORM 2925-WRITE-RECALL-LINE
               ELSE
                   PERFORM 2900-WRITE-BANK-TRANSFER
               END-IF
           END-IF.

       2895-WARN-PENDING-CHANGE.
      *> The run cannot wait for the second operator, so it pays on
      *> the standing figures; each waiting change is flagged on
      *> the console and, in a payable run, on the call-back list.
           PERFORM VARYING WS-PCH-SUB FROM 1 BY 1
                   UNTIL WS-PCH-SUB > WS-PENDING-COUNT
               IF WS-PCH-EMP-ID(WS-PCH-SUB) = WS-EMP-ID
                   DISPLAY "ADVERTENCIA: " WS-EMP-ID " cobra con un "
                       "cambio sin aprobar pendiente, numero "
                       WS-PCH-NUMBER(WS-PCH-SUB)
                   IF NOT TRIAL-RUN
                       MOVE SPACES TO VERIFY-LIST-LINE
                       MOVE WS-EMP-ID TO VFL-EMP-ID
                       MOVE WS-NAME   TO VFL-EMP-NAME
                       MOVE "CAMBIO PENDIENTE" TO VFL-KIND
                       MOVE WS-ACCOUNT-NUMBER TO VFL-ACCOUNT-NUMBER
                       MOVE WS-ROUTING-NUMBER TO VFL-ROUTING-NUMBER
                       MOVE WS-NET TO VFL-AMOUNT
                       STRING "PEND. " DELIMITED BY SIZE
                              WS-PCH-NUMBER(WS-PCH-SUB)
                                  DELIMITED BY SIZE
                           INTO VFL-REFERENCE
                       END-STRING
                       WRITE VERIFY-LIST-LINE
                       ADD 1 TO WS-VERIFY-LIST-COUNT
                   END-IF
               END-IF
           END-PERFORM.

       2905-CHECK-NEW-PAYEE-ACCOUNT.
      *> First credit ever into this account for this employee:
      *> register it and, unless the register is being seeded,
      *> put the payment on the call-back list.
           MOVE "N" TO WS-PAC-FOUND-FLAG
           PERFORM VARYING WS-PAC-SUB FROM 1 BY 1
                   UNTIL WS-PAC-SUB > WS-PAYEE-ACC-COUNT
                   OR PAYEE-ACCOUNT-KNOWN
               IF WS-PAC-EMP-ID(WS-PAC-SUB) = WS-EMP-ID
                       AND WS-PAC-ACCOUNT(WS-PAC-SUB)
                           = WS-ACCOUNT-NUMBER
                       AND WS-PAC-ROUTING(WS-PAC-SUB)
                           = WS-ROUTING-NUMBER
                   MOVE "Y" TO WS-PAC-FOUND-FLAG
               END-IF
           END-PERFORM
           IF NOT PAYEE-ACCOUNT-KNOWN
               IF NOT PAYEE-ACC-SEEDING
                   MOVE SPACES TO VERIFY-LIST-LINE
                   MOVE WS-EMP-ID TO VFL-EMP-ID
                   MOVE WS-NAME   TO VFL-EMP-NAME
                   MOVE "CUENTA NUEVA" TO VFL-KIND
                   MOVE WS-ACCOUNT-NUMBER TO VFL-ACCOUNT-NUMBER
                   MOVE WS-ROUTING-NUMBER TO VFL-ROUTING-NUMBER
                   MOVE WS-NET TO VFL-AMOUNT
                   STRING "PER. " DELIMITED BY SIZE
                          WS-PAY-PERIOD-ID DELIMITED BY SIZE
                       INTO VFL-REFERENCE
                   END-STRING
                   WRITE VERIFY-LIST-LINE
                   ADD 1 TO WS-VERIFY-LIST-COUNT
                   DISPLAY "Primer abono a cuenta nueva de "
                       WS-EMP-ID ", verificar antes del envio"
               END-IF
               MOVE SPACES TO PAYEE-ACCOUNT-RECORD
               MOVE WS-EMP-ID         TO PAC-EMP-ID
               MOVE WS-ACCOUNT-NUMBER TO PAC-ACCOUNT-NUMBER
               MOVE WS-ROUTING-NUMBER TO PAC-ROUTING-NUMBER
               MOVE WS-RUN-DATE       TO PAC-FIRST-PAID-DATE
               MOVE WS-PAY-PERIOD-ID  TO PAC-PERIOD-ID
               MOVE WS-PAY-GROUP      TO PAC-PAY-GROUP
               WRITE PAYEE-ACCOUNT-RECORD
               IF WS-PAYEE-ACC-COUNT < 5000
                   ADD 1 TO WS-PAYEE-ACC-COUNT
                   MOVE WS-EMP-ID TO WS-PAC-EMP-ID(WS-PAYEE-ACC-COUNT)
                   MOVE WS-ACCOUNT-NUMBER
                       TO WS-PAC-ACCOUNT(WS-PAYEE-ACC-COUNT)
                   MOVE WS-ROUTING-NUMBER
                       TO WS-PAC-ROUTING(WS-PAYEE-ACC-COUNT)
               END-IF
           END-IF.

       2910-WRITE-CHECK-ISSUE.
           MOVE WS-PAY-PERIOD-ID TO CKR-PERIOD-ID
           WRITE CHECK-REGISTER-LINE.

       2925-WRITE-RECALL-LINE.
      *> WS-NET is the negated figure of the void; the list shows
      *> the magnitude to be recovered. The bank recalls a credit by
      *> the end-to-end id it went out under, so the line names the
      *> original payment - its period and its id, rebuilt as 2902
      *> built it then - not the void. The history keeps no account,
      *> so the one shown is the employee's current one, and says
      *> so.
           PERFORM 2926-FIND-ORIGINAL-CREDIT
           MOVE SPACES TO RECALL-LIST-LINE
           MOVE WS-EMP-ID         TO RCL-EMP-ID
           MOVE WS-NAME           TO RCL-EMP-NAME
           MOVE WS-ACCOUNT-NUMBER TO RCL-ACCOUNT-NUMBER
           MOVE WS-ROUTING-NUMBER TO RCL-ROUTING-NUMBER
           MOVE "CUENTA ACTUAL"   TO RCL-ACCOUNT-SOURCE
           MOVE WS-NET            TO RCL-AMOUNT
           MOVE WS-ORIG-PAY-DATE  TO RCL-ORIG-PAY-DATE
           IF RECALL-ORIG-FOUND
               MOVE WS-RECALL-PERIOD-ID TO RCL-PERIOD-ID
               MOVE SPACES TO WS-END-TO-END-ID
               MOVE 1 TO WS-E2E-POINTER
               STRING WS-EMP-ID DELIMITED BY SPACE
                      "-" DELIMITED BY SIZE
                      WS-RECALL-PERIOD-ID DELIMITED BY SIZE
                      "-" DELIMITED BY SIZE
                      WS-RECALL-TYPE DELIMITED BY SIZE
                      "-" DELIMITED BY SIZE
                      WS-RECALL-ORDINAL DELIMITED BY SIZE
                   INTO WS-END-TO-END-ID WITH POINTER WS-E2E-POINTER
               END-STRING
               MOVE WS-END-TO-END-ID TO RCL-END-TO-END-ID
           ELSE
               MOVE 0 TO RCL-PERIOD-ID
               MOVE "PAGO ORIGINAL NO LOCALIZADO"
                   TO RCL-END-TO-END-ID
               DISPLAY "ADVERTENCIA: " WS-EMP-ID " sin pago original "
                   "del " WS-ORIG-PAY-DATE " en el historial - "
                   "retirada sin referencia"
           END-IF
           MOVE WS-PAY-GROUP      TO RCL-PAY-GROUP
           WRITE RECALL-LIST-LINE
           ADD 1 TO WS-RECALL-COUNT.

       2926-FIND-ORIGINAL-CREDIT.
      *> The original's lines are under the employee and the
      *> original pay date - in the active file while that year is
      *> open, in the year's archive once it is closed.
           MOVE "N" TO WS-RECALL-ORIG-FLAG
           MOVE "N" TO WS-RECALL-NET-FLAG
           COMPUTE WS-RECALL-ORIG-NET = 0 - WS-NET
           COMPUTE WS-PART-YEAR = WS-ORIG-PAY-DATE / 10000
           MOVE WS-EMP-ID        TO PHR-EMP-ID
           MOVE WS-ORIG-PAY-DATE TO PHR-PAY-DATE
           MOVE 0 TO PHR-POSTING-NO
           MOVE 0 TO PHR-LINE-NO
           IF WS-PART-YEAR > WS-LAST-CLOSED-YEAR
               START PAY-HISTORY-FILE KEY IS >= PHR-KEY
                   INVALID KEY
                       MOVE "10" TO WS-HISTORY-FILE-STATUS
               END-START
               PERFORM UNTIL NOT HISTORY-READ-OK
                   READ PAY-HISTORY-FILE NEXT RECORD
                       AT END
                           MOVE "10" TO WS-HISTORY-FILE-STATUS
                       NOT AT END
                           IF PHR-EMP-ID NOT = WS-EMP-ID
                                   OR PHR-PAY-DATE
                                       NOT = WS-ORIG-PAY-DATE
                               MOVE "10" TO WS-HISTORY-FILE-STATUS
                           ELSE
                               PERFORM 2927-TAKE-ORIGINAL-CANDIDATE
                           END-IF
                   END-READ
               END-PERFORM
      *> The file stays open for the run's next postings.
               MOVE "00" TO WS-HISTORY-FILE-STATUS
           ELSE
               MOVE SPACES TO WS-HIST-ARCHIVE-PATH
               STRING "data/PAYHIST-" DELIMITED BY SIZE
                      WS-PART-YEAR    DELIMITED BY SIZE
                      ".DAT"          DELIMITED BY SIZE
                   INTO WS-HIST-ARCHIVE-PATH
               OPEN INPUT HISTORY-ARCHIVE-FILE
               IF WS-HIST-ARCHIVE-STATUS = "00"
                   MOVE PHR-KEY TO HAR-KEY
                   START HISTORY-ARCHIVE-FILE KEY IS >= HAR-KEY
                       INVALID KEY
                           MOVE "10" TO WS-HIST-ARCHIVE-STATUS
                   END-START
                   PERFORM UNTIL NOT ARCHIVE-READ-OK
                       READ HISTORY-ARCHIVE-FILE NEXT RECORD
                               INTO PAY-HISTORY-LINE
                           AT END
                               MOVE "10" TO WS-HIST-ARCHIVE-STATUS
                           NOT AT END
                               IF PHR-EMP-ID NOT = WS-EMP-ID
                                       OR PHR-PAY-DATE
                                           NOT = WS-ORIG-PAY-DATE
                                   MOVE "10" TO WS-HIST-ARCHIVE-STATUS
                               ELSE
                                   PERFORM 2927-TAKE-ORIGINAL-CANDIDATE
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE HISTORY-ARCHIVE-FILE
               END-IF
           END-IF.

       2927-TAKE-ORIGINAL-CANDIDATE.
      *> A void recomputes a payment of time - a detail, a reissue
      *> or a paid leave - of this group. The first such posting
      *> of the day is kept unless a later one's net is exactly the
      *> amount voided.
           IF PHS-POSTING
                   AND (PHS-TYPE = "PAGO" OR PHS-TYPE = "REEM"
                        OR PHS-TYPE = "VACA" OR PHS-TYPE = "ENFE")
                   AND (PHS-PAY-GROUP = WS-PAY-GROUP
                        OR (PHS-PAY-GROUP = SPACES
                            AND WS-PAY-GROUP = WS-DEFAULT-PAY-GROUP))
                   AND NOT RECALL-NET-MATCHED
               IF PHS-NET = WS-RECALL-ORIG-NET
                       OR NOT RECALL-ORIG-FOUND
                   MOVE "Y" TO WS-RECALL-ORIG-FLAG
                   MOVE PHS-PERIOD-ID      TO WS-RECALL-PERIOD-ID
                   MOVE PHS-TYPE           TO WS-RECALL-TYPE
                   MOVE PHS-RECORD-ORDINAL TO WS-RECALL-ORDINAL
                   IF PHS-NET = WS-RECALL-ORIG-NET
                       MOVE "Y" TO WS-RECALL-NET-FLAG
                   END-IF
               END-IF
           END-IF.

       2930-SAVE-CHECK-CONTROL.
           OPEN OUTPUT CHECK-CONTROL-FILE
           IF WS-CHECK-CTL-FILE-STATUS NOT = "00"
           END-IF.

       2900-WRITE-BANK-TRANSFER.
           PERFORM 2905-CHECK-NEW-PAYEE-ACCOUNT
           PERFORM 2902-BUILD-END-TO-END-ID
           MOVE SPACES            TO BANK-TRANSFER-LINE
           MOVE WS-BANK-TYPE      TO BNK-TRANS-TYPE
           MOVE WS-ACCOUNT-NUMBER TO BNK-ACCOUNT-NUMBER
           MOVE WS-ROUTING-NUMBER TO BNK-ROUTING-NUMBER
           MOVE WS-NET            TO BNK-NET-AMOUNT
           MOVE WS-PAY-GROUP      TO BNK-PAY-GROUP
           MOVE WS-END-TO-END-ID  TO BNK-END-TO-END-ID
           MOVE WS-EMP-ID         TO BNK-EMP-ID
           MOVE WS-PAY-PERIOD-ID  TO BNK-PERIOD-ID
           MOVE WS-NAME           TO BNK-PAYEE-NAME
           WRITE BANK-TRANSFER-LINE.

       2902-BUILD-END-TO-END-ID.
      *> Employee, period, posting type and record ordinal - unique
      *> within the group's run (a resumed run reuses the ordinal
      *> only for the posting it skips). A retro leg shares its
      *> ordinal with the period's own payment, so it adds the pay
      *> date and type initial of the payment it tops up.
           MOVE SPACES TO WS-END-TO-END-ID
           MOVE 1 TO WS-E2E-POINTER
           STRING WS-EMP-ID DELIMITED BY SPACE
                  "-" DELIMITED BY SIZE
                  WS-PAY-PERIOD-ID DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  WS-AUDIT-TYPE DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  WS-RECORD-ORDINAL DELIMITED BY SIZE
               INTO WS-END-TO-END-ID WITH POINTER WS-E2E-POINTER
           END-STRING
           IF RETRO-LEG-ACTIVE
               STRING "-" DELIMITED BY SIZE
                      WS-ORIG-PAY-DATE DELIMITED BY SIZE
                      WS-RETRO-ORIG-TYPE(1:1) DELIMITED BY SIZE
                   INTO WS-END-TO-END-ID WITH POINTER WS-E2E-POINTER
               END-STRING
           END-IF.

       2100-READ-EMPLOYEE.
           READ EMPLOYEE-FILE
               AT END
                   MOVE EMP-ORIG-UNPAID   TO WS-ORIG-UNPAID
                   MOVE EMP-ORIG-OTHER-DED TO WS-ORIG-OTHER-DED
                   MOVE EMP-ORIG-GARNISH  TO WS-ORIG-GARNISH
                   MOVE EXT-REASON        TO WS-EXTRA-REASON
                   MOVE EXT-AMOUNT-AREA   TO WS-EXTRA-AMOUNT-AREA
                   MOVE EXT-DAYS-AREA     TO WS-EXTRA-DAYS-AREA
      *> A finiquito's paga reason and days sit elsewhere on its
      *> record; they go to the same fields, so 2079 prorates its
      *> paga share exactly as it prorates an off-cycle paga.
                   MOVE 0 TO WS-TERM-DATE
                   IF EMP-TYPE-SETTLEMENT
                       MOVE FIN-TERM-DATE      TO WS-TERM-DATE
                       MOVE FIN-PAGA-REASON    TO WS-EXTRA-REASON
                       MOVE FIN-PAGA-DAYS-AREA TO WS-EXTRA-DAYS-AREA
                   END-IF
      *> Name, pay basis, rate and bank details are no longer on the
      *> input record - cleared here and filled in from the standing
      *> master by 2160-LOOKUP-STANDING-ENTRY, so a failed lookup
                       MOVE "Horas o tarifa con formato invalido"
                           TO WS-REJECT-REASON
                   WHEN PAY-BASIS-HOURLY
                           AND WS-HOURS > WS-MAX-PERIOD-HOURS
                       MOVE "N" TO WS-VALID-FLAG
                       MOVE "Horas superan el maximo del periodo"
                           TO WS-REJECT-REASON
                   WHEN PAY-BASIS-HOURLY AND WS-RATE = 0
                       MOVE "N" TO WS-VALID-FLAG
                       MOVE "Dias trabajados con formato invalido"
                           TO WS-REJECT-REASON
                   WHEN PAY-BASIS-DAILY
                           AND WS-DAYS-WORKED > WS-MAX-PERIOD-DAYS
                       MOVE "N" TO WS-VALID-FLAG
                       MOVE "Dias superan el maximo del periodo"
                           TO WS-REJECT-REASON
                   WHEN PAY-BASIS-DAILY AND WS-RATE = 0
                       MOVE "N" TO WS-VALID-FLAG
                       MOVE "N" TO WS-VALID-FLAG
                       MOVE "Base de pago desconocida en el maestro"
                           TO WS-REJECT-REASON
               END-EVALUATE
               IF EMPLOYEE-RECORD-VALID
                   PERFORM 2158-VALIDATE-EARNINGS-LINES
               END-IF.

       2158-VALIDATE-EARNINGS-LINES.
      *> Gathers the earnings lines that follow this record in the
      *> file. An unknown code or units that are not a positive
      *> number reject the whole record - paying its time without
      *> the premiums would be as wrong as not paying it - and so do
      *> more hours than the period may carry once the lines' hours
      *> are added to an hourly employee's own.
           MOVE 0 TO WS-EARN-LINE-COUNT
           MOVE 0 TO WS-EARN-HOURS
           MOVE 0 TO WS-EARN-OT-HOURS
           PERFORM VARYING WS-ELI-SUB FROM 1 BY 1
                   UNTIL WS-ELI-SUB > WS-EARN-INPUT-COUNT
                   OR NOT EMPLOYEE-RECORD-VALID
               IF WS-ELI-OWNER(WS-ELI-SUB) = WS-RECORD-ORDINAL
                   PERFORM 2156-TAKE-EARNINGS-LINE
               END-IF
           END-PERFORM
           IF EMPLOYEE-RECORD-VALID AND WS-EARN-LINE-COUNT > 0
               IF PAY-BASIS-HOURLY
                   COMPUTE WS-EARN-PERIOD-HOURS =
                       WS-HOURS + WS-EARN-HOURS
               ELSE
                   MOVE WS-EARN-HOURS TO WS-EARN-PERIOD-HOURS
               END-IF
               IF WS-EARN-PERIOD-HOURS > WS-MAX-PERIOD-HOURS
                   MOVE "N" TO WS-VALID-FLAG
                   MOVE "Horas con devengos superan el maximo"
                       TO WS-REJECT-REASON
               END-IF
           END-IF.

       2156-TAKE-EARNINGS-LINE.
           MOVE WS-ELI-CODE(WS-ELI-SUB) TO WS-ERC-LOOKUP-CODE
           PERFORM 2159-FIND-EARNINGS-CODE
           EVALUATE TRUE
               WHEN WS-ERC-SLOT = 0
                   MOVE "N" TO WS-VALID-FLAG
                   STRING "Codigo de devengo desconocido: "
                               DELIMITED BY SIZE
                          WS-ERC-LOOKUP-CODE DELIMITED BY SIZE
                       INTO WS-REJECT-REASON
                   END-STRING
               WHEN WS-ELI-UNITS(WS-ELI-SUB) NOT NUMERIC
                   MOVE "N" TO WS-VALID-FLAG
                   MOVE "Unidades de devengo con formato invalido"
                       TO WS-REJECT-REASON
               WHEN WS-ELI-UNITS(WS-ELI-SUB) = 0
                   MOVE "N" TO WS-VALID-FLAG
                   MOVE "Unidades de devengo invalidas (cero)"
                       TO WS-REJECT-REASON
               WHEN WS-EARN-LINE-COUNT >= 10
                   MOVE "N" TO WS-VALID-FLAG
                   MOVE "Mas de 10 lineas de devengo en un registro"
                       TO WS-REJECT-REASON
               WHEN OTHER
                   ADD 1 TO WS-EARN-LINE-COUNT
                   MOVE WS-ERC-SLOT
                       TO WS-ELN-SLOT(WS-EARN-LINE-COUNT)
                   MOVE WS-ELI-UNITS(WS-ELI-SUB)
                       TO WS-ELN-UNITS(WS-EARN-LINE-COUNT)
                   IF WS-ERC-BY-MULTIPLIER(WS-ERC-SLOT)
                       ADD WS-ELI-UNITS(WS-ELI-SUB) TO WS-EARN-HOURS
                       IF WS-ERC-COUNTS-OVERTIME(WS-ERC-SLOT)
                           ADD WS-ELI-UNITS(WS-ELI-SUB)
                               TO WS-EARN-OT-HOURS
                       END-IF
                   END-IF
           END-EVALUATE.

       2159-FIND-EARNINGS-CODE.
           MOVE 0 TO WS-ERC-SLOT
           IF WS-EARNCODE-COUNT > 0
               PERFORM VARYING WS-ERC-SUB FROM 1 BY 1
                       UNTIL WS-ERC-SUB > WS-EARNCODE-COUNT
                       OR WS-ERC-SLOT > 0
                   IF WS-ERC-CODE(WS-ERC-SUB) = WS-ERC-LOOKUP-CODE
                       MOVE WS-ERC-SUB TO WS-ERC-SLOT
                   END-IF
               END-PERFORM
           END-IF.

       2157-VALIDATE-LEAVE-DAYS.
      *> The days taken ride in the EMP-DAYS-WORKED field whatever
      *> Everything beyond id and hours comes from the standing
      *> master: an input employee with no active entry there is an
      *> exception, never a payment.
      *> An employee of another pay group is never this run's to
      *> pay or adjust, whatever the record says - that group's
      *> own run (on its own calendar) pays them.
           PERFORM 2162-SEARCH-STANDING-TABLE
           MOVE "N" TO WS-OTHER-GROUP-FLAG
           IF NOT STANDING-ENTRY-FOUND
               MOVE "N" TO WS-VALID-FLAG
               MOVE "Empleado no existe en el maestro de personal"
                   TO WS-REJECT-REASON
           ELSE
               MOVE WS-STD-NAME(WS-STD-SLOT)    TO WS-NAME
               MOVE WS-STD-PAY-GROUP(WS-STD-SLOT) TO WS-EMP-PAY-GROUP
               IF WS-EMP-PAY-GROUP = SPACES
                   MOVE WS-DEFAULT-PAY-GROUP TO WS-EMP-PAY-GROUP
               END-IF
               IF WS-EMP-PAY-GROUP NOT = WS-PAY-GROUP
                   MOVE "Y" TO WS-OTHER-GROUP-FLAG
                   MOVE "N" TO WS-VALID-FLAG
                   MOVE "Empleado de otro grupo de pago"
                       TO WS-REJECT-REASON
               ELSE
      *> A baja is never paid again - except for the finiquito
      *> itself, which is only ever for one.
               IF WS-STD-TERMINATED(WS-STD-SLOT)
                       AND NOT REC-TYPE-SETTLEMENT
                   MOVE "N" TO WS-VALID-FLAG
                   MOVE "Empleado dado de baja en el maestro"
                       TO WS-REJECT-REASON
               ELSE
               IF REC-TYPE-SETTLEMENT
                       AND NOT WS-STD-TERMINATED(WS-STD-SLOT)
                   MOVE "N" TO WS-VALID-FLAG
                   MOVE "Finiquito de empleado no dado de baja"
                       TO WS-REJECT-REASON
               ELSE
                   MOVE WS-STD-PAY-BASIS(WS-STD-SLOT) TO WS-PAY-BASIS
                   MOVE WS-STD-RATE(WS-STD-SLOT)    TO WS-RATE
                       TO WS-PAY-METHOD
                   PERFORM 2165-SET-COST-CENTER
               END-IF
               END-IF
               END-IF
           END-IF.

       2162-SEARCH-STANDING-TABLE.
               WHEN OTHER
                   PERFORM 2210-CALCULATE-HOURLY-PAY
           END-EVALUATE
           IF WS-EARN-LINE-COUNT > 0
               PERFORM 2205-PRICE-EARNINGS-LINES
               ADD WS-EARN-TOTAL TO WS-GROSS
           END-IF
           PERFORM 2250-CALCULATE-TAX
           PERFORM 2260-CALCULATE-DEDUCTIONS
           COMPUTE WS-NET   =
               WS-GROSS - WS-TAX - DED-TOTAL-AMT.

       2205-PRICE-EARNINGS-LINES.
      *> Each line pays its units at the code's price: hours at the
      *> employee's ordinary value of an hour times the multiplier,
      *> occurrences at the flat amount. The hour is the hourly
      *> rate, the daily rate over a standard day, or the period
      *> salary over the period's working hours. What one unit
      *> pays is rounded to the cent first, so the stub's units
      *> times price always equals the amount it prints.
           MOVE 0 TO WS-EARN-TOTAL
           MOVE 0 TO WS-EARN-EXEMPT
           MOVE "N" TO WS-EARN-LEAVE-FLAG
           EVALUATE TRUE
               WHEN PAY-BASIS-SALARIED
                   COMPUTE WS-EARN-HOUR-VALUE ROUNDED =
                       WS-PERIOD-SALARY
                       / (WS-PERIOD-WORK-DAYS * WS-HOURS-PER-DAY)
               WHEN PAY-BASIS-DAILY
                   COMPUTE WS-EARN-HOUR-VALUE ROUNDED =
                       WS-RATE / WS-HOURS-PER-DAY
               WHEN OTHER
                   MOVE WS-RATE TO WS-EARN-HOUR-VALUE
           END-EVALUATE
           PERFORM VARYING WS-ELN-SUB FROM 1 BY 1
                   UNTIL WS-ELN-SUB > WS-EARN-LINE-COUNT
               MOVE WS-ELN-SLOT(WS-ELN-SUB) TO WS-ERC-SLOT
               IF WS-ERC-BY-MULTIPLIER(WS-ERC-SLOT)
                   COMPUTE WS-ELN-UNIT-VALUE(WS-ELN-SUB) ROUNDED =
                       WS-EARN-HOUR-VALUE
                       * WS-ERC-MULTIPLIER(WS-ERC-SLOT)
               ELSE
                   MOVE WS-ERC-FLAT(WS-ERC-SLOT)
                       TO WS-ELN-UNIT-VALUE(WS-ELN-SUB)
               END-IF
               COMPUTE WS-ELN-AMOUNT(WS-ELN-SUB) =
                   WS-ELN-UNITS(WS-ELN-SUB)
                   * WS-ELN-UNIT-VALUE(WS-ELN-SUB)
               ADD WS-ELN-AMOUNT(WS-ELN-SUB) TO WS-EARN-TOTAL
               IF WS-ERC-TAX-EXEMPT(WS-ERC-SLOT)
                   ADD WS-ELN-AMOUNT(WS-ELN-SUB) TO WS-EARN-EXEMPT
               END-IF
               IF WS-ERC-ACCRUES-LEAVE(WS-ERC-SLOT)
                   MOVE "S" TO WS-EARN-LEAVE-FLAG
               END-IF
           END-PERFORM.

       2210-CALCULATE-HOURLY-PAY.
      *> Earnings-line hours flagged to count toward overtime use
      *> up the regular hours first, so more of the record's own
      *> hours fall past the threshold.
           IF WS-EARN-OT-HOURS < WS-MAX-REGULAR-HOURS
               COMPUTE WS-REGULAR-LIMIT =
                   WS-MAX-REGULAR-HOURS - WS-EARN-OT-HOURS
           ELSE
               MOVE 0 TO WS-REGULAR-LIMIT
           END-IF
           IF WS-HOURS > WS-REGULAR-LIMIT
               MOVE WS-REGULAR-LIMIT TO WS-REGULAR-HOURS
               COMPUTE WS-OVERTIME-HOURS =
                   WS-HOURS - WS-REGULAR-LIMIT
           ELSE
               MOVE WS-HOURS TO WS-REGULAR-HOURS
               MOVE 0 TO WS-OVERTIME-HOURS
           END-EVALUATE.

       2250-CALCULATE-TAX.
      *> Non-taxable earnings lines (see EARNCODE) are paid but
      *> never withheld on.
           COMPUTE WS-TAX-BASE = WS-GROSS - WS-EARN-EXEMPT
           EVALUATE TRUE
               WHEN WS-TAX-BASE <= WS-BRK-1-MAX
                   COMPUTE WS-TAX ROUNDED =
                       WS-BRK-1-BASE
                       + ((WS-TAX-BASE - WS-BRK-1-MIN) * WS-BRK-1-RATE)
               WHEN WS-TAX-BASE <= WS-BRK-2-MAX
                   COMPUTE WS-TAX ROUNDED =
                       WS-BRK-2-BASE
                       + ((WS-TAX-BASE - WS-BRK-2-MIN) * WS-BRK-2-RATE)
               WHEN WS-TAX-BASE <= WS-BRK-3-MAX
                   COMPUTE WS-TAX ROUNDED =
                       WS-BRK-3-BASE
                       + ((WS-TAX-BASE - WS-BRK-3-MIN) * WS-BRK-3-RATE)
               WHEN WS-TAX-BASE <= WS-BRK-4-MAX
                   COMPUTE WS-TAX ROUNDED =
                       WS-BRK-4-BASE
                       + ((WS-TAX-BASE - WS-BRK-4-MIN) * WS-BRK-4-RATE)
               WHEN WS-TAX-BASE <= WS-BRK-5-MAX
                   COMPUTE WS-TAX ROUNDED =
                       WS-BRK-5-BASE
                       + ((WS-TAX-BASE - WS-BRK-5-MIN) * WS-BRK-5-RATE)
               WHEN OTHER
                   COMPUTE WS-TAX ROUNDED =
                       WS-BRK-6-BASE
                       + ((WS-TAX-BASE - WS-BRK-6-MIN) * WS-BRK-6-RATE)
           END-EVALUATE.

       2260-CALCULATE-DEDUCTIONS.
           COMPUTE DED-SOCIAL-SECURITY-AMT ROUNDED =
               WS-GROSS * DED-SOCIAL-SECURITY-RATE
           PERFORM 2265-CHECK-HEALTH-WAIVER
      *> The flat health charge is per period - an off-cycle
      *> payment's or a finiquito's period already paid it.
           IF HEALTH-WAIVED OR REC-TYPE-OFF-CYCLE
               MOVE 0 TO DED-HEALTH-INSURANCE-AMT
           ELSE
               MOVE DED-HEALTH-INSURANCE-STD
                   UNTIL WS-ELC-IDX > WS-ELECTION-COUNT
               IF WS-ELC-ID(WS-ELC-IDX) = WS-EMP-ID
                   EVALUATE TRUE
      *> Dues and savings plans are per period too, and stay off
      *> an off-cycle payment or a finiquito; garnishments do not.
                       WHEN WS-ELC-VOLUNTARY(WS-ELC-IDX)
                           IF NOT REC-TYPE-OFF-CYCLE
                               PERFORM 2272-APPLY-VOLUNTARY
                           END-IF
                       WHEN WS-ELC-GARNISHMENT(WS-ELC-IDX)
                           IF WS-GARN-LIST-COUNT < 10
                               ADD 1 TO WS-GARN-LIST-COUNT
           END-PERFORM.

       2275-APPLY-ONE-GARNISHMENT.
      *> A percentage order takes its share of any net, an
      *> off-cycle payment's included. A fixed order's instalment
      *> is per period and the period's payment took it; against an
      *> off-cycle payment it claims only the arrears deferred so
      *> far - which a paga is the natural chance to recover, and
      *> a finiquito the last one.
           EVALUATE TRUE
               WHEN WS-ELC-PCT-OF-NET(WS-ELC-SUB)
                   COMPUTE WS-GARN-DEMAND ROUNDED =
                       WS-NET-RUNNING * WS-ELC-PERCENT(WS-ELC-SUB)
               WHEN REC-TYPE-OFF-CYCLE
                   MOVE 0 TO WS-GARN-DEMAND
               WHEN OTHER
                   MOVE WS-ELC-AMOUNT(WS-ELC-SUB) TO WS-GARN-DEMAND
           END-EVALUATE
      *> Arrears deferred in earlier periods rejoin this order's
      *> demand before the protected minimum is applied.
           MOVE WS-ELC-PRIORITY(WS-ELC-SUB)
               MOVE WS-ELC-CALC-AMT
                   TO WS-GPD-BALANCE(WS-GARN-PENDING-COUNT)
           END-IF
      *> A fixed order with nothing in arrears took nothing from an
      *> off-cycle payment - no 0.00 line on its stub or history.
           IF WS-STUB-DED-COUNT < 20
                   AND (WS-GARN-TAKE > 0 OR NOT REC-TYPE-OFF-CYCLE)
               ADD 1 TO WS-STUB-DED-COUNT
               MOVE WS-ELC-DESC(WS-ELC-SUB)
                   TO WS-STUB-DED-DESC(WS-STUB-DED-COUNT)
               END-IF
           END-PERFORM.

       2282-CLOSE-GARN-ARREARS.
      *> Runs after 2280 has folded in what the finiquito could not
      *> take: every order of the employee still owed something is
      *> set aside for the arrears list and its balance cleared -
      *> with no later payment to withhold from, the court has to
      *> pursue the debt itself.
           MOVE 0 TO WS-LOST-ARREARS-COUNT
           PERFORM VARYING WS-ARR-IDX FROM 1 BY 1
                   UNTIL WS-ARR-IDX > WS-ARREARS-COUNT
               IF WS-ARR-ID(WS-ARR-IDX) = WS-EMP-ID
                       AND WS-ARR-BALANCE(WS-ARR-IDX) NOT = 0
                   IF WS-LOST-ARREARS-COUNT < 10
                       ADD 1 TO WS-LOST-ARREARS-COUNT
                       MOVE WS-ARR-PRIORITY(WS-ARR-IDX)
                           TO WS-LST-PRIORITY(WS-LOST-ARREARS-COUNT)
                       MOVE WS-ARR-BALANCE(WS-ARR-IDX)
                           TO WS-LST-BALANCE(WS-LOST-ARREARS-COUNT)
                       PERFORM 2283-FIND-ORDER-ELECTION
                       MOVE 0 TO WS-ARR-BALANCE(WS-ARR-IDX)
                   ELSE
                       DISPLAY "ADVERTENCIA: mas de 10 embargos "
                           "pendientes de " WS-EMP-ID
                           ", revise GARNARR a mano"
                   END-IF
               END-IF
           END-PERFORM.

       2283-FIND-ORDER-ELECTION.
           MOVE 0 TO WS-LST-ELC-SUB(WS-LOST-ARREARS-COUNT)
           PERFORM VARYING WS-ELC-IDX FROM 1 BY 1
                   UNTIL WS-ELC-IDX > WS-ELECTION-COUNT
                   OR WS-LST-ELC-SUB(WS-LOST-ARREARS-COUNT) > 0
               IF WS-ELC-ID(WS-ELC-IDX) = WS-EMP-ID
                       AND WS-ELC-GARNISHMENT(WS-ELC-IDX)
                       AND WS-ELC-PRIORITY(WS-ELC-IDX)
                           = WS-ARR-PRIORITY(WS-ARR-IDX)
                   SET WS-ELC-SUB TO WS-ELC-IDX
                   MOVE WS-ELC-SUB
                       TO WS-LST-ELC-SUB(WS-LOST-ARREARS-COUNT)
               END-IF
           END-PERFORM.

       2287-CLEAR-LEAVE-BALANCES.
      *> The unused vacation has just been paid out and sick days
      *> are never paid out - the balances of an employee who has
      *> left stop at zero.
           PERFORM 2293-FIND-LEAVE-ENTRY
           IF WS-LVE-SLOT > 0
               MOVE 0 TO WS-LVE-VAC(WS-LVE-SLOT)
               MOVE 0 TO WS-LVE-SICK(WS-LVE-SLOT)
           END-IF.

       2285-UPDATE-LEAVE-BALANCES.
      *> The record passed every validation: draw the leave days
      *> taken (if this is a leave record) and accrue this paid
                       SUBTRACT WS-DAYS-WORKED
                           FROM WS-LVE-SICK(WS-LVE-SLOT)
               END-EVALUATE
      *> A period paid only through earnings lines none of which
      *> accrues leave (an on-call weekend and no ordinary time)
      *> earns no entitlement.
               IF WS-EARN-LINE-COUNT = 0
                       OR EARNINGS-ACCRUE-LEAVE
                       OR WS-GROSS NOT = WS-EARN-TOTAL
                   ADD WS-VAC-ACCRUAL-RATE
                       TO WS-LVE-VAC(WS-LVE-SLOT)
                   ADD WS-SICK-ACCRUAL-RATE
                       TO WS-LVE-SICK(WS-LVE-SLOT)
               END-IF
           END-IF.

       2293-FIND-LEAVE-ENTRY.
           DISPLAY "=============================".
           DISPLAY "Empleado:        " WS-NAME
           DISPLAY "Bruto:           " WS-GROSS
           IF WS-EARN-LINE-COUNT > 0
               DISPLAY "  de devengos:   " WS-EARN-TOTAL
           END-IF
           DISPLAY "Impuesto:        " WS-TAX
           DISPLAY "Seg. Social:     " DED-SOCIAL-SECURITY-AMT
           DISPLAY "Seguro Medico:   " DED-HEALTH-INSURANCE-AMT
           MOVE WS-REGISTER-LINE-TYPE TO WS-DTL-TYPE
           MOVE WS-COST-CENTER TO WS-DTL-CC
           MOVE WS-PAY-PERIOD-ID TO WS-DTL-PERIOD
           MOVE WS-APPLIED-RATE-DATE TO WS-DTL-RATE-DATE
           MOVE WS-REPORT-DETAIL-LINE TO PRINT-LINE
           WRITE PRINT-LINE
           ADD WS-GROSS TO WS-TOTAL-GROSS
           ADD WS-NET   TO WS-TOTAL-NET
           ADD DED-ER-SOCIAL-SEC-AMT    TO WS-TOTAL-ER-SS
           ADD DED-ER-PENSION-AMT       TO WS-TOTAL-ER-PENSION
           PERFORM 2410-ACCUMULATE-COST-CENTER
           IF WS-EARN-LINE-COUNT > 0
               PERFORM 2405-WRITE-REGISTER-EARNINGS
           END-IF.

       2405-WRITE-REGISTER-EARNINGS.
      *> One line per earnings code under the detail line, carrying
      *> the account it posts to - the GL split of the department's
      *> wage debit accumulates from the same figures.
           PERFORM VARYING WS-ELN-SUB FROM 1 BY 1
                   UNTIL WS-ELN-SUB > WS-EARN-LINE-COUNT
               MOVE WS-ELN-SLOT(WS-ELN-SUB) TO WS-ERC-SLOT
               MOVE WS-ERC-CODE(WS-ERC-SLOT)    TO WS-RGE-CODE
               MOVE WS-ERC-DESC(WS-ERC-SLOT)    TO WS-RGE-DESC
               MOVE WS-ELN-AMOUNT(WS-ELN-SUB)   TO WS-RGE-AMOUNT
               MOVE WS-COST-CENTER              TO WS-RGE-CC
               MOVE WS-ERC-ACCOUNT(WS-ERC-SLOT) TO WS-RGE-ACCOUNT
               MOVE WS-REPORT-EARNINGS-LINE TO PRINT-LINE
               WRITE PRINT-LINE
               IF WS-ERC-ACCOUNT(WS-ERC-SLOT) NOT = SPACES
                   MOVE WS-ERC-CODE(WS-ERC-SLOT) TO WS-EGL-CODE-WORK
                   MOVE WS-ERC-DESC(WS-ERC-SLOT) TO WS-EGL-DESC-WORK
                   MOVE WS-COST-CENTER           TO WS-EGL-CC-WORK
                   MOVE WS-ERC-ACCOUNT(WS-ERC-SLOT)
                       TO WS-EGL-ACCOUNT-WORK
                   MOVE WS-ELN-AMOUNT(WS-ELN-SUB)
                       TO WS-EGL-AMOUNT-WORK
                   PERFORM 2415-ACCUMULATE-EARNINGS-GL
               END-IF
           END-PERFORM.

       2415-ACCUMULATE-EARNINGS-GL.
      *> A full table leaves the amount in the department's wage
      *> debit - the GL still balances, the code just loses its
      *> own account for the run.
           MOVE 0 TO WS-EGL-SLOT
           IF WS-EARN-GL-COUNT > 0
               PERFORM VARYING WS-EGL-SUB FROM 1 BY 1
                       UNTIL WS-EGL-SUB > WS-EARN-GL-COUNT
                       OR WS-EGL-SLOT > 0
                   IF WS-EGL-CODE(WS-EGL-SUB) = WS-EGL-CODE-WORK
                           AND WS-EGL-CC(WS-EGL-SUB) = WS-EGL-CC-WORK
                       MOVE WS-EGL-SUB TO WS-EGL-SLOT
                   END-IF
               END-PERFORM
           END-IF
           IF WS-EGL-SLOT = 0
               IF WS-EARN-GL-COUNT >= 200
                   DISPLAY "ADVERTENCIA: tabla de devengos por "
                       "departamento llena, " WS-EGL-CODE-WORK
                       " queda en la cuenta de sueldos"
               ELSE
                   ADD 1 TO WS-EARN-GL-COUNT
                   MOVE WS-EARN-GL-COUNT TO WS-EGL-SLOT
                   MOVE WS-EGL-CODE-WORK TO WS-EGL-CODE(WS-EGL-SLOT)
                   MOVE WS-EGL-CC-WORK   TO WS-EGL-CC(WS-EGL-SLOT)
                   MOVE WS-EGL-DESC-WORK TO WS-EGL-DESC(WS-EGL-SLOT)
                   MOVE WS-EGL-ACCOUNT-WORK
                       TO WS-EGL-ACCOUNT(WS-EGL-SLOT)
                   MOVE 0 TO WS-EGL-AMOUNT(WS-EGL-SLOT)
               END-IF
           END-IF
           IF WS-EGL-SLOT > 0
               ADD WS-EGL-AMOUNT-WORK TO WS-EGL-AMOUNT(WS-EGL-SLOT)
           END-IF.

       2410-ACCUMULATE-COST-CENTER.
           MOVE 0 TO WS-CC-SLOT
      *> this page is the one handed to the employee.
           MOVE WS-STUB-SEPARATOR TO PAYSLIP-LINE
           WRITE PAYSLIP-LINE
           IF REC-TYPE-SETTLEMENT
               MOVE WS-STUB-SETTLE-TITLE-LINE TO PAYSLIP-LINE
           ELSE
               MOVE WS-STUB-TITLE-LINE TO PAYSLIP-LINE
           END-IF
           WRITE PAYSLIP-LINE
           MOVE WS-RUN-DATE TO WS-STUB-DATE
           MOVE WS-STUB-DATE-LINE TO PAYSLIP-LINE
           WRITE PAYSLIP-LINE
           IF REC-TYPE-SETTLEMENT
               MOVE WS-TERM-DATE TO WS-STUB-TERM-DATE
               MOVE WS-STUB-TERM-LINE TO PAYSLIP-LINE
               WRITE PAYSLIP-LINE
           END-IF
           MOVE WS-EMP-ID TO WS-STUB-EMP-ID
           MOVE WS-NAME   TO WS-STUB-EMP-NAME
           MOVE WS-STUB-EMP-LINE TO PAYSLIP-LINE
               MOVE WS-STUB-AMOUNT-LINE TO PAYSLIP-LINE
               WRITE PAYSLIP-LINE
           END-PERFORM
      *> On a finiquito nothing is deferred any more - what the
      *> protected minimum kept back goes on the arrears list.
           IF WS-GARN-DEFERRED > 0
               IF REC-TYPE-SETTLEMENT
                   MOVE "Embargo no recuperado" TO WS-STUB-AMT-LABEL
               ELSE
                   MOVE "Embargo aplazado" TO WS-STUB-AMT-LABEL
               END-IF
               MOVE WS-GARN-DEFERRED   TO WS-STUB-AMT-VALUE
               MOVE WS-STUB-AMOUNT-LINE TO PAYSLIP-LINE
               WRITE PAYSLIP-LINE
               MOVE WS-STUB-AMOUNT-LINE TO PAYSLIP-LINE
               WRITE PAYSLIP-LINE
           END-IF
           IF REC-TYPE-SETTLEMENT
               PERFORM 2365-WRITE-SETTLEMENT-RECEIPT
           END-IF
           MOVE WS-STUB-SEPARATOR TO PAYSLIP-LINE
           WRITE PAYSLIP-LINE.

       2365-WRITE-SETTLEMENT-RECEIPT.
      *> The receipt and signature block that makes the page the
      *> settlement document the employee signs on leaving.
           MOVE WS-STUB-RULE-LINE TO PAYSLIP-LINE
           WRITE PAYSLIP-LINE
           MOVE "Recibo el importe neto de este documento en concepto"
               TO PAYSLIP-LINE
           WRITE PAYSLIP-LINE
           MOVE "de saldo y finiquito por la extincion de mi relacion"
               TO PAYSLIP-LINE
           WRITE PAYSLIP-LINE
           MOVE "laboral con la empresa." TO PAYSLIP-LINE
           WRITE PAYSLIP-LINE
           MOVE SPACES TO PAYSLIP-LINE
           WRITE PAYSLIP-LINE
           MOVE "Firma del trabajador:          Por la empresa:"
               TO PAYSLIP-LINE
           WRITE PAYSLIP-LINE
           MOVE SPACES TO PAYSLIP-LINE
           WRITE PAYSLIP-LINE
           WRITE PAYSLIP-LINE.

       2360-WRITE-STUB-EARNINGS.
      *> The earnings block of the stub, shaped by pay basis: the
      *> hourly split only means something for an "H" employee, a
      *> salaried stub shows the period salary and any unpaid days
      *> prorated away, a daily stub shows days times the daily
      *> rate. A paid-leave record instead names the days taken, so
      *> the employee can see what the balance was spent on. An
      *> off-cycle payment names its reason, and a calculated paga
      *> the monthly pay and accrual days it came from. A finiquito
      *> shows the vacation days paid out and its paga share the
      *> same way.
           EVALUATE TRUE
               WHEN REC-TYPE-SETTLEMENT
                   MOVE "Vacaciones no disfrutadas"
                       TO WS-STUB-LVP-LABEL
                   MOVE WS-SETTLE-VAC-DAYS   TO WS-STUB-LVP-DAYS
                   MOVE WS-SETTLE-DAY-VALUE  TO WS-STUB-LVP-VALUE
                   MOVE WS-SETTLE-VAC-AMOUNT TO WS-STUB-LVP-AMOUNT
                   MOVE WS-STUB-LEAVE-LINE TO PAYSLIP-LINE
                   WRITE PAYSLIP-LINE
                   MOVE "Base mensual"   TO WS-STUB-AMT-LABEL
                   MOVE WS-EXTRA-MONTHLY TO WS-STUB-AMT-VALUE
                   MOVE WS-STUB-AMOUNT-LINE TO PAYSLIP-LINE
                   WRITE PAYSLIP-LINE
                   MOVE "Dias devengados" TO WS-STUB-ACR-LABEL
                   MOVE WS-EXTRA-DAYS     TO WS-STUB-ACR-DAYS
                   MOVE WS-PAGA-ACCRUAL-DAYS TO WS-STUB-ACR-OF
                   MOVE WS-STUB-ACCRUAL-LINE TO PAYSLIP-LINE
                   WRITE PAYSLIP-LINE
                   MOVE WS-EXTRA-LABEL        TO WS-STUB-AMT-LABEL
                   MOVE WS-SETTLE-PAGA-AMOUNT TO WS-STUB-AMT-VALUE
                   MOVE WS-STUB-AMOUNT-LINE TO PAYSLIP-LINE
                   WRITE PAYSLIP-LINE
               WHEN REC-TYPE-EXTRA
                   IF EXTRA-CALCULATED
                       MOVE "Base mensual"   TO WS-STUB-AMT-LABEL
                       MOVE WS-EXTRA-MONTHLY TO WS-STUB-AMT-VALUE
                       MOVE WS-STUB-AMOUNT-LINE TO PAYSLIP-LINE
                       WRITE PAYSLIP-LINE
                       MOVE "Dias devengados" TO WS-STUB-ACR-LABEL
                       MOVE WS-EXTRA-DAYS     TO WS-STUB-ACR-DAYS
                       MOVE WS-PAGA-ACCRUAL-DAYS TO WS-STUB-ACR-OF
                       MOVE WS-STUB-ACCRUAL-LINE TO PAYSLIP-LINE
                       WRITE PAYSLIP-LINE
                   END-IF
                   MOVE WS-EXTRA-LABEL TO WS-STUB-AMT-LABEL
                   MOVE WS-GROSS       TO WS-STUB-AMT-VALUE
                   MOVE WS-STUB-AMOUNT-LINE TO PAYSLIP-LINE
                   WRITE PAYSLIP-LINE
               WHEN LEAVE-KIND-VACATION
                   MOVE "Dias vacaciones" TO WS-STUB-DAYS-LABEL
                   MOVE WS-DAYS-WORKED    TO WS-STUB-DAYS-QTY
                       MOVE WS-STUB-HOURS-LINE TO PAYSLIP-LINE
                       WRITE PAYSLIP-LINE
                   END-IF
           END-EVALUATE
      *> Each earnings code on its own line, under the ordinary
      *> time.
           PERFORM VARYING WS-ELN-SUB FROM 1 BY 1
                   UNTIL WS-ELN-SUB > WS-EARN-LINE-COUNT
               MOVE WS-ELN-SLOT(WS-ELN-SUB) TO WS-ERC-SLOT
               MOVE WS-ERC-DESC(WS-ERC-SLOT) TO WS-STUB-ERN-LABEL
               MOVE WS-ELN-UNITS(WS-ELN-SUB) TO WS-STUB-ERN-QTY
               MOVE WS-ELN-UNIT-VALUE(WS-ELN-SUB) TO WS-STUB-ERN-RATE
               MOVE WS-ELN-AMOUNT(WS-ELN-SUB) TO WS-STUB-ERN-AMOUNT
               MOVE WS-STUB-EARNINGS-LINE TO PAYSLIP-LINE
               WRITE PAYSLIP-LINE
           END-PERFORM.

       2370-WRITE-LOST-ARREARS.
      *> One list line per order the finiquito left owing.
           PERFORM VARYING WS-LST-SUB FROM 1 BY 1
                   UNTIL WS-LST-SUB > WS-LOST-ARREARS-COUNT
               MOVE SPACES TO ARREARS-LIST-LINE
               MOVE WS-EMP-ID        TO ARL-EMP-ID
               MOVE WS-NAME          TO ARL-EMP-NAME
               MOVE WS-TERM-DATE     TO ARL-TERM-DATE
               MOVE WS-PAY-PERIOD-ID TO ARL-PERIOD-ID
               MOVE WS-LST-PRIORITY(WS-LST-SUB) TO ARL-PRIORITY
               MOVE WS-LST-BALANCE(WS-LST-SUB)  TO ARL-AMOUNT
               IF WS-LST-ELC-SUB(WS-LST-SUB) > 0
                   MOVE WS-LST-ELC-SUB(WS-LST-SUB) TO WS-ELC-SUB
                   MOVE WS-ELC-DESC(WS-ELC-SUB)   TO ARL-ORDER-DESC
                   MOVE WS-ELC-PAYEE-NAME(WS-ELC-SUB)
                       TO ARL-PAYEE-NAME
                   MOVE WS-ELC-PAYEE-REF(WS-ELC-SUB)
                       TO ARL-PAYEE-REF
               ELSE
                   MOVE "Orden sin eleccion" TO ARL-ORDER-DESC
               END-IF
               WRITE ARREARS-LIST-LINE
               DISPLAY "Embargo no recuperado: " WS-EMP-ID
                   " prioridad " WS-LST-PRIORITY(WS-LST-SUB)
                   " importe " WS-LST-BALANCE(WS-LST-SUB)
           END-PERFORM.

       2470-SEARCH-MASTER-TABLE.
      *> Binary search over the sorted table: WS-MST-SLOT is the
           CLOSE EXCEPTIONS-FILE
           IF TRIAL-RUN
               DISPLAY "*** SIMULACRO terminado - revise "
                   WS-PRINT-FILE-PATH
               DISPLAY "    antes del pago real ***"
           ELSE
               CLOSE PAYSLIP-FILE
               CLOSE AUDIT-LOG-FILE
               CLOSE PAY-HISTORY-FILE
               CLOSE BANK-FILE
               CLOSE RECALL-LIST-FILE
               CLOSE CHECK-PRINT-FILE
               CLOSE CHECK-REGISTER-FILE
               IF SETTLEMENT-RUN
                   CLOSE ARREARS-LIST-FILE
               END-IF
               CLOSE VERIFY-LIST-FILE
               CLOSE PAYEE-ACCOUNT-FILE
               IF WS-VERIFY-LIST-COUNT > 0
                   DISPLAY "Pagos a verificar antes del envio: "
                       WS-VERIFY-LIST-COUNT " - ver "
                       WS-VERIFY-LIST-FILE-PATH
               END-IF
               IF WS-RECALL-COUNT > 0
                   DISPLAY "Transferencias anuladas a recuperar: "
                       WS-RECALL-COUNT " - ver " WS-RECALL-FILE-PATH
               END-IF
               PERFORM 3400-WRITE-SEPA-FILE
               PERFORM 2930-SAVE-CHECK-CONTROL
               PERFORM 3050-WRITE-GL-POSTINGS
               PERFORM 3100-SAVE-MASTER-FILE
               CLOSE PAY-CALENDAR-FILE
           END-IF.

       3400-WRITE-SEPA-FILE.
      *> Two passes over the closed ledger: the header must carry
      *> the count and the control sum before the first credit. A
      *> run with nothing to send - no credits, or no ordering
      *> account to send them from - empties the group's message,
      *> so a previous run's file is never sent again.
           PERFORM 3410-LOAD-ORDERING-ACCOUNT
           IF ORDERING-ACCOUNT-FOUND
               PERFORM 3420-TOTAL-LEDGER-CREDITS
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
                       PERFORM 3430-WRITE-SEPA-HEADER
                       OPEN INPUT BANK-FILE
                       PERFORM UNTIL WS-BANK-FILE-STATUS NOT = "00"
                           READ BANK-FILE
                               AT END
                                   MOVE "10" TO WS-BANK-FILE-STATUS
                               NOT AT END
                                   IF BNK-CREDIT
                                       PERFORM 3440-WRITE-SEPA-CREDIT
                                   END-IF
                           END-READ
                       END-PERFORM
                       CLOSE BANK-FILE
                       PERFORM 3450-WRITE-SEPA-TRAILER
                       CLOSE SEPA-FILE
                       MOVE WS-SEPA-CTRL-SUM TO WS-XML-AMOUNT-EDITED
                       DISPLAY "Fichero SEPA " WS-SEPA-FILE-PATH ": "
                           WS-SEPA-TX-COUNT " transferencias, "
                           WS-XML-AMOUNT-EDITED
                   END-IF
               END-IF
           ELSE
               DISPLAY "Sin cuenta ordenante, no se genera "
                   WS-SEPA-FILE-PATH
               OPEN OUTPUT SEPA-FILE
               IF WS-SEPA-FILE-STATUS = "00"
                   CLOSE SEPA-FILE
               END-IF
           END-IF.

       3410-LOAD-ORDERING-ACCOUNT.
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

       3420-TOTAL-LEDGER-CREDITS.
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

       3430-WRITE-SEPA-HEADER.
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
           PERFORM 3460-WRITE-XML-OPEN
           MOVE 2 TO WS-XML-INDENT
           MOVE "GrpHdr" TO WS-XML-TAG
           PERFORM 3460-WRITE-XML-OPEN
           MOVE 3 TO WS-XML-INDENT
           MOVE "MsgId" TO WS-XML-TAG
           MOVE WS-SEPA-MSG-ID TO WS-XML-VALUE
           PERFORM 3470-WRITE-XML-ELEMENT
           MOVE "CreDtTm" TO WS-XML-TAG
           MOVE WS-SEPA-CREATED TO WS-XML-VALUE
           PERFORM 3470-WRITE-XML-ELEMENT
           PERFORM 3435-WRITE-SEPA-TOTALS
           MOVE "InitgPty" TO WS-XML-TAG
           PERFORM 3460-WRITE-XML-OPEN
           MOVE 4 TO WS-XML-INDENT
           MOVE "Nm" TO WS-XML-TAG
           MOVE WS-ORD-NAME TO WS-XML-VALUE
           PERFORM 3470-WRITE-XML-ELEMENT
           IF WS-ORD-INITIATOR-ID NOT = SPACES
               MOVE "Id" TO WS-XML-TAG
               PERFORM 3460-WRITE-XML-OPEN
               MOVE 5 TO WS-XML-INDENT
               MOVE "OrgId" TO WS-XML-TAG
               PERFORM 3460-WRITE-XML-OPEN
               MOVE 6 TO WS-XML-INDENT
               MOVE "Othr" TO WS-XML-TAG
               PERFORM 3460-WRITE-XML-OPEN
               MOVE 7 TO WS-XML-INDENT
               MOVE "Id" TO WS-XML-TAG
               MOVE WS-ORD-INITIATOR-ID TO WS-XML-VALUE
               PERFORM 3470-WRITE-XML-ELEMENT
               MOVE 6 TO WS-XML-INDENT
               MOVE "Othr" TO WS-XML-TAG
               PERFORM 3465-WRITE-XML-CLOSE
               MOVE 5 TO WS-XML-INDENT
               MOVE "OrgId" TO WS-XML-TAG
               PERFORM 3465-WRITE-XML-CLOSE
               MOVE 4 TO WS-XML-INDENT
               MOVE "Id" TO WS-XML-TAG
               PERFORM 3465-WRITE-XML-CLOSE
           END-IF
           MOVE 3 TO WS-XML-INDENT
           MOVE "InitgPty" TO WS-XML-TAG
           PERFORM 3465-WRITE-XML-CLOSE
           MOVE 2 TO WS-XML-INDENT
           MOVE "GrpHdr" TO WS-XML-TAG
           PERFORM 3465-WRITE-XML-CLOSE
      *> A single payment block: one debit of the company account
      *> for the lot, on the run date.
           MOVE "PmtInf" TO WS-XML-TAG
           PERFORM 3460-WRITE-XML-OPEN
           MOVE 3 TO WS-XML-INDENT
           MOVE "PmtInfId" TO WS-XML-TAG
           MOVE WS-SEPA-MSG-ID TO WS-XML-VALUE
           PERFORM 3470-WRITE-XML-ELEMENT
           MOVE "PmtMtd" TO WS-XML-TAG
           MOVE "TRF" TO WS-XML-VALUE
           PERFORM 3470-WRITE-XML-ELEMENT
           PERFORM 3435-WRITE-SEPA-TOTALS
           MOVE "PmtTpInf" TO WS-XML-TAG
           PERFORM 3460-WRITE-XML-OPEN
           MOVE 4 TO WS-XML-INDENT
           MOVE "SvcLvl" TO WS-XML-TAG
           PERFORM 3460-WRITE-XML-OPEN
           MOVE 5 TO WS-XML-INDENT
           MOVE "Cd" TO WS-XML-TAG
           MOVE "SEPA" TO WS-XML-VALUE
           PERFORM 3470-WRITE-XML-ELEMENT
           MOVE 4 TO WS-XML-INDENT
           MOVE "SvcLvl" TO WS-XML-TAG
           PERFORM 3465-WRITE-XML-CLOSE
           IF WS-SEPA-PURPOSE NOT = SPACES
               MOVE "CtgyPurp" TO WS-XML-TAG
               PERFORM 3460-WRITE-XML-OPEN
               MOVE 5 TO WS-XML-INDENT
               MOVE "Cd" TO WS-XML-TAG
               MOVE WS-SEPA-PURPOSE TO WS-XML-VALUE
               PERFORM 3470-WRITE-XML-ELEMENT
               MOVE 4 TO WS-XML-INDENT
               MOVE "CtgyPurp" TO WS-XML-TAG
               PERFORM 3465-WRITE-XML-CLOSE
           END-IF
           MOVE 3 TO WS-XML-INDENT
           MOVE "PmtTpInf" TO WS-XML-TAG
           PERFORM 3465-WRITE-XML-CLOSE
           MOVE "ReqdExctnDt" TO WS-XML-TAG
           MOVE WS-SEPA-EXEC-DATE TO WS-XML-VALUE
           PERFORM 3470-WRITE-XML-ELEMENT
           MOVE "Dbtr" TO WS-XML-TAG
           PERFORM 3460-WRITE-XML-OPEN
           MOVE 4 TO WS-XML-INDENT
           MOVE "Nm" TO WS-XML-TAG
           MOVE WS-ORD-NAME TO WS-XML-VALUE
           PERFORM 3470-WRITE-XML-ELEMENT
           MOVE 3 TO WS-XML-INDENT
           MOVE "Dbtr" TO WS-XML-TAG
           PERFORM 3465-WRITE-XML-CLOSE
           MOVE "DbtrAcct" TO WS-XML-TAG
           MOVE WS-ORD-IBAN TO WS-XML-VALUE
           PERFORM 3475-WRITE-XML-ACCOUNT
      *> The debtor agent is mandatory in the message even when
      *> ORDENANTE carries no BIC (see 3478).
           MOVE "DbtrAgt" TO WS-XML-TAG
           MOVE WS-ORD-BIC TO WS-XML-VALUE
           PERFORM 3478-WRITE-XML-AGENT
           MOVE "ChrgBr" TO WS-XML-TAG
           MOVE "SLEV" TO WS-XML-VALUE
           PERFORM 3470-WRITE-XML-ELEMENT.

       3435-WRITE-SEPA-TOTALS.
           MOVE "NbOfTxs" TO WS-XML-TAG
           MOVE WS-SEPA-TX-COUNT TO WS-XML-COUNT-EDITED
           MOVE 0 TO WS-XML-LEAD
           INSPECT WS-XML-COUNT-EDITED TALLYING WS-XML-LEAD
               FOR LEADING SPACES
           MOVE WS-XML-COUNT-EDITED(WS-XML-LEAD + 1:)
               TO WS-XML-VALUE
           PERFORM 3470-WRITE-XML-ELEMENT
           MOVE "CtrlSum" TO WS-XML-TAG
           MOVE WS-SEPA-CTRL-SUM TO WS-XML-AMOUNT
           PERFORM 3480-EDIT-XML-AMOUNT
           PERFORM 3470-WRITE-XML-ELEMENT.

       3440-WRITE-SEPA-CREDIT.
           MOVE 3 TO WS-XML-INDENT
           MOVE "CdtTrfTxInf" TO WS-XML-TAG
           PERFORM 3460-WRITE-XML-OPEN
           MOVE 4 TO WS-XML-INDENT
           MOVE "PmtId" TO WS-XML-TAG
           PERFORM 3460-WRITE-XML-OPEN
           MOVE 5 TO WS-XML-INDENT
           MOVE "EndToEndId" TO WS-XML-TAG
           IF BNK-END-TO-END-ID = SPACES
               MOVE "NOTPROVIDED" TO WS-XML-VALUE
           ELSE
               MOVE BNK-END-TO-END-ID TO WS-XML-VALUE
           END-IF
           PERFORM 3470-WRITE-XML-ELEMENT
           MOVE 4 TO WS-XML-INDENT
           MOVE "PmtId" TO WS-XML-TAG
           PERFORM 3465-WRITE-XML-CLOSE
           MOVE "Amt" TO WS-XML-TAG
           PERFORM 3460-WRITE-XML-OPEN
           MOVE 5 TO WS-XML-INDENT
           MOVE 'InstdAmt Ccy="EUR"' TO WS-XML-TAG
           MOVE BNK-NET-AMOUNT TO WS-XML-AMOUNT
           PERFORM 3480-EDIT-XML-AMOUNT
           PERFORM 3470-WRITE-XML-ELEMENT
           MOVE 4 TO WS-XML-INDENT
           MOVE "Amt" TO WS-XML-TAG
           PERFORM 3465-WRITE-XML-CLOSE
           IF BNK-ROUTING-NUMBER NOT = SPACES
               MOVE "CdtrAgt" TO WS-XML-TAG
               MOVE BNK-ROUTING-NUMBER TO WS-XML-VALUE
               PERFORM 3478-WRITE-XML-AGENT
           END-IF
           MOVE "Cdtr" TO WS-XML-TAG
           PERFORM 3460-WRITE-XML-OPEN
           MOVE 5 TO WS-XML-INDENT
           MOVE "Nm" TO WS-XML-TAG
           MOVE BNK-PAYEE-NAME TO WS-XML-VALUE
           PERFORM 3470-WRITE-XML-ELEMENT
           MOVE 4 TO WS-XML-INDENT
           MOVE "Cdtr" TO WS-XML-TAG
           PERFORM 3465-WRITE-XML-CLOSE
           MOVE "CdtrAcct" TO WS-XML-TAG
           MOVE BNK-ACCOUNT-NUMBER TO WS-XML-VALUE
           PERFORM 3475-WRITE-XML-ACCOUNT
           MOVE "RmtInf" TO WS-XML-TAG
           PERFORM 3460-WRITE-XML-OPEN
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
           PERFORM 3470-WRITE-XML-ELEMENT
           MOVE 4 TO WS-XML-INDENT
           MOVE "RmtInf" TO WS-XML-TAG
           PERFORM 3465-WRITE-XML-CLOSE
           MOVE 3 TO WS-XML-INDENT
           MOVE "CdtTrfTxInf" TO WS-XML-TAG
           PERFORM 3465-WRITE-XML-CLOSE.

       3450-WRITE-SEPA-TRAILER.
           MOVE 2 TO WS-XML-INDENT
           MOVE "PmtInf" TO WS-XML-TAG
           PERFORM 3465-WRITE-XML-CLOSE
           MOVE 1 TO WS-XML-INDENT
           MOVE "CstmrCdtTrfInitn" TO WS-XML-TAG
           PERFORM 3465-WRITE-XML-CLOSE
           MOVE 0 TO WS-XML-INDENT
           MOVE "Document" TO WS-XML-TAG
           PERFORM 3465-WRITE-XML-CLOSE.

       3460-WRITE-XML-OPEN.
           PERFORM 3490-MEASURE-XML-TAG
           MOVE SPACES TO SEPA-LINE
           COMPUTE WS-XML-POINTER = (WS-XML-INDENT * 2) + 1
           STRING "<" WS-XML-TAG(1:WS-XML-TAG-LENGTH) ">"
                  DELIMITED BY SIZE
               INTO SEPA-LINE WITH POINTER WS-XML-POINTER
           END-STRING
           WRITE SEPA-LINE.

       3465-WRITE-XML-CLOSE.
           PERFORM 3490-MEASURE-XML-TAG
           MOVE SPACES TO SEPA-LINE
           COMPUTE WS-XML-POINTER = (WS-XML-INDENT * 2) + 1
           STRING "</" WS-XML-TAG(1:WS-XML-NAME-LENGTH) ">"
                  DELIMITED BY SIZE
               INTO SEPA-LINE WITH POINTER WS-XML-POINTER
           END-STRING
           WRITE SEPA-LINE.

       3470-WRITE-XML-ELEMENT.
      *> The SEPA character set has no room for the XML specials;
      *> a name keyed with one gets the nearest harmless sign.
           PERFORM 3490-MEASURE-XML-TAG
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

       3475-WRITE-XML-ACCOUNT.
      *> <DbtrAcct>/<CdtrAcct> around Id/IBAN, at the indent in hand.
           PERFORM 3460-WRITE-XML-OPEN
           ADD 1 TO WS-XML-INDENT
           MOVE WS-XML-TAG TO WS-XML-OUTER-TAG
           MOVE "Id" TO WS-XML-TAG
           PERFORM 3460-WRITE-XML-OPEN
           ADD 1 TO WS-XML-INDENT
           MOVE "IBAN" TO WS-XML-TAG
           PERFORM 3470-WRITE-XML-ELEMENT
           SUBTRACT 1 FROM WS-XML-INDENT
           MOVE "Id" TO WS-XML-TAG
           PERFORM 3465-WRITE-XML-CLOSE
           SUBTRACT 1 FROM WS-XML-INDENT
           MOVE WS-XML-OUTER-TAG TO WS-XML-TAG
           PERFORM 3465-WRITE-XML-CLOSE.

       3478-WRITE-XML-AGENT.
      *> <DbtrAgt>/<CdtrAgt> around FinInstnId/BIC. With no BIC
      *> the agent is named as the scheme allows, Othr/Id
      *> NOTPROVIDED - the bank then routes by the IBAN.
           PERFORM 3460-WRITE-XML-OPEN
           ADD 1 TO WS-XML-INDENT
           MOVE WS-XML-TAG TO WS-XML-OUTER-TAG
           MOVE "FinInstnId" TO WS-XML-TAG
           PERFORM 3460-WRITE-XML-OPEN
           ADD 1 TO WS-XML-INDENT
           IF WS-XML-VALUE = SPACES
               MOVE "Othr" TO WS-XML-TAG
               PERFORM 3460-WRITE-XML-OPEN
               ADD 1 TO WS-XML-INDENT
               MOVE "Id" TO WS-XML-TAG
               MOVE "NOTPROVIDED" TO WS-XML-VALUE
               PERFORM 3470-WRITE-XML-ELEMENT
               SUBTRACT 1 FROM WS-XML-INDENT
               MOVE "Othr" TO WS-XML-TAG
               PERFORM 3465-WRITE-XML-CLOSE
           ELSE
               MOVE "BIC" TO WS-XML-TAG
               PERFORM 3470-WRITE-XML-ELEMENT
           END-IF
           SUBTRACT 1 FROM WS-XML-INDENT
           MOVE "FinInstnId" TO WS-XML-TAG
           PERFORM 3465-WRITE-XML-CLOSE
           SUBTRACT 1 FROM WS-XML-INDENT
           MOVE WS-XML-OUTER-TAG TO WS-XML-TAG
           PERFORM 3465-WRITE-XML-CLOSE.

       3480-EDIT-XML-AMOUNT.
      *> Decimal point, no thousands separator, no leading zeros.
           MOVE WS-XML-AMOUNT TO WS-XML-AMOUNT-EDITED
           MOVE 0 TO WS-XML-LEAD
           INSPECT WS-XML-AMOUNT-EDITED TALLYING WS-XML-LEAD
               FOR LEADING SPACES
           MOVE WS-XML-AMOUNT-EDITED(WS-XML-LEAD + 1:)
               TO WS-XML-VALUE.

       3490-MEASURE-XML-TAG.
           PERFORM VARYING WS-XML-TAG-LENGTH FROM 40 BY -1
                   UNTIL WS-XML-TAG-LENGTH = 1
                   OR WS-XML-TAG(WS-XML-TAG-LENGTH:1) NOT = SPACE
               CONTINUE
           END-PERFORM
           MOVE 0 TO WS-XML-NAME-LENGTH
           INSPECT WS-XML-TAG TALLYING WS-XML-NAME-LENGTH
               FOR CHARACTERS BEFORE INITIAL SPACE.

       3060-WRITE-DEPT-SUBTOTALS.
      *> One register line per department after the TOTALES line, so
      *> a supervisor can read their own area's labor cost without
      *> gross equals tax + deductions + net, summed over the run.
      *> The employer contributions post as their own debit/credit
      *> pairs - expense per department, liability company-wide -
      *> and balance independently of the wage legs. Earnings lines
      *> whose code has an account of its own come out of the wage
      *> debit and post to that account, so the department's debits
      *> still add up to its gross.
           OPEN OUTPUT GL-POSTING-FILE
           IF WS-GL-FILE-STATUS NOT = "00"
               DISPLAY "No se pudo abrir GL-POSTING-FILE, estado: "
           ELSE
               PERFORM VARYING WS-CC-SUB FROM 1 BY 1
                       UNTIL WS-CC-SUB > WS-CC-COUNT
                   MOVE 0 TO WS-EGL-SPLIT
                   PERFORM VARYING WS-EGL-SUB FROM 1 BY 1
                           UNTIL WS-EGL-SUB > WS-EARN-GL-COUNT
                       IF WS-EGL-CC(WS-EGL-SUB) = WS-CC-CODE(WS-CC-SUB)
                           ADD WS-EGL-AMOUNT(WS-EGL-SUB)
                               TO WS-EGL-SPLIT
                       END-IF
                   END-PERFORM
                   IF WS-CC-GROSS(WS-CC-SUB) - WS-EGL-SPLIT NOT = 0
                       MOVE "D" TO WS-GL-DRCR-WORK
      *> The department's wage-expense account comes from the
      *> reference master; a code not there (possible only when a
                       END-IF
                       MOVE WS-CC-CODE(WS-CC-SUB)
                           TO WS-GL-CC-WORK
                       EVALUATE TRUE
                           WHEN OFF-CYCLE-RUN
                               MOVE "Pagas extra y primas"
                                   TO WS-GL-DESC-WORK
                           WHEN SETTLEMENT-RUN
                               MOVE "Finiquitos"
                                   TO WS-GL-DESC-WORK
                           WHEN OTHER
                               MOVE "Sueldos y salarios"
                                   TO WS-GL-DESC-WORK
                       END-EVALUATE
                       COMPUTE WS-GL-AMOUNT-WORK =
                           WS-CC-GROSS(WS-CC-SUB) - WS-EGL-SPLIT
                       PERFORM 3055-WRITE-GL-LINE
                   END-IF
                   PERFORM VARYING WS-EGL-SUB FROM 1 BY 1
                           UNTIL WS-EGL-SUB > WS-EARN-GL-COUNT
                       IF WS-EGL-CC(WS-EGL-SUB) = WS-CC-CODE(WS-CC-SUB)
                               AND WS-EGL-AMOUNT(WS-EGL-SUB) NOT = 0
                           MOVE "D" TO WS-GL-DRCR-WORK
                           MOVE WS-EGL-ACCOUNT(WS-EGL-SUB)
                               TO WS-GL-ACCOUNT-WORK
                           MOVE WS-CC-CODE(WS-CC-SUB)
                               TO WS-GL-CC-WORK
                           MOVE WS-EGL-DESC(WS-EGL-SUB)
                               TO WS-GL-DESC-WORK
                           MOVE WS-EGL-AMOUNT(WS-EGL-SUB)
                               TO WS-GL-AMOUNT-WORK
                           PERFORM 3055-WRITE-GL-LINE
                       END-IF
                   END-PERFORM
                   IF WS-CC-ER-SS(WS-CC-SUB) NOT = 0
                       MOVE "D" TO WS-GL-DRCR-WORK
                       MOVE "6420" TO WS-GL-ACCOUNT-WORK
           MOVE WS-GL-DESC-WORK    TO GL-DESC
           MOVE WS-GL-AMOUNT-WORK  TO GL-AMOUNT
           MOVE WS-PAY-PERIOD-ID   TO GL-PERIOD-ID
           MOVE WS-PAY-GROUP       TO GL-PAY-GROUP
           WRITE GL-POSTING-LINE.

       3200-CLEAR-CHECKPOINT.
