      *> Held-payment master - one line per money item a supervisor
      *> pulled out of a run at the pre-release review (PayReview):
      *> a transfer credit taken out of the run's bank file, or a
      *> printed check voided in its check register. The item stays
      *> "R" (retenido) until a later review releases it, when it
      *> turns "L" (liberado) and goes out again in the releasing
      *> run - as a credit to the account the standing master holds
      *> by then, or as a newly numbered check, whichever way the
      *> employee is paid at that moment. Shared by every pay group
      *> and rewritten whole by each review; PayReconcile reads it
      *> back to explain why a run's bank and check movement falls
      *> short of (held) or exceeds (released) its register net.
      *> PHL-PERIOD-ID is the period the payment belongs to and was
      *> held from; PHL-RELEASE-PERIOD the period of the run that
      *> paid it out again. PHL-CHECK-NUMBER is the voided check
      *> (zero for a transfer), PHL-RELEASE-CHECK the check that
      *> replaced it (zero when released by transfer).
      *> PHL-END-TO-END-ID is the id the held credit carried (see
      *> BANKREC); the release pays it out again under the same id,
      *> so the payment keeps one name from run to run.
       01  PAY-HOLD-RECORD.
           05  PHL-STATUS          PIC X(1).
               88  PHL-HELD            VALUE "R".
               88  PHL-RELEASED        VALUE "L".
           05  FILLER              PIC X(2).
           05  PHL-EMP-ID          PIC X(6).
           05  FILLER              PIC X(2).
           05  PHL-EMP-NAME        PIC A(30).
           05  FILLER              PIC X(2).
           05  PHL-PAY-GROUP       PIC X(3).
           05  FILLER              PIC X(2).
           05  PHL-PERIOD-ID       PIC 9(6).
           05  FILLER              PIC X(2).
           05  PHL-METHOD          PIC X(1).
               88  PHL-BY-TRANSFER     VALUE "T".
               88  PHL-BY-CHECK        VALUE "C".
           05  FILLER              PIC X(2).
           05  PHL-ACCOUNT-NUMBER  PIC X(34).
           05  FILLER              PIC X(2).
           05  PHL-ROUTING-NUMBER  PIC X(11).
           05  FILLER              PIC X(2).
           05  PHL-CHECK-NUMBER    PIC 9(6).
           05  FILLER              PIC X(2).
           05  PHL-AMOUNT          PIC 9(8)V99.
           05  FILLER              PIC X(2).
           05  PHL-HOLD-DATE       PIC 9(8).
           05  FILLER              PIC X(2).
           05  PHL-HOLD-OPERATOR   PIC X(20).
           05  FILLER              PIC X(2).
           05  PHL-REASON          PIC X(30).
           05  FILLER              PIC X(2).
           05  PHL-RELEASE-DATE    PIC 9(8).
           05  FILLER              PIC X(2).
           05  PHL-RELEASE-PERIOD  PIC 9(6).
           05  FILLER              PIC X(2).
           05  PHL-RELEASE-OPERATOR PIC X(20).
           05  FILLER              PIC X(2).
           05  PHL-RELEASE-CHECK   PIC 9(6).
           05  FILLER              PIC X(2).
           05  PHL-END-TO-END-ID   PIC X(35).
