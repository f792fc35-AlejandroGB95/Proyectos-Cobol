      *> Transfer recall list (RECALL.DAT) - one line per transfer
      *> payment voided by an adjustment in the run. A SEPA credit
      *> cannot be debited back by the payer the way the old bank
      *> file backed out a voided deposit, so the void leg lands
      *> here instead and the treasury clerk asks the bank to
      *> recall the original credit from the beneficiary's bank:
      *> who, how much and the pay date of the payment being
      *> recalled. RCL-END-TO-END-ID and RCL-PERIOD-ID are the
      *> original credit's - its "P" line in the payment history
      *> (see PAYHIST) gives the period, type and record ordinal
      *> its id was built from - since the bank only knows the
      *> credit by that id; "PAGO ORIGINAL NO LOCALIZADO" and
      *> period zero when the history has no such payment. The
      *> history keeps no account, so RCL-ACCOUNT-NUMBER and
      *> RCL-ROUTING-NUMBER are the employee's account at the time
      *> of the void, and RCL-ACCOUNT-SOURCE says so ("CUENTA
      *> ACTUAL") - not necessarily the one the credit went to.
      *> PayReconcile counts these lines as the run's outgoing
      *> movement coming back, as it did the debits.
       01  RECALL-LIST-LINE.
           05  RCL-EMP-ID          PIC X(6).
           05  FILLER              PIC X(2).
           05  RCL-EMP-NAME        PIC A(30).
           05  FILLER              PIC X(2).
           05  RCL-ACCOUNT-NUMBER  PIC X(34).
           05  FILLER              PIC X(2).
           05  RCL-ROUTING-NUMBER  PIC X(11).
           05  FILLER              PIC X(2).
           05  RCL-AMOUNT          PIC ZZZ,ZZ9.99.
           05  FILLER              PIC X(2).
           05  RCL-ORIG-PAY-DATE   PIC 9999/99/99.
           05  FILLER              PIC X(2).
           05  RCL-PERIOD-ID       PIC 9(6).
           05  FILLER              PIC X(2).
           05  RCL-END-TO-END-ID   PIC X(35).
           05  FILLER              PIC X(2).
           05  RCL-PAY-GROUP       PIC X(3).
           05  FILLER              PIC X(2).
           05  RCL-ACCOUNT-SOURCE  PIC X(14).
