      *> Transfer ledger line - one per credit the run pays by bank
      *> transfer (normal payment, reissue, retro leg, released
      *> hold, payee remittance). The ledger itself no longer goes
      *> to the bank: once the run is complete its credits are
      *> written out as the SEPA credit-transfer message (see
      *> ORDACCT), each under its own end-to-end id, and that
      *> message is what is sent. A voided transfer is no longer a
      *> debit here - a SEPA transfer cannot be pulled back by the
      *> payer - but a line on the run's recall list (see RECALLST)
      *> for the bank to ask the beneficiary's bank for the money
      *> back. BNK-NET-AMOUNT always carries the magnitude.
       01  BANK-TRANSFER-LINE.
           05  BNK-TRANS-TYPE      PIC X(1).
               88  BNK-CREDIT          VALUE "C".
      *> IBAN and BIC of the account credited (see STANDMST).
           05  BNK-ACCOUNT-NUMBER  PIC X(34).
           05  BNK-ROUTING-NUMBER  PIC X(11).
           05  BNK-NET-AMOUNT      PIC 9(8)V99.
      *> Pay group of the run that produced the line (see PAYGRP).
           05  FILLER              PIC X(2).
           05  BNK-PAY-GROUP       PIC X(3).
      *> The end-to-end id travels with the money to the
      *> beneficiary's bank and comes back on any return, so it
      *> names the posting that paid it: employee, period, posting
      *> type and the posting's record ordinal, e.g.
      *> E001-202636-PAGO-000012 (a retro leg adds the pay date and
      *> the type initial of the payment it tops up). BNK-EMP-ID is
      *> the employee paid, or the payee's sequence in the
      *> remittance; BNK-PAYEE-NAME the name the credit carries.
           05  FILLER              PIC X(2).
           05  BNK-END-TO-END-ID   PIC X(35).
           05  FILLER              PIC X(2).
           05  BNK-EMP-ID          PIC X(6).
           05  FILLER              PIC X(2).
           05  BNK-PERIOD-ID       PIC 9(6).
           05  FILLER              PIC X(2).
           05  BNK-PAYEE-NAME      PIC X(30).
