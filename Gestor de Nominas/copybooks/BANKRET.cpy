      *> Return line in the file the bank sends back after a SEPA
      *> transfer run: one line per credit the beneficiary's bank
      *> bounced (closed account, IBAN unknown, account blocked...).
      *> The bank hands back the end-to-end id the credit went out
      *> with (see BANKREC), which names the employee, period and
      *> posting, so BankReturns matches the return to the run's
      *> credit on that id alone; the IBAN and amount are carried
      *> for the worklist and as a check. RTN-REASON-CODE is the
      *> SEPA reason code (AC01, AC04, MD07 ...) and
      *> RTN-REASON-DESC the bank's text, both carried through to
      *> the worklist untouched.
       01  BANK-RETURN-RECORD.
           05  RTN-END-TO-END-ID   PIC X(35).
           05  RTN-ACCOUNT-NUMBER  PIC X(34).
           05  RTN-AMOUNT          PIC 9(8)V99.
           05  RTN-REASON-CODE     PIC X(4).
           05  RTN-REASON-DESC     PIC X(30).
