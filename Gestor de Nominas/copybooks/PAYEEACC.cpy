      *> Paid-account register - one line per (employee, account,
      *> routing number) the pay run has ever credited, with the
      *> day and period of that first credit. PayrollManager
      *> appends a line the first time it pays an employee into an
      *> account not yet listed here, and puts the payment on the
      *> run's call-back list (VERIFICAR.PRT) so someone phones the
      *> employee on a known number before the bank file is sent.
      *> Shared by every pay group.
       01  PAYEE-ACCOUNT-RECORD.
           05  PAC-EMP-ID          PIC X(6).
           05  FILLER              PIC X(2).
           05  PAC-ACCOUNT-NUMBER  PIC X(34).
           05  FILLER              PIC X(2).
           05  PAC-ROUTING-NUMBER  PIC X(11).
           05  FILLER              PIC X(2).
           05  PAC-FIRST-PAID-DATE PIC 9(8).
           05  FILLER              PIC X(2).
           05  PAC-PERIOD-ID       PIC 9(6).
           05  FILLER              PIC X(2).
           05  PAC-PAY-GROUP       PIC X(3).
