           05  STD-RATE            PIC 9(4)V99.
           05  STD-PERIOD-SALARY   PIC 9(6)V99.
           05  STD-RATE-EFF-DATE   PIC 9(8).
      *> Bank details as the SEPA transfer needs them: the IBAN of
      *> the employee's account, left-justified with no spaces, and
      *> the BIC of the bank (8 or 11 characters, may be left blank
      *> - inside the SEPA area the bank finds it from the IBAN).
      *> EmployeeMaint refuses an IBAN whose check digits fail.
           05  STD-ACCOUNT-NUMBER  PIC X(34).
           05  STD-ROUTING-NUMBER  PIC X(11).
      *> Cost center / department the employee's labor cost posts
      *> to - standing data like the rate, so it is maintained here
      *> rather than keyed on every weekly input record.
           05  STD-PAY-METHOD      PIC X(1).
               88  STD-METHOD-TRANSFER VALUE "T", " ".
               88  STD-METHOD-CHECK    VALUE "C".
      *> Pay group the employee is paid with (see PAYGRP) - the
      *> run of any other group rejects the employee's records.
      *> Records written before pay groups existed read back as
      *> blank, which counts as the weekly group "SEM".
           05  STD-PAY-GROUP       PIC X(3).
