      *> Unrecoverable garnishment arrears - one line per court
      *> order that still had arrears owing when an employee's
      *> finiquito was paid (the settlement run of PayrollManager,
      *> ARREARS-FIN.PRT). The finiquito is the last payment the
      *> company will ever make to the employee, so what it could
      *> not take under the protected minimum can never be withheld
      *> later: the balance is cleared from the arrears master and
      *> this list is what the payroll clerk sends the court (payee
      *> and case reference as on the election, see DEDELEC) so it
      *> can pursue the debtor directly.
       01  ARREARS-LIST-LINE.
           05  ARL-EMP-ID          PIC X(6).
           05  FILLER              PIC X(2).
           05  ARL-EMP-NAME        PIC A(30).
           05  FILLER              PIC X(2).
           05  ARL-TERM-DATE       PIC 9999/99/99.
           05  FILLER              PIC X(2).
           05  ARL-PERIOD-ID       PIC 9(6).
           05  FILLER              PIC X(2).
           05  ARL-PRIORITY        PIC 9(2).
           05  FILLER              PIC X(2).
           05  ARL-ORDER-DESC      PIC X(20).
           05  FILLER              PIC X(2).
           05  ARL-PAYEE-NAME      PIC X(30).
           05  FILLER              PIC X(2).
           05  ARL-PAYEE-REF       PIC X(20).
           05  FILLER              PIC X(2).
           05  ARL-AMOUNT          PIC ZZZ,ZZ9.99.
