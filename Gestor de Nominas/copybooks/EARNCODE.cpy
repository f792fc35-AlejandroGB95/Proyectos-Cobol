      *> Earnings-code master - one line per kind of pay that rides
      *> on top of the ordinary time of the weekly record (night
      *> shift, a worked public holiday, an on-call weekend ...),
      *> maintained by the payroll supervisor. The weekly input
      *> carries them as "L" lines under the employee's detail
      *> record (see EMPLOYEE-EARNINGS-RECORD in EMPREC), so the
      *> premium is no longer worked out by hand and folded into
      *> the hours.
      *>
      *> ERN-METHOD says how a line is priced: "M" pays its units
      *> as hours worked under the code - on top of, never inside,
      *> the record's own EMP-HOURS - at the employee's hourly
      *> value times ERN-MULTIPLIER (1.25 for a night hour), and
      *> "F" pays its units as occurrences at ERN-FLAT-AMOUNT each
      *> (a euro amount per on-call day, whatever the employee's
      *> rate). The flags are
      *> "S" / "N": ERN-TAXABLE-FLAG "N" keeps the line out of the
      *> withholding base (dietas and similar), ERN-OVERTIME-FLAG
      *> "S" makes the line's hours count toward the period's
      *> regular hours before overtime starts, ERN-LEAVE-FLAG "S"
      *> lets a period paid only through the line earn leave.
      *> ERN-GL-ACCOUNT is the expense account the line debits in
      *> every cost center; blank leaves it in the department's
      *> wage account (see CCREF).
       01  EARNINGS-CODE-RECORD.
           05  ERN-CODE            PIC X(4).
           05  FILLER              PIC X(2).
           05  ERN-DESC            PIC X(20).
           05  FILLER              PIC X(2).
           05  ERN-METHOD          PIC X(1).
               88  ERN-METHOD-MULTIPLIER VALUE "M".
               88  ERN-METHOD-FLAT       VALUE "F".
           05  FILLER              PIC X(2).
           05  ERN-MULTIPLIER      PIC 9V99.
           05  FILLER              PIC X(2).
           05  ERN-FLAT-AMOUNT     PIC 9(4)V99.
           05  FILLER              PIC X(2).
           05  ERN-TAXABLE-FLAG    PIC X(1).
           05  ERN-OVERTIME-FLAG   PIC X(1).
           05  ERN-LEAVE-FLAG      PIC X(1).
           05  FILLER              PIC X(2).
           05  ERN-GL-ACCOUNT      PIC X(4).
