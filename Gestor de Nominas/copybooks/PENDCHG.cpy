      *> Pending standing-master change - one line per cambio to a
      *> sensitive field (rate, period salary, account number,
      *> routing number) keyed in EmployeeMaint. Such a cambio no
      *> longer touches EMPSTAND.DAT when it is keyed: it waits
      *> here as "P" (pendiente) until an EmployeeMaint run by a
      *> different operator approves it ("V", visto bueno - only
      *> then applied to the master and written to the change log)
      *> or rejects it ("R"). Maintained and rewritten whole by
      *> EmployeeMaint; PayrollManager reads it to warn when it
      *> pays someone with a change still waiting. The ANTES
      *> figures are the master as it stood when the change was
      *> keyed; a DESPUES figure of zero or blank was not keyed and
      *> leaves the field as is. PND-NEW-EFF-DATE zero takes the
      *> approval date as the new rate's effective date. Account
      *> and routing are the IBAN and BIC (see STANDMST).
       01  PENDING-CHANGE-RECORD.
           05  PND-NUMBER          PIC 9(6).
           05  FILLER              PIC X(2).
           05  PND-STATUS          PIC X(1).
               88  PND-PENDING         VALUE "P".
               88  PND-APPROVED        VALUE "V".
               88  PND-REJECTED        VALUE "R".
           05  FILLER              PIC X(2).
           05  PND-EMP-ID          PIC X(6).
           05  FILLER              PIC X(2).
           05  PND-EMP-NAME        PIC A(30).
           05  FILLER              PIC X(2).
           05  PND-KEYED-DATE      PIC 9(8).
           05  FILLER              PIC X(2).
           05  PND-KEYED-TIME      PIC 9(6).
           05  FILLER              PIC X(2).
           05  PND-KEYED-BY        PIC X(20).
           05  FILLER              PIC X(2).
           05  PND-OLD-RATE        PIC 9(4)V99.
           05  FILLER              PIC X(2).
           05  PND-NEW-RATE        PIC 9(4)V99.
           05  FILLER              PIC X(2).
           05  PND-OLD-SALARY      PIC 9(6)V99.
           05  FILLER              PIC X(2).
           05  PND-NEW-SALARY      PIC 9(6)V99.
           05  FILLER              PIC X(2).
           05  PND-NEW-EFF-DATE    PIC 9(8).
           05  FILLER              PIC X(2).
           05  PND-OLD-ACCOUNT     PIC X(34).
           05  FILLER              PIC X(2).
           05  PND-NEW-ACCOUNT     PIC X(34).
           05  FILLER              PIC X(2).
           05  PND-OLD-ROUTING     PIC X(11).
           05  FILLER              PIC X(2).
           05  PND-NEW-ROUTING     PIC X(11).
           05  FILLER              PIC X(2).
           05  PND-DECIDED-DATE    PIC 9(8).
           05  FILLER              PIC X(2).
           05  PND-DECIDED-TIME    PIC 9(6).
           05  FILLER              PIC X(2).
           05  PND-DECIDED-BY      PIC X(20).
