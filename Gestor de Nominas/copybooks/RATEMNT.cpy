      *> Maintenance transaction against the statutory rate master
      *> (see RATEPARM), one per line, applied in file order by
      *> RateMaint. RMT-RATE-SET is laid out byte for byte like a
      *> RATEPARM line, so a transaction carries the complete set:
      *> alta ("A") adds a set for a new effective date, cambio
      *> ("C") replaces the set of an existing date, baja ("B")
      *> removes one and needs the date only. Only sets not yet in
      *> force may be changed or removed - a set already used to
      *> pay someone is history the voids still recompute from.
       01  RATE-MAINT-TRANSACTION.
           05  RMT-ACTION          PIC X(1).
               88  RMT-ADD             VALUE "A".
               88  RMT-CHANGE          VALUE "C".
               88  RMT-DELETE          VALUE "B".
           05  FILLER              PIC X(1).
           05  RMT-RATE-SET.
               10  RMT-EFF-DATE        PIC 9(8).
               10  FILLER              PIC X(2).
               10  RMT-BRACKET OCCURS 6 TIMES.
                   15  RMT-BRK-MIN     PIC 9(8)V99.
                   15  RMT-BRK-MAX     PIC 9(8)V99.
                   15  RMT-BRK-BASE    PIC 9(8)V99.
                   15  RMT-BRK-RATE    PIC V999.
                   15  FILLER          PIC X(1).
               10  FILLER              PIC X(1).
               10  RMT-SS-RATE         PIC V999.
               10  FILLER              PIC X(1).
               10  RMT-HEALTH-STD      PIC 9(6)V99.
               10  FILLER              PIC X(1).
               10  RMT-PENSION-RATE    PIC V999.
               10  FILLER              PIC X(1).
               10  RMT-ER-SS-RATE      PIC V999.
               10  FILLER              PIC X(1).
               10  RMT-ER-PENSION-RATE PIC V999.
               10  FILLER              PIC X(1).
               10  RMT-OVERTIME-FACTOR PIC 9V99.
               10  FILLER              PIC X(1).
               10  RMT-VAC-ACCRUAL     PIC 9V99.
               10  FILLER              PIC X(1).
               10  RMT-SICK-ACCRUAL    PIC 9V99.
