      *> Pay-group master - one line per pay group, maintained by
      *> the payroll supervisor. A pay group is a population paid
      *> together on its own cycle (the weekly hourly plant, the
      *> monthly salaried office): each has its own calendar, input
      *> file, batch control and checkpoint, and the run parameter
      *> NOMINA_GRUPO names the group a run pays. The default group
      *> "SEM" keeps the historical file names (PAYCAL.DAT,
      *> EMPLOYEE.DAT ...); any other group's files carry its code
      *> before the extension (PAYCAL-MEN.DAT, EMPLOYEE-MEN.DAT ...).
      *> The period-length figures replace what used to be fixed in
      *> the pay run for the weekly cycle: the working days a
      *> salaried employee's period salary is prorated over, the
      *> most days and hours one period may carry, and the regular
      *> hours past which overtime starts. PGR-PERIODS-YEAR scales
      *> the rate master, whose brackets, standard health amount
      *> and leave accruals are expressed per weekly period.
       01  PAY-GROUP-RECORD.
           05  PGR-CODE            PIC X(3).
           05  FILLER              PIC X(2).
           05  PGR-NAME            PIC X(30).
           05  PGR-FREQUENCY       PIC X(1).
               88  PGR-WEEKLY          VALUE "S".
               88  PGR-BIWEEKLY        VALUE "Q".
               88  PGR-MONTHLY         VALUE "M".
           05  FILLER              PIC X(2).
           05  PGR-WORK-DAYS       PIC 9(2).
           05  FILLER              PIC X(2).
           05  PGR-MAX-DAYS        PIC 9(2).
           05  FILLER              PIC X(2).
           05  PGR-REGULAR-HOURS   PIC 9(3).
           05  FILLER              PIC X(2).
           05  PGR-MAX-HOURS       PIC 9(3).
           05  FILLER              PIC X(2).
           05  PGR-PERIODS-YEAR    PIC 9(2).
