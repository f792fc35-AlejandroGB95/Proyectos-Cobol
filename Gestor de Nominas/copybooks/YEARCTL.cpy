      *> PayrollManager refuses a January pay run until the prior
      *> year appears here, so YTD totals can never roll silently
      *> across a year boundary.
      *> The payment history (see PAYHIST) keeps each closed year
      *> in its own archive; CTL-FIRST-HISTORY-YEAR is the oldest
      *> ejercicio it holds, so a reader wanting every year knows
      *> where to start. Blank until the history is first
      *> converted or archived - nothing older than the open
      *> years, then.
       01  YEAR-CONTROL-RECORD.
           05  CTL-LAST-CLOSED-YEAR PIC 9(4).
           05  FILLER               PIC X(2).
           05  CTL-CLOSE-DATE       PIC 9(8).
           05  FILLER               PIC X(2).
           05  CTL-FIRST-HISTORY-YEAR PIC 9(4).
