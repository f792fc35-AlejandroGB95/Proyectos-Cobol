      *> Payroll register print line - used for the header, detail and
      *> totals lines written to WS-PRINT-FILE-PATH. Sized to the
      *> widest record moved into it (the detail line, 168 bytes
      *> with the rate-set date on the end; the totals line is 164,
      *> its amount columns widened to hold an aggregate across the
      *> whole payroll). The
      *> amount columns carry a trailing sign position because
      *> adjustment (ANULACION) lines post negatives; Otras Ded. is
      *> the employee's voluntary elections and Embargo the
      *> garnishment withheld.
       01  PRINT-LINE                  PIC X(168).

      *> Re-reads a detail line already on disk so a resumed run can
      *> fold the pre-crash portion of the register back into the
      *> summary lines and on registers from before the calendar.
           05  FILLER                  PIC X(2).
           05  PRL-PERIOD              PIC 9(6).
      *> Effective date of the rate set (see RATEPARM) the line was
      *> computed under - blanks on registers from before the rate
      *> master, which a resume then re-derives at the period's set.
           05  FILLER                  PIC X(2).
           05  PRL-RATE-DATE           PIC 9(8).

      *> Re-reads the TOTALES line the same way, so the end-of-run
      *> reconciliation can prove the detail lines re-foot to the
           05  PRT-GARNISH             PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(2).
           05  PRT-NET                 PIC ZZZ,ZZZ,ZZ9.99-.

      *> Earnings line - printed under a detail line for each
      *> earnings code (see EARNCODE) the posting paid, flagged by
      *> the "  + " in front. Its amount is already inside the
      *> detail line's gross, so nothing foots it into the totals;
      *> it is there for the supervisor and so a resumed run can
      *> rebuild the per-code GL split from disk.
       01  PRINT-LINE-EARNINGS REDEFINES PRINT-LINE.
           05  PRE-MARKER              PIC X(4).
               88  PRE-EARNINGS-LINE       VALUE "  + ".
           05  PRE-CODE                PIC X(4).
           05  FILLER                  PIC X(2).
           05  PRE-DESC                PIC X(20).
           05  PRE-AMOUNT              PIC ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(2).
           05  PRE-COST-CENTER         PIC X(4).
           05  FILLER                  PIC X(2).
           05  PRE-ACCOUNT             PIC X(4).
