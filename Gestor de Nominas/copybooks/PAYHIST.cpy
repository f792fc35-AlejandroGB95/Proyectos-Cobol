      *> Per-posting payment history master, written by the pay
      *> run - the full breakdown EMPMAST's three lifetime totals
      *> cannot give when a court, an auditor or an employee asks
      *> what exactly was withheld from each payment. Three record
      *> types share the file, distinguished by PHS-REC-TYPE:
      *>
      *> "P" - one line per posting (PAGO/ANUL/REEM/VACA/ENFE, and
      *>       RETR for a retroactive rate-difference leg, EXTR for
      *>       an off-cycle paga extra, bonus or commission) with
      *>       the statutory breakdown, signed because adjustment
      *>       legs post negatives. PHS-RATE and the time fields
      *>       record what the leg was paid from (rate zero for
      *>       salaried; no hours or days on an EXTR line, which
      *>       pays money rather than time),
      *>       PHS-ORIG-DATE the pay date an adjustment or retro
      *>       leg corrects (zero otherwise), PHS-RECORD-ORDINAL
      *>       the input position, numbered like the checkpoint.
      *> "D" - one line per earnings code paid on that posting
      *>       (see EARNCODE) with its units and amount - part of
      *>       PHS-GROSS, not on top of it; signed like the "P"
      *>       line because a void leg backs the premiums out too.
      *> "E" - one line per deduction election actually applied to
      *>       that posting (voluntary "V" or garnishment "G"),
      *>       named by its description - what AUD-OTHER-DED and
      *>       AUD-GARNISH fold into single figures.
      *>
      *> The file is indexed. The record key is the employee, the
      *> pay date, the posting number - one more than the highest
      *> the employee already has on that date, so two postings of
      *> one day (a detail and a paid-leave record, two RETR legs)
      *> never collide - and the line number within the posting:
      *> zero for the "P" line, then its "D" lines and its "E"
      *> lines from one up in the order written. A statement reads
      *> one employee in pay-date order by starting on the key; the
      *> period id is an alternate key with duplicates, so a
      *> remittance or an accrual reads only its period's lines.
      *>
      *> The history is partitioned by the year of the pay date.
      *> The open ejercicios share the active data/PAYHIST.DAT;
      *> YtdReporter's CIERRE moves a closed year's lines out to
      *> data/PAYHIST-AAAA.DAT, same layout and keys, where
      *> statements and certificates still find them. A year is
      *> in its archive once YEARCTL counts it closed.
      *> PAY-HISTORY-RECORD is the view every line shares - the
      *> keys, the record type and the type's own fields as one
      *> block - for the programs that move lines between
      *> partitions without looking inside them. Every line is
      *> padded to the posting line's length.
       01  PAY-HISTORY-RECORD.
           05  PHR-KEY.
               10  PHR-EMP-ID      PIC X(6).
               10  PHR-PAY-DATE    PIC 9(8).
               10  PHR-POSTING-NO  PIC 9(3).
               10  PHR-LINE-NO     PIC 9(3).
           05  FILLER              PIC X(2).
           05  PHR-PERIOD-ID       PIC 9(6).
           05  FILLER              PIC X(2).
           05  PHR-REC-TYPE        PIC X(1).
           05  FILLER              PIC X(2).
           05  PHR-DETAIL          PIC X(130).

       01  PAY-HISTORY-LINE.
           05  PHS-EMP-ID          PIC X(6).
           05  PHS-PAY-DATE        PIC 9(8).
           05  PHS-POSTING-NO      PIC 9(3).
           05  PHS-LINE-NO         PIC 9(3).
           05  FILLER              PIC X(2).
           05  PHS-PERIOD-ID       PIC 9(6).
           05  FILLER              PIC X(2).
           05  PHS-REC-TYPE        PIC X(1).
               88  PHS-POSTING         VALUE "P".
           05  FILLER              PIC X(2).
           05  PHS-TYPE            PIC X(4).
           05  FILLER              PIC X(2).
           05  PHS-GROSS           PIC S9(6)V99.
      *> the field existed, which then cover by date alone).
           05  FILLER              PIC X(2).
           05  PHS-ORIG-TYPE       PIC X(4).
      *> Pay group of the run (see PAYGRP); blank on lines from
      *> before pay groups existed, which belong to "SEM".
           05  FILLER              PIC X(2).
           05  PHS-PAY-GROUP       PIC X(3).

       01  PAY-HISTORY-ELECTION-LINE.
           05  PHE-EMP-ID          PIC X(6).
           05  PHE-PAY-DATE        PIC 9(8).
           05  PHE-POSTING-NO      PIC 9(3).
           05  PHE-LINE-NO         PIC 9(3).
           05  FILLER              PIC X(2).
           05  PHE-PERIOD-ID       PIC 9(6).
           05  FILLER              PIC X(2).
           05  PHE-REC-TYPE        PIC X(1).
               88  PHE-ELECTION        VALUE "E".
           05  FILLER              PIC X(2).
           05  PHE-CLASS           PIC X(1).
           05  FILLER              PIC X(2).
           05  PHE-DESC            PIC X(20).
           05  FILLER              PIC X(2).
           05  PHE-AMOUNT          PIC S9(6)V99.
           05  FILLER              PIC X(2).
           05  PHE-PAY-GROUP       PIC X(3).
           05  FILLER              PIC X(92).

       01  PAY-HISTORY-EARNINGS-LINE.
           05  PHD-EMP-ID          PIC X(6).
           05  PHD-PAY-DATE        PIC 9(8).
           05  PHD-POSTING-NO      PIC 9(3).
           05  PHD-LINE-NO         PIC 9(3).
           05  FILLER              PIC X(2).
           05  PHD-PERIOD-ID       PIC 9(6).
           05  FILLER              PIC X(2).
           05  PHD-REC-TYPE        PIC X(1).
               88  PHD-EARNINGS        VALUE "D".
           05  FILLER              PIC X(2).
           05  PHD-TYPE            PIC X(4).
           05  FILLER              PIC X(2).
           05  PHD-CODE            PIC X(4).
           05  FILLER              PIC X(2).
           05  PHD-DESC            PIC X(20).
           05  FILLER              PIC X(2).
           05  PHD-UNITS           PIC 9(3).
           05  FILLER              PIC X(2).
           05  PHD-AMOUNT          PIC S9(6)V99.
           05  FILLER              PIC X(2).
           05  PHD-PAY-GROUP       PIC X(3).
           05  FILLER              PIC X(78).
