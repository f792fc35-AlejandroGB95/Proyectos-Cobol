      *> ANUL for the reversal leg of an adjustment (negative
      *> amounts) and REEM for the reissue leg; for the adjustment
      *> types AUD-ORIG-DATE names the pay date being corrected.
      *> EXTR is an off-cycle payment (paga extra, bonus,
      *> commission), posted under its own off-cycle period id.
      *> AUD-OTHER-DED carries the employee's voluntary elections
      *> and AUD-GARNISH the garnishment withheld, so the court and
      *> the employee can both trace what came out.
      *> otherwise.
           05  FILLER              PIC X(2).
           05  AUD-ORIG-TYPE       PIC X(4).
      *> Pay group of the run (see PAYGRP). Ordinals and period
      *> ids restart per group, so whoever reads the log back by
      *> (period, ordinal) must first keep to one group's lines.
      *> BankReturns' DEVO stamps carry the group of the return
      *> being worked. Blank only on lines from before pay groups
      *> existed (weekly group "SEM").
           05  FILLER              PIC X(2).
           05  AUD-PAY-GROUP       PIC X(3).
