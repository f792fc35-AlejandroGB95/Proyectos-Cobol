      *> One line per posting, appended between full EMPLOYEE-MASTER
      *> snapshots so a crash mid-interval does not strand that
      *> posting's YTD contribution in memory only. DLT-TYPE mirrors
      *> the audit-log type (PAGO/ANUL/REEM/EXTR ...) so a resume
      *> can tell which leg of an adjustment was already folded in;
      *> the amounts are signed because an ANUL leg posts negatives.
      *> DLT-RECORD-ORDINAL is the input-record position the posting
      *> came from (same numbering as the checkpoint), so a resume
      *> can match the in-flight record by (ordinal, type) - an id
