      *> Review decision keyed by the payroll supervisor after reading
      *> the pre-release review report, one per line, applied in file
      *> order by PayReview against the run named by NOMINA_GRUPO /
      *> NOMINA_EXTRA / NOMINA_FINIQUITO. "R" (retener) pulls every
      *> credit or check the employee has in the run under review;
      *> "L" (liberar) pays out every payment of the employee still
      *> held in the pay group, from whatever period it was held.
      *> The reason is free text for the audit trail (blank is
      *> accepted on a release).
       01  REVIEW-DECISION.
           05  RVD-ACTION          PIC X(1).
               88  RVD-HOLD            VALUE "R".
               88  RVD-RELEASE         VALUE "L".
           05  RVD-EMP-ID          PIC X(6).
           05  RVD-REASON          PIC X(30).
