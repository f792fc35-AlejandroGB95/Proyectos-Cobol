      *> left blank (taken as zero) only for an employee with no
      *> election records; otherwise the adjustment is rejected
      *> rather than debiting money the employee never received.
      *>
      *> "X" is an off-cycle payment - a paga extraordinaria, a
      *> bonus or a commission - and is only accepted by an
      *> off-cycle run (NOMINA_EXTRA=S), which reads its own input
      *> file (EMPLOYEE-EXT.DAT) and never mixes with the period's
      *> time records. Its layout is EMPLOYEE-EXTRA-RECORD below.
      *> "F" is a final settlement (finiquito) for an employee the
      *> standing master already shows as terminated, written by
      *> Settlement from the bajas in the change log and only
      *> accepted by a settlement run (NOMINA_FINIQUITO=S) on its
      *> own EMPLOYEE-FIN.DAT - see EMPLOYEE-SETTLEMENT-RECORD.
      *> "L" is an earnings line - a premium under one code of the
      *> earnings-code master (see EARNCODE) - and belongs to the
      *> detail, "V" or "R" record of the same employee it follows
      *> (several may follow one record); see
      *> EMPLOYEE-EARNINGS-RECORD.
       01  EMPLOYEE-RECORD.
           05  EMP-REC-TYPE        PIC X(1).
               88  EMP-TYPE-DETAIL     VALUE " ", "D".
               88  EMP-TYPE-SICK       VALUE "E".
               88  EMP-TYPE-VOID       VALUE "V".
               88  EMP-TYPE-REISSUE    VALUE "R".
               88  EMP-TYPE-EXTRA      VALUE "X".
               88  EMP-TYPE-SETTLEMENT VALUE "F".
               88  EMP-TYPE-EARNINGS   VALUE "L".
               88  EMP-TYPE-TRAILER    VALUE "T".
           05  EMP-ID              PIC X(6).
           05  EMP-HOURS           PIC 9(3).
           05  EMP-ORIG-OTHER-DED  PIC 9(6)V99.
           05  EMP-ORIG-GARNISH    PIC 9(6)V99.

      *> Off-cycle payment ("X"). EXT-REASON is the earnings
      *> reason: PJUN / PDIC the June and December pagas
      *> extraordinarias, BONO a bonus, COMI a commission.
      *> EXT-AMOUNT is the gross to pay; left blank (or zero) on a
      *> paga it is calculated from the standing master - one
      *> month's pay, prorated by EXT-DAYS, the days of the
      *> half-year the paga accrues over that the employee was on
      *> the payroll (blank means the whole 180). A bonus or a
      *> commission must carry its amount. There are no time
      *> fields: the record pays money, not hours, so it cannot
      *> touch the overtime split or the leave accrual.
       01  EMPLOYEE-EXTRA-RECORD.
           05  EXT-REC-TYPE        PIC X(1).
           05  EXT-EMP-ID          PIC X(6).
           05  EXT-REASON          PIC X(4).
           05  EXT-AMOUNT-AREA.
               10  EXT-AMOUNT      PIC 9(6)V99.
           05  EXT-DAYS-AREA.
               10  EXT-DAYS        PIC 9(3).

      *> Final settlement ("F"). FIN-TERM-DATE is the day the baja
      *> was keyed, FIN-PAGA-REASON the paga extraordinaria whose
      *> half-year the employee leaves in (PJUN up to June 30th,
      *> PDIC after) and FIN-PAGA-DAYS the commercial days of it
      *> accrued up to the baja - from the alta when the employee
      *> joined inside that half-year. The unused vacation balance
      *> is not carried: the pay run pays whatever LEAVEMST holds
      *> when the settlement is paid, and zeroes it.
       01  EMPLOYEE-SETTLEMENT-RECORD.
           05  FIN-REC-TYPE        PIC X(1).
           05  FIN-EMP-ID          PIC X(6).
           05  FIN-TERM-DATE       PIC 9(8).
           05  FIN-PAGA-REASON     PIC X(4).
           05  FIN-PAGA-DAYS-AREA.
               10  FIN-PAGA-DAYS   PIC 9(3).

      *> Earnings line ("L"). ERL-UNITS is hours for a code priced
      *> by multiplier and occurrences (days on call, allowances)
      *> for a flat-amount code. It sits where EMP-HOURS sits on
      *> the detail record, so the trailer's hash total takes the
      *> units of every earnings line with no special case. The
      *> lines under a "V" or "R" record are those of the payment
      *> being corrected and are priced into both of its legs.
       01  EMPLOYEE-EARNINGS-RECORD.
           05  ERL-REC-TYPE        PIC X(1).
           05  ERL-EMP-ID          PIC X(6).
           05  ERL-UNITS-AREA.
               10  ERL-UNITS       PIC 9(3).
           05  ERL-CODE            PIC X(4).

      *> Control trailer supplied by timekeeping as the last line of
      *> the weekly file (EMP-REC-TYPE "T"): the number of records
      *> ahead of it (earnings lines included) and a hash total of
      *> their EMP-HOURS fields (ERL-UNITS on an earnings line) -
      *> on an off-cycle file, of the whole euros of EXT-AMOUNT,
      *> and on a settlement file of FIN-PAGA-DAYS.
      *> PreEdit balances the file against it before PayrollManager
      *> is allowed to start.
       01  EMPLOYEE-TRAILER-RECORD.
