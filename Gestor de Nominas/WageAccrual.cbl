       IDENTIFICATION DIVISION.
       PROGRAM-ID. WageAccrual.

      *> Month-end wage accrual. GLPOST books a pay period whole to
      *> its period id, so a weekly period that starts in one month
      *> and ends in the next (PAYCAL 202636, 20260831 - 20260906)
      *> lands entirely in the later month and the closing month is
      *> short the wages of the days already worked. This program
      *> works that accrual out from the calendar and the payment
      *> history instead of a spreadsheet:
      *>   - the period of the pay group's calendar (see PAYCAL)
      *>     that runs across the last day of the closing month,
      *>   - its own postings in the payment history (see PAYHIST:
      *>     PAGO, VACA and ENFE - the corrections of earlier
      *>     periods it also carries were earned before the month
      *>     and are left out), per cost center of the standing
      *>     master, with the employer Social Security and pension
      *>     charges recomputed at the rates of the set in force on
      *>     the period's end date, as the pay run does,
      *>   - the share earned by the month end, as working days
      *>     (Monday to Friday) of the period up to the month end
      *>     over working days of the whole period.
      *> It writes GLDEVENGO.DAT in the GL posting layout (see
      *> GLREC): the accrual entries dated the last day of the
      *> closing month - expense per department to the wage account
      *> of the cost-center master (see CCREF) and to the employer
      *> charge accounts, liabilities company-wide - followed by the
      *> same entries reversed, dated the first day of the next
      *> month, when the period's own GL postings take over. The
      *> report DEVENGO.PRT shows the period base and the accrued
      *> share per department, then reads the GL file back line by
      *> line and checks that it foots to the report.
      *> DEVENGO_MES names the closing month (AAAAMM) and defaults
      *> to the month before the run date; NOMINA_GRUPO names the
      *> pay group (blank is the weekly group), whose calendar and
      *> history lines are used and whose code the two output files
      *> carry, like the pay run's own. A period that straddles the
      *> month end but is not yet paid blocks the run (RETURN-CODE
      *> 12) - run it again after the pay run; a month with no
      *> straddling period writes an empty GL file.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAY-HISTORY-FILE ASSIGN DYNAMIC WS-HISTORY-FILE-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PHR-KEY
               ALTERNATE RECORD KEY IS PHR-PERIOD-ID WITH DUPLICATES
               FILE STATUS IS WS-HISTORY-FILE-STATUS.

           SELECT YEAR-CONTROL-FILE ASSIGN DYNAMIC WS-YEARCTL-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-YEARCTL-FILE-STATUS.

           SELECT STANDING-MASTER ASSIGN DYNAMIC WS-STANDING-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STANDING-FILE-STATUS.

           SELECT PAY-CALENDAR-FILE
               ASSIGN DYNAMIC WS-PAYCAL-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAYCAL-FILE-STATUS.

           SELECT PAY-GROUP-FILE ASSIGN DYNAMIC WS-PAYGRP-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAYGRP-FILE-STATUS.

           SELECT COST-CENTER-FILE ASSIGN DYNAMIC WS-CCREF-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CCREF-FILE-STATUS.

           SELECT RATE-PARAMETER-FILE
               ASSIGN DYNAMIC WS-RATEPARM-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RATEPARM-FILE-STATUS.

           SELECT GL-POSTING-FILE ASSIGN DYNAMIC WS-GL-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GL-FILE-STATUS.

           SELECT REPORT-FILE ASSIGN DYNAMIC WS-REPORT-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PAY-HISTORY-FILE.
           COPY PAYHIST.

       FD  YEAR-CONTROL-FILE.
           COPY YEARCTL.

       FD  STANDING-MASTER.
           COPY STANDMST.

       FD  PAY-CALENDAR-FILE.
           COPY PAYCAL.

       FD  PAY-GROUP-FILE.
           COPY PAYGRP.

       FD  COST-CENTER-FILE.
           COPY CCREF.

       FD  RATE-PARAMETER-FILE.
           COPY RATEPARM.

       FD  GL-POSTING-FILE.
           COPY GLREC.

       FD  REPORT-FILE.
           COPY RPTREC.

       WORKING-STORAGE SECTION.
       01 WS-HISTORY-FILE-PATH    PIC X(40) VALUE "data/PAYHIST.DAT".
       01 WS-HISTORY-FILE-STATUS  PIC X(2).
      *> "02" is a good read as well: the next line shares the
      *> record's period, the key that allows duplicates.
           88 HISTORY-READ-OK         VALUE "00" "02".
       01 WS-YEARCTL-FILE-PATH    PIC X(40) VALUE "data/YEARCTL.DAT".
       01 WS-YEARCTL-FILE-STATUS  PIC X(2).
       01 WS-STANDING-FILE-PATH   PIC X(40) VALUE "data/EMPSTAND.DAT".
       01 WS-STANDING-FILE-STATUS PIC X(2).
       01 WS-PAYCAL-FILE-PATH     PIC X(40) VALUE "data/PAYCAL.DAT".
       01 WS-PAYCAL-FILE-STATUS   PIC X(2).
       01 WS-PAYGRP-FILE-PATH     PIC X(40) VALUE "data/PAYGRP.DAT".
       01 WS-PAYGRP-FILE-STATUS   PIC X(2).
       01 WS-CCREF-FILE-PATH      PIC X(40) VALUE "data/CCREF.DAT".
       01 WS-CCREF-FILE-STATUS    PIC X(2).
       01 WS-RATEPARM-FILE-PATH   PIC X(40) VALUE "data/RATEPARM.DAT".
       01 WS-RATEPARM-FILE-STATUS PIC X(2).
       01 WS-GL-FILE-PATH         PIC X(40) VALUE
           "data/GLDEVENGO.DAT".
       01 WS-GL-FILE-STATUS       PIC X(2).
       01 WS-REPORT-FILE-PATH     PIC X(40) VALUE "data/DEVENGO.PRT".
       01 WS-REPORT-FILE-STATUS   PIC X(2).

      *> Pay group accrued - same parameter and same file naming
      *> as the pay run (see 1057-SUFFIX-FILE-PATH).
       01 WS-PAY-GROUP            PIC X(3) VALUE SPACES.
       01 WS-DEFAULT-PAY-GROUP    PIC X(3) VALUE "SEM".
       01 WS-PAY-GROUP-FOUND-FLAG PIC X VALUE "N".
           88 PAY-GROUP-FOUND         VALUE "Y".
       01 WS-PATH-WORK            PIC X(40).
       01 WS-PATH-NAME-PART       PIC X(40).
       01 WS-PATH-EXT-PART        PIC X(10).

       01 WS-RUN-DATE             PIC 9(8).
       01 WS-RUN-DATE-PARTS REDEFINES WS-RUN-DATE.
           05  WS-RUN-YEAR        PIC 9(4).
           05  WS-RUN-MONTH       PIC 9(2).
           05  WS-RUN-DAY         PIC 9(2).
       01 WS-RUN-ALLOWED-FLAG     PIC X VALUE "Y".
           88 RUN-ALLOWED             VALUE "Y".

      *> The closing month and the two dates the entries carry: the
      *> accrual on its last day, the reversal on the first day of
      *> the month after.
       01 WS-MONTH-IN             PIC X(6).
       01 WS-CLOSE-MONTH          PIC 9(6) VALUE 0.
       01 WS-CLOSE-MONTH-PARTS REDEFINES WS-CLOSE-MONTH.
           05  WS-CLOSE-YEAR      PIC 9(4).
           05  WS-CLOSE-MM        PIC 9(2).
       01 WS-MONTH-END-DATE       PIC 9(8) VALUE 0.
       01 WS-REVERSAL-DATE        PIC 9(8) VALUE 0.
       01 WS-MONTH-LENGTHS        PIC X(24) VALUE
           "312831303130313130313031".
       01 WS-MONTH-LENGTH-TABLE REDEFINES WS-MONTH-LENGTHS.
           05  WS-MONTH-LENGTH OCCURS 12 TIMES PIC 9(2).
       01 WS-DAYS-BEFORE-MONTH    PIC X(36) VALUE
           "000031059090120151181212243273304334".
       01 WS-DAYS-BEFORE-TABLE REDEFINES WS-DAYS-BEFORE-MONTH.
           05  WS-DAYS-BEFORE OCCURS 12 TIMES PIC 9(3).

      *> Day arithmetic: a date becomes its day number counted from
      *> 1 January of year 1 (Gregorian reckoning, day 1 a Monday),
      *> so two dates subtract and the remainder by 7 of the day
      *> number less one is the weekday (0 Monday ... 6 Sunday).
       01 WS-DATE-WORK            PIC 9(8).
       01 WS-DATE-WORK-PARTS REDEFINES WS-DATE-WORK.
           05  WS-DATE-YEAR       PIC 9(4).
           05  WS-DATE-MONTH      PIC 9(2).
           05  WS-DATE-DAY        PIC 9(2).
       01 WS-DAY-NUMBER           PIC 9(7).
       01 WS-YEARS-BEFORE         PIC 9(4).
       01 WS-YEAR-QUOTIENT        PIC 9(4).
       01 WS-YEAR-REMAINDER       PIC 9(3).
       01 WS-LEAP-YEAR-FLAG       PIC X VALUE "N".
           88 LEAP-YEAR               VALUE "Y".
       01 WS-WEEK-QUOTIENT        PIC 9(7).
       01 WS-WEEKDAY              PIC 9(1).
       01 WS-DAY-SUB              PIC 9(7).
       01 WS-DAY-OFFSET           PIC 9(7).
       01 WS-START-DAY-NUMBER     PIC 9(7).
       01 WS-END-DAY-NUMBER       PIC 9(7).
       01 WS-MONTH-END-DAY-NUMBER PIC 9(7).

      *> The straddling period and the share of it earned by the
      *> month end. A period with no working day at all (not a
      *> real calendar) falls back to calendar days.
       01 WS-PERIOD-FOUND-FLAG    PIC X VALUE "N".
           88 PERIOD-FOUND            VALUE "Y".
       01 WS-PERIOD-ID            PIC 9(6) VALUE 0.
       01 WS-PERIOD-START-DATE    PIC 9(8) VALUE 0.
       01 WS-PERIOD-END-DATE      PIC 9(8) VALUE 0.
       01 WS-PERIOD-STATUS        PIC X(1).
       01 WS-PERIOD-DAYS          PIC 9(3) VALUE 0.
       01 WS-EARNED-DAYS          PIC 9(3) VALUE 0.
       01 WS-DAYS-BASIS           PIC X(11) VALUE "laborables".

      *> Cost centers that exist, with the wage account each one's
      *> expense posts to - the same master the pay run uses.
       01 WS-CCREF-TABLE.
           05  WS-CCR-ENTRY OCCURS 50 TIMES.
               10  WS-CCR-CODE     PIC X(4).
               10  WS-CCR-NAME     PIC X(30).
               10  WS-CCR-ACCOUNT  PIC X(4).
       01 WS-CCREF-COUNT          PIC 9(2) VALUE 0.
       01 WS-CCR-SLOT             PIC 9(2) VALUE 0.
       01 WS-CCR-SUB              PIC 9(2).
       01 WS-CCR-LOOKUP-CODE      PIC X(4).

      *> Employer rates by effective date (see RATEPARM) - only the
      *> two employer shares matter here.
       01 WS-RATE-SET-TABLE.
           05  WS-RTS-ENTRY OCCURS 50 TIMES.
               10  WS-RTS-EFF-DATE     PIC 9(8).
               10  WS-RTS-ER-SS-RATE   PIC V999.
               10  WS-RTS-ER-PENS-RATE PIC V999.
       01 WS-RATE-SET-COUNT       PIC 9(2) VALUE 0.
       01 WS-RTS-SUB              PIC 9(2).
       01 WS-RTS-SLOT             PIC 9(2) VALUE 0.
       01 WS-RATE-LOOKUP-DATE     PIC 9(8).
       01 WS-ER-SS-RATE           PIC V999 VALUE 0.
       01 WS-ER-PENSION-RATE      PIC V999 VALUE 0.
       01 WS-APPLIED-RATE-DATE    PIC 9(8) VALUE 0.

      *> Employee to cost center, from the standing master - the
      *> history lines carry the id only.
       01 WS-STANDING-TABLE.
           05  WS-STD-ENTRY OCCURS 2000 TIMES INDEXED BY WS-STD-IDX.
               10  WS-STD-ID       PIC X(6).
               10  WS-STD-COST-CENTER PIC X(4).
       01 WS-STANDING-COUNT       PIC 9(4) VALUE 0.
       01 WS-STD-SLOT             PIC 9(4) VALUE 0.
       01 WS-COST-CENTER          PIC X(4).

      *> One entry per department with postings in the period: the
      *> period base from the history, then the accrued share.
       01 WS-ACCRUAL-TABLE.
           05  WS-ACC-ENTRY OCCURS 50 TIMES.
               10  WS-ACC-CC           PIC X(4).
               10  WS-ACC-NAME         PIC X(30).
               10  WS-ACC-ACCOUNT      PIC X(4).
               10  WS-ACC-GROSS        PIC S9(8)V99.
               10  WS-ACC-ER-SS        PIC S9(8)V99.
               10  WS-ACC-ER-PENSION   PIC S9(8)V99.
               10  WS-ACC-DUE-GROSS    PIC S9(8)V99.
               10  WS-ACC-DUE-SS       PIC S9(8)V99.
               10  WS-ACC-DUE-PENSION  PIC S9(8)V99.
       01 WS-ACC-COUNT            PIC 9(2) VALUE 0.
       01 WS-ACC-SLOT             PIC 9(2) VALUE 0.
       01 WS-ACC-SUB              PIC 9(2).

       01 WS-POST-ER-SS           PIC S9(6)V99.
       01 WS-POST-ER-PENSION      PIC S9(6)V99.
       01 WS-POSTING-COUNT        PIC 9(5) VALUE 0.
       01 WS-SKIPPED-COUNT        PIC 9(5) VALUE 0.
       01 WS-SKIPPED-GROSS        PIC S9(8)V99 VALUE 0.
       01 WS-UNKNOWN-EMP-COUNT    PIC 9(5) VALUE 0.

       01 WS-TOTAL-GROSS          PIC S9(9)V99 VALUE 0.
       01 WS-TOTAL-ER-SS          PIC S9(9)V99 VALUE 0.
       01 WS-TOTAL-ER-PENSION     PIC S9(9)V99 VALUE 0.
       01 WS-TOTAL-DUE-GROSS      PIC S9(9)V99 VALUE 0.
       01 WS-TOTAL-DUE-SS         PIC S9(9)V99 VALUE 0.
       01 WS-TOTAL-DUE-PENSION    PIC S9(9)V99 VALUE 0.
       01 WS-TOTAL-DUE            PIC S9(9)V99 VALUE 0.
       01 WS-LINE-TOTAL           PIC S9(9)V99.

      *> Fields of the GL line being built, set before each call
      *> to 3055-WRITE-GL-LINE. A reversal swaps debit and credit
      *> and the description's leading word.
       01 WS-ENTRY-MODE           PIC X(1).
           88 ACCRUAL-ENTRY           VALUE "A".
           88 REVERSAL-ENTRY          VALUE "R".
       01 WS-GL-DATE-WORK         PIC 9(8).
       01 WS-GL-DRCR-WORK         PIC X(1).
       01 WS-GL-ACCOUNT-WORK      PIC X(4).
       01 WS-GL-CC-WORK           PIC X(4).
       01 WS-GL-ITEM-WORK         PIC X(16).
       01 WS-GL-AMOUNT-WORK       PIC S9(8)V99.
       01 WS-GL-LINES-WRITTEN     PIC 9(4) VALUE 0.

      *> What the GL file foots to when read back.
       01 WS-FOOT-ACCRUAL-DEBIT   PIC S9(9)V99 VALUE 0.
       01 WS-FOOT-ACCRUAL-CREDIT  PIC S9(9)V99 VALUE 0.
       01 WS-FOOT-REVERSAL-DEBIT  PIC S9(9)V99 VALUE 0.
       01 WS-FOOT-REVERSAL-CREDIT PIC S9(9)V99 VALUE 0.
       01 WS-FOOT-OTHER-COUNT     PIC 9(4) VALUE 0.
       01 WS-GL-DATE-READ         PIC 9(8).
       01 WS-TIE-FLAG             PIC X VALUE "Y".
           88 ACCRUAL-TIES            VALUE "Y".

       01 WS-RPT-SEPARATOR.
           05  FILLER              PIC X(80) VALUE ALL "=".
       01 WS-RPT-RULE-LINE.
           05  FILLER              PIC X(80) VALUE ALL "-".
       01 WS-RPT-TITLE-LINE.
           05  FILLER              PIC X(32) VALUE
               "Gestor de Nominas S.A.".
           05  FILLER              PIC X(32) VALUE
               "Devengo de sueldos a fin de mes".
       01 WS-RPT-MONTH-LINE.
           05  FILLER              PIC X(16) VALUE "Mes de cierre: ".
           05  WS-RPT-MONTH        PIC 9(6).
           05  FILLER              PIC X(9) VALUE "  Fecha: ".
           05  WS-RPT-DATE         PIC 9999/99/99.
           05  FILLER              PIC X(9) VALUE "  Grupo: ".
           05  WS-RPT-GROUP        PIC X(3).
       01 WS-RPT-PERIOD-LINE.
           05  FILLER              PIC X(9) VALUE "Periodo: ".
           05  WS-RPT-PERIOD       PIC 9(6).
           05  FILLER              PIC X(6) VALUE "  del ".
           05  WS-RPT-START        PIC 9999/99/99.
           05  FILLER              PIC X(4) VALUE " al ".
           05  WS-RPT-END          PIC 9999/99/99.
       01 WS-RPT-DAYS-LINE.
           05  FILLER              PIC X(5) VALUE "Dias ".
           05  WS-RPT-DAYS-BASIS   PIC X(11).
           05  FILLER              PIC X(20) VALUE
               "devengados al cierre".
           05  FILLER              PIC X(2) VALUE ": ".
           05  WS-RPT-EARNED-DAYS  PIC ZZ9.
           05  FILLER              PIC X(4) VALUE " de ".
           05  WS-RPT-PERIOD-DAYS  PIC ZZ9.
       01 WS-RPT-RATE-LINE.
           05  FILLER              PIC X(18) VALUE
               "Tarifas vigentes: ".
           05  WS-RPT-RATE-DATE    PIC 9999/99/99.
           05  FILLER              PIC X(14) VALUE "  SS empresa ".
           05  WS-RPT-ER-SS-RATE   PIC 9.999.
           05  FILLER              PIC X(19) VALUE
               "  Pension empresa ".
           05  WS-RPT-ER-PENS-RATE PIC 9.999.
       01 WS-RPT-TEXT-LINE.
           05  WS-RPT-TEXT         PIC X(80).
       01 WS-RPT-COLUMN-HEADING.
           05  FILLER              PIC X(20) VALUE
               "Cent Departamento".
           05  FILLER              PIC X(4) VALUE "Cta".
           05  FILLER              PIC X(14) VALUE "       Sueldos".
           05  FILLER              PIC X(14) VALUE "    SS empresa".
           05  FILLER              PIC X(14) VALUE "       Pension".
           05  FILLER              PIC X(14) VALUE "         Total".
       01 WS-RPT-AMOUNT-LINE.
           05  WS-RPT-CC           PIC X(4).
           05  FILLER              PIC X(1) VALUE SPACE.
           05  WS-RPT-CC-NAME      PIC X(14).
           05  FILLER              PIC X(1) VALUE SPACE.
           05  WS-RPT-ACCOUNT      PIC X(4).
           05  FILLER              PIC X(1) VALUE SPACE.
           05  WS-RPT-WAGES        PIC Z,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(1) VALUE SPACE.
           05  WS-RPT-ER-SS        PIC Z,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(1) VALUE SPACE.
           05  WS-RPT-ER-PENSION   PIC Z,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(1) VALUE SPACE.
           05  WS-RPT-LINE-TOTAL   PIC Z,ZZZ,ZZ9.99-.
       01 WS-RPT-SKIPPED-LINE.
           05  FILLER              PIC X(44) VALUE
               "Correcciones de otros periodos excluidas: ".
           05  WS-RPT-SKIPPED-COUNT PIC ZZZZ9.
           05  FILLER              PIC X(15) VALUE " lineas, bruto ".
           05  WS-RPT-SKIPPED-GROSS PIC Z,ZZZ,ZZ9.99-.
       01 WS-RPT-GL-HEADING.
           05  FILLER              PIC X(12) VALUE "Fecha".
           05  FILLER              PIC X(3) VALUE "DH".
           05  FILLER              PIC X(6) VALUE "Cta".
           05  FILLER              PIC X(6) VALUE "Cent".
           05  FILLER              PIC X(26) VALUE "Concepto".
           05  FILLER              PIC X(14) VALUE "       Importe".
       01 WS-RPT-GL-LINE.
           05  WS-RPT-GL-DATE      PIC X(10).
           05  FILLER              PIC X(2) VALUE SPACES.
           05  WS-RPT-GL-DRCR      PIC X(1).
           05  FILLER              PIC X(2) VALUE SPACES.
           05  WS-RPT-GL-ACCOUNT   PIC X(4).
           05  FILLER              PIC X(2) VALUE SPACES.
           05  WS-RPT-GL-CC        PIC X(4).
           05  FILLER              PIC X(2) VALUE SPACES.
           05  WS-RPT-GL-DESC      PIC X(24).
           05  FILLER              PIC X(2) VALUE SPACES.
           05  WS-RPT-GL-AMOUNT    PIC ZZ,ZZZ,ZZ9.99-.
       01 WS-RPT-FOOT-LINE.
           05  FILLER              PIC X(4) VALUE SPACES.
           05  WS-RPT-FOOT-LABEL   PIC X(36).
           05  FILLER              PIC X(2) VALUE SPACES.
           05  WS-RPT-FOOT-VALUE   PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
       01 WS-RPT-VERDICT-LINE.
           05  FILLER              PIC X(11) VALUE "RESULTADO: ".
           05  WS-RPT-VERDICT      PIC X(50).

      *> Payment-history partitions (see PAYHIST): every open year
      *> in the active file, each year up to the last closed one
      *> (YEARCTL) in its own archive. A period's lines carry its
      *> own year's pay date or, for a week paid after New Year,
      *> the next one's.
       01 WS-LAST-CLOSED-YEAR     PIC 9(4) VALUE 0.
       01 WS-PERIOD-YEAR          PIC 9(4).
       01 WS-PART-YEAR            PIC 9(4).
       01 WS-ACTIVE-PART-FLAG     PIC X VALUE "N".
           88 ACTIVE-PART-READ        VALUE "Y".

       01 WS-EOF-FLAG   PIC X VALUE "N".
           88 END-OF-INPUT-FILE VALUE "Y".

       PROCEDURE DIVISION.
       0000-MAIN-LOGIC.
           PERFORM 1000-INITIALIZE
           IF NOT PAY-GROUP-FOUND OR NOT RUN-ALLOWED
               MOVE 12 TO RETURN-CODE
           ELSE
               PERFORM 1150-FIND-STRADDLING-PERIOD
               IF NOT PERIOD-FOUND
                   DISPLAY "Ningun periodo del grupo " WS-PAY-GROUP
                       " cruza el fin de mes " WS-CLOSE-MONTH
                       " - sin devengo"
                   PERFORM 3000-WRITE-GL-ENTRIES
                   PERFORM 3100-WRITE-ACCRUAL-REPORT
               ELSE
               IF WS-PERIOD-STATUS NOT = "P"
                   DISPLAY "Devengo bloqueado: el periodo "
                       WS-PERIOD-ID " que cruza el fin de mes aun "
                       "no esta pagado - repita tras la nomina"
                   MOVE 12 TO RETURN-CODE
               ELSE
                   PERFORM 1200-LOAD-COST-CENTERS
                   PERFORM 1250-LOAD-RATE-SETS
                   IF RUN-ALLOWED
                       PERFORM 1300-LOAD-STANDING-MASTER
                       PERFORM 1400-COUNT-EARNED-DAYS
                       PERFORM 2000-ACCUMULATE-HISTORY
                       PERFORM 2300-PRORATE-COST-CENTERS
                       PERFORM 3000-WRITE-GL-ENTRIES
                       PERFORM 3100-WRITE-ACCRUAL-REPORT
                       DISPLAY "Devengo " WS-CLOSE-MONTH
                           " del periodo " WS-PERIOD-ID ": "
                           WS-EARNED-DAYS " de " WS-PERIOD-DAYS
                           " dias, total " WS-TOTAL-DUE
                       IF WS-UNKNOWN-EMP-COUNT > 0
                           DISPLAY "ADVERTENCIA: " WS-UNKNOWN-EMP-COUNT
                               " lineas de empleados sin ficha en "
                               "EMPSTAND - cargadas a GEN"
                           MOVE 8 TO RETURN-CODE
                       END-IF
                       IF NOT ACCRUAL-TIES
                           DISPLAY "DESCUADRE entre el informe y "
                               WS-GL-FILE-PATH " - vea "
                               WS-REPORT-FILE-PATH
                           MOVE 8 TO RETURN-CODE
                       END-IF
                   ELSE
                       MOVE 12 TO RETURN-CODE
                   END-IF
               END-IF
               END-IF
           END-IF
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM 1050-SELECT-PAY-GROUP
           IF PAY-GROUP-FOUND
               PERFORM 1100-SET-CLOSING-MONTH
           END-IF.

       1050-SELECT-PAY-GROUP.
      *> An unknown group would find no calendar - refuse it.
           ACCEPT WS-PAY-GROUP FROM ENVIRONMENT "NOMINA_GRUPO"
           IF WS-PAY-GROUP = SPACES
               MOVE WS-DEFAULT-PAY-GROUP TO WS-PAY-GROUP
           END-IF
           OPEN INPUT PAY-GROUP-FILE
           IF WS-PAYGRP-FILE-STATUS NOT = "00"
               DISPLAY "Devengo bloqueado: falta PAYGRP.DAT - "
                   "cargue el maestro de grupos de pago"
           ELSE
               PERFORM UNTIL WS-PAYGRP-FILE-STATUS NOT = "00"
                       OR PAY-GROUP-FOUND
                   READ PAY-GROUP-FILE
                       AT END
                           MOVE "10" TO WS-PAYGRP-FILE-STATUS
                       NOT AT END
                           IF PGR-CODE = WS-PAY-GROUP
                               MOVE "Y" TO WS-PAY-GROUP-FOUND-FLAG
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PAY-GROUP-FILE
               IF NOT PAY-GROUP-FOUND
                   DISPLAY "Devengo bloqueado: grupo de pago "
                       "desconocido '" WS-PAY-GROUP "' en PAYGRP.DAT"
               END-IF
           END-IF
           IF PAY-GROUP-FOUND
                   AND WS-PAY-GROUP NOT = WS-DEFAULT-PAY-GROUP
               MOVE WS-PAYCAL-FILE-PATH TO WS-PATH-WORK
               PERFORM 1057-SUFFIX-FILE-PATH
               MOVE WS-PATH-WORK TO WS-PAYCAL-FILE-PATH
               MOVE WS-GL-FILE-PATH TO WS-PATH-WORK
               PERFORM 1057-SUFFIX-FILE-PATH
               MOVE WS-PATH-WORK TO WS-GL-FILE-PATH
               MOVE WS-REPORT-FILE-PATH TO WS-PATH-WORK
               PERFORM 1057-SUFFIX-FILE-PATH
               MOVE WS-PATH-WORK TO WS-REPORT-FILE-PATH
           END-IF.

       1057-SUFFIX-FILE-PATH.
      *> data/NAME.EXT in WS-PATH-WORK becomes data/NAME-GRP.EXT.
           MOVE SPACES TO WS-PATH-NAME-PART WS-PATH-EXT-PART
           UNSTRING WS-PATH-WORK DELIMITED BY "."
               INTO WS-PATH-NAME-PART WS-PATH-EXT-PART
           END-UNSTRING
           MOVE SPACES TO WS-PATH-WORK
           STRING WS-PATH-NAME-PART DELIMITED BY SPACE
                  "-" DELIMITED BY SIZE
                  WS-PAY-GROUP DELIMITED BY SPACE
                  "." DELIMITED BY SIZE
                  WS-PATH-EXT-PART DELIMITED BY SPACE
               INTO WS-PATH-WORK
           END-STRING.

       1100-SET-CLOSING-MONTH.
      *> The accountants close a month once it is over, so with no
      *> DEVENGO_MES the month closed is the one before the run.
           ACCEPT WS-MONTH-IN FROM ENVIRONMENT "DEVENGO_MES"
           IF WS-MONTH-IN = SPACES
               IF WS-RUN-MONTH = 1
                   COMPUTE WS-CLOSE-YEAR = WS-RUN-YEAR - 1
                   MOVE 12 TO WS-CLOSE-MM
               ELSE
                   MOVE WS-RUN-YEAR TO WS-CLOSE-YEAR
                   COMPUTE WS-CLOSE-MM = WS-RUN-MONTH - 1
               END-IF
           ELSE
               IF WS-MONTH-IN NUMERIC
                   MOVE WS-MONTH-IN TO WS-CLOSE-MONTH
               END-IF
           END-IF
           IF WS-CLOSE-MM < 1 OR WS-CLOSE-MM > 12
               DISPLAY "Devengo bloqueado: DEVENGO_MES '"
                   WS-MONTH-IN "' no es un mes AAAAMM valido"
               MOVE "N" TO WS-RUN-ALLOWED-FLAG
           ELSE
               MOVE WS-CLOSE-YEAR TO WS-DATE-YEAR
               MOVE WS-CLOSE-MM   TO WS-DATE-MONTH
               MOVE WS-MONTH-LENGTH(WS-CLOSE-MM) TO WS-DATE-DAY
               IF WS-CLOSE-MM = 2
                   PERFORM 2410-CHECK-LEAP-YEAR
                   IF LEAP-YEAR
                       MOVE 29 TO WS-DATE-DAY
                   END-IF
               END-IF
               MOVE WS-DATE-WORK TO WS-MONTH-END-DATE
               IF WS-CLOSE-MM = 12
                   COMPUTE WS-DATE-YEAR = WS-CLOSE-YEAR + 1
                   MOVE 1 TO WS-DATE-MONTH
               ELSE
                   COMPUTE WS-DATE-MONTH = WS-CLOSE-MM + 1
               END-IF
               MOVE 1 TO WS-DATE-DAY
               MOVE WS-DATE-WORK TO WS-REVERSAL-DATE
           END-IF.

       1150-FIND-STRADDLING-PERIOD.
      *> The period that has started by the month end but ends
      *> after it - the calendar's periods do not overlap, so there
      *> is at most one.
           MOVE "N" TO WS-EOF-FLAG
           OPEN INPUT PAY-CALENDAR-FILE
           IF WS-PAYCAL-FILE-STATUS NOT = "00"
               DISPLAY "No se pudo abrir PAY-CALENDAR-FILE, estado: "
                   WS-PAYCAL-FILE-STATUS
               MOVE "Y" TO WS-EOF-FLAG
           END-IF
           PERFORM UNTIL END-OF-INPUT-FILE
               READ PAY-CALENDAR-FILE
                   AT END
                       MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       IF CAL-PERIOD-ID NUMERIC
                               AND CAL-START-DATE NUMERIC
                               AND CAL-END-DATE NUMERIC
                               AND CAL-START-DATE
                                   <= WS-MONTH-END-DATE
                               AND CAL-END-DATE > WS-MONTH-END-DATE
                               AND NOT PERIOD-FOUND
                           MOVE "Y" TO WS-PERIOD-FOUND-FLAG
                           MOVE CAL-PERIOD-ID  TO WS-PERIOD-ID
                           MOVE CAL-START-DATE TO WS-PERIOD-START-DATE
                           MOVE CAL-END-DATE   TO WS-PERIOD-END-DATE
                           MOVE CAL-STATUS     TO WS-PERIOD-STATUS
                       END-IF
               END-READ
           END-PERFORM
           IF WS-PAYCAL-FILE-STATUS = "10"
               CLOSE PAY-CALENDAR-FILE
           END-IF.

       1200-LOAD-COST-CENTERS.
           OPEN INPUT COST-CENTER-FILE
           IF WS-CCREF-FILE-STATUS NOT = "00"
               MOVE "N" TO WS-RUN-ALLOWED-FLAG
               DISPLAY "Devengo bloqueado: falta CCREF.DAT - cargue "
                   "el maestro de centros de coste"
           ELSE
               PERFORM UNTIL WS-CCREF-FILE-STATUS NOT = "00"
                   READ COST-CENTER-FILE
                       AT END
                           MOVE "10" TO WS-CCREF-FILE-STATUS
                       NOT AT END
                           IF WS-CCREF-COUNT >= 50
                               DISPLAY "ADVERTENCIA: CCREF excede "
                                   "50 centros, se trunca la carga"
                               MOVE "10" TO WS-CCREF-FILE-STATUS
                           ELSE
                               ADD 1 TO WS-CCREF-COUNT
                               MOVE CCR-CODE TO
                                   WS-CCR-CODE(WS-CCREF-COUNT)
                               MOVE CCR-NAME TO
                                   WS-CCR-NAME(WS-CCREF-COUNT)
                               MOVE CCR-WAGE-ACCOUNT TO
                                   WS-CCR-ACCOUNT(WS-CCREF-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE COST-CENTER-FILE
           END-IF.

       1250-LOAD-RATE-SETS.
      *> The employer charges never reach the history, so they are
      *> worked out again from the rates the pay run applied: the
      *> set in force on the period's end date.
           OPEN INPUT RATE-PARAMETER-FILE
           IF WS-RATEPARM-FILE-STATUS NOT = "00"
               MOVE "N" TO WS-RUN-ALLOWED-FLAG
               DISPLAY "Devengo bloqueado: falta RATEPARM.DAT - "
                   "cargue las tarifas con RateMaint"
           ELSE
               PERFORM UNTIL WS-RATEPARM-FILE-STATUS NOT = "00"
                   READ RATE-PARAMETER-FILE
                       AT END
                           MOVE "10" TO WS-RATEPARM-FILE-STATUS
                       NOT AT END
                           IF RTP-EFF-DATE NUMERIC
                               IF WS-RATE-SET-COUNT >= 50
                                   DISPLAY "ADVERTENCIA: RATEPARM "
                                       "excede 50 juegos, se "
                                       "trunca la carga"
                                   MOVE "10"
                                       TO WS-RATEPARM-FILE-STATUS
                               ELSE
                                   ADD 1 TO WS-RATE-SET-COUNT
                                   MOVE RTP-EFF-DATE TO
                                       WS-RTS-EFF-DATE
                                       (WS-RATE-SET-COUNT)
                                   MOVE RTP-ER-SS-RATE TO
                                       WS-RTS-ER-SS-RATE
                                       (WS-RATE-SET-COUNT)
                                   MOVE RTP-ER-PENSION-RATE TO
                                       WS-RTS-ER-PENS-RATE
                                       (WS-RATE-SET-COUNT)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RATE-PARAMETER-FILE
               MOVE WS-PERIOD-END-DATE TO WS-RATE-LOOKUP-DATE
               PERFORM 1260-FIND-RATE-SET
               IF WS-RTS-SLOT = 0
                   MOVE "N" TO WS-RUN-ALLOWED-FLAG
                   DISPLAY "Devengo bloqueado: ningun juego de "
                       "RATEPARM en vigor el " WS-PERIOD-END-DATE
               ELSE
                   MOVE WS-RTS-ER-SS-RATE(WS-RTS-SLOT)
                       TO WS-ER-SS-RATE
                   MOVE WS-RTS-ER-PENS-RATE(WS-RTS-SLOT)
                       TO WS-ER-PENSION-RATE
                   MOVE WS-RTS-EFF-DATE(WS-RTS-SLOT)
                       TO WS-APPLIED-RATE-DATE
               END-IF
           END-IF.

       1260-FIND-RATE-SET.
      *> The set in force on WS-RATE-LOOKUP-DATE is the one with the
      *> latest effective date not after it.
           MOVE 0 TO WS-RTS-SLOT
           PERFORM VARYING WS-RTS-SUB FROM 1 BY 1
                   UNTIL WS-RTS-SUB > WS-RATE-SET-COUNT
               IF WS-RTS-EFF-DATE(WS-RTS-SUB) <= WS-RATE-LOOKUP-DATE
                   IF WS-RTS-SLOT = 0
                       MOVE WS-RTS-SUB TO WS-RTS-SLOT
                   ELSE
                       IF WS-RTS-EFF-DATE(WS-RTS-SUB)
                               > WS-RTS-EFF-DATE(WS-RTS-SLOT)
                           MOVE WS-RTS-SUB TO WS-RTS-SLOT
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       1300-LOAD-STANDING-MASTER.
           MOVE "N" TO WS-EOF-FLAG
           OPEN INPUT STANDING-MASTER
           IF WS-STANDING-FILE-STATUS NOT = "00"
               DISPLAY "No se pudo abrir STANDING-MASTER, estado: "
                   WS-STANDING-FILE-STATUS
               MOVE "Y" TO WS-EOF-FLAG
           END-IF
           PERFORM UNTIL END-OF-INPUT-FILE
               READ STANDING-MASTER
                   AT END
                       MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       IF WS-STANDING-COUNT >= 2000
                           DISPLAY "ADVERTENCIA: STANDING-MASTER "
                               "excede 2000 registros, se trunca "
                               "la carga"
                           MOVE "Y" TO WS-EOF-FLAG
                       ELSE
                           ADD 1 TO WS-STANDING-COUNT
                           MOVE STD-EMP-ID TO
                               WS-STD-ID(WS-STANDING-COUNT)
                           MOVE STD-COST-CENTER TO
                               WS-STD-COST-CENTER(WS-STANDING-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           IF WS-STANDING-FILE-STATUS = "10"
               CLOSE STANDING-MASTER
           END-IF.

       1400-COUNT-EARNED-DAYS.
      *> Working days of the period, and how many of them fall on
      *> or before the month end. Public holidays are not known to
      *> the system and count as working days.
           MOVE WS-PERIOD-START-DATE TO WS-DATE-WORK
           PERFORM 2400-DAY-NUMBER
           MOVE WS-DAY-NUMBER TO WS-START-DAY-NUMBER
           MOVE WS-PERIOD-END-DATE TO WS-DATE-WORK
           PERFORM 2400-DAY-NUMBER
           MOVE WS-DAY-NUMBER TO WS-END-DAY-NUMBER
           MOVE WS-MONTH-END-DATE TO WS-DATE-WORK
           PERFORM 2400-DAY-NUMBER
           MOVE WS-DAY-NUMBER TO WS-MONTH-END-DAY-NUMBER
           MOVE 0 TO WS-PERIOD-DAYS
           MOVE 0 TO WS-EARNED-DAYS
           PERFORM VARYING WS-DAY-SUB FROM WS-START-DAY-NUMBER BY 1
                   UNTIL WS-DAY-SUB > WS-END-DAY-NUMBER
               COMPUTE WS-DAY-OFFSET = WS-DAY-SUB - 1
               DIVIDE WS-DAY-OFFSET BY 7 GIVING WS-WEEK-QUOTIENT
                   REMAINDER WS-WEEKDAY
               IF WS-WEEKDAY < 5
                   ADD 1 TO WS-PERIOD-DAYS
                   IF WS-DAY-SUB <= WS-MONTH-END-DAY-NUMBER
                       ADD 1 TO WS-EARNED-DAYS
                   END-IF
               END-IF
           END-PERFORM
           IF WS-PERIOD-DAYS = 0
               MOVE "naturales" TO WS-DAYS-BASIS
               COMPUTE WS-PERIOD-DAYS =
                   WS-END-DAY-NUMBER - WS-START-DAY-NUMBER + 1
               COMPUTE WS-EARNED-DAYS =
                   WS-MONTH-END-DAY-NUMBER - WS-START-DAY-NUMBER + 1
           END-IF.

       2000-ACCUMULATE-HISTORY.
      *> One pass over the history for the period's own postings
      *> in this pay group (a blank group is the weekly group's,
      *> written before groups existed). Void, reissue and retro
      *> legs paid in the period correct pay dates of earlier
      *> periods - that time was worked before the month and is
      *> counted aside, not accrued.
      *> Only the period's own lines are read, through the period
      *> key, in the partitions its year can reach.
           PERFORM 2010-LOAD-YEAR-CONTROL
           COMPUTE WS-PERIOD-YEAR = WS-PERIOD-ID / 100
           MOVE "N" TO WS-ACTIVE-PART-FLAG
           PERFORM VARYING WS-PART-YEAR FROM WS-PERIOD-YEAR BY 1
                   UNTIL WS-PART-YEAR > WS-PERIOD-YEAR + 1
                   OR ACTIVE-PART-READ
               PERFORM 2020-SET-HISTORY-PARTITION
               PERFORM 2030-READ-PERIOD-PART
           END-PERFORM.

       2010-LOAD-YEAR-CONTROL.
           OPEN INPUT YEAR-CONTROL-FILE
           IF WS-YEARCTL-FILE-STATUS = "00"
               READ YEAR-CONTROL-FILE
                   NOT AT END
                       IF CTL-LAST-CLOSED-YEAR NUMERIC
                           MOVE CTL-LAST-CLOSED-YEAR
                               TO WS-LAST-CLOSED-YEAR
                       END-IF
               END-READ
               CLOSE YEAR-CONTROL-FILE
           END-IF.

       2020-SET-HISTORY-PARTITION.
      *> A closed year's lines are in its own archive; the open
      *> years share the active file, so reaching it ends the walk.
           IF WS-PART-YEAR > WS-LAST-CLOSED-YEAR
               MOVE "data/PAYHIST.DAT" TO WS-HISTORY-FILE-PATH
               MOVE "Y" TO WS-ACTIVE-PART-FLAG
           ELSE
               MOVE SPACES TO WS-HISTORY-FILE-PATH
               STRING "data/PAYHIST-" DELIMITED BY SIZE
                      WS-PART-YEAR    DELIMITED BY SIZE
                      ".DAT"          DELIMITED BY SIZE
                   INTO WS-HISTORY-FILE-PATH
           END-IF.

       2030-READ-PERIOD-PART.
      *> A closed year with no archive had no pay to read; a
      *> missing active file is reported.
           OPEN INPUT PAY-HISTORY-FILE
           IF WS-HISTORY-FILE-STATUS NOT = "00"
               IF WS-HISTORY-FILE-STATUS NOT = "35"
                       OR ACTIVE-PART-READ
                   DISPLAY "No se pudo abrir PAY-HISTORY-FILE, estado: "
                       WS-HISTORY-FILE-STATUS
               END-IF
           ELSE
               MOVE WS-PERIOD-ID TO PHR-PERIOD-ID
               START PAY-HISTORY-FILE KEY IS = PHR-PERIOD-ID
                   INVALID KEY
                       MOVE "10" TO WS-HISTORY-FILE-STATUS
               END-START
               PERFORM UNTIL NOT HISTORY-READ-OK
                   READ PAY-HISTORY-FILE NEXT RECORD
                       AT END
                           MOVE "10" TO WS-HISTORY-FILE-STATUS
                       NOT AT END
                           IF PHR-PERIOD-ID NOT = WS-PERIOD-ID
                               MOVE "10" TO WS-HISTORY-FILE-STATUS
                           ELSE
                           IF PHS-POSTING
                                   AND PHS-PERIOD-ID NUMERIC
                                   AND PHS-PERIOD-ID = WS-PERIOD-ID
                                   AND (PHS-PAY-GROUP = WS-PAY-GROUP
                                       OR (PHS-PAY-GROUP = SPACES
                                           AND WS-PAY-GROUP
                                             = WS-DEFAULT-PAY-GROUP))
                               IF PHS-TYPE = "PAGO" OR PHS-TYPE = "VACA"
                                       OR PHS-TYPE = "ENFE"
                                   PERFORM 2100-FOLD-POSTING
                               ELSE
                                   ADD 1 TO WS-SKIPPED-COUNT
                                   ADD PHS-GROSS TO WS-SKIPPED-GROSS
                               END-IF
                           END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PAY-HISTORY-FILE
           END-IF.

       2100-FOLD-POSTING.
      *> The employee's department today decides where the accrual
      *> posts - the history does not record one. Blank and unknown
      *> employees land in the general pool, as on the pay run.
           ADD 1 TO WS-POSTING-COUNT
           PERFORM 2150-FIND-EMPLOYEE
           IF WS-STD-SLOT = 0
               ADD 1 TO WS-UNKNOWN-EMP-COUNT
               MOVE "GEN" TO WS-COST-CENTER
           ELSE
               IF WS-STD-COST-CENTER(WS-STD-SLOT) = SPACES
                   MOVE "GEN" TO WS-COST-CENTER
               ELSE
                   MOVE WS-STD-COST-CENTER(WS-STD-SLOT)
                       TO WS-COST-CENTER
               END-IF
           END-IF
           PERFORM 2200-FIND-ACCRUAL-ENTRY
           IF WS-ACC-SLOT > 0
               COMPUTE WS-POST-ER-SS ROUNDED =
                   PHS-GROSS * WS-ER-SS-RATE
               COMPUTE WS-POST-ER-PENSION ROUNDED =
                   PHS-GROSS * WS-ER-PENSION-RATE
               ADD PHS-GROSS TO WS-ACC-GROSS(WS-ACC-SLOT)
               ADD WS-POST-ER-SS TO WS-ACC-ER-SS(WS-ACC-SLOT)
               ADD WS-POST-ER-PENSION
                   TO WS-ACC-ER-PENSION(WS-ACC-SLOT)
               ADD PHS-GROSS TO WS-TOTAL-GROSS
               ADD WS-POST-ER-SS TO WS-TOTAL-ER-SS
               ADD WS-POST-ER-PENSION TO WS-TOTAL-ER-PENSION
           END-IF.

       2150-FIND-EMPLOYEE.
           MOVE 0 TO WS-STD-SLOT
           PERFORM VARYING WS-STD-IDX FROM 1 BY 1
                   UNTIL WS-STD-IDX > WS-STANDING-COUNT
                   OR WS-STD-SLOT > 0
               IF WS-STD-ID(WS-STD-IDX) = PHS-EMP-ID
                   SET WS-STD-SLOT TO WS-STD-IDX
               END-IF
           END-PERFORM.

       2200-FIND-ACCRUAL-ENTRY.
      *> A department missing from the reference master keeps the
      *> old general wage account, as the pay run's GL does, rather
      *> than dropping money.
           MOVE 0 TO WS-ACC-SLOT
           PERFORM VARYING WS-ACC-SUB FROM 1 BY 1
                   UNTIL WS-ACC-SUB > WS-ACC-COUNT
                   OR WS-ACC-SLOT > 0
               IF WS-ACC-CC(WS-ACC-SUB) = WS-COST-CENTER
                   MOVE WS-ACC-SUB TO WS-ACC-SLOT
               END-IF
           END-PERFORM
           IF WS-ACC-SLOT = 0
               IF WS-ACC-COUNT >= 50
                   DISPLAY "ADVERTENCIA: tabla de departamentos "
                       "llena, se omite " PHS-EMP-ID
               ELSE
                   ADD 1 TO WS-ACC-COUNT
                   MOVE WS-ACC-COUNT TO WS-ACC-SLOT
                   MOVE WS-COST-CENTER TO WS-ACC-CC(WS-ACC-SLOT)
                   MOVE WS-COST-CENTER TO WS-CCR-LOOKUP-CODE
                   PERFORM 2250-FIND-COST-CENTER
                   IF WS-CCR-SLOT > 0
                       MOVE WS-CCR-NAME(WS-CCR-SLOT)
                           TO WS-ACC-NAME(WS-ACC-SLOT)
                       MOVE WS-CCR-ACCOUNT(WS-CCR-SLOT)
                           TO WS-ACC-ACCOUNT(WS-ACC-SLOT)
                   ELSE
                       DISPLAY "ADVERTENCIA: centro de coste "
                           WS-COST-CENTER " no esta en CCREF - "
                           "se devenga a la cuenta 6400"
                       MOVE WS-COST-CENTER TO WS-ACC-NAME(WS-ACC-SLOT)
                       MOVE "6400" TO WS-ACC-ACCOUNT(WS-ACC-SLOT)
                   END-IF
                   MOVE 0 TO WS-ACC-GROSS(WS-ACC-SLOT)
                   MOVE 0 TO WS-ACC-ER-SS(WS-ACC-SLOT)
                   MOVE 0 TO WS-ACC-ER-PENSION(WS-ACC-SLOT)
                   MOVE 0 TO WS-ACC-DUE-GROSS(WS-ACC-SLOT)
                   MOVE 0 TO WS-ACC-DUE-SS(WS-ACC-SLOT)
                   MOVE 0 TO WS-ACC-DUE-PENSION(WS-ACC-SLOT)
               END-IF
           END-IF.

       2250-FIND-COST-CENTER.
           MOVE 0 TO WS-CCR-SLOT
           IF WS-CCREF-COUNT > 0
               PERFORM VARYING WS-CCR-SUB FROM 1 BY 1
                       UNTIL WS-CCR-SUB > WS-CCREF-COUNT
                       OR WS-CCR-SLOT > 0
                   IF WS-CCR-CODE(WS-CCR-SUB) = WS-CCR-LOOKUP-CODE
                       MOVE WS-CCR-SUB TO WS-CCR-SLOT
                   END-IF
               END-PERFORM
           END-IF.

       2300-PRORATE-COST-CENTERS.
      *> Each department's amounts are prorated and rounded on
      *> their own; the company-wide credits are the sums of the
      *> rounded debits, so the entries balance to the cent.
           PERFORM VARYING WS-ACC-SUB FROM 1 BY 1
                   UNTIL WS-ACC-SUB > WS-ACC-COUNT
               COMPUTE WS-ACC-DUE-GROSS(WS-ACC-SUB) ROUNDED =
                   WS-ACC-GROSS(WS-ACC-SUB) * WS-EARNED-DAYS
                   / WS-PERIOD-DAYS
               COMPUTE WS-ACC-DUE-SS(WS-ACC-SUB) ROUNDED =
                   WS-ACC-ER-SS(WS-ACC-SUB) * WS-EARNED-DAYS
                   / WS-PERIOD-DAYS
               COMPUTE WS-ACC-DUE-PENSION(WS-ACC-SUB) ROUNDED =
                   WS-ACC-ER-PENSION(WS-ACC-SUB) * WS-EARNED-DAYS
                   / WS-PERIOD-DAYS
               ADD WS-ACC-DUE-GROSS(WS-ACC-SUB) TO WS-TOTAL-DUE-GROSS
               ADD WS-ACC-DUE-SS(WS-ACC-SUB) TO WS-TOTAL-DUE-SS
               ADD WS-ACC-DUE-PENSION(WS-ACC-SUB)
                   TO WS-TOTAL-DUE-PENSION
           END-PERFORM
           COMPUTE WS-TOTAL-DUE =
               WS-TOTAL-DUE-GROSS + WS-TOTAL-DUE-SS
               + WS-TOTAL-DUE-PENSION.

       2400-DAY-NUMBER.
      *> Day number of WS-DATE-WORK: the days of the whole years
      *> before it (365 each plus one per leap year), the days of
      *> the whole months before it this year, and the day itself.
           COMPUTE WS-YEARS-BEFORE = WS-DATE-YEAR - 1
           COMPUTE WS-DAY-NUMBER = WS-YEARS-BEFORE * 365
               + WS-DAYS-BEFORE(WS-DATE-MONTH) + WS-DATE-DAY
           DIVIDE WS-YEARS-BEFORE BY 4 GIVING WS-YEAR-QUOTIENT
           ADD WS-YEAR-QUOTIENT TO WS-DAY-NUMBER
           DIVIDE WS-YEARS-BEFORE BY 100 GIVING WS-YEAR-QUOTIENT
           SUBTRACT WS-YEAR-QUOTIENT FROM WS-DAY-NUMBER
           DIVIDE WS-YEARS-BEFORE BY 400 GIVING WS-YEAR-QUOTIENT
           ADD WS-YEAR-QUOTIENT TO WS-DAY-NUMBER
           IF WS-DATE-MONTH > 2
               PERFORM 2410-CHECK-LEAP-YEAR
               IF LEAP-YEAR
                   ADD 1 TO WS-DAY-NUMBER
               END-IF
           END-IF.

       2410-CHECK-LEAP-YEAR.
      *> Every fourth year, except centuries not divisible by 400.
           MOVE "N" TO WS-LEAP-YEAR-FLAG
           DIVIDE WS-DATE-YEAR BY 4 GIVING WS-YEAR-QUOTIENT
               REMAINDER WS-YEAR-REMAINDER
           IF WS-YEAR-REMAINDER = 0
               MOVE "Y" TO WS-LEAP-YEAR-FLAG
               DIVIDE WS-DATE-YEAR BY 100 GIVING WS-YEAR-QUOTIENT
                   REMAINDER WS-YEAR-REMAINDER
               IF WS-YEAR-REMAINDER = 0
                   DIVIDE WS-DATE-YEAR BY 400 GIVING WS-YEAR-QUOTIENT
                       REMAINDER WS-YEAR-REMAINDER
                   IF WS-YEAR-REMAINDER NOT = 0
                       MOVE "N" TO WS-LEAP-YEAR-FLAG
                   END-IF
               END-IF
           END-IF.

       3000-WRITE-GL-ENTRIES.
      *> The accrual block dated the month end, then the same block
      *> reversed on the first of the next month. The file is
      *> rewritten whole, so a rerun replaces the month's entries
      *> rather than doubling them; with nothing to accrue it is
      *> left empty.
           OPEN OUTPUT GL-POSTING-FILE
           IF WS-GL-FILE-STATUS NOT = "00"
               DISPLAY "No se pudo abrir GL-POSTING-FILE, estado: "
                   WS-GL-FILE-STATUS
           ELSE
               IF PERIOD-FOUND
                   MOVE "A" TO WS-ENTRY-MODE
                   MOVE WS-MONTH-END-DATE TO WS-GL-DATE-WORK
                   PERFORM 3010-WRITE-ENTRY-BLOCK
                   MOVE "R" TO WS-ENTRY-MODE
                   MOVE WS-REVERSAL-DATE TO WS-GL-DATE-WORK
                   PERFORM 3010-WRITE-ENTRY-BLOCK
               END-IF
               CLOSE GL-POSTING-FILE
           END-IF.

       3010-WRITE-ENTRY-BLOCK.
      *> Expense per department - the wage account from CCREF and
      *> the employer-charge accounts the pay run posts to - then
      *> the liabilities company-wide: wages owed and the two
      *> employer contributions payable.
           PERFORM VARYING WS-ACC-SUB FROM 1 BY 1
                   UNTIL WS-ACC-SUB > WS-ACC-COUNT
               MOVE "D" TO WS-GL-DRCR-WORK
               MOVE WS-ACC-CC(WS-ACC-SUB) TO WS-GL-CC-WORK
               IF WS-ACC-DUE-GROSS(WS-ACC-SUB) NOT = 0
                   MOVE WS-ACC-ACCOUNT(WS-ACC-SUB)
                       TO WS-GL-ACCOUNT-WORK
                   MOVE "sueldos" TO WS-GL-ITEM-WORK
                   MOVE WS-ACC-DUE-GROSS(WS-ACC-SUB)
                       TO WS-GL-AMOUNT-WORK
                   PERFORM 3055-WRITE-GL-LINE
               END-IF
               IF WS-ACC-DUE-SS(WS-ACC-SUB) NOT = 0
                   MOVE "6420" TO WS-GL-ACCOUNT-WORK
                   MOVE "SS empresa" TO WS-GL-ITEM-WORK
                   MOVE WS-ACC-DUE-SS(WS-ACC-SUB)
                       TO WS-GL-AMOUNT-WORK
                   PERFORM 3055-WRITE-GL-LINE
               END-IF
               IF WS-ACC-DUE-PENSION(WS-ACC-SUB) NOT = 0
                   MOVE "6430" TO WS-GL-ACCOUNT-WORK
                   MOVE "pension empresa" TO WS-GL-ITEM-WORK
                   MOVE WS-ACC-DUE-PENSION(WS-ACC-SUB)
                       TO WS-GL-AMOUNT-WORK
                   PERFORM 3055-WRITE-GL-LINE
               END-IF
           END-PERFORM
           MOVE "C" TO WS-GL-DRCR-WORK
           MOVE SPACES TO WS-GL-CC-WORK
           IF WS-TOTAL-DUE-GROSS NOT = 0
               MOVE "4650" TO WS-GL-ACCOUNT-WORK
               MOVE "remun. pdtes." TO WS-GL-ITEM-WORK
               MOVE WS-TOTAL-DUE-GROSS TO WS-GL-AMOUNT-WORK
               PERFORM 3055-WRITE-GL-LINE
           END-IF
           IF WS-TOTAL-DUE-SS NOT = 0
               MOVE "4760" TO WS-GL-ACCOUNT-WORK
               MOVE "SS cuota empresa" TO WS-GL-ITEM-WORK
               MOVE WS-TOTAL-DUE-SS TO WS-GL-AMOUNT-WORK
               PERFORM 3055-WRITE-GL-LINE
           END-IF
           IF WS-TOTAL-DUE-PENSION NOT = 0
               MOVE "4662" TO WS-GL-ACCOUNT-WORK
               MOVE "pension cuota" TO WS-GL-ITEM-WORK
               MOVE WS-TOTAL-DUE-PENSION TO WS-GL-AMOUNT-WORK
               PERFORM 3055-WRITE-GL-LINE
           END-IF.

       3055-WRITE-GL-LINE.
           MOVE SPACES TO GL-POSTING-LINE
           MOVE WS-GL-DATE-WORK    TO GL-RUN-DATE
           IF REVERSAL-ENTRY
               IF WS-GL-DRCR-WORK = "D"
                   MOVE "C" TO GL-DRCR
               ELSE
                   MOVE "D" TO GL-DRCR
               END-IF
               STRING "Revers. " DELIMITED BY SIZE
                      WS-GL-ITEM-WORK DELIMITED BY SIZE
                   INTO GL-DESC
               END-STRING
           ELSE
               MOVE WS-GL-DRCR-WORK TO GL-DRCR
               STRING "Devengo " DELIMITED BY SIZE
                      WS-GL-ITEM-WORK DELIMITED BY SIZE
                   INTO GL-DESC
               END-STRING
           END-IF
           MOVE WS-GL-ACCOUNT-WORK TO GL-ACCOUNT
           MOVE WS-GL-CC-WORK      TO GL-COST-CENTER
           MOVE WS-GL-AMOUNT-WORK  TO GL-AMOUNT
           MOVE WS-PERIOD-ID       TO GL-PERIOD-ID
           MOVE WS-PAY-GROUP       TO GL-PAY-GROUP
           WRITE GL-POSTING-LINE
           ADD 1 TO WS-GL-LINES-WRITTEN.

       3100-WRITE-ACCRUAL-REPORT.
           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-FILE-STATUS NOT = "00"
               DISPLAY "No se pudo abrir REPORT-FILE, estado: "
                   WS-REPORT-FILE-STATUS
               MOVE "N" TO WS-TIE-FLAG
           ELSE
               MOVE WS-RPT-SEPARATOR TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE WS-RPT-TITLE-LINE TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE WS-CLOSE-MONTH TO WS-RPT-MONTH
               MOVE WS-RUN-DATE    TO WS-RPT-DATE
               MOVE WS-PAY-GROUP   TO WS-RPT-GROUP
               MOVE WS-RPT-MONTH-LINE TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE WS-RPT-SEPARATOR TO REPORT-LINE
               WRITE REPORT-LINE
               IF NOT PERIOD-FOUND
                   MOVE SPACES TO WS-RPT-TEXT
                   STRING "Ningun periodo del calendario cruza el "
                          "fin de mes - sin devengo"
                          DELIMITED BY SIZE
                       INTO WS-RPT-TEXT
                   END-STRING
                   MOVE WS-RPT-TEXT-LINE TO REPORT-LINE
                   WRITE REPORT-LINE
               ELSE
                   PERFORM 3110-WRITE-PERIOD-BLOCK
                   PERFORM 3120-WRITE-BASE-BLOCK
                   PERFORM 3130-WRITE-DUE-BLOCK
                   PERFORM 3200-FOOT-GL-FILE
                   PERFORM 3300-WRITE-VERDICT
               END-IF
               CLOSE REPORT-FILE
           END-IF.

       3110-WRITE-PERIOD-BLOCK.
           MOVE WS-PERIOD-ID         TO WS-RPT-PERIOD
           MOVE WS-PERIOD-START-DATE TO WS-RPT-START
           MOVE WS-PERIOD-END-DATE   TO WS-RPT-END
           MOVE WS-RPT-PERIOD-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-DAYS-BASIS  TO WS-RPT-DAYS-BASIS
           MOVE WS-EARNED-DAYS TO WS-RPT-EARNED-DAYS
           MOVE WS-PERIOD-DAYS TO WS-RPT-PERIOD-DAYS
           MOVE WS-RPT-DAYS-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-APPLIED-RATE-DATE TO WS-RPT-RATE-DATE
           MOVE WS-ER-SS-RATE        TO WS-RPT-ER-SS-RATE
           MOVE WS-ER-PENSION-RATE   TO WS-RPT-ER-PENS-RATE
           MOVE WS-RPT-RATE-LINE TO REPORT-LINE
           WRITE REPORT-LINE.

       3120-WRITE-BASE-BLOCK.
      *> What the period paid, per department - the figures the
      *> share is taken from.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "Base del periodo (PAGO, VACA y ENFE en PAYHIST)"
               TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-RPT-COLUMN-HEADING TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-RPT-RULE-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM VARYING WS-ACC-SUB FROM 1 BY 1
                   UNTIL WS-ACC-SUB > WS-ACC-COUNT
               MOVE SPACES TO WS-RPT-AMOUNT-LINE
               MOVE WS-ACC-CC(WS-ACC-SUB)      TO WS-RPT-CC
               MOVE WS-ACC-NAME(WS-ACC-SUB)    TO WS-RPT-CC-NAME
               MOVE WS-ACC-ACCOUNT(WS-ACC-SUB) TO WS-RPT-ACCOUNT
               MOVE WS-ACC-GROSS(WS-ACC-SUB)   TO WS-RPT-WAGES
               MOVE WS-ACC-ER-SS(WS-ACC-SUB)   TO WS-RPT-ER-SS
               MOVE WS-ACC-ER-PENSION(WS-ACC-SUB)
                   TO WS-RPT-ER-PENSION
               COMPUTE WS-LINE-TOTAL =
                   WS-ACC-GROSS(WS-ACC-SUB) + WS-ACC-ER-SS(WS-ACC-SUB)
                   + WS-ACC-ER-PENSION(WS-ACC-SUB)
               MOVE WS-LINE-TOTAL TO WS-RPT-LINE-TOTAL
               MOVE WS-RPT-AMOUNT-LINE TO REPORT-LINE
               WRITE REPORT-LINE
           END-PERFORM
           MOVE WS-RPT-RULE-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO WS-RPT-AMOUNT-LINE
           MOVE "TOTAL" TO WS-RPT-CC-NAME
           MOVE WS-TOTAL-GROSS      TO WS-RPT-WAGES
           MOVE WS-TOTAL-ER-SS      TO WS-RPT-ER-SS
           MOVE WS-TOTAL-ER-PENSION TO WS-RPT-ER-PENSION
           COMPUTE WS-LINE-TOTAL =
               WS-TOTAL-GROSS + WS-TOTAL-ER-SS + WS-TOTAL-ER-PENSION
           MOVE WS-LINE-TOTAL TO WS-RPT-LINE-TOTAL
           MOVE WS-RPT-AMOUNT-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           IF WS-SKIPPED-COUNT > 0
               MOVE WS-SKIPPED-COUNT TO WS-RPT-SKIPPED-COUNT
               MOVE WS-SKIPPED-GROSS TO WS-RPT-SKIPPED-GROSS
               MOVE WS-RPT-SKIPPED-LINE TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

       3130-WRITE-DUE-BLOCK.
      *> The accrued share, per department - what the debit lines
      *> of the GL file carry.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "Devengado al cierre del mes (asiento de devengo)"
               TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-RPT-COLUMN-HEADING TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-RPT-RULE-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM VARYING WS-ACC-SUB FROM 1 BY 1
                   UNTIL WS-ACC-SUB > WS-ACC-COUNT
               MOVE SPACES TO WS-RPT-AMOUNT-LINE
               MOVE WS-ACC-CC(WS-ACC-SUB)      TO WS-RPT-CC
               MOVE WS-ACC-NAME(WS-ACC-SUB)    TO WS-RPT-CC-NAME
               MOVE WS-ACC-ACCOUNT(WS-ACC-SUB) TO WS-RPT-ACCOUNT
               MOVE WS-ACC-DUE-GROSS(WS-ACC-SUB) TO WS-RPT-WAGES
               MOVE WS-ACC-DUE-SS(WS-ACC-SUB)    TO WS-RPT-ER-SS
               MOVE WS-ACC-DUE-PENSION(WS-ACC-SUB)
                   TO WS-RPT-ER-PENSION
               COMPUTE WS-LINE-TOTAL =
                   WS-ACC-DUE-GROSS(WS-ACC-SUB)
                   + WS-ACC-DUE-SS(WS-ACC-SUB)
                   + WS-ACC-DUE-PENSION(WS-ACC-SUB)
               MOVE WS-LINE-TOTAL TO WS-RPT-LINE-TOTAL
               MOVE WS-RPT-AMOUNT-LINE TO REPORT-LINE
               WRITE REPORT-LINE
           END-PERFORM
           MOVE WS-RPT-RULE-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO WS-RPT-AMOUNT-LINE
           MOVE "TOTAL" TO WS-RPT-CC-NAME
           MOVE WS-TOTAL-DUE-GROSS   TO WS-RPT-WAGES
           MOVE WS-TOTAL-DUE-SS      TO WS-RPT-ER-SS
           MOVE WS-TOTAL-DUE-PENSION TO WS-RPT-ER-PENSION
           MOVE WS-TOTAL-DUE         TO WS-RPT-LINE-TOTAL
           MOVE WS-RPT-AMOUNT-LINE TO REPORT-LINE
           WRITE REPORT-LINE.

       3200-FOOT-GL-FILE.
      *> The GL file is read back, not reconstructed: every line on
      *> it is listed and footed by date and side, so the report
      *> proves what was actually written.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO WS-RPT-TEXT
           STRING "Asientos en " DELIMITED BY SIZE
                  WS-GL-FILE-PATH DELIMITED BY SPACE
               INTO WS-RPT-TEXT
           END-STRING
           MOVE WS-RPT-TEXT-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-RPT-GL-HEADING TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-RPT-RULE-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "N" TO WS-EOF-FLAG
           OPEN INPUT GL-POSTING-FILE
           IF WS-GL-FILE-STATUS NOT = "00"
               DISPLAY "No se pudo abrir GL-POSTING-FILE, estado: "
                   WS-GL-FILE-STATUS
               MOVE "Y" TO WS-EOF-FLAG
               MOVE "N" TO WS-TIE-FLAG
           END-IF
           PERFORM UNTIL END-OF-INPUT-FILE
               READ GL-POSTING-FILE
                   AT END
                       MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       PERFORM 3210-FOOT-GL-LINE
               END-READ
           END-PERFORM
           IF WS-GL-FILE-STATUS = "10"
               CLOSE GL-POSTING-FILE
           END-IF
           MOVE WS-RPT-RULE-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "Devengo - debe" TO WS-RPT-FOOT-LABEL
           MOVE WS-FOOT-ACCRUAL-DEBIT TO WS-RPT-FOOT-VALUE
           MOVE WS-RPT-FOOT-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "Devengo - haber" TO WS-RPT-FOOT-LABEL
           MOVE WS-FOOT-ACCRUAL-CREDIT TO WS-RPT-FOOT-VALUE
           MOVE WS-RPT-FOOT-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "Reversion - debe" TO WS-RPT-FOOT-LABEL
           MOVE WS-FOOT-REVERSAL-DEBIT TO WS-RPT-FOOT-VALUE
           MOVE WS-RPT-FOOT-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "Reversion - haber" TO WS-RPT-FOOT-LABEL
           MOVE WS-FOOT-REVERSAL-CREDIT TO WS-RPT-FOOT-VALUE
           MOVE WS-RPT-FOOT-LINE TO REPORT-LINE
           WRITE REPORT-LINE.

       3210-FOOT-GL-LINE.
           MOVE SPACES TO WS-RPT-GL-LINE
           MOVE GL-RUN-DATE    TO WS-RPT-GL-DATE
           MOVE GL-DRCR        TO WS-RPT-GL-DRCR
           MOVE GL-ACCOUNT     TO WS-RPT-GL-ACCOUNT
           MOVE GL-COST-CENTER TO WS-RPT-GL-CC
           MOVE GL-DESC        TO WS-RPT-GL-DESC
           MOVE GL-AMOUNT      TO WS-RPT-GL-AMOUNT
           MOVE WS-RPT-GL-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE GL-RUN-DATE TO WS-GL-DATE-READ
           EVALUATE TRUE
               WHEN WS-GL-DATE-READ = WS-MONTH-END-DATE
                       AND GL-DEBIT
                   ADD GL-AMOUNT TO WS-FOOT-ACCRUAL-DEBIT
               WHEN WS-GL-DATE-READ = WS-MONTH-END-DATE
                       AND GL-CREDIT
                   ADD GL-AMOUNT TO WS-FOOT-ACCRUAL-CREDIT
               WHEN WS-GL-DATE-READ = WS-REVERSAL-DATE
                       AND GL-DEBIT
                   ADD GL-AMOUNT TO WS-FOOT-REVERSAL-DEBIT
               WHEN WS-GL-DATE-READ = WS-REVERSAL-DATE
                       AND GL-CREDIT
                   ADD GL-AMOUNT TO WS-FOOT-REVERSAL-CREDIT
               WHEN OTHER
                   ADD 1 TO WS-FOOT-OTHER-COUNT
           END-EVALUATE.

       3300-WRITE-VERDICT.
      *> The report ties when the accrual's debits and credits both
      *> equal the accrued total above, and the reversal undoes
      *> exactly the same amounts the other way round.
           IF WS-FOOT-ACCRUAL-DEBIT NOT = WS-TOTAL-DUE
                   OR WS-FOOT-ACCRUAL-CREDIT NOT = WS-TOTAL-DUE
                   OR WS-FOOT-REVERSAL-DEBIT NOT = WS-TOTAL-DUE
                   OR WS-FOOT-REVERSAL-CREDIT NOT = WS-TOTAL-DUE
                   OR WS-FOOT-OTHER-COUNT > 0
               MOVE "N" TO WS-TIE-FLAG
           END-IF
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           IF ACCRUAL-TIES
               MOVE "EL FICHERO CONTABLE CUADRA CON EL INFORME"
                   TO WS-RPT-VERDICT
           ELSE
               MOVE "DESCUADRE - NO CONTABILIZAR EL FICHERO"
                   TO WS-RPT-VERDICT
           END-IF
           MOVE WS-RPT-VERDICT-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-RPT-SEPARATOR TO REPORT-LINE
           WRITE REPORT-LINE.
