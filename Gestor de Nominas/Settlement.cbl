       IDENTIFICATION DIVISION.
       PROGRAM-ID. Settlement.

      *> Finiquito selection, run after EmployeeMaint has applied the
      *> day's bajas and before the settlement pay run. Every baja in
      *> the standing-master change log (a "T" DESPUES line) whose
      *> employee is still terminated, belongs to the pay group named
      *> by NOMINA_GRUPO (blank is the weekly group) and has no
      *> finiquito in the payment history yet gets one "F" record
      *> (see EMPREC) in the group's EMPLOYEE-FIN.DAT, closed by the
      *> usual control trailer - so the file goes through PreEdit and
      *> PayrollManager with NOMINA_FINIQUITO=S like any other input.
      *> The record names the paga extraordinaria the employee leaves
      *> in and the commercial days of it accrued; the pay run values
      *> those and the unused vacation at the rates then in force and
      *> withholds and garnishes the lot as usual. The file is
      *> rewritten whole on every run, so a baja keyed late simply
      *> joins the next selection until its finiquito is paid.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CHANGE-LOG-FILE ASSIGN DYNAMIC WS-CHGLOG-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHGLOG-FILE-STATUS.

           SELECT STANDING-MASTER ASSIGN DYNAMIC WS-STANDING-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STANDING-FILE-STATUS.

           SELECT PAY-HISTORY-FILE ASSIGN DYNAMIC WS-HISTORY-FILE-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PHR-KEY
               ALTERNATE RECORD KEY IS PHR-PERIOD-ID WITH DUPLICATES
               FILE STATUS IS WS-HISTORY-FILE-STATUS.

           SELECT YEAR-CONTROL-FILE ASSIGN DYNAMIC WS-YEARCTL-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-YEARCTL-FILE-STATUS.

           SELECT EMPLOYEE-FILE ASSIGN DYNAMIC WS-EMPLOYEE-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EMPLOYEE-FILE-STATUS.

           SELECT PAY-GROUP-FILE ASSIGN DYNAMIC WS-PAYGRP-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAYGRP-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CHANGE-LOG-FILE.
           COPY CHGLOG.

       FD  STANDING-MASTER.
           COPY STANDMST.

       FD  PAY-HISTORY-FILE.
           COPY PAYHIST.

       FD  YEAR-CONTROL-FILE.
           COPY YEARCTL.

       FD  EMPLOYEE-FILE.
           COPY EMPREC.

       FD  PAY-GROUP-FILE.
           COPY PAYGRP.

       WORKING-STORAGE SECTION.
       01 WS-CHGLOG-FILE-PATH     PIC X(40) VALUE
           "data/EMPSTAND-CHG.LOG".
       01 WS-CHGLOG-FILE-STATUS   PIC X(2).
       01 WS-STANDING-FILE-PATH   PIC X(40) VALUE "data/EMPSTAND.DAT".
       01 WS-STANDING-FILE-STATUS PIC X(2).
       01 WS-HISTORY-FILE-PATH    PIC X(40) VALUE "data/PAYHIST.DAT".
       01 WS-HISTORY-FILE-STATUS  PIC X(2).
      *> "02" is a good read as well: the next line shares the
      *> record's period, the key that allows duplicates.
           88 HISTORY-READ-OK         VALUE "00" "02".
       01 WS-YEARCTL-FILE-PATH    PIC X(40) VALUE "data/YEARCTL.DAT".
       01 WS-YEARCTL-FILE-STATUS  PIC X(2).
       01 WS-EMPLOYEE-FILE-PATH   PIC X(40) VALUE "data/EMPLOYEE.DAT".
       01 WS-EMPLOYEE-FILE-STATUS PIC X(2).
       01 WS-PAYGRP-FILE-PATH     PIC X(40) VALUE "data/PAYGRP.DAT".
       01 WS-PAYGRP-FILE-STATUS   PIC X(2).

       01 WS-RUN-DATE             PIC 9(8).
       01 WS-RUN-DATE-PARTS REDEFINES WS-RUN-DATE.
           05  WS-RUN-YEAR        PIC 9(4).
           05  FILLER             PIC 9(4).

      *> Pay group selected for - same parameter and same file naming
      *> as the pay run (see 1057-SUFFIX-FILE-PATH); the selection
      *> always writes the settlement file, -FIN after the group.
       01 WS-PAY-GROUP            PIC X(3) VALUE SPACES.
       01 WS-DEFAULT-PAY-GROUP    PIC X(3) VALUE "SEM".
       01 WS-PAY-GROUP-FOUND-FLAG PIC X VALUE "N".
           88 PAY-GROUP-FOUND         VALUE "Y".
       01 WS-EMP-PAY-GROUP        PIC X(3).
       01 WS-PATH-SUFFIX          PIC X(3).
       01 WS-PATH-WORK            PIC X(40).
       01 WS-PATH-NAME-PART       PIC X(40).
       01 WS-PATH-EXT-PART        PIC X(10).

      *> The parts of the standing master the selection needs: who
      *> is still terminated, and in which group.
       01 WS-STANDING-TABLE.
           05  WS-STD-ENTRY OCCURS 2000 TIMES.
               10  WS-STD-ID       PIC X(6).
               10  WS-STD-NAME     PIC A(30).
               10  WS-STD-STATUS   PIC X(1).
                   88  WS-STD-TERMINATED VALUE "T".
               10  WS-STD-PAY-GROUP PIC X(3).
       01 WS-STANDING-COUNT       PIC 9(4) VALUE 0.
       01 WS-STD-SUB              PIC 9(4).
       01 WS-STD-SLOT             PIC 9(4) VALUE 0.

      *> One entry per employee the change log has an alta or a baja
      *> for: the day each was keyed (zero when the log has none - an
      *> employee loaded before the log existed). A baja reversed by
      *> a later alta cannot happen (EmployeeMaint refuses an alta
      *> for an id on file), so the last baja logged is the one.
       01 WS-LEAVER-TABLE.
           05  WS-LVR-ENTRY OCCURS 2000 TIMES.
               10  WS-LVR-ID        PIC X(6).
               10  WS-LVR-ALTA-DATE PIC 9(8).
               10  WS-LVR-BAJA-DATE PIC 9(8).
       01 WS-LEAVER-COUNT         PIC 9(4) VALUE 0.
       01 WS-LVR-SUB              PIC 9(4).
       01 WS-LVR-SLOT             PIC 9(4) VALUE 0.
      *> The front of a logged standing image - enough to name the
      *> employee the line is about - and the log date de-edited.
       01 WS-LOG-IMAGE.
           05  WS-LOG-EMP-ID       PIC X(6).
           05  FILLER              PIC X(107).
       01 WS-LOG-DATE             PIC 9(8).

      *> Employees whose finiquito is already in the payment history
      *> (a FINQ posting) - never selected again.
       01 WS-SETTLED-TABLE.
           05  WS-SETTLED-ID OCCURS 2000 TIMES PIC X(6).
       01 WS-SETTLED-COUNT        PIC 9(4) VALUE 0.
       01 WS-SETTLED-SUB          PIC 9(4).
       01 WS-SETTLED-FLAG         PIC X VALUE "N".
           88 ALREADY-SETTLED         VALUE "Y".
      *> Payment-history partitions (see PAYHIST): every open year
      *> in the active file, each year up to the last closed one
      *> (YEARCTL) in its own archive.
       01 WS-LAST-CLOSED-YEAR     PIC 9(4) VALUE 0.
       01 WS-PART-YEAR            PIC 9(4).
       01 WS-ACTIVE-PART-FLAG     PIC X VALUE "N".
           88 ACTIVE-PART-READ        VALUE "Y".
       01 WS-FINQ-FROM-DATE       PIC 9(8).
       01 WS-FINQ-FROM-PARTS REDEFINES WS-FINQ-FROM-DATE.
           05  WS-FINQ-FROM-YEAR  PIC 9(4).
           05  FILLER             PIC 9(4).

      *> Paga share. A paga extraordinaria is one month's pay accrued
      *> over the commercial half-year it rewards (180 days of 30 per
      *> month): June's over January to June, December's over July
      *> to December. The share is the days of the half-year of the
      *> baja up to and including the baja day - counted from the
      *> alta instead when the employee joined inside it.
       01 WS-DATE-WORK            PIC 9(8).
       01 WS-DATE-PARTS REDEFINES WS-DATE-WORK.
           05  WS-DATE-YEAR        PIC 9(4).
           05  WS-DATE-MONTH       PIC 9(2).
           05  WS-DATE-DAY         PIC 9(2).
       01 WS-COMMERCIAL-DAY       PIC 9(3).
       01 WS-BAJA-YEAR            PIC 9(4).
       01 WS-BAJA-DAY-INDEX       PIC 9(3).
       01 WS-HALF-START           PIC 9(3).
       01 WS-PAGA-REASON          PIC X(4).
       01 WS-PAGA-DAYS            PIC 9(3).
       01 WS-PAGA-ACCRUAL-DAYS    PIC 9(3) VALUE 180.
       01 WS-DAYS-PER-MONTH       PIC 9(2) VALUE 30.
       01 WS-DATE-EDITED          PIC 9999/99/99.

       01 WS-RECORD-COUNT         PIC 9(6) VALUE 0.
       01 WS-HASH-TOTAL           PIC 9(9) VALUE 0.
       01 WS-SKIPPED-COUNT        PIC 9(4) VALUE 0.

       PROCEDURE DIVISION.
       0000-MAIN-LOGIC.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM 1050-SELECT-PAY-GROUP
      *> Without a known group there is no file to write - leave
      *> whatever selection is there alone.
           IF NOT PAY-GROUP-FOUND
               MOVE 12 TO RETURN-CODE
           ELSE
               PERFORM 1100-LOAD-STANDING-MASTER
               IF WS-STANDING-COUNT = 0
                   DISPLAY "ERROR: EMPSTAND.DAT vacio o ausente - no "
                       "hay bajas que liquidar"
                   MOVE 12 TO RETURN-CODE
               ELSE
                   PERFORM 1200-LOAD-CHANGE-LOG
                   PERFORM 1300-LOAD-SETTLED-EMPLOYEES
                   OPEN OUTPUT EMPLOYEE-FILE
                   IF WS-EMPLOYEE-FILE-STATUS NOT = "00"
                       DISPLAY "No se pudo abrir EMPLOYEE-FILE, "
                           "estado: " WS-EMPLOYEE-FILE-STATUS
                       MOVE 12 TO RETURN-CODE
                   ELSE
                       PERFORM 2000-SELECT-LEAVER
                           VARYING WS-LVR-SUB FROM 1 BY 1
                           UNTIL WS-LVR-SUB > WS-LEAVER-COUNT
                       PERFORM 3000-FINALIZE
                   END-IF
               END-IF
           END-IF
           STOP RUN.

       1050-SELECT-PAY-GROUP.
           ACCEPT WS-PAY-GROUP FROM ENVIRONMENT "NOMINA_GRUPO"
           IF WS-PAY-GROUP = SPACES
               MOVE WS-DEFAULT-PAY-GROUP TO WS-PAY-GROUP
           END-IF
           OPEN INPUT PAY-GROUP-FILE
           IF WS-PAYGRP-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: falta PAYGRP.DAT - cargue el maestro "
                   "de grupos de pago"
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
                   DISPLAY "ERROR: grupo de pago desconocido '"
                       WS-PAY-GROUP "' en PAYGRP.DAT"
               END-IF
           END-IF
           IF PAY-GROUP-FOUND
               MOVE WS-EMPLOYEE-FILE-PATH TO WS-PATH-WORK
               IF WS-PAY-GROUP NOT = WS-DEFAULT-PAY-GROUP
                   MOVE WS-PAY-GROUP TO WS-PATH-SUFFIX
                   PERFORM 1057-SUFFIX-FILE-PATH
               END-IF
               MOVE "FIN" TO WS-PATH-SUFFIX
               PERFORM 1057-SUFFIX-FILE-PATH
               MOVE WS-PATH-WORK TO WS-EMPLOYEE-FILE-PATH
               DISPLAY "Seleccion de finiquitos del grupo "
                   WS-PAY-GROUP ": " WS-EMPLOYEE-FILE-PATH
           END-IF.

       1057-SUFFIX-FILE-PATH.
      *> data/NAME.EXT in WS-PATH-WORK becomes data/NAME-SFX.EXT,
      *> SFX being WS-PATH-SUFFIX.
           MOVE SPACES TO WS-PATH-NAME-PART WS-PATH-EXT-PART
           UNSTRING WS-PATH-WORK DELIMITED BY "."
               INTO WS-PATH-NAME-PART WS-PATH-EXT-PART
           END-UNSTRING
           MOVE SPACES TO WS-PATH-WORK
           STRING WS-PATH-NAME-PART DELIMITED BY SPACE
                  "-" DELIMITED BY SIZE
                  WS-PATH-SUFFIX DELIMITED BY SPACE
                  "." DELIMITED BY SIZE
                  WS-PATH-EXT-PART DELIMITED BY SPACE
               INTO WS-PATH-WORK
           END-STRING.

       1100-LOAD-STANDING-MASTER.
           OPEN INPUT STANDING-MASTER
           IF WS-STANDING-FILE-STATUS = "00"
               PERFORM UNTIL WS-STANDING-FILE-STATUS NOT = "00"
                   READ STANDING-MASTER
                       AT END
                           MOVE "10" TO WS-STANDING-FILE-STATUS
                       NOT AT END
                           IF WS-STANDING-COUNT >= 2000
                               DISPLAY "ADVERTENCIA: STANDING-MASTER "
                                   "excede 2000 registros, se trunca "
                                   "la carga"
                               MOVE "10" TO WS-STANDING-FILE-STATUS
                           ELSE
                               ADD 1 TO WS-STANDING-COUNT
                               MOVE STD-EMP-ID TO
                                   WS-STD-ID(WS-STANDING-COUNT)
                               MOVE STD-EMP-NAME TO
                                   WS-STD-NAME(WS-STANDING-COUNT)
                               MOVE STD-STATUS TO
                                   WS-STD-STATUS(WS-STANDING-COUNT)
                               MOVE STD-PAY-GROUP TO
                                   WS-STD-PAY-GROUP(WS-STANDING-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE STANDING-MASTER
           END-IF.

       1200-LOAD-CHANGE-LOG.
      *> Only the DESPUES image of an alta or a baja matters here;
      *> cambios, and the ANTES images, are stepped over. No log at
      *> all just means no baja was ever keyed.
           OPEN INPUT CHANGE-LOG-FILE
           IF WS-CHGLOG-FILE-STATUS NOT = "00"
               DISPLAY "ADVERTENCIA: falta EMPSTAND-CHG.LOG - no hay "
                   "bajas registradas"
           ELSE
               PERFORM UNTIL WS-CHGLOG-FILE-STATUS NOT = "00"
                   READ CHANGE-LOG-FILE
                       AT END
                           MOVE "10" TO WS-CHGLOG-FILE-STATUS
                       NOT AT END
                           IF CHG-IMAGE-TYPE = "DESPUES"
                                   AND (CHG-ACTION = "A"
                                        OR CHG-ACTION = "T")
                               PERFORM 1210-TAKE-LOG-LINE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CHANGE-LOG-FILE
           END-IF.

       1210-TAKE-LOG-LINE.
      *> MOVE de-edits the logged date (9999/99/99) into a plain
      *> numeric one.
           MOVE CHG-IMAGE    TO WS-LOG-IMAGE
           MOVE CHG-RUN-DATE TO WS-LOG-DATE
           MOVE 0 TO WS-LVR-SLOT
           PERFORM VARYING WS-LVR-SUB FROM 1 BY 1
                   UNTIL WS-LVR-SUB > WS-LEAVER-COUNT
                   OR WS-LVR-SLOT > 0
               IF WS-LVR-ID(WS-LVR-SUB) = WS-LOG-EMP-ID
                   MOVE WS-LVR-SUB TO WS-LVR-SLOT
               END-IF
           END-PERFORM
           IF WS-LVR-SLOT = 0
               IF WS-LEAVER-COUNT >= 2000
                   DISPLAY "ADVERTENCIA: EMPSTAND-CHG.LOG excede 2000 "
                       "empleados, se trunca la carga"
                   MOVE "10" TO WS-CHGLOG-FILE-STATUS
               ELSE
                   ADD 1 TO WS-LEAVER-COUNT
                   MOVE WS-LEAVER-COUNT TO WS-LVR-SLOT
                   MOVE WS-LOG-EMP-ID TO WS-LVR-ID(WS-LVR-SLOT)
                   MOVE 0 TO WS-LVR-ALTA-DATE(WS-LVR-SLOT)
                   MOVE 0 TO WS-LVR-BAJA-DATE(WS-LVR-SLOT)
               END-IF
           END-IF
           IF WS-LVR-SLOT > 0
               IF CHG-ACTION = "T"
                   MOVE WS-LOG-DATE TO WS-LVR-BAJA-DATE(WS-LVR-SLOT)
               ELSE
                   MOVE WS-LOG-DATE TO WS-LVR-ALTA-DATE(WS-LVR-SLOT)
               END-IF
           END-IF.

       1300-LOAD-SETTLED-EMPLOYEES.
      *> A leaver is settled once a FINQ posting was paid on or
      *> after the baja. Only the leavers' own lines are read,
      *> through the history key from the baja date on, in the
      *> partition of the baja's year and every later one.
           MOVE 0 TO WS-LAST-CLOSED-YEAR
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
           END-IF
           PERFORM VARYING WS-LVR-SUB FROM 1 BY 1
                   UNTIL WS-LVR-SUB > WS-LEAVER-COUNT
               IF WS-LVR-BAJA-DATE(WS-LVR-SUB) > 0
                   MOVE WS-LVR-BAJA-DATE(WS-LVR-SUB)
                       TO WS-FINQ-FROM-DATE
                   MOVE "N" TO WS-SETTLED-FLAG
                   MOVE "N" TO WS-ACTIVE-PART-FLAG
                   PERFORM VARYING WS-PART-YEAR
                           FROM WS-FINQ-FROM-YEAR BY 1
                           UNTIL WS-PART-YEAR > WS-RUN-YEAR
                           OR ACTIVE-PART-READ
                           OR ALREADY-SETTLED
                       PERFORM 1320-SET-HISTORY-PARTITION
                       PERFORM 1330-SEARCH-HISTORY-PART
                   END-PERFORM
                   IF ALREADY-SETTLED
                       PERFORM 1310-ADD-SETTLED-EMPLOYEE
                   END-IF
               END-IF
           END-PERFORM
           MOVE "N" TO WS-SETTLED-FLAG.

       1310-ADD-SETTLED-EMPLOYEE.
           IF WS-SETTLED-COUNT >= 2000
               DISPLAY "ADVERTENCIA: mas de 2000 finiquitos ya "
                   "pagados, se trunca la carga"
           ELSE
               ADD 1 TO WS-SETTLED-COUNT
               MOVE WS-LVR-ID(WS-LVR-SUB)
                   TO WS-SETTLED-ID(WS-SETTLED-COUNT)
           END-IF.

       1320-SET-HISTORY-PARTITION.
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

       1330-SEARCH-HISTORY-PART.
           OPEN INPUT PAY-HISTORY-FILE
           IF WS-HISTORY-FILE-STATUS = "00"
               MOVE WS-LVR-ID(WS-LVR-SUB) TO PHR-EMP-ID
               MOVE WS-FINQ-FROM-DATE TO PHR-PAY-DATE
               MOVE 0 TO PHR-POSTING-NO
               MOVE 0 TO PHR-LINE-NO
               START PAY-HISTORY-FILE KEY IS >= PHR-KEY
                   INVALID KEY
                       MOVE "10" TO WS-HISTORY-FILE-STATUS
               END-START
               PERFORM UNTIL NOT HISTORY-READ-OK
                       OR ALREADY-SETTLED
                   READ PAY-HISTORY-FILE NEXT RECORD
                       AT END
                           MOVE "10" TO WS-HISTORY-FILE-STATUS
                       NOT AT END
                           IF PHR-EMP-ID NOT = WS-LVR-ID(WS-LVR-SUB)
                               MOVE "10" TO WS-HISTORY-FILE-STATUS
                           ELSE
                           IF PHS-POSTING AND PHS-TYPE = "FINQ"
                               MOVE "Y" TO WS-SETTLED-FLAG
                           END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PAY-HISTORY-FILE
           END-IF.

       2000-SELECT-LEAVER.
      *> A baja only stands while the master still says so; another
      *> group's leaver is that group's run to settle.
           IF WS-LVR-BAJA-DATE(WS-LVR-SUB) > 0
               PERFORM 2100-FIND-STANDING-ENTRY
               PERFORM 2150-FIND-SETTLED-EMPLOYEE
               IF WS-STD-SLOT = 0
                   ADD 1 TO WS-SKIPPED-COUNT
                   DISPLAY "Baja omitida - " WS-LVR-ID(WS-LVR-SUB)
                       " no existe en el maestro"
               ELSE
               IF NOT WS-STD-TERMINATED(WS-STD-SLOT)
                   ADD 1 TO WS-SKIPPED-COUNT
                   DISPLAY "Baja omitida - " WS-LVR-ID(WS-LVR-SUB)
                       " ya no figura de baja en el maestro"
               ELSE
                   MOVE WS-STD-PAY-GROUP(WS-STD-SLOT)
                       TO WS-EMP-PAY-GROUP
                   IF WS-EMP-PAY-GROUP = SPACES
                       MOVE WS-DEFAULT-PAY-GROUP TO WS-EMP-PAY-GROUP
                   END-IF
                   IF WS-EMP-PAY-GROUP = WS-PAY-GROUP
                           AND NOT ALREADY-SETTLED
                       PERFORM 2200-CALCULATE-PAGA-SHARE
                       PERFORM 2300-WRITE-SETTLEMENT
                   END-IF
               END-IF
               END-IF
           END-IF.

       2100-FIND-STANDING-ENTRY.
           MOVE 0 TO WS-STD-SLOT
           PERFORM VARYING WS-STD-SUB FROM 1 BY 1
                   UNTIL WS-STD-SUB > WS-STANDING-COUNT
                   OR WS-STD-SLOT > 0
               IF WS-STD-ID(WS-STD-SUB) = WS-LVR-ID(WS-LVR-SUB)
                   MOVE WS-STD-SUB TO WS-STD-SLOT
               END-IF
           END-PERFORM.

       2150-FIND-SETTLED-EMPLOYEE.
           MOVE "N" TO WS-SETTLED-FLAG
           PERFORM VARYING WS-SETTLED-SUB FROM 1 BY 1
                   UNTIL WS-SETTLED-SUB > WS-SETTLED-COUNT
                   OR ALREADY-SETTLED
               IF WS-SETTLED-ID(WS-SETTLED-SUB) = WS-LVR-ID(WS-LVR-SUB)
                   MOVE "Y" TO WS-SETTLED-FLAG
               END-IF
           END-PERFORM.

       2200-CALCULATE-PAGA-SHARE.
           MOVE WS-LVR-BAJA-DATE(WS-LVR-SUB) TO WS-DATE-WORK
           MOVE WS-DATE-YEAR TO WS-BAJA-YEAR
           PERFORM 2250-COMMERCIAL-DAY
           MOVE WS-COMMERCIAL-DAY TO WS-BAJA-DAY-INDEX
           IF WS-DATE-MONTH <= 6
               MOVE "PJUN" TO WS-PAGA-REASON
               MOVE 0 TO WS-HALF-START
           ELSE
               MOVE "PDIC" TO WS-PAGA-REASON
               MOVE WS-PAGA-ACCRUAL-DAYS TO WS-HALF-START
           END-IF
      *> Joined inside the half-year: the days before the alta
      *> were never worked.
           IF WS-LVR-ALTA-DATE(WS-LVR-SUB) > 0
               MOVE WS-LVR-ALTA-DATE(WS-LVR-SUB) TO WS-DATE-WORK
               IF WS-DATE-YEAR = WS-BAJA-YEAR
                   PERFORM 2250-COMMERCIAL-DAY
                   IF WS-COMMERCIAL-DAY - 1 > WS-HALF-START
                       COMPUTE WS-HALF-START = WS-COMMERCIAL-DAY - 1
                   END-IF
               END-IF
           END-IF
           IF WS-BAJA-DAY-INDEX > WS-HALF-START
               COMPUTE WS-PAGA-DAYS =
                   WS-BAJA-DAY-INDEX - WS-HALF-START
           ELSE
               MOVE 0 TO WS-PAGA-DAYS
           END-IF
           IF WS-PAGA-DAYS > WS-PAGA-ACCRUAL-DAYS
               MOVE WS-PAGA-ACCRUAL-DAYS TO WS-PAGA-DAYS
           END-IF.

       2250-COMMERCIAL-DAY.
      *> Day of the commercial year (twelve months of 30 days) of the
      *> date in WS-DATE-WORK - the 31st counts as the 30th.
           IF WS-DATE-DAY > WS-DAYS-PER-MONTH
               COMPUTE WS-COMMERCIAL-DAY =
                   (WS-DATE-MONTH - 1) * WS-DAYS-PER-MONTH
                   + WS-DAYS-PER-MONTH
           ELSE
               COMPUTE WS-COMMERCIAL-DAY =
                   (WS-DATE-MONTH - 1) * WS-DAYS-PER-MONTH
                   + WS-DATE-DAY
           END-IF.

       2300-WRITE-SETTLEMENT.
           MOVE SPACES TO EMPLOYEE-SETTLEMENT-RECORD
           MOVE "F" TO FIN-REC-TYPE
           MOVE WS-LVR-ID(WS-LVR-SUB)        TO FIN-EMP-ID
           MOVE WS-LVR-BAJA-DATE(WS-LVR-SUB) TO FIN-TERM-DATE
           MOVE WS-PAGA-REASON               TO FIN-PAGA-REASON
           MOVE WS-PAGA-DAYS                 TO FIN-PAGA-DAYS
           WRITE EMPLOYEE-SETTLEMENT-RECORD
           ADD 1 TO WS-RECORD-COUNT
           ADD WS-PAGA-DAYS TO WS-HASH-TOTAL
           MOVE WS-LVR-BAJA-DATE(WS-LVR-SUB) TO WS-DATE-EDITED
           DISPLAY "Finiquito: " WS-LVR-ID(WS-LVR-SUB) " "
               WS-STD-NAME(WS-STD-SLOT) " baja " WS-DATE-EDITED
               " " WS-PAGA-REASON " " WS-PAGA-DAYS " dias".

       3000-FINALIZE.
      *> The trailer balances the file exactly as timekeeping's does
      *> the weekly one: its record count and, as the hash, the sum
      *> of the paga days.
           MOVE SPACES TO EMPLOYEE-TRAILER-RECORD
           MOVE "T" TO TRL-REC-TYPE
           MOVE WS-RECORD-COUNT TO TRL-RECORD-COUNT
           MOVE WS-HASH-TOTAL   TO TRL-HOURS-TOTAL
           WRITE EMPLOYEE-TRAILER-RECORD
           CLOSE EMPLOYEE-FILE
           IF WS-RECORD-COUNT = 0
               DISPLAY "Sin finiquitos pendientes para el grupo "
                   WS-PAY-GROUP
           ELSE
               DISPLAY "Finiquitos seleccionados: " WS-RECORD-COUNT
                   " - ejecute PreEdit y PayrollManager con "
                   "NOMINA_FINIQUITO=S"
           END-IF
           IF WS-SKIPPED-COUNT > 0
               DISPLAY "Bajas omitidas: " WS-SKIPPED-COUNT
           END-IF.
