      *>                       (defaults to the beginning of time)
      *>   EXTRACTO_HASTA    - last pay date included, AAAAMMDD
      *>                       (defaults to the end of time)
      *> Each posting prints with its full statutory breakdown, the
      *> earnings codes it paid and the elections applied to it by
      *> name; a totals block closes the statement. Output goes to
      *> data/EXTRACTO.PRT. Only the employee's own lines are read,
      *> through the history key, in each year's partition the
      *> range reaches - closed years from their archives.
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
       FD  PAY-HISTORY-FILE.
           COPY PAYHIST.

       FD  YEAR-CONTROL-FILE.
           COPY YEARCTL.

       FD  STANDING-MASTER.
           COPY STANDMST.

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
       01 WS-REPORT-FILE-PATH     PIC X(40) VALUE "data/EXTRACTO.PRT".
       01 WS-FROM-DATE-IN         PIC X(8).
       01 WS-TO-DATE-IN           PIC X(8).
       01 WS-FROM-DATE            PIC 9(8) VALUE 0.
       01 WS-FROM-DATE-PARTS REDEFINES WS-FROM-DATE.
           05  WS-FROM-YEAR       PIC 9(4).
           05  FILLER             PIC 9(4).
       01 WS-TO-DATE              PIC 9(8) VALUE 99999999.
       01 WS-TO-DATE-PARTS REDEFINES WS-TO-DATE.
           05  WS-TO-YEAR         PIC 9(4).
           05  FILLER             PIC 9(4).

      *> Payment-history partitions (see PAYHIST): every open year
      *> in the active file, each year up to the last closed one
      *> (YEARCTL) in its own archive, the oldest being the
      *> history's first year.
       01 WS-LAST-CLOSED-YEAR     PIC 9(4) VALUE 0.
       01 WS-FIRST-HISTORY-YEAR   PIC 9(4) VALUE 0.
       01 WS-PART-YEAR            PIC 9(4).
       01 WS-FIRST-PART-YEAR      PIC 9(4).
       01 WS-ACTIVE-PART-FLAG     PIC X VALUE "N".
           88 ACTIVE-PART-READ        VALUE "Y".

       01 WS-POSTING-COUNT        PIC 9(5) VALUE 0.
       01 WS-SUM-GROSS            PIC S9(8)V99 VALUE 0.
           05  FILLER              PIC X(21) VALUE
               "  Corrige el pago de ".
           05  WS-RPT-ORIG-DATE    PIC 9999/99/99.
       01 WS-RPT-EARNINGS-LINE.
           05  FILLER              PIC X(4) VALUE "  + ".
           05  WS-RPT-ERN-DESC     PIC X(20).
           05  FILLER              PIC X(2) VALUE SPACES.
           05  WS-RPT-ERN-UNITS    PIC ZZ9.
           05  FILLER              PIC X(2) VALUE SPACES.
           05  WS-RPT-ERN-AMOUNT   PIC ZZZ,ZZ9.99-.
       01 WS-RPT-ELECTION-LINE.
           05  FILLER              PIC X(4) VALUE "  - ".
           05  WS-RPT-ELC-DESC     PIC X(20).
           WRITE REPORT-LINE.

       2200-LIST-POSTINGS.
      *> The history is keyed by employee and pay date, and every
      *> posting's "D" earnings and "E" election lines follow its
      *> "P" line under the same key, so starting at the employee
      *> on the first date and reading on prints the statement in
      *> pay-date order, each posting's lines indented right under
      *> it. The years go oldest first: the archives of the closed
      *> ones the range reaches, then the active file.
           PERFORM 2210-LOAD-YEAR-CONTROL
           MOVE WS-FROM-YEAR TO WS-FIRST-PART-YEAR
           IF WS-FIRST-PART-YEAR < WS-FIRST-HISTORY-YEAR
               MOVE WS-FIRST-HISTORY-YEAR TO WS-FIRST-PART-YEAR
           END-IF
           IF WS-FIRST-HISTORY-YEAR = 0
                   AND WS-FIRST-PART-YEAR <= WS-LAST-CLOSED-YEAR
               COMPUTE WS-FIRST-PART-YEAR = WS-LAST-CLOSED-YEAR + 1
           END-IF
           MOVE "N" TO WS-ACTIVE-PART-FLAG
           PERFORM VARYING WS-PART-YEAR FROM WS-FIRST-PART-YEAR BY 1
                   UNTIL WS-PART-YEAR > WS-TO-YEAR
                   OR ACTIVE-PART-READ
               PERFORM 2220-SET-HISTORY-PARTITION
               PERFORM 2230-LIST-PARTITION
           END-PERFORM.

       2210-LOAD-YEAR-CONTROL.
           OPEN INPUT YEAR-CONTROL-FILE
           IF WS-YEARCTL-FILE-STATUS = "00"
               READ YEAR-CONTROL-FILE
                   NOT AT END
                       IF CTL-LAST-CLOSED-YEAR NUMERIC
                           MOVE CTL-LAST-CLOSED-YEAR
                               TO WS-LAST-CLOSED-YEAR
                       END-IF
                       IF CTL-FIRST-HISTORY-YEAR NUMERIC
                           MOVE CTL-FIRST-HISTORY-YEAR
                               TO WS-FIRST-HISTORY-YEAR
                       END-IF
               END-READ
               CLOSE YEAR-CONTROL-FILE
           END-IF.

       2220-SET-HISTORY-PARTITION.
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

       2230-LIST-PARTITION.
      *> A year with no archive simply had no pay to show.
           OPEN INPUT PAY-HISTORY-FILE
           IF WS-HISTORY-FILE-STATUS NOT = "00"
               IF WS-HISTORY-FILE-STATUS NOT = "35"
                   DISPLAY "No se pudo abrir " WS-HISTORY-FILE-PATH
                       ", estado: " WS-HISTORY-FILE-STATUS
               END-IF
           ELSE
               MOVE WS-EMP-ID    TO PHR-EMP-ID
               MOVE WS-FROM-DATE TO PHR-PAY-DATE
               MOVE 0 TO PHR-POSTING-NO
               MOVE 0 TO PHR-LINE-NO
               START PAY-HISTORY-FILE KEY IS >= PHR-KEY
                   INVALID KEY
                       MOVE "10" TO WS-HISTORY-FILE-STATUS
               END-START
               PERFORM UNTIL NOT HISTORY-READ-OK
                   READ PAY-HISTORY-FILE NEXT RECORD
                       AT END
                           MOVE "10" TO WS-HISTORY-FILE-STATUS
                       NOT AT END
                           IF PHR-EMP-ID NOT = WS-EMP-ID
                                   OR PHR-PAY-DATE > WS-TO-DATE
                               MOVE "10" TO WS-HISTORY-FILE-STATUS
                           ELSE
                               EVALUATE TRUE
                                   WHEN PHS-POSTING
                                       PERFORM 2250-PRINT-POSTING
                                   WHEN PHD-EARNINGS
                                       PERFORM 2255-PRINT-EARNINGS
                                   WHEN PHE-ELECTION
                                       PERFORM 2260-PRINT-ELECTION
                               END-EVALUATE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PAY-HISTORY-FILE
           END-IF.

               WRITE REPORT-LINE
           END-IF.

       2255-PRINT-EARNINGS.
           MOVE PHD-DESC   TO WS-RPT-ERN-DESC
           MOVE PHD-UNITS  TO WS-RPT-ERN-UNITS
           MOVE PHD-AMOUNT TO WS-RPT-ERN-AMOUNT
           MOVE WS-RPT-EARNINGS-LINE TO REPORT-LINE
           WRITE REPORT-LINE.

       2260-PRINT-ELECTION.
           MOVE PHE-DESC   TO WS-RPT-ELC-DESC
           MOVE PHE-CLASS  TO WS-RPT-ELC-CLASS
