       IDENTIFICATION DIVISION.
       PROGRAM-ID. PayHistConvert.

      *> One-off conversion of the payment history from the old
      *> line-sequential file, which the pay run only appended to,
      *> to the indexed, year-partitioned layout of PAYHIST. Before
      *> running it the old file is renamed data/PAYHIST-SEC.DAT;
      *> the program refuses to run while an indexed
      *> data/PAYHIST.DAT already exists, so it can never be run
      *> twice over a live history.
      *> Every old line is rewritten in the new layout with its
      *> key: each "P" line is the next posting of its employee and
      *> pay date (see PAYHIST), the "D" and "E" lines written
      *> after it are its lines 1, 2, ... in file order. A "D" or
      *> "E" line with no "P" line of its own just before it is
      *> kept as a posting of its own and reported. Lines of a
      *> year YEARCTL already counts closed go to that year's
      *> archive data/PAYHIST-AAAA.DAT, the open years to the
      *> active file, and YEARCTL is rewritten with the oldest
      *> year the history now holds. Lines that cannot be written
      *> are listed and RETURN-CODE 8 flags them; a refused run
      *> ends with RETURN-CODE 12.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLD-HISTORY-FILE ASSIGN DYNAMIC WS-OLD-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OLD-FILE-STATUS.

           SELECT PAY-HISTORY-FILE ASSIGN DYNAMIC WS-HISTORY-FILE-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PHR-KEY
               ALTERNATE RECORD KEY IS PHR-PERIOD-ID WITH DUPLICATES
               FILE STATUS IS WS-HISTORY-FILE-STATUS.

           SELECT YEAR-CONTROL-FILE ASSIGN DYNAMIC WS-YEARCTL-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-YEARCTL-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *> The history line as the pay run used to append it: the
      *> record type first, then employee, pay date and period,
      *> then the type's own fields exactly as PAYHIST now holds
      *> them after the record type.
       FD  OLD-HISTORY-FILE.
       01  OLD-HISTORY-LINE.
           05  OHL-REC-TYPE        PIC X(1).
               88  OHL-POSTING         VALUE "P".
           05  FILLER              PIC X(2).
           05  OHL-EMP-ID          PIC X(6).
           05  FILLER              PIC X(2).
           05  OHL-PAY-DATE        PIC 9(8).
           05  FILLER              PIC X(2).
           05  OHL-PERIOD-ID       PIC 9(6).
           05  FILLER              PIC X(2).
           05  OHL-DETAIL          PIC X(130).

       FD  PAY-HISTORY-FILE.
           COPY PAYHIST.

       FD  YEAR-CONTROL-FILE.
           COPY YEARCTL.

       WORKING-STORAGE SECTION.
       01 WS-OLD-FILE-PATH        PIC X(40) VALUE
           "data/PAYHIST-SEC.DAT".
       01 WS-OLD-FILE-STATUS      PIC X(2).
       01 WS-HISTORY-FILE-PATH    PIC X(40) VALUE "data/PAYHIST.DAT".
       01 WS-HISTORY-FILE-STATUS  PIC X(2).
      *> "02" is a good read as well: the next line shares the
      *> record's period, the key that allows duplicates.
           88 HISTORY-READ-OK         VALUE "00" "02".
       01 WS-YEARCTL-FILE-PATH    PIC X(40) VALUE "data/YEARCTL.DAT".
       01 WS-YEARCTL-FILE-STATUS  PIC X(2).

       01 WS-RUN-ALLOWED-FLAG     PIC X VALUE "Y".
           88 RUN-ALLOWED             VALUE "Y".

      *> Year control as it stands, kept to be written back with
      *> only the history's first year changed.
       01 WS-LAST-CLOSED-YEAR     PIC 9(4) VALUE 0.
       01 WS-CLOSE-DATE           PIC 9(8) VALUE 0.
       01 WS-FIRST-HISTORY-YEAR   PIC 9(4) VALUE 0.

      *> Partition the current line belongs in, and the one open:
      *> one file at a time, switched when the pay year changes.
       01 WS-LINE-DATE            PIC 9(8).
       01 WS-LINE-DATE-PARTS REDEFINES WS-LINE-DATE.
           05  WS-LINE-YEAR       PIC 9(4).
           05  WS-LINE-MMDD       PIC 9(4).
       01 WS-PART-PATH            PIC X(40).
       01 WS-PART-OPEN-FLAG       PIC X VALUE "N".
           88 PART-OPEN               VALUE "Y".

      *> The posting the "D" and "E" lines being read belong to.
       01 WS-CUR-EMP-ID           PIC X(6) VALUE SPACES.
       01 WS-CUR-PAY-DATE         PIC 9(8) VALUE 0.
       01 WS-CUR-POSTING-NO       PIC 9(3) VALUE 0.
       01 WS-CUR-LINE-NO          PIC 9(3) VALUE 0.
       01 WS-POSTING-NO           PIC 9(3).

       01 WS-READ-COUNT           PIC 9(7) VALUE 0.
       01 WS-ACTIVE-COUNT         PIC 9(7) VALUE 0.
       01 WS-ARCHIVED-COUNT       PIC 9(7) VALUE 0.
       01 WS-ORPHAN-COUNT         PIC 9(7) VALUE 0.
       01 WS-REJECTED-COUNT       PIC 9(7) VALUE 0.

       01 WS-EOF-FLAG   PIC X VALUE "N".
           88 END-OF-OLD-HISTORY VALUE "Y".

       PROCEDURE DIVISION.
       0000-MAIN-LOGIC.
           PERFORM 1000-INITIALIZE
           IF RUN-ALLOWED
               PERFORM 2000-CONVERT-LINE
                   UNTIL END-OF-OLD-HISTORY
               PERFORM 3000-FINALIZE
           ELSE
               MOVE 12 TO RETURN-CODE
           END-IF
           STOP RUN.

       1000-INITIALIZE.
           PERFORM 1100-LOAD-YEAR-CONTROL
           PERFORM 1200-CHECK-NOT-CONVERTED
           IF RUN-ALLOWED
               OPEN INPUT OLD-HISTORY-FILE
               IF WS-OLD-FILE-STATUS NOT = "00"
                   DISPLAY "Conversion bloqueada: no se pudo abrir "
                       WS-OLD-FILE-PATH ", estado: "
                       WS-OLD-FILE-STATUS
                   MOVE "N" TO WS-RUN-ALLOWED-FLAG
               ELSE
                   PERFORM 2100-READ-OLD-LINE
               END-IF
           END-IF.

       1100-LOAD-YEAR-CONTROL.
           OPEN INPUT YEAR-CONTROL-FILE
           IF WS-YEARCTL-FILE-STATUS = "00"
               READ YEAR-CONTROL-FILE
                   NOT AT END
                       IF CTL-LAST-CLOSED-YEAR NUMERIC
                           MOVE CTL-LAST-CLOSED-YEAR
                               TO WS-LAST-CLOSED-YEAR
                       END-IF
                       IF CTL-CLOSE-DATE NUMERIC
                           MOVE CTL-CLOSE-DATE TO WS-CLOSE-DATE
                       END-IF
               END-READ
               CLOSE YEAR-CONTROL-FILE
           END-IF.

       1200-CHECK-NOT-CONVERTED.
      *> The active history must not exist yet: if it opens it is
      *> one already converted (or written by the new pay run); if
      *> it is there but does not open, it is most likely the old
      *> file, not yet renamed.
           OPEN INPUT PAY-HISTORY-FILE
           IF WS-HISTORY-FILE-STATUS NOT = "35"
               IF WS-HISTORY-FILE-STATUS = "00"
                   CLOSE PAY-HISTORY-FILE
                   DISPLAY "Conversion bloqueada: "
                       WS-HISTORY-FILE-PATH
                       " ya existe como historial indexado"
               ELSE
                   DISPLAY "Conversion bloqueada: "
                       WS-HISTORY-FILE-PATH " ya existe (estado "
                       WS-HISTORY-FILE-STATUS ") - renombrar el "
                       "historial antiguo a " WS-OLD-FILE-PATH
               END-IF
               MOVE "N" TO WS-RUN-ALLOWED-FLAG
           END-IF.

       2000-CONVERT-LINE.
           ADD 1 TO WS-READ-COUNT
           MOVE OHL-PAY-DATE TO WS-LINE-DATE
           PERFORM 2200-SET-PARTITION
           IF PART-OPEN
               PERFORM 2300-NUMBER-LINE
               PERFORM 2400-WRITE-LINE
           ELSE
               ADD 1 TO WS-REJECTED-COUNT
           END-IF
           PERFORM 2100-READ-OLD-LINE.

       2100-READ-OLD-LINE.
           READ OLD-HISTORY-FILE
               AT END
                   MOVE "Y" TO WS-EOF-FLAG
           END-READ.

       2200-SET-PARTITION.
      *> A closed year's lines go to its own archive; the open
      *> years share the active file. Each file is created on its
      *> first line and reopened as it stands.
           IF WS-LINE-YEAR > WS-LAST-CLOSED-YEAR
               MOVE "data/PAYHIST.DAT" TO WS-PART-PATH
           ELSE
               MOVE SPACES TO WS-PART-PATH
               STRING "data/PAYHIST-" DELIMITED BY SIZE
                      WS-LINE-YEAR    DELIMITED BY SIZE
                      ".DAT"          DELIMITED BY SIZE
                   INTO WS-PART-PATH
           END-IF
           IF WS-PART-PATH NOT = WS-HISTORY-FILE-PATH
                   OR NOT PART-OPEN
               IF PART-OPEN
                   CLOSE PAY-HISTORY-FILE
                   MOVE "N" TO WS-PART-OPEN-FLAG
               END-IF
               MOVE WS-PART-PATH TO WS-HISTORY-FILE-PATH
               OPEN I-O PAY-HISTORY-FILE
               IF WS-HISTORY-FILE-STATUS = "35"
                   OPEN OUTPUT PAY-HISTORY-FILE
                   CLOSE PAY-HISTORY-FILE
                   OPEN I-O PAY-HISTORY-FILE
               END-IF
               IF WS-HISTORY-FILE-STATUS = "00"
                   MOVE "Y" TO WS-PART-OPEN-FLAG
               ELSE
                   DISPLAY "No se pudo abrir " WS-HISTORY-FILE-PATH
                       ", estado: " WS-HISTORY-FILE-STATUS
               END-IF
           END-IF.

       2300-NUMBER-LINE.
      *> A "P" line opens a new posting; the "D" and "E" lines the
      *> pay run wrote after it for the same employee and date
      *> are numbered on from it.
           IF OHL-POSTING
                   OR OHL-EMP-ID NOT = WS-CUR-EMP-ID
                   OR OHL-PAY-DATE NOT = WS-CUR-PAY-DATE
               IF NOT OHL-POSTING
                   ADD 1 TO WS-ORPHAN-COUNT
                   DISPLAY "ADVERTENCIA: linea " OHL-REC-TYPE
                       " sin apunte P - " OHL-EMP-ID " "
                       OHL-PAY-DATE ", se numera como apunte propio"
               END-IF
               PERFORM 2350-NEXT-POSTING-NUMBER
               MOVE OHL-EMP-ID    TO WS-CUR-EMP-ID
               MOVE OHL-PAY-DATE  TO WS-CUR-PAY-DATE
               MOVE WS-POSTING-NO TO WS-CUR-POSTING-NO
               MOVE 0 TO WS-CUR-LINE-NO
               IF NOT OHL-POSTING
                   MOVE 1 TO WS-CUR-LINE-NO
               END-IF
           ELSE
               ADD 1 TO WS-CUR-LINE-NO
           END-IF.

       2350-NEXT-POSTING-NUMBER.
      *> One more than the highest posting number the employee
      *> already has on that date, as the pay run numbers it.
           MOVE 0 TO WS-POSTING-NO
           MOVE OHL-EMP-ID   TO PHR-EMP-ID
           MOVE OHL-PAY-DATE TO PHR-PAY-DATE
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
                       IF PHR-EMP-ID = OHL-EMP-ID
                               AND PHR-PAY-DATE = OHL-PAY-DATE
                           MOVE PHR-POSTING-NO TO WS-POSTING-NO
                       ELSE
                           MOVE "10" TO WS-HISTORY-FILE-STATUS
                       END-IF
               END-READ
           END-PERFORM
           ADD 1 TO WS-POSTING-NO.

       2400-WRITE-LINE.
           MOVE SPACES TO PAY-HISTORY-RECORD
           MOVE OHL-EMP-ID        TO PHR-EMP-ID
           MOVE OHL-PAY-DATE      TO PHR-PAY-DATE
           MOVE WS-CUR-POSTING-NO TO PHR-POSTING-NO
           MOVE WS-CUR-LINE-NO    TO PHR-LINE-NO
           MOVE OHL-PERIOD-ID     TO PHR-PERIOD-ID
           MOVE OHL-REC-TYPE      TO PHR-REC-TYPE
           MOVE OHL-DETAIL        TO PHR-DETAIL
      *> "02" is a clean write whose period other lines share.
           WRITE PAY-HISTORY-RECORD
           IF WS-HISTORY-FILE-STATUS = "00"
                   OR WS-HISTORY-FILE-STATUS = "02"
               IF WS-LINE-YEAR > WS-LAST-CLOSED-YEAR
                   ADD 1 TO WS-ACTIVE-COUNT
               ELSE
                   ADD 1 TO WS-ARCHIVED-COUNT
               END-IF
               IF WS-FIRST-HISTORY-YEAR = 0
                       OR WS-LINE-YEAR < WS-FIRST-HISTORY-YEAR
                   MOVE WS-LINE-YEAR TO WS-FIRST-HISTORY-YEAR
               END-IF
           ELSE
               ADD 1 TO WS-REJECTED-COUNT
               DISPLAY "Linea no convertida - " OHL-REC-TYPE " "
                   OHL-EMP-ID " " OHL-PAY-DATE ", estado: "
                   WS-HISTORY-FILE-STATUS
           END-IF.

       3000-FINALIZE.
           CLOSE OLD-HISTORY-FILE
           IF PART-OPEN
               CLOSE PAY-HISTORY-FILE
               MOVE "N" TO WS-PART-OPEN-FLAG
           END-IF
           IF WS-FIRST-HISTORY-YEAR > 0
               PERFORM 3100-RECORD-FIRST-YEAR
           END-IF
           DISPLAY "Conversion del historial de pagos"
           DISPLAY "  Lineas leidas:           " WS-READ-COUNT
           DISPLAY "  Al historial activo:     " WS-ACTIVE-COUNT
           DISPLAY "  A archivos de ejercicio: " WS-ARCHIVED-COUNT
           DISPLAY "  Sin apunte P propio:     " WS-ORPHAN-COUNT
           DISPLAY "  No convertidas:          " WS-REJECTED-COUNT
           IF WS-REJECTED-COUNT > 0
               MOVE 8 TO RETURN-CODE
           END-IF.

       3100-RECORD-FIRST-YEAR.
      *> Only the history's first year changes; the close already
      *> recorded stays as it was (zero if there was no control
      *> record yet).
           OPEN OUTPUT YEAR-CONTROL-FILE
           IF WS-YEARCTL-FILE-STATUS NOT = "00"
               DISPLAY "No se pudo abrir YEAR-CONTROL-FILE, estado: "
                   WS-YEARCTL-FILE-STATUS
           ELSE
               MOVE SPACES TO YEAR-CONTROL-RECORD
               MOVE WS-LAST-CLOSED-YEAR   TO CTL-LAST-CLOSED-YEAR
               MOVE WS-CLOSE-DATE         TO CTL-CLOSE-DATE
               MOVE WS-FIRST-HISTORY-YEAR TO CTL-FIRST-HISTORY-YEAR
               WRITE YEAR-CONTROL-RECORD
               CLOSE YEAR-CONTROL-FILE
           END-IF.
