      *>               new year, reset the quarterly snapshot and
      *>               record the close in YEARCTL.DAT (which
      *>               PayrollManager checks before a January run).
      *>               The year's payment history moves out of
      *>               the active PAYHIST.DAT into its own
      *>               PAYHIST-AAAA.DAT archive at the same time.
      *> INFORME_ANO names the ejercicio for ANUAL and CIERRE;
      *> when absent the run date's year is used.

               FILE STATUS IS WS-YEARCTL-FILE-STATUS.

           SELECT PAY-HISTORY-FILE ASSIGN DYNAMIC WS-HISTORY-FILE-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PHR-KEY
               ALTERNATE RECORD KEY IS PHR-PERIOD-ID WITH DUPLICATES
               FILE STATUS IS WS-HISTORY-FILE-STATUS.

           SELECT HISTORY-ARCHIVE-FILE
               ASSIGN DYNAMIC WS-HIST-ARCHIVE-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HAR-KEY
               ALTERNATE RECORD KEY IS HAR-PERIOD-ID WITH DUPLICATES
               FILE STATUS IS WS-HIST-ARCHIVE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EMPLOYEE-MASTER.
       FD  PAY-HISTORY-FILE.
           COPY PAYHIST.

      *> A closed year's partition of the payment history - the
      *> PAYHIST layout, moved across whole, so only its keys are
      *> named here.
       FD  HISTORY-ARCHIVE-FILE.
       01  HISTORY-ARCHIVE-RECORD.
           05  HAR-KEY             PIC X(20).
           05  FILLER              PIC X(2).
           05  HAR-PERIOD-ID       PIC 9(6).
           05  FILLER              PIC X(135).

       WORKING-STORAGE SECTION.
       01 WS-MASTER-FILE-PATH     PIC X(40) VALUE "data/EMPMAST.DAT".
       01 WS-MASTER-FILE-STATUS   PIC X(2).
       01 WS-YEARCTL-FILE-STATUS  PIC X(2).
       01 WS-HISTORY-FILE-PATH    PIC X(40) VALUE "data/PAYHIST.DAT".
       01 WS-HISTORY-FILE-STATUS  PIC X(2).
       01 WS-HIST-ARCHIVE-PATH    PIC X(40).
       01 WS-HIST-ARCHIVE-STATUS  PIC X(2).

      *> Per-employee deduction-category sums for the report year,
      *> aggregated from the payment history in one pass so the
       01 WS-HSUM-SLOT            PIC 9(4) VALUE 0.
       01 WS-HSUM-LOOKUP-ID       PIC X(6).
       01 WS-HIST-YEAR            PIC 9(4).
      *> From YEARCTL: the last closed ejercicio (whose history is
      *> in its own archive) and the oldest year the history holds.
       01 WS-LAST-CLOSED-YEAR     PIC 9(4) VALUE 0.
       01 WS-FIRST-HISTORY-YEAR   PIC 9(4) VALUE 0.
      *> The year whose archive 4500 has open (zero when none).
       01 WS-HIST-ARCHIVE-YEAR    PIC 9(4) VALUE 0.
       01 WS-HIST-MOVED-COUNT     PIC 9(7) VALUE 0.

       01 WS-MODE                 PIC X(10).
           88 MODE-QUARTERLY          VALUE "TRIMESTRE".
      *> lose the quarter's baseline for good.
       01 WS-REPORT-DONE-FLAG PIC X VALUE "N".
           88 REPORT-DONE VALUE "Y".
      *> Set only when 4500 got every line of the closing year out
      *> of the active history - until then the close is not
      *> recorded, since readers look for a closed year's lines in
      *> its archive alone.
       01 WS-HISTORY-MOVED-FLAG PIC X VALUE "N".
           88 HISTORY-ARCHIVED VALUE "Y".

       PROCEDURE DIVISION.
       0000-MAIN-LOGIC.
           END-IF.

       3020-LOAD-HISTORY-SUMS.
      *> One pass over the ejercicio's partition of the payment
      *> history - its archive once the year is closed, the active
      *> file while it is open (where a later open year's lines
      *> are passed over) - keeping the "P" lines summed per
      *> employee and category. Signed sums: an ANUL leg's
      *> negatives back its payment out, so the certificate shows
      *> what was finally withheld.
           IF WS-REPORT-YEAR > WS-LAST-CLOSED-YEAR
               MOVE "data/PAYHIST.DAT" TO WS-HISTORY-FILE-PATH
           ELSE
               MOVE SPACES TO WS-HISTORY-FILE-PATH
               STRING "data/PAYHIST-" DELIMITED BY SIZE
                      WS-REPORT-YEAR  DELIMITED BY SIZE
                      ".DAT"          DELIMITED BY SIZE
                   INTO WS-HISTORY-FILE-PATH
           END-IF
           MOVE "N" TO WS-EOF-FLAG
           OPEN INPUT PAY-HISTORY-FILE
           IF WS-HISTORY-FILE-STATUS NOT = "00"
               MOVE "Y" TO WS-EOF-FLAG
           END-IF
           PERFORM UNTIL END-OF-MASTER-FILE
               READ PAY-HISTORY-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
           IF WS-YEARCTL-FILE-STATUS = "00"
               READ YEAR-CONTROL-FILE
                   NOT AT END
                       IF CTL-LAST-CLOSED-YEAR NUMERIC
                           MOVE CTL-LAST-CLOSED-YEAR
                               TO WS-LAST-CLOSED-YEAR
                       END-IF
                       IF CTL-LAST-CLOSED-YEAR NUMERIC
                               AND CTL-LAST-CLOSED-YEAR
                                   >= WS-REPORT-YEAR
               PERFORM 4200-REWRITE-ZEROED-MASTER
           END-IF
           IF MASTER-ZEROED
               PERFORM 4500-ARCHIVE-PAY-HISTORY
           END-IF
           IF MASTER-ZEROED AND HISTORY-ARCHIVED
               PERFORM 4300-RESET-QUARTER-SNAPSHOT
               PERFORM 4400-RECORD-YEAR-CLOSE
               DISPLAY "Cierre del ejercicio " WS-REPORT-YEAR
                   " completado - archivo en " WS-ARCHIVE-FILE-PATH
           ELSE
               IF MASTER-ZEROED
                   DISPLAY "Cierre del ejercicio " WS-REPORT-YEAR
                       " ABORTADO - el historial de pagos no se "
                       "archivo del todo y el cierre no queda "
                       "registrado; repita el cierre"
               ELSE
                   DISPLAY "Cierre del ejercicio " WS-REPORT-YEAR
                       " ABORTADO - el maestro sigue sin poner a "
                       "cero y el cierre no queda registrado"
               END-IF
           END-IF
           END-IF.

           END-IF.

       4050-CHECK-ALREADY-CLOSED.
      *> The oldest history year is kept for 4400 to write back.
           OPEN INPUT YEAR-CONTROL-FILE
           IF WS-YEARCTL-FILE-STATUS = "00"
               READ YEAR-CONTROL-FILE
                   NOT AT END
                       IF CTL-FIRST-HISTORY-YEAR NUMERIC
                           MOVE CTL-FIRST-HISTORY-YEAR
                               TO WS-FIRST-HISTORY-YEAR
                       END-IF
                       IF CTL-LAST-CLOSED-YEAR NUMERIC
                               AND CTL-LAST-CLOSED-YEAR
                                   >= WS-REPORT-YEAR
               MOVE SPACES TO YEAR-CONTROL-RECORD
               MOVE WS-REPORT-YEAR TO CTL-LAST-CLOSED-YEAR
               MOVE WS-RUN-DATE    TO CTL-CLOSE-DATE
               IF WS-FIRST-HISTORY-YEAR > 0
                   MOVE WS-FIRST-HISTORY-YEAR
                       TO CTL-FIRST-HISTORY-YEAR
               END-IF
               WRITE YEAR-CONTROL-RECORD
               CLOSE YEAR-CONTROL-FILE
           END-IF.

       4500-ARCHIVE-PAY-HISTORY.
      *> The closed year's lines leave the active history for its
      *> own data/PAYHIST-AAAA.DAT, where statements and
      *> certificates keep finding them, so the pay run and the
      *> period readers only ever face the open years. Each line
      *> reaches the archive before it is deleted from the active
      *> file, so a close that dies half way loses nothing: the
      *> rerun finds the lines it already moved in the archive (a
      *> duplicate key, "22") and just finishes deleting them; "02"
      *> is a clean write whose period other lines share. A
      *> line of an even older year - a year never closed - goes
      *> to that year's archive, since the readers look for it
      *> there from now on.
           MOVE "N" TO WS-HISTORY-MOVED-FLAG
           MOVE 0 TO WS-HIST-MOVED-COUNT
           MOVE 0 TO WS-HIST-ARCHIVE-YEAR
           MOVE "data/PAYHIST.DAT" TO WS-HISTORY-FILE-PATH
           OPEN I-O PAY-HISTORY-FILE
           IF WS-HISTORY-FILE-STATUS = "35"
               DISPLAY "Sin historial de pagos activo - no hay "
                   "lineas que archivar"
               MOVE "Y" TO WS-HISTORY-MOVED-FLAG
           ELSE
               IF WS-HISTORY-FILE-STATUS NOT = "00"
                   DISPLAY "No se pudo abrir PAY-HISTORY-FILE, "
                       "estado: " WS-HISTORY-FILE-STATUS
               ELSE
                   MOVE "Y" TO WS-HISTORY-MOVED-FLAG
                   PERFORM 4510-MOVE-CLOSED-YEAR-LINES
                   CLOSE PAY-HISTORY-FILE
               END-IF
           END-IF.

       4510-MOVE-CLOSED-YEAR-LINES.
           MOVE "N" TO WS-EOF-FLAG
           PERFORM UNTIL END-OF-MASTER-FILE
               READ PAY-HISTORY-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       IF PHR-PAY-DATE NUMERIC
                           MOVE PHR-PAY-DATE(1:4) TO WS-HIST-YEAR
                           IF WS-HIST-YEAR <= WS-REPORT-YEAR
                               PERFORM 4520-MOVE-HISTORY-LINE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF WS-HIST-ARCHIVE-YEAR > 0
               CLOSE HISTORY-ARCHIVE-FILE
           END-IF
           IF HISTORY-ARCHIVED
               DISPLAY "Historial de pagos: " WS-HIST-MOVED-COUNT
                   " lineas pasadas a su archivo anual"
           END-IF.

       4520-MOVE-HISTORY-LINE.
           IF WS-HIST-YEAR NOT = WS-HIST-ARCHIVE-YEAR
               PERFORM 4530-OPEN-HISTORY-ARCHIVE
           END-IF
           IF HISTORY-ARCHIVED
               MOVE PAY-HISTORY-RECORD TO HISTORY-ARCHIVE-RECORD
               WRITE HISTORY-ARCHIVE-RECORD
               IF WS-HIST-ARCHIVE-STATUS = "00"
                       OR WS-HIST-ARCHIVE-STATUS = "02"
                       OR WS-HIST-ARCHIVE-STATUS = "22"
                   DELETE PAY-HISTORY-FILE RECORD
                   IF WS-HISTORY-FILE-STATUS = "00"
                       ADD 1 TO WS-HIST-MOVED-COUNT
                   ELSE
                       DISPLAY "No se pudo borrar del historial "
                           "activo la linea " PHR-KEY ", estado: "
                           WS-HISTORY-FILE-STATUS
                       MOVE "N" TO WS-HISTORY-MOVED-FLAG
                       MOVE "Y" TO WS-EOF-FLAG
                   END-IF
               ELSE
                   DISPLAY "No se pudo escribir en "
                       WS-HIST-ARCHIVE-PATH ", estado: "
                       WS-HIST-ARCHIVE-STATUS
                   MOVE "N" TO WS-HISTORY-MOVED-FLAG
                   MOVE "Y" TO WS-EOF-FLAG
               END-IF
           END-IF.

       4530-OPEN-HISTORY-ARCHIVE.
      *> One archive open at a time; the year's file is created on
      *> its first line and reopened as it stands on a rerun.
           IF WS-HIST-ARCHIVE-YEAR > 0
               CLOSE HISTORY-ARCHIVE-FILE
               MOVE 0 TO WS-HIST-ARCHIVE-YEAR
           END-IF
           MOVE SPACES TO WS-HIST-ARCHIVE-PATH
           STRING "data/PAYHIST-" DELIMITED BY SIZE
                  WS-HIST-YEAR    DELIMITED BY SIZE
                  ".DAT"          DELIMITED BY SIZE
               INTO WS-HIST-ARCHIVE-PATH
           OPEN I-O HISTORY-ARCHIVE-FILE
           IF WS-HIST-ARCHIVE-STATUS = "35"
               OPEN OUTPUT HISTORY-ARCHIVE-FILE
               CLOSE HISTORY-ARCHIVE-FILE
               OPEN I-O HISTORY-ARCHIVE-FILE
           END-IF
           IF WS-HIST-ARCHIVE-STATUS = "00"
               MOVE WS-HIST-YEAR TO WS-HIST-ARCHIVE-YEAR
               IF WS-FIRST-HISTORY-YEAR = 0
                       OR WS-HIST-YEAR < WS-FIRST-HISTORY-YEAR
                   MOVE WS-HIST-YEAR TO WS-FIRST-HISTORY-YEAR
               END-IF
           ELSE
               DISPLAY "No se pudo abrir " WS-HIST-ARCHIVE-PATH
                   ", estado: " WS-HIST-ARCHIVE-STATUS
               MOVE "N" TO WS-HISTORY-MOVED-FLAG
               MOVE "Y" TO WS-EOF-FLAG
           END-IF.
