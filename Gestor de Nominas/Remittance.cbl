      *> details each election now carries (see DEDELEC), and
      *> writes:
      *>   - REMESA-BANCO.DAT, payee credits in the same BANKREC
      *>     format as the employee transfer ledger, each under an
      *>     end-to-end id naming group, period and payee,
      *>   - REMESA-SEPA.XML, those credits as the SEPA
      *>     credit-transfer message that goes to the bank, and
      *>   - REMESAS.PRT, one remittance advice per payee listing
      *>     each employee, case reference and amount - for the
      *>     garnishments exactly the paper the court demands.
      *> The period comes from REMESA_PERIODO, defaulting to the
      *> last period marked "P" in the calendar of the pay group
      *> named by NOMINA_GRUPO (see PAYGRP; blank is the weekly
      *> group) - only that group's history lines are remitted,
      *> and its two output files carry its code like the pay
      *> run's own files do. An election whose
      *> payee was never keyed, or whose payee IBAN fails its
      *> check digits, goes on the exception list at the end of
      *> the advice file, and RETURN-CODE 8 flags it.
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

           SELECT ELECTIONS-FILE ASSIGN DYNAMIC WS-ELECTIONS-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ELECTIONS-FILE-STATUS.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ADVICE-FILE-STATUS.

           SELECT PAY-GROUP-FILE ASSIGN DYNAMIC WS-PAYGRP-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAYGRP-FILE-STATUS.

           SELECT ORDERING-ACCOUNT-FILE
               ASSIGN DYNAMIC WS-ORDACCT-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ORDACCT-FILE-STATUS.

           SELECT SEPA-FILE ASSIGN DYNAMIC WS-SEPA-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SEPA-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PAY-HISTORY-FILE.
           COPY PAYHIST.

       FD  YEAR-CONTROL-FILE.
           COPY YEARCTL.

       FD  ELECTIONS-FILE.
           COPY DEDELEC.

       FD  ADVICE-FILE.
           COPY RPTREC.

       FD  PAY-GROUP-FILE.
           COPY PAYGRP.

       FD  ORDERING-ACCOUNT-FILE.
           COPY ORDACCT.

       FD  SEPA-FILE.
       01  SEPA-LINE                   PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-HISTORY-FILE-PATH    PIC X(40) VALUE "data/PAYHIST.DAT".
       01 WS-HISTORY-FILE-STATUS  PIC X(2).
      *> "02" is a good read as well: the next line shares the
      *> record's period, the key that allows duplicates.
           88 HISTORY-READ-OK         VALUE "00" "02".
       01 WS-YEARCTL-FILE-PATH    PIC X(40) VALUE "data/YEARCTL.DAT".
       01 WS-YEARCTL-FILE-STATUS  PIC X(2).
       01 WS-ELECTIONS-FILE-PATH  PIC X(40) VALUE "data/DEDELECT.DAT".
       01 WS-ELECTIONS-FILE-STATUS PIC X(2).
       01 WS-STANDING-FILE-PATH   PIC X(40) VALUE "data/EMPSTAND.DAT".
       01 WS-REMIT-BANK-FILE-STATUS PIC X(2).
       01 WS-ADVICE-FILE-PATH     PIC X(40) VALUE "data/REMESAS.PRT".
       01 WS-ADVICE-FILE-STATUS   PIC X(2).
       01 WS-PAYGRP-FILE-PATH     PIC X(40) VALUE "data/PAYGRP.DAT".
       01 WS-PAYGRP-FILE-STATUS   PIC X(2).

      *> SEPA credit-transfer message (pain.001.001.03) - what is
      *> actually sent to the bank, written from the payee credits
      *> the same way the pay run writes its own (see
      *> PayrollManager): a group header with the message id, the
      *> transaction count and the control sum; one payment block
      *> naming the company's account as ordering party (see
      *> ORDACCT); and one transaction per payee credit under its
      *> end-to-end id.
       01 WS-ORDACCT-FILE-PATH    PIC X(40) VALUE
           "data/ORDENANTE.DAT".
       01 WS-ORDACCT-FILE-STATUS  PIC X(2).
       01 WS-SEPA-FILE-PATH       PIC X(40) VALUE
           "data/REMESA-SEPA.XML".
       01 WS-SEPA-FILE-STATUS     PIC X(2).
       01 WS-ORDACCT-FOUND-FLAG   PIC X VALUE "N".
           88 ORDERING-ACCOUNT-FOUND  VALUE "Y".
       01 WS-ORD-NAME             PIC X(30).
       01 WS-ORD-IBAN             PIC X(34).
       01 WS-ORD-BIC              PIC X(11).
       01 WS-ORD-INITIATOR-ID     PIC X(35).
       01 WS-SEPA-TX-COUNT        PIC 9(6) VALUE 0.
       01 WS-SEPA-CTRL-SUM        PIC 9(10)V99 VALUE 0.
       01 WS-SEPA-MSG-ID          PIC X(35).
       01 WS-SEPA-CREATED         PIC X(19).
       01 WS-SEPA-EXEC-DATE       PIC X(10).
       01 WS-SEPA-PURPOSE         PIC X(4) VALUE SPACES.
       01 WS-SEPA-REMIT-TEXT      PIC X(24) VALUE
           "RETENCIONES PERIODO".
      *> One XML line in the making: WS-XML-TAG may carry an
      *> attribute after the element name (InstdAmt Ccy="EUR");
      *> the closing tag takes the name alone.
       01 WS-XML-INDENT           PIC 9(2).
       01 WS-XML-TAG              PIC X(40).
       01 WS-XML-VALUE            PIC X(70).
       01 WS-XML-TAG-LENGTH       PIC 9(2).
       01 WS-XML-NAME-LENGTH      PIC 9(2).
       01 WS-XML-VALUE-LENGTH     PIC 9(2).
       01 WS-XML-POINTER          PIC 9(3).
       01 WS-XML-AMOUNT           PIC 9(10)V99.
       01 WS-XML-AMOUNT-EDITED    PIC Z(9)9.99.
       01 WS-XML-COUNT-EDITED     PIC Z(5)9.
       01 WS-XML-LEAD             PIC 9(2).
       01 WS-XML-OUTER-TAG        PIC X(40).

      *> Pay group remitted - same parameter and same file naming
      *> as the pay run (see 1057-SUFFIX-FILE-PATH).
       01 WS-PAY-GROUP            PIC X(3) VALUE SPACES.
       01 WS-DEFAULT-PAY-GROUP    PIC X(3) VALUE "SEM".
       01 WS-PAY-GROUP-FOUND-FLAG PIC X VALUE "N".
           88 PAY-GROUP-FOUND         VALUE "Y".
       01 WS-PATH-WORK            PIC X(40).
       01 WS-PATH-NAME-PART       PIC X(40).
       01 WS-PATH-EXT-PART        PIC X(10).

       01 WS-RUN-DATE             PIC 9(8).
       01 WS-RUN-TIME             PIC 9(8).
       01 WS-RUN-TIME-PARTS REDEFINES WS-RUN-TIME.
           05  WS-RUN-HH          PIC 99.
           05  WS-RUN-MM          PIC 99.
           05  WS-RUN-SS          PIC 99.
           05  WS-RUN-HS          PIC 99.
       01 WS-RUN-TIME-HHMMSS      PIC 9(6).
       01 WS-PERIOD-IN            PIC X(6).
       01 WS-PAY-PERIOD-ID        PIC 9(6) VALUE 0.

       01 WS-PAYEE-TABLE.
           05  WS-PYE-ENTRY OCCURS 100 TIMES.
               10  WS-PYE-NAME     PIC X(30).
               10  WS-PYE-ACCOUNT  PIC X(34).
               10  WS-PYE-ROUTING  PIC X(11).
               10  WS-PYE-TOTAL    PIC S9(8)V99.
       01 WS-PAYEE-COUNT          PIC 9(3) VALUE 0.
       01 WS-PYE-SLOT             PIC 9(3) VALUE 0.
       01 WS-ORPHAN-COUNT         PIC 9(3) VALUE 0.
       01 WS-ORP-SUB              PIC 9(3).

      *> IBAN check (ISO 13616): the country code and check digits
      *> move behind the rest, each letter becomes its two-digit
      *> value (A = 10 ... Z = 35), and the resulting number must
      *> leave 1 when divided by 97. The number is far too long to
      *> hold, so it is reduced digit by digit as it is read.
       01 WS-PAYEE-IBAN-FLAG    PIC X VALUE "Y".
           88 PAYEE-IBAN-VALID      VALUE "Y".
       01 WS-IBAN-WORK            PIC X(34).
       01 WS-IBAN-LENGTH          PIC 9(2).
       01 WS-IBAN-POS             PIC 9(2).
       01 WS-IBAN-CHAR-POS        PIC 9(2).
       01 WS-IBAN-CHAR            PIC X(1).
       01 WS-IBAN-DIGIT REDEFINES WS-IBAN-CHAR PIC 9(1).
       01 WS-IBAN-NUMBER          PIC 9(4).
       01 WS-IBAN-QUOTIENT        PIC 9(4).
       01 WS-IBAN-REMAINDER       PIC 9(2).
       01 WS-IBAN-LETTER-VALUE    PIC 9(2).
       01 WS-IBAN-SPACES          PIC 9(2).
       01 WS-IBAN-LETTERS         PIC X(26) VALUE
           "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
       01 WS-IBAN-LETTER-TABLE REDEFINES WS-IBAN-LETTERS.
           05  WS-IBAN-LETTER OCCURS 26 TIMES PIC X(1).
       01 WS-IBAN-LETTER-SUB      PIC 9(2).

      *> Reversal lumps from the period's ANUL legs. A void backs
      *> out withholdings the ORIGINAL period's remittance already
      *> paid over (the reversal rides the "P" line as negative
       01 WS-RVX-SUB              PIC 9(3).

       01 WS-GRAND-TOTAL          PIC S9(8)V99 VALUE 0.
       01 WS-REMIT-SEQ            PIC 9(3).

       01 WS-RPT-SEPARATOR.
           05  FILLER              PIC X(78) VALUE ALL "=".
           05  WS-RPT-PERIOD       PIC 9(6).
           05  FILLER              PIC X(9) VALUE "  Fecha: ".
           05  WS-RPT-DATE         PIC 9999/99/99.
           05  FILLER              PIC X(9) VALUE "  Grupo: ".
           05  WS-RPT-GROUP        PIC X(3).
       01 WS-RPT-DETAIL-LINE.
           05  FILLER              PIC X(2) VALUE SPACES.
           05  WS-RPT-EMP-ID       PIC X(6).
           05  FILLER              PIC X(24) VALUE SPACES.
           05  WS-RPT-TOTAL        PIC ZZZ,ZZZ,ZZ9.99-.
       01 WS-RPT-ORPHAN-HEADING.
           05  FILLER              PIC X(42) VALUE
               "ELECCIONES SIN PAGADOR O CON IBAN INVALIDO".
           05  FILLER              PIC X(18) VALUE
               " - revisar DEDELEC".
       01 WS-RPT-REVERSAL-HEADING.
           05  FILLER              PIC X(60) VALUE
               "ANULACIONES A COMPENSAR - netear la proxima remesa".

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
           IF NOT PAY-GROUP-FOUND
               MOVE 8 TO RETURN-CODE
           ELSE
           IF WS-PAY-PERIOD-ID = 0
               DISPLAY "Sin periodo que remesar - no hay periodo "
                   "pagado en PAYCAL.DAT ni REMESA_PERIODO"
               PERFORM 1300-LOAD-EMPLOYEE-NAMES
               PERFORM 2000-AGGREGATE-WITHHOLDINGS
               PERFORM 3000-WRITE-REMIT-BANK-FILE
               PERFORM 3500-WRITE-SEPA-FILE
               PERFORM 3100-WRITE-ADVICES
               DISPLAY "Remesas del periodo " WS-PAY-PERIOD-ID ": "
                   WS-PAYEE-COUNT " pagadores, total "
                   WS-GRAND-TOTAL
               IF WS-ORPHAN-COUNT > 0
                   DISPLAY "ADVERTENCIA: " WS-ORPHAN-COUNT
                       " elecciones sin pagador o con IBAN "
                       "invalido - vea "
                       WS-ADVICE-FILE-PATH
                   MOVE 8 TO RETURN-CODE
               END-IF
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF
           END-IF
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME
           COMPUTE WS-RUN-TIME-HHMMSS =
               (WS-RUN-HH * 10000) + (WS-RUN-MM * 100) + WS-RUN-SS
           PERFORM 1050-SELECT-PAY-GROUP
           IF PAY-GROUP-FOUND
               ACCEPT WS-PERIOD-IN FROM ENVIRONMENT "REMESA_PERIODO"
               IF WS-PERIOD-IN NUMERIC
                   MOVE WS-PERIOD-IN TO WS-PAY-PERIOD-ID
               ELSE
                   PERFORM 1100-FIND-LAST-PAID-PERIOD
               END-IF
           END-IF.

       1050-SELECT-PAY-GROUP.
      *> An unknown group would remit nobody (or, with a keyed
      *> period, another group's period number) - refuse it.
           ACCEPT WS-PAY-GROUP FROM ENVIRONMENT "NOMINA_GRUPO"
           IF WS-PAY-GROUP = SPACES
               MOVE WS-DEFAULT-PAY-GROUP TO WS-PAY-GROUP
           END-IF
           OPEN INPUT PAY-GROUP-FILE
           IF WS-PAYGRP-FILE-STATUS NOT = "00"
               DISPLAY "Remesa bloqueada: falta PAYGRP.DAT - "
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
                   DISPLAY "Remesa bloqueada: grupo de pago "
                       "desconocido '" WS-PAY-GROUP "' en PAYGRP.DAT"
               END-IF
           END-IF
           IF PAY-GROUP-FOUND
                   AND WS-PAY-GROUP NOT = WS-DEFAULT-PAY-GROUP
               MOVE WS-PAYCAL-FILE-PATH TO WS-PATH-WORK
               PERFORM 1057-SUFFIX-FILE-PATH
               MOVE WS-PATH-WORK TO WS-PAYCAL-FILE-PATH
               MOVE WS-REMIT-BANK-FILE-PATH TO WS-PATH-WORK
               PERFORM 1057-SUFFIX-FILE-PATH
               MOVE WS-PATH-WORK TO WS-REMIT-BANK-FILE-PATH
               MOVE WS-SEPA-FILE-PATH TO WS-PATH-WORK
               PERFORM 1057-SUFFIX-FILE-PATH
               MOVE WS-PATH-WORK TO WS-SEPA-FILE-PATH
               MOVE WS-ADVICE-FILE-PATH TO WS-PATH-WORK
               PERFORM 1057-SUFFIX-FILE-PATH
               MOVE WS-PATH-WORK TO WS-ADVICE-FILE-PATH
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

       1100-FIND-LAST-PAID-PERIOD.
           MOVE "N" TO WS-EOF-FLAG
           OPEN INPUT PAY-CALENDAR-FILE
      *> One pass over the history: every "E" line of the period
      *> is an election actually withheld - join it to its payee
      *> and fold it into the remittance - and every ANUL "P" line
      *> of the period carries withholdings to claw back. Lines of
      *> other pay groups are skipped - their period numbers are
      *> their own calendars' - and a blank group is the weekly
      *> group's, written before groups existed.
      *> Only the period's own lines are read, through the period
      *> key, in the partitions its year can reach.
           PERFORM 2010-LOAD-YEAR-CONTROL
           COMPUTE WS-PERIOD-YEAR = WS-PAY-PERIOD-ID / 100
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
               MOVE WS-PAY-PERIOD-ID TO PHR-PERIOD-ID
               START PAY-HISTORY-FILE KEY IS = PHR-PERIOD-ID
                   INVALID KEY
                       MOVE "10" TO WS-HISTORY-FILE-STATUS
               END-START
               PERFORM UNTIL NOT HISTORY-READ-OK
                   READ PAY-HISTORY-FILE NEXT RECORD
                       AT END
                           MOVE "10" TO WS-HISTORY-FILE-STATUS
                       NOT AT END
                           IF PHR-PERIOD-ID NOT = WS-PAY-PERIOD-ID
                               MOVE "10" TO WS-HISTORY-FILE-STATUS
                           ELSE
                           EVALUATE TRUE
                               WHEN PHE-ELECTION
                                       AND (PHE-PAY-GROUP
                                               = WS-PAY-GROUP
                                           OR (PHE-PAY-GROUP = SPACES
                                               AND WS-PAY-GROUP
                                               = WS-DEFAULT-PAY-GROUP))
                                   PERFORM 2100-FOLD-WITHHOLDING
      *> An ANUL leg reverses withholdings the original period's
      *> remittance already paid over - its lumps must come OFF
      *> this remittance or the payee is paid twice.
                               WHEN PHS-POSTING
                                       AND PHS-TYPE = "ANUL"
                                       AND (PHS-PAY-GROUP
                                               = WS-PAY-GROUP
                                           OR (PHS-PAY-GROUP = SPACES
                                               AND WS-PAY-GROUP
                                               = WS-DEFAULT-PAY-GROUP))
                                   PERFORM 2500-FOLD-REVERSAL
                           END-EVALUATE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PAY-HISTORY-FILE
           END-IF.

       2100-FOLD-WITHHOLDING.
           PERFORM 2200-FIND-ELECTION-ENTRY
           PERFORM 2250-CHECK-PAYEE-IBAN
           IF WS-ELC-SLOT = 0
                   OR WS-ELC-PAYEE-NAME(WS-ELC-SLOT) = SPACES
                   OR NOT PAYEE-IBAN-VALID
               PERFORM 2400-RECORD-ORPHAN
           ELSE
               PERFORM 2300-FIND-PAYEE-ENTRY
               END-IF
           END-PERFORM.

       2250-CHECK-PAYEE-IBAN.
      *> A payee without an IBAN passes (paid by check or giro, see
      *> 3000); one with an IBAN the bank would bounce does not -
      *> the money waits on the exception list instead.
           MOVE "Y" TO WS-PAYEE-IBAN-FLAG
           IF WS-ELC-SLOT > 0
               IF WS-ELC-PAYEE-ACCOUNT(WS-ELC-SLOT) NOT = SPACES
                   MOVE WS-ELC-PAYEE-ACCOUNT(WS-ELC-SLOT)
                       TO WS-IBAN-WORK
                   INSPECT WS-IBAN-WORK CONVERTING
                       "abcdefghijklmnopqrstuvwxyz"
                       TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
                   PERFORM 2260-CHECK-IBAN
               END-IF
           END-IF.

       2260-CHECK-IBAN.
      *> Two letters of country, two check digits, then the
      *> domestic account (15 to 34 characters in all, no spaces).
           MOVE 0 TO WS-IBAN-LENGTH
           INSPECT WS-IBAN-WORK TALLYING WS-IBAN-LENGTH
               FOR CHARACTERS BEFORE INITIAL SPACE
           MOVE 0 TO WS-IBAN-SPACES
           INSPECT WS-IBAN-WORK TALLYING WS-IBAN-SPACES
               FOR ALL SPACES
           IF WS-IBAN-LENGTH < 15
                   OR WS-IBAN-LENGTH + WS-IBAN-SPACES NOT = 34
                   OR WS-IBAN-WORK(1:2) NOT ALPHABETIC
                   OR WS-IBAN-WORK(3:2) NOT NUMERIC
               MOVE "N" TO WS-PAYEE-IBAN-FLAG
           ELSE
               MOVE 0 TO WS-IBAN-REMAINDER
               PERFORM VARYING WS-IBAN-POS FROM 1 BY 1
                       UNTIL WS-IBAN-POS > WS-IBAN-LENGTH
                       OR NOT PAYEE-IBAN-VALID
                   IF WS-IBAN-POS <= WS-IBAN-LENGTH - 4
                       COMPUTE WS-IBAN-CHAR-POS = WS-IBAN-POS + 4
                   ELSE
                       COMPUTE WS-IBAN-CHAR-POS =
                           WS-IBAN-POS + 4 - WS-IBAN-LENGTH
                   END-IF
                   MOVE WS-IBAN-WORK(WS-IBAN-CHAR-POS:1)
                       TO WS-IBAN-CHAR
                   IF WS-IBAN-CHAR NUMERIC
                       COMPUTE WS-IBAN-NUMBER =
                           (WS-IBAN-REMAINDER * 10) + WS-IBAN-DIGIT
                   ELSE
                       MOVE 0 TO WS-IBAN-LETTER-VALUE
                       PERFORM VARYING WS-IBAN-LETTER-SUB FROM 1 BY 1
                               UNTIL WS-IBAN-LETTER-SUB > 26
                               OR WS-IBAN-LETTER-VALUE > 0
                           IF WS-IBAN-LETTER(WS-IBAN-LETTER-SUB)
                                   = WS-IBAN-CHAR
                               COMPUTE WS-IBAN-LETTER-VALUE =
                                   WS-IBAN-LETTER-SUB + 9
                           END-IF
                       END-PERFORM
                       IF WS-IBAN-LETTER-VALUE = 0
                           MOVE "N" TO WS-PAYEE-IBAN-FLAG
                       END-IF
                       COMPUTE WS-IBAN-NUMBER =
                           (WS-IBAN-REMAINDER * 100)
                           + WS-IBAN-LETTER-VALUE
                   END-IF
                   DIVIDE WS-IBAN-NUMBER BY 97
                       GIVING WS-IBAN-QUOTIENT
                       REMAINDER WS-IBAN-REMAINDER
               END-PERFORM
               IF WS-IBAN-REMAINDER NOT = 1
                   MOVE "N" TO WS-PAYEE-IBAN-FLAG
               END-IF
           END-IF.

       2300-FIND-PAYEE-ENTRY.
      *> Payees are distinct by name and bank details - two courts
      *> can share a bank, two case numbers one court.
      *> - otherwise the split is the clerk's call and the lump
      *> goes on the compensation list instead.
           PERFORM 2540-COUNT-CLASS-ELECTIONS
           IF WS-REV-MATCHES = 1
               PERFORM 2250-CHECK-PAYEE-IBAN
           END-IF
           IF WS-REV-MATCHES = 1
                   AND WS-ELC-PAYEE-NAME(WS-ELC-SLOT) NOT = SPACES
                   AND PAYEE-IBAN-VALID
               PERFORM 2300-FIND-PAYEE-ENTRY
               IF WS-PYE-SLOT > 0
                   ADD WS-REV-AMOUNT TO WS-PYE-TOTAL(WS-PYE-SLOT)
           END-IF.

       3000-WRITE-REMIT-BANK-FILE.
      *> Same BANKREC format as the employee run's transfer ledger
      *> - one credit per payee, named REM-group-period-sequence
      *> for the bank's returns. A payee without bank details
      *> keeps its advice (the money may go by check or giro) but
      *> writes no credit line.
           OPEN OUTPUT REMIT-BANK-FILE
           IF WS-REMIT-BANK-FILE-STATUS NOT = "00"
               DISPLAY "No se pudo abrir REMIT-BANK-FILE, estado: "
                       UNTIL WS-PYE-SUB > WS-PAYEE-COUNT
                   IF WS-PYE-ACCOUNT(WS-PYE-SUB) NOT = SPACES
                           AND WS-PYE-TOTAL(WS-PYE-SUB) > 0
                       MOVE SPACES TO BANK-TRANSFER-LINE
                       MOVE "C" TO BNK-TRANS-TYPE
                       MOVE WS-PYE-ACCOUNT(WS-PYE-SUB)
                           TO BNK-ACCOUNT-NUMBER
                           TO BNK-ROUTING-NUMBER
                       MOVE WS-PYE-TOTAL(WS-PYE-SUB)
                           TO BNK-NET-AMOUNT
                       MOVE WS-PAY-GROUP TO BNK-PAY-GROUP
                       MOVE WS-PYE-SUB TO WS-REMIT-SEQ
                       STRING "REM-" DELIMITED BY SIZE
                              WS-PAY-GROUP DELIMITED BY SPACE
                              "-" DELIMITED BY SIZE
                              WS-PAY-PERIOD-ID DELIMITED BY SIZE
                              "-" DELIMITED BY SIZE
                              WS-REMIT-SEQ DELIMITED BY SIZE
                           INTO BNK-END-TO-END-ID
                       END-STRING
                       MOVE WS-REMIT-SEQ TO BNK-EMP-ID
                       MOVE WS-PAY-PERIOD-ID TO BNK-PERIOD-ID
                       MOVE WS-PYE-NAME(WS-PYE-SUB) TO BNK-PAYEE-NAME
                       WRITE BANK-TRANSFER-LINE
                   END-IF
               END-PERFORM
           WRITE REPORT-LINE
           MOVE WS-PAY-PERIOD-ID TO WS-RPT-PERIOD
           MOVE WS-RUN-DATE      TO WS-RPT-DATE
           MOVE WS-PAY-GROUP     TO WS-RPT-GROUP
           MOVE WS-RPT-PERIOD-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-RPT-RULE-LINE TO REPORT-LINE
           END-PERFORM
           MOVE WS-RPT-SEPARATOR TO REPORT-LINE
           WRITE REPORT-LINE.

       3500-WRITE-SEPA-FILE.
      *> Two passes over the payee credits just written: the header
      *> must carry the count and the control sum before the first
      *> credit. A run with nothing to send - no payee credits, or
      *> no ordering account to send them from - empties the
      *> group's message, so a previous run's file is never sent
      *> again.
           PERFORM 3510-LOAD-ORDERING-ACCOUNT
           IF ORDERING-ACCOUNT-FOUND
               PERFORM 3520-TOTAL-PAYEE-CREDITS
               IF WS-SEPA-TX-COUNT = 0
                   DISPLAY "Sin transferencias a pagadores, no se "
                       "genera " WS-SEPA-FILE-PATH
                   OPEN OUTPUT SEPA-FILE
                   IF WS-SEPA-FILE-STATUS = "00"
                       CLOSE SEPA-FILE
                   END-IF
               ELSE
                   OPEN OUTPUT SEPA-FILE
                   IF WS-SEPA-FILE-STATUS NOT = "00"
                       DISPLAY "No se pudo abrir SEPA-FILE, estado: "
                           WS-SEPA-FILE-STATUS
                   ELSE
                       PERFORM 3530-WRITE-SEPA-HEADER
                       OPEN INPUT REMIT-BANK-FILE
                       PERFORM UNTIL
                               WS-REMIT-BANK-FILE-STATUS NOT = "00"
                           READ REMIT-BANK-FILE
                               AT END
                                   MOVE "10"
                                       TO WS-REMIT-BANK-FILE-STATUS
                               NOT AT END
                                   IF BNK-CREDIT
                                       PERFORM 3540-WRITE-SEPA-CREDIT
                                   END-IF
                           END-READ
                       END-PERFORM
                       CLOSE REMIT-BANK-FILE
                       PERFORM 3550-WRITE-SEPA-TRAILER
                       CLOSE SEPA-FILE
                       MOVE WS-SEPA-CTRL-SUM TO WS-XML-AMOUNT-EDITED
                       DISPLAY "Fichero SEPA " WS-SEPA-FILE-PATH ": "
                           WS-SEPA-TX-COUNT " transferencias, "
                           WS-XML-AMOUNT-EDITED
                   END-IF
               END-IF
           ELSE
               DISPLAY "Sin cuenta ordenante, no se genera "
                   WS-SEPA-FILE-PATH
               OPEN OUTPUT SEPA-FILE
               IF WS-SEPA-FILE-STATUS = "00"
                   CLOSE SEPA-FILE
               END-IF
           END-IF.

       3510-LOAD-ORDERING-ACCOUNT.
           MOVE "N" TO WS-ORDACCT-FOUND-FLAG
           OPEN INPUT ORDERING-ACCOUNT-FILE
           IF WS-ORDACCT-FILE-STATUS NOT = "00"
               DISPLAY "No se pudo abrir ORDERING-ACCOUNT-FILE, "
                   "estado: " WS-ORDACCT-FILE-STATUS
           ELSE
               READ ORDERING-ACCOUNT-FILE
                   NOT AT END
                       IF ORD-IBAN NOT = SPACES
                           MOVE ORD-NAME         TO WS-ORD-NAME
                           MOVE ORD-IBAN         TO WS-ORD-IBAN
                           MOVE ORD-BIC          TO WS-ORD-BIC
                           MOVE ORD-INITIATOR-ID TO WS-ORD-INITIATOR-ID
                           MOVE "Y" TO WS-ORDACCT-FOUND-FLAG
                       END-IF
               END-READ
               CLOSE ORDERING-ACCOUNT-FILE
           END-IF
           IF NOT ORDERING-ACCOUNT-FOUND
               DISPLAY "ADVERTENCIA: sin cuenta ordenante en "
                   WS-ORDACCT-FILE-PATH " no se genera el fichero "
                   "SEPA - las transferencias quedan en "
                   WS-REMIT-BANK-FILE-PATH
           END-IF.

       3520-TOTAL-PAYEE-CREDITS.
           MOVE 0 TO WS-SEPA-TX-COUNT
           MOVE 0 TO WS-SEPA-CTRL-SUM
           OPEN INPUT REMIT-BANK-FILE
           IF WS-REMIT-BANK-FILE-STATUS = "00"
               PERFORM UNTIL WS-REMIT-BANK-FILE-STATUS NOT = "00"
                   READ REMIT-BANK-FILE
                       AT END
                           MOVE "10" TO WS-REMIT-BANK-FILE-STATUS
                       NOT AT END
                           IF BNK-CREDIT
                               ADD 1 TO WS-SEPA-TX-COUNT
                               ADD BNK-NET-AMOUNT TO WS-SEPA-CTRL-SUM
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE REMIT-BANK-FILE
           END-IF.

       3530-WRITE-SEPA-HEADER.
      *> The message id must never repeat for the bank: group,
      *> period and the moment of writing.
           MOVE SPACES TO WS-SEPA-MSG-ID
           STRING "REM-" DELIMITED BY SIZE
                  WS-PAY-GROUP DELIMITED BY SPACE
                  "-" DELIMITED BY SIZE
                  WS-PAY-PERIOD-ID DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  WS-RUN-DATE DELIMITED BY SIZE
                  WS-RUN-TIME-HHMMSS DELIMITED BY SIZE
               INTO WS-SEPA-MSG-ID
           END-STRING
           MOVE SPACES TO WS-SEPA-CREATED
           STRING WS-RUN-DATE(1:4) "-" WS-RUN-DATE(5:2) "-"
                  WS-RUN-DATE(7:2) "T" WS-RUN-TIME(1:2) ":"
                  WS-RUN-TIME(3:2) ":" WS-RUN-TIME(5:2)
                  DELIMITED BY SIZE
               INTO WS-SEPA-CREATED
           END-STRING
           MOVE SPACES TO WS-SEPA-EXEC-DATE
           STRING WS-RUN-DATE(1:4) "-" WS-RUN-DATE(5:2) "-"
                  WS-RUN-DATE(7:2) DELIMITED BY SIZE
               INTO WS-SEPA-EXEC-DATE
           END-STRING
           MOVE '<?xml version="1.0" encoding="UTF-8"?>' TO SEPA-LINE
           WRITE SEPA-LINE
           MOVE SPACES TO SEPA-LINE
           STRING '<Document xmlns="urn:iso:std:iso:20022:tech:xsd:'
                  'pain.001.001.03">' DELIMITED BY SIZE
               INTO SEPA-LINE
           END-STRING
           WRITE SEPA-LINE
           MOVE 1 TO WS-XML-INDENT
           MOVE "CstmrCdtTrfInitn" TO WS-XML-TAG
           PERFORM 3560-WRITE-XML-OPEN
           MOVE 2 TO WS-XML-INDENT
           MOVE "GrpHdr" TO WS-XML-TAG
           PERFORM 3560-WRITE-XML-OPEN
           MOVE 3 TO WS-XML-INDENT
           MOVE "MsgId" TO WS-XML-TAG
           MOVE WS-SEPA-MSG-ID TO WS-XML-VALUE
           PERFORM 3570-WRITE-XML-ELEMENT
           MOVE "CreDtTm" TO WS-XML-TAG
           MOVE WS-SEPA-CREATED TO WS-XML-VALUE
           PERFORM 3570-WRITE-XML-ELEMENT
           PERFORM 3535-WRITE-SEPA-TOTALS
           MOVE "InitgPty" TO WS-XML-TAG
           PERFORM 3560-WRITE-XML-OPEN
           MOVE 4 TO WS-XML-INDENT
           MOVE "Nm" TO WS-XML-TAG
           MOVE WS-ORD-NAME TO WS-XML-VALUE
           PERFORM 3570-WRITE-XML-ELEMENT
           IF WS-ORD-INITIATOR-ID NOT = SPACES
               MOVE "Id" TO WS-XML-TAG
               PERFORM 3560-WRITE-XML-OPEN
               MOVE 5 TO WS-XML-INDENT
               MOVE "OrgId" TO WS-XML-TAG
               PERFORM 3560-WRITE-XML-OPEN
               MOVE 6 TO WS-XML-INDENT
               MOVE "Othr" TO WS-XML-TAG
               PERFORM 3560-WRITE-XML-OPEN
               MOVE 7 TO WS-XML-INDENT
               MOVE "Id" TO WS-XML-TAG
               MOVE WS-ORD-INITIATOR-ID TO WS-XML-VALUE
               PERFORM 3570-WRITE-XML-ELEMENT
               MOVE 6 TO WS-XML-INDENT
               MOVE "Othr" TO WS-XML-TAG
               PERFORM 3565-WRITE-XML-CLOSE
               MOVE 5 TO WS-XML-INDENT
               MOVE "OrgId" TO WS-XML-TAG
               PERFORM 3565-WRITE-XML-CLOSE
               MOVE 4 TO WS-XML-INDENT
               MOVE "Id" TO WS-XML-TAG
               PERFORM 3565-WRITE-XML-CLOSE
           END-IF
           MOVE 3 TO WS-XML-INDENT
           MOVE "InitgPty" TO WS-XML-TAG
           PERFORM 3565-WRITE-XML-CLOSE
           MOVE 2 TO WS-XML-INDENT
           MOVE "GrpHdr" TO WS-XML-TAG
           PERFORM 3565-WRITE-XML-CLOSE
      *> A single payment block: one debit of the company account
      *> for the lot, on the run date. No category purpose - a
      *> remittance to a court or a union is not salary.
           MOVE "PmtInf" TO WS-XML-TAG
           PERFORM 3560-WRITE-XML-OPEN
           MOVE 3 TO WS-XML-INDENT
           MOVE "PmtInfId" TO WS-XML-TAG
           MOVE WS-SEPA-MSG-ID TO WS-XML-VALUE
           PERFORM 3570-WRITE-XML-ELEMENT
           MOVE "PmtMtd" TO WS-XML-TAG
           MOVE "TRF" TO WS-XML-VALUE
           PERFORM 3570-WRITE-XML-ELEMENT
           PERFORM 3535-WRITE-SEPA-TOTALS
           MOVE "PmtTpInf" TO WS-XML-TAG
           PERFORM 3560-WRITE-XML-OPEN
           MOVE 4 TO WS-XML-INDENT
           MOVE "SvcLvl" TO WS-XML-TAG
           PERFORM 3560-WRITE-XML-OPEN
           MOVE 5 TO WS-XML-INDENT
           MOVE "Cd" TO WS-XML-TAG
           MOVE "SEPA" TO WS-XML-VALUE
           PERFORM 3570-WRITE-XML-ELEMENT
           MOVE 4 TO WS-XML-INDENT
           MOVE "SvcLvl" TO WS-XML-TAG
           PERFORM 3565-WRITE-XML-CLOSE
           IF WS-SEPA-PURPOSE NOT = SPACES
               MOVE "CtgyPurp" TO WS-XML-TAG
               PERFORM 3560-WRITE-XML-OPEN
               MOVE 5 TO WS-XML-INDENT
               MOVE "Cd" TO WS-XML-TAG
               MOVE WS-SEPA-PURPOSE TO WS-XML-VALUE
               PERFORM 3570-WRITE-XML-ELEMENT
               MOVE 4 TO WS-XML-INDENT
               MOVE "CtgyPurp" TO WS-XML-TAG
               PERFORM 3565-WRITE-XML-CLOSE
           END-IF
           MOVE 3 TO WS-XML-INDENT
           MOVE "PmtTpInf" TO WS-XML-TAG
           PERFORM 3565-WRITE-XML-CLOSE
           MOVE "ReqdExctnDt" TO WS-XML-TAG
           MOVE WS-SEPA-EXEC-DATE TO WS-XML-VALUE
           PERFORM 3570-WRITE-XML-ELEMENT
           MOVE "Dbtr" TO WS-XML-TAG
           PERFORM 3560-WRITE-XML-OPEN
           MOVE 4 TO WS-XML-INDENT
           MOVE "Nm" TO WS-XML-TAG
           MOVE WS-ORD-NAME TO WS-XML-VALUE
           PERFORM 3570-WRITE-XML-ELEMENT
           MOVE 3 TO WS-XML-INDENT
           MOVE "Dbtr" TO WS-XML-TAG
           PERFORM 3565-WRITE-XML-CLOSE
           MOVE "DbtrAcct" TO WS-XML-TAG
           MOVE WS-ORD-IBAN TO WS-XML-VALUE
           PERFORM 3575-WRITE-XML-ACCOUNT
      *> The debtor agent is mandatory in the message even when
      *> ORDENANTE carries no BIC (see 3578).
           MOVE "DbtrAgt" TO WS-XML-TAG
           MOVE WS-ORD-BIC TO WS-XML-VALUE
           PERFORM 3578-WRITE-XML-AGENT
           MOVE "ChrgBr" TO WS-XML-TAG
           MOVE "SLEV" TO WS-XML-VALUE
           PERFORM 3570-WRITE-XML-ELEMENT.

       3535-WRITE-SEPA-TOTALS.
           MOVE "NbOfTxs" TO WS-XML-TAG
           MOVE WS-SEPA-TX-COUNT TO WS-XML-COUNT-EDITED
           MOVE 0 TO WS-XML-LEAD
           INSPECT WS-XML-COUNT-EDITED TALLYING WS-XML-LEAD
               FOR LEADING SPACES
           MOVE WS-XML-COUNT-EDITED(WS-XML-LEAD + 1:)
               TO WS-XML-VALUE
           PERFORM 3570-WRITE-XML-ELEMENT
           MOVE "CtrlSum" TO WS-XML-TAG
           MOVE WS-SEPA-CTRL-SUM TO WS-XML-AMOUNT
           PERFORM 3580-EDIT-XML-AMOUNT
           PERFORM 3570-WRITE-XML-ELEMENT.

       3540-WRITE-SEPA-CREDIT.
           MOVE 3 TO WS-XML-INDENT
           MOVE "CdtTrfTxInf" TO WS-XML-TAG
           PERFORM 3560-WRITE-XML-OPEN
           MOVE 4 TO WS-XML-INDENT
           MOVE "PmtId" TO WS-XML-TAG
           PERFORM 3560-WRITE-XML-OPEN
           MOVE 5 TO WS-XML-INDENT
           MOVE "EndToEndId" TO WS-XML-TAG
           IF BNK-END-TO-END-ID = SPACES
               MOVE "NOTPROVIDED" TO WS-XML-VALUE
           ELSE
               MOVE BNK-END-TO-END-ID TO WS-XML-VALUE
           END-IF
           PERFORM 3570-WRITE-XML-ELEMENT
           MOVE 4 TO WS-XML-INDENT
           MOVE "PmtId" TO WS-XML-TAG
           PERFORM 3565-WRITE-XML-CLOSE
           MOVE "Amt" TO WS-XML-TAG
           PERFORM 3560-WRITE-XML-OPEN
           MOVE 5 TO WS-XML-INDENT
           MOVE 'InstdAmt Ccy="EUR"' TO WS-XML-TAG
           MOVE BNK-NET-AMOUNT TO WS-XML-AMOUNT
           PERFORM 3580-EDIT-XML-AMOUNT
           PERFORM 3570-WRITE-XML-ELEMENT
           MOVE 4 TO WS-XML-INDENT
           MOVE "Amt" TO WS-XML-TAG
           PERFORM 3565-WRITE-XML-CLOSE
           IF BNK-ROUTING-NUMBER NOT = SPACES
               MOVE "CdtrAgt" TO WS-XML-TAG
               MOVE BNK-ROUTING-NUMBER TO WS-XML-VALUE
               PERFORM 3578-WRITE-XML-AGENT
           END-IF
           MOVE "Cdtr" TO WS-XML-TAG
           PERFORM 3560-WRITE-XML-OPEN
           MOVE 5 TO WS-XML-INDENT
           MOVE "Nm" TO WS-XML-TAG
           MOVE BNK-PAYEE-NAME TO WS-XML-VALUE
           PERFORM 3570-WRITE-XML-ELEMENT
           MOVE 4 TO WS-XML-INDENT
           MOVE "Cdtr" TO WS-XML-TAG
           PERFORM 3565-WRITE-XML-CLOSE
           MOVE "CdtrAcct" TO WS-XML-TAG
           MOVE BNK-ACCOUNT-NUMBER TO WS-XML-VALUE
           PERFORM 3575-WRITE-XML-ACCOUNT
           MOVE "RmtInf" TO WS-XML-TAG
           PERFORM 3560-WRITE-XML-OPEN
           MOVE 5 TO WS-XML-INDENT
           MOVE "Ustrd" TO WS-XML-TAG
           MOVE SPACES TO WS-XML-VALUE
           STRING WS-SEPA-REMIT-TEXT DELIMITED BY "  "
                  " " DELIMITED BY SIZE
                  BNK-PERIOD-ID DELIMITED BY SIZE
               INTO WS-XML-VALUE
           END-STRING
           PERFORM 3570-WRITE-XML-ELEMENT
           MOVE 4 TO WS-XML-INDENT
           MOVE "RmtInf" TO WS-XML-TAG
           PERFORM 3565-WRITE-XML-CLOSE
           MOVE 3 TO WS-XML-INDENT
           MOVE "CdtTrfTxInf" TO WS-XML-TAG
           PERFORM 3565-WRITE-XML-CLOSE.

       3550-WRITE-SEPA-TRAILER.
           MOVE 2 TO WS-XML-INDENT
           MOVE "PmtInf" TO WS-XML-TAG
           PERFORM 3565-WRITE-XML-CLOSE
           MOVE 1 TO WS-XML-INDENT
           MOVE "CstmrCdtTrfInitn" TO WS-XML-TAG
           PERFORM 3565-WRITE-XML-CLOSE
           MOVE 0 TO WS-XML-INDENT
           MOVE "Document" TO WS-XML-TAG
           PERFORM 3565-WRITE-XML-CLOSE.

       3560-WRITE-XML-OPEN.
           PERFORM 3590-MEASURE-XML-TAG
           MOVE SPACES TO SEPA-LINE
           COMPUTE WS-XML-POINTER = (WS-XML-INDENT * 2) + 1
           STRING "<" WS-XML-TAG(1:WS-XML-TAG-LENGTH) ">"
                  DELIMITED BY SIZE
               INTO SEPA-LINE WITH POINTER WS-XML-POINTER
           END-STRING
           WRITE SEPA-LINE.

       3565-WRITE-XML-CLOSE.
           PERFORM 3590-MEASURE-XML-TAG
           MOVE SPACES TO SEPA-LINE
           COMPUTE WS-XML-POINTER = (WS-XML-INDENT * 2) + 1
           STRING "</" WS-XML-TAG(1:WS-XML-NAME-LENGTH) ">"
                  DELIMITED BY SIZE
               INTO SEPA-LINE WITH POINTER WS-XML-POINTER
           END-STRING
           WRITE SEPA-LINE.

       3570-WRITE-XML-ELEMENT.
      *> The SEPA character set has no room for the XML specials;
      *> a name keyed with one gets the nearest harmless sign.
           PERFORM 3590-MEASURE-XML-TAG
           INSPECT WS-XML-VALUE REPLACING ALL "&" BY "+"
                                          ALL "<" BY "("
                                          ALL ">" BY ")"
           PERFORM VARYING WS-XML-VALUE-LENGTH FROM 70 BY -1
                   UNTIL WS-XML-VALUE-LENGTH = 1
                   OR WS-XML-VALUE(WS-XML-VALUE-LENGTH:1) NOT = SPACE
               CONTINUE
           END-PERFORM
           MOVE SPACES TO SEPA-LINE
           COMPUTE WS-XML-POINTER = (WS-XML-INDENT * 2) + 1
           STRING "<" WS-XML-TAG(1:WS-XML-TAG-LENGTH) ">"
                  WS-XML-VALUE(1:WS-XML-VALUE-LENGTH)
                  "</" WS-XML-TAG(1:WS-XML-NAME-LENGTH) ">"
                  DELIMITED BY SIZE
               INTO SEPA-LINE WITH POINTER WS-XML-POINTER
           END-STRING
           WRITE SEPA-LINE
           MOVE SPACES TO WS-XML-VALUE.

       3575-WRITE-XML-ACCOUNT.
      *> <DbtrAcct>/<CdtrAcct> around Id/IBAN, at the indent in hand.
           PERFORM 3560-WRITE-XML-OPEN
           ADD 1 TO WS-XML-INDENT
           MOVE WS-XML-TAG TO WS-XML-OUTER-TAG
           MOVE "Id" TO WS-XML-TAG
           PERFORM 3560-WRITE-XML-OPEN
           ADD 1 TO WS-XML-INDENT
           MOVE "IBAN" TO WS-XML-TAG
           PERFORM 3570-WRITE-XML-ELEMENT
           SUBTRACT 1 FROM WS-XML-INDENT
           MOVE "Id" TO WS-XML-TAG
           PERFORM 3565-WRITE-XML-CLOSE
           SUBTRACT 1 FROM WS-XML-INDENT
           MOVE WS-XML-OUTER-TAG TO WS-XML-TAG
           PERFORM 3565-WRITE-XML-CLOSE.

       3578-WRITE-XML-AGENT.
      *> <DbtrAgt>/<CdtrAgt> around FinInstnId/BIC. With no BIC
      *> the agent is named as the scheme allows, Othr/Id
      *> NOTPROVIDED - the bank then routes by the IBAN.
           PERFORM 3560-WRITE-XML-OPEN
           ADD 1 TO WS-XML-INDENT
           MOVE WS-XML-TAG TO WS-XML-OUTER-TAG
           MOVE "FinInstnId" TO WS-XML-TAG
           PERFORM 3560-WRITE-XML-OPEN
           ADD 1 TO WS-XML-INDENT
           IF WS-XML-VALUE = SPACES
               MOVE "Othr" TO WS-XML-TAG
               PERFORM 3560-WRITE-XML-OPEN
               ADD 1 TO WS-XML-INDENT
               MOVE "Id" TO WS-XML-TAG
               MOVE "NOTPROVIDED" TO WS-XML-VALUE
               PERFORM 3570-WRITE-XML-ELEMENT
               SUBTRACT 1 FROM WS-XML-INDENT
               MOVE "Othr" TO WS-XML-TAG
               PERFORM 3565-WRITE-XML-CLOSE
           ELSE
               MOVE "BIC" TO WS-XML-TAG
               PERFORM 3570-WRITE-XML-ELEMENT
           END-IF
           SUBTRACT 1 FROM WS-XML-INDENT
           MOVE "FinInstnId" TO WS-XML-TAG
           PERFORM 3565-WRITE-XML-CLOSE
           SUBTRACT 1 FROM WS-XML-INDENT
           MOVE WS-XML-OUTER-TAG TO WS-XML-TAG
           PERFORM 3565-WRITE-XML-CLOSE.

       3580-EDIT-XML-AMOUNT.
      *> Decimal point, no thousands separator, no leading zeros.
           MOVE WS-XML-AMOUNT TO WS-XML-AMOUNT-EDITED
           MOVE 0 TO WS-XML-LEAD
           INSPECT WS-XML-AMOUNT-EDITED TALLYING WS-XML-LEAD
               FOR LEADING SPACES
           MOVE WS-XML-AMOUNT-EDITED(WS-XML-LEAD + 1:)
               TO WS-XML-VALUE.

       3590-MEASURE-XML-TAG.
           PERFORM VARYING WS-XML-TAG-LENGTH FROM 40 BY -1
                   UNTIL WS-XML-TAG-LENGTH = 1
                   OR WS-XML-TAG(WS-XML-TAG-LENGTH:1) NOT = SPACE
               CONTINUE
           END-PERFORM
           MOVE 0 TO WS-XML-NAME-LENGTH
           INSPECT WS-XML-TAG TALLYING WS-XML-NAME-LENGTH
               FOR CHARACTERS BEFORE INITIAL SPACE.
