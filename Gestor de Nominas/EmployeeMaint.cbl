               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CCREF-FILE-STATUS.

           SELECT PAY-GROUP-FILE ASSIGN DYNAMIC WS-PAYGRP-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAYGRP-FILE-STATUS.

           SELECT PENDING-CHANGE-FILE
               ASSIGN DYNAMIC WS-PENDING-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PENDING-FILE-STATUS.

           SELECT REPORT-FILE ASSIGN DYNAMIC WS-REPORT-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MAINT-FILE.
       FD  COST-CENTER-FILE.
           COPY CCREF.

       FD  PAY-GROUP-FILE.
           COPY PAYGRP.

       FD  PENDING-CHANGE-FILE.
       01  PENDING-CHANGE-LINE         PIC X(273).

       FD  REPORT-FILE.
           COPY RPTREC.

       WORKING-STORAGE SECTION.
       01 WS-MAINT-FILE-PATH      PIC X(40) VALUE "data/MAINT.DAT".
       01 WS-MAINT-FILE-STATUS    PIC X(2).
       01 WS-CHGLOG-FILE-STATUS   PIC X(2).
       01 WS-CCREF-FILE-PATH      PIC X(40) VALUE "data/CCREF.DAT".
       01 WS-CCREF-FILE-STATUS    PIC X(2).
       01 WS-PAYGRP-FILE-PATH     PIC X(40) VALUE "data/PAYGRP.DAT".
       01 WS-PAYGRP-FILE-STATUS   PIC X(2).
       01 WS-PENDING-FILE-PATH    PIC X(40) VALUE "data/PENDCHG.DAT".
       01 WS-PENDING-FILE-STATUS  PIC X(2).
       01 WS-REPORT-FILE-PATH     PIC X(40) VALUE "data/PENDCHG.PRT".
       01 WS-REPORT-FILE-STATUS   PIC X(2).

      *> The cost-center reference (see CCREF): altas and cambios
      *> validate their department against it, so a typo can no
       01 WS-CC-KNOWN-FLAG        PIC X VALUE "Y".
           88 CC-CODE-KNOWN           VALUE "Y".

      *> The pay-group master (see PAYGRP): an employee can only be
      *> put in a group some run will actually pay.
       01 WS-PAYGRP-TABLE.
           05  WS-PGR-CODE OCCURS 20 TIMES PIC X(3).
       01 WS-PAYGRP-COUNT         PIC 9(2) VALUE 0.
       01 WS-PGR-SUB              PIC 9(2).
       01 WS-PG-KNOWN-FLAG        PIC X VALUE "Y".
           88 PG-CODE-KNOWN           VALUE "Y".

      *> Same in-memory pattern as PayrollManager's WS-MASTER-TABLE:
      *> the runtime here has no indexed file handler, so the whole
      *> standing master is loaded, maintained in memory and rewritten
               ==88  STD-METHOD-TRANSFER==
                   BY ==88  WS-STD-METHOD-TRANSFER==
               ==88  STD-METHOD-CHECK==
                   BY ==88  WS-STD-METHOD-CHECK==
               ==05  STD-PAY-GROUP==
                   BY ==10  WS-STD-PAY-GROUP==.
       01 WS-STANDING-COUNT       PIC 9(4) VALUE 0.
       01 WS-STANDING-FOUND-FLAG  PIC X VALUE "N".
           88 STANDING-ENTRY-FOUND VALUE "Y".

       01 WS-APPLIED-COUNT        PIC 9(4) VALUE 0.
       01 WS-REJECTED-COUNT       PIC 9(4) VALUE 0.
       01 WS-QUEUED-COUNT         PIC 9(4) VALUE 0.
       01 WS-APPROVED-COUNT       PIC 9(4) VALUE 0.
       01 WS-DISCARDED-COUNT      PIC 9(4) VALUE 0.
       01 WS-LOG-ACTION           PIC X(1).
      *> Holds the standing record as it stood before the transaction
      *> was applied, for the ANTES line of the change log.
       01 WS-BEFORE-IMAGE         PIC X(113).

      *> Sensitive changes waiting for their second operator (see
      *> PENDCHG), loaded whole and rewritten whole like the
      *> standing master. The work record is where one entry is
      *> looked at or built.
           COPY PENDCHG.
       01 WS-PENDING-TABLE.
           05  WS-PND-ENTRY OCCURS 1000 TIMES PIC X(273).
       01 WS-PENDING-DECIDED-TABLE.
           05  WS-PND-DECIDED-NOW OCCURS 1000 TIMES PIC X.
       01 WS-PENDING-COUNT        PIC 9(4) VALUE 0.
       01 WS-PND-SUB              PIC 9(4).
       01 WS-PND-SLOT             PIC 9(4) VALUE 0.
       01 WS-NEXT-PENDING-NO      PIC 9(6) VALUE 1.
       01 WS-PENDING-CHANGED-FLAG PIC X VALUE "N".
           88 PENDING-FILE-CHANGED    VALUE "Y".
       01 WS-SENSITIVE-FLAG       PIC X VALUE "N".
           88 SENSITIVE-FIELDS-KEYED  VALUE "Y".
       01 WS-PLAIN-FLAG           PIC X VALUE "N".
           88 PLAIN-FIELDS-KEYED      VALUE "Y".

      *> IBAN check (ISO 13616): the country code and check digits
      *> move behind the rest, each letter becomes its two-digit
      *> value (A = 10 ... Z = 35), and the resulting number must
      *> leave 1 when divided by 97. The number is far too long to
      *> hold, so it is reduced digit by digit as it is read.
       01 WS-BANK-DETAILS-FLAG    PIC X VALUE "Y".
           88 BANK-DETAILS-VALID      VALUE "Y".
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
       01 WS-BIC-LENGTH           PIC 9(2).

       01 WS-RPT-SEPARATOR.
           05  FILLER              PIC X(80) VALUE ALL "=".
       01 WS-RPT-RULE-LINE.
           05  FILLER              PIC X(80) VALUE ALL "-".
       01 WS-RPT-TITLE-LINE.
           05  FILLER              PIC X(32) VALUE
               "Gestor de Nominas S.A.".
           05  FILLER              PIC X(48) VALUE
               "Cambios sensibles en el maestro de personal".
       01 WS-RPT-DATE-LINE.
           05  FILLER              PIC X(7) VALUE "Fecha: ".
           05  WS-RPT-DATE         PIC 9999/99/99.
           05  FILLER              PIC X(12) VALUE "  Operador: ".
           05  WS-RPT-OPERATOR     PIC X(20).
       01 WS-RPT-SECTION-LINE     PIC X(80).
       01 WS-RPT-CHANGE-LINE.
           05  WS-RPC-NUMBER       PIC 9(6).
           05  FILLER              PIC X(2) VALUE SPACES.
           05  WS-RPC-EMP-ID       PIC X(6).
           05  FILLER              PIC X(2) VALUE SPACES.
           05  WS-RPC-EMP-NAME     PIC A(30).
           05  FILLER              PIC X(2) VALUE SPACES.
           05  WS-RPC-STATUS       PIC X(10).
       01 WS-RPT-WHO-LINE.
           05  FILLER              PIC X(8) VALUE SPACES.
           05  WS-RPW-TEXT         PIC X(10).
           05  WS-RPW-DATE         PIC 9999/99/99.
           05  FILLER              PIC X(1) VALUE SPACE.
           05  WS-RPW-TIME         PIC 99B99B99.
           05  FILLER              PIC X(5) VALUE " por ".
           05  WS-RPW-OPERATOR     PIC X(20).
       01 WS-RPT-COLUMN-LINE.
           05  FILLER              PIC X(8) VALUE SPACES.
           05  FILLER              PIC X(16) VALUE "CAMPO".
           05  FILLER              PIC X(29) VALUE "ANTES".
           05  FILLER              PIC X(27) VALUE "DESPUES".
      *> The columns take a Spanish IBAN (24) whole; a longer
      *> foreign one shows its first 27 characters.
       01 WS-RPT-FIELD-LINE.
           05  FILLER              PIC X(8) VALUE SPACES.
           05  WS-RPF-LABEL        PIC X(16).
           05  WS-RPF-BEFORE       PIC X(27).
           05  FILLER              PIC X(2) VALUE SPACES.
           05  WS-RPF-AFTER        PIC X(27).
       01 WS-RPT-COUNT-LINE.
           05  WS-RPT-COUNT-LABEL  PIC X(40).
           05  WS-RPT-COUNT-VALUE  PIC ZZZ9.
       01 WS-RATE-EDITED          PIC Z,ZZ9.99.
       01 WS-SALARY-EDITED        PIC ZZZ,ZZ9.99.
       01 WS-DATE-EDITED          PIC 9999/99/99.
       01 WS-REPORT-LISTED        PIC 9(4) VALUE 0.

       01 WS-EOF-FLAG   PIC X VALUE "N".
           88 END-OF-MAINT-FILE VALUE "Y".
           END-IF
           PERFORM 1200-LOAD-STANDING-MASTER
           PERFORM 1220-LOAD-COST-CENTERS
           PERFORM 1230-LOAD-PAY-GROUPS
           PERFORM 1240-LOAD-PENDING-CHANGES
           PERFORM 1250-OPEN-CHANGE-LOG
           OPEN INPUT MAINT-FILE
           IF WS-MAINT-FILE-STATUS NOT = "00"
               CLOSE COST-CENTER-FILE
           END-IF.

       1230-LOAD-PAY-GROUPS.
      *> Same as the departments: a missing master only disables the
      *> check - the pay run refuses an unknown group on its own.
           OPEN INPUT PAY-GROUP-FILE
           IF WS-PAYGRP-FILE-STATUS NOT = "00"
               DISPLAY "ADVERTENCIA: falta PAYGRP.DAT - los grupos "
                   "de pago no se validan en este mantenimiento"
           ELSE
               PERFORM UNTIL WS-PAYGRP-FILE-STATUS NOT = "00"
                   READ PAY-GROUP-FILE
                       AT END
                           MOVE "10" TO WS-PAYGRP-FILE-STATUS
                       NOT AT END
                           IF WS-PAYGRP-COUNT >= 20
                               DISPLAY "ADVERTENCIA: PAYGRP excede "
                                   "20 grupos, se trunca la carga"
                               MOVE "10" TO WS-PAYGRP-FILE-STATUS
                           ELSE
                               ADD 1 TO WS-PAYGRP-COUNT
                               MOVE PGR-CODE TO
                                   WS-PGR-CODE(WS-PAYGRP-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PAY-GROUP-FILE
           END-IF.

       1240-LOAD-PENDING-CHANGES.
      *> No file yet simply means nothing has ever waited. Numbers
      *> carry on from the highest one on file, decided or not.
           OPEN INPUT PENDING-CHANGE-FILE
           IF WS-PENDING-FILE-STATUS = "00"
               PERFORM UNTIL WS-PENDING-FILE-STATUS NOT = "00"
                   READ PENDING-CHANGE-FILE
                       AT END
                           MOVE "10" TO WS-PENDING-FILE-STATUS
                       NOT AT END
                           IF WS-PENDING-COUNT >= 1000
                               DISPLAY "ADVERTENCIA: PENDCHG excede "
                                   "1000 registros, se trunca la "
                                   "carga"
                               MOVE "10" TO WS-PENDING-FILE-STATUS
                           ELSE
                               ADD 1 TO WS-PENDING-COUNT
                               MOVE PENDING-CHANGE-LINE TO
                                   WS-PND-ENTRY(WS-PENDING-COUNT)
                               MOVE "N" TO
                                   WS-PND-DECIDED-NOW(WS-PENDING-COUNT)
                               MOVE PENDING-CHANGE-LINE
                                   TO PENDING-CHANGE-RECORD
                               IF PND-NUMBER NUMERIC
                                   AND PND-NUMBER
                                       >= WS-NEXT-PENDING-NO
                                   COMPUTE WS-NEXT-PENDING-NO =
                                       PND-NUMBER + 1
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PENDING-CHANGE-FILE
           END-IF.

       1250-OPEN-CHANGE-LOG.
           OPEN EXTEND CHANGE-LOG-FILE
           IF WS-CHGLOG-FILE-STATUS = "35"

       2000-PROCESS-TRANSACTIONS.
           PERFORM 2200-FIND-STANDING-ENTRY
           MOVE MNT-ACTION TO WS-LOG-ACTION
           EVALUATE TRUE
               WHEN MNT-ADD
                   PERFORM 2300-APPLY-ADD
                   PERFORM 2400-APPLY-CHANGE
               WHEN MNT-TERMINATE
                   PERFORM 2500-APPLY-TERMINATE
               WHEN MNT-APPROVE
                   PERFORM 2700-APPROVE-PENDING-CHANGE
               WHEN MNT-REJECT
                   PERFORM 2750-REJECT-PENDING-CHANGE
               WHEN OTHER
                   ADD 1 TO WS-REJECTED-COUNT
                   DISPLAY "Transaccion rechazada - accion invalida '"
               END-PERFORM
           END-IF.

       2260-CHECK-PAY-GROUP.
      *> Blank passes (an alta lands in "SEM", a cambio leaves the
      *> field as is); a keyed group must exist in the master.
           MOVE "Y" TO WS-PG-KNOWN-FLAG
           IF MNT-PAY-GROUP NOT = SPACES AND WS-PAYGRP-COUNT > 0
               MOVE "N" TO WS-PG-KNOWN-FLAG
               PERFORM VARYING WS-PGR-SUB FROM 1 BY 1
                       UNTIL WS-PGR-SUB > WS-PAYGRP-COUNT
                       OR PG-CODE-KNOWN
                   IF WS-PGR-CODE(WS-PGR-SUB) = MNT-PAY-GROUP
                       MOVE "Y" TO WS-PG-KNOWN-FLAG
                   END-IF
               END-PERFORM
           END-IF.

       2270-CHECK-BANK-DETAILS.
      *> Blank passes (an alta without bank details yet, a cambio
      *> leaving them as is). Keyed in lower case is accepted and
      *> stored upper case, the way the bank prints them.
           MOVE "Y" TO WS-BANK-DETAILS-FLAG
           INSPECT MNT-ACCOUNT-NUMBER CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           INSPECT MNT-ROUTING-NUMBER CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           IF MNT-ACCOUNT-NUMBER NOT = SPACES
               MOVE MNT-ACCOUNT-NUMBER TO WS-IBAN-WORK
               PERFORM 2275-CHECK-IBAN
           END-IF
      *> A BIC is four letters of bank, two of country, two of
      *> place and, optionally, three of branch.
           IF MNT-ROUTING-NUMBER NOT = SPACES AND BANK-DETAILS-VALID
               MOVE 0 TO WS-BIC-LENGTH
               INSPECT MNT-ROUTING-NUMBER TALLYING WS-BIC-LENGTH
                   FOR CHARACTERS BEFORE INITIAL SPACE
               IF WS-BIC-LENGTH = 8
                   IF MNT-ROUTING-NUMBER(9:3) NOT = SPACES
                       MOVE "N" TO WS-BANK-DETAILS-FLAG
                   END-IF
               ELSE
                   IF WS-BIC-LENGTH NOT = 11
                       MOVE "N" TO WS-BANK-DETAILS-FLAG
                   END-IF
               END-IF
               IF MNT-ROUTING-NUMBER(1:6) NOT ALPHABETIC
                   MOVE "N" TO WS-BANK-DETAILS-FLAG
               END-IF
           END-IF.

       2275-CHECK-IBAN.
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
               MOVE "N" TO WS-BANK-DETAILS-FLAG
           ELSE
               MOVE 0 TO WS-IBAN-REMAINDER
               PERFORM VARYING WS-IBAN-POS FROM 1 BY 1
                       UNTIL WS-IBAN-POS > WS-IBAN-LENGTH
                       OR NOT BANK-DETAILS-VALID
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
                           MOVE "N" TO WS-BANK-DETAILS-FLAG
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
                   MOVE "N" TO WS-BANK-DETAILS-FLAG
               END-IF
           END-IF.

       2300-APPLY-ADD.
           IF STANDING-ENTRY-FOUND
               ADD 1 TO WS-REJECTED-COUNT
      *> An alta must arrive payable: a name, a recognized pay basis
      *> and the figure that basis is paid from - the period salary
      *> for "S", the hourly/daily rate for "H" and "D" - and a
      *> department the reference master knows. Bank details may
      *> follow later, but whatever is keyed must be a real IBAN.
               PERFORM 2250-CHECK-COST-CENTER
               PERFORM 2260-CHECK-PAY-GROUP
               PERFORM 2270-CHECK-BANK-DETAILS
               IF NOT CC-CODE-KNOWN
                   ADD 1 TO WS-REJECTED-COUNT
                   DISPLAY "Alta rechazada - " MNT-EMP-ID
                       " con centro de coste desconocido '"
                       MNT-COST-CENTER "'"
               ELSE
               IF NOT PG-CODE-KNOWN
                   ADD 1 TO WS-REJECTED-COUNT
                   DISPLAY "Alta rechazada - " MNT-EMP-ID
                       " con grupo de pago desconocido '"
                       MNT-PAY-GROUP "'"
               ELSE
               IF NOT BANK-DETAILS-VALID
                   ADD 1 TO WS-REJECTED-COUNT
                   DISPLAY "Alta rechazada - " MNT-EMP-ID
                       " con IBAN o BIC invalido '"
                       MNT-ACCOUNT-NUMBER "' '" MNT-ROUTING-NUMBER "'"
               ELSE
               IF MNT-EMP-NAME = SPACES
                       OR NOT (MNT-BASIS-HOURLY
                               OR MNT-BASIS-SALARIED
                   ELSE
                       MOVE "T" TO WS-STD-PAY-METHOD(WS-STD-SLOT)
                   END-IF
      *> An alta keyed without a pay group is paid with the weekly
      *> run, where everyone was before groups existed.
                   IF MNT-PAY-GROUP = SPACES
                       MOVE "SEM" TO WS-STD-PAY-GROUP(WS-STD-SLOT)
                   ELSE
                       MOVE MNT-PAY-GROUP
                           TO WS-STD-PAY-GROUP(WS-STD-SLOT)
                   END-IF
                   MOVE "A" TO WS-STD-STATUS(WS-STD-SLOT)
                   PERFORM 2600-WRITE-CHANGE-LOG
                   ADD 1 TO WS-APPLIED-COUNT
               END-IF
               END-IF
               END-IF
               END-IF
               END-IF
           END-IF.

       2400-APPLY-CHANGE.
                   " no existe en el maestro"
           ELSE
               PERFORM 2250-CHECK-COST-CENTER
               PERFORM 2260-CHECK-PAY-GROUP
               PERFORM 2270-CHECK-BANK-DETAILS
               IF NOT CC-CODE-KNOWN
                   ADD 1 TO WS-REJECTED-COUNT
                   DISPLAY "Cambio rechazado - " MNT-EMP-ID
                       " con centro de coste desconocido '"
                       MNT-COST-CENTER "'"
               ELSE
               IF NOT PG-CODE-KNOWN
                   ADD 1 TO WS-REJECTED-COUNT
                   DISPLAY "Cambio rechazado - " MNT-EMP-ID
                       " con grupo de pago desconocido '"
                       MNT-PAY-GROUP "'"
               ELSE
      *> A bad IBAN is refused here, before it can wait days for a
      *> second operator who would only find it bounced later.
               IF NOT BANK-DETAILS-VALID
                   ADD 1 TO WS-REJECTED-COUNT
                   DISPLAY "Cambio rechazado - " MNT-EMP-ID
                       " con IBAN o BIC invalido '"
                       MNT-ACCOUNT-NUMBER "' '" MNT-ROUTING-NUMBER "'"
               ELSE
      *> The rate, the salary and where the money goes are never
      *> changed by the operator who keys them: those go to the
      *> pending file for a second operator (2700). Whatever else
      *> the cambio carries applies now, as it always has - unless
      *> the pending file has no room for the sensitive part, when
      *> the whole cambio is refused, so none of it is half done.
               MOVE "N" TO WS-SENSITIVE-FLAG
               IF (MNT-RATE NUMERIC AND MNT-RATE > 0)
                       OR (MNT-PERIOD-SALARY NUMERIC
                           AND MNT-PERIOD-SALARY > 0)
                       OR MNT-ACCOUNT-NUMBER NOT = SPACES
                       OR MNT-ROUTING-NUMBER NOT = SPACES
                   MOVE "Y" TO WS-SENSITIVE-FLAG
               END-IF
               MOVE "N" TO WS-PLAIN-FLAG
               IF MNT-EMP-NAME NOT = SPACES
                       OR MNT-BASIS-HOURLY OR MNT-BASIS-SALARIED
                       OR MNT-BASIS-DAILY
                       OR MNT-COST-CENTER NOT = SPACES
                       OR MNT-METHOD-TRANSFER OR MNT-METHOD-CHECK
                       OR MNT-PAY-GROUP NOT = SPACES
                   MOVE "Y" TO WS-PLAIN-FLAG
               END-IF
               IF SENSITIVE-FIELDS-KEYED
                       AND WS-PENDING-COUNT >= 1000
                   ADD 1 TO WS-REJECTED-COUNT
                   DISPLAY "Cambio rechazado - " MNT-EMP-ID
                       " PENDCHG lleno (1000), no cabe el cambio"
               ELSE
               IF SENSITIVE-FIELDS-KEYED
                   PERFORM 2420-QUEUE-PENDING-CHANGE
               END-IF
               IF PLAIN-FIELDS-KEYED OR NOT SENSITIVE-FIELDS-KEYED
                   MOVE WS-STD-ENTRY(WS-STD-SLOT) TO WS-BEFORE-IMAGE
                   IF MNT-EMP-NAME NOT = SPACES
                       MOVE MNT-EMP-NAME TO WS-STD-NAME(WS-STD-SLOT)
                   END-IF
                   IF MNT-BASIS-HOURLY OR MNT-BASIS-SALARIED
                           OR MNT-BASIS-DAILY
                       MOVE MNT-PAY-BASIS
                           TO WS-STD-PAY-BASIS(WS-STD-SLOT)
                   END-IF
                   IF MNT-COST-CENTER NOT = SPACES
                       MOVE MNT-COST-CENTER
                           TO WS-STD-COST-CENTER(WS-STD-SLOT)
                   END-IF
                   IF MNT-METHOD-TRANSFER OR MNT-METHOD-CHECK
                       MOVE MNT-PAY-METHOD
                           TO WS-STD-PAY-METHOD(WS-STD-SLOT)
                   END-IF
                   IF MNT-PAY-GROUP NOT = SPACES
                       MOVE MNT-PAY-GROUP
                           TO WS-STD-PAY-GROUP(WS-STD-SLOT)
                   END-IF
                   PERFORM 2600-WRITE-CHANGE-LOG
                   ADD 1 TO WS-APPLIED-COUNT
               END-IF
               END-IF
               END-IF
               END-IF
               END-IF
           END-IF.

       2420-QUEUE-PENDING-CHANGE.
      *> The ANTES figures are the master as it stands now, so the
      *> approver sees exactly what the change would overwrite.
           IF WS-PENDING-COUNT >= 1000
               ADD 1 TO WS-REJECTED-COUNT
               DISPLAY "Cambio rechazado - " MNT-EMP-ID
                   " PENDCHG lleno (1000), no cabe el cambio"
           ELSE
               MOVE SPACES TO PENDING-CHANGE-RECORD
               MOVE WS-NEXT-PENDING-NO TO PND-NUMBER
               ADD 1 TO WS-NEXT-PENDING-NO
               MOVE "P"                TO PND-STATUS
               MOVE MNT-EMP-ID         TO PND-EMP-ID
               MOVE WS-STD-NAME(WS-STD-SLOT) TO PND-EMP-NAME
               MOVE WS-RUN-DATE        TO PND-KEYED-DATE
               MOVE WS-RUN-TIME-HHMMSS TO PND-KEYED-TIME
               MOVE WS-OPERATOR-ID     TO PND-KEYED-BY
               MOVE WS-STD-RATE(WS-STD-SLOT) TO PND-OLD-RATE
               MOVE WS-STD-PERIOD-SALARY(WS-STD-SLOT)
                   TO PND-OLD-SALARY
               MOVE WS-STD-ACCOUNT(WS-STD-SLOT) TO PND-OLD-ACCOUNT
               MOVE WS-STD-ROUTING(WS-STD-SLOT) TO PND-OLD-ROUTING
               MOVE 0 TO PND-NEW-RATE PND-NEW-SALARY PND-NEW-EFF-DATE
               IF MNT-RATE NUMERIC AND MNT-RATE > 0
                   MOVE MNT-RATE TO PND-NEW-RATE
               END-IF
               IF MNT-PERIOD-SALARY NUMERIC AND MNT-PERIOD-SALARY > 0
                   MOVE MNT-PERIOD-SALARY TO PND-NEW-SALARY
               END-IF
               IF MNT-RATE-EFF-DATE NUMERIC AND MNT-RATE-EFF-DATE > 0
                   MOVE MNT-RATE-EFF-DATE TO PND-NEW-EFF-DATE
               END-IF
               MOVE MNT-ACCOUNT-NUMBER TO PND-NEW-ACCOUNT
               MOVE MNT-ROUTING-NUMBER TO PND-NEW-ROUTING
               MOVE 0 TO PND-DECIDED-DATE PND-DECIDED-TIME
               ADD 1 TO WS-PENDING-COUNT
               MOVE PENDING-CHANGE-RECORD
                   TO WS-PND-ENTRY(WS-PENDING-COUNT)
               MOVE "N" TO WS-PND-DECIDED-NOW(WS-PENDING-COUNT)
               MOVE "Y" TO WS-PENDING-CHANGED-FLAG
               ADD 1 TO WS-QUEUED-COUNT
               DISPLAY "Cambio de " MNT-EMP-ID
                   " pendiente de aprobacion, numero " PND-NUMBER
           END-IF.

       2450-APPLY-EFFECTIVE-DATE.
      *> The new rate's effective date as keyed with the change, or
      *> the approval date when none was.
           IF PND-NEW-EFF-DATE NUMERIC AND PND-NEW-EFF-DATE > 0
               MOVE PND-NEW-EFF-DATE
                   TO WS-STD-RATE-EFF-DATE(WS-STD-SLOT)
           ELSE
               MOVE WS-RUN-DATE
           MOVE WS-RUN-DATE        TO CHG-RUN-DATE
           MOVE WS-RUN-TIME-HHMMSS TO CHG-RUN-TIME
           MOVE WS-OPERATOR-ID     TO CHG-OPERATOR-ID
           MOVE WS-LOG-ACTION      TO CHG-ACTION
           MOVE "ANTES"            TO CHG-IMAGE-TYPE
           MOVE WS-BEFORE-IMAGE    TO CHG-IMAGE
           WRITE CHANGE-LOG-LINE
           MOVE WS-RUN-DATE        TO CHG-RUN-DATE
           MOVE WS-RUN-TIME-HHMMSS TO CHG-RUN-TIME
           MOVE WS-OPERATOR-ID     TO CHG-OPERATOR-ID
           MOVE WS-LOG-ACTION      TO CHG-ACTION
           MOVE "DESPUES"          TO CHG-IMAGE-TYPE
           MOVE WS-STD-ENTRY(WS-STD-SLOT) TO CHG-IMAGE
           WRITE CHANGE-LOG-LINE.

       2700-APPROVE-PENDING-CHANGE.
           PERFORM 2710-CHECK-PENDING-DECISION
           IF WS-PND-SLOT > 0
               IF NOT STANDING-ENTRY-FOUND
                   ADD 1 TO WS-REJECTED-COUNT
                   DISPLAY "Aprobacion rechazada - " MNT-EMP-ID
                       " no existe en el maestro"
               ELSE
                   MOVE WS-STD-ENTRY(WS-STD-SLOT) TO WS-BEFORE-IMAGE
                   IF PND-NEW-RATE NUMERIC AND PND-NEW-RATE > 0
                       MOVE PND-NEW-RATE TO WS-STD-RATE(WS-STD-SLOT)
                       PERFORM 2450-APPLY-EFFECTIVE-DATE
                   END-IF
                   IF PND-NEW-SALARY NUMERIC AND PND-NEW-SALARY > 0
                       MOVE PND-NEW-SALARY
                           TO WS-STD-PERIOD-SALARY(WS-STD-SLOT)
                       PERFORM 2450-APPLY-EFFECTIVE-DATE
                   END-IF
                   IF PND-NEW-ACCOUNT NOT = SPACES
                       MOVE PND-NEW-ACCOUNT
                           TO WS-STD-ACCOUNT(WS-STD-SLOT)
                   END-IF
                   IF PND-NEW-ROUTING NOT = SPACES
                       MOVE PND-NEW-ROUTING
                           TO WS-STD-ROUTING(WS-STD-SLOT)
                   END-IF
      *> Logged as the cambio it is, under the approver's name -
      *> the keying operator stays on the pending line.
                   MOVE "C" TO WS-LOG-ACTION
                   PERFORM 2600-WRITE-CHANGE-LOG
                   MOVE "V" TO PND-STATUS
                   PERFORM 2720-RECORD-DECISION
                   ADD 1 TO WS-APPLIED-COUNT
                   ADD 1 TO WS-APPROVED-COUNT
               END-IF
           END-IF.

       2710-CHECK-PENDING-DECISION.
      *> WS-PND-SLOT (and the work record) name the change the
      *> visto bueno or rechazo is for, zero when it cannot be
      *> decided: unknown number, already decided, keyed for
      *> another employee, or keyed by this same operator - the
      *> whole point is that nobody approves their own change.
           MOVE 0 TO WS-PND-SLOT
           IF MNT-PENDING-NO NUMERIC AND MNT-PENDING-NO > 0
               PERFORM VARYING WS-PND-SUB FROM 1 BY 1
                       UNTIL WS-PND-SUB > WS-PENDING-COUNT
                       OR WS-PND-SLOT > 0
                   MOVE WS-PND-ENTRY(WS-PND-SUB)
                       TO PENDING-CHANGE-RECORD
                   IF PND-NUMBER = MNT-PENDING-NO
                       MOVE WS-PND-SUB TO WS-PND-SLOT
                   END-IF
               END-PERFORM
           END-IF
           IF WS-PND-SLOT = 0
               ADD 1 TO WS-REJECTED-COUNT
               DISPLAY "Decision rechazada - cambio pendiente '"
                   MNT-PENDING-NO "' no existe"
           ELSE
               IF NOT PND-PENDING
                   ADD 1 TO WS-REJECTED-COUNT
                   DISPLAY "Decision rechazada - cambio " PND-NUMBER
                       " ya decidido (" PND-STATUS ")"
                   MOVE 0 TO WS-PND-SLOT
               ELSE
               IF PND-EMP-ID NOT = MNT-EMP-ID
                   ADD 1 TO WS-REJECTED-COUNT
                   DISPLAY "Decision rechazada - cambio " PND-NUMBER
                       " es de " PND-EMP-ID ", no de " MNT-EMP-ID
                   MOVE 0 TO WS-PND-SLOT
               ELSE
               IF PND-KEYED-BY = WS-OPERATOR-ID
                   ADD 1 TO WS-REJECTED-COUNT
                   DISPLAY "Decision rechazada - cambio " PND-NUMBER
                       " tecleado por el mismo operador "
                       WS-OPERATOR-ID
                   MOVE 0 TO WS-PND-SLOT
               END-IF
               END-IF
               END-IF
           END-IF.

       2720-RECORD-DECISION.
           MOVE WS-RUN-DATE        TO PND-DECIDED-DATE
           MOVE WS-RUN-TIME-HHMMSS TO PND-DECIDED-TIME
           MOVE WS-OPERATOR-ID     TO PND-DECIDED-BY
           MOVE PENDING-CHANGE-RECORD TO WS-PND-ENTRY(WS-PND-SLOT)
           MOVE "Y" TO WS-PND-DECIDED-NOW(WS-PND-SLOT)
           MOVE "Y" TO WS-PENDING-CHANGED-FLAG.

       2750-REJECT-PENDING-CHANGE.
           PERFORM 2710-CHECK-PENDING-DECISION
           IF WS-PND-SLOT > 0
               MOVE "R" TO PND-STATUS
               PERFORM 2720-RECORD-DECISION
               ADD 1 TO WS-DISCARDED-COUNT
               DISPLAY "Cambio " PND-NUMBER " de " PND-EMP-ID
                   " rechazado, no se aplica"
           END-IF.

       3000-FINALIZE.
           CLOSE MAINT-FILE
           CLOSE CHANGE-LOG-FILE
           PERFORM 3100-SAVE-STANDING-MASTER
           IF PENDING-FILE-CHANGED
               PERFORM 3200-SAVE-PENDING-CHANGES
           END-IF
           PERFORM 3300-WRITE-PENDING-REPORT
           DISPLAY "Mantenimiento terminado - aplicadas: "
               WS-APPLIED-COUNT " rechazadas: " WS-REJECTED-COUNT
           DISPLAY "Cambios sensibles - pendientes nuevos: "
               WS-QUEUED-COUNT " aprobados: " WS-APPROVED-COUNT
               " rechazados: " WS-DISCARDED-COUNT.

       3100-SAVE-STANDING-MASTER.
           OPEN OUTPUT STANDING-MASTER
               END-PERFORM
               CLOSE STANDING-MASTER
           END-IF.

       3200-SAVE-PENDING-CHANGES.
           OPEN OUTPUT PENDING-CHANGE-FILE
           IF WS-PENDING-FILE-STATUS NOT = "00"
               DISPLAY "No se pudo abrir PENDING-CHANGE-FILE, estado: "
                   WS-PENDING-FILE-STATUS
           ELSE
               PERFORM VARYING WS-PND-SUB FROM 1 BY 1
                       UNTIL WS-PND-SUB > WS-PENDING-COUNT
                   MOVE WS-PND-ENTRY(WS-PND-SUB)
                       TO PENDING-CHANGE-LINE
                   WRITE PENDING-CHANGE-LINE
               END-PERFORM
               CLOSE PENDING-CHANGE-FILE
           END-IF.

       3300-WRITE-PENDING-REPORT.
      *> Every change still waiting, ANTES and DESPUES side by side
      *> for the approver, then the ones decided in this run.
           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-FILE-STATUS NOT = "00"
               DISPLAY "No se pudo abrir REPORT-FILE, estado: "
                   WS-REPORT-FILE-STATUS
           ELSE
               MOVE WS-RPT-SEPARATOR TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE WS-RPT-TITLE-LINE TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE WS-RUN-DATE TO WS-RPT-DATE
               MOVE WS-OPERATOR-ID TO WS-RPT-OPERATOR
               MOVE WS-RPT-DATE-LINE TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE WS-RPT-RULE-LINE TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE "Pendientes de aprobar (V numero para aprobar, "
                   & "R numero para rechazar)" TO WS-RPT-SECTION-LINE
               MOVE WS-RPT-SECTION-LINE TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE WS-RPT-COLUMN-LINE TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE 0 TO WS-REPORT-LISTED
               PERFORM VARYING WS-PND-SUB FROM 1 BY 1
                       UNTIL WS-PND-SUB > WS-PENDING-COUNT
                   MOVE WS-PND-ENTRY(WS-PND-SUB)
                       TO PENDING-CHANGE-RECORD
                   IF PND-PENDING
                       PERFORM 3310-WRITE-PENDING-ENTRY
                   END-IF
               END-PERFORM
               IF WS-REPORT-LISTED = 0
                   MOVE "  Ningun cambio pendiente"
                       TO WS-RPT-SECTION-LINE
                   MOVE WS-RPT-SECTION-LINE TO REPORT-LINE
                   WRITE REPORT-LINE
               END-IF
               IF WS-APPROVED-COUNT > 0 OR WS-DISCARDED-COUNT > 0
                   MOVE WS-RPT-RULE-LINE TO REPORT-LINE
                   WRITE REPORT-LINE
                   MOVE "Decididos en esta ejecucion"
                       TO WS-RPT-SECTION-LINE
                   MOVE WS-RPT-SECTION-LINE TO REPORT-LINE
                   WRITE REPORT-LINE
                   PERFORM VARYING WS-PND-SUB FROM 1 BY 1
                           UNTIL WS-PND-SUB > WS-PENDING-COUNT
                       IF WS-PND-DECIDED-NOW(WS-PND-SUB) = "Y"
                           MOVE WS-PND-ENTRY(WS-PND-SUB)
                               TO PENDING-CHANGE-RECORD
                           PERFORM 3310-WRITE-PENDING-ENTRY
                       END-IF
                   END-PERFORM
               END-IF
               MOVE WS-RPT-RULE-LINE TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE "Cambios pendientes de aprobar"
                   TO WS-RPT-COUNT-LABEL
               MOVE WS-REPORT-LISTED TO WS-RPT-COUNT-VALUE
               MOVE WS-RPT-COUNT-LINE TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE "Aprobados y aplicados en esta ejecucion"
                   TO WS-RPT-COUNT-LABEL
               MOVE WS-APPROVED-COUNT TO WS-RPT-COUNT-VALUE
               MOVE WS-RPT-COUNT-LINE TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE "Rechazados en esta ejecucion"
                   TO WS-RPT-COUNT-LABEL
               MOVE WS-DISCARDED-COUNT TO WS-RPT-COUNT-VALUE
               MOVE WS-RPT-COUNT-LINE TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE WS-RPT-SEPARATOR TO REPORT-LINE
               WRITE REPORT-LINE
               CLOSE REPORT-FILE
           END-IF.

       3310-WRITE-PENDING-ENTRY.
           IF PND-PENDING
               ADD 1 TO WS-REPORT-LISTED
           END-IF
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE PND-NUMBER   TO WS-RPC-NUMBER
           MOVE PND-EMP-ID   TO WS-RPC-EMP-ID
           MOVE PND-EMP-NAME TO WS-RPC-EMP-NAME
           EVALUATE TRUE
               WHEN PND-APPROVED
                   MOVE "APROBADO" TO WS-RPC-STATUS
               WHEN PND-REJECTED
                   MOVE "RECHAZADO" TO WS-RPC-STATUS
               WHEN OTHER
                   MOVE "PENDIENTE" TO WS-RPC-STATUS
           END-EVALUATE
           MOVE WS-RPT-CHANGE-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "Tecleado  "   TO WS-RPW-TEXT
           MOVE PND-KEYED-DATE TO WS-RPW-DATE
           MOVE PND-KEYED-TIME TO WS-RPW-TIME
           MOVE PND-KEYED-BY   TO WS-RPW-OPERATOR
           MOVE WS-RPT-WHO-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           IF NOT PND-PENDING
               MOVE "Decidido  "     TO WS-RPW-TEXT
               MOVE PND-DECIDED-DATE TO WS-RPW-DATE
               MOVE PND-DECIDED-TIME TO WS-RPW-TIME
               MOVE PND-DECIDED-BY   TO WS-RPW-OPERATOR
               MOVE WS-RPT-WHO-LINE TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           IF PND-NEW-RATE NUMERIC AND PND-NEW-RATE > 0
               MOVE "Tarifa" TO WS-RPF-LABEL
               MOVE PND-OLD-RATE TO WS-RATE-EDITED
               MOVE WS-RATE-EDITED TO WS-RPF-BEFORE
               MOVE PND-NEW-RATE TO WS-RATE-EDITED
               MOVE WS-RATE-EDITED TO WS-RPF-AFTER
               PERFORM 3320-WRITE-FIELD-LINE
           END-IF
           IF PND-NEW-SALARY NUMERIC AND PND-NEW-SALARY > 0
               MOVE "Salario periodo" TO WS-RPF-LABEL
               MOVE PND-OLD-SALARY TO WS-SALARY-EDITED
               MOVE WS-SALARY-EDITED TO WS-RPF-BEFORE
               MOVE PND-NEW-SALARY TO WS-SALARY-EDITED
               MOVE WS-SALARY-EDITED TO WS-RPF-AFTER
               PERFORM 3320-WRITE-FIELD-LINE
           END-IF
           IF (PND-NEW-RATE NUMERIC AND PND-NEW-RATE > 0)
                   OR (PND-NEW-SALARY NUMERIC AND PND-NEW-SALARY > 0)
               MOVE "Fecha efecto" TO WS-RPF-LABEL
               MOVE SPACES TO WS-RPF-BEFORE
               IF PND-NEW-EFF-DATE NUMERIC AND PND-NEW-EFF-DATE > 0
                   MOVE PND-NEW-EFF-DATE TO WS-DATE-EDITED
                   MOVE WS-DATE-EDITED TO WS-RPF-AFTER
               ELSE
                   MOVE "la de aprobacion" TO WS-RPF-AFTER
               END-IF
               PERFORM 3320-WRITE-FIELD-LINE
           END-IF
           IF PND-NEW-ACCOUNT NOT = SPACES
               MOVE "IBAN" TO WS-RPF-LABEL
               MOVE PND-OLD-ACCOUNT TO WS-RPF-BEFORE
               MOVE PND-NEW-ACCOUNT TO WS-RPF-AFTER
               PERFORM 3320-WRITE-FIELD-LINE
           END-IF
           IF PND-NEW-ROUTING NOT = SPACES
               MOVE "BIC" TO WS-RPF-LABEL
               MOVE PND-OLD-ROUTING TO WS-RPF-BEFORE
               MOVE PND-NEW-ROUTING TO WS-RPF-AFTER
               PERFORM 3320-WRITE-FIELD-LINE
           END-IF.

       3320-WRITE-FIELD-LINE.
           MOVE WS-RPT-FIELD-LINE TO REPORT-LINE
           WRITE REPORT-LINE.
