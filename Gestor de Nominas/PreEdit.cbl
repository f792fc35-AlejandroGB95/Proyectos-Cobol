      *> shows up here instead of quietly paying fewer people). The
      *> verdict goes to BATCHCTL.DAT, which PayrollManager requires
      *> to say "OK" before it will start, and to RETURN-CODE for
      *> the overnight scheduler. NOMINA_GRUPO names the pay group
      *> whose file is edited (see PAYGRP; blank is the weekly
      *> group): another group's input and batch control carry its
      *> code (EMPLOYEE-MEN.DAT, BATCHCTL-MEN.DAT), and the verdict
      *> is stamped with the group so no other group's run can
      *> consume it. NOMINA_EXTRA=S edits an off-cycle file instead
      *> (pagas extraordinarias, bonuses, commissions - "X"
      *> records, see EMPREC): EMPLOYEE-EXT.DAT into
      *> BATCHCTL-EXT.DAT, after the group's code when there is
      *> one, with the amounts hashed in place of the hours.
      *> NOMINA_FINIQUITO=S edits the settlement file Settlement
      *> writes ("F" records, EMPLOYEE-FIN.DAT into
      *> BATCHCTL-FIN.DAT), hashing the paga days. Whatever the file,
      *> an employee the standing master shows as terminated may
      *> only appear on a settlement record, and a settlement record
      *> only for a terminated employee - so a baja keyed after the
      *> timekeeping export stops the batch rather than paying a
      *> leaver a regular period after the finiquito. Earnings
      *> lines ("L", see EMPREC) count and hash their units like
      *> any other record, and one that does not follow a detail,
      *> "V" or "R" record of its own employee fails the batch - a
      *> premium nobody's time record can carry is an export fault.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BATCHCTL-FILE-STATUS.

           SELECT PAY-GROUP-FILE ASSIGN DYNAMIC WS-PAYGRP-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAYGRP-FILE-STATUS.

           SELECT STANDING-MASTER ASSIGN DYNAMIC WS-STANDING-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STANDING-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EMPLOYEE-FILE.
       FD  BATCH-CONTROL-FILE.
           COPY BATCHCTL.

       FD  PAY-GROUP-FILE.
           COPY PAYGRP.

       FD  STANDING-MASTER.
           COPY STANDMST.

       WORKING-STORAGE SECTION.
       01 WS-EMPLOYEE-FILE-PATH   PIC X(40) VALUE "data/EMPLOYEE.DAT".
       01 WS-EMPLOYEE-FILE-STATUS PIC X(2).
       01 WS-BATCHCTL-FILE-PATH   PIC X(40) VALUE "data/BATCHCTL.DAT".
       01 WS-BATCHCTL-FILE-STATUS PIC X(2).
       01 WS-PAYGRP-FILE-PATH     PIC X(40) VALUE "data/PAYGRP.DAT".
       01 WS-PAYGRP-FILE-STATUS   PIC X(2).
       01 WS-STANDING-FILE-PATH   PIC X(40) VALUE "data/EMPSTAND.DAT".
       01 WS-STANDING-FILE-STATUS PIC X(2).

       01 WS-RUN-DATE             PIC 9(8).

      *> Pay group edited - same parameter and same file naming as
      *> the pay run (see 1057-SUFFIX-FILE-PATH).
       01 WS-PAY-GROUP            PIC X(3) VALUE SPACES.
       01 WS-DEFAULT-PAY-GROUP    PIC X(3) VALUE "SEM".
       01 WS-PAY-GROUP-FOUND-FLAG PIC X VALUE "N".
           88 PAY-GROUP-FOUND         VALUE "Y".
      *> Off-cycle edit - same parameter and file naming as the
      *> off-cycle pay run.
       01 WS-OFF-CYCLE-FLAG       PIC X VALUE "N".
           88 OFF-CYCLE-RUN           VALUE "S".
      *> Settlement edit - likewise the settlement pay run's.
       01 WS-SETTLEMENT-FLAG      PIC X VALUE "N".
           88 SETTLEMENT-RUN          VALUE "S".
       01 WS-PATH-SUFFIX          PIC X(3).
       01 WS-PATH-WORK            PIC X(40).
       01 WS-PATH-NAME-PART       PIC X(40).
       01 WS-PATH-EXT-PART        PIC X(10).

      *> Detail-record ids seen so far, for the duplicate check -
      *> adjustments may legitimately repeat an id, so only the
      *> payable detail records take part. An off-cycle record is
      *> keyed by id and reason: one employee may get a paga and a
      *> commission in the same file, never the same one twice.
       01 WS-ID-TABLE.
           05  WS-SEEN-ID OCCURS 2000 TIMES PIC X(10).
       01 WS-EDIT-KEY.
           05  WS-EDIT-KEY-ID      PIC X(6).
           05  WS-EDIT-KEY-REASON  PIC X(4).
       01 WS-ID-COUNT             PIC 9(4) VALUE 0.
       01 WS-ID-SUB               PIC 9(4).
       01 WS-DUP-FLAG             PIC X.

      *> Employment status of every employee on the standing
      *> master, for the terminated-employee check.
       01 WS-STANDING-TABLE.
           05  WS-STD-ENTRY OCCURS 2000 TIMES.
               10  WS-STD-ID       PIC X(6).
               10  WS-STD-STATUS   PIC X(1).
                   88  WS-STD-TERMINATED VALUE "T".
       01 WS-STANDING-COUNT       PIC 9(4) VALUE 0.
       01 WS-STANDING-LOADED-FLAG PIC X VALUE "N".
           88 STANDING-LOADED         VALUE "Y".
       01 WS-STD-SUB              PIC 9(4).
       01 WS-TERMINATED-FLAG      PIC X.
           88 EMPLOYEE-TERMINATED     VALUE "Y".

      *> Employee of the detail, "V" or "R" record the earnings
      *> lines that follow it belong to - blank after any other.
       01 WS-LINE-OWNER-ID        PIC X(6) VALUE SPACES.
      *> Set when that record is a "V" void, whose lines - like the
      *> void itself - may belong to an employee since given the
      *> baja.
       01 WS-LINE-OWNER-VOID-FLAG PIC X VALUE "N".
           88 LINE-OWNER-VOID         VALUE "Y".

       01 WS-RECORD-COUNT         PIC 9(6) VALUE 0.
       01 WS-HOURS-TOTAL          PIC 9(9) VALUE 0.
       01 WS-DUPLICATE-COUNT      PIC 9(4) VALUE 0.
       PROCEDURE DIVISION.
       0000-MAIN-LOGIC.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM 1050-SELECT-PAY-GROUP
      *> Without a known group there is no file to edit and no
      *> batch control to write - leave whatever is there alone.
           IF NOT PAY-GROUP-FOUND
               MOVE 12 TO RETURN-CODE
           ELSE
               PERFORM 1100-LOAD-STANDING-MASTER
               OPEN INPUT EMPLOYEE-FILE
               IF WS-EMPLOYEE-FILE-STATUS NOT = "00"
                   DISPLAY "No se pudo abrir EMPLOYEE-FILE, estado: "
                       WS-EMPLOYEE-FILE-STATUS
                   ADD 1 TO WS-ERROR-COUNT
                   MOVE "Y" TO WS-EOF-FLAG
               ELSE
                   PERFORM 2100-READ-RECORD
               END-IF
               PERFORM 2000-EDIT-RECORD
                   UNTIL END-OF-EMPLOYEE-FILE
               IF WS-EMPLOYEE-FILE-STATUS = "10"
                   CLOSE EMPLOYEE-FILE
               END-IF
               PERFORM 3000-BALANCE-BATCH
               PERFORM 3100-WRITE-BATCH-CONTROL
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
           ACCEPT WS-OFF-CYCLE-FLAG FROM ENVIRONMENT "NOMINA_EXTRA"
           ACCEPT WS-SETTLEMENT-FLAG FROM ENVIRONMENT
               "NOMINA_FINIQUITO"
      *> Both at once names no one file - edit nothing, as for an
      *> unknown group.
           IF OFF-CYCLE-RUN AND SETTLEMENT-RUN
               DISPLAY "ERROR: NOMINA_EXTRA y NOMINA_FINIQUITO son "
                   "excluyentes"
               MOVE "N" TO WS-PAY-GROUP-FOUND-FLAG
           END-IF
           IF PAY-GROUP-FOUND
               MOVE WS-EMPLOYEE-FILE-PATH TO WS-PATH-WORK
               PERFORM 1059-SUFFIX-RUN-FILE-PATH
               MOVE WS-PATH-WORK TO WS-EMPLOYEE-FILE-PATH
               MOVE WS-BATCHCTL-FILE-PATH TO WS-PATH-WORK
               PERFORM 1059-SUFFIX-RUN-FILE-PATH
               MOVE WS-PATH-WORK TO WS-BATCHCTL-FILE-PATH
               IF OFF-CYCLE-RUN
                   DISPLAY "Pre-edit de nomina extraordinaria: "
                       WS-EMPLOYEE-FILE-PATH
               END-IF
               IF SETTLEMENT-RUN
                   DISPLAY "Pre-edit de finiquitos: "
                       WS-EMPLOYEE-FILE-PATH
               END-IF
           END-IF.

       1059-SUFFIX-RUN-FILE-PATH.
      *> The group's code first, then EXT for an off-cycle file or
      *> FIN for a settlement one.
           IF WS-PAY-GROUP NOT = WS-DEFAULT-PAY-GROUP
               MOVE WS-PAY-GROUP TO WS-PATH-SUFFIX
               PERFORM 1057-SUFFIX-FILE-PATH
           END-IF
           IF OFF-CYCLE-RUN
               MOVE "EXT" TO WS-PATH-SUFFIX
               PERFORM 1057-SUFFIX-FILE-PATH
           END-IF
           IF SETTLEMENT-RUN
               MOVE "FIN" TO WS-PATH-SUFFIX
               PERFORM 1057-SUFFIX-FILE-PATH
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
      *> Without the master the terminated-employee check cannot be
      *> made here; the pay run still rejects a leaver's records.
           OPEN INPUT STANDING-MASTER
           IF WS-STANDING-FILE-STATUS NOT = "00"
               DISPLAY "ADVERTENCIA: falta EMPSTAND.DAT - no se "
                   "comprueban las bajas"
           ELSE
               MOVE "Y" TO WS-STANDING-LOADED-FLAG
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
                               MOVE STD-STATUS TO
                                   WS-STD-STATUS(WS-STANDING-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE STANDING-MASTER
           END-IF.

       2000-EDIT-RECORD.
           EVALUATE TRUE
               WHEN EMP-TYPE-TRAILER
               WHEN EMP-TYPE-DETAIL
                   ADD 1 TO WS-RECORD-COUNT
                   PERFORM 2300-ADD-HOURS-TO-HASH
                   MOVE EMP-ID TO WS-EDIT-KEY-ID
                   MOVE SPACES TO WS-EDIT-KEY-REASON
                   PERFORM 2400-CHECK-DUPLICATE
               WHEN EMP-TYPE-EXTRA
                   ADD 1 TO WS-RECORD-COUNT
                   PERFORM 2350-ADD-AMOUNT-TO-HASH
                   MOVE EXT-EMP-ID TO WS-EDIT-KEY-ID
                   MOVE EXT-REASON TO WS-EDIT-KEY-REASON
                   PERFORM 2400-CHECK-DUPLICATE
               WHEN EMP-TYPE-SETTLEMENT
                   ADD 1 TO WS-RECORD-COUNT
                   PERFORM 2360-ADD-DAYS-TO-HASH
                   MOVE FIN-EMP-ID TO WS-EDIT-KEY-ID
                   MOVE SPACES TO WS-EDIT-KEY-REASON
                   PERFORM 2400-CHECK-DUPLICATE
      *> Several lines of one employee - even under one code - are
      *> legitimate, so no duplicate check.
               WHEN EMP-TYPE-EARNINGS
                   ADD 1 TO WS-RECORD-COUNT
                   PERFORM 2370-ADD-UNITS-TO-HASH
                   IF ERL-EMP-ID = SPACES
                           OR ERL-EMP-ID NOT = WS-LINE-OWNER-ID
                       ADD 1 TO WS-ERROR-COUNT
                       DISPLAY "ERROR: linea de devengo sin registro "
                           "de tiempo del empleado: " ERL-EMP-ID
                   END-IF
               WHEN OTHER
      *> Adjustment, paid-leave (or unrecognized) records count
      *> toward the trailer like everything else timekeeping sent;
                   ADD 1 TO WS-RECORD-COUNT
                   PERFORM 2300-ADD-HOURS-TO-HASH
           END-EVALUATE
           IF STANDING-LOADED AND NOT EMP-TYPE-TRAILER
               PERFORM 2500-CHECK-TERMINATED
           END-IF
           EVALUATE TRUE
               WHEN EMP-TYPE-DETAIL OR EMP-TYPE-VOID
                       OR EMP-TYPE-REISSUE
                   MOVE EMP-ID TO WS-LINE-OWNER-ID
                   MOVE "N" TO WS-LINE-OWNER-VOID-FLAG
                   IF EMP-TYPE-VOID
                       MOVE "Y" TO WS-LINE-OWNER-VOID-FLAG
                   END-IF
               WHEN EMP-TYPE-EARNINGS
                   CONTINUE
               WHEN OTHER
                   MOVE SPACES TO WS-LINE-OWNER-ID
                   MOVE "N" TO WS-LINE-OWNER-VOID-FLAG
           END-EVALUATE
           PERFORM 2100-READ-RECORD.

       2100-READ-RECORD.
               ADD EMP-HOURS TO WS-HOURS-TOTAL
           END-IF.

       2350-ADD-AMOUNT-TO-HASH.
      *> An off-cycle record carries money, not hours: its whole
      *> euros go into the hash (the cents drop, as timekeeping's
      *> trailer adds them). A blank amount - a paga the pay run
      *> calculates - adds nothing.
           IF EXT-AMOUNT NUMERIC
               ADD EXT-AMOUNT TO WS-HOURS-TOTAL
           END-IF.

       2360-ADD-DAYS-TO-HASH.
      *> A settlement record hashes its paga days.
           IF FIN-PAGA-DAYS NUMERIC
               ADD FIN-PAGA-DAYS TO WS-HOURS-TOTAL
           END-IF.

       2370-ADD-UNITS-TO-HASH.
      *> An earnings line's units sit where EMP-HOURS sits, and go
      *> into the hash the same way.
           IF ERL-UNITS NUMERIC
               ADD ERL-UNITS TO WS-HOURS-TOTAL
           END-IF.

       2400-CHECK-DUPLICATE.
           MOVE "N" TO WS-DUP-FLAG
           IF WS-ID-COUNT > 0
               PERFORM VARYING WS-ID-SUB FROM 1 BY 1
                       UNTIL WS-ID-SUB > WS-ID-COUNT
                       OR WS-DUP-FLAG = "Y"
                   IF WS-SEEN-ID(WS-ID-SUB) = WS-EDIT-KEY
                       MOVE "Y" TO WS-DUP-FLAG
                   END-IF
               END-PERFORM
           IF WS-DUP-FLAG = "Y"
               ADD 1 TO WS-DUPLICATE-COUNT
               DISPLAY "ERROR: empleado duplicado en el fichero: "
                   WS-EDIT-KEY
           ELSE
               IF WS-ID-COUNT >= 2000
                   ADD 1 TO WS-ERROR-COUNT
                       "puede comprobar duplicados para " EMP-ID
               ELSE
                   ADD 1 TO WS-ID-COUNT
                   MOVE WS-EDIT-KEY TO WS-SEEN-ID(WS-ID-COUNT)
               END-IF
           END-IF.

       2500-CHECK-TERMINATED.
      *> Every record layout carries the employee id in the same
      *> place. An id not on the master is the pay run's to reject.
           MOVE "N" TO WS-TERMINATED-FLAG
           PERFORM VARYING WS-STD-SUB FROM 1 BY 1
                   UNTIL WS-STD-SUB > WS-STANDING-COUNT
                   OR WS-STD-ID(WS-STD-SUB) = EMP-ID
               CONTINUE
           END-PERFORM
           IF WS-STD-SUB <= WS-STANDING-COUNT
               IF WS-STD-TERMINATED(WS-STD-SUB)
                   MOVE "Y" TO WS-TERMINATED-FLAG
               END-IF
           END-IF
      *> A void brings a leaver's money back, so it and its earnings
      *> lines pass, as the pay run lets them; every other record
      *> but the finiquito would pay a baja again.
           IF EMPLOYEE-TERMINATED AND NOT EMP-TYPE-SETTLEMENT
                   AND NOT EMP-TYPE-VOID
                   AND NOT (EMP-TYPE-EARNINGS AND LINE-OWNER-VOID)
               ADD 1 TO WS-ERROR-COUNT
               DISPLAY "ERROR: empleado dado de baja en el maestro: "
                   EMP-ID
           END-IF
           IF EMP-TYPE-SETTLEMENT AND NOT EMPLOYEE-TERMINATED
               ADD 1 TO WS-ERROR-COUNT
               DISPLAY "ERROR: finiquito de empleado no dado de baja: "
                   EMP-ID
           END-IF.

       3000-BALANCE-BATCH.
           IF NOT TRAILER-SEEN
               ADD 1 TO WS-ERROR-COUNT
               MOVE WS-RUN-DATE     TO BCT-EDIT-DATE
               MOVE WS-RECORD-COUNT TO BCT-RECORD-COUNT
               MOVE WS-HOURS-TOTAL  TO BCT-HOURS-TOTAL
               MOVE WS-PAY-GROUP    TO BCT-PAY-GROUP
               WRITE BATCH-CONTROL-RECORD
               CLOSE BATCH-CONTROL-FILE
               IF WS-ERROR-COUNT = 0 AND WS-DUPLICATE-COUNT = 0
                   EVALUATE TRUE
                       WHEN OFF-CYCLE-RUN
                           DISPLAY "Pre-edit correcto: "
                               WS-RECORD-COUNT " registros, "
                               WS-HOURS-TOTAL " euros"
                       WHEN SETTLEMENT-RUN
                           DISPLAY "Pre-edit correcto: "
                               WS-RECORD-COUNT " registros, "
                               WS-HOURS-TOTAL " dias de paga"
                       WHEN OTHER
                           DISPLAY "Pre-edit correcto: "
                               WS-RECORD-COUNT " registros, "
                               WS-HOURS-TOTAL " horas"
                   END-EVALUATE
               ELSE
                   DISPLAY "Pre-edit con errores - duplicados: "
                       WS-DUPLICATE-COUNT " otros: " WS-ERROR-COUNT
