       IDENTIFICATION DIVISION.
       PROGRAM-ID. RateMaint.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RATE-MAINT-FILE ASSIGN DYNAMIC WS-MAINT-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAINT-FILE-STATUS.

           SELECT RATE-PARAMETER-FILE
               ASSIGN DYNAMIC WS-RATEPARM-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RATEPARM-FILE-STATUS.

           SELECT RATE-CHANGE-LOG-FILE
               ASSIGN DYNAMIC WS-RATELOG-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RATELOG-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RATE-MAINT-FILE.
           COPY RATEMNT.

       FD  RATE-PARAMETER-FILE.
           COPY RATEPARM.

       FD  RATE-CHANGE-LOG-FILE.
           COPY RATELOG.

       WORKING-STORAGE SECTION.
       01 WS-MAINT-FILE-PATH      PIC X(40) VALUE "data/RATEMNT.DAT".
       01 WS-MAINT-FILE-STATUS    PIC X(2).
       01 WS-RATEPARM-FILE-PATH   PIC X(40) VALUE "data/RATEPARM.DAT".
       01 WS-RATEPARM-FILE-STATUS PIC X(2).
       01 WS-RATELOG-FILE-PATH    PIC X(40) VALUE
           "data/RATEPARM-CHG.LOG".
       01 WS-RATELOG-FILE-STATUS  PIC X(2).

      *> Same in-memory pattern as EmployeeMaint's standing table:
      *> the whole rate master is loaded, maintained in memory in
      *> ascending effective-date order and rewritten in full once
      *> every transaction has been applied.
       01 WS-RATE-SET-TABLE.
           05  WS-RTS-ENTRY OCCURS 50 TIMES.
               10  WS-RTS-EFF-DATE PIC 9(8).
               10  WS-RTS-REST     PIC X(243).
       01 WS-RATE-SET-COUNT       PIC 9(2) VALUE 0.
       01 WS-RTS-SUB              PIC S9(3).
       01 WS-RTS-SLOT             PIC 9(2) VALUE 0.
       01 WS-RATE-SET-FOUND-FLAG  PIC X VALUE "N".
           88 RATE-SET-FOUND          VALUE "Y".

      *> Outcome of 2250-VALIDATE-RATE-SET: the first thing wrong
      *> with the keyed set, for the rejection message.
       01 WS-SET-VALID-FLAG       PIC X VALUE "Y".
           88 RATE-SET-VALID          VALUE "Y".
       01 WS-REJECT-REASON        PIC X(45).
       01 WS-BRK-SUB              PIC 9(1).
       01 WS-PREV-BRK-MAX         PIC 9(8)V99.

       01 WS-RUN-DATE             PIC 9(8).
       01 WS-RUN-TIME             PIC 9(8).
       01 WS-RUN-TIME-PARTS REDEFINES WS-RUN-TIME.
           05  WS-RUN-HH          PIC 99.
           05  WS-RUN-MM          PIC 99.
           05  WS-RUN-SS          PIC 99.
           05  WS-RUN-HS          PIC 99.
       01 WS-RUN-TIME-HHMMSS      PIC 9(6).
       01 WS-OPERATOR-ID          PIC X(20).

       01 WS-APPLIED-COUNT        PIC 9(4) VALUE 0.
       01 WS-REJECTED-COUNT       PIC 9(4) VALUE 0.
      *> The rate set as it stood before and after the transaction,
      *> for the ANTES and DESPUES lines of the change log.
       01 WS-BEFORE-IMAGE         PIC X(251).
       01 WS-AFTER-IMAGE          PIC X(251).

       01 WS-EOF-FLAG   PIC X VALUE "N".
           88 END-OF-MAINT-FILE VALUE "Y".

       PROCEDURE DIVISION.
       0000-MAIN-LOGIC.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-TRANSACTIONS
               UNTIL END-OF-MAINT-FILE
           PERFORM 3000-FINALIZE
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME
           COMPUTE WS-RUN-TIME-HHMMSS =
               (WS-RUN-HH * 10000) + (WS-RUN-MM * 100) + WS-RUN-SS
           ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT "USER"
           IF WS-OPERATOR-ID = SPACES
               MOVE "DESCONOCIDO" TO WS-OPERATOR-ID
           END-IF
           PERFORM 1200-LOAD-RATE-MASTER
           PERFORM 1250-OPEN-CHANGE-LOG
           OPEN INPUT RATE-MAINT-FILE
           IF WS-MAINT-FILE-STATUS NOT = "00"
               DISPLAY "No se pudo abrir RATE-MAINT-FILE, estado: "
                   WS-MAINT-FILE-STATUS
               MOVE "Y" TO WS-EOF-FLAG
           ELSE
               PERFORM 2100-READ-TRANSACTION
           END-IF.

       1200-LOAD-RATE-MASTER.
           OPEN INPUT RATE-PARAMETER-FILE
           IF WS-RATEPARM-FILE-STATUS = "00"
               PERFORM UNTIL WS-RATEPARM-FILE-STATUS NOT = "00"
                   READ RATE-PARAMETER-FILE
                       AT END
                           MOVE "10" TO WS-RATEPARM-FILE-STATUS
                       NOT AT END
                           IF WS-RATE-SET-COUNT >= 50
                               DISPLAY "ADVERTENCIA: RATEPARM excede "
                                   "50 juegos, se trunca la carga"
                               MOVE "10" TO WS-RATEPARM-FILE-STATUS
                           ELSE
                               ADD 1 TO WS-RATE-SET-COUNT
                               MOVE RATE-PARAMETER-RECORD TO
                                   WS-RTS-ENTRY(WS-RATE-SET-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RATE-PARAMETER-FILE
           END-IF.

       1250-OPEN-CHANGE-LOG.
           OPEN EXTEND RATE-CHANGE-LOG-FILE
           IF WS-RATELOG-FILE-STATUS = "35"
               OPEN OUTPUT RATE-CHANGE-LOG-FILE
               CLOSE RATE-CHANGE-LOG-FILE
               OPEN EXTEND RATE-CHANGE-LOG-FILE
           END-IF
           IF WS-RATELOG-FILE-STATUS NOT = "00"
               DISPLAY "No se pudo abrir RATE-CHANGE-LOG-FILE, "
                   "estado: " WS-RATELOG-FILE-STATUS
           END-IF.

       2000-PROCESS-TRANSACTIONS.
           PERFORM 2200-FIND-RATE-SET
           EVALUATE TRUE
               WHEN RMT-ADD
                   PERFORM 2300-APPLY-ADD
               WHEN RMT-CHANGE
                   PERFORM 2400-APPLY-CHANGE
               WHEN RMT-DELETE
                   PERFORM 2500-APPLY-DELETE
               WHEN OTHER
                   ADD 1 TO WS-REJECTED-COUNT
                   DISPLAY "Transaccion rechazada - accion invalida '"
                       RMT-ACTION "' para " RMT-EFF-DATE
           END-EVALUATE
           PERFORM 2100-READ-TRANSACTION.

       2100-READ-TRANSACTION.
           READ RATE-MAINT-FILE
               AT END
                   MOVE "Y" TO WS-EOF-FLAG
           END-READ.

       2200-FIND-RATE-SET.
           MOVE "N" TO WS-RATE-SET-FOUND-FLAG
           MOVE 0 TO WS-RTS-SLOT
           PERFORM VARYING WS-RTS-SUB FROM 1 BY 1
                   UNTIL WS-RTS-SUB > WS-RATE-SET-COUNT
                   OR RATE-SET-FOUND
               IF WS-RTS-EFF-DATE(WS-RTS-SUB) = RMT-EFF-DATE
                   MOVE "Y" TO WS-RATE-SET-FOUND-FLAG
                   MOVE WS-RTS-SUB TO WS-RTS-SLOT
               END-IF
           END-PERFORM.

       2250-VALIDATE-RATE-SET.
      *> A set must be complete and its brackets must tile the
      *> whole range of gross pay: the first starts at zero and
      *> each one starts a cent above where the previous one ends,
      *> so 2250-CALCULATE-TAX in the pay run always finds exactly
      *> one bracket for any gross.
           MOVE "Y" TO WS-SET-VALID-FLAG
           MOVE SPACES TO WS-REJECT-REASON
           MOVE 0 TO WS-PREV-BRK-MAX
           PERFORM VARYING WS-BRK-SUB FROM 1 BY 1
                   UNTIL WS-BRK-SUB > 6 OR NOT RATE-SET-VALID
               IF RMT-BRK-MIN(WS-BRK-SUB) NOT NUMERIC
                       OR RMT-BRK-MAX(WS-BRK-SUB) NOT NUMERIC
                       OR RMT-BRK-BASE(WS-BRK-SUB) NOT NUMERIC
                       OR RMT-BRK-RATE(WS-BRK-SUB) NOT NUMERIC
                   MOVE "N" TO WS-SET-VALID-FLAG
                   MOVE "tramo de retencion incompleto"
                       TO WS-REJECT-REASON
               ELSE
                   IF (WS-BRK-SUB = 1
                           AND RMT-BRK-MIN(WS-BRK-SUB) NOT = 0)
                       OR (WS-BRK-SUB > 1
                           AND RMT-BRK-MIN(WS-BRK-SUB)
                               NOT = WS-PREV-BRK-MAX + 0.01)
                       OR RMT-BRK-MAX(WS-BRK-SUB)
                           NOT > RMT-BRK-MIN(WS-BRK-SUB)
                       MOVE "N" TO WS-SET-VALID-FLAG
                       MOVE "tramos de retencion no contiguos"
                           TO WS-REJECT-REASON
                   ELSE
                       MOVE RMT-BRK-MAX(WS-BRK-SUB)
                           TO WS-PREV-BRK-MAX
                   END-IF
               END-IF
           END-PERFORM
           IF RATE-SET-VALID
               IF RMT-SS-RATE NOT NUMERIC
                       OR RMT-HEALTH-STD NOT NUMERIC
                       OR RMT-PENSION-RATE NOT NUMERIC
                       OR RMT-ER-SS-RATE NOT NUMERIC
                       OR RMT-ER-PENSION-RATE NOT NUMERIC
                       OR RMT-VAC-ACCRUAL NOT NUMERIC
                       OR RMT-SICK-ACCRUAL NOT NUMERIC
                   MOVE "N" TO WS-SET-VALID-FLAG
                   MOVE "cotizaciones o devengos incompletos"
                       TO WS-REJECT-REASON
               ELSE
                   IF RMT-OVERTIME-FACTOR NOT NUMERIC
                           OR RMT-OVERTIME-FACTOR < 1
                       MOVE "N" TO WS-SET-VALID-FLAG
                       MOVE "factor de horas extra invalido"
                           TO WS-REJECT-REASON
                   END-IF
               END-IF
           END-IF.

       2300-APPLY-ADD.
      *> A new set may only start in the future: payments already
      *> made were withheld under the sets then on file, and a
      *> back-dated set would make their voids recompute to figures
      *> nobody was ever paid. The very first load is the exception.
           IF RMT-EFF-DATE NOT NUMERIC OR RMT-EFF-DATE = 0
               ADD 1 TO WS-REJECTED-COUNT
               DISPLAY "Alta rechazada - fecha de vigencia invalida"
           ELSE
           IF RATE-SET-FOUND
               ADD 1 TO WS-REJECTED-COUNT
               DISPLAY "Alta rechazada - " RMT-EFF-DATE
                   " ya existe en el maestro de tarifas"
           ELSE
           IF WS-RATE-SET-COUNT > 0 AND RMT-EFF-DATE NOT > WS-RUN-DATE
               ADD 1 TO WS-REJECTED-COUNT
               DISPLAY "Alta rechazada - " RMT-EFF-DATE
                   " no es posterior a hoy"
           ELSE
           IF WS-RATE-SET-COUNT >= 50
               ADD 1 TO WS-REJECTED-COUNT
               DISPLAY "Alta rechazada - RATEPARM lleno (50), no "
                   "cabe " RMT-EFF-DATE
           ELSE
               PERFORM 2250-VALIDATE-RATE-SET
               IF NOT RATE-SET-VALID
                   ADD 1 TO WS-REJECTED-COUNT
                   DISPLAY "Alta rechazada - " RMT-EFF-DATE " "
                       WS-REJECT-REASON
               ELSE
      *> Insert in date order: everything dated later moves down.
                   MOVE 1 TO WS-RTS-SLOT
                   PERFORM VARYING WS-RTS-SUB FROM 1 BY 1
                           UNTIL WS-RTS-SUB > WS-RATE-SET-COUNT
                       IF WS-RTS-EFF-DATE(WS-RTS-SUB) < RMT-EFF-DATE
                           COMPUTE WS-RTS-SLOT = WS-RTS-SUB + 1
                       END-IF
                   END-PERFORM
                   PERFORM VARYING WS-RTS-SUB FROM WS-RATE-SET-COUNT
                           BY -1 UNTIL WS-RTS-SUB < WS-RTS-SLOT
                       MOVE WS-RTS-ENTRY(WS-RTS-SUB)
                           TO WS-RTS-ENTRY(WS-RTS-SUB + 1)
                   END-PERFORM
                   ADD 1 TO WS-RATE-SET-COUNT
                   MOVE RMT-RATE-SET TO WS-RTS-ENTRY(WS-RTS-SLOT)
                   MOVE SPACES TO WS-BEFORE-IMAGE
                   MOVE WS-RTS-ENTRY(WS-RTS-SLOT) TO WS-AFTER-IMAGE
                   PERFORM 2600-WRITE-CHANGE-LOG
                   ADD 1 TO WS-APPLIED-COUNT
               END-IF
           END-IF
           END-IF
           END-IF
           END-IF.

       2400-APPLY-CHANGE.
      *> A cambio replaces the whole set, and only a set not yet in
      *> force - a correction to one already in use is keyed as a
      *> new set from a later date.
           IF NOT RATE-SET-FOUND
               ADD 1 TO WS-REJECTED-COUNT
               DISPLAY "Cambio rechazado - " RMT-EFF-DATE
                   " no existe en el maestro de tarifas"
           ELSE
           IF WS-RTS-EFF-DATE(WS-RTS-SLOT) NOT > WS-RUN-DATE
               ADD 1 TO WS-REJECTED-COUNT
               DISPLAY "Cambio rechazado - " RMT-EFF-DATE
                   " ya esta en vigor"
           ELSE
               PERFORM 2250-VALIDATE-RATE-SET
               IF NOT RATE-SET-VALID
                   ADD 1 TO WS-REJECTED-COUNT
                   DISPLAY "Cambio rechazado - " RMT-EFF-DATE " "
                       WS-REJECT-REASON
               ELSE
                   MOVE WS-RTS-ENTRY(WS-RTS-SLOT) TO WS-BEFORE-IMAGE
                   MOVE RMT-RATE-SET TO WS-RTS-ENTRY(WS-RTS-SLOT)
                   MOVE WS-RTS-ENTRY(WS-RTS-SLOT) TO WS-AFTER-IMAGE
                   PERFORM 2600-WRITE-CHANGE-LOG
                   ADD 1 TO WS-APPLIED-COUNT
               END-IF
           END-IF
           END-IF.

       2500-APPLY-DELETE.
           IF NOT RATE-SET-FOUND
               ADD 1 TO WS-REJECTED-COUNT
               DISPLAY "Baja rechazada - " RMT-EFF-DATE
                   " no existe en el maestro de tarifas"
           ELSE
           IF WS-RTS-EFF-DATE(WS-RTS-SLOT) NOT > WS-RUN-DATE
               ADD 1 TO WS-REJECTED-COUNT
               DISPLAY "Baja rechazada - " RMT-EFF-DATE
                   " ya esta en vigor"
           ELSE
               MOVE WS-RTS-ENTRY(WS-RTS-SLOT) TO WS-BEFORE-IMAGE
               MOVE SPACES TO WS-AFTER-IMAGE
               PERFORM VARYING WS-RTS-SUB FROM WS-RTS-SLOT BY 1
                       UNTIL WS-RTS-SUB >= WS-RATE-SET-COUNT
                   MOVE WS-RTS-ENTRY(WS-RTS-SUB + 1)
                       TO WS-RTS-ENTRY(WS-RTS-SUB)
               END-PERFORM
               SUBTRACT 1 FROM WS-RATE-SET-COUNT
               PERFORM 2600-WRITE-CHANGE-LOG
               ADD 1 TO WS-APPLIED-COUNT
           END-IF
           END-IF.

       2600-WRITE-CHANGE-LOG.
           MOVE SPACES TO RATE-CHANGE-LOG-LINE
           MOVE WS-RUN-DATE        TO RTL-RUN-DATE
           MOVE WS-RUN-TIME-HHMMSS TO RTL-RUN-TIME
           MOVE WS-OPERATOR-ID     TO RTL-OPERATOR-ID
           MOVE RMT-ACTION         TO RTL-ACTION
           MOVE "ANTES"            TO RTL-IMAGE-TYPE
           MOVE WS-BEFORE-IMAGE    TO RTL-IMAGE
           WRITE RATE-CHANGE-LOG-LINE
           MOVE SPACES TO RATE-CHANGE-LOG-LINE
           MOVE WS-RUN-DATE        TO RTL-RUN-DATE
           MOVE WS-RUN-TIME-HHMMSS TO RTL-RUN-TIME
           MOVE WS-OPERATOR-ID     TO RTL-OPERATOR-ID
           MOVE RMT-ACTION         TO RTL-ACTION
           MOVE "DESPUES"          TO RTL-IMAGE-TYPE
           MOVE WS-AFTER-IMAGE     TO RTL-IMAGE
           WRITE RATE-CHANGE-LOG-LINE.

       3000-FINALIZE.
           CLOSE RATE-MAINT-FILE
           CLOSE RATE-CHANGE-LOG-FILE
           PERFORM 3100-SAVE-RATE-MASTER
           DISPLAY "Mantenimiento de tarifas terminado - aplicadas: "
               WS-APPLIED-COUNT " rechazadas: " WS-REJECTED-COUNT.

       3100-SAVE-RATE-MASTER.
           OPEN OUTPUT RATE-PARAMETER-FILE
           IF WS-RATEPARM-FILE-STATUS NOT = "00"
               DISPLAY "No se pudo abrir RATE-PARAMETER-FILE, estado: "
                   WS-RATEPARM-FILE-STATUS
           ELSE
               PERFORM VARYING WS-RTS-SUB FROM 1 BY 1
                       UNTIL WS-RTS-SUB > WS-RATE-SET-COUNT
                   MOVE WS-RTS-ENTRY(WS-RTS-SUB)
                       TO RATE-PARAMETER-RECORD
                   WRITE RATE-PARAMETER-RECORD
               END-PERFORM
               CLOSE RATE-PARAMETER-FILE
           END-IF.
