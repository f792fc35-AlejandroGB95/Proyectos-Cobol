      *> line per transfer the bank bounced, with everything the
      *> clerk needs to work it to resolution: who was (not) paid,
      *> how much, the bank's reason, the pay date of the original
      *> deposit, the date the return was processed and the
      *> end-to-end id the credit went out with. A return whose id
      *> could not be matched to any credit of the run still gets a
      *> line (employee left as "??????") so nothing the bank
      *> sent back can drop on the floor.
       01  RETURN-WORK-LINE.
           05  RTW-EMP-ID          PIC X(6).
           05  FILLER              PIC X(2).
           05  FILLER              PIC X(2).
           05  RTW-AMOUNT          PIC ZZZ,ZZ9.99-.
           05  FILLER              PIC X(2).
           05  RTW-REASON-CODE     PIC X(4).
           05  FILLER              PIC X(2).
           05  RTW-REASON-DESC     PIC X(30).
           05  FILLER              PIC X(2).
           05  RTW-ORIG-PAY-DATE   PIC X(10).
           05  FILLER              PIC X(2).
           05  RTW-RETURN-DATE     PIC 9999/99/99.
           05  FILLER              PIC X(2).
           05  RTW-END-TO-END-ID   PIC X(35).
