      *> Statutory rate master change log - two lines per applied
      *> RateMaint transaction (the ANTES image and the DESPUES
      *> image of the rate set), appended with timestamp and
      *> operator exactly like the standing-master CHGLOG, so every
      *> bracket or rate change can be traced to who keyed it.
      *> An alta logs a blank ANTES image, a baja a blank DESPUES.
       01  RATE-CHANGE-LOG-LINE.
           05  RTL-RUN-DATE        PIC 9999/99/99.
           05  FILLER              PIC X(2).
           05  RTL-RUN-TIME        PIC 99B99B99.
           05  FILLER              PIC X(2).
           05  RTL-OPERATOR-ID     PIC X(20).
           05  FILLER              PIC X(2).
           05  RTL-ACTION          PIC X(1).
           05  FILLER              PIC X(2).
           05  RTL-IMAGE-TYPE      PIC X(7).
           05  FILLER              PIC X(2).
      *> Sized to the full rate-set line (see RATEPARM).
           05  RTL-IMAGE           PIC X(251).
